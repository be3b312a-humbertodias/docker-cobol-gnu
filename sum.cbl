001590*                 RERUN'S RECORDS CAN BE TOLD APART DOWNSTREAM,
001600*                 AND A CHECKPOINT RESTART NO LONGER BUMPS THE
001610*                 SEQUENCE - IT IS THE SAME LOGICAL RUN.
001611* 08/22/26   DPC  THE SUSPECTED-DUPLICATE COMPARE NO LONGER
001612*                 INCLUDES THE BRANCH CODE, SO THE SAME ACCOUNT,
001613*                 CODE AND AMOUNTS SUBMITTED BY TWO BRANCHES ON
001614*                 THE SAME DAY IS FLAGGED *DUP? AS INTENDED.
001615* 09/02/26   DPC  EVERY RECORD'S ACCOUNT IS NOW CHECKED AGAINST
001616*                 THE ACCOUNT MASTER.  ACTIVITY AGAINST AN
001617*                 UNKNOWN, CLOSED OR FROZEN ACCOUNT DIVERTS TO
001618*                 THE ACCOUNT EXCEPTION FILE INSTEAD OF POSTING,
001619*                 AND THE DAILY REPORT (WIDENED TO 132 PRINT
001620*                 POSITIONS) SHOWS THE ACCOUNT NAME BESIDE THE
001621*                 NUMBER.  THE CHECKPOINT NOW ALSO COUNTS INPUT
001622*                 RECORDS READ SO A RESTART SKIP STAYS ALIGNED
001623*                 PAST DIVERTED RECORDS.
001624* 09/02/26   DPC  TRANSACTION CODES ARE NOW VALIDATED AGAINST
001625*                 THE TRANSACTION CODE MASTER.  UNKNOWN CODES
001626*                 DIVERT TO THE EXCEPTION FILE (REASON TC), A
001627*                 WRONG-SIGN AMOUNT IS FLAGGED *SGN? ON THE
001628*                 REPORT, AND THE TOTALS PAGE BREAKS OUT COUNT
001629*                 AND TOTAL PER CODE.
001630* 09/02/26   DPC  A *DUP? SUSPECT NOW DIVERTS TO THE SUSPENSE
001631*                 FILE INSTEAD OF POSTING; SUSPREV RELEASES OR
001632*                 KILLS IT AND BRMERGE FEEDS RELEASES BACK IN.
001633* 10/15/26   DPC  THE ACCOUNT MASTER RECORD NOW CARRIES AN
001634*                 OVERDRAFT LIMIT AFTER THE STATUS; RECORD LAYOUT
001635*                 WIDENED TO MATCH.  THE TRANS-OUT DETAIL NOW
001636*                 ENDS WITH THE BRANCH CODE SO BALANCE POSTING
001637*                 CAN GROUP ITS NSF ITEMS BY BRANCH.
001638* 10/15/26   DPC  THE AUDIT LOG RECORD NOW ENDS WITH THE BRANCH
001639*                 CODE OF THE ITEM, FOR THE LARGE-CASH REPORT AND
001640*                 THE GL.
001641* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
001642*                 NUMBER.  EACH ACCOUNT IS CHECKED BY A KEYED
001643*                 READ, AND THE ABORT ON A MASTER OVER 500
001644*                 ACCOUNTS IS GONE.
001645* 10/15/26   DPC  TRANS-IN NOW ENDS WITH AN OPTIONAL CURRENCY CODE
001646*                 (BLANK IS BASE CURRENCY).  EACH ITEM IS
001647*                 CONVERTED TO BASE AT THE BUSINESS DATE'S RATE
001648*                 FROM THE NEW EXCHANGE RATE FILE FXRATES; A
001649*                 FOREIGN ITEM WITH NO RATE DIVERTS TO THE
001650*                 EXCEPTION FILE (REASON FX).  TRANS-OUT AND THE
001651*                 AUDIT LOG KEEP THE CURRENCY, ORIGINAL A AND B
001652*                 AND THE RATE BESIDE THE CONVERTED FIGURES,
001653*                 TRANS-OUT ALSO THE ROUNDING DIFFERENCE GLEXT
001654*                 BOOKS TO FX GAIN/LOSS, AND THE TOTALS PAGE
001655*                 BREAKS OUT COUNT, ORIGINAL AND BASE TOTALS BY
001656*                 CURRENCY.  THE EXCEPTION AND SUSPENSE RECORDS
001657*                 END WITH THE CURRENCY CODE.
001658* 10/15/26   DPC  CHEQUE SERIAL CARRIED ON TRANS-IN, TRANS-OUT,
001659*                 AUDIT-LOG, ACCTEXCP AND SUSPENSE.  CHEQUE-TYPE
001660*                 CODES CHECKED AGAINST STOPPAY AND THE PAID-
001661*                 CHEQUE HISTORY; REASONS SP AND CD.
001662* 10/15/26   DPC  A FOREIGN ITEM WHOSE CONVERTED AMOUNTS OVERFLOW
001663*                 THE AMOUNT FIELDS NOW DIVERTS TO ACCTEXCP,
001664*                 REASON FO, INSTEAD OF POSTING TRUNCATED.  A
001665*                 FAILED WRITE TO THE PAID CHEQUE HISTORY NOW
001666*                 ABORTS THE RUN WITH RC 16.
001668* 10/15/26   DPC  ACTIVE STOPS ARE NOW WRITTEN TO AN INDEXED WORK
001670*                 FILE (STOPIX) KEYED ON ACCOUNT AND STOP ID AND
001672*                 READ BY ACCOUNT FOR EACH CHEQUE, REPLACING THE
001674*                 500-STOP TABLE AND ITS ABORT.
001676******************************************************************
001678 ENVIRONMENT DIVISION.
001680 INPUT-OUTPUT SECTION.
001690 FILE-CONTROL.
001700     SELECT TRANS-IN  ASSIGN TO TRANSIN
002030         FILE STATUS IS SUM-REPORT-STATUS.
002040     SELECT MODE-CARD ASSIGN TO MODECARD
002050         ORGANIZATION IS LINE SEQUENTIAL
002052         FILE STATUS IS SUM-MODE-CARD-STATUS.
002054     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
002056         ORGANIZATION IS INDEXED
002058         ACCESS MODE IS RANDOM
002060         RECORD KEY IS AM-ACCOUNT-NO
002063         FILE STATUS IS SUM-ACCT-MSTR-STATUS.
002064     SELECT ACCT-EXCEPTIONS ASSIGN TO ACCTEXCP
002065         ORGANIZATION IS LINE SEQUENTIAL
002072     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
002074         ORGANIZATION IS LINE SEQUENTIAL
002076         FILE STATUS IS SUM-SUSPENSE-STATUS.
002077     SELECT FX-RATE-FILE ASSIGN TO FXRATES
002078         ORGANIZATION IS LINE SEQUENTIAL
002079         FILE STATUS IS SUM-FX-RATE-STATUS.
002080     SELECT STOP-PAYMENT-FILE ASSIGN TO STOPPAY
002081         ORGANIZATION IS LINE SEQUENTIAL
002082         FILE STATUS IS SUM-STOP-STATUS.
002083     SELECT STOP-INDEX ASSIGN TO STOPIX
002084         ORGANIZATION IS INDEXED
002085         ACCESS MODE IS DYNAMIC
002086         RECORD KEY IS SX-KEY
002087         FILE STATUS IS SUM-STOP-IX-STATUS.
002088     SELECT PAID-CHEQUE-FILE ASSIGN TO PAIDCHQ
002089         ORGANIZATION IS INDEXED
002090         ACCESS MODE IS RANDOM
002091         RECORD KEY IS PC-KEY
002092         FILE STATUS IS SUM-PAID-CHQ-STATUS.
002093 DATA DIVISION.
002094 FILE SECTION.
002095 FD  TRANS-IN.
002100 01  TRANS-IN-RECORD.
002110     05  TI-BRANCH               PIC 9(02).
002120     05  TI-ACCOUNT-NO           PIC 9(08).
002150         SIGN LEADING SEPARATE.
002160     05  TI-B                    PIC S9(7)V99
002170         SIGN LEADING SEPARATE.
002173     05  TI-CURRENCY             PIC X(03).
002176     05  TI-CHEQUE-SERIAL        PIC X(08).
002180 SD  SORT-WORK.
002190 01  SORT-WORK-RECORD.
002200     05  SW-BRANCH               PIC 9(02).
002210     05  SW-ACCOUNT-NO           PIC 9(08).
002220     05  SW-REST                 PIC X(33).
002230 FD  SORTED-TRANS.
002240 01  SORTED-TRANS-RECORD.
002250     05  ST-BRANCH               PIC 9(02).
002290         SIGN LEADING SEPARATE.
002300     05  ST-B                    PIC S9(7)V99
002310         SIGN LEADING SEPARATE.
002312     05  ST-CURRENCY             PIC X(03).
002314     05  ST-CHEQUE-SERIAL        PIC X(08).
002316     05  ST-CHEQUE-SERIAL-NUM REDEFINES ST-CHEQUE-SERIAL
002318                                 PIC 9(08).
002320 FD  BATCH-HISTORY.
002330 01  BATCH-HISTORY-RECORD.
002340     05  BH-RUN-DATE             PIC 9(08).
002610         SIGN LEADING SEPARATE.
002620     05  TO-C                    PIC S9(7)V99
002630         SIGN LEADING SEPARATE.
002631     05  TD-BRANCH               PIC 9(02).
002632     05  TD-CURRENCY             PIC X(03).
002633     05  TD-ORIG-A               PIC S9(7)V99
002634         SIGN LEADING SEPARATE.
002635     05  TD-ORIG-B               PIC S9(7)V99
002636         SIGN LEADING SEPARATE.
002637     05  TD-FX-RATE              PIC 9(05)V9(06).
002638     05  TD-FX-DIFF              PIC S9(7)V99
002639         SIGN LEADING SEPARATE.
002640     05  TD-CHEQUE-SERIAL        PIC X(08).
002641 01  TO-TRAILER-RECORD.
002650     05  TT-REC-TYPE             PIC X(01).
002660     05  TT-RECORD-COUNT         PIC 9(07).
002670     05  TT-GRAND-TOTAL          PIC S9(9)V99
002750     05  CK-ACCT-COUNT           PIC 9(07).
002760     05  CK-ACCT-TOTAL           PIC S9(9)V99
002770         SIGN LEADING SEPARATE.
002780     05  CK-PREV-RECORD          PIC X(43).
002790     05  CK-DUP-COUNT            PIC 9(07).
002792     05  CK-INPUT-COUNT          PIC 9(07).
002794     05  CK-ACCT-EXC-COUNT       PIC 9(07).
002796     05  CK-SUSP-COUNT           PIC 9(07).
002797     05  CK-STOP-COUNT           PIC 9(07).
002798     05  CK-CHQ-DUP-COUNT        PIC 9(07).
002800 FD  AUDIT-LOG.
002810 01  AUDIT-LOG-RECORD.
002820     05  AL-RUN-ID               PIC 9(08).
002910         SIGN LEADING SEPARATE.
002920     05  AL-C                    PIC S9(7)V99
002930         SIGN LEADING SEPARATE.
002931     05  AL-BRANCH               PIC 9(02).
002932     05  AL-CURRENCY             PIC X(03).
002933     05  AL-ORIG-A               PIC S9(7)V99
002934         SIGN LEADING SEPARATE.
002935     05  AL-ORIG-B               PIC S9(7)V99
002936         SIGN LEADING SEPARATE.
002937     05  AL-FX-RATE              PIC 9(05)V9(06).
002939     05  AL-CHEQUE-SERIAL        PIC X(08).
002940 FD  CONTROL-CARD.
002950 01  CONTROL-CARD-RECORD.
002960     05  CC-EXPECTED-TOTAL       PIC S9(9)V99
003034     05  AM-ACCOUNT-NAME         PIC X(20).
003036     05  AM-STATUS               PIC X(01).
003038         88  AM-OPEN                     VALUE 'O'.
003039         88  AM-CLOSED                   VALUE 'C'.
003040         88  AM-FROZEN                   VALUE 'F'.
003041     05  AM-OD-LIMIT             PIC 9(07)V99.
003042 FD  ACCT-EXCEPTIONS.
003043 01  ACCT-EXCEPTION-RECORD.
003044     05  EX-BRANCH               PIC 9(02).
003045     05  EX-ACCOUNT-NO           PIC 9(08).
003046     05  EX-TRANS-CODE           PIC X(02).
003047     05  EX-A                    PIC S9(7)V99
003048         SIGN LEADING SEPARATE.
003049     05  EX-B                    PIC S9(7)V99
003050         SIGN LEADING SEPARATE.
003051     05  EX-RUN-DATE             PIC 9(08).
003052     05  EX-RUN-SEQ-NO           PIC 9(05).
003053     05  EX-REASON-CODE          PIC X(02).
003054     05  EX-CURRENCY             PIC X(03).
003055     05  EX-CHEQUE-SERIAL        PIC X(08).
003056 FD  TCODE-MASTER.
003057 01  TCODE-MASTER-RECORD.
003058     05  TC-CODE                 PIC X(02).
003059     05  TC-DESC                 PIC X(20).
003060     05  TC-EXPECTED-SIGN        PIC X(01).
003063     05  TC-CHEQUE-FLAG          PIC X(01).
003064 FD  SUSPENSE-FILE.
003065 01  SUSPENSE-RECORD.
003066     05  SP-BRANCH               PIC 9(02).
003067     05  SP-ACCOUNT-NO           PIC 9(08).
003068     05  SP-TRANS-CODE           PIC X(02).
003069     05  SP-A                    PIC S9(7)V99
003070         SIGN LEADING SEPARATE.
003071     05  SP-B                    PIC S9(7)V99
003072         SIGN LEADING SEPARATE.
003073     05  SP-SUSP-DATE            PIC 9(08).
003074     05  SP-RUN-SEQ-NO           PIC 9(05).
003075     05  SP-CURRENCY             PIC X(03).
003076     05  SP-CHEQUE-SERIAL        PIC X(08).
003077 FD  FX-RATE-FILE.
003078 01  FX-RATE-RECORD.
003079     05  FR-RATE-DATE            PIC 9(08).
003080     05  FR-CURRENCY             PIC X(03).
003081     05  FR-RATE                 PIC 9(05)V9(06).
003082 FD  STOP-PAYMENT-FILE.
003083 01  STOP-PAYMENT-RECORD.
003084     05  STP-STOP-ID             PIC 9(06).
003085     05  STP-ACCOUNT-NO          PIC 9(08).
003086     05  STP-SERIAL-FROM         PIC 9(08).
003087     05  STP-SERIAL-TO           PIC 9(08).
003088     05  STP-AMOUNT              PIC 9(07)V99.
003089     05  STP-PLACED-BY           PIC X(03).
003090     05  STP-PLACED-DATE         PIC 9(08).
003091     05  STP-EXPIRY-DATE         PIC 9(08).
003092     05  STP-STATUS              PIC X(01).
003093         88  STP-ACTIVE                  VALUE 'A'.
003094         88  STP-RELEASED                VALUE 'R'.
003095     05  STP-RELEASED-BY         PIC X(03).
003096     05  STP-RELEASE-DATE        PIC 9(08).
003097 FD  STOP-INDEX.
003098 01  STOP-INDEX-RECORD.
003099     05  SX-KEY.
003100         10  SX-ACCOUNT-NO       PIC 9(08).
003101         10  SX-STOP-ID          PIC 9(06).
003102     05  SX-SERIAL-FROM          PIC 9(08).
003103     05  SX-SERIAL-TO            PIC 9(08).
003104     05  SX-AMOUNT               PIC 9(07)V99.
003105 FD  PAID-CHEQUE-FILE.
003106 01  PAID-CHEQUE-RECORD.
003107     05  PC-KEY.
003108         10  PC-ACCOUNT-NO       PIC 9(08).
003109         10  PC-SERIAL           PIC 9(08).
003110     05  PC-AMOUNT               PIC S9(7)V99
003111         SIGN LEADING SEPARATE.
003112     05  PC-PAID-DATE            PIC 9(08).
003113     05  PC-RUN-SEQ-NO           PIC 9(05).
003114     05  PC-INPUT-NO             PIC 9(07).
003115     05  PC-BRANCH               PIC 9(02).
003116     05  PC-TRANS-CODE           PIC X(02).
003117 WORKING-STORAGE SECTION.
003118 01  AA.
003119     02  A                       PIC S9(7)V99.
003120     02  B                       PIC S9(7)V99.
003121     02  C                       PIC S9(7)V99.
003122 01  SUM-FILE-STATUSES.
003123     05  SUM-TRANS-IN-STATUS     PIC X(02) VALUE SPACES.
003130         88  SUM-TRANS-IN-OK             VALUE '00'.
003140         88  SUM-TRANS-IN-EOF            VALUE '10'.
003150     05  SUM-TRANS-OUT-STATUS    PIC X(02) VALUE SPACES.
003367         88  SUM-TCODE-MSTR-OK           VALUE '00'.
003368     05  SUM-SUSPENSE-STATUS     PIC X(02) VALUE SPACES.
003369         88  SUM-SUSPENSE-OK             VALUE '00'.
003370     05  SUM-FX-RATE-STATUS      PIC X(02) VALUE SPACES.
003371         88  SUM-FX-RATE-OK              VALUE '00'.
003372     05  SUM-STOP-STATUS         PIC X(02) VALUE SPACES.
003373         88  SUM-STOP-OK                 VALUE '00'.
003374     05  SUM-STOP-IX-STATUS      PIC X(02) VALUE SPACES.
003375         88  SUM-STOP-IX-OK              VALUE '00'.
003376     05  SUM-PAID-CHQ-STATUS     PIC X(02) VALUE SPACES.
003377         88  SUM-PAID-CHQ-OK             VALUE '00'.
003378         88  SUM-PAID-CHQ-NO-FILE        VALUE '35'.
003379         88  SUM-PAID-CHQ-DUP-KEY        VALUE '22'.
003380 01  SUM-RUN-STAMP.
003381     05  SUM-RUN-ID              PIC 9(08) VALUE 0.
003390     05  SUM-RUN-TIME            PIC 9(08) VALUE 0.
003400     05  SUM-RUN-SEQ-NO          PIC 9(05) VALUE 0.
003410 01  SUM-SWITCHES.
003680         88  SUM-DUP-BATCH               VALUE 'Y'.
003690     05  SUM-MATCH-RUN-DATE      PIC 9(08) VALUE 0.
003700     05  SUM-DUP-COUNT           PIC 9(07) VALUE 0.
003710     05  SUM-PREV-RECORD         PIC X(43) VALUE SPACES.
003720     05  SUM-DUP-RECORD-SW       PIC X(01) VALUE 'N'.
003730         88  SUM-DUP-RECORD              VALUE 'Y'.
003735     05  SUM-SUSPENDED-COUNT     PIC 9(07) VALUE 0.
003860         10  SUM-BR-EXPECTED     PIC S9(9)V99.
003870         10  SUM-BR-EXPECTED-SW  PIC X(01).
003880             88  SUM-BR-HAS-EXPECTED     VALUE 'Y'.
003881 01  SUM-ACCT-MASTER-FIELDS.
003884     05  SUM-ACCT-MSTR-FOUND-SW  PIC X(01) VALUE 'N'.
003885         88  SUM-ACCT-MSTR-FOUND         VALUE 'Y'.
003886     05  SUM-ACCT-MSTR-OPEN-SW   PIC X(01) VALUE 'N'.
003887         88  SUM-ACCT-MSTR-OPENED        VALUE 'Y'.
003888 01  SUM-ACCT-CHECK-FIELDS.
003889     05  SUM-ACCT-VERDICT-SW     PIC X(02) VALUE 'OK'.
003890         88  SUM-ACCT-ALLOWED            VALUE 'OK'.
003891         88  SUM-ACCT-UNKNOWN            VALUE 'AU'.
003892         88  SUM-ACCT-CLOSED             VALUE 'AC'.
003893         88  SUM-ACCT-FROZEN             VALUE 'AF'.
003894         88  SUM-TCODE-UNKNOWN           VALUE 'TC'.
003895         88  SUM-FX-NO-RATE              VALUE 'FX'.
003896         88  SUM-CHEQUE-STOPPED          VALUE 'SP'.
003897         88  SUM-CHEQUE-PAID             VALUE 'CD'.
003898         88  SUM-FX-OVERFLOW             VALUE 'FO'.
003901     05  SUM-ACCT-EXC-COUNT      PIC 9(07) VALUE 0.
003902     05  SUM-WORK-ACCT-NAME      PIC X(20) VALUE SPACES.
003903 01  SUM-TCODE-TABLE.
003917         10  SUM-TC-CODE         PIC X(02).
003918         10  SUM-TC-DESC         PIC X(20).
003919         10  SUM-TC-SIGN         PIC X(01).
003923         10  SUM-TC-CHEQUE       PIC X(01).
003924         10  SUM-TC-REC-COUNT    PIC 9(07).
003925         10  SUM-TC-TOTAL        PIC S9(9)V99.
003926 01  SUM-FX-TABLE.
003927*    ENTRY 1 IS ALWAYS THE BASE CURRENCY AT A RATE OF ONE; THE
003928*    REST ARE THE BUSINESS DATE'S RATES FROM THE RATE FILE.
003929     05  SUM-BASE-CURRENCY       PIC X(03) VALUE 'USD'.
003930     05  SUM-WORK-CURRENCY       PIC X(03) VALUE SPACES.
003931     05  SUM-WORK-RATE           PIC 9(05)V9(06) VALUE 0.
003932     05  SUM-ORIG-A              PIC S9(7)V99 VALUE 0.
003933     05  SUM-ORIG-B              PIC S9(7)V99 VALUE 0.
003934     05  SUM-TRUE-C              PIC S9(7)V99 VALUE 0.
003935     05  SUM-FX-DIFF             PIC S9(7)V99 VALUE 0.
003936     05  SUM-FX-COUNT            PIC 9(02) VALUE 0.
003937     05  SUM-FX-IX               PIC 9(02) VALUE 0.
003938     05  SUM-FX-FOUND-SW         PIC X(01) VALUE 'N'.
003939         88  SUM-FX-FOUND                VALUE 'Y'.
003940     05  SUM-FX-EOF-SW           PIC X(01) VALUE 'N'.
003941         88  SUM-FX-EOF                  VALUE 'Y'.
003942     05  SUM-FX-ENTRY OCCURS 20 TIMES.
003943         10  SUM-FX-CODE         PIC X(03).
003944         10  SUM-FX-RATE         PIC 9(05)V9(06).
003945         10  SUM-FX-REC-COUNT    PIC 9(07).
003946         10  SUM-FX-ORIG-TOTAL   PIC S9(9)V99.
003947         10  SUM-FX-BASE-TOTAL   PIC S9(9)V99.
003948 01  SUM-CHEQUE-FIELDS.
003949*    THE ACTIVE STOPS ARE INDEXED BY ACCOUNT AT START OF RUN; THE
003950*    PAID-CHEQUE HISTORY IS READ BY KEY, ACCOUNT AND SERIAL.
003951     05  SUM-CHEQUE-SW           PIC X(01) VALUE 'N'.
003952         88  SUM-CHEQUE-ITEM             VALUE 'Y'.
003953     05  SUM-CHQ-AMOUNT          PIC S9(7)V99 VALUE 0.
003954     05  SUM-CHQ-INPUT-NO        PIC 9(07) VALUE 0.
003955     05  SUM-PAID-CHQ-OPEN-SW    PIC X(01) VALUE 'N'.
003956         88  SUM-PAID-CHQ-OPENED         VALUE 'Y'.
003957     05  SUM-STOPPED-COUNT       PIC 9(07) VALUE 0.
003958     05  SUM-CHQ-DUP-COUNT       PIC 9(07) VALUE 0.
003959     05  SUM-STOP-IX-OPEN-SW     PIC X(01) VALUE 'N'.
003960         88  SUM-STOP-IX-OPENED          VALUE 'Y'.
003961     05  SUM-STOP-FOUND-SW       PIC X(01) VALUE 'N'.
003962         88  SUM-STOP-FOUND              VALUE 'Y'.
003963     05  SUM-STOP-EOF-SW         PIC X(01) VALUE 'N'.
003964         88  SUM-STOP-EOF                VALUE 'Y'.
003970 01  SUM-ACCOUNT-BREAK.
003971     05  SUM-PREV-ACCOUNT        PIC 9(08) VALUE 0.
003972     05  SUM-ACCT-COUNT          PIC 9(07) VALUE 0.
003973     05  SUM-ACCT-TOTAL          PIC S9(9)V99 VALUE 0.
003974 01  SUM-MODE-FIELDS.
003975     05  SUM-MODE-SWITCH         PIC X(01) VALUE 'B'.
003976         88  SUM-INTERACTIVE-MODE        VALUE 'I'.
003977         88  SUM-BATCH-MODE               VALUE 'B'.
003978 01  SUM-CHECKPOINT-FIELDS.
003980*    CHECKPOINTED EVERY RECORD (INTERVAL OF 1) - A WIDER
003990*    INTERVAL LEAVES A WINDOW WHERE TRANS-OUT/REPORT-OUT/
004000*    AUDIT-LOG HOLD RECORDS A RESTART DOES NOT KNOW ABOUT AND
004180     05  FILLER                  PIC X(64) VALUE
004190         " ACCOUNT  TC          A            B            C".
004192     05  FILLER                  PIC X(20) VALUE "ACCOUNT NAME".
004194     05  FILLER                  PIC X(16)
004196         VALUE " CCY    ORIGINAL".
004198     05  FILLER                  PIC X(09) VALUE " SERIAL".
004200 01  RPT-DETAIL-LINE.
004210     05  RD-ACCOUNT              PIC 9(08).
004220     05  FILLER                  PIC X(02) VALUE SPACES.
004280     05  FILLER                  PIC X(02) VALUE SPACES.
004290     05  RD-C                    PIC -(7)9.99.
004300     05  FILLER                  PIC X(01) VALUE SPACES.
004301     05  RD-DUP-FLAG             PIC X(05) VALUE SPACES.
004302     05  FILLER                  PIC X(01) VALUE SPACES.
004303     05  RD-SIGN-FLAG            PIC X(05) VALUE SPACES.
004304     05  FILLER                  PIC X(01) VALUE SPACES.
004305     05  RD-ACCT-NAME            PIC X(20) VALUE SPACES.
004306*    A FOREIGN ITEM SHOWS ITS CURRENCY AND ORIGINAL NET BESIDE
004307*    THE CONVERTED FIGURES; A BASE-CURRENCY ITEM LEAVES IT BLANK.
004308     05  RD-FX-INFO.
004309         10  FILLER              PIC X(01).
004310         10  RD-CURRENCY         PIC X(03).
004311         10  FILLER              PIC X(01).
004312         10  RD-ORIG-C           PIC -(7)9.99.
004313     05  FILLER                  PIC X(01) VALUE SPACES.
004314     05  RD-CHEQUE-SERIAL        PIC X(08) VALUE SPACES.
004316 01  RPT-EXCEPTION-LINE.
004317     05  RX-ACCOUNT              PIC 9(08).
004318     05  FILLER                  PIC X(02) VALUE SPACES.
004328     05  RX-REASON               PIC X(02).
004329     05  FILLER                  PIC X(01) VALUE SPACES.
004330     05  RX-ACCT-NAME            PIC X(20) VALUE SPACES.
004331     05  FILLER                  PIC X(01) VALUE SPACES.
004332     05  RX-CURRENCY             PIC X(03) VALUE SPACES.
004333     05  FILLER                  PIC X(01) VALUE SPACES.
004334     05  RX-CHEQUE-SERIAL        PIC X(08) VALUE SPACES.
004335 01  RPT-BRANCH-LINE.
004336     05  FILLER                  PIC X(07) VALUE "BRANCH ".
004340     05  RBR-CODE                PIC 9(02).
004350     05  FILLER                  PIC X(09)
004360         VALUE "  COUNT: ".
004407     05  RTC-COUNT               PIC Z,ZZZ,ZZ9.
004408     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
004409     05  RTC-TOTAL               PIC -(8)9.99.
004410 01  RPT-CURRENCY-LINE.
004411     05  FILLER                  PIC X(09) VALUE "CURRENCY ".
004412     05  RCY-CODE                PIC X(03).
004413     05  FILLER                  PIC X(09) VALUE "  COUNT: ".
004414     05  RCY-COUNT               PIC Z,ZZZ,ZZ9.
004415     05  FILLER                  PIC X(12) VALUE "  ORIGINAL: ".
004416     05  RCY-ORIG-TOTAL          PIC -(8)9.99.
004417     05  FILLER                  PIC X(08) VALUE "  BASE: ".
004418     05  RCY-BASE-TOTAL          PIC -(8)9.99.
004419 01  RPT-SUBTOTAL-LINE.
004420     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
004430     05  RB-ACCOUNT              PIC 9(08).
004440     05  FILLER                  PIC X(11)
004570     05  FILLER                  PIC X(20)
004571         VALUE "RECORDS SUSPENDED:  ".
004572     05  RT-SUSP-COUNT           PIC Z,ZZZ,ZZ9.
004573 01  RPT-STOP-TOTAL-LINE.
004574     05  FILLER                  PIC X(20)
004575         VALUE "STOPPED CHEQUES:    ".
004576     05  RT-STOP-COUNT           PIC Z,ZZZ,ZZ9.
004577 01  RPT-CHQ-DUP-TOTAL-LINE.
004578     05  FILLER                  PIC X(20)
004579         VALUE "DUPLICATE CHEQUES:  ".
004580     05  RT-CHQ-DUP-COUNT        PIC Z,ZZZ,ZZ9.
004581 PROCEDURE DIVISION.
004582 0000-MAINLINE.
004590     PERFORM 0050-READ-MODE-CARD THRU 0050-EXIT.
004600     IF SUM-INTERACTIVE-MODE
004610         PERFORM 0100-INTERACTIVE-RUN THRU 0100-EXIT
005250     PERFORM 1127-OPEN-SUSPENSE THRU 1127-EXIT.
005260     PERFORM 1130-READ-CONTROL-CARD THRU 1130-EXIT.
005270     PERFORM 1135-READ-BRANCH-CARDS THRU 1135-EXIT.
005280     PERFORM 1138-OPEN-ACCT-MASTER THRU 1138-EXIT.
005290     IF SUM-RUN-ABORTED
005300         GO TO 1000-EXIT
005301     END-IF.
005302     PERFORM 1142-LOAD-TCODE-MASTER THRU 1142-EXIT.
005303     IF SUM-RUN-ABORTED
005304         GO TO 1000-EXIT
005305     END-IF.
005306     PERFORM 1145-LOAD-FX-RATES THRU 1145-EXIT.
005307     IF SUM-RUN-ABORTED
005308         GO TO 1000-EXIT
005309     END-IF.
005310     PERFORM 1170-LOAD-STOPS THRU 1170-EXIT.
005311     IF SUM-RUN-ABORTED
005312         GO TO 1000-EXIT
005313     END-IF.
005314     PERFORM 1180-OPEN-PAID-CHEQUES THRU 1180-EXIT.
005322     IF SUM-RUN-ABORTED
005324         GO TO 1000-EXIT
005326     END-IF.
006056*            ALREADY ON THE EXTEND FILES FROM THE FIRST PASS.
006057             MOVE CK-ACCT-EXC-COUNT TO SUM-ACCT-EXC-COUNT
006058             MOVE CK-SUSP-COUNT    TO SUM-SUSPENDED-COUNT
006059             MOVE CK-STOP-COUNT    TO SUM-STOPPED-COUNT
006060             MOVE CK-CHQ-DUP-COUNT TO SUM-CHQ-DUP-COUNT
006061     END-READ.
006070 1110-EXIT.
006080     EXIT.
006090 1115-OPEN-TRANS-OUT.
006950     PERFORM 1136-READ-BRANCH-CARD THRU 1136-EXIT.
006960 1137-EXIT.
006970     EXIT.
006980 1138-OPEN-ACCT-MASTER.
006990     OPEN INPUT ACCOUNT-MASTER.
007000     IF NOT SUM-ACCT-MSTR-OK
007010         DISPLAY "NO ACCOUNT MASTER ON FILE - ACCOUNTS NOT "
007020             "CHECKED"
007030         GO TO 1138-EXIT
007040     END-IF.
007050     SET SUM-ACCT-MSTR-OPENED TO TRUE.
007120 1138-EXIT.
007200     EXIT.
007210 1140-LOAD-RUN-SEQ.
007220     OPEN INPUT RUN-SEQ-FILE.
007420         CLOSE RUN-SEQ-FILE
007430     END-IF.
007440 1140-EXIT.
007680     EXIT.
007690 1142-LOAD-TCODE-MASTER.
007700     OPEN INPUT TCODE-MASTER.
007940     MOVE TC-DESC TO SUM-TC-DESC (SUM-TCODE-COUNT).
007950     MOVE TC-EXPECTED-SIGN TO
007960         SUM-TC-SIGN (SUM-TCODE-COUNT).
007965     MOVE TC-CHEQUE-FLAG TO SUM-TC-CHEQUE (SUM-TCODE-COUNT).
007970     MOVE 0 TO SUM-TC-REC-COUNT (SUM-TCODE-COUNT).
007980     MOVE 0 TO SUM-TC-TOTAL (SUM-TCODE-COUNT).
007981     PERFORM 1143-READ-TCODE-MASTER THRU 1143-EXIT.
007982 1144-EXIT.
007983     EXIT.
007984 1145-LOAD-FX-RATES.
007985******************************************************************
007986* THE RATE FILE HOLDS ONE ROW PER CURRENCY PER BUSINESS DATE,
007987* EACH RATE THE BASE-CURRENCY VALUE OF ONE UNIT OF THE FOREIGN
007988* CURRENCY.  ONLY THE BUSINESS DATE'S ROWS ARE TABLED.  NO RATE
007989* FILE ON FILE STILL POSTS BASE-CURRENCY ITEMS; EVERY FOREIGN
007990* ITEM THEN GOES TO THE EXCEPTION FILE.
007991******************************************************************
007992     MOVE 1 TO SUM-FX-COUNT.
007993     MOVE SPACES TO SUM-FX-CODE (1).
007994     OPEN INPUT FX-RATE-FILE.
007995     IF NOT SUM-FX-RATE-OK
007996         DISPLAY "NO EXCHANGE RATE FILE ON FILE - FOREIGN "
007997             "CURRENCY ITEMS WILL NOT POST"
007998         GO TO 1145-SET-BASE
007999     END-IF.
008000     PERFORM 1146-READ-FX-RATE THRU 1146-EXIT.
008001     PERFORM 1147-TABLE-FX-RATE THRU 1147-EXIT
008002         UNTIL SUM-FX-EOF.
008003     CLOSE FX-RATE-FILE.
008004 1145-SET-BASE.
008005     MOVE SUM-BASE-CURRENCY TO SUM-FX-CODE (1).
008006     MOVE 1 TO SUM-FX-RATE (1).
008007     MOVE 0 TO SUM-FX-REC-COUNT (1).
008008     MOVE 0 TO SUM-FX-ORIG-TOTAL (1).
008009     MOVE 0 TO SUM-FX-BASE-TOTAL (1).
008010 1145-EXIT.
008011     EXIT.
008012 1146-READ-FX-RATE.
008013     READ FX-RATE-FILE
008014         AT END
008015             SET SUM-FX-EOF TO TRUE
008016     END-READ.
008017 1146-EXIT.
008018     EXIT.
008019 1147-TABLE-FX-RATE.
008020*    A ROW DATED ZERO NAMES THE BASE CURRENCY (DEFAULT USD).  A
008021*    LATER ROW FOR A CURRENCY REPLACES AN EARLIER ONE, SO A
008022*    CORRECTED RATE IS KEYED BY APPENDING IT TO THE FILE.  THE
008023*    TABLE OVERFLOWING STOPS THE RUN - A DROPPED RATE WOULD SEND
008024*    THAT CURRENCY'S WHOLE NIGHT TO THE EXCEPTION FILE.
008025     IF FR-RATE-DATE NOT NUMERIC
008026         OR FR-RATE NOT NUMERIC
008027         OR FR-CURRENCY = SPACES
008028         DISPLAY "EXCHANGE RATE ROW IGNORED: " FX-RATE-RECORD
008029         GO TO 1147-READ-NEXT
008030     END-IF.
008031     IF FR-RATE-DATE = 0
008032         MOVE FR-CURRENCY TO SUM-BASE-CURRENCY
008033         GO TO 1147-READ-NEXT
008034     END-IF.
008035     IF FR-RATE-DATE NOT = SUM-RUN-ID
008036         OR FR-RATE = 0
008037         GO TO 1147-READ-NEXT
008038     END-IF.
008039     MOVE FR-CURRENCY TO SUM-WORK-CURRENCY.
008040     PERFORM 2745-LOCATE-CURRENCY THRU 2745-EXIT.
008041     IF NOT SUM-FX-FOUND
008042         IF SUM-FX-COUNT NOT < 20
008043             DISPLAY "EXCHANGE RATE FILE EXCEEDS THE 20-CURRENCY "
008044                 "TABLE - RUN ABORTED"
008045             MOVE 16 TO RETURN-CODE
008046             SET SUM-RUN-ABORTED TO TRUE
008047             SET SUM-END-OF-INPUT TO TRUE
008048             SET SUM-FX-EOF TO TRUE
008049             GO TO 1147-EXIT
008050         END-IF
008051         ADD 1 TO SUM-FX-COUNT
008052         MOVE SUM-FX-COUNT TO SUM-FX-IX
008053         MOVE FR-CURRENCY TO SUM-FX-CODE (SUM-FX-IX)
008054         MOVE 0 TO SUM-FX-REC-COUNT (SUM-FX-IX)
008055         MOVE 0 TO SUM-FX-ORIG-TOTAL (SUM-FX-IX)
008056         MOVE 0 TO SUM-FX-BASE-TOTAL (SUM-FX-IX)
008057     END-IF.
008058     MOVE FR-RATE TO SUM-FX-RATE (SUM-FX-IX).
008059 1147-READ-NEXT.
008060     PERFORM 1146-READ-FX-RATE THRU 1146-EXIT.
008061 1147-EXIT.
008062     EXIT.
008063 1150-WRITE-HEADER.
008064     MOVE 'H'            TO TH-REC-TYPE.
008065     MOVE SUM-RUN-ID     TO TH-RUN-DATE.
008066     MOVE SUM-RUN-SEQ-NO TO TH-RUN-SEQ-NO.
008070     WRITE TO-HEADER-RECORD.
008080 1150-EXIT.
008090     EXIT.
008160             OPEN EXTEND REPORT-OUT
008170         END-IF
008180     ELSE
008181         OPEN OUTPUT REPORT-OUT
008182     END-IF.
008183 1160-EXIT.
008184     EXIT.
008185 1170-LOAD-STOPS.
008186******************************************************************
008187* ONLY STOPS IN FORCE ON THE BUSINESS DATE ARE INDEXED - A
008188* RELEASED STOP, OR ONE PAST ITS EXPIRY DATE, NO LONGER HOLDS A
008189* CHEQUE.  THE INDEX IS KEYED ON ACCOUNT AND STOP SO 2738 READS
008190* ONLY THE ITEM'S OWN ACCOUNT'S STOPS, HOWEVER MANY THE FILE
008191* HOLDS.  NO STOP FILE ON FILE MEANS NOTHING IS STOPPED.  AN
008192* INDEX THAT CANNOT BE BUILT STOPS THE RUN - A DROPPED STOP
008193* WOULD LET A STOPPED CHEQUE PAY.
008194******************************************************************
008195     OPEN OUTPUT STOP-INDEX.
008196     IF NOT SUM-STOP-IX-OK
008197         GO TO 1170-INDEX-FAILED
008198     END-IF.
008199     OPEN INPUT STOP-PAYMENT-FILE.
008200     IF SUM-STOP-OK
008201         PERFORM 1172-READ-STOP THRU 1172-EXIT
008202         PERFORM 1174-INDEX-STOP THRU 1174-EXIT
008203             UNTIL SUM-STOP-EOF
008204         CLOSE STOP-PAYMENT-FILE
008205     END-IF.
008206     CLOSE STOP-INDEX.
008207     IF SUM-RUN-ABORTED
008208         GO TO 1170-EXIT
008209     END-IF.
008210     OPEN INPUT STOP-INDEX.
008211     IF NOT SUM-STOP-IX-OK
008212         GO TO 1170-INDEX-FAILED
008213     END-IF.
008214     SET SUM-STOP-IX-OPENED TO TRUE.
008215     GO TO 1170-EXIT.
008216 1170-INDEX-FAILED.
008217     DISPLAY "STOP PAYMENT INDEX COULD NOT BE BUILT, STATUS "
008218         SUM-STOP-IX-STATUS " - RUN ABORTED".
008219     MOVE 16 TO RETURN-CODE.
008220     SET SUM-RUN-ABORTED TO TRUE.
008221     SET SUM-END-OF-INPUT TO TRUE.
008222 1170-EXIT.
008223     EXIT.
008224 1172-READ-STOP.
008225     READ STOP-PAYMENT-FILE
008226         AT END
008227             SET SUM-STOP-EOF TO TRUE
008228     END-READ.
008229 1172-EXIT.
008230     EXIT.
008231 1174-INDEX-STOP.
008232*    A STOP ON ONE CHEQUE CARRIES THE SAME SERIAL AT BOTH ENDS OF
008233*    ITS RANGE.  A STOP ID ALREADY INDEXED IS THE SAME STOP.
008234     IF NOT STP-ACTIVE
008235         GO TO 1174-READ-NEXT
008236     END-IF.
008237     IF STP-EXPIRY-DATE NOT = 0
008238         AND STP-EXPIRY-DATE < SUM-RUN-ID
008239         GO TO 1174-READ-NEXT
008240     END-IF.
008241     MOVE STP-ACCOUNT-NO  TO SX-ACCOUNT-NO.
008242     MOVE STP-STOP-ID     TO SX-STOP-ID.
008243     MOVE STP-SERIAL-FROM TO SX-SERIAL-FROM.
008244     MOVE STP-SERIAL-TO   TO SX-SERIAL-TO.
008245     IF STP-SERIAL-TO < STP-SERIAL-FROM
008246         MOVE STP-SERIAL-FROM TO SX-SERIAL-TO
008247     END-IF.
008248     MOVE STP-AMOUNT      TO SX-AMOUNT.
008249     WRITE STOP-INDEX-RECORD
008250         INVALID KEY
008251             GO TO 1174-READ-NEXT
008252     END-WRITE.
008253     IF NOT SUM-STOP-IX-OK
008254         DISPLAY "STOP PAYMENT INDEX WRITE FAILED, STATUS "
008255             SUM-STOP-IX-STATUS " - RUN ABORTED"
008256         MOVE 16 TO RETURN-CODE
008257         SET SUM-RUN-ABORTED TO TRUE
008258         SET SUM-END-OF-INPUT TO TRUE
008259         SET SUM-STOP-EOF TO TRUE
008260         GO TO 1174-EXIT
008261     END-IF.
008263 1174-READ-NEXT.
008264     PERFORM 1172-READ-STOP THRU 1172-EXIT.
008265 1174-EXIT.
008266     EXIT.
008267 1180-OPEN-PAID-CHEQUES.
008268*    THE HISTORY IS CREATED EMPTY THE FIRST TIME.  ANY OTHER OPEN
008269*    FAILURE STOPS THE RUN - A CHEQUE PAID WITHOUT ITS HISTORY
008270*    ENTRY COULD NOT BE CAUGHT IF IT WERE PRESENTED AGAIN.
008271     OPEN I-O PAID-CHEQUE-FILE.
008272     IF SUM-PAID-CHQ-NO-FILE
008273         OPEN OUTPUT PAID-CHEQUE-FILE
008274         CLOSE PAID-CHEQUE-FILE
008275         OPEN I-O PAID-CHEQUE-FILE
008276     END-IF.
008277     IF NOT SUM-PAID-CHQ-OK
008278         DISPLAY "PAID CHEQUE HISTORY COULD NOT BE OPENED - RUN "
008279             "ABORTED"
008280         MOVE 16 TO RETURN-CODE
008281         SET SUM-RUN-ABORTED TO TRUE
008282         SET SUM-END-OF-INPUT TO TRUE
008283         GO TO 1180-EXIT
008284     END-IF.
008285     SET SUM-PAID-CHQ-OPENED TO TRUE.
008286 1180-EXIT.
008287     EXIT.
008288 1200-SKIP-PROCESSED.
008289*    THE REPLAY RE-DERIVES THE DUPLICATE CHAIN FROM RECORD ONE,
008290*    SO THE PRIOR-RECORD COMPARE STARTS EMPTY AND CONVERGES TO
008291*    THE CHECKPOINTED VALUE BY THE END OF THE SKIP.
008292     MOVE SPACES TO SUM-PREV-RECORD.
008293     PERFORM 1210-SKIP-ONE THRU 1210-EXIT
008294         VARYING SUM-SKIP-COUNT FROM 1 BY 1
008300         UNTIL SUM-SKIP-COUNT > SUM-INPUT-COUNT
008310         OR SUM-END-OF-INPUT.
008320 1200-EXIT.
008440                 PERFORM 2730-CHECK-TCODE THRU 2730-EXIT
008450             END-IF
008460             IF SUM-ACCT-ALLOWED
008461                 PERFORM 2735-CHECK-RATE THRU 2735-EXIT
008462             END-IF
008463             IF SUM-ACCT-ALLOWED
008464                 MOVE SUM-SKIP-COUNT TO SUM-CHQ-INPUT-NO
008465                 PERFORM 2738-CHECK-CHEQUE THRU 2738-EXIT
008466             END-IF
008467             IF SUM-ACCT-ALLOWED
008470                 PERFORM 1220-REPLAY-ONE THRU 1220-EXIT
008480             END-IF
008490     END-READ.
008530*    THE REPLAY MIRRORS 2000: A RECORD THAT MATCHED ITS
008540*    PREDECESSOR WENT TO SUSPENSE AND WAS NEVER TABLED, SO THE
008550*    RESTART MUST NOT TABLE IT EITHER.
008560     IF SORTED-TRANS-RECORD (3:41) = SUM-PREV-RECORD (3:41)
008570         CONTINUE
008580     ELSE
008590         PERFORM 2750-CONVERT-AMOUNTS THRU 2750-EXIT
008600         PERFORM 2600-TABLE-BRANCH THRU 2600-EXIT
008610         PERFORM 2770-TABLE-TCODE THRU 2770-EXIT
008615         PERFORM 2775-TABLE-CURRENCY THRU 2775-EXIT
008620     END-IF.
008630     MOVE SORTED-TRANS-RECORD TO SUM-PREV-RECORD.
008640 1220-EXIT.
009330     IF SUM-ACCT-ALLOWED
009340         PERFORM 2730-CHECK-TCODE THRU 2730-EXIT
009350     END-IF.
009351     IF SUM-ACCT-ALLOWED
009352         PERFORM 2735-CHECK-RATE THRU 2735-EXIT
009353     END-IF.
009354     IF SUM-ACCT-ALLOWED
009355         MOVE SUM-INPUT-COUNT TO SUM-CHQ-INPUT-NO
009356         PERFORM 2738-CHECK-CHEQUE THRU 2738-EXIT
009357     END-IF.
009360     IF NOT SUM-ACCT-ALLOWED
009370         PERFORM 2700-DIVERT-EXCEPTION THRU 2700-EXIT
009380         GO TO 2000-NEXT
009410*    THE COMPARE STARTS AT THE ACCOUNT, PAST THE BRANCH CODE -
009420*    THE LIKELIEST REAL DOUBLE-SUBMISSION IS THE SAME ITEM SENT
009430*    IN BY TWO BRANCHES, AND THE SORT PLACES THOSE ADJACENTLY.
009440     IF SORTED-TRANS-RECORD (3:41) = SUM-PREV-RECORD (3:41)
009450         SET SUM-DUP-RECORD TO TRUE
009460         ADD 1 TO SUM-DUP-COUNT
009470     END-IF.
009580         PERFORM 3200-WRITE-ACCT-SUBTOTAL THRU 3200-EXIT
009590     END-IF.
009600     MOVE ST-ACCOUNT-NO TO SUM-PREV-ACCOUNT.
009610     PERFORM 2750-CONVERT-AMOUNTS THRU 2750-EXIT.
009640     PERFORM 2770-TABLE-TCODE THRU 2770-EXIT.
009645     PERFORM 2775-TABLE-CURRENCY THRU 2775-EXIT.
009650     MOVE 'D' TO TD-REC-TYPE.
009660     MOVE ST-ACCOUNT-NO TO TD-ACCOUNT-NO.
009670     MOVE ST-TRANS-CODE TO TD-TRANS-CODE.
009680     MOVE A TO TO-A.
009690     MOVE B TO TO-B.
009700     MOVE C TO TO-C.
009702     MOVE ST-BRANCH TO TD-BRANCH.
009704     MOVE SUM-WORK-CURRENCY TO TD-CURRENCY.
009705     MOVE SUM-ORIG-A TO TD-ORIG-A.
009706     MOVE SUM-ORIG-B TO TD-ORIG-B.
009707     MOVE SUM-WORK-RATE TO TD-FX-RATE.
009708     MOVE SUM-FX-DIFF TO TD-FX-DIFF.
009709     MOVE ST-CHEQUE-SERIAL TO TD-CHEQUE-SERIAL.
009710     WRITE TO-DETAIL-RECORD.
009720     PERFORM 3100-WRITE-REPORT-DETAIL THRU 3100-EXIT.
009730     ADD 1 TO SUM-RECORD-COUNT.
009770     PERFORM 2600-TABLE-BRANCH THRU 2600-EXIT.
009780     MOVE SORTED-TRANS-RECORD TO SUM-PREV-RECORD.
009790     PERFORM 2500-WRITE-AUDIT-LOG THRU 2500-EXIT.
009791     IF SUM-CHEQUE-ITEM
009792         PERFORM 2785-RECORD-PAID-CHEQUE THRU 2785-EXIT
009795     END-IF.
009800 2000-NEXT.
009810     DIVIDE SUM-INPUT-COUNT BY SUM-CHECKPOINT-INTERVAL
009820         GIVING SUM-CHECKPOINT-QUOT
010050     MOVE SUM-INPUT-COUNT  TO CK-INPUT-COUNT.
010052     MOVE SUM-ACCT-EXC-COUNT TO CK-ACCT-EXC-COUNT.
010054     MOVE SUM-SUSPENDED-COUNT TO CK-SUSP-COUNT.
010056     MOVE SUM-STOPPED-COUNT TO CK-STOP-COUNT.
010058     MOVE SUM-CHQ-DUP-COUNT TO CK-CHQ-DUP-COUNT.
010060     WRITE CHECKPOINT-RECORD.
010070 2200-EXIT.
010080     EXIT.
010160     MOVE A                TO AL-A.
010170     MOVE B                TO AL-B.
010180     MOVE C                TO AL-C.
010181     MOVE ST-BRANCH        TO AL-BRANCH.
010182     MOVE SUM-WORK-CURRENCY TO AL-CURRENCY.
010183     MOVE SUM-ORIG-A       TO AL-ORIG-A.
010184     MOVE SUM-ORIG-B       TO AL-ORIG-B.
010185     MOVE SUM-WORK-RATE    TO AL-FX-RATE.
010189     MOVE ST-CHEQUE-SERIAL TO AL-CHEQUE-SERIAL.
010190     WRITE AUDIT-LOG-RECORD.
010200 2500-EXIT.
010210     EXIT.
010640     MOVE SUM-RUN-ID          TO EX-RUN-DATE.
010650     MOVE SUM-RUN-SEQ-NO      TO EX-RUN-SEQ-NO.
010660     MOVE SUM-ACCT-VERDICT-SW TO EX-REASON-CODE.
010663     MOVE ST-CURRENCY         TO EX-CURRENCY.
010666     MOVE ST-CHEQUE-SERIAL    TO EX-CHEQUE-SERIAL.
010670     WRITE ACCT-EXCEPTION-RECORD.
010671     IF SUM-CHEQUE-STOPPED
010672         ADD 1 TO SUM-STOPPED-COUNT
010673     END-IF.
010674     IF SUM-CHEQUE-PAID
010675         ADD 1 TO SUM-CHQ-DUP-COUNT
010676     END-IF.
010680     PERFORM 2710-WRITE-EXCEPTION-LINE THRU 2710-EXIT.
010690 2700-EXIT.
010700     EXIT.
010780     MOVE ST-B                TO RX-B.
010790     MOVE SUM-ACCT-VERDICT-SW TO RX-REASON.
010800     MOVE SUM-WORK-ACCT-NAME  TO RX-ACCT-NAME.
010803     MOVE ST-CHEQUE-SERIAL    TO RX-CHEQUE-SERIAL.
010806     PERFORM 2715-SET-RX-CURRENCY THRU 2715-EXIT.
010810     MOVE RPT-EXCEPTION-LINE TO REPORT-LINE.
010820     WRITE REPORT-LINE.
010830     ADD 1 TO SUM-LINE-COUNT.
010840 2710-EXIT.
010841     EXIT.
010842 2715-SET-RX-CURRENCY.
010843*    A NOT-POSTED LINE SHOWS A AND B AS SUBMITTED, SO IT NAMES
010844*    THE CURRENCY THEY ARE IN.
010845     IF ST-CURRENCY = SPACES
010846         MOVE SUM-BASE-CURRENCY TO RX-CURRENCY
010847     ELSE
010848         MOVE ST-CURRENCY TO RX-CURRENCY
010849     END-IF.
010850 2715-EXIT.
010851     EXIT.
010860 2720-CHECK-ACCOUNT.
010870*    NO ACCOUNT MASTER ON FILE LETS EVERYTHING THROUGH, AS
010880*    BEFORE THE MASTER EXISTED.
010890     MOVE 'OK' TO SUM-ACCT-VERDICT-SW.
010900     MOVE SPACES TO SUM-WORK-ACCT-NAME.
010910     IF NOT SUM-ACCT-MSTR-OPENED
010920         GO TO 2720-EXIT
010930     END-IF.
010940     PERFORM 2740-LOCATE-ACCOUNT THRU 2740-EXIT.
010960         SET SUM-ACCT-UNKNOWN TO TRUE
010970         GO TO 2720-EXIT
010980     END-IF.
010990     MOVE AM-ACCOUNT-NAME TO SUM-WORK-ACCT-NAME.
011000     EVALUATE TRUE
011010         WHEN AM-OPEN
011020             CONTINUE
011030         WHEN AM-CLOSED
011040             SET SUM-ACCT-CLOSED TO TRUE
011050         WHEN AM-FROZEN
011060             SET SUM-ACCT-FROZEN TO TRUE
011070         WHEN OTHER
011080             SET SUM-ACCT-UNKNOWN TO TRUE
011230     END-IF.
011240 2730-EXIT.
011250     EXIT.
011251 2735-CHECK-RATE.
011252*    AN ITEM WITH NO CURRENCY CODE IS IN BASE CURRENCY.  A FOREIGN
011253*    ITEM WITH NO RATE FOR THE BUSINESS DATE MUST NOT POST AT A
011254*    GUESSED RATE - IT DIVERTS TO THE EXCEPTION FILE, REASON FX.
011255*    ONE WHOSE CONVERTED AMOUNTS WILL NOT FIT THE AMOUNT FIELDS
011256*    DIVERTS THE SAME WAY, REASON FO, RATHER THAN POST TRUNCATED.
011257     IF ST-CURRENCY = SPACES
011258         MOVE SUM-BASE-CURRENCY TO SUM-WORK-CURRENCY
011259     ELSE
011260         MOVE ST-CURRENCY TO SUM-WORK-CURRENCY
011261     END-IF.
011262     PERFORM 2745-LOCATE-CURRENCY THRU 2745-EXIT.
011263     IF SUM-FX-FOUND
011264         MOVE SUM-FX-RATE (SUM-FX-IX) TO SUM-WORK-RATE
011265         PERFORM 2750-CONVERT-AMOUNTS THRU 2750-EXIT
011266     ELSE
011267         SET SUM-FX-NO-RATE TO TRUE
011268     END-IF.
011269 2735-EXIT.
011270     EXIT.
011271 2738-CHECK-CHEQUE.
011272******************************************************************
011273* ONLY A CHEQUE-TYPE CODE (FLAGGED ON THE CODE MASTER) CARRYING A
011274* SERIAL IS CHECKED.  A STOP ON THE ACCOUNT WHOSE RANGE COVERS THE
011275* SERIAL - AND WHOSE AMOUNT MATCHES THE CHEQUE, WHEN THE STOP
011276* NAMES ONE - DIVERTS IT, REASON SP.  A SERIAL ALREADY ON THE
011277* PAID-CHEQUE HISTORY FOR THE ACCOUNT DIVERTS IT, REASON CD -
011278* UNLESS IT IS THIS SAME ITEM'S OWN ENTRY FROM BEFORE A RESTART.
011279******************************************************************
011280     MOVE 'N' TO SUM-CHEQUE-SW.
011281     IF ST-CHEQUE-SERIAL = SPACES
011282         OR ST-CHEQUE-SERIAL-NUM NOT NUMERIC
011283         GO TO 2738-EXIT
011284     END-IF.
011285     IF ST-CHEQUE-SERIAL-NUM = 0
011286         GO TO 2738-EXIT
011287     END-IF.
011288     MOVE ST-TRANS-CODE TO SUM-WORK-TCODE.
011289     PERFORM 2760-LOCATE-TCODE THRU 2760-EXIT.
011290     IF NOT SUM-TCODE-FOUND
011291         GO TO 2738-EXIT
011292     END-IF.
011293     IF SUM-TC-CHEQUE (SUM-TCODE-IX) NOT = 'Y'
011294         GO TO 2738-EXIT
011295     END-IF.
011296     SET SUM-CHEQUE-ITEM TO TRUE.
011297     COMPUTE SUM-CHQ-AMOUNT = ST-A + ST-B.
011298     IF SUM-CHQ-AMOUNT < 0
011299         COMPUTE SUM-CHQ-AMOUNT = 0 - SUM-CHQ-AMOUNT
011300     END-IF.
011301     MOVE 'N' TO SUM-STOP-FOUND-SW.
011302     MOVE 'N' TO SUM-STOP-EOF-SW.
011303     MOVE ST-ACCOUNT-NO TO SX-ACCOUNT-NO.
011304     MOVE 0             TO SX-STOP-ID.
011305     START STOP-INDEX KEY IS NOT LESS THAN SX-KEY
011306         INVALID KEY
011307             SET SUM-STOP-EOF TO TRUE
011308     END-START.
011309     PERFORM 2739-MATCH-STOP THRU 2739-EXIT
011310         UNTIL SUM-STOP-EOF
011311         OR SUM-STOP-FOUND.
011312     IF SUM-STOP-FOUND
011313         SET SUM-CHEQUE-STOPPED TO TRUE
011314         GO TO 2738-EXIT
011315     END-IF.
011316     MOVE ST-ACCOUNT-NO        TO PC-ACCOUNT-NO.
011317     MOVE ST-CHEQUE-SERIAL-NUM TO PC-SERIAL.
011318     READ PAID-CHEQUE-FILE
011319         INVALID KEY
011320             CONTINUE
011321         NOT INVALID KEY
011322             IF PC-PAID-DATE NOT = SUM-RUN-ID
011323                 OR PC-RUN-SEQ-NO NOT = SUM-RUN-SEQ-NO
011324                 OR PC-INPUT-NO NOT = SUM-CHQ-INPUT-NO
011325                 SET SUM-CHEQUE-PAID TO TRUE
011326             END-IF
011327     END-READ.
011328 2738-EXIT.
011329     EXIT.
011330 2739-MATCH-STOP.
011331*    THE AMOUNT ON A STOP IS THE CHEQUE'S FACE VALUE IN THE ITEM'S
011332*    OWN CURRENCY; ZERO STOPS THE SERIALS WHATEVER THEIR AMOUNT.
011333*    THE FIRST STOP FOR ANOTHER ACCOUNT ENDS THE SEARCH.
011334     READ STOP-INDEX NEXT RECORD
011335         AT END
011336             SET SUM-STOP-EOF TO TRUE
011337             GO TO 2739-EXIT
011338     END-READ.
011339     IF SX-ACCOUNT-NO NOT = ST-ACCOUNT-NO
011340         SET SUM-STOP-EOF TO TRUE
011341         GO TO 2739-EXIT
011342     END-IF.
011343     IF ST-CHEQUE-SERIAL-NUM NOT < SX-SERIAL-FROM
011344         AND ST-CHEQUE-SERIAL-NUM NOT > SX-SERIAL-TO
011345         AND (SX-AMOUNT = 0
011346         OR SX-AMOUNT = SUM-CHQ-AMOUNT)
011347         SET SUM-STOP-FOUND TO TRUE
011348     END-IF.
011349 2739-EXIT.
011350     EXIT.
011351 2740-LOCATE-ACCOUNT.
011352     MOVE 'N' TO SUM-ACCT-MSTR-FOUND-SW.
011353     MOVE ST-ACCOUNT-NO TO AM-ACCOUNT-NO.
011354     READ ACCOUNT-MASTER
011355         INVALID KEY
011356             CONTINUE
011357         NOT INVALID KEY
011358             SET SUM-ACCT-MSTR-FOUND TO TRUE
011359     END-READ.
011360 2740-EXIT.
011361     EXIT.
011362 2745-LOCATE-CURRENCY.
011363     MOVE 'N' TO SUM-FX-FOUND-SW.
011364     PERFORM 2746-MATCH-CURRENCY THRU 2746-EXIT
011370         VARYING SUM-FX-IX FROM 1 BY 1
011371         UNTIL SUM-FX-IX > SUM-FX-COUNT
011372         OR SUM-FX-FOUND.
011373 2745-EXIT.
011374     EXIT.
011375 2746-MATCH-CURRENCY.
011376     IF SUM-FX-CODE (SUM-FX-IX) = SUM-WORK-CURRENCY
011377         SET SUM-FX-FOUND TO TRUE
011378         SUBTRACT 1 FROM SUM-FX-IX
011380     END-IF.
011381 2746-EXIT.
011382     EXIT.
011383 2750-CONVERT-AMOUNTS.
011384******************************************************************
011385* A AND B ARE EACH CONVERTED TO BASE CURRENCY AND ROUNDED TO THE
011386* CENT, SO C = A + B STILL HOLDS FOR EVERYTHING DOWNSTREAM.  THE
011387* NET CONVERTED AS ONE AMOUNT CAN ROUND A CENT AWAY FROM THAT C;
011388* THE DIFFERENCE RIDES TRANS-OUT FOR GLEXT TO BOOK TO FX GAIN/
011389* LOSS.  THE ENTRY FOUND BY 2735 IS STILL SET.  2735 CONVERTS
011390* ONCE AHEAD OF THE POSTING SO AN AMOUNT THAT OVERFLOWS IN BASE
011391* CURRENCY IS CAUGHT BEFORE THE DIVERT DECISION.
011392******************************************************************
011393     MOVE ST-A TO SUM-ORIG-A.
011394     MOVE ST-B TO SUM-ORIG-B.
011395     MOVE 0 TO SUM-FX-DIFF.
011396     IF SUM-FX-IX = 1
011397         MOVE ST-A TO A
011398         MOVE ST-B TO B
011399         COMPUTE C = A + B
011400         GO TO 2750-EXIT
011401     END-IF.
011402     COMPUTE A ROUNDED = ST-A * SUM-WORK-RATE
011403         ON SIZE ERROR
011404             SET SUM-FX-OVERFLOW TO TRUE
011405             GO TO 2750-EXIT
011406     END-COMPUTE.
011407     COMPUTE B ROUNDED = ST-B * SUM-WORK-RATE
011408         ON SIZE ERROR
011409             SET SUM-FX-OVERFLOW TO TRUE
011410             GO TO 2750-EXIT
011411     END-COMPUTE.
011412     COMPUTE C = A + B
011413         ON SIZE ERROR
011414             SET SUM-FX-OVERFLOW TO TRUE
011415             GO TO 2750-EXIT
011416     END-COMPUTE.
011417     COMPUTE SUM-TRUE-C ROUNDED = (ST-A + ST-B) * SUM-WORK-RATE
011418         ON SIZE ERROR
011419             SET SUM-FX-OVERFLOW TO TRUE
011420             GO TO 2750-EXIT
011421     END-COMPUTE.
011422     COMPUTE SUM-FX-DIFF = SUM-TRUE-C - C.
011423 2750-EXIT.
011424     EXIT.
011425 2760-LOCATE-TCODE.
011426     MOVE 'N' TO SUM-TCODE-FOUND-SW.
011430     PERFORM 2765-MATCH-TCODE THRU 2765-EXIT
011440         VARYING SUM-TCODE-IX FROM 1 BY 1
011450         UNTIL SUM-TCODE-IX > SUM-TCODE-COUNT
011700             MOVE SUM-WORK-TCODE TO SUM-TC-CODE (SUM-TCODE-IX)
011710             MOVE SPACES TO SUM-TC-DESC (SUM-TCODE-IX)
011720             MOVE 'B' TO SUM-TC-SIGN (SUM-TCODE-IX)
011725             MOVE 'N' TO SUM-TC-CHEQUE (SUM-TCODE-IX)
011730             MOVE 0 TO SUM-TC-REC-COUNT (SUM-TCODE-IX)
011740             MOVE 0 TO SUM-TC-TOTAL (SUM-TCODE-IX)
011750         ELSE
011850     END-IF.
011860 2770-EXIT.
011870     EXIT.
011871 2775-TABLE-CURRENCY.
011872     ADD 1 TO SUM-FX-REC-COUNT (SUM-FX-IX).
011873     ADD SUM-ORIG-A TO SUM-FX-ORIG-TOTAL (SUM-FX-IX).
011874     ADD SUM-ORIG-B TO SUM-FX-ORIG-TOTAL (SUM-FX-IX).
011875     ADD C TO SUM-FX-BASE-TOTAL (SUM-FX-IX).
011876 2775-EXIT.
011877     EXIT.
011880 2780-DIVERT-SUSPENSE.
011890     ADD 1 TO SUM-SUSPENDED-COUNT.
011900     MOVE ST-BRANCH      TO SP-BRANCH.
011940     MOVE ST-B           TO SP-B.
011950     MOVE SUM-RUN-ID     TO SP-SUSP-DATE.
011960     MOVE SUM-RUN-SEQ-NO TO SP-RUN-SEQ-NO.
011962     MOVE ST-CURRENCY    TO SP-CURRENCY.
011965     MOVE ST-CHEQUE-SERIAL TO SP-CHEQUE-SERIAL.
011970     WRITE SUSPENSE-RECORD.
011980     PERFORM 2790-WRITE-SUSP-LINE THRU 2790-EXIT.
011990 2780-EXIT.
011991     EXIT.
011992 2785-RECORD-PAID-CHEQUE.
011993*    THE POSTED CHEQUE JOINS THE HISTORY AT ONCE, SO A SECOND
011994*    PRESENTATION LATER IN THE SAME RUN IS CAUGHT AS WELL.  A KEY
011995*    ALREADY ON FILE HERE CAN ONLY BE THIS ITEM'S OWN ENTRY FROM
011996*    BEFORE A RESTART, WHICH 2738 ALREADY LET THROUGH.
011997     MOVE ST-ACCOUNT-NO        TO PC-ACCOUNT-NO.
011998     MOVE ST-CHEQUE-SERIAL-NUM TO PC-SERIAL.
011999     MOVE C                    TO PC-AMOUNT.
012000     MOVE SUM-RUN-ID           TO PC-PAID-DATE.
012001     MOVE SUM-RUN-SEQ-NO       TO PC-RUN-SEQ-NO.
012002     MOVE SUM-INPUT-COUNT      TO PC-INPUT-NO.
012003     MOVE ST-BRANCH            TO PC-BRANCH.
012004     MOVE ST-TRANS-CODE        TO PC-TRANS-CODE.
012005     WRITE PAID-CHEQUE-RECORD
012006         INVALID KEY
012007             CONTINUE
012008     END-WRITE.
012009*    ANY OTHER FAILURE LEAVES A PAID CHEQUE OFF THE HISTORY, THE
012010*    SAME EXPOSURE 1180 STOPS THE RUN FOR.
012011     IF NOT SUM-PAID-CHQ-OK
012012         AND NOT SUM-PAID-CHQ-DUP-KEY
012013         DISPLAY "PAID CHEQUE HISTORY WRITE FAILED, STATUS "
012014             SUM-PAID-CHQ-STATUS " - RUN ABORTED"
012015         MOVE 16 TO RETURN-CODE
012016         SET SUM-RUN-ABORTED TO TRUE
012017         SET SUM-END-OF-INPUT TO TRUE
012018     END-IF.
012019 2785-EXIT.
012020     EXIT.
012021 2790-WRITE-SUSP-LINE.
012022*    SUSPECTS SHOW ON THE REPORT AS NOT POSTED WITH REASON DP
012030*    (DUPLICATE SUSPECT) SO THE NIGHT'S READER SEES WHAT WENT
012040*    TO SUSPENSE WITHOUT HUNTING THROUGH THE SUSPENSE FILE.
012050     IF SUM-LINE-COUNT NOT < SUM-LINES-PER-PAGE
012110     MOVE ST-B               TO RX-B.
012120     MOVE 'DP'               TO RX-REASON.
012130     MOVE SUM-WORK-ACCT-NAME TO RX-ACCT-NAME.
012133     MOVE ST-CHEQUE-SERIAL   TO RX-CHEQUE-SERIAL.
012136     PERFORM 2715-SET-RX-CURRENCY THRU 2715-EXIT.
012140     MOVE RPT-EXCEPTION-LINE TO REPORT-LINE.
012150     WRITE REPORT-LINE.
012160     ADD 1 TO SUM-LINE-COUNT.
012330     END-IF.
012340     MOVE ST-ACCOUNT-NO TO RD-ACCOUNT.
012350     MOVE SUM-WORK-ACCT-NAME TO RD-ACCT-NAME.
012355     MOVE ST-CHEQUE-SERIAL TO RD-CHEQUE-SERIAL.
012360     MOVE ST-TRANS-CODE TO RD-TRANS-CODE.
012370     IF SUM-DUP-RECORD
012380         MOVE '*DUP?' TO RD-DUP-FLAG
012470     MOVE A TO RD-A.
012480     MOVE B TO RD-B.
012490     MOVE C TO RD-C.
012491     MOVE SPACES TO RD-FX-INFO.
012492     IF SUM-FX-IX NOT = 1
012496         MOVE SUM-WORK-CURRENCY TO RD-CURRENCY
012497         COMPUTE RD-ORIG-C = SUM-ORIG-A + SUM-ORIG-B
012498     END-IF.
012500     MOVE RPT-DETAIL-LINE TO REPORT-LINE.
012510     WRITE REPORT-LINE.
012520     ADD 1 TO SUM-LINE-COUNT.
012960     IF SUM-SUSPENSE-OK
012970         CLOSE SUSPENSE-FILE
012980     END-IF.
012981     IF SUM-ACCT-MSTR-OPENED
012982         CLOSE ACCOUNT-MASTER
012983     END-IF.
012984     IF SUM-STOP-IX-OPENED
012985         CLOSE STOP-INDEX
012986     END-IF.
012987     IF SUM-PAID-CHQ-OPENED
012988         CLOSE PAID-CHEQUE-FILE
012989     END-IF.
012990     IF SUM-REPORT-OK
013000         CLOSE REPORT-OUT
013010     END-IF.
013380     MOVE SUM-SUSPENDED-COUNT TO RT-SUSP-COUNT.
013390     MOVE RPT-SUSP-TOTAL-LINE TO REPORT-LINE.
013400     WRITE REPORT-LINE.
013401     MOVE SUM-STOPPED-COUNT TO RT-STOP-COUNT.
013402     MOVE RPT-STOP-TOTAL-LINE TO REPORT-LINE.
013403     WRITE REPORT-LINE.
013404     MOVE SUM-CHQ-DUP-COUNT TO RT-CHQ-DUP-COUNT.
013405     MOVE RPT-CHQ-DUP-TOTAL-LINE TO REPORT-LINE.
013406     WRITE REPORT-LINE.
013410     PERFORM 9065-WRITE-BRANCH-LINE THRU 9065-EXIT
013420         VARYING SUM-BRANCH-IX FROM 1 BY 1
013430         UNTIL SUM-BRANCH-IX > SUM-BRANCH-COUNT.
013440     PERFORM 9067-WRITE-TCODE-LINE THRU 9067-EXIT
013450         VARYING SUM-TCODE-IX FROM 1 BY 1
013460         UNTIL SUM-TCODE-IX > SUM-TCODE-COUNT.
013462     PERFORM 9068-WRITE-CURRENCY-LINE THRU 9068-EXIT
013464         VARYING SUM-FX-IX FROM 1 BY 1
013466         UNTIL SUM-FX-IX > SUM-FX-COUNT.
013470 9060-EXIT.
013480     EXIT.
013490 9065-WRITE-BRANCH-LINE.
013630     WRITE REPORT-LINE.
013640 9067-EXIT.
013650     EXIT.
013651 9068-WRITE-CURRENCY-LINE.
013652*    THE BASE CURRENCY ALWAYS PRINTS; A FOREIGN CURRENCY PRINTS
013653*    ONLY IF SOMETHING POSTED IN IT TONIGHT.
013654     IF SUM-FX-IX > 1
013655         AND SUM-FX-REC-COUNT (SUM-FX-IX) = 0
013656         GO TO 9068-EXIT
013657     END-IF.
013658     MOVE SUM-FX-CODE (SUM-FX-IX)       TO RCY-CODE.
013659     MOVE SUM-FX-REC-COUNT (SUM-FX-IX)  TO RCY-COUNT.
013660     MOVE SUM-FX-ORIG-TOTAL (SUM-FX-IX) TO RCY-ORIG-TOTAL.
013661     MOVE SUM-FX-BASE-TOTAL (SUM-FX-IX) TO RCY-BASE-TOTAL.
013662     MOVE RPT-CURRENCY-LINE TO REPORT-LINE.
013663     WRITE REPORT-LINE.
013664 9068-EXIT.
013665     EXIT.
013666 9070-DISPLAY-TRAILER.
013670     DISPLAY "***** SUMMATION RUN BALANCING TRAILER *****".
013680     DISPLAY "RECORDS PROCESSED . . . . : " SUM-RECORD-COUNT.
013690     DISPLAY "GRAND TOTAL OF C . . . . . : " SUM-GRAND-TOTAL.
013720     DISPLAY "ACCOUNT EXCEPTIONS . . . . : " SUM-ACCT-EXC-COUNT.
013730     DISPLAY "WRONG-SIGN RECORDS . . . . : " SUM-SIGN-FLAG-COUNT.
013740     DISPLAY "RECORDS SUSPENDED  . . . . : " SUM-SUSPENDED-COUNT.
013744     DISPLAY "STOPPED CHEQUES  . . . . . : " SUM-STOPPED-COUNT.
013748     DISPLAY "DUPLICATE CHEQUES  . . . . : " SUM-CHQ-DUP-COUNT.
013750     PERFORM 9075-DISPLAY-BRANCH THRU 9075-EXIT
013760         VARYING SUM-BRANCH-IX FROM 1 BY 1
013770         UNTIL SUM-BRANCH-IX > SUM-BRANCH-COUNT.
