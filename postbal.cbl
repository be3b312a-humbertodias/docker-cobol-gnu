000250*                 EACH ACCOUNT TOUCHED READS THE BALANCE MASTER
000260*                 BY KEY, ROLLS THE PRIOR BALANCE FORWARD, AND
000270*                 REWRITES (OR WRITES A NEW RECORD FOR A FIRST-
000271*                 TIME ACCOUNT).  A POSTING REPORT SHOWS EVERY
000272*                 ACCOUNT TOUCHED WITH ITS PRIOR BALANCE, TODAY'S
000273*                 ACTIVITY AND NEW BALANCE, BEFORE AND AFTER.
000274* 09/02/26   DPC  A NEW ACCOUNT IS ONLY OPENED WHEN IT IS ON THE
000275*                 ACCOUNT MASTER WITH AN OPEN STATUS.  UNLISTED
000276*                 ACTIVITY IS REFUSED, FLAGGED REF ON THE POSTING
000277*                 REPORT, AND ENDS THE RUN WITH RC 8 SO THE NIGHT
000278*                 GETS LOOKED AT.  THE REPORT NOW CARRIES THE
000279*                 ACCOUNT NAME BESIDE EACH ACCOUNT POSTED.
000280* 09/02/26   DPC  THE SUMMARY AND REPORT TOTALS NOW BREAK OUT
000281*                 COUNT AND TOTAL PER TRANSACTION CODE, WITH
000282*                 DESCRIPTIONS FROM THE TRANSACTION CODE MASTER.
000283* 09/02/26   DPC  EVERY POSTING IS NOW JOURNALED (ACCOUNT,
000284*                 PRIOR BALANCE, ACTIVITY, NEW BALANCE, RUN DATE
000285*                 AND SEQUENCE), AND THE JOURNAL IS SCANNED WHEN
000286*                 THE RUN HEADER ARRIVES - A PARTLY APPLIED RUN
000287*                 RESUMES PAST THE LAST JOURNALED ACCOUNT
000288*                 INSTEAD OF ROLLING POSTED ACCOUNTS FORWARD A
000289*                 SECOND TIME ON A RERUN.
000290* 10/15/26   DPC  OVERDRAFT LIMITS. EACH ACCOUNT POSTED IS CLASSED
000291*                 ON ITS NEW BALANCE AS IN FUNDS, OVERDRAWN WITHIN
000292*                 ITS ACCOUNT MASTER LIMIT (OD) OR PAST THE LIMIT
000293*                 (NSF), WITH COUNTS ON THE REPORT TOTALS. THE
000294*                 DEBITS OF AN NSF ACCOUNT GO TO THE NSF EXCEPTION
000295*                 FILE FOR THE MORNING PAY/RETURN DECISION IN
000296*                 NSFREV, AND AN NSF REPORT BY BRANCH IS PRINTED.
000297*                 THE TRANS-OUT DETAIL NOW ENDS WITH THE BRANCH
000298*                 CODE.
000299* 10/15/26   DPC  EACH JOURNAL RECORD NOW ENDS WITH ITS SOURCE - P
000300*                 FOR A POSTING HERE, R FOR A REVERSAL APPLIED BY
000301*                 REVRSL - SO THE TRIAL BALANCE CAN PROVE BOTH.
000302*                 THE RESUME SCAN ONLY LOOKS AT POSTINGS.
000303* 10/15/26   DPC  FUNDS HOLDS.  AFTER POSTING, ACTIVE HOLDS ON THE
000304*                 HOLD FILE WHOSE EXPIRY DATE IS BEFORE THE RUN
000305*                 DATE ARE MARKED EXPIRED, AND EVERY ACCOUNT WHOSE
000306*                 REMAINING HOLDS ARE MORE THAN ITS NEW BALANCE IS
000307*                 LISTED ON THE HOLDS REPORT (HOLDRPT).
000308* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000309*                 NUMBER.  STATUS, NAME AND OVERDRAFT LIMIT ARE
000310*                 READ BY KEY, AND THE ABORT ON A MASTER OVER 500
000311*                 ACCOUNTS IS GONE.
000312* 10/15/26   DPC  TRANS-OUT DETAIL NOW ENDS WITH THE ITEM
000313*                 CURRENCY, ORIGINAL A AND B, FX RATE AND FX
000314*                 CONVERSION DIFFERENCE; RECORD LAYOUT WIDENED TO
000315*                 MATCH.
000316* 10/15/26   DPC  TRANS-OUT DETAIL NOW ENDS WITH THE CHEQUE SERIAL
000317*                 AND THE CODE MASTER WITH THE CHEQUE FLAG; RECORD
000318*                 LAYOUTS WIDENED TO MATCH.
000319* 10/15/26   DPC  ACTIVE HOLDS ARE NOW SORTED BY ACCOUNT ON THE
000320*                 EXPIRY PASS AND TOTALED ON THE ACCOUNT BREAK,
000321*                 EACH ACCOUNT'S BALANCE READ BY KEY; THE
000322*                 500-ACCOUNT HOLD TABLE AND ITS UNCHECKED-HOLDS
000323*                 WARNING ARE GONE.
000324******************************************************************
000325 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT TRANS-FILE ASSIGN TO TRANSOUT
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS PBL-REPORT-STATUS.
000452     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000453         ORGANIZATION IS INDEXED
000454         ACCESS MODE IS RANDOM
000455         RECORD KEY IS AM-ACCOUNT-NO
000456         FILE STATUS IS PBL-ACCT-MSTR-STATUS.
000457     SELECT TCODE-MASTER ASSIGN TO TCODMSTR
000458         ORGANIZATION IS LINE SEQUENTIAL
000461     SELECT POSTING-JOURNAL ASSIGN TO PSTJRNL
000462         ORGANIZATION IS LINE SEQUENTIAL
000463         FILE STATUS IS PBL-JOURNAL-STATUS.
000464     SELECT NSF-EXCEPTIONS ASSIGN TO NSFEXCP
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS PBL-NSF-STATUS.
000467     SELECT NSF-SORT-WORK ASSIGN TO NSFWK.
000468     SELECT SORTED-NSF ASSIGN TO NSFSRT
000469         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS PBL-NSF-SORTED-STATUS.
000471     SELECT NSF-REPORT ASSIGN TO NSFRPT
000472         ORGANIZATION IS LINE SEQUENTIAL
000473         FILE STATUS IS PBL-NSF-RPT-STATUS.
000474     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000475         ORGANIZATION IS LINE SEQUENTIAL
000476         FILE STATUS IS PBL-HOLD-STATUS.
000477     SELECT HOLD-WORK ASSIGN TO HOLDWK
000478         ORGANIZATION IS LINE SEQUENTIAL
000479         FILE STATUS IS PBL-HOLD-WORK-STATUS.
000480     SELECT HOLD-REPORT ASSIGN TO HOLDRPT
000481         ORGANIZATION IS LINE SEQUENTIAL
000482         FILE STATUS IS PBL-HOLD-RPT-STATUS.
000483     SELECT HOLD-SORT-WORK ASSIGN TO HOLDSWK.
000484     SELECT SORTED-HOLDS ASSIGN TO HOLDSRT
000485         ORGANIZATION IS LINE SEQUENTIAL
000486         FILE STATUS IS PBL-HOLD-SORTED-STATUS.
000487 DATA DIVISION.
000488 FILE SECTION.
000489 FD  TRANS-FILE.
000490 01  TR-HEADER-RECORD.
000500     05  TR-REC-TYPE             PIC X(01).
000510     05  TR-RUN-DATE             PIC 9(08).
000600         SIGN LEADING SEPARATE.
000610     05  TR-C                    PIC S9(7)V99
000620         SIGN LEADING SEPARATE.
000621     05  TR-BRANCH               PIC 9(02).
000622     05  TR-CURRENCY             PIC X(03).
000623     05  TR-ORIG-A               PIC S9(7)V99
000624         SIGN LEADING SEPARATE.
000625     05  TR-ORIG-B               PIC S9(7)V99
000626         SIGN LEADING SEPARATE.
000627     05  TR-FX-RATE              PIC 9(05)V9(06).
000628     05  TR-FX-DIFF              PIC S9(7)V99
000629         SIGN LEADING SEPARATE.
000630     05  TR-CHEQUE-SERIAL        PIC X(08).
000631 01  TR-TRAILER-RECORD.
000640     05  FILLER                  PIC X(01).
000650     05  TR-RECORD-COUNT         PIC 9(07).
000660     05  TR-GRAND-TOTAL          PIC S9(9)V99
000750     05  BM-NEW-BALANCE          PIC S9(9)V99
000760         SIGN LEADING SEPARATE.
000770     05  BM-LAST-ACTIVITY        PIC 9(08).
000771 FD  POSTING-REPORT.
000772 01  REPORT-LINE                 PIC X(80).
000773 FD  ACCOUNT-MASTER.
000774 01  ACCOUNT-MASTER-RECORD.
000775     05  AM-ACCOUNT-NO           PIC 9(08).
000776     05  AM-ACCOUNT-NAME         PIC X(20).
000777     05  AM-STATUS               PIC X(01).
000778         88  AM-OPEN                     VALUE 'O'.
000779         88  AM-CLOSED                   VALUE 'C'.
000780         88  AM-FROZEN                   VALUE 'F'.
000781     05  AM-OD-LIMIT             PIC 9(07)V99.
000783 FD  TCODE-MASTER.
000785 01  TCODE-MASTER-RECORD.
000787     05  TC-CODE                 PIC X(02).
000789     05  TC-DESC                 PIC X(20).
000791     05  TC-EXPECTED-SIGN        PIC X(01).
000793     05  TC-CHEQUE-FLAG          PIC X(01).
000795 FD  POSTING-JOURNAL.
000796 01  POSTING-JOURNAL-RECORD.
000797     05  PJ-RUN-DATE             PIC 9(08).
000803         SIGN LEADING SEPARATE.
000804     05  PJ-NEW-BALANCE          PIC S9(9)V99
000805         SIGN LEADING SEPARATE.
000808     05  PJ-SOURCE               PIC X(01).
000809         88  PJ-FROM-POSTING             VALUE 'P' SPACE.
000810         88  PJ-FROM-REVERSAL            VALUE 'R'.
000811 FD  NSF-EXCEPTIONS.
000812 01  NSF-EXCEPTION-RECORD.
000813     05  NX-RUN-DATE             PIC 9(08).
000814     05  NX-RUN-SEQ-NO           PIC 9(05).
000815     05  NX-BRANCH               PIC 9(02).
000816     05  NX-ACCOUNT-NO           PIC 9(08).
000817     05  NX-TRANS-CODE           PIC X(02).
000818     05  NX-A                    PIC S9(7)V99
000819         SIGN LEADING SEPARATE.
000820     05  NX-B                    PIC S9(7)V99
000821         SIGN LEADING SEPARATE.
000822     05  NX-C                    PIC S9(7)V99
000823         SIGN LEADING SEPARATE.
000824     05  NX-NEW-BALANCE          PIC S9(9)V99
000825         SIGN LEADING SEPARATE.
000826     05  NX-OD-LIMIT             PIC 9(07)V99.
000827 SD  NSF-SORT-WORK.
000828 01  NSF-SORT-RECORD.
000829     05  NS-BRANCH               PIC 9(02).
000830     05  NS-ACCOUNT-NO           PIC 9(08).
000831     05  NS-TRANS-CODE           PIC X(02).
000832     05  NS-C                    PIC S9(7)V99
000833         SIGN LEADING SEPARATE.
000834     05  NS-NEW-BALANCE          PIC S9(9)V99
000835         SIGN LEADING SEPARATE.
000836     05  NS-OD-LIMIT             PIC 9(07)V99.
000837 FD  SORTED-NSF.
000838 01  SORTED-NSF-RECORD.
000839     05  SN-BRANCH               PIC 9(02).
000840     05  SN-ACCOUNT-NO           PIC 9(08).
000841     05  SN-TRANS-CODE           PIC X(02).
000842     05  SN-C                    PIC S9(7)V99
000843         SIGN LEADING SEPARATE.
000844     05  SN-NEW-BALANCE          PIC S9(9)V99
000845         SIGN LEADING SEPARATE.
000846     05  SN-OD-LIMIT             PIC 9(07)V99.
000847 FD  NSF-REPORT.
000848 01  NSF-REPORT-LINE             PIC X(80).
000849 FD  HOLD-FILE.
000850 01  HOLD-RECORD.
000851     05  HD-HOLD-ID              PIC 9(06).
000852     05  HD-ACCOUNT-NO           PIC 9(08).
000853     05  HD-AMOUNT               PIC 9(07)V99.
000854     05  HD-REASON               PIC X(02).
000855     05  HD-PLACED-BY            PIC X(03).
000856     05  HD-PLACED-DATE          PIC 9(08).
000857     05  HD-EXPIRY-DATE          PIC 9(08).
000858     05  HD-STATUS               PIC X(01).
000859         88  HD-ACTIVE                   VALUE 'A'.
000860         88  HD-RELEASED                 VALUE 'R'.
000861         88  HD-EXPIRED                  VALUE 'E'.
000862     05  HD-RELEASED-BY          PIC X(03).
000863     05  HD-RELEASE-DATE         PIC 9(08).
000864 FD  HOLD-WORK.
000865 01  HOLD-WORK-RECORD            PIC X(56).
000866 FD  HOLD-REPORT.
000867 01  HOLD-REPORT-LINE            PIC X(80).
000868 SD  HOLD-SORT-WORK.
000869 01  HOLD-SORT-RECORD.
000870     05  HS-ACCOUNT-NO           PIC 9(08).
000871     05  HS-AMOUNT               PIC 9(07)V99.
000872 FD  SORTED-HOLDS.
000873 01  SORTED-HOLD-RECORD.
000874     05  SH-ACCOUNT-NO           PIC 9(08).
000875     05  SH-AMOUNT               PIC 9(07)V99.
000876 WORKING-STORAGE SECTION.
000877 01  PBL-FILE-STATUSES.
000878     05  PBL-TRANS-STATUS        PIC X(02) VALUE SPACES.
000879         88  PBL-TRANS-OK                VALUE '00'.
000880     05  PBL-MASTER-STATUS       PIC X(02) VALUE SPACES.
000881         88  PBL-MASTER-OK               VALUE '00'.
000882         88  PBL-MASTER-NOT-FOUND        VALUE '23'.
000883         88  PBL-MASTER-NO-FILE          VALUE '35'.
000884     05  PBL-REPORT-STATUS       PIC X(02) VALUE SPACES.
000890         88  PBL-REPORT-OK               VALUE '00'.
000892     05  PBL-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
000894         88  PBL-ACCT-MSTR-OK            VALUE '00'.
000896         88  PBL-TCODE-MSTR-OK           VALUE '00'.
000897     05  PBL-JOURNAL-STATUS      PIC X(02) VALUE SPACES.
000898         88  PBL-JOURNAL-OK              VALUE '00'.
000899     05  PBL-NSF-STATUS          PIC X(02) VALUE SPACES.
000900         88  PBL-NSF-OK                  VALUE '00'.
000901     05  PBL-NSF-SORTED-STATUS   PIC X(02) VALUE SPACES.
000902         88  PBL-NSF-SORTED-OK           VALUE '00'.
000903     05  PBL-NSF-RPT-STATUS      PIC X(02) VALUE SPACES.
000904         88  PBL-NSF-RPT-OK              VALUE '00'.
000905     05  PBL-HOLD-STATUS         PIC X(02) VALUE SPACES.
000906         88  PBL-HOLD-OK                 VALUE '00'.
000907     05  PBL-HOLD-WORK-STATUS    PIC X(02) VALUE SPACES.
000908         88  PBL-HOLD-WORK-OK            VALUE '00'.
000909     05  PBL-HOLD-RPT-STATUS     PIC X(02) VALUE SPACES.
000910         88  PBL-HOLD-RPT-OK             VALUE '00'.
000912     05  PBL-HOLD-SORTED-STATUS  PIC X(02) VALUE SPACES.
000914         88  PBL-HOLD-SORTED-OK          VALUE '00'.
000916 01  PBL-SWITCHES.
000918     05  PBL-EOF-SWITCH          PIC X(01) VALUE 'N'.
000920         88  PBL-END-OF-INPUT            VALUE 'Y'.
000930     05  PBL-TRANS-OPEN-SW       PIC X(01) VALUE 'N'.
000940         88  PBL-TRANS-OPENED            VALUE 'Y'.
001000         88  PBL-RUN-ABORTED             VALUE 'Y'.
001002     05  PBL-ACCT-REFUSED-SW     PIC X(01) VALUE 'N'.
001004         88  PBL-ACCT-REFUSED            VALUE 'Y'.
001005     05  PBL-NSF-OPEN-SW         PIC X(01) VALUE 'N'.
001006         88  PBL-NSF-OPENED              VALUE 'Y'.
001007     05  PBL-NSF-EXC-EOF-SW      PIC X(01) VALUE 'N'.
001008         88  PBL-NSF-EXC-EOF             VALUE 'Y'.
001009     05  PBL-NSF-SORTED-EOF-SW   PIC X(01) VALUE 'N'.
001010         88  PBL-NSF-SORTED-EOF          VALUE 'Y'.
001011     05  PBL-NSF-BR-OPEN-SW      PIC X(01) VALUE 'N'.
001012         88  PBL-NSF-BR-OPEN             VALUE 'Y'.
001013 01  PBL-RUN-STAMP.
001020     05  PBL-RUN-DATE            PIC 9(08) VALUE 0.
001021     05  PBL-RUN-SEQ-NO          PIC 9(05) VALUE 0.
001022 01  PBL-JOURNAL-FIELDS.
001060     05  PBL-ACCT-OPEN-SW        PIC X(01) VALUE 'N'.
001070         88  PBL-ACCT-OPEN               VALUE 'Y'.
001080 01  PBL-CONTROL-TOTALS.
001081     05  PBL-ACCOUNTS-POSTED     PIC 9(07) VALUE 0.
001082     05  PBL-NEW-ACCOUNTS        PIC 9(07) VALUE 0.
001083     05  PBL-TOTAL-ACTIVITY      PIC S9(9)V99 VALUE 0.
001084     05  PBL-ACCOUNTS-REFUSED    PIC 9(07) VALUE 0.
001085 01  PBL-LIMIT-TOTALS.
001086     05  PBL-IN-FUNDS-COUNT      PIC 9(07) VALUE 0.
001087     05  PBL-IN-FUNDS-TOTAL      PIC S9(11)V99 VALUE 0.
001088     05  PBL-OVERDRAWN-COUNT     PIC 9(07) VALUE 0.
001089     05  PBL-OVERDRAWN-TOTAL     PIC S9(11)V99 VALUE 0.
001090     05  PBL-NSF-ACCOUNTS        PIC 9(07) VALUE 0.
001091     05  PBL-NSF-TOTAL           PIC S9(11)V99 VALUE 0.
001092     05  PBL-NSF-ITEMS           PIC 9(07) VALUE 0.
001093     05  PBL-NSF-ITEM-TOTAL      PIC S9(9)V99 VALUE 0.
001094     05  PBL-NSF-UNLISTED        PIC 9(07) VALUE 0.
001095 01  PBL-LIMIT-FIELDS.
001096     05  PBL-ACCT-OD-LIMIT       PIC 9(07)V99 VALUE 0.
001097     05  PBL-OD-FLOOR            PIC S9(9)V99 VALUE 0.
001098 01  PBL-DEBIT-TABLE.
001099     05  PBL-DEBIT-COUNT         PIC 9(04) VALUE 0.
001100     05  PBL-DEBIT-IX            PIC 9(04) VALUE 0.
001101     05  PBL-DEBIT-DROPPED       PIC 9(07) VALUE 0.
001102     05  PBL-DEBIT-ENTRY OCCURS 500 TIMES.
001103         10  PBL-DB-BRANCH       PIC 9(02).
001104         10  PBL-DB-TRANS-CODE   PIC X(02).
001105         10  PBL-DB-A            PIC S9(7)V99.
001106         10  PBL-DB-B            PIC S9(7)V99.
001107         10  PBL-DB-C            PIC S9(7)V99.
001108 01  PBL-ACCT-MASTER-FIELDS.
001117     05  PBL-ACCT-MSTR-FOUND-SW  PIC X(01) VALUE 'N'.
001118         88  PBL-ACCT-MSTR-FOUND         VALUE 'Y'.
001119     05  PBL-ACCT-MSTR-OPEN-SW   PIC X(01) VALUE 'N'.
001120         88  PBL-ACCT-MSTR-OPENED        VALUE 'Y'.
001127 01  PBL-TCODE-TABLE.
001128     05  PBL-TCODE-COUNT         PIC 9(02) VALUE 0.
001129     05  PBL-TCODE-IX            PIC 9(02) VALUE 0.
001137         10  PBL-TC-DESC         PIC X(20).
001138         10  PBL-TC-REC-COUNT    PIC 9(07).
001139         10  PBL-TC-TOTAL        PIC S9(9)V99.
001141 01  PBL-HOLD-FIELDS.
001142     05  PBL-HOLD-COUNT          PIC 9(07) VALUE 0.
001143     05  PBL-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
001144         88  PBL-HOLD-EOF                VALUE 'Y'.
001145     05  PBL-HOLD-SORTED-EOF-SW  PIC X(01) VALUE 'N'.
001146         88  PBL-HOLD-SORTED-EOF         VALUE 'Y'.
001147     05  PBL-HOLDS-EXPIRED       PIC 9(07) VALUE 0.
001148     05  PBL-HOLDS-ACTIVE        PIC 9(07) VALUE 0.
001150     05  PBL-HOLD-OVER-COUNT     PIC 9(07) VALUE 0.
001151     05  PBL-HOLD-BALANCE        PIC S9(9)V99 VALUE 0.
001152     05  PBL-HOLD-PAGE-NO        PIC 9(03) VALUE 0.
001153     05  PBL-HOLD-LINE-COUNT     PIC 9(03) VALUE 0.
001154     05  PBL-HOLD-ACCOUNT        PIC 9(08) VALUE 0.
001155     05  PBL-HOLD-ACCT-COUNT     PIC 9(04) VALUE 0.
001156     05  PBL-HOLD-ACCT-TOTAL     PIC S9(9)V99 VALUE 0.
001158 01  PBL-REPORT-FIELDS.
001159     05  PBL-PAGE-NO             PIC 9(03) VALUE 0.
001160     05  PBL-LINE-COUNT          PIC 9(03) VALUE 0.
001161     05  PBL-LINES-PER-PAGE      PIC 9(03) VALUE 20.
001162     05  PBL-NSF-PAGE-NO         PIC 9(03) VALUE 0.
001163     05  PBL-NSF-LINE-COUNT      PIC 9(03) VALUE 0.
001164     05  PBL-NSF-PREV-BRANCH     PIC 9(02) VALUE 0.
001165     05  PBL-NSF-BR-COUNT        PIC 9(07) VALUE 0.
001166     05  PBL-NSF-BR-TOTAL        PIC S9(9)V99 VALUE 0.
001167     05  PBL-NSF-RPT-COUNT       PIC 9(07) VALUE 0.
001168     05  PBL-NSF-RPT-TOTAL       PIC S9(9)V99 VALUE 0.
001169     05  PBL-NSF-CARRIED         PIC 9(07) VALUE 0.
001170 01  RPT-HEADER-LINE.
001171     05  FILLER                  PIC X(30)
001180         VALUE "BALANCE MASTER POSTING REPORT".
001190     05  FILLER                  PIC X(08) VALUE " DATE: ".
001200     05  RH-RUN-DATE             PIC 9(08).
001230 01  RPT-COLUMN-LINE.
001240     05  FILLER                  PIC X(55) VALUE
001250         " ACCOUNT   PRIOR BALANCE       ACTIVITY    NEW BALANCE".
001251     05  FILLER                  PIC X(04) VALUE SPACES.
001252     05  FILLER                  PIC X(20) VALUE "ACCOUNT NAME".
001253 01  RPT-TCODE-LINE.
001254     05  FILLER                  PIC X(05) VALUE "CODE ".
001340     05  FILLER                  PIC X(01) VALUE SPACES.
001350     05  RD-NEW-FLAG             PIC X(03) VALUE SPACES.
001352     05  FILLER                  PIC X(01) VALUE SPACES.
001354     05  RD-OD-FLAG              PIC X(03) VALUE SPACES.
001356     05  FILLER                  PIC X(01) VALUE SPACES.
001358     05  RD-ACCT-NAME            PIC X(20) VALUE SPACES.
001360 01  RPT-TOTALS-LINE.
001370     05  FILLER                  PIC X(18)
001380         VALUE "ACCOUNTS POSTED: ".
001454     05  RT-REFUSED              PIC Z,ZZZ,ZZ9.
001455     05  FILLER                  PIC X(26)
001456         VALUE "  ACCOUNTS NOT ON MASTER".
001457 01  RPT-CLASS-LINE.
001458     05  RCL-LABEL               PIC X(26).
001459     05  RCL-COUNT               PIC Z,ZZZ,ZZ9.
001460     05  FILLER                  PIC X(11)
001461         VALUE "  BALANCE: ".
001462     05  RCL-TOTAL               PIC -(10)9.99.
001463 01  RPT-NSF-ITEMS-LINE.
001464     05  FILLER                  PIC X(26)
001465         VALUE "NSF ITEMS FOR DECISION".
001466     05  RNI-COUNT               PIC Z,ZZZ,ZZ9.
001467     05  FILLER                  PIC X(11)
001468         VALUE "    TOTAL: ".
001469     05  RNI-TOTAL               PIC -(10)9.99.
001470 01  RPT-NSF-UNLISTED-LINE.
001471     05  FILLER                  PIC X(26)
001472         VALUE "NSF DEBITS NOT LISTED".
001473     05  RNU-COUNT               PIC Z,ZZZ,ZZ9.
001474     05  FILLER                  PIC X(30)
001475         VALUE "  OVER 500 ON ONE ACCOUNT".
001476 01  RPT-NSF-HEADER-LINE.
001477     05  FILLER                  PIC X(30)
001478         VALUE "NSF ITEMS - PAY OR RETURN".
001479     05  FILLER                  PIC X(08) VALUE " DATE: ".
001480     05  RNH-RUN-DATE            PIC 9(08).
001481     05  FILLER                  PIC X(07) VALUE "  SEQ: ".
001482     05  RNH-RUN-SEQ-NO          PIC 9(05).
001483     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
001484     05  RNH-PAGE-NO             PIC ZZ9.
001485 01  RPT-NSF-BRANCH-LINE.
001486     05  FILLER                  PIC X(08) VALUE "BRANCH: ".
001487     05  RNB-BRANCH              PIC 9(02).
001488 01  RPT-NSF-COLUMN-LINE.
001489     05  FILLER                  PIC X(54) VALUE
001490         "ACCOUNT   TC    ITEM AMOUNT    NEW BALANCE    OD LIMIT".
001491 01  RPT-NSF-DETAIL-LINE.
001492     05  RND-ACCOUNT             PIC 9(08).
001493     05  FILLER                  PIC X(02) VALUE SPACES.
001494     05  RND-TRANS-CODE          PIC X(02).
001495     05  FILLER                  PIC X(02) VALUE SPACES.
001496     05  RND-ITEM                PIC -(9)9.99.
001497     05  FILLER                  PIC X(02) VALUE SPACES.
001498     05  RND-NEW-BALANCE         PIC -(9)9.99.
001499     05  FILLER                  PIC X(02) VALUE SPACES.
001500     05  RND-OD-LIMIT            PIC Z(6)9.99.
001501 01  RPT-NSF-BR-TOTAL-LINE.
001502     05  FILLER                  PIC X(08) VALUE "BRANCH ".
001503     05  RNT-BRANCH              PIC 9(02).
001504     05  FILLER                  PIC X(09) VALUE "  ITEMS: ".
001505     05  RNT-COUNT               PIC Z,ZZZ,ZZ9.
001506     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
001507     05  RNT-TOTAL               PIC -(8)9.99.
001508 01  RPT-NSF-GRAND-LINE.
001509     05  FILLER                  PIC X(19)
001510         VALUE "ALL BRANCHES ITEMS:".
001511     05  RNG-COUNT               PIC Z,ZZZ,ZZ9.
001512     05  FILLER                  PIC X(09) VALUE "  TOTAL: ".
001513     05  RNG-TOTAL               PIC -(8)9.99.
001514 01  RPT-NSF-NONE-LINE.
001515     05  FILLER                  PIC X(30)
001516         VALUE "NO NSF ITEMS FOR THIS RUN".
001517 01  RPT-NSF-CARRIED-LINE.
001518     05  FILLER                  PIC X(36)
001519         VALUE "ITEMS FROM EARLIER RUNS UNDECIDED: ".
001520     05  RNC-COUNT               PIC Z,ZZZ,ZZ9.
001521 01  RPT-TCODE-HEAD-LINE.
001522     05  FILLER                  PIC X(44) VALUE
001523         "PER-CODE TOTALS OVER TRANS-OUT (ALL RECORDS)".
001524 01  RPT-HOLD-HEADER-LINE.
001525     05  FILLER                  PIC X(30)
001526         VALUE "HOLDS OVER BALANCE".
001527     05  FILLER                  PIC X(08) VALUE " DATE: ".
001528     05  RHH-RUN-DATE            PIC 9(08).
001529     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
001530     05  RHH-PAGE-NO             PIC ZZ9.
001531 01  RPT-HOLD-COLUMN-LINE.
001532     05  FILLER                  PIC X(41) VALUE
001533         "ACCOUNT        NEW BALANCE   ACTIVE HOLDS".
001534     05  FILLER                  PIC X(26) VALUE
001535         "  HOLDS     SHORTFALL".
001536 01  RPT-HOLD-DETAIL-LINE.
001537     05  RHD-ACCOUNT             PIC 9(08).
001538     05  FILLER                  PIC X(02) VALUE SPACES.
001539     05  RHD-BALANCE             PIC -(9)9.99.
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001541     05  RHD-HOLDS               PIC -(9)9.99.
001542     05  FILLER                  PIC X(02) VALUE SPACES.
001543     05  RHD-COUNT               PIC ZZZ9.
001544     05  FILLER                  PIC X(02) VALUE SPACES.
001545     05  RHD-SHORTFALL           PIC -(9)9.99.
001546 01  RPT-HOLD-TOTAL-LINE.
001547     05  RHT-LABEL               PIC X(30).
001548     05  RHT-COUNT               PIC Z,ZZZ,ZZ9.
001549 01  RPT-HOLD-NONE-LINE.
001550     05  FILLER                  PIC X(40)
001551         VALUE "NO ACCOUNT HAS HOLDS OVER ITS BALANCE".
001552 PROCEDURE DIVISION.
001553 0000-MAINLINE.
001554     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001555     PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
001556         UNTIL PBL-END-OF-INPUT.
001557     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001558     STOP RUN.
001559 1000-INITIALIZE.
001560     OPEN INPUT TRANS-FILE.
001561     IF NOT PBL-TRANS-OK
001562         DISPLAY "TRANS-OUT COULD NOT BE OPENED - RUN ABORTED"
001570         MOVE 16 TO RETURN-CODE
001580         SET PBL-END-OF-INPUT TO TRUE
001590         SET PBL-RUN-ABORTED TO TRUE
001830         GO TO 1000-EXIT
001840     END-IF.
001850     SET PBL-REPORT-OPENED TO TRUE.
001860     PERFORM 1300-OPEN-NSF-FILE THRU 1300-EXIT.
001862     IF PBL-RUN-ABORTED
001864         GO TO 1000-EXIT
001866     END-IF.
001868     PERFORM 1100-OPEN-ACCT-MASTER THRU 1100-EXIT.
001870     IF PBL-RUN-ABORTED
001880         GO TO 1000-EXIT
001890     END-IF.
001910     PERFORM 2100-READ-TRANS THRU 2100-EXIT.
001920 1000-EXIT.
001930     EXIT.
001940 1100-OPEN-ACCT-MASTER.
001950     OPEN INPUT ACCOUNT-MASTER.
001960     IF NOT PBL-ACCT-MSTR-OK
001970         DISPLAY "NO ACCOUNT MASTER ON FILE - NEW ACCOUNTS NOT "
001980             "CHECKED"
001990         GO TO 1100-EXIT
002000     END-IF.
002010     SET PBL-ACCT-MSTR-OPENED TO TRUE.
002080 1100-EXIT.
002390     EXIT.
002400 1150-LOAD-TCODE-MASTER.
002410*    CODES NOT ON THE MASTER STILL SELF-REGISTER IN 2250 SO THE
003010 1220-NOTE-JOURNAL.
003020     IF PJ-RUN-DATE = PBL-RUN-DATE
003030         AND PJ-RUN-SEQ-NO = PBL-RUN-SEQ-NO
003035         AND PJ-FROM-POSTING
003040         SET PBL-RESUMING TO TRUE
003050         IF PJ-ACCOUNT-NO > PBL-RESUME-ACCOUNT
003060             MOVE PJ-ACCOUNT-NO TO PBL-RESUME-ACCOUNT
003250     END-IF.
003260     SET PBL-JOURNAL-OPENED TO TRUE.
003270 1250-EXIT.
003271     EXIT.
003272 1300-OPEN-NSF-FILE.
003273*    THE NSF EXCEPTION FILE IS A QUEUE - ITEMS STAY ON IT UNTIL
003274*    NSFREV RECORDS THE PAY OR RETURN DECISION - SO IT EXTENDS.
003275     OPEN EXTEND NSF-EXCEPTIONS.
003276     IF NOT PBL-NSF-OK
003277         OPEN OUTPUT NSF-EXCEPTIONS
003278         CLOSE NSF-EXCEPTIONS
003279         OPEN EXTEND NSF-EXCEPTIONS
003280     END-IF.
003281     IF NOT PBL-NSF-OK
003282         DISPLAY "NSF EXCEPTION FILE WILL NOT OPEN - RUN ABORTED"
003283         MOVE 16 TO RETURN-CODE
003284         SET PBL-END-OF-INPUT TO TRUE
003285         SET PBL-RUN-ABORTED TO TRUE
003286         GO TO 1300-EXIT
003287     END-IF.
003288     SET PBL-NSF-OPENED TO TRUE.
003289 1300-EXIT.
003290     EXIT.
003291 2000-PROCESS-TRANS.
003300     EVALUATE TR-REC-TYPE
003310         WHEN 'H'
003320             MOVE TR-RUN-DATE TO PBL-RUN-DATE
003590     SET PBL-ACCT-OPEN TO TRUE.
003600     MOVE TR-ACCOUNT-NO TO PBL-PREV-ACCOUNT.
003610     ADD TR-C TO PBL-ACCT-ACTIVITY.
003612     IF TR-C < 0
003614         PERFORM 2210-HOLD-DEBIT THRU 2210-EXIT
003616     END-IF.
003620     PERFORM 2250-TABLE-TCODE THRU 2250-EXIT.
003630 2200-EXIT.
003631     EXIT.
003632 2210-HOLD-DEBIT.
003633*    THE ACCOUNT'S DEBITS ARE HELD UNTIL IT POSTS.  IF THE NEW
003634*    BALANCE IS PAST THE OVERDRAFT LIMIT THEY ARE THE ITEMS TO PAY
003635*    OR RETURN; OTHERWISE THEY ARE SIMPLY DROPPED AT THE BREAK.
003636     IF PBL-DEBIT-COUNT NOT < 500
003637         ADD 1 TO PBL-DEBIT-DROPPED
003638         GO TO 2210-EXIT
003639     END-IF.
003640     ADD 1 TO PBL-DEBIT-COUNT.
003641     MOVE TR-BRANCH     TO PBL-DB-BRANCH (PBL-DEBIT-COUNT).
003642     MOVE TR-TRANS-CODE TO PBL-DB-TRANS-CODE (PBL-DEBIT-COUNT).
003643     MOVE TR-A          TO PBL-DB-A (PBL-DEBIT-COUNT).
003644     MOVE TR-B          TO PBL-DB-B (PBL-DEBIT-COUNT).
003645     MOVE TR-C          TO PBL-DB-C (PBL-DEBIT-COUNT).
003646 2210-EXIT.
003647     EXIT.
003650 2250-TABLE-TCODE.
003652*    THE BREAKOUT COVERS EVERY DETAIL ON TRANS-OUT, INCLUDING
003654*    ACCOUNTS A RESUMED RUN SKIPS AS ALREADY APPLIED - IT IS
004030         AND PBL-PREV-ACCOUNT NOT > PBL-RESUME-ACCOUNT
004040         ADD 1 TO PBL-ACCOUNTS-SKIPPED
004050         MOVE 0 TO PBL-ACCT-ACTIVITY
004054         MOVE 0 TO PBL-DEBIT-COUNT
004058         MOVE 0 TO PBL-DEBIT-DROPPED
004060         MOVE 'N' TO PBL-ACCT-OPEN-SW
004070         GO TO 2300-EXIT
004080     END-IF.
004150             PERFORM 2360-ROLL-FORWARD THRU 2360-EXIT
004160     END-READ.
004170     IF NOT PBL-ACCT-REFUSED
004175         PERFORM 2400-CLASSIFY-BALANCE THRU 2400-EXIT
004180         PERFORM 3100-WRITE-REPORT-DETAIL THRU 3100-EXIT
004190         ADD 1 TO PBL-ACCOUNTS-POSTED
004200         ADD PBL-ACCT-ACTIVITY TO PBL-TOTAL-ACTIVITY
004220     END-IF.
004230     MOVE 0 TO PBL-ACCT-ACTIVITY.
004240     MOVE 'N' TO PBL-ACCT-OPEN-SW.
004244     MOVE 0 TO PBL-DEBIT-COUNT.
004248     MOVE 0 TO PBL-DEBIT-DROPPED.
004250 2300-EXIT.
004260     EXIT.
004270 2320-WRITE-JOURNAL.
004340     MOVE BM-PRIOR-BALANCE TO PJ-PRIOR-BALANCE.
004350     MOVE BM-TODAY-ACTIVITY TO PJ-ACTIVITY.
004360     MOVE BM-NEW-BALANCE   TO PJ-NEW-BALANCE.
004365     MOVE 'P'              TO PJ-SOURCE.
004370     WRITE POSTING-JOURNAL-RECORD.
004380 2320-EXIT.
004390     EXIT.
004410*    AN ACCOUNT NOT ON THE BALANCE MASTER ONLY OPENS WHEN THE
004420*    ACCOUNT MASTER LISTS IT AS OPEN.  NO ACCOUNT MASTER ON
004430*    FILE KEEPS THE OLD OPEN-ANYTHING BEHAVIOR.
004440     IF PBL-ACCT-MSTR-OPENED
004450         PERFORM 2380-LOCATE-ACCOUNT THRU 2380-EXIT
004460         IF NOT PBL-ACCT-MSTR-FOUND
004470             PERFORM 2355-REFUSE-ACCOUNT THRU 2355-EXIT
004480             GO TO 2350-EXIT
004490         END-IF
004500         IF NOT AM-OPEN
004510             PERFORM 2355-REFUSE-ACCOUNT THRU 2355-EXIT
004520             GO TO 2350-EXIT
004530         END-IF
004940     EXIT.
004950 2380-LOCATE-ACCOUNT.
004960     MOVE 'N' TO PBL-ACCT-MSTR-FOUND-SW.
004970     MOVE PBL-PREV-ACCOUNT TO AM-ACCOUNT-NO.
004980     READ ACCOUNT-MASTER
004990         INVALID KEY
005000             CONTINUE
005002         NOT INVALID KEY
005004             SET PBL-ACCT-MSTR-FOUND TO TRUE
005006     END-READ.
005010 2380-EXIT.
005020     EXIT.
005030 2400-CLASSIFY-BALANCE.
005040******************************************************************
005050* EVERY ACCOUNT POSTED FALLS IN ONE OF THREE GROUPS ON ITS NEW
005051* BALANCE: IN FUNDS (ZERO OR BETTER), OVERDRAWN BUT WITHIN ITS
005052* OVERDRAFT LIMIT (OD), OR PAST THE LIMIT (NSF).  AN ACCOUNT NOT
005053* ON THE ACCOUNT MASTER HAS NO OVERDRAFT FACILITY.  AN NSF
005054* ACCOUNT'S DEBITS FOR THE NIGHT GO TO THE NSF EXCEPTION FILE.
005055******************************************************************
005056     MOVE 0 TO PBL-ACCT-OD-LIMIT.
005057     IF PBL-ACCT-MSTR-OPENED
005058         PERFORM 2380-LOCATE-ACCOUNT THRU 2380-EXIT
005059*        A LIMIT THAT IS NOT NUMERIC GIVES NO OVERDRAFT FACILITY
005060*        RATHER THAN A DATA EXCEPTION; REFCHK REPORTS IT AS AN
005061*        ERROR.
005062         IF PBL-ACCT-MSTR-FOUND
005063             AND AM-OD-LIMIT NUMERIC
005064             MOVE AM-OD-LIMIT TO PBL-ACCT-OD-LIMIT
005065         END-IF
005070     END-IF.
005080     COMPUTE PBL-OD-FLOOR = 0 - PBL-ACCT-OD-LIMIT.
005081     EVALUATE TRUE
005082         WHEN BM-NEW-BALANCE NOT < 0
005083             MOVE SPACES TO RD-OD-FLAG
005084             ADD 1 TO PBL-IN-FUNDS-COUNT
005085             ADD BM-NEW-BALANCE TO PBL-IN-FUNDS-TOTAL
005086         WHEN BM-NEW-BALANCE NOT < PBL-OD-FLOOR
005087             MOVE 'OD ' TO RD-OD-FLAG
005088             ADD 1 TO PBL-OVERDRAWN-COUNT
005089             ADD BM-NEW-BALANCE TO PBL-OVERDRAWN-TOTAL
005090         WHEN OTHER
005091             MOVE 'NSF' TO RD-OD-FLAG
005092             ADD 1 TO PBL-NSF-ACCOUNTS
005093             ADD BM-NEW-BALANCE TO PBL-NSF-TOTAL
005094             PERFORM 2410-WRITE-NSF-ITEM THRU 2410-EXIT
005095                 VARYING PBL-DEBIT-IX FROM 1 BY 1
005096                 UNTIL PBL-DEBIT-IX > PBL-DEBIT-COUNT
005097             IF PBL-DEBIT-DROPPED > 0
005098                 DISPLAY "ACCOUNT " BM-ACCOUNT-NO " HAS "
005099                     PBL-DEBIT-DROPPED " NSF DEBITS PAST THE "
005100                     "500-ITEM HOLD - NOT LISTED"
005101                 ADD PBL-DEBIT-DROPPED TO PBL-NSF-UNLISTED
005102             END-IF
005103     END-EVALUATE.
005104 2400-EXIT.
005105     EXIT.
005106 2410-WRITE-NSF-ITEM.
005107     IF NOT PBL-NSF-OPENED
005108         GO TO 2410-EXIT
005109     END-IF.
005110     MOVE PBL-RUN-DATE      TO NX-RUN-DATE.
005111     MOVE PBL-RUN-SEQ-NO    TO NX-RUN-SEQ-NO.
005112     MOVE PBL-DB-BRANCH (PBL-DEBIT-IX)     TO NX-BRANCH.
005113     MOVE BM-ACCOUNT-NO     TO NX-ACCOUNT-NO.
005114     MOVE PBL-DB-TRANS-CODE (PBL-DEBIT-IX) TO NX-TRANS-CODE.
005115     MOVE PBL-DB-A (PBL-DEBIT-IX)          TO NX-A.
005116     MOVE PBL-DB-B (PBL-DEBIT-IX)          TO NX-B.
005117     MOVE PBL-DB-C (PBL-DEBIT-IX)          TO NX-C.
005118     MOVE BM-NEW-BALANCE    TO NX-NEW-BALANCE.
005119     MOVE PBL-ACCT-OD-LIMIT TO NX-OD-LIMIT.
005120     WRITE NSF-EXCEPTION-RECORD.
005121     ADD 1 TO PBL-NSF-ITEMS.
005122     ADD PBL-DB-C (PBL-DEBIT-IX) TO PBL-NSF-ITEM-TOTAL.
005123 2410-EXIT.
005124     EXIT.
005125 3000-WRITE-REPORT-HEADER.
005126     ADD 1 TO PBL-PAGE-NO.
005127     MOVE 0 TO PBL-LINE-COUNT.
005130     MOVE PBL-RUN-DATE TO RH-RUN-DATE.
005140     MOVE PBL-PAGE-NO  TO RH-PAGE-NO.
005150     MOVE RPT-HEADER-LINE TO REPORT-LINE.
005240     END-IF.
005250     MOVE BM-ACCOUNT-NO      TO RD-ACCOUNT.
005260     MOVE SPACES TO RD-ACCT-NAME.
005270     IF PBL-ACCT-MSTR-OPENED
005280         PERFORM 2380-LOCATE-ACCOUNT THRU 2380-EXIT
005290         IF PBL-ACCT-MSTR-FOUND
005300             MOVE AM-ACCOUNT-NAME TO RD-ACCT-NAME
005320         END-IF
005330     END-IF.
005340     MOVE BM-PRIOR-BALANCE   TO RD-PRIOR.
005480     MOVE PBL-ACCT-ACTIVITY TO RD-ACTIVITY.
005490     MOVE 0                 TO RD-NEW.
005500     MOVE 'REF'             TO RD-NEW-FLAG.
005505     MOVE SPACES            TO RD-OD-FLAG.
005510     MOVE SPACES            TO RD-ACCT-NAME.
005520     MOVE RPT-DETAIL-LINE TO REPORT-LINE.
005530     WRITE REPORT-LINE.
005610     IF NOT PBL-RUN-ABORTED AND PBL-REPORT-OPENED
005620         PERFORM 9060-WRITE-REPORT-TOTALS THRU 9060-EXIT
005630     END-IF.
005635     IF NOT PBL-RUN-ABORTED AND PBL-MASTER-OPENED
005636         PERFORM 9300-PROCESS-HOLDS THRU 9300-EXIT
005637     END-IF.
005640     IF PBL-TRANS-OPENED
005650         CLOSE TRANS-FILE
005660     END-IF.
005670     IF PBL-MASTER-OPENED
005680         CLOSE BALANCE-MASTER
005690     END-IF.
005691     IF PBL-ACCT-MSTR-OPENED
005692         CLOSE ACCOUNT-MASTER
005695     END-IF.
005700     IF PBL-REPORT-OPENED
005710         CLOSE POSTING-REPORT
005720     END-IF.
005730     IF PBL-JOURNAL-OPENED
005740         CLOSE POSTING-JOURNAL
005741     END-IF.
005742     IF PBL-NSF-OPENED
005743         CLOSE NSF-EXCEPTIONS
005744     END-IF.
005745     IF NOT PBL-RUN-ABORTED
005746         PERFORM 9100-PRINT-NSF-REPORT THRU 9100-EXIT
005750     END-IF.
005760     IF NOT PBL-RUN-ABORTED
005770         DISPLAY "***** BALANCE POSTING RUN SUMMARY *****"
005830             PBL-TOTAL-ACTIVITY
005840         DISPLAY "ACTIVITY REFUSED . . . . . : "
005850             PBL-ACCOUNTS-REFUSED
005851         DISPLAY "ACCOUNTS ALREADY APPLIED . : "
005852             PBL-ACCOUNTS-SKIPPED
005853         DISPLAY "ACCOUNTS IN FUNDS  . . . . : "
005854             PBL-IN-FUNDS-COUNT
005855         DISPLAY "OVERDRAWN WITHIN LIMIT . . : "
005856             PBL-OVERDRAWN-COUNT
005857         DISPLAY "PAST LIMIT (NSF) . . . . . : "
005858             PBL-NSF-ACCOUNTS
005859         DISPLAY "NSF ITEMS FOR DECISION . . : "
005860             PBL-NSF-ITEMS
005861         DISPLAY "HOLDS EXPIRED  . . . . . . : "
005862             PBL-HOLDS-EXPIRED
005863         DISPLAY "HOLDS OVER BALANCE . . . . : "
005864             PBL-HOLD-OVER-COUNT
005872         IF PBL-TCODE-COUNT > 0
005874             DISPLAY "PER-CODE TOTALS OVER TRANS-OUT "
005876                 "(ALL RECORDS):"
005940             "SEE THE POSTING REPORT *****"
005950         MOVE 8 TO RETURN-CODE
005960     END-IF.
005961     IF PBL-NSF-ACCOUNTS > 0
005962         AND NOT PBL-RUN-ABORTED
005963         DISPLAY "***** ACCOUNTS PAST THEIR OVERDRAFT LIMIT - "
005964             "SEE THE NSF REPORT *****"
005965     END-IF.
005966*    NSF DEBITS MISSING FROM THE EXCEPTION FILE CANNOT BE RETURNED
005967*    THROUGH NSFREV, SO THE NIGHT IS FLAGGED FOR A LOOK.
005968     IF PBL-NSF-UNLISTED > 0
005969         AND NOT PBL-RUN-ABORTED
005970         DISPLAY "***** NSF DEBITS NOT LISTED - SEE THE NSF "
005971             "REPORT *****"
005972         MOVE 8 TO RETURN-CODE
005973     END-IF.
005974 9000-EXIT.
005980     EXIT.
005990 9060-WRITE-REPORT-TOTALS.
006000     PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT.
006070     WRITE REPORT-LINE.
006080     IF PBL-ACCOUNTS-REFUSED > 0
006090         MOVE PBL-ACCOUNTS-REFUSED TO RT-REFUSED
006091         MOVE RPT-REFUSED-LINE TO REPORT-LINE
006092         WRITE REPORT-LINE
006093     END-IF.
006094     MOVE "IN FUNDS (ZERO OR BETTER)" TO RCL-LABEL.
006095     MOVE PBL-IN-FUNDS-COUNT  TO RCL-COUNT.
006096     MOVE PBL-IN-FUNDS-TOTAL  TO RCL-TOTAL.
006097     MOVE RPT-CLASS-LINE TO REPORT-LINE.
006098     WRITE REPORT-LINE.
006099     MOVE "OVERDRAWN WITHIN LIMIT" TO RCL-LABEL.
006100     MOVE PBL-OVERDRAWN-COUNT TO RCL-COUNT.
006101     MOVE PBL-OVERDRAWN-TOTAL TO RCL-TOTAL.
006102     MOVE RPT-CLASS-LINE TO REPORT-LINE.
006103     WRITE REPORT-LINE.
006104     MOVE "PAST LIMIT (NSF)" TO RCL-LABEL.
006105     MOVE PBL-NSF-ACCOUNTS    TO RCL-COUNT.
006106     MOVE PBL-NSF-TOTAL       TO RCL-TOTAL.
006107     MOVE RPT-CLASS-LINE TO REPORT-LINE.
006108     WRITE REPORT-LINE.
006109     MOVE PBL-NSF-ITEMS       TO RNI-COUNT.
006110     MOVE PBL-NSF-ITEM-TOTAL  TO RNI-TOTAL.
006111     MOVE RPT-NSF-ITEMS-LINE TO REPORT-LINE.
006112     WRITE REPORT-LINE.
006113     IF PBL-NSF-UNLISTED > 0
006114         MOVE PBL-NSF-UNLISTED TO RNU-COUNT
006115         MOVE RPT-NSF-UNLISTED-LINE TO REPORT-LINE
006116         WRITE REPORT-LINE
006120     END-IF.
006122     IF PBL-TCODE-COUNT > 0
006124         MOVE RPT-TCODE-HEAD-LINE TO REPORT-LINE
006310         " TOTAL " PBL-TC-TOTAL (PBL-TCODE-IX).
006320 9070-EXIT.
006330     EXIT.
006331 9100-PRINT-NSF-REPORT.
006332******************************************************************
006333* TONIGHT'S ITEMS ARE SORTED OUT OF THE NSF EXCEPTION FILE BY
006334* BRANCH AND ACCOUNT AND PRINTED A BRANCH AT A TIME FOR THE
006335* MORNING PAY/RETURN DECISION.  ITEMS STILL ON THE FILE FROM AN
006336* EARLIER RUN WERE ON THAT NIGHT'S REPORT AND ARE ONLY COUNTED.
006337******************************************************************
006338     OPEN OUTPUT NSF-REPORT.
006339     IF NOT PBL-NSF-RPT-OK
006340         DISPLAY "NSF REPORT COULD NOT BE OPENED - THE ITEMS ARE "
006341             "ON THE NSF EXCEPTION FILE"
006342         MOVE 8 TO RETURN-CODE
006343         GO TO 9100-EXIT
006344     END-IF.
006345     SORT NSF-SORT-WORK
006346         ON ASCENDING KEY NS-BRANCH NS-ACCOUNT-NO
006347         INPUT PROCEDURE IS 9110-SELECT-NSF THRU 9110-EXIT
006348         GIVING SORTED-NSF.
006349     PERFORM 9140-WRITE-NSF-HEADER THRU 9140-EXIT.
006350     OPEN INPUT SORTED-NSF.
006351     IF PBL-NSF-SORTED-OK
006352         PERFORM 9130-READ-SORTED-NSF THRU 9130-EXIT
006353         PERFORM 9150-PRINT-NSF-ITEM THRU 9150-EXIT
006354             UNTIL PBL-NSF-SORTED-EOF
006355         CLOSE SORTED-NSF
006356     END-IF.
006357     IF PBL-NSF-BR-OPEN
006358         PERFORM 9160-WRITE-BRANCH-TOTAL THRU 9160-EXIT
006359     END-IF.
006360     PERFORM 9170-WRITE-NSF-TOTALS THRU 9170-EXIT.
006361     CLOSE NSF-REPORT.
006362 9100-EXIT.
006363     EXIT.
006364 9110-SELECT-NSF.
006365     OPEN INPUT NSF-EXCEPTIONS.
006366     IF NOT PBL-NSF-OK
006367         GO TO 9110-EXIT
006368     END-IF.
006369     PERFORM 9115-READ-NSF THRU 9115-EXIT.
006370     PERFORM 9120-RELEASE-NSF THRU 9120-EXIT
006371         UNTIL PBL-NSF-EXC-EOF.
006372     CLOSE NSF-EXCEPTIONS.
006373 9110-EXIT.
006374     EXIT.
006375 9115-READ-NSF.
006376     READ NSF-EXCEPTIONS
006377         AT END
006378             SET PBL-NSF-EXC-EOF TO TRUE
006379     END-READ.
006380 9115-EXIT.
006381     EXIT.
006382 9120-RELEASE-NSF.
006383     IF NX-RUN-DATE = PBL-RUN-DATE
006384         AND NX-RUN-SEQ-NO = PBL-RUN-SEQ-NO
006385         MOVE NX-BRANCH      TO NS-BRANCH
006386         MOVE NX-ACCOUNT-NO  TO NS-ACCOUNT-NO
006387         MOVE NX-TRANS-CODE  TO NS-TRANS-CODE
006388         MOVE NX-C           TO NS-C
006389         MOVE NX-NEW-BALANCE TO NS-NEW-BALANCE
006390         MOVE NX-OD-LIMIT    TO NS-OD-LIMIT
006391         RELEASE NSF-SORT-RECORD
006392     ELSE
006393         ADD 1 TO PBL-NSF-CARRIED
006394     END-IF.
006395     PERFORM 9115-READ-NSF THRU 9115-EXIT.
006396 9120-EXIT.
006397     EXIT.
006398 9130-READ-SORTED-NSF.
006399     READ SORTED-NSF
006400         AT END
006401             SET PBL-NSF-SORTED-EOF TO TRUE
006402     END-READ.
006403 9130-EXIT.
006404     EXIT.
006405 9140-WRITE-NSF-HEADER.
006406     ADD 1 TO PBL-NSF-PAGE-NO.
006407     MOVE 0 TO PBL-NSF-LINE-COUNT.
006408     MOVE PBL-RUN-DATE    TO RNH-RUN-DATE.
006409     MOVE PBL-RUN-SEQ-NO  TO RNH-RUN-SEQ-NO.
006410     MOVE PBL-NSF-PAGE-NO TO RNH-PAGE-NO.
006411     MOVE RPT-NSF-HEADER-LINE TO NSF-REPORT-LINE.
006412     WRITE NSF-REPORT-LINE.
006413*    A BRANCH THAT RUNS ONTO A NEW PAGE IS NAMED AGAIN AT THE TOP.
006414     IF PBL-NSF-BR-OPEN
006415         MOVE RPT-NSF-BRANCH-LINE TO NSF-REPORT-LINE
006416         WRITE NSF-REPORT-LINE
006417         MOVE RPT-NSF-COLUMN-LINE TO NSF-REPORT-LINE
006418         WRITE NSF-REPORT-LINE
006419     END-IF.
006420 9140-EXIT.
006421     EXIT.
006422 9150-PRINT-NSF-ITEM.
006423     IF PBL-NSF-BR-OPEN
006424         AND SN-BRANCH NOT = PBL-NSF-PREV-BRANCH
006425         PERFORM 9160-WRITE-BRANCH-TOTAL THRU 9160-EXIT
006426     END-IF.
006427     IF NOT PBL-NSF-BR-OPEN
006428         PERFORM 9155-START-BRANCH THRU 9155-EXIT
006429     END-IF.
006430     IF PBL-NSF-LINE-COUNT NOT < PBL-LINES-PER-PAGE
006431         PERFORM 9140-WRITE-NSF-HEADER THRU 9140-EXIT
006432     END-IF.
006433     MOVE SN-ACCOUNT-NO  TO RND-ACCOUNT.
006434     MOVE SN-TRANS-CODE  TO RND-TRANS-CODE.
006435     MOVE SN-C           TO RND-ITEM.
006436     MOVE SN-NEW-BALANCE TO RND-NEW-BALANCE.
006437     MOVE SN-OD-LIMIT    TO RND-OD-LIMIT.
006438     MOVE RPT-NSF-DETAIL-LINE TO NSF-REPORT-LINE.
006439     WRITE NSF-REPORT-LINE.
006440     ADD 1 TO PBL-NSF-LINE-COUNT.
006441     ADD 1 TO PBL-NSF-BR-COUNT.
006442     ADD SN-C TO PBL-NSF-BR-TOTAL.
006443     ADD 1 TO PBL-NSF-RPT-COUNT.
006444     ADD SN-C TO PBL-NSF-RPT-TOTAL.
006445     PERFORM 9130-READ-SORTED-NSF THRU 9130-EXIT.
006446 9150-EXIT.
006447     EXIT.
006448 9155-START-BRANCH.
006449     SET PBL-NSF-BR-OPEN TO TRUE.
006450     MOVE SN-BRANCH TO PBL-NSF-PREV-BRANCH.
006451     MOVE 0 TO PBL-NSF-BR-COUNT.
006452     MOVE 0 TO PBL-NSF-BR-TOTAL.
006453     MOVE SN-BRANCH TO RNB-BRANCH.
006454     MOVE SPACES TO NSF-REPORT-LINE.
006455     WRITE NSF-REPORT-LINE.
006456     MOVE RPT-NSF-BRANCH-LINE TO NSF-REPORT-LINE.
006457     WRITE NSF-REPORT-LINE.
006458     MOVE RPT-NSF-COLUMN-LINE TO NSF-REPORT-LINE.
006459     WRITE NSF-REPORT-LINE.
006460     ADD 3 TO PBL-NSF-LINE-COUNT.
006461 9155-EXIT.
006462     EXIT.
006463 9160-WRITE-BRANCH-TOTAL.
006464     MOVE PBL-NSF-PREV-BRANCH TO RNT-BRANCH.
006465     MOVE PBL-NSF-BR-COUNT    TO RNT-COUNT.
006466     MOVE PBL-NSF-BR-TOTAL    TO RNT-TOTAL.
006467     MOVE RPT-NSF-BR-TOTAL-LINE TO NSF-REPORT-LINE.
006468     WRITE NSF-REPORT-LINE.
006469     ADD 1 TO PBL-NSF-LINE-COUNT.
006470     MOVE 'N' TO PBL-NSF-BR-OPEN-SW.
006471 9160-EXIT.
006472     EXIT.
006473 9170-WRITE-NSF-TOTALS.
006474     MOVE SPACES TO NSF-REPORT-LINE.
006475     WRITE NSF-REPORT-LINE.
006476     IF PBL-NSF-RPT-COUNT = 0
006477         MOVE RPT-NSF-NONE-LINE TO NSF-REPORT-LINE
006478         WRITE NSF-REPORT-LINE
006479     ELSE
006480         MOVE PBL-NSF-RPT-COUNT TO RNG-COUNT
006481         MOVE PBL-NSF-RPT-TOTAL TO RNG-TOTAL
006482         MOVE RPT-NSF-GRAND-LINE TO NSF-REPORT-LINE
006483         WRITE NSF-REPORT-LINE
006484     END-IF.
006485     IF PBL-NSF-UNLISTED > 0
006486         MOVE PBL-NSF-UNLISTED TO RNU-COUNT
006487         MOVE RPT-NSF-UNLISTED-LINE TO NSF-REPORT-LINE
006488         WRITE NSF-REPORT-LINE
006489     END-IF.
006490     IF PBL-NSF-CARRIED > 0
006491         MOVE PBL-NSF-CARRIED TO RNC-COUNT
006492         MOVE RPT-NSF-CARRIED-LINE TO NSF-REPORT-LINE
006493         WRITE NSF-REPORT-LINE
006494     END-IF.
006495 9170-EXIT.
006496     EXIT.
006500 9300-PROCESS-HOLDS.
006510******************************************************************
006520* THE NIGHT'S HOLD PASS, RUN AFTER EVERY ACCOUNT HAS POSTED.  AN
006530* ACTIVE HOLD WHOSE EXPIRY DATE IS BEFORE THE RUN DATE IS MARKED
006540* EXPIRED - THE HOLD FILE IS COPIED THROUGH A WORK FILE AND BACK,
006550* THE SAME AS ACCTINQ RELEASES A HOLD - AND THE HOLDS STILL
006557* ACTIVE ARE SORTED BY ACCOUNT ON THE SAME PASS.  ANY ACCOUNT
006564* WHOSE HOLDS ARE MORE THAN ITS NEW BALANCE IS LISTED ON THE
006571* HOLDS REPORT.
006580******************************************************************
006590     IF PBL-RUN-DATE = 0
006600         GO TO 9300-EXIT
006610     END-IF.
006620     MOVE 'N' TO PBL-HOLD-EOF-SW.
006630     OPEN INPUT HOLD-FILE.
006640     IF NOT PBL-HOLD-OK
006650         GO TO 9300-EXIT
006660     END-IF.
006670     OPEN OUTPUT HOLD-WORK.
006680     IF NOT PBL-HOLD-WORK-OK
006690         DISPLAY "HOLD WORK FILE WILL NOT OPEN - HOLDS NOT "
006700             "EXPIRED OR CHECKED"
006710         CLOSE HOLD-FILE
006720         MOVE 8 TO RETURN-CODE
006730         GO TO 9300-EXIT
006740     END-IF.
006748     SORT HOLD-SORT-WORK
006756         ON ASCENDING KEY HS-ACCOUNT-NO
006764         INPUT PROCEDURE IS 9305-EXPIRE-HOLDS THRU 9305-EXIT
006772         GIVING SORTED-HOLDS.
006780     CLOSE HOLD-FILE.
006790     CLOSE HOLD-WORK.
006800     IF PBL-HOLDS-EXPIRED > 0
006810         PERFORM 9340-REWRITE-HOLDS THRU 9340-EXIT
006820     END-IF.
006830     PERFORM 9360-LIST-OVER-BALANCE THRU 9360-EXIT.
006890 9300-EXIT.
006891     EXIT.
006892 9305-EXPIRE-HOLDS.
006893     PERFORM 9310-READ-HOLD THRU 9310-EXIT.
006894     PERFORM 9320-EXPIRE-HOLD THRU 9320-EXIT
006895         UNTIL PBL-HOLD-EOF.
006896 9305-EXIT.
006900     EXIT.
006910 9310-READ-HOLD.
006920     READ HOLD-FILE
006930         AT END
006940             SET PBL-HOLD-EOF TO TRUE
006950     END-READ.
006960 9310-EXIT.
006970     EXIT.
006980 9320-EXPIRE-HOLD.
006990     IF HD-ACTIVE
007000         AND HD-EXPIRY-DATE NOT = 0
007010         AND HD-EXPIRY-DATE < PBL-RUN-DATE
007020         SET HD-EXPIRED TO TRUE
007030         MOVE 'EOD'        TO HD-RELEASED-BY
007040         MOVE PBL-RUN-DATE TO HD-RELEASE-DATE
007050         ADD 1 TO PBL-HOLDS-EXPIRED
007060     END-IF.
007070     IF HD-ACTIVE
007080         ADD 1 TO PBL-HOLDS-ACTIVE
007085         MOVE HD-ACCOUNT-NO TO HS-ACCOUNT-NO
007090         MOVE HD-AMOUNT     TO HS-AMOUNT
007095         RELEASE HOLD-SORT-RECORD
007100     END-IF.
007110     MOVE HOLD-RECORD TO HOLD-WORK-RECORD.
007120     WRITE HOLD-WORK-RECORD.
007130     PERFORM 9310-READ-HOLD THRU 9310-EXIT.
007140 9320-EXIT.
007430     EXIT.
007440 9340-REWRITE-HOLDS.
007450     OPEN INPUT HOLD-WORK.
007460     IF NOT PBL-HOLD-WORK-OK
007470         DISPLAY "HOLD WORK FILE WILL NOT REOPEN - HOLDS NOT "
007480             "EXPIRED"
007490         MOVE 8 TO RETURN-CODE
007500         GO TO 9340-EXIT
007510     END-IF.
007520     OPEN OUTPUT HOLD-FILE.
007530     IF NOT PBL-HOLD-OK
007540         DISPLAY "HOLD FILE WILL NOT OPEN FOR REWRITE - "
007550             "HOLDS NOT EXPIRED"
007560         CLOSE HOLD-WORK
007570         MOVE 8 TO RETURN-CODE
007580         GO TO 9340-EXIT
007590     END-IF.
007600     MOVE 'N' TO PBL-HOLD-EOF-SW.
007610     PERFORM 9345-READ-WORK THRU 9345-EXIT.
007620     PERFORM 9350-COPY-BACK THRU 9350-EXIT
007630         UNTIL PBL-HOLD-EOF.
007640     CLOSE HOLD-FILE.
007650     CLOSE HOLD-WORK.
007660 9340-EXIT.
007670     EXIT.
007680 9345-READ-WORK.
007690     READ HOLD-WORK
007700         AT END
007710             SET PBL-HOLD-EOF TO TRUE
007720     END-READ.
007730 9345-EXIT.
007740     EXIT.
007750 9350-COPY-BACK.
007760     MOVE HOLD-WORK-RECORD TO HOLD-RECORD.
007770     WRITE HOLD-RECORD.
007780     PERFORM 9345-READ-WORK THRU 9345-EXIT.
007790 9350-EXIT.
007800     EXIT.
007810 9360-LIST-OVER-BALANCE.
007820     OPEN OUTPUT HOLD-REPORT.
007830     IF NOT PBL-HOLD-RPT-OK
007840         DISPLAY "HOLDS REPORT COULD NOT BE OPENED"
007850         MOVE 8 TO RETURN-CODE
007860         GO TO 9360-EXIT
007870     END-IF.
007880     PERFORM 9370-WRITE-HOLD-HEADER THRU 9370-EXIT.
007883     OPEN INPUT SORTED-HOLDS.
007886     IF PBL-HOLD-SORTED-OK
007889         PERFORM 9362-READ-SORTED-HOLD THRU 9362-EXIT
007892         PERFORM 9364-TOTAL-ACCOUNT THRU 9364-EXIT
007895             UNTIL PBL-HOLD-SORTED-EOF
007898         CLOSE SORTED-HOLDS
007901     ELSE
007904         DISPLAY "SORTED HOLDS COULD NOT BE OPENED - HOLDS NOT "
007907             "CHECKED AGAINST BALANCES"
007910         MOVE 8 TO RETURN-CODE
007913     END-IF.
007920     MOVE SPACES TO HOLD-REPORT-LINE.
007930     WRITE HOLD-REPORT-LINE.
007940     IF PBL-HOLD-OVER-COUNT = 0
007950         MOVE RPT-HOLD-NONE-LINE TO HOLD-REPORT-LINE
007960         WRITE HOLD-REPORT-LINE
007970     END-IF.
007980     MOVE "HOLDS EXPIRED TONIGHT" TO RHT-LABEL.
007990     MOVE PBL-HOLDS-EXPIRED TO RHT-COUNT.
008000     MOVE RPT-HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
008010     WRITE HOLD-REPORT-LINE.
008020     MOVE "HOLDS STILL ACTIVE" TO RHT-LABEL.
008030     MOVE PBL-HOLDS-ACTIVE TO RHT-COUNT.
008040     MOVE RPT-HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
008050     WRITE HOLD-REPORT-LINE.
008060     MOVE "ACCOUNTS WITH ACTIVE HOLDS" TO RHT-LABEL.
008070     MOVE PBL-HOLD-COUNT TO RHT-COUNT.
008080     MOVE RPT-HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
008090     WRITE HOLD-REPORT-LINE.
008100     MOVE "ACCOUNTS HOLDS OVER BALANCE" TO RHT-LABEL.
008110     MOVE PBL-HOLD-OVER-COUNT TO RHT-COUNT.
008120     MOVE RPT-HOLD-TOTAL-LINE TO HOLD-REPORT-LINE.
008130     WRITE HOLD-REPORT-LINE.
008200     CLOSE HOLD-REPORT.
008210 9360-EXIT.
008211     EXIT.
008212 9362-READ-SORTED-HOLD.
008213     READ SORTED-HOLDS
008214         AT END
008215             SET PBL-HOLD-SORTED-EOF TO TRUE
008216     END-READ.
008217 9362-EXIT.
008218     EXIT.
008219 9364-TOTAL-ACCOUNT.
008220*    THE HOLDS COME OFF THE SORT AN ACCOUNT AT A TIME; EACH
008221*    ACCOUNT'S TOTAL IS CHECKED ON THE BREAK.
008222     MOVE SH-ACCOUNT-NO TO PBL-HOLD-ACCOUNT.
008223     MOVE 0 TO PBL-HOLD-ACCT-COUNT.
008224     MOVE 0 TO PBL-HOLD-ACCT-TOTAL.
008225     PERFORM 9366-ADD-HOLD THRU 9366-EXIT
008226         UNTIL PBL-HOLD-SORTED-EOF
008227         OR SH-ACCOUNT-NO NOT = PBL-HOLD-ACCOUNT.
008228     ADD 1 TO PBL-HOLD-COUNT.
008229     PERFORM 9380-CHECK-ACCOUNT THRU 9380-EXIT.
008230 9364-EXIT.
008231     EXIT.
008232 9366-ADD-HOLD.
008233     ADD 1 TO PBL-HOLD-ACCT-COUNT.
008234     ADD SH-AMOUNT TO PBL-HOLD-ACCT-TOTAL.
008235     PERFORM 9362-READ-SORTED-HOLD THRU 9362-EXIT.
008236 9366-EXIT.
008237     EXIT.
008238 9370-WRITE-HOLD-HEADER.
008240     ADD 1 TO PBL-HOLD-PAGE-NO.
008250     MOVE 0 TO PBL-HOLD-LINE-COUNT.
008260     MOVE PBL-RUN-DATE     TO RHH-RUN-DATE.
008270     MOVE PBL-HOLD-PAGE-NO TO RHH-PAGE-NO.
008280     MOVE RPT-HOLD-HEADER-LINE TO HOLD-REPORT-LINE.
008290     WRITE HOLD-REPORT-LINE.
008300     MOVE RPT-HOLD-COLUMN-LINE TO HOLD-REPORT-LINE.
008310     WRITE HOLD-REPORT-LINE.
008320 9370-EXIT.
008330     EXIT.
008340 9380-CHECK-ACCOUNT.
008350*    AN ACCOUNT WITH HOLDS BUT NO BALANCE MASTER RECORD HAS A ZERO
008360*    BALANCE, SO ANY HOLD ON IT IS OVER.
008370     MOVE PBL-HOLD-ACCOUNT TO BM-ACCOUNT-NO.
008380     READ BALANCE-MASTER
008390         INVALID KEY
008400             MOVE 0 TO PBL-HOLD-BALANCE
008410         NOT INVALID KEY
008420             MOVE BM-NEW-BALANCE TO PBL-HOLD-BALANCE
008430     END-READ.
008440     IF PBL-HOLD-ACCT-TOTAL NOT > PBL-HOLD-BALANCE
008450         GO TO 9380-EXIT
008460     END-IF.
008470     IF PBL-HOLD-LINE-COUNT NOT < PBL-LINES-PER-PAGE
008480         PERFORM 9370-WRITE-HOLD-HEADER THRU 9370-EXIT
008490     END-IF.
008500     ADD 1 TO PBL-HOLD-OVER-COUNT.
008510     MOVE PBL-HOLD-ACCOUNT    TO RHD-ACCOUNT.
008520     MOVE PBL-HOLD-BALANCE    TO RHD-BALANCE.
008530     MOVE PBL-HOLD-ACCT-TOTAL TO RHD-HOLDS.
008540     MOVE PBL-HOLD-ACCT-COUNT TO RHD-COUNT.
008550     COMPUTE RHD-SHORTFALL =
008560         PBL-HOLD-BALANCE - PBL-HOLD-ACCT-TOTAL.
008570     MOVE RPT-HOLD-DETAIL-LINE TO HOLD-REPORT-LINE.
008580     WRITE HOLD-REPORT-LINE.
008590     ADD 1 TO PBL-HOLD-LINE-COUNT.
008600 9380-EXIT.
008610     EXIT.
