000310*                 CLOSING BALANCE.  RUN AFTER THE AUDARCH
000320*                 MONTH-END CUTOVER SO THE MONTH'S DETAIL IS ON
000330*                 THE ARCHIVE.  AN ACCOUNT ON THE ARCHIVE BUT
000331*                 NOT ON THE BALANCE MASTER STATEMENTS FROM AN
000332*                 ASSUMED ZERO OPENING AND ENDS THE RUN RC 4.
000333* 10/15/26   DPC  THE ACCOUNT MASTER RECORD NOW CARRIES AN
000334*                 OVERDRAFT LIMIT AFTER THE STATUS; RECORD LAYOUT
000335*                 WIDENED TO MATCH.
000336* 10/15/26   DPC  THE AUDIT ARCHIVE RECORD NOW ENDS WITH
000337*                 THE BRANCH CODE; LAYOUT WIDENED TO MATCH.
000338* 10/15/26   DPC  EACH STATEMENT NOW ENDS WITH THE ACCOUNT'S
000339*                 ACTIVE HOLDS FROM THE HOLD FILE AND ITS
000340*                 AVAILABLE BALANCE - THE CLOSING BALANCE LESS
000341*                 THOSE HOLDS.
000342* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000343*                 NUMBER.  THE NAME ON EACH STATEMENT IS READ BY
000344*                 KEY INSTEAD OF FROM A 500-ENTRY TABLE.
000345* 10/15/26   DPC  THE ARCHIVE RECORD NOW ENDS WITH THE ITEM
000346*                 CURRENCY, ORIGINAL A AND B AND FX RATE; RECORD
000347*                 LAYOUT WIDENED TO MATCH.
000348* 10/15/26   DPC  COMBINED STATEMENTS.  A 'C' IN COLUMN 7 OF THE
000349*                 STATEMENT CARD, AFTER THE MONTH, PRODUCES ONE
000350*                 STATEMENT PER CUSTOMER INSTEAD OF ONE PER
000351*                 ACCOUNT.  THE CUSTOMER LINK FILE (CUSTLINK)
000352*                 DECIDES WHICH ACCOUNTS GO ON EACH; THE STATEMENT
000353*                 OPENS WITH THE NAME AND ADDRESS FROM THE
000354*                 CUSTOMER MASTER (CUSTMSTR), SHOWS EACH LINKED
000355*                 ACCOUNT WITH ITS RELATIONSHIP, AND CLOSES WITH
000356*                 THE COMBINED CLOSING, HOLDS AND AVAILABLE
000357*                 BALANCES.  AN ACCOUNT LINKED TO NO CUSTOMER
000358*                 STILL GETS ITS OWN STATEMENT.
000359* 10/15/26   DPC  THE ARCHIVE RECORD NOW ENDS WITH THE CHEQUE
000360*                 SERIAL; RECORD LAYOUT WIDENED TO MATCH.
000361* 10/15/26   DPC  ACTIVE HOLDS ARE NOW TOTALED BY ACCOUNT INTO AN
000362*                 INDEXED WORK FILE (HOLDIX) READ BY KEY AS EACH
000363*                 STATEMENT PRINTS, REPLACING THE 500-ACCOUNT HOLD
000364*                 TABLE THAT DROPPED THE AVAILABLE BALANCE WHEN IT
000365*                 FILLED.
000366******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000560         RECORD KEY IS BM-ACCOUNT-NO
000570         FILE STATUS IS STM-MASTER-STATUS.
000580     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000590         ORGANIZATION IS INDEXED
000593         ACCESS MODE IS RANDOM
000596         RECORD KEY IS AM-ACCOUNT-NO
000600         FILE STATUS IS STM-ACCT-MSTR-STATUS.
000610     SELECT STMT-REPORT ASSIGN TO STMTRPT
000620         ORGANIZATION IS LINE SEQUENTIAL
000621         FILE STATUS IS STM-REPORT-STATUS.
000622     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000623         ORGANIZATION IS LINE SEQUENTIAL
000624         FILE STATUS IS STM-HOLD-STATUS.
000625     SELECT HOLD-TOTALS ASSIGN TO HOLDIX
000626         ORGANIZATION IS INDEXED
000627         ACCESS MODE IS RANDOM
000628         RECORD KEY IS HT-ACCOUNT-NO
000629         FILE STATUS IS STM-HOLD-IX-STATUS.
000637     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
000638         ORGANIZATION IS INDEXED
000639         ACCESS MODE IS RANDOM
000640         RECORD KEY IS CM-CUSTOMER-NO
000641         FILE STATUS IS STM-CUST-MSTR-STATUS.
000642     SELECT CUSTOMER-LINK ASSIGN TO CUSTLINK
000643         ORGANIZATION IS LINE SEQUENTIAL
000644         FILE STATUS IS STM-LINK-STATUS.
000645 DATA DIVISION.
000650 FILE SECTION.
000660 FD  STMT-CARD.
000670 01  STMT-CARD-RECORD.
000680     05  SC-STMT-MONTH           PIC 9(06).
000685     05  SC-STMT-MODE            PIC X(01).
000690 FD  PROC-DATE-FILE.
000700 01  PROC-DATE-RECORD.
000710     05  BD-BUSINESS-DATE        PIC 9(08).
000870         SIGN LEADING SEPARATE.
000880     05  AR-C                    PIC S9(7)V99
000890         SIGN LEADING SEPARATE.
000891     05  AR-BRANCH               PIC 9(02).
000892     05  AR-CURRENCY             PIC X(03).
000893     05  AR-ORIG-A               PIC S9(7)V99
000894         SIGN LEADING SEPARATE.
000895     05  AR-ORIG-B               PIC S9(7)V99
000896         SIGN LEADING SEPARATE.
000897     05  AR-FX-RATE              PIC 9(05)V9(06).
000899     05  AR-CHEQUE-SERIAL        PIC X(08).
000900 SD  SORT-WORK.
000910 01  SORT-WORK-RECORD.
000915     05  SR-CUSTOMER-NO          PIC 9(08).
000920     05  SR-ACCOUNT-NO           PIC 9(08).
000930     05  SR-RUN-ID               PIC 9(08).
000940     05  SR-RUN-SEQ-NO           PIC 9(05).
001000         SIGN LEADING SEPARATE.
001010     05  SR-C                    PIC S9(7)V99
001020         SIGN LEADING SEPARATE.
001023     05  SR-RELATIONSHIP         PIC X(01).
001026     05  SR-MARKER               PIC X(01).
001030 FD  SORTED-STMT.
001040 01  SORTED-STMT-RECORD.
001045     05  SS-CUSTOMER-NO          PIC 9(08).
001050     05  SS-ACCOUNT-NO           PIC 9(08).
001060     05  SS-RUN-ID               PIC 9(08).
001070     05  SS-RUN-SEQ-NO           PIC 9(05).
001130         SIGN LEADING SEPARATE.
001140     05  SS-C                    PIC S9(7)V99
001150         SIGN LEADING SEPARATE.
001151     05  SS-RELATIONSHIP         PIC X(01).
001152     05  SS-MARKER               PIC X(01).
001155         88  SS-LINK-MARKER              VALUE 'M'.
001160 FD  BALANCE-MASTER.
001170 01  BALANCE-RECORD.
001180     05  BM-ACCOUNT-NO           PIC 9(08).
001310         88  AM-OPEN                     VALUE 'O'.
001320         88  AM-CLOSED                   VALUE 'C'.
001330         88  AM-FROZEN                   VALUE 'F'.
001335     05  AM-OD-LIMIT             PIC 9(07)V99.
001340 FD  STMT-REPORT.
001341 01  REPORT-LINE                 PIC X(80).
001342 FD  HOLD-FILE.
001343 01  HOLD-RECORD.
001344     05  HD-HOLD-ID              PIC 9(06).
001345     05  HD-ACCOUNT-NO           PIC 9(08).
001346     05  HD-AMOUNT               PIC 9(07)V99.
001347     05  HD-REASON               PIC X(02).
001348     05  HD-PLACED-BY            PIC X(03).
001349     05  HD-PLACED-DATE          PIC 9(08).
001350     05  HD-EXPIRY-DATE          PIC 9(08).
001351     05  HD-STATUS               PIC X(01).
001352         88  HD-ACTIVE                   VALUE 'A'.
001353         88  HD-RELEASED                 VALUE 'R'.
001354         88  HD-EXPIRED                  VALUE 'E'.
001355     05  HD-RELEASED-BY          PIC X(03).
001356     05  HD-RELEASE-DATE         PIC 9(08).
001357 FD  HOLD-TOTALS.
001358 01  HOLD-TOTAL-RECORD.
001359     05  HT-ACCOUNT-NO           PIC 9(08).
001360     05  HT-TOTAL                PIC S9(9)V99.
001366 FD  CUSTOMER-MASTER.
001367 01  CUSTOMER-MASTER-RECORD.
001368     05  CM-CUSTOMER-NO          PIC 9(08).
001369     05  CM-FULL-NAME            PIC X(40).
001370     05  CM-ADDRESS-1            PIC X(30).
001371     05  CM-ADDRESS-2            PIC X(30).
001372     05  CM-CITY                 PIC X(20).
001373     05  CM-STATE                PIC X(02).
001374     05  CM-POSTCODE             PIC X(10).
001375     05  CM-TAX-ID               PIC X(11).
001376     05  CM-OPEN-DATE            PIC 9(08).
001377 FD  CUSTOMER-LINK.
001378 01  CUSTOMER-LINK-RECORD.
001379     05  CL-CUSTOMER-NO          PIC 9(08).
001380     05  CL-ACCOUNT-NO           PIC 9(08).
001381     05  CL-RELATIONSHIP         PIC X(01).
001382         88  CL-OWNER                    VALUE 'O'.
001383         88  CL-JOINT                    VALUE 'J'.
001384         88  CL-TRUSTEE                  VALUE 'T'.
001385     05  CL-LINK-DATE            PIC 9(08).
001386 WORKING-STORAGE SECTION.
001387 01  STM-FILE-STATUSES.
001388     05  STM-CARD-STATUS         PIC X(02) VALUE SPACES.
001390         88  STM-CARD-OK                 VALUE '00'.
001400     05  STM-PROC-DATE-STATUS    PIC X(02) VALUE SPACES.
001410         88  STM-PROC-DATE-OK            VALUE '00'.
001510         88  STM-ACCT-MSTR-OK            VALUE '00'.
001520     05  STM-REPORT-STATUS       PIC X(02) VALUE SPACES.
001530         88  STM-REPORT-OK               VALUE '00'.
001531     05  STM-HOLD-STATUS         PIC X(02) VALUE SPACES.
001532         88  STM-HOLD-OK                 VALUE '00'.
001533     05  STM-HOLD-IX-STATUS      PIC X(02) VALUE SPACES.
001534         88  STM-HOLD-IX-OK              VALUE '00'.
001536     05  STM-CUST-MSTR-STATUS    PIC X(02) VALUE SPACES.
001537         88  STM-CUST-MSTR-OK            VALUE '00'.
001538     05  STM-LINK-STATUS         PIC X(02) VALUE SPACES.
001539         88  STM-LINK-OK                 VALUE '00'.
001540 01  STM-SWITCHES.
001550     05  STM-EOF-SWITCH          PIC X(01) VALUE 'N'.
001560         88  STM-END-OF-INPUT            VALUE 'Y'.
001660         88  STM-REPORT-OPENED           VALUE 'Y'.
001670     05  STM-NO-MASTER-SW        PIC X(01) VALUE 'N'.
001680         88  STM-ACCT-NOT-ON-MASTER      VALUE 'Y'.
001690     05  STM-ACCT-MSTR-OPEN-SW   PIC X(01) VALUE 'N'.
001700         88  STM-ACCT-MSTR-OPENED        VALUE 'Y'.
001710     05  STM-CUST-MSTR-OPEN-SW   PIC X(01) VALUE 'N'.
001712         88  STM-CUST-MSTR-OPENED        VALUE 'Y'.
001714     05  STM-HOLD-IX-OPEN-SW     PIC X(01) VALUE 'N'.
001716         88  STM-HOLD-IX-OPENED          VALUE 'Y'.
001721     05  STM-CUST-OPEN-SW        PIC X(01) VALUE 'N'.
001722         88  STM-CUST-OPEN               VALUE 'Y'.
001723     05  STM-ACTIVITY-SW         PIC X(01) VALUE 'N'.
001724         88  STM-ACCT-HAS-ACTIVITY       VALUE 'Y'.
001725     05  STM-LINK-EOF-SW         PIC X(01) VALUE 'N'.
001726         88  STM-LINK-EOF                VALUE 'Y'.
001727     05  STM-LINK-OVERFLOW-SW    PIC X(01) VALUE 'N'.
001728         88  STM-LINK-OVERFLOW           VALUE 'Y'.
001730 01  STM-STMT-MONTH-FIELDS.
001740     05  STM-STMT-MONTH          PIC 9(06) VALUE 0.
001742     05  STM-STMT-MODE           PIC X(01) VALUE 'A'.
001745         88  STM-COMBINED-MODE           VALUE 'C'.
001750     05  STM-WORK-DATE           PIC 9(08) VALUE 0.
001760     05  STM-WORK-DATE-X REDEFINES STM-WORK-DATE.
001770         10  STM-WORK-MONTH      PIC 9(06).
001780         10  FILLER              PIC 9(02).
001790 01  STM-ACCOUNT-BREAK.
001800     05  STM-PREV-ACCOUNT        PIC 9(08) VALUE 0.
001802     05  STM-PREV-CUSTOMER       PIC 9(08) VALUE 0.
001805     05  STM-PREV-RELATIONSHIP   PIC X(01) VALUE SPACE.
001810     05  STM-MONTH-TOTAL         PIC S9(9)V99 VALUE 0.
001820     05  STM-OPENING-BALANCE     PIC S9(9)V99 VALUE 0.
001830     05  STM-CLOSING-BALANCE     PIC S9(9)V99 VALUE 0.
001910         10  STM-TX-A            PIC S9(7)V99.
001920         10  STM-TX-B            PIC S9(7)V99.
001930         10  STM-TX-C            PIC S9(7)V99.
001940 01  STM-HOLD-FIELDS.
001950     05  STM-HOLD-AS-OF          PIC 9(08) VALUE 0.
001990     05  STM-HOLD-FOUND-SW       PIC X(01) VALUE 'N'.
002000         88  STM-HOLD-FOUND              VALUE 'Y'.
002010     05  STM-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
002020         88  STM-HOLD-EOF                VALUE 'Y'.
002021     05  STM-HOLD-LOAD-SW        PIC X(01) VALUE 'N'.
002022         88  STM-HOLDS-LOADED            VALUE 'Y'.
002023     05  STM-ACCT-HOLDS          PIC S9(9)V99 VALUE 0.
002024     05  STM-AVAILABLE           PIC S9(9)V99 VALUE 0.
002028 01  STM-LINK-TABLE.
002029     05  STM-LINK-COUNT          PIC 9(04) VALUE 0.
002030     05  STM-LINK-IX             PIC 9(04) VALUE 0.
002031     05  STM-LINK-HITS           PIC 9(04) VALUE 0.
002032     05  STM-LINK-ENTRY OCCURS 2000 TIMES.
002033         10  STM-LK-CUSTOMER     PIC 9(08).
002034         10  STM-LK-ACCOUNT      PIC 9(08).
002035         10  STM-LK-RELATIONSHIP PIC X(01).
002036 01  STM-CUSTOMER-BREAK.
002037     05  STM-CUST-ACCOUNTS       PIC 9(04) VALUE 0.
002038     05  STM-CUST-CLOSING        PIC S9(9)V99 VALUE 0.
002039     05  STM-CUST-HOLDS          PIC S9(9)V99 VALUE 0.
002040     05  STM-CUST-AVAILABLE      PIC S9(9)V99 VALUE 0.
002041 01  STM-CONTROL-TOTALS.
002042     05  STM-STMTS-PRINTED       PIC 9(07) VALUE 0.
002050     05  STM-TXNS-PRINTED        PIC 9(07) VALUE 0.
002060     05  STM-NO-MASTER-COUNT     PIC 9(07) VALUE 0.
002062     05  STM-CUST-STMTS-PRINTED  PIC 9(07) VALUE 0.
002067     05  STM-SECTIONS-PRINTED    PIC 9(07) VALUE 0.
002070 01  STM-REPORT-FIELDS.
002080     05  STM-PAGE-NO             PIC 9(05) VALUE 0.
002090     05  STM-LINE-COUNT          PIC 9(03) VALUE 0.
002100     05  STM-LINES-PER-PAGE      PIC 9(03) VALUE 50.
002105     05  STM-SECTION-BREAK       PIC 9(03) VALUE 40.
002110 01  RPT-HEADER-LINE.
002120     05  FILLER                  PIC X(27)
002130         VALUE "MONTHLY ACCOUNT STATEMENT".
002200     05  RA-ACCOUNT              PIC 9(08).
002210     05  FILLER                  PIC X(02) VALUE SPACES.
002220     05  RA-NAME                 PIC X(20).
002222     05  FILLER                  PIC X(02) VALUE SPACES.
002225     05  RA-RELATIONSHIP         PIC X(07).
002230 01  RPT-OPENING-LINE.
002240     05  FILLER                  PIC X(20)
002250         VALUE "OPENING BALANCE:    ".
002410     05  FILLER                  PIC X(20)
002420         VALUE "CLOSING BALANCE:    ".
002430     05  RC-AMOUNT               PIC -(9)9.99.
002432 01  RPT-HOLDS-LINE.
002433     05  FILLER                  PIC X(20)
002434         VALUE "ACTIVE HOLDS:       ".
002435     05  RHL-AMOUNT              PIC -(9)9.99.
002436 01  RPT-AVAILABLE-LINE.
002437     05  FILLER                  PIC X(20)
002438         VALUE "AVAILABLE BALANCE:  ".
002439     05  RAV-AMOUNT              PIC -(9)9.99.
002440 01  RPT-OMITTED-LINE.
002450     05  FILLER                  PIC X(22)
002460         VALUE "DETAIL LINES OMITTED: ".
002480 01  RPT-NOMASTER-LINE.
002490     05  FILLER                  PIC X(60) VALUE
002500         "** NOT ON BALANCE MASTER - OPENING ASSUMED ZERO **".
002501 01  RPT-CUSTOMER-LINE.
002502     05  FILLER                  PIC X(10) VALUE "CUSTOMER: ".
002503     05  RCU-CUSTOMER            PIC 9(08).
002504     05  FILLER                  PIC X(02) VALUE SPACES.
002505     05  RCU-NAME                PIC X(40).
002506 01  RPT-ADDRESS-LINE.
002507     05  FILLER                  PIC X(20) VALUE SPACES.
002508     05  RAD-TEXT                PIC X(30).
002509 01  RPT-CITY-LINE.
002510     05  FILLER                  PIC X(20) VALUE SPACES.
002511     05  RCY-CITY                PIC X(20).
002512     05  FILLER                  PIC X(01) VALUE SPACE.
002513     05  RCY-STATE               PIC X(02).
002514     05  FILLER                  PIC X(02) VALUE SPACES.
002515     05  RCY-POSTCODE            PIC X(10).
002516 01  RPT-CUST-COUNT-LINE.
002517     05  FILLER                  PIC X(20)
002518         VALUE "ACCOUNTS:           ".
002519     05  RCC-ACCOUNTS            PIC Z,ZZ9.
002520 01  RPT-CUST-CLOSING-LINE.
002521     05  FILLER                  PIC X(20)
002522         VALUE "COMBINED CLOSING:   ".
002523     05  RCC-CLOSING             PIC -(9)9.99.
002524 01  RPT-CUST-HOLDS-LINE.
002525     05  FILLER                  PIC X(20)
002526         VALUE "COMBINED HOLDS:     ".
002527     05  RCC-HOLDS               PIC -(9)9.99.
002528 01  RPT-CUST-AVAILABLE-LINE.
002529     05  FILLER                  PIC X(20)
002530         VALUE "COMBINED AVAILABLE: ".
002531     05  RCC-AVAILABLE           PIC -(9)9.99.
002532 01  RPT-CUST-RULE-LINE.
002533     05  FILLER                  PIC X(60) VALUE ALL "-".
002534 PROCEDURE DIVISION.
002535 0000-MAINLINE.
002536     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     PERFORM 2000-PROCESS-TXN THRU 2000-EXIT
002550         UNTIL STM-END-OF-INPUT.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002660         GO TO 1000-EXIT
002670     END-IF.
002680     SET STM-MASTER-OPENED TO TRUE.
002690     PERFORM 1030-OPEN-ACCT-MASTER THRU 1030-EXIT.
002692     PERFORM 1040-LOAD-HOLDS THRU 1040-EXIT.
002693     IF STM-RUN-ABORTED
002694         GO TO 1000-EXIT
002695     END-IF.
002696     IF STM-COMBINED-MODE
002697         PERFORM 1045-LOAD-LINKS THRU 1045-EXIT
002698     END-IF.
002700     OPEN OUTPUT STMT-REPORT.
002710     IF NOT STM-REPORT-OK
002720         DISPLAY "STATEMENT REPORT COULD NOT BE OPENED - ABORTED"
002910                 IF SC-STMT-MONTH NUMERIC AND SC-STMT-MONTH > 0
002920                     MOVE SC-STMT-MONTH TO STM-STMT-MONTH
002930                 END-IF
002932                 IF SC-STMT-MODE = 'C'
002934                     MOVE 'C' TO STM-STMT-MODE
002936                 END-IF
002940         END-READ
002950         CLOSE STMT-CARD
002960     END-IF.
003120     END-IF.
003130 1010-SHOW.
003140     DISPLAY "STATEMENT MONTH " STM-STMT-MONTH.
003141     IF STM-COMBINED-MODE
003142         DISPLAY "ONE COMBINED STATEMENT PER CUSTOMER"
003145     END-IF.
003150 1010-EXIT.
003160     EXIT.
003170 1030-OPEN-ACCT-MASTER.
003180     OPEN INPUT ACCOUNT-MASTER.
003190     IF NOT STM-ACCT-MSTR-OK
003200         GO TO 1030-EXIT
003210     END-IF.
003220     SET STM-ACCT-MSTR-OPENED TO TRUE.
003270 1030-EXIT.
003280     EXIT.
003281 1040-LOAD-HOLDS.
003282******************************************************************
003283* THE ACTIVE HOLDS ARE TOTALED BY ACCOUNT SO EACH STATEMENT CAN
003284* SHOW THE AVAILABLE BALANCE - THE CLOSING BALANCE LESS THE HOLDS
003285* STILL IN FORCE ON THE PROCESSING DATE.  THE TOTALS GO TO A WORK
003286* FILE KEYED ON ACCOUNT, READ BY KEY AS EACH STATEMENT PRINTS -
003287* COMBINED STATEMENTS RUN IN CUSTOMER ORDER, NOT ACCOUNT ORDER.
003288* NO HOLD FILE MEANS NO HOLDS.  A WORK FILE THAT CANNOT BE BUILT
003289* STOPS THE RUN RATHER THAN PRINT WRONG AVAILABLE BALANCES.
003297******************************************************************
003298     OPEN INPUT PROC-DATE-FILE.
003299     IF STM-PROC-DATE-OK
003300         READ PROC-DATE-FILE
003301             NOT AT END
003302                 MOVE BD-BUSINESS-DATE TO STM-HOLD-AS-OF
003303         END-READ
003304         CLOSE PROC-DATE-FILE
003305     END-IF.
003306     IF STM-HOLD-AS-OF = 0
003307         ACCEPT STM-HOLD-AS-OF FROM DATE YYYYMMDD
003308     END-IF.
003309     OPEN OUTPUT HOLD-TOTALS.
003310     IF NOT STM-HOLD-IX-OK
003311         GO TO 1040-INDEX-FAILED
003312     END-IF.
003313     CLOSE HOLD-TOTALS.
003314     OPEN I-O HOLD-TOTALS.
003315     IF NOT STM-HOLD-IX-OK
003316         GO TO 1040-INDEX-FAILED
003317     END-IF.
003318     SET STM-HOLD-IX-OPENED TO TRUE.
003319     SET STM-HOLDS-LOADED TO TRUE.
003320     OPEN INPUT HOLD-FILE.
003321     IF NOT STM-HOLD-OK
003322         GO TO 1040-EXIT
003323     END-IF.
003324     PERFORM 1042-READ-HOLD THRU 1042-EXIT.
003325     PERFORM 1044-TABLE-HOLD THRU 1044-EXIT
003326         UNTIL STM-HOLD-EOF.
003327     CLOSE HOLD-FILE.
003328     GO TO 1040-EXIT.
003329 1040-INDEX-FAILED.
003330     DISPLAY "HOLD TOTALS WORK FILE COULD NOT BE BUILT, STATUS "
003331         STM-HOLD-IX-STATUS " - ABORTED".
003332     MOVE 16 TO RETURN-CODE.
003333     SET STM-RUN-ABORTED TO TRUE.
003334     SET STM-END-OF-INPUT TO TRUE.
003335 1040-EXIT.
003336     EXIT.
003337 1042-READ-HOLD.
003338     READ HOLD-FILE
003339         AT END
003340             SET STM-HOLD-EOF TO TRUE
003341     END-READ.
003342 1042-EXIT.
003350     EXIT.
003360 1044-TABLE-HOLD.
003370     IF NOT HD-ACTIVE
003371         GO TO 1044-READ
003372     END-IF.
003373     IF HD-EXPIRY-DATE NOT = 0
003374         AND HD-EXPIRY-DATE < STM-HOLD-AS-OF
003375         GO TO 1044-READ
003376     END-IF.
003377     MOVE 'N' TO STM-HOLD-FOUND-SW.
003378     MOVE HD-ACCOUNT-NO TO HT-ACCOUNT-NO.
003379     READ HOLD-TOTALS
003380         INVALID KEY
003381             MOVE 0 TO HT-TOTAL
003382         NOT INVALID KEY
003383             SET STM-HOLD-FOUND TO TRUE
003384     END-READ.
003385     ADD HD-AMOUNT TO HT-TOTAL.
003386     IF STM-HOLD-FOUND
003387         REWRITE HOLD-TOTAL-RECORD
003388     ELSE
003389         WRITE HOLD-TOTAL-RECORD
003390     END-IF.
003391     IF NOT STM-HOLD-IX-OK
003392         DISPLAY "HOLD TOTALS WORK FILE WRITE FAILED, STATUS "
003393             STM-HOLD-IX-STATUS " - ABORTED"
003394         MOVE 16 TO RETURN-CODE
003395         SET STM-RUN-ABORTED TO TRUE
003396         SET STM-END-OF-INPUT TO TRUE
003397         SET STM-HOLD-EOF TO TRUE
003398         GO TO 1044-EXIT
003399     END-IF.
003402 1044-READ.
003403     PERFORM 1042-READ-HOLD THRU 1042-EXIT.
003404 1044-EXIT.
003405     EXIT.
003406 1045-LOAD-LINKS.
003407******************************************************************
003408* COMBINED STATEMENTS NEED THE CUSTOMER LINKS IN HAND BEFORE THE
003409* SORT.  NO LINK FILE MEANS NO LINKED ACCOUNTS, SO EVERY ACCOUNT
003410* KEEPS ITS OWN STATEMENT.  A LINK FILE TOO BIG FOR THE TABLE
003411* FALLS BACK TO ONE STATEMENT PER ACCOUNT AND ENDS THE RUN RC 4,
003412* RATHER THAN LEAVE SOME ACCOUNTS OFF THEIR CUSTOMER'S STATEMENT.
003413******************************************************************
003414     OPEN INPUT CUSTOMER-MASTER.
003415     IF STM-CUST-MSTR-OK
003416         SET STM-CUST-MSTR-OPENED TO TRUE
003417     END-IF.
003418     OPEN INPUT CUSTOMER-LINK.
003419     IF NOT STM-LINK-OK
003420         DISPLAY "NO CUSTOMER LINK FILE - ONE STATEMENT PER "
003421             "ACCOUNT"
003422         GO TO 1045-EXIT
003423     END-IF.
003424     PERFORM 1046-READ-LINK THRU 1046-EXIT.
003425     PERFORM 1047-TABLE-LINK THRU 1047-EXIT
003426         UNTIL STM-LINK-EOF.
003427     CLOSE CUSTOMER-LINK.
003428     IF STM-LINK-OVERFLOW
003429         MOVE 0 TO STM-LINK-COUNT
003430         MOVE 'A' TO STM-STMT-MODE
003431     END-IF.
003432 1045-EXIT.
003433     EXIT.
003434 1046-READ-LINK.
003435     READ CUSTOMER-LINK
003436         AT END
003437             SET STM-LINK-EOF TO TRUE
003438     END-READ.
003439 1046-EXIT.
003440     EXIT.
003441 1047-TABLE-LINK.
003442     IF STM-LINK-COUNT NOT < 2000
003443         DISPLAY "LINK FILE EXCEEDS THE 2000-ENTRY TABLE - "
003444             "ONE STATEMENT PER ACCOUNT"
003445         SET STM-LINK-OVERFLOW TO TRUE
003446         SET STM-LINK-EOF TO TRUE
003447         GO TO 1047-EXIT
003448     END-IF.
003449     ADD 1 TO STM-LINK-COUNT.
003450     MOVE CL-CUSTOMER-NO  TO STM-LK-CUSTOMER (STM-LINK-COUNT).
003451     MOVE CL-ACCOUNT-NO   TO STM-LK-ACCOUNT (STM-LINK-COUNT).
003452     MOVE CL-RELATIONSHIP TO
003453         STM-LK-RELATIONSHIP (STM-LINK-COUNT).
003454     PERFORM 1046-READ-LINK THRU 1046-EXIT.
003455 1047-EXIT.
003480     EXIT.
003490 1050-SORT-ARCHIVE.
003500******************************************************************
003510* ONLY THE STATEMENT MONTH'S ARCHIVE RECORDS ARE RELEASED TO
003520* THE SORT, ORDERED BY ACCOUNT THEN RUN DATE THEN SEQUENCE SO
003530* EACH STATEMENT READS IN POSTING ORDER.  FOR COMBINED STATEMENTS
003531* THE CUSTOMER LEADS THE KEY: AN ACCOUNT'S RECORDS ARE RELEASED
003532* ONCE FOR EACH CUSTOMER LINKED TO IT (CUSTOMER ZERO WHEN NONE IS,
003533* WHICH KEEPS ITS OWN STATEMENT), AND EACH LINK ALSO RELEASES A
003534* MARKER RECORD SO AN ACCOUNT QUIET FOR THE MONTH STILL APPEARS ON
003535* ITS CUSTOMER'S STATEMENT.
003540******************************************************************
003550     SORT SORT-WORK
003560         ON ASCENDING KEY SR-CUSTOMER-NO SR-ACCOUNT-NO
003565                          SR-RUN-ID SR-SEQ-NO
003570         INPUT PROCEDURE IS 1060-SELECT-MONTH THRU 1060-EXIT
003580         GIVING SORTED-STMT.
003590     OPEN INPUT SORTED-STMT.
003700     IF NOT STM-ARCHIVE-OK
003710         DISPLAY "NO AUDIT ARCHIVE ON FILE - NO ACTIVITY TO "
003720             "STATEMENT"
003730         GO TO 1060-MARKERS
003740     END-IF.
003750     PERFORM 1070-READ-ARCHIVE THRU 1070-EXIT.
003760     PERFORM 1080-RELEASE-ONE THRU 1080-EXIT
003770         UNTIL STM-ARCH-EOF.
003780     CLOSE ARCHIVE-FILE.
003781 1060-MARKERS.
003782     IF STM-COMBINED-MODE
003783         PERFORM 1090-RELEASE-MARKER THRU 1090-EXIT
003784             VARYING STM-LINK-IX FROM 1 BY 1
003785             UNTIL STM-LINK-IX > STM-LINK-COUNT
003786     END-IF.
003790 1060-EXIT.
003800     EXIT.
003810 1070-READ-ARCHIVE.
003860 1070-EXIT.
003870     EXIT.
003880 1080-RELEASE-ONE.
003890     IF AR-RUN-MONTH NOT = STM-STMT-MONTH
003900         GO TO 1080-READ
003910     END-IF.
003920     MOVE AR-ACCOUNT-NO  TO SR-ACCOUNT-NO.
003930     MOVE AR-RUN-ID      TO SR-RUN-ID.
003940     MOVE AR-RUN-SEQ-NO  TO SR-RUN-SEQ-NO.
003950     MOVE AR-SEQ-NO      TO SR-SEQ-NO.
003960     MOVE AR-TRANS-CODE  TO SR-TRANS-CODE.
003970     MOVE AR-A           TO SR-A.
003971     MOVE AR-B           TO SR-B.
003972     MOVE AR-C           TO SR-C.
003973     MOVE SPACE          TO SR-MARKER.
003974     MOVE 0 TO STM-LINK-HITS.
003975     IF STM-COMBINED-MODE
003976         PERFORM 1085-RELEASE-FOR-LINK THRU 1085-EXIT
003977             VARYING STM-LINK-IX FROM 1 BY 1
003978             UNTIL STM-LINK-IX > STM-LINK-COUNT
003979     END-IF.
003980     IF STM-LINK-HITS = 0
003981         MOVE 0     TO SR-CUSTOMER-NO
003982         MOVE SPACE TO SR-RELATIONSHIP
003983         RELEASE SORT-WORK-RECORD
003990     END-IF.
003995 1080-READ.
004000     PERFORM 1070-READ-ARCHIVE THRU 1070-EXIT.
004010 1080-EXIT.
004020     EXIT.
004021 1085-RELEASE-FOR-LINK.
004022     IF STM-LK-ACCOUNT (STM-LINK-IX) = AR-ACCOUNT-NO
004023         ADD 1 TO STM-LINK-HITS
004024         MOVE STM-LK-CUSTOMER (STM-LINK-IX) TO SR-CUSTOMER-NO
004025         MOVE STM-LK-RELATIONSHIP (STM-LINK-IX)
004026             TO SR-RELATIONSHIP
004027         RELEASE SORT-WORK-RECORD
004028     END-IF.
004029 1085-EXIT.
004030     EXIT.
004031 1090-RELEASE-MARKER.
004032     MOVE STM-LK-CUSTOMER (STM-LINK-IX)     TO SR-CUSTOMER-NO.
004033     MOVE STM-LK-ACCOUNT (STM-LINK-IX)      TO SR-ACCOUNT-NO.
004034     MOVE STM-LK-RELATIONSHIP (STM-LINK-IX) TO SR-RELATIONSHIP.
004035     MOVE 0      TO SR-RUN-ID.
004036     MOVE 0      TO SR-RUN-SEQ-NO.
004037     MOVE 0      TO SR-SEQ-NO.
004038     MOVE SPACES TO SR-TRANS-CODE.
004039     MOVE 0      TO SR-A.
004040     MOVE 0      TO SR-B.
004041     MOVE 0      TO SR-C.
004042     MOVE 'M'    TO SR-MARKER.
004043     RELEASE SORT-WORK-RECORD.
004044 1090-EXIT.
004045     EXIT.
004046 2000-PROCESS-TXN.
004047     IF STM-ACCT-OPEN
004050         AND (SS-ACCOUNT-NO NOT = STM-PREV-ACCOUNT
004055         OR SS-CUSTOMER-NO NOT = STM-PREV-CUSTOMER)
004060         PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
004070     END-IF.
004071     IF STM-CUST-OPEN
004072         AND SS-CUSTOMER-NO NOT = STM-PREV-CUSTOMER
004073         PERFORM 3500-PRINT-CUST-TOTALS THRU 3500-EXIT
004074     END-IF.
004075     IF SS-CUSTOMER-NO NOT = 0
004076         AND NOT STM-CUST-OPEN
004077         MOVE SS-CUSTOMER-NO TO STM-PREV-CUSTOMER
004078         PERFORM 3600-PRINT-CUST-HEADER THRU 3600-EXIT
004079     END-IF.
004080     SET STM-ACCT-OPEN TO TRUE.
004090     MOVE SS-ACCOUNT-NO   TO STM-PREV-ACCOUNT.
004091     MOVE SS-CUSTOMER-NO  TO STM-PREV-CUSTOMER.
004092     MOVE SS-RELATIONSHIP TO STM-PREV-RELATIONSHIP.
004093     IF SS-LINK-MARKER
004094         GO TO 2000-READ
004095     END-IF.
004096     SET STM-ACCT-HAS-ACTIVITY TO TRUE.
004100     IF STM-TXN-COUNT < 500
004110         ADD 1 TO STM-TXN-COUNT
004120         MOVE SS-RUN-ID     TO STM-TX-DATE (STM-TXN-COUNT)
004180         ADD 1 TO STM-OMITTED-COUNT
004190     END-IF.
004200     ADD SS-C TO STM-MONTH-TOTAL.
004205 2000-READ.
004210     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
004220 2000-EXIT.
004230     EXIT.
004320******************************************************************
004330* THE CLOSING BALANCE IS THE BALANCE MASTER'S POSITION; THE
004340* OPENING BALANCE IS THAT LESS THE MONTH'S ACTIVITY, SO THE
004350* STATEMENT ALWAYS FOOTS.  EVERY ACCOUNT STARTS ITS OWN PAGE,
004351* EXCEPT ON A COMBINED STATEMENT, WHERE EACH ACCOUNT FOLLOWS THE
004352* LAST ONE UNLESS THE PAGE IS NEARLY FULL.  AN ACCOUNT SHOWN ONLY
004353* BECAUSE IT IS LINKED, WITH NO MONTH'S ACTIVITY AND NOT YET ON
004354* THE BALANCE MASTER, IS NOT COUNTED AS MISSING FROM THE MASTER.
004360******************************************************************
004370     MOVE 'N' TO STM-NO-MASTER-SW.
004380     MOVE STM-PREV-ACCOUNT TO BM-ACCOUNT-NO.
004390     READ BALANCE-MASTER
004400         INVALID KEY
004410             SET STM-ACCT-NOT-ON-MASTER TO TRUE
004420             IF STM-ACCT-HAS-ACTIVITY
004423                 ADD 1 TO STM-NO-MASTER-COUNT
004426             END-IF
004430             MOVE STM-MONTH-TOTAL TO STM-CLOSING-BALANCE
004440         NOT INVALID KEY
004450             MOVE BM-NEW-BALANCE TO STM-CLOSING-BALANCE
004460     END-READ.
004470     COMPUTE STM-OPENING-BALANCE =
004480         STM-CLOSING-BALANCE - STM-MONTH-TOTAL.
004490     IF STM-PREV-CUSTOMER = 0
004491         OR STM-LINE-COUNT > STM-SECTION-BREAK
004492         PERFORM 3100-WRITE-PAGE-HEADER THRU 3100-EXIT
004493     ELSE
004494         MOVE SPACES TO REPORT-LINE
004495         WRITE REPORT-LINE
004496         ADD 1 TO STM-LINE-COUNT
004497     END-IF.
004500     MOVE STM-PREV-ACCOUNT TO RA-ACCOUNT.
004510     PERFORM 3200-SET-ACCT-NAME THRU 3200-EXIT.
004515     PERFORM 3250-SET-RELATIONSHIP THRU 3250-EXIT.
004520     MOVE RPT-ACCOUNT-LINE TO REPORT-LINE.
004530     WRITE REPORT-LINE.
004540     ADD 1 TO STM-LINE-COUNT.
004750     MOVE STM-CLOSING-BALANCE TO RC-AMOUNT.
004760     MOVE RPT-CLOSING-LINE TO REPORT-LINE.
004770     WRITE REPORT-LINE.
004780     ADD 1 TO STM-LINE-COUNT.
004781     MOVE 0 TO STM-ACCT-HOLDS.
004782     IF STM-HOLDS-LOADED
004783         PERFORM 3050-WRITE-AVAILABLE THRU 3050-EXIT
004784     END-IF.
004785     IF STM-PREV-CUSTOMER = 0
004786         ADD 1 TO STM-STMTS-PRINTED
004787     ELSE
004788         ADD 1 TO STM-SECTIONS-PRINTED
004789         ADD 1 TO STM-CUST-ACCOUNTS
004790         ADD STM-CLOSING-BALANCE TO STM-CUST-CLOSING
004791         ADD STM-ACCT-HOLDS TO STM-CUST-HOLDS
004792     END-IF.
004793     MOVE 'N' TO STM-ACTIVITY-SW.
004794     MOVE 0 TO STM-TXN-COUNT.
004800     MOVE 0 TO STM-OMITTED-COUNT.
004810     MOVE 0 TO STM-MONTH-TOTAL.
004820     MOVE 'N' TO STM-ACCT-OPEN-SW.
004821 3000-EXIT.
004822     EXIT.
004823 3050-WRITE-AVAILABLE.
004824     MOVE 0 TO STM-ACCT-HOLDS.
004825     MOVE STM-PREV-ACCOUNT TO HT-ACCOUNT-NO.
004826     READ HOLD-TOTALS
004827         INVALID KEY
004828             CONTINUE
004829         NOT INVALID KEY
004830             MOVE HT-TOTAL TO STM-ACCT-HOLDS
004831             MOVE STM-ACCT-HOLDS TO RHL-AMOUNT
004832             MOVE RPT-HOLDS-LINE TO REPORT-LINE
004833             WRITE REPORT-LINE
004834             ADD 1 TO STM-LINE-COUNT
004835     END-READ.
004843     COMPUTE STM-AVAILABLE =
004844         STM-CLOSING-BALANCE - STM-ACCT-HOLDS.
004845     MOVE STM-AVAILABLE TO RAV-AMOUNT.
004846     MOVE RPT-AVAILABLE-LINE TO REPORT-LINE.
004847     WRITE REPORT-LINE.
004848     ADD 1 TO STM-LINE-COUNT.
004849 3050-EXIT.
004850     EXIT.
004851 3100-WRITE-PAGE-HEADER.
004860     ADD 1 TO STM-PAGE-NO.
004870     MOVE 0 TO STM-LINE-COUNT.
004880     MOVE STM-STMT-MONTH TO RH-MONTH.
004930     EXIT.
004940 3200-SET-ACCT-NAME.
004950     MOVE SPACES TO RA-NAME.
004960     IF NOT STM-ACCT-MSTR-OPENED
004970         GO TO 3200-EXIT
004980     END-IF.
004990     MOVE STM-PREV-ACCOUNT TO AM-ACCOUNT-NO.
005000     READ ACCOUNT-MASTER
005010         INVALID KEY
005020             CONTINUE
005030         NOT INVALID KEY
005040             MOVE AM-ACCOUNT-NAME TO RA-NAME
005050     END-READ.
005070 3200-EXIT.
005080     EXIT.
005090 3250-SET-RELATIONSHIP.
005100     MOVE SPACES TO RA-RELATIONSHIP.
005110     IF STM-PREV-CUSTOMER = 0
005120         GO TO 3250-EXIT
005130     END-IF.
005131     EVALUATE STM-PREV-RELATIONSHIP
005132         WHEN 'O'
005133             MOVE 'OWNER  ' TO RA-RELATIONSHIP
005134         WHEN 'J'
005135             MOVE 'JOINT  ' TO RA-RELATIONSHIP
005136         WHEN 'T'
005137             MOVE 'TRUSTEE' TO RA-RELATIONSHIP
005138     END-EVALUATE.
005140 3250-EXIT.
005150     EXIT.
005160 3300-WRITE-TXN-LINE.
005240     MOVE STM-TX-CODE (STM-TXN-IX) TO RD-CODE.
005250     MOVE STM-TX-A (STM-TXN-IX)    TO RD-A.
005260     MOVE STM-TX-B (STM-TXN-IX)    TO RD-B.
005261     MOVE STM-TX-C (STM-TXN-IX)    TO RD-C.
005262     MOVE RPT-DETAIL-LINE TO REPORT-LINE.
005263     WRITE REPORT-LINE.
005264     ADD 1 TO STM-LINE-COUNT.
005265     ADD 1 TO STM-TXNS-PRINTED.
005266 3300-EXIT.
005282     EXIT.
005283 3500-PRINT-CUST-TOTALS.
005284******************************************************************
005285* CLOSES A COMBINED STATEMENT WITH THE CUSTOMER'S TOTALS ACROSS
005286* THE ACCOUNTS ON IT.  THE HOLDS AND AVAILABLE LINES FOLLOW THE
005287* ACCOUNT SECTIONS - LEFT OFF WHEN THE HOLD TABLE DID NOT LOAD.
005288******************************************************************
005289     MOVE RPT-CUST-RULE-LINE TO REPORT-LINE.
005290     WRITE REPORT-LINE.
005291     MOVE STM-CUST-ACCOUNTS TO RCC-ACCOUNTS.
005292     MOVE RPT-CUST-COUNT-LINE TO REPORT-LINE.
005293     WRITE REPORT-LINE.
005294     MOVE STM-CUST-CLOSING TO RCC-CLOSING.
005295     MOVE RPT-CUST-CLOSING-LINE TO REPORT-LINE.
005296     WRITE REPORT-LINE.
005297     ADD 3 TO STM-LINE-COUNT.
005298     IF STM-HOLDS-LOADED
005299         MOVE STM-CUST-HOLDS TO RCC-HOLDS
005300         MOVE RPT-CUST-HOLDS-LINE TO REPORT-LINE
005301         WRITE REPORT-LINE
005302         COMPUTE STM-CUST-AVAILABLE =
005303             STM-CUST-CLOSING - STM-CUST-HOLDS
005304         MOVE STM-CUST-AVAILABLE TO RCC-AVAILABLE
005305         MOVE RPT-CUST-AVAILABLE-LINE TO REPORT-LINE
005306         WRITE REPORT-LINE
005307         ADD 2 TO STM-LINE-COUNT
005308     END-IF.
005309     ADD 1 TO STM-CUST-STMTS-PRINTED.
005310     MOVE 0 TO STM-CUST-ACCOUNTS.
005311     MOVE 0 TO STM-CUST-CLOSING.
005312     MOVE 0 TO STM-CUST-HOLDS.
005313     MOVE 'N' TO STM-CUST-OPEN-SW.
005314 3500-EXIT.
005315     EXIT.
005316 3600-PRINT-CUST-HEADER.
005317*    A COMBINED STATEMENT STARTS A NEW PAGE WITH THE CUSTOMER'S
005318*    NAME AND ADDRESS FROM THE CUSTOMER MASTER.
005319     PERFORM 3100-WRITE-PAGE-HEADER THRU 3100-EXIT.
005320     MOVE STM-PREV-CUSTOMER TO RCU-CUSTOMER.
005321     MOVE '(NOT ON CUSTOMER FILE)' TO RCU-NAME.
005322     MOVE SPACES TO CM-ADDRESS-1.
005323     MOVE SPACES TO CM-ADDRESS-2.
005324     MOVE SPACES TO CM-CITY.
005325     MOVE SPACES TO CM-STATE.
005326     MOVE SPACES TO CM-POSTCODE.
005327     IF STM-CUST-MSTR-OPENED
005328         MOVE STM-PREV-CUSTOMER TO CM-CUSTOMER-NO
005329         READ CUSTOMER-MASTER
005330             INVALID KEY
005331                 CONTINUE
005332             NOT INVALID KEY
005333                 MOVE CM-FULL-NAME TO RCU-NAME
005334         END-READ
005335     END-IF.
005336     MOVE RPT-CUSTOMER-LINE TO REPORT-LINE.
005337     WRITE REPORT-LINE.
005338     ADD 1 TO STM-LINE-COUNT.
005339     IF CM-ADDRESS-1 NOT = SPACES
005340         MOVE CM-ADDRESS-1 TO RAD-TEXT
005341         MOVE RPT-ADDRESS-LINE TO REPORT-LINE
005342         WRITE REPORT-LINE
005343         ADD 1 TO STM-LINE-COUNT
005344     END-IF.
005345     IF CM-ADDRESS-2 NOT = SPACES
005346         MOVE CM-ADDRESS-2 TO RAD-TEXT
005347         MOVE RPT-ADDRESS-LINE TO REPORT-LINE
005348         WRITE REPORT-LINE
005349         ADD 1 TO STM-LINE-COUNT
005350     END-IF.
005351     IF CM-CITY NOT = SPACES OR CM-POSTCODE NOT = SPACES
005352         MOVE CM-CITY     TO RCY-CITY
005353         MOVE CM-STATE    TO RCY-STATE
005354         MOVE CM-POSTCODE TO RCY-POSTCODE
005355         MOVE RPT-CITY-LINE TO REPORT-LINE
005356         WRITE REPORT-LINE
005357         ADD 1 TO STM-LINE-COUNT
005358     END-IF.
005359     SET STM-CUST-OPEN TO TRUE.
005360 3600-EXIT.
005361     EXIT.
005362 9000-TERMINATE.
005363     IF STM-ACCT-OPEN
005364         PERFORM 3000-PRINT-STATEMENT THRU 3000-EXIT
005370     END-IF.
005371     IF STM-CUST-OPEN
005372         PERFORM 3500-PRINT-CUST-TOTALS THRU 3500-EXIT
005373     END-IF.
005374     IF STM-CUST-MSTR-OPENED
005375         CLOSE CUSTOMER-MASTER
005376     END-IF.
005380     IF STM-MASTER-OPENED
005390         CLOSE BALANCE-MASTER
005392     END-IF.
005394     IF STM-ACCT-MSTR-OPENED
005396         CLOSE ACCOUNT-MASTER
005400     END-IF.
005402     IF STM-HOLD-IX-OPENED
005404         CLOSE HOLD-TOTALS
005406     END-IF.
005410     IF STM-SORTED-OK
005420         CLOSE SORTED-STMT
005430     END-IF.
005510             STM-STMTS-PRINTED
005520         DISPLAY "TRANSACTIONS PRINTED . . . : "
005530             STM-TXNS-PRINTED
005534         IF STM-COMBINED-MODE
005535             DISPLAY "CUSTOMER STATEMENTS  . . . : "
005536                 STM-CUST-STMTS-PRINTED
005537             DISPLAY "ACCOUNTS ON CUSTOMER STMTS : "
005538                 STM-SECTIONS-PRINTED
005539         END-IF
005540         DISPLAY "ACCOUNTS NOT ON MASTER . . : "
005550             STM-NO-MASTER-COUNT
005560         IF STM-NO-MASTER-COUNT > 0
005570             MOVE 4 TO RETURN-CODE
005580         END-IF
005581         IF STM-LINK-OVERFLOW
005582             MOVE 4 TO RETURN-CODE
005586         END-IF
005590     END-IF.
005600 9000-EXIT.
005610     EXIT.
