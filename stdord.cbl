000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. STDORD.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  STANDING ORDER GENERATOR,
000210*                 RUN FROM MASTER AHEAD OF BRMERGE.  EACH ORDER ON
000220*                 THE STANDING ORDER MASTER CARRIES AN ACCOUNT, A
000230*                 TRANSACTION CODE, A SIGNED AMOUNT, A FREQUENCY
000240*                 (WEEKLY, MONTHLY ON THE START DATE'S DAY, OR A
000250*                 GIVEN DAY OF THE MONTH), START AND END DATES,
000260*                 THE NEXT DUE DATE AND AN OPTIONAL CONTRA ACCOUNT
000270*                 FOR TRANSFERS.  A DUE DATE THAT FALLS ON A
000280*                 WEEKEND OR A CALENDAR HOLIDAY ROLLS FORWARD TO
000290*                 THE NEXT BUSINESS DAY; EVERY ORDER DUE ON OR
000300*                 BEFORE THE BUSINESS DATE GOES OUT AS ORDINARY
000310*                 TRANS-IN-FORMAT RECORDS UNDER HOUSE BRANCH 00 ON
000320*                 THE STANDING ORDER FEED, WHICH BRMERGE MERGES
000330*                 THE SAME WAY IT MERGES THE ACCRUAL FILE.  A
000340*                 TRANSFER WRITES THE AMOUNT TO THE ACCOUNT AND
000350*                 THE OPPOSITE AMOUNT TO THE CONTRA ACCOUNT.  AN
000360*                 ORDER WHOSE ACCOUNT OR CONTRA ACCOUNT IS CLOSED,
000370*                 FROZEN OR NOT ON THE ACCOUNT MASTER IS HELD -
000380*                 LISTED ON THE REPORT AND LEFT DUE FOR THE NEXT
000390*                 RUN, NEVER DROPPED.  THE MASTER IS REWRITTEN
000400*                 THROUGH A WORK FILE WITH THE NEXT DUE DATES
000410*                 ADVANCED AND ORDERS PAST THEIR END DATE ENDED.
000412* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000414*                 NUMBER.  EACH ORDER'S ACCOUNT AND CONTRA ACCOUNT
000416*                 ARE READ BY KEY, SO THE 500-ENTRY TABLE AND THE
000418*                 ABORT WHEN THE MASTER OUTGREW IT ARE GONE.
000420******************************************************************
000430 ENVIRONMENT DIVISION.
000440 INPUT-OUTPUT SECTION.
000450 FILE-CONTROL.
000460     SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS STO-PROC-DATE-STATUS.
000490     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS STO-CALENDAR-STATUS.
000515     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000520         ORGANIZATION IS INDEXED
000525         ACCESS MODE IS RANDOM
000530         RECORD KEY IS AM-ACCOUNT-NO
000535         FILE STATUS IS STO-ACCT-MSTR-STATUS.
000550     SELECT ORDER-MASTER ASSIGN TO STDORDR
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS STO-ORDER-STATUS.
000580     SELECT ORDER-WORK ASSIGN TO STDORWK
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS STO-WORK-STATUS.
000610     SELECT STANDING-ORDER-FEED ASSIGN TO STDOFILE
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS STO-FEED-STATUS.
000640     SELECT ORDER-REPORT ASSIGN TO STDORPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS STO-REPORT-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  PROC-DATE-FILE.
000700 01  PROC-DATE-RECORD.
000710     05  BD-BUSINESS-DATE        PIC 9(08).
000720     05  BD-PREV-BUS-DATE        PIC 9(08).
000730 FD  CALENDAR-FILE.
000740 01  CALENDAR-RECORD.
000750     05  CAL-HOLIDAY-DATE        PIC 9(08).
000760 FD  ACCOUNT-MASTER.
000770 01  ACCOUNT-MASTER-RECORD.
000780     05  AM-ACCOUNT-NO           PIC 9(08).
000790     05  AM-ACCOUNT-NAME         PIC X(20).
000800     05  AM-STATUS               PIC X(01).
000810         88  AM-OPEN                     VALUE 'O'.
000820         88  AM-CLOSED                   VALUE 'C'.
000830         88  AM-FROZEN                   VALUE 'F'.
000840     05  AM-OD-LIMIT             PIC 9(07)V99.
000850 FD  ORDER-MASTER.
000860 01  ORDER-RECORD.
000870     05  SO-ORDER-ID             PIC 9(06).
000880     05  SO-ACCOUNT-NO           PIC 9(08).
000890     05  SO-TRANS-CODE           PIC X(02).
000900     05  SO-AMOUNT               PIC S9(7)V99
000910         SIGN LEADING SEPARATE.
000920     05  SO-FREQUENCY            PIC X(01).
000930         88  SO-WEEKLY                   VALUE 'W'.
000940         88  SO-MONTHLY                  VALUE 'M'.
000950         88  SO-DAY-OF-MONTH             VALUE 'D'.
000960     05  SO-MONTH-DAY            PIC 9(02).
000970     05  SO-START-DATE           PIC 9(08).
000980     05  SO-START-DATE-X REDEFINES SO-START-DATE.
000990         10  SO-START-YYYYMM     PIC 9(06).
001000         10  SO-START-DAY        PIC 9(02).
001010     05  SO-END-DATE             PIC 9(08).
001020     05  SO-NEXT-DUE             PIC 9(08).
001030     05  SO-CONTRA-ACCOUNT       PIC 9(08).
001040     05  SO-STATUS               PIC X(01).
001050         88  SO-ACTIVE                   VALUE 'A' ' '.
001060         88  SO-ENDED                    VALUE 'E'.
001070     05  SO-LAST-GENERATED       PIC 9(08).
001080 FD  ORDER-WORK.
001090 01  ORDER-WORK-RECORD           PIC X(70).
001100 FD  STANDING-ORDER-FEED.
001110 01  FEED-RECORD.
001120     05  SF-BRANCH               PIC 9(02).
001130     05  SF-ACCOUNT-NO           PIC 9(08).
001140     05  SF-TRANS-CODE           PIC X(02).
001150     05  SF-A                    PIC S9(7)V99
001160         SIGN LEADING SEPARATE.
001170     05  SF-B                    PIC S9(7)V99
001180         SIGN LEADING SEPARATE.
001190 FD  ORDER-REPORT.
001200 01  REPORT-LINE                 PIC X(80).
001210 WORKING-STORAGE SECTION.
001220 01  STO-FILE-STATUSES.
001230     05  STO-PROC-DATE-STATUS    PIC X(02) VALUE SPACES.
001240         88  STO-PROC-DATE-OK            VALUE '00'.
001250     05  STO-CALENDAR-STATUS     PIC X(02) VALUE SPACES.
001260         88  STO-CALENDAR-OK             VALUE '00'.
001270     05  STO-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
001280         88  STO-ACCT-MSTR-OK            VALUE '00'.
001290     05  STO-ORDER-STATUS        PIC X(02) VALUE SPACES.
001300         88  STO-ORDER-OK                VALUE '00'.
001310     05  STO-WORK-STATUS         PIC X(02) VALUE SPACES.
001320         88  STO-WORK-OK                 VALUE '00'.
001330     05  STO-FEED-STATUS         PIC X(02) VALUE SPACES.
001340         88  STO-FEED-OK                 VALUE '00'.
001350     05  STO-REPORT-STATUS       PIC X(02) VALUE SPACES.
001360         88  STO-REPORT-OK               VALUE '00'.
001370 01  STO-SWITCHES.
001380     05  STO-EOF-SWITCH          PIC X(01) VALUE 'N'.
001390         88  STO-END-OF-ORDERS           VALUE 'Y'.
001400     05  STO-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001410         88  STO-RUN-ABORTED             VALUE 'Y'.
001420     05  STO-ORDERS-OPEN-SW      PIC X(01) VALUE 'N'.
001430         88  STO-ORDERS-OPENED           VALUE 'Y'.
001440     05  STO-WORK-OPEN-SW        PIC X(01) VALUE 'N'.
001450         88  STO-WORK-OPENED             VALUE 'Y'.
001460     05  STO-FEED-OPEN-SW        PIC X(01) VALUE 'N'.
001470         88  STO-FEED-OPENED             VALUE 'Y'.
001480     05  STO-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001490         88  STO-REPORT-OPENED           VALUE 'Y'.
001500     05  STO-CAL-EOF-SW          PIC X(01) VALUE 'N'.
001510         88  STO-CAL-EOF                 VALUE 'Y'.
001520     05  STO-ACCT-MSTR-OPEN-SW   PIC X(01) VALUE 'N'.
001530         88  STO-ACCT-MSTR-OPENED        VALUE 'Y'.
001580     05  STO-ORDER-VALID-SW      PIC X(01) VALUE 'Y'.
001590         88  STO-ORDER-VALID             VALUE 'Y'.
001600         88  STO-ORDER-INVALID           VALUE 'N'.
001610     05  STO-ORDER-DONE-SW       PIC X(01) VALUE 'N'.
001620         88  STO-ORDER-DONE              VALUE 'Y'.
001630     05  STO-BUS-DAY-SW          PIC X(01) VALUE 'Y'.
001640         88  STO-BUSINESS-DAY            VALUE 'Y'.
001650         88  STO-NON-BUSINESS-DAY        VALUE 'N'.
001660     05  STO-LEAP-SWITCH         PIC X(01) VALUE 'N'.
001670         88  STO-LEAP-YEAR               VALUE 'Y'.
001680     05  STO-ACCT-VERDICT-SW     PIC X(02) VALUE 'OK'.
001690         88  STO-ACCT-USABLE             VALUE 'OK'.
001700         88  STO-ACCT-CLOSED             VALUE 'CL'.
001710         88  STO-ACCT-FROZEN             VALUE 'FR'.
001720         88  STO-ACCT-UNKNOWN            VALUE 'NF'.
001730 01  STO-RUN-FIELDS.
001740     05  STO-RUN-DATE            PIC 9(08) VALUE 0.
001750     05  STO-VALUE-DATE          PIC 9(08) VALUE 0.
001760     05  STO-ANCHOR-DAY          PIC 9(02) VALUE 0.
001770     05  STO-LOOK-ACCOUNT        PIC 9(08) VALUE 0.
001780     05  STO-CONTRA-AMOUNT       PIC S9(7)V99 VALUE 0.
001790     05  STO-RESULT              PIC X(22) VALUE SPACES.
001860 01  STO-HOLIDAY-TABLE.
001870     05  STO-HOLIDAY-COUNT       PIC 9(03) VALUE 0.
001880     05  STO-HOLIDAY-IX          PIC 9(03) VALUE 0.
001890     05  STO-HOLIDAY-DATE OCCURS 100 TIMES
001900                                 PIC 9(08).
001910 01  STO-DATE-WORK.
001920     05  STO-WORK-DATE           PIC 9(08) VALUE 0.
001930     05  STO-WORK-DATE-X REDEFINES STO-WORK-DATE.
001940         10  STO-WORK-YEAR       PIC 9(04).
001950         10  STO-WORK-MONTH      PIC 9(02).
001960         10  STO-WORK-DAY        PIC 9(02).
001970     05  STO-DOW                 PIC 9(01) VALUE 0.
001980     05  STO-ZELLER-Q            PIC 9(02) VALUE 0.
001990     05  STO-ZELLER-M            PIC 9(02) VALUE 0.
002000     05  STO-ZELLER-K            PIC 9(02) VALUE 0.
002010     05  STO-ZELLER-J            PIC 9(02) VALUE 0.
002020     05  STO-ZELLER-Y            PIC 9(04) VALUE 0.
002030     05  STO-ZELLER-WORK         PIC 9(06) VALUE 0.
002040     05  STO-ZELLER-QUOT         PIC 9(06) VALUE 0.
002050     05  STO-MONTH-DAYS          PIC 9(02) VALUE 0.
002060     05  STO-LEAP-QUOT-4         PIC 9(04) VALUE 0.
002070     05  STO-LEAP-QUOT-100       PIC 9(04) VALUE 0.
002080     05  STO-LEAP-QUOT-400       PIC 9(04) VALUE 0.
002090     05  STO-LEAP-REM-4          PIC 9(04) VALUE 0.
002100     05  STO-LEAP-REM-100        PIC 9(04) VALUE 0.
002110     05  STO-LEAP-REM-400        PIC 9(04) VALUE 0.
002120 01  STO-CONTROL-TOTALS.
002130     05  STO-ORDERS-READ         PIC 9(07) VALUE 0.
002140     05  STO-ITEMS-GENERATED     PIC 9(07) VALUE 0.
002150     05  STO-FEED-RECORDS        PIC 9(07) VALUE 0.
002160     05  STO-ITEMS-HELD          PIC 9(07) VALUE 0.
002170     05  STO-INVALID-ORDERS      PIC 9(07) VALUE 0.
002180     05  STO-ORDERS-ENDED        PIC 9(07) VALUE 0.
002190     05  STO-TOTAL-GENERATED     PIC S9(9)V99 VALUE 0.
002200 01  STO-REPORT-FIELDS.
002210     05  STO-PAGE-NO             PIC 9(03) VALUE 0.
002220     05  STO-LINE-COUNT          PIC 9(03) VALUE 0.
002230     05  STO-LINES-PER-PAGE      PIC 9(03) VALUE 20.
002240 01  RPT-HEADER-LINE.
002250     05  FILLER                  PIC X(34)
002260         VALUE "STANDING ORDER GENERATION         ".
002270     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002280     05  RH-RUN-DATE             PIC 9(08).
002290     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
002300     05  RH-PAGE-NO              PIC ZZ9.
002310 01  RPT-COLUMN-LINE.
002320     05  FILLER                  PIC X(37) VALUE
002330         "ORDER  ACCOUNT    CONTRA TC DUE      ".
002340     05  FILLER                  PIC X(20) VALUE
002350         "       AMOUNT RESULT".
002360 01  RPT-DETAIL-LINE.
002370     05  RD-ORDER-ID             PIC 9(06).
002380     05  FILLER                  PIC X(01) VALUE SPACE.
002390     05  RD-ACCOUNT              PIC 9(08).
002400     05  FILLER                  PIC X(01) VALUE SPACE.
002410     05  RD-CONTRA               PIC Z(08).
002420     05  FILLER                  PIC X(01) VALUE SPACE.
002430     05  RD-TRANS-CODE           PIC X(02).
002440     05  FILLER                  PIC X(01) VALUE SPACE.
002450     05  RD-DUE-DATE             PIC 9(08).
002460     05  FILLER                  PIC X(01) VALUE SPACE.
002470     05  RD-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
002480     05  FILLER                  PIC X(01) VALUE SPACE.
002490     05  RD-RESULT               PIC X(22).
002500 01  RPT-TOTAL-LINE.
002510     05  RT-LABEL                PIC X(30).
002520     05  RT-COUNT                PIC Z,ZZZ,ZZ9.
002530 01  RPT-AMOUNT-LINE.
002540     05  RA-LABEL                PIC X(30).
002550     05  RA-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
002560 01  RPT-NONE-LINE.
002570     05  FILLER                  PIC X(40)
002580         VALUE "NO STANDING ORDERS DUE".
002590 PROCEDURE DIVISION.
002600 0000-MAINLINE.
002610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002620     PERFORM 2000-PROCESS-ORDER THRU 2000-EXIT
002630         UNTIL STO-END-OF-ORDERS.
002640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002650     STOP RUN.
002660 1000-INITIALIZE.
002670     PERFORM 1010-SET-RUN-DATE THRU 1010-EXIT.
002680     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT.
002690     PERFORM 1200-OPEN-ACCT-MASTER THRU 1200-EXIT.
002700     IF STO-RUN-ABORTED
002710         GO TO 1000-EXIT
002720     END-IF.
002730******************************************************************
002740* NO STANDING ORDER MASTER MEANS NO ORDERS - NOT AN ERROR, AND
002750* NOTHING IS WRITTEN TO THE FEED.
002760******************************************************************
002770     OPEN INPUT ORDER-MASTER.
002780     IF NOT STO-ORDER-OK
002790         DISPLAY "NO STANDING ORDER MASTER ON FILE - NOTHING DUE"
002800         SET STO-END-OF-ORDERS TO TRUE
002810         GO TO 1000-EXIT
002820     END-IF.
002830     SET STO-ORDERS-OPENED TO TRUE.
002840     OPEN OUTPUT ORDER-WORK.
002850     IF NOT STO-WORK-OK
002860         DISPLAY "STANDING ORDER WORK FILE COULD NOT BE OPENED - "
002870             "ABORTED"
002880         MOVE 16 TO RETURN-CODE
002890         SET STO-END-OF-ORDERS TO TRUE
002900         SET STO-RUN-ABORTED TO TRUE
002910         GO TO 1000-EXIT
002920     END-IF.
002930     SET STO-WORK-OPENED TO TRUE.
002940*    THE FEED IS APPENDED TO, NOT REPLACED: ITEMS FROM A RUN WHOSE
002950*    BRMERGE NEVER RAN ARE STILL WAITING ON IT, AND THEIR ORDERS
002960*    HAVE ALREADY BEEN ADVANCED PAST THEM.
002970     OPEN EXTEND STANDING-ORDER-FEED.
002980     IF NOT STO-FEED-OK
002990         OPEN OUTPUT STANDING-ORDER-FEED
003000         CLOSE STANDING-ORDER-FEED
003010         OPEN EXTEND STANDING-ORDER-FEED
003020     END-IF.
003030     IF NOT STO-FEED-OK
003040         DISPLAY "STANDING ORDER FEED COULD NOT BE OPENED - "
003050             "ABORTED"
003060         MOVE 16 TO RETURN-CODE
003070         SET STO-END-OF-ORDERS TO TRUE
003080         SET STO-RUN-ABORTED TO TRUE
003090         GO TO 1000-EXIT
003100     END-IF.
003110     SET STO-FEED-OPENED TO TRUE.
003120     OPEN OUTPUT ORDER-REPORT.
003130     IF NOT STO-REPORT-OK
003140         DISPLAY "STANDING ORDER REPORT COULD NOT BE OPENED - "
003150             "ABORTED"
003160         MOVE 16 TO RETURN-CODE
003170         SET STO-END-OF-ORDERS TO TRUE
003180         SET STO-RUN-ABORTED TO TRUE
003190         GO TO 1000-EXIT
003200     END-IF.
003210     SET STO-REPORT-OPENED TO TRUE.
003220     PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT.
003230     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
003240 1000-EXIT.
003250     EXIT.
003260 1010-SET-RUN-DATE.
003270     OPEN INPUT PROC-DATE-FILE.
003280     IF STO-PROC-DATE-OK
003290         READ PROC-DATE-FILE
003300             AT END
003310                 ACCEPT STO-RUN-DATE FROM DATE YYYYMMDD
003320             NOT AT END
003330                 MOVE BD-BUSINESS-DATE TO STO-RUN-DATE
003340         END-READ
003350         CLOSE PROC-DATE-FILE
003360     ELSE
003370         ACCEPT STO-RUN-DATE FROM DATE YYYYMMDD
003380     END-IF.
003390 1010-EXIT.
003400     EXIT.
003410 1100-LOAD-CALENDAR.
003420     OPEN INPUT CALENDAR-FILE.
003430     IF NOT STO-CALENDAR-OK
003440         DISPLAY "NO BUSINESS CALENDAR ON FILE - WEEKENDS ONLY"
003450         GO TO 1100-EXIT
003460     END-IF.
003470     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
003480     PERFORM 1120-TABLE-HOLIDAY THRU 1120-EXIT
003490         UNTIL STO-CAL-EOF.
003500     CLOSE CALENDAR-FILE.
003510 1100-EXIT.
003520     EXIT.
003530 1110-READ-CALENDAR.
003540     READ CALENDAR-FILE
003550         AT END
003560             SET STO-CAL-EOF TO TRUE
003570     END-READ.
003580 1110-EXIT.
003590     EXIT.
003600 1120-TABLE-HOLIDAY.
003610     IF CAL-HOLIDAY-DATE NUMERIC
003620         AND STO-HOLIDAY-COUNT < 100
003630         ADD 1 TO STO-HOLIDAY-COUNT
003640         MOVE CAL-HOLIDAY-DATE TO
003650             STO-HOLIDAY-DATE (STO-HOLIDAY-COUNT)
003660     END-IF.
003670     PERFORM 1110-READ-CALENDAR THRU 1110-EXIT.
003680 1120-EXIT.
003690     EXIT.
003700 1200-OPEN-ACCT-MASTER.
003710     OPEN INPUT ACCOUNT-MASTER.
003720     IF NOT STO-ACCT-MSTR-OK
003730         DISPLAY "NO ACCOUNT MASTER ON FILE - ALL ACCOUNTS "
003740             "TREATED AS OPEN"
003750         GO TO 1200-EXIT
003760     END-IF.
003770     SET STO-ACCT-MSTR-OPENED TO TRUE.
003780 1200-EXIT.
003790     EXIT.
004140 2000-PROCESS-ORDER.
004150     ADD 1 TO STO-ORDERS-READ.
004160     PERFORM 2100-VALIDATE-ORDER THRU 2100-EXIT.
004170     IF STO-ORDER-INVALID
004180         ADD 1 TO STO-INVALID-ORDERS
004190         MOVE SO-NEXT-DUE TO STO-VALUE-DATE
004200         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
004210         GO TO 2000-WRITE
004220     END-IF.
004230     IF SO-ENDED
004240         GO TO 2000-WRITE
004250     END-IF.
004260     IF SO-NEXT-DUE = 0
004270         PERFORM 2150-FIRST-DUE THRU 2150-EXIT
004280     END-IF.
004290     MOVE 'N' TO STO-ORDER-DONE-SW.
004300     PERFORM 2200-DUE-OCCURRENCE THRU 2200-EXIT
004310         UNTIL STO-ORDER-DONE.
004320 2000-WRITE.
004330     MOVE ORDER-RECORD TO ORDER-WORK-RECORD.
004340     WRITE ORDER-WORK-RECORD.
004350     PERFORM 2900-READ-ORDER THRU 2900-EXIT.
004360 2000-EXIT.
004370     EXIT.
004380 2100-VALIDATE-ORDER.
004390******************************************************************
004400* AN ORDER THE RUN CANNOT READ IS LISTED AND CARRIED FORWARD
004410* UNCHANGED.  THE DATES ARE PROVED CALENDAR DATES SO THE DUE-DATE
004420* ARITHMETIC CAN NEVER RUN AWAY ON A BAD MONTH OR DAY.
004430******************************************************************
004440     SET STO-ORDER-VALID TO TRUE.
004450     MOVE SPACES TO STO-RESULT.
004460     IF SO-ACCOUNT-NO NOT NUMERIC
004470         OR SO-AMOUNT NOT NUMERIC
004480         OR SO-START-DATE NOT NUMERIC
004490         OR SO-END-DATE NOT NUMERIC
004500         OR SO-NEXT-DUE NOT NUMERIC
004510         OR SO-CONTRA-ACCOUNT NOT NUMERIC
004520         MOVE 'NON-NUMERIC FIELD' TO STO-RESULT
004530         GO TO 2100-INVALID
004540     END-IF.
004550     IF NOT SO-ACTIVE AND NOT SO-ENDED
004560         MOVE 'INVALID STATUS' TO STO-RESULT
004570         GO TO 2100-INVALID
004580     END-IF.
004590     IF SO-ENDED
004600         GO TO 2100-EXIT
004610     END-IF.
004620     IF SO-TRANS-CODE = SPACES
004630         MOVE 'NO TRANSACTION CODE' TO STO-RESULT
004640         GO TO 2100-INVALID
004650     END-IF.
004660     IF SO-AMOUNT = 0
004670         MOVE 'ZERO AMOUNT' TO STO-RESULT
004680         GO TO 2100-INVALID
004690     END-IF.
004700     IF SO-CONTRA-ACCOUNT = SO-ACCOUNT-NO
004710         MOVE 'CONTRA IS THE ACCOUNT' TO STO-RESULT
004720         GO TO 2100-INVALID
004730     END-IF.
004740     EVALUATE TRUE
004750         WHEN SO-WEEKLY
004760         WHEN SO-MONTHLY
004770             CONTINUE
004780         WHEN SO-DAY-OF-MONTH
004790             IF SO-MONTH-DAY NOT NUMERIC
004800                 OR SO-MONTH-DAY < 1 OR SO-MONTH-DAY > 31
004810                 MOVE 'INVALID DAY OF MONTH' TO STO-RESULT
004820                 GO TO 2100-INVALID
004830             END-IF
004840         WHEN OTHER
004850             MOVE 'INVALID FREQUENCY' TO STO-RESULT
004860             GO TO 2100-INVALID
004870     END-EVALUATE.
004880     MOVE SO-START-DATE TO STO-WORK-DATE.
004890     PERFORM 2110-CHECK-DATE THRU 2110-EXIT.
004900     IF STO-ORDER-INVALID
004910         MOVE 'INVALID START DATE' TO STO-RESULT
004920         GO TO 2100-INVALID
004930     END-IF.
004940     IF SO-END-DATE NOT = 0
004950         MOVE SO-END-DATE TO STO-WORK-DATE
004960         PERFORM 2110-CHECK-DATE THRU 2110-EXIT
004970         IF STO-ORDER-INVALID
004980             MOVE 'INVALID END DATE' TO STO-RESULT
004990             GO TO 2100-INVALID
005000         END-IF
005010     END-IF.
005020     IF SO-NEXT-DUE NOT = 0
005030         MOVE SO-NEXT-DUE TO STO-WORK-DATE
005040         PERFORM 2110-CHECK-DATE THRU 2110-EXIT
005050         IF STO-ORDER-INVALID
005060             MOVE 'INVALID NEXT DUE DATE' TO STO-RESULT
005070             GO TO 2100-INVALID
005080         END-IF
005090     END-IF.
005100     GO TO 2100-EXIT.
005110 2100-INVALID.
005120     SET STO-ORDER-INVALID TO TRUE.
005130 2100-EXIT.
005140     EXIT.
005150 2110-CHECK-DATE.
005160     IF STO-WORK-MONTH < 1 OR STO-WORK-MONTH > 12
005170         OR STO-WORK-DAY < 1
005180         SET STO-ORDER-INVALID TO TRUE
005190         GO TO 2110-EXIT
005200     END-IF.
005210     PERFORM 8250-DAYS-IN-MONTH THRU 8250-EXIT.
005220     IF STO-WORK-DAY > STO-MONTH-DAYS
005230         SET STO-ORDER-INVALID TO TRUE
005240     END-IF.
005250 2110-EXIT.
005260     EXIT.
005270 2150-FIRST-DUE.
005280******************************************************************
005290* A NEW ORDER (NO NEXT DUE DATE YET) FIRST FALLS DUE ON ITS START
005300* DATE, OR FOR A DAY-OF-MONTH ORDER ON THE FIRST SUCH DAY ON OR
005310* AFTER THE START DATE.
005320******************************************************************
005330     MOVE SO-START-DATE TO STO-WORK-DATE.
005340     IF SO-DAY-OF-MONTH
005350         MOVE SO-MONTH-DAY TO STO-ANCHOR-DAY
005360         PERFORM 8250-DAYS-IN-MONTH THRU 8250-EXIT
005370         IF STO-ANCHOR-DAY > STO-MONTH-DAYS
005380             MOVE STO-MONTH-DAYS TO STO-WORK-DAY
005390         ELSE
005400             MOVE STO-ANCHOR-DAY TO STO-WORK-DAY
005410         END-IF
005420         IF STO-WORK-DATE < SO-START-DATE
005430             PERFORM 2550-NEXT-MONTH THRU 2550-EXIT
005440         END-IF
005450     END-IF.
005460     MOVE STO-WORK-DATE TO SO-NEXT-DUE.
005470 2150-EXIT.
005480     EXIT.
005490 2200-DUE-OCCURRENCE.
005500******************************************************************
005510* ONE PASS PER OCCURRENCE DUE, SO A RUN THAT FOLLOWS A MISSED
005520* NIGHT CATCHES UP EVERY OCCURRENCE IT MISSED.  THE NEXT DUE DATE
005530* ON THE MASTER STAYS THE SCHEDULED DATE; ONLY THE DATE IT IS
005540* TESTED AND REPORTED UNDER ROLLS TO A BUSINESS DAY, SO AN ORDER
005550* KEEPS ITS DAY OF THE MONTH AFTER A HOLIDAY.
005560******************************************************************
005570     IF SO-END-DATE NOT = 0
005580         AND SO-NEXT-DUE > SO-END-DATE
005590         MOVE 'E' TO SO-STATUS
005600         ADD 1 TO STO-ORDERS-ENDED
005610         SET STO-ORDER-DONE TO TRUE
005620         GO TO 2200-EXIT
005630     END-IF.
005640     MOVE SO-NEXT-DUE TO STO-WORK-DATE.
005650     PERFORM 8500-ROLL-FORWARD THRU 8500-EXIT.
005660     MOVE STO-WORK-DATE TO STO-VALUE-DATE.
005670     IF STO-VALUE-DATE > STO-RUN-DATE
005680         SET STO-ORDER-DONE TO TRUE
005690         GO TO 2200-EXIT
005700     END-IF.
005710     PERFORM 2300-CHECK-ACCOUNTS THRU 2300-EXIT.
005720     IF NOT STO-ACCT-USABLE
005730*        HELD, NOT DROPPED: THE NEXT DUE DATE IS LEFT WHERE IT IS
005740*        SO THE ORDER COMES UP AGAIN UNTIL THE ACCOUNT IS SORTED
005750*        OUT OR THE ORDER IS ENDED.
005760         ADD 1 TO STO-ITEMS-HELD
005770         PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT
005780         SET STO-ORDER-DONE TO TRUE
005790         GO TO 2200-EXIT
005800     END-IF.
005810     PERFORM 2400-WRITE-FEED THRU 2400-EXIT.
005820     MOVE 'GENERATED' TO STO-RESULT.
005830     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
005840     MOVE STO-VALUE-DATE TO SO-LAST-GENERATED.
005850     PERFORM 2500-ADVANCE-DUE THRU 2500-EXIT.
005860 2200-EXIT.
005870     EXIT.
005880 2300-CHECK-ACCOUNTS.
005890     MOVE SO-ACCOUNT-NO TO STO-LOOK-ACCOUNT.
005900     PERFORM 2350-LOCATE-ACCOUNT THRU 2350-EXIT.
005910     EVALUATE TRUE
005920         WHEN STO-ACCT-CLOSED
005930             MOVE 'ACCOUNT CLOSED' TO STO-RESULT
005940         WHEN STO-ACCT-FROZEN
005950             MOVE 'ACCOUNT FROZEN' TO STO-RESULT
005960         WHEN STO-ACCT-UNKNOWN
005970             MOVE 'ACCOUNT NOT ON MASTER' TO STO-RESULT
005980     END-EVALUATE.
005990     IF NOT STO-ACCT-USABLE OR SO-CONTRA-ACCOUNT = 0
006000         GO TO 2300-EXIT
006010     END-IF.
006020     MOVE SO-CONTRA-ACCOUNT TO STO-LOOK-ACCOUNT.
006030     PERFORM 2350-LOCATE-ACCOUNT THRU 2350-EXIT.
006040     EVALUATE TRUE
006050         WHEN STO-ACCT-CLOSED
006060             MOVE 'CONTRA CLOSED' TO STO-RESULT
006070         WHEN STO-ACCT-FROZEN
006080             MOVE 'CONTRA FROZEN' TO STO-RESULT
006090         WHEN STO-ACCT-UNKNOWN
006100             MOVE 'CONTRA NOT ON MASTER' TO STO-RESULT
006110     END-EVALUATE.
006120 2300-EXIT.
006130     EXIT.
006140 2350-LOCATE-ACCOUNT.
006150*    NO ACCOUNT MASTER ON FILE LETS EVERY ORDER THROUGH, AS THE
006160*    REST OF THE CHAIN DOES.
006170     MOVE 'OK' TO STO-ACCT-VERDICT-SW.
006180     IF NOT STO-ACCT-MSTR-OPENED
006190         GO TO 2350-EXIT
006200     END-IF.
006210     MOVE STO-LOOK-ACCOUNT TO AM-ACCOUNT-NO.
006220     READ ACCOUNT-MASTER
006230         INVALID KEY
006240             SET STO-ACCT-UNKNOWN TO TRUE
006250             GO TO 2350-EXIT
006260     END-READ.
006270     EVALUATE TRUE
006280         WHEN AM-OPEN
006290             CONTINUE
006300         WHEN AM-CLOSED
006310             SET STO-ACCT-CLOSED TO TRUE
006320         WHEN AM-FROZEN
006330             SET STO-ACCT-FROZEN TO TRUE
006340         WHEN OTHER
006350             SET STO-ACCT-UNKNOWN TO TRUE
006360     END-EVALUATE.
006370 2350-EXIT.
006380     EXIT.
006490 2400-WRITE-FEED.
006500******************************************************************
006510* ITEMS GO OUT AS ORDINARY TRANS-IN RECORDS UNDER THE HOUSE
006520* BRANCH 00, AS THE ACCRUAL CHARGES DO: THE AMOUNT RIDES THE A
006530* FIELD AND B IS ZERO, SO C = A THROUGH THE SUMMATION RUN.  A
006540* TRANSFER'S CONTRA LEG CARRIES THE OPPOSITE AMOUNT UNDER THE
006550* SAME CODE SO THE PAIR NETS TO ZERO.
006560******************************************************************
006570     MOVE 00            TO SF-BRANCH.
006580     MOVE SO-ACCOUNT-NO TO SF-ACCOUNT-NO.
006590     MOVE SO-TRANS-CODE TO SF-TRANS-CODE.
006600     MOVE SO-AMOUNT     TO SF-A.
006610     MOVE 0             TO SF-B.
006620     WRITE FEED-RECORD.
006630     ADD 1 TO STO-FEED-RECORDS.
006640     ADD 1 TO STO-ITEMS-GENERATED.
006650     ADD SO-AMOUNT TO STO-TOTAL-GENERATED.
006660     IF SO-CONTRA-ACCOUNT = 0
006670         GO TO 2400-EXIT
006680     END-IF.
006690     COMPUTE STO-CONTRA-AMOUNT = 0 - SO-AMOUNT.
006700     MOVE 00                TO SF-BRANCH.
006710     MOVE SO-CONTRA-ACCOUNT TO SF-ACCOUNT-NO.
006720     MOVE SO-TRANS-CODE     TO SF-TRANS-CODE.
006730     MOVE STO-CONTRA-AMOUNT TO SF-A.
006740     MOVE 0                 TO SF-B.
006750     WRITE FEED-RECORD.
006760     ADD 1 TO STO-FEED-RECORDS.
006770 2400-EXIT.
006780     EXIT.
006790 2500-ADVANCE-DUE.
006800******************************************************************
006810* WEEKLY STEPS SEVEN DAYS.  MONTHLY KEEPS THE START DATE'S DAY AND
006820* DAY-OF-MONTH KEEPS THE GIVEN DAY, EACH CUT BACK TO THE LAST DAY
006830* OF A SHORTER MONTH AND RESTORED IN THE NEXT LONG ONE.
006840******************************************************************
006850     MOVE SO-NEXT-DUE TO STO-WORK-DATE.
006860     EVALUATE TRUE
006870         WHEN SO-WEEKLY
006880             PERFORM 8400-INCREMENT-DATE THRU 8400-EXIT 7 TIMES
006890         WHEN SO-MONTHLY
006900             MOVE SO-START-DAY TO STO-ANCHOR-DAY
006910             PERFORM 2550-NEXT-MONTH THRU 2550-EXIT
006920         WHEN SO-DAY-OF-MONTH
006930             MOVE SO-MONTH-DAY TO STO-ANCHOR-DAY
006940             PERFORM 2550-NEXT-MONTH THRU 2550-EXIT
006950     END-EVALUATE.
006960     MOVE STO-WORK-DATE TO SO-NEXT-DUE.
006970 2500-EXIT.
006980     EXIT.
006990 2550-NEXT-MONTH.
007000     MOVE 1 TO STO-WORK-DAY.
007010     IF STO-WORK-MONTH = 12
007020         MOVE 1 TO STO-WORK-MONTH
007030         ADD 1 TO STO-WORK-YEAR
007040     ELSE
007050         ADD 1 TO STO-WORK-MONTH
007060     END-IF.
007070     PERFORM 8250-DAYS-IN-MONTH THRU 8250-EXIT.
007080     IF STO-ANCHOR-DAY > STO-MONTH-DAYS
007090         MOVE STO-MONTH-DAYS TO STO-WORK-DAY
007100     ELSE
007110         MOVE STO-ANCHOR-DAY TO STO-WORK-DAY
007120     END-IF.
007130 2550-EXIT.
007140     EXIT.
007150 2900-READ-ORDER.
007160     READ ORDER-MASTER
007170         AT END
007180             SET STO-END-OF-ORDERS TO TRUE
007190     END-READ.
007200 2900-EXIT.
007210     EXIT.
007220 3000-WRITE-REPORT-HEADER.
007230     ADD 1 TO STO-PAGE-NO.
007240     MOVE 0 TO STO-LINE-COUNT.
007250     MOVE STO-RUN-DATE TO RH-RUN-DATE.
007260     MOVE STO-PAGE-NO  TO RH-PAGE-NO.
007270     MOVE RPT-HEADER-LINE TO REPORT-LINE.
007280     WRITE REPORT-LINE.
007290     MOVE RPT-COLUMN-LINE TO REPORT-LINE.
007300     WRITE REPORT-LINE.
007310 3000-EXIT.
007320     EXIT.
007330 3100-WRITE-DETAIL.
007340     IF STO-LINE-COUNT NOT < STO-LINES-PER-PAGE
007350         PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT
007360     END-IF.
007370     MOVE SO-ORDER-ID       TO RD-ORDER-ID.
007380     MOVE SO-ACCOUNT-NO     TO RD-ACCOUNT.
007390     MOVE SO-CONTRA-ACCOUNT TO RD-CONTRA.
007400     MOVE SO-TRANS-CODE     TO RD-TRANS-CODE.
007410     MOVE STO-VALUE-DATE    TO RD-DUE-DATE.
007420     IF SO-AMOUNT NUMERIC
007430         MOVE SO-AMOUNT     TO RD-AMOUNT
007440     ELSE
007450         MOVE 0             TO RD-AMOUNT
007460     END-IF.
007470     MOVE STO-RESULT        TO RD-RESULT.
007480     MOVE RPT-DETAIL-LINE TO REPORT-LINE.
007490     WRITE REPORT-LINE.
007500     ADD 1 TO STO-LINE-COUNT.
007510 3100-EXIT.
007520     EXIT.
007530 8100-DAY-OF-WEEK.
007540******************************************************************
007550* ZELLER'S CONGRUENCE OVER STO-WORK-DATE.  STO-DOW COMES BACK
007560* 0 FOR SATURDAY AND 1 FOR SUNDAY.
007570******************************************************************
007580     MOVE STO-WORK-YEAR  TO STO-ZELLER-Y.
007590     MOVE STO-WORK-MONTH TO STO-ZELLER-M.
007600     MOVE STO-WORK-DAY   TO STO-ZELLER-Q.
007610     IF STO-ZELLER-M < 3
007620         ADD 12 TO STO-ZELLER-M
007630         SUBTRACT 1 FROM STO-ZELLER-Y
007640     END-IF.
007650     DIVIDE STO-ZELLER-Y BY 100
007660         GIVING STO-ZELLER-J REMAINDER STO-ZELLER-K.
007670     COMPUTE STO-ZELLER-WORK = 13 * (STO-ZELLER-M + 1).
007680     DIVIDE STO-ZELLER-WORK BY 5 GIVING STO-ZELLER-QUOT.
007690     COMPUTE STO-ZELLER-WORK = STO-ZELLER-Q + STO-ZELLER-QUOT
007700         + STO-ZELLER-K + (5 * STO-ZELLER-J).
007710     DIVIDE STO-ZELLER-K BY 4 GIVING STO-ZELLER-QUOT.
007720     ADD STO-ZELLER-QUOT TO STO-ZELLER-WORK.
007730     DIVIDE STO-ZELLER-J BY 4 GIVING STO-ZELLER-QUOT.
007740     ADD STO-ZELLER-QUOT TO STO-ZELLER-WORK.
007750     DIVIDE STO-ZELLER-WORK BY 7
007760         GIVING STO-ZELLER-QUOT REMAINDER STO-DOW.
007770 8100-EXIT.
007780     EXIT.
007790 8250-DAYS-IN-MONTH.
007800     EVALUATE STO-WORK-MONTH
007810         WHEN 01 MOVE 31 TO STO-MONTH-DAYS
007820         WHEN 03 MOVE 31 TO STO-MONTH-DAYS
007830         WHEN 05 MOVE 31 TO STO-MONTH-DAYS
007840         WHEN 07 MOVE 31 TO STO-MONTH-DAYS
007850         WHEN 08 MOVE 31 TO STO-MONTH-DAYS
007860         WHEN 10 MOVE 31 TO STO-MONTH-DAYS
007870         WHEN 12 MOVE 31 TO STO-MONTH-DAYS
007880         WHEN 04 MOVE 30 TO STO-MONTH-DAYS
007890         WHEN 06 MOVE 30 TO STO-MONTH-DAYS
007900         WHEN 09 MOVE 30 TO STO-MONTH-DAYS
007910         WHEN 11 MOVE 30 TO STO-MONTH-DAYS
007920         WHEN 02 PERFORM 8260-FEBRUARY-DAYS THRU 8260-EXIT
007930     END-EVALUATE.
007940 8250-EXIT.
007950     EXIT.
007960 8260-FEBRUARY-DAYS.
007970     DIVIDE STO-WORK-YEAR BY 4
007980         GIVING STO-LEAP-QUOT-4 REMAINDER STO-LEAP-REM-4.
007990     DIVIDE STO-WORK-YEAR BY 100
008000         GIVING STO-LEAP-QUOT-100 REMAINDER STO-LEAP-REM-100.
008010     DIVIDE STO-WORK-YEAR BY 400
008020         GIVING STO-LEAP-QUOT-400 REMAINDER STO-LEAP-REM-400.
008030     MOVE 'N' TO STO-LEAP-SWITCH.
008040     IF STO-LEAP-REM-4 = 0
008050         AND (STO-LEAP-REM-100 NOT = 0 OR STO-LEAP-REM-400 = 0)
008060         SET STO-LEAP-YEAR TO TRUE
008070     END-IF.
008080     IF STO-LEAP-YEAR
008090         MOVE 29 TO STO-MONTH-DAYS
008100     ELSE
008110         MOVE 28 TO STO-MONTH-DAYS
008120     END-IF.
008130 8260-EXIT.
008140     EXIT.
008150 8300-CHECK-BUSINESS-DAY.
008160     MOVE 'Y' TO STO-BUS-DAY-SW.
008170     PERFORM 8100-DAY-OF-WEEK THRU 8100-EXIT.
008180     IF STO-DOW = 0 OR STO-DOW = 1
008190         SET STO-NON-BUSINESS-DAY TO TRUE
008200         GO TO 8300-EXIT
008210     END-IF.
008220     PERFORM 8310-CHECK-HOLIDAY THRU 8310-EXIT
008230         VARYING STO-HOLIDAY-IX FROM 1 BY 1
008240         UNTIL STO-HOLIDAY-IX > STO-HOLIDAY-COUNT
008250         OR STO-NON-BUSINESS-DAY.
008260 8300-EXIT.
008270     EXIT.
008280 8310-CHECK-HOLIDAY.
008290     IF STO-HOLIDAY-DATE (STO-HOLIDAY-IX) = STO-WORK-DATE
008300         SET STO-NON-BUSINESS-DAY TO TRUE
008310     END-IF.
008320 8310-EXIT.
008330     EXIT.
008340 8400-INCREMENT-DATE.
008350     PERFORM 8250-DAYS-IN-MONTH THRU 8250-EXIT.
008360     IF STO-WORK-DAY < STO-MONTH-DAYS
008370         ADD 1 TO STO-WORK-DAY
008380     ELSE
008390         MOVE 1 TO STO-WORK-DAY
008400         IF STO-WORK-MONTH = 12
008410             MOVE 1 TO STO-WORK-MONTH
008420             ADD 1 TO STO-WORK-YEAR
008430         ELSE
008440             ADD 1 TO STO-WORK-MONTH
008450         END-IF
008460     END-IF.
008470 8400-EXIT.
008480     EXIT.
008490 8500-ROLL-FORWARD.
008500******************************************************************
008510* MOVE STO-WORK-DATE FORWARD TO THE FIRST BUSINESS DAY ON OR
008520* AFTER IT - WEEKENDS AND CALENDAR HOLIDAYS ARE STEPPED OVER.
008530******************************************************************
008540     PERFORM 8300-CHECK-BUSINESS-DAY THRU 8300-EXIT.
008550     PERFORM 8510-STEP-FORWARD THRU 8510-EXIT
008560         UNTIL STO-BUSINESS-DAY.
008570 8500-EXIT.
008580     EXIT.
008590 8510-STEP-FORWARD.
008600     PERFORM 8400-INCREMENT-DATE THRU 8400-EXIT.
008610     PERFORM 8300-CHECK-BUSINESS-DAY THRU 8300-EXIT.
008620 8510-EXIT.
008630     EXIT.
008640 9000-TERMINATE.
008650     IF NOT STO-RUN-ABORTED AND STO-REPORT-OPENED
008660         PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
008670     END-IF.
008680     IF STO-ORDERS-OPENED
008690         CLOSE ORDER-MASTER
008700     END-IF.
008710     IF STO-WORK-OPENED
008720         CLOSE ORDER-WORK
008730     END-IF.
008740     IF STO-FEED-OPENED
008750         CLOSE STANDING-ORDER-FEED
008760     END-IF.
008765     IF STO-REPORT-OPENED
008770         CLOSE ORDER-REPORT
008775     END-IF.
008780     IF STO-ACCT-MSTR-OPENED
008785         CLOSE ACCOUNT-MASTER
008790     END-IF.
008800     IF NOT STO-RUN-ABORTED AND STO-ORDERS-OPENED
008810         PERFORM 9200-REWRITE-MASTER THRU 9200-EXIT
008820     END-IF.
008830     IF NOT STO-RUN-ABORTED
008840         DISPLAY "***** STANDING ORDER RUN SUMMARY *****"
008850         DISPLAY "BUSINESS DATE  . . . . . . : " STO-RUN-DATE
008860         DISPLAY "ORDERS READ  . . . . . . . : " STO-ORDERS-READ
008870         DISPLAY "ITEMS GENERATED  . . . . . : "
008880             STO-ITEMS-GENERATED
008890         DISPLAY "FEED RECORDS WRITTEN . . . : " STO-FEED-RECORDS
008900         DISPLAY "ITEMS HELD . . . . . . . . : " STO-ITEMS-HELD
008910         DISPLAY "INVALID ORDERS . . . . . . : "
008920             STO-INVALID-ORDERS
008930         DISPLAY "ORDERS ENDED . . . . . . . : " STO-ORDERS-ENDED
008940         DISPLAY "NET AMOUNT GENERATED . . . : "
008950             STO-TOTAL-GENERATED
008960     END-IF.
008970 9000-EXIT.
008980     EXIT.
008990 9100-WRITE-TOTALS.
009000     MOVE SPACES TO REPORT-LINE.
009010     WRITE REPORT-LINE.
009020     IF STO-ITEMS-GENERATED = 0 AND STO-ITEMS-HELD = 0
009030         AND STO-INVALID-ORDERS = 0
009040         MOVE RPT-NONE-LINE TO REPORT-LINE
009050         WRITE REPORT-LINE
009060     END-IF.
009070     MOVE "ORDERS READ:" TO RT-LABEL.
009080     MOVE STO-ORDERS-READ TO RT-COUNT.
009090     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
009100     WRITE REPORT-LINE.
009110     MOVE "ITEMS GENERATED:" TO RT-LABEL.
009120     MOVE STO-ITEMS-GENERATED TO RT-COUNT.
009130     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
009140     WRITE REPORT-LINE.
009150     MOVE "FEED RECORDS WRITTEN:" TO RT-LABEL.
009160     MOVE STO-FEED-RECORDS TO RT-COUNT.
009170     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
009180     WRITE REPORT-LINE.
009190     MOVE "ITEMS HELD:" TO RT-LABEL.
009200     MOVE STO-ITEMS-HELD TO RT-COUNT.
009210     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
009220     WRITE REPORT-LINE.
009230     MOVE "INVALID ORDERS:" TO RT-LABEL.
009240     MOVE STO-INVALID-ORDERS TO RT-COUNT.
009250     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
009260     WRITE REPORT-LINE.
009270     MOVE "ORDERS ENDED:" TO RT-LABEL.
009280     MOVE STO-ORDERS-ENDED TO RT-COUNT.
009290     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
009300     WRITE REPORT-LINE.
009310     MOVE "NET AMOUNT GENERATED:" TO RA-LABEL.
009320     MOVE STO-TOTAL-GENERATED TO RA-AMOUNT.
009330     MOVE RPT-AMOUNT-LINE TO REPORT-LINE.
009340     WRITE REPORT-LINE.
009350 9100-EXIT.
009360     EXIT.
009370 9200-REWRITE-MASTER.
009380******************************************************************
009390* THE MASTER IS SEQUENTIAL, SO THE ADVANCED ORDERS WENT TO THE
009400* WORK FILE AND NOW COPY BACK OVER IT.  IF THE MASTER CANNOT BE
009410* REWRITTEN TONIGHT'S ITEMS ARE ALREADY ON THE FEED, SO THE RUN
009420* FAILS: RERUNNING WITHOUT CLEARING THE FEED WOULD DOUBLE THEM.
009430******************************************************************
009440     OPEN INPUT ORDER-WORK.
009450     IF NOT STO-WORK-OK
009460         DISPLAY "STANDING ORDER WORK FILE WILL NOT REOPEN - "
009470             "MASTER NOT ADVANCED, CLEAR THE FEED BEFORE RERUN"
009480         MOVE 16 TO RETURN-CODE
009490         GO TO 9200-EXIT
009500     END-IF.
009510     OPEN OUTPUT ORDER-MASTER.
009520     IF NOT STO-ORDER-OK
009530         DISPLAY "STANDING ORDER MASTER WILL NOT OPEN FOR REWRITE"
009540             " - CLEAR THE FEED BEFORE RERUN"
009550         MOVE 16 TO RETURN-CODE
009560         CLOSE ORDER-WORK
009570         GO TO 9200-EXIT
009580     END-IF.
009590     MOVE 'N' TO STO-EOF-SWITCH.
009600     PERFORM 9210-READ-WORK THRU 9210-EXIT.
009610     PERFORM 9220-COPY-BACK THRU 9220-EXIT
009620         UNTIL STO-END-OF-ORDERS.
009630     CLOSE ORDER-MASTER.
009640     CLOSE ORDER-WORK.
009650 9200-EXIT.
009660     EXIT.
009670 9210-READ-WORK.
009680     READ ORDER-WORK
009690         AT END
009700             SET STO-END-OF-ORDERS TO TRUE
009710     END-READ.
009720 9210-EXIT.
009730     EXIT.
009740 9220-COPY-BACK.
009750     MOVE ORDER-WORK-RECORD TO ORDER-RECORD.
009760     WRITE ORDER-RECORD.
009770     PERFORM 9210-READ-WORK THRU 9210-EXIT.
009780 9220-EXIT.
009790     EXIT.
