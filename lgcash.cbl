000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. LGCASH.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  LARGE-CASH AND STRUCTURING
000210*                 REVIEW FOR REGULATORY FILING, RUN FROM MASTER
000220*                 AFTER POSTBAL.  THE AUDIT LOG AND THE AUDIT
000230*                 ARCHIVE ARE READ FOR A TRAILING WINDOW OF
000240*                 BUSINESS DAYS ENDING ON THE BUSINESS DATE, AND
000250*                 THE CASH-TYPE CODES NAMED ON THE PARAMETER CARD
000260*                 ARE TOTALLED PER ACCOUNT PER BUSINESS DAY, CASH
000270*                 IN AND CASH OUT SEPARATELY.  AN ACCOUNT WHOSE
000280*                 CASH IN OR OUT FOR THE BUSINESS DATE IS OVER THE
000290*                 CARD THRESHOLD IS FLAGGED AS LARGE CASH.  AN
000300*                 ACCOUNT WITH DEPOSITS JUST UNDER THE THRESHOLD
000310*                 (AT OR ABOVE THE CARD'S NEAR PERCENTAGE OF IT)
000320*                 ON THE CARD'S NUMBER OF CONSECUTIVE BUSINESS
000330*                 DAYS UP TO THE BUSINESS DATE IS FLAGGED AS
000340*                 STRUCTURING.  FLAGS GO TO A PRINTED REVIEW
000350*                 REPORT AND A FIXED-FORMAT FILING EXTRACT WITH
000360*                 THE ACCOUNT NAME FROM THE ACCOUNT MASTER AND
000370*                 THE BRANCH.
000372* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000374*                 NUMBER.  THE ACCOUNT NAME IS READ BY KEY INSTEAD
000376*                 OF FROM A 500-ENTRY TABLE, SO EVERY ACCOUNT ON
000378*                 THE MASTER IS NAMED HOWEVER MANY THERE ARE.
000379* 10/15/26   DPC  THE AUDIT LOG AND ARCHIVE RECORDS NOW END WITH
000380*                 THE ITEM CURRENCY, ORIGINAL A AND B AND FX RATE;
000381*                 RECORD LAYOUTS WIDENED TO MATCH.
000382* 10/15/26   DPC  AUDIT LOG AND ARCHIVE NOW END WITH THE CHEQUE
000383*                 SERIAL; RECORD LAYOUTS WIDENED TO MATCH.
000384******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS LGC-PROC-DATE-STATUS.
000450     SELECT LGC-PARM-CARD ASSIGN TO LGCPARM
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS LGC-PARM-STATUS.
000480     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS LGC-CALENDAR-STATUS.
000505     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000510         ORGANIZATION IS INDEXED
000515         ACCESS MODE IS RANDOM
000520         RECORD KEY IS AM-ACCOUNT-NO
000525         FILE STATUS IS LGC-ACCT-MSTR-STATUS.
000540     SELECT AUDIT-LOG ASSIGN TO AUDITLOG
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS LGC-AUDIT-STATUS.
000570     SELECT ARCHIVE-FILE ASSIGN TO AUDARCHV
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS LGC-ARCHIVE-STATUS.
000600     SELECT CASH-SORT-WORK ASSIGN TO LGCWK.
000610     SELECT SORTED-CASH ASSIGN TO LGCSRT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS LGC-SORTED-STATUS.
000640     SELECT CASH-REPORT ASSIGN TO LGCRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS LGC-REPORT-STATUS.
000670     SELECT FILING-EXTRACT ASSIGN TO LGCFILE
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS LGC-EXTRACT-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PROC-DATE-FILE.
000730 01  PROC-DATE-RECORD.
000740     05  BD-BUSINESS-DATE        PIC 9(08).
000750     05  BD-PREV-BUS-DATE        PIC 9(08).
000760 FD  LGC-PARM-CARD.
000770 01  LGC-PARM-RECORD.
000780     05  LP-THRESHOLD            PIC 9(07)V99.
000790     05  LP-NEAR-PCT             PIC 9(03).
000800     05  LP-WINDOW-DAYS          PIC 9(02).
000810     05  LP-STRUCT-DAYS          PIC 9(02).
000820     05  LP-CASH-CODE OCCURS 10 TIMES
000830                                 PIC X(02).
000840 FD  CALENDAR-FILE.
000850 01  CALENDAR-RECORD.
000860     05  CAL-HOLIDAY-DATE        PIC 9(08).
000870 FD  ACCOUNT-MASTER.
000880 01  ACCOUNT-MASTER-RECORD.
000890     05  AM-ACCOUNT-NO           PIC 9(08).
000900     05  AM-ACCOUNT-NAME         PIC X(20).
000910     05  AM-STATUS               PIC X(01).
000920         88  AM-OPEN                     VALUE 'O'.
000930         88  AM-CLOSED                   VALUE 'C'.
000940         88  AM-FROZEN                   VALUE 'F'.
000950     05  AM-OD-LIMIT             PIC 9(07)V99.
000960 FD  AUDIT-LOG.
000970 01  AUDIT-LOG-RECORD.
000980     05  AL-RUN-ID               PIC 9(08).
000990     05  AL-RUN-TIME             PIC 9(08).
001000     05  AL-RUN-SEQ-NO           PIC 9(05).
001010     05  AL-SEQ-NO               PIC 9(07).
001020     05  AL-ACCOUNT-NO           PIC 9(08).
001030     05  AL-TRANS-CODE           PIC X(02).
001040     05  AL-A                    PIC S9(7)V99
001050         SIGN LEADING SEPARATE.
001060     05  AL-B                    PIC S9(7)V99
001070         SIGN LEADING SEPARATE.
001080     05  AL-C                    PIC S9(7)V99
001090         SIGN LEADING SEPARATE.
001092     05  AL-BRANCH               PIC 9(02).
001094     05  AL-CURRENCY             PIC X(03).
001096     05  AL-ORIG-A               PIC S9(7)V99
001098         SIGN LEADING SEPARATE.
001100     05  AL-ORIG-B               PIC S9(7)V99
001102         SIGN LEADING SEPARATE.
001104     05  AL-FX-RATE              PIC 9(05)V9(06).
001109     05  AL-CHEQUE-SERIAL        PIC X(08).
001110 FD  ARCHIVE-FILE.
001120 01  ARCHIVE-RECORD.
001130     05  AR-RUN-ID               PIC 9(08).
001140     05  AR-RUN-TIME             PIC 9(08).
001150     05  AR-RUN-SEQ-NO           PIC 9(05).
001160     05  AR-SEQ-NO               PIC 9(07).
001170     05  AR-ACCOUNT-NO           PIC 9(08).
001180     05  AR-TRANS-CODE           PIC X(02).
001190     05  AR-A                    PIC S9(7)V99
001200         SIGN LEADING SEPARATE.
001210     05  AR-B                    PIC S9(7)V99
001220         SIGN LEADING SEPARATE.
001230     05  AR-C                    PIC S9(7)V99
001240         SIGN LEADING SEPARATE.
001242     05  AR-BRANCH               PIC 9(02).
001244     05  AR-CURRENCY             PIC X(03).
001246     05  AR-ORIG-A               PIC S9(7)V99
001248         SIGN LEADING SEPARATE.
001250     05  AR-ORIG-B               PIC S9(7)V99
001252         SIGN LEADING SEPARATE.
001254     05  AR-FX-RATE              PIC 9(05)V9(06).
001259     05  AR-CHEQUE-SERIAL        PIC X(08).
001260 SD  CASH-SORT-WORK.
001270 01  CASH-SORT-RECORD.
001280     05  CS-ACCOUNT-NO           PIC 9(08).
001290     05  CS-RUN-ID               PIC 9(08).
001300     05  CS-BRANCH               PIC 9(02).
001310     05  CS-C                    PIC S9(7)V99
001320         SIGN LEADING SEPARATE.
001330 FD  SORTED-CASH.
001340 01  SORTED-CASH-RECORD.
001350     05  SC-ACCOUNT-NO           PIC 9(08).
001360     05  SC-RUN-ID               PIC 9(08).
001370     05  SC-BRANCH               PIC 9(02).
001380     05  SC-C                    PIC S9(7)V99
001390         SIGN LEADING SEPARATE.
001400 FD  CASH-REPORT.
001410 01  REPORT-LINE                 PIC X(80).
001420 FD  FILING-EXTRACT.
001430 01  FILING-RECORD.
001440     05  FX-REC-TYPE             PIC X(01).
001450         88  FX-LARGE-CASH               VALUE 'L'.
001460         88  FX-STRUCTURING              VALUE 'S'.
001470     05  FX-BUSINESS-DATE        PIC 9(08).
001480     05  FX-BRANCH               PIC 9(02).
001490     05  FX-ACCOUNT-NO           PIC 9(08).
001500     05  FX-ACCOUNT-NAME         PIC X(20).
001510     05  FX-DIRECTION            PIC X(01).
001520         88  FX-CASH-IN                  VALUE 'I'.
001530         88  FX-CASH-OUT                 VALUE 'O'.
001540     05  FX-AMOUNT               PIC 9(09)V99.
001550     05  FX-ITEM-COUNT           PIC 9(05).
001560     05  FX-FIRST-DATE           PIC 9(08).
001570     05  FX-DAYS                 PIC 9(02).
001580     05  FX-THRESHOLD            PIC 9(07)V99.
001590 WORKING-STORAGE SECTION.
001600 01  LGC-FILE-STATUSES.
001610     05  LGC-PROC-DATE-STATUS    PIC X(02) VALUE SPACES.
001620         88  LGC-PROC-DATE-OK            VALUE '00'.
001630     05  LGC-PARM-STATUS         PIC X(02) VALUE SPACES.
001640         88  LGC-PARM-OK                 VALUE '00'.
001650     05  LGC-CALENDAR-STATUS     PIC X(02) VALUE SPACES.
001660         88  LGC-CALENDAR-OK             VALUE '00'.
001670     05  LGC-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
001680         88  LGC-ACCT-MSTR-OK            VALUE '00'.
001690     05  LGC-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001700         88  LGC-AUDIT-OK                VALUE '00'.
001710     05  LGC-ARCHIVE-STATUS      PIC X(02) VALUE SPACES.
001720         88  LGC-ARCHIVE-OK              VALUE '00'.
001730     05  LGC-SORTED-STATUS       PIC X(02) VALUE SPACES.
001740         88  LGC-SORTED-OK               VALUE '00'.
001750     05  LGC-REPORT-STATUS       PIC X(02) VALUE SPACES.
001760         88  LGC-REPORT-OK               VALUE '00'.
001770     05  LGC-EXTRACT-STATUS      PIC X(02) VALUE SPACES.
001780         88  LGC-EXTRACT-OK              VALUE '00'.
001790 01  LGC-SWITCHES.
001800     05  LGC-EOF-SWITCH          PIC X(01) VALUE 'N'.
001810         88  LGC-END-OF-INPUT            VALUE 'Y'.
001820     05  LGC-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001830         88  LGC-RUN-ABORTED             VALUE 'Y'.
001840     05  LGC-READ-EOF-SW         PIC X(01) VALUE 'N'.
001850         88  LGC-READ-EOF                VALUE 'Y'.
001860     05  LGC-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001870         88  LGC-REPORT-OPENED           VALUE 'Y'.
001880     05  LGC-EXTRACT-OPEN-SW     PIC X(01) VALUE 'N'.
001890         88  LGC-EXTRACT-OPENED          VALUE 'Y'.
001900     05  LGC-SORTED-OPEN-SW      PIC X(01) VALUE 'N'.
001910         88  LGC-SORTED-OPENED           VALUE 'Y'.
001920     05  LGC-ACCT-OPEN-SW        PIC X(01) VALUE 'N'.
001930         88  LGC-ACCT-OPEN               VALUE 'Y'.
001940     05  LGC-CODE-FOUND-SW       PIC X(01) VALUE 'N'.
001950         88  LGC-CODE-FOUND              VALUE 'Y'.
001960     05  LGC-DAY-FOUND-SW        PIC X(01) VALUE 'N'.
001970         88  LGC-DAY-FOUND               VALUE 'Y'.
001980     05  LGC-RUN-BROKEN-SW       PIC X(01) VALUE 'N'.
001990         88  LGC-RUN-BROKEN              VALUE 'Y'.
002000     05  LGC-ACCT-MSTR-OPEN-SW   PIC X(01) VALUE 'N'.
002010         88  LGC-ACCT-MSTR-OPENED        VALUE 'Y'.
002040     05  LGC-CAL-EOF-SW          PIC X(01) VALUE 'N'.
002050         88  LGC-CAL-EOF                 VALUE 'Y'.
002060     05  LGC-BUS-DAY-SW          PIC X(01) VALUE 'Y'.
002070         88  LGC-BUSINESS-DAY            VALUE 'Y'.
002080         88  LGC-NON-BUSINESS-DAY        VALUE 'N'.
002090 01  LGC-PARAMETERS.
002100     05  LGC-THRESHOLD           PIC 9(07)V99 VALUE 10000.00.
002110     05  LGC-NEAR-PCT            PIC 9(03) VALUE 90.
002120     05  LGC-WINDOW-DAYS         PIC 9(02) VALUE 10.
002130     05  LGC-STRUCT-DAYS         PIC 9(02) VALUE 3.
002140     05  LGC-NEAR-FLOOR          PIC 9(07)V99 VALUE 0.
002150     05  LGC-CODE-COUNT          PIC 9(02) VALUE 0.
002160     05  LGC-CODE-IX             PIC 9(02) VALUE 0.
002170     05  LGC-TEST-CODE           PIC X(02) VALUE SPACES.
002180     05  LGC-CASH-CODE OCCURS 10 TIMES
002190                                 PIC X(02).
002200 01  LGC-RUN-STAMP.
002210     05  LGC-RUN-DATE            PIC 9(08) VALUE 0.
002220     05  LGC-WINDOW-START        PIC 9(08) VALUE 0.
002230 01  LGC-WINDOW-TABLE.
002240     05  LGC-WIN-COUNT           PIC 9(02) VALUE 0.
002250     05  LGC-WIN-IX              PIC 9(02) VALUE 0.
002260     05  LGC-WIN-DATE OCCURS 30 TIMES
002270                                 PIC 9(08).
002280 01  LGC-DATE-FIELDS.
002290     05  LGC-WORK-DATE           PIC 9(08) VALUE 0.
002300     05  LGC-WORK-DATE-X REDEFINES LGC-WORK-DATE.
002310         10  LGC-WORK-YEAR       PIC 9(04).
002320         10  LGC-WORK-MONTH      PIC 9(02).
002330         10  LGC-WORK-DAY        PIC 9(02).
002340     05  LGC-DOW                 PIC 9(01) VALUE 0.
002350     05  LGC-ZELLER-Q            PIC 9(02) VALUE 0.
002360     05  LGC-ZELLER-M            PIC 9(02) VALUE 0.
002370     05  LGC-ZELLER-K            PIC 9(02) VALUE 0.
002380     05  LGC-ZELLER-J            PIC 9(02) VALUE 0.
002390     05  LGC-ZELLER-Y            PIC 9(04) VALUE 0.
002400     05  LGC-ZELLER-WORK         PIC 9(06) VALUE 0.
002410     05  LGC-ZELLER-QUOT         PIC 9(06) VALUE 0.
002420     05  LGC-MONTH-DAYS          PIC 9(02) VALUE 0.
002430     05  LGC-LEAP-QUOT-4         PIC 9(04) VALUE 0.
002440     05  LGC-LEAP-QUOT-100       PIC 9(04) VALUE 0.
002450     05  LGC-LEAP-QUOT-400       PIC 9(04) VALUE 0.
002460     05  LGC-LEAP-REM-4          PIC 9(04) VALUE 0.
002470     05  LGC-LEAP-REM-100        PIC 9(04) VALUE 0.
002480     05  LGC-LEAP-REM-400        PIC 9(04) VALUE 0.
002490     05  LGC-LEAP-SWITCH         PIC X(01) VALUE 'N'.
002500         88  LGC-LEAP-YEAR               VALUE 'Y'.
002510     05  LGC-STEP-BACK-COUNT     PIC 9(03) VALUE 0.
002520     05  LGC-HOLIDAY-IX          PIC 9(03) VALUE 0.
002530 01  LGC-HOLIDAY-TABLE.
002540     05  LGC-HOLIDAY-COUNT       PIC 9(03) VALUE 0.
002550     05  LGC-HOLIDAY-DATE OCCURS 100 TIMES
002560                                 PIC 9(08).
002630 01  LGC-ACCOUNT-FIELDS.
002640     05  LGC-PREV-ACCOUNT        PIC 9(08) VALUE 0.
002650     05  LGC-ACCT-BRANCH         PIC 9(02) VALUE 0.
002660     05  LGC-ACCT-NAME           PIC X(20) VALUE SPACES.
002670     05  LGC-RUN-DAYS            PIC 9(02) VALUE 0.
002680     05  LGC-RUN-TOTAL           PIC 9(09)V99 VALUE 0.
002690     05  LGC-RUN-ITEMS           PIC 9(05) VALUE 0.
002700     05  LGC-DAY-IX              PIC 9(02) VALUE 0.
002710     05  LGC-DAY-ENTRY OCCURS 30 TIMES.
002720         10  LGC-DAY-IN          PIC 9(09)V99.
002730         10  LGC-DAY-IN-ITEMS    PIC 9(05).
002740         10  LGC-DAY-OUT         PIC 9(09)V99.
002750         10  LGC-DAY-OUT-ITEMS   PIC 9(05).
002760 01  LGC-CONTROL-TOTALS.
002770     05  LGC-LOG-READ            PIC 9(07) VALUE 0.
002780     05  LGC-ARCHIVE-READ        PIC 9(07) VALUE 0.
002790     05  LGC-CASH-ITEMS          PIC 9(07) VALUE 0.
002800     05  LGC-ACCOUNTS-REVIEWED   PIC 9(07) VALUE 0.
002810     05  LGC-LARGE-FLAGS         PIC 9(07) VALUE 0.
002820     05  LGC-STRUCT-FLAGS        PIC 9(07) VALUE 0.
002830     05  LGC-EXTRACT-COUNT       PIC 9(07) VALUE 0.
002840     05  LGC-UNLISTED-ACCOUNTS   PIC 9(07) VALUE 0.
002850 01  LGC-REPORT-FIELDS.
002860     05  LGC-PAGE-NO             PIC 9(03) VALUE 0.
002870     05  LGC-LINE-COUNT          PIC 9(03) VALUE 0.
002880     05  LGC-LINES-PER-PAGE      PIC 9(03) VALUE 20.
002890 01  RPT-HEADER-LINE.
002900     05  FILLER                  PIC X(34)
002910         VALUE "LARGE CASH AND STRUCTURING REVIEW ".
002920     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002930     05  RH-RUN-DATE             PIC 9(08).
002940     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
002950     05  RH-PAGE-NO              PIC ZZ9.
002960 01  RPT-PARM-LINE.
002970     05  FILLER                  PIC X(11) VALUE "THRESHOLD: ".
002980     05  RP-THRESHOLD            PIC Z,ZZZ,ZZ9.99.
002990     05  FILLER                  PIC X(08) VALUE "  NEAR: ".
003000     05  RP-NEAR-FLOOR           PIC Z,ZZZ,ZZ9.99.
003010     05  FILLER                  PIC X(10) VALUE "  WINDOW: ".
003020     05  RP-WINDOW-DAYS          PIC Z9.
003030     05  FILLER                  PIC X(09) VALUE "  FROM:  ".
003040     05  RP-WINDOW-START         PIC 9(08).
003050 01  RPT-COLUMN-LINE.
003060     05  FILLER                  PIC X(48) VALUE
003070         "BR ACCOUNT  NAME                 FLAG           ".
003080     05  FILLER                  PIC X(31) VALUE
003090         "SINCE           AMOUNT ITEMS DY".
003100 01  RPT-DETAIL-LINE.
003110     05  RD-BRANCH               PIC 9(02).
003120     05  FILLER                  PIC X(01) VALUE SPACE.
003130     05  RD-ACCOUNT              PIC 9(08).
003140     05  FILLER                  PIC X(01) VALUE SPACE.
003150     05  RD-ACCT-NAME            PIC X(20).
003160     05  FILLER                  PIC X(01) VALUE SPACE.
003170     05  RD-FLAG                 PIC X(14).
003180     05  FILLER                  PIC X(01) VALUE SPACE.
003190     05  RD-FIRST-DATE           PIC 9(08).
003200     05  FILLER                  PIC X(01) VALUE SPACE.
003210     05  RD-AMOUNT               PIC ZZ,ZZZ,ZZ9.99.
003220     05  FILLER                  PIC X(01) VALUE SPACE.
003230     05  RD-ITEMS                PIC ZZZZ9.
003240     05  FILLER                  PIC X(01) VALUE SPACE.
003250     05  RD-DAYS                 PIC Z9.
003260 01  RPT-TOTAL-LINE.
003270     05  RT-LABEL                PIC X(30).
003280     05  RT-COUNT                PIC Z,ZZZ,ZZ9.
003290 01  RPT-NONE-LINE.
003300     05  FILLER                  PIC X(40)
003310         VALUE "NO ACCOUNTS FLAGGED FOR THE WINDOW".
003320 PROCEDURE DIVISION.
003330 0000-MAINLINE.
003340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003350     IF NOT LGC-RUN-ABORTED
003360         PERFORM 1500-SORT-CASH-ITEMS THRU 1500-EXIT
003370     END-IF.
003380     PERFORM 2000-PROCESS-CASH THRU 2000-EXIT
003390         UNTIL LGC-END-OF-INPUT.
003400     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003410     STOP RUN.
003420 1000-INITIALIZE.
003430     PERFORM 1010-SET-RUN-DATE THRU 1010-EXIT.
003440     PERFORM 1020-READ-PARM-CARD THRU 1020-EXIT.
003450     IF LGC-RUN-ABORTED
003460         GO TO 1000-EXIT
003470     END-IF.
003480     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT.
003490     PERFORM 1060-BUILD-WINDOW THRU 1060-EXIT.
003500     PERFORM 1100-OPEN-ACCT-MASTER THRU 1100-EXIT.
003510     OPEN OUTPUT CASH-REPORT.
003520     IF NOT LGC-REPORT-OK
003530         DISPLAY "LARGE CASH REPORT COULD NOT BE OPENED - ABORTED"
003540         MOVE 16 TO RETURN-CODE
003550         SET LGC-RUN-ABORTED TO TRUE
003560         SET LGC-END-OF-INPUT TO TRUE
003570         GO TO 1000-EXIT
003580     END-IF.
003590     SET LGC-REPORT-OPENED TO TRUE.
003600     OPEN OUTPUT FILING-EXTRACT.
003610     IF NOT LGC-EXTRACT-OK
003620         DISPLAY "FILING EXTRACT COULD NOT BE OPENED - ABORTED"
003630         MOVE 16 TO RETURN-CODE
003640         SET LGC-RUN-ABORTED TO TRUE
003650         SET LGC-END-OF-INPUT TO TRUE
003660         GO TO 1000-EXIT
003670     END-IF.
003680     SET LGC-EXTRACT-OPENED TO TRUE.
003690     PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT.
003700 1000-EXIT.
003710     EXIT.
003720 1010-SET-RUN-DATE.
003730     OPEN INPUT PROC-DATE-FILE.
003740     IF LGC-PROC-DATE-OK
003750         READ PROC-DATE-FILE
003760             AT END
003770                 ACCEPT LGC-RUN-DATE FROM DATE YYYYMMDD
003780             NOT AT END
003790                 MOVE BD-BUSINESS-DATE TO LGC-RUN-DATE
003800         END-READ
003810         CLOSE PROC-DATE-FILE
003820     ELSE
003830         ACCEPT LGC-RUN-DATE FROM DATE YYYYMMDD
003840     END-IF.
003850 1010-EXIT.
003860     EXIT.
003870 1020-READ-PARM-CARD.
003880******************************************************************
003890* THE CARD NAMES THE CASH CODES, SO IT IS REQUIRED - A REVIEW
003900* THAT SILENTLY FOUND NO CASH WOULD LOOK LIKE A CLEAN NIGHT.
003910* THE THRESHOLD, NEAR PERCENTAGE, WINDOW AND STRUCTURING DAYS
003920* TAKE THEIR DEFAULTS WHEN BLANK OR ZERO.
003930******************************************************************
003940     OPEN INPUT LGC-PARM-CARD.
003950     IF NOT LGC-PARM-OK
003960         DISPLAY "NO LARGE CASH PARAMETER CARD - RUN ABORTED"
003970         MOVE 16 TO RETURN-CODE
003980         SET LGC-RUN-ABORTED TO TRUE
003990         SET LGC-END-OF-INPUT TO TRUE
004000         GO TO 1020-EXIT
004010     END-IF.
004020     READ LGC-PARM-CARD
004030         AT END
004040             MOVE SPACES TO LGC-PARM-RECORD
004050     END-READ.
004060     CLOSE LGC-PARM-CARD.
004070     IF LP-THRESHOLD NUMERIC AND LP-THRESHOLD > 0
004080         MOVE LP-THRESHOLD TO LGC-THRESHOLD
004090     END-IF.
004100     IF LP-NEAR-PCT NUMERIC AND LP-NEAR-PCT > 0
004110         AND LP-NEAR-PCT < 100
004120         MOVE LP-NEAR-PCT TO LGC-NEAR-PCT
004130     END-IF.
004140     IF LP-WINDOW-DAYS NUMERIC AND LP-WINDOW-DAYS > 0
004150         MOVE LP-WINDOW-DAYS TO LGC-WINDOW-DAYS
004160     END-IF.
004170     IF LGC-WINDOW-DAYS > 30
004180         MOVE 30 TO LGC-WINDOW-DAYS
004190     END-IF.
004200     IF LP-STRUCT-DAYS NUMERIC AND LP-STRUCT-DAYS > 1
004210         MOVE LP-STRUCT-DAYS TO LGC-STRUCT-DAYS
004220     END-IF.
004230     IF LGC-STRUCT-DAYS > LGC-WINDOW-DAYS
004240         MOVE LGC-WINDOW-DAYS TO LGC-STRUCT-DAYS
004250     END-IF.
004260     COMPUTE LGC-NEAR-FLOOR ROUNDED =
004270         LGC-THRESHOLD * LGC-NEAR-PCT / 100.
004280     PERFORM 1030-TABLE-CASH-CODE THRU 1030-EXIT
004290         VARYING LGC-CODE-IX FROM 1 BY 1
004300         UNTIL LGC-CODE-IX > 10.
004310     IF LGC-CODE-COUNT = 0
004320         DISPLAY "PARM CARD NAMES NO CASH CODES - RUN ABORTED"
004330         MOVE 16 TO RETURN-CODE
004340         SET LGC-RUN-ABORTED TO TRUE
004350         SET LGC-END-OF-INPUT TO TRUE
004360     END-IF.
004370 1020-EXIT.
004380     EXIT.
004390 1030-TABLE-CASH-CODE.
004400     IF LP-CASH-CODE (LGC-CODE-IX) NOT = SPACES
004410         ADD 1 TO LGC-CODE-COUNT
004420         MOVE LP-CASH-CODE (LGC-CODE-IX) TO
004430             LGC-CASH-CODE (LGC-CODE-COUNT)
004440     END-IF.
004450 1030-EXIT.
004460     EXIT.
004470 1040-LOAD-CALENDAR.
004480     OPEN INPUT CALENDAR-FILE.
004490     IF NOT LGC-CALENDAR-OK
004500         DISPLAY "NO BUSINESS CALENDAR ON FILE - WEEKENDS ONLY"
004510         GO TO 1040-EXIT
004520     END-IF.
004530     PERFORM 1045-READ-CALENDAR THRU 1045-EXIT.
004540     PERFORM 1050-TABLE-HOLIDAY THRU 1050-EXIT
004550         UNTIL LGC-CAL-EOF.
004560     CLOSE CALENDAR-FILE.
004570 1040-EXIT.
004580     EXIT.
004590 1045-READ-CALENDAR.
004600     READ CALENDAR-FILE
004610         AT END
004620             SET LGC-CAL-EOF TO TRUE
004630     END-READ.
004640 1045-EXIT.
004650     EXIT.
004660 1050-TABLE-HOLIDAY.
004670     IF CAL-HOLIDAY-DATE NUMERIC
004680         AND LGC-HOLIDAY-COUNT < 100
004690         ADD 1 TO LGC-HOLIDAY-COUNT
004700         MOVE CAL-HOLIDAY-DATE TO
004710             LGC-HOLIDAY-DATE (LGC-HOLIDAY-COUNT)
004720     END-IF.
004730     PERFORM 1045-READ-CALENDAR THRU 1045-EXIT.
004740 1050-EXIT.
004750     EXIT.
004760 1060-BUILD-WINDOW.
004770******************************************************************
004780* THE WINDOW IS THE BUSINESS DATE AND THE BUSINESS DAYS BEFORE
004790* IT, OLDEST FIRST, SO ADJACENT ENTRIES ARE CONSECUTIVE BUSINESS
004800* DAYS ACROSS WEEKENDS AND HOLIDAYS.  THE BUSINESS DATE ITSELF
004810* IS ALWAYS THE LAST ENTRY, EVEN ON A FORCED NON-BUSINESS DAY.
004820******************************************************************
004830     MOVE LGC-WINDOW-DAYS TO LGC-WIN-COUNT.
004840     MOVE LGC-RUN-DATE TO LGC-WIN-DATE (LGC-WIN-COUNT).
004850     MOVE LGC-WIN-COUNT TO LGC-WIN-IX.
004860     MOVE LGC-RUN-DATE TO LGC-WORK-DATE.
004870     MOVE 0 TO LGC-STEP-BACK-COUNT.
004880     PERFORM 1065-STEP-BACK-ONE THRU 1065-EXIT
004890         UNTIL LGC-WIN-IX < 2
004900         OR LGC-STEP-BACK-COUNT > 120.
004910     IF LGC-WIN-IX > 1
004920         PERFORM 1068-CLOSE-UP-WINDOW THRU 1068-EXIT
004930     END-IF.
004940     MOVE LGC-WIN-DATE (1) TO LGC-WINDOW-START.
004950 1060-EXIT.
004960     EXIT.
004970 1065-STEP-BACK-ONE.
004980     PERFORM 8200-DECREMENT-DATE THRU 8200-EXIT.
004990     ADD 1 TO LGC-STEP-BACK-COUNT.
005000     PERFORM 8300-CHECK-BUSINESS-DAY THRU 8300-EXIT.
005010     IF LGC-BUSINESS-DAY
005020         SUBTRACT 1 FROM LGC-WIN-IX
005030         MOVE LGC-WORK-DATE TO LGC-WIN-DATE (LGC-WIN-IX)
005040     END-IF.
005050 1065-EXIT.
005060     EXIT.
005070 1068-CLOSE-UP-WINDOW.
005080*    A CALENDAR TOO CROWDED TO FILL THE WINDOW LEAVES A GAP AT
005090*    THE FRONT; THE WINDOW SHRINKS TO WHAT WAS FOUND.
005100     COMPUTE LGC-WIN-COUNT = LGC-WIN-COUNT - LGC-WIN-IX + 1.
005110     PERFORM 1069-SHIFT-ONE THRU 1069-EXIT
005120         VARYING LGC-DAY-IX FROM 1 BY 1
005130         UNTIL LGC-DAY-IX > LGC-WIN-COUNT.
005140     IF LGC-STRUCT-DAYS > LGC-WIN-COUNT
005150         MOVE LGC-WIN-COUNT TO LGC-STRUCT-DAYS
005160     END-IF.
005170 1068-EXIT.
005180     EXIT.
005190 1069-SHIFT-ONE.
005200     MOVE LGC-WIN-DATE (LGC-WIN-IX) TO LGC-WIN-DATE (LGC-DAY-IX).
005210     ADD 1 TO LGC-WIN-IX.
005220 1069-EXIT.
005230     EXIT.
005240 1100-OPEN-ACCT-MASTER.
005250     OPEN INPUT ACCOUNT-MASTER.
005260     IF NOT LGC-ACCT-MSTR-OK
005270         DISPLAY "NO ACCOUNT MASTER ON FILE - NAMES NOT SHOWN"
005280         GO TO 1100-EXIT
005290     END-IF.
005300     SET LGC-ACCT-MSTR-OPENED TO TRUE.
005310 1100-EXIT.
005320     EXIT.
005540 1500-SORT-CASH-ITEMS.
005550******************************************************************
005560* ONLY CASH-CODE ITEMS DATED INSIDE THE WINDOW ARE RELEASED TO
005570* THE SORT, ORDERED BY ACCOUNT THEN BUSINESS DATE.  THE LIVE
005580* LOG HOLDS THE MONTH TO DATE AND THE ARCHIVE HOLDS EARLIER
005590* MONTHS, SO A WINDOW ACROSS A MONTH-END NEEDS BOTH.
005600******************************************************************
005610     SORT CASH-SORT-WORK
005620         ON ASCENDING KEY CS-ACCOUNT-NO CS-RUN-ID
005630         INPUT PROCEDURE IS 1510-SELECT-CASH THRU 1510-EXIT
005640         GIVING SORTED-CASH.
005650     IF LGC-RUN-ABORTED
005660         SET LGC-END-OF-INPUT TO TRUE
005670         GO TO 1500-EXIT
005680     END-IF.
005690     OPEN INPUT SORTED-CASH.
005700     IF NOT LGC-SORTED-OK
005710         DISPLAY "SORTED CASH WORK COULD NOT BE OPENED"
005720         MOVE 16 TO RETURN-CODE
005730         SET LGC-RUN-ABORTED TO TRUE
005740         SET LGC-END-OF-INPUT TO TRUE
005750         GO TO 1500-EXIT
005760     END-IF.
005770     SET LGC-SORTED-OPENED TO TRUE.
005780     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
005790 1500-EXIT.
005800     EXIT.
005810 1510-SELECT-CASH.
005820     OPEN INPUT AUDIT-LOG.
005830     IF NOT LGC-AUDIT-OK
005840         DISPLAY "AUDIT-LOG COULD NOT BE OPENED - RUN ABORTED"
005850         MOVE 16 TO RETURN-CODE
005860         SET LGC-RUN-ABORTED TO TRUE
005870         GO TO 1510-EXIT
005880     END-IF.
005890     MOVE 'N' TO LGC-READ-EOF-SW.
005900     PERFORM 1520-READ-LOG THRU 1520-EXIT.
005910     PERFORM 1530-RELEASE-LOG THRU 1530-EXIT
005920         UNTIL LGC-READ-EOF.
005930     CLOSE AUDIT-LOG.
005940     OPEN INPUT ARCHIVE-FILE.
005950     IF NOT LGC-ARCHIVE-OK
005960         DISPLAY "NO AUDIT ARCHIVE ON FILE - LIVE LOG ONLY"
005970         GO TO 1510-EXIT
005980     END-IF.
005990     MOVE 'N' TO LGC-READ-EOF-SW.
006000     PERFORM 1540-READ-ARCHIVE THRU 1540-EXIT.
006010     PERFORM 1550-RELEASE-ARCHIVE THRU 1550-EXIT
006020         UNTIL LGC-READ-EOF.
006030     CLOSE ARCHIVE-FILE.
006040 1510-EXIT.
006050     EXIT.
006060 1520-READ-LOG.
006070     READ AUDIT-LOG
006080         AT END
006090             SET LGC-READ-EOF TO TRUE
006100     END-READ.
006110 1520-EXIT.
006120     EXIT.
006130 1530-RELEASE-LOG.
006140     ADD 1 TO LGC-LOG-READ.
006150     IF AL-RUN-ID NOT < LGC-WINDOW-START
006160         AND AL-RUN-ID NOT > LGC-RUN-DATE
006170         MOVE AL-TRANS-CODE TO LGC-TEST-CODE
006180         PERFORM 1560-CHECK-CASH-CODE THRU 1560-EXIT
006190         IF LGC-CODE-FOUND AND AL-C NOT = 0
006200             MOVE AL-ACCOUNT-NO TO CS-ACCOUNT-NO
006210             MOVE AL-RUN-ID     TO CS-RUN-ID
006220             IF AL-BRANCH NUMERIC
006230                 MOVE AL-BRANCH TO CS-BRANCH
006240             ELSE
006250                 MOVE 0 TO CS-BRANCH
006260             END-IF
006270             MOVE AL-C          TO CS-C
006280             RELEASE CASH-SORT-RECORD
006290             ADD 1 TO LGC-CASH-ITEMS
006300         END-IF
006310     END-IF.
006320     PERFORM 1520-READ-LOG THRU 1520-EXIT.
006330 1530-EXIT.
006340     EXIT.
006350 1540-READ-ARCHIVE.
006360     READ ARCHIVE-FILE
006370         AT END
006380             SET LGC-READ-EOF TO TRUE
006390     END-READ.
006400 1540-EXIT.
006410     EXIT.
006420 1550-RELEASE-ARCHIVE.
006430*    RECORDS ARCHIVED BEFORE THE BRANCH WAS CARRIED READ BACK
006440*    WITH A BLANK BRANCH AND ARE SHOWN UNDER BRANCH 00.
006450     ADD 1 TO LGC-ARCHIVE-READ.
006460     IF AR-RUN-ID NOT < LGC-WINDOW-START
006470         AND AR-RUN-ID NOT > LGC-RUN-DATE
006480         MOVE AR-TRANS-CODE TO LGC-TEST-CODE
006490         PERFORM 1560-CHECK-CASH-CODE THRU 1560-EXIT
006500         IF LGC-CODE-FOUND AND AR-C NOT = 0
006510             MOVE AR-ACCOUNT-NO TO CS-ACCOUNT-NO
006520             MOVE AR-RUN-ID     TO CS-RUN-ID
006530             IF AR-BRANCH NUMERIC
006540                 MOVE AR-BRANCH TO CS-BRANCH
006550             ELSE
006560                 MOVE 0 TO CS-BRANCH
006570             END-IF
006580             MOVE AR-C          TO CS-C
006590             RELEASE CASH-SORT-RECORD
006600             ADD 1 TO LGC-CASH-ITEMS
006610         END-IF
006620     END-IF.
006630     PERFORM 1540-READ-ARCHIVE THRU 1540-EXIT.
006640 1550-EXIT.
006650     EXIT.
006660 1560-CHECK-CASH-CODE.
006670     MOVE 'N' TO LGC-CODE-FOUND-SW.
006680     PERFORM 1570-MATCH-CODE THRU 1570-EXIT
006690         VARYING LGC-CODE-IX FROM 1 BY 1
006700         UNTIL LGC-CODE-IX > LGC-CODE-COUNT
006710         OR LGC-CODE-FOUND.
006720 1560-EXIT.
006730     EXIT.
006740 1570-MATCH-CODE.
006750     IF LGC-CASH-CODE (LGC-CODE-IX) = LGC-TEST-CODE
006760         SET LGC-CODE-FOUND TO TRUE
006770         SUBTRACT 1 FROM LGC-CODE-IX
006780     END-IF.
006790 1570-EXIT.
006800     EXIT.
006810 2000-PROCESS-CASH.
006820     IF LGC-ACCT-OPEN
006830         AND SC-ACCOUNT-NO NOT = LGC-PREV-ACCOUNT
006840         PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
006850     END-IF.
006860     IF NOT LGC-ACCT-OPEN
006870         PERFORM 2200-OPEN-ACCOUNT THRU 2200-EXIT
006880     END-IF.
006890     PERFORM 2250-LOCATE-DAY THRU 2250-EXIT.
006900     IF SC-C > 0
006910         ADD SC-C TO LGC-DAY-IN (LGC-DAY-IX)
006920         ADD 1 TO LGC-DAY-IN-ITEMS (LGC-DAY-IX)
006930     ELSE
006940         SUBTRACT SC-C FROM LGC-DAY-OUT (LGC-DAY-IX)
006950         ADD 1 TO LGC-DAY-OUT-ITEMS (LGC-DAY-IX)
006960     END-IF.
006970     MOVE SC-BRANCH TO LGC-ACCT-BRANCH.
006980     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
006990 2000-EXIT.
007000     EXIT.
007010 2100-READ-SORTED.
007020     READ SORTED-CASH
007030         AT END
007040             SET LGC-END-OF-INPUT TO TRUE
007050     END-READ.
007060 2100-EXIT.
007070     EXIT.
007080 2200-OPEN-ACCOUNT.
007090     SET LGC-ACCT-OPEN TO TRUE.
007100     MOVE SC-ACCOUNT-NO TO LGC-PREV-ACCOUNT.
007110     ADD 1 TO LGC-ACCOUNTS-REVIEWED.
007120     PERFORM 2210-CLEAR-DAY THRU 2210-EXIT
007130         VARYING LGC-DAY-IX FROM 1 BY 1
007140         UNTIL LGC-DAY-IX > LGC-WIN-COUNT.
007150 2200-EXIT.
007160     EXIT.
007170 2210-CLEAR-DAY.
007180     MOVE 0 TO LGC-DAY-IN (LGC-DAY-IX).
007190     MOVE 0 TO LGC-DAY-IN-ITEMS (LGC-DAY-IX).
007200     MOVE 0 TO LGC-DAY-OUT (LGC-DAY-IX).
007210     MOVE 0 TO LGC-DAY-OUT-ITEMS (LGC-DAY-IX).
007220 2210-EXIT.
007230     EXIT.
007240 2250-LOCATE-DAY.
007250*    AN ITEM DATED ON A NON-BUSINESS DAY (A FORCED WEEKEND RUN)
007260*    COUNTS WITH THE NEXT BUSINESS DAY IN THE WINDOW.
007270     MOVE 'N' TO LGC-DAY-FOUND-SW.
007280     PERFORM 2260-MATCH-DAY THRU 2260-EXIT
007290         VARYING LGC-DAY-IX FROM 1 BY 1
007300         UNTIL LGC-DAY-IX > LGC-WIN-COUNT
007310         OR LGC-DAY-FOUND.
007320     IF NOT LGC-DAY-FOUND
007330         MOVE LGC-WIN-COUNT TO LGC-DAY-IX
007340     END-IF.
007350 2250-EXIT.
007360     EXIT.
007370 2260-MATCH-DAY.
007380     IF LGC-WIN-DATE (LGC-DAY-IX) NOT < SC-RUN-ID
007390         SET LGC-DAY-FOUND TO TRUE
007400         SUBTRACT 1 FROM LGC-DAY-IX
007410     END-IF.
007420 2260-EXIT.
007430     EXIT.
007440 2300-CLOSE-ACCOUNT.
007450     PERFORM 2310-FIND-NAME THRU 2310-EXIT.
007460     IF LGC-DAY-IN (LGC-WIN-COUNT) > LGC-THRESHOLD
007470         MOVE 'I' TO FX-DIRECTION
007480         MOVE LGC-DAY-IN (LGC-WIN-COUNT) TO LGC-RUN-TOTAL
007490         MOVE LGC-DAY-IN-ITEMS (LGC-WIN-COUNT) TO LGC-RUN-ITEMS
007500         PERFORM 2400-FLAG-LARGE-CASH THRU 2400-EXIT
007510     END-IF.
007520     IF LGC-DAY-OUT (LGC-WIN-COUNT) > LGC-THRESHOLD
007530         MOVE 'O' TO FX-DIRECTION
007540         MOVE LGC-DAY-OUT (LGC-WIN-COUNT) TO LGC-RUN-TOTAL
007550         MOVE LGC-DAY-OUT-ITEMS (LGC-WIN-COUNT) TO LGC-RUN-ITEMS
007560         PERFORM 2400-FLAG-LARGE-CASH THRU 2400-EXIT
007570     END-IF.
007580     PERFORM 2500-CHECK-STRUCTURING THRU 2500-EXIT.
007590     MOVE 'N' TO LGC-ACCT-OPEN-SW.
007600 2300-EXIT.
007610     EXIT.
007620 2310-FIND-NAME.
007630     MOVE '*NOT ON ACCT MASTER*' TO LGC-ACCT-NAME.
007640     IF NOT LGC-ACCT-MSTR-OPENED
007650         ADD 1 TO LGC-UNLISTED-ACCOUNTS
007660         GO TO 2310-EXIT
007670     END-IF.
007680     MOVE LGC-PREV-ACCOUNT TO AM-ACCOUNT-NO.
007690     READ ACCOUNT-MASTER
007700         INVALID KEY
007710             ADD 1 TO LGC-UNLISTED-ACCOUNTS
007720         NOT INVALID KEY
007730             MOVE AM-ACCOUNT-NAME TO LGC-ACCT-NAME
007740     END-READ.
007750 2310-EXIT.
007760     EXIT.
007830 2400-FLAG-LARGE-CASH.
007840     ADD 1 TO LGC-LARGE-FLAGS.
007850     MOVE 'L' TO FX-REC-TYPE.
007860     MOVE LGC-RUN-DATE TO FX-FIRST-DATE.
007870     MOVE 1 TO LGC-RUN-DAYS.
007880     IF FX-CASH-IN
007890         MOVE 'LARGE CASH IN' TO RD-FLAG
007900     ELSE
007910         MOVE 'LARGE CASH OUT' TO RD-FLAG
007920     END-IF.
007930     PERFORM 2600-WRITE-FLAG THRU 2600-EXIT.
007940 2400-EXIT.
007950     EXIT.
007960 2500-CHECK-STRUCTURING.
007970******************************************************************
007980* COUNT BACK FROM THE BUSINESS DATE WHILE EACH DAY'S DEPOSITS SIT
007990* JUST UNDER THE THRESHOLD.  THE PATTERN IS FLAGGED ON THE NIGHT
008000* IT REACHES THE CARD'S RUN LENGTH AND EACH NIGHT IT CONTINUES;
008010* A RUN THAT STOPPED BEFORE TONIGHT WAS FLAGGED WHEN IT WAS LIVE.
008020******************************************************************
008030     MOVE 0 TO LGC-RUN-DAYS.
008040     MOVE 0 TO LGC-RUN-TOTAL.
008050     MOVE 0 TO LGC-RUN-ITEMS.
008060     MOVE 'N' TO LGC-RUN-BROKEN-SW.
008070     PERFORM 2510-COUNT-NEAR-DAY THRU 2510-EXIT
008080         VARYING LGC-DAY-IX FROM LGC-WIN-COUNT BY -1
008090         UNTIL LGC-DAY-IX < 1
008100         OR LGC-RUN-BROKEN.
008110     IF LGC-RUN-DAYS < LGC-STRUCT-DAYS
008120         GO TO 2500-EXIT
008130     END-IF.
008140     ADD 1 TO LGC-STRUCT-FLAGS.
008150     MOVE 'S' TO FX-REC-TYPE.
008160     MOVE 'I' TO FX-DIRECTION.
008170     COMPUTE LGC-DAY-IX = LGC-WIN-COUNT - LGC-RUN-DAYS + 1.
008180     MOVE LGC-WIN-DATE (LGC-DAY-IX) TO FX-FIRST-DATE.
008190     MOVE 'STRUCTURING' TO RD-FLAG.
008200     PERFORM 2600-WRITE-FLAG THRU 2600-EXIT.
008210 2500-EXIT.
008220     EXIT.
008230 2510-COUNT-NEAR-DAY.
008240     IF LGC-DAY-IN (LGC-DAY-IX) NOT < LGC-NEAR-FLOOR
008250         AND LGC-DAY-IN (LGC-DAY-IX) NOT > LGC-THRESHOLD
008260         ADD 1 TO LGC-RUN-DAYS
008270         ADD LGC-DAY-IN (LGC-DAY-IX) TO LGC-RUN-TOTAL
008280         ADD LGC-DAY-IN-ITEMS (LGC-DAY-IX) TO LGC-RUN-ITEMS
008290     ELSE
008300         SET LGC-RUN-BROKEN TO TRUE
008310     END-IF.
008320 2510-EXIT.
008330     EXIT.
008340 2600-WRITE-FLAG.
008350     MOVE LGC-RUN-DATE     TO FX-BUSINESS-DATE.
008360     MOVE LGC-ACCT-BRANCH  TO FX-BRANCH.
008370     MOVE LGC-PREV-ACCOUNT TO FX-ACCOUNT-NO.
008380     MOVE LGC-ACCT-NAME    TO FX-ACCOUNT-NAME.
008390     MOVE LGC-RUN-TOTAL    TO FX-AMOUNT.
008400     MOVE LGC-RUN-ITEMS    TO FX-ITEM-COUNT.
008410     MOVE LGC-RUN-DAYS     TO FX-DAYS.
008420     MOVE LGC-THRESHOLD    TO FX-THRESHOLD.
008430     WRITE FILING-RECORD.
008440     ADD 1 TO LGC-EXTRACT-COUNT.
008450     IF LGC-LINE-COUNT NOT < LGC-LINES-PER-PAGE
008460         PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT
008470     END-IF.
008480     MOVE LGC-ACCT-BRANCH  TO RD-BRANCH.
008490     MOVE LGC-PREV-ACCOUNT TO RD-ACCOUNT.
008500     MOVE LGC-ACCT-NAME    TO RD-ACCT-NAME.
008510     MOVE FX-FIRST-DATE    TO RD-FIRST-DATE.
008520     MOVE LGC-RUN-TOTAL    TO RD-AMOUNT.
008530     MOVE LGC-RUN-ITEMS    TO RD-ITEMS.
008540     MOVE LGC-RUN-DAYS     TO RD-DAYS.
008550     MOVE RPT-DETAIL-LINE TO REPORT-LINE.
008560     WRITE REPORT-LINE.
008570     ADD 1 TO LGC-LINE-COUNT.
008580 2600-EXIT.
008590     EXIT.
008600 3000-WRITE-REPORT-HEADER.
008610     ADD 1 TO LGC-PAGE-NO.
008620     MOVE 0 TO LGC-LINE-COUNT.
008630     MOVE LGC-RUN-DATE TO RH-RUN-DATE.
008640     MOVE LGC-PAGE-NO  TO RH-PAGE-NO.
008650     MOVE RPT-HEADER-LINE TO REPORT-LINE.
008660     WRITE REPORT-LINE.
008670     MOVE LGC-THRESHOLD    TO RP-THRESHOLD.
008680     MOVE LGC-NEAR-FLOOR   TO RP-NEAR-FLOOR.
008690     MOVE LGC-WIN-COUNT    TO RP-WINDOW-DAYS.
008700     MOVE LGC-WINDOW-START TO RP-WINDOW-START.
008710     MOVE RPT-PARM-LINE TO REPORT-LINE.
008720     WRITE REPORT-LINE.
008730     MOVE RPT-COLUMN-LINE TO REPORT-LINE.
008740     WRITE REPORT-LINE.
008750 3000-EXIT.
008760     EXIT.
008770 8100-DAY-OF-WEEK.
008780******************************************************************
008790* ZELLER'S CONGRUENCE OVER LGC-WORK-DATE.  LGC-DOW COMES BACK
008800* 0 FOR SATURDAY AND 1 FOR SUNDAY.
008810******************************************************************
008820     MOVE LGC-WORK-YEAR  TO LGC-ZELLER-Y.
008830     MOVE LGC-WORK-MONTH TO LGC-ZELLER-M.
008840     MOVE LGC-WORK-DAY   TO LGC-ZELLER-Q.
008850     IF LGC-ZELLER-M < 3
008860         ADD 12 TO LGC-ZELLER-M
008870         SUBTRACT 1 FROM LGC-ZELLER-Y
008880     END-IF.
008890     DIVIDE LGC-ZELLER-Y BY 100
008900         GIVING LGC-ZELLER-J REMAINDER LGC-ZELLER-K.
008910     COMPUTE LGC-ZELLER-WORK = 13 * (LGC-ZELLER-M + 1).
008920     DIVIDE LGC-ZELLER-WORK BY 5 GIVING LGC-ZELLER-QUOT.
008930     COMPUTE LGC-ZELLER-WORK = LGC-ZELLER-Q + LGC-ZELLER-QUOT
008940         + LGC-ZELLER-K + (5 * LGC-ZELLER-J).
008950     DIVIDE LGC-ZELLER-K BY 4 GIVING LGC-ZELLER-QUOT.
008960     ADD LGC-ZELLER-QUOT TO LGC-ZELLER-WORK.
008970     DIVIDE LGC-ZELLER-J BY 4 GIVING LGC-ZELLER-QUOT.
008980     ADD LGC-ZELLER-QUOT TO LGC-ZELLER-WORK.
008990     DIVIDE LGC-ZELLER-WORK BY 7
009000         GIVING LGC-ZELLER-QUOT REMAINDER LGC-DOW.
009010 8100-EXIT.
009020     EXIT.
009030 8200-DECREMENT-DATE.
009040     IF LGC-WORK-DAY > 1
009050         SUBTRACT 1 FROM LGC-WORK-DAY
009060     ELSE
009070         IF LGC-WORK-MONTH = 1
009080             MOVE 12 TO LGC-WORK-MONTH
009090             SUBTRACT 1 FROM LGC-WORK-YEAR
009100         ELSE
009110             SUBTRACT 1 FROM LGC-WORK-MONTH
009120         END-IF
009130         PERFORM 8250-DAYS-IN-MONTH THRU 8250-EXIT
009140         MOVE LGC-MONTH-DAYS TO LGC-WORK-DAY
009150     END-IF.
009160 8200-EXIT.
009170     EXIT.
009180 8250-DAYS-IN-MONTH.
009190     EVALUATE LGC-WORK-MONTH
009200         WHEN 01 MOVE 31 TO LGC-MONTH-DAYS
009210         WHEN 03 MOVE 31 TO LGC-MONTH-DAYS
009220         WHEN 05 MOVE 31 TO LGC-MONTH-DAYS
009230         WHEN 07 MOVE 31 TO LGC-MONTH-DAYS
009240         WHEN 08 MOVE 31 TO LGC-MONTH-DAYS
009250         WHEN 10 MOVE 31 TO LGC-MONTH-DAYS
009260         WHEN 12 MOVE 31 TO LGC-MONTH-DAYS
009270         WHEN 04 MOVE 30 TO LGC-MONTH-DAYS
009280         WHEN 06 MOVE 30 TO LGC-MONTH-DAYS
009290         WHEN 09 MOVE 30 TO LGC-MONTH-DAYS
009300         WHEN 11 MOVE 30 TO LGC-MONTH-DAYS
009310         WHEN 02 PERFORM 8260-FEBRUARY-DAYS THRU 8260-EXIT
009320     END-EVALUATE.
009330 8250-EXIT.
009340     EXIT.
009350 8260-FEBRUARY-DAYS.
009360     DIVIDE LGC-WORK-YEAR BY 4
009370         GIVING LGC-LEAP-QUOT-4 REMAINDER LGC-LEAP-REM-4.
009380     DIVIDE LGC-WORK-YEAR BY 100
009390         GIVING LGC-LEAP-QUOT-100 REMAINDER LGC-LEAP-REM-100.
009400     DIVIDE LGC-WORK-YEAR BY 400
009410         GIVING LGC-LEAP-QUOT-400 REMAINDER LGC-LEAP-REM-400.
009420     MOVE 'N' TO LGC-LEAP-SWITCH.
009430     IF LGC-LEAP-REM-4 = 0
009440         AND (LGC-LEAP-REM-100 NOT = 0 OR LGC-LEAP-REM-400 = 0)
009450         SET LGC-LEAP-YEAR TO TRUE
009460     END-IF.
009470     IF LGC-LEAP-YEAR
009480         MOVE 29 TO LGC-MONTH-DAYS
009490     ELSE
009500         MOVE 28 TO LGC-MONTH-DAYS
009510     END-IF.
009520 8260-EXIT.
009530     EXIT.
009540 8300-CHECK-BUSINESS-DAY.
009550     MOVE 'Y' TO LGC-BUS-DAY-SW.
009560     PERFORM 8100-DAY-OF-WEEK THRU 8100-EXIT.
009570     IF LGC-DOW = 0 OR LGC-DOW = 1
009580         SET LGC-NON-BUSINESS-DAY TO TRUE
009590         GO TO 8300-EXIT
009600     END-IF.
009610     PERFORM 8310-CHECK-HOLIDAY THRU 8310-EXIT
009620         VARYING LGC-HOLIDAY-IX FROM 1 BY 1
009630         UNTIL LGC-HOLIDAY-IX > LGC-HOLIDAY-COUNT
009640         OR LGC-NON-BUSINESS-DAY.
009650 8300-EXIT.
009660     EXIT.
009670 8310-CHECK-HOLIDAY.
009680     IF LGC-HOLIDAY-DATE (LGC-HOLIDAY-IX) = LGC-WORK-DATE
009690         SET LGC-NON-BUSINESS-DAY TO TRUE
009700     END-IF.
009710 8310-EXIT.
009715     EXIT.
009720 9000-TERMINATE.
009730     IF LGC-ACCT-OPEN
009740         PERFORM 2300-CLOSE-ACCOUNT THRU 2300-EXIT
009750     END-IF.
009760     IF NOT LGC-RUN-ABORTED AND LGC-REPORT-OPENED
009770         PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
009780     END-IF.
009790     IF LGC-SORTED-OPENED
009800         CLOSE SORTED-CASH
009810     END-IF.
009820     IF LGC-REPORT-OPENED
009830         CLOSE CASH-REPORT
009840     END-IF.
009845     IF LGC-EXTRACT-OPENED
009850         CLOSE FILING-EXTRACT
009855     END-IF.
009860     IF LGC-ACCT-MSTR-OPENED
009865         CLOSE ACCOUNT-MASTER
009870     END-IF.
009880     IF NOT LGC-RUN-ABORTED
009890         DISPLAY "***** LARGE CASH REVIEW RUN SUMMARY *****"
009900         DISPLAY "BUSINESS DATE  . . . . . . : " LGC-RUN-DATE
009910         DISPLAY "WINDOW STARTS  . . . . . . : " LGC-WINDOW-START
009920         DISPLAY "AUDIT LOG RECORDS READ . . : " LGC-LOG-READ
009930         DISPLAY "ARCHIVE RECORDS READ . . . : " LGC-ARCHIVE-READ
009940         DISPLAY "CASH ITEMS IN WINDOW . . . : " LGC-CASH-ITEMS
009950         DISPLAY "ACCOUNTS WITH CASH . . . . : "
009960             LGC-ACCOUNTS-REVIEWED
009970         DISPLAY "LARGE CASH FLAGS . . . . . : " LGC-LARGE-FLAGS
009980         DISPLAY "STRUCTURING FLAGS  . . . . : " LGC-STRUCT-FLAGS
009990         DISPLAY "FILING EXTRACT RECORDS . . : " LGC-EXTRACT-COUNT
010000     END-IF.
010010 9000-EXIT.
010020     EXIT.
010030 9100-WRITE-TOTALS.
010040     MOVE SPACES TO REPORT-LINE.
010050     WRITE REPORT-LINE.
010060     IF LGC-EXTRACT-COUNT = 0
010070         MOVE RPT-NONE-LINE TO REPORT-LINE
010080         WRITE REPORT-LINE
010090     END-IF.
010100     MOVE "ACCOUNTS WITH CASH IN WINDOW:" TO RT-LABEL.
010110     MOVE LGC-ACCOUNTS-REVIEWED TO RT-COUNT.
010120     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
010130     WRITE REPORT-LINE.
010140     MOVE "LARGE CASH FLAGS:" TO RT-LABEL.
010150     MOVE LGC-LARGE-FLAGS TO RT-COUNT.
010160     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
010170     WRITE REPORT-LINE.
010180     MOVE "STRUCTURING FLAGS:" TO RT-LABEL.
010190     MOVE LGC-STRUCT-FLAGS TO RT-COUNT.
010200     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
010210     WRITE REPORT-LINE.
010220     MOVE "ACCOUNTS NOT ON ACCT MASTER:" TO RT-LABEL.
010230     MOVE LGC-UNLISTED-ACCOUNTS TO RT-COUNT.
010240     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
010250     WRITE REPORT-LINE.
010260 9100-EXIT.
010270     EXIT.
