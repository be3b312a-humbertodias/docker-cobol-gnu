000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. AGERPT.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  OPEN-ITEMS AGING ACROSS
000210*                 THE EXCEPTION QUEUES, RUN FROM MASTER AT THE
000220*                 END OF THE CHAIN.  EVERY ITEM WAITING ON
000230*                 SUSPENSE, REJECTS, ACCTEXCP, GLREPAIR AND GLPEND
000240*                 IS AGED IN BUSINESS DAYS FROM ITS OWN DATE TO
000250*                 THE BUSINESS DATE, SKIPPING WEEKENDS AND
000260*                 CALENDAR HOLIDAYS, AND COUNTED INTO THE 0-1,
000270*                 2-5, 6-10 AND OVER-10 DAY BUCKETS BY QUEUE AND
000280*                 BY BRANCH.  ITEMS OLDER THAN THE ESCALATION AGE
000290*                 ON THE PARAMETER CARD ARE LISTED SEPARATELY,
000300*                 OLDEST FIRST, FOR THE SUPERVISOR.  THE QUEUES
000310*                 ARE ONLY READ.
000312* 10/15/26   DPC  THE EXCEPTION AND SUSPENSE RECORDS NOW END WITH
000314*                 THE ITEM'S CURRENCY CODE; RECORD LAYOUTS WIDENED
000316*                 TO MATCH.
000317* 10/15/26   DPC  THE EXCEPTION AND SUSPENSE RECORDS NOW END WITH
000318*                 THE CHEQUE SERIAL; RECORD LAYOUTS WIDENED TO
000319*                 MATCH.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
000370         ORGANIZATION IS LINE SEQUENTIAL
000380         FILE STATUS IS AGE-PROC-DATE-STATUS.
000390     SELECT AGE-PARM-CARD ASSIGN TO AGEPARM
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS AGE-PARM-STATUS.
000420     SELECT CALENDAR-FILE ASSIGN TO CALENDAR
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS AGE-CALENDAR-STATUS.
000450     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS AGE-SUSPENSE-STATUS.
000480     SELECT REJECT-FILE ASSIGN TO REJECTS
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS AGE-REJECT-STATUS.
000510     SELECT ACCT-EXCEPTIONS ASSIGN TO ACCTEXCP
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS AGE-EXCEPTION-STATUS.
000540     SELECT REPAIR-QUEUE ASSIGN TO GLREPAIR
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS AGE-REPAIR-STATUS.
000570     SELECT PENDING-FILE ASSIGN TO GLPEND
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS AGE-PENDING-STATUS.
000600     SELECT ESC-SORT-WORK ASSIGN TO AGEWK.
000610     SELECT SORTED-ESCALATIONS ASSIGN TO AGESRT
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS AGE-SORTED-STATUS.
000640     SELECT AGING-REPORT ASSIGN TO AGERPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS AGE-REPORT-STATUS.
000670     SELECT ESCALATION-REPORT ASSIGN TO AGEESC
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS AGE-ESCALATE-STATUS.
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  PROC-DATE-FILE.
000730 01  PROC-DATE-RECORD.
000740     05  BD-BUSINESS-DATE        PIC 9(08).
000750     05  BD-PREV-BUS-DATE        PIC 9(08).
000760 FD  AGE-PARM-CARD.
000770 01  AGE-PARM-RECORD.
000780     05  AP-ESCALATE-DAYS        PIC 9(03).
000790 FD  CALENDAR-FILE.
000800 01  CALENDAR-RECORD.
000810     05  CAL-HOLIDAY-DATE        PIC 9(08).
000820 FD  SUSPENSE-FILE.
000830 01  SUSPENSE-RECORD.
000840     05  SP-BRANCH               PIC 9(02).
000850     05  SP-ACCOUNT-NO           PIC 9(08).
000860     05  SP-TRANS-CODE           PIC X(02).
000870     05  SP-A                    PIC S9(7)V99
000880         SIGN LEADING SEPARATE.
000890     05  SP-B                    PIC S9(7)V99
000900         SIGN LEADING SEPARATE.
000910     05  SP-SUSP-DATE            PIC 9(08).
000915     05  SP-RUN-SEQ-NO           PIC 9(05).
000920     05  SP-CURRENCY             PIC X(03).
000925     05  SP-CHEQUE-SERIAL        PIC X(08).
000930 FD  REJECT-FILE.
000940 01  REJECT-RECORD.
000950     05  RJ-SEQ-NO               PIC 9(07).
000960     05  RJ-RUN-DATE             PIC 9(08).
000970     05  RJ-RUN-SEQ-NO           PIC 9(05).
000980     05  RJ-ACCOUNT-NO           PIC 9(08).
000990     05  RJ-TRANS-CODE           PIC X(02).
001000     05  RJ-INPUT-VALUE          PIC X(10).
001010     05  RJ-INPUT-AMOUNT REDEFINES RJ-INPUT-VALUE
001020                                 PIC S9(7)V99
001030         SIGN LEADING SEPARATE.
001040     05  RJ-REASON-CODE          PIC X(02).
001050     05  RJ-BRANCH               PIC 9(02).
001060 FD  ACCT-EXCEPTIONS.
001070 01  ACCT-EXCEPTION-RECORD.
001080     05  EX-BRANCH               PIC 9(02).
001090     05  EX-ACCOUNT-NO           PIC 9(08).
001100     05  EX-TRANS-CODE           PIC X(02).
001110     05  EX-A                    PIC S9(7)V99
001120         SIGN LEADING SEPARATE.
001130     05  EX-B                    PIC S9(7)V99
001140         SIGN LEADING SEPARATE.
001150     05  EX-RUN-DATE             PIC 9(08).
001160     05  EX-RUN-SEQ-NO           PIC 9(05).
001165     05  EX-REASON-CODE          PIC X(02).
001170     05  EX-CURRENCY             PIC X(03).
001175     05  EX-CHEQUE-SERIAL        PIC X(08).
001180 FD  REPAIR-QUEUE.
001190 01  REPAIR-RECORD.
001200     05  RQ-BATCH-DATE           PIC 9(08).
001210     05  RQ-BATCH-NO             PIC 9(05).
001220     05  RQ-ACCOUNT-NO           PIC 9(08).
001230     05  RQ-DR-CR-IND            PIC X(01).
001240     05  RQ-AMOUNT               PIC 9(7)V99.
001250     05  RQ-REASON-CODE          PIC X(02).
001260     05  RQ-BRANCH               PIC 9(02).
001270 FD  PENDING-FILE.
001280 01  PENDING-RECORD.
001290     05  PN-BATCH-DATE           PIC 9(08).
001300     05  PN-BATCH-NO             PIC 9(05).
001310     05  PN-RECORD-COUNT         PIC 9(07).
001320     05  PN-HASH-TOTAL           PIC 9(9)V99.
001330     05  PN-NIGHTS-WAITING       PIC 9(03).
001340 SD  ESC-SORT-WORK.
001350 01  ESC-SORT-RECORD.
001360     05  ES-QUEUE-NO             PIC 9(01).
001370     05  ES-AGE                  PIC 9(03).
001380     05  ES-BRANCH               PIC 9(02).
001390     05  ES-ACCOUNT-NO           PIC 9(08).
001400     05  ES-ITEM-DATE            PIC 9(08).
001410     05  ES-AMOUNT               PIC S9(9)V99
001420         SIGN LEADING SEPARATE.
001430     05  ES-TRANS-CODE           PIC X(02).
001440     05  ES-REASON-CODE          PIC X(02).
001450     05  ES-REFERENCE            PIC X(13).
001460 FD  SORTED-ESCALATIONS.
001470 01  SORTED-ESCALATION-RECORD.
001480     05  SE-QUEUE-NO             PIC 9(01).
001490     05  SE-AGE                  PIC 9(03).
001500     05  SE-BRANCH               PIC 9(02).
001510     05  SE-ACCOUNT-NO           PIC 9(08).
001520     05  SE-ITEM-DATE            PIC 9(08).
001530     05  SE-AMOUNT               PIC S9(9)V99
001540         SIGN LEADING SEPARATE.
001550     05  SE-TRANS-CODE           PIC X(02).
001560     05  SE-REASON-CODE          PIC X(02).
001570     05  SE-REFERENCE            PIC X(13).
001580 FD  AGING-REPORT.
001590 01  REPORT-LINE                 PIC X(80).
001600 FD  ESCALATION-REPORT.
001610 01  ESCALATION-LINE             PIC X(80).
001620 WORKING-STORAGE SECTION.
001630 01  AGE-FILE-STATUSES.
001640     05  AGE-PROC-DATE-STATUS    PIC X(02) VALUE SPACES.
001650         88  AGE-PROC-DATE-OK            VALUE '00'.
001660     05  AGE-PARM-STATUS         PIC X(02) VALUE SPACES.
001670         88  AGE-PARM-OK                 VALUE '00'.
001680     05  AGE-CALENDAR-STATUS     PIC X(02) VALUE SPACES.
001690         88  AGE-CALENDAR-OK             VALUE '00'.
001700     05  AGE-SUSPENSE-STATUS     PIC X(02) VALUE SPACES.
001710         88  AGE-SUSPENSE-OK             VALUE '00'.
001720     05  AGE-REJECT-STATUS       PIC X(02) VALUE SPACES.
001730         88  AGE-REJECT-OK               VALUE '00'.
001740     05  AGE-EXCEPTION-STATUS    PIC X(02) VALUE SPACES.
001750         88  AGE-EXCEPTION-OK            VALUE '00'.
001760     05  AGE-REPAIR-STATUS       PIC X(02) VALUE SPACES.
001770         88  AGE-REPAIR-OK               VALUE '00'.
001780     05  AGE-PENDING-STATUS      PIC X(02) VALUE SPACES.
001790         88  AGE-PENDING-OK              VALUE '00'.
001800     05  AGE-SORTED-STATUS       PIC X(02) VALUE SPACES.
001810         88  AGE-SORTED-OK               VALUE '00'.
001820     05  AGE-REPORT-STATUS       PIC X(02) VALUE SPACES.
001830         88  AGE-REPORT-OK               VALUE '00'.
001840     05  AGE-ESCALATE-STATUS     PIC X(02) VALUE SPACES.
001850         88  AGE-ESCALATE-OK             VALUE '00'.
001860 01  AGE-SWITCHES.
001870     05  AGE-EOF-SWITCH          PIC X(01) VALUE 'N'.
001880         88  AGE-END-OF-INPUT            VALUE 'Y'.
001890     05  AGE-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001900         88  AGE-RUN-ABORTED             VALUE 'Y'.
001910     05  AGE-READ-EOF-SW         PIC X(01) VALUE 'N'.
001920         88  AGE-READ-EOF                VALUE 'Y'.
001930     05  AGE-CAL-EOF-SW          PIC X(01) VALUE 'N'.
001940         88  AGE-CAL-EOF                 VALUE 'Y'.
001950     05  AGE-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001960         88  AGE-REPORT-OPENED           VALUE 'Y'.
001970     05  AGE-ESCALATE-OPEN-SW    PIC X(01) VALUE 'N'.
001980         88  AGE-ESCALATE-OPENED         VALUE 'Y'.
001990     05  AGE-SORTED-OPEN-SW      PIC X(01) VALUE 'N'.
002000         88  AGE-SORTED-OPENED           VALUE 'Y'.
002010     05  AGE-DATE-VALID-SW       PIC X(01) VALUE 'N'.
002020         88  AGE-DATE-VALID              VALUE 'Y'.
002030     05  AGE-HOLIDAY-DUP-SW      PIC X(01) VALUE 'N'.
002040         88  AGE-HOLIDAY-DUP             VALUE 'Y'.
002050 01  AGE-PARAMETERS.
002060     05  AGE-ESCALATE-DAYS       PIC 9(03) VALUE 10.
002070 01  AGE-RUN-STAMP.
002080     05  AGE-RUN-DATE            PIC 9(08) VALUE 0.
002090     05  AGE-RUN-SERIAL          PIC 9(07) VALUE 0.
002100 01  AGE-DATE-FIELDS.
002110     05  AGE-WORK-DATE           PIC 9(08) VALUE 0.
002120     05  AGE-WORK-DATE-X REDEFINES AGE-WORK-DATE.
002130         10  AGE-WORK-YEAR       PIC 9(04).
002140         10  AGE-WORK-MONTH      PIC 9(02).
002150         10  AGE-WORK-DAY        PIC 9(02).
002160     05  AGE-WORK-DAYS           PIC 9(07) VALUE 0.
002170     05  AGE-LEAP-QUOT-4         PIC 9(04) VALUE 0.
002180     05  AGE-LEAP-QUOT-100       PIC 9(04) VALUE 0.
002190     05  AGE-LEAP-QUOT-400       PIC 9(04) VALUE 0.
002200     05  AGE-LEAP-REM-4          PIC 9(04) VALUE 0.
002210     05  AGE-LEAP-REM-100        PIC 9(04) VALUE 0.
002220     05  AGE-LEAP-REM-400        PIC 9(04) VALUE 0.
002230     05  AGE-LEAP-SWITCH         PIC X(01) VALUE 'N'.
002240         88  AGE-LEAP-YEAR               VALUE 'Y'.
002250     05  AGE-DOW                 PIC 9(01) VALUE 0.
002260     05  AGE-WEEK-QUOT           PIC 9(07) VALUE 0.
002270     05  AGE-ITEM-SERIAL         PIC 9(07) VALUE 0.
002280     05  AGE-TEST-SERIAL         PIC 9(07) VALUE 0.
002290     05  AGE-SPAN-DAYS           PIC 9(07) VALUE 0.
002300     05  AGE-SPAN-WEEKS          PIC 9(07) VALUE 0.
002310     05  AGE-ODD-DAYS            PIC 9(01) VALUE 0.
002320     05  AGE-BUSINESS-DAYS       PIC 9(07) VALUE 0.
002330 01  AGE-HOLIDAY-TABLE.
002340     05  AGE-HOLIDAY-COUNT       PIC 9(03) VALUE 0.
002350     05  AGE-HOLIDAY-IX          PIC 9(03) VALUE 0.
002360     05  AGE-HOLIDAY-SERIAL OCCURS 100 TIMES
002370                                 PIC 9(07).
002380 01  AGE-QUEUE-NAMES.
002390     05  FILLER                  PIC X(10) VALUE "SUSPENSE  ".
002400     05  FILLER                  PIC X(30)
002410         VALUE "SUSPECT ITEMS (SUSPREV)".
002420     05  FILLER                  PIC X(10) VALUE "REJECTS   ".
002430     05  FILLER                  PIC X(30)
002440         VALUE "NEGCHK REJECTS (REJFIX)".
002450     05  FILLER                  PIC X(10) VALUE "ACCTEXCP  ".
002460     05  FILLER                  PIC X(30)
002470         VALUE "ACCOUNT EXCEPTIONS FROM SUM".
002480     05  FILLER                  PIC X(10) VALUE "GLREPAIR  ".
002490     05  FILLER                  PIC X(30)
002500         VALUE "GL POSTING REPAIRS (GLRFIX)".
002510     05  FILLER                  PIC X(10) VALUE "GLPEND    ".
002520     05  FILLER                  PIC X(30)
002530         VALUE "UNACKNOWLEDGED GL BATCHES".
002540     05  FILLER                  PIC X(10) VALUE "ALL QUEUES".
002550     05  FILLER                  PIC X(30)
002560         VALUE "EVERY QUEUE BY BRANCH".
002570 01  AGE-QUEUE-NAME-TABLE REDEFINES AGE-QUEUE-NAMES.
002580     05  AGE-QUEUE-NAME-ENTRY OCCURS 6 TIMES.
002590         10  AGE-QUEUE-NAME      PIC X(10).
002600         10  AGE-QUEUE-DESC      PIC X(30).
002610 01  AGE-QUEUE-TABLE.
002620     05  AGE-QUEUE-ENTRY OCCURS 5 TIMES.
002630         10  AGE-QUEUE-PRESENT   PIC X(01).
002640         10  AGE-QUEUE-READ      PIC 9(07).
002650*    BRANCH ENTRY N HOLDS BRANCH N-1 AND ENTRY 101 THE QUEUE
002660*    TOTAL.
002670*    QUEUE ENTRY 6 IS EVERY QUEUE TOGETHER.
002680 01  AGE-AGING-TABLE.
002690     05  AGE-AGING-QUEUE OCCURS 6 TIMES.
002700         10  AGE-AGING-BRANCH OCCURS 101 TIMES.
002710             15  AGE-AGING-BUCKET OCCURS 4 TIMES.
002720                 20  AGE-CELL-COUNT  PIC 9(07).
002730                 20  AGE-CELL-AMOUNT PIC S9(9)V99.
002740 01  AGE-SUBSCRIPTS.
002750     05  AGE-QUEUE-IX            PIC 9(01) VALUE 0.
002760     05  AGE-BRANCH-IX           PIC 9(03) VALUE 0.
002770     05  AGE-BUCKET-IX           PIC 9(01) VALUE 0.
002780 01  AGE-ITEM-FIELDS.
002790     05  AGE-ITEM-QUEUE          PIC 9(01) VALUE 0.
002800     05  AGE-ITEM-BRANCH         PIC 9(02) VALUE 0.
002810     05  AGE-ITEM-ACCOUNT        PIC 9(08) VALUE 0.
002820     05  AGE-ITEM-DATE           PIC 9(08) VALUE 0.
002830     05  AGE-ITEM-AMOUNT         PIC S9(9)V99 VALUE 0.
002840     05  AGE-ITEM-CODE           PIC X(02) VALUE SPACES.
002850     05  AGE-ITEM-REASON         PIC X(02) VALUE SPACES.
002860     05  AGE-ITEM-REFERENCE.
002870         10  AGE-REF-LABEL       PIC X(06) VALUE SPACES.
002880         10  AGE-REF-NUMBER      PIC 9(07) VALUE 0.
002890     05  AGE-ITEM-AGE            PIC 9(03) VALUE 0.
002900     05  AGE-ITEM-BUCKET         PIC 9(01) VALUE 0.
002910     05  AGE-ITEM-BRANCH-IX      PIC 9(03) VALUE 0.
002920 01  AGE-ROW-FIELDS.
002930     05  AGE-ROW-LABEL           PIC X(10) VALUE SPACES.
002940     05  AGE-ROW-LABEL-BRANCH REDEFINES AGE-ROW-LABEL.
002950         10  AGE-ROW-BRANCH-WORD PIC X(07).
002960         10  AGE-ROW-BRANCH-NO   PIC 9(02).
002970         10  FILLER              PIC X(01).
002980     05  AGE-ROW-COUNT           PIC 9(07) VALUE 0.
002990     05  AGE-ROW-AMOUNT          PIC S9(9)V99 VALUE 0.
003000 01  AGE-CONTROL-TOTALS.
003010     05  AGE-ITEMS-AGED          PIC 9(07) VALUE 0.
003020     05  AGE-ITEMS-ESCALATED     PIC 9(07) VALUE 0.
003030     05  AGE-ITEMS-UNDATED       PIC 9(07) VALUE 0.
003040     05  AGE-ITEMS-LISTED        PIC 9(07) VALUE 0.
003050 01  AGE-REPORT-FIELDS.
003060     05  AGE-PAGE-NO             PIC 9(03) VALUE 0.
003070     05  AGE-LINE-COUNT          PIC 9(03) VALUE 0.
003080     05  AGE-ESC-PAGE-NO         PIC 9(03) VALUE 0.
003090     05  AGE-ESC-LINE-COUNT      PIC 9(03) VALUE 0.
003100     05  AGE-LINES-PER-PAGE      PIC 9(03) VALUE 20.
003110 01  RPT-HEADER-LINE.
003120     05  FILLER                  PIC X(34)
003130         VALUE "OPEN ITEMS AGING REPORT           ".
003140     05  FILLER                  PIC X(08) VALUE "  DATE: ".
003150     05  RH-RUN-DATE             PIC 9(08).
003160     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
003170     05  RH-PAGE-NO              PIC ZZ9.
003180 01  RPT-PARM-LINE.
003190     05  FILLER                  PIC X(16)
003200         VALUE "ESCALATION AGE: ".
003210     05  RP-ESCALATE-DAYS        PIC ZZ9.
003220     05  FILLER                  PIC X(45)
003230         VALUE " BUSINESS DAYS  AGES ARE IN BUSINESS DAYS".
003240 01  RPT-QUEUE-LINE.
003250     05  FILLER                  PIC X(07) VALUE "QUEUE: ".
003260     05  RQL-QUEUE-NAME          PIC X(10).
003270     05  FILLER                  PIC X(01) VALUE SPACE.
003280     05  RQL-QUEUE-DESC          PIC X(30).
003290 01  RPT-COLUMN-LINE.
003300     05  FILLER                  PIC X(41) VALUE
003310         "                    0-1 DAYS     2-5 DAYS".
003320     05  FILLER                  PIC X(39) VALUE
003330         "    6-10 DAYS      OVER 10        TOTAL".
003340 01  RPT-COUNT-LINE.
003350     05  RC-LABEL                PIC X(11).
003360     05  RC-KIND                 PIC X(04).
003370     05  RC-COLUMN OCCURS 5 TIMES
003380                                 PIC Z(12)9.
003390 01  RPT-AMOUNT-LINE.
003400     05  RA-LABEL                PIC X(11).
003410     05  RA-KIND                 PIC X(04).
003420     05  RA-COLUMN OCCURS 5 TIMES
003430                                 PIC Z(8)9.99-.
003440 01  RPT-MESSAGE-LINE.
003450     05  FILLER                  PIC X(15) VALUE SPACES.
003460     05  RM-MESSAGE              PIC X(50).
003470 01  ESC-HEADER-LINE.
003480     05  FILLER                  PIC X(34)
003490         VALUE "ITEMS PAST THE ESCALATION AGE     ".
003500     05  FILLER                  PIC X(08) VALUE "  DATE: ".
003510     05  EH-RUN-DATE             PIC 9(08).
003520     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
003530     05  EH-PAGE-NO              PIC ZZ9.
003540 01  ESC-COLUMN-LINE.
003550     05  FILLER                  PIC X(34) VALUE
003560         "QUEUE    BR ACCOUNT  ITEM DT  AGE ".
003570     05  FILLER                  PIC X(32) VALUE
003580         "         AMOUNT TC RS REFERENCE".
003590 01  ESC-DETAIL-LINE.
003600     05  ED-QUEUE-NAME           PIC X(08).
003610     05  FILLER                  PIC X(01) VALUE SPACE.
003620     05  ED-BRANCH               PIC 9(02).
003630     05  FILLER                  PIC X(01) VALUE SPACE.
003640     05  ED-ACCOUNT              PIC 9(08).
003650     05  FILLER                  PIC X(01) VALUE SPACE.
003660     05  ED-ITEM-DATE            PIC 9(08).
003670     05  FILLER                  PIC X(01) VALUE SPACE.
003680     05  ED-AGE                  PIC ZZ9.
003690     05  FILLER                  PIC X(01) VALUE SPACE.
003700     05  ED-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
003710     05  FILLER                  PIC X(01) VALUE SPACE.
003720     05  ED-TRANS-CODE           PIC X(02).
003730     05  FILLER                  PIC X(01) VALUE SPACE.
003740     05  ED-REASON-CODE          PIC X(02).
003750     05  FILLER                  PIC X(01) VALUE SPACE.
003760     05  ED-REFERENCE            PIC X(13).
003770 01  ESC-TOTAL-LINE.
003780     05  ET-LABEL                PIC X(30).
003790     05  ET-COUNT                PIC Z,ZZZ,ZZ9.
003800 01  ESC-NONE-LINE.
003810     05  FILLER                  PIC X(40)
003820         VALUE "NO ITEMS PAST THE ESCALATION AGE".
003830 01  ESC-UNDATED-LINE.
003840     05  FILLER                  PIC X(60) VALUE
003850         "AGE 999 = NO USABLE DATE ON THE ITEM - WORK AS OLDEST".
003860 01  ESC-SIGNOFF-LINE-1.
003870     05  FILLER                  PIC X(40)
003880         VALUE "REVIEWED BY: ________________________   ".
003890     05  FILLER                  PIC X(16)
003900         VALUE "DATE: __________".
003910 PROCEDURE DIVISION.
003920 0000-MAINLINE.
003930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003940     IF NOT AGE-RUN-ABORTED
003950         PERFORM 1500-SORT-ESCALATIONS THRU 1500-EXIT
003960     END-IF.
003970     IF NOT AGE-RUN-ABORTED
003980         PERFORM 3000-PRINT-AGING THRU 3000-EXIT
003990     END-IF.
004000     PERFORM 4000-LIST-ESCALATION THRU 4000-EXIT
004010         UNTIL AGE-END-OF-INPUT.
004020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004030     STOP RUN.
004040 1000-INITIALIZE.
004050     PERFORM 1010-SET-RUN-DATE THRU 1010-EXIT.
004060     PERFORM 1020-READ-PARM-CARD THRU 1020-EXIT.
004070     PERFORM 1040-LOAD-CALENDAR THRU 1040-EXIT.
004080     PERFORM 1070-CLEAR-QUEUE THRU 1070-EXIT
004090         VARYING AGE-QUEUE-IX FROM 1 BY 1
004100         UNTIL AGE-QUEUE-IX > 6.
004110     OPEN OUTPUT AGING-REPORT.
004120     IF NOT AGE-REPORT-OK
004130         DISPLAY "AGING REPORT COULD NOT BE OPENED - RUN ABORTED"
004140         MOVE 16 TO RETURN-CODE
004150         SET AGE-RUN-ABORTED TO TRUE
004160         SET AGE-END-OF-INPUT TO TRUE
004170         GO TO 1000-EXIT
004180     END-IF.
004190     SET AGE-REPORT-OPENED TO TRUE.
004200     OPEN OUTPUT ESCALATION-REPORT.
004210     IF NOT AGE-ESCALATE-OK
004220         DISPLAY "ESCALATION LIST COULD NOT BE OPENED - ABORTED"
004230         MOVE 16 TO RETURN-CODE
004240         SET AGE-RUN-ABORTED TO TRUE
004250         SET AGE-END-OF-INPUT TO TRUE
004260         GO TO 1000-EXIT
004270     END-IF.
004280     SET AGE-ESCALATE-OPENED TO TRUE.
004290 1000-EXIT.
004300     EXIT.
004310 1010-SET-RUN-DATE.
004320     OPEN INPUT PROC-DATE-FILE.
004330     IF AGE-PROC-DATE-OK
004340         READ PROC-DATE-FILE
004350             AT END
004360                 ACCEPT AGE-RUN-DATE FROM DATE YYYYMMDD
004370             NOT AT END
004380                 MOVE BD-BUSINESS-DATE TO AGE-RUN-DATE
004390         END-READ
004400         CLOSE PROC-DATE-FILE
004410     ELSE
004420         ACCEPT AGE-RUN-DATE FROM DATE YYYYMMDD
004430     END-IF.
004440     MOVE AGE-RUN-DATE TO AGE-WORK-DATE.
004450     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
004460     MOVE AGE-WORK-DAYS TO AGE-RUN-SERIAL.
004470 1010-EXIT.
004480     EXIT.
004490 1020-READ-PARM-CARD.
004500******************************************************************
004510* THE CARD ONLY SETS THE ESCALATION AGE, SO THE REPORT STILL RUNS
004520* WITHOUT IT - A MISSING, BLANK OR ZERO AGE TAKES THE DEFAULT.
004530******************************************************************
004540     OPEN INPUT AGE-PARM-CARD.
004550     IF NOT AGE-PARM-OK
004560         DISPLAY "NO AGING PARAMETER CARD - ESCALATION AGE "
004570             AGE-ESCALATE-DAYS " USED"
004580         GO TO 1020-EXIT
004590     END-IF.
004600     READ AGE-PARM-CARD
004610         AT END
004620             MOVE SPACES TO AGE-PARM-RECORD
004630     END-READ.
004640     CLOSE AGE-PARM-CARD.
004650     IF AP-ESCALATE-DAYS NUMERIC AND AP-ESCALATE-DAYS > 0
004660         MOVE AP-ESCALATE-DAYS TO AGE-ESCALATE-DAYS
004670     END-IF.
004680 1020-EXIT.
004690     EXIT.
004700 1040-LOAD-CALENDAR.
004710     OPEN INPUT CALENDAR-FILE.
004720     IF NOT AGE-CALENDAR-OK
004730         DISPLAY "NO BUSINESS CALENDAR ON FILE - WEEKENDS ONLY"
004740         GO TO 1040-EXIT
004750     END-IF.
004760     PERFORM 1045-READ-CALENDAR THRU 1045-EXIT.
004770     PERFORM 1050-TABLE-HOLIDAY THRU 1050-EXIT
004780         UNTIL AGE-CAL-EOF.
004790     CLOSE CALENDAR-FILE.
004800 1040-EXIT.
004810     EXIT.
004820 1045-READ-CALENDAR.
004830     READ CALENDAR-FILE
004840         AT END
004850             SET AGE-CAL-EOF TO TRUE
004860     END-READ.
004870 1045-EXIT.
004880     EXIT.
004890 1050-TABLE-HOLIDAY.
004900******************************************************************
004910* ONLY HOLIDAYS FALLING MONDAY TO FRIDAY ARE TABLED - A WEEKEND
004920* HOLIDAY IS ALREADY LEFT OUT OF THE COUNT.  THEY ARE KEPT AS
004930* SERIAL DAY NUMBERS, AND A DATE LISTED TWICE IS TABLED ONCE.
004940******************************************************************
004950     MOVE CAL-HOLIDAY-DATE TO AGE-WORK-DATE.
004960     PERFORM 8050-CHECK-DATE THRU 8050-EXIT.
004970     IF NOT AGE-DATE-VALID OR AGE-HOLIDAY-COUNT NOT < 100
004980         GO TO 1050-READ-NEXT
004990     END-IF.
005000     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
005010     DIVIDE AGE-WORK-DAYS BY 7
005020         GIVING AGE-WEEK-QUOT REMAINDER AGE-DOW.
005030     IF AGE-DOW < 2
005040         GO TO 1050-READ-NEXT
005050     END-IF.
005060     MOVE 'N' TO AGE-HOLIDAY-DUP-SW.
005070     PERFORM 1055-CHECK-DUPLICATE THRU 1055-EXIT
005080         VARYING AGE-HOLIDAY-IX FROM 1 BY 1
005090         UNTIL AGE-HOLIDAY-IX > AGE-HOLIDAY-COUNT
005100         OR AGE-HOLIDAY-DUP.
005110     IF NOT AGE-HOLIDAY-DUP
005120         ADD 1 TO AGE-HOLIDAY-COUNT
005130         MOVE AGE-WORK-DAYS TO
005140             AGE-HOLIDAY-SERIAL (AGE-HOLIDAY-COUNT)
005150     END-IF.
005160 1050-READ-NEXT.
005170     PERFORM 1045-READ-CALENDAR THRU 1045-EXIT.
005180 1050-EXIT.
005190     EXIT.
005200 1055-CHECK-DUPLICATE.
005210     IF AGE-HOLIDAY-SERIAL (AGE-HOLIDAY-IX) = AGE-WORK-DAYS
005220         SET AGE-HOLIDAY-DUP TO TRUE
005230     END-IF.
005240 1055-EXIT.
005250     EXIT.
005260 1070-CLEAR-QUEUE.
005270     IF AGE-QUEUE-IX < 6
005280         MOVE 'N' TO AGE-QUEUE-PRESENT (AGE-QUEUE-IX)
005290         MOVE 0 TO AGE-QUEUE-READ (AGE-QUEUE-IX)
005300     END-IF.
005310     PERFORM 1075-CLEAR-BRANCH THRU 1075-EXIT
005320         VARYING AGE-BRANCH-IX FROM 1 BY 1
005330         UNTIL AGE-BRANCH-IX > 101.
005340 1070-EXIT.
005350     EXIT.
005360 1075-CLEAR-BRANCH.
005370     PERFORM 1078-CLEAR-BUCKET THRU 1078-EXIT
005380         VARYING AGE-BUCKET-IX FROM 1 BY 1
005390         UNTIL AGE-BUCKET-IX > 4.
005400 1075-EXIT.
005410     EXIT.
005420 1078-CLEAR-BUCKET.
005430     MOVE 0 TO AGE-CELL-COUNT
005440         (AGE-QUEUE-IX, AGE-BRANCH-IX, AGE-BUCKET-IX).
005450     MOVE 0 TO AGE-CELL-AMOUNT
005460         (AGE-QUEUE-IX, AGE-BRANCH-IX, AGE-BUCKET-IX).
005470 1078-EXIT.
005480     EXIT.
005490 1500-SORT-ESCALATIONS.
005500******************************************************************
005510* THE QUEUES ARE READ ONCE, INSIDE THE SORT.  EVERY ITEM IS AGED
005520* INTO THE BUCKETS AS IT IS READ, AND ONLY ITEMS PAST THE
005530* ESCALATION AGE ARE RELEASED, ORDERED BY QUEUE WITH THE OLDEST
005540* FIRST.
005550******************************************************************
005560     SORT ESC-SORT-WORK
005570         ON ASCENDING KEY ES-QUEUE-NO
005580         ON DESCENDING KEY ES-AGE
005590         ON ASCENDING KEY ES-BRANCH ES-ACCOUNT-NO
005600         INPUT PROCEDURE IS 2000-AGE-QUEUES THRU 2000-EXIT
005610         GIVING SORTED-ESCALATIONS.
005620     OPEN INPUT SORTED-ESCALATIONS.
005630     IF NOT AGE-SORTED-OK
005640         DISPLAY "SORTED ESCALATION WORK COULD NOT BE OPENED"
005650         MOVE 16 TO RETURN-CODE
005660         SET AGE-RUN-ABORTED TO TRUE
005670         SET AGE-END-OF-INPUT TO TRUE
005680         GO TO 1500-EXIT
005690     END-IF.
005700     SET AGE-SORTED-OPENED TO TRUE.
005710     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
005720 1500-EXIT.
005730     EXIT.
005740 2000-AGE-QUEUES.
005750     PERFORM 2100-AGE-SUSPENSE THRU 2100-EXIT.
005760     PERFORM 2200-AGE-REJECTS THRU 2200-EXIT.
005770     PERFORM 2300-AGE-EXCEPTIONS THRU 2300-EXIT.
005780     PERFORM 2400-AGE-REPAIRS THRU 2400-EXIT.
005790     PERFORM 2500-AGE-PENDING THRU 2500-EXIT.
005800 2000-EXIT.
005810     EXIT.
005820 2100-AGE-SUSPENSE.
005830     OPEN INPUT SUSPENSE-FILE.
005840     IF NOT AGE-SUSPENSE-OK
005850         DISPLAY "NO SUSPENSE FILE - NOTHING TO AGE"
005860         GO TO 2100-EXIT
005870     END-IF.
005880     MOVE 'Y' TO AGE-QUEUE-PRESENT (1).
005890     MOVE 'N' TO AGE-READ-EOF-SW.
005900     PERFORM 2110-READ-SUSPENSE THRU 2110-EXIT.
005910     PERFORM 2120-AGE-SUSPECT THRU 2120-EXIT
005920         UNTIL AGE-READ-EOF.
005930     CLOSE SUSPENSE-FILE.
005940 2100-EXIT.
005950     EXIT.
005960 2110-READ-SUSPENSE.
005970     READ SUSPENSE-FILE
005980         AT END
005990             SET AGE-READ-EOF TO TRUE
006000     END-READ.
006010 2110-EXIT.
006020     EXIT.
006030 2120-AGE-SUSPECT.
006040     ADD 1 TO AGE-QUEUE-READ (1).
006050     MOVE 1 TO AGE-ITEM-QUEUE.
006060     IF SP-BRANCH NUMERIC
006070         MOVE SP-BRANCH TO AGE-ITEM-BRANCH
006080     ELSE
006090         MOVE 0 TO AGE-ITEM-BRANCH
006100     END-IF.
006110     MOVE SP-ACCOUNT-NO TO AGE-ITEM-ACCOUNT.
006120     IF SP-SUSP-DATE NUMERIC
006130         MOVE SP-SUSP-DATE TO AGE-ITEM-DATE
006140     ELSE
006150         MOVE 0 TO AGE-ITEM-DATE
006160     END-IF.
006170     COMPUTE AGE-ITEM-AMOUNT = SP-A + SP-B.
006180     MOVE SP-TRANS-CODE TO AGE-ITEM-CODE.
006190     MOVE SPACES TO AGE-ITEM-REASON.
006200     MOVE 'RUN   ' TO AGE-REF-LABEL.
006210     MOVE SP-RUN-SEQ-NO TO AGE-REF-NUMBER.
006220     PERFORM 2900-AGE-ONE-ITEM THRU 2900-EXIT.
006230     PERFORM 2110-READ-SUSPENSE THRU 2110-EXIT.
006240 2120-EXIT.
006250     EXIT.
006260 2200-AGE-REJECTS.
006270     OPEN INPUT REJECT-FILE.
006280     IF NOT AGE-REJECT-OK
006290         DISPLAY "NO REJECTS FILE - NOTHING TO AGE"
006300         GO TO 2200-EXIT
006310     END-IF.
006320     MOVE 'Y' TO AGE-QUEUE-PRESENT (2).
006330     MOVE 'N' TO AGE-READ-EOF-SW.
006340     PERFORM 2210-READ-REJECT THRU 2210-EXIT.
006350     PERFORM 2220-AGE-REJECT THRU 2220-EXIT
006360         UNTIL AGE-READ-EOF.
006370     CLOSE REJECT-FILE.
006380 2200-EXIT.
006390     EXIT.
006400 2210-READ-REJECT.
006410     READ REJECT-FILE
006420         AT END
006430             SET AGE-READ-EOF TO TRUE
006440     END-READ.
006450 2210-EXIT.
006460     EXIT.
006470 2220-AGE-REJECT.
006480*    A VALUE THAT FAILED THE NUMERIC EDIT HAS NO AMOUNT TO SHOW
006490*    AND IS COUNTED AT ZERO.
006500     ADD 1 TO AGE-QUEUE-READ (2).
006510     MOVE 2 TO AGE-ITEM-QUEUE.
006520     IF RJ-BRANCH NUMERIC
006530         MOVE RJ-BRANCH TO AGE-ITEM-BRANCH
006540     ELSE
006550         MOVE 0 TO AGE-ITEM-BRANCH
006560     END-IF.
006570     MOVE RJ-ACCOUNT-NO TO AGE-ITEM-ACCOUNT.
006580     IF RJ-RUN-DATE NUMERIC
006590         MOVE RJ-RUN-DATE TO AGE-ITEM-DATE
006600     ELSE
006610         MOVE 0 TO AGE-ITEM-DATE
006620     END-IF.
006630     IF RJ-INPUT-AMOUNT NUMERIC
006640         MOVE RJ-INPUT-AMOUNT TO AGE-ITEM-AMOUNT
006650     ELSE
006660         MOVE 0 TO AGE-ITEM-AMOUNT
006670     END-IF.
006680     MOVE RJ-TRANS-CODE TO AGE-ITEM-CODE.
006690     MOVE RJ-REASON-CODE TO AGE-ITEM-REASON.
006700     MOVE 'SEQ   ' TO AGE-REF-LABEL.
006710     MOVE RJ-SEQ-NO TO AGE-REF-NUMBER.
006720     PERFORM 2900-AGE-ONE-ITEM THRU 2900-EXIT.
006730     PERFORM 2210-READ-REJECT THRU 2210-EXIT.
006740 2220-EXIT.
006750     EXIT.
006760 2300-AGE-EXCEPTIONS.
006770     OPEN INPUT ACCT-EXCEPTIONS.
006780     IF NOT AGE-EXCEPTION-OK
006790         DISPLAY "NO ACCTEXCP FILE - NOTHING TO AGE"
006800         GO TO 2300-EXIT
006810     END-IF.
006820     MOVE 'Y' TO AGE-QUEUE-PRESENT (3).
006830     MOVE 'N' TO AGE-READ-EOF-SW.
006840     PERFORM 2310-READ-EXCEPTION THRU 2310-EXIT.
006850     PERFORM 2320-AGE-EXCEPTION THRU 2320-EXIT
006860         UNTIL AGE-READ-EOF.
006870     CLOSE ACCT-EXCEPTIONS.
006880 2300-EXIT.
006890     EXIT.
006900 2310-READ-EXCEPTION.
006910     READ ACCT-EXCEPTIONS
006920         AT END
006930             SET AGE-READ-EOF TO TRUE
006940     END-READ.
006950 2310-EXIT.
006960     EXIT.
006970 2320-AGE-EXCEPTION.
006980     ADD 1 TO AGE-QUEUE-READ (3).
006990     MOVE 3 TO AGE-ITEM-QUEUE.
007000     IF EX-BRANCH NUMERIC
007010         MOVE EX-BRANCH TO AGE-ITEM-BRANCH
007020     ELSE
007030         MOVE 0 TO AGE-ITEM-BRANCH
007040     END-IF.
007050     MOVE EX-ACCOUNT-NO TO AGE-ITEM-ACCOUNT.
007060     IF EX-RUN-DATE NUMERIC
007070         MOVE EX-RUN-DATE TO AGE-ITEM-DATE
007080     ELSE
007090         MOVE 0 TO AGE-ITEM-DATE
007100     END-IF.
007110     COMPUTE AGE-ITEM-AMOUNT = EX-A + EX-B.
007120     MOVE EX-TRANS-CODE TO AGE-ITEM-CODE.
007130     MOVE EX-REASON-CODE TO AGE-ITEM-REASON.
007140     MOVE 'RUN   ' TO AGE-REF-LABEL.
007150     MOVE EX-RUN-SEQ-NO TO AGE-REF-NUMBER.
007160     PERFORM 2900-AGE-ONE-ITEM THRU 2900-EXIT.
007170     PERFORM 2310-READ-EXCEPTION THRU 2310-EXIT.
007180 2320-EXIT.
007190     EXIT.
007200 2400-AGE-REPAIRS.
007210     OPEN INPUT REPAIR-QUEUE.
007220     IF NOT AGE-REPAIR-OK
007230         DISPLAY "NO GLREPAIR FILE - NOTHING TO AGE"
007240         GO TO 2400-EXIT
007250     END-IF.
007260     MOVE 'Y' TO AGE-QUEUE-PRESENT (4).
007270     MOVE 'N' TO AGE-READ-EOF-SW.
007280     PERFORM 2410-READ-REPAIR THRU 2410-EXIT.
007290     PERFORM 2420-AGE-REPAIR THRU 2420-EXIT
007300         UNTIL AGE-READ-EOF.
007310     CLOSE REPAIR-QUEUE.
007320 2400-EXIT.
007330     EXIT.
007340 2410-READ-REPAIR.
007350     READ REPAIR-QUEUE
007360         AT END
007370             SET AGE-READ-EOF TO TRUE
007380     END-READ.
007390 2410-EXIT.
007400     EXIT.
007410 2420-AGE-REPAIR.
007420*    REPAIRS ARE SIGNED THE LEDGER WAY, CREDITS PLUS AND DEBITS
007430*    MINUS.
007440     ADD 1 TO AGE-QUEUE-READ (4).
007450     MOVE 4 TO AGE-ITEM-QUEUE.
007460     IF RQ-BRANCH NUMERIC
007470         MOVE RQ-BRANCH TO AGE-ITEM-BRANCH
007480     ELSE
007490         MOVE 0 TO AGE-ITEM-BRANCH
007500     END-IF.
007510     MOVE RQ-ACCOUNT-NO TO AGE-ITEM-ACCOUNT.
007520     IF RQ-BATCH-DATE NUMERIC
007530         MOVE RQ-BATCH-DATE TO AGE-ITEM-DATE
007540     ELSE
007550         MOVE 0 TO AGE-ITEM-DATE
007560     END-IF.
007570     IF RQ-AMOUNT NUMERIC
007580         MOVE RQ-AMOUNT TO AGE-ITEM-AMOUNT
007590     ELSE
007600         MOVE 0 TO AGE-ITEM-AMOUNT
007610     END-IF.
007620     IF RQ-DR-CR-IND = 'D'
007630         COMPUTE AGE-ITEM-AMOUNT = 0 - AGE-ITEM-AMOUNT
007640     END-IF.
007650     MOVE SPACES TO AGE-ITEM-CODE.
007660     MOVE RQ-REASON-CODE TO AGE-ITEM-REASON.
007670     MOVE 'BATCH ' TO AGE-REF-LABEL.
007680     MOVE RQ-BATCH-NO TO AGE-REF-NUMBER.
007690     PERFORM 2900-AGE-ONE-ITEM THRU 2900-EXIT.
007700     PERFORM 2410-READ-REPAIR THRU 2410-EXIT.
007710 2420-EXIT.
007720     EXIT.
007730 2500-AGE-PENDING.
007740     OPEN INPUT PENDING-FILE.
007750     IF NOT AGE-PENDING-OK
007760         DISPLAY "NO GLPEND FILE - NOTHING TO AGE"
007770         GO TO 2500-EXIT
007780     END-IF.
007790     MOVE 'Y' TO AGE-QUEUE-PRESENT (5).
007800     MOVE 'N' TO AGE-READ-EOF-SW.
007810     PERFORM 2510-READ-PENDING THRU 2510-EXIT.
007820     PERFORM 2520-AGE-BATCH THRU 2520-EXIT
007830         UNTIL AGE-READ-EOF.
007840     CLOSE PENDING-FILE.
007850 2500-EXIT.
007860     EXIT.
007870 2510-READ-PENDING.
007880     READ PENDING-FILE
007890         AT END
007900             SET AGE-READ-EOF TO TRUE
007910     END-READ.
007920 2510-EXIT.
007930     EXIT.
007940 2520-AGE-BATCH.
007950*    A WAITING GL BATCH IS ONE ITEM FOR ITS HASH TOTAL.  THE BATCH
007960*    CARRIES EVERY BRANCH, SO IT IS HELD AGAINST HEAD OFFICE.
007970     ADD 1 TO AGE-QUEUE-READ (5).
007980     MOVE 5 TO AGE-ITEM-QUEUE.
007990     MOVE 0 TO AGE-ITEM-BRANCH.
008000     MOVE 0 TO AGE-ITEM-ACCOUNT.
008010     IF PN-BATCH-DATE NUMERIC
008020         MOVE PN-BATCH-DATE TO AGE-ITEM-DATE
008030     ELSE
008040         MOVE 0 TO AGE-ITEM-DATE
008050     END-IF.
008060     IF PN-HASH-TOTAL NUMERIC
008070         MOVE PN-HASH-TOTAL TO AGE-ITEM-AMOUNT
008080     ELSE
008090         MOVE 0 TO AGE-ITEM-AMOUNT
008100     END-IF.
008110     MOVE SPACES TO AGE-ITEM-CODE.
008120     MOVE SPACES TO AGE-ITEM-REASON.
008130     MOVE 'BATCH ' TO AGE-REF-LABEL.
008140     MOVE PN-BATCH-NO TO AGE-REF-NUMBER.
008150     PERFORM 2900-AGE-ONE-ITEM THRU 2900-EXIT.
008160     PERFORM 2510-READ-PENDING THRU 2510-EXIT.
008170 2520-EXIT.
008180     EXIT.
008190 2900-AGE-ONE-ITEM.
008200******************************************************************
008210* AGE THE ITEM, ADD IT TO ITS QUEUE AND TO ALL QUEUES, EACH BY ITS
008220* BRANCH AND IN TOTAL, AND RELEASE IT TO THE ESCALATION LIST IF
008230* IT IS PAST THE CARD'S AGE.  THE READERS BOOK AN ITEM WITH NO
008240* BRANCH TO 00 AND GIVE AN ITEM WITH NO DATE A ZERO DATE.
008250******************************************************************
008260     ADD 1 TO AGE-ITEMS-AGED.
008270     PERFORM 8400-BUSINESS-AGE THRU 8400-EXIT.
008280     EVALUATE TRUE
008290         WHEN AGE-ITEM-AGE < 2
008300             MOVE 1 TO AGE-ITEM-BUCKET
008310         WHEN AGE-ITEM-AGE < 6
008320             MOVE 2 TO AGE-ITEM-BUCKET
008330         WHEN AGE-ITEM-AGE < 11
008340             MOVE 3 TO AGE-ITEM-BUCKET
008350         WHEN OTHER
008360             MOVE 4 TO AGE-ITEM-BUCKET
008370     END-EVALUATE.
008380     COMPUTE AGE-ITEM-BRANCH-IX = AGE-ITEM-BRANCH + 1.
008390     MOVE AGE-ITEM-QUEUE TO AGE-QUEUE-IX.
008400     PERFORM 2910-ADD-TO-CELLS THRU 2910-EXIT.
008410     MOVE 6 TO AGE-QUEUE-IX.
008420     PERFORM 2910-ADD-TO-CELLS THRU 2910-EXIT.
008430     IF AGE-ITEM-AGE > AGE-ESCALATE-DAYS
008440         PERFORM 2920-RELEASE-ESCALATION THRU 2920-EXIT
008450     END-IF.
008460 2900-EXIT.
008470     EXIT.
008480 2910-ADD-TO-CELLS.
008490     ADD 1 TO AGE-CELL-COUNT
008500         (AGE-QUEUE-IX, AGE-ITEM-BRANCH-IX, AGE-ITEM-BUCKET).
008510     ADD AGE-ITEM-AMOUNT TO AGE-CELL-AMOUNT
008520         (AGE-QUEUE-IX, AGE-ITEM-BRANCH-IX, AGE-ITEM-BUCKET).
008530     ADD 1 TO AGE-CELL-COUNT
008540         (AGE-QUEUE-IX, 101, AGE-ITEM-BUCKET).
008550     ADD AGE-ITEM-AMOUNT TO AGE-CELL-AMOUNT
008560         (AGE-QUEUE-IX, 101, AGE-ITEM-BUCKET).
008570 2910-EXIT.
008580     EXIT.
008590 2920-RELEASE-ESCALATION.
008600     ADD 1 TO AGE-ITEMS-ESCALATED.
008610     MOVE AGE-ITEM-QUEUE     TO ES-QUEUE-NO.
008620     MOVE AGE-ITEM-AGE       TO ES-AGE.
008630     MOVE AGE-ITEM-BRANCH    TO ES-BRANCH.
008640     MOVE AGE-ITEM-ACCOUNT   TO ES-ACCOUNT-NO.
008650     MOVE AGE-ITEM-DATE      TO ES-ITEM-DATE.
008660     MOVE AGE-ITEM-AMOUNT    TO ES-AMOUNT.
008670     MOVE AGE-ITEM-CODE      TO ES-TRANS-CODE.
008680     MOVE AGE-ITEM-REASON    TO ES-REASON-CODE.
008690     MOVE AGE-ITEM-REFERENCE TO ES-REFERENCE.
008700     RELEASE ESC-SORT-RECORD.
008710 2920-EXIT.
008720     EXIT.
008730 3000-PRINT-AGING.
008740******************************************************************
008750* ONE PAGE PER QUEUE, BRANCH BY BRANCH, THEN THE SAME FOR EVERY
008760* QUEUE TOGETHER, THEN A PAGE OF QUEUE TOTALS.  EACH ROW IS A LINE
008770* OF ITEM COUNTS OVER A LINE OF AMOUNTS.
008780******************************************************************
008790     PERFORM 3100-PRINT-QUEUE THRU 3100-EXIT
008800         VARYING AGE-QUEUE-IX FROM 1 BY 1
008810         UNTIL AGE-QUEUE-IX > 6.
008820     PERFORM 3500-PRINT-SUMMARY THRU 3500-EXIT.
008830 3000-EXIT.
008840     EXIT.
008850 3100-PRINT-QUEUE.
008860     MOVE AGE-QUEUE-NAME (AGE-QUEUE-IX) TO RQL-QUEUE-NAME.
008870     MOVE AGE-QUEUE-DESC (AGE-QUEUE-IX) TO RQL-QUEUE-DESC.
008880     PERFORM 3900-WRITE-AGING-HEADER THRU 3900-EXIT.
008890     IF AGE-QUEUE-IX < 6
008900         IF AGE-QUEUE-PRESENT (AGE-QUEUE-IX) NOT = 'Y'
008910             MOVE "NO QUEUE FILE - NO OPEN ITEMS"
008920                 TO RM-MESSAGE
008930             PERFORM 3800-WRITE-MESSAGE THRU 3800-EXIT
008940             GO TO 3100-EXIT
008950         END-IF
008960     END-IF.
008970     MOVE 101 TO AGE-BRANCH-IX.
008980     PERFORM 3300-TOTAL-ROW THRU 3300-EXIT.
008990     IF AGE-ROW-COUNT = 0
009000         MOVE "NO OPEN ITEMS" TO RM-MESSAGE
009010         PERFORM 3800-WRITE-MESSAGE THRU 3800-EXIT
009020         GO TO 3100-EXIT
009030     END-IF.
009040     PERFORM 3200-PRINT-BRANCH THRU 3200-EXIT
009050         VARYING AGE-BRANCH-IX FROM 1 BY 1
009060         UNTIL AGE-BRANCH-IX > 100.
009070     MOVE 101 TO AGE-BRANCH-IX.
009080     MOVE "TOTAL" TO AGE-ROW-LABEL.
009090     PERFORM 3400-WRITE-ROW THRU 3400-EXIT.
009100 3100-EXIT.
009110     EXIT.
009120 3200-PRINT-BRANCH.
009130     PERFORM 3300-TOTAL-ROW THRU 3300-EXIT.
009140     IF AGE-ROW-COUNT = 0
009150         GO TO 3200-EXIT
009160     END-IF.
009170     MOVE "BRANCH " TO AGE-ROW-BRANCH-WORD.
009180     COMPUTE AGE-ROW-BRANCH-NO = AGE-BRANCH-IX - 1.
009190     PERFORM 3400-WRITE-ROW THRU 3400-EXIT.
009200 3200-EXIT.
009210     EXIT.
009220 3300-TOTAL-ROW.
009230     MOVE 0 TO AGE-ROW-COUNT.
009240     MOVE 0 TO AGE-ROW-AMOUNT.
009250     PERFORM 3310-ADD-BUCKET THRU 3310-EXIT
009260         VARYING AGE-BUCKET-IX FROM 1 BY 1
009270         UNTIL AGE-BUCKET-IX > 4.
009280 3300-EXIT.
009290     EXIT.
009300 3310-ADD-BUCKET.
009310     ADD AGE-CELL-COUNT
009320         (AGE-QUEUE-IX, AGE-BRANCH-IX, AGE-BUCKET-IX)
009330         TO AGE-ROW-COUNT.
009340     ADD AGE-CELL-AMOUNT
009350         (AGE-QUEUE-IX, AGE-BRANCH-IX, AGE-BUCKET-IX)
009360         TO AGE-ROW-AMOUNT.
009370 3310-EXIT.
009380     EXIT.
009390 3400-WRITE-ROW.
009400     PERFORM 3300-TOTAL-ROW THRU 3300-EXIT.
009410     IF AGE-LINE-COUNT NOT < AGE-LINES-PER-PAGE
009420         PERFORM 3900-WRITE-AGING-HEADER THRU 3900-EXIT
009430     END-IF.
009440     MOVE SPACES TO RPT-COUNT-LINE.
009450     MOVE SPACES TO RPT-AMOUNT-LINE.
009460     MOVE AGE-ROW-LABEL TO RC-LABEL.
009470     MOVE "CNT " TO RC-KIND.
009480     MOVE "AMT " TO RA-KIND.
009490     PERFORM 3410-FILL-COLUMN THRU 3410-EXIT
009500         VARYING AGE-BUCKET-IX FROM 1 BY 1
009510         UNTIL AGE-BUCKET-IX > 4.
009520     MOVE AGE-ROW-COUNT TO RC-COLUMN (5).
009530     MOVE AGE-ROW-AMOUNT TO RA-COLUMN (5).
009540     MOVE RPT-COUNT-LINE TO REPORT-LINE.
009550     WRITE REPORT-LINE.
009560     MOVE RPT-AMOUNT-LINE TO REPORT-LINE.
009570     WRITE REPORT-LINE.
009580     ADD 2 TO AGE-LINE-COUNT.
009590 3400-EXIT.
009600     EXIT.
009610 3410-FILL-COLUMN.
009620     MOVE AGE-CELL-COUNT
009630         (AGE-QUEUE-IX, AGE-BRANCH-IX, AGE-BUCKET-IX)
009640         TO RC-COLUMN (AGE-BUCKET-IX).
009650     MOVE AGE-CELL-AMOUNT
009660         (AGE-QUEUE-IX, AGE-BRANCH-IX, AGE-BUCKET-IX)
009670         TO RA-COLUMN (AGE-BUCKET-IX).
009680 3410-EXIT.
009690     EXIT.
009700 3500-PRINT-SUMMARY.
009710     MOVE "SUMMARY" TO RQL-QUEUE-NAME.
009720     MOVE "OPEN ITEMS BY QUEUE" TO RQL-QUEUE-DESC.
009730     PERFORM 3900-WRITE-AGING-HEADER THRU 3900-EXIT.
009740     MOVE 101 TO AGE-BRANCH-IX.
009750     PERFORM 3510-PRINT-QUEUE-TOTAL THRU 3510-EXIT
009760         VARYING AGE-QUEUE-IX FROM 1 BY 1
009770         UNTIL AGE-QUEUE-IX > 6.
009780 3500-EXIT.
009790     EXIT.
009800 3510-PRINT-QUEUE-TOTAL.
009810     MOVE AGE-QUEUE-NAME (AGE-QUEUE-IX) TO AGE-ROW-LABEL.
009820     PERFORM 3400-WRITE-ROW THRU 3400-EXIT.
009830 3510-EXIT.
009840     EXIT.
009850 3800-WRITE-MESSAGE.
009860     MOVE RPT-MESSAGE-LINE TO REPORT-LINE.
009870     WRITE REPORT-LINE.
009880     ADD 1 TO AGE-LINE-COUNT.
009890 3800-EXIT.
009900     EXIT.
009910 3900-WRITE-AGING-HEADER.
009920     ADD 1 TO AGE-PAGE-NO.
009930     MOVE 0 TO AGE-LINE-COUNT.
009940     MOVE AGE-RUN-DATE TO RH-RUN-DATE.
009950     MOVE AGE-PAGE-NO  TO RH-PAGE-NO.
009960     MOVE RPT-HEADER-LINE TO REPORT-LINE.
009970     WRITE REPORT-LINE.
009980     MOVE AGE-ESCALATE-DAYS TO RP-ESCALATE-DAYS.
009990     MOVE RPT-PARM-LINE TO REPORT-LINE.
010000     WRITE REPORT-LINE.
010010     MOVE RPT-QUEUE-LINE TO REPORT-LINE.
010020     WRITE REPORT-LINE.
010030     MOVE RPT-COLUMN-LINE TO REPORT-LINE.
010040     WRITE REPORT-LINE.
010050 3900-EXIT.
010060     EXIT.
010070 4000-LIST-ESCALATION.
010080     IF AGE-ESC-PAGE-NO = 0
010090         OR AGE-ESC-LINE-COUNT NOT < AGE-LINES-PER-PAGE
010100         PERFORM 4900-WRITE-ESC-HEADER THRU 4900-EXIT
010110     END-IF.
010120     ADD 1 TO AGE-ITEMS-LISTED.
010130     MOVE SE-QUEUE-NO TO AGE-QUEUE-IX.
010140     MOVE AGE-QUEUE-NAME (AGE-QUEUE-IX) TO ED-QUEUE-NAME.
010150     MOVE SE-BRANCH      TO ED-BRANCH.
010160     MOVE SE-ACCOUNT-NO  TO ED-ACCOUNT.
010170     MOVE SE-ITEM-DATE   TO ED-ITEM-DATE.
010180     MOVE SE-AGE         TO ED-AGE.
010190     MOVE SE-AMOUNT      TO ED-AMOUNT.
010200     MOVE SE-TRANS-CODE  TO ED-TRANS-CODE.
010210     MOVE SE-REASON-CODE TO ED-REASON-CODE.
010220     MOVE SE-REFERENCE   TO ED-REFERENCE.
010230     MOVE ESC-DETAIL-LINE TO ESCALATION-LINE.
010240     WRITE ESCALATION-LINE.
010250     ADD 1 TO AGE-ESC-LINE-COUNT.
010260     PERFORM 4100-READ-SORTED THRU 4100-EXIT.
010270 4000-EXIT.
010280     EXIT.
010290 4100-READ-SORTED.
010300     READ SORTED-ESCALATIONS
010310         AT END
010320             SET AGE-END-OF-INPUT TO TRUE
010330     END-READ.
010340 4100-EXIT.
010350     EXIT.
010360 4900-WRITE-ESC-HEADER.
010370     ADD 1 TO AGE-ESC-PAGE-NO.
010380     MOVE 0 TO AGE-ESC-LINE-COUNT.
010390     MOVE AGE-RUN-DATE    TO EH-RUN-DATE.
010400     MOVE AGE-ESC-PAGE-NO TO EH-PAGE-NO.
010410     MOVE ESC-HEADER-LINE TO ESCALATION-LINE.
010420     WRITE ESCALATION-LINE.
010430     MOVE AGE-ESCALATE-DAYS TO RP-ESCALATE-DAYS.
010440     MOVE RPT-PARM-LINE TO ESCALATION-LINE.
010450     WRITE ESCALATION-LINE.
010460     MOVE ESC-COLUMN-LINE TO ESCALATION-LINE.
010470     WRITE ESCALATION-LINE.
010480 4900-EXIT.
010490     EXIT.
010500 8000-DATE-TO-DAYS.
010510******************************************************************
010520* CONVERT AGE-WORK-DATE (YYYYMMDD) TO A SERIAL DAY COUNT SO TWO
010530* DATES CAN BE SUBTRACTED ACROSS MONTH AND YEAR ENDS.  THE SERIAL
010540* OF A SATURDAY DIVIDES BY 7 EXACTLY, SO THE REMAINDER GIVES THE
010550* DAY OF THE WEEK - 0 SATURDAY, 1 SUNDAY, 2 TO 6 MONDAY TO FRIDAY.
010560******************************************************************
010570     DIVIDE AGE-WORK-YEAR BY 4
010580         GIVING AGE-LEAP-QUOT-4 REMAINDER AGE-LEAP-REM-4.
010590     DIVIDE AGE-WORK-YEAR BY 100
010600         GIVING AGE-LEAP-QUOT-100 REMAINDER AGE-LEAP-REM-100.
010610     DIVIDE AGE-WORK-YEAR BY 400
010620         GIVING AGE-LEAP-QUOT-400 REMAINDER AGE-LEAP-REM-400.
010630     MOVE 'N' TO AGE-LEAP-SWITCH.
010640     IF AGE-LEAP-REM-4 = 0
010650         AND (AGE-LEAP-REM-100 NOT = 0 OR AGE-LEAP-REM-400 = 0)
010660         SET AGE-LEAP-YEAR TO TRUE
010670     END-IF.
010680     COMPUTE AGE-WORK-DAYS =
010690         (AGE-WORK-YEAR * 365)
010700         + AGE-LEAP-QUOT-4
010710         - AGE-LEAP-QUOT-100
010720         + AGE-LEAP-QUOT-400
010730         + AGE-WORK-DAY.
010740     EVALUATE AGE-WORK-MONTH
010750         WHEN 01 ADD 0   TO AGE-WORK-DAYS
010760         WHEN 02 ADD 31  TO AGE-WORK-DAYS
010770         WHEN 03 ADD 59  TO AGE-WORK-DAYS
010780         WHEN 04 ADD 90  TO AGE-WORK-DAYS
010790         WHEN 05 ADD 120 TO AGE-WORK-DAYS
010800         WHEN 06 ADD 151 TO AGE-WORK-DAYS
010810         WHEN 07 ADD 181 TO AGE-WORK-DAYS
010820         WHEN 08 ADD 212 TO AGE-WORK-DAYS
010830         WHEN 09 ADD 243 TO AGE-WORK-DAYS
010840         WHEN 10 ADD 273 TO AGE-WORK-DAYS
010850         WHEN 11 ADD 304 TO AGE-WORK-DAYS
010860         WHEN 12 ADD 334 TO AGE-WORK-DAYS
010870     END-EVALUATE.
010880     IF AGE-LEAP-YEAR AND AGE-WORK-MONTH < 3
010890         SUBTRACT 1 FROM AGE-WORK-DAYS
010900     END-IF.
010910 8000-EXIT.
010920     EXIT.
010930 8050-CHECK-DATE.
010940     MOVE 'N' TO AGE-DATE-VALID-SW.
010950     IF AGE-WORK-DATE NUMERIC
010960         AND AGE-WORK-YEAR > 1900
010970         AND AGE-WORK-MONTH > 0 AND AGE-WORK-MONTH < 13
010980         AND AGE-WORK-DAY > 0 AND AGE-WORK-DAY < 32
010990         SET AGE-DATE-VALID TO TRUE
011000     END-IF.
011010 8050-EXIT.
011020     EXIT.
011030 8400-BUSINESS-AGE.
011040******************************************************************
011050* AGE IN BUSINESS DAYS = THE MONDAY-TO-FRIDAY DAYS AFTER THE ITEM
011060* DATE UP TO AND INCLUDING THE BUSINESS DATE, LESS THE CALENDAR
011070* HOLIDAYS AMONG THEM.  AN ITEM FROM TONIGHT IS 0, FROM THE LAST
011080* BUSINESS DAY 1.  AN ITEM WITH NO USABLE DATE IS GIVEN 999 SO IT
011090* IS WORKED AS THE OLDEST.
011100******************************************************************
011110     MOVE AGE-ITEM-DATE TO AGE-WORK-DATE.
011120     PERFORM 8050-CHECK-DATE THRU 8050-EXIT.
011130     IF NOT AGE-DATE-VALID
011140         MOVE 999 TO AGE-ITEM-AGE
011150         ADD 1 TO AGE-ITEMS-UNDATED
011160         GO TO 8400-EXIT
011170     END-IF.
011180     MOVE 0 TO AGE-ITEM-AGE.
011190     IF AGE-ITEM-DATE NOT < AGE-RUN-DATE
011200         GO TO 8400-EXIT
011210     END-IF.
011220     PERFORM 8000-DATE-TO-DAYS THRU 8000-EXIT.
011230     MOVE AGE-WORK-DAYS TO AGE-ITEM-SERIAL.
011240     COMPUTE AGE-SPAN-DAYS = AGE-RUN-SERIAL - AGE-ITEM-SERIAL.
011250     DIVIDE AGE-SPAN-DAYS BY 7
011260         GIVING AGE-SPAN-WEEKS REMAINDER AGE-ODD-DAYS.
011270     COMPUTE AGE-BUSINESS-DAYS = AGE-SPAN-WEEKS * 5.
011280     COMPUTE AGE-TEST-SERIAL =
011290         AGE-ITEM-SERIAL + (AGE-SPAN-WEEKS * 7).
011300     PERFORM 8410-COUNT-ODD-DAY THRU 8410-EXIT
011310         AGE-ODD-DAYS TIMES.
011320     PERFORM 8420-DROP-HOLIDAY THRU 8420-EXIT
011330         VARYING AGE-HOLIDAY-IX FROM 1 BY 1
011340         UNTIL AGE-HOLIDAY-IX > AGE-HOLIDAY-COUNT.
011350     IF AGE-BUSINESS-DAYS > 999
011360         MOVE 999 TO AGE-ITEM-AGE
011370     ELSE
011380         MOVE AGE-BUSINESS-DAYS TO AGE-ITEM-AGE
011390     END-IF.
011400 8400-EXIT.
011410     EXIT.
011420 8410-COUNT-ODD-DAY.
011430     ADD 1 TO AGE-TEST-SERIAL.
011440     DIVIDE AGE-TEST-SERIAL BY 7
011450         GIVING AGE-WEEK-QUOT REMAINDER AGE-DOW.
011460     IF AGE-DOW > 1
011470         ADD 1 TO AGE-BUSINESS-DAYS
011480     END-IF.
011490 8410-EXIT.
011500     EXIT.
011510 8420-DROP-HOLIDAY.
011520     IF AGE-HOLIDAY-SERIAL (AGE-HOLIDAY-IX) > AGE-ITEM-SERIAL
011530         AND AGE-HOLIDAY-SERIAL (AGE-HOLIDAY-IX)
011540             NOT > AGE-RUN-SERIAL
011550         AND AGE-BUSINESS-DAYS > 0
011560         SUBTRACT 1 FROM AGE-BUSINESS-DAYS
011570     END-IF.
011580 8420-EXIT.
011590     EXIT.
011600 9000-TERMINATE.
011610     IF NOT AGE-RUN-ABORTED AND AGE-ESCALATE-OPENED
011620         PERFORM 9100-WRITE-ESC-TOTALS THRU 9100-EXIT
011630     END-IF.
011640     IF AGE-SORTED-OPENED
011650         CLOSE SORTED-ESCALATIONS
011660     END-IF.
011670     IF AGE-REPORT-OPENED
011680         CLOSE AGING-REPORT
011690     END-IF.
011700     IF AGE-ESCALATE-OPENED
011710         CLOSE ESCALATION-REPORT
011720     END-IF.
011730     IF NOT AGE-RUN-ABORTED
011740         DISPLAY "***** OPEN ITEMS AGING RUN SUMMARY *****"
011750         DISPLAY "BUSINESS DATE  . . . . . . : " AGE-RUN-DATE
011760         DISPLAY "ESCALATION AGE . . . . . . : " AGE-ESCALATE-DAYS
011770         DISPLAY "SUSPENSE ITEMS . . . . . . : "
011780             AGE-QUEUE-READ (1)
011790         DISPLAY "REJECTS ITEMS  . . . . . . : "
011800             AGE-QUEUE-READ (2)
011810         DISPLAY "ACCTEXCP ITEMS . . . . . . : "
011820             AGE-QUEUE-READ (3)
011830         DISPLAY "GLREPAIR ITEMS . . . . . . : "
011840             AGE-QUEUE-READ (4)
011850         DISPLAY "GLPEND BATCHES . . . . . . : "
011860             AGE-QUEUE-READ (5)
011870         DISPLAY "ITEMS AGED . . . . . . . . : " AGE-ITEMS-AGED
011880         DISPLAY "ITEMS WITH NO USABLE DATE  : " AGE-ITEMS-UNDATED
011890         DISPLAY "ITEMS PAST ESCALATION AGE  : "
011900             AGE-ITEMS-ESCALATED
011910     END-IF.
011920 9000-EXIT.
011930     EXIT.
011940 9100-WRITE-ESC-TOTALS.
011950     IF AGE-ESC-PAGE-NO = 0
011960         PERFORM 4900-WRITE-ESC-HEADER THRU 4900-EXIT
011970     END-IF.
011980     MOVE SPACES TO ESCALATION-LINE.
011990     WRITE ESCALATION-LINE.
012000     IF AGE-ITEMS-LISTED = 0
012010         MOVE ESC-NONE-LINE TO ESCALATION-LINE
012020         WRITE ESCALATION-LINE
012030     END-IF.
012040     MOVE "ITEMS PAST THE ESCALATION AGE:" TO ET-LABEL.
012050     MOVE AGE-ITEMS-LISTED TO ET-COUNT.
012060     MOVE ESC-TOTAL-LINE TO ESCALATION-LINE.
012070     WRITE ESCALATION-LINE.
012080     IF AGE-ITEMS-UNDATED > 0
012090         MOVE ESC-UNDATED-LINE TO ESCALATION-LINE
012100         WRITE ESCALATION-LINE
012110     END-IF.
012120     MOVE SPACES TO ESCALATION-LINE.
012130     WRITE ESCALATION-LINE.
012140     WRITE ESCALATION-LINE.
012150     MOVE ESC-SIGNOFF-LINE-1 TO ESCALATION-LINE.
012160     WRITE ESCALATION-LINE.
012170 9100-EXIT.
012180     EXIT.
