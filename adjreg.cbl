000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ADJREG.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  DAILY ADJUSTMENT REGISTER,
000210*                 RUN FROM MASTER AFTER BRMERGE.  EVERY ITEM ON
000220*                 THE ADJUSTMENT FILE KEYED THROUGH THE ADJENT
000230*                 CONSOLE IS LISTED WITH ITS MAKER, CHECKER, DATES
000240*                 AND REASON.  RELEASED ITEMS - WHICH BRMERGE HAS
000250*                 JUST MERGED INTO TRANS-IN - ARE STAMPED WITH THE
000260*                 BUSINESS DATE AS POSTED AND, WITH REJECTED
000270*                 ITEMS, MOVE TO THE ADJUSTMENT HISTORY FILE;
000280*                 ITEMS STILL WAITING FOR A SECOND OPERATOR ARE
000290*                 CARRIED FORWARD.  THE REGISTER ENDS WITH COUNT
000300*                 AND AMOUNT TOTALS AND SIGN-OFF LINES FOR AUDIT,
000310*                 AND EACH POSTED ITEM IS LOGGED TO THE
000320*                 MAINTENANCE LOG.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS AJR-PROC-DATE-STATUS.
000400     SELECT ADJUSTMENT-FILE ASSIGN TO ADJMSTR
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS AJR-ADJUST-STATUS.
000430     SELECT ADJUSTMENT-WORK ASSIGN TO ADJWORK
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS AJR-WORK-STATUS.
000460     SELECT ADJUSTMENT-HISTORY ASSIGN TO ADJHIST
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS AJR-HISTORY-STATUS.
000490     SELECT REGISTER-REPORT ASSIGN TO ADJRPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS AJR-REPORT-STATUS.
000520     SELECT MAINT-LOG ASSIGN TO MNTLOG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS AJR-MAINT-STATUS.
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  PROC-DATE-FILE.
000580 01  PROC-DATE-RECORD.
000590     05  BD-BUSINESS-DATE        PIC 9(08).
000600     05  BD-PREV-BUS-DATE        PIC 9(08).
000610 FD  ADJUSTMENT-FILE.
000620 01  ADJUSTMENT-RECORD.
000630     05  AJ-SEQ-NO               PIC 9(06).
000640     05  AJ-ACCOUNT-NO           PIC 9(08).
000650     05  AJ-TRANS-CODE           PIC X(02).
000660     05  AJ-AMOUNT               PIC S9(7)V99
000670         SIGN LEADING SEPARATE.
000680     05  AJ-REASON               PIC X(30).
000690     05  AJ-STATUS               PIC X(01).
000700         88  AJ-PENDING                  VALUE 'P'.
000710         88  AJ-RELEASED                 VALUE 'R'.
000720         88  AJ-REJECTED                 VALUE 'X'.
000730     05  AJ-MAKER                PIC X(03).
000740     05  AJ-MAKE-DATE            PIC 9(08).
000750     05  AJ-MAKE-TIME            PIC 9(08).
000760     05  AJ-CHECKER              PIC X(03).
000770     05  AJ-DECIDE-DATE          PIC 9(08).
000780     05  AJ-DECIDE-TIME          PIC 9(08).
000790     05  AJ-POST-DATE            PIC 9(08).
000800 FD  ADJUSTMENT-WORK.
000810 01  ADJUSTMENT-WORK-RECORD      PIC X(103).
000820 FD  ADJUSTMENT-HISTORY.
000830 01  ADJUSTMENT-HISTORY-RECORD   PIC X(103).
000840 FD  REGISTER-REPORT.
000850 01  REPORT-LINE                 PIC X(80).
000860 FD  MAINT-LOG.
000870 01  MAINT-LOG-RECORD.
000880     05  ML-DATE                 PIC 9(08).
000890     05  ML-TIME                 PIC 9(08).
000900     05  ML-OPERATOR             PIC X(03).
000910     05  ML-ACTION               PIC X(20).
000920     05  ML-DETAIL               PIC X(30).
000930 WORKING-STORAGE SECTION.
000940 01  AJR-FILE-STATUSES.
000950     05  AJR-PROC-DATE-STATUS    PIC X(02) VALUE SPACES.
000960         88  AJR-PROC-DATE-OK            VALUE '00'.
000970     05  AJR-ADJUST-STATUS       PIC X(02) VALUE SPACES.
000980         88  AJR-ADJUST-OK               VALUE '00'.
000990     05  AJR-WORK-STATUS         PIC X(02) VALUE SPACES.
001000         88  AJR-WORK-OK                 VALUE '00'.
001010     05  AJR-HISTORY-STATUS      PIC X(02) VALUE SPACES.
001020         88  AJR-HISTORY-OK              VALUE '00'.
001030     05  AJR-REPORT-STATUS       PIC X(02) VALUE SPACES.
001040         88  AJR-REPORT-OK               VALUE '00'.
001050     05  AJR-MAINT-STATUS        PIC X(02) VALUE SPACES.
001060         88  AJR-MAINT-OK                VALUE '00'.
001070 01  AJR-SWITCHES.
001080     05  AJR-EOF-SWITCH          PIC X(01) VALUE 'N'.
001090         88  AJR-END-OF-FILE             VALUE 'Y'.
001100     05  AJR-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001110         88  AJR-RUN-ABORTED             VALUE 'Y'.
001120     05  AJR-ADJUST-OPEN-SW      PIC X(01) VALUE 'N'.
001130         88  AJR-ADJUST-OPENED           VALUE 'Y'.
001140     05  AJR-WORK-OPEN-SW        PIC X(01) VALUE 'N'.
001150         88  AJR-WORK-OPENED             VALUE 'Y'.
001160     05  AJR-HISTORY-OPEN-SW     PIC X(01) VALUE 'N'.
001170         88  AJR-HISTORY-OPENED          VALUE 'Y'.
001180     05  AJR-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001190         88  AJR-REPORT-OPENED           VALUE 'Y'.
001200     05  AJR-MAINT-OPEN-SW       PIC X(01) VALUE 'N'.
001210         88  AJR-MAINT-OPENED            VALUE 'Y'.
001220 01  AJR-RUN-FIELDS.
001230     05  AJR-RUN-DATE            PIC 9(08) VALUE 0.
001240     05  AJR-NOW                 PIC 9(08) VALUE 0.
001250     05  AJR-RESULT              PIC X(08) VALUE SPACES.
001260     05  AJR-BATCH-OPERATOR      PIC X(03) VALUE 'EOD'.
001270 01  AJR-CONTROL-TOTALS.
001280     05  AJR-ITEMS-READ          PIC 9(07) VALUE 0.
001290     05  AJR-POSTED-COUNT        PIC 9(07) VALUE 0.
001300     05  AJR-REJECTED-COUNT      PIC 9(07) VALUE 0.
001310     05  AJR-WAITING-COUNT       PIC 9(07) VALUE 0.
001320     05  AJR-UNKNOWN-COUNT       PIC 9(07) VALUE 0.
001330     05  AJR-POSTED-DEBITS       PIC S9(9)V99 VALUE 0.
001340     05  AJR-POSTED-CREDITS      PIC S9(9)V99 VALUE 0.
001350     05  AJR-POSTED-NET          PIC S9(9)V99 VALUE 0.
001360     05  AJR-REJECTED-AMOUNT     PIC S9(9)V99 VALUE 0.
001370     05  AJR-WAITING-AMOUNT      PIC S9(9)V99 VALUE 0.
001380 01  AJR-LOG-DETAIL.
001390     05  AJR-LD-SEQ-NO           PIC 9(06).
001400     05  FILLER                  PIC X(01) VALUE SPACE.
001410     05  AJR-LD-ACCOUNT          PIC 9(08).
001420     05  FILLER                  PIC X(01) VALUE SPACE.
001430     05  AJR-LD-AMOUNT           PIC Z(6)9.99-.
001440     05  FILLER                  PIC X(03) VALUE SPACES.
001450 01  AJR-LOG-SUMMARY.
001460     05  FILLER                  PIC X(07) VALUE 'POSTED '.
001470     05  AJR-LS-POSTED           PIC 9(05).
001480     05  FILLER                  PIC X(10) VALUE ' REJECTED '.
001490     05  AJR-LS-REJECTED         PIC 9(05).
001500     05  FILLER                  PIC X(03) VALUE SPACES.
001510 01  AJR-REPORT-FIELDS.
001520     05  AJR-PAGE-NO             PIC 9(03) VALUE 0.
001530     05  AJR-LINE-COUNT          PIC 9(03) VALUE 0.
001540     05  AJR-LINES-PER-PAGE      PIC 9(03) VALUE 20.
001550 01  RPT-HEADER-LINE.
001560     05  FILLER                  PIC X(34)
001570         VALUE "DAILY ADJUSTMENT REGISTER         ".
001580     05  FILLER                  PIC X(08) VALUE "  DATE: ".
001590     05  RH-RUN-DATE             PIC 9(08).
001600     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
001610     05  RH-PAGE-NO              PIC ZZ9.
001620 01  RPT-COLUMN-LINE.
001630     05  FILLER                  PIC X(33) VALUE
001640         "SEQ    ACCOUNT  TC        AMOUNT ".
001650     05  FILLER                  PIC X(33) VALUE
001660         "RESULT   BY  KEYED    CHK DECIDED".
001670 01  RPT-DETAIL-LINE.
001680     05  RD-SEQ-NO               PIC 9(06).
001690     05  FILLER                  PIC X(01) VALUE SPACE.
001700     05  RD-ACCOUNT              PIC 9(08).
001710     05  FILLER                  PIC X(01) VALUE SPACE.
001720     05  RD-TRANS-CODE           PIC X(02).
001730     05  FILLER                  PIC X(01) VALUE SPACE.
001740     05  RD-AMOUNT               PIC Z,ZZZ,ZZ9.99-.
001750     05  FILLER                  PIC X(01) VALUE SPACE.
001760     05  RD-RESULT               PIC X(08).
001770     05  FILLER                  PIC X(01) VALUE SPACE.
001780     05  RD-MAKER                PIC X(03).
001790     05  FILLER                  PIC X(01) VALUE SPACE.
001800     05  RD-MAKE-DATE            PIC 9(08).
001810     05  FILLER                  PIC X(01) VALUE SPACE.
001820     05  RD-CHECKER              PIC X(03).
001830     05  FILLER                  PIC X(01) VALUE SPACE.
001840     05  RD-DECIDE-DATE          PIC Z(08).
001850 01  RPT-REASON-LINE.
001860     05  FILLER                  PIC X(07) VALUE SPACES.
001870     05  FILLER                  PIC X(08) VALUE "REASON: ".
001880     05  RR-REASON               PIC X(30).
001890 01  RPT-TOTAL-LINE.
001900     05  RT-LABEL                PIC X(30).
001910     05  RT-COUNT                PIC Z,ZZZ,ZZ9.
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  RT-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
001940 01  RPT-AMOUNT-LINE.
001950     05  RA-LABEL                PIC X(30).
001960     05  FILLER                  PIC X(11) VALUE SPACES.
001970     05  RA-AMOUNT               PIC ZZZ,ZZZ,ZZ9.99-.
001980 01  RPT-NONE-LINE.
001990     05  FILLER                  PIC X(40)
002000         VALUE "NO ADJUSTMENTS ON FILE".
002010 01  RPT-SIGN-OFF-LINE-1.
002020     05  FILLER                  PIC X(40)
002030         VALUE "PREPARED BY: ________________________   ".
002040     05  FILLER                  PIC X(16)
002050         VALUE "DATE: __________".
002060 01  RPT-SIGN-OFF-LINE-2.
002070     05  FILLER                  PIC X(40)
002080         VALUE "AUDIT SIGN-OFF: _____________________   ".
002090     05  FILLER                  PIC X(16)
002100         VALUE "DATE: __________".
002110 PROCEDURE DIVISION.
002120 0000-MAINLINE.
002130     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002140     PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
002150         UNTIL AJR-END-OF-FILE.
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002170     STOP RUN.
002180 1000-INITIALIZE.
002190     PERFORM 1010-SET-RUN-DATE THRU 1010-EXIT.
002200     OPEN OUTPUT REGISTER-REPORT.
002210     IF NOT AJR-REPORT-OK
002220         DISPLAY "ADJUSTMENT REGISTER COULD NOT BE OPENED - "
002230             "ABORTED"
002240         MOVE 16 TO RETURN-CODE
002250         SET AJR-END-OF-FILE TO TRUE
002260         SET AJR-RUN-ABORTED TO TRUE
002270         GO TO 1000-EXIT
002280     END-IF.
002290     SET AJR-REPORT-OPENED TO TRUE.
002300     PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT.
002310     OPEN EXTEND MAINT-LOG.
002320     IF NOT AJR-MAINT-OK
002330         OPEN OUTPUT MAINT-LOG
002340         CLOSE MAINT-LOG
002350         OPEN EXTEND MAINT-LOG
002360     END-IF.
002370     IF NOT AJR-MAINT-OK
002380         DISPLAY "MAINTENANCE LOG COULD NOT BE OPENED - ABORTED"
002390         MOVE 16 TO RETURN-CODE
002400         SET AJR-END-OF-FILE TO TRUE
002410         SET AJR-RUN-ABORTED TO TRUE
002420         GO TO 1000-EXIT
002430     END-IF.
002440     SET AJR-MAINT-OPENED TO TRUE.
002450******************************************************************
002460* NO ADJUSTMENT FILE MEANS NOTHING WAS KEYED - NOT AN ERROR.  THE
002470* REGISTER STILL PRINTS, SO AUDIT SIGNS OFF A PAGE EVERY NIGHT.
002480******************************************************************
002490     OPEN INPUT ADJUSTMENT-FILE.
002500     IF NOT AJR-ADJUST-OK
002510         DISPLAY "NO ADJUSTMENT FILE - NOTHING TO REGISTER"
002520         SET AJR-END-OF-FILE TO TRUE
002530         GO TO 1000-EXIT
002540     END-IF.
002550     SET AJR-ADJUST-OPENED TO TRUE.
002560     OPEN OUTPUT ADJUSTMENT-WORK.
002570     IF NOT AJR-WORK-OK
002580         DISPLAY "ADJUSTMENT WORK FILE COULD NOT BE OPENED - "
002590             "ABORTED"
002600         MOVE 16 TO RETURN-CODE
002610         SET AJR-END-OF-FILE TO TRUE
002620         SET AJR-RUN-ABORTED TO TRUE
002630         GO TO 1000-EXIT
002640     END-IF.
002650     SET AJR-WORK-OPENED TO TRUE.
002660     OPEN EXTEND ADJUSTMENT-HISTORY.
002670     IF NOT AJR-HISTORY-OK
002680         OPEN OUTPUT ADJUSTMENT-HISTORY
002690         CLOSE ADJUSTMENT-HISTORY
002700         OPEN EXTEND ADJUSTMENT-HISTORY
002710     END-IF.
002720     IF NOT AJR-HISTORY-OK
002730         DISPLAY "ADJUSTMENT HISTORY COULD NOT BE OPENED - "
002740             "ABORTED"
002750         MOVE 16 TO RETURN-CODE
002760         SET AJR-END-OF-FILE TO TRUE
002770         SET AJR-RUN-ABORTED TO TRUE
002780         GO TO 1000-EXIT
002790     END-IF.
002800     SET AJR-HISTORY-OPENED TO TRUE.
002810     PERFORM 2900-READ-ADJUSTMENT THRU 2900-EXIT.
002820 1000-EXIT.
002830     EXIT.
002840 1010-SET-RUN-DATE.
002850     OPEN INPUT PROC-DATE-FILE.
002860     IF AJR-PROC-DATE-OK
002870         READ PROC-DATE-FILE
002880             AT END
002890                 ACCEPT AJR-RUN-DATE FROM DATE YYYYMMDD
002900             NOT AT END
002910                 MOVE BD-BUSINESS-DATE TO AJR-RUN-DATE
002920         END-READ
002930         CLOSE PROC-DATE-FILE
002940     ELSE
002950         ACCEPT AJR-RUN-DATE FROM DATE YYYYMMDD
002960     END-IF.
002970 1010-EXIT.
002980     EXIT.
002990 2000-PROCESS-ITEM.
003000******************************************************************
003010* A RELEASED ITEM WENT TO THE FEED WHEN IT WAS RELEASED, AND THE
003020* CONSOLE IS LOCKED OUT WHILE THE CHAIN RUNS, SO EVERY RELEASED
003030* ITEM ON FILE HERE WAS MERGED BY TONIGHT'S BRMERGE.  IT IS
003040* STAMPED POSTED AND FILED TO HISTORY WITH THE REJECTED ITEMS;
003050* ANYTHING ELSE IS CARRIED FORWARD UNCHANGED.
003060******************************************************************
003070     ADD 1 TO AJR-ITEMS-READ.
003080     EVALUATE TRUE
003090         WHEN AJ-RELEASED
003100             MOVE 'POSTED  ' TO AJR-RESULT
003110             MOVE AJR-RUN-DATE TO AJ-POST-DATE
003120             ADD 1 TO AJR-POSTED-COUNT
003130             ADD AJ-AMOUNT TO AJR-POSTED-NET
003140             IF AJ-AMOUNT < 0
003150                 ADD AJ-AMOUNT TO AJR-POSTED-DEBITS
003160             ELSE
003170                 ADD AJ-AMOUNT TO AJR-POSTED-CREDITS
003180             END-IF
003190             MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-HISTORY-RECORD
003200             WRITE ADJUSTMENT-HISTORY-RECORD
003210             PERFORM 2100-LOG-POSTED THRU 2100-EXIT
003220         WHEN AJ-REJECTED
003230             MOVE 'REJECTED' TO AJR-RESULT
003240             ADD 1 TO AJR-REJECTED-COUNT
003250             ADD AJ-AMOUNT TO AJR-REJECTED-AMOUNT
003260             MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-HISTORY-RECORD
003270             WRITE ADJUSTMENT-HISTORY-RECORD
003280         WHEN AJ-PENDING
003290             MOVE 'WAITING ' TO AJR-RESULT
003300             ADD 1 TO AJR-WAITING-COUNT
003310             ADD AJ-AMOUNT TO AJR-WAITING-AMOUNT
003320             MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-WORK-RECORD
003330             WRITE ADJUSTMENT-WORK-RECORD
003340         WHEN OTHER
003350             MOVE 'UNKNOWN ' TO AJR-RESULT
003360             ADD 1 TO AJR-UNKNOWN-COUNT
003370             MOVE ADJUSTMENT-RECORD TO ADJUSTMENT-WORK-RECORD
003380             WRITE ADJUSTMENT-WORK-RECORD
003390     END-EVALUATE.
003400     PERFORM 3100-WRITE-DETAIL THRU 3100-EXIT.
003410     PERFORM 2900-READ-ADJUSTMENT THRU 2900-EXIT.
003420 2000-EXIT.
003430     EXIT.
003440 2100-LOG-POSTED.
003450     MOVE AJ-SEQ-NO     TO AJR-LD-SEQ-NO.
003460     MOVE AJ-ACCOUNT-NO TO AJR-LD-ACCOUNT.
003470     MOVE AJ-AMOUNT     TO AJR-LD-AMOUNT.
003480     MOVE 'ADJUSTMENT POSTED   ' TO ML-ACTION.
003490     MOVE AJR-LOG-DETAIL TO ML-DETAIL.
003500     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
003510 2100-EXIT.
003520     EXIT.
003530 2900-READ-ADJUSTMENT.
003540     READ ADJUSTMENT-FILE
003550         AT END
003560             SET AJR-END-OF-FILE TO TRUE
003570     END-READ.
003580 2900-EXIT.
003590     EXIT.
003600 3000-WRITE-REPORT-HEADER.
003610     ADD 1 TO AJR-PAGE-NO.
003620     MOVE 0 TO AJR-LINE-COUNT.
003630     MOVE AJR-RUN-DATE TO RH-RUN-DATE.
003640     MOVE AJR-PAGE-NO  TO RH-PAGE-NO.
003650     MOVE RPT-HEADER-LINE TO REPORT-LINE.
003660     WRITE REPORT-LINE.
003670     MOVE RPT-COLUMN-LINE TO REPORT-LINE.
003680     WRITE REPORT-LINE.
003690 3000-EXIT.
003700     EXIT.
003710 3100-WRITE-DETAIL.
003720     IF AJR-LINE-COUNT NOT < AJR-LINES-PER-PAGE
003730         PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT
003740     END-IF.
003750     MOVE AJ-SEQ-NO      TO RD-SEQ-NO.
003760     MOVE AJ-ACCOUNT-NO  TO RD-ACCOUNT.
003770     MOVE AJ-TRANS-CODE  TO RD-TRANS-CODE.
003780     IF AJ-AMOUNT NUMERIC
003790         MOVE AJ-AMOUNT  TO RD-AMOUNT
003800     ELSE
003810         MOVE 0          TO RD-AMOUNT
003820     END-IF.
003830     MOVE AJR-RESULT     TO RD-RESULT.
003840     MOVE AJ-MAKER       TO RD-MAKER.
003850     MOVE AJ-MAKE-DATE   TO RD-MAKE-DATE.
003860     MOVE AJ-CHECKER     TO RD-CHECKER.
003870     MOVE AJ-DECIDE-DATE TO RD-DECIDE-DATE.
003880     MOVE RPT-DETAIL-LINE TO REPORT-LINE.
003890     WRITE REPORT-LINE.
003900     MOVE AJ-REASON      TO RR-REASON.
003910     MOVE RPT-REASON-LINE TO REPORT-LINE.
003920     WRITE REPORT-LINE.
003930     ADD 2 TO AJR-LINE-COUNT.
003940 3100-EXIT.
003950     EXIT.
003960 8000-WRITE-MAINT-LOG.
003970     ACCEPT AJR-NOW FROM TIME.
003980     MOVE AJR-RUN-DATE       TO ML-DATE.
003990     MOVE AJR-NOW            TO ML-TIME.
004000     MOVE AJR-BATCH-OPERATOR TO ML-OPERATOR.
004010     WRITE MAINT-LOG-RECORD.
004020 8000-EXIT.
004030     EXIT.
004040 9000-TERMINATE.
004050     IF NOT AJR-RUN-ABORTED AND AJR-REPORT-OPENED
004060         PERFORM 9100-WRITE-TOTALS THRU 9100-EXIT
004070     END-IF.
004080     IF AJR-ADJUST-OPENED
004090         CLOSE ADJUSTMENT-FILE
004100     END-IF.
004110     IF AJR-WORK-OPENED
004120         CLOSE ADJUSTMENT-WORK
004130     END-IF.
004140     IF AJR-HISTORY-OPENED
004150         CLOSE ADJUSTMENT-HISTORY
004160     END-IF.
004170     IF AJR-REPORT-OPENED
004180         CLOSE REGISTER-REPORT
004190     END-IF.
004200     IF NOT AJR-RUN-ABORTED AND AJR-ADJUST-OPENED
004210         PERFORM 9200-REWRITE-ADJUSTMENTS THRU 9200-EXIT
004220     END-IF.
004230     IF AJR-MAINT-OPENED
004240         IF NOT AJR-RUN-ABORTED
004250             MOVE 'ADJ REGISTER PRINTED' TO ML-ACTION
004260             MOVE AJR-POSTED-COUNT   TO AJR-LS-POSTED
004270             MOVE AJR-REJECTED-COUNT TO AJR-LS-REJECTED
004280             MOVE AJR-LOG-SUMMARY TO ML-DETAIL
004290             PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
004300         END-IF
004310         CLOSE MAINT-LOG
004320     END-IF.
004330     IF NOT AJR-RUN-ABORTED
004340         DISPLAY "***** ADJUSTMENT REGISTER SUMMARY *****"
004350         DISPLAY "BUSINESS DATE  . . . . . . : " AJR-RUN-DATE
004360         DISPLAY "ITEMS ON FILE  . . . . . . : " AJR-ITEMS-READ
004370         DISPLAY "ITEMS POSTED . . . . . . . : " AJR-POSTED-COUNT
004380         DISPLAY "ITEMS REJECTED . . . . . . : "
004390             AJR-REJECTED-COUNT
004400         DISPLAY "ITEMS STILL WAITING  . . . : " AJR-WAITING-COUNT
004410         DISPLAY "ITEMS WITH UNKNOWN STATUS  : " AJR-UNKNOWN-COUNT
004420         DISPLAY "NET AMOUNT POSTED  . . . . : " AJR-POSTED-NET
004430     END-IF.
004440 9000-EXIT.
004450     EXIT.
004460 9100-WRITE-TOTALS.
004470     MOVE SPACES TO REPORT-LINE.
004480     WRITE REPORT-LINE.
004490     IF AJR-ITEMS-READ = 0
004500         MOVE RPT-NONE-LINE TO REPORT-LINE
004510         WRITE REPORT-LINE
004520     END-IF.
004530     MOVE "ITEMS POSTED:" TO RT-LABEL.
004540     MOVE AJR-POSTED-COUNT TO RT-COUNT.
004550     MOVE AJR-POSTED-NET TO RT-AMOUNT.
004560     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
004570     WRITE REPORT-LINE.
004580     MOVE "  DEBITS POSTED:" TO RA-LABEL.
004590     MOVE AJR-POSTED-DEBITS TO RA-AMOUNT.
004600     MOVE RPT-AMOUNT-LINE TO REPORT-LINE.
004610     WRITE REPORT-LINE.
004620     MOVE "  CREDITS POSTED:" TO RA-LABEL.
004630     MOVE AJR-POSTED-CREDITS TO RA-AMOUNT.
004640     MOVE RPT-AMOUNT-LINE TO REPORT-LINE.
004650     WRITE REPORT-LINE.
004660     MOVE "ITEMS REJECTED:" TO RT-LABEL.
004670     MOVE AJR-REJECTED-COUNT TO RT-COUNT.
004680     MOVE AJR-REJECTED-AMOUNT TO RT-AMOUNT.
004690     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
004700     WRITE REPORT-LINE.
004710     MOVE "ITEMS STILL WAITING:" TO RT-LABEL.
004720     MOVE AJR-WAITING-COUNT TO RT-COUNT.
004730     MOVE AJR-WAITING-AMOUNT TO RT-AMOUNT.
004740     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
004750     WRITE REPORT-LINE.
004760     IF AJR-UNKNOWN-COUNT > 0
004770         MOVE "ITEMS WITH UNKNOWN STATUS:" TO RT-LABEL
004780         MOVE AJR-UNKNOWN-COUNT TO RT-COUNT
004790         MOVE 0 TO RT-AMOUNT
004800         MOVE RPT-TOTAL-LINE TO REPORT-LINE
004810         WRITE REPORT-LINE
004820     END-IF.
004830     MOVE SPACES TO REPORT-LINE.
004840     WRITE REPORT-LINE.
004850     WRITE REPORT-LINE.
004860     MOVE RPT-SIGN-OFF-LINE-1 TO REPORT-LINE.
004870     WRITE REPORT-LINE.
004880     MOVE SPACES TO REPORT-LINE.
004890     WRITE REPORT-LINE.
004900     MOVE RPT-SIGN-OFF-LINE-2 TO REPORT-LINE.
004910     WRITE REPORT-LINE.
004920 9100-EXIT.
004930     EXIT.
004940 9200-REWRITE-ADJUSTMENTS.
004950******************************************************************
004960* THE ADJUSTMENT FILE IS SEQUENTIAL, SO THE WAITING ITEMS WENT TO
004970* THE WORK FILE AND NOW COPY BACK OVER IT.  IF IT CANNOT BE
004980* REWRITTEN TONIGHT'S POSTED AND REJECTED ITEMS ARE ALREADY ON THE
004990* HISTORY FILE, SO THE RUN FAILS: A RERUN WOULD FILE THEM TWICE.
005000******************************************************************
005010     OPEN INPUT ADJUSTMENT-WORK.
005020     IF NOT AJR-WORK-OK
005030         DISPLAY "ADJUSTMENT WORK FILE WILL NOT REOPEN - FILE "
005040             "NOT REWRITTEN, TRIM HISTORY BEFORE RERUN"
005050         MOVE 16 TO RETURN-CODE
005060         GO TO 9200-EXIT
005070     END-IF.
005080     OPEN OUTPUT ADJUSTMENT-FILE.
005090     IF NOT AJR-ADJUST-OK
005100         DISPLAY "ADJUSTMENT FILE WILL NOT OPEN FOR REWRITE - "
005110             "TRIM HISTORY BEFORE RERUN"
005120         MOVE 16 TO RETURN-CODE
005130         CLOSE ADJUSTMENT-WORK
005140         GO TO 9200-EXIT
005150     END-IF.
005160     MOVE 'N' TO AJR-EOF-SWITCH.
005170     PERFORM 9210-READ-WORK THRU 9210-EXIT.
005180     PERFORM 9220-COPY-BACK THRU 9220-EXIT
005190         UNTIL AJR-END-OF-FILE.
005200     CLOSE ADJUSTMENT-FILE.
005210     CLOSE ADJUSTMENT-WORK.
005220 9200-EXIT.
005230     EXIT.
005240 9210-READ-WORK.
005250     READ ADJUSTMENT-WORK
005260         AT END
005270             SET AJR-END-OF-FILE TO TRUE
005280     END-READ.
005290 9210-EXIT.
005300     EXIT.
005310 9220-COPY-BACK.
005320     MOVE ADJUSTMENT-WORK-RECORD TO ADJUSTMENT-RECORD.
005330     WRITE ADJUSTMENT-RECORD.
005340     PERFORM 9210-READ-WORK THRU 9210-EXIT.
005350 9220-EXIT.
005360     EXIT.
