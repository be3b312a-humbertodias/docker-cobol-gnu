000880*                 BUSINESS DATE.  A STALE R CARD LEFT BEHIND
000890*                 AFTER A CLEAN CHAIN USED TO SKIP EVERY STEP AND
000900*                 REPORT THE NIGHT A SUCCESS.  ALL OF A BUSINESS
000901*                 DATE'S CHAINS NOW AGGREGATE INTO THE RESTART
000902*                 VIEW, SO A RECOVERY RERUN STOPPED BY THE
000903*                 DUPLICATE-BATCH DEFENSE CANNOT WEDGE THE NIGHT
000904*                 BY HIDING AN EARLIER CHAIN'S COMPLETED STEPS.
000905* 09/02/26   DPC  ADDED THE GLACK STEP AFTER GLEXT.  THE
000906*                 LEDGER'S ACKNOWLEDGMENT FILE IS MATCHED BACK
000907*                 TO THE BATCHES WE SENT, REJECTED POSTINGS GO
000908*                 TO A REPAIR QUEUE, AND A BATCH UNACKNOWLEDGED
000909*                 PAST THE CONFIGURED NUMBER OF NIGHTS FAILS
000910*                 THE CHAIN.
000911* 09/02/26   DPC  THE CHAIN NOW TAKES A LOCK AT START-UP
000912*                 (BUSINESS DATE, START TIME, STEP IN FLIGHT,
000913*                 UPDATED AS EACH STEP STARTS) AND RELEASES IT
000914*                 AT TERMINATION.  A SECOND CHAIN REFUSES TO
000915*                 START OVER A LIVE LOCK; A CRASH LEAVES THE
000916*                 LOCK ON FILE TO BE BROKEN FROM THE OPERATOR
000917*                 CONSOLE.
000918* 09/02/26   DPC  THE STEP LIST NOW COMES FROM THE STEP CONTROL
000919*                 FILE - FREQUENCY N/M/D (NIGHTLY, MONTH-END,
000920*                 SPECIFIC DATE) AND ON-FAILURE H/W PER STEP.
000921*                 NO FILE KEEPS THE BUILT-IN NIGHTLY CHAIN.
000922* 10/15/26   DPC  REFCHK (REFERENCE DATA INTEGRITY CHECK) ADDED
000923*                 AS THE FIRST BUILT-IN STEP, AHEAD OF BRMERGE.
000924*                 ITS RC 16 ON A REFERENCE FILE ERROR HALTS THE
000925*                 CHAIN BEFORE ANY INPUT IS MERGED.
000926* 10/15/26   DPC  LGCASH (LARGE-CASH AND STRUCTURING REVIEW) ADDED
000927*                 TO THE BUILT-IN NIGHTLY CHAIN AFTER POSTBAL.
000928* 10/15/26   DPC  TRLBAL (NIGHTLY TRIAL BALANCE) ADDED TO THE
000929*                 BUILT-IN CHAIN AFTER GLACK.  A BALANCE MASTER
000930*                 THAT DOES NOT PROVE TO THE JOURNAL OR TO THE GL
000931*                 BATCH ENDS THE STEP RC 16 AND HALTS THE CHAIN.
000932* 10/15/26   DPC  STDORD (STANDING ORDER GENERATION) ADDED TO THE
000933*                 BUILT-IN CHAIN AFTER REFCHK, SO THE ORDERS DUE
000934*                 ON THE BUSINESS DATE ARE ON THEIR FEED BEFORE
000935*                 BRMERGE BUILDS TRANS-IN.
000936* 10/15/26   DPC  ADJREG (DAILY ADJUSTMENT REGISTER) ADDED TO THE
000937*                 BUILT-IN CHAIN AFTER BRMERGE, SO THE MANUAL
000938*                 ADJUSTMENTS JUST MERGED INTO TRANS-IN ARE
000939*                 REGISTERED AND FILED THE SAME NIGHT.
000940* 10/15/26   DPC  AGERPT (OPEN ITEMS AGING REPORT) ADDED AS THE
000941*                 LAST STEP OF THE BUILT-IN CHAIN, AFTER RECON, SO
000942*                 THE EXCEPTION QUEUES ARE AGED AS THE NIGHT
000943*                 LEAVES THEM.
000944* 10/15/26   DPC  BEFORE POSTBAL, ACCRUE OR REVRSL RUNS, THE
000945*                 BALANCE MASTER IS COPIED TO A NEW GENERATION ON
000946*                 THE BALANCE MASTER GENERATION FILE - BUSINESS
000947*                 DATE, TIME, STEP, POSTING JOURNAL POSITION, AND
000948*                 A TRAILER WITH THE RECORD COUNT AND NEW-BALANCE
000949*                 HASH.  A COPY THAT CANNOT BE TAKEN FAILS THE
000950*                 STEP BEFORE IT TOUCHES THE MASTER.  THE OLDEST
000951*                 GENERATIONS ARE DROPPED DOWN TO THE NUMBER ON
000952*                 THE GENERATION PARAMETER CARD (SEVEN WITHOUT
000953*                 ONE).  BALRST PUTS A GENERATION BACK.
000959******************************************************************
000960 ENVIRONMENT DIVISION.
000970 INPUT-OUTPUT SECTION.
001137     SELECT STEP-CONTROL ASSIGN TO STEPCTL
001138         ORGANIZATION IS LINE SEQUENTIAL
001139         FILE STATUS IS MCP-STEPCTL-STATUS.
001140     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
001141         ORGANIZATION IS INDEXED
001142         ACCESS MODE IS SEQUENTIAL
001143         RECORD KEY IS BM-ACCOUNT-NO
001144         FILE STATUS IS MCP-BALMSTR-STATUS.
001145     SELECT BAL-GENERATION ASSIGN TO BALGEN
001146         ORGANIZATION IS LINE SEQUENTIAL
001147         FILE STATUS IS MCP-BALGEN-STATUS.
001148     SELECT GEN-WORK ASSIGN TO BALGENWK
001149         ORGANIZATION IS LINE SEQUENTIAL
001150         FILE STATUS IS MCP-GENWK-STATUS.
001151     SELECT GEN-PARM ASSIGN TO BALGPARM
001152         ORGANIZATION IS LINE SEQUENTIAL
001153         FILE STATUS IS MCP-GENPARM-STATUS.
001154     SELECT POSTING-JOURNAL ASSIGN TO PSTJRNL
001155         ORGANIZATION IS LINE SEQUENTIAL
001156         FILE STATUS IS MCP-JOURNAL-STATUS.
001157 DATA DIVISION.
001158 FILE SECTION.
001160 FD  RUN-LOG.
001170 01  RUN-LOG-RECORD.
001180     05  RL-RUN-DATE             PIC 9(08).
001375     05  SC-RUN-DATE             PIC 9(08).
001376     05  SC-ON-FAILURE           PIC X(01).
001377     05  SC-STEP-TITLE           PIC X(60).
001378*    THE BALANCE MASTER IS READ HERE ONLY TO TAKE A GENERATION
001379*    COPY OF IT BEFORE A STEP THAT UPDATES IT IN PLACE.
001380 FD  BALANCE-MASTER.
001381 01  BALANCE-RECORD.
001382     05  BM-ACCOUNT-NO           PIC 9(08).
001383     05  BM-PRIOR-BALANCE        PIC S9(9)V99
001384         SIGN LEADING SEPARATE.
001385     05  BM-TODAY-ACTIVITY       PIC S9(9)V99
001386         SIGN LEADING SEPARATE.
001387     05  BM-NEW-BALANCE          PIC S9(9)V99
001388         SIGN LEADING SEPARATE.
001389     05  BM-LAST-ACTIVITY        PIC 9(08).
001390*    EVERY GENERATION KEPT IS ON ONE FILE, OLDEST FIRST: A HEADER
001391*    (GENERATION NUMBER, BUSINESS DATE, TIME TAKEN, THE STEP IT
001392*    WAS TAKEN FOR AND THE POSTING JOURNAL'S RECORD COUNT AT THAT
001393*    MOMENT), ONE DETAIL PER BALANCE RECORD, AND A TRAILER WITH
001394*    THE RECORD COUNT AND THE HASH OF THE NEW BALANCES.
001395 FD  BAL-GENERATION.
001396 01  GEN-HEADER-RECORD.
001397     05  GH-REC-TYPE             PIC X(01).
001398         88  GH-HEADER                   VALUE 'H'.
001399     05  GH-GEN-NO               PIC 9(05).
001400     05  GH-BUSINESS-DATE        PIC 9(08).
001401     05  GH-TAKEN-TIME           PIC 9(08).
001402     05  GH-STEP-NAME            PIC X(08).
001403     05  GH-JOURNAL-COUNT        PIC 9(09).
001404     05  FILLER                  PIC X(19).
001405 01  GEN-DETAIL-RECORD.
001406     05  GD-REC-TYPE             PIC X(01).
001407     05  GD-GEN-NO               PIC 9(05).
001408     05  GD-BALANCE-DATA         PIC X(52).
001409 01  GEN-TRAILER-RECORD.
001410     05  GT-REC-TYPE             PIC X(01).
001411     05  GT-GEN-NO               PIC 9(05).
001412     05  GT-RECORD-COUNT         PIC 9(09).
001413     05  GT-HASH-TOTAL           PIC S9(11)V99
001414         SIGN LEADING SEPARATE.
001415     05  FILLER                  PIC X(29).
001416 FD  GEN-WORK.
001417 01  GEN-WORK-RECORD             PIC X(58).
001418 FD  GEN-PARM.
001419 01  GEN-PARM-RECORD.
001420     05  GP-KEEP-COUNT           PIC 9(02).
001421 FD  POSTING-JOURNAL.
001422 01  POSTING-JOURNAL-RECORD      PIC X(58).
001423 WORKING-STORAGE SECTION.
001424 01  MCP-FILE-STATUSES.
001425     05  MCP-RUN-LOG-STATUS      PIC X(02) VALUE SPACES.
001426         88  MCP-RUN-LOG-OK              VALUE '00'.
001427     05  MCP-RESTART-CARD-STATUS PIC X(02) VALUE SPACES.
001428         88  MCP-RESTART-CARD-OK         VALUE '00'.
001430     05  MCP-DATE-CARD-STATUS    PIC X(02) VALUE SPACES.
001440         88  MCP-DATE-CARD-OK            VALUE '00'.
001450     05  MCP-CALENDAR-STATUS     PIC X(02) VALUE SPACES.
001484         88  MCP-LOCK-OK                 VALUE '00'.
001486     05  MCP-STEPCTL-STATUS      PIC X(02) VALUE SPACES.
001488         88  MCP-STEPCTL-OK              VALUE '00'.
001489     05  MCP-BALMSTR-STATUS      PIC X(02) VALUE SPACES.
001490         88  MCP-BALMSTR-OK              VALUE '00'.
001491         88  MCP-BALMSTR-NO-FILE         VALUE '35'.
001492     05  MCP-BALGEN-STATUS       PIC X(02) VALUE SPACES.
001493         88  MCP-BALGEN-OK               VALUE '00'.
001494     05  MCP-GENWK-STATUS        PIC X(02) VALUE SPACES.
001495         88  MCP-GENWK-OK                VALUE '00'.
001496     05  MCP-GENPARM-STATUS      PIC X(02) VALUE SPACES.
001497         88  MCP-GENPARM-OK              VALUE '00'.
001498     05  MCP-JOURNAL-STATUS      PIC X(02) VALUE SPACES.
001499         88  MCP-JOURNAL-OK              VALUE '00'.
001500 01  MCP-SWITCHES.
001501     05  MCP-CHAIN-SWITCH        PIC X(01) VALUE 'Y'.
001510         88  MCP-CHAIN-OK                VALUE 'Y'.
001520         88  MCP-CHAIN-FAILED            VALUE 'N'.
001530     05  MCP-RESTART-SWITCH      PIC X(01) VALUE 'N'.
001970                                 PIC 9(08).
001980 01  MCP-STEP-FIELDS.
001990     05  MCP-STEP-NAME           PIC X(08).
001991         88  MCP-STEP-UPDATES-BALANCES   VALUE 'POSTBAL '
001992                                               'ACCRUE  '
001996                                               'REVRSL  '.
002000     05  MCP-STEP-TITLE          PIC X(60).
002010     05  MCP-COMMAND             PIC X(64).
002020     05  MCP-START-TIME          PIC 9(08).
002184         88  MCP-STEP-SCHEDULED          VALUE 'Y'.
002185     05  MCP-DFT-NAME            PIC X(08) VALUE SPACES.
002186     05  MCP-DFT-TITLE           PIC X(60) VALUE SPACES.
002187 01  MCP-GENERATION-FIELDS.
002188     05  MCP-GEN-KEEP            PIC 9(02) VALUE 7.
002189     05  MCP-GEN-NO              PIC 9(05) VALUE 0.
002190     05  MCP-GEN-LAST-NO         PIC 9(05) VALUE 0.
002191     05  MCP-GEN-COUNT           PIC 9(05) VALUE 0.
002192     05  MCP-GEN-DROP            PIC 9(05) VALUE 0.
002193     05  MCP-GEN-ORDINAL         PIC 9(05) VALUE 0.
002194     05  MCP-GEN-RECORDS         PIC 9(09) VALUE 0.
002195     05  MCP-GEN-HASH            PIC S9(11)V99 VALUE 0.
002196     05  MCP-GEN-JOURNAL-COUNT   PIC 9(09) VALUE 0.
002197     05  MCP-GEN-TIME            PIC 9(08) VALUE 0.
002198     05  MCP-GEN-EOF-SW          PIC X(01) VALUE 'N'.
002199         88  MCP-GEN-EOF                 VALUE 'Y'.
002200     05  MCP-GEN-FAIL-SW         PIC X(01) VALUE 'N'.
002201         88  MCP-GEN-FAILED              VALUE 'Y'.
002202 PROCEDURE DIVISION.
002203 0000-MAINLINE.
002210     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002220*    THE STEP LIST COMES FROM THE STEP CONTROL FILE (OR THE
002230*    BUILT-IN NIGHTLY CHAIN), SO ADDING A STEP IS AN OPERATIONS
002488     END-IF.
002490     PERFORM 1040-CHECK-MONTH-END THRU 1040-EXIT.
002500     PERFORM 1030-READ-RESTART-CARD THRU 1030-EXIT.
002505     PERFORM 1032-READ-GEN-PARM THRU 1032-EXIT.
002510     IF MCP-RESTART-MODE
002520         PERFORM 1050-LOAD-PRIOR-CHAIN THRU 1050-EXIT
002530     END-IF.
003920         CLOSE RESTART-CARD
003930     END-IF.
003940 1030-EXIT.
003941     EXIT.
003942 1032-READ-GEN-PARM.
003943*    THE NUMBER OF BALANCE MASTER GENERATIONS TO KEEP.  NO CARD,
003944*    OR A ZERO OR NON-NUMERIC ONE, KEEPS THE STANDING SEVEN.
003945     OPEN INPUT GEN-PARM.
003946     IF MCP-GENPARM-OK
003947         READ GEN-PARM
003948             NOT AT END
003949                 IF GP-KEEP-COUNT NUMERIC AND GP-KEEP-COUNT > 0
003950                     MOVE GP-KEEP-COUNT TO MCP-GEN-KEEP
003951                 END-IF
003952         END-READ
003953         CLOSE GEN-PARM
003954     END-IF.
003955 1032-EXIT.
003956     EXIT.
003960 1040-CHECK-MONTH-END.
003970******************************************************************
003980* THE BUSINESS DATE IS MONTH-END WHEN THE NEXT BUSINESS DAY
006360* HALTS.  MONTHLY WORK (AUDARCH, ACCRUE, STMTGEN) IS SCHEDULED
006370* THROUGH THE FILE ONLY.
006380******************************************************************
006382     MOVE 'REFCHK  ' TO MCP-DFT-NAME.
006384     MOVE 'REFERENCE DATA INTEGRITY CHECK' TO MCP-DFT-TITLE.
006386     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006387     MOVE 'STDORD  ' TO MCP-DFT-NAME.
006388     MOVE 'STANDING ORDER GENERATION' TO MCP-DFT-TITLE.
006389     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006390     MOVE 'BRMERGE ' TO MCP-DFT-NAME.
006400     MOVE 'BRANCH INPUT MERGE' TO MCP-DFT-TITLE.
006402     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006405     MOVE 'ADJREG  ' TO MCP-DFT-NAME.
006407     MOVE 'DAILY ADJUSTMENT REGISTER' TO MCP-DFT-TITLE.
006410     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006420     MOVE 'SUM     ' TO MCP-DFT-NAME.
006430     MOVE 'DAILY SUMMATION REPORT' TO MCP-DFT-TITLE.
006480     MOVE 'POSTBAL ' TO MCP-DFT-NAME.
006490     MOVE 'BALANCE MASTER POSTING REPORT' TO MCP-DFT-TITLE.
006500     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006502     MOVE 'LGCASH  ' TO MCP-DFT-NAME.
006504     MOVE 'LARGE CASH AND STRUCTURING REVIEW' TO MCP-DFT-TITLE.
006506     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006510     MOVE 'GLEXT   ' TO MCP-DFT-NAME.
006520     MOVE 'GENERAL LEDGER INTERFACE EXTRACT' TO MCP-DFT-TITLE.
006530     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006540     MOVE 'GLACK   ' TO MCP-DFT-NAME.
006550     MOVE 'GL ACKNOWLEDGMENT MATCH' TO MCP-DFT-TITLE.
006560     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006562     MOVE 'TRLBAL  ' TO MCP-DFT-NAME.
006564     MOVE 'NIGHTLY TRIAL BALANCE' TO MCP-DFT-TITLE.
006566     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006570     MOVE 'VARRPT  ' TO MCP-DFT-NAME.
006580     MOVE 'DAY-OVER-DAY VARIANCE REPORT' TO MCP-DFT-TITLE.
006590     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006600     MOVE 'RECON   ' TO MCP-DFT-NAME.
006610     MOVE 'END-OF-NIGHT RECONCILIATION' TO MCP-DFT-TITLE.
006612     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006615     MOVE 'AGERPT  ' TO MCP-DFT-NAME.
006617     MOVE 'OPEN ITEMS AGING REPORT' TO MCP-DFT-TITLE.
006620     PERFORM 1560-ADD-DEFAULT-STEP THRU 1560-EXIT.
006630 1550-EXIT.
006640     EXIT.
007310     IF MCP-CHAIN-FAILED
007320         GO TO 2000-EXIT
007330     END-IF.
007331*    A STEP THAT UPDATES THE BALANCE MASTER IN PLACE DOES NOT RUN
007332*    UNTIL A GENERATION COPY OF THE MASTER IS SAFELY ON FILE.
007333     IF MCP-STEP-UPDATES-BALANCES
007334         PERFORM 2200-TAKE-GENERATION THRU 2200-EXIT
007335         IF MCP-GEN-FAILED
007336             DISPLAY MCP-STEP-NAME " NOT RUN - NO GENERATION "
007337                 "COPY OF THE BALANCE MASTER"
007338             ACCEPT MCP-START-TIME FROM TIME
007339             MOVE MCP-START-TIME TO MCP-END-TIME
007340             MOVE 'FAIL' TO MCP-STEP-STATUS
007341             SET MCP-CHAIN-FAILED TO TRUE
007342             PERFORM 2100-WRITE-LOG-ENTRY THRU 2100-EXIT
007343             GO TO 2000-EXIT
007344         END-IF
007345     END-IF.
007346     CALL "BANNER" USING MCP-STEP-TITLE, MCP-BANNER-HEIGHT,
007350         MCP-BANNER-WIDTH.
007360     ACCEPT MCP-START-TIME FROM TIME.
007370     CALL "SYSTEM" USING MCP-COMMAND.
007740     MOVE MCP-STEP-STATUS TO RL-STATUS.
007750     WRITE RUN-LOG-RECORD.
007760 2100-EXIT.
007761     EXIT.
007762 2200-TAKE-GENERATION.
007763******************************************************************
007764* COPY THE BALANCE MASTER TO A NEW GENERATION BEFORE A STEP THAT
007765* UPDATES IT IN PLACE.  THE TRAILER CARRIES THE RECORD COUNT AND
007766* THE HASH OF THE NEW BALANCES SO BALRST CAN PROVE THE COPY
007767* BEFORE PUTTING IT BACK, AND THE HEADER CARRIES THE POSTING
007768* JOURNAL'S RECORD COUNT SO BALRST KNOWS WHERE TO START REPLAYING
007769* THE JOURNAL FORWARD.  NO MASTER ON FILE YET (FIRST NIGHT) IS
007770* NOTHING TO COPY.  ONCE THE NEW GENERATION IS WRITTEN THE
007771* OLDEST ARE DROPPED DOWN TO THE NUMBER TO KEEP.
007772******************************************************************
007773     MOVE 'N' TO MCP-GEN-FAIL-SW.
007774     OPEN INPUT BALANCE-MASTER.
007775     IF MCP-BALMSTR-NO-FILE
007776         DISPLAY "NO BALANCE MASTER ON FILE - NO GENERATION "
007777             "TAKEN BEFORE " MCP-STEP-NAME
007778         GO TO 2200-EXIT
007779     END-IF.
007780     IF NOT MCP-BALMSTR-OK
007781         DISPLAY "BALANCE MASTER WILL NOT OPEN FOR THE "
007782             "GENERATION COPY - STATUS " MCP-BALMSTR-STATUS
007783         SET MCP-GEN-FAILED TO TRUE
007784         GO TO 2200-EXIT
007785     END-IF.
007786     PERFORM 2220-SCAN-GENERATIONS THRU 2220-EXIT.
007787     PERFORM 2230-COUNT-JOURNAL THRU 2230-EXIT.
007788     OPEN EXTEND BAL-GENERATION.
007789     IF NOT MCP-BALGEN-OK
007790         OPEN OUTPUT BAL-GENERATION
007791         CLOSE BAL-GENERATION
007792         OPEN EXTEND BAL-GENERATION
007793     END-IF.
007794     IF NOT MCP-BALGEN-OK
007795         DISPLAY "BALANCE MASTER GENERATION FILE WILL NOT OPEN"
007796         CLOSE BALANCE-MASTER
007797         SET MCP-GEN-FAILED TO TRUE
007798         GO TO 2200-EXIT
007799     END-IF.
007800     ADD 1 TO MCP-GEN-LAST-NO GIVING MCP-GEN-NO.
007801     MOVE 0 TO MCP-GEN-RECORDS.
007802     MOVE 0 TO MCP-GEN-HASH.
007803     ACCEPT MCP-GEN-TIME FROM TIME.
007804     MOVE SPACES                TO GEN-HEADER-RECORD.
007805     MOVE 'H'                   TO GH-REC-TYPE.
007806     MOVE MCP-GEN-NO            TO GH-GEN-NO.
007807     MOVE MCP-RUN-DATE          TO GH-BUSINESS-DATE.
007808     MOVE MCP-GEN-TIME          TO GH-TAKEN-TIME.
007809     MOVE MCP-STEP-NAME         TO GH-STEP-NAME.
007810     MOVE MCP-GEN-JOURNAL-COUNT TO GH-JOURNAL-COUNT.
007811     WRITE GEN-HEADER-RECORD.
007812     MOVE 'N' TO MCP-GEN-EOF-SW.
007813     PERFORM 2210-COPY-BALANCE THRU 2210-EXIT
007814         UNTIL MCP-GEN-EOF.
007815     MOVE SPACES          TO GEN-TRAILER-RECORD.
007816     MOVE 'T'             TO GT-REC-TYPE.
007817     MOVE MCP-GEN-NO      TO GT-GEN-NO.
007818     MOVE MCP-GEN-RECORDS TO GT-RECORD-COUNT.
007819     MOVE MCP-GEN-HASH    TO GT-HASH-TOTAL.
007820     WRITE GEN-TRAILER-RECORD.
007821     IF NOT MCP-BALGEN-OK
007822         SET MCP-GEN-FAILED TO TRUE
007823     END-IF.
007824     CLOSE BAL-GENERATION.
007825     CLOSE BALANCE-MASTER.
007826     IF MCP-GEN-FAILED
007827         DISPLAY "BALANCE MASTER GENERATION " MCP-GEN-NO
007828             " COULD NOT BE WRITTEN"
007829         GO TO 2200-EXIT
007830     END-IF.
007831     DISPLAY "BALANCE MASTER GENERATION " MCP-GEN-NO
007832         " TAKEN BEFORE " MCP-STEP-NAME.
007833     DISPLAY "RECORDS " MCP-GEN-RECORDS "  HASH " MCP-GEN-HASH.
007834     ADD 1 TO MCP-GEN-COUNT.
007835     IF MCP-GEN-COUNT > MCP-GEN-KEEP
007836         PERFORM 2250-PRUNE-GENERATIONS THRU 2250-EXIT
007837     END-IF.
007838 2200-EXIT.
007839     EXIT.
007840 2210-COPY-BALANCE.
007841     READ BALANCE-MASTER
007842         AT END
007843             SET MCP-GEN-EOF TO TRUE
007844             GO TO 2210-EXIT
007845     END-READ.
007846     IF NOT MCP-BALMSTR-OK
007847         DISPLAY "BALANCE MASTER READ FAILED DURING THE "
007848             "GENERATION COPY - STATUS " MCP-BALMSTR-STATUS
007849         SET MCP-GEN-FAILED TO TRUE
007850         SET MCP-GEN-EOF TO TRUE
007851         GO TO 2210-EXIT
007852     END-IF.
007853     MOVE 'D'            TO GD-REC-TYPE.
007854     MOVE MCP-GEN-NO     TO GD-GEN-NO.
007855     MOVE BALANCE-RECORD TO GD-BALANCE-DATA.
007856     WRITE GEN-DETAIL-RECORD.
007857     IF NOT MCP-BALGEN-OK
007858         SET MCP-GEN-FAILED TO TRUE
007859         SET MCP-GEN-EOF TO TRUE
007860         GO TO 2210-EXIT
007861     END-IF.
007862     ADD 1 TO MCP-GEN-RECORDS.
007863     ADD BM-NEW-BALANCE TO MCP-GEN-HASH.
007864 2210-EXIT.
007865     EXIT.
007866 2220-SCAN-GENERATIONS.
007867*    COUNTS THE GENERATIONS ON FILE AND FINDS THE LAST NUMBER
007868*    USED.  NO GENERATION FILE YET STARTS AT GENERATION 1.
007869     MOVE 0 TO MCP-GEN-COUNT.
007870     MOVE 0 TO MCP-GEN-LAST-NO.
007871     OPEN INPUT BAL-GENERATION.
007872     IF NOT MCP-BALGEN-OK
007873         GO TO 2220-EXIT
007874     END-IF.
007875     MOVE 'N' TO MCP-GEN-EOF-SW.
007876     PERFORM 2225-READ-GENERATION THRU 2225-EXIT
007877         UNTIL MCP-GEN-EOF.
007878     CLOSE BAL-GENERATION.
007879 2220-EXIT.
007880     EXIT.
007881 2225-READ-GENERATION.
007882     READ BAL-GENERATION
007883         AT END
007884             SET MCP-GEN-EOF TO TRUE
007885             GO TO 2225-EXIT
007886     END-READ.
007887     IF GH-HEADER
007888         ADD 1 TO MCP-GEN-COUNT
007889         MOVE GH-GEN-NO TO MCP-GEN-LAST-NO
007890     END-IF.
007891 2225-EXIT.
007892     EXIT.
007893 2230-COUNT-JOURNAL.
007894*    THE JOURNAL'S RECORD COUNT WHEN THE COPY IS TAKEN IS WHERE A
007895*    REPLAY FROM THIS GENERATION PICKS UP.  NO JOURNAL YET IS 0.
007896     MOVE 0 TO MCP-GEN-JOURNAL-COUNT.
007897     OPEN INPUT POSTING-JOURNAL.
007898     IF NOT MCP-JOURNAL-OK
007899         GO TO 2230-EXIT
007900     END-IF.
007901     MOVE 'N' TO MCP-GEN-EOF-SW.
007902     PERFORM 2235-READ-JOURNAL THRU 2235-EXIT
007903         UNTIL MCP-GEN-EOF.
007904     CLOSE POSTING-JOURNAL.
007905 2230-EXIT.
007906     EXIT.
007907 2235-READ-JOURNAL.
007908     READ POSTING-JOURNAL
007909         AT END
007910             SET MCP-GEN-EOF TO TRUE
007911             GO TO 2235-EXIT
007912     END-READ.
007913     ADD 1 TO MCP-GEN-JOURNAL-COUNT.
007914 2235-EXIT.
007915     EXIT.
007916 2250-PRUNE-GENERATIONS.
007917******************************************************************
007918* DROP THE OLDEST GENERATIONS DOWN TO THE NUMBER TO KEEP.  THE
007919* SURVIVORS ARE COPIED TO THE WORK FILE AND BACK.  THE NEW
007920* GENERATION IS ALREADY SAFE, SO A PRUNE THAT CANNOT COMPLETE
007921* ONLY WARNS - THE FILE IS LEFT AS IT WAS AND THE NEXT COPY
007922* TRIES AGAIN.
007923******************************************************************
007924     SUBTRACT MCP-GEN-KEEP FROM MCP-GEN-COUNT GIVING MCP-GEN-DROP.
007925     OPEN INPUT BAL-GENERATION.
007926     OPEN OUTPUT GEN-WORK.
007927     IF NOT MCP-BALGEN-OK OR NOT MCP-GENWK-OK
007928         DISPLAY "OLD BALANCE MASTER GENERATIONS NOT DROPPED - "
007929             "FILES WILL NOT OPEN"
007930         SET MCP-CHAIN-WARNED TO TRUE
007931         CLOSE BAL-GENERATION
007932         CLOSE GEN-WORK
007933         GO TO 2250-EXIT
007934     END-IF.
007935     MOVE 0 TO MCP-GEN-ORDINAL.
007936     MOVE 'N' TO MCP-GEN-EOF-SW.
007937     PERFORM 2260-COPY-TO-WORK THRU 2260-EXIT
007938         UNTIL MCP-GEN-EOF.
007939     CLOSE BAL-GENERATION.
007940     CLOSE GEN-WORK.
007941     OPEN INPUT GEN-WORK.
007942     IF NOT MCP-GENWK-OK
007943         DISPLAY "OLD BALANCE MASTER GENERATIONS NOT DROPPED - "
007944             "WORK FILE WILL NOT REOPEN"
007945         SET MCP-CHAIN-WARNED TO TRUE
007946         GO TO 2250-EXIT
007947     END-IF.
007948     OPEN OUTPUT BAL-GENERATION.
007949     IF NOT MCP-BALGEN-OK
007950         DISPLAY "OLD BALANCE MASTER GENERATIONS NOT DROPPED - "
007951             "GENERATION FILE WILL NOT REWRITE"
007952         SET MCP-CHAIN-WARNED TO TRUE
007953         CLOSE GEN-WORK
007954         GO TO 2250-EXIT
007955     END-IF.
007956     MOVE 'N' TO MCP-GEN-EOF-SW.
007957     PERFORM 2270-COPY-BACK THRU 2270-EXIT
007958         UNTIL MCP-GEN-EOF.
007959     CLOSE GEN-WORK.
007960     CLOSE BAL-GENERATION.
007961     DISPLAY MCP-GEN-DROP " OLD BALANCE MASTER GENERATION(S) "
007962         "DROPPED - " MCP-GEN-KEEP " KEPT".
007963 2250-EXIT.
007964     EXIT.
007965 2260-COPY-TO-WORK.
007966     READ BAL-GENERATION
007967         AT END
007968             SET MCP-GEN-EOF TO TRUE
007969             GO TO 2260-EXIT
007970     END-READ.
007971     IF GH-HEADER
007972         ADD 1 TO MCP-GEN-ORDINAL
007973     END-IF.
007974     IF MCP-GEN-ORDINAL > MCP-GEN-DROP
007975         MOVE GEN-HEADER-RECORD TO GEN-WORK-RECORD
007976         WRITE GEN-WORK-RECORD
007977     END-IF.
007978 2260-EXIT.
007979     EXIT.
007980 2270-COPY-BACK.
007981     READ GEN-WORK
007982         AT END
007983             SET MCP-GEN-EOF TO TRUE
007984             GO TO 2270-EXIT
007985     END-READ.
007986     MOVE GEN-WORK-RECORD TO GEN-HEADER-RECORD.
007987     WRITE GEN-HEADER-RECORD.
007988 2270-EXIT.
007989     EXIT.
007990 8100-DAY-OF-WEEK.
007991******************************************************************
007992* ZELLER'S CONGRUENCE OVER MCP-WORK-DATE.  MCP-DOW COMES BACK
007993* 0 FOR SATURDAY AND 1 FOR SUNDAY.
007994******************************************************************
007995     MOVE MCP-WORK-YEAR  TO MCP-ZELLER-Y.
007996     MOVE MCP-WORK-MONTH TO MCP-ZELLER-M.
007997     MOVE MCP-WORK-DAY   TO MCP-ZELLER-Q.
007998     IF MCP-ZELLER-M < 3
007999         ADD 12 TO MCP-ZELLER-M
008000         SUBTRACT 1 FROM MCP-ZELLER-Y
008001     END-IF.
008002     DIVIDE MCP-ZELLER-Y BY 100
008003         GIVING MCP-ZELLER-J REMAINDER MCP-ZELLER-K.
008004     COMPUTE MCP-ZELLER-WORK = 13 * (MCP-ZELLER-M + 1).
008005     DIVIDE MCP-ZELLER-WORK BY 5 GIVING MCP-ZELLER-QUOT.
008006     COMPUTE MCP-ZELLER-WORK = MCP-ZELLER-Q + MCP-ZELLER-QUOT
008007         + MCP-ZELLER-K + (5 * MCP-ZELLER-J).
008008     DIVIDE MCP-ZELLER-K BY 4 GIVING MCP-ZELLER-QUOT.
008009     ADD MCP-ZELLER-QUOT TO MCP-ZELLER-WORK.
008010     DIVIDE MCP-ZELLER-J BY 4 GIVING MCP-ZELLER-QUOT.
008011     ADD MCP-ZELLER-QUOT TO MCP-ZELLER-WORK.
008012     DIVIDE MCP-ZELLER-WORK BY 7
008013         GIVING MCP-ZELLER-QUOT REMAINDER MCP-DOW.
008020 8100-EXIT.
008030     EXIT.
008040 8200-DECREMENT-DATE.
