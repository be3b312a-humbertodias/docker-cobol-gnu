000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. BALRST.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  PUTS BACK A BALANCE MASTER
000210*                 GENERATION TAKEN BY MASTER BEFORE POSTBAL,
000220*                 ACCRUE OR REVRSL.  THE RESTORE CARD NAMES THE
000230*                 GENERATION (ZERO FOR THE LATEST ON FILE) AND,
000240*                 OPTIONALLY, A RUN DATE AND SEQUENCE TO REPLAY
000250*                 THE POSTING JOURNAL FORWARD TO.  THE GENERATION
000260*                 IS PROVED AGAINST ITS TRAILER'S RECORD COUNT AND
000270*                 BALANCE HASH FIRST; ONE THAT DOES NOT PROVE, OR
000280*                 HAS NO TRAILER, IS REFUSED RC 16 AND THE LIVE
000290*                 MASTER IS NOT TOUCHED.  THE REPLAY STARTS AT THE
000300*                 JOURNAL POSITION RECORDED WITH THE GENERATION
000310*                 AND STOPS AT THE FIRST ENTRY PAST THE REQUESTED
000320*                 RUN.  A JOURNAL ENTRY WHOSE PRIOR BALANCE DOES
000330*                 NOT MATCH THE MASTER IS LISTED AS A BREAK AND
000340*                 ENDS THE RUN RC 8.  REFUSED WHILE A CHAIN HOLDS
000350*                 THE LOCK.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RESTORE-CARD ASSIGN TO BALRCARD
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS BRS-CARD-STATUS.
000430     SELECT BAL-GENERATION ASSIGN TO BALGEN
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS BRS-BALGEN-STATUS.
000460     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS RANDOM
000490         RECORD KEY IS BM-ACCOUNT-NO
000500         FILE STATUS IS BRS-MASTER-STATUS.
000510     SELECT POSTING-JOURNAL ASSIGN TO PSTJRNL
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS BRS-JOURNAL-STATUS.
000540     SELECT CHAIN-LOCK ASSIGN TO CHAINLCK
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS BRS-LOCK-STATUS.
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  RESTORE-CARD.
000600 01  RESTORE-CARD-RECORD.
000610     05  RS-GEN-NO               PIC 9(05).
000620     05  RS-TO-RUN-DATE          PIC 9(08).
000630     05  RS-TO-RUN-SEQ-NO        PIC 9(05).
000640 FD  BAL-GENERATION.
000650 01  GEN-HEADER-RECORD.
000660     05  GH-REC-TYPE             PIC X(01).
000670         88  GH-HEADER                   VALUE 'H'.
000680         88  GH-DETAIL                   VALUE 'D'.
000690         88  GH-TRAILER                  VALUE 'T'.
000700     05  GH-GEN-NO               PIC 9(05).
000710     05  GH-BUSINESS-DATE        PIC 9(08).
000720     05  GH-TAKEN-TIME           PIC 9(08).
000730     05  GH-STEP-NAME            PIC X(08).
000740     05  GH-JOURNAL-COUNT        PIC 9(09).
000750     05  FILLER                  PIC X(19).
000760 01  GEN-DETAIL-RECORD.
000770     05  GD-REC-TYPE             PIC X(01).
000780     05  GD-GEN-NO               PIC 9(05).
000790     05  GD-BALANCE-DATA.
000800         10  GD-ACCOUNT-NO       PIC 9(08).
000810         10  GD-PRIOR-BALANCE    PIC S9(9)V99
000820             SIGN LEADING SEPARATE.
000830         10  GD-TODAY-ACTIVITY   PIC S9(9)V99
000840             SIGN LEADING SEPARATE.
000850         10  GD-NEW-BALANCE      PIC S9(9)V99
000860             SIGN LEADING SEPARATE.
000870         10  GD-LAST-ACTIVITY    PIC 9(08).
000880 01  GEN-TRAILER-RECORD.
000890     05  GT-REC-TYPE             PIC X(01).
000900     05  GT-GEN-NO               PIC 9(05).
000910     05  GT-RECORD-COUNT         PIC 9(09).
000920     05  GT-HASH-TOTAL           PIC S9(11)V99
000930         SIGN LEADING SEPARATE.
000940     05  FILLER                  PIC X(29).
000950 FD  BALANCE-MASTER.
000960 01  BALANCE-RECORD.
000970     05  BM-ACCOUNT-NO           PIC 9(08).
000980     05  BM-PRIOR-BALANCE        PIC S9(9)V99
000990         SIGN LEADING SEPARATE.
001000     05  BM-TODAY-ACTIVITY       PIC S9(9)V99
001010         SIGN LEADING SEPARATE.
001020     05  BM-NEW-BALANCE          PIC S9(9)V99
001030         SIGN LEADING SEPARATE.
001040     05  BM-LAST-ACTIVITY        PIC 9(08).
001050 FD  POSTING-JOURNAL.
001060 01  POSTING-JOURNAL-RECORD.
001070     05  PJ-RUN-DATE             PIC 9(08).
001080     05  PJ-RUN-SEQ-NO           PIC 9(05).
001090     05  PJ-ACCOUNT-NO           PIC 9(08).
001100     05  PJ-PRIOR-BALANCE        PIC S9(9)V99
001110         SIGN LEADING SEPARATE.
001120     05  PJ-ACTIVITY             PIC S9(9)V99
001130         SIGN LEADING SEPARATE.
001140     05  PJ-NEW-BALANCE          PIC S9(9)V99
001150         SIGN LEADING SEPARATE.
001160     05  PJ-SOURCE               PIC X(01).
001170         88  PJ-FROM-POSTING             VALUE 'P' SPACE.
001180         88  PJ-FROM-REVERSAL            VALUE 'R'.
001190 FD  CHAIN-LOCK.
001200 01  CHAIN-LOCK-RECORD.
001210     05  LK-STATUS               PIC X(01).
001220         88  LK-LIVE                     VALUE 'L'.
001230     05  LK-BUSINESS-DATE        PIC 9(08).
001240     05  LK-START-TIME           PIC 9(08).
001250     05  LK-STEP-IN-FLIGHT       PIC X(08).
001260 WORKING-STORAGE SECTION.
001270 01  BRS-FILE-STATUSES.
001280     05  BRS-CARD-STATUS         PIC X(02) VALUE SPACES.
001290         88  BRS-CARD-OK                 VALUE '00'.
001300     05  BRS-BALGEN-STATUS       PIC X(02) VALUE SPACES.
001310         88  BRS-BALGEN-OK               VALUE '00'.
001320     05  BRS-MASTER-STATUS       PIC X(02) VALUE SPACES.
001330         88  BRS-MASTER-OK               VALUE '00'.
001340     05  BRS-JOURNAL-STATUS      PIC X(02) VALUE SPACES.
001350         88  BRS-JOURNAL-OK              VALUE '00'.
001360     05  BRS-LOCK-STATUS         PIC X(02) VALUE SPACES.
001370         88  BRS-LOCK-OK                 VALUE '00'.
001380 01  BRS-SWITCHES.
001390     05  BRS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001400         88  BRS-END-OF-FILE             VALUE 'Y'.
001410     05  BRS-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001420         88  BRS-RUN-ABORTED             VALUE 'Y'.
001430     05  BRS-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
001440         88  BRS-MASTER-OPENED           VALUE 'Y'.
001450     05  BRS-REPLAY-SW           PIC X(01) VALUE 'N'.
001460         88  BRS-REPLAY-REQUESTED        VALUE 'Y'.
001470     05  BRS-GEN-FOUND-SW        PIC X(01) VALUE 'N'.
001480         88  BRS-GEN-FOUND               VALUE 'Y'.
001490     05  BRS-IN-GEN-SW           PIC X(01) VALUE 'N'.
001500         88  BRS-IN-CHOSEN-GEN           VALUE 'Y'.
001510     05  BRS-TRAILER-SW          PIC X(01) VALUE 'N'.
001520         88  BRS-TRAILER-FOUND           VALUE 'Y'.
001530     05  BRS-PAST-TARGET-SW      PIC X(01) VALUE 'N'.
001540         88  BRS-PAST-TARGET             VALUE 'Y'.
001550     05  BRS-ON-MASTER-SW        PIC X(01) VALUE 'N'.
001560         88  BRS-ON-MASTER               VALUE 'Y'.
001570     05  BRS-LATEST-SW           PIC X(01) VALUE 'N'.
001580         88  BRS-WANT-LATEST             VALUE 'Y'.
001590 01  BRS-REQUEST-FIELDS.
001600     05  BRS-GEN-NO              PIC 9(05) VALUE 0.
001610     05  BRS-TO-RUN-DATE         PIC 9(08) VALUE 0.
001620     05  BRS-TO-RUN-SEQ-NO       PIC 9(05) VALUE 0.
001630 01  BRS-GENERATION-FIELDS.
001640     05  BRS-GEN-DATE            PIC 9(08) VALUE 0.
001650     05  BRS-GEN-TIME            PIC 9(08) VALUE 0.
001660     05  BRS-GEN-STEP            PIC X(08) VALUE SPACES.
001670     05  BRS-GEN-JOURNAL-COUNT   PIC 9(09) VALUE 0.
001680     05  BRS-GEN-RECORDS         PIC 9(09) VALUE 0.
001690     05  BRS-GEN-HASH            PIC S9(11)V99 VALUE 0.
001700     05  BRS-TRAILER-COUNT       PIC 9(09) VALUE 0.
001710     05  BRS-TRAILER-HASH        PIC S9(11)V99 VALUE 0.
001720 01  BRS-CONTROL-TOTALS.
001730     05  BRS-RECORDS-RESTORED    PIC 9(09) VALUE 0.
001740     05  BRS-JOURNAL-READ        PIC 9(09) VALUE 0.
001750     05  BRS-JOURNAL-SKIPPED     PIC 9(09) VALUE 0.
001760     05  BRS-POSTINGS-APPLIED    PIC 9(07) VALUE 0.
001770     05  BRS-REVERSALS-APPLIED   PIC 9(07) VALUE 0.
001780     05  BRS-ACCOUNTS-ADDED      PIC 9(07) VALUE 0.
001790     05  BRS-BREAKS              PIC 9(07) VALUE 0.
001800     05  BRS-LAST-RUN-DATE       PIC 9(08) VALUE 0.
001810     05  BRS-LAST-RUN-SEQ-NO     PIC 9(05) VALUE 0.
001820 PROCEDURE DIVISION.
001830 0000-MAINLINE.
001840     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001850     IF NOT BRS-RUN-ABORTED
001860         PERFORM 2000-PROVE-GENERATION THRU 2000-EXIT
001870     END-IF.
001880     IF NOT BRS-RUN-ABORTED
001890         PERFORM 3000-RESTORE-GENERATION THRU 3000-EXIT
001900     END-IF.
001910     IF NOT BRS-RUN-ABORTED AND BRS-REPLAY-REQUESTED
001920         PERFORM 4000-REPLAY-JOURNAL THRU 4000-EXIT
001930     END-IF.
001940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001950     STOP RUN.
001960 1000-INITIALIZE.
001970     PERFORM 1100-READ-RESTORE-CARD THRU 1100-EXIT.
001980     IF BRS-RUN-ABORTED
001990         GO TO 1000-EXIT
002000     END-IF.
002010     PERFORM 1200-CHECK-CHAIN-LOCK THRU 1200-EXIT.
002020 1000-EXIT.
002030     EXIT.
002040 1100-READ-RESTORE-CARD.
002050     OPEN INPUT RESTORE-CARD.
002060     IF NOT BRS-CARD-OK
002070         DISPLAY "NO RESTORE CARD ON FILE - NOTHING TO DO"
002080         MOVE 16 TO RETURN-CODE
002090         SET BRS-RUN-ABORTED TO TRUE
002100         GO TO 1100-EXIT
002110     END-IF.
002120     READ RESTORE-CARD
002130         AT END
002140             DISPLAY "RESTORE CARD IS EMPTY - NOTHING TO DO"
002150             MOVE 16 TO RETURN-CODE
002160             SET BRS-RUN-ABORTED TO TRUE
002170         NOT AT END
002180             IF RS-GEN-NO NUMERIC AND RS-TO-RUN-DATE NUMERIC
002190                 AND RS-TO-RUN-SEQ-NO NUMERIC
002200                 MOVE RS-GEN-NO        TO BRS-GEN-NO
002210                 MOVE RS-TO-RUN-DATE   TO BRS-TO-RUN-DATE
002220                 MOVE RS-TO-RUN-SEQ-NO TO BRS-TO-RUN-SEQ-NO
002230             ELSE
002240                 DISPLAY "RESTORE CARD IS NOT NUMERIC - ABORTED"
002250                 MOVE 16 TO RETURN-CODE
002260                 SET BRS-RUN-ABORTED TO TRUE
002270             END-IF
002280     END-READ.
002290     CLOSE RESTORE-CARD.
002300     IF BRS-RUN-ABORTED
002310         GO TO 1100-EXIT
002320     END-IF.
002330*    A ZERO GENERATION MEANS THE LATEST ON FILE.  A ZERO RUN DATE
002340*    MEANS NO REPLAY; A ZERO SEQUENCE WITH A DATE REPLAYS EVERY
002350*    RUN OF THAT DATE.
002360     IF BRS-GEN-NO = 0
002370         SET BRS-WANT-LATEST TO TRUE
002380         DISPLAY "RESTORING THE LATEST BALANCE MASTER GENERATION"
002390     ELSE
002400         DISPLAY "RESTORING BALANCE MASTER GENERATION " BRS-GEN-NO
002410     END-IF.
002420     IF BRS-TO-RUN-DATE > 0
002430         SET BRS-REPLAY-REQUESTED TO TRUE
002440         DISPLAY "POSTING JOURNAL REPLAYED FORWARD TO RUN "
002450             BRS-TO-RUN-DATE "/" BRS-TO-RUN-SEQ-NO
002460     ELSE
002470         DISPLAY "NO JOURNAL REPLAY REQUESTED"
002480     END-IF.
002490 1100-EXIT.
002500     EXIT.
002510 1200-CHECK-CHAIN-LOCK.
002520*    THE CHAIN UPDATES THE MASTER IN PLACE; PUTTING A GENERATION
002530*    BACK UNDER A RUNNING CHAIN WOULD LOSE ITS WORK.
002540     OPEN INPUT CHAIN-LOCK.
002550     IF NOT BRS-LOCK-OK
002560         GO TO 1200-EXIT
002570     END-IF.
002580     READ CHAIN-LOCK
002590         AT END
002600             CONTINUE
002610         NOT AT END
002620             IF LK-LIVE
002630                 DISPLAY "CHAIN IN PROGRESS FOR " LK-BUSINESS-DATE
002640                     " IN STEP " LK-STEP-IN-FLIGHT
002650                 DISPLAY "BALANCE MASTER NOT RESTORED"
002660                 MOVE 16 TO RETURN-CODE
002670                 SET BRS-RUN-ABORTED TO TRUE
002680             END-IF
002690     END-READ.
002700     CLOSE CHAIN-LOCK.
002710 1200-EXIT.
002720     EXIT.
002730 2000-PROVE-GENERATION.
002740******************************************************************
002750* FIRST PASS OVER THE GENERATION FILE.  FINDS THE GENERATION ON
002760* THE CARD (OR THE LAST ONE ON FILE) AND RECOUNTS AND REHASHES
002770* ITS DETAIL RECORDS AGAINST ITS TRAILER.  NOTHING IS WRITTEN
002780* UNTIL THE GENERATION PROVES.
002790******************************************************************
002800     OPEN INPUT BAL-GENERATION.
002810     IF NOT BRS-BALGEN-OK
002820         DISPLAY "NO BALANCE MASTER GENERATION FILE - ABORTED"
002830         MOVE 16 TO RETURN-CODE
002840         SET BRS-RUN-ABORTED TO TRUE
002850         GO TO 2000-EXIT
002860     END-IF.
002870     MOVE 'N' TO BRS-EOF-SWITCH.
002880     PERFORM 2100-SCAN-GENERATION THRU 2100-EXIT
002890         UNTIL BRS-END-OF-FILE.
002900     CLOSE BAL-GENERATION.
002910     IF NOT BRS-GEN-FOUND
002920         DISPLAY "GENERATION NOT ON FILE - NOTHING RESTORED"
002930         MOVE 16 TO RETURN-CODE
002940         SET BRS-RUN-ABORTED TO TRUE
002950         GO TO 2000-EXIT
002960     END-IF.
002970     DISPLAY "GENERATION " BRS-GEN-NO " TAKEN " BRS-GEN-DATE
002980         " " BRS-GEN-TIME " BEFORE " BRS-GEN-STEP.
002990     IF NOT BRS-TRAILER-FOUND
003000         DISPLAY "GENERATION HAS NO TRAILER - INCOMPLETE COPY, "
003010             "NOT RESTORED"
003020         MOVE 16 TO RETURN-CODE
003030         SET BRS-RUN-ABORTED TO TRUE
003040         GO TO 2000-EXIT
003050     END-IF.
003060     IF BRS-GEN-RECORDS NOT = BRS-TRAILER-COUNT
003070         OR BRS-GEN-HASH NOT = BRS-TRAILER-HASH
003080         DISPLAY "GENERATION FAILS ITS HASH CHECK - NOT RESTORED"
003090         DISPLAY "TRAILER RECORDS " BRS-TRAILER-COUNT
003100             "  HASH " BRS-TRAILER-HASH
003110         DISPLAY "COUNTED RECORDS " BRS-GEN-RECORDS
003120             "  HASH " BRS-GEN-HASH
003130         MOVE 16 TO RETURN-CODE
003140         SET BRS-RUN-ABORTED TO TRUE
003150         GO TO 2000-EXIT
003160     END-IF.
003170     DISPLAY "GENERATION PROVES - RECORDS " BRS-GEN-RECORDS
003180         "  HASH " BRS-GEN-HASH.
003190 2000-EXIT.
003200     EXIT.
003210 2100-SCAN-GENERATION.
003220     READ BAL-GENERATION
003230         AT END
003240             SET BRS-END-OF-FILE TO TRUE
003250             GO TO 2100-EXIT
003260     END-READ.
003270     EVALUATE TRUE
003280         WHEN GH-HEADER
003290             MOVE 'N' TO BRS-IN-GEN-SW
003300             IF BRS-WANT-LATEST OR GH-GEN-NO = BRS-GEN-NO
003310                 PERFORM 2150-START-GENERATION THRU 2150-EXIT
003320             END-IF
003330         WHEN GH-DETAIL
003340             IF BRS-IN-CHOSEN-GEN AND GD-GEN-NO = BRS-GEN-NO
003350                 ADD 1 TO BRS-GEN-RECORDS
003360                 ADD GD-NEW-BALANCE TO BRS-GEN-HASH
003370             END-IF
003380         WHEN GH-TRAILER
003390             IF BRS-IN-CHOSEN-GEN AND GT-GEN-NO = BRS-GEN-NO
003400                 SET BRS-TRAILER-FOUND TO TRUE
003410                 MOVE GT-RECORD-COUNT TO BRS-TRAILER-COUNT
003420                 MOVE GT-HASH-TOTAL   TO BRS-TRAILER-HASH
003430             END-IF
003440             MOVE 'N' TO BRS-IN-GEN-SW
003450     END-EVALUATE.
003460 2100-EXIT.
003470     EXIT.
003480 2150-START-GENERATION.
003490*    WITH NO GENERATION ON THE CARD EACH HEADER STARTS OVER, SO
003500*    THE LAST ONE ON FILE IS THE ONE LEFT STANDING.
003510     SET BRS-GEN-FOUND     TO TRUE.
003520     SET BRS-IN-CHOSEN-GEN TO TRUE.
003530     MOVE 'N'              TO BRS-TRAILER-SW.
003540     MOVE GH-GEN-NO        TO BRS-GEN-NO.
003550     MOVE GH-BUSINESS-DATE TO BRS-GEN-DATE.
003560     MOVE GH-TAKEN-TIME    TO BRS-GEN-TIME.
003570     MOVE GH-STEP-NAME     TO BRS-GEN-STEP.
003580     MOVE GH-JOURNAL-COUNT TO BRS-GEN-JOURNAL-COUNT.
003590     MOVE 0                TO BRS-GEN-RECORDS.
003600     MOVE 0                TO BRS-GEN-HASH.
003610     MOVE 0                TO BRS-TRAILER-COUNT.
003620     MOVE 0                TO BRS-TRAILER-HASH.
003630 2150-EXIT.
003640     EXIT.
003650 3000-RESTORE-GENERATION.
003660******************************************************************
003670* SECOND PASS.  THE LIVE MASTER IS REPLACED OUTRIGHT BY THE
003680* PROVED GENERATION'S DETAIL RECORDS.
003690******************************************************************
003700     OPEN INPUT BAL-GENERATION.
003710     IF NOT BRS-BALGEN-OK
003720         DISPLAY "GENERATION FILE WILL NOT REOPEN - NOT RESTORED"
003730         MOVE 16 TO RETURN-CODE
003740         SET BRS-RUN-ABORTED TO TRUE
003750         GO TO 3000-EXIT
003760     END-IF.
003770     OPEN OUTPUT BALANCE-MASTER.
003780     IF NOT BRS-MASTER-OK
003790         DISPLAY "BALANCE MASTER COULD NOT BE OPENED - ABORTED"
003800         MOVE 16 TO RETURN-CODE
003810         SET BRS-RUN-ABORTED TO TRUE
003820         CLOSE BAL-GENERATION
003830         GO TO 3000-EXIT
003840     END-IF.
003850     MOVE 'N' TO BRS-EOF-SWITCH.
003860     PERFORM 3100-LOAD-DETAIL THRU 3100-EXIT
003870         UNTIL BRS-END-OF-FILE.
003880     CLOSE BAL-GENERATION.
003890     CLOSE BALANCE-MASTER.
003900     IF BRS-RUN-ABORTED
003910         GO TO 3000-EXIT
003920     END-IF.
003930     DISPLAY "BALANCE MASTER RESTORED FROM GENERATION "
003940         BRS-GEN-NO " - " BRS-RECORDS-RESTORED " RECORDS".
003950 3000-EXIT.
003960     EXIT.
003970 3100-LOAD-DETAIL.
003980     READ BAL-GENERATION
003990         AT END
004000             SET BRS-END-OF-FILE TO TRUE
004010             GO TO 3100-EXIT
004020     END-READ.
004030     IF NOT GH-DETAIL OR GD-GEN-NO NOT = BRS-GEN-NO
004040         GO TO 3100-EXIT
004050     END-IF.
004060     MOVE GD-BALANCE-DATA TO BALANCE-RECORD.
004070     WRITE BALANCE-RECORD
004080         INVALID KEY
004090             DISPLAY "BALANCE MASTER WRITE FAILED FOR ACCOUNT "
004100                 BM-ACCOUNT-NO " - RESTORE INCOMPLETE"
004110             MOVE 16 TO RETURN-CODE
004120             SET BRS-RUN-ABORTED TO TRUE
004130             SET BRS-END-OF-FILE TO TRUE
004140             GO TO 3100-EXIT
004150     END-WRITE.
004160     ADD 1 TO BRS-RECORDS-RESTORED.
004170 3100-EXIT.
004180     EXIT.
004190 4000-REPLAY-JOURNAL.
004200******************************************************************
004210* REPLAY THE POSTING JOURNAL FROM WHERE IT STOOD WHEN THE
004220* GENERATION WAS TAKEN.  EACH ENTRY CARRIES THE BALANCE BEFORE
004230* AND AFTER, SO THE MASTER IS SET TO THE JOURNAL'S FIGURES, NOT
004240* RECOMPUTED.  THE JOURNAL IS IN THE ORDER THINGS HAPPENED (A
004250* REVERSAL IS JOURNALED UNDER THE RUN IT BACKS OUT BUT WRITTEN
004260* WHEN IT RAN), SO THE REPLAY STOPS AT THE FIRST ENTRY PAST THE
004270* REQUESTED RUN RATHER THAN PICKING OUT LATER ONES.
004280******************************************************************
004290     OPEN INPUT POSTING-JOURNAL.
004300     IF NOT BRS-JOURNAL-OK
004310         DISPLAY "NO POSTING JOURNAL ON FILE - NOTHING REPLAYED"
004320         MOVE 8 TO RETURN-CODE
004330         GO TO 4000-EXIT
004340     END-IF.
004350     OPEN I-O BALANCE-MASTER.
004360     IF NOT BRS-MASTER-OK
004370         DISPLAY "BALANCE MASTER WILL NOT REOPEN FOR THE "
004380             "REPLAY - ABORTED"
004390         MOVE 16 TO RETURN-CODE
004400         SET BRS-RUN-ABORTED TO TRUE
004410         CLOSE POSTING-JOURNAL
004420         GO TO 4000-EXIT
004430     END-IF.
004440     SET BRS-MASTER-OPENED TO TRUE.
004450     MOVE 'N' TO BRS-EOF-SWITCH.
004460     PERFORM 4100-REPLAY-ONE THRU 4100-EXIT
004470         UNTIL BRS-END-OF-FILE OR BRS-PAST-TARGET
004480         OR BRS-RUN-ABORTED.
004490     CLOSE POSTING-JOURNAL.
004500     IF BRS-JOURNAL-SKIPPED < BRS-GEN-JOURNAL-COUNT
004510         DISPLAY "POSTING JOURNAL IS SHORTER THAN WHEN THE "
004520             "GENERATION WAS TAKEN - NOTHING REPLAYED"
004530         MOVE 8 TO RETURN-CODE
004540     END-IF.
004550 4000-EXIT.
004560     EXIT.
004570 4100-REPLAY-ONE.
004580     READ POSTING-JOURNAL
004590         AT END
004600             SET BRS-END-OF-FILE TO TRUE
004610             GO TO 4100-EXIT
004620     END-READ.
004630     ADD 1 TO BRS-JOURNAL-READ.
004640     IF BRS-JOURNAL-READ NOT > BRS-GEN-JOURNAL-COUNT
004650         ADD 1 TO BRS-JOURNAL-SKIPPED
004660         GO TO 4100-EXIT
004670     END-IF.
004680     IF PJ-RUN-DATE > BRS-TO-RUN-DATE
004690         SET BRS-PAST-TARGET TO TRUE
004700         GO TO 4100-EXIT
004710     END-IF.
004720     IF PJ-RUN-DATE = BRS-TO-RUN-DATE
004730         AND BRS-TO-RUN-SEQ-NO > 0
004740         AND PJ-RUN-SEQ-NO > BRS-TO-RUN-SEQ-NO
004750         SET BRS-PAST-TARGET TO TRUE
004760         GO TO 4100-EXIT
004770     END-IF.
004780     MOVE PJ-RUN-DATE   TO BRS-LAST-RUN-DATE.
004790     MOVE PJ-RUN-SEQ-NO TO BRS-LAST-RUN-SEQ-NO.
004800     MOVE PJ-ACCOUNT-NO TO BM-ACCOUNT-NO.
004810     MOVE 'Y' TO BRS-ON-MASTER-SW.
004820     READ BALANCE-MASTER
004830         INVALID KEY
004840             MOVE 'N' TO BRS-ON-MASTER-SW
004850     END-READ.
004860     IF PJ-FROM-REVERSAL
004870         PERFORM 4300-APPLY-REVERSAL THRU 4300-EXIT
004880     ELSE
004890         PERFORM 4200-APPLY-POSTING THRU 4200-EXIT
004900     END-IF.
004910 4100-EXIT.
004920     EXIT.
004930 4200-APPLY-POSTING.
004940*    AS POSTBAL DID IT: A NEW ACCOUNT OPENS FROM ZERO, AN EXISTING
004950*    ONE ROLLS FORWARD FROM ITS NEW BALANCE.
004960     IF NOT BRS-ON-MASTER
004970         IF PJ-PRIOR-BALANCE NOT = 0
004980             MOVE 0 TO BM-NEW-BALANCE
004990             PERFORM 4500-REPORT-BREAK THRU 4500-EXIT
005000         END-IF
005010         MOVE PJ-ACCOUNT-NO    TO BM-ACCOUNT-NO
005020         MOVE PJ-PRIOR-BALANCE TO BM-PRIOR-BALANCE
005030         MOVE PJ-ACTIVITY      TO BM-TODAY-ACTIVITY
005040         MOVE PJ-NEW-BALANCE   TO BM-NEW-BALANCE
005050         MOVE PJ-RUN-DATE      TO BM-LAST-ACTIVITY
005060         WRITE BALANCE-RECORD
005070             INVALID KEY
005080                 DISPLAY "BALANCE MASTER WRITE FAILED FOR "
005090                     "ACCOUNT " BM-ACCOUNT-NO " - REPLAY ABORTED"
005100                 MOVE 16 TO RETURN-CODE
005110                 SET BRS-RUN-ABORTED TO TRUE
005120                 GO TO 4200-EXIT
005130         END-WRITE
005140         ADD 1 TO BRS-ACCOUNTS-ADDED
005150         ADD 1 TO BRS-POSTINGS-APPLIED
005160         GO TO 4200-EXIT
005170     END-IF.
005180     IF PJ-PRIOR-BALANCE NOT = BM-NEW-BALANCE
005190         PERFORM 4500-REPORT-BREAK THRU 4500-EXIT
005200     END-IF.
005210     MOVE PJ-PRIOR-BALANCE TO BM-PRIOR-BALANCE.
005220     MOVE PJ-ACTIVITY      TO BM-TODAY-ACTIVITY.
005230     MOVE PJ-NEW-BALANCE   TO BM-NEW-BALANCE.
005240     MOVE PJ-RUN-DATE      TO BM-LAST-ACTIVITY.
005250     PERFORM 4400-REWRITE-MASTER THRU 4400-EXIT.
005260     IF NOT BRS-RUN-ABORTED
005270         ADD 1 TO BRS-POSTINGS-APPLIED
005280     END-IF.
005290 4200-EXIT.
005300     EXIT.
005310 4300-APPLY-REVERSAL.
005320*    AS REVRSL DID IT: THE NEGATED AMOUNT COMES OFF THE NEW
005330*    BALANCE AND TODAY'S ACTIVITY.  THE DATE REVRSL STAMPED AS
005340*    LAST ACTIVITY IS NOT JOURNALED, SO IT IS LEFT AS IT STANDS.
005350     IF NOT BRS-ON-MASTER
005360         DISPLAY "REVERSAL FOR ACCOUNT " PJ-ACCOUNT-NO
005370             " NOT ON THE MASTER - NOT REPLAYED"
005380         ADD 1 TO BRS-BREAKS
005390         GO TO 4300-EXIT
005400     END-IF.
005410     IF PJ-PRIOR-BALANCE NOT = BM-NEW-BALANCE
005420         PERFORM 4500-REPORT-BREAK THRU 4500-EXIT
005430     END-IF.
005440     ADD PJ-ACTIVITY     TO BM-TODAY-ACTIVITY.
005450     MOVE PJ-NEW-BALANCE TO BM-NEW-BALANCE.
005460     PERFORM 4400-REWRITE-MASTER THRU 4400-EXIT.
005470     IF NOT BRS-RUN-ABORTED
005480         ADD 1 TO BRS-REVERSALS-APPLIED
005490     END-IF.
005500 4300-EXIT.
005510     EXIT.
005520 4400-REWRITE-MASTER.
005530     REWRITE BALANCE-RECORD
005540         INVALID KEY
005550             DISPLAY "BALANCE MASTER REWRITE FAILED FOR ACCOUNT "
005560                 BM-ACCOUNT-NO " - REPLAY ABORTED"
005570             MOVE 16 TO RETURN-CODE
005580             SET BRS-RUN-ABORTED TO TRUE
005590     END-REWRITE.
005600 4400-EXIT.
005610     EXIT.
005620 4500-REPORT-BREAK.
005630*    THE JOURNAL'S FIGURES STILL STAND - THE BREAK IS LISTED FOR
005640*    SOMEONE TO FIND OUT HOW THE MASTER AND JOURNAL PARTED.
005650     ADD 1 TO BRS-BREAKS.
005660     DISPLAY "JOURNAL BREAK ACCOUNT " PJ-ACCOUNT-NO " RUN "
005670         PJ-RUN-DATE "/" PJ-RUN-SEQ-NO.
005680     DISPLAY "    MASTER BALANCE " BM-NEW-BALANCE
005690         "  JOURNAL PRIOR " PJ-PRIOR-BALANCE.
005700 4500-EXIT.
005710     EXIT.
005720 9000-TERMINATE.
005730     IF BRS-MASTER-OPENED
005740         CLOSE BALANCE-MASTER
005750     END-IF.
005760     IF BRS-RUN-ABORTED
005770         GO TO 9000-EXIT
005780     END-IF.
005790     DISPLAY "***** BALANCE MASTER RESTORE SUMMARY *****".
005800     DISPLAY "GENERATION RESTORED  . . . : " BRS-GEN-NO.
005810     DISPLAY "TAKEN FOR  . . . . . . . . : " BRS-GEN-DATE " "
005820         BRS-GEN-STEP.
005830     DISPLAY "RECORDS RESTORED . . . . . : " BRS-RECORDS-RESTORED.
005840     IF BRS-REPLAY-REQUESTED
005850         DISPLAY "REPLAYED TO RUN  . . . . . : " BRS-TO-RUN-DATE
005860             "/" BRS-TO-RUN-SEQ-NO
005870         DISPLAY "LAST RUN APPLIED . . . . . : " BRS-LAST-RUN-DATE
005880             "/" BRS-LAST-RUN-SEQ-NO
005890         DISPLAY "POSTINGS APPLIED . . . . . : "
005900             BRS-POSTINGS-APPLIED
005910         DISPLAY "REVERSALS APPLIED  . . . . : "
005920             BRS-REVERSALS-APPLIED
005930         DISPLAY "ACCOUNTS ADDED . . . . . . : "
005940             BRS-ACCOUNTS-ADDED
005950         DISPLAY "JOURNAL BREAKS . . . . . . : " BRS-BREAKS
005960     END-IF.
005970     IF BRS-BREAKS > 0
005980         MOVE 8 TO RETURN-CODE
005990     END-IF.
006000 9000-EXIT.
006010     EXIT.
