000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. NSFREV.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  WORKS THE BALANCE POSTING
000210*                 RUN'S NSF EXCEPTION FILE FROM A TERMINAL THE
000220*                 MORNING AFTER, THE WAY SUSPREV WORKS THE
000230*                 SUSPENSE FILE.  EACH DEBIT THAT TOOK AN ACCOUNT
000240*                 PAST ITS OVERDRAFT LIMIT IS SHOWN WITH ITS
000250*                 BRANCH, ACCOUNT, CODE, AMOUNTS, THE ACCOUNT'S
000260*                 NEW BALANCE AND LIMIT.  THE OPERATOR PAYS THE
000270*                 ITEM (IT STANDS AS POSTED), RETURNS IT (A
000280*                 REVERSING ENTRY GOES TO THE RETURN FILE AND
000290*                 BRMERGE FEEDS IT INTO THE NEXT NIGHT'S
000300*                 TRANS-IN), OR SKIPS IT TO DECIDE LATER.  PAY
000310*                 AND RETURN DECISIONS ARE LOGGED WITH OPERATOR
000320*                 AND DATE.  AT END OF SESSION THE EXCEPTION
000330*                 FILE IS REWRITTEN WITH ONLY THE SKIPPED ITEMS.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT NSF-EXCEPTIONS ASSIGN TO NSFEXCP
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS NRV-NSF-STATUS.
000410     SELECT RETURN-FILE ASSIGN TO NSFRET
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS NRV-RETURN-STATUS.
000440     SELECT DECISION-LOG ASSIGN TO NSFLOG
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS NRV-LOG-STATUS.
000470     SELECT NSF-WORK ASSIGN TO NSFWORK
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS NRV-WORK-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  NSF-EXCEPTIONS.
000530 01  NSF-EXCEPTION-RECORD.
000540     05  NX-RUN-DATE             PIC 9(08).
000550     05  NX-RUN-SEQ-NO           PIC 9(05).
000560     05  NX-BRANCH               PIC 9(02).
000570     05  NX-ACCOUNT-NO           PIC 9(08).
000580     05  NX-TRANS-CODE           PIC X(02).
000590     05  NX-A                    PIC S9(7)V99
000600         SIGN LEADING SEPARATE.
000610     05  NX-B                    PIC S9(7)V99
000620         SIGN LEADING SEPARATE.
000630     05  NX-C                    PIC S9(7)V99
000640         SIGN LEADING SEPARATE.
000650     05  NX-NEW-BALANCE          PIC S9(9)V99
000660         SIGN LEADING SEPARATE.
000670     05  NX-OD-LIMIT             PIC 9(07)V99.
000680 FD  RETURN-FILE.
000690 01  RETURN-RECORD.
000700     05  RT-BRANCH               PIC 9(02).
000710     05  RT-ACCOUNT-NO           PIC 9(08).
000720     05  RT-TRANS-CODE           PIC X(02).
000730     05  RT-A                    PIC S9(7)V99
000740         SIGN LEADING SEPARATE.
000750     05  RT-B                    PIC S9(7)V99
000760         SIGN LEADING SEPARATE.
000770 FD  DECISION-LOG.
000780 01  DECISION-LOG-RECORD.
000790     05  DL-DECISION-DATE        PIC 9(08).
000800     05  DL-OPERATOR             PIC X(03).
000810     05  DL-DECISION             PIC X(01).
000820         88  DL-PAID                     VALUE 'P'.
000830         88  DL-RETURNED                 VALUE 'R'.
000840     05  DL-RUN-DATE             PIC 9(08).
000850     05  DL-RUN-SEQ-NO           PIC 9(05).
000860     05  DL-BRANCH               PIC 9(02).
000870     05  DL-ACCOUNT-NO           PIC 9(08).
000880     05  DL-TRANS-CODE           PIC X(02).
000890     05  DL-A                    PIC S9(7)V99
000900         SIGN LEADING SEPARATE.
000910     05  DL-B                    PIC S9(7)V99
000920         SIGN LEADING SEPARATE.
000930 FD  NSF-WORK.
000940 01  NSF-WORK-RECORD             PIC X(76).
000950 WORKING-STORAGE SECTION.
000960 01  NRV-FILE-STATUSES.
000970     05  NRV-NSF-STATUS          PIC X(02) VALUE SPACES.
000980         88  NRV-NSF-OK                  VALUE '00'.
000990     05  NRV-RETURN-STATUS       PIC X(02) VALUE SPACES.
001000         88  NRV-RETURN-OK               VALUE '00'.
001010     05  NRV-LOG-STATUS          PIC X(02) VALUE SPACES.
001020         88  NRV-LOG-OK                  VALUE '00'.
001030     05  NRV-WORK-STATUS         PIC X(02) VALUE SPACES.
001040         88  NRV-WORK-OK                 VALUE '00'.
001050 01  NRV-SWITCHES.
001060     05  NRV-EOF-SWITCH          PIC X(01) VALUE 'N'.
001070         88  NRV-END-OF-ITEMS            VALUE 'Y'.
001080     05  NRV-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001090         88  NRV-RUN-ABORTED             VALUE 'Y'.
001100     05  NRV-NSF-OPEN-SW         PIC X(01) VALUE 'N'.
001110         88  NRV-NSF-OPENED              VALUE 'Y'.
001120     05  NRV-RETURN-OPEN-SW      PIC X(01) VALUE 'N'.
001130         88  NRV-RETURN-OPENED           VALUE 'Y'.
001140     05  NRV-LOG-OPEN-SW         PIC X(01) VALUE 'N'.
001150         88  NRV-LOG-OPENED              VALUE 'Y'.
001160     05  NRV-WORK-OPEN-SW        PIC X(01) VALUE 'N'.
001170         88  NRV-WORK-OPENED             VALUE 'Y'.
001180     05  NRV-COPY-EOF-SW         PIC X(01) VALUE 'N'.
001190         88  NRV-COPY-EOF                VALUE 'Y'.
001200     05  NRV-ANSWER-SWITCH       PIC X(01) VALUE 'N'.
001210         88  NRV-ANSWER-TAKEN            VALUE 'Y'.
001220 01  NRV-OPERATOR-FIELDS.
001230     05  NRV-OPERATOR            PIC X(03) VALUE SPACES.
001240     05  NRV-ANSWER              PIC X(01) VALUE SPACE.
001250     05  NRV-TODAY               PIC 9(08) VALUE 0.
001260 01  NRV-CONTROL-TOTALS.
001270     05  NRV-ITEMS-READ          PIC 9(07) VALUE 0.
001280     05  NRV-ITEMS-PAID          PIC 9(07) VALUE 0.
001290     05  NRV-ITEMS-RETURNED      PIC 9(07) VALUE 0.
001300     05  NRV-ITEMS-SKIPPED       PIC 9(07) VALUE 0.
001310     05  NRV-RETURNED-TOTAL      PIC S9(11)V99 VALUE 0.
001320 PROCEDURE DIVISION.
001330 0000-MAINLINE.
001340     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001350     PERFORM 2000-WORK-ONE-ITEM THRU 2000-EXIT
001360         UNTIL NRV-END-OF-ITEMS.
001370     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001380     STOP RUN.
001390 1000-INITIALIZE.
001400     ACCEPT NRV-TODAY FROM DATE YYYYMMDD.
001410     DISPLAY "***** NSF PAY/RETURN REVIEW - " NRV-TODAY " *****".
001420     DISPLAY "OPERATOR INITIALS: " WITH NO ADVANCING.
001430     ACCEPT NRV-OPERATOR.
001440     IF NRV-OPERATOR = SPACES
001450         DISPLAY "INITIALS ARE REQUIRED - REVIEW CLOSED"
001460         MOVE 16 TO RETURN-CODE
001470         SET NRV-END-OF-ITEMS TO TRUE
001480         SET NRV-RUN-ABORTED TO TRUE
001490         GO TO 1000-EXIT
001500     END-IF.
001510     OPEN INPUT NSF-EXCEPTIONS.
001520     IF NOT NRV-NSF-OK
001530         DISPLAY "NO NSF EXCEPTION FILE ON HAND - "
001540             "NOTHING TO REVIEW"
001550         SET NRV-END-OF-ITEMS TO TRUE
001560         SET NRV-RUN-ABORTED TO TRUE
001570         GO TO 1000-EXIT
001580     END-IF.
001590     SET NRV-NSF-OPENED TO TRUE.
001600     OPEN EXTEND RETURN-FILE.
001610     IF NOT NRV-RETURN-OK
001620         OPEN OUTPUT RETURN-FILE
001630         CLOSE RETURN-FILE
001640         OPEN EXTEND RETURN-FILE
001650     END-IF.
001660     IF NOT NRV-RETURN-OK
001670         DISPLAY "RETURN FILE WILL NOT OPEN - REVIEW CLOSED"
001680         MOVE 16 TO RETURN-CODE
001690         SET NRV-END-OF-ITEMS TO TRUE
001700         SET NRV-RUN-ABORTED TO TRUE
001710         GO TO 1000-EXIT
001720     END-IF.
001730     SET NRV-RETURN-OPENED TO TRUE.
001740     OPEN EXTEND DECISION-LOG.
001750     IF NOT NRV-LOG-OK
001760         OPEN OUTPUT DECISION-LOG
001770         CLOSE DECISION-LOG
001780         OPEN EXTEND DECISION-LOG
001790     END-IF.
001800     IF NOT NRV-LOG-OK
001810         DISPLAY "DECISION LOG WILL NOT OPEN - REVIEW CLOSED"
001820         MOVE 16 TO RETURN-CODE
001830         SET NRV-END-OF-ITEMS TO TRUE
001840         SET NRV-RUN-ABORTED TO TRUE
001850         GO TO 1000-EXIT
001860     END-IF.
001870     SET NRV-LOG-OPENED TO TRUE.
001880     OPEN OUTPUT NSF-WORK.
001890     IF NOT NRV-WORK-OK
001900         DISPLAY "NSF WORK FILE WILL NOT OPEN - REVIEW CLOSED"
001910         MOVE 16 TO RETURN-CODE
001920         SET NRV-END-OF-ITEMS TO TRUE
001930         SET NRV-RUN-ABORTED TO TRUE
001940         GO TO 1000-EXIT
001950     END-IF.
001960     SET NRV-WORK-OPENED TO TRUE.
001970     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
001980 1000-EXIT.
001990     EXIT.
002000 2000-WORK-ONE-ITEM.
002010     ADD 1 TO NRV-ITEMS-READ.
002020     DISPLAY " ".
002030     DISPLAY "NSF ITEM OF " NX-RUN-DATE "/" NX-RUN-SEQ-NO
002040         " BRANCH " NX-BRANCH " ACCOUNT " NX-ACCOUNT-NO
002050         " CODE " NX-TRANS-CODE.
002060     DISPLAY "  A " NX-A "  B " NX-B "  DEBIT " NX-C.
002070     DISPLAY "  NEW BALANCE " NX-NEW-BALANCE
002080         "  OVERDRAFT LIMIT " NX-OD-LIMIT.
002090     MOVE 'N' TO NRV-ANSWER-SWITCH.
002100     PERFORM 2300-PROMPT-OPERATOR THRU 2300-EXIT
002110         UNTIL NRV-ANSWER-TAKEN.
002120     PERFORM 2100-READ-ITEM THRU 2100-EXIT.
002130 2000-EXIT.
002140     EXIT.
002150 2100-READ-ITEM.
002160     READ NSF-EXCEPTIONS
002170         AT END
002180             SET NRV-END-OF-ITEMS TO TRUE
002190     END-READ.
002200 2100-EXIT.
002210     EXIT.
002220 2300-PROMPT-OPERATOR.
002230     DISPLAY "P TO PAY, R TO RETURN, S TO SKIP: "
002240         WITH NO ADVANCING.
002250     MOVE SPACE TO NRV-ANSWER.
002260     ACCEPT NRV-ANSWER.
002270     EVALUATE NRV-ANSWER
002280         WHEN 'P'
002290         WHEN 'p'
002300             PERFORM 2400-PAY-ITEM THRU 2400-EXIT
002310             SET NRV-ANSWER-TAKEN TO TRUE
002320         WHEN 'R'
002330         WHEN 'r'
002340             PERFORM 2500-RETURN-ITEM THRU 2500-EXIT
002350             SET NRV-ANSWER-TAKEN TO TRUE
002360         WHEN 'S'
002370         WHEN 's'
002380         WHEN SPACE
002390             ADD 1 TO NRV-ITEMS-SKIPPED
002400             MOVE NSF-EXCEPTION-RECORD TO NSF-WORK-RECORD
002410             WRITE NSF-WORK-RECORD
002420             SET NRV-ANSWER-TAKEN TO TRUE
002430         WHEN OTHER
002440             DISPLAY "ANSWER P, R OR S"
002450     END-EVALUATE.
002460 2300-EXIT.
002470     EXIT.
002480 2400-PAY-ITEM.
002490     MOVE 'P' TO DL-DECISION.
002500     PERFORM 2600-LOG-DECISION THRU 2600-EXIT.
002510     ADD 1 TO NRV-ITEMS-PAID.
002520     DISPLAY "PAID AND LOGGED".
002530 2400-EXIT.
002540     EXIT.
002550 2500-RETURN-ITEM.
002560******************************************************************
002570* THE DEBIT HAS ALREADY POSTED, SO A RETURN IS A REVERSING ENTRY:
002580* SAME BRANCH, ACCOUNT AND CODE WITH A AND B NEGATED.  BRMERGE
002590* APPENDS THE RETURN FILE TO THE NEXT NIGHT'S TRANS-IN AND SUM
002600* POSTS IT LIKE ANY OTHER RECORD.
002610******************************************************************
002620     MOVE NX-BRANCH      TO RT-BRANCH.
002630     MOVE NX-ACCOUNT-NO  TO RT-ACCOUNT-NO.
002640     MOVE NX-TRANS-CODE  TO RT-TRANS-CODE.
002650     COMPUTE RT-A = 0 - NX-A.
002660     COMPUTE RT-B = 0 - NX-B.
002670     WRITE RETURN-RECORD.
002680     ADD NX-C TO NRV-RETURNED-TOTAL.
002690     MOVE 'R' TO DL-DECISION.
002700     PERFORM 2600-LOG-DECISION THRU 2600-EXIT.
002710     ADD 1 TO NRV-ITEMS-RETURNED.
002720     DISPLAY "RETURNED FOR THE NEXT RUN AND LOGGED".
002730 2500-EXIT.
002740     EXIT.
002750 2600-LOG-DECISION.
002760     MOVE NRV-TODAY      TO DL-DECISION-DATE.
002770     MOVE NRV-OPERATOR   TO DL-OPERATOR.
002780     MOVE NX-RUN-DATE    TO DL-RUN-DATE.
002790     MOVE NX-RUN-SEQ-NO  TO DL-RUN-SEQ-NO.
002800     MOVE NX-BRANCH      TO DL-BRANCH.
002810     MOVE NX-ACCOUNT-NO  TO DL-ACCOUNT-NO.
002820     MOVE NX-TRANS-CODE  TO DL-TRANS-CODE.
002830     MOVE NX-A           TO DL-A.
002840     MOVE NX-B           TO DL-B.
002850     WRITE DECISION-LOG-RECORD.
002860 2600-EXIT.
002870     EXIT.
002880 9000-TERMINATE.
002890     IF NRV-NSF-OPENED
002900         CLOSE NSF-EXCEPTIONS
002910     END-IF.
002920     IF NRV-RETURN-OPENED
002930         CLOSE RETURN-FILE
002940     END-IF.
002950     IF NRV-LOG-OPENED
002960         CLOSE DECISION-LOG
002970     END-IF.
002980     IF NRV-WORK-OPENED
002990         CLOSE NSF-WORK
003000     END-IF.
003010     IF NOT NRV-RUN-ABORTED AND NRV-WORK-OPENED
003020         PERFORM 9100-REWRITE-EXCEPTIONS THRU 9100-EXIT
003030     END-IF.
003040     IF NOT NRV-RUN-ABORTED
003050         DISPLAY " "
003060         DISPLAY "***** NSF REVIEW SUMMARY *****"
003070         DISPLAY "NSF ITEMS READ . . . . . . : "
003080             NRV-ITEMS-READ
003090         DISPLAY "PAID . . . . . . . . . . . : "
003100             NRV-ITEMS-PAID
003110         DISPLAY "RETURNED TO THE NEXT RUN . : "
003120             NRV-ITEMS-RETURNED
003130         DISPLAY "AMOUNT RETURNED  . . . . . : "
003140             NRV-RETURNED-TOTAL
003150         DISPLAY "SKIPPED (STILL OPEN) . . . : "
003160             NRV-ITEMS-SKIPPED
003170     END-IF.
003180 9000-EXIT.
003190     EXIT.
003200 9100-REWRITE-EXCEPTIONS.
003210******************************************************************
003220* THE EXCEPTION FILE IS REWRITTEN FROM THE WORK FILE SO PAID AND
003230* RETURNED ITEMS COME OFF IT AND SKIPPED ITEMS STAY ON.  THE
003240* NEXT POSTING RUN EXTENDS WHAT IS LEFT.
003250******************************************************************
003260     OPEN INPUT NSF-WORK.
003270     IF NOT NRV-WORK-OK
003280         DISPLAY "NSF WORK FILE WILL NOT RE-OPEN - "
003290             "EXCEPTION FILE LEFT AS IT WAS"
003300         MOVE 8 TO RETURN-CODE
003310         GO TO 9100-EXIT
003320     END-IF.
003330     OPEN OUTPUT NSF-EXCEPTIONS.
003340     IF NOT NRV-NSF-OK
003350         DISPLAY "NSF EXCEPTION FILE WILL NOT RE-OPEN FOR REWRITE"
003360         MOVE 8 TO RETURN-CODE
003370         CLOSE NSF-WORK
003380         GO TO 9100-EXIT
003390     END-IF.
003400     MOVE 'N' TO NRV-COPY-EOF-SW.
003410     PERFORM 9110-COPY-ONE THRU 9110-EXIT
003420         UNTIL NRV-COPY-EOF.
003430     CLOSE NSF-WORK.
003440     CLOSE NSF-EXCEPTIONS.
003450 9100-EXIT.
003460     EXIT.
003470 9110-COPY-ONE.
003480     READ NSF-WORK
003490         AT END
003500             SET NRV-COPY-EOF TO TRUE
003510         NOT AT END
003520             MOVE NSF-WORK-RECORD TO NSF-EXCEPTION-RECORD
003530             WRITE NSF-EXCEPTION-RECORD
003540     END-READ.
003550 9110-EXIT.
003560     EXIT.
