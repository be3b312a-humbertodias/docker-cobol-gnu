000240*                 HAND AHEAD OF THE NIGHTLY RUN ANY MORE.  EACH
000250*                 BRANCH'S RECORD COUNT IS DISPLAYED AND A
000260*                 MISSING BRANCH FILE STOPS THE CHAIN WITH RC 16
000261*                 INSTEAD OF A SHORT MERGE SILENTLY DROPPING A
000262*                 BRANCH - A BRANCH WITH NOTHING TO REPORT MUST
000263*                 STAGE AN EMPTY FILE.
000264* 09/02/26   DPC  SUSPECTS RELEASED BY THE SUSPREV REVIEW ARE
000265*                 NOW APPENDED TO TRANS-IN AFTER THE BRANCH
000266*                 FILES, UNDER THEIR ORIGINAL BRANCH CODE, AND
000267*                 THE RELEASE FILE IS EMPTIED SO A RELEASE
000268*                 CANNOT POST TWICE.  NO RELEASE FILE IS A
000269*                 NORMAL NIGHT.
000270* 09/02/26   DPC  EVERY BRANCH RECORD IS NOW EDITED BEFORE THE
000271*                 MERGE - NUMERIC ACCOUNT, SIGN AND DIGITS ON A
000272*                 AND B (A SHORT RECORD FAILS THE B EDIT).
000273*                 FAILURES GO TO THE PER-BRANCH EDIT REPORT AND
000274*                 STAY OUT OF TRANS-IN; A BRANCH WHOSE ERROR
000275*                 RATE PASSES THE PARAMETER-CARD THRESHOLD
000276*                 (DEFAULT 10 PERCENT) STOPS THE CHAIN.
000277* 09/02/26   DPC  MONTH-END CHARGES FROM THE ACCRUE STEP ARE
000278*                 APPENDED TO TRANS-IN THE SAME WAY RELEASED
000279*                 SUSPECTS ARE, AND THE ACCRUAL FILE IS EMPTIED
000280*                 SO A CHARGE CANNOT POST TWICE.
000281* 10/15/26   DPC  NSF ITEMS RETURNED IN THE NSFREV REVIEW ARE
000282*                 APPENDED TO TRANS-IN AS REVERSING ENTRIES THE
000283*                 SAME WAY ACCRUAL CHARGES ARE, AND THE RETURN
000284*                 FILE IS EMPTIED SO A RETURN CANNOT POST TWICE.
000285* 10/15/26   DPC  ITEMS THE STDORD STEP GENERATES FROM THE
000286*                 STANDING ORDER MASTER ARE APPENDED TO TRANS-IN
000287*                 AFTER THE NSF RETURNS THE SAME WAY ACCRUAL
000288*                 CHARGES ARE, AND THE FEED IS EMPTIED SO AN ITEM
000289*                 CANNOT POST TWICE.
000290* 10/15/26   DPC  MANUAL ADJUSTMENTS RELEASED ON THE ADJENT
000291*                 CONSOLE ARE APPENDED TO TRANS-IN AFTER THE
000292*                 STANDING ORDERS, UNDER THEIR OWN ADJUSTMENT
000293*                 BRANCH (90), THE SAME WAY ACCRUAL CHARGES ARE,
000294*                 AND THE ADJUSTMENT FEED IS EMPTIED SO AN
000295*                 ADJUSTMENT CANNOT POST TWICE.
000296* 10/15/26   DPC  BRANCH RECORDS MAY NOW END WITH A THREE-LETTER
000297*                 CURRENCY CODE, CARRIED TO TRANS-IN (BLANK IS
000298*                 BASE CURRENCY) AND EDITED WITH THE AMOUNTS, AND
000299*                 RELEASED SUSPECTS KEEP THEIR CURRENCY.  THE
000300*                 MACHINE-BUILT FEEDS STAY IN THEIR OLD LAYOUT AND
000301*                 MERGE AS BASE CURRENCY.
000302* 10/15/26   DPC  BRANCH RECORDS NOW END WITH AN OPTIONAL CHEQUE
000303*                 SERIAL, EDITED AS ALL DIGITS WHEN PRESENT;
000304*                 RELEASED SUSPENSE ITEMS CARRY THEIRS BACK.
000305*                 RECORD LAYOUTS WIDENED TO MATCH.
000309******************************************************************
000310 ENVIRONMENT DIVISION.
000320 INPUT-OUTPUT SECTION.
000464     SELECT ACCRUAL-FILE ASSIGN TO ACCRFILE
000465         ORGANIZATION IS LINE SEQUENTIAL
000466         FILE STATUS IS BRM-ACCRUAL-STATUS.
000467     SELECT NSF-RETURN-FILE ASSIGN TO NSFRET
000468         ORGANIZATION IS LINE SEQUENTIAL
000469         FILE STATUS IS BRM-NSF-RETURN-STATUS.
000470     SELECT STANDING-ORDER-FILE ASSIGN TO STDOFILE
000471         ORGANIZATION IS LINE SEQUENTIAL
000472         FILE STATUS IS BRM-STDORD-STATUS.
000473     SELECT ADJUSTMENT-FEED ASSIGN TO ADJFEED
000474         ORGANIZATION IS LINE SEQUENTIAL
000475         FILE STATUS IS BRM-ADJUST-STATUS.
000476 DATA DIVISION.
000477 FILE SECTION.
000480 FD  BRANCH1-IN.
000490 01  BRANCH1-RECORD              PIC X(41).
000500 FD  BRANCH2-IN.
000510 01  BRANCH2-RECORD              PIC X(41).
000520 FD  BRANCH3-IN.
000530 01  BRANCH3-RECORD              PIC X(41).
000540 FD  MERGED-OUT.
000550 01  MERGED-RECORD.
000560     05  MG-BRANCH               PIC 9(02).
000570     05  MG-DATA                 PIC X(41).
000571 FD  RELEASE-FILE.
000572 01  RELEASE-RECORD.
000573     05  RL-BRANCH               PIC 9(02).
000579         SIGN LEADING SEPARATE.
000580     05  RL-SUSP-DATE            PIC 9(08).
000581     05  RL-RUN-SEQ-NO           PIC 9(05).
000582     05  RL-CURRENCY             PIC X(03).
000583     05  RL-CHEQUE-SERIAL        PIC X(08).
000584 FD  EDIT-REPORT.
000585 01  REPORT-LINE                 PIC X(80).
000586 FD  BRM-PARM-CARD.
000587 01  BRM-PARM-RECORD.
000588     05  BP-ERROR-PCT-LIMIT      PIC 9(03).
000589 FD  ACCRUAL-FILE.
000590 01  ACCRUAL-RECORD              PIC X(32).
000591 FD  NSF-RETURN-FILE.
000592 01  NSF-RETURN-RECORD           PIC X(32).
000593 FD  STANDING-ORDER-FILE.
000594 01  STANDING-ORDER-RECORD       PIC X(32).
000595 FD  ADJUSTMENT-FEED.
000596 01  ADJUSTMENT-FEED-RECORD      PIC X(32).
000597 WORKING-STORAGE SECTION.
000598 01  BRM-FILE-STATUSES.
000600     05  BRM-BRANCH1-STATUS      PIC X(02) VALUE SPACES.
000610         88  BRM-BRANCH1-OK              VALUE '00'.
000620     05  BRM-BRANCH2-STATUS      PIC X(02) VALUE SPACES.
000678         88  BRM-PARM-OK                 VALUE '00'.
000679     05  BRM-ACCRUAL-STATUS      PIC X(02) VALUE SPACES.
000680         88  BRM-ACCRUAL-OK              VALUE '00'.
000681     05  BRM-NSF-RETURN-STATUS   PIC X(02) VALUE SPACES.
000682         88  BRM-NSF-RETURN-OK           VALUE '00'.
000683     05  BRM-STDORD-STATUS       PIC X(02) VALUE SPACES.
000684         88  BRM-STDORD-OK               VALUE '00'.
000685     05  BRM-ADJUST-STATUS       PIC X(02) VALUE SPACES.
000686         88  BRM-ADJUST-OK               VALUE '00'.
000687 01  BRM-SWITCHES.
000690     05  BRM-EOF-SWITCH          PIC X(01) VALUE 'N'.
000700         88  BRM-END-OF-BRANCH           VALUE 'Y'.
000710     05  BRM-ABORT-SWITCH        PIC X(01) VALUE 'N'.
000760     05  BRM-BRANCH1-COUNT       PIC 9(07) VALUE 0.
000770     05  BRM-BRANCH2-COUNT       PIC 9(07) VALUE 0.
000780     05  BRM-BRANCH3-COUNT       PIC 9(07) VALUE 0.
000781     05  BRM-ERR-SCALED          PIC 9(10) VALUE 0.
000782     05  BRM-LIMIT-SCALED        PIC 9(10) VALUE 0.
000783     05  BRM-STDORD-COUNT        PIC 9(07) VALUE 0.
000784     05  BRM-ADJUST-COUNT        PIC 9(07) VALUE 0.
000785     05  BRM-MERGED-COUNT        PIC 9(07) VALUE 0.
000786     05  BRM-ACCRUAL-COUNT       PIC 9(07) VALUE 0.
000787     05  BRM-NSF-RETURN-COUNT    PIC 9(07) VALUE 0.
000788     05  BRM-RELEASE-COUNT       PIC 9(07) VALUE 0.
000789     05  BRM-EDIT-ERRORS         PIC 9(07) VALUE 0.
000790 01  BRM-RELEASE-WORK.
000791     05  BRW-ACCOUNT-NO          PIC 9(08).
000792     05  BRW-TRANS-CODE          PIC X(02).
000793     05  BRW-A                   PIC S9(7)V99
000794         SIGN LEADING SEPARATE.
000795     05  BRW-B                   PIC S9(7)V99
000796         SIGN LEADING SEPARATE.
000797     05  BRW-CURRENCY            PIC X(03).
000798     05  BRW-CHEQUE-SERIAL       PIC X(08).
000799 01  BRM-EDIT-FIELDS.
000800     05  BRM-EDIT-RECORD         PIC X(41).
000801     05  BRM-EDIT-RECORD-X REDEFINES BRM-EDIT-RECORD.
000802         10  BED-ACCOUNT-NO      PIC X(08).
000803         10  BED-TRANS-CODE      PIC X(02).
000804         10  BED-A-SIGN          PIC X(01).
000805         10  BED-A-DIGITS        PIC X(09).
000806         10  BED-B-SIGN          PIC X(01).
000807         10  BED-B-DIGITS        PIC X(09).
000808         10  BED-CURRENCY        PIC X(03).
000809         10  BED-CHEQUE-SERIAL   PIC X(08).
000810     05  BRM-EDIT-OK-SW          PIC X(01) VALUE 'Y'.
000811         88  BRM-EDIT-PASSED             VALUE 'Y'.
000812     05  BRM-EDIT-REASON         PIC X(20) VALUE SPACES.
000826 01  RPT-EDIT-LINE.
000827     05  RE-SEQ                  PIC Z,ZZZ,ZZ9.
000828     05  FILLER                  PIC X(02) VALUE SPACES.
000829     05  RE-RECORD               PIC X(41).
000830     05  FILLER                  PIC X(02) VALUE SPACES.
000831     05  RE-REASON               PIC X(20).
000832 01  RPT-BRANCH-TOTAL-LINE.
000970     END-IF.
000980     IF NOT BRM-RUN-ABORTED
000990         PERFORM 5500-MERGE-ACCRUALS THRU 5500-EXIT
000991     END-IF.
000992     IF NOT BRM-RUN-ABORTED
000993         PERFORM 5800-MERGE-NSF-RETURNS THRU 5800-EXIT
000994     END-IF.
000995     IF NOT BRM-RUN-ABORTED
000996         PERFORM 5960-MERGE-STANDING-ORDERS THRU 5960-EXIT
000997     END-IF.
000998     IF NOT BRM-RUN-ABORTED
000999         PERFORM 5985-MERGE-ADJUSTMENTS THRU 5985-EXIT
001000     END-IF.
001010     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001020     STOP RUN.
002750     MOVE RL-TRANS-CODE  TO BRW-TRANS-CODE.
002760     MOVE RL-A           TO BRW-A.
002770     MOVE RL-B           TO BRW-B.
002772     MOVE RL-CURRENCY    TO BRW-CURRENCY.
002775     MOVE RL-CHEQUE-SERIAL TO BRW-CHEQUE-SERIAL.
002780     MOVE BRM-RELEASE-WORK TO MG-DATA.
002790     WRITE MERGED-RECORD.
002800     ADD 1 TO BRM-RELEASE-COUNT.
003160     ADD 1 TO BRM-MERGED-COUNT.
003170     PERFORM 5600-READ-ACCRUAL THRU 5600-EXIT.
003180 5700-EXIT.
003181     EXIT.
003182 5800-MERGE-NSF-RETURNS.
003183******************************************************************
003184* NSF ITEMS THE NSFREV REVIEW RETURNED COME BACK AS REVERSING
003185* ENTRIES, ALREADY IN FULL TRANS-IN FORMAT UNDER THE ITEM'S
003186* ORIGINAL BRANCH, SO THEY COPY STRAIGHT IN LIKE THE ACCRUAL
003187* CHARGES.  THE FILE IS EMPTIED SO A RETURN CANNOT POST TWICE.
003188******************************************************************
003189     MOVE 'N' TO BRM-EOF-SWITCH.
003190     OPEN INPUT NSF-RETURN-FILE.
003191     IF NOT BRM-NSF-RETURN-OK
003192         GO TO 5800-EXIT
003193     END-IF.
003194     PERFORM 5900-READ-NSF-RETURN THRU 5900-EXIT.
003195     PERFORM 5950-COPY-NSF-RETURN THRU 5950-EXIT
003196         UNTIL BRM-END-OF-BRANCH.
003197     CLOSE NSF-RETURN-FILE.
003198     OPEN OUTPUT NSF-RETURN-FILE.
003199     CLOSE NSF-RETURN-FILE.
003200 5800-EXIT.
003201     EXIT.
003202 5900-READ-NSF-RETURN.
003203     READ NSF-RETURN-FILE
003204         AT END
003205             SET BRM-END-OF-BRANCH TO TRUE
003206     END-READ.
003207 5900-EXIT.
003208     EXIT.
003209 5950-COPY-NSF-RETURN.
003210     MOVE NSF-RETURN-RECORD TO MERGED-RECORD.
003211     WRITE MERGED-RECORD.
003212     ADD 1 TO BRM-NSF-RETURN-COUNT.
003213     ADD 1 TO BRM-MERGED-COUNT.
003214     PERFORM 5900-READ-NSF-RETURN THRU 5900-EXIT.
003215 5950-EXIT.
003216     EXIT.
003217 5960-MERGE-STANDING-ORDERS.
003218******************************************************************
003219* ITEMS THE STDORD STEP GENERATED FROM THE STANDING ORDER MASTER
003220* ARE ALREADY IN FULL TRANS-IN FORMAT (HOUSE BRANCH 00), SO THEY
003221* COPY STRAIGHT IN LIKE THE ACCRUAL CHARGES.  THE FILE IS EMPTIED
003222* AFTER A CLEAN MERGE SO AN ITEM CANNOT POST TWICE.
003223******************************************************************
003224     MOVE 'N' TO BRM-EOF-SWITCH.
003225     OPEN INPUT STANDING-ORDER-FILE.
003226     IF NOT BRM-STDORD-OK
003227         GO TO 5960-EXIT
003228     END-IF.
003229     PERFORM 5970-READ-STANDING-ORDER THRU 5970-EXIT.
003230     PERFORM 5980-COPY-STANDING-ORDER THRU 5980-EXIT
003231         UNTIL BRM-END-OF-BRANCH.
003232     CLOSE STANDING-ORDER-FILE.
003233     OPEN OUTPUT STANDING-ORDER-FILE.
003234     CLOSE STANDING-ORDER-FILE.
003235 5960-EXIT.
003236     EXIT.
003237 5970-READ-STANDING-ORDER.
003238     READ STANDING-ORDER-FILE
003239         AT END
003240             SET BRM-END-OF-BRANCH TO TRUE
003241     END-READ.
003242 5970-EXIT.
003243     EXIT.
003244 5980-COPY-STANDING-ORDER.
003245     MOVE STANDING-ORDER-RECORD TO MERGED-RECORD.
003246     WRITE MERGED-RECORD.
003247     ADD 1 TO BRM-STDORD-COUNT.
003248     ADD 1 TO BRM-MERGED-COUNT.
003249     PERFORM 5970-READ-STANDING-ORDER THRU 5970-EXIT.
003250 5980-EXIT.
003251     EXIT.
003252 5985-MERGE-ADJUSTMENTS.
003253******************************************************************
003254* MANUAL ADJUSTMENTS RELEASED BY A SECOND OPERATOR ON THE ADJENT
003255* CONSOLE ARE ALREADY IN FULL TRANS-IN FORMAT UNDER THE ADJUSTMENT
003256* BRANCH (90), SO THEY COPY STRAIGHT IN LIKE THE ACCRUAL CHARGES.
003257* ONLY RELEASED ITEMS EVER REACH THE FEED.  IT IS EMPTIED AFTER A
003258* CLEAN MERGE SO AN ADJUSTMENT CANNOT POST TWICE.
003259******************************************************************
003260     MOVE 'N' TO BRM-EOF-SWITCH.
003261     OPEN INPUT ADJUSTMENT-FEED.
003262     IF NOT BRM-ADJUST-OK
003263         GO TO 5985-EXIT
003264     END-IF.
003265     PERFORM 5990-READ-ADJUSTMENT THRU 5990-EXIT.
003266     PERFORM 5995-COPY-ADJUSTMENT THRU 5995-EXIT
003267         UNTIL BRM-END-OF-BRANCH.
003268     CLOSE ADJUSTMENT-FEED.
003269     OPEN OUTPUT ADJUSTMENT-FEED.
003270     CLOSE ADJUSTMENT-FEED.
003271 5985-EXIT.
003272     EXIT.
003273 5990-READ-ADJUSTMENT.
003274     READ ADJUSTMENT-FEED
003275         AT END
003276             SET BRM-END-OF-BRANCH TO TRUE
003277     END-READ.
003278 5990-EXIT.
003279     EXIT.
003280 5995-COPY-ADJUSTMENT.
003281     MOVE ADJUSTMENT-FEED-RECORD TO MERGED-RECORD.
003282     WRITE MERGED-RECORD.
003283     ADD 1 TO BRM-ADJUST-COUNT.
003284     ADD 1 TO BRM-MERGED-COUNT.
003285     PERFORM 5990-READ-ADJUSTMENT THRU 5990-EXIT.
003286 5995-EXIT.
003287     EXIT.
003288 6000-EDIT-AND-WRITE.
003289     ADD 1 TO BRM-CUR-READ.
003290     PERFORM 6100-EDIT-RECORD THRU 6100-EXIT.
003291     IF BRM-EDIT-PASSED
003292         MOVE BRM-EDIT-RECORD TO MG-DATA
003293         WRITE MERGED-RECORD
003294     ELSE
003295         ADD 1 TO BRM-CUR-ERRORS
003296         ADD 1 TO BRM-EDIT-ERRORS
003297         PERFORM 6200-WRITE-EDIT-LINE THRU 6200-EXIT
003300     END-IF.
003310 6000-EXIT.
003320     EXIT.
003600     IF BED-B-DIGITS NOT NUMERIC
003610         MOVE 'N' TO BRM-EDIT-OK-SW
003620         MOVE 'B AMOUNT NOT NUMERIC' TO BRM-EDIT-REASON
003621         GO TO 6100-EXIT
003622     END-IF.
003623*    THE CURRENCY CODE IS OPTIONAL - BLANK IS BASE CURRENCY.  A
003624*    CODE THAT IS THERE MUST BE THREE LETTERS; WHETHER IT HAS A
003625*    RATE TONIGHT IS SUM'S CHECK, NOT THE BRANCH EDIT'S.
003626     IF BED-CURRENCY NOT = SPACES
003627         AND (BED-CURRENCY NOT ALPHABETIC-UPPER
003628         OR BED-CURRENCY (1:1) = SPACE
003629         OR BED-CURRENCY (2:1) = SPACE
003630         OR BED-CURRENCY (3:1) = SPACE)
003631         MOVE 'N' TO BRM-EDIT-OK-SW
003632         MOVE 'CURRENCY CODE BAD   ' TO BRM-EDIT-REASON
003633         GO TO 6100-EXIT
003634     END-IF.
003635*    THE CHEQUE SERIAL IS OPTIONAL TOO; ONE THAT IS THERE MUST BE
003636*    ALL DIGITS.  WHETHER THE CODE TAKES A SERIAL IS SUM'S CHECK.
003637     IF BED-CHEQUE-SERIAL NOT = SPACES
003638         AND BED-CHEQUE-SERIAL NOT NUMERIC
003639         MOVE 'N' TO BRM-EDIT-OK-SW
003640         MOVE 'CHEQUE SERIAL BAD   ' TO BRM-EDIT-REASON
003641     END-IF.
003642 6100-EXIT.
003650     EXIT.
003660 6200-WRITE-EDIT-LINE.
003670     MOVE BRM-CUR-READ    TO RE-SEQ.
004230             BRM-RELEASE-COUNT
004240         DISPLAY "ACCRUAL CHARGES MERGED . . : "
004250             BRM-ACCRUAL-COUNT
004254         DISPLAY "NSF RETURNS MERGED . . . . : "
004255             BRM-NSF-RETURN-COUNT
004256         DISPLAY "STANDING ORDERS MERGED . . : "
004257             BRM-STDORD-COUNT
004258         DISPLAY "ADJUSTMENTS MERGED . . . . : "
004259             BRM-ADJUST-COUNT
004260         DISPLAY "MERGED RECORDS . . . . . . : " BRM-MERGED-COUNT
004270     END-IF.
004280 9000-EXIT.
