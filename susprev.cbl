000310*                 LIMIT IS FLAGGED SO NOTHING SITS UNREVIEWED
000320*                 FOREVER.  AT END OF SESSION THE SUSPENSE FILE
000330*                 IS REWRITTEN WITH ONLY THE SKIPPED ITEMS.
000332* 10/15/26   DPC  THE SUSPENSE RECORD NOW ENDS WITH THE ITEM'S
000333*                 CURRENCY CODE; RECORD LAYOUT WIDENED TO MATCH.
000334*                 THE CODE IS SHOWN WITH THE AMOUNTS AND CARRIED
000335*                 ON TO THE RELEASE FILE AND THE KILL LOG.
000336* 10/15/26   DPC  THE SUSPENSE RECORD NOW ENDS WITH THE CHEQUE
000337*                 SERIAL; RECORD LAYOUT WIDENED TO MATCH.  THE
000338*                 SERIAL IS SHOWN WITH THE AMOUNTS AND CARRIED ON
000339*                 TO THE RELEASE FILE AND THE KILL LOG.
000340******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000600         SIGN LEADING SEPARATE.
000610     05  SP-SUSP-DATE            PIC 9(08).
000620     05  SP-RUN-SEQ-NO           PIC 9(05).
000622     05  SP-CURRENCY             PIC X(03).
000625     05  SP-CHEQUE-SERIAL        PIC X(08).
000630 FD  RELEASE-FILE.
000640 01  RELEASE-RECORD.
000650     05  RL-BRANCH               PIC 9(02).
000710         SIGN LEADING SEPARATE.
000720     05  RL-SUSP-DATE            PIC 9(08).
000730     05  RL-RUN-SEQ-NO           PIC 9(05).
000732     05  RL-CURRENCY             PIC X(03).
000735     05  RL-CHEQUE-SERIAL        PIC X(08).
000740 FD  KILL-LOG.
000750 01  KILL-LOG-RECORD.
000760     05  KL-KILL-DATE            PIC 9(08).
000840         SIGN LEADING SEPARATE.
000850     05  KL-SUSP-DATE            PIC 9(08).
000860     05  KL-REASON               PIC X(20).
000862     05  KL-CURRENCY             PIC X(03).
000865     05  KL-CHEQUE-SERIAL        PIC X(08).
000870 FD  SUSP-WORK.
000880 01  SUSP-WORK-RECORD            PIC X(56).
000890 WORKING-STORAGE SECTION.
000900 01  SRV-FILE-STATUSES.
000910     05  SRV-SUSPENSE-STATUS     PIC X(02) VALUE SPACES.
002210     DISPLAY "SUSPECT OF " SP-SUSP-DATE "/" SP-RUN-SEQ-NO
002220         " BRANCH " SP-BRANCH " ACCOUNT " SP-ACCOUNT-NO
002230         " CODE " SP-TRANS-CODE.
002240     DISPLAY "  A " SP-A "  B " SP-B "  CURRENCY " SP-CURRENCY
002245         "  SERIAL " SP-CHEQUE-SERIAL.
002250     IF SRV-AGE-DAYS > SRV-AGE-LIMIT-DAYS
002260         ADD 1 TO SRV-SUSPECTS-AGED
002270         DISPLAY "** AGED " SRV-AGE-DAYS
002920     MOVE SP-B           TO RL-B.
002930     MOVE SP-SUSP-DATE   TO RL-SUSP-DATE.
002940     MOVE SP-RUN-SEQ-NO  TO RL-RUN-SEQ-NO.
002942     MOVE SP-CURRENCY    TO RL-CURRENCY.
002945     MOVE SP-CHEQUE-SERIAL TO RL-CHEQUE-SERIAL.
002950     WRITE RELEASE-RECORD.
002960     ADD 1 TO SRV-SUSPECTS-RELEASED.
002970     DISPLAY "RELEASED FOR THE NEXT RUN".
003140     MOVE SP-B           TO KL-B.
003150     MOVE SP-SUSP-DATE   TO KL-SUSP-DATE.
003160     MOVE SRV-REASON     TO KL-REASON.
003162     MOVE SP-CURRENCY    TO KL-CURRENCY.
003165     MOVE SP-CHEQUE-SERIAL TO KL-CHEQUE-SERIAL.
003170     WRITE KILL-LOG-RECORD.
003180     ADD 1 TO SRV-SUSPECTS-KILLED.
003190     DISPLAY "KILLED AND LOGGED".
