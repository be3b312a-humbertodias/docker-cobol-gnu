000394*                 RESUBMIT RECORDS AND IS SHOWN WITH EACH REJECT
000396*                 SO THE REPAIRED ITEM KEEPS ITS CODE ALL THE
000398*                 WAY TO THE LEDGER.
000399* 10/15/26   DPC  THE BRANCH CODE NOW RIDES THE REJECT AND
000400*                 RESUBMIT RECORDS, IS SHOWN WITH EACH REJECT AND
000401*                 IS CARRIED ONTO THE RESUBMIT SO THE REPAIRED
000402*                 ITEM BOOKS TO ITS OWN BRANCH IN THE LEDGER.
000403******************************************************************
000410 ENVIRONMENT DIVISION.
000420 INPUT-OUTPUT SECTION.
000430 FILE-CONTROL.
000602     05  RJ-TRANS-CODE           PIC X(02).
000610     05  RJ-INPUT-VALUE          PIC X(10).
000620     05  RJ-REASON-CODE          PIC X(02).
000625     05  RJ-BRANCH               PIC 9(02).
000630 FD  RESUBMIT-FILE.
000640 01  RESUBMIT-RECORD.
000650     05  RSB-ORIG-SEQ-NO         PIC 9(07).
000672     05  RSB-TRANS-CODE          PIC X(02).
000680     05  RSB-CORRECTED-VALUE     PIC S9(7)V99
000690         SIGN LEADING SEPARATE.
000695     05  RSB-BRANCH              PIC 9(02).
000700 FD  REJECT-WORK.
000710 01  REJECT-WORK-RECORD          PIC X(44).
000720 WORKING-STORAGE SECTION.
000730 01  RFX-FILE-STATUSES.
000740     05  RFX-REJECT-STATUS       PIC X(02) VALUE SPACES.
001770     DISPLAY " ".
001780     DISPLAY "REJECT SEQ " RJ-SEQ-NO " OF RUN " RJ-RUN-DATE
001790         "/" RJ-RUN-SEQ-NO " ACCOUNT " RJ-ACCOUNT-NO
001795         " CODE " RJ-TRANS-CODE " BRANCH " RJ-BRANCH
001800         " VALUE " RJ-INPUT-VALUE " REASON " RJ-REASON-CODE.
001810     IF RFX-AGE-DAYS > RFX-AGE-LIMIT-DAYS
001820         ADD 1 TO RFX-REJECTS-AGED
002350     MOVE RJ-RUN-DATE      TO RSB-ORIG-RUN-DATE.
002360     MOVE RJ-ACCOUNT-NO    TO RSB-ACCOUNT-NO.
002365     MOVE RJ-TRANS-CODE    TO RSB-TRANS-CODE.
002366*    A REJECT WRITTEN BEFORE THE BRANCH RODE THE RECORD GOES BACK
002367*    UNDER HEAD OFFICE.
002368     IF RJ-BRANCH NUMERIC
002369         MOVE RJ-BRANCH    TO RSB-BRANCH
002370     ELSE
002371         MOVE 0            TO RSB-BRANCH
002372     END-IF.
002373     MOVE RFX-ANSWER-AMOUNT TO RSB-CORRECTED-VALUE.
002380     WRITE RESUBMIT-RECORD.
002390     ADD 1 TO RFX-REJECTS-FIXED.
002400 2400-EXIT.
