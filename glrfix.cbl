000330*                 THE RESEND SUPPLIES ONLY THE MISSING SIDE.
000340*                 AT END OF SESSION THE QUEUE IS REWRITTEN WITH
000350*                 ONLY THE ITEMS LEFT UNWORKED.
000352* 10/15/26   DPC  THE REPAIR QUEUE AND GL POSTING NOW END WITH THE
000354*                 BRANCH CODE.  THE BRANCH IS SHOWN WITH EACH
000356*                 REJECTED POSTING AND THE RESEND POSTS THE
000358*                 MISSING SIDE BACK TO THE SAME BRANCH'S BOOKS.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000560     05  RQ-DR-CR-IND            PIC X(01).
000570     05  RQ-AMOUNT               PIC 9(7)V99.
000580     05  RQ-REASON-CODE          PIC X(02).
000585     05  RQ-BRANCH               PIC 9(02).
000590 FD  REPAIR-WORK.
000600 01  REPAIR-WORK-RECORD          PIC X(35).
000610 FD  RESEND-FILE.
000620 01  GL-BATCH-HEADER.
000630     05  GH-REC-TYPE             PIC X(02).
000700     05  GP-DR-CR-IND            PIC X(01).
000710     05  GP-AMOUNT               PIC 9(7)V99.
000720     05  GP-EFFECTIVE-DATE       PIC 9(08).
000725     05  GP-BRANCH               PIC 9(02).
000730 01  GL-BATCH-TRAILER.
000740     05  GT-REC-TYPE             PIC X(02).
000750     05  GT-RECORD-COUNT         PIC 9(07).
001550     DISPLAY "REJECTED POSTING OF BATCH " RQ-BATCH-DATE "/"
001560         RQ-BATCH-NO.
001570     DISPLAY "  ACCOUNT " RQ-ACCOUNT-NO " " RQ-DR-CR-IND
001580         " AMOUNT " RQ-AMOUNT " REASON " RQ-REASON-CODE
001585         " BRANCH " RQ-BRANCH.
001590     MOVE 'N' TO GRF-ANSWER-SWITCH.
001600     PERFORM 2300-PROMPT-OPERATOR THRU 2300-EXIT
001610         UNTIL GRF-ANSWER-TAKEN.
002160     MOVE RQ-DR-CR-IND   TO GP-DR-CR-IND.
002170     MOVE RQ-AMOUNT      TO GP-AMOUNT.
002180     MOVE GRF-TODAY      TO GP-EFFECTIVE-DATE.
002181     IF RQ-BRANCH NUMERIC
002182         MOVE RQ-BRANCH  TO GP-BRANCH
002183     ELSE
002184         MOVE 0          TO GP-BRANCH
002185     END-IF.
002190     WRITE GL-POSTING-RECORD.
002200     ADD 1 TO GRF-REPAIRS-RESENT.
002210     ADD RQ-AMOUNT TO GRF-RESEND-HASH.
