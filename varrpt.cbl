000440*                 QUIET.  THE PERCENT THRESHOLD ON THE CARD
000442*                 WIDENED TO MATCH, SO ANY REAL SWING OPERATIONS
000444*                 ACCEPTS CAN ACTUALLY BE PUSHED THROUGH.
000446* 10/15/26   DPC  TRANS-OUT DETAIL NOW ENDS WITH THE ITEM
000448*                 CURRENCY, ORIGINAL A AND B, FX RATE AND FX
000450*                 CONVERSION DIFFERENCE; RECORD LAYOUT WIDENED TO
000452*                 MATCH.
000454* 10/15/26   DPC  TRANS-OUT DETAIL NOW ENDS WITH THE CHEQUE
000456*                 SERIAL; RECORD LAYOUT WIDENED TO MATCH.
000458******************************************************************
000460 ENVIRONMENT DIVISION.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  TRANS-FILE.
000670 01  TR-RECORD                   PIC X(95).
000680 01  TR-HEADER-RECORD.
000690     05  TR-REC-TYPE             PIC X(01).
000700     05  TR-RUN-DATE             PIC 9(08).
000710     05  TR-RUN-SEQ-NO           PIC 9(05).
000720     05  FILLER                  PIC X(81).
000730 01  TR-TRAILER-RECORD.
000740     05  FILLER                  PIC X(01).
000750     05  TR-RECORD-COUNT         PIC 9(07).
000760     05  TR-GRAND-TOTAL          PIC S9(9)V99
000770         SIGN LEADING SEPARATE.
000780     05  FILLER                  PIC X(75).
000790 FD  PRIOR-FILE.
000800 01  PR-RECORD                   PIC X(95).
000810 01  PR-HEADER-RECORD.
000820     05  PR-REC-TYPE             PIC X(01).
000830     05  PR-RUN-DATE             PIC 9(08).
000840     05  PR-RUN-SEQ-NO           PIC 9(05).
000850     05  FILLER                  PIC X(81).
000860 01  PR-TRAILER-RECORD.
000870     05  FILLER                  PIC X(01).
000880     05  PR-RECORD-COUNT         PIC 9(07).
000890     05  PR-GRAND-TOTAL          PIC S9(9)V99
000900         SIGN LEADING SEPARATE.
000910     05  FILLER                  PIC X(75).
000920 FD  PARM-CARD.
000930 01  PARM-CARD-RECORD.
000940     05  VP-PCT-THRESHOLD        PIC 9(07).
