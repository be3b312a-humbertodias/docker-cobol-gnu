001147*                 DETAILS AND THE REJECT AND RESUBMIT RECORDS,
001148*                 SO THE GL EXTRACT CAN MAP A SETTLEMENT ACCOUNT
001149*                 PER CODE AND A REPAIRED ITEM KEEPS ITS CODE.
001150* 10/15/26   DPC  THE ACCOUNT MASTER RECORD NOW CARRIES AN
001151*                 OVERDRAFT LIMIT AFTER THE STATUS; RECORD LAYOUT
001152*                 WIDENED TO MATCH.  THE TRANS-OUT DETAIL NOW
001153*                 ENDS WITH THE BRANCH CODE.
001154* 10/15/26   DPC  THE BRANCH CODE NOW RIDES THE CLASS-OUT DETAIL
001155*                 AND THE REJECT AND RESUBMIT RECORDS, SO EVERY GL
001156*                 POSTING BOOKS TO ITS OWN BRANCH.  CLASS-OUT
001157*                 DETAILS ALSO SAY WHETHER THEY CAME FROM
001158*                 TRANS-OUT (T) OR A RESUBMIT (R).
001159* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
001160*                 NUMBER.  EACH ACCOUNT IS CHECKED BY A KEYED
001161*                 READ, AND THE ABORT ON A MASTER OVER 500
001162*                 ACCOUNTS IS GONE.
001163* 10/15/26   DPC  TRANS-OUT RECORD LAYOUT WIDENED TO MATCH; CLASS-
001164*                 OUT DETAIL NOW CARRIES THE ITEM CURRENCY AND FX
001165*                 CONVERSION DIFFERENCE.
001166* 10/15/26   DPC  TRANS-OUT DETAIL NOW ENDS WITH THE CHEQUE
001167*                 SERIAL; RECORD LAYOUT WIDENED TO MATCH.
001168******************************************************************
001169 ENVIRONMENT DIVISION.
001170 INPUT-OUTPUT SECTION.
001180 FILE-CONTROL.
001190     SELECT TRANS-FILE  ASSIGN TO TRANSOUT
001320         ORGANIZATION IS LINE SEQUENTIAL
001330         FILE STATUS IS NEG-PARM-STATUS.
001332     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
001334         ORGANIZATION IS INDEXED
001335         ACCESS MODE IS RANDOM
001336         RECORD KEY IS AM-ACCOUNT-NO
001337         FILE STATUS IS NEG-ACCT-MSTR-STATUS.
001340 DATA DIVISION.
001350 FILE SECTION.
001360 FD  TRANS-FILE.
001490     05  TR-C                    PIC S9(7)V99
001500         SIGN LEADING SEPARATE.
001510     05  TR-C-RAW REDEFINES TR-C PIC X(10).
001511     05  TR-BRANCH               PIC 9(02).
001512     05  TR-CURRENCY             PIC X(03).
001513     05  TR-ORIG-A               PIC S9(7)V99
001514         SIGN LEADING SEPARATE.
001515     05  TR-ORIG-B               PIC S9(7)V99
001516         SIGN LEADING SEPARATE.
001517     05  TR-FX-RATE              PIC 9(05)V9(06).
001518     05  TR-FX-DIFF              PIC S9(7)V99
001519         SIGN LEADING SEPARATE.
001520     05  TR-CHEQUE-SERIAL        PIC X(08).
001521 01  TR-TRAILER-RECORD.
001530     05  FILLER                  PIC X(01).
001540     05  TR-RECORD-COUNT         PIC 9(07).
001550     05  TR-GRAND-TOTAL          PIC S9(9)V99
001622     05  RJ-TRANS-CODE           PIC X(02).
001630     05  RJ-INPUT-VALUE          PIC X(10).
001640     05  RJ-REASON-CODE          PIC X(02).
001645     05  RJ-BRANCH               PIC 9(02).
001650 FD  RESUBMIT-FILE.
001660 01  RESUBMIT-RECORD.
001670     05  RSB-ORIG-SEQ-NO         PIC 9(07).
001710         SIGN LEADING SEPARATE.
001720     05  RSB-CORRECTED-RAW REDEFINES RSB-CORRECTED-VALUE
001730                                 PIC X(10).
001735     05  RSB-BRANCH              PIC 9(02).
001740 FD  CLASS-OUT.
001750 01  CO-HEADER-RECORD.
001760     05  CO-H-REC-TYPE           PIC X(01).
001830     05  CO-ACCOUNT-NO           PIC 9(08).
001832     05  CO-TRANS-CODE           PIC X(02).
001840     05  CO-AMOUNT               PIC S9(7)V99
001841         SIGN LEADING SEPARATE.
001842     05  CO-BRANCH               PIC 9(02).
001843     05  CO-ORIGIN               PIC X(01).
001844         88  CO-FROM-TRANS-OUT           VALUE 'T'.
001845         88  CO-FROM-RESUBMIT            VALUE 'R'.
001846     05  CO-CURRENCY             PIC X(03).
001847     05  CO-FX-DIFF              PIC S9(7)V99
001850         SIGN LEADING SEPARATE.
001860 01  CO-TOTALS-RECORD.
001870     05  CO-T-REC-TYPE           PIC X(01).
002036         88  AM-OPEN                     VALUE 'O'.
002037         88  AM-CLOSED                   VALUE 'C'.
002038         88  AM-FROZEN                   VALUE 'F'.
002039     05  AM-OD-LIMIT             PIC 9(07)V99.
002040 WORKING-STORAGE SECTION.
002050 01  AA.
002060     02  A                       PIC S9(7)V99.
002070     02  NEG-SEQ-NO              PIC 9(07) VALUE 0.
002080     02  NEG-ACCOUNT-NO          PIC 9(08) VALUE 0.
002085     02  NEG-TRANS-CODE          PIC X(02) VALUE SPACES.
002086     02  NEG-BRANCH              PIC 9(02) VALUE 0.
002087     02  NEG-ORIGIN              PIC X(01) VALUE 'T'.
002088         88  NEG-FROM-TRANS-OUT          VALUE 'T'.
002090         88  NEG-FROM-RESUBMIT           VALUE 'R'.
002092     02  NEG-CURRENCY            PIC X(03) VALUE SPACES.
002094     02  NEG-FX-DIFF             PIC S9(7)V99 VALUE 0.
002096 01  NEG-FILE-STATUSES.
002100     05  NEG-TRANS-STATUS        PIC X(02) VALUE SPACES.
002110         88  NEG-TRANS-OK                VALUE '00'.
002120     05  NEG-REJECT-STATUS       PIC X(02) VALUE SPACES.
002680     05  NEG-RESUBMIT-REJECTS    PIC 9(07) VALUE 0.
002690 01  NEG-REJECT-WORK.
002691     05  NEG-REJECT-VALUE        PIC X(10) VALUE SPACES.
002692 01  NEG-ACCT-MASTER-FIELDS.
002695     05  NEG-ACCT-MSTR-FOUND-SW  PIC X(01) VALUE 'N'.
002696         88  NEG-ACCT-MSTR-FOUND         VALUE 'Y'.
002697     05  NEG-ACCT-MSTR-OPEN-SW   PIC X(01) VALUE 'N'.
002698         88  NEG-ACCT-MSTR-OPENED        VALUE 'Y'.
002701     05  NEG-ACCT-REJECTS        PIC 9(07) VALUE 0.
002710 PROCEDURE DIVISION.
002720 0000-MAINLINE.
002730     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002770     STOP RUN.
002780 1000-INITIALIZE.
002790     PERFORM 1100-READ-PARM-CARD THRU 1100-EXIT.
002800     PERFORM 1150-OPEN-ACCT-MASTER THRU 1150-EXIT.
002810     IF NEG-RUN-ABORTED
002820         GO TO 1000-EXIT
002830     END-IF.
003570     CLOSE NEG-PARM-CARD.
003580 1100-EXIT.
003590     EXIT.
003600 1150-OPEN-ACCT-MASTER.
003610     OPEN INPUT ACCOUNT-MASTER.
003620     IF NOT NEG-ACCT-MSTR-OK
003630         DISPLAY "NO ACCOUNT MASTER ON FILE - ACCOUNTS NOT "
003640             "CHECKED"
003650         GO TO 1150-EXIT
003660     END-IF.
003670     SET NEG-ACCT-MSTR-OPENED TO TRUE.
003740 1150-EXIT.
004030     EXIT.
004040 1200-PROCESS-RESUBMITS.
004050******************************************************************
004180         UNTIL NEG-RESUBMIT-EOF.
004190     CLOSE RESUBMIT-FILE.
004200 1200-RESTORE.
004205     SET NEG-FROM-TRANS-OUT TO TRUE.
004210     MOVE 0 TO NEG-SEQ-NO.
004220     IF NEG-HEADER-SEEN
004230         MOVE TR-RUN-DATE TO NEG-RUN-DATE
004380     MOVE RSB-ORIG-RUN-DATE TO NEG-RUN-DATE.
004390     MOVE RSB-ACCOUNT-NO    TO NEG-ACCOUNT-NO.
004400     MOVE RSB-TRANS-CODE    TO NEG-TRANS-CODE.
004401*    A RESUBMIT KEYED BEFORE THE BRANCH RODE THE REJECT CARRIES
004402*    NONE AND POSTS TO HEAD OFFICE.
004403     IF RSB-BRANCH NUMERIC
004404         MOVE RSB-BRANCH TO NEG-BRANCH
004405     ELSE
004406         MOVE 0 TO NEG-BRANCH
004407     END-IF.
004408     SET NEG-FROM-RESUBMIT TO TRUE.
004409*    THE CORRECTED VALUE IS KEYED IN BASE CURRENCY AND CARRIES NO
004410*    FX DIFFERENCE - THAT WAS NOT BOOKED WITH THE REJECT EITHER.
004411     MOVE SPACES TO NEG-CURRENCY.
004412     MOVE 0 TO NEG-FX-DIFF.
004413     IF RSB-CORRECTED-VALUE NOT NUMERIC
004420         ADD 1 TO NEG-RESUBMIT-REJECTS
004430         SET NEG-INVALID-NONNUMERIC TO TRUE
004440         MOVE RSB-CORRECTED-RAW TO NEG-REJECT-VALUE
004950             ADD 1 TO NEG-SEQ-NO
004960             MOVE 0 TO NEG-ACCOUNT-NO
004970             MOVE SPACES TO NEG-TRANS-CODE
004975             MOVE 0 TO NEG-BRANCH
004980             SET NEG-INVALID-NONNUMERIC TO TRUE
004990             MOVE TR-C-RAW TO NEG-REJECT-VALUE
005000             PERFORM 2400-WRITE-REJECT THRU 2400-EXIT
005480*    NO ACCOUNT MASTER ON FILE LETS EVERYTHING THROUGH, AS
005490*    BEFORE THE MASTER EXISTED.  THE EDIT SWITCH CARRIES THE
005500*    REASON CODE OUT, THE SAME AS THE AMOUNT EDITS.
005510     IF NOT NEG-ACCT-MSTR-OPENED
005520         GO TO 2210-EXIT
005530     END-IF.
005540     PERFORM 2220-LOCATE-ACCOUNT THRU 2220-EXIT.
005570         ADD 1 TO NEG-ACCT-REJECTS
005580         GO TO 2210-EXIT
005590     END-IF.
005600     EVALUATE TRUE
005610         WHEN AM-OPEN
005620             CONTINUE
005630         WHEN AM-CLOSED
005640             SET NEG-INVALID-ACCT-CLOSED TO TRUE
005650             ADD 1 TO NEG-ACCT-REJECTS
005660         WHEN AM-FROZEN
005670             SET NEG-INVALID-ACCT-FROZEN TO TRUE
005680             ADD 1 TO NEG-ACCT-REJECTS
005690         WHEN OTHER
005740     EXIT.
005750 2220-LOCATE-ACCOUNT.
005760     MOVE 'N' TO NEG-ACCT-MSTR-FOUND-SW.
005770     MOVE NEG-ACCOUNT-NO TO AM-ACCOUNT-NO.
005780     READ ACCOUNT-MASTER
005790         INVALID KEY
005800             CONTINUE
005802         NOT INVALID KEY
005804             SET NEG-ACCT-MSTR-FOUND TO TRUE
005806     END-READ.
005810 2220-EXIT.
005890     EXIT.
005900 2250-PROCESS-DETAIL.
005910     ADD 1 TO NEG-SEQ-NO.
005920     MOVE TR-ACCOUNT-NO TO NEG-ACCOUNT-NO.
005930     MOVE TR-TRANS-CODE TO NEG-TRANS-CODE.
005931     MOVE TR-BRANCH     TO NEG-BRANCH.
005932*    THE CURRENCY AND THE FX ROUNDING DIFFERENCE RIDE THROUGH
005933*    TO GLEXT.  A DETAIL WRITTEN BEFORE SUM CONVERTED CURRENCIES
005934*    CARRIES NEITHER.
005935     MOVE TR-CURRENCY   TO NEG-CURRENCY.
005936     IF TR-FX-DIFF NUMERIC
005937         MOVE TR-FX-DIFF TO NEG-FX-DIFF
005938     ELSE
005939         MOVE 0 TO NEG-FX-DIFF
005940     END-IF.
005941     ADD 1 TO NEG-DETAIL-COUNT.
005950     PERFORM 2200-EDIT-AMOUNT THRU 2200-EXIT.
005960     IF NEG-VALID-AMOUNT
005970         PERFORM 2210-CHECK-ACCOUNT THRU 2210-EXIT
006290     MOVE NEG-SEQ-NO     TO CO-SEQ-NO.
006300     MOVE NEG-ACCOUNT-NO TO CO-ACCOUNT-NO.
006310     MOVE NEG-TRANS-CODE TO CO-TRANS-CODE.
006314     MOVE NEG-BRANCH     TO CO-BRANCH.
006315     MOVE NEG-ORIGIN     TO CO-ORIGIN.
006316     MOVE NEG-CURRENCY   TO CO-CURRENCY.
006317     MOVE NEG-FX-DIFF    TO CO-FX-DIFF.
006320     MOVE A              TO CO-AMOUNT.
006330     WRITE CO-DETAIL-RECORD.
006340 2300-EXIT.
006420     MOVE NEG-REJECT-VALUE TO RJ-INPUT-VALUE.
006430*    THE EDIT SWITCH VALUE IS THE REASON CODE (NN, OR, ZR).
006440     MOVE NEG-EDIT-SWITCH  TO RJ-REASON-CODE.
006445     MOVE NEG-BRANCH       TO RJ-BRANCH.
006450     WRITE REJECT-RECORD.
006460 2400-EXIT.
006470     EXIT.
006650     END-IF.
006660     IF NEG-REJECT-OPENED
006670         CLOSE REJECT-FILE
006671     END-IF.
006672     IF NEG-ACCT-MSTR-OPENED
006675         CLOSE ACCOUNT-MASTER
006680     END-IF.
006690     IF NEG-CLASS-OUT-OPENED
006700         MOVE 'T'              TO CO-T-REC-TYPE
