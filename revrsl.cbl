000340*                 REPORT LISTS EVERYTHING BACKED OUT.  ACCOUNTS
000350*                 NO LONGER ON THE MASTER ARE LISTED AND END THE
000360*                 RUN RC 8; AN UNBALANCED REVERSING BATCH ENDS
000361*                 IT RC 16.
000362* 10/15/26   DPC  THE AUDIT LOG AND ARCHIVE RECORDS NOW END WITH
000363*                 THE BRANCH CODE; LAYOUT WIDENED TO MATCH.
000364* 10/15/26   DPC  EACH ADJUSTMENT TO THE BALANCE MASTER IS NOW
000365*                 ALSO JOURNALED ON THE POSTING JOURNAL (SOURCE R)
000366*                 UNDER THE RUN BACKED OUT, SO THE NIGHTLY TRIAL
000367*                 BALANCE PROVES REVERSALS WITH THE POSTINGS.
000368* 10/15/26   DPC  EACH REVERSING POSTING NOW CARRIES THE BRANCH
000369*                 THE ORIGINAL POSTED IN, WITH THE SETTLEMENT
000370*                 OFFSET IN HEAD OFFICE (BRANCH 00), AND EACH
000371*                 BRANCH IS SETTLED WITH A DUE-TO/DUE-FROM PAIR
000372*                 AGAINST THE ## INTER-BRANCH ACCOUNT AS IN GLEXT.
000373*                 A BRANCH LEFT OUT OF BALANCE ENDS THE RUN RC 16.
000374* 10/15/26   DPC  THE AUDIT LOG AND ARCHIVE RECORDS NOW END WITH
000375*                 THE ITEM CURRENCY, ORIGINAL A AND B AND FX RATE;
000376*                 RECORD LAYOUTS WIDENED TO MATCH.
000377* 10/15/26   DPC  AUDIT LOG AND ARCHIVE NOW END WITH THE CHEQUE
000378*                 SERIAL; RECORD LAYOUTS WIDENED TO MATCH.
000379* 10/15/26   DPC  A REVERSAL WHOSE BALANCE REWRITE FAILS IS NO
000380*                 LONGER JOURNALLED, BOOKED TO THE GL OR COUNTED
000381*                 AS REVERSED.
000388******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000590     SELECT GL-REV-FILE ASSIGN TO GLREVFIL
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS REV-GL-STATUS.
000612     SELECT POSTING-JOURNAL ASSIGN TO PSTJRNL
000614         ORGANIZATION IS LINE SEQUENTIAL
000616         FILE STATUS IS REV-JOURNAL-STATUS.
000620     SELECT REV-REPORT ASSIGN TO REVRPT
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS REV-REPORT-STATUS.
000820         SIGN LEADING SEPARATE.
000830     05  AL-C                    PIC S9(7)V99
000840         SIGN LEADING SEPARATE.
000841     05  AL-BRANCH               PIC 9(02).
000842     05  AL-CURRENCY             PIC X(03).
000843     05  AL-ORIG-A               PIC S9(7)V99
000844         SIGN LEADING SEPARATE.
000845     05  AL-ORIG-B               PIC S9(7)V99
000846         SIGN LEADING SEPARATE.
000847     05  AL-FX-RATE              PIC 9(05)V9(06).
000849     05  AL-CHEQUE-SERIAL        PIC X(08).
000850 FD  ARCHIVE-FILE.
000860 01  ARCHIVE-RECORD.
000870     05  AR-RUN-ID               PIC 9(08).
000960         SIGN LEADING SEPARATE.
000970     05  AR-C                    PIC S9(7)V99
000980         SIGN LEADING SEPARATE.
000981     05  AR-BRANCH               PIC 9(02).
000982     05  AR-CURRENCY             PIC X(03).
000983     05  AR-ORIG-A               PIC S9(7)V99
000984         SIGN LEADING SEPARATE.
000985     05  AR-ORIG-B               PIC S9(7)V99
000986         SIGN LEADING SEPARATE.
000987     05  AR-FX-RATE              PIC 9(05)V9(06).
000989     05  AR-CHEQUE-SERIAL        PIC X(08).
000990 FD  BALANCE-MASTER.
001000 01  BALANCE-RECORD.
001010     05  BM-ACCOUNT-NO           PIC 9(08).
001220     05  GP-DR-CR-IND            PIC X(01).
001230     05  GP-AMOUNT               PIC 9(7)V99.
001240     05  GP-EFFECTIVE-DATE       PIC 9(08).
001245     05  GP-BRANCH               PIC 9(02).
001250 01  GL-BATCH-TRAILER.
001260     05  GT-REC-TYPE             PIC X(02).
001270     05  GT-RECORD-COUNT         PIC 9(07).
001280     05  GT-HASH-TOTAL           PIC 9(9)V99.
001281 FD  POSTING-JOURNAL.
001282 01  POSTING-JOURNAL-RECORD.
001283     05  PJ-RUN-DATE             PIC 9(08).
001284     05  PJ-RUN-SEQ-NO           PIC 9(05).
001285     05  PJ-ACCOUNT-NO           PIC 9(08).
001286     05  PJ-PRIOR-BALANCE        PIC S9(9)V99
001287         SIGN LEADING SEPARATE.
001288     05  PJ-ACTIVITY             PIC S9(9)V99
001289         SIGN LEADING SEPARATE.
001290     05  PJ-NEW-BALANCE          PIC S9(9)V99
001291         SIGN LEADING SEPARATE.
001292     05  PJ-SOURCE               PIC X(01).
001293 FD  REV-REPORT.
001300 01  REPORT-LINE                 PIC X(80).
001310 WORKING-STORAGE SECTION.
001320 01  REV-FILE-STATUSES.
001440         88  REV-GL-OK                   VALUE '00'.
001450     05  REV-REPORT-STATUS       PIC X(02) VALUE SPACES.
001460         88  REV-REPORT-OK               VALUE '00'.
001464     05  REV-JOURNAL-STATUS      PIC X(02) VALUE SPACES.
001468         88  REV-JOURNAL-OK              VALUE '00'.
001470 01  REV-SWITCHES.
001480     05  REV-EOF-SWITCH          PIC X(01) VALUE 'N'.
001490         88  REV-END-OF-FILE             VALUE 'Y'.
001550         88  REV-GL-OPENED               VALUE 'Y'.
001560     05  REV-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001570         88  REV-REPORT-OPENED           VALUE 'Y'.
001574     05  REV-JOURNAL-OPEN-SW     PIC X(01) VALUE 'N'.
001578         88  REV-JOURNAL-OPENED          VALUE 'Y'.
001580     05  REV-MAP-EOF-SW          PIC X(01) VALUE 'N'.
001590         88  REV-MAP-EOF                 VALUE 'Y'.
001600     05  REV-MAP-LOAD-SW         PIC X(01) VALUE 'N'.
001610         88  REV-MAP-LOADED              VALUE 'Y'.
001620     05  REV-DEFAULT-SW          PIC X(01) VALUE 'N'.
001630         88  REV-HAS-DEFAULT             VALUE 'Y'.
001634     05  REV-INTERBRANCH-SW      PIC X(01) VALUE 'N'.
001638         88  REV-HAS-INTERBRANCH         VALUE 'Y'.
001640     05  REV-NOT-FOUND-SW        PIC X(01) VALUE 'N'.
001650         88  REV-SOME-NOT-FOUND          VALUE 'Y'.
001660 01  REV-REQUEST-FIELDS.
001750     05  REV-ABS-AMOUNT          PIC 9(7)V99 VALUE 0.
001760     05  REV-WORK-TCODE          PIC X(02) VALUE SPACES.
001770     05  REV-OFFSET-ACCT         PIC 9(08) VALUE 0.
001771     05  REV-W-BRANCH            PIC 9(02) VALUE 0.
001772     05  REV-HEAD-OFFICE         PIC 9(02) VALUE 0.
001773     05  REV-WORK-BRANCH         PIC 9(02) VALUE 0.
001774     05  REV-WORK-NET            PIC S9(11)V99 VALUE 0.
001775     05  REV-SETTLE-AMOUNT       PIC 9(9)V99 VALUE 0.
001780 01  REV-OFFSET-MAP-TABLE.
001790     05  REV-MAP-COUNT           PIC 9(02) VALUE 0.
001800     05  REV-MAP-IX              PIC 9(02) VALUE 0.
001840     05  REV-MAP-ENTRY OCCURS 50 TIMES.
001850         10  REV-MAP-CODE        PIC X(02).
001860         10  REV-MAP-ACCOUNT     PIC 9(08).
001861     05  REV-INTERBRANCH-ACCT    PIC 9(08) VALUE 0.
001862 01  REV-BRANCH-TABLE.
001863     05  REV-BRANCH-COUNT        PIC 9(02) VALUE 0.
001864     05  REV-BRANCH-IX           PIC 9(02) VALUE 0.
001865     05  REV-SETTLE-IX           PIC 9(02) VALUE 0.
001866     05  REV-BRANCH-FOUND-SW     PIC X(01) VALUE 'N'.
001867         88  REV-BRANCH-FOUND            VALUE 'Y'.
001868     05  REV-BRANCH-OVERFLOW-SW  PIC X(01) VALUE 'N'.
001869         88  REV-BRANCH-OVERFLOW         VALUE 'Y'.
001870     05  REV-BRANCH-ENTRY OCCURS 20 TIMES.
001871         10  REV-BR-CODE         PIC 9(02).
001872         10  REV-BR-NET          PIC S9(11)V99.
001873 01  REV-CONTROL-TOTALS.
001880     05  REV-RECORDS-FOUND       PIC 9(07) VALUE 0.
001890     05  REV-RECORDS-REVERSED    PIC 9(07) VALUE 0.
001900     05  REV-NOT-ON-MASTER       PIC 9(07) VALUE 0.
001930     05  REV-HASH-TOTAL          PIC 9(9)V99 VALUE 0.
001940     05  REV-UNMAPPED-COUNT      PIC 9(07) VALUE 0.
001950     05  REV-BALANCE-TOTAL       PIC S9(11)V99 VALUE 0.
001954     05  REV-SETTLE-COUNT        PIC 9(07) VALUE 0.
001958     05  REV-UNBALANCED-BRANCHES PIC 9(02) VALUE 0.
001960 01  REV-REPORT-FIELDS.
001970     05  REV-PAGE-NO             PIC 9(03) VALUE 0.
001980     05  REV-LINE-COUNT          PIC 9(03) VALUE 0.
002600         GO TO 1000-EXIT
002610     END-IF.
002620     SET REV-GL-OPENED TO TRUE.
002621*    EVERY BALANCE MASTER ADJUSTMENT IS JOURNALED WITH THE
002622*    POSTINGS, SO THE TRIAL BALANCE PROVES IT LIKE ANY OTHER.
002623     OPEN EXTEND POSTING-JOURNAL.
002624     IF NOT REV-JOURNAL-OK
002625         OPEN OUTPUT POSTING-JOURNAL
002626         CLOSE POSTING-JOURNAL
002627         OPEN EXTEND POSTING-JOURNAL
002628     END-IF.
002629     IF NOT REV-JOURNAL-OK
002630         DISPLAY "POSTING JOURNAL WILL NOT OPEN - RUN ABORTED"
002631         MOVE 16 TO RETURN-CODE
002632         SET REV-RUN-ABORTED TO TRUE
002633         GO TO 1000-EXIT
002634     END-IF.
002635     SET REV-JOURNAL-OPENED TO TRUE.
002636     PERFORM 1300-WRITE-BATCH-HEADER THRU 1300-EXIT.
002640     OPEN OUTPUT REV-REPORT.
002650     IF NOT REV-REPORT-OK
002660         DISPLAY "REVERSAL REPORT COULD NOT BE OPENED - ABORTED"
003230 1210-EXIT.
003240     EXIT.
003250 1220-TABLE-OFFSET-MAP.
003251*    CODE ## NAMES THE INTER-BRANCH DUE-TO/DUE-FROM ACCOUNT, THE
003252*    SAME AS FOR THE NIGHTLY GL BATCH.
003253     IF GM-TRANS-CODE = '##'
003254         MOVE GM-OFFSET-ACCOUNT TO REV-INTERBRANCH-ACCT
003255         SET REV-HAS-INTERBRANCH TO TRUE
003256         GO TO 1220-READ-NEXT
003257     END-IF.
003260     IF GM-TRANS-CODE = '**'
003270         MOVE GM-OFFSET-ACCOUNT TO REV-DEFAULT-OFFSET
003280         SET REV-HAS-DEFAULT TO TRUE
003362             SET REV-MAP-EOF TO TRUE
003364         END-IF
003370     END-IF.
003375 1220-READ-NEXT.
003380     PERFORM 1210-READ-OFFSET-MAP THRU 1210-EXIT.
003390 1220-EXIT.
003400     EXIT.
003770         MOVE AL-ACCOUNT-NO TO REV-W-ACCOUNT
003780         MOVE AL-TRANS-CODE TO REV-W-CODE
003790         MOVE AL-C          TO REV-W-C
003791         IF AL-BRANCH NUMERIC
003792             MOVE AL-BRANCH TO REV-W-BRANCH
003793         ELSE
003794             MOVE REV-HEAD-OFFICE TO REV-W-BRANCH
003795         END-IF
003800         PERFORM 3000-REVERSE-ONE THRU 3000-EXIT
003810     END-IF.
003820     PERFORM 2100-READ-AUDIT THRU 2100-EXIT.
004110         MOVE AR-ACCOUNT-NO TO REV-W-ACCOUNT
004120         MOVE AR-TRANS-CODE TO REV-W-CODE
004130         MOVE AR-C          TO REV-W-C
004131         IF AR-BRANCH NUMERIC
004132             MOVE AR-BRANCH TO REV-W-BRANCH
004133         ELSE
004134             MOVE REV-HEAD-OFFICE TO REV-W-BRANCH
004135         END-IF
004140         PERFORM 3000-REVERSE-ONE THRU 3000-EXIT
004150     END-IF.
004160     PERFORM 2600-READ-ARCHIVE THRU 2600-EXIT.
004270             SET REV-SOME-NOT-FOUND TO TRUE
004280             MOVE 'NOT ON MASTER' TO RD-FLAG
004290         NOT INVALID KEY
004295             MOVE BM-NEW-BALANCE TO PJ-PRIOR-BALANCE
004300             SUBTRACT REV-W-C FROM BM-NEW-BALANCE
004310             SUBTRACT REV-W-C FROM BM-TODAY-ACTIVITY
004320             MOVE REV-TODAY TO BM-LAST-ACTIVITY
004360                         "FOR ACCOUNT " BM-ACCOUNT-NO
004370                     MOVE 16 TO RETURN-CODE
004380                     SET REV-RUN-ABORTED TO TRUE
004382*    A REVERSAL THAT NEVER REACHED THE BALANCE IS NEITHER
004384*    JOURNALLED, BOOKED TO THE GL NOR REPORTED AS DONE.
004386                     GO TO 3000-EXIT
004390             END-REWRITE
004400             ADD 1 TO REV-RECORDS-REVERSED
004410             ADD REV-W-REVERSED TO REV-TOTAL-BACKED-OUT
004411*            THE ADJUSTMENT IS JOURNALED UNDER THE RUN IT BACKS
004412*            OUT.
004413             MOVE REV-RUN-DATE     TO PJ-RUN-DATE
004414             MOVE REV-RUN-SEQ-NO   TO PJ-RUN-SEQ-NO
004415             MOVE BM-ACCOUNT-NO    TO PJ-ACCOUNT-NO
004416             MOVE REV-W-REVERSED   TO PJ-ACTIVITY
004417             MOVE BM-NEW-BALANCE   TO PJ-NEW-BALANCE
004418             MOVE 'R'              TO PJ-SOURCE
004419             WRITE POSTING-JOURNAL-RECORD
004420     END-READ.
004430     PERFORM 3200-WRITE-REV-POSTING THRU 3200-EXIT.
004440     PERFORM 3300-WRITE-REPORT-DETAIL THRU 3300-EXIT.
004610* THE REVERSING POSTING TAKES THE OPPOSITE SIDE OF THE ORIGINAL
004620* CLASSIFICATION: A POSITIVE C WAS A CREDIT, SO ITS REVERSAL IS
004630* A DEBIT, AND THE MAPPED SETTLEMENT ACCOUNT GETS THE OPPOSITE
004640* ENTRY SO THE REVERSING BATCH NETS TO ZERO.  THE REVERSAL BOOKS
004650* TO THE BRANCH THE ORIGINAL POSTED IN AND THE SETTLEMENT TO HEAD
004655* OFFICE.  ZERO AMOUNTS DID NOT POST AND ARE NOT REVERSED.
004660******************************************************************
004670     IF REV-W-C = 0
004680         GO TO 3200-EXIT
004830     END-IF.
004840     MOVE REV-ABS-AMOUNT TO GP-AMOUNT.
004850     MOVE REV-TODAY      TO GP-EFFECTIVE-DATE.
004855     MOVE REV-W-BRANCH   TO GP-BRANCH.
004860     WRITE GL-POSTING-RECORD.
004870     ADD 1 TO REV-POSTING-COUNT.
004880     ADD REV-ABS-AMOUNT TO REV-HASH-TOTAL.
004881     MOVE REV-W-BRANCH TO REV-WORK-BRANCH.
004882     IF REV-W-C > 0
004883         MOVE REV-ABS-AMOUNT TO REV-WORK-NET
004884     ELSE
004885         COMPUTE REV-WORK-NET = 0 - REV-ABS-AMOUNT
004886     END-IF.
004887     PERFORM 9300-NOTE-BRANCH THRU 9300-EXIT.
004890     PERFORM 3250-WRITE-REV-OFFSET THRU 3250-EXIT.
004900 3200-EXIT.
004910     EXIT.
005110     END-IF.
005120     MOVE REV-ABS-AMOUNT  TO GP-AMOUNT.
005130     MOVE REV-TODAY       TO GP-EFFECTIVE-DATE.
005135     MOVE REV-HEAD-OFFICE TO GP-BRANCH.
005140     WRITE GL-POSTING-RECORD.
005150     ADD 1 TO REV-POSTING-COUNT.
005160     ADD REV-ABS-AMOUNT TO REV-HASH-TOTAL.
005161     MOVE REV-HEAD-OFFICE TO REV-WORK-BRANCH.
005162     IF REV-W-C > 0
005163         COMPUTE REV-WORK-NET = 0 - REV-ABS-AMOUNT
005164     ELSE
005165         MOVE REV-ABS-AMOUNT TO REV-WORK-NET
005166     END-IF.
005167     PERFORM 9300-NOTE-BRANCH THRU 9300-EXIT.
005170 3250-EXIT.
005180     EXIT.
005190 3260-LOCATE-OFFSET.
005550     EXIT.
005560 9000-TERMINATE.
005570     IF REV-GL-OPENED AND NOT REV-RUN-ABORTED
005572         PERFORM 9200-SETTLE-BRANCH THRU 9200-EXIT
005574             VARYING REV-SETTLE-IX FROM 1 BY 1
005576             UNTIL REV-SETTLE-IX > REV-BRANCH-COUNT
005580         MOVE 'BT'              TO GT-REC-TYPE
005590         MOVE REV-POSTING-COUNT TO GT-RECORD-COUNT
005600         MOVE REV-HASH-TOTAL    TO GT-HASH-TOTAL
005740     IF REV-REPORT-OPENED
005750         CLOSE REV-REPORT
005760     END-IF.
005762     IF REV-JOURNAL-OPENED
005764         CLOSE POSTING-JOURNAL
005766     END-IF.
005770     IF REV-MASTER-OPENED
005780         CLOSE BALANCE-MASTER
005790     END-IF.
005890             REV-TOTAL-BACKED-OUT
005900         DISPLAY "REVERSING POSTINGS CUT . . : "
005910             REV-POSTING-COUNT
005915         DISPLAY "INTER-BRANCH ENTRIES . . . : " REV-SETTLE-COUNT
005920         DISPLAY "BATCH NET (MUST BE ZERO) . : "
005930             REV-BALANCE-TOTAL
005940         IF REV-RECORDS-FOUND = 0
006010                 "ON THE BALANCE MASTER *****"
006020             MOVE 8 TO RETURN-CODE
006030         END-IF
006031         IF REV-BRANCH-OVERFLOW
006032             DISPLAY "***** MORE THAN 20 BRANCHES IN THE BATCH - "
006033                 "BRANCHES NOT SETTLED *****"
006034             MOVE 16 TO RETURN-CODE
006035         END-IF
006036         MOVE 0 TO REV-UNBALANCED-BRANCHES
006037         PERFORM 9100-CHECK-BRANCH THRU 9100-EXIT
006038             VARYING REV-BRANCH-IX FROM 1 BY 1
006039             UNTIL REV-BRANCH-IX > REV-BRANCH-COUNT
006040         IF REV-UNBALANCED-BRANCHES > 0
006041             DISPLAY "***** BRANCHES NOT IN BALANCE: "
006042                 REV-UNBALANCED-BRANCHES " *****"
006043             MOVE 16 TO RETURN-CODE
006044         END-IF
006045         IF REV-UNMAPPED-COUNT > 0
006050             OR REV-BALANCE-TOTAL NOT = 0
006060             DISPLAY "***** REVERSING BATCH DOES NOT NET TO "
006070                 "ZERO - DO NOT TRANSMIT *****"
006100     END-IF.
006110 9000-EXIT.
006120     EXIT.
006130 9100-CHECK-BRANCH.
006140     IF REV-BR-NET (REV-BRANCH-IX) NOT = 0
006150         ADD 1 TO REV-UNBALANCED-BRANCHES
006160         DISPLAY "BRANCH " REV-BR-CODE (REV-BRANCH-IX)
006170             " IS OUT OF BALANCE BY " REV-BR-NET (REV-BRANCH-IX)
006180     END-IF.
006190 9100-EXIT.
006200     EXIT.
006210 9200-SETTLE-BRANCH.
006220******************************************************************
006230* A BRANCH'S REVERSALS ARE OFFSET IN HEAD OFFICE'S BOOKS, SO EACH
006240* BRANCH IS OUT BY ITS NET.  THE DUE-TO/DUE-FROM PAIR BOOKS THE
006250* NET BACK IN THE BRANCH AGAINST THE INTER-BRANCH ACCOUNT AND THE
006260* OPPOSITE ENTRY IN HEAD OFFICE, SO EVERY BRANCH BALANCES ON ITS
006270* OWN AND THE REVERSING BATCH STILL NETS TO ZERO.
006280******************************************************************
006290     IF REV-BR-CODE (REV-SETTLE-IX) = REV-HEAD-OFFICE
006300         OR REV-BR-NET (REV-SETTLE-IX) = 0
006310         GO TO 9200-EXIT
006320     END-IF.
006330     IF NOT REV-HAS-INTERBRANCH
006340         ADD 1 TO REV-UNMAPPED-COUNT
006350         DISPLAY "NO INTER-BRANCH ACCOUNT (##) TO SETTLE BRANCH "
006360             REV-BR-CODE (REV-SETTLE-IX)
006370         GO TO 9200-EXIT
006380     END-IF.
006390     MOVE REV-BR-NET (REV-SETTLE-IX) TO REV-WORK-NET.
006400     IF REV-WORK-NET < 0
006410         COMPUTE REV-SETTLE-AMOUNT = 0 - REV-WORK-NET
006420     ELSE
006430         MOVE REV-WORK-NET TO REV-SETTLE-AMOUNT
006440     END-IF.
006450     MOVE 'PD'                 TO GP-REC-TYPE.
006460     MOVE REV-INTERBRANCH-ACCT TO GP-ACCOUNT-NO.
006470     MOVE REV-SETTLE-AMOUNT    TO GP-AMOUNT.
006480     MOVE REV-TODAY            TO GP-EFFECTIVE-DATE.
006490     MOVE REV-BR-CODE (REV-SETTLE-IX) TO GP-BRANCH.
006500     IF REV-WORK-NET > 0
006510         MOVE 'C' TO GP-DR-CR-IND
006520     ELSE
006530         MOVE 'D' TO GP-DR-CR-IND
006540     END-IF.
006550     WRITE GL-POSTING-RECORD.
006560     MOVE REV-HEAD-OFFICE      TO GP-BRANCH.
006570     IF REV-WORK-NET > 0
006580         MOVE 'D' TO GP-DR-CR-IND
006590     ELSE
006600         MOVE 'C' TO GP-DR-CR-IND
006610     END-IF.
006620     WRITE GL-POSTING-RECORD.
006630     ADD 2 TO REV-POSTING-COUNT.
006640     ADD 2 TO REV-SETTLE-COUNT.
006650     ADD REV-SETTLE-AMOUNT TO REV-HASH-TOTAL.
006660     ADD REV-SETTLE-AMOUNT TO REV-HASH-TOTAL.
006670     SUBTRACT REV-WORK-NET FROM REV-BR-NET (REV-SETTLE-IX).
006680     MOVE REV-HEAD-OFFICE TO REV-WORK-BRANCH.
006690     PERFORM 9300-NOTE-BRANCH THRU 9300-EXIT.
006700 9200-EXIT.
006710     EXIT.
006720 9300-NOTE-BRANCH.
006730******************************************************************
006740* EACH BRANCH'S BOOKS ARE FOOTED AS THE BATCH IS WRITTEN, DEBITS
006750* PLUS AND CREDITS MINUS, SO THE INTER-BRANCH SETTLEMENT KNOWS
006760* WHAT EACH BRANCH IS OUT BY WITH HEAD OFFICE.
006770******************************************************************
006780     MOVE 'N' TO REV-BRANCH-FOUND-SW.
006790     PERFORM 9310-MATCH-BRANCH THRU 9310-EXIT
006800         VARYING REV-BRANCH-IX FROM 1 BY 1
006810         UNTIL REV-BRANCH-IX > REV-BRANCH-COUNT
006820         OR REV-BRANCH-FOUND.
006830     IF NOT REV-BRANCH-FOUND
006840         IF REV-BRANCH-COUNT < 20
006850             ADD 1 TO REV-BRANCH-COUNT
006860             MOVE REV-BRANCH-COUNT TO REV-BRANCH-IX
006870             MOVE REV-WORK-BRANCH TO REV-BR-CODE (REV-BRANCH-IX)
006880             MOVE 0 TO REV-BR-NET (REV-BRANCH-IX)
006890         ELSE
006900             SET REV-BRANCH-OVERFLOW TO TRUE
006910             GO TO 9300-EXIT
006920         END-IF
006930     END-IF.
006940     ADD REV-WORK-NET TO REV-BR-NET (REV-BRANCH-IX).
006950 9300-EXIT.
006960     EXIT.
006970 9310-MATCH-BRANCH.
006980     IF REV-BR-CODE (REV-BRANCH-IX) = REV-WORK-BRANCH
006990         SET REV-BRANCH-FOUND TO TRUE
007000         SUBTRACT 1 FROM REV-BRANCH-IX
007010     END-IF.
007020 9310-EXIT.
007030     EXIT.
