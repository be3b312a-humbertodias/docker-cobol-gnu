000280*                 THE LEDGER SYSTEM INGESTS.  THE EXTRACT IS
000290*                 CHECKED AGAINST THE CLASS-OUT TOTALS RECORD SO
000300*                 A SHORT OR DOCTORED FILE FAILS THE STEP INSTEAD
000301*                 OF UNDERPOSTING THE LEDGER.
000302* 09/02/26   DPC  EVERY POSTING NOW GETS AN AUTOMATIC OFFSETTING
000303*                 ENTRY TO THE SETTLEMENT ACCOUNT MAPPED TO ITS
000304*                 TRANSACTION CODE IN THE GL OFFSET MAP (CODE **
000305*                 IS THE HOUSE DEFAULT), SO EVERY BATCH NETS TO
000306*                 ZERO AND NOBODY BOOKS THE OFFSET BY HAND.  A
000307*                 BATCH THAT DOES NOT NET TO ZERO AFTER MAPPING,
000308*                 OR A CODE WITH NO MAPPING AND NO DEFAULT,
000309*                 FAILS THE STEP WITH RC 16.
000310* 10/15/26   DPC  EVERY POSTING NOW CARRIES ITS BRANCH: THE
000311*                 CUSTOMER SIDE BOOKS TO THE BRANCH ON THE CLASS-
000312*                 OUT DETAIL AND THE SETTLEMENT OFFSET TO HEAD
000313*                 OFFICE (BRANCH 00).  EACH BRANCH'S NET IS THEN
000314*                 SETTLED WITH A DUE-TO/DUE-FROM PAIR AGAINST THE
000315*                 INTER-BRANCH ACCOUNT MAPPED TO CODE ## - ONE
000316*                 ENTRY IN THE BRANCH, THE OPPOSITE IN HEAD OFFICE
000317*                 - SO EVERY BRANCH BALANCES ON ITS OWN.  NO ##
000318*                 MAPPING, OR A BRANCH STILL OUT OF BALANCE, FAILS
000319*                 THE STEP WITH RC 16.
000320* 10/15/26   DPC  CLASS-OUT LAYOUT WIDENED TO MATCH; FX CONVERSION
000321*                 DIFFERENCES BOOKED AGAINST THE GL ACCOUNT MAPPED
000322*                 TO CODE $$.
000323******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000532     05  CI-TRANS-CODE           PIC X(02).
000540     05  CI-AMOUNT               PIC S9(7)V99
000550         SIGN LEADING SEPARATE.
000554     05  CI-BRANCH               PIC 9(02).
000555     05  CI-ORIGIN               PIC X(01).
000556     05  CI-CURRENCY             PIC X(03).
000557     05  CI-FX-DIFF              PIC S9(7)V99
000558         SIGN LEADING SEPARATE.
000560 01  CI-TOTALS-RECORD.
000570     05  CI-T-REC-TYPE           PIC X(01).
000580     05  CI-T-CREDIT-COUNT       PIC 9(07).
000740     05  GP-DR-CR-IND            PIC X(01).
000750     05  GP-AMOUNT               PIC 9(7)V99.
000760     05  GP-EFFECTIVE-DATE       PIC 9(08).
000765     05  GP-BRANCH               PIC 9(02).
000770 01  GL-BATCH-TRAILER.
000780     05  GT-REC-TYPE             PIC X(02).
000790     05  GT-RECORD-COUNT         PIC 9(07).
001025         88  GLX-MAP-LOADED              VALUE 'Y'.
001026     05  GLX-DEFAULT-SW          PIC X(01) VALUE 'N'.
001027         88  GLX-HAS-DEFAULT             VALUE 'Y'.
001028     05  GLX-INTERBRANCH-SW      PIC X(01) VALUE 'N'.
001029         88  GLX-HAS-INTERBRANCH         VALUE 'Y'.
001030     05  GLX-FX-ACCT-SW          PIC X(01) VALUE 'N'.
001031         88  GLX-HAS-FX-ACCT             VALUE 'Y'.
001032 01  GLX-RUN-STAMP.
001040     05  GLX-RUN-DATE            PIC 9(08) VALUE 0.
001050     05  GLX-RUN-SEQ-NO          PIC 9(05) VALUE 0.
001060 01  GLX-WORK-FIELDS.
001070     05  GLX-ABS-AMOUNT          PIC 9(7)V99 VALUE 0.
001072     05  GLX-WORK-TCODE          PIC X(02) VALUE SPACES.
001074     05  GLX-OFFSET-ACCT         PIC 9(08) VALUE 0.
001075     05  GLX-HEAD-OFFICE         PIC 9(02) VALUE 0.
001076     05  GLX-POST-BRANCH         PIC 9(02) VALUE 0.
001077     05  GLX-WORK-BRANCH         PIC 9(02) VALUE 0.
001078     05  GLX-WORK-NET            PIC S9(11)V99 VALUE 0.
001079     05  GLX-SETTLE-AMOUNT       PIC 9(9)V99 VALUE 0.
001080     05  GLX-FX-AMOUNT           PIC 9(7)V99 VALUE 0.
001081 01  GLX-CONTROL-TOTALS.
001090     05  GLX-CREDIT-COUNT        PIC 9(07) VALUE 0.
001100     05  GLX-CREDIT-TOTAL        PIC S9(9)V99 VALUE 0.
001110     05  GLX-DEBIT-COUNT         PIC 9(07) VALUE 0.
001120     05  GLX-DEBIT-TOTAL         PIC S9(9)V99 VALUE 0.
001130     05  GLX-ZERO-COUNT          PIC 9(07) VALUE 0.
001140     05  GLX-POSTING-COUNT       PIC 9(07) VALUE 0.
001141     05  GLX-HASH-TOTAL          PIC 9(9)V99 VALUE 0.
001142     05  GLX-OFFSET-COUNT        PIC 9(07) VALUE 0.
001143     05  GLX-UNMAPPED-COUNT      PIC 9(07) VALUE 0.
001144     05  GLX-BALANCE-TOTAL       PIC S9(11)V99 VALUE 0.
001145     05  GLX-SETTLE-COUNT        PIC 9(07) VALUE 0.
001146     05  GLX-UNBALANCED-BRANCHES PIC 9(02) VALUE 0.
001147     05  GLX-FX-COUNT            PIC 9(07) VALUE 0.
001148     05  GLX-FX-NET              PIC S9(9)V99 VALUE 0.
001154 01  GLX-OFFSET-MAP-TABLE.
001155     05  GLX-MAP-COUNT           PIC 9(02) VALUE 0.
001156     05  GLX-MAP-IX              PIC 9(02) VALUE 0.
001160     05  GLX-MAP-ENTRY OCCURS 50 TIMES.
001161         10  GLX-MAP-CODE        PIC X(02).
001162         10  GLX-MAP-ACCOUNT     PIC 9(08).
001163     05  GLX-INTERBRANCH-ACCT    PIC 9(08) VALUE 0.
001164     05  GLX-FX-GAIN-LOSS-ACCT   PIC 9(08) VALUE 0.
001165 01  GLX-BRANCH-TABLE.
001166     05  GLX-BRANCH-COUNT        PIC 9(02) VALUE 0.
001167     05  GLX-BRANCH-IX           PIC 9(02) VALUE 0.
001168     05  GLX-SETTLE-IX           PIC 9(02) VALUE 0.
001169     05  GLX-BRANCH-FOUND-SW     PIC X(01) VALUE 'N'.
001170         88  GLX-BRANCH-FOUND            VALUE 'Y'.
001171     05  GLX-BRANCH-OVERFLOW-SW  PIC X(01) VALUE 'N'.
001172         88  GLX-BRANCH-OVERFLOW         VALUE 'Y'.
001173     05  GLX-BRANCH-ENTRY OCCURS 20 TIMES.
001174         10  GLX-BR-CODE         PIC 9(02).
001175         10  GLX-BR-NET          PIC S9(11)V99.
001176 PROCEDURE DIVISION.
001177 0000-MAINLINE.
001180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001190     PERFORM 2000-PROCESS-CLASS THRU 2000-EXIT
001200         UNTIL GLX-END-OF-INPUT.
001660     EXIT.
001670 1120-TABLE-OFFSET-MAP.
001680*    CODE ** NAMES THE HOUSE DEFAULT SETTLEMENT ACCOUNT USED
001681*    WHEN A TRANSACTION CODE HAS NO MAPPING OF ITS OWN.
001682*    CODE ## NAMES THE INTER-BRANCH DUE-TO/DUE-FROM ACCOUNT EACH
001683*    BRANCH SETTLES WITH HEAD OFFICE THROUGH.
001684*    CODE $$ NAMES THE FX GAIN/LOSS ACCOUNT CONVERSION
001685*    DIFFERENCES ARE BOOKED TO.
001686     IF GM-TRANS-CODE = '##'
001687         MOVE GM-OFFSET-ACCOUNT TO GLX-INTERBRANCH-ACCT
001688         SET GLX-HAS-INTERBRANCH TO TRUE
001689         GO TO 1120-READ-NEXT
001690     END-IF.
001691     IF GM-TRANS-CODE = '$$'
001692         MOVE GM-OFFSET-ACCOUNT TO GLX-FX-GAIN-LOSS-ACCT
001693         SET GLX-HAS-FX-ACCT TO TRUE
001694         GO TO 1120-READ-NEXT
001695     END-IF.
001700     IF GM-TRANS-CODE = '**'
001710         MOVE GM-OFFSET-ACCOUNT TO GLX-DEFAULT-OFFSET
001720         SET GLX-HAS-DEFAULT TO TRUE
001809             SET GLX-MAP-EOF TO TRUE
001810         END-IF
001811     END-IF.
001815 1120-READ-NEXT.
001820     PERFORM 1110-READ-OFFSET-MAP THRU 1110-EXIT.
001830 1120-EXIT.
001840     EXIT.
002310                 CI-SEQ-NO
002320             SET GLX-FILE-MISMATCH TO TRUE
002330     END-EVALUATE.
002331     IF CI-FX-DIFF NUMERIC
002332         AND CI-FX-DIFF NOT = 0
002335         PERFORM 2265-WRITE-FX-DIFF THRU 2265-EXIT
002337     END-IF.
002340 2200-EXIT.
002350     EXIT.
002360 2250-WRITE-POSTING.
002480     END-IF.
002490     MOVE GLX-ABS-AMOUNT  TO GP-AMOUNT.
002500     MOVE GLX-RUN-DATE    TO GP-EFFECTIVE-DATE.
002501*    THE CUSTOMER SIDE BOOKS TO THE BRANCH THAT OWNS IT.
002502     IF CI-BRANCH NUMERIC
002503         MOVE CI-BRANCH TO GLX-POST-BRANCH
002504     ELSE
002505         MOVE GLX-HEAD-OFFICE TO GLX-POST-BRANCH
002506     END-IF.
002507     MOVE GLX-POST-BRANCH TO GP-BRANCH.
002510     WRITE GL-POSTING-RECORD.
002520     ADD 1 TO GLX-POSTING-COUNT.
002530     ADD GLX-ABS-AMOUNT TO GLX-HASH-TOTAL.
002560     ELSE
002570         SUBTRACT GLX-ABS-AMOUNT FROM GLX-BALANCE-TOTAL
002580     END-IF.
002581     MOVE GLX-POST-BRANCH TO GLX-WORK-BRANCH.
002582     IF CI-SIDE = 'D'
002583         MOVE GLX-ABS-AMOUNT TO GLX-WORK-NET
002584     ELSE
002585         COMPUTE GLX-WORK-NET = 0 - GLX-ABS-AMOUNT
002586     END-IF.
002587     PERFORM 2290-NOTE-BRANCH THRU 2290-EXIT.
002590     PERFORM 2260-WRITE-OFFSET THRU 2260-EXIT.
002600 2250-EXIT.
002610     EXIT.
002880     END-IF.
002890     MOVE GLX-ABS-AMOUNT  TO GP-AMOUNT.
002900     MOVE GLX-RUN-DATE    TO GP-EFFECTIVE-DATE.
002904*    THE SETTLEMENT ACCOUNTS ARE HEAD OFFICE'S BOOKS.
002908     MOVE GLX-HEAD-OFFICE TO GP-BRANCH.
002910     WRITE GL-POSTING-RECORD.
002920     ADD 1 TO GLX-POSTING-COUNT.
002930     ADD 1 TO GLX-OFFSET-COUNT.
002940     ADD GLX-ABS-AMOUNT TO GLX-HASH-TOTAL.
002941     MOVE GLX-HEAD-OFFICE TO GLX-WORK-BRANCH.
002942     IF CI-SIDE = 'D'
002943         COMPUTE GLX-WORK-NET = 0 - GLX-ABS-AMOUNT
002944     ELSE
002945         MOVE GLX-ABS-AMOUNT TO GLX-WORK-NET
002946     END-IF.
002947     PERFORM 2290-NOTE-BRANCH THRU 2290-EXIT.
002950 2260-EXIT.
002951     EXIT.
002952 2265-WRITE-FX-DIFF.
002953******************************************************************
002954* SUM CONVERTS A FOREIGN ITEM'S A AND B TO BASE CURRENCY ONE LEG
002955* AT A TIME, SO THE CUSTOMER SIDE AND ITS OFFSET CAN BE A CENT OFF
002956* THE ITEM'S NET CONVERTED WHOLE.  THE DIFFERENCE (WHOLE LESS
002957* LEGS) TOPS THE SETTLEMENT ACCOUNT UP TO THE CONVERTED WHOLE -
002958* A DEBIT WHEN POSITIVE - AGAINST THE FX GAIN/LOSS ACCOUNT MAPPED
002959* TO CODE $$.  BOTH ENTRIES ARE HEAD OFFICE'S, SO THE PAIR NETS TO
002960* ZERO IN THE BATCH AND IN THE BRANCH FOOTING.
002961******************************************************************
002962     IF NOT GLX-HAS-FX-ACCT
002963         ADD 1 TO GLX-UNMAPPED-COUNT
002964         DISPLAY "NO FX GAIN/LOSS ACCOUNT ($$) FOR RECORD "
002965             CI-SEQ-NO
002966         GO TO 2265-EXIT
002967     END-IF.
002968     PERFORM 2270-LOCATE-OFFSET THRU 2270-EXIT.
002969     IF NOT GLX-MAP-FOUND
002970         ADD 1 TO GLX-UNMAPPED-COUNT
002971         DISPLAY "NO OFFSET ACCOUNT FOR CODE " CI-TRANS-CODE
002972             " ON RECORD " CI-SEQ-NO
002973         GO TO 2265-EXIT
002974     END-IF.
002975     IF CI-FX-DIFF < 0
002976         COMPUTE GLX-FX-AMOUNT = 0 - CI-FX-DIFF
002977     ELSE
002978         MOVE CI-FX-DIFF TO GLX-FX-AMOUNT
002979     END-IF.
002980     MOVE 'PD'            TO GP-REC-TYPE.
002981     MOVE GLX-FX-AMOUNT   TO GP-AMOUNT.
002982     MOVE GLX-RUN-DATE    TO GP-EFFECTIVE-DATE.
002983     MOVE GLX-HEAD-OFFICE TO GP-BRANCH.
002984     MOVE GLX-OFFSET-ACCT TO GP-ACCOUNT-NO.
002985     IF CI-FX-DIFF > 0
002986         MOVE 'D' TO GP-DR-CR-IND
002987     ELSE
002988         MOVE 'C' TO GP-DR-CR-IND
002989     END-IF.
002990     WRITE GL-POSTING-RECORD.
002991     MOVE GLX-FX-GAIN-LOSS-ACCT TO GP-ACCOUNT-NO.
002992     IF CI-FX-DIFF > 0
002993         MOVE 'C' TO GP-DR-CR-IND
002994     ELSE
002995         MOVE 'D' TO GP-DR-CR-IND
002996     END-IF.
002997     WRITE GL-POSTING-RECORD.
002998     ADD 2 TO GLX-POSTING-COUNT.
002999     ADD 1 TO GLX-FX-COUNT.
003000     ADD CI-FX-DIFF TO GLX-FX-NET.
003001     ADD GLX-FX-AMOUNT TO GLX-HASH-TOTAL.
003002     ADD GLX-FX-AMOUNT TO GLX-HASH-TOTAL.
003003 2265-EXIT.
003004     EXIT.
003005 2270-LOCATE-OFFSET.
003006     MOVE 'N' TO GLX-MAP-FOUND-SW.
003007     MOVE CI-TRANS-CODE TO GLX-WORK-TCODE.
003008     PERFORM 2280-MATCH-OFFSET THRU 2280-EXIT
003010         VARYING GLX-MAP-IX FROM 1 BY 1
003020         UNTIL GLX-MAP-IX > GLX-MAP-COUNT
003030         OR GLX-MAP-FOUND.
003180     END-IF.
003190 2280-EXIT.
003200     EXIT.
003201 2290-NOTE-BRANCH.
003202******************************************************************
003203* EACH BRANCH'S BOOKS ARE FOOTED AS THE BATCH IS WRITTEN, DEBITS
003204* PLUS AND CREDITS MINUS, SO THE INTER-BRANCH SETTLEMENT KNOWS
003205* WHAT EACH BRANCH IS OUT BY WITH HEAD OFFICE.
003206******************************************************************
003207     MOVE 'N' TO GLX-BRANCH-FOUND-SW.
003208     PERFORM 2295-MATCH-BRANCH THRU 2295-EXIT
003209         VARYING GLX-BRANCH-IX FROM 1 BY 1
003210         UNTIL GLX-BRANCH-IX > GLX-BRANCH-COUNT
003211         OR GLX-BRANCH-FOUND.
003212     IF NOT GLX-BRANCH-FOUND
003213         IF GLX-BRANCH-COUNT < 20
003214             ADD 1 TO GLX-BRANCH-COUNT
003215             MOVE GLX-BRANCH-COUNT TO GLX-BRANCH-IX
003216             MOVE GLX-WORK-BRANCH TO GLX-BR-CODE (GLX-BRANCH-IX)
003217             MOVE 0 TO GLX-BR-NET (GLX-BRANCH-IX)
003218         ELSE
003219             SET GLX-BRANCH-OVERFLOW TO TRUE
003220             GO TO 2290-EXIT
003221         END-IF
003222     END-IF.
003223     ADD GLX-WORK-NET TO GLX-BR-NET (GLX-BRANCH-IX).
003224 2290-EXIT.
003225     EXIT.
003226 2295-MATCH-BRANCH.
003227     IF GLX-BR-CODE (GLX-BRANCH-IX) = GLX-WORK-BRANCH
003228         SET GLX-BRANCH-FOUND TO TRUE
003229         SUBTRACT 1 FROM GLX-BRANCH-IX
003230     END-IF.
003231 2295-EXIT.
003232     EXIT.
003234 2600-NOTE-TOTALS.
003236     SET GLX-TOTALS-SEEN TO TRUE.
003238     IF CI-T-CREDIT-COUNT NOT = GLX-CREDIT-COUNT
003240         OR CI-T-DEBIT-COUNT NOT = GLX-DEBIT-COUNT
003250         OR CI-T-ZERO-COUNT NOT = GLX-ZERO-COUNT
003260         DISPLAY "CLASS-OUT TOTALS DO NOT MATCH DETAILS READ"
003330     END-IF.
003340 2600-EXIT.
003350     EXIT.
003351 2700-SETTLE-BRANCH.
003352******************************************************************
003353* A BRANCH'S CUSTOMER POSTINGS ARE OFFSET IN HEAD OFFICE'S BOOKS,
003354* SO EACH BRANCH IS OUT BY ITS NET.  THE DUE-TO/DUE-FROM PAIR
003355* BOOKS THE NET BACK IN THE BRANCH AGAINST THE INTER-BRANCH
003356* ACCOUNT AND THE OPPOSITE ENTRY IN HEAD OFFICE, SO EVERY BRANCH
003357* BALANCES ON ITS OWN AND THE BATCH STILL NETS TO ZERO.
003358******************************************************************
003359     IF GLX-BR-CODE (GLX-SETTLE-IX) = GLX-HEAD-OFFICE
003360         OR GLX-BR-NET (GLX-SETTLE-IX) = 0
003361         GO TO 2700-EXIT
003362     END-IF.
003363     IF NOT GLX-HAS-INTERBRANCH
003364         ADD 1 TO GLX-UNMAPPED-COUNT
003365         DISPLAY "NO INTER-BRANCH ACCOUNT (##) TO SETTLE BRANCH "
003366             GLX-BR-CODE (GLX-SETTLE-IX)
003367         GO TO 2700-EXIT
003368     END-IF.
003369     MOVE GLX-BR-NET (GLX-SETTLE-IX) TO GLX-WORK-NET.
003370     IF GLX-WORK-NET < 0
003371         COMPUTE GLX-SETTLE-AMOUNT = 0 - GLX-WORK-NET
003372     ELSE
003373         MOVE GLX-WORK-NET TO GLX-SETTLE-AMOUNT
003374     END-IF.
003375     MOVE 'PD'                 TO GP-REC-TYPE.
003376     MOVE GLX-INTERBRANCH-ACCT TO GP-ACCOUNT-NO.
003377     MOVE GLX-SETTLE-AMOUNT    TO GP-AMOUNT.
003378     MOVE GLX-RUN-DATE         TO GP-EFFECTIVE-DATE.
003379     MOVE GLX-BR-CODE (GLX-SETTLE-IX) TO GP-BRANCH.
003380     IF GLX-WORK-NET > 0
003381         MOVE 'C' TO GP-DR-CR-IND
003382     ELSE
003383         MOVE 'D' TO GP-DR-CR-IND
003384     END-IF.
003385     WRITE GL-POSTING-RECORD.
003386     MOVE GLX-HEAD-OFFICE      TO GP-BRANCH.
003387     IF GLX-WORK-NET > 0
003388         MOVE 'D' TO GP-DR-CR-IND
003389     ELSE
003390         MOVE 'C' TO GP-DR-CR-IND
003391     END-IF.
003392     WRITE GL-POSTING-RECORD.
003393     ADD 2 TO GLX-POSTING-COUNT.
003394     ADD 2 TO GLX-SETTLE-COUNT.
003395     ADD GLX-SETTLE-AMOUNT TO GLX-HASH-TOTAL.
003396     ADD GLX-SETTLE-AMOUNT TO GLX-HASH-TOTAL.
003397     SUBTRACT GLX-WORK-NET FROM GLX-BR-NET (GLX-SETTLE-IX).
003398     MOVE GLX-HEAD-OFFICE TO GLX-WORK-BRANCH.
003399     PERFORM 2290-NOTE-BRANCH THRU 2290-EXIT.
003400 2700-EXIT.
003401     EXIT.
003402 9000-TERMINATE.
003403     IF GLX-GL-OPENED AND NOT GLX-RUN-ABORTED
003404         PERFORM 2700-SETTLE-BRANCH THRU 2700-EXIT
003405             VARYING GLX-SETTLE-IX FROM 1 BY 1
003406             UNTIL GLX-SETTLE-IX > GLX-BRANCH-COUNT
003407         MOVE 'BT'              TO GT-REC-TYPE
003408         MOVE GLX-POSTING-COUNT TO GT-RECORD-COUNT
003409         MOVE GLX-HASH-TOTAL    TO GT-HASH-TOTAL
003410         WRITE GL-BATCH-TRAILER
003420     END-IF.
003430     IF GLX-CLASS-OPENED
003550         DISPLAY "ZERO AMOUNTS (NOT POSTED)  : " GLX-ZERO-COUNT
003560         DISPLAY "HASH TOTAL OF POSTINGS . . : " GLX-HASH-TOTAL
003570         DISPLAY "OFFSET POSTINGS WRITTEN  . : " GLX-OFFSET-COUNT
003572         DISPLAY "INTER-BRANCH ENTRIES . . . : " GLX-SETTLE-COUNT
003574         DISPLAY "FX DIFFERENCES BOOKED  . . : " GLX-FX-COUNT
003576         DISPLAY "NET FX GAIN (LOSS) . . . . : " GLX-FX-NET
003580         DISPLAY "BATCH NET (MUST BE ZERO) . : "
003590             GLX-BALANCE-TOTAL
003600     END-IF.
003810             GLX-UNMAPPED-COUNT " *****"
003820         MOVE 16 TO RETURN-CODE
003830     END-IF.
003831     IF GLX-BRANCH-OVERFLOW
003832         DISPLAY "***** MORE THAN 20 BRANCHES IN THE BATCH - "
003833             "BRANCHES NOT SETTLED *****"
003834         MOVE 16 TO RETURN-CODE
003835     END-IF.
003836     MOVE 0 TO GLX-UNBALANCED-BRANCHES.
003837     PERFORM 9160-CHECK-BRANCH THRU 9160-EXIT
003838         VARYING GLX-BRANCH-IX FROM 1 BY 1
003839         UNTIL GLX-BRANCH-IX > GLX-BRANCH-COUNT.
003840     IF GLX-UNBALANCED-BRANCHES > 0
003841         DISPLAY "***** BRANCHES NOT IN BALANCE: "
003842             GLX-UNBALANCED-BRANCHES " *****"
003843         MOVE 16 TO RETURN-CODE
003844     END-IF.
003845     IF GLX-BALANCE-TOTAL NOT = 0
003850         DISPLAY "***** GL BATCH DOES NOT NET TO ZERO - NET "
003860             GLX-BALANCE-TOTAL " *****"
003870         MOVE 16 TO RETURN-CODE
003880     END-IF.
003890 9150-EXIT.
003900     EXIT.
003910 9160-CHECK-BRANCH.
003920     IF GLX-BR-NET (GLX-BRANCH-IX) NOT = 0
003930         ADD 1 TO GLX-UNBALANCED-BRANCHES
003940         DISPLAY "BRANCH " GLX-BR-CODE (GLX-BRANCH-IX)
003950             " IS OUT OF BALANCE BY " GLX-BR-NET (GLX-BRANCH-IX)
003960     END-IF.
003970 9160-EXIT.
003980     EXIT.
