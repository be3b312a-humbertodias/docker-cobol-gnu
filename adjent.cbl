000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ADJENT.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  MANUAL ADJUSTMENT ENTRY
000210*                 CONSOLE IN THE ACCTMNT STYLE, SIGNED ON AGAINST
000220*                 THE OPERATOR PROFILE FILE.  A CHANGE-AUTHORITY
000230*                 OPERATOR KEYS THE ACCOUNT, TRANSACTION CODE,
000240*                 AMOUNT AND A FREE-TEXT REASON FOR A CORRECTION
000250*                 THAT IS NOT A REJECT OR A SUSPENSE ITEM
000260*                 (GOODWILL REFUNDS, MISPOSTED FEE REVERSALS,
000270*                 BRANCH ERRORS FOUND LATER).  THE ITEM WAITS ON
000280*                 THE ADJUSTMENT FILE UNTIL A SECOND OPERATOR WITH
000290*                 APPROVE AUTHORITY RELEASES OR REJECTS IT; NO
000300*                 OPERATOR CAN RELEASE THEIR OWN ITEM.  ONLY A
000310*                 RELEASED ITEM IS WRITTEN TO THE ADJUSTMENT FEED,
000320*                 WHICH BRMERGE MERGES INTO TRANS-IN AS THE
000330*                 ADJUSTMENT BRANCH (90).  EVERY STEP GOES TO THE
000340*                 MAINTENANCE LOG, AND THE ADJREG STEP PRINTS THE
000350*                 DAILY ADJUSTMENT REGISTER.
000352* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000354*                 NUMBER.  THE ACCOUNT IS READ BY KEY INSTEAD OF
000356*                 BY SCANNING THE FILE.
000357* 10/15/26   DPC  THE CODE MASTER NOW ENDS WITH THE CHEQUE FLAG;
000358*                 RECORD LAYOUT WIDENED TO MATCH.
000360******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000395     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000400         ORGANIZATION IS INDEXED
000405         ACCESS MODE IS RANDOM
000410         RECORD KEY IS AM-ACCOUNT-NO
000415         FILE STATUS IS ADJ-ACCT-MSTR-STATUS.
000430     SELECT TCODE-MASTER ASSIGN TO TCODMSTR
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS ADJ-TCODE-STATUS.
000460     SELECT ADJUSTMENT-FILE ASSIGN TO ADJMSTR
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS ADJ-ADJUST-STATUS.
000490     SELECT ADJUSTMENT-HISTORY ASSIGN TO ADJHIST
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS ADJ-HISTORY-STATUS.
000520     SELECT ADJUSTMENT-FEED ASSIGN TO ADJFEED
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS ADJ-FEED-STATUS.
000550     SELECT MAINT-LOG ASSIGN TO MNTLOG
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS ADJ-MAINT-STATUS.
000580     SELECT OPER-PROFILE ASSIGN TO OPERPROF
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS ADJ-PROFILE-STATUS.
000610     SELECT CHAIN-LOCK ASSIGN TO CHAINLCK
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS ADJ-LOCK-STATUS.
000640 DATA DIVISION.
000650 FILE SECTION.
000660 FD  ACCOUNT-MASTER.
000670 01  ACCOUNT-MASTER-RECORD.
000680     05  AM-ACCOUNT-NO           PIC 9(08).
000690     05  AM-ACCOUNT-NAME         PIC X(20).
000700     05  AM-STATUS               PIC X(01).
000710         88  AM-OPEN                     VALUE 'O'.
000720         88  AM-CLOSED                   VALUE 'C'.
000730         88  AM-FROZEN                   VALUE 'F'.
000740     05  AM-OD-LIMIT             PIC 9(07)V99.
000750 FD  TCODE-MASTER.
000760 01  TCODE-MASTER-RECORD.
000770     05  TC-CODE                 PIC X(02).
000780     05  TC-DESC                 PIC X(20).
000790     05  TC-EXPECTED-SIGN        PIC X(01).
000795     05  TC-CHEQUE-FLAG          PIC X(01).
000800 FD  ADJUSTMENT-FILE.
000810 01  ADJUSTMENT-RECORD.
000820     05  AJ-SEQ-NO               PIC 9(06).
000830     05  AJ-ACCOUNT-NO           PIC 9(08).
000840     05  AJ-TRANS-CODE           PIC X(02).
000850     05  AJ-AMOUNT               PIC S9(7)V99
000860         SIGN LEADING SEPARATE.
000870     05  AJ-REASON               PIC X(30).
000880     05  AJ-STATUS               PIC X(01).
000890         88  AJ-PENDING                  VALUE 'P'.
000900         88  AJ-RELEASED                 VALUE 'R'.
000910         88  AJ-REJECTED                 VALUE 'X'.
000920     05  AJ-MAKER                PIC X(03).
000930     05  AJ-MAKE-DATE            PIC 9(08).
000940     05  AJ-MAKE-TIME            PIC 9(08).
000950     05  AJ-CHECKER              PIC X(03).
000960     05  AJ-DECIDE-DATE          PIC 9(08).
000970     05  AJ-DECIDE-TIME          PIC 9(08).
000980     05  AJ-POST-DATE            PIC 9(08).
000990 FD  ADJUSTMENT-HISTORY.
001000 01  ADJUSTMENT-HISTORY-RECORD.
001010     05  AH-SEQ-NO               PIC 9(06).
001020     05  FILLER                  PIC X(97).
001030 FD  ADJUSTMENT-FEED.
001040 01  FEED-RECORD.
001050     05  AF-BRANCH               PIC 9(02).
001060     05  AF-ACCOUNT-NO           PIC 9(08).
001070     05  AF-TRANS-CODE           PIC X(02).
001080     05  AF-A                    PIC S9(7)V99
001090         SIGN LEADING SEPARATE.
001100     05  AF-B                    PIC S9(7)V99
001110         SIGN LEADING SEPARATE.
001120 FD  MAINT-LOG.
001130 01  MAINT-LOG-RECORD.
001140     05  ML-DATE                 PIC 9(08).
001150     05  ML-TIME                 PIC 9(08).
001160     05  ML-OPERATOR             PIC X(03).
001170     05  ML-ACTION               PIC X(20).
001180     05  ML-DETAIL               PIC X(30).
001190 FD  OPER-PROFILE.
001200 01  OPER-PROFILE-RECORD.
001210     05  OP-ID                   PIC X(03).
001220     05  OP-PASSWORD             PIC X(08).
001230     05  OP-AUTHORITY            PIC X(01).
001240     05  OP-FAIL-COUNT           PIC 9(02).
001250     05  OP-LOCK-SW              PIC X(01).
001260         88  OP-LOCKED-OUT               VALUE 'Y'.
001270 FD  CHAIN-LOCK.
001280 01  CHAIN-LOCK-RECORD.
001290     05  LK-STATUS               PIC X(01).
001300         88  LK-LIVE                     VALUE 'L'.
001310         88  LK-RELEASED                 VALUE 'R'.
001320     05  LK-BUSINESS-DATE        PIC 9(08).
001330     05  LK-START-TIME           PIC 9(08).
001340     05  LK-STEP-IN-FLIGHT       PIC X(08).
001350 WORKING-STORAGE SECTION.
001360 01  ADJ-FILE-STATUSES.
001370     05  ADJ-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
001380         88  ADJ-ACCT-MSTR-OK            VALUE '00'.
001390     05  ADJ-TCODE-STATUS        PIC X(02) VALUE SPACES.
001400         88  ADJ-TCODE-OK                VALUE '00'.
001410     05  ADJ-ADJUST-STATUS       PIC X(02) VALUE SPACES.
001420         88  ADJ-ADJUST-OK               VALUE '00'.
001430     05  ADJ-HISTORY-STATUS      PIC X(02) VALUE SPACES.
001440         88  ADJ-HISTORY-OK              VALUE '00'.
001450     05  ADJ-FEED-STATUS         PIC X(02) VALUE SPACES.
001460         88  ADJ-FEED-OK                 VALUE '00'.
001470     05  ADJ-MAINT-STATUS        PIC X(02) VALUE SPACES.
001480         88  ADJ-MAINT-OK                VALUE '00'.
001490     05  ADJ-PROFILE-STATUS      PIC X(02) VALUE SPACES.
001500         88  ADJ-PROFILE-OK              VALUE '00'.
001510     05  ADJ-LOCK-STATUS         PIC X(02) VALUE SPACES.
001520         88  ADJ-LOCK-OK                 VALUE '00'.
001530 01  ADJ-SWITCHES.
001540     05  ADJ-EXIT-SWITCH         PIC X(01) VALUE 'N'.
001550         88  ADJ-EXIT-REQUESTED          VALUE 'Y'.
001560     05  ADJ-EOF-SWITCH          PIC X(01) VALUE 'N'.
001570         88  ADJ-END-OF-FILE             VALUE 'Y'.
001580     05  ADJ-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
001590         88  ADJ-ACCT-FOUND              VALUE 'Y'.
001600     05  ADJ-TCODE-FOUND-SW      PIC X(01) VALUE 'N'.
001610         88  ADJ-TCODE-FOUND             VALUE 'Y'.
001620     05  ADJ-REFUSED-SW          PIC X(01) VALUE 'N'.
001630         88  ADJ-ITEM-REFUSED            VALUE 'Y'.
001640     05  ADJ-FEED-WRITTEN-SW     PIC X(01) VALUE 'N'.
001650         88  ADJ-FEED-WRITTEN            VALUE 'Y'.
001653     05  ADJ-REWRITE-SW          PIC X(01) VALUE 'N'.
001656         88  ADJ-REWRITE-FAILED          VALUE 'Y'.
001660 01  ADJ-OPERATOR-FIELDS.
001670     05  ADJ-OPERATOR            PIC X(03) VALUE SPACES.
001680     05  ADJ-MENU-CHOICE         PIC X(01) VALUE SPACE.
001690     05  ADJ-ANSWER              PIC X(30) VALUE SPACES.
001700     05  ADJ-ANSWER-ACCT REDEFINES ADJ-ANSWER.
001710         10  ADJ-ANSWER-ACCT-NO  PIC 9(08).
001720         10  FILLER              PIC X(22).
001730     05  ADJ-ANSWER-AMT REDEFINES ADJ-ANSWER.
001740         10  ADJ-ANSWER-AMOUNT   PIC 9(07)V99.
001750         10  FILLER              PIC X(21).
001760     05  ADJ-CONFIRM             PIC X(01) VALUE SPACE.
001770 01  ADJ-STAMP-FIELDS.
001780     05  ADJ-TODAY               PIC 9(08) VALUE 0.
001790     05  ADJ-NOW                 PIC 9(08) VALUE 0.
001800 01  ADJ-WORK-FIELDS.
001810     05  ADJ-ACCOUNT-NO          PIC 9(08) VALUE 0.
001820     05  ADJ-TRANS-CODE          PIC X(02) VALUE SPACES.
001830     05  ADJ-DIRECTION           PIC X(01) VALUE SPACE.
001840         88  ADJ-DEBIT                   VALUE 'D'.
001850         88  ADJ-CREDIT                  VALUE 'C'.
001860     05  ADJ-AMOUNT              PIC S9(7)V99 VALUE 0.
001870     05  ADJ-REASON              PIC X(30) VALUE SPACES.
001880     05  ADJ-CUR-NAME            PIC X(20) VALUE SPACES.
001890     05  ADJ-CUR-STATUS          PIC X(01) VALUE SPACE.
001900     05  ADJ-CODE-DESC           PIC X(20) VALUE SPACES.
001910     05  ADJ-CODE-SIGN           PIC X(01) VALUE SPACE.
001920     05  ADJ-REFUSE-REASON       PIC X(30) VALUE SPACES.
001930     05  ADJ-DISPLAY-AMOUNT      PIC -(7)9.99.
001940     05  ADJ-STATE-NAME          PIC X(08) VALUE SPACES.
001950     05  ADJ-BRANCH              PIC 9(02) VALUE 90.
001960 01  ADJ-LOG-DETAIL.
001970     05  ADJ-LD-SEQ-NO           PIC 9(06).
001980     05  FILLER                  PIC X(01) VALUE SPACE.
001990     05  ADJ-LD-ACCOUNT          PIC 9(08).
002000     05  FILLER                  PIC X(01) VALUE SPACE.
002010     05  ADJ-LD-AMOUNT           PIC Z(6)9.99-.
002020     05  FILLER                  PIC X(03) VALUE SPACES.
002030 01  ADJ-ADJUST-TABLE.
002040     05  ADJ-ITEM-COUNT          PIC 9(03) VALUE 0.
002050     05  ADJ-ITEM-IX             PIC 9(03) VALUE 0.
002055     05  ADJ-WRITE-IX            PIC 9(03) VALUE 0.
002060     05  ADJ-WAITING-COUNT       PIC 9(03) VALUE 0.
002070     05  ADJ-NEXT-SEQ            PIC 9(06) VALUE 1.
002080     05  ADJ-ITEM-ENTRY OCCURS 100 TIMES.
002090         10  ADJ-IT-SEQ-NO       PIC 9(06).
002100         10  ADJ-IT-ACCOUNT      PIC 9(08).
002110         10  ADJ-IT-TRANS-CODE   PIC X(02).
002120         10  ADJ-IT-AMOUNT       PIC S9(7)V99.
002130         10  ADJ-IT-REASON       PIC X(30).
002140         10  ADJ-IT-STATUS       PIC X(01).
002150             88  ADJ-IT-WAITING          VALUE 'P'.
002160             88  ADJ-IT-RELEASED         VALUE 'R'.
002170             88  ADJ-IT-REJECTED         VALUE 'X'.
002180         10  ADJ-IT-MAKER        PIC X(03).
002190         10  ADJ-IT-MAKE-DATE    PIC 9(08).
002200         10  ADJ-IT-MAKE-TIME    PIC 9(08).
002210         10  ADJ-IT-CHECKER      PIC X(03).
002220         10  ADJ-IT-DECIDE-DATE  PIC 9(08).
002230         10  ADJ-IT-DECIDE-TIME  PIC 9(08).
002240         10  ADJ-IT-POST-DATE    PIC 9(08).
002250 01  ADJ-PROFILE-TABLE.
002260     05  ADJ-PROF-COUNT          PIC 9(02) VALUE 0.
002270     05  ADJ-PROF-IX             PIC 9(02) VALUE 0.
002280     05  ADJ-PROF-FOUND-SW       PIC X(01) VALUE 'N'.
002290         88  ADJ-PROF-FOUND              VALUE 'Y'.
002300     05  ADJ-PROF-EOF-SW         PIC X(01) VALUE 'N'.
002310         88  ADJ-PROF-EOF                VALUE 'Y'.
002320     05  ADJ-MAX-FAILURES        PIC 9(02) VALUE 3.
002330     05  ADJ-AUTHORITY           PIC X(01) VALUE 'V'.
002340         88  ADJ-CHANGE-ALLOWED          VALUE 'C' 'A'.
002350         88  ADJ-APPROVE-ALLOWED         VALUE 'A'.
002360     05  ADJ-PASSWORD            PIC X(08) VALUE SPACES.
002370     05  ADJ-PROF-ENTRY OCCURS 20 TIMES.
002380         10  ADJ-PF-ID           PIC X(03).
002390         10  ADJ-PF-PASSWORD     PIC X(08).
002400         10  ADJ-PF-AUTHORITY    PIC X(01).
002410         10  ADJ-PF-FAIL-COUNT   PIC 9(02).
002420         10  ADJ-PF-LOCK-SW      PIC X(01).
002430 01  ADJ-CHAIN-LOCK-FIELDS.
002440     05  ADJ-CHAIN-RUN-SW        PIC X(01) VALUE 'N'.
002450         88  ADJ-CHAIN-RUNNING           VALUE 'Y'.
002460     05  ADJ-LOCK-DATE           PIC 9(08) VALUE 0.
002470     05  ADJ-LOCK-TIME           PIC 9(08) VALUE 0.
002480     05  ADJ-LOCK-STEP           PIC X(08) VALUE SPACES.
002490 PROCEDURE DIVISION.
002500 0000-MAINLINE.
002510     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002520     IF NOT ADJ-EXIT-REQUESTED
002530         PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
002540             UNTIL ADJ-EXIT-REQUESTED
002550     END-IF.
002560     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002570     STOP RUN.
002580 1000-INITIALIZE.
002590     ACCEPT ADJ-TODAY FROM DATE YYYYMMDD.
002600     DISPLAY "***** MANUAL ADJUSTMENT ENTRY *****".
002610*    THE MAINTENANCE LOG OPENS AHEAD OF SIGN-ON SO A FAILED
002620*    SIGN-ON CAN BE LOGGED.
002630     OPEN EXTEND MAINT-LOG.
002640     IF NOT ADJ-MAINT-OK
002650         OPEN OUTPUT MAINT-LOG
002660         CLOSE MAINT-LOG
002670         OPEN EXTEND MAINT-LOG
002680     END-IF.
002690     IF NOT ADJ-MAINT-OK
002700         DISPLAY "MAINTENANCE LOG WILL NOT OPEN - CONSOLE CLOSED"
002710         MOVE 16 TO RETURN-CODE
002720         SET ADJ-EXIT-REQUESTED TO TRUE
002730         GO TO 1000-EXIT
002740     END-IF.
002750     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002760     IF ADJ-EXIT-REQUESTED
002770         GO TO 1000-EXIT
002780     END-IF.
002790     PERFORM 1200-LOAD-ADJUSTMENTS THRU 1200-EXIT.
002800     IF ADJ-EXIT-REQUESTED
002810         GO TO 1000-EXIT
002820     END-IF.
002830     PERFORM 1300-SCAN-HISTORY THRU 1300-EXIT.
002840     MOVE 'ADJ ENTRY OPENED    ' TO ML-ACTION.
002850     MOVE SPACES TO ML-DETAIL.
002860     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
002870     DISPLAY "ADJUSTMENTS AWAITING RELEASE: " ADJ-WAITING-COUNT.
002880 1000-EXIT.
002890     EXIT.
002900 1100-SIGN-ON.
002910******************************************************************
002920* SAME SIGN-ON RULES AS OPERCON - NO PROFILE FILE, NO CONSOLE.
002930* CHANGE AUTHORITY ('C') MAY KEY AN ADJUSTMENT; APPROVE AUTHORITY
002940* ('A') MAY ALSO RELEASE ONE.  VIEW-ONLY ('V') MAY ONLY LIST.
002950******************************************************************
002960     PERFORM 1110-LOAD-PROFILES THRU 1110-EXIT.
002970     IF ADJ-EXIT-REQUESTED
002980         GO TO 1100-EXIT
002990     END-IF.
003000     IF ADJ-PROF-COUNT = 0
003010         DISPLAY "NO OPERATOR PROFILES ON FILE - CONSOLE CLOSED"
003020         MOVE 16 TO RETURN-CODE
003030         SET ADJ-EXIT-REQUESTED TO TRUE
003040         GO TO 1100-EXIT
003050     END-IF.
003060     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
003070     ACCEPT ADJ-OPERATOR.
003080     DISPLAY "PASSWORD: " WITH NO ADVANCING.
003090     MOVE SPACES TO ADJ-PASSWORD.
003100     ACCEPT ADJ-PASSWORD.
003110     PERFORM 1130-LOCATE-PROFILE THRU 1130-EXIT.
003120     IF NOT ADJ-PROF-FOUND
003130         DISPLAY "SIGN-ON REFUSED"
003140         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
003150         MOVE 'UNKNOWN OPERATOR ID           ' TO ML-DETAIL
003160         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
003170         MOVE 16 TO RETURN-CODE
003180         SET ADJ-EXIT-REQUESTED TO TRUE
003190         GO TO 1100-EXIT
003200     END-IF.
003210     IF ADJ-PF-LOCK-SW (ADJ-PROF-IX) = 'Y'
003220         DISPLAY "ID IS LOCKED OUT - SEE THE SHIFT SUPERVISOR"
003230         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
003240         MOVE 'ID LOCKED OUT                 ' TO ML-DETAIL
003250         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
003260         MOVE 16 TO RETURN-CODE
003270         SET ADJ-EXIT-REQUESTED TO TRUE
003280         GO TO 1100-EXIT
003290     END-IF.
003300     IF ADJ-PF-PASSWORD (ADJ-PROF-IX) NOT = ADJ-PASSWORD
003310         ADD 1 TO ADJ-PF-FAIL-COUNT (ADJ-PROF-IX)
003320         IF ADJ-PF-FAIL-COUNT (ADJ-PROF-IX)
003330             NOT < ADJ-MAX-FAILURES
003340             MOVE 'Y' TO ADJ-PF-LOCK-SW (ADJ-PROF-IX)
003350             DISPLAY "ID IS NOW LOCKED OUT"
003360         END-IF
003370         DISPLAY "SIGN-ON REFUSED"
003380         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
003390         MOVE 'BAD PASSWORD                  ' TO ML-DETAIL
003400         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
003410         PERFORM 1140-REWRITE-PROFILES THRU 1140-EXIT
003420         MOVE 16 TO RETURN-CODE
003430         SET ADJ-EXIT-REQUESTED TO TRUE
003440         GO TO 1100-EXIT
003450     END-IF.
003460     MOVE 0 TO ADJ-PF-FAIL-COUNT (ADJ-PROF-IX).
003470     MOVE ADJ-PF-AUTHORITY (ADJ-PROF-IX) TO ADJ-AUTHORITY.
003480     PERFORM 1140-REWRITE-PROFILES THRU 1140-EXIT.
003490     IF NOT ADJ-CHANGE-ALLOWED
003500         DISPLAY "VIEW-ONLY AUTHORITY - CHANGE FUNCTIONS ARE "
003510             "LOCKED"
003520     END-IF.
003530 1100-EXIT.
003540     EXIT.
003550 1110-LOAD-PROFILES.
003560     OPEN INPUT OPER-PROFILE.
003570     IF NOT ADJ-PROFILE-OK
003580         GO TO 1110-EXIT
003590     END-IF.
003600     PERFORM 1120-READ-PROFILE THRU 1120-EXIT.
003610     PERFORM 1125-TABLE-PROFILE THRU 1125-EXIT
003620         UNTIL ADJ-PROF-EOF.
003630     CLOSE OPER-PROFILE.
003640 1110-EXIT.
003650     EXIT.
003660 1120-READ-PROFILE.
003670     READ OPER-PROFILE
003680         AT END
003690             SET ADJ-PROF-EOF TO TRUE
003700     END-READ.
003710 1120-EXIT.
003720     EXIT.
003730 1125-TABLE-PROFILE.
003740*    THE PROFILE FILE IS REWRITTEN FROM THIS TABLE, SO A FILE
003750*    THAT OUTGROWS IT MUST CLOSE THE CONSOLE - A TRUNCATED
003760*    TABLE WOULD REWRITE A TRUNCATED FILE AND ERASE OPERATORS.
003770     IF ADJ-PROF-COUNT NOT < 20
003780         DISPLAY "OPERATOR PROFILE FILE EXCEEDS THE 20-ENTRY "
003790             "TABLE - CONSOLE CLOSED"
003800         MOVE 16 TO RETURN-CODE
003810         SET ADJ-EXIT-REQUESTED TO TRUE
003820         SET ADJ-PROF-EOF TO TRUE
003830         GO TO 1125-EXIT
003840     END-IF.
003850     ADD 1 TO ADJ-PROF-COUNT.
003860     MOVE OP-ID TO ADJ-PF-ID (ADJ-PROF-COUNT).
003870     MOVE OP-PASSWORD TO ADJ-PF-PASSWORD (ADJ-PROF-COUNT).
003880     MOVE OP-AUTHORITY TO ADJ-PF-AUTHORITY (ADJ-PROF-COUNT).
003890     MOVE OP-FAIL-COUNT TO
003900         ADJ-PF-FAIL-COUNT (ADJ-PROF-COUNT).
003910     MOVE OP-LOCK-SW TO ADJ-PF-LOCK-SW (ADJ-PROF-COUNT).
003920     PERFORM 1120-READ-PROFILE THRU 1120-EXIT.
003930 1125-EXIT.
003940     EXIT.
003950 1130-LOCATE-PROFILE.
003960     MOVE 'N' TO ADJ-PROF-FOUND-SW.
003970     PERFORM 1135-MATCH-PROFILE THRU 1135-EXIT
003980         VARYING ADJ-PROF-IX FROM 1 BY 1
003990         UNTIL ADJ-PROF-IX > ADJ-PROF-COUNT
004000         OR ADJ-PROF-FOUND.
004010 1130-EXIT.
004020     EXIT.
004030 1135-MATCH-PROFILE.
004040     IF ADJ-PF-ID (ADJ-PROF-IX) = ADJ-OPERATOR
004050         SET ADJ-PROF-FOUND TO TRUE
004060         SUBTRACT 1 FROM ADJ-PROF-IX
004070     END-IF.
004080 1135-EXIT.
004090     EXIT.
004100 1140-REWRITE-PROFILES.
004110     OPEN OUTPUT OPER-PROFILE.
004120     IF NOT ADJ-PROFILE-OK
004130         DISPLAY "OPERATOR PROFILE FILE WILL NOT REWRITE"
004140         GO TO 1140-EXIT
004150     END-IF.
004160     PERFORM 1145-WRITE-ONE-PROFILE THRU 1145-EXIT
004170         VARYING ADJ-PROF-IX FROM 1 BY 1
004180         UNTIL ADJ-PROF-IX > ADJ-PROF-COUNT.
004190     CLOSE OPER-PROFILE.
004200 1140-EXIT.
004210     EXIT.
004220 1145-WRITE-ONE-PROFILE.
004230     MOVE ADJ-PF-ID (ADJ-PROF-IX)         TO OP-ID.
004240     MOVE ADJ-PF-PASSWORD (ADJ-PROF-IX)   TO OP-PASSWORD.
004250     MOVE ADJ-PF-AUTHORITY (ADJ-PROF-IX)  TO OP-AUTHORITY.
004260     MOVE ADJ-PF-FAIL-COUNT (ADJ-PROF-IX) TO OP-FAIL-COUNT.
004270     MOVE ADJ-PF-LOCK-SW (ADJ-PROF-IX)    TO OP-LOCK-SW.
004280     WRITE OPER-PROFILE-RECORD.
004290 1145-EXIT.
004300     EXIT.
004310 1200-LOAD-ADJUSTMENTS.
004320******************************************************************
004330* THE ADJUSTMENT FILE HOLDS EVERY ITEM NOT YET ON A REGISTER -
004340* WAITING ITEMS, AND ITEMS RELEASED OR REJECTED SINCE THE LAST
004350* ADJREG RUN.  IT IS REWRITTEN FROM THIS TABLE AFTER EVERY ITEM
004360* KEYED AND EVERY DECISION, SO A FILE TOO BIG FOR THE TABLE
004370* CLOSES THE CONSOLE RATHER THAN LOSE ITEMS ON THE REWRITE.
004380******************************************************************
004390     MOVE 0 TO ADJ-ITEM-COUNT.
004400     MOVE 0 TO ADJ-WAITING-COUNT.
004410     MOVE 'N' TO ADJ-EOF-SWITCH.
004420     OPEN INPUT ADJUSTMENT-FILE.
004430     IF NOT ADJ-ADJUST-OK
004440         GO TO 1200-EXIT
004450     END-IF.
004460     PERFORM 1210-READ-ADJUSTMENT THRU 1210-EXIT.
004470     PERFORM 1220-TABLE-ADJUSTMENT THRU 1220-EXIT
004480         UNTIL ADJ-END-OF-FILE.
004490     CLOSE ADJUSTMENT-FILE.
004500 1200-EXIT.
004510     EXIT.
004520 1210-READ-ADJUSTMENT.
004530     READ ADJUSTMENT-FILE
004540         AT END
004550             SET ADJ-END-OF-FILE TO TRUE
004560     END-READ.
004570 1210-EXIT.
004580     EXIT.
004590 1220-TABLE-ADJUSTMENT.
004600     IF ADJ-ITEM-COUNT NOT < 100
004610         DISPLAY "ADJUSTMENT FILE EXCEEDS THE 100-ENTRY TABLE - "
004620             "CONSOLE CLOSED"
004630         MOVE 16 TO RETURN-CODE
004640         SET ADJ-EXIT-REQUESTED TO TRUE
004650         SET ADJ-END-OF-FILE TO TRUE
004660         GO TO 1220-EXIT
004670     END-IF.
004680     ADD 1 TO ADJ-ITEM-COUNT.
004690     MOVE AJ-SEQ-NO      TO ADJ-IT-SEQ-NO (ADJ-ITEM-COUNT).
004700     MOVE AJ-ACCOUNT-NO  TO ADJ-IT-ACCOUNT (ADJ-ITEM-COUNT).
004710     MOVE AJ-TRANS-CODE  TO ADJ-IT-TRANS-CODE (ADJ-ITEM-COUNT).
004720     MOVE AJ-AMOUNT      TO ADJ-IT-AMOUNT (ADJ-ITEM-COUNT).
004730     MOVE AJ-REASON      TO ADJ-IT-REASON (ADJ-ITEM-COUNT).
004740     MOVE AJ-STATUS      TO ADJ-IT-STATUS (ADJ-ITEM-COUNT).
004750     MOVE AJ-MAKER       TO ADJ-IT-MAKER (ADJ-ITEM-COUNT).
004760     MOVE AJ-MAKE-DATE   TO ADJ-IT-MAKE-DATE (ADJ-ITEM-COUNT).
004770     MOVE AJ-MAKE-TIME   TO ADJ-IT-MAKE-TIME (ADJ-ITEM-COUNT).
004780     MOVE AJ-CHECKER     TO ADJ-IT-CHECKER (ADJ-ITEM-COUNT).
004790     MOVE AJ-DECIDE-DATE TO ADJ-IT-DECIDE-DATE (ADJ-ITEM-COUNT).
004800     MOVE AJ-DECIDE-TIME TO ADJ-IT-DECIDE-TIME (ADJ-ITEM-COUNT).
004810     MOVE AJ-POST-DATE   TO ADJ-IT-POST-DATE (ADJ-ITEM-COUNT).
004820     IF AJ-PENDING
004830         ADD 1 TO ADJ-WAITING-COUNT
004840     END-IF.
004850     IF AJ-SEQ-NO NOT < ADJ-NEXT-SEQ
004860         COMPUTE ADJ-NEXT-SEQ = AJ-SEQ-NO + 1
004870     END-IF.
004880     PERFORM 1210-READ-ADJUSTMENT THRU 1210-EXIT.
004890 1220-EXIT.
004900     EXIT.
004910 1300-SCAN-HISTORY.
004920*    ITEMS ALREADY ON A REGISTER LIVE ON THE HISTORY FILE, SO THE
004930*    NEXT SEQUENCE NUMBER HAS TO CLEAR THEM TOO - AN ADJUSTMENT
004940*    NUMBER IS NEVER USED TWICE.
004950     MOVE 'N' TO ADJ-EOF-SWITCH.
004960     OPEN INPUT ADJUSTMENT-HISTORY.
004970     IF NOT ADJ-HISTORY-OK
004980         GO TO 1300-EXIT
004990     END-IF.
005000     PERFORM 1310-READ-HISTORY THRU 1310-EXIT.
005010     PERFORM 1320-NOTE-HISTORY THRU 1320-EXIT
005020         UNTIL ADJ-END-OF-FILE.
005030     CLOSE ADJUSTMENT-HISTORY.
005040 1300-EXIT.
005050     EXIT.
005060 1310-READ-HISTORY.
005070     READ ADJUSTMENT-HISTORY
005080         AT END
005090             SET ADJ-END-OF-FILE TO TRUE
005100     END-READ.
005110 1310-EXIT.
005120     EXIT.
005130 1320-NOTE-HISTORY.
005140     IF AH-SEQ-NO NUMERIC
005150         AND AH-SEQ-NO NOT < ADJ-NEXT-SEQ
005160         COMPUTE ADJ-NEXT-SEQ = AH-SEQ-NO + 1
005170     END-IF.
005180     PERFORM 1310-READ-HISTORY THRU 1310-EXIT.
005190 1320-EXIT.
005200     EXIT.
005210 2000-MENU-CYCLE.
005220     DISPLAY " ".
005230     DISPLAY "----- MANUAL ADJUSTMENT MENU -----".
005240     DISPLAY "1 - KEY AN ADJUSTMENT".
005250     DISPLAY "2 - LIST ADJUSTMENTS ON FILE".
005260     DISPLAY "3 - RELEASE/REJECT WAITING ADJUSTMENTS".
005270     DISPLAY "X - EXIT CONSOLE".
005280     DISPLAY "CHOICE: " WITH NO ADVANCING.
005290     MOVE SPACE TO ADJ-MENU-CHOICE.
005300     ACCEPT ADJ-MENU-CHOICE.
005310     EVALUATE ADJ-MENU-CHOICE
005320         WHEN '1'
005330             IF NOT ADJ-CHANGE-ALLOWED
005340                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
005350             ELSE
005360                 PERFORM 2950-CHECK-CHAIN-LOCK THRU 2950-EXIT
005370                 IF ADJ-CHAIN-RUNNING
005380                     PERFORM 2960-BLOCK-CHANGE THRU 2960-EXIT
005390                 ELSE
005400                     PERFORM 3000-KEY-ADJUSTMENT THRU 3000-EXIT
005410                 END-IF
005420             END-IF
005430         WHEN '2'
005440             PERFORM 4000-LIST-ADJUSTMENTS THRU 4000-EXIT
005450         WHEN '3'
005460             IF NOT ADJ-APPROVE-ALLOWED
005470                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
005480             ELSE
005490                 PERFORM 2950-CHECK-CHAIN-LOCK THRU 2950-EXIT
005500                 IF ADJ-CHAIN-RUNNING
005510                     PERFORM 2960-BLOCK-CHANGE THRU 2960-EXIT
005520                 ELSE
005530                     PERFORM 5000-RELEASE-ADJUSTMENTS
005540                         THRU 5000-EXIT
005550                 END-IF
005560             END-IF
005570         WHEN 'X'
005580             SET ADJ-EXIT-REQUESTED TO TRUE
005590         WHEN 'x'
005600             SET ADJ-EXIT-REQUESTED TO TRUE
005610         WHEN OTHER
005620             DISPLAY "UNRECOGNIZED CHOICE"
005630     END-EVALUATE.
005640 2000-EXIT.
005650     EXIT.
005660 2900-DENY-CHANGE.
005670     DISPLAY "NOT AUTHORIZED FOR THAT FUNCTION".
005680     MOVE 'CHANGE DENIED       ' TO ML-ACTION.
005690     MOVE ADJ-MENU-CHOICE TO ML-DETAIL.
005700     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
005710 2900-EXIT.
005720     EXIT.
005730 2950-CHECK-CHAIN-LOCK.
005740     MOVE 'N' TO ADJ-CHAIN-RUN-SW.
005750     OPEN INPUT CHAIN-LOCK.
005760     IF NOT ADJ-LOCK-OK
005770         GO TO 2950-EXIT
005780     END-IF.
005790     READ CHAIN-LOCK
005800         AT END
005810             CONTINUE
005820         NOT AT END
005830             IF LK-LIVE
005840                 SET ADJ-CHAIN-RUNNING TO TRUE
005850                 MOVE LK-BUSINESS-DATE  TO ADJ-LOCK-DATE
005860                 MOVE LK-START-TIME     TO ADJ-LOCK-TIME
005870                 MOVE LK-STEP-IN-FLIGHT TO ADJ-LOCK-STEP
005880             END-IF
005890     END-READ.
005900     CLOSE CHAIN-LOCK.
005910 2950-EXIT.
005920     EXIT.
005930 2960-BLOCK-CHANGE.
005940*    BRMERGE EMPTIES THE FEED AND ADJREG REWRITES THE ADJUSTMENT
005950*    FILE DURING THE CHAIN, SO NEITHER FILE MAY MOVE UNDER THEM.
005960     DISPLAY "A CHAIN IS RUNNING - ADJUSTMENTS ARE BLOCKED UNTIL "
005970         "IT FINISHES".
005980     MOVE 'CHANGE BLOCKED      ' TO ML-ACTION.
005990     MOVE 'CHAIN IN PROGRESS             ' TO ML-DETAIL.
006000     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
006010 2960-EXIT.
006020     EXIT.
006030 3000-KEY-ADJUSTMENT.
006040******************************************************************
006050* THE MAKER'S HALF.  THE ITEM IS EDITED AGAINST THE ACCOUNT AND
006060* TRANSACTION CODE MASTERS AS THEY STAND NOW, THEN PARKED ON THE
006070* ADJUSTMENT FILE.  NOTHING REACHES THE FEED UNTIL A SECOND
006080* OPERATOR RELEASES IT.
006090******************************************************************
006100     IF ADJ-ITEM-COUNT NOT < 100
006110         DISPLAY "ADJUSTMENT TABLE IS FULL - NO MORE ITEMS UNTIL "
006120             "THE NEXT REGISTER RUN"
006130         GO TO 3000-EXIT
006140     END-IF.
006150     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
006160     MOVE SPACES TO ADJ-ANSWER.
006170     ACCEPT ADJ-ANSWER.
006180     IF ADJ-ANSWER-ACCT-NO NOT NUMERIC
006190         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
006200         GO TO 3000-EXIT
006210     END-IF.
006220     MOVE ADJ-ANSWER-ACCT-NO TO ADJ-ACCOUNT-NO.
006230     DISPLAY "TRANSACTION CODE (2 CHARACTERS): "
006240         WITH NO ADVANCING.
006250     MOVE SPACES TO ADJ-ANSWER.
006260     ACCEPT ADJ-ANSWER.
006270     MOVE ADJ-ANSWER (1:2) TO ADJ-TRANS-CODE.
006280     PERFORM 3100-EDIT-ADJUSTMENT THRU 3100-EXIT.
006290     IF ADJ-ITEM-REFUSED
006300         DISPLAY "ADJUSTMENT REFUSED - " ADJ-REFUSE-REASON
006310         GO TO 3000-EXIT
006320     END-IF.
006330     DISPLAY "ACCOUNT NAME . . . . . . . : " ADJ-CUR-NAME.
006340     DISPLAY "CODE DESCRIPTION . . . . . : " ADJ-CODE-DESC.
006350     DISPLAY "D=DEBIT C=CREDIT: " WITH NO ADVANCING.
006360     MOVE SPACE TO ADJ-DIRECTION.
006370     ACCEPT ADJ-DIRECTION.
006380     IF ADJ-DIRECTION = 'd'
006390         MOVE 'D' TO ADJ-DIRECTION
006400     END-IF.
006410     IF ADJ-DIRECTION = 'c'
006420         MOVE 'C' TO ADJ-DIRECTION
006430     END-IF.
006440     IF NOT ADJ-DEBIT AND NOT ADJ-CREDIT
006450         DISPLAY "DIRECTION MUST BE D OR C - ADJUSTMENT NOT TAKEN"
006460         GO TO 3000-EXIT
006470     END-IF.
006480     IF ADJ-CODE-SIGN = 'D' OR ADJ-CODE-SIGN = 'C'
006490         IF ADJ-DIRECTION NOT = ADJ-CODE-SIGN
006500             DISPLAY "CODE " ADJ-TRANS-CODE " ONLY TAKES "
006510                 ADJ-CODE-SIGN " - ADJUSTMENT NOT TAKEN"
006520             GO TO 3000-EXIT
006530         END-IF
006540     END-IF.
006550     DISPLAY "AMOUNT (NINE DIGITS, LAST TWO ARE CENTS): "
006560         WITH NO ADVANCING.
006570     MOVE SPACES TO ADJ-ANSWER.
006580     ACCEPT ADJ-ANSWER.
006590     IF ADJ-ANSWER-AMOUNT NOT NUMERIC
006600         DISPLAY "AMOUNT MUST BE NINE DIGITS - ADJUSTMENT NOT "
006610             "TAKEN"
006620         GO TO 3000-EXIT
006630     END-IF.
006640     IF ADJ-ANSWER-AMOUNT = 0
006650         DISPLAY "AMOUNT MAY NOT BE ZERO - ADJUSTMENT NOT TAKEN"
006660         GO TO 3000-EXIT
006670     END-IF.
006680*    DEBITS CARRY A MINUS SIGN ON TRANS-IN, CREDITS A PLUS.
006690     MOVE ADJ-ANSWER-AMOUNT TO ADJ-AMOUNT.
006700     IF ADJ-DEBIT
006710         COMPUTE ADJ-AMOUNT = 0 - ADJ-ANSWER-AMOUNT
006720     END-IF.
006730     DISPLAY "REASON (30 CHARACTERS): " WITH NO ADVANCING.
006740     MOVE SPACES TO ADJ-ANSWER.
006750     ACCEPT ADJ-ANSWER.
006760     IF ADJ-ANSWER = SPACES
006770         DISPLAY "A REASON IS REQUIRED - ADJUSTMENT NOT TAKEN"
006780         GO TO 3000-EXIT
006790     END-IF.
006800     MOVE ADJ-ANSWER TO ADJ-REASON.
006810     MOVE ADJ-AMOUNT TO ADJ-DISPLAY-AMOUNT.
006820     DISPLAY "ACCOUNT " ADJ-ACCOUNT-NO " CODE " ADJ-TRANS-CODE
006830         " AMOUNT " ADJ-DISPLAY-AMOUNT.
006840     DISPLAY "CONFIRM (Y/N): " WITH NO ADVANCING.
006850     MOVE SPACE TO ADJ-CONFIRM.
006860     ACCEPT ADJ-CONFIRM.
006870     IF ADJ-CONFIRM NOT = 'Y' AND ADJ-CONFIRM NOT = 'y'
006880         DISPLAY "ADJUSTMENT NOT TAKEN"
006890         GO TO 3000-EXIT
006900     END-IF.
006910     PERFORM 3400-ADD-ADJUSTMENT THRU 3400-EXIT.
006920 3000-EXIT.
006930     EXIT.
006940 3100-EDIT-ADJUSTMENT.
006950******************************************************************
006960* THE SAME EDITS RUN AGAIN AT RELEASE TIME - THE ACCOUNT CAN BE
006970* CLOSED OR THE CODE WITHDRAWN WHILE THE ITEM WAITS.
006980******************************************************************
006990     MOVE 'N' TO ADJ-REFUSED-SW.
007000     MOVE SPACES TO ADJ-REFUSE-REASON.
007010     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
007020     IF NOT ADJ-ACCT-FOUND
007030         SET ADJ-ITEM-REFUSED TO TRUE
007040         MOVE 'ACCOUNT IS NOT ON FILE        '
007050             TO ADJ-REFUSE-REASON
007060         GO TO 3100-EXIT
007070     END-IF.
007080     IF ADJ-CUR-STATUS = 'C'
007090         SET ADJ-ITEM-REFUSED TO TRUE
007100         MOVE 'ACCOUNT IS CLOSED             '
007110             TO ADJ-REFUSE-REASON
007120         GO TO 3100-EXIT
007130     END-IF.
007140     PERFORM 3300-FIND-TCODE THRU 3300-EXIT.
007150     IF NOT ADJ-TCODE-OK
007160         SET ADJ-ITEM-REFUSED TO TRUE
007170         MOVE 'TRANSACTION CODES UNAVAILABLE '
007180             TO ADJ-REFUSE-REASON
007190         GO TO 3100-EXIT
007200     END-IF.
007210     IF NOT ADJ-TCODE-FOUND
007220         SET ADJ-ITEM-REFUSED TO TRUE
007230         MOVE 'TRANSACTION CODE NOT ON FILE  '
007240             TO ADJ-REFUSE-REASON
007250     END-IF.
007260 3100-EXIT.
007270     EXIT.
007280 3200-FIND-ACCOUNT.
007290     MOVE 'N' TO ADJ-ACCT-FOUND-SW.
007300     MOVE SPACES TO ADJ-CUR-NAME.
007310     MOVE SPACE TO ADJ-CUR-STATUS.
007320     OPEN INPUT ACCOUNT-MASTER.
007330     IF NOT ADJ-ACCT-MSTR-OK
007340         GO TO 3200-EXIT
007350     END-IF.
007360     MOVE ADJ-ACCOUNT-NO TO AM-ACCOUNT-NO.
007370     READ ACCOUNT-MASTER
007380         INVALID KEY
007390             CONTINUE
007400         NOT INVALID KEY
007410             SET ADJ-ACCT-FOUND TO TRUE
007420             MOVE AM-ACCOUNT-NAME TO ADJ-CUR-NAME
007430             MOVE AM-STATUS TO ADJ-CUR-STATUS
007440     END-READ.
007450     CLOSE ACCOUNT-MASTER.
007460 3200-EXIT.
007470     EXIT.
007610 3300-FIND-TCODE.
007620*    A CODE MASTER THAT WILL NOT OPEN LEAVES A BAD STATUS BEHIND,
007630*    WHICH 3100 TESTS; A CLEAN CLOSE LEAVES '00'.
007640     MOVE 'N' TO ADJ-TCODE-FOUND-SW.
007650     MOVE SPACES TO ADJ-CODE-DESC.
007660     MOVE SPACE TO ADJ-CODE-SIGN.
007670     MOVE 'N' TO ADJ-EOF-SWITCH.
007680     OPEN INPUT TCODE-MASTER.
007690     IF NOT ADJ-TCODE-OK
007700         GO TO 3300-EXIT
007710     END-IF.
007720     PERFORM 3310-READ-TCODE THRU 3310-EXIT.
007730     PERFORM 3320-MATCH-TCODE THRU 3320-EXIT
007740         UNTIL ADJ-END-OF-FILE.
007750     CLOSE TCODE-MASTER.
007760 3300-EXIT.
007770     EXIT.
007780 3310-READ-TCODE.
007790     READ TCODE-MASTER
007800         AT END
007810             SET ADJ-END-OF-FILE TO TRUE
007820     END-READ.
007830 3310-EXIT.
007840     EXIT.
007850 3320-MATCH-TCODE.
007860     IF TC-CODE = ADJ-TRANS-CODE
007870         SET ADJ-TCODE-FOUND TO TRUE
007880         MOVE TC-DESC TO ADJ-CODE-DESC
007890         MOVE TC-EXPECTED-SIGN TO ADJ-CODE-SIGN
007900         SET ADJ-END-OF-FILE TO TRUE
007910         GO TO 3320-EXIT
007920     END-IF.
007930     PERFORM 3310-READ-TCODE THRU 3310-EXIT.
007940 3320-EXIT.
007950     EXIT.
007960 3400-ADD-ADJUSTMENT.
007970     ACCEPT ADJ-NOW FROM TIME.
007980     ADD 1 TO ADJ-ITEM-COUNT.
007990     MOVE ADJ-ITEM-COUNT TO ADJ-ITEM-IX.
008000     MOVE ADJ-NEXT-SEQ   TO ADJ-IT-SEQ-NO (ADJ-ITEM-IX).
008010     MOVE ADJ-ACCOUNT-NO TO ADJ-IT-ACCOUNT (ADJ-ITEM-IX).
008020     MOVE ADJ-TRANS-CODE TO ADJ-IT-TRANS-CODE (ADJ-ITEM-IX).
008030     MOVE ADJ-AMOUNT     TO ADJ-IT-AMOUNT (ADJ-ITEM-IX).
008040     MOVE ADJ-REASON     TO ADJ-IT-REASON (ADJ-ITEM-IX).
008050     MOVE 'P'            TO ADJ-IT-STATUS (ADJ-ITEM-IX).
008060     MOVE ADJ-OPERATOR   TO ADJ-IT-MAKER (ADJ-ITEM-IX).
008070     MOVE ADJ-TODAY      TO ADJ-IT-MAKE-DATE (ADJ-ITEM-IX).
008080     MOVE ADJ-NOW        TO ADJ-IT-MAKE-TIME (ADJ-ITEM-IX).
008090     MOVE SPACES         TO ADJ-IT-CHECKER (ADJ-ITEM-IX).
008100     MOVE 0              TO ADJ-IT-DECIDE-DATE (ADJ-ITEM-IX).
008110     MOVE 0              TO ADJ-IT-DECIDE-TIME (ADJ-ITEM-IX).
008120     MOVE 0              TO ADJ-IT-POST-DATE (ADJ-ITEM-IX).
008130     ADD 1 TO ADJ-NEXT-SEQ.
008140     ADD 1 TO ADJ-WAITING-COUNT.
008150     PERFORM 7000-REWRITE-ADJUSTMENTS THRU 7000-EXIT.
008152     IF ADJ-REWRITE-FAILED
008154         GO TO 3400-EXIT
008156     END-IF.
008160     DISPLAY "ADJUSTMENT " ADJ-IT-SEQ-NO (ADJ-ITEM-IX)
008170         " TAKEN - AWAITING RELEASE BY A SECOND OPERATOR".
008180     MOVE 'ADJUSTMENT KEYED    ' TO ML-ACTION.
008190     PERFORM 8100-SET-LOG-DETAIL THRU 8100-EXIT.
008200     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
008210     MOVE 'ADJUSTMENT REASON   ' TO ML-ACTION.
008220     MOVE ADJ-REASON TO ML-DETAIL.
008230     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
008240 3400-EXIT.
008250     EXIT.
008260 4000-LIST-ADJUSTMENTS.
008270     IF ADJ-ITEM-COUNT = 0
008280         DISPLAY "NO ADJUSTMENTS ON FILE"
008290         GO TO 4000-EXIT
008300     END-IF.
008310     DISPLAY "SEQ    ACCOUNT  TC       AMOUNT STATE    BY  CHK "
008320         "KEYED".
008330     PERFORM 4100-SHOW-ADJUSTMENT THRU 4100-EXIT
008340         VARYING ADJ-ITEM-IX FROM 1 BY 1
008350         UNTIL ADJ-ITEM-IX > ADJ-ITEM-COUNT.
008360     DISPLAY "ADJUSTMENTS AWAITING RELEASE: " ADJ-WAITING-COUNT.
008370 4000-EXIT.
008380     EXIT.
008390 4100-SHOW-ADJUSTMENT.
008400     EVALUATE TRUE
008410         WHEN ADJ-IT-WAITING (ADJ-ITEM-IX)
008420             MOVE 'WAITING ' TO ADJ-STATE-NAME
008430         WHEN ADJ-IT-RELEASED (ADJ-ITEM-IX)
008440             MOVE 'RELEASED' TO ADJ-STATE-NAME
008450         WHEN ADJ-IT-REJECTED (ADJ-ITEM-IX)
008460             MOVE 'REJECTED' TO ADJ-STATE-NAME
008470         WHEN OTHER
008480             MOVE 'UNKNOWN ' TO ADJ-STATE-NAME
008490     END-EVALUATE.
008500     MOVE ADJ-IT-AMOUNT (ADJ-ITEM-IX) TO ADJ-DISPLAY-AMOUNT.
008510     DISPLAY ADJ-IT-SEQ-NO (ADJ-ITEM-IX)
008520         " " ADJ-IT-ACCOUNT (ADJ-ITEM-IX)
008530         " " ADJ-IT-TRANS-CODE (ADJ-ITEM-IX)
008540         " " ADJ-DISPLAY-AMOUNT
008550         " " ADJ-STATE-NAME
008560         " " ADJ-IT-MAKER (ADJ-ITEM-IX)
008570         " " ADJ-IT-CHECKER (ADJ-ITEM-IX)
008580         " " ADJ-IT-MAKE-DATE (ADJ-ITEM-IX).
008590     DISPLAY "       REASON: " ADJ-IT-REASON (ADJ-ITEM-IX).
008600 4100-EXIT.
008610     EXIT.
008620 5000-RELEASE-ADJUSTMENTS.
008630******************************************************************
008640* THE CHECKER'S HALF.  EACH WAITING ITEM IS SHOWN IN TURN; THE
008650* APPROVER RELEASES IT (A), REJECTS IT (R) OR LEAVES IT (S).  AN
008660* OPERATOR'S OWN ITEMS ARE PASSED OVER - TWO PEOPLE SEE EVERY
008666* ADJUSTMENT BEFORE IT POSTS.  EACH DECISION IS ON THE ADJUSTMENT
008672* FILE BEFORE THE NEXT ITEM IS SHOWN.
008680******************************************************************
008690     IF ADJ-WAITING-COUNT = 0
008700         DISPLAY "NO ADJUSTMENTS AWAITING RELEASE"
008710         GO TO 5000-EXIT
008720     END-IF.
008730     PERFORM 5100-REVIEW-ADJUSTMENT THRU 5100-EXIT
008740         VARYING ADJ-ITEM-IX FROM 1 BY 1
008745         UNTIL ADJ-ITEM-IX > ADJ-ITEM-COUNT
008750         OR ADJ-REWRITE-FAILED.
008755     IF ADJ-REWRITE-FAILED
008760         GO TO 5000-EXIT
008765     END-IF.
008770     DISPLAY "ADJUSTMENTS STILL AWAITING RELEASE: "
008780         ADJ-WAITING-COUNT.
008790 5000-EXIT.
008800     EXIT.
008810 5100-REVIEW-ADJUSTMENT.
008820     IF NOT ADJ-IT-WAITING (ADJ-ITEM-IX)
008830         GO TO 5100-EXIT
008840     END-IF.
008850     DISPLAY " ".
008860     DISPLAY "SEQ    ACCOUNT  TC       AMOUNT STATE    BY  CHK "
008870         "KEYED".
008880     PERFORM 4100-SHOW-ADJUSTMENT THRU 4100-EXIT.
008890     IF ADJ-IT-MAKER (ADJ-ITEM-IX) = ADJ-OPERATOR
008900         DISPLAY "YOUR OWN ADJUSTMENT - ANOTHER OPERATOR MUST "
008910             "RELEASE IT"
008920         GO TO 5100-EXIT
008930     END-IF.
008940     DISPLAY "A=RELEASE R=REJECT S=SKIP: " WITH NO ADVANCING.
008950     MOVE SPACE TO ADJ-CONFIRM.
008960     ACCEPT ADJ-CONFIRM.
008970     MOVE ADJ-IT-ACCOUNT (ADJ-ITEM-IX)    TO ADJ-ACCOUNT-NO.
008980     MOVE ADJ-IT-TRANS-CODE (ADJ-ITEM-IX) TO ADJ-TRANS-CODE.
008990     MOVE ADJ-IT-AMOUNT (ADJ-ITEM-IX)     TO ADJ-AMOUNT.
009000     EVALUATE ADJ-CONFIRM
009010         WHEN 'A'
009020         WHEN 'a'
009030             PERFORM 5200-RELEASE-ADJUSTMENT THRU 5200-EXIT
009040         WHEN 'R'
009050         WHEN 'r'
009060             ACCEPT ADJ-NOW FROM TIME
009070             MOVE 'X' TO ADJ-IT-STATUS (ADJ-ITEM-IX)
009080             MOVE ADJ-OPERATOR TO ADJ-IT-CHECKER (ADJ-ITEM-IX)
009090             MOVE ADJ-TODAY TO ADJ-IT-DECIDE-DATE (ADJ-ITEM-IX)
009100             MOVE ADJ-NOW TO ADJ-IT-DECIDE-TIME (ADJ-ITEM-IX)
009110             SUBTRACT 1 FROM ADJ-WAITING-COUNT
009112             PERFORM 7000-REWRITE-ADJUSTMENTS THRU 7000-EXIT
009114             IF ADJ-REWRITE-FAILED
009116                 GO TO 5100-EXIT
009118             END-IF
009120             DISPLAY "ADJUSTMENT REJECTED"
009130             MOVE 'ADJUSTMENT REJECTED ' TO ML-ACTION
009140             PERFORM 8100-SET-LOG-DETAIL THRU 8100-EXIT
009150             PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
009160         WHEN OTHER
009170             DISPLAY "LEFT WAITING"
009180     END-EVALUATE.
009190 5100-EXIT.
009200     EXIT.
009210 5200-RELEASE-ADJUSTMENT.
009211******************************************************************
009212* THE ITEM IS MARKED RELEASED ON THE ADJUSTMENT FILE BEFORE IT
009213* GOES TO THE FEED, SO AN ITEM ON THE FEED CAN NEVER STILL BE
009214* WAITING TO BE RELEASED A SECOND TIME.  A FEED THAT WILL NOT
009215* OPEN PUTS THE ITEM BACK TO WAITING ON THE FILE.
009216******************************************************************
009220     PERFORM 3100-EDIT-ADJUSTMENT THRU 3100-EXIT.
009230     IF ADJ-ITEM-REFUSED
009240         DISPLAY "CANNOT RELEASE - " ADJ-REFUSE-REASON
009250         DISPLAY "LEFT WAITING - REJECT IT OR CLEAR THE CAUSE"
009260         MOVE 'RELEASE REFUSED     ' TO ML-ACTION
009270         MOVE ADJ-REFUSE-REASON TO ML-DETAIL
009280         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
009290         GO TO 5200-EXIT
009300     END-IF.
009360     ACCEPT ADJ-NOW FROM TIME.
009370     MOVE 'R' TO ADJ-IT-STATUS (ADJ-ITEM-IX).
009380     MOVE ADJ-OPERATOR TO ADJ-IT-CHECKER (ADJ-ITEM-IX).
009390     MOVE ADJ-TODAY TO ADJ-IT-DECIDE-DATE (ADJ-ITEM-IX).
009400     MOVE ADJ-NOW TO ADJ-IT-DECIDE-TIME (ADJ-ITEM-IX).
009401     PERFORM 7000-REWRITE-ADJUSTMENTS THRU 7000-EXIT.
009402     IF ADJ-REWRITE-FAILED
009403         GO TO 5200-EXIT
009404     END-IF.
009405     PERFORM 5300-WRITE-FEED THRU 5300-EXIT.
009406     IF NOT ADJ-FEED-WRITTEN
009407         DISPLAY "ADJUSTMENT FEED WILL NOT OPEN - LEFT WAITING"
009408         MOVE 'P' TO ADJ-IT-STATUS (ADJ-ITEM-IX)
009409         MOVE SPACES TO ADJ-IT-CHECKER (ADJ-ITEM-IX)
009410         MOVE 0 TO ADJ-IT-DECIDE-DATE (ADJ-ITEM-IX)
009411         MOVE 0 TO ADJ-IT-DECIDE-TIME (ADJ-ITEM-IX)
009412         PERFORM 7000-REWRITE-ADJUSTMENTS THRU 7000-EXIT
009413         GO TO 5200-EXIT
009414     END-IF.
009415     SUBTRACT 1 FROM ADJ-WAITING-COUNT.
009420     MOVE 'ADJUSTMENT RELEASED ' TO ML-ACTION.
009430     PERFORM 8100-SET-LOG-DETAIL THRU 8100-EXIT.
009440     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
009450     DISPLAY "ADJUSTMENT RELEASED TO TONIGHT'S MERGE".
009460 5200-EXIT.
009470     EXIT.
009480 5300-WRITE-FEED.
009490******************************************************************
009500* A RELEASED ITEM GOES OUT IN THE ACCRUAL FILE'S TRANS-IN FORMAT
009510* UNDER THE ADJUSTMENT BRANCH, AMOUNT IN A AND ZERO IN B.  THE
009520* FEED IS APPENDED TO - BRMERGE EMPTIES IT AFTER A CLEAN MERGE.
009530******************************************************************
009540     MOVE 'N' TO ADJ-FEED-WRITTEN-SW.
009550     OPEN EXTEND ADJUSTMENT-FEED.
009560     IF NOT ADJ-FEED-OK
009570         OPEN OUTPUT ADJUSTMENT-FEED
009580         CLOSE ADJUSTMENT-FEED
009590         OPEN EXTEND ADJUSTMENT-FEED
009600     END-IF.
009610     IF NOT ADJ-FEED-OK
009620         GO TO 5300-EXIT
009630     END-IF.
009640     MOVE ADJ-BRANCH     TO AF-BRANCH.
009650     MOVE ADJ-ACCOUNT-NO TO AF-ACCOUNT-NO.
009660     MOVE ADJ-TRANS-CODE TO AF-TRANS-CODE.
009670     MOVE ADJ-AMOUNT     TO AF-A.
009680     MOVE 0              TO AF-B.
009690     WRITE FEED-RECORD.
009700     CLOSE ADJUSTMENT-FEED.
009710     SET ADJ-FEED-WRITTEN TO TRUE.
009720 5300-EXIT.
009730     EXIT.
009740 7000-REWRITE-ADJUSTMENTS.
009750*    EVERY ITEM GOES BACK - DECIDED ONES STAY UNTIL ADJREG HAS
009755*    PRINTED THEM ON THE REGISTER AND MOVED THEM TO HISTORY.  A
009760*    REWRITE THAT FAILS CLOSES THE CONSOLE - THE FILE NO LONGER
009765*    MATCHES WHAT THE OPERATORS WERE SHOWN.
009770     OPEN OUTPUT ADJUSTMENT-FILE.
009780     IF NOT ADJ-ADJUST-OK
009782         GO TO 7000-FAILED
009784     END-IF.
009786     PERFORM 7100-WRITE-ONE-ADJUSTMENT THRU 7100-EXIT
009788         VARYING ADJ-WRITE-IX FROM 1 BY 1
009790         UNTIL ADJ-WRITE-IX > ADJ-ITEM-COUNT
009792         OR ADJ-REWRITE-FAILED.
009794     CLOSE ADJUSTMENT-FILE.
009796     IF NOT ADJ-REWRITE-FAILED
009800         GO TO 7000-EXIT
009810     END-IF.
009815 7000-FAILED.
009820     DISPLAY "ADJUSTMENT FILE WILL NOT REWRITE, STATUS "
009825         ADJ-ADJUST-STATUS " - CONSOLE CLOSED".
009830     MOVE 16 TO RETURN-CODE.
009835     SET ADJ-REWRITE-FAILED TO TRUE.
009840     SET ADJ-EXIT-REQUESTED TO TRUE.
009845     MOVE 'ADJ REWRITE FAILED  ' TO ML-ACTION.
009850     MOVE ADJ-ADJUST-STATUS TO ML-DETAIL.
009855     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
009860 7000-EXIT.
009870     EXIT.
009880 7100-WRITE-ONE-ADJUSTMENT.
009890     MOVE ADJ-IT-SEQ-NO (ADJ-WRITE-IX)     TO AJ-SEQ-NO.
009900     MOVE ADJ-IT-ACCOUNT (ADJ-WRITE-IX)    TO AJ-ACCOUNT-NO.
009910     MOVE ADJ-IT-TRANS-CODE (ADJ-WRITE-IX) TO AJ-TRANS-CODE.
009920     MOVE ADJ-IT-AMOUNT (ADJ-WRITE-IX)     TO AJ-AMOUNT.
009930     MOVE ADJ-IT-REASON (ADJ-WRITE-IX)     TO AJ-REASON.
009940     MOVE ADJ-IT-STATUS (ADJ-WRITE-IX)     TO AJ-STATUS.
009950     MOVE ADJ-IT-MAKER (ADJ-WRITE-IX)      TO AJ-MAKER.
009960     MOVE ADJ-IT-MAKE-DATE (ADJ-WRITE-IX)  TO AJ-MAKE-DATE.
009970     MOVE ADJ-IT-MAKE-TIME (ADJ-WRITE-IX)  TO AJ-MAKE-TIME.
009980     MOVE ADJ-IT-CHECKER (ADJ-WRITE-IX)    TO AJ-CHECKER.
009990     MOVE ADJ-IT-DECIDE-DATE (ADJ-WRITE-IX)TO AJ-DECIDE-DATE.
010000     MOVE ADJ-IT-DECIDE-TIME (ADJ-WRITE-IX)TO AJ-DECIDE-TIME.
010010     MOVE ADJ-IT-POST-DATE (ADJ-WRITE-IX)  TO AJ-POST-DATE.
010020     WRITE ADJUSTMENT-RECORD.
010022     IF NOT ADJ-ADJUST-OK
010024         SET ADJ-REWRITE-FAILED TO TRUE
010026     END-IF.
010030 7100-EXIT.
010040     EXIT.
010050 8000-WRITE-MAINT-LOG.
010060     ACCEPT ADJ-NOW FROM TIME.
010070     MOVE ADJ-TODAY    TO ML-DATE.
010080     MOVE ADJ-NOW      TO ML-TIME.
010090     MOVE ADJ-OPERATOR TO ML-OPERATOR.
010100     WRITE MAINT-LOG-RECORD.
010110 8000-EXIT.
010120     EXIT.
010130 8100-SET-LOG-DETAIL.
010140     MOVE ADJ-IT-SEQ-NO (ADJ-ITEM-IX)  TO ADJ-LD-SEQ-NO.
010150     MOVE ADJ-IT-ACCOUNT (ADJ-ITEM-IX) TO ADJ-LD-ACCOUNT.
010160     MOVE ADJ-IT-AMOUNT (ADJ-ITEM-IX)  TO ADJ-LD-AMOUNT.
010170     MOVE ADJ-LOG-DETAIL TO ML-DETAIL.
010180 8100-EXIT.
010190     EXIT.
010200 9000-TERMINATE.
010210     IF ADJ-MAINT-OK
010220         MOVE 'ADJ ENTRY CLOSED    ' TO ML-ACTION
010230         MOVE SPACES TO ML-DETAIL
010240         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
010250         CLOSE MAINT-LOG
010260     END-IF.
010270 9000-EXIT.
010280     EXIT.
