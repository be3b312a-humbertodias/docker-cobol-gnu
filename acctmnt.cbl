000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ACCTMNT.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  ACCOUNT MASTER MAINTENANCE
000210*                 CONSOLE IN THE OPERCON STYLE, SIGNED ON AGAINST
000220*                 THE OPERATOR PROFILE FILE.  A CHANGE-AUTHORITY
000230*                 OPERATOR REQUESTS AN OPEN, RENAME, FREEZE,
000240*                 UNFREEZE OR CLOSE; THE REQUEST WAITS ON THE
000250*                 PENDING-CHANGE FILE UNTIL A SECOND OPERATOR WITH
000260*                 APPROVE AUTHORITY RELEASES OR REJECTS IT.  NO
000270*                 OPERATOR CAN APPROVE THEIR OWN REQUEST.  ONLY
000280*                 AN APPROVED CHANGE TOUCHES THE ACCOUNT MASTER,
000290*                 AND ITS BEFORE AND AFTER IMAGES GO TO THE
000300*                 MAINTENANCE LOG.  A CLOSE IS REFUSED WHILE THE
000310*                 BALANCE MASTER SHOWS A NON-ZERO BALANCE OR THE
000320*                 ACCOUNT STILL HAS ITEMS IN SUSPENSE OR ON THE
000330*                 REJECT FILE.
000331* 10/15/26   DPC  OVERDRAFT LIMIT MAINTENANCE.  THE ACCOUNT MASTER
000332*                 NOW CARRIES AN OVERDRAFT LIMIT; A LIMIT CHANGE
000333*                 (MENU 6) IS REQUESTED AND APPROVED LIKE ANY
000334*                 OTHER CHANGE, WITH THE OLD AND NEW LIMITS LOGGED
000335*                 AS THE BEFORE AND AFTER IMAGES.  A NEW ACCOUNT
000336*                 OPENS WITH A ZERO LIMIT.  LIST AND APPROVE MOVE
000337*                 TO MENU 7 AND 8.
000338* 10/15/26   DPC  THE REJECT RECORD NOW ENDS WITH THE BRANCH CODE;
000339*                 LAYOUT WIDENED TO MATCH.
000340* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000341*                 NUMBER.  LOOKUPS READ BY KEY, AND AN APPROVED
000342*                 CHANGE WRITES OR REWRITES THE ONE RECORD IN
000343*                 PLACE INSTEAD OF COPYING THE MASTER THROUGH THE
000344*                 ACCTMWK WORK FILE.
000345* 10/15/26   DPC  THE SUSPENSE RECORD NOW ENDS WITH THE ITEM'S
000346*                 CURRENCY CODE; RECORD LAYOUT WIDENED TO MATCH.
000347* 10/15/26   DPC  THE SUSPENSE RECORD NOW ENDS WITH THE CHEQUE
000348*                 SERIAL; RECORD LAYOUT WIDENED TO MATCH.
000349* 10/15/26   DPC  A NEW REQUEST IS NOW LOGGED AS CHANGE REQUEST
000350*                 WITH ITS NUMBER, AND NUMBERING RESUMES PAST THE
000351*                 HIGHEST NUMBER ON THE MAINTENANCE LOG, SO AN
000352*                 EMPTY PENDING FILE NO LONGER RESTARTS IT AT ONE.
000353******************************************************************
000354 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000390         ORGANIZATION IS INDEXED
000400         ACCESS MODE IS RANDOM
000410         RECORD KEY IS AM-ACCOUNT-NO
000420         FILE STATUS IS AMT-ACCT-MSTR-STATUS.
000440     SELECT PENDING-FILE ASSIGN TO ACCTPEND
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS AMT-PENDING-STATUS.
000470     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS BM-ACCOUNT-NO
000510         FILE STATUS IS AMT-MASTER-STATUS.
000520     SELECT SUSPENSE-FILE ASSIGN TO SUSPENSE
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS AMT-SUSPENSE-STATUS.
000550     SELECT REJECT-FILE ASSIGN TO REJECTS
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS AMT-REJECT-STATUS.
000580     SELECT MAINT-LOG ASSIGN TO MNTLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS AMT-MAINT-STATUS.
000610     SELECT OPER-PROFILE ASSIGN TO OPERPROF
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS AMT-PROFILE-STATUS.
000640     SELECT CHAIN-LOCK ASSIGN TO CHAINLCK
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS AMT-LOCK-STATUS.
000670 DATA DIVISION.
000680 FILE SECTION.
000690 FD  ACCOUNT-MASTER.
000700 01  ACCOUNT-MASTER-RECORD.
000710     05  AM-ACCOUNT-NO           PIC 9(08).
000720     05  AM-ACCOUNT-NAME         PIC X(20).
000730     05  AM-STATUS               PIC X(01).
000740         88  AM-OPEN                     VALUE 'O'.
000750         88  AM-CLOSED                   VALUE 'C'.
000760         88  AM-FROZEN                   VALUE 'F'.
000765     05  AM-OD-LIMIT             PIC 9(07)V99.
000790 FD  PENDING-FILE.
000800 01  PENDING-RECORD.
000810     05  PD-SEQ-NO               PIC 9(05).
000820     05  PD-ACTION               PIC X(01).
000830         88  PD-OPEN-ACCOUNT             VALUE 'O'.
000840         88  PD-RENAME-ACCOUNT           VALUE 'R'.
000850         88  PD-FREEZE-ACCOUNT           VALUE 'F'.
000860         88  PD-UNFREEZE-ACCOUNT         VALUE 'U'.
000870         88  PD-CLOSE-ACCOUNT            VALUE 'C'.
000875         88  PD-SET-LIMIT                VALUE 'L'.
000880     05  PD-ACCOUNT-NO           PIC 9(08).
000890     05  PD-NEW-NAME             PIC X(20).
000900     05  PD-MAKER                PIC X(03).
000910     05  PD-MAKE-DATE            PIC 9(08).
000920     05  PD-MAKE-TIME            PIC 9(08).
000925     05  PD-NEW-LIMIT            PIC 9(07)V99.
000930 FD  BALANCE-MASTER.
000940 01  BALANCE-RECORD.
000950     05  BM-ACCOUNT-NO           PIC 9(08).
000960     05  BM-PRIOR-BALANCE        PIC S9(9)V99
000970         SIGN LEADING SEPARATE.
000980     05  BM-TODAY-ACTIVITY       PIC S9(9)V99
000990         SIGN LEADING SEPARATE.
001000     05  BM-NEW-BALANCE          PIC S9(9)V99
001010         SIGN LEADING SEPARATE.
001020     05  BM-LAST-ACTIVITY        PIC 9(08).
001030 FD  SUSPENSE-FILE.
001040 01  SUSPENSE-RECORD.
001050     05  SP-BRANCH               PIC 9(02).
001060     05  SP-ACCOUNT-NO           PIC 9(08).
001070     05  SP-TRANS-CODE           PIC X(02).
001080     05  SP-A                    PIC S9(7)V99
001090         SIGN LEADING SEPARATE.
001100     05  SP-B                    PIC S9(7)V99
001110         SIGN LEADING SEPARATE.
001120     05  SP-SUSP-DATE            PIC 9(08).
001125     05  SP-RUN-SEQ-NO           PIC 9(05).
001130     05  SP-CURRENCY             PIC X(03).
001135     05  SP-CHEQUE-SERIAL        PIC X(08).
001140 FD  REJECT-FILE.
001150 01  REJECT-RECORD.
001160     05  RJ-SEQ-NO               PIC 9(07).
001170     05  RJ-RUN-DATE             PIC 9(08).
001180     05  RJ-RUN-SEQ-NO           PIC 9(05).
001190     05  RJ-ACCOUNT-NO           PIC 9(08).
001200     05  RJ-TRANS-CODE           PIC X(02).
001210     05  RJ-INPUT-VALUE          PIC X(10).
001220     05  RJ-REASON-CODE          PIC X(02).
001225     05  RJ-BRANCH               PIC 9(02).
001230 FD  MAINT-LOG.
001240 01  MAINT-LOG-RECORD.
001250     05  ML-DATE                 PIC 9(08).
001260     05  ML-TIME                 PIC 9(08).
001270     05  ML-OPERATOR             PIC X(03).
001280     05  ML-ACTION               PIC X(20).
001290     05  ML-DETAIL               PIC X(30).
001300 FD  OPER-PROFILE.
001310 01  OPER-PROFILE-RECORD.
001320     05  OP-ID                   PIC X(03).
001330     05  OP-PASSWORD             PIC X(08).
001340     05  OP-AUTHORITY            PIC X(01).
001350     05  OP-FAIL-COUNT           PIC 9(02).
001360     05  OP-LOCK-SW              PIC X(01).
001370         88  OP-LOCKED-OUT               VALUE 'Y'.
001380 FD  CHAIN-LOCK.
001390 01  CHAIN-LOCK-RECORD.
001400     05  LK-STATUS               PIC X(01).
001410         88  LK-LIVE                     VALUE 'L'.
001420         88  LK-RELEASED                 VALUE 'R'.
001430     05  LK-BUSINESS-DATE        PIC 9(08).
001440     05  LK-START-TIME           PIC 9(08).
001450     05  LK-STEP-IN-FLIGHT       PIC X(08).
001460 WORKING-STORAGE SECTION.
001470 01  AMT-FILE-STATUSES.
001480     05  AMT-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
001490         88  AMT-ACCT-MSTR-OK            VALUE '00'.
001500         88  AMT-ACCT-MSTR-NO-FILE       VALUE '35'.
001520     05  AMT-PENDING-STATUS      PIC X(02) VALUE SPACES.
001530         88  AMT-PENDING-OK              VALUE '00'.
001540     05  AMT-MASTER-STATUS       PIC X(02) VALUE SPACES.
001550         88  AMT-MASTER-OK               VALUE '00'.
001560     05  AMT-SUSPENSE-STATUS     PIC X(02) VALUE SPACES.
001570         88  AMT-SUSPENSE-OK             VALUE '00'.
001580     05  AMT-REJECT-STATUS       PIC X(02) VALUE SPACES.
001590         88  AMT-REJECT-OK               VALUE '00'.
001600     05  AMT-MAINT-STATUS        PIC X(02) VALUE SPACES.
001610         88  AMT-MAINT-OK                VALUE '00'.
001620     05  AMT-PROFILE-STATUS      PIC X(02) VALUE SPACES.
001630         88  AMT-PROFILE-OK              VALUE '00'.
001640     05  AMT-LOCK-STATUS         PIC X(02) VALUE SPACES.
001650         88  AMT-LOCK-OK                 VALUE '00'.
001660 01  AMT-SWITCHES.
001670     05  AMT-EXIT-SWITCH         PIC X(01) VALUE 'N'.
001680         88  AMT-EXIT-REQUESTED          VALUE 'Y'.
001690     05  AMT-EOF-SWITCH          PIC X(01) VALUE 'N'.
001700         88  AMT-END-OF-FILE             VALUE 'Y'.
001710     05  AMT-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
001720         88  AMT-ACCT-FOUND              VALUE 'Y'.
001750     05  AMT-REFUSED-SW          PIC X(01) VALUE 'N'.
001760         88  AMT-CHANGE-REFUSED          VALUE 'Y'.
001770     05  AMT-APPLIED-SW          PIC X(01) VALUE 'N'.
001780         88  AMT-CHANGE-APPLIED          VALUE 'Y'.
001790 01  AMT-OPERATOR-FIELDS.
001800     05  AMT-OPERATOR            PIC X(03) VALUE SPACES.
001810     05  AMT-MENU-CHOICE         PIC X(01) VALUE SPACE.
001820     05  AMT-ANSWER              PIC X(20) VALUE SPACES.
001830     05  AMT-ANSWER-ACCT REDEFINES AMT-ANSWER.
001840         10  AMT-ANSWER-ACCT-NO  PIC 9(08).
001850         10  FILLER              PIC X(12).
001852     05  AMT-ANSWER-LIM REDEFINES AMT-ANSWER.
001854         10  AMT-ANSWER-LIMIT    PIC 9(07)V99.
001856         10  FILLER              PIC X(11).
001860     05  AMT-CONFIRM             PIC X(01) VALUE SPACE.
001870 01  AMT-STAMP-FIELDS.
001880     05  AMT-TODAY               PIC 9(08) VALUE 0.
001890     05  AMT-NOW                 PIC 9(08) VALUE 0.
001900 01  AMT-WORK-FIELDS.
001910     05  AMT-ACTION              PIC X(01) VALUE SPACE.
001920         88  AMT-OPEN-ACCOUNT            VALUE 'O'.
001930         88  AMT-RENAME-ACCOUNT          VALUE 'R'.
001940         88  AMT-FREEZE-ACCOUNT          VALUE 'F'.
001950         88  AMT-UNFREEZE-ACCOUNT        VALUE 'U'.
001960         88  AMT-CLOSE-ACCOUNT           VALUE 'C'.
001965         88  AMT-SET-LIMIT               VALUE 'L'.
001970     05  AMT-ACCOUNT-NO          PIC 9(08) VALUE 0.
001980     05  AMT-NEW-NAME            PIC X(20) VALUE SPACES.
001990     05  AMT-CUR-NAME            PIC X(20) VALUE SPACES.
002000     05  AMT-CUR-STATUS          PIC X(01) VALUE SPACE.
002005     05  AMT-CUR-LIMIT           PIC 9(07)V99 VALUE 0.
002010     05  AMT-NEW-STATUS          PIC X(01) VALUE SPACE.
002015     05  AMT-NEW-LIMIT           PIC 9(07)V99 VALUE 0.
002020     05  AMT-REFUSE-REASON       PIC X(30) VALUE SPACES.
002030     05  AMT-ITEM-COUNT          PIC 9(07) VALUE 0.
002040     05  AMT-DISPLAY-AMOUNT      PIC -(9)9.99.
002050 01  AMT-IMAGE.
002060     05  AMT-IM-ACCOUNT          PIC 9(08).
002070     05  AMT-IM-NAME             PIC X(20).
002080     05  AMT-IM-STATUS           PIC X(01).
002090     05  FILLER                  PIC X(01) VALUE SPACE.
002091 01  AMT-LIMIT-IMAGE.
002092     05  AMT-LI-ACCOUNT          PIC 9(08).
002093     05  FILLER                  PIC X(01) VALUE SPACE.
002094     05  FILLER                  PIC X(09) VALUE 'OD LIMIT '.
002095     05  AMT-LI-LIMIT            PIC Z(6)9.99.
002096     05  FILLER                  PIC X(02) VALUE SPACES.
002100 01  AMT-PEND-DETAIL.
002110     05  AMT-PL-ACTION           PIC X(01).
002120     05  AMT-PL-ACCOUNT          PIC 9(08).
002130     05  FILLER                  PIC X(01) VALUE SPACE.
002140     05  AMT-PL-NAME             PIC X(20).
002142     05  AMT-PL-LIMIT-VIEW REDEFINES AMT-PL-NAME.
002144         10  FILLER              PIC X(09).
002146         10  AMT-PL-LIMIT        PIC Z(6)9.99.
002148         10  FILLER              PIC X(01).
002150 01  AMT-NEW-ACCT-RECORD.
002160     05  AMT-NA-ACCOUNT          PIC 9(08).
002170     05  AMT-NA-NAME             PIC X(20).
002180     05  AMT-NA-STATUS           PIC X(01).
002185     05  AMT-NA-OD-LIMIT         PIC 9(07)V99.
002190 01  AMT-PENDING-TABLE.
002200     05  AMT-PEND-COUNT          PIC 9(03) VALUE 0.
002210     05  AMT-PEND-IX             PIC 9(03) VALUE 0.
002220     05  AMT-PEND-FOUND-SW       PIC X(01) VALUE 'N'.
002230         88  AMT-PEND-FOUND              VALUE 'Y'.
002240     05  AMT-PEND-EOF-SW         PIC X(01) VALUE 'N'.
002250         88  AMT-PEND-EOF                VALUE 'Y'.
002260     05  AMT-NEXT-SEQ            PIC 9(05) VALUE 1.
002270     05  AMT-PEND-ENTRY OCCURS 50 TIMES.
002280         10  AMT-PT-SEQ-NO       PIC 9(05).
002290         10  AMT-PT-ACTION       PIC X(01).
002300         10  AMT-PT-ACCOUNT      PIC 9(08).
002310         10  AMT-PT-NEW-NAME     PIC X(20).
002320         10  AMT-PT-MAKER        PIC X(03).
002330         10  AMT-PT-MAKE-DATE    PIC 9(08).
002340         10  AMT-PT-MAKE-TIME    PIC 9(08).
002345         10  AMT-PT-NEW-LIMIT    PIC 9(07)V99.
002350         10  AMT-PT-STATE        PIC X(01).
002360             88  AMT-PT-WAITING          VALUE 'P'.
002370             88  AMT-PT-DECIDED          VALUE 'A' 'X'.
002371*    THE MAINTENANCE LOG ACTION FOR A NEW REQUEST CARRIES ITS
002372*    NUMBER, SO NUMBERING CAN RESUME PAST IT ONCE THE PENDING
002373*    FILE HAS EMPTIED.
002374 01  AMT-REQUEST-ACTION.
002375     05  AMT-RA-TEXT             PIC X(15)
002376         VALUE 'CHANGE REQUEST '.
002377     05  AMT-RA-SEQ-NO           PIC 9(05) VALUE 0.
002380 01  AMT-PROFILE-TABLE.
002390     05  AMT-PROF-COUNT          PIC 9(02) VALUE 0.
002400     05  AMT-PROF-IX             PIC 9(02) VALUE 0.
002410     05  AMT-PROF-FOUND-SW       PIC X(01) VALUE 'N'.
002420         88  AMT-PROF-FOUND              VALUE 'Y'.
002430     05  AMT-PROF-EOF-SW         PIC X(01) VALUE 'N'.
002440         88  AMT-PROF-EOF                VALUE 'Y'.
002450     05  AMT-MAX-FAILURES        PIC 9(02) VALUE 3.
002460     05  AMT-AUTHORITY           PIC X(01) VALUE 'V'.
002470         88  AMT-CHANGE-ALLOWED          VALUE 'C' 'A'.
002480         88  AMT-APPROVE-ALLOWED         VALUE 'A'.
002490     05  AMT-PASSWORD            PIC X(08) VALUE SPACES.
002500     05  AMT-PROF-ENTRY OCCURS 20 TIMES.
002510         10  AMT-PF-ID           PIC X(03).
002520         10  AMT-PF-PASSWORD     PIC X(08).
002530         10  AMT-PF-AUTHORITY    PIC X(01).
002540         10  AMT-PF-FAIL-COUNT   PIC 9(02).
002550         10  AMT-PF-LOCK-SW      PIC X(01).
002560 01  AMT-CHAIN-LOCK-FIELDS.
002570     05  AMT-CHAIN-RUN-SW        PIC X(01) VALUE 'N'.
002580         88  AMT-CHAIN-RUNNING           VALUE 'Y'.
002590     05  AMT-LOCK-DATE           PIC 9(08) VALUE 0.
002600     05  AMT-LOCK-TIME           PIC 9(08) VALUE 0.
002610     05  AMT-LOCK-STEP           PIC X(08) VALUE SPACES.
002620 PROCEDURE DIVISION.
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002650     IF NOT AMT-EXIT-REQUESTED
002660         PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
002670             UNTIL AMT-EXIT-REQUESTED
002680     END-IF.
002690     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002700     STOP RUN.
002710 1000-INITIALIZE.
002720     ACCEPT AMT-TODAY FROM DATE YYYYMMDD.
002730     DISPLAY "***** ACCOUNT MASTER MAINTENANCE *****".
002735     PERFORM 1050-SCAN-MAINT-LOG THRU 1050-EXIT.
002740*    THE MAINTENANCE LOG OPENS AHEAD OF SIGN-ON SO A FAILED
002750*    SIGN-ON CAN BE LOGGED.
002760     OPEN EXTEND MAINT-LOG.
002770     IF NOT AMT-MAINT-OK
002780         OPEN OUTPUT MAINT-LOG
002790         CLOSE MAINT-LOG
002800         OPEN EXTEND MAINT-LOG
002810     END-IF.
002820     IF NOT AMT-MAINT-OK
002830         DISPLAY "MAINTENANCE LOG WILL NOT OPEN - CONSOLE CLOSED"
002840         MOVE 16 TO RETURN-CODE
002850         SET AMT-EXIT-REQUESTED TO TRUE
002860         GO TO 1000-EXIT
002870     END-IF.
002880     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002890     IF AMT-EXIT-REQUESTED
002900         GO TO 1000-EXIT
002910     END-IF.
002920     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
002930     IF AMT-EXIT-REQUESTED
002940         GO TO 1000-EXIT
002950     END-IF.
002960     MOVE 'ACCT MAINT OPENED   ' TO ML-ACTION.
002970     MOVE SPACES TO ML-DETAIL.
002980     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
002990     DISPLAY "CHANGES AWAITING APPROVAL: " AMT-PEND-COUNT.
003000 1000-EXIT.
003001     EXIT.
003002 1050-SCAN-MAINT-LOG.
003003******************************************************************
003004* REQUEST NUMBERS ARE NEVER REUSED.  THE NEXT ONE IS PAST THE
003005* HIGHEST EVER LOGGED AS REQUESTED; 1220 THEN MOVES IT PAST ANY
003006* STILL PENDING.  NO LOG YET MEANS NUMBERING STARTS AT ONE.
003007******************************************************************
003008     OPEN INPUT MAINT-LOG.
003009     IF NOT AMT-MAINT-OK
003010         GO TO 1050-EXIT
003011     END-IF.
003012     MOVE 'N' TO AMT-EOF-SWITCH.
003013     PERFORM 1060-READ-MAINT-LOG THRU 1060-EXIT.
003014     PERFORM 1070-CHECK-REQUEST-NO THRU 1070-EXIT
003015         UNTIL AMT-END-OF-FILE.
003016     CLOSE MAINT-LOG.
003017 1050-EXIT.
003018     EXIT.
003019 1060-READ-MAINT-LOG.
003020     READ MAINT-LOG
003021         AT END
003022             SET AMT-END-OF-FILE TO TRUE
003023     END-READ.
003024 1060-EXIT.
003025     EXIT.
003026 1070-CHECK-REQUEST-NO.
003027     MOVE ML-ACTION TO AMT-REQUEST-ACTION.
003028     IF AMT-RA-TEXT = 'CHANGE REQUEST '
003029         AND AMT-RA-SEQ-NO NUMERIC
003030         AND AMT-RA-SEQ-NO NOT < AMT-NEXT-SEQ
003031         COMPUTE AMT-NEXT-SEQ = AMT-RA-SEQ-NO + 1
003032     END-IF.
003033     PERFORM 1060-READ-MAINT-LOG THRU 1060-EXIT.
003034 1070-EXIT.
003035     EXIT.
003036 1100-SIGN-ON.
003037******************************************************************
003040* SAME SIGN-ON RULES AS OPERCON - NO PROFILE FILE, NO CONSOLE.
003050* CHANGE AUTHORITY ('C') MAY REQUEST A CHANGE; APPROVE AUTHORITY
003060* ('A') MAY ALSO RELEASE ONE.  VIEW-ONLY ('V') MAY ONLY LIST.
003070******************************************************************
003080     PERFORM 1110-LOAD-PROFILES THRU 1110-EXIT.
003090     IF AMT-EXIT-REQUESTED
003100         GO TO 1100-EXIT
003110     END-IF.
003120     IF AMT-PROF-COUNT = 0
003130         DISPLAY "NO OPERATOR PROFILES ON FILE - CONSOLE CLOSED"
003140         MOVE 16 TO RETURN-CODE
003150         SET AMT-EXIT-REQUESTED TO TRUE
003160         GO TO 1100-EXIT
003170     END-IF.
003180     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
003190     ACCEPT AMT-OPERATOR.
003200     DISPLAY "PASSWORD: " WITH NO ADVANCING.
003210     MOVE SPACES TO AMT-PASSWORD.
003220     ACCEPT AMT-PASSWORD.
003230     PERFORM 1130-LOCATE-PROFILE THRU 1130-EXIT.
003240     IF NOT AMT-PROF-FOUND
003250         DISPLAY "SIGN-ON REFUSED"
003260         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
003270         MOVE 'UNKNOWN OPERATOR ID           ' TO ML-DETAIL
003280         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
003290         MOVE 16 TO RETURN-CODE
003300         SET AMT-EXIT-REQUESTED TO TRUE
003310         GO TO 1100-EXIT
003320     END-IF.
003330     IF AMT-PF-LOCK-SW (AMT-PROF-IX) = 'Y'
003340         DISPLAY "ID IS LOCKED OUT - SEE THE SHIFT SUPERVISOR"
003350         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
003360         MOVE 'ID LOCKED OUT                 ' TO ML-DETAIL
003370         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
003380         MOVE 16 TO RETURN-CODE
003390         SET AMT-EXIT-REQUESTED TO TRUE
003400         GO TO 1100-EXIT
003410     END-IF.
003420     IF AMT-PF-PASSWORD (AMT-PROF-IX) NOT = AMT-PASSWORD
003430         ADD 1 TO AMT-PF-FAIL-COUNT (AMT-PROF-IX)
003440         IF AMT-PF-FAIL-COUNT (AMT-PROF-IX)
003450             NOT < AMT-MAX-FAILURES
003460             MOVE 'Y' TO AMT-PF-LOCK-SW (AMT-PROF-IX)
003470             DISPLAY "ID IS NOW LOCKED OUT"
003480         END-IF
003490         DISPLAY "SIGN-ON REFUSED"
003500         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
003510         MOVE 'BAD PASSWORD                  ' TO ML-DETAIL
003520         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
003530         PERFORM 1140-REWRITE-PROFILES THRU 1140-EXIT
003540         MOVE 16 TO RETURN-CODE
003550         SET AMT-EXIT-REQUESTED TO TRUE
003560         GO TO 1100-EXIT
003570     END-IF.
003580     MOVE 0 TO AMT-PF-FAIL-COUNT (AMT-PROF-IX).
003590     MOVE AMT-PF-AUTHORITY (AMT-PROF-IX) TO AMT-AUTHORITY.
003600     PERFORM 1140-REWRITE-PROFILES THRU 1140-EXIT.
003610     IF NOT AMT-CHANGE-ALLOWED
003620         DISPLAY "VIEW-ONLY AUTHORITY - CHANGE FUNCTIONS ARE "
003630             "LOCKED"
003640     END-IF.
003650 1100-EXIT.
003660     EXIT.
003670 1110-LOAD-PROFILES.
003680     OPEN INPUT OPER-PROFILE.
003690     IF NOT AMT-PROFILE-OK
003700         GO TO 1110-EXIT
003710     END-IF.
003720     PERFORM 1120-READ-PROFILE THRU 1120-EXIT.
003730     PERFORM 1125-TABLE-PROFILE THRU 1125-EXIT
003740         UNTIL AMT-PROF-EOF.
003750     CLOSE OPER-PROFILE.
003760 1110-EXIT.
003770     EXIT.
003780 1120-READ-PROFILE.
003790     READ OPER-PROFILE
003800         AT END
003810             SET AMT-PROF-EOF TO TRUE
003820     END-READ.
003830 1120-EXIT.
003840     EXIT.
003850 1125-TABLE-PROFILE.
003860*    THE PROFILE FILE IS REWRITTEN FROM THIS TABLE, SO A FILE
003870*    THAT OUTGROWS IT MUST CLOSE THE CONSOLE - A TRUNCATED
003880*    TABLE WOULD REWRITE A TRUNCATED FILE AND ERASE OPERATORS.
003890     IF AMT-PROF-COUNT NOT < 20
003900         DISPLAY "OPERATOR PROFILE FILE EXCEEDS THE 20-ENTRY "
003910             "TABLE - CONSOLE CLOSED"
003920         MOVE 16 TO RETURN-CODE
003930         SET AMT-EXIT-REQUESTED TO TRUE
003940         SET AMT-PROF-EOF TO TRUE
003950         GO TO 1125-EXIT
003960     END-IF.
003970     ADD 1 TO AMT-PROF-COUNT.
003980     MOVE OP-ID TO AMT-PF-ID (AMT-PROF-COUNT).
003990     MOVE OP-PASSWORD TO AMT-PF-PASSWORD (AMT-PROF-COUNT).
004000     MOVE OP-AUTHORITY TO AMT-PF-AUTHORITY (AMT-PROF-COUNT).
004010     MOVE OP-FAIL-COUNT TO
004020         AMT-PF-FAIL-COUNT (AMT-PROF-COUNT).
004030     MOVE OP-LOCK-SW TO AMT-PF-LOCK-SW (AMT-PROF-COUNT).
004040     PERFORM 1120-READ-PROFILE THRU 1120-EXIT.
004050 1125-EXIT.
004060     EXIT.
004070 1130-LOCATE-PROFILE.
004080     MOVE 'N' TO AMT-PROF-FOUND-SW.
004090     PERFORM 1135-MATCH-PROFILE THRU 1135-EXIT
004100         VARYING AMT-PROF-IX FROM 1 BY 1
004110         UNTIL AMT-PROF-IX > AMT-PROF-COUNT
004120         OR AMT-PROF-FOUND.
004130 1130-EXIT.
004140     EXIT.
004150 1135-MATCH-PROFILE.
004160     IF AMT-PF-ID (AMT-PROF-IX) = AMT-OPERATOR
004170         SET AMT-PROF-FOUND TO TRUE
004180         SUBTRACT 1 FROM AMT-PROF-IX
004190     END-IF.
004200 1135-EXIT.
004210     EXIT.
004220 1140-REWRITE-PROFILES.
004230     OPEN OUTPUT OPER-PROFILE.
004240     IF NOT AMT-PROFILE-OK
004250         DISPLAY "OPERATOR PROFILE FILE WILL NOT REWRITE"
004260         GO TO 1140-EXIT
004270     END-IF.
004280     PERFORM 1145-WRITE-ONE-PROFILE THRU 1145-EXIT
004290         VARYING AMT-PROF-IX FROM 1 BY 1
004300         UNTIL AMT-PROF-IX > AMT-PROF-COUNT.
004310     CLOSE OPER-PROFILE.
004320 1140-EXIT.
004330     EXIT.
004340 1145-WRITE-ONE-PROFILE.
004350     MOVE AMT-PF-ID (AMT-PROF-IX)         TO OP-ID.
004360     MOVE AMT-PF-PASSWORD (AMT-PROF-IX)   TO OP-PASSWORD.
004370     MOVE AMT-PF-AUTHORITY (AMT-PROF-IX)  TO OP-AUTHORITY.
004380     MOVE AMT-PF-FAIL-COUNT (AMT-PROF-IX) TO OP-FAIL-COUNT.
004390     MOVE AMT-PF-LOCK-SW (AMT-PROF-IX)    TO OP-LOCK-SW.
004400     WRITE OPER-PROFILE-RECORD.
004410 1145-EXIT.
004420     EXIT.
004430 1200-LOAD-PENDING.
004440******************************************************************
004450* THE PENDING-CHANGE FILE HOLDS ONLY REQUESTS STILL WAITING FOR
004460* A SECOND OPERATOR.  IT IS REWRITTEN FROM THIS TABLE AFTER EVERY
004470* REQUEST AND EVERY APPROVAL PASS, SO - AS WITH THE PROFILES - A
004480* FILE TOO BIG FOR THE TABLE CLOSES THE CONSOLE RATHER THAN LOSE
004490* REQUESTS ON THE REWRITE.
004500******************************************************************
004510     MOVE 0 TO AMT-PEND-COUNT.
004520     MOVE 'N' TO AMT-PEND-EOF-SW.
004530     OPEN INPUT PENDING-FILE.
004540     IF NOT AMT-PENDING-OK
004550         GO TO 1200-EXIT
004560     END-IF.
004570     PERFORM 1210-READ-PENDING THRU 1210-EXIT.
004580     PERFORM 1220-TABLE-PENDING THRU 1220-EXIT
004590         UNTIL AMT-PEND-EOF.
004600     CLOSE PENDING-FILE.
004610 1200-EXIT.
004620     EXIT.
004630 1210-READ-PENDING.
004640     READ PENDING-FILE
004650         AT END
004660             SET AMT-PEND-EOF TO TRUE
004670     END-READ.
004680 1210-EXIT.
004690     EXIT.
004700 1220-TABLE-PENDING.
004710     IF AMT-PEND-COUNT NOT < 50
004720         DISPLAY "PENDING-CHANGE FILE EXCEEDS THE 50-ENTRY "
004730             "TABLE - CONSOLE CLOSED"
004740         MOVE 16 TO RETURN-CODE
004750         SET AMT-EXIT-REQUESTED TO TRUE
004760         SET AMT-PEND-EOF TO TRUE
004770         GO TO 1220-EXIT
004780     END-IF.
004790     ADD 1 TO AMT-PEND-COUNT.
004800     MOVE PD-SEQ-NO     TO AMT-PT-SEQ-NO (AMT-PEND-COUNT).
004810     MOVE PD-ACTION     TO AMT-PT-ACTION (AMT-PEND-COUNT).
004820     MOVE PD-ACCOUNT-NO TO AMT-PT-ACCOUNT (AMT-PEND-COUNT).
004830     MOVE PD-NEW-NAME   TO AMT-PT-NEW-NAME (AMT-PEND-COUNT).
004840     MOVE PD-MAKER      TO AMT-PT-MAKER (AMT-PEND-COUNT).
004850     MOVE PD-MAKE-DATE  TO AMT-PT-MAKE-DATE (AMT-PEND-COUNT).
004860     MOVE PD-MAKE-TIME  TO AMT-PT-MAKE-TIME (AMT-PEND-COUNT).
004865     MOVE PD-NEW-LIMIT  TO AMT-PT-NEW-LIMIT (AMT-PEND-COUNT).
004870     MOVE 'P'           TO AMT-PT-STATE (AMT-PEND-COUNT).
004880     IF PD-SEQ-NO NOT < AMT-NEXT-SEQ
004890         COMPUTE AMT-NEXT-SEQ = PD-SEQ-NO + 1
004900     END-IF.
004910     PERFORM 1210-READ-PENDING THRU 1210-EXIT.
004920 1220-EXIT.
004930     EXIT.
004940 2000-MENU-CYCLE.
004950     DISPLAY " ".
004960     DISPLAY "----- ACCOUNT MAINTENANCE MENU -----".
004970     DISPLAY "1 - REQUEST OPEN ACCOUNT".
004980     DISPLAY "2 - REQUEST RENAME ACCOUNT".
004990     DISPLAY "3 - REQUEST FREEZE ACCOUNT".
005000     DISPLAY "4 - REQUEST UNFREEZE ACCOUNT".
005010     DISPLAY "5 - REQUEST CLOSE ACCOUNT".
005015     DISPLAY "6 - REQUEST OVERDRAFT LIMIT CHANGE".
005020     DISPLAY "7 - LIST CHANGES AWAITING APPROVAL".
005025     DISPLAY "8 - APPROVE/REJECT WAITING CHANGES".
005040     DISPLAY "X - EXIT CONSOLE".
005050     DISPLAY "CHOICE: " WITH NO ADVANCING.
005060     MOVE SPACE TO AMT-MENU-CHOICE.
005070     ACCEPT AMT-MENU-CHOICE.
005080     MOVE SPACE TO AMT-ACTION.
005090     EVALUATE AMT-MENU-CHOICE
005100         WHEN '1'
005110             SET AMT-OPEN-ACCOUNT TO TRUE
005120         WHEN '2'
005130             SET AMT-RENAME-ACCOUNT TO TRUE
005140         WHEN '3'
005150             SET AMT-FREEZE-ACCOUNT TO TRUE
005160         WHEN '4'
005170             SET AMT-UNFREEZE-ACCOUNT TO TRUE
005180         WHEN '5'
005190             SET AMT-CLOSE-ACCOUNT TO TRUE
005195         WHEN '6'
005200             SET AMT-SET-LIMIT TO TRUE
005205         WHEN '7'
005210             PERFORM 4000-LIST-PENDING THRU 4000-EXIT
005215         WHEN '8'
005230             IF NOT AMT-APPROVE-ALLOWED
005240                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
005250             ELSE
005260                 PERFORM 2950-CHECK-CHAIN-LOCK THRU 2950-EXIT
005270                 IF AMT-CHAIN-RUNNING
005280                     PERFORM 2960-BLOCK-CHANGE THRU 2960-EXIT
005290                 ELSE
005300                     PERFORM 5000-APPROVE-CHANGES THRU 5000-EXIT
005310                 END-IF
005320             END-IF
005330         WHEN 'X'
005340             SET AMT-EXIT-REQUESTED TO TRUE
005350         WHEN 'x'
005360             SET AMT-EXIT-REQUESTED TO TRUE
005370         WHEN OTHER
005380             DISPLAY "UNRECOGNIZED CHOICE"
005390     END-EVALUATE.
005400     IF AMT-ACTION = SPACE
005410         GO TO 2000-EXIT
005420     END-IF.
005430     IF NOT AMT-CHANGE-ALLOWED
005440         PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
005450     ELSE
005460         PERFORM 3000-REQUEST-CHANGE THRU 3000-EXIT
005470     END-IF.
005480 2000-EXIT.
005490     EXIT.
005500 2900-DENY-CHANGE.
005510     DISPLAY "NOT AUTHORIZED FOR THAT FUNCTION".
005520     MOVE 'CHANGE DENIED       ' TO ML-ACTION.
005530     MOVE AMT-MENU-CHOICE TO ML-DETAIL.
005540     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
005550 2900-EXIT.
005560     EXIT.
005570 2950-CHECK-CHAIN-LOCK.
005580     MOVE 'N' TO AMT-CHAIN-RUN-SW.
005590     OPEN INPUT CHAIN-LOCK.
005600     IF NOT AMT-LOCK-OK
005610         GO TO 2950-EXIT
005620     END-IF.
005630     READ CHAIN-LOCK
005640         AT END
005650             CONTINUE
005660         NOT AT END
005670             IF LK-LIVE
005680                 SET AMT-CHAIN-RUNNING TO TRUE
005690                 MOVE LK-BUSINESS-DATE  TO AMT-LOCK-DATE
005700                 MOVE LK-START-TIME     TO AMT-LOCK-TIME
005710                 MOVE LK-STEP-IN-FLIGHT TO AMT-LOCK-STEP
005720             END-IF
005730     END-READ.
005740     CLOSE CHAIN-LOCK.
005750 2950-EXIT.
005760     EXIT.
005770 2960-BLOCK-CHANGE.
005780     DISPLAY "A CHAIN IS RUNNING - APPROVALS ARE BLOCKED UNTIL "
005790         "IT FINISHES".
005800     MOVE 'CHANGE BLOCKED      ' TO ML-ACTION.
005810     MOVE 'CHAIN IN PROGRESS             ' TO ML-DETAIL.
005820     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
005830 2960-EXIT.
005840     EXIT.
005850 3000-REQUEST-CHANGE.
005860******************************************************************
005870* THE MAKER'S HALF.  THE REQUEST IS EDITED AGAINST THE MASTER AS
005880* IT STANDS NOW, THEN PARKED ON THE PENDING-CHANGE FILE.  NOTHING
005890* ON THE ACCOUNT MASTER MOVES UNTIL A SECOND OPERATOR APPROVES.
005900******************************************************************
005910     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
005920     MOVE SPACES TO AMT-ANSWER.
005930     ACCEPT AMT-ANSWER.
005940     IF AMT-ANSWER-ACCT-NO NOT NUMERIC
005950         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
005960         GO TO 3000-EXIT
005970     END-IF.
005980     MOVE AMT-ANSWER-ACCT-NO TO AMT-ACCOUNT-NO.
005990     PERFORM 3300-CHECK-PENDING THRU 3300-EXIT.
006000     IF AMT-PEND-FOUND
006010         DISPLAY "ACCOUNT " AMT-ACCOUNT-NO
006020             " ALREADY HAS A CHANGE AWAITING APPROVAL"
006030         GO TO 3000-EXIT
006040     END-IF.
006050     IF AMT-PEND-COUNT NOT < 50
006060         DISPLAY "PENDING-CHANGE TABLE IS FULL - APPROVE OR "
006070             "REJECT WAITING CHANGES FIRST"
006080         GO TO 3000-EXIT
006090     END-IF.
006100     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
006110     PERFORM 3100-EDIT-REQUEST THRU 3100-EXIT.
006120     IF AMT-CHANGE-REFUSED
006130         DISPLAY "REQUEST REFUSED - " AMT-REFUSE-REASON
006140         GO TO 3000-EXIT
006150     END-IF.
006160     IF AMT-OPEN-ACCOUNT OR AMT-RENAME-ACCOUNT
006170         DISPLAY "ACCOUNT NAME (20 CHARACTERS): "
006180             WITH NO ADVANCING
006190         MOVE SPACES TO AMT-ANSWER
006200         ACCEPT AMT-ANSWER
006210         IF AMT-ANSWER = SPACES
006220             DISPLAY "A NAME IS REQUIRED - REQUEST NOT TAKEN"
006230             GO TO 3000-EXIT
006240         END-IF
006250         MOVE AMT-ANSWER TO AMT-NEW-NAME
006260     ELSE
006270         MOVE AMT-CUR-NAME TO AMT-NEW-NAME
006271     END-IF.
006272     MOVE AMT-CUR-LIMIT TO AMT-NEW-LIMIT.
006273     IF AMT-SET-LIMIT
006274         MOVE AMT-CUR-LIMIT TO AMT-DISPLAY-AMOUNT
006275         DISPLAY "CURRENT OVERDRAFT LIMIT  . : "
006276             AMT-DISPLAY-AMOUNT
006277         DISPLAY "NEW LIMIT (NINE DIGITS, LAST TWO ARE CENTS): "
006278             WITH NO ADVANCING
006279         MOVE SPACES TO AMT-ANSWER
006280         ACCEPT AMT-ANSWER
006281         IF AMT-ANSWER-LIMIT NOT NUMERIC
006282             DISPLAY "LIMIT MUST BE NINE DIGITS - REQUEST NOT "
006283                 "TAKEN"
006284             GO TO 3000-EXIT
006285         END-IF
006286         MOVE AMT-ANSWER-LIMIT TO AMT-NEW-LIMIT
006287     END-IF.
006290     PERFORM 3400-ADD-PENDING THRU 3400-EXIT.
006300 3000-EXIT.
006310     EXIT.
006320 3100-EDIT-REQUEST.
006330******************************************************************
006340* THE SAME EDITS RUN AGAIN AT APPROVAL TIME - THE MASTER, THE
006350* BALANCE AND THE EXCEPTION QUEUES CAN ALL MOVE IN BETWEEN.
006360******************************************************************
006370     MOVE 'N' TO AMT-REFUSED-SW.
006380     MOVE SPACES TO AMT-REFUSE-REASON.
006390     IF AMT-OPEN-ACCOUNT
006400         IF AMT-ACCT-FOUND
006410             SET AMT-CHANGE-REFUSED TO TRUE
006420             MOVE 'ACCOUNT IS ALREADY ON FILE    '
006430                 TO AMT-REFUSE-REASON
006440         END-IF
006450         GO TO 3100-EXIT
006460     END-IF.
006470     IF NOT AMT-ACCT-FOUND
006480         SET AMT-CHANGE-REFUSED TO TRUE
006490         MOVE 'ACCOUNT IS NOT ON FILE        '
006500             TO AMT-REFUSE-REASON
006510         GO TO 3100-EXIT
006520     END-IF.
006530     IF AMT-CUR-STATUS = 'C'
006540         SET AMT-CHANGE-REFUSED TO TRUE
006550         MOVE 'ACCOUNT IS ALREADY CLOSED     '
006560             TO AMT-REFUSE-REASON
006570         GO TO 3100-EXIT
006580     END-IF.
006590     IF AMT-FREEZE-ACCOUNT AND AMT-CUR-STATUS NOT = 'O'
006600         SET AMT-CHANGE-REFUSED TO TRUE
006610         MOVE 'ACCOUNT IS NOT OPEN           '
006620             TO AMT-REFUSE-REASON
006630         GO TO 3100-EXIT
006640     END-IF.
006650     IF AMT-UNFREEZE-ACCOUNT AND AMT-CUR-STATUS NOT = 'F'
006660         SET AMT-CHANGE-REFUSED TO TRUE
006670         MOVE 'ACCOUNT IS NOT FROZEN         '
006680             TO AMT-REFUSE-REASON
006690         GO TO 3100-EXIT
006700     END-IF.
006710     IF AMT-CLOSE-ACCOUNT
006720         PERFORM 6000-CLOSE-CHECKS THRU 6000-EXIT
006730     END-IF.
006740 3100-EXIT.
006750     EXIT.
006760 3200-FIND-ACCOUNT.
006770     MOVE 'N' TO AMT-ACCT-FOUND-SW.
006780     MOVE SPACES TO AMT-CUR-NAME.
006790     MOVE SPACE TO AMT-CUR-STATUS.
006795     MOVE 0 TO AMT-CUR-LIMIT.
006805     OPEN INPUT ACCOUNT-MASTER.
006815     IF NOT AMT-ACCT-MSTR-OK
006825         GO TO 3200-EXIT
006835     END-IF.
006845     MOVE AMT-ACCOUNT-NO TO AM-ACCOUNT-NO.
006855     READ ACCOUNT-MASTER
006865         INVALID KEY
006875             CONTINUE
006885         NOT INVALID KEY
006895             SET AMT-ACCT-FOUND TO TRUE
006905             MOVE AM-ACCOUNT-NAME TO AMT-CUR-NAME
006915             MOVE AM-STATUS TO AMT-CUR-STATUS
006925             MOVE AM-OD-LIMIT TO AMT-CUR-LIMIT
006935     END-READ.
006945     CLOSE ACCOUNT-MASTER.
006955 3200-EXIT.
006965     EXIT.
007090 3300-CHECK-PENDING.
007100     MOVE 'N' TO AMT-PEND-FOUND-SW.
007110     PERFORM 3310-MATCH-PENDING THRU 3310-EXIT
007120         VARYING AMT-PEND-IX FROM 1 BY 1
007130         UNTIL AMT-PEND-IX > AMT-PEND-COUNT
007140         OR AMT-PEND-FOUND.
007150 3300-EXIT.
007160     EXIT.
007170 3310-MATCH-PENDING.
007180     IF AMT-PT-ACCOUNT (AMT-PEND-IX) = AMT-ACCOUNT-NO
007190         AND AMT-PT-WAITING (AMT-PEND-IX)
007200         SET AMT-PEND-FOUND TO TRUE
007210         SUBTRACT 1 FROM AMT-PEND-IX
007220     END-IF.
007230 3310-EXIT.
007240     EXIT.
007250 3400-ADD-PENDING.
007260     ACCEPT AMT-NOW FROM TIME.
007270     ADD 1 TO AMT-PEND-COUNT.
007280     MOVE AMT-NEXT-SEQ   TO AMT-PT-SEQ-NO (AMT-PEND-COUNT).
007290     MOVE AMT-ACTION     TO AMT-PT-ACTION (AMT-PEND-COUNT).
007300     MOVE AMT-ACCOUNT-NO TO AMT-PT-ACCOUNT (AMT-PEND-COUNT).
007310     MOVE AMT-NEW-NAME   TO AMT-PT-NEW-NAME (AMT-PEND-COUNT).
007315     MOVE AMT-NEW-LIMIT  TO AMT-PT-NEW-LIMIT (AMT-PEND-COUNT).
007320     MOVE AMT-OPERATOR   TO AMT-PT-MAKER (AMT-PEND-COUNT).
007330     MOVE AMT-TODAY      TO AMT-PT-MAKE-DATE (AMT-PEND-COUNT).
007340     MOVE AMT-NOW        TO AMT-PT-MAKE-TIME (AMT-PEND-COUNT).
007350     MOVE 'P'            TO AMT-PT-STATE (AMT-PEND-COUNT).
007360     ADD 1 TO AMT-NEXT-SEQ.
007370     PERFORM 7000-REWRITE-PENDING THRU 7000-EXIT.
007380     DISPLAY "REQUEST " AMT-PT-SEQ-NO (AMT-PEND-COUNT)
007390         " TAKEN - AWAITING APPROVAL BY A SECOND OPERATOR".
007400     MOVE 'CHANGE REQUEST ' TO AMT-RA-TEXT.
007403     MOVE AMT-PT-SEQ-NO (AMT-PEND-COUNT) TO AMT-RA-SEQ-NO.
007406     MOVE AMT-REQUEST-ACTION TO ML-ACTION.
007410     MOVE AMT-ACTION     TO AMT-PL-ACTION.
007420     MOVE AMT-ACCOUNT-NO TO AMT-PL-ACCOUNT.
007430     MOVE AMT-NEW-NAME   TO AMT-PL-NAME.
007432     IF AMT-SET-LIMIT
007434         PERFORM 3410-LIMIT-DETAIL THRU 3410-EXIT
007436     END-IF.
007440     MOVE AMT-PEND-DETAIL TO ML-DETAIL.
007450     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
007460 3400-EXIT.
007461     EXIT.
007462 3410-LIMIT-DETAIL.
007463*    A LIMIT CHANGE SHOWS THE NEW LIMIT WHERE THE NAME WOULD GO.
007464     MOVE 'OD LIMIT ' TO AMT-PL-NAME.
007465     MOVE AMT-NEW-LIMIT TO AMT-PL-LIMIT.
007466 3410-EXIT.
007470     EXIT.
007480 4000-LIST-PENDING.
007490     IF AMT-PEND-COUNT = 0
007500         DISPLAY "NO CHANGES AWAITING APPROVAL"
007510         GO TO 4000-EXIT
007520     END-IF.
007530     DISPLAY "SEQ   ACT ACCOUNT  NAME                 BY  "
007540         "DATE".
007550     PERFORM 4100-SHOW-PENDING THRU 4100-EXIT
007560         VARYING AMT-PEND-IX FROM 1 BY 1
007570         UNTIL AMT-PEND-IX > AMT-PEND-COUNT.
007580     DISPLAY "CHANGES AWAITING APPROVAL: " AMT-PEND-COUNT.
007590 4000-EXIT.
007600     EXIT.
007610 4100-SHOW-PENDING.
007620     DISPLAY AMT-PT-SEQ-NO (AMT-PEND-IX)
007630         "  " AMT-PT-ACTION (AMT-PEND-IX)
007640         "  " AMT-PT-ACCOUNT (AMT-PEND-IX)
007650         " " AMT-PT-NEW-NAME (AMT-PEND-IX)
007660         " " AMT-PT-MAKER (AMT-PEND-IX)
007670         " " AMT-PT-MAKE-DATE (AMT-PEND-IX).
007672     IF AMT-PT-ACTION (AMT-PEND-IX) = 'L'
007674         MOVE AMT-PT-NEW-LIMIT (AMT-PEND-IX) TO AMT-DISPLAY-AMOUNT
007676         DISPLAY "      NEW OVERDRAFT LIMIT: " AMT-DISPLAY-AMOUNT
007678     END-IF.
007680 4100-EXIT.
007690     EXIT.
007700 5000-APPROVE-CHANGES.
007710******************************************************************
007720* THE CHECKER'S HALF.  EACH WAITING REQUEST IS SHOWN IN TURN;
007730* THE APPROVER RELEASES IT (A), REJECTS IT (R) OR LEAVES IT (S).
007740* AN OPERATOR'S OWN REQUESTS ARE PASSED OVER - THE WHOLE POINT
007750* IS THAT TWO PEOPLE SEE EVERY CHANGE.
007760******************************************************************
007770     IF AMT-PEND-COUNT = 0
007780         DISPLAY "NO CHANGES AWAITING APPROVAL"
007790         GO TO 5000-EXIT
007800     END-IF.
007810     PERFORM 5100-REVIEW-PENDING THRU 5100-EXIT
007820         VARYING AMT-PEND-IX FROM 1 BY 1
007830         UNTIL AMT-PEND-IX > AMT-PEND-COUNT.
007840     PERFORM 7000-REWRITE-PENDING THRU 7000-EXIT.
007850     PERFORM 1200-LOAD-PENDING THRU 1200-EXIT.
007860     DISPLAY "CHANGES STILL AWAITING APPROVAL: " AMT-PEND-COUNT.
007870 5000-EXIT.
007880     EXIT.
007890 5100-REVIEW-PENDING.
007900     DISPLAY " ".
007910     DISPLAY "SEQ   ACT ACCOUNT  NAME                 BY  "
007920         "DATE".
007930     PERFORM 4100-SHOW-PENDING THRU 4100-EXIT.
007940     IF AMT-PT-MAKER (AMT-PEND-IX) = AMT-OPERATOR
007950         DISPLAY "YOUR OWN REQUEST - ANOTHER OPERATOR MUST "
007960             "APPROVE IT"
007970         GO TO 5100-EXIT
007980     END-IF.
007990     DISPLAY "A=APPROVE R=REJECT S=SKIP: " WITH NO ADVANCING.
008000     MOVE SPACE TO AMT-CONFIRM.
008010     ACCEPT AMT-CONFIRM.
008020     MOVE AMT-PT-ACTION (AMT-PEND-IX)   TO AMT-ACTION.
008030     MOVE AMT-PT-ACCOUNT (AMT-PEND-IX)  TO AMT-ACCOUNT-NO.
008040     MOVE AMT-PT-NEW-NAME (AMT-PEND-IX) TO AMT-NEW-NAME.
008045     MOVE AMT-PT-NEW-LIMIT (AMT-PEND-IX) TO AMT-NEW-LIMIT.
008050     MOVE AMT-ACTION     TO AMT-PL-ACTION.
008060     MOVE AMT-ACCOUNT-NO TO AMT-PL-ACCOUNT.
008070     MOVE AMT-NEW-NAME   TO AMT-PL-NAME.
008072     IF AMT-SET-LIMIT
008074         PERFORM 3410-LIMIT-DETAIL THRU 3410-EXIT
008076     END-IF.
008080     EVALUATE AMT-CONFIRM
008090         WHEN 'A'
008100         WHEN 'a'
008110             PERFORM 5200-APPLY-CHANGE THRU 5200-EXIT
008120         WHEN 'R'
008130         WHEN 'r'
008140             MOVE 'X' TO AMT-PT-STATE (AMT-PEND-IX)
008150             DISPLAY "REQUEST REJECTED"
008160             MOVE 'CHANGE REJECTED     ' TO ML-ACTION
008170             MOVE AMT-PEND-DETAIL TO ML-DETAIL
008180             PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
008190         WHEN OTHER
008200             DISPLAY "LEFT WAITING"
008210     END-EVALUATE.
008220 5100-EXIT.
008230     EXIT.
008240 5200-APPLY-CHANGE.
008250     PERFORM 3200-FIND-ACCOUNT THRU 3200-EXIT.
008260     PERFORM 3100-EDIT-REQUEST THRU 3100-EXIT.
008270     IF AMT-CHANGE-REFUSED
008280         DISPLAY "CANNOT APPLY - " AMT-REFUSE-REASON
008290         DISPLAY "LEFT WAITING - REJECT IT OR CLEAR THE CAUSE"
008300         MOVE 'APPROVAL REFUSED    ' TO ML-ACTION
008310         MOVE AMT-REFUSE-REASON TO ML-DETAIL
008320         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
008330         GO TO 5200-EXIT
008340     END-IF.
008350     MOVE AMT-ACCOUNT-NO TO AMT-IM-ACCOUNT.
008360     IF AMT-ACCT-FOUND
008370         MOVE AMT-CUR-NAME   TO AMT-IM-NAME
008380         MOVE AMT-CUR-STATUS TO AMT-IM-STATUS
008390     ELSE
008400         MOVE '(NOT ON FILE)       ' TO AMT-IM-NAME
008410         MOVE SPACE TO AMT-IM-STATUS
008420     END-IF.
008430     MOVE 'BEFORE IMAGE        ' TO ML-ACTION.
008440     MOVE AMT-IMAGE TO ML-DETAIL.
008441     IF AMT-SET-LIMIT
008442         MOVE AMT-ACCOUNT-NO TO AMT-LI-ACCOUNT
008443         MOVE AMT-CUR-LIMIT  TO AMT-LI-LIMIT
008444         MOVE AMT-LIMIT-IMAGE TO ML-DETAIL
008445     END-IF.
008450     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
008460     MOVE AMT-CUR-STATUS TO AMT-NEW-STATUS.
008470     EVALUATE TRUE
008480         WHEN AMT-OPEN-ACCOUNT
008490             MOVE 'O' TO AMT-NEW-STATUS
008500         WHEN AMT-FREEZE-ACCOUNT
008510             MOVE 'F' TO AMT-NEW-STATUS
008520         WHEN AMT-UNFREEZE-ACCOUNT
008530             MOVE 'O' TO AMT-NEW-STATUS
008540         WHEN AMT-CLOSE-ACCOUNT
008550             MOVE 'C' TO AMT-NEW-STATUS
008560         WHEN OTHER
008570             CONTINUE
008580     END-EVALUATE.
008582     IF NOT AMT-SET-LIMIT
008584         MOVE AMT-CUR-LIMIT TO AMT-NEW-LIMIT
008586     END-IF.
008590     PERFORM 5300-REWRITE-MASTER THRU 5300-EXIT.
008600     IF NOT AMT-CHANGE-APPLIED
008610         DISPLAY "ACCOUNT MASTER NOT UPDATED - LEFT WAITING"
008620         GO TO 5200-EXIT
008630     END-IF.
008640     MOVE 'A' TO AMT-PT-STATE (AMT-PEND-IX).
008650     MOVE AMT-NEW-NAME   TO AMT-IM-NAME.
008660     MOVE AMT-NEW-STATUS TO AMT-IM-STATUS.
008670     MOVE 'AFTER IMAGE         ' TO ML-ACTION.
008680     MOVE AMT-IMAGE TO ML-DETAIL.
008682     IF AMT-SET-LIMIT
008684         MOVE AMT-NEW-LIMIT TO AMT-LI-LIMIT
008686         MOVE AMT-LIMIT-IMAGE TO ML-DETAIL
008688     END-IF.
008690     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
008700     MOVE 'CHANGE APPROVED     ' TO ML-ACTION.
008710     MOVE 'REQUESTED BY        ' TO AMT-PL-NAME.
008720     MOVE AMT-PT-MAKER (AMT-PEND-IX) TO AMT-PL-NAME (14:3).
008730     MOVE AMT-PEND-DETAIL TO ML-DETAIL.
008740     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
008750     DISPLAY "CHANGE APPLIED TO THE ACCOUNT MASTER".
008760 5200-EXIT.
008770     EXIT.
008780 5300-REWRITE-MASTER.
008790******************************************************************
008800* THE MASTER IS KEYED ON ACCOUNT NUMBER, SO A NEW ACCOUNT IS
008810* WRITTEN UNDER ITS KEY AND ANY OTHER CHANGE REWRITES THE ONE
008820* RECORD IN PLACE.  A MASTER NOT YET ON FILE IS CREATED EMPTY
008830* SO THE FIRST ACCOUNT CAN BE OPENED.
008840******************************************************************
008850     MOVE 'N' TO AMT-APPLIED-SW.
008860     MOVE AMT-ACCOUNT-NO TO AMT-NA-ACCOUNT.
008870     MOVE AMT-NEW-NAME   TO AMT-NA-NAME.
008880     MOVE AMT-NEW-STATUS TO AMT-NA-STATUS.
008890     MOVE AMT-NEW-LIMIT  TO AMT-NA-OD-LIMIT.
008900     OPEN I-O ACCOUNT-MASTER.
008910     IF AMT-ACCT-MSTR-NO-FILE
008920         OPEN OUTPUT ACCOUNT-MASTER
008930         CLOSE ACCOUNT-MASTER
008940         OPEN I-O ACCOUNT-MASTER
008950     END-IF.
008960     IF NOT AMT-ACCT-MSTR-OK
008970         DISPLAY "ACCOUNT MASTER WILL NOT OPEN FOR UPDATE"
008980         GO TO 5300-EXIT
008990     END-IF.
009000     IF AMT-OPEN-ACCOUNT
009010         PERFORM 5310-WRITE-NEW-ACCOUNT THRU 5310-EXIT
009020     ELSE
009030         PERFORM 5320-REWRITE-ACCOUNT THRU 5320-EXIT
009040     END-IF.
009050     CLOSE ACCOUNT-MASTER.
009060 5300-EXIT.
009070     EXIT.
009080 5310-WRITE-NEW-ACCOUNT.
009090     MOVE AMT-NEW-ACCT-RECORD TO ACCOUNT-MASTER-RECORD.
009100     WRITE ACCOUNT-MASTER-RECORD
009110         INVALID KEY
009120             DISPLAY "ACCOUNT MASTER WRITE FAILED FOR ACCOUNT "
009130                 AM-ACCOUNT-NO
009140         NOT INVALID KEY
009150             SET AMT-CHANGE-APPLIED TO TRUE
009160     END-WRITE.
009170 5310-EXIT.
009180     EXIT.
009190 5320-REWRITE-ACCOUNT.
009200     MOVE AMT-ACCOUNT-NO TO AM-ACCOUNT-NO.
009210     READ ACCOUNT-MASTER
009220         INVALID KEY
009230             DISPLAY "ACCOUNT " AMT-ACCOUNT-NO
009240                 " NO LONGER ON THE ACCOUNT MASTER"
009250             GO TO 5320-EXIT
009260     END-READ.
009270     MOVE AMT-NEW-NAME   TO AM-ACCOUNT-NAME.
009280     MOVE AMT-NEW-STATUS TO AM-STATUS.
009290     MOVE AMT-NEW-LIMIT  TO AM-OD-LIMIT.
009300     REWRITE ACCOUNT-MASTER-RECORD
009310         INVALID KEY
009320             DISPLAY "ACCOUNT MASTER REWRITE FAILED FOR ACCOUNT "
009330                 AM-ACCOUNT-NO
009340         NOT INVALID KEY
009350             SET AMT-CHANGE-APPLIED TO TRUE
009360     END-REWRITE.
009370 5320-EXIT.
009380     EXIT.
009560 6000-CLOSE-CHECKS.
009570******************************************************************
009580* AN ACCOUNT CLOSES ONLY WHEN IT IS TRULY EMPTY: A ZERO BALANCE
009590* ON THE BALANCE MASTER AND NOTHING LEFT IN SUSPENSE OR ON THE
009600* REJECT FILE THAT COULD STILL POST TO IT.  A BALANCE MASTER
009610* THAT WILL NOT OPEN REFUSES THE CLOSE - THE BALANCE CANNOT BE
009620* PROVED ZERO.
009630******************************************************************
009640     OPEN INPUT BALANCE-MASTER.
009650     IF NOT AMT-MASTER-OK
009660         SET AMT-CHANGE-REFUSED TO TRUE
009670         MOVE 'BALANCE MASTER UNAVAILABLE    '
009680             TO AMT-REFUSE-REASON
009690         GO TO 6000-EXIT
009700     END-IF.
009710     MOVE AMT-ACCOUNT-NO TO BM-ACCOUNT-NO.
009720     READ BALANCE-MASTER
009730         INVALID KEY
009740             CONTINUE
009750         NOT INVALID KEY
009760             IF BM-NEW-BALANCE NOT = 0
009770                 MOVE BM-NEW-BALANCE TO AMT-DISPLAY-AMOUNT
009780                 DISPLAY "CURRENT BALANCE  . . . . . : "
009790                     AMT-DISPLAY-AMOUNT
009800                 SET AMT-CHANGE-REFUSED TO TRUE
009810                 MOVE 'BALANCE IS NOT ZERO           '
009820                     TO AMT-REFUSE-REASON
009830             END-IF
009840     END-READ.
009850     CLOSE BALANCE-MASTER.
009860     IF AMT-CHANGE-REFUSED
009870         GO TO 6000-EXIT
009880     END-IF.
009890     PERFORM 6100-SCAN-SUSPENSE THRU 6100-EXIT.
009900     IF AMT-ITEM-COUNT > 0
009910         DISPLAY "ITEMS IN SUSPENSE  . . . . : " AMT-ITEM-COUNT
009920         SET AMT-CHANGE-REFUSED TO TRUE
009930         MOVE 'ITEMS STILL IN SUSPENSE       '
009940             TO AMT-REFUSE-REASON
009950         GO TO 6000-EXIT
009960     END-IF.
009970     PERFORM 6200-SCAN-REJECTS THRU 6200-EXIT.
009980     IF AMT-ITEM-COUNT > 0
009990         DISPLAY "ITEMS ON REJECT FILE . . . : " AMT-ITEM-COUNT
010000         SET AMT-CHANGE-REFUSED TO TRUE
010010         MOVE 'ITEMS STILL ON REJECT FILE    '
010020             TO AMT-REFUSE-REASON
010030     END-IF.
010040 6000-EXIT.
010050     EXIT.
010060 6100-SCAN-SUSPENSE.
010070     MOVE 0 TO AMT-ITEM-COUNT.
010080     MOVE 'N' TO AMT-EOF-SWITCH.
010090     OPEN INPUT SUSPENSE-FILE.
010100     IF NOT AMT-SUSPENSE-OK
010110         GO TO 6100-EXIT
010120     END-IF.
010130     PERFORM 6110-READ-SUSPENSE THRU 6110-EXIT.
010140     PERFORM 6120-COUNT-SUSPENSE THRU 6120-EXIT
010150         UNTIL AMT-END-OF-FILE.
010160     CLOSE SUSPENSE-FILE.
010170 6100-EXIT.
010180     EXIT.
010190 6110-READ-SUSPENSE.
010200     READ SUSPENSE-FILE
010210         AT END
010220             SET AMT-END-OF-FILE TO TRUE
010230     END-READ.
010240 6110-EXIT.
010250     EXIT.
010260 6120-COUNT-SUSPENSE.
010270     IF SP-ACCOUNT-NO = AMT-ACCOUNT-NO
010280         ADD 1 TO AMT-ITEM-COUNT
010290     END-IF.
010300     PERFORM 6110-READ-SUSPENSE THRU 6110-EXIT.
010310 6120-EXIT.
010320     EXIT.
010330 6200-SCAN-REJECTS.
010340     MOVE 0 TO AMT-ITEM-COUNT.
010350     MOVE 'N' TO AMT-EOF-SWITCH.
010360     OPEN INPUT REJECT-FILE.
010370     IF NOT AMT-REJECT-OK
010380         GO TO 6200-EXIT
010390     END-IF.
010400     PERFORM 6210-READ-REJECT THRU 6210-EXIT.
010410     PERFORM 6220-COUNT-REJECT THRU 6220-EXIT
010420         UNTIL AMT-END-OF-FILE.
010430     CLOSE REJECT-FILE.
010440 6200-EXIT.
010450     EXIT.
010460 6210-READ-REJECT.
010470     READ REJECT-FILE
010480         AT END
010490             SET AMT-END-OF-FILE TO TRUE
010500     END-READ.
010510 6210-EXIT.
010520     EXIT.
010530 6220-COUNT-REJECT.
010540     IF RJ-ACCOUNT-NO = AMT-ACCOUNT-NO
010550         ADD 1 TO AMT-ITEM-COUNT
010560     END-IF.
010570     PERFORM 6210-READ-REJECT THRU 6210-EXIT.
010580 6220-EXIT.
010590     EXIT.
010600 7000-REWRITE-PENDING.
010610*    ONLY REQUESTS STILL WAITING GO BACK; APPROVED AND REJECTED
010620*    ONES LIVE ON IN THE MAINTENANCE LOG.
010630     OPEN OUTPUT PENDING-FILE.
010640     IF NOT AMT-PENDING-OK
010650         DISPLAY "PENDING-CHANGE FILE WILL NOT REWRITE"
010660         GO TO 7000-EXIT
010670     END-IF.
010680     PERFORM 7100-WRITE-ONE-PENDING THRU 7100-EXIT
010690         VARYING AMT-PEND-IX FROM 1 BY 1
010700         UNTIL AMT-PEND-IX > AMT-PEND-COUNT.
010710     CLOSE PENDING-FILE.
010720 7000-EXIT.
010730     EXIT.
010740 7100-WRITE-ONE-PENDING.
010750     IF AMT-PT-DECIDED (AMT-PEND-IX)
010760         GO TO 7100-EXIT
010770     END-IF.
010780     MOVE AMT-PT-SEQ-NO (AMT-PEND-IX)    TO PD-SEQ-NO.
010790     MOVE AMT-PT-ACTION (AMT-PEND-IX)    TO PD-ACTION.
010800     MOVE AMT-PT-ACCOUNT (AMT-PEND-IX)   TO PD-ACCOUNT-NO.
010810     MOVE AMT-PT-NEW-NAME (AMT-PEND-IX)  TO PD-NEW-NAME.
010820     MOVE AMT-PT-MAKER (AMT-PEND-IX)     TO PD-MAKER.
010830     MOVE AMT-PT-MAKE-DATE (AMT-PEND-IX) TO PD-MAKE-DATE.
010840     MOVE AMT-PT-MAKE-TIME (AMT-PEND-IX) TO PD-MAKE-TIME.
010845     MOVE AMT-PT-NEW-LIMIT (AMT-PEND-IX) TO PD-NEW-LIMIT.
010850     WRITE PENDING-RECORD.
010860 7100-EXIT.
010870     EXIT.
010880 8000-WRITE-MAINT-LOG.
010890     ACCEPT AMT-NOW FROM TIME.
010900     MOVE AMT-TODAY    TO ML-DATE.
010910     MOVE AMT-NOW      TO ML-TIME.
010920     MOVE AMT-OPERATOR TO ML-OPERATOR.
010930     WRITE MAINT-LOG-RECORD.
010940 8000-EXIT.
010950     EXIT.
010960 9000-TERMINATE.
010970     IF AMT-MAINT-OK
010980         MOVE 'ACCT MAINT CLOSED   ' TO ML-ACTION
010990         MOVE SPACES TO ML-DETAIL
011000         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
011010         CLOSE MAINT-LOG
011020     END-IF.
011030 9000-EXIT.
011040     EXIT.
