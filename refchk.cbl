000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. REFCHK.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  REFERENCE DATA INTEGRITY
000210*                 CHECK, RUN BY MASTER AHEAD OF BRMERGE.  LOADS
000220*                 THE ACCOUNT MASTER, TRANSACTION CODE MASTER, GL
000230*                 OFFSET MAP, ACCRUAL RATE TABLE AND BRANCH
000240*                 CONTROL CARDS, PASSES THE BALANCE MASTER AGAINST
000250*                 THE ACCOUNT MASTER, AND CROSS-CHECKS THEM ALL.
000260*                 EVERY DISAGREEMENT IS PRINTED ON THE EXCEPTIONS
000270*                 REPORT AS AN ERROR OR A WARNING.  ANY ERROR IS
000280*                 SOMETHING A LATER STEP WOULD ABORT OR MIS-POST
000290*                 ON, SO IT ENDS THE STEP WITH RC 16 AND THE CHAIN
000300*                 DOES NOT START.  WARNINGS ARE REPORTED ONLY AND
000310*                 LEAVE RC 0.
000312* 10/15/26   DPC  A NON-NUMERIC OVERDRAFT LIMIT ON THE ACCOUNT
000314*                 MASTER IS AN ERROR - BALANCE POSTING TESTS EVERY
000316*                 NEW BALANCE AGAINST IT.
000317* 10/15/26   DPC  THE GL OFFSET MAP MUST CARRY EXACTLY ONE ##
000318*                 CARD, THE INTER-BRANCH ACCOUNT GLEXT SETTLES
000319*                 EACH BRANCH THROUGH; A MISSING OR DUPLICATE ##
000320*                 IS AN ERROR.
000321* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000322*                 NUMBER AND THE CHAIN READS IT BY KEY.  THE
000323*                 DUPLICATE AND 500-ENTRY CHECKS ARE GONE - THE
000324*                 FILE CANNOT HOLD A DUPLICATE AND NO PROGRAM
000325*                 TABLES IT ANY LONGER.  THE BALANCE MASTER CROSS-
000326*                 CHECK READS IT BY KEY.
000327* 10/15/26   DPC  GLMAP CODE $$ (FX GAIN/LOSS ACCOUNT) ACCEPTED;
000328*                 DUPLICATE FLAGGED.
000329* 10/15/26   DPC  THE CODE MASTER NOW ENDS WITH THE CHEQUE FLAG
000330*                 ('Y' FOR A CODE THAT CARRIES A CHEQUE SERIAL); A
000331*                 FLAG OTHER THAN Y, N OR BLANK IS REPORTED.
000332******************************************************************
000333 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000355     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000360         ORGANIZATION IS INDEXED
000365         ACCESS MODE IS DYNAMIC
000370         RECORD KEY IS AM-ACCOUNT-NO
000375         FILE STATUS IS RCK-ACCT-MSTR-STATUS.
000390     SELECT TCODE-MASTER ASSIGN TO TCODMSTR
000400         ORGANIZATION IS LINE SEQUENTIAL
000410         FILE STATUS IS RCK-TCODE-STATUS.
000420     SELECT GL-OFFSET-MAP ASSIGN TO GLMAP
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS RCK-MAP-STATUS.
000450     SELECT RATE-TABLE ASSIGN TO RATETBL
000460         ORGANIZATION IS LINE SEQUENTIAL
000470         FILE STATUS IS RCK-RATE-STATUS.
000480     SELECT BRANCH-CONTROL ASSIGN TO BRCTL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS RCK-BRANCH-CTL-STATUS.
000510     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
000520         ORGANIZATION IS INDEXED
000530         ACCESS MODE IS SEQUENTIAL
000540         RECORD KEY IS BM-ACCOUNT-NO
000550         FILE STATUS IS RCK-MASTER-STATUS.
000560     SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS RCK-PROC-DATE-STATUS.
000590     SELECT REFCHK-REPORT ASSIGN TO REFCRPT
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS RCK-REPORT-STATUS.
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  ACCOUNT-MASTER.
000650 01  ACCOUNT-MASTER-RECORD.
000660     05  AM-ACCOUNT-NO           PIC 9(08).
000670     05  AM-ACCOUNT-NAME         PIC X(20).
000680     05  AM-STATUS               PIC X(01).
000690         88  AM-OPEN                     VALUE 'O'.
000700         88  AM-CLOSED                   VALUE 'C'.
000710         88  AM-FROZEN                   VALUE 'F'.
000720         88  AM-VALID-STATUS             VALUE 'O' 'C' 'F'.
000725     05  AM-OD-LIMIT             PIC 9(07)V99.
000730 FD  TCODE-MASTER.
000740 01  TCODE-MASTER-RECORD.
000750     05  TC-CODE                 PIC X(02).
000760     05  TC-DESC                 PIC X(20).
000770     05  TC-EXPECTED-SIGN        PIC X(01).
000780         88  TC-VALID-SIGN               VALUE 'D' 'C' 'B'.
000784     05  TC-CHEQUE-FLAG          PIC X(01).
000788         88  TC-VALID-CHEQUE-FLAG        VALUE 'Y' 'N' SPACE.
000790 FD  GL-OFFSET-MAP.
000800 01  GL-OFFSET-MAP-RECORD.
000810     05  GM-TRANS-CODE           PIC X(02).
000820     05  GM-OFFSET-ACCOUNT       PIC 9(08).
000830 FD  RATE-TABLE.
000840 01  RATE-BAND-RECORD.
000850     05  RT-REC-TYPE             PIC X(01).
000860     05  RT-BAND-LOW             PIC S9(9)V99
000870         SIGN LEADING SEPARATE.
000880     05  RT-BAND-HIGH            PIC S9(9)V99
000890         SIGN LEADING SEPARATE.
000900     05  RT-RATE-PCT             PIC 9(3)V9(4).
000910     05  RT-FLAT-FEE             PIC S9(7)V99
000920         SIGN LEADING SEPARATE.
000930     05  RT-TRANS-CODE           PIC X(02).
000940 01  RATE-DORMANT-RECORD.
000950     05  RD-REC-TYPE             PIC X(01).
000960     05  RD-DORMANT-DAYS         PIC 9(03).
000970     05  RD-DORMANT-FEE          PIC S9(7)V99
000980         SIGN LEADING SEPARATE.
000990     05  RD-TRANS-CODE           PIC X(02).
001000 FD  BRANCH-CONTROL.
001010 01  BRANCH-CONTROL-RECORD.
001020     05  BC-BRANCH               PIC 9(02).
001030     05  BC-EXPECTED-TOTAL       PIC S9(9)V99
001040         SIGN LEADING SEPARATE.
001050 FD  BALANCE-MASTER.
001060 01  BALANCE-RECORD.
001070     05  BM-ACCOUNT-NO           PIC 9(08).
001080     05  BM-PRIOR-BALANCE        PIC S9(9)V99
001090         SIGN LEADING SEPARATE.
001100     05  BM-TODAY-ACTIVITY       PIC S9(9)V99
001110         SIGN LEADING SEPARATE.
001120     05  BM-NEW-BALANCE          PIC S9(9)V99
001130         SIGN LEADING SEPARATE.
001140     05  BM-LAST-ACTIVITY        PIC 9(08).
001150 FD  PROC-DATE-FILE.
001160 01  PROC-DATE-RECORD.
001170     05  BD-BUSINESS-DATE        PIC 9(08).
001180     05  BD-PREV-BUS-DATE        PIC 9(08).
001190 FD  REFCHK-REPORT.
001200 01  REPORT-LINE                 PIC X(80).
001210 WORKING-STORAGE SECTION.
001220 01  RCK-FILE-STATUSES.
001230     05  RCK-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
001240         88  RCK-ACCT-MSTR-OK            VALUE '00'.
001250     05  RCK-TCODE-STATUS        PIC X(02) VALUE SPACES.
001260         88  RCK-TCODE-OK                VALUE '00'.
001270     05  RCK-MAP-STATUS          PIC X(02) VALUE SPACES.
001280         88  RCK-MAP-OK                  VALUE '00'.
001290     05  RCK-RATE-STATUS         PIC X(02) VALUE SPACES.
001300         88  RCK-RATE-OK                 VALUE '00'.
001310     05  RCK-BRANCH-CTL-STATUS   PIC X(02) VALUE SPACES.
001320         88  RCK-BRANCH-CTL-OK           VALUE '00'.
001330     05  RCK-MASTER-STATUS       PIC X(02) VALUE SPACES.
001340         88  RCK-MASTER-OK               VALUE '00'.
001350     05  RCK-PROC-DATE-STATUS    PIC X(02) VALUE SPACES.
001360         88  RCK-PROC-DATE-OK            VALUE '00'.
001370     05  RCK-REPORT-STATUS       PIC X(02) VALUE SPACES.
001380         88  RCK-REPORT-OK               VALUE '00'.
001390 01  RCK-SWITCHES.
001400     05  RCK-ACCT-MSTR-EOF-SW    PIC X(01) VALUE 'N'.
001410         88  RCK-ACCT-MSTR-EOF           VALUE 'Y'.
001420     05  RCK-ACCT-OPEN-SW        PIC X(01) VALUE 'N'.
001430         88  RCK-ACCT-MSTR-OPENED        VALUE 'Y'.
001440     05  RCK-TCODE-EOF-SW        PIC X(01) VALUE 'N'.
001450         88  RCK-TCODE-EOF               VALUE 'Y'.
001460     05  RCK-TCODE-LOADED-SW     PIC X(01) VALUE 'N'.
001470         88  RCK-TCODE-LOADED            VALUE 'Y'.
001480     05  RCK-MAP-EOF-SW          PIC X(01) VALUE 'N'.
001490         88  RCK-MAP-EOF                 VALUE 'Y'.
001500     05  RCK-MAP-LOADED-SW       PIC X(01) VALUE 'N'.
001510         88  RCK-MAP-LOADED              VALUE 'Y'.
001520     05  RCK-DEFAULT-SW          PIC X(01) VALUE 'N'.
001530         88  RCK-HAS-DEFAULT             VALUE 'Y'.
001532     05  RCK-INTERBRANCH-SW      PIC X(01) VALUE 'N'.
001534         88  RCK-HAS-INTERBRANCH         VALUE 'Y'.
001536     05  RCK-FX-ACCT-SW          PIC X(01) VALUE 'N'.
001538         88  RCK-HAS-FX-ACCT             VALUE 'Y'.
001540     05  RCK-RATE-EOF-SW         PIC X(01) VALUE 'N'.
001550         88  RCK-RATE-EOF                VALUE 'Y'.
001560     05  RCK-RATE-LOADED-SW      PIC X(01) VALUE 'N'.
001570         88  RCK-RATE-LOADED             VALUE 'Y'.
001580     05  RCK-BRANCH-EOF-SW       PIC X(01) VALUE 'N'.
001590         88  RCK-BRANCH-EOF              VALUE 'Y'.
001600     05  RCK-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001610         88  RCK-MASTER-EOF              VALUE 'Y'.
001620     05  RCK-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
001630         88  RCK-REPORT-OPENED           VALUE 'Y'.
001640     05  RCK-ABORT-SWITCH        PIC X(01) VALUE 'N'.
001650         88  RCK-RUN-ABORTED             VALUE 'Y'.
001660     05  RCK-FOUND-SWITCH        PIC X(01) VALUE 'N'.
001670         88  RCK-ENTRY-FOUND             VALUE 'Y'.
001730 01  RCK-TCODE-TABLE.
001740     05  RCK-TCODE-COUNT         PIC 9(02) VALUE 0.
001750     05  RCK-TCODE-ENTRY OCCURS 50 TIMES.
001760         10  RCK-TC-CODE         PIC X(02).
001770 01  RCK-MAP-TABLE.
001780     05  RCK-MAP-COUNT           PIC 9(02) VALUE 0.
001790     05  RCK-MAP-ENTRY OCCURS 50 TIMES.
001800         10  RCK-MAP-CODE        PIC X(02).
001810 01  RCK-BAND-TABLE.
001820     05  RCK-BAND-COUNT          PIC 9(02) VALUE 0.
001830     05  RCK-BAND-ENTRY OCCURS 20 TIMES.
001840         10  RCK-BAND-LOW        PIC S9(9)V99.
001850         10  RCK-BAND-HIGH       PIC S9(9)V99.
001860         10  RCK-BAND-CODE       PIC X(02).
001870 01  RCK-BRANCH-TABLE.
001880     05  RCK-BRANCH-COUNT        PIC 9(02) VALUE 0.
001890     05  RCK-BRANCH-ENTRY OCCURS 10 TIMES.
001900         10  RCK-BR-CODE         PIC 9(02).
001910 01  RCK-WORK-FIELDS.
001920     05  RCK-RUN-DATE            PIC 9(08) VALUE 0.
001940     05  RCK-TCODE-IX            PIC 9(02) VALUE 0.
001950     05  RCK-MAP-IX              PIC 9(02) VALUE 0.
001960     05  RCK-BAND-IX             PIC 9(02) VALUE 0.
001970     05  RCK-BAND-IX2            PIC 9(02) VALUE 0.
001980     05  RCK-BRANCH-IX           PIC 9(02) VALUE 0.
001990     05  RCK-WORK-ACCOUNT        PIC 9(08) VALUE 0.
002000     05  RCK-WORK-CODE           PIC X(02) VALUE SPACES.
002010     05  RCK-WORK-BRANCH         PIC 9(02) VALUE 0.
002020     05  RCK-DORMANT-CODE        PIC X(02) VALUE SPACES.
002030     05  RCK-ACCT-READ           PIC 9(07) VALUE 0.
002040     05  RCK-TCODE-READ          PIC 9(07) VALUE 0.
002050     05  RCK-MAP-READ            PIC 9(07) VALUE 0.
002060     05  RCK-RATE-READ           PIC 9(07) VALUE 0.
002070     05  RCK-BRANCH-READ         PIC 9(07) VALUE 0.
002080     05  RCK-MASTER-READ         PIC 9(07) VALUE 0.
002090     05  RCK-ERROR-COUNT         PIC 9(07) VALUE 0.
002100     05  RCK-WARNING-COUNT       PIC 9(07) VALUE 0.
002110 01  RCK-EXCEPTION-WORK.
002120     05  RCK-EXC-FILE            PIC X(08) VALUE SPACES.
002130     05  RCK-EXC-KEY             PIC X(12) VALUE SPACES.
002140     05  RCK-EXC-SEVERITY        PIC X(01) VALUE SPACES.
002150         88  RCK-EXC-ERROR               VALUE 'E'.
002160         88  RCK-EXC-WARNING             VALUE 'W'.
002170     05  RCK-EXC-MESSAGE         PIC X(45) VALUE SPACES.
002180 01  RPT-HEADER-LINE.
002190     05  FILLER                  PIC X(40)
002200         VALUE "REFERENCE DATA INTEGRITY EXCEPTIONS".
002210     05  FILLER                  PIC X(08) VALUE " DATE: ".
002220     05  RH-RUN-DATE             PIC 9(08).
002230 01  RPT-COLUMN-LINE.
002240     05  FILLER                  PIC X(60) VALUE
002250         "FILE      KEY           SEV      MESSAGE".
002260 01  RPT-DETAIL-LINE.
002270     05  RD-FILE                 PIC X(08).
002280     05  FILLER                  PIC X(02) VALUE SPACES.
002290     05  RD-KEY                  PIC X(12).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  RD-SEVERITY             PIC X(07).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  RD-MESSAGE              PIC X(45).
002340 01  RPT-NO-EXCEPTION-LINE.
002350     05  FILLER                  PIC X(40)
002360         VALUE "  NO EXCEPTIONS FOUND".
002370 01  RPT-TOTAL-LINE.
002380     05  FILLER                  PIC X(08) VALUE "ERRORS: ".
002390     05  RT-ERRORS               PIC ZZ,ZZ9.
002400     05  FILLER                  PIC X(12) VALUE "  WARNINGS: ".
002410     05  RT-WARNINGS             PIC ZZ,ZZ9.
002420 01  RPT-VERDICT-LINE.
002430     05  RV-VERDICT              PIC X(60).
002440 PROCEDURE DIVISION.
002450 0000-MAINLINE.
002460     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002470     IF NOT RCK-RUN-ABORTED
002480         PERFORM 2000-CHECK-ACCT-MASTER THRU 2000-EXIT
002490         PERFORM 3000-CHECK-TCODE-MASTER THRU 3000-EXIT
002500         PERFORM 4000-CHECK-OFFSET-MAP THRU 4000-EXIT
002510         PERFORM 5000-CHECK-RATE-TABLE THRU 5000-EXIT
002520         PERFORM 6000-CHECK-BRANCH-CTL THRU 6000-EXIT
002530         PERFORM 6500-CHECK-BAL-MASTER THRU 6500-EXIT
002540     END-IF.
002550     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002560     STOP RUN.
002570 1000-INITIALIZE.
002580     PERFORM 1010-SET-RUN-DATE THRU 1010-EXIT.
002590     OPEN OUTPUT REFCHK-REPORT.
002600     IF NOT RCK-REPORT-OK
002610         DISPLAY "REFCHK REPORT COULD NOT BE OPENED - RUN ABORTED"
002620         MOVE 16 TO RETURN-CODE
002630         SET RCK-RUN-ABORTED TO TRUE
002640         GO TO 1000-EXIT
002650     END-IF.
002660     SET RCK-REPORT-OPENED TO TRUE.
002670     MOVE RCK-RUN-DATE TO RH-RUN-DATE.
002680     MOVE RPT-HEADER-LINE TO REPORT-LINE.
002690     WRITE REPORT-LINE.
002700     MOVE SPACES TO REPORT-LINE.
002710     WRITE REPORT-LINE.
002720     MOVE RPT-COLUMN-LINE TO REPORT-LINE.
002730     WRITE REPORT-LINE.
002740 1000-EXIT.
002750     EXIT.
002760 1010-SET-RUN-DATE.
002770     OPEN INPUT PROC-DATE-FILE.
002780     IF RCK-PROC-DATE-OK
002790         READ PROC-DATE-FILE
002800             AT END
002810                 ACCEPT RCK-RUN-DATE FROM DATE YYYYMMDD
002820             NOT AT END
002830                 MOVE BD-BUSINESS-DATE TO RCK-RUN-DATE
002840         END-READ
002850         CLOSE PROC-DATE-FILE
002860     ELSE
002870         ACCEPT RCK-RUN-DATE FROM DATE YYYYMMDD
002880     END-IF.
002890 1010-EXIT.
002900     EXIT.
002910 2000-CHECK-ACCT-MASTER.
002920******************************************************************
002930* SUM, NEGCHK, POSTBAL, ACCRUE AND STMTGEN EACH READ THE ACCOUNT
002940* MASTER BY KEY.  A STATUS OTHER THAN O/C/F IS CLASSIFIED
002950* DIFFERENTLY BY EACH OF THEM, SO IT IS AN ERROR HERE.  THE FILE
002960* STAYS OPEN FOR THE BALANCE MASTER CROSS-CHECK IN 6700.
002970******************************************************************
002980     OPEN INPUT ACCOUNT-MASTER.
002990     IF NOT RCK-ACCT-MSTR-OK
003000         MOVE 'ACCTMSTR' TO RCK-EXC-FILE
003010         MOVE SPACES TO RCK-EXC-KEY
003020         MOVE "NO ACCOUNT MASTER ON FILE - ACCOUNTS NOT CHECKED"
003030             TO RCK-EXC-MESSAGE
003040         SET RCK-EXC-WARNING TO TRUE
003050         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003060         GO TO 2000-EXIT
003070     END-IF.
003080     SET RCK-ACCT-MSTR-OPENED TO TRUE.
003090     PERFORM 2100-READ-ACCT-MASTER THRU 2100-EXIT.
003100     PERFORM 2200-EDIT-ACCT-MASTER THRU 2200-EXIT
003110         UNTIL RCK-ACCT-MSTR-EOF.
003120 2000-EXIT.
003130     EXIT.
003140 2100-READ-ACCT-MASTER.
003150     READ ACCOUNT-MASTER NEXT RECORD
003160         AT END
003170             SET RCK-ACCT-MSTR-EOF TO TRUE
003180     END-READ.
003190 2100-EXIT.
003200     EXIT.
003210 2200-EDIT-ACCT-MASTER.
003220     ADD 1 TO RCK-ACCT-READ.
003230     MOVE 'ACCTMSTR' TO RCK-EXC-FILE.
003240     MOVE AM-ACCOUNT-NO TO RCK-EXC-KEY.
003250     SET RCK-EXC-ERROR TO TRUE.
003260     IF AM-ACCOUNT-NO NOT NUMERIC
003270         MOVE "ACCOUNT NUMBER IS NOT NUMERIC" TO RCK-EXC-MESSAGE
003280         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003290         GO TO 2200-READ-NEXT
003300     END-IF.
003310     IF NOT AM-VALID-STATUS
003320         MOVE "ACCOUNT STATUS IS NOT O, C OR F" TO RCK-EXC-MESSAGE
003330         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003340     END-IF.
003350     IF AM-OD-LIMIT NOT NUMERIC
003360         MOVE "OVERDRAFT LIMIT IS NOT NUMERIC" TO RCK-EXC-MESSAGE
003370         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003380     END-IF.
003390 2200-READ-NEXT.
003400     PERFORM 2100-READ-ACCT-MASTER THRU 2100-EXIT.
003410 2200-EXIT.
003420     EXIT.
003430 2300-LOCATE-ACCOUNT.
003440     MOVE 'N' TO RCK-FOUND-SWITCH.
003450     MOVE RCK-WORK-ACCOUNT TO AM-ACCOUNT-NO.
003460     READ ACCOUNT-MASTER
003470         INVALID KEY
003480             CONTINUE
003490         NOT INVALID KEY
003500             SET RCK-ENTRY-FOUND TO TRUE
003510     END-READ.
003520 2300-EXIT.
003530     EXIT.
003800 3000-CHECK-TCODE-MASTER.
003810******************************************************************
003820* SUM HOLDS 50 TRANSACTION CODES AND ABORTS PAST THAT.  A CODE
003830* WITH NO EXPECTED SIGN OF D, C OR B CANNOT BE SIGN-CHECKED, AND
003840* A DUPLICATE CODE SPLITS ITS TOTALS ON THE SUMMATION REPORT.
003850******************************************************************
003860     OPEN INPUT TCODE-MASTER.
003870     IF NOT RCK-TCODE-OK
003880         MOVE 'TCODMSTR' TO RCK-EXC-FILE
003890         MOVE SPACES TO RCK-EXC-KEY
003900         MOVE "NO TRANSACTION CODE MASTER - CODES NOT CHECKED"
003910             TO RCK-EXC-MESSAGE
003920         SET RCK-EXC-WARNING TO TRUE
003930         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003940         GO TO 3000-EXIT
003950     END-IF.
003960     PERFORM 3100-READ-TCODE THRU 3100-EXIT.
003970     PERFORM 3200-EDIT-TCODE THRU 3200-EXIT
003980         UNTIL RCK-TCODE-EOF.
003990     CLOSE TCODE-MASTER.
004000     SET RCK-TCODE-LOADED TO TRUE.
004010 3000-EXIT.
004020     EXIT.
004030 3100-READ-TCODE.
004040     READ TCODE-MASTER
004050         AT END
004060             SET RCK-TCODE-EOF TO TRUE
004070     END-READ.
004080 3100-EXIT.
004090     EXIT.
004100 3200-EDIT-TCODE.
004110     ADD 1 TO RCK-TCODE-READ.
004120     MOVE 'TCODMSTR' TO RCK-EXC-FILE.
004130     MOVE TC-CODE TO RCK-EXC-KEY.
004140     SET RCK-EXC-ERROR TO TRUE.
004150     IF NOT TC-VALID-SIGN
004155         MOVE "EXPECTED SIGN IS NOT D, C OR B" TO RCK-EXC-MESSAGE
004160         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004165     END-IF.
004170     IF NOT TC-VALID-CHEQUE-FLAG
004175         MOVE "CHEQUE FLAG IS NOT Y, N OR BLANK"
004176             TO RCK-EXC-MESSAGE
004180         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004185     END-IF.
004190     MOVE TC-CODE TO RCK-WORK-CODE.
004200     PERFORM 3300-LOCATE-TCODE THRU 3300-EXIT.
004210     IF RCK-ENTRY-FOUND
004220         MOVE "DUPLICATE TRANSACTION CODE" TO RCK-EXC-MESSAGE
004230         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004240         GO TO 3200-READ-NEXT
004250     END-IF.
004260     IF RCK-TCODE-COUNT NOT < 50
004270         MOVE "CODE MASTER EXCEEDS THE 50-ENTRY SUM TABLE"
004280             TO RCK-EXC-MESSAGE
004290         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004300         GO TO 3200-READ-NEXT
004310     END-IF.
004320     ADD 1 TO RCK-TCODE-COUNT.
004330     MOVE TC-CODE TO RCK-TC-CODE (RCK-TCODE-COUNT).
004340 3200-READ-NEXT.
004350     PERFORM 3100-READ-TCODE THRU 3100-EXIT.
004360 3200-EXIT.
004370     EXIT.
004380 3300-LOCATE-TCODE.
004390     MOVE 'N' TO RCK-FOUND-SWITCH.
004400     PERFORM 3310-MATCH-TCODE THRU 3310-EXIT
004410         VARYING RCK-TCODE-IX FROM 1 BY 1
004420         UNTIL RCK-TCODE-IX > RCK-TCODE-COUNT
004430         OR RCK-ENTRY-FOUND.
004440 3300-EXIT.
004450     EXIT.
004460 3310-MATCH-TCODE.
004470     IF RCK-TC-CODE (RCK-TCODE-IX) = RCK-WORK-CODE
004480         SET RCK-ENTRY-FOUND TO TRUE
004490         SUBTRACT 1 FROM RCK-TCODE-IX
004500     END-IF.
004510 3310-EXIT.
004520     EXIT.
004530 4000-CHECK-OFFSET-MAP.
004540******************************************************************
004550* GLEXT FAILS AT END OF RUN ON ANY POSTING IT CANNOT OFFSET, SO A
004560* MISSING MAP, OR A CODE WITH NEITHER A MAPPING NOR THE ** HOUSE
004570* DEFAULT, IS AN ERROR TONIGHT RATHER THAN A FAILURE AT 3 AM.  A
004580* MAPPED CODE THAT IS NOT ON THE CODE MASTER IS ONLY A WARNING.
004590******************************************************************
004600     OPEN INPUT GL-OFFSET-MAP.
004610     IF NOT RCK-MAP-OK
004620         MOVE 'GLMAP   ' TO RCK-EXC-FILE
004630         MOVE SPACES TO RCK-EXC-KEY
004640         MOVE "NO GL OFFSET MAP ON FILE" TO RCK-EXC-MESSAGE
004650         SET RCK-EXC-ERROR TO TRUE
004660         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004670         GO TO 4000-EXIT
004680     END-IF.
004690     PERFORM 4100-READ-OFFSET-MAP THRU 4100-EXIT.
004700     PERFORM 4200-EDIT-OFFSET-MAP THRU 4200-EXIT
004710         UNTIL RCK-MAP-EOF.
004720     CLOSE GL-OFFSET-MAP.
004730     SET RCK-MAP-LOADED TO TRUE.
004731     IF NOT RCK-HAS-INTERBRANCH
004732         MOVE 'GLMAP   ' TO RCK-EXC-FILE
004733         MOVE '##' TO RCK-EXC-KEY
004734         MOVE "NO INTER-BRANCH ACCOUNT (##) ON THE MAP"
004735             TO RCK-EXC-MESSAGE
004736         SET RCK-EXC-ERROR TO TRUE
004737         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004738     END-IF.
004740     IF RCK-TCODE-LOADED AND NOT RCK-HAS-DEFAULT
004750         PERFORM 4400-CHECK-CODE-MAPPED THRU 4400-EXIT
004760             VARYING RCK-TCODE-IX FROM 1 BY 1
004770             UNTIL RCK-TCODE-IX > RCK-TCODE-COUNT
004780     END-IF.
004790 4000-EXIT.
004800     EXIT.
004810 4100-READ-OFFSET-MAP.
004820     READ GL-OFFSET-MAP
004830         AT END
004840             SET RCK-MAP-EOF TO TRUE
004850     END-READ.
004860 4100-EXIT.
004870     EXIT.
004880 4200-EDIT-OFFSET-MAP.
004890     ADD 1 TO RCK-MAP-READ.
004900     MOVE 'GLMAP   ' TO RCK-EXC-FILE.
004910     MOVE GM-TRANS-CODE TO RCK-EXC-KEY.
004920     SET RCK-EXC-ERROR TO TRUE.
004930     IF GM-OFFSET-ACCOUNT NOT NUMERIC
004940         MOVE "OFFSET ACCOUNT IS NOT NUMERIC" TO RCK-EXC-MESSAGE
004950         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004960     END-IF.
004970     IF GM-TRANS-CODE = '**'
004980         IF RCK-HAS-DEFAULT
004990             MOVE "DUPLICATE HOUSE DEFAULT OFFSET"
005000                 TO RCK-EXC-MESSAGE
005010             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005020         END-IF
005030         SET RCK-HAS-DEFAULT TO TRUE
005040         GO TO 4200-READ-NEXT
005050     END-IF.
005051*    CODE ## IS THE INTER-BRANCH ACCOUNT GLEXT SETTLES EACH BRANCH
005052*    THROUGH; LIKE THE HOUSE DEFAULT IT IS NOT A TRANSACTION CODE.
005053     IF GM-TRANS-CODE = '##'
005054         IF RCK-HAS-INTERBRANCH
005055             MOVE "DUPLICATE INTER-BRANCH ACCOUNT"
005056                 TO RCK-EXC-MESSAGE
005057             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005058         END-IF
005059         SET RCK-HAS-INTERBRANCH TO TRUE
005060         GO TO 4200-READ-NEXT
005061     END-IF.
005062*    CODE $$ IS THE FX GAIN/LOSS ACCOUNT.  IT IS ONLY NEEDED ONCE
005063*    FOREIGN-CURRENCY ITEMS ARE TAKEN, SO NONE IS NOT AN ERROR.
005064     IF GM-TRANS-CODE = '$$'
005065         IF RCK-HAS-FX-ACCT
005066             MOVE "DUPLICATE FX GAIN/LOSS ACCOUNT"
005067                 TO RCK-EXC-MESSAGE
005068             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005069         END-IF
005070         SET RCK-HAS-FX-ACCT TO TRUE
005071         GO TO 4200-READ-NEXT
005072     END-IF.
005073     MOVE GM-TRANS-CODE TO RCK-WORK-CODE.
005074     PERFORM 4300-LOCATE-MAP THRU 4300-EXIT.
005080     IF RCK-ENTRY-FOUND
005090         MOVE "DUPLICATE MAPPING FOR THIS CODE" TO RCK-EXC-MESSAGE
005100         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005110         GO TO 4200-READ-NEXT
005120     END-IF.
005130     IF RCK-MAP-COUNT NOT < 50
005140         MOVE "OFFSET MAP EXCEEDS THE 50-ENTRY GLEXT TABLE"
005150             TO RCK-EXC-MESSAGE
005160         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005170         GO TO 4200-READ-NEXT
005180     END-IF.
005190     ADD 1 TO RCK-MAP-COUNT.
005200     MOVE GM-TRANS-CODE TO RCK-MAP-CODE (RCK-MAP-COUNT).
005210     IF RCK-TCODE-LOADED
005220         PERFORM 3300-LOCATE-TCODE THRU 3300-EXIT
005230         IF NOT RCK-ENTRY-FOUND
005240             MOVE "MAPPED CODE IS NOT ON THE CODE MASTER"
005250                 TO RCK-EXC-MESSAGE
005260             SET RCK-EXC-WARNING TO TRUE
005270             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005280         END-IF
005290     END-IF.
005300 4200-READ-NEXT.
005310     PERFORM 4100-READ-OFFSET-MAP THRU 4100-EXIT.
005320 4200-EXIT.
005330     EXIT.
005340 4300-LOCATE-MAP.
005350     MOVE 'N' TO RCK-FOUND-SWITCH.
005360     PERFORM 4310-MATCH-MAP THRU 4310-EXIT
005370         VARYING RCK-MAP-IX FROM 1 BY 1
005380         UNTIL RCK-MAP-IX > RCK-MAP-COUNT
005390         OR RCK-ENTRY-FOUND.
005400 4300-EXIT.
005410     EXIT.
005420 4310-MATCH-MAP.
005430     IF RCK-MAP-CODE (RCK-MAP-IX) = RCK-WORK-CODE
005440         SET RCK-ENTRY-FOUND TO TRUE
005450         SUBTRACT 1 FROM RCK-MAP-IX
005460     END-IF.
005470 4310-EXIT.
005480     EXIT.
005490 4400-CHECK-CODE-MAPPED.
005500     MOVE RCK-TC-CODE (RCK-TCODE-IX) TO RCK-WORK-CODE.
005510     PERFORM 4300-LOCATE-MAP THRU 4300-EXIT.
005520     IF NOT RCK-ENTRY-FOUND
005530         MOVE 'TCODMSTR' TO RCK-EXC-FILE
005540         MOVE RCK-WORK-CODE TO RCK-EXC-KEY
005550         MOVE "NO GL OFFSET ACCOUNT AND NO ** DEFAULT"
005560             TO RCK-EXC-MESSAGE
005570         SET RCK-EXC-ERROR TO TRUE
005580         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005590     END-IF.
005600 4400-EXIT.
005610     EXIT.
005620 5000-CHECK-RATE-TABLE.
005630******************************************************************
005640* ACCRUE PRICES A BALANCE FROM THE FIRST BAND THAT HOLDS IT, SO
005650* OVERLAPPING BANDS CHARGE WHICHEVER HAPPENS TO COME FIRST.  EACH
005660* BAND AND THE DORMANCY RULE MUST POST UNDER A CODE SUM KNOWS.  A
005670* MISSING RATE TABLE IS ONLY A WARNING - ACCRUE IS A MONTHLY STEP
005680* AND REFUSES ON ITS OWN WHEN IT RUNS WITHOUT ONE.
005690******************************************************************
005700     OPEN INPUT RATE-TABLE.
005710     IF NOT RCK-RATE-OK
005720         MOVE 'RATETBL ' TO RCK-EXC-FILE
005730         MOVE SPACES TO RCK-EXC-KEY
005740         MOVE "NO RATE TABLE ON FILE - ACCRUALS NOT CHECKED"
005750             TO RCK-EXC-MESSAGE
005760         SET RCK-EXC-WARNING TO TRUE
005770         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
005780         GO TO 5000-EXIT
005790     END-IF.
005800     PERFORM 5100-READ-RATE THRU 5100-EXIT.
005810     PERFORM 5200-EDIT-RATE THRU 5200-EXIT
005820         UNTIL RCK-RATE-EOF.
005830     CLOSE RATE-TABLE.
005840     SET RCK-RATE-LOADED TO TRUE.
005850     PERFORM 5400-CHECK-BAND-OVERLAP THRU 5400-EXIT
005860         VARYING RCK-BAND-IX FROM 1 BY 1
005870         UNTIL RCK-BAND-IX > RCK-BAND-COUNT.
005880 5000-EXIT.
005890     EXIT.
005900 5100-READ-RATE.
005910     READ RATE-TABLE
005920         AT END
005930             SET RCK-RATE-EOF TO TRUE
005940     END-READ.
005950 5100-EXIT.
005960     EXIT.
005970 5200-EDIT-RATE.
005980     ADD 1 TO RCK-RATE-READ.
005990     MOVE 'RATETBL ' TO RCK-EXC-FILE.
006000     MOVE RT-REC-TYPE TO RCK-EXC-KEY.
006010     SET RCK-EXC-ERROR TO TRUE.
006020     EVALUATE RT-REC-TYPE
006030         WHEN 'B'
006040             PERFORM 5300-EDIT-BAND THRU 5300-EXIT
006050         WHEN 'D'
006060             MOVE RD-TRANS-CODE TO RCK-WORK-CODE
006070             MOVE RD-TRANS-CODE TO RCK-DORMANT-CODE
006080             PERFORM 5500-CHECK-RATE-CODE THRU 5500-EXIT
006090         WHEN OTHER
006100             MOVE "UNKNOWN RECORD TYPE - IGNORED BY ACCRUE"
006110                 TO RCK-EXC-MESSAGE
006120             SET RCK-EXC-WARNING TO TRUE
006130             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006140     END-EVALUATE.
006150     PERFORM 5100-READ-RATE THRU 5100-EXIT.
006160 5200-EXIT.
006170     EXIT.
006180 5300-EDIT-BAND.
006190     IF RT-BAND-LOW > RT-BAND-HIGH
006200         MOVE "BAND LOW IS ABOVE BAND HIGH" TO RCK-EXC-MESSAGE
006210         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006220     END-IF.
006230     MOVE RT-TRANS-CODE TO RCK-WORK-CODE.
006240     PERFORM 5500-CHECK-RATE-CODE THRU 5500-EXIT.
006250     IF RCK-BAND-COUNT NOT < 20
006260         MOVE 'RATETBL ' TO RCK-EXC-FILE
006270         MOVE RT-REC-TYPE TO RCK-EXC-KEY
006280         MOVE "RATE TABLE EXCEEDS THE 20-BAND ACCRUE TABLE"
006290             TO RCK-EXC-MESSAGE
006300         SET RCK-EXC-ERROR TO TRUE
006310         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006320         GO TO 5300-EXIT
006330     END-IF.
006340     ADD 1 TO RCK-BAND-COUNT.
006350     MOVE RT-BAND-LOW TO RCK-BAND-LOW (RCK-BAND-COUNT).
006360     MOVE RT-BAND-HIGH TO RCK-BAND-HIGH (RCK-BAND-COUNT).
006370     MOVE RT-TRANS-CODE TO RCK-BAND-CODE (RCK-BAND-COUNT).
006380 5300-EXIT.
006390     EXIT.
006400 5400-CHECK-BAND-OVERLAP.
006410     ADD 1 RCK-BAND-IX GIVING RCK-BAND-IX2.
006420     PERFORM 5410-COMPARE-BANDS THRU 5410-EXIT
006430         VARYING RCK-BAND-IX2 FROM RCK-BAND-IX2 BY 1
006440         UNTIL RCK-BAND-IX2 > RCK-BAND-COUNT.
006450 5400-EXIT.
006460     EXIT.
006470 5410-COMPARE-BANDS.
006480     IF RCK-BAND-LOW (RCK-BAND-IX) NOT >
006490            RCK-BAND-HIGH (RCK-BAND-IX2)
006500         AND RCK-BAND-LOW (RCK-BAND-IX2) NOT >
006510            RCK-BAND-HIGH (RCK-BAND-IX)
006520         MOVE 'RATETBL ' TO RCK-EXC-FILE
006530         MOVE SPACES TO RCK-EXC-KEY
006540         MOVE 'B' TO RCK-EXC-KEY (1:1)
006550         MOVE RCK-BAND-IX TO RCK-EXC-KEY (3:2)
006560         MOVE '/' TO RCK-EXC-KEY (5:1)
006570         MOVE RCK-BAND-IX2 TO RCK-EXC-KEY (6:2)
006580         MOVE "BANDS OVERLAP - BALANCE WOULD MATCH BOTH"
006590             TO RCK-EXC-MESSAGE
006600         SET RCK-EXC-ERROR TO TRUE
006610         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006620     END-IF.
006630 5410-EXIT.
006640     EXIT.
006650 5500-CHECK-RATE-CODE.
006660     IF NOT RCK-TCODE-LOADED
006670         GO TO 5500-EXIT
006680     END-IF.
006690     PERFORM 3300-LOCATE-TCODE THRU 3300-EXIT.
006700     IF NOT RCK-ENTRY-FOUND
006710         MOVE 'RATETBL ' TO RCK-EXC-FILE
006720         MOVE RCK-WORK-CODE TO RCK-EXC-KEY
006730         MOVE "CHARGE CODE IS NOT ON THE CODE MASTER"
006740             TO RCK-EXC-MESSAGE
006750         SET RCK-EXC-ERROR TO TRUE
006760         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006770     END-IF.
006780 5500-EXIT.
006790     EXIT.
006800 6000-CHECK-BRANCH-CTL.
006810******************************************************************
006820* SUM KEEPS TEN BRANCHES AND TAKES THE FIRST CARD FOR EACH ONE.
006830* A SECOND CARD FOR A BRANCH WOULD BE IGNORED WITHOUT A WORD.
006840******************************************************************
006850     OPEN INPUT BRANCH-CONTROL.
006860     IF NOT RCK-BRANCH-CTL-OK
006870         MOVE 'BRCTL   ' TO RCK-EXC-FILE
006880         MOVE SPACES TO RCK-EXC-KEY
006890         MOVE "NO BRANCH CONTROL CARDS - TOTALS NOT PROVED"
006900             TO RCK-EXC-MESSAGE
006910         SET RCK-EXC-WARNING TO TRUE
006920         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006930         GO TO 6000-EXIT
006940     END-IF.
006950     PERFORM 6100-READ-BRANCH-CARD THRU 6100-EXIT.
006960     PERFORM 6200-EDIT-BRANCH-CARD THRU 6200-EXIT
006970         UNTIL RCK-BRANCH-EOF.
006980     CLOSE BRANCH-CONTROL.
006990 6000-EXIT.
007000     EXIT.
007010 6100-READ-BRANCH-CARD.
007020     READ BRANCH-CONTROL
007030         AT END
007040             SET RCK-BRANCH-EOF TO TRUE
007050     END-READ.
007060 6100-EXIT.
007070     EXIT.
007080 6200-EDIT-BRANCH-CARD.
007090     ADD 1 TO RCK-BRANCH-READ.
007100     MOVE 'BRCTL   ' TO RCK-EXC-FILE.
007110     MOVE BC-BRANCH TO RCK-EXC-KEY.
007120     SET RCK-EXC-ERROR TO TRUE.
007130     IF BC-BRANCH NOT NUMERIC
007140         MOVE "BRANCH CODE IS NOT NUMERIC" TO RCK-EXC-MESSAGE
007150         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007160         GO TO 6200-READ-NEXT
007170     END-IF.
007180     IF BC-EXPECTED-TOTAL NOT NUMERIC
007190         MOVE "EXPECTED TOTAL IS NOT NUMERIC" TO RCK-EXC-MESSAGE
007200         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007210     END-IF.
007220     MOVE BC-BRANCH TO RCK-WORK-BRANCH.
007230     MOVE 'N' TO RCK-FOUND-SWITCH.
007240     PERFORM 6300-MATCH-BRANCH THRU 6300-EXIT
007250         VARYING RCK-BRANCH-IX FROM 1 BY 1
007260         UNTIL RCK-BRANCH-IX > RCK-BRANCH-COUNT
007270         OR RCK-ENTRY-FOUND.
007280     IF RCK-ENTRY-FOUND
007290         MOVE "DUPLICATE CARD FOR THIS BRANCH" TO RCK-EXC-MESSAGE
007300         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007310         GO TO 6200-READ-NEXT
007320     END-IF.
007330     IF RCK-BRANCH-COUNT NOT < 10
007340         MOVE "MORE THAN TEN BRANCHES - SUM CANNOT HOLD"
007350             TO RCK-EXC-MESSAGE
007360         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007370         GO TO 6200-READ-NEXT
007380     END-IF.
007390     ADD 1 TO RCK-BRANCH-COUNT.
007400     MOVE BC-BRANCH TO RCK-BR-CODE (RCK-BRANCH-COUNT).
007410 6200-READ-NEXT.
007420     PERFORM 6100-READ-BRANCH-CARD THRU 6100-EXIT.
007430 6200-EXIT.
007440     EXIT.
007450 6300-MATCH-BRANCH.
007460     IF RCK-BR-CODE (RCK-BRANCH-IX) = RCK-WORK-BRANCH
007470         SET RCK-ENTRY-FOUND TO TRUE
007480         SUBTRACT 1 FROM RCK-BRANCH-IX
007490     END-IF.
007500 6300-EXIT.
007510     EXIT.
007520 6500-CHECK-BAL-MASTER.
007530******************************************************************
007540* EVERY BALANCE MASTER ACCOUNT MUST BE ON THE ACCOUNT MASTER, OR
007550* POSTBAL AND STMTGEN CARRY A BALANCE NOBODY OWNS.  A CLOSED
007560* ACCOUNT STILL HOLDING MONEY IS REPORTED AS A WARNING.
007570******************************************************************
007580     OPEN INPUT BALANCE-MASTER.
007590     IF NOT RCK-MASTER-OK
007600         MOVE 'BALMSTR ' TO RCK-EXC-FILE
007610         MOVE SPACES TO RCK-EXC-KEY
007620         MOVE "NO BALANCE MASTER ON FILE - BALANCES NOT CHECKED"
007630             TO RCK-EXC-MESSAGE
007640         SET RCK-EXC-WARNING TO TRUE
007650         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007660         GO TO 6500-EXIT
007670     END-IF.
007680     PERFORM 6600-READ-BAL-MASTER THRU 6600-EXIT.
007690     PERFORM 6700-EDIT-BAL-MASTER THRU 6700-EXIT
007700         UNTIL RCK-MASTER-EOF.
007710     CLOSE BALANCE-MASTER.
007720 6500-EXIT.
007730     EXIT.
007740 6600-READ-BAL-MASTER.
007750     READ BALANCE-MASTER NEXT RECORD
007760         AT END
007770             SET RCK-MASTER-EOF TO TRUE
007780     END-READ.
007790 6600-EXIT.
007800     EXIT.
007810 6700-EDIT-BAL-MASTER.
007820     ADD 1 TO RCK-MASTER-READ.
007830     IF NOT RCK-ACCT-MSTR-OPENED
007840         GO TO 6700-READ-NEXT
007850     END-IF.
007860     MOVE 'BALMSTR ' TO RCK-EXC-FILE.
007870     MOVE BM-ACCOUNT-NO TO RCK-EXC-KEY.
007880     MOVE BM-ACCOUNT-NO TO RCK-WORK-ACCOUNT.
007890     PERFORM 2300-LOCATE-ACCOUNT THRU 2300-EXIT.
007900     IF NOT RCK-ENTRY-FOUND
007910         MOVE "ACCOUNT IS NOT ON THE ACCOUNT MASTER"
007920             TO RCK-EXC-MESSAGE
007930         SET RCK-EXC-ERROR TO TRUE
007940         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
007950         GO TO 6700-READ-NEXT
007960     END-IF.
007970     IF AM-CLOSED
007980         AND BM-NEW-BALANCE NOT = 0
007990         MOVE "CLOSED ACCOUNT STILL CARRIES A BALANCE"
008000             TO RCK-EXC-MESSAGE
008010         SET RCK-EXC-WARNING TO TRUE
008020         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
008030     END-IF.
008040 6700-READ-NEXT.
008050     PERFORM 6600-READ-BAL-MASTER THRU 6600-EXIT.
008060 6700-EXIT.
008070     EXIT.
008080 7000-WRITE-EXCEPTION.
008090     IF RCK-EXC-ERROR
008100         ADD 1 TO RCK-ERROR-COUNT
008110         MOVE 'ERROR' TO RD-SEVERITY
008120     ELSE
008130         ADD 1 TO RCK-WARNING-COUNT
008140         MOVE 'WARNING' TO RD-SEVERITY
008150     END-IF.
008160     MOVE RCK-EXC-FILE TO RD-FILE.
008170     MOVE RCK-EXC-KEY TO RD-KEY.
008180     MOVE RCK-EXC-MESSAGE TO RD-MESSAGE.
008190     MOVE RPT-DETAIL-LINE TO REPORT-LINE.
008200     WRITE REPORT-LINE.
008210 7000-EXIT.
008220     EXIT.
008224 9000-TERMINATE.
008228     IF RCK-ACCT-MSTR-OPENED
008232         CLOSE ACCOUNT-MASTER
008236     END-IF.
008240     IF RCK-REPORT-OPENED
008250         PERFORM 8000-WRITE-TOTALS THRU 8000-EXIT
008260         CLOSE REFCHK-REPORT
008270     END-IF.
008280     IF RCK-RUN-ABORTED
008290         GO TO 9000-EXIT
008300     END-IF.
008310     DISPLAY "***** REFERENCE DATA CHECK RUN SUMMARY *****".
008320     DISPLAY "ACCOUNT MASTER RECORDS . . : " RCK-ACCT-READ.
008330     DISPLAY "TRANSACTION CODES  . . . . : " RCK-TCODE-READ.
008340     DISPLAY "GL OFFSET MAP ENTRIES  . . : " RCK-MAP-READ.
008350     DISPLAY "RATE TABLE RECORDS . . . . : " RCK-RATE-READ.
008360     DISPLAY "BRANCH CONTROL CARDS . . . : " RCK-BRANCH-READ.
008370     DISPLAY "BALANCE MASTER RECORDS . . : " RCK-MASTER-READ.
008380     DISPLAY "ERRORS . . . . . . . . . . : " RCK-ERROR-COUNT.
008390     DISPLAY "WARNINGS . . . . . . . . . : " RCK-WARNING-COUNT.
008400     IF RCK-ERROR-COUNT > 0
008410         DISPLAY "***** REFERENCE DATA ERRORS - CHAIN MUST NOT "
008420             "START *****"
008430         MOVE 16 TO RETURN-CODE
008440     END-IF.
008450 9000-EXIT.
008460     EXIT.
008470 8000-WRITE-TOTALS.
008480     IF RCK-ERROR-COUNT = 0 AND RCK-WARNING-COUNT = 0
008490         MOVE RPT-NO-EXCEPTION-LINE TO REPORT-LINE
008500         WRITE REPORT-LINE
008510     END-IF.
008520     MOVE SPACES TO REPORT-LINE.
008530     WRITE REPORT-LINE.
008540     MOVE RCK-ERROR-COUNT TO RT-ERRORS.
008550     MOVE RCK-WARNING-COUNT TO RT-WARNINGS.
008560     MOVE RPT-TOTAL-LINE TO REPORT-LINE.
008570     WRITE REPORT-LINE.
008580     IF RCK-ERROR-COUNT > 0
008590         MOVE "REFERENCE DATA ERRORS - THE CHAIN WILL NOT START"
008600             TO RV-VERDICT
008610     ELSE
008620         MOVE "REFERENCE DATA AGREES - THE CHAIN MAY START"
008630             TO RV-VERDICT
008640     END-IF.
008650     MOVE RPT-VERDICT-LINE TO REPORT-LINE.
008660     WRITE REPORT-LINE.
008670 8000-EXIT.
008680     EXIT.
