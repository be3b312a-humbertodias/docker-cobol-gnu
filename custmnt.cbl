000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. CUSTMNT.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  CUSTOMER FILE MAINTENANCE
000210*                 CONSOLE IN THE ACCTMNT STYLE, SIGNED ON AGAINST
000220*                 THE OPERATOR PROFILE FILE.  THE CUSTOMER MASTER
000230*                 (CUSTMSTR, KEYED ON CUSTOMER NUMBER) HOLDS EACH
000240*                 CUSTOMER'S FULL NAME, ADDRESS AND TAX ID; THE
000250*                 LINK FILE (CUSTLINK) TIES A CUSTOMER TO EACH OF
000260*                 THEIR ACCOUNTS AS OWNER, JOINT HOLDER OR
000270*                 TRUSTEE.  ANY OPERATOR MAY VIEW A CUSTOMER AND
000280*                 THEIR ACCOUNTS; ADDING OR CHANGING A CUSTOMER
000290*                 AND LINKING OR UNLINKING AN ACCOUNT TAKE CHANGE
000300*                 ('C') OR APPROVE ('A') AUTHORITY.  EVERY ACTION
000310*                 IS STAMPED TO THE MAINTENANCE LOG.
000312* 10/15/26   DPC  FIELD CHANGES ARE LOGGED ONLY AFTER THE CUSTOMER
000314*                 REWRITE SUCCEEDS.  LINK FILE WRITES ARE NOW
000316*                 CHECKED; A LINK OR UNLINK IS REPORTED AS APPLIED
000318*                 ONLY IF EVERY WRITE SUCCEEDED.
000320******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS RANDOM
000390         RECORD KEY IS CM-CUSTOMER-NO
000400         FILE STATUS IS CMT-CUST-MSTR-STATUS.
000410     SELECT CUSTOMER-LINK ASSIGN TO CUSTLINK
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS CMT-LINK-STATUS.
000440     SELECT LINK-WORK ASSIGN TO CUSTLKWK
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS CMT-LINK-WORK-STATUS.
000470     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS RANDOM
000500         RECORD KEY IS AM-ACCOUNT-NO
000510         FILE STATUS IS CMT-ACCT-MSTR-STATUS.
000520     SELECT MAINT-LOG ASSIGN TO MNTLOG
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS CMT-MAINT-STATUS.
000550     SELECT OPER-PROFILE ASSIGN TO OPERPROF
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS CMT-PROFILE-STATUS.
000580 DATA DIVISION.
000590 FILE SECTION.
000600 FD  CUSTOMER-MASTER.
000610 01  CUSTOMER-MASTER-RECORD.
000620     05  CM-CUSTOMER-NO          PIC 9(08).
000630     05  CM-FULL-NAME            PIC X(40).
000640     05  CM-ADDRESS-1            PIC X(30).
000650     05  CM-ADDRESS-2            PIC X(30).
000660     05  CM-CITY                 PIC X(20).
000670     05  CM-STATE                PIC X(02).
000680     05  CM-POSTCODE             PIC X(10).
000690     05  CM-TAX-ID               PIC X(11).
000700     05  CM-OPEN-DATE            PIC 9(08).
000710 FD  CUSTOMER-LINK.
000720 01  CUSTOMER-LINK-RECORD.
000730     05  CL-CUSTOMER-NO          PIC 9(08).
000740     05  CL-ACCOUNT-NO           PIC 9(08).
000750     05  CL-RELATIONSHIP         PIC X(01).
000760         88  CL-OWNER                    VALUE 'O'.
000770         88  CL-JOINT                    VALUE 'J'.
000780         88  CL-TRUSTEE                  VALUE 'T'.
000790     05  CL-LINK-DATE            PIC 9(08).
000800 FD  LINK-WORK.
000810 01  LINK-WORK-RECORD            PIC X(25).
000820 FD  ACCOUNT-MASTER.
000830 01  ACCOUNT-MASTER-RECORD.
000840     05  AM-ACCOUNT-NO           PIC 9(08).
000850     05  AM-ACCOUNT-NAME         PIC X(20).
000860     05  AM-STATUS               PIC X(01).
000870         88  AM-OPEN                     VALUE 'O'.
000880         88  AM-CLOSED                   VALUE 'C'.
000890         88  AM-FROZEN                   VALUE 'F'.
000900     05  AM-OD-LIMIT             PIC 9(07)V99.
000910 FD  MAINT-LOG.
000920 01  MAINT-LOG-RECORD.
000930     05  ML-DATE                 PIC 9(08).
000940     05  ML-TIME                 PIC 9(08).
000950     05  ML-OPERATOR             PIC X(03).
000960     05  ML-ACTION               PIC X(20).
000970     05  ML-DETAIL               PIC X(30).
000980 FD  OPER-PROFILE.
000990 01  OPER-PROFILE-RECORD.
001000     05  OP-ID                   PIC X(03).
001010     05  OP-PASSWORD             PIC X(08).
001020     05  OP-AUTHORITY            PIC X(01).
001030     05  OP-FAIL-COUNT           PIC 9(02).
001040     05  OP-LOCK-SW              PIC X(01).
001050         88  OP-LOCKED-OUT               VALUE 'Y'.
001060 WORKING-STORAGE SECTION.
001070 01  CMT-FILE-STATUSES.
001080     05  CMT-CUST-MSTR-STATUS    PIC X(02) VALUE SPACES.
001090         88  CMT-CUST-MSTR-OK            VALUE '00'.
001100         88  CMT-CUST-MSTR-NO-FILE       VALUE '35'.
001110     05  CMT-LINK-STATUS         PIC X(02) VALUE SPACES.
001120         88  CMT-LINK-OK                 VALUE '00'.
001130     05  CMT-LINK-WORK-STATUS    PIC X(02) VALUE SPACES.
001140         88  CMT-LINK-WORK-OK            VALUE '00'.
001150     05  CMT-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
001160         88  CMT-ACCT-MSTR-OK            VALUE '00'.
001170     05  CMT-MAINT-STATUS        PIC X(02) VALUE SPACES.
001180         88  CMT-MAINT-OK                VALUE '00'.
001190     05  CMT-PROFILE-STATUS      PIC X(02) VALUE SPACES.
001200         88  CMT-PROFILE-OK              VALUE '00'.
001210 01  CMT-SWITCHES.
001220     05  CMT-EXIT-SWITCH         PIC X(01) VALUE 'N'.
001230         88  CMT-EXIT-REQUESTED          VALUE 'Y'.
001240     05  CMT-LINK-EOF-SW         PIC X(01) VALUE 'N'.
001250         88  CMT-LINK-EOF                VALUE 'Y'.
001260     05  CMT-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
001270         88  CMT-CUST-FOUND              VALUE 'Y'.
001280     05  CMT-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
001290         88  CMT-ACCT-FOUND              VALUE 'Y'.
001300     05  CMT-PAIR-FOUND-SW       PIC X(01) VALUE 'N'.
001310         88  CMT-PAIR-FOUND              VALUE 'Y'.
001320     05  CMT-OWNER-FOUND-SW      PIC X(01) VALUE 'N'.
001330         88  CMT-OWNER-FOUND             VALUE 'Y'.
001340     05  CMT-APPLIED-SW          PIC X(01) VALUE 'N'.
001350         88  CMT-CHANGE-APPLIED          VALUE 'Y'.
001351     05  CMT-LINK-WRITE-SW       PIC X(01) VALUE 'N'.
001352         88  CMT-LINK-WRITE-FAILED       VALUE 'Y'.
001353     05  CMT-NAME-CHG-SW         PIC X(01) VALUE 'N'.
001354         88  CMT-NAME-CHANGED            VALUE 'Y'.
001355     05  CMT-ADDR-CHG-SW         PIC X(01) VALUE 'N'.
001356         88  CMT-ADDR-CHANGED            VALUE 'Y'.
001357     05  CMT-TAX-CHG-SW          PIC X(01) VALUE 'N'.
001358         88  CMT-TAX-CHANGED             VALUE 'Y'.
001360 01  CMT-OPERATOR-FIELDS.
001370     05  CMT-OPERATOR            PIC X(03) VALUE SPACES.
001380     05  CMT-MENU-CHOICE         PIC X(01) VALUE SPACE.
001390     05  CMT-CONFIRM             PIC X(01) VALUE SPACE.
001400     05  CMT-ANSWER              PIC X(40) VALUE SPACES.
001410     05  CMT-ANSWER-NUM REDEFINES CMT-ANSWER.
001420         10  CMT-ANSWER-NUMBER   PIC 9(08).
001430         10  FILLER              PIC X(32).
001440 01  CMT-STAMP-FIELDS.
001450     05  CMT-TODAY               PIC 9(08) VALUE 0.
001460     05  CMT-NOW                 PIC 9(08) VALUE 0.
001470 01  CMT-WORK-FIELDS.
001480     05  CMT-CUSTOMER-NO         PIC 9(08) VALUE 0.
001490     05  CMT-ACCOUNT-NO          PIC 9(08) VALUE 0.
001500     05  CMT-RELATIONSHIP        PIC X(01) VALUE SPACE.
001510         88  CMT-REL-VALID               VALUE 'O' 'J' 'T'.
001520         88  CMT-REL-OWNER               VALUE 'O'.
001530     05  CMT-REL-NAME            PIC X(07) VALUE SPACES.
001540     05  CMT-ACCT-NAME           PIC X(20) VALUE SPACES.
001550     05  CMT-ACCT-STATUS         PIC X(01) VALUE SPACE.
001560     05  CMT-LINK-COUNT          PIC 9(05) VALUE 0.
001570     05  CMT-CHANGE-COUNT        PIC 9(02) VALUE 0.
001580 01  CMT-NEW-CUSTOMER.
001590     05  CMT-NC-CUSTOMER-NO      PIC 9(08).
001600     05  CMT-NC-FULL-NAME        PIC X(40).
001610     05  CMT-NC-ADDRESS-1        PIC X(30).
001620     05  CMT-NC-ADDRESS-2        PIC X(30).
001630     05  CMT-NC-CITY             PIC X(20).
001640     05  CMT-NC-STATE            PIC X(02).
001650     05  CMT-NC-POSTCODE         PIC X(10).
001660     05  CMT-NC-TAX-ID           PIC X(11).
001670     05  CMT-NC-OPEN-DATE        PIC 9(08).
001680 01  CMT-LOG-DETAIL.
001690     05  CMT-LD-CUSTOMER         PIC 9(08).
001700     05  FILLER                  PIC X(01) VALUE SPACE.
001710     05  CMT-LD-ACCOUNT          PIC 9(08).
001720     05  FILLER                  PIC X(01) VALUE SPACE.
001730     05  CMT-LD-RELATIONSHIP     PIC X(01).
001740     05  FILLER                  PIC X(11) VALUE SPACES.
001750 01  CMT-LOG-TEXT-DETAIL REDEFINES CMT-LOG-DETAIL.
001760     05  FILLER                  PIC X(09).
001770     05  CMT-LD-TEXT             PIC X(21).
001780 01  CMT-PROFILE-TABLE.
001790     05  CMT-PROF-COUNT          PIC 9(02) VALUE 0.
001800     05  CMT-PROF-IX             PIC 9(02) VALUE 0.
001810     05  CMT-PROF-FOUND-SW       PIC X(01) VALUE 'N'.
001820         88  CMT-PROF-FOUND              VALUE 'Y'.
001830     05  CMT-PROF-EOF-SW         PIC X(01) VALUE 'N'.
001840         88  CMT-PROF-EOF                VALUE 'Y'.
001850     05  CMT-MAX-FAILURES        PIC 9(02) VALUE 3.
001860     05  CMT-AUTHORITY           PIC X(01) VALUE 'V'.
001870         88  CMT-CHANGE-ALLOWED          VALUE 'C' 'A'.
001880     05  CMT-PASSWORD            PIC X(08) VALUE SPACES.
001890     05  CMT-PROF-ENTRY OCCURS 20 TIMES.
001900         10  CMT-PF-ID           PIC X(03).
001910         10  CMT-PF-PASSWORD     PIC X(08).
001920         10  CMT-PF-AUTHORITY    PIC X(01).
001930         10  CMT-PF-FAIL-COUNT   PIC 9(02).
001940         10  CMT-PF-LOCK-SW      PIC X(01).
001950 PROCEDURE DIVISION.
001960 0000-MAINLINE.
001970     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001980     IF NOT CMT-EXIT-REQUESTED
001990         PERFORM 2000-MENU-CYCLE THRU 2000-EXIT
002000             UNTIL CMT-EXIT-REQUESTED
002010     END-IF.
002020     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002030     STOP RUN.
002040 1000-INITIALIZE.
002050     ACCEPT CMT-TODAY FROM DATE YYYYMMDD.
002060     DISPLAY "***** CUSTOMER FILE MAINTENANCE *****".
002070*    THE MAINTENANCE LOG OPENS AHEAD OF SIGN-ON SO A FAILED
002080*    SIGN-ON CAN BE LOGGED.
002090     OPEN EXTEND MAINT-LOG.
002100     IF NOT CMT-MAINT-OK
002110         OPEN OUTPUT MAINT-LOG
002120         CLOSE MAINT-LOG
002130         OPEN EXTEND MAINT-LOG
002140     END-IF.
002150     IF NOT CMT-MAINT-OK
002160         DISPLAY "MAINTENANCE LOG WILL NOT OPEN - CONSOLE CLOSED"
002170         MOVE 16 TO RETURN-CODE
002180         SET CMT-EXIT-REQUESTED TO TRUE
002190         GO TO 1000-EXIT
002200     END-IF.
002210     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
002220     IF CMT-EXIT-REQUESTED
002230         GO TO 1000-EXIT
002240     END-IF.
002250     MOVE 'CUST MAINT OPENED   ' TO ML-ACTION.
002260     MOVE SPACES TO ML-DETAIL.
002270     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
002280 1000-EXIT.
002290     EXIT.
002300 1100-SIGN-ON.
002310******************************************************************
002320* SAME SIGN-ON RULES AS OPERCON AND ACCTMNT - NO PROFILE FILE, NO
002330* CONSOLE.  ANY AUTHORITY MAY VIEW; CHANGE ('C') OR APPROVE ('A')
002340* AUTHORITY MAY ALSO ADD, CHANGE, LINK AND UNLINK.
002350******************************************************************
002360     PERFORM 1110-LOAD-PROFILES THRU 1110-EXIT.
002370     IF CMT-EXIT-REQUESTED
002380         GO TO 1100-EXIT
002390     END-IF.
002400     IF CMT-PROF-COUNT = 0
002410         DISPLAY "NO OPERATOR PROFILES ON FILE - CONSOLE CLOSED"
002420         MOVE 16 TO RETURN-CODE
002430         SET CMT-EXIT-REQUESTED TO TRUE
002440         GO TO 1100-EXIT
002450     END-IF.
002460     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
002470     ACCEPT CMT-OPERATOR.
002480     DISPLAY "PASSWORD: " WITH NO ADVANCING.
002490     MOVE SPACES TO CMT-PASSWORD.
002500     ACCEPT CMT-PASSWORD.
002510     PERFORM 1130-LOCATE-PROFILE THRU 1130-EXIT.
002520     IF NOT CMT-PROF-FOUND
002530         DISPLAY "SIGN-ON REFUSED"
002540         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
002550         MOVE 'UNKNOWN OPERATOR ID           ' TO ML-DETAIL
002560         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
002570         MOVE 16 TO RETURN-CODE
002580         SET CMT-EXIT-REQUESTED TO TRUE
002590         GO TO 1100-EXIT
002600     END-IF.
002610     IF CMT-PF-LOCK-SW (CMT-PROF-IX) = 'Y'
002620         DISPLAY "ID IS LOCKED OUT - SEE THE SHIFT SUPERVISOR"
002630         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
002640         MOVE 'ID LOCKED OUT                 ' TO ML-DETAIL
002650         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
002660         MOVE 16 TO RETURN-CODE
002670         SET CMT-EXIT-REQUESTED TO TRUE
002680         GO TO 1100-EXIT
002690     END-IF.
002700     IF CMT-PF-PASSWORD (CMT-PROF-IX) NOT = CMT-PASSWORD
002710         ADD 1 TO CMT-PF-FAIL-COUNT (CMT-PROF-IX)
002720         IF CMT-PF-FAIL-COUNT (CMT-PROF-IX)
002730             NOT < CMT-MAX-FAILURES
002740             MOVE 'Y' TO CMT-PF-LOCK-SW (CMT-PROF-IX)
002750             DISPLAY "ID IS NOW LOCKED OUT"
002760         END-IF
002770         DISPLAY "SIGN-ON REFUSED"
002780         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
002790         MOVE 'BAD PASSWORD                  ' TO ML-DETAIL
002800         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
002810         PERFORM 1140-REWRITE-PROFILES THRU 1140-EXIT
002820         MOVE 16 TO RETURN-CODE
002830         SET CMT-EXIT-REQUESTED TO TRUE
002840         GO TO 1100-EXIT
002850     END-IF.
002860     MOVE 0 TO CMT-PF-FAIL-COUNT (CMT-PROF-IX).
002870     MOVE CMT-PF-AUTHORITY (CMT-PROF-IX) TO CMT-AUTHORITY.
002880     PERFORM 1140-REWRITE-PROFILES THRU 1140-EXIT.
002890     IF NOT CMT-CHANGE-ALLOWED
002900         DISPLAY "VIEW-ONLY AUTHORITY - CUSTOMERS MAY BE VIEWED "
002910             "ONLY"
002920     END-IF.
002930 1100-EXIT.
002940     EXIT.
002950 1110-LOAD-PROFILES.
002960     OPEN INPUT OPER-PROFILE.
002970     IF NOT CMT-PROFILE-OK
002980         GO TO 1110-EXIT
002990     END-IF.
003000     PERFORM 1120-READ-PROFILE THRU 1120-EXIT.
003010     PERFORM 1125-TABLE-PROFILE THRU 1125-EXIT
003020         UNTIL CMT-PROF-EOF.
003030     CLOSE OPER-PROFILE.
003040 1110-EXIT.
003050     EXIT.
003060 1120-READ-PROFILE.
003070     READ OPER-PROFILE
003080         AT END
003090             SET CMT-PROF-EOF TO TRUE
003100     END-READ.
003110 1120-EXIT.
003120     EXIT.
003130 1125-TABLE-PROFILE.
003140*    THE PROFILE FILE IS REWRITTEN FROM THIS TABLE, SO A FILE
003150*    THAT OUTGROWS IT MUST CLOSE THE CONSOLE - A TRUNCATED
003160*    TABLE WOULD REWRITE A TRUNCATED FILE AND ERASE OPERATORS.
003170     IF CMT-PROF-COUNT NOT < 20
003180         DISPLAY "OPERATOR PROFILE FILE EXCEEDS THE 20-ENTRY "
003190             "TABLE - CONSOLE CLOSED"
003200         MOVE 16 TO RETURN-CODE
003210         SET CMT-EXIT-REQUESTED TO TRUE
003220         SET CMT-PROF-EOF TO TRUE
003230         GO TO 1125-EXIT
003240     END-IF.
003250     ADD 1 TO CMT-PROF-COUNT.
003260     MOVE OP-ID TO CMT-PF-ID (CMT-PROF-COUNT).
003270     MOVE OP-PASSWORD TO CMT-PF-PASSWORD (CMT-PROF-COUNT).
003280     MOVE OP-AUTHORITY TO CMT-PF-AUTHORITY (CMT-PROF-COUNT).
003290     MOVE OP-FAIL-COUNT TO
003300         CMT-PF-FAIL-COUNT (CMT-PROF-COUNT).
003310     MOVE OP-LOCK-SW TO CMT-PF-LOCK-SW (CMT-PROF-COUNT).
003320     PERFORM 1120-READ-PROFILE THRU 1120-EXIT.
003330 1125-EXIT.
003340     EXIT.
003350 1130-LOCATE-PROFILE.
003360     MOVE 'N' TO CMT-PROF-FOUND-SW.
003370     PERFORM 1135-MATCH-PROFILE THRU 1135-EXIT
003380         VARYING CMT-PROF-IX FROM 1 BY 1
003390         UNTIL CMT-PROF-IX > CMT-PROF-COUNT
003400         OR CMT-PROF-FOUND.
003410 1130-EXIT.
003420     EXIT.
003430 1135-MATCH-PROFILE.
003440     IF CMT-PF-ID (CMT-PROF-IX) = CMT-OPERATOR
003450         SET CMT-PROF-FOUND TO TRUE
003460         SUBTRACT 1 FROM CMT-PROF-IX
003470     END-IF.
003480 1135-EXIT.
003490     EXIT.
003500 1140-REWRITE-PROFILES.
003510     OPEN OUTPUT OPER-PROFILE.
003520     IF NOT CMT-PROFILE-OK
003530         DISPLAY "OPERATOR PROFILE FILE WILL NOT REWRITE"
003540         GO TO 1140-EXIT
003550     END-IF.
003560     PERFORM 1145-WRITE-ONE-PROFILE THRU 1145-EXIT
003570         VARYING CMT-PROF-IX FROM 1 BY 1
003580         UNTIL CMT-PROF-IX > CMT-PROF-COUNT.
003590     CLOSE OPER-PROFILE.
003600 1140-EXIT.
003610     EXIT.
003620 1145-WRITE-ONE-PROFILE.
003630     MOVE CMT-PF-ID (CMT-PROF-IX)         TO OP-ID.
003640     MOVE CMT-PF-PASSWORD (CMT-PROF-IX)   TO OP-PASSWORD.
003650     MOVE CMT-PF-AUTHORITY (CMT-PROF-IX)  TO OP-AUTHORITY.
003660     MOVE CMT-PF-FAIL-COUNT (CMT-PROF-IX) TO OP-FAIL-COUNT.
003670     MOVE CMT-PF-LOCK-SW (CMT-PROF-IX)    TO OP-LOCK-SW.
003680     WRITE OPER-PROFILE-RECORD.
003690 1145-EXIT.
003700     EXIT.
003710 2000-MENU-CYCLE.
003720     DISPLAY " ".
003730     DISPLAY "----- CUSTOMER MAINTENANCE MENU -----".
003740     DISPLAY "1 - VIEW A CUSTOMER AND THEIR ACCOUNTS".
003750     DISPLAY "2 - ADD A CUSTOMER".
003760     DISPLAY "3 - CHANGE NAME, ADDRESS OR TAX ID".
003770     DISPLAY "4 - LINK AN ACCOUNT TO A CUSTOMER".
003780     DISPLAY "5 - REMOVE AN ACCOUNT LINK".
003790     DISPLAY "X - EXIT CONSOLE".
003800     DISPLAY "CHOICE: " WITH NO ADVANCING.
003810     MOVE SPACE TO CMT-MENU-CHOICE.
003820     ACCEPT CMT-MENU-CHOICE.
003830     EVALUATE CMT-MENU-CHOICE
003840         WHEN '1'
003850             PERFORM 3000-VIEW-CUSTOMER THRU 3000-EXIT
003860         WHEN '2'
003870             IF NOT CMT-CHANGE-ALLOWED
003880                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
003890             ELSE
003900                 PERFORM 4000-ADD-CUSTOMER THRU 4000-EXIT
003910             END-IF
003920         WHEN '3'
003930             IF NOT CMT-CHANGE-ALLOWED
003940                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
003950             ELSE
003960                 PERFORM 5000-CHANGE-CUSTOMER THRU 5000-EXIT
003970             END-IF
003980         WHEN '4'
003990             IF NOT CMT-CHANGE-ALLOWED
004000                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
004010             ELSE
004020                 PERFORM 6000-LINK-ACCOUNT THRU 6000-EXIT
004030             END-IF
004040         WHEN '5'
004050             IF NOT CMT-CHANGE-ALLOWED
004060                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
004070             ELSE
004080                 PERFORM 7000-UNLINK-ACCOUNT THRU 7000-EXIT
004090             END-IF
004100         WHEN 'X'
004110             SET CMT-EXIT-REQUESTED TO TRUE
004120         WHEN 'x'
004130             SET CMT-EXIT-REQUESTED TO TRUE
004140         WHEN OTHER
004150             DISPLAY "UNRECOGNIZED CHOICE"
004160     END-EVALUATE.
004170 2000-EXIT.
004180     EXIT.
004190 2100-ACCEPT-CUSTOMER-NO.
004200     MOVE 0 TO CMT-CUSTOMER-NO.
004210     DISPLAY "CUSTOMER NUMBER (8 DIGITS): " WITH NO ADVANCING.
004220     MOVE SPACES TO CMT-ANSWER.
004230     ACCEPT CMT-ANSWER.
004240     IF CMT-ANSWER-NUMBER NOT NUMERIC
004250         OR CMT-ANSWER-NUMBER = 0
004260         DISPLAY "CUSTOMER NUMBER MUST BE EIGHT DIGITS, NOT ZERO"
004270         GO TO 2100-EXIT
004280     END-IF.
004290     MOVE CMT-ANSWER-NUMBER TO CMT-CUSTOMER-NO.
004300 2100-EXIT.
004310     EXIT.
004320 2900-DENY-CHANGE.
004330     DISPLAY "NOT AUTHORIZED FOR THAT FUNCTION".
004340     MOVE 'CHANGE DENIED       ' TO ML-ACTION.
004350     MOVE CMT-MENU-CHOICE TO ML-DETAIL.
004360     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
004370 2900-EXIT.
004380     EXIT.
004390 3000-VIEW-CUSTOMER.
004400     PERFORM 2100-ACCEPT-CUSTOMER-NO THRU 2100-EXIT.
004410     IF CMT-CUSTOMER-NO = 0
004420         GO TO 3000-EXIT
004430     END-IF.
004440     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
004450     IF NOT CMT-CUST-FOUND
004460         DISPLAY "CUSTOMER " CMT-CUSTOMER-NO
004470             " IS NOT ON THE CUSTOMER FILE"
004480         GO TO 3000-EXIT
004490     END-IF.
004500     PERFORM 3200-SHOW-CUSTOMER THRU 3200-EXIT.
004510     PERFORM 3300-LIST-LINKS THRU 3300-EXIT.
004520     DISPLAY "ACCOUNTS LINKED  . . . . . : " CMT-LINK-COUNT.
004525     MOVE SPACES TO CMT-LOG-DETAIL.
004530     MOVE CMT-CUSTOMER-NO TO CMT-LD-CUSTOMER.
004540     MOVE 0               TO CMT-LD-ACCOUNT.
004550     MOVE SPACE           TO CMT-LD-RELATIONSHIP.
004560     MOVE 'CUSTOMER VIEWED     ' TO ML-ACTION.
004570     MOVE CMT-LOG-DETAIL TO ML-DETAIL.
004580     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
004590 3000-EXIT.
004600     EXIT.
004610 3100-READ-CUSTOMER.
004620*    THE CUSTOMER MASTER IS OPENED FOR EACH LOOKUP, AS ACCTINQ
004630*    DOES WITH THE ACCOUNT MASTER, SO NOTHING IS HELD OPEN WHILE
004640*    THE CONSOLE WAITS ON THE OPERATOR.
004650     MOVE 'N' TO CMT-CUST-FOUND-SW.
004660     OPEN INPUT CUSTOMER-MASTER.
004670     IF NOT CMT-CUST-MSTR-OK
004680         GO TO 3100-EXIT
004690     END-IF.
004700     MOVE CMT-CUSTOMER-NO TO CM-CUSTOMER-NO.
004710     READ CUSTOMER-MASTER
004720         INVALID KEY
004730             CONTINUE
004740         NOT INVALID KEY
004750             SET CMT-CUST-FOUND TO TRUE
004760             MOVE CUSTOMER-MASTER-RECORD TO CMT-NEW-CUSTOMER
004770     END-READ.
004780     CLOSE CUSTOMER-MASTER.
004790 3100-EXIT.
004800     EXIT.
004810 3200-SHOW-CUSTOMER.
004820     DISPLAY "CUSTOMER . . . . . . . . . : " CMT-NC-CUSTOMER-NO.
004830     DISPLAY "FULL NAME  . . . . . . . . : " CMT-NC-FULL-NAME.
004840     DISPLAY "ADDRESS  . . . . . . . . . : " CMT-NC-ADDRESS-1.
004850     IF CMT-NC-ADDRESS-2 NOT = SPACES
004860         DISPLAY "                             " CMT-NC-ADDRESS-2
004870     END-IF.
004880     DISPLAY "                             " CMT-NC-CITY " "
004890         CMT-NC-STATE " " CMT-NC-POSTCODE.
004900     DISPLAY "TAX ID . . . . . . . . . . : " CMT-NC-TAX-ID.
004910     DISPLAY "CUSTOMER SINCE . . . . . . : " CMT-NC-OPEN-DATE.
004920 3200-EXIT.
004930     EXIT.
004940 3300-LIST-LINKS.
004950     MOVE 0 TO CMT-LINK-COUNT.
004960     MOVE 'N' TO CMT-LINK-EOF-SW.
004970     OPEN INPUT CUSTOMER-LINK.
004980     IF NOT CMT-LINK-OK
004990         GO TO 3300-EXIT
005000     END-IF.
005010     PERFORM 3310-READ-LINK THRU 3310-EXIT.
005020     PERFORM 3320-SHOW-LINK THRU 3320-EXIT
005030         UNTIL CMT-LINK-EOF.
005040     CLOSE CUSTOMER-LINK.
005050 3300-EXIT.
005060     EXIT.
005070 3310-READ-LINK.
005080     READ CUSTOMER-LINK
005090         AT END
005100             SET CMT-LINK-EOF TO TRUE
005110     END-READ.
005120 3310-EXIT.
005130     EXIT.
005140 3320-SHOW-LINK.
005150     IF CL-CUSTOMER-NO NOT = CMT-CUSTOMER-NO
005160         GO TO 3320-READ
005170     END-IF.
005180     ADD 1 TO CMT-LINK-COUNT.
005190     MOVE CL-ACCOUNT-NO TO CMT-ACCOUNT-NO.
005200     PERFORM 6100-FIND-ACCOUNT THRU 6100-EXIT.
005210     MOVE CL-RELATIONSHIP TO CMT-RELATIONSHIP.
005220     PERFORM 3330-SET-REL-NAME THRU 3330-EXIT.
005230     DISPLAY "  ACCOUNT " CL-ACCOUNT-NO " " CMT-ACCT-NAME
005240         " STATUS " CMT-ACCT-STATUS " " CMT-REL-NAME
005250         " SINCE " CL-LINK-DATE.
005260 3320-READ.
005270     PERFORM 3310-READ-LINK THRU 3310-EXIT.
005280 3320-EXIT.
005290     EXIT.
005300 3330-SET-REL-NAME.
005310     EVALUATE CMT-RELATIONSHIP
005320         WHEN 'O'
005330             MOVE 'OWNER  ' TO CMT-REL-NAME
005340         WHEN 'J'
005350             MOVE 'JOINT  ' TO CMT-REL-NAME
005360         WHEN 'T'
005370             MOVE 'TRUSTEE' TO CMT-REL-NAME
005380         WHEN OTHER
005390             MOVE '?      ' TO CMT-REL-NAME
005400     END-EVALUATE.
005410 3330-EXIT.
005420     EXIT.
005430 4000-ADD-CUSTOMER.
005440******************************************************************
005450* A NEW CUSTOMER NEEDS A NUMBER NOT ALREADY ON FILE, A FULL NAME,
005460* THE FIRST ADDRESS LINE AND A TAX ID.  THE SECOND ADDRESS LINE,
005470* CITY, STATE AND POSTCODE MAY BE LEFT BLANK FOR AN ADDRESS THAT
005480* DOES NOT USE THEM.
005490******************************************************************
005500     PERFORM 2100-ACCEPT-CUSTOMER-NO THRU 2100-EXIT.
005510     IF CMT-CUSTOMER-NO = 0
005520         GO TO 4000-EXIT
005530     END-IF.
005540     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
005550     IF CMT-CUST-FOUND
005560         DISPLAY "CUSTOMER " CMT-CUSTOMER-NO
005570             " IS ALREADY ON FILE - NOT ADDED"
005580         GO TO 4000-EXIT
005590     END-IF.
005600     MOVE SPACES TO CMT-NEW-CUSTOMER.
005610     MOVE CMT-CUSTOMER-NO TO CMT-NC-CUSTOMER-NO.
005620     MOVE CMT-TODAY       TO CMT-NC-OPEN-DATE.
005630     DISPLAY "FULL NAME (40 CHARACTERS): " WITH NO ADVANCING.
005640     MOVE SPACES TO CMT-ANSWER.
005650     ACCEPT CMT-ANSWER.
005660     IF CMT-ANSWER = SPACES
005670         DISPLAY "A NAME IS REQUIRED - NOT ADDED"
005680         GO TO 4000-EXIT
005690     END-IF.
005700     MOVE CMT-ANSWER TO CMT-NC-FULL-NAME.
005710     DISPLAY "ADDRESS LINE 1: " WITH NO ADVANCING.
005720     MOVE SPACES TO CMT-ANSWER.
005730     ACCEPT CMT-ANSWER.
005740     IF CMT-ANSWER = SPACES
005750         DISPLAY "AN ADDRESS IS REQUIRED - NOT ADDED"
005760         GO TO 4000-EXIT
005770     END-IF.
005780     MOVE CMT-ANSWER TO CMT-NC-ADDRESS-1.
005790     DISPLAY "ADDRESS LINE 2 (ENTER FOR NONE): "
005800         WITH NO ADVANCING.
005810     MOVE SPACES TO CMT-ANSWER.
005820     ACCEPT CMT-ANSWER.
005830     MOVE CMT-ANSWER TO CMT-NC-ADDRESS-2.
005840     DISPLAY "CITY: " WITH NO ADVANCING.
005850     MOVE SPACES TO CMT-ANSWER.
005860     ACCEPT CMT-ANSWER.
005870     MOVE CMT-ANSWER TO CMT-NC-CITY.
005880     DISPLAY "STATE (2): " WITH NO ADVANCING.
005890     MOVE SPACES TO CMT-ANSWER.
005900     ACCEPT CMT-ANSWER.
005910     MOVE CMT-ANSWER TO CMT-NC-STATE.
005920     DISPLAY "POSTCODE: " WITH NO ADVANCING.
005930     MOVE SPACES TO CMT-ANSWER.
005940     ACCEPT CMT-ANSWER.
005950     MOVE CMT-ANSWER TO CMT-NC-POSTCODE.
005960     DISPLAY "TAX ID (11 CHARACTERS): " WITH NO ADVANCING.
005970     MOVE SPACES TO CMT-ANSWER.
005980     ACCEPT CMT-ANSWER.
005990     IF CMT-ANSWER = SPACES
006000         DISPLAY "A TAX ID IS REQUIRED - NOT ADDED"
006010         GO TO 4000-EXIT
006020     END-IF.
006030     MOVE CMT-ANSWER TO CMT-NC-TAX-ID.
006040     PERFORM 3200-SHOW-CUSTOMER THRU 3200-EXIT.
006050     DISPLAY "ADD THIS CUSTOMER (Y/N): " WITH NO ADVANCING.
006060     MOVE SPACE TO CMT-CONFIRM.
006070     ACCEPT CMT-CONFIRM.
006080     IF CMT-CONFIRM NOT = 'Y' AND CMT-CONFIRM NOT = 'y'
006090         DISPLAY "CUSTOMER NOT ADDED"
006100         GO TO 4000-EXIT
006110     END-IF.
006120     PERFORM 4100-WRITE-CUSTOMER THRU 4100-EXIT.
006130     IF NOT CMT-CHANGE-APPLIED
006140         DISPLAY "CUSTOMER NOT ADDED - CUSTOMER FILE UNCHANGED"
006150         GO TO 4000-EXIT
006160     END-IF.
006170     DISPLAY "CUSTOMER " CMT-CUSTOMER-NO " ADDED".
006175     MOVE SPACES TO CMT-LOG-DETAIL.
006180     MOVE CMT-CUSTOMER-NO TO CMT-LD-CUSTOMER.
006190     MOVE CMT-NC-FULL-NAME TO CMT-LD-TEXT.
006200     MOVE 'CUSTOMER ADDED      ' TO ML-ACTION.
006210     MOVE CMT-LOG-DETAIL TO ML-DETAIL.
006220     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
006230 4000-EXIT.
006240     EXIT.
006250 4100-WRITE-CUSTOMER.
006260*    A CUSTOMER MASTER NOT YET ON FILE IS CREATED EMPTY SO THE
006270*    FIRST CUSTOMER CAN BE ADDED, AS ACCTMNT DOES FOR ACCOUNTS.
006280     MOVE 'N' TO CMT-APPLIED-SW.
006290     OPEN I-O CUSTOMER-MASTER.
006300     IF CMT-CUST-MSTR-NO-FILE
006310         OPEN OUTPUT CUSTOMER-MASTER
006320         CLOSE CUSTOMER-MASTER
006330         OPEN I-O CUSTOMER-MASTER
006340     END-IF.
006350     IF NOT CMT-CUST-MSTR-OK
006360         DISPLAY "CUSTOMER MASTER WILL NOT OPEN FOR UPDATE"
006370         GO TO 4100-EXIT
006380     END-IF.
006390     MOVE CMT-NEW-CUSTOMER TO CUSTOMER-MASTER-RECORD.
006400     WRITE CUSTOMER-MASTER-RECORD
006410         INVALID KEY
006420             DISPLAY "CUSTOMER MASTER WRITE FAILED FOR CUSTOMER "
006430                 CM-CUSTOMER-NO
006440         NOT INVALID KEY
006450             SET CMT-CHANGE-APPLIED TO TRUE
006460     END-WRITE.
006470     CLOSE CUSTOMER-MASTER.
006480 4100-EXIT.
006490     EXIT.
006500 5000-CHANGE-CUSTOMER.
006510******************************************************************
006520* EACH FIELD IS OFFERED WITH ITS CURRENT VALUE; ENTER KEEPS IT.
006530* THE SECOND ADDRESS LINE IS THE ONE FIELD THAT MAY BE EMPTIED -
006540* AN ASTERISK CLEARS IT.  EACH FIELD CHANGED IS LOGGED SEPARATELY
006550* WITH ITS NEW VALUE; A TAX ID CHANGE IS LOGGED WITHOUT IT.
006560******************************************************************
006570     PERFORM 2100-ACCEPT-CUSTOMER-NO THRU 2100-EXIT.
006580     IF CMT-CUSTOMER-NO = 0
006590         GO TO 5000-EXIT
006600     END-IF.
006610     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
006620     IF NOT CMT-CUST-FOUND
006630         DISPLAY "CUSTOMER " CMT-CUSTOMER-NO
006640             " IS NOT ON THE CUSTOMER FILE"
006650         GO TO 5000-EXIT
006660     END-IF.
006670     PERFORM 3200-SHOW-CUSTOMER THRU 3200-EXIT.
006680     MOVE 0 TO CMT-CHANGE-COUNT.
006690     MOVE CMT-CUSTOMER-NO TO CMT-LD-CUSTOMER.
006700     DISPLAY "FULL NAME (ENTER TO KEEP): " WITH NO ADVANCING.
006710     MOVE SPACES TO CMT-ANSWER.
006720     ACCEPT CMT-ANSWER.
006730     IF CMT-ANSWER NOT = SPACES
006740         MOVE CMT-ANSWER TO CMT-NC-FULL-NAME
006750         ADD 1 TO CMT-CHANGE-COUNT
006760     END-IF.
006770     DISPLAY "ADDRESS LINE 1 (ENTER TO KEEP): " WITH NO ADVANCING.
006780     MOVE SPACES TO CMT-ANSWER.
006790     ACCEPT CMT-ANSWER.
006800     IF CMT-ANSWER NOT = SPACES
006810         MOVE CMT-ANSWER TO CMT-NC-ADDRESS-1
006820         ADD 1 TO CMT-CHANGE-COUNT
006830     END-IF.
006840     DISPLAY "ADDRESS LINE 2 (ENTER TO KEEP, * TO CLEAR): "
006850         WITH NO ADVANCING.
006860     MOVE SPACES TO CMT-ANSWER.
006870     ACCEPT CMT-ANSWER.
006880     IF CMT-ANSWER = '*'
006890         MOVE SPACES TO CMT-NC-ADDRESS-2
006900         ADD 1 TO CMT-CHANGE-COUNT
006910     ELSE
006920         IF CMT-ANSWER NOT = SPACES
006930             MOVE CMT-ANSWER TO CMT-NC-ADDRESS-2
006940             ADD 1 TO CMT-CHANGE-COUNT
006950         END-IF
006960     END-IF.
006970     DISPLAY "CITY (ENTER TO KEEP): " WITH NO ADVANCING.
006980     MOVE SPACES TO CMT-ANSWER.
006990     ACCEPT CMT-ANSWER.
007000     IF CMT-ANSWER NOT = SPACES
007010         MOVE CMT-ANSWER TO CMT-NC-CITY
007020         ADD 1 TO CMT-CHANGE-COUNT
007030     END-IF.
007040     DISPLAY "STATE (ENTER TO KEEP): " WITH NO ADVANCING.
007050     MOVE SPACES TO CMT-ANSWER.
007060     ACCEPT CMT-ANSWER.
007070     IF CMT-ANSWER NOT = SPACES
007080         MOVE CMT-ANSWER TO CMT-NC-STATE
007090         ADD 1 TO CMT-CHANGE-COUNT
007100     END-IF.
007110     DISPLAY "POSTCODE (ENTER TO KEEP): " WITH NO ADVANCING.
007120     MOVE SPACES TO CMT-ANSWER.
007130     ACCEPT CMT-ANSWER.
007140     IF CMT-ANSWER NOT = SPACES
007150         MOVE CMT-ANSWER TO CMT-NC-POSTCODE
007160         ADD 1 TO CMT-CHANGE-COUNT
007170     END-IF.
007180     DISPLAY "TAX ID (ENTER TO KEEP): " WITH NO ADVANCING.
007190     MOVE SPACES TO CMT-ANSWER.
007200     ACCEPT CMT-ANSWER.
007210     IF CMT-ANSWER NOT = SPACES
007220         MOVE CMT-ANSWER TO CMT-NC-TAX-ID
007230         ADD 1 TO CMT-CHANGE-COUNT
007240     END-IF.
007250     IF CMT-CHANGE-COUNT = 0
007260         DISPLAY "NOTHING CHANGED"
007270         GO TO 5000-EXIT
007280     END-IF.
007290     PERFORM 3200-SHOW-CUSTOMER THRU 3200-EXIT.
007300     DISPLAY "APPLY THESE CHANGES (Y/N): " WITH NO ADVANCING.
007310     MOVE SPACE TO CMT-CONFIRM.
007320     ACCEPT CMT-CONFIRM.
007330     IF CMT-CONFIRM NOT = 'Y' AND CMT-CONFIRM NOT = 'y'
007340         DISPLAY "CUSTOMER NOT CHANGED"
007350         GO TO 5000-EXIT
007360     END-IF.
007370     PERFORM 5100-REWRITE-CUSTOMER THRU 5100-EXIT.
007380     IF NOT CMT-CHANGE-APPLIED
007390         DISPLAY "CUSTOMER NOT CHANGED - CUSTOMER FILE UNCHANGED"
007400         GO TO 5000-EXIT
007410     END-IF.
007420     DISPLAY "CUSTOMER " CMT-CUSTOMER-NO " CHANGED".
007430 5000-EXIT.
007440     EXIT.
007450 5100-REWRITE-CUSTOMER.
007460*    THE RECORD IS READ AGAIN UNDER I-O SO THE FIELDS LOGGED AS
007470*    CHANGED ARE THOSE THAT DIFFER FROM THE RECORD ON FILE NOW.
007473*    THEY ARE NOTED BEFORE THE REWRITE REPLACES THE RECORD AREA
007476*    BUT LOGGED ONLY ONCE THE REWRITE HAS TAKEN.
007480     MOVE 'N' TO CMT-APPLIED-SW.
007482     MOVE 'N' TO CMT-NAME-CHG-SW.
007484     MOVE 'N' TO CMT-ADDR-CHG-SW.
007486     MOVE 'N' TO CMT-TAX-CHG-SW.
007490     OPEN I-O CUSTOMER-MASTER.
007500     IF NOT CMT-CUST-MSTR-OK
007510         DISPLAY "CUSTOMER MASTER WILL NOT OPEN FOR UPDATE"
007520         GO TO 5100-EXIT
007530     END-IF.
007540     MOVE CMT-CUSTOMER-NO TO CM-CUSTOMER-NO.
007550     READ CUSTOMER-MASTER
007560         INVALID KEY
007570             DISPLAY "CUSTOMER " CMT-CUSTOMER-NO
007580                 " NO LONGER ON THE CUSTOMER MASTER"
007590             CLOSE CUSTOMER-MASTER
007600             GO TO 5100-EXIT
007610     END-READ.
007620     IF CMT-NC-FULL-NAME NOT = CM-FULL-NAME
007630         SET CMT-NAME-CHANGED TO TRUE
007660     END-IF.
007670     IF CMT-NC-ADDRESS-1 NOT = CM-ADDRESS-1
007680         OR CMT-NC-ADDRESS-2 NOT = CM-ADDRESS-2
007690         OR CMT-NC-CITY NOT = CM-CITY
007700         OR CMT-NC-STATE NOT = CM-STATE
007710         OR CMT-NC-POSTCODE NOT = CM-POSTCODE
007720         SET CMT-ADDR-CHANGED TO TRUE
007750     END-IF.
007760     IF CMT-NC-TAX-ID NOT = CM-TAX-ID
007770         SET CMT-TAX-CHANGED TO TRUE
007800     END-IF.
007810     MOVE CMT-NEW-CUSTOMER TO CUSTOMER-MASTER-RECORD.
007820     REWRITE CUSTOMER-MASTER-RECORD
007830         INVALID KEY
007840             DISPLAY "CUSTOMER MASTER REWRITE FAILED FOR "
007850                 "CUSTOMER "
007860                 CM-CUSTOMER-NO
007870         NOT INVALID KEY
007880             SET CMT-CHANGE-APPLIED TO TRUE
007890     END-REWRITE.
007900     CLOSE CUSTOMER-MASTER.
007901     IF NOT CMT-CHANGE-APPLIED
007902         GO TO 5100-EXIT
007903     END-IF.
007904     IF CMT-NAME-CHANGED
007905         MOVE 'CUST NAME CHANGED   ' TO ML-ACTION
007906         MOVE CMT-NC-FULL-NAME TO CMT-LD-TEXT
007907         PERFORM 5200-LOG-FIELD THRU 5200-EXIT
007908     END-IF.
007909     IF CMT-ADDR-CHANGED
007910         MOVE 'CUST ADDR CHANGED   ' TO ML-ACTION
007911         MOVE CMT-NC-ADDRESS-1 TO CMT-LD-TEXT
007912         PERFORM 5200-LOG-FIELD THRU 5200-EXIT
007913     END-IF.
007914     IF CMT-TAX-CHANGED
007915         MOVE 'CUST TAX ID CHANGED ' TO ML-ACTION
007916         MOVE SPACES TO CMT-LD-TEXT
007917         PERFORM 5200-LOG-FIELD THRU 5200-EXIT
007918     END-IF.
007919 5100-EXIT.
007920     EXIT.
007930 5200-LOG-FIELD.
007940     MOVE CMT-CUSTOMER-NO TO CMT-LD-CUSTOMER.
007950     MOVE CMT-LOG-DETAIL TO ML-DETAIL.
007960     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
007970 5200-EXIT.
007980     EXIT.
007990 6000-LINK-ACCOUNT.
008000******************************************************************
008010* AN ACCOUNT IS LINKED TO A CUSTOMER ON THE CUSTOMER MASTER AS
008020* OWNER (O), JOINT HOLDER (J) OR TRUSTEE (T).  THE ACCOUNT MUST BE
008030* ON THE ACCOUNT MASTER AND NOT CLOSED.  A CUSTOMER IS LINKED TO
008040* AN ACCOUNT ONLY ONCE, AND AN ACCOUNT HAS AT MOST ONE OWNER -
008050* JOINT HOLDERS ARE EACH LINKED AS J.
008060******************************************************************
008070     PERFORM 2100-ACCEPT-CUSTOMER-NO THRU 2100-EXIT.
008080     IF CMT-CUSTOMER-NO = 0
008090         GO TO 6000-EXIT
008100     END-IF.
008110     PERFORM 3100-READ-CUSTOMER THRU 3100-EXIT.
008120     IF NOT CMT-CUST-FOUND
008130         DISPLAY "CUSTOMER " CMT-CUSTOMER-NO
008140             " IS NOT ON THE CUSTOMER FILE - NOT LINKED"
008150         GO TO 6000-EXIT
008160     END-IF.
008170     DISPLAY "CUSTOMER . . . . . . . . . : " CMT-NC-FULL-NAME.
008180     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
008190     MOVE SPACES TO CMT-ANSWER.
008200     ACCEPT CMT-ANSWER.
008210     IF CMT-ANSWER-NUMBER NOT NUMERIC
008220         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
008230         GO TO 6000-EXIT
008240     END-IF.
008250     MOVE CMT-ANSWER-NUMBER TO CMT-ACCOUNT-NO.
008260     PERFORM 6100-FIND-ACCOUNT THRU 6100-EXIT.
008270     IF NOT CMT-ACCT-FOUND
008280         DISPLAY "ACCOUNT IS NOT ON THE ACCOUNT MASTER - "
008290             "NOT LINKED"
008300         GO TO 6000-EXIT
008310     END-IF.
008320     IF CMT-ACCT-STATUS = 'C'
008330         DISPLAY "ACCOUNT IS CLOSED - NOT LINKED"
008340         GO TO 6000-EXIT
008350     END-IF.
008360     DISPLAY "ACCOUNT NAME . . . . . . . : " CMT-ACCT-NAME.
008370     DISPLAY "RELATIONSHIP - O OWNER, J JOINT, T TRUSTEE: "
008380         WITH NO ADVANCING.
008390     MOVE SPACE TO CMT-RELATIONSHIP.
008400     ACCEPT CMT-RELATIONSHIP.
008410     IF NOT CMT-REL-VALID
008420         DISPLAY "RELATIONSHIP MUST BE O, J OR T - NOT LINKED"
008430         GO TO 6000-EXIT
008440     END-IF.
008450     PERFORM 6200-SCAN-LINKS THRU 6200-EXIT.
008460     IF CMT-PAIR-FOUND
008470         DISPLAY "CUSTOMER IS ALREADY LINKED TO THIS ACCOUNT"
008480         GO TO 6000-EXIT
008490     END-IF.
008500     IF CMT-REL-OWNER AND CMT-OWNER-FOUND
008510         DISPLAY "ACCOUNT ALREADY HAS AN OWNER - LINK AS J OR T, "
008520             "OR REMOVE THE OWNER LINK FIRST"
008530         GO TO 6000-EXIT
008540     END-IF.
008550     PERFORM 6300-APPEND-LINK THRU 6300-EXIT.
008560     IF NOT CMT-CHANGE-APPLIED
008570         DISPLAY "ACCOUNT NOT LINKED - LINK FILE UNCHANGED"
008580         GO TO 6000-EXIT
008590     END-IF.
008600     DISPLAY "ACCOUNT " CMT-ACCOUNT-NO " LINKED TO CUSTOMER "
008610         CMT-CUSTOMER-NO.
008615     MOVE SPACES TO CMT-LOG-DETAIL.
008620     MOVE CMT-CUSTOMER-NO  TO CMT-LD-CUSTOMER.
008630     MOVE CMT-ACCOUNT-NO   TO CMT-LD-ACCOUNT.
008640     MOVE CMT-RELATIONSHIP TO CMT-LD-RELATIONSHIP.
008650     MOVE 'ACCOUNT LINKED      ' TO ML-ACTION.
008660     MOVE CMT-LOG-DETAIL TO ML-DETAIL.
008670     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
008680 6000-EXIT.
008690     EXIT.
008700 6100-FIND-ACCOUNT.
008710     MOVE 'N' TO CMT-ACCT-FOUND-SW.
008720     MOVE '*NOT ON ACCT MASTER*' TO CMT-ACCT-NAME.
008730     MOVE SPACE TO CMT-ACCT-STATUS.
008740     OPEN INPUT ACCOUNT-MASTER.
008750     IF NOT CMT-ACCT-MSTR-OK
008760         GO TO 6100-EXIT
008770     END-IF.
008780     MOVE CMT-ACCOUNT-NO TO AM-ACCOUNT-NO.
008790     READ ACCOUNT-MASTER
008800         INVALID KEY
008810             CONTINUE
008820         NOT INVALID KEY
008830             SET CMT-ACCT-FOUND TO TRUE
008840             MOVE AM-ACCOUNT-NAME TO CMT-ACCT-NAME
008850             MOVE AM-STATUS TO CMT-ACCT-STATUS
008860     END-READ.
008870     CLOSE ACCOUNT-MASTER.
008880 6100-EXIT.
008890     EXIT.
008900 6200-SCAN-LINKS.
008910*    NOTES WHETHER THIS CUSTOMER IS ALREADY ON THE ACCOUNT AND
008920*    WHETHER ANY CUSTOMER ALREADY OWNS IT.
008930     MOVE 'N' TO CMT-PAIR-FOUND-SW.
008940     MOVE 'N' TO CMT-OWNER-FOUND-SW.
008950     MOVE 'N' TO CMT-LINK-EOF-SW.
008960     OPEN INPUT CUSTOMER-LINK.
008970     IF NOT CMT-LINK-OK
008980         GO TO 6200-EXIT
008990     END-IF.
009000     PERFORM 3310-READ-LINK THRU 3310-EXIT.
009010     PERFORM 6210-CHECK-LINK THRU 6210-EXIT
009020         UNTIL CMT-LINK-EOF.
009030     CLOSE CUSTOMER-LINK.
009040 6200-EXIT.
009050     EXIT.
009060 6210-CHECK-LINK.
009070     IF CL-ACCOUNT-NO = CMT-ACCOUNT-NO
009080         IF CL-CUSTOMER-NO = CMT-CUSTOMER-NO
009090             SET CMT-PAIR-FOUND TO TRUE
009100             MOVE CL-RELATIONSHIP TO CMT-LD-RELATIONSHIP
009110         END-IF
009120         IF CL-OWNER
009130             SET CMT-OWNER-FOUND TO TRUE
009140         END-IF
009150     END-IF.
009160     PERFORM 3310-READ-LINK THRU 3310-EXIT.
009170 6210-EXIT.
009180     EXIT.
009190 6300-APPEND-LINK.
009200     MOVE 'N' TO CMT-APPLIED-SW.
009210     OPEN EXTEND CUSTOMER-LINK.
009220     IF NOT CMT-LINK-OK
009230         OPEN OUTPUT CUSTOMER-LINK
009240         CLOSE CUSTOMER-LINK
009250         OPEN EXTEND CUSTOMER-LINK
009260     END-IF.
009270     IF NOT CMT-LINK-OK
009280         DISPLAY "LINK FILE WILL NOT OPEN"
009290         GO TO 6300-EXIT
009300     END-IF.
009310     MOVE CMT-CUSTOMER-NO  TO CL-CUSTOMER-NO.
009320     MOVE CMT-ACCOUNT-NO   TO CL-ACCOUNT-NO.
009330     MOVE CMT-RELATIONSHIP TO CL-RELATIONSHIP.
009340     MOVE CMT-TODAY        TO CL-LINK-DATE.
009350     WRITE CUSTOMER-LINK-RECORD.
009351     IF NOT CMT-LINK-OK
009352         DISPLAY "LINK FILE WRITE FAILED, STATUS " CMT-LINK-STATUS
009353         CLOSE CUSTOMER-LINK
009354         GO TO 6300-EXIT
009355     END-IF.
009360     CLOSE CUSTOMER-LINK.
009370     SET CMT-CHANGE-APPLIED TO TRUE.
009380 6300-EXIT.
009390     EXIT.
009400 7000-UNLINK-ACCOUNT.
009410     PERFORM 2100-ACCEPT-CUSTOMER-NO THRU 2100-EXIT.
009420     IF CMT-CUSTOMER-NO = 0
009430         GO TO 7000-EXIT
009440     END-IF.
009450     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
009460     MOVE SPACES TO CMT-ANSWER.
009470     ACCEPT CMT-ANSWER.
009480     IF CMT-ANSWER-NUMBER NOT NUMERIC
009490         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
009500         GO TO 7000-EXIT
009510     END-IF.
009520     MOVE CMT-ANSWER-NUMBER TO CMT-ACCOUNT-NO.
009530     MOVE SPACE TO CMT-LD-RELATIONSHIP.
009540     PERFORM 6200-SCAN-LINKS THRU 6200-EXIT.
009550     IF NOT CMT-PAIR-FOUND
009560         DISPLAY "CUSTOMER " CMT-CUSTOMER-NO
009570             " IS NOT LINKED TO ACCOUNT " CMT-ACCOUNT-NO
009580         GO TO 7000-EXIT
009590     END-IF.
009600     MOVE CMT-LD-RELATIONSHIP TO CMT-RELATIONSHIP.
009610     PERFORM 3330-SET-REL-NAME THRU 3330-EXIT.
009620     DISPLAY "LINK IS " CMT-REL-NAME.
009630     DISPLAY "REMOVE THIS LINK (Y/N): " WITH NO ADVANCING.
009640     MOVE SPACE TO CMT-CONFIRM.
009650     ACCEPT CMT-CONFIRM.
009660     IF CMT-CONFIRM NOT = 'Y' AND CMT-CONFIRM NOT = 'y'
009670         DISPLAY "LINK NOT REMOVED"
009680         GO TO 7000-EXIT
009690     END-IF.
009700     PERFORM 7100-REWRITE-LINKS THRU 7100-EXIT.
009710     IF NOT CMT-CHANGE-APPLIED
009711         AND CMT-LINK-WRITE-FAILED
009712         DISPLAY "LINK NOT REMOVED - LINK FILE MUST BE RESTORED "
009713             "FROM THE LINK WORK FILE"
009714         GO TO 7000-EXIT
009715     END-IF.
009716     IF NOT CMT-CHANGE-APPLIED
009720         DISPLAY "LINK NOT REMOVED - LINK FILE UNCHANGED"
009730         GO TO 7000-EXIT
009740     END-IF.
009750     DISPLAY "LINK REMOVED".
009755     MOVE SPACES TO CMT-LOG-DETAIL.
009760     MOVE CMT-CUSTOMER-NO  TO CMT-LD-CUSTOMER.
009770     MOVE CMT-ACCOUNT-NO   TO CMT-LD-ACCOUNT.
009780     MOVE CMT-RELATIONSHIP TO CMT-LD-RELATIONSHIP.
009790     MOVE 'ACCOUNT UNLINKED    ' TO ML-ACTION.
009800     MOVE CMT-LOG-DETAIL TO ML-DETAIL.
009810     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
009820 7000-EXIT.
009830     EXIT.
009840 7100-REWRITE-LINKS.
009850******************************************************************
009860* THE LINK FILE IS SEQUENTIAL, SO A REMOVAL IS A COPY: LINK FILE
009870* TO WORK FILE LEAVING OUT THE ONE LINK, THEN WORK FILE BACK OVER
009880* THE LINK FILE - THE SAME WAY ACCTINQ RELEASES A HOLD.
009882* A FAILED WRITE TO THE WORK FILE LEAVES THE LINK FILE AS IT
009884* WAS.  ONE ON THE COPY BACK LEAVES IT SHORT, AND THE WORK FILE
009886* IS THEN THE ONLY WHOLE COPY.
009890******************************************************************
009900     MOVE 'N' TO CMT-APPLIED-SW.
009905     MOVE 'N' TO CMT-LINK-WRITE-SW.
009910     OPEN OUTPUT LINK-WORK.
009920     IF NOT CMT-LINK-WORK-OK
009930         DISPLAY "LINK WORK FILE WILL NOT OPEN"
009940         GO TO 7100-EXIT
009950     END-IF.
009960     MOVE 'N' TO CMT-LINK-EOF-SW.
009970     OPEN INPUT CUSTOMER-LINK.
009980     IF NOT CMT-LINK-OK
009990         DISPLAY "LINK FILE WILL NOT OPEN"
010000         CLOSE LINK-WORK
010010         GO TO 7100-EXIT
010020     END-IF.
010030     PERFORM 3310-READ-LINK THRU 3310-EXIT.
010040     PERFORM 7110-COPY-TO-WORK THRU 7110-EXIT
010050         UNTIL CMT-LINK-EOF
010055         OR CMT-LINK-WRITE-FAILED.
010060     CLOSE CUSTOMER-LINK.
010070     CLOSE LINK-WORK.
010071     IF CMT-LINK-WRITE-FAILED
010072         DISPLAY "LINK WORK FILE WRITE FAILED, STATUS "
010073             CMT-LINK-WORK-STATUS
010074         MOVE 'N' TO CMT-LINK-WRITE-SW
010075         GO TO 7100-EXIT
010076     END-IF.
010080     OPEN INPUT LINK-WORK.
010090     IF NOT CMT-LINK-WORK-OK
010100         DISPLAY "LINK WORK FILE WILL NOT REOPEN"
010110         GO TO 7100-EXIT
010120     END-IF.
010130     OPEN OUTPUT CUSTOMER-LINK.
010140     IF NOT CMT-LINK-OK
010150         DISPLAY "LINK FILE WILL NOT OPEN FOR REWRITE"
010160         CLOSE LINK-WORK
010170         GO TO 7100-EXIT
010180     END-IF.
010190     MOVE 'N' TO CMT-LINK-EOF-SW.
010200     PERFORM 7120-READ-WORK THRU 7120-EXIT.
010210     PERFORM 7130-COPY-BACK THRU 7130-EXIT
010220         UNTIL CMT-LINK-EOF
010225         OR CMT-LINK-WRITE-FAILED.
010230     CLOSE CUSTOMER-LINK.
010240     CLOSE LINK-WORK.
010242     IF CMT-LINK-WRITE-FAILED
010244         DISPLAY "LINK FILE WRITE FAILED, STATUS " CMT-LINK-STATUS
010246         GO TO 7100-EXIT
010248     END-IF.
010250     SET CMT-CHANGE-APPLIED TO TRUE.
010260 7100-EXIT.
010270     EXIT.
010280 7110-COPY-TO-WORK.
010290     IF CL-CUSTOMER-NO = CMT-CUSTOMER-NO
010300         AND CL-ACCOUNT-NO = CMT-ACCOUNT-NO
010310         GO TO 7110-READ
010320     END-IF.
010330     MOVE CUSTOMER-LINK-RECORD TO LINK-WORK-RECORD.
010340     WRITE LINK-WORK-RECORD.
010342     IF NOT CMT-LINK-WORK-OK
010344         SET CMT-LINK-WRITE-FAILED TO TRUE
010346         GO TO 7110-EXIT
010348     END-IF.
010350 7110-READ.
010360     PERFORM 3310-READ-LINK THRU 3310-EXIT.
010370 7110-EXIT.
010380     EXIT.
010390 7120-READ-WORK.
010400     READ LINK-WORK
010410         AT END
010420             SET CMT-LINK-EOF TO TRUE
010430     END-READ.
010440 7120-EXIT.
010450     EXIT.
010460 7130-COPY-BACK.
010470     MOVE LINK-WORK-RECORD TO CUSTOMER-LINK-RECORD.
010480     WRITE CUSTOMER-LINK-RECORD.
010482     IF NOT CMT-LINK-OK
010484         SET CMT-LINK-WRITE-FAILED TO TRUE
010486         GO TO 7130-EXIT
010488     END-IF.
010490     PERFORM 7120-READ-WORK THRU 7120-EXIT.
010500 7130-EXIT.
010510     EXIT.
010520 8000-WRITE-MAINT-LOG.
010530     ACCEPT CMT-NOW FROM TIME.
010540     MOVE CMT-TODAY    TO ML-DATE.
010550     MOVE CMT-NOW      TO ML-TIME.
010560     MOVE CMT-OPERATOR TO ML-OPERATOR.
010570     WRITE MAINT-LOG-RECORD.
010580 8000-EXIT.
010590     EXIT.
010600 9000-TERMINATE.
010610     IF CMT-MAINT-OK
010620         MOVE 'CUST MAINT CLOSED   ' TO ML-ACTION
010630         MOVE SPACES TO ML-DETAIL
010640         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
010650         CLOSE MAINT-LOG
010660     END-IF.
010670 9000-EXIT.
010680     EXIT.
