000270*                 AND FROM THE LIVE AUDIT LOG (WHICH HOLDS THE
000280*                 CURRENT MONTH UNTIL THE AUDARCH CUTOVER).
000290*                 EVERY LOOKUP IS STAMPED TO THE MAINTENANCE LOG
000291*                 WITH OPERATOR INITIALS AND A TIMESTAMP, THE
000292*                 SAME AS OPERCON LOGS ITS CHANGES.
000293* 10/15/26   DPC  THE ACCOUNT MASTER RECORD NOW CARRIES AN
000294*                 OVERDRAFT LIMIT, SHOWN WITH THE ACCOUNT NAME AND
000295*                 STATUS.
000296* 10/15/26   DPC  THE AUDIT LOG AND ARCHIVE RECORDS NOW END WITH
000297*                 THE BRANCH CODE; LAYOUT WIDENED TO MATCH.
000298* 10/15/26   DPC  FUNDS HOLDS.  SIGN-ON NOW GOES THROUGH THE
000299*                 OPERATOR PROFILE FILE AS IN OPERCON AND ACCTMNT,
000300*                 AND A MENU OFFERS THE ACTIVITY INQUIRY OR THE
000301*                 HOLD FILE: VIEW HOLDS, OR PLACE AND RELEASE THEM
000302*                 UNDER CHANGE AUTHORITY - LOGGED TO THE
000303*                 MAINTENANCE LOG AND BLOCKED WHILE A CHAIN RUNS.
000304*                 THE POSITION NOW SHOWS ACTIVE HOLDS AND THE
000305*                 AVAILABLE BALANCE.
000306* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000307*                 NUMBER.  THE NAME, STATUS AND LIMIT ARE READ BY
000308*                 KEY INSTEAD OF BY SCANNING THE FILE.
000309* 10/15/26   DPC  THE AUDIT LOG AND ARCHIVE RECORDS NOW END WITH
000310*                 THE ITEM CURRENCY, ORIGINAL A AND B AND FX RATE;
000311*                 RECORD LAYOUTS WIDENED TO MATCH.
000312* 10/15/26   DPC  CUSTOMER INQUIRY.  MENU ITEM 5 TAKES A CUSTOMER
000313*                 NUMBER, SHOWS THE NAME, ADDRESS AND TAX ID FROM
000314*                 THE CUSTOMER MASTER (CUSTMSTR), THEN EVERY
000315*                 ACCOUNT THE LINK FILE (CUSTLINK) TIES TO THAT
000316*                 CUSTOMER WITH ITS RELATIONSHIP, BALANCE AND
000317*                 HOLDS, AND THE COMBINED BALANCES ACROSS THEM.
000318* 10/15/26   DPC  STOP PAYMENTS.  MENU ITEM 6 LISTS THE STOPS ON
000319*                 AN ACCOUNT FROM THE STOP FILE (STOPPAY); 7 AND 8
000320*                 PLACE AND RELEASE THEM UNDER CHANGE AUTHORITY,
000321*                 LOGGED TO THE MAINTENANCE LOG.  A STOP COVERS
000322*                 ONE CHEQUE SERIAL OR A RANGE, FOR ONE AMOUNT OR
000323*                 ANY, UNTIL RELEASED OR ITS EXPIRY DATE.  A
000324*                 RELEASE IS BLOCKED WHILE A CHAIN RUNS.  ACTIVITY
000325*                 LINES NOW SHOW THE CHEQUE SERIAL; AUDIT LOG AND
000326*                 ARCHIVE LAYOUTS WIDENED TO MATCH.
000327******************************************************************
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS INQ-AUDIT-STATUS.
000470     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000480         ORGANIZATION IS INDEXED
000483         ACCESS MODE IS RANDOM
000486         RECORD KEY IS AM-ACCOUNT-NO
000490         FILE STATUS IS INQ-ACCT-MSTR-STATUS.
000500     SELECT MAINT-LOG ASSIGN TO MNTLOG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS INQ-MAINT-STATUS.
000521     SELECT OPER-PROFILE ASSIGN TO OPERPROF
000522         ORGANIZATION IS LINE SEQUENTIAL
000523         FILE STATUS IS INQ-PROFILE-STATUS.
000524     SELECT CHAIN-LOCK ASSIGN TO CHAINLCK
000525         ORGANIZATION IS LINE SEQUENTIAL
000526         FILE STATUS IS INQ-LOCK-STATUS.
000527     SELECT HOLD-FILE ASSIGN TO HOLDFILE
000528         ORGANIZATION IS LINE SEQUENTIAL
000529         FILE STATUS IS INQ-HOLD-STATUS.
000530     SELECT HOLD-WORK ASSIGN TO HOLDWK
000531         ORGANIZATION IS LINE SEQUENTIAL
000532         FILE STATUS IS INQ-HOLD-WORK-STATUS.
000533     SELECT CUSTOMER-MASTER ASSIGN TO CUSTMSTR
000534         ORGANIZATION IS INDEXED
000535         ACCESS MODE IS RANDOM
000536         RECORD KEY IS CM-CUSTOMER-NO
000537         FILE STATUS IS INQ-CUST-MSTR-STATUS.
000538     SELECT CUSTOMER-LINK ASSIGN TO CUSTLINK
000539         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS INQ-LINK-STATUS.
000541     SELECT STOP-PAYMENT-FILE ASSIGN TO STOPPAY
000542         ORGANIZATION IS LINE SEQUENTIAL
000543         FILE STATUS IS INQ-STOP-STATUS.
000544     SELECT STOP-WORK ASSIGN TO STOPWK
000545         ORGANIZATION IS LINE SEQUENTIAL
000546         FILE STATUS IS INQ-STOP-WORK-STATUS.
000547 DATA DIVISION.
000548 FILE SECTION.
000550 FD  BALANCE-MASTER.
000560 01  BALANCE-RECORD.
000570     05  BM-ACCOUNT-NO           PIC 9(08).
000760         SIGN LEADING SEPARATE.
000770     05  AR-C                    PIC S9(7)V99
000780         SIGN LEADING SEPARATE.
000781     05  AR-BRANCH               PIC 9(02).
000782     05  AR-CURRENCY             PIC X(03).
000783     05  AR-ORIG-A               PIC S9(7)V99
000784         SIGN LEADING SEPARATE.
000785     05  AR-ORIG-B               PIC S9(7)V99
000786         SIGN LEADING SEPARATE.
000787     05  AR-FX-RATE              PIC 9(05)V9(06).
000789     05  AR-CHEQUE-SERIAL        PIC X(08).
000790 FD  AUDIT-LOG.
000800 01  AUDIT-LOG-RECORD.
000810     05  AL-RUN-ID               PIC 9(08).
000900         SIGN LEADING SEPARATE.
000910     05  AL-C                    PIC S9(7)V99
000920         SIGN LEADING SEPARATE.
000921     05  AL-BRANCH               PIC 9(02).
000922     05  AL-CURRENCY             PIC X(03).
000923     05  AL-ORIG-A               PIC S9(7)V99
000924         SIGN LEADING SEPARATE.
000925     05  AL-ORIG-B               PIC S9(7)V99
000926         SIGN LEADING SEPARATE.
000927     05  AL-FX-RATE              PIC 9(05)V9(06).
000929     05  AL-CHEQUE-SERIAL        PIC X(08).
000930 FD  ACCOUNT-MASTER.
000940 01  ACCOUNT-MASTER-RECORD.
000950     05  AM-ACCOUNT-NO           PIC 9(08).
000980         88  AM-OPEN                     VALUE 'O'.
000990         88  AM-CLOSED                   VALUE 'C'.
001000         88  AM-FROZEN                   VALUE 'F'.
001005     05  AM-OD-LIMIT             PIC 9(07)V99.
001010 FD  MAINT-LOG.
001020 01  MAINT-LOG-RECORD.
001030     05  ML-DATE                 PIC 9(08).
001050     05  ML-OPERATOR             PIC X(03).
001060     05  ML-ACTION               PIC X(20).
001070     05  ML-DETAIL               PIC X(30).
001071 FD  OPER-PROFILE.
001072 01  OPER-PROFILE-RECORD.
001073     05  OP-ID                   PIC X(03).
001074     05  OP-PASSWORD             PIC X(08).
001075     05  OP-AUTHORITY            PIC X(01).
001076     05  OP-FAIL-COUNT           PIC 9(02).
001077     05  OP-LOCK-SW              PIC X(01).
001078         88  OP-LOCKED-OUT               VALUE 'Y'.
001079 FD  CHAIN-LOCK.
001080 01  CHAIN-LOCK-RECORD.
001081     05  LK-STATUS               PIC X(01).
001082         88  LK-LIVE                     VALUE 'L'.
001083         88  LK-RELEASED                 VALUE 'R'.
001084     05  LK-BUSINESS-DATE        PIC 9(08).
001085     05  LK-START-TIME           PIC 9(08).
001086     05  LK-STEP-IN-FLIGHT       PIC X(08).
001087 FD  HOLD-FILE.
001088 01  HOLD-RECORD.
001089     05  HD-HOLD-ID              PIC 9(06).
001090     05  HD-ACCOUNT-NO           PIC 9(08).
001091     05  HD-AMOUNT               PIC 9(07)V99.
001092     05  HD-REASON               PIC X(02).
001093     05  HD-PLACED-BY            PIC X(03).
001094     05  HD-PLACED-DATE          PIC 9(08).
001095     05  HD-EXPIRY-DATE          PIC 9(08).
001096     05  HD-STATUS               PIC X(01).
001097         88  HD-ACTIVE                   VALUE 'A'.
001098         88  HD-RELEASED                 VALUE 'R'.
001099         88  HD-EXPIRED                  VALUE 'E'.
001100     05  HD-RELEASED-BY          PIC X(03).
001101     05  HD-RELEASE-DATE         PIC 9(08).
001102 FD  HOLD-WORK.
001103 01  HOLD-WORK-RECORD            PIC X(56).
001104 FD  CUSTOMER-MASTER.
001105 01  CUSTOMER-MASTER-RECORD.
001106     05  CM-CUSTOMER-NO          PIC 9(08).
001107     05  CM-FULL-NAME            PIC X(40).
001108     05  CM-ADDRESS-1            PIC X(30).
001109     05  CM-ADDRESS-2            PIC X(30).
001110     05  CM-CITY                 PIC X(20).
001111     05  CM-STATE                PIC X(02).
001112     05  CM-POSTCODE             PIC X(10).
001113     05  CM-TAX-ID               PIC X(11).
001114     05  CM-OPEN-DATE            PIC 9(08).
001115 FD  CUSTOMER-LINK.
001116 01  CUSTOMER-LINK-RECORD.
001117     05  CL-CUSTOMER-NO          PIC 9(08).
001118     05  CL-ACCOUNT-NO           PIC 9(08).
001119     05  CL-RELATIONSHIP         PIC X(01).
001120         88  CL-OWNER                    VALUE 'O'.
001121         88  CL-JOINT                    VALUE 'J'.
001122         88  CL-TRUSTEE                  VALUE 'T'.
001123     05  CL-LINK-DATE            PIC 9(08).
001124 FD  STOP-PAYMENT-FILE.
001125 01  STOP-PAYMENT-RECORD.
001126     05  STP-STOP-ID             PIC 9(06).
001127     05  STP-ACCOUNT-NO          PIC 9(08).
001128     05  STP-SERIAL-FROM         PIC 9(08).
001129     05  STP-SERIAL-TO           PIC 9(08).
001130     05  STP-AMOUNT              PIC 9(07)V99.
001131     05  STP-PLACED-BY           PIC X(03).
001132     05  STP-PLACED-DATE         PIC 9(08).
001133     05  STP-EXPIRY-DATE         PIC 9(08).
001134     05  STP-STATUS              PIC X(01).
001135         88  STP-ACTIVE                  VALUE 'A'.
001136         88  STP-RELEASED                VALUE 'R'.
001137     05  STP-RELEASED-BY         PIC X(03).
001138     05  STP-RELEASE-DATE        PIC 9(08).
001139 FD  STOP-WORK.
001140 01  STOP-WORK-RECORD            PIC X(70).
001141 WORKING-STORAGE SECTION.
001142 01  INQ-FILE-STATUSES.
001143     05  INQ-MASTER-STATUS       PIC X(02) VALUE SPACES.
001144         88  INQ-MASTER-OK               VALUE '00'.
001145     05  INQ-ARCHIVE-STATUS      PIC X(02) VALUE SPACES.
001146         88  INQ-ARCHIVE-OK              VALUE '00'.
001147     05  INQ-AUDIT-STATUS        PIC X(02) VALUE SPACES.
001150         88  INQ-AUDIT-OK                VALUE '00'.
001160     05  INQ-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
001170         88  INQ-ACCT-MSTR-OK            VALUE '00'.
001180     05  INQ-MAINT-STATUS        PIC X(02) VALUE SPACES.
001190         88  INQ-MAINT-OK                VALUE '00'.
001191     05  INQ-PROFILE-STATUS      PIC X(02) VALUE SPACES.
001192         88  INQ-PROFILE-OK              VALUE '00'.
001193     05  INQ-LOCK-STATUS         PIC X(02) VALUE SPACES.
001194         88  INQ-LOCK-OK                 VALUE '00'.
001195     05  INQ-HOLD-STATUS         PIC X(02) VALUE SPACES.
001196         88  INQ-HOLD-OK                 VALUE '00'.
001197     05  INQ-HOLD-WORK-STATUS    PIC X(02) VALUE SPACES.
001198         88  INQ-HOLD-WORK-OK            VALUE '00'.
001199     05  INQ-CUST-MSTR-STATUS    PIC X(02) VALUE SPACES.
001200         88  INQ-CUST-MSTR-OK            VALUE '00'.
001201     05  INQ-LINK-STATUS         PIC X(02) VALUE SPACES.
001202         88  INQ-LINK-OK                 VALUE '00'.
001203     05  INQ-STOP-STATUS         PIC X(02) VALUE SPACES.
001204         88  INQ-STOP-OK                 VALUE '00'.
001205     05  INQ-STOP-WORK-STATUS    PIC X(02) VALUE SPACES.
001206         88  INQ-STOP-WORK-OK            VALUE '00'.
001207 01  INQ-SWITCHES.
001210     05  INQ-EXIT-SWITCH         PIC X(01) VALUE 'N'.
001220         88  INQ-EXIT-REQUESTED          VALUE 'Y'.
001230     05  INQ-EOF-SWITCH          PIC X(01) VALUE 'N'.
001240         88  INQ-END-OF-FILE             VALUE 'Y'.
001250     05  INQ-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
001260         88  INQ-MASTER-OPENED           VALUE 'Y'.
001290     05  INQ-ACCT-MSTR-SW        PIC X(01) VALUE 'N'.
001300         88  INQ-ACCT-MSTR-ON-HAND       VALUE 'Y'.
001301     05  INQ-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
001302         88  INQ-ACCT-FOUND              VALUE 'Y'.
001303     05  INQ-HOLD-EOF-SW         PIC X(01) VALUE 'N'.
001304         88  INQ-HOLD-EOF                VALUE 'Y'.
001305     05  INQ-HOLD-FOUND-SW       PIC X(01) VALUE 'N'.
001306         88  INQ-HOLD-FOUND              VALUE 'Y'.
001307     05  INQ-HOLD-LIST-SW        PIC X(01) VALUE 'N'.
001308         88  INQ-HOLD-LISTING            VALUE 'Y'.
001309     05  INQ-HOLD-APPLIED-SW     PIC X(01) VALUE 'N'.
001310         88  INQ-HOLD-APPLIED            VALUE 'Y'.
001311     05  INQ-CUST-FOUND-SW       PIC X(01) VALUE 'N'.
001312         88  INQ-CUST-FOUND              VALUE 'Y'.
001313     05  INQ-LINK-EOF-SW         PIC X(01) VALUE 'N'.
001314         88  INQ-LINK-EOF                VALUE 'Y'.
001315     05  INQ-STOP-EOF-SW         PIC X(01) VALUE 'N'.
001316         88  INQ-STOP-EOF                VALUE 'Y'.
001317     05  INQ-STOP-FOUND-SW       PIC X(01) VALUE 'N'.
001318         88  INQ-STOP-FOUND              VALUE 'Y'.
001319     05  INQ-STOP-APPLIED-SW     PIC X(01) VALUE 'N'.
001320         88  INQ-STOP-APPLIED            VALUE 'Y'.
001321 01  INQ-OPERATOR-FIELDS.
001322     05  INQ-OPERATOR            PIC X(03) VALUE SPACES.
001330     05  INQ-ANSWER              PIC X(08) VALUE SPACES.
001340     05  INQ-ANSWER-NUM REDEFINES INQ-ANSWER
001350                                 PIC 9(08).
001351     05  INQ-MENU-CHOICE         PIC X(01) VALUE SPACE.
001352     05  INQ-CONFIRM             PIC X(01) VALUE SPACE.
001353     05  INQ-AMOUNT-ANSWER       PIC X(09) VALUE SPACES.
001354     05  INQ-AMOUNT-ANSWER-NUM REDEFINES INQ-AMOUNT-ANSWER
001355                                 PIC 9(07)V99.
001356     05  INQ-ID-ANSWER           PIC X(06) VALUE SPACES.
001357     05  INQ-ID-ANSWER-NUM REDEFINES INQ-ID-ANSWER
001358                                 PIC 9(06).
001360 01  INQ-STAMP-FIELDS.
001370     05  INQ-TODAY               PIC 9(08) VALUE 0.
001380     05  INQ-NOW                 PIC 9(08) VALUE 0.
001430     05  INQ-MATCH-COUNT         PIC 9(07) VALUE 0.
001440     05  INQ-MATCH-TOTAL         PIC S9(9)V99 VALUE 0.
001450     05  INQ-DISPLAY-AMOUNT      PIC -(9)9.99.
001455     05  INQ-ACCT-STATUS         PIC X(01) VALUE SPACE.
001460 01  INQ-LOG-DETAIL.
001470     05  INQ-LD-ACCOUNT          PIC 9(08).
001480     05  FILLER                  PIC X(01) VALUE SPACE.
001500     05  FILLER                  PIC X(01) VALUE '-'.
001510     05  INQ-LD-TO               PIC 9(08).
001520     05  FILLER                  PIC X(04) VALUE SPACES.
001521 01  INQ-CUSTOMER-FIELDS.
001522     05  INQ-CUSTOMER-NO         PIC 9(08) VALUE 0.
001523     05  INQ-LINK-COUNT          PIC 9(05) VALUE 0.
001524     05  INQ-REL-NAME            PIC X(07) VALUE SPACES.
001525     05  INQ-LINK-ACCT-NAME      PIC X(20) VALUE SPACES.
001526     05  INQ-LINK-BALANCE        PIC S9(9)V99 VALUE 0.
001527     05  INQ-CUST-PRIOR          PIC S9(9)V99 VALUE 0.
001528     05  INQ-CUST-BALANCE        PIC S9(9)V99 VALUE 0.
001529     05  INQ-CUST-HOLDS          PIC S9(9)V99 VALUE 0.
001530     05  INQ-CUST-AVAILABLE      PIC S9(9)V99 VALUE 0.
001531 01  INQ-CUST-LOG-DETAIL.
001532     05  INQ-CL-CUSTOMER         PIC 9(08).
001533     05  FILLER                  PIC X(01) VALUE SPACE.
001534     05  INQ-CL-ACCOUNTS         PIC 9(05).
001535     05  FILLER                  PIC X(16) VALUE SPACES.
001536 01  INQ-PROFILE-TABLE.
001537     05  INQ-PROF-COUNT          PIC 9(02) VALUE 0.
001538     05  INQ-PROF-IX             PIC 9(02) VALUE 0.
001539     05  INQ-PROF-FOUND-SW       PIC X(01) VALUE 'N'.
001540         88  INQ-PROF-FOUND              VALUE 'Y'.
001541     05  INQ-PROF-EOF-SW         PIC X(01) VALUE 'N'.
001542         88  INQ-PROF-EOF                VALUE 'Y'.
001543     05  INQ-MAX-FAILURES        PIC 9(02) VALUE 3.
001544     05  INQ-AUTHORITY           PIC X(01) VALUE 'V'.
001545         88  INQ-CHANGE-ALLOWED          VALUE 'C' 'A'.
001546     05  INQ-PASSWORD            PIC X(08) VALUE SPACES.
001547     05  INQ-PROF-ENTRY OCCURS 20 TIMES.
001548         10  INQ-PF-ID           PIC X(03).
001549         10  INQ-PF-PASSWORD     PIC X(08).
001550         10  INQ-PF-AUTHORITY    PIC X(01).
001551         10  INQ-PF-FAIL-COUNT   PIC 9(02).
001552         10  INQ-PF-LOCK-SW      PIC X(01).
001553 01  INQ-CHAIN-LOCK-FIELDS.
001554     05  INQ-CHAIN-RUN-SW        PIC X(01) VALUE 'N'.
001555         88  INQ-CHAIN-RUNNING           VALUE 'Y'.
001556 01  INQ-HOLD-FIELDS.
001557     05  INQ-HOLD-ID             PIC 9(06) VALUE 0.
001558     05  INQ-HOLD-AMOUNT         PIC 9(07)V99 VALUE 0.
001559     05  INQ-HOLD-REASON         PIC X(02) VALUE SPACES.
001560         88  INQ-REASON-VALID            VALUE 'CC' 'LG' 'OT'.
001561     05  INQ-HOLD-EXPIRY         PIC 9(08) VALUE 0.
001562     05  INQ-HOLD-COUNT          PIC 9(05) VALUE 0.
001563     05  INQ-HOLD-TOTAL          PIC S9(9)V99 VALUE 0.
001564     05  INQ-HOLDS-LISTED        PIC 9(05) VALUE 0.
001565     05  INQ-AVAILABLE           PIC S9(9)V99 VALUE 0.
001566     05  INQ-HOLD-STATE          PIC X(08) VALUE SPACES.
001567 01  INQ-HOLD-LOG-DETAIL.
001568     05  INQ-HL-ACCOUNT          PIC 9(08).
001569     05  FILLER                  PIC X(01) VALUE SPACE.
001570     05  INQ-HL-HOLD-ID          PIC 9(06).
001571     05  FILLER                  PIC X(01) VALUE SPACE.
001572     05  INQ-HL-AMOUNT           PIC Z(6)9.99.
001573     05  FILLER                  PIC X(04) VALUE SPACES.
001574 01  INQ-STOP-FIELDS.
001575     05  INQ-STOP-ID             PIC 9(06) VALUE 0.
001576     05  INQ-STOP-FROM           PIC 9(08) VALUE 0.
001577     05  INQ-STOP-TO             PIC 9(08) VALUE 0.
001578     05  INQ-STOP-AMOUNT         PIC 9(07)V99 VALUE 0.
001579     05  INQ-STOP-EXPIRY         PIC 9(08) VALUE 0.
001580     05  INQ-STOP-COUNT          PIC 9(05) VALUE 0.
001581     05  INQ-STOPS-LISTED        PIC 9(05) VALUE 0.
001582     05  INQ-STOP-STATE          PIC X(08) VALUE SPACES.
001583 01  INQ-STOP-LOG-DETAIL.
001584     05  INQ-SL-ACCOUNT          PIC 9(08).
001585     05  FILLER                  PIC X(01) VALUE SPACE.
001586     05  INQ-SL-STOP-ID          PIC 9(06).
001587     05  FILLER                  PIC X(01) VALUE SPACE.
001588     05  INQ-SL-SERIAL           PIC 9(08).
001589     05  FILLER                  PIC X(06) VALUE SPACES.
001591 PROCEDURE DIVISION.
001592 0000-MAINLINE.
001593     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001594     IF NOT INQ-EXIT-REQUESTED
001595         PERFORM 2000-INQUIRY-CYCLE THRU 2000-EXIT
001596             UNTIL INQ-EXIT-REQUESTED
001597     END-IF.
001600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001610     STOP RUN.
001620 1000-INITIALIZE.
001630     ACCEPT INQ-TODAY FROM DATE YYYYMMDD.
001640     DISPLAY "***** ACCOUNT ACTIVITY INQUIRY *****".
001650*    THE MAINTENANCE LOG OPENS AHEAD OF SIGN-ON SO A FAILED
001660*    SIGN-ON CAN BE LOGGED.
001730     OPEN EXTEND MAINT-LOG.
001740     IF NOT INQ-MAINT-OK
001750         OPEN OUTPUT MAINT-LOG
001800         DISPLAY "MAINTENANCE LOG WILL NOT OPEN - CONSOLE CLOSED"
001810         MOVE 16 TO RETURN-CODE
001820         SET INQ-EXIT-REQUESTED TO TRUE
001822         GO TO 1000-EXIT
001824     END-IF.
001826     PERFORM 1200-SIGN-ON THRU 1200-EXIT.
001828     IF INQ-EXIT-REQUESTED
001830         GO TO 1000-EXIT
001840     END-IF.
001850     OPEN INPUT BALANCE-MASTER.
001950     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
001960 1000-EXIT.
001970     EXIT.
001971 1100-PROBE-ACCT-MASTER.
001972*    THE MASTER IS ONLY PROBED HERE; EACH LOOKUP RE-READS IT,
001973*    SO A NAME OR STATUS CHANGED DURING THE DAY SHOWS UP
001974*    WITHOUT RESTARTING THE CONSOLE.  THE PROBE JUST LETS THE
001975*    LOOKUPS SKIP A FILE THAT IS NOT THERE.
001976     OPEN INPUT ACCOUNT-MASTER.
001977     IF NOT INQ-ACCT-MSTR-OK
001978         GO TO 1100-EXIT
001979     END-IF.
001980     CLOSE ACCOUNT-MASTER.
001981     SET INQ-ACCT-MSTR-ON-HAND TO TRUE.
001982 1100-EXIT.
001983     EXIT.
001984 1200-SIGN-ON.
001985******************************************************************
001986* SAME SIGN-ON RULES AS OPERCON AND ACCTMNT - NO PROFILE FILE, NO
001987* CONSOLE.  ANY AUTHORITY MAY LOOK; PLACING OR RELEASING A HOLD
001988* TAKES CHANGE ('C') OR APPROVE ('A') AUTHORITY.
001989******************************************************************
001990     PERFORM 1210-LOAD-PROFILES THRU 1210-EXIT.
001991     IF INQ-EXIT-REQUESTED
001992         GO TO 1200-EXIT
001993     END-IF.
001994     IF INQ-PROF-COUNT = 0
001995         DISPLAY "NO OPERATOR PROFILES ON FILE - CONSOLE CLOSED"
001996         MOVE 16 TO RETURN-CODE
001997         SET INQ-EXIT-REQUESTED TO TRUE
001998         GO TO 1200-EXIT
001999     END-IF.
002000     DISPLAY "OPERATOR ID: " WITH NO ADVANCING.
002001     ACCEPT INQ-OPERATOR.
002002     DISPLAY "PASSWORD: " WITH NO ADVANCING.
002003     MOVE SPACES TO INQ-PASSWORD.
002004     ACCEPT INQ-PASSWORD.
002005     PERFORM 1230-LOCATE-PROFILE THRU 1230-EXIT.
002006     IF NOT INQ-PROF-FOUND
002007         DISPLAY "SIGN-ON REFUSED"
002008         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
002009         MOVE 'UNKNOWN OPERATOR ID           ' TO ML-DETAIL
002010         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
002011         MOVE 16 TO RETURN-CODE
002012         SET INQ-EXIT-REQUESTED TO TRUE
002013         GO TO 1200-EXIT
002014     END-IF.
002015     IF INQ-PF-LOCK-SW (INQ-PROF-IX) = 'Y'
002016         DISPLAY "ID IS LOCKED OUT - SEE THE SHIFT SUPERVISOR"
002017         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
002018         MOVE 'ID LOCKED OUT                 ' TO ML-DETAIL
002019         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
002020         MOVE 16 TO RETURN-CODE
002021         SET INQ-EXIT-REQUESTED TO TRUE
002022         GO TO 1200-EXIT
002023     END-IF.
002024     IF INQ-PF-PASSWORD (INQ-PROF-IX) NOT = INQ-PASSWORD
002025         ADD 1 TO INQ-PF-FAIL-COUNT (INQ-PROF-IX)
002026         IF INQ-PF-FAIL-COUNT (INQ-PROF-IX)
002027             NOT < INQ-MAX-FAILURES
002028             MOVE 'Y' TO INQ-PF-LOCK-SW (INQ-PROF-IX)
002029             DISPLAY "ID IS NOW LOCKED OUT"
002030         END-IF
002031         DISPLAY "SIGN-ON REFUSED"
002032         MOVE 'SIGN-ON FAILED      ' TO ML-ACTION
002033         MOVE 'BAD PASSWORD                  ' TO ML-DETAIL
002034         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
002035         PERFORM 1240-REWRITE-PROFILES THRU 1240-EXIT
002036         MOVE 16 TO RETURN-CODE
002037         SET INQ-EXIT-REQUESTED TO TRUE
002038         GO TO 1200-EXIT
002039     END-IF.
002040     MOVE 0 TO INQ-PF-FAIL-COUNT (INQ-PROF-IX).
002041     MOVE INQ-PF-AUTHORITY (INQ-PROF-IX) TO INQ-AUTHORITY.
002042     PERFORM 1240-REWRITE-PROFILES THRU 1240-EXIT.
002043     IF NOT INQ-CHANGE-ALLOWED
002044         DISPLAY "VIEW-ONLY AUTHORITY - NOTHING MAY BE CHANGED"
002045     END-IF.
002046 1200-EXIT.
002047     EXIT.
002048 1210-LOAD-PROFILES.
002049     OPEN INPUT OPER-PROFILE.
002050     IF NOT INQ-PROFILE-OK
002051         GO TO 1210-EXIT
002052     END-IF.
002053     PERFORM 1220-READ-PROFILE THRU 1220-EXIT.
002054     PERFORM 1225-TABLE-PROFILE THRU 1225-EXIT
002055         UNTIL INQ-PROF-EOF.
002056     CLOSE OPER-PROFILE.
002057 1210-EXIT.
002058     EXIT.
002059 1220-READ-PROFILE.
002060     READ OPER-PROFILE
002061         AT END
002062             SET INQ-PROF-EOF TO TRUE
002063     END-READ.
002064 1220-EXIT.
002065     EXIT.
002066 1225-TABLE-PROFILE.
002067*    THE PROFILE FILE IS REWRITTEN FROM THIS TABLE, SO A FILE
002068*    THAT OUTGROWS IT MUST CLOSE THE CONSOLE - A TRUNCATED
002069*    TABLE WOULD REWRITE A TRUNCATED FILE AND ERASE OPERATORS.
002070     IF INQ-PROF-COUNT NOT < 20
002071         DISPLAY "OPERATOR PROFILE FILE EXCEEDS THE 20-ENTRY "
002072             "TABLE - CONSOLE CLOSED"
002073         MOVE 16 TO RETURN-CODE
002074         SET INQ-EXIT-REQUESTED TO TRUE
002075         SET INQ-PROF-EOF TO TRUE
002076         GO TO 1225-EXIT
002077     END-IF.
002078     ADD 1 TO INQ-PROF-COUNT.
002079     MOVE OP-ID TO INQ-PF-ID (INQ-PROF-COUNT).
002080     MOVE OP-PASSWORD TO INQ-PF-PASSWORD (INQ-PROF-COUNT).
002081     MOVE OP-AUTHORITY TO INQ-PF-AUTHORITY (INQ-PROF-COUNT).
002082     MOVE OP-FAIL-COUNT TO
002083         INQ-PF-FAIL-COUNT (INQ-PROF-COUNT).
002084     MOVE OP-LOCK-SW TO INQ-PF-LOCK-SW (INQ-PROF-COUNT).
002085     PERFORM 1220-READ-PROFILE THRU 1220-EXIT.
002086 1225-EXIT.
002087     EXIT.
002088 1230-LOCATE-PROFILE.
002089     MOVE 'N' TO INQ-PROF-FOUND-SW.
002090     PERFORM 1235-MATCH-PROFILE THRU 1235-EXIT
002091         VARYING INQ-PROF-IX FROM 1 BY 1
002092         UNTIL INQ-PROF-IX > INQ-PROF-COUNT
002093         OR INQ-PROF-FOUND.
002094 1230-EXIT.
002095     EXIT.
002096 1235-MATCH-PROFILE.
002097     IF INQ-PF-ID (INQ-PROF-IX) = INQ-OPERATOR
002098         SET INQ-PROF-FOUND TO TRUE
002099         SUBTRACT 1 FROM INQ-PROF-IX
002100     END-IF.
002101 1235-EXIT.
002102     EXIT.
002103 1240-REWRITE-PROFILES.
002104     OPEN OUTPUT OPER-PROFILE.
002105     IF NOT INQ-PROFILE-OK
002106         DISPLAY "OPERATOR PROFILE FILE WILL NOT REWRITE"
002107         GO TO 1240-EXIT
002108     END-IF.
002109     PERFORM 1245-WRITE-ONE-PROFILE THRU 1245-EXIT
002110         VARYING INQ-PROF-IX FROM 1 BY 1
002111         UNTIL INQ-PROF-IX > INQ-PROF-COUNT.
002112     CLOSE OPER-PROFILE.
002113 1240-EXIT.
002114     EXIT.
002115 1245-WRITE-ONE-PROFILE.
002116     MOVE INQ-PF-ID (INQ-PROF-IX)         TO OP-ID.
002117     MOVE INQ-PF-PASSWORD (INQ-PROF-IX)   TO OP-PASSWORD.
002118     MOVE INQ-PF-AUTHORITY (INQ-PROF-IX)  TO OP-AUTHORITY.
002119     MOVE INQ-PF-FAIL-COUNT (INQ-PROF-IX) TO OP-FAIL-COUNT.
002120     MOVE INQ-PF-LOCK-SW (INQ-PROF-IX)    TO OP-LOCK-SW.
002121     WRITE OPER-PROFILE-RECORD.
002122 1245-EXIT.
002123     EXIT.
002124 2000-INQUIRY-CYCLE.
002125     DISPLAY " ".
002126     DISPLAY "1 - ACCOUNT ACTIVITY INQUIRY".
002130     DISPLAY "2 - VIEW HOLDS ON AN ACCOUNT".
002131     DISPLAY "3 - PLACE A HOLD".
002132     DISPLAY "4 - RELEASE A HOLD".
002133     DISPLAY "5 - CUSTOMER INQUIRY".
002134     DISPLAY "6 - VIEW STOP PAYMENTS ON AN ACCOUNT".
002135     DISPLAY "7 - PLACE A STOP PAYMENT".
002136     DISPLAY "8 - RELEASE A STOP PAYMENT".
002137     DISPLAY "X - EXIT CONSOLE".
002138     DISPLAY "CHOICE: " WITH NO ADVANCING.
002139     MOVE SPACE TO INQ-MENU-CHOICE.
002140     ACCEPT INQ-MENU-CHOICE.
002141     EVALUATE INQ-MENU-CHOICE
002142         WHEN '1'
002143             PERFORM 2050-ACCOUNT-INQUIRY THRU 2050-EXIT
002144         WHEN '2'
002145             PERFORM 7000-VIEW-HOLDS THRU 7000-EXIT
002146         WHEN '3'
002147             IF NOT INQ-CHANGE-ALLOWED
002148                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
002149             ELSE
002150                 PERFORM 2950-CHECK-CHAIN-LOCK THRU 2950-EXIT
002151                 IF INQ-CHAIN-RUNNING
002152                     PERFORM 2960-BLOCK-CHANGE THRU 2960-EXIT
002153                 ELSE
002154                     PERFORM 7100-PLACE-HOLD THRU 7100-EXIT
002155                 END-IF
002156             END-IF
002157         WHEN '4'
002158             IF NOT INQ-CHANGE-ALLOWED
002159                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
002160             ELSE
002161                 PERFORM 2950-CHECK-CHAIN-LOCK THRU 2950-EXIT
002162                 IF INQ-CHAIN-RUNNING
002163                     PERFORM 2960-BLOCK-CHANGE THRU 2960-EXIT
002164                 ELSE
002165                     PERFORM 7300-RELEASE-HOLD THRU 7300-EXIT
002166                 END-IF
002167             END-IF
002168         WHEN '5'
002169             PERFORM 7600-CUSTOMER-INQUIRY THRU 7600-EXIT
002170         WHEN '6'
002171             PERFORM 7700-VIEW-STOPS THRU 7700-EXIT
002172         WHEN '7'
002173             IF NOT INQ-CHANGE-ALLOWED
002174                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
002175             ELSE
002176                 PERFORM 7800-PLACE-STOP THRU 7800-EXIT
002177             END-IF
002178         WHEN '8'
002179             IF NOT INQ-CHANGE-ALLOWED
002180                 PERFORM 2900-DENY-CHANGE THRU 2900-EXIT
002181             ELSE
002182                 PERFORM 2950-CHECK-CHAIN-LOCK THRU 2950-EXIT
002183                 IF INQ-CHAIN-RUNNING
002184                     PERFORM 2960-BLOCK-CHANGE THRU 2960-EXIT
002185                 ELSE
002186                     PERFORM 7900-RELEASE-STOP THRU 7900-EXIT
002187                 END-IF
002188             END-IF
002189         WHEN 'X'
002190             SET INQ-EXIT-REQUESTED TO TRUE
002191         WHEN 'x'
002192             SET INQ-EXIT-REQUESTED TO TRUE
002193         WHEN OTHER
002194             DISPLAY "UNRECOGNIZED CHOICE"
002195     END-EVALUATE.
002196 2000-EXIT.
002197     EXIT.
002198 2050-ACCOUNT-INQUIRY.
002199     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
002200     MOVE SPACES TO INQ-ANSWER.
002201     ACCEPT INQ-ANSWER.
002202     IF INQ-ANSWER-NUM NOT NUMERIC
002210         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
002220         GO TO 2050-EXIT
002230     END-IF.
002240     MOVE INQ-ANSWER-NUM TO INQ-ACCOUNT-NO.
002250     PERFORM 2100-ACCEPT-DATE-RANGE THRU 2100-EXIT.
002320     MOVE INQ-MATCH-TOTAL TO INQ-DISPLAY-AMOUNT.
002330     DISPLAY "TOTAL OF C SHOWN . . . . . : " INQ-DISPLAY-AMOUNT.
002340     PERFORM 6000-LOG-LOOKUP THRU 6000-EXIT.
002350 2050-EXIT.
002360     EXIT.
002370 2100-ACCEPT-DATE-RANGE.
002380     MOVE 0 TO INQ-FROM-DATE.
002520         MOVE INQ-ANSWER-NUM TO INQ-TO-DATE
002530     END-IF.
002540 2100-EXIT.
002541     EXIT.
002542 2900-DENY-CHANGE.
002543     DISPLAY "NOT AUTHORIZED FOR THAT FUNCTION".
002544     MOVE 'CHANGE DENIED       ' TO ML-ACTION.
002545     MOVE INQ-MENU-CHOICE TO ML-DETAIL.
002546     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
002547 2900-EXIT.
002548     EXIT.
002549 2950-CHECK-CHAIN-LOCK.
002550*    THE NIGHT'S POSTBAL REWRITES THE HOLD FILE, SO HOLDS ARE NOT
002551*    PLACED OR RELEASED WHILE A CHAIN IS RUNNING.  NOR IS A STOP
002552*    RELEASED - THE RELEASE REWRITES THE STOP FILE SUM READS.
002553     MOVE 'N' TO INQ-CHAIN-RUN-SW.
002554     OPEN INPUT CHAIN-LOCK.
002555     IF NOT INQ-LOCK-OK
002556         GO TO 2950-EXIT
002557     END-IF.
002558     READ CHAIN-LOCK
002559         AT END
002560             CONTINUE
002561         NOT AT END
002562             IF LK-LIVE
002563                 SET INQ-CHAIN-RUNNING TO TRUE
002564             END-IF
002565     END-READ.
002566     CLOSE CHAIN-LOCK.
002567 2950-EXIT.
002568     EXIT.
002569 2960-BLOCK-CHANGE.
002570     DISPLAY "A CHAIN IS RUNNING - THAT CHANGE MUST WAIT UNTIL "
002571         "IT FINISHES".
002572     MOVE 'CHANGE BLOCKED      ' TO ML-ACTION.
002573     MOVE 'CHAIN IN PROGRESS             ' TO ML-DETAIL.
002574     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
002575 2960-EXIT.
002576     EXIT.
002577 3000-SHOW-POSITION.
002578     PERFORM 3100-SHOW-ACCT-NAME THRU 3100-EXIT.
002580     IF NOT INQ-MASTER-OPENED
002590         GO TO 3000-EXIT
002600     END-IF.
002730             MOVE BM-NEW-BALANCE TO INQ-DISPLAY-AMOUNT
002740             DISPLAY "CURRENT BALANCE  . . . . . : "
002750                 INQ-DISPLAY-AMOUNT
002751             PERFORM 7500-TOTAL-HOLDS THRU 7500-EXIT
002752             MOVE INQ-HOLD-TOTAL TO INQ-DISPLAY-AMOUNT
002753             DISPLAY "ACTIVE HOLDS . . . . . . . : "
002754                 INQ-DISPLAY-AMOUNT " (" INQ-HOLD-COUNT ")"
002755             COMPUTE INQ-AVAILABLE =
002756                 BM-NEW-BALANCE - INQ-HOLD-TOTAL
002757             MOVE INQ-AVAILABLE TO INQ-DISPLAY-AMOUNT
002758             DISPLAY "AVAILABLE BALANCE  . . . . : "
002759                 INQ-DISPLAY-AMOUNT
002760             DISPLAY "LAST ACTIVITY DATE . . . . : "
002770                 BM-LAST-ACTIVITY
002780     END-READ.
002790 3000-EXIT.
002800     EXIT.
002810 3100-SHOW-ACCT-NAME.
002814     MOVE 'N' TO INQ-ACCT-FOUND-SW.
002818     MOVE SPACE TO INQ-ACCT-STATUS.
002820     IF NOT INQ-ACCT-MSTR-ON-HAND
002830         GO TO 3100-EXIT
002840     END-IF.
002860     OPEN INPUT ACCOUNT-MASTER.
002870     IF NOT INQ-ACCT-MSTR-OK
002880         GO TO 3100-EXIT
002890     END-IF.
002900     MOVE INQ-ACCOUNT-NO TO AM-ACCOUNT-NO.
002910     READ ACCOUNT-MASTER
002920         INVALID KEY
002921             CONTINUE
002922         NOT INVALID KEY
002923             DISPLAY "ACCOUNT NAME . . . . . . . : "
002924                 AM-ACCOUNT-NAME
002925             DISPLAY "ACCOUNT STATUS . . . . . . : " AM-STATUS
002926             MOVE AM-OD-LIMIT TO INQ-DISPLAY-AMOUNT
002927             DISPLAY "OVERDRAFT LIMIT  . . . . . : "
002928                 INQ-DISPLAY-AMOUNT
002929             SET INQ-ACCT-FOUND TO TRUE
002930             MOVE AM-STATUS TO INQ-ACCT-STATUS
002931     END-READ.
002932     CLOSE ACCOUNT-MASTER.
002940 3100-EXIT.
003120     EXIT.
003130 4000-SCAN-ARCHIVE.
003140     MOVE 'N' TO INQ-EOF-SWITCH.
003360         DISPLAY AR-RUN-ID " SEQ " AR-SEQ-NO
003370             " " AR-TRANS-CODE
003380             " A " AR-A " B " AR-B " C " AR-C
003385             " " AR-CHEQUE-SERIAL
003390         ADD 1 TO INQ-MATCH-COUNT
003400         ADD AR-C TO INQ-MATCH-TOTAL
003410     END-IF.
003720         DISPLAY AL-RUN-ID " SEQ " AL-SEQ-NO
003730             " " AL-TRANS-CODE
003740             " A " AL-A " B " AL-B " C " AL-C
003745             " " AL-CHEQUE-SERIAL
003750         ADD 1 TO INQ-MATCH-COUNT
003760         ADD AL-C TO INQ-MATCH-TOTAL
003770     END-IF.
003870     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
003880 6000-EXIT.
003890     EXIT.
003891 7000-VIEW-HOLDS.
003892******************************************************************
003893* EVERY HOLD EVER PLACED ON THE ACCOUNT IS LISTED - RELEASED AND
003894* EXPIRED HOLDS STAY ON THE HOLD FILE AS ITS HISTORY.  A HOLD IS
003895* ACTIVE WHILE ITS STATUS IS A AND IT HAS NOT PASSED ITS EXPIRY
003896* DATE (A ZERO EXPIRY HOLDS UNTIL RELEASED).  POSTBAL MARKS A
003897* HOLD EXPIRED THE NIGHT AFTER ITS EXPIRY DATE.
003898******************************************************************
003899     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
003900     MOVE SPACES TO INQ-ANSWER.
003901     ACCEPT INQ-ANSWER.
003902     IF INQ-ANSWER-NUM NOT NUMERIC
003903         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
003904         GO TO 7000-EXIT
003905     END-IF.
003906     MOVE INQ-ANSWER-NUM TO INQ-ACCOUNT-NO.
003907     PERFORM 3100-SHOW-ACCT-NAME THRU 3100-EXIT.
003908     SET INQ-HOLD-LISTING TO TRUE.
003909     PERFORM 7500-TOTAL-HOLDS THRU 7500-EXIT.
003910     MOVE 'N' TO INQ-HOLD-LIST-SW.
003911     DISPLAY "HOLDS LISTED . . . . . . . : " INQ-HOLDS-LISTED.
003912     DISPLAY "ACTIVE HOLDS . . . . . . . : " INQ-HOLD-COUNT.
003913     MOVE INQ-HOLD-TOTAL TO INQ-DISPLAY-AMOUNT.
003914     DISPLAY "TOTAL HELD . . . . . . . . : " INQ-DISPLAY-AMOUNT.
003915     IF INQ-MASTER-OPENED
003916         MOVE INQ-ACCOUNT-NO TO BM-ACCOUNT-NO
003917         READ BALANCE-MASTER
003918             INVALID KEY
003919                 DISPLAY "ACCOUNT " INQ-ACCOUNT-NO
003920                     " IS NOT ON THE BALANCE MASTER"
003921             NOT INVALID KEY
003922                 COMPUTE INQ-AVAILABLE =
003923                     BM-NEW-BALANCE - INQ-HOLD-TOTAL
003924                 MOVE INQ-AVAILABLE TO INQ-DISPLAY-AMOUNT
003925                 DISPLAY "AVAILABLE BALANCE  . . . . : "
003926                     INQ-DISPLAY-AMOUNT
003927         END-READ
003928     END-IF.
003929     MOVE INQ-ACCOUNT-NO TO INQ-HL-ACCOUNT.
003930     MOVE 0              TO INQ-HL-HOLD-ID.
003931     MOVE INQ-HOLD-TOTAL TO INQ-HL-AMOUNT.
003932     MOVE 'HOLDS VIEWED        ' TO ML-ACTION.
003933     MOVE INQ-HOLD-LOG-DETAIL TO ML-DETAIL.
003934     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
003935 7000-EXIT.
003936     EXIT.
003937 7100-PLACE-HOLD.
003938******************************************************************
003939* A HOLD IS TAKEN FOR AN ACCOUNT ON THE ACCOUNT MASTER THAT IS NOT
003940* CLOSED.  IT GETS THE NEXT HOLD NUMBER AND IS ADDED TO THE END OF
003941* THE HOLD FILE, ACTIVE FROM THE MOMENT IT IS PLACED.
003942******************************************************************
003943     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
003944     MOVE SPACES TO INQ-ANSWER.
003945     ACCEPT INQ-ANSWER.
003946     IF INQ-ANSWER-NUM NOT NUMERIC
003947         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
003948         GO TO 7100-EXIT
003949     END-IF.
003950     MOVE INQ-ANSWER-NUM TO INQ-ACCOUNT-NO.
003951     PERFORM 3100-SHOW-ACCT-NAME THRU 3100-EXIT.
003952     IF NOT INQ-ACCT-FOUND
003953         DISPLAY "ACCOUNT IS NOT ON THE ACCOUNT MASTER - "
003954             "HOLD NOT PLACED"
003955         GO TO 7100-EXIT
003956     END-IF.
003957     IF INQ-ACCT-STATUS = 'C'
003958         DISPLAY "ACCOUNT IS CLOSED - HOLD NOT PLACED"
003959         GO TO 7100-EXIT
003960     END-IF.
003961     DISPLAY "HOLD AMOUNT (NINE DIGITS, LAST TWO ARE CENTS): "
003962         WITH NO ADVANCING.
003963     MOVE SPACES TO INQ-AMOUNT-ANSWER.
003964     ACCEPT INQ-AMOUNT-ANSWER.
003965     IF INQ-AMOUNT-ANSWER-NUM NOT NUMERIC
003966         DISPLAY "AMOUNT MUST BE NINE DIGITS - HOLD NOT PLACED"
003967         GO TO 7100-EXIT
003968     END-IF.
003969     IF INQ-AMOUNT-ANSWER-NUM = 0
003970         DISPLAY "AMOUNT MUST BE MORE THAN ZERO - HOLD NOT PLACED"
003971         GO TO 7100-EXIT
003972     END-IF.
003973     MOVE INQ-AMOUNT-ANSWER-NUM TO INQ-HOLD-AMOUNT.
003974     DISPLAY "REASON - CC CHEQUE CLEARING, LG LEGAL/GARNISHMENT, "
003975         "OT OTHER: " WITH NO ADVANCING.
003976     MOVE SPACES TO INQ-HOLD-REASON.
003977     ACCEPT INQ-HOLD-REASON.
003978     IF NOT INQ-REASON-VALID
003979         DISPLAY "REASON MUST BE CC, LG OR OT - HOLD NOT PLACED"
003980         GO TO 7100-EXIT
003981     END-IF.
003982     DISPLAY "EXPIRY DATE (YYYYMMDD OR ENTER TO HOLD UNTIL "
003983         "RELEASED): " WITH NO ADVANCING.
003984     MOVE SPACES TO INQ-ANSWER.
003985     ACCEPT INQ-ANSWER.
003986     MOVE 0 TO INQ-HOLD-EXPIRY.
003987     IF INQ-ANSWER NOT = SPACES
003988         IF INQ-ANSWER-NUM NOT NUMERIC
003989             OR INQ-ANSWER-NUM < INQ-TODAY
003990             DISPLAY "EXPIRY MUST BE A DATE NOT BEFORE TODAY - "
003991                 "HOLD NOT PLACED"
003992             GO TO 7100-EXIT
003993         END-IF
003994         MOVE INQ-ANSWER-NUM TO INQ-HOLD-EXPIRY
003995     END-IF.
003996     PERFORM 7150-NEXT-HOLD-ID THRU 7150-EXIT.
003997     OPEN EXTEND HOLD-FILE.
003998     IF NOT INQ-HOLD-OK
003999         OPEN OUTPUT HOLD-FILE
004000         CLOSE HOLD-FILE
004001         OPEN EXTEND HOLD-FILE
004002     END-IF.
004003     IF NOT INQ-HOLD-OK
004004         DISPLAY "HOLD FILE WILL NOT OPEN - HOLD NOT PLACED"
004005         GO TO 7100-EXIT
004006     END-IF.
004007     MOVE INQ-HOLD-ID     TO HD-HOLD-ID.
004008     MOVE INQ-ACCOUNT-NO  TO HD-ACCOUNT-NO.
004009     MOVE INQ-HOLD-AMOUNT TO HD-AMOUNT.
004010     MOVE INQ-HOLD-REASON TO HD-REASON.
004011     MOVE INQ-OPERATOR    TO HD-PLACED-BY.
004012     MOVE INQ-TODAY       TO HD-PLACED-DATE.
004013     MOVE INQ-HOLD-EXPIRY TO HD-EXPIRY-DATE.
004014     SET HD-ACTIVE TO TRUE.
004015     MOVE SPACES          TO HD-RELEASED-BY.
004016     MOVE 0               TO HD-RELEASE-DATE.
004017     WRITE HOLD-RECORD.
004018     CLOSE HOLD-FILE.
004019     DISPLAY "HOLD " INQ-HOLD-ID " PLACED".
004020     MOVE INQ-ACCOUNT-NO  TO INQ-HL-ACCOUNT.
004021     MOVE INQ-HOLD-ID     TO INQ-HL-HOLD-ID.
004022     MOVE INQ-HOLD-AMOUNT TO INQ-HL-AMOUNT.
004023     MOVE 'HOLD PLACED         ' TO ML-ACTION.
004024     MOVE INQ-HOLD-LOG-DETAIL TO ML-DETAIL.
004025     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
004026 7100-EXIT.
004027     EXIT.
004028 7150-NEXT-HOLD-ID.
004029*    HOLD NUMBERS ARE NEVER REUSED - THE NEXT ONE IS ONE PAST THE
004030*    HIGHEST ON FILE, HISTORY INCLUDED.
004031     MOVE 0 TO INQ-HOLD-ID.
004032     MOVE 'N' TO INQ-HOLD-EOF-SW.
004033     OPEN INPUT HOLD-FILE.
004034     IF INQ-HOLD-OK
004035         PERFORM 7510-READ-HOLD THRU 7510-EXIT
004036         PERFORM 7160-NOTE-HOLD-ID THRU 7160-EXIT
004037             UNTIL INQ-HOLD-EOF
004038         CLOSE HOLD-FILE
004039     END-IF.
004040     ADD 1 TO INQ-HOLD-ID.
004041 7150-EXIT.
004042     EXIT.
004043 7160-NOTE-HOLD-ID.
004044     IF HD-HOLD-ID > INQ-HOLD-ID
004045         MOVE HD-HOLD-ID TO INQ-HOLD-ID
004046     END-IF.
004047     PERFORM 7510-READ-HOLD THRU 7510-EXIT.
004048 7160-EXIT.
004049     EXIT.
004050 7300-RELEASE-HOLD.
004051     DISPLAY "HOLD NUMBER (6 DIGITS): " WITH NO ADVANCING.
004052     MOVE SPACES TO INQ-ID-ANSWER.
004053     ACCEPT INQ-ID-ANSWER.
004054     IF INQ-ID-ANSWER-NUM NOT NUMERIC
004055         DISPLAY "HOLD NUMBER MUST BE SIX DIGITS"
004056         GO TO 7300-EXIT
004057     END-IF.
004058     MOVE INQ-ID-ANSWER-NUM TO INQ-HOLD-ID.
004059     PERFORM 7350-FIND-HOLD THRU 7350-EXIT.
004060     IF NOT INQ-HOLD-FOUND
004061         DISPLAY "HOLD " INQ-HOLD-ID " IS NOT ON FILE"
004062         GO TO 7300-EXIT
004063     END-IF.
004064     IF INQ-HOLD-STATE NOT = 'ACTIVE  '
004065         AND INQ-HOLD-STATE NOT = 'LAPSED  '
004066         DISPLAY "HOLD " INQ-HOLD-ID " IS ALREADY "
004067             INQ-HOLD-STATE
004068         GO TO 7300-EXIT
004069     END-IF.
004070     DISPLAY "RELEASE THIS HOLD (Y/N): " WITH NO ADVANCING.
004071     MOVE SPACE TO INQ-CONFIRM.
004072     ACCEPT INQ-CONFIRM.
004073     IF INQ-CONFIRM NOT = 'Y' AND INQ-CONFIRM NOT = 'y'
004074         DISPLAY "HOLD NOT RELEASED"
004075         GO TO 7300-EXIT
004076     END-IF.
004077     PERFORM 7400-REWRITE-HOLDS THRU 7400-EXIT.
004078     IF NOT INQ-HOLD-APPLIED
004079         DISPLAY "HOLD NOT RELEASED - HOLD FILE UNCHANGED"
004080         GO TO 7300-EXIT
004081     END-IF.
004082     DISPLAY "HOLD " INQ-HOLD-ID " RELEASED".
004083     MOVE INQ-ACCOUNT-NO  TO INQ-HL-ACCOUNT.
004084     MOVE INQ-HOLD-ID     TO INQ-HL-HOLD-ID.
004085     MOVE INQ-HOLD-AMOUNT TO INQ-HL-AMOUNT.
004086     MOVE 'HOLD RELEASED       ' TO ML-ACTION.
004087     MOVE INQ-HOLD-LOG-DETAIL TO ML-DETAIL.
004088     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
004089 7300-EXIT.
004090     EXIT.
004091 7350-FIND-HOLD.
004092     MOVE 'N' TO INQ-HOLD-FOUND-SW.
004093     MOVE 'N' TO INQ-HOLD-EOF-SW.
004094     OPEN INPUT HOLD-FILE.
004095     IF NOT INQ-HOLD-OK
004096         GO TO 7350-EXIT
004097     END-IF.
004098     PERFORM 7510-READ-HOLD THRU 7510-EXIT.
004099     PERFORM 7360-MATCH-HOLD THRU 7360-EXIT
004100         UNTIL INQ-HOLD-EOF.
004101     CLOSE HOLD-FILE.
004102 7350-EXIT.
004103     EXIT.
004104 7360-MATCH-HOLD.
004105     IF HD-HOLD-ID = INQ-HOLD-ID
004106         SET INQ-HOLD-FOUND TO TRUE
004107         SET INQ-HOLD-EOF TO TRUE
004108         MOVE HD-ACCOUNT-NO TO INQ-ACCOUNT-NO
004109         MOVE HD-AMOUNT     TO INQ-HOLD-AMOUNT
004110         PERFORM 7530-SHOW-HOLD THRU 7530-EXIT
004111         GO TO 7360-EXIT
004112     END-IF.
004113     PERFORM 7510-READ-HOLD THRU 7510-EXIT.
004114 7360-EXIT.
004115     EXIT.
004116 7400-REWRITE-HOLDS.
004117******************************************************************
004118* THE HOLD FILE IS SEQUENTIAL, SO A RELEASE IS A COPY: HOLD FILE
004119* TO WORK FILE WITH THE ONE HOLD MARKED RELEASED, THEN WORK FILE
004120* BACK OVER THE HOLD FILE.
004121******************************************************************
004122     MOVE 'N' TO INQ-HOLD-APPLIED-SW.
004123     OPEN OUTPUT HOLD-WORK.
004124     IF NOT INQ-HOLD-WORK-OK
004125         DISPLAY "HOLD WORK FILE WILL NOT OPEN"
004126         GO TO 7400-EXIT
004127     END-IF.
004128     MOVE 'N' TO INQ-HOLD-EOF-SW.
004129     OPEN INPUT HOLD-FILE.
004130     IF NOT INQ-HOLD-OK
004131         DISPLAY "HOLD FILE WILL NOT OPEN"
004132         CLOSE HOLD-WORK
004133         GO TO 7400-EXIT
004134     END-IF.
004135     PERFORM 7510-READ-HOLD THRU 7510-EXIT.
004136     PERFORM 7410-COPY-TO-WORK THRU 7410-EXIT
004137         UNTIL INQ-HOLD-EOF.
004138     CLOSE HOLD-FILE.
004139     CLOSE HOLD-WORK.
004140     OPEN INPUT HOLD-WORK.
004141     IF NOT INQ-HOLD-WORK-OK
004142         DISPLAY "HOLD WORK FILE WILL NOT REOPEN"
004143         GO TO 7400-EXIT
004144     END-IF.
004145     OPEN OUTPUT HOLD-FILE.
004146     IF NOT INQ-HOLD-OK
004147         DISPLAY "HOLD FILE WILL NOT OPEN FOR REWRITE"
004148         CLOSE HOLD-WORK
004149         GO TO 7400-EXIT
004150     END-IF.
004151     MOVE 'N' TO INQ-HOLD-EOF-SW.
004152     PERFORM 7420-READ-WORK THRU 7420-EXIT.
004153     PERFORM 7430-COPY-BACK THRU 7430-EXIT
004154         UNTIL INQ-HOLD-EOF.
004155     CLOSE HOLD-FILE.
004156     CLOSE HOLD-WORK.
004157     SET INQ-HOLD-APPLIED TO TRUE.
004158 7400-EXIT.
004159     EXIT.
004160 7410-COPY-TO-WORK.
004161     IF HD-HOLD-ID = INQ-HOLD-ID
004162         SET HD-RELEASED TO TRUE
004163         MOVE INQ-OPERATOR TO HD-RELEASED-BY
004164         MOVE INQ-TODAY    TO HD-RELEASE-DATE
004165     END-IF.
004166     MOVE HOLD-RECORD TO HOLD-WORK-RECORD.
004167     WRITE HOLD-WORK-RECORD.
004168     PERFORM 7510-READ-HOLD THRU 7510-EXIT.
004169 7410-EXIT.
004170     EXIT.
004171 7420-READ-WORK.
004172     READ HOLD-WORK
004173         AT END
004174             SET INQ-HOLD-EOF TO TRUE
004175     END-READ.
004176 7420-EXIT.
004177     EXIT.
004178 7430-COPY-BACK.
004179     MOVE HOLD-WORK-RECORD TO HOLD-RECORD.
004180     WRITE HOLD-RECORD.
004181     PERFORM 7420-READ-WORK THRU 7420-EXIT.
004182 7430-EXIT.
004183     EXIT.
004184 7500-TOTAL-HOLDS.
004185******************************************************************
004186* TOTALS THE ACTIVE HOLDS ON INQ-ACCOUNT-NO - AND LISTS EVERY HOLD
004187* ON IT WHEN THE LISTING SWITCH IS ON.  A HOLD PAST ITS EXPIRY
004188* DATE THAT THE NIGHT HAS NOT YET MARKED NO LONGER COUNTS.
004189******************************************************************
004190     MOVE 0 TO INQ-HOLD-COUNT.
004191     MOVE 0 TO INQ-HOLD-TOTAL.
004192     MOVE 0 TO INQ-HOLDS-LISTED.
004193     MOVE 'N' TO INQ-HOLD-EOF-SW.
004194     OPEN INPUT HOLD-FILE.
004195     IF NOT INQ-HOLD-OK
004196         GO TO 7500-EXIT
004197     END-IF.
004198     PERFORM 7510-READ-HOLD THRU 7510-EXIT.
004199     PERFORM 7520-TALLY-HOLD THRU 7520-EXIT
004200         UNTIL INQ-HOLD-EOF.
004201     CLOSE HOLD-FILE.
004202 7500-EXIT.
004203     EXIT.
004204 7510-READ-HOLD.
004205     READ HOLD-FILE
004206         AT END
004207             SET INQ-HOLD-EOF TO TRUE
004208     END-READ.
004209 7510-EXIT.
004210     EXIT.
004211 7520-TALLY-HOLD.
004212     IF HD-ACCOUNT-NO = INQ-ACCOUNT-NO
004213         PERFORM 7525-COUNT-HOLD THRU 7525-EXIT
004214     END-IF.
004215     PERFORM 7510-READ-HOLD THRU 7510-EXIT.
004216 7520-EXIT.
004217     EXIT.
004218 7525-COUNT-HOLD.
004219     IF INQ-HOLD-LISTING
004220         ADD 1 TO INQ-HOLDS-LISTED
004221         PERFORM 7530-SHOW-HOLD THRU 7530-EXIT
004222     ELSE
004223         PERFORM 7540-HOLD-STATE THRU 7540-EXIT
004224     END-IF.
004225     IF INQ-HOLD-STATE = 'ACTIVE  '
004226         ADD 1 TO INQ-HOLD-COUNT
004227         ADD HD-AMOUNT TO INQ-HOLD-TOTAL
004228     END-IF.
004230 7525-EXIT.
004232     EXIT.
004233 7530-SHOW-HOLD.
004234     PERFORM 7540-HOLD-STATE THRU 7540-EXIT.
004235     MOVE HD-AMOUNT TO INQ-DISPLAY-AMOUNT.
004236     DISPLAY "HOLD " HD-HOLD-ID " ACCOUNT " HD-ACCOUNT-NO
004237         " AMOUNT " INQ-DISPLAY-AMOUNT " " INQ-HOLD-STATE.
004238     DISPLAY "     REASON " HD-REASON " PLACED " HD-PLACED-DATE
004239         " BY " HD-PLACED-BY " EXPIRES " HD-EXPIRY-DATE.
004240     IF HD-RELEASED OR HD-EXPIRED
004241         DISPLAY "     CLOSED " HD-RELEASE-DATE " BY "
004242             HD-RELEASED-BY
004243     END-IF.
004244 7530-EXIT.
004245     EXIT.
004246 7540-HOLD-STATE.
004247*    LAPSED IS A HOLD STILL MARKED ACTIVE WHOSE EXPIRY DATE HAS
004248*    PASSED - IT NO LONGER REDUCES THE AVAILABLE BALANCE.
004249     EVALUATE TRUE
004250         WHEN HD-RELEASED
004251             MOVE 'RELEASED' TO INQ-HOLD-STATE
004252         WHEN HD-EXPIRED
004253             MOVE 'EXPIRED ' TO INQ-HOLD-STATE
004254         WHEN HD-EXPIRY-DATE NOT = 0
004255             AND HD-EXPIRY-DATE < INQ-TODAY
004256             MOVE 'LAPSED  ' TO INQ-HOLD-STATE
004257         WHEN OTHER
004258             MOVE 'ACTIVE  ' TO INQ-HOLD-STATE
004259     END-EVALUATE.
004260 7540-EXIT.
004261     EXIT.
004262 7600-CUSTOMER-INQUIRY.
004263******************************************************************
004264* SHOWS A CUSTOMER FROM THE CUSTOMER MASTER AND EVERY ACCOUNT THE
004265* LINK FILE TIES TO THEM, EACH WITH ITS RELATIONSHIP, BALANCE
004266* MASTER POSITION AND ACTIVE HOLDS, THEN THE COMBINED BALANCES
004267* ACROSS THOSE ACCOUNTS.  AN ACCOUNT LINKED BUT NOT YET ON THE
004268* BALANCE MASTER IS LISTED AT ZERO.
004269******************************************************************
004270     DISPLAY "CUSTOMER NUMBER (8 DIGITS): " WITH NO ADVANCING.
004271     MOVE SPACES TO INQ-ANSWER.
004272     ACCEPT INQ-ANSWER.
004273     IF INQ-ANSWER-NUM NOT NUMERIC
004274         DISPLAY "CUSTOMER MUST BE EIGHT DIGITS"
004275         GO TO 7600-EXIT
004276     END-IF.
004277     MOVE INQ-ANSWER-NUM TO INQ-CUSTOMER-NO.
004278     PERFORM 7610-SHOW-CUSTOMER THRU 7610-EXIT.
004279     IF NOT INQ-CUST-FOUND
004280         DISPLAY "CUSTOMER " INQ-CUSTOMER-NO
004281             " IS NOT ON THE CUSTOMER FILE"
004282         GO TO 7600-EXIT
004283     END-IF.
004284     MOVE 0 TO INQ-LINK-COUNT.
004285     MOVE 0 TO INQ-CUST-PRIOR.
004286     MOVE 0 TO INQ-CUST-BALANCE.
004287     MOVE 0 TO INQ-CUST-HOLDS.
004288     MOVE 'N' TO INQ-HOLD-LIST-SW.
004289     MOVE 'N' TO INQ-LINK-EOF-SW.
004290     OPEN INPUT CUSTOMER-LINK.
004291     IF INQ-LINK-OK
004292         PERFORM 7620-READ-LINK THRU 7620-EXIT
004293         PERFORM 7630-SHOW-LINKED-ACCT THRU 7630-EXIT
004294             UNTIL INQ-LINK-EOF
004295         CLOSE CUSTOMER-LINK
004296     END-IF.
004297     DISPLAY "ACCOUNTS LINKED  . . . . . : " INQ-LINK-COUNT.
004298     MOVE INQ-CUST-PRIOR TO INQ-DISPLAY-AMOUNT.
004299     DISPLAY "COMBINED PRIOR BALANCE . . : " INQ-DISPLAY-AMOUNT.
004300     MOVE INQ-CUST-BALANCE TO INQ-DISPLAY-AMOUNT.
004301     DISPLAY "COMBINED CURRENT BALANCE . : " INQ-DISPLAY-AMOUNT.
004302     MOVE INQ-CUST-HOLDS TO INQ-DISPLAY-AMOUNT.
004303     DISPLAY "COMBINED ACTIVE HOLDS  . . : " INQ-DISPLAY-AMOUNT.
004304     COMPUTE INQ-CUST-AVAILABLE =
004305         INQ-CUST-BALANCE - INQ-CUST-HOLDS.
004306     MOVE INQ-CUST-AVAILABLE TO INQ-DISPLAY-AMOUNT.
004307     DISPLAY "COMBINED AVAILABLE . . . . : " INQ-DISPLAY-AMOUNT.
004308     MOVE INQ-CUSTOMER-NO TO INQ-CL-CUSTOMER.
004309     MOVE INQ-LINK-COUNT  TO INQ-CL-ACCOUNTS.
004310     MOVE 'CUSTOMER INQUIRY    ' TO ML-ACTION.
004311     MOVE INQ-CUST-LOG-DETAIL TO ML-DETAIL.
004312     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
004313 7600-EXIT.
004314     EXIT.
004315 7610-SHOW-CUSTOMER.
004316     MOVE 'N' TO INQ-CUST-FOUND-SW.
004317     OPEN INPUT CUSTOMER-MASTER.
004318     IF NOT INQ-CUST-MSTR-OK
004319         GO TO 7610-EXIT
004320     END-IF.
004321     MOVE INQ-CUSTOMER-NO TO CM-CUSTOMER-NO.
004322     READ CUSTOMER-MASTER
004323         INVALID KEY
004324             CONTINUE
004325         NOT INVALID KEY
004326             SET INQ-CUST-FOUND TO TRUE
004327             DISPLAY "CUSTOMER NAME  . . . . . . : " CM-FULL-NAME
004328             DISPLAY "ADDRESS  . . . . . . . . . : " CM-ADDRESS-1
004329             IF CM-ADDRESS-2 NOT = SPACES
004330                 DISPLAY "                             "
004331                     CM-ADDRESS-2
004332             END-IF
004333             DISPLAY "                             " CM-CITY " "
004334                 CM-STATE " " CM-POSTCODE
004335             DISPLAY "TAX ID . . . . . . . . . . : " CM-TAX-ID
004336     END-READ.
004337     CLOSE CUSTOMER-MASTER.
004338 7610-EXIT.
004339     EXIT.
004340 7620-READ-LINK.
004341     READ CUSTOMER-LINK
004342         AT END
004343             SET INQ-LINK-EOF TO TRUE
004344     END-READ.
004345 7620-EXIT.
004346     EXIT.
004347 7630-SHOW-LINKED-ACCT.
004348     IF CL-CUSTOMER-NO NOT = INQ-CUSTOMER-NO
004349         GO TO 7630-READ
004350     END-IF.
004351     ADD 1 TO INQ-LINK-COUNT.
004352     MOVE CL-ACCOUNT-NO TO INQ-ACCOUNT-NO.
004353     EVALUATE TRUE
004354         WHEN CL-OWNER
004355             MOVE 'OWNER  ' TO INQ-REL-NAME
004356         WHEN CL-JOINT
004357             MOVE 'JOINT  ' TO INQ-REL-NAME
004358         WHEN CL-TRUSTEE
004359             MOVE 'TRUSTEE' TO INQ-REL-NAME
004360         WHEN OTHER
004361             MOVE '?      ' TO INQ-REL-NAME
004362     END-EVALUATE.
004363     PERFORM 7640-READ-LINKED-NAME THRU 7640-EXIT.
004364     DISPLAY "  ACCOUNT " INQ-ACCOUNT-NO " " INQ-LINK-ACCT-NAME
004365         " " INQ-REL-NAME " STATUS " INQ-ACCT-STATUS.
004366     MOVE 0 TO INQ-LINK-BALANCE.
004367     IF INQ-MASTER-OPENED
004368         MOVE INQ-ACCOUNT-NO TO BM-ACCOUNT-NO
004369         READ BALANCE-MASTER
004370             INVALID KEY
004371                 CONTINUE
004372             NOT INVALID KEY
004373                 ADD BM-PRIOR-BALANCE TO INQ-CUST-PRIOR
004374                 MOVE BM-NEW-BALANCE TO INQ-LINK-BALANCE
004375         END-READ
004376     END-IF.
004377     ADD INQ-LINK-BALANCE TO INQ-CUST-BALANCE.
004378     PERFORM 7500-TOTAL-HOLDS THRU 7500-EXIT.
004379     ADD INQ-HOLD-TOTAL TO INQ-CUST-HOLDS.
004380     MOVE INQ-LINK-BALANCE TO INQ-DISPLAY-AMOUNT.
004381     DISPLAY "     BALANCE " INQ-DISPLAY-AMOUNT WITH NO ADVANCING.
004382     MOVE INQ-HOLD-TOTAL TO INQ-DISPLAY-AMOUNT.
004383     DISPLAY "  HOLDS " INQ-DISPLAY-AMOUNT.
004384 7630-READ.
004385     PERFORM 7620-READ-LINK THRU 7620-EXIT.
004386 7630-EXIT.
004387     EXIT.
004388 7640-READ-LINKED-NAME.
004389     MOVE '*NOT ON ACCT MASTER*' TO INQ-LINK-ACCT-NAME.
004390     MOVE SPACE TO INQ-ACCT-STATUS.
004391     IF NOT INQ-ACCT-MSTR-ON-HAND
004392         GO TO 7640-EXIT
004393     END-IF.
004394     OPEN INPUT ACCOUNT-MASTER.
004395     IF NOT INQ-ACCT-MSTR-OK
004396         GO TO 7640-EXIT
004397     END-IF.
004398     MOVE INQ-ACCOUNT-NO TO AM-ACCOUNT-NO.
004399     READ ACCOUNT-MASTER
004400         INVALID KEY
004401             CONTINUE
004402         NOT INVALID KEY
004403             MOVE AM-ACCOUNT-NAME TO INQ-LINK-ACCT-NAME
004404             MOVE AM-STATUS TO INQ-ACCT-STATUS
004405     END-READ.
004406     CLOSE ACCOUNT-MASTER.
004407 7640-EXIT.
004408     EXIT.
004409 7700-VIEW-STOPS.
004410******************************************************************
004411* EVERY STOP EVER PLACED ON THE ACCOUNT IS LISTED - RELEASED
004412* STOPS STAY ON THE STOP FILE AS ITS HISTORY.  A STOP IS ACTIVE
004413* WHILE ITS STATUS IS A AND IT HAS NOT PASSED ITS EXPIRY DATE (A
004414* ZERO EXPIRY STOPS UNTIL RELEASED).  SUM TABLES THE ACTIVE STOPS
004415* EACH NIGHT AND DIVERTS A CHEQUE THEY COVER TO ACCTEXCP.
004416******************************************************************
004417     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
004418     MOVE SPACES TO INQ-ANSWER.
004419     ACCEPT INQ-ANSWER.
004420     IF INQ-ANSWER-NUM NOT NUMERIC
004421         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
004422         GO TO 7700-EXIT
004423     END-IF.
004424     MOVE INQ-ANSWER-NUM TO INQ-ACCOUNT-NO.
004425     PERFORM 3100-SHOW-ACCT-NAME THRU 3100-EXIT.
004426     MOVE 0 TO INQ-STOPS-LISTED.
004427     MOVE 0 TO INQ-STOP-COUNT.
004428     MOVE 'N' TO INQ-STOP-EOF-SW.
004429     OPEN INPUT STOP-PAYMENT-FILE.
004430     IF INQ-STOP-OK
004431         PERFORM 7710-READ-STOP THRU 7710-EXIT
004432         PERFORM 7720-LIST-STOP THRU 7720-EXIT
004433             UNTIL INQ-STOP-EOF
004434         CLOSE STOP-PAYMENT-FILE
004435     END-IF.
004436     DISPLAY "STOPS LISTED . . . . . . . : " INQ-STOPS-LISTED.
004437     DISPLAY "ACTIVE STOPS . . . . . . . : " INQ-STOP-COUNT.
004438     MOVE INQ-ACCOUNT-NO TO INQ-SL-ACCOUNT.
004439     MOVE 0              TO INQ-SL-STOP-ID.
004440     MOVE 0              TO INQ-SL-SERIAL.
004441     MOVE 'STOPS VIEWED        ' TO ML-ACTION.
004442     MOVE INQ-STOP-LOG-DETAIL TO ML-DETAIL.
004443     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
004444 7700-EXIT.
004445     EXIT.
004446 7710-READ-STOP.
004447     READ STOP-PAYMENT-FILE
004448         AT END
004449             SET INQ-STOP-EOF TO TRUE
004450     END-READ.
004451 7710-EXIT.
004452     EXIT.
004453 7720-LIST-STOP.
004454     IF STP-ACCOUNT-NO = INQ-ACCOUNT-NO
004455         ADD 1 TO INQ-STOPS-LISTED
004456         PERFORM 7730-SHOW-STOP THRU 7730-EXIT
004457         IF INQ-STOP-STATE = 'ACTIVE  '
004458             ADD 1 TO INQ-STOP-COUNT
004459         END-IF
004460     END-IF.
004461     PERFORM 7710-READ-STOP THRU 7710-EXIT.
004462 7720-EXIT.
004463     EXIT.
004464 7730-SHOW-STOP.
004465     PERFORM 7740-STOP-STATE THRU 7740-EXIT.
004466     DISPLAY "STOP " STP-STOP-ID " ACCOUNT " STP-ACCOUNT-NO
004467         " SERIALS " STP-SERIAL-FROM "-" STP-SERIAL-TO
004468         " " INQ-STOP-STATE.
004469     IF STP-AMOUNT = 0
004470         DISPLAY "     ANY AMOUNT"
004471     ELSE
004472         MOVE STP-AMOUNT TO INQ-DISPLAY-AMOUNT
004473         DISPLAY "     AMOUNT " INQ-DISPLAY-AMOUNT
004474     END-IF.
004475     DISPLAY "     PLACED " STP-PLACED-DATE " BY " STP-PLACED-BY
004476         " EXPIRES " STP-EXPIRY-DATE.
004477     IF STP-RELEASED
004478         DISPLAY "     RELEASED " STP-RELEASE-DATE " BY "
004479             STP-RELEASED-BY
004480     END-IF.
004481 7730-EXIT.
004482     EXIT.
004483 7740-STOP-STATE.
004484*    LAPSED IS A STOP STILL MARKED ACTIVE WHOSE EXPIRY DATE HAS
004485*    PASSED - SUM NO LONGER HOLDS A CHEQUE AGAINST IT.
004486     EVALUATE TRUE
004487         WHEN STP-RELEASED
004488             MOVE 'RELEASED' TO INQ-STOP-STATE
004489         WHEN STP-EXPIRY-DATE NOT = 0
004490             AND STP-EXPIRY-DATE < INQ-TODAY
004491             MOVE 'LAPSED  ' TO INQ-STOP-STATE
004492         WHEN OTHER
004493             MOVE 'ACTIVE  ' TO INQ-STOP-STATE
004494     END-EVALUATE.
004495 7740-EXIT.
004496     EXIT.
004497 7800-PLACE-STOP.
004498******************************************************************
004499* A STOP IS TAKEN FOR AN ACCOUNT ON THE ACCOUNT MASTER THAT IS NOT
004500* CLOSED, ON ONE CHEQUE SERIAL OR A RANGE OF THEM, FOR ONE AMOUNT
004501* OR ANY AMOUNT.  IT GETS THE NEXT STOP NUMBER AND IS ADDED TO THE
004502* END OF THE STOP FILE.  NOTHING IN THE CHAIN REWRITES THE STOP
004503* FILE, SO A STOP MAY BE PLACED WHILE A CHAIN RUNS - BUT SUM READS
004504* THE FILE AS IT STARTS, SO THE OPERATOR IS WARNED THAT THE STOP
004505* MAY NOT TAKE EFFECT UNTIL THE NEXT RUN.
004506******************************************************************
004507     DISPLAY "ACCOUNT NUMBER (8 DIGITS): " WITH NO ADVANCING.
004508     MOVE SPACES TO INQ-ANSWER.
004509     ACCEPT INQ-ANSWER.
004510     IF INQ-ANSWER-NUM NOT NUMERIC
004511         DISPLAY "ACCOUNT MUST BE EIGHT DIGITS"
004512         GO TO 7800-EXIT
004513     END-IF.
004514     MOVE INQ-ANSWER-NUM TO INQ-ACCOUNT-NO.
004515     PERFORM 3100-SHOW-ACCT-NAME THRU 3100-EXIT.
004516     IF NOT INQ-ACCT-FOUND
004517         DISPLAY "ACCOUNT IS NOT ON THE ACCOUNT MASTER - "
004518             "STOP NOT PLACED"
004519         GO TO 7800-EXIT
004520     END-IF.
004521     IF INQ-ACCT-STATUS = 'C'
004522         DISPLAY "ACCOUNT IS CLOSED - STOP NOT PLACED"
004523         GO TO 7800-EXIT
004524     END-IF.
004525     DISPLAY "FIRST CHEQUE SERIAL (8 DIGITS): " WITH NO ADVANCING.
004526     MOVE SPACES TO INQ-ANSWER.
004527     ACCEPT INQ-ANSWER.
004528     IF INQ-ANSWER-NUM NOT NUMERIC
004529         OR INQ-ANSWER-NUM = 0
004530         DISPLAY "SERIAL MUST BE EIGHT DIGITS - STOP NOT PLACED"
004531         GO TO 7800-EXIT
004532     END-IF.
004533     MOVE INQ-ANSWER-NUM TO INQ-STOP-FROM.
004534     DISPLAY "LAST CHEQUE SERIAL (8 DIGITS OR ENTER FOR ONE "
004535         "CHEQUE): " WITH NO ADVANCING.
004536     MOVE SPACES TO INQ-ANSWER.
004537     ACCEPT INQ-ANSWER.
004538     MOVE INQ-STOP-FROM TO INQ-STOP-TO.
004539     IF INQ-ANSWER NOT = SPACES
004540         IF INQ-ANSWER-NUM NOT NUMERIC
004541             OR INQ-ANSWER-NUM < INQ-STOP-FROM
004542             DISPLAY "LAST SERIAL MUST BE EIGHT DIGITS AND NOT "
004543                 "BELOW THE FIRST - STOP NOT PLACED"
004544             GO TO 7800-EXIT
004545         END-IF
004546         MOVE INQ-ANSWER-NUM TO INQ-STOP-TO
004547     END-IF.
004548     DISPLAY "CHEQUE AMOUNT (NINE DIGITS, LAST TWO ARE CENTS, OR "
004549         "ENTER FOR ANY AMOUNT): " WITH NO ADVANCING.
004550     MOVE SPACES TO INQ-AMOUNT-ANSWER.
004551     ACCEPT INQ-AMOUNT-ANSWER.
004552     MOVE 0 TO INQ-STOP-AMOUNT.
004553     IF INQ-AMOUNT-ANSWER NOT = SPACES
004554         IF INQ-AMOUNT-ANSWER-NUM NOT NUMERIC
004555             DISPLAY "AMOUNT MUST BE NINE DIGITS - "
004556                 "STOP NOT PLACED"
004557             GO TO 7800-EXIT
004558         END-IF
004559         MOVE INQ-AMOUNT-ANSWER-NUM TO INQ-STOP-AMOUNT
004560     END-IF.
004561     DISPLAY "EXPIRY DATE (YYYYMMDD OR ENTER TO STOP UNTIL "
004562         "RELEASED): " WITH NO ADVANCING.
004563     MOVE SPACES TO INQ-ANSWER.
004564     ACCEPT INQ-ANSWER.
004565     MOVE 0 TO INQ-STOP-EXPIRY.
004566     IF INQ-ANSWER NOT = SPACES
004567         IF INQ-ANSWER-NUM NOT NUMERIC
004568             OR INQ-ANSWER-NUM < INQ-TODAY
004569             DISPLAY "EXPIRY MUST BE A DATE NOT BEFORE TODAY - "
004570                 "STOP NOT PLACED"
004571             GO TO 7800-EXIT
004572         END-IF
004573         MOVE INQ-ANSWER-NUM TO INQ-STOP-EXPIRY
004574     END-IF.
004575     PERFORM 7850-NEXT-STOP-ID THRU 7850-EXIT.
004576     OPEN EXTEND STOP-PAYMENT-FILE.
004577     IF NOT INQ-STOP-OK
004578         OPEN OUTPUT STOP-PAYMENT-FILE
004579         CLOSE STOP-PAYMENT-FILE
004580         OPEN EXTEND STOP-PAYMENT-FILE
004581     END-IF.
004582     IF NOT INQ-STOP-OK
004583         DISPLAY "STOP FILE WILL NOT OPEN - STOP NOT PLACED"
004584         GO TO 7800-EXIT
004585     END-IF.
004586     MOVE INQ-STOP-ID     TO STP-STOP-ID.
004587     MOVE INQ-ACCOUNT-NO  TO STP-ACCOUNT-NO.
004588     MOVE INQ-STOP-FROM   TO STP-SERIAL-FROM.
004589     MOVE INQ-STOP-TO     TO STP-SERIAL-TO.
004590     MOVE INQ-STOP-AMOUNT TO STP-AMOUNT.
004591     MOVE INQ-OPERATOR    TO STP-PLACED-BY.
004592     MOVE INQ-TODAY       TO STP-PLACED-DATE.
004593     MOVE INQ-STOP-EXPIRY TO STP-EXPIRY-DATE.
004594     SET STP-ACTIVE TO TRUE.
004595     MOVE SPACES          TO STP-RELEASED-BY.
004596     MOVE 0               TO STP-RELEASE-DATE.
004597     WRITE STOP-PAYMENT-RECORD.
004598     CLOSE STOP-PAYMENT-FILE.
004599     DISPLAY "STOP " INQ-STOP-ID " PLACED".
004600     PERFORM 2950-CHECK-CHAIN-LOCK THRU 2950-EXIT.
004601     IF INQ-CHAIN-RUNNING
004602         DISPLAY "A CHAIN IS RUNNING - THE STOP MAY NOT TAKE "
004603             "EFFECT UNTIL THE NEXT RUN"
004604     END-IF.
004605     MOVE INQ-ACCOUNT-NO  TO INQ-SL-ACCOUNT.
004606     MOVE INQ-STOP-ID     TO INQ-SL-STOP-ID.
004607     MOVE INQ-STOP-FROM   TO INQ-SL-SERIAL.
004608     MOVE 'STOP PLACED         ' TO ML-ACTION.
004609     MOVE INQ-STOP-LOG-DETAIL TO ML-DETAIL.
004610     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
004611 7800-EXIT.
004612     EXIT.
004613 7850-NEXT-STOP-ID.
004614*    STOP NUMBERS ARE NEVER REUSED - THE NEXT ONE IS ONE PAST THE
004615*    HIGHEST ON FILE, HISTORY INCLUDED.
004616     MOVE 0 TO INQ-STOP-ID.
004617     MOVE 'N' TO INQ-STOP-EOF-SW.
004618     OPEN INPUT STOP-PAYMENT-FILE.
004619     IF INQ-STOP-OK
004620         PERFORM 7710-READ-STOP THRU 7710-EXIT
004621         PERFORM 7860-NOTE-STOP-ID THRU 7860-EXIT
004622             UNTIL INQ-STOP-EOF
004623         CLOSE STOP-PAYMENT-FILE
004624     END-IF.
004625     ADD 1 TO INQ-STOP-ID.
004626 7850-EXIT.
004627     EXIT.
004628 7860-NOTE-STOP-ID.
004629     IF STP-STOP-ID > INQ-STOP-ID
004630         MOVE STP-STOP-ID TO INQ-STOP-ID
004631     END-IF.
004632     PERFORM 7710-READ-STOP THRU 7710-EXIT.
004633 7860-EXIT.
004634     EXIT.
004635 7900-RELEASE-STOP.
004636     DISPLAY "STOP NUMBER (6 DIGITS): " WITH NO ADVANCING.
004637     MOVE SPACES TO INQ-ID-ANSWER.
004638     ACCEPT INQ-ID-ANSWER.
004639     IF INQ-ID-ANSWER-NUM NOT NUMERIC
004640         DISPLAY "STOP NUMBER MUST BE SIX DIGITS"
004641         GO TO 7900-EXIT
004642     END-IF.
004643     MOVE INQ-ID-ANSWER-NUM TO INQ-STOP-ID.
004644     PERFORM 7950-FIND-STOP THRU 7950-EXIT.
004645     IF NOT INQ-STOP-FOUND
004646         DISPLAY "STOP " INQ-STOP-ID " IS NOT ON FILE"
004647         GO TO 7900-EXIT
004648     END-IF.
004649     IF INQ-STOP-STATE NOT = 'ACTIVE  '
004650         AND INQ-STOP-STATE NOT = 'LAPSED  '
004651         DISPLAY "STOP " INQ-STOP-ID " IS ALREADY "
004652             INQ-STOP-STATE
004653         GO TO 7900-EXIT
004654     END-IF.
004655     DISPLAY "RELEASE THIS STOP (Y/N): " WITH NO ADVANCING.
004656     MOVE SPACE TO INQ-CONFIRM.
004657     ACCEPT INQ-CONFIRM.
004658     IF INQ-CONFIRM NOT = 'Y' AND INQ-CONFIRM NOT = 'y'
004659         DISPLAY "STOP NOT RELEASED"
004660         GO TO 7900-EXIT
004661     END-IF.
004662     PERFORM 7970-REWRITE-STOPS THRU 7970-EXIT.
004663     IF NOT INQ-STOP-APPLIED
004664         DISPLAY "STOP NOT RELEASED - STOP FILE UNCHANGED"
004665         GO TO 7900-EXIT
004666     END-IF.
004667     DISPLAY "STOP " INQ-STOP-ID " RELEASED".
004668     MOVE INQ-ACCOUNT-NO  TO INQ-SL-ACCOUNT.
004669     MOVE INQ-STOP-ID     TO INQ-SL-STOP-ID.
004670     MOVE INQ-STOP-FROM   TO INQ-SL-SERIAL.
004671     MOVE 'STOP RELEASED       ' TO ML-ACTION.
004672     MOVE INQ-STOP-LOG-DETAIL TO ML-DETAIL.
004673     PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT.
004674 7900-EXIT.
004675     EXIT.
004676 7950-FIND-STOP.
004677     MOVE 'N' TO INQ-STOP-FOUND-SW.
004678     MOVE 'N' TO INQ-STOP-EOF-SW.
004679     OPEN INPUT STOP-PAYMENT-FILE.
004680     IF NOT INQ-STOP-OK
004681         GO TO 7950-EXIT
004682     END-IF.
004683     PERFORM 7710-READ-STOP THRU 7710-EXIT.
004684     PERFORM 7960-MATCH-STOP THRU 7960-EXIT
004685         UNTIL INQ-STOP-EOF.
004686     CLOSE STOP-PAYMENT-FILE.
004687 7950-EXIT.
004688     EXIT.
004689 7960-MATCH-STOP.
004690     IF STP-STOP-ID = INQ-STOP-ID
004691         SET INQ-STOP-FOUND TO TRUE
004692         SET INQ-STOP-EOF TO TRUE
004693         MOVE STP-ACCOUNT-NO  TO INQ-ACCOUNT-NO
004694         MOVE STP-SERIAL-FROM TO INQ-STOP-FROM
004695         PERFORM 7730-SHOW-STOP THRU 7730-EXIT
004696         GO TO 7960-EXIT
004697     END-IF.
004698     PERFORM 7710-READ-STOP THRU 7710-EXIT.
004699 7960-EXIT.
004700     EXIT.
004701 7970-REWRITE-STOPS.
004702******************************************************************
004703* THE STOP FILE IS SEQUENTIAL, SO A RELEASE IS A COPY: STOP FILE
004704* TO WORK FILE WITH THE ONE STOP MARKED RELEASED, THEN WORK FILE
004705* BACK OVER THE STOP FILE.
004706******************************************************************
004707     MOVE 'N' TO INQ-STOP-APPLIED-SW.
004708     OPEN OUTPUT STOP-WORK.
004709     IF NOT INQ-STOP-WORK-OK
004710         DISPLAY "STOP WORK FILE WILL NOT OPEN"
004711         GO TO 7970-EXIT
004712     END-IF.
004713     MOVE 'N' TO INQ-STOP-EOF-SW.
004714     OPEN INPUT STOP-PAYMENT-FILE.
004715     IF NOT INQ-STOP-OK
004716         DISPLAY "STOP FILE WILL NOT OPEN"
004717         CLOSE STOP-WORK
004718         GO TO 7970-EXIT
004719     END-IF.
004720     PERFORM 7710-READ-STOP THRU 7710-EXIT.
004721     PERFORM 7975-COPY-TO-WORK THRU 7975-EXIT
004722         UNTIL INQ-STOP-EOF.
004723     CLOSE STOP-PAYMENT-FILE.
004724     CLOSE STOP-WORK.
004725     OPEN INPUT STOP-WORK.
004726     IF NOT INQ-STOP-WORK-OK
004727         DISPLAY "STOP WORK FILE WILL NOT REOPEN"
004728         GO TO 7970-EXIT
004729     END-IF.
004730     OPEN OUTPUT STOP-PAYMENT-FILE.
004731     IF NOT INQ-STOP-OK
004732         DISPLAY "STOP FILE WILL NOT OPEN FOR REWRITE"
004733         CLOSE STOP-WORK
004734         GO TO 7970-EXIT
004735     END-IF.
004736     MOVE 'N' TO INQ-STOP-EOF-SW.
004737     PERFORM 7980-READ-WORK THRU 7980-EXIT.
004738     PERFORM 7985-COPY-BACK THRU 7985-EXIT
004739         UNTIL INQ-STOP-EOF.
004740     CLOSE STOP-PAYMENT-FILE.
004741     CLOSE STOP-WORK.
004742     SET INQ-STOP-APPLIED TO TRUE.
004743 7970-EXIT.
004744     EXIT.
004745 7975-COPY-TO-WORK.
004746     IF STP-STOP-ID = INQ-STOP-ID
004747         SET STP-RELEASED TO TRUE
004748         MOVE INQ-OPERATOR TO STP-RELEASED-BY
004749         MOVE INQ-TODAY    TO STP-RELEASE-DATE
004750     END-IF.
004751     MOVE STOP-PAYMENT-RECORD TO STOP-WORK-RECORD.
004752     WRITE STOP-WORK-RECORD.
004753     PERFORM 7710-READ-STOP THRU 7710-EXIT.
004754 7975-EXIT.
004755     EXIT.
004756 7980-READ-WORK.
004757     READ STOP-WORK
004758         AT END
004759             SET INQ-STOP-EOF TO TRUE
004760     END-READ.
004761 7980-EXIT.
004762     EXIT.
004763 7985-COPY-BACK.
004764     MOVE STOP-WORK-RECORD TO STOP-PAYMENT-RECORD.
004765     WRITE STOP-PAYMENT-RECORD.
004766     PERFORM 7980-READ-WORK THRU 7980-EXIT.
004767 7985-EXIT.
004768     EXIT.
004769 8000-WRITE-MAINT-LOG.
004770     ACCEPT INQ-NOW FROM TIME.
004771     MOVE INQ-TODAY    TO ML-DATE.
004772     MOVE INQ-NOW      TO ML-TIME.
004773     MOVE INQ-OPERATOR TO ML-OPERATOR.
004774     WRITE MAINT-LOG-RECORD.
004775 8000-EXIT.
004776     EXIT.
004777 9000-TERMINATE.
004778     IF INQ-MASTER-OPENED
004779         CLOSE BALANCE-MASTER
004780     END-IF.
004781     IF INQ-MAINT-OK
004782         MOVE 'INQUIRY CLOSED      ' TO ML-ACTION
004783         MOVE SPACES TO ML-DETAIL
004784         PERFORM 8000-WRITE-MAINT-LOG THRU 8000-EXIT
004785         CLOSE MAINT-LOG
004786     END-IF.
004787 9000-EXIT.
004788     EXIT.
