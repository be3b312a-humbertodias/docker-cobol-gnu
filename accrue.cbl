000350*                 CHARGES AND RC 16, NEVER A BUILT-IN RATE.
000360*                 ONLY ACCOUNTS OPEN ON THE ACCOUNT MASTER
000370*                 ACCRUE; CLOSED AND FROZEN ACCOUNTS ARE SKIPPED.
000372* 10/15/26   DPC  THE ACCOUNT MASTER RECORD NOW CARRIES AN
000374*                 OVERDRAFT LIMIT AFTER THE STATUS; RECORD LAYOUT
000376*                 WIDENED TO MATCH.
000377* 10/15/26   DPC  ACCTMSTR IS NOW AN INDEXED FILE KEYED ON ACCOUNT
000378*                 NUMBER.  ACCOUNT STATUS IS READ BY KEY, AND THE
000379*                 ABORT ON A MASTER OVER 500 ACCOUNTS IS GONE.
000380******************************************************************
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000480         RECORD KEY IS BM-ACCOUNT-NO
000490         FILE STATUS IS ACR-MASTER-STATUS.
000500     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000510         ORGANIZATION IS INDEXED
000513         ACCESS MODE IS RANDOM
000516         RECORD KEY IS AM-ACCOUNT-NO
000520         FILE STATUS IS ACR-ACCT-MSTR-STATUS.
000530     SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
000540         ORGANIZATION IS LINE SEQUENTIAL
000930         88  AM-OPEN                     VALUE 'O'.
000940         88  AM-CLOSED                   VALUE 'C'.
000950         88  AM-FROZEN                   VALUE 'F'.
000955     05  AM-OD-LIMIT             PIC 9(07)V99.
000960 FD  PROC-DATE-FILE.
000970 01  PROC-DATE-RECORD.
000980     05  BD-BUSINESS-DATE        PIC 9(08).
001310         88  ACR-ACCRUAL-OPENED          VALUE 'Y'.
001320     05  ACR-DORMANT-SW          PIC X(01) VALUE 'N'.
001330         88  ACR-HAS-DORMANT-RULE        VALUE 'Y'.
001340     05  ACR-ACCT-MSTR-OPEN-SW   PIC X(01) VALUE 'N'.
001350         88  ACR-ACCT-MSTR-OPENED        VALUE 'Y'.
001380     05  ACR-BAND-FOUND-SW       PIC X(01) VALUE 'N'.
001390         88  ACR-BAND-FOUND              VALUE 'Y'.
001400     05  ACR-ACCT-FOUND-SW       PIC X(01) VALUE 'N'.
001570     05  ACR-DORMANT-DAYS        PIC 9(03) VALUE 0.
001580     05  ACR-DORMANT-FEE         PIC S9(7)V99 VALUE 0.
001590     05  ACR-DORMANT-CODE        PIC X(02) VALUE SPACES.
001660 01  ACR-CHARGE-FIELDS.
001670     05  ACR-CHARGE              PIC S9(7)V99 VALUE 0.
001680 01  ACR-DATE-WORK.
001990     IF ACR-RUN-ABORTED
002000         GO TO 1000-EXIT
002010     END-IF.
002020     PERFORM 1200-OPEN-ACCT-MASTER THRU 1200-EXIT.
002022     IF ACR-RUN-ABORTED
002024         GO TO 1000-EXIT
002026     END-IF.
002980     PERFORM 1110-READ-RATE THRU 1110-EXIT.
002990 1120-EXIT.
003000     EXIT.
003010 1200-OPEN-ACCT-MASTER.
003020     OPEN INPUT ACCOUNT-MASTER.
003030     IF NOT ACR-ACCT-MSTR-OK
003040         DISPLAY "NO ACCOUNT MASTER ON FILE - ALL ACCOUNTS "
003050             "ACCRUE"
003060         GO TO 1200-EXIT
003070     END-IF.
003080     SET ACR-ACCT-MSTR-OPENED TO TRUE.
003130 1200-EXIT.
003320     EXIT.
003330 2000-ACCRUE-ACCOUNT.
003340     ADD 1 TO ACR-ACCOUNTS-READ.
003560* MASTER ON FILE EVERY ACCOUNT IS TREATED AS OPEN, AS THE REST
003570* OF THE CHAIN DOES.
003580******************************************************************
003590     IF NOT ACR-ACCT-MSTR-OPENED
003600         SET ACR-ACCT-FOUND TO TRUE
003610         GO TO 2200-EXIT
003620     END-IF.
003630     MOVE 'N' TO ACR-ACCT-FOUND-SW.
003640     MOVE BM-ACCOUNT-NO TO AM-ACCOUNT-NO.
003650     READ ACCOUNT-MASTER
003660         INVALID KEY
003670             CONTINUE
003680         NOT INVALID KEY
003690             IF AM-OPEN
003700                 SET ACR-ACCT-FOUND TO TRUE
003710             END-IF
003715     END-READ.
003720 2200-EXIT.
003800     EXIT.
003810 2300-APPLY-BAND.
003820     MOVE 'N' TO ACR-BAND-FOUND-SW.
004930     IF ACR-ACCRUAL-OPENED
004940         CLOSE ACCRUAL-FILE
004950     END-IF.
004952     IF ACR-ACCT-MSTR-OPENED
004954         CLOSE ACCOUNT-MASTER
004956     END-IF.
004960     IF NOT ACR-RUN-ABORTED
004970         DISPLAY "***** MONTH-END ACCRUAL RUN SUMMARY *****"
004980         DISPLAY "RUN DATE . . . . . . . . . : " ACR-RUN-DATE
