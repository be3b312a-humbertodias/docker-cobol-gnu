000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. ACCTCNV.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  ONE-TIME CONVERSION OF THE
000210*                 ACCOUNT MASTER FROM A SEQUENTIAL FILE TO AN
000220*                 INDEXED FILE KEYED ON ACCOUNT NUMBER.  THE OLD
000230*                 SEQUENTIAL MASTER IS READ UNDER ACCTSEQ AND EACH
000240*                 RECORD IS WRITTEN BY KEY TO THE NEW ACCTMSTR.  A
000250*                 NON-NUMERIC ACCOUNT NUMBER OR A DUPLICATE IS
000260*                 NOT LOADED AND ENDS THE STEP WITH RC 16; A BAD
000270*                 STATUS OR OVERDRAFT LIMIT IS LOADED AS IT STANDS
000280*                 AND REPORTED AS A WARNING FOR REFCHK TO HOLD THE
000290*                 CHAIN ON.  THE LOAD ALWAYS STARTS ACCTMSTR
000300*                 EMPTY, SO IT CAN BE RERUN AFTER ACCTSEQ IS
000310*                 CORRECTED - BUT NOT ONCE ACCTMNT HAS APPLIED A
000320*                 CHANGE TO THE INDEXED MASTER.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT OLD-ACCT-MASTER ASSIGN TO ACCTSEQ
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS ACV-OLD-STATUS.
000400     SELECT ACCOUNT-MASTER ASSIGN TO ACCTMSTR
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS RANDOM
000430         RECORD KEY IS AM-ACCOUNT-NO
000440         FILE STATUS IS ACV-ACCT-MSTR-STATUS.
000450 DATA DIVISION.
000460 FILE SECTION.
000470 FD  OLD-ACCT-MASTER.
000480 01  OLD-ACCT-MASTER-RECORD.
000490     05  OM-ACCOUNT-NO           PIC 9(08).
000500     05  OM-ACCOUNT-NO-X REDEFINES OM-ACCOUNT-NO
000510                                 PIC X(08).
000520     05  OM-ACCOUNT-NAME         PIC X(20).
000530     05  OM-STATUS               PIC X(01).
000540         88  OM-VALID-STATUS             VALUE 'O' 'C' 'F'.
000550     05  OM-OD-LIMIT             PIC 9(07)V99.
000560 FD  ACCOUNT-MASTER.
000570 01  ACCOUNT-MASTER-RECORD.
000580     05  AM-ACCOUNT-NO           PIC 9(08).
000590     05  AM-ACCOUNT-NAME         PIC X(20).
000600     05  AM-STATUS               PIC X(01).
000610         88  AM-OPEN                     VALUE 'O'.
000620         88  AM-CLOSED                   VALUE 'C'.
000630         88  AM-FROZEN                   VALUE 'F'.
000640     05  AM-OD-LIMIT             PIC 9(07)V99.
000650 WORKING-STORAGE SECTION.
000660 01  ACV-FILE-STATUSES.
000670     05  ACV-OLD-STATUS          PIC X(02) VALUE SPACES.
000680         88  ACV-OLD-OK                  VALUE '00'.
000690     05  ACV-ACCT-MSTR-STATUS    PIC X(02) VALUE SPACES.
000700         88  ACV-ACCT-MSTR-OK            VALUE '00'.
000710         88  ACV-ACCT-MSTR-DUPLICATE     VALUE '22'.
000720 01  ACV-SWITCHES.
000730     05  ACV-EOF-SWITCH          PIC X(01) VALUE 'N'.
000740         88  ACV-END-OF-OLD              VALUE 'Y'.
000750     05  ACV-ABORT-SWITCH        PIC X(01) VALUE 'N'.
000760         88  ACV-RUN-ABORTED             VALUE 'Y'.
000770     05  ACV-OLD-OPEN-SW         PIC X(01) VALUE 'N'.
000780         88  ACV-OLD-OPENED              VALUE 'Y'.
000790     05  ACV-NEW-OPEN-SW         PIC X(01) VALUE 'N'.
000800         88  ACV-NEW-OPENED              VALUE 'Y'.
000810 01  ACV-WORK-FIELDS.
000820     05  ACV-MESSAGE             PIC X(40) VALUE SPACES.
000830 01  ACV-CONTROL-TOTALS.
000840     05  ACV-RECORDS-READ        PIC 9(07) VALUE 0.
000850     05  ACV-RECORDS-LOADED      PIC 9(07) VALUE 0.
000860     05  ACV-RECORDS-REJECTED    PIC 9(07) VALUE 0.
000870     05  ACV-DUPLICATES          PIC 9(07) VALUE 0.
000880     05  ACV-WARNINGS            PIC 9(07) VALUE 0.
000890 PROCEDURE DIVISION.
000900 0000-MAINLINE.
000910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000920     PERFORM 2000-CONVERT-ONE THRU 2000-EXIT
000930         UNTIL ACV-END-OF-OLD.
000940     PERFORM 9000-TERMINATE THRU 9000-EXIT.
000950     STOP RUN.
000960 1000-INITIALIZE.
000970     DISPLAY "***** ACCOUNT MASTER CONVERSION *****".
000980     OPEN INPUT OLD-ACCT-MASTER.
000990     IF NOT ACV-OLD-OK
001000         DISPLAY "SEQUENTIAL ACCOUNT MASTER (ACCTSEQ) WILL NOT "
001010             "OPEN - ABORTED"
001020         MOVE 16 TO RETURN-CODE
001030         SET ACV-END-OF-OLD TO TRUE
001040         SET ACV-RUN-ABORTED TO TRUE
001050         GO TO 1000-EXIT
001060     END-IF.
001070     SET ACV-OLD-OPENED TO TRUE.
001080     OPEN OUTPUT ACCOUNT-MASTER.
001090     IF NOT ACV-ACCT-MSTR-OK
001100         DISPLAY "INDEXED ACCOUNT MASTER (ACCTMSTR) WILL NOT "
001110             "OPEN - ABORTED"
001120         MOVE 16 TO RETURN-CODE
001130         SET ACV-END-OF-OLD TO TRUE
001140         SET ACV-RUN-ABORTED TO TRUE
001150         GO TO 1000-EXIT
001160     END-IF.
001170     SET ACV-NEW-OPENED TO TRUE.
001180     PERFORM 2100-READ-OLD THRU 2100-EXIT.
001190 1000-EXIT.
001200     EXIT.
001210 2000-CONVERT-ONE.
001220******************************************************************
001230* AN ACCOUNT NUMBER THAT IS NOT NUMERIC CANNOT BE KEYED, AND A
001240* SECOND RECORD FOR THE SAME ACCOUNT WOULD HAVE BEEN READ
001250* DIFFERENTLY BY EACH OLD TABLE SEARCH - BOTH STAY OFF THE NEW
001260* MASTER AND FAIL THE STEP SO THE OLD FILE IS PUT RIGHT FIRST.
001270******************************************************************
001280     ADD 1 TO ACV-RECORDS-READ.
001290     IF OM-ACCOUNT-NO NOT NUMERIC
001300         MOVE "ACCOUNT NUMBER IS NOT NUMERIC - NOT LOADED"
001310             TO ACV-MESSAGE
001320         PERFORM 2300-SHOW-EXCEPTION THRU 2300-EXIT
001330         ADD 1 TO ACV-RECORDS-REJECTED
001340         GO TO 2000-NEXT
001350     END-IF.
001360     IF NOT OM-VALID-STATUS
001370         MOVE "STATUS IS NOT O, C OR F - LOADED AS IS"
001380             TO ACV-MESSAGE
001390         PERFORM 2300-SHOW-EXCEPTION THRU 2300-EXIT
001400         ADD 1 TO ACV-WARNINGS
001410     END-IF.
001420     IF OM-OD-LIMIT NOT NUMERIC
001430         MOVE "OVERDRAFT LIMIT NOT NUMERIC - LOADED AS IS"
001440             TO ACV-MESSAGE
001450         PERFORM 2300-SHOW-EXCEPTION THRU 2300-EXIT
001460         ADD 1 TO ACV-WARNINGS
001470     END-IF.
001480     PERFORM 2200-WRITE-MASTER THRU 2200-EXIT.
001490 2000-NEXT.
001500     PERFORM 2100-READ-OLD THRU 2100-EXIT.
001510 2000-EXIT.
001520     EXIT.
001530 2100-READ-OLD.
001540     READ OLD-ACCT-MASTER
001550         AT END
001560             SET ACV-END-OF-OLD TO TRUE
001570     END-READ.
001580 2100-EXIT.
001590     EXIT.
001600 2200-WRITE-MASTER.
001610     MOVE OM-ACCOUNT-NO   TO AM-ACCOUNT-NO.
001620     MOVE OM-ACCOUNT-NAME TO AM-ACCOUNT-NAME.
001630     MOVE OM-STATUS       TO AM-STATUS.
001640     MOVE OM-OD-LIMIT     TO AM-OD-LIMIT.
001650     WRITE ACCOUNT-MASTER-RECORD
001660         INVALID KEY
001670             CONTINUE
001680     END-WRITE.
001690     IF ACV-ACCT-MSTR-OK
001700         ADD 1 TO ACV-RECORDS-LOADED
001710         GO TO 2200-EXIT
001720     END-IF.
001730     IF ACV-ACCT-MSTR-DUPLICATE
001740         MOVE "DUPLICATE ACCOUNT - FIRST ONE KEPT"
001750             TO ACV-MESSAGE
001760         PERFORM 2300-SHOW-EXCEPTION THRU 2300-EXIT
001770         ADD 1 TO ACV-DUPLICATES
001780         ADD 1 TO ACV-RECORDS-REJECTED
001790         GO TO 2200-EXIT
001800     END-IF.
001810     DISPLAY "ACCOUNT MASTER WRITE FAILED FOR ACCOUNT "
001820         AM-ACCOUNT-NO " STATUS " ACV-ACCT-MSTR-STATUS
001830         " - ABORTED".
001840     MOVE 16 TO RETURN-CODE.
001850     SET ACV-RUN-ABORTED TO TRUE.
001860     SET ACV-END-OF-OLD TO TRUE.
001870 2200-EXIT.
001880     EXIT.
001890 2300-SHOW-EXCEPTION.
001900     DISPLAY "RECORD " ACV-RECORDS-READ " ACCOUNT "
001910         OM-ACCOUNT-NO-X " " ACV-MESSAGE.
001920 2300-EXIT.
001930     EXIT.
001940 9000-TERMINATE.
001950     IF ACV-OLD-OPENED
001960         CLOSE OLD-ACCT-MASTER
001970     END-IF.
001980     IF ACV-NEW-OPENED
001990         CLOSE ACCOUNT-MASTER
002000     END-IF.
002010     IF ACV-RUN-ABORTED
002020         GO TO 9000-EXIT
002030     END-IF.
002040     DISPLAY "***** ACCOUNT MASTER CONVERSION SUMMARY *****".
002050     DISPLAY "SEQUENTIAL RECORDS READ  . : " ACV-RECORDS-READ.
002060     DISPLAY "ACCOUNTS LOADED  . . . . . : " ACV-RECORDS-LOADED.
002070     DISPLAY "RECORDS NOT LOADED . . . . : " ACV-RECORDS-REJECTED.
002080     DISPLAY "  OF WHICH DUPLICATES  . . : " ACV-DUPLICATES.
002090     DISPLAY "WARNINGS (LOADED AS IS)  . : " ACV-WARNINGS.
002100     IF ACV-RECORDS-REJECTED > 0
002110         DISPLAY "CONVERSION INCOMPLETE - CORRECT ACCTSEQ AND "
002120             "RERUN"
002130         MOVE 16 TO RETURN-CODE
002140     ELSE
002150         DISPLAY "CONVERSION COMPLETE"
002160     END-IF.
002170 9000-EXIT.
002180     EXIT.
