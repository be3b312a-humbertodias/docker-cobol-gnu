000325*                 A CHAIN IS RUNNING, AND OFFERS A BREAK-LOCK
000326*                 FUNCTION (CHANGE AUTHORITY, LOGGED) AS THE
000327*                 OPERATOR OVERRIDE AFTER A CRASH.
000328* 10/15/26   DPC  APPROVE AUTHORITY ('A'), ADDED FOR THE ACCOUNT
000329*                 MASTER MAINTENANCE CONSOLE, CARRIES CHANGE
000330*                 AUTHORITY HERE AS WELL.
000331* 10/15/26   DPC  THE REJECT RECORD NOW ENDS WITH THE BRANCH CODE;
000332*                 LAYOUT WIDENED TO MATCH.
000333******************************************************************
000334 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT CONTROL-CARD ASSIGN TO CTLCARD
000652     05  RJ-TRANS-CODE           PIC X(02).
000660     05  RJ-INPUT-VALUE          PIC X(10).
000670     05  RJ-REASON-CODE          PIC X(02).
000675     05  RJ-BRANCH               PIC 9(02).
000680 FD  TRANS-FILE.
000690 01  TR-HEADER-RECORD.
000700     05  TR-REC-TYPE             PIC X(01).
001277         88  OPC-PROF-EOF                VALUE 'Y'.
001278     05  OPC-MAX-FAILURES        PIC 9(02) VALUE 3.
001279     05  OPC-AUTHORITY           PIC X(01) VALUE 'V'.
001280         88  OPC-CHANGE-ALLOWED          VALUE 'C' 'A'.
001281     05  OPC-PASSWORD            PIC X(08) VALUE SPACES.
001282     05  OPC-PROF-ENTRY OCCURS 20 TIMES.
001283         10  OPC-PF-ID           PIC X(03).
