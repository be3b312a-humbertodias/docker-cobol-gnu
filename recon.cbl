000300*                 CLEAN NIGHT GETS A ONE-PAGE IN-BALANCE
000310*                 CERTIFICATE; ANY DISCREPANCY IS LISTED AND THE
000320*                 STEP ENDS WITH RC 16 SO A FILE TRUNCATED BY A
000321*                 DISK HICCUP IS CAUGHT THE SAME NIGHT.
000322* 09/02/26   DPC  THE CLASS-OUT DETAIL AND REJECT LAYOUTS NOW
000323*                 CARRY THE TRANSACTION CODE WRITTEN BY THE
000324*                 CLASSIFIER; THE FOOTINGS THEMSELVES ARE
000325*                 UNCHANGED.
000326* 10/15/26   DPC  THE TRANS-OUT DETAIL NOW ENDS WITH THE BRANCH
000327*                 CODE; LAYOUT WIDENED TO MATCH.  THE FOOTINGS ARE
000328*                 UNCHANGED.
000329* 10/15/26   DPC  THE AUDIT LOG RECORD NOW ENDS WITH
000330*                 THE BRANCH CODE; LAYOUT WIDENED TO MATCH.
000331* 10/15/26   DPC  THE CLASS-OUT DETAIL NOW ENDS WITH THE BRANCH
000332*                 CODE AND ITS ORIGIN, AND THE REJECT RECORD WITH
000333*                 THE BRANCH CODE; LAYOUTS WIDENED TO MATCH.  THE
000334*                 FOOTINGS ARE UNCHANGED.
000335* 10/15/26   DPC  TRANS-OUT DETAIL NOW ENDS WITH THE ITEM
000336*                 CURRENCY, ORIGINAL A AND B, FX RATE AND FX
000337*                 CONVERSION DIFFERENCE, THE AUDIT LOG WITH THE
000338*                 CURRENCY, ORIGINAL A AND B AND RATE, AND THE
000339*                 CLASS-OUT DETAIL WITH THE CURRENCY AND
000340*                 DIFFERENCE; RECORD LAYOUTS WIDENED TO MATCH.
000341* 10/15/26   DPC  TRANS-OUT DETAIL AND AUDIT LOG NOW END WITH THE
000342*                 CHEQUE SERIAL; RECORD LAYOUTS WIDENED TO MATCH.
000343******************************************************************
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000670         SIGN LEADING SEPARATE.
000680     05  TR-C                    PIC S9(7)V99
000690         SIGN LEADING SEPARATE.
000691     05  TR-BRANCH               PIC 9(02).
000692     05  TR-CURRENCY             PIC X(03).
000693     05  TR-ORIG-A               PIC S9(7)V99
000694         SIGN LEADING SEPARATE.
000695     05  TR-ORIG-B               PIC S9(7)V99
000696         SIGN LEADING SEPARATE.
000697     05  TR-FX-RATE              PIC 9(05)V9(06).
000698     05  TR-FX-DIFF              PIC S9(7)V99
000699         SIGN LEADING SEPARATE.
000700     05  TR-CHEQUE-SERIAL        PIC X(08).
000701 01  TR-TRAILER-RECORD.
000710     05  FILLER                  PIC X(01).
000720     05  TR-RECORD-COUNT         PIC 9(07).
000730     05  TR-GRAND-TOTAL          PIC S9(9)V99
000860         SIGN LEADING SEPARATE.
000870     05  AL-C                    PIC S9(7)V99
000880         SIGN LEADING SEPARATE.
000881     05  AL-BRANCH               PIC 9(02).
000882     05  AL-CURRENCY             PIC X(03).
000883     05  AL-ORIG-A               PIC S9(7)V99
000884         SIGN LEADING SEPARATE.
000885     05  AL-ORIG-B               PIC S9(7)V99
000886         SIGN LEADING SEPARATE.
000887     05  AL-FX-RATE              PIC 9(05)V9(06).
000889     05  AL-CHEQUE-SERIAL        PIC X(08).
000890 FD  CLASS-IN.
000900 01  CI-HEADER-RECORD.
000910     05  CI-H-REC-TYPE           PIC X(01).
000980     05  CI-ACCOUNT-NO           PIC 9(08).
000985     05  CI-TRANS-CODE           PIC X(02).
000990     05  CI-AMOUNT               PIC S9(7)V99
000991         SIGN LEADING SEPARATE.
000992     05  CI-BRANCH               PIC 9(02).
000993     05  CI-ORIGIN               PIC X(01).
000994     05  CI-CURRENCY             PIC X(03).
000995     05  CI-FX-DIFF              PIC S9(7)V99
001000         SIGN LEADING SEPARATE.
001010 01  CI-TOTALS-RECORD.
001020     05  CI-T-REC-TYPE           PIC X(01).
001165     05  RJ-TRANS-CODE           PIC X(02).
001170     05  RJ-INPUT-VALUE          PIC X(10).
001180     05  RJ-REASON-CODE          PIC X(02).
001185     05  RJ-BRANCH               PIC 9(02).
001190 FD  RECON-REPORT.
001200 01  REPORT-LINE                 PIC X(80).
001210 WORKING-STORAGE SECTION.
