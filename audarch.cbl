000300*                 FROM THE ARCHIVE TO THE RETRIEVAL FILE SO AN
000310*                 AUDITOR'S QUESTION ABOUT A GIVEN DAY CAN BE
000320*                 ANSWERED WITHOUT EYEBALLING RAW RECORDS.
000321* 10/15/26   DPC  THE AUDIT LOG RECORD NOW ENDS WITH THE BRANCH
000322*                 CODE AND IS CARRIED TO THE ARCHIVE AND THE
000323*                 RETRIEVAL FILE. RECORDS ARCHIVED BEFORE THE
000324*                 CHANGE READ BACK WITH A BLANK BRANCH.
000325* 10/15/26   DPC  RECORD LAYOUTS WIDENED TO MATCH; ARCHIVE CARRIES
000326*                 CURRENCY, ORIGINAL AMOUNTS AND RATE.
000327* 10/15/26   DPC  THE AUDIT LOG RECORD NOW ENDS WITH THE CHEQUE
000328*                 SERIAL, CARRIED TO THE ARCHIVE AND THE RETRIEVAL
000329*                 FILE; RECORD LAYOUTS WIDENED TO MATCH.
000330******************************************************************
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000680         SIGN LEADING SEPARATE.
000690     05  AL-C                    PIC S9(7)V99
000700         SIGN LEADING SEPARATE.
000701     05  AL-BRANCH               PIC 9(02).
000702     05  AL-CURRENCY             PIC X(03).
000703     05  AL-ORIG-A               PIC S9(7)V99
000704         SIGN LEADING SEPARATE.
000705     05  AL-ORIG-B               PIC S9(7)V99
000706         SIGN LEADING SEPARATE.
000707     05  AL-FX-RATE              PIC 9(05)V9(06).
000709     05  AL-CHEQUE-SERIAL        PIC X(08).
000710 FD  ARCHIVE-FILE.
000720 01  ARCHIVE-RECORD.
000730     05  AR-RUN-ID               PIC 9(08).
000820         SIGN LEADING SEPARATE.
000830     05  AR-C                    PIC S9(7)V99
000840         SIGN LEADING SEPARATE.
000841     05  AR-BRANCH               PIC 9(02).
000842     05  AR-CURRENCY             PIC X(03).
000843     05  AR-ORIG-A               PIC S9(7)V99
000844         SIGN LEADING SEPARATE.
000845     05  AR-ORIG-B               PIC S9(7)V99
000846         SIGN LEADING SEPARATE.
000847     05  AR-FX-RATE              PIC 9(05)V9(06).
000849     05  AR-CHEQUE-SERIAL        PIC X(08).
000850 FD  STMT-REPORT.
000860 01  REPORT-LINE                 PIC X(80).
000870 FD  RETRIEVE-FILE.
000880 01  RETRIEVE-RECORD             PIC X(112).
000890 FD  ARC-CARD.
000900 01  ARC-CARD-RECORD.
000910     05  AC-FUNCTION             PIC X(01).
002830     MOVE AL-A           TO AR-A.
002840     MOVE AL-B           TO AR-B.
002850     MOVE AL-C           TO AR-C.
002851     MOVE AL-BRANCH      TO AR-BRANCH.
002852     MOVE AL-CURRENCY    TO AR-CURRENCY.
002853     MOVE AL-ORIG-A      TO AR-ORIG-A.
002854     MOVE AL-ORIG-B      TO AR-ORIG-B.
002855     MOVE AL-FX-RATE     TO AR-FX-RATE.
002859     MOVE AL-CHEQUE-SERIAL TO AR-CHEQUE-SERIAL.
002860     WRITE ARCHIVE-RECORD.
002870     ADD 1 TO ARC-RECORDS-ARCHIVED.
002880 2200-EXIT.
