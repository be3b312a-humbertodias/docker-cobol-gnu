000340*                 (PARAMETER CARD, DEFAULT 2) FAILS THE CHAIN SO
000350*                 A LOST TRANSMISSION SURFACES BY ITSELF INSTEAD
000360*                 OF BY PHONE CALL DAYS LATER.
000361* 10/15/26   DPC  THE GL POSTING NOW ENDS WITH THE BRANCH CODE,
000362*                 WHICH THE LEDGER ECHOES ON EACH REJECT; THE
000363*                 BRANCH IS CARRIED ONTO THE REPAIR QUEUE SO A
000364*                 CORRECTED POSTING GOES BACK TO THE BRANCH THAT
000365*                 OWNS IT.
000370******************************************************************
000380 ENVIRONMENT DIVISION.
000390 INPUT-OUTPUT SECTION.
000670     05  GP-DR-CR-IND            PIC X(01).
000680     05  GP-AMOUNT               PIC 9(7)V99.
000690     05  GP-EFFECTIVE-DATE       PIC 9(08).
000695     05  GP-BRANCH               PIC 9(02).
000700 01  GL-BATCH-TRAILER.
000710     05  GT-REC-TYPE             PIC X(02).
000720     05  GT-RECORD-COUNT         PIC 9(07).
000830     05  AR-DR-CR-IND            PIC X(01).
000840     05  AR-AMOUNT               PIC 9(7)V99.
000850     05  AR-REASON-CODE          PIC X(02).
000855     05  AR-BRANCH               PIC 9(02).
000860 01  ACK-TRAILER-RECORD.
000870     05  AT-REC-TYPE             PIC X(02).
000880     05  AT-ACCEPT-COUNT         PIC 9(07).
001020     05  RQ-DR-CR-IND            PIC X(01).
001030     05  RQ-AMOUNT               PIC 9(7)V99.
001040     05  RQ-REASON-CODE          PIC X(02).
001045     05  RQ-BRANCH               PIC 9(02).
001050 FD  GAK-PARM-CARD.
001060 01  GAK-PARM-RECORD.
001070     05  GK-NIGHT-LIMIT          PIC 9(03).
003670     MOVE AR-DR-CR-IND     TO RQ-DR-CR-IND.
003680     MOVE AR-AMOUNT        TO RQ-AMOUNT.
003690     MOVE AR-REASON-CODE   TO RQ-REASON-CODE.
003691*    THE LEDGER ECHOES THE POSTING'S BRANCH ON THE REJECT; A
003692*    REJECT THAT COMES BACK WITHOUT ONE QUEUES UNDER HEAD OFFICE.
003694     IF AR-BRANCH NUMERIC
003695         MOVE AR-BRANCH    TO RQ-BRANCH
003696     ELSE
003697         MOVE 0            TO RQ-BRANCH
003698     END-IF.
003700     WRITE REPAIR-RECORD.
003710     ADD 1 TO GAK-REJECT-COUNT.
003720     ADD 1 TO GAK-REJECTS-QUEUED.
