000100 IDENTIFICATION DIVISION.
000110 PROGRAM-ID. TRLBAL.
000120 AUTHOR. DATA-PROCESSING-CENTER.
000130 INSTALLATION. RECONCILIATION-SYSTEMS.
000140 DATE-WRITTEN. 10/15/2026.
000150 DATE-COMPILED.
000160******************************************************************
000170* MODIFICATION HISTORY
000180*-----------------------------------------------------------------
000190* DATE       INIT DESCRIPTION
000200* 10/15/26   DPC  ORIGINAL PROGRAM.  NIGHTLY TRIAL BALANCE OVER
000210*                 THE BALANCE MASTER, RUN FROM MASTER AFTER GLACK.
000220*                 THE SUM OF EVERY BM-NEW-BALANCE MUST EQUAL THE
000230*                 LAST PROVEN TOTAL ON THE HISTORY FILE PLUS THE
000240*                 NET ACTIVITY JOURNALED SINCE (POSTINGS, WHICH
000250*                 CARRY THE ACCRUE CHARGES MERGED INTO TRANS-IN,
000260*                 AND REVRSL ADJUSTMENTS).  TONIGHT'S POSTINGS
000270*                 MUST ALSO TIE TO THE NET OF THE CUSTOMER SIDE OF
000280*                 THE GL BATCH GLEXT SENT, WITH THE POSTINGS THE
000290*                 LEDGER REJECTED BACK THROUGH GLACK SHOWN AS
000300*                 RECONCILING ITEMS.  THE PROOF IS CARRIED DOWN TO
000310*                 THE ACCOUNT AGAINST A SNAPSHOT OF EVERY BALANCE
000320*                 AS LAST PROVEN, SO A BREAK LISTS THE ACCOUNTS
000330*                 THAT DISAGREE AND ENDS THE STEP RC 16.  A PROVEN
000340*                 NIGHT REPLACES THE SNAPSHOT; EVERY NIGHT ADDS A
000350*                 HISTORY RECORD MARKED PROVEN OR BROKEN.
000351* 10/15/26   DPC  THE GL TIE NOW ALLOWS FOR ITS RECONCILING ITEMS:
000352*                 POSTINGS NEGCHK REJECTED, WHICH WERE POSTED BUT
000353*                 NEVER SENT, LESS RESUBMITS, WHICH REACH THE GL A
000354*                 NIGHT OR MORE AFTER THEY POSTED.  BOTH ARE
000355*                 CARRIED TO THE ACCOUNT AND SHOWN ON THE PROOF.
000357* 10/15/26   DPC  THE CLASS-OUT DETAIL NOW ENDS WITH THE ITEM
000358*                 CURRENCY AND FX CONVERSION DIFFERENCE; RECORD
000359*                 LAYOUT WIDENED TO MATCH.
000360* 10/15/26   DPC  THE GL OFFSET MAP TABLE NOW HOLDS ALL 53 ROWS
000361*                 (FIFTY CODES AND **, ## AND $$); A LONGER MAP
000362*                 ABORTS THE RUN WITH RC 16.
000363******************************************************************
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT PROC-DATE-FILE ASSIGN TO PROCDATE
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS TBL-PROC-DATE-STATUS.
000430     SELECT BALANCE-MASTER ASSIGN TO BALMSTR
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS SEQUENTIAL
000460         RECORD KEY IS BM-ACCOUNT-NO
000470         FILE STATUS IS TBL-MASTER-STATUS.
000480     SELECT POSTING-JOURNAL ASSIGN TO PSTJRNL
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS TBL-JOURNAL-STATUS.
000510     SELECT GL-FILE ASSIGN TO GLFILE
000520         ORGANIZATION IS LINE SEQUENTIAL
000530         FILE STATUS IS TBL-GL-STATUS.
000540     SELECT GL-OFFSET-MAP ASSIGN TO GLMAP
000550         ORGANIZATION IS LINE SEQUENTIAL
000560         FILE STATUS IS TBL-MAP-STATUS.
000570     SELECT REPAIR-QUEUE ASSIGN TO GLREPAIR
000580         ORGANIZATION IS LINE SEQUENTIAL
000590         FILE STATUS IS TBL-REPAIR-STATUS.
000591     SELECT REJECT-FILE ASSIGN TO REJECTS
000592         ORGANIZATION IS LINE SEQUENTIAL
000593         FILE STATUS IS TBL-REJECT-STATUS.
000594     SELECT CLASS-IN ASSIGN TO CLASSOUT
000595         ORGANIZATION IS LINE SEQUENTIAL
000596         FILE STATUS IS TBL-CLASS-STATUS.
000600     SELECT TB-HISTORY ASSIGN TO TBHIST
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS TBL-HISTORY-STATUS.
000630     SELECT TB-SNAPSHOT ASSIGN TO TBSNAP
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS TBL-SNAPSHOT-STATUS.
000660     SELECT TB-SNAP-WORK ASSIGN TO TBSNWK
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS TBL-SNAP-WORK-STATUS.
000690     SELECT TB-SORT-WORK ASSIGN TO TBLWK.
000700     SELECT SORTED-ACTIVITY ASSIGN TO TBLSRT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS TBL-SORTED-STATUS.
000730     SELECT TB-REPORT ASSIGN TO TBRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS TBL-REPORT-STATUS.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  PROC-DATE-FILE.
000790 01  PROC-DATE-RECORD.
000800     05  BD-BUSINESS-DATE        PIC 9(08).
000810     05  BD-PREV-BUS-DATE        PIC 9(08).
000820 FD  BALANCE-MASTER.
000830 01  BALANCE-RECORD.
000840     05  BM-ACCOUNT-NO           PIC 9(08).
000850     05  BM-PRIOR-BALANCE        PIC S9(9)V99
000860         SIGN LEADING SEPARATE.
000870     05  BM-TODAY-ACTIVITY       PIC S9(9)V99
000880         SIGN LEADING SEPARATE.
000890     05  BM-NEW-BALANCE          PIC S9(9)V99
000900         SIGN LEADING SEPARATE.
000910     05  BM-LAST-ACTIVITY        PIC 9(08).
000920 FD  POSTING-JOURNAL.
000930 01  POSTING-JOURNAL-RECORD.
000940     05  PJ-RUN-DATE             PIC 9(08).
000950     05  PJ-RUN-SEQ-NO           PIC 9(05).
000960     05  PJ-ACCOUNT-NO           PIC 9(08).
000970     05  PJ-PRIOR-BALANCE        PIC S9(9)V99
000980         SIGN LEADING SEPARATE.
000990     05  PJ-ACTIVITY             PIC S9(9)V99
001000         SIGN LEADING SEPARATE.
001010     05  PJ-NEW-BALANCE          PIC S9(9)V99
001020         SIGN LEADING SEPARATE.
001030     05  PJ-SOURCE               PIC X(01).
001040         88  PJ-FROM-POSTING             VALUE 'P' SPACE.
001050         88  PJ-FROM-REVERSAL            VALUE 'R'.
001060 FD  GL-FILE.
001070 01  GL-BATCH-HEADER.
001080     05  GH-REC-TYPE             PIC X(02).
001090     05  GH-BATCH-DATE           PIC 9(08).
001100     05  GH-BATCH-NO             PIC 9(05).
001110     05  GH-SOURCE-SYSTEM        PIC X(08).
001120 01  GL-POSTING-RECORD.
001130     05  GP-REC-TYPE             PIC X(02).
001140     05  GP-ACCOUNT-NO           PIC 9(08).
001150     05  GP-DR-CR-IND            PIC X(01).
001160     05  GP-AMOUNT               PIC 9(7)V99.
001170     05  GP-EFFECTIVE-DATE       PIC 9(08).
001175     05  GP-BRANCH               PIC 9(02).
001180 01  GL-BATCH-TRAILER.
001190     05  GT-REC-TYPE             PIC X(02).
001200     05  GT-RECORD-COUNT         PIC 9(07).
001210     05  GT-HASH-TOTAL           PIC 9(9)V99.
001220 FD  GL-OFFSET-MAP.
001230 01  GL-OFFSET-MAP-RECORD.
001240     05  GM-TRANS-CODE           PIC X(02).
001250     05  GM-OFFSET-ACCOUNT       PIC 9(08).
001260 FD  REPAIR-QUEUE.
001270 01  REPAIR-RECORD.
001280     05  RQ-BATCH-DATE           PIC 9(08).
001290     05  RQ-BATCH-NO             PIC 9(05).
001300     05  RQ-ACCOUNT-NO           PIC 9(08).
001310     05  RQ-DR-CR-IND            PIC X(01).
001320     05  RQ-AMOUNT               PIC 9(7)V99.
001330     05  RQ-REASON-CODE          PIC X(02).
001331     05  RQ-BRANCH               PIC 9(02).
001332 FD  REJECT-FILE.
001333 01  REJECT-RECORD.
001334     05  RJ-SEQ-NO               PIC 9(07).
001335     05  RJ-RUN-DATE             PIC 9(08).
001336     05  RJ-RUN-SEQ-NO           PIC 9(05).
001337     05  RJ-ACCOUNT-NO           PIC 9(08).
001338     05  RJ-TRANS-CODE           PIC X(02).
001339     05  RJ-INPUT-VALUE          PIC X(10).
001340     05  RJ-INPUT-AMOUNT REDEFINES RJ-INPUT-VALUE
001341                                 PIC S9(7)V99
001342         SIGN LEADING SEPARATE.
001343     05  RJ-REASON-CODE          PIC X(02).
001344         88  RJ-NONNUMERIC               VALUE 'NN'.
001345     05  RJ-BRANCH               PIC 9(02).
001346 FD  CLASS-IN.
001347 01  CI-DETAIL-RECORD.
001348     05  CI-REC-TYPE             PIC X(01).
001349     05  CI-SIDE                 PIC X(01).
001350     05  CI-SEQ-NO               PIC 9(07).
001351     05  CI-ACCOUNT-NO           PIC 9(08).
001352     05  CI-TRANS-CODE           PIC X(02).
001353     05  CI-AMOUNT               PIC S9(7)V99
001354         SIGN LEADING SEPARATE.
001355     05  CI-BRANCH               PIC 9(02).
001356     05  CI-ORIGIN               PIC X(01).
001357         88  CI-FROM-RESUBMIT            VALUE 'R'.
001358     05  CI-CURRENCY             PIC X(03).
001359     05  CI-FX-DIFF              PIC S9(7)V99
001360         SIGN LEADING SEPARATE.
001361 FD  TB-HISTORY.
001362 01  TB-HISTORY-RECORD.
001363     05  TH-BUSINESS-DATE        PIC 9(08).
001370     05  TH-BATCH-DATE           PIC 9(08).
001380     05  TH-BATCH-NO             PIC 9(05).
001390     05  TH-RESULT               PIC X(01).
001400         88  TH-PROVEN                   VALUE 'P'.
001410         88  TH-BROKEN                   VALUE 'B'.
001420     05  TH-MASTER-TOTAL         PIC S9(11)V99
001430         SIGN LEADING SEPARATE.
001440     05  TH-ACCOUNT-COUNT        PIC 9(07).
001450     05  TH-JOURNAL-COUNT        PIC 9(09).
001460     05  TH-POSTED-NET           PIC S9(11)V99
001470         SIGN LEADING SEPARATE.
001480     05  TH-REVERSAL-NET         PIC S9(11)V99
001490         SIGN LEADING SEPARATE.
001500     05  TH-GL-NET               PIC S9(11)V99
001510         SIGN LEADING SEPARATE.
001520     05  TH-BREAK-COUNT          PIC 9(07).
001530 FD  TB-SNAPSHOT.
001540 01  TB-SNAPSHOT-RECORD.
001550     05  TS-ACCOUNT-NO           PIC 9(08).
001560     05  TS-BALANCE              PIC S9(9)V99
001570         SIGN LEADING SEPARATE.
001580 FD  TB-SNAP-WORK.
001590 01  TB-SNAP-WORK-RECORD.
001600     05  SK-ACCOUNT-NO           PIC 9(08).
001610     05  SK-BALANCE              PIC S9(9)V99
001620         SIGN LEADING SEPARATE.
001630 SD  TB-SORT-WORK.
001640 01  TB-SORT-RECORD.
001650     05  SW-ACCOUNT-NO           PIC 9(08).
001660     05  SW-TYPE                 PIC X(01).
001670     05  SW-AMOUNT               PIC S9(9)V99
001680         SIGN LEADING SEPARATE.
001690 FD  SORTED-ACTIVITY.
001700 01  SORTED-ACTIVITY-RECORD.
001710     05  SA-ACCOUNT-NO           PIC 9(08).
001720     05  SA-TYPE                 PIC X(01).
001730         88  SA-SNAPSHOT                 VALUE 'S'.
001740         88  SA-JOURNAL-POSTING          VALUE 'J'.
001750         88  SA-JOURNAL-REVERSAL         VALUE 'R'.
001760         88  SA-TONIGHT-POSTING          VALUE 'T'.
001770         88  SA-GL-POSTING               VALUE 'G'.
001775         88  SA-RECONCILING-ITEM         VALUE 'X'.
001780     05  SA-AMOUNT               PIC S9(9)V99
001790         SIGN LEADING SEPARATE.
001800 FD  TB-REPORT.
001810 01  REPORT-LINE                 PIC X(80).
001820 WORKING-STORAGE SECTION.
001830 01  TBL-FILE-STATUSES.
001840     05  TBL-PROC-DATE-STATUS    PIC X(02) VALUE SPACES.
001850         88  TBL-PROC-DATE-OK            VALUE '00'.
001860     05  TBL-MASTER-STATUS       PIC X(02) VALUE SPACES.
001870         88  TBL-MASTER-OK               VALUE '00'.
001880     05  TBL-JOURNAL-STATUS      PIC X(02) VALUE SPACES.
001890         88  TBL-JOURNAL-OK              VALUE '00'.
001900     05  TBL-GL-STATUS           PIC X(02) VALUE SPACES.
001910         88  TBL-GL-OK                   VALUE '00'.
001920     05  TBL-MAP-STATUS          PIC X(02) VALUE SPACES.
001930         88  TBL-MAP-OK                  VALUE '00'.
001940     05  TBL-REPAIR-STATUS       PIC X(02) VALUE SPACES.
001950         88  TBL-REPAIR-OK               VALUE '00'.
001952     05  TBL-REJECT-STATUS       PIC X(02) VALUE SPACES.
001954         88  TBL-REJECT-OK               VALUE '00'.
001956     05  TBL-CLASS-STATUS        PIC X(02) VALUE SPACES.
001958         88  TBL-CLASS-OK                VALUE '00'.
001960     05  TBL-HISTORY-STATUS      PIC X(02) VALUE SPACES.
001970         88  TBL-HISTORY-OK              VALUE '00'.
001980     05  TBL-SNAPSHOT-STATUS     PIC X(02) VALUE SPACES.
001990         88  TBL-SNAPSHOT-OK             VALUE '00'.
002000     05  TBL-SNAP-WORK-STATUS    PIC X(02) VALUE SPACES.
002010         88  TBL-SNAP-WORK-OK            VALUE '00'.
002020     05  TBL-SORTED-STATUS       PIC X(02) VALUE SPACES.
002030         88  TBL-SORTED-OK               VALUE '00'.
002040     05  TBL-REPORT-STATUS       PIC X(02) VALUE SPACES.
002050         88  TBL-REPORT-OK               VALUE '00'.
002060 01  TBL-SWITCHES.
002070     05  TBL-ABORT-SWITCH        PIC X(01) VALUE 'N'.
002080         88  TBL-RUN-ABORTED             VALUE 'Y'.
002090     05  TBL-READ-EOF-SW         PIC X(01) VALUE 'N'.
002100         88  TBL-READ-EOF                VALUE 'Y'.
002110     05  TBL-SORTED-EOF-SW       PIC X(01) VALUE 'N'.
002120         88  TBL-SORTED-EOF              VALUE 'Y'.
002130     05  TBL-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
002140         88  TBL-MASTER-EOF              VALUE 'Y'.
002150     05  TBL-REPORT-OPEN-SW      PIC X(01) VALUE 'N'.
002160         88  TBL-REPORT-OPENED           VALUE 'Y'.
002170     05  TBL-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
002180         88  TBL-MASTER-OPENED           VALUE 'Y'.
002190     05  TBL-SORTED-OPEN-SW      PIC X(01) VALUE 'N'.
002200         88  TBL-SORTED-OPENED           VALUE 'Y'.
002210     05  TBL-SNAP-WORK-OPEN-SW   PIC X(01) VALUE 'N'.
002220         88  TBL-SNAP-WORK-OPENED        VALUE 'Y'.
002230     05  TBL-PRIOR-PROOF-SW      PIC X(01) VALUE 'N'.
002240         88  TBL-HAS-PRIOR-PROOF         VALUE 'Y'.
002250     05  TBL-BATCH-SW            PIC X(01) VALUE 'N'.
002260         88  TBL-BATCH-ON-HAND           VALUE 'Y'.
002270     05  TBL-MAP-FOUND-SW        PIC X(01) VALUE 'N'.
002280         88  TBL-MAP-FOUND               VALUE 'Y'.
002290     05  TBL-BREAK-SW            PIC X(01) VALUE 'N'.
002300         88  TBL-PROOF-BROKEN            VALUE 'Y'.
002310 01  TBL-RUN-STAMP.
002320     05  TBL-RUN-DATE            PIC 9(08) VALUE 0.
002330     05  TBL-BATCH-DATE          PIC 9(08) VALUE 0.
002340     05  TBL-BATCH-NO            PIC 9(05) VALUE 0.
002350 01  TBL-PRIOR-PROOF.
002360     05  TBL-PRIOR-DATE          PIC 9(08) VALUE 0.
002370     05  TBL-PRIOR-TOTAL         PIC S9(11)V99 VALUE 0.
002380     05  TBL-PRIOR-JOURNAL-COUNT PIC 9(09) VALUE 0.
002390 01  TBL-OFFSET-TABLE.
002400     05  TBL-MAP-COUNT           PIC 9(02) VALUE 0.
002410     05  TBL-MAP-IX              PIC 9(02) VALUE 0.
002420     05  TBL-MAP-ACCOUNT OCCURS 53 TIMES
002430                                 PIC 9(08).
002440 01  TBL-ACCOUNT-FIELDS.
002450     05  TBL-CURRENT-ACCOUNT     PIC 9(08) VALUE 0.
002460     05  TBL-ACCT-SNAPSHOT       PIC S9(11)V99 VALUE 0.
002470     05  TBL-ACCT-POSTED         PIC S9(11)V99 VALUE 0.
002480     05  TBL-ACCT-REVERSED       PIC S9(11)V99 VALUE 0.
002490     05  TBL-ACCT-TONIGHT        PIC S9(11)V99 VALUE 0.
002500     05  TBL-ACCT-GL             PIC S9(11)V99 VALUE 0.
002504     05  TBL-ACCT-RECONCILING    PIC S9(11)V99 VALUE 0.
002508     05  TBL-ACCT-GL-ADJUSTED    PIC S9(11)V99 VALUE 0.
002510     05  TBL-ACCT-EXPECTED       PIC S9(11)V99 VALUE 0.
002520     05  TBL-ACCT-MASTER         PIC S9(11)V99 VALUE 0.
002530     05  TBL-ACCT-ON-MASTER-SW   PIC X(01) VALUE 'N'.
002540         88  TBL-ACCT-ON-MASTER          VALUE 'Y'.
002550     05  TBL-GL-SIGNED           PIC S9(9)V99 VALUE 0.
002560 01  TBL-CONTROL-TOTALS.
002570     05  TBL-JOURNAL-READ        PIC 9(09) VALUE 0.
002580     05  TBL-JOURNAL-NEW         PIC 9(07) VALUE 0.
002590     05  TBL-SNAPSHOT-TOTAL      PIC S9(11)V99 VALUE 0.
002600     05  TBL-POSTED-NET          PIC S9(11)V99 VALUE 0.
002610     05  TBL-REVERSAL-NET        PIC S9(11)V99 VALUE 0.
002620     05  TBL-TONIGHT-NET         PIC S9(11)V99 VALUE 0.
002630     05  TBL-GL-NET              PIC S9(11)V99 VALUE 0.
002640     05  TBL-GL-REJECTED-NET     PIC S9(11)V99 VALUE 0.
002650     05  TBL-GL-REJECTED-COUNT   PIC 9(07) VALUE 0.
002660     05  TBL-GL-ACCEPTED-NET     PIC S9(11)V99 VALUE 0.
002661     05  TBL-NEG-REJECTED-NET    PIC S9(11)V99 VALUE 0.
002662     05  TBL-NEG-REJECTED-COUNT  PIC 9(07) VALUE 0.
002663     05  TBL-RESUBMIT-NET        PIC S9(11)V99 VALUE 0.
002664     05  TBL-RESUBMIT-COUNT      PIC 9(07) VALUE 0.
002665     05  TBL-GL-ADJUSTED-NET     PIC S9(11)V99 VALUE 0.
002670     05  TBL-EXPECTED-TOTAL      PIC S9(11)V99 VALUE 0.
002680     05  TBL-MASTER-TOTAL        PIC S9(11)V99 VALUE 0.
002690     05  TBL-MASTER-ACCOUNTS     PIC 9(07) VALUE 0.
002700     05  TBL-BALANCE-BREAKS      PIC 9(07) VALUE 0.
002710     05  TBL-GL-BREAKS           PIC 9(07) VALUE 0.
002720     05  TBL-BREAK-COUNT         PIC 9(07) VALUE 0.
002730     05  TBL-DIFFERENCE          PIC S9(11)V99 VALUE 0.
002740 01  TBL-REPORT-FIELDS.
002750     05  TBL-PAGE-NO             PIC 9(03) VALUE 0.
002760     05  TBL-LINE-COUNT          PIC 9(03) VALUE 0.
002770     05  TBL-LINES-PER-PAGE      PIC 9(03) VALUE 20.
002780 01  RPT-HEADER-LINE.
002790     05  FILLER                  PIC X(34)
002800         VALUE "TRIAL BALANCE - BALANCE MASTER".
002810     05  FILLER                  PIC X(08) VALUE "  DATE: ".
002820     05  RH-RUN-DATE             PIC 9(08).
002830     05  FILLER                  PIC X(08) VALUE "  PAGE: ".
002840     05  RH-PAGE-NO              PIC ZZ9.
002850 01  RPT-PROOF-LINE.
002860     05  RP-LABEL                PIC X(40).
002870     05  RP-AMOUNT               PIC -(11)9.99.
002880 01  RPT-COUNT-LINE.
002890     05  RC-LABEL                PIC X(40).
002900     05  RC-COUNT                PIC Z(8)9.
002910 01  RPT-RESULT-LINE.
002920     05  FILLER                  PIC X(06) VALUE "***** ".
002930     05  RR-TEXT                 PIC X(50).
002940     05  FILLER                  PIC X(06) VALUE " *****".
002950 01  RPT-BREAK-HEAD-LINE.
002960     05  FILLER                  PIC X(40)
002970         VALUE "ACCOUNTS WHOSE ACTIVITY DOES NOT AGREE".
002980 01  RPT-COLUMN-LINE.
002990     05  FILLER                  PIC X(37) VALUE
003000         "ACCOUNT       EXPECTED         MASTER".
003010     05  FILLER                  PIC X(37) VALUE
003020         "        TONIGHT         GL ADJ REASON".
003030 01  RPT-DETAIL-LINE.
003040     05  RD-ACCOUNT              PIC 9(08).
003050     05  FILLER                  PIC X(01) VALUE SPACES.
003060     05  RD-EXPECTED             PIC -(9)9.99.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  RD-MASTER               PIC -(9)9.99.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  RD-TONIGHT              PIC -(9)9.99.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  RD-GL                   PIC -(9)9.99.
003130     05  FILLER                  PIC X(01) VALUE SPACES.
003140     05  RD-REASON               PIC X(10).
003150 PROCEDURE DIVISION.
003160 0000-MAINLINE.
003170     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003180     IF NOT TBL-RUN-ABORTED
003190         PERFORM 1500-SORT-ACTIVITY THRU 1500-EXIT
003200     END-IF.
003210     IF NOT TBL-RUN-ABORTED
003220         PERFORM 2000-PROVE-ACCOUNTS THRU 2000-EXIT
003230             UNTIL TBL-SORTED-EOF AND TBL-MASTER-EOF
003240     END-IF.
003250     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003260     STOP RUN.
003270 1000-INITIALIZE.
003280     PERFORM 1010-SET-RUN-DATE THRU 1010-EXIT.
003290     PERFORM 1100-LOAD-HISTORY THRU 1100-EXIT.
003300     PERFORM 1200-LOAD-OFFSET-MAP THRU 1200-EXIT.
003302     IF TBL-RUN-ABORTED
003304         GO TO 1000-EXIT
003306     END-IF.
003310     PERFORM 1300-FIND-GL-BATCH THRU 1300-EXIT.
003320     OPEN OUTPUT TB-REPORT.
003330     IF NOT TBL-REPORT-OK
003340         DISPLAY "TRIAL BALANCE REPORT COULD NOT BE OPENED - "
003350             "ABORTED"
003360         MOVE 16 TO RETURN-CODE
003370         SET TBL-RUN-ABORTED TO TRUE
003380         GO TO 1000-EXIT
003390     END-IF.
003400     SET TBL-REPORT-OPENED TO TRUE.
003410     PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT.
003420     OPEN INPUT BALANCE-MASTER.
003430     IF NOT TBL-MASTER-OK
003440         DISPLAY "BALANCE MASTER COULD NOT BE OPENED - ABORTED"
003450         MOVE 16 TO RETURN-CODE
003460         SET TBL-RUN-ABORTED TO TRUE
003470         GO TO 1000-EXIT
003480     END-IF.
003490     SET TBL-MASTER-OPENED TO TRUE.
003500     OPEN OUTPUT TB-SNAP-WORK.
003510     IF NOT TBL-SNAP-WORK-OK
003520         DISPLAY "SNAPSHOT WORK FILE COULD NOT BE OPENED - "
003530             "ABORTED"
003540         MOVE 16 TO RETURN-CODE
003550         SET TBL-RUN-ABORTED TO TRUE
003560         GO TO 1000-EXIT
003570     END-IF.
003580     SET TBL-SNAP-WORK-OPENED TO TRUE.
003590 1000-EXIT.
003600     EXIT.
003610 1010-SET-RUN-DATE.
003620     OPEN INPUT PROC-DATE-FILE.
003630     IF TBL-PROC-DATE-OK
003640         READ PROC-DATE-FILE
003650             AT END
003660                 ACCEPT TBL-RUN-DATE FROM DATE YYYYMMDD
003670             NOT AT END
003680                 MOVE BD-BUSINESS-DATE TO TBL-RUN-DATE
003690         END-READ
003700         CLOSE PROC-DATE-FILE
003710     ELSE
003720         ACCEPT TBL-RUN-DATE FROM DATE YYYYMMDD
003730     END-IF.
003740 1010-EXIT.
003750     EXIT.
003760 1100-LOAD-HISTORY.
003770******************************************************************
003780* THE LAST PROVEN NIGHT ON THE HISTORY FILE IS THE STARTING POINT.
003790* A BROKEN NIGHT IS RECORDED BUT NEVER BECOMES THE STARTING POINT,
003800* SO THE NEXT RUN PROVES EVERYTHING SINCE THE LAST GOOD NIGHT.
003810******************************************************************
003820     OPEN INPUT TB-HISTORY.
003830     IF NOT TBL-HISTORY-OK
003840         GO TO 1100-EXIT
003850     END-IF.
003860     MOVE 'N' TO TBL-READ-EOF-SW.
003870     PERFORM 1110-READ-HISTORY THRU 1110-EXIT.
003880     PERFORM 1120-NOTE-HISTORY THRU 1120-EXIT
003890         UNTIL TBL-READ-EOF.
003900     CLOSE TB-HISTORY.
003910 1100-EXIT.
003920     EXIT.
003930 1110-READ-HISTORY.
003940     READ TB-HISTORY
003950         AT END
003960             SET TBL-READ-EOF TO TRUE
003970     END-READ.
003980 1110-EXIT.
003990     EXIT.
004000 1120-NOTE-HISTORY.
004010     IF TH-PROVEN
004020         SET TBL-HAS-PRIOR-PROOF TO TRUE
004030         MOVE TH-BUSINESS-DATE TO TBL-PRIOR-DATE
004040         MOVE TH-MASTER-TOTAL  TO TBL-PRIOR-TOTAL
004050         MOVE TH-JOURNAL-COUNT TO TBL-PRIOR-JOURNAL-COUNT
004060     END-IF.
004070     PERFORM 1110-READ-HISTORY THRU 1110-EXIT.
004080 1120-EXIT.
004090     EXIT.
004100 1200-LOAD-OFFSET-MAP.
004110*    THE SETTLEMENT ACCOUNTS GLEXT OFFSETS TO ARE NOT CUSTOMER
004120*    ACCOUNTS; THEIR ENTRIES ARE LEFT OUT OF THE GL SIDE OF THE
004130*    TIE.
004140     OPEN INPUT GL-OFFSET-MAP.
004150     IF NOT TBL-MAP-OK
004160         DISPLAY "NO GL OFFSET MAP ON FILE - ALL GL POSTINGS TIED"
004170         GO TO 1200-EXIT
004180     END-IF.
004190     MOVE 'N' TO TBL-READ-EOF-SW.
004200     PERFORM 1210-READ-OFFSET-MAP THRU 1210-EXIT.
004210     PERFORM 1220-TABLE-OFFSET-MAP THRU 1220-EXIT
004220         UNTIL TBL-READ-EOF.
004230     CLOSE GL-OFFSET-MAP.
004240 1200-EXIT.
004250     EXIT.
004260 1210-READ-OFFSET-MAP.
004270     READ GL-OFFSET-MAP
004280         AT END
004290             SET TBL-READ-EOF TO TRUE
004300     END-READ.
004310 1210-EXIT.
004320     EXIT.
004330 1220-TABLE-OFFSET-MAP.
004340*    ROOM FOR THE FIFTY TRANSACTION CODES AND THE **, ## AND $$
004350*    ROWS.  AN OFFSET LEFT OFF THE TABLE WOULD BE TIED AS A
004360*    CUSTOMER POSTING, SO A LONGER MAP STOPS THE RUN.
004361     IF TBL-MAP-COUNT NOT < 53
004362         DISPLAY "GL OFFSET MAP HAS MORE THAN 53 ROWS - ABORTED"
004363         MOVE 16 TO RETURN-CODE
004364         SET TBL-RUN-ABORTED TO TRUE
004365         SET TBL-READ-EOF TO TRUE
004366         GO TO 1220-EXIT
004370     END-IF.
004373     ADD 1 TO TBL-MAP-COUNT.
004376     MOVE GM-OFFSET-ACCOUNT TO TBL-MAP-ACCOUNT (TBL-MAP-COUNT).
004380     PERFORM 1210-READ-OFFSET-MAP THRU 1210-EXIT.
004390 1220-EXIT.
004400     EXIT.
004410 1300-FIND-GL-BATCH.
004420*    TONIGHT'S GL BATCH CARRIES THE RUN DATE AND SEQUENCE OF THE
004430*    POSTINGS IT MUST TIE TO.
004440     OPEN INPUT GL-FILE.
004450     IF NOT TBL-GL-OK
004460         DISPLAY "NO GL BATCH ON HAND - GL TIE CANNOT BE MADE"
004470         GO TO 1300-EXIT
004480     END-IF.
004490     READ GL-FILE
004500         AT END
004510             CONTINUE
004520         NOT AT END
004530             IF GH-REC-TYPE = 'BH'
004540                 SET TBL-BATCH-ON-HAND TO TRUE
004550                 MOVE GH-BATCH-DATE TO TBL-BATCH-DATE
004560                 MOVE GH-BATCH-NO   TO TBL-BATCH-NO
004570             END-IF
004580     END-READ.
004590     CLOSE GL-FILE.
004600     IF NOT TBL-BATCH-ON-HAND
004610         DISPLAY "GL FILE HAS NO BATCH HEADER - GL TIE CANNOT BE "
004620             "MADE"
004630     END-IF.
004640 1300-EXIT.
004650     EXIT.
004660 1500-SORT-ACTIVITY.
004670******************************************************************
004680* EVERYTHING THE PROOF NEEDS IS BROUGHT TOGETHER BY ACCOUNT: THE
004690* SNAPSHOT BALANCES AS LAST PROVEN (S), THE JOURNAL SINCE THEN AS
004700* POSTINGS (J) AND REVERSALS (R), THE JOURNALED POSTINGS OF THE
004705* RUN IN TONIGHT'S GL BATCH (T), THE CUSTOMER SIDE OF THAT
004710* BATCH SIGNED LIKE THE BALANCE, CREDITS PLUS (G), AND THE ITEMS
004715* THAT RECONCILE THE TWO (X) - POSTINGS NEGCHK REJECTED, WHICH
004720* NEVER REACHED THE GL, LESS RESUBMITS OF EARLIER NIGHTS' REJECTS,
004725* WHICH REACHED THE GL TONIGHT BUT POSTED ON THEIR OWN NIGHT.
004730******************************************************************
004740     SORT TB-SORT-WORK
004750         ON ASCENDING KEY SW-ACCOUNT-NO SW-TYPE
004760         INPUT PROCEDURE IS 1510-RELEASE-ACTIVITY THRU 1510-EXIT
004770         GIVING SORTED-ACTIVITY.
004780     IF TBL-RUN-ABORTED
004790         GO TO 1500-EXIT
004800     END-IF.
004810     OPEN INPUT SORTED-ACTIVITY.
004820     IF NOT TBL-SORTED-OK
004830         DISPLAY "SORTED ACTIVITY COULD NOT BE OPENED - ABORTED"
004840         MOVE 16 TO RETURN-CODE
004850         SET TBL-RUN-ABORTED TO TRUE
004860         GO TO 1500-EXIT
004870     END-IF.
004880     SET TBL-SORTED-OPENED TO TRUE.
004890     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
004900     PERFORM 2150-READ-MASTER THRU 2150-EXIT.
004910 1500-EXIT.
004920     EXIT.
004930 1510-RELEASE-ACTIVITY.
004940     PERFORM 1520-RELEASE-SNAPSHOT THRU 1520-EXIT.
004950     PERFORM 1550-RELEASE-JOURNAL THRU 1550-EXIT.
004960     IF TBL-RUN-ABORTED
004970         GO TO 1510-EXIT
004980     END-IF.
004990     PERFORM 1580-RELEASE-GL THRU 1580-EXIT.
005000 1510-EXIT.
005010     EXIT.
005020 1520-RELEASE-SNAPSHOT.
005030     IF NOT TBL-HAS-PRIOR-PROOF
005040         GO TO 1520-EXIT
005050     END-IF.
005060     OPEN INPUT TB-SNAPSHOT.
005070     IF NOT TBL-SNAPSHOT-OK
005080         DISPLAY "NO BALANCE SNAPSHOT FOR THE LAST PROVEN "
005090             "NIGHT - EVERY BALANCE WILL BREAK"
005100         GO TO 1520-EXIT
005110     END-IF.
005120     MOVE 'N' TO TBL-READ-EOF-SW.
005130     PERFORM 1530-READ-SNAPSHOT THRU 1530-EXIT.
005140     PERFORM 1540-RELEASE-ONE-SNAPSHOT THRU 1540-EXIT
005150         UNTIL TBL-READ-EOF.
005160     CLOSE TB-SNAPSHOT.
005170 1520-EXIT.
005180     EXIT.
005190 1530-READ-SNAPSHOT.
005200     READ TB-SNAPSHOT
005210         AT END
005220             SET TBL-READ-EOF TO TRUE
005230     END-READ.
005240 1530-EXIT.
005250     EXIT.
005260 1540-RELEASE-ONE-SNAPSHOT.
005270     MOVE TS-ACCOUNT-NO TO SW-ACCOUNT-NO.
005280     MOVE 'S'           TO SW-TYPE.
005290     MOVE TS-BALANCE    TO SW-AMOUNT.
005300     RELEASE TB-SORT-RECORD.
005310     ADD TS-BALANCE TO TBL-SNAPSHOT-TOTAL.
005320     PERFORM 1530-READ-SNAPSHOT THRU 1530-EXIT.
005330 1540-EXIT.
005340     EXIT.
005350 1550-RELEASE-JOURNAL.
005360     OPEN INPUT POSTING-JOURNAL.
005370     IF NOT TBL-JOURNAL-OK
005380         DISPLAY "NO POSTING JOURNAL ON FILE - NO ACTIVITY PROVEN"
005390         GO TO 1550-EXIT
005400     END-IF.
005410     MOVE 'N' TO TBL-READ-EOF-SW.
005420     PERFORM 1560-READ-JOURNAL THRU 1560-EXIT.
005430     PERFORM 1570-RELEASE-ONE-JOURNAL THRU 1570-EXIT
005440         UNTIL TBL-READ-EOF.
005450     CLOSE POSTING-JOURNAL.
005460*    A JOURNAL SHORTER THAN AT THE LAST PROOF HAS BEEN CUT BACK OR
005470*    REPLACED; NOTHING ON IT CAN BE TRUSTED TO PROVE FROM.
005480     IF TBL-JOURNAL-READ < TBL-PRIOR-JOURNAL-COUNT
005490         DISPLAY "POSTING JOURNAL HOLDS " TBL-JOURNAL-READ
005500             " RECORDS, " TBL-PRIOR-JOURNAL-COUNT
005510             " AT THE LAST PROOF - RUN ABORTED"
005520         MOVE 16 TO RETURN-CODE
005530         SET TBL-RUN-ABORTED TO TRUE
005540     END-IF.
005550 1550-EXIT.
005560     EXIT.
005570 1560-READ-JOURNAL.
005580     READ POSTING-JOURNAL
005590         AT END
005600             SET TBL-READ-EOF TO TRUE
005610     END-READ.
005620 1560-EXIT.
005630     EXIT.
005640 1570-RELEASE-ONE-JOURNAL.
005650     ADD 1 TO TBL-JOURNAL-READ.
005660     MOVE PJ-ACCOUNT-NO TO SW-ACCOUNT-NO.
005670     MOVE PJ-ACTIVITY   TO SW-AMOUNT.
005680     IF TBL-HAS-PRIOR-PROOF
005690         AND TBL-JOURNAL-READ > TBL-PRIOR-JOURNAL-COUNT
005700         ADD 1 TO TBL-JOURNAL-NEW
005710         IF PJ-FROM-REVERSAL
005720             MOVE 'R' TO SW-TYPE
005730             ADD PJ-ACTIVITY TO TBL-REVERSAL-NET
005740         ELSE
005750             MOVE 'J' TO SW-TYPE
005760             ADD PJ-ACTIVITY TO TBL-POSTED-NET
005770         END-IF
005780         RELEASE TB-SORT-RECORD
005790     END-IF.
005800     IF TBL-BATCH-ON-HAND
005810         AND PJ-FROM-POSTING
005820         AND PJ-RUN-DATE = TBL-BATCH-DATE
005830         AND PJ-RUN-SEQ-NO = TBL-BATCH-NO
005840         MOVE 'T' TO SW-TYPE
005850         RELEASE TB-SORT-RECORD
005860         ADD PJ-ACTIVITY TO TBL-TONIGHT-NET
005870     END-IF.
005880     PERFORM 1560-READ-JOURNAL THRU 1560-EXIT.
005890 1570-EXIT.
005900     EXIT.
005910 1580-RELEASE-GL.
005920     IF NOT TBL-BATCH-ON-HAND
005930         GO TO 1580-EXIT
005940     END-IF.
005950     OPEN INPUT GL-FILE.
005960     IF NOT TBL-GL-OK
005970         GO TO 1580-EXIT
005980     END-IF.
005990     MOVE 'N' TO TBL-READ-EOF-SW.
006000     PERFORM 1590-READ-GL THRU 1590-EXIT.
006010     PERFORM 1600-RELEASE-ONE-GL THRU 1600-EXIT
006020         UNTIL TBL-READ-EOF.
006030     CLOSE GL-FILE.
006040     PERFORM 1650-TOTAL-REJECTS THRU 1650-EXIT.
006044     PERFORM 1750-RELEASE-REJECTS THRU 1750-EXIT.
006048     PERFORM 1800-RELEASE-RESUBMITS THRU 1800-EXIT.
006050 1580-EXIT.
006060     EXIT.
006070 1590-READ-GL.
006080     READ GL-FILE
006090         AT END
006100             SET TBL-READ-EOF TO TRUE
006110     END-READ.
006120 1590-EXIT.
006130     EXIT.
006140 1600-RELEASE-ONE-GL.
006150     IF GP-REC-TYPE = 'PD'
006160         PERFORM 1610-RELEASE-POSTING THRU 1610-EXIT
006170     END-IF.
006180     PERFORM 1590-READ-GL THRU 1590-EXIT.
006190 1600-EXIT.
006200     EXIT.
006210 1610-RELEASE-POSTING.
006220     MOVE GP-ACCOUNT-NO TO SW-ACCOUNT-NO.
006230     PERFORM 1700-CHECK-OFFSET-ACCOUNT THRU 1700-EXIT.
006240     IF TBL-MAP-FOUND
006250         GO TO 1610-EXIT
006260     END-IF.
006270     IF GP-DR-CR-IND = 'D'
006280         COMPUTE TBL-GL-SIGNED = 0 - GP-AMOUNT
006290     ELSE
006300         MOVE GP-AMOUNT TO TBL-GL-SIGNED
006310     END-IF.
006320     MOVE 'G'           TO SW-TYPE.
006330     MOVE TBL-GL-SIGNED TO SW-AMOUNT.
006340     RELEASE TB-SORT-RECORD.
006350     ADD TBL-GL-SIGNED TO TBL-GL-NET.
006360 1610-EXIT.
006370     EXIT.
006380 1650-TOTAL-REJECTS.
006390*    POSTINGS OF TONIGHT'S BATCH THE LEDGER SENT BACK ARE ON THE
006400*    REPAIR QUEUE.  THEY DO NOT BREAK THE PROOF - THE BALANCE
006410*    MASTER HOLDS THEM - BUT THEY ARE WHAT THE LEDGER IS SHORT.
006420     OPEN INPUT REPAIR-QUEUE.
006430     IF NOT TBL-REPAIR-OK
006440         GO TO 1650-EXIT
006450     END-IF.
006460     MOVE 'N' TO TBL-READ-EOF-SW.
006470     PERFORM 1660-READ-REPAIR THRU 1660-EXIT.
006480     PERFORM 1670-NOTE-REJECT THRU 1670-EXIT
006490         UNTIL TBL-READ-EOF.
006500     CLOSE REPAIR-QUEUE.
006510 1650-EXIT.
006520     EXIT.
006530 1660-READ-REPAIR.
006540     READ REPAIR-QUEUE
006550         AT END
006560             SET TBL-READ-EOF TO TRUE
006570     END-READ.
006580 1660-EXIT.
006590     EXIT.
006600 1670-NOTE-REJECT.
006610     IF RQ-BATCH-DATE = TBL-BATCH-DATE
006620         AND RQ-BATCH-NO = TBL-BATCH-NO
006630         MOVE RQ-ACCOUNT-NO TO SW-ACCOUNT-NO
006640         PERFORM 1700-CHECK-OFFSET-ACCOUNT THRU 1700-EXIT
006650         IF NOT TBL-MAP-FOUND
006660             ADD 1 TO TBL-GL-REJECTED-COUNT
006670             IF RQ-DR-CR-IND = 'D'
006680                 SUBTRACT RQ-AMOUNT FROM TBL-GL-REJECTED-NET
006690             ELSE
006700                 ADD RQ-AMOUNT TO TBL-GL-REJECTED-NET
006710             END-IF
006720         END-IF
006730     END-IF.
006740     PERFORM 1660-READ-REPAIR THRU 1660-EXIT.
006750 1670-EXIT.
006760     EXIT.
006770 1700-CHECK-OFFSET-ACCOUNT.
006780     MOVE 'N' TO TBL-MAP-FOUND-SW.
006790     PERFORM 1710-MATCH-OFFSET THRU 1710-EXIT
006800         VARYING TBL-MAP-IX FROM 1 BY 1
006810         UNTIL TBL-MAP-IX > TBL-MAP-COUNT
006820         OR TBL-MAP-FOUND.
006830 1700-EXIT.
006840     EXIT.
006850 1710-MATCH-OFFSET.
006860     IF TBL-MAP-ACCOUNT (TBL-MAP-IX) = SW-ACCOUNT-NO
006870         SET TBL-MAP-FOUND TO TRUE
006880         SUBTRACT 1 FROM TBL-MAP-IX
006890     END-IF.
006900 1710-EXIT.
006910     EXIT.
006911 1750-RELEASE-REJECTS.
006912*    A POSTING NEGCHK REJECTED WAS POSTED TO THE BALANCE MASTER
006913*    BUT NEVER CLASSIFIED, SO GLEXT NEVER SENT IT.  ONLY A REJECT
006914*    THAT CARRIES A NUMERIC AMOUNT WAS POSTED AT ALL.
006915     OPEN INPUT REJECT-FILE.
006916     IF NOT TBL-REJECT-OK
006917         GO TO 1750-EXIT
006918     END-IF.
006919     MOVE 'N' TO TBL-READ-EOF-SW.
006920     PERFORM 1760-READ-REJECT THRU 1760-EXIT.
006921     PERFORM 1770-RELEASE-ONE-REJECT THRU 1770-EXIT
006922         UNTIL TBL-READ-EOF.
006923     CLOSE REJECT-FILE.
006924 1750-EXIT.
006925     EXIT.
006926 1760-READ-REJECT.
006927     READ REJECT-FILE
006928         AT END
006929             SET TBL-READ-EOF TO TRUE
006930     END-READ.
006931 1760-EXIT.
006932     EXIT.
006933 1770-RELEASE-ONE-REJECT.
006934     IF RJ-RUN-DATE NOT = TBL-BATCH-DATE
006935         OR RJ-RUN-SEQ-NO NOT = TBL-BATCH-NO
006936         OR RJ-NONNUMERIC
006937         OR RJ-INPUT-AMOUNT NOT NUMERIC
006938         GO TO 1770-READ-NEXT
006939     END-IF.
006940     MOVE RJ-ACCOUNT-NO TO SW-ACCOUNT-NO.
006941     PERFORM 1700-CHECK-OFFSET-ACCOUNT THRU 1700-EXIT.
006942     IF TBL-MAP-FOUND
006943         GO TO 1770-READ-NEXT
006944     END-IF.
006945     MOVE 'X'             TO SW-TYPE.
006946     MOVE RJ-INPUT-AMOUNT TO SW-AMOUNT.
006947     RELEASE TB-SORT-RECORD.
006948     ADD 1 TO TBL-NEG-REJECTED-COUNT.
006949     ADD RJ-INPUT-AMOUNT TO TBL-NEG-REJECTED-NET.
006950 1770-READ-NEXT.
006951     PERFORM 1760-READ-REJECT THRU 1760-EXIT.
006952 1770-EXIT.
006953     EXIT.
006954 1800-RELEASE-RESUBMITS.
006955*    A RESUBMITTED REJECT POSTED ON ITS OWN NIGHT AND REACHES THE
006956*    GL ONLY NOW, SO IT COMES OFF THE GL SIDE OF TONIGHT'S TIE.
006957     OPEN INPUT CLASS-IN.
006958     IF NOT TBL-CLASS-OK
006959         GO TO 1800-EXIT
006960     END-IF.
006961     MOVE 'N' TO TBL-READ-EOF-SW.
006962     PERFORM 1810-READ-CLASS THRU 1810-EXIT.
006963     PERFORM 1820-RELEASE-ONE-RESUBMIT THRU 1820-EXIT
006964         UNTIL TBL-READ-EOF.
006965     CLOSE CLASS-IN.
006966 1800-EXIT.
006967     EXIT.
006968 1810-READ-CLASS.
006969     READ CLASS-IN
006970         AT END
006971             SET TBL-READ-EOF TO TRUE
006972     END-READ.
006973 1810-EXIT.
006974     EXIT.
006975 1820-RELEASE-ONE-RESUBMIT.
006976     IF CI-REC-TYPE NOT = 'D'
006977         OR NOT CI-FROM-RESUBMIT
006978         GO TO 1820-READ-NEXT
006979     END-IF.
006980     MOVE CI-ACCOUNT-NO TO SW-ACCOUNT-NO.
006981     PERFORM 1700-CHECK-OFFSET-ACCOUNT THRU 1700-EXIT.
006982     IF TBL-MAP-FOUND
006983         GO TO 1820-READ-NEXT
006984     END-IF.
006985     MOVE 'X' TO SW-TYPE.
006986     COMPUTE SW-AMOUNT = 0 - CI-AMOUNT.
006987     RELEASE TB-SORT-RECORD.
006988     ADD 1 TO TBL-RESUBMIT-COUNT.
006989     ADD CI-AMOUNT TO TBL-RESUBMIT-NET.
006990 1820-READ-NEXT.
006991     PERFORM 1810-READ-CLASS THRU 1810-EXIT.
006992 1820-EXIT.
006993     EXIT.
006994 2000-PROVE-ACCOUNTS.
006995******************************************************************
006996* MATCHED BY ACCOUNT AGAINST THE BALANCE MASTER, WHICH READS IN
006997* KEY ORDER.  THE LOWER OF THE TWO KEYS IS THE ACCOUNT IN HAND.
006998******************************************************************
006999     IF TBL-SORTED-EOF
007000         MOVE BM-ACCOUNT-NO TO TBL-CURRENT-ACCOUNT
007001     ELSE
007002         IF TBL-MASTER-EOF
007010             MOVE SA-ACCOUNT-NO TO TBL-CURRENT-ACCOUNT
007020         ELSE
007030             IF SA-ACCOUNT-NO < BM-ACCOUNT-NO
007040                 MOVE SA-ACCOUNT-NO TO TBL-CURRENT-ACCOUNT
007050             ELSE
007060                 MOVE BM-ACCOUNT-NO TO TBL-CURRENT-ACCOUNT
007070             END-IF
007080         END-IF
007090     END-IF.
007100     MOVE 0 TO TBL-ACCT-SNAPSHOT.
007110     MOVE 0 TO TBL-ACCT-POSTED.
007120     MOVE 0 TO TBL-ACCT-REVERSED.
007130     MOVE 0 TO TBL-ACCT-TONIGHT.
007140     MOVE 0 TO TBL-ACCT-GL.
007145     MOVE 0 TO TBL-ACCT-RECONCILING.
007150     MOVE 0 TO TBL-ACCT-MASTER.
007160     MOVE 'N' TO TBL-ACCT-ON-MASTER-SW.
007170     PERFORM 2200-ACCUMULATE-ACTIVITY THRU 2200-EXIT
007180         UNTIL TBL-SORTED-EOF
007190         OR SA-ACCOUNT-NO NOT = TBL-CURRENT-ACCOUNT.
007200     IF NOT TBL-MASTER-EOF
007210         AND BM-ACCOUNT-NO = TBL-CURRENT-ACCOUNT
007220         SET TBL-ACCT-ON-MASTER TO TRUE
007230         MOVE BM-NEW-BALANCE TO TBL-ACCT-MASTER
007240         ADD BM-NEW-BALANCE TO TBL-MASTER-TOTAL
007250         ADD 1 TO TBL-MASTER-ACCOUNTS
007260         MOVE BM-ACCOUNT-NO  TO SK-ACCOUNT-NO
007270         MOVE BM-NEW-BALANCE TO SK-BALANCE
007280         WRITE TB-SNAP-WORK-RECORD
007290         PERFORM 2150-READ-MASTER THRU 2150-EXIT
007300     END-IF.
007310     PERFORM 2300-CHECK-ACCOUNT THRU 2300-EXIT.
007320 2000-EXIT.
007330     EXIT.
007340 2100-READ-SORTED.
007350     READ SORTED-ACTIVITY
007360         AT END
007370             SET TBL-SORTED-EOF TO TRUE
007380     END-READ.
007390 2100-EXIT.
007400     EXIT.
007410 2150-READ-MASTER.
007420     READ BALANCE-MASTER
007430         AT END
007440             SET TBL-MASTER-EOF TO TRUE
007450     END-READ.
007460 2150-EXIT.
007470     EXIT.
007480 2200-ACCUMULATE-ACTIVITY.
007490     EVALUATE TRUE
007500         WHEN SA-SNAPSHOT
007510             ADD SA-AMOUNT TO TBL-ACCT-SNAPSHOT
007520         WHEN SA-JOURNAL-POSTING
007530             ADD SA-AMOUNT TO TBL-ACCT-POSTED
007540         WHEN SA-JOURNAL-REVERSAL
007550             ADD SA-AMOUNT TO TBL-ACCT-REVERSED
007560         WHEN SA-TONIGHT-POSTING
007570             ADD SA-AMOUNT TO TBL-ACCT-TONIGHT
007580         WHEN SA-GL-POSTING
007590             ADD SA-AMOUNT TO TBL-ACCT-GL
007594         WHEN SA-RECONCILING-ITEM
007598             ADD SA-AMOUNT TO TBL-ACCT-RECONCILING
007600     END-EVALUATE.
007610     PERFORM 2100-READ-SORTED THRU 2100-EXIT.
007620 2200-EXIT.
007630     EXIT.
007640 2300-CHECK-ACCOUNT.
007650******************************************************************
007660* THE ACCOUNT'S BALANCE MUST BE ITS PROVEN BALANCE PLUS WHAT WAS
007670* JOURNALED SINCE, AND TONIGHT'S POSTINGS MUST BE WHAT THE GL
007675* BATCH CARRIED FOR IT, ALLOWING FOR ITS RECONCILING ITEMS.  ON
007680* THE OPENING NIGHT THERE IS NOTHING PROVEN TO START FROM, SO ONLY
007685* THE GL TIE IS MADE.
007700******************************************************************
007710     MOVE SPACES TO RD-REASON.
007720     COMPUTE TBL-ACCT-EXPECTED = TBL-ACCT-SNAPSHOT
007730         + TBL-ACCT-POSTED + TBL-ACCT-REVERSED.
007734     COMPUTE TBL-ACCT-GL-ADJUSTED = TBL-ACCT-GL
007738         + TBL-ACCT-RECONCILING.
007740     IF TBL-HAS-PRIOR-PROOF
007750         AND TBL-ACCT-EXPECTED NOT = TBL-ACCT-MASTER
007760         ADD 1 TO TBL-BALANCE-BREAKS
007770         MOVE 'BALANCE' TO RD-REASON
007780     END-IF.
007790     IF TBL-BATCH-ON-HAND
007800         AND TBL-ACCT-TONIGHT NOT = TBL-ACCT-GL-ADJUSTED
007810         ADD 1 TO TBL-GL-BREAKS
007820         IF RD-REASON = SPACES
007830             MOVE 'GL' TO RD-REASON
007840         ELSE
007850             MOVE 'BALANCE+GL' TO RD-REASON
007860         END-IF
007870     END-IF.
007880     IF RD-REASON = SPACES
007890         GO TO 2300-EXIT
007900     END-IF.
007910     IF NOT TBL-ACCT-ON-MASTER
007920         MOVE 'NOT ON BM' TO RD-REASON
007930     END-IF.
007940     ADD 1 TO TBL-BREAK-COUNT.
007950     IF TBL-BREAK-COUNT = 1
007960         PERFORM 3050-WRITE-BREAK-HEADING THRU 3050-EXIT
007970     END-IF.
007980     IF TBL-LINE-COUNT NOT < TBL-LINES-PER-PAGE
007990         PERFORM 3000-WRITE-REPORT-HEADER THRU 3000-EXIT
008000         PERFORM 3050-WRITE-BREAK-HEADING THRU 3050-EXIT
008010     END-IF.
008020     MOVE TBL-CURRENT-ACCOUNT TO RD-ACCOUNT.
008030     MOVE TBL-ACCT-EXPECTED   TO RD-EXPECTED.
008040     MOVE TBL-ACCT-MASTER     TO RD-MASTER.
008050     MOVE TBL-ACCT-TONIGHT    TO RD-TONIGHT.
008060     MOVE TBL-ACCT-GL-ADJUSTED TO RD-GL.
008070     MOVE RPT-DETAIL-LINE TO REPORT-LINE.
008080     WRITE REPORT-LINE.
008090     ADD 1 TO TBL-LINE-COUNT.
008100 2300-EXIT.
008110     EXIT.
008120 3000-WRITE-REPORT-HEADER.
008130     ADD 1 TO TBL-PAGE-NO.
008140     MOVE 0 TO TBL-LINE-COUNT.
008150     MOVE TBL-RUN-DATE TO RH-RUN-DATE.
008160     MOVE TBL-PAGE-NO  TO RH-PAGE-NO.
008170     MOVE RPT-HEADER-LINE TO REPORT-LINE.
008180     WRITE REPORT-LINE.
008190 3000-EXIT.
008200     EXIT.
008210 3050-WRITE-BREAK-HEADING.
008220     MOVE RPT-BREAK-HEAD-LINE TO REPORT-LINE.
008230     WRITE REPORT-LINE.
008240     MOVE RPT-COLUMN-LINE TO REPORT-LINE.
008250     WRITE REPORT-LINE.
008260     ADD 2 TO TBL-LINE-COUNT.
008270 3050-EXIT.
008280     EXIT.
008290 9000-TERMINATE.
008300     IF TBL-SORTED-OPENED
008310         CLOSE SORTED-ACTIVITY
008320     END-IF.
008330     IF TBL-MASTER-OPENED
008340         CLOSE BALANCE-MASTER
008350     END-IF.
008360     IF TBL-SNAP-WORK-OPENED
008370         CLOSE TB-SNAP-WORK
008380     END-IF.
008390     IF NOT TBL-RUN-ABORTED
008400         PERFORM 9100-PROVE-TOTALS THRU 9100-EXIT
008410         PERFORM 9200-WRITE-PROOF THRU 9200-EXIT
008420         PERFORM 9300-WRITE-HISTORY THRU 9300-EXIT
008430     END-IF.
008440     IF NOT TBL-RUN-ABORTED AND NOT TBL-PROOF-BROKEN
008450         PERFORM 9400-REPLACE-SNAPSHOT THRU 9400-EXIT
008460     END-IF.
008470     IF TBL-REPORT-OPENED
008480         CLOSE TB-REPORT
008490     END-IF.
008500     IF NOT TBL-RUN-ABORTED
008510         DISPLAY "***** TRIAL BALANCE RUN SUMMARY *****"
008520         DISPLAY "BUSINESS DATE  . . . . . . : " TBL-RUN-DATE
008530         DISPLAY "LAST PROVEN NIGHT  . . . . : " TBL-PRIOR-DATE
008540         DISPLAY "LAST PROVEN TOTAL  . . . . : " TBL-PRIOR-TOTAL
008550         DISPLAY "JOURNAL RECORDS SINCE  . . : " TBL-JOURNAL-NEW
008560         DISPLAY "POSTINGS NET . . . . . . . : " TBL-POSTED-NET
008570         DISPLAY "REVERSALS NET  . . . . . . : " TBL-REVERSAL-NET
008580         DISPLAY "EXPECTED TOTAL . . . . . . : "
008590             TBL-EXPECTED-TOTAL
008600         DISPLAY "BALANCE MASTER TOTAL . . . : " TBL-MASTER-TOTAL
008610         DISPLAY "ACCOUNTS ON MASTER . . . . : "
008620             TBL-MASTER-ACCOUNTS
008630         DISPLAY "GL BATCH . . . . . . . . . : " TBL-BATCH-DATE
008640             "/" TBL-BATCH-NO
008650         DISPLAY "TONIGHT'S POSTINGS NET . . : " TBL-TONIGHT-NET
008660         DISPLAY "GL CUSTOMER NET SENT . . . : " TBL-GL-NET
008670         DISPLAY "GL REJECTED, IN REPAIR . . : "
008680             TBL-GL-REJECTED-NET
008682         DISPLAY "NEGCHK REJECTS NOT SENT . . : "
008684             TBL-NEG-REJECTED-NET
008686         DISPLAY "RESUBMITS SENT AGAIN . . . : " TBL-RESUBMIT-NET
008690         DISPLAY "ACCOUNTS IN BREAK  . . . . : " TBL-BREAK-COUNT
008700         IF TBL-PROOF-BROKEN
008710             DISPLAY "***** TRIAL BALANCE DOES NOT PROVE *****"
008720         END-IF
008730     END-IF.
008740     IF TBL-PROOF-BROKEN
008750         MOVE 16 TO RETURN-CODE
008760     END-IF.
008770 9000-EXIT.
008780     EXIT.
008790 9100-PROVE-TOTALS.
008800     COMPUTE TBL-EXPECTED-TOTAL = TBL-PRIOR-TOTAL
008810         + TBL-POSTED-NET + TBL-REVERSAL-NET.
008820     COMPUTE TBL-GL-ACCEPTED-NET = TBL-GL-NET
008830         - TBL-GL-REJECTED-NET.
008834     COMPUTE TBL-GL-ADJUSTED-NET = TBL-GL-NET
008838         + TBL-NEG-REJECTED-NET - TBL-RESUBMIT-NET.
008840     IF NOT TBL-HAS-PRIOR-PROOF
008850         DISPLAY "NO PROVEN NIGHT ON THE HISTORY FILE - "
008860             "TONIGHT'S BALANCES ARE TAKEN AS THE OPENING PROOF"
008870         MOVE TBL-MASTER-TOTAL TO TBL-EXPECTED-TOTAL
008880     END-IF.
008890     IF TBL-EXPECTED-TOTAL NOT = TBL-MASTER-TOTAL
008900         SET TBL-PROOF-BROKEN TO TRUE
008910     END-IF.
008920     IF TBL-HAS-PRIOR-PROOF
008930         AND TBL-SNAPSHOT-TOTAL NOT = TBL-PRIOR-TOTAL
008940         DISPLAY "BALANCE SNAPSHOT DOES NOT FOOT TO THE LAST "
008950             "PROVEN TOTAL"
008960         SET TBL-PROOF-BROKEN TO TRUE
008970     END-IF.
008980     IF NOT TBL-BATCH-ON-HAND
008990         SET TBL-PROOF-BROKEN TO TRUE
009000     END-IF.
009010     IF TBL-TONIGHT-NET NOT = TBL-GL-ADJUSTED-NET
009020         SET TBL-PROOF-BROKEN TO TRUE
009030     END-IF.
009040     IF TBL-BREAK-COUNT > 0
009050         SET TBL-PROOF-BROKEN TO TRUE
009060     END-IF.
009070 9100-EXIT.
009080     EXIT.
009090 9200-WRITE-PROOF.
009100     MOVE SPACES TO REPORT-LINE.
009110     WRITE REPORT-LINE.
009120     MOVE "LAST PROVEN TOTAL" TO RP-LABEL.
009130     MOVE TBL-PRIOR-TOTAL TO RP-AMOUNT.
009140     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009150     MOVE "  PLUS POSTINGS JOURNALED SINCE" TO RP-LABEL.
009160     MOVE TBL-POSTED-NET TO RP-AMOUNT.
009170     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009180     MOVE "  PLUS REVERSALS JOURNALED SINCE" TO RP-LABEL.
009190     MOVE TBL-REVERSAL-NET TO RP-AMOUNT.
009200     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009210     MOVE "EXPECTED BALANCE MASTER TOTAL" TO RP-LABEL.
009220     MOVE TBL-EXPECTED-TOTAL TO RP-AMOUNT.
009230     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009240     MOVE "BALANCE MASTER TOTAL (SUM OF BALANCES)" TO RP-LABEL.
009250     MOVE TBL-MASTER-TOTAL TO RP-AMOUNT.
009260     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009270     COMPUTE TBL-DIFFERENCE = TBL-MASTER-TOTAL
009280         - TBL-EXPECTED-TOTAL.
009290     MOVE "  DIFFERENCE" TO RP-LABEL.
009300     MOVE TBL-DIFFERENCE TO RP-AMOUNT.
009310     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009320     MOVE "ACCOUNTS ON THE BALANCE MASTER" TO RC-LABEL.
009330     MOVE TBL-MASTER-ACCOUNTS TO RC-COUNT.
009340     MOVE RPT-COUNT-LINE TO REPORT-LINE.
009350     WRITE REPORT-LINE.
009360     MOVE SPACES TO REPORT-LINE.
009370     WRITE REPORT-LINE.
009380     MOVE "TONIGHT'S POSTINGS (JOURNAL)" TO RP-LABEL.
009390     MOVE TBL-TONIGHT-NET TO RP-AMOUNT.
009400     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009410     MOVE "GL BATCH CUSTOMER NET SENT (GLEXT)" TO RP-LABEL.
009420     MOVE TBL-GL-NET TO RP-AMOUNT.
009430     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009431     MOVE "  PLUS REJECTED BY NEGCHK, NOT SENT" TO RP-LABEL.
009432     MOVE TBL-NEG-REJECTED-NET TO RP-AMOUNT.
009433     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009434     MOVE "  LESS RESUBMITS OF EARLIER NIGHTS" TO RP-LABEL.
009435     MOVE TBL-RESUBMIT-NET TO RP-AMOUNT.
009436     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009437     MOVE "GL BATCH CUSTOMER NET ADJUSTED" TO RP-LABEL.
009438     MOVE TBL-GL-ADJUSTED-NET TO RP-AMOUNT.
009439     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009440     COMPUTE TBL-DIFFERENCE = TBL-GL-ADJUSTED-NET
009441         - TBL-TONIGHT-NET.
009450     MOVE "  DIFFERENCE" TO RP-LABEL.
009460     MOVE TBL-DIFFERENCE TO RP-AMOUNT.
009470     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009480     MOVE "  LESS REJECTED BY LEDGER (GLACK)" TO RP-LABEL.
009490     MOVE TBL-GL-REJECTED-NET TO RP-AMOUNT.
009500     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009510     MOVE "GL BATCH CUSTOMER NET ACCEPTED" TO RP-LABEL.
009520     MOVE TBL-GL-ACCEPTED-NET TO RP-AMOUNT.
009530     PERFORM 9250-WRITE-PROOF-LINE THRU 9250-EXIT.
009540     MOVE "REJECTED POSTINGS IN REPAIR" TO RC-LABEL.
009550     MOVE TBL-GL-REJECTED-COUNT TO RC-COUNT.
009551     MOVE RPT-COUNT-LINE TO REPORT-LINE.
009552     WRITE REPORT-LINE.
009553     MOVE "POSTINGS REJECTED BY NEGCHK" TO RC-LABEL.
009554     MOVE TBL-NEG-REJECTED-COUNT TO RC-COUNT.
009555     MOVE RPT-COUNT-LINE TO REPORT-LINE.
009556     WRITE REPORT-LINE.
009557     MOVE "RESUBMITS SENT TO THE GL TONIGHT" TO RC-LABEL.
009558     MOVE TBL-RESUBMIT-COUNT TO RC-COUNT.
009560     MOVE RPT-COUNT-LINE TO REPORT-LINE.
009570     WRITE REPORT-LINE.
009580     MOVE SPACES TO REPORT-LINE.
009590     WRITE REPORT-LINE.
009600     IF NOT TBL-HAS-PRIOR-PROOF
009610         MOVE "OPENING PROOF - BALANCES TAKEN AS PROVEN"
009620             TO RR-TEXT
009630         MOVE RPT-RESULT-LINE TO REPORT-LINE
009640         WRITE REPORT-LINE
009650     END-IF.
009660     IF NOT TBL-BATCH-ON-HAND
009670         MOVE "NO GL BATCH ON HAND - GL TIE NOT MADE" TO RR-TEXT
009680         MOVE RPT-RESULT-LINE TO REPORT-LINE
009690         WRITE REPORT-LINE
009700     END-IF.
009710     IF TBL-PROOF-BROKEN
009720         MOVE "TRIAL BALANCE DOES NOT PROVE" TO RR-TEXT
009730     ELSE
009740         MOVE "TRIAL BALANCE PROVEN" TO RR-TEXT
009750     END-IF.
009760     MOVE RPT-RESULT-LINE TO REPORT-LINE.
009770     WRITE REPORT-LINE.
009780 9200-EXIT.
009790     EXIT.
009800 9250-WRITE-PROOF-LINE.
009810     MOVE RPT-PROOF-LINE TO REPORT-LINE.
009820     WRITE REPORT-LINE.
009830 9250-EXIT.
009840     EXIT.
009850 9300-WRITE-HISTORY.
009860*    EVERY NIGHT IS RECORDED; ONLY A PROVEN ONE IS PROVEN FROM.
009870     OPEN EXTEND TB-HISTORY.
009880     IF NOT TBL-HISTORY-OK
009890         OPEN OUTPUT TB-HISTORY
009900         CLOSE TB-HISTORY
009910         OPEN EXTEND TB-HISTORY
009920     END-IF.
009930     IF NOT TBL-HISTORY-OK
009940         DISPLAY "TRIAL BALANCE HISTORY WILL NOT OPEN"
009950         SET TBL-PROOF-BROKEN TO TRUE
009960         GO TO 9300-EXIT
009970     END-IF.
009980     MOVE TBL-RUN-DATE       TO TH-BUSINESS-DATE.
009990     MOVE TBL-BATCH-DATE     TO TH-BATCH-DATE.
010000     MOVE TBL-BATCH-NO       TO TH-BATCH-NO.
010010     IF TBL-PROOF-BROKEN
010020         MOVE 'B' TO TH-RESULT
010030     ELSE
010040         MOVE 'P' TO TH-RESULT
010050     END-IF.
010060     MOVE TBL-MASTER-TOTAL   TO TH-MASTER-TOTAL.
010070     MOVE TBL-MASTER-ACCOUNTS TO TH-ACCOUNT-COUNT.
010080     MOVE TBL-JOURNAL-READ   TO TH-JOURNAL-COUNT.
010090     MOVE TBL-POSTED-NET     TO TH-POSTED-NET.
010100     MOVE TBL-REVERSAL-NET   TO TH-REVERSAL-NET.
010110     MOVE TBL-GL-NET         TO TH-GL-NET.
010120     MOVE TBL-BREAK-COUNT    TO TH-BREAK-COUNT.
010130     WRITE TB-HISTORY-RECORD.
010140     CLOSE TB-HISTORY.
010150 9300-EXIT.
010160     EXIT.
010170 9400-REPLACE-SNAPSHOT.
010180*    THE SNAPSHOT ONLY MOVES ON A PROVEN NIGHT, FROM THE BALANCES
010190*    JUST PROVEN.
010200     OPEN INPUT TB-SNAP-WORK.
010210     IF NOT TBL-SNAP-WORK-OK
010220         DISPLAY "SNAPSHOT WORK FILE WILL NOT REOPEN"
010230         MOVE 16 TO RETURN-CODE
010240         GO TO 9400-EXIT
010250     END-IF.
010260     OPEN OUTPUT TB-SNAPSHOT.
010270     IF NOT TBL-SNAPSHOT-OK
010280         DISPLAY "BALANCE SNAPSHOT WILL NOT REWRITE"
010290         MOVE 16 TO RETURN-CODE
010300         CLOSE TB-SNAP-WORK
010310         GO TO 9400-EXIT
010320     END-IF.
010330     MOVE 'N' TO TBL-READ-EOF-SW.
010340     PERFORM 9410-READ-SNAP-WORK THRU 9410-EXIT.
010350     PERFORM 9420-COPY-SNAPSHOT THRU 9420-EXIT
010360         UNTIL TBL-READ-EOF.
010370     CLOSE TB-SNAP-WORK.
010380     CLOSE TB-SNAPSHOT.
010390 9400-EXIT.
010400     EXIT.
010410 9410-READ-SNAP-WORK.
010420     READ TB-SNAP-WORK
010430         AT END
010440             SET TBL-READ-EOF TO TRUE
010450     END-READ.
010460 9410-EXIT.
010470     EXIT.
010480 9420-COPY-SNAPSHOT.
010490     MOVE SK-ACCOUNT-NO TO TS-ACCOUNT-NO.
010500     MOVE SK-BALANCE    TO TS-BALANCE.
010510     WRITE TB-SNAPSHOT-RECORD.
010520     PERFORM 9410-READ-SNAP-WORK THRU 9410-EXIT.
010530 9420-EXIT.
010540     EXIT.
