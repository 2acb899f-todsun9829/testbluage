000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTGL.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  PERIOD-END GENERAL-LEDGER
000120*                   EXTRACT.  POSTS EVERY BILLING TRANSMISSION
000130*                   CLOSED SINCE THE LAST RUN AND THE CASH-
000140*                   RECEIPTS LOG (RECTCSH) AS BALANCED JOURNAL
000150*                   ENTRIES ON THE GL INTERFACE FILE (RECTGLJ),
000160*                   THROUGH THE ACCOUNT MAP MAINTAINED BY
000170*                   RECTGMNT, AND PRINTS A CONTROL REPORT THAT
000180*                   TIES THE POSTINGS BACK TO THE TRANSMISSION
000190*                   TRAILERS.  RETIRES THE JOURNAL ACCOUNTING
000200*                   HAS BEEN KEYING FROM THE RECTRCN TOTALS.
000210*  10/15/2026 DK    A DETAIL FLAGGED AS A RESUBMISSION FROM THE
000220*                   BILLING REJECT QUEUE IS NOT POSTED - ITS
000230*                   ORIGINAL WAS POSTED WITH THE TRANSMISSION IT
000240*                   FIRST WENT OUT IN.  IT IS STILL COUNTED IN
000250*                   THE TIE-OUT, WHICH NOW SHOWS IT ON ITS OWN
000260*                   LINE.
000270*  10/15/2026 DK    FIXED: A FAILED WRITE TO RECTGLJ WAS ONLY
000280*                   SHOWN ON SYSOUT AND THE KEY '6' MARKER STILL
000290*                   MOVED PAST THE JOURNAL, SO ITS LINES NEVER
000300*                   POSTED AND A RERUN SKIPPED THEM.  A WRITE
000310*                   FAILURE NOW STOPS THE JOURNAL, PRINTS ON
000320*                   RECTGRPT AND LEAVES THE MARKER WHERE IT WAS
000330*                   FOR THE REST OF THE RUN.
000340*-----------------------------------------------------------------
000350 REMARKS.        RUN AT PERIOD END, AFTER THE LAST RECTXCUT AND
000360                 RECTPAY OF THE PERIOD.  RECTCTL KEY '6' HOLDS
000370                 THE LAST TRANSMISSION AND THE LAST CASH DATE
000380                 POSTED, SO EACH RUN POSTS ONLY WHAT IS NEW AND
000390                 A RERUN POSTS NOTHING TWICE.  ONE JOURNAL PER
000400                 TRANSMISSION:
000410                   BILL          DR A/R     CR REVENUE, TAX
000420                   VOID CREDIT   DR VOIDS, TAX   CR A/R
000430                   REPRICE UP    DR A/R     CR REPRICE, TAX
000440                   REPRICE DOWN  DR REPRICE, TAX  CR A/R
000450                 REVENUE, VOIDS AND REPRICES ARE SPLIT BY SHAPE
000460                 CODE FROM THE JOBS MASTER.  ONE JOURNAL FOR THE
000470                 CASH LOG: RECEIPTS DR CASH CR A/R, RETURNED
000480                 CHECKS THE REVERSE.  A TRANSMISSION THAT DOES
000490                 NOT TIE TO ITS TRAILER, OR HITS A CATEGORY WITH
000500                 NO ACCOUNT MAPPED, IS NOT POSTED AND HOLDS THE
000510                 ONES AFTER IT.
000520
000530 ENVIRONMENT DIVISION.
000540 CONFIGURATION SECTION.
000550 SOURCE-COMPUTER. IBM-370.
000560 OBJECT-COMPUTER. IBM-370.
000570 INPUT-OUTPUT SECTION.
000580 FILE-CONTROL.
000590     SELECT RECT-PARM-FILE    ASSIGN TO "RECTGPRM"
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-PARM-STATUS.
000620     SELECT RECT-CONTROL-FILE ASSIGN TO "RECTCTL"
000630         ORGANIZATION IS INDEXED
000640         ACCESS MODE IS DYNAMIC
000650         RECORD KEY IS RC-CONTROL-KEY
000660         FILE STATUS IS WS-CONTROL-STATUS.
000670     SELECT RECT-XMIT-FILE    ASSIGN TO WS-XMIT-DSNAME
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-XMIT-STATUS.
000700     SELECT RECT-MASTER-FILE  ASSIGN TO "RECTMAS"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS RJ-JOB-ID
000740         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
000750             WITH DUPLICATES
000760         FILE STATUS IS WS-MASTER-STATUS.
000770     SELECT RECT-GL-ACCOUNT-FILE ASSIGN TO "RECTGLA"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS GA-MAP-KEY
000810         FILE STATUS IS WS-MAP-STATUS.
000820     SELECT RECT-CASH-FILE    ASSIGN TO "RECTCSH"
000830         ORGANIZATION IS LINE SEQUENTIAL
000840         FILE STATUS IS WS-CASH-STATUS.
000850     SELECT RECT-JOURNAL-FILE ASSIGN TO "RECTGLJ"
000860         ORGANIZATION IS LINE SEQUENTIAL
000870         FILE STATUS IS WS-JOURNAL-STATUS.
000880     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTGRPT"
000890         ORGANIZATION IS LINE SEQUENTIAL
000900         FILE STATUS IS WS-REPORT-STATUS.
000910
000920 DATA DIVISION.
000930 FILE SECTION.
000940 FD  RECT-PARM-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 80 CHARACTERS.
000980     COPY RECTGPRM.
000990
001000 FD  RECT-CONTROL-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 20 CHARACTERS.
001030     COPY RECTCTL.
001040
001050 FD  RECT-XMIT-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 120 CHARACTERS.
001080     COPY RECTXMT.
001090
001100 FD  RECT-MASTER-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 112 CHARACTERS.
001130     COPY RECTJOB.
001140
001150 FD  RECT-GL-ACCOUNT-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 50 CHARACTERS.
001180     COPY RECTGLA.
001190
001200 FD  RECT-CASH-FILE
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 70 CHARACTERS.
001230     COPY RECTCSH.
001240
001250 FD  RECT-JOURNAL-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 80 CHARACTERS.
001280     COPY RECTGLJ.
001290
001300 FD  RECT-REPORT-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD
001330     RECORD CONTAINS 80 CHARACTERS.
001340 01  RECT-REPORT-LINE           PIC X(80).
001350
001360 WORKING-STORAGE SECTION.
001370 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
001380     88  PARM-STATUS-OK          VALUE '00'.
001390 77  WS-CONTROL-STATUS      PIC X(02) VALUE '00'.
001400     88  CONTROL-STATUS-OK       VALUE '00'.
001410     88  CONTROL-FILE-NOT-FOUND  VALUE '35'.
001420 77  WS-XMIT-STATUS         PIC X(02) VALUE '00'.
001430     88  XMIT-STATUS-OK          VALUE '00'.
001440 77  WS-MASTER-STATUS       PIC X(02) VALUE '00'.
001450     88  MASTER-STATUS-OK        VALUE '00'.
001460 77  WS-MAP-STATUS          PIC X(02) VALUE '00'.
001470     88  MAP-STATUS-OK           VALUE '00'.
001480 77  WS-CASH-STATUS         PIC X(02) VALUE '00'.
001490     88  CASH-STATUS-OK          VALUE '00'.
001500     88  CASH-FILE-NOT-FOUND     VALUE '35'.
001510 77  WS-JOURNAL-STATUS      PIC X(02) VALUE '00'.
001520     88  JOURNAL-STATUS-OK       VALUE '00'.
001530     88  JOURNAL-FILE-NOT-FOUND  VALUE '35'.
001540 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
001550     88  REPORT-STATUS-OK        VALUE '00'.
001560 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001570     88  INIT-FAILED             VALUE 'N'.
001580 77  WS-XMIT-EOF-SW         PIC X(01) VALUE 'N'.
001590     88  END-OF-XMIT             VALUE 'Y'.
001600 77  WS-CASH-EOF-SW         PIC X(01) VALUE 'N'.
001610     88  END-OF-CASH             VALUE 'Y'.
001620 77  WS-HOLD-SW             PIC X(01) VALUE 'N'.
001630     88  POSTING-HELD            VALUE 'Y'.
001640 77  WS-POST-OK-SW          PIC X(01) VALUE 'Y'.
001650     88  JOURNAL-POSTABLE        VALUE 'Y'.
001660 77  WS-GLJ-FAILED-SW       PIC X(01) VALUE 'N'.
001670     88  JOURNAL-WRITE-FAILED    VALUE 'Y'.
001680 77  WS-GLJ-LINES-WRITTEN   PIC 9(05) VALUE ZERO.
001690 77  WS-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
001700     88  TRAILER-SEEN            VALUE 'Y'.
001710 77  WS-MARKER-NEW-SW       PIC X(01) VALUE 'N'.
001720     88  MARKER-NEW              VALUE 'Y'.
001730 77  WS-MAP-FOUND-SW        PIC X(01) VALUE 'N'.
001740     88  MAP-FOUND               VALUE 'Y'.
001750 77  WS-JE-FOUND-SW         PIC X(01) VALUE 'N'.
001760     88  JE-FOUND                VALUE 'Y'.
001770 77  WS-ORDER-WALK-SW       PIC X(01) VALUE 'N'.
001780     88  ORDER-WALK-DONE         VALUE 'Y'.
001790 77  WS-RUN-DATE            PIC 9(08).
001800 77  WS-POSTING-DATE        PIC 9(08) VALUE ZERO.
001810 77  WS-CASH-POSTED-DATE    PIC 9(08) VALUE ZERO.
001820 77  WS-CASH-FROM-DATE      PIC 9(08) VALUE ZERO.
001830 77  WS-POSTED-SEQ          PIC 9(07) VALUE ZERO.
001840 77  WS-LATEST-SEQ          PIC 9(07) VALUE ZERO.
001850 77  WS-FIRST-SEQ           PIC 9(07) VALUE ZERO.
001860 77  WS-XMIT-SEQ-NO         PIC 9(07) VALUE ZERO.
001870 77  WS-WALK-JOB-ID         PIC 9(07) VALUE ZERO.
001880 77  WS-SX                  PIC 9(02) COMP VALUE ZERO.
001890 77  WS-LAST-SX             PIC 9(02) COMP VALUE ZERO.
001900 77  WS-JE-IX               PIC 9(03) COMP VALUE ZERO.
001910 77  WS-JE-COUNT            PIC 9(03) COMP VALUE ZERO.
001920 77  WS-JE-HIT              PIC 9(03) COMP VALUE ZERO.
001930 77  WS-JE-TABLE-MAX        PIC 9(03) VALUE 200.
001940 77  WS-JOURNAL-COUNT       PIC 9(05) COMP VALUE ZERO.
001950 77  WS-HELD-COUNT          PIC 9(05) COMP VALUE ZERO.
001960
001970*    WORK FIELDS FOR ONE POSTING - THE CATEGORY AND SHAPE PICK THE
001980*    ACCOUNT, THE SIDE SAYS DEBIT OR CREDIT.
001990 77  WS-POST-CATEGORY       PIC X(01).
002000 77  WS-POST-SHAPE          PIC X(01).
002010 77  WS-POST-SIDE           PIC X(01).
002020 77  WS-AR-SIDE             PIC X(01).
002030 77  WS-POST-ACCOUNT        PIC X(10).
002040 77  WS-POST-DESC           PIC X(30).
002050 77  WS-POST-AMOUNT         PIC 9(10)V99 VALUE ZERO.
002060 77  WS-AR-AMOUNT           PIC 9(10)V99 VALUE ZERO.
002070 77  WS-ORDER-SUM           PIC 9(10)V99 VALUE ZERO.
002080 77  WS-ALLOC-LEFT          PIC 9(10)V99 VALUE ZERO.
002090 77  WS-SHARE               PIC 9(10)V99 VALUE ZERO.
002100
002110*    THE RECEIVABLE, SALES TAX AND CASH ACCOUNTS ARE USED BY
002120*    NEARLY EVERY POSTING, SO THEY ARE LOOKED UP ONCE AT STARTUP.
002130 77  WS-AR-ACCOUNT          PIC X(10).
002140 77  WS-AR-DESC             PIC X(30).
002150 77  WS-TAX-ACCOUNT         PIC X(10).
002160 77  WS-TAX-DESC            PIC X(30).
002170 77  WS-CASH-ACCOUNT        PIC X(10).
002180 77  WS-CASH-DESC           PIC X(30).
002190
002200*    ONE TRANSMISSION'S (OR THE CASH LOG'S) CONTROL TOTALS.
002210 77  WS-DETAIL-COUNT        PIC 9(08) COMP VALUE ZERO.
002220 77  WS-BILL-COUNT          PIC 9(08) COMP VALUE ZERO.
002230 77  WS-CREDIT-COUNT        PIC 9(08) COMP VALUE ZERO.
002240 77  WS-REVENUE-AMT         PIC 9(10)V99 VALUE ZERO.
002250 77  WS-VOID-AMT            PIC 9(10)V99 VALUE ZERO.
002260 77  WS-REPRICE-UP-AMT      PIC 9(10)V99 VALUE ZERO.
002270 77  WS-REPRICE-DOWN-AMT    PIC 9(10)V99 VALUE ZERO.
002280 77  WS-PRICE-TOTAL         PIC 9(10)V99 VALUE ZERO.
002290 77  WS-TAX-BILLED          PIC 9(10)V99 VALUE ZERO.
002300 77  WS-TAX-CREDITED        PIC 9(10)V99 VALUE ZERO.
002310 77  WS-TAX-TOTAL           PIC 9(10)V99 VALUE ZERO.
002320 77  WS-TRAILER-COUNT       PIC 9(08) VALUE ZERO.
002330 77  WS-TRAILER-PRICE       PIC 9(10)V99 VALUE ZERO.
002340 77  WS-TRAILER-TAX         PIC 9(10)V99 VALUE ZERO.
002350 77  WS-RESUB-COUNT         PIC 9(08) COMP VALUE ZERO.
002360 77  WS-RESUB-PRICE         PIC 9(10)V99 VALUE ZERO.
002370 77  WS-JE-DEBITS           PIC 9(10)V99 VALUE ZERO.
002380 77  WS-JE-CREDITS          PIC 9(10)V99 VALUE ZERO.
002390 77  WS-RECEIPT-COUNT       PIC 9(08) COMP VALUE ZERO.
002400 77  WS-RECEIPT-AMT         PIC 9(10)V99 VALUE ZERO.
002410 77  WS-RETURN-COUNT        PIC 9(08) COMP VALUE ZERO.
002420 77  WS-RETURN-AMT          PIC 9(10)V99 VALUE ZERO.
002430 77  WS-APPLIED-COUNT       PIC 9(08) COMP VALUE ZERO.
002440 77  WS-APPLIED-AMT         PIC 9(10)V99 VALUE ZERO.
002450 77  WS-GRAND-DEBITS        PIC 9(12)V99 VALUE ZERO.
002460 77  WS-GRAND-CREDITS       PIC 9(12)V99 VALUE ZERO.
002470
002480 01  WS-XMIT-DSNAME.
002490     05  FILLER                  PIC X(05) VALUE "RECTX".
002500     05  WS-XMIT-SEQ             PIC 9(03).
002510
002520 01  WS-STAMP                   PIC 9(16).
002530 01  WS-STAMP-X REDEFINES WS-STAMP.
002540     05  WS-STAMP-DATE           PIC 9(08).
002550     05  WS-STAMP-TIME           PIC 9(08).
002560
002570*    THE BILLING-RECORD LAYOUT RIDES INSIDE EACH TRANSMISSION
002580*    DETAIL; IT IS COPIED HERE SO THE IMAGE CAN BE PICKED APART
002590*    WITH ITS OWN FIELD NAMES.
002600     COPY RECTBIL.
002610
002620*-----------------------------------------------------------------
002630*  A BILLING RECORD'S PRICE IS SPREAD OVER THE SHAPE CODES IT
002640*  COVERS: ONE SHAPE FOR A SINGLE JOB, EVERY LINE'S SHAPE FOR A
002650*  WORK-ORDER BILL.  THE FIFTH SLOT CATCHES A JOB NO LONGER ON
002660*  THE MASTER OR WITH A SHAPE CODE THE MAP DOES NOT KNOW.
002670*-----------------------------------------------------------------
002680 01  WS-SHAPE-CODES             PIC X(05) VALUE "RCTZ ".
002690 01  WS-SHAPE-CODE-TABLE REDEFINES WS-SHAPE-CODES.
002700     05  WS-SHAPE-CODE           PIC X(01) OCCURS 5 TIMES.
002710 01  WS-SHAPE-PRICE-TABLE.
002720     05  WS-SHAPE-PRICE          PIC 9(10)V99 OCCURS 5 TIMES.
002730
002740*-----------------------------------------------------------------
002750*  THE JOURNAL BEING BUILT: ONE ENTRY PER ACCOUNT AND SIDE,
002760*  WRITTEN OUT ONLY ONCE THE WHOLE SOURCE HAS LOADED AND TIED.
002770*-----------------------------------------------------------------
002780 01  WS-JOURNAL-TABLE.
002790     05  WS-JE-ENTRY OCCURS 200 TIMES.
002800         10  WS-JE-ACCOUNT       PIC X(10).
002810         10  WS-JE-SIDE          PIC X(01).
002820         10  WS-JE-AMOUNT        PIC 9(10)V99.
002830         10  WS-JE-DESC          PIC X(30).
002840
002850 01  WS-PRINT-LINE              PIC X(80).
002860
002870 01  WS-RULE-LINE               PIC X(74) VALUE ALL "-".
002880
002890 01  WS-HEADING-LINE-1.
002900     05  FILLER                  PIC X(32) VALUE
002910         "RECTGL - GENERAL LEDGER EXTRACT ".
002920     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002930     05  WH1-RUN-DATE            PIC 9(08).
002940     05  FILLER                  PIC X(16) VALUE
002950         "  POSTING DATE: ".
002960     05  WH1-POSTING-DATE        PIC 9(08).
002970
002980 01  WS-XMIT-TITLE-LINE.
002990     05  FILLER                  PIC X(22) VALUE
003000         "BILLING TRANSMISSION  ".
003010     05  WX-SEQUENCE             PIC 9(07).
003020     05  FILLER                  PIC X(02) VALUE " (".
003030     05  WX-DSNAME               PIC X(08).
003040     05  FILLER                  PIC X(01) VALUE ")".
003050
003060 01  WS-CASH-TITLE-LINE.
003070     05  FILLER                  PIC X(26) VALUE
003080         "CASH RECEIPTS DATED AFTER ".
003090     05  WC-FROM-DATE            PIC 9(08).
003100     05  FILLER                  PIC X(09) VALUE " THROUGH ".
003110     05  WC-THRU-DATE            PIC 9(08).
003120
003130 01  WS-COLUMN-LINE.
003140     05  FILLER                  PIC X(05) VALUE "LINE ".
003150     05  FILLER                  PIC X(11) VALUE "ACCOUNT    ".
003160     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
003170     05  FILLER                  PIC X(13) VALUE
003180         "        DEBIT".
003190     05  FILLER                  PIC X(14) VALUE
003200         "        CREDIT".
003210
003220 01  WS-JOURNAL-LINE.
003230     05  WJ-LINE-NO              PIC ZZ9.
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  WJ-ACCOUNT              PIC X(10).
003260     05  FILLER                  PIC X(01) VALUE SPACES.
003270     05  WJ-DESCRIPTION          PIC X(30).
003280     05  FILLER                  PIC X(01) VALUE SPACES.
003290     05  WJ-DEBIT                PIC Z(09)9.99 BLANK WHEN ZERO.
003300     05  FILLER                  PIC X(01) VALUE SPACES.
003310     05  WJ-CREDIT               PIC Z(09)9.99 BLANK WHEN ZERO.
003320
003330 01  WS-TOTAL-LINE.
003340     05  WT-CAPTION              PIC X(40).
003350     05  WT-COUNT                PIC ZZZZZZZ9 BLANK WHEN ZERO.
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  WT-AMOUNT               PIC Z(11)9.99.
003380
003390 01  WS-RESULT-LINE.
003400     05  WR-CAPTION              PIC X(40).
003410     05  WR-RESULT               PIC X(34).
003420
003430 01  WS-UNMAPPED-LINE.
003440     05  FILLER                  PIC X(33) VALUE
003450         "  NO GL ACCOUNT MAPPED: CATEGORY ".
003460     05  WU-CATEGORY             PIC X(01).
003470     05  FILLER                  PIC X(07) VALUE " SHAPE ".
003480     05  WU-SHAPE                PIC X(01).
003490     05  FILLER                  PIC X(05) VALUE " JOB ".
003500     05  WU-JOB-ID               PIC 9(07).
003510
003520 PROCEDURE DIVISION.
003530 0000-MAINLINE.
003540     DISPLAY "RECTGL - GENERAL LEDGER EXTRACT".
003550     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003560     IF NOT INIT-FAILED
003570         PERFORM 2000-POST-TRANSMISSION THRU 2000-EXIT
003580             VARYING WS-XMIT-SEQ-NO FROM WS-FIRST-SEQ BY 1
003590             UNTIL WS-XMIT-SEQ-NO > WS-LATEST-SEQ
003600                OR POSTING-HELD
003610         PERFORM 3000-POST-CASH THRU 3000-EXIT
003620         PERFORM 5000-WRITE-RUN-TOTALS THRU 5000-EXIT
003630     END-IF.
003640     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003650     STOP RUN.
003660
003670 1000-INITIALIZE.
003680     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003690     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
003700     OPEN INPUT RECT-MASTER-FILE.
003710     IF NOT MASTER-STATUS-OK
003720         DISPLAY "RECTGL: UNABLE TO OPEN RECTMAS, STATUS = "
003730             WS-MASTER-STATUS
003740         MOVE 'N' TO WS-INIT-OK
003750         GO TO 1000-EXIT.
003760     OPEN INPUT RECT-GL-ACCOUNT-FILE.
003770     IF NOT MAP-STATUS-OK
003780         DISPLAY "RECTGL: UNABLE TO OPEN RECTGLA, STATUS = "
003790             WS-MAP-STATUS " - SET UP THE ACCOUNT MAP WITH "
003800             "RECTGMNT."
003810         MOVE 'N' TO WS-INIT-OK
003820         GO TO 1000-EXIT.
003830     PERFORM 1200-LOAD-FIXED-ACCOUNTS THRU 1200-EXIT.
003840     IF INIT-FAILED
003850         GO TO 1000-EXIT.
003860     PERFORM 1100-OPEN-CONTROL THRU 1100-EXIT.
003870     IF INIT-FAILED
003880         GO TO 1000-EXIT.
003890     OPEN EXTEND RECT-JOURNAL-FILE.
003900     IF JOURNAL-FILE-NOT-FOUND
003910         OPEN OUTPUT RECT-JOURNAL-FILE
003920     END-IF.
003930     IF NOT JOURNAL-STATUS-OK
003940         DISPLAY "RECTGL: UNABLE TO OPEN RECTGLJ, STATUS = "
003950             WS-JOURNAL-STATUS
003960         MOVE 'N' TO WS-INIT-OK
003970         GO TO 1000-EXIT.
003980     OPEN OUTPUT RECT-REPORT-FILE.
003990     IF NOT REPORT-STATUS-OK
004000         DISPLAY "RECTGL: UNABLE TO OPEN RECTGRPT, STATUS = "
004010             WS-REPORT-STATUS
004020         MOVE 'N' TO WS-INIT-OK
004030         GO TO 1000-EXIT.
004040     MOVE WS-RUN-DATE     TO WH1-RUN-DATE.
004050     MOVE WS-POSTING-DATE TO WH1-POSTING-DATE.
004060     MOVE WS-HEADING-LINE-1 TO WS-PRINT-LINE.
004070     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004080 1000-EXIT.
004090     EXIT.
004100
004110*-----------------------------------------------------------------
004120*  THE CASH THRU DATE IS ALSO THE POSTING DATE OF EVERY JOURNAL
004130*  THE RUN WRITES.  A MISSING CARD OR A ZERO DATE MEANS TODAY.
004140*-----------------------------------------------------------------
004150 1050-READ-PARAMETER-CARD.
004160     MOVE ZERO TO GP-CASH-THRU-DATE.
004170     MOVE ZERO TO GP-START-XMIT.
004180     MOVE ZERO TO GP-CASH-FROM-DATE.
004190     MOVE WS-RUN-DATE TO WS-POSTING-DATE.
004200     OPEN INPUT RECT-PARM-FILE.
004210     IF PARM-STATUS-OK
004220         READ RECT-PARM-FILE
004230             AT END
004240                 CONTINUE
004250         END-READ
004260         CLOSE RECT-PARM-FILE
004270     END-IF.
004280     IF GP-CASH-THRU-DATE NUMERIC
004290         AND GP-CASH-THRU-DATE > ZERO
004300         MOVE GP-CASH-THRU-DATE TO WS-POSTING-DATE
004310     END-IF.
004320     IF GP-START-XMIT NOT NUMERIC
004330         MOVE ZERO TO GP-START-XMIT
004340     END-IF.
004350     IF GP-CASH-FROM-DATE NOT NUMERIC
004360         MOVE ZERO TO GP-CASH-FROM-DATE
004370     END-IF.
004380 1050-EXIT.
004390     EXIT.
004400
004410*-----------------------------------------------------------------
004420*  KEY '4' NAMES THE LATEST TRANSMISSION CUT; KEY '6' THE LAST
004430*  ONE POSTED AND THE LAST CASH DATE POSTED.  BEFORE THE FIRST
004440*  POSTING THERE IS NO KEY '6', AND THE PARAMETER CARD SAYS
004450*  WHERE TO START.
004460*-----------------------------------------------------------------
004470 1100-OPEN-CONTROL.
004480     OPEN I-O RECT-CONTROL-FILE.
004490     IF CONTROL-FILE-NOT-FOUND
004500         OPEN OUTPUT RECT-CONTROL-FILE
004510         CLOSE RECT-CONTROL-FILE
004520         OPEN I-O RECT-CONTROL-FILE
004530     END-IF.
004540     IF NOT CONTROL-STATUS-OK
004550         DISPLAY "RECTGL: UNABLE TO OPEN RECTCTL, STATUS = "
004560             WS-CONTROL-STATUS
004570         MOVE 'N' TO WS-INIT-OK
004580         GO TO 1100-EXIT.
004590     MOVE '4' TO RC-CONTROL-KEY.
004600     READ RECT-CONTROL-FILE
004610         INVALID KEY
004620             MOVE ZERO TO RC-LAST-JOB-ID
004630     END-READ.
004640     MOVE RC-LAST-JOB-ID TO WS-LATEST-SEQ.
004650     MOVE '6' TO RC-CONTROL-KEY.
004660     READ RECT-CONTROL-FILE
004670         INVALID KEY
004680             MOVE 'Y' TO WS-MARKER-NEW-SW
004690     END-READ.
004700     IF MARKER-NEW
004710         IF GP-START-XMIT > ZERO
004720             COMPUTE WS-POSTED-SEQ = GP-START-XMIT - 1
004730         END-IF
004740         MOVE GP-CASH-FROM-DATE TO WS-CASH-FROM-DATE
004750     ELSE
004760         MOVE RC-LAST-JOB-ID TO WS-POSTED-SEQ
004770         IF RC-LAST-DATE NUMERIC
004780             MOVE RC-LAST-DATE TO WS-CASH-POSTED-DATE
004790         END-IF
004800     END-IF.
004810     COMPUTE WS-FIRST-SEQ = WS-POSTED-SEQ + 1.
004820     IF WS-POSTED-SEQ NOT LESS THAN WS-LATEST-SEQ
004830         DISPLAY "RECTGL: NO NEW TRANSMISSIONS SINCE "
004840             WS-POSTED-SEQ " - CASH ONLY THIS RUN."
004850     END-IF.
004860 1100-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------------
004900*  ACCOUNTS RECEIVABLE, SALES TAX PAYABLE AND CASH MUST ALL BE
004910*  MAPPED BEFORE ANYTHING CAN POST.
004920*-----------------------------------------------------------------
004930 1200-LOAD-FIXED-ACCOUNTS.
004940     MOVE 'A'   TO WS-POST-CATEGORY.
004950     MOVE SPACE TO WS-POST-SHAPE.
004960     PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
004970     IF NOT MAP-FOUND
004980         PERFORM 1250-ACCOUNT-MISSING THRU 1250-EXIT
004990         GO TO 1200-EXIT
005000     END-IF.
005010     MOVE WS-POST-ACCOUNT TO WS-AR-ACCOUNT.
005020     MOVE WS-POST-DESC    TO WS-AR-DESC.
005030     MOVE 'T'   TO WS-POST-CATEGORY.
005040     PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
005050     IF NOT MAP-FOUND
005060         PERFORM 1250-ACCOUNT-MISSING THRU 1250-EXIT
005070         GO TO 1200-EXIT
005080     END-IF.
005090     MOVE WS-POST-ACCOUNT TO WS-TAX-ACCOUNT.
005100     MOVE WS-POST-DESC    TO WS-TAX-DESC.
005110     MOVE 'C'   TO WS-POST-CATEGORY.
005120     PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
005130     IF NOT MAP-FOUND
005140         PERFORM 1250-ACCOUNT-MISSING THRU 1250-EXIT
005150         GO TO 1200-EXIT
005160     END-IF.
005170     MOVE WS-POST-ACCOUNT TO WS-CASH-ACCOUNT.
005180     MOVE WS-POST-DESC    TO WS-CASH-DESC.
005190 1200-EXIT.
005200     EXIT.
005210
005220 1250-ACCOUNT-MISSING.
005230     DISPLAY "RECTGL: NO GL ACCOUNT MAPPED FOR CATEGORY "
005240         WS-POST-CATEGORY " - SET IT UP WITH RECTGMNT.".
005250     MOVE 'N' TO WS-INIT-OK.
005260 1250-EXIT.
005270     EXIT.
005280
005290*-----------------------------------------------------------------
005300*  POSTS ONE TRANSMISSION.  THE WHOLE FILE IS LOADED INTO THE
005310*  JOURNAL TABLE FIRST; ONLY WHEN THE DETAILS AGREE WITH THE
005320*  TRAILER'S COUNT, PRICE AND TAX, EVERY CATEGORY FOUND AN
005330*  ACCOUNT AND THE DEBITS EQUAL THE CREDITS IS THE JOURNAL
005340*  WRITTEN AND THE KEY '6' MARKER MOVED.  A TRANSMISSION THAT
005350*  FAILS HOLDS THE ONES AFTER IT - THE MARKER IS A HIGH-WATER
005360*  MARK AND CANNOT SKIP ONE.
005370*-----------------------------------------------------------------
005380 2000-POST-TRANSMISSION.
005390     PERFORM 2050-RESET-TOTALS THRU 2050-EXIT.
005400     MOVE WS-XMIT-SEQ-NO TO WS-XMIT-SEQ.
005410     MOVE SPACES TO WS-PRINT-LINE.
005420     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005430     MOVE WS-XMIT-SEQ-NO TO WX-SEQUENCE.
005440     MOVE WS-XMIT-DSNAME TO WX-DSNAME.
005450     MOVE WS-XMIT-TITLE-LINE TO WS-PRINT-LINE.
005460     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005470     OPEN INPUT RECT-XMIT-FILE.
005480     IF NOT XMIT-STATUS-OK
005490         MOVE "  TRANSMISSION FILE" TO WR-CAPTION
005500         MOVE "NOT ON DISK - NOT POSTED" TO WR-RESULT
005510         MOVE WS-RESULT-LINE TO WS-PRINT-LINE
005520         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005530         PERFORM 2900-HOLD-REMAINDER THRU 2900-EXIT
005540         GO TO 2000-EXIT
005550     END-IF.
005560     MOVE 'N' TO WS-XMIT-EOF-SW.
005570     PERFORM 2100-READ-XMIT-RECORD THRU 2100-EXIT
005580         UNTIL END-OF-XMIT.
005590     CLOSE RECT-XMIT-FILE.
005600     PERFORM 2600-PRINT-TIE-OUT THRU 2600-EXIT.
005610     PERFORM 2700-LIST-JOURNAL THRU 2700-EXIT.
005620     IF NOT JOURNAL-POSTABLE
005630         PERFORM 2900-HOLD-REMAINDER THRU 2900-EXIT
005640         GO TO 2000-EXIT
005650     END-IF.
005660     MOVE 'B'            TO GJ-SOURCE.
005670     MOVE WS-XMIT-SEQ-NO TO GJ-REFERENCE.
005680     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
005690     IF JOURNAL-WRITE-FAILED
005700         PERFORM 2850-REPORT-WRITE-FAILURE THRU 2850-EXIT
005710         PERFORM 2900-HOLD-REMAINDER THRU 2900-EXIT
005720         GO TO 2000-EXIT
005730     END-IF.
005740     MOVE WS-XMIT-SEQ-NO TO WS-POSTED-SEQ.
005750     PERFORM 8000-UPDATE-MARKER THRU 8000-EXIT.
005760 2000-EXIT.
005770     EXIT.
005780
005790 2050-RESET-TOTALS.
005800     MOVE 'Y'  TO WS-POST-OK-SW.
005810     MOVE 'N'  TO WS-TRAILER-SEEN-SW.
005820     MOVE ZERO TO WS-JE-COUNT.
005830     MOVE ZERO TO WS-JE-DEBITS.
005840     MOVE ZERO TO WS-JE-CREDITS.
005850     MOVE ZERO TO WS-DETAIL-COUNT.
005860     MOVE ZERO TO WS-BILL-COUNT.
005870     MOVE ZERO TO WS-CREDIT-COUNT.
005880     MOVE ZERO TO WS-REVENUE-AMT.
005890     MOVE ZERO TO WS-VOID-AMT.
005900     MOVE ZERO TO WS-REPRICE-UP-AMT.
005910     MOVE ZERO TO WS-REPRICE-DOWN-AMT.
005920     MOVE ZERO TO WS-PRICE-TOTAL.
005930     MOVE ZERO TO WS-TAX-BILLED.
005940     MOVE ZERO TO WS-TAX-CREDITED.
005950     MOVE ZERO TO WS-TAX-TOTAL.
005960     MOVE ZERO TO WS-TRAILER-COUNT.
005970     MOVE ZERO TO WS-TRAILER-PRICE.
005980     MOVE ZERO TO WS-TRAILER-TAX.
005990     MOVE ZERO TO WS-RESUB-COUNT.
006000     MOVE ZERO TO WS-RESUB-PRICE.
006010 2050-EXIT.
006020     EXIT.
006030
006040 2100-READ-XMIT-RECORD.
006050     READ RECT-XMIT-FILE
006060         AT END
006070             MOVE 'Y' TO WS-XMIT-EOF-SW
006080             GO TO 2100-EXIT
006090     END-READ.
006100     IF NOT XMIT-STATUS-OK
006110         DISPLAY "RECTGL: READ ERROR ON " WS-XMIT-DSNAME
006120             ", STATUS = " WS-XMIT-STATUS
006130         MOVE 'N' TO WS-POST-OK-SW
006140         MOVE 'Y' TO WS-XMIT-EOF-SW
006150         GO TO 2100-EXIT
006160     END-IF.
006170     IF XH-RECORD-TYPE = 'T'
006180         MOVE 'Y' TO WS-TRAILER-SEEN-SW
006190         MOVE XT-RECORD-COUNT TO WS-TRAILER-COUNT
006200         MOVE XT-TOTAL-PRICE  TO WS-TRAILER-PRICE
006210         MOVE XT-TOTAL-TAX    TO WS-TRAILER-TAX
006220         GO TO 2100-EXIT
006230     END-IF.
006240     IF XH-RECORD-TYPE NOT = 'D'
006250         GO TO 2100-EXIT
006260     END-IF.
006270     MOVE XD-BILLING-DATA TO RECT-BILLING-RECORD.
006280     IF XD-RESUBMISSION
006290*        A CORRECTED REJECT SENT BACK TO BILLING - ITS ORIGINAL
006300*        IS ALREADY ON THE LEDGER.  IT COUNTS TOWARD THE
006310*        TRAILER TIE-OUT ONLY.
006320         ADD 1 TO WS-DETAIL-COUNT
006330         ADD 1 TO WS-RESUB-COUNT
006340         ADD BL-PRICE      TO WS-RESUB-PRICE
006350         ADD BL-PRICE      TO WS-PRICE-TOTAL
006360         ADD BL-TAX-AMOUNT TO WS-TAX-TOTAL
006370         GO TO 2100-EXIT
006380     END-IF.
006390     PERFORM 2200-POST-BILLING THRU 2200-EXIT.
006400 2100-EXIT.
006410     EXIT.
006420
006430*-----------------------------------------------------------------
006440*  ONE BILLING RECORD.  A RECORD WITH NO AREA IS A REPRICE
006450*  ADJUSTMENT (RECTRPRC SENDS ONLY THE DIFFERENCE); A CREDIT
006460*  WITH AREA IS THE REVERSAL OF A VOIDED JOB.  A BILL POSTS THE
006470*  PRICE AND TAX AS CREDITS AGAINST A RECEIVABLE DEBIT; A CREDIT
006480*  POSTS THE MIRROR IMAGE.
006490*-----------------------------------------------------------------
006500 2200-POST-BILLING.
006510     ADD 1 TO WS-DETAIL-COUNT.
006520     ADD BL-PRICE      TO WS-PRICE-TOTAL.
006530     ADD BL-TAX-AMOUNT TO WS-TAX-TOTAL.
006540     IF BL-AREA = ZERO
006550         MOVE 'P' TO WS-POST-CATEGORY
006560     ELSE
006570         IF BL-TYPE-CREDIT
006580             MOVE 'V' TO WS-POST-CATEGORY
006590         ELSE
006600             MOVE 'R' TO WS-POST-CATEGORY
006610         END-IF
006620     END-IF.
006630     IF BL-TYPE-CREDIT
006640         ADD 1 TO WS-CREDIT-COUNT
006650         ADD BL-TAX-AMOUNT TO WS-TAX-CREDITED
006660         MOVE 'D' TO WS-POST-SIDE
006670         MOVE 'C' TO WS-AR-SIDE
006680         IF BL-AREA = ZERO
006690             ADD BL-PRICE TO WS-REPRICE-DOWN-AMT
006700         ELSE
006710             ADD BL-PRICE TO WS-VOID-AMT
006720         END-IF
006730     ELSE
006740         ADD 1 TO WS-BILL-COUNT
006750         ADD BL-TAX-AMOUNT TO WS-TAX-BILLED
006760         MOVE 'C' TO WS-POST-SIDE
006770         MOVE 'D' TO WS-AR-SIDE
006780         IF BL-AREA = ZERO
006790             ADD BL-PRICE TO WS-REPRICE-UP-AMT
006800         ELSE
006810             ADD BL-PRICE TO WS-REVENUE-AMT
006820         END-IF
006830     END-IF.
006840     IF BL-PRICE > ZERO
006850         PERFORM 2300-SPREAD-BY-SHAPE THRU 2300-EXIT
006860     END-IF.
006870     IF BL-TAX-AMOUNT > ZERO
006880         MOVE WS-TAX-ACCOUNT TO WS-POST-ACCOUNT
006890         MOVE WS-TAX-DESC    TO WS-POST-DESC
006900         MOVE BL-TAX-AMOUNT  TO WS-POST-AMOUNT
006910         PERFORM 2500-ADD-TO-JOURNAL THRU 2500-EXIT
006920     END-IF.
006930     COMPUTE WS-AR-AMOUNT = BL-PRICE + BL-TAX-AMOUNT.
006940     IF WS-AR-AMOUNT > ZERO
006950         MOVE WS-AR-SIDE     TO WS-POST-SIDE
006960         MOVE WS-AR-ACCOUNT  TO WS-POST-ACCOUNT
006970         MOVE WS-AR-DESC     TO WS-POST-DESC
006980         MOVE WS-AR-AMOUNT   TO WS-POST-AMOUNT
006990         PERFORM 2500-ADD-TO-JOURNAL THRU 2500-EXIT
007000     END-IF.
007010 2200-EXIT.
007020     EXIT.
007030
007040*-----------------------------------------------------------------
007050*  THE EXTRACT DOES NOT CARRY THE SHAPE, SO IT IS LOOKED UP ON
007060*  THE JOBS MASTER.  A WORK-ORDER BILL COVERS EVERY LINE OF THE
007070*  ORDER (RECTINV WALKS THEM THE SAME WAY), SO ITS PRICE IS
007080*  SPREAD OVER THE LINES' SHAPES IN PROPORTION TO EACH LINE'S
007090*  PRICE; THE LAST SHAPE TAKES THE ODD CENTS SO THE PIECES ADD
007100*  BACK TO THE BILL.  CREDITS AND REPRICES ARE PER JOB.
007110*-----------------------------------------------------------------
007120 2300-SPREAD-BY-SHAPE.
007130     MOVE ZERO TO WS-SHAPE-PRICE (1).
007140     MOVE ZERO TO WS-SHAPE-PRICE (2).
007150     MOVE ZERO TO WS-SHAPE-PRICE (3).
007160     MOVE ZERO TO WS-SHAPE-PRICE (4).
007170     MOVE ZERO TO WS-SHAPE-PRICE (5).
007180     MOVE ZERO TO WS-ORDER-SUM.
007190     IF BL-TYPE-BILL
007200         AND BL-AREA > ZERO
007210         AND BL-ORDER-NO > ZERO
007220         MOVE 'N' TO WS-ORDER-WALK-SW
007230         MOVE BL-JOB-ID TO WS-WALK-JOB-ID
007240         PERFORM 2320-ADD-ORDER-LINE THRU 2320-EXIT
007250             UNTIL ORDER-WALK-DONE
007260     END-IF.
007270     IF WS-ORDER-SUM = ZERO
007280         PERFORM 2310-SINGLE-JOB-SHAPE THRU 2310-EXIT
007290     END-IF.
007300     MOVE ZERO TO WS-LAST-SX.
007310     PERFORM 2340-FIND-LAST-SHAPE THRU 2340-EXIT
007320         VARYING WS-SX FROM 1 BY 1
007330         UNTIL WS-SX > 5.
007340     MOVE BL-PRICE TO WS-ALLOC-LEFT.
007350     PERFORM 2350-POST-SHAPE-SHARE THRU 2350-EXIT
007360         VARYING WS-SX FROM 1 BY 1
007370         UNTIL WS-SX > WS-LAST-SX.
007380 2300-EXIT.
007390     EXIT.
007400
007410 2310-SINGLE-JOB-SHAPE.
007420     MOVE BL-JOB-ID TO RJ-JOB-ID.
007430     READ RECT-MASTER-FILE
007440         INVALID KEY
007450             MOVE SPACE TO RJ-SHAPE-CODE
007460     END-READ.
007470     PERFORM 2330-SHAPE-SLOT THRU 2330-EXIT.
007480     MOVE BL-PRICE TO WS-SHAPE-PRICE (WS-SX).
007490     MOVE BL-PRICE TO WS-ORDER-SUM.
007500 2310-EXIT.
007510     EXIT.
007520
007530 2320-ADD-ORDER-LINE.
007540     MOVE WS-WALK-JOB-ID TO RJ-JOB-ID.
007550     READ RECT-MASTER-FILE
007560         INVALID KEY
007570             MOVE 'Y' TO WS-ORDER-WALK-SW
007580             GO TO 2320-EXIT
007590     END-READ.
007600     IF RJ-ORDER-NO NOT = BL-ORDER-NO
007610         MOVE 'Y' TO WS-ORDER-WALK-SW
007620         GO TO 2320-EXIT
007630     END-IF.
007640     PERFORM 2330-SHAPE-SLOT THRU 2330-EXIT.
007650     ADD RJ-PRICE TO WS-SHAPE-PRICE (WS-SX).
007660     ADD RJ-PRICE TO WS-ORDER-SUM.
007670     ADD 1 TO WS-WALK-JOB-ID.
007680 2320-EXIT.
007690     EXIT.
007700
007710*    SETS WS-SX TO THE SLOT FOR RJ-SHAPE-CODE; AN UNKNOWN CODE
007720*    FALLS TO THE FIFTH (BLANK) SLOT.
007730 2330-SHAPE-SLOT.
007740     MOVE 5 TO WS-SX.
007750     IF RJ-SHAPE-CODE = 'R'
007760         MOVE 1 TO WS-SX
007770     END-IF.
007780     IF RJ-SHAPE-CODE = 'C'
007790         MOVE 2 TO WS-SX
007800     END-IF.
007810     IF RJ-SHAPE-CODE = 'T'
007820         MOVE 3 TO WS-SX
007830     END-IF.
007840     IF RJ-SHAPE-CODE = 'Z'
007850         MOVE 4 TO WS-SX
007860     END-IF.
007870 2330-EXIT.
007880     EXIT.
007890
007900 2340-FIND-LAST-SHAPE.
007910     IF WS-SHAPE-PRICE (WS-SX) > ZERO
007920         MOVE WS-SX TO WS-LAST-SX
007930     END-IF.
007940 2340-EXIT.
007950     EXIT.
007960
007970*    EACH SHARE IS TRUNCATED, NOT ROUNDED, SO THE SHARES NEVER
007980*    ADD TO MORE THAN THE BILL AND THE LAST ONE IS NEVER SHORT.
007990 2350-POST-SHAPE-SHARE.
008000     IF WS-SHAPE-PRICE (WS-SX) = ZERO
008010         GO TO 2350-EXIT
008020     END-IF.
008030     IF WS-SX = WS-LAST-SX
008040         MOVE WS-ALLOC-LEFT TO WS-SHARE
008050     ELSE
008060         COMPUTE WS-SHARE =
008070             BL-PRICE * WS-SHAPE-PRICE (WS-SX) / WS-ORDER-SUM
008080         SUBTRACT WS-SHARE FROM WS-ALLOC-LEFT
008090     END-IF.
008100     IF WS-SHARE = ZERO
008110         GO TO 2350-EXIT
008120     END-IF.
008130     MOVE WS-SHAPE-CODE (WS-SX) TO WS-POST-SHAPE.
008140     PERFORM 2400-FIND-ACCOUNT THRU 2400-EXIT.
008150     IF NOT MAP-FOUND
008160         MOVE 'N' TO WS-POST-OK-SW
008170         MOVE WS-POST-CATEGORY TO WU-CATEGORY
008180         MOVE WS-POST-SHAPE    TO WU-SHAPE
008190         MOVE BL-JOB-ID        TO WU-JOB-ID
008200         MOVE WS-UNMAPPED-LINE TO WS-PRINT-LINE
008210         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008220         GO TO 2350-EXIT
008230     END-IF.
008240     MOVE WS-SHARE TO WS-POST-AMOUNT.
008250     PERFORM 2500-ADD-TO-JOURNAL THRU 2500-EXIT.
008260 2350-EXIT.
008270     EXIT.
008280
008290*-----------------------------------------------------------------
008300*  LOOKS UP THE ACCOUNT FOR WS-POST-CATEGORY/WS-POST-SHAPE,
008310*  FALLING BACK TO THE CATEGORY'S BLANK-SHAPE ROW.
008320*-----------------------------------------------------------------
008330 2400-FIND-ACCOUNT.
008340     MOVE 'Y' TO WS-MAP-FOUND-SW.
008350     MOVE WS-POST-CATEGORY TO GA-CATEGORY.
008360     MOVE WS-POST-SHAPE    TO GA-SHAPE-CODE.
008370     READ RECT-GL-ACCOUNT-FILE
008380         INVALID KEY
008390             MOVE 'N' TO WS-MAP-FOUND-SW
008400     END-READ.
008410     IF NOT MAP-FOUND
008420         AND WS-POST-SHAPE NOT = SPACE
008430         MOVE 'Y' TO WS-MAP-FOUND-SW
008440         MOVE SPACE TO GA-SHAPE-CODE
008450         READ RECT-GL-ACCOUNT-FILE
008460             INVALID KEY
008470                 MOVE 'N' TO WS-MAP-FOUND-SW
008480         END-READ
008490     END-IF.
008500     IF MAP-FOUND
008510         AND GA-ACCOUNT-NO = SPACES
008520         MOVE 'N' TO WS-MAP-FOUND-SW
008530     END-IF.
008540     IF MAP-FOUND
008550         MOVE GA-ACCOUNT-NO  TO WS-POST-ACCOUNT
008560         MOVE GA-DESCRIPTION TO WS-POST-DESC
008570     END-IF.
008580 2400-EXIT.
008590     EXIT.
008600
008610*-----------------------------------------------------------------
008620*  ADDS WS-POST-AMOUNT TO THE JOURNAL LINE FOR WS-POST-ACCOUNT
008630*  ON WS-POST-SIDE, OPENING A NEW LINE THE FIRST TIME.
008640*-----------------------------------------------------------------
008650 2500-ADD-TO-JOURNAL.
008660     MOVE 'N' TO WS-JE-FOUND-SW.
008670     PERFORM 2510-SEARCH-JOURNAL THRU 2510-EXIT
008680         VARYING WS-JE-IX FROM 1 BY 1
008690         UNTIL WS-JE-IX > WS-JE-COUNT
008700            OR JE-FOUND.
008710     IF NOT JE-FOUND
008720         IF WS-JE-COUNT NOT LESS THAN WS-JE-TABLE-MAX
008730             DISPLAY "RECTGL: JOURNAL TABLE FULL AFTER "
008740                 WS-JE-TABLE-MAX " LINES."
008750             MOVE 'N' TO WS-POST-OK-SW
008760             GO TO 2500-EXIT
008770         END-IF
008780         ADD 1 TO WS-JE-COUNT
008790         MOVE WS-JE-COUNT     TO WS-JE-HIT
008800         MOVE WS-POST-ACCOUNT TO WS-JE-ACCOUNT (WS-JE-HIT)
008810         MOVE WS-POST-SIDE    TO WS-JE-SIDE (WS-JE-HIT)
008820         MOVE ZERO            TO WS-JE-AMOUNT (WS-JE-HIT)
008830         MOVE WS-POST-DESC    TO WS-JE-DESC (WS-JE-HIT)
008840     END-IF.
008850     ADD WS-POST-AMOUNT TO WS-JE-AMOUNT (WS-JE-HIT).
008860     IF WS-POST-SIDE = 'D'
008870         ADD WS-POST-AMOUNT TO WS-JE-DEBITS
008880     ELSE
008890         ADD WS-POST-AMOUNT TO WS-JE-CREDITS
008900     END-IF.
008910 2500-EXIT.
008920     EXIT.
008930
008940*    THE VARYING INDEX HAS MOVED PAST THE MATCH BY THE TIME THE
008950*    SEARCH STOPS, SO THE MATCHING LINE IS KEPT IN WS-JE-HIT.
008960 2510-SEARCH-JOURNAL.
008970     IF WS-JE-ACCOUNT (WS-JE-IX) = WS-POST-ACCOUNT
008980         AND WS-JE-SIDE (WS-JE-IX) = WS-POST-SIDE
008990         MOVE 'Y' TO WS-JE-FOUND-SW
009000         MOVE WS-JE-IX TO WS-JE-HIT
009010         GO TO 2510-EXIT
009020     END-IF.
009030 2510-EXIT.
009040     EXIT.
009050
009060*-----------------------------------------------------------------
009070*  TIES THE TRANSMISSION OUT: THE DETAILS MUST AGREE WITH THE
009080*  TRAILER'S RECORD COUNT, GROSS PRICE (XT-TOTAL-PRICE) AND
009090*  GROSS TAX (XT-TOTAL-TAX).  THE TRAILER CARRIES BILLS AND
009100*  CREDITS ADDED TOGETHER, SO THE POSTED PIECES ARE ADDED THE
009110*  SAME WAY BEFORE THEY ARE COMPARED.
009120*-----------------------------------------------------------------
009130 2600-PRINT-TIE-OUT.
009140     IF NOT TRAILER-SEEN
009150         MOVE 'N' TO WS-POST-OK-SW
009160         MOVE "  TRAILER" TO WR-CAPTION
009170         MOVE "MISSING - FILE MAY BE TRUNCATED" TO WR-RESULT
009180         MOVE WS-RESULT-LINE TO WS-PRINT-LINE
009190         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009200     END-IF.
009210     MOVE "  BILL RECORDS . . . . . . . . . . . ." TO WT-CAPTION.
009220     MOVE WS-BILL-COUNT TO WT-COUNT.
009230     MOVE ZERO TO WT-AMOUNT.
009240     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009250     MOVE "  CREDIT RECORDS . . . . . . . . . . ." TO WT-CAPTION.
009260     MOVE WS-CREDIT-COUNT TO WT-COUNT.
009270     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009280     MOVE "  RESUBMISSIONS, NOT POSTED. . . . . ." TO WT-CAPTION.
009290     MOVE WS-RESUB-COUNT TO WT-COUNT.
009300     MOVE WS-RESUB-PRICE TO WT-AMOUNT.
009310     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009320     MOVE ZERO TO WT-AMOUNT.
009330     MOVE "  DETAIL RECORDS PER TRAILER . . . . ." TO WT-CAPTION.
009340     MOVE WS-TRAILER-COUNT TO WT-COUNT.
009350     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009360     MOVE ZERO TO WT-COUNT.
009370     MOVE "  REVENUE CREDITED (BILLS) . . . . . ." TO WT-CAPTION.
009380     MOVE WS-REVENUE-AMT TO WT-AMOUNT.
009390     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009400     MOVE "  VOID CREDITS DEBITED . . . . . . . ." TO WT-CAPTION.
009410     MOVE WS-VOID-AMT TO WT-AMOUNT.
009420     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009430     MOVE "  REPRICE INCREASES CREDITED . . . . ." TO WT-CAPTION.
009440     MOVE WS-REPRICE-UP-AMT TO WT-AMOUNT.
009450     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009460     MOVE "  REPRICE DECREASES DEBITED. . . . . ." TO WT-CAPTION.
009470     MOVE WS-REPRICE-DOWN-AMT TO WT-AMOUNT.
009480     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009490     MOVE "  GROSS PRICE POSTED . . . . . . . . ." TO WT-CAPTION.
009500     MOVE WS-PRICE-TOTAL TO WT-AMOUNT.
009510     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009520     MOVE "  TRAILER TOTAL PRICE. . . . . . . . ." TO WT-CAPTION.
009530     MOVE WS-TRAILER-PRICE TO WT-AMOUNT.
009540     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009550     MOVE "  TAX CREDITED (BILLS) . . . . . . . ." TO WT-CAPTION.
009560     MOVE WS-TAX-BILLED TO WT-AMOUNT.
009570     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009580     MOVE "  TAX DEBITED (CREDITS). . . . . . . ." TO WT-CAPTION.
009590     MOVE WS-TAX-CREDITED TO WT-AMOUNT.
009600     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009610     MOVE "  GROSS TAX POSTED . . . . . . . . . ." TO WT-CAPTION.
009620     MOVE WS-TAX-TOTAL TO WT-AMOUNT.
009630     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009640     MOVE "  TRAILER TOTAL TAX. . . . . . . . . ." TO WT-CAPTION.
009650     MOVE WS-TRAILER-TAX TO WT-AMOUNT.
009660     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009670     MOVE "  RECORD COUNT AGAINST TRAILER" TO WR-CAPTION.
009680     IF WS-DETAIL-COUNT = WS-TRAILER-COUNT
009690         MOVE "TIES" TO WR-RESULT
009700     ELSE
009710         MOVE "DOES NOT TIE" TO WR-RESULT
009720         MOVE 'N' TO WS-POST-OK-SW
009730     END-IF.
009740     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
009750     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009760     MOVE "  PRICE AGAINST TRAILER" TO WR-CAPTION.
009770     IF WS-PRICE-TOTAL = WS-TRAILER-PRICE
009780         MOVE "TIES" TO WR-RESULT
009790     ELSE
009800         MOVE "DOES NOT TIE" TO WR-RESULT
009810         MOVE 'N' TO WS-POST-OK-SW
009820     END-IF.
009830     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
009840     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009850     MOVE "  TAX AGAINST TRAILER" TO WR-CAPTION.
009860     IF WS-TAX-TOTAL = WS-TRAILER-TAX
009870         MOVE "TIES" TO WR-RESULT
009880     ELSE
009890         MOVE "DOES NOT TIE" TO WR-RESULT
009900         MOVE 'N' TO WS-POST-OK-SW
009910     END-IF.
009920     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
009930     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009940 2600-EXIT.
009950     EXIT.
009960
009970*-----------------------------------------------------------------
009980*  PRINTS THE JOURNAL BUILT FOR THE CURRENT SOURCE WITH ITS
009990*  DEBIT AND CREDIT TOTALS.  A JOURNAL THAT DOES NOT BALANCE IS
010000*  NEVER POSTED.
010010*-----------------------------------------------------------------
010020 2700-LIST-JOURNAL.
010030     MOVE SPACES TO WS-PRINT-LINE.
010040     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010050     MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
010060     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010070     PERFORM 2710-LIST-JOURNAL-LINE THRU 2710-EXIT
010080         VARYING WS-JE-IX FROM 1 BY 1
010090         UNTIL WS-JE-IX > WS-JE-COUNT.
010100     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
010110     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010120     MOVE ZERO             TO WJ-LINE-NO.
010130     MOVE SPACES           TO WJ-ACCOUNT.
010140     MOVE "JOURNAL TOTALS" TO WJ-DESCRIPTION.
010150     MOVE WS-JE-DEBITS     TO WJ-DEBIT.
010160     MOVE WS-JE-CREDITS    TO WJ-CREDIT.
010170     MOVE WS-JOURNAL-LINE  TO WS-PRINT-LINE.
010180     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010190     MOVE "  DEBITS AGAINST CREDITS" TO WR-CAPTION.
010200     IF WS-JE-DEBITS = WS-JE-CREDITS
010210         MOVE "IN BALANCE" TO WR-RESULT
010220     ELSE
010230         MOVE "OUT OF BALANCE" TO WR-RESULT
010240         MOVE 'N' TO WS-POST-OK-SW
010250     END-IF.
010260     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
010270     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010280     MOVE "  JOURNAL" TO WR-CAPTION.
010290     IF JOURNAL-POSTABLE
010300         MOVE "POSTED" TO WR-RESULT
010310     ELSE
010320         MOVE "NOT POSTED - PUT RIGHT AND RERUN" TO WR-RESULT
010330     END-IF.
010340     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
010350     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010360 2700-EXIT.
010370     EXIT.
010380
010390 2710-LIST-JOURNAL-LINE.
010400     MOVE WS-JE-IX                TO WJ-LINE-NO.
010410     MOVE WS-JE-ACCOUNT (WS-JE-IX) TO WJ-ACCOUNT.
010420     MOVE WS-JE-DESC (WS-JE-IX)    TO WJ-DESCRIPTION.
010430     IF WS-JE-SIDE (WS-JE-IX) = 'D'
010440         MOVE WS-JE-AMOUNT (WS-JE-IX) TO WJ-DEBIT
010450         MOVE ZERO                    TO WJ-CREDIT
010460     ELSE
010470         MOVE ZERO                    TO WJ-DEBIT
010480         MOVE WS-JE-AMOUNT (WS-JE-IX) TO WJ-CREDIT
010490     END-IF.
010500     MOVE WS-JOURNAL-LINE TO WS-PRINT-LINE.
010510     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010520 2710-EXIT.
010530     EXIT.
010540
010550*-----------------------------------------------------------------
010560*  WRITES THE JOURNAL TO THE GL INTERFACE FILE.  THE CALLER SETS
010570*  GJ-SOURCE AND GJ-REFERENCE.  A FAILED WRITE STOPS THE JOURNAL
010580*  THERE; THE CALLER THEN LEAVES THE MARKER ALONE SO A RERUN
010590*  POSTS IT AGAIN.
010600*-----------------------------------------------------------------
010610 2800-WRITE-JOURNAL.
010620     MOVE ZERO TO WS-GLJ-LINES-WRITTEN.
010630     PERFORM 2810-WRITE-JOURNAL-LINE THRU 2810-EXIT
010640         VARYING WS-JE-IX FROM 1 BY 1
010650         UNTIL WS-JE-IX > WS-JE-COUNT
010660            OR JOURNAL-WRITE-FAILED.
010670     IF JOURNAL-WRITE-FAILED
010680         GO TO 2800-EXIT
010690     END-IF.
010700     IF WS-JE-COUNT > ZERO
010710         ADD 1 TO WS-JOURNAL-COUNT
010720         ADD WS-JE-DEBITS  TO WS-GRAND-DEBITS
010730         ADD WS-JE-CREDITS TO WS-GRAND-CREDITS
010740     END-IF.
010750 2800-EXIT.
010760     EXIT.
010770
010780 2810-WRITE-JOURNAL-LINE.
010790     MOVE WS-POSTING-DATE          TO GJ-POSTING-DATE.
010800     MOVE WS-JE-IX                 TO GJ-LINE-NO.
010810     MOVE WS-JE-ACCOUNT (WS-JE-IX) TO GJ-ACCOUNT-NO.
010820     MOVE WS-JE-SIDE (WS-JE-IX)    TO GJ-DEBIT-CREDIT.
010830     MOVE WS-JE-AMOUNT (WS-JE-IX)  TO GJ-AMOUNT.
010840     MOVE WS-JE-DESC (WS-JE-IX)    TO GJ-DESCRIPTION.
010850     WRITE RECT-GL-JOURNAL-RECORD.
010860     IF NOT JOURNAL-STATUS-OK
010870         DISPLAY "RECTGL: UNABLE TO WRITE RECTGLJ, STATUS = "
010880             WS-JOURNAL-STATUS
010890         MOVE 'N' TO WS-POST-OK-SW
010900         MOVE 'Y' TO WS-GLJ-FAILED-SW
010910         GO TO 2810-EXIT
010920     END-IF.
010930     ADD 1 TO WS-GLJ-LINES-WRITTEN.
010940 2810-EXIT.
010950     EXIT.
010960
010970*-----------------------------------------------------------------
010980*  A JOURNAL CUT SHORT BY A WRITE FAILURE.  LINES ALREADY
010990*  WRITTEN STAY ON RECTGLJ UNDER THE JOURNAL'S SOURCE AND
011000*  REFERENCE AND MUST BE TAKEN OFF BEFORE THE RERUN WRITES THE
011010*  WHOLE JOURNAL AGAIN.
011020*-----------------------------------------------------------------
011030 2850-REPORT-WRITE-FAILURE.
011040     MOVE "  GL INTERFACE FILE (RECTGLJ)" TO WR-CAPTION.
011050     MOVE "WRITE FAILED - NOT POSTED, RERUN" TO WR-RESULT.
011060     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
011070     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011080     IF WS-GLJ-LINES-WRITTEN > ZERO
011090         MOVE "  PARTIAL JOURNAL LINES ON RECTGLJ . . ."
011100             TO WT-CAPTION
011110         MOVE WS-GLJ-LINES-WRITTEN TO WT-COUNT
011120         MOVE ZERO TO WT-AMOUNT
011130         PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
011140         MOVE "    REMOVE THEM BEFORE THE RERUN." TO WS-PRINT-LINE
011150         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011160         DISPLAY "RECTGL: " WS-GLJ-LINES-WRITTEN " LINE(S) OF "
011170             "JOURNAL " GJ-SOURCE " " GJ-REFERENCE
011180             " ALREADY ON RECTGLJ - REMOVE BEFORE RERUN."
011190     END-IF.
011200 2850-EXIT.
011210     EXIT.
011220
011230 2900-HOLD-REMAINDER.
011240     MOVE 'Y' TO WS-HOLD-SW.
011250     COMPUTE WS-HELD-COUNT = WS-LATEST-SEQ - WS-XMIT-SEQ-NO + 1.
011260     DISPLAY "RECTGL: TRANSMISSION " WS-XMIT-SEQ-NO
011270         " NOT POSTED - " WS-HELD-COUNT
011280         " TRANSMISSION(S) HELD.  SEE RECTGRPT.".
011290 2900-EXIT.
011300     EXIT.
011310
011320*-----------------------------------------------------------------
011330*  POSTS THE CASH-RECEIPTS LOG FROM THE DAY AFTER THE LAST CASH
011340*  DATE POSTED THROUGH THE CASH THRU DATE.  CASH RECEIVED (AND
011350*  CASH PUT ON ACCOUNT, WHICH IS CARRIED IN RECEIVABLES) IS
011360*  DEBITED TO CASH AND CREDITED TO RECEIVABLES; A RETURNED CHECK
011370*  IS THE REVERSE.  CREDIT ON ACCOUNT APPLIED TO AN INVOICE
011380*  MOVES NO MONEY AND STAYS INSIDE RECEIVABLES, SO IT IS ONLY
011390*  COUNTED.
011400*-----------------------------------------------------------------
011410 3000-POST-CASH.
011420     PERFORM 2050-RESET-TOTALS THRU 2050-EXIT.
011430     MOVE ZERO TO WS-RECEIPT-COUNT.
011440     MOVE ZERO TO WS-RECEIPT-AMT.
011450     MOVE ZERO TO WS-RETURN-COUNT.
011460     MOVE ZERO TO WS-RETURN-AMT.
011470     MOVE ZERO TO WS-APPLIED-COUNT.
011480     MOVE ZERO TO WS-APPLIED-AMT.
011490     MOVE SPACES TO WS-PRINT-LINE.
011500     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011510     MOVE WS-CASH-POSTED-DATE TO WC-FROM-DATE.
011520     MOVE WS-POSTING-DATE     TO WC-THRU-DATE.
011530     MOVE WS-CASH-TITLE-LINE TO WS-PRINT-LINE.
011540     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011550     IF WS-POSTING-DATE NOT > WS-CASH-POSTED-DATE
011560         MOVE "  CASH RECEIPTS" TO WR-CAPTION
011570         MOVE "ALREADY POSTED - NOTHING TO DO" TO WR-RESULT
011580         MOVE WS-RESULT-LINE TO WS-PRINT-LINE
011590         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011600         GO TO 3000-EXIT
011610     END-IF.
011620     IF JOURNAL-WRITE-FAILED
011630         MOVE "  CASH RECEIPTS" TO WR-CAPTION
011640         MOVE "HELD - RECTGLJ WRITE FAILED" TO WR-RESULT
011650         MOVE WS-RESULT-LINE TO WS-PRINT-LINE
011660         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011670         GO TO 3000-EXIT
011680     END-IF.
011690     OPEN INPUT RECT-CASH-FILE.
011700     IF CASH-FILE-NOT-FOUND
011710         MOVE 'Y' TO WS-CASH-EOF-SW
011720     ELSE
011730         IF NOT CASH-STATUS-OK
011740             DISPLAY "RECTGL: UNABLE TO OPEN RECTCSH, STATUS = "
011750                 WS-CASH-STATUS " - CASH NOT POSTED."
011760             MOVE "  CASH RECEIPTS" TO WR-CAPTION
011770             MOVE "LOG UNREADABLE - NOT POSTED" TO WR-RESULT
011780             MOVE WS-RESULT-LINE TO WS-PRINT-LINE
011790             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011800             GO TO 3000-EXIT
011810         END-IF
011820     END-IF.
011830     PERFORM 3100-READ-CASH THRU 3100-EXIT
011840         UNTIL END-OF-CASH.
011850     IF NOT CASH-FILE-NOT-FOUND
011860         CLOSE RECT-CASH-FILE
011870     END-IF.
011880     MOVE "  RECEIPTS (DR CASH, CR RECEIVABLES). ." TO WT-CAPTION.
011890     MOVE WS-RECEIPT-COUNT TO WT-COUNT.
011900     MOVE WS-RECEIPT-AMT   TO WT-AMOUNT.
011910     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011920     MOVE "  RETURNED CHECKS (DR RECV, CR CASH) ." TO WT-CAPTION.
011930     MOVE WS-RETURN-COUNT  TO WT-COUNT.
011940     MOVE WS-RETURN-AMT    TO WT-AMOUNT.
011950     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011960     MOVE "  CREDIT APPLIED (WITHIN RECV, NO GL) ." TO WT-CAPTION.
011970     MOVE WS-APPLIED-COUNT TO WT-COUNT.
011980     MOVE WS-APPLIED-AMT   TO WT-AMOUNT.
011990     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012000     PERFORM 2700-LIST-JOURNAL THRU 2700-EXIT.
012010     IF NOT JOURNAL-POSTABLE
012020         DISPLAY "RECTGL: CASH JOURNAL NOT POSTED - SEE RECTGRPT."
012030         GO TO 3000-EXIT
012040     END-IF.
012050     MOVE 'C'             TO GJ-SOURCE.
012060     MOVE WS-POSTING-DATE TO GJ-REFERENCE.
012070     PERFORM 2800-WRITE-JOURNAL THRU 2800-EXIT.
012080     IF JOURNAL-WRITE-FAILED
012090         PERFORM 2850-REPORT-WRITE-FAILURE THRU 2850-EXIT
012100         GO TO 3000-EXIT
012110     END-IF.
012120     MOVE WS-POSTING-DATE TO WS-CASH-POSTED-DATE.
012130     PERFORM 8000-UPDATE-MARKER THRU 8000-EXIT.
012140 3000-EXIT.
012150     EXIT.
012160
012170 3100-READ-CASH.
012180     READ RECT-CASH-FILE
012190         AT END
012200             MOVE 'Y' TO WS-CASH-EOF-SW
012210             GO TO 3100-EXIT
012220     END-READ.
012230     IF NOT CASH-STATUS-OK
012240         DISPLAY "RECTGL: READ ERROR ON RECTCSH, STATUS = "
012250             WS-CASH-STATUS
012260         MOVE 'N' TO WS-POST-OK-SW
012270         MOVE 'Y' TO WS-CASH-EOF-SW
012280         GO TO 3100-EXIT
012290     END-IF.
012300     MOVE PY-TIMESTAMP TO WS-STAMP.
012310     IF WS-STAMP-DATE NOT > WS-CASH-POSTED-DATE
012320         OR WS-STAMP-DATE > WS-POSTING-DATE
012330         OR WS-STAMP-DATE < WS-CASH-FROM-DATE
012340         GO TO 3100-EXIT
012350     END-IF.
012360     IF PY-TYPE-CREDIT-APPLIED
012370         ADD 1 TO WS-APPLIED-COUNT
012380         ADD PY-AMOUNT TO WS-APPLIED-AMT
012390         GO TO 3100-EXIT
012400     END-IF.
012410     IF PY-AMOUNT = ZERO
012420         GO TO 3100-EXIT
012430     END-IF.
012440     IF PY-TYPE-REVERSAL
012450         OR PY-TYPE-ON-ACCOUNT-REVERSAL
012460         ADD 1 TO WS-RETURN-COUNT
012470         ADD PY-AMOUNT TO WS-RETURN-AMT
012480         MOVE 'D' TO WS-AR-SIDE
012490         MOVE 'C' TO WS-POST-SIDE
012500     ELSE
012510         ADD 1 TO WS-RECEIPT-COUNT
012520         ADD PY-AMOUNT TO WS-RECEIPT-AMT
012530         MOVE 'C' TO WS-AR-SIDE
012540         MOVE 'D' TO WS-POST-SIDE
012550     END-IF.
012560     MOVE PY-AMOUNT       TO WS-POST-AMOUNT.
012570     MOVE WS-CASH-ACCOUNT TO WS-POST-ACCOUNT.
012580     MOVE WS-CASH-DESC    TO WS-POST-DESC.
012590     PERFORM 2500-ADD-TO-JOURNAL THRU 2500-EXIT.
012600     MOVE WS-AR-SIDE      TO WS-POST-SIDE.
012610     MOVE WS-AR-ACCOUNT   TO WS-POST-ACCOUNT.
012620     MOVE WS-AR-DESC      TO WS-POST-DESC.
012630     PERFORM 2500-ADD-TO-JOURNAL THRU 2500-EXIT.
012640 3100-EXIT.
012650     EXIT.
012660
012670 5000-WRITE-RUN-TOTALS.
012680     MOVE SPACES TO WS-PRINT-LINE.
012690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012700     MOVE "RUN TOTALS" TO WS-PRINT-LINE.
012710     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
012720     MOVE "  JOURNALS WRITTEN . . . . . . . . . ." TO WT-CAPTION.
012730     MOVE WS-JOURNAL-COUNT TO WT-COUNT.
012740     MOVE ZERO TO WT-AMOUNT.
012750     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012760     MOVE ZERO TO WT-COUNT.
012770     MOVE "  TOTAL DEBITS WRITTEN . . . . . . . ." TO WT-CAPTION.
012780     MOVE WS-GRAND-DEBITS TO WT-AMOUNT.
012790     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012800     MOVE "  TOTAL CREDITS WRITTEN. . . . . . . ." TO WT-CAPTION.
012810     MOVE WS-GRAND-CREDITS TO WT-AMOUNT.
012820     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012830     MOVE "  LAST TRANSMISSION POSTED . . . . . ." TO WT-CAPTION.
012840     MOVE WS-POSTED-SEQ TO WT-COUNT.
012850     MOVE ZERO TO WT-AMOUNT.
012860     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012870     IF POSTING-HELD
012880         MOVE "  TRANSMISSIONS HELD FOR NEXT RUN" TO WT-CAPTION
012890         MOVE WS-HELD-COUNT TO WT-COUNT
012900         PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
012910     END-IF.
012920     IF JOURNAL-WRITE-FAILED
012930         MOVE "*** RECTGLJ WRITE FAILED - MARKER NOT MOVED."
012940             TO WS-PRINT-LINE
012950         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012960         MOVE "*** RERUN RECTGL ONCE THE FILE IS PUT RIGHT."
012970             TO WS-PRINT-LINE
012980         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
012990     END-IF.
013000 5000-EXIT.
013010     EXIT.
013020
013030 7000-WRITE-REPORT-LINE.
013040     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
013050     WRITE RECT-REPORT-LINE.
013060     IF NOT REPORT-STATUS-OK
013070         DISPLAY "RECTGL: UNABLE TO WRITE RECTGRPT, STATUS = "
013080             WS-REPORT-STATUS
013090     END-IF.
013100 7000-EXIT.
013110     EXIT.
013120
013130 7100-WRITE-TOTAL-LINE.
013140     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
013150     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013160 7100-EXIT.
013170     EXIT.
013180
013190*-----------------------------------------------------------------
013200*  REWRITES THE KEY '6' MARKER FROM THE LAST TRANSMISSION AND
013210*  THE LAST CASH DATE POSTED, CREATING IT ON THE FIRST POSTING.
013220*-----------------------------------------------------------------
013230 8000-UPDATE-MARKER.
013240     MOVE '6' TO RC-CONTROL-KEY.
013250     READ RECT-CONTROL-FILE
013260         INVALID KEY
013270             MOVE SPACES              TO RECT-CONTROL-RECORD
013280             MOVE '6'                 TO RC-CONTROL-KEY
013290             MOVE WS-POSTED-SEQ       TO RC-LAST-JOB-ID
013300             MOVE WS-CASH-POSTED-DATE TO RC-LAST-DATE
013310             WRITE RECT-CONTROL-RECORD
013320         NOT INVALID KEY
013330             MOVE WS-POSTED-SEQ       TO RC-LAST-JOB-ID
013340             MOVE WS-CASH-POSTED-DATE TO RC-LAST-DATE
013350             REWRITE RECT-CONTROL-RECORD
013360     END-READ.
013370     IF NOT CONTROL-STATUS-OK
013380         DISPLAY "RECTGL: UNABLE TO UPDATE RECTCTL KEY 6, "
013390             "STATUS = " WS-CONTROL-STATUS
013400             " - DO NOT RERUN UNTIL IT IS PUT RIGHT."
013410     END-IF.
013420 8000-EXIT.
013430     EXIT.
013440
013450 9000-TERMINATE.
013460     CLOSE RECT-MASTER-FILE.
013470     CLOSE RECT-GL-ACCOUNT-FILE.
013480     CLOSE RECT-CONTROL-FILE.
013490     CLOSE RECT-JOURNAL-FILE.
013500     CLOSE RECT-REPORT-FILE.
013510     DISPLAY "RECTGL: " WS-JOURNAL-COUNT
013520         " JOURNAL(S) WRITTEN, LAST TRANSMISSION POSTED "
013530         WS-POSTED-SEQ ".".
013540 9000-EXIT.
013550     EXIT.
