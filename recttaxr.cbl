000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTTAXR.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  SALES TAX REMITTANCE
000120*                   RETURN FOR A FILING PERIOD.  READS EVERY
000130*                   BILLING TRANSMISSION SENT IN THE PERIOD AND
000140*                   TOTALS, BY STATE AND BY THE RATE THAT WAS IN
000150*                   EFFECT, THE TAXABLE SALES, THE CREDITS
000160*                   NETTED BACK, THE TAX COLLECTED AND THE
000170*                   NUMBER OF JOBS.  THE TOTALS TIE TO THE
000180*                   TRANSMISSION TRAILERS.  RETIRES THE RETURN
000190*                   ACCOUNTING HAS BEEN BUILDING BY HAND FROM
000200*                   THE INVOICE REGISTER.
000210*  10/15/2026 DK    A DETAIL FLAGGED AS A RESUBMISSION FROM THE
000220*                   BILLING REJECT QUEUE IS NOT REPORTED AGAIN -
000230*                   ITS ORIGINAL WAS REPORTED WITH THE
000240*                   TRANSMISSION IT FIRST WENT OUT IN.  ITS TAX
000250*                   IS SHOWN ON ITS OWN LINE SO THE TIE-OUT STILL
000260*                   MEETS THE TRAILERS.
000270*-----------------------------------------------------------------
000280 REMARKS.        THE PARAMETER CARD (RECTTPRM) GIVES THE FILING
000290                 PERIOD; NO CARD MEANS THE MONTH TO DATE.  A
000300                 TRANSMISSION BELONGS TO THE PERIOD ITS HEADER
000310                 RUN DATE FALLS IN.  EACH BILLING RECORD IS
000320                 FILED UNDER THE STATE AND RATE IT WAS TAXED
000330                 WITH (BL-TAX-STATE, BL-TAX-RATE), NOT THE
000340                 CUSTOMER'S STATE TODAY, SO A CUSTOMER WHO HAS
000350                 MOVED SINCE IS STILL REPORTED TO THE STATE THAT
000360                 WAS CHARGED.  RECORDS WRITTEN BEFORE THOSE
000370                 FIELDS EXISTED FALL BACK TO THE CUSTOMER MASTER
000380                 STATE AND THE RATE ON THE TAX TABLE AS OF THE
000390                 CALCULATION DATE, AND ARE FLAGGED.  BILLS ARE
000400                 TAXABLE SALES; VOID CREDITS AND REPRICE
000410                 REDUCTIONS ARE THE CREDITS NETTED BACK.  A
000420                 WORK-ORDER BILL COUNTS EVERY LINE OF THE ORDER
000430                 AS A JOB.  THE GROSS TAX (BILLED PLUS CREDITED)
000440                 MUST EQUAL THE SUM OF THE TRAILER TAX TOTALS.
000450
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER. IBM-370.
000490 OBJECT-COMPUTER. IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT RECT-PARM-FILE    ASSIGN TO "RECTTPRM"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-PARM-STATUS.
000550     SELECT RECT-CONTROL-FILE ASSIGN TO "RECTCTL"
000560         ORGANIZATION IS INDEXED
000570         ACCESS MODE IS DYNAMIC
000580         RECORD KEY IS RC-CONTROL-KEY
000590         FILE STATUS IS WS-CONTROL-STATUS.
000600     SELECT RECT-XMIT-FILE    ASSIGN TO WS-XMIT-DSNAME
000610         ORGANIZATION IS LINE SEQUENTIAL
000620         FILE STATUS IS WS-XMIT-STATUS.
000630     SELECT RECT-MASTER-FILE  ASSIGN TO "RECTMAS"
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS DYNAMIC
000660         RECORD KEY IS RJ-JOB-ID
000670         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
000680             WITH DUPLICATES
000690         FILE STATUS IS WS-MASTER-STATUS.
000700     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS CU-CUSTOMER-NO
000740         FILE STATUS IS WS-CUSTOMER-STATUS.
000750     SELECT RECT-TAX-FILE     ASSIGN TO "RECTTAX"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS TX-TAX-KEY
000790         FILE STATUS IS WS-TAX-STATUS.
000800     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTTRPT"
000810         ORGANIZATION IS LINE SEQUENTIAL
000820         FILE STATUS IS WS-REPORT-STATUS.
000830
000840 DATA DIVISION.
000850 FILE SECTION.
000860 FD  RECT-PARM-FILE
000870     RECORDING MODE IS F
000880     LABEL RECORDS ARE STANDARD
000890     RECORD CONTAINS 80 CHARACTERS.
000900     COPY RECTTPRM.
000910
000920 FD  RECT-CONTROL-FILE
000930     LABEL RECORDS ARE STANDARD
000940     RECORD CONTAINS 20 CHARACTERS.
000950     COPY RECTCTL.
000960
000970 FD  RECT-XMIT-FILE
000980     LABEL RECORDS ARE STANDARD
000990     RECORD CONTAINS 120 CHARACTERS.
001000     COPY RECTXMT.
001010
001020 FD  RECT-MASTER-FILE
001030     LABEL RECORDS ARE STANDARD
001040     RECORD CONTAINS 112 CHARACTERS.
001050     COPY RECTJOB.
001060
001070 FD  RECT-CUSTOMER-FILE
001080     LABEL RECORDS ARE STANDARD
001090     RECORD CONTAINS 140 CHARACTERS.
001100     COPY RECTCUS.
001110
001120 FD  RECT-TAX-FILE
001130     LABEL RECORDS ARE STANDARD
001140     RECORD CONTAINS 20 CHARACTERS.
001150     COPY RECTTAX.
001160
001170 FD  RECT-REPORT-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD
001200     RECORD CONTAINS 80 CHARACTERS.
001210 01  RECT-REPORT-LINE           PIC X(80).
001220
001230 WORKING-STORAGE SECTION.
001240 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
001250     88  PARM-STATUS-OK          VALUE '00'.
001260 77  WS-CONTROL-STATUS      PIC X(02) VALUE '00'.
001270     88  CONTROL-STATUS-OK       VALUE '00'.
001280 77  WS-XMIT-STATUS         PIC X(02) VALUE '00'.
001290     88  XMIT-STATUS-OK          VALUE '00'.
001300 77  WS-MASTER-STATUS       PIC X(02) VALUE '00'.
001310     88  MASTER-STATUS-OK        VALUE '00'.
001320 77  WS-CUSTOMER-STATUS     PIC X(02) VALUE '00'.
001330     88  CUSTOMER-STATUS-OK      VALUE '00'.
001340 77  WS-TAX-STATUS          PIC X(02) VALUE '00'.
001350     88  TAX-STATUS-OK           VALUE '00'.
001360 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
001370     88  REPORT-STATUS-OK        VALUE '00'.
001380 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001390     88  INIT-FAILED             VALUE 'N'.
001400 77  WS-TAX-OPEN-SW         PIC X(01) VALUE 'N'.
001410     88  TAX-FILE-OPEN           VALUE 'Y'.
001420 77  WS-XMIT-EOF-SW         PIC X(01) VALUE 'N'.
001430     88  END-OF-XMIT             VALUE 'Y'.
001440 77  WS-PAST-PERIOD-SW      PIC X(01) VALUE 'N'.
001450     88  PAST-PERIOD             VALUE 'Y'.
001460 77  WS-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
001470     88  TRAILER-SEEN            VALUE 'Y'.
001480 77  WS-LEGACY-SW           PIC X(01) VALUE 'N'.
001490     88  LEGACY-RECORD           VALUE 'Y'.
001500 77  WS-TAX-EOF-SW          PIC X(01) VALUE 'N'.
001510     88  TAX-SEARCH-DONE         VALUE 'Y'.
001520 77  WS-ORDER-WALK-SW       PIC X(01) VALUE 'N'.
001530     88  ORDER-WALK-DONE         VALUE 'Y'.
001540 77  WS-ST-FOUND-SW         PIC X(01) VALUE 'N'.
001550     88  ST-FOUND                VALUE 'Y'.
001560 77  WS-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001570     88  TABLE-FULL              VALUE 'Y'.
001580 77  WS-STATE-PICKED-SW     PIC X(01) VALUE 'N'.
001590     88  STATE-PICKED            VALUE 'Y'.
001600 77  WS-RATE-PICKED-SW      PIC X(01) VALUE 'N'.
001610     88  RATE-PICKED             VALUE 'Y'.
001620 77  WS-ALL-DONE-SW         PIC X(01) VALUE 'N'.
001630     88  ALL-DONE                VALUE 'Y'.
001640 77  WS-RATES-DONE-SW       PIC X(01) VALUE 'N'.
001650     88  RATES-DONE              VALUE 'Y'.
001660 77  WS-RUN-DATE            PIC 9(08).
001670 77  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
001680 77  WS-THRU-DATE           PIC 9(08) VALUE ZERO.
001690 77  WS-THIS-RUN-DATE       PIC 9(08) VALUE ZERO.
001700 77  WS-PREV-RUN-DATE       PIC 9(08) VALUE ZERO.
001710 77  WS-LATEST-SEQ          PIC 9(07) VALUE ZERO.
001720 77  WS-XMIT-SEQ-NO         PIC 9(07) VALUE ZERO.
001730 77  WS-MISS-FIRST          PIC 9(07) VALUE ZERO.
001740 77  WS-MISS-LAST           PIC 9(07) VALUE ZERO.
001750 77  WS-WALK-JOB-ID         PIC 9(07) VALUE ZERO.
001760 77  WS-ORDER-LINES         PIC 9(05) COMP VALUE ZERO.
001770 77  WS-TAX-STATE           PIC X(02) VALUE SPACES.
001780 77  WS-TAX-RATE            PIC 9(02)V999 VALUE ZERO.
001790 77  WS-TAX-ASOF-DATE       PIC 9(08) VALUE ZERO.
001800 77  WS-ST-IX               PIC 9(03) COMP VALUE ZERO.
001810 77  WS-ST-HIT              PIC 9(03) COMP VALUE ZERO.
001820 77  WS-ST-COUNT            PIC 9(03) COMP VALUE ZERO.
001830 77  WS-ST-TABLE-MAX        PIC 9(03) VALUE 200.
001840 77  WS-THIS-STATE          PIC X(02) VALUE SPACES.
001850 77  WS-THIS-RATE           PIC 9(02)V999 VALUE ZERO.
001860
001870*    ONE TRANSMISSION'S DETAILS AND TRAILER.
001880 77  WS-XMIT-DETAILS        PIC 9(08) COMP VALUE ZERO.
001890 77  WS-XMIT-TAX            PIC 9(08)V99 VALUE ZERO.
001900
001910*    THE WHOLE PERIOD.
001920 77  WS-XMIT-COUNT          PIC 9(05) COMP VALUE ZERO.
001930 77  WS-MISSING-COUNT       PIC 9(05) COMP VALUE ZERO.
001940 77  WS-DETAIL-COUNT        PIC 9(08) COMP VALUE ZERO.
001950 77  WS-LEGACY-COUNT        PIC 9(08) COMP VALUE ZERO.
001960 77  WS-OVERFLOW-COUNT      PIC 9(08) COMP VALUE ZERO.
001970 77  WS-TRAILER-COUNT       PIC 9(08) VALUE ZERO.
001980 77  WS-TRAILER-PRICE       PIC 9(10)V99 VALUE ZERO.
001990 77  WS-TRAILER-TAX         PIC 9(10)V99 VALUE ZERO.
002000 77  WS-GROSS-PRICE         PIC 9(10)V99 VALUE ZERO.
002010 77  WS-GROSS-TAX           PIC 9(10)V99 VALUE ZERO.
002020 77  WS-RESUB-COUNT         PIC 9(08) COMP VALUE ZERO.
002030 77  WS-RESUB-TAX           PIC 9(10)V99 VALUE ZERO.
002040
002050*    ONE STATE'S SUBTOTAL AND THE RETURN'S GRAND TOTAL, BUILT UP
002060*    FROM THE ROWS AS THEY PRINT.
002070 77  WS-SUB-JOBS            PIC 9(07) COMP VALUE ZERO.
002080 77  WS-SUB-SALES           PIC 9(09)V99 VALUE ZERO.
002090 77  WS-SUB-CREDITS         PIC 9(09)V99 VALUE ZERO.
002100 77  WS-SUB-TAX-BILLED      PIC 9(08)V99 VALUE ZERO.
002110 77  WS-SUB-TAX-CREDITED    PIC 9(08)V99 VALUE ZERO.
002120 77  WS-SUB-LEGACY          PIC 9(05) COMP VALUE ZERO.
002130 77  WS-GRD-JOBS            PIC 9(07) COMP VALUE ZERO.
002140 77  WS-GRD-SALES           PIC 9(09)V99 VALUE ZERO.
002150 77  WS-GRD-CREDITS         PIC 9(09)V99 VALUE ZERO.
002160 77  WS-GRD-TAX-BILLED      PIC 9(08)V99 VALUE ZERO.
002170 77  WS-GRD-TAX-CREDITED    PIC 9(08)V99 VALUE ZERO.
002180
002190 01  WS-XMIT-DSNAME.
002200     05  FILLER                  PIC X(05) VALUE "RECTX".
002210     05  WS-XMIT-SEQ             PIC 9(03).
002220
002230 01  WS-WORK-DATE               PIC 9(08).
002240 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
002250     05  WS-WORK-YYYY            PIC 9(04).
002260     05  WS-WORK-MM              PIC 9(02).
002270     05  WS-WORK-DD              PIC 9(02).
002280
002290*    THE BILLING-RECORD LAYOUT RIDES INSIDE EACH TRANSMISSION
002300*    DETAIL; IT IS COPIED HERE SO THE IMAGE CAN BE PICKED APART
002310*    WITH ITS OWN FIELD NAMES.
002320     COPY RECTBIL.
002330
002340*-----------------------------------------------------------------
002350*  ONE ENTRY PER STATE AND TAX RATE FOUND IN THE PERIOD.  THE
002360*  SAME STATE SHOWS UP ONCE PER RATE WHEN THE RATE CHANGED
002370*  DURING THE PERIOD OR WORK TAXED EARLIER WAS CREDITED IN IT.
002380*-----------------------------------------------------------------
002390 01  WS-STATE-TABLE.
002400     05  WS-ST-ENTRY OCCURS 200 TIMES.
002410         10  WS-ST-STATE         PIC X(02).
002420         10  WS-ST-RATE          PIC 9(02)V999.
002430         10  WS-ST-JOBS          PIC 9(07) COMP.
002440         10  WS-ST-SALES         PIC 9(09)V99.
002450         10  WS-ST-CREDITS       PIC 9(09)V99.
002460         10  WS-ST-TAX-BILLED    PIC 9(08)V99.
002470         10  WS-ST-TAX-CREDITED  PIC 9(08)V99.
002480         10  WS-ST-LEGACY        PIC 9(05) COMP.
002490         10  WS-ST-DONE-SW       PIC X(01).
002500
002510 01  WS-PRINT-LINE              PIC X(80).
002520
002530 01  WS-RULE-LINE               PIC X(73) VALUE ALL "-".
002540
002550 01  WS-HEADING-LINE-1.
002560     05  FILLER                  PIC X(40) VALUE
002570         "RECTTAXR - SALES TAX REMITTANCE RETURN  ".
002580     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002590     05  WH1-RUN-DATE            PIC 9(08).
002600
002610 01  WS-HEADING-LINE-2.
002620     05  FILLER                  PIC X(15) VALUE
002630         "FILING PERIOD: ".
002640     05  WH2-FROM-DATE           PIC 9(08).
002650     05  FILLER                  PIC X(09) VALUE " THROUGH ".
002660     05  WH2-THRU-DATE           PIC 9(08).
002670
002680 01  WS-XMIT-LINE.
002690     05  FILLER                  PIC X(15) VALUE
002700         "  TRANSMISSION ".
002710     05  WX-SEQUENCE             PIC 9(07).
002720     05  FILLER                  PIC X(11) VALUE "  RUN DATE ".
002730     05  WX-RUN-DATE             PIC 9(08).
002740     05  FILLER                  PIC X(10) VALUE "  RECORDS ".
002750     05  WX-RECORDS              PIC ZZZZZZZ9.
002760     05  FILLER                  PIC X(06) VALUE "  TAX ".
002770     05  WX-TAX                  PIC Z(07)9.99.
002780
002790 01  WS-XMIT-NOTE-LINE.
002800     05  FILLER                  PIC X(15) VALUE
002810         "  TRANSMISSION ".
002820     05  WN-SEQUENCE             PIC 9(07).
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  WN-NOTE                 PIC X(50).
002850
002860 01  WS-GAP-LINE.
002870     05  FILLER                  PIC X(16) VALUE
002880         "  TRANSMISSIONS ".
002890     05  WG-FIRST                PIC 9(07).
002900     05  FILLER                  PIC X(06) VALUE " THRU ".
002910     05  WG-LAST                 PIC 9(07).
002920     05  FILLER                  PIC X(41) VALUE
002930         " NOT ON DISK - MAY BELONG TO THIS PERIOD".
002940
002950 01  WS-COLUMN-LINE.
002960     05  FILLER                  PIC X(04) VALUE "ST  ".
002970     05  FILLER                  PIC X(08) VALUE "  RATE  ".
002980     05  FILLER                  PIC X(08) VALUE "  JOBS  ".
002990     05  FILLER                  PIC X(13) VALUE
003000         "       SALES ".
003010     05  FILLER                  PIC X(13) VALUE
003020         "     CREDITS ".
003030     05  FILLER                  PIC X(14) VALUE
003040         "    NET SALES ".
003050     05  FILLER                  PIC X(11) VALUE
003060         "    NET TAX".
003070
003080 01  WS-DETAIL-LINE.
003090     05  WD-STATE                PIC X(02).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  WD-RATE-X               PIC X(06).
003120     05  WD-RATE REDEFINES WD-RATE-X
003130                                 PIC Z9.999.
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  WD-JOBS                 PIC ZZZZZ9.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  WD-SALES                PIC Z(08)9.99.
003180     05  FILLER                  PIC X(01) VALUE SPACES.
003190     05  WD-CREDITS              PIC Z(08)9.99.
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  WD-NET-SALES            PIC -(09)9.99.
003220     05  FILLER                  PIC X(01) VALUE SPACES.
003230     05  WD-NET-TAX              PIC -(07)9.99.
003240     05  FILLER                  PIC X(01) VALUE SPACES.
003250     05  WD-FLAG                 PIC X(01).
003260
003270 01  WS-TOTAL-LINE.
003280     05  WT-CAPTION              PIC X(40).
003290     05  WT-COUNT                PIC ZZZZZZZ9 BLANK WHEN ZERO.
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  WT-AMOUNT               PIC Z(11)9.99.
003320
003330 01  WS-RESULT-LINE.
003340     05  WR-CAPTION              PIC X(40).
003350     05  WR-RESULT               PIC X(34).
003360
003370 PROCEDURE DIVISION.
003380 0000-MAINLINE.
003390     DISPLAY "RECTTAXR - SALES TAX REMITTANCE RETURN".
003400     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003410     IF NOT INIT-FAILED
003420         PERFORM 2000-READ-TRANSMISSION THRU 2000-EXIT
003430             VARYING WS-XMIT-SEQ-NO FROM 1 BY 1
003440             UNTIL WS-XMIT-SEQ-NO > WS-LATEST-SEQ
003450                OR PAST-PERIOD
003460         IF WS-MISS-FIRST > ZERO
003470             AND WS-PREV-RUN-DATE NOT > WS-THRU-DATE
003480             PERFORM 2060-REPORT-GAP THRU 2060-EXIT
003490         END-IF
003500         PERFORM 3000-PRINT-RETURN THRU 3000-EXIT
003510         PERFORM 4000-PRINT-TIE-OUT THRU 4000-EXIT
003520     END-IF.
003530     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003540     STOP RUN.
003550
003560 1000-INITIALIZE.
003570     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003580     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
003590     OPEN INPUT RECT-CONTROL-FILE.
003600     IF NOT CONTROL-STATUS-OK
003610         DISPLAY "RECTTAXR: UNABLE TO OPEN RECTCTL, STATUS = "
003620             WS-CONTROL-STATUS " - NO TRANSMISSIONS TO REPORT."
003630         MOVE 'N' TO WS-INIT-OK
003640         GO TO 1000-EXIT.
003650     MOVE '4' TO RC-CONTROL-KEY.
003660     READ RECT-CONTROL-FILE
003670         INVALID KEY
003680             MOVE ZERO TO RC-LAST-JOB-ID
003690     END-READ.
003700     MOVE RC-LAST-JOB-ID TO WS-LATEST-SEQ.
003710     CLOSE RECT-CONTROL-FILE.
003720     OPEN INPUT RECT-MASTER-FILE.
003730     IF NOT MASTER-STATUS-OK
003740         DISPLAY "RECTTAXR: UNABLE TO OPEN RECTMAS, STATUS = "
003750             WS-MASTER-STATUS
003760         MOVE 'N' TO WS-INIT-OK
003770         GO TO 1000-EXIT.
003780     OPEN INPUT RECT-CUSTOMER-FILE.
003790     IF NOT CUSTOMER-STATUS-OK
003800         DISPLAY "RECTTAXR: UNABLE TO OPEN RECTCUS, STATUS = "
003810             WS-CUSTOMER-STATUS
003820         MOVE 'N' TO WS-INIT-OK
003830         GO TO 1000-EXIT.
003840*    THE TAX TABLE IS ONLY NEEDED FOR RECORDS THAT DO NOT CARRY
003850*    THEIR OWN RATE, SO A MISSING TABLE IS NOT FATAL.
003860     OPEN INPUT RECT-TAX-FILE.
003870     IF TAX-STATUS-OK
003880         MOVE 'Y' TO WS-TAX-OPEN-SW
003890     ELSE
003900         DISPLAY "RECTTAXR: RECTTAX NOT AVAILABLE, STATUS = "
003910             WS-TAX-STATUS " - OLDER RECORDS RATED AT ZERO."
003920     END-IF.
003930     OPEN OUTPUT RECT-REPORT-FILE.
003940     IF NOT REPORT-STATUS-OK
003950         DISPLAY "RECTTAXR: UNABLE TO OPEN RECTTRPT, STATUS = "
003960             WS-REPORT-STATUS
003970         MOVE 'N' TO WS-INIT-OK
003980         GO TO 1000-EXIT.
003990     MOVE WS-RUN-DATE  TO WH1-RUN-DATE.
004000     MOVE WS-HEADING-LINE-1 TO WS-PRINT-LINE.
004010     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004020     MOVE WS-FROM-DATE TO WH2-FROM-DATE.
004030     MOVE WS-THRU-DATE TO WH2-THRU-DATE.
004040     MOVE WS-HEADING-LINE-2 TO WS-PRINT-LINE.
004050     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004060     MOVE SPACES TO WS-PRINT-LINE.
004070     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004080     MOVE "TRANSMISSIONS SENT IN THE PERIOD" TO WS-PRINT-LINE.
004090     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004100 1000-EXIT.
004110     EXIT.
004120
004130*-----------------------------------------------------------------
004140*  THE THRU DATE ENDS THE FILING PERIOD; A MISSING CARD OR A
004150*  ZERO DATE MEANS TODAY.  A ZERO FROM DATE MEANS THE FIRST OF
004160*  THE THRU DATE'S MONTH.
004170*-----------------------------------------------------------------
004180 1050-READ-PARAMETER-CARD.
004190     MOVE ZERO TO TP-FROM-DATE.
004200     MOVE ZERO TO TP-THRU-DATE.
004210     MOVE WS-RUN-DATE TO WS-THRU-DATE.
004220     MOVE ZERO TO WS-FROM-DATE.
004230     OPEN INPUT RECT-PARM-FILE.
004240     IF PARM-STATUS-OK
004250         READ RECT-PARM-FILE
004260             AT END
004270                 CONTINUE
004280         END-READ
004290         CLOSE RECT-PARM-FILE
004300     END-IF.
004310     IF TP-THRU-DATE NUMERIC
004320         AND TP-THRU-DATE > ZERO
004330         MOVE TP-THRU-DATE TO WS-THRU-DATE
004340     END-IF.
004350     IF TP-FROM-DATE NUMERIC
004360         AND TP-FROM-DATE > ZERO
004370         MOVE TP-FROM-DATE TO WS-FROM-DATE
004380     END-IF.
004390     IF WS-FROM-DATE = ZERO
004400         MOVE WS-THRU-DATE TO WS-WORK-DATE
004410         MOVE 01 TO WS-WORK-DD
004420         MOVE WS-WORK-DATE TO WS-FROM-DATE
004430     END-IF.
004440 1050-EXIT.
004450     EXIT.
004460
004470*-----------------------------------------------------------------
004480*  ONE TRANSMISSION.  THE HEADER RUN DATE SAYS WHETHER IT IS IN
004490*  THE PERIOD.  TRANSMISSIONS ARE CUT IN DATE ORDER, SO THE
004500*  FIRST ONE DATED AFTER THE PERIOD ENDS THE SEARCH.  ONE THAT
004510*  IS NO LONGER ON DISK CANNOT BE DATED; IT IS NOTED ONLY WHEN
004520*  THE TRANSMISSIONS EITHER SIDE OF IT SAY IT COULD HAVE BEEN
004530*  SENT IN THE PERIOD.
004540*-----------------------------------------------------------------
004550 2000-READ-TRANSMISSION.
004560     MOVE WS-XMIT-SEQ-NO TO WS-XMIT-SEQ.
004570     OPEN INPUT RECT-XMIT-FILE.
004580     IF NOT XMIT-STATUS-OK
004590         IF WS-MISS-FIRST = ZERO
004600             MOVE WS-XMIT-SEQ-NO TO WS-MISS-FIRST
004610         END-IF
004620         MOVE WS-XMIT-SEQ-NO TO WS-MISS-LAST
004630         GO TO 2000-EXIT
004640     END-IF.
004650     READ RECT-XMIT-FILE
004660         AT END
004670             MOVE SPACES TO XH-RECORD-TYPE
004680     END-READ.
004690     IF NOT XH-TYPE-HEADER
004700         CLOSE RECT-XMIT-FILE
004710         MOVE WS-XMIT-SEQ-NO TO WN-SEQUENCE
004720         MOVE "HAS NO HEADER - NOT REPORTED" TO WN-NOTE
004730         MOVE WS-XMIT-NOTE-LINE TO WS-PRINT-LINE
004740         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004750         GO TO 2000-EXIT
004760     END-IF.
004770     MOVE XH-RUN-DATE TO WS-THIS-RUN-DATE.
004780     IF WS-MISS-FIRST > ZERO
004790         IF WS-THIS-RUN-DATE NOT < WS-FROM-DATE
004800             AND WS-PREV-RUN-DATE NOT > WS-THRU-DATE
004810             PERFORM 2060-REPORT-GAP THRU 2060-EXIT
004820         END-IF
004830         MOVE ZERO TO WS-MISS-FIRST
004840     END-IF.
004850     MOVE WS-THIS-RUN-DATE TO WS-PREV-RUN-DATE.
004860     IF WS-THIS-RUN-DATE > WS-THRU-DATE
004870         MOVE 'Y' TO WS-PAST-PERIOD-SW
004880         CLOSE RECT-XMIT-FILE
004890         GO TO 2000-EXIT
004900     END-IF.
004910     IF WS-THIS-RUN-DATE < WS-FROM-DATE
004920         CLOSE RECT-XMIT-FILE
004930         GO TO 2000-EXIT
004940     END-IF.
004950     ADD 1 TO WS-XMIT-COUNT.
004960     MOVE ZERO TO WS-XMIT-DETAILS.
004970     MOVE ZERO TO WS-XMIT-TAX.
004980     MOVE 'N' TO WS-TRAILER-SEEN-SW.
004990     MOVE 'N' TO WS-XMIT-EOF-SW.
005000     PERFORM 2100-READ-XMIT-RECORD THRU 2100-EXIT
005010         UNTIL END-OF-XMIT.
005020     CLOSE RECT-XMIT-FILE.
005030     MOVE WS-XMIT-SEQ-NO   TO WX-SEQUENCE.
005040     MOVE WS-THIS-RUN-DATE TO WX-RUN-DATE.
005050     MOVE WS-XMIT-DETAILS  TO WX-RECORDS.
005060     MOVE WS-XMIT-TAX      TO WX-TAX.
005070     MOVE WS-XMIT-LINE TO WS-PRINT-LINE.
005080     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005090     IF NOT TRAILER-SEEN
005100         MOVE WS-XMIT-SEQ-NO TO WN-SEQUENCE
005110         MOVE "TRAILER MISSING - FILE MAY BE TRUNCATED" TO WN-NOTE
005120         MOVE WS-XMIT-NOTE-LINE TO WS-PRINT-LINE
005130         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
005140     END-IF.
005150 2000-EXIT.
005160     EXIT.
005170
005180 2060-REPORT-GAP.
005190     MOVE WS-MISS-FIRST TO WG-FIRST.
005200     MOVE WS-MISS-LAST  TO WG-LAST.
005210     MOVE WS-GAP-LINE TO WS-PRINT-LINE.
005220     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005230     COMPUTE WS-MISSING-COUNT = WS-MISSING-COUNT
005240         + WS-MISS-LAST - WS-MISS-FIRST + 1.
005250     MOVE ZERO TO WS-MISS-FIRST.
005260 2060-EXIT.
005270     EXIT.
005280
005290 2100-READ-XMIT-RECORD.
005300     READ RECT-XMIT-FILE
005310         AT END
005320             MOVE 'Y' TO WS-XMIT-EOF-SW
005330             GO TO 2100-EXIT
005340     END-READ.
005350     IF NOT XMIT-STATUS-OK
005360         DISPLAY "RECTTAXR: READ ERROR ON " WS-XMIT-DSNAME
005370             ", STATUS = " WS-XMIT-STATUS
005380         MOVE 'Y' TO WS-XMIT-EOF-SW
005390         GO TO 2100-EXIT
005400     END-IF.
005410     IF XH-RECORD-TYPE = 'T'
005420         MOVE 'Y' TO WS-TRAILER-SEEN-SW
005430         ADD XT-RECORD-COUNT TO WS-TRAILER-COUNT
005440         ADD XT-TOTAL-PRICE  TO WS-TRAILER-PRICE
005450         ADD XT-TOTAL-TAX    TO WS-TRAILER-TAX
005460         GO TO 2100-EXIT
005470     END-IF.
005480     IF XH-RECORD-TYPE NOT = 'D'
005490         GO TO 2100-EXIT
005500     END-IF.
005510     MOVE XD-BILLING-DATA TO RECT-BILLING-RECORD.
005520     ADD 1 TO WS-XMIT-DETAILS.
005530     ADD 1 TO WS-DETAIL-COUNT.
005540     ADD BL-TAX-AMOUNT TO WS-XMIT-TAX.
005550     ADD BL-PRICE      TO WS-GROSS-PRICE.
005560     IF XD-RESUBMISSION
005570*        A CORRECTED REJECT SENT BACK TO BILLING - ITS ORIGINAL
005580*        IS ALREADY ON A RETURN.
005590         ADD 1 TO WS-RESUB-COUNT
005600         ADD BL-TAX-AMOUNT TO WS-RESUB-TAX
005610         GO TO 2100-EXIT
005620     END-IF.
005630     PERFORM 2200-FILE-BILLING THRU 2200-EXIT.
005640 2100-EXIT.
005650     EXIT.
005660
005670*-----------------------------------------------------------------
005680*  FILES ONE BILLING RECORD UNDER ITS STATE AND RATE.  A BILL IS
005690*  A TAXABLE SALE - A REPRICE INCREASE (NO AREA) ADDS TO THE
005700*  SALES BUT NOT TO THE JOBS.  A CREDIT, WHETHER A VOID OR A
005710*  REPRICE REDUCTION, IS NETTED BACK.
005720*-----------------------------------------------------------------
005730 2200-FILE-BILLING.
005740     MOVE 'N' TO WS-LEGACY-SW.
005750     IF BL-TAX-STATE = SPACES
005760         OR BL-TAX-RATE NOT NUMERIC
005770         MOVE 'Y' TO WS-LEGACY-SW
005780         ADD 1 TO WS-LEGACY-COUNT
005790         PERFORM 2300-RATE-FROM-MASTER THRU 2300-EXIT
005800     ELSE
005810         MOVE BL-TAX-STATE TO WS-TAX-STATE
005820         MOVE BL-TAX-RATE  TO WS-TAX-RATE
005830     END-IF.
005840     PERFORM 2400-FIND-ENTRY THRU 2400-EXIT.
005850     IF NOT ST-FOUND
005860         ADD 1 TO WS-OVERFLOW-COUNT
005870         GO TO 2200-EXIT
005880     END-IF.
005890     IF LEGACY-RECORD
005900         ADD 1 TO WS-ST-LEGACY (WS-ST-HIT)
005910     END-IF.
005920     IF BL-TYPE-CREDIT
005930         ADD BL-PRICE      TO WS-ST-CREDITS (WS-ST-HIT)
005940         ADD BL-TAX-AMOUNT TO WS-ST-TAX-CREDITED (WS-ST-HIT)
005950     ELSE
005960         ADD BL-PRICE      TO WS-ST-SALES (WS-ST-HIT)
005970         ADD BL-TAX-AMOUNT TO WS-ST-TAX-BILLED (WS-ST-HIT)
005980         IF BL-AREA > ZERO
005990             PERFORM 2500-COUNT-JOBS THRU 2500-EXIT
006000         END-IF
006010     END-IF.
006020 2200-EXIT.
006030     EXIT.
006040
006050*-----------------------------------------------------------------
006060*  A RECORD WRITTEN BEFORE THE TAX STATE AND RATE WERE CARRIED
006070*  ON THE BILLING RECORD.  THE BEST THAT CAN BE DONE IS THE
006080*  CUSTOMER'S STATE ON FILE NOW AND THAT STATE'S RATE AS OF THE
006090*  CALCULATION DATE.
006100*-----------------------------------------------------------------
006110 2300-RATE-FROM-MASTER.
006120     MOVE SPACES TO WS-TAX-STATE.
006130     MOVE ZERO   TO WS-TAX-RATE.
006140     MOVE BL-CUSTOMER-NO TO CU-CUSTOMER-NO.
006150     READ RECT-CUSTOMER-FILE
006160         INVALID KEY
006170             GO TO 2300-EXIT
006180     END-READ.
006190     MOVE CU-STATE TO WS-TAX-STATE.
006200     IF NOT TAX-FILE-OPEN
006210         GO TO 2300-EXIT
006220     END-IF.
006230     MOVE BL-CALC-DATE TO WS-TAX-ASOF-DATE.
006240     MOVE 'N' TO WS-TAX-EOF-SW.
006250     MOVE WS-TAX-STATE TO TX-STATE-CODE.
006260     MOVE ZERO TO TX-EFFECTIVE-DATE.
006270     START RECT-TAX-FILE KEY NOT LESS THAN TX-TAX-KEY
006280         INVALID KEY
006290             MOVE 'Y' TO WS-TAX-EOF-SW
006300     END-START.
006310     PERFORM 2350-READ-TAX THRU 2350-EXIT
006320         UNTIL TAX-SEARCH-DONE.
006330 2300-EXIT.
006340     EXIT.
006350
006360 2350-READ-TAX.
006370     READ RECT-TAX-FILE NEXT RECORD
006380         AT END
006390             MOVE 'Y' TO WS-TAX-EOF-SW
006400             GO TO 2350-EXIT
006410     END-READ.
006420     IF NOT TAX-STATUS-OK
006430         MOVE 'Y' TO WS-TAX-EOF-SW
006440         GO TO 2350-EXIT
006450     END-IF.
006460     IF TX-STATE-CODE NOT = WS-TAX-STATE
006470         MOVE 'Y' TO WS-TAX-EOF-SW
006480         GO TO 2350-EXIT
006490     END-IF.
006500     IF TX-EFFECTIVE-DATE > WS-TAX-ASOF-DATE
006510         MOVE 'Y' TO WS-TAX-EOF-SW
006520         GO TO 2350-EXIT
006530     END-IF.
006540     MOVE TX-TAX-RATE TO WS-TAX-RATE.
006550 2350-EXIT.
006560     EXIT.
006570
006580*-----------------------------------------------------------------
006590*  FINDS THE TABLE ENTRY FOR WS-TAX-STATE AND WS-TAX-RATE,
006600*  ADDING IT IF IT IS NEW.  WS-ST-HIT POINTS AT IT.  A FULL
006610*  TABLE LEAVES ST-FOUND OFF; THE RECORD IS COUNTED AS LOST
006620*  AND THE TIE-OUT WILL NOT TIE.
006630*-----------------------------------------------------------------
006640 2400-FIND-ENTRY.
006650     MOVE 'N' TO WS-ST-FOUND-SW.
006660     PERFORM 2410-MATCH-ENTRY THRU 2410-EXIT
006670         VARYING WS-ST-IX FROM 1 BY 1
006680         UNTIL WS-ST-IX > WS-ST-COUNT
006690            OR ST-FOUND.
006700     IF ST-FOUND
006710         GO TO 2400-EXIT
006720     END-IF.
006730     IF WS-ST-COUNT NOT LESS THAN WS-ST-TABLE-MAX
006740         IF NOT TABLE-FULL
006750             DISPLAY "RECTTAXR: MORE THAN " WS-ST-TABLE-MAX
006760                 " STATE AND RATE COMBINATIONS - RETURN IS "
006770                 "INCOMPLETE."
006780             MOVE 'Y' TO WS-TABLE-FULL-SW
006790         END-IF
006800         GO TO 2400-EXIT
006810     END-IF.
006820     ADD 1 TO WS-ST-COUNT.
006830     MOVE WS-ST-COUNT  TO WS-ST-HIT.
006840     MOVE WS-TAX-STATE TO WS-ST-STATE (WS-ST-HIT).
006850     MOVE WS-TAX-RATE  TO WS-ST-RATE (WS-ST-HIT).
006860     MOVE ZERO TO WS-ST-JOBS (WS-ST-HIT).
006870     MOVE ZERO TO WS-ST-SALES (WS-ST-HIT).
006880     MOVE ZERO TO WS-ST-CREDITS (WS-ST-HIT).
006890     MOVE ZERO TO WS-ST-TAX-BILLED (WS-ST-HIT).
006900     MOVE ZERO TO WS-ST-TAX-CREDITED (WS-ST-HIT).
006910     MOVE ZERO TO WS-ST-LEGACY (WS-ST-HIT).
006920     MOVE 'N'  TO WS-ST-DONE-SW (WS-ST-HIT).
006930     MOVE 'Y'  TO WS-ST-FOUND-SW.
006940 2400-EXIT.
006950     EXIT.
006960
006970 2410-MATCH-ENTRY.
006980     IF WS-ST-STATE (WS-ST-IX) = WS-TAX-STATE
006990         AND WS-ST-RATE (WS-ST-IX) = WS-TAX-RATE
007000         MOVE WS-ST-IX TO WS-ST-HIT
007010         MOVE 'Y' TO WS-ST-FOUND-SW
007020     END-IF.
007030 2410-EXIT.
007040     EXIT.
007050
007060*-----------------------------------------------------------------
007070*  A STANDALONE JOB IS ONE JOB.  A WORK-ORDER BILL COVERS EVERY
007080*  LINE OF THE ORDER, WHICH ARE CONSECUTIVE JOB IDS ON THE
007090*  MASTER STARTING WITH BL-JOB-ID (RECTINV WALKS THEM THE SAME
007100*  WAY).  AN ORDER WHOSE LINES ARE GONE FROM THE MASTER STILL
007110*  COUNTS AS ONE.
007120*-----------------------------------------------------------------
007130 2500-COUNT-JOBS.
007140     IF BL-ORDER-NO = ZERO
007150         ADD 1 TO WS-ST-JOBS (WS-ST-HIT)
007160         GO TO 2500-EXIT
007170     END-IF.
007180     MOVE ZERO TO WS-ORDER-LINES.
007190     MOVE 'N' TO WS-ORDER-WALK-SW.
007200     MOVE BL-JOB-ID TO WS-WALK-JOB-ID.
007210     PERFORM 2510-COUNT-ORDER-LINE THRU 2510-EXIT
007220         UNTIL ORDER-WALK-DONE.
007230     IF WS-ORDER-LINES = ZERO
007240         MOVE 1 TO WS-ORDER-LINES
007250     END-IF.
007260     ADD WS-ORDER-LINES TO WS-ST-JOBS (WS-ST-HIT).
007270 2500-EXIT.
007280     EXIT.
007290
007300 2510-COUNT-ORDER-LINE.
007310     MOVE WS-WALK-JOB-ID TO RJ-JOB-ID.
007320     READ RECT-MASTER-FILE
007330         INVALID KEY
007340             MOVE 'Y' TO WS-ORDER-WALK-SW
007350             GO TO 2510-EXIT
007360     END-READ.
007370     IF RJ-ORDER-NO NOT = BL-ORDER-NO
007380         MOVE 'Y' TO WS-ORDER-WALK-SW
007390         GO TO 2510-EXIT
007400     END-IF.
007410     ADD 1 TO WS-ORDER-LINES.
007420     ADD 1 TO WS-WALK-JOB-ID.
007430 2510-EXIT.
007440     EXIT.
007450
007460*-----------------------------------------------------------------
007470*  PRINTS THE RETURN: STATES IN CODE ORDER, EACH STATE'S RATES
007480*  LOWEST FIRST, A SUBTOTAL PER STATE AND A GRAND TOTAL.  THE
007490*  TABLE IS WALKED THE WAY RECTINV WALKS ITS BILLING TABLE -
007500*  PICK THE LOWEST ENTRY NOT YET PRINTED UNTIL NONE ARE LEFT.
007510*-----------------------------------------------------------------
007520 3000-PRINT-RETURN.
007530     MOVE SPACES TO WS-PRINT-LINE.
007540     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007550     MOVE "TAX BY STATE AND RATE" TO WS-PRINT-LINE.
007560     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007570     IF WS-ST-COUNT = ZERO
007580         MOVE "  NO BILLING WAS TRANSMITTED IN THE PERIOD."
007590             TO WS-PRINT-LINE
007600         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007610         GO TO 3000-EXIT
007620     END-IF.
007630     MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
007640     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007650     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
007660     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007670     MOVE 'N' TO WS-ALL-DONE-SW.
007680     PERFORM 3100-NEXT-STATE THRU 3100-EXIT
007690         UNTIL ALL-DONE.
007700     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
007710     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007720     MOVE SPACES TO WD-STATE.
007730     MOVE "ALL   " TO WD-RATE-X.
007740     MOVE WS-GRD-JOBS TO WD-JOBS.
007750     MOVE WS-GRD-SALES TO WD-SALES.
007760     MOVE WS-GRD-CREDITS TO WD-CREDITS.
007770     COMPUTE WD-NET-SALES = WS-GRD-SALES - WS-GRD-CREDITS.
007780     COMPUTE WD-NET-TAX = WS-GRD-TAX-BILLED - WS-GRD-TAX-CREDITED.
007790     MOVE SPACE TO WD-FLAG.
007800     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
007810     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007820     IF WS-LEGACY-COUNT > ZERO
007830         MOVE SPACES TO WS-PRINT-LINE
007840         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007850         MOVE "* INCLUDES RECORDS BILLED BEFORE THE TAX STATE WAS"
007860             TO WS-PRINT-LINE
007870         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007880         MOVE "  CARRIED - STATE TAKEN FROM THE CUSTOMER MASTER."
007890             TO WS-PRINT-LINE
007900         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007910     END-IF.
007920 3000-EXIT.
007930     EXIT.
007940
007950 3100-NEXT-STATE.
007960     MOVE 'N' TO WS-STATE-PICKED-SW.
007970     PERFORM 3110-SCAN-FOR-STATE THRU 3110-EXIT
007980         VARYING WS-ST-IX FROM 1 BY 1
007990         UNTIL WS-ST-IX > WS-ST-COUNT.
008000     IF NOT STATE-PICKED
008010         MOVE 'Y' TO WS-ALL-DONE-SW
008020         GO TO 3100-EXIT
008030     END-IF.
008040     MOVE ZERO TO WS-SUB-JOBS.
008050     MOVE ZERO TO WS-SUB-SALES.
008060     MOVE ZERO TO WS-SUB-CREDITS.
008070     MOVE ZERO TO WS-SUB-TAX-BILLED.
008080     MOVE ZERO TO WS-SUB-TAX-CREDITED.
008090     MOVE ZERO TO WS-SUB-LEGACY.
008100     MOVE 'N' TO WS-RATES-DONE-SW.
008110     PERFORM 3200-NEXT-RATE THRU 3200-EXIT
008120         UNTIL RATES-DONE.
008130     MOVE WS-THIS-STATE TO WD-STATE.
008140     MOVE "TOTAL " TO WD-RATE-X.
008150     MOVE WS-SUB-JOBS TO WD-JOBS.
008160     MOVE WS-SUB-SALES TO WD-SALES.
008170     MOVE WS-SUB-CREDITS TO WD-CREDITS.
008180     COMPUTE WD-NET-SALES = WS-SUB-SALES - WS-SUB-CREDITS.
008190     COMPUTE WD-NET-TAX = WS-SUB-TAX-BILLED - WS-SUB-TAX-CREDITED.
008200     MOVE SPACE TO WD-FLAG.
008210     IF WS-SUB-LEGACY > ZERO
008220         MOVE '*' TO WD-FLAG
008230     END-IF.
008240     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
008250     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008260     MOVE SPACES TO WS-PRINT-LINE.
008270     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008280     ADD WS-SUB-JOBS         TO WS-GRD-JOBS.
008290     ADD WS-SUB-SALES        TO WS-GRD-SALES.
008300     ADD WS-SUB-CREDITS      TO WS-GRD-CREDITS.
008310     ADD WS-SUB-TAX-BILLED   TO WS-GRD-TAX-BILLED.
008320     ADD WS-SUB-TAX-CREDITED TO WS-GRD-TAX-CREDITED.
008330 3100-EXIT.
008340     EXIT.
008350
008360 3110-SCAN-FOR-STATE.
008370     IF WS-ST-DONE-SW (WS-ST-IX) = 'N'
008380         IF NOT STATE-PICKED
008390             OR WS-ST-STATE (WS-ST-IX) < WS-THIS-STATE
008400             MOVE WS-ST-STATE (WS-ST-IX) TO WS-THIS-STATE
008410             MOVE 'Y' TO WS-STATE-PICKED-SW
008420         END-IF
008430     END-IF.
008440 3110-EXIT.
008450     EXIT.
008460
008470 3200-NEXT-RATE.
008480     MOVE 'N' TO WS-RATE-PICKED-SW.
008490     PERFORM 3210-SCAN-FOR-RATE THRU 3210-EXIT
008500         VARYING WS-ST-IX FROM 1 BY 1
008510         UNTIL WS-ST-IX > WS-ST-COUNT.
008520     IF NOT RATE-PICKED
008530         MOVE 'Y' TO WS-RATES-DONE-SW
008540         GO TO 3200-EXIT
008550     END-IF.
008560     PERFORM 3300-PRINT-ROW THRU 3300-EXIT.
008570 3200-EXIT.
008580     EXIT.
008590
008600 3210-SCAN-FOR-RATE.
008610     IF WS-ST-DONE-SW (WS-ST-IX) = 'N'
008620         AND WS-ST-STATE (WS-ST-IX) = WS-THIS-STATE
008630         IF NOT RATE-PICKED
008640             OR WS-ST-RATE (WS-ST-IX) < WS-THIS-RATE
008650             MOVE WS-ST-RATE (WS-ST-IX) TO WS-THIS-RATE
008660             MOVE WS-ST-IX TO WS-ST-HIT
008670             MOVE 'Y' TO WS-RATE-PICKED-SW
008680         END-IF
008690     END-IF.
008700 3210-EXIT.
008710     EXIT.
008720
008730 3300-PRINT-ROW.
008740     MOVE 'Y' TO WS-ST-DONE-SW (WS-ST-HIT).
008750     MOVE WS-ST-STATE (WS-ST-HIT)   TO WD-STATE.
008760     MOVE WS-ST-RATE (WS-ST-HIT)    TO WD-RATE.
008770     MOVE WS-ST-JOBS (WS-ST-HIT)    TO WD-JOBS.
008780     MOVE WS-ST-SALES (WS-ST-HIT)   TO WD-SALES.
008790     MOVE WS-ST-CREDITS (WS-ST-HIT) TO WD-CREDITS.
008800     COMPUTE WD-NET-SALES = WS-ST-SALES (WS-ST-HIT)
008810         - WS-ST-CREDITS (WS-ST-HIT).
008820     COMPUTE WD-NET-TAX = WS-ST-TAX-BILLED (WS-ST-HIT)
008830         - WS-ST-TAX-CREDITED (WS-ST-HIT).
008840     MOVE SPACE TO WD-FLAG.
008850     IF WS-ST-LEGACY (WS-ST-HIT) > ZERO
008860         MOVE '*' TO WD-FLAG
008870     END-IF.
008880     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
008890     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008900     ADD WS-ST-JOBS (WS-ST-HIT)         TO WS-SUB-JOBS.
008910     ADD WS-ST-SALES (WS-ST-HIT)        TO WS-SUB-SALES.
008920     ADD WS-ST-CREDITS (WS-ST-HIT)      TO WS-SUB-CREDITS.
008930     ADD WS-ST-TAX-BILLED (WS-ST-HIT)   TO WS-SUB-TAX-BILLED.
008940     ADD WS-ST-TAX-CREDITED (WS-ST-HIT) TO WS-SUB-TAX-CREDITED.
008950     ADD WS-ST-LEGACY (WS-ST-HIT)       TO WS-SUB-LEGACY.
008960 3300-EXIT.
008970     EXIT.
008980
008990*-----------------------------------------------------------------
009000*  TIES THE RETURN BACK TO THE TRANSMISSIONS.  THE TRAILER TAX
009010*  IS THE GROSS OF BILLS AND CREDITS, SO IT IS COMPARED WITH
009020*  THE TAX BILLED PLUS THE TAX CREDITED ON THE PRINTED ROWS,
009030*  PLUS THE TAX ON RESUBMISSIONS LEFT OFF THE ROWS.
009040*-----------------------------------------------------------------
009050 4000-PRINT-TIE-OUT.
009060     COMPUTE WS-GROSS-TAX = WS-GRD-TAX-BILLED
009070         + WS-GRD-TAX-CREDITED + WS-RESUB-TAX.
009080     MOVE SPACES TO WS-PRINT-LINE.
009090     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009100     MOVE "CONTROL TOTALS" TO WS-PRINT-LINE.
009110     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009120     MOVE "  TRANSMISSIONS IN THE PERIOD. . . . ." TO WT-CAPTION.
009130     MOVE WS-XMIT-COUNT TO WT-COUNT.
009140     MOVE ZERO TO WT-AMOUNT.
009150     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009160     IF WS-MISSING-COUNT > ZERO
009170         MOVE "  TRANSMISSIONS NOT ON DISK. . . . . ."
009180             TO WT-CAPTION
009190         MOVE WS-MISSING-COUNT TO WT-COUNT
009200         PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
009210     END-IF.
009220     MOVE "  DETAIL RECORDS READ. . . . . . . . ." TO WT-CAPTION.
009230     MOVE WS-DETAIL-COUNT TO WT-COUNT.
009240     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009250     MOVE "  DETAIL RECORDS PER TRAILERS. . . . ." TO WT-CAPTION.
009260     MOVE WS-TRAILER-COUNT TO WT-COUNT.
009270     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009280     MOVE "  RATED FROM THE CUSTOMER MASTER . . ." TO WT-CAPTION.
009290     MOVE WS-LEGACY-COUNT TO WT-COUNT.
009300     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009310     IF WS-OVERFLOW-COUNT > ZERO
009320         MOVE "  NOT FILED - STATE TABLE FULL . . . ."
009330             TO WT-CAPTION
009340         MOVE WS-OVERFLOW-COUNT TO WT-COUNT
009350         PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT
009360     END-IF.
009370     MOVE ZERO TO WT-COUNT.
009380     MOVE "  GROSS PRICE (SALES PLUS CREDITS) . ." TO WT-CAPTION.
009390     MOVE WS-GROSS-PRICE TO WT-AMOUNT.
009400     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009410     MOVE "  TRAILER TOTAL PRICE. . . . . . . . ." TO WT-CAPTION.
009420     MOVE WS-TRAILER-PRICE TO WT-AMOUNT.
009430     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009440     MOVE "  TAX BILLED . . . . . . . . . . . . ." TO WT-CAPTION.
009450     MOVE WS-GRD-TAX-BILLED TO WT-AMOUNT.
009460     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009470     MOVE "  TAX CREDITED . . . . . . . . . . . ." TO WT-CAPTION.
009480     MOVE WS-GRD-TAX-CREDITED TO WT-AMOUNT.
009490     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009500     MOVE "  RESUBMISSIONS, NOT REPORTED AGAIN. ." TO WT-CAPTION.
009510     MOVE WS-RESUB-COUNT TO WT-COUNT.
009520     MOVE WS-RESUB-TAX TO WT-AMOUNT.
009530     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009540     MOVE ZERO TO WT-COUNT.
009550     MOVE "  GROSS TAX (ALL THREE ABOVE). . . . ." TO WT-CAPTION.
009560     MOVE WS-GROSS-TAX TO WT-AMOUNT.
009570     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009580     MOVE "  TRAILER TOTAL TAX. . . . . . . . . ." TO WT-CAPTION.
009590     MOVE WS-TRAILER-TAX TO WT-AMOUNT.
009600     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009610     MOVE "  RECORD COUNT AGAINST TRAILERS" TO WR-CAPTION.
009620     IF WS-DETAIL-COUNT = WS-TRAILER-COUNT
009630         MOVE "TIES" TO WR-RESULT
009640     ELSE
009650         MOVE "DOES NOT TIE" TO WR-RESULT
009660     END-IF.
009670     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
009680     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009690     MOVE "  PRICE AGAINST TRAILERS" TO WR-CAPTION.
009700     IF WS-GROSS-PRICE = WS-TRAILER-PRICE
009710         MOVE "TIES" TO WR-RESULT
009720     ELSE
009730         MOVE "DOES NOT TIE" TO WR-RESULT
009740     END-IF.
009750     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
009760     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009770     MOVE "  TAX AGAINST TRAILERS" TO WR-CAPTION.
009780     IF WS-GROSS-TAX = WS-TRAILER-TAX
009790         MOVE "TIES" TO WR-RESULT
009800     ELSE
009810         MOVE "DOES NOT TIE - DO NOT FILE" TO WR-RESULT
009820     END-IF.
009830     MOVE WS-RESULT-LINE TO WS-PRINT-LINE.
009840     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009850 4000-EXIT.
009860     EXIT.
009870
009880 7000-WRITE-REPORT-LINE.
009890     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
009900     WRITE RECT-REPORT-LINE.
009910     IF NOT REPORT-STATUS-OK
009920         DISPLAY "RECTTAXR: UNABLE TO WRITE RECTTRPT, STATUS = "
009930             WS-REPORT-STATUS
009940     END-IF.
009950 7000-EXIT.
009960     EXIT.
009970
009980 7100-WRITE-TOTAL-LINE.
009990     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010000     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010010 7100-EXIT.
010020     EXIT.
010030
010040 9000-TERMINATE.
010050     IF INIT-FAILED
010060         GO TO 9000-EXIT
010070     END-IF.
010080     CLOSE RECT-MASTER-FILE.
010090     CLOSE RECT-CUSTOMER-FILE.
010100     IF TAX-FILE-OPEN
010110         CLOSE RECT-TAX-FILE
010120     END-IF.
010130     CLOSE RECT-REPORT-FILE.
010140     DISPLAY "RECTTAXR: " WS-XMIT-COUNT
010150         " TRANSMISSION(S) REPORTED FOR " WS-FROM-DATE
010160         " THROUGH " WS-THRU-DATE ".".
010170 9000-EXIT.
010180     EXIT.
