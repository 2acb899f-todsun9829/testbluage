000350*                   COPY-THEN-RESET WINDOW.  THE RUN NOW TAKES
000360*                   RECTLOCK AT STARTUP AND RELEASES IT AT END
000370*                   OF JOB, THE WAY RECTBAT DOES.
000380*  10/15/2026 DK    CUSTOMER CONTRACT PRICING.  THE REPRICE NOW
000390*                   HONORS THE CUSTOMER'S PRICING AGREEMENT
000400*                   (RECTAGR) IN EFFECT ON THE JOB'S CALCULATION
000410*                   DATE, SO A SWEEP NEVER PUTS A CONTRACT
000420*                   CUSTOMER'S JOB BACK AT LIST.
000430*  10/15/2026 DK    EACH BILLING RECORD NOW CARRIES THE STATE
000440*                   AND RATE ITS SALES TAX WAS FIGURED WITH
000450*                   (BL-TAX-STATE, BL-TAX-RATE) FOR THE SALES
000460*                   TAX RETURN.  RECTBIL IS NOW 117 BYTES.
000470*-----------------------------------------------------------------
000480 REMARKS.        READS THE DATE RANGE FROM RECTPPRM (A CARD WITH
000490                 NO RANGE REFUSES THE RUN), SWEEPS RECTMAS IN
000500                 JOB-ID ORDER, AND FOR EACH ACTIVE JOB IN RANGE
000510                 REPRICES AT AREA TIMES THE RATE IN EFFECT ON
000520                 ITS CALCULATION DATE, LESS ANY DISCOUNT UNDER
000530                 THE CUSTOMER'S PRICING AGREEMENT ON THAT DATE
000540                 (A CONTRACT RATE REPLACES THE LIST RATE
000550                 OUTRIGHT).  AN INCREASE SENDS AN
000560                 ADDITIONAL BILL FOR THE DIFFERENCE, A DECREASE
000570                 A CREDIT; AN UNCHANGED PRICE IS LEFT ALONE.
000580                 VOIDED JOBS AND QUOTES ARE NEVER TOUCHED.
000590
000600 ENVIRONMENT DIVISION.
000610 CONFIGURATION SECTION.
000620 SOURCE-COMPUTER. IBM-370.
000630 OBJECT-COMPUTER. IBM-370.
000640 INPUT-OUTPUT SECTION.
000650 FILE-CONTROL.
000660     SELECT RECT-PARM-FILE    ASSIGN TO "RECTPPRM"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-PARM-STATUS.
000690     SELECT RECT-LOCK-FILE    ASSIGN TO "RECTLOCK"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-LOCK-STATUS.
000720     SELECT RECT-MASTER-FILE  ASSIGN TO "RECTMAS"
000730         ORGANIZATION IS INDEXED
000740         ACCESS MODE IS DYNAMIC
000750         RECORD KEY IS RJ-JOB-ID
000760         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
000770             WITH DUPLICATES
000780         FILE STATUS IS WS-MASTER-STATUS.
000790     SELECT RECT-RATE-FILE    ASSIGN TO "RECTRATE"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS RT-RATE-KEY
000830         FILE STATUS IS WS-RATE-STATUS.
000840     SELECT RECT-TAX-FILE     ASSIGN TO "RECTTAX"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS TX-TAX-KEY
000880         FILE STATUS IS WS-TAX-STATUS.
000890     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
000900         ORGANIZATION IS INDEXED
000910         ACCESS MODE IS DYNAMIC
000920         RECORD KEY IS CU-CUSTOMER-NO
000930         FILE STATUS IS WS-CUSTOMER-STATUS.
000940     SELECT RECT-ORDER-FILE   ASSIGN TO "RECTORD"
000950         ORGANIZATION IS INDEXED
000960         ACCESS MODE IS DYNAMIC
000970         RECORD KEY IS OH-ORDER-NO
000980         FILE STATUS IS WS-ORDER-STATUS.
000990     SELECT RECT-AGREEMENT-FILE ASSIGN TO "RECTAGR"
001000         ORGANIZATION IS INDEXED
001010         ACCESS MODE IS DYNAMIC
001020         RECORD KEY IS PA-AGREEMENT-KEY
001030         FILE STATUS IS WS-AGREEMENT-STATUS.
001040     SELECT RECT-JOURNAL-FILE ASSIGN TO "RECTJRNL"
001050         ORGANIZATION IS LINE SEQUENTIAL
001060         FILE STATUS IS WS-JOURNAL-STATUS.
001070     SELECT RECT-BILLING-FILE ASSIGN TO "RECTBIL"
001080         ORGANIZATION IS LINE SEQUENTIAL
001090         FILE STATUS IS WS-BILLING-STATUS.
001100     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTRPRT"
001110         ORGANIZATION IS LINE SEQUENTIAL
001120         FILE STATUS IS WS-REPORT-STATUS.
001130
001140 DATA DIVISION.
001150 FILE SECTION.
001160 FD  RECT-PARM-FILE
001170     RECORDING MODE IS F
001180     LABEL RECORDS ARE STANDARD
001190     RECORD CONTAINS 80 CHARACTERS.
001200     COPY RECTPPRM.
001210
001220 FD  RECT-LOCK-FILE
001230     LABEL RECORDS ARE STANDARD
001240     RECORD CONTAINS 80 CHARACTERS.
001250     COPY RECTLOCK.
001260
001270 FD  RECT-MASTER-FILE
001280     LABEL RECORDS ARE STANDARD
001290     RECORD CONTAINS 112 CHARACTERS.
001300     COPY RECTJOB.
001310
001320 FD  RECT-RATE-FILE
001330     LABEL RECORDS ARE STANDARD
001340     RECORD CONTAINS 20 CHARACTERS.
001350     COPY RECTRATE.
001360
001370 FD  RECT-TAX-FILE
001380     LABEL RECORDS ARE STANDARD
001390     RECORD CONTAINS 20 CHARACTERS.
001400     COPY RECTTAX.
001410
001420 FD  RECT-CUSTOMER-FILE
001430     LABEL RECORDS ARE STANDARD
001440     RECORD CONTAINS 140 CHARACTERS.
001450     COPY RECTCUS.
001460
001470 FD  RECT-JOURNAL-FILE
001480     LABEL RECORDS ARE STANDARD
001490     RECORD CONTAINS 264 CHARACTERS.
001500     COPY RECTJRN.
001510
001520 FD  RECT-ORDER-FILE
001530     LABEL RECORDS ARE STANDARD
001540     RECORD CONTAINS 100 CHARACTERS.
001550     COPY RECTORD.
001560
001570 FD  RECT-AGREEMENT-FILE
001580     LABEL RECORDS ARE STANDARD
001590     RECORD CONTAINS 80 CHARACTERS.
001600     COPY RECTAGR.
001610
001620 FD  RECT-BILLING-FILE
001630     LABEL RECORDS ARE STANDARD
001640     RECORD CONTAINS 117 CHARACTERS.
001650     COPY RECTBIL.
001660
001670 FD  RECT-REPORT-FILE
001680     RECORDING MODE IS F
001690     LABEL RECORDS ARE STANDARD
001700     RECORD CONTAINS 80 CHARACTERS.
001710 01  RECT-REPORT-LINE           PIC X(80).
001720
001730 WORKING-STORAGE SECTION.
001740 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
001750     88  PARM-STATUS-OK          VALUE '00'.
001760 77  WS-MASTER-STATUS       PIC X(02) VALUE '00'.
001770     88  MASTER-STATUS-OK        VALUE '00'.
001780 77  WS-RATE-STATUS         PIC X(02) VALUE '00'.
001790     88  RATE-STATUS-OK          VALUE '00'.
001800 77  WS-TAX-STATUS          PIC X(02) VALUE '00'.
001810     88  TAX-STATUS-OK           VALUE '00'.
001820 77  WS-CUSTOMER-STATUS     PIC X(02) VALUE '00'.
001830     88  CUSTOMER-STATUS-OK      VALUE '00'.
001840 77  WS-JOURNAL-STATUS      PIC X(02) VALUE '00'.
001850     88  JOURNAL-STATUS-OK       VALUE '00'.
001860     88  JOURNAL-FILE-NOT-FOUND  VALUE '35'.
001870 77  WS-BILLING-STATUS      PIC X(02) VALUE '00'.
001880     88  BILLING-STATUS-OK       VALUE '00'.
001890     88  BILLING-FILE-NOT-FOUND  VALUE '35'.
001900 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
001910     88  REPORT-STATUS-OK        VALUE '00'.
001920 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001930     88  INIT-FAILED             VALUE 'N'.
001940 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001950     88  END-OF-MASTER           VALUE 'Y'.
001960 77  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
001970 77  WS-THRU-DATE           PIC 9(08) VALUE 99999999.
001980 77  WS-RANGE-GIVEN-SW      PIC X(01) VALUE 'N'.
001990     88  RANGE-GIVEN             VALUE 'Y'.
002000 77  WS-RUN-DATE            PIC 9(08).
002010 77  WS-CURRENT-DATE        PIC 9(08).
002020 77  WS-CURRENT-TIME        PIC 9(08).
002030 77  WS-PAGE-NUMBER         PIC 9(04) COMP VALUE ZERO.
002040 77  WS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
002050 77  WS-LINES-PER-PAGE      PIC 9(03) VALUE 050.
002060 77  WS-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
002070 77  WS-IN-RANGE-COUNT      PIC 9(08) COMP VALUE ZERO.
002080 77  WS-REPRICED-COUNT      PIC 9(08) COMP VALUE ZERO.
002090 77  WS-UNCHANGED-COUNT     PIC 9(08) COMP VALUE ZERO.
002100 77  WS-NO-RATE-COUNT       PIC 9(08) COMP VALUE ZERO.
002110 77  WS-ADDED-AMOUNT        PIC 9(10)V99 VALUE ZERO.
002120 77  WS-CREDITED-AMOUNT     PIC 9(10)V99 VALUE ZERO.
002130 77  WS-RATE-EOF-SW         PIC X(01) VALUE 'N'.
002140     88  RATE-SEARCH-DONE        VALUE 'Y'.
002150 77  WS-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
002160     88  RATE-FOUND              VALUE 'Y'.
002170 77  WS-JOB-RATE            PIC 9(03)V99 VALUE ZERO.
002180 77  WS-NEW-PRICE           PIC 9(07)V99 VALUE ZERO.
002190 77  WS-OLD-PRICE           PIC 9(07)V99 VALUE ZERO.
002200 77  WS-PRICE-DIFF          PIC 9(07)V99 VALUE ZERO.
002210 77  WS-ADJ-TYPE            PIC X(01) VALUE SPACE.
002220 77  WS-TAX-EOF-SW          PIC X(01) VALUE 'N'.
002230     88  TAX-SEARCH-DONE         VALUE 'Y'.
002240 77  WS-TAX-FOUND-SW        PIC X(01) VALUE 'N'.
002250     88  TAX-FOUND               VALUE 'Y'.
002260 77  WS-TAX-RATE            PIC 9(02)V999 VALUE ZERO.
002270 77  WS-ADJ-TAX             PIC 9(05)V99 VALUE ZERO.
002280 77  WS-TAX-STATE           PIC X(02) VALUE SPACES.
002290 77  WS-BEFORE-IMAGE        PIC X(112).
002300 77  WS-LOCK-STATUS         PIC X(02) VALUE '00'.
002310     88  LOCK-STATUS-OK          VALUE '00'.
002320     88  LOCK-FILE-NOT-FOUND     VALUE '35'.
002330 77  WS-LOCK-SET-SW         PIC X(01) VALUE 'N'.
002340     88  RUN-LOCK-SET            VALUE 'Y'.
002350 77  WS-ORDER-STATUS        PIC X(02) VALUE '00'.
002360     88  ORDER-STATUS-OK         VALUE '00'.
002370     88  ORDER-FILE-NOT-FOUND    VALUE '35'.
002380 77  WS-AGREEMENT-STATUS    PIC X(02) VALUE '00'.
002390     88  AGREEMENT-STATUS-OK     VALUE '00'.
002400     88  AGREEMENT-FILE-NOT-FOUND VALUE '35'.
002410 77  WS-AGR-OPEN-SW         PIC X(01) VALUE 'N'.
002420     88  AGREEMENT-FILE-OPEN     VALUE 'Y'.
002430 77  WS-AGR-EOF-SW          PIC X(01) VALUE 'N'.
002440     88  AGR-SEARCH-DONE         VALUE 'Y'.
002450 77  WS-AGR-FOUND-SW        PIC X(01) VALUE 'N'.
002460     88  AGR-FOUND               VALUE 'Y'.
002470 77  WS-AGR-TYPE            PIC X(01) VALUE SPACE.
002480 77  WS-AGR-RATE            PIC 9(03)V99 VALUE ZERO.
002490 77  WS-AGR-DISC-PCT        PIC 9(02)V99 VALUE ZERO.
002500 77  WS-AGR-TIER-PCT        PIC 9(02)V99 VALUE ZERO.
002510 77  WS-AGR-TIER-MIN        PIC 9(10)V99 VALUE ZERO.
002520 77  WS-AGR-IX              PIC 9(02) COMP VALUE ZERO.
002530
002540 01  WS-PRINT-LINE              PIC X(80).
002550
002560 01  WS-HEADING-LINE-1.
002570     05  FILLER                  PIC X(37) VALUE
002580         "RECTRPRC - BATCH REPRICE RUN         ".
002590     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002600     05  WH1-RUN-DATE            PIC 9(08).
002610     05  FILLER                  PIC X(09) VALUE "   PAGE: ".
002620     05  WH1-PAGE-NUMBER         PIC ZZZ9.
002630
002640 01  WS-HEADING-LINE-2.
002650     05  FILLER                  PIC X(40) VALUE
002660         "JOB ID  CUST  CALC DATE   OLD PRICE   NE".
002670     05  FILLER                  PIC X(26) VALUE
002680         "W PRICE  DIFFERENCE  TYPE ".
002690
002700 01  WS-DETAIL-LINE.
002710     05  WD-JOB-ID               PIC 9(07).
002720     05  FILLER                  PIC X(01) VALUE SPACES.
002730     05  WD-CUSTOMER-NO          PIC 9(05).
002740     05  FILLER                  PIC X(02) VALUE SPACES.
002750     05  WD-CALC-DATE            PIC 9(08).
002760     05  FILLER                  PIC X(01) VALUE SPACES.
002770     05  WD-OLD-PRICE            PIC Z(06)9.99.
002780     05  FILLER                  PIC X(01) VALUE SPACES.
002790     05  WD-NEW-PRICE            PIC Z(06)9.99.
002800     05  FILLER                  PIC X(01) VALUE SPACES.
002810     05  WD-DIFFERENCE           PIC Z(06)9.99.
002820     05  FILLER                  PIC X(02) VALUE SPACES.
002830     05  WD-TYPE                 PIC X(06).
002840
002850 01  WS-TOTAL-LINE.
002860     05  WT-CAPTION              PIC X(30).
002870     05  WT-COUNT                PIC ZZZZZZZ9.
002880     05  FILLER                  PIC X(02) VALUE SPACES.
002890     05  WT-AMOUNT               PIC Z(09)9.99.
002900
002910 PROCEDURE DIVISION.
002920 0000-MAINLINE.
002930     DISPLAY "RECTRPRC - BATCH REPRICE RUN".
002940     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002950     IF NOT INIT-FAILED
002960         PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
002970             UNTIL END-OF-MASTER
002980         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
002990     END-IF.
003000     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003010     STOP RUN.
003020
003030 1000-INITIALIZE.
003040     PERFORM 1020-TAKE-RUN-LOCK THRU 1020-EXIT.
003050     IF INIT-FAILED
003060         MOVE 'Y' TO WS-EOF-SWITCH
003070         GO TO 1000-EXIT.
003080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003090     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
003100     IF NOT RANGE-GIVEN
003110         DISPLAY "RECTRPRC: NO DATE RANGE ON RECTPPRM - "
003120             "RUN REFUSED."
003130         MOVE 'N' TO WS-INIT-OK
003140         MOVE 'Y' TO WS-EOF-SWITCH
003150         GO TO 1000-EXIT.
003160     OPEN I-O RECT-MASTER-FILE.
003170     IF NOT MASTER-STATUS-OK
003180         DISPLAY "RECTRPRC: UNABLE TO OPEN RECTMAS, STATUS = "
003190             WS-MASTER-STATUS
003200         MOVE 'N' TO WS-INIT-OK
003210         MOVE 'Y' TO WS-EOF-SWITCH
003220         GO TO 1000-EXIT.
003230     OPEN INPUT RECT-RATE-FILE.
003240     IF NOT RATE-STATUS-OK
003250         DISPLAY "RECTRPRC: UNABLE TO OPEN RECTRATE, STATUS = "
003260             WS-RATE-STATUS
003270         MOVE 'N' TO WS-INIT-OK
003280         MOVE 'Y' TO WS-EOF-SWITCH
003290         GO TO 1000-EXIT.
003300     OPEN INPUT RECT-TAX-FILE.
003310     IF NOT TAX-STATUS-OK
003320         DISPLAY "RECTRPRC: UNABLE TO OPEN RECTTAX, STATUS = "
003330             WS-TAX-STATUS
003340         MOVE 'N' TO WS-INIT-OK
003350         MOVE 'Y' TO WS-EOF-SWITCH
003360         GO TO 1000-EXIT.
003370     OPEN INPUT RECT-CUSTOMER-FILE.
003380     IF NOT CUSTOMER-STATUS-OK
003390         DISPLAY "RECTRPRC: UNABLE TO OPEN RECTCUS, STATUS = "
003400             WS-CUSTOMER-STATUS
003410         MOVE 'N' TO WS-INIT-OK
003420         MOVE 'Y' TO WS-EOF-SWITCH
003430         GO TO 1000-EXIT.
003440     OPEN I-O RECT-ORDER-FILE.
003450     IF ORDER-FILE-NOT-FOUND
003460         OPEN OUTPUT RECT-ORDER-FILE
003470         CLOSE RECT-ORDER-FILE
003480         OPEN I-O RECT-ORDER-FILE
003490     END-IF.
003500     IF NOT ORDER-STATUS-OK
003510         DISPLAY "RECTRPRC: UNABLE TO OPEN RECTORD, STATUS = "
003520             WS-ORDER-STATUS
003530         MOVE 'N' TO WS-INIT-OK
003540         MOVE 'Y' TO WS-EOF-SWITCH
003550         GO TO 1000-EXIT.
003560*    NO AGREEMENT FILE YET MEANS NO CONTRACT CUSTOMERS.
003570     OPEN INPUT RECT-AGREEMENT-FILE.
003580     IF AGREEMENT-STATUS-OK
003590         MOVE 'Y' TO WS-AGR-OPEN-SW
003600     END-IF.
003610     OPEN EXTEND RECT-JOURNAL-FILE.
003620     IF JOURNAL-FILE-NOT-FOUND
003630         OPEN OUTPUT RECT-JOURNAL-FILE
003640     END-IF.
003650     OPEN EXTEND RECT-BILLING-FILE.
003660     IF BILLING-FILE-NOT-FOUND
003670         OPEN OUTPUT RECT-BILLING-FILE
003680     END-IF.
003690     OPEN OUTPUT RECT-REPORT-FILE.
003700     IF NOT REPORT-STATUS-OK
003710         DISPLAY "RECTRPRC: UNABLE TO OPEN RECTRPRT, STATUS = "
003720             WS-REPORT-STATUS
003730         MOVE 'N' TO WS-INIT-OK
003740         MOVE 'Y' TO WS-EOF-SWITCH
003750         GO TO 1000-EXIT.
003760     MOVE ZERO TO RJ-JOB-ID.
003770     START RECT-MASTER-FILE KEY NOT LESS THAN RJ-JOB-ID
003780         INVALID KEY
003790             MOVE 'Y' TO WS-EOF-SWITCH
003800     END-START.
003810 1000-EXIT.
003820     EXIT.
003830
003840*-----------------------------------------------------------------
003850*  TAKES THE RUN-CONTROL LOCK FOR THE LIFE OF THE SWEEP, THE
003860*  WAY RECTBAT AND RECTXCUT DO.  A REPRICE RUNS MASTER REWRITES
003870*  AND APPENDS BILLING ADJUSTMENTS - OVERLAPPING THE BATCH
003880*  WOULD INTERLEAVE WITH ITS POSTING, AND OVERLAPPING THE
003890*  CUT-OFF WOULD DROP THE ADJUSTMENTS IN ITS COPY-THEN-RESET
003900*  WINDOW.
003910*-----------------------------------------------------------------
003920 1020-TAKE-RUN-LOCK.
003930     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
003940     OPEN INPUT RECT-LOCK-FILE.
003950     IF LOCK-STATUS-OK
003960         READ RECT-LOCK-FILE
003970             AT END
003980                 CONTINUE
003990         END-READ
004000         CLOSE RECT-LOCK-FILE
004010     END-IF.
004020     IF RL-LOCK-HELD
004030         DISPLAY "RECTRPRC: RUN LOCK HELD BY " RL-PROGRAM-ID
004040             " (OPERATOR " RL-OPERATOR-ID ") SINCE "
004050             RL-TIMESTAMP " - RUN REFUSED."
004060         MOVE 'N' TO WS-INIT-OK
004070         GO TO 1020-EXIT
004080     END-IF.
004090     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
004100     MOVE 'Y' TO RL-LOCK-STATUS.
004110     MOVE "RECTRPRC" TO RL-PROGRAM-ID.
004120     MOVE "RECTRPRC" TO RL-OPERATOR-ID.
004130     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004140     ACCEPT WS-CURRENT-TIME FROM TIME.
004150     STRING WS-CURRENT-DATE WS-CURRENT-TIME
004160         DELIMITED BY SIZE INTO RL-TIMESTAMP.
004170     OPEN OUTPUT RECT-LOCK-FILE.
004180     WRITE RECT-RUN-LOCK-RECORD.
004190     IF NOT LOCK-STATUS-OK
004200         DISPLAY "RECTRPRC: UNABLE TO SET RUN LOCK, STATUS = "
004210             WS-LOCK-STATUS " - RUN REFUSED."
004220         MOVE 'N' TO WS-INIT-OK
004230     ELSE
004240         MOVE 'Y' TO WS-LOCK-SET-SW
004250     END-IF.
004260     CLOSE RECT-LOCK-FILE.
004270 1020-EXIT.
004280     EXIT.
004290
004300 1050-READ-PARAMETER-CARD.
004310     MOVE ZERO TO PR-FROM-DATE.
004320     MOVE ZERO TO PR-THRU-DATE.
004330     OPEN INPUT RECT-PARM-FILE.
004340     IF PARM-STATUS-OK
004350         READ RECT-PARM-FILE
004360             AT END
004370                 CONTINUE
004380         END-READ
004390         CLOSE RECT-PARM-FILE
004400     END-IF.
004410     IF PR-FROM-DATE > ZERO
004420         MOVE PR-FROM-DATE TO WS-FROM-DATE
004430         MOVE 'Y' TO WS-RANGE-GIVEN-SW
004440     END-IF.
004450     IF PR-THRU-DATE > ZERO
004460         MOVE PR-THRU-DATE TO WS-THRU-DATE
004470         MOVE 'Y' TO WS-RANGE-GIVEN-SW
004480     END-IF.
004490 1050-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------------
004530*  ONE MASTER JOB PER PASS.  ONLY ACTIVE JOBS IN THE DATE RANGE
004540*  ARE REPRICED - VOIDS AND QUOTES ARE LEFT ALONE, AND A JOB
004550*  WHOSE PRICE COMES OUT THE SAME IS NOT REWRITTEN, JOURNALED
004560*  OR ADJUSTED.
004570*-----------------------------------------------------------------
004580 2000-SWEEP-MASTER.
004590     READ RECT-MASTER-FILE NEXT RECORD
004600         AT END
004610             MOVE 'Y' TO WS-EOF-SWITCH
004620             GO TO 2000-EXIT
004630     END-READ.
004640     IF NOT MASTER-STATUS-OK
004650         DISPLAY "RECTRPRC: READ ERROR ON RECTMAS, STATUS = "
004660             WS-MASTER-STATUS
004670         MOVE 'Y' TO WS-EOF-SWITCH
004680         GO TO 2000-EXIT
004690     END-IF.
004700     ADD 1 TO WS-READ-COUNT.
004710     IF NOT RJ-STATUS-ACTIVE
004720         GO TO 2000-EXIT
004730     END-IF.
004740     IF RJ-CALC-DATE < WS-FROM-DATE
004750         OR RJ-CALC-DATE > WS-THRU-DATE
004760         GO TO 2000-EXIT
004770     END-IF.
004780     ADD 1 TO WS-IN-RANGE-COUNT.
004790     PERFORM 2100-FIND-RATE THRU 2100-EXIT.
004800     IF NOT RATE-FOUND
004810         ADD 1 TO WS-NO-RATE-COUNT
004820         GO TO 2000-EXIT
004830     END-IF.
004840     COMPUTE WS-NEW-PRICE ROUNDED =
004850         RJ-AREA * WS-JOB-RATE
004860         * (100 - WS-AGR-DISC-PCT) / 100
004870         * (100 - WS-AGR-TIER-PCT) / 100
004880         ON SIZE ERROR
004890             DISPLAY "RECTRPRC: JOB " RJ-JOB-ID
004900                 " PRICE TOO LARGE - LEFT ALONE"
004910             ADD 1 TO WS-UNCHANGED-COUNT
004920             GO TO 2000-EXIT
004930     END-COMPUTE.
004940     IF WS-NEW-PRICE = RJ-PRICE
004950         ADD 1 TO WS-UNCHANGED-COUNT
004960         GO TO 2000-EXIT
004970     END-IF.
004980     PERFORM 3000-REPRICE-JOB THRU 3000-EXIT.
004990 2000-EXIT.
005000     EXIT.
005010
005020*-----------------------------------------------------------------
005030*  FINDS THE RATE IN EFFECT FOR THE JOB'S SHAPE ON ITS OWN
005040*  CALCULATION DATE - NOT TODAY - SO A REPRICE NEVER RETAXES
005050*  OLD WORK AT A NEWER RATE.  THE CUSTOMER'S PRICING AGREEMENT
005060*  ON THAT SAME DATE THEN ADJUSTS IT.
005070*-----------------------------------------------------------------
005080 2100-FIND-RATE.
005090     MOVE 'N'  TO WS-RATE-FOUND-SW.
005100     MOVE 'N'  TO WS-RATE-EOF-SW.
005110     MOVE ZERO TO WS-JOB-RATE.
005120     MOVE RJ-SHAPE-CODE TO RT-SHAPE-CODE.
005130     MOVE ZERO TO RT-EFFECTIVE-DATE.
005140     START RECT-RATE-FILE KEY NOT LESS THAN RT-RATE-KEY
005150         INVALID KEY
005160             MOVE 'Y' TO WS-RATE-EOF-SW
005170     END-START.
005180     PERFORM 2150-READ-RATE THRU 2150-EXIT
005190         UNTIL RATE-SEARCH-DONE.
005200     PERFORM 2200-FIND-AGREEMENT THRU 2200-EXIT.
005210 2100-EXIT.
005220     EXIT.
005230
005240 2150-READ-RATE.
005250     READ RECT-RATE-FILE NEXT RECORD
005260         AT END
005270             MOVE 'Y' TO WS-RATE-EOF-SW
005280             GO TO 2150-EXIT
005290     END-READ.
005300     IF NOT RATE-STATUS-OK
005310         MOVE 'Y' TO WS-RATE-EOF-SW
005320         GO TO 2150-EXIT
005330     END-IF.
005340     IF RT-SHAPE-CODE NOT = RJ-SHAPE-CODE
005350         MOVE 'Y' TO WS-RATE-EOF-SW
005360         GO TO 2150-EXIT
005370     END-IF.
005380     IF RT-EFFECTIVE-DATE > RJ-CALC-DATE
005390         MOVE 'Y' TO WS-RATE-EOF-SW
005400         GO TO 2150-EXIT
005410     END-IF.
005420     MOVE RT-RATE-PER-SQFT TO WS-JOB-RATE.
005430     MOVE 'Y' TO WS-RATE-FOUND-SW.
005440 2150-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------------
005480*  FINDS THE CUSTOMER'S PRICING AGREEMENT FOR THE JOB'S SHAPE AS
005490*  OF ITS CALCULATION DATE.  A CONTRACT RATE REPLACES THE LIST
005500*  RATE; A DISCOUNT AND ANY VOLUME TIER ARE LEFT IN
005510*  WS-AGR-DISC-PCT AND WS-AGR-TIER-PCT FOR THE PRICE COMPUTE.
005520*-----------------------------------------------------------------
005530 2200-FIND-AGREEMENT.
005540     MOVE 'N'  TO WS-AGR-FOUND-SW.
005550     MOVE ZERO TO WS-AGR-DISC-PCT.
005560     MOVE ZERO TO WS-AGR-TIER-PCT.
005570     IF NOT AGREEMENT-FILE-OPEN
005580         GO TO 2200-EXIT
005590     END-IF.
005600     MOVE 'N' TO WS-AGR-EOF-SW.
005610     MOVE RJ-CUSTOMER-NO TO PA-CUSTOMER-NO.
005620     MOVE RJ-SHAPE-CODE  TO PA-SHAPE-CODE.
005630     MOVE ZERO TO PA-EFFECTIVE-DATE.
005640     START RECT-AGREEMENT-FILE KEY NOT LESS THAN PA-AGREEMENT-KEY
005650         INVALID KEY
005660             MOVE 'Y' TO WS-AGR-EOF-SW
005670     END-START.
005680     PERFORM 2250-READ-AGREEMENT THRU 2250-EXIT
005690         UNTIL AGR-SEARCH-DONE.
005700     IF AGR-FOUND
005710         AND WS-AGR-TYPE = 'R'
005720         MOVE WS-AGR-RATE TO WS-JOB-RATE
005730         MOVE 'Y' TO WS-RATE-FOUND-SW
005740     END-IF.
005750 2200-EXIT.
005760     EXIT.
005770
005780 2250-READ-AGREEMENT.
005790     READ RECT-AGREEMENT-FILE NEXT RECORD
005800         AT END
005810             MOVE 'Y' TO WS-AGR-EOF-SW
005820             GO TO 2250-EXIT
005830     END-READ.
005840     IF NOT AGREEMENT-STATUS-OK
005850         MOVE 'Y' TO WS-AGR-EOF-SW
005860         GO TO 2250-EXIT
005870     END-IF.
005880     IF PA-CUSTOMER-NO NOT = RJ-CUSTOMER-NO
005890         OR PA-SHAPE-CODE NOT = RJ-SHAPE-CODE
005900         MOVE 'Y' TO WS-AGR-EOF-SW
005910         GO TO 2250-EXIT
005920     END-IF.
005930     IF PA-EFFECTIVE-DATE > RJ-CALC-DATE
005940         MOVE 'Y' TO WS-AGR-EOF-SW
005950         GO TO 2250-EXIT
005960     END-IF.
005970     MOVE 'Y'              TO WS-AGR-FOUND-SW.
005980     MOVE PA-PRICING-TYPE  TO WS-AGR-TYPE.
005990     MOVE PA-CONTRACT-RATE TO WS-AGR-RATE.
006000     MOVE ZERO TO WS-AGR-DISC-PCT.
006010     MOVE ZERO TO WS-AGR-TIER-PCT.
006020     MOVE ZERO TO WS-AGR-TIER-MIN.
006030     IF PA-TYPE-LIST
006040         MOVE 'N' TO WS-AGR-FOUND-SW
006050         GO TO 2250-EXIT
006060     END-IF.
006070     IF PA-TYPE-DISCOUNT
006080         MOVE PA-DISCOUNT-PCT TO WS-AGR-DISC-PCT
006090     END-IF.
006100     PERFORM 2260-CHECK-TIER THRU 2260-EXIT
006110         VARYING WS-AGR-IX FROM 1 BY 1
006120         UNTIL WS-AGR-IX > 3.
006130 2250-EXIT.
006140     EXIT.
006150
006160 2260-CHECK-TIER.
006170     IF PA-TIER-MIN-AREA (WS-AGR-IX) > ZERO
006180         AND PA-TIER-MIN-AREA (WS-AGR-IX) NOT > RJ-AREA
006190         AND PA-TIER-MIN-AREA (WS-AGR-IX) > WS-AGR-TIER-MIN
006200         MOVE PA-TIER-MIN-AREA (WS-AGR-IX) TO WS-AGR-TIER-MIN
006210         MOVE PA-TIER-DISCOUNT-PCT (WS-AGR-IX)
006220             TO WS-AGR-TIER-PCT
006230     END-IF.
006240 2260-EXIT.
006250     EXIT.
006260
006270*-----------------------------------------------------------------
006280*  REPRICES ONE JOB: BEFORE-IMAGE, NEW PRICE ON THE MASTER,
006290*  JOURNAL, BILLING ADJUSTMENT FOR THE DIFFERENCE (A BILL FOR
006300*  AN INCREASE, A CREDIT FOR A DECREASE) WITH THE TAX ON THAT
006310*  DIFFERENCE, AND A REPORT LINE.
006320*-----------------------------------------------------------------
006330 3000-REPRICE-JOB.
006340     MOVE RECT-JOB-RECORD TO WS-BEFORE-IMAGE.
006350     MOVE RJ-PRICE TO WS-OLD-PRICE.
006360     IF WS-NEW-PRICE > WS-OLD-PRICE
006370         MOVE 'B' TO WS-ADJ-TYPE
006380         COMPUTE WS-PRICE-DIFF =
006390             WS-NEW-PRICE - WS-OLD-PRICE
006400     ELSE
006410         MOVE 'C' TO WS-ADJ-TYPE
006420         COMPUTE WS-PRICE-DIFF =
006430             WS-OLD-PRICE - WS-NEW-PRICE
006440     END-IF.
006450     MOVE WS-NEW-PRICE TO RJ-PRICE.
006460     REWRITE RECT-JOB-RECORD
006470         INVALID KEY
006480             DISPLAY "RECTRPRC: UNABLE TO REWRITE JOB "
006490                 RJ-JOB-ID
006500             GO TO 3000-EXIT
006510     END-REWRITE.
006520     ADD 1 TO WS-REPRICED-COUNT.
006530     PERFORM 3100-WRITE-JOURNAL THRU 3100-EXIT.
006540     PERFORM 3200-FIND-TAX THRU 3200-EXIT.
006550     PERFORM 3300-WRITE-ADJUSTMENT THRU 3300-EXIT.
006560     IF RJ-ORDER-NO > ZERO
006570         PERFORM 3400-ADJUST-ORDER-HEADER THRU 3400-EXIT
006580     END-IF.
006590     IF WS-ADJ-TYPE = 'B'
006600         ADD WS-PRICE-DIFF TO WS-ADDED-AMOUNT
006610     ELSE
006620         ADD WS-PRICE-DIFF TO WS-CREDITED-AMOUNT
006630     END-IF.
006640     PERFORM 3500-WRITE-REPORT-LINE THRU 3500-EXIT.
006650 3000-EXIT.
006660     EXIT.
006670
006680*-----------------------------------------------------------------
006690*  APPENDS ONE UPDATE-JOURNAL RECORD FOR THE REWRITE JUST DONE,
006700*  WITH BEFORE AND AFTER IMAGES, SO RECTRCVR CAN REPLAY A
006710*  REPRICE RUN LIKE ANY OTHER MASTER UPDATE.
006720*-----------------------------------------------------------------
006730 3100-WRITE-JOURNAL.
006740     MOVE SPACES TO RECT-JOURNAL-RECORD.
006750     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006760     ACCEPT WS-CURRENT-TIME FROM TIME.
006770     STRING WS-CURRENT-DATE WS-CURRENT-TIME
006780         DELIMITED BY SIZE INTO JR-TIMESTAMP.
006790     MOVE "RECTRPRC" TO JR-PROGRAM-ID.
006800     MOVE "RECTRPRC" TO JR-OPERATOR-ID.
006810     MOVE 'R'             TO JR-FUNCTION-CODE.
006820     MOVE RJ-JOB-ID       TO JR-JOB-ID.
006830     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
006840     MOVE RECT-JOB-RECORD TO JR-AFTER-IMAGE.
006850     WRITE RECT-JOURNAL-RECORD.
006860     IF NOT JOURNAL-STATUS-OK
006870         DISPLAY "WARNING: UNABLE TO WRITE JOURNAL, STATUS = "
006880             WS-JOURNAL-STATUS
006890     END-IF.
006900 3100-EXIT.
006910     EXIT.
006920
006930*-----------------------------------------------------------------
006940*  TAX ON THE ADJUSTMENT: THE CUSTOMER'S STATE RATE AS OF THE
006950*  JOB'S CALCULATION DATE, APPLIED TO THE PRICE DIFFERENCE.  A
006960*  CUSTOMER OR STATE WITH NO USABLE ROW ADJUSTS AT ZERO TAX.
006970*-----------------------------------------------------------------
006980 3200-FIND-TAX.
006990     MOVE SPACES TO WS-TAX-STATE.
007000     MOVE RJ-CUSTOMER-NO TO CU-CUSTOMER-NO.
007010     READ RECT-CUSTOMER-FILE
007020         INVALID KEY
007030             CONTINUE
007040     NOT INVALID KEY
007050             MOVE CU-STATE TO WS-TAX-STATE
007060     END-READ.
007070     MOVE 'N'  TO WS-TAX-FOUND-SW.
007080     MOVE 'N'  TO WS-TAX-EOF-SW.
007090     MOVE ZERO TO WS-TAX-RATE.
007100     MOVE ZERO TO WS-ADJ-TAX.
007110     MOVE WS-TAX-STATE TO TX-STATE-CODE.
007120     MOVE ZERO TO TX-EFFECTIVE-DATE.
007130     START RECT-TAX-FILE KEY NOT LESS THAN TX-TAX-KEY
007140         INVALID KEY
007150             MOVE 'Y' TO WS-TAX-EOF-SW
007160     END-START.
007170     PERFORM 3250-READ-TAX THRU 3250-EXIT
007180         UNTIL TAX-SEARCH-DONE.
007190     IF TAX-FOUND
007200         COMPUTE WS-ADJ-TAX ROUNDED =
007210             WS-PRICE-DIFF * WS-TAX-RATE / 100
007220             ON SIZE ERROR
007230                 MOVE ZERO TO WS-ADJ-TAX
007240         END-COMPUTE
007250     END-IF.
007260 3200-EXIT.
007270     EXIT.
007280
007290 3250-READ-TAX.
007300     READ RECT-TAX-FILE NEXT RECORD
007310         AT END
007320             MOVE 'Y' TO WS-TAX-EOF-SW
007330             GO TO 3250-EXIT
007340     END-READ.
007350     IF NOT TAX-STATUS-OK
007360         MOVE 'Y' TO WS-TAX-EOF-SW
007370         GO TO 3250-EXIT
007380     END-IF.
007390     IF TX-STATE-CODE NOT = WS-TAX-STATE
007400         MOVE 'Y' TO WS-TAX-EOF-SW
007410         GO TO 3250-EXIT
007420     END-IF.
007430     IF TX-EFFECTIVE-DATE > RJ-CALC-DATE
007440         MOVE 'Y' TO WS-TAX-EOF-SW
007450         GO TO 3250-EXIT
007460     END-IF.
007470     MOVE TX-TAX-RATE TO WS-TAX-RATE.
007480     MOVE 'Y' TO WS-TAX-FOUND-SW.
007490 3250-EXIT.
007500     EXIT.
007510
007520*-----------------------------------------------------------------
007530*  THE ADJUSTMENT GOES TO BILLING AS AN ORDINARY BILL OR CREDIT
007540*  FOR THE DIFFERENCE ONLY.  AREA AND PERIMETER ARE ZERO SO THE
007550*  MONTH-END AREA TOTALS DO NOT COUNT THE JOB TWICE.
007560*-----------------------------------------------------------------
007570 3300-WRITE-ADJUSTMENT.
007580     MOVE SPACES           TO RECT-BILLING-RECORD.
007590     MOVE RJ-JOB-ID       TO BL-JOB-ID.
007600     MOVE RJ-CUSTOMER-NO  TO BL-CUSTOMER-NO.
007610     MOVE RJ-CUSTOMER-NAME TO BL-CUSTOMER-NAME.
007620     MOVE ZERO            TO BL-WIDTH.
007630     MOVE ZERO            TO BL-LENGTH.
007640     MOVE ZERO            TO BL-AREA.
007650     MOVE ZERO            TO BL-PERIMETER.
007660     MOVE WS-PRICE-DIFF   TO BL-PRICE.
007670     MOVE WS-ADJ-TYPE     TO BL-BILL-TYPE.
007680     MOVE WS-RUN-DATE     TO BL-CALC-DATE.
007690     MOVE RJ-ORDER-NO     TO BL-ORDER-NO.
007700     MOVE WS-ADJ-TAX      TO BL-TAX-AMOUNT.
007710     MOVE WS-TAX-STATE    TO BL-TAX-STATE.
007720     MOVE WS-TAX-RATE     TO BL-TAX-RATE.
007730     WRITE RECT-BILLING-RECORD.
007740     IF NOT BILLING-STATUS-OK
007750         DISPLAY "WARNING: UNABLE TO WRITE BILLING, STATUS = "
007760             WS-BILLING-STATUS
007770     END-IF.
007780 3300-EXIT.
007790     EXIT.
007800
007810*-----------------------------------------------------------------
007820*  A REPRICED LINE OF A WORK ORDER MOVES THE ORDER HEADER'S
007830*  PRICE AND TAX TOTALS BY THE SAME DIFFERENCE THE BILLING
007840*  ADJUSTMENT CARRIES, SO THE ORDER INQUIRY KEEPS ADDING UP TO
007850*  ITS LINES.  A CREDIT BIGGER THAN THE HEADER TOTAL - WHICH
007860*  WOULD MEAN THE HEADER WAS ALREADY WRONG - FLOORS AT ZERO
007870*  WITH A WARNING RATHER THAN WRAPPING.
007880*-----------------------------------------------------------------
007890 3400-ADJUST-ORDER-HEADER.
007900     MOVE RJ-ORDER-NO TO OH-ORDER-NO.
007910     READ RECT-ORDER-FILE
007920         INVALID KEY
007930             DISPLAY "RECTRPRC: ORDER " RJ-ORDER-NO
007940                 " NOT ON RECTORD - HEADER NOT ADJUSTED."
007950             GO TO 3400-EXIT
007960     END-READ.
007970     IF WS-ADJ-TYPE = 'B'
007980         ADD WS-PRICE-DIFF TO OH-TOTAL-PRICE
007990         ADD WS-ADJ-TAX    TO OH-TAX-AMOUNT
008000     ELSE
008010         IF WS-PRICE-DIFF > OH-TOTAL-PRICE
008020             DISPLAY "RECTRPRC: ORDER " RJ-ORDER-NO
008030                 " HEADER TOTAL SHORT OF THE CREDIT - SET "
008040                 "TO ZERO."
008050             MOVE ZERO TO OH-TOTAL-PRICE
008060         ELSE
008070             SUBTRACT WS-PRICE-DIFF FROM OH-TOTAL-PRICE
008080         END-IF
008090         IF WS-ADJ-TAX > OH-TAX-AMOUNT
008100             MOVE ZERO TO OH-TAX-AMOUNT
008110         ELSE
008120             SUBTRACT WS-ADJ-TAX FROM OH-TAX-AMOUNT
008130         END-IF
008140     END-IF.
008150     REWRITE RECT-ORDER-RECORD
008160         INVALID KEY
008170             DISPLAY "RECTRPRC: UNABLE TO REWRITE ORDER "
008180                 OH-ORDER-NO
008190     END-REWRITE.
008200 3400-EXIT.
008210     EXIT.
008220
008230 3500-WRITE-REPORT-LINE.
008240     MOVE RJ-JOB-ID      TO WD-JOB-ID.
008250     MOVE RJ-CUSTOMER-NO TO WD-CUSTOMER-NO.
008260     MOVE RJ-CALC-DATE   TO WD-CALC-DATE.
008270     MOVE WS-OLD-PRICE   TO WD-OLD-PRICE.
008280     MOVE WS-NEW-PRICE   TO WD-NEW-PRICE.
008290     MOVE WS-PRICE-DIFF  TO WD-DIFFERENCE.
008300     IF WS-ADJ-TYPE = 'B'
008310         MOVE "BILL  " TO WD-TYPE
008320     ELSE
008330         MOVE "CREDIT" TO WD-TYPE
008340     END-IF.
008350     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
008360     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008370 3500-EXIT.
008380     EXIT.
008390
008400 5000-WRITE-TOTALS.
008410     MOVE SPACES TO WS-PRINT-LINE.
008420     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008430     MOVE "JOBS READ. . . . . . . . . . ." TO WT-CAPTION.
008440     MOVE WS-READ-COUNT TO WT-COUNT.
008450     MOVE ZERO          TO WT-AMOUNT.
008460     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008470     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008480     MOVE "ACTIVE JOBS IN RANGE . . . . ." TO WT-CAPTION.
008490     MOVE WS-IN-RANGE-COUNT TO WT-COUNT.
008500     MOVE ZERO          TO WT-AMOUNT.
008510     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008520     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008530     MOVE "JOBS REPRICED. . . . . . . . ." TO WT-CAPTION.
008540     MOVE WS-REPRICED-COUNT TO WT-COUNT.
008550     MOVE ZERO          TO WT-AMOUNT.
008560     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008570     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008580     MOVE "JOBS UNCHANGED . . . . . . . ." TO WT-CAPTION.
008590     MOVE WS-UNCHANGED-COUNT TO WT-COUNT.
008600     MOVE ZERO          TO WT-AMOUNT.
008610     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008620     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008630     MOVE "JOBS STILL WITHOUT A RATE. . ." TO WT-CAPTION.
008640     MOVE WS-NO-RATE-COUNT TO WT-COUNT.
008650     MOVE ZERO          TO WT-AMOUNT.
008660     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008670     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008680     MOVE "ADDITIONAL BILLINGS SENT . . ." TO WT-CAPTION.
008690     MOVE ZERO              TO WT-COUNT.
008700     MOVE WS-ADDED-AMOUNT   TO WT-AMOUNT.
008710     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008720     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008730     MOVE "CREDITS SENT . . . . . . . . ." TO WT-CAPTION.
008740     MOVE ZERO              TO WT-COUNT.
008750     MOVE WS-CREDITED-AMOUNT TO WT-AMOUNT.
008760     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008770     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008780 5000-EXIT.
008790     EXIT.
008800
008810 7000-WRITE-REPORT-LINE.
008820     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008830         MOVE ZERO TO WS-LINE-COUNT
008840     END-IF.
008850     IF WS-LINE-COUNT = ZERO
008860         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
008870     END-IF.
008880     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
008890     WRITE RECT-REPORT-LINE.
008900     ADD 1 TO WS-LINE-COUNT.
008910 7000-EXIT.
008920     EXIT.
008930
008940 7500-WRITE-HEADINGS.
008950     ADD 1 TO WS-PAGE-NUMBER.
008960     MOVE WS-RUN-DATE    TO WH1-RUN-DATE.
008970     MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
008980     MOVE WS-HEADING-LINE-1 TO RECT-REPORT-LINE.
008990     WRITE RECT-REPORT-LINE.
009000     MOVE SPACES TO RECT-REPORT-LINE.
009010     WRITE RECT-REPORT-LINE.
009020     MOVE WS-HEADING-LINE-2 TO RECT-REPORT-LINE.
009030     WRITE RECT-REPORT-LINE.
009040     MOVE 3 TO WS-LINE-COUNT.
009050 7500-EXIT.
009060     EXIT.
009070
009080 9000-TERMINATE.
009090     CLOSE RECT-MASTER-FILE.
009100     CLOSE RECT-RATE-FILE.
009110     CLOSE RECT-TAX-FILE.
009120     CLOSE RECT-CUSTOMER-FILE.
009130     CLOSE RECT-ORDER-FILE.
009140     IF AGREEMENT-FILE-OPEN
009150         CLOSE RECT-AGREEMENT-FILE
009160     END-IF.
009170     CLOSE RECT-JOURNAL-FILE.
009180     CLOSE RECT-BILLING-FILE.
009190     CLOSE RECT-REPORT-FILE.
009200     IF RUN-LOCK-SET
009210         PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
009220     END-IF.
009230     DISPLAY "RECTRPRC: " WS-REPRICED-COUNT
009240         " JOB(S) REPRICED, " WS-NO-RATE-COUNT
009250         " STILL WITHOUT A RATE.".
009260 9000-EXIT.
009270     EXIT.
009280
009290 9100-RELEASE-RUN-LOCK.
009300     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
009310     MOVE 'N' TO RL-LOCK-STATUS.
009320     OPEN OUTPUT RECT-LOCK-FILE.
009330     WRITE RECT-RUN-LOCK-RECORD.
009340     IF NOT LOCK-STATUS-OK
009350         DISPLAY "RECTRPRC: UNABLE TO RELEASE RUN LOCK, "
009360             "STATUS = " WS-LOCK-STATUS
009370     END-IF.
009380     CLOSE RECT-LOCK-FILE.
009390 9100-EXIT.
009400     EXIT.
