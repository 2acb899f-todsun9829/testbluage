000180*                   AN N30 AFTER 30 DAYS, AN N60 AFTER 60.  THE
000190*                   TERMS FIELD ON RECTCUS FINALLY EARNS ITS
000200*                   KEEP.
000210*  10/15/2026 DK    A CUSTOMER WHOSE OPEN BALANCE IS OVER THE
000220*                   CREDIT LIMIT ON RECTCUS GETS A FLAG LINE
000230*                   UNDER ITS AGING LINE SHOWING THE LIMIT AND
000240*                   THE AMOUNT OVER, AND THE OVER-LIMIT
000250*                   CUSTOMERS ARE COUNTED AT THE FOOT.
000260*-----------------------------------------------------------------
000270 REMARKS.        SWEEPS THE OPEN-ITEMS FILE, SKIPS PAID ITEMS,
000280                 ROLLS EACH OPEN BALANCE INTO ITS CUSTOMER'S
000290                 AGING LINE, AND PRINTS ONE LINE PER CUSTOMER
000300                 WITH GRAND TOTALS.  THE TERMS USED ARE THE
000310                 CUSTOMER'S CURRENT TERMS FROM RECTCUS; AN
000320                 INVOICE WHOSE CUSTOMER HAS LEFT THE MASTER IS
000330                 AGED ON THE TERMS STORED WHEN IT WAS BILLED.
000340                 CUSTOMERS OVER THEIR CREDIT LIMIT ARE FLAGGED.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RECT-OPEN-FILE    ASSIGN TO "RECTOPN"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS OI-INVOICE-NO
000460         FILE STATUS IS WS-OPEN-STATUS.
000470     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS CU-CUSTOMER-NO
000510         FILE STATUS IS WS-CUSTOMER-STATUS.
000520     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTGRPT"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  RECT-OPEN-FILE
000590     LABEL RECORDS ARE STANDARD
000600     RECORD CONTAINS 80 CHARACTERS.
000610     COPY RECTOPN.
000620
000630 FD  RECT-CUSTOMER-FILE
000640     LABEL RECORDS ARE STANDARD
000650     RECORD CONTAINS 140 CHARACTERS.
000660     COPY RECTCUS.
000670
000680 FD  RECT-REPORT-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 80 CHARACTERS.
000720 01  RECT-REPORT-LINE           PIC X(80).
000730
000740 WORKING-STORAGE SECTION.
000750 77  WS-OPEN-STATUS         PIC X(02) VALUE '00'.
000760     88  OPEN-STATUS-OK          VALUE '00'.
000770 77  WS-CUSTOMER-STATUS     PIC X(02) VALUE '00'.
000780     88  CUSTOMER-STATUS-OK      VALUE '00'.
000790 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
000800     88  REPORT-STATUS-OK        VALUE '00'.
000810 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
000820     88  INIT-FAILED             VALUE 'N'.
000830 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
000840     88  END-OF-ITEMS            VALUE 'Y'.
000850 77  WS-RUN-DATE            PIC 9(08).
000860 77  WS-PAGE-NUMBER         PIC 9(04) COMP VALUE ZERO.
000870 77  WS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
000880 77  WS-LINES-PER-PAGE      PIC 9(03) VALUE 050.
000890 77  WS-ITEM-COUNT          PIC 9(08) COMP VALUE ZERO.
000900 77  WS-BALANCE             PIC 9(08)V99 VALUE ZERO.
000910 77  WS-TERMS               PIC X(03).
000920 77  WS-TERMS-DAYS          PIC 9(03) VALUE ZERO.
000930 77  WS-TODAY-DAYS          PIC 9(08) COMP VALUE ZERO.
000940 77  WS-INVOICE-DAYS        PIC 9(08) COMP VALUE ZERO.
000950 77  WS-WORK-DAYS           PIC 9(08) COMP VALUE ZERO.
000960 77  WS-PAST-DUE-DAYS       PIC S9(08) COMP VALUE ZERO.
000970 77  WS-CUST-COUNT          PIC 9(03) COMP VALUE ZERO.
000980 77  WS-AG-IX               PIC 9(03) COMP VALUE ZERO.
000990 77  WS-AG-SLOT             PIC 9(03) COMP VALUE ZERO.
001000 77  WS-AG-MAX              PIC 9(03) VALUE 200.
001010 77  WS-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001020     88  AGING-TABLE-FULL        VALUE 'Y'.
001030 77  WS-CUST-TOTAL          PIC 9(10)V99 VALUE ZERO.
001040 77  WS-OVER-LIMIT-COUNT    PIC 9(05) COMP VALUE ZERO.
001050
001060 01  WS-WORK-DATE               PIC 9(08).
001070 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
001080     05  WS-WORK-YYYY            PIC 9(04).
001090     05  WS-WORK-MM              PIC 9(02).
001100     05  WS-WORK-DD              PIC 9(02).
001110
001120*-----------------------------------------------------------------
001130*  ONE AGING LINE PER CUSTOMER, ACCUMULATED AS THE OPEN ITEMS
001140*  ARE SWEPT.  SLOTS ARE TAKEN IN FIRST-SEEN ORDER; WITH THE
001150*  ITEMS KEYED BY INVOICE NUMBER THAT COMES OUT ROUGHLY
001160*  CHRONOLOGICAL, WHICH THE OFFICE PREFERS ANYWAY.
001170*-----------------------------------------------------------------
001180 01  WS-AGING-TABLE.
001190     05  WS-AG-ENTRY OCCURS 200 TIMES.
001200         10  WS-AG-CUSTOMER-NO   PIC 9(05).
001210         10  WS-AG-NAME          PIC X(20).
001220         10  WS-AG-CURRENT       PIC 9(08)V99.
001230         10  WS-AG-DAYS-30       PIC 9(08)V99.
001240         10  WS-AG-DAYS-60       PIC 9(08)V99.
001250         10  WS-AG-DAYS-90       PIC 9(08)V99.
001260         10  WS-AG-OVER-90       PIC 9(08)V99.
001270         10  WS-AG-CREDIT-LIMIT  PIC 9(08)V99.
001280
001290 01  WS-GRAND-TOTALS.
001300     05  WS-GT-CURRENT           PIC 9(10)V99 VALUE ZERO.
001310     05  WS-GT-DAYS-30           PIC 9(10)V99 VALUE ZERO.
001320     05  WS-GT-DAYS-60           PIC 9(10)V99 VALUE ZERO.
001330     05  WS-GT-DAYS-90           PIC 9(10)V99 VALUE ZERO.
001340     05  WS-GT-OVER-90           PIC 9(10)V99 VALUE ZERO.
001350
001360 01  WS-PRINT-LINE              PIC X(80).
001370
001380 01  WS-HEADING-LINE-1.
001390     05  FILLER                  PIC X(37) VALUE
001400         "RECTAGE - A/R AGING BY CUSTOMER      ".
001410     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001420     05  WH1-RUN-DATE            PIC 9(08).
001430     05  FILLER                  PIC X(09) VALUE "   PAGE: ".
001440     05  WH1-PAGE-NUMBER         PIC ZZZ9.
001450
001460 01  WS-HEADING-LINE-2.
001470     05  FILLER                  PIC X(26) VALUE
001480         "CUST  NAME                ".
001490     05  FILLER                  PIC X(27) VALUE
001500         "  CURRENT     1-30    31-60".
001510     05  FILLER                  PIC X(27) VALUE
001520         "    61-90   OVER90    TOTAL".
001530
001540 01  WS-DETAIL-LINE.
001550     05  WD-CUSTOMER-NO          PIC 9(05).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  WD-NAME                 PIC X(20).
001580     05  WD-CURRENT              PIC Z(05)9.99.
001590     05  WD-DAYS-30              PIC Z(05)9.99.
001600     05  WD-DAYS-60              PIC Z(05)9.99.
001610     05  WD-DAYS-90              PIC Z(05)9.99.
001620     05  WD-OVER-90              PIC Z(05)9.99.
001630     05  WD-TOTAL                PIC Z(05)9.99.
001640
001650 01  WS-LIMIT-LINE.
001660     05  FILLER                  PIC X(06) VALUE SPACES.
001670     05  FILLER                  PIC X(29) VALUE
001680         "*** OVER CREDIT LIMIT - LIMIT".
001690     05  WL-CREDIT-LIMIT         PIC Z(07)9.99.
001700     05  FILLER                  PIC X(09) VALUE "  OVER BY".
001710     05  WL-OVER-BY              PIC Z(07)9.99.
001720
001730 01  WS-OVER-LIMIT-LINE.
001740     05  FILLER                  PIC X(32) VALUE
001750         "CUSTOMERS OVER CREDIT LIMIT . .".
001760     05  WO-OVER-LIMIT-COUNT     PIC ZZZZ9.
001770
001780 PROCEDURE DIVISION.
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001810     IF NOT INIT-FAILED
001820         PERFORM 2000-PROCESS-ITEM THRU 2000-EXIT
001830             UNTIL END-OF-ITEMS
001840         PERFORM 5000-WRITE-REPORT THRU 5000-EXIT
001850     END-IF.
001860     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001870     STOP RUN.
001880
001890 1000-INITIALIZE.
001900     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001910     MOVE WS-RUN-DATE TO WS-WORK-DATE.
001920     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT.
001930     MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.
001940     OPEN INPUT RECT-OPEN-FILE.
001950     IF NOT OPEN-STATUS-OK
001960         DISPLAY "RECTAGE: UNABLE TO OPEN RECTOPN, STATUS = "
001970             WS-OPEN-STATUS
001980         MOVE 'N' TO WS-INIT-OK
001990         MOVE 'Y' TO WS-EOF-SWITCH
002000         GO TO 1000-EXIT.
002010     OPEN INPUT RECT-CUSTOMER-FILE.
002020     IF NOT CUSTOMER-STATUS-OK
002030         DISPLAY "RECTAGE: UNABLE TO OPEN RECTCUS, STATUS = "
002040             WS-CUSTOMER-STATUS
002050         MOVE 'N' TO WS-INIT-OK
002060         MOVE 'Y' TO WS-EOF-SWITCH
002070         GO TO 1000-EXIT.
002080     OPEN OUTPUT RECT-REPORT-FILE.
002090     IF NOT REPORT-STATUS-OK
002100         DISPLAY "RECTAGE: UNABLE TO OPEN RECTGRPT, STATUS = "
002110             WS-REPORT-STATUS
002120         MOVE 'N' TO WS-INIT-OK
002130         MOVE 'Y' TO WS-EOF-SWITCH
002140         GO TO 1000-EXIT.
002150     MOVE ZERO TO OI-INVOICE-NO.
002160     START RECT-OPEN-FILE KEY NOT LESS THAN OI-INVOICE-NO
002170         INVALID KEY
002180             MOVE 'Y' TO WS-EOF-SWITCH
002190     END-START.
002200 1000-EXIT.
002210     EXIT.
002220
002230*-----------------------------------------------------------------
002240*  ONE OPEN ITEM PER PASS.  THE BALANCE IS AGED AGAINST THE DUE
002250*  DATE THE CUSTOMER'S TERMS GIVE IT AND ROLLED INTO THE
002260*  CUSTOMER'S LINE IN THE AGING TABLE.
002270*-----------------------------------------------------------------
002280 2000-PROCESS-ITEM.
002290     READ RECT-OPEN-FILE NEXT RECORD
002300         AT END
002310             MOVE 'Y' TO WS-EOF-SWITCH
002320             GO TO 2000-EXIT
002330     END-READ.
002340     IF NOT OPEN-STATUS-OK
002350         MOVE 'Y' TO WS-EOF-SWITCH
002360         GO TO 2000-EXIT
002370     END-IF.
002380     IF OI-STATUS-PAID
002390         GO TO 2000-EXIT
002400     END-IF.
002410     COMPUTE WS-BALANCE =
002420         OI-INVOICE-AMOUNT - OI-PAID-AMOUNT.
002430     IF WS-BALANCE = ZERO
002440         GO TO 2000-EXIT
002450     END-IF.
002460     ADD 1 TO WS-ITEM-COUNT.
002470     PERFORM 2100-FIND-TERMS THRU 2100-EXIT.
002480     PERFORM 2200-AGE-BALANCE THRU 2200-EXIT.
002490 2000-EXIT.
002500     EXIT.
002510
002520*-----------------------------------------------------------------
002530*  THE TERMS THAT AGE AN INVOICE ARE THE CUSTOMER'S CURRENT
002540*  TERMS ON THE MASTER; A CUSTOMER NO LONGER ON FILE KEEPS THE
002550*  TERMS STORED ON THE OPEN ITEM WHEN IT WAS BILLED.  CSH IS
002560*  DUE AT ONCE, N30 IN 30 DAYS, N60 IN 60.
002570*-----------------------------------------------------------------
002580 2100-FIND-TERMS.
002590     MOVE OI-CUSTOMER-NO TO CU-CUSTOMER-NO.
002600     READ RECT-CUSTOMER-FILE
002610         INVALID KEY
002620             MOVE OI-BILLING-TERMS TO WS-TERMS
002630     NOT INVALID KEY
002640             MOVE CU-BILLING-TERMS TO WS-TERMS
002650     END-READ.
002660     EVALUATE WS-TERMS
002670         WHEN 'N30'
002680             MOVE 030 TO WS-TERMS-DAYS
002690         WHEN 'N60'
002700             MOVE 060 TO WS-TERMS-DAYS
002710         WHEN OTHER
002720             MOVE ZERO TO WS-TERMS-DAYS
002730     END-EVALUATE.
002740 2100-EXIT.
002750     EXIT.
002760
002770 2200-AGE-BALANCE.
002780     MOVE OI-INVOICE-DATE TO WS-WORK-DATE.
002790     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT.
002800     MOVE WS-WORK-DAYS TO WS-INVOICE-DAYS.
002810     COMPUTE WS-PAST-DUE-DAYS =
002820         WS-TODAY-DAYS - WS-INVOICE-DAYS - WS-TERMS-DAYS.
002830     PERFORM 2300-FIND-CUSTOMER-SLOT THRU 2300-EXIT.
002840     IF WS-AG-SLOT = ZERO
002850         GO TO 2200-EXIT
002860     END-IF.
002870     EVALUATE TRUE
002880         WHEN WS-PAST-DUE-DAYS NOT GREATER THAN ZERO
002890             ADD WS-BALANCE TO WS-AG-CURRENT (WS-AG-SLOT)
002900             ADD WS-BALANCE TO WS-GT-CURRENT
002910         WHEN WS-PAST-DUE-DAYS NOT GREATER THAN 30
002920             ADD WS-BALANCE TO WS-AG-DAYS-30 (WS-AG-SLOT)
002930             ADD WS-BALANCE TO WS-GT-DAYS-30
002940         WHEN WS-PAST-DUE-DAYS NOT GREATER THAN 60
002950             ADD WS-BALANCE TO WS-AG-DAYS-60 (WS-AG-SLOT)
002960             ADD WS-BALANCE TO WS-GT-DAYS-60
002970         WHEN WS-PAST-DUE-DAYS NOT GREATER THAN 90
002980             ADD WS-BALANCE TO WS-AG-DAYS-90 (WS-AG-SLOT)
002990             ADD WS-BALANCE TO WS-GT-DAYS-90
003000         WHEN OTHER
003010             ADD WS-BALANCE TO WS-AG-OVER-90 (WS-AG-SLOT)
003020             ADD WS-BALANCE TO WS-GT-OVER-90
003030     END-EVALUATE.
003040 2200-EXIT.
003050     EXIT.
003060
003070 2300-FIND-CUSTOMER-SLOT.
003080     MOVE ZERO TO WS-AG-SLOT.
003090     PERFORM 2350-CHECK-SLOT THRU 2350-EXIT
003100         VARYING WS-AG-IX FROM 1 BY 1
003110         UNTIL WS-AG-IX > WS-CUST-COUNT
003120            OR WS-AG-SLOT > ZERO.
003130     IF WS-AG-SLOT > ZERO
003140         GO TO 2300-EXIT
003150     END-IF.
003160     IF WS-CUST-COUNT NOT LESS THAN WS-AG-MAX
003170         IF NOT AGING-TABLE-FULL
003180             MOVE 'Y' TO WS-TABLE-FULL-SW
003190             DISPLAY "RECTAGE: MORE THAN " WS-AG-MAX
003200                 " CUSTOMERS - REMAINDER NOT AGED THIS RUN."
003210         END-IF
003220         GO TO 2300-EXIT
003230     END-IF.
003240     ADD 1 TO WS-CUST-COUNT.
003250     MOVE WS-CUST-COUNT TO WS-AG-SLOT.
003260     MOVE OI-CUSTOMER-NO   TO WS-AG-CUSTOMER-NO (WS-AG-SLOT).
003270     IF CUSTOMER-STATUS-OK
003280         MOVE CU-CUSTOMER-NAME TO WS-AG-NAME (WS-AG-SLOT)
003290     ELSE
003300         MOVE OI-CUSTOMER-NAME TO WS-AG-NAME (WS-AG-SLOT)
003310     END-IF.
003320*    A RECORD SET UP BEFORE THE LIMIT FIELD EXISTED HAS SPACES
003330*    THERE; IT AND A CUSTOMER GONE FROM THE MASTER HAVE NO LIMIT.
003340     MOVE ZERO TO WS-AG-CREDIT-LIMIT (WS-AG-SLOT).
003350     IF CUSTOMER-STATUS-OK
003360         IF CU-CREDIT-LIMIT NUMERIC
003370             MOVE CU-CREDIT-LIMIT
003380                 TO WS-AG-CREDIT-LIMIT (WS-AG-SLOT)
003390         END-IF
003400     END-IF.
003410     MOVE ZERO TO WS-AG-CURRENT (WS-AG-SLOT).
003420     MOVE ZERO TO WS-AG-DAYS-30 (WS-AG-SLOT).
003430     MOVE ZERO TO WS-AG-DAYS-60 (WS-AG-SLOT).
003440     MOVE ZERO TO WS-AG-DAYS-90 (WS-AG-SLOT).
003450     MOVE ZERO TO WS-AG-OVER-90 (WS-AG-SLOT).
003460 2300-EXIT.
003470     EXIT.
003480
003490 2350-CHECK-SLOT.
003500     IF WS-AG-CUSTOMER-NO (WS-AG-IX) = OI-CUSTOMER-NO
003510         MOVE WS-AG-IX TO WS-AG-SLOT
003520     END-IF.
003530 2350-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------------
003570*  TURNS A YYYYMMDD DATE INTO A DAY COUNT ON THE SHOP CALENDAR
003580*  SCALE (YEAR * 372 + MONTH * 31 + DAY).  THE SCALE RUNS
003590*  STRICTLY FORWARD WITH THE CALENDAR AND A DIFFERENCE OF N IS
003600*  WITHIN A DAY OR TWO OF N REAL DAYS, WHICH IS AS FINE AS A
003610*  30/60/90 AGING BUCKET NEEDS.
003620*-----------------------------------------------------------------
003630 2500-DATE-TO-DAYS.
003640     COMPUTE WS-WORK-DAYS =
003650         WS-WORK-YYYY * 372 + WS-WORK-MM * 31 + WS-WORK-DD.
003660 2500-EXIT.
003670     EXIT.
003680
003690 5000-WRITE-REPORT.
003700     PERFORM 5100-WRITE-CUSTOMER-LINE THRU 5100-EXIT
003710         VARYING WS-AG-IX FROM 1 BY 1
003720         UNTIL WS-AG-IX > WS-CUST-COUNT.
003730     MOVE SPACES TO WS-PRINT-LINE.
003740     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003750     MOVE SPACES TO WS-DETAIL-LINE.
003760     MOVE ZERO   TO WD-CUSTOMER-NO.
003770     MOVE "GRAND TOTAL" TO WD-NAME.
003780     MOVE WS-GT-CURRENT TO WD-CURRENT.
003790     MOVE WS-GT-DAYS-30 TO WD-DAYS-30.
003800     MOVE WS-GT-DAYS-60 TO WD-DAYS-60.
003810     MOVE WS-GT-DAYS-90 TO WD-DAYS-90.
003820     MOVE WS-GT-OVER-90 TO WD-OVER-90.
003830     COMPUTE WD-TOTAL =
003840         WS-GT-CURRENT + WS-GT-DAYS-30 + WS-GT-DAYS-60
003850         + WS-GT-DAYS-90 + WS-GT-OVER-90.
003860     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
003870     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003880     MOVE WS-OVER-LIMIT-COUNT TO WO-OVER-LIMIT-COUNT.
003890     MOVE WS-OVER-LIMIT-LINE TO WS-PRINT-LINE.
003900     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003910 5000-EXIT.
003920     EXIT.
003930
003940 5100-WRITE-CUSTOMER-LINE.
003950     MOVE WS-AG-CUSTOMER-NO (WS-AG-IX) TO WD-CUSTOMER-NO.
003960     MOVE WS-AG-NAME (WS-AG-IX)        TO WD-NAME.
003970     MOVE WS-AG-CURRENT (WS-AG-IX)     TO WD-CURRENT.
003980     MOVE WS-AG-DAYS-30 (WS-AG-IX)     TO WD-DAYS-30.
003990     MOVE WS-AG-DAYS-60 (WS-AG-IX)     TO WD-DAYS-60.
004000     MOVE WS-AG-DAYS-90 (WS-AG-IX)     TO WD-DAYS-90.
004010     MOVE WS-AG-OVER-90 (WS-AG-IX)     TO WD-OVER-90.
004020     COMPUTE WS-CUST-TOTAL =
004030         WS-AG-CURRENT (WS-AG-IX) + WS-AG-DAYS-30 (WS-AG-IX)
004040         + WS-AG-DAYS-60 (WS-AG-IX) + WS-AG-DAYS-90 (WS-AG-IX)
004050         + WS-AG-OVER-90 (WS-AG-IX).
004060     MOVE WS-CUST-TOTAL TO WD-TOTAL.
004070     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
004080     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004090     IF WS-AG-CREDIT-LIMIT (WS-AG-IX) > ZERO
004100         AND WS-CUST-TOTAL > WS-AG-CREDIT-LIMIT (WS-AG-IX)
004110         ADD 1 TO WS-OVER-LIMIT-COUNT
004120         MOVE WS-AG-CREDIT-LIMIT (WS-AG-IX) TO WL-CREDIT-LIMIT
004130         COMPUTE WL-OVER-BY =
004140             WS-CUST-TOTAL - WS-AG-CREDIT-LIMIT (WS-AG-IX)
004150         MOVE WS-LIMIT-LINE TO WS-PRINT-LINE
004160         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004170     END-IF.
004180 5100-EXIT.
004190     EXIT.
004200
004210 7000-WRITE-REPORT-LINE.
004220     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
004230         MOVE ZERO TO WS-LINE-COUNT
004240     END-IF.
004250     IF WS-LINE-COUNT = ZERO
004260         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
004270     END-IF.
004280     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
004290     WRITE RECT-REPORT-LINE.
004300     ADD 1 TO WS-LINE-COUNT.
004310 7000-EXIT.
004320     EXIT.
004330
004340 7500-WRITE-HEADINGS.
004350     ADD 1 TO WS-PAGE-NUMBER.
004360     MOVE WS-RUN-DATE    TO WH1-RUN-DATE.
004370     MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
004380     MOVE WS-HEADING-LINE-1 TO RECT-REPORT-LINE.
004390     WRITE RECT-REPORT-LINE.
004400     MOVE SPACES TO RECT-REPORT-LINE.
004410     WRITE RECT-REPORT-LINE.
004420     MOVE WS-HEADING-LINE-2 TO RECT-REPORT-LINE.
004430     WRITE RECT-REPORT-LINE.
004440     MOVE 3 TO WS-LINE-COUNT.
004450 7500-EXIT.
004460     EXIT.
004470
004480 9000-TERMINATE.
004490     CLOSE RECT-OPEN-FILE.
004500     CLOSE RECT-CUSTOMER-FILE.
004510     CLOSE RECT-REPORT-FILE.
004520     DISPLAY "RECTAGE: " WS-ITEM-COUNT " OPEN ITEM(S) AGED FOR "
004530         WS-CUST-COUNT " CUSTOMER(S).".
004540     DISPLAY "RECTAGE: " WS-OVER-LIMIT-COUNT
004550         " CUSTOMER(S) OVER CREDIT LIMIT.".
004560 9000-EXIT.
004570     EXIT.
