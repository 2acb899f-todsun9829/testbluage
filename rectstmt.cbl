000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTSTMT.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  MONTH-END CUSTOMER
000120*                   STATEMENT OF ACCOUNT OFF THE OPEN-ITEMS FILE
000130*                   (RECTOPN) AND THE CASH-RECEIPTS LOG (RECTCSH).
000140*                   ONE MAIL-READY STATEMENT PER CUSTOMER WITH
000150*                   ACTIVITY OR A BALANCE: ADDRESS BLOCK FROM
000160*                   RECTCUS, BALANCE FORWARD, EVERY INVOICE AND
000170*                   PAYMENT IN THE PERIOD WITH A RUNNING BALANCE,
000180*                   THE CLOSING BALANCE, AN AGING LINE BUCKETED
000190*                   THE WAY RECTAGE BUCKETS IT, AND A DUNNING
000200*                   MESSAGE PICKED BY THE OLDEST PAST-DUE BUCKET.
000210*                   CONTROL TOTALS AT THE END TIE TO THE RECTAGE
000220*                   GRAND TOTALS FOR THE STATEMENT DATE.
000230*  10/15/2026 DK    CREDIT ON ACCOUNT AND RETURNED CHECKS: CREDIT
000240*                   APPLIED TO AN INVOICE LISTS AS A PAYMENT, A
000250*                   RETURNED CHECK LISTS AS A CHARGE, AND THE
000260*                   CUSTOMER'S CREDIT ON ACCOUNT (RECTOAC) PRINTS
000270*                   UNDER THE CLOSING BALANCE.  CASH PUT ON OR
000280*                   TAKEN OFF ACCOUNT TOUCHES NO INVOICE AND IS
000290*                   LEFT OUT OF THE INVOICE BALANCES.
000300*-----------------------------------------------------------------
000310 REMARKS.        THE PARAMETER CARD (RECTSPRM) GIVES THE PERIOD;
000320                 NO CARD MEANS THE MONTH TO DATE.  THE CASH LOG
000330                 IS READ FIRST: PAYMENTS IN THE PERIOD ARE HELD
000340                 FOR PRINTING AND PAYMENTS POSTED AFTER THE
000350                 STATEMENT DATE ARE HELD BY INVOICE AND ADDED
000360                 BACK, SO A LATE RUN STILL SHOWS EACH INVOICE AS
000370                 IT STOOD ON THE STATEMENT DATE.  THE OPEN ITEMS
000380                 ARE THEN SWEPT AND AGED, AND THE STATEMENTS ARE
000390                 PRINTED IN CUSTOMER NUMBER ORDER.  THE BALANCE
000400                 FORWARD IS THE CLOSING BALANCE LESS THE
000410                 PERIOD'S INVOICES AND RETURNED CHECKS PLUS ITS
000420                 PAYMENTS.
000430
000440 ENVIRONMENT DIVISION.
000450 CONFIGURATION SECTION.
000460 SOURCE-COMPUTER. IBM-370.
000470 OBJECT-COMPUTER. IBM-370.
000480 INPUT-OUTPUT SECTION.
000490 FILE-CONTROL.
000500     SELECT RECT-PARM-FILE    ASSIGN TO "RECTSPRM"
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-PARM-STATUS.
000530     SELECT RECT-OPEN-FILE    ASSIGN TO "RECTOPN"
000540         ORGANIZATION IS INDEXED
000550         ACCESS MODE IS DYNAMIC
000560         RECORD KEY IS OI-INVOICE-NO
000570         FILE STATUS IS WS-OPEN-STATUS.
000580     SELECT RECT-CASH-FILE    ASSIGN TO "RECTCSH"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CASH-STATUS.
000610     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
000620         ORGANIZATION IS INDEXED
000630         ACCESS MODE IS DYNAMIC
000640         RECORD KEY IS CU-CUSTOMER-NO
000650         FILE STATUS IS WS-CUSTOMER-STATUS.
000660     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTSRPT"
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-REPORT-STATUS.
000690     SELECT RECT-ON-ACCOUNT-FILE ASSIGN TO "RECTOAC"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS OA-CUSTOMER-NO
000730         FILE STATUS IS WS-ONACCT-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  RECT-PARM-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810     COPY RECTSPRM.
000820
000830 FD  RECT-OPEN-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 80 CHARACTERS.
000860     COPY RECTOPN.
000870
000880 FD  RECT-CASH-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 70 CHARACTERS.
000910     COPY RECTCSH.
000920
000930 FD  RECT-CUSTOMER-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 140 CHARACTERS.
000960     COPY RECTCUS.
000970
000980 FD  RECT-REPORT-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 80 CHARACTERS.
001020 01  RECT-REPORT-LINE           PIC X(80).
001030
001040 FD  RECT-ON-ACCOUNT-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 60 CHARACTERS.
001070     COPY RECTOAC.
001080
001090 WORKING-STORAGE SECTION.
001100 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
001110     88  PARM-STATUS-OK          VALUE '00'.
001120 77  WS-OPEN-STATUS         PIC X(02) VALUE '00'.
001130     88  OPEN-STATUS-OK          VALUE '00'.
001140 77  WS-CASH-STATUS         PIC X(02) VALUE '00'.
001150     88  CASH-STATUS-OK          VALUE '00'.
001160     88  CASH-FILE-NOT-FOUND     VALUE '35'.
001170 77  WS-CUSTOMER-STATUS     PIC X(02) VALUE '00'.
001180     88  CUSTOMER-STATUS-OK      VALUE '00'.
001190 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
001200     88  REPORT-STATUS-OK        VALUE '00'.
001210 77  WS-ONACCT-STATUS       PIC X(02) VALUE '00'.
001220     88  ONACCT-STATUS-OK        VALUE '00'.
001230 77  WS-ONACCT-OPEN-SW      PIC X(01) VALUE 'N'.
001240     88  ONACCT-FILE-OPEN        VALUE 'Y'.
001250 77  WS-CASH-AMOUNT         PIC S9(09)V99 VALUE ZERO.
001260 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001270     88  INIT-FAILED             VALUE 'N'.
001280 77  WS-CASH-OPEN-SW        PIC X(01) VALUE 'N'.
001290     88  CASH-FILE-OPEN          VALUE 'Y'.
001300 77  WS-CASH-EOF-SW         PIC X(01) VALUE 'N'.
001310     88  END-OF-CASH             VALUE 'Y'.
001320 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001330     88  END-OF-ITEMS            VALUE 'Y'.
001340 77  WS-ALL-DONE-SW         PIC X(01) VALUE 'N'.
001350     88  ALL-STATEMENTS-DONE     VALUE 'Y'.
001360 77  WS-ACT-DONE-SW         PIC X(01) VALUE 'N'.
001370     88  ACTIVITY-LISTED         VALUE 'Y'.
001380 77  WS-IN-PERIOD-SW        PIC X(01) VALUE 'N'.
001390     88  INVOICE-IN-PERIOD       VALUE 'Y'.
001400 77  WS-RUN-DATE            PIC 9(08).
001410 77  WS-FROM-DATE           PIC 9(08).
001420 77  WS-THRU-DATE           PIC 9(08).
001430 77  WS-CASH-COUNT          PIC 9(08) COMP VALUE ZERO.
001440 77  WS-ITEM-COUNT          PIC 9(08) COMP VALUE ZERO.
001450 77  WS-STMT-COUNT          PIC 9(08) COMP VALUE ZERO.
001460 77  WS-BALANCE             PIC S9(09)V99 VALUE ZERO.
001470 77  WS-LATE-AMOUNT         PIC S9(09)V99 VALUE ZERO.
001480 77  WS-TERMS               PIC X(03).
001490 77  WS-TERMS-DAYS          PIC 9(03) VALUE ZERO.
001500 77  WS-STMT-DAYS           PIC 9(08) COMP VALUE ZERO.
001510 77  WS-INVOICE-DAYS        PIC 9(08) COMP VALUE ZERO.
001520 77  WS-WORK-DAYS           PIC 9(08) COMP VALUE ZERO.
001530 77  WS-PAST-DUE-DAYS       PIC S9(08) COMP VALUE ZERO.
001540 77  WS-FIND-CUSTNO         PIC 9(05) VALUE ZERO.
001550 77  WS-FIND-NAME           PIC X(30).
001560 77  WS-FIND-INVOICE-NO     PIC 9(07) VALUE ZERO.
001570 77  WS-CUST-COUNT          PIC 9(05) COMP VALUE ZERO.
001580 77  WS-ST-IX               PIC 9(05) COMP VALUE ZERO.
001590 77  WS-ST-SLOT             PIC 9(05) COMP VALUE ZERO.
001600 77  WS-ST-MAX              PIC 9(05) VALUE 00500.
001610 77  WS-ST-FULL-SW          PIC X(01) VALUE 'N'.
001620     88  STATEMENT-TABLE-FULL    VALUE 'Y'.
001630 77  WS-ACT-COUNT           PIC 9(05) COMP VALUE ZERO.
001640 77  WS-AC-IX               PIC 9(05) COMP VALUE ZERO.
001650 77  WS-AC-NEXT             PIC 9(05) COMP VALUE ZERO.
001660 77  WS-AC-MAX              PIC 9(05) VALUE 02000.
001670 77  WS-AC-FULL-SW          PIC X(01) VALUE 'N'.
001680     88  ACTIVITY-TABLE-FULL     VALUE 'Y'.
001690 77  WS-NEW-TYPE            PIC X(01).
001700 77  WS-NEW-DATE            PIC 9(08).
001710 77  WS-NEW-INVOICE-NO      PIC 9(07).
001720 77  WS-NEW-AMOUNT          PIC 9(08)V99.
001730 77  WS-LATE-COUNT          PIC 9(05) COMP VALUE ZERO.
001740 77  WS-LC-IX               PIC 9(05) COMP VALUE ZERO.
001750 77  WS-LC-SLOT             PIC 9(05) COMP VALUE ZERO.
001760 77  WS-LC-MAX              PIC 9(05) VALUE 02000.
001770 77  WS-LC-FULL-SW          PIC X(01) VALUE 'N'.
001780     88  LATE-CASH-TABLE-FULL    VALUE 'Y'.
001790 77  WS-THIS-CUSTOMER       PIC 9(05) VALUE ZERO.
001800 77  WS-THIS-SLOT           PIC 9(05) COMP VALUE ZERO.
001810 77  WS-CLOSING-BALANCE     PIC 9(09)V99 VALUE ZERO.
001820 77  WS-OPENING-BALANCE     PIC S9(09)V99 VALUE ZERO.
001830 77  WS-RUNNING-BALANCE     PIC S9(09)V99 VALUE ZERO.
001840 77  WS-REMINDER-COUNT      PIC 9(05) COMP VALUE ZERO.
001850 77  WS-SECOND-COUNT        PIC 9(05) COMP VALUE ZERO.
001860 77  WS-FINAL-COUNT         PIC 9(05) COMP VALUE ZERO.
001870
001880 01  WS-WORK-DATE               PIC 9(08).
001890 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
001900     05  WS-WORK-YYYY            PIC 9(04).
001910     05  WS-WORK-MM              PIC 9(02).
001920     05  WS-WORK-DD              PIC 9(02).
001930
001940 01  WS-STAMP                   PIC 9(16).
001950 01  WS-STAMP-X REDEFINES WS-STAMP.
001960     05  WS-STAMP-DATE           PIC 9(08).
001970     05  WS-STAMP-TIME           PIC 9(08).
001980
001990*-----------------------------------------------------------------
002000*  ONE ENTRY PER CUSTOMER GETTING A STATEMENT: THE AGING OF THE
002010*  BALANCE ON THE STATEMENT DATE AND THE PERIOD'S INVOICE AND
002020*  PAYMENT TOTALS.  ENTRIES ARE MARKED DONE AS THEY PRINT.
002030*-----------------------------------------------------------------
002040 01  WS-STATEMENT-TABLE.
002050     05  WS-ST-ENTRY OCCURS 500 TIMES.
002060         10  WS-ST-CUSTOMER-NO   PIC 9(05).
002070         10  WS-ST-NAME          PIC X(30).
002080         10  WS-ST-CURRENT       PIC 9(08)V99.
002090         10  WS-ST-DAYS-30       PIC 9(08)V99.
002100         10  WS-ST-DAYS-60       PIC 9(08)V99.
002110         10  WS-ST-DAYS-90       PIC 9(08)V99.
002120         10  WS-ST-OVER-90       PIC 9(08)V99.
002130         10  WS-ST-INVOICES      PIC 9(08)V99.
002140         10  WS-ST-PAYMENTS      PIC 9(08)V99.
002150         10  WS-ST-RETURNS       PIC 9(08)V99.
002160         10  WS-ST-DONE-SW       PIC X(01).
002170
002180*-----------------------------------------------------------------
002190*  EVERY INVOICE ISSUED AND PAYMENT RECEIVED IN THE PERIOD.  A
002200*  STATEMENT PICKS ITS CUSTOMER'S ENTRIES OFF IN DATE ORDER.
002210*-----------------------------------------------------------------
002220 01  WS-ACTIVITY-TABLE.
002230     05  WS-AC-ENTRY OCCURS 2000 TIMES.
002240         10  WS-AC-CUSTOMER-NO   PIC 9(05).
002250         10  WS-AC-DATE          PIC 9(08).
002260         10  WS-AC-TYPE          PIC X(01).
002270         10  WS-AC-INVOICE-NO    PIC 9(07).
002280         10  WS-AC-AMOUNT        PIC 9(08)V99.
002290         10  WS-AC-DONE-SW       PIC X(01).
002300
002310*-----------------------------------------------------------------
002320*  CASH POSTED AFTER THE STATEMENT DATE, TOTALLED BY INVOICE.
002330*  THE OPEN ITEM'S PAID AMOUNT ALREADY INCLUDES IT, SO IT IS
002340*  ADDED BACK TO GET THE BALANCE AS IT STOOD ON THE DATE.
002350*-----------------------------------------------------------------
002360 01  WS-LATE-CASH-TABLE.
002370     05  WS-LC-ENTRY OCCURS 2000 TIMES.
002380         10  WS-LC-INVOICE-NO    PIC 9(07).
002390         10  WS-LC-AMOUNT        PIC S9(09)V99.
002400
002410 01  WS-GRAND-TOTALS.
002420     05  WS-GT-OPENING           PIC S9(11)V99 VALUE ZERO.
002430     05  WS-GT-INVOICES          PIC 9(11)V99 VALUE ZERO.
002440     05  WS-GT-PAYMENTS          PIC 9(11)V99 VALUE ZERO.
002450     05  WS-GT-RETURNS           PIC 9(11)V99 VALUE ZERO.
002460     05  WS-GT-ON-ACCOUNT        PIC 9(11)V99 VALUE ZERO.
002470     05  WS-GT-CLOSING           PIC 9(11)V99 VALUE ZERO.
002480     05  WS-GT-CURRENT           PIC 9(10)V99 VALUE ZERO.
002490     05  WS-GT-DAYS-30           PIC 9(10)V99 VALUE ZERO.
002500     05  WS-GT-DAYS-60           PIC 9(10)V99 VALUE ZERO.
002510     05  WS-GT-DAYS-90           PIC 9(10)V99 VALUE ZERO.
002520     05  WS-GT-OVER-90           PIC 9(10)V99 VALUE ZERO.
002530
002540 01  WS-PRINT-LINE              PIC X(80).
002550
002560 01  WS-RULE-LINE               PIC X(72) VALUE ALL "=".
002570
002580 01  WS-HEADING-LINE-1.
002590     05  FILLER                  PIC X(32) VALUE
002600         "RECTSTMT - STATEMENT OF ACCOUNT ".
002610     05  FILLER                  PIC X(06) VALUE "DATE: ".
002620     05  WH1-STMT-DATE           PIC 9(08).
002630     05  FILLER                  PIC X(12) VALUE "   CUSTOMER ".
002640     05  WH1-CUSTOMER-NO         PIC 9(05).
002650
002660 01  WS-CSZ-LINE.
002670     05  WCS-CITY                PIC X(20).
002680     05  FILLER                  PIC X(01) VALUE SPACES.
002690     05  WCS-STATE               PIC X(02).
002700     05  FILLER                  PIC X(01) VALUE SPACES.
002710     05  WCS-ZIP                 PIC X(09).
002720
002730 01  WS-TERMS-LINE.
002740     05  FILLER                  PIC X(07) VALUE "TERMS: ".
002750     05  WTL-TERMS               PIC X(03).
002760
002770 01  WS-PERIOD-LINE.
002780     05  FILLER                  PIC X(17) VALUE
002790         "STATEMENT PERIOD ".
002800     05  WP-FROM-DATE            PIC 9(08).
002810     05  FILLER                  PIC X(06) VALUE " THRU ".
002820     05  WP-THRU-DATE            PIC 9(08).
002830
002840 01  WS-COLUMN-LINE.
002850     05  FILLER                  PIC X(26) VALUE
002860         "DATE      DESCRIPTION     ".
002870     05  FILLER                  PIC X(07) VALUE "REF NO ".
002880     05  FILLER                  PIC X(13) VALUE
002890         "      CHARGES".
002900     05  FILLER                  PIC X(13) VALUE
002910         "     PAYMENTS".
002920     05  FILLER                  PIC X(14) VALUE
002930         "      BALANCE ".
002940
002950 01  WS-ACTIVITY-LINE.
002960     05  WA-DATE                 PIC 9(08).
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  WA-DESCRIPTION          PIC X(16).
002990     05  WA-REFERENCE            PIC X(07).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  WA-CHARGES              PIC Z(07)9.99 BLANK WHEN ZERO.
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  WA-PAYMENTS             PIC Z(07)9.99 BLANK WHEN ZERO.
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  WA-BALANCE              PIC Z(07)9.99-.
003060
003070 01  WS-AGING-HEAD-LINE.
003080     05  FILLER                  PIC X(36) VALUE
003090         "    CURRENT        1-30       31-60 ".
003100     05  FILLER                  PIC X(24) VALUE
003110         "      61-90     OVER 90 ".
003120
003130 01  WS-AGING-LINE.
003140     05  WG-CURRENT              PIC Z(07)9.99.
003150     05  FILLER                  PIC X(01) VALUE SPACES.
003160     05  WG-DAYS-30              PIC Z(07)9.99.
003170     05  FILLER                  PIC X(01) VALUE SPACES.
003180     05  WG-DAYS-60              PIC Z(07)9.99.
003190     05  FILLER                  PIC X(01) VALUE SPACES.
003200     05  WG-DAYS-90              PIC Z(07)9.99.
003210     05  FILLER                  PIC X(01) VALUE SPACES.
003220     05  WG-OVER-90              PIC Z(07)9.99.
003230
003240 01  WS-CONTROL-HEAD-LINE.
003250     05  FILLER                  PIC X(40) VALUE
003260         "RECTSTMT - STATEMENT RUN CONTROL TOTALS ".
003270     05  FILLER                  PIC X(06) VALUE "DATE: ".
003280     05  WC-STMT-DATE            PIC 9(08).
003290
003300 01  WS-TOTAL-LINE.
003310     05  WT-CAPTION              PIC X(36).
003320     05  WT-AMOUNT               PIC Z(10)9.99-.
003330
003340 01  WS-COUNT-LINE.
003350     05  WN-CAPTION              PIC X(36).
003360     05  WN-COUNT                PIC Z(07)9.
003370
003380 01  WS-TIE-LINE.
003390     05  FILLER                  PIC X(43) VALUE
003400         "AGED TOTAL TIES TO THE RECTAGE GRAND TOTAL ".
003410     05  FILLER                  PIC X(03) VALUE "OF ".
003420     05  WTI-STMT-DATE           PIC 9(08).
003430
003440 PROCEDURE DIVISION.
003450 0000-MAINLINE.
003460     DISPLAY "RECTSTMT - CUSTOMER STATEMENT PRINT".
003470     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003480     IF NOT INIT-FAILED
003490         PERFORM 2000-LOAD-CASH THRU 2000-EXIT
003500             UNTIL END-OF-CASH
003510         PERFORM 3000-PROCESS-ITEM THRU 3000-EXIT
003520             UNTIL END-OF-ITEMS
003530         PERFORM 4000-NEXT-STATEMENT THRU 4000-EXIT
003540             UNTIL ALL-STATEMENTS-DONE
003550         PERFORM 6000-WRITE-CONTROL-TOTALS THRU 6000-EXIT
003560     END-IF.
003570     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003580     STOP RUN.
003590
003600 1000-INITIALIZE.
003610     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003620     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
003630     IF WS-FROM-DATE > WS-THRU-DATE
003640         DISPLAY "RECTSTMT: PERIOD FROM " WS-FROM-DATE
003650             " IS AFTER THRU " WS-THRU-DATE " - RUN REFUSED."
003660         MOVE 'N' TO WS-INIT-OK
003670         GO TO 1000-EXIT.
003680     MOVE WS-THRU-DATE TO WS-WORK-DATE.
003690     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT.
003700     MOVE WS-WORK-DAYS TO WS-STMT-DAYS.
003710     OPEN INPUT RECT-CASH-FILE.
003720     IF CASH-FILE-NOT-FOUND
003730         DISPLAY "RECTSTMT: NO CASH-RECEIPTS LOG (RECTCSH) - "
003740             "NO PAYMENTS TO LIST."
003750         MOVE 'Y' TO WS-CASH-EOF-SW
003760     ELSE
003770         IF NOT CASH-STATUS-OK
003780             DISPLAY "RECTSTMT: UNABLE TO OPEN RECTCSH, STATUS = "
003790                 WS-CASH-STATUS
003800             MOVE 'N' TO WS-INIT-OK
003810             GO TO 1000-EXIT
003820         END-IF
003830         MOVE 'Y' TO WS-CASH-OPEN-SW
003840     END-IF.
003850     OPEN INPUT RECT-OPEN-FILE.
003860     IF NOT OPEN-STATUS-OK
003870         DISPLAY "RECTSTMT: UNABLE TO OPEN RECTOPN, STATUS = "
003880             WS-OPEN-STATUS
003890         MOVE 'N' TO WS-INIT-OK
003900         GO TO 1000-EXIT.
003910     OPEN INPUT RECT-CUSTOMER-FILE.
003920     IF NOT CUSTOMER-STATUS-OK
003930         DISPLAY "RECTSTMT: UNABLE TO OPEN RECTCUS, STATUS = "
003940             WS-CUSTOMER-STATUS
003950         MOVE 'N' TO WS-INIT-OK
003960         GO TO 1000-EXIT.
003970     OPEN OUTPUT RECT-REPORT-FILE.
003980     IF NOT REPORT-STATUS-OK
003990         DISPLAY "RECTSTMT: UNABLE TO OPEN RECTSRPT, STATUS = "
004000             WS-REPORT-STATUS
004010         MOVE 'N' TO WS-INIT-OK
004020         GO TO 1000-EXIT.
004030     OPEN INPUT RECT-ON-ACCOUNT-FILE.
004040     IF ONACCT-STATUS-OK
004050         MOVE 'Y' TO WS-ONACCT-OPEN-SW
004060     END-IF.
004070     MOVE ZERO TO OI-INVOICE-NO.
004080     START RECT-OPEN-FILE KEY NOT LESS THAN OI-INVOICE-NO
004090         INVALID KEY
004100             MOVE 'Y' TO WS-EOF-SWITCH
004110     END-START.
004120     DISPLAY "RECTSTMT: STATEMENT PERIOD " WS-FROM-DATE
004130         " THRU " WS-THRU-DATE.
004140 1000-EXIT.
004150     EXIT.
004160
004170*-----------------------------------------------------------------
004180*  THE STATEMENT DATE DEFAULTS TO TODAY AND THE PERIOD TO THE
004190*  FIRST OF THAT MONTH, SO A RUN ON THE LAST DAY OF THE MONTH
004200*  NEEDS NO CARD AT ALL.
004210*-----------------------------------------------------------------
004220 1050-READ-PARAMETER-CARD.
004230     MOVE ZERO TO SP-FROM-DATE.
004240     MOVE ZERO TO SP-THRU-DATE.
004250     MOVE WS-RUN-DATE TO WS-THRU-DATE.
004260     MOVE ZERO TO WS-FROM-DATE.
004270     OPEN INPUT RECT-PARM-FILE.
004280     IF PARM-STATUS-OK
004290         READ RECT-PARM-FILE
004300             AT END
004310                 CONTINUE
004320         END-READ
004330         CLOSE RECT-PARM-FILE
004340     END-IF.
004350     IF SP-THRU-DATE NUMERIC
004360         AND SP-THRU-DATE > ZERO
004370         MOVE SP-THRU-DATE TO WS-THRU-DATE
004380     END-IF.
004390     IF SP-FROM-DATE NUMERIC
004400         AND SP-FROM-DATE > ZERO
004410         MOVE SP-FROM-DATE TO WS-FROM-DATE
004420     END-IF.
004430     IF WS-FROM-DATE = ZERO
004440         MOVE WS-THRU-DATE TO WS-WORK-DATE
004450         MOVE 01 TO WS-WORK-DD
004460         MOVE WS-WORK-DATE TO WS-FROM-DATE
004470     END-IF.
004480 1050-EXIT.
004490     EXIT.
004500
004510*-----------------------------------------------------------------
004520*  ONE CASH-RECEIPTS RECORD PER PASS.  CASH BEFORE THE PERIOD
004530*  IS ALREADY IN THE BALANCE FORWARD AND IS SKIPPED; CASH IN
004540*  THE PERIOD IS HELD FOR THE CUSTOMER'S STATEMENT; CASH AFTER
004550*  THE STATEMENT DATE IS HELD BY INVOICE TO BE ADDED BACK.
004560*  CREDIT APPLIED COUNTS AS CASH AGAINST ITS INVOICE; A RETURNED
004570*  CHECK TAKES CASH BACK OFF, SO IT COUNTS NEGATIVE.  CASH PUT ON
004580*  OR TAKEN OFF ACCOUNT TOUCHES NO INVOICE AND IS SKIPPED.
004590*-----------------------------------------------------------------
004600 2000-LOAD-CASH.
004610     READ RECT-CASH-FILE
004620         AT END
004630             MOVE 'Y' TO WS-CASH-EOF-SW
004640             GO TO 2000-EXIT
004650     END-READ.
004660     IF NOT CASH-STATUS-OK
004670         DISPLAY "RECTSTMT: UNABLE TO READ RECTCSH, STATUS = "
004680             WS-CASH-STATUS
004690         MOVE 'Y' TO WS-CASH-EOF-SW
004700         GO TO 2000-EXIT
004710     END-IF.
004720     ADD 1 TO WS-CASH-COUNT.
004730     IF PY-TYPE-ON-ACCOUNT
004740         OR PY-TYPE-ON-ACCOUNT-REVERSAL
004750         GO TO 2000-EXIT
004760     END-IF.
004770     IF PY-TYPE-REVERSAL
004780         COMPUTE WS-CASH-AMOUNT = ZERO - PY-AMOUNT
004790     ELSE
004800         MOVE PY-AMOUNT TO WS-CASH-AMOUNT
004810     END-IF.
004820     MOVE PY-TIMESTAMP TO WS-STAMP.
004830     IF WS-STAMP-DATE > WS-THRU-DATE
004840         PERFORM 2100-ADD-LATE-CASH THRU 2100-EXIT
004850         GO TO 2000-EXIT
004860     END-IF.
004870     IF WS-STAMP-DATE < WS-FROM-DATE
004880         GO TO 2000-EXIT
004890     END-IF.
004900     MOVE PY-CUSTOMER-NO TO WS-FIND-CUSTNO.
004910     MOVE SPACES TO WS-FIND-NAME.
004920     PERFORM 2300-FIND-CUSTOMER-SLOT THRU 2300-EXIT.
004930     IF WS-ST-SLOT = ZERO
004940         GO TO 2000-EXIT
004950     END-IF.
004960     IF PY-TYPE-REVERSAL
004970         ADD PY-AMOUNT TO WS-ST-RETURNS (WS-ST-SLOT)
004980         MOVE 'R'        TO WS-NEW-TYPE
004990     ELSE
005000         ADD PY-AMOUNT TO WS-ST-PAYMENTS (WS-ST-SLOT)
005010         IF PY-TYPE-CREDIT-APPLIED
005020             MOVE 'A'    TO WS-NEW-TYPE
005030         ELSE
005040             MOVE 'P'    TO WS-NEW-TYPE
005050         END-IF
005060     END-IF.
005070     MOVE WS-STAMP-DATE  TO WS-NEW-DATE.
005080     MOVE PY-INVOICE-NO  TO WS-NEW-INVOICE-NO.
005090     MOVE PY-AMOUNT      TO WS-NEW-AMOUNT.
005100     PERFORM 2400-ADD-ACTIVITY THRU 2400-EXIT.
005110 2000-EXIT.
005120     EXIT.
005130
005140 2100-ADD-LATE-CASH.
005150     MOVE PY-INVOICE-NO TO WS-FIND-INVOICE-NO.
005160     PERFORM 2150-FIND-LATE-SLOT THRU 2150-EXIT.
005170     IF WS-LC-SLOT > ZERO
005180         ADD WS-CASH-AMOUNT TO WS-LC-AMOUNT (WS-LC-SLOT)
005190         GO TO 2100-EXIT
005200     END-IF.
005210     IF WS-LATE-COUNT NOT LESS THAN WS-LC-MAX
005220         IF NOT LATE-CASH-TABLE-FULL
005230             MOVE 'Y' TO WS-LC-FULL-SW
005240             DISPLAY "RECTSTMT: MORE THAN " WS-LC-MAX
005250                 " INVOICES PAID SINCE THE STATEMENT DATE - "
005260                 "BALANCES UNDERSTATED."
005270         END-IF
005280         GO TO 2100-EXIT
005290     END-IF.
005300     ADD 1 TO WS-LATE-COUNT.
005310     MOVE PY-INVOICE-NO TO WS-LC-INVOICE-NO (WS-LATE-COUNT).
005320     MOVE WS-CASH-AMOUNT TO WS-LC-AMOUNT (WS-LATE-COUNT).
005330 2100-EXIT.
005340     EXIT.
005350
005360 2150-FIND-LATE-SLOT.
005370     MOVE ZERO TO WS-LC-SLOT.
005380     PERFORM 2160-CHECK-LATE-SLOT THRU 2160-EXIT
005390         VARYING WS-LC-IX FROM 1 BY 1
005400         UNTIL WS-LC-IX > WS-LATE-COUNT
005410            OR WS-LC-SLOT > ZERO.
005420 2150-EXIT.
005430     EXIT.
005440
005450 2160-CHECK-LATE-SLOT.
005460     IF WS-LC-INVOICE-NO (WS-LC-IX) = WS-FIND-INVOICE-NO
005470         MOVE WS-LC-IX TO WS-LC-SLOT
005480     END-IF.
005490 2160-EXIT.
005500     EXIT.
005510
005520 2300-FIND-CUSTOMER-SLOT.
005530     MOVE ZERO TO WS-ST-SLOT.
005540     PERFORM 2350-CHECK-SLOT THRU 2350-EXIT
005550         VARYING WS-ST-IX FROM 1 BY 1
005560         UNTIL WS-ST-IX > WS-CUST-COUNT
005570            OR WS-ST-SLOT > ZERO.
005580     IF WS-ST-SLOT > ZERO
005590         GO TO 2300-EXIT
005600     END-IF.
005610     IF WS-CUST-COUNT NOT LESS THAN WS-ST-MAX
005620         IF NOT STATEMENT-TABLE-FULL
005630             MOVE 'Y' TO WS-ST-FULL-SW
005640             DISPLAY "RECTSTMT: MORE THAN " WS-ST-MAX
005650                 " CUSTOMERS - REMAINDER GET NO STATEMENT."
005660         END-IF
005670         GO TO 2300-EXIT
005680     END-IF.
005690     ADD 1 TO WS-CUST-COUNT.
005700     MOVE WS-CUST-COUNT TO WS-ST-SLOT.
005710     MOVE WS-FIND-CUSTNO TO WS-ST-CUSTOMER-NO (WS-ST-SLOT).
005720     MOVE WS-FIND-CUSTNO TO CU-CUSTOMER-NO.
005730     READ RECT-CUSTOMER-FILE
005740         INVALID KEY
005750             MOVE WS-FIND-NAME TO WS-ST-NAME (WS-ST-SLOT)
005760         NOT INVALID KEY
005770             MOVE CU-CUSTOMER-NAME TO WS-ST-NAME (WS-ST-SLOT)
005780     END-READ.
005790     MOVE ZERO TO WS-ST-CURRENT (WS-ST-SLOT).
005800     MOVE ZERO TO WS-ST-DAYS-30 (WS-ST-SLOT).
005810     MOVE ZERO TO WS-ST-DAYS-60 (WS-ST-SLOT).
005820     MOVE ZERO TO WS-ST-DAYS-90 (WS-ST-SLOT).
005830     MOVE ZERO TO WS-ST-OVER-90 (WS-ST-SLOT).
005840     MOVE ZERO TO WS-ST-INVOICES (WS-ST-SLOT).
005850     MOVE ZERO TO WS-ST-PAYMENTS (WS-ST-SLOT).
005860     MOVE ZERO TO WS-ST-RETURNS (WS-ST-SLOT).
005870     MOVE 'N'  TO WS-ST-DONE-SW (WS-ST-SLOT).
005880 2300-EXIT.
005890     EXIT.
005900
005910 2350-CHECK-SLOT.
005920     IF WS-ST-CUSTOMER-NO (WS-ST-IX) = WS-FIND-CUSTNO
005930         MOVE WS-ST-IX TO WS-ST-SLOT
005940     END-IF.
005950 2350-EXIT.
005960     EXIT.
005970
005980 2400-ADD-ACTIVITY.
005990     IF WS-ACT-COUNT NOT LESS THAN WS-AC-MAX
006000         IF NOT ACTIVITY-TABLE-FULL
006010             MOVE 'Y' TO WS-AC-FULL-SW
006020             DISPLAY "RECTSTMT: MORE THAN " WS-AC-MAX
006030                 " INVOICES AND PAYMENTS - REMAINDER NOT LISTED."
006040         END-IF
006050         GO TO 2400-EXIT
006060     END-IF.
006070     ADD 1 TO WS-ACT-COUNT.
006080     MOVE WS-FIND-CUSTNO    TO WS-AC-CUSTOMER-NO (WS-ACT-COUNT).
006090     MOVE WS-NEW-DATE       TO WS-AC-DATE (WS-ACT-COUNT).
006100     MOVE WS-NEW-TYPE       TO WS-AC-TYPE (WS-ACT-COUNT).
006110     MOVE WS-NEW-INVOICE-NO TO WS-AC-INVOICE-NO (WS-ACT-COUNT).
006120     MOVE WS-NEW-AMOUNT     TO WS-AC-AMOUNT (WS-ACT-COUNT).
006130     MOVE 'N'               TO WS-AC-DONE-SW (WS-ACT-COUNT).
006140 2400-EXIT.
006150     EXIT.
006160
006170*-----------------------------------------------------------------
006180*  TURNS A YYYYMMDD DATE INTO A DAY COUNT ON THE SHOP CALENDAR
006190*  SCALE (YEAR * 372 + MONTH * 31 + DAY), THE SAME SCALE RECTAGE
006200*  AGES ON, SO THE TWO PUT EVERY BALANCE IN THE SAME BUCKET.
006210*-----------------------------------------------------------------
006220 2500-DATE-TO-DAYS.
006230     COMPUTE WS-WORK-DAYS =
006240         WS-WORK-YYYY * 372 + WS-WORK-MM * 31 + WS-WORK-DD.
006250 2500-EXIT.
006260     EXIT.
006270
006280*-----------------------------------------------------------------
006290*  ONE OPEN ITEM PER PASS.  AN INVOICE DATED AFTER THE STATEMENT
006300*  DATE BELONGS TO NEXT MONTH.  THE BALANCE ON THE STATEMENT
006310*  DATE IS THE AMOUNT LESS WHAT IS PAID NOW PLUS WHAT WAS PAID
006320*  SINCE - SO A PAID ITEM CAN STILL HAVE BEEN OPEN THEN.  AN
006330*  INVOICE DATED IN THE PERIOD IS LISTED EVEN IF IT IS PAID.
006340*-----------------------------------------------------------------
006350 3000-PROCESS-ITEM.
006360     READ RECT-OPEN-FILE NEXT RECORD
006370         AT END
006380             MOVE 'Y' TO WS-EOF-SWITCH
006390             GO TO 3000-EXIT
006400     END-READ.
006410     IF NOT OPEN-STATUS-OK
006420         MOVE 'Y' TO WS-EOF-SWITCH
006430         GO TO 3000-EXIT
006440     END-IF.
006450     IF OI-INVOICE-DATE > WS-THRU-DATE
006460         GO TO 3000-EXIT
006470     END-IF.
006480     MOVE OI-INVOICE-NO TO WS-FIND-INVOICE-NO.
006490     PERFORM 2150-FIND-LATE-SLOT THRU 2150-EXIT.
006500     MOVE ZERO TO WS-LATE-AMOUNT.
006510     IF WS-LC-SLOT > ZERO
006520         MOVE WS-LC-AMOUNT (WS-LC-SLOT) TO WS-LATE-AMOUNT
006530     END-IF.
006540     COMPUTE WS-BALANCE =
006550         OI-INVOICE-AMOUNT - OI-PAID-AMOUNT + WS-LATE-AMOUNT.
006560     IF OI-INVOICE-DATE NOT < WS-FROM-DATE
006570         MOVE 'Y' TO WS-IN-PERIOD-SW
006580     ELSE
006590         MOVE 'N' TO WS-IN-PERIOD-SW
006600     END-IF.
006610     IF WS-BALANCE NOT > ZERO
006620         AND NOT INVOICE-IN-PERIOD
006630         GO TO 3000-EXIT
006640     END-IF.
006650     ADD 1 TO WS-ITEM-COUNT.
006660     MOVE OI-CUSTOMER-NO   TO WS-FIND-CUSTNO.
006670     MOVE OI-CUSTOMER-NAME TO WS-FIND-NAME.
006680     PERFORM 2300-FIND-CUSTOMER-SLOT THRU 2300-EXIT.
006690     IF WS-ST-SLOT = ZERO
006700         GO TO 3000-EXIT
006710     END-IF.
006720     IF WS-ST-NAME (WS-ST-SLOT) = SPACES
006730         MOVE OI-CUSTOMER-NAME TO WS-ST-NAME (WS-ST-SLOT)
006740     END-IF.
006750     IF INVOICE-IN-PERIOD
006760         ADD OI-INVOICE-AMOUNT TO WS-ST-INVOICES (WS-ST-SLOT)
006770         MOVE 'I'               TO WS-NEW-TYPE
006780         MOVE OI-INVOICE-DATE   TO WS-NEW-DATE
006790         MOVE OI-INVOICE-NO     TO WS-NEW-INVOICE-NO
006800         MOVE OI-INVOICE-AMOUNT TO WS-NEW-AMOUNT
006810         PERFORM 2400-ADD-ACTIVITY THRU 2400-EXIT
006820     END-IF.
006830     IF WS-BALANCE > ZERO
006840         PERFORM 3100-FIND-TERMS THRU 3100-EXIT
006850         PERFORM 3200-AGE-BALANCE THRU 3200-EXIT
006860     END-IF.
006870 3000-EXIT.
006880     EXIT.
006890
006900*-----------------------------------------------------------------
006910*  TERMS AS RECTAGE TAKES THEM: THE CUSTOMER'S CURRENT TERMS ON
006920*  THE MASTER, OR THE TERMS STORED ON THE OPEN ITEM FOR A
006930*  CUSTOMER NO LONGER ON FILE.
006940*-----------------------------------------------------------------
006950 3100-FIND-TERMS.
006960     MOVE OI-CUSTOMER-NO TO CU-CUSTOMER-NO.
006970     READ RECT-CUSTOMER-FILE
006980         INVALID KEY
006990             MOVE OI-BILLING-TERMS TO WS-TERMS
007000         NOT INVALID KEY
007010             MOVE CU-BILLING-TERMS TO WS-TERMS
007020     END-READ.
007030     EVALUATE WS-TERMS
007040         WHEN 'N30'
007050             MOVE 030 TO WS-TERMS-DAYS
007060         WHEN 'N60'
007070             MOVE 060 TO WS-TERMS-DAYS
007080         WHEN OTHER
007090             MOVE ZERO TO WS-TERMS-DAYS
007100     END-EVALUATE.
007110 3100-EXIT.
007120     EXIT.
007130
007140 3200-AGE-BALANCE.
007150     MOVE OI-INVOICE-DATE TO WS-WORK-DATE.
007160     PERFORM 2500-DATE-TO-DAYS THRU 2500-EXIT.
007170     MOVE WS-WORK-DAYS TO WS-INVOICE-DAYS.
007180     COMPUTE WS-PAST-DUE-DAYS =
007190         WS-STMT-DAYS - WS-INVOICE-DAYS - WS-TERMS-DAYS.
007200     EVALUATE TRUE
007210         WHEN WS-PAST-DUE-DAYS NOT GREATER THAN ZERO
007220             ADD WS-BALANCE TO WS-ST-CURRENT (WS-ST-SLOT)
007230             ADD WS-BALANCE TO WS-GT-CURRENT
007240         WHEN WS-PAST-DUE-DAYS NOT GREATER THAN 30
007250             ADD WS-BALANCE TO WS-ST-DAYS-30 (WS-ST-SLOT)
007260             ADD WS-BALANCE TO WS-GT-DAYS-30
007270         WHEN WS-PAST-DUE-DAYS NOT GREATER THAN 60
007280             ADD WS-BALANCE TO WS-ST-DAYS-60 (WS-ST-SLOT)
007290             ADD WS-BALANCE TO WS-GT-DAYS-60
007300         WHEN WS-PAST-DUE-DAYS NOT GREATER THAN 90
007310             ADD WS-BALANCE TO WS-ST-DAYS-90 (WS-ST-SLOT)
007320             ADD WS-BALANCE TO WS-GT-DAYS-90
007330         WHEN OTHER
007340             ADD WS-BALANCE TO WS-ST-OVER-90 (WS-ST-SLOT)
007350             ADD WS-BALANCE TO WS-GT-OVER-90
007360     END-EVALUATE.
007370 3200-EXIT.
007380     EXIT.
007390
007400*-----------------------------------------------------------------
007410*  FINDS THE LOWEST CUSTOMER NUMBER NOT YET PRINTED AND PRINTS
007420*  THAT CUSTOMER'S STATEMENT.  WHEN EVERY ENTRY IS MARKED DONE
007430*  THE RUN IS FINISHED.
007440*-----------------------------------------------------------------
007450 4000-NEXT-STATEMENT.
007460     MOVE ZERO TO WS-THIS-CUSTOMER.
007470     MOVE ZERO TO WS-THIS-SLOT.
007480     PERFORM 4050-SCAN-FOR-CUSTOMER THRU 4050-EXIT
007490         VARYING WS-ST-IX FROM 1 BY 1
007500         UNTIL WS-ST-IX > WS-CUST-COUNT.
007510     IF WS-THIS-SLOT = ZERO
007520         MOVE 'Y' TO WS-ALL-DONE-SW
007530         GO TO 4000-EXIT
007540     END-IF.
007550     PERFORM 4100-PRINT-STATEMENT THRU 4100-EXIT.
007560     MOVE 'Y' TO WS-ST-DONE-SW (WS-THIS-SLOT).
007570 4000-EXIT.
007580     EXIT.
007590
007600 4050-SCAN-FOR-CUSTOMER.
007610     IF WS-ST-DONE-SW (WS-ST-IX) = 'N'
007620         IF WS-THIS-SLOT = ZERO
007630             OR WS-ST-CUSTOMER-NO (WS-ST-IX) < WS-THIS-CUSTOMER
007640             MOVE WS-ST-CUSTOMER-NO (WS-ST-IX)
007650                 TO WS-THIS-CUSTOMER
007660             MOVE WS-ST-IX TO WS-THIS-SLOT
007670         END-IF
007680     END-IF.
007690 4050-EXIT.
007700     EXIT.
007710
007720*-----------------------------------------------------------------
007730*  ONE STATEMENT: ADDRESS BLOCK, BALANCE FORWARD, THE PERIOD'S
007740*  INVOICES AND PAYMENTS IN DATE ORDER WITH A RUNNING BALANCE,
007750*  THE CLOSING BALANCE, THE AGING LINE AND THE DUNNING MESSAGE.
007760*-----------------------------------------------------------------
007770 4100-PRINT-STATEMENT.
007780     COMPUTE WS-CLOSING-BALANCE =
007790         WS-ST-CURRENT (WS-THIS-SLOT)
007800         + WS-ST-DAYS-30 (WS-THIS-SLOT)
007810         + WS-ST-DAYS-60 (WS-THIS-SLOT)
007820         + WS-ST-DAYS-90 (WS-THIS-SLOT)
007830         + WS-ST-OVER-90 (WS-THIS-SLOT).
007840     COMPUTE WS-OPENING-BALANCE =
007850         WS-CLOSING-BALANCE - WS-ST-INVOICES (WS-THIS-SLOT)
007860         - WS-ST-RETURNS (WS-THIS-SLOT)
007870         + WS-ST-PAYMENTS (WS-THIS-SLOT).
007880     ADD 1 TO WS-STMT-COUNT.
007890     ADD WS-OPENING-BALANCE TO WS-GT-OPENING.
007900     ADD WS-ST-INVOICES (WS-THIS-SLOT) TO WS-GT-INVOICES.
007910     ADD WS-ST-PAYMENTS (WS-THIS-SLOT) TO WS-GT-PAYMENTS.
007920     ADD WS-ST-RETURNS (WS-THIS-SLOT) TO WS-GT-RETURNS.
007930     ADD WS-CLOSING-BALANCE TO WS-GT-CLOSING.
007940     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
007950     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007960     MOVE WS-THRU-DATE     TO WH1-STMT-DATE.
007970     MOVE WS-THIS-CUSTOMER TO WH1-CUSTOMER-NO.
007980     MOVE WS-HEADING-LINE-1 TO WS-PRINT-LINE.
007990     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008000     MOVE SPACES TO WS-PRINT-LINE.
008010     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008020     PERFORM 4200-PRINT-ADDRESS THRU 4200-EXIT.
008030     MOVE WS-FROM-DATE TO WP-FROM-DATE.
008040     MOVE WS-THRU-DATE TO WP-THRU-DATE.
008050     MOVE WS-PERIOD-LINE TO WS-PRINT-LINE.
008060     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008070     MOVE SPACES TO WS-PRINT-LINE.
008080     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008090     MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
008100     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008110     MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
008120     MOVE SPACES             TO WS-ACTIVITY-LINE.
008130     MOVE WS-FROM-DATE       TO WA-DATE.
008140     MOVE "BALANCE FORWARD"  TO WA-DESCRIPTION.
008150     MOVE ZERO               TO WA-CHARGES.
008160     MOVE ZERO               TO WA-PAYMENTS.
008170     MOVE WS-RUNNING-BALANCE TO WA-BALANCE.
008180     MOVE WS-ACTIVITY-LINE TO WS-PRINT-LINE.
008190     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008200     MOVE 'N' TO WS-ACT-DONE-SW.
008210     PERFORM 4300-NEXT-ACTIVITY THRU 4300-EXIT
008220         UNTIL ACTIVITY-LISTED.
008230     MOVE SPACES             TO WS-ACTIVITY-LINE.
008240     MOVE WS-THRU-DATE       TO WA-DATE.
008250     MOVE "CLOSING BALANCE"  TO WA-DESCRIPTION.
008260     MOVE ZERO               TO WA-CHARGES.
008270     MOVE ZERO               TO WA-PAYMENTS.
008280     MOVE WS-CLOSING-BALANCE TO WA-BALANCE.
008290     MOVE WS-ACTIVITY-LINE TO WS-PRINT-LINE.
008300     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008310     PERFORM 4150-PRINT-CREDIT THRU 4150-EXIT.
008320     MOVE SPACES TO WS-PRINT-LINE.
008330     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008340     MOVE WS-AGING-HEAD-LINE TO WS-PRINT-LINE.
008350     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008360     MOVE WS-ST-CURRENT (WS-THIS-SLOT) TO WG-CURRENT.
008370     MOVE WS-ST-DAYS-30 (WS-THIS-SLOT) TO WG-DAYS-30.
008380     MOVE WS-ST-DAYS-60 (WS-THIS-SLOT) TO WG-DAYS-60.
008390     MOVE WS-ST-DAYS-90 (WS-THIS-SLOT) TO WG-DAYS-90.
008400     MOVE WS-ST-OVER-90 (WS-THIS-SLOT) TO WG-OVER-90.
008410     MOVE WS-AGING-LINE TO WS-PRINT-LINE.
008420     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008430     MOVE SPACES TO WS-PRINT-LINE.
008440     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008450     PERFORM 4500-PRINT-DUNNING THRU 4500-EXIT.
008460 4100-EXIT.
008470     EXIT.
008480
008490*-----------------------------------------------------------------
008500*  A CREDIT ON ACCOUNT IS NOT AGAINST ANY INVOICE, SO IT IS NOT
008510*  IN THE CLOSING BALANCE OR THE AGING; IT PRINTS BELOW THEM AS
008520*  IT STANDS TODAY, READY FOR THE CUSTOMER'S NEXT INVOICES.
008530*-----------------------------------------------------------------
008540 4150-PRINT-CREDIT.
008550     IF NOT ONACCT-FILE-OPEN
008560         GO TO 4150-EXIT
008570     END-IF.
008580     MOVE WS-THIS-CUSTOMER TO OA-CUSTOMER-NO.
008590     READ RECT-ON-ACCOUNT-FILE
008600         INVALID KEY
008610             GO TO 4150-EXIT
008620     END-READ.
008630     IF OA-CREDIT-BALANCE NOT > ZERO
008640         GO TO 4150-EXIT
008650     END-IF.
008660     ADD OA-CREDIT-BALANCE TO WS-GT-ON-ACCOUNT.
008670     MOVE "CREDIT ON ACCOUNT" TO WT-CAPTION.
008680     MOVE OA-CREDIT-BALANCE TO WT-AMOUNT.
008690     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008700     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008710     MOVE "    (APPLIED TO YOUR NEXT INVOICES)" TO WS-PRINT-LINE.
008720     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008730 4150-EXIT.
008740     EXIT.
008750
008760*-----------------------------------------------------------------
008770*  THE ADDRESS BLOCK COMES FROM THE CUSTOMER MASTER.  A CUSTOMER
008780*  DROPPED FROM THE MASTER STILL GETS A STATEMENT BODY SO THE
008790*  BALANCE IS NOT LOST - THE BLOCK SAYS TO LOOK THE ACCOUNT UP.
008800*-----------------------------------------------------------------
008810 4200-PRINT-ADDRESS.
008820     MOVE WS-THIS-CUSTOMER TO CU-CUSTOMER-NO.
008830     READ RECT-CUSTOMER-FILE
008840         INVALID KEY
008850             MOVE "** CUSTOMER NOT ON MASTER - SEE ACCOUNT **"
008860                 TO WS-PRINT-LINE
008870             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008880             MOVE WS-ST-NAME (WS-THIS-SLOT) TO WS-PRINT-LINE
008890             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008900             GO TO 4200-EXIT
008910     END-READ.
008920     MOVE CU-CUSTOMER-NAME TO WS-PRINT-LINE.
008930     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008940     MOVE CU-ADDRESS-LINE-1 TO WS-PRINT-LINE.
008950     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008960     IF CU-ADDRESS-LINE-2 NOT = SPACES
008970         MOVE CU-ADDRESS-LINE-2 TO WS-PRINT-LINE
008980         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008990     END-IF.
009000     MOVE CU-CITY     TO WCS-CITY.
009010     MOVE CU-STATE    TO WCS-STATE.
009020     MOVE CU-ZIP-CODE TO WCS-ZIP.
009030     MOVE WS-CSZ-LINE TO WS-PRINT-LINE.
009040     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009050     MOVE CU-BILLING-TERMS TO WTL-TERMS.
009060     MOVE WS-TERMS-LINE TO WS-PRINT-LINE.
009070     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009080 4200-EXIT.
009090     EXIT.
009100
009110*-----------------------------------------------------------------
009120*  PRINTS THE EARLIEST UNPRINTED INVOICE OR PAYMENT FOR THIS
009130*  CUSTOMER AND CARRIES THE RUNNING BALANCE.  WHEN NONE IS LEFT
009140*  THE ACTIVITY SECTION IS FINISHED.
009150*-----------------------------------------------------------------
009160 4300-NEXT-ACTIVITY.
009170     MOVE ZERO TO WS-AC-NEXT.
009180     PERFORM 4350-SCAN-ACTIVITY THRU 4350-EXIT
009190         VARYING WS-AC-IX FROM 1 BY 1
009200         UNTIL WS-AC-IX > WS-ACT-COUNT.
009210     IF WS-AC-NEXT = ZERO
009220         MOVE 'Y' TO WS-ACT-DONE-SW
009230         GO TO 4300-EXIT
009240     END-IF.
009250     MOVE SPACES TO WS-ACTIVITY-LINE.
009260     MOVE WS-AC-DATE (WS-AC-NEXT) TO WA-DATE.
009270     MOVE WS-AC-INVOICE-NO (WS-AC-NEXT) TO WA-REFERENCE.
009280     IF WS-AC-TYPE (WS-AC-NEXT) = 'I'
009290         OR WS-AC-TYPE (WS-AC-NEXT) = 'R'
009300         IF WS-AC-TYPE (WS-AC-NEXT) = 'I'
009310             MOVE "INVOICE"        TO WA-DESCRIPTION
009320         ELSE
009330             MOVE "RETURNED CHECK" TO WA-DESCRIPTION
009340         END-IF
009350         MOVE WS-AC-AMOUNT (WS-AC-NEXT) TO WA-CHARGES
009360         MOVE ZERO             TO WA-PAYMENTS
009370         ADD WS-AC-AMOUNT (WS-AC-NEXT) TO WS-RUNNING-BALANCE
009380     ELSE
009390         IF WS-AC-TYPE (WS-AC-NEXT) = 'A'
009400             MOVE "CREDIT APPLIED" TO WA-DESCRIPTION
009410         ELSE
009420             MOVE "PAYMENT - INV"  TO WA-DESCRIPTION
009430         END-IF
009440         MOVE ZERO             TO WA-CHARGES
009450         MOVE WS-AC-AMOUNT (WS-AC-NEXT) TO WA-PAYMENTS
009460         SUBTRACT WS-AC-AMOUNT (WS-AC-NEXT)
009470             FROM WS-RUNNING-BALANCE
009480     END-IF.
009490     MOVE WS-RUNNING-BALANCE TO WA-BALANCE.
009500     MOVE WS-ACTIVITY-LINE TO WS-PRINT-LINE.
009510     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
009520     MOVE 'Y' TO WS-AC-DONE-SW (WS-AC-NEXT).
009530 4300-EXIT.
009540     EXIT.
009550
009560 4350-SCAN-ACTIVITY.
009570     IF WS-AC-DONE-SW (WS-AC-IX) = 'N'
009580         AND WS-AC-CUSTOMER-NO (WS-AC-IX) = WS-THIS-CUSTOMER
009590         IF WS-AC-NEXT = ZERO
009600             OR WS-AC-DATE (WS-AC-IX) < WS-AC-DATE (WS-AC-NEXT)
009610             MOVE WS-AC-IX TO WS-AC-NEXT
009620         END-IF
009630     END-IF.
009640 4350-EXIT.
009650     EXIT.
009660
009670*-----------------------------------------------------------------
009680*  THE DUNNING MESSAGE FOLLOWS THE OLDEST BUCKET WITH MONEY IN
009690*  IT: OVER 90 DAYS GETS THE FINAL NOTICE, 31 TO 90 THE FIRMER
009700*  SECOND NOTICE, 1 TO 30 A GENTLE REMINDER.  AN ACCOUNT WITH
009710*  NOTHING PAST DUE IS THANKED.
009720*-----------------------------------------------------------------
009730 4500-PRINT-DUNNING.
009740     EVALUATE TRUE
009750         WHEN WS-ST-OVER-90 (WS-THIS-SLOT) > ZERO
009760             ADD 1 TO WS-FINAL-COUNT
009770             MOVE "*** FINAL NOTICE ***" TO WS-PRINT-LINE
009780             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009790             MOVE
009800               "PART OF YOUR BALANCE IS OVER 90 DAYS PAST DUE."
009810                 TO WS-PRINT-LINE
009820             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009830             MOVE
009840               "PAY THE PAST-DUE AMOUNT NOW OR CALL US TODAY TO"
009850                 TO WS-PRINT-LINE
009860             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009870             MOVE
009880               "AVOID FURTHER COLLECTION ACTION."
009890                 TO WS-PRINT-LINE
009900             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009910         WHEN WS-ST-DAYS-90 (WS-THIS-SLOT) > ZERO
009920           OR WS-ST-DAYS-60 (WS-THIS-SLOT) > ZERO
009930             ADD 1 TO WS-SECOND-COUNT
009940             MOVE "*** SECOND NOTICE ***" TO WS-PRINT-LINE
009950             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
009960             MOVE
009970               "YOUR ACCOUNT IS MORE THAN 30 DAYS PAST DUE."
009980                 TO WS-PRINT-LINE
009990             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010000             MOVE
010010               "PLEASE REMIT THE PAST-DUE AMOUNT IMMEDIATELY."
010020                 TO WS-PRINT-LINE
010030             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010040         WHEN WS-ST-DAYS-30 (WS-THIS-SLOT) > ZERO
010050             ADD 1 TO WS-REMINDER-COUNT
010060             MOVE
010070               "REMINDER - A PAYMENT ON YOUR ACCOUNT IS PAST DUE."
010080                 TO WS-PRINT-LINE
010090             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010100             MOVE
010110               "IF YOU HAVE ALREADY SENT IT, THANK YOU."
010120                 TO WS-PRINT-LINE
010130             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010140         WHEN OTHER
010150             MOVE "THANK YOU FOR YOUR BUSINESS." TO WS-PRINT-LINE
010160             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010170     END-EVALUATE.
010180 4500-EXIT.
010190     EXIT.
010200
010210*-----------------------------------------------------------------
010220*  RUN CONTROL TOTALS.  BALANCE FORWARD PLUS INVOICES AND
010230*  RETURNED CHECKS LESS PAYMENTS IS THE CLOSING BALANCE, AND THE
010240*  CLOSING BALANCE
010250*  AGED BY BUCKET IS WHAT RECTAGE PRINTS AS ITS GRAND TOTAL
010260*  WHEN RUN ON THE STATEMENT DATE.
010270*-----------------------------------------------------------------
010280 6000-WRITE-CONTROL-TOTALS.
010290     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
010300     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010310     MOVE WS-THRU-DATE TO WC-STMT-DATE.
010320     MOVE WS-CONTROL-HEAD-LINE TO WS-PRINT-LINE.
010330     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010340     MOVE SPACES TO WS-PRINT-LINE.
010350     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010360     MOVE "STATEMENTS PRINTED . . . . . . . . ." TO WN-CAPTION.
010370     MOVE WS-STMT-COUNT TO WN-COUNT.
010380     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
010390     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010400     MOVE "  FINAL NOTICES  . . . . . . . . . ." TO WN-CAPTION.
010410     MOVE WS-FINAL-COUNT TO WN-COUNT.
010420     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
010430     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010440     MOVE "  SECOND NOTICES . . . . . . . . . ." TO WN-CAPTION.
010450     MOVE WS-SECOND-COUNT TO WN-COUNT.
010460     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
010470     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010480     MOVE "  REMINDERS  . . . . . . . . . . . ." TO WN-CAPTION.
010490     MOVE WS-REMINDER-COUNT TO WN-COUNT.
010500     MOVE WS-COUNT-LINE TO WS-PRINT-LINE.
010510     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010520     MOVE SPACES TO WS-PRINT-LINE.
010530     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010540     MOVE "BALANCE FORWARD  . . . . . . . . . ." TO WT-CAPTION.
010550     MOVE WS-GT-OPENING TO WT-AMOUNT.
010560     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010570     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010580     MOVE "PLUS INVOICES THIS PERIOD  . . . . ." TO WT-CAPTION.
010590     MOVE WS-GT-INVOICES TO WT-AMOUNT.
010600     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010620     MOVE "PLUS RETURNED CHECKS THIS PERIOD . ." TO WT-CAPTION.
010630     MOVE WS-GT-RETURNS TO WT-AMOUNT.
010640     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010650     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010660     MOVE "LESS PAYMENTS THIS PERIOD  . . . . ." TO WT-CAPTION.
010670     MOVE WS-GT-PAYMENTS TO WT-AMOUNT.
010680     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010700     MOVE "CLOSING BALANCE  . . . . . . . . . ." TO WT-CAPTION.
010710     MOVE WS-GT-CLOSING TO WT-AMOUNT.
010720     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010730     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010740     MOVE SPACES TO WS-PRINT-LINE.
010750     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010760     MOVE "AGED CURRENT . . . . . . . . . . . ." TO WT-CAPTION.
010770     MOVE WS-GT-CURRENT TO WT-AMOUNT.
010780     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010790     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010800     MOVE "AGED 1-30  . . . . . . . . . . . . ." TO WT-CAPTION.
010810     MOVE WS-GT-DAYS-30 TO WT-AMOUNT.
010820     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010830     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010840     MOVE "AGED 31-60 . . . . . . . . . . . . ." TO WT-CAPTION.
010850     MOVE WS-GT-DAYS-60 TO WT-AMOUNT.
010860     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010870     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010880     MOVE "AGED 61-90 . . . . . . . . . . . . ." TO WT-CAPTION.
010890     MOVE WS-GT-DAYS-90 TO WT-AMOUNT.
010900     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010910     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010920     MOVE "AGED OVER 90 . . . . . . . . . . . ." TO WT-CAPTION.
010930     MOVE WS-GT-OVER-90 TO WT-AMOUNT.
010940     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
010950     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010960     MOVE "AGED TOTAL . . . . . . . . . . . . ." TO WT-CAPTION.
010970     COMPUTE WT-AMOUNT =
010980         WS-GT-CURRENT + WS-GT-DAYS-30 + WS-GT-DAYS-60
010990         + WS-GT-DAYS-90 + WS-GT-OVER-90.
011000     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011010     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011020     MOVE WS-THRU-DATE TO WTI-STMT-DATE.
011030     MOVE WS-TIE-LINE TO WS-PRINT-LINE.
011040     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011050     MOVE SPACES TO WS-PRINT-LINE.
011060     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011070     MOVE "CREDIT ON ACCOUNT (NOT IN ABOVE)  . ." TO WT-CAPTION.
011080     MOVE WS-GT-ON-ACCOUNT TO WT-AMOUNT.
011090     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011100     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011110     IF STATEMENT-TABLE-FULL
011120         OR ACTIVITY-TABLE-FULL
011130         OR LATE-CASH-TABLE-FULL
011140         MOVE "*** A TABLE FILLED - THIS RUN IS INCOMPLETE ***"
011150             TO WS-PRINT-LINE
011160         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011170     END-IF.
011180 6000-EXIT.
011190     EXIT.
011200
011210 7000-WRITE-REPORT-LINE.
011220     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
011230     WRITE RECT-REPORT-LINE.
011240     IF NOT REPORT-STATUS-OK
011250         DISPLAY "RECTSTMT: UNABLE TO WRITE RECTSRPT, STATUS = "
011260             WS-REPORT-STATUS
011270     END-IF.
011280 7000-EXIT.
011290     EXIT.
011300
011310 9000-TERMINATE.
011320     IF CASH-FILE-OPEN
011330         CLOSE RECT-CASH-FILE
011340     END-IF.
011350     CLOSE RECT-OPEN-FILE.
011360     CLOSE RECT-CUSTOMER-FILE.
011370     CLOSE RECT-REPORT-FILE.
011380     IF ONACCT-FILE-OPEN
011390         CLOSE RECT-ON-ACCOUNT-FILE
011400     END-IF.
011410     DISPLAY "RECTSTMT: " WS-CASH-COUNT " CASH RECORD(S) AND "
011420         WS-ITEM-COUNT " OPEN ITEM(S) READ.".
011430     DISPLAY "RECTSTMT: " WS-STMT-COUNT " STATEMENT(S) PRINTED - "
011440         WS-FINAL-COUNT " FINAL, " WS-SECOND-COUNT " SECOND, "
011450         WS-REMINDER-COUNT " REMINDER.".
011460 9000-EXIT.
011470     EXIT.
