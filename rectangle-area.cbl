001160*                   BILLING CUT-OFF TOOK THE LOCK.  IT IS NOW
001170*                   RE-READ BEFORE EVERY CALCULATION AND THE
001180*                   SESSION ENDS AS SOON AS IT IS HELD.
001190*  10/15/2026 DK    CUSTOMER CONTRACT PRICING.  AFTER THE LIST
001200*                   RATE IS FOUND THE CUSTOMER'S PRICING
001210*                   AGREEMENT (RECTAGR, MAINTAINED IN RECTAMNT)
001220*                   IN EFFECT TODAY FOR THE SHAPE IS APPLIED - A
001230*                   CONTRACT RATE IN PLACE OF THE LIST RATE OR A
001240*                   DISCOUNT OFF LIST, LESS ANY VOLUME TIER THE
001250*                   JOB'S AREA REACHES.  A CUSTOMER WITH NO
001260*                   AGREEMENT STILL PRICES AT LIST.
001270*  10/15/2026 DK    CREDIT CONTROL.  A FIRM JOB OR ORDER LINE
001280*                   FOR A CUSTOMER ON CREDIT HOLD, OR ONE THAT
001290*                   WOULD TAKE THE CUSTOMER PAST THE CREDIT
001300*                   LIMIT ON RECTCUS (OPEN RECEIVABLES PLUS
001310*                   BILLING NOT YET INVOICED PLUS THE NEW WORK),
001320*                   IS REFUSED UNLESS A SUPERVISOR OVERRIDES IT
001330*                   WITH ID AND PASSWORD.  THE OVERRIDE IS LOGGED
001340*                   TO THE AUDIT FILE UNDER THE SUPERVISOR'S ID.
001350*                   A REFUSED SINGLE JOB MAY BE SAVED AS A QUOTE.
001360*  10/15/2026 DK    EACH BILLING RECORD NOW CARRIES THE STATE
001370*                   AND RATE ITS SALES TAX WAS FIGURED WITH
001380*                   (BL-TAX-STATE, BL-TAX-RATE) FOR THE SALES
001390*                   TAX RETURN.  RECTBIL IS NOW 117 BYTES.
001400*-----------------------------------------------------------------
001410 REMARKS.        PROMPTS THE OPERATOR FOR A CUSTOMER NUMBER AND A
001420                 SHAPE CODE, TAKES THE DIMENSIONS FOR THAT SHAPE,
001430                 DISPLAYS THE COMPUTED AREA, AND SAVES THE JOB TO
001440                 THE RECTANGLE-JOBS MASTER FILE.  LOOPS UNTIL THE
001450                 OPERATOR DECLINES ANOTHER CALCULATION.
001460 
001470 ENVIRONMENT DIVISION.
001480 CONFIGURATION SECTION.
001490 SOURCE-COMPUTER. IBM-370.
001500 OBJECT-COMPUTER. IBM-370.
001510 INPUT-OUTPUT SECTION.
001520 FILE-CONTROL.
001530     SELECT RECT-MASTER-FILE  ASSIGN TO "RECTMAS"
001540         ORGANIZATION IS INDEXED
001550         ACCESS MODE IS DYNAMIC
001560         RECORD KEY IS RJ-JOB-ID
001570         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
001580             WITH DUPLICATES
001590         FILE STATUS IS WS-MASTER-STATUS.
001600     SELECT RECT-CONTROL-FILE ASSIGN TO "RECTCTL"
001610         ORGANIZATION IS INDEXED
001620         ACCESS MODE IS DYNAMIC
001630         RECORD KEY IS RC-CONTROL-KEY
001640         FILE STATUS IS WS-CONTROL-STATUS.
001650     SELECT RECT-AUDIT-FILE   ASSIGN TO "RECTAUD"
001660         ORGANIZATION IS LINE SEQUENTIAL
001670         FILE STATUS IS WS-AUDIT-STATUS.
001680     SELECT RECT-BILLING-FILE ASSIGN TO "RECTBIL"
001690         ORGANIZATION IS LINE SEQUENTIAL
001700         FILE STATUS IS WS-BILLING-STATUS.
001710     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
001720         ORGANIZATION IS INDEXED
001730         ACCESS MODE IS DYNAMIC
001740         RECORD KEY IS CU-CUSTOMER-NO
001750         FILE STATUS IS WS-CUSTOMER-STATUS.
001760     SELECT RECT-RATE-FILE    ASSIGN TO "RECTRATE"
001770         ORGANIZATION IS INDEXED
001780         ACCESS MODE IS DYNAMIC
001790         RECORD KEY IS RT-RATE-KEY
001800         FILE STATUS IS WS-RATE-STATUS.
001810     SELECT RECT-JOURNAL-FILE ASSIGN TO "RECTJRNL"
001820         ORGANIZATION IS LINE SEQUENTIAL
001830         FILE STATUS IS WS-JOURNAL-STATUS.
001840     SELECT RECT-SECURITY-FILE ASSIGN TO "RECTSEC"
001850         ORGANIZATION IS INDEXED
001860         ACCESS MODE IS DYNAMIC
001870         RECORD KEY IS OP-OPERATOR-ID
001880         FILE STATUS IS WS-SECURITY-STATUS.
001890     SELECT RECT-LOCK-FILE    ASSIGN TO "RECTLOCK"
001900         ORGANIZATION IS LINE SEQUENTIAL
001910         FILE STATUS IS WS-LOCK-STATUS.
001920     SELECT RECT-TAX-FILE     ASSIGN TO "RECTTAX"
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS DYNAMIC
001950         RECORD KEY IS TX-TAX-KEY
001960         FILE STATUS IS WS-TAX-STATUS.
001970     SELECT RECT-ORDER-FILE   ASSIGN TO "RECTORD"
001980         ORGANIZATION IS INDEXED
001990         ACCESS MODE IS DYNAMIC
002000         RECORD KEY IS OH-ORDER-NO
002010         FILE STATUS IS WS-ORDER-STATUS.
002020     SELECT RECT-AGREEMENT-FILE ASSIGN TO "RECTAGR"
002030         ORGANIZATION IS INDEXED
002040         ACCESS MODE IS DYNAMIC
002050         RECORD KEY IS PA-AGREEMENT-KEY
002060         FILE STATUS IS WS-AGREEMENT-STATUS.
002070     SELECT RECT-OPEN-FILE    ASSIGN TO "RECTOPN"
002080         ORGANIZATION IS INDEXED
002090         ACCESS MODE IS DYNAMIC
002100         RECORD KEY IS OI-INVOICE-NO
002110         FILE STATUS IS WS-OPEN-STATUS.
002120 
002130 DATA DIVISION.
002140 FILE SECTION.
002150 FD  RECT-MASTER-FILE
002160     LABEL RECORDS ARE STANDARD
002170     RECORD CONTAINS 112 CHARACTERS.
002180     COPY RECTJOB.
002190 
002200 FD  RECT-CONTROL-FILE
002210     LABEL RECORDS ARE STANDARD
002220     RECORD CONTAINS 20 CHARACTERS.
002230     COPY RECTCTL.
002240 
002250 FD  RECT-AUDIT-FILE
002260     LABEL RECORDS ARE STANDARD
002270     RECORD CONTAINS 70 CHARACTERS.
002280     COPY RECTAUD.
002290 
002300 FD  RECT-BILLING-FILE
002310     LABEL RECORDS ARE STANDARD
002320     RECORD CONTAINS 117 CHARACTERS.
002330     COPY RECTBIL.
002340
002350 FD  RECT-CUSTOMER-FILE
002360     LABEL RECORDS ARE STANDARD
002370     RECORD CONTAINS 140 CHARACTERS.
002380     COPY RECTCUS.
002390
002400 FD  RECT-RATE-FILE
002410     LABEL RECORDS ARE STANDARD
002420     RECORD CONTAINS 20 CHARACTERS.
002430     COPY RECTRATE.
002440
002450 FD  RECT-JOURNAL-FILE
002460     LABEL RECORDS ARE STANDARD
002470     RECORD CONTAINS 264 CHARACTERS.
002480     COPY RECTJRN.
002490
002500 FD  RECT-SECURITY-FILE
002510     LABEL RECORDS ARE STANDARD
002520     RECORD CONTAINS 60 CHARACTERS.
002530     COPY RECTSEC.
002540
002550 FD  RECT-ORDER-FILE
002560     LABEL RECORDS ARE STANDARD
002570     RECORD CONTAINS 100 CHARACTERS.
002580     COPY RECTORD.
002590
002600 FD  RECT-TAX-FILE
002610     LABEL RECORDS ARE STANDARD
002620     RECORD CONTAINS 20 CHARACTERS.
002630     COPY RECTTAX.
002640
002650 FD  RECT-LOCK-FILE
002660     LABEL RECORDS ARE STANDARD
002670     RECORD CONTAINS 80 CHARACTERS.
002680     COPY RECTLOCK.
002690
002700 FD  RECT-AGREEMENT-FILE
002710     LABEL RECORDS ARE STANDARD
002720     RECORD CONTAINS 80 CHARACTERS.
002730     COPY RECTAGR.
002740
002750 FD  RECT-OPEN-FILE
002760     LABEL RECORDS ARE STANDARD
002770     RECORD CONTAINS 80 CHARACTERS.
002780     COPY RECTOPN.
002790 
002800 WORKING-STORAGE SECTION.
002810 77  RECT-WIDTH               PIC 9(05)V99.
002820 77  RECT-LENGTH              PIC 9(05)V99.
002830 77  RECT-DIM-3               PIC 9(05)V99.
002840 77  RECT-AREA                PIC 9(10)V99.
002850 77  RECT-RADIUS              PIC 9(05)V99.
002860 77  RECT-BASE                PIC 9(05)V99.
002870 77  RECT-HEIGHT              PIC 9(05)V99.
002880 77  RECT-SIDE-A              PIC 9(05)V99.
002890 77  RECT-SIDE-B              PIC 9(05)V99.
002900 77  RECT-SIDE-C              PIC 9(05)V99.
002910 77  RECT-SIDE-D              PIC 9(05)V99.
002920 77  RECT-PERIMETER           PIC 9(07)V99.
002930 77  WS-PI                    PIC 9(01)V9(5) VALUE 3.14159.
002940 77  WS-CONVERT-FACTOR        PIC 9(01)V9(5) VALUE 1.00000.
002950 77  WS-WIDTH-INPUT           PIC X(07).
002960 77  WS-WIDTH-INPUT-N         REDEFINES WS-WIDTH-INPUT
002970     PIC 9(05)V99.
002980 77  WS-LENGTH-INPUT          PIC X(07).
002990 77  WS-LENGTH-INPUT-N        REDEFINES WS-LENGTH-INPUT
003000     PIC 9(05)V99.
003010 77  WS-RADIUS-INPUT          PIC X(07).
003020 77  WS-RADIUS-INPUT-N        REDEFINES WS-RADIUS-INPUT
003030     PIC 9(05)V99.
003040 77  WS-BASE-INPUT            PIC X(07).
003050 77  WS-BASE-INPUT-N          REDEFINES WS-BASE-INPUT
003060     PIC 9(05)V99.
003070 77  WS-HEIGHT-INPUT          PIC X(07).
003080 77  WS-HEIGHT-INPUT-N        REDEFINES WS-HEIGHT-INPUT
003090     PIC 9(05)V99.
003100 77  WS-SIDE-A-INPUT          PIC X(07).
003110 77  WS-SIDE-A-INPUT-N        REDEFINES WS-SIDE-A-INPUT
003120     PIC 9(05)V99.
003130 77  WS-SIDE-B-INPUT          PIC X(07).
003140 77  WS-SIDE-B-INPUT-N        REDEFINES WS-SIDE-B-INPUT
003150     PIC 9(05)V99.
003160 77  WS-SIDE-C-INPUT          PIC X(07).
003170 77  WS-SIDE-C-INPUT-N        REDEFINES WS-SIDE-C-INPUT
003180     PIC 9(05)V99.
003190 77  WS-SIDE-D-INPUT          PIC X(07).
003200 77  WS-SIDE-D-INPUT-N        REDEFINES WS-SIDE-D-INPUT
003210     PIC 9(05)V99.
003220 77  WS-SHAPE-CODE            PIC X(01).
003230     88  SHAPE-RECTANGLE          VALUES 'R' 'r'.
003240     88  SHAPE-CIRCLE             VALUES 'C' 'c'.
003250     88  SHAPE-TRIANGLE           VALUES 'T' 't'.
003260     88  SHAPE-TRAPEZOID          VALUES 'Z' 'z'.
003270 77  WS-UNIT-CODE             PIC X(01).
003280     88  UNIT-FEET                VALUES 'F' 'f'.
003290     88  UNIT-INCHES              VALUES 'I' 'i'.
003300     88  UNIT-METERS              VALUES 'M' 'm'.
003310 77  WS-DONE                  PIC X(01) VALUE 'N'.
003320     88  DONE-YES                 VALUES 'Y' 'y'.
003330 77  WS-QUOTE-SW              PIC X(01) VALUE 'J'.
003340     88  QUOTE-JOB                VALUES 'Q' 'q'.
003350     88  FIRM-JOB                 VALUES 'J' 'j'.
003360 77  WS-CUSTOMER-NAME         PIC X(30).
003370 77  WS-CUSTOMER-NO           PIC 9(05).
003380 77  WS-CUSTNO-INPUT          PIC X(05).
003390 77  WS-CUSTNO-INPUT-N        REDEFINES WS-CUSTNO-INPUT
003400     PIC 9(05).
003410 77  WS-MASTER-STATUS         PIC X(02) VALUE '00'.
003420     88  MASTER-STATUS-OK         VALUE '00'.
003430     88  MASTER-FILE-NOT-FOUND    VALUE '35'.
003440 77  WS-CONTROL-STATUS        PIC X(02) VALUE '00'.
003450     88  CONTROL-STATUS-OK        VALUE '00'.
003460     88  CONTROL-FILE-NOT-FOUND   VALUE '35'.
003470 77  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
003480     88  AUDIT-STATUS-OK          VALUE '00'.
003490     88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
003500 77  WS-BILLING-STATUS        PIC X(02) VALUE '00'.
003510     88  BILLING-STATUS-OK        VALUE '00'.
003520     88  BILLING-FILE-NOT-FOUND   VALUE '35'.
003530 77  WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.
003540     88  CUSTOMER-STATUS-OK       VALUE '00'.
003550     88  CUSTOMER-NOT-FOUND       VALUE '23'.
003560     88  CUSTOMER-FILE-NOT-FOUND  VALUE '35'.
003570 77  WS-RATE-STATUS           PIC X(02) VALUE '00'.
003580     88  RATE-STATUS-OK           VALUE '00'.
003590     88  RATE-FILE-NOT-FOUND      VALUE '35'.
003600 77  WS-JOURNAL-STATUS        PIC X(02) VALUE '00'.
003610     88  JOURNAL-STATUS-OK        VALUE '00'.
003620     88  JOURNAL-FILE-NOT-FOUND   VALUE '35'.
003630 77  WS-JRN-FUNCTION          PIC X(01).
003640 77  WS-BEFORE-IMAGE          PIC X(112).
003650 77  WS-SECURITY-STATUS       PIC X(02) VALUE '00'.
003660     88  SECURITY-STATUS-OK       VALUE '00'.
003670     88  SECURITY-FILE-NOT-FOUND  VALUE '35'.
003680 77  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
003690     88  SIGNED-ON                VALUE 'Y'.
003700 77  WS-SIGNON-TRIES          PIC 9(01) VALUE ZERO.
003710 77  WS-PASSWORD-INPUT        PIC X(08).
003720 77  WS-AUTHORITY             PIC 9(01) VALUE ZERO.
003730     88  AUTH-SUPERVISOR          VALUE 2.
003740 77  WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
003750     88  RATE-SEARCH-DONE         VALUE 'Y'.
003760 77  WS-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
003770     88  RATE-FOUND               VALUE 'Y'.
003780 77  WS-JOB-RATE              PIC 9(03)V99.
003790 77  WS-JOB-PRICE             PIC 9(07)V99.
003800 77  WS-PRICE-DISPLAY         PIC Z(06)9.99.
003810 77  WS-OPERATOR-ID           PIC X(08).
003820 77  WS-CURRENT-DATE          PIC 9(08).
003830 77  WS-CURRENT-TIME          PIC 9(08).
003840 77  WS-ORDER-STATUS          PIC X(02) VALUE '00'.
003850     88  ORDER-STATUS-OK          VALUE '00'.
003860     88  ORDER-FILE-NOT-FOUND     VALUE '35'.
003870 77  WS-ORDER-SW              PIC X(01) VALUE 'N'.
003880     88  ORDER-MODE               VALUES 'Y' 'y'.
003890     88  SINGLE-JOB-MODE          VALUES 'N' 'n'.
003900 77  WS-ORDER-NO              PIC 9(07) VALUE ZERO.
003910 77  WS-ORDER-LINE            PIC 9(02) VALUE ZERO.
003920 77  WS-ORDER-FIRST-JOB       PIC 9(07) VALUE ZERO.
003930 77  WS-ORDER-AREA            PIC 9(10)V99 VALUE ZERO.
003940 77  WS-ORDER-PERIMETER       PIC 9(07)V99 VALUE ZERO.
003950 77  WS-ORDER-PRICE           PIC 9(07)V99 VALUE ZERO.
003960 77  WS-MORE-SHAPES-SW        PIC X(01) VALUE 'N'.
003970     88  MORE-SHAPES              VALUES 'Y' 'y'.
003980 77  WS-TAX-STATUS            PIC X(02) VALUE '00'.
003990     88  TAX-STATUS-OK            VALUE '00'.
004000     88  TAX-FILE-NOT-FOUND       VALUE '35'.
004010 77  WS-TAX-EOF-SW            PIC X(01) VALUE 'N'.
004020     88  TAX-SEARCH-DONE          VALUE 'Y'.
004030 77  WS-TAX-FOUND-SW          PIC X(01) VALUE 'N'.
004040     88  TAX-FOUND                VALUE 'Y'.
004050 77  WS-TAX-RATE              PIC 9(02)V999 VALUE ZERO.
004060 77  WS-JOB-TAX               PIC 9(05)V99 VALUE ZERO.
004070 77  WS-TAX-DISPLAY           PIC Z(04)9.99.
004080 77  WS-CUSTOMER-STATE        PIC X(02) VALUE SPACES.
004090 77  WS-ORDER-TAX             PIC 9(05)V99 VALUE ZERO.
004100 77  WS-LOCK-STATUS           PIC X(02) VALUE '00'.
004110     88  LOCK-STATUS-OK           VALUE '00'.
004120     88  LOCK-FILE-NOT-FOUND      VALUE '35'.
004130 77  WS-AGREEMENT-STATUS      PIC X(02) VALUE '00'.
004140     88  AGREEMENT-STATUS-OK      VALUE '00'.
004150     88  AGREEMENT-FILE-NOT-FOUND VALUE '35'.
004160 77  WS-AGR-OPEN-SW           PIC X(01) VALUE 'N'.
004170     88  AGREEMENT-FILE-OPEN      VALUE 'Y'.
004180 77  WS-AGR-EOF-SW            PIC X(01) VALUE 'N'.
004190     88  AGR-SEARCH-DONE          VALUE 'Y'.
004200 77  WS-AGR-FOUND-SW          PIC X(01) VALUE 'N'.
004210     88  AGR-FOUND                VALUE 'Y'.
004220 77  WS-AGR-TYPE              PIC X(01) VALUE SPACE.
004230 77  WS-AGR-RATE              PIC 9(03)V99 VALUE ZERO.
004240 77  WS-AGR-DISC-PCT          PIC 9(02)V99 VALUE ZERO.
004250 77  WS-AGR-TIER-PCT          PIC 9(02)V99 VALUE ZERO.
004260 77  WS-AGR-TIER-MIN          PIC 9(10)V99 VALUE ZERO.
004270 77  WS-AGR-IX                PIC 9(02) COMP VALUE ZERO.
004280 77  WS-OPEN-STATUS           PIC X(02) VALUE '00'.
004290     88  OPEN-STATUS-OK           VALUE '00'.
004300 77  WS-OPN-OPEN-SW           PIC X(01) VALUE 'N'.
004310     88  OPEN-ITEMS-FILE-OPEN     VALUE 'Y'.
004320 77  WS-CR-REFUSED-SW         PIC X(01) VALUE 'N'.
004330     88  CREDIT-REFUSED           VALUE 'Y'.
004340 77  WS-CR-OVERRIDE-SW        PIC X(01) VALUE 'N'.
004350     88  CREDIT-OVERRIDDEN        VALUE 'Y'.
004360 77  WS-CR-LOG-SW             PIC X(01) VALUE 'N'.
004370     88  OVERRIDE-LOG-PENDING     VALUE 'Y'.
004380 77  WS-CR-DECLINED-SW        PIC X(01) VALUE 'N'.
004390     88  CREDIT-JOB-DECLINED      VALUE 'Y'.
004400 77  WS-CR-EOF-SW             PIC X(01) VALUE 'N'.
004410     88  CR-SCAN-DONE             VALUE 'Y'.
004420 77  WS-CR-ANSWER             PIC X(01) VALUE SPACE.
004430     88  CR-ANSWER-YES            VALUES 'Y' 'y'.
004440 77  WS-CR-CUSTOMER-NO        PIC 9(05) VALUE ZERO.
004450 77  WS-CR-REASON             PIC X(02) VALUE SPACES.
004460 77  WS-CR-SUPERVISOR-ID      PIC X(08) VALUE SPACES.
004470 77  WS-CR-LIMIT              PIC 9(08)V99 VALUE ZERO.
004480 77  WS-CR-EXPOSURE           PIC S9(09)V99 VALUE ZERO.
004490 77  WS-CR-NEW-AMOUNT         PIC 9(08)V99 VALUE ZERO.
004500 77  WS-CR-EXPOSURE-DISPLAY   PIC Z(08)9.99-.
004510 77  WS-CR-LIMIT-DISPLAY      PIC Z(07)9.99.
004520 
004530
004540 PROCEDURE DIVISION.
004550 0000-MAINLINE.
004560     DISPLAY "===== RECTANGLE AREA CALCULATOR =====".
004570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004580     PERFORM 2000-CALCULATE-LOOP THRU 2000-EXIT
004590         UNTIL DONE-YES.
004600     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004610     DISPLAY "GOODBYE!".
004620     STOP RUN.
004630 
004640 1000-INITIALIZE.
004650     PERFORM 1010-CHECK-RUN-LOCK THRU 1010-EXIT.
004660     IF DONE-YES
004670         GO TO 1000-EXIT.
004680     OPEN I-O RECT-CONTROL-FILE.
004690     IF CONTROL-FILE-NOT-FOUND
004700         OPEN OUTPUT RECT-CONTROL-FILE
004710         MOVE '1'   TO RC-CONTROL-KEY
004720         MOVE ZERO  TO RC-LAST-JOB-ID
004730         WRITE RECT-CONTROL-RECORD
004740         CLOSE RECT-CONTROL-FILE
004750         OPEN I-O RECT-CONTROL-FILE
004760     END-IF.
004770     MOVE '1' TO RC-CONTROL-KEY.
004780     READ RECT-CONTROL-FILE.
004790     OPEN I-O RECT-MASTER-FILE.
004800     IF MASTER-FILE-NOT-FOUND
004810         OPEN OUTPUT RECT-MASTER-FILE
004820         CLOSE RECT-MASTER-FILE
004830         OPEN I-O RECT-MASTER-FILE
004840     END-IF.
004850     OPEN EXTEND RECT-AUDIT-FILE.
004860     IF AUDIT-FILE-NOT-FOUND
004870         OPEN OUTPUT RECT-AUDIT-FILE
004880     END-IF.
004890     OPEN EXTEND RECT-BILLING-FILE.
004900     IF BILLING-FILE-NOT-FOUND
004910         OPEN OUTPUT RECT-BILLING-FILE
004920     END-IF.
004930     OPEN EXTEND RECT-JOURNAL-FILE.
004940     IF JOURNAL-FILE-NOT-FOUND
004950         OPEN OUTPUT RECT-JOURNAL-FILE
004960     END-IF.
004970     OPEN INPUT RECT-CUSTOMER-FILE.
004980     IF CUSTOMER-FILE-NOT-FOUND
004990         DISPLAY "CUSTOMER MASTER (RECTCUS) NOT FOUND - "
005000             "SET CUSTOMERS UP IN RECTCUST FIRST."
005010         MOVE 'Y' TO WS-DONE
005020         GO TO 1000-EXIT
005030     END-IF.
005040     OPEN INPUT RECT-RATE-FILE.
005050     IF RATE-FILE-NOT-FOUND
005060         DISPLAY "RATE TABLE (RECTRATE) NOT FOUND - "
005070             "SET RATES UP IN RECTRMNT FIRST."
005080         MOVE 'Y' TO WS-DONE
005090         GO TO 1000-EXIT
005100     END-IF.
005110     OPEN INPUT RECT-TAX-FILE.
005120     IF TAX-FILE-NOT-FOUND
005130         DISPLAY "TAX TABLE (RECTTAX) NOT FOUND - "
005140             "SET RATES UP IN RECTTMNT FIRST."
005150         MOVE 'Y' TO WS-DONE
005160         GO TO 1000-EXIT
005170     END-IF.
005180*    THE AGREEMENT FILE IS OPTIONAL - A SHOP WITH NO CONTRACT
005190*    CUSTOMERS YET PRICES EVERYTHING AT LIST.
005200     OPEN INPUT RECT-AGREEMENT-FILE.
005210     IF AGREEMENT-STATUS-OK
005220         MOVE 'Y' TO WS-AGR-OPEN-SW
005230     END-IF.
005240*    SO IS THE OPEN-ITEMS FILE - BEFORE THE FIRST INVOICE RUN
005250*    NOTHING IS OWED BUT WHAT SITS ON THE BILLING EXTRACT.
005260     OPEN INPUT RECT-OPEN-FILE.
005270     IF OPEN-STATUS-OK
005280         MOVE 'Y' TO WS-OPN-OPEN-SW
005290     END-IF.
005300     OPEN I-O RECT-ORDER-FILE.
005310     IF ORDER-FILE-NOT-FOUND
005320         OPEN OUTPUT RECT-ORDER-FILE
005330         CLOSE RECT-ORDER-FILE
005340         OPEN I-O RECT-ORDER-FILE
005350     END-IF.
005360     OPEN INPUT RECT-SECURITY-FILE.
005370     IF SECURITY-FILE-NOT-FOUND
005380         DISPLAY "SECURITY FILE (RECTSEC) NOT FOUND - "
005390             "SET OPERATORS UP IN RECTSMNT FIRST."
005400         MOVE 'Y' TO WS-DONE
005410         GO TO 1000-EXIT
005420     END-IF.
005430     PERFORM 1100-SIGN-ON THRU 1100-EXIT.
005440     IF NOT SIGNED-ON
005450         MOVE 'Y' TO WS-DONE
005460     END-IF.
005470 1000-EXIT.
005480     EXIT.
005490
005500*-----------------------------------------------------------------
005510*  THE OVERNIGHT BATCH TAKES THE RUN-CONTROL LOCK WHILE IT
005520*  DRAWS JOB IDS.  A SESSION STARTED WHILE IT IS HELD WOULD
005530*  PULL THE SHARED RECTCTL SEQUENCE OUT FROM UNDER THE
005540*  CHECKPOINT ROLLBACK, SO IT IS REFUSED INSTEAD.
005550*-----------------------------------------------------------------
005560 1010-CHECK-RUN-LOCK.
005570     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
005580     OPEN INPUT RECT-LOCK-FILE.
005590     IF LOCK-STATUS-OK
005600         READ RECT-LOCK-FILE
005610             AT END
005620                 CONTINUE
005630         END-READ
005640         CLOSE RECT-LOCK-FILE
005650     END-IF.
005660     IF RL-LOCK-HELD
005670         DISPLAY "RUN LOCK HELD BY " RL-PROGRAM-ID
005680             " (OPERATOR " RL-OPERATOR-ID ") SINCE "
005690             RL-TIMESTAMP "."
005700         DISPLAY "NO JOB IDS CAN BE DRAWN WHILE THE BATCH "
005710             "RUNS - TRY AGAIN LATER."
005720         MOVE 'Y' TO WS-DONE
005730     END-IF.
005740 1010-EXIT.
005750     EXIT.
005760
005770*-----------------------------------------------------------------
005780*  OPERATOR SIGN-ON AGAINST THE SECURITY FILE.  THREE TRIES;
005790*  EVERY FAILURE IS LOGGED TO THE AUDIT FILE WITH THE ID THAT
005800*  WAS ATTEMPTED, SO "WHO TRIED" HAS AN ANSWER TOO.
005810*-----------------------------------------------------------------
005820 1100-SIGN-ON.
005830     MOVE ZERO TO WS-SIGNON-TRIES.
005840     MOVE 'N'  TO WS-SIGNON-SW.
005850     PERFORM 1150-SIGN-ON-TRY THRU 1150-EXIT
005860         UNTIL SIGNED-ON
005870            OR WS-SIGNON-TRIES NOT LESS THAN 3.
005880     IF NOT SIGNED-ON
005890         DISPLAY "TOO MANY SIGN-ON ATTEMPTS."
005900     END-IF.
005910 1100-EXIT.
005920     EXIT.
005930
005940 1150-SIGN-ON-TRY.
005950     DISPLAY "ENTER OPERATOR ID: ".
005960     ACCEPT WS-OPERATOR-ID.
005970     DISPLAY "ENTER PASSWORD: ".
005980     ACCEPT WS-PASSWORD-INPUT.
005990     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
006000     READ RECT-SECURITY-FILE
006010         INVALID KEY
006020             PERFORM 1160-SIGNON-FAILED THRU 1160-EXIT
006030             GO TO 1150-EXIT
006040     END-READ.
006050     IF OP-PASSWORD NOT = WS-PASSWORD-INPUT
006060         PERFORM 1160-SIGNON-FAILED THRU 1160-EXIT
006070         GO TO 1150-EXIT
006080     END-IF.
006090     MOVE 'Y' TO WS-SIGNON-SW.
006100     MOVE OP-AUTHORITY-LEVEL TO WS-AUTHORITY.
006110     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
006120 1150-EXIT.
006130     EXIT.
006140
006150 1160-SIGNON-FAILED.
006160     ADD 1 TO WS-SIGNON-TRIES.
006170     DISPLAY "SIGN-ON REFUSED.".
006180     MOVE SPACES TO RECT-AUDIT-RECORD.
006190     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006200     ACCEPT WS-CURRENT-TIME FROM TIME.
006210     STRING WS-CURRENT-DATE WS-CURRENT-TIME
006220         DELIMITED BY SIZE INTO RA-TIMESTAMP.
006230     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
006240     MOVE ZERO TO RA-JOB-ID.
006250     MOVE 'S'  TO RA-FUNCTION-CODE.
006260     MOVE ZERO TO RA-WIDTH.
006270     MOVE ZERO TO RA-LENGTH.
006280     MOVE ZERO TO RA-DIM-3.
006290     MOVE ZERO TO RA-AREA.
006300     WRITE RECT-AUDIT-RECORD.
006310     IF NOT AUDIT-STATUS-OK
006320         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
006330             WS-AUDIT-STATUS
006340     END-IF.
006350 1160-EXIT.
006360     EXIT.
006370 
006380 2000-CALCULATE-LOOP.
006390*    THE LOCK IS RE-READ BEFORE EVERY CALCULATION, NOT JUST AT
006400*    SIGN-ON - A SESSION LEFT ON THE COUNTER OVERNIGHT MUST
006410*    STOP DRAWING JOB IDS THE MOMENT THE BATCH OR THE BILLING
006420*    CUT-OFF TAKES THE LOCK.
006430     PERFORM 1010-CHECK-RUN-LOCK THRU 1010-EXIT.
006440     IF DONE-YES
006450         GO TO 2000-EXIT
006460     END-IF.
006470     PERFORM 2050-GET-CUSTOMER THRU 2050-EXIT.
006480     PERFORM 2085-GET-ORDER-MODE THRU 2085-EXIT.
006490     IF ORDER-MODE
006500         PERFORM 2800-PROCESS-ORDER THRU 2800-EXIT
006510     ELSE
006520         PERFORM 2095-SINGLE-JOB THRU 2095-EXIT
006530     END-IF.
006540     PERFORM 2900-ASK-AGAIN    THRU 2900-EXIT.
006550 2000-EXIT.
006560     EXIT.
006570
006580 2095-SINGLE-JOB.
006590     MOVE ZERO TO WS-ORDER-NO.
006600     MOVE ZERO TO WS-ORDER-LINE.
006610     MOVE 'N'  TO WS-CR-OVERRIDE-SW.
006620     MOVE 'N'  TO WS-CR-LOG-SW.
006630     PERFORM 2010-GET-SHAPE    THRU 2010-EXIT.
006640     PERFORM 2020-GET-UNIT     THRU 2020-EXIT.
006650     PERFORM 2580-COMPUTE-AREA THRU 2580-EXIT.
006660     DISPLAY "AREA IS: " RECT-AREA " SQUARE FEET".
006670     DISPLAY "PERIMETER IS: " RECT-PERIMETER " FEET".
006680     PERFORM 2590-FIND-RATE THRU 2590-EXIT.
006690     MOVE WS-JOB-PRICE TO WS-PRICE-DISPLAY.
006700     DISPLAY "PRICE IS: $" WS-PRICE-DISPLAY.
006710     PERFORM 2596-FIND-TAX THRU 2596-EXIT.
006720     MOVE WS-JOB-TAX TO WS-TAX-DISPLAY.
006730     DISPLAY "TAX IS: $" WS-TAX-DISPLAY.
006740     PERFORM 2080-GET-QUOTE-OR-JOB THRU 2080-EXIT.
006750     IF FIRM-JOB
006760         COMPUTE WS-CR-NEW-AMOUNT = WS-JOB-PRICE + WS-JOB-TAX
006770         PERFORM 2605-CHECK-JOB-CREDIT THRU 2605-EXIT
006780         IF CREDIT-JOB-DECLINED
006790             GO TO 2095-EXIT
006800         END-IF
006810     END-IF.
006820     PERFORM 2600-SAVE-JOB     THRU 2600-EXIT.
006830     IF MASTER-STATUS-OK AND FIRM-JOB
006840         PERFORM 2650-WRITE-BILLING THRU 2650-EXIT
006850     END-IF.
006860     PERFORM 2700-WRITE-AUDIT  THRU 2700-EXIT.
006870     IF MASTER-STATUS-OK AND OVERRIDE-LOG-PENDING
006880         PERFORM 2710-WRITE-OVERRIDE-AUDIT THRU 2710-EXIT
006890     END-IF.
006900 2095-EXIT.
006910     EXIT.
006920 
006930 2010-GET-SHAPE.
006940     DISPLAY "SHAPE (R-RECT C-CIRCLE T-TRIANGLE Z-TRAPEZOID): ".
006950     ACCEPT WS-SHAPE-CODE.
006960     IF NOT SHAPE-RECTANGLE
006970         AND NOT SHAPE-CIRCLE
006980         AND NOT SHAPE-TRIANGLE
006990         AND NOT SHAPE-TRAPEZOID
007000         DISPLAY "INVALID SHAPE CODE - ENTER R, C, T OR Z."
007010         GO TO 2010-GET-SHAPE
007020     END-IF.
007030     INSPECT WS-SHAPE-CODE CONVERTING "rctz" TO "RCTZ".
007040 2010-EXIT.
007050     EXIT.
007060 
007070 2020-GET-UNIT.
007080     DISPLAY "UNIT OF MEASURE (F-FEET I-INCHES M-METERS): ".
007090     ACCEPT WS-UNIT-CODE.
007100     IF NOT UNIT-FEET AND NOT UNIT-INCHES AND NOT UNIT-METERS
007110         DISPLAY "INVALID UNIT CODE - ENTER F, I OR M."
007120         GO TO 2020-GET-UNIT
007130     END-IF.
007140     INSPECT WS-UNIT-CODE CONVERTING "fim" TO "FIM".
007150     EVALUATE TRUE
007160         WHEN UNIT-FEET
007170             MOVE 1.00000 TO WS-CONVERT-FACTOR
007180         WHEN UNIT-INCHES
007190             MOVE 0.08333 TO WS-CONVERT-FACTOR
007200         WHEN UNIT-METERS
007210             MOVE 3.28084 TO WS-CONVERT-FACTOR
007220     END-EVALUATE.
007230 2020-EXIT.
007240     EXIT.
007250 
007260*-----------------------------------------------------------------
007270*  A QUOTE SAVES LIKE A JOB BUT NEVER REACHES THE BILLING
007280*  EXTRACT.  THE COUNTER ASKS AFTER THE PRICE IS ON THE SCREEN -
007290*  THAT IS THE MOMENT THE CUSTOMER DECIDES.
007300*-----------------------------------------------------------------
007310 2080-GET-QUOTE-OR-JOB.
007320     DISPLAY "QUOTE OR FIRM JOB? (Q/J): ".
007330     ACCEPT WS-QUOTE-SW.
007340     IF NOT QUOTE-JOB AND NOT FIRM-JOB
007350         DISPLAY "INVALID CHOICE - ENTER Q OR J."
007360         GO TO 2080-GET-QUOTE-OR-JOB
007370     END-IF.
007380 2080-EXIT.
007390     EXIT.
007400
007410 2085-GET-ORDER-MODE.
007420     DISPLAY "WORK ORDER WITH MULTIPLE SHAPES? (Y/N): ".
007430     ACCEPT WS-ORDER-SW.
007440     IF NOT ORDER-MODE AND NOT SINGLE-JOB-MODE
007450         DISPLAY "INVALID CHOICE - ENTER Y OR N."
007460         GO TO 2085-GET-ORDER-MODE
007470     END-IF.
007480 2085-EXIT.
007490     EXIT.
007500
007510 2050-GET-CUSTOMER.
007520     DISPLAY "ENTER CUSTOMER NUMBER (5 DIGITS): ".
007530     ACCEPT WS-CUSTNO-INPUT.
007540     IF WS-CUSTNO-INPUT NOT NUMERIC
007550         DISPLAY "INVALID CUSTOMER NUMBER - ENTER DIGITS ONLY."
007560         GO TO 2050-GET-CUSTOMER
007570     END-IF.
007580     IF WS-CUSTNO-INPUT-N = ZERO
007590         DISPLAY "INVALID CUSTOMER NUMBER - MUST BE GREATER "
007600             "THAN ZERO."
007610         GO TO 2050-GET-CUSTOMER
007620     END-IF.
007630     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
007640     READ RECT-CUSTOMER-FILE
007650         INVALID KEY
007660             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " NOT ON FILE - "
007670                 "SET IT UP IN RECTCUST FIRST."
007680             GO TO 2050-GET-CUSTOMER
007690     END-READ.
007700     MOVE CU-CUSTOMER-NO   TO WS-CUSTOMER-NO.
007710     MOVE CU-CUSTOMER-NAME TO WS-CUSTOMER-NAME.
007720     MOVE CU-STATE         TO WS-CUSTOMER-STATE.
007730     DISPLAY "CUSTOMER: " WS-CUSTOMER-NAME.
007740     IF CU-ON-CREDIT-HOLD
007750         DISPLAY "*** CUSTOMER IS ON CREDIT HOLD - QUOTES ONLY "
007760             "WITHOUT A SUPERVISOR OVERRIDE ***"
007770     END-IF.
007780 2050-EXIT.
007790     EXIT.
007800 
007810 2100-GET-WIDTH.
007820     DISPLAY "ENTER WIDTH (NNNNN.NN, NO DECIMAL POINT): ".
007830     ACCEPT WS-WIDTH-INPUT.
007840     IF WS-WIDTH-INPUT NOT NUMERIC
007850         DISPLAY "INVALID WIDTH - ENTER NUMERIC DIGITS ONLY."
007860         GO TO 2100-GET-WIDTH
007870     END-IF.
007880     IF WS-WIDTH-INPUT-N = ZERO
007890         DISPLAY "INVALID WIDTH - MUST BE GREATER THAN ZERO."
007900         GO TO 2100-GET-WIDTH
007910     END-IF.
007920     COMPUTE RECT-WIDTH ROUNDED =
007930         WS-WIDTH-INPUT-N * WS-CONVERT-FACTOR
007940         ON SIZE ERROR
007950             DISPLAY "INVALID WIDTH TOO LARGE AFTER CONVERSION."
007960             GO TO 2100-GET-WIDTH
007970     END-COMPUTE.
007980 2100-EXIT.
007990     EXIT.
008000 
008010 2200-GET-LENGTH.
008020     DISPLAY "ENTER LENGTH (NNNNN.NN, NO DECIMAL POINT): ".
008030     ACCEPT WS-LENGTH-INPUT.
008040     IF WS-LENGTH-INPUT NOT NUMERIC
008050         DISPLAY "INVALID LENGTH - ENTER NUMERIC DIGITS ONLY."
008060         GO TO 2200-GET-LENGTH
008070     END-IF.
008080     IF WS-LENGTH-INPUT-N = ZERO
008090         DISPLAY "INVALID LENGTH - MUST BE GREATER THAN ZERO."
008100         GO TO 2200-GET-LENGTH
008110     END-IF.
008120     COMPUTE RECT-LENGTH ROUNDED =
008130         WS-LENGTH-INPUT-N * WS-CONVERT-FACTOR
008140         ON SIZE ERROR
008150             DISPLAY "INVALID LENGTH TOO LARGE AFTER CONVERSION."
008160             GO TO 2200-GET-LENGTH
008170     END-COMPUTE.
008180 2200-EXIT.
008190     EXIT.
008200 
008210 2300-GET-RADIUS.
008220     DISPLAY "ENTER RADIUS (NNNNN.NN, NO DECIMAL POINT): ".
008230     ACCEPT WS-RADIUS-INPUT.
008240     IF WS-RADIUS-INPUT NOT NUMERIC
008250         DISPLAY "INVALID RADIUS - ENTER NUMERIC DIGITS ONLY."
008260         GO TO 2300-GET-RADIUS
008270     END-IF.
008280     IF WS-RADIUS-INPUT-N = ZERO
008290         DISPLAY "INVALID RADIUS - MUST BE GREATER THAN ZERO."
008300         GO TO 2300-GET-RADIUS
008310     END-IF.
008320     COMPUTE RECT-RADIUS ROUNDED =
008330         WS-RADIUS-INPUT-N * WS-CONVERT-FACTOR
008340         ON SIZE ERROR
008350             DISPLAY "INVALID RADIUS TOO LARGE AFTER CONVERSION."
008360             GO TO 2300-GET-RADIUS
008370     END-COMPUTE.
008380 2300-EXIT.
008390     EXIT.
008400 
008410 2400-GET-BASE.
008420     DISPLAY "ENTER BASE (NNNNN.NN, NO DECIMAL POINT): ".
008430     ACCEPT WS-BASE-INPUT.
008440     IF WS-BASE-INPUT NOT NUMERIC
008450         DISPLAY "INVALID BASE - ENTER NUMERIC DIGITS ONLY."
008460         GO TO 2400-GET-BASE
008470     END-IF.
008480     IF WS-BASE-INPUT-N = ZERO
008490         DISPLAY "INVALID BASE - MUST BE GREATER THAN ZERO."
008500         GO TO 2400-GET-BASE
008510     END-IF.
008520     COMPUTE RECT-BASE ROUNDED =
008530         WS-BASE-INPUT-N * WS-CONVERT-FACTOR
008540         ON SIZE ERROR
008550             DISPLAY "INVALID BASE TOO LARGE AFTER CONVERSION."
008560             GO TO 2400-GET-BASE
008570     END-COMPUTE.
008580 2400-EXIT.
008590     EXIT.
008600 
008610 2450-GET-HEIGHT.
008620     DISPLAY "ENTER HEIGHT (NNNNN.NN, NO DECIMAL POINT): ".
008630     ACCEPT WS-HEIGHT-INPUT.
008640     IF WS-HEIGHT-INPUT NOT NUMERIC
008650         DISPLAY "INVALID HEIGHT - ENTER NUMERIC DIGITS ONLY."
008660         GO TO 2450-GET-HEIGHT
008670     END-IF.
008680     IF WS-HEIGHT-INPUT-N = ZERO
008690         DISPLAY "INVALID HEIGHT - MUST BE GREATER THAN ZERO."
008700         GO TO 2450-GET-HEIGHT
008710     END-IF.
008720     COMPUTE RECT-HEIGHT ROUNDED =
008730         WS-HEIGHT-INPUT-N * WS-CONVERT-FACTOR
008740         ON SIZE ERROR
008750             DISPLAY "INVALID HEIGHT TOO LARGE AFTER CONVERSION."
008760             GO TO 2450-GET-HEIGHT
008770     END-COMPUTE.
008780 2450-EXIT.
008790     EXIT.
008800 
008810 2500-GET-SIDE-A.
008820     DISPLAY "ENTER SIDE A (NNNNN.NN, NO DECIMAL POINT): ".
008830     ACCEPT WS-SIDE-A-INPUT.
008840     IF WS-SIDE-A-INPUT NOT NUMERIC
008850         DISPLAY "INVALID SIDE A - ENTER NUMERIC DIGITS ONLY."
008860         GO TO 2500-GET-SIDE-A
008870     END-IF.
008880     IF WS-SIDE-A-INPUT-N = ZERO
008890         DISPLAY "INVALID SIDE A - MUST BE GREATER THAN ZERO."
008900         GO TO 2500-GET-SIDE-A
008910     END-IF.
008920     COMPUTE RECT-SIDE-A ROUNDED =
008930         WS-SIDE-A-INPUT-N * WS-CONVERT-FACTOR
008940         ON SIZE ERROR
008950             DISPLAY "INVALID SIDE A TOO LARGE AFTER CONVERSION."
008960             GO TO 2500-GET-SIDE-A
008970     END-COMPUTE.
008980 2500-EXIT.
008990     EXIT.
009000 
009010 2550-GET-SIDE-B.
009020     DISPLAY "ENTER SIDE B (NNNNN.NN, NO DECIMAL POINT): ".
009030     ACCEPT WS-SIDE-B-INPUT.
009040     IF WS-SIDE-B-INPUT NOT NUMERIC
009050         DISPLAY "INVALID SIDE B - ENTER NUMERIC DIGITS ONLY."
009060         GO TO 2550-GET-SIDE-B
009070     END-IF.
009080     IF WS-SIDE-B-INPUT-N = ZERO
009090         DISPLAY "INVALID SIDE B - MUST BE GREATER THAN ZERO."
009100         GO TO 2550-GET-SIDE-B
009110     END-IF.
009120     COMPUTE RECT-SIDE-B ROUNDED =
009130         WS-SIDE-B-INPUT-N * WS-CONVERT-FACTOR
009140         ON SIZE ERROR
009150             DISPLAY "INVALID SIDE B TOO LARGE AFTER CONVERSION."
009160             GO TO 2550-GET-SIDE-B
009170     END-COMPUTE.
009180 2550-EXIT.
009190     EXIT.
009200
009210 2560-GET-SIDE-C.
009220     DISPLAY "ENTER SIDE C (NNNNN.NN, NO DECIMAL POINT): ".
009230     ACCEPT WS-SIDE-C-INPUT.
009240     IF WS-SIDE-C-INPUT NOT NUMERIC
009250         DISPLAY "INVALID SIDE C - ENTER NUMERIC DIGITS ONLY."
009260         GO TO 2560-GET-SIDE-C
009270     END-IF.
009280     IF WS-SIDE-C-INPUT-N = ZERO
009290         DISPLAY "INVALID SIDE C - MUST BE GREATER THAN ZERO."
009300         GO TO 2560-GET-SIDE-C
009310     END-IF.
009320     COMPUTE RECT-SIDE-C ROUNDED =
009330         WS-SIDE-C-INPUT-N * WS-CONVERT-FACTOR
009340         ON SIZE ERROR
009350             DISPLAY "INVALID SIDE C TOO LARGE AFTER CONVERSION."
009360             GO TO 2560-GET-SIDE-C
009370     END-COMPUTE.
009380 2560-EXIT.
009390     EXIT.
009400
009410 2570-GET-SIDE-D.
009420     DISPLAY "ENTER SIDE D (NNNNN.NN, NO DECIMAL POINT): ".
009430     ACCEPT WS-SIDE-D-INPUT.
009440     IF WS-SIDE-D-INPUT NOT NUMERIC
009450         DISPLAY "INVALID SIDE D - ENTER NUMERIC DIGITS ONLY."
009460         GO TO 2570-GET-SIDE-D
009470     END-IF.
009480     IF WS-SIDE-D-INPUT-N = ZERO
009490         DISPLAY "INVALID SIDE D - MUST BE GREATER THAN ZERO."
009500         GO TO 2570-GET-SIDE-D
009510     END-IF.
009520     COMPUTE RECT-SIDE-D ROUNDED =
009530         WS-SIDE-D-INPUT-N * WS-CONVERT-FACTOR
009540         ON SIZE ERROR
009550             DISPLAY "INVALID SIDE D TOO LARGE AFTER CONVERSION."
009560             GO TO 2570-GET-SIDE-D
009570     END-COMPUTE.
009580 2570-EXIT.
009590     EXIT.
009600 
009610*-----------------------------------------------------------------
009620*  FIGURES THE AREA AND THE PERIMETER IN THE SAME PASS.  THE
009630*  PERIMETER NEEDS SIDE LENGTHS THE AREA DOES NOT: A TRIANGLE'S
009640*  TWO NON-BASE SIDES AND A TRAPEZOID'S TWO LEGS ARE PROMPTED
009650*  FOR AS SIDES C AND D.  A CIRCLE'S PERIMETER IS ITS
009660*  CIRCUMFERENCE.
009670*-----------------------------------------------------------------
009680 2580-COMPUTE-AREA.
009690     MOVE ZERO TO RECT-DIM-3.
009700     MOVE ZERO TO RECT-PERIMETER.
009710     EVALUATE TRUE
009720         WHEN SHAPE-RECTANGLE
009730             PERFORM 2100-GET-WIDTH THRU 2100-EXIT
009740             PERFORM 2200-GET-LENGTH THRU 2200-EXIT
009750             COMPUTE RECT-AREA ROUNDED = RECT-WIDTH * RECT-LENGTH
009760             COMPUTE RECT-PERIMETER ROUNDED =
009770                 2 * (RECT-WIDTH + RECT-LENGTH)
009780         WHEN SHAPE-CIRCLE
009790             PERFORM 2300-GET-RADIUS THRU 2300-EXIT
009800             MOVE RECT-RADIUS TO RECT-WIDTH
009810             MOVE ZERO TO RECT-LENGTH
009820             COMPUTE RECT-AREA ROUNDED =
009830                 WS-PI * RECT-RADIUS * RECT-RADIUS
009840             COMPUTE RECT-PERIMETER ROUNDED =
009850                 2 * WS-PI * RECT-RADIUS
009860         WHEN SHAPE-TRIANGLE
009870             PERFORM 2400-GET-BASE THRU 2400-EXIT
009880             PERFORM 2450-GET-HEIGHT THRU 2450-EXIT
009890             PERFORM 2560-GET-SIDE-C THRU 2560-EXIT
009900             PERFORM 2570-GET-SIDE-D THRU 2570-EXIT
009910             MOVE RECT-BASE TO RECT-WIDTH
009920             MOVE RECT-HEIGHT TO RECT-LENGTH
009930             COMPUTE RECT-AREA ROUNDED =
009940                 (RECT-BASE * RECT-HEIGHT) / 2
009950             COMPUTE RECT-PERIMETER ROUNDED =
009960                 RECT-BASE + RECT-SIDE-C + RECT-SIDE-D
009970         WHEN SHAPE-TRAPEZOID
009980             PERFORM 2500-GET-SIDE-A THRU 2500-EXIT
009990             PERFORM 2550-GET-SIDE-B THRU 2550-EXIT
010000             PERFORM 2450-GET-HEIGHT THRU 2450-EXIT
010010             PERFORM 2560-GET-SIDE-C THRU 2560-EXIT
010020             PERFORM 2570-GET-SIDE-D THRU 2570-EXIT
010030             MOVE RECT-SIDE-A TO RECT-WIDTH
010040             MOVE RECT-SIDE-B TO RECT-LENGTH
010050             MOVE RECT-HEIGHT TO RECT-DIM-3
010060             COMPUTE RECT-AREA ROUNDED =
010070                 ((RECT-SIDE-A + RECT-SIDE-B) * RECT-HEIGHT) / 2
010080             COMPUTE RECT-PERIMETER ROUNDED =
010090                 RECT-SIDE-A + RECT-SIDE-B
010100                 + RECT-SIDE-C + RECT-SIDE-D
010110     END-EVALUATE.
010120 2580-EXIT.
010130     EXIT.
010140
010150*-----------------------------------------------------------------
010160*  FINDS THE RATE IN EFFECT FOR THE SHAPE JUST FIGURED: THE RATE
010170*  ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY.  READS
010180*  FORWARD FROM THE SHAPE'S FIRST ROW, KEEPING THE LAST RATE
010190*  SEEN, AND PRICES THE JOB AS RATE TIMES AREA.  A SHAPE WITH NO
010200*  USABLE RATE PRICES AT ZERO WITH A WARNING SO THE JOB STILL
010210*  SAVES AND THE GAP SHOWS UP IN BILLING INSTEAD OF VANISHING.
010220*  THE CUSTOMER'S PRICING AGREEMENT, IF ANY, THEN ADJUSTS THE
010230*  RATE AND TAKES ITS DISCOUNTS OFF THE PRICE.
010240*-----------------------------------------------------------------
010250 2590-FIND-RATE.
010260     MOVE 'N'  TO WS-RATE-FOUND-SW.
010270     MOVE 'N'  TO WS-RATE-EOF-SW.
010280     MOVE ZERO TO WS-JOB-RATE.
010290     MOVE ZERO TO WS-JOB-PRICE.
010300     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010310     MOVE WS-SHAPE-CODE TO RT-SHAPE-CODE.
010320     MOVE ZERO TO RT-EFFECTIVE-DATE.
010330     START RECT-RATE-FILE KEY NOT LESS THAN RT-RATE-KEY
010340         INVALID KEY
010350             MOVE 'Y' TO WS-RATE-EOF-SW
010360     END-START.
010370     PERFORM 2595-READ-RATE THRU 2595-EXIT
010380         UNTIL RATE-SEARCH-DONE.
010390     PERFORM 2591-FIND-AGREEMENT THRU 2591-EXIT.
010400     IF RATE-FOUND
010410         COMPUTE WS-JOB-PRICE ROUNDED =
010420             RECT-AREA * WS-JOB-RATE
010430             * (100 - WS-AGR-DISC-PCT) / 100
010440             * (100 - WS-AGR-TIER-PCT) / 100
010450             ON SIZE ERROR
010460                 DISPLAY "WARNING: PRICE TOO LARGE - SET TO ZERO."
010470                 MOVE ZERO TO WS-JOB-PRICE
010480         END-COMPUTE
010490     ELSE
010500         DISPLAY "WARNING: NO RATE ON FILE FOR SHAPE "
010510             WS-SHAPE-CODE " - PRICE SET TO ZERO."
010520     END-IF.
010530     IF AGR-FOUND
010540         DISPLAY "PRICED UNDER THE CUSTOMER'S PRICING AGREEMENT."
010550     END-IF.
010560 2590-EXIT.
010570     EXIT.
010580
010590*-----------------------------------------------------------------
010600*  FINDS THE CUSTOMER'S PRICING AGREEMENT FOR THE SHAPE - THE ROW
010610*  WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY.  A CONTRACT
010620*  RATE REPLACES THE LIST RATE (AND PRICES THE JOB EVEN WHEN THE
010630*  SHAPE HAS NO LIST RATE); A DISCOUNT AND ANY VOLUME TIER ARE
010640*  LEFT IN WS-AGR-DISC-PCT AND WS-AGR-TIER-PCT FOR THE PRICE
010650*  COMPUTE.  NO ROW, OR A BACK-TO-LIST ROW, LEAVES BOTH AT ZERO
010660*  AND THE LIST RATE ALONE.
010670*-----------------------------------------------------------------
010680 2591-FIND-AGREEMENT.
010690     MOVE 'N'  TO WS-AGR-FOUND-SW.
010700     MOVE ZERO TO WS-AGR-DISC-PCT.
010710     MOVE ZERO TO WS-AGR-TIER-PCT.
010720     IF NOT AGREEMENT-FILE-OPEN
010730         GO TO 2591-EXIT
010740     END-IF.
010750     MOVE 'N' TO WS-AGR-EOF-SW.
010760     MOVE WS-CUSTOMER-NO TO PA-CUSTOMER-NO.
010770     MOVE WS-SHAPE-CODE  TO PA-SHAPE-CODE.
010780     MOVE ZERO TO PA-EFFECTIVE-DATE.
010790     START RECT-AGREEMENT-FILE KEY NOT LESS THAN PA-AGREEMENT-KEY
010800         INVALID KEY
010810             MOVE 'Y' TO WS-AGR-EOF-SW
010820     END-START.
010830     PERFORM 2592-READ-AGREEMENT THRU 2592-EXIT
010840         UNTIL AGR-SEARCH-DONE.
010850     IF AGR-FOUND
010860         AND WS-AGR-TYPE = 'R'
010870         MOVE WS-AGR-RATE TO WS-JOB-RATE
010880         MOVE 'Y' TO WS-RATE-FOUND-SW
010890     END-IF.
010900 2591-EXIT.
010910     EXIT.
010920
010930 2592-READ-AGREEMENT.
010940     READ RECT-AGREEMENT-FILE NEXT RECORD
010950         AT END
010960             MOVE 'Y' TO WS-AGR-EOF-SW
010970             GO TO 2592-EXIT
010980     END-READ.
010990     IF NOT AGREEMENT-STATUS-OK
011000         MOVE 'Y' TO WS-AGR-EOF-SW
011010         GO TO 2592-EXIT
011020     END-IF.
011030     IF PA-CUSTOMER-NO NOT = WS-CUSTOMER-NO
011040         OR PA-SHAPE-CODE NOT = WS-SHAPE-CODE
011050         MOVE 'Y' TO WS-AGR-EOF-SW
011060         GO TO 2592-EXIT
011070     END-IF.
011080     IF PA-EFFECTIVE-DATE > WS-CURRENT-DATE
011090         MOVE 'Y' TO WS-AGR-EOF-SW
011100         GO TO 2592-EXIT
011110     END-IF.
011120*    EACH ROW IN EFFECT REPLACES THE ONE BEFORE IT, SO THE TERMS
011130*    LEFT WHEN THE SEARCH ENDS ARE THE LATEST ROW'S.
011140     MOVE 'Y'              TO WS-AGR-FOUND-SW.
011150     MOVE PA-PRICING-TYPE  TO WS-AGR-TYPE.
011160     MOVE PA-CONTRACT-RATE TO WS-AGR-RATE.
011170     MOVE ZERO TO WS-AGR-DISC-PCT.
011180     MOVE ZERO TO WS-AGR-TIER-PCT.
011190     MOVE ZERO TO WS-AGR-TIER-MIN.
011200     IF PA-TYPE-LIST
011210         MOVE 'N' TO WS-AGR-FOUND-SW
011220         GO TO 2592-EXIT
011230     END-IF.
011240     IF PA-TYPE-DISCOUNT
011250         MOVE PA-DISCOUNT-PCT TO WS-AGR-DISC-PCT
011260     END-IF.
011270     PERFORM 2593-CHECK-TIER THRU 2593-EXIT
011280         VARYING WS-AGR-IX FROM 1 BY 1
011290         UNTIL WS-AGR-IX > 3.
011300 2592-EXIT.
011310     EXIT.
011320
011330 2593-CHECK-TIER.
011340     IF PA-TIER-MIN-AREA (WS-AGR-IX) > ZERO
011350         AND PA-TIER-MIN-AREA (WS-AGR-IX) NOT > RECT-AREA
011360         AND PA-TIER-MIN-AREA (WS-AGR-IX) > WS-AGR-TIER-MIN
011370         MOVE PA-TIER-MIN-AREA (WS-AGR-IX) TO WS-AGR-TIER-MIN
011380         MOVE PA-TIER-DISCOUNT-PCT (WS-AGR-IX)
011390             TO WS-AGR-TIER-PCT
011400     END-IF.
011410 2593-EXIT.
011420     EXIT.
011430
011440 2595-READ-RATE.
011450*    ANY STATUS BESIDES A CLEAN READ ENDS THE SEARCH SO AN I-O
011460*    ERROR CANNOT LEAVE THIS LOOP SPINNING ON A DEAD FILE.
011470     READ RECT-RATE-FILE NEXT RECORD
011480         AT END
011490             MOVE 'Y' TO WS-RATE-EOF-SW
011500             GO TO 2595-EXIT
011510     END-READ.
011520     IF NOT RATE-STATUS-OK
011530         MOVE 'Y' TO WS-RATE-EOF-SW
011540         GO TO 2595-EXIT
011550     END-IF.
011560     IF RT-SHAPE-CODE NOT = WS-SHAPE-CODE
011570         MOVE 'Y' TO WS-RATE-EOF-SW
011580         GO TO 2595-EXIT
011590     END-IF.
011600     IF RT-EFFECTIVE-DATE > WS-CURRENT-DATE
011610         MOVE 'Y' TO WS-RATE-EOF-SW
011620         GO TO 2595-EXIT
011630     END-IF.
011640     MOVE RT-RATE-PER-SQFT TO WS-JOB-RATE.
011650     MOVE 'Y' TO WS-RATE-FOUND-SW.
011660 2595-EXIT.
011670     EXIT.
011680
011690*-----------------------------------------------------------------
011700*  FINDS THE SALES TAX RATE IN EFFECT FOR THE CUSTOMER'S STATE
011710*  (THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY) AND
011720*  FIGURES THE TAX AS PRICE TIMES THE PERCENTAGE.  A STATE WITH
011730*  NO USABLE ROW TAXES AT ZERO WITH A WARNING SO THE GAP SHOWS
011740*  UP INSTEAD OF VANISHING.
011750*-----------------------------------------------------------------
011760 2596-FIND-TAX.
011770     MOVE 'N'  TO WS-TAX-FOUND-SW.
011780     MOVE 'N'  TO WS-TAX-EOF-SW.
011790     MOVE ZERO TO WS-TAX-RATE.
011800     MOVE ZERO TO WS-JOB-TAX.
011810     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011820     MOVE WS-CUSTOMER-STATE TO TX-STATE-CODE.
011830     MOVE ZERO TO TX-EFFECTIVE-DATE.
011840     START RECT-TAX-FILE KEY NOT LESS THAN TX-TAX-KEY
011850         INVALID KEY
011860             MOVE 'Y' TO WS-TAX-EOF-SW
011870     END-START.
011880     PERFORM 2597-READ-TAX THRU 2597-EXIT
011890         UNTIL TAX-SEARCH-DONE.
011900     IF TAX-FOUND
011910         COMPUTE WS-JOB-TAX ROUNDED =
011920             WS-JOB-PRICE * WS-TAX-RATE / 100
011930             ON SIZE ERROR
011940                 DISPLAY "WARNING: TAX TOO LARGE - SET TO ZERO."
011950                 MOVE ZERO TO WS-JOB-TAX
011960         END-COMPUTE
011970     ELSE
011980         DISPLAY "WARNING: NO TAX RATE ON FILE FOR STATE "
011990             WS-CUSTOMER-STATE " - TAX SET TO ZERO."
012000     END-IF.
012010 2596-EXIT.
012020     EXIT.
012030
012040 2597-READ-TAX.
012050     READ RECT-TAX-FILE NEXT RECORD
012060         AT END
012070             MOVE 'Y' TO WS-TAX-EOF-SW
012080             GO TO 2597-EXIT
012090     END-READ.
012100     IF NOT TAX-STATUS-OK
012110         MOVE 'Y' TO WS-TAX-EOF-SW
012120         GO TO 2597-EXIT
012130     END-IF.
012140     IF TX-STATE-CODE NOT = WS-CUSTOMER-STATE
012150         MOVE 'Y' TO WS-TAX-EOF-SW
012160         GO TO 2597-EXIT
012170     END-IF.
012180     IF TX-EFFECTIVE-DATE > WS-CURRENT-DATE
012190         MOVE 'Y' TO WS-TAX-EOF-SW
012200         GO TO 2597-EXIT
012210     END-IF.
012220     MOVE TX-TAX-RATE TO WS-TAX-RATE.
012230     MOVE 'Y' TO WS-TAX-FOUND-SW.
012240 2597-EXIT.
012250     EXIT.
012260
012270 2600-SAVE-JOB.
012280     ADD 1 TO RC-LAST-JOB-ID.
012290     REWRITE RECT-CONTROL-RECORD.
012300     MOVE SPACES            TO RECT-JOB-RECORD.
012310     MOVE RC-LAST-JOB-ID   TO RJ-JOB-ID.
012320     MOVE WS-SHAPE-CODE    TO RJ-SHAPE-CODE.
012330     MOVE WS-CUSTOMER-NO   TO RJ-CUSTOMER-NO.
012340     MOVE WS-CUSTOMER-NAME TO RJ-CUSTOMER-NAME.
012350     MOVE RECT-WIDTH       TO RJ-WIDTH.
012360     MOVE RECT-LENGTH      TO RJ-LENGTH.
012370     MOVE RECT-DIM-3       TO RJ-DIM-3.
012380     MOVE RECT-AREA        TO RJ-AREA.
012390     MOVE RECT-PERIMETER   TO RJ-PERIMETER.
012400     MOVE WS-JOB-PRICE     TO RJ-PRICE.
012410     IF QUOTE-JOB
012420         MOVE 'Q' TO RJ-STATUS-CODE
012430     ELSE
012440         MOVE 'A' TO RJ-STATUS-CODE
012450     END-IF.
012460     MOVE WS-ORDER-NO      TO RJ-ORDER-NO.
012470     MOVE WS-ORDER-LINE    TO RJ-ORDER-LINE.
012480     ACCEPT RJ-CALC-DATE FROM DATE YYYYMMDD.
012490     WRITE RECT-JOB-RECORD.
012500     IF MASTER-STATUS-OK
012510         MOVE 'W'    TO WS-JRN-FUNCTION
012520         MOVE SPACES TO WS-BEFORE-IMAGE
012530         PERFORM 2690-WRITE-JOURNAL THRU 2690-EXIT
012540     END-IF.
012550     IF MASTER-STATUS-OK
012560         IF QUOTE-JOB
012570             DISPLAY "QUOTE " RJ-JOB-ID " SAVED FOR "
012580                 WS-CUSTOMER-NAME
012590         ELSE
012600             DISPLAY "JOB " RJ-JOB-ID " SAVED FOR "
012610                 WS-CUSTOMER-NAME
012620         END-IF
012630     ELSE
012640         DISPLAY "WARNING: UNABLE TO SAVE JOB, STATUS = "
012650             WS-MASTER-STATUS
012660     END-IF.
012670 2600-EXIT.
012680     EXIT.
012690 
012700 2650-WRITE-BILLING.
012710     MOVE SPACES           TO RECT-BILLING-RECORD.
012720     MOVE RJ-JOB-ID       TO BL-JOB-ID.
012730     MOVE WS-CUSTOMER-NO   TO BL-CUSTOMER-NO.
012740     MOVE WS-CUSTOMER-NAME TO BL-CUSTOMER-NAME.
012750     MOVE RECT-WIDTH      TO BL-WIDTH.
012760     MOVE RECT-LENGTH     TO BL-LENGTH.
012770     MOVE RECT-AREA       TO BL-AREA.
012780     MOVE RECT-PERIMETER  TO BL-PERIMETER.
012790     MOVE WS-JOB-PRICE    TO BL-PRICE.
012800     MOVE WS-JOB-TAX      TO BL-TAX-AMOUNT.
012810     MOVE WS-CUSTOMER-STATE TO BL-TAX-STATE.
012820     MOVE WS-TAX-RATE     TO BL-TAX-RATE.
012830     MOVE 'B'             TO BL-BILL-TYPE.
012840     MOVE RJ-CALC-DATE    TO BL-CALC-DATE.
012850     MOVE RJ-ORDER-NO     TO BL-ORDER-NO.
012860     WRITE RECT-BILLING-RECORD.
012870     IF NOT BILLING-STATUS-OK
012880         DISPLAY "WARNING: UNABLE TO WRITE BILLING, STATUS = "
012890             WS-BILLING-STATUS
012900     END-IF.
012910 2650-EXIT.
012920     EXIT.
012930
012940*-----------------------------------------------------------------
012950*  CREDIT CONTROL FOR A FIRM JOB OR ORDER LINE.  THE CALLER SETS
012960*  WS-CR-NEW-AMOUNT TO THE WORK (PRICE AND TAX) THIS SAVE WOULD
012970*  ADD.  WHEN THE CHECK REFUSES IT A SUPERVISOR MAY OVERRIDE;
012980*  FAILING THAT, A SINGLE JOB MAY STILL GO ON FILE AS A QUOTE
012990*  AND AN ORDER LINE IS DROPPED.
013000*-----------------------------------------------------------------
013010 2605-CHECK-JOB-CREDIT.
013020     MOVE 'N' TO WS-CR-DECLINED-SW.
013030     MOVE WS-CUSTOMER-NO TO WS-CR-CUSTOMER-NO.
013040     PERFORM 2610-CHECK-CREDIT THRU 2610-EXIT.
013050     IF NOT CREDIT-REFUSED
013060         GO TO 2605-EXIT
013070     END-IF.
013080     PERFORM 2640-GET-OVERRIDE THRU 2640-EXIT.
013090     IF NOT CREDIT-REFUSED
013100         GO TO 2605-EXIT
013110     END-IF.
013120     IF ORDER-MODE
013130         MOVE 'Y' TO WS-CR-DECLINED-SW
013140         GO TO 2605-EXIT
013150     END-IF.
013160     DISPLAY "SAVE IT AS A QUOTE INSTEAD? (Y/N): ".
013170     ACCEPT WS-CR-ANSWER.
013180     IF CR-ANSWER-YES
013190         MOVE 'Q' TO WS-QUOTE-SW
013200     ELSE
013210         MOVE 'Y' TO WS-CR-DECLINED-SW
013220         DISPLAY "JOB NOT SAVED."
013230     END-IF.
013240 2605-EXIT.
013250     EXIT.
013260
013270*-----------------------------------------------------------------
013280*  A CUSTOMER ON CREDIT HOLD IS REFUSED OUTRIGHT.  OTHERWISE THE
013290*  EXPOSURE - EVERY OPEN BALANCE ON THE RECEIVABLES FILE, PLUS
013300*  THE BILLING EXTRACT NOT YET CUT AND INVOICED (BILLS LESS
013310*  CREDITS), PLUS THE NEW WORK - MAY NOT PASS THE CUSTOMER'S
013320*  CREDIT LIMIT.  A ZERO LIMIT MEANS NONE IS SET.  THE EXTRACT
013330*  IS CLOSED AND READ FROM THE TOP SO THIS SESSION'S OWN BILLS
013340*  COUNT, THEN REOPENED FOR APPEND.  ONCE A SUPERVISOR HAS
013350*  OVERRIDDEN, THE REST OF THE JOB OR ORDER GOES THROUGH.
013360*-----------------------------------------------------------------
013370 2610-CHECK-CREDIT.
013380     MOVE 'N' TO WS-CR-REFUSED-SW.
013390     IF CREDIT-OVERRIDDEN
013400         GO TO 2610-EXIT
013410     END-IF.
013420     MOVE WS-CR-CUSTOMER-NO TO CU-CUSTOMER-NO.
013430     READ RECT-CUSTOMER-FILE
013440         INVALID KEY
013450             GO TO 2610-EXIT
013460     END-READ.
013470     IF CU-ON-CREDIT-HOLD
013480         DISPLAY "CUSTOMER " CU-CUSTOMER-NO " IS ON CREDIT HOLD."
013490         MOVE "CH" TO WS-CR-REASON
013500         MOVE 'Y'  TO WS-CR-REFUSED-SW
013510         GO TO 2610-EXIT
013520     END-IF.
013530     IF CU-CREDIT-LIMIT NOT NUMERIC
013540         OR CU-CREDIT-LIMIT = ZERO
013550         GO TO 2610-EXIT
013560     END-IF.
013570     MOVE CU-CREDIT-LIMIT TO WS-CR-LIMIT.
013580     MOVE ZERO TO WS-CR-EXPOSURE.
013590     IF OPEN-ITEMS-FILE-OPEN
013600         MOVE 'N'  TO WS-CR-EOF-SW
013610         MOVE ZERO TO OI-INVOICE-NO
013620         START RECT-OPEN-FILE KEY NOT LESS THAN OI-INVOICE-NO
013630             INVALID KEY
013640                 MOVE 'Y' TO WS-CR-EOF-SW
013650         END-START
013660         PERFORM 2620-ADD-OPEN-ITEM THRU 2620-EXIT
013670             UNTIL CR-SCAN-DONE
013680     END-IF.
013690     CLOSE RECT-BILLING-FILE.
013700     OPEN INPUT RECT-BILLING-FILE.
013710     IF BILLING-STATUS-OK
013720         MOVE 'N' TO WS-CR-EOF-SW
013730         PERFORM 2630-ADD-UNBILLED THRU 2630-EXIT
013740             UNTIL CR-SCAN-DONE
013750         CLOSE RECT-BILLING-FILE
013760     END-IF.
013770     OPEN EXTEND RECT-BILLING-FILE.
013780     IF BILLING-FILE-NOT-FOUND
013790         OPEN OUTPUT RECT-BILLING-FILE
013800     END-IF.
013810     ADD WS-CR-NEW-AMOUNT TO WS-CR-EXPOSURE.
013820     IF WS-CR-EXPOSURE > WS-CR-LIMIT
013830         MOVE WS-CR-EXPOSURE TO WS-CR-EXPOSURE-DISPLAY
013840         MOVE WS-CR-LIMIT    TO WS-CR-LIMIT-DISPLAY
013850         DISPLAY "OVER CREDIT LIMIT - BALANCE WOULD BE $"
013860             WS-CR-EXPOSURE-DISPLAY " AGAINST $"
013870             WS-CR-LIMIT-DISPLAY
013880         MOVE "CL" TO WS-CR-REASON
013890         MOVE 'Y'  TO WS-CR-REFUSED-SW
013900     END-IF.
013910 2610-EXIT.
013920     EXIT.
013930
013940 2620-ADD-OPEN-ITEM.
013950     READ RECT-OPEN-FILE NEXT RECORD
013960         AT END
013970             MOVE 'Y' TO WS-CR-EOF-SW
013980             GO TO 2620-EXIT
013990     END-READ.
014000     IF NOT OPEN-STATUS-OK
014010         MOVE 'Y' TO WS-CR-EOF-SW
014020         GO TO 2620-EXIT
014030     END-IF.
014040     IF OI-CUSTOMER-NO = WS-CR-CUSTOMER-NO
014050         AND OI-STATUS-OPEN
014060         COMPUTE WS-CR-EXPOSURE = WS-CR-EXPOSURE
014070             + OI-INVOICE-AMOUNT - OI-PAID-AMOUNT
014080     END-IF.
014090 2620-EXIT.
014100     EXIT.
014110
014120 2630-ADD-UNBILLED.
014130     READ RECT-BILLING-FILE
014140         AT END
014150             MOVE 'Y' TO WS-CR-EOF-SW
014160             GO TO 2630-EXIT
014170     END-READ.
014180     IF NOT BILLING-STATUS-OK
014190         MOVE 'Y' TO WS-CR-EOF-SW
014200         GO TO 2630-EXIT
014210     END-IF.
014220     IF BL-CUSTOMER-NO NOT = WS-CR-CUSTOMER-NO
014230         GO TO 2630-EXIT
014240     END-IF.
014250     IF BL-TYPE-CREDIT
014260         COMPUTE WS-CR-EXPOSURE = WS-CR-EXPOSURE
014270             - BL-PRICE - BL-TAX-AMOUNT
014280     ELSE
014290         COMPUTE WS-CR-EXPOSURE = WS-CR-EXPOSURE
014300             + BL-PRICE + BL-TAX-AMOUNT
014310     END-IF.
014320 2630-EXIT.
014330     EXIT.
014340
014350*-----------------------------------------------------------------
014360*  SUPERVISOR OVERRIDE OF A CREDIT REFUSAL.  THE SUPERVISOR KEYS
014370*  THEIR OWN ID AND PASSWORD AT THE COUNTER; THE OPERATOR SIGNED
014380*  ON CANNOT OVERRIDE ON THEIR OWN AUTHORITY.  A BLANK ID
014390*  DECLINES.
014400*-----------------------------------------------------------------
014410 2640-GET-OVERRIDE.
014420     DISPLAY "SUPERVISOR OVERRIDE - ENTER SUPERVISOR ID "
014430         "(BLANK TO DECLINE): ".
014440     MOVE SPACES TO WS-CR-SUPERVISOR-ID.
014450     ACCEPT WS-CR-SUPERVISOR-ID.
014460     IF WS-CR-SUPERVISOR-ID = SPACES
014470         GO TO 2640-EXIT
014480     END-IF.
014490     DISPLAY "ENTER PASSWORD: ".
014500     ACCEPT WS-PASSWORD-INPUT.
014510     MOVE WS-CR-SUPERVISOR-ID TO OP-OPERATOR-ID.
014520     READ RECT-SECURITY-FILE
014530         INVALID KEY
014540             DISPLAY "OVERRIDE REFUSED."
014550             GO TO 2640-EXIT
014560     END-READ.
014570     IF OP-PASSWORD NOT = WS-PASSWORD-INPUT
014580         OR NOT OP-AUTH-SUPERVISOR
014590         DISPLAY "OVERRIDE REFUSED - SUPERVISOR ID AND PASSWORD "
014600             "REQUIRED."
014610         GO TO 2640-EXIT
014620     END-IF.
014630     MOVE 'Y' TO WS-CR-OVERRIDE-SW.
014640     MOVE 'Y' TO WS-CR-LOG-SW.
014650     MOVE 'N' TO WS-CR-REFUSED-SW.
014660     DISPLAY "CREDIT OVERRIDE AUTHORIZED BY " OP-OPERATOR-NAME.
014670 2640-EXIT.
014680     EXIT.
014690 
014700
014710*-----------------------------------------------------------------
014720*  APPENDS ONE UPDATE-JOURNAL RECORD FOR THE MASTER WRITE OR
014730*  REWRITE JUST DONE.  THE CALLER SETS WS-JRN-FUNCTION AND
014740*  WS-BEFORE-IMAGE (SPACES FOR A WRITE); THE AFTER IMAGE IS THE
014750*  RECORD AS IT NOW STANDS.  RECTRCVR REPLAYS THESE ON TOP OF
014760*  THE LAST BACKUP TO REBUILD A CORRUPTED MASTER.
014770*-----------------------------------------------------------------
014780 2690-WRITE-JOURNAL.
014790     MOVE SPACES TO RECT-JOURNAL-RECORD.
014800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014810     ACCEPT WS-CURRENT-TIME FROM TIME.
014820     STRING WS-CURRENT-DATE WS-CURRENT-TIME
014830         DELIMITED BY SIZE INTO JR-TIMESTAMP.
014840     MOVE "RECTAREA" TO JR-PROGRAM-ID.
014850     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
014860     MOVE WS-JRN-FUNCTION TO JR-FUNCTION-CODE.
014870     MOVE RJ-JOB-ID       TO JR-JOB-ID.
014880     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
014890     MOVE RECT-JOB-RECORD TO JR-AFTER-IMAGE.
014900     WRITE RECT-JOURNAL-RECORD.
014910     IF NOT JOURNAL-STATUS-OK
014920         DISPLAY "WARNING: UNABLE TO WRITE JOURNAL, STATUS = "
014930             WS-JOURNAL-STATUS
014940     END-IF.
014950 2690-EXIT.
014960     EXIT.
014970
014980 2700-WRITE-AUDIT.
014990     MOVE SPACES         TO RECT-AUDIT-RECORD.
015000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015010     ACCEPT WS-CURRENT-TIME FROM TIME.
015020     STRING WS-CURRENT-DATE WS-CURRENT-TIME
015030         DELIMITED BY SIZE INTO RA-TIMESTAMP.
015040     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
015050     MOVE RJ-JOB-ID      TO RA-JOB-ID.
015060     MOVE 'C'            TO RA-FUNCTION-CODE.
015070     MOVE WS-SHAPE-CODE  TO RA-SHAPE-CODE.
015080     MOVE RECT-WIDTH     TO RA-WIDTH.
015090     MOVE RECT-LENGTH    TO RA-LENGTH.
015100     MOVE RECT-DIM-3     TO RA-DIM-3.
015110     MOVE RECT-AREA      TO RA-AREA.
015120     WRITE RECT-AUDIT-RECORD.
015130     IF NOT AUDIT-STATUS-OK
015140         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
015150             WS-AUDIT-STATUS
015160     END-IF.
015170 2700-EXIT.
015180     EXIT.
015190
015200*-----------------------------------------------------------------
015210*  ONE CREDIT-OVERRIDE ENTRY PER OVERRIDE, WRITTEN UNDER THE
015220*  SUPERVISOR'S ID AGAINST THE FIRST JOB SAVED ON THE STRENGTH
015230*  OF IT, WITH THE REASON THE JOB WAS REFUSED.
015240*-----------------------------------------------------------------
015250 2710-WRITE-OVERRIDE-AUDIT.
015260     MOVE SPACES         TO RECT-AUDIT-RECORD.
015270     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015280     ACCEPT WS-CURRENT-TIME FROM TIME.
015290     STRING WS-CURRENT-DATE WS-CURRENT-TIME
015300         DELIMITED BY SIZE INTO RA-TIMESTAMP.
015310     MOVE WS-CR-SUPERVISOR-ID TO RA-OPERATOR-ID.
015320     MOVE RJ-JOB-ID      TO RA-JOB-ID.
015330     MOVE 'O'            TO RA-FUNCTION-CODE.
015340     MOVE WS-CR-REASON   TO RA-REASON-CODE.
015350     MOVE WS-SHAPE-CODE  TO RA-SHAPE-CODE.
015360     MOVE RECT-WIDTH     TO RA-WIDTH.
015370     MOVE RECT-LENGTH    TO RA-LENGTH.
015380     MOVE RECT-DIM-3     TO RA-DIM-3.
015390     MOVE RECT-AREA      TO RA-AREA.
015400     WRITE RECT-AUDIT-RECORD.
015410     IF NOT AUDIT-STATUS-OK
015420         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
015430             WS-AUDIT-STATUS
015440     END-IF.
015450     MOVE 'N' TO WS-CR-LOG-SW.
015460 2710-EXIT.
015470     EXIT.
015480 
015490*-----------------------------------------------------------------
015500*  WORK-ORDER ENTRY.  DRAWS THE ORDER NUMBER, THEN TAKES ONE
015510*  SHAPE AFTER ANOTHER - EACH FIGURED, PRICED AND SAVED AS AN
015520*  ORDINARY MASTER JOB CARRYING THE ORDER NUMBER AND ITS LINE
015530*  NUMBER - UNTIL THE OPERATOR IS DONE.  THE ORDER HEADER AND
015540*  ONE BILLING RECORD WITH THE ORDER TOTALS GO OUT AT THE END,
015550*  SO BILLING SEES ONE ITEM, NOT THREE STAPLED TICKETS.
015560*-----------------------------------------------------------------
015570 2800-PROCESS-ORDER.
015580     MOVE 'J' TO WS-QUOTE-SW.
015590     PERFORM 2820-NEXT-ORDER-NO THRU 2820-EXIT.
015600     MOVE ZERO TO WS-ORDER-LINE.
015610     MOVE ZERO TO WS-ORDER-FIRST-JOB.
015620     MOVE ZERO TO WS-ORDER-AREA.
015630     MOVE ZERO TO WS-ORDER-PERIMETER.
015640     MOVE ZERO TO WS-ORDER-PRICE.
015650     MOVE ZERO TO WS-ORDER-TAX.
015660     MOVE 'N'  TO WS-CR-OVERRIDE-SW.
015670     MOVE 'N'  TO WS-CR-LOG-SW.
015680     DISPLAY "WORK ORDER " WS-ORDER-NO " OPENED.".
015690     MOVE 'Y' TO WS-MORE-SHAPES-SW.
015700     PERFORM 2830-ORDER-LINE THRU 2830-EXIT
015710         UNTIL NOT MORE-SHAPES
015720            OR WS-ORDER-LINE NOT LESS THAN 99.
015730     IF WS-ORDER-LINE = ZERO
015740         DISPLAY "NO LINES SAVED - ORDER " WS-ORDER-NO
015750             " ABANDONED."
015760         GO TO 2800-EXIT
015770     END-IF.
015780     PERFORM 2850-WRITE-ORDER-HEADER THRU 2850-EXIT.
015790     PERFORM 2860-WRITE-ORDER-BILLING THRU 2860-EXIT.
015800     MOVE WS-ORDER-PRICE TO WS-PRICE-DISPLAY.
015810     DISPLAY "ORDER " WS-ORDER-NO " SAVED, " WS-ORDER-LINE
015820         " LINE(S), TOTAL $" WS-PRICE-DISPLAY.
015830 2800-EXIT.
015840     EXIT.
015850*
015860*----------------------------------------------------------------
015870*  ORDER NUMBERS LIVE ON THE CONTROL FILE UNDER KEY '3'.  THE
015880*  JOB-ID RECORD (KEY '1') IS READ BACK AFTERWARDS BECAUSE THE
015890*  SAVE PARAGRAPH INCREMENTS WHATEVER CONTROL RECORD IS IN THE
015900*  BUFFER.
015910*----------------------------------------------------------------
015920 2820-NEXT-ORDER-NO.
015930     MOVE '3' TO RC-CONTROL-KEY.
015940     READ RECT-CONTROL-FILE
015950         INVALID KEY
015960             MOVE '3'  TO RC-CONTROL-KEY
015970             MOVE ZERO TO RC-LAST-JOB-ID
015980             WRITE RECT-CONTROL-RECORD
015990     END-READ.
016000     ADD 1 TO RC-LAST-JOB-ID.
016010     REWRITE RECT-CONTROL-RECORD.
016020     MOVE RC-LAST-JOB-ID TO WS-ORDER-NO.
016030     MOVE '1' TO RC-CONTROL-KEY.
016040     READ RECT-CONTROL-FILE.
016050 2820-EXIT.
016060     EXIT.
016070*
016080 2830-ORDER-LINE.
016090     PERFORM 2010-GET-SHAPE    THRU 2010-EXIT.
016100     PERFORM 2020-GET-UNIT     THRU 2020-EXIT.
016110     PERFORM 2580-COMPUTE-AREA THRU 2580-EXIT.
016120     DISPLAY "AREA IS: " RECT-AREA " SQUARE FEET".
016130     DISPLAY "PERIMETER IS: " RECT-PERIMETER " FEET".
016140     PERFORM 2590-FIND-RATE THRU 2590-EXIT.
016150     MOVE WS-JOB-PRICE TO WS-PRICE-DISPLAY.
016160     DISPLAY "PRICE IS: $" WS-PRICE-DISPLAY.
016170     PERFORM 2596-FIND-TAX THRU 2596-EXIT.
016180     MOVE WS-JOB-TAX TO WS-TAX-DISPLAY.
016190     DISPLAY "TAX IS: $" WS-TAX-DISPLAY.
016200*    THE WHOLE ORDER SO FAR COUNTS AGAINST THE LIMIT - ITS
016210*    BILLING RECORD IS NOT WRITTEN UNTIL THE ORDER CLOSES.
016220     COMPUTE WS-CR-NEW-AMOUNT = WS-ORDER-PRICE + WS-ORDER-TAX
016230         + WS-JOB-PRICE + WS-JOB-TAX.
016240     PERFORM 2605-CHECK-JOB-CREDIT THRU 2605-EXIT.
016250     IF CREDIT-JOB-DECLINED
016260         DISPLAY "LINE NOT SAVED - NO FURTHER LINES TAKEN ON "
016270             "THIS ORDER."
016280         MOVE 'N' TO WS-MORE-SHAPES-SW
016290         GO TO 2830-EXIT
016300     END-IF.
016310     ADD 1 TO WS-ORDER-LINE.
016320     PERFORM 2600-SAVE-JOB THRU 2600-EXIT.
016330     IF MASTER-STATUS-OK
016340         IF WS-ORDER-FIRST-JOB = ZERO
016350             MOVE RJ-JOB-ID TO WS-ORDER-FIRST-JOB
016360         END-IF
016370         ADD RECT-AREA      TO WS-ORDER-AREA
016380         ADD RECT-PERIMETER TO WS-ORDER-PERIMETER
016390         ADD WS-JOB-PRICE   TO WS-ORDER-PRICE
016400         ADD WS-JOB-TAX     TO WS-ORDER-TAX
016410     ELSE
016420         SUBTRACT 1 FROM WS-ORDER-LINE
016430     END-IF.
016440     PERFORM 2700-WRITE-AUDIT THRU 2700-EXIT.
016450     IF MASTER-STATUS-OK AND OVERRIDE-LOG-PENDING
016460         PERFORM 2710-WRITE-OVERRIDE-AUDIT THRU 2710-EXIT
016470     END-IF.
016480     DISPLAY "ANOTHER SHAPE ON THIS ORDER? (Y/N): ".
016490     ACCEPT WS-MORE-SHAPES-SW.
016500 2830-EXIT.
016510     EXIT.
016520*
016530 2850-WRITE-ORDER-HEADER.
016540     MOVE SPACES             TO RECT-ORDER-RECORD.
016550     MOVE WS-ORDER-NO        TO OH-ORDER-NO.
016560     MOVE WS-CUSTOMER-NO     TO OH-CUSTOMER-NO.
016570     MOVE WS-CUSTOMER-NAME   TO OH-CUSTOMER-NAME.
016580     MOVE RJ-CALC-DATE       TO OH-ORDER-DATE.
016590     MOVE WS-ORDER-FIRST-JOB TO OH-FIRST-JOB-ID.
016600     MOVE WS-ORDER-LINE      TO OH-LINE-COUNT.
016610     MOVE WS-ORDER-AREA      TO OH-TOTAL-AREA.
016620     MOVE WS-ORDER-PERIMETER TO OH-TOTAL-PERIMETER.
016630     MOVE WS-ORDER-PRICE     TO OH-TOTAL-PRICE.
016640     MOVE WS-ORDER-TAX       TO OH-TAX-AMOUNT.
016650     MOVE 'A'                TO OH-STATUS-CODE.
016660     WRITE RECT-ORDER-RECORD
016670         INVALID KEY
016680             REWRITE RECT-ORDER-RECORD
016690     END-WRITE.
016700     IF NOT ORDER-STATUS-OK
016710         DISPLAY "WARNING: UNABLE TO WRITE ORDER HEADER, "
016720             "STATUS = " WS-ORDER-STATUS
016730     END-IF.
016740 2850-EXIT.
016750     EXIT.
016760*
016770 2860-WRITE-ORDER-BILLING.
016780     MOVE SPACES             TO RECT-BILLING-RECORD.
016790     MOVE WS-ORDER-FIRST-JOB TO BL-JOB-ID.
016800     MOVE WS-CUSTOMER-NO     TO BL-CUSTOMER-NO.
016810     MOVE WS-CUSTOMER-NAME   TO BL-CUSTOMER-NAME.
016820     MOVE ZERO               TO BL-WIDTH.
016830     MOVE ZERO               TO BL-LENGTH.
016840     MOVE WS-ORDER-AREA      TO BL-AREA.
016850     MOVE WS-ORDER-PERIMETER TO BL-PERIMETER.
016860     MOVE WS-ORDER-PRICE     TO BL-PRICE.
016870     MOVE WS-ORDER-TAX       TO BL-TAX-AMOUNT.
016880     MOVE WS-CUSTOMER-STATE  TO BL-TAX-STATE.
016890     MOVE WS-TAX-RATE        TO BL-TAX-RATE.
016900     MOVE 'B'                TO BL-BILL-TYPE.
016910     MOVE RJ-CALC-DATE       TO BL-CALC-DATE.
016920     MOVE WS-ORDER-NO        TO BL-ORDER-NO.
016930     WRITE RECT-BILLING-RECORD.
016940     IF NOT BILLING-STATUS-OK
016950         DISPLAY "WARNING: UNABLE TO WRITE BILLING, STATUS = "
016960             WS-BILLING-STATUS
016970     END-IF.
016980 2860-EXIT.
016990     EXIT.
017000*
017010 2900-ASK-AGAIN.
017020     DISPLAY "DO YOU WANT TO CALCULATE AGAIN? (Y/N): ".
017030     ACCEPT WS-DONE.
017040 2900-EXIT.
017050     EXIT.
017060 
017070 9000-TERMINATE.
017080     CLOSE RECT-CONTROL-FILE.
017090     CLOSE RECT-MASTER-FILE.
017100     CLOSE RECT-AUDIT-FILE.
017110     CLOSE RECT-BILLING-FILE.
017120     CLOSE RECT-CUSTOMER-FILE.
017130     CLOSE RECT-RATE-FILE.
017140     CLOSE RECT-TAX-FILE.
017150     CLOSE RECT-JOURNAL-FILE.
017160     CLOSE RECT-SECURITY-FILE.
017170     CLOSE RECT-ORDER-FILE.
017180     IF AGREEMENT-FILE-OPEN
017190         CLOSE RECT-AGREEMENT-FILE
017200     END-IF.
017210     IF OPEN-ITEMS-FILE-OPEN
017220         CLOSE RECT-OPEN-FILE
017230     END-IF.
017240 9000-EXIT.
017250     EXIT.
