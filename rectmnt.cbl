001310*                   MOVES BY THE SAME DIFFERENCE THE CORRECTION
001320*                   OR CREDIT CARRIES, THE WAY RECTRPRC ALREADY
001330*                   KEEPS IT AFTER A REPRICE.
001340*  10/15/2026 DK    CUSTOMER CONTRACT PRICING.  ADD, CORRECT AND
001350*                   CONVERT NOW APPLY THE CUSTOMER'S PRICING
001360*                   AGREEMENT (RECTAGR) IN EFFECT TODAY FOR THE
001370*                   SHAPE ON TOP OF THE LIST RATE, THE SAME WAY
001380*                   RECTANGLE-AREA DOES AT SAVE TIME.
001390*  10/15/2026 DK    CREDIT CONTROL.  ADD AND CONVERT REFUSE A
001400*                   LIVE JOB FOR A CUSTOMER ON CREDIT HOLD OR
001410*                   ONE THAT WOULD TAKE THE CUSTOMER PAST THE
001420*                   CREDIT LIMIT, UNLESS A SUPERVISOR OVERRIDES
001430*                   WITH ID AND PASSWORD; THE OVERRIDE IS LOGGED
001440*                   TO THE AUDIT FILE.  A REFUSED ADD MAY BE
001450*                   SAVED AS A QUOTE INSTEAD.
001460*  10/15/2026 DK    EACH BILLING RECORD NOW CARRIES THE STATE
001470*                   AND RATE ITS SALES TAX WAS FIGURED WITH
001480*                   (BL-TAX-STATE, BL-TAX-RATE) FOR THE SALES
001490*                   TAX RETURN.  RECTBIL IS NOW 117 BYTES.
001500*-----------------------------------------------------------------
001510 REMARKS.        LETS AN OPERATOR ADD A JOB BY HAND, LOOK ONE UP
001520                 BY JOB ID, OR CORRECT THE CUSTOMER AND
001530                 DIMENSIONS ON AN EXISTING JOB.
001540 
001550 ENVIRONMENT DIVISION.
001560 CONFIGURATION SECTION.
001570 SOURCE-COMPUTER. IBM-370.
001580 OBJECT-COMPUTER. IBM-370.
001590 INPUT-OUTPUT SECTION.
001600 FILE-CONTROL.
001610     SELECT RECT-MASTER-FILE ASSIGN TO "RECTMAS"
001620         ORGANIZATION IS INDEXED
001630         ACCESS MODE IS DYNAMIC
001640         RECORD KEY IS RJ-JOB-ID
001650         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
001660             WITH DUPLICATES
001670         FILE STATUS IS WS-MASTER-STATUS.
001680     SELECT RECT-CONTROL-FILE ASSIGN TO "RECTCTL"
001690         ORGANIZATION IS INDEXED
001700         ACCESS MODE IS DYNAMIC
001710         RECORD KEY IS RC-CONTROL-KEY
001720         FILE STATUS IS WS-CONTROL-STATUS.
001730     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
001740         ORGANIZATION IS INDEXED
001750         ACCESS MODE IS DYNAMIC
001760         RECORD KEY IS CU-CUSTOMER-NO
001770         FILE STATUS IS WS-CUSTOMER-STATUS.
001780     SELECT RECT-RATE-FILE ASSIGN TO "RECTRATE"
001790         ORGANIZATION IS INDEXED
001800         ACCESS MODE IS DYNAMIC
001810         RECORD KEY IS RT-RATE-KEY
001820         FILE STATUS IS WS-RATE-STATUS.
001830     SELECT RECT-AUDIT-FILE ASSIGN TO "RECTAUD"
001840         ORGANIZATION IS LINE SEQUENTIAL
001850         FILE STATUS IS WS-AUDIT-STATUS.
001860     SELECT RECT-BILLING-FILE ASSIGN TO "RECTBIL"
001870         ORGANIZATION IS LINE SEQUENTIAL
001880         FILE STATUS IS WS-BILLING-STATUS.
001890     SELECT RECT-JOURNAL-FILE ASSIGN TO "RECTJRNL"
001900         ORGANIZATION IS LINE SEQUENTIAL
001910         FILE STATUS IS WS-JOURNAL-STATUS.
001920     SELECT RECT-SECURITY-FILE ASSIGN TO "RECTSEC"
001930         ORGANIZATION IS INDEXED
001940         ACCESS MODE IS DYNAMIC
001950         RECORD KEY IS OP-OPERATOR-ID
001960         FILE STATUS IS WS-SECURITY-STATUS.
001970     SELECT RECT-LOCK-FILE ASSIGN TO "RECTLOCK"
001980         ORGANIZATION IS LINE SEQUENTIAL
001990         FILE STATUS IS WS-LOCK-STATUS.
002000     SELECT RECT-TAX-FILE ASSIGN TO "RECTTAX"
002010         ORGANIZATION IS INDEXED
002020         ACCESS MODE IS DYNAMIC
002030         RECORD KEY IS TX-TAX-KEY
002040         FILE STATUS IS WS-TAX-STATUS.
002050     SELECT RECT-ORDER-FILE ASSIGN TO "RECTORD"
002060         ORGANIZATION IS INDEXED
002070         ACCESS MODE IS DYNAMIC
002080         RECORD KEY IS OH-ORDER-NO
002090         FILE STATUS IS WS-ORDER-STATUS.
002100     SELECT RECT-ARCHIVE-FILE ASSIGN TO "RECTARC"
002110         ORGANIZATION IS LINE SEQUENTIAL
002120         FILE STATUS IS WS-ARCH-STATUS.
002130     SELECT RECT-AGREEMENT-FILE ASSIGN TO "RECTAGR"
002140         ORGANIZATION IS INDEXED
002150         ACCESS MODE IS DYNAMIC
002160         RECORD KEY IS PA-AGREEMENT-KEY
002170         FILE STATUS IS WS-AGREEMENT-STATUS.
002180     SELECT RECT-OPEN-FILE ASSIGN TO "RECTOPN"
002190         ORGANIZATION IS INDEXED
002200         ACCESS MODE IS DYNAMIC
002210         RECORD KEY IS OI-INVOICE-NO
002220         FILE STATUS IS WS-OPEN-STATUS.
002230 
002240 DATA DIVISION.
002250 FILE SECTION.
002260 FD  RECT-MASTER-FILE
002270     LABEL RECORDS ARE STANDARD
002280     RECORD CONTAINS 112 CHARACTERS.
002290     COPY RECTJOB.
002300 
002310 FD  RECT-CONTROL-FILE
002320     LABEL RECORDS ARE STANDARD
002330     RECORD CONTAINS 20 CHARACTERS.
002340     COPY RECTCTL.
002350
002360 FD  RECT-CUSTOMER-FILE
002370     LABEL RECORDS ARE STANDARD
002380     RECORD CONTAINS 140 CHARACTERS.
002390     COPY RECTCUS.
002400
002410 FD  RECT-RATE-FILE
002420     LABEL RECORDS ARE STANDARD
002430     RECORD CONTAINS 20 CHARACTERS.
002440     COPY RECTRATE.
002450
002460 FD  RECT-AUDIT-FILE
002470     LABEL RECORDS ARE STANDARD
002480     RECORD CONTAINS 70 CHARACTERS.
002490     COPY RECTAUD.
002500
002510 FD  RECT-BILLING-FILE
002520     LABEL RECORDS ARE STANDARD
002530     RECORD CONTAINS 117 CHARACTERS.
002540     COPY RECTBIL.
002550
002560 FD  RECT-JOURNAL-FILE
002570     LABEL RECORDS ARE STANDARD
002580     RECORD CONTAINS 264 CHARACTERS.
002590     COPY RECTJRN.
002600
002610 FD  RECT-SECURITY-FILE
002620     LABEL RECORDS ARE STANDARD
002630     RECORD CONTAINS 60 CHARACTERS.
002640     COPY RECTSEC.
002650
002660 FD  RECT-ORDER-FILE
002670     LABEL RECORDS ARE STANDARD
002680     RECORD CONTAINS 100 CHARACTERS.
002690     COPY RECTORD.
002700
002710 FD  RECT-TAX-FILE
002720     LABEL RECORDS ARE STANDARD
002730     RECORD CONTAINS 20 CHARACTERS.
002740     COPY RECTTAX.
002750
002760 FD  RECT-LOCK-FILE
002770     LABEL RECORDS ARE STANDARD
002780     RECORD CONTAINS 80 CHARACTERS.
002790     COPY RECTLOCK.
002800
002810 FD  RECT-ARCHIVE-FILE
002820     LABEL RECORDS ARE STANDARD
002830     RECORD CONTAINS 112 CHARACTERS.
002840 01  RECT-ARCHIVE-RECORD        PIC X(112).
002850
002860 FD  RECT-AGREEMENT-FILE
002870     LABEL RECORDS ARE STANDARD
002880     RECORD CONTAINS 80 CHARACTERS.
002890     COPY RECTAGR.
002900
002910 FD  RECT-OPEN-FILE
002920     LABEL RECORDS ARE STANDARD
002930     RECORD CONTAINS 80 CHARACTERS.
002940     COPY RECTOPN.
002950
002960 WORKING-STORAGE SECTION.
002970 77  WS-MASTER-STATUS         PIC X(02) VALUE '00'.
002980     88  MASTER-STATUS-OK         VALUE '00'.
002990     88  MASTER-RECORD-NOT-FOUND  VALUE '23'.
003000     88  MASTER-DUPLICATE-KEY     VALUE '22'.
003010 77  WS-CONTROL-STATUS        PIC X(02) VALUE '00'.
003020     88  CONTROL-STATUS-OK        VALUE '00'.
003030     88  CONTROL-FILE-NOT-FOUND   VALUE '35'.
003040 77  WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.
003050     88  CUSTOMER-STATUS-OK       VALUE '00'.
003060     88  CUSTOMER-NOT-FOUND       VALUE '23'.
003070     88  CUSTOMER-FILE-NOT-FOUND  VALUE '35'.
003080 77  WS-RATE-STATUS           PIC X(02) VALUE '00'.
003090     88  RATE-STATUS-OK           VALUE '00'.
003100     88  RATE-FILE-NOT-FOUND      VALUE '35'.
003110 77  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
003120     88  AUDIT-STATUS-OK          VALUE '00'.
003130     88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
003140 77  WS-BILLING-STATUS        PIC X(02) VALUE '00'.
003150     88  BILLING-STATUS-OK        VALUE '00'.
003160     88  BILLING-FILE-NOT-FOUND   VALUE '35'.
003170 77  WS-JOURNAL-STATUS        PIC X(02) VALUE '00'.
003180     88  JOURNAL-STATUS-OK        VALUE '00'.
003190     88  JOURNAL-FILE-NOT-FOUND   VALUE '35'.
003200 77  WS-JRN-FUNCTION          PIC X(01).
003210 77  WS-BEFORE-IMAGE          PIC X(112).
003220 77  WS-SECURITY-STATUS       PIC X(02) VALUE '00'.
003230     88  SECURITY-STATUS-OK       VALUE '00'.
003240     88  SECURITY-FILE-NOT-FOUND  VALUE '35'.
003250 77  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
003260     88  SIGNED-ON                VALUE 'Y'.
003270 77  WS-SIGNON-TRIES          PIC 9(01) VALUE ZERO.
003280 77  WS-PASSWORD-INPUT        PIC X(08).
003290 77  WS-AUTHORITY             PIC 9(01) VALUE ZERO.
003300     88  AUTH-SUPERVISOR          VALUE 2.
003310 77  WS-REFUSED-FUNC          PIC X(01).
003320 77  WS-ARCH-STATUS           PIC X(02) VALUE '00'.
003330     88  ARCH-STATUS-OK           VALUE '00'.
003340 77  WS-ARCH-EOF-SW           PIC X(01) VALUE 'N'.
003350     88  END-OF-ARCHIVE           VALUE 'Y'.
003360 77  WS-ARCH-FOUND-SW         PIC X(01) VALUE 'N'.
003370     88  ARCHIVE-JOB-FOUND        VALUE 'Y'.
003380 77  WS-SEEK-JOB-ID           PIC 9(07) VALUE ZERO.
003390 77  WS-OPERATOR-ID           PIC X(08).
003400 77  WS-CURRENT-TIME          PIC 9(08).
003410 77  WS-REASON-INPUT          PIC X(02).
003420 77  WS-CONFIRM               PIC X(01).
003430     88  CONFIRM-YES              VALUES 'Y' 'y'.
003440 77  WS-RATE-EOF-SW           PIC X(01) VALUE 'N'.
003450     88  RATE-SEARCH-DONE         VALUE 'Y'.
003460 77  WS-RATE-FOUND-SW         PIC X(01) VALUE 'N'.
003470     88  RATE-FOUND               VALUE 'Y'.
003480 77  WS-JOB-RATE              PIC 9(03)V99.
003490 77  WS-JOB-PRICE             PIC 9(07)V99.
003500 77  WS-CURRENT-DATE          PIC 9(08).
003510 77  WS-MENU-CHOICE           PIC X(01).
003520     88  CHOICE-ADD               VALUES 'A' 'a'.
003530     88  CHOICE-INQUIRE           VALUES 'I' 'i'.
003540     88  CHOICE-CUSTJOBS          VALUES 'J' 'j'.
003550     88  CHOICE-ORDER             VALUES 'O' 'o'.
003560     88  CHOICE-CORRECT           VALUES 'C' 'c'.
003570     88  CHOICE-VOID              VALUES 'V' 'v'.
003580     88  CHOICE-CONVERT           VALUES 'Q' 'q'.
003590     88  CHOICE-RELEASE           VALUES 'L' 'l'.
003600     88  CHOICE-EXIT              VALUES 'X' 'x'.
003610 77  WS-WIDTH-INPUT           PIC X(07).
003620 77  WS-WIDTH-INPUT-N         REDEFINES WS-WIDTH-INPUT
003630     PIC 9(05)V99.
003640 77  WS-LENGTH-INPUT          PIC X(07).
003650 77  WS-LENGTH-INPUT-N        REDEFINES WS-LENGTH-INPUT
003660     PIC 9(05)V99.
003670 77  WS-JOBID-INPUT           PIC X(07).
003680 77  WS-JOBID-INPUT-N         REDEFINES WS-JOBID-INPUT
003690     PIC 9(07).
003700 77  WS-CUSTNO-INPUT          PIC X(05).
003710 77  WS-CUSTNO-INPUT-N        REDEFINES WS-CUSTNO-INPUT
003720     PIC 9(05).
003730 77  WS-LIST-CUSTNO           PIC 9(05).
003740 77  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
003750     88  END-OF-LIST              VALUE 'Y'.
003760 77  WS-JL-COUNT              PIC 9(08) COMP VALUE ZERO.
003770 77  WS-JL-IX                 PIC 9(08) COMP VALUE ZERO.
003780 77  WS-JL-WORK               PIC 9(08) COMP VALUE ZERO.
003790 77  WS-JL-QUOTIENT           PIC 9(08) COMP VALUE ZERO.
003800 77  WS-JL-SLOT               PIC 9(03) COMP VALUE ZERO.
003810 77  WS-JL-MAX                PIC 9(03) VALUE 200.
003820 77  WS-ORDER-STATUS          PIC X(02) VALUE '00'.
003830     88  ORDER-STATUS-OK          VALUE '00'.
003840     88  ORDER-FILE-NOT-FOUND     VALUE '35'.
003850 77  WS-ORDNO-INPUT           PIC X(07).
003860 77  WS-ORDNO-INPUT-N         REDEFINES WS-ORDNO-INPUT
003870     PIC 9(07).
003880 77  WS-OL-JOB-ID             PIC 9(07) VALUE ZERO.
003890 77  WS-OL-COUNT              PIC 9(02) VALUE ZERO.
003900 77  WS-TAX-STATUS            PIC X(02) VALUE '00'.
003910     88  TAX-STATUS-OK            VALUE '00'.
003920     88  TAX-FILE-NOT-FOUND       VALUE '35'.
003930 77  WS-TAX-EOF-SW            PIC X(01) VALUE 'N'.
003940     88  TAX-SEARCH-DONE          VALUE 'Y'.
003950 77  WS-TAX-FOUND-SW          PIC X(01) VALUE 'N'.
003960     88  TAX-FOUND                VALUE 'Y'.
003970 77  WS-TAX-RATE              PIC 9(02)V999 VALUE ZERO.
003980 77  WS-JOB-TAX               PIC 9(05)V99 VALUE ZERO.
003990 77  WS-TAX-STATE             PIC X(02) VALUE SPACES.
004000 77  WS-TAX-ASOF-DATE         PIC 9(08) VALUE ZERO.
004010 77  WS-TAX-BASIS             PIC 9(07)V99 VALUE ZERO.
004020 77  WS-OLD-JOB-PRICE         PIC 9(07)V99 VALUE ZERO.
004030 77  WS-OLD-JOB-AREA          PIC 9(10)V99 VALUE ZERO.
004040 77  WS-OLD-JOB-PERIM         PIC 9(07)V99 VALUE ZERO.
004050 77  WS-HDR-PRICE-DIFF        PIC S9(08)V99 VALUE ZERO.
004060 77  WS-HDR-AREA-DIFF         PIC S9(11)V99 VALUE ZERO.
004070 77  WS-HDR-PERIM-DIFF        PIC S9(08)V99 VALUE ZERO.
004080 77  WS-HDR-TAX-DIFF          PIC S9(06)V99 VALUE ZERO.
004090 77  WS-HDR-WORK              PIC S9(12)V99 VALUE ZERO.
004100 77  WS-LOCK-STATUS           PIC X(02) VALUE '00'.
004110     88  LOCK-STATUS-OK           VALUE '00'.
004120     88  LOCK-FILE-NOT-FOUND      VALUE '35'.
004130 77  WS-LOCK-HELD-SW          PIC X(01) VALUE 'N'.
004140     88  RUN-LOCK-IS-HELD         VALUE 'Y'.
004150 77  WS-QUOTE-LIFE-DAYS       PIC 9(03) VALUE 030.
004160 77  WS-TODAY-DAYS            PIC 9(08) COMP VALUE ZERO.
004170 77  WS-WORK-DAYS             PIC 9(08) COMP VALUE ZERO.
004180 77  WS-QUOTE-AGE             PIC S9(08) COMP VALUE ZERO.
004190 77  WS-WAS-QUOTE-SW          PIC X(01) VALUE 'N'.
004200     88  VOIDING-A-QUOTE          VALUE 'Y'.
004210 77  WS-AGREEMENT-STATUS      PIC X(02) VALUE '00'.
004220     88  AGREEMENT-STATUS-OK      VALUE '00'.
004230     88  AGREEMENT-FILE-NOT-FOUND VALUE '35'.
004240 77  WS-AGR-OPEN-SW           PIC X(01) VALUE 'N'.
004250     88  AGREEMENT-FILE-OPEN      VALUE 'Y'.
004260 77  WS-AGR-EOF-SW            PIC X(01) VALUE 'N'.
004270     88  AGR-SEARCH-DONE          VALUE 'Y'.
004280 77  WS-AGR-FOUND-SW          PIC X(01) VALUE 'N'.
004290     88  AGR-FOUND                VALUE 'Y'.
004300 77  WS-AGR-TYPE              PIC X(01) VALUE SPACE.
004310 77  WS-AGR-RATE              PIC 9(03)V99 VALUE ZERO.
004320 77  WS-AGR-DISC-PCT          PIC 9(02)V99 VALUE ZERO.
004330 77  WS-AGR-TIER-PCT          PIC 9(02)V99 VALUE ZERO.
004340 77  WS-AGR-TIER-MIN          PIC 9(10)V99 VALUE ZERO.
004350 77  WS-AGR-IX                PIC 9(02) COMP VALUE ZERO.
004360 77  WS-OPEN-STATUS           PIC X(02) VALUE '00'.
004370     88  OPEN-STATUS-OK           VALUE '00'.
004380 77  WS-OPN-OPEN-SW           PIC X(01) VALUE 'N'.
004390     88  OPEN-ITEMS-FILE-OPEN     VALUE 'Y'.
004400 77  WS-CR-REFUSED-SW         PIC X(01) VALUE 'N'.
004410     88  CREDIT-REFUSED           VALUE 'Y'.
004420 77  WS-CR-OVERRIDE-SW        PIC X(01) VALUE 'N'.
004430     88  CREDIT-OVERRIDDEN        VALUE 'Y'.
004440 77  WS-CR-EOF-SW             PIC X(01) VALUE 'N'.
004450     88  CR-SCAN-DONE             VALUE 'Y'.
004460 77  WS-CR-CUSTOMER-NO        PIC 9(05) VALUE ZERO.
004470 77  WS-CR-REASON             PIC X(02) VALUE SPACES.
004480 77  WS-CR-SUPERVISOR-ID      PIC X(08) VALUE SPACES.
004490 77  WS-CR-LIMIT              PIC 9(08)V99 VALUE ZERO.
004500 77  WS-CR-EXPOSURE           PIC S9(09)V99 VALUE ZERO.
004510 77  WS-CR-NEW-AMOUNT         PIC 9(08)V99 VALUE ZERO.
004520 77  WS-CR-EXPOSURE-DISPLAY   PIC Z(08)9.99-.
004530 77  WS-CR-LIMIT-DISPLAY      PIC Z(07)9.99.
004540
004550 01  WS-WORK-DATE               PIC 9(08).
004560 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
004570     05  WS-WORK-YYYY            PIC 9(04).
004580     05  WS-WORK-MM              PIC 9(02).
004590     05  WS-WORK-DD              PIC 9(02).
004600
004610*-----------------------------------------------------------------
004620*  JOB LIST FOR THE CUSTOMER JOBS INQUIRY.  FILLED IN DATE ORDER
004630*  OFF THE ALTERNATE KEY AND SHOWN BACKWARDS SO THE NEWEST JOB
004640*  COMES OUT FIRST.  WHEN A CUSTOMER HAS MORE JOBS THAN THE
004650*  TABLE HOLDS, THE SLOTS WRAP AROUND SO THE NEWEST WS-JL-MAX
004660*  JOBS ARE THE ONES KEPT.
004670*-----------------------------------------------------------------
004680 01  WS-JOB-LIST-TABLE.
004690     05  WS-JL-ENTRY OCCURS 200 TIMES.
004700         10  WS-JL-JOB-ID        PIC 9(07).
004710         10  WS-JL-SHAPE         PIC X(01).
004720         10  WS-JL-WIDTH         PIC 9(05)V99.
004730         10  WS-JL-LENGTH        PIC 9(05)V99.
004740         10  WS-JL-DIM-3         PIC 9(05)V99.
004750         10  WS-JL-AREA          PIC 9(10)V99.
004760         10  WS-JL-DATE          PIC 9(08).
004770         10  WS-JL-STATUS        PIC X(01).
004780         10  WS-JL-ORDER         PIC 9(07).
004790
004800 01  WS-JOB-LINE.
004810     05  WL-JOB-ID               PIC 9(07).
004820     05  FILLER                  PIC X(01) VALUE SPACES.
004830     05  WL-SHAPE                PIC X(01).
004840     05  FILLER                  PIC X(01) VALUE SPACES.
004850     05  WL-WIDTH                PIC ZZZZ9.99.
004860     05  FILLER                  PIC X(01) VALUE SPACES.
004870     05  WL-LENGTH               PIC ZZZZ9.99.
004880     05  FILLER                  PIC X(01) VALUE SPACES.
004890     05  WL-DIM-3                PIC ZZZZ9.99.
004900     05  FILLER                  PIC X(01) VALUE SPACES.
004910     05  WL-AREA                 PIC Z(09)9.99.
004920     05  FILLER                  PIC X(01) VALUE SPACES.
004930     05  WL-DATE                 PIC 9(08).
004940     05  FILLER                  PIC X(01) VALUE SPACES.
004950     05  WL-STATUS               PIC X(04).
004960     05  FILLER                  PIC X(01) VALUE SPACES.
004970     05  WL-ORDER                PIC 9(07).
004980
004990 PROCEDURE DIVISION.
005000 0000-MAINLINE.
005010     DISPLAY "===== RECTANGLE JOBS MASTER FILE MAINTENANCE =====".
005020     OPEN I-O RECT-CONTROL-FILE.
005030     IF CONTROL-FILE-NOT-FOUND
005040         OPEN OUTPUT RECT-CONTROL-FILE
005050         MOVE '1'  TO RC-CONTROL-KEY
005060         MOVE ZERO TO RC-LAST-JOB-ID
005070         WRITE RECT-CONTROL-RECORD
005080         CLOSE RECT-CONTROL-FILE
005090         OPEN I-O RECT-CONTROL-FILE
005100     END-IF.
005110     MOVE '1' TO RC-CONTROL-KEY.
005120     READ RECT-CONTROL-FILE.
005130     OPEN I-O RECT-MASTER-FILE.
005140     IF MASTER-RECORD-NOT-FOUND
005150         OPEN OUTPUT RECT-MASTER-FILE
005160         CLOSE RECT-MASTER-FILE
005170         OPEN I-O RECT-MASTER-FILE
005180     END-IF.
005190     OPEN INPUT RECT-CUSTOMER-FILE.
005200     IF CUSTOMER-FILE-NOT-FOUND
005210         DISPLAY "CUSTOMER MASTER (RECTCUS) NOT FOUND - "
005220             "SET CUSTOMERS UP IN RECTCUST FIRST."
005230         MOVE 'X' TO WS-MENU-CHOICE
005240     END-IF.
005250     OPEN I-O RECT-ORDER-FILE.
005260     IF ORDER-FILE-NOT-FOUND
005270         OPEN OUTPUT RECT-ORDER-FILE
005280         CLOSE RECT-ORDER-FILE
005290         OPEN I-O RECT-ORDER-FILE
005300     END-IF.
005310     OPEN INPUT RECT-TAX-FILE.
005320     IF TAX-FILE-NOT-FOUND
005330         DISPLAY "TAX TABLE (RECTTAX) NOT FOUND - "
005340             "SET RATES UP IN RECTTMNT FIRST."
005350         MOVE 'X' TO WS-MENU-CHOICE
005360     END-IF.
005370     OPEN INPUT RECT-RATE-FILE.
005380     IF RATE-FILE-NOT-FOUND
005390         DISPLAY "RATE TABLE (RECTRATE) NOT FOUND - "
005400             "SET RATES UP IN RECTRMNT FIRST."
005410         MOVE 'X' TO WS-MENU-CHOICE
005420     END-IF.
005430     OPEN INPUT RECT-AGREEMENT-FILE.
005440     IF AGREEMENT-STATUS-OK
005450         MOVE 'Y' TO WS-AGR-OPEN-SW
005460     END-IF.
005470     OPEN INPUT RECT-OPEN-FILE.
005480     IF OPEN-STATUS-OK
005490         MOVE 'Y' TO WS-OPN-OPEN-SW
005500     END-IF.
005510     OPEN EXTEND RECT-AUDIT-FILE.
005520     IF AUDIT-FILE-NOT-FOUND
005530         OPEN OUTPUT RECT-AUDIT-FILE
005540     END-IF.
005550     OPEN EXTEND RECT-BILLING-FILE.
005560     IF BILLING-FILE-NOT-FOUND
005570         OPEN OUTPUT RECT-BILLING-FILE
005580     END-IF.
005590     OPEN EXTEND RECT-JOURNAL-FILE.
005600     IF JOURNAL-FILE-NOT-FOUND
005610         OPEN OUTPUT RECT-JOURNAL-FILE
005620     END-IF.
005630     OPEN INPUT RECT-SECURITY-FILE.
005640     IF SECURITY-FILE-NOT-FOUND
005650         DISPLAY "SECURITY FILE (RECTSEC) NOT FOUND - "
005660             "SET OPERATORS UP IN RECTSMNT FIRST."
005670         MOVE 'X' TO WS-MENU-CHOICE
005680     ELSE
005690         PERFORM 1500-SIGN-ON THRU 1500-EXIT
005700         IF NOT SIGNED-ON
005710             MOVE 'X' TO WS-MENU-CHOICE
005720         END-IF
005730     END-IF.
005740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005750     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
005760     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
005770     MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.
005780     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
005790         UNTIL CHOICE-EXIT.
005800     CLOSE RECT-MASTER-FILE.
005810     CLOSE RECT-CUSTOMER-FILE.
005820     CLOSE RECT-RATE-FILE.
005830     CLOSE RECT-TAX-FILE.
005840     CLOSE RECT-AUDIT-FILE.
005850     CLOSE RECT-BILLING-FILE.
005860     CLOSE RECT-JOURNAL-FILE.
005870     CLOSE RECT-SECURITY-FILE.
005880     CLOSE RECT-CONTROL-FILE.
005890     CLOSE RECT-ORDER-FILE.
005900     IF AGREEMENT-FILE-OPEN
005910         CLOSE RECT-AGREEMENT-FILE
005920     END-IF.
005930     IF OPEN-ITEMS-FILE-OPEN
005940         CLOSE RECT-OPEN-FILE
005950     END-IF.
005960     DISPLAY "GOODBYE!".
005970     STOP RUN.
005980 
005990 1000-MENU-LOOP.
006000     DISPLAY " ".
006010     DISPLAY "A) ADD   I) INQUIRE   J) CUSTOMER JOBS   C) CORRECT"
006020         "   V) VOID".
006030     DISPLAY "Q) CONVERT QUOTE   O) ORDER INQUIRY   "
006040         "L) RELEASE LOCK   X) EXIT".
006050     DISPLAY "ENTER CHOICE: ".
006060     ACCEPT WS-MENU-CHOICE.
006070     IF CHOICE-ADD
006080         PERFORM 2000-ADD-JOB THRU 2000-EXIT
006090     ELSE
006100         IF CHOICE-INQUIRE
006110             PERFORM 3000-INQUIRE-JOB THRU 3000-EXIT
006120         ELSE
006130             IF CHOICE-CUSTJOBS
006140                 PERFORM 3500-CUSTOMER-JOBS THRU 3500-EXIT
006150             ELSE
006160             IF CHOICE-ORDER
006170                 PERFORM 3800-ORDER-INQUIRY THRU 3800-EXIT
006180             ELSE
006190                 IF CHOICE-CORRECT
006200                     IF AUTH-SUPERVISOR
006210                         PERFORM 4000-CORRECT-JOB THRU 4000-EXIT
006220                     ELSE
006230                         MOVE 'C' TO WS-REFUSED-FUNC
006240                         PERFORM 1600-FUNCTION-REFUSED
006250                             THRU 1600-EXIT
006260                     END-IF
006270                 ELSE
006280                     IF CHOICE-VOID
006290                         IF AUTH-SUPERVISOR
006300                             PERFORM 5000-VOID-JOB
006310                                 THRU 5000-EXIT
006320                         ELSE
006330                             MOVE 'V' TO WS-REFUSED-FUNC
006340                             PERFORM 1600-FUNCTION-REFUSED
006350                                 THRU 1600-EXIT
006360                         END-IF
006370                     ELSE
006380                         IF CHOICE-CONVERT
006390                             PERFORM 5500-CONVERT-QUOTE
006400                                 THRU 5500-EXIT
006410                         ELSE
006420                         IF CHOICE-RELEASE
006430                             IF AUTH-SUPERVISOR
006440                                 PERFORM 5900-RELEASE-LOCK
006450                                     THRU 5900-EXIT
006460                             ELSE
006470                                 MOVE 'L' TO WS-REFUSED-FUNC
006480                                 PERFORM 1600-FUNCTION-REFUSED
006490                                     THRU 1600-EXIT
006500                             END-IF
006510                         ELSE
006520                             IF NOT CHOICE-EXIT
006530                                 DISPLAY "INVALID CHOICE."
006540                             END-IF
006550                         END-IF
006560                         END-IF
006570                     END-IF
006580                 END-IF
006590             END-IF
006600             END-IF
006610         END-IF
006620     END-IF.
006630 1000-EXIT.
006640     EXIT.
006650
006660*-----------------------------------------------------------------
006670*  OPERATOR SIGN-ON AGAINST THE SECURITY FILE.  THREE TRIES;
006680*  EVERY FAILURE IS LOGGED TO THE AUDIT FILE WITH THE ID THAT
006690*  WAS ATTEMPTED, SO "WHO TRIED" HAS AN ANSWER TOO.
006700*-----------------------------------------------------------------
006710 1500-SIGN-ON.
006720     MOVE ZERO TO WS-SIGNON-TRIES.
006730     MOVE 'N'  TO WS-SIGNON-SW.
006740     PERFORM 1550-SIGN-ON-TRY THRU 1550-EXIT
006750         UNTIL SIGNED-ON
006760            OR WS-SIGNON-TRIES NOT LESS THAN 3.
006770     IF NOT SIGNED-ON
006780         DISPLAY "TOO MANY SIGN-ON ATTEMPTS."
006790     END-IF.
006800 1500-EXIT.
006810     EXIT.
006820
006830 1550-SIGN-ON-TRY.
006840     DISPLAY "ENTER OPERATOR ID: ".
006850     ACCEPT WS-OPERATOR-ID.
006860     DISPLAY "ENTER PASSWORD: ".
006870     ACCEPT WS-PASSWORD-INPUT.
006880     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
006890     READ RECT-SECURITY-FILE
006900         INVALID KEY
006910             PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
006920             GO TO 1550-EXIT
006930     END-READ.
006940     IF OP-PASSWORD NOT = WS-PASSWORD-INPUT
006950         PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
006960         GO TO 1550-EXIT
006970     END-IF.
006980     MOVE 'Y' TO WS-SIGNON-SW.
006990     MOVE OP-AUTHORITY-LEVEL TO WS-AUTHORITY.
007000     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
007010 1550-EXIT.
007020     EXIT.
007030
007040 1560-SIGNON-FAILED.
007050     ADD 1 TO WS-SIGNON-TRIES.
007060     DISPLAY "SIGN-ON REFUSED.".
007070     MOVE SPACES TO RECT-AUDIT-RECORD.
007080     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007090     ACCEPT WS-CURRENT-TIME FROM TIME.
007100     STRING WS-CURRENT-DATE WS-CURRENT-TIME
007110         DELIMITED BY SIZE INTO RA-TIMESTAMP.
007120     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
007130     MOVE ZERO TO RA-JOB-ID.
007140     MOVE 'S'  TO RA-FUNCTION-CODE.
007150     MOVE ZERO TO RA-WIDTH.
007160     MOVE ZERO TO RA-LENGTH.
007170     MOVE ZERO TO RA-DIM-3.
007180     MOVE ZERO TO RA-AREA.
007190     WRITE RECT-AUDIT-RECORD.
007200     IF NOT AUDIT-STATUS-OK
007210         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
007220             WS-AUDIT-STATUS
007230     END-IF.
007240 1560-EXIT.
007250     EXIT.
007260
007270*-----------------------------------------------------------------
007280*  LOGS A FUNCTION THE SIGNED-ON OPERATOR WAS NOT AUTHORIZED TO
007290*  RUN.  THE MENU LETTER RIDES IN THE REASON CODE SO THE LOG
007300*  SHOWS WHAT WAS REFUSED.
007310*-----------------------------------------------------------------
007320 1600-FUNCTION-REFUSED.
007330     DISPLAY "SUPERVISOR AUTHORITY REQUIRED - FUNCTION REFUSED.".
007340     MOVE SPACES TO RECT-AUDIT-RECORD.
007350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007360     ACCEPT WS-CURRENT-TIME FROM TIME.
007370     STRING WS-CURRENT-DATE WS-CURRENT-TIME
007380         DELIMITED BY SIZE INTO RA-TIMESTAMP.
007390     MOVE WS-OPERATOR-ID  TO RA-OPERATOR-ID.
007400     MOVE ZERO TO RA-JOB-ID.
007410     MOVE 'X'  TO RA-FUNCTION-CODE.
007420     MOVE WS-REFUSED-FUNC TO RA-REASON-CODE.
007430     MOVE ZERO TO RA-WIDTH.
007440     MOVE ZERO TO RA-LENGTH.
007450     MOVE ZERO TO RA-DIM-3.
007460     MOVE ZERO TO RA-AREA.
007470     WRITE RECT-AUDIT-RECORD.
007480     IF NOT AUDIT-STATUS-OK
007490         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
007500             WS-AUDIT-STATUS
007510     END-IF.
007520 1600-EXIT.
007530     EXIT.
007540
007550*-----------------------------------------------------------------
007560*  READS THE RUN-CONTROL LOCK FRESH ON EVERY UPDATE ATTEMPT -
007570*  THE BATCH CAN START OR FINISH IN THE MIDDLE OF A SESSION.
007580*  WHILE IT IS HELD, ANY FUNCTION THAT UPDATES THE MASTER OR
007590*  DRAWS A JOB ID IS REFUSED WITH THE HOLDER ON SCREEN.
007600*-----------------------------------------------------------------
007610 1700-CHECK-RUN-LOCK.
007620     MOVE 'N' TO WS-LOCK-HELD-SW.
007630     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
007640     OPEN INPUT RECT-LOCK-FILE.
007650     IF LOCK-STATUS-OK
007660         READ RECT-LOCK-FILE
007670             AT END
007680                 CONTINUE
007690         END-READ
007700         CLOSE RECT-LOCK-FILE
007710     END-IF.
007720     IF RL-LOCK-HELD
007730         MOVE 'Y' TO WS-LOCK-HELD-SW
007740     END-IF.
007750 1700-EXIT.
007760     EXIT.
007770
007780*-----------------------------------------------------------------
007790*  THE REFUSAL MESSAGE FOR THE UPDATE FUNCTIONS.  THE RELEASE
007800*  TRANSACTION CHECKS THE SAME LOCK BUT IS NOT REFUSED BY IT,
007810*  SO THE MESSAGE LIVES HERE AND NOT IN THE CHECK ITSELF.
007820*-----------------------------------------------------------------
007830 1750-REFUSE-FOR-LOCK.
007840     DISPLAY "RUN LOCK HELD BY " RL-PROGRAM-ID
007850         " (OPERATOR " RL-OPERATOR-ID ") SINCE "
007860         RL-TIMESTAMP " - FUNCTION REFUSED.".
007870 1750-EXIT.
007880     EXIT.
007890
007900 2000-ADD-JOB.
007910     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
007920     IF RUN-LOCK-IS-HELD
007930         PERFORM 1750-REFUSE-FOR-LOCK THRU 1750-EXIT
007940         GO TO 2000-EXIT
007950     END-IF.
007960     ADD 1 TO RC-LAST-JOB-ID.
007970     REWRITE RECT-CONTROL-RECORD.
007980     MOVE SPACES          TO RECT-JOB-RECORD.
007990     MOVE RC-LAST-JOB-ID TO RJ-JOB-ID.
008000     DISPLAY "JOB ID ASSIGNED: " RJ-JOB-ID.
008010     MOVE 'R' TO RJ-SHAPE-CODE.
008020     MOVE 'A' TO RJ-STATUS-CODE.
008030     MOVE ZERO TO RJ-DIM-3.
008040     MOVE ZERO TO RJ-ORDER-NO.
008050     MOVE ZERO TO RJ-ORDER-LINE.
008060     PERFORM 2050-GET-CUSTOMER THRU 2050-EXIT.
008070     MOVE CU-CUSTOMER-NO   TO RJ-CUSTOMER-NO.
008080     MOVE CU-CUSTOMER-NAME TO RJ-CUSTOMER-NAME.
008090     PERFORM 2100-GET-WIDTH  THRU 2100-EXIT.
008100     PERFORM 2200-GET-LENGTH THRU 2200-EXIT.
008110     COMPUTE RJ-AREA ROUNDED = RJ-WIDTH * RJ-LENGTH.
008120     COMPUTE RJ-PERIMETER ROUNDED =
008130         2 * (RJ-WIDTH + RJ-LENGTH).
008140     PERFORM 2060-FIND-RATE THRU 2060-EXIT.
008150     MOVE WS-JOB-PRICE TO RJ-PRICE.
008160     ACCEPT RJ-CALC-DATE FROM DATE YYYYMMDD.
008170     MOVE RJ-PRICE TO WS-CR-NEW-AMOUNT.
008180     PERFORM 7400-CHECK-JOB-CREDIT THRU 7400-EXIT.
008190     IF CREDIT-REFUSED
008200         DISPLAY "SAVE IT AS A QUOTE INSTEAD? (Y/N): "
008210         ACCEPT WS-CONFIRM
008220         IF CONFIRM-YES
008230             MOVE 'Q' TO RJ-STATUS-CODE
008240         ELSE
008250             DISPLAY "JOB " RJ-JOB-ID " NOT ADDED."
008260             GO TO 2000-EXIT
008270         END-IF
008280     END-IF.
008290     WRITE RECT-JOB-RECORD
008300         INVALID KEY
008310             DISPLAY "JOB ID ALREADY EXISTS - NOT ADDED."
008320     NOT INVALID KEY
008330             DISPLAY "JOB " RJ-JOB-ID " ADDED, AREA = " RJ-AREA
008340             MOVE 'W'    TO WS-JRN-FUNCTION
008350             MOVE SPACES TO WS-BEFORE-IMAGE
008360             PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
008370             IF CREDIT-OVERRIDDEN
008380                 PERFORM 7480-WRITE-OVERRIDE-AUDIT THRU 7480-EXIT
008390             END-IF
008400     END-WRITE.
008410 2000-EXIT.
008420     EXIT.
008430 
008440 2050-GET-CUSTOMER.
008450     DISPLAY "ENTER CUSTOMER NUMBER (5 DIGITS): ".
008460     ACCEPT WS-CUSTNO-INPUT.
008470     IF WS-CUSTNO-INPUT NOT NUMERIC
008480         DISPLAY "INVALID CUSTOMER NUMBER - ENTER DIGITS ONLY."
008490         GO TO 2050-GET-CUSTOMER
008500     END-IF.
008510     IF WS-CUSTNO-INPUT-N = ZERO
008520         DISPLAY "INVALID CUSTOMER NUMBER - MUST BE GREATER "
008530             "THAN ZERO."
008540         GO TO 2050-GET-CUSTOMER
008550     END-IF.
008560     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
008570     READ RECT-CUSTOMER-FILE
008580         INVALID KEY
008590             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " NOT ON FILE - "
008600                 "SET IT UP IN RECTCUST FIRST."
008610             GO TO 2050-GET-CUSTOMER
008620     END-READ.
008630     DISPLAY "CUSTOMER: " CU-CUSTOMER-NAME.
008640 2050-EXIT.
008650     EXIT.
008660
008670*-----------------------------------------------------------------
008680*  FINDS THE RATE IN EFFECT FOR THE JOB'S SHAPE (THE RATE ROW
008690*  WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY) AND PRICES
008700*  THE JOB AS RATE TIMES AREA, THE SAME WAY RECTANGLE-AREA DOES
008710*  AT SAVE TIME.  NO USABLE RATE PRICES AT ZERO WITH A WARNING.
008720*  THE CUSTOMER'S PRICING AGREEMENT, IF ANY, THEN ADJUSTS THE
008730*  RATE AND TAKES ITS DISCOUNTS OFF THE PRICE.
008740*-----------------------------------------------------------------
008750 2060-FIND-RATE.
008760     MOVE 'N'  TO WS-RATE-FOUND-SW.
008770     MOVE 'N'  TO WS-RATE-EOF-SW.
008780     MOVE ZERO TO WS-JOB-RATE.
008790     MOVE ZERO TO WS-JOB-PRICE.
008800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008810     MOVE RJ-SHAPE-CODE TO RT-SHAPE-CODE.
008820     MOVE ZERO TO RT-EFFECTIVE-DATE.
008830     START RECT-RATE-FILE KEY NOT LESS THAN RT-RATE-KEY
008840         INVALID KEY
008850             MOVE 'Y' TO WS-RATE-EOF-SW
008860     END-START.
008870     PERFORM 2070-READ-RATE THRU 2070-EXIT
008880         UNTIL RATE-SEARCH-DONE.
008890     PERFORM 2075-FIND-AGREEMENT THRU 2075-EXIT.
008900     IF RATE-FOUND
008910         COMPUTE WS-JOB-PRICE ROUNDED =
008920             RJ-AREA * WS-JOB-RATE
008930             * (100 - WS-AGR-DISC-PCT) / 100
008940             * (100 - WS-AGR-TIER-PCT) / 100
008950             ON SIZE ERROR
008960                 DISPLAY "WARNING: PRICE TOO LARGE - SET TO ZERO."
008970                 MOVE ZERO TO WS-JOB-PRICE
008980         END-COMPUTE
008990     ELSE
009000         DISPLAY "WARNING: NO RATE ON FILE FOR SHAPE "
009010             RJ-SHAPE-CODE " - PRICE SET TO ZERO."
009020     END-IF.
009030     IF AGR-FOUND
009040         DISPLAY "PRICED UNDER THE CUSTOMER'S PRICING AGREEMENT."
009050     END-IF.
009060 2060-EXIT.
009070     EXIT.
009080
009090 2070-READ-RATE.
009100     READ RECT-RATE-FILE NEXT RECORD
009110         AT END
009120             MOVE 'Y' TO WS-RATE-EOF-SW
009130             GO TO 2070-EXIT
009140     END-READ.
009150     IF NOT RATE-STATUS-OK
009160         MOVE 'Y' TO WS-RATE-EOF-SW
009170         GO TO 2070-EXIT
009180     END-IF.
009190     IF RT-SHAPE-CODE NOT = RJ-SHAPE-CODE
009200         MOVE 'Y' TO WS-RATE-EOF-SW
009210         GO TO 2070-EXIT
009220     END-IF.
009230     IF RT-EFFECTIVE-DATE > WS-CURRENT-DATE
009240         MOVE 'Y' TO WS-RATE-EOF-SW
009250         GO TO 2070-EXIT
009260     END-IF.
009270     MOVE RT-RATE-PER-SQFT TO WS-JOB-RATE.
009280     MOVE 'Y' TO WS-RATE-FOUND-SW.
009290 2070-EXIT.
009300     EXIT.
009310
009320*-----------------------------------------------------------------
009330*  FINDS THE CUSTOMER'S PRICING AGREEMENT FOR THE JOB'S SHAPE -
009340*  THE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER TODAY - THE
009350*  SAME WAY RECTANGLE-AREA DOES.  A CONTRACT RATE REPLACES THE
009360*  LIST RATE; A DISCOUNT AND ANY VOLUME TIER ARE LEFT IN
009370*  WS-AGR-DISC-PCT AND WS-AGR-TIER-PCT FOR THE PRICE COMPUTE.
009380*-----------------------------------------------------------------
009390 2075-FIND-AGREEMENT.
009400     MOVE 'N'  TO WS-AGR-FOUND-SW.
009410     MOVE ZERO TO WS-AGR-DISC-PCT.
009420     MOVE ZERO TO WS-AGR-TIER-PCT.
009430     IF NOT AGREEMENT-FILE-OPEN
009440         GO TO 2075-EXIT
009450     END-IF.
009460     MOVE 'N' TO WS-AGR-EOF-SW.
009470     MOVE RJ-CUSTOMER-NO TO PA-CUSTOMER-NO.
009480     MOVE RJ-SHAPE-CODE  TO PA-SHAPE-CODE.
009490     MOVE ZERO TO PA-EFFECTIVE-DATE.
009500     START RECT-AGREEMENT-FILE KEY NOT LESS THAN PA-AGREEMENT-KEY
009510         INVALID KEY
009520             MOVE 'Y' TO WS-AGR-EOF-SW
009530     END-START.
009540     PERFORM 2080-READ-AGREEMENT THRU 2080-EXIT
009550         UNTIL AGR-SEARCH-DONE.
009560     IF AGR-FOUND
009570         AND WS-AGR-TYPE = 'R'
009580         MOVE WS-AGR-RATE TO WS-JOB-RATE
009590         MOVE 'Y' TO WS-RATE-FOUND-SW
009600     END-IF.
009610 2075-EXIT.
009620     EXIT.
009630
009640 2080-READ-AGREEMENT.
009650     READ RECT-AGREEMENT-FILE NEXT RECORD
009660         AT END
009670             MOVE 'Y' TO WS-AGR-EOF-SW
009680             GO TO 2080-EXIT
009690     END-READ.
009700     IF NOT AGREEMENT-STATUS-OK
009710         MOVE 'Y' TO WS-AGR-EOF-SW
009720         GO TO 2080-EXIT
009730     END-IF.
009740     IF PA-CUSTOMER-NO NOT = RJ-CUSTOMER-NO
009750         OR PA-SHAPE-CODE NOT = RJ-SHAPE-CODE
009760         MOVE 'Y' TO WS-AGR-EOF-SW
009770         GO TO 2080-EXIT
009780     END-IF.
009790     IF PA-EFFECTIVE-DATE > WS-CURRENT-DATE
009800         MOVE 'Y' TO WS-AGR-EOF-SW
009810         GO TO 2080-EXIT
009820     END-IF.
009830     MOVE 'Y'              TO WS-AGR-FOUND-SW.
009840     MOVE PA-PRICING-TYPE  TO WS-AGR-TYPE.
009850     MOVE PA-CONTRACT-RATE TO WS-AGR-RATE.
009860     MOVE ZERO TO WS-AGR-DISC-PCT.
009870     MOVE ZERO TO WS-AGR-TIER-PCT.
009880     MOVE ZERO TO WS-AGR-TIER-MIN.
009890     IF PA-TYPE-LIST
009900         MOVE 'N' TO WS-AGR-FOUND-SW
009910         GO TO 2080-EXIT
009920     END-IF.
009930     IF PA-TYPE-DISCOUNT
009940         MOVE PA-DISCOUNT-PCT TO WS-AGR-DISC-PCT
009950     END-IF.
009960     PERFORM 2085-CHECK-TIER THRU 2085-EXIT
009970         VARYING WS-AGR-IX FROM 1 BY 1
009980         UNTIL WS-AGR-IX > 3.
009990 2080-EXIT.
010000     EXIT.
010010
010020 2085-CHECK-TIER.
010030     IF PA-TIER-MIN-AREA (WS-AGR-IX) > ZERO
010040         AND PA-TIER-MIN-AREA (WS-AGR-IX) NOT > RJ-AREA
010050         AND PA-TIER-MIN-AREA (WS-AGR-IX) > WS-AGR-TIER-MIN
010060         MOVE PA-TIER-MIN-AREA (WS-AGR-IX) TO WS-AGR-TIER-MIN
010070         MOVE PA-TIER-DISCOUNT-PCT (WS-AGR-IX)
010080             TO WS-AGR-TIER-PCT
010090     END-IF.
010100 2085-EXIT.
010110     EXIT.
010120
010130 2100-GET-WIDTH.
010140     DISPLAY "ENTER WIDTH (NNNNN.NN, NO DECIMAL POINT): ".
010150     ACCEPT WS-WIDTH-INPUT.
010160     IF WS-WIDTH-INPUT NOT NUMERIC
010170         DISPLAY "INVALID WIDTH - ENTER NUMERIC DIGITS ONLY."
010180         GO TO 2100-GET-WIDTH
010190     END-IF.
010200     IF WS-WIDTH-INPUT-N = ZERO
010210         DISPLAY "INVALID WIDTH - MUST BE GREATER THAN ZERO."
010220         GO TO 2100-GET-WIDTH
010230     END-IF.
010240     MOVE WS-WIDTH-INPUT-N TO RJ-WIDTH.
010250 2100-EXIT.
010260     EXIT.
010270 
010280 2200-GET-LENGTH.
010290     DISPLAY "ENTER LENGTH (NNNNN.NN, NO DECIMAL POINT): ".
010300     ACCEPT WS-LENGTH-INPUT.
010310     IF WS-LENGTH-INPUT NOT NUMERIC
010320         DISPLAY "INVALID LENGTH - ENTER NUMERIC DIGITS ONLY."
010330         GO TO 2200-GET-LENGTH
010340     END-IF.
010350     IF WS-LENGTH-INPUT-N = ZERO
010360         DISPLAY "INVALID LENGTH - MUST BE GREATER THAN ZERO."
010370         GO TO 2200-GET-LENGTH
010380     END-IF.
010390     MOVE WS-LENGTH-INPUT-N TO RJ-LENGTH.
010400 2200-EXIT.
010410     EXIT.
010420 
010430 2300-GET-JOB-ID.
010440     DISPLAY "ENTER JOB ID (7 DIGITS): ".
010450     ACCEPT WS-JOBID-INPUT.
010460     IF WS-JOBID-INPUT NOT NUMERIC
010470         DISPLAY "INVALID JOB ID - ENTER NUMERIC DIGITS ONLY."
010480         GO TO 2300-GET-JOB-ID
010490     END-IF.
010500     IF WS-JOBID-INPUT-N = ZERO
010510         DISPLAY "INVALID JOB ID - MUST BE GREATER THAN ZERO."
010520         GO TO 2300-GET-JOB-ID
010530     END-IF.
010540     MOVE WS-JOBID-INPUT-N TO RJ-JOB-ID.
010550 2300-EXIT.
010560     EXIT.
010570 
010580 3000-INQUIRE-JOB.
010590     PERFORM 2300-GET-JOB-ID THRU 2300-EXIT.
010600     READ RECT-MASTER-FILE
010610         INVALID KEY
010620             PERFORM 3200-SEARCH-ARCHIVE THRU 3200-EXIT
010630     NOT INVALID KEY
010640             PERFORM 3100-SHOW-JOB THRU 3100-EXIT
010650     END-READ.
010660 3000-EXIT.
010670     EXIT.
010680
010690 3100-SHOW-JOB.
010700     DISPLAY "CUST NO:  " RJ-CUSTOMER-NO.
010710     DISPLAY "CUSTOMER: " RJ-CUSTOMER-NAME.
010720     DISPLAY "SHAPE:    " RJ-SHAPE-CODE.
010730     DISPLAY "WIDTH:    " RJ-WIDTH.
010740     DISPLAY "LENGTH:   " RJ-LENGTH.
010750     DISPLAY "AREA:     " RJ-AREA.
010760     DISPLAY "PERIMETER:" RJ-PERIMETER.
010770     DISPLAY "PRICE:    " RJ-PRICE.
010780     IF RJ-ORDER-NO > ZERO
010790         DISPLAY "ORDER:    " RJ-ORDER-NO " LINE " RJ-ORDER-LINE
010800     END-IF.
010810     EVALUATE TRUE
010820         WHEN RJ-STATUS-VOID
010830             DISPLAY "STATUS:   VOIDED"
010840         WHEN RJ-STATUS-QUOTE
010850             PERFORM 7100-CHECK-QUOTE-AGE THRU 7100-EXIT
010860             IF WS-QUOTE-AGE > WS-QUOTE-LIFE-DAYS
010870                 DISPLAY "STATUS:   QUOTE (EXPIRED)"
010880             ELSE
010890                 DISPLAY "STATUS:   QUOTE"
010900             END-IF
010910         WHEN OTHER
010920             DISPLAY "STATUS:   ACTIVE"
010930     END-EVALUATE.
010940     DISPLAY "CALC DATE:" RJ-CALC-DATE.
010950 3100-EXIT.
010960     EXIT.
010970
010980*-----------------------------------------------------------------
010990*  A JOB ID NOT ON THE LIVE MASTER MAY HAVE BEEN MOVED TO THE
011000*  ARCHIVE BY THE ANNUAL RECTARCH SWEEP.  SCANS THE SEQUENTIAL
011010*  ARCHIVE FOR IT SO OLD WORK IS STILL ANSWERABLE FROM THIS
011020*  SCREEN.
011030*-----------------------------------------------------------------
011040 3200-SEARCH-ARCHIVE.
011050     MOVE WS-JOBID-INPUT-N TO WS-SEEK-JOB-ID.
011060     MOVE 'N' TO WS-ARCH-EOF-SW.
011070     MOVE 'N' TO WS-ARCH-FOUND-SW.
011080     OPEN INPUT RECT-ARCHIVE-FILE.
011090     IF NOT ARCH-STATUS-OK
011100         DISPLAY "JOB " WS-SEEK-JOB-ID " NOT FOUND."
011110         GO TO 3200-EXIT
011120     END-IF.
011130     PERFORM 3250-READ-ARCHIVE THRU 3250-EXIT
011140         UNTIL END-OF-ARCHIVE
011150            OR ARCHIVE-JOB-FOUND.
011160     CLOSE RECT-ARCHIVE-FILE.
011170     IF ARCHIVE-JOB-FOUND
011180         DISPLAY "JOB " WS-SEEK-JOB-ID " IS ON THE ARCHIVE:"
011190         PERFORM 3100-SHOW-JOB THRU 3100-EXIT
011200     ELSE
011210         DISPLAY "JOB " WS-SEEK-JOB-ID
011220             " NOT FOUND ON MASTER OR ARCHIVE."
011230     END-IF.
011240 3200-EXIT.
011250     EXIT.
011260
011270 3250-READ-ARCHIVE.
011280     READ RECT-ARCHIVE-FILE
011290         AT END
011300             MOVE 'Y' TO WS-ARCH-EOF-SW
011310             GO TO 3250-EXIT
011320     END-READ.
011330     IF NOT ARCH-STATUS-OK
011340         MOVE 'Y' TO WS-ARCH-EOF-SW
011350         GO TO 3250-EXIT
011360     END-IF.
011370     MOVE RECT-ARCHIVE-RECORD TO RECT-JOB-RECORD.
011380     IF RJ-JOB-ID = WS-SEEK-JOB-ID
011390         MOVE 'Y' TO WS-ARCH-FOUND-SW
011400     END-IF.
011410 3250-EXIT.
011420     EXIT.
011430 
011440*-----------------------------------------------------------------
011450*  CUSTOMER JOBS INQUIRY.  POSITIONS ON THE ALTERNATE KEY AT THE
011460*  CUSTOMER'S EARLIEST DATE, COLLECTS THE JOBS IN DATE ORDER,
011470*  THEN SHOWS THEM BACKWARDS SO THE NEWEST COMES OUT FIRST.
011480*-----------------------------------------------------------------
011490 3500-CUSTOMER-JOBS.
011500     PERFORM 2050-GET-CUSTOMER THRU 2050-EXIT.
011510     MOVE CU-CUSTOMER-NO TO WS-LIST-CUSTNO.
011520     MOVE ZERO TO WS-JL-COUNT.
011530     MOVE 'N'  TO WS-LIST-EOF-SW.
011540     MOVE WS-LIST-CUSTNO TO RJ-CUSTOMER-NO.
011550     MOVE ZERO TO RJ-CALC-DATE.
011560     START RECT-MASTER-FILE KEY NOT LESS THAN RJ-CUST-DATE-KEY
011570         INVALID KEY
011580             MOVE 'Y' TO WS-LIST-EOF-SW
011590     END-START.
011600     PERFORM 3600-READ-CUSTOMER-JOB THRU 3600-EXIT
011610         UNTIL END-OF-LIST.
011620     IF WS-JL-COUNT = ZERO
011630         DISPLAY "NO JOBS ON FILE FOR CUSTOMER " WS-LIST-CUSTNO
011640         GO TO 3500-EXIT
011650     END-IF.
011660     IF WS-JL-COUNT > WS-JL-MAX
011670         DISPLAY "MORE THAN " WS-JL-MAX " JOBS - SHOWING THE "
011680             "NEWEST " WS-JL-MAX ".  RUN RECTHIST FOR THE FULL "
011690             "HISTORY."
011700     END-IF.
011710     DISPLAY "JOB ID  S    WIDTH   LENGTH    DIM 3          AREA"
011720         "     DATE STAT   ORDER".
011730     MOVE WS-JL-COUNT TO WS-JL-IX.
011740     PERFORM 3700-SHOW-JOB-LINE THRU 3700-EXIT
011750         UNTIL WS-JL-IX = ZERO
011760            OR WS-JL-IX + WS-JL-MAX NOT GREATER THAN WS-JL-COUNT.
011770 3500-EXIT.
011780     EXIT.
011790
011800 3600-READ-CUSTOMER-JOB.
011810     READ RECT-MASTER-FILE NEXT RECORD
011820         AT END
011830             MOVE 'Y' TO WS-LIST-EOF-SW
011840             GO TO 3600-EXIT
011850     END-READ.
011860     IF NOT MASTER-STATUS-OK
011870         MOVE 'Y' TO WS-LIST-EOF-SW
011880         GO TO 3600-EXIT
011890     END-IF.
011900     IF RJ-CUSTOMER-NO NOT = WS-LIST-CUSTNO
011910         MOVE 'Y' TO WS-LIST-EOF-SW
011920         GO TO 3600-EXIT
011930     END-IF.
011940     ADD 1 TO WS-JL-COUNT.
011950     MOVE WS-JL-COUNT TO WS-JL-WORK.
011960     PERFORM 3650-SET-SLOT THRU 3650-EXIT.
011970     MOVE RJ-JOB-ID    TO WS-JL-JOB-ID (WS-JL-SLOT).
011980     MOVE RJ-SHAPE-CODE TO WS-JL-SHAPE (WS-JL-SLOT).
011990     MOVE RJ-WIDTH     TO WS-JL-WIDTH (WS-JL-SLOT).
012000     MOVE RJ-LENGTH    TO WS-JL-LENGTH (WS-JL-SLOT).
012010     MOVE RJ-DIM-3     TO WS-JL-DIM-3 (WS-JL-SLOT).
012020     MOVE RJ-AREA      TO WS-JL-AREA (WS-JL-SLOT).
012030     MOVE RJ-CALC-DATE TO WS-JL-DATE (WS-JL-SLOT).
012040     MOVE RJ-STATUS-CODE TO WS-JL-STATUS (WS-JL-SLOT).
012050     MOVE RJ-ORDER-NO  TO WS-JL-ORDER (WS-JL-SLOT).
012060 3600-EXIT.
012070     EXIT.
012080
012090*-----------------------------------------------------------------
012100*  TURNS THE RUNNING JOB NUMBER IN WS-JL-WORK INTO A TABLE SLOT,
012110*  WRAPPING PAST WS-JL-MAX SO THE TABLE KEEPS THE NEWEST JOBS.
012120*-----------------------------------------------------------------
012130 3650-SET-SLOT.
012140     SUBTRACT 1 FROM WS-JL-WORK.
012150     DIVIDE WS-JL-WORK BY WS-JL-MAX
012160         GIVING WS-JL-QUOTIENT
012170         REMAINDER WS-JL-SLOT.
012180     ADD 1 TO WS-JL-SLOT.
012190 3650-EXIT.
012200     EXIT.
012210
012220 3700-SHOW-JOB-LINE.
012230     MOVE WS-JL-IX TO WS-JL-WORK.
012240     PERFORM 3650-SET-SLOT THRU 3650-EXIT.
012250     MOVE WS-JL-JOB-ID (WS-JL-SLOT) TO WL-JOB-ID.
012260     MOVE WS-JL-SHAPE (WS-JL-SLOT)  TO WL-SHAPE.
012270     MOVE WS-JL-WIDTH (WS-JL-SLOT)  TO WL-WIDTH.
012280     MOVE WS-JL-LENGTH (WS-JL-SLOT) TO WL-LENGTH.
012290     MOVE WS-JL-DIM-3 (WS-JL-SLOT)  TO WL-DIM-3.
012300     MOVE WS-JL-AREA (WS-JL-SLOT)   TO WL-AREA.
012310     MOVE WS-JL-DATE (WS-JL-SLOT)   TO WL-DATE.
012320     EVALUATE WS-JL-STATUS (WS-JL-SLOT)
012330         WHEN 'V'
012340             MOVE "VOID" TO WL-STATUS
012350         WHEN 'Q'
012360             MOVE WS-JL-DATE (WS-JL-SLOT) TO WS-WORK-DATE
012370             PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT
012380             COMPUTE WS-QUOTE-AGE =
012390                 WS-TODAY-DAYS - WS-WORK-DAYS
012400             IF WS-QUOTE-AGE > WS-QUOTE-LIFE-DAYS
012410                 MOVE "QEXP" TO WL-STATUS
012420             ELSE
012430                 MOVE "QUOT" TO WL-STATUS
012440             END-IF
012450         WHEN OTHER
012460             MOVE SPACES TO WL-STATUS
012470     END-EVALUATE.
012480     MOVE WS-JL-ORDER (WS-JL-SLOT)  TO WL-ORDER.
012490     DISPLAY WS-JOB-LINE.
012500     SUBTRACT 1 FROM WS-JL-IX.
012510 3700-EXIT.
012520     EXIT.
012530
012540*-----------------------------------------------------------------
012550*  ORDER INQUIRY.  SHOWS THE RECTORD HEADER AND THEN EACH LINE
012560*  OFF THE MASTER - AN ORDER'S LINES DRAW CONSECUTIVE JOB IDS
012570*  STARTING AT THE HEADER'S FIRST ID, SO NO FILE SWEEP IS
012580*  NEEDED.
012590*-----------------------------------------------------------------
012600 3800-ORDER-INQUIRY.
012610     DISPLAY "ENTER ORDER NUMBER (7 DIGITS): ".
012620     ACCEPT WS-ORDNO-INPUT.
012630     IF WS-ORDNO-INPUT NOT NUMERIC
012640         DISPLAY "INVALID ORDER NUMBER - ENTER DIGITS ONLY."
012650         GO TO 3800-ORDER-INQUIRY
012660     END-IF.
012670     IF WS-ORDNO-INPUT-N = ZERO
012680         DISPLAY "INVALID ORDER NUMBER - MUST BE GREATER "
012690             "THAN ZERO."
012700         GO TO 3800-ORDER-INQUIRY
012710     END-IF.
012720     MOVE WS-ORDNO-INPUT-N TO OH-ORDER-NO.
012730     READ RECT-ORDER-FILE
012740         INVALID KEY
012750             DISPLAY "ORDER " OH-ORDER-NO " NOT FOUND."
012760             GO TO 3800-EXIT
012770     END-READ.
012780     DISPLAY "ORDER:    " OH-ORDER-NO.
012790     DISPLAY "CUST NO:  " OH-CUSTOMER-NO.
012800     DISPLAY "CUSTOMER: " OH-CUSTOMER-NAME.
012810     DISPLAY "DATE:     " OH-ORDER-DATE.
012820     DISPLAY "LINES:    " OH-LINE-COUNT.
012830     DISPLAY "TOT AREA: " OH-TOTAL-AREA.
012840     DISPLAY "TOT PERIM:" OH-TOTAL-PERIMETER.
012850     DISPLAY "TOT PRICE:" OH-TOTAL-PRICE.
012860     DISPLAY "JOB ID  S    WIDTH   LENGTH    DIM 3          AREA"
012870         "     DATE STAT   ORDER".
012880     MOVE OH-FIRST-JOB-ID TO WS-OL-JOB-ID.
012890     MOVE ZERO TO WS-OL-COUNT.
012900     PERFORM 3850-SHOW-ORDER-LINE THRU 3850-EXIT
012910         UNTIL WS-OL-COUNT NOT LESS THAN OH-LINE-COUNT.
012920 3800-EXIT.
012930     EXIT.
012940
012950 3850-SHOW-ORDER-LINE.
012960     ADD 1 TO WS-OL-COUNT.
012970     MOVE WS-OL-JOB-ID TO RJ-JOB-ID.
012980     READ RECT-MASTER-FILE
012990         INVALID KEY
013000             DISPLAY "LINE JOB " WS-OL-JOB-ID
013010                 " NOT ON THE MASTER."
013020             ADD 1 TO WS-OL-JOB-ID
013030             GO TO 3850-EXIT
013040     END-READ.
013050     MOVE RJ-JOB-ID     TO WL-JOB-ID.
013060     MOVE RJ-SHAPE-CODE TO WL-SHAPE.
013070     MOVE RJ-WIDTH      TO WL-WIDTH.
013080     MOVE RJ-LENGTH     TO WL-LENGTH.
013090     MOVE RJ-DIM-3      TO WL-DIM-3.
013100     MOVE RJ-AREA       TO WL-AREA.
013110     MOVE RJ-CALC-DATE  TO WL-DATE.
013120     IF RJ-STATUS-VOID
013130         MOVE "VOID" TO WL-STATUS
013140     ELSE
013150         MOVE SPACES TO WL-STATUS
013160     END-IF.
013170     MOVE RJ-ORDER-NO   TO WL-ORDER.
013180     DISPLAY WS-JOB-LINE.
013190     ADD 1 TO WS-OL-JOB-ID.
013200 3850-EXIT.
013210     EXIT.
013220
013230 4000-CORRECT-JOB.
013240     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
013250     IF RUN-LOCK-IS-HELD
013260         PERFORM 1750-REFUSE-FOR-LOCK THRU 1750-EXIT
013270         GO TO 4000-EXIT
013280     END-IF.
013290     PERFORM 2300-GET-JOB-ID THRU 2300-EXIT.
013300     READ RECT-MASTER-FILE
013310         INVALID KEY
013320             DISPLAY "JOB " RJ-JOB-ID " NOT FOUND."
013330             GO TO 4000-EXIT
013340     END-READ.
013350     MOVE RECT-JOB-RECORD TO WS-BEFORE-IMAGE.
013360     MOVE RJ-PRICE     TO WS-OLD-JOB-PRICE.
013370     MOVE RJ-AREA      TO WS-OLD-JOB-AREA.
013380     MOVE RJ-PERIMETER TO WS-OLD-JOB-PERIM.
013390     IF NOT RJ-SHAPE-RECTANGLE
013400         DISPLAY "JOB " RJ-JOB-ID " IS NOT A RECTANGLE JOB."
013410         DISPLAY "USE RECTANGLE-AREA TO CORRECT THAT SHAPE."
013420         GO TO 4000-EXIT
013430     END-IF.
013440     IF RJ-STATUS-VOID
013450         DISPLAY "JOB " RJ-JOB-ID " IS VOIDED - NOT CORRECTED."
013460         GO TO 4000-EXIT
013470     END-IF.
013480     DISPLAY "CURRENT CUSTOMER: " RJ-CUSTOMER-NO " "
013490         RJ-CUSTOMER-NAME.
013500     PERFORM 2050-GET-CUSTOMER THRU 2050-EXIT.
013510     MOVE CU-CUSTOMER-NO   TO RJ-CUSTOMER-NO.
013520     MOVE CU-CUSTOMER-NAME TO RJ-CUSTOMER-NAME.
013530     PERFORM 2100-GET-WIDTH  THRU 2100-EXIT.
013540     PERFORM 2200-GET-LENGTH THRU 2200-EXIT.
013550     COMPUTE RJ-AREA ROUNDED = RJ-WIDTH * RJ-LENGTH.
013560     COMPUTE RJ-PERIMETER ROUNDED =
013570         2 * (RJ-WIDTH + RJ-LENGTH).
013580     PERFORM 2060-FIND-RATE THRU 2060-EXIT.
013590     MOVE WS-JOB-PRICE TO RJ-PRICE.
013600     ACCEPT RJ-CALC-DATE FROM DATE YYYYMMDD.
013610     REWRITE RECT-JOB-RECORD
013620         INVALID KEY
013630             DISPLAY "UNABLE TO REWRITE JOB " RJ-JOB-ID
013640     NOT INVALID KEY
013650             DISPLAY "JOB " RJ-JOB-ID " UPDATED, AREA = " RJ-AREA
013660             MOVE 'R' TO WS-JRN-FUNCTION
013670             PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT
013680             IF RJ-ORDER-NO > ZERO
013690                 PERFORM 6200-ADJUST-FOR-CORRECT THRU 6200-EXIT
013700             END-IF
013710     END-REWRITE.
013720 4000-EXIT.
013730     EXIT.
013740
013750*-----------------------------------------------------------------
013760*  VOID TRANSACTION.  MARKS A SAVED JOB CANCELLED ON THE MASTER
013770*  (STATUS 'V', NO PHYSICAL DELETE), SENDS A REVERSING CREDIT TO
013780*  THE BILLING EXTRACT FOR THE ORIGINAL AMOUNT, AND LOGS THE
013790*  VOID TO THE AUDIT FILE WITH THE OPERATOR AND A REASON CODE.
013800*-----------------------------------------------------------------
013810 5000-VOID-JOB.
013820     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
013830     IF RUN-LOCK-IS-HELD
013840         PERFORM 1750-REFUSE-FOR-LOCK THRU 1750-EXIT
013850         GO TO 5000-EXIT
013860     END-IF.
013870     PERFORM 2300-GET-JOB-ID THRU 2300-EXIT.
013880     READ RECT-MASTER-FILE
013890         INVALID KEY
013900             DISPLAY "JOB " RJ-JOB-ID " NOT FOUND."
013910             GO TO 5000-EXIT
013920     END-READ.
013930     MOVE RECT-JOB-RECORD TO WS-BEFORE-IMAGE.
013940     IF RJ-STATUS-VOID
013950         DISPLAY "JOB " RJ-JOB-ID " IS ALREADY VOIDED."
013960         GO TO 5000-EXIT
013970     END-IF.
013980     MOVE 'N' TO WS-WAS-QUOTE-SW.
013990     IF RJ-STATUS-QUOTE
014000         MOVE 'Y' TO WS-WAS-QUOTE-SW
014010     END-IF.
014020     DISPLAY "CUSTOMER: " RJ-CUSTOMER-NO " " RJ-CUSTOMER-NAME.
014030     DISPLAY "AREA:     " RJ-AREA.
014040     DISPLAY "PRICE:    " RJ-PRICE.
014050     PERFORM 5100-GET-REASON THRU 5100-EXIT.
014060     DISPLAY "VOID THIS JOB? (Y/N): ".
014070     ACCEPT WS-CONFIRM.
014080     IF NOT CONFIRM-YES
014090         DISPLAY "JOB " RJ-JOB-ID " NOT VOIDED."
014100         GO TO 5000-EXIT
014110     END-IF.
014120     MOVE 'V' TO RJ-STATUS-CODE.
014130     REWRITE RECT-JOB-RECORD
014140         INVALID KEY
014150             DISPLAY "UNABLE TO REWRITE JOB " RJ-JOB-ID
014160             GO TO 5000-EXIT
014170     END-REWRITE.
014180     MOVE 'R' TO WS-JRN-FUNCTION.
014190     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
014200*    A QUOTE NEVER REACHED BILLING, SO THERE IS NOTHING TO
014210*    CREDIT BACK WHEN ONE IS VOIDED.
014220     IF NOT VOIDING-A-QUOTE
014230         PERFORM 5200-WRITE-CREDIT THRU 5200-EXIT
014240         IF RJ-ORDER-NO > ZERO
014250             PERFORM 6300-ADJUST-FOR-VOID THRU 6300-EXIT
014260         END-IF
014270     END-IF.
014280     PERFORM 5300-WRITE-VOID-AUDIT THRU 5300-EXIT.
014290     IF VOIDING-A-QUOTE
014300         DISPLAY "QUOTE " RJ-JOB-ID " VOIDED."
014310     ELSE
014320         DISPLAY "JOB " RJ-JOB-ID " VOIDED, CREDIT SENT FOR "
014330             RJ-PRICE
014340     END-IF.
014350 5000-EXIT.
014360     EXIT.
014370
014380 5100-GET-REASON.
014390     DISPLAY "ENTER REASON CODE (2 CHARACTERS): ".
014400     ACCEPT WS-REASON-INPUT.
014410     IF WS-REASON-INPUT = SPACES
014420         DISPLAY "INVALID REASON CODE - MUST NOT BE BLANK."
014430         GO TO 5100-GET-REASON
014440     END-IF.
014450 5100-EXIT.
014460     EXIT.
014470
014480 5200-WRITE-CREDIT.
014490*    THE CREDIT REVERSES THE TAX THAT WAS BILLED, SO THE RATE
014500*    IS TAKEN AS OF THE JOB'S CALCULATION DATE.
014510     PERFORM 7300-GET-CUST-STATE THRU 7300-EXIT.
014520     MOVE RJ-CALC-DATE TO WS-TAX-ASOF-DATE.
014530     MOVE RJ-PRICE TO WS-TAX-BASIS.
014540     PERFORM 7200-FIND-TAX THRU 7200-EXIT.
014550     MOVE SPACES           TO RECT-BILLING-RECORD.
014560     MOVE RJ-JOB-ID       TO BL-JOB-ID.
014570     MOVE RJ-CUSTOMER-NO  TO BL-CUSTOMER-NO.
014580     MOVE RJ-CUSTOMER-NAME TO BL-CUSTOMER-NAME.
014590     MOVE RJ-WIDTH        TO BL-WIDTH.
014600     MOVE RJ-LENGTH       TO BL-LENGTH.
014610     MOVE RJ-AREA         TO BL-AREA.
014620     MOVE RJ-PERIMETER    TO BL-PERIMETER.
014630     MOVE RJ-PRICE        TO BL-PRICE.
014640     MOVE 'C'             TO BL-BILL-TYPE.
014650     MOVE RJ-ORDER-NO     TO BL-ORDER-NO.
014660     MOVE WS-JOB-TAX      TO BL-TAX-AMOUNT.
014670     MOVE WS-TAX-STATE    TO BL-TAX-STATE.
014680     MOVE WS-TAX-RATE     TO BL-TAX-RATE.
014690     ACCEPT BL-CALC-DATE FROM DATE YYYYMMDD.
014700     WRITE RECT-BILLING-RECORD.
014710     IF NOT BILLING-STATUS-OK
014720         DISPLAY "WARNING: UNABLE TO WRITE CREDIT, STATUS = "
014730             WS-BILLING-STATUS
014740     END-IF.
014750 5200-EXIT.
014760     EXIT.
014770
014780 5300-WRITE-VOID-AUDIT.
014790     MOVE SPACES         TO RECT-AUDIT-RECORD.
014800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
014810     ACCEPT WS-CURRENT-TIME FROM TIME.
014820     STRING WS-CURRENT-DATE WS-CURRENT-TIME
014830         DELIMITED BY SIZE INTO RA-TIMESTAMP.
014840     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
014850     MOVE RJ-JOB-ID      TO RA-JOB-ID.
014860     MOVE 'V'            TO RA-FUNCTION-CODE.
014870     MOVE WS-REASON-INPUT TO RA-REASON-CODE.
014880     MOVE RJ-SHAPE-CODE  TO RA-SHAPE-CODE.
014890     MOVE RJ-WIDTH       TO RA-WIDTH.
014900     MOVE RJ-LENGTH      TO RA-LENGTH.
014910     MOVE RJ-DIM-3       TO RA-DIM-3.
014920     MOVE RJ-AREA        TO RA-AREA.
014930     WRITE RECT-AUDIT-RECORD.
014940     IF NOT AUDIT-STATUS-OK
014950         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
014960             WS-AUDIT-STATUS
014970     END-IF.
014980 5300-EXIT.
014990     EXIT.
015000
015010*-----------------------------------------------------------------
015020*  CONVERT TRANSACTION.  TURNS AN ACCEPTED QUOTE INTO A LIVE
015030*  JOB: STATUS TO ACTIVE, CALC DATE TO TODAY, PRICE REFIGURED
015040*  OFF THE RATE IN EFFECT TODAY - THE CUSTOMER ACCEPTED A PRICE,
015050*  BUT THE SHOP BILLS THE RATE IN FORCE WHEN THE WORK BECOMES
015060*  REAL.  THE CONVERTED JOB IS EXTRACTED TO BILLING THE WAY A
015070*  FIRM JOB WOULD HAVE BEEN AT SAVE TIME, JOURNALED, AND LOGGED
015080*  TO THE AUDIT FILE AS A CONVERT SO THE MONTH-END COUNTS DO
015090*  NOT SEE THE CALCULATION TWICE.
015100*-----------------------------------------------------------------
015110 5500-CONVERT-QUOTE.
015120     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
015130     IF RUN-LOCK-IS-HELD
015140         PERFORM 1750-REFUSE-FOR-LOCK THRU 1750-EXIT
015150         GO TO 5500-EXIT
015160     END-IF.
015170     PERFORM 2300-GET-JOB-ID THRU 2300-EXIT.
015180     READ RECT-MASTER-FILE
015190         INVALID KEY
015200             DISPLAY "JOB " RJ-JOB-ID " NOT FOUND."
015210             GO TO 5500-EXIT
015220     END-READ.
015230     MOVE RECT-JOB-RECORD TO WS-BEFORE-IMAGE.
015240     IF NOT RJ-STATUS-QUOTE
015250         DISPLAY "JOB " RJ-JOB-ID " IS NOT A QUOTE."
015260         GO TO 5500-EXIT
015270     END-IF.
015280     DISPLAY "CUSTOMER: " RJ-CUSTOMER-NO " " RJ-CUSTOMER-NAME.
015290     DISPLAY "AREA:     " RJ-AREA.
015300     DISPLAY "QUOTED:   " RJ-PRICE " ON " RJ-CALC-DATE.
015310     PERFORM 7100-CHECK-QUOTE-AGE THRU 7100-EXIT.
015320     IF WS-QUOTE-AGE > WS-QUOTE-LIFE-DAYS
015330         DISPLAY "NOTE: THIS QUOTE HAS EXPIRED."
015340     END-IF.
015350     DISPLAY "CONVERT THIS QUOTE TO A LIVE JOB? (Y/N): ".
015360     ACCEPT WS-CONFIRM.
015370     IF NOT CONFIRM-YES
015380         DISPLAY "QUOTE " RJ-JOB-ID " NOT CONVERTED."
015390         GO TO 5500-EXIT
015400     END-IF.
015410     MOVE 'A' TO RJ-STATUS-CODE.
015420     ACCEPT RJ-CALC-DATE FROM DATE YYYYMMDD.
015430     PERFORM 2060-FIND-RATE THRU 2060-EXIT.
015440     MOVE WS-JOB-PRICE TO RJ-PRICE.
015450*    THE CONVERTED JOB IS CHECKED AT ITS BILLED AMOUNT, TAX
015460*    INCLUDED, BEFORE ANYTHING IS WRITTEN.
015470     PERFORM 7300-GET-CUST-STATE THRU 7300-EXIT.
015480     MOVE RJ-CALC-DATE TO WS-TAX-ASOF-DATE.
015490     MOVE RJ-PRICE TO WS-TAX-BASIS.
015500     PERFORM 7200-FIND-TAX THRU 7200-EXIT.
015510     COMPUTE WS-CR-NEW-AMOUNT = RJ-PRICE + WS-JOB-TAX.
015520     PERFORM 7400-CHECK-JOB-CREDIT THRU 7400-EXIT.
015530     IF CREDIT-REFUSED
015540         DISPLAY "QUOTE " RJ-JOB-ID " NOT CONVERTED."
015550         GO TO 5500-EXIT
015560     END-IF.
015570     REWRITE RECT-JOB-RECORD
015580         INVALID KEY
015590             DISPLAY "UNABLE TO REWRITE JOB " RJ-JOB-ID
015600             GO TO 5500-EXIT
015610     END-REWRITE.
015620     MOVE 'R' TO WS-JRN-FUNCTION.
015630     PERFORM 6000-WRITE-JOURNAL THRU 6000-EXIT.
015640     PERFORM 5520-WRITE-CONVERT-BILLING THRU 5520-EXIT.
015650     PERFORM 5540-WRITE-CONVERT-AUDIT THRU 5540-EXIT.
015660     IF CREDIT-OVERRIDDEN
015670         PERFORM 7480-WRITE-OVERRIDE-AUDIT THRU 7480-EXIT
015680     END-IF.
015690     DISPLAY "QUOTE " RJ-JOB-ID " CONVERTED, BILLED AT "
015700         RJ-PRICE.
015710 5500-EXIT.
015720     EXIT.
015730
015740 5520-WRITE-CONVERT-BILLING.
015750*    THE CONVERTED JOB IS TAXED AS OF ITS CONVERSION DATE,
015760*    WHICH 5500 HAS ALREADY PUT IN RJ-CALC-DATE.
015770     PERFORM 7300-GET-CUST-STATE THRU 7300-EXIT.
015780     MOVE RJ-CALC-DATE TO WS-TAX-ASOF-DATE.
015790     MOVE RJ-PRICE TO WS-TAX-BASIS.
015800     PERFORM 7200-FIND-TAX THRU 7200-EXIT.
015810     MOVE SPACES           TO RECT-BILLING-RECORD.
015820     MOVE RJ-JOB-ID       TO BL-JOB-ID.
015830     MOVE RJ-CUSTOMER-NO  TO BL-CUSTOMER-NO.
015840     MOVE RJ-CUSTOMER-NAME TO BL-CUSTOMER-NAME.
015850     MOVE RJ-WIDTH        TO BL-WIDTH.
015860     MOVE RJ-LENGTH       TO BL-LENGTH.
015870     MOVE RJ-AREA         TO BL-AREA.
015880     MOVE RJ-PERIMETER    TO BL-PERIMETER.
015890     MOVE RJ-PRICE        TO BL-PRICE.
015900     MOVE 'B'             TO BL-BILL-TYPE.
015910     MOVE RJ-CALC-DATE    TO BL-CALC-DATE.
015920     MOVE RJ-ORDER-NO     TO BL-ORDER-NO.
015930     MOVE WS-JOB-TAX      TO BL-TAX-AMOUNT.
015940     MOVE WS-TAX-STATE    TO BL-TAX-STATE.
015950     MOVE WS-TAX-RATE     TO BL-TAX-RATE.
015960     WRITE RECT-BILLING-RECORD.
015970     IF NOT BILLING-STATUS-OK
015980         DISPLAY "WARNING: UNABLE TO WRITE BILLING, STATUS = "
015990             WS-BILLING-STATUS
016000     END-IF.
016010 5520-EXIT.
016020     EXIT.
016030
016040 5540-WRITE-CONVERT-AUDIT.
016050     MOVE SPACES         TO RECT-AUDIT-RECORD.
016060     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016070     ACCEPT WS-CURRENT-TIME FROM TIME.
016080     STRING WS-CURRENT-DATE WS-CURRENT-TIME
016090         DELIMITED BY SIZE INTO RA-TIMESTAMP.
016100     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
016110     MOVE RJ-JOB-ID      TO RA-JOB-ID.
016120     MOVE 'T'            TO RA-FUNCTION-CODE.
016130     MOVE RJ-SHAPE-CODE  TO RA-SHAPE-CODE.
016140     MOVE RJ-WIDTH       TO RA-WIDTH.
016150     MOVE RJ-LENGTH      TO RA-LENGTH.
016160     MOVE RJ-DIM-3       TO RA-DIM-3.
016170     MOVE RJ-AREA        TO RA-AREA.
016180     WRITE RECT-AUDIT-RECORD.
016190     IF NOT AUDIT-STATUS-OK
016200         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
016210             WS-AUDIT-STATUS
016220     END-IF.
016230 5540-EXIT.
016240     EXIT.
016250
016260*-----------------------------------------------------------------
016270*  APPENDS ONE UPDATE-JOURNAL RECORD FOR THE MASTER WRITE OR
016280*  REWRITE JUST DONE.  THE CALLER SETS WS-JRN-FUNCTION AND
016290*  WS-BEFORE-IMAGE (SPACES FOR A WRITE); THE AFTER IMAGE IS THE
016300*  RECORD AS IT NOW STANDS.  RECTRCVR REPLAYS THESE ON TOP OF
016310*  THE LAST BACKUP TO REBUILD A CORRUPTED MASTER.
016320*-----------------------------------------------------------------
016330 6000-WRITE-JOURNAL.
016340     MOVE SPACES TO RECT-JOURNAL-RECORD.
016350     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
016360     ACCEPT WS-CURRENT-TIME FROM TIME.
016370     STRING WS-CURRENT-DATE WS-CURRENT-TIME
016380         DELIMITED BY SIZE INTO JR-TIMESTAMP.
016390     MOVE "RECTMNT" TO JR-PROGRAM-ID.
016400     MOVE WS-OPERATOR-ID TO JR-OPERATOR-ID.
016410     MOVE WS-JRN-FUNCTION TO JR-FUNCTION-CODE.
016420     MOVE RJ-JOB-ID       TO JR-JOB-ID.
016430     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
016440     MOVE RECT-JOB-RECORD TO JR-AFTER-IMAGE.
016450     WRITE RECT-JOURNAL-RECORD.
016460     IF NOT JOURNAL-STATUS-OK
016470         DISPLAY "WARNING: UNABLE TO WRITE JOURNAL, STATUS = "
016480             WS-JOURNAL-STATUS
016490     END-IF.
016500 6000-EXIT.
016510     EXIT.
016520
016530*-----------------------------------------------------------------
016540*  A CORRECTED ORDER LINE MOVES THE RECTORD HEADER'S TOTALS BY
016550*  THE NEW-MINUS-OLD DIFFERENCES, SO THE ORDER INQUIRY KEEPS
016560*  ADDING UP TO ITS LINES THE WAY RECTRPRC ALREADY KEEPS IT
016570*  AFTER A REPRICE.  THE TAX SIDE MOVES BY THE RATE ON THE
016580*  PRICE DIFFERENCE, CUSTOMER'S STATE AS OF THE NEW CALC DATE.
016590*-----------------------------------------------------------------
016600 6200-ADJUST-FOR-CORRECT.
016610     COMPUTE WS-HDR-PRICE-DIFF =
016620         RJ-PRICE - WS-OLD-JOB-PRICE.
016630     COMPUTE WS-HDR-AREA-DIFF =
016640         RJ-AREA - WS-OLD-JOB-AREA.
016650     COMPUTE WS-HDR-PERIM-DIFF =
016660         RJ-PERIMETER - WS-OLD-JOB-PERIM.
016670     PERFORM 7300-GET-CUST-STATE THRU 7300-EXIT.
016680     MOVE RJ-CALC-DATE TO WS-TAX-ASOF-DATE.
016690     IF WS-HDR-PRICE-DIFF < ZERO
016700         COMPUTE WS-TAX-BASIS = ZERO - WS-HDR-PRICE-DIFF
016710         PERFORM 7200-FIND-TAX THRU 7200-EXIT
016720         COMPUTE WS-HDR-TAX-DIFF = ZERO - WS-JOB-TAX
016730     ELSE
016740         MOVE WS-HDR-PRICE-DIFF TO WS-TAX-BASIS
016750         PERFORM 7200-FIND-TAX THRU 7200-EXIT
016760         MOVE WS-JOB-TAX TO WS-HDR-TAX-DIFF
016770     END-IF.
016780     PERFORM 6100-ADJUST-ORDER-HEADER THRU 6100-EXIT.
016790 6200-EXIT.
016800     EXIT.
016810
016820*-----------------------------------------------------------------
016830*  A VOIDED ORDER LINE COMES OFF THE HEADER TOTALS ALTOGETHER -
016840*  THE CREDIT JUST SENT REVERSED ITS PRICE AND TAX, AND THE
016850*  LINE STAYS ON THE MASTER MARKED VOID.  5200 HAS ALREADY
016860*  FIGURED THE CREDIT'S TAX IN WS-JOB-TAX.
016870*-----------------------------------------------------------------
016880 6300-ADJUST-FOR-VOID.
016890     COMPUTE WS-HDR-PRICE-DIFF = ZERO - RJ-PRICE.
016900     COMPUTE WS-HDR-AREA-DIFF  = ZERO - RJ-AREA.
016910     COMPUTE WS-HDR-PERIM-DIFF = ZERO - RJ-PERIMETER.
016920     COMPUTE WS-HDR-TAX-DIFF   = ZERO - WS-JOB-TAX.
016930     PERFORM 6100-ADJUST-ORDER-HEADER THRU 6100-EXIT.
016940 6300-EXIT.
016950     EXIT.
016960
016970*-----------------------------------------------------------------
016980*  APPLIES THE SIGNED DIFFERENCES TO THE ORDER HEADER.  THE
016990*  HEADER FIELDS ARE UNSIGNED, SO EACH ONE FLOORS AT ZERO WITH
017000*  A WARNING RATHER THAN WRAPPING - A FLOOR MEANS THE HEADER
017010*  WAS ALREADY WRONG.
017020*-----------------------------------------------------------------
017030 6100-ADJUST-ORDER-HEADER.
017040     MOVE RJ-ORDER-NO TO OH-ORDER-NO.
017050     READ RECT-ORDER-FILE
017060         INVALID KEY
017070             DISPLAY "ORDER " RJ-ORDER-NO " NOT ON RECTORD - "
017080                 "HEADER NOT ADJUSTED."
017090             GO TO 6100-EXIT
017100     END-READ.
017110     COMPUTE WS-HDR-WORK =
017120         OH-TOTAL-PRICE + WS-HDR-PRICE-DIFF.
017130     IF WS-HDR-WORK < ZERO
017140         DISPLAY "WARNING: ORDER " OH-ORDER-NO
017150             " PRICE TOTAL FLOORED AT ZERO."
017160         MOVE ZERO TO OH-TOTAL-PRICE
017170     ELSE
017180         MOVE WS-HDR-WORK TO OH-TOTAL-PRICE
017190     END-IF.
017200     COMPUTE WS-HDR-WORK =
017210         OH-TOTAL-AREA + WS-HDR-AREA-DIFF.
017220     IF WS-HDR-WORK < ZERO
017230         MOVE ZERO TO OH-TOTAL-AREA
017240     ELSE
017250         MOVE WS-HDR-WORK TO OH-TOTAL-AREA
017260     END-IF.
017270     COMPUTE WS-HDR-WORK =
017280         OH-TOTAL-PERIMETER + WS-HDR-PERIM-DIFF.
017290     IF WS-HDR-WORK < ZERO
017300         MOVE ZERO TO OH-TOTAL-PERIMETER
017310     ELSE
017320         MOVE WS-HDR-WORK TO OH-TOTAL-PERIMETER
017330     END-IF.
017340     COMPUTE WS-HDR-WORK =
017350         OH-TAX-AMOUNT + WS-HDR-TAX-DIFF.
017360     IF WS-HDR-WORK < ZERO
017370         MOVE ZERO TO OH-TAX-AMOUNT
017380     ELSE
017390         MOVE WS-HDR-WORK TO OH-TAX-AMOUNT
017400     END-IF.
017410     REWRITE RECT-ORDER-RECORD
017420         INVALID KEY
017430             DISPLAY "UNABLE TO REWRITE ORDER " OH-ORDER-NO
017440     END-REWRITE.
017450 6100-EXIT.
017460     EXIT.
017470
017480*-----------------------------------------------------------------
017490*  TURNS A YYYYMMDD DATE INTO A DAY COUNT ON THE SHOP CALENDAR
017500*  SCALE (YEAR * 372 + MONTH * 31 + DAY).  THE SCALE RUNS
017510*  STRICTLY FORWARD WITH THE CALENDAR AND A DIFFERENCE OF N IS
017520*  WITHIN A DAY OR TWO OF N REAL DAYS, WHICH IS CLOSE ENOUGH TO
017530*  TELL A LIVE QUOTE FROM A STALE ONE.
017540*-----------------------------------------------------------------
017550 7000-DATE-TO-DAYS.
017560     COMPUTE WS-WORK-DAYS =
017570         WS-WORK-YYYY * 372 + WS-WORK-MM * 31 + WS-WORK-DD.
017580 7000-EXIT.
017590     EXIT.
017600
017610 7100-CHECK-QUOTE-AGE.
017620     MOVE RJ-CALC-DATE TO WS-WORK-DATE.
017630     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
017640     COMPUTE WS-QUOTE-AGE =
017650         WS-TODAY-DAYS - WS-WORK-DAYS.
017660 7100-EXIT.
017670     EXIT.
017680
017690*-----------------------------------------------------------------
017700*  FINDS THE SALES TAX RATE IN EFFECT FOR WS-TAX-STATE AS OF
017710*  WS-TAX-ASOF-DATE (THE ROW WITH THE LATEST EFFECTIVE DATE NOT
017720*  AFTER IT) AND FIGURES WS-JOB-TAX AS WS-TAX-BASIS TIMES THE
017730*  PERCENTAGE.  NO USABLE ROW TAXES AT ZERO WITH A WARNING.
017740*-----------------------------------------------------------------
017750 7200-FIND-TAX.
017760     MOVE 'N'  TO WS-TAX-FOUND-SW.
017770     MOVE 'N'  TO WS-TAX-EOF-SW.
017780     MOVE ZERO TO WS-TAX-RATE.
017790     MOVE ZERO TO WS-JOB-TAX.
017800     MOVE WS-TAX-STATE TO TX-STATE-CODE.
017810     MOVE ZERO TO TX-EFFECTIVE-DATE.
017820     START RECT-TAX-FILE KEY NOT LESS THAN TX-TAX-KEY
017830         INVALID KEY
017840             MOVE 'Y' TO WS-TAX-EOF-SW
017850     END-START.
017860     PERFORM 7250-READ-TAX THRU 7250-EXIT
017870         UNTIL TAX-SEARCH-DONE.
017880     IF TAX-FOUND
017890         COMPUTE WS-JOB-TAX ROUNDED =
017900             WS-TAX-BASIS * WS-TAX-RATE / 100
017910             ON SIZE ERROR
017920                 DISPLAY "WARNING: TAX TOO LARGE - SET TO ZERO."
017930                 MOVE ZERO TO WS-JOB-TAX
017940         END-COMPUTE
017950     ELSE
017960         DISPLAY "WARNING: NO TAX RATE ON FILE FOR STATE "
017970             WS-TAX-STATE " - TAX SET TO ZERO."
017980     END-IF.
017990 7200-EXIT.
018000     EXIT.
018010
018020 7250-READ-TAX.
018030     READ RECT-TAX-FILE NEXT RECORD
018040         AT END
018050             MOVE 'Y' TO WS-TAX-EOF-SW
018060             GO TO 7250-EXIT
018070     END-READ.
018080     IF NOT TAX-STATUS-OK
018090         MOVE 'Y' TO WS-TAX-EOF-SW
018100         GO TO 7250-EXIT
018110     END-IF.
018120     IF TX-STATE-CODE NOT = WS-TAX-STATE
018130         MOVE 'Y' TO WS-TAX-EOF-SW
018140         GO TO 7250-EXIT
018150     END-IF.
018160     IF TX-EFFECTIVE-DATE > WS-TAX-ASOF-DATE
018170         MOVE 'Y' TO WS-TAX-EOF-SW
018180         GO TO 7250-EXIT
018190     END-IF.
018200     MOVE TX-TAX-RATE TO WS-TAX-RATE.
018210     MOVE 'Y' TO WS-TAX-FOUND-SW.
018220 7250-EXIT.
018230     EXIT.
018240
018250*-----------------------------------------------------------------
018260*  RESOLVES THE JOB'S CUSTOMER TO ITS STATE ON THE CUSTOMER
018270*  MASTER.  A CUSTOMER NO LONGER ON FILE TAXES AT ZERO - THE
018280*  FIND-TAX WARNING POINTS IT OUT.
018290*-----------------------------------------------------------------
018300 7300-GET-CUST-STATE.
018310     MOVE SPACES TO WS-TAX-STATE.
018320     MOVE RJ-CUSTOMER-NO TO CU-CUSTOMER-NO.
018330     READ RECT-CUSTOMER-FILE
018340         INVALID KEY
018350             CONTINUE
018360     NOT INVALID KEY
018370             MOVE CU-STATE TO WS-TAX-STATE
018380     END-READ.
018390 7300-EXIT.
018400     EXIT.
018410
018420*-----------------------------------------------------------------
018430*  CREDIT CONTROL FOR A JOB ABOUT TO GO LIVE.  THE CALLER SETS
018440*  WS-CR-NEW-AMOUNT TO WHAT THE JOB ADDS AND HAS THE JOB IN THE
018450*  MASTER BUFFER.  A REFUSAL MAY BE OVERRIDDEN BY A SUPERVISOR;
018460*  CREDIT-REFUSED IS LEFT ON ONLY WHEN NOBODY DID.
018470*-----------------------------------------------------------------
018480 7400-CHECK-JOB-CREDIT.
018490     MOVE 'N' TO WS-CR-OVERRIDE-SW.
018500     MOVE RJ-CUSTOMER-NO TO WS-CR-CUSTOMER-NO.
018510     PERFORM 7410-CHECK-CREDIT THRU 7410-EXIT.
018520     IF CREDIT-REFUSED
018530         PERFORM 7460-GET-OVERRIDE THRU 7460-EXIT
018540     END-IF.
018550 7400-EXIT.
018560     EXIT.
018570
018580*-----------------------------------------------------------------
018590*  A CUSTOMER ON CREDIT HOLD IS REFUSED OUTRIGHT.  OTHERWISE THE
018600*  EXPOSURE - EVERY OPEN BALANCE ON THE RECEIVABLES FILE, PLUS
018610*  THE BILLING EXTRACT NOT YET CUT AND INVOICED (BILLS LESS
018620*  CREDITS), PLUS THE NEW WORK - MAY NOT PASS THE CUSTOMER'S
018630*  CREDIT LIMIT.  A ZERO LIMIT MEANS NONE IS SET.  THE EXTRACT
018640*  IS CLOSED AND READ FROM THE TOP SO THIS SESSION'S OWN BILLS
018650*  COUNT, THEN REOPENED FOR APPEND.
018660*-----------------------------------------------------------------
018670 7410-CHECK-CREDIT.
018680     MOVE 'N' TO WS-CR-REFUSED-SW.
018690     MOVE WS-CR-CUSTOMER-NO TO CU-CUSTOMER-NO.
018700     READ RECT-CUSTOMER-FILE
018710         INVALID KEY
018720             GO TO 7410-EXIT
018730     END-READ.
018740     IF CU-ON-CREDIT-HOLD
018750         DISPLAY "CUSTOMER " CU-CUSTOMER-NO " IS ON CREDIT HOLD."
018760         MOVE "CH" TO WS-CR-REASON
018770         MOVE 'Y'  TO WS-CR-REFUSED-SW
018780         GO TO 7410-EXIT
018790     END-IF.
018800     IF CU-CREDIT-LIMIT NOT NUMERIC
018810         OR CU-CREDIT-LIMIT = ZERO
018820         GO TO 7410-EXIT
018830     END-IF.
018840     MOVE CU-CREDIT-LIMIT TO WS-CR-LIMIT.
018850     MOVE ZERO TO WS-CR-EXPOSURE.
018860     IF OPEN-ITEMS-FILE-OPEN
018870         MOVE 'N'  TO WS-CR-EOF-SW
018880         MOVE ZERO TO OI-INVOICE-NO
018890         START RECT-OPEN-FILE KEY NOT LESS THAN OI-INVOICE-NO
018900             INVALID KEY
018910                 MOVE 'Y' TO WS-CR-EOF-SW
018920         END-START
018930         PERFORM 7420-ADD-OPEN-ITEM THRU 7420-EXIT
018940             UNTIL CR-SCAN-DONE
018950     END-IF.
018960     CLOSE RECT-BILLING-FILE.
018970     OPEN INPUT RECT-BILLING-FILE.
018980     IF BILLING-STATUS-OK
018990         MOVE 'N' TO WS-CR-EOF-SW
019000         PERFORM 7440-ADD-UNBILLED THRU 7440-EXIT
019010             UNTIL CR-SCAN-DONE
019020         CLOSE RECT-BILLING-FILE
019030     END-IF.
019040     OPEN EXTEND RECT-BILLING-FILE.
019050     IF BILLING-FILE-NOT-FOUND
019060         OPEN OUTPUT RECT-BILLING-FILE
019070     END-IF.
019080     ADD WS-CR-NEW-AMOUNT TO WS-CR-EXPOSURE.
019090     IF WS-CR-EXPOSURE > WS-CR-LIMIT
019100         MOVE WS-CR-EXPOSURE TO WS-CR-EXPOSURE-DISPLAY
019110         MOVE WS-CR-LIMIT    TO WS-CR-LIMIT-DISPLAY
019120         DISPLAY "OVER CREDIT LIMIT - BALANCE WOULD BE $"
019130             WS-CR-EXPOSURE-DISPLAY " AGAINST $"
019140             WS-CR-LIMIT-DISPLAY
019150         MOVE "CL" TO WS-CR-REASON
019160         MOVE 'Y'  TO WS-CR-REFUSED-SW
019170     END-IF.
019180 7410-EXIT.
019190     EXIT.
019200
019210 7420-ADD-OPEN-ITEM.
019220     READ RECT-OPEN-FILE NEXT RECORD
019230         AT END
019240             MOVE 'Y' TO WS-CR-EOF-SW
019250             GO TO 7420-EXIT
019260     END-READ.
019270     IF NOT OPEN-STATUS-OK
019280         MOVE 'Y' TO WS-CR-EOF-SW
019290         GO TO 7420-EXIT
019300     END-IF.
019310     IF OI-CUSTOMER-NO = WS-CR-CUSTOMER-NO
019320         AND OI-STATUS-OPEN
019330         COMPUTE WS-CR-EXPOSURE = WS-CR-EXPOSURE
019340             + OI-INVOICE-AMOUNT - OI-PAID-AMOUNT
019350     END-IF.
019360 7420-EXIT.
019370     EXIT.
019380
019390 7440-ADD-UNBILLED.
019400     READ RECT-BILLING-FILE
019410         AT END
019420             MOVE 'Y' TO WS-CR-EOF-SW
019430             GO TO 7440-EXIT
019440     END-READ.
019450     IF NOT BILLING-STATUS-OK
019460         MOVE 'Y' TO WS-CR-EOF-SW
019470         GO TO 7440-EXIT
019480     END-IF.
019490     IF BL-CUSTOMER-NO NOT = WS-CR-CUSTOMER-NO
019500         GO TO 7440-EXIT
019510     END-IF.
019520     IF BL-TYPE-CREDIT
019530         COMPUTE WS-CR-EXPOSURE = WS-CR-EXPOSURE
019540             - BL-PRICE - BL-TAX-AMOUNT
019550     ELSE
019560         COMPUTE WS-CR-EXPOSURE = WS-CR-EXPOSURE
019570             + BL-PRICE + BL-TAX-AMOUNT
019580     END-IF.
019590 7440-EXIT.
019600     EXIT.
019610
019620*-----------------------------------------------------------------
019630*  SUPERVISOR OVERRIDE OF A CREDIT REFUSAL.  THE SUPERVISOR KEYS
019640*  THEIR OWN ID AND PASSWORD EVEN WHEN ALREADY SIGNED ON, SO THE
019650*  LOG SHOWS A DELIBERATE DECISION.  A BLANK ID DECLINES.
019660*-----------------------------------------------------------------
019670 7460-GET-OVERRIDE.
019680     DISPLAY "SUPERVISOR OVERRIDE - ENTER SUPERVISOR ID "
019690         "(BLANK TO DECLINE): ".
019700     MOVE SPACES TO WS-CR-SUPERVISOR-ID.
019710     ACCEPT WS-CR-SUPERVISOR-ID.
019720     IF WS-CR-SUPERVISOR-ID = SPACES
019730         GO TO 7460-EXIT
019740     END-IF.
019750     DISPLAY "ENTER PASSWORD: ".
019760     ACCEPT WS-PASSWORD-INPUT.
019770     MOVE WS-CR-SUPERVISOR-ID TO OP-OPERATOR-ID.
019780     READ RECT-SECURITY-FILE
019790         INVALID KEY
019800             DISPLAY "OVERRIDE REFUSED."
019810             GO TO 7460-EXIT
019820     END-READ.
019830     IF OP-PASSWORD NOT = WS-PASSWORD-INPUT
019840         OR NOT OP-AUTH-SUPERVISOR
019850         DISPLAY "OVERRIDE REFUSED - SUPERVISOR ID AND PASSWORD "
019860             "REQUIRED."
019870         GO TO 7460-EXIT
019880     END-IF.
019890     MOVE 'Y' TO WS-CR-OVERRIDE-SW.
019900     MOVE 'N' TO WS-CR-REFUSED-SW.
019910     DISPLAY "CREDIT OVERRIDE AUTHORIZED BY " OP-OPERATOR-NAME.
019920 7460-EXIT.
019930     EXIT.
019940
019950 7480-WRITE-OVERRIDE-AUDIT.
019960     MOVE SPACES         TO RECT-AUDIT-RECORD.
019970     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019980     ACCEPT WS-CURRENT-TIME FROM TIME.
019990     STRING WS-CURRENT-DATE WS-CURRENT-TIME
020000         DELIMITED BY SIZE INTO RA-TIMESTAMP.
020010     MOVE WS-CR-SUPERVISOR-ID TO RA-OPERATOR-ID.
020020     MOVE RJ-JOB-ID      TO RA-JOB-ID.
020030     MOVE 'O'            TO RA-FUNCTION-CODE.
020040     MOVE WS-CR-REASON   TO RA-REASON-CODE.
020050     MOVE RJ-SHAPE-CODE  TO RA-SHAPE-CODE.
020060     MOVE RJ-WIDTH       TO RA-WIDTH.
020070     MOVE RJ-LENGTH      TO RA-LENGTH.
020080     MOVE RJ-DIM-3       TO RA-DIM-3.
020090     MOVE RJ-AREA        TO RA-AREA.
020100     WRITE RECT-AUDIT-RECORD.
020110     IF NOT AUDIT-STATUS-OK
020120         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
020130             WS-AUDIT-STATUS
020140     END-IF.
020150 7480-EXIT.
020160     EXIT.
020170
020180*-----------------------------------------------------------------
020190*  SUPERVISOR RELEASE OF THE RUN-CONTROL LOCK.  MEANT FOR A
020200*  LOCK AN ABENDED RECTBAT LEFT BEHIND - THE HOLDER IS SHOWN
020210*  AND THE RELEASE CONFIRMED, SO NOBODY CLEARS A LOCK A LIVE
020220*  RUN IS STILL USING WITHOUT MEANING TO.
020230*-----------------------------------------------------------------
020240 5900-RELEASE-LOCK.
020250     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
020260     IF NOT RUN-LOCK-IS-HELD
020270         DISPLAY "THE RUN LOCK IS NOT HELD."
020280         GO TO 5900-EXIT
020290     END-IF.
020300     DISPLAY "RUN LOCK HELD BY " RL-PROGRAM-ID
020310         " (OPERATOR " RL-OPERATOR-ID ") SINCE "
020320         RL-TIMESTAMP ".".
020330     DISPLAY "RELEASE THIS LOCK? MAKE SURE THE RUN THAT TOOK "
020340         "IT IS REALLY DEAD. (Y/N): ".
020350     ACCEPT WS-CONFIRM.
020360     IF NOT CONFIRM-YES
020370         DISPLAY "LOCK LEFT IN PLACE."
020380         GO TO 5900-EXIT
020390     END-IF.
020400     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
020410     MOVE 'N' TO RL-LOCK-STATUS.
020420     OPEN OUTPUT RECT-LOCK-FILE.
020430     WRITE RECT-RUN-LOCK-RECORD.
020440     IF NOT LOCK-STATUS-OK
020450         DISPLAY "UNABLE TO RELEASE LOCK, STATUS = "
020460             WS-LOCK-STATUS
020470     ELSE
020480         DISPLAY "RUN LOCK RELEASED."
020490     END-IF.
020500     CLOSE RECT-LOCK-FILE.
020510 5900-EXIT.
020520     EXIT.
