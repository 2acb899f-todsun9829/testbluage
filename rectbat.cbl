001240*                   WALKED A JOB ID THAT WAS NEVER SAVED.  THE
001250*                   COUNT IS NOW BACKED OUT ON A FAILED SAVE,
001260*                   AS THE INTERACTIVE ENTRY ALREADY DOES.
001270*  10/15/2026 DK    REJECTED RECORDS ARE NO LONGER JUST LISTED ON
001280*                   SYSOUT: EACH ONE IS WRITTEN TO THE SUSPENSE
001290*                   FILE (RECTSUS) WITH ITS INPUT IMAGE, REJECT
001300*                   REASON, RUN DATE AND RECORD NUMBER, WHERE
001310*                   RECTSUSP CORRECTS IT AND RELEASES IT TO THE
001320*                   RE-ENTRY DECK (RECTINR).  A RUN AGAINST THAT
001330*                   DECK EMPTIES IT AT END OF FILE SO RELEASED
001340*                   ITEMS ARE NEVER POSTED TWICE.
001350*  10/15/2026 DK    CUSTOMER CONTRACT PRICING.  EACH POSTED JOB IS
001360*                   NOW PRICED UNDER THE CUSTOMER'S PRICING
001370*                   AGREEMENT (RECTAGR) IN EFFECT ON THE RUN DATE
001380*                   FOR THE SHAPE - CONTRACT RATE OR DISCOUNT OFF
001390*                   LIST, LESS ANY VOLUME TIER - THE SAME WAY THE
001400*                   INTERACTIVE PROGRAMS PRICE IT.
001410*  10/15/2026 DK    CREDIT CONTROL.  EACH CUSTOMER'S EXPOSURE
001420*                   (OPEN RECEIVABLES ON RECTOPN PLUS BILLING NOT
001430*                   YET INVOICED) IS LOADED AT STARTUP AND KEPT
001440*                   UP AS JOBS POST.  A RECORD FOR A CUSTOMER ON
001450*                   CREDIT HOLD, OR ONE THAT WOULD TAKE THE
001460*                   CUSTOMER PAST THE CREDIT LIMIT, IS HELD ON
001470*                   THE SUSPENSE FILE LIKE ANY OTHER REJECT.
001480*  10/15/2026 DK    EACH BILLING RECORD NOW CARRIES THE STATE
001490*                   AND RATE ITS SALES TAX WAS FIGURED WITH
001500*                   (BL-TAX-STATE, BL-TAX-RATE) FOR THE SALES
001510*                   TAX RETURN.  RECTBIL IS NOW 117 BYTES.
001520*  10/15/2026 DK    NIGHTLY CYCLE CONTROL.  THE RUN NOW OPENS
001530*                   THE CYCLE FOR ITS BUSINESS DATE ON RECTCYC
001540*                   (STEP 1) AND RECORDS ITS START, END, OUTCOME
001550*                   AND COUNTS THERE.  A NEW DATE IS NOT OPENED
001560*                   UNTIL EVERY STEP OF THE LAST ONE IS DONE, AND
001570*                   A FAILED OR ABENDED RUN WAITS FOR A SUPERVISOR
001580*                   TO RELEASE IT IN RECTCYCS.
001590*  10/15/2026 DK    FIXED: A REJECT WHOSE SUSPENSE KEY WAS ALREADY
001600*                   HELD REWROTE THE HELD ITEM.  A SECOND RE-ENTRY
001610*                   RUN THE SAME DAY NUMBERS ITS DECK FROM 1
001620*                   AGAIN, SO ITS REJECTS OVERWROTE THE FIRST
001630*                   RUN'S OPEN AND CORRECTED ITEMS.  A HELD ITEM
001640*                   IS NOW NEVER
001650*                   REWRITTEN: THE SAME IMAGE STILL OPEN OR
001660*                   CORRECTED IS A RESTART AND IS LEFT AS IT IS,
001670*                   AND ANYTHING ELSE TAKES THE NEXT FREE RECORD
001680*                   NUMBER.
001690*-----------------------------------------------------------------
001700 REMARKS.        BATCH COUNTERPART TO THE TERMINAL-DRIVEN
001710                 CALCULATOR.  PROCESSES ONE JOB PER INPUT RECORD
001720                 WITH NO OPERATOR INTERACTION, POSTING EACH GOOD
001730                 RECORD TO THE SAME MASTER FILE, AUDIT LOG AND
001740                 BILLING EXTRACT THE INTERACTIVE PROGRAM WRITES.
001750                 RESTARTS PICK UP AFTER THE LAST RECORD
001760                 CHECKPOINTED WITHOUT DOUBLE-POSTING.
001770                 REJECTED RECORDS ARE HELD ON THE SUSPENSE FILE
001780                 UNTIL CORRECTED AND RELEASED IN RECTSUSP; THE
001790                 RE-ENTRY DECK IS RUN BY NAMING RECTINR AS THE
001800                 INPUT DATA SET ON THE PARAMETER CARD.
001810                 JOBS FOR A CUSTOMER ON CREDIT HOLD OR OVER THE
001820                 CREDIT LIMIT GO TO SUSPENSE AS WELL; THERE IS NO
001830                 SUPERVISOR AT A BATCH RUN TO OVERRIDE THEM.
001840                 FIRST STEP OF THE NIGHTLY CYCLE (RECTCYC).
001850
001860 ENVIRONMENT DIVISION.
001870 CONFIGURATION SECTION.
001880 SOURCE-COMPUTER. IBM-370.
001890 OBJECT-COMPUTER. IBM-370.
001900 INPUT-OUTPUT SECTION.
001910 FILE-CONTROL.
001920     SELECT RECT-PARM-FILE       ASSIGN TO "RECTPARM"
001930         ORGANIZATION IS LINE SEQUENTIAL
001940         FILE STATUS IS WS-PARM-STATUS.
001950     SELECT RECT-INPUT-FILE      ASSIGN TO WS-INPUT-DSNAME
001960         ORGANIZATION IS LINE SEQUENTIAL
001970         FILE STATUS IS WS-INPUT-STATUS.
001980     SELECT RECT-OUTPUT-FILE     ASSIGN TO WS-OUTPUT-DSNAME
001990         ORGANIZATION IS LINE SEQUENTIAL
002000         FILE STATUS IS WS-OUTPUT-STATUS.
002010     SELECT RECT-CHECKPOINT-FILE ASSIGN TO "RECTCKPT"
002020         ORGANIZATION IS LINE SEQUENTIAL
002030         FILE STATUS IS WS-CHECKPOINT-STATUS.
002040     SELECT RECT-REPORT-FILE     ASSIGN TO "RECTRPT"
002050         ORGANIZATION IS LINE SEQUENTIAL
002060         FILE STATUS IS WS-REPORT-STATUS.
002070     SELECT RECT-MASTER-FILE     ASSIGN TO "RECTMAS"
002080         ORGANIZATION IS INDEXED
002090         ACCESS MODE IS DYNAMIC
002100         RECORD KEY IS RJ-JOB-ID
002110         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
002120             WITH DUPLICATES
002130         FILE STATUS IS WS-MASTER-STATUS.
002140     SELECT RECT-CONTROL-FILE    ASSIGN TO "RECTCTL"
002150         ORGANIZATION IS INDEXED
002160         ACCESS MODE IS DYNAMIC
002170         RECORD KEY IS RC-CONTROL-KEY
002180         FILE STATUS IS WS-CONTROL-STATUS.
002190     SELECT RECT-CUSTOMER-FILE   ASSIGN TO "RECTCUS"
002200         ORGANIZATION IS INDEXED
002210         ACCESS MODE IS DYNAMIC
002220         RECORD KEY IS CU-CUSTOMER-NO
002230         FILE STATUS IS WS-CUSTOMER-STATUS.
002240     SELECT RECT-RATE-FILE       ASSIGN TO "RECTRATE"
002250         ORGANIZATION IS INDEXED
002260         ACCESS MODE IS DYNAMIC
002270         RECORD KEY IS RT-RATE-KEY
002280         FILE STATUS IS WS-RATE-STATUS.
002290     SELECT RECT-AUDIT-FILE      ASSIGN TO "RECTAUD"
002300         ORGANIZATION IS LINE SEQUENTIAL
002310         FILE STATUS IS WS-AUDIT-STATUS.
002320     SELECT RECT-BILLING-FILE    ASSIGN TO "RECTBIL"
002330         ORGANIZATION IS LINE SEQUENTIAL
002340         FILE STATUS IS WS-BILLING-STATUS.
002350     SELECT RECT-JOURNAL-FILE ASSIGN TO "RECTJRNL"
002360         ORGANIZATION IS LINE SEQUENTIAL
002370         FILE STATUS IS WS-JOURNAL-STATUS.
002380     SELECT RECT-LOCK-FILE       ASSIGN TO "RECTLOCK"
002390         ORGANIZATION IS LINE SEQUENTIAL
002400         FILE STATUS IS WS-LOCK-STATUS.
002410     SELECT RECT-TAX-FILE        ASSIGN TO "RECTTAX"
002420         ORGANIZATION IS INDEXED
002430         ACCESS MODE IS DYNAMIC
002440         RECORD KEY IS TX-TAX-KEY
002450         FILE STATUS IS WS-TAX-STATUS.
002460     SELECT RECT-ORDER-FILE      ASSIGN TO "RECTORD"
002470         ORGANIZATION IS INDEXED
002480         ACCESS MODE IS DYNAMIC
002490         RECORD KEY IS OH-ORDER-NO
002500         FILE STATUS IS WS-ORDER-STATUS.
002510     SELECT RECT-SUSPENSE-FILE   ASSIGN TO "RECTSUS"
002520         ORGANIZATION IS INDEXED
002530         ACCESS MODE IS DYNAMIC
002540         RECORD KEY IS SU-SUSPENSE-KEY
002550         FILE STATUS IS WS-SUSPENSE-STATUS.
002560     SELECT RECT-AGREEMENT-FILE  ASSIGN TO "RECTAGR"
002570         ORGANIZATION IS INDEXED
002580         ACCESS MODE IS DYNAMIC
002590         RECORD KEY IS PA-AGREEMENT-KEY
002600         FILE STATUS IS WS-AGREEMENT-STATUS.
002610     SELECT RECT-OPEN-FILE       ASSIGN TO "RECTOPN"
002620         ORGANIZATION IS INDEXED
002630         ACCESS MODE IS DYNAMIC
002640         RECORD KEY IS OI-INVOICE-NO
002650         FILE STATUS IS WS-OPEN-STATUS.
002660     SELECT RECT-CYCLE-FILE   ASSIGN TO "RECTCYC"
002670         ORGANIZATION IS INDEXED
002680         ACCESS MODE IS DYNAMIC
002690         RECORD KEY IS CY-CYCLE-KEY
002700         FILE STATUS IS WS-CYCLE-STATUS.
002710
002720 DATA DIVISION.
002730 FILE SECTION.
002740 FD  RECT-PARM-FILE
002750     RECORDING MODE IS F
002760     LABEL RECORDS ARE STANDARD
002770     RECORD CONTAINS 80 CHARACTERS.
002780     COPY RECTPARM.
002790
002800 FD  RECT-INPUT-FILE
002810     RECORDING MODE IS F
002820     LABEL RECORDS ARE STANDARD
002830     RECORD CONTAINS 80 CHARACTERS.
002840     COPY RECTIN.
002850
002860 FD  RECT-OUTPUT-FILE
002870     RECORDING MODE IS F
002880     LABEL RECORDS ARE STANDARD
002890     RECORD CONTAINS 80 CHARACTERS.
002900     COPY RECTOUT.
002910
002920 FD  RECT-CHECKPOINT-FILE
002930     RECORDING MODE IS F
002940     LABEL RECORDS ARE STANDARD
002950     RECORD CONTAINS 83 CHARACTERS.
002960     COPY RECTCKPT.
002970
002980 FD  RECT-REPORT-FILE
002990     RECORDING MODE IS F
003000     LABEL RECORDS ARE STANDARD
003010     RECORD CONTAINS 80 CHARACTERS.
003020 01  RECT-REPORT-LINE           PIC X(80).
003030
003040 FD  RECT-MASTER-FILE
003050     LABEL RECORDS ARE STANDARD
003060     RECORD CONTAINS 112 CHARACTERS.
003070     COPY RECTJOB.
003080
003090 FD  RECT-CONTROL-FILE
003100     LABEL RECORDS ARE STANDARD
003110     RECORD CONTAINS 20 CHARACTERS.
003120     COPY RECTCTL.
003130
003140 FD  RECT-CUSTOMER-FILE
003150     LABEL RECORDS ARE STANDARD
003160     RECORD CONTAINS 140 CHARACTERS.
003170     COPY RECTCUS.
003180
003190 FD  RECT-RATE-FILE
003200     LABEL RECORDS ARE STANDARD
003210     RECORD CONTAINS 20 CHARACTERS.
003220     COPY RECTRATE.
003230
003240 FD  RECT-AUDIT-FILE
003250     LABEL RECORDS ARE STANDARD
003260     RECORD CONTAINS 70 CHARACTERS.
003270     COPY RECTAUD.
003280
003290 FD  RECT-BILLING-FILE
003300     LABEL RECORDS ARE STANDARD
003310     RECORD CONTAINS 117 CHARACTERS.
003320     COPY RECTBIL.
003330
003340 FD  RECT-JOURNAL-FILE
003350     LABEL RECORDS ARE STANDARD
003360     RECORD CONTAINS 264 CHARACTERS.
003370     COPY RECTJRN.
003380
003390 FD  RECT-ORDER-FILE
003400     LABEL RECORDS ARE STANDARD
003410     RECORD CONTAINS 100 CHARACTERS.
003420     COPY RECTORD.
003430
003440 FD  RECT-TAX-FILE
003450     LABEL RECORDS ARE STANDARD
003460     RECORD CONTAINS 20 CHARACTERS.
003470     COPY RECTTAX.
003480
003490 FD  RECT-LOCK-FILE
003500     LABEL RECORDS ARE STANDARD
003510     RECORD CONTAINS 80 CHARACTERS.
003520     COPY RECTLOCK.
003530
003540 FD  RECT-SUSPENSE-FILE
003550     LABEL RECORDS ARE STANDARD
003560     RECORD CONTAINS 170 CHARACTERS.
003570     COPY RECTSUS.
003580
003590 FD  RECT-AGREEMENT-FILE
003600     LABEL RECORDS ARE STANDARD
003610     RECORD CONTAINS 80 CHARACTERS.
003620     COPY RECTAGR.
003630
003640 FD  RECT-OPEN-FILE
003650     LABEL RECORDS ARE STANDARD
003660     RECORD CONTAINS 80 CHARACTERS.
003670     COPY RECTOPN.
003680
003690 FD  RECT-CYCLE-FILE
003700     LABEL RECORDS ARE STANDARD
003710     RECORD CONTAINS 140 CHARACTERS.
003720     COPY RECTCYC.
003730
003740 WORKING-STORAGE SECTION.
003750 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
003760     88  PARM-STATUS-OK          VALUE '00'.
003770 77  WS-INPUT-DSNAME        PIC X(08) VALUE "RECTIN".
003780 77  WS-OUTPUT-DSNAME       PIC X(08) VALUE "RECTOUT".
003790 77  WS-MAX-CALCS           PIC 9(05) VALUE ZERO.
003800 77  WS-CALCS-THIS-RUN      PIC 9(08) COMP VALUE ZERO.
003810 77  WS-RECORD-COUNT         PIC 9(08) COMP VALUE ZERO.
003820 77  WS-CHECKPOINT-INTERVAL  PIC 9(05) VALUE 00100.
003830 77  WS-LAST-CHECKPOINT      PIC 9(08) VALUE ZERO.
003840 77  WS-EOF-SWITCH           PIC X(01) VALUE 'N'.
003850     88  END-OF-INPUT           VALUE 'Y'.
003860 77  WS-INIT-OK              PIC X(01) VALUE 'Y'.
003870     88  INIT-FAILED             VALUE 'N'.
003880 77  WS-INPUT-STATUS         PIC X(02) VALUE '00'.
003890     88  INPUT-STATUS-OK        VALUE '00'.
003900     88  INPUT-STATUS-EOF       VALUE '10'.
003910 77  WS-OUTPUT-STATUS        PIC X(02) VALUE '00'.
003920     88  OUTPUT-STATUS-OK       VALUE '00'.
003930 77  WS-CHECKPOINT-STATUS    PIC X(02) VALUE '00'.
003940     88  CHECKPOINT-STATUS-OK   VALUE '00'.
003950 77  WS-CKPT-QUOTIENT       PIC 9(08) COMP.
003960 77  WS-CKPT-REMAINDER      PIC 9(05) COMP.
003970 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
003980     88  REPORT-STATUS-OK       VALUE '00'.
003990 77  WS-MASTER-STATUS       PIC X(02) VALUE '00'.
004000     88  MASTER-STATUS-OK        VALUE '00'.
004010     88  MASTER-DUPLICATE-KEY    VALUE '22'.
004020     88  MASTER-FILE-NOT-FOUND   VALUE '35'.
004030 77  WS-CONTROL-STATUS      PIC X(02) VALUE '00'.
004040     88  CONTROL-STATUS-OK       VALUE '00'.
004050     88  CONTROL-FILE-NOT-FOUND  VALUE '35'.
004060 77  WS-CUSTOMER-STATUS     PIC X(02) VALUE '00'.
004070     88  CUSTOMER-STATUS-OK      VALUE '00'.
004080     88  CUSTOMER-FILE-NOT-FOUND VALUE '35'.
004090 77  WS-RATE-STATUS         PIC X(02) VALUE '00'.
004100     88  RATE-STATUS-OK          VALUE '00'.
004110     88  RATE-FILE-NOT-FOUND     VALUE '35'.
004120 77  WS-AUDIT-STATUS        PIC X(02) VALUE '00'.
004130     88  AUDIT-STATUS-OK         VALUE '00'.
004140     88  AUDIT-FILE-NOT-FOUND    VALUE '35'.
004150 77  WS-BILLING-STATUS      PIC X(02) VALUE '00'.
004160     88  BILLING-STATUS-OK       VALUE '00'.
004170     88  BILLING-FILE-NOT-FOUND  VALUE '35'.
004180 77  WS-JOURNAL-STATUS        PIC X(02) VALUE '00'.
004190     88  JOURNAL-STATUS-OK        VALUE '00'.
004200     88  JOURNAL-FILE-NOT-FOUND   VALUE '35'.
004210 77  WS-JRN-FUNCTION          PIC X(01).
004220 77  WS-BEFORE-IMAGE          PIC X(112).
004230 77  WS-RUN-DATE            PIC 9(08).
004240 77  WS-CURRENT-DATE        PIC 9(08).
004250 77  WS-CURRENT-TIME        PIC 9(08).
004260 77  WS-PAGE-NUMBER         PIC 9(04) COMP VALUE ZERO.
004270 77  WS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
004280 77  WS-LINES-PER-PAGE      PIC 9(03) VALUE 050.
004290 77  WS-TOTAL-COUNT         PIC 9(08) COMP VALUE ZERO.
004300 77  WS-TOTAL-AREA          PIC 9(12) COMP VALUE ZERO.
004310 77  WS-MIN-AREA            PIC 9(10) VALUE 9999999999.
004320 77  WS-MAX-AREA            PIC 9(10) VALUE ZERO.
004330 77  WS-REJECT-COUNT        PIC 9(08) COMP VALUE ZERO.
004340 77  WS-THIS-RECORD         PIC 9(08) COMP VALUE ZERO.
004350 77  WS-CKPT-JOB-ID         PIC 9(07) VALUE ZERO.
004360 77  WS-VALID-SW            PIC X(01) VALUE 'Y'.
004370     88  RECORD-VALID            VALUE 'Y'.
004380 77  WS-REPOST-SW           PIC X(01) VALUE 'N'.
004390     88  REPOSTED-JOB            VALUE 'Y'.
004400 77  WS-RATE-EOF-SW         PIC X(01) VALUE 'N'.
004410     88  RATE-SEARCH-DONE        VALUE 'Y'.
004420 77  WS-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
004430     88  RATE-FOUND              VALUE 'Y'.
004440 77  WS-JOB-RATE            PIC 9(03)V99.
004450 77  WS-JOB-PRICE           PIC 9(07)V99.
004460 77  WS-PI                  PIC 9(01)V9(5) VALUE 3.14159.
004470 77  WS-CONVERT-FACTOR      PIC 9(01)V9(5) VALUE 1.00000.
004480 77  WS-CALC-WIDTH          PIC 9(05)V99.
004490 77  WS-CALC-LENGTH         PIC 9(05)V99.
004500 77  WS-CALC-DIM-3          PIC 9(05)V99.
004510 77  WS-CALC-DIM-4          PIC 9(05)V99.
004520 77  WS-CALC-DIM-5          PIC 9(05)V99.
004530 77  WS-CALC-PERIMETER      PIC 9(07)V99.
004540 77  WS-CALC-AREA           PIC 9(10)V99.
004550 77  WS-BATCH-OPERATOR      PIC X(08) VALUE "RECTBAT".
004560 77  WS-ORDER-STATUS        PIC X(02) VALUE '00'.
004570     88  ORDER-STATUS-OK         VALUE '00'.
004580     88  ORDER-FILE-NOT-FOUND    VALUE '35'.
004590 77  WS-ORDER-OPEN-SW       PIC X(01) VALUE 'N'.
004600     88  ORDER-OPEN              VALUE 'Y'.
004610 77  WS-CURR-GROUP          PIC X(04) VALUE SPACES.
004620 77  WS-ORDER-CUSTNO        PIC 9(05) VALUE ZERO.
004630 77  WS-ORDER-NAME          PIC X(30) VALUE SPACES.
004640 77  WS-ORDER-NO            PIC 9(07) VALUE ZERO.
004650 77  WS-ORDER-LINE          PIC 9(02) VALUE ZERO.
004660 77  WS-ORDER-FIRST-JOB     PIC 9(07) VALUE ZERO.
004670 77  WS-ORDER-AREA          PIC 9(10)V99 VALUE ZERO.
004680 77  WS-ORDER-PERIMETER     PIC 9(07)V99 VALUE ZERO.
004690 77  WS-ORDER-PRICE         PIC 9(07)V99 VALUE ZERO.
004700 77  WS-ORDER-NEW-SW        PIC X(01) VALUE 'N'.
004710     88  ORDER-HAS-NEW-LINES     VALUE 'Y'.
004720 77  WS-PROBE-JOB-ID        PIC 9(07) VALUE ZERO.
004730 77  WS-TAX-STATUS          PIC X(02) VALUE '00'.
004740     88  TAX-STATUS-OK           VALUE '00'.
004750     88  TAX-FILE-NOT-FOUND      VALUE '35'.
004760 77  WS-TAX-EOF-SW          PIC X(01) VALUE 'N'.
004770     88  TAX-SEARCH-DONE         VALUE 'Y'.
004780 77  WS-TAX-FOUND-SW        PIC X(01) VALUE 'N'.
004790     88  TAX-FOUND               VALUE 'Y'.
004800 77  WS-TAX-RATE            PIC 9(02)V999 VALUE ZERO.
004810 77  WS-JOB-TAX             PIC 9(05)V99 VALUE ZERO.
004820 77  WS-ORDER-TAX           PIC 9(05)V99 VALUE ZERO.
004830 77  WS-TAX-STATE           PIC X(02) VALUE SPACES.
004840 77  WS-ORDER-TAX-STATE     PIC X(02) VALUE SPACES.
004850 77  WS-ORDER-TAX-RATE      PIC 9(02)V999 VALUE ZERO.
004860 77  WS-LOCK-STATUS         PIC X(02) VALUE '00'.
004870     88  LOCK-STATUS-OK          VALUE '00'.
004880     88  LOCK-FILE-NOT-FOUND     VALUE '35'.
004890 77  WS-LOCK-SET-SW         PIC X(01) VALUE 'N'.
004900     88  RUN-LOCK-SET            VALUE 'Y'.
004910 77  WS-CYCLE-STATUS        PIC X(02) VALUE '00'.
004920     88  CYCLE-STATUS-OK         VALUE '00'.
004930     88  CYCLE-FILE-NOT-FOUND    VALUE '35'.
004940 77  WS-CYCLE-STEP          PIC 9(01) VALUE 1.
004950 77  WS-CYCLE-NEXT          PIC 9(01) VALUE 2.
004960 77  WS-CYCLE-IX            PIC 9(01) VALUE ZERO.
004970 77  WS-CYCLE-DATE          PIC 9(08) VALUE ZERO.
004980 77  WS-CYCLE-CHECK-DATE    PIC 9(08) VALUE ZERO.
004990 77  WS-CYCLE-SW            PIC X(01) VALUE 'N'.
005000     88  CYCLE-STEP-STARTED      VALUE 'Y'.
005010 77  WS-CYCLE-LATER-SW      PIC X(01) VALUE 'N'.
005020     88  CYCLE-LATER-STARTED     VALUE 'Y'.
005030 77  WS-CYCLE-ON-FILE-SW    PIC X(01) VALUE 'N'.
005040     88  CYCLE-STEP-ON-FILE      VALUE 'Y'.
005050 77  WS-CYCLE-RESULT        PIC X(01) VALUE SPACE.
005060 77  WS-CYCLE-MESSAGE       PIC X(30) VALUE SPACES.
005070 77  WS-CYCLE-NEW-SW        PIC X(01) VALUE 'N'.
005080     88  CYCLE-NEW-DATE          VALUE 'Y'.
005090 77  WS-CYCLE-CTL-SW        PIC X(01) VALUE 'N'.
005100     88  CYCLE-CONTROL-ON-FILE   VALUE 'Y'.
005110 77  WS-SUSPENSE-STATUS     PIC X(02) VALUE '00'.
005120     88  SUSPENSE-STATUS-OK      VALUE '00'.
005130     88  SUSPENSE-FILE-NOT-FOUND VALUE '35'.
005140     88  SUSPENSE-DUPLICATE-KEY  VALUE '22'.
005150 77  WS-SUSPENSE-PLACED-SW  PIC X(01) VALUE 'N'.
005160     88  SUSPENSE-PLACED         VALUE 'Y'.
005170 77  WS-SUSPENSE-RECORD-NO  PIC 9(08) VALUE ZERO.
005180 77  WS-SUSPENSE-SAVE       PIC X(170) VALUE SPACES.
005190 77  WS-REJECT-REASON       PIC X(40) VALUE SPACES.
005200 77  WS-REENTRY-DSNAME      PIC X(08) VALUE "RECTINR".
005210 77  WS-AGREEMENT-STATUS    PIC X(02) VALUE '00'.
005220     88  AGREEMENT-STATUS-OK     VALUE '00'.
005230     88  AGREEMENT-FILE-NOT-FOUND VALUE '35'.
005240 77  WS-AGR-OPEN-SW         PIC X(01) VALUE 'N'.
005250     88  AGREEMENT-FILE-OPEN     VALUE 'Y'.
005260 77  WS-AGR-EOF-SW          PIC X(01) VALUE 'N'.
005270     88  AGR-SEARCH-DONE         VALUE 'Y'.
005280 77  WS-AGR-FOUND-SW        PIC X(01) VALUE 'N'.
005290     88  AGR-FOUND               VALUE 'Y'.
005300 77  WS-AGR-TYPE            PIC X(01) VALUE SPACE.
005310 77  WS-AGR-RATE            PIC 9(03)V99 VALUE ZERO.
005320 77  WS-AGR-DISC-PCT        PIC 9(02)V99 VALUE ZERO.
005330 77  WS-AGR-TIER-PCT        PIC 9(02)V99 VALUE ZERO.
005340 77  WS-AGR-TIER-MIN        PIC 9(10)V99 VALUE ZERO.
005350 77  WS-AGR-IX              PIC 9(02) COMP VALUE ZERO.
005360 77  WS-OPEN-STATUS         PIC X(02) VALUE '00'.
005370     88  OPEN-STATUS-OK          VALUE '00'.
005380 77  WS-EX-EOF-SW           PIC X(01) VALUE 'N'.
005390     88  EXPOSURE-SCAN-DONE      VALUE 'Y'.
005400 77  WS-EX-FULL-SW          PIC X(01) VALUE 'N'.
005410     88  EXPOSURE-TABLE-FULL     VALUE 'Y'.
005420 77  WS-EX-COUNT            PIC 9(05) COMP VALUE ZERO.
005430 77  WS-EX-MAX              PIC 9(05) VALUE 02000.
005440 77  WS-EX-IX               PIC 9(05) COMP VALUE ZERO.
005450 77  WS-EX-SLOT             PIC 9(05) COMP VALUE ZERO.
005460 77  WS-EX-FIND-CUSTNO      PIC 9(05) VALUE ZERO.
005470 77  WS-EX-DELTA            PIC S9(09)V99 VALUE ZERO.
005480 77  WS-CR-EXPOSURE         PIC S9(09)V99 VALUE ZERO.
005490
005500*-----------------------------------------------------------------
005510*  WHAT EACH CUSTOMER OWES OR HAS ON ORDER: OPEN RECEIVABLES
005520*  PLUS THE BILLING EXTRACT AS IT STOOD AT STARTUP, PLUS EVERY
005530*  JOB THIS RUN POSTS.  SLOTS ARE TAKEN IN FIRST-SEEN ORDER.
005540*-----------------------------------------------------------------
005550 01  WS-EXPOSURE-TABLE.
005560     05  WS-EX-ENTRY OCCURS 2000 TIMES.
005570         10  WS-EX-CUSTOMER-NO   PIC 9(05).
005580         10  WS-EX-BALANCE       PIC S9(09)V99.
005590
005600 01  WS-HEADING-LINE-1.
005610     05  FILLER                  PIC X(31) VALUE
005620         "RECTBAT - RECTANGLE AREA REPORT".
005630     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
005640     05  WH1-RUN-DATE            PIC 9(08).
005650     05  FILLER                  PIC X(09) VALUE "   PAGE: ".
005660     05  WH1-PAGE-NUMBER         PIC ZZZ9.
005670
005680 01  WS-HEADING-LINE-2.
005690     05  FILLER                  PIC X(10) VALUE "WIDTH".
005700     05  FILLER                  PIC X(10) VALUE "LENGTH".
005710     05  FILLER                  PIC X(14) VALUE "AREA".
005720
005730 01  WS-DETAIL-LINE.
005740     05  WD-WIDTH                PIC ZZZZ9.
005750     05  FILLER                  PIC X(05) VALUE SPACES.
005760     05  WD-LENGTH               PIC ZZZZ9.
005770     05  FILLER                  PIC X(05) VALUE SPACES.
005780     05  WD-AREA                 PIC ZZZZZZZZZ9.
005790
005800 01  WS-TOTAL-LINE-1.
005810     05  FILLER                  PIC X(30) VALUE
005820         "RECTANGLES PROCESSED. . . . .".
005830     05  WT1-COUNT               PIC ZZZZZZZ9.
005840
005850 01  WS-TOTAL-LINE-2.
005860     05  FILLER                  PIC X(30) VALUE
005870         "TOTAL AREA . . . . . . . . . .".
005880     05  WT2-TOTAL-AREA          PIC Z(11)9.
005890
005900 01  WS-TOTAL-LINE-3.
005910     05  FILLER                  PIC X(30) VALUE
005920         "MINIMUM AREA . . . . . . . . .".
005930     05  WT3-MIN-AREA            PIC Z(09)9.
005940
005950 01  WS-TOTAL-LINE-4.
005960     05  FILLER                  PIC X(30) VALUE
005970         "MAXIMUM AREA . . . . . . . . .".
005980     05  WT4-MAX-AREA            PIC Z(09)9.
005990
006000 01  WS-TOTAL-LINE-5.
006010     05  FILLER                  PIC X(30) VALUE
006020         "RECORDS REJECTED . . . . . . .".
006030     05  WT5-REJECT-COUNT        PIC ZZZZZZZ9.
006040
006050     COPY RECTCYN.
006060 PROCEDURE DIVISION.
006070 0000-MAINLINE.
006080     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
006090*    THE MAX-CALCS STOP WAITS FOR AN OPEN ORDER TO CLOSE, LIKE
006100*    THE CHECKPOINT DOES - STOPPING MID-GROUP WOULD BILL HALF
006110*    AN ORDER AND POST THE REST UNDER A FRESH ORDER NUMBER.
006120     PERFORM 2000-PROCESS-RECORD THRU 2000-EXIT
006130         UNTIL END-OF-INPUT
006140            OR (WS-MAX-CALCS > ZERO
006150                AND WS-CALCS-THIS-RUN NOT LESS THAN WS-MAX-CALCS
006160                AND NOT ORDER-OPEN).
006170     PERFORM 9000-TERMINATE THRU 9000-EXIT.
006180     STOP RUN.
006190
006200 1000-INITIALIZE.
006210     PERFORM 1020-TAKE-RUN-LOCK THRU 1020-EXIT.
006220     IF INIT-FAILED
006230         MOVE 'Y' TO WS-EOF-SWITCH
006240         GO TO 1000-EXIT.
006250     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
006260     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
006270     IF INIT-FAILED
006280         MOVE 'Y' TO WS-EOF-SWITCH
006290         GO TO 1000-EXIT.
006300     OPEN INPUT RECT-INPUT-FILE.
006310     IF NOT INPUT-STATUS-OK
006320         DISPLAY "RECTBAT: UNABLE TO OPEN RECTIN, STATUS = "
006330             WS-INPUT-STATUS
006340         MOVE 'Y' TO WS-EOF-SWITCH
006350         MOVE 'N' TO WS-INIT-OK
006360         GO TO 1000-EXIT.
006370     PERFORM 1150-READ-CHECKPOINT THRU 1150-EXIT.
006380     IF WS-LAST-CHECKPOINT > ZERO
006390         OPEN EXTEND RECT-OUTPUT-FILE
006400         DISPLAY "RECTBAT: RESTARTING AFTER RECORD "
006410             WS-LAST-CHECKPOINT
006420     ELSE
006430         OPEN OUTPUT RECT-OUTPUT-FILE
006440     END-IF.
006450     IF NOT OUTPUT-STATUS-OK
006460         DISPLAY "RECTBAT: UNABLE TO OPEN RECTOUT, STATUS = "
006470             WS-OUTPUT-STATUS
006480         MOVE 'Y' TO WS-EOF-SWITCH
006490         MOVE 'N' TO WS-INIT-OK
006500         GO TO 1000-EXIT.
006510     IF WS-LAST-CHECKPOINT > ZERO
006520         OPEN EXTEND RECT-REPORT-FILE
006530     ELSE
006540         OPEN OUTPUT RECT-REPORT-FILE
006550     END-IF.
006560     IF NOT REPORT-STATUS-OK
006570         DISPLAY "RECTBAT: UNABLE TO OPEN RECTRPT, STATUS = "
006580             WS-REPORT-STATUS
006590         MOVE 'Y' TO WS-EOF-SWITCH
006600         MOVE 'N' TO WS-INIT-OK
006610         GO TO 1000-EXIT.
006620     PERFORM 1300-OPEN-POSTING-FILES THRU 1300-EXIT.
006630     IF INIT-FAILED
006640         MOVE 'Y' TO WS-EOF-SWITCH
006650         GO TO 1000-EXIT.
006660     IF PC-RUN-DATE > ZERO
006670         MOVE PC-RUN-DATE TO WS-RUN-DATE
006680     ELSE
006690         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
006700     END-IF.
006710     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
006720     PERFORM 1200-SKIP-CHECKPOINTED THRU 1200-EXIT
006730         UNTIL END-OF-INPUT
006740            OR WS-RECORD-COUNT NOT LESS THAN WS-LAST-CHECKPOINT.
006750 1000-EXIT.
006760     EXIT.
006770
006780*-----------------------------------------------------------------
006790*  TAKES THE RUN-CONTROL LOCK.  A LOCK ALREADY HELD MEANS
006800*  ANOTHER RECTBAT IS RUNNING - OR AN EARLIER ONE ABENDED AND A
006810*  SUPERVISOR HAS NOT RELEASED IT YET - AND THIS RUN REFUSES TO
006820*  START RATHER THAN PULL THE JOB-ID SEQUENCE IN TWO
006830*  DIRECTIONS.
006840*-----------------------------------------------------------------
006850 1020-TAKE-RUN-LOCK.
006860     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
006870     OPEN INPUT RECT-LOCK-FILE.
006880     IF LOCK-STATUS-OK
006890         READ RECT-LOCK-FILE
006900             AT END
006910                 CONTINUE
006920         END-READ
006930         CLOSE RECT-LOCK-FILE
006940     END-IF.
006950     IF RL-LOCK-HELD
006960         DISPLAY "RECTBAT: RUN LOCK HELD BY " RL-PROGRAM-ID
006970             " (OPERATOR " RL-OPERATOR-ID ") SINCE "
006980             RL-TIMESTAMP " - RUN REFUSED."
006990         DISPLAY "RECTBAT: A SUPERVISOR CAN RELEASE A LOCK "
007000             "LEFT BY AN ABEND IN RECTMNT."
007010         MOVE 'N' TO WS-INIT-OK
007020         GO TO 1020-EXIT
007030     END-IF.
007040     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
007050     MOVE 'Y' TO RL-LOCK-STATUS.
007060     MOVE "RECTBAT" TO RL-PROGRAM-ID.
007070     MOVE WS-BATCH-OPERATOR TO RL-OPERATOR-ID.
007080     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007090     ACCEPT WS-CURRENT-TIME FROM TIME.
007100     STRING WS-CURRENT-DATE WS-CURRENT-TIME
007110         DELIMITED BY SIZE INTO RL-TIMESTAMP.
007120     OPEN OUTPUT RECT-LOCK-FILE.
007130     WRITE RECT-RUN-LOCK-RECORD.
007140     IF NOT LOCK-STATUS-OK
007150         DISPLAY "RECTBAT: UNABLE TO SET RUN LOCK, STATUS = "
007160             WS-LOCK-STATUS " - RUN REFUSED."
007170         MOVE 'N' TO WS-INIT-OK
007180     ELSE
007190         MOVE 'Y' TO WS-LOCK-SET-SW
007200     END-IF.
007210     CLOSE RECT-LOCK-FILE.
007220 1020-EXIT.
007230     EXIT.
007240*
007250 1050-READ-PARAMETER-CARD.
007260     MOVE ZERO   TO PC-RUN-DATE.
007270     MOVE ZERO   TO PC-MAX-CALCS.
007280     MOVE ZERO   TO PC-CHECKPOINT-INTERVAL.
007290     MOVE SPACES TO PC-INPUT-DSNAME.
007300     MOVE SPACES TO PC-OUTPUT-DSNAME.
007310     OPEN INPUT RECT-PARM-FILE.
007320     IF PARM-STATUS-OK
007330         READ RECT-PARM-FILE
007340             AT END
007350                 CONTINUE
007360         END-READ
007370         CLOSE RECT-PARM-FILE
007380     END-IF.
007390     IF PC-INPUT-DSNAME NOT = SPACES
007400         MOVE PC-INPUT-DSNAME TO WS-INPUT-DSNAME
007410     END-IF.
007420     IF PC-OUTPUT-DSNAME NOT = SPACES
007430         MOVE PC-OUTPUT-DSNAME TO WS-OUTPUT-DSNAME
007440     END-IF.
007450     IF PC-MAX-CALCS > ZERO
007460         MOVE PC-MAX-CALCS TO WS-MAX-CALCS
007470     END-IF.
007480     IF PC-CHECKPOINT-INTERVAL > ZERO
007490         MOVE PC-CHECKPOINT-INTERVAL TO WS-CHECKPOINT-INTERVAL
007500     END-IF.
007510 1050-EXIT.
007520     EXIT.
007530
007540*-----------------------------------------------------------------
007550*  NIGHTLY CYCLE CONTROL.  RECTBAT IS STEP 1 AND OPENS THE CYCLE
007560*  FOR ITS RUN DATE.  A RUN FOR THE DATE ALREADY OPEN IS A
007570*  RERUN OF STEP 1 (THE RE-ENTRY DECK, OR A RESTART AFTER THE
007580*  MAX-CALCS STOP).  A LATER DATE OPENS A NEW CYCLE, BUT ONLY
007590*  ONCE EVERY STEP OF THE OPEN ONE IS DONE - OTHERWISE LAST
007600*  NIGHT'S INVOICES OR BACKUP WOULD BE SKIPPED WITHOUT ANYONE
007610*  DECIDING TO SKIP THEM.  AN EARLIER DATE IS NEVER REOPENED.
007620*-----------------------------------------------------------------
007630 1800-START-CYCLE-STEP.
007640     OPEN I-O RECT-CYCLE-FILE.
007650     IF CYCLE-FILE-NOT-FOUND
007660         OPEN OUTPUT RECT-CYCLE-FILE
007670         CLOSE RECT-CYCLE-FILE
007680         OPEN I-O RECT-CYCLE-FILE
007690     END-IF.
007700     IF NOT CYCLE-STATUS-OK
007710         DISPLAY "RECTBAT: UNABLE TO OPEN RECTCYC, STATUS = "
007720             WS-CYCLE-STATUS " - RUN REFUSED."
007730         MOVE 'N' TO WS-INIT-OK
007740         GO TO 1800-EXIT
007750     END-IF.
007760     PERFORM 1810-CHECK-CYCLE THRU 1810-EXIT.
007770     IF NOT INIT-FAILED AND CYCLE-NEW-DATE
007780         PERFORM 1860-OPEN-NEW-DATE THRU 1860-EXIT
007790     END-IF.
007800     IF NOT INIT-FAILED
007810         PERFORM 1850-MARK-STEP-RUNNING THRU 1850-EXIT
007820     END-IF.
007830     CLOSE RECT-CYCLE-FILE.
007840 1800-EXIT.
007850     EXIT.
007860
007870 1810-CHECK-CYCLE.
007880     IF PC-RUN-DATE > ZERO
007890         MOVE PC-RUN-DATE TO WS-CYCLE-DATE
007900     ELSE
007910         ACCEPT WS-CYCLE-DATE FROM DATE YYYYMMDD
007920     END-IF.
007930     MOVE ZERO TO CC-CONTROL-KEY.
007940     MOVE 'Y' TO WS-CYCLE-CTL-SW.
007950     READ RECT-CYCLE-FILE
007960         INVALID KEY
007970             MOVE 'N' TO WS-CYCLE-CTL-SW
007980             MOVE 'Y' TO WS-CYCLE-NEW-SW
007990             GO TO 1810-EXIT
008000     END-READ.
008010     MOVE CC-OPEN-DATE TO WS-CYCLE-CHECK-DATE.
008020     IF WS-CYCLE-DATE < WS-CYCLE-CHECK-DATE
008030         DISPLAY "RECTBAT: RUN DATE " WS-CYCLE-DATE
008040             " IS BEFORE THE OPEN CYCLE DATE " WS-CYCLE-CHECK-DATE
008050             " - RUN REFUSED."
008060         MOVE 'N' TO WS-INIT-OK
008070         GO TO 1810-EXIT
008080     END-IF.
008090     IF WS-CYCLE-DATE = WS-CYCLE-CHECK-DATE
008100         PERFORM 1830-CHECK-OWN-STEP THRU 1830-EXIT
008110         GO TO 1810-EXIT
008120     END-IF.
008130     PERFORM 1820-CHECK-PRIOR-STEP THRU 1820-EXIT
008140         VARYING WS-CYCLE-IX FROM 1 BY 1
008150         UNTIL WS-CYCLE-IX > CN-LAST-STEP.
008160     IF INIT-FAILED
008170         DISPLAY "RECTBAT: CYCLE FOR " WS-CYCLE-CHECK-DATE
008180             " IS NOT FINISHED - RUN DATE " WS-CYCLE-DATE
008190             " REFUSED."
008200         GO TO 1810-EXIT
008210     END-IF.
008220     MOVE 'Y' TO WS-CYCLE-NEW-SW.
008230 1810-EXIT.
008240     EXIT.
008250
008260 1820-CHECK-PRIOR-STEP.
008270     MOVE WS-CYCLE-CHECK-DATE TO CY-BUSINESS-DATE.
008280     MOVE WS-CYCLE-IX TO CY-STEP-NO.
008290     READ RECT-CYCLE-FILE
008300         INVALID KEY
008310             MOVE SPACE TO CY-STEP-STATUS
008320     END-READ.
008330     IF NOT CY-STEP-DONE
008340         DISPLAY "RECTBAT: STEP " WS-CYCLE-IX " ("
008350             CN-STEP-PROGRAM (WS-CYCLE-IX)
008360             ") HAS NOT COMPLETED FOR " WS-CYCLE-CHECK-DATE "."
008370         MOVE 'N' TO WS-INIT-OK
008380     END-IF.
008390 1820-EXIT.
008400     EXIT.
008410
008420*-----------------------------------------------------------------
008430*  THIS STEP'S OWN RECORD FOR THE DATE.  NONE YET, OR ONE A
008440*  SUPERVISOR RELEASED, OR ONE STOPPED SHORT ON PURPOSE, MEANS
008450*  GO.  ONE LEFT FAILED OR STILL MARKED RUNNING (AN ABEND) NEEDS
008460*  A SUPERVISOR'S RELEASE FIRST.  ONE ALREADY DONE MAY RUN AGAIN
008470*  ONLY WHILE NO LATER STEP HAS STARTED - AFTER THAT, A SECOND
008480*  RUN WOULD CHANGE WHAT THE LATER STEPS WORKED FROM.
008490*-----------------------------------------------------------------
008500 1830-CHECK-OWN-STEP.
008510     MOVE 'N' TO WS-CYCLE-LATER-SW.
008520     PERFORM 1840-CHECK-LATER-STEP THRU 1840-EXIT
008530         VARYING WS-CYCLE-IX FROM WS-CYCLE-NEXT BY 1
008540         UNTIL WS-CYCLE-IX > CN-LAST-STEP.
008550     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
008560     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
008570     READ RECT-CYCLE-FILE
008580         INVALID KEY
008590             GO TO 1830-EXIT
008600     END-READ.
008610     IF CY-STEP-NEEDS-RELEASE
008620         DISPLAY "RECTBAT: THE LAST RUN FOR " WS-CYCLE-DATE
008630             " FAILED OR ABENDED - A SUPERVISOR MUST RELEASE"
008640             " THE STEP IN RECTCYCS - RUN REFUSED."
008650         MOVE 'N' TO WS-INIT-OK
008660         GO TO 1830-EXIT
008670     END-IF.
008680     IF CY-STEP-DONE
008690         AND CYCLE-LATER-STARTED
008700         DISPLAY "RECTBAT: ALREADY DONE FOR " WS-CYCLE-DATE
008710             " AND LATER STEPS HAVE RUN - A SUPERVISOR MUST"
008720             " RELEASE THE STEP IN RECTCYCS - RUN REFUSED."
008730         MOVE 'N' TO WS-INIT-OK
008740     END-IF.
008750 1830-EXIT.
008760     EXIT.
008770
008780 1840-CHECK-LATER-STEP.
008790     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
008800     MOVE WS-CYCLE-IX TO CY-STEP-NO.
008810     READ RECT-CYCLE-FILE
008820         INVALID KEY
008830             GO TO 1840-EXIT
008840     END-READ.
008850     MOVE 'Y' TO WS-CYCLE-LATER-SW.
008860 1840-EXIT.
008870     EXIT.
008880
008890*-----------------------------------------------------------------
008900*  MARKS THIS STEP RUNNING FOR THE DATE, WITH THE START TIME.  IT
008910*  STAYS THAT WAY IF THE RUN ABENDS, WHICH IS HOW THE STATUS
008920*  REPORT TELLS AN ABEND FROM A CLEAN FAILURE.
008930*-----------------------------------------------------------------
008940 1850-MARK-STEP-RUNNING.
008950     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
008960     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
008970     MOVE 'Y' TO WS-CYCLE-ON-FILE-SW.
008980     READ RECT-CYCLE-FILE
008990         INVALID KEY
009000             MOVE 'N' TO WS-CYCLE-ON-FILE-SW
009010             MOVE SPACES TO RECT-CYCLE-RECORD
009020             MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE
009030             MOVE WS-CYCLE-STEP TO CY-STEP-NO
009040             MOVE ZERO TO CY-RUN-COUNT
009050     END-READ.
009060     MOVE CN-STEP-PROGRAM (WS-CYCLE-STEP) TO CY-PROGRAM-ID.
009070     MOVE 'R' TO CY-STEP-STATUS.
009080     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009090     ACCEPT WS-CURRENT-TIME FROM TIME.
009100     STRING WS-CURRENT-DATE WS-CURRENT-TIME
009110         DELIMITED BY SIZE INTO CY-START-STAMP.
009120     MOVE ZERO   TO CY-END-STAMP.
009130     ADD 1 TO CY-RUN-COUNT.
009140     MOVE SPACES TO CY-COUNT-1-CAPTION.
009150     MOVE ZERO   TO CY-COUNT-1.
009160     MOVE SPACES TO CY-COUNT-2-CAPTION.
009170     MOVE ZERO   TO CY-COUNT-2.
009180     MOVE SPACES TO CY-MESSAGE.
009190     IF CYCLE-STEP-ON-FILE
009200         REWRITE RECT-CYCLE-RECORD
009210     ELSE
009220         WRITE RECT-CYCLE-RECORD
009230     END-IF.
009240     IF NOT CYCLE-STATUS-OK
009250         DISPLAY "RECTBAT: UNABLE TO MARK THE STEP RUNNING ON "
009260             "RECTCYC, STATUS = " WS-CYCLE-STATUS
009270             " - RUN REFUSED."
009280         MOVE 'N' TO WS-INIT-OK
009290         GO TO 1850-EXIT
009300     END-IF.
009310     MOVE 'Y' TO WS-CYCLE-SW.
009320     DISPLAY "RECTBAT: CYCLE STEP " WS-CYCLE-STEP " FOR BUSINESS "
009330         "DATE " WS-CYCLE-DATE " STARTED.".
009340 1850-EXIT.
009350     EXIT.
009360
009370 1860-OPEN-NEW-DATE.
009380     MOVE SPACES TO RECT-CYCLE-CONTROL.
009390     MOVE ZERO TO CC-CONTROL-KEY.
009400     MOVE WS-CYCLE-DATE TO CC-OPEN-DATE.
009410     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
009420     ACCEPT WS-CURRENT-TIME FROM TIME.
009430     STRING WS-CURRENT-DATE WS-CURRENT-TIME
009440         DELIMITED BY SIZE INTO CC-OPENED-STAMP.
009450     IF CYCLE-CONTROL-ON-FILE
009460         REWRITE RECT-CYCLE-CONTROL
009470     ELSE
009480         WRITE RECT-CYCLE-CONTROL
009490     END-IF.
009500     IF NOT CYCLE-STATUS-OK
009510         DISPLAY "RECTBAT: UNABLE TO OPEN THE CYCLE ON RECTCYC, "
009520             "STATUS = " WS-CYCLE-STATUS " - RUN REFUSED."
009530         MOVE 'N' TO WS-INIT-OK
009540         GO TO 1860-EXIT
009550     END-IF.
009560     DISPLAY "RECTBAT: CYCLE OPENED FOR BUSINESS DATE "
009570         WS-CYCLE-DATE ".".
009580 1860-EXIT.
009590     EXIT.
009600
009610 1100-READ-INPUT.
009620     READ RECT-INPUT-FILE
009630         AT END
009640             MOVE 'Y' TO WS-EOF-SWITCH
009650     END-READ.
009660 1100-EXIT.
009670     EXIT.
009680
009690 1150-READ-CHECKPOINT.
009700     MOVE ZERO TO WS-LAST-CHECKPOINT.
009710     MOVE ZERO TO WS-CKPT-JOB-ID.
009720     OPEN INPUT RECT-CHECKPOINT-FILE.
009730     IF CHECKPOINT-STATUS-OK
009740         READ RECT-CHECKPOINT-FILE
009750             AT END
009760                 CONTINUE
009770             NOT AT END
009780                 IF CK-INPUT-DSNAME = WS-INPUT-DSNAME
009790                     MOVE CK-LAST-RECORD-NO TO WS-LAST-CHECKPOINT
009800                     MOVE CK-PAGE-NUMBER    TO WS-PAGE-NUMBER
009810                     MOVE CK-LINE-COUNT     TO WS-LINE-COUNT
009820                     MOVE CK-TOTAL-COUNT    TO WS-TOTAL-COUNT
009830                     MOVE CK-TOTAL-AREA     TO WS-TOTAL-AREA
009840                     MOVE CK-MIN-AREA       TO WS-MIN-AREA
009850                     MOVE CK-MAX-AREA       TO WS-MAX-AREA
009860                     MOVE CK-LAST-JOB-ID    TO WS-CKPT-JOB-ID
009870                     MOVE CK-REJECT-COUNT   TO WS-REJECT-COUNT
009880                 ELSE
009890                     DISPLAY "RECTBAT: CHECKPOINT DSNAME MISMATCH"
009900                         " - STARTING FRESH."
009910                 END-IF
009920         END-READ
009930         CLOSE RECT-CHECKPOINT-FILE
009940     END-IF.
009950 1150-EXIT.
009960     EXIT.
009970
009980 1200-SKIP-CHECKPOINTED.
009990     ADD 1 TO WS-RECORD-COUNT.
010000     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
010010 1200-EXIT.
010020     EXIT.
010030
010040*-----------------------------------------------------------------
010050*  OPENS THE MASTER, CONTROL, CUSTOMER, RATE, AUDIT AND BILLING
010060*  FILES THE POSTING PATH WRITES OR READS, CREATING THE ONES
010070*  THIS SYSTEM OWNS ON FIRST USE THE WAY RECTANGLE-AREA DOES.
010080*  ON A CHECKPOINT RESTART THE RECTCTL SEQUENCE IS ROLLED BACK
010090*  TO THE CHECKPOINTED VALUE SO REPROCESSED RECORDS DRAW THE
010100*  JOB IDS THEY DREW BEFORE THE ABEND; THEIR MASTER WRITES LAND
010110*  AS REWRITES OF IDENTICAL RECORDS AND THEIR AUDIT AND BILLING
010120*  EXTRACTS, ALREADY ON THE LOGS, ARE SKIPPED.  THE BATCH RUNS
010130*  IN ITS OWN WINDOW - NOTHING ELSE DRAWS JOB IDS OVERNIGHT.
010140*-----------------------------------------------------------------
010150 1300-OPEN-POSTING-FILES.
010160     OPEN I-O RECT-CONTROL-FILE.
010170     IF CONTROL-FILE-NOT-FOUND
010180         OPEN OUTPUT RECT-CONTROL-FILE
010190         MOVE '1'   TO RC-CONTROL-KEY
010200         MOVE ZERO  TO RC-LAST-JOB-ID
010210         WRITE RECT-CONTROL-RECORD
010220         CLOSE RECT-CONTROL-FILE
010230         OPEN I-O RECT-CONTROL-FILE
010240     END-IF.
010250     IF NOT CONTROL-STATUS-OK
010260         DISPLAY "RECTBAT: UNABLE TO OPEN RECTCTL, STATUS = "
010270             WS-CONTROL-STATUS
010280         MOVE 'N' TO WS-INIT-OK
010290         GO TO 1300-EXIT.
010300     MOVE '1' TO RC-CONTROL-KEY.
010310     READ RECT-CONTROL-FILE.
010320     IF WS-LAST-CHECKPOINT > ZERO
010330         MOVE WS-CKPT-JOB-ID TO RC-LAST-JOB-ID
010340         REWRITE RECT-CONTROL-RECORD
010350     END-IF.
010360     OPEN I-O RECT-MASTER-FILE.
010370     IF MASTER-FILE-NOT-FOUND
010380         OPEN OUTPUT RECT-MASTER-FILE
010390         CLOSE RECT-MASTER-FILE
010400         OPEN I-O RECT-MASTER-FILE
010410     END-IF.
010420     IF NOT MASTER-STATUS-OK
010430         DISPLAY "RECTBAT: UNABLE TO OPEN RECTMAS, STATUS = "
010440             WS-MASTER-STATUS
010450         MOVE 'N' TO WS-INIT-OK
010460         GO TO 1300-EXIT.
010470     OPEN INPUT RECT-CUSTOMER-FILE.
010480     IF NOT CUSTOMER-STATUS-OK
010490         DISPLAY "RECTBAT: UNABLE TO OPEN RECTCUS, STATUS = "
010500             WS-CUSTOMER-STATUS
010510         MOVE 'N' TO WS-INIT-OK
010520         GO TO 1300-EXIT.
010530     OPEN INPUT RECT-RATE-FILE.
010540     IF NOT RATE-STATUS-OK
010550         DISPLAY "RECTBAT: UNABLE TO OPEN RECTRATE, STATUS = "
010560             WS-RATE-STATUS
010570         MOVE 'N' TO WS-INIT-OK
010580         GO TO 1300-EXIT.
010590     OPEN INPUT RECT-TAX-FILE.
010600     IF NOT TAX-STATUS-OK
010610         DISPLAY "RECTBAT: UNABLE TO OPEN RECTTAX, STATUS = "
010620             WS-TAX-STATUS
010630         MOVE 'N' TO WS-INIT-OK
010640         GO TO 1300-EXIT.
010650     OPEN EXTEND RECT-AUDIT-FILE.
010660     IF AUDIT-FILE-NOT-FOUND
010670         OPEN OUTPUT RECT-AUDIT-FILE
010680     END-IF.
010690     IF NOT AUDIT-STATUS-OK
010700         DISPLAY "RECTBAT: UNABLE TO OPEN RECTAUD, STATUS = "
010710             WS-AUDIT-STATUS
010720         MOVE 'N' TO WS-INIT-OK
010730         GO TO 1300-EXIT.
010740*    THE CREDIT EXPOSURE IS TAKEN FROM THE BILLING EXTRACT
010750*    BEFORE THIS RUN STARTS APPENDING TO IT.
010760     PERFORM 1400-LOAD-EXPOSURE THRU 1400-EXIT.
010770     OPEN EXTEND RECT-BILLING-FILE.
010780     IF BILLING-FILE-NOT-FOUND
010790         OPEN OUTPUT RECT-BILLING-FILE
010800     END-IF.
010810     IF NOT BILLING-STATUS-OK
010820         DISPLAY "RECTBAT: UNABLE TO OPEN RECTBIL, STATUS = "
010830             WS-BILLING-STATUS
010840         MOVE 'N' TO WS-INIT-OK
010850         GO TO 1300-EXIT.
010860     OPEN EXTEND RECT-JOURNAL-FILE.
010870     IF JOURNAL-FILE-NOT-FOUND
010880         OPEN OUTPUT RECT-JOURNAL-FILE
010890     END-IF.
010900     OPEN I-O RECT-ORDER-FILE.
010910     IF ORDER-FILE-NOT-FOUND
010920         OPEN OUTPUT RECT-ORDER-FILE
010930         CLOSE RECT-ORDER-FILE
010940         OPEN I-O RECT-ORDER-FILE
010950     END-IF.
010960     IF NOT ORDER-STATUS-OK
010970         DISPLAY "RECTBAT: UNABLE TO OPEN RECTORD, STATUS = "
010980             WS-ORDER-STATUS
010990         MOVE 'N' TO WS-INIT-OK
011000         GO TO 1300-EXIT.
011010     OPEN I-O RECT-SUSPENSE-FILE.
011020     IF SUSPENSE-FILE-NOT-FOUND
011030         OPEN OUTPUT RECT-SUSPENSE-FILE
011040         CLOSE RECT-SUSPENSE-FILE
011050         OPEN I-O RECT-SUSPENSE-FILE
011060     END-IF.
011070     IF NOT SUSPENSE-STATUS-OK
011080         DISPLAY "RECTBAT: UNABLE TO OPEN RECTSUS, STATUS = "
011090             WS-SUSPENSE-STATUS
011100         MOVE 'N' TO WS-INIT-OK
011110         GO TO 1300-EXIT.
011120*    NO AGREEMENT FILE YET MEANS NO CONTRACT CUSTOMERS - EVERY
011130*    JOB PRICES AT LIST.
011140     OPEN INPUT RECT-AGREEMENT-FILE.
011150     IF AGREEMENT-STATUS-OK
011160         MOVE 'Y' TO WS-AGR-OPEN-SW
011170     ELSE
011180         IF NOT AGREEMENT-FILE-NOT-FOUND
011190             DISPLAY "RECTBAT: UNABLE TO OPEN RECTAGR, STATUS = "
011200                 WS-AGREEMENT-STATUS
011210             MOVE 'N' TO WS-INIT-OK
011220             GO TO 1300-EXIT
011230         END-IF
011240     END-IF.
011250 1300-EXIT.
011260     EXIT.
011270
011280*-----------------------------------------------------------------
011290*  BUILDS THE CREDIT EXPOSURE TABLE.  BOTH FILES ARE OPTIONAL -
011300*  BEFORE THE FIRST INVOICE RUN THERE IS NO RECTOPN, AND AFTER
011310*  A BILLING CUT THE EXTRACT MAY BE EMPTY OR GONE.
011320*-----------------------------------------------------------------
011330 1400-LOAD-EXPOSURE.
011340     MOVE ZERO TO WS-EX-COUNT.
011350     OPEN INPUT RECT-OPEN-FILE.
011360     IF OPEN-STATUS-OK
011370         MOVE 'N' TO WS-EX-EOF-SW
011380         PERFORM 1410-LOAD-OPEN-ITEM THRU 1410-EXIT
011390             UNTIL EXPOSURE-SCAN-DONE
011400         CLOSE RECT-OPEN-FILE
011410     END-IF.
011420     OPEN INPUT RECT-BILLING-FILE.
011430     IF BILLING-STATUS-OK
011440         MOVE 'N' TO WS-EX-EOF-SW
011450         PERFORM 1420-LOAD-UNBILLED THRU 1420-EXIT
011460             UNTIL EXPOSURE-SCAN-DONE
011470         CLOSE RECT-BILLING-FILE
011480     END-IF.
011490     DISPLAY "RECTBAT: CREDIT EXPOSURE LOADED FOR " WS-EX-COUNT
011500         " CUSTOMER(S).".
011510 1400-EXIT.
011520     EXIT.
011530
011540 1410-LOAD-OPEN-ITEM.
011550     READ RECT-OPEN-FILE NEXT RECORD
011560         AT END
011570             MOVE 'Y' TO WS-EX-EOF-SW
011580             GO TO 1410-EXIT
011590     END-READ.
011600     IF NOT OPEN-STATUS-OK
011610         MOVE 'Y' TO WS-EX-EOF-SW
011620         GO TO 1410-EXIT
011630     END-IF.
011640     IF NOT OI-STATUS-OPEN
011650         GO TO 1410-EXIT
011660     END-IF.
011670     MOVE OI-CUSTOMER-NO TO WS-EX-FIND-CUSTNO.
011680     COMPUTE WS-EX-DELTA = OI-INVOICE-AMOUNT - OI-PAID-AMOUNT.
011690     PERFORM 1450-ADD-EXPOSURE THRU 1450-EXIT.
011700 1410-EXIT.
011710     EXIT.
011720
011730 1420-LOAD-UNBILLED.
011740     READ RECT-BILLING-FILE
011750         AT END
011760             MOVE 'Y' TO WS-EX-EOF-SW
011770             GO TO 1420-EXIT
011780     END-READ.
011790     IF NOT BILLING-STATUS-OK
011800         MOVE 'Y' TO WS-EX-EOF-SW
011810         GO TO 1420-EXIT
011820     END-IF.
011830     MOVE BL-CUSTOMER-NO TO WS-EX-FIND-CUSTNO.
011840     IF BL-TYPE-CREDIT
011850         COMPUTE WS-EX-DELTA = ZERO - BL-PRICE - BL-TAX-AMOUNT
011860     ELSE
011870         COMPUTE WS-EX-DELTA = BL-PRICE + BL-TAX-AMOUNT
011880     END-IF.
011890     PERFORM 1450-ADD-EXPOSURE THRU 1450-EXIT.
011900 1420-EXIT.
011910     EXIT.
011920
011930*-----------------------------------------------------------------
011940*  ADDS WS-EX-DELTA TO WS-EX-FIND-CUSTNO'S EXPOSURE, TAKING A NEW
011950*  SLOT FOR A CUSTOMER NOT YET SEEN.  WITH THE TABLE FULL, A NEW
011960*  CUSTOMER IS CHECKED ON THE DAY'S WORK ALONE.
011970*-----------------------------------------------------------------
011980 1450-ADD-EXPOSURE.
011990     PERFORM 1460-FIND-EXPOSURE-SLOT THRU 1460-EXIT.
012000     IF WS-EX-SLOT = ZERO
012010         IF WS-EX-COUNT NOT LESS THAN WS-EX-MAX
012020             IF NOT EXPOSURE-TABLE-FULL
012030                 MOVE 'Y' TO WS-EX-FULL-SW
012040                 DISPLAY "RECTBAT: MORE THAN " WS-EX-MAX
012050                     " CUSTOMERS WITH A BALANCE - CREDIT LIMITS "
012060                     "CHECKED ON THIS RUN'S WORK ONLY FOR THE "
012070                     "REST."
012080             END-IF
012090             GO TO 1450-EXIT
012100         END-IF
012110         ADD 1 TO WS-EX-COUNT
012120         MOVE WS-EX-COUNT TO WS-EX-SLOT
012130         MOVE WS-EX-FIND-CUSTNO TO WS-EX-CUSTOMER-NO (WS-EX-SLOT)
012140         MOVE ZERO TO WS-EX-BALANCE (WS-EX-SLOT)
012150     END-IF.
012160     ADD WS-EX-DELTA TO WS-EX-BALANCE (WS-EX-SLOT).
012170 1450-EXIT.
012180     EXIT.
012190
012200 1460-FIND-EXPOSURE-SLOT.
012210     MOVE ZERO TO WS-EX-SLOT.
012220     PERFORM 1470-CHECK-EXPOSURE-SLOT THRU 1470-EXIT
012230         VARYING WS-EX-IX FROM 1 BY 1
012240         UNTIL WS-EX-IX > WS-EX-COUNT
012250            OR WS-EX-SLOT > ZERO.
012260 1460-EXIT.
012270     EXIT.
012280
012290 1470-CHECK-EXPOSURE-SLOT.
012300     IF WS-EX-CUSTOMER-NO (WS-EX-IX) = WS-EX-FIND-CUSTNO
012310         MOVE WS-EX-IX TO WS-EX-SLOT
012320     END-IF.
012330 1470-EXIT.
012340     EXIT.
012350
012360 2000-PROCESS-RECORD.
012370     COMPUTE WS-THIS-RECORD = WS-RECORD-COUNT + 1.
012380     PERFORM 2100-EDIT-RECORD THRU 2100-EXIT.
012390     IF RECORD-VALID
012400         PERFORM 2300-COMPUTE-AREA THRU 2300-EXIT
012410         PERFORM 2400-FIND-RATE THRU 2400-EXIT
012420         PERFORM 2405-FIND-TAX THRU 2405-EXIT
012430         PERFORM 2350-CHECK-CREDIT THRU 2350-EXIT
012440     END-IF.
012450     IF RECORD-VALID
012460         PERFORM 2410-GROUP-CONTROL THRU 2410-EXIT
012470         PERFORM 2500-POST-JOB THRU 2500-EXIT
012480         IF MASTER-STATUS-OK AND NOT REPOSTED-JOB
012490             MOVE RI-CUSTOMER-NO TO WS-EX-FIND-CUSTNO
012500             COMPUTE WS-EX-DELTA = WS-JOB-PRICE + WS-JOB-TAX
012510             PERFORM 1450-ADD-EXPOSURE THRU 1450-EXIT
012520         END-IF
012530         MOVE SPACES         TO RECT-OUTPUT-RECORD
012540         MOVE WS-CALC-WIDTH  TO RO-WIDTH
012550         MOVE WS-CALC-LENGTH TO RO-LENGTH
012560         MOVE WS-CALC-AREA   TO RO-AREA
012570         WRITE RECT-OUTPUT-RECORD
012580         IF NOT OUTPUT-STATUS-OK
012590             DISPLAY "WARNING: UNABLE TO WRITE OUTPUT, STATUS = "
012600                 WS-OUTPUT-STATUS
012610         END-IF
012620         PERFORM 2700-WRITE-REPORT-LINE THRU 2700-EXIT
012630     ELSE
012640         ADD 1 TO WS-REJECT-COUNT
012650         PERFORM 2600-WRITE-SUSPENSE THRU 2600-EXIT
012660     END-IF.
012670     ADD 1 TO WS-RECORD-COUNT.
012680     ADD 1 TO WS-CALCS-THIS-RUN.
012690     DIVIDE WS-RECORD-COUNT BY WS-CHECKPOINT-INTERVAL
012700         GIVING WS-CKPT-QUOTIENT
012710         REMAINDER WS-CKPT-REMAINDER.
012720*    A CHECKPOINT TAKEN MID-ORDER WOULD RESTART THE RUN INSIDE A
012730*    GROUP, SO IT WAITS UNTIL THE ORDER CLOSES.
012740     IF WS-CKPT-REMAINDER = ZERO AND NOT ORDER-OPEN
012750         PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
012760     END-IF.
012770     PERFORM 1100-READ-INPUT THRU 1100-EXIT.
012780 2000-EXIT.
012790     EXIT.
012800
012810*-----------------------------------------------------------------
012820*  EDITS ONE INPUT RECORD THE WAY RECTANGLE-AREA EDITS ITS
012830*  PROMPTS: SHAPE AND UNIT CODES MUST BE ON THEIR LISTS, THE
012840*  CUSTOMER MUST BE ON THE CUSTOMER MASTER, AND EVERY DIMENSION
012850*  THE SHAPE USES MUST BE NUMERIC AND NONZERO.  GOOD FIELDS ARE
012860*  CONVERTED TO FEET INTO THE WS-CALC FIELDS.  A BAD RECORD IS
012870*  LISTED ON SYSOUT, COUNTED AND HELD ON THE SUSPENSE FILE WITH
012880*  THE REASON SET HERE - NEVER POSTED.
012890*-----------------------------------------------------------------
012900 2100-EDIT-RECORD.
012910     MOVE 'Y' TO WS-VALID-SW.
012920     IF NOT RI-SHAPE-RECTANGLE
012930         AND NOT RI-SHAPE-CIRCLE
012940         AND NOT RI-SHAPE-TRIANGLE
012950         AND NOT RI-SHAPE-TRAPEZOID
012960         DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
012970             " REJECTED - BAD SHAPE CODE " RI-SHAPE-CODE
012980         MOVE 'N' TO WS-VALID-SW
012990         MOVE "BAD SHAPE CODE" TO WS-REJECT-REASON
013000         GO TO 2100-EXIT.
013010     IF NOT RI-UNIT-FEET
013020         AND NOT RI-UNIT-INCHES
013030         AND NOT RI-UNIT-METERS
013040         DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013050             " REJECTED - BAD UNIT CODE " RI-UNIT-CODE
013060         MOVE 'N' TO WS-VALID-SW
013070         MOVE "BAD UNIT CODE" TO WS-REJECT-REASON
013080         GO TO 2100-EXIT.
013090     IF RI-CUSTOMER-NO NOT NUMERIC
013100         OR RI-CUSTOMER-NO = ZERO
013110         DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013120             " REJECTED - BAD CUSTOMER NUMBER"
013130         MOVE 'N' TO WS-VALID-SW
013140         MOVE "BAD CUSTOMER NUMBER" TO WS-REJECT-REASON
013150         GO TO 2100-EXIT.
013160     MOVE RI-CUSTOMER-NO TO CU-CUSTOMER-NO.
013170     READ RECT-CUSTOMER-FILE
013180         INVALID KEY
013190             DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013200                 " REJECTED - CUSTOMER " RI-CUSTOMER-NO
013210                 " NOT ON FILE"
013220             MOVE 'N' TO WS-VALID-SW
013230             MOVE "CUSTOMER NOT ON FILE" TO WS-REJECT-REASON
013240             GO TO 2100-EXIT
013250     END-READ.
013260     IF RI-WIDTH NOT NUMERIC
013270         OR RI-WIDTH = ZERO
013280         DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013290             " REJECTED - BAD WIDTH"
013300         MOVE 'N' TO WS-VALID-SW
013310         MOVE "BAD WIDTH" TO WS-REJECT-REASON
013320         GO TO 2100-EXIT.
013330     IF NOT RI-SHAPE-CIRCLE
013340         IF RI-LENGTH NOT NUMERIC
013350             OR RI-LENGTH = ZERO
013360             DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013370                 " REJECTED - BAD LENGTH"
013380             MOVE 'N' TO WS-VALID-SW
013390             MOVE "BAD LENGTH" TO WS-REJECT-REASON
013400             GO TO 2100-EXIT
013410         END-IF
013420     END-IF.
013430     IF RI-SHAPE-TRAPEZOID
013440         IF RI-DIM-3 NOT NUMERIC
013450             OR RI-DIM-3 = ZERO
013460             DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013470                 " REJECTED - BAD THIRD DIMENSION"
013480             MOVE 'N' TO WS-VALID-SW
013490             MOVE "BAD THIRD DIMENSION" TO WS-REJECT-REASON
013500             GO TO 2100-EXIT
013510         END-IF
013520     END-IF.
013530     IF RI-SHAPE-TRIANGLE OR RI-SHAPE-TRAPEZOID
013540         IF RI-DIM-4 NOT NUMERIC
013550             OR RI-DIM-4 = ZERO
013560             OR RI-DIM-5 NOT NUMERIC
013570             OR RI-DIM-5 = ZERO
013580             DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013590                 " REJECTED - BAD PERIMETER SIDE LENGTHS"
013600             MOVE 'N' TO WS-VALID-SW
013610             MOVE "BAD PERIMETER SIDE LENGTHS" TO WS-REJECT-REASON
013620             GO TO 2100-EXIT
013630         END-IF
013640     END-IF.
013650     PERFORM 2200-CONVERT-DIMS THRU 2200-EXIT.
013660 2100-EXIT.
013670     EXIT.
013680
013690 2200-CONVERT-DIMS.
013700     EVALUATE TRUE
013710         WHEN RI-UNIT-FEET
013720             MOVE 1.00000 TO WS-CONVERT-FACTOR
013730         WHEN RI-UNIT-INCHES
013740             MOVE 0.08333 TO WS-CONVERT-FACTOR
013750         WHEN RI-UNIT-METERS
013760             MOVE 3.28084 TO WS-CONVERT-FACTOR
013770     END-EVALUATE.
013780     MOVE ZERO TO WS-CALC-WIDTH.
013790     MOVE ZERO TO WS-CALC-LENGTH.
013800     MOVE ZERO TO WS-CALC-DIM-3.
013810     COMPUTE WS-CALC-WIDTH ROUNDED =
013820         RI-WIDTH * WS-CONVERT-FACTOR
013830         ON SIZE ERROR
013840             DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013850                 " REJECTED - WIDTH TOO LARGE AFTER CONVERSION"
013860             MOVE 'N' TO WS-VALID-SW
013870             MOVE "WIDTH TOO LARGE AFTER CONVERSION"
013880                 TO WS-REJECT-REASON
013890             GO TO 2200-EXIT
013900     END-COMPUTE.
013910     IF NOT RI-SHAPE-CIRCLE
013920         COMPUTE WS-CALC-LENGTH ROUNDED =
013930             RI-LENGTH * WS-CONVERT-FACTOR
013940             ON SIZE ERROR
013950                 DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
013960                     " REJECTED - LENGTH TOO LARGE AFTER "
013970                     "CONVERSION"
013980                 MOVE 'N' TO WS-VALID-SW
013990                 MOVE "LENGTH TOO LARGE AFTER CONVERSION"
014000                     TO WS-REJECT-REASON
014010                 GO TO 2200-EXIT
014020         END-COMPUTE
014030     END-IF.
014040     IF RI-SHAPE-TRAPEZOID
014050         COMPUTE WS-CALC-DIM-3 ROUNDED =
014060             RI-DIM-3 * WS-CONVERT-FACTOR
014070             ON SIZE ERROR
014080                 DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
014090                     " REJECTED - THIRD DIMENSION TOO LARGE "
014100                     "AFTER CONVERSION"
014110                 MOVE 'N' TO WS-VALID-SW
014120                 MOVE "THIRD DIM TOO LARGE AFTER CONVERSION"
014130                     TO WS-REJECT-REASON
014140                 GO TO 2200-EXIT
014150         END-COMPUTE
014160     END-IF.
014170     MOVE ZERO TO WS-CALC-DIM-4.
014180     MOVE ZERO TO WS-CALC-DIM-5.
014190     IF RI-SHAPE-TRIANGLE OR RI-SHAPE-TRAPEZOID
014200         COMPUTE WS-CALC-DIM-4 ROUNDED =
014210             RI-DIM-4 * WS-CONVERT-FACTOR
014220             ON SIZE ERROR
014230                 DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
014240                     " REJECTED - SIDE TOO LARGE AFTER "
014250                     "CONVERSION"
014260                 MOVE 'N' TO WS-VALID-SW
014270                 MOVE "SIDE TOO LARGE AFTER CONVERSION"
014280                     TO WS-REJECT-REASON
014290                 GO TO 2200-EXIT
014300         END-COMPUTE
014310         COMPUTE WS-CALC-DIM-5 ROUNDED =
014320             RI-DIM-5 * WS-CONVERT-FACTOR
014330             ON SIZE ERROR
014340                 DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
014350                     " REJECTED - SIDE TOO LARGE AFTER "
014360                     "CONVERSION"
014370                 MOVE 'N' TO WS-VALID-SW
014380                 MOVE "SIDE TOO LARGE AFTER CONVERSION"
014390                     TO WS-REJECT-REASON
014400                 GO TO 2200-EXIT
014410         END-COMPUTE
014420     END-IF.
014430 2200-EXIT.
014440     EXIT.
014450
014460*-----------------------------------------------------------------
014470*  FIGURES THE AREA FROM THE CONVERTED DIMENSIONS USING THE SAME
014480*  FORMULAS AND FIELD CONVENTIONS AS RECTANGLE-AREA: A CIRCLE'S
014490*  RADIUS RIDES IN THE WIDTH FIELD, A TRIANGLE'S BASE AND HEIGHT
014500*  IN WIDTH AND LENGTH, A TRAPEZOID'S PARALLEL SIDES IN WIDTH
014510*  AND LENGTH WITH ITS HEIGHT IN THE THIRD DIMENSION.
014520*-----------------------------------------------------------------
014530 2300-COMPUTE-AREA.
014540     EVALUATE TRUE
014550         WHEN RI-SHAPE-RECTANGLE
014560             COMPUTE WS-CALC-AREA ROUNDED =
014570                 WS-CALC-WIDTH * WS-CALC-LENGTH
014580         WHEN RI-SHAPE-CIRCLE
014590             COMPUTE WS-CALC-AREA ROUNDED =
014600                 WS-PI * WS-CALC-WIDTH * WS-CALC-WIDTH
014610         WHEN RI-SHAPE-TRIANGLE
014620             COMPUTE WS-CALC-AREA ROUNDED =
014630                 (WS-CALC-WIDTH * WS-CALC-LENGTH) / 2
014640         WHEN RI-SHAPE-TRAPEZOID
014650             COMPUTE WS-CALC-AREA ROUNDED =
014660                 ((WS-CALC-WIDTH + WS-CALC-LENGTH)
014670                     * WS-CALC-DIM-3) / 2
014680     END-EVALUATE.
014690     EVALUATE TRUE
014700         WHEN RI-SHAPE-RECTANGLE
014710             COMPUTE WS-CALC-PERIMETER ROUNDED =
014720                 2 * (WS-CALC-WIDTH + WS-CALC-LENGTH)
014730         WHEN RI-SHAPE-CIRCLE
014740             COMPUTE WS-CALC-PERIMETER ROUNDED =
014750                 2 * WS-PI * WS-CALC-WIDTH
014760         WHEN RI-SHAPE-TRIANGLE
014770             COMPUTE WS-CALC-PERIMETER ROUNDED =
014780                 WS-CALC-WIDTH + WS-CALC-DIM-4 + WS-CALC-DIM-5
014790         WHEN RI-SHAPE-TRAPEZOID
014800             COMPUTE WS-CALC-PERIMETER ROUNDED =
014810                 WS-CALC-WIDTH + WS-CALC-LENGTH
014820                 + WS-CALC-DIM-4 + WS-CALC-DIM-5
014830     END-EVALUATE.
014840 2300-EXIT.
014850     EXIT.
014860
014870*-----------------------------------------------------------------
014880*  CREDIT CONTROL.  A PRICED RECORD IS HELD IF ITS CUSTOMER IS ON
014890*  CREDIT HOLD, OR IF ITS PRICE AND TAX WOULD TAKE THE CUSTOMER'S
014900*  EXPOSURE PAST THE CREDIT LIMIT (ZERO = NO LIMIT).  THERE IS
014910*  NO OVERRIDE IN BATCH - A SUPERVISOR RELEASES THE ITEM FROM
014920*  RECTSUSP ONCE THE CUSTOMER IS CLEARED.  ON A CHECKPOINT
014930*  RESTART, A RECORD WHOSE JOB IS ALREADY ON THE MASTER UNDER THE
014940*  NEXT JOB ID WAS PASSED THE FIRST TIME AND IS NOT CHECKED
014950*  AGAIN; ITS AMOUNT IS ALREADY IN THE EXTRACT THE EXPOSURE WAS
014960*  LOADED FROM.
014970*-----------------------------------------------------------------
014980 2350-CHECK-CREDIT.
014990     COMPUTE WS-PROBE-JOB-ID = RC-LAST-JOB-ID + 1.
015000     MOVE WS-PROBE-JOB-ID TO RJ-JOB-ID.
015010     READ RECT-MASTER-FILE
015020         INVALID KEY
015030             CONTINUE
015040         NOT INVALID KEY
015050             IF RJ-CUSTOMER-NO = RI-CUSTOMER-NO
015060                 AND RJ-SHAPE-CODE = RI-SHAPE-CODE
015070                 AND RJ-AREA = WS-CALC-AREA
015080                 GO TO 2350-EXIT
015090             END-IF
015100     END-READ.
015110     IF CU-ON-CREDIT-HOLD
015120         DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
015130             " HELD - CUSTOMER " RI-CUSTOMER-NO
015140             " ON CREDIT HOLD"
015150         MOVE 'N' TO WS-VALID-SW
015160         MOVE "CUSTOMER ON CREDIT HOLD" TO WS-REJECT-REASON
015170         GO TO 2350-EXIT.
015180     IF CU-CREDIT-LIMIT NOT NUMERIC
015190         OR CU-CREDIT-LIMIT = ZERO
015200         GO TO 2350-EXIT.
015210     MOVE RI-CUSTOMER-NO TO WS-EX-FIND-CUSTNO.
015220     PERFORM 1460-FIND-EXPOSURE-SLOT THRU 1460-EXIT.
015230     IF WS-EX-SLOT > ZERO
015240         MOVE WS-EX-BALANCE (WS-EX-SLOT) TO WS-CR-EXPOSURE
015250     ELSE
015260         MOVE ZERO TO WS-CR-EXPOSURE
015270     END-IF.
015280     COMPUTE WS-CR-EXPOSURE =
015290         WS-CR-EXPOSURE + WS-JOB-PRICE + WS-JOB-TAX.
015300     IF WS-CR-EXPOSURE > CU-CREDIT-LIMIT
015310         DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
015320             " HELD - CUSTOMER " RI-CUSTOMER-NO
015330             " OVER CREDIT LIMIT"
015340         MOVE 'N' TO WS-VALID-SW
015350         MOVE "OVER CREDIT LIMIT" TO WS-REJECT-REASON
015360     END-IF.
015370 2350-EXIT.
015380     EXIT.
015390
015400*-----------------------------------------------------------------
015410*  FINDS THE RATE IN EFFECT FOR THE RECORD'S SHAPE AS OF THE RUN
015420*  DATE (THE RATE ROW WITH THE LATEST EFFECTIVE DATE NOT AFTER
015430*  IT) AND PRICES THE JOB AS RATE TIMES AREA, THE SAME WAY THE
015440*  INTERACTIVE PROGRAMS DO.  NO USABLE RATE PRICES AT ZERO WITH
015450*  A WARNING SO THE GAP SHOWS UP IN BILLING.  THE CUSTOMER'S
015460*  PRICING AGREEMENT, IF ANY, THEN ADJUSTS THE RATE AND TAKES ITS
015470*  DISCOUNTS OFF THE PRICE.
015480*-----------------------------------------------------------------
015490 2400-FIND-RATE.
015500     MOVE 'N'  TO WS-RATE-FOUND-SW.
015510     MOVE 'N'  TO WS-RATE-EOF-SW.
015520     MOVE ZERO TO WS-JOB-RATE.
015530     MOVE ZERO TO WS-JOB-PRICE.
015540     MOVE RI-SHAPE-CODE TO RT-SHAPE-CODE.
015550     MOVE ZERO TO RT-EFFECTIVE-DATE.
015560     START RECT-RATE-FILE KEY NOT LESS THAN RT-RATE-KEY
015570         INVALID KEY
015580             MOVE 'Y' TO WS-RATE-EOF-SW
015590     END-START.
015600     PERFORM 2450-READ-RATE THRU 2450-EXIT
015610         UNTIL RATE-SEARCH-DONE.
015620     PERFORM 2480-FIND-AGREEMENT THRU 2480-EXIT.
015630     IF RATE-FOUND
015640         COMPUTE WS-JOB-PRICE ROUNDED =
015650             WS-CALC-AREA * WS-JOB-RATE
015660             * (100 - WS-AGR-DISC-PCT) / 100
015670             * (100 - WS-AGR-TIER-PCT) / 100
015680             ON SIZE ERROR
015690                 DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
015700                     " PRICE TOO LARGE - SET TO ZERO"
015710                 MOVE ZERO TO WS-JOB-PRICE
015720         END-COMPUTE
015730     ELSE
015740         DISPLAY "RECTBAT: NO RATE ON FILE FOR SHAPE "
015750             RI-SHAPE-CODE " - RECORD " WS-THIS-RECORD
015760             " PRICED AT ZERO"
015770     END-IF.
015780 2400-EXIT.
015790     EXIT.
015800
015810 2450-READ-RATE.
015820     READ RECT-RATE-FILE NEXT RECORD
015830         AT END
015840             MOVE 'Y' TO WS-RATE-EOF-SW
015850             GO TO 2450-EXIT
015860     END-READ.
015870     IF NOT RATE-STATUS-OK
015880         MOVE 'Y' TO WS-RATE-EOF-SW
015890         GO TO 2450-EXIT
015900     END-IF.
015910     IF RT-SHAPE-CODE NOT = RI-SHAPE-CODE
015920         MOVE 'Y' TO WS-RATE-EOF-SW
015930         GO TO 2450-EXIT
015940     END-IF.
015950     IF RT-EFFECTIVE-DATE > WS-RUN-DATE
015960         MOVE 'Y' TO WS-RATE-EOF-SW
015970         GO TO 2450-EXIT
015980     END-IF.
015990     MOVE RT-RATE-PER-SQFT TO WS-JOB-RATE.
016000     MOVE 'Y' TO WS-RATE-FOUND-SW.
016010 2450-EXIT.
016020     EXIT.
016030
016040*-----------------------------------------------------------------
016050*  FINDS THE CUSTOMER'S PRICING AGREEMENT FOR THE RECORD'S SHAPE
016060*  AS OF THE RUN DATE - THE ROW WITH THE LATEST EFFECTIVE DATE
016070*  NOT AFTER IT.  A CONTRACT RATE REPLACES THE LIST RATE; A
016080*  DISCOUNT AND ANY VOLUME TIER ARE LEFT IN WS-AGR-DISC-PCT AND
016090*  WS-AGR-TIER-PCT FOR THE PRICE COMPUTE.
016100*-----------------------------------------------------------------
016110 2480-FIND-AGREEMENT.
016120     MOVE 'N'  TO WS-AGR-FOUND-SW.
016130     MOVE ZERO TO WS-AGR-DISC-PCT.
016140     MOVE ZERO TO WS-AGR-TIER-PCT.
016150     IF NOT AGREEMENT-FILE-OPEN
016160         GO TO 2480-EXIT
016170     END-IF.
016180     MOVE 'N' TO WS-AGR-EOF-SW.
016190     MOVE RI-CUSTOMER-NO TO PA-CUSTOMER-NO.
016200     MOVE RI-SHAPE-CODE  TO PA-SHAPE-CODE.
016210     MOVE ZERO TO PA-EFFECTIVE-DATE.
016220     START RECT-AGREEMENT-FILE KEY NOT LESS THAN PA-AGREEMENT-KEY
016230         INVALID KEY
016240             MOVE 'Y' TO WS-AGR-EOF-SW
016250     END-START.
016260     PERFORM 2485-READ-AGREEMENT THRU 2485-EXIT
016270         UNTIL AGR-SEARCH-DONE.
016280     IF AGR-FOUND
016290         AND WS-AGR-TYPE = 'R'
016300         MOVE WS-AGR-RATE TO WS-JOB-RATE
016310         MOVE 'Y' TO WS-RATE-FOUND-SW
016320     END-IF.
016330 2480-EXIT.
016340     EXIT.
016350
016360 2485-READ-AGREEMENT.
016370     READ RECT-AGREEMENT-FILE NEXT RECORD
016380         AT END
016390             MOVE 'Y' TO WS-AGR-EOF-SW
016400             GO TO 2485-EXIT
016410     END-READ.
016420     IF NOT AGREEMENT-STATUS-OK
016430         MOVE 'Y' TO WS-AGR-EOF-SW
016440         GO TO 2485-EXIT
016450     END-IF.
016460     IF PA-CUSTOMER-NO NOT = RI-CUSTOMER-NO
016470         OR PA-SHAPE-CODE NOT = RI-SHAPE-CODE
016480         MOVE 'Y' TO WS-AGR-EOF-SW
016490         GO TO 2485-EXIT
016500     END-IF.
016510     IF PA-EFFECTIVE-DATE > WS-RUN-DATE
016520         MOVE 'Y' TO WS-AGR-EOF-SW
016530         GO TO 2485-EXIT
016540     END-IF.
016550     MOVE 'Y'              TO WS-AGR-FOUND-SW.
016560     MOVE PA-PRICING-TYPE  TO WS-AGR-TYPE.
016570     MOVE PA-CONTRACT-RATE TO WS-AGR-RATE.
016580     MOVE ZERO TO WS-AGR-DISC-PCT.
016590     MOVE ZERO TO WS-AGR-TIER-PCT.
016600     MOVE ZERO TO WS-AGR-TIER-MIN.
016610     IF PA-TYPE-LIST
016620         MOVE 'N' TO WS-AGR-FOUND-SW
016630         GO TO 2485-EXIT
016640     END-IF.
016650     IF PA-TYPE-DISCOUNT
016660         MOVE PA-DISCOUNT-PCT TO WS-AGR-DISC-PCT
016670     END-IF.
016680     PERFORM 2490-CHECK-TIER THRU 2490-EXIT
016690         VARYING WS-AGR-IX FROM 1 BY 1
016700         UNTIL WS-AGR-IX > 3.
016710 2485-EXIT.
016720     EXIT.
016730
016740 2490-CHECK-TIER.
016750     IF PA-TIER-MIN-AREA (WS-AGR-IX) > ZERO
016760         AND PA-TIER-MIN-AREA (WS-AGR-IX) NOT > WS-CALC-AREA
016770         AND PA-TIER-MIN-AREA (WS-AGR-IX) > WS-AGR-TIER-MIN
016780         MOVE PA-TIER-MIN-AREA (WS-AGR-IX) TO WS-AGR-TIER-MIN
016790         MOVE PA-TIER-DISCOUNT-PCT (WS-AGR-IX)
016800             TO WS-AGR-TIER-PCT
016810     END-IF.
016820 2490-EXIT.
016830     EXIT.
016840
016850*-----------------------------------------------------------------
016860*  FINDS THE SALES TAX RATE IN EFFECT FOR THE CUSTOMER'S STATE
016870*  AS OF THE RUN DATE (THE ROW WITH THE LATEST EFFECTIVE DATE
016880*  NOT AFTER IT) AND FIGURES THE TAX AS PRICE TIMES THE
016890*  PERCENTAGE, THE SAME WAY RECTANGLE-AREA DOES AT SAVE TIME.
016900*  A STATE WITH NO USABLE ROW TAXES AT ZERO WITH A WARNING.
016910*-----------------------------------------------------------------
016920 2405-FIND-TAX.
016930     MOVE 'N'  TO WS-TAX-FOUND-SW.
016940     MOVE 'N'  TO WS-TAX-EOF-SW.
016950     MOVE ZERO TO WS-TAX-RATE.
016960     MOVE ZERO TO WS-JOB-TAX.
016970     MOVE CU-STATE TO WS-TAX-STATE.
016980     MOVE CU-STATE TO TX-STATE-CODE.
016990     MOVE ZERO TO TX-EFFECTIVE-DATE.
017000     START RECT-TAX-FILE KEY NOT LESS THAN TX-TAX-KEY
017010         INVALID KEY
017020             MOVE 'Y' TO WS-TAX-EOF-SW
017030     END-START.
017040     PERFORM 2406-READ-TAX THRU 2406-EXIT
017050         UNTIL TAX-SEARCH-DONE.
017060     IF TAX-FOUND
017070         COMPUTE WS-JOB-TAX ROUNDED =
017080             WS-JOB-PRICE * WS-TAX-RATE / 100
017090             ON SIZE ERROR
017100                 DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
017110                     " TAX TOO LARGE - SET TO ZERO"
017120                 MOVE ZERO TO WS-JOB-TAX
017130         END-COMPUTE
017140     ELSE
017150         DISPLAY "RECTBAT: NO TAX RATE ON FILE FOR STATE "
017160             CU-STATE " - RECORD " WS-THIS-RECORD
017170             " TAXED AT ZERO"
017180     END-IF.
017190 2405-EXIT.
017200     EXIT.
017210
017220 2406-READ-TAX.
017230     READ RECT-TAX-FILE NEXT RECORD
017240         AT END
017250             MOVE 'Y' TO WS-TAX-EOF-SW
017260             GO TO 2406-EXIT
017270     END-READ.
017280     IF NOT TAX-STATUS-OK
017290         MOVE 'Y' TO WS-TAX-EOF-SW
017300         GO TO 2406-EXIT
017310     END-IF.
017320     IF TX-STATE-CODE NOT = CU-STATE
017330         MOVE 'Y' TO WS-TAX-EOF-SW
017340         GO TO 2406-EXIT
017350     END-IF.
017360     IF TX-EFFECTIVE-DATE > WS-RUN-DATE
017370         MOVE 'Y' TO WS-TAX-EOF-SW
017380         GO TO 2406-EXIT
017390     END-IF.
017400     MOVE TX-TAX-RATE TO WS-TAX-RATE.
017410     MOVE 'Y' TO WS-TAX-FOUND-SW.
017420 2406-EXIT.
017430     EXIT.
017440
017450*-----------------------------------------------------------------
017460*  DECIDES WHETHER THE RECORD JUST EDITED IS A STANDALONE JOB
017470*  OR A LINE OF A WORK ORDER.  A BLANK GROUP CODE CLOSES ANY
017480*  OPEN ORDER AND POSTS ALONE; A GROUP CODE OPENS AN ORDER ON
017490*  ITS FIRST RECORD AND EXTENDS IT WHILE THE CODE AND CUSTOMER
017500*  HOLD, CLOSING OUT WHEN EITHER CHANGES.
017510*-----------------------------------------------------------------
017520 2410-GROUP-CONTROL.
017530     IF RI-ORDER-GROUP = SPACES
017540         PERFORM 2460-CLOSE-ORDER THRU 2460-EXIT
017550         MOVE ZERO TO WS-ORDER-NO
017560         MOVE ZERO TO WS-ORDER-LINE
017570         GO TO 2410-EXIT
017580     END-IF.
017590     IF NOT ORDER-OPEN
017600         OR RI-ORDER-GROUP NOT = WS-CURR-GROUP
017610         OR RI-CUSTOMER-NO NOT = WS-ORDER-CUSTNO
017620         PERFORM 2460-CLOSE-ORDER THRU 2460-EXIT
017630         PERFORM 2420-OPEN-ORDER THRU 2420-EXIT
017640     END-IF.
017650     ADD 1 TO WS-ORDER-LINE.
017660 2410-EXIT.
017670     EXIT.
017680
017690*-----------------------------------------------------------------
017700*  OPENS A NEW ORDER FOR THE GROUP.  THE JOB ID ITS FIRST LINE
017710*  WILL DRAW IS RC-LAST-JOB-ID + 1; IF THAT JOB IS ALREADY ON
017720*  THE MASTER WITH AN ORDER NUMBER, THIS RUN IS A CHECKPOINT
017730*  RESTART REPOSTING THE GROUP, AND THE ORDER NUMBER ALREADY
017740*  ON THE MASTER IS ADOPTED INSTEAD OF DRAWING A FRESH ONE.
017750*-----------------------------------------------------------------
017760 2420-OPEN-ORDER.
017770     MOVE 'Y' TO WS-ORDER-OPEN-SW.
017780     MOVE RI-ORDER-GROUP TO WS-CURR-GROUP.
017790     MOVE RI-CUSTOMER-NO TO WS-ORDER-CUSTNO.
017800     MOVE CU-CUSTOMER-NAME TO WS-ORDER-NAME.
017810     MOVE ZERO TO WS-ORDER-LINE.
017820     MOVE ZERO TO WS-ORDER-FIRST-JOB.
017830     MOVE ZERO TO WS-ORDER-AREA.
017840     MOVE ZERO TO WS-ORDER-PERIMETER.
017850     MOVE ZERO TO WS-ORDER-PRICE.
017860     MOVE ZERO TO WS-ORDER-TAX.
017870     MOVE 'N'  TO WS-ORDER-NEW-SW.
017880     COMPUTE WS-PROBE-JOB-ID = RC-LAST-JOB-ID + 1.
017890     MOVE WS-PROBE-JOB-ID TO RJ-JOB-ID.
017900     READ RECT-MASTER-FILE
017910         INVALID KEY
017920             PERFORM 2430-DRAW-ORDER-NO THRU 2430-EXIT
017930     NOT INVALID KEY
017940             IF RJ-ORDER-NO > ZERO
017950                 MOVE RJ-ORDER-NO TO WS-ORDER-NO
017960             ELSE
017970                 PERFORM 2430-DRAW-ORDER-NO THRU 2430-EXIT
017980             END-IF
017990     END-READ.
018000 2420-EXIT.
018010     EXIT.
018020
018030*-----------------------------------------------------------------
018040*  ORDER NUMBERS LIVE ON THE CONTROL FILE UNDER KEY '3'.  THE
018050*  JOB-ID RECORD (KEY '1') IS READ BACK AFTERWARDS BECAUSE THE
018060*  POSTING PARAGRAPH INCREMENTS WHATEVER CONTROL RECORD IS IN
018070*  THE BUFFER.
018080*-----------------------------------------------------------------
018090 2430-DRAW-ORDER-NO.
018100     MOVE '3' TO RC-CONTROL-KEY.
018110     READ RECT-CONTROL-FILE
018120         INVALID KEY
018130             MOVE '3'  TO RC-CONTROL-KEY
018140             MOVE ZERO TO RC-LAST-JOB-ID
018150             WRITE RECT-CONTROL-RECORD
018160     END-READ.
018170     ADD 1 TO RC-LAST-JOB-ID.
018180     REWRITE RECT-CONTROL-RECORD.
018190     MOVE RC-LAST-JOB-ID TO WS-ORDER-NO.
018200     MOVE '1' TO RC-CONTROL-KEY.
018210     READ RECT-CONTROL-FILE.
018220 2430-EXIT.
018230     EXIT.
018240
018250*-----------------------------------------------------------------
018260*  CLOSES OUT THE OPEN ORDER: WRITES (OR ON A RESTART REWRITES)
018270*  THE RECTORD HEADER AND, UNLESS EVERY LINE WAS A REPOST WHOSE
018280*  EXTRACT IS ALREADY ON THE BILLING FILE, ONE BILLING RECORD
018290*  CARRYING THE ORDER TOTALS.
018300*-----------------------------------------------------------------
018310 2460-CLOSE-ORDER.
018320     IF NOT ORDER-OPEN
018330         GO TO 2460-EXIT
018340     END-IF.
018350     MOVE 'N'    TO WS-ORDER-OPEN-SW.
018360     MOVE SPACES TO WS-CURR-GROUP.
018370     IF WS-ORDER-LINE = ZERO
018380         GO TO 2460-EXIT
018390     END-IF.
018400     MOVE SPACES             TO RECT-ORDER-RECORD.
018410     MOVE WS-ORDER-NO        TO OH-ORDER-NO.
018420     MOVE WS-ORDER-CUSTNO    TO OH-CUSTOMER-NO.
018430     MOVE WS-ORDER-NAME      TO OH-CUSTOMER-NAME.
018440     MOVE WS-RUN-DATE        TO OH-ORDER-DATE.
018450     MOVE WS-ORDER-FIRST-JOB TO OH-FIRST-JOB-ID.
018460     MOVE WS-ORDER-LINE      TO OH-LINE-COUNT.
018470     MOVE WS-ORDER-AREA      TO OH-TOTAL-AREA.
018480     MOVE WS-ORDER-PERIMETER TO OH-TOTAL-PERIMETER.
018490     MOVE WS-ORDER-PRICE     TO OH-TOTAL-PRICE.
018500     MOVE WS-ORDER-TAX       TO OH-TAX-AMOUNT.
018510     MOVE 'A'                TO OH-STATUS-CODE.
018520     WRITE RECT-ORDER-RECORD
018530         INVALID KEY
018540             REWRITE RECT-ORDER-RECORD
018550     END-WRITE.
018560     IF NOT ORDER-STATUS-OK
018570         DISPLAY "RECTBAT: UNABLE TO WRITE ORDER "
018580             WS-ORDER-NO ", STATUS = " WS-ORDER-STATUS
018590     END-IF.
018600     IF ORDER-HAS-NEW-LINES
018610         PERFORM 2470-WRITE-ORDER-BILLING THRU 2470-EXIT
018620     END-IF.
018630 2460-EXIT.
018640     EXIT.
018650
018660 2470-WRITE-ORDER-BILLING.
018670     MOVE SPACES             TO RECT-BILLING-RECORD.
018680     MOVE WS-ORDER-FIRST-JOB TO BL-JOB-ID.
018690     MOVE WS-ORDER-CUSTNO    TO BL-CUSTOMER-NO.
018700     MOVE WS-ORDER-NAME      TO BL-CUSTOMER-NAME.
018710     MOVE ZERO               TO BL-WIDTH.
018720     MOVE ZERO               TO BL-LENGTH.
018730     MOVE WS-ORDER-AREA      TO BL-AREA.
018740     MOVE WS-ORDER-PERIMETER TO BL-PERIMETER.
018750     MOVE WS-ORDER-PRICE     TO BL-PRICE.
018760     MOVE WS-ORDER-TAX       TO BL-TAX-AMOUNT.
018770     MOVE WS-ORDER-TAX-STATE TO BL-TAX-STATE.
018780     MOVE WS-ORDER-TAX-RATE  TO BL-TAX-RATE.
018790     MOVE 'B'                TO BL-BILL-TYPE.
018800     MOVE WS-RUN-DATE        TO BL-CALC-DATE.
018810     MOVE WS-ORDER-NO        TO BL-ORDER-NO.
018820     WRITE RECT-BILLING-RECORD.
018830     IF NOT BILLING-STATUS-OK
018840         DISPLAY "WARNING: UNABLE TO WRITE BILLING, STATUS = "
018850             WS-BILLING-STATUS
018860     END-IF.
018870 2470-EXIT.
018880     EXIT.
018890
018900*-----------------------------------------------------------------
018910*  POSTS ONE GOOD RECORD: DRAWS THE NEXT JOB ID FROM RECTCTL AND
018920*  WRITES THE SAME MASTER, AUDIT AND BILLING RECORDS THE
018930*  INTERACTIVE CALCULATOR WRITES.  A DUPLICATE JOB ID MEANS THIS
018940*  RECORD WAS ALREADY POSTED BY THE RUN THAT ABENDED (THE
018950*  RESTART ROLLED THE SEQUENCE BACK), SO THE MASTER RECORD IS
018960*  REWRITTEN IN PLACE AND THE AUDIT AND BILLING EXTRACTS, WHICH
018970*  ARE ALREADY ON THE LOGS, ARE NOT WRITTEN AGAIN.
018980*-----------------------------------------------------------------
018990 2500-POST-JOB.
019000     ADD 1 TO RC-LAST-JOB-ID.
019010     REWRITE RECT-CONTROL-RECORD.
019020     MOVE SPACES         TO RECT-JOB-RECORD.
019030     MOVE RC-LAST-JOB-ID TO RJ-JOB-ID.
019040     MOVE RI-SHAPE-CODE  TO RJ-SHAPE-CODE.
019050     MOVE RI-CUSTOMER-NO TO RJ-CUSTOMER-NO.
019060     MOVE CU-CUSTOMER-NAME TO RJ-CUSTOMER-NAME.
019070     MOVE WS-CALC-WIDTH  TO RJ-WIDTH.
019080     MOVE WS-CALC-LENGTH TO RJ-LENGTH.
019090     MOVE WS-CALC-DIM-3  TO RJ-DIM-3.
019100     MOVE WS-CALC-AREA   TO RJ-AREA.
019110     MOVE WS-CALC-PERIMETER TO RJ-PERIMETER.
019120     MOVE WS-JOB-PRICE   TO RJ-PRICE.
019130     MOVE WS-RUN-DATE    TO RJ-CALC-DATE.
019140     MOVE 'A'            TO RJ-STATUS-CODE.
019150     MOVE WS-ORDER-NO    TO RJ-ORDER-NO.
019160     MOVE WS-ORDER-LINE  TO RJ-ORDER-LINE.
019170     MOVE 'N' TO WS-REPOST-SW.
019180     WRITE RECT-JOB-RECORD
019190         INVALID KEY
019200             MOVE 'Y' TO WS-REPOST-SW
019210             REWRITE RECT-JOB-RECORD
019220     END-WRITE.
019230     IF MASTER-STATUS-OK AND WS-ORDER-NO > ZERO
019240         PERFORM 2520-ADD-TO-ORDER THRU 2520-EXIT
019250     END-IF.
019260*    A LINE WHOSE MASTER WRITE FAILED WAS NEVER SAVED, SO IT
019270*    COMES BACK OFF THE ORDER'S LINE COUNT - OTHERWISE THE
019280*    HEADER OVERSTATES AND THE ORDER INQUIRY WALKS A JOB ID
019290*    THAT DOES NOT EXIST, THE WAY THE INTERACTIVE ENTRY
019300*    ALREADY BACKS ITS COUNT OUT.
019310     IF NOT MASTER-STATUS-OK AND WS-ORDER-NO > ZERO
019320         SUBTRACT 1 FROM WS-ORDER-LINE
019330     END-IF.
019340     IF REPOSTED-JOB
019350         IF NOT MASTER-STATUS-OK
019360             DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
019370                 " NOT SAVED TO RECTMAS, STATUS = "
019380                 WS-MASTER-STATUS
019390         END-IF
019400         GO TO 2500-EXIT.
019410     IF MASTER-STATUS-OK
019420         MOVE 'W'    TO WS-JRN-FUNCTION
019430         MOVE SPACES TO WS-BEFORE-IMAGE
019440         PERFORM 2560-WRITE-JOURNAL THRU 2560-EXIT
019450     END-IF.
019460     IF NOT MASTER-STATUS-OK
019470         DISPLAY "RECTBAT: RECORD " WS-THIS-RECORD
019480             " NOT SAVED TO RECTMAS, STATUS = " WS-MASTER-STATUS
019490     END-IF.
019500     PERFORM 2550-WRITE-AUDIT THRU 2550-EXIT.
019510*    AN ORDER LINE IS NOT EXTRACTED ON ITS OWN - THE ORDER'S
019520*    CLOSE-OUT SENDS ONE BILLING RECORD WITH THE TOTALS.
019530     IF MASTER-STATUS-OK AND WS-ORDER-NO = ZERO
019540         PERFORM 2650-WRITE-BILLING THRU 2650-EXIT
019550     END-IF.
019560 2500-EXIT.
019570     EXIT.
019580
019590 2520-ADD-TO-ORDER.
019600     IF WS-ORDER-FIRST-JOB = ZERO
019610         MOVE RJ-JOB-ID TO WS-ORDER-FIRST-JOB
019620         MOVE WS-TAX-STATE TO WS-ORDER-TAX-STATE
019630         MOVE WS-TAX-RATE  TO WS-ORDER-TAX-RATE
019640     END-IF.
019650     ADD WS-CALC-AREA      TO WS-ORDER-AREA.
019660     ADD WS-CALC-PERIMETER TO WS-ORDER-PERIMETER.
019670     ADD WS-JOB-PRICE      TO WS-ORDER-PRICE.
019680     ADD WS-JOB-TAX        TO WS-ORDER-TAX.
019690     IF NOT REPOSTED-JOB
019700         MOVE 'Y' TO WS-ORDER-NEW-SW
019710     END-IF.
019720 2520-EXIT.
019730     EXIT.
019740
019750
019760 2550-WRITE-AUDIT.
019770     MOVE SPACES TO RECT-AUDIT-RECORD.
019780     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
019790     ACCEPT WS-CURRENT-TIME FROM TIME.
019800     STRING WS-CURRENT-DATE WS-CURRENT-TIME
019810         DELIMITED BY SIZE INTO RA-TIMESTAMP.
019820     MOVE WS-BATCH-OPERATOR TO RA-OPERATOR-ID.
019830     MOVE RJ-JOB-ID      TO RA-JOB-ID.
019840     MOVE 'C'            TO RA-FUNCTION-CODE.
019850     MOVE RI-SHAPE-CODE  TO RA-SHAPE-CODE.
019860     MOVE WS-CALC-WIDTH  TO RA-WIDTH.
019870     MOVE WS-CALC-LENGTH TO RA-LENGTH.
019880     MOVE WS-CALC-DIM-3  TO RA-DIM-3.
019890     MOVE WS-CALC-AREA   TO RA-AREA.
019900     WRITE RECT-AUDIT-RECORD.
019910     IF NOT AUDIT-STATUS-OK
019920         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
019930             WS-AUDIT-STATUS
019940     END-IF.
019950 2550-EXIT.
019960     EXIT.
019970
019980*-----------------------------------------------------------------
019990*  APPENDS ONE UPDATE-JOURNAL RECORD FOR THE MASTER WRITE OR
020000*  REWRITE JUST DONE.  THE CALLER SETS WS-JRN-FUNCTION AND
020010*  WS-BEFORE-IMAGE (SPACES FOR A WRITE); THE AFTER IMAGE IS THE
020020*  RECORD AS IT NOW STANDS.  RECTRCVR REPLAYS THESE ON TOP OF
020030*  THE LAST BACKUP TO REBUILD A CORRUPTED MASTER.
020040*-----------------------------------------------------------------
020050 2560-WRITE-JOURNAL.
020060     MOVE SPACES TO RECT-JOURNAL-RECORD.
020070     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
020080     ACCEPT WS-CURRENT-TIME FROM TIME.
020090     STRING WS-CURRENT-DATE WS-CURRENT-TIME
020100         DELIMITED BY SIZE INTO JR-TIMESTAMP.
020110     MOVE "RECTBAT" TO JR-PROGRAM-ID.
020120     MOVE WS-BATCH-OPERATOR TO JR-OPERATOR-ID.
020130     MOVE WS-JRN-FUNCTION TO JR-FUNCTION-CODE.
020140     MOVE RJ-JOB-ID       TO JR-JOB-ID.
020150     MOVE WS-BEFORE-IMAGE TO JR-BEFORE-IMAGE.
020160     MOVE RECT-JOB-RECORD TO JR-AFTER-IMAGE.
020170     WRITE RECT-JOURNAL-RECORD.
020180     IF NOT JOURNAL-STATUS-OK
020190         DISPLAY "WARNING: UNABLE TO WRITE JOURNAL, STATUS = "
020200             WS-JOURNAL-STATUS
020210     END-IF.
020220 2560-EXIT.
020230     EXIT.
020240
020250*-----------------------------------------------------------------
020260*  HOLDS A REJECTED RECORD ON THE SUSPENSE FILE WITH ITS INPUT
020270*  IMAGE AND REASON UNTIL RECTSUSP CORRECTS OR DELETES IT.  THE
020280*  KEY IS THE RUN DATE, DECK AND RECORD NUMBER.  AN ITEM ALREADY
020290*  HELD UNDER THE KEY IS NEVER REWRITTEN: IF IT CARRIES THE SAME
020300*  INPUT IMAGE AND IS STILL OPEN OR CORRECTED, THIS IS A
020310*  CHECKPOINT RESTART REJECTING THE SAME CARD AGAIN AND THE HELD
020320*  ITEM STANDS; OTHERWISE (A SECOND RE-ENTRY RUN THE SAME DAY,
020330*  WHOSE DECK NUMBERS FROM 1 AGAIN) THE REJECT TAKES THE NEXT
020340*  FREE RECORD NUMBER.
020350*-----------------------------------------------------------------
020360 2600-WRITE-SUSPENSE.
020370     MOVE SPACES            TO RECT-SUSPENSE-RECORD.
020380     MOVE WS-RUN-DATE       TO SU-RUN-DATE.
020390     MOVE WS-INPUT-DSNAME   TO SU-INPUT-DSNAME.
020400     MOVE WS-THIS-RECORD    TO SU-RECORD-NO.
020410     MOVE 'O'               TO SU-STATUS-CODE.
020420     MOVE WS-REJECT-REASON  TO SU-REJECT-REASON.
020430     MOVE RECT-INPUT-RECORD TO SU-INPUT-IMAGE.
020440     MOVE WS-BATCH-OPERATOR TO SU-CHANGED-BY.
020450     MOVE WS-RUN-DATE       TO SU-CHANGED-DATE.
020460     MOVE RECT-SUSPENSE-RECORD TO WS-SUSPENSE-SAVE.
020470     MOVE WS-THIS-RECORD    TO WS-SUSPENSE-RECORD-NO.
020480     MOVE 'N' TO WS-SUSPENSE-PLACED-SW.
020490     PERFORM 2610-PLACE-SUSPENSE THRU 2610-EXIT
020500         UNTIL SUSPENSE-PLACED.
020510     MOVE SPACES TO WS-REJECT-REASON.
020520 2600-EXIT.
020530     EXIT.
020540
020550 2610-PLACE-SUSPENSE.
020560     MOVE WS-SUSPENSE-SAVE      TO RECT-SUSPENSE-RECORD.
020570     MOVE WS-SUSPENSE-RECORD-NO TO SU-RECORD-NO.
020580     WRITE RECT-SUSPENSE-RECORD
020590         INVALID KEY
020600             CONTINUE
020610     END-WRITE.
020620     IF SUSPENSE-STATUS-OK
020630         MOVE 'Y' TO WS-SUSPENSE-PLACED-SW
020640         GO TO 2610-EXIT
020650     END-IF.
020660     IF NOT SUSPENSE-DUPLICATE-KEY
020670         DISPLAY "WARNING: UNABLE TO WRITE SUSPENSE, STATUS = "
020680             WS-SUSPENSE-STATUS
020690         MOVE 'Y' TO WS-SUSPENSE-PLACED-SW
020700         GO TO 2610-EXIT
020710     END-IF.
020720     READ RECT-SUSPENSE-FILE
020730         INVALID KEY
020740             DISPLAY "WARNING: UNABLE TO READ SUSPENSE, STATUS = "
020750                 WS-SUSPENSE-STATUS
020760             MOVE 'Y' TO WS-SUSPENSE-PLACED-SW
020770             GO TO 2610-EXIT
020780     END-READ.
020790     IF SU-INPUT-IMAGE = RECT-INPUT-RECORD
020800         AND (SU-STATUS-OPEN OR SU-STATUS-CORRECTED)
020810         MOVE 'Y' TO WS-SUSPENSE-PLACED-SW
020820         GO TO 2610-EXIT
020830     END-IF.
020840     IF WS-SUSPENSE-RECORD-NO = 99999999
020850         DISPLAY "WARNING: NO FREE SUSPENSE RECORD NUMBER FOR "
020860             "RECORD " WS-THIS-RECORD
020870         MOVE 'Y' TO WS-SUSPENSE-PLACED-SW
020880         GO TO 2610-EXIT
020890     END-IF.
020900     ADD 1 TO WS-SUSPENSE-RECORD-NO.
020910 2610-EXIT.
020920     EXIT.
020930
020940 2650-WRITE-BILLING.
020950     MOVE SPACES          TO RECT-BILLING-RECORD.
020960     MOVE RJ-JOB-ID      TO BL-JOB-ID.
020970     MOVE RI-CUSTOMER-NO TO BL-CUSTOMER-NO.
020980     MOVE CU-CUSTOMER-NAME TO BL-CUSTOMER-NAME.
020990     MOVE WS-CALC-WIDTH  TO BL-WIDTH.
021000     MOVE WS-CALC-LENGTH TO BL-LENGTH.
021010     MOVE WS-CALC-AREA   TO BL-AREA.
021020     MOVE WS-CALC-PERIMETER TO BL-PERIMETER.
021030     MOVE WS-JOB-PRICE   TO BL-PRICE.
021040     MOVE WS-JOB-TAX     TO BL-TAX-AMOUNT.
021050     MOVE WS-TAX-STATE   TO BL-TAX-STATE.
021060     MOVE WS-TAX-RATE    TO BL-TAX-RATE.
021070     MOVE 'B'            TO BL-BILL-TYPE.
021080     MOVE WS-RUN-DATE    TO BL-CALC-DATE.
021090     MOVE RJ-ORDER-NO    TO BL-ORDER-NO.
021100     WRITE RECT-BILLING-RECORD.
021110     IF NOT BILLING-STATUS-OK
021120         DISPLAY "WARNING: UNABLE TO WRITE BILLING, STATUS = "
021130             WS-BILLING-STATUS
021140     END-IF.
021150 2650-EXIT.
021160     EXIT.
021170
021180 2700-WRITE-REPORT-LINE.
021190     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
021200         MOVE ZERO TO WS-LINE-COUNT
021210     END-IF.
021220     IF WS-LINE-COUNT = ZERO
021230         PERFORM 2750-WRITE-HEADINGS THRU 2750-EXIT
021240     END-IF.
021250     MOVE RO-WIDTH  TO WD-WIDTH.
021260     MOVE RO-LENGTH TO WD-LENGTH.
021270     MOVE RO-AREA   TO WD-AREA.
021280     MOVE WS-DETAIL-LINE TO RECT-REPORT-LINE.
021290     WRITE RECT-REPORT-LINE.
021300     ADD 1 TO WS-LINE-COUNT.
021310     ADD 1 TO WS-TOTAL-COUNT.
021320     ADD RO-AREA TO WS-TOTAL-AREA.
021330     IF RO-AREA < WS-MIN-AREA
021340         MOVE RO-AREA TO WS-MIN-AREA
021350     END-IF.
021360     IF RO-AREA > WS-MAX-AREA
021370         MOVE RO-AREA TO WS-MAX-AREA
021380     END-IF.
021390 2700-EXIT.
021400     EXIT.
021410
021420 2750-WRITE-HEADINGS.
021430     ADD 1 TO WS-PAGE-NUMBER.
021440     MOVE WS-RUN-DATE    TO WH1-RUN-DATE.
021450     MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
021460     MOVE WS-HEADING-LINE-1 TO RECT-REPORT-LINE.
021470     WRITE RECT-REPORT-LINE.
021480     MOVE SPACES TO RECT-REPORT-LINE.
021490     WRITE RECT-REPORT-LINE.
021500     MOVE WS-HEADING-LINE-2 TO RECT-REPORT-LINE.
021510     WRITE RECT-REPORT-LINE.
021520     MOVE 3 TO WS-LINE-COUNT.
021530 2750-EXIT.
021540     EXIT.
021550
021560 2800-WRITE-CHECKPOINT.
021570     OPEN OUTPUT RECT-CHECKPOINT-FILE.
021580     MOVE SPACES          TO RECT-CHECKPOINT-RECORD.
021590     MOVE WS-RECORD-COUNT TO CK-LAST-RECORD-NO.
021600     MOVE WS-PAGE-NUMBER  TO CK-PAGE-NUMBER.
021610     MOVE WS-LINE-COUNT   TO CK-LINE-COUNT.
021620     MOVE WS-TOTAL-COUNT  TO CK-TOTAL-COUNT.
021630     MOVE WS-TOTAL-AREA   TO CK-TOTAL-AREA.
021640     MOVE WS-MIN-AREA     TO CK-MIN-AREA.
021650     MOVE WS-MAX-AREA     TO CK-MAX-AREA.
021660     MOVE WS-INPUT-DSNAME TO CK-INPUT-DSNAME.
021670     MOVE RC-LAST-JOB-ID  TO CK-LAST-JOB-ID.
021680     MOVE WS-REJECT-COUNT TO CK-REJECT-COUNT.
021690     WRITE RECT-CHECKPOINT-RECORD.
021700     CLOSE RECT-CHECKPOINT-FILE.
021710 2800-EXIT.
021720     EXIT.
021730
021740 9000-TERMINATE.
021750     IF NOT INIT-FAILED
021760         PERFORM 2460-CLOSE-ORDER THRU 2460-EXIT
021770     END-IF.
021780     IF NOT INIT-FAILED AND END-OF-INPUT
021790         PERFORM 2900-WRITE-TOTALS THRU 2900-EXIT
021800     END-IF.
021810     CLOSE RECT-INPUT-FILE.
021820     CLOSE RECT-OUTPUT-FILE.
021830     CLOSE RECT-REPORT-FILE.
021840     CLOSE RECT-MASTER-FILE.
021850     CLOSE RECT-CONTROL-FILE.
021860     CLOSE RECT-CUSTOMER-FILE.
021870     CLOSE RECT-RATE-FILE.
021880     CLOSE RECT-TAX-FILE.
021890     CLOSE RECT-AUDIT-FILE.
021900     CLOSE RECT-BILLING-FILE.
021910     CLOSE RECT-JOURNAL-FILE.
021920     CLOSE RECT-ORDER-FILE.
021930     CLOSE RECT-SUSPENSE-FILE.
021940     IF AGREEMENT-FILE-OPEN
021950         CLOSE RECT-AGREEMENT-FILE
021960     END-IF.
021970     IF NOT INIT-FAILED
021980         IF END-OF-INPUT
021990             PERFORM 9050-RESET-CHECKPOINT THRU 9050-EXIT
022000             IF WS-INPUT-DSNAME = WS-REENTRY-DSNAME
022010                 PERFORM 9060-EMPTY-REENTRY-DECK THRU 9060-EXIT
022020             END-IF
022030         ELSE
022040             PERFORM 2800-WRITE-CHECKPOINT THRU 2800-EXIT
022050         END-IF
022060     END-IF.
022070     IF CYCLE-STEP-STARTED
022080         IF INIT-FAILED
022090             MOVE 'F' TO WS-CYCLE-RESULT
022100             MOVE "STARTUP FAILED - SEE SYSOUT"
022110                 TO WS-CYCLE-MESSAGE
022120         ELSE
022130             IF END-OF-INPUT
022140                 MOVE 'C' TO WS-CYCLE-RESULT
022150             ELSE
022160                 MOVE 'I' TO WS-CYCLE-RESULT
022170                 MOVE "STOPPED AT MAX-CALCS LIMIT"
022180                     TO WS-CYCLE-MESSAGE
022190             END-IF
022200         END-IF
022210         PERFORM 9800-END-CYCLE-STEP THRU 9800-EXIT
022220     END-IF.
022230     IF RUN-LOCK-SET
022240         PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
022250     END-IF.
022260     DISPLAY "RECTBAT: " WS-RECORD-COUNT " RECORD(S) PROCESSED.".
022270 9000-EXIT.
022280     EXIT.
022290
022300 9050-RESET-CHECKPOINT.
022310     MOVE SPACES TO RECT-CHECKPOINT-RECORD.
022320     MOVE ZERO TO CK-LAST-RECORD-NO.
022330     MOVE ZERO TO CK-PAGE-NUMBER.
022340     MOVE ZERO TO CK-LINE-COUNT.
022350     MOVE ZERO TO CK-TOTAL-COUNT.
022360     MOVE ZERO TO CK-TOTAL-AREA.
022370     MOVE ZERO TO CK-MIN-AREA.
022380     MOVE ZERO TO CK-MAX-AREA.
022390     MOVE ZERO TO CK-LAST-JOB-ID.
022400     MOVE ZERO TO CK-REJECT-COUNT.
022410     OPEN OUTPUT RECT-CHECKPOINT-FILE.
022420     WRITE RECT-CHECKPOINT-RECORD.
022430     CLOSE RECT-CHECKPOINT-FILE.
022440 9050-EXIT.
022450     EXIT.
022460
022470*-----------------------------------------------------------------
022480*  THE RE-ENTRY DECK HAS BEEN POSTED (OR RE-SUSPENDED) IN FULL,
022490*  SO IT IS EMPTIED FOR THE NEXT RELEASE FROM RECTSUSP.  LEFT
022500*  AS IT WAS, THE NEXT RE-ENTRY RUN WOULD POST IT AGAIN.
022510*-----------------------------------------------------------------
022520 9060-EMPTY-REENTRY-DECK.
022530     OPEN OUTPUT RECT-INPUT-FILE.
022540     IF NOT INPUT-STATUS-OK
022550         DISPLAY "RECTBAT: UNABLE TO EMPTY " WS-INPUT-DSNAME
022560             ", STATUS = " WS-INPUT-STATUS
022570     ELSE
022580         DISPLAY "RECTBAT: RE-ENTRY DECK " WS-INPUT-DSNAME
022590             " POSTED AND EMPTIED."
022600     END-IF.
022610     CLOSE RECT-INPUT-FILE.
022620 9060-EXIT.
022630     EXIT.
022640
022650 2900-WRITE-TOTALS.
022660     MOVE WS-TOTAL-COUNT TO WT1-COUNT.
022670     MOVE WS-TOTAL-LINE-1 TO RECT-REPORT-LINE.
022680     WRITE RECT-REPORT-LINE.
022690     MOVE WS-TOTAL-AREA  TO WT2-TOTAL-AREA.
022700     MOVE WS-TOTAL-LINE-2 TO RECT-REPORT-LINE.
022710     WRITE RECT-REPORT-LINE.
022720     IF WS-TOTAL-COUNT = ZERO
022730         MOVE ZERO TO WS-MIN-AREA
022740     END-IF.
022750     MOVE WS-MIN-AREA    TO WT3-MIN-AREA.
022760     MOVE WS-TOTAL-LINE-3 TO RECT-REPORT-LINE.
022770     WRITE RECT-REPORT-LINE.
022780     MOVE WS-MAX-AREA    TO WT4-MAX-AREA.
022790     MOVE WS-TOTAL-LINE-4 TO RECT-REPORT-LINE.
022800     WRITE RECT-REPORT-LINE.
022810     MOVE WS-REJECT-COUNT TO WT5-REJECT-COUNT.
022820     MOVE WS-TOTAL-LINE-5 TO RECT-REPORT-LINE.
022830     WRITE RECT-REPORT-LINE.
022840 2900-EXIT.
022850     EXIT.
022860
022870 9100-RELEASE-RUN-LOCK.
022880     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
022890     MOVE 'N' TO RL-LOCK-STATUS.
022900     OPEN OUTPUT RECT-LOCK-FILE.
022910     WRITE RECT-RUN-LOCK-RECORD.
022920     IF NOT LOCK-STATUS-OK
022930         DISPLAY "RECTBAT: UNABLE TO RELEASE RUN LOCK, "
022940             "STATUS = " WS-LOCK-STATUS
022950     END-IF.
022960     CLOSE RECT-LOCK-FILE.
022970 9100-EXIT.
022980     EXIT.
022990
023000*-----------------------------------------------------------------
023010*  RECORDS HOW THIS STEP ENDED - COMPLETE, FAILED OR STOPPED
023020*  SHORT - WITH THE END TIME AND ITS KEY COUNTS, ON ITS CYCLE
023030*  RECORD FOR THE DATE.
023040*-----------------------------------------------------------------
023050 9800-END-CYCLE-STEP.
023060     OPEN I-O RECT-CYCLE-FILE.
023070     IF NOT CYCLE-STATUS-OK
023080         DISPLAY "RECTBAT: UNABLE TO REOPEN RECTCYC, STATUS = "
023090             WS-CYCLE-STATUS " - STEP LEFT MARKED RUNNING."
023100         GO TO 9800-EXIT
023110     END-IF.
023120     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
023130     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
023140     READ RECT-CYCLE-FILE
023150         INVALID KEY
023160             DISPLAY "RECTBAT: CYCLE RECORD FOR THE STEP IS GONE "
023170                 "- NOT UPDATED."
023180             CLOSE RECT-CYCLE-FILE
023190             GO TO 9800-EXIT
023200     END-READ.
023210     MOVE WS-CYCLE-RESULT TO CY-STEP-STATUS.
023220     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
023230     ACCEPT WS-CURRENT-TIME FROM TIME.
023240     STRING WS-CURRENT-DATE WS-CURRENT-TIME
023250         DELIMITED BY SIZE INTO CY-END-STAMP.
023260     MOVE "POSTED" TO CY-COUNT-1-CAPTION.
023270     MOVE WS-TOTAL-COUNT TO CY-COUNT-1.
023280     MOVE "REJECTED" TO CY-COUNT-2-CAPTION.
023290     MOVE WS-REJECT-COUNT TO CY-COUNT-2.
023300     MOVE WS-CYCLE-MESSAGE TO CY-MESSAGE.
023310     REWRITE RECT-CYCLE-RECORD.
023320     IF NOT CYCLE-STATUS-OK
023330         DISPLAY "RECTBAT: UNABLE TO UPDATE RECTCYC, STATUS = "
023340             WS-CYCLE-STATUS
023350     ELSE
023360         DISPLAY "RECTBAT: CYCLE STEP " WS-CYCLE-STEP " FOR "
023370             WS-CYCLE-DATE " ENDED, STATUS " CY-STEP-STATUS "."
023380     END-IF.
023390     CLOSE RECT-CYCLE-FILE.
023400 9800-EXIT.
023410     EXIT.
