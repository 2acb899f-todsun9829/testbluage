000600*                   THE TRANSMISSION TRAILER THE WAY RECTXACK
000610*                   AND RECTREST DO, AND THE MARKER ONLY MOVES
000620*                   AFTER A COMPLETE LOAD.
000630*  10/15/2026 DK    CUSTOMER CONTRACT PRICING: EACH LINE ITEM NOW
000640*                   SHOWS THE LIST PRICE AND THE DISCOUNT THE
000650*                   CUSTOMER'S PRICING AGREEMENT TOOK OFF IT.  THE
000660*                   LIST PRICE IS REFIGURED FROM THE JOBS MASTER
000670*                   AND THE RATE TABLE (RECTRATE) AS OF EACH JOB'S
000680*                   CALCULATION DATE.
000690*  10/15/2026 DK    CREDIT ON ACCOUNT (RECTOAC): A CUSTOMER'S
000700*                   CREDIT IS APPLIED AUTOMATICALLY TO THE NEW
000710*                   INVOICE - PRINTED AS "LESS CREDIT ON ACCOUNT"
000720*                   WITH THE BALANCE DUE, CARRIED AS CASH ALREADY
000730*                   PAID ON THE OPEN ITEM AND LOGGED TO RECTCSH AS
000740*                   AN 'A' RECORD.  A CREDIT-BALANCE INVOICE NOW
000750*                   PUTS ITS CREDIT ON ACCOUNT INSTEAD OF
000760*                   DROPPING IT.
000770*  10/15/2026 DK    A DETAIL FLAGGED AS A RESUBMISSION FROM THE
000780*                   BILLING REJECT QUEUE IS COUNTED AGAINST THE
000790*                   TRAILER BUT NOT INVOICED - ITS ORIGINAL WAS
000800*                   INVOICED WITH THE TRANSMISSION IT FIRST WENT
000810*                   OUT IN.
000820*  10/15/2026 DK    NIGHTLY CYCLE CONTROL.  THE INVOICE RUN IS
000830*                   STEP 4 OF THE CYCLE ON RECTCYC AND WAITS FOR
000840*                   THE NIGHT'S ACKNOWLEDGMENT MATCH; ITS START,
000850*                   END, OUTCOME AND COUNTS ARE RECORDED THERE.  A
000860*                   RUN THAT LEAVES LATER TRANSMISSIONS WAITING IS
000870*                   INCOMPLETE AND RUNS AGAIN UNTIL CAUGHT UP; NO
000880*                   NEW TRANSMISSION TO INVOICE IS COMPLETE.
000890*  10/15/2026 DK    FIXED: A CREDIT ON ACCOUNT THAT COULD NOT BE
000900*                   TAKEN OFF RECTOAC WAS STILL COUNTED AND LOGGED
000910*                   TO RECTCSH.  THE INVOICE IS NOW LISTED AT THE
000920*                   END OF RECTIRPT TO BE PUT RIGHT BY HAND,
000930*                   NOTHING IS LOGGED, AND THE STEP IS INCOMPLETE.
000940*-----------------------------------------------------------------
000950 REMARKS.        RUN AFTER RECTXCUT.  READS THE TRANSMISSION THE
000960                 CUT-OFF JUST CLOSED INTO A TABLE, THEN PRINTS
000970                 ONE INVOICE PER CUSTOMER IN CUSTOMER NUMBER
000980                 ORDER: ADDRESS BLOCK AND TERMS FROM THE
000990                 CUSTOMER MASTER, ONE LINE PER BILLING RECORD
001000                 (JOB ID, SHAPE, AREA, PERIMETER, LIST PRICE,
001010                 DISCOUNT, PRICE - CREDITS MARKED CR), AND THE
001020                 NET AMOUNT DUE.  THE SHAPE AND LIST PRICE ARE
001030                 RESOLVED FROM THE JOBS MASTER AND RATE TABLE
001040                 SINCE THE EXTRACT DOES NOT CARRY THEM.  A
001050                 TRANSMISSION IS
001060                 INVOICED EXACTLY ONCE.  ANY CREDIT ON ACCOUNT
001070                 COMES OFF THE AMOUNT DUE; A CREDIT BALANCE GOES
001080                 ON ACCOUNT.
001090                 STEP 4 OF THE NIGHTLY CYCLE (RECTCYC).
001100
001110 ENVIRONMENT DIVISION.
001120 CONFIGURATION SECTION.
001130 SOURCE-COMPUTER. IBM-370.
001140 OBJECT-COMPUTER. IBM-370.
001150 INPUT-OUTPUT SECTION.
001160 FILE-CONTROL.
001170     SELECT RECT-XMIT-FILE    ASSIGN TO WS-XMIT-DSNAME
001180         ORGANIZATION IS LINE SEQUENTIAL
001190         FILE STATUS IS WS-XMIT-STATUS.
001200     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
001210         ORGANIZATION IS INDEXED
001220         ACCESS MODE IS DYNAMIC
001230         RECORD KEY IS CU-CUSTOMER-NO
001240         FILE STATUS IS WS-CUSTOMER-STATUS.
001250     SELECT RECT-MASTER-FILE  ASSIGN TO "RECTMAS"
001260         ORGANIZATION IS INDEXED
001270         ACCESS MODE IS DYNAMIC
001280         RECORD KEY IS RJ-JOB-ID
001290         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
001300             WITH DUPLICATES
001310         FILE STATUS IS WS-MASTER-STATUS.
001320     SELECT RECT-CONTROL-FILE ASSIGN TO "RECTCTL"
001330         ORGANIZATION IS INDEXED
001340         ACCESS MODE IS DYNAMIC
001350         RECORD KEY IS RC-CONTROL-KEY
001360         FILE STATUS IS WS-CONTROL-STATUS.
001370     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTIRPT"
001380         ORGANIZATION IS LINE SEQUENTIAL
001390         FILE STATUS IS WS-REPORT-STATUS.
001400     SELECT RECT-OPEN-FILE    ASSIGN TO "RECTOPN"
001410         ORGANIZATION IS INDEXED
001420         ACCESS MODE IS DYNAMIC
001430         RECORD KEY IS OI-INVOICE-NO
001440         FILE STATUS IS WS-OPEN-STATUS.
001450     SELECT RECT-RATE-FILE    ASSIGN TO "RECTRATE"
001460         ORGANIZATION IS INDEXED
001470         ACCESS MODE IS DYNAMIC
001480         RECORD KEY IS RT-RATE-KEY
001490         FILE STATUS IS WS-RATE-STATUS.
001500     SELECT RECT-ON-ACCOUNT-FILE ASSIGN TO "RECTOAC"
001510         ORGANIZATION IS INDEXED
001520         ACCESS MODE IS DYNAMIC
001530         RECORD KEY IS OA-CUSTOMER-NO
001540         FILE STATUS IS WS-ONACCT-STATUS.
001550     SELECT RECT-CASH-FILE    ASSIGN TO "RECTCSH"
001560         ORGANIZATION IS LINE SEQUENTIAL
001570         FILE STATUS IS WS-CASH-STATUS.
001580     SELECT RECT-CYCLE-FILE   ASSIGN TO "RECTCYC"
001590         ORGANIZATION IS INDEXED
001600         ACCESS MODE IS DYNAMIC
001610         RECORD KEY IS CY-CYCLE-KEY
001620         FILE STATUS IS WS-CYCLE-STATUS.
001630
001640 DATA DIVISION.
001650 FILE SECTION.
001660 FD  RECT-XMIT-FILE
001670     LABEL RECORDS ARE STANDARD
001680     RECORD CONTAINS 120 CHARACTERS.
001690     COPY RECTXMT.
001700
001710 FD  RECT-CUSTOMER-FILE
001720     LABEL RECORDS ARE STANDARD
001730     RECORD CONTAINS 140 CHARACTERS.
001740     COPY RECTCUS.
001750
001760 FD  RECT-MASTER-FILE
001770     LABEL RECORDS ARE STANDARD
001780     RECORD CONTAINS 112 CHARACTERS.
001790     COPY RECTJOB.
001800
001810 FD  RECT-CONTROL-FILE
001820     LABEL RECORDS ARE STANDARD
001830     RECORD CONTAINS 20 CHARACTERS.
001840     COPY RECTCTL.
001850
001860 FD  RECT-REPORT-FILE
001870     RECORDING MODE IS F
001880     LABEL RECORDS ARE STANDARD
001890     RECORD CONTAINS 80 CHARACTERS.
001900 01  RECT-REPORT-LINE           PIC X(80).
001910
001920 FD  RECT-OPEN-FILE
001930     LABEL RECORDS ARE STANDARD
001940     RECORD CONTAINS 80 CHARACTERS.
001950     COPY RECTOPN.
001960
001970 FD  RECT-RATE-FILE
001980     LABEL RECORDS ARE STANDARD
001990     RECORD CONTAINS 20 CHARACTERS.
002000     COPY RECTRATE.
002010
002020 FD  RECT-ON-ACCOUNT-FILE
002030     LABEL RECORDS ARE STANDARD
002040     RECORD CONTAINS 60 CHARACTERS.
002050     COPY RECTOAC.
002060
002070 FD  RECT-CASH-FILE
002080     LABEL RECORDS ARE STANDARD
002090     RECORD CONTAINS 70 CHARACTERS.
002100     COPY RECTCSH.
002110
002120 FD  RECT-CYCLE-FILE
002130     LABEL RECORDS ARE STANDARD
002140     RECORD CONTAINS 140 CHARACTERS.
002150     COPY RECTCYC.
002160
002170 WORKING-STORAGE SECTION.
002180 77  WS-XMIT-STATUS         PIC X(02) VALUE '00'.
002190     88  XMIT-STATUS-OK          VALUE '00'.
002200 77  WS-CUSTOMER-STATUS     PIC X(02) VALUE '00'.
002210     88  CUSTOMER-STATUS-OK      VALUE '00'.
002220 77  WS-MASTER-STATUS       PIC X(02) VALUE '00'.
002230     88  MASTER-STATUS-OK        VALUE '00'.
002240 77  WS-CONTROL-STATUS      PIC X(02) VALUE '00'.
002250     88  CONTROL-STATUS-OK       VALUE '00'.
002260     88  CONTROL-FILE-NOT-FOUND  VALUE '35'.
002270 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
002280     88  REPORT-STATUS-OK        VALUE '00'.
002290 77  WS-OPEN-STATUS         PIC X(02) VALUE '00'.
002300     88  OPEN-STATUS-OK          VALUE '00'.
002310     88  OPEN-FILE-NOT-FOUND     VALUE '35'.
002320 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
002330     88  INIT-FAILED             VALUE 'N'.
002340 77  WS-NOTHING-NEW-SW      PIC X(01) VALUE 'N'.
002350     88  NOTHING-TO-INVOICE      VALUE 'Y'.
002360 77  WS-XMIT-MARKED-SW      PIC X(01) VALUE 'N'.
002370     88  TRANSMISSION-MARKED     VALUE 'Y'.
002380 77  WS-CYCLE-STATUS        PIC X(02) VALUE '00'.
002390     88  CYCLE-STATUS-OK         VALUE '00'.
002400     88  CYCLE-FILE-NOT-FOUND    VALUE '35'.
002410 77  WS-CYCLE-STEP          PIC 9(01) VALUE 4.
002420 77  WS-CYCLE-NEXT          PIC 9(01) VALUE 5.
002430 77  WS-CYCLE-IX            PIC 9(01) VALUE ZERO.
002440 77  WS-CYCLE-DATE          PIC 9(08) VALUE ZERO.
002450 77  WS-CYCLE-CHECK-DATE    PIC 9(08) VALUE ZERO.
002460 77  WS-CYCLE-SW            PIC X(01) VALUE 'N'.
002470     88  CYCLE-STEP-STARTED      VALUE 'Y'.
002480 77  WS-CYCLE-LATER-SW      PIC X(01) VALUE 'N'.
002490     88  CYCLE-LATER-STARTED     VALUE 'Y'.
002500 77  WS-CYCLE-ON-FILE-SW    PIC X(01) VALUE 'N'.
002510     88  CYCLE-STEP-ON-FILE      VALUE 'Y'.
002520 77  WS-CYCLE-RESULT        PIC X(01) VALUE SPACE.
002530 77  WS-CYCLE-MESSAGE       PIC X(30) VALUE SPACES.
002540 77  WS-XMIT-EOF-SW         PIC X(01) VALUE 'N'.
002550     88  END-OF-XMIT             VALUE 'Y'.
002560 77  WS-ALL-DONE-SW         PIC X(01) VALUE 'N'.
002570     88  ALL-INVOICED            VALUE 'Y'.
002580 77  WS-RUN-DATE            PIC 9(08).
002590 77  WS-BILL-COUNT          PIC 9(05) COMP VALUE ZERO.
002600 77  WS-BT-IX               PIC 9(05) COMP VALUE ZERO.
002610 77  WS-BILL-TABLE-MAX      PIC 9(05) VALUE 02000.
002620 77  WS-THIS-CUSTOMER       PIC 9(05) VALUE ZERO.
002630 77  WS-INVOICE-NO          PIC 9(07) VALUE ZERO.
002640 77  WS-INVOICE-COUNT       PIC 9(08) COMP VALUE ZERO.
002650 77  WS-INV-BILL-AMT        PIC 9(08)V99 VALUE ZERO.
002660 77  WS-INV-CREDIT-AMT      PIC 9(08)V99 VALUE ZERO.
002670 77  WS-INV-TAX-BILL        PIC 9(07)V99 VALUE ZERO.
002680 77  WS-INV-TAX-CREDIT      PIC 9(07)V99 VALUE ZERO.
002690 77  WS-TAX-NET             PIC S9(08)V99 VALUE ZERO.
002700 77  WS-NET-DUE             PIC S9(08)V99 VALUE ZERO.
002710 77  WS-GRAND-BILL-AMT      PIC 9(10)V99 VALUE ZERO.
002720 77  WS-GRAND-CREDIT-AMT    PIC 9(10)V99 VALUE ZERO.
002730 77  WS-DUE-DISPLAY         PIC 9(08)V99 VALUE ZERO.
002740 77  WS-BILL-NAME           PIC X(30).
002750 77  WS-BILL-TERMS          PIC X(03).
002760 77  WS-XMIT-SEQUENCE       PIC 9(07) VALUE ZERO.
002770 77  WS-INVOICED-SEQ        PIC 9(07) VALUE ZERO.
002780 77  WS-LATEST-SEQ          PIC 9(07) VALUE ZERO.
002790 77  WS-DETAIL-COUNT        PIC 9(08) COMP VALUE ZERO.
002800 77  WS-RESUB-SKIPPED       PIC 9(08) COMP VALUE ZERO.
002810 77  WS-LOAD-OK-SW          PIC X(01) VALUE 'Y'.
002820     88  LOAD-COMPLETE           VALUE 'Y'.
002830 77  WS-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
002840     88  TRAILER-SEEN            VALUE 'Y'.
002850 77  WS-RATE-STATUS         PIC X(02) VALUE '00'.
002860     88  RATE-STATUS-OK          VALUE '00'.
002870 77  WS-RATE-EOF-SW         PIC X(01) VALUE 'N'.
002880     88  RATE-SEARCH-DONE        VALUE 'Y'.
002890 77  WS-RATE-FOUND-SW       PIC X(01) VALUE 'N'.
002900     88  RATE-FOUND              VALUE 'Y'.
002910 77  WS-JOB-RATE            PIC 9(03)V99 VALUE ZERO.
002920 77  WS-LIST-OK-SW          PIC X(01) VALUE 'Y'.
002930     88  LIST-PRICE-OK           VALUE 'Y'.
002940 77  WS-ORDER-WALK-SW       PIC X(01) VALUE 'N'.
002950     88  ORDER-WALK-DONE         VALUE 'Y'.
002960 77  WS-WALK-JOB-ID         PIC 9(07) VALUE ZERO.
002970 77  WS-LIST-LINE           PIC 9(07)V99 VALUE ZERO.
002980 77  WS-LIST-SUM            PIC 9(07)V99 VALUE ZERO.
002990 77  WS-DISCOUNT-AMT        PIC 9(07)V99 VALUE ZERO.
003000 77  WS-ONACCT-STATUS       PIC X(02) VALUE '00'.
003010     88  ONACCT-STATUS-OK        VALUE '00'.
003020     88  ONACCT-FILE-NOT-FOUND   VALUE '35'.
003030 77  WS-CASH-STATUS         PIC X(02) VALUE '00'.
003040     88  CASH-STATUS-OK          VALUE '00'.
003050     88  CASH-FILE-NOT-FOUND     VALUE '35'.
003060 77  WS-CREDIT-APPLIED      PIC 9(08)V99 VALUE ZERO.
003070 77  WS-CREDIT-CARRIED      PIC 9(08)V99 VALUE ZERO.
003080 77  WS-BALANCE-DUE         PIC 9(08)V99 VALUE ZERO.
003090 77  WS-OPEN-WRITTEN-SW     PIC X(01) VALUE 'N'.
003100     88  OPEN-ITEM-WRITTEN       VALUE 'Y'.
003110 77  WS-CURRENT-DATE        PIC 9(08).
003120 77  WS-CURRENT-TIME        PIC 9(08).
003130 77  WS-GRAND-CREDIT-USED   PIC 9(10)V99 VALUE ZERO.
003140 77  WS-GRAND-CREDIT-CARRIED PIC 9(10)V99 VALUE ZERO.
003150 77  WS-CREDIT-FAILED-SW    PIC X(01) VALUE 'N'.
003160     88  CREDIT-USE-FAILED       VALUE 'Y'.
003170 77  WS-CREDIT-FAILED-COUNT PIC 9(05) COMP VALUE ZERO.
003180 77  WS-CREDIT-FAILED-MAX   PIC 9(05) COMP VALUE 100.
003190 77  WS-CF-IX               PIC 9(05) COMP VALUE ZERO.
003200
003210 01  WS-XMIT-DSNAME.
003220     05  FILLER                  PIC X(05) VALUE "RECTX".
003230     05  WS-XMIT-SEQ             PIC 9(03).
003240
003250*    THE BILLING-RECORD LAYOUT RIDES INSIDE EACH TRANSMISSION
003260*    DETAIL; IT IS COPIED HERE SO THE IMAGE CAN BE PICKED APART
003270*    WITH ITS OWN FIELD NAMES.
003280     COPY RECTBIL.
003290
003300     COPY RECTCYN.
003310
003320*-----------------------------------------------------------------
003330*  THE WHOLE EXTRACT IS HELD HERE SO A CUSTOMER'S BILLS AND
003340*  CREDITS CAN BE GROUPED ONTO ONE INVOICE NO MATTER WHAT ORDER
003350*  THE THREE WRITING PROGRAMS APPENDED THEM IN.  ENTRIES ARE
003360*  MARKED DONE AS THEY ARE INVOICED.
003370*-----------------------------------------------------------------
003380 01  WS-BILL-TABLE.
003390     05  WS-BT-ENTRY OCCURS 2000 TIMES.
003400         10  WS-BT-CUSTOMER-NO   PIC 9(05).
003410         10  WS-BT-JOB-ID        PIC 9(07).
003420         10  WS-BT-SHAPE         PIC X(01).
003430         10  WS-BT-AREA          PIC 9(10)V99.
003440         10  WS-BT-PERIMETER     PIC 9(07)V99.
003450         10  WS-BT-PRICE         PIC 9(07)V99.
003460         10  WS-BT-LIST-PRICE    PIC 9(07)V99.
003470         10  WS-BT-TYPE          PIC X(01).
003480         10  WS-BT-DONE-SW       PIC X(01).
003490         10  WS-BT-ORDER-NO      PIC 9(07).
003500         10  WS-BT-TAX           PIC 9(05)V99.
003510
003520*-----------------------------------------------------------------
003530*  INVOICES WHOSE CREDIT ON ACCOUNT COULD NOT BE TAKEN OFF
003540*  RECTOAC.  THEY ARE LISTED AT THE END OF THE RUN FOR
003550*  CORRECTION BY HAND.
003560*-----------------------------------------------------------------
003570 01  WS-CREDIT-FAILED-TABLE.
003580     05  WS-CF-ENTRY OCCURS 100 TIMES.
003590         10  WS-CF-INVOICE-NO    PIC 9(07).
003600         10  WS-CF-CUSTOMER-NO   PIC 9(05).
003610         10  WS-CF-AMOUNT        PIC 9(08)V99.
003620
003630 01  WS-PRINT-LINE              PIC X(80).
003640
003650 01  WS-RULE-LINE               PIC X(72) VALUE ALL "=".
003660
003670 01  WS-HEADING-LINE-1.
003680     05  FILLER                  PIC X(32) VALUE
003690         "RECTINV - CUSTOMER INVOICE      ".
003700     05  FILLER                  PIC X(06) VALUE "DATE: ".
003710     05  WH1-RUN-DATE            PIC 9(08).
003720     05  FILLER                  PIC X(11) VALUE "   INVOICE ".
003730     05  WH1-INVOICE-NO          PIC 9(07).
003740
003750 01  WS-CSZ-LINE.
003760     05  WCS-CITY                PIC X(20).
003770     05  FILLER                  PIC X(01) VALUE SPACES.
003780     05  WCS-STATE               PIC X(02).
003790     05  FILLER                  PIC X(01) VALUE SPACES.
003800     05  WCS-ZIP                 PIC X(09).
003810
003820 01  WS-TERMS-LINE.
003830     05  FILLER                  PIC X(07) VALUE "TERMS: ".
003840     05  WTL-TERMS               PIC X(03).
003850
003860 01  WS-COLUMN-LINE.
003870     05  FILLER                  PIC X(10) VALUE "JOB ID  S ".
003880     05  FILLER                  PIC X(14) VALUE
003890         "         AREA ".
003900     05  FILLER                  PIC X(13) VALUE
003910         "   PERIMETER ".
003920     05  FILLER                  PIC X(12) VALUE
003930         " LIST PRICE ".
003940     05  FILLER                  PIC X(11) VALUE
003950         "  DISCOUNT ".
003960     05  FILLER                  PIC X(11) VALUE
003970         "      PRICE".
003980
003990 01  WS-DETAIL-LINE.
004000     05  WD-JOB-ID               PIC 9(07).
004010     05  FILLER                  PIC X(01) VALUE SPACES.
004020     05  WD-SHAPE                PIC X(01).
004030     05  FILLER                  PIC X(01) VALUE SPACES.
004040     05  WD-AREA                 PIC Z(09)9.99.
004050     05  FILLER                  PIC X(01) VALUE SPACES.
004060     05  WD-PERIMETER            PIC Z(08)9.99.
004070     05  FILLER                  PIC X(01) VALUE SPACES.
004080     05  WD-LIST-PRICE           PIC Z(07)9.99.
004090     05  FILLER                  PIC X(01) VALUE SPACES.
004100     05  WD-DISCOUNT             PIC Z(06)9.99 BLANK WHEN ZERO.
004110     05  FILLER                  PIC X(01) VALUE SPACES.
004120     05  WD-PRICE                PIC Z(07)9.99.
004130     05  WD-CR-FLAG              PIC X(02).
004140
004150 01  WS-ORDER-NOTE-LINE.
004160     05  FILLER                  PIC X(10) VALUE SPACES.
004170     05  FILLER                  PIC X(11) VALUE "WORK ORDER ".
004180     05  WN-ORDER-NO             PIC 9(07).
004190
004200 01  WS-TOTAL-LINE.
004210     05  WT-CAPTION              PIC X(30).
004220     05  FILLER                  PIC X(05) VALUE SPACES.
004230     05  WT-AMOUNT               PIC Z(07)9.99.
004240
004250 01  WS-CARRIED-NOTE.
004260     05  FILLER                  PIC X(32) VALUE
004270         "    THE CREDIT BALANCE HAS BEEN ".
004280     05  FILLER                  PIC X(24) VALUE
004290         "CARRIED TO YOUR ACCOUNT.".
004300
004310 01  WS-CREDIT-FAILED-HEAD.
004320     05  FILLER                  PIC X(32) VALUE
004330         "*** CREDIT ON ACCOUNT NOT TAKEN ".
004340     05  FILLER                  PIC X(36) VALUE
004350         "OFF RECTOAC - CORRECT THESE BY HAND:".
004360
004370 01  WS-CREDIT-FAILED-LINE.
004380     05  FILLER                  PIC X(12) VALUE "    INVOICE ".
004390     05  WF-INVOICE-NO           PIC 9(07).
004400     05  FILLER                  PIC X(11) VALUE "  CUSTOMER ".
004410     05  WF-CUSTOMER-NO          PIC 9(05).
004420     05  FILLER                  PIC X(09) VALUE "  CREDIT ".
004430     05  WF-AMOUNT               PIC Z(07)9.99.
004440
004450 01  WS-CREDIT-FAILED-MORE.
004460     05  FILLER                  PIC X(04) VALUE SPACES.
004470     05  WM-MORE-COUNT           PIC Z(04)9.
004480     05  FILLER                  PIC X(30) VALUE
004490         " MORE - SEE THE RECTINV SYSOUT".
004500
004510 PROCEDURE DIVISION.
004520 0000-MAINLINE.
004530     DISPLAY "RECTINV - CUSTOMER INVOICE PRINT".
004540     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
004550     IF NOT INIT-FAILED
004560         PERFORM 2000-LOAD-TRANSMISSION THRU 2000-EXIT
004570             UNTIL END-OF-XMIT   
004580         PERFORM 3000-NEXT-INVOICE THRU 3000-EXIT
004590             UNTIL ALL-INVOICED
004600         PERFORM 8000-MARK-TRANSMISSION-DONE THRU 8000-EXIT
004610     END-IF.
004620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
004630     STOP RUN.
004640
004650 1000-INITIALIZE.
004660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
004670     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
004680     IF INIT-FAILED
004690         GO TO 1000-EXIT.
004700     OPEN INPUT RECT-CUSTOMER-FILE.
004710     IF NOT CUSTOMER-STATUS-OK
004720         DISPLAY "RECTINV: UNABLE TO OPEN RECTCUS, STATUS = "
004730             WS-CUSTOMER-STATUS
004740         MOVE 'N' TO WS-INIT-OK
004750         GO TO 1000-EXIT.
004760     OPEN INPUT RECT-MASTER-FILE.
004770     IF NOT MASTER-STATUS-OK
004780         DISPLAY "RECTINV: UNABLE TO OPEN RECTMAS, STATUS = "
004790             WS-MASTER-STATUS
004800         MOVE 'N' TO WS-INIT-OK
004810         GO TO 1000-EXIT.
004820     PERFORM 1100-OPEN-CONTROL THRU 1100-EXIT.
004830     IF INIT-FAILED
004840         GO TO 1000-EXIT.
004850     OPEN INPUT RECT-XMIT-FILE.
004860     IF NOT XMIT-STATUS-OK
004870         DISPLAY "RECTINV: UNABLE TO OPEN " WS-XMIT-DSNAME
004880             ", STATUS = " WS-XMIT-STATUS
004890         MOVE 'N' TO WS-INIT-OK
004900         GO TO 1000-EXIT.
004910     OPEN I-O RECT-OPEN-FILE.
004920     IF OPEN-FILE-NOT-FOUND
004930         OPEN OUTPUT RECT-OPEN-FILE
004940         CLOSE RECT-OPEN-FILE
004950         OPEN I-O RECT-OPEN-FILE
004960     END-IF.
004970     IF NOT OPEN-STATUS-OK
004980         DISPLAY "RECTINV: UNABLE TO OPEN RECTOPN, STATUS = "
004990             WS-OPEN-STATUS
005000         MOVE 'N' TO WS-INIT-OK
005010         GO TO 1000-EXIT.
005020     OPEN I-O RECT-ON-ACCOUNT-FILE.
005030     IF ONACCT-FILE-NOT-FOUND
005040         OPEN OUTPUT RECT-ON-ACCOUNT-FILE
005050         CLOSE RECT-ON-ACCOUNT-FILE
005060         OPEN I-O RECT-ON-ACCOUNT-FILE
005070     END-IF.
005080     IF NOT ONACCT-STATUS-OK
005090         DISPLAY "RECTINV: UNABLE TO OPEN RECTOAC, STATUS = "
005100             WS-ONACCT-STATUS
005110         MOVE 'N' TO WS-INIT-OK
005120         GO TO 1000-EXIT.
005130     OPEN EXTEND RECT-CASH-FILE.
005140     IF CASH-FILE-NOT-FOUND
005150         OPEN OUTPUT RECT-CASH-FILE
005160     END-IF.
005170     IF NOT CASH-STATUS-OK
005180         DISPLAY "RECTINV: UNABLE TO OPEN RECTCSH, STATUS = "
005190             WS-CASH-STATUS
005200         MOVE 'N' TO WS-INIT-OK
005210         GO TO 1000-EXIT.
005220     OPEN INPUT RECT-RATE-FILE.
005230     IF NOT RATE-STATUS-OK
005240         DISPLAY "RECTINV: UNABLE TO OPEN RECTRATE, STATUS = "
005250             WS-RATE-STATUS
005260         MOVE 'N' TO WS-INIT-OK
005270         GO TO 1000-EXIT.
005280     OPEN OUTPUT RECT-REPORT-FILE.
005290     IF NOT REPORT-STATUS-OK
005300         DISPLAY "RECTINV: UNABLE TO OPEN RECTIRPT, STATUS = "
005310             WS-REPORT-STATUS
005320         MOVE 'N' TO WS-INIT-OK
005330         GO TO 1000-EXIT.
005340 1000-EXIT.
005350     EXIT.
005360
005370*-----------------------------------------------------------------
005380*  THE INVOICE SEQUENCE LIVES ON THE CONTROL FILE UNDER ITS OWN
005390*  KEY ('2'), BESIDE THE JOB-ID SEQUENCE UNDER KEY '1', SO
005400*  INVOICE NUMBERS ARE HANDED OUT THE SAME WAY JOB IDS ARE.  A
005410*  FILE OR RECORD NOT YET ON DISK IS SEEDED AT ZERO.
005420*-----------------------------------------------------------------
005430 1100-OPEN-CONTROL.
005440     OPEN I-O RECT-CONTROL-FILE.
005450     IF CONTROL-FILE-NOT-FOUND
005460         OPEN OUTPUT RECT-CONTROL-FILE
005470         MOVE '2'   TO RC-CONTROL-KEY
005480         MOVE ZERO  TO RC-LAST-JOB-ID
005490         WRITE RECT-CONTROL-RECORD
005500         CLOSE RECT-CONTROL-FILE
005510         OPEN I-O RECT-CONTROL-FILE
005520     END-IF.
005530     IF NOT CONTROL-STATUS-OK
005540         DISPLAY "RECTINV: UNABLE TO OPEN RECTCTL, STATUS = "
005550             WS-CONTROL-STATUS
005560         MOVE 'N' TO WS-INIT-OK
005570         GO TO 1100-EXIT.
005580     MOVE '2' TO RC-CONTROL-KEY.
005590     READ RECT-CONTROL-FILE
005600         INVALID KEY
005610             MOVE '2'  TO RC-CONTROL-KEY
005620             MOVE ZERO TO RC-LAST-JOB-ID
005630             WRITE RECT-CONTROL-RECORD
005640     END-READ.
005650     PERFORM 1150-CHECK-TRANSMISSION THRU 1150-EXIT.
005660     IF INIT-FAILED
005670         GO TO 1100-EXIT
005680     END-IF.
005690*    THE INVOICE-NUMBER DRAWS INCREMENT WHATEVER CONTROL RECORD
005700*    IS IN THE BUFFER, SO THE KEY '2' RECORD IS READ BACK LAST.
005710     MOVE '2' TO RC-CONTROL-KEY.
005720     READ RECT-CONTROL-FILE.
005730 1100-EXIT.
005740     EXIT.
005750
005760*-----------------------------------------------------------------
005770*  THE INVOICE RUN WORKS THROUGH THE TRANSMISSIONS RECTXCUT CUT
005780*  IN ORDER: KEY '5' REMEMBERS THE LAST ONE INVOICED AND THIS
005790*  RUN TAKES THE NEXT, NEVER THE LATEST - A WEEKEND WITH TWO
005800*  CUTS AND ONE INVOICE RUN MUST NOT SKIP THE MIDDLE ONE AND
005810*  LOSE ITS RECEIVABLES.  RUNNING TWICE AGAINST THE SAME
005820*  TRANSMISSION IS STILL REFUSED.
005830*-----------------------------------------------------------------
005840 1150-CHECK-TRANSMISSION.
005850     MOVE '4' TO RC-CONTROL-KEY.
005860     READ RECT-CONTROL-FILE
005870         INVALID KEY
005880             DISPLAY "RECTINV: NOTHING HAS BEEN TRANSMITTED "
005890                 "YET - RUN RECTXCUT FIRST."
005900             MOVE 'N' TO WS-INIT-OK
005910             MOVE 'Y' TO WS-NOTHING-NEW-SW
005920             GO TO 1150-EXIT
005930     END-READ.
005940     MOVE RC-LAST-JOB-ID TO WS-LATEST-SEQ.
005950     IF WS-LATEST-SEQ = ZERO
005960         DISPLAY "RECTINV: NOTHING HAS BEEN TRANSMITTED "
005970             "YET - RUN RECTXCUT FIRST."
005980         MOVE 'N' TO WS-INIT-OK
005990         MOVE 'Y' TO WS-NOTHING-NEW-SW
006000         GO TO 1150-EXIT
006010     END-IF.
006020     MOVE '5' TO RC-CONTROL-KEY.
006030     READ RECT-CONTROL-FILE
006040         INVALID KEY
006050             MOVE '5'  TO RC-CONTROL-KEY
006060             MOVE ZERO TO RC-LAST-JOB-ID
006070             WRITE RECT-CONTROL-RECORD
006080     END-READ.
006090     MOVE RC-LAST-JOB-ID TO WS-INVOICED-SEQ.
006100     IF WS-INVOICED-SEQ NOT LESS THAN WS-LATEST-SEQ
006110         DISPLAY "RECTINV: TRANSMISSION " WS-LATEST-SEQ
006120             " IS ALREADY INVOICED - RUN RECTXCUT TO CUT A "
006130             "NEW ONE FIRST."
006140         MOVE 'N' TO WS-INIT-OK
006150         MOVE 'Y' TO WS-NOTHING-NEW-SW
006160         GO TO 1150-EXIT
006170     END-IF.
006180     COMPUTE WS-XMIT-SEQUENCE = WS-INVOICED-SEQ + 1.
006190     MOVE WS-XMIT-SEQUENCE TO WS-XMIT-SEQ.
006200     DISPLAY "RECTINV: INVOICING TRANSMISSION "
006210         WS-XMIT-SEQUENCE " (" WS-XMIT-DSNAME ").".
006220     IF WS-XMIT-SEQUENCE < WS-LATEST-SEQ
006230         DISPLAY "RECTINV: TRANSMISSIONS THROUGH "
006240             WS-LATEST-SEQ " ARE WAITING - RUN RECTINV AGAIN "
006250             "AFTER THIS ONE UNTIL CAUGHT UP."
006260     END-IF.
006270 1150-EXIT.
006280     EXIT.
006290
006300*-----------------------------------------------------------------
006310*  NIGHTLY CYCLE CONTROL.  THE INVOICE RUN IS STEP 4 AND RUNS FOR
006320*  THE BUSINESS DATE THE CYCLE IS OPEN FOR, ONCE THAT NIGHT'S
006330*  CUT AND ACKNOWLEDGMENT MATCH ARE DONE.
006340*-----------------------------------------------------------------
006350 1800-START-CYCLE-STEP.
006360     OPEN I-O RECT-CYCLE-FILE.
006370     IF NOT CYCLE-STATUS-OK
006380         DISPLAY "RECTINV: UNABLE TO OPEN RECTCYC, STATUS = "
006390             WS-CYCLE-STATUS " - RUN REFUSED."
006400         MOVE 'N' TO WS-INIT-OK
006410         GO TO 1800-EXIT
006420     END-IF.
006430     PERFORM 1810-CHECK-CYCLE THRU 1810-EXIT.
006440     IF NOT INIT-FAILED
006450         PERFORM 1850-MARK-STEP-RUNNING THRU 1850-EXIT
006460     END-IF.
006470     CLOSE RECT-CYCLE-FILE.
006480 1800-EXIT.
006490     EXIT.
006500
006510 1810-CHECK-CYCLE.
006520     MOVE ZERO TO CC-CONTROL-KEY.
006530     READ RECT-CYCLE-FILE
006540         INVALID KEY
006550             DISPLAY "RECTINV: NO BUSINESS DATE IS OPEN ON "
006560                 "RECTCYC - RECTBAT OPENS THE CYCLE - "
006570                 "RUN REFUSED."
006580             MOVE 'N' TO WS-INIT-OK
006590             GO TO 1810-EXIT
006600     END-READ.
006610     MOVE CC-OPEN-DATE TO WS-CYCLE-DATE.
006620     MOVE CC-OPEN-DATE TO WS-CYCLE-CHECK-DATE.
006630     PERFORM 1820-CHECK-PRIOR-STEP THRU 1820-EXIT
006640         VARYING WS-CYCLE-IX FROM 1 BY 1
006650         UNTIL WS-CYCLE-IX NOT LESS THAN WS-CYCLE-STEP.
006660     IF INIT-FAILED
006670         DISPLAY "RECTINV: EARLIER STEPS OF THE CYCLE FOR "
006680             WS-CYCLE-DATE " ARE NOT DONE - RUN REFUSED."
006690         GO TO 1810-EXIT
006700     END-IF.
006710     PERFORM 1830-CHECK-OWN-STEP THRU 1830-EXIT.
006720 1810-EXIT.
006730     EXIT.
006740
006750 1820-CHECK-PRIOR-STEP.
006760     MOVE WS-CYCLE-CHECK-DATE TO CY-BUSINESS-DATE.
006770     MOVE WS-CYCLE-IX TO CY-STEP-NO.
006780     READ RECT-CYCLE-FILE
006790         INVALID KEY
006800             MOVE SPACE TO CY-STEP-STATUS
006810     END-READ.
006820     IF NOT CY-STEP-DONE
006830         DISPLAY "RECTINV: STEP " WS-CYCLE-IX " ("
006840             CN-STEP-PROGRAM (WS-CYCLE-IX)
006850             ") HAS NOT COMPLETED FOR " WS-CYCLE-CHECK-DATE "."
006860         MOVE 'N' TO WS-INIT-OK
006870     END-IF.
006880 1820-EXIT.
006890     EXIT.
006900
006910*-----------------------------------------------------------------
006920*  THIS STEP'S OWN RECORD FOR THE DATE.  NONE YET, OR ONE A
006930*  SUPERVISOR RELEASED, OR ONE STOPPED SHORT ON PURPOSE, MEANS
006940*  GO.  ONE LEFT FAILED OR STILL MARKED RUNNING (AN ABEND) NEEDS
006950*  A SUPERVISOR'S RELEASE FIRST.  ONE ALREADY DONE MAY RUN AGAIN
006960*  ONLY WHILE NO LATER STEP HAS STARTED - AFTER THAT, A SECOND
006970*  RUN WOULD CHANGE WHAT THE LATER STEPS WORKED FROM.
006980*-----------------------------------------------------------------
006990 1830-CHECK-OWN-STEP.
007000     MOVE 'N' TO WS-CYCLE-LATER-SW.
007010     PERFORM 1840-CHECK-LATER-STEP THRU 1840-EXIT
007020         VARYING WS-CYCLE-IX FROM WS-CYCLE-NEXT BY 1
007030         UNTIL WS-CYCLE-IX > CN-LAST-STEP.
007040     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
007050     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
007060     READ RECT-CYCLE-FILE
007070         INVALID KEY
007080             GO TO 1830-EXIT
007090     END-READ.
007100     IF CY-STEP-NEEDS-RELEASE
007110         DISPLAY "RECTINV: THE LAST RUN FOR " WS-CYCLE-DATE
007120             " FAILED OR ABENDED - A SUPERVISOR MUST RELEASE"
007130             " THE STEP IN RECTCYCS - RUN REFUSED."
007140         MOVE 'N' TO WS-INIT-OK
007150         GO TO 1830-EXIT
007160     END-IF.
007170     IF CY-STEP-DONE
007180         AND CYCLE-LATER-STARTED
007190         DISPLAY "RECTINV: ALREADY DONE FOR " WS-CYCLE-DATE
007200             " AND LATER STEPS HAVE RUN - A SUPERVISOR MUST"
007210             " RELEASE THE STEP IN RECTCYCS - RUN REFUSED."
007220         MOVE 'N' TO WS-INIT-OK
007230     END-IF.
007240 1830-EXIT.
007250     EXIT.
007260
007270 1840-CHECK-LATER-STEP.
007280     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
007290     MOVE WS-CYCLE-IX TO CY-STEP-NO.
007300     READ RECT-CYCLE-FILE
007310         INVALID KEY
007320             GO TO 1840-EXIT
007330     END-READ.
007340     MOVE 'Y' TO WS-CYCLE-LATER-SW.
007350 1840-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------------
007390*  MARKS THIS STEP RUNNING FOR THE DATE, WITH THE START TIME.  IT
007400*  STAYS THAT WAY IF THE RUN ABENDS, WHICH IS HOW THE STATUS
007410*  REPORT TELLS AN ABEND FROM A CLEAN FAILURE.
007420*-----------------------------------------------------------------
007430 1850-MARK-STEP-RUNNING.
007440     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
007450     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
007460     MOVE 'Y' TO WS-CYCLE-ON-FILE-SW.
007470     READ RECT-CYCLE-FILE
007480         INVALID KEY
007490             MOVE 'N' TO WS-CYCLE-ON-FILE-SW
007500             MOVE SPACES TO RECT-CYCLE-RECORD
007510             MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE
007520             MOVE WS-CYCLE-STEP TO CY-STEP-NO
007530             MOVE ZERO TO CY-RUN-COUNT
007540     END-READ.
007550     MOVE CN-STEP-PROGRAM (WS-CYCLE-STEP) TO CY-PROGRAM-ID.
007560     MOVE 'R' TO CY-STEP-STATUS.
007570     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
007580     ACCEPT WS-CURRENT-TIME FROM TIME.
007590     STRING WS-CURRENT-DATE WS-CURRENT-TIME
007600         DELIMITED BY SIZE INTO CY-START-STAMP.
007610     MOVE ZERO   TO CY-END-STAMP.
007620     ADD 1 TO CY-RUN-COUNT.
007630     MOVE SPACES TO CY-COUNT-1-CAPTION.
007640     MOVE ZERO   TO CY-COUNT-1.
007650     MOVE SPACES TO CY-COUNT-2-CAPTION.
007660     MOVE ZERO   TO CY-COUNT-2.
007670     MOVE SPACES TO CY-MESSAGE.
007680     IF CYCLE-STEP-ON-FILE
007690         REWRITE RECT-CYCLE-RECORD
007700     ELSE
007710         WRITE RECT-CYCLE-RECORD
007720     END-IF.
007730     IF NOT CYCLE-STATUS-OK
007740         DISPLAY "RECTINV: UNABLE TO MARK THE STEP RUNNING ON "
007750             "RECTCYC, STATUS = " WS-CYCLE-STATUS
007760             " - RUN REFUSED."
007770         MOVE 'N' TO WS-INIT-OK
007780         GO TO 1850-EXIT
007790     END-IF.
007800     MOVE 'Y' TO WS-CYCLE-SW.
007810     DISPLAY "RECTINV: CYCLE STEP " WS-CYCLE-STEP
007820         " FOR BUSINESS DATE " WS-CYCLE-DATE " STARTED.".
007830 1850-EXIT.
007840     EXIT.
007850
007860*-----------------------------------------------------------------
007870*  LOADS ONE TRANSMISSION RECORD.  DETAILS CARRY THE BILLING
007880*  IMAGE AND GO INTO THE TABLE; THE SHAPE IS LOOKED UP ON THE
007890*  JOBS MASTER BY JOB ID - THE EXTRACT DOES NOT CARRY IT - AND
007900*  A JOB NO LONGER ON THE MASTER PRINTS WITH A BLANK SHAPE
007910*  RATHER THAN HOLDING UP THE INVOICE (ITS LIST PRICE IS TAKEN
007920*  AS THE PRICE BILLED).
007930*-----------------------------------------------------------------
007940 2000-LOAD-TRANSMISSION.
007950     READ RECT-XMIT-FILE
007960         AT END
007970             MOVE 'Y' TO WS-XMIT-EOF-SW
007980             GO TO 2000-EXIT
007990     END-READ.
008000     IF NOT XMIT-STATUS-OK
008010         DISPLAY "RECTINV: READ ERROR ON " WS-XMIT-DSNAME
008020             ", STATUS = " WS-XMIT-STATUS
008030         MOVE 'N' TO WS-LOAD-OK-SW
008040         MOVE 'Y' TO WS-XMIT-EOF-SW
008050         GO TO 2000-EXIT
008060     END-IF.
008070     IF XH-RECORD-TYPE = 'T'
008080*        THE TRAILER PROVES THE FILE IS WHOLE - A COUNT THAT
008090*        DISAGREES WITH THE DETAILS READ MEANS A TRUNCATED OR
008100*        DOCTORED TRANSMISSION, AND IT MUST NOT BE MARKED
008110*        INVOICED.
008120         MOVE 'Y' TO WS-TRAILER-SEEN-SW
008130         IF XT-RECORD-COUNT NOT = WS-DETAIL-COUNT
008140             DISPLAY "RECTINV: TRAILER SAYS " XT-RECORD-COUNT
008150                 " RECORD(S), FILE HOLDS " WS-DETAIL-COUNT
008160                 " - TRANSMISSION SUSPECT."
008170             MOVE 'N' TO WS-LOAD-OK-SW
008180         END-IF
008190         GO TO 2000-EXIT
008200     END-IF.
008210     IF XH-RECORD-TYPE NOT = 'D'
008220*        THE HEADER IS THE LOAD JOB'S AND RECTXACK'S BUSINESS -
008230*        ONLY THE DETAILS ARE INVOICED.
008240         GO TO 2000-EXIT
008250     END-IF.
008260     ADD 1 TO WS-DETAIL-COUNT.
008270     IF XD-RESUBMISSION
008280*        A CORRECTED REJECT SENT BACK TO BILLING - THE CUSTOMER
008290*        WAS INVOICED FOR IT THE FIRST TIME IT WENT OUT.
008300         ADD 1 TO WS-RESUB-SKIPPED
008310         GO TO 2000-EXIT
008320     END-IF.
008330     IF WS-BILL-COUNT NOT LESS THAN WS-BILL-TABLE-MAX
008340         DISPLAY "RECTINV: BILLING TABLE FULL AFTER "
008350             WS-BILL-TABLE-MAX " RECORDS - REMAINDER NOT "
008360             "INVOICED THIS RUN."
008370         MOVE 'N' TO WS-LOAD-OK-SW
008380         MOVE 'Y' TO WS-XMIT-EOF-SW
008390         GO TO 2000-EXIT
008400     END-IF.
008410     MOVE XD-BILLING-DATA TO RECT-BILLING-RECORD.
008420     ADD 1 TO WS-BILL-COUNT.
008430     MOVE BL-CUSTOMER-NO TO WS-BT-CUSTOMER-NO (WS-BILL-COUNT).
008440     MOVE BL-JOB-ID      TO WS-BT-JOB-ID (WS-BILL-COUNT).
008450     MOVE BL-AREA        TO WS-BT-AREA (WS-BILL-COUNT).
008460     MOVE BL-PERIMETER   TO WS-BT-PERIMETER (WS-BILL-COUNT).
008470     MOVE BL-PRICE       TO WS-BT-PRICE (WS-BILL-COUNT).
008480     IF BL-TYPE-CREDIT
008490         MOVE 'C' TO WS-BT-TYPE (WS-BILL-COUNT)
008500     ELSE
008510         MOVE 'B' TO WS-BT-TYPE (WS-BILL-COUNT)
008520     END-IF.
008530     MOVE 'N' TO WS-BT-DONE-SW (WS-BILL-COUNT).
008540     MOVE BL-ORDER-NO TO WS-BT-ORDER-NO (WS-BILL-COUNT).
008550     MOVE BL-TAX-AMOUNT TO WS-BT-TAX (WS-BILL-COUNT).
008560     MOVE BL-JOB-ID TO RJ-JOB-ID.
008570     READ RECT-MASTER-FILE
008580         INVALID KEY
008590             MOVE SPACE TO WS-BT-SHAPE (WS-BILL-COUNT)
008600             MOVE BL-PRICE TO WS-BT-LIST-PRICE (WS-BILL-COUNT)
008610     NOT INVALID KEY
008620             MOVE RJ-SHAPE-CODE TO WS-BT-SHAPE (WS-BILL-COUNT)
008630             PERFORM 2100-FIGURE-LIST-PRICE THRU 2100-EXIT
008640     END-READ.
008650 2000-EXIT.
008660     EXIT.
008670
008680*-----------------------------------------------------------------
008690*  THE LIST PRICE IS WHAT THE ITEM WOULD HAVE COST OFF THE RATE
008700*  TABLE ALONE: AREA TIMES THE LIST RATE FOR THE SHAPE AS OF THE
008710*  JOB'S CALCULATION DATE.  A WORK-ORDER BILL COVERS EVERY LINE
008720*  OF THE ORDER, SO THE LINES ARE WALKED FROM THE FIRST JOB ID
008730*  THE BILL CARRIES.  A REPRICE ADJUSTMENT (NO AREA), A JOB WITH
008740*  NO RATE ROW, OR A LIST PRICE NOT ABOVE THE PRICE BILLED PRINTS
008750*  WITH NO DISCOUNT.
008760*-----------------------------------------------------------------
008770 2100-FIGURE-LIST-PRICE.
008780     MOVE BL-PRICE TO WS-BT-LIST-PRICE (WS-BILL-COUNT).
008790     IF BL-AREA = ZERO
008800         GO TO 2100-EXIT
008810     END-IF.
008820     MOVE ZERO TO WS-LIST-SUM.
008830     MOVE 'Y'  TO WS-LIST-OK-SW.
008840     IF BL-TYPE-CREDIT
008850         OR BL-ORDER-NO = ZERO
008860         PERFORM 2150-ADD-JOB-LIST THRU 2150-EXIT
008870     ELSE
008880         MOVE 'N' TO WS-ORDER-WALK-SW
008890         MOVE BL-JOB-ID TO WS-WALK-JOB-ID
008900         PERFORM 2160-ADD-ORDER-LINE THRU 2160-EXIT
008910             UNTIL ORDER-WALK-DONE
008920     END-IF.
008930     IF LIST-PRICE-OK
008940         AND WS-LIST-SUM > BL-PRICE
008950         MOVE WS-LIST-SUM TO WS-BT-LIST-PRICE (WS-BILL-COUNT)
008960     END-IF.
008970 2100-EXIT.
008980     EXIT.
008990
009000 2150-ADD-JOB-LIST.
009010     PERFORM 2200-FIND-LIST-RATE THRU 2200-EXIT.
009020     IF NOT RATE-FOUND
009030         MOVE 'N' TO WS-LIST-OK-SW
009040         GO TO 2150-EXIT
009050     END-IF.
009060     COMPUTE WS-LIST-LINE ROUNDED = RJ-AREA * WS-JOB-RATE
009070         ON SIZE ERROR
009080             MOVE 'N' TO WS-LIST-OK-SW
009090             GO TO 2150-EXIT
009100     END-COMPUTE.
009110     ADD WS-LIST-LINE TO WS-LIST-SUM
009120         ON SIZE ERROR
009130             MOVE 'N' TO WS-LIST-OK-SW
009140     END-ADD.
009150 2150-EXIT.
009160     EXIT.
009170
009180 2160-ADD-ORDER-LINE.
009190     MOVE WS-WALK-JOB-ID TO RJ-JOB-ID.
009200     READ RECT-MASTER-FILE
009210         INVALID KEY
009220             MOVE 'Y' TO WS-ORDER-WALK-SW
009230             GO TO 2160-EXIT
009240     END-READ.
009250     IF RJ-ORDER-NO NOT = BL-ORDER-NO
009260         MOVE 'Y' TO WS-ORDER-WALK-SW
009270         GO TO 2160-EXIT
009280     END-IF.
009290     PERFORM 2150-ADD-JOB-LIST THRU 2150-EXIT.
009300     ADD 1 TO WS-WALK-JOB-ID.
009310 2160-EXIT.
009320     EXIT.
009330
009340 2200-FIND-LIST-RATE.
009350     MOVE 'N'  TO WS-RATE-FOUND-SW.
009360     MOVE 'N'  TO WS-RATE-EOF-SW.
009370     MOVE ZERO TO WS-JOB-RATE.
009380     MOVE RJ-SHAPE-CODE TO RT-SHAPE-CODE.
009390     MOVE ZERO TO RT-EFFECTIVE-DATE.
009400     START RECT-RATE-FILE KEY NOT LESS THAN RT-RATE-KEY
009410         INVALID KEY
009420             MOVE 'Y' TO WS-RATE-EOF-SW
009430     END-START.
009440     PERFORM 2250-READ-LIST-RATE THRU 2250-EXIT
009450         UNTIL RATE-SEARCH-DONE.
009460 2200-EXIT.
009470     EXIT.
009480
009490 2250-READ-LIST-RATE.
009500     READ RECT-RATE-FILE NEXT RECORD
009510         AT END
009520             MOVE 'Y' TO WS-RATE-EOF-SW
009530             GO TO 2250-EXIT
009540     END-READ.
009550     IF NOT RATE-STATUS-OK
009560         MOVE 'Y' TO WS-RATE-EOF-SW
009570         GO TO 2250-EXIT
009580     END-IF.
009590     IF RT-SHAPE-CODE NOT = RJ-SHAPE-CODE
009600         MOVE 'Y' TO WS-RATE-EOF-SW
009610         GO TO 2250-EXIT
009620     END-IF.
009630     IF RT-EFFECTIVE-DATE > RJ-CALC-DATE
009640         MOVE 'Y' TO WS-RATE-EOF-SW
009650         GO TO 2250-EXIT
009660     END-IF.
009670     MOVE RT-RATE-PER-SQFT TO WS-JOB-RATE.
009680     MOVE 'Y' TO WS-RATE-FOUND-SW.
009690 2250-EXIT.
009700     EXIT.
009710
009720*-----------------------------------------------------------------
009730*  FINDS THE LOWEST CUSTOMER NUMBER STILL UNINVOICED IN THE
009740*  TABLE AND PRINTS THAT CUSTOMER'S INVOICE.  WHEN EVERY ENTRY
009750*  IS MARKED DONE THE RUN IS FINISHED.
009760*-----------------------------------------------------------------
009770 3000-NEXT-INVOICE.
009780     MOVE ZERO TO WS-THIS-CUSTOMER.
009790     PERFORM 3100-SCAN-FOR-CUSTOMER THRU 3100-EXIT
009800         VARYING WS-BT-IX FROM 1 BY 1
009810         UNTIL WS-BT-IX > WS-BILL-COUNT.
009820     IF WS-THIS-CUSTOMER = ZERO
009830         MOVE 'Y' TO WS-ALL-DONE-SW
009840         GO TO 3000-EXIT
009850     END-IF.
009860     PERFORM 4000-PRINT-INVOICE THRU 4000-EXIT.
009870 3000-EXIT.
009880     EXIT.
009890
009900 3100-SCAN-FOR-CUSTOMER.
009910     IF WS-BT-DONE-SW (WS-BT-IX) = 'N'
009920         IF WS-THIS-CUSTOMER = ZERO
009930             OR WS-BT-CUSTOMER-NO (WS-BT-IX) < WS-THIS-CUSTOMER
009940             MOVE WS-BT-CUSTOMER-NO (WS-BT-IX)
009950                 TO WS-THIS-CUSTOMER
009960         END-IF
009970     END-IF.
009980 3100-EXIT.
009990     EXIT.
010000
010010*-----------------------------------------------------------------
010020*  ONE INVOICE: DRAWS THE NEXT INVOICE NUMBER, PRINTS THE
010030*  ADDRESS BLOCK AND TERMS FROM THE CUSTOMER MASTER, ONE LINE
010040*  PER BILLING ENTRY FOR THIS CUSTOMER, AND THE NETTED AMOUNT
010050*  DUE.  A CUSTOMER DROPPED FROM THE MASTER STILL GETS AN
010060*  INVOICE BODY SO THE CHARGES ARE NOT LOST - THE ADDRESS BLOCK
010070*  SAYS TO LOOK THE ACCOUNT UP.
010080*-----------------------------------------------------------------
010090 4000-PRINT-INVOICE.
010100     ADD 1 TO RC-LAST-JOB-ID.
010110     REWRITE RECT-CONTROL-RECORD.
010120     MOVE RC-LAST-JOB-ID TO WS-INVOICE-NO.
010130     ADD 1 TO WS-INVOICE-COUNT.
010140     MOVE ZERO TO WS-INV-BILL-AMT.
010150     MOVE ZERO TO WS-INV-CREDIT-AMT.
010160     MOVE ZERO TO WS-INV-TAX-BILL.
010170     MOVE ZERO TO WS-INV-TAX-CREDIT.
010180     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
010190     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010200     MOVE WS-RUN-DATE    TO WH1-RUN-DATE.
010210     MOVE WS-INVOICE-NO  TO WH1-INVOICE-NO.
010220     MOVE WS-HEADING-LINE-1 TO WS-PRINT-LINE.
010230     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010240     MOVE SPACES TO WS-PRINT-LINE.
010250     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010260     PERFORM 4100-PRINT-ADDRESS THRU 4100-EXIT.
010270     MOVE SPACES TO WS-PRINT-LINE.
010280     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010290     MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
010300     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010310     PERFORM 4200-PRINT-LINE-ITEM THRU 4200-EXIT
010320         VARYING WS-BT-IX FROM 1 BY 1
010330         UNTIL WS-BT-IX > WS-BILL-COUNT.
010340     MOVE SPACES TO WS-PRINT-LINE.
010350     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010360     COMPUTE WS-NET-DUE =
010370         WS-INV-TAX-BILL - WS-INV-TAX-CREDIT +
010380         WS-INV-BILL-AMT - WS-INV-CREDIT-AMT.
010390     PERFORM 4250-FIND-CREDIT THRU 4250-EXIT.
010400     PERFORM 4300-PRINT-AMOUNT-DUE THRU 4300-EXIT.
010410     MOVE 'N' TO WS-OPEN-WRITTEN-SW.
010420     IF WS-NET-DUE > ZERO
010430         PERFORM 4500-WRITE-OPEN-ITEM THRU 4500-EXIT
010440     END-IF.
010450     IF OPEN-ITEM-WRITTEN
010460         AND WS-CREDIT-APPLIED > ZERO
010470         PERFORM 4600-USE-CREDIT THRU 4600-EXIT
010480     END-IF.
010490     IF WS-NET-DUE < ZERO
010500         PERFORM 4700-CARRY-CREDIT THRU 4700-EXIT
010510     END-IF.
010520     ADD WS-INV-BILL-AMT   TO WS-GRAND-BILL-AMT.
010530     ADD WS-INV-CREDIT-AMT TO WS-GRAND-CREDIT-AMT.
010540 4000-EXIT.
010550     EXIT.
010560
010570 4100-PRINT-ADDRESS.
010580     MOVE "** NOT ON CUSTOMER MASTER **" TO WS-BILL-NAME.
010590     MOVE "CSH" TO WS-BILL-TERMS.
010600     MOVE WS-THIS-CUSTOMER TO CU-CUSTOMER-NO.
010610     READ RECT-CUSTOMER-FILE
010620         INVALID KEY
010630             MOVE "** CUSTOMER NOT ON MASTER - SEE ACCOUNT **"
010640                 TO WS-PRINT-LINE
010650             PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010660             GO TO 4100-EXIT
010670     END-READ.
010680     MOVE CU-CUSTOMER-NAME TO WS-PRINT-LINE.
010690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010700     MOVE CU-ADDRESS-LINE-1 TO WS-PRINT-LINE.
010710     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010720     IF CU-ADDRESS-LINE-2 NOT = SPACES
010730         MOVE CU-ADDRESS-LINE-2 TO WS-PRINT-LINE
010740         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
010750     END-IF.
010760     MOVE CU-CITY     TO WCS-CITY.
010770     MOVE CU-STATE    TO WCS-STATE.
010780     MOVE CU-ZIP-CODE TO WCS-ZIP.
010790     MOVE WS-CSZ-LINE TO WS-PRINT-LINE.
010800     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010810     MOVE CU-CUSTOMER-NAME TO WS-BILL-NAME.
010820     MOVE CU-BILLING-TERMS TO WS-BILL-TERMS.
010830     MOVE CU-BILLING-TERMS TO WTL-TERMS.
010840     MOVE WS-TERMS-LINE TO WS-PRINT-LINE.
010850     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
010860 4100-EXIT.
010870     EXIT.
010880
010890 4200-PRINT-LINE-ITEM.
010900     IF WS-BT-DONE-SW (WS-BT-IX) = 'Y'
010910         OR WS-BT-CUSTOMER-NO (WS-BT-IX) NOT = WS-THIS-CUSTOMER
010920         GO TO 4200-EXIT
010930     END-IF.
010940     MOVE WS-BT-JOB-ID (WS-BT-IX)    TO WD-JOB-ID.
010950     MOVE WS-BT-SHAPE (WS-BT-IX)     TO WD-SHAPE.
010960     MOVE WS-BT-AREA (WS-BT-IX)      TO WD-AREA.
010970     MOVE WS-BT-PERIMETER (WS-BT-IX) TO WD-PERIMETER.
010980     MOVE WS-BT-PRICE (WS-BT-IX)     TO WD-PRICE.
010990     MOVE WS-BT-LIST-PRICE (WS-BT-IX) TO WD-LIST-PRICE.
011000     COMPUTE WS-DISCOUNT-AMT =
011010         WS-BT-LIST-PRICE (WS-BT-IX) - WS-BT-PRICE (WS-BT-IX).
011020     MOVE WS-DISCOUNT-AMT            TO WD-DISCOUNT.
011030     IF WS-BT-TYPE (WS-BT-IX) = 'C'
011040         MOVE "CR" TO WD-CR-FLAG
011050         ADD WS-BT-PRICE (WS-BT-IX) TO WS-INV-CREDIT-AMT
011060         ADD WS-BT-TAX (WS-BT-IX) TO WS-INV-TAX-CREDIT
011070     ELSE
011080         MOVE SPACES TO WD-CR-FLAG
011090         ADD WS-BT-PRICE (WS-BT-IX) TO WS-INV-BILL-AMT
011100         ADD WS-BT-TAX (WS-BT-IX) TO WS-INV-TAX-BILL
011110     END-IF.
011120     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
011130     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011140     IF WS-BT-ORDER-NO (WS-BT-IX) > ZERO
011150         MOVE WS-BT-ORDER-NO (WS-BT-IX) TO WN-ORDER-NO
011160         MOVE WS-ORDER-NOTE-LINE TO WS-PRINT-LINE
011170         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011180     END-IF.
011190     MOVE 'Y' TO WS-BT-DONE-SW (WS-BT-IX).
011200 4200-EXIT.
011210     EXIT.
011220
011230*-----------------------------------------------------------------
011240*  HOW MUCH OF THE CUSTOMER'S CREDIT ON ACCOUNT GOES AGAINST THIS
011250*  INVOICE: ALL OF IT, OR AS MUCH AS THE AMOUNT DUE TAKES.
011260*-----------------------------------------------------------------
011270 4250-FIND-CREDIT.
011280     MOVE ZERO TO WS-CREDIT-APPLIED.
011290     IF WS-NET-DUE NOT > ZERO
011300         GO TO 4250-EXIT
011310     END-IF.
011320     MOVE WS-THIS-CUSTOMER TO OA-CUSTOMER-NO.
011330     READ RECT-ON-ACCOUNT-FILE
011340         INVALID KEY
011350             GO TO 4250-EXIT
011360     END-READ.
011370     IF OA-CREDIT-BALANCE < WS-NET-DUE
011380         MOVE OA-CREDIT-BALANCE TO WS-CREDIT-APPLIED
011390     ELSE
011400         MOVE WS-NET-DUE TO WS-CREDIT-APPLIED
011410     END-IF.
011420 4250-EXIT.
011430     EXIT.
011440
011450 4300-PRINT-AMOUNT-DUE.
011460     MOVE "BILLS THIS INVOICE . . . . . ." TO WT-CAPTION.
011470     MOVE WS-INV-BILL-AMT TO WT-AMOUNT.
011480     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011490     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011500     MOVE "CREDITS THIS INVOICE . . . . ." TO WT-CAPTION.
011510     MOVE WS-INV-CREDIT-AMT TO WT-AMOUNT.
011520     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011530     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011540     MOVE "SALES TAX  . . . . . . . . . ." TO WT-CAPTION.
011550     COMPUTE WS-TAX-NET =
011560         WS-INV-TAX-BILL - WS-INV-TAX-CREDIT.
011570     IF WS-TAX-NET < ZERO
011580         COMPUTE WS-DUE-DISPLAY = ZERO - WS-TAX-NET
011590     ELSE
011600         MOVE WS-TAX-NET TO WS-DUE-DISPLAY
011610     END-IF.
011620     MOVE WS-DUE-DISPLAY TO WT-AMOUNT.
011630     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011640     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011650     IF WS-NET-DUE < ZERO
011660         MOVE "CREDIT BALANCE . . . . . . . ." TO WT-CAPTION
011670         COMPUTE WS-DUE-DISPLAY = ZERO - WS-NET-DUE
011680     ELSE
011690         MOVE "AMOUNT DUE . . . . . . . . . ." TO WT-CAPTION
011700         MOVE WS-NET-DUE TO WS-DUE-DISPLAY
011710     END-IF.
011720     MOVE WS-DUE-DISPLAY TO WT-AMOUNT.
011730     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
011740     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
011750     IF WS-CREDIT-APPLIED > ZERO
011760         MOVE "LESS CREDIT ON ACCOUNT . . . ." TO WT-CAPTION
011770         MOVE WS-CREDIT-APPLIED TO WT-AMOUNT
011780         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
011790         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011800         COMPUTE WS-BALANCE-DUE = WS-NET-DUE - WS-CREDIT-APPLIED
011810         MOVE "BALANCE DUE  . . . . . . . . ." TO WT-CAPTION
011820         MOVE WS-BALANCE-DUE TO WT-AMOUNT
011830         MOVE WS-TOTAL-LINE TO WS-PRINT-LINE
011840         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011850     END-IF.
011860     IF WS-NET-DUE < ZERO
011870         MOVE WS-CARRIED-NOTE TO WS-PRINT-LINE
011880         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
011890     END-IF.
011900 4300-EXIT.
011910     EXIT.
011920*
011930*----------------------------------------------------------------
011940*  CARRIES THE INVOICE JUST PRINTED ONTO THE OPEN-ITEMS FILE SO
011950*  IT STAYS ON THE BOOKS UNTIL RECTPAY POSTS ENOUGH CASH TO
011960*  COVER IT.  THE TERMS STORED ARE THE ONES PRINTED ON THE
011970*  INVOICE, SO RECTAGE AGES IT THE WAY THE CUSTOMER WAS BILLED.
011980*----------------------------------------------------------------
011990 4500-WRITE-OPEN-ITEM.
012000     MOVE SPACES          TO RECT-OPEN-RECORD.
012010     MOVE WS-INVOICE-NO   TO OI-INVOICE-NO.
012020     MOVE WS-THIS-CUSTOMER TO OI-CUSTOMER-NO.
012030     MOVE WS-BILL-NAME    TO OI-CUSTOMER-NAME.
012040     MOVE WS-RUN-DATE     TO OI-INVOICE-DATE.
012050     MOVE WS-BILL-TERMS   TO OI-BILLING-TERMS.
012060     MOVE WS-NET-DUE      TO OI-INVOICE-AMOUNT.
012070     MOVE WS-CREDIT-APPLIED TO OI-PAID-AMOUNT.
012080     IF WS-CREDIT-APPLIED = WS-NET-DUE
012090         MOVE 'P'         TO OI-STATUS-CODE
012100     ELSE
012110         MOVE 'O'         TO OI-STATUS-CODE
012120     END-IF.
012130     WRITE RECT-OPEN-RECORD
012140         INVALID KEY
012150             DISPLAY "RECTINV: OPEN ITEM " OI-INVOICE-NO
012160                 " ALREADY ON FILE - NOT WRITTEN."
012170             GO TO 4500-EXIT
012180     END-WRITE.
012190     IF NOT OPEN-STATUS-OK
012200         DISPLAY "RECTINV: UNABLE TO WRITE RECTOPN, STATUS = "
012210             WS-OPEN-STATUS
012220         GO TO 4500-EXIT
012230     END-IF.
012240     MOVE 'Y' TO WS-OPEN-WRITTEN-SW.
012250 4500-EXIT.
012260     EXIT.
012270
012280*-----------------------------------------------------------------
012290*  THE CREDIT TAKEN OFF THE INVOICE COMES OFF THE CUSTOMER'S
012300*  CREDIT ON ACCOUNT AND IS LOGGED TO THE CASH FILE AS AN 'A'
012310*  RECORD AGAINST THE NEW INVOICE, THE SAME AS RECTPAY LOGS A
012320*  CREDIT THE CASHIER APPLIES BY HAND.
012330*-----------------------------------------------------------------
012340 4600-USE-CREDIT.
012350     MOVE WS-THIS-CUSTOMER TO OA-CUSTOMER-NO.
012360     READ RECT-ON-ACCOUNT-FILE
012370         INVALID KEY
012380             DISPLAY "RECTINV: CREDIT RECORD FOR CUSTOMER "
012390                 WS-THIS-CUSTOMER " NOT FOUND - INVOICE "
012400                 WS-INVOICE-NO " NEEDS CORRECTING."
012410             PERFORM 4650-NOTE-CREDIT-FAILURE THRU 4650-EXIT
012420             GO TO 4600-EXIT
012430     END-READ.
012440     SUBTRACT WS-CREDIT-APPLIED FROM OA-CREDIT-BALANCE.
012450     MOVE WS-RUN-DATE TO OA-LAST-ACTIVITY-DATE.
012460     REWRITE RECT-ON-ACCOUNT-RECORD.
012470     IF NOT ONACCT-STATUS-OK
012480         DISPLAY "RECTINV: UNABLE TO REWRITE RECTOAC, STATUS = "
012490             WS-ONACCT-STATUS " - INVOICE " WS-INVOICE-NO
012500             " NEEDS CORRECTING."
012510         PERFORM 4650-NOTE-CREDIT-FAILURE THRU 4650-EXIT
012520         GO TO 4600-EXIT
012530     END-IF.
012540     ADD WS-CREDIT-APPLIED TO WS-GRAND-CREDIT-USED.
012550     MOVE SPACES TO RECT-CASH-RECORD.
012560     ACCEPT WS-CURRENT-TIME FROM TIME.
012570     STRING WS-RUN-DATE WS-CURRENT-TIME
012580         DELIMITED BY SIZE INTO PY-TIMESTAMP.
012590     MOVE "RECTINV"         TO PY-OPERATOR-ID.
012600     MOVE WS-INVOICE-NO     TO PY-INVOICE-NO.
012610     MOVE WS-THIS-CUSTOMER  TO PY-CUSTOMER-NO.
012620     MOVE WS-CREDIT-APPLIED TO PY-AMOUNT.
012630     MOVE 'A'               TO PY-ENTRY-TYPE.
012640     MOVE ZERO              TO PY-RECEIPT-STAMP.
012650     WRITE RECT-CASH-RECORD.
012660     IF NOT CASH-STATUS-OK
012670         DISPLAY "RECTINV: UNABLE TO WRITE RECTCSH, STATUS = "
012680             WS-CASH-STATUS
012690     END-IF.
012700 4600-EXIT.
012710     EXIT.
012720
012730*-----------------------------------------------------------------
012740*  THE INVOICE WENT OUT LESS A CREDIT THAT IS STILL ON RECTOAC.
012750*  NOTHING IS COUNTED OR LOGGED FOR IT; THE INVOICE IS KEPT FOR
012760*  THE LIST AT THE END OF RECTIRPT AND THE STEP ENDS INCOMPLETE.
012770*-----------------------------------------------------------------
012780 4650-NOTE-CREDIT-FAILURE.
012790     MOVE 'Y' TO WS-CREDIT-FAILED-SW.
012800     ADD 1 TO WS-CREDIT-FAILED-COUNT.
012810     IF WS-CREDIT-FAILED-COUNT > WS-CREDIT-FAILED-MAX
012820         GO TO 4650-EXIT
012830     END-IF.
012840     MOVE WS-INVOICE-NO     TO
012850         WS-CF-INVOICE-NO (WS-CREDIT-FAILED-COUNT).
012860     MOVE WS-THIS-CUSTOMER  TO
012870         WS-CF-CUSTOMER-NO (WS-CREDIT-FAILED-COUNT).
012880     MOVE WS-CREDIT-APPLIED TO
012890         WS-CF-AMOUNT (WS-CREDIT-FAILED-COUNT).
012900 4650-EXIT.
012910     EXIT.
012920
012930*-----------------------------------------------------------------
012940*  A CREDIT-BALANCE INVOICE HAS NO RECEIVABLE TO HOLD ITS CREDIT,
012950*  SO THE CREDIT GOES ON ACCOUNT FOR THE CUSTOMER'S NEXT
012960*  INVOICES.
012970*-----------------------------------------------------------------
012980 4700-CARRY-CREDIT.
012990     COMPUTE WS-CREDIT-CARRIED = ZERO - WS-NET-DUE.
013000     MOVE WS-THIS-CUSTOMER TO OA-CUSTOMER-NO.
013010     READ RECT-ON-ACCOUNT-FILE
013020         INVALID KEY
013030             MOVE SPACES           TO RECT-ON-ACCOUNT-RECORD
013040             MOVE WS-THIS-CUSTOMER TO OA-CUSTOMER-NO
013050             MOVE WS-BILL-NAME     TO OA-CUSTOMER-NAME
013060             MOVE WS-CREDIT-CARRIED TO OA-CREDIT-BALANCE
013070             MOVE WS-RUN-DATE      TO OA-LAST-ACTIVITY-DATE
013080             WRITE RECT-ON-ACCOUNT-RECORD
013090         NOT INVALID KEY
013100             ADD WS-CREDIT-CARRIED TO OA-CREDIT-BALANCE
013110             MOVE WS-RUN-DATE TO OA-LAST-ACTIVITY-DATE
013120             REWRITE RECT-ON-ACCOUNT-RECORD
013130     END-READ.
013140     IF NOT ONACCT-STATUS-OK
013150         DISPLAY "RECTINV: UNABLE TO SAVE CREDIT FOR CUSTOMER "
013160             WS-THIS-CUSTOMER ", STATUS = " WS-ONACCT-STATUS
013170         GO TO 4700-EXIT
013180     END-IF.
013190     ADD WS-CREDIT-CARRIED TO WS-GRAND-CREDIT-CARRIED.
013200 4700-EXIT.
013210     EXIT.
013220
013230 7000-WRITE-REPORT-LINE.
013240     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
013250     WRITE RECT-REPORT-LINE.
013260     IF NOT REPORT-STATUS-OK
013270         DISPLAY "RECTINV: UNABLE TO WRITE RECTIRPT, STATUS = "
013280             WS-REPORT-STATUS
013290     END-IF.
013300 7000-EXIT.
013310     EXIT.
013320
013330*-----------------------------------------------------------------
013340*  LISTS THE INVOICES WHOSE CREDIT ON ACCOUNT WAS NOT TAKEN OFF
013350*  RECTOAC, AFTER THE LAST INVOICE.  EACH NEEDS RECTOAC AND
013360*  RECTCSH PUT RIGHT BY HAND.
013370*-----------------------------------------------------------------
013380 7100-PRINT-CREDIT-FAILURES.
013390     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
013400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013410     MOVE WS-CREDIT-FAILED-HEAD TO WS-PRINT-LINE.
013420     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013430     PERFORM 7110-PRINT-CREDIT-FAILURE THRU 7110-EXIT
013440         VARYING WS-CF-IX FROM 1 BY 1
013450         UNTIL WS-CF-IX > WS-CREDIT-FAILED-COUNT
013460            OR WS-CF-IX > WS-CREDIT-FAILED-MAX.
013470     IF WS-CREDIT-FAILED-COUNT > WS-CREDIT-FAILED-MAX
013480         COMPUTE WM-MORE-COUNT =
013490             WS-CREDIT-FAILED-COUNT - WS-CREDIT-FAILED-MAX
013500         MOVE WS-CREDIT-FAILED-MORE TO WS-PRINT-LINE
013510         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
013520     END-IF.
013530 7100-EXIT.
013540     EXIT.
013550
013560 7110-PRINT-CREDIT-FAILURE.
013570     MOVE WS-CF-INVOICE-NO (WS-CF-IX)  TO WF-INVOICE-NO.
013580     MOVE WS-CF-CUSTOMER-NO (WS-CF-IX) TO WF-CUSTOMER-NO.
013590     MOVE WS-CF-AMOUNT (WS-CF-IX)      TO WF-AMOUNT.
013600     MOVE WS-CREDIT-FAILED-LINE TO WS-PRINT-LINE.
013610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
013620 7110-EXIT.
013630     EXIT.
013640
013650*-----------------------------------------------------------------
013660*  ONLY A RUN THAT INVOICED THE WHOLE TRANSMISSION MOVES THE
013670*  KEY '5' MARKER FORWARD: THE TRAILER MUST HAVE BEEN SEEN AND
013680*  AGREED WITH THE DETAILS, THE TABLE MUST NOT HAVE OVERFLOWED,
013690*  AND EVERY READ MUST HAVE BEEN CLEAN.  ANYTHING ELSE LEAVES
013700*  THE MARKER WHERE IT WAS SO THE TRANSMISSION CAN BE INVOICED
013710*  AGAIN ONCE THE PROBLEM IS PUT RIGHT.
013720*-----------------------------------------------------------------
013730 8000-MARK-TRANSMISSION-DONE.
013740     IF NOT LOAD-COMPLETE
013750         OR NOT TRAILER-SEEN
013760         IF NOT TRAILER-SEEN
013770             DISPLAY "RECTINV: NO TRAILER ON " WS-XMIT-DSNAME
013780                 " - THE TRANSMISSION MAY BE TRUNCATED."
013790         END-IF
013800         DISPLAY "RECTINV: TRANSMISSION " WS-XMIT-SEQUENCE
013810             " NOT MARKED INVOICED - PUT IT RIGHT AND RERUN."
013820         GO TO 8000-EXIT
013830     END-IF.
013840     MOVE '5' TO RC-CONTROL-KEY.
013850     READ RECT-CONTROL-FILE
013860         INVALID KEY
013870             MOVE '5'  TO RC-CONTROL-KEY
013880             MOVE ZERO TO RC-LAST-JOB-ID
013890             WRITE RECT-CONTROL-RECORD
013900     END-READ.
013910     MOVE WS-XMIT-SEQUENCE TO RC-LAST-JOB-ID.
013920     REWRITE RECT-CONTROL-RECORD.
013930     IF NOT CONTROL-STATUS-OK
013940         DISPLAY "RECTINV: UNABLE TO MARK TRANSMISSION "
013950             WS-XMIT-SEQUENCE " INVOICED, STATUS = "
013960             WS-CONTROL-STATUS
013970     ELSE
013980         MOVE 'Y' TO WS-XMIT-MARKED-SW
013990     END-IF.
014000 8000-EXIT.
014010     EXIT.
014020
014030 9000-TERMINATE.
014040     IF CREDIT-USE-FAILED
014050         PERFORM 7100-PRINT-CREDIT-FAILURES THRU 7100-EXIT
014060     END-IF.
014070     CLOSE RECT-XMIT-FILE.
014080     CLOSE RECT-CUSTOMER-FILE.
014090     CLOSE RECT-MASTER-FILE.
014100     CLOSE RECT-CONTROL-FILE.
014110     CLOSE RECT-OPEN-FILE.
014120     CLOSE RECT-RATE-FILE.
014130     CLOSE RECT-REPORT-FILE.
014140     CLOSE RECT-ON-ACCOUNT-FILE.
014150     CLOSE RECT-CASH-FILE.
014160     DISPLAY "RECTINV: " WS-INVOICE-COUNT
014170         " INVOICE(S) PRINTED.".
014180     IF WS-RESUB-SKIPPED > ZERO
014190         DISPLAY "RECTINV: " WS-RESUB-SKIPPED
014200             " RESUBMITTED RECORD(S) NOT INVOICED AGAIN."
014210     END-IF.
014220     MOVE WS-GRAND-CREDIT-USED TO WS-DUE-DISPLAY.
014230     DISPLAY "RECTINV: CREDIT ON ACCOUNT APPLIED   "
014240         WS-DUE-DISPLAY.
014250     MOVE WS-GRAND-CREDIT-CARRIED TO WS-DUE-DISPLAY.
014260     DISPLAY "RECTINV: CREDIT BALANCES PUT ON ACCOUNT "
014270         WS-DUE-DISPLAY.
014280     IF CREDIT-USE-FAILED
014290         DISPLAY "RECTINV: " WS-CREDIT-FAILED-COUNT
014300             " INVOICE(S) NEED CREDIT ON ACCOUNT PUT RIGHT BY"
014310             " HAND - SEE THE END OF RECTIRPT."
014320     END-IF.
014330     IF CYCLE-STEP-STARTED
014340         PERFORM 9050-CYCLE-RESULT THRU 9050-EXIT
014350         PERFORM 9800-END-CYCLE-STEP THRU 9800-EXIT
014360     END-IF.
014370 9000-EXIT.
014380     EXIT.
014390
014400*-----------------------------------------------------------------
014410*  HOW THE RUN ENDS FOR THE CYCLE.  NO NEW TRANSMISSION TO
014420*  INVOICE IS COMPLETE - THE CUT HAD NOTHING TO SEND.  A
014430*  TRANSMISSION INVOICED WITH LATER ONES STILL WAITING IS
014440*  INCOMPLETE, SO THE STEP IS RUN AGAIN UNTIL CAUGHT UP.  SO IS
014450*  A RUN THAT LEFT CREDIT ON ACCOUNT TO BE PUT RIGHT BY HAND.
014460*-----------------------------------------------------------------
014470 9050-CYCLE-RESULT.
014480     IF NOTHING-TO-INVOICE
014490         MOVE 'C' TO WS-CYCLE-RESULT
014500         MOVE "NO NEW TRANSMISSION TO INVOICE" TO WS-CYCLE-MESSAGE
014510         GO TO 9050-EXIT
014520     END-IF.
014530     IF INIT-FAILED
014540         MOVE 'F' TO WS-CYCLE-RESULT
014550         MOVE "STARTUP FAILED - SEE SYSOUT" TO WS-CYCLE-MESSAGE
014560         GO TO 9050-EXIT
014570     END-IF.
014580     IF NOT TRANSMISSION-MARKED
014590         MOVE 'F' TO WS-CYCLE-RESULT
014600         MOVE "XMIT NOT MARKED - SEE SYSOUT"
014610             TO WS-CYCLE-MESSAGE
014620         GO TO 9050-EXIT
014630     END-IF.
014640     IF CREDIT-USE-FAILED
014650         MOVE 'I' TO WS-CYCLE-RESULT
014660         MOVE "CREDIT UNTAKEN - SEE RECTIRPT" TO WS-CYCLE-MESSAGE
014670         GO TO 9050-EXIT
014680     END-IF.
014690     IF WS-XMIT-SEQUENCE < WS-LATEST-SEQ
014700         MOVE 'I' TO WS-CYCLE-RESULT
014710         MOVE "MORE TRANSMISSIONS WAITING" TO WS-CYCLE-MESSAGE
014720         GO TO 9050-EXIT
014730     END-IF.
014740     MOVE 'C' TO WS-CYCLE-RESULT.
014750 9050-EXIT.
014760     EXIT.
014770
014780*-----------------------------------------------------------------
014790*  RECORDS HOW THIS STEP ENDED - COMPLETE, FAILED OR STOPPED
014800*  SHORT - WITH THE END TIME AND ITS KEY COUNTS, ON ITS CYCLE
014810*  RECORD FOR THE DATE.
014820*-----------------------------------------------------------------
014830 9800-END-CYCLE-STEP.
014840     OPEN I-O RECT-CYCLE-FILE.
014850     IF NOT CYCLE-STATUS-OK
014860         DISPLAY "RECTINV: UNABLE TO REOPEN RECTCYC, STATUS = "
014870             WS-CYCLE-STATUS " - STEP LEFT MARKED RUNNING."
014880         GO TO 9800-EXIT
014890     END-IF.
014900     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
014910     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
014920     READ RECT-CYCLE-FILE
014930         INVALID KEY
014940             DISPLAY "RECTINV: CYCLE RECORD FOR THE STEP "
014950                 "IS GONE - NOT UPDATED."
014960             CLOSE RECT-CYCLE-FILE
014970             GO TO 9800-EXIT
014980     END-READ.
014990     MOVE WS-CYCLE-RESULT TO CY-STEP-STATUS.
015000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
015010     ACCEPT WS-CURRENT-TIME FROM TIME.
015020     STRING WS-CURRENT-DATE WS-CURRENT-TIME
015030         DELIMITED BY SIZE INTO CY-END-STAMP.
015040     MOVE "INVOICES" TO CY-COUNT-1-CAPTION.
015050     MOVE WS-INVOICE-COUNT TO CY-COUNT-1.
015060     MOVE "XMIT SEQ" TO CY-COUNT-2-CAPTION.
015070     MOVE WS-XMIT-SEQUENCE TO CY-COUNT-2.
015080     MOVE WS-CYCLE-MESSAGE TO CY-MESSAGE.
015090     REWRITE RECT-CYCLE-RECORD.
015100     IF NOT CYCLE-STATUS-OK
015110         DISPLAY "RECTINV: UNABLE TO UPDATE RECTCYC, STATUS = "
015120             WS-CYCLE-STATUS
015130     ELSE
015140         DISPLAY "RECTINV: CYCLE STEP " WS-CYCLE-STEP " FOR "
015150             WS-CYCLE-DATE " ENDED, STATUS " CY-STEP-STATUS "."
015160     END-IF.
015170     CLOSE RECT-CYCLE-FILE.
015180 9800-EXIT.
015190     EXIT.
