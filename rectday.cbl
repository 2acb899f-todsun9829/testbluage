000240*                   AGAINST A 68-BYTE RECORD, AND THE NOT-ON-FILE
000250*                   OPERATOR NAME TRUNCATED IN ITS 20-BYTE
000260*                   COLUMN.
000270*  10/15/2026 DK    SUPERVISOR CREDIT OVERRIDES ('O' ENTRIES) ARE
000280*                   LISTED IN THE SECURITY SECTION WITH THE
000290*                   SUPERVISOR ID AND THE HOLD/LIMIT REASON.
000300*  10/15/2026 DK    NIGHTLY CYCLE CONTROL.  THE REPORT IS STEP 5
000310*                   OF THE CYCLE ON RECTCYC AND WAITS FOR THE
000320*                   NIGHT'S INVOICE RUN; WITH NO DATE ON THE CARD
000330*                   IT NOW REPORTS THE BUSINESS DATE THE CYCLE IS
000340*                   OPEN FOR RATHER THAN THE CALENDAR DATE.  ITS
000350*                   START, END, OUTCOME AND COUNTS ARE RECORDED
000360*                   THERE.  A RERUN FOR ANY OTHER DAY NAMED ON THE
000370*                   CARD IS OUTSIDE THE CYCLE.  SUPERVISOR CYCLE
000380*                   RELEASES AND BYPASSES FROM RECTCYCS ('R' AND
000390*                   'B' ENTRIES) ARE LISTED IN THE SECURITY
000400*                   SECTION WITH THE STEP NUMBER.
000410*-----------------------------------------------------------------
000420 REMARKS.        THE PARAMETER CARD (RECTDPRM) PICKS THE DAY;
000430                 ZERO OR NO CARD MEANS THE BUSINESS DATE THE
000440                 NIGHTLY CYCLE (RECTCYC) IS OPEN FOR, AND THE
000450                 RUN IS STEP 5 OF THAT CYCLE.  THE AUDIT LOG IS
000460                 READ TWICE - ONCE TO ROLL UP THE OPERATOR
000470                 SECTION, ONCE TO LIST THE SECURITY ENTRIES IN
000480                 THE ORDER THEY HAPPENED.  THE CONTROL RECORD IS
000490                 ONLY MOVED FORWARD, SO RERUNNING AN OLD DAY
000500                 DOES NOT WALK THE COMPARISON BASE BACKWARDS.
000510
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 SOURCE-COMPUTER. IBM-370.
000550 OBJECT-COMPUTER. IBM-370.
000560 INPUT-OUTPUT SECTION.
000570 FILE-CONTROL.
000580     SELECT RECT-PARM-FILE    ASSIGN TO "RECTDPRM"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-PARM-STATUS.
000610     SELECT RECT-AUDIT-FILE   ASSIGN TO "RECTAUD"
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-AUDIT-STATUS.
000640     SELECT RECT-SECURITY-FILE ASSIGN TO "RECTSEC"
000650         ORGANIZATION IS INDEXED
000660         ACCESS MODE IS DYNAMIC
000670         RECORD KEY IS OP-OPERATOR-ID
000680         FILE STATUS IS WS-SECURITY-STATUS.
000690     SELECT RECT-DAYCTL-FILE  ASSIGN TO "RECTDCTL"
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-DAYCTL-STATUS.
000720     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTDRPT"
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-REPORT-STATUS.
000750     SELECT RECT-CYCLE-FILE   ASSIGN TO "RECTCYC"
000760         ORGANIZATION IS INDEXED
000770         ACCESS MODE IS DYNAMIC
000780         RECORD KEY IS CY-CYCLE-KEY
000790         FILE STATUS IS WS-CYCLE-STATUS.
000800
000810 DATA DIVISION.
000820 FILE SECTION.
000830 FD  RECT-PARM-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 80 CHARACTERS.
000870     COPY RECTDPRM.
000880
000890 FD  RECT-AUDIT-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 70 CHARACTERS.
000920     COPY RECTAUD.
000930
000940 FD  RECT-SECURITY-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 60 CHARACTERS.
000970     COPY RECTSEC.
000980
000990 FD  RECT-DAYCTL-FILE
001000     LABEL RECORDS ARE STANDARD
001010     RECORD CONTAINS 68 CHARACTERS.
001020     COPY RECTDCTL.
001030
001040 FD  RECT-REPORT-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080 01  RECT-REPORT-LINE           PIC X(80).
001090
001100 FD  RECT-CYCLE-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 140 CHARACTERS.
001130     COPY RECTCYC.
001140
001150 WORKING-STORAGE SECTION.
001160 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
001170     88  PARM-STATUS-OK          VALUE '00'.
001180 77  WS-AUDIT-STATUS        PIC X(02) VALUE '00'.
001190     88  AUDIT-STATUS-OK         VALUE '00'.
001200 77  WS-SECURITY-STATUS     PIC X(02) VALUE '00'.
001210     88  SECURITY-STATUS-OK      VALUE '00'.
001220 77  WS-DAYCTL-STATUS       PIC X(02) VALUE '00'.
001230     88  DAYCTL-STATUS-OK        VALUE '00'.
001240 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
001250     88  REPORT-STATUS-OK        VALUE '00'.
001260 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001270     88  INIT-FAILED             VALUE 'N'.
001280 77  WS-CARD-DATE-SW        PIC X(01) VALUE 'N'.
001290     88  REPORT-DATE-ON-CARD     VALUE 'Y'.
001300 77  WS-CYCLE-ADHOC-SW      PIC X(01) VALUE 'N'.
001310     88  CYCLE-AD-HOC-RUN        VALUE 'Y'.
001320 77  WS-CYCLE-STATUS        PIC X(02) VALUE '00'.
001330     88  CYCLE-STATUS-OK         VALUE '00'.
001340     88  CYCLE-FILE-NOT-FOUND    VALUE '35'.
001350 77  WS-CYCLE-STEP          PIC 9(01) VALUE 5.
001360 77  WS-CYCLE-NEXT          PIC 9(01) VALUE 6.
001370 77  WS-CYCLE-IX            PIC 9(01) VALUE ZERO.
001380 77  WS-CYCLE-DATE          PIC 9(08) VALUE ZERO.
001390 77  WS-CYCLE-CHECK-DATE    PIC 9(08) VALUE ZERO.
001400 77  WS-CYCLE-SW            PIC X(01) VALUE 'N'.
001410     88  CYCLE-STEP-STARTED      VALUE 'Y'.
001420 77  WS-CYCLE-LATER-SW      PIC X(01) VALUE 'N'.
001430     88  CYCLE-LATER-STARTED     VALUE 'Y'.
001440 77  WS-CYCLE-ON-FILE-SW    PIC X(01) VALUE 'N'.
001450     88  CYCLE-STEP-ON-FILE      VALUE 'Y'.
001460 77  WS-CYCLE-RESULT        PIC X(01) VALUE SPACE.
001470 77  WS-CYCLE-MESSAGE       PIC X(30) VALUE SPACES.
001480 77  WS-AUDIT-EOF-SW        PIC X(01) VALUE 'N'.
001490     88  END-OF-AUDIT            VALUE 'Y'.
001500 77  WS-RUN-DATE            PIC 9(08).
001510 77  WS-CURRENT-DATE        PIC 9(08).
001520 77  WS-CURRENT-TIME        PIC 9(08).
001530 77  WS-REPORT-DATE         PIC 9(08) VALUE ZERO.
001540 77  WS-PAGE-NUMBER         PIC 9(04) COMP VALUE ZERO.
001550 77  WS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001560 77  WS-LINES-PER-PAGE      PIC 9(03) VALUE 050.
001570 77  WS-OP-COUNT            PIC 9(03) COMP VALUE ZERO.
001580 77  WS-OP-IX               PIC 9(03) COMP VALUE ZERO.
001590 77  WS-OP-SLOT             PIC 9(03) COMP VALUE ZERO.
001600 77  WS-OP-MAX              PIC 9(03) VALUE 050.
001610 77  WS-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001620     88  OPERATOR-TABLE-FULL     VALUE 'Y'.
001630 77  WS-DAY-CALCS           PIC 9(08) COMP VALUE ZERO.
001640 77  WS-DAY-VOIDS           PIC 9(08) COMP VALUE ZERO.
001650 77  WS-DAY-CONVERTS        PIC 9(08) COMP VALUE ZERO.
001660 77  WS-DAY-AREA            PIC 9(12)V99 VALUE ZERO.
001670 77  WS-DAY-SIGNON-FAILS    PIC 9(08) COMP VALUE ZERO.
001680 77  WS-DAY-REFUSALS        PIC 9(08) COMP VALUE ZERO.
001690 77  WS-PREV-DATE           PIC 9(08) VALUE ZERO.
001700 77  WS-PREV-CALCS          PIC 9(08) VALUE ZERO.
001710 77  WS-PREV-VOIDS          PIC 9(08) VALUE ZERO.
001720 77  WS-PREV-CONVERTS       PIC 9(08) VALUE ZERO.
001730 77  WS-PREV-AREA           PIC 9(12)V99 VALUE ZERO.
001740 77  WS-PREV-SIGNON-FAILS   PIC 9(08) VALUE ZERO.
001750 77  WS-PREV-REFUSALS       PIC 9(08) VALUE ZERO.
001760 77  WS-SECURITY-COUNT      PIC 9(08) COMP VALUE ZERO.
001770
001780 01  WS-STAMP                   PIC 9(16).
001790 01  WS-STAMP-X REDEFINES WS-STAMP.
001800     05  WS-STAMP-DATE           PIC 9(08).
001810     05  WS-STAMP-TIME           PIC 9(08).
001820
001830*-----------------------------------------------------------------
001840*  ONE LINE PER OPERATOR SEEN IN THE DAY'S CALCULATION, VOID
001850*  AND CONVERT ENTRIES, IN FIRST-SEEN ORDER.  THE NAME IS
001860*  RESOLVED FROM THE SECURITY FILE WHEN THE SLOT IS OPENED; AN
001870*  ID NO LONGER ON FILE PRINTS AS UNKNOWN INSTEAD OF VANISHING
001880*  FROM THE REPORT.
001890*-----------------------------------------------------------------
001900 01  WS-OPERATOR-TABLE.
001910     05  WS-OP-ENTRY OCCURS 50 TIMES.
001920         10  WS-OP-ID            PIC X(08).
001930         10  WS-OP-NAME          PIC X(20).
001940         10  WS-OP-CALCS         PIC 9(08).
001950         10  WS-OP-VOIDS         PIC 9(08).
001960         10  WS-OP-CONVERTS      PIC 9(08).
001970         10  WS-OP-AREA          PIC 9(12)V99.
001980
001990 01  WS-PRINT-LINE              PIC X(80).
002000
002010 01  WS-HEADING-LINE-1.
002020     05  FILLER                  PIC X(34) VALUE
002030         "RECTDAY - DAILY OPERATOR ACTIVITY ".
002040     05  FILLER                  PIC X(05) VALUE "FOR: ".
002050     05  WH1-REPORT-DATE         PIC 9(08).
002060     05  FILLER                  PIC X(09) VALUE "   PAGE: ".
002070     05  WH1-PAGE-NUMBER         PIC ZZZ9.
002080
002090 01  WS-HEADING-LINE-2.
002100     05  FILLER                  PIC X(40) VALUE
002110         "OPERATOR  NAME                   CALCS  ".
002120     05  FILLER                  PIC X(34) VALUE
002130         "VOIDS  CNVTS            AREA      ".
002140
002150 01  WS-DETAIL-LINE.
002160     05  WD-OPERATOR-ID          PIC X(08).
002170     05  FILLER                  PIC X(02) VALUE SPACES.
002180     05  WD-NAME                 PIC X(20).
002190     05  FILLER                  PIC X(01) VALUE SPACES.
002200     05  WD-CALCS                PIC ZZZZZ9.
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  WD-VOIDS                PIC ZZZZZ9.
002230     05  FILLER                  PIC X(01) VALUE SPACES.
002240     05  WD-CONVERTS             PIC ZZZZZ9.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  WD-AREA                 PIC Z(11)9.99.
002270
002280 01  WS-SECURITY-LINE.
002290     05  WX-TIME                 PIC 9(08).
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  WX-OPERATOR-ID          PIC X(08).
002320     05  FILLER                  PIC X(02) VALUE SPACES.
002330     05  WX-MESSAGE              PIC X(30).
002340     05  WX-REASON               PIC X(02).
002350
002360 01  WS-PREV-HEAD-LINE.
002370     05  FILLER                  PIC X(21) VALUE
002380         "DAY-OVER-DAY (PREV = ".
002390     05  WP-PREV-DATE            PIC 9(08).
002400     05  FILLER                  PIC X(01) VALUE ")".
002410
002420 01  WS-COMPARE-LINE.
002430     05  WC-CAPTION              PIC X(24).
002440     05  FILLER                  PIC X(07) VALUE " TODAY ".
002450     05  WC-TODAY                PIC Z(11)9.99.
002460     05  FILLER                  PIC X(06) VALUE " PREV ".
002470     05  WC-PREVIOUS             PIC Z(11)9.99.
002480
002490     COPY RECTCYN.
002500
002510 PROCEDURE DIVISION.
002520 0000-MAINLINE.
002530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002540     IF NOT INIT-FAILED
002550         PERFORM 2000-ROLL-UP-AUDIT THRU 2000-EXIT
002560             UNTIL END-OF-AUDIT
002570         PERFORM 3000-WRITE-OPERATOR-SECTION THRU 3000-EXIT
002580         PERFORM 4000-WRITE-SECURITY-SECTION THRU 4000-EXIT
002590         PERFORM 5000-WRITE-DAY-TOTALS THRU 5000-EXIT
002600         PERFORM 6000-ROLL-CONTROL-FORWARD THRU 6000-EXIT
002610     END-IF.
002620     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002630     STOP RUN.
002640
002650 1000-INITIALIZE.
002660     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002670     MOVE WS-RUN-DATE TO WS-REPORT-DATE.
002680     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
002690     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
002700     IF INIT-FAILED
002710         GO TO 1000-EXIT.
002720     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
002730     OPEN INPUT RECT-AUDIT-FILE.
002740     IF NOT AUDIT-STATUS-OK
002750         DISPLAY "RECTDAY: UNABLE TO OPEN RECTAUD, STATUS = "
002760             WS-AUDIT-STATUS
002770         MOVE 'N' TO WS-INIT-OK
002780         GO TO 1000-EXIT.
002790     OPEN INPUT RECT-SECURITY-FILE.
002800     IF NOT SECURITY-STATUS-OK
002810         DISPLAY "RECTDAY: UNABLE TO OPEN RECTSEC, STATUS = "
002820             WS-SECURITY-STATUS
002830         MOVE 'N' TO WS-INIT-OK
002840         GO TO 1000-EXIT.
002850     OPEN OUTPUT RECT-REPORT-FILE.
002860     IF NOT REPORT-STATUS-OK
002870         DISPLAY "RECTDAY: UNABLE TO OPEN RECTDRPT, STATUS = "
002880             WS-REPORT-STATUS
002890         MOVE 'N' TO WS-INIT-OK
002900         GO TO 1000-EXIT.
002910 1000-EXIT.
002920     EXIT.
002930
002940 1050-READ-PARAMETER-CARD.
002950     MOVE ZERO TO PD-REPORT-DATE.
002960     OPEN INPUT RECT-PARM-FILE.
002970     IF PARM-STATUS-OK
002980         READ RECT-PARM-FILE
002990             AT END
003000                 CONTINUE
003010         END-READ
003020         CLOSE RECT-PARM-FILE
003030     END-IF.
003040     IF PD-REPORT-DATE NUMERIC
003050         AND PD-REPORT-DATE > ZERO
003060         MOVE PD-REPORT-DATE TO WS-REPORT-DATE
003070         MOVE 'Y' TO WS-CARD-DATE-SW
003080     END-IF.
003090 1050-EXIT.
003100     EXIT.
003110
003120 1100-READ-CONTROL.
003130     OPEN INPUT RECT-DAYCTL-FILE.
003140     IF DAYCTL-STATUS-OK
003150         READ RECT-DAYCTL-FILE
003160             AT END
003170                 CONTINUE
003180             NOT AT END
003190                 MOVE DC-LAST-DATE      TO WS-PREV-DATE
003200                 MOVE DC-CALC-COUNT     TO WS-PREV-CALCS
003210                 MOVE DC-VOID-COUNT     TO WS-PREV-VOIDS
003220                 MOVE DC-CONVERT-COUNT  TO WS-PREV-CONVERTS
003230                 MOVE DC-TOTAL-AREA     TO WS-PREV-AREA
003240                 MOVE DC-SIGNON-FAILS   TO WS-PREV-SIGNON-FAILS
003250                 MOVE DC-REFUSALS       TO WS-PREV-REFUSALS
003260         END-READ
003270         CLOSE RECT-DAYCTL-FILE
003280     END-IF.
003290 1100-EXIT.
003300     EXIT.
003310
003320*-----------------------------------------------------------------
003330*  NIGHTLY CYCLE CONTROL.  THE REPORT IS STEP 5 AND RUNS FOR THE
003340*  BUSINESS DATE THE CYCLE IS OPEN FOR, ONCE THAT NIGHT'S
003350*  INVOICES ARE DONE.  A DAY NAMED ON THE CARD THAT IS NOT THE
003360*  OPEN DATE IS A RERUN OF AN OLD REPORT: IT IS NOT CHECKED
003370*  AGAINST THE CYCLE AND NOT RECORDED ON IT.
003380*-----------------------------------------------------------------
003390 1800-START-CYCLE-STEP.
003400     OPEN I-O RECT-CYCLE-FILE.
003410     IF CYCLE-FILE-NOT-FOUND
003420         AND REPORT-DATE-ON-CARD
003430         MOVE 'Y' TO WS-CYCLE-ADHOC-SW
003440         DISPLAY "RECTDAY: REPORT FOR " WS-REPORT-DATE
003450             " - NOT RECORDED ON THE NIGHTLY CYCLE."
003460         GO TO 1800-EXIT
003470     END-IF.
003480     IF NOT CYCLE-STATUS-OK
003490         DISPLAY "RECTDAY: UNABLE TO OPEN RECTCYC, STATUS = "
003500             WS-CYCLE-STATUS " - RUN REFUSED."
003510         MOVE 'N' TO WS-INIT-OK
003520         GO TO 1800-EXIT
003530     END-IF.
003540     PERFORM 1810-CHECK-CYCLE THRU 1810-EXIT.
003550     IF NOT INIT-FAILED
003560         AND NOT CYCLE-AD-HOC-RUN
003570         PERFORM 1850-MARK-STEP-RUNNING THRU 1850-EXIT
003580     END-IF.
003590     CLOSE RECT-CYCLE-FILE.
003600 1800-EXIT.
003610     EXIT.
003620
003630 1810-CHECK-CYCLE.
003640     MOVE ZERO TO CC-CONTROL-KEY.
003650     READ RECT-CYCLE-FILE
003660         INVALID KEY
003670             MOVE ZERO TO CC-OPEN-DATE
003680     END-READ.
003690     IF REPORT-DATE-ON-CARD
003700         AND WS-REPORT-DATE NOT = CC-OPEN-DATE
003710         MOVE 'Y' TO WS-CYCLE-ADHOC-SW
003720         DISPLAY "RECTDAY: REPORT FOR " WS-REPORT-DATE
003730             " - NOT RECORDED ON THE NIGHTLY CYCLE."
003740         GO TO 1810-EXIT
003750     END-IF.
003760     IF CC-OPEN-DATE = ZERO
003770         DISPLAY "RECTDAY: NO BUSINESS DATE IS OPEN ON "
003780             "RECTCYC - RECTBAT OPENS THE CYCLE - "
003790             "RUN REFUSED."
003800         MOVE 'N' TO WS-INIT-OK
003810         GO TO 1810-EXIT
003820     END-IF.
003830     MOVE CC-OPEN-DATE TO WS-CYCLE-DATE.
003840     MOVE CC-OPEN-DATE TO WS-CYCLE-CHECK-DATE.
003850     MOVE CC-OPEN-DATE TO WS-REPORT-DATE.
003860     PERFORM 1820-CHECK-PRIOR-STEP THRU 1820-EXIT
003870         VARYING WS-CYCLE-IX FROM 1 BY 1
003880         UNTIL WS-CYCLE-IX NOT LESS THAN WS-CYCLE-STEP.
003890     IF INIT-FAILED
003900         DISPLAY "RECTDAY: EARLIER STEPS OF THE CYCLE FOR "
003910             WS-CYCLE-DATE " ARE NOT DONE - RUN REFUSED."
003920         GO TO 1810-EXIT
003930     END-IF.
003940     PERFORM 1830-CHECK-OWN-STEP THRU 1830-EXIT.
003950 1810-EXIT.
003960     EXIT.
003970
003980 1820-CHECK-PRIOR-STEP.
003990     MOVE WS-CYCLE-CHECK-DATE TO CY-BUSINESS-DATE.
004000     MOVE WS-CYCLE-IX TO CY-STEP-NO.
004010     READ RECT-CYCLE-FILE
004020         INVALID KEY
004030             MOVE SPACE TO CY-STEP-STATUS
004040     END-READ.
004050     IF NOT CY-STEP-DONE
004060         DISPLAY "RECTDAY: STEP " WS-CYCLE-IX " ("
004070             CN-STEP-PROGRAM (WS-CYCLE-IX)
004080             ") HAS NOT COMPLETED FOR " WS-CYCLE-CHECK-DATE "."
004090         MOVE 'N' TO WS-INIT-OK
004100     END-IF.
004110 1820-EXIT.
004120     EXIT.
004130
004140*-----------------------------------------------------------------
004150*  THIS STEP'S OWN RECORD FOR THE DATE.  NONE YET, OR ONE A
004160*  SUPERVISOR RELEASED, OR ONE STOPPED SHORT ON PURPOSE, MEANS
004170*  GO.  ONE LEFT FAILED OR STILL MARKED RUNNING (AN ABEND) NEEDS
004180*  A SUPERVISOR'S RELEASE FIRST.  ONE ALREADY DONE MAY RUN AGAIN
004190*  ONLY WHILE NO LATER STEP HAS STARTED - AFTER THAT, A SECOND
004200*  RUN WOULD CHANGE WHAT THE LATER STEPS WORKED FROM.
004210*-----------------------------------------------------------------
004220 1830-CHECK-OWN-STEP.
004230     MOVE 'N' TO WS-CYCLE-LATER-SW.
004240     PERFORM 1840-CHECK-LATER-STEP THRU 1840-EXIT
004250         VARYING WS-CYCLE-IX FROM WS-CYCLE-NEXT BY 1
004260         UNTIL WS-CYCLE-IX > CN-LAST-STEP.
004270     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
004280     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
004290     READ RECT-CYCLE-FILE
004300         INVALID KEY
004310             GO TO 1830-EXIT
004320     END-READ.
004330     IF CY-STEP-NEEDS-RELEASE
004340         DISPLAY "RECTDAY: THE LAST RUN FOR " WS-CYCLE-DATE
004350             " FAILED OR ABENDED - A SUPERVISOR MUST RELEASE"
004360             " THE STEP IN RECTCYCS - RUN REFUSED."
004370         MOVE 'N' TO WS-INIT-OK
004380         GO TO 1830-EXIT
004390     END-IF.
004400     IF CY-STEP-DONE
004410         AND CYCLE-LATER-STARTED
004420         DISPLAY "RECTDAY: ALREADY DONE FOR " WS-CYCLE-DATE
004430             " AND LATER STEPS HAVE RUN - A SUPERVISOR MUST"
004440             " RELEASE THE STEP IN RECTCYCS - RUN REFUSED."
004450         MOVE 'N' TO WS-INIT-OK
004460     END-IF.
004470 1830-EXIT.
004480     EXIT.
004490
004500 1840-CHECK-LATER-STEP.
004510     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
004520     MOVE WS-CYCLE-IX TO CY-STEP-NO.
004530     READ RECT-CYCLE-FILE
004540         INVALID KEY
004550             GO TO 1840-EXIT
004560     END-READ.
004570     MOVE 'Y' TO WS-CYCLE-LATER-SW.
004580 1840-EXIT.
004590     EXIT.
004600
004610*-----------------------------------------------------------------
004620*  MARKS THIS STEP RUNNING FOR THE DATE, WITH THE START TIME.  IT
004630*  STAYS THAT WAY IF THE RUN ABENDS, WHICH IS HOW THE STATUS
004640*  REPORT TELLS AN ABEND FROM A CLEAN FAILURE.
004650*-----------------------------------------------------------------
004660 1850-MARK-STEP-RUNNING.
004670     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
004680     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
004690     MOVE 'Y' TO WS-CYCLE-ON-FILE-SW.
004700     READ RECT-CYCLE-FILE
004710         INVALID KEY
004720             MOVE 'N' TO WS-CYCLE-ON-FILE-SW
004730             MOVE SPACES TO RECT-CYCLE-RECORD
004740             MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE
004750             MOVE WS-CYCLE-STEP TO CY-STEP-NO
004760             MOVE ZERO TO CY-RUN-COUNT
004770     END-READ.
004780     MOVE CN-STEP-PROGRAM (WS-CYCLE-STEP) TO CY-PROGRAM-ID.
004790     MOVE 'R' TO CY-STEP-STATUS.
004800     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004810     ACCEPT WS-CURRENT-TIME FROM TIME.
004820     STRING WS-CURRENT-DATE WS-CURRENT-TIME
004830         DELIMITED BY SIZE INTO CY-START-STAMP.
004840     MOVE ZERO   TO CY-END-STAMP.
004850     ADD 1 TO CY-RUN-COUNT.
004860     MOVE SPACES TO CY-COUNT-1-CAPTION.
004870     MOVE ZERO   TO CY-COUNT-1.
004880     MOVE SPACES TO CY-COUNT-2-CAPTION.
004890     MOVE ZERO   TO CY-COUNT-2.
004900     MOVE SPACES TO CY-MESSAGE.
004910     IF CYCLE-STEP-ON-FILE
004920         REWRITE RECT-CYCLE-RECORD
004930     ELSE
004940         WRITE RECT-CYCLE-RECORD
004950     END-IF.
004960     IF NOT CYCLE-STATUS-OK
004970         DISPLAY "RECTDAY: UNABLE TO MARK THE STEP RUNNING ON "
004980             "RECTCYC, STATUS = " WS-CYCLE-STATUS
004990             " - RUN REFUSED."
005000         MOVE 'N' TO WS-INIT-OK
005010         GO TO 1850-EXIT
005020     END-IF.
005030     MOVE 'Y' TO WS-CYCLE-SW.
005040     DISPLAY "RECTDAY: CYCLE STEP " WS-CYCLE-STEP
005050         " FOR BUSINESS DATE " WS-CYCLE-DATE " STARTED.".
005060 1850-EXIT.
005070     EXIT.
005080
005090*-----------------------------------------------------------------
005100*  PASS 1 - ROLLS THE DAY'S ENTRIES UP BY OPERATOR.  VOID AND
005110*  CONVERT ENTRIES COUNT AS WORK BUT ONLY CALCULATIONS ADD
005120*  AREA - A VOID'S AREA WAS ALREADY COUNTED THE DAY IT WAS
005130*  FIGURED.  SECURITY ENTRIES ARE COUNTED HERE AND LISTED IN
005140*  PASS 2.
005150*-----------------------------------------------------------------
005160 2000-ROLL-UP-AUDIT.
005170     READ RECT-AUDIT-FILE
005180         AT END
005190             MOVE 'Y' TO WS-AUDIT-EOF-SW
005200             GO TO 2000-EXIT
005210     END-READ.
005220     IF NOT AUDIT-STATUS-OK
005230         MOVE 'Y' TO WS-AUDIT-EOF-SW
005240         GO TO 2000-EXIT
005250     END-IF.
005260     MOVE RA-TIMESTAMP TO WS-STAMP.
005270     IF WS-STAMP-DATE NOT = WS-REPORT-DATE
005280         GO TO 2000-EXIT
005290     END-IF.
005300     EVALUATE TRUE
005310         WHEN RA-FUNC-SIGNON-FAIL
005320             ADD 1 TO WS-DAY-SIGNON-FAILS
005330         WHEN RA-FUNC-REFUSED
005340             ADD 1 TO WS-DAY-REFUSALS
005350         WHEN RA-FUNC-VOID
005360             ADD 1 TO WS-DAY-VOIDS
005370             PERFORM 2100-FIND-OPERATOR-SLOT THRU 2100-EXIT
005380             IF WS-OP-SLOT > ZERO
005390                 ADD 1 TO WS-OP-VOIDS (WS-OP-SLOT)
005400             END-IF
005410         WHEN RA-FUNC-CONVERT
005420             ADD 1 TO WS-DAY-CONVERTS
005430             PERFORM 2100-FIND-OPERATOR-SLOT THRU 2100-EXIT
005440             IF WS-OP-SLOT > ZERO
005450                 ADD 1 TO WS-OP-CONVERTS (WS-OP-SLOT)
005460             END-IF
005470         WHEN RA-FUNC-CALC
005480             ADD 1 TO WS-DAY-CALCS
005490             ADD RA-AREA TO WS-DAY-AREA
005500             PERFORM 2100-FIND-OPERATOR-SLOT THRU 2100-EXIT
005510             IF WS-OP-SLOT > ZERO
005520                 ADD 1 TO WS-OP-CALCS (WS-OP-SLOT)
005530                 ADD RA-AREA TO WS-OP-AREA (WS-OP-SLOT)
005540             END-IF
005550     END-EVALUATE.
005560 2000-EXIT.
005570     EXIT.
005580
005590 2100-FIND-OPERATOR-SLOT.
005600     MOVE ZERO TO WS-OP-SLOT.
005610     PERFORM 2150-CHECK-SLOT THRU 2150-EXIT
005620         VARYING WS-OP-IX FROM 1 BY 1
005630         UNTIL WS-OP-IX > WS-OP-COUNT
005640            OR WS-OP-SLOT > ZERO.
005650     IF WS-OP-SLOT > ZERO
005660         GO TO 2100-EXIT
005670     END-IF.
005680     IF WS-OP-COUNT NOT LESS THAN WS-OP-MAX
005690         IF NOT OPERATOR-TABLE-FULL
005700             MOVE 'Y' TO WS-TABLE-FULL-SW
005710             DISPLAY "RECTDAY: MORE THAN " WS-OP-MAX
005720                 " OPERATORS - REMAINDER NOT BROKEN OUT."
005730         END-IF
005740         GO TO 2100-EXIT
005750     END-IF.
005760     ADD 1 TO WS-OP-COUNT.
005770     MOVE WS-OP-COUNT TO WS-OP-SLOT.
005780     MOVE RA-OPERATOR-ID TO WS-OP-ID (WS-OP-SLOT).
005790     MOVE RA-OPERATOR-ID TO OP-OPERATOR-ID.
005800     READ RECT-SECURITY-FILE
005810         INVALID KEY
005820             MOVE "** NOT ON FILE **"
005830                 TO WS-OP-NAME (WS-OP-SLOT)
005840     NOT INVALID KEY
005850             MOVE OP-OPERATOR-NAME TO WS-OP-NAME (WS-OP-SLOT)
005860     END-READ.
005870     MOVE ZERO TO WS-OP-CALCS (WS-OP-SLOT).
005880     MOVE ZERO TO WS-OP-VOIDS (WS-OP-SLOT).
005890     MOVE ZERO TO WS-OP-CONVERTS (WS-OP-SLOT).
005900     MOVE ZERO TO WS-OP-AREA (WS-OP-SLOT).
005910 2100-EXIT.
005920     EXIT.
005930
005940 2150-CHECK-SLOT.
005950     IF WS-OP-ID (WS-OP-IX) = RA-OPERATOR-ID
005960         MOVE WS-OP-IX TO WS-OP-SLOT
005970     END-IF.
005980 2150-EXIT.
005990     EXIT.
006000
006010 3000-WRITE-OPERATOR-SECTION.
006020     PERFORM 3100-WRITE-OPERATOR-LINE THRU 3100-EXIT
006030         VARYING WS-OP-IX FROM 1 BY 1
006040         UNTIL WS-OP-IX > WS-OP-COUNT.
006050     IF WS-OP-COUNT = ZERO
006060         MOVE "NO OPERATOR ACTIVITY THIS DAY." TO WS-PRINT-LINE
006070         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006080     END-IF.
006090 3000-EXIT.
006100     EXIT.
006110
006120 3100-WRITE-OPERATOR-LINE.
006130     MOVE WS-OP-ID (WS-OP-IX)       TO WD-OPERATOR-ID.
006140     MOVE WS-OP-NAME (WS-OP-IX)     TO WD-NAME.
006150     MOVE WS-OP-CALCS (WS-OP-IX)    TO WD-CALCS.
006160     MOVE WS-OP-VOIDS (WS-OP-IX)    TO WD-VOIDS.
006170     MOVE WS-OP-CONVERTS (WS-OP-IX) TO WD-CONVERTS.
006180     MOVE WS-OP-AREA (WS-OP-IX)     TO WD-AREA.
006190     MOVE WS-DETAIL-LINE TO WS-PRINT-LINE.
006200     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006210 3100-EXIT.
006220     EXIT.
006230
006240*-----------------------------------------------------------------
006250*  PASS 2 - THE SECURITY SECTION.  THE AUDIT LOG IS REREAD SO
006260*  THE FAILED SIGN-ONS AND REFUSED FUNCTIONS COME OUT IN THE
006270*  ORDER THEY HAPPENED, EACH WITH THE ID ATTEMPTED AND THE
006280*  TIME.  THE REASON CODE ON A REFUSAL IS THE MENU LETTER THAT
006290*  WAS REFUSED.  A CREDIT OVERRIDE SHOWS THE SUPERVISOR WHO
006300*  GAVE IT AND CH (CREDIT HOLD) OR CL (OVER CREDIT LIMIT).
006310*  A NIGHTLY CYCLE RELEASE OR BYPASS SHOWS THE SUPERVISOR AND
006320*  THE STEP NUMBER.
006330*-----------------------------------------------------------------
006340 4000-WRITE-SECURITY-SECTION.
006350     MOVE SPACES TO WS-PRINT-LINE.
006360     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006370     MOVE "SECURITY EXCEPTIONS" TO WS-PRINT-LINE.
006380     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006390     CLOSE RECT-AUDIT-FILE.
006400     OPEN INPUT RECT-AUDIT-FILE.
006410     IF NOT AUDIT-STATUS-OK
006420         DISPLAY "RECTDAY: UNABLE TO REOPEN RECTAUD, STATUS = "
006430             WS-AUDIT-STATUS
006440         GO TO 4000-EXIT
006450     END-IF.
006460     MOVE 'N' TO WS-AUDIT-EOF-SW.
006470     PERFORM 4100-LIST-SECURITY-ENTRY THRU 4100-EXIT
006480         UNTIL END-OF-AUDIT.
006490     IF WS-SECURITY-COUNT = ZERO
006500         MOVE "  NONE." TO WS-PRINT-LINE
006510         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006520     END-IF.
006530 4000-EXIT.
006540     EXIT.
006550
006560 4100-LIST-SECURITY-ENTRY.
006570     READ RECT-AUDIT-FILE
006580         AT END
006590             MOVE 'Y' TO WS-AUDIT-EOF-SW
006600             GO TO 4100-EXIT
006610     END-READ.
006620     IF NOT AUDIT-STATUS-OK
006630         MOVE 'Y' TO WS-AUDIT-EOF-SW
006640         GO TO 4100-EXIT
006650     END-IF.
006660     IF NOT RA-FUNC-SIGNON-FAIL
006670         AND NOT RA-FUNC-REFUSED
006680         AND NOT RA-FUNC-CREDIT-OVERRIDE
006690         AND NOT RA-FUNC-CYCLE-RERUN
006700         AND NOT RA-FUNC-CYCLE-BYPASS
006710         GO TO 4100-EXIT
006720     END-IF.
006730     MOVE RA-TIMESTAMP TO WS-STAMP.
006740     IF WS-STAMP-DATE NOT = WS-REPORT-DATE
006750         GO TO 4100-EXIT
006760     END-IF.
006770     ADD 1 TO WS-SECURITY-COUNT.
006780     MOVE WS-STAMP-TIME   TO WX-TIME.
006790     MOVE RA-OPERATOR-ID  TO WX-OPERATOR-ID.
006800     IF RA-FUNC-SIGNON-FAIL
006810         MOVE "FAILED SIGN-ON" TO WX-MESSAGE
006820         MOVE SPACES TO WX-REASON
006830     ELSE
006840         IF RA-FUNC-CREDIT-OVERRIDE
006850             MOVE "CREDIT OVERRIDE - JOB SAVED " TO WX-MESSAGE
006860         ELSE
006870             IF RA-FUNC-CYCLE-RERUN
006880                 MOVE "CYCLE RERUN RELEASED - STEP " TO WX-MESSAGE
006890             ELSE
006900                 IF RA-FUNC-CYCLE-BYPASS
006910                     MOVE "CYCLE STEP BYPASSED - STEP "
006920                         TO WX-MESSAGE
006930                 ELSE
006940                     MOVE "REFUSED FUNCTION " TO WX-MESSAGE
006950                 END-IF
006960             END-IF
006970         END-IF
006980         MOVE RA-REASON-CODE TO WX-REASON
006990     END-IF.
007000     MOVE WS-SECURITY-LINE TO WS-PRINT-LINE.
007010     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007020 4100-EXIT.
007030     EXIT.
007040
007050 5000-WRITE-DAY-TOTALS.
007060     MOVE SPACES TO WS-PRINT-LINE.
007070     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007080     IF WS-PREV-DATE > ZERO
007090         MOVE WS-PREV-DATE TO WP-PREV-DATE
007100         MOVE WS-PREV-HEAD-LINE TO WS-PRINT-LINE
007110     ELSE
007120         MOVE "DAY TOTALS (NO PREVIOUS RUN ON FILE)"
007130             TO WS-PRINT-LINE
007140     END-IF.
007150     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007160     MOVE "CALCULATIONS . . . . . ." TO WC-CAPTION.
007170     MOVE WS-DAY-CALCS  TO WC-TODAY.
007180     MOVE WS-PREV-CALCS TO WC-PREVIOUS.
007190     MOVE WS-COMPARE-LINE TO WS-PRINT-LINE.
007200     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007210     MOVE "JOBS VOIDED. . . . . . ." TO WC-CAPTION.
007220     MOVE WS-DAY-VOIDS  TO WC-TODAY.
007230     MOVE WS-PREV-VOIDS TO WC-PREVIOUS.
007240     MOVE WS-COMPARE-LINE TO WS-PRINT-LINE.
007250     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007260     MOVE "QUOTES CONVERTED . . . ." TO WC-CAPTION.
007270     MOVE WS-DAY-CONVERTS  TO WC-TODAY.
007280     MOVE WS-PREV-CONVERTS TO WC-PREVIOUS.
007290     MOVE WS-COMPARE-LINE TO WS-PRINT-LINE.
007300     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007310     MOVE "AREA FIGURED . . . . . ." TO WC-CAPTION.
007320     MOVE WS-DAY-AREA  TO WC-TODAY.
007330     MOVE WS-PREV-AREA TO WC-PREVIOUS.
007340     MOVE WS-COMPARE-LINE TO WS-PRINT-LINE.
007350     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007360     MOVE "FAILED SIGN-ONS. . . . ." TO WC-CAPTION.
007370     MOVE WS-DAY-SIGNON-FAILS  TO WC-TODAY.
007380     MOVE WS-PREV-SIGNON-FAILS TO WC-PREVIOUS.
007390     MOVE WS-COMPARE-LINE TO WS-PRINT-LINE.
007400     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007410     MOVE "REFUSED FUNCTIONS. . . ." TO WC-CAPTION.
007420     MOVE WS-DAY-REFUSALS  TO WC-TODAY.
007430     MOVE WS-PREV-REFUSALS TO WC-PREVIOUS.
007440     MOVE WS-COMPARE-LINE TO WS-PRINT-LINE.
007450     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007460 5000-EXIT.
007470     EXIT.
007480
007490*-----------------------------------------------------------------
007500*  THE CONTROL RECORD ONLY MOVES FORWARD: A RERUN FOR A DAY
007510*  OLDER THAN THE ONE ALREADY ON FILE LEAVES THE COMPARISON
007520*  BASE ALONE.
007530*-----------------------------------------------------------------
007540 6000-ROLL-CONTROL-FORWARD.
007550     IF WS-REPORT-DATE < WS-PREV-DATE
007560         GO TO 6000-EXIT
007570     END-IF.
007580     MOVE SPACES TO RECT-DAY-CONTROL-RECORD.
007590     MOVE WS-REPORT-DATE      TO DC-LAST-DATE.
007600     MOVE WS-DAY-CALCS        TO DC-CALC-COUNT.
007610     MOVE WS-DAY-VOIDS        TO DC-VOID-COUNT.
007620     MOVE WS-DAY-CONVERTS     TO DC-CONVERT-COUNT.
007630     MOVE WS-DAY-AREA         TO DC-TOTAL-AREA.
007640     MOVE WS-DAY-SIGNON-FAILS TO DC-SIGNON-FAILS.
007650     MOVE WS-DAY-REFUSALS     TO DC-REFUSALS.
007660     OPEN OUTPUT RECT-DAYCTL-FILE.
007670     WRITE RECT-DAY-CONTROL-RECORD.
007680     IF NOT DAYCTL-STATUS-OK
007690         DISPLAY "RECTDAY: UNABLE TO WRITE RECTDCTL, STATUS = "
007700             WS-DAYCTL-STATUS
007710     END-IF.
007720     CLOSE RECT-DAYCTL-FILE.
007730 6000-EXIT.
007740     EXIT.
007750
007760 7000-WRITE-REPORT-LINE.
007770     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
007780         MOVE ZERO TO WS-LINE-COUNT
007790     END-IF.
007800     IF WS-LINE-COUNT = ZERO
007810         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
007820     END-IF.
007830     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
007840     WRITE RECT-REPORT-LINE.
007850     ADD 1 TO WS-LINE-COUNT.
007860 7000-EXIT.
007870     EXIT.
007880
007890 7500-WRITE-HEADINGS.
007900     ADD 1 TO WS-PAGE-NUMBER.
007910     MOVE WS-REPORT-DATE TO WH1-REPORT-DATE.
007920     MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
007930     MOVE WS-HEADING-LINE-1 TO RECT-REPORT-LINE.
007940     WRITE RECT-REPORT-LINE.
007950     MOVE SPACES TO RECT-REPORT-LINE.
007960     WRITE RECT-REPORT-LINE.
007970     MOVE WS-HEADING-LINE-2 TO RECT-REPORT-LINE.
007980     WRITE RECT-REPORT-LINE.
007990     MOVE 3 TO WS-LINE-COUNT.
008000 7500-EXIT.
008010     EXIT.
008020
008030 9000-TERMINATE.
008040     CLOSE RECT-AUDIT-FILE.
008050     CLOSE RECT-SECURITY-FILE.
008060     CLOSE RECT-REPORT-FILE.
008070     IF CYCLE-STEP-STARTED
008080         IF INIT-FAILED
008090             MOVE 'F' TO WS-CYCLE-RESULT
008100             MOVE "STARTUP FAILED - SEE SYSOUT"
008110                 TO WS-CYCLE-MESSAGE
008120         ELSE
008130             MOVE 'C' TO WS-CYCLE-RESULT
008140         END-IF
008150         PERFORM 9800-END-CYCLE-STEP THRU 9800-EXIT
008160     END-IF.
008170     DISPLAY "RECTDAY: " WS-OP-COUNT " OPERATOR(S), "
008180         WS-SECURITY-COUNT " SECURITY EXCEPTION(S) FOR "
008190         WS-REPORT-DATE ".".
008200 9000-EXIT.
008210     EXIT.
008220
008230*-----------------------------------------------------------------
008240*  RECORDS HOW THIS STEP ENDED - COMPLETE, FAILED OR STOPPED
008250*  SHORT - WITH THE END TIME AND ITS KEY COUNTS, ON ITS CYCLE
008260*  RECORD FOR THE DATE.
008270*-----------------------------------------------------------------
008280 9800-END-CYCLE-STEP.
008290     OPEN I-O RECT-CYCLE-FILE.
008300     IF NOT CYCLE-STATUS-OK
008310         DISPLAY "RECTDAY: UNABLE TO REOPEN RECTCYC, STATUS = "
008320             WS-CYCLE-STATUS " - STEP LEFT MARKED RUNNING."
008330         GO TO 9800-EXIT
008340     END-IF.
008350     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
008360     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
008370     READ RECT-CYCLE-FILE
008380         INVALID KEY
008390             DISPLAY "RECTDAY: CYCLE RECORD FOR THE STEP "
008400                 "IS GONE - NOT UPDATED."
008410             CLOSE RECT-CYCLE-FILE
008420             GO TO 9800-EXIT
008430     END-READ.
008440     MOVE WS-CYCLE-RESULT TO CY-STEP-STATUS.
008450     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008460     ACCEPT WS-CURRENT-TIME FROM TIME.
008470     STRING WS-CURRENT-DATE WS-CURRENT-TIME
008480         DELIMITED BY SIZE INTO CY-END-STAMP.
008490     MOVE "OPERATORS" TO CY-COUNT-1-CAPTION.
008500     MOVE WS-OP-COUNT TO CY-COUNT-1.
008510     MOVE "EXCEPTIONS" TO CY-COUNT-2-CAPTION.
008520     MOVE WS-SECURITY-COUNT TO CY-COUNT-2.
008530     MOVE WS-CYCLE-MESSAGE TO CY-MESSAGE.
008540     REWRITE RECT-CYCLE-RECORD.
008550     IF NOT CYCLE-STATUS-OK
008560         DISPLAY "RECTDAY: UNABLE TO UPDATE RECTCYC, STATUS = "
008570             WS-CYCLE-STATUS
008580     ELSE
008590         DISPLAY "RECTDAY: CYCLE STEP " WS-CYCLE-STEP " FOR "
008600             WS-CYCLE-DATE " ENDED, STATUS " CY-STEP-STATUS "."
008610     END-IF.
008620     CLOSE RECT-CYCLE-FILE.
008630 9800-EXIT.
008640     EXIT.
