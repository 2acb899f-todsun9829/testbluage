000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTCYCR.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  NIGHTLY CYCLE STATUS
000120*                   REPORT OFF THE CYCLE CONTROL FILE (RECTCYC).
000130*                   FOR EACH BUSINESS DATE IN THE RANGE, ONE
000140*                   LINE PER STEP - RECTBAT, RECTXCUT, RECTXACK,
000150*                   RECTINV, RECTDAY, RECTBKUP - WITH HOW IT
000160*                   ENDED, WHEN IT STARTED AND FINISHED, HOW
000170*                   MANY TIMES IT RAN, ITS KEY COUNTS, AND WHO
000180*                   RELEASED OR BYPASSED IT AND WHY; THEN THE
000190*                   STEP THE NIGHT MUST RESTART AT, SO THE
000200*                   MORNING SHIFT KNOWS WHERE TO PICK UP
000210*                   WITHOUT READING SIX JOB LOGS.
000220*-----------------------------------------------------------------
000230 REMARKS.        THE PARAMETER CARD (RECTCPRM) GIVES THE RANGE OF
000240                 BUSINESS DATES; NO CARD OR A ZERO THRU DATE
000250                 MEANS THE DATE THE CYCLE IS OPEN FOR, AND A
000260                 ZERO FROM DATE MEANS THE THRU DATE ALONE.  A
000270                 STEP WITH NO RECORD HAS NOT RUN.  A STEP STILL
000280                 MARKED RUNNING WHEN NOTHING IS RUNNING WAS
000290                 ABENDED.  A FAILED OR ABENDED STEP MUST BE
000300                 RELEASED BY A SUPERVISOR IN RECTCYCS BEFORE IT
000310                 WILL RUN AGAIN.  READ ONLY - THE REPORT NEVER
000320                 CHANGES THE CYCLE.
000330
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER. IBM-370.
000370 OBJECT-COMPUTER. IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT RECT-PARM-FILE    ASSIGN TO "RECTCPRM"
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-PARM-STATUS.
000430     SELECT RECT-CYCLE-FILE   ASSIGN TO "RECTCYC"
000440         ORGANIZATION IS INDEXED
000450         ACCESS MODE IS DYNAMIC
000460         RECORD KEY IS CY-CYCLE-KEY
000470         FILE STATUS IS WS-CYCLE-STATUS.
000480     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTCRPT"
000490         ORGANIZATION IS LINE SEQUENTIAL
000500         FILE STATUS IS WS-REPORT-STATUS.
000510
000520 DATA DIVISION.
000530 FILE SECTION.
000540 FD  RECT-PARM-FILE
000550     RECORDING MODE IS F
000560     LABEL RECORDS ARE STANDARD
000570     RECORD CONTAINS 80 CHARACTERS.
000580     COPY RECTCPRM.
000590
000600 FD  RECT-CYCLE-FILE
000610     LABEL RECORDS ARE STANDARD
000620     RECORD CONTAINS 140 CHARACTERS.
000630     COPY RECTCYC.
000640
000650 FD  RECT-REPORT-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 80 CHARACTERS.
000690 01  RECT-REPORT-LINE           PIC X(80).
000700
000710 WORKING-STORAGE SECTION.
000720 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
000730     88  PARM-STATUS-OK          VALUE '00'.
000740 77  WS-CYCLE-STATUS        PIC X(02) VALUE '00'.
000750     88  CYCLE-STATUS-OK         VALUE '00'.
000760 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
000770     88  REPORT-STATUS-OK        VALUE '00'.
000780 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
000790     88  INIT-FAILED             VALUE 'N'.
000800 77  WS-CYCLE-OPEN-SW       PIC X(01) VALUE 'N'.
000810     88  CYCLE-FILE-OPEN         VALUE 'Y'.
000820 77  WS-CYCLE-EOF-SW        PIC X(01) VALUE 'N'.
000830     88  END-OF-CYCLE            VALUE 'Y'.
000840 77  WS-RELEASE-SW          PIC X(01) VALUE 'N'.
000850     88  RESTART-NEEDS-RELEASE   VALUE 'Y'.
000860 77  WS-RUN-DATE            PIC 9(08).
000870 77  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
000880 77  WS-THRU-DATE           PIC 9(08) VALUE ZERO.
000890 77  WS-OPEN-DATE           PIC 9(08) VALUE ZERO.
000900 77  WS-THIS-DATE           PIC 9(08) VALUE ZERO.
000910 77  WS-READ-DATE           PIC 9(08) VALUE ZERO.
000920 77  WS-READ-STEP           PIC 9(01) VALUE ZERO.
000930 77  WS-STEP-IX             PIC 9(01) VALUE ZERO.
000940 77  WS-RESTART-STEP        PIC 9(01) VALUE ZERO.
000950 77  WS-DATE-COUNT          PIC 9(05) COMP VALUE ZERO.
000960 77  WS-OPEN-DATES          PIC 9(05) COMP VALUE ZERO.
000970 77  WS-FAILED-COUNT        PIC 9(05) COMP VALUE ZERO.
000980 77  WS-BYPASS-COUNT        PIC 9(05) COMP VALUE ZERO.
000990
001000 01  WS-READ-IMAGE              PIC X(140).
001010
001020*-----------------------------------------------------------------
001030*  THE STEP RECORDS OF THE BUSINESS DATE BEING GATHERED, BY STEP
001040*  NUMBER.  A STEP THAT HAS NOT RUN HAS NO IMAGE.
001050*-----------------------------------------------------------------
001060 01  WS-STEP-TABLE.
001070     05  WS-STEP-ENTRY OCCURS 6 TIMES.
001080         10  WS-STEP-ON-FILE     PIC X(01).
001090         10  WS-STEP-IMAGE       PIC X(140).
001100
001110 01  WS-STAMP                   PIC 9(16).
001120 01  WS-STAMP-X REDEFINES WS-STAMP.
001130     05  WS-STAMP-DATE           PIC 9(08).
001140     05  WS-STAMP-HH             PIC 9(02).
001150     05  WS-STAMP-MI             PIC 9(02).
001160     05  FILLER                  PIC 9(04).
001170
001180     COPY RECTCYN.
001190
001200 01  WS-PRINT-LINE              PIC X(80).
001210
001220 01  WS-RULE-LINE               PIC X(63) VALUE ALL "-".
001230
001240 01  WS-HEADING-LINE-1.
001250     05  FILLER                  PIC X(40) VALUE
001260         "RECTCYCR - NIGHTLY CYCLE STATUS         ".
001270     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
001280     05  WH1-RUN-DATE            PIC 9(08).
001290
001300 01  WS-HEADING-LINE-2.
001310     05  FILLER                  PIC X(16) VALUE
001320         "BUSINESS DATES: ".
001330     05  WH2-FROM-DATE           PIC 9(08).
001340     05  FILLER                  PIC X(09) VALUE " THROUGH ".
001350     05  WH2-THRU-DATE           PIC 9(08).
001360     05  FILLER                  PIC X(16) VALUE
001370         "   CYCLE OPEN: ".
001380     05  WH2-OPEN-DATE           PIC 9(08).
001390
001400 01  WS-DATE-LINE.
001410     05  FILLER                  PIC X(14) VALUE
001420         "BUSINESS DATE ".
001430     05  WB-DATE                 PIC 9(08).
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  WB-NOTE                 PIC X(30).
001460
001470 01  WS-COLUMN-LINE.
001480     05  FILLER                  PIC X(04) VALUE "  S ".
001490     05  FILLER                  PIC X(09) VALUE "PROGRAM  ".
001500     05  FILLER                  PIC X(16) VALUE
001510         "STATUS          ".
001520     05  FILLER                  PIC X(15) VALUE
001530         "STARTED        ".
001540     05  FILLER                  PIC X(15) VALUE
001550         "ENDED          ".
001560     05  FILLER                  PIC X(04) VALUE "RUNS".
001570
001580 01  WS-STEP-LINE.
001590     05  FILLER                  PIC X(02) VALUE SPACES.
001600     05  WD-STEP                 PIC 9(01).
001610     05  FILLER                  PIC X(01) VALUE SPACES.
001620     05  WD-PROGRAM              PIC X(08).
001630     05  FILLER                  PIC X(01) VALUE SPACES.
001640     05  WD-STATUS               PIC X(15).
001650     05  FILLER                  PIC X(01) VALUE SPACES.
001660     05  WD-START.
001670         10  WD-START-DATE       PIC 9(08).
001680         10  FILLER              PIC X(01).
001690         10  WD-START-HH         PIC 9(02).
001700         10  WD-START-COLON      PIC X(01).
001710         10  WD-START-MI         PIC 9(02).
001720     05  FILLER                  PIC X(01) VALUE SPACES.
001730     05  WD-END.
001740         10  WD-END-DATE         PIC 9(08).
001750         10  FILLER              PIC X(01).
001760         10  WD-END-HH           PIC 9(02).
001770         10  WD-END-COLON        PIC X(01).
001780         10  WD-END-MI           PIC 9(02).
001790     05  FILLER                  PIC X(01) VALUE SPACES.
001800     05  WD-RUNS                 PIC ZZ9 BLANK WHEN ZERO.
001810
001820 01  WS-COUNT-LINE.
001830     05  FILLER                  PIC X(04) VALUE SPACES.
001840     05  WC-CAPTION-1            PIC X(10).
001850     05  FILLER                  PIC X(01) VALUE SPACES.
001860     05  WC-COUNT-1              PIC Z(08)9.
001870     05  FILLER                  PIC X(03) VALUE SPACES.
001880     05  WC-CAPTION-2            PIC X(10).
001890     05  FILLER                  PIC X(01) VALUE SPACES.
001900     05  WC-COUNT-2              PIC Z(08)9.
001910
001920 01  WS-NOTE-LINE.
001930     05  FILLER                  PIC X(04) VALUE SPACES.
001940     05  FILLER                  PIC X(06) VALUE "NOTE: ".
001950     05  WN-MESSAGE              PIC X(30).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  WN-BY-CAPTION           PIC X(12).
001980     05  WN-ACTION-BY            PIC X(08).
001990
002000 01  WS-TOTAL-LINE.
002010     05  WT-CAPTION              PIC X(40).
002020     05  WT-COUNT                PIC ZZZZZZZ9.
002030
002040 PROCEDURE DIVISION.
002050 0000-MAINLINE.
002060     DISPLAY "RECTCYCR - NIGHTLY CYCLE STATUS".
002070     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002080     IF NOT INIT-FAILED
002090         PERFORM 2000-READ-CYCLE THRU 2000-EXIT
002100             UNTIL END-OF-CYCLE
002110         IF WS-THIS-DATE > ZERO
002120             PERFORM 3000-PRINT-DATE THRU 3000-EXIT
002130         END-IF
002140         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002150     END-IF.
002160     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002170     STOP RUN.
002180
002190 1000-INITIALIZE.
002200     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002210     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
002220     OPEN INPUT RECT-CYCLE-FILE.
002230     IF NOT CYCLE-STATUS-OK
002240         DISPLAY "RECTCYCR: UNABLE TO OPEN RECTCYC, STATUS = "
002250             WS-CYCLE-STATUS " - NO CYCLE TO REPORT."
002260         MOVE 'N' TO WS-INIT-OK
002270         GO TO 1000-EXIT.
002280     MOVE 'Y' TO WS-CYCLE-OPEN-SW.
002290     MOVE ZERO TO CC-CONTROL-KEY.
002300     READ RECT-CYCLE-FILE
002310         INVALID KEY
002320             MOVE ZERO TO CC-OPEN-DATE
002330     END-READ.
002340     MOVE CC-OPEN-DATE TO WS-OPEN-DATE.
002350     IF WS-THRU-DATE = ZERO
002360         MOVE WS-OPEN-DATE TO WS-THRU-DATE
002370     END-IF.
002380     IF WS-THRU-DATE = ZERO
002390         DISPLAY "RECTCYCR: NO BUSINESS DATE IS OPEN AND NONE "
002400             "GIVEN ON RECTCPRM - NOTHING TO REPORT."
002410         MOVE 'N' TO WS-INIT-OK
002420         GO TO 1000-EXIT.
002430     IF WS-FROM-DATE = ZERO
002440         OR WS-FROM-DATE > WS-THRU-DATE
002450         MOVE WS-THRU-DATE TO WS-FROM-DATE
002460     END-IF.
002470     OPEN OUTPUT RECT-REPORT-FILE.
002480     IF NOT REPORT-STATUS-OK
002490         DISPLAY "RECTCYCR: UNABLE TO OPEN RECTCRPT, STATUS = "
002500             WS-REPORT-STATUS
002510         MOVE 'N' TO WS-INIT-OK
002520         GO TO 1000-EXIT.
002530     MOVE WS-RUN-DATE  TO WH1-RUN-DATE.
002540     MOVE WS-HEADING-LINE-1 TO WS-PRINT-LINE.
002550     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002560     MOVE WS-FROM-DATE TO WH2-FROM-DATE.
002570     MOVE WS-THRU-DATE TO WH2-THRU-DATE.
002580     MOVE WS-OPEN-DATE TO WH2-OPEN-DATE.
002590     MOVE WS-HEADING-LINE-2 TO WS-PRINT-LINE.
002600     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
002610*    THE CONTROL RECORD'S ALL-ZERO KEY SORTS AHEAD OF EVERY
002620*    BUSINESS DATE, SO THE BROWSE NEVER SEES IT.
002630     MOVE WS-FROM-DATE TO CY-BUSINESS-DATE.
002640     MOVE ZERO TO CY-STEP-NO.
002650     START RECT-CYCLE-FILE KEY NOT LESS THAN CY-CYCLE-KEY
002660         INVALID KEY
002670             MOVE 'Y' TO WS-CYCLE-EOF-SW
002680     END-START.
002690 1000-EXIT.
002700     EXIT.
002710
002720 1050-READ-PARAMETER-CARD.
002730     MOVE ZERO TO CP-FROM-DATE.
002740     MOVE ZERO TO CP-THRU-DATE.
002750     OPEN INPUT RECT-PARM-FILE.
002760     IF PARM-STATUS-OK
002770         READ RECT-PARM-FILE
002780             AT END
002790                 CONTINUE
002800         END-READ
002810         CLOSE RECT-PARM-FILE
002820     END-IF.
002830     IF CP-THRU-DATE NUMERIC
002840         AND CP-THRU-DATE > ZERO
002850         MOVE CP-THRU-DATE TO WS-THRU-DATE
002860     END-IF.
002870     IF CP-FROM-DATE NUMERIC
002880         AND CP-FROM-DATE > ZERO
002890         MOVE CP-FROM-DATE TO WS-FROM-DATE
002900     END-IF.
002910 1050-EXIT.
002920     EXIT.
002930
002940*-----------------------------------------------------------------
002950*  READS THE CYCLE FILE IN KEY ORDER - BUSINESS DATE, THEN STEP
002960*  - AND GATHERS ONE DATE'S STEPS AT A TIME.  A NEW DATE PRINTS
002970*  THE ONE BEFORE IT.  THE RECORD JUST READ IS SET ASIDE FIRST,
002980*  SINCE PRINTING REUSES THE RECORD AREA.
002990*-----------------------------------------------------------------
003000 2000-READ-CYCLE.
003010     READ RECT-CYCLE-FILE NEXT RECORD
003020         AT END
003030             MOVE 'Y' TO WS-CYCLE-EOF-SW
003040             GO TO 2000-EXIT
003050     END-READ.
003060     IF NOT CYCLE-STATUS-OK
003070         DISPLAY "RECTCYCR: ERROR READING RECTCYC, STATUS = "
003080             WS-CYCLE-STATUS
003090         MOVE 'Y' TO WS-CYCLE-EOF-SW
003100         GO TO 2000-EXIT
003110     END-IF.
003120     IF CY-BUSINESS-DATE > WS-THRU-DATE
003130         MOVE 'Y' TO WS-CYCLE-EOF-SW
003140         GO TO 2000-EXIT
003150     END-IF.
003160     MOVE RECT-CYCLE-RECORD TO WS-READ-IMAGE.
003170     MOVE CY-BUSINESS-DATE  TO WS-READ-DATE.
003180     MOVE CY-STEP-NO        TO WS-READ-STEP.
003190     IF WS-READ-DATE NOT = WS-THIS-DATE
003200         IF WS-THIS-DATE > ZERO
003210             PERFORM 3000-PRINT-DATE THRU 3000-EXIT
003220         END-IF
003230         PERFORM 2100-CLEAR-STEP THRU 2100-EXIT
003240             VARYING WS-STEP-IX FROM 1 BY 1
003250             UNTIL WS-STEP-IX > CN-LAST-STEP
003260         MOVE WS-READ-DATE TO WS-THIS-DATE
003270     END-IF.
003280     IF WS-READ-STEP < 1
003290         OR WS-READ-STEP > CN-LAST-STEP
003300         GO TO 2000-EXIT
003310     END-IF.
003320     MOVE 'Y' TO WS-STEP-ON-FILE (WS-READ-STEP).
003330     MOVE WS-READ-IMAGE TO WS-STEP-IMAGE (WS-READ-STEP).
003340 2000-EXIT.
003350     EXIT.
003360
003370 2100-CLEAR-STEP.
003380     MOVE 'N'    TO WS-STEP-ON-FILE (WS-STEP-IX).
003390     MOVE SPACES TO WS-STEP-IMAGE (WS-STEP-IX).
003400 2100-EXIT.
003410     EXIT.
003420
003430*-----------------------------------------------------------------
003440*  ONE BUSINESS DATE: EVERY STEP IN RUN ORDER, THEN WHERE THE
003450*  NIGHT HAS TO RESTART - THE FIRST STEP THAT IS NEITHER
003460*  COMPLETE NOR BYPASSED.
003470*-----------------------------------------------------------------
003480 3000-PRINT-DATE.
003490     ADD 1 TO WS-DATE-COUNT.
003500     MOVE ZERO TO WS-RESTART-STEP.
003510     MOVE 'N' TO WS-RELEASE-SW.
003520     MOVE SPACES TO WS-PRINT-LINE.
003530     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003540     MOVE WS-THIS-DATE TO WB-DATE.
003550     IF WS-THIS-DATE = WS-OPEN-DATE
003560         MOVE "(CYCLE OPEN FOR THIS DATE)" TO WB-NOTE
003570     ELSE
003580         MOVE SPACES TO WB-NOTE
003590     END-IF.
003600     MOVE WS-DATE-LINE TO WS-PRINT-LINE.
003610     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003620     MOVE WS-COLUMN-LINE TO WS-PRINT-LINE.
003630     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003640     MOVE WS-RULE-LINE TO WS-PRINT-LINE.
003650     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003660     PERFORM 3100-PRINT-STEP THRU 3100-EXIT
003670         VARYING WS-STEP-IX FROM 1 BY 1
003680         UNTIL WS-STEP-IX > CN-LAST-STEP.
003690     MOVE SPACES TO WS-PRINT-LINE.
003700     IF WS-RESTART-STEP = ZERO
003710         MOVE "  CYCLE COMPLETE." TO WS-PRINT-LINE
003720     ELSE
003730         ADD 1 TO WS-OPEN-DATES
003740         IF RESTART-NEEDS-RELEASE
003750             STRING "  RESTART AT STEP " WS-RESTART-STEP " ("
003760                     DELIMITED BY SIZE
003770                 CN-STEP-PROGRAM (WS-RESTART-STEP)
003780                     DELIMITED BY SPACE
003790                 ") ONCE A SUPERVISOR RELEASES IT IN RECTCYCS."
003800                     DELIMITED BY SIZE
003810                 INTO WS-PRINT-LINE
003820         ELSE
003830             STRING "  RESTART AT STEP " WS-RESTART-STEP " ("
003840                     DELIMITED BY SIZE
003850                 CN-STEP-PROGRAM (WS-RESTART-STEP)
003860                     DELIMITED BY SPACE
003870                 ")." DELIMITED BY SIZE
003880                 INTO WS-PRINT-LINE
003890         END-IF
003900     END-IF.
003910     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
003920 3000-EXIT.
003930     EXIT.
003940
003950 3100-PRINT-STEP.
003960     MOVE WS-STEP-IX TO WD-STEP.
003970     MOVE CN-STEP-PROGRAM (WS-STEP-IX) TO WD-PROGRAM.
003980     MOVE SPACES TO WD-START.
003990     MOVE SPACES TO WD-END.
004000     MOVE ZERO TO WD-RUNS.
004010     IF WS-STEP-ON-FILE (WS-STEP-IX) NOT = 'Y'
004020         MOVE "NOT RUN" TO WD-STATUS
004030         MOVE WS-STEP-LINE TO WS-PRINT-LINE
004040         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004050         IF WS-RESTART-STEP = ZERO
004060             MOVE WS-STEP-IX TO WS-RESTART-STEP
004070         END-IF
004080         GO TO 3100-EXIT
004090     END-IF.
004100     MOVE WS-STEP-IMAGE (WS-STEP-IX) TO RECT-CYCLE-RECORD.
004110     PERFORM 3200-STATUS-WORD THRU 3200-EXIT.
004120     IF CY-START-STAMP > ZERO
004130         MOVE CY-START-STAMP TO WS-STAMP
004140         MOVE WS-STAMP-DATE TO WD-START-DATE
004150         MOVE WS-STAMP-HH   TO WD-START-HH
004160         MOVE ":"           TO WD-START-COLON
004170         MOVE WS-STAMP-MI   TO WD-START-MI
004180     END-IF.
004190     IF CY-END-STAMP > ZERO
004200         MOVE CY-END-STAMP TO WS-STAMP
004210         MOVE WS-STAMP-DATE TO WD-END-DATE
004220         MOVE WS-STAMP-HH   TO WD-END-HH
004230         MOVE ":"           TO WD-END-COLON
004240         MOVE WS-STAMP-MI   TO WD-END-MI
004250     END-IF.
004260     MOVE CY-RUN-COUNT TO WD-RUNS.
004270     MOVE WS-STEP-LINE TO WS-PRINT-LINE.
004280     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004290     IF CY-COUNT-1-CAPTION NOT = SPACES
004300         MOVE CY-COUNT-1-CAPTION TO WC-CAPTION-1
004310         MOVE CY-COUNT-1         TO WC-COUNT-1
004320         MOVE CY-COUNT-2-CAPTION TO WC-CAPTION-2
004330         MOVE CY-COUNT-2         TO WC-COUNT-2
004340         MOVE WS-COUNT-LINE TO WS-PRINT-LINE
004350         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004360     END-IF.
004370     IF CY-MESSAGE NOT = SPACES
004380         OR CY-ACTION-BY NOT = SPACES
004390         MOVE CY-MESSAGE TO WN-MESSAGE
004400         MOVE CY-ACTION-BY TO WN-ACTION-BY
004410         IF CY-ACTION-BY = SPACES
004420             MOVE SPACES TO WN-BY-CAPTION
004430         ELSE
004440             MOVE "SUPERVISOR: " TO WN-BY-CAPTION
004450         END-IF
004460         MOVE WS-NOTE-LINE TO WS-PRINT-LINE
004470         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004480     END-IF.
004490     IF CY-STEP-NEEDS-RELEASE
004500         ADD 1 TO WS-FAILED-COUNT
004510     END-IF.
004520     IF CY-STEP-BYPASSED
004530         ADD 1 TO WS-BYPASS-COUNT
004540     END-IF.
004550     IF WS-RESTART-STEP = ZERO
004560         AND NOT CY-STEP-DONE
004570         MOVE WS-STEP-IX TO WS-RESTART-STEP
004580         IF CY-STEP-NEEDS-RELEASE
004590             MOVE 'Y' TO WS-RELEASE-SW
004600         END-IF
004610     END-IF.
004620 3100-EXIT.
004630     EXIT.
004640
004650*-----------------------------------------------------------------
004660*  A STEP STILL MARKED RUNNING IS EITHER RUNNING NOW OR WAS
004670*  ABENDED - THE FILE CANNOT TELL WHICH, SO THE REPORT SAYS
004680*  BOTH.
004690*-----------------------------------------------------------------
004700 3200-STATUS-WORD.
004710     EVALUATE TRUE
004720         WHEN CY-STEP-RUNNING
004730             MOVE "RUNNING/ABENDED" TO WD-STATUS
004740         WHEN CY-STEP-COMPLETE
004750             MOVE "COMPLETE" TO WD-STATUS
004760         WHEN CY-STEP-INCOMPLETE
004770             MOVE "INCOMPLETE" TO WD-STATUS
004780         WHEN CY-STEP-FAILED
004790             MOVE "FAILED" TO WD-STATUS
004800         WHEN CY-STEP-BYPASSED
004810             MOVE "BYPASSED" TO WD-STATUS
004820         WHEN CY-STEP-RELEASED
004830             MOVE "RELEASED" TO WD-STATUS
004840         WHEN OTHER
004850             MOVE "UNKNOWN" TO WD-STATUS
004860     END-EVALUATE.
004870 3200-EXIT.
004880     EXIT.
004890
004900 4000-PRINT-TOTALS.
004910     MOVE SPACES TO WS-PRINT-LINE.
004920     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
004930     IF WS-DATE-COUNT = ZERO
004940         MOVE "NO CYCLE RECORDS FOR THESE DATES." TO WS-PRINT-LINE
004950         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
004960         GO TO 4000-EXIT
004970     END-IF.
004980     MOVE "BUSINESS DATES REPORTED . . . . . . . . "
004990         TO WT-CAPTION.
005000     MOVE WS-DATE-COUNT TO WT-COUNT.
005010     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005020     MOVE "DATES NOT YET COMPLETE  . . . . . . . . "
005030         TO WT-CAPTION.
005040     MOVE WS-OPEN-DATES TO WT-COUNT.
005050     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005060     MOVE "STEPS FAILED OR ABENDED . . . . . . . . "
005070         TO WT-CAPTION.
005080     MOVE WS-FAILED-COUNT TO WT-COUNT.
005090     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005100     MOVE "STEPS BYPASSED BY A SUPERVISOR  . . . . "
005110         TO WT-CAPTION.
005120     MOVE WS-BYPASS-COUNT TO WT-COUNT.
005130     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005140 4000-EXIT.
005150     EXIT.
005160
005170 7000-WRITE-REPORT-LINE.
005180     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
005190     WRITE RECT-REPORT-LINE.
005200     IF NOT REPORT-STATUS-OK
005210         DISPLAY "RECTCYCR: UNABLE TO WRITE RECTCRPT, STATUS = "
005220             WS-REPORT-STATUS
005230     END-IF.
005240 7000-EXIT.
005250     EXIT.
005260
005270 7100-WRITE-TOTAL-LINE.
005280     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
005290     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
005300 7100-EXIT.
005310     EXIT.
005320
005330 9000-TERMINATE.
005340     IF CYCLE-FILE-OPEN
005350         CLOSE RECT-CYCLE-FILE
005360     END-IF.
005370     IF INIT-FAILED
005380         GO TO 9000-EXIT
005390     END-IF.
005400     CLOSE RECT-REPORT-FILE.
005410     DISPLAY "RECTCYCR: " WS-DATE-COUNT " BUSINESS DATE(S), "
005420         WS-OPEN-DATES " NOT COMPLETE, FOR " WS-FROM-DATE
005430         " THROUGH " WS-THRU-DATE ".".
005440 9000-EXIT.
005450     EXIT.
