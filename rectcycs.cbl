000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTCYCS.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  SUPERVISOR CONTROL OF THE
000120*                   NIGHTLY CYCLE (RECTCYC), BEHIND THE SAME
000130*                   RECTSEC SIGN-ON THE OTHER TERMINAL PROGRAMS
000140*                   USE.  THE STEPS OF A BUSINESS DATE CAN BE
000150*                   LISTED, AND A SUPERVISOR CAN RELEASE A FAILED
000160*                   OR ABENDED STEP SO IT WILL RUN AGAIN, OR
000170*                   BYPASS A STEP THAT IS NOT GOING TO RUN SO
000180*                   THE STEPS AFTER IT CAN.  EVERY RELEASE AND
000190*                   BYPASS IS LOGGED TO RECTAUD.
000200*-----------------------------------------------------------------
000210 REMARKS.        MENU-DRIVEN: L) LIST STEPS, R) RELEASE FOR
000220                 RERUN, B) BYPASS STEP, X) EXIT.  RELEASE AND
000230                 BYPASS NEED SUPERVISOR AUTHORITY; A REFUSAL IS
000240                 LOGGED TO RECTAUD.  ONLY THE STEPS OF THE OPEN
000250                 BUSINESS DATE CAN BE RELEASED OR BYPASSED, WITH
000260                 ONE EXCEPTION: BYPASSING STEP 1 (RECTBAT) OF A
000270                 LATER DATE OPENS THAT DATE, ONCE EVERY STEP OF
000280                 THE OPEN DATE IS DONE - FOR A NIGHT WITH NO
000290                 POSTING RUN.  A STEP STILL MARKED RUNNING MAY
000300                 REALLY BE RUNNING, SO RELEASE AND BYPASS ARE
000310                 REFUSED WHILE THE RUN LOCK IS HELD AND ASK FOR
000320                 CONFIRMATION THAT THE JOB IS GONE.  THE AUDIT
000330                 ENTRY CARRIES THE STEP NUMBER IN THE REASON
000340                 CODE AND THE BUSINESS DATE IN RA-AREA.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RECT-CYCLE-FILE   ASSIGN TO "RECTCYC"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CY-CYCLE-KEY
000460         FILE STATUS IS WS-CYCLE-STATUS.
000470     SELECT RECT-SECURITY-FILE ASSIGN TO "RECTSEC"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OP-OPERATOR-ID
000510         FILE STATUS IS WS-SECURITY-STATUS.
000520     SELECT RECT-AUDIT-FILE   ASSIGN TO "RECTAUD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550     SELECT RECT-LOCK-FILE    ASSIGN TO "RECTLOCK"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-LOCK-STATUS.
000580
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  RECT-CYCLE-FILE
000620     LABEL RECORDS ARE STANDARD
000630     RECORD CONTAINS 140 CHARACTERS.
000640     COPY RECTCYC.
000650
000660 FD  RECT-SECURITY-FILE
000670     LABEL RECORDS ARE STANDARD
000680     RECORD CONTAINS 60 CHARACTERS.
000690     COPY RECTSEC.
000700
000710 FD  RECT-AUDIT-FILE
000720     LABEL RECORDS ARE STANDARD
000730     RECORD CONTAINS 70 CHARACTERS.
000740     COPY RECTAUD.
000750
000760 FD  RECT-LOCK-FILE
000770     LABEL RECORDS ARE STANDARD
000780     RECORD CONTAINS 80 CHARACTERS.
000790     COPY RECTLOCK.
000800
000810 WORKING-STORAGE SECTION.
000820 77  WS-CYCLE-STATUS          PIC X(02) VALUE '00'.
000830     88  CYCLE-STATUS-OK          VALUE '00'.
000840     88  CYCLE-FILE-NOT-FOUND     VALUE '35'.
000850 77  WS-SECURITY-STATUS       PIC X(02) VALUE '00'.
000860     88  SECURITY-STATUS-OK       VALUE '00'.
000870     88  SECURITY-FILE-NOT-FOUND  VALUE '35'.
000880 77  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
000890     88  AUDIT-STATUS-OK          VALUE '00'.
000900     88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
000910 77  WS-LOCK-STATUS           PIC X(02) VALUE '00'.
000920     88  LOCK-STATUS-OK           VALUE '00'.
000930     88  LOCK-FILE-NOT-FOUND      VALUE '35'.
000940 77  WS-LOCK-HELD-SW          PIC X(01) VALUE 'N'.
000950     88  RUN-LOCK-IS-HELD         VALUE 'Y'.
000960 77  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
000970     88  SIGNED-ON                VALUE 'Y'.
000980 77  WS-SIGNON-TRIES          PIC 9(01) VALUE ZERO.
000990 77  WS-PASSWORD-INPUT        PIC X(08).
001000 77  WS-OPERATOR-ID           PIC X(08).
001010 77  WS-AUTHORITY             PIC 9(01) VALUE ZERO.
001020     88  AUTH-SUPERVISOR          VALUE 2.
001030 77  WS-REFUSED-FUNC          PIC X(01).
001040 77  WS-CURRENT-DATE          PIC 9(08).
001050 77  WS-CURRENT-TIME          PIC 9(08).
001060 77  WS-MENU-CHOICE           PIC X(01).
001070     88  CHOICE-LIST              VALUES 'L' 'l'.
001080     88  CHOICE-RELEASE           VALUES 'R' 'r'.
001090     88  CHOICE-BYPASS            VALUES 'B' 'b'.
001100     88  CHOICE-EXIT              VALUES 'X' 'x'.
001110 77  WS-CONFIRM               PIC X(01).
001120     88  CONFIRM-YES              VALUES 'Y' 'y'.
001130 77  WS-DATE-INPUT            PIC X(08).
001140 77  WS-DATE-INPUT-N          REDEFINES WS-DATE-INPUT
001150     PIC 9(08).
001160 77  WS-STEP-INPUT            PIC X(01).
001170 77  WS-STEP-INPUT-N          REDEFINES WS-STEP-INPUT
001180     PIC 9(01).
001190 77  WS-REASON-INPUT          PIC X(30).
001200 77  WS-OPEN-DATE             PIC 9(08) VALUE ZERO.
001210 77  WS-BUSINESS-DATE         PIC 9(08) VALUE ZERO.
001220 77  WS-STEP-NO               PIC 9(01) VALUE ZERO.
001230 77  WS-NEXT-STEP             PIC 9(01) VALUE ZERO.
001240 77  WS-STEP-IX               PIC 9(01) VALUE ZERO.
001250 77  WS-BLOCK-STEP            PIC 9(01) VALUE ZERO.
001260 77  WS-STEP-ON-FILE-SW       PIC X(01) VALUE 'N'.
001270     88  STEP-ON-FILE             VALUE 'Y'.
001280 77  WS-LATER-SW              PIC X(01) VALUE 'N'.
001290     88  LATER-STEP-STARTED       VALUE 'Y'.
001300 77  WS-NEW-DATE-SW           PIC X(01) VALUE 'N'.
001310     88  BYPASS-OPENS-DATE        VALUE 'Y'.
001320 77  WS-CONTROL-SW            PIC X(01) VALUE 'N'.
001330     88  CONTROL-ON-FILE          VALUE 'Y'.
001340 77  WS-AUDIT-FUNC            PIC X(01).
001350 77  WS-AUDIT-STEP            PIC 9(02).
001360 77  WS-COUNT-DISPLAY         PIC ZZZZZZZZ9.
001370
001380 01  WS-STAMP                   PIC 9(16).
001390 01  WS-STAMP-X REDEFINES WS-STAMP.
001400     05  WS-STAMP-DATE           PIC 9(08).
001410     05  WS-STAMP-HH             PIC 9(02).
001420     05  WS-STAMP-MI             PIC 9(02).
001430     05  FILLER                  PIC 9(04).
001440
001450     COPY RECTCYN.
001460
001470 01  WS-STEP-LINE.
001480     05  WL-STEP                 PIC 9(01).
001490     05  FILLER                  PIC X(01) VALUE SPACES.
001500     05  WL-PROGRAM              PIC X(08).
001510     05  FILLER                  PIC X(01) VALUE SPACES.
001520     05  WL-STATUS               PIC X(15).
001530     05  FILLER                  PIC X(01) VALUE SPACES.
001540     05  WL-START.
001550         10  WL-START-DATE       PIC 9(08).
001560         10  FILLER              PIC X(01).
001570         10  WL-START-HH         PIC 9(02).
001580         10  WL-START-COLON      PIC X(01).
001590         10  WL-START-MI         PIC 9(02).
001600     05  FILLER                  PIC X(01) VALUE SPACES.
001610     05  WL-END.
001620         10  WL-END-DATE         PIC 9(08).
001630         10  FILLER              PIC X(01).
001640         10  WL-END-HH           PIC 9(02).
001650         10  WL-END-COLON        PIC X(01).
001660         10  WL-END-MI           PIC 9(02).
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  WL-RUNS                 PIC ZZ9 BLANK WHEN ZERO.
001690
001700 PROCEDURE DIVISION.
001710 0000-MAINLINE.
001720     DISPLAY "===== NIGHTLY CYCLE CONTROL =====".
001730     OPEN I-O RECT-CYCLE-FILE.
001740     IF CYCLE-FILE-NOT-FOUND
001750         DISPLAY "NIGHTLY CYCLE FILE (RECTCYC) NOT FOUND - "
001760             "RECTBAT OPENS THE CYCLE."
001770         MOVE 'X' TO WS-MENU-CHOICE
001780     END-IF.
001790     OPEN EXTEND RECT-AUDIT-FILE.
001800     IF AUDIT-FILE-NOT-FOUND
001810         OPEN OUTPUT RECT-AUDIT-FILE
001820     END-IF.
001830     OPEN INPUT RECT-SECURITY-FILE.
001840     IF SECURITY-FILE-NOT-FOUND
001850         DISPLAY "SECURITY FILE (RECTSEC) NOT FOUND - "
001860             "SET OPERATORS UP IN RECTSMNT FIRST."
001870         MOVE 'X' TO WS-MENU-CHOICE
001880     ELSE
001890         IF NOT CHOICE-EXIT
001900             PERFORM 1500-SIGN-ON THRU 1500-EXIT
001910             IF NOT SIGNED-ON
001920                 MOVE 'X' TO WS-MENU-CHOICE
001930             END-IF
001940         END-IF
001950     END-IF.
001960     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
001970     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
001980         UNTIL CHOICE-EXIT.
001990     CLOSE RECT-CYCLE-FILE.
002000     CLOSE RECT-AUDIT-FILE.
002010     CLOSE RECT-SECURITY-FILE.
002020     DISPLAY "GOODBYE!".
002030     STOP RUN.
002040
002050 1000-MENU-LOOP.
002060     DISPLAY " ".
002070     DISPLAY "L) LIST STEPS   R) RELEASE FOR RERUN   B) BYPASS "
002080         "STEP   X) EXIT".
002090     DISPLAY "ENTER CHOICE: ".
002100     ACCEPT WS-MENU-CHOICE.
002110     IF CHOICE-LIST
002120         PERFORM 2000-LIST-STEPS THRU 2000-EXIT
002130     ELSE
002140         IF CHOICE-RELEASE
002150             IF AUTH-SUPERVISOR
002160                 PERFORM 3000-RELEASE-STEP THRU 3000-EXIT
002170             ELSE
002180                 MOVE 'R' TO WS-REFUSED-FUNC
002190                 PERFORM 1600-FUNCTION-REFUSED THRU 1600-EXIT
002200             END-IF
002210         ELSE
002220             IF CHOICE-BYPASS
002230                 IF AUTH-SUPERVISOR
002240                     PERFORM 4000-BYPASS-STEP THRU 4000-EXIT
002250                 ELSE
002260                     MOVE 'B' TO WS-REFUSED-FUNC
002270                     PERFORM 1600-FUNCTION-REFUSED THRU 1600-EXIT
002280                 END-IF
002290             ELSE
002300                 IF NOT CHOICE-EXIT
002310                     DISPLAY "INVALID CHOICE."
002320                 END-IF
002330             END-IF
002340         END-IF
002350     END-IF.
002360 1000-EXIT.
002370     EXIT.
002380
002390*-----------------------------------------------------------------
002400*  OPERATOR SIGN-ON AGAINST THE SECURITY FILE.  THREE TRIES;
002410*  EVERY FAILURE IS LOGGED TO THE AUDIT FILE WITH THE ID THAT
002420*  WAS ATTEMPTED, SO "WHO TRIED" HAS AN ANSWER TOO.
002430*-----------------------------------------------------------------
002440 1500-SIGN-ON.
002450     MOVE ZERO TO WS-SIGNON-TRIES.
002460     MOVE 'N'  TO WS-SIGNON-SW.
002470     PERFORM 1550-SIGN-ON-TRY THRU 1550-EXIT
002480         UNTIL SIGNED-ON
002490            OR WS-SIGNON-TRIES NOT LESS THAN 3.
002500     IF NOT SIGNED-ON
002510         DISPLAY "TOO MANY SIGN-ON ATTEMPTS."
002520     END-IF.
002530 1500-EXIT.
002540     EXIT.
002550
002560 1550-SIGN-ON-TRY.
002570     DISPLAY "ENTER OPERATOR ID: ".
002580     ACCEPT WS-OPERATOR-ID.
002590     DISPLAY "ENTER PASSWORD: ".
002600     ACCEPT WS-PASSWORD-INPUT.
002610     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002620     READ RECT-SECURITY-FILE
002630         INVALID KEY
002640             PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
002650             GO TO 1550-EXIT
002660     END-READ.
002670     IF OP-PASSWORD NOT = WS-PASSWORD-INPUT
002680         PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
002690         GO TO 1550-EXIT
002700     END-IF.
002710     MOVE 'Y' TO WS-SIGNON-SW.
002720     MOVE OP-AUTHORITY-LEVEL TO WS-AUTHORITY.
002730     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
002740 1550-EXIT.
002750     EXIT.
002760
002770 1560-SIGNON-FAILED.
002780     ADD 1 TO WS-SIGNON-TRIES.
002790     DISPLAY "SIGN-ON REFUSED.".
002800     MOVE SPACES TO RECT-AUDIT-RECORD.
002810     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002820     ACCEPT WS-CURRENT-TIME FROM TIME.
002830     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002840         DELIMITED BY SIZE INTO RA-TIMESTAMP.
002850     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
002860     MOVE ZERO TO RA-JOB-ID.
002870     MOVE 'S'  TO RA-FUNCTION-CODE.
002880     MOVE ZERO TO RA-WIDTH.
002890     MOVE ZERO TO RA-LENGTH.
002900     MOVE ZERO TO RA-DIM-3.
002910     MOVE ZERO TO RA-AREA.
002920     WRITE RECT-AUDIT-RECORD.
002930     IF NOT AUDIT-STATUS-OK
002940         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
002950             WS-AUDIT-STATUS
002960     END-IF.
002970 1560-EXIT.
002980     EXIT.
002990
003000*-----------------------------------------------------------------
003010*  LOGS A FUNCTION THE SIGNED-ON OPERATOR WAS NOT AUTHORIZED TO
003020*  RUN.  THE MENU LETTER RIDES IN THE REASON CODE SO THE LOG
003030*  SHOWS WHAT WAS REFUSED.
003040*-----------------------------------------------------------------
003050 1600-FUNCTION-REFUSED.
003060     DISPLAY "SUPERVISOR AUTHORITY REQUIRED - FUNCTION REFUSED.".
003070     MOVE SPACES TO RECT-AUDIT-RECORD.
003080     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003090     ACCEPT WS-CURRENT-TIME FROM TIME.
003100     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003110         DELIMITED BY SIZE INTO RA-TIMESTAMP.
003120     MOVE WS-OPERATOR-ID  TO RA-OPERATOR-ID.
003130     MOVE ZERO TO RA-JOB-ID.
003140     MOVE 'X'  TO RA-FUNCTION-CODE.
003150     MOVE WS-REFUSED-FUNC TO RA-REASON-CODE.
003160     MOVE ZERO TO RA-WIDTH.
003170     MOVE ZERO TO RA-LENGTH.
003180     MOVE ZERO TO RA-DIM-3.
003190     MOVE ZERO TO RA-AREA.
003200     WRITE RECT-AUDIT-RECORD.
003210     IF NOT AUDIT-STATUS-OK
003220         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
003230             WS-AUDIT-STATUS
003240     END-IF.
003250 1600-EXIT.
003260     EXIT.
003270
003280*-----------------------------------------------------------------
003290*  RECTBAT AND RECTXCUT HOLD THE RUN LOCK WHILE THEY RUN, AND
003300*  BOTH READ AND MARK THE CYCLE AT STARTUP, SO THE CYCLE IS NOT
003310*  CHANGED UNDER THEM.
003320*-----------------------------------------------------------------
003330 1700-CHECK-RUN-LOCK.
003340     MOVE 'N' TO WS-LOCK-HELD-SW.
003350     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
003360     OPEN INPUT RECT-LOCK-FILE.
003370     IF LOCK-STATUS-OK
003380         READ RECT-LOCK-FILE
003390             AT END
003400                 CONTINUE
003410         END-READ
003420         CLOSE RECT-LOCK-FILE
003430     END-IF.
003440     IF RL-LOCK-HELD
003450         MOVE 'Y' TO WS-LOCK-HELD-SW
003460         DISPLAY "RUN LOCK HELD BY " RL-PROGRAM-ID
003470             " (OPERATOR " RL-OPERATOR-ID ") SINCE "
003480             RL-TIMESTAMP " - FUNCTION REFUSED."
003490     END-IF.
003500 1700-EXIT.
003510     EXIT.
003520
003530 1800-READ-OPEN-DATE.
003540     MOVE 'Y'  TO WS-CONTROL-SW.
003550     MOVE ZERO TO CC-CONTROL-KEY.
003560     READ RECT-CYCLE-FILE
003570         INVALID KEY
003580             MOVE 'N' TO WS-CONTROL-SW
003590             MOVE ZERO TO CC-OPEN-DATE
003600     END-READ.
003610     MOVE CC-OPEN-DATE TO WS-OPEN-DATE.
003620 1800-EXIT.
003630     EXIT.
003640
003650*-----------------------------------------------------------------
003660*  LISTS EVERY STEP OF A BUSINESS DATE IN RUN ORDER - HOW IT
003670*  ENDED, WHEN IT STARTED AND FINISHED, HOW MANY TIMES IT RAN,
003680*  ITS COUNTS AND ANY SUPERVISOR NOTE - AND WHERE THE NIGHT
003690*  HAS TO RESTART.
003700*-----------------------------------------------------------------
003710 2000-LIST-STEPS.
003720     PERFORM 1800-READ-OPEN-DATE THRU 1800-EXIT.
003730     PERFORM 2050-GET-DATE THRU 2050-EXIT.
003740     MOVE ZERO TO WS-BLOCK-STEP.
003750     IF WS-BUSINESS-DATE = WS-OPEN-DATE
003760         DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
003770             "  (CYCLE OPEN FOR THIS DATE)"
003780     ELSE
003790         DISPLAY "BUSINESS DATE " WS-BUSINESS-DATE
003800             "  (CYCLE OPEN FOR " WS-OPEN-DATE ")"
003810     END-IF.
003820     DISPLAY "S PROGRAM  STATUS          STARTED        "
003830         "ENDED          RUNS".
003840     PERFORM 2100-SHOW-STEP THRU 2100-EXIT
003850         VARYING WS-STEP-IX FROM 1 BY 1
003860         UNTIL WS-STEP-IX > CN-LAST-STEP.
003870     IF WS-BLOCK-STEP = ZERO
003880         DISPLAY "CYCLE COMPLETE."
003890     ELSE
003900         DISPLAY "RESTART AT STEP " WS-BLOCK-STEP " ("
003910             CN-STEP-PROGRAM (WS-BLOCK-STEP) ")."
003920     END-IF.
003930 2000-EXIT.
003940     EXIT.
003950
003960 2050-GET-DATE.
003970     DISPLAY "BUSINESS DATE (YYYYMMDD, BLANK = OPEN DATE "
003980         WS-OPEN-DATE "): ".
003990     ACCEPT WS-DATE-INPUT.
004000     IF WS-DATE-INPUT = SPACES
004010         IF WS-OPEN-DATE = ZERO
004020             DISPLAY "NO BUSINESS DATE IS OPEN - ENTER A DATE."
004030             GO TO 2050-GET-DATE
004040         END-IF
004050         MOVE WS-OPEN-DATE TO WS-BUSINESS-DATE
004060         GO TO 2050-EXIT
004070     END-IF.
004080     IF WS-DATE-INPUT NOT NUMERIC
004090         DISPLAY "INVALID DATE - ENTER 8 NUMERIC DIGITS."
004100         GO TO 2050-GET-DATE
004110     END-IF.
004120     IF WS-DATE-INPUT-N = ZERO
004130         DISPLAY "INVALID DATE - MUST BE GREATER THAN ZERO."
004140         GO TO 2050-GET-DATE
004150     END-IF.
004160     MOVE WS-DATE-INPUT-N TO WS-BUSINESS-DATE.
004170 2050-EXIT.
004180     EXIT.
004190
004200 2100-SHOW-STEP.
004210     MOVE WS-STEP-IX TO WS-STEP-NO.
004220     PERFORM 2400-READ-STEP THRU 2400-EXIT.
004230     MOVE WS-STEP-IX TO WL-STEP.
004240     MOVE CN-STEP-PROGRAM (WS-STEP-IX) TO WL-PROGRAM.
004250     MOVE SPACES TO WL-START.
004260     MOVE SPACES TO WL-END.
004270     MOVE ZERO TO WL-RUNS.
004280     IF NOT STEP-ON-FILE
004290         MOVE "NOT RUN" TO WL-STATUS
004300         DISPLAY WS-STEP-LINE
004310         IF WS-BLOCK-STEP = ZERO
004320             MOVE WS-STEP-IX TO WS-BLOCK-STEP
004330         END-IF
004340         GO TO 2100-EXIT
004350     END-IF.
004360     PERFORM 2150-STATUS-WORD THRU 2150-EXIT.
004370     IF CY-START-STAMP > ZERO
004380         MOVE CY-START-STAMP TO WS-STAMP
004390         MOVE WS-STAMP-DATE TO WL-START-DATE
004400         MOVE WS-STAMP-HH   TO WL-START-HH
004410         MOVE ":"           TO WL-START-COLON
004420         MOVE WS-STAMP-MI   TO WL-START-MI
004430     END-IF.
004440     IF CY-END-STAMP > ZERO
004450         MOVE CY-END-STAMP TO WS-STAMP
004460         MOVE WS-STAMP-DATE TO WL-END-DATE
004470         MOVE WS-STAMP-HH   TO WL-END-HH
004480         MOVE ":"           TO WL-END-COLON
004490         MOVE WS-STAMP-MI   TO WL-END-MI
004500     END-IF.
004510     MOVE CY-RUN-COUNT TO WL-RUNS.
004520     DISPLAY WS-STEP-LINE.
004530     IF CY-COUNT-1-CAPTION NOT = SPACES
004540         MOVE CY-COUNT-1 TO WS-COUNT-DISPLAY
004550         DISPLAY "   " CY-COUNT-1-CAPTION " " WS-COUNT-DISPLAY
004560             WITH NO ADVANCING
004570         MOVE CY-COUNT-2 TO WS-COUNT-DISPLAY
004580         DISPLAY "   " CY-COUNT-2-CAPTION " " WS-COUNT-DISPLAY
004590     END-IF.
004600     IF CY-MESSAGE NOT = SPACES
004610         OR CY-ACTION-BY NOT = SPACES
004620         DISPLAY "   NOTE: " CY-MESSAGE "  SUPERVISOR: "
004630             CY-ACTION-BY
004640     END-IF.
004650     IF WS-BLOCK-STEP = ZERO
004660         AND NOT CY-STEP-DONE
004670         MOVE WS-STEP-IX TO WS-BLOCK-STEP
004680     END-IF.
004690 2100-EXIT.
004700     EXIT.
004710
004720 2150-STATUS-WORD.
004730     EVALUATE TRUE
004740         WHEN CY-STEP-RUNNING
004750             MOVE "RUNNING/ABENDED" TO WL-STATUS
004760         WHEN CY-STEP-COMPLETE
004770             MOVE "COMPLETE" TO WL-STATUS
004780         WHEN CY-STEP-INCOMPLETE
004790             MOVE "INCOMPLETE" TO WL-STATUS
004800         WHEN CY-STEP-FAILED
004810             MOVE "FAILED" TO WL-STATUS
004820         WHEN CY-STEP-BYPASSED
004830             MOVE "BYPASSED" TO WL-STATUS
004840         WHEN CY-STEP-RELEASED
004850             MOVE "RELEASED" TO WL-STATUS
004860         WHEN OTHER
004870             MOVE "UNKNOWN" TO WL-STATUS
004880     END-EVALUATE.
004890 2150-EXIT.
004900     EXIT.
004910
004920 2300-GET-STEP.
004930     DISPLAY "STEP NUMBER (1-" CN-LAST-STEP "): ".
004940     ACCEPT WS-STEP-INPUT.
004950     IF WS-STEP-INPUT NOT NUMERIC
004960         DISPLAY "INVALID STEP - ENTER ONE DIGIT."
004970         GO TO 2300-GET-STEP
004980     END-IF.
004990     IF WS-STEP-INPUT-N < 1
005000         OR WS-STEP-INPUT-N > CN-LAST-STEP
005010         DISPLAY "INVALID STEP - ENTER 1 THROUGH " CN-LAST-STEP
005020             "."
005030         GO TO 2300-GET-STEP
005040     END-IF.
005050     MOVE WS-STEP-INPUT-N TO WS-STEP-NO.
005060     DISPLAY "STEP " WS-STEP-NO " IS "
005070         CN-STEP-PROGRAM (WS-STEP-NO) ".".
005080 2300-EXIT.
005090     EXIT.
005100
005110 2400-READ-STEP.
005120     MOVE 'Y' TO WS-STEP-ON-FILE-SW.
005130     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
005140     MOVE WS-STEP-NO       TO CY-STEP-NO.
005150     READ RECT-CYCLE-FILE
005160         INVALID KEY
005170             MOVE 'N' TO WS-STEP-ON-FILE-SW
005180     END-READ.
005190 2400-EXIT.
005200     EXIT.
005210
005220 2450-CHECK-LATER-STEP.
005230     MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE.
005240     MOVE WS-STEP-IX       TO CY-STEP-NO.
005250     READ RECT-CYCLE-FILE
005260         INVALID KEY
005270             GO TO 2450-EXIT
005280     END-READ.
005290     MOVE 'Y' TO WS-LATER-SW.
005300 2450-EXIT.
005310     EXIT.
005320
005330*-----------------------------------------------------------------
005340*  PICKS THE DATE AND STEP TO WORK, NOTES WHETHER ANY LATER STEP
005350*  OF THE DATE HAS STARTED, AND LEAVES THE STEP'S OWN RECORD (IF
005360*  ANY) IN THE RECORD AREA.
005370*-----------------------------------------------------------------
005380 2500-CHOOSE-STEP.
005390     PERFORM 1800-READ-OPEN-DATE THRU 1800-EXIT.
005400     PERFORM 2050-GET-DATE THRU 2050-EXIT.
005410     PERFORM 2300-GET-STEP THRU 2300-EXIT.
005420     MOVE 'N' TO WS-LATER-SW.
005430     COMPUTE WS-NEXT-STEP = WS-STEP-NO + 1.
005440     PERFORM 2450-CHECK-LATER-STEP THRU 2450-EXIT
005450         VARYING WS-STEP-IX FROM WS-NEXT-STEP BY 1
005460         UNTIL WS-STEP-IX > CN-LAST-STEP.
005470     PERFORM 2400-READ-STEP THRU 2400-EXIT.
005480 2500-EXIT.
005490     EXIT.
005500
005510 2600-SHOW-CHOSEN-STEP.
005520     MOVE WS-STEP-NO TO WS-STEP-IX.
005530     DISPLAY "S PROGRAM  STATUS          STARTED        "
005540         "ENDED          RUNS".
005550     MOVE ZERO TO WS-BLOCK-STEP.
005560     PERFORM 2100-SHOW-STEP THRU 2100-EXIT.
005570 2600-EXIT.
005580     EXIT.
005590
005600*-----------------------------------------------------------------
005610*  SUPERVISOR-ONLY.  LETS A FAILED OR ABENDED STEP RUN AGAIN, OR
005620*  A FINISHED ONE RUN A SECOND TIME.  THE STEP IS MARKED
005630*  RELEASED WITH THE SUPERVISOR'S ID; ITS LAST START AND END
005640*  TIMES ARE KEPT UNTIL IT RUNS.  A STEP STOPPED SHORT ON
005650*  PURPOSE NEEDS NO RELEASE.
005660*-----------------------------------------------------------------
005670 3000-RELEASE-STEP.
005680     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
005690     IF RUN-LOCK-IS-HELD
005700         GO TO 3000-EXIT
005710     END-IF.
005720     PERFORM 2500-CHOOSE-STEP THRU 2500-EXIT.
005730     IF WS-BUSINESS-DATE NOT = WS-OPEN-DATE
005740         DISPLAY "ONLY STEPS OF THE OPEN BUSINESS DATE ("
005750             WS-OPEN-DATE ") CAN BE RELEASED - NOTHING CHANGED."
005760         GO TO 3000-EXIT
005770     END-IF.
005780     IF NOT STEP-ON-FILE
005790         DISPLAY "STEP " WS-STEP-NO " HAS NOT RUN FOR "
005800             WS-BUSINESS-DATE " - NOTHING TO RELEASE."
005810         GO TO 3000-EXIT
005820     END-IF.
005830     IF CY-STEP-INCOMPLETE
005840         DISPLAY "STEP " WS-STEP-NO " STOPPED SHORT AND RUNS "
005850             "AGAIN WITHOUT A RELEASE - NOTHING CHANGED."
005860         GO TO 3000-EXIT
005870     END-IF.
005880     IF CY-STEP-RELEASED
005890         DISPLAY "STEP " WS-STEP-NO " IS ALREADY RELEASED FOR "
005900             "RERUN - NOTHING CHANGED."
005910         GO TO 3000-EXIT
005920     END-IF.
005930     PERFORM 2600-SHOW-CHOSEN-STEP THRU 2600-EXIT.
005940     IF CY-STEP-RUNNING
005950         DISPLAY "THE STEP IS STILL MARKED RUNNING.  RELEASE IT "
005960             "ONLY IF THE JOB IS NO LONGER RUNNING."
005970     END-IF.
005980     IF CY-STEP-DONE
005990         AND LATER-STEP-STARTED
006000         DISPLAY "LATER STEPS HAVE ALREADY RUN FOR THIS DATE - "
006010             "RELEASE THEM TOO IF THEY MUST RUN AGAIN."
006020     END-IF.
006030     DISPLAY "RELEASE THE STEP FOR RERUN (Y/N)? ".
006040     ACCEPT WS-CONFIRM.
006050     IF NOT CONFIRM-YES
006060         DISPLAY "STEP NOT RELEASED."
006070         GO TO 3000-EXIT
006080     END-IF.
006090     MOVE 'E'                  TO CY-STEP-STATUS.
006100     MOVE WS-OPERATOR-ID       TO CY-ACTION-BY.
006110     MOVE "RELEASED FOR RERUN" TO CY-MESSAGE.
006120     REWRITE RECT-CYCLE-RECORD
006130         INVALID KEY
006140             DISPLAY "UNABLE TO REWRITE THE CYCLE STEP, STATUS = "
006150                 WS-CYCLE-STATUS
006160             GO TO 3000-EXIT
006170     END-REWRITE.
006180     DISPLAY "STEP " WS-STEP-NO " (" CN-STEP-PROGRAM (WS-STEP-NO)
006190         ") RELEASED - IT CAN BE RUN AGAIN.".
006200     MOVE 'R' TO WS-AUDIT-FUNC.
006210     PERFORM 6000-WRITE-CYCLE-AUDIT THRU 6000-EXIT.
006220 3000-EXIT.
006230     EXIT.
006240
006250*-----------------------------------------------------------------
006260*  SUPERVISOR-ONLY.  MARKS A STEP THAT IS NOT GOING TO RUN AS
006270*  BYPASSED, WITH THE SUPERVISOR'S ID AND A REASON, SO THE STEPS
006280*  AFTER IT WILL RUN.  A STEP THAT NEVER STARTED GETS A RECORD.
006290*  STEP 1 OF A DATE AFTER THE OPEN DATE CAN BE BYPASSED ONCE THE
006300*  OPEN DATE IS FINISHED, WHICH OPENS THE NEW DATE AS RECTBAT
006310*  WOULD HAVE.
006320*-----------------------------------------------------------------
006330 4000-BYPASS-STEP.
006340     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
006350     IF RUN-LOCK-IS-HELD
006360         GO TO 4000-EXIT
006370     END-IF.
006380     PERFORM 2500-CHOOSE-STEP THRU 2500-EXIT.
006390     MOVE 'N' TO WS-NEW-DATE-SW.
006400     IF WS-BUSINESS-DATE NOT = WS-OPEN-DATE
006410         IF WS-STEP-NO NOT = 1
006420             OR WS-BUSINESS-DATE < WS-OPEN-DATE
006430             DISPLAY "ONLY STEPS OF THE OPEN BUSINESS DATE ("
006440                 WS-OPEN-DATE "), OR STEP 1 OF A LATER DATE, "
006450                 "CAN BE BYPASSED - NOTHING CHANGED."
006460             GO TO 4000-EXIT
006470         END-IF
006480         PERFORM 4200-CHECK-OPEN-DATE THRU 4200-EXIT
006490         IF WS-BLOCK-STEP NOT = ZERO
006500             DISPLAY "THE CYCLE FOR " WS-OPEN-DATE " IS NOT "
006510                 "FINISHED - STEP " WS-BLOCK-STEP " ("
006520                 CN-STEP-PROGRAM (WS-BLOCK-STEP)
006530                 ") IS NOT DONE - NOTHING CHANGED."
006540             GO TO 4000-EXIT
006550         END-IF
006560         MOVE 'Y' TO WS-NEW-DATE-SW
006570         PERFORM 2400-READ-STEP THRU 2400-EXIT
006580     END-IF.
006590     IF STEP-ON-FILE
006600         AND CY-STEP-DONE
006610         DISPLAY "STEP " WS-STEP-NO " IS ALREADY COMPLETE OR "
006620             "BYPASSED - NOTHING CHANGED."
006630         GO TO 4000-EXIT
006640     END-IF.
006650     IF STEP-ON-FILE
006660         PERFORM 2600-SHOW-CHOSEN-STEP THRU 2600-EXIT
006670         IF CY-STEP-RUNNING
006680             DISPLAY "THE STEP IS STILL MARKED RUNNING.  BYPASS "
006690                 "IT ONLY IF THE JOB IS NO LONGER RUNNING."
006700         END-IF
006710     ELSE
006720         DISPLAY "STEP " WS-STEP-NO " HAS NOT RUN FOR "
006730             WS-BUSINESS-DATE "."
006740     END-IF.
006750     IF BYPASS-OPENS-DATE
006760         DISPLAY "BYPASSING STEP 1 OPENS THE CYCLE FOR "
006770             WS-BUSINESS-DATE "."
006780     END-IF.
006790     PERFORM 4100-GET-REASON THRU 4100-EXIT.
006800     DISPLAY "BYPASS THE STEP (Y/N)? ".
006810     ACCEPT WS-CONFIRM.
006820     IF NOT CONFIRM-YES
006830         DISPLAY "STEP NOT BYPASSED."
006840         GO TO 4000-EXIT
006850     END-IF.
006860*    THE CHECKS ABOVE MAY HAVE READ OTHER STEPS SINCE.
006870     PERFORM 2400-READ-STEP THRU 2400-EXIT.
006880     IF NOT STEP-ON-FILE
006890         MOVE SPACES TO RECT-CYCLE-RECORD
006900         MOVE WS-BUSINESS-DATE TO CY-BUSINESS-DATE
006910         MOVE WS-STEP-NO       TO CY-STEP-NO
006920         MOVE CN-STEP-PROGRAM (WS-STEP-NO) TO CY-PROGRAM-ID
006930         MOVE ZERO TO CY-START-STAMP
006940         MOVE ZERO TO CY-RUN-COUNT
006950         MOVE ZERO TO CY-COUNT-1
006960         MOVE ZERO TO CY-COUNT-2
006970     END-IF.
006980     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006990     ACCEPT WS-CURRENT-TIME FROM TIME.
007000     STRING WS-CURRENT-DATE WS-CURRENT-TIME
007010         DELIMITED BY SIZE INTO CY-END-STAMP.
007020     MOVE 'B'             TO CY-STEP-STATUS.
007030     MOVE WS-OPERATOR-ID  TO CY-ACTION-BY.
007040     MOVE WS-REASON-INPUT TO CY-MESSAGE.
007050     IF STEP-ON-FILE
007060         REWRITE RECT-CYCLE-RECORD
007070     ELSE
007080         WRITE RECT-CYCLE-RECORD
007090     END-IF.
007100     IF NOT CYCLE-STATUS-OK
007110         DISPLAY "UNABLE TO WRITE THE CYCLE STEP, STATUS = "
007120             WS-CYCLE-STATUS
007130         GO TO 4000-EXIT
007140     END-IF.
007150     DISPLAY "STEP " WS-STEP-NO " (" CN-STEP-PROGRAM (WS-STEP-NO)
007160         ") BYPASSED FOR " WS-BUSINESS-DATE ".".
007170     MOVE 'B' TO WS-AUDIT-FUNC.
007180     PERFORM 6000-WRITE-CYCLE-AUDIT THRU 6000-EXIT.
007190     IF BYPASS-OPENS-DATE
007200         PERFORM 4300-OPEN-NEW-DATE THRU 4300-EXIT
007210     END-IF.
007220 4000-EXIT.
007230     EXIT.
007240
007250 4100-GET-REASON.
007260     DISPLAY "REASON FOR THE BYPASS (UP TO 30 CHARACTERS): ".
007270     ACCEPT WS-REASON-INPUT.
007280     IF WS-REASON-INPUT = SPACES
007290         DISPLAY "A REASON IS REQUIRED."
007300         GO TO 4100-GET-REASON
007310     END-IF.
007320     INSPECT WS-REASON-INPUT CONVERTING
007330         "abcdefghijklmnopqrstuvwxyz" TO
007340         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
007350 4100-EXIT.
007360     EXIT.
007370
007380*-----------------------------------------------------------------
007390*  WS-BLOCK-STEP COMES BACK WITH THE FIRST STEP OF THE OPEN DATE
007400*  THAT IS NEITHER COMPLETE NOR BYPASSED, OR ZERO IF THE DATE IS
007410*  FINISHED (OR NO DATE HAS EVER BEEN OPENED).
007420*-----------------------------------------------------------------
007430 4200-CHECK-OPEN-DATE.
007440     MOVE ZERO TO WS-BLOCK-STEP.
007450     IF WS-OPEN-DATE = ZERO
007460         GO TO 4200-EXIT
007470     END-IF.
007480     PERFORM 4250-CHECK-OPEN-STEP THRU 4250-EXIT
007490         VARYING WS-STEP-IX FROM 1 BY 1
007500         UNTIL WS-STEP-IX > CN-LAST-STEP
007510            OR WS-BLOCK-STEP NOT = ZERO.
007520 4200-EXIT.
007530     EXIT.
007540
007550 4250-CHECK-OPEN-STEP.
007560     MOVE WS-OPEN-DATE TO CY-BUSINESS-DATE.
007570     MOVE WS-STEP-IX   TO CY-STEP-NO.
007580     READ RECT-CYCLE-FILE
007590         INVALID KEY
007600             MOVE WS-STEP-IX TO WS-BLOCK-STEP
007610             GO TO 4250-EXIT
007620     END-READ.
007630     IF NOT CY-STEP-DONE
007640         MOVE WS-STEP-IX TO WS-BLOCK-STEP
007650     END-IF.
007660 4250-EXIT.
007670     EXIT.
007680
007690 4300-OPEN-NEW-DATE.
007700     PERFORM 1800-READ-OPEN-DATE THRU 1800-EXIT.
007710     IF NOT CONTROL-ON-FILE
007720         MOVE SPACES TO RECT-CYCLE-CONTROL
007730         MOVE ZERO   TO CC-CONTROL-KEY
007740     END-IF.
007750     MOVE WS-BUSINESS-DATE TO CC-OPEN-DATE.
007760     STRING WS-CURRENT-DATE WS-CURRENT-TIME
007770         DELIMITED BY SIZE INTO CC-OPENED-STAMP.
007780     IF CONTROL-ON-FILE
007790         REWRITE RECT-CYCLE-CONTROL
007800     ELSE
007810         WRITE RECT-CYCLE-CONTROL
007820     END-IF.
007830     IF NOT CYCLE-STATUS-OK
007840         DISPLAY "UNABLE TO OPEN THE CYCLE FOR " WS-BUSINESS-DATE
007850             ", STATUS = " WS-CYCLE-STATUS
007860         GO TO 4300-EXIT
007870     END-IF.
007880     MOVE WS-BUSINESS-DATE TO WS-OPEN-DATE.
007890     DISPLAY "CYCLE OPENED FOR " WS-BUSINESS-DATE
007900         " - STEP 2 (RECTXCUT) RUNS NEXT.".
007910 4300-EXIT.
007920     EXIT.
007930
007940*-----------------------------------------------------------------
007950*  LOGS A RELEASE ('R') OR BYPASS ('B') UNDER THE SUPERVISOR'S
007960*  ID - THE STEP NUMBER IN THE REASON CODE, THE BUSINESS DATE IN
007970*  RA-AREA.
007980*-----------------------------------------------------------------
007990 6000-WRITE-CYCLE-AUDIT.
008000     MOVE SPACES TO RECT-AUDIT-RECORD.
008010     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008020     ACCEPT WS-CURRENT-TIME FROM TIME.
008030     STRING WS-CURRENT-DATE WS-CURRENT-TIME
008040         DELIMITED BY SIZE INTO RA-TIMESTAMP.
008050     MOVE WS-OPERATOR-ID  TO RA-OPERATOR-ID.
008060     MOVE ZERO TO RA-JOB-ID.
008070     MOVE WS-AUDIT-FUNC   TO RA-FUNCTION-CODE.
008080     MOVE WS-STEP-NO      TO WS-AUDIT-STEP.
008090     MOVE WS-AUDIT-STEP   TO RA-REASON-CODE.
008100     MOVE ZERO TO RA-WIDTH.
008110     MOVE ZERO TO RA-LENGTH.
008120     MOVE ZERO TO RA-DIM-3.
008130     MOVE WS-BUSINESS-DATE TO RA-AREA.
008140     WRITE RECT-AUDIT-RECORD.
008150     IF NOT AUDIT-STATUS-OK
008160         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
008170             WS-AUDIT-STATUS
008180     END-IF.
008190 6000-EXIT.
008200     EXIT.
