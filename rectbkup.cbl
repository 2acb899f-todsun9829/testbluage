000220*                   BEFORE REPLAYING THE JOURNAL.  RETIRES THE
000230*                   WHATEVER-UTILITY-WAS-HANDY COPY NOBODY EVER
000240*                   VERIFIED.
000250*  10/15/2026 DK    NIGHTLY CYCLE CONTROL.  THE BACKUP IS STEP 6,
000260*                   THE LAST STEP OF THE CYCLE ON RECTCYC, AND
000270*                   WAITS FOR EVERY STEP BEFORE IT; ITS START,
000280*                   END, OUTCOME AND COUNTS ARE RECORDED THERE.  A
000290*                   BACKUP THAT FAILS ITS VERIFY PASS IS RECORDED
000300*                   AS FAILED, SO THE NEXT BUSINESS DATE CANNOT
000310*                   OPEN UNTIL IT IS RERUN OR DELIBERATELY
000320*                   BYPASSED.
000330*-----------------------------------------------------------------
000340 REMARKS.        RUN AFTER THE OVERNIGHT BATCH, BEFORE THE DAY'S
000350                 JOURNAL STARTS FILLING.  THE GENERATION JUST
000360                 WRITTEN BECOMES THE ONE RECTBCTL POINTS AT; THE
000370                 OLDEST GENERATION IS OVERWRITTEN ONCE THE CYCLE
000380                 WRAPS.  A BACKUP THAT FAILS ITS OWN VERIFY PASS
000390                 LEAVES THE CONTROL RECORD POINTING AT THE LAST
000400                 GOOD GENERATION.
000410                 STEP 6, THE LAST, OF THE NIGHTLY CYCLE (RECTCYC).
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RECT-PARM-FILE    ASSIGN TO "RECTBPRM"
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-PARM-STATUS.
000520     SELECT RECT-MASTER-FILE  ASSIGN TO "RECTMAS"
000530         ORGANIZATION IS INDEXED
000540         ACCESS MODE IS DYNAMIC
000550         RECORD KEY IS RJ-JOB-ID
000560         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
000570             WITH DUPLICATES
000580         FILE STATUS IS WS-MASTER-STATUS.
000590     SELECT RECT-BACKUP-FILE  ASSIGN TO WS-BACKUP-DSNAME
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-BACKUP-STATUS.
000620     SELECT RECT-BKCTL-FILE   ASSIGN TO "RECTBCTL"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-BKCTL-STATUS.
000650     SELECT RECT-CYCLE-FILE   ASSIGN TO "RECTCYC"
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS DYNAMIC
000680         RECORD KEY IS CY-CYCLE-KEY
000690         FILE STATUS IS WS-CYCLE-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RECT-PARM-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770     COPY RECTBPRM.
000780
000790 FD  RECT-MASTER-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 112 CHARACTERS.
000820     COPY RECTJOB.
000830
000840 FD  RECT-BACKUP-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 112 CHARACTERS.
000870     COPY RECTBKR.
000880
000890 FD  RECT-BKCTL-FILE
000900     LABEL RECORDS ARE STANDARD
000910     RECORD CONTAINS 60 CHARACTERS.
000920     COPY RECTBCTL.
000930
000940 FD  RECT-CYCLE-FILE
000950     LABEL RECORDS ARE STANDARD
000960     RECORD CONTAINS 140 CHARACTERS.
000970     COPY RECTCYC.
000980
000990 WORKING-STORAGE SECTION.
001000 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
001010     88  PARM-STATUS-OK          VALUE '00'.
001020 77  WS-MASTER-STATUS       PIC X(02) VALUE '00'.
001030     88  MASTER-STATUS-OK        VALUE '00'.
001040 77  WS-BACKUP-STATUS       PIC X(02) VALUE '00'.
001050     88  BACKUP-STATUS-OK        VALUE '00'.
001060 77  WS-BKCTL-STATUS        PIC X(02) VALUE '00'.
001070     88  BKCTL-STATUS-OK         VALUE '00'.
001080 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001090     88  INIT-FAILED             VALUE 'N'.
001100 77  WS-BKCTL-WRITTEN-SW    PIC X(01) VALUE 'N'.
001110     88  CONTROL-RECORD-WRITTEN  VALUE 'Y'.
001120 77  WS-CYCLE-STATUS        PIC X(02) VALUE '00'.
001130     88  CYCLE-STATUS-OK         VALUE '00'.
001140     88  CYCLE-FILE-NOT-FOUND    VALUE '35'.
001150 77  WS-CYCLE-STEP          PIC 9(01) VALUE 6.
001160 77  WS-CYCLE-NEXT          PIC 9(01) VALUE 7.
001170 77  WS-CYCLE-IX            PIC 9(01) VALUE ZERO.
001180 77  WS-CYCLE-DATE          PIC 9(08) VALUE ZERO.
001190 77  WS-CYCLE-CHECK-DATE    PIC 9(08) VALUE ZERO.
001200 77  WS-CYCLE-SW            PIC X(01) VALUE 'N'.
001210     88  CYCLE-STEP-STARTED      VALUE 'Y'.
001220 77  WS-CYCLE-LATER-SW      PIC X(01) VALUE 'N'.
001230     88  CYCLE-LATER-STARTED     VALUE 'Y'.
001240 77  WS-CYCLE-ON-FILE-SW    PIC X(01) VALUE 'N'.
001250     88  CYCLE-STEP-ON-FILE      VALUE 'Y'.
001260 77  WS-CYCLE-RESULT        PIC X(01) VALUE SPACE.
001270 77  WS-CYCLE-MESSAGE       PIC X(30) VALUE SPACES.
001280 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001290     88  END-OF-MASTER           VALUE 'Y'.
001300 77  WS-VERIFY-EOF-SW       PIC X(01) VALUE 'N'.
001310     88  END-OF-VERIFY           VALUE 'Y'.
001320 77  WS-VERIFY-OK-SW        PIC X(01) VALUE 'N'.
001330     88  BACKUP-VERIFIED         VALUE 'Y'.
001340 77  WS-GENERATIONS         PIC 9(02) VALUE 03.
001350 77  WS-THIS-GENERATION     PIC 9(02) VALUE ZERO.
001360 77  WS-UNLOAD-COUNT        PIC 9(08) COMP VALUE ZERO.
001370 77  WS-UNLOAD-AREA         PIC 9(12)V99 VALUE ZERO.
001380 77  WS-VERIFY-COUNT        PIC 9(08) COMP VALUE ZERO.
001390 77  WS-VERIFY-AREA         PIC 9(12)V99 VALUE ZERO.
001400 77  WS-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
001410     88  TRAILER-SEEN            VALUE 'Y'.
001420 77  WS-CURRENT-DATE        PIC 9(08).
001430 77  WS-CURRENT-TIME        PIC 9(08).
001440
001450 01  WS-BACKUP-DSNAME.
001460     05  FILLER                  PIC X(06) VALUE "RECTBK".
001470     05  WS-BK-GEN               PIC 9(02).
001480
001490 01  WS-VERIFY-RECORD            PIC X(112).
001500 01  WS-VERIFY-TRAILER REDEFINES WS-VERIFY-RECORD.
001510     05  WV-TRAILER-ID           PIC X(08).
001520         88  WV-IS-TRAILER           VALUE '*TRAILER'.
001530     05  WV-RECORD-COUNT         PIC 9(08).
001540     05  WV-TOTAL-AREA           PIC 9(12)V99.
001550     05  FILLER                  PIC X(82).
001560
001570     COPY RECTCYN.
001580 PROCEDURE DIVISION.
001590 0000-MAINLINE.
001600     DISPLAY "RECTBKUP - RECTMAS BACKUP".
001610     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001620     IF NOT INIT-FAILED
001630         PERFORM 2000-UNLOAD-MASTER THRU 2000-EXIT
001640             UNTIL END-OF-MASTER
001650         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
001660         PERFORM 4000-VERIFY-BACKUP THRU 4000-EXIT
001670         IF BACKUP-VERIFIED
001680             PERFORM 5000-WRITE-CONTROL THRU 5000-EXIT
001690         ELSE
001700             DISPLAY "RECTBKUP: VERIFY FAILED - CONTROL RECORD"
001710                 " NOT UPDATED.  LAST GOOD GENERATION STANDS."
001720         END-IF
001730     END-IF.
001740     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001750     STOP RUN.
001760
001770 1000-INITIALIZE.
001780     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
001790     IF INIT-FAILED
001800         GO TO 1000-EXIT.
001810     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
001820     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
001830     ADD 1 TO WS-THIS-GENERATION.
001840     IF WS-THIS-GENERATION > WS-GENERATIONS
001850         MOVE 1 TO WS-THIS-GENERATION
001860     END-IF.
001870     MOVE WS-THIS-GENERATION TO WS-BK-GEN.
001880     DISPLAY "RECTBKUP: WRITING GENERATION " WS-THIS-GENERATION
001890         " (" WS-BACKUP-DSNAME ") OF " WS-GENERATIONS ".".
001900     OPEN INPUT RECT-MASTER-FILE.
001910     IF NOT MASTER-STATUS-OK
001920         DISPLAY "RECTBKUP: UNABLE TO OPEN RECTMAS, STATUS = "
001930             WS-MASTER-STATUS
001940         MOVE 'N' TO WS-INIT-OK
001950         MOVE 'Y' TO WS-EOF-SWITCH
001960         GO TO 1000-EXIT.
001970     OPEN OUTPUT RECT-BACKUP-FILE.
001980     IF NOT BACKUP-STATUS-OK
001990         DISPLAY "RECTBKUP: UNABLE TO OPEN BACKUP, STATUS = "
002000             WS-BACKUP-STATUS
002010         MOVE 'N' TO WS-INIT-OK
002020         MOVE 'Y' TO WS-EOF-SWITCH
002030         GO TO 1000-EXIT.
002040     MOVE ZERO TO RJ-JOB-ID.
002050     START RECT-MASTER-FILE KEY NOT LESS THAN RJ-JOB-ID
002060         INVALID KEY
002070             MOVE 'Y' TO WS-EOF-SWITCH
002080     END-START.
002090 1000-EXIT.
002100     EXIT.
002110
002120 1050-READ-PARAMETER-CARD.
002130     MOVE ZERO TO BK-GENERATIONS.
002140     OPEN INPUT RECT-PARM-FILE.
002150     IF PARM-STATUS-OK
002160         READ RECT-PARM-FILE
002170             AT END
002180                 CONTINUE
002190         END-READ
002200         CLOSE RECT-PARM-FILE
002210     END-IF.
002220     IF BK-GENERATIONS NUMERIC
002230         AND BK-GENERATIONS > ZERO
002240         MOVE BK-GENERATIONS TO WS-GENERATIONS
002250     END-IF.
002260 1050-EXIT.
002270     EXIT.
002280
002290 1100-READ-CONTROL.
002300     MOVE ZERO TO WS-THIS-GENERATION.
002310     OPEN INPUT RECT-BKCTL-FILE.
002320     IF BKCTL-STATUS-OK
002330         READ RECT-BKCTL-FILE
002340             AT END
002350                 CONTINUE
002360             NOT AT END
002370                 IF BC-GENERATION NUMERIC
002380                     MOVE BC-GENERATION TO WS-THIS-GENERATION
002390                 END-IF
002400         END-READ
002410         CLOSE RECT-BKCTL-FILE
002420     END-IF.
002430 1100-EXIT.
002440     EXIT.
002450
002460*-----------------------------------------------------------------
002470*  NIGHTLY CYCLE CONTROL.  THE BACKUP IS STEP 6 AND RUNS FOR THE
002480*  BUSINESS DATE THE CYCLE IS OPEN FOR, ONCE EVERY OTHER STEP OF
002490*  THAT NIGHT IS DONE, SO THE GENERATION HOLDS THE WHOLE NIGHT'S
002500*  POSTING AND NOTHING FROM THE NEXT DAY.
002510*-----------------------------------------------------------------
002520 1800-START-CYCLE-STEP.
002530     OPEN I-O RECT-CYCLE-FILE.
002540     IF NOT CYCLE-STATUS-OK
002550         DISPLAY "RECTBKUP: UNABLE TO OPEN RECTCYC, STATUS = "
002560             WS-CYCLE-STATUS " - RUN REFUSED."
002570         MOVE 'N' TO WS-INIT-OK
002580         GO TO 1800-EXIT
002590     END-IF.
002600     PERFORM 1810-CHECK-CYCLE THRU 1810-EXIT.
002610     IF NOT INIT-FAILED
002620         PERFORM 1850-MARK-STEP-RUNNING THRU 1850-EXIT
002630     END-IF.
002640     CLOSE RECT-CYCLE-FILE.
002650 1800-EXIT.
002660     EXIT.
002670
002680 1810-CHECK-CYCLE.
002690     MOVE ZERO TO CC-CONTROL-KEY.
002700     READ RECT-CYCLE-FILE
002710         INVALID KEY
002720             DISPLAY "RECTBKUP: NO BUSINESS DATE IS OPEN ON "
002730                 "RECTCYC - RECTBAT OPENS THE CYCLE - "
002740                 "RUN REFUSED."
002750             MOVE 'N' TO WS-INIT-OK
002760             GO TO 1810-EXIT
002770     END-READ.
002780     MOVE CC-OPEN-DATE TO WS-CYCLE-DATE.
002790     MOVE CC-OPEN-DATE TO WS-CYCLE-CHECK-DATE.
002800     PERFORM 1820-CHECK-PRIOR-STEP THRU 1820-EXIT
002810         VARYING WS-CYCLE-IX FROM 1 BY 1
002820         UNTIL WS-CYCLE-IX NOT LESS THAN WS-CYCLE-STEP.
002830     IF INIT-FAILED
002840         DISPLAY "RECTBKUP: EARLIER STEPS OF THE CYCLE FOR "
002850             WS-CYCLE-DATE " ARE NOT DONE - RUN REFUSED."
002860         GO TO 1810-EXIT
002870     END-IF.
002880     PERFORM 1830-CHECK-OWN-STEP THRU 1830-EXIT.
002890 1810-EXIT.
002900     EXIT.
002910
002920 1820-CHECK-PRIOR-STEP.
002930     MOVE WS-CYCLE-CHECK-DATE TO CY-BUSINESS-DATE.
002940     MOVE WS-CYCLE-IX TO CY-STEP-NO.
002950     READ RECT-CYCLE-FILE
002960         INVALID KEY
002970             MOVE SPACE TO CY-STEP-STATUS
002980     END-READ.
002990     IF NOT CY-STEP-DONE
003000         DISPLAY "RECTBKUP: STEP " WS-CYCLE-IX " ("
003010             CN-STEP-PROGRAM (WS-CYCLE-IX)
003020             ") HAS NOT COMPLETED FOR " WS-CYCLE-CHECK-DATE "."
003030         MOVE 'N' TO WS-INIT-OK
003040     END-IF.
003050 1820-EXIT.
003060     EXIT.
003070
003080*-----------------------------------------------------------------
003090*  THIS STEP'S OWN RECORD FOR THE DATE.  NONE YET, OR ONE A
003100*  SUPERVISOR RELEASED, OR ONE STOPPED SHORT ON PURPOSE, MEANS
003110*  GO.  ONE LEFT FAILED OR STILL MARKED RUNNING (AN ABEND) NEEDS
003120*  A SUPERVISOR'S RELEASE FIRST.  ONE ALREADY DONE MAY RUN AGAIN
003130*  ONLY WHILE NO LATER STEP HAS STARTED - AFTER THAT, A SECOND
003140*  RUN WOULD CHANGE WHAT THE LATER STEPS WORKED FROM.
003150*-----------------------------------------------------------------
003160 1830-CHECK-OWN-STEP.
003170     MOVE 'N' TO WS-CYCLE-LATER-SW.
003180     PERFORM 1840-CHECK-LATER-STEP THRU 1840-EXIT
003190         VARYING WS-CYCLE-IX FROM WS-CYCLE-NEXT BY 1
003200         UNTIL WS-CYCLE-IX > CN-LAST-STEP.
003210     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
003220     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
003230     READ RECT-CYCLE-FILE
003240         INVALID KEY
003250             GO TO 1830-EXIT
003260     END-READ.
003270     IF CY-STEP-NEEDS-RELEASE
003280         DISPLAY "RECTBKUP: THE LAST RUN FOR " WS-CYCLE-DATE
003290             " FAILED OR ABENDED - A SUPERVISOR MUST RELEASE"
003300             " THE STEP IN RECTCYCS - RUN REFUSED."
003310         MOVE 'N' TO WS-INIT-OK
003320         GO TO 1830-EXIT
003330     END-IF.
003340     IF CY-STEP-DONE
003350         AND CYCLE-LATER-STARTED
003360         DISPLAY "RECTBKUP: ALREADY DONE FOR " WS-CYCLE-DATE
003370             " AND LATER STEPS HAVE RUN - A SUPERVISOR MUST"
003380             " RELEASE THE STEP IN RECTCYCS - RUN REFUSED."
003390         MOVE 'N' TO WS-INIT-OK
003400     END-IF.
003410 1830-EXIT.
003420     EXIT.
003430
003440 1840-CHECK-LATER-STEP.
003450     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
003460     MOVE WS-CYCLE-IX TO CY-STEP-NO.
003470     READ RECT-CYCLE-FILE
003480         INVALID KEY
003490             GO TO 1840-EXIT
003500     END-READ.
003510     MOVE 'Y' TO WS-CYCLE-LATER-SW.
003520 1840-EXIT.
003530     EXIT.
003540
003550*-----------------------------------------------------------------
003560*  MARKS THIS STEP RUNNING FOR THE DATE, WITH THE START TIME.  IT
003570*  STAYS THAT WAY IF THE RUN ABENDS, WHICH IS HOW THE STATUS
003580*  REPORT TELLS AN ABEND FROM A CLEAN FAILURE.
003590*-----------------------------------------------------------------
003600 1850-MARK-STEP-RUNNING.
003610     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
003620     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
003630     MOVE 'Y' TO WS-CYCLE-ON-FILE-SW.
003640     READ RECT-CYCLE-FILE
003650         INVALID KEY
003660             MOVE 'N' TO WS-CYCLE-ON-FILE-SW
003670             MOVE SPACES TO RECT-CYCLE-RECORD
003680             MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE
003690             MOVE WS-CYCLE-STEP TO CY-STEP-NO
003700             MOVE ZERO TO CY-RUN-COUNT
003710     END-READ.
003720     MOVE CN-STEP-PROGRAM (WS-CYCLE-STEP) TO CY-PROGRAM-ID.
003730     MOVE 'R' TO CY-STEP-STATUS.
003740     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003750     ACCEPT WS-CURRENT-TIME FROM TIME.
003760     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003770         DELIMITED BY SIZE INTO CY-START-STAMP.
003780     MOVE ZERO   TO CY-END-STAMP.
003790     ADD 1 TO CY-RUN-COUNT.
003800     MOVE SPACES TO CY-COUNT-1-CAPTION.
003810     MOVE ZERO   TO CY-COUNT-1.
003820     MOVE SPACES TO CY-COUNT-2-CAPTION.
003830     MOVE ZERO   TO CY-COUNT-2.
003840     MOVE SPACES TO CY-MESSAGE.
003850     IF CYCLE-STEP-ON-FILE
003860         REWRITE RECT-CYCLE-RECORD
003870     ELSE
003880         WRITE RECT-CYCLE-RECORD
003890     END-IF.
003900     IF NOT CYCLE-STATUS-OK
003910         DISPLAY "RECTBKUP: UNABLE TO MARK THE STEP RUNNING ON "
003920             "RECTCYC, STATUS = " WS-CYCLE-STATUS
003930             " - RUN REFUSED."
003940         MOVE 'N' TO WS-INIT-OK
003950         GO TO 1850-EXIT
003960     END-IF.
003970     MOVE 'Y' TO WS-CYCLE-SW.
003980     DISPLAY "RECTBKUP: CYCLE STEP " WS-CYCLE-STEP
003990         " FOR BUSINESS DATE " WS-CYCLE-DATE " STARTED.".
004000 1850-EXIT.
004010     EXIT.
004020
004030 2000-UNLOAD-MASTER.
004040     READ RECT-MASTER-FILE NEXT RECORD
004050         AT END
004060             MOVE 'Y' TO WS-EOF-SWITCH
004070             GO TO 2000-EXIT
004080     END-READ.
004090     IF NOT MASTER-STATUS-OK
004100         DISPLAY "RECTBKUP: READ ERROR ON RECTMAS, STATUS = "
004110             WS-MASTER-STATUS
004120         MOVE 'Y' TO WS-EOF-SWITCH
004130         MOVE 'N' TO WS-INIT-OK
004140         GO TO 2000-EXIT
004150     END-IF.
004160     MOVE RECT-JOB-RECORD TO RECT-BACKUP-RECORD.
004170     WRITE RECT-BACKUP-RECORD.
004180     IF NOT BACKUP-STATUS-OK
004190         DISPLAY "RECTBKUP: UNABLE TO WRITE BACKUP, STATUS = "
004200             WS-BACKUP-STATUS
004210         MOVE 'Y' TO WS-EOF-SWITCH
004220         MOVE 'N' TO WS-INIT-OK
004230         GO TO 2000-EXIT
004240     END-IF.
004250     ADD 1 TO WS-UNLOAD-COUNT.
004260     ADD RJ-AREA TO WS-UNLOAD-AREA.
004270 2000-EXIT.
004280     EXIT.
004290
004300 3000-WRITE-TRAILER.
004310     MOVE SPACES TO RECT-BACKUP-TRAILER.
004320     MOVE '*TRAILER'       TO BT-TRAILER-ID.
004330     MOVE WS-UNLOAD-COUNT TO BT-RECORD-COUNT.
004340     MOVE WS-UNLOAD-AREA  TO BT-TOTAL-AREA.
004350     WRITE RECT-BACKUP-TRAILER.
004360     IF NOT BACKUP-STATUS-OK
004370         DISPLAY "RECTBKUP: UNABLE TO WRITE TRAILER, STATUS = "
004380             WS-BACKUP-STATUS
004390         MOVE 'N' TO WS-INIT-OK
004400     END-IF.
004410     CLOSE RECT-BACKUP-FILE.
004420 3000-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------------
004460*  VERIFY PASS.  RE-READS THE GENERATION JUST WRITTEN, COUNTS
004470*  AND TOTALS THE JOB IMAGES, AND ACCEPTS THE BACKUP ONLY WHEN
004480*  THE TRAILER AGREES WITH WHAT WAS UNLOADED.  THE ONE TIME THE
004490*  BACKUP IS NEEDED IS THE WRONG TIME TO FIND OUT IT IS BAD.
004500*-----------------------------------------------------------------
004510 4000-VERIFY-BACKUP.
004520     IF INIT-FAILED
004530         GO TO 4000-EXIT
004540     END-IF.
004550     MOVE 'N'  TO WS-VERIFY-EOF-SW.
004560     MOVE 'N'  TO WS-TRAILER-SEEN-SW.
004570     MOVE ZERO TO WS-VERIFY-COUNT.
004580     MOVE ZERO TO WS-VERIFY-AREA.
004590     OPEN INPUT RECT-BACKUP-FILE.
004600     IF NOT BACKUP-STATUS-OK
004610         DISPLAY "RECTBKUP: UNABLE TO REOPEN BACKUP FOR "
004620             "VERIFY, STATUS = " WS-BACKUP-STATUS
004630         GO TO 4000-EXIT
004640     END-IF.
004650     PERFORM 4100-VERIFY-RECORD THRU 4100-EXIT
004660         UNTIL END-OF-VERIFY.
004670     CLOSE RECT-BACKUP-FILE.
004680     IF TRAILER-SEEN
004690         AND WS-VERIFY-COUNT = WS-UNLOAD-COUNT
004700         AND WS-VERIFY-AREA = WS-UNLOAD-AREA
004710         MOVE 'Y' TO WS-VERIFY-OK-SW
004720         DISPLAY "RECTBKUP: VERIFY PASSED - " WS-VERIFY-COUNT
004730             " RECORD(S) CONFIRMED."
004740     ELSE
004750         DISPLAY "RECTBKUP: VERIFY MISMATCH - UNLOADED "
004760             WS-UNLOAD-COUNT " RECORD(S), READ BACK "
004770             WS-VERIFY-COUNT "."
004780     END-IF.
004790 4000-EXIT.
004800     EXIT.
004810
004820 4100-VERIFY-RECORD.
004830     READ RECT-BACKUP-FILE INTO WS-VERIFY-RECORD
004840         AT END
004850             MOVE 'Y' TO WS-VERIFY-EOF-SW
004860             GO TO 4100-EXIT
004870     END-READ.
004880     IF NOT BACKUP-STATUS-OK
004890         MOVE 'Y' TO WS-VERIFY-EOF-SW
004900         GO TO 4100-EXIT
004910     END-IF.
004920     IF WV-IS-TRAILER
004930         MOVE 'Y' TO WS-TRAILER-SEEN-SW
004940         IF WV-RECORD-COUNT NOT = WS-UNLOAD-COUNT
004950             OR WV-TOTAL-AREA NOT = WS-UNLOAD-AREA
004960             DISPLAY "RECTBKUP: TRAILER DISAGREES WITH UNLOAD."
004970             MOVE 'N' TO WS-TRAILER-SEEN-SW
004980         END-IF
004990         GO TO 4100-EXIT
005000     END-IF.
005010     ADD 1 TO WS-VERIFY-COUNT.
005020     MOVE WS-VERIFY-RECORD TO RECT-JOB-RECORD.
005030     ADD RJ-AREA TO WS-VERIFY-AREA.
005040 4100-EXIT.
005050     EXIT.
005060
005070 5000-WRITE-CONTROL.
005080     MOVE SPACES TO RECT-BKUP-CONTROL-RECORD.
005090     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005100     ACCEPT WS-CURRENT-TIME FROM TIME.
005110     STRING WS-CURRENT-DATE WS-CURRENT-TIME
005120         DELIMITED BY SIZE INTO BC-TIMESTAMP.
005130     MOVE WS-THIS-GENERATION TO BC-GENERATION.
005140     MOVE WS-BACKUP-DSNAME   TO BC-BACKUP-DSNAME.
005150     MOVE WS-UNLOAD-COUNT    TO BC-RECORD-COUNT.
005160     MOVE WS-UNLOAD-AREA     TO BC-TOTAL-AREA.
005170     OPEN OUTPUT RECT-BKCTL-FILE.
005180     WRITE RECT-BKUP-CONTROL-RECORD.
005190     IF NOT BKCTL-STATUS-OK
005200         DISPLAY "RECTBKUP: UNABLE TO WRITE RECTBCTL, "
005210             "STATUS = " WS-BKCTL-STATUS
005220     ELSE
005230         MOVE 'Y' TO WS-BKCTL-WRITTEN-SW
005240     END-IF.
005250     CLOSE RECT-BKCTL-FILE.
005260 5000-EXIT.
005270     EXIT.
005280
005290 9000-TERMINATE.
005300     CLOSE RECT-MASTER-FILE.
005310     IF CYCLE-STEP-STARTED
005320         IF CONTROL-RECORD-WRITTEN
005330             MOVE 'C' TO WS-CYCLE-RESULT
005340         ELSE
005350             MOVE 'F' TO WS-CYCLE-RESULT
005360             IF INIT-FAILED
005370                 MOVE "BACKUP FAILED - SEE SYSOUT"
005380                     TO WS-CYCLE-MESSAGE
005390             ELSE
005400                 IF BACKUP-VERIFIED
005410                     MOVE "RECTBCTL NOT WRITTEN"
005420                         TO WS-CYCLE-MESSAGE
005430                 ELSE
005440                     MOVE "VERIFY FAILED" TO WS-CYCLE-MESSAGE
005450                 END-IF
005460             END-IF
005470         END-IF
005480         PERFORM 9800-END-CYCLE-STEP THRU 9800-EXIT
005490     END-IF.
005500     DISPLAY "RECTBKUP: " WS-UNLOAD-COUNT
005510         " RECORD(S) UNLOADED TO " WS-BACKUP-DSNAME ".".
005520 9000-EXIT.
005530     EXIT.
005540
005550*-----------------------------------------------------------------
005560*  RECORDS HOW THIS STEP ENDED - COMPLETE, FAILED OR STOPPED
005570*  SHORT - WITH THE END TIME AND ITS KEY COUNTS, ON ITS CYCLE
005580*  RECORD FOR THE DATE.
005590*-----------------------------------------------------------------
005600 9800-END-CYCLE-STEP.
005610     OPEN I-O RECT-CYCLE-FILE.
005620     IF NOT CYCLE-STATUS-OK
005630         DISPLAY "RECTBKUP: UNABLE TO REOPEN RECTCYC, STATUS = "
005640             WS-CYCLE-STATUS " - STEP LEFT MARKED RUNNING."
005650         GO TO 9800-EXIT
005660     END-IF.
005670     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
005680     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
005690     READ RECT-CYCLE-FILE
005700         INVALID KEY
005710             DISPLAY "RECTBKUP: CYCLE RECORD FOR THE STEP "
005720                 "IS GONE - NOT UPDATED."
005730             CLOSE RECT-CYCLE-FILE
005740             GO TO 9800-EXIT
005750     END-READ.
005760     MOVE WS-CYCLE-RESULT TO CY-STEP-STATUS.
005770     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005780     ACCEPT WS-CURRENT-TIME FROM TIME.
005790     STRING WS-CURRENT-DATE WS-CURRENT-TIME
005800         DELIMITED BY SIZE INTO CY-END-STAMP.
005810     MOVE "UNLOADED" TO CY-COUNT-1-CAPTION.
005820     MOVE WS-UNLOAD-COUNT TO CY-COUNT-1.
005830     MOVE "GENERATION" TO CY-COUNT-2-CAPTION.
005840     MOVE WS-THIS-GENERATION TO CY-COUNT-2.
005850     MOVE WS-CYCLE-MESSAGE TO CY-MESSAGE.
005860     REWRITE RECT-CYCLE-RECORD.
005870     IF NOT CYCLE-STATUS-OK
005880         DISPLAY "RECTBKUP: UNABLE TO UPDATE RECTCYC, STATUS = "
005890             WS-CYCLE-STATUS
005900     ELSE
005910         DISPLAY "RECTBKUP: CYCLE STEP " WS-CYCLE-STEP " FOR "
005920             WS-CYCLE-DATE " ENDED, STATUS " CY-STEP-STATUS "."
005930     END-IF.
005940     CLOSE RECT-CYCLE-FILE.
005950 9800-EXIT.
005960     EXIT.
