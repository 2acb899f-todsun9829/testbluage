000310*                   COMMITTED ONLY AFTER THE TRAILER WRITES
000320*                   CLEAN; A FAILED CUT IS SIMPLY OVERWRITTEN BY
000330*                   THE NEXT RUN UNDER THE SAME SEQUENCE.
000340*  10/15/2026 DK    RECTBIL GREW TO 117 BYTES TO CARRY THE TAX
000350*                   STATE AND RATE.
000360*  10/15/2026 DK    CORRECTED ITEMS ON THE BILLING REJECT QUEUE
000370*                   (RECTRJQ) GO OUT AFTER THE EXTRACT, FLAGGED
000380*                   AS RESUBMISSIONS AND COUNTED IN THE TRAILER,
000390*                   AND ARE MARKED RESUBMITTED UNDER THIS
000400*                   SEQUENCE.  AN EMPTY EXTRACT NO LONGER ENDS
000410*                   THE RUN WHILE CORRECTED ITEMS ARE WAITING.
000420*  10/15/2026 DK    NIGHTLY CYCLE CONTROL.  THE CUT IS STEP 2 OF
000430*                   THE CYCLE ON RECTCYC AND REFUSES TO RUN UNTIL
000440*                   RECTBAT HAS POSTED FOR THE OPEN BUSINESS DATE.
000450*                   ITS START, END, OUTCOME AND COUNTS ARE
000460*                   RECORDED THERE; NOTHING TO TRANSMIT COUNTS AS
000470*                   COMPLETE.
000480*-----------------------------------------------------------------
000490 REMARKS.        AN EMPTY EXTRACT WITH NO CORRECTED REJECTS
000500                 WAITING ENDS THE RUN WITHOUT DRAWING A
000510                 SEQUENCE NUMBER OR WRITING A TRANSMISSION.  THE
000520                 TRANSMISSION FILES ARE KEPT ON DISK UNDER THEIR
000530                 SEQUENCE NAMES SO RECTXACK CAN MATCH BILLING'S
000540                 ACKNOWLEDGMENTS AGAINST EXACTLY WHAT WAS SENT.
000550                 STEP 2 OF THE NIGHTLY CYCLE (RECTCYC).
000560
000570 ENVIRONMENT DIVISION.
000580 CONFIGURATION SECTION.
000590 SOURCE-COMPUTER. IBM-370.
000600 OBJECT-COMPUTER. IBM-370.
000610 INPUT-OUTPUT SECTION.
000620 FILE-CONTROL.
000630     SELECT RECT-BILLING-FILE ASSIGN TO "RECTBIL"
000640         ORGANIZATION IS LINE SEQUENTIAL
000650         FILE STATUS IS WS-BILLING-STATUS.
000660     SELECT RECT-XMIT-FILE    ASSIGN TO WS-XMIT-DSNAME
000670         ORGANIZATION IS LINE SEQUENTIAL
000680         FILE STATUS IS WS-XMIT-STATUS.
000690     SELECT RECT-CONTROL-FILE ASSIGN TO "RECTCTL"
000700         ORGANIZATION IS INDEXED
000710         ACCESS MODE IS DYNAMIC
000720         RECORD KEY IS RC-CONTROL-KEY
000730         FILE STATUS IS WS-CONTROL-STATUS.
000740     SELECT RECT-LOCK-FILE    ASSIGN TO "RECTLOCK"
000750         ORGANIZATION IS LINE SEQUENTIAL
000760         FILE STATUS IS WS-LOCK-STATUS.
000770     SELECT RECT-REJECT-QUEUE-FILE ASSIGN TO "RECTRJQ"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS RQ-QUEUE-KEY
000810         FILE STATUS IS WS-QUEUE-STATUS.
000820     SELECT RECT-CYCLE-FILE   ASSIGN TO "RECTCYC"
000830         ORGANIZATION IS INDEXED
000840         ACCESS MODE IS DYNAMIC
000850         RECORD KEY IS CY-CYCLE-KEY
000860         FILE STATUS IS WS-CYCLE-STATUS.
000870
000880 DATA DIVISION.
000890 FILE SECTION.
000900 FD  RECT-BILLING-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 117 CHARACTERS.
000930     COPY RECTBIL.
000940
000950 FD  RECT-XMIT-FILE
000960     LABEL RECORDS ARE STANDARD
000970     RECORD CONTAINS 120 CHARACTERS.
000980     COPY RECTXMT.
000990
001000 FD  RECT-CONTROL-FILE
001010     LABEL RECORDS ARE STANDARD
001020     RECORD CONTAINS 20 CHARACTERS.
001030     COPY RECTCTL.
001040
001050 FD  RECT-LOCK-FILE
001060     LABEL RECORDS ARE STANDARD
001070     RECORD CONTAINS 80 CHARACTERS.
001080     COPY RECTLOCK.
001090
001100 FD  RECT-REJECT-QUEUE-FILE
001110     LABEL RECORDS ARE STANDARD
001120     RECORD CONTAINS 200 CHARACTERS.
001130     COPY RECTRJQ.
001140
001150 FD  RECT-CYCLE-FILE
001160     LABEL RECORDS ARE STANDARD
001170     RECORD CONTAINS 140 CHARACTERS.
001180     COPY RECTCYC.
001190
001200 WORKING-STORAGE SECTION.
001210 77  WS-BILLING-STATUS      PIC X(02) VALUE '00'.
001220     88  BILLING-STATUS-OK       VALUE '00'.
001230 77  WS-XMIT-STATUS         PIC X(02) VALUE '00'.
001240     88  XMIT-STATUS-OK          VALUE '00'.
001250 77  WS-CONTROL-STATUS      PIC X(02) VALUE '00'.
001260     88  CONTROL-STATUS-OK       VALUE '00'.
001270     88  CONTROL-FILE-NOT-FOUND  VALUE '35'.
001280 77  WS-LOCK-STATUS         PIC X(02) VALUE '00'.
001290     88  LOCK-STATUS-OK          VALUE '00'.
001300     88  LOCK-FILE-NOT-FOUND     VALUE '35'.
001310 77  WS-QUEUE-STATUS        PIC X(02) VALUE '00'.
001320     88  QUEUE-STATUS-OK         VALUE '00'.
001330     88  QUEUE-FILE-NOT-FOUND    VALUE '35'.
001340 77  WS-QUEUE-OPEN-SW       PIC X(01) VALUE 'N'.
001350     88  QUEUE-OPEN              VALUE 'Y'.
001360 77  WS-QUEUE-EOF-SW        PIC X(01) VALUE 'N'.
001370     88  END-OF-QUEUE            VALUE 'Y'.
001380 77  WS-RESUB-READY         PIC 9(05) COMP VALUE ZERO.
001390 77  WS-RESUB-COUNT         PIC 9(05) COMP VALUE ZERO.
001400 77  WS-LOCK-SET-SW         PIC X(01) VALUE 'N'.
001410     88  RUN-LOCK-SET            VALUE 'Y'.
001420 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001430     88  INIT-FAILED             VALUE 'N'.
001440 77  WS-NOTHING-SENT-SW     PIC X(01) VALUE 'N'.
001450     88  NOTHING-TO-SEND         VALUE 'Y'.
001460 77  WS-CYCLE-STATUS        PIC X(02) VALUE '00'.
001470     88  CYCLE-STATUS-OK         VALUE '00'.
001480     88  CYCLE-FILE-NOT-FOUND    VALUE '35'.
001490 77  WS-CYCLE-STEP          PIC 9(01) VALUE 2.
001500 77  WS-CYCLE-NEXT          PIC 9(01) VALUE 3.
001510 77  WS-CYCLE-IX            PIC 9(01) VALUE ZERO.
001520 77  WS-CYCLE-DATE          PIC 9(08) VALUE ZERO.
001530 77  WS-CYCLE-CHECK-DATE    PIC 9(08) VALUE ZERO.
001540 77  WS-CYCLE-SW            PIC X(01) VALUE 'N'.
001550     88  CYCLE-STEP-STARTED      VALUE 'Y'.
001560 77  WS-CYCLE-LATER-SW      PIC X(01) VALUE 'N'.
001570     88  CYCLE-LATER-STARTED     VALUE 'Y'.
001580 77  WS-CYCLE-ON-FILE-SW    PIC X(01) VALUE 'N'.
001590     88  CYCLE-STEP-ON-FILE      VALUE 'Y'.
001600 77  WS-CYCLE-RESULT        PIC X(01) VALUE SPACE.
001610 77  WS-CYCLE-MESSAGE       PIC X(30) VALUE SPACES.
001620 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001630     88  END-OF-BILLING          VALUE 'Y'.
001640 77  WS-RUN-DATE            PIC 9(08).
001650 77  WS-CURRENT-DATE        PIC 9(08).
001660 77  WS-CURRENT-TIME        PIC 9(08).
001670 77  WS-SEQUENCE-NO         PIC 9(07) VALUE ZERO.
001680 77  WS-XMIT-COUNT          PIC 9(08) COMP VALUE ZERO.
001690 77  WS-XMIT-PRICE          PIC 9(10)V99 VALUE ZERO.
001700 77  WS-XMIT-AREA           PIC 9(12)V99 VALUE ZERO.
001710 77  WS-XMIT-TAX            PIC 9(08)V99 VALUE ZERO.
001720
001730 01  WS-XMIT-DSNAME.
001740     05  FILLER                  PIC X(05) VALUE "RECTX".
001750     05  WS-XMIT-SEQ             PIC 9(03).
001760
001770     COPY RECTCYN.
001780
001790 PROCEDURE DIVISION.
001800 0000-MAINLINE.
001810     DISPLAY "RECTXCUT - BILLING TRANSMISSION CUT-OFF".
001820     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001830     IF NOT INIT-FAILED
001840         PERFORM 2000-COPY-RECORD THRU 2000-EXIT
001850             UNTIL END-OF-BILLING
001860         PERFORM 2500-RESUBMIT-CORRECTED THRU 2500-EXIT
001870         PERFORM 3000-WRITE-TRAILER THRU 3000-EXIT
001880         PERFORM 4000-RESET-EXTRACT THRU 4000-EXIT
001890     END-IF.
001900     PERFORM 9000-TERMINATE THRU 9000-EXIT.
001910     STOP RUN.
001920
001930 1000-INITIALIZE.
001940     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001950     PERFORM 1020-TAKE-RUN-LOCK THRU 1020-EXIT.
001960     IF INIT-FAILED
001970         GO TO 1000-EXIT.
001980     PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT.
001990     IF INIT-FAILED
002000         GO TO 1000-EXIT.
002010     OPEN INPUT RECT-BILLING-FILE.
002020     IF NOT BILLING-STATUS-OK
002030         DISPLAY "RECTXCUT: UNABLE TO OPEN RECTBIL, STATUS = "
002040             WS-BILLING-STATUS
002050         MOVE 'N' TO WS-INIT-OK
002060         GO TO 1000-EXIT.
002070     READ RECT-BILLING-FILE
002080         AT END
002090             MOVE 'Y' TO WS-EOF-SWITCH
002100     END-READ.
002110     PERFORM 1100-NEXT-SEQUENCE THRU 1100-EXIT.
002120     IF INIT-FAILED
002130         CLOSE RECT-BILLING-FILE
002140         GO TO 1000-EXIT
002150     END-IF.
002160     PERFORM 1300-OPEN-REJECT-QUEUE THRU 1300-EXIT.
002170     IF INIT-FAILED
002180         CLOSE RECT-BILLING-FILE
002190         GO TO 1000-EXIT
002200     END-IF.
002210     IF END-OF-BILLING AND WS-RESUB-READY = ZERO
002220         DISPLAY "RECTXCUT: EXTRACT IS EMPTY AND NO CORRECTED "
002230             "REJECTS ARE WAITING - NOTHING TO TRANSMIT."
002240         CLOSE RECT-BILLING-FILE
002250         MOVE 'N' TO WS-INIT-OK
002260         MOVE 'Y' TO WS-NOTHING-SENT-SW
002270         GO TO 1000-EXIT
002280     END-IF.
002290     DISPLAY "RECTXCUT: TRANSMISSION " WS-SEQUENCE-NO
002300         " GOES TO " WS-XMIT-DSNAME ".".
002310     OPEN OUTPUT RECT-XMIT-FILE.
002320     IF NOT XMIT-STATUS-OK
002330         DISPLAY "RECTXCUT: UNABLE TO OPEN " WS-XMIT-DSNAME
002340             ", STATUS = " WS-XMIT-STATUS
002350         MOVE 'N' TO WS-INIT-OK
002360         GO TO 1000-EXIT.
002370     PERFORM 1200-WRITE-HEADER THRU 1200-EXIT.
002380*    THE FIRST EXTRACT RECORD IS ALREADY IN THE BUFFER FROM THE
002390*    EMPTY-FILE CHECK - COPY IT BEFORE THE LOOP READS MORE.
002400     IF NOT END-OF-BILLING
002410         PERFORM 2100-COPY-ONE THRU 2100-EXIT
002420     END-IF.
002430 1000-EXIT.
002440     EXIT.
002450
002460*-----------------------------------------------------------------
002470*  NIGHTLY CYCLE CONTROL.  THE CUT IS STEP 2 AND RUNS FOR THE
002480*  BUSINESS DATE THE CYCLE IS OPEN FOR, ONCE RECTBAT HAS POSTED.
002490*-----------------------------------------------------------------
002500 1800-START-CYCLE-STEP.
002510     OPEN I-O RECT-CYCLE-FILE.
002520     IF NOT CYCLE-STATUS-OK
002530         DISPLAY "RECTXCUT: UNABLE TO OPEN RECTCYC, STATUS = "
002540             WS-CYCLE-STATUS " - RUN REFUSED."
002550         MOVE 'N' TO WS-INIT-OK
002560         GO TO 1800-EXIT
002570     END-IF.
002580     PERFORM 1810-CHECK-CYCLE THRU 1810-EXIT.
002590     IF NOT INIT-FAILED
002600         PERFORM 1850-MARK-STEP-RUNNING THRU 1850-EXIT
002610     END-IF.
002620     CLOSE RECT-CYCLE-FILE.
002630 1800-EXIT.
002640     EXIT.
002650
002660 1810-CHECK-CYCLE.
002670     MOVE ZERO TO CC-CONTROL-KEY.
002680     READ RECT-CYCLE-FILE
002690         INVALID KEY
002700             DISPLAY "RECTXCUT: NO BUSINESS DATE IS OPEN ON "
002710                 "RECTCYC - RECTBAT OPENS THE CYCLE - "
002720                 "RUN REFUSED."
002730             MOVE 'N' TO WS-INIT-OK
002740             GO TO 1810-EXIT
002750     END-READ.
002760     MOVE CC-OPEN-DATE TO WS-CYCLE-DATE.
002770     MOVE CC-OPEN-DATE TO WS-CYCLE-CHECK-DATE.
002780     PERFORM 1820-CHECK-PRIOR-STEP THRU 1820-EXIT
002790         VARYING WS-CYCLE-IX FROM 1 BY 1
002800         UNTIL WS-CYCLE-IX NOT LESS THAN WS-CYCLE-STEP.
002810     IF INIT-FAILED
002820         DISPLAY "RECTXCUT: EARLIER STEPS OF THE CYCLE FOR "
002830             WS-CYCLE-DATE " ARE NOT DONE - RUN REFUSED."
002840         GO TO 1810-EXIT
002850     END-IF.
002860     PERFORM 1830-CHECK-OWN-STEP THRU 1830-EXIT.
002870 1810-EXIT.
002880     EXIT.
002890
002900 1820-CHECK-PRIOR-STEP.
002910     MOVE WS-CYCLE-CHECK-DATE TO CY-BUSINESS-DATE.
002920     MOVE WS-CYCLE-IX TO CY-STEP-NO.
002930     READ RECT-CYCLE-FILE
002940         INVALID KEY
002950             MOVE SPACE TO CY-STEP-STATUS
002960     END-READ.
002970     IF NOT CY-STEP-DONE
002980         DISPLAY "RECTXCUT: STEP " WS-CYCLE-IX " ("
002990             CN-STEP-PROGRAM (WS-CYCLE-IX)
003000             ") HAS NOT COMPLETED FOR " WS-CYCLE-CHECK-DATE "."
003010         MOVE 'N' TO WS-INIT-OK
003020     END-IF.
003030 1820-EXIT.
003040     EXIT.
003050
003060*-----------------------------------------------------------------
003070*  THIS STEP'S OWN RECORD FOR THE DATE.  NONE YET, OR ONE A
003080*  SUPERVISOR RELEASED, OR ONE STOPPED SHORT ON PURPOSE, MEANS
003090*  GO.  ONE LEFT FAILED OR STILL MARKED RUNNING (AN ABEND) NEEDS
003100*  A SUPERVISOR'S RELEASE FIRST.  ONE ALREADY DONE MAY RUN AGAIN
003110*  ONLY WHILE NO LATER STEP HAS STARTED - AFTER THAT, A SECOND
003120*  RUN WOULD CHANGE WHAT THE LATER STEPS WORKED FROM.
003130*-----------------------------------------------------------------
003140 1830-CHECK-OWN-STEP.
003150     MOVE 'N' TO WS-CYCLE-LATER-SW.
003160     PERFORM 1840-CHECK-LATER-STEP THRU 1840-EXIT
003170         VARYING WS-CYCLE-IX FROM WS-CYCLE-NEXT BY 1
003180         UNTIL WS-CYCLE-IX > CN-LAST-STEP.
003190     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
003200     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
003210     READ RECT-CYCLE-FILE
003220         INVALID KEY
003230             GO TO 1830-EXIT
003240     END-READ.
003250     IF CY-STEP-NEEDS-RELEASE
003260         DISPLAY "RECTXCUT: THE LAST RUN FOR " WS-CYCLE-DATE
003270             " FAILED OR ABENDED - A SUPERVISOR MUST RELEASE"
003280             " THE STEP IN RECTCYCS - RUN REFUSED."
003290         MOVE 'N' TO WS-INIT-OK
003300         GO TO 1830-EXIT
003310     END-IF.
003320     IF CY-STEP-DONE
003330         AND CYCLE-LATER-STARTED
003340         DISPLAY "RECTXCUT: ALREADY DONE FOR " WS-CYCLE-DATE
003350             " AND LATER STEPS HAVE RUN - A SUPERVISOR MUST"
003360             " RELEASE THE STEP IN RECTCYCS - RUN REFUSED."
003370         MOVE 'N' TO WS-INIT-OK
003380     END-IF.
003390 1830-EXIT.
003400     EXIT.
003410
003420 1840-CHECK-LATER-STEP.
003430     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
003440     MOVE WS-CYCLE-IX TO CY-STEP-NO.
003450     READ RECT-CYCLE-FILE
003460         INVALID KEY
003470             GO TO 1840-EXIT
003480     END-READ.
003490     MOVE 'Y' TO WS-CYCLE-LATER-SW.
003500 1840-EXIT.
003510     EXIT.
003520
003530*-----------------------------------------------------------------
003540*  MARKS THIS STEP RUNNING FOR THE DATE, WITH THE START TIME.  IT
003550*  STAYS THAT WAY IF THE RUN ABENDS, WHICH IS HOW THE STATUS
003560*  REPORT TELLS AN ABEND FROM A CLEAN FAILURE.
003570*-----------------------------------------------------------------
003580 1850-MARK-STEP-RUNNING.
003590     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
003600     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
003610     MOVE 'Y' TO WS-CYCLE-ON-FILE-SW.
003620     READ RECT-CYCLE-FILE
003630         INVALID KEY
003640             MOVE 'N' TO WS-CYCLE-ON-FILE-SW
003650             MOVE SPACES TO RECT-CYCLE-RECORD
003660             MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE
003670             MOVE WS-CYCLE-STEP TO CY-STEP-NO
003680             MOVE ZERO TO CY-RUN-COUNT
003690     END-READ.
003700     MOVE CN-STEP-PROGRAM (WS-CYCLE-STEP) TO CY-PROGRAM-ID.
003710     MOVE 'R' TO CY-STEP-STATUS.
003720     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003730     ACCEPT WS-CURRENT-TIME FROM TIME.
003740     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003750         DELIMITED BY SIZE INTO CY-START-STAMP.
003760     MOVE ZERO   TO CY-END-STAMP.
003770     ADD 1 TO CY-RUN-COUNT.
003780     MOVE SPACES TO CY-COUNT-1-CAPTION.
003790     MOVE ZERO   TO CY-COUNT-1.
003800     MOVE SPACES TO CY-COUNT-2-CAPTION.
003810     MOVE ZERO   TO CY-COUNT-2.
003820     MOVE SPACES TO CY-MESSAGE.
003830     IF CYCLE-STEP-ON-FILE
003840         REWRITE RECT-CYCLE-RECORD
003850     ELSE
003860         WRITE RECT-CYCLE-RECORD
003870     END-IF.
003880     IF NOT CYCLE-STATUS-OK
003890         DISPLAY "RECTXCUT: UNABLE TO MARK THE STEP RUNNING ON "
003900             "RECTCYC, STATUS = " WS-CYCLE-STATUS
003910             " - RUN REFUSED."
003920         MOVE 'N' TO WS-INIT-OK
003930         GO TO 1850-EXIT
003940     END-IF.
003950     MOVE 'Y' TO WS-CYCLE-SW.
003960     DISPLAY "RECTXCUT: CYCLE STEP " WS-CYCLE-STEP
003970         " FOR BUSINESS DATE " WS-CYCLE-DATE " STARTED.".
003980 1850-EXIT.
003990     EXIT.
004000
004010*-----------------------------------------------------------------
004020*  THE CUT-OFF HOLDS THE RUN-CONTROL LOCK FOR ITS WHOLE LIFE:
004030*  A RECORD APPENDED TO THE EXTRACT BETWEEN THE COPY AND THE
004040*  RESET WOULD SIMPLY VANISH, SO NOTHING IS ALLOWED TO APPEND
004050*  WHILE THE HAND-OFF RUNS.
004060*-----------------------------------------------------------------
004070 1020-TAKE-RUN-LOCK.
004080     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
004090     OPEN INPUT RECT-LOCK-FILE.
004100     IF LOCK-STATUS-OK
004110         READ RECT-LOCK-FILE
004120             AT END
004130                 CONTINUE
004140         END-READ
004150         CLOSE RECT-LOCK-FILE
004160     END-IF.
004170     IF RL-LOCK-HELD
004180         DISPLAY "RECTXCUT: RUN LOCK HELD BY " RL-PROGRAM-ID
004190             " (OPERATOR " RL-OPERATOR-ID ") SINCE "
004200             RL-TIMESTAMP " - RUN REFUSED."
004210         MOVE 'N' TO WS-INIT-OK
004220         GO TO 1020-EXIT
004230     END-IF.
004240     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
004250     MOVE 'Y' TO RL-LOCK-STATUS.
004260     MOVE "RECTXCUT" TO RL-PROGRAM-ID.
004270     MOVE "RECTXCUT" TO RL-OPERATOR-ID.
004280     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004290     ACCEPT WS-CURRENT-TIME FROM TIME.
004300     STRING WS-CURRENT-DATE WS-CURRENT-TIME
004310         DELIMITED BY SIZE INTO RL-TIMESTAMP.
004320     OPEN OUTPUT RECT-LOCK-FILE.
004330     WRITE RECT-RUN-LOCK-RECORD.
004340     IF NOT LOCK-STATUS-OK
004350         DISPLAY "RECTXCUT: UNABLE TO SET RUN LOCK, STATUS = "
004360             WS-LOCK-STATUS " - RUN REFUSED."
004370         MOVE 'N' TO WS-INIT-OK
004380     ELSE
004390         MOVE 'Y' TO WS-LOCK-SET-SW
004400     END-IF.
004410     CLOSE RECT-LOCK-FILE.
004420 1020-EXIT.
004430     EXIT.
004440
004450*-----------------------------------------------------------------
004460*  TRANSMISSION SEQUENCE NUMBERS LIVE ON THE CONTROL FILE UNDER
004470*  KEY '4', HANDED OUT THE WAY JOB IDS ARE.  THE LOW THREE
004480*  DIGITS NAME THE TRANSMISSION DATA SET.  THE COUNTER IS ONLY
004490*  READ HERE - IT IS NOT COMMITTED UNTIL THE WHOLE TRANSMISSION
004500*  HAS WRITTEN CLEAN (3500), SO A FAILED WRITE LEAVES NO
004510*  SEQUENCE POINTING AT A PARTIAL FILE FOR RECTINV AND RECTRCN
004520*  TO PICK UP.
004530*-----------------------------------------------------------------
004540 1100-NEXT-SEQUENCE.
004550     OPEN I-O RECT-CONTROL-FILE.
004560     IF CONTROL-FILE-NOT-FOUND
004570         OPEN OUTPUT RECT-CONTROL-FILE
004580         MOVE '4'   TO RC-CONTROL-KEY
004590         MOVE ZERO  TO RC-LAST-JOB-ID
004600         WRITE RECT-CONTROL-RECORD
004610         CLOSE RECT-CONTROL-FILE
004620         OPEN I-O RECT-CONTROL-FILE
004630     END-IF.
004640     IF NOT CONTROL-STATUS-OK
004650         DISPLAY "RECTXCUT: UNABLE TO OPEN RECTCTL, STATUS = "
004660             WS-CONTROL-STATUS
004670         MOVE 'N' TO WS-INIT-OK
004680         GO TO 1100-EXIT.
004690     MOVE '4' TO RC-CONTROL-KEY.
004700     READ RECT-CONTROL-FILE
004710         INVALID KEY
004720             MOVE '4'  TO RC-CONTROL-KEY
004730             MOVE ZERO TO RC-LAST-JOB-ID
004740             WRITE RECT-CONTROL-RECORD
004750     END-READ.
004760     COMPUTE WS-SEQUENCE-NO = RC-LAST-JOB-ID + 1.
004770     CLOSE RECT-CONTROL-FILE.
004780     MOVE WS-SEQUENCE-NO TO WS-XMIT-SEQ.
004790 1100-EXIT.
004800     EXIT.
004810
004820*-----------------------------------------------------------------
004830*  THE BILLING REJECT QUEUE IS OPENED FOR UPDATE AND COUNTED FOR
004840*  ITEMS READY TO GO: CORRECTED ONES, AND RESUBMITTED ONES
004850*  ALREADY MARKED WITH THIS SEQUENCE - A CUT THAT DIED AFTER
004860*  MARKING THEM LEFT THE SEQUENCE UNCOMMITTED, SO THIS RUN
004870*  REUSES IT AND MUST SEND THEM AGAIN.  NO QUEUE FILE MEANS
004880*  NOTHING HAS EVER BEEN REJECTED.
004890*-----------------------------------------------------------------
004900 1300-OPEN-REJECT-QUEUE.
004910     MOVE ZERO TO WS-RESUB-READY.
004920     OPEN I-O RECT-REJECT-QUEUE-FILE.
004930     IF QUEUE-FILE-NOT-FOUND
004940         GO TO 1300-EXIT
004950     END-IF.
004960     IF NOT QUEUE-STATUS-OK
004970         DISPLAY "RECTXCUT: UNABLE TO OPEN RECTRJQ, STATUS = "
004980             WS-QUEUE-STATUS
004990         MOVE 'N' TO WS-INIT-OK
005000         GO TO 1300-EXIT
005010     END-IF.
005020     MOVE 'Y' TO WS-QUEUE-OPEN-SW.
005030     MOVE 'N' TO WS-QUEUE-EOF-SW.
005040     PERFORM 1310-COUNT-READY THRU 1310-EXIT
005050         UNTIL END-OF-QUEUE.
005060 1300-EXIT.
005070     EXIT.
005080
005090 1310-COUNT-READY.
005100     READ RECT-REJECT-QUEUE-FILE NEXT RECORD
005110         AT END
005120             MOVE 'Y' TO WS-QUEUE-EOF-SW
005130             GO TO 1310-EXIT
005140     END-READ.
005150     IF NOT QUEUE-STATUS-OK
005160         DISPLAY "RECTXCUT: READ ERROR ON RECTRJQ, STATUS = "
005170             WS-QUEUE-STATUS
005180         MOVE 'Y' TO WS-QUEUE-EOF-SW
005190         MOVE 'N' TO WS-INIT-OK
005200         GO TO 1310-EXIT
005210     END-IF.
005220     IF RQ-STATUS-CORRECTED
005230         OR (RQ-STATUS-RESUBMITTED
005240             AND RQ-RESUB-XMIT-SEQ = WS-SEQUENCE-NO)
005250         ADD 1 TO WS-RESUB-READY
005260     END-IF.
005270 1310-EXIT.
005280     EXIT.
005290
005300 1200-WRITE-HEADER.
005310     MOVE SPACES TO RECT-XMIT-HEADER.
005320     MOVE 'H'            TO XH-RECORD-TYPE.
005330     MOVE WS-RUN-DATE    TO XH-RUN-DATE.
005340     MOVE WS-SEQUENCE-NO TO XH-SEQUENCE-NO.
005350     WRITE RECT-XMIT-HEADER.
005360     IF NOT XMIT-STATUS-OK
005370         DISPLAY "RECTXCUT: UNABLE TO WRITE HEADER, STATUS = "
005380             WS-XMIT-STATUS
005390         MOVE 'N' TO WS-INIT-OK
005400     END-IF.
005410 1200-EXIT.
005420     EXIT.
005430
005440 2000-COPY-RECORD.
005450     READ RECT-BILLING-FILE
005460         AT END
005470             MOVE 'Y' TO WS-EOF-SWITCH
005480             GO TO 2000-EXIT
005490     END-READ.
005500     IF NOT BILLING-STATUS-OK
005510         DISPLAY "RECTXCUT: READ ERROR ON RECTBIL, STATUS = "
005520             WS-BILLING-STATUS
005530         MOVE 'Y' TO WS-EOF-SWITCH
005540         MOVE 'N' TO WS-INIT-OK
005550         GO TO 2000-EXIT
005560     END-IF.
005570     PERFORM 2100-COPY-ONE THRU 2100-EXIT.
005580 2000-EXIT.
005590     EXIT.
005600
005610 2100-COPY-ONE.
005620     MOVE SPACES TO RECT-XMIT-DETAIL.
005630     MOVE 'D' TO XD-RECORD-TYPE.
005640     MOVE RECT-BILLING-RECORD TO XD-BILLING-DATA.
005650     WRITE RECT-XMIT-DETAIL.
005660     IF NOT XMIT-STATUS-OK
005670         DISPLAY "RECTXCUT: UNABLE TO WRITE DETAIL, STATUS = "
005680             WS-XMIT-STATUS
005690         MOVE 'Y' TO WS-EOF-SWITCH
005700         MOVE 'N' TO WS-INIT-OK
005710         GO TO 2100-EXIT
005720     END-IF.
005730     ADD 1 TO WS-XMIT-COUNT.
005740     ADD BL-PRICE      TO WS-XMIT-PRICE.
005750     ADD BL-AREA       TO WS-XMIT-AREA.
005760     ADD BL-TAX-AMOUNT TO WS-XMIT-TAX.
005770 2100-EXIT.
005780     EXIT.
005790
005800*-----------------------------------------------------------------
005810*  CORRECTED REJECTS FOLLOW THE EXTRACT INTO THE TRANSMISSION,
005820*  EACH CARRYING ITS CORRECTED BILLING IMAGE AND FLAGGED 'R' SO
005830*  BILLING KNOWS IT IS A RESUBMISSION AND OUR OWN RUNS KNOW THE
005840*  ORIGINAL IS ALREADY ON THE BOOKS.  THEY ARE IN THE TRAILER
005850*  TOTALS LIKE ANY OTHER DETAIL.  EACH ITEM IS MARKED
005860*  RESUBMITTED UNDER THIS SEQUENCE SO RECTXACK CAN CLOSE IT ON
005870*  BILLING'S ACCEPTANCE.
005880*-----------------------------------------------------------------
005890 2500-RESUBMIT-CORRECTED.
005900     IF INIT-FAILED
005910         OR NOT QUEUE-OPEN
005920         OR WS-RESUB-READY = ZERO
005930         GO TO 2500-EXIT
005940     END-IF.
005950     MOVE 'N' TO WS-QUEUE-EOF-SW.
005960     MOVE LOW-VALUES TO RQ-QUEUE-KEY.
005970     START RECT-REJECT-QUEUE-FILE
005980         KEY NOT LESS THAN RQ-QUEUE-KEY
005990         INVALID KEY
006000             MOVE 'Y' TO WS-QUEUE-EOF-SW
006010     END-START.
006020     PERFORM 2510-RESUBMIT-ONE THRU 2510-EXIT
006030         UNTIL END-OF-QUEUE.
006040 2500-EXIT.
006050     EXIT.
006060
006070 2510-RESUBMIT-ONE.
006080     READ RECT-REJECT-QUEUE-FILE NEXT RECORD
006090         AT END
006100             MOVE 'Y' TO WS-QUEUE-EOF-SW
006110             GO TO 2510-EXIT
006120     END-READ.
006130     IF NOT QUEUE-STATUS-OK
006140         DISPLAY "RECTXCUT: READ ERROR ON RECTRJQ, STATUS = "
006150             WS-QUEUE-STATUS
006160         MOVE 'Y' TO WS-QUEUE-EOF-SW
006170         MOVE 'N' TO WS-INIT-OK
006180         GO TO 2510-EXIT
006190     END-IF.
006200     IF NOT RQ-STATUS-CORRECTED
006210         AND NOT (RQ-STATUS-RESUBMITTED
006220             AND RQ-RESUB-XMIT-SEQ = WS-SEQUENCE-NO)
006230         GO TO 2510-EXIT
006240     END-IF.
006250     MOVE SPACES TO RECT-XMIT-DETAIL.
006260     MOVE 'D' TO XD-RECORD-TYPE.
006270     MOVE RQ-BILLING-IMAGE TO XD-BILLING-DATA.
006280     MOVE 'R' TO XD-RESUBMIT-SW.
006290     WRITE RECT-XMIT-DETAIL.
006300     IF NOT XMIT-STATUS-OK
006310         DISPLAY "RECTXCUT: UNABLE TO WRITE DETAIL, STATUS = "
006320             WS-XMIT-STATUS
006330         MOVE 'Y' TO WS-QUEUE-EOF-SW
006340         MOVE 'N' TO WS-INIT-OK
006350         GO TO 2510-EXIT
006360     END-IF.
006370     MOVE RQ-BILLING-IMAGE TO RECT-BILLING-RECORD.
006380     ADD 1 TO WS-XMIT-COUNT.
006390     ADD BL-PRICE      TO WS-XMIT-PRICE.
006400     ADD BL-AREA       TO WS-XMIT-AREA.
006410     ADD BL-TAX-AMOUNT TO WS-XMIT-TAX.
006420     ADD 1 TO WS-RESUB-COUNT.
006430     IF RQ-STATUS-CORRECTED
006440         ADD 1 TO RQ-RESUB-COUNT
006450         MOVE 'S' TO RQ-STATUS-CODE
006460         MOVE WS-SEQUENCE-NO TO RQ-RESUB-XMIT-SEQ
006470         REWRITE RECT-REJECT-QUEUE-RECORD
006480         IF NOT QUEUE-STATUS-OK
006490             DISPLAY "RECTXCUT: UNABLE TO MARK JOB " RQ-JOB-ID
006500                 " RESUBMITTED, STATUS = " WS-QUEUE-STATUS
006510             MOVE 'Y' TO WS-QUEUE-EOF-SW
006520             MOVE 'N' TO WS-INIT-OK
006530         END-IF
006540     END-IF.
006550 2510-EXIT.
006560     EXIT.
006570
006580 3000-WRITE-TRAILER.
006590     IF INIT-FAILED
006600         GO TO 3000-EXIT
006610     END-IF.
006620     MOVE SPACES TO RECT-XMIT-TRAILER.
006630     MOVE 'T'            TO XT-RECORD-TYPE.
006640     MOVE WS-XMIT-COUNT  TO XT-RECORD-COUNT.
006650     MOVE WS-XMIT-PRICE  TO XT-TOTAL-PRICE.
006660     MOVE WS-XMIT-AREA   TO XT-TOTAL-AREA.
006670     MOVE WS-XMIT-TAX    TO XT-TOTAL-TAX.
006680     WRITE RECT-XMIT-TRAILER.
006690     IF NOT XMIT-STATUS-OK
006700         DISPLAY "RECTXCUT: UNABLE TO WRITE TRAILER, STATUS = "
006710             WS-XMIT-STATUS
006720         MOVE 'N' TO WS-INIT-OK
006730     END-IF.
006740     CLOSE RECT-XMIT-FILE.
006750     CLOSE RECT-BILLING-FILE.
006760     IF NOT INIT-FAILED
006770         PERFORM 3500-COMMIT-SEQUENCE THRU 3500-EXIT
006780     END-IF.
006790 3000-EXIT.
006800     EXIT.
006810
006820*-----------------------------------------------------------------
006830*  THE KEY '4' COUNTER IS COMMITTED ONLY NOW, WITH THE HEADER,
006840*  EVERY DETAIL AND THE TRAILER SAFELY ON DISK.  A CUT THAT
006850*  DIED PART WAY LEAVES THE COUNTER - AND SO RECTINV'S NEXT
006860*  TARGET AND RECTRCN'S TOTALS - POINTING AT NOTHING NEW, AND
006870*  THE NEXT RUN OVERWRITES THE PARTIAL FILE UNDER THE SAME
006880*  SEQUENCE.  A COUNTER THAT CANNOT BE COMMITTED FAILS THE RUN
006890*  SO THE EXTRACT IS NOT RESET EITHER.
006900*-----------------------------------------------------------------
006910 3500-COMMIT-SEQUENCE.
006920     OPEN I-O RECT-CONTROL-FILE.
006930     IF NOT CONTROL-STATUS-OK
006940         DISPLAY "RECTXCUT: UNABLE TO REOPEN RECTCTL, "
006950             "STATUS = " WS-CONTROL-STATUS
006960         MOVE 'N' TO WS-INIT-OK
006970         GO TO 3500-EXIT.
006980     MOVE '4' TO RC-CONTROL-KEY.
006990     READ RECT-CONTROL-FILE
007000         INVALID KEY
007010             MOVE '4'  TO RC-CONTROL-KEY
007020             MOVE ZERO TO RC-LAST-JOB-ID
007030             WRITE RECT-CONTROL-RECORD
007040     END-READ.
007050     MOVE WS-SEQUENCE-NO TO RC-LAST-JOB-ID.
007060     REWRITE RECT-CONTROL-RECORD.
007070     IF NOT CONTROL-STATUS-OK
007080         DISPLAY "RECTXCUT: UNABLE TO COMMIT SEQUENCE "
007090             WS-SEQUENCE-NO ", STATUS = " WS-CONTROL-STATUS
007100         MOVE 'N' TO WS-INIT-OK
007110     END-IF.
007120     CLOSE RECT-CONTROL-FILE.
007130 3500-EXIT.
007140     EXIT.
007150
007160*-----------------------------------------------------------------
007170*  ONLY A TRANSMISSION THAT WROTE CLEAN GETS THE EXTRACT RESET.
007180*  A FAILED WRITE LEAVES RECTBIL EXACTLY AS IT WAS SO THE NEXT
007190*  CUT-OFF PICKS THE SAME RECORDS UP AGAIN.
007200*-----------------------------------------------------------------
007210 4000-RESET-EXTRACT.
007220     IF INIT-FAILED
007230         DISPLAY "RECTXCUT: TRANSMISSION INCOMPLETE - EXTRACT "
007240             "NOT RESET."
007250         GO TO 4000-EXIT
007260     END-IF.
007270     OPEN OUTPUT RECT-BILLING-FILE.
007280     CLOSE RECT-BILLING-FILE.
007290     DISPLAY "RECTXCUT: EXTRACT RESET - " WS-XMIT-COUNT
007300         " RECORD(S) CUT OVER TO " WS-XMIT-DSNAME ".".
007310     IF WS-RESUB-COUNT > ZERO
007320         DISPLAY "RECTXCUT: " WS-RESUB-COUNT " OF THEM "
007330             "RESUBMITTED FROM THE REJECT QUEUE."
007340     END-IF.
007350 4000-EXIT.
007360     EXIT.
007370
007380 9000-TERMINATE.
007390     IF QUEUE-OPEN
007400         CLOSE RECT-REJECT-QUEUE-FILE
007410     END-IF.
007420     IF CYCLE-STEP-STARTED
007430         IF NOTHING-TO-SEND
007440             MOVE 'C' TO WS-CYCLE-RESULT
007450             MOVE ZERO TO WS-SEQUENCE-NO
007460             MOVE "NOTHING TO TRANSMIT" TO WS-CYCLE-MESSAGE
007470         ELSE
007480             IF INIT-FAILED
007490                 MOVE 'F' TO WS-CYCLE-RESULT
007500                 MOVE "CUT FAILED - SEE SYSOUT"
007510                     TO WS-CYCLE-MESSAGE
007520             ELSE
007530                 MOVE 'C' TO WS-CYCLE-RESULT
007540             END-IF
007550         END-IF
007560         PERFORM 9800-END-CYCLE-STEP THRU 9800-EXIT
007570     END-IF.
007580     IF RUN-LOCK-SET
007590         PERFORM 9100-RELEASE-RUN-LOCK THRU 9100-EXIT
007600     END-IF.
007610     DISPLAY "RECTXCUT: DONE.".
007620 9000-EXIT.
007630     EXIT.
007640
007650 9100-RELEASE-RUN-LOCK.
007660     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
007670     MOVE 'N' TO RL-LOCK-STATUS.
007680     OPEN OUTPUT RECT-LOCK-FILE.
007690     WRITE RECT-RUN-LOCK-RECORD.
007700     IF NOT LOCK-STATUS-OK
007710         DISPLAY "RECTXCUT: UNABLE TO RELEASE RUN LOCK, "
007720             "STATUS = " WS-LOCK-STATUS
007730     END-IF.
007740     CLOSE RECT-LOCK-FILE.
007750 9100-EXIT.
007760     EXIT.
007770
007780*-----------------------------------------------------------------
007790*  RECORDS HOW THIS STEP ENDED - COMPLETE, FAILED OR STOPPED
007800*  SHORT - WITH THE END TIME AND ITS KEY COUNTS, ON ITS CYCLE
007810*  RECORD FOR THE DATE.
007820*-----------------------------------------------------------------
007830 9800-END-CYCLE-STEP.
007840     OPEN I-O RECT-CYCLE-FILE.
007850     IF NOT CYCLE-STATUS-OK
007860         DISPLAY "RECTXCUT: UNABLE TO REOPEN RECTCYC, STATUS = "
007870             WS-CYCLE-STATUS " - STEP LEFT MARKED RUNNING."
007880         GO TO 9800-EXIT
007890     END-IF.
007900     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
007910     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
007920     READ RECT-CYCLE-FILE
007930         INVALID KEY
007940             DISPLAY "RECTXCUT: CYCLE RECORD FOR THE STEP "
007950                 "IS GONE - NOT UPDATED."
007960             CLOSE RECT-CYCLE-FILE
007970             GO TO 9800-EXIT
007980     END-READ.
007990     MOVE WS-CYCLE-RESULT TO CY-STEP-STATUS.
008000     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008010     ACCEPT WS-CURRENT-TIME FROM TIME.
008020     STRING WS-CURRENT-DATE WS-CURRENT-TIME
008030         DELIMITED BY SIZE INTO CY-END-STAMP.
008040     MOVE "CUT" TO CY-COUNT-1-CAPTION.
008050     MOVE WS-XMIT-COUNT TO CY-COUNT-1.
008060     MOVE "SEQUENCE" TO CY-COUNT-2-CAPTION.
008070     MOVE WS-SEQUENCE-NO TO CY-COUNT-2.
008080     MOVE WS-CYCLE-MESSAGE TO CY-MESSAGE.
008090     REWRITE RECT-CYCLE-RECORD.
008100     IF NOT CYCLE-STATUS-OK
008110         DISPLAY "RECTXCUT: UNABLE TO UPDATE RECTCYC, STATUS = "
008120             WS-CYCLE-STATUS
008130     ELSE
008140         DISPLAY "RECTXCUT: CYCLE STEP " WS-CYCLE-STEP " FOR "
008150             WS-CYCLE-DATE " ENDED, STATUS " CY-STEP-STATUS "."
008160     END-IF.
008170     CLOSE RECT-CYCLE-FILE.
008180 9800-EXIT.
008190     EXIT.
