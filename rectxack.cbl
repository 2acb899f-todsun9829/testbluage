000180*                   - EVERY RECORD WE SENT THAT BILLING NEVER
000190*                   CONFIRMED, SO THE GAP SHOWS UP THE NEXT
000200*                   MORNING INSTEAD OF AT MONTH END IN RECTRCN.
000210*  10/15/2026 DK    BILLING'S REJECTS NOW GO ON THE BILLING
000220*                   REJECT QUEUE (RECTRJQ) WITH THE TRANSMISSION
000230*                   THEY CAME FROM AND BILLING'S REASON, FOR
000240*                   CORRECTION IN RECTREJQ.  A RESUBMITTED
000250*                   RECORD BILLING ACCEPTS CLOSES ITS QUEUE
000260*                   ITEM; ONE REJECTED AGAIN REOPENS IT.  THE
000270*                   REPORT ENDS WITH EVERY QUEUE ITEM STILL OPEN
000280*                   AND ITS AGE IN DAYS.
000290*  10/15/2026 DK    NIGHTLY CYCLE CONTROL.  THE MATCH AGAINST THE
000300*                   LATEST TRANSMISSION IS STEP 3 OF THE CYCLE ON
000310*                   RECTCYC AND WAITS FOR THE NIGHT'S CUT; ITS
000320*                   START, END, OUTCOME AND COUNTS ARE RECORDED
000330*                   THERE.  A RERUN AGAINST A TRANSMISSION NAMED
000340*                   ON THE CARD IS OUTSIDE THE CYCLE.
000350*  10/15/2026 DK    FIXED: A REJECT QUEUE THAT COULD NOT BE
000360*                   OPENED, READ OR WRITTEN WAS ONLY REPORTED ON
000370*                   SYSOUT AND THE CYCLE STEP STILL RECORDED
000380*                   COMPLETE, SO BILLING REJECTS COULD MISS THE
000390*                   QUEUE UNNOTICED.  THE FAILURE NOW PRINTS ON
000400*                   RECTXRPT AND FAILS THE STEP FOR A RERUN.
000410*-----------------------------------------------------------------
000420 REMARKS.        THE PARAMETER CARD (RECTXPRM) NAMES THE
000430                 TRANSMISSION AND ACKNOWLEDGMENT DATA SETS; A
000440                 BLANK TRANSMISSION NAME MEANS THE LATEST ONE
000450                 (RECTCTL SEQUENCE KEY '4') AND A BLANK
000460                 ACKNOWLEDGMENT NAME FALLS BACK TO RECTACK.  THE
000470                 TRANSMISSION TRAILER IS CHECKED AGAINST THE
000480                 DETAILS READ, SO A TRUNCATED FILE IS CAUGHT
000490                 BEFORE ANY MATCHING STARTS.  A RERUN AGAINST
000500                 THE SAME TRANSMISSION DOES NOT QUEUE A REJECT
000510                 TWICE - THE QUEUE KEY CARRIES THE TRANSMISSION
000520                 AND DETAIL NUMBER.
000530                 STEP 3 OF THE NIGHTLY CYCLE (RECTCYC) WHEN NO
000540                 TRANSMISSION IS NAMED ON THE CARD.
000550
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SOURCE-COMPUTER. IBM-370.
000590 OBJECT-COMPUTER. IBM-370.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT RECT-PARM-FILE    ASSIGN TO "RECTXPRM"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-PARM-STATUS.
000650     SELECT RECT-XMIT-FILE    ASSIGN TO WS-XMIT-DSNAME
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-XMIT-STATUS.
000680     SELECT RECT-ACK-FILE     ASSIGN TO WS-ACK-DSNAME
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-ACK-STATUS.
000710     SELECT RECT-CONTROL-FILE ASSIGN TO "RECTCTL"
000720         ORGANIZATION IS INDEXED
000730         ACCESS MODE IS DYNAMIC
000740         RECORD KEY IS RC-CONTROL-KEY
000750         FILE STATUS IS WS-CONTROL-STATUS.
000760     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTXRPT"
000770         ORGANIZATION IS LINE SEQUENTIAL
000780         FILE STATUS IS WS-REPORT-STATUS.
000790     SELECT RECT-REJECT-QUEUE-FILE ASSIGN TO "RECTRJQ"
000800         ORGANIZATION IS INDEXED
000810         ACCESS MODE IS DYNAMIC
000820         RECORD KEY IS RQ-QUEUE-KEY
000830         FILE STATUS IS WS-QUEUE-STATUS.
000840     SELECT RECT-CYCLE-FILE   ASSIGN TO "RECTCYC"
000850         ORGANIZATION IS INDEXED
000860         ACCESS MODE IS DYNAMIC
000870         RECORD KEY IS CY-CYCLE-KEY
000880         FILE STATUS IS WS-CYCLE-STATUS.
000890
000900 DATA DIVISION.
000910 FILE SECTION.
000920 FD  RECT-PARM-FILE
000930     RECORDING MODE IS F
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 80 CHARACTERS.
000960     COPY RECTXPRM.
000970
000980 FD  RECT-XMIT-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 120 CHARACTERS.
001010     COPY RECTXMT.
001020
001030 FD  RECT-ACK-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 80 CHARACTERS.
001060     COPY RECTACK.
001070
001080 FD  RECT-CONTROL-FILE
001090     LABEL RECORDS ARE STANDARD
001100     RECORD CONTAINS 20 CHARACTERS.
001110     COPY RECTCTL.
001120
001130 FD  RECT-REPORT-FILE
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 80 CHARACTERS.
001170 01  RECT-REPORT-LINE           PIC X(80).
001180
001190 FD  RECT-REJECT-QUEUE-FILE
001200     LABEL RECORDS ARE STANDARD
001210     RECORD CONTAINS 200 CHARACTERS.
001220     COPY RECTRJQ.
001230
001240 FD  RECT-CYCLE-FILE
001250     LABEL RECORDS ARE STANDARD
001260     RECORD CONTAINS 140 CHARACTERS.
001270     COPY RECTCYC.
001280
001290 WORKING-STORAGE SECTION.
001300 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
001310     88  PARM-STATUS-OK          VALUE '00'.
001320 77  WS-XMIT-STATUS         PIC X(02) VALUE '00'.
001330     88  XMIT-STATUS-OK          VALUE '00'.
001340 77  WS-ACK-STATUS          PIC X(02) VALUE '00'.
001350     88  ACK-STATUS-OK           VALUE '00'.
001360 77  WS-CONTROL-STATUS      PIC X(02) VALUE '00'.
001370     88  CONTROL-STATUS-OK       VALUE '00'.
001380 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
001390     88  REPORT-STATUS-OK        VALUE '00'.
001400 77  WS-QUEUE-STATUS        PIC X(02) VALUE '00'.
001410     88  QUEUE-STATUS-OK         VALUE '00'.
001420     88  QUEUE-DUPLICATE-KEY     VALUE '22'.
001430     88  QUEUE-FILE-NOT-FOUND    VALUE '35'.
001440 77  WS-QUEUE-OPEN-SW       PIC X(01) VALUE 'N'.
001450     88  QUEUE-OPEN              VALUE 'Y'.
001460 77  WS-QUEUE-FAILED-SW     PIC X(01) VALUE 'N'.
001470     88  QUEUE-UPDATE-FAILED     VALUE 'Y'.
001480 77  WS-QUEUE-EOF-SW        PIC X(01) VALUE 'N'.
001490     88  END-OF-QUEUE            VALUE 'Y'.
001500 77  WS-ITEM-FOUND-SW       PIC X(01) VALUE 'N'.
001510     88  QUEUE-ITEM-FOUND        VALUE 'Y'.
001520 77  WS-SECTION-SW          PIC X(01) VALUE 'E'.
001530     88  QUEUE-SECTION           VALUE 'Q'.
001540 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001550     88  INIT-FAILED             VALUE 'N'.
001560 77  WS-CYCLE-STATUS        PIC X(02) VALUE '00'.
001570     88  CYCLE-STATUS-OK         VALUE '00'.
001580     88  CYCLE-FILE-NOT-FOUND    VALUE '35'.
001590 77  WS-CYCLE-STEP          PIC 9(01) VALUE 3.
001600 77  WS-CYCLE-NEXT          PIC 9(01) VALUE 4.
001610 77  WS-CYCLE-IX            PIC 9(01) VALUE ZERO.
001620 77  WS-CYCLE-DATE          PIC 9(08) VALUE ZERO.
001630 77  WS-CYCLE-CHECK-DATE    PIC 9(08) VALUE ZERO.
001640 77  WS-CYCLE-SW            PIC X(01) VALUE 'N'.
001650     88  CYCLE-STEP-STARTED      VALUE 'Y'.
001660 77  WS-CYCLE-LATER-SW      PIC X(01) VALUE 'N'.
001670     88  CYCLE-LATER-STARTED     VALUE 'Y'.
001680 77  WS-CYCLE-ON-FILE-SW    PIC X(01) VALUE 'N'.
001690     88  CYCLE-STEP-ON-FILE      VALUE 'Y'.
001700 77  WS-CYCLE-RESULT        PIC X(01) VALUE SPACE.
001710 77  WS-CYCLE-MESSAGE       PIC X(30) VALUE SPACES.
001720 77  WS-XMIT-EOF-SW         PIC X(01) VALUE 'N'.
001730     88  END-OF-XMIT             VALUE 'Y'.
001740 77  WS-ACK-EOF-SW          PIC X(01) VALUE 'N'.
001750     88  END-OF-ACKS             VALUE 'Y'.
001760 77  WS-RUN-DATE            PIC 9(08).
001770 77  WS-CURRENT-DATE        PIC 9(08).
001780 77  WS-CURRENT-TIME        PIC 9(08).
001790 77  WS-PAGE-NUMBER         PIC 9(04) COMP VALUE ZERO.
001800 77  WS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001810 77  WS-LINES-PER-PAGE      PIC 9(03) VALUE 050.
001820 77  WS-SENT-COUNT          PIC 9(05) COMP VALUE ZERO.
001830 77  WS-ST-IX               PIC 9(05) COMP VALUE ZERO.
001840 77  WS-ST-SLOT             PIC 9(05) COMP VALUE ZERO.
001850 77  WS-SENT-TABLE-MAX      PIC 9(05) VALUE 05000.
001860 77  WS-ACCEPTED-COUNT      PIC 9(08) COMP VALUE ZERO.
001870 77  WS-REJECTED-COUNT      PIC 9(08) COMP VALUE ZERO.
001880 77  WS-UNKNOWN-COUNT       PIC 9(08) COMP VALUE ZERO.
001890 77  WS-UNCONFIRMED-COUNT   PIC 9(08) COMP VALUE ZERO.
001900 77  WS-TRAILER-SEEN-SW     PIC X(01) VALUE 'N'.
001910     88  TRAILER-SEEN            VALUE 'Y'.
001920 77  WS-XMIT-SEQUENCE       PIC 9(07) VALUE ZERO.
001930 77  WS-DETAIL-NO           PIC 9(05) COMP VALUE ZERO.
001940 77  WS-QUEUED-COUNT        PIC 9(08) COMP VALUE ZERO.
001950 77  WS-ALREADY-QUEUED      PIC 9(08) COMP VALUE ZERO.
001960 77  WS-CLOSED-COUNT        PIC 9(08) COMP VALUE ZERO.
001970 77  WS-REOPENED-COUNT      PIC 9(08) COMP VALUE ZERO.
001980 77  WS-STILL-OPEN-COUNT    PIC 9(08) COMP VALUE ZERO.
001990 77  WS-TODAY-DAYS          PIC 9(08) COMP VALUE ZERO.
002000 77  WS-WORK-DAYS           PIC 9(08) COMP VALUE ZERO.
002010 77  WS-ITEM-AGE            PIC 9(05) COMP VALUE ZERO.
002020 77  WS-OLDEST-AGE          PIC 9(05) COMP VALUE ZERO.
002030
002040 01  WS-WORK-DATE               PIC 9(08).
002050 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
002060     05  WS-WORK-YYYY            PIC 9(04).
002070     05  WS-WORK-MM              PIC 9(02).
002080     05  WS-WORK-DD              PIC 9(02).
002090
002100*    THE BILLING-RECORD LAYOUT RIDES INSIDE EACH TRANSMISSION
002110*    DETAIL; IT IS COPIED HERE SO THE IMAGE CAN BE PICKED APART
002120*    WITH ITS OWN FIELD NAMES.
002130     COPY RECTBIL.
002140*
002150     COPY RECTCYN.
002160*
002170 01  WS-XMIT-DSNAME.
002180     05  FILLER                  PIC X(05) VALUE "RECTX".
002190     05  WS-XMIT-SEQ             PIC 9(03).
002200 01  WS-ACK-DSNAME               PIC X(08) VALUE "RECTACK".
002210
002220*-----------------------------------------------------------------
002230*  ONE SLOT PER TRANSMITTED DETAIL.  AN ACK TICKS OFF THE FIRST
002240*  UNMATCHED SLOT CARRYING ITS JOB ID (THE SAME JOB CAN APPEAR
002250*  TWICE - A BILL AND A LATER ADJUSTMENT).  WHATEVER IS LEFT
002260*  UNMATCHED AT THE END WAS SENT AND NEVER CONFIRMED.  SLOTS
002270*  ARE IN TRANSMISSION ORDER, SO A SLOT NUMBER IS ALSO THE
002280*  DETAIL'S NUMBER IN THE FILE; A REJECT KEEPS BILLING'S REASON
002290*  FOR THE REJECT QUEUE.
002300*-----------------------------------------------------------------
002310 01  WS-SENT-TABLE.
002320     05  WS-ST-ENTRY OCCURS 5000 TIMES.
002330         10  WS-ST-JOB-ID        PIC 9(07).
002340         10  WS-ST-PRICE         PIC 9(07)V99.
002350         10  WS-ST-TYPE          PIC X(01).
002360         10  WS-ST-MATCHED-SW    PIC X(01).
002370         10  WS-ST-RESUB-SW      PIC X(01).
002380         10  WS-ST-REJECT-SW     PIC X(01).
002390         10  WS-ST-REASON        PIC X(20).
002400
002410 01  WS-PRINT-LINE              PIC X(80).
002420
002430 01  WS-HEADING-LINE-1.
002440     05  FILLER                  PIC X(37) VALUE
002450         "RECTXACK - TRANSMISSION ACK MATCH    ".
002460     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002470     05  WH1-RUN-DATE            PIC 9(08).
002480     05  FILLER                  PIC X(09) VALUE "   PAGE: ".
002490     05  WH1-PAGE-NUMBER         PIC ZZZ9.
002500
002510 01  WS-HEADING-LINE-2.
002520     05  FILLER                  PIC X(44) VALUE
002530         "EXCEPTION                        JOB ID     ".
002540     05  FILLER                  PIC X(26) VALUE
002550         "  PRICE  REASON           ".
002560
002570 01  WS-EXCEPTION-LINE.
002580     05  WE-MESSAGE              PIC X(33).
002590     05  WE-JOB-ID               PIC 9(07).
002600     05  FILLER                  PIC X(01) VALUE SPACES.
002610     05  WE-PRICE                PIC Z(06)9.99.
002620     05  FILLER                  PIC X(02) VALUE SPACES.
002630     05  WE-REASON               PIC X(20).
002640
002650 01  WS-TOTAL-LINE.
002660     05  WT-CAPTION              PIC X(30).
002670     05  WT-COUNT                PIC ZZZZZZZ9.
002680
002690 01  WS-HEADING-LINE-3.
002700     05  FILLER                  PIC X(44) VALUE
002710         "JOB ID      XMIT DETAIL STATUS      REJECTED".
002720     05  FILLER                  PIC X(26) VALUE
002730         "  AGE  REASON             ".
002740
002750 01  WS-QUEUE-LINE.
002760     05  WQ-JOB-ID               PIC 9(07).
002770     05  FILLER                  PIC X(02) VALUE SPACES.
002780     05  WQ-XMIT-SEQ             PIC ZZZZZZ9.
002790     05  FILLER                  PIC X(02) VALUE SPACES.
002800     05  WQ-DETAIL-NO            PIC ZZZZ9.
002810     05  FILLER                  PIC X(01) VALUE SPACES.
002820     05  WQ-STATUS               PIC X(11).
002830     05  FILLER                  PIC X(01) VALUE SPACES.
002840     05  WQ-REJECT-DATE          PIC 9(08).
002850     05  FILLER                  PIC X(01) VALUE SPACES.
002860     05  WQ-AGE                  PIC ZZZ9.
002870     05  FILLER                  PIC X(02) VALUE SPACES.
002880     05  WQ-REASON               PIC X(20).
002890
002900 PROCEDURE DIVISION.
002910 0000-MAINLINE.
002920     DISPLAY "RECTXACK - BILLING ACKNOWLEDGMENT MATCH".
002930     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002940     IF NOT INIT-FAILED
002950         PERFORM 2000-LOAD-XMIT THRU 2000-EXIT
002960             UNTIL END-OF-XMIT
002970         PERFORM 3000-MATCH-ACK THRU 3000-EXIT
002980             UNTIL END-OF-ACKS
002990         PERFORM 4000-REPORT-UNCONFIRMED THRU 4000-EXIT
003000         PERFORM 6000-UPDATE-REJECT-QUEUE THRU 6000-EXIT
003010         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
003020         PERFORM 6500-REPORT-OPEN-QUEUE THRU 6500-EXIT
003030     END-IF.
003040     PERFORM 9000-TERMINATE THRU 9000-EXIT.
003050     STOP RUN.
003060
003070 1000-INITIALIZE.
003080     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
003090     MOVE WS-RUN-DATE TO WS-WORK-DATE.
003100     PERFORM 6700-DATE-TO-DAYS THRU 6700-EXIT.
003110     MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.
003120     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
003130     IF INIT-FAILED
003140         GO TO 1000-EXIT
003150     END-IF.
003160     IF XA-XMIT-DSNAME = SPACES
003170         PERFORM 1800-START-CYCLE-STEP THRU 1800-EXIT
003180         IF INIT-FAILED
003190             GO TO 1000-EXIT
003200         END-IF
003210     ELSE
003220         DISPLAY "RECTXACK: TRANSMISSION NAMED ON THE CARD - "
003230             "NOT RECORDED ON THE NIGHTLY CYCLE."
003240     END-IF.
003250     OPEN INPUT RECT-XMIT-FILE.
003260     IF NOT XMIT-STATUS-OK
003270         DISPLAY "RECTXACK: UNABLE TO OPEN " WS-XMIT-DSNAME
003280             ", STATUS = " WS-XMIT-STATUS
003290         MOVE 'N' TO WS-INIT-OK
003300         GO TO 1000-EXIT.
003310     OPEN INPUT RECT-ACK-FILE.
003320     IF NOT ACK-STATUS-OK
003330         DISPLAY "RECTXACK: UNABLE TO OPEN " WS-ACK-DSNAME
003340             ", STATUS = " WS-ACK-STATUS
003350         MOVE 'N' TO WS-INIT-OK
003360         GO TO 1000-EXIT.
003370     OPEN OUTPUT RECT-REPORT-FILE.
003380     IF NOT REPORT-STATUS-OK
003390         DISPLAY "RECTXACK: UNABLE TO OPEN RECTXRPT, STATUS = "
003400             WS-REPORT-STATUS
003410         MOVE 'N' TO WS-INIT-OK
003420         GO TO 1000-EXIT.
003430 1000-EXIT.
003440     EXIT.
003450
003460*-----------------------------------------------------------------
003470*  A BLANK TRANSMISSION NAME ON THE CARD MEANS "THE LATEST ONE"
003480*  - THE SEQUENCE RECTCTL KEY '4' LAST HANDED OUT NAMES IT.
003490*-----------------------------------------------------------------
003500 1050-READ-PARAMETER-CARD.
003510     MOVE SPACES TO XA-XMIT-DSNAME.
003520     MOVE SPACES TO XA-ACK-DSNAME.
003530     OPEN INPUT RECT-PARM-FILE.
003540     IF PARM-STATUS-OK
003550         READ RECT-PARM-FILE
003560             AT END
003570                 CONTINUE
003580         END-READ
003590         CLOSE RECT-PARM-FILE
003600     END-IF.
003610     IF XA-ACK-DSNAME NOT = SPACES
003620         MOVE XA-ACK-DSNAME TO WS-ACK-DSNAME
003630     END-IF.
003640     IF XA-XMIT-DSNAME NOT = SPACES
003650         MOVE XA-XMIT-DSNAME TO WS-XMIT-DSNAME
003660         GO TO 1050-EXIT
003670     END-IF.
003680     OPEN INPUT RECT-CONTROL-FILE.
003690     IF NOT CONTROL-STATUS-OK
003700         DISPLAY "RECTXACK: NO TRANSMISSION NAMED AND RECTCTL "
003710             "NOT AVAILABLE - RUN REFUSED."
003720         MOVE 'N' TO WS-INIT-OK
003730         GO TO 1050-EXIT.
003740     MOVE '4' TO RC-CONTROL-KEY.
003750     READ RECT-CONTROL-FILE
003760         INVALID KEY
003770             DISPLAY "RECTXACK: NO TRANSMISSION SEQUENCE ON "
003780                 "RECTCTL - NOTHING HAS BEEN SENT YET."
003790             MOVE 'N' TO WS-INIT-OK
003800     END-READ.
003810     CLOSE RECT-CONTROL-FILE.
003820     IF INIT-FAILED
003830         GO TO 1050-EXIT
003840     END-IF.
003850     MOVE RC-LAST-JOB-ID TO WS-XMIT-SEQ.
003860     DISPLAY "RECTXACK: CHECKING " WS-XMIT-DSNAME " AGAINST "
003870         WS-ACK-DSNAME ".".
003880 1050-EXIT.
003890     EXIT.
003900
003910*-----------------------------------------------------------------
003920*  NIGHTLY CYCLE CONTROL.  THE MATCH IS STEP 3 AND RUNS FOR THE
003930*  BUSINESS DATE THE CYCLE IS OPEN FOR, ONCE THAT NIGHT'S CUT IS
003940*  DONE.
003950*-----------------------------------------------------------------
003960 1800-START-CYCLE-STEP.
003970     OPEN I-O RECT-CYCLE-FILE.
003980     IF NOT CYCLE-STATUS-OK
003990         DISPLAY "RECTXACK: UNABLE TO OPEN RECTCYC, STATUS = "
004000             WS-CYCLE-STATUS " - RUN REFUSED."
004010         MOVE 'N' TO WS-INIT-OK
004020         GO TO 1800-EXIT
004030     END-IF.
004040     PERFORM 1810-CHECK-CYCLE THRU 1810-EXIT.
004050     IF NOT INIT-FAILED
004060         PERFORM 1850-MARK-STEP-RUNNING THRU 1850-EXIT
004070     END-IF.
004080     CLOSE RECT-CYCLE-FILE.
004090 1800-EXIT.
004100     EXIT.
004110
004120 1810-CHECK-CYCLE.
004130     MOVE ZERO TO CC-CONTROL-KEY.
004140     READ RECT-CYCLE-FILE
004150         INVALID KEY
004160             DISPLAY "RECTXACK: NO BUSINESS DATE IS OPEN ON "
004170                 "RECTCYC - RECTBAT OPENS THE CYCLE - "
004180                 "RUN REFUSED."
004190             MOVE 'N' TO WS-INIT-OK
004200             GO TO 1810-EXIT
004210     END-READ.
004220     MOVE CC-OPEN-DATE TO WS-CYCLE-DATE.
004230     MOVE CC-OPEN-DATE TO WS-CYCLE-CHECK-DATE.
004240     PERFORM 1820-CHECK-PRIOR-STEP THRU 1820-EXIT
004250         VARYING WS-CYCLE-IX FROM 1 BY 1
004260         UNTIL WS-CYCLE-IX NOT LESS THAN WS-CYCLE-STEP.
004270     IF INIT-FAILED
004280         DISPLAY "RECTXACK: EARLIER STEPS OF THE CYCLE FOR "
004290             WS-CYCLE-DATE " ARE NOT DONE - RUN REFUSED."
004300         GO TO 1810-EXIT
004310     END-IF.
004320     PERFORM 1830-CHECK-OWN-STEP THRU 1830-EXIT.
004330 1810-EXIT.
004340     EXIT.
004350
004360 1820-CHECK-PRIOR-STEP.
004370     MOVE WS-CYCLE-CHECK-DATE TO CY-BUSINESS-DATE.
004380     MOVE WS-CYCLE-IX TO CY-STEP-NO.
004390     READ RECT-CYCLE-FILE
004400         INVALID KEY
004410             MOVE SPACE TO CY-STEP-STATUS
004420     END-READ.
004430     IF NOT CY-STEP-DONE
004440         DISPLAY "RECTXACK: STEP " WS-CYCLE-IX " ("
004450             CN-STEP-PROGRAM (WS-CYCLE-IX)
004460             ") HAS NOT COMPLETED FOR " WS-CYCLE-CHECK-DATE "."
004470         MOVE 'N' TO WS-INIT-OK
004480     END-IF.
004490 1820-EXIT.
004500     EXIT.
004510
004520*-----------------------------------------------------------------
004530*  THIS STEP'S OWN RECORD FOR THE DATE.  NONE YET, OR ONE A
004540*  SUPERVISOR RELEASED, OR ONE STOPPED SHORT ON PURPOSE, MEANS
004550*  GO.  ONE LEFT FAILED OR STILL MARKED RUNNING (AN ABEND) NEEDS
004560*  A SUPERVISOR'S RELEASE FIRST.  ONE ALREADY DONE MAY RUN AGAIN
004570*  ONLY WHILE NO LATER STEP HAS STARTED - AFTER THAT, A SECOND
004580*  RUN WOULD CHANGE WHAT THE LATER STEPS WORKED FROM.
004590*-----------------------------------------------------------------
004600 1830-CHECK-OWN-STEP.
004610     MOVE 'N' TO WS-CYCLE-LATER-SW.
004620     PERFORM 1840-CHECK-LATER-STEP THRU 1840-EXIT
004630         VARYING WS-CYCLE-IX FROM WS-CYCLE-NEXT BY 1
004640         UNTIL WS-CYCLE-IX > CN-LAST-STEP.
004650     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
004660     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
004670     READ RECT-CYCLE-FILE
004680         INVALID KEY
004690             GO TO 1830-EXIT
004700     END-READ.
004710     IF CY-STEP-NEEDS-RELEASE
004720         DISPLAY "RECTXACK: THE LAST RUN FOR " WS-CYCLE-DATE
004730             " FAILED OR ABENDED - A SUPERVISOR MUST RELEASE"
004740             " THE STEP IN RECTCYCS - RUN REFUSED."
004750         MOVE 'N' TO WS-INIT-OK
004760         GO TO 1830-EXIT
004770     END-IF.
004780     IF CY-STEP-DONE
004790         AND CYCLE-LATER-STARTED
004800         DISPLAY "RECTXACK: ALREADY DONE FOR " WS-CYCLE-DATE
004810             " AND LATER STEPS HAVE RUN - A SUPERVISOR MUST"
004820             " RELEASE THE STEP IN RECTCYCS - RUN REFUSED."
004830         MOVE 'N' TO WS-INIT-OK
004840     END-IF.
004850 1830-EXIT.
004860     EXIT.
004870
004880 1840-CHECK-LATER-STEP.
004890     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
004900     MOVE WS-CYCLE-IX TO CY-STEP-NO.
004910     READ RECT-CYCLE-FILE
004920         INVALID KEY
004930             GO TO 1840-EXIT
004940     END-READ.
004950     MOVE 'Y' TO WS-CYCLE-LATER-SW.
004960 1840-EXIT.
004970     EXIT.
004980
004990*-----------------------------------------------------------------
005000*  MARKS THIS STEP RUNNING FOR THE DATE, WITH THE START TIME.  IT
005010*  STAYS THAT WAY IF THE RUN ABENDS, WHICH IS HOW THE STATUS
005020*  REPORT TELLS AN ABEND FROM A CLEAN FAILURE.
005030*-----------------------------------------------------------------
005040 1850-MARK-STEP-RUNNING.
005050     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
005060     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
005070     MOVE 'Y' TO WS-CYCLE-ON-FILE-SW.
005080     READ RECT-CYCLE-FILE
005090         INVALID KEY
005100             MOVE 'N' TO WS-CYCLE-ON-FILE-SW
005110             MOVE SPACES TO RECT-CYCLE-RECORD
005120             MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE
005130             MOVE WS-CYCLE-STEP TO CY-STEP-NO
005140             MOVE ZERO TO CY-RUN-COUNT
005150     END-READ.
005160     MOVE CN-STEP-PROGRAM (WS-CYCLE-STEP) TO CY-PROGRAM-ID.
005170     MOVE 'R' TO CY-STEP-STATUS.
005180     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005190     ACCEPT WS-CURRENT-TIME FROM TIME.
005200     STRING WS-CURRENT-DATE WS-CURRENT-TIME
005210         DELIMITED BY SIZE INTO CY-START-STAMP.
005220     MOVE ZERO   TO CY-END-STAMP.
005230     ADD 1 TO CY-RUN-COUNT.
005240     MOVE SPACES TO CY-COUNT-1-CAPTION.
005250     MOVE ZERO   TO CY-COUNT-1.
005260     MOVE SPACES TO CY-COUNT-2-CAPTION.
005270     MOVE ZERO   TO CY-COUNT-2.
005280     MOVE SPACES TO CY-MESSAGE.
005290     IF CYCLE-STEP-ON-FILE
005300         REWRITE RECT-CYCLE-RECORD
005310     ELSE
005320         WRITE RECT-CYCLE-RECORD
005330     END-IF.
005340     IF NOT CYCLE-STATUS-OK
005350         DISPLAY "RECTXACK: UNABLE TO MARK THE STEP RUNNING ON "
005360             "RECTCYC, STATUS = " WS-CYCLE-STATUS
005370             " - RUN REFUSED."
005380         MOVE 'N' TO WS-INIT-OK
005390         GO TO 1850-EXIT
005400     END-IF.
005410     MOVE 'Y' TO WS-CYCLE-SW.
005420     DISPLAY "RECTXACK: CYCLE STEP " WS-CYCLE-STEP
005430         " FOR BUSINESS DATE " WS-CYCLE-DATE " STARTED.".
005440 1850-EXIT.
005450     EXIT.
005460
005470*-----------------------------------------------------------------
005480*  LOADS THE TRANSMISSION.  DETAILS GO INTO THE SENT TABLE; THE
005490*  TRAILER IS CHECKED AGAINST THE DETAILS ACTUALLY READ SO A
005500*  TRUNCATED FILE CANNOT PASS FOR A CLEAN ONE.
005510*-----------------------------------------------------------------
005520 2000-LOAD-XMIT.
005530     READ RECT-XMIT-FILE
005540         AT END
005550             MOVE 'Y' TO WS-XMIT-EOF-SW
005560             GO TO 2000-EXIT
005570     END-READ.
005580     IF NOT XMIT-STATUS-OK
005590         MOVE 'Y' TO WS-XMIT-EOF-SW
005600         GO TO 2000-EXIT
005610     END-IF.
005620     EVALUATE XH-RECORD-TYPE
005630         WHEN 'H'
005640             MOVE XH-SEQUENCE-NO TO WS-XMIT-SEQUENCE
005650         WHEN 'D'
005660             PERFORM 2100-LOAD-DETAIL THRU 2100-EXIT
005670         WHEN 'T'
005680             MOVE 'Y' TO WS-TRAILER-SEEN-SW
005690             IF XT-RECORD-COUNT NOT = WS-SENT-COUNT
005700                 DISPLAY "RECTXACK: TRAILER SAYS "
005710                     XT-RECORD-COUNT " RECORD(S), FILE HOLDS "
005720                     WS-SENT-COUNT " - TRANSMISSION SUSPECT."
005730             END-IF
005740         WHEN OTHER
005750             DISPLAY "RECTXACK: UNKNOWN RECORD TYPE "
005760                 XH-RECORD-TYPE " ON TRANSMISSION - SKIPPED."
005770     END-EVALUATE.
005780 2000-EXIT.
005790     EXIT.
005800
005810 2100-LOAD-DETAIL.
005820     IF WS-SENT-COUNT NOT LESS THAN WS-SENT-TABLE-MAX
005830         DISPLAY "RECTXACK: SENT TABLE FULL AFTER "
005840             WS-SENT-TABLE-MAX " RECORDS - MATCH INCOMPLETE."
005850         GO TO 2100-EXIT
005860     END-IF.
005870     MOVE XD-BILLING-DATA TO RECT-BILLING-RECORD.
005880     ADD 1 TO WS-SENT-COUNT.
005890     MOVE BL-JOB-ID TO WS-ST-JOB-ID (WS-SENT-COUNT).
005900     MOVE BL-PRICE  TO WS-ST-PRICE (WS-SENT-COUNT).
005910     MOVE BL-BILL-TYPE TO WS-ST-TYPE (WS-SENT-COUNT).
005920     MOVE 'N' TO WS-ST-MATCHED-SW (WS-SENT-COUNT).
005930     MOVE XD-RESUBMIT-SW TO WS-ST-RESUB-SW (WS-SENT-COUNT).
005940     MOVE 'N' TO WS-ST-REJECT-SW (WS-SENT-COUNT).
005950     MOVE SPACES TO WS-ST-REASON (WS-SENT-COUNT).
005960 2100-EXIT.
005970     EXIT.
005980
005990*-----------------------------------------------------------------
006000*  ONE ACKNOWLEDGMENT PER PASS.  AN ACCEPT TICKS ITS RECORD
006010*  OFF; A REJECT TICKS IT OFF AND GOES ON THE REPORT WITH
006020*  BILLING'S REASON; AN ACK FOR A JOB WE NEVER SENT GOES ON
006030*  THE REPORT TOO - THAT IS HOW A DOUBLE TRANSMISSION SHOWS
006040*  ITSELF.
006050*-----------------------------------------------------------------
006060 3000-MATCH-ACK.
006070     READ RECT-ACK-FILE
006080         AT END
006090             MOVE 'Y' TO WS-ACK-EOF-SW
006100             GO TO 3000-EXIT
006110     END-READ.
006120     IF NOT ACK-STATUS-OK
006130         MOVE 'Y' TO WS-ACK-EOF-SW
006140         GO TO 3000-EXIT
006150     END-IF.
006160     MOVE ZERO TO WS-ST-SLOT.
006170     PERFORM 3100-FIND-SENT-SLOT THRU 3100-EXIT
006180         VARYING WS-ST-IX FROM 1 BY 1
006190         UNTIL WS-ST-IX > WS-SENT-COUNT
006200            OR WS-ST-SLOT > ZERO.
006210     IF WS-ST-SLOT = ZERO
006220         ADD 1 TO WS-UNKNOWN-COUNT
006230         MOVE "ACK FOR JOB NOT TRANSMITTED . . ."
006240             TO WE-MESSAGE
006250         MOVE AK-JOB-ID TO WE-JOB-ID
006260         MOVE ZERO      TO WE-PRICE
006270         MOVE AK-REASON TO WE-REASON
006280         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006290         GO TO 3000-EXIT
006300     END-IF.
006310     MOVE 'Y' TO WS-ST-MATCHED-SW (WS-ST-SLOT).
006320     IF AK-REJECTED
006330         ADD 1 TO WS-REJECTED-COUNT
006340         MOVE 'Y' TO WS-ST-REJECT-SW (WS-ST-SLOT)
006350         MOVE AK-REASON TO WS-ST-REASON (WS-ST-SLOT)
006360         IF WS-ST-RESUB-SW (WS-ST-SLOT) = 'R'
006370             MOVE "RESUBMISSION REJECTED AGAIN . . ."
006380                 TO WE-MESSAGE
006390         ELSE
006400             MOVE "REJECTED BY BILLING . . . . . . ."
006410                 TO WE-MESSAGE
006420         END-IF
006430         MOVE AK-JOB-ID TO WE-JOB-ID
006440         MOVE WS-ST-PRICE (WS-ST-SLOT) TO WE-PRICE
006450         MOVE AK-REASON TO WE-REASON
006460         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006470     ELSE
006480         ADD 1 TO WS-ACCEPTED-COUNT
006490     END-IF.
006500 3000-EXIT.
006510     EXIT.
006520
006530 3100-FIND-SENT-SLOT.
006540     IF WS-ST-JOB-ID (WS-ST-IX) = AK-JOB-ID
006550         AND WS-ST-MATCHED-SW (WS-ST-IX) = 'N'
006560         MOVE WS-ST-IX TO WS-ST-SLOT
006570     END-IF.
006580 3100-EXIT.
006590     EXIT.
006600
006610 4000-REPORT-UNCONFIRMED.
006620     PERFORM 4100-CHECK-SENT-SLOT THRU 4100-EXIT
006630         VARYING WS-ST-IX FROM 1 BY 1
006640         UNTIL WS-ST-IX > WS-SENT-COUNT.
006650 4000-EXIT.
006660     EXIT.
006670
006680 4100-CHECK-SENT-SLOT.
006690     IF WS-ST-MATCHED-SW (WS-ST-IX) = 'N'
006700         ADD 1 TO WS-UNCONFIRMED-COUNT
006710         MOVE "SENT, NEVER CONFIRMED . . . . . ."
006720             TO WE-MESSAGE
006730         MOVE WS-ST-JOB-ID (WS-ST-IX) TO WE-JOB-ID
006740         MOVE WS-ST-PRICE (WS-ST-IX)  TO WE-PRICE
006750         MOVE SPACES TO WE-REASON
006760         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
006770     END-IF.
006780 4100-EXIT.
006790     EXIT.
006800
006810 5000-WRITE-TOTALS.
006820     IF NOT TRAILER-SEEN
006830         DISPLAY "RECTXACK: NO TRAILER ON " WS-XMIT-DSNAME
006840             " - THE TRANSMISSION MAY BE TRUNCATED."
006850     END-IF.
006860     MOVE SPACES TO RECT-REPORT-LINE.
006870     WRITE RECT-REPORT-LINE.
006880     MOVE "RECORDS TRANSMITTED. . . . . ." TO WT-CAPTION.
006890     MOVE WS-SENT-COUNT TO WT-COUNT.
006900     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
006910     WRITE RECT-REPORT-LINE.
006920     MOVE "ACCEPTED BY BILLING. . . . . ." TO WT-CAPTION.
006930     MOVE WS-ACCEPTED-COUNT TO WT-COUNT.
006940     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
006950     WRITE RECT-REPORT-LINE.
006960     MOVE "REJECTED BY BILLING. . . . . ." TO WT-CAPTION.
006970     MOVE WS-REJECTED-COUNT TO WT-COUNT.
006980     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
006990     WRITE RECT-REPORT-LINE.
007000     MOVE "SENT, NEVER CONFIRMED. . . . ." TO WT-CAPTION.
007010     MOVE WS-UNCONFIRMED-COUNT TO WT-COUNT.
007020     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
007030     WRITE RECT-REPORT-LINE.
007040     MOVE "ACKS FOR UNSENT RECORDS. . . ." TO WT-CAPTION.
007050     MOVE WS-UNKNOWN-COUNT TO WT-COUNT.
007060     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
007070     WRITE RECT-REPORT-LINE.
007080     MOVE "NEW ITEMS ON REJECT QUEUE. . ." TO WT-CAPTION.
007090     MOVE WS-QUEUED-COUNT TO WT-COUNT.
007100     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
007110     WRITE RECT-REPORT-LINE.
007120     MOVE "REJECTS ALREADY ON THE QUEUE." TO WT-CAPTION.
007130     MOVE WS-ALREADY-QUEUED TO WT-COUNT.
007140     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
007150     WRITE RECT-REPORT-LINE.
007160     MOVE "QUEUE ITEMS CLOSED (ACCEPTED)." TO WT-CAPTION.
007170     MOVE WS-CLOSED-COUNT TO WT-COUNT.
007180     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
007190     WRITE RECT-REPORT-LINE.
007200     MOVE "QUEUE ITEMS REOPENED . . . . ." TO WT-CAPTION.
007210     MOVE WS-REOPENED-COUNT TO WT-COUNT.
007220     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
007230     WRITE RECT-REPORT-LINE.
007240     IF QUEUE-UPDATE-FAILED
007250         MOVE SPACES TO RECT-REPORT-LINE
007260         WRITE RECT-REPORT-LINE
007270         MOVE "*** REJECT QUEUE NOT UPDATED - SEE SYSOUT, RERUN "
007280             TO RECT-REPORT-LINE
007290         WRITE RECT-REPORT-LINE
007300         MOVE "*** AFTER RELEASE.  ITEMS ALREADY QUEUED ARE NOT "
007310             TO RECT-REPORT-LINE
007320         WRITE RECT-REPORT-LINE
007330         MOVE "*** QUEUED TWICE." TO RECT-REPORT-LINE
007340         WRITE RECT-REPORT-LINE
007350     END-IF.
007360 5000-EXIT.
007370     EXIT.
007380
007390*-----------------------------------------------------------------
007400*  BRINGS THE BILLING REJECT QUEUE UP TO DATE WITH THIS
007410*  ACKNOWLEDGMENT.  THE TRANSMISSION IS READ A SECOND TIME SO
007420*  EACH DETAIL'S FULL BILLING IMAGE IS IN HAND: A FIRST-TIME
007430*  REJECT IS QUEUED UNDER ITS JOB ID, THIS TRANSMISSION AND ITS
007440*  DETAIL NUMBER; A RESUBMISSION SETTLES THE QUEUE ITEM IT WAS
007450*  SENT FOR.  A MISSING QUEUE FILE IS CREATED.
007460*-----------------------------------------------------------------
007470 6000-UPDATE-REJECT-QUEUE.
007480     OPEN I-O RECT-REJECT-QUEUE-FILE.
007490     IF QUEUE-FILE-NOT-FOUND
007500         OPEN OUTPUT RECT-REJECT-QUEUE-FILE
007510         CLOSE RECT-REJECT-QUEUE-FILE
007520         OPEN I-O RECT-REJECT-QUEUE-FILE
007530     END-IF.
007540     IF NOT QUEUE-STATUS-OK
007550         DISPLAY "RECTXACK: UNABLE TO OPEN RECTRJQ, STATUS = "
007560             WS-QUEUE-STATUS " - REJECT QUEUE NOT UPDATED."
007570         MOVE 'Y' TO WS-QUEUE-FAILED-SW
007580         GO TO 6000-EXIT
007590     END-IF.
007600     MOVE 'Y' TO WS-QUEUE-OPEN-SW.
007610     CLOSE RECT-XMIT-FILE.
007620     OPEN INPUT RECT-XMIT-FILE.
007630     IF NOT XMIT-STATUS-OK
007640         DISPLAY "RECTXACK: UNABLE TO REOPEN " WS-XMIT-DSNAME
007650             ", STATUS = " WS-XMIT-STATUS
007660             " - REJECT QUEUE NOT UPDATED."
007670         MOVE 'Y' TO WS-QUEUE-FAILED-SW
007680         GO TO 6000-EXIT
007690     END-IF.
007700     MOVE ZERO TO WS-DETAIL-NO.
007710     MOVE 'N' TO WS-XMIT-EOF-SW.
007720     PERFORM 6100-QUEUE-ONE-DETAIL THRU 6100-EXIT
007730         UNTIL END-OF-XMIT.
007740 6000-EXIT.
007750     EXIT.
007760
007770 6100-QUEUE-ONE-DETAIL.
007780     READ RECT-XMIT-FILE
007790         AT END
007800             MOVE 'Y' TO WS-XMIT-EOF-SW
007810             GO TO 6100-EXIT
007820     END-READ.
007830     IF NOT XMIT-STATUS-OK
007840         DISPLAY "RECTXACK: READ ERROR ON " WS-XMIT-DSNAME
007850             ", STATUS = " WS-XMIT-STATUS
007860             " - REJECT QUEUE NOT UPDATED."
007870         MOVE 'Y' TO WS-QUEUE-FAILED-SW
007880         MOVE 'Y' TO WS-XMIT-EOF-SW
007890         GO TO 6100-EXIT
007900     END-IF.
007910     IF XH-RECORD-TYPE NOT = 'D'
007920         GO TO 6100-EXIT
007930     END-IF.
007940     ADD 1 TO WS-DETAIL-NO.
007950     IF WS-DETAIL-NO > WS-SENT-COUNT
007960         MOVE 'Y' TO WS-XMIT-EOF-SW
007970         GO TO 6100-EXIT
007980     END-IF.
007990*    A RESUBMISSION ANSWERED EITHER WAY SETTLES ITS ITEM; ONE
008000*    STILL UNCONFIRMED LEAVES IT RESUBMITTED.
008010     IF WS-ST-RESUB-SW (WS-DETAIL-NO) = 'R'
008020         IF WS-ST-MATCHED-SW (WS-DETAIL-NO) = 'Y'
008030             PERFORM 6300-SETTLE-RESUBMISSION THRU 6300-EXIT
008040         END-IF
008050         GO TO 6100-EXIT
008060     END-IF.
008070     IF WS-ST-REJECT-SW (WS-DETAIL-NO) = 'Y'
008080         PERFORM 6200-QUEUE-NEW-REJECT THRU 6200-EXIT
008090     END-IF.
008100 6100-EXIT.
008110     EXIT.
008120
008130 6200-QUEUE-NEW-REJECT.
008140     MOVE SPACES TO RECT-REJECT-QUEUE-RECORD.
008150     MOVE WS-ST-JOB-ID (WS-DETAIL-NO) TO RQ-JOB-ID.
008160     MOVE WS-XMIT-SEQUENCE TO RQ-XMIT-SEQ.
008170     MOVE WS-DETAIL-NO     TO RQ-DETAIL-NO.
008180     MOVE 'O'              TO RQ-STATUS-CODE.
008190     MOVE WS-ST-REASON (WS-DETAIL-NO) TO RQ-REJECT-REASON.
008200     MOVE WS-RUN-DATE      TO RQ-REJECT-DATE.
008210     MOVE XD-BILLING-DATA  TO RQ-BILLING-IMAGE.
008220     MOVE ZERO             TO RQ-RESUB-XMIT-SEQ.
008230     MOVE ZERO             TO RQ-RESUB-COUNT.
008240     MOVE "RECTXACK"       TO RQ-CHANGED-BY.
008250     MOVE WS-RUN-DATE      TO RQ-CHANGED-DATE.
008260     MOVE ZERO             TO RQ-CLOSED-DATE.
008270     WRITE RECT-REJECT-QUEUE-RECORD.
008280     IF QUEUE-STATUS-OK
008290         ADD 1 TO WS-QUEUED-COUNT
008300         GO TO 6200-EXIT
008310     END-IF.
008320     IF QUEUE-DUPLICATE-KEY
008330*        AN EARLIER RUN AGAINST THIS TRANSMISSION QUEUED IT.
008340         ADD 1 TO WS-ALREADY-QUEUED
008350     ELSE
008360         DISPLAY "RECTXACK: UNABLE TO QUEUE REJECT FOR JOB "
008370             RQ-JOB-ID ", STATUS = " WS-QUEUE-STATUS
008380         MOVE 'Y' TO WS-QUEUE-FAILED-SW
008390     END-IF.
008400 6200-EXIT.
008410     EXIT.
008420
008430*-----------------------------------------------------------------
008440*  THE QUEUE ITEM A RESUBMISSION WAS SENT FOR IS THE ONE FOR ITS
008450*  JOB ID MARKED RESUBMITTED UNDER THIS TRANSMISSION.  ACCEPTED,
008460*  IT IS CLOSED; REJECTED AGAIN, IT GOES BACK OPEN WITH
008470*  BILLING'S NEW REASON, KEEPING ITS KEY AND ORIGINAL REJECT
008480*  DATE SO ITS AGE RUNS ON.
008490*-----------------------------------------------------------------
008500 6300-SETTLE-RESUBMISSION.
008510     MOVE 'N' TO WS-ITEM-FOUND-SW.
008520     MOVE 'N' TO WS-QUEUE-EOF-SW.
008530     MOVE WS-ST-JOB-ID (WS-DETAIL-NO) TO RQ-JOB-ID.
008540     MOVE ZERO TO RQ-XMIT-SEQ.
008550     MOVE ZERO TO RQ-DETAIL-NO.
008560     START RECT-REJECT-QUEUE-FILE
008570         KEY NOT LESS THAN RQ-QUEUE-KEY
008580         INVALID KEY
008590             MOVE 'Y' TO WS-QUEUE-EOF-SW
008600     END-START.
008610     PERFORM 6310-FIND-RESUB-ITEM THRU 6310-EXIT
008620         UNTIL END-OF-QUEUE
008630            OR QUEUE-ITEM-FOUND.
008640     IF NOT QUEUE-ITEM-FOUND
008650*        ALREADY SETTLED BY AN EARLIER RUN AGAINST THIS
008660*        TRANSMISSION.
008670         GO TO 6300-EXIT
008680     END-IF.
008690     IF WS-ST-REJECT-SW (WS-DETAIL-NO) = 'Y'
008700         MOVE 'O' TO RQ-STATUS-CODE
008710         MOVE WS-ST-REASON (WS-DETAIL-NO) TO RQ-REJECT-REASON
008720     ELSE
008730         MOVE 'A' TO RQ-STATUS-CODE
008740         MOVE WS-RUN-DATE TO RQ-CLOSED-DATE
008750     END-IF.
008760     MOVE "RECTXACK"  TO RQ-CHANGED-BY.
008770     MOVE WS-RUN-DATE TO RQ-CHANGED-DATE.
008780     REWRITE RECT-REJECT-QUEUE-RECORD.
008790     IF NOT QUEUE-STATUS-OK
008800         DISPLAY "RECTXACK: UNABLE TO UPDATE QUEUE ITEM FOR JOB "
008810             RQ-JOB-ID ", STATUS = " WS-QUEUE-STATUS
008820         MOVE 'Y' TO WS-QUEUE-FAILED-SW
008830         GO TO 6300-EXIT
008840     END-IF.
008850     IF RQ-STATUS-OPEN
008860         ADD 1 TO WS-REOPENED-COUNT
008870     ELSE
008880         ADD 1 TO WS-CLOSED-COUNT
008890     END-IF.
008900 6300-EXIT.
008910     EXIT.
008920
008930 6310-FIND-RESUB-ITEM.
008940     READ RECT-REJECT-QUEUE-FILE NEXT RECORD
008950         AT END
008960             MOVE 'Y' TO WS-QUEUE-EOF-SW
008970             GO TO 6310-EXIT
008980     END-READ.
008990     IF NOT QUEUE-STATUS-OK
009000         OR RQ-JOB-ID NOT = WS-ST-JOB-ID (WS-DETAIL-NO)
009010         MOVE 'Y' TO WS-QUEUE-EOF-SW
009020         GO TO 6310-EXIT
009030     END-IF.
009040     IF RQ-STATUS-RESUBMITTED
009050         AND RQ-RESUB-XMIT-SEQ = WS-XMIT-SEQUENCE
009060         MOVE 'Y' TO WS-ITEM-FOUND-SW
009070     END-IF.
009080 6310-EXIT.
009090     EXIT.
009100
009110*-----------------------------------------------------------------
009120*  EVERY QUEUE ITEM NOT YET CLOSED OR DROPPED - WAITING FOR
009130*  CORRECTION, CORRECTED AND WAITING FOR THE NEXT CUT-OFF, OR
009140*  RESUBMITTED AND WAITING FOR BILLING'S ANSWER - WITH ITS AGE
009150*  IN DAYS SINCE BILLING FIRST REJECTED IT.  STARTS A NEW PAGE.
009160*-----------------------------------------------------------------
009170 6500-REPORT-OPEN-QUEUE.
009180     IF NOT QUEUE-OPEN
009190         GO TO 6500-EXIT
009200     END-IF.
009210     MOVE 'Q'  TO WS-SECTION-SW.
009220     MOVE ZERO TO WS-LINE-COUNT.
009230     MOVE 'N'  TO WS-QUEUE-EOF-SW.
009240     MOVE LOW-VALUES TO RQ-QUEUE-KEY.
009250     START RECT-REJECT-QUEUE-FILE
009260         KEY NOT LESS THAN RQ-QUEUE-KEY
009270         INVALID KEY
009280             MOVE 'Y' TO WS-QUEUE-EOF-SW
009290     END-START.
009300     PERFORM 6510-SHOW-QUEUE-ITEM THRU 6510-EXIT
009310         UNTIL END-OF-QUEUE.
009320     IF WS-STILL-OPEN-COUNT = ZERO
009330         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
009340         MOVE "NOTHING OPEN ON THE REJECT QUEUE."
009350             TO RECT-REPORT-LINE
009360         WRITE RECT-REPORT-LINE
009370         GO TO 6500-EXIT
009380     END-IF.
009390     MOVE SPACES TO RECT-REPORT-LINE.
009400     WRITE RECT-REPORT-LINE.
009410     MOVE "QUEUE ITEMS STILL OPEN . . . ." TO WT-CAPTION.
009420     MOVE WS-STILL-OPEN-COUNT TO WT-COUNT.
009430     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
009440     WRITE RECT-REPORT-LINE.
009450     MOVE "OLDEST OPEN ITEM (DAYS). . . ." TO WT-CAPTION.
009460     MOVE WS-OLDEST-AGE TO WT-COUNT.
009470     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
009480     WRITE RECT-REPORT-LINE.
009490 6500-EXIT.
009500     EXIT.
009510
009520 6510-SHOW-QUEUE-ITEM.
009530     READ RECT-REJECT-QUEUE-FILE NEXT RECORD
009540         AT END
009550             MOVE 'Y' TO WS-QUEUE-EOF-SW
009560             GO TO 6510-EXIT
009570     END-READ.
009580     IF NOT QUEUE-STATUS-OK
009590         MOVE 'Y' TO WS-QUEUE-EOF-SW
009600         GO TO 6510-EXIT
009610     END-IF.
009620     IF NOT RQ-STATUS-STILL-OPEN
009630         GO TO 6510-EXIT
009640     END-IF.
009650     ADD 1 TO WS-STILL-OPEN-COUNT.
009660     PERFORM 6600-ITEM-AGE THRU 6600-EXIT.
009670     IF WS-ITEM-AGE > WS-OLDEST-AGE
009680         MOVE WS-ITEM-AGE TO WS-OLDEST-AGE
009690     END-IF.
009700     MOVE RQ-JOB-ID      TO WQ-JOB-ID.
009710     MOVE RQ-XMIT-SEQ    TO WQ-XMIT-SEQ.
009720     MOVE RQ-DETAIL-NO   TO WQ-DETAIL-NO.
009730     IF RQ-STATUS-OPEN
009740         MOVE "OPEN"        TO WQ-STATUS
009750     END-IF.
009760     IF RQ-STATUS-CORRECTED
009770         MOVE "CORRECTED"   TO WQ-STATUS
009780     END-IF.
009790     IF RQ-STATUS-RESUBMITTED
009800         MOVE "RESUBMITTED" TO WQ-STATUS
009810     END-IF.
009820     MOVE RQ-REJECT-DATE TO WQ-REJECT-DATE.
009830     MOVE WS-ITEM-AGE    TO WQ-AGE.
009840     MOVE RQ-REJECT-REASON TO WQ-REASON.
009850     MOVE WS-QUEUE-LINE  TO WS-EXCEPTION-LINE.
009860     PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT.
009870 6510-EXIT.
009880     EXIT.
009890
009900 6600-ITEM-AGE.
009910     MOVE RQ-REJECT-DATE TO WS-WORK-DATE.
009920     PERFORM 6700-DATE-TO-DAYS THRU 6700-EXIT.
009930     MOVE ZERO TO WS-ITEM-AGE.
009940     IF WS-TODAY-DAYS > WS-WORK-DAYS
009950         COMPUTE WS-ITEM-AGE = WS-TODAY-DAYS - WS-WORK-DAYS
009960     END-IF.
009970 6600-EXIT.
009980     EXIT.
009990
010000 6700-DATE-TO-DAYS.
010010     COMPUTE WS-WORK-DAYS =
010020         WS-WORK-YYYY * 372 + WS-WORK-MM * 31 + WS-WORK-DD.
010030 6700-EXIT.
010040     EXIT.
010050
010060 7000-WRITE-EXCEPTION.
010070     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
010080         MOVE ZERO TO WS-LINE-COUNT
010090     END-IF.
010100     IF WS-LINE-COUNT = ZERO
010110         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
010120     END-IF.
010130     MOVE WS-EXCEPTION-LINE TO RECT-REPORT-LINE.
010140     WRITE RECT-REPORT-LINE.
010150     ADD 1 TO WS-LINE-COUNT.
010160 7000-EXIT.
010170     EXIT.
010180
010190 7500-WRITE-HEADINGS.
010200     ADD 1 TO WS-PAGE-NUMBER.
010210     MOVE WS-RUN-DATE    TO WH1-RUN-DATE.
010220     MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
010230     MOVE WS-HEADING-LINE-1 TO RECT-REPORT-LINE.
010240     WRITE RECT-REPORT-LINE.
010250     MOVE SPACES TO RECT-REPORT-LINE.
010260     WRITE RECT-REPORT-LINE.
010270     IF QUEUE-SECTION
010280         MOVE WS-HEADING-LINE-3 TO RECT-REPORT-LINE
010290     ELSE
010300         MOVE WS-HEADING-LINE-2 TO RECT-REPORT-LINE
010310     END-IF.
010320     WRITE RECT-REPORT-LINE.
010330     MOVE 3 TO WS-LINE-COUNT.
010340 7500-EXIT.
010350     EXIT.
010360
010370 9000-TERMINATE.
010380     CLOSE RECT-XMIT-FILE.
010390     CLOSE RECT-ACK-FILE.
010400     CLOSE RECT-REPORT-FILE.
010410     IF QUEUE-OPEN
010420         CLOSE RECT-REJECT-QUEUE-FILE
010430     END-IF.
010440     IF CYCLE-STEP-STARTED
010450         IF INIT-FAILED
010460             MOVE 'F' TO WS-CYCLE-RESULT
010470             MOVE "MATCH FAILED - SEE SYSOUT" TO WS-CYCLE-MESSAGE
010480         ELSE
010490             IF QUEUE-UPDATE-FAILED
010500                 MOVE 'F' TO WS-CYCLE-RESULT
010510                 MOVE "REJECT QUEUE NOT UPDATED"
010520                     TO WS-CYCLE-MESSAGE
010530             ELSE
010540                 MOVE 'C' TO WS-CYCLE-RESULT
010550             END-IF
010560         END-IF
010570         PERFORM 9800-END-CYCLE-STEP THRU 9800-EXIT
010580     END-IF.
010590     DISPLAY "RECTXACK: " WS-UNCONFIRMED-COUNT
010600         " UNCONFIRMED, " WS-REJECTED-COUNT " REJECTED, "
010610         WS-UNKNOWN-COUNT " UNKNOWN.".
010620 9000-EXIT.
010630     EXIT.
010640
010650*-----------------------------------------------------------------
010660*  RECORDS HOW THIS STEP ENDED - COMPLETE, FAILED OR STOPPED
010670*  SHORT - WITH THE END TIME AND ITS KEY COUNTS, ON ITS CYCLE
010680*  RECORD FOR THE DATE.
010690*-----------------------------------------------------------------
010700 9800-END-CYCLE-STEP.
010710     OPEN I-O RECT-CYCLE-FILE.
010720     IF NOT CYCLE-STATUS-OK
010730         DISPLAY "RECTXACK: UNABLE TO REOPEN RECTCYC, STATUS = "
010740             WS-CYCLE-STATUS " - STEP LEFT MARKED RUNNING."
010750         GO TO 9800-EXIT
010760     END-IF.
010770     MOVE WS-CYCLE-DATE TO CY-BUSINESS-DATE.
010780     MOVE WS-CYCLE-STEP TO CY-STEP-NO.
010790     READ RECT-CYCLE-FILE
010800         INVALID KEY
010810             DISPLAY "RECTXACK: CYCLE RECORD FOR THE STEP "
010820                 "IS GONE - NOT UPDATED."
010830             CLOSE RECT-CYCLE-FILE
010840             GO TO 9800-EXIT
010850     END-READ.
010860     MOVE WS-CYCLE-RESULT TO CY-STEP-STATUS.
010870     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
010880     ACCEPT WS-CURRENT-TIME FROM TIME.
010890     STRING WS-CURRENT-DATE WS-CURRENT-TIME
010900         DELIMITED BY SIZE INTO CY-END-STAMP.
010910     MOVE "ACCEPTED" TO CY-COUNT-1-CAPTION.
010920     MOVE WS-ACCEPTED-COUNT TO CY-COUNT-1.
010930     MOVE "REJECTED" TO CY-COUNT-2-CAPTION.
010940     MOVE WS-REJECTED-COUNT TO CY-COUNT-2.
010950     MOVE WS-CYCLE-MESSAGE TO CY-MESSAGE.
010960     REWRITE RECT-CYCLE-RECORD.
010970     IF NOT CYCLE-STATUS-OK
010980         DISPLAY "RECTXACK: UNABLE TO UPDATE RECTCYC, STATUS = "
010990             WS-CYCLE-STATUS
011000     ELSE
011010         DISPLAY "RECTXACK: CYCLE STEP " WS-CYCLE-STEP " FOR "
011020             WS-CYCLE-DATE " ENDED, STATUS " CY-STEP-STATUS "."
011030     END-IF.
011040     CLOSE RECT-CYCLE-FILE.
011050 9800-EXIT.
011060     EXIT.
