000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTREJQ.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  WORKS THE BILLING REJECT
000120*                   QUEUE (RECTRJQ) RECTXACK FILLS WITH THE
000130*                   RECORDS THE BILLING SYSTEM REFUSED, BEHIND
000140*                   THE SAME RECTSEC SIGN-ON THE OTHER TERMINAL
000150*                   PROGRAMS USE.  ITEMS CAN BE LISTED WITH THEIR
000160*                   AGE, AND A SUPERVISOR CAN CORRECT AN ITEM'S
000170*                   BILLING DATA FOR RESUBMISSION IN THE NEXT
000180*                   RECTXCUT TRANSMISSION OR DROP IT, SO A
000190*                   REJECTED BILL NO LONGER DIES ON THE RECTXACK
000200*                   REPORT.
000210*  10/15/2026 DK    FIXED: CORRECT LET A SUPERVISOR CHANGE THE
000220*                   CUSTOMER, PRICE AND TAX OF A REJECTED BILL,
000230*                   BUT THE ORIGINAL IS ALREADY ON THE BOOKS AND
000240*                   EVERY DOWNSTREAM RUN SKIPS A RESUBMISSION, SO
000250*                   THE CHANGE NEVER REACHED RECEIVABLES, THE
000260*                   LEDGER OR THE TAX RETURN.  CORRECT NOW TAKES
000270*                   ONLY THE ORDER NUMBER AND CALC DATE; MONEY
000280*                   AND CUSTOMER GO THROUGH RECTMNT OR RECTRPRC.
000290*                   CORRECT AND DROP ARE NOW LOGGED TO RECTAUD.
000300*-----------------------------------------------------------------
000310 REMARKS.        MENU-DRIVEN: L) LIST QUEUE, C) CORRECT ITEM,
000320                 D) DROP ITEM, X) EXIT.  CORRECT AND DROP NEED
000330                 SUPERVISOR AUTHORITY; BOTH, AND A REFUSAL, ARE
000340                 LOGGED TO RECTAUD.  AN ITEM IS PICKED BY JOB
000350                 ID - EACH OPEN OR CORRECTED ITEM FOR THE JOB IS
000360                 OFFERED IN TURN.  CORRECT CHANGES ONLY THE
000370                 ORDER NUMBER AND CALC DATE: THE BILL'S AMOUNT
000380                 IS ALREADY ON THE BOOKS, SO A WRONG PRICE, TAX
000390                 OR CUSTOMER IS PUT RIGHT IN RECTMNT OR RECTRPRC,
000400                 WHICH SEND THE CREDIT OR REPRICE THAT BOOKS IT.
000410                 A CORRECTED ITEM GOES OUT IN THE NEXT
000420                 RECTXCUT RUN; ONE ALREADY RESUBMITTED IS LEFT
000430                 ALONE UNTIL RECTXACK HAS BILLING'S ANSWER.
000440                 CORRECT AND DROP ARE REFUSED WHILE THE RUN LOCK
000450                 IS HELD, SINCE RECTXCUT MAY BE SENDING THE
000460                 QUEUE.
000470
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER. IBM-370.
000510 OBJECT-COMPUTER. IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RECT-REJECT-QUEUE-FILE ASSIGN TO "RECTRJQ"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS RQ-QUEUE-KEY
000580         FILE STATUS IS WS-QUEUE-STATUS.
000590     SELECT RECT-SECURITY-FILE ASSIGN TO "RECTSEC"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS OP-OPERATOR-ID
000630         FILE STATUS IS WS-SECURITY-STATUS.
000640     SELECT RECT-AUDIT-FILE   ASSIGN TO "RECTAUD"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-STATUS.
000670     SELECT RECT-LOCK-FILE    ASSIGN TO "RECTLOCK"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-LOCK-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  RECT-REJECT-QUEUE-FILE
000740     LABEL RECORDS ARE STANDARD
000750     RECORD CONTAINS 200 CHARACTERS.
000760     COPY RECTRJQ.
000770
000780 FD  RECT-SECURITY-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 60 CHARACTERS.
000810     COPY RECTSEC.
000820
000830 FD  RECT-AUDIT-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 70 CHARACTERS.
000860     COPY RECTAUD.
000870
000880 FD  RECT-LOCK-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 80 CHARACTERS.
000910     COPY RECTLOCK.
000920
000930 WORKING-STORAGE SECTION.
000940 77  WS-QUEUE-STATUS          PIC X(02) VALUE '00'.
000950     88  QUEUE-STATUS-OK          VALUE '00'.
000960     88  QUEUE-FILE-NOT-FOUND     VALUE '35'.
000970 77  WS-SECURITY-STATUS       PIC X(02) VALUE '00'.
000980     88  SECURITY-STATUS-OK       VALUE '00'.
000990     88  SECURITY-FILE-NOT-FOUND  VALUE '35'.
001000 77  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
001010     88  AUDIT-STATUS-OK          VALUE '00'.
001020     88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
001030 77  WS-LOCK-STATUS           PIC X(02) VALUE '00'.
001040     88  LOCK-STATUS-OK           VALUE '00'.
001050     88  LOCK-FILE-NOT-FOUND      VALUE '35'.
001060 77  WS-LOCK-HELD-SW          PIC X(01) VALUE 'N'.
001070     88  RUN-LOCK-IS-HELD         VALUE 'Y'.
001080 77  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001090     88  SIGNED-ON                VALUE 'Y'.
001100 77  WS-SIGNON-TRIES          PIC 9(01) VALUE ZERO.
001110 77  WS-PASSWORD-INPUT        PIC X(08).
001120 77  WS-OPERATOR-ID           PIC X(08).
001130 77  WS-AUTHORITY             PIC 9(01) VALUE ZERO.
001140     88  AUTH-SUPERVISOR          VALUE 2.
001150 77  WS-REFUSED-FUNC          PIC X(01).
001160 77  WS-CURRENT-DATE          PIC 9(08).
001170 77  WS-CURRENT-TIME          PIC 9(08).
001180 77  WS-MENU-CHOICE           PIC X(01).
001190     88  CHOICE-LIST              VALUES 'L' 'l'.
001200     88  CHOICE-CORRECT           VALUES 'C' 'c'.
001210     88  CHOICE-DROP              VALUES 'D' 'd'.
001220     88  CHOICE-EXIT              VALUES 'X' 'x'.
001230 77  WS-CONFIRM               PIC X(01).
001240     88  CONFIRM-YES              VALUES 'Y' 'y'.
001250 77  WS-JOBID-INPUT           PIC X(07).
001260 77  WS-JOBID-INPUT-N         REDEFINES WS-JOBID-INPUT
001270     PIC 9(07).
001280 77  WS-JOB-ID                PIC 9(07) VALUE ZERO.
001290 77  WS-AUDIT-FUNC            PIC X(01).
001300 77  WS-ORDER-INPUT           PIC X(07).
001310 77  WS-ORDER-INPUT-N         REDEFINES WS-ORDER-INPUT
001320     PIC 9(07).
001330 77  WS-DATE-INPUT            PIC X(08).
001340 77  WS-DATE-INPUT-N          REDEFINES WS-DATE-INPUT
001350     PIC 9(08).
001360 77  WS-PRICE-DISPLAY         PIC Z(06)9.99.
001370 77  WS-TAX-DISPLAY           PIC Z(04)9.99.
001380 77  WS-RATE-DISPLAY          PIC Z9.999.
001390 77  WS-AREA-DISPLAY          PIC Z(09)9.99.
001400 77  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
001410     88  END-OF-LIST              VALUE 'Y'.
001420 77  WS-ITEM-CHOSEN-SW        PIC X(01) VALUE 'N'.
001430     88  ITEM-CHOSEN              VALUE 'Y'.
001440 77  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
001450 77  WS-CORRECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
001460 77  WS-RESUBMITTED-COUNT     PIC 9(05) COMP VALUE ZERO.
001470 77  WS-COUNT-DISPLAY         PIC ZZZZ9.
001480 77  WS-TODAY-DAYS            PIC 9(08) COMP VALUE ZERO.
001490 77  WS-WORK-DAYS             PIC 9(08) COMP VALUE ZERO.
001500 77  WS-ITEM-AGE              PIC 9(05) COMP VALUE ZERO.
001510 77  WS-OLDEST-AGE            PIC 9(05) COMP VALUE ZERO.
001520 77  WS-AGE-DISPLAY           PIC ZZZZ9.
001530
001540 01  WS-WORK-DATE               PIC 9(08).
001550 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
001560     05  WS-WORK-YYYY            PIC 9(04).
001570     05  WS-WORK-MM              PIC 9(02).
001580     05  WS-WORK-DD              PIC 9(02).
001590
001600*    THE BILLING RECORD BEING CORRECTED, LAID OUT AS RECTXCUT
001610*    SENDS IT.  THE QUEUE IMAGE IS MOVED IN, CORRECTED HERE, AND
001620*    MOVED BACK.
001630     COPY RECTBIL.
001640
001650 01  WS-ITEM-LINE.
001660     05  WL-JOB-ID               PIC 9(07).
001670     05  FILLER                  PIC X(01) VALUE SPACES.
001680     05  WL-XMIT-SEQ             PIC Z(06)9.
001690     05  FILLER                  PIC X(01) VALUE SPACES.
001700     05  WL-DETAIL-NO            PIC ZZZZ9.
001710     05  FILLER                  PIC X(01) VALUE SPACES.
001720     05  WL-STATUS               PIC X(04).
001730     05  FILLER                  PIC X(01) VALUE SPACES.
001740     05  WL-AGE                  PIC ZZZ9.
001750     05  FILLER                  PIC X(01) VALUE SPACES.
001760     05  WL-PRICE                PIC Z(06)9.99.
001770     05  FILLER                  PIC X(01) VALUE SPACES.
001780     05  WL-REASON               PIC X(20).
001790
001800 PROCEDURE DIVISION.
001810 0000-MAINLINE.
001820     DISPLAY "===== BILLING REJECT QUEUE =====".
001830     OPEN I-O RECT-REJECT-QUEUE-FILE.
001840     IF QUEUE-FILE-NOT-FOUND
001850         OPEN OUTPUT RECT-REJECT-QUEUE-FILE
001860         CLOSE RECT-REJECT-QUEUE-FILE
001870         OPEN I-O RECT-REJECT-QUEUE-FILE
001880     END-IF.
001890     OPEN EXTEND RECT-AUDIT-FILE.
001900     IF AUDIT-FILE-NOT-FOUND
001910         OPEN OUTPUT RECT-AUDIT-FILE
001920     END-IF.
001930     OPEN INPUT RECT-SECURITY-FILE.
001940     IF SECURITY-FILE-NOT-FOUND
001950         DISPLAY "SECURITY FILE (RECTSEC) NOT FOUND - "
001960             "SET OPERATORS UP IN RECTSMNT FIRST."
001970         MOVE 'X' TO WS-MENU-CHOICE
001980     ELSE
001990         PERFORM 1500-SIGN-ON THRU 1500-EXIT
002000         IF NOT SIGNED-ON
002010             MOVE 'X' TO WS-MENU-CHOICE
002020         END-IF
002030     END-IF.
002040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002050     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
002060     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
002070     MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.
002080     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
002090         UNTIL CHOICE-EXIT.
002100     CLOSE RECT-REJECT-QUEUE-FILE.
002110     CLOSE RECT-AUDIT-FILE.
002120     CLOSE RECT-SECURITY-FILE.
002130     DISPLAY "GOODBYE!".
002140     STOP RUN.
002150
002160 1000-MENU-LOOP.
002170     DISPLAY " ".
002180     DISPLAY "L) LIST QUEUE   C) CORRECT ITEM   D) DROP ITEM"
002190         "   X) EXIT".
002200     DISPLAY "ENTER CHOICE: ".
002210     ACCEPT WS-MENU-CHOICE.
002220     IF CHOICE-LIST
002230         PERFORM 2000-LIST-QUEUE THRU 2000-EXIT
002240     ELSE
002250         IF CHOICE-CORRECT
002260             IF AUTH-SUPERVISOR
002270                 PERFORM 3000-CORRECT-ITEM THRU 3000-EXIT
002280             ELSE
002290                 MOVE 'C' TO WS-REFUSED-FUNC
002300                 PERFORM 1600-FUNCTION-REFUSED THRU 1600-EXIT
002310             END-IF
002320         ELSE
002330             IF CHOICE-DROP
002340                 IF AUTH-SUPERVISOR
002350                     PERFORM 4000-DROP-ITEM THRU 4000-EXIT
002360                 ELSE
002370                     MOVE 'D' TO WS-REFUSED-FUNC
002380                     PERFORM 1600-FUNCTION-REFUSED THRU 1600-EXIT
002390                 END-IF
002400             ELSE
002410                 IF NOT CHOICE-EXIT
002420                     DISPLAY "INVALID CHOICE."
002430                 END-IF
002440             END-IF
002450         END-IF
002460     END-IF.
002470 1000-EXIT.
002480     EXIT.
002490
002500*-----------------------------------------------------------------
002510*  OPERATOR SIGN-ON AGAINST THE SECURITY FILE.  THREE TRIES;
002520*  EVERY FAILURE IS LOGGED TO THE AUDIT FILE WITH THE ID THAT
002530*  WAS ATTEMPTED, SO "WHO TRIED" HAS AN ANSWER TOO.
002540*-----------------------------------------------------------------
002550 1500-SIGN-ON.
002560     MOVE ZERO TO WS-SIGNON-TRIES.
002570     MOVE 'N'  TO WS-SIGNON-SW.
002580     PERFORM 1550-SIGN-ON-TRY THRU 1550-EXIT
002590         UNTIL SIGNED-ON
002600            OR WS-SIGNON-TRIES NOT LESS THAN 3.
002610     IF NOT SIGNED-ON
002620         DISPLAY "TOO MANY SIGN-ON ATTEMPTS."
002630     END-IF.
002640 1500-EXIT.
002650     EXIT.
002660
002670 1550-SIGN-ON-TRY.
002680     DISPLAY "ENTER OPERATOR ID: ".
002690     ACCEPT WS-OPERATOR-ID.
002700     DISPLAY "ENTER PASSWORD: ".
002710     ACCEPT WS-PASSWORD-INPUT.
002720     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002730     READ RECT-SECURITY-FILE
002740         INVALID KEY
002750             PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
002760             GO TO 1550-EXIT
002770     END-READ.
002780     IF OP-PASSWORD NOT = WS-PASSWORD-INPUT
002790         PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
002800         GO TO 1550-EXIT
002810     END-IF.
002820     MOVE 'Y' TO WS-SIGNON-SW.
002830     MOVE OP-AUTHORITY-LEVEL TO WS-AUTHORITY.
002840     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
002850 1550-EXIT.
002860     EXIT.
002870
002880 1560-SIGNON-FAILED.
002890     ADD 1 TO WS-SIGNON-TRIES.
002900     DISPLAY "SIGN-ON REFUSED.".
002910     MOVE SPACES TO RECT-AUDIT-RECORD.
002920     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002930     ACCEPT WS-CURRENT-TIME FROM TIME.
002940     STRING WS-CURRENT-DATE WS-CURRENT-TIME
002950         DELIMITED BY SIZE INTO RA-TIMESTAMP.
002960     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
002970     MOVE ZERO TO RA-JOB-ID.
002980     MOVE 'S'  TO RA-FUNCTION-CODE.
002990     MOVE ZERO TO RA-WIDTH.
003000     MOVE ZERO TO RA-LENGTH.
003010     MOVE ZERO TO RA-DIM-3.
003020     MOVE ZERO TO RA-AREA.
003030     WRITE RECT-AUDIT-RECORD.
003040     IF NOT AUDIT-STATUS-OK
003050         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
003060             WS-AUDIT-STATUS
003070     END-IF.
003080 1560-EXIT.
003090     EXIT.
003100
003110*-----------------------------------------------------------------
003120*  LOGS A FUNCTION THE SIGNED-ON OPERATOR WAS NOT AUTHORIZED TO
003130*  RUN.  THE MENU LETTER RIDES IN THE REASON CODE SO THE LOG
003140*  SHOWS WHAT WAS REFUSED.
003150*-----------------------------------------------------------------
003160 1600-FUNCTION-REFUSED.
003170     DISPLAY "SUPERVISOR AUTHORITY REQUIRED - FUNCTION REFUSED.".
003180     MOVE SPACES TO RECT-AUDIT-RECORD.
003190     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003200     ACCEPT WS-CURRENT-TIME FROM TIME.
003210     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003220         DELIMITED BY SIZE INTO RA-TIMESTAMP.
003230     MOVE WS-OPERATOR-ID  TO RA-OPERATOR-ID.
003240     MOVE ZERO TO RA-JOB-ID.
003250     MOVE 'X'  TO RA-FUNCTION-CODE.
003260     MOVE WS-REFUSED-FUNC TO RA-REASON-CODE.
003270     MOVE ZERO TO RA-WIDTH.
003280     MOVE ZERO TO RA-LENGTH.
003290     MOVE ZERO TO RA-DIM-3.
003300     MOVE ZERO TO RA-AREA.
003310     WRITE RECT-AUDIT-RECORD.
003320     IF NOT AUDIT-STATUS-OK
003330         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
003340             WS-AUDIT-STATUS
003350     END-IF.
003360 1600-EXIT.
003370     EXIT.
003380
003390*-----------------------------------------------------------------
003400*  LOGS A SUPERVISOR'S CORRECTION ('Q') OR DROP ('D') OF A QUEUE
003410*  ITEM UNDER THE JOB ID, SO THE LOG KEEPS EVERY ACTION EVEN
003420*  THOUGH THE ITEM ITSELF ONLY HOLDS THE LAST CHANGE.  THE BILL'S
003430*  PRICE RIDES IN RA-AREA - FOR A DROP, THE AMOUNT WRITTEN OFF.
003440*-----------------------------------------------------------------
003450 1650-LOG-QUEUE-ACTION.
003460     MOVE SPACES TO RECT-AUDIT-RECORD.
003470     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003480     ACCEPT WS-CURRENT-TIME FROM TIME.
003490     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003500         DELIMITED BY SIZE INTO RA-TIMESTAMP.
003510     MOVE WS-OPERATOR-ID  TO RA-OPERATOR-ID.
003520     MOVE RQ-JOB-ID       TO RA-JOB-ID.
003530     MOVE WS-AUDIT-FUNC   TO RA-FUNCTION-CODE.
003540     MOVE ZERO TO RA-WIDTH.
003550     MOVE ZERO TO RA-LENGTH.
003560     MOVE ZERO TO RA-DIM-3.
003570     MOVE ZERO TO RA-AREA.
003580     IF BL-PRICE NUMERIC
003590         MOVE BL-PRICE TO RA-AREA
003600     END-IF.
003610     WRITE RECT-AUDIT-RECORD.
003620     IF NOT AUDIT-STATUS-OK
003630         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
003640             WS-AUDIT-STATUS
003650     END-IF.
003660 1650-EXIT.
003670     EXIT.
003680
003690 1700-CHECK-RUN-LOCK.
003700     MOVE 'N' TO WS-LOCK-HELD-SW.
003710     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
003720     OPEN INPUT RECT-LOCK-FILE.
003730     IF LOCK-STATUS-OK
003740         READ RECT-LOCK-FILE
003750             AT END
003760                 CONTINUE
003770         END-READ
003780         CLOSE RECT-LOCK-FILE
003790     END-IF.
003800     IF RL-LOCK-HELD
003810         MOVE 'Y' TO WS-LOCK-HELD-SW
003820         DISPLAY "RUN LOCK HELD BY " RL-PROGRAM-ID
003830             " (OPERATOR " RL-OPERATOR-ID ") SINCE "
003840             RL-TIMESTAMP " - FUNCTION REFUSED."
003850     END-IF.
003860 1700-EXIT.
003870     EXIT.
003880
003890*-----------------------------------------------------------------
003900*  LISTS EVERY ITEM STILL ON THE QUEUE - OPEN, CORRECTED AND
003910*  WAITING FOR THE NEXT CUT-OFF, OR RESUBMITTED AND WAITING FOR
003920*  BILLING'S ANSWER - IN JOB ID ORDER, WITH ITS AGE IN DAYS
003930*  SINCE BILLING FIRST REJECTED IT, AND CLOSES WITH THE COUNTS
003940*  AND THE AGE OF THE OLDEST ITEM.
003950*-----------------------------------------------------------------
003960 2000-LIST-QUEUE.
003970     MOVE ZERO TO WS-OPEN-COUNT.
003980     MOVE ZERO TO WS-CORRECTED-COUNT.
003990     MOVE ZERO TO WS-RESUBMITTED-COUNT.
004000     MOVE ZERO TO WS-OLDEST-AGE.
004010     MOVE 'N'  TO WS-LIST-EOF-SW.
004020     MOVE LOW-VALUES TO RQ-QUEUE-KEY.
004030     START RECT-REJECT-QUEUE-FILE KEY NOT LESS THAN RQ-QUEUE-KEY
004040         INVALID KEY
004050             MOVE 'Y' TO WS-LIST-EOF-SW
004060     END-START.
004070     DISPLAY "JOB ID     XMIT   DET STAT  AGE      PRICE REASON".
004080     PERFORM 2100-SHOW-ITEM THRU 2100-EXIT
004090         UNTIL END-OF-LIST.
004100     IF WS-OPEN-COUNT = ZERO AND WS-CORRECTED-COUNT = ZERO
004110         AND WS-RESUBMITTED-COUNT = ZERO
004120         DISPLAY "NOTHING ON THE REJECT QUEUE."
004130         GO TO 2000-EXIT
004140     END-IF.
004150     MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
004160     DISPLAY "ITEMS OPEN:           " WS-COUNT-DISPLAY.
004170     MOVE WS-CORRECTED-COUNT TO WS-COUNT-DISPLAY.
004180     DISPLAY "CORRECTED, NOT SENT:  " WS-COUNT-DISPLAY.
004190     MOVE WS-RESUBMITTED-COUNT TO WS-COUNT-DISPLAY.
004200     DISPLAY "RESUBMITTED, NO ANSWER:" WS-COUNT-DISPLAY.
004210     MOVE WS-OLDEST-AGE TO WS-AGE-DISPLAY.
004220     DISPLAY "OLDEST ITEM (DAYS):   " WS-AGE-DISPLAY.
004230 2000-EXIT.
004240     EXIT.
004250
004260 2100-SHOW-ITEM.
004270     READ RECT-REJECT-QUEUE-FILE NEXT RECORD
004280         AT END
004290             MOVE 'Y' TO WS-LIST-EOF-SW
004300             GO TO 2100-EXIT
004310     END-READ.
004320     IF NOT QUEUE-STATUS-OK
004330         MOVE 'Y' TO WS-LIST-EOF-SW
004340         GO TO 2100-EXIT
004350     END-IF.
004360     IF NOT RQ-STATUS-STILL-OPEN
004370         GO TO 2100-EXIT
004380     END-IF.
004390     IF RQ-STATUS-OPEN
004400         ADD 1 TO WS-OPEN-COUNT
004410         MOVE "OPEN" TO WL-STATUS
004420     END-IF.
004430     IF RQ-STATUS-CORRECTED
004440         ADD 1 TO WS-CORRECTED-COUNT
004450         MOVE "CORR" TO WL-STATUS
004460     END-IF.
004470     IF RQ-STATUS-RESUBMITTED
004480         ADD 1 TO WS-RESUBMITTED-COUNT
004490         MOVE "SENT" TO WL-STATUS
004500     END-IF.
004510     PERFORM 7100-ITEM-AGE THRU 7100-EXIT.
004520     IF WS-ITEM-AGE > WS-OLDEST-AGE
004530         MOVE WS-ITEM-AGE TO WS-OLDEST-AGE
004540     END-IF.
004550     MOVE RQ-BILLING-IMAGE TO RECT-BILLING-RECORD.
004560     MOVE RQ-JOB-ID        TO WL-JOB-ID.
004570     MOVE RQ-XMIT-SEQ      TO WL-XMIT-SEQ.
004580     MOVE RQ-DETAIL-NO     TO WL-DETAIL-NO.
004590     MOVE WS-ITEM-AGE      TO WL-AGE.
004600     MOVE BL-PRICE         TO WL-PRICE.
004610     MOVE RQ-REJECT-REASON TO WL-REASON.
004620     DISPLAY WS-ITEM-LINE.
004630 2100-EXIT.
004640     EXIT.
004650
004660*-----------------------------------------------------------------
004670*  PROMPTS FOR A JOB ID AND OFFERS EACH OPEN OR CORRECTED QUEUE
004680*  ITEM FOR IT IN TURN (THE SAME JOB CAN BE REJECTED TWICE - A
004690*  BILL AND A LATER ADJUSTMENT).  AN ITEM ALREADY RESUBMITTED IS
004700*  SHOWN BUT NOT OFFERED.  WS-ITEM-CHOSEN-SW COMES BACK 'Y' WITH
004710*  THE CHOSEN ITEM IN THE RECORD AREA.
004720*-----------------------------------------------------------------
004730 2500-GET-ITEM.
004740     MOVE 'N' TO WS-ITEM-CHOSEN-SW.
004750     PERFORM 2510-GET-JOB-ID THRU 2510-EXIT.
004760     MOVE 'N'       TO WS-LIST-EOF-SW.
004770     MOVE WS-JOB-ID TO RQ-JOB-ID.
004780     MOVE ZERO      TO RQ-XMIT-SEQ.
004790     MOVE ZERO      TO RQ-DETAIL-NO.
004800     START RECT-REJECT-QUEUE-FILE KEY NOT LESS THAN RQ-QUEUE-KEY
004810         INVALID KEY
004820             MOVE 'Y' TO WS-LIST-EOF-SW
004830     END-START.
004840     PERFORM 2550-OFFER-ITEM THRU 2550-EXIT
004850         UNTIL END-OF-LIST
004860            OR ITEM-CHOSEN.
004870     IF NOT ITEM-CHOSEN
004880         DISPLAY "NO OPEN OR CORRECTED ITEM CHOSEN FOR JOB "
004890             WS-JOB-ID "."
004900     END-IF.
004910 2500-EXIT.
004920     EXIT.
004930
004940 2510-GET-JOB-ID.
004950     DISPLAY "ENTER JOB ID (7 DIGITS): ".
004960     ACCEPT WS-JOBID-INPUT.
004970     IF WS-JOBID-INPUT NOT NUMERIC
004980         DISPLAY "INVALID JOB ID - ENTER DIGITS ONLY."
004990         GO TO 2510-GET-JOB-ID
005000     END-IF.
005010     IF WS-JOBID-INPUT-N = ZERO
005020         DISPLAY "INVALID JOB ID - MUST BE GREATER THAN ZERO."
005030         GO TO 2510-GET-JOB-ID
005040     END-IF.
005050     MOVE WS-JOBID-INPUT-N TO WS-JOB-ID.
005060 2510-EXIT.
005070     EXIT.
005080
005090 2550-OFFER-ITEM.
005100     READ RECT-REJECT-QUEUE-FILE NEXT RECORD
005110         AT END
005120             MOVE 'Y' TO WS-LIST-EOF-SW
005130             GO TO 2550-EXIT
005140     END-READ.
005150     IF NOT QUEUE-STATUS-OK
005160         OR RQ-JOB-ID NOT = WS-JOB-ID
005170         MOVE 'Y' TO WS-LIST-EOF-SW
005180         GO TO 2550-EXIT
005190     END-IF.
005200     IF RQ-STATUS-RESUBMITTED
005210         DISPLAY "ITEM " RQ-XMIT-SEQ "/" RQ-DETAIL-NO
005220             " WAS RESUBMITTED IN TRANSMISSION "
005230             RQ-RESUB-XMIT-SEQ " - AWAITING BILLING'S ANSWER."
005240         GO TO 2550-EXIT
005250     END-IF.
005260     IF NOT RQ-STATUS-OPEN AND NOT RQ-STATUS-CORRECTED
005270         GO TO 2550-EXIT
005280     END-IF.
005290     MOVE RQ-BILLING-IMAGE TO RECT-BILLING-RECORD.
005300     PERFORM 2600-SHOW-ITEM THRU 2600-EXIT.
005310     DISPLAY "WORK THIS ITEM (Y/N)? ".
005320     ACCEPT WS-CONFIRM.
005330     IF CONFIRM-YES
005340         MOVE 'Y' TO WS-ITEM-CHOSEN-SW
005350     END-IF.
005360 2550-EXIT.
005370     EXIT.
005380
005390 2600-SHOW-ITEM.
005400     PERFORM 7100-ITEM-AGE THRU 7100-EXIT.
005410     MOVE WS-ITEM-AGE TO WS-AGE-DISPLAY.
005420     DISPLAY "SENT IN:  TRANSMISSION " RQ-XMIT-SEQ
005430         " DETAIL " RQ-DETAIL-NO "   AGE (DAYS): " WS-AGE-DISPLAY.
005440     DISPLAY "REASON:   " RQ-REJECT-REASON.
005450     IF RQ-STATUS-CORRECTED
005460         DISPLAY "STATUS:   CORRECTED BY " RQ-CHANGED-BY " ON "
005470             RQ-CHANGED-DATE " - NOT YET SENT"
005480     ELSE
005490         DISPLAY "STATUS:   OPEN   TIMES RESUBMITTED: "
005500             RQ-RESUB-COUNT
005510     END-IF.
005520     IF BL-TYPE-CREDIT
005530         DISPLAY "TYPE:     CREDIT"
005540     ELSE
005550         DISPLAY "TYPE:     BILL"
005560     END-IF.
005570     DISPLAY "CUSTOMER: " BL-CUSTOMER-NO " " BL-CUSTOMER-NAME.
005580     MOVE BL-AREA TO WS-AREA-DISPLAY.
005590     DISPLAY "AREA:     " WS-AREA-DISPLAY.
005600     IF BL-PRICE NUMERIC
005610         MOVE BL-PRICE TO WS-PRICE-DISPLAY
005620         DISPLAY "PRICE:    " WS-PRICE-DISPLAY
005630     ELSE
005640         DISPLAY "PRICE:    NOT NUMERIC"
005650     END-IF.
005660     IF BL-TAX-AMOUNT NUMERIC
005670         MOVE BL-TAX-AMOUNT TO WS-TAX-DISPLAY
005680         DISPLAY "TAX:      " WS-TAX-DISPLAY
005690     ELSE
005700         DISPLAY "TAX:      NOT NUMERIC"
005710     END-IF.
005720     IF BL-TAX-RATE NUMERIC
005730         MOVE BL-TAX-RATE TO WS-RATE-DISPLAY
005740         DISPLAY "TAX STATE/RATE: " BL-TAX-STATE " "
005750             WS-RATE-DISPLAY
005760     ELSE
005770         DISPLAY "TAX STATE/RATE: " BL-TAX-STATE " NONE"
005780     END-IF.
005790     DISPLAY "ORDER:    " BL-ORDER-NO "   CALC DATE: "
005800         BL-CALC-DATE.
005810 2600-EXIT.
005820     EXIT.
005830
005840*-----------------------------------------------------------------
005850*  SUPERVISOR-ONLY.  THE ORDER NUMBER AND CALC DATE ARE OFFERED
005860*  WITH THEIR CURRENT VALUES; A BLANK ENTRY KEEPS ONE.  NOTHING
005870*  THAT CARRIES MONEY IS CHANGED HERE: THE ORIGINAL BILL IS
005880*  ALREADY IN RECEIVABLES, THE LEDGER AND THE TAX RETURN, AND A
005890*  RESUBMISSION IS NOT POSTED AGAIN, SO A NEW PRICE, TAX OR
005900*  CUSTOMER WOULD NEVER REACH THE BOOKS.  THOSE ARE PUT RIGHT IN
005910*  RECTMNT (CORRECT, OR VOID AND RE-ENTER) OR RECTRPRC.  THE
005920*  ITEM IS MARKED CORRECTED AND GOES OUT IN THE NEXT RECTXCUT
005930*  TRANSMISSION, AND THE CORRECTION IS LOGGED TO RECTAUD.
005940*-----------------------------------------------------------------
005950 3000-CORRECT-ITEM.
005960     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
005970     IF RUN-LOCK-IS-HELD
005980         GO TO 3000-EXIT
005990     END-IF.
006000     PERFORM 2500-GET-ITEM THRU 2500-EXIT.
006010     IF NOT ITEM-CHOSEN
006020         GO TO 3000-EXIT
006030     END-IF.
006040     DISPLAY "PRICE, TAX AND CUSTOMER ARE NOT CHANGED HERE - THE "
006050         "BILL IS ALREADY ON THE BOOKS.".
006060     DISPLAY "PUT THEM RIGHT IN RECTMNT (CORRECT, OR VOID AND "
006070         "RE-ENTER) OR RECTRPRC.".
006080     PERFORM 3600-GET-ORDER-NO THRU 3600-EXIT.
006090     PERFORM 3700-GET-CALC-DATE THRU 3700-EXIT.
006100     DISPLAY "SAVE THE CORRECTION (Y/N)? ".
006110     ACCEPT WS-CONFIRM.
006120     IF NOT CONFIRM-YES
006130         DISPLAY "ITEM NOT CORRECTED."
006140         GO TO 3000-EXIT
006150     END-IF.
006160     MOVE RECT-BILLING-RECORD TO RQ-BILLING-IMAGE.
006170     MOVE 'C'               TO RQ-STATUS-CODE.
006180     MOVE WS-OPERATOR-ID    TO RQ-CHANGED-BY.
006190     MOVE WS-CURRENT-DATE   TO RQ-CHANGED-DATE.
006200     REWRITE RECT-REJECT-QUEUE-RECORD
006210         INVALID KEY
006220             DISPLAY "UNABLE TO REWRITE QUEUE ITEM."
006230             GO TO 3000-EXIT
006240     END-REWRITE.
006250     DISPLAY "ITEM CORRECTED - IT GOES TO BILLING IN THE "
006260         "NEXT RECTXCUT RUN.".
006270     MOVE 'Q' TO WS-AUDIT-FUNC.
006280     PERFORM 1650-LOG-QUEUE-ACTION THRU 1650-EXIT.
006290 3000-EXIT.
006300     EXIT.
006310
006320 3600-GET-ORDER-NO.
006330     DISPLAY "ORDER NUMBER (7 DIGITS, BLANK = KEEP " BL-ORDER-NO
006340         "): ".
006350     ACCEPT WS-ORDER-INPUT.
006360     IF WS-ORDER-INPUT = SPACES
006370         GO TO 3600-EXIT
006380     END-IF.
006390     IF WS-ORDER-INPUT NOT NUMERIC
006400         DISPLAY "INVALID ORDER NUMBER - ENTER ALL 7 DIGITS."
006410         GO TO 3600-GET-ORDER-NO
006420     END-IF.
006430     MOVE WS-ORDER-INPUT-N TO BL-ORDER-NO.
006440 3600-EXIT.
006450     EXIT.
006460
006470 3700-GET-CALC-DATE.
006480     DISPLAY "CALC DATE (YYYYMMDD, BLANK = KEEP " BL-CALC-DATE
006490         "): ".
006500     ACCEPT WS-DATE-INPUT.
006510     IF WS-DATE-INPUT = SPACES
006520         GO TO 3700-EXIT
006530     END-IF.
006540     IF WS-DATE-INPUT NOT NUMERIC
006550         DISPLAY "INVALID DATE - ENTER 8 NUMERIC DIGITS."
006560         GO TO 3700-GET-CALC-DATE
006570     END-IF.
006580     IF WS-DATE-INPUT-N = ZERO
006590         DISPLAY "INVALID DATE - MUST BE GREATER THAN ZERO."
006600         GO TO 3700-GET-CALC-DATE
006610     END-IF.
006620     MOVE WS-DATE-INPUT-N TO BL-CALC-DATE.
006630 3700-EXIT.
006640     EXIT.
006650
006660*-----------------------------------------------------------------
006670*  SUPERVISOR-ONLY.  WRITES OFF AN ITEM THAT WILL NEVER BE
006680*  BILLED (A DUPLICATE, A JOB BILLED BY HAND).  THE ITEM IS
006690*  MARKED DROPPED WITH WHO AND WHEN, NOT REMOVED, AND THE DROP
006700*  IS LOGGED TO RECTAUD.
006710*-----------------------------------------------------------------
006720 4000-DROP-ITEM.
006730     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
006740     IF RUN-LOCK-IS-HELD
006750         GO TO 4000-EXIT
006760     END-IF.
006770     PERFORM 2500-GET-ITEM THRU 2500-EXIT.
006780     IF NOT ITEM-CHOSEN
006790         GO TO 4000-EXIT
006800     END-IF.
006810     DISPLAY "DROP THIS ITEM (Y/N)? ".
006820     ACCEPT WS-CONFIRM.
006830     IF NOT CONFIRM-YES
006840         DISPLAY "ITEM NOT DROPPED."
006850         GO TO 4000-EXIT
006860     END-IF.
006870     MOVE 'D'             TO RQ-STATUS-CODE.
006880     MOVE WS-OPERATOR-ID  TO RQ-CHANGED-BY.
006890     MOVE WS-CURRENT-DATE TO RQ-CHANGED-DATE.
006900     MOVE WS-CURRENT-DATE TO RQ-CLOSED-DATE.
006910     REWRITE RECT-REJECT-QUEUE-RECORD
006920         INVALID KEY
006930             DISPLAY "UNABLE TO REWRITE QUEUE ITEM."
006940             GO TO 4000-EXIT
006950     END-REWRITE.
006960     DISPLAY "ITEM DROPPED.".
006970     MOVE 'D' TO WS-AUDIT-FUNC.
006980     PERFORM 1650-LOG-QUEUE-ACTION THRU 1650-EXIT.
006990 4000-EXIT.
007000     EXIT.
007010
007020*-----------------------------------------------------------------
007030*  SHOP-CALENDAR DAY NUMBER (372-DAY YEAR, 31-DAY MONTH) - THE
007040*  SAME APPROXIMATION RECTAGE AGES RECEIVABLES WITH.
007050*-----------------------------------------------------------------
007060 7000-DATE-TO-DAYS.
007070     COMPUTE WS-WORK-DAYS =
007080         WS-WORK-YYYY * 372 + WS-WORK-MM * 31 + WS-WORK-DD.
007090 7000-EXIT.
007100     EXIT.
007110
007120 7100-ITEM-AGE.
007130     MOVE RQ-REJECT-DATE TO WS-WORK-DATE.
007140     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
007150     MOVE ZERO TO WS-ITEM-AGE.
007160     IF WS-TODAY-DAYS > WS-WORK-DAYS
007170         COMPUTE WS-ITEM-AGE = WS-TODAY-DAYS - WS-WORK-DAYS
007180     END-IF.
007190 7100-EXIT.
007200     EXIT.
