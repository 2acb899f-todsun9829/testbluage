000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTSUSP.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  WORKS THE BATCH SUSPENSE
000120*                   FILE (RECTSUS) RECTBAT FILLS WITH REJECTED
000130*                   DECK RECORDS, BEHIND THE SAME RECTSEC SIGN-ON
000140*                   THE OTHER TERMINAL PROGRAMS USE.  ITEMS CAN BE
000150*                   LISTED WITH THEIR AGE, CORRECTED FIELD BY
000160*                   FIELD, DELETED (SUPERVISOR ONLY) OR RELEASED
000170*                   TO THE RE-ENTRY DECK (RECTINR) FOR THE NEXT
000180*                   RECTBAT RUN, SO A BAD CARD NO LONGER HAS TO BE
000190*                   FISHED OFF SYSOUT AND RE-PUNCHED.
000200*-----------------------------------------------------------------
000210 REMARKS.        MENU-DRIVEN: L) LIST SUSPENSE, C) CORRECT ITEM,
000220                 D) DELETE ITEM, R) RELEASE CORRECTED ITEMS,
000230                 X) EXIT.  A CORRECTED ITEM STAYS IN SUSPENSE
000240                 UNTIL RELEASED; RELEASE APPENDS EVERY CORRECTED
000250                 ITEM'S IMAGE TO RECTINR AND MARKS IT RELEASED.
000260                 RECTBAT POSTS THE DECK WHEN RECTINR IS NAMED AS
000270                 ITS INPUT DATA SET AND EMPTIES IT AFTERWARDS.
000280                 RELEASE IS REFUSED WHILE RECTBAT HOLDS THE RUN
000290                 LOCK, SINCE IT MAY BE READING THE DECK.
000300
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 SOURCE-COMPUTER. IBM-370.
000340 OBJECT-COMPUTER. IBM-370.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT RECT-SUSPENSE-FILE ASSIGN TO "RECTSUS"
000380         ORGANIZATION IS INDEXED
000390         ACCESS MODE IS DYNAMIC
000400         RECORD KEY IS SU-SUSPENSE-KEY
000410         FILE STATUS IS WS-SUSPENSE-STATUS.
000420     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS DYNAMIC
000450         RECORD KEY IS CU-CUSTOMER-NO
000460         FILE STATUS IS WS-CUSTOMER-STATUS.
000470     SELECT RECT-SECURITY-FILE ASSIGN TO "RECTSEC"
000480         ORGANIZATION IS INDEXED
000490         ACCESS MODE IS DYNAMIC
000500         RECORD KEY IS OP-OPERATOR-ID
000510         FILE STATUS IS WS-SECURITY-STATUS.
000520     SELECT RECT-AUDIT-FILE   ASSIGN TO "RECTAUD"
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-AUDIT-STATUS.
000550     SELECT RECT-REENTRY-FILE ASSIGN TO "RECTINR"
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-REENTRY-STATUS.
000580     SELECT RECT-LOCK-FILE    ASSIGN TO "RECTLOCK"
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-LOCK-STATUS.
000610
000620 DATA DIVISION.
000630 FILE SECTION.
000640 FD  RECT-SUSPENSE-FILE
000650     LABEL RECORDS ARE STANDARD
000660     RECORD CONTAINS 170 CHARACTERS.
000670     COPY RECTSUS.
000680
000690 FD  RECT-CUSTOMER-FILE
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 140 CHARACTERS.
000720     COPY RECTCUS.
000730
000740 FD  RECT-SECURITY-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 60 CHARACTERS.
000770     COPY RECTSEC.
000780
000790 FD  RECT-AUDIT-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 70 CHARACTERS.
000820     COPY RECTAUD.
000830
000840 FD  RECT-REENTRY-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD
000870     RECORD CONTAINS 80 CHARACTERS.
000880 01  RECT-REENTRY-RECORD        PIC X(80).
000890
000900 FD  RECT-LOCK-FILE
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930     COPY RECTLOCK.
000940
000950 WORKING-STORAGE SECTION.
000960 77  WS-SUSPENSE-STATUS       PIC X(02) VALUE '00'.
000970     88  SUSPENSE-STATUS-OK       VALUE '00'.
000980     88  SUSPENSE-FILE-NOT-FOUND  VALUE '35'.
000990 77  WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.
001000     88  CUSTOMER-STATUS-OK       VALUE '00'.
001010     88  CUSTOMER-FILE-NOT-FOUND  VALUE '35'.
001020 77  WS-SECURITY-STATUS       PIC X(02) VALUE '00'.
001030     88  SECURITY-STATUS-OK       VALUE '00'.
001040     88  SECURITY-FILE-NOT-FOUND  VALUE '35'.
001050 77  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
001060     88  AUDIT-STATUS-OK          VALUE '00'.
001070     88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
001080 77  WS-REENTRY-STATUS        PIC X(02) VALUE '00'.
001090     88  REENTRY-STATUS-OK        VALUE '00'.
001100     88  REENTRY-FILE-NOT-FOUND   VALUE '35'.
001110 77  WS-LOCK-STATUS           PIC X(02) VALUE '00'.
001120     88  LOCK-STATUS-OK           VALUE '00'.
001130     88  LOCK-FILE-NOT-FOUND      VALUE '35'.
001140 77  WS-LOCK-HELD-SW          PIC X(01) VALUE 'N'.
001150     88  RUN-LOCK-IS-HELD         VALUE 'Y'.
001160 77  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001170     88  SIGNED-ON                VALUE 'Y'.
001180 77  WS-SIGNON-TRIES          PIC 9(01) VALUE ZERO.
001190 77  WS-PASSWORD-INPUT        PIC X(08).
001200 77  WS-OPERATOR-ID           PIC X(08).
001210 77  WS-AUTHORITY             PIC 9(01) VALUE ZERO.
001220     88  AUTH-SUPERVISOR          VALUE 2.
001230 77  WS-REFUSED-FUNC          PIC X(01).
001240 77  WS-CURRENT-DATE          PIC 9(08).
001250 77  WS-CURRENT-TIME          PIC 9(08).
001260 77  WS-MENU-CHOICE           PIC X(01).
001270     88  CHOICE-LIST              VALUES 'L' 'l'.
001280     88  CHOICE-CORRECT           VALUES 'C' 'c'.
001290     88  CHOICE-DELETE            VALUES 'D' 'd'.
001300     88  CHOICE-RELEASE           VALUES 'R' 'r'.
001310     88  CHOICE-EXIT              VALUES 'X' 'x'.
001320 77  WS-CONFIRM               PIC X(01).
001330     88  CONFIRM-YES              VALUES 'Y' 'y'.
001340 77  WS-DATE-INPUT            PIC X(08).
001350 77  WS-DATE-INPUT-N          REDEFINES WS-DATE-INPUT
001360     PIC 9(08).
001370 77  WS-RECNO-INPUT           PIC X(08).
001380 77  WS-RECNO-INPUT-N         REDEFINES WS-RECNO-INPUT
001390     PIC 9(08).
001400 77  WS-DSNAME-INPUT          PIC X(08).
001410 77  WS-CUSTNO-INPUT          PIC X(05).
001420 77  WS-CUSTNO-INPUT-N        REDEFINES WS-CUSTNO-INPUT
001430     PIC 9(05).
001440 77  WS-DIM-INPUT             PIC X(07).
001450 77  WS-DIM-INPUT-N           REDEFINES WS-DIM-INPUT
001460     PIC 9(05)V99.
001470 77  WS-DIM-DISPLAY           PIC ZZZZ9.99.
001480 77  WS-DIM-PROMPT            PIC X(16).
001490 77  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
001500     88  END-OF-LIST              VALUE 'Y'.
001510 77  WS-OPEN-COUNT            PIC 9(05) COMP VALUE ZERO.
001520 77  WS-CORRECTED-COUNT       PIC 9(05) COMP VALUE ZERO.
001530 77  WS-RELEASE-COUNT         PIC 9(05) COMP VALUE ZERO.
001540 77  WS-COUNT-DISPLAY         PIC ZZZZ9.
001550 77  WS-TODAY-DAYS            PIC 9(08) COMP VALUE ZERO.
001560 77  WS-WORK-DAYS             PIC 9(08) COMP VALUE ZERO.
001570 77  WS-ITEM-AGE              PIC 9(05) COMP VALUE ZERO.
001580 77  WS-OLDEST-AGE            PIC 9(05) COMP VALUE ZERO.
001590 77  WS-AGE-DISPLAY           PIC ZZZZ9.
001600
001610 01  WS-WORK-DATE               PIC 9(08).
001620 01  WS-WORK-DATE-X REDEFINES WS-WORK-DATE.
001630     05  WS-WORK-YYYY            PIC 9(04).
001640     05  WS-WORK-MM              PIC 9(02).
001650     05  WS-WORK-DD              PIC 9(02).
001660
001670*    THE DECK RECORD BEING CORRECTED, LAID OUT AS RECTBAT READS
001680*    IT.  THE SUSPENSE IMAGE IS MOVED IN, RE-KEYED HERE, AND
001690*    MOVED BACK.
001700     COPY RECTIN.
001710
001720 01  WS-ITEM-LINE.
001730     05  WL-RUN-DATE             PIC 9(08).
001740     05  FILLER                  PIC X(01) VALUE SPACES.
001750     05  WL-DSNAME               PIC X(08).
001760     05  FILLER                  PIC X(01) VALUE SPACES.
001770     05  WL-RECORD-NO            PIC Z(07)9.
001780     05  FILLER                  PIC X(01) VALUE SPACES.
001790     05  WL-STATUS               PIC X(04).
001800     05  FILLER                  PIC X(01) VALUE SPACES.
001810     05  WL-AGE                  PIC ZZZ9.
001820     05  FILLER                  PIC X(01) VALUE SPACES.
001830     05  WL-REASON               PIC X(40).
001840
001850 PROCEDURE DIVISION.
001860 0000-MAINLINE.
001870     DISPLAY "===== BATCH SUSPENSE CORRECTION =====".
001880     OPEN I-O RECT-SUSPENSE-FILE.
001890     IF SUSPENSE-FILE-NOT-FOUND
001900         OPEN OUTPUT RECT-SUSPENSE-FILE
001910         CLOSE RECT-SUSPENSE-FILE
001920         OPEN I-O RECT-SUSPENSE-FILE
001930     END-IF.
001940     OPEN INPUT RECT-CUSTOMER-FILE.
001950     IF CUSTOMER-FILE-NOT-FOUND
001960         DISPLAY "CUSTOMER MASTER (RECTCUS) NOT FOUND - "
001970             "SET CUSTOMERS UP IN RECTCUST FIRST."
001980         MOVE 'X' TO WS-MENU-CHOICE
001990     END-IF.
002000     OPEN EXTEND RECT-AUDIT-FILE.
002010     IF AUDIT-FILE-NOT-FOUND
002020         OPEN OUTPUT RECT-AUDIT-FILE
002030     END-IF.
002040     OPEN INPUT RECT-SECURITY-FILE.
002050     IF SECURITY-FILE-NOT-FOUND
002060         DISPLAY "SECURITY FILE (RECTSEC) NOT FOUND - "
002070             "SET OPERATORS UP IN RECTSMNT FIRST."
002080         MOVE 'X' TO WS-MENU-CHOICE
002090     ELSE
002100         PERFORM 1500-SIGN-ON THRU 1500-EXIT
002110         IF NOT SIGNED-ON
002120             MOVE 'X' TO WS-MENU-CHOICE
002130         END-IF
002140     END-IF.
002150     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
002160     MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
002170     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
002180     MOVE WS-WORK-DAYS TO WS-TODAY-DAYS.
002190     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
002200         UNTIL CHOICE-EXIT.
002210     CLOSE RECT-SUSPENSE-FILE.
002220     CLOSE RECT-CUSTOMER-FILE.
002230     CLOSE RECT-AUDIT-FILE.
002240     CLOSE RECT-SECURITY-FILE.
002250     DISPLAY "GOODBYE!".
002260     STOP RUN.
002270
002280 1000-MENU-LOOP.
002290     DISPLAY " ".
002300     DISPLAY "L) LIST SUSPENSE   C) CORRECT ITEM   D) DELETE ITEM"
002310         "   R) RELEASE CORRECTED".
002320     DISPLAY "X) EXIT".
002330     DISPLAY "ENTER CHOICE: ".
002340     ACCEPT WS-MENU-CHOICE.
002350     IF CHOICE-LIST
002360         PERFORM 2000-LIST-SUSPENSE THRU 2000-EXIT
002370     ELSE
002380         IF CHOICE-CORRECT
002390             PERFORM 3000-CORRECT-ITEM THRU 3000-EXIT
002400         ELSE
002410             IF CHOICE-DELETE
002420                 IF AUTH-SUPERVISOR
002430                     PERFORM 4000-DELETE-ITEM THRU 4000-EXIT
002440                 ELSE
002450                     MOVE 'D' TO WS-REFUSED-FUNC
002460                     PERFORM 1600-FUNCTION-REFUSED THRU 1600-EXIT
002470                 END-IF
002480             ELSE
002490                 IF CHOICE-RELEASE
002500                     PERFORM 5000-RELEASE-CORRECTED THRU 5000-EXIT
002510                 ELSE
002520                     IF NOT CHOICE-EXIT
002530                         DISPLAY "INVALID CHOICE."
002540                     END-IF
002550                 END-IF
002560             END-IF
002570         END-IF
002580     END-IF.
002590 1000-EXIT.
002600     EXIT.
002610
002620*-----------------------------------------------------------------
002630*  OPERATOR SIGN-ON AGAINST THE SECURITY FILE.  THREE TRIES;
002640*  EVERY FAILURE IS LOGGED TO THE AUDIT FILE WITH THE ID THAT
002650*  WAS ATTEMPTED, SO "WHO TRIED" HAS AN ANSWER TOO.
002660*-----------------------------------------------------------------
002670 1500-SIGN-ON.
002680     MOVE ZERO TO WS-SIGNON-TRIES.
002690     MOVE 'N'  TO WS-SIGNON-SW.
002700     PERFORM 1550-SIGN-ON-TRY THRU 1550-EXIT
002710         UNTIL SIGNED-ON
002720            OR WS-SIGNON-TRIES NOT LESS THAN 3.
002730     IF NOT SIGNED-ON
002740         DISPLAY "TOO MANY SIGN-ON ATTEMPTS."
002750     END-IF.
002760 1500-EXIT.
002770     EXIT.
002780
002790 1550-SIGN-ON-TRY.
002800     DISPLAY "ENTER OPERATOR ID: ".
002810     ACCEPT WS-OPERATOR-ID.
002820     DISPLAY "ENTER PASSWORD: ".
002830     ACCEPT WS-PASSWORD-INPUT.
002840     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
002850     READ RECT-SECURITY-FILE
002860         INVALID KEY
002870             PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
002880             GO TO 1550-EXIT
002890     END-READ.
002900     IF OP-PASSWORD NOT = WS-PASSWORD-INPUT
002910         PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
002920         GO TO 1550-EXIT
002930     END-IF.
002940     MOVE 'Y' TO WS-SIGNON-SW.
002950     MOVE OP-AUTHORITY-LEVEL TO WS-AUTHORITY.
002960     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
002970 1550-EXIT.
002980     EXIT.
002990
003000 1560-SIGNON-FAILED.
003010     ADD 1 TO WS-SIGNON-TRIES.
003020     DISPLAY "SIGN-ON REFUSED.".
003030     MOVE SPACES TO RECT-AUDIT-RECORD.
003040     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003050     ACCEPT WS-CURRENT-TIME FROM TIME.
003060     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003070         DELIMITED BY SIZE INTO RA-TIMESTAMP.
003080     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
003090     MOVE ZERO TO RA-JOB-ID.
003100     MOVE 'S'  TO RA-FUNCTION-CODE.
003110     MOVE ZERO TO RA-WIDTH.
003120     MOVE ZERO TO RA-LENGTH.
003130     MOVE ZERO TO RA-DIM-3.
003140     MOVE ZERO TO RA-AREA.
003150     WRITE RECT-AUDIT-RECORD.
003160     IF NOT AUDIT-STATUS-OK
003170         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
003180             WS-AUDIT-STATUS
003190     END-IF.
003200 1560-EXIT.
003210     EXIT.
003220
003230*-----------------------------------------------------------------
003240*  LOGS A FUNCTION THE SIGNED-ON OPERATOR WAS NOT AUTHORIZED TO
003250*  RUN.  THE MENU LETTER RIDES IN THE REASON CODE SO THE LOG
003260*  SHOWS WHAT WAS REFUSED.
003270*-----------------------------------------------------------------
003280 1600-FUNCTION-REFUSED.
003290     DISPLAY "SUPERVISOR AUTHORITY REQUIRED - FUNCTION REFUSED.".
003300     MOVE SPACES TO RECT-AUDIT-RECORD.
003310     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003320     ACCEPT WS-CURRENT-TIME FROM TIME.
003330     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003340         DELIMITED BY SIZE INTO RA-TIMESTAMP.
003350     MOVE WS-OPERATOR-ID  TO RA-OPERATOR-ID.
003360     MOVE ZERO TO RA-JOB-ID.
003370     MOVE 'X'  TO RA-FUNCTION-CODE.
003380     MOVE WS-REFUSED-FUNC TO RA-REASON-CODE.
003390     MOVE ZERO TO RA-WIDTH.
003400     MOVE ZERO TO RA-LENGTH.
003410     MOVE ZERO TO RA-DIM-3.
003420     MOVE ZERO TO RA-AREA.
003430     WRITE RECT-AUDIT-RECORD.
003440     IF NOT AUDIT-STATUS-OK
003450         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
003460             WS-AUDIT-STATUS
003470     END-IF.
003480 1600-EXIT.
003490     EXIT.
003500
003510 1700-CHECK-RUN-LOCK.
003520     MOVE 'N' TO WS-LOCK-HELD-SW.
003530     MOVE SPACES TO RECT-RUN-LOCK-RECORD.
003540     OPEN INPUT RECT-LOCK-FILE.
003550     IF LOCK-STATUS-OK
003560         READ RECT-LOCK-FILE
003570             AT END
003580                 CONTINUE
003590         END-READ
003600         CLOSE RECT-LOCK-FILE
003610     END-IF.
003620     IF RL-LOCK-HELD
003630         MOVE 'Y' TO WS-LOCK-HELD-SW
003640     END-IF.
003650 1700-EXIT.
003660     EXIT.
003670
003680*-----------------------------------------------------------------
003690*  LISTS EVERY ITEM STILL IN SUSPENSE - OPEN OR CORRECTED BUT
003700*  NOT YET RELEASED - IN KEY (RUN DATE) ORDER, WITH ITS AGE IN
003710*  DAYS SINCE THE RUN THAT REJECTED IT, AND CLOSES WITH THE
003720*  COUNTS AND THE AGE OF THE OLDEST ITEM.
003730*-----------------------------------------------------------------
003740 2000-LIST-SUSPENSE.
003750     MOVE ZERO TO WS-OPEN-COUNT.
003760     MOVE ZERO TO WS-CORRECTED-COUNT.
003770     MOVE ZERO TO WS-OLDEST-AGE.
003780     MOVE 'N'  TO WS-LIST-EOF-SW.
003790     MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
003800     START RECT-SUSPENSE-FILE KEY NOT LESS THAN SU-SUSPENSE-KEY
003810         INVALID KEY
003820             MOVE 'Y' TO WS-LIST-EOF-SW
003830     END-START.
003840     DISPLAY "RUN DATE DECK       RECORD STAT  AGE REASON".
003850     PERFORM 2100-SHOW-ITEM THRU 2100-EXIT
003860         UNTIL END-OF-LIST.
003870     IF WS-OPEN-COUNT = ZERO AND WS-CORRECTED-COUNT = ZERO
003880         DISPLAY "NOTHING IN SUSPENSE."
003890         GO TO 2000-EXIT
003900     END-IF.
003910     MOVE WS-OPEN-COUNT TO WS-COUNT-DISPLAY.
003920     DISPLAY "ITEMS OPEN:           " WS-COUNT-DISPLAY.
003930     MOVE WS-CORRECTED-COUNT TO WS-COUNT-DISPLAY.
003940     DISPLAY "CORRECTED, UNRELEASED:" WS-COUNT-DISPLAY.
003950     MOVE WS-OLDEST-AGE TO WS-AGE-DISPLAY.
003960     DISPLAY "OLDEST ITEM (DAYS):   " WS-AGE-DISPLAY.
003970 2000-EXIT.
003980     EXIT.
003990
004000 2100-SHOW-ITEM.
004010     READ RECT-SUSPENSE-FILE NEXT RECORD
004020         AT END
004030             MOVE 'Y' TO WS-LIST-EOF-SW
004040             GO TO 2100-EXIT
004050     END-READ.
004060     IF NOT SUSPENSE-STATUS-OK
004070         MOVE 'Y' TO WS-LIST-EOF-SW
004080         GO TO 2100-EXIT
004090     END-IF.
004100     IF NOT SU-STATUS-OPEN AND NOT SU-STATUS-CORRECTED
004110         GO TO 2100-EXIT
004120     END-IF.
004130     IF SU-STATUS-OPEN
004140         ADD 1 TO WS-OPEN-COUNT
004150         MOVE "OPEN" TO WL-STATUS
004160     ELSE
004170         ADD 1 TO WS-CORRECTED-COUNT
004180         MOVE "CORR" TO WL-STATUS
004190     END-IF.
004200     PERFORM 7100-ITEM-AGE THRU 7100-EXIT.
004210     IF WS-ITEM-AGE > WS-OLDEST-AGE
004220         MOVE WS-ITEM-AGE TO WS-OLDEST-AGE
004230     END-IF.
004240     MOVE SU-RUN-DATE      TO WL-RUN-DATE.
004250     MOVE SU-INPUT-DSNAME  TO WL-DSNAME.
004260     MOVE SU-RECORD-NO     TO WL-RECORD-NO.
004270     MOVE WS-ITEM-AGE      TO WL-AGE.
004280     MOVE SU-REJECT-REASON TO WL-REASON.
004290     DISPLAY WS-ITEM-LINE.
004300 2100-EXIT.
004310     EXIT.
004320
004330*-----------------------------------------------------------------
004340*  PROMPTS FOR A SUSPENSE KEY - RUN DATE, DECK (BLANK MEANS THE
004350*  NIGHTLY RECTIN DECK) AND RECORD NUMBER - AND READS THE ITEM.
004360*  WS-LIST-EOF-SW COMES BACK 'Y' WHEN IT IS NOT ON FILE.
004370*-----------------------------------------------------------------
004380 2500-GET-ITEM.
004390     PERFORM 2510-GET-RUN-DATE THRU 2510-EXIT.
004400     DISPLAY "ENTER DECK NAME (BLANK = RECTIN): ".
004410     ACCEPT WS-DSNAME-INPUT.
004420     IF WS-DSNAME-INPUT = SPACES
004430         MOVE "RECTIN" TO WS-DSNAME-INPUT
004440     END-IF.
004450     INSPECT WS-DSNAME-INPUT CONVERTING
004460         "abcdefghijklmnopqrstuvwxyz" TO
004470         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
004480     PERFORM 2520-GET-RECORD-NO THRU 2520-EXIT.
004490     MOVE 'N' TO WS-LIST-EOF-SW.
004500     MOVE WS-DATE-INPUT-N  TO SU-RUN-DATE.
004510     MOVE WS-DSNAME-INPUT  TO SU-INPUT-DSNAME.
004520     MOVE WS-RECNO-INPUT-N TO SU-RECORD-NO.
004530     READ RECT-SUSPENSE-FILE
004540         INVALID KEY
004550             DISPLAY "NO SUSPENSE ITEM " SU-RUN-DATE " "
004560                 SU-INPUT-DSNAME " " SU-RECORD-NO " ON FILE."
004570             MOVE 'Y' TO WS-LIST-EOF-SW
004580     END-READ.
004590 2500-EXIT.
004600     EXIT.
004610
004620 2510-GET-RUN-DATE.
004630     DISPLAY "ENTER RUN DATE (YYYYMMDD): ".
004640     ACCEPT WS-DATE-INPUT.
004650     IF WS-DATE-INPUT NOT NUMERIC
004660         DISPLAY "INVALID DATE - ENTER 8 NUMERIC DIGITS."
004670         GO TO 2510-GET-RUN-DATE
004680     END-IF.
004690     IF WS-DATE-INPUT-N = ZERO
004700         DISPLAY "INVALID DATE - MUST BE GREATER THAN ZERO."
004710         GO TO 2510-GET-RUN-DATE
004720     END-IF.
004730 2510-EXIT.
004740     EXIT.
004750
004760 2520-GET-RECORD-NO.
004770     DISPLAY "ENTER RECORD NUMBER (8 DIGITS): ".
004780     ACCEPT WS-RECNO-INPUT.
004790     IF WS-RECNO-INPUT NOT NUMERIC
004800         DISPLAY "INVALID RECORD NUMBER - ENTER DIGITS ONLY."
004810         GO TO 2520-GET-RECORD-NO
004820     END-IF.
004830     IF WS-RECNO-INPUT-N = ZERO
004840         DISPLAY "INVALID RECORD NUMBER - MUST BE GREATER "
004850             "THAN ZERO."
004860         GO TO 2520-GET-RECORD-NO
004870     END-IF.
004880 2520-EXIT.
004890     EXIT.
004900
004910 2600-SHOW-IMAGE.
004920     DISPLAY "REASON:   " SU-REJECT-REASON.
004930     DISPLAY "CUSTOMER: " RI-CUSTOMER-NO.
004940     DISPLAY "SHAPE:    " RI-SHAPE-CODE "   UNIT: " RI-UNIT-CODE
004950         "   GROUP: " RI-ORDER-GROUP.
004960     IF RI-WIDTH NUMERIC
004970         MOVE RI-WIDTH TO WS-DIM-DISPLAY
004980         DISPLAY "WIDTH:    " WS-DIM-DISPLAY
004990     ELSE
005000         DISPLAY "WIDTH:    NOT NUMERIC"
005010     END-IF.
005020     IF RI-LENGTH NUMERIC
005030         MOVE RI-LENGTH TO WS-DIM-DISPLAY
005040         DISPLAY "LENGTH:   " WS-DIM-DISPLAY
005050     ELSE
005060         DISPLAY "LENGTH:   NOT NUMERIC"
005070     END-IF.
005080     IF RI-DIM-3 NUMERIC
005090         MOVE RI-DIM-3 TO WS-DIM-DISPLAY
005100         DISPLAY "DIM 3:    " WS-DIM-DISPLAY
005110     ELSE
005120         DISPLAY "DIM 3:    NOT NUMERIC"
005130     END-IF.
005140     IF RI-DIM-4 NUMERIC
005150         MOVE RI-DIM-4 TO WS-DIM-DISPLAY
005160         DISPLAY "DIM 4:    " WS-DIM-DISPLAY
005170     ELSE
005180         DISPLAY "DIM 4:    NOT NUMERIC"
005190     END-IF.
005200     IF RI-DIM-5 NUMERIC
005210         MOVE RI-DIM-5 TO WS-DIM-DISPLAY
005220         DISPLAY "DIM 5:    " WS-DIM-DISPLAY
005230     ELSE
005240         DISPLAY "DIM 5:    NOT NUMERIC"
005250     END-IF.
005260 2600-EXIT.
005270     EXIT.
005280
005290*-----------------------------------------------------------------
005300*  RE-KEYS AN OPEN OR CORRECTED ITEM WITH THE SAME EDITS RECTBAT
005310*  APPLIES: CUSTOMER ON FILE, SHAPE AND UNIT ON THEIR LISTS, AND
005320*  EVERY DIMENSION THE SHAPE USES NUMERIC AND NONZERO.  FIELDS
005330*  THE SHAPE DOES NOT USE ARE ZEROED.  THE ITEM IS MARKED
005340*  CORRECTED; IT STAYS IN SUSPENSE UNTIL RELEASED.
005350*-----------------------------------------------------------------
005360 3000-CORRECT-ITEM.
005370     PERFORM 2500-GET-ITEM THRU 2500-EXIT.
005380     IF END-OF-LIST
005390         GO TO 3000-EXIT
005400     END-IF.
005410     IF NOT SU-STATUS-OPEN AND NOT SU-STATUS-CORRECTED
005420         DISPLAY "ITEM ALREADY RELEASED OR DELETED - NOT "
005430             "CORRECTED."
005440         GO TO 3000-EXIT
005450     END-IF.
005460     MOVE SU-INPUT-IMAGE TO RECT-INPUT-RECORD.
005470     PERFORM 2600-SHOW-IMAGE THRU 2600-EXIT.
005480     PERFORM 3100-GET-CUSTOMER THRU 3100-EXIT.
005490     PERFORM 3200-GET-SHAPE THRU 3200-EXIT.
005500     PERFORM 3300-GET-UNIT THRU 3300-EXIT.
005510     MOVE ZERO TO RI-LENGTH.
005520     MOVE ZERO TO RI-DIM-3.
005530     MOVE ZERO TO RI-DIM-4.
005540     MOVE ZERO TO RI-DIM-5.
005550     MOVE "WIDTH" TO WS-DIM-PROMPT.
005560     PERFORM 3400-GET-DIMENSION THRU 3400-EXIT.
005570     MOVE WS-DIM-INPUT-N TO RI-WIDTH.
005580     IF NOT RI-SHAPE-CIRCLE
005590         MOVE "LENGTH" TO WS-DIM-PROMPT
005600         PERFORM 3400-GET-DIMENSION THRU 3400-EXIT
005610         MOVE WS-DIM-INPUT-N TO RI-LENGTH
005620     END-IF.
005630     IF RI-SHAPE-TRAPEZOID
005640         MOVE "HEIGHT" TO WS-DIM-PROMPT
005650         PERFORM 3400-GET-DIMENSION THRU 3400-EXIT
005660         MOVE WS-DIM-INPUT-N TO RI-DIM-3
005670     END-IF.
005680     IF RI-SHAPE-TRIANGLE OR RI-SHAPE-TRAPEZOID
005690         MOVE "SIDE 1" TO WS-DIM-PROMPT
005700         PERFORM 3400-GET-DIMENSION THRU 3400-EXIT
005710         MOVE WS-DIM-INPUT-N TO RI-DIM-4
005720         MOVE "SIDE 2" TO WS-DIM-PROMPT
005730         PERFORM 3400-GET-DIMENSION THRU 3400-EXIT
005740         MOVE WS-DIM-INPUT-N TO RI-DIM-5
005750     END-IF.
005760     DISPLAY "ENTER ORDER GROUP CODE (BLANK = STANDALONE): ".
005770     ACCEPT RI-ORDER-GROUP.
005780     INSPECT RI-ORDER-GROUP CONVERTING
005790         "abcdefghijklmnopqrstuvwxyz" TO
005800         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
005810     MOVE RECT-INPUT-RECORD TO SU-INPUT-IMAGE.
005820     MOVE 'C'               TO SU-STATUS-CODE.
005830     MOVE WS-OPERATOR-ID    TO SU-CHANGED-BY.
005840     MOVE WS-CURRENT-DATE   TO SU-CHANGED-DATE.
005850     REWRITE RECT-SUSPENSE-RECORD
005860         INVALID KEY
005870             DISPLAY "UNABLE TO REWRITE SUSPENSE ITEM."
005880     NOT INVALID KEY
005890             DISPLAY "ITEM CORRECTED - RELEASE IT WITH R) TO "
005900                 "SEND IT TO THE NEXT RECTBAT RUN."
005910     END-REWRITE.
005920 3000-EXIT.
005930     EXIT.
005940
005950 3100-GET-CUSTOMER.
005960     DISPLAY "ENTER CUSTOMER NUMBER (5 DIGITS): ".
005970     ACCEPT WS-CUSTNO-INPUT.
005980     IF WS-CUSTNO-INPUT NOT NUMERIC
005990         DISPLAY "INVALID CUSTOMER NUMBER - ENTER DIGITS ONLY."
006000         GO TO 3100-GET-CUSTOMER
006010     END-IF.
006020     IF WS-CUSTNO-INPUT-N = ZERO
006030         DISPLAY "INVALID CUSTOMER NUMBER - MUST BE GREATER "
006040             "THAN ZERO."
006050         GO TO 3100-GET-CUSTOMER
006060     END-IF.
006070     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
006080     READ RECT-CUSTOMER-FILE
006090         INVALID KEY
006100             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " NOT ON FILE - "
006110                 "SET IT UP IN RECTCUST FIRST."
006120             GO TO 3100-GET-CUSTOMER
006130     END-READ.
006140     DISPLAY "CUSTOMER: " CU-CUSTOMER-NAME.
006150     MOVE WS-CUSTNO-INPUT-N TO RI-CUSTOMER-NO.
006160 3100-EXIT.
006170     EXIT.
006180
006190 3200-GET-SHAPE.
006200     DISPLAY "SHAPE (R-RECT C-CIRCLE T-TRIANGLE Z-TRAPEZOID): ".
006210     ACCEPT RI-SHAPE-CODE.
006220     INSPECT RI-SHAPE-CODE CONVERTING "rctz" TO "RCTZ".
006230     IF NOT RI-SHAPE-RECTANGLE
006240         AND NOT RI-SHAPE-CIRCLE
006250         AND NOT RI-SHAPE-TRIANGLE
006260         AND NOT RI-SHAPE-TRAPEZOID
006270         DISPLAY "INVALID SHAPE CODE - ENTER R, C, T OR Z."
006280         GO TO 3200-GET-SHAPE
006290     END-IF.
006300 3200-EXIT.
006310     EXIT.
006320
006330 3300-GET-UNIT.
006340     DISPLAY "UNIT (F-FEET I-INCHES M-METERS): ".
006350     ACCEPT RI-UNIT-CODE.
006360     INSPECT RI-UNIT-CODE CONVERTING "fim" TO "FIM".
006370     IF NOT RI-UNIT-FEET
006380         AND NOT RI-UNIT-INCHES
006390         AND NOT RI-UNIT-METERS
006400         DISPLAY "INVALID UNIT CODE - ENTER F, I OR M."
006410         GO TO 3300-GET-UNIT
006420     END-IF.
006430 3300-EXIT.
006440     EXIT.
006450
006460 3400-GET-DIMENSION.
006470     DISPLAY "ENTER " WS-DIM-PROMPT
006480         " (NNNNN.NN, NO DECIMAL POINT): ".
006490     ACCEPT WS-DIM-INPUT.
006500     IF WS-DIM-INPUT NOT NUMERIC
006510         DISPLAY "INVALID ENTRY - ENTER NUMERIC DIGITS ONLY."
006520         GO TO 3400-GET-DIMENSION
006530     END-IF.
006540     IF WS-DIM-INPUT-N = ZERO
006550         DISPLAY "INVALID ENTRY - MUST BE GREATER THAN ZERO."
006560         GO TO 3400-GET-DIMENSION
006570     END-IF.
006580 3400-EXIT.
006590     EXIT.
006600
006610*-----------------------------------------------------------------
006620*  SUPERVISOR-ONLY.  WRITES OFF AN ITEM THAT WILL NEVER BE
006630*  POSTED (A DUPLICATE CARD, A CANCELLED JOB).  THE ITEM IS
006640*  MARKED DELETED WITH WHO AND WHEN, NOT REMOVED.
006650*-----------------------------------------------------------------
006660 4000-DELETE-ITEM.
006670     PERFORM 2500-GET-ITEM THRU 2500-EXIT.
006680     IF END-OF-LIST
006690         GO TO 4000-EXIT
006700     END-IF.
006710     IF NOT SU-STATUS-OPEN AND NOT SU-STATUS-CORRECTED
006720         DISPLAY "ITEM ALREADY RELEASED OR DELETED."
006730         GO TO 4000-EXIT
006740     END-IF.
006750     MOVE SU-INPUT-IMAGE TO RECT-INPUT-RECORD.
006760     PERFORM 2600-SHOW-IMAGE THRU 2600-EXIT.
006770     DISPLAY "DELETE THIS ITEM (Y/N)? ".
006780     ACCEPT WS-CONFIRM.
006790     IF NOT CONFIRM-YES
006800         DISPLAY "ITEM NOT DELETED."
006810         GO TO 4000-EXIT
006820     END-IF.
006830     MOVE 'D'             TO SU-STATUS-CODE.
006840     MOVE WS-OPERATOR-ID  TO SU-CHANGED-BY.
006850     MOVE WS-CURRENT-DATE TO SU-CHANGED-DATE.
006860     REWRITE RECT-SUSPENSE-RECORD
006870         INVALID KEY
006880             DISPLAY "UNABLE TO REWRITE SUSPENSE ITEM."
006890     NOT INVALID KEY
006900             DISPLAY "ITEM DELETED."
006910     END-REWRITE.
006920 4000-EXIT.
006930     EXIT.
006940
006950*-----------------------------------------------------------------
006960*  APPENDS EVERY CORRECTED ITEM'S IMAGE TO THE RE-ENTRY DECK AND
006970*  MARKS IT RELEASED.  REFUSED WHILE RECTBAT HOLDS THE RUN LOCK:
006980*  IT MAY BE READING THE DECK, AND EMPTIES IT AT END OF FILE.
006990*-----------------------------------------------------------------
007000 5000-RELEASE-CORRECTED.
007010     PERFORM 1700-CHECK-RUN-LOCK THRU 1700-EXIT.
007020     IF RUN-LOCK-IS-HELD
007030         DISPLAY "RUN LOCK HELD BY " RL-PROGRAM-ID
007040             " (OPERATOR " RL-OPERATOR-ID ") SINCE "
007050             RL-TIMESTAMP " - FUNCTION REFUSED."
007060         GO TO 5000-EXIT
007070     END-IF.
007080     OPEN EXTEND RECT-REENTRY-FILE.
007090     IF REENTRY-FILE-NOT-FOUND
007100         OPEN OUTPUT RECT-REENTRY-FILE
007110     END-IF.
007120     IF NOT REENTRY-STATUS-OK
007130         DISPLAY "UNABLE TO OPEN RE-ENTRY DECK (RECTINR), "
007140             "STATUS = " WS-REENTRY-STATUS
007150         GO TO 5000-EXIT
007160     END-IF.
007170     MOVE ZERO TO WS-RELEASE-COUNT.
007180     MOVE 'N'  TO WS-LIST-EOF-SW.
007190     MOVE LOW-VALUES TO SU-SUSPENSE-KEY.
007200     START RECT-SUSPENSE-FILE KEY NOT LESS THAN SU-SUSPENSE-KEY
007210         INVALID KEY
007220             MOVE 'Y' TO WS-LIST-EOF-SW
007230     END-START.
007240     PERFORM 5100-RELEASE-ONE THRU 5100-EXIT
007250         UNTIL END-OF-LIST.
007260     CLOSE RECT-REENTRY-FILE.
007270     MOVE WS-RELEASE-COUNT TO WS-COUNT-DISPLAY.
007280     DISPLAY WS-COUNT-DISPLAY " ITEM(S) RELEASED TO RECTINR.".
007290 5000-EXIT.
007300     EXIT.
007310
007320 5100-RELEASE-ONE.
007330     READ RECT-SUSPENSE-FILE NEXT RECORD
007340         AT END
007350             MOVE 'Y' TO WS-LIST-EOF-SW
007360             GO TO 5100-EXIT
007370     END-READ.
007380     IF NOT SUSPENSE-STATUS-OK
007390         MOVE 'Y' TO WS-LIST-EOF-SW
007400         GO TO 5100-EXIT
007410     END-IF.
007420     IF NOT SU-STATUS-CORRECTED
007430         GO TO 5100-EXIT
007440     END-IF.
007450     MOVE SU-INPUT-IMAGE TO RECT-REENTRY-RECORD.
007460     WRITE RECT-REENTRY-RECORD.
007470     IF NOT REENTRY-STATUS-OK
007480         DISPLAY "UNABLE TO WRITE RECTINR, STATUS = "
007490             WS-REENTRY-STATUS " - RELEASE STOPPED."
007500         MOVE 'Y' TO WS-LIST-EOF-SW
007510         GO TO 5100-EXIT
007520     END-IF.
007530     MOVE 'R'             TO SU-STATUS-CODE.
007540     MOVE WS-OPERATOR-ID  TO SU-CHANGED-BY.
007550     MOVE WS-CURRENT-DATE TO SU-CHANGED-DATE.
007560     REWRITE RECT-SUSPENSE-RECORD
007570         INVALID KEY
007580             DISPLAY "UNABLE TO MARK ITEM " SU-RECORD-NO
007590                 " RELEASED."
007600     END-REWRITE.
007610     ADD 1 TO WS-RELEASE-COUNT.
007620 5100-EXIT.
007630     EXIT.
007640
007650*-----------------------------------------------------------------
007660*  SHOP-CALENDAR DAY NUMBER (372-DAY YEAR, 31-DAY MONTH) - THE
007670*  SAME APPROXIMATION RECTAGE AGES RECEIVABLES WITH.
007680*-----------------------------------------------------------------
007690 7000-DATE-TO-DAYS.
007700     COMPUTE WS-WORK-DAYS =
007710         WS-WORK-YYYY * 372 + WS-WORK-MM * 31 + WS-WORK-DD.
007720 7000-EXIT.
007730     EXIT.
007740
007750 7100-ITEM-AGE.
007760     MOVE SU-RUN-DATE TO WS-WORK-DATE.
007770     PERFORM 7000-DATE-TO-DAYS THRU 7000-EXIT.
007780     MOVE ZERO TO WS-ITEM-AGE.
007790     IF WS-TODAY-DAYS > WS-WORK-DAYS
007800         COMPUTE WS-ITEM-AGE = WS-TODAY-DAYS - WS-WORK-DAYS
007810     END-IF.
007820 7100-EXIT.
007830     EXIT.
