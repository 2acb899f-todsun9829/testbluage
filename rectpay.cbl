000200*                   DELETED.  INQUIRIES SHOW ONE INVOICE OR ALL
000210*                   OF A CUSTOMER'S OPEN ITEMS, SO "WHO OWES US
000220*                   WHAT" FINALLY HAS AN ANSWER AT THE TERMINAL.
000230*  10/15/2026 DK    ON-ACCOUNT CREDITS AND RETURNED CHECKS.  THE
000240*                   REMAINDER OF A CUSTOMER-LEVEL PAYMENT NOW GOES
000250*                   ON ACCOUNT (RECTOAC) INSTEAD OF BEING LOST;
000260*                   C) APPLIES A CUSTOMER'S CREDIT TO THE OPEN
000270*                   ITEMS; R) (SUPERVISOR ONLY) REVERSES A
000280*                   RETURNED CHECK - BACKS THE CASH OUT OF EVERY
000290*                   INVOICE IT PAID, REOPENS PAID ITEMS AND LOGS
000300*                   REVERSING ENTRIES TO RECTCSH.  ALL RECORDS OF
000310*                   ONE RECEIPT NOW SHARE ONE TIMESTAMP SO THE
000320*                   CHECK CAN BE FOUND AGAIN.  THE OPEN-ITEMS
000330*                   INQUIRY SHOWS THE CREDIT ON ACCOUNT.
000340*-----------------------------------------------------------------
000350 REMARKS.        MENU-DRIVEN: P) POST TO INVOICE, A) APPLY TO
000360                 CUSTOMER, I) INVOICE INQUIRY, O) CUSTOMER OPEN
000370                 ITEMS, C) APPLY CREDIT ON ACCOUNT, R) RETURNED
000380                 CHECK, X) EXIT.  A CUSTOMER-LEVEL PAYMENT IS
000390                 SPREAD ACROSS THE CUSTOMER'S OPEN INVOICES IN
000400                 INVOICE-NUMBER (OLDEST-FIRST) ORDER; ANY
000410                 REMAINDER IS PUT ON ACCOUNT.
000420
000430 ENVIRONMENT DIVISION.
000440 CONFIGURATION SECTION.
000450 SOURCE-COMPUTER. IBM-370.
000460 OBJECT-COMPUTER. IBM-370.
000470 INPUT-OUTPUT SECTION.
000480 FILE-CONTROL.
000490     SELECT RECT-OPEN-FILE    ASSIGN TO "RECTOPN"
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS OI-INVOICE-NO
000530         FILE STATUS IS WS-OPEN-STATUS.
000540     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
000550         ORGANIZATION IS INDEXED
000560         ACCESS MODE IS DYNAMIC
000570         RECORD KEY IS CU-CUSTOMER-NO
000580         FILE STATUS IS WS-CUSTOMER-STATUS.
000590     SELECT RECT-SECURITY-FILE ASSIGN TO "RECTSEC"
000600         ORGANIZATION IS INDEXED
000610         ACCESS MODE IS DYNAMIC
000620         RECORD KEY IS OP-OPERATOR-ID
000630         FILE STATUS IS WS-SECURITY-STATUS.
000640     SELECT RECT-AUDIT-FILE   ASSIGN TO "RECTAUD"
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-AUDIT-STATUS.
000670     SELECT RECT-CASH-FILE    ASSIGN TO "RECTCSH"
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-CASH-STATUS.
000700     SELECT RECT-ON-ACCOUNT-FILE ASSIGN TO "RECTOAC"
000710         ORGANIZATION IS INDEXED
000720         ACCESS MODE IS DYNAMIC
000730         RECORD KEY IS OA-CUSTOMER-NO
000740         FILE STATUS IS WS-ONACCT-STATUS.
000750
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  RECT-OPEN-FILE
000790     LABEL RECORDS ARE STANDARD
000800     RECORD CONTAINS 80 CHARACTERS.
000810     COPY RECTOPN.
000820
000830 FD  RECT-CUSTOMER-FILE
000840     LABEL RECORDS ARE STANDARD
000850     RECORD CONTAINS 140 CHARACTERS.
000860     COPY RECTCUS.
000870
000880 FD  RECT-SECURITY-FILE
000890     LABEL RECORDS ARE STANDARD
000900     RECORD CONTAINS 60 CHARACTERS.
000910     COPY RECTSEC.
000920
000930 FD  RECT-AUDIT-FILE
000940     LABEL RECORDS ARE STANDARD
000950     RECORD CONTAINS 70 CHARACTERS.
000960     COPY RECTAUD.
000970
000980 FD  RECT-CASH-FILE
000990     LABEL RECORDS ARE STANDARD
001000     RECORD CONTAINS 70 CHARACTERS.
001010     COPY RECTCSH.
001020
001030 FD  RECT-ON-ACCOUNT-FILE
001040     LABEL RECORDS ARE STANDARD
001050     RECORD CONTAINS 60 CHARACTERS.
001060     COPY RECTOAC.
001070
001080 WORKING-STORAGE SECTION.
001090 77  WS-OPEN-STATUS           PIC X(02) VALUE '00'.
001100     88  OPEN-STATUS-OK           VALUE '00'.
001110     88  OPEN-FILE-NOT-FOUND      VALUE '35'.
001120 77  WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.
001130     88  CUSTOMER-STATUS-OK       VALUE '00'.
001140     88  CUSTOMER-FILE-NOT-FOUND  VALUE '35'.
001150 77  WS-SECURITY-STATUS       PIC X(02) VALUE '00'.
001160     88  SECURITY-STATUS-OK       VALUE '00'.
001170     88  SECURITY-FILE-NOT-FOUND  VALUE '35'.
001180 77  WS-AUDIT-STATUS          PIC X(02) VALUE '00'.
001190     88  AUDIT-STATUS-OK          VALUE '00'.
001200     88  AUDIT-FILE-NOT-FOUND     VALUE '35'.
001210 77  WS-CASH-STATUS           PIC X(02) VALUE '00'.
001220     88  CASH-STATUS-OK           VALUE '00'.
001230     88  CASH-FILE-NOT-FOUND      VALUE '35'.
001240 77  WS-ONACCT-STATUS         PIC X(02) VALUE '00'.
001250     88  ONACCT-STATUS-OK         VALUE '00'.
001260     88  ONACCT-FILE-NOT-FOUND    VALUE '35'.
001270 77  WS-SIGNON-SW             PIC X(01) VALUE 'N'.
001280     88  SIGNED-ON                VALUE 'Y'.
001290 77  WS-SIGNON-TRIES          PIC 9(01) VALUE ZERO.
001300 77  WS-PASSWORD-INPUT        PIC X(08).
001310 77  WS-OPERATOR-ID           PIC X(08).
001320 77  WS-AUTHORITY             PIC 9(01) VALUE ZERO.
001330     88  AUTH-SUPERVISOR          VALUE 2.
001340 77  WS-REFUSED-FUNC          PIC X(01).
001350 77  WS-CURRENT-DATE          PIC 9(08).
001360 77  WS-CURRENT-TIME          PIC 9(08).
001370 77  WS-MENU-CHOICE           PIC X(01).
001380     88  CHOICE-POST              VALUES 'P' 'p'.
001390     88  CHOICE-APPLY             VALUES 'A' 'a'.
001400     88  CHOICE-INQUIRE           VALUES 'I' 'i'.
001410     88  CHOICE-OPEN-ITEMS        VALUES 'O' 'o'.
001420     88  CHOICE-CREDIT            VALUES 'C' 'c'.
001430     88  CHOICE-RETURNED          VALUES 'R' 'r'.
001440     88  CHOICE-EXIT              VALUES 'X' 'x'.
001450 77  WS-INVNO-INPUT           PIC X(07).
001460 77  WS-INVNO-INPUT-N         REDEFINES WS-INVNO-INPUT
001470     PIC 9(07).
001480 77  WS-CUSTNO-INPUT          PIC X(05).
001490 77  WS-CUSTNO-INPUT-N        REDEFINES WS-CUSTNO-INPUT
001500     PIC 9(05).
001510 77  WS-AMOUNT-INPUT          PIC X(10).
001520 77  WS-AMOUNT-INPUT-N        REDEFINES WS-AMOUNT-INPUT
001530     PIC 9(08)V99.
001540 77  WS-APPLY-AMT             PIC 9(08)V99 VALUE ZERO.
001550 77  WS-REMAINING             PIC 9(08)V99 VALUE ZERO.
001560 77  WS-BALANCE               PIC 9(08)V99 VALUE ZERO.
001570 77  WS-APPLY-CUSTNO          PIC 9(05) VALUE ZERO.
001580 77  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
001590     88  END-OF-LIST              VALUE 'Y'.
001600 77  WS-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
001610 77  WS-LIST-BALANCE          PIC 9(10)V99 VALUE ZERO.
001620 77  WS-AMT-DISPLAY           PIC Z(07)9.99.
001630 77  WS-BAL-DISPLAY           PIC Z(07)9.99.
001640 77  WS-RECEIPT-STAMP         PIC 9(16) VALUE ZERO.
001650 77  WS-REVERSED-STAMP        PIC 9(16) VALUE ZERO.
001660 77  WS-ENTRY-TYPE            PIC X(01) VALUE 'C'.
001670 77  WS-LOG-INVOICE-NO        PIC 9(07) VALUE ZERO.
001680 77  WS-LOG-CUSTNO            PIC 9(05) VALUE ZERO.
001690 77  WS-CREDIT-BALANCE        PIC 9(08)V99 VALUE ZERO.
001700 77  WS-CREDIT-USED           PIC 9(08)V99 VALUE ZERO.
001710 77  WS-ON-ACCT-PART          PIC 9(08)V99 VALUE ZERO.
001720 77  WS-SHORTFALL             PIC 9(08)V99 VALUE ZERO.
001730 77  WS-CONFIRM               PIC X(01).
001740     88  CONFIRM-YES              VALUES 'Y' 'y'.
001750 77  WS-PICK-INPUT            PIC X(02).
001760 77  WS-PICK-INPUT-N          REDEFINES WS-PICK-INPUT
001770     PIC 9(02).
001780 77  WS-CASH-EOF-SW           PIC X(01) VALUE 'N'.
001790     88  END-OF-CASH              VALUE 'Y'.
001800 77  WS-RC-COUNT              PIC 9(03) COMP VALUE ZERO.
001810 77  WS-RC-IX                 PIC 9(03) COMP VALUE ZERO.
001820 77  WS-RC-SLOT               PIC 9(03) COMP VALUE ZERO.
001830 77  WS-RC-MAX                PIC 9(03) VALUE 020.
001840 77  WS-RV-COUNT              PIC 9(03) COMP VALUE ZERO.
001850 77  WS-RV-IX                 PIC 9(03) COMP VALUE ZERO.
001860 77  WS-RV-MAX                PIC 9(03) VALUE 050.
001870 77  WS-RV-FULL-SW            PIC X(01) VALUE 'N'.
001880     88  REVERSAL-TABLE-FULL      VALUE 'Y'.
001890
001900 01  WS-STAMP                   PIC 9(16).
001910 01  WS-STAMP-X REDEFINES WS-STAMP.
001920     05  WS-STAMP-DATE           PIC 9(08).
001930     05  WS-STAMP-TIME           PIC 9(08).
001940
001950*-----------------------------------------------------------------
001960*  A CUSTOMER'S MOST RECENT RECEIPTS, FOR THE RETURNED-CHECK
001970*  PICK LIST.  ONE ENTRY PER RECEIPT TIMESTAMP WITH THE TOTAL
001980*  CASH IT BROUGHT IN; THE OLDEST DROPS OFF WHEN THE TABLE IS
001990*  FULL.
002000*-----------------------------------------------------------------
002010 01  WS-RECEIPT-TABLE.
002020     05  WS-RC-ENTRY OCCURS 20 TIMES.
002030         10  WS-RC-STAMP         PIC 9(16).
002040         10  WS-RC-AMOUNT        PIC 9(08)V99.
002050         10  WS-RC-REVERSED-SW   PIC X(01).
002060
002070*-----------------------------------------------------------------
002080*  THE CASH-LOG RECORDS A RETURNED-CHECK REVERSAL WORKS FROM:
002090*  THE RECEIPT'S OWN 'C' AND 'U' RECORDS, THEN THE CUSTOMER'S
002100*  LATER 'A' RECORDS IN CASE THE CREDIT IT LEFT HAS BEEN SPENT.
002110*-----------------------------------------------------------------
002120 01  WS-REVERSAL-TABLE.
002130     05  WS-RV-ENTRY OCCURS 50 TIMES.
002140         10  WS-RV-TYPE          PIC X(01).
002150         10  WS-RV-INVOICE-NO    PIC 9(07).
002160         10  WS-RV-AMOUNT        PIC 9(08)V99.
002170
002180 01  WS-RECEIPT-LINE.
002190     05  WR-NUMBER               PIC Z9.
002200     05  FILLER                  PIC X(02) VALUE SPACES.
002210     05  WR-DATE                 PIC 9(08).
002220     05  FILLER                  PIC X(01) VALUE SPACES.
002230     05  WR-TIME                 PIC 9(08).
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  WR-AMOUNT               PIC Z(07)9.99.
002260     05  FILLER                  PIC X(01) VALUE SPACES.
002270     05  WR-REVERSED             PIC X(10).
002280
002290 01  WS-ITEM-LINE.
002300     05  WI-INVOICE-NO           PIC 9(07).
002310     05  FILLER                  PIC X(01) VALUE SPACES.
002320     05  WI-INVOICE-DATE         PIC 9(08).
002330     05  FILLER                  PIC X(01) VALUE SPACES.
002340     05  WI-TERMS                PIC X(03).
002350     05  FILLER                  PIC X(01) VALUE SPACES.
002360     05  WI-AMOUNT               PIC Z(07)9.99.
002370     05  FILLER                  PIC X(01) VALUE SPACES.
002380     05  WI-PAID                 PIC Z(07)9.99.
002390     05  FILLER                  PIC X(01) VALUE SPACES.
002400     05  WI-BALANCE              PIC Z(07)9.99.
002410
002420 PROCEDURE DIVISION.
002430 0000-MAINLINE.
002440     DISPLAY "===== ACCOUNTS RECEIVABLE PAYMENT ENTRY =====".
002450     OPEN I-O RECT-OPEN-FILE.
002460     IF OPEN-FILE-NOT-FOUND
002470         DISPLAY "OPEN-ITEMS FILE (RECTOPN) NOT FOUND - "
002480             "RUN RECTINV FIRST."
002490         MOVE 'X' TO WS-MENU-CHOICE
002500     END-IF.
002510     OPEN INPUT RECT-CUSTOMER-FILE.
002520     IF CUSTOMER-FILE-NOT-FOUND
002530         DISPLAY "CUSTOMER MASTER (RECTCUS) NOT FOUND - "
002540             "SET CUSTOMERS UP IN RECTCUST FIRST."
002550         MOVE 'X' TO WS-MENU-CHOICE
002560     END-IF.
002570     OPEN EXTEND RECT-AUDIT-FILE.
002580     IF AUDIT-FILE-NOT-FOUND
002590         OPEN OUTPUT RECT-AUDIT-FILE
002600     END-IF.
002610     OPEN EXTEND RECT-CASH-FILE.
002620     IF CASH-FILE-NOT-FOUND
002630         OPEN OUTPUT RECT-CASH-FILE
002640     END-IF.
002650     OPEN I-O RECT-ON-ACCOUNT-FILE.
002660     IF ONACCT-FILE-NOT-FOUND
002670         OPEN OUTPUT RECT-ON-ACCOUNT-FILE
002680         CLOSE RECT-ON-ACCOUNT-FILE
002690         OPEN I-O RECT-ON-ACCOUNT-FILE
002700     END-IF.
002710     OPEN INPUT RECT-SECURITY-FILE.
002720     IF SECURITY-FILE-NOT-FOUND
002730         DISPLAY "SECURITY FILE (RECTSEC) NOT FOUND - "
002740             "SET OPERATORS UP IN RECTSMNT FIRST."
002750         MOVE 'X' TO WS-MENU-CHOICE
002760     ELSE
002770         PERFORM 1500-SIGN-ON THRU 1500-EXIT
002780         IF NOT SIGNED-ON
002790             MOVE 'X' TO WS-MENU-CHOICE
002800         END-IF
002810     END-IF.
002820     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
002830         UNTIL CHOICE-EXIT.
002840     CLOSE RECT-OPEN-FILE.
002850     CLOSE RECT-CUSTOMER-FILE.
002860     CLOSE RECT-AUDIT-FILE.
002870     CLOSE RECT-CASH-FILE.
002880     CLOSE RECT-ON-ACCOUNT-FILE.
002890     CLOSE RECT-SECURITY-FILE.
002900     DISPLAY "GOODBYE!".
002910     STOP RUN.
002920
002930 1000-MENU-LOOP.
002940     DISPLAY " ".
002950     DISPLAY "P) POST TO INVOICE   A) APPLY TO CUSTOMER   "
002960         "I) INVOICE INQUIRY".
002970     DISPLAY "O) CUSTOMER OPEN ITEMS   C) APPLY CREDIT   "
002980         "R) RETURNED CHECK   X) EXIT".
002990     DISPLAY "ENTER CHOICE: ".
003000     ACCEPT WS-MENU-CHOICE.
003010     IF CHOICE-POST
003020         PERFORM 2000-POST-TO-INVOICE THRU 2000-EXIT
003030     ELSE
003040         IF CHOICE-APPLY
003050             PERFORM 3000-APPLY-TO-CUSTOMER THRU 3000-EXIT
003060         ELSE
003070             IF CHOICE-INQUIRE
003080                 PERFORM 4000-INQUIRE-INVOICE THRU 4000-EXIT
003090             ELSE
003100                 IF CHOICE-OPEN-ITEMS
003110                     PERFORM 5000-CUSTOMER-ITEMS THRU 5000-EXIT
003120                 ELSE
003130                     PERFORM 1100-MORE-CHOICES THRU 1100-EXIT
003140                 END-IF
003150             END-IF
003160         END-IF
003170     END-IF.
003180 1000-EXIT.
003190     EXIT.
003200
003210 1100-MORE-CHOICES.
003220     IF CHOICE-CREDIT
003230         PERFORM 6000-APPLY-CREDIT THRU 6000-EXIT
003240     ELSE
003250         IF CHOICE-RETURNED
003260             IF AUTH-SUPERVISOR
003270                 PERFORM 7000-RETURNED-CHECK THRU 7000-EXIT
003280             ELSE
003290                 MOVE 'R' TO WS-REFUSED-FUNC
003300                 PERFORM 1600-FUNCTION-REFUSED THRU 1600-EXIT
003310             END-IF
003320         ELSE
003330             IF NOT CHOICE-EXIT
003340                 DISPLAY "INVALID CHOICE."
003350             END-IF
003360         END-IF
003370     END-IF.
003380 1100-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------------
003420*  OPERATOR SIGN-ON AGAINST THE SECURITY FILE.  THREE TRIES;
003430*  EVERY FAILURE IS LOGGED TO THE AUDIT FILE WITH THE ID THAT
003440*  WAS ATTEMPTED, SO "WHO TRIED" HAS AN ANSWER TOO.
003450*-----------------------------------------------------------------
003460 1500-SIGN-ON.
003470     MOVE ZERO TO WS-SIGNON-TRIES.
003480     MOVE 'N'  TO WS-SIGNON-SW.
003490     PERFORM 1550-SIGN-ON-TRY THRU 1550-EXIT
003500         UNTIL SIGNED-ON
003510            OR WS-SIGNON-TRIES NOT LESS THAN 3.
003520     IF NOT SIGNED-ON
003530         DISPLAY "TOO MANY SIGN-ON ATTEMPTS."
003540     END-IF.
003550 1500-EXIT.
003560     EXIT.
003570
003580 1550-SIGN-ON-TRY.
003590     DISPLAY "ENTER OPERATOR ID: ".
003600     ACCEPT WS-OPERATOR-ID.
003610     DISPLAY "ENTER PASSWORD: ".
003620     ACCEPT WS-PASSWORD-INPUT.
003630     MOVE WS-OPERATOR-ID TO OP-OPERATOR-ID.
003640     READ RECT-SECURITY-FILE
003650         INVALID KEY
003660             PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
003670             GO TO 1550-EXIT
003680     END-READ.
003690     IF OP-PASSWORD NOT = WS-PASSWORD-INPUT
003700         PERFORM 1560-SIGNON-FAILED THRU 1560-EXIT
003710         GO TO 1550-EXIT
003720     END-IF.
003730     MOVE 'Y' TO WS-SIGNON-SW.
003740     MOVE OP-AUTHORITY-LEVEL TO WS-AUTHORITY.
003750     DISPLAY "SIGNED ON: " OP-OPERATOR-NAME.
003760 1550-EXIT.
003770     EXIT.
003780
003790 1560-SIGNON-FAILED.
003800     ADD 1 TO WS-SIGNON-TRIES.
003810     DISPLAY "SIGN-ON REFUSED.".
003820     MOVE SPACES TO RECT-AUDIT-RECORD.
003830     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
003840     ACCEPT WS-CURRENT-TIME FROM TIME.
003850     STRING WS-CURRENT-DATE WS-CURRENT-TIME
003860         DELIMITED BY SIZE INTO RA-TIMESTAMP.
003870     MOVE WS-OPERATOR-ID TO RA-OPERATOR-ID.
003880     MOVE ZERO TO RA-JOB-ID.
003890     MOVE 'S'  TO RA-FUNCTION-CODE.
003900     MOVE ZERO TO RA-WIDTH.
003910     MOVE ZERO TO RA-LENGTH.
003920     MOVE ZERO TO RA-DIM-3.
003930     MOVE ZERO TO RA-AREA.
003940     WRITE RECT-AUDIT-RECORD.
003950     IF NOT AUDIT-STATUS-OK
003960         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
003970             WS-AUDIT-STATUS
003980     END-IF.
003990 1560-EXIT.
004000     EXIT.
004010
004020*-----------------------------------------------------------------
004030*  LOGS A FUNCTION THE SIGNED-ON OPERATOR WAS NOT AUTHORIZED TO
004040*  RUN.  THE MENU LETTER RIDES IN THE REASON CODE SO THE LOG
004050*  SHOWS WHAT WAS REFUSED.
004060*-----------------------------------------------------------------
004070 1600-FUNCTION-REFUSED.
004080     DISPLAY "SUPERVISOR AUTHORITY REQUIRED - FUNCTION REFUSED.".
004090     MOVE SPACES TO RECT-AUDIT-RECORD.
004100     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
004110     ACCEPT WS-CURRENT-TIME FROM TIME.
004120     STRING WS-CURRENT-DATE WS-CURRENT-TIME
004130         DELIMITED BY SIZE INTO RA-TIMESTAMP.
004140     MOVE WS-OPERATOR-ID  TO RA-OPERATOR-ID.
004150     MOVE ZERO TO RA-JOB-ID.
004160     MOVE 'X'  TO RA-FUNCTION-CODE.
004170     MOVE WS-REFUSED-FUNC TO RA-REASON-CODE.
004180     MOVE ZERO TO RA-WIDTH.
004190     MOVE ZERO TO RA-LENGTH.
004200     MOVE ZERO TO RA-DIM-3.
004210     MOVE ZERO TO RA-AREA.
004220     WRITE RECT-AUDIT-RECORD.
004230     IF NOT AUDIT-STATUS-OK
004240         DISPLAY "WARNING: UNABLE TO WRITE AUDIT, STATUS = "
004250             WS-AUDIT-STATUS
004260     END-IF.
004270 1600-EXIT.
004280     EXIT.
004290
004300 2000-POST-TO-INVOICE.
004310     PERFORM 2100-GET-INVOICE-NO THRU 2100-EXIT.
004320     MOVE WS-INVNO-INPUT-N TO OI-INVOICE-NO.
004330     READ RECT-OPEN-FILE
004340         INVALID KEY
004350             DISPLAY "INVOICE " OI-INVOICE-NO " NOT ON FILE."
004360             GO TO 2000-EXIT
004370     END-READ.
004380     IF OI-STATUS-PAID
004390         DISPLAY "INVOICE " OI-INVOICE-NO " IS ALREADY PAID."
004400         GO TO 2000-EXIT
004410     END-IF.
004420     COMPUTE WS-BALANCE =
004430         OI-INVOICE-AMOUNT - OI-PAID-AMOUNT.
004440     MOVE WS-BALANCE TO WS-BAL-DISPLAY.
004450     DISPLAY "CUSTOMER: " OI-CUSTOMER-NO " " OI-CUSTOMER-NAME.
004460     DISPLAY "BALANCE DUE: " WS-BAL-DISPLAY.
004470     PERFORM 2200-GET-AMOUNT THRU 2200-EXIT.
004480     IF WS-AMOUNT-INPUT-N > WS-BALANCE
004490         DISPLAY "AMOUNT EXCEEDS THE BALANCE DUE - NOT POSTED."
004500         GO TO 2000-EXIT
004510     END-IF.
004520     MOVE WS-AMOUNT-INPUT-N TO WS-APPLY-AMT.
004530     PERFORM 2650-STAMP-RECEIPT THRU 2650-EXIT.
004540     MOVE 'C' TO WS-ENTRY-TYPE.
004550     PERFORM 2500-APPLY-PAYMENT THRU 2500-EXIT.
004560 2000-EXIT.
004570     EXIT.
004580
004590 2100-GET-INVOICE-NO.
004600     DISPLAY "ENTER INVOICE NUMBER (7 DIGITS): ".
004610     ACCEPT WS-INVNO-INPUT.
004620     IF WS-INVNO-INPUT NOT NUMERIC
004630         DISPLAY "INVALID INVOICE NUMBER - ENTER DIGITS ONLY."
004640         GO TO 2100-GET-INVOICE-NO
004650     END-IF.
004660     IF WS-INVNO-INPUT-N = ZERO
004670         DISPLAY "INVALID INVOICE NUMBER - MUST BE GREATER "
004680             "THAN ZERO."
004690         GO TO 2100-GET-INVOICE-NO
004700     END-IF.
004710 2100-EXIT.
004720     EXIT.
004730
004740 2200-GET-AMOUNT.
004750     DISPLAY "ENTER AMOUNT (NNNNNNNN.NN, NO DECIMAL POINT): ".
004760     ACCEPT WS-AMOUNT-INPUT.
004770     IF WS-AMOUNT-INPUT NOT NUMERIC
004780         DISPLAY "INVALID AMOUNT - ENTER NUMERIC DIGITS ONLY."
004790         GO TO 2200-GET-AMOUNT
004800     END-IF.
004810     IF WS-AMOUNT-INPUT-N = ZERO
004820         DISPLAY "INVALID AMOUNT - MUST BE GREATER THAN ZERO."
004830         GO TO 2200-GET-AMOUNT
004840     END-IF.
004850 2200-EXIT.
004860     EXIT.
004870
004880 2300-GET-CUSTOMER.
004890     DISPLAY "ENTER CUSTOMER NUMBER (5 DIGITS): ".
004900     ACCEPT WS-CUSTNO-INPUT.
004910     IF WS-CUSTNO-INPUT NOT NUMERIC
004920         DISPLAY "INVALID CUSTOMER NUMBER - ENTER DIGITS ONLY."
004930         GO TO 2300-GET-CUSTOMER
004940     END-IF.
004950     IF WS-CUSTNO-INPUT-N = ZERO
004960         DISPLAY "INVALID CUSTOMER NUMBER - MUST BE GREATER "
004970             "THAN ZERO."
004980         GO TO 2300-GET-CUSTOMER
004990     END-IF.
005000     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
005010     READ RECT-CUSTOMER-FILE
005020         INVALID KEY
005030             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " NOT ON FILE - "
005040                 "SET IT UP IN RECTCUST FIRST."
005050             GO TO 2300-GET-CUSTOMER
005060     END-READ.
005070     DISPLAY "CUSTOMER: " CU-CUSTOMER-NAME.
005080 2300-EXIT.
005090     EXIT.
005100
005110*-----------------------------------------------------------------
005120*  APPLIES WS-APPLY-AMT TO THE OPEN ITEM IN OI-..., REWRITES IT,
005130*  AND LOGS THE APPLICATION TO THE CASH-RECEIPTS FILE UNDER
005140*  WS-ENTRY-TYPE - 'C' FOR CASH, 'A' FOR CREDIT ON ACCOUNT.  AN
005150*  ITEM PAID UP TO ITS INVOICE AMOUNT IS MARKED PAID.
005160*-----------------------------------------------------------------
005170 2500-APPLY-PAYMENT.
005180     ADD WS-APPLY-AMT TO OI-PAID-AMOUNT.
005190     IF OI-PAID-AMOUNT NOT LESS THAN OI-INVOICE-AMOUNT
005200         MOVE 'P' TO OI-STATUS-CODE
005210     END-IF.
005220     REWRITE RECT-OPEN-RECORD
005230         INVALID KEY
005240             DISPLAY "UNABLE TO REWRITE INVOICE " OI-INVOICE-NO
005250             GO TO 2500-EXIT
005260     END-REWRITE.
005270     MOVE OI-INVOICE-NO  TO WS-LOG-INVOICE-NO.
005280     MOVE OI-CUSTOMER-NO TO WS-LOG-CUSTNO.
005290     PERFORM 2600-WRITE-CASH-LOG THRU 2600-EXIT.
005300     MOVE WS-APPLY-AMT TO WS-AMT-DISPLAY.
005310     IF WS-ENTRY-TYPE = 'A'
005320         DISPLAY "CREDIT OF " WS-AMT-DISPLAY " APPLIED TO "
005330             "INVOICE " OI-INVOICE-NO
005340     ELSE
005350         DISPLAY "POSTED " WS-AMT-DISPLAY " TO INVOICE "
005360             OI-INVOICE-NO
005370     END-IF.
005380     IF OI-STATUS-PAID
005390         DISPLAY "    - PAID IN FULL."
005400     END-IF.
005410 2500-EXIT.
005420     EXIT.
005430
005440*-----------------------------------------------------------------
005450*  ONE CASH-LOG RECORD.  THE TIMESTAMP IS THE RECEIPT'S, TAKEN
005460*  ONCE AT THE START OF THE TRANSACTION, SO EVERY RECORD OF ONE
005470*  CHECK CAN BE FOUND AGAIN TOGETHER.
005480*-----------------------------------------------------------------
005490 2600-WRITE-CASH-LOG.
005500     MOVE SPACES TO RECT-CASH-RECORD.
005510     MOVE WS-RECEIPT-STAMP  TO PY-TIMESTAMP.
005520     MOVE WS-OPERATOR-ID    TO PY-OPERATOR-ID.
005530     MOVE WS-LOG-INVOICE-NO TO PY-INVOICE-NO.
005540     MOVE WS-LOG-CUSTNO     TO PY-CUSTOMER-NO.
005550     MOVE WS-APPLY-AMT      TO PY-AMOUNT.
005560     MOVE WS-ENTRY-TYPE     TO PY-ENTRY-TYPE.
005570     MOVE WS-REVERSED-STAMP TO PY-RECEIPT-STAMP.
005580     WRITE RECT-CASH-RECORD.
005590     IF NOT CASH-STATUS-OK
005600         DISPLAY "WARNING: UNABLE TO WRITE CASH LOG, STATUS = "
005610             WS-CASH-STATUS
005620     END-IF.
005630 2600-EXIT.
005640     EXIT.
005650
005660 2650-STAMP-RECEIPT.
005670     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
005680     ACCEPT WS-CURRENT-TIME FROM TIME.
005690     STRING WS-CURRENT-DATE WS-CURRENT-TIME
005700         DELIMITED BY SIZE INTO WS-RECEIPT-STAMP.
005710     MOVE ZERO TO WS-REVERSED-STAMP.
005720 2650-EXIT.
005730     EXIT.
005740
005750*-----------------------------------------------------------------
005760*  CUSTOMER-LEVEL PAYMENT.  WALKS THE CUSTOMER'S OPEN INVOICES
005770*  IN INVOICE-NUMBER ORDER (INVOICE NUMBERS RUN CHRONOLOGICALLY,
005780*  SO THAT IS OLDEST-FIRST) AND APPLIES THE CASH UNTIL IT RUNS
005790*  OUT.  WHATEVER IS LEFT WHEN EVERY OPEN INVOICE IS PAID GOES
005800*  ON ACCOUNT AS A CREDIT FOR THE CUSTOMER'S NEXT INVOICES.
005810*-----------------------------------------------------------------
005820 3000-APPLY-TO-CUSTOMER.
005830     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT.
005840     MOVE CU-CUSTOMER-NO TO WS-APPLY-CUSTNO.
005850     PERFORM 2200-GET-AMOUNT THRU 2200-EXIT.
005860     MOVE WS-AMOUNT-INPUT-N TO WS-REMAINING.
005870     PERFORM 2650-STAMP-RECEIPT THRU 2650-EXIT.
005880     MOVE 'C' TO WS-ENTRY-TYPE.
005890     MOVE 'N'  TO WS-LIST-EOF-SW.
005900     MOVE ZERO TO OI-INVOICE-NO.
005910     START RECT-OPEN-FILE KEY NOT LESS THAN OI-INVOICE-NO
005920         INVALID KEY
005930             MOVE 'Y' TO WS-LIST-EOF-SW
005940     END-START.
005950     PERFORM 3100-APPLY-NEXT-ITEM THRU 3100-EXIT
005960         UNTIL END-OF-LIST
005970            OR WS-REMAINING = ZERO.
005980     IF WS-REMAINING > ZERO
005990         PERFORM 3200-PUT-ON-ACCOUNT THRU 3200-EXIT
006000     END-IF.
006010 3000-EXIT.
006020     EXIT.
006030
006040 3100-APPLY-NEXT-ITEM.
006050     READ RECT-OPEN-FILE NEXT RECORD
006060         AT END
006070             MOVE 'Y' TO WS-LIST-EOF-SW
006080             GO TO 3100-EXIT
006090     END-READ.
006100     IF NOT OPEN-STATUS-OK
006110         MOVE 'Y' TO WS-LIST-EOF-SW
006120         GO TO 3100-EXIT
006130     END-IF.
006140     IF OI-CUSTOMER-NO NOT = WS-APPLY-CUSTNO
006150         GO TO 3100-EXIT
006160     END-IF.
006170     IF OI-STATUS-PAID
006180         GO TO 3100-EXIT
006190     END-IF.
006200     COMPUTE WS-BALANCE =
006210         OI-INVOICE-AMOUNT - OI-PAID-AMOUNT.
006220     IF WS-BALANCE = ZERO
006230         GO TO 3100-EXIT
006240     END-IF.
006250     IF WS-REMAINING < WS-BALANCE
006260         MOVE WS-REMAINING TO WS-APPLY-AMT
006270     ELSE
006280         MOVE WS-BALANCE TO WS-APPLY-AMT
006290     END-IF.
006300     SUBTRACT WS-APPLY-AMT FROM WS-REMAINING.
006310     PERFORM 2500-APPLY-PAYMENT THRU 2500-EXIT.
006320 3100-EXIT.
006330     EXIT.
006340
006350*-----------------------------------------------------------------
006360*  CASH LEFT OVER AFTER EVERY OPEN INVOICE IS PAID IS ADDED TO
006370*  THE CUSTOMER'S CREDIT ON ACCOUNT AND LOGGED AS A 'U' RECORD
006380*  UNDER THE SAME RECEIPT, SO THE WHOLE CHECK TIES OUT.
006390*-----------------------------------------------------------------
006400 3200-PUT-ON-ACCOUNT.
006410     MOVE WS-APPLY-CUSTNO TO OA-CUSTOMER-NO.
006420     READ RECT-ON-ACCOUNT-FILE
006430         INVALID KEY
006440             MOVE SPACES           TO RECT-ON-ACCOUNT-RECORD
006450             MOVE WS-APPLY-CUSTNO  TO OA-CUSTOMER-NO
006460             MOVE CU-CUSTOMER-NAME TO OA-CUSTOMER-NAME
006470             MOVE ZERO             TO OA-CREDIT-BALANCE
006480     END-READ.
006490     ADD WS-REMAINING TO OA-CREDIT-BALANCE.
006500     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
006510     MOVE WS-CURRENT-DATE TO OA-LAST-ACTIVITY-DATE.
006520     PERFORM 3250-SAVE-ON-ACCOUNT THRU 3250-EXIT.
006530     IF NOT ONACCT-STATUS-OK
006540         DISPLAY "UNABLE TO SAVE CREDIT ON ACCOUNT, STATUS = "
006550             WS-ONACCT-STATUS
006560         MOVE WS-REMAINING TO WS-AMT-DISPLAY
006570         DISPLAY "UNAPPLIED REMAINDER " WS-AMT-DISPLAY
006580             " - NOT POSTED.  CHECK THE CUSTOMER'S OPEN ITEMS."
006590         GO TO 3200-EXIT
006600     END-IF.
006610     MOVE 'U'             TO WS-ENTRY-TYPE.
006620     MOVE ZERO            TO WS-LOG-INVOICE-NO.
006630     MOVE WS-APPLY-CUSTNO TO WS-LOG-CUSTNO.
006640     MOVE WS-REMAINING    TO WS-APPLY-AMT.
006650     PERFORM 2600-WRITE-CASH-LOG THRU 2600-EXIT.
006660     MOVE WS-REMAINING TO WS-AMT-DISPLAY.
006670     MOVE OA-CREDIT-BALANCE TO WS-BAL-DISPLAY.
006680     DISPLAY "REMAINDER " WS-AMT-DISPLAY " PUT ON ACCOUNT - "
006690         "CREDIT ON ACCOUNT NOW " WS-BAL-DISPLAY.
006700 3200-EXIT.
006710     EXIT.
006720
006730 3250-SAVE-ON-ACCOUNT.
006740     REWRITE RECT-ON-ACCOUNT-RECORD
006750         INVALID KEY
006760             WRITE RECT-ON-ACCOUNT-RECORD
006770     END-REWRITE.
006780 3250-EXIT.
006790     EXIT.
006800
006810 4000-INQUIRE-INVOICE.
006820     PERFORM 2100-GET-INVOICE-NO THRU 2100-EXIT.
006830     MOVE WS-INVNO-INPUT-N TO OI-INVOICE-NO.
006840     READ RECT-OPEN-FILE
006850         INVALID KEY
006860             DISPLAY "INVOICE " OI-INVOICE-NO " NOT ON FILE."
006870             GO TO 4000-EXIT
006880     END-READ.
006890     DISPLAY "CUST NO:  " OI-CUSTOMER-NO.
006900     DISPLAY "CUSTOMER: " OI-CUSTOMER-NAME.
006910     DISPLAY "INV DATE: " OI-INVOICE-DATE.
006920     DISPLAY "TERMS:    " OI-BILLING-TERMS.
006930     MOVE OI-INVOICE-AMOUNT TO WS-AMT-DISPLAY.
006940     DISPLAY "AMOUNT:   " WS-AMT-DISPLAY.
006950     MOVE OI-PAID-AMOUNT TO WS-AMT-DISPLAY.
006960     DISPLAY "PAID:     " WS-AMT-DISPLAY.
006970     COMPUTE WS-BALANCE =
006980         OI-INVOICE-AMOUNT - OI-PAID-AMOUNT.
006990     MOVE WS-BALANCE TO WS-BAL-DISPLAY.
007000     DISPLAY "BALANCE:  " WS-BAL-DISPLAY.
007010     IF OI-STATUS-PAID
007020         DISPLAY "STATUS:   PAID"
007030     ELSE
007040         DISPLAY "STATUS:   OPEN"
007050     END-IF.
007060 4000-EXIT.
007070     EXIT.
007080
007090 5000-CUSTOMER-ITEMS.
007100     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT.
007110     MOVE CU-CUSTOMER-NO TO WS-APPLY-CUSTNO.
007120     MOVE ZERO TO WS-LIST-COUNT.
007130     MOVE ZERO TO WS-LIST-BALANCE.
007140     MOVE 'N'  TO WS-LIST-EOF-SW.
007150     MOVE ZERO TO OI-INVOICE-NO.
007160     START RECT-OPEN-FILE KEY NOT LESS THAN OI-INVOICE-NO
007170         INVALID KEY
007180             MOVE 'Y' TO WS-LIST-EOF-SW
007190     END-START.
007200     DISPLAY "INVOICE INV DATE TRM      AMOUNT        PAID"
007210         "     BALANCE".
007220     PERFORM 5100-SHOW-OPEN-ITEM THRU 5100-EXIT
007230         UNTIL END-OF-LIST.
007240     IF WS-LIST-COUNT = ZERO
007250         DISPLAY "NO OPEN ITEMS FOR CUSTOMER " WS-APPLY-CUSTNO
007260     ELSE
007270         MOVE WS-LIST-BALANCE TO WS-BAL-DISPLAY
007280         DISPLAY "TOTAL BALANCE DUE: " WS-BAL-DISPLAY
007290     END-IF.
007300     PERFORM 5200-READ-CREDIT THRU 5200-EXIT.
007310     IF WS-CREDIT-BALANCE > ZERO
007320         MOVE WS-CREDIT-BALANCE TO WS-BAL-DISPLAY
007330         DISPLAY "CREDIT ON ACCOUNT: " WS-BAL-DISPLAY
007340         IF WS-CREDIT-BALANCE > WS-LIST-BALANCE
007350             COMPUTE WS-BAL-DISPLAY =
007360                 WS-CREDIT-BALANCE - WS-LIST-BALANCE
007370             DISPLAY "NET CREDIT:        " WS-BAL-DISPLAY
007380         ELSE
007390             COMPUTE WS-BAL-DISPLAY =
007400                 WS-LIST-BALANCE - WS-CREDIT-BALANCE
007410             DISPLAY "NET BALANCE DUE:   " WS-BAL-DISPLAY
007420         END-IF
007430     END-IF.
007440 5000-EXIT.
007450     EXIT.
007460
007470 5100-SHOW-OPEN-ITEM.
007480     READ RECT-OPEN-FILE NEXT RECORD
007490         AT END
007500             MOVE 'Y' TO WS-LIST-EOF-SW
007510             GO TO 5100-EXIT
007520     END-READ.
007530     IF NOT OPEN-STATUS-OK
007540         MOVE 'Y' TO WS-LIST-EOF-SW
007550         GO TO 5100-EXIT
007560     END-IF.
007570     IF OI-CUSTOMER-NO NOT = WS-APPLY-CUSTNO
007580         GO TO 5100-EXIT
007590     END-IF.
007600     IF OI-STATUS-PAID
007610         GO TO 5100-EXIT
007620     END-IF.
007630     ADD 1 TO WS-LIST-COUNT.
007640     COMPUTE WS-BALANCE =
007650         OI-INVOICE-AMOUNT - OI-PAID-AMOUNT.
007660     ADD WS-BALANCE TO WS-LIST-BALANCE.
007670     MOVE OI-INVOICE-NO     TO WI-INVOICE-NO.
007680     MOVE OI-INVOICE-DATE   TO WI-INVOICE-DATE.
007690     MOVE OI-BILLING-TERMS  TO WI-TERMS.
007700     MOVE OI-INVOICE-AMOUNT TO WI-AMOUNT.
007710     MOVE OI-PAID-AMOUNT    TO WI-PAID.
007720     MOVE WS-BALANCE        TO WI-BALANCE.
007730     DISPLAY WS-ITEM-LINE.
007740 5100-EXIT.
007750     EXIT.
007760
007770 5200-READ-CREDIT.
007780     MOVE ZERO TO WS-CREDIT-BALANCE.
007790     MOVE WS-APPLY-CUSTNO TO OA-CUSTOMER-NO.
007800     READ RECT-ON-ACCOUNT-FILE
007810         INVALID KEY
007820             GO TO 5200-EXIT
007830     END-READ.
007840     MOVE OA-CREDIT-BALANCE TO WS-CREDIT-BALANCE.
007850 5200-EXIT.
007860     EXIT.
007870
007880*-----------------------------------------------------------------
007890*  APPLIES A CUSTOMER'S CREDIT ON ACCOUNT TO THE OPEN INVOICES,
007900*  OLDEST FIRST, THE WAY A CUSTOMER-LEVEL PAYMENT IS SPREAD.
007910*  EACH APPLICATION IS LOGGED AS AN 'A' RECORD - NO NEW CASH.
007920*  WHATEVER THE OPEN ITEMS DO NOT TAKE STAYS ON ACCOUNT.
007930*-----------------------------------------------------------------
007940 6000-APPLY-CREDIT.
007950     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT.
007960     MOVE CU-CUSTOMER-NO TO WS-APPLY-CUSTNO.
007970     PERFORM 5200-READ-CREDIT THRU 5200-EXIT.
007980     IF WS-CREDIT-BALANCE = ZERO
007990         DISPLAY "NO CREDIT ON ACCOUNT FOR CUSTOMER "
008000             WS-APPLY-CUSTNO
008010         GO TO 6000-EXIT
008020     END-IF.
008030     MOVE WS-CREDIT-BALANCE TO WS-BAL-DISPLAY.
008040     DISPLAY "CREDIT ON ACCOUNT: " WS-BAL-DISPLAY.
008050     DISPLAY "APPLY IT TO THE OPEN ITEMS? (Y/N): ".
008060     ACCEPT WS-CONFIRM.
008070     IF NOT CONFIRM-YES
008080         DISPLAY "NOTHING APPLIED."
008090         GO TO 6000-EXIT
008100     END-IF.
008110     PERFORM 2650-STAMP-RECEIPT THRU 2650-EXIT.
008120     MOVE 'A' TO WS-ENTRY-TYPE.
008130     MOVE WS-CREDIT-BALANCE TO WS-REMAINING.
008140     MOVE 'N'  TO WS-LIST-EOF-SW.
008150     MOVE ZERO TO OI-INVOICE-NO.
008160     START RECT-OPEN-FILE KEY NOT LESS THAN OI-INVOICE-NO
008170         INVALID KEY
008180             MOVE 'Y' TO WS-LIST-EOF-SW
008190     END-START.
008200     PERFORM 3100-APPLY-NEXT-ITEM THRU 3100-EXIT
008210         UNTIL END-OF-LIST
008220            OR WS-REMAINING = ZERO.
008230     COMPUTE WS-CREDIT-USED = WS-CREDIT-BALANCE - WS-REMAINING.
008240     IF WS-CREDIT-USED = ZERO
008250         DISPLAY "NO OPEN ITEMS TO APPLY THE CREDIT TO."
008260         GO TO 6000-EXIT
008270     END-IF.
008280     MOVE WS-APPLY-CUSTNO TO OA-CUSTOMER-NO.
008290     READ RECT-ON-ACCOUNT-FILE
008300         INVALID KEY
008310             DISPLAY "CREDIT RECORD FOR CUSTOMER " WS-APPLY-CUSTNO
008320                 " HAS GONE - SEE ACCOUNTING."
008330             GO TO 6000-EXIT
008340     END-READ.
008350     SUBTRACT WS-CREDIT-USED FROM OA-CREDIT-BALANCE.
008360     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
008370     MOVE WS-CURRENT-DATE TO OA-LAST-ACTIVITY-DATE.
008380     PERFORM 3250-SAVE-ON-ACCOUNT THRU 3250-EXIT.
008390     IF NOT ONACCT-STATUS-OK
008400         DISPLAY "UNABLE TO SAVE CREDIT ON ACCOUNT, STATUS = "
008410             WS-ONACCT-STATUS
008420     END-IF.
008430     MOVE WS-CREDIT-USED TO WS-AMT-DISPLAY.
008440     MOVE OA-CREDIT-BALANCE TO WS-BAL-DISPLAY.
008450     DISPLAY "CREDIT APPLIED " WS-AMT-DISPLAY
008460         " - LEFT ON ACCOUNT " WS-BAL-DISPLAY.
008470 6000-EXIT.
008480     EXIT.
008490
008500*-----------------------------------------------------------------
008510*  SUPERVISOR ONLY.  A RETURNED (BOUNCED) CHECK IS PICKED FROM
008520*  THE CUSTOMER'S RECENT RECEIPTS AND BACKED OUT IN FULL: EVERY
008530*  INVOICE IT PAID GETS THE CASH TAKEN OFF AGAIN (A PAID ITEM
008540*  REOPENS) AND ANY PART THAT WENT ON ACCOUNT COMES OFF THE
008550*  CREDIT.  IF THAT CREDIT HAS SINCE BEEN APPLIED TO INVOICES,
008560*  THE SHORTFALL IS TAKEN BACK OFF THOSE INVOICES, OLDEST
008570*  APPLICATION FIRST.  EVERY STEP IS LOGGED TO RECTCSH AS AN 'R'
008580*  OR 'Q' RECORD POINTING BACK AT THE RECEIPT, WHICH ALSO STOPS
008590*  THE SAME CHECK BEING REVERSED TWICE.
008600*-----------------------------------------------------------------
008610 7000-RETURNED-CHECK.
008620     PERFORM 2300-GET-CUSTOMER THRU 2300-EXIT.
008630     MOVE CU-CUSTOMER-NO TO WS-APPLY-CUSTNO.
008640     PERFORM 7100-LOAD-RECEIPTS THRU 7100-EXIT.
008650     IF WS-RC-COUNT = ZERO
008660         DISPLAY "NO RECEIPTS ON FILE FOR CUSTOMER "
008670             WS-APPLY-CUSTNO
008680         GO TO 7000-EXIT
008690     END-IF.
008700     DISPLAY "NO  RECEIVED TIME           AMOUNT".
008710     PERFORM 7150-SHOW-RECEIPT THRU 7150-EXIT
008720         VARYING WS-RC-IX FROM 1 BY 1
008730         UNTIL WS-RC-IX > WS-RC-COUNT.
008740     DISPLAY "ENTER RECEIPT NUMBER (2 DIGITS, 00 TO CANCEL): ".
008750     ACCEPT WS-PICK-INPUT.
008760     IF WS-PICK-INPUT NOT NUMERIC
008770         DISPLAY "INVALID RECEIPT NUMBER - NOTHING REVERSED."
008780         GO TO 7000-EXIT
008790     END-IF.
008800     IF WS-PICK-INPUT-N = ZERO
008810         DISPLAY "NOTHING REVERSED."
008820         GO TO 7000-EXIT
008830     END-IF.
008840     IF WS-PICK-INPUT-N > WS-RC-COUNT
008850         DISPLAY "NO SUCH RECEIPT - NOTHING REVERSED."
008860         GO TO 7000-EXIT
008870     END-IF.
008880     MOVE WS-PICK-INPUT-N TO WS-RC-SLOT.
008890     IF WS-RC-REVERSED-SW (WS-RC-SLOT) = 'Y'
008900         DISPLAY "THAT RECEIPT HAS ALREADY BEEN REVERSED."
008910         GO TO 7000-EXIT
008920     END-IF.
008930     MOVE WS-RC-AMOUNT (WS-RC-SLOT) TO WS-AMT-DISPLAY.
008940     DISPLAY "REVERSE THE " WS-AMT-DISPLAY
008950         " RECEIPT AS A RETURNED CHECK? (Y/N): ".
008960     ACCEPT WS-CONFIRM.
008970     IF NOT CONFIRM-YES
008980         DISPLAY "NOTHING REVERSED."
008990         GO TO 7000-EXIT
009000     END-IF.
009010     PERFORM 7200-LOAD-RECEIPT-ENTRIES THRU 7200-EXIT.
009020     PERFORM 2650-STAMP-RECEIPT THRU 2650-EXIT.
009030     MOVE WS-RC-STAMP (WS-RC-SLOT) TO WS-REVERSED-STAMP.
009040     MOVE ZERO TO WS-ON-ACCT-PART.
009050     PERFORM 7300-REVERSE-ENTRY THRU 7300-EXIT
009060         VARYING WS-RV-IX FROM 1 BY 1
009070         UNTIL WS-RV-IX > WS-RV-COUNT.
009080     MOVE ZERO TO WS-SHORTFALL.
009090     IF WS-ON-ACCT-PART > ZERO
009100         PERFORM 7500-BACK-OUT-CREDIT THRU 7500-EXIT
009110     END-IF.
009120     IF WS-SHORTFALL > ZERO
009130         PERFORM 7600-CHARGE-BACK-CREDIT THRU 7600-EXIT
009140             VARYING WS-RV-IX FROM 1 BY 1
009150             UNTIL WS-RV-IX > WS-RV-COUNT
009160                OR WS-SHORTFALL = ZERO
009170     END-IF.
009180     IF WS-SHORTFALL > ZERO
009190         MOVE WS-SHORTFALL TO WS-AMT-DISPLAY
009200         DISPLAY "WARNING: " WS-AMT-DISPLAY " OF THE CHECK COULD "
009210             "NOT BE CHARGED BACK - SEE ACCOUNTING."
009220     END-IF.
009230     MOVE ZERO TO WS-REVERSED-STAMP.
009240     DISPLAY "RETURNED CHECK REVERSED.".
009250 7000-EXIT.
009260     EXIT.
009270
009280*-----------------------------------------------------------------
009290*  READS THE CASH LOG FOR THE CUSTOMER'S RECEIPTS.  THE LOG IS
009300*  HELD OPEN FOR APPENDING, SO IT IS CLOSED, READ, AND OPENED
009310*  FOR APPENDING AGAIN.
009320*-----------------------------------------------------------------
009330 7100-LOAD-RECEIPTS.
009340     MOVE ZERO TO WS-RC-COUNT.
009350     CLOSE RECT-CASH-FILE.
009360     OPEN INPUT RECT-CASH-FILE.
009370     IF CASH-STATUS-OK
009380         MOVE 'N' TO WS-CASH-EOF-SW
009390         PERFORM 7110-LOAD-RECEIPT THRU 7110-EXIT
009400             UNTIL END-OF-CASH
009410         CLOSE RECT-CASH-FILE
009420     END-IF.
009430     OPEN EXTEND RECT-CASH-FILE.
009440 7100-EXIT.
009450     EXIT.
009460
009470 7110-LOAD-RECEIPT.
009480     READ RECT-CASH-FILE
009490         AT END
009500             MOVE 'Y' TO WS-CASH-EOF-SW
009510             GO TO 7110-EXIT
009520     END-READ.
009530     IF NOT CASH-STATUS-OK
009540         MOVE 'Y' TO WS-CASH-EOF-SW
009550         GO TO 7110-EXIT
009560     END-IF.
009570     IF PY-CUSTOMER-NO NOT = WS-APPLY-CUSTNO
009580         GO TO 7110-EXIT
009590     END-IF.
009600     IF PY-TYPE-REVERSAL
009610         OR PY-TYPE-ON-ACCOUNT-REVERSAL
009620         PERFORM 7130-MARK-REVERSED THRU 7130-EXIT
009630             VARYING WS-RC-IX FROM 1 BY 1
009640             UNTIL WS-RC-IX > WS-RC-COUNT
009650         GO TO 7110-EXIT
009660     END-IF.
009670     IF NOT PY-TYPE-CASH
009680         AND NOT PY-TYPE-ON-ACCOUNT
009690         GO TO 7110-EXIT
009700     END-IF.
009710     MOVE ZERO TO WS-RC-SLOT.
009720     PERFORM 7120-CHECK-RECEIPT THRU 7120-EXIT
009730         VARYING WS-RC-IX FROM 1 BY 1
009740         UNTIL WS-RC-IX > WS-RC-COUNT
009750            OR WS-RC-SLOT > ZERO.
009760     IF WS-RC-SLOT > ZERO
009770         ADD PY-AMOUNT TO WS-RC-AMOUNT (WS-RC-SLOT)
009780         GO TO 7110-EXIT
009790     END-IF.
009800     IF WS-RC-COUNT NOT LESS THAN WS-RC-MAX
009810         PERFORM 7140-DROP-OLDEST THRU 7140-EXIT
009820             VARYING WS-RC-IX FROM 1 BY 1
009830             UNTIL WS-RC-IX NOT LESS THAN WS-RC-COUNT
009840         SUBTRACT 1 FROM WS-RC-COUNT
009850     END-IF.
009860     ADD 1 TO WS-RC-COUNT.
009870     MOVE PY-TIMESTAMP TO WS-RC-STAMP (WS-RC-COUNT).
009880     MOVE PY-AMOUNT    TO WS-RC-AMOUNT (WS-RC-COUNT).
009890     MOVE 'N'          TO WS-RC-REVERSED-SW (WS-RC-COUNT).
009900 7110-EXIT.
009910     EXIT.
009920
009930 7120-CHECK-RECEIPT.
009940     IF WS-RC-STAMP (WS-RC-IX) = PY-TIMESTAMP
009950         MOVE WS-RC-IX TO WS-RC-SLOT
009960     END-IF.
009970 7120-EXIT.
009980     EXIT.
009990
010000 7130-MARK-REVERSED.
010010     IF WS-RC-STAMP (WS-RC-IX) = PY-RECEIPT-STAMP
010020         MOVE 'Y' TO WS-RC-REVERSED-SW (WS-RC-IX)
010030     END-IF.
010040 7130-EXIT.
010050     EXIT.
010060
010070 7140-DROP-OLDEST.
010080     MOVE WS-RC-ENTRY (WS-RC-IX + 1) TO WS-RC-ENTRY (WS-RC-IX).
010090 7140-EXIT.
010100     EXIT.
010110
010120 7150-SHOW-RECEIPT.
010130     MOVE WS-RC-STAMP (WS-RC-IX) TO WS-STAMP.
010140     MOVE WS-RC-IX               TO WR-NUMBER.
010150     MOVE WS-STAMP-DATE          TO WR-DATE.
010160     MOVE WS-STAMP-TIME          TO WR-TIME.
010170     MOVE WS-RC-AMOUNT (WS-RC-IX) TO WR-AMOUNT.
010180     IF WS-RC-REVERSED-SW (WS-RC-IX) = 'Y'
010190         MOVE "(REVERSED)" TO WR-REVERSED
010200     ELSE
010210         MOVE SPACES TO WR-REVERSED
010220     END-IF.
010230     DISPLAY WS-RECEIPT-LINE.
010240 7150-EXIT.
010250     EXIT.
010260
010270*-----------------------------------------------------------------
010280*  SECOND READ OF THE CASH LOG: THE PICKED RECEIPT'S OWN RECORDS,
010290*  AND EVERY LATER CREDIT APPLICATION FOR THE CUSTOMER.
010300*-----------------------------------------------------------------
010310 7200-LOAD-RECEIPT-ENTRIES.
010320     MOVE ZERO TO WS-RV-COUNT.
010330     MOVE 'N'  TO WS-RV-FULL-SW.
010340     CLOSE RECT-CASH-FILE.
010350     OPEN INPUT RECT-CASH-FILE.
010360     IF CASH-STATUS-OK
010370         MOVE 'N' TO WS-CASH-EOF-SW
010380         PERFORM 7210-LOAD-ENTRY THRU 7210-EXIT
010390             UNTIL END-OF-CASH
010400         CLOSE RECT-CASH-FILE
010410     END-IF.
010420     OPEN EXTEND RECT-CASH-FILE.
010430 7200-EXIT.
010440     EXIT.
010450
010460 7210-LOAD-ENTRY.
010470     READ RECT-CASH-FILE
010480         AT END
010490             MOVE 'Y' TO WS-CASH-EOF-SW
010500             GO TO 7210-EXIT
010510     END-READ.
010520     IF NOT CASH-STATUS-OK
010530         MOVE 'Y' TO WS-CASH-EOF-SW
010540         GO TO 7210-EXIT
010550     END-IF.
010560     IF PY-CUSTOMER-NO NOT = WS-APPLY-CUSTNO
010570         GO TO 7210-EXIT
010580     END-IF.
010590     IF PY-TIMESTAMP = WS-RC-STAMP (WS-RC-SLOT)
010600         AND (PY-TYPE-CASH OR PY-TYPE-ON-ACCOUNT)
010610         CONTINUE
010620     ELSE
010630         IF PY-TIMESTAMP > WS-RC-STAMP (WS-RC-SLOT)
010640             AND PY-TYPE-CREDIT-APPLIED
010650             CONTINUE
010660         ELSE
010670             GO TO 7210-EXIT
010680         END-IF
010690     END-IF.
010700     IF WS-RV-COUNT NOT LESS THAN WS-RV-MAX
010710         IF NOT REVERSAL-TABLE-FULL
010720             MOVE 'Y' TO WS-RV-FULL-SW
010730             DISPLAY "WARNING: MORE THAN " WS-RV-MAX
010740                 " CASH-LOG RECORDS - THE REST ARE NOT REVERSED."
010750         END-IF
010760         GO TO 7210-EXIT
010770     END-IF.
010780     ADD 1 TO WS-RV-COUNT.
010790     IF PY-TYPE-CASH
010800         MOVE 'C' TO WS-RV-TYPE (WS-RV-COUNT)
010810     ELSE
010820         MOVE PY-ENTRY-TYPE TO WS-RV-TYPE (WS-RV-COUNT)
010830     END-IF.
010840     MOVE PY-INVOICE-NO TO WS-RV-INVOICE-NO (WS-RV-COUNT).
010850     MOVE PY-AMOUNT     TO WS-RV-AMOUNT (WS-RV-COUNT).
010860 7210-EXIT.
010870     EXIT.
010880
010890 7300-REVERSE-ENTRY.
010900     IF WS-RV-TYPE (WS-RV-IX) = 'C'
010910         MOVE WS-RV-AMOUNT (WS-RV-IX) TO WS-APPLY-AMT
010920         PERFORM 7400-BACK-OUT-INVOICE THRU 7400-EXIT
010930     ELSE
010940         IF WS-RV-TYPE (WS-RV-IX) = 'U'
010950             ADD WS-RV-AMOUNT (WS-RV-IX) TO WS-ON-ACCT-PART
010960         END-IF
010970     END-IF.
010980 7300-EXIT.
010990     EXIT.
011000
011010*-----------------------------------------------------------------
011020*  TAKES WS-APPLY-AMT BACK OFF THE INVOICE IN WS-RV-INVOICE-NO
011030*  (NEVER MORE THAN IS PAID ON IT), REOPENS IT, AND LOGS THE
011040*  'R' RECORD.  WS-APPLY-AMT COMES BACK AS THE AMOUNT ACTUALLY
011050*  BACKED OUT.
011060*-----------------------------------------------------------------
011070 7400-BACK-OUT-INVOICE.
011080     MOVE WS-RV-INVOICE-NO (WS-RV-IX) TO OI-INVOICE-NO.
011090     READ RECT-OPEN-FILE
011100         INVALID KEY
011110             DISPLAY "INVOICE " OI-INVOICE-NO " NOT ON FILE - "
011120                 "NOT REVERSED."
011130             MOVE ZERO TO WS-APPLY-AMT
011140             GO TO 7400-EXIT
011150     END-READ.
011160     IF WS-APPLY-AMT > OI-PAID-AMOUNT
011170         MOVE OI-PAID-AMOUNT TO WS-APPLY-AMT
011180     END-IF.
011190     IF WS-APPLY-AMT = ZERO
011200         GO TO 7400-EXIT
011210     END-IF.
011220     SUBTRACT WS-APPLY-AMT FROM OI-PAID-AMOUNT.
011230     IF OI-PAID-AMOUNT < OI-INVOICE-AMOUNT
011240         MOVE 'O' TO OI-STATUS-CODE
011250     END-IF.
011260     REWRITE RECT-OPEN-RECORD
011270         INVALID KEY
011280             DISPLAY "UNABLE TO REWRITE INVOICE " OI-INVOICE-NO
011290             MOVE ZERO TO WS-APPLY-AMT
011300             GO TO 7400-EXIT
011310     END-REWRITE.
011320     MOVE 'R'            TO WS-ENTRY-TYPE.
011330     MOVE OI-INVOICE-NO  TO WS-LOG-INVOICE-NO.
011340     MOVE OI-CUSTOMER-NO TO WS-LOG-CUSTNO.
011350     PERFORM 2600-WRITE-CASH-LOG THRU 2600-EXIT.
011360     MOVE WS-APPLY-AMT TO WS-AMT-DISPLAY.
011370     DISPLAY "BACKED " WS-AMT-DISPLAY " OUT OF INVOICE "
011380         OI-INVOICE-NO " - INVOICE IS OPEN.".
011390 7400-EXIT.
011400     EXIT.
011410
011420*-----------------------------------------------------------------
011430*  THE PART OF THE CHECK THAT WENT ON ACCOUNT COMES OFF THE
011440*  CREDIT, AS FAR AS THE CREDIT STILL COVERS IT ('Q' RECORD).
011450*  WHAT IT DOES NOT COVER IS LEFT IN WS-SHORTFALL.
011460*-----------------------------------------------------------------
011470 7500-BACK-OUT-CREDIT.
011480     MOVE WS-ON-ACCT-PART TO WS-SHORTFALL.
011490     MOVE WS-APPLY-CUSTNO TO OA-CUSTOMER-NO.
011500     READ RECT-ON-ACCOUNT-FILE
011510         INVALID KEY
011520             GO TO 7500-EXIT
011530     END-READ.
011540     IF OA-CREDIT-BALANCE < WS-ON-ACCT-PART
011550         MOVE OA-CREDIT-BALANCE TO WS-APPLY-AMT
011560     ELSE
011570         MOVE WS-ON-ACCT-PART TO WS-APPLY-AMT
011580     END-IF.
011590     IF WS-APPLY-AMT = ZERO
011600         GO TO 7500-EXIT
011610     END-IF.
011620     SUBTRACT WS-APPLY-AMT FROM OA-CREDIT-BALANCE.
011630     ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
011640     MOVE WS-CURRENT-DATE TO OA-LAST-ACTIVITY-DATE.
011650     PERFORM 3250-SAVE-ON-ACCOUNT THRU 3250-EXIT.
011660     IF NOT ONACCT-STATUS-OK
011670         DISPLAY "UNABLE TO SAVE CREDIT ON ACCOUNT, STATUS = "
011680             WS-ONACCT-STATUS
011690         GO TO 7500-EXIT
011700     END-IF.
011710     SUBTRACT WS-APPLY-AMT FROM WS-SHORTFALL.
011720     MOVE 'Q'             TO WS-ENTRY-TYPE.
011730     MOVE ZERO            TO WS-LOG-INVOICE-NO.
011740     MOVE WS-APPLY-CUSTNO TO WS-LOG-CUSTNO.
011750     PERFORM 2600-WRITE-CASH-LOG THRU 2600-EXIT.
011760     MOVE WS-APPLY-AMT TO WS-AMT-DISPLAY.
011770     DISPLAY "BACKED " WS-AMT-DISPLAY " OUT OF THE CREDIT ON "
011780         "ACCOUNT.".
011790 7500-EXIT.
011800     EXIT.
011810
011820 7600-CHARGE-BACK-CREDIT.
011830     IF WS-RV-TYPE (WS-RV-IX) NOT = 'A'
011840         GO TO 7600-EXIT
011850     END-IF.
011860     IF WS-RV-AMOUNT (WS-RV-IX) < WS-SHORTFALL
011870         MOVE WS-RV-AMOUNT (WS-RV-IX) TO WS-APPLY-AMT
011880     ELSE
011890         MOVE WS-SHORTFALL TO WS-APPLY-AMT
011900     END-IF.
011910     PERFORM 7400-BACK-OUT-INVOICE THRU 7400-EXIT.
011920     SUBTRACT WS-APPLY-AMT FROM WS-SHORTFALL.
011930 7600-EXIT.
011940     EXIT.
