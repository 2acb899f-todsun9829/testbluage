000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTAMNT.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  MENU-DRIVEN ADD, INQUIRE
000120*                   AND CHANGE TRANSACTIONS AGAINST THE CUSTOMER
000130*                   PRICING AGREEMENT FILE (RECTAGR) - A CONTRACT
000140*                   RATE OR A DISCOUNT OFF LIST BY CUSTOMER AND
000150*                   SHAPE CODE WITH EFFECTIVE DATES, PLUS VOLUME
000160*                   TIERS BY AREA.  RETIRES THE SIDE LETTERS THE
000170*                   BILLING CLERKS HAVE BEEN HAND-PRICING
000180*                   CONTRACT CUSTOMERS FROM.
000190*-----------------------------------------------------------------
000200 REMARKS.        LETS AN OPERATOR ADD AN AGREEMENT ROW (CUSTOMER,
000210                 SHAPE CODE, EFFECTIVE DATE, PRICING TYPE, RATE
000220                 OR DISCOUNT, VOLUME TIERS), LIST A CUSTOMER'S
000230                 AGREEMENTS, OR CHANGE AN EXISTING ROW.  A NEW
000240                 CONTRACT IS ENTERED AS A NEW ROW WITH ITS OWN
000250                 EFFECTIVE DATE SO EARLIER JOBS KEEP THE PRICE
000260                 THEY WERE SAVED UNDER; A TYPE 'L' ROW ENDS AN
000270                 AGREEMENT AND PUTS THE CUSTOMER BACK ON LIST.
000280
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER. IBM-370.
000320 OBJECT-COMPUTER. IBM-370.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RECT-AGREEMENT-FILE ASSIGN TO "RECTAGR"
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS DYNAMIC
000380         RECORD KEY IS PA-AGREEMENT-KEY
000390         FILE STATUS IS WS-AGREEMENT-STATUS.
000400     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
000410         ORGANIZATION IS INDEXED
000420         ACCESS MODE IS DYNAMIC
000430         RECORD KEY IS CU-CUSTOMER-NO
000440         FILE STATUS IS WS-CUSTOMER-STATUS.
000450
000460 DATA DIVISION.
000470 FILE SECTION.
000480 FD  RECT-AGREEMENT-FILE
000490     LABEL RECORDS ARE STANDARD
000500     RECORD CONTAINS 80 CHARACTERS.
000510     COPY RECTAGR.
000520
000530 FD  RECT-CUSTOMER-FILE
000540     LABEL RECORDS ARE STANDARD
000550     RECORD CONTAINS 140 CHARACTERS.
000560     COPY RECTCUS.
000570
000580 WORKING-STORAGE SECTION.
000590 77  WS-AGREEMENT-STATUS      PIC X(02) VALUE '00'.
000600     88  AGREEMENT-STATUS-OK      VALUE '00'.
000610     88  AGREEMENT-NOT-FOUND      VALUE '23'.
000620     88  AGREEMENT-DUPLICATE-KEY  VALUE '22'.
000630     88  AGREEMENT-FILE-NOT-FOUND VALUE '35'.
000640 77  WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.
000650     88  CUSTOMER-STATUS-OK       VALUE '00'.
000660     88  CUSTOMER-FILE-NOT-FOUND  VALUE '35'.
000670 77  WS-MENU-CHOICE           PIC X(01).
000680     88  CHOICE-ADD               VALUES 'A' 'a'.
000690     88  CHOICE-INQUIRE           VALUES 'I' 'i'.
000700     88  CHOICE-CHANGE            VALUES 'C' 'c'.
000710     88  CHOICE-EXIT              VALUES 'X' 'x'.
000720 77  WS-CUSTNO-INPUT          PIC X(05).
000730 77  WS-CUSTNO-INPUT-N        REDEFINES WS-CUSTNO-INPUT
000740     PIC 9(05).
000750 77  WS-SHAPE-CODE            PIC X(01).
000760     88  SHAPE-RECTANGLE          VALUES 'R' 'r'.
000770     88  SHAPE-CIRCLE             VALUES 'C' 'c'.
000780     88  SHAPE-TRIANGLE           VALUES 'T' 't'.
000790     88  SHAPE-TRAPEZOID          VALUES 'Z' 'z'.
000800 77  WS-DATE-INPUT            PIC X(08).
000810 77  WS-DATE-INPUT-N          REDEFINES WS-DATE-INPUT
000820     PIC 9(08).
000830 77  WS-TYPE-INPUT            PIC X(01).
000840     88  TYPE-CONTRACT-RATE       VALUES 'R' 'r'.
000850     88  TYPE-DISCOUNT            VALUES 'D' 'd'.
000860     88  TYPE-LIST                VALUES 'L' 'l'.
000870 77  WS-RATE-INPUT            PIC X(05).
000880 77  WS-RATE-INPUT-N          REDEFINES WS-RATE-INPUT
000890     PIC 9(03)V99.
000900 77  WS-PCT-INPUT             PIC X(04).
000910 77  WS-PCT-INPUT-N           REDEFINES WS-PCT-INPUT
000920     PIC 9(02)V99.
000930 77  WS-AREA-INPUT            PIC X(12).
000940 77  WS-AREA-INPUT-N          REDEFINES WS-AREA-INPUT
000950     PIC 9(10)V99.
000960 77  WS-TIER-IX               PIC 9(02) COMP VALUE ZERO.
000970 77  WS-TIERS-DONE-SW         PIC X(01) VALUE 'N'.
000980     88  TIERS-DONE               VALUE 'Y'.
000990 77  WS-LAST-TIER-MIN         PIC 9(10)V99 VALUE ZERO.
001000 77  WS-LIST-CUSTNO           PIC 9(05).
001010 77  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
001020     88  END-OF-LIST              VALUE 'Y'.
001030 77  WS-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
001040 77  WS-RATE-DISPLAY          PIC ZZ9.99.
001050 77  WS-PCT-DISPLAY           PIC Z9.99.
001060 77  WS-AREA-DISPLAY          PIC Z(09)9.99.
001070
001080 PROCEDURE DIVISION.
001090 0000-MAINLINE.
001100     DISPLAY "===== CUSTOMER PRICING AGREEMENT MAINTENANCE =====".
001110     OPEN I-O RECT-AGREEMENT-FILE.
001120     IF AGREEMENT-FILE-NOT-FOUND
001130         OPEN OUTPUT RECT-AGREEMENT-FILE
001140         CLOSE RECT-AGREEMENT-FILE
001150         OPEN I-O RECT-AGREEMENT-FILE
001160     END-IF.
001170     OPEN INPUT RECT-CUSTOMER-FILE.
001180     IF CUSTOMER-FILE-NOT-FOUND
001190         DISPLAY "CUSTOMER MASTER (RECTCUS) NOT FOUND - "
001200             "SET CUSTOMERS UP IN RECTCUST FIRST."
001210         MOVE 'X' TO WS-MENU-CHOICE
001220     END-IF.
001230     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
001240         UNTIL CHOICE-EXIT.
001250     CLOSE RECT-AGREEMENT-FILE.
001260     CLOSE RECT-CUSTOMER-FILE.
001270     DISPLAY "GOODBYE!".
001280     STOP RUN.
001290
001300 1000-MENU-LOOP.
001310     DISPLAY " ".
001320     DISPLAY "A) ADD   I) INQUIRE   C) CHANGE   X) EXIT".
001330     DISPLAY "ENTER CHOICE: ".
001340     ACCEPT WS-MENU-CHOICE.
001350     IF CHOICE-ADD
001360         PERFORM 2000-ADD-AGREEMENT THRU 2000-EXIT
001370     ELSE
001380         IF CHOICE-INQUIRE
001390             PERFORM 3000-INQUIRE-AGREEMENTS THRU 3000-EXIT
001400         ELSE
001410             IF CHOICE-CHANGE
001420                 PERFORM 4000-CHANGE-AGREEMENT THRU 4000-EXIT
001430             ELSE
001440                 IF NOT CHOICE-EXIT
001450                     DISPLAY "INVALID CHOICE."
001460                 END-IF
001470             END-IF
001480         END-IF
001490     END-IF.
001500 1000-EXIT.
001510     EXIT.
001520
001530 2000-ADD-AGREEMENT.
001540     PERFORM 2050-GET-CUSTOMER THRU 2050-EXIT.
001550     PERFORM 2100-GET-SHAPE THRU 2100-EXIT.
001560     PERFORM 2200-GET-EFF-DATE THRU 2200-EXIT.
001570     MOVE SPACES TO RECT-AGREEMENT-RECORD.
001580     MOVE WS-CUSTNO-INPUT-N TO PA-CUSTOMER-NO.
001590     MOVE WS-SHAPE-CODE     TO PA-SHAPE-CODE.
001600     MOVE WS-DATE-INPUT-N   TO PA-EFFECTIVE-DATE.
001610     PERFORM 2300-GET-TERMS THRU 2300-EXIT.
001620     WRITE RECT-AGREEMENT-RECORD
001630         INVALID KEY
001640             DISPLAY "AGREEMENT FOR CUSTOMER " PA-CUSTOMER-NO
001650                 " SHAPE " PA-SHAPE-CODE " EFFECTIVE "
001660                 PA-EFFECTIVE-DATE " ALREADY ON FILE - USE "
001670                 "CHANGE."
001680     NOT INVALID KEY
001690             DISPLAY "AGREEMENT ADDED: CUSTOMER " PA-CUSTOMER-NO
001700                 " SHAPE " PA-SHAPE-CODE " EFFECTIVE "
001710                 PA-EFFECTIVE-DATE "."
001720     END-WRITE.
001730 2000-EXIT.
001740     EXIT.
001750
001760 2050-GET-CUSTOMER.
001770     DISPLAY "ENTER CUSTOMER NUMBER (5 DIGITS): ".
001780     ACCEPT WS-CUSTNO-INPUT.
001790     IF WS-CUSTNO-INPUT NOT NUMERIC
001800         DISPLAY "INVALID CUSTOMER NUMBER - ENTER DIGITS ONLY."
001810         GO TO 2050-GET-CUSTOMER
001820     END-IF.
001830     IF WS-CUSTNO-INPUT-N = ZERO
001840         DISPLAY "INVALID CUSTOMER NUMBER - MUST BE GREATER "
001850             "THAN ZERO."
001860         GO TO 2050-GET-CUSTOMER
001870     END-IF.
001880     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
001890     READ RECT-CUSTOMER-FILE
001900         INVALID KEY
001910             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " NOT ON FILE - "
001920                 "SET IT UP IN RECTCUST FIRST."
001930             GO TO 2050-GET-CUSTOMER
001940     END-READ.
001950     DISPLAY "CUSTOMER: " CU-CUSTOMER-NAME.
001960 2050-EXIT.
001970     EXIT.
001980
001990 2100-GET-SHAPE.
002000     DISPLAY "SHAPE (R-RECT C-CIRCLE T-TRIANGLE Z-TRAPEZOID): ".
002010     ACCEPT WS-SHAPE-CODE.
002020     IF NOT SHAPE-RECTANGLE
002030         AND NOT SHAPE-CIRCLE
002040         AND NOT SHAPE-TRIANGLE
002050         AND NOT SHAPE-TRAPEZOID
002060         DISPLAY "INVALID SHAPE CODE - ENTER R, C, T OR Z."
002070         GO TO 2100-GET-SHAPE
002080     END-IF.
002090     INSPECT WS-SHAPE-CODE CONVERTING "rctz" TO "RCTZ".
002100 2100-EXIT.
002110     EXIT.
002120
002130 2200-GET-EFF-DATE.
002140     DISPLAY "ENTER EFFECTIVE DATE (YYYYMMDD): ".
002150     ACCEPT WS-DATE-INPUT.
002160     IF WS-DATE-INPUT NOT NUMERIC
002170         DISPLAY "INVALID DATE - ENTER 8 NUMERIC DIGITS."
002180         GO TO 2200-GET-EFF-DATE
002190     END-IF.
002200     IF WS-DATE-INPUT-N = ZERO
002210         DISPLAY "INVALID DATE - MUST BE GREATER THAN ZERO."
002220         GO TO 2200-GET-EFF-DATE
002230     END-IF.
002240 2200-EXIT.
002250     EXIT.
002260
002270*-----------------------------------------------------------------
002280*  TAKES THE PRICING TERMS FOR THE ROW IN THE BUFFER: THE TYPE,
002290*  THEN THE CONTRACT RATE OR THE DISCOUNT IT CALLS FOR, THEN THE
002300*  VOLUME TIERS.  A TYPE 'L' ROW CARRIES NO TERMS AT ALL.
002310*-----------------------------------------------------------------
002320 2300-GET-TERMS.
002330     PERFORM 2310-GET-TYPE THRU 2310-EXIT.
002340     MOVE ZERO TO PA-CONTRACT-RATE.
002350     MOVE ZERO TO PA-DISCOUNT-PCT.
002360     MOVE ZERO TO WS-LAST-TIER-MIN.
002370     PERFORM 2340-CLEAR-TIER THRU 2340-EXIT
002380         VARYING WS-TIER-IX FROM 1 BY 1
002390         UNTIL WS-TIER-IX > 3.
002400     IF PA-TYPE-LIST
002410         GO TO 2300-EXIT
002420     END-IF.
002430     IF PA-TYPE-CONTRACT-RATE
002440         PERFORM 2320-GET-RATE THRU 2320-EXIT
002450         MOVE WS-RATE-INPUT-N TO PA-CONTRACT-RATE
002460     ELSE
002470         DISPLAY "DISCOUNT OFF LIST PRICE"
002480         PERFORM 2330-GET-PCT THRU 2330-EXIT
002490         MOVE WS-PCT-INPUT-N TO PA-DISCOUNT-PCT
002500     END-IF.
002510     DISPLAY "VOLUME TIERS - UP TO 3, LOWEST MINIMUM FIRST; "
002520         "ENTER A ZERO MINIMUM WHEN DONE.".
002530     MOVE 'N' TO WS-TIERS-DONE-SW.
002540     PERFORM 2350-GET-TIER THRU 2350-EXIT
002550         VARYING WS-TIER-IX FROM 1 BY 1
002560         UNTIL WS-TIER-IX > 3
002570             OR TIERS-DONE.
002580 2300-EXIT.
002590     EXIT.
002600
002610 2310-GET-TYPE.
002620     DISPLAY "PRICING TYPE (R-CONTRACT RATE D-DISCOUNT "
002630         "L-BACK TO LIST): ".
002640     ACCEPT WS-TYPE-INPUT.
002650     IF NOT TYPE-CONTRACT-RATE
002660         AND NOT TYPE-DISCOUNT
002670         AND NOT TYPE-LIST
002680         DISPLAY "INVALID PRICING TYPE - ENTER R, D OR L."
002690         GO TO 2310-GET-TYPE
002700     END-IF.
002710     INSPECT WS-TYPE-INPUT CONVERTING "rdl" TO "RDL".
002720     MOVE WS-TYPE-INPUT TO PA-PRICING-TYPE.
002730 2310-EXIT.
002740     EXIT.
002750
002760 2320-GET-RATE.
002770     DISPLAY "ENTER CONTRACT RATE PER SQUARE FOOT (NNN.NN, NO "
002780         "DECIMAL POINT): ".
002790     ACCEPT WS-RATE-INPUT.
002800     IF WS-RATE-INPUT NOT NUMERIC
002810         DISPLAY "INVALID RATE - ENTER NUMERIC DIGITS ONLY."
002820         GO TO 2320-GET-RATE
002830     END-IF.
002840     IF WS-RATE-INPUT-N = ZERO
002850         DISPLAY "INVALID RATE - MUST BE GREATER THAN ZERO."
002860         GO TO 2320-GET-RATE
002870     END-IF.
002880 2320-EXIT.
002890     EXIT.
002900
002910 2330-GET-PCT.
002920     DISPLAY "ENTER PERCENTAGE (NN.NN, NO DECIMAL POINT): ".
002930     ACCEPT WS-PCT-INPUT.
002940     IF WS-PCT-INPUT NOT NUMERIC
002950         DISPLAY "INVALID PERCENTAGE - ENTER NUMERIC DIGITS ONLY."
002960         GO TO 2330-GET-PCT
002970     END-IF.
002980     IF WS-PCT-INPUT-N = ZERO
002990         DISPLAY "INVALID PERCENTAGE - MUST BE GREATER THAN "
003000             "ZERO."
003010         GO TO 2330-GET-PCT
003020     END-IF.
003030 2330-EXIT.
003040     EXIT.
003050
003060 2340-CLEAR-TIER.
003070     MOVE ZERO TO PA-TIER-MIN-AREA (WS-TIER-IX).
003080     MOVE ZERO TO PA-TIER-DISCOUNT-PCT (WS-TIER-IX).
003090 2340-EXIT.
003100     EXIT.
003110
003120*-----------------------------------------------------------------
003130*  ONE VOLUME TIER.  EACH MINIMUM MUST BE ABOVE THE ONE BEFORE IT
003140*  SO THE TIERS READ IN ORDER ON THE INQUIRY.
003150*-----------------------------------------------------------------
003160 2350-GET-TIER.
003170     DISPLAY "TIER " WS-TIER-IX " MINIMUM AREA IN SQUARE FEET "
003180         "(NNNNNNNNNN.NN, NO DECIMAL POINT): ".
003190     ACCEPT WS-AREA-INPUT.
003200     IF WS-AREA-INPUT NOT NUMERIC
003210         DISPLAY "INVALID AREA - ENTER 12 NUMERIC DIGITS."
003220         GO TO 2350-GET-TIER
003230     END-IF.
003240     IF WS-AREA-INPUT-N = ZERO
003250         MOVE 'Y' TO WS-TIERS-DONE-SW
003260         GO TO 2350-EXIT
003270     END-IF.
003280     IF WS-AREA-INPUT-N NOT > WS-LAST-TIER-MIN
003290         DISPLAY "INVALID AREA - MUST BE ABOVE THE LAST TIER'S "
003300             "MINIMUM."
003310         GO TO 2350-GET-TIER
003320     END-IF.
003330     DISPLAY "TIER " WS-TIER-IX " DISCOUNT".
003340     PERFORM 2330-GET-PCT THRU 2330-EXIT.
003350     MOVE WS-AREA-INPUT-N TO PA-TIER-MIN-AREA (WS-TIER-IX).
003360     MOVE WS-PCT-INPUT-N  TO PA-TIER-DISCOUNT-PCT (WS-TIER-IX).
003370     MOVE WS-AREA-INPUT-N TO WS-LAST-TIER-MIN.
003380 2350-EXIT.
003390     EXIT.
003400
003410*-----------------------------------------------------------------
003420*  LISTS EVERY AGREEMENT ROW FOR ONE CUSTOMER IN SHAPE AND
003430*  EFFECTIVE-DATE ORDER SO THE WHOLE CONTRACT HISTORY CAN BE
003440*  EYEBALLED AT ONCE.
003450*-----------------------------------------------------------------
003460 3000-INQUIRE-AGREEMENTS.
003470     PERFORM 2050-GET-CUSTOMER THRU 2050-EXIT.
003480     MOVE WS-CUSTNO-INPUT-N TO WS-LIST-CUSTNO.
003490     MOVE ZERO TO WS-LIST-COUNT.
003500     MOVE 'N'  TO WS-LIST-EOF-SW.
003510     MOVE WS-LIST-CUSTNO TO PA-CUSTOMER-NO.
003520     MOVE LOW-VALUES TO PA-SHAPE-CODE.
003530     MOVE ZERO TO PA-EFFECTIVE-DATE.
003540     START RECT-AGREEMENT-FILE KEY NOT LESS THAN PA-AGREEMENT-KEY
003550         INVALID KEY
003560             MOVE 'Y' TO WS-LIST-EOF-SW
003570     END-START.
003580     PERFORM 3100-SHOW-AGREEMENT THRU 3100-EXIT
003590         UNTIL END-OF-LIST.
003600     IF WS-LIST-COUNT = ZERO
003610         DISPLAY "NO AGREEMENTS ON FILE FOR CUSTOMER "
003620             WS-LIST-CUSTNO " - PRICED AT LIST."
003630     END-IF.
003640 3000-EXIT.
003650     EXIT.
003660
003670 3100-SHOW-AGREEMENT.
003680     READ RECT-AGREEMENT-FILE NEXT RECORD
003690         AT END
003700             MOVE 'Y' TO WS-LIST-EOF-SW
003710             GO TO 3100-EXIT
003720     END-READ.
003730     IF NOT AGREEMENT-STATUS-OK
003740         MOVE 'Y' TO WS-LIST-EOF-SW
003750         GO TO 3100-EXIT
003760     END-IF.
003770     IF PA-CUSTOMER-NO NOT = WS-LIST-CUSTNO
003780         MOVE 'Y' TO WS-LIST-EOF-SW
003790         GO TO 3100-EXIT
003800     END-IF.
003810     ADD 1 TO WS-LIST-COUNT.
003820     PERFORM 3200-SHOW-TERMS THRU 3200-EXIT.
003830 3100-EXIT.
003840     EXIT.
003850
003860 3200-SHOW-TERMS.
003870     IF PA-TYPE-CONTRACT-RATE
003880         MOVE PA-CONTRACT-RATE TO WS-RATE-DISPLAY
003890         DISPLAY "SHAPE " PA-SHAPE-CODE "  EFFECTIVE "
003900             PA-EFFECTIVE-DATE "  CONTRACT RATE "
003910             WS-RATE-DISPLAY
003920     ELSE
003930         IF PA-TYPE-DISCOUNT
003940             MOVE PA-DISCOUNT-PCT TO WS-PCT-DISPLAY
003950             DISPLAY "SHAPE " PA-SHAPE-CODE "  EFFECTIVE "
003960                 PA-EFFECTIVE-DATE "  DISCOUNT " WS-PCT-DISPLAY
003970                 "% OFF LIST"
003980         ELSE
003990             DISPLAY "SHAPE " PA-SHAPE-CODE "  EFFECTIVE "
004000                 PA-EFFECTIVE-DATE "  BACK TO LIST"
004010         END-IF
004020     END-IF.
004030     PERFORM 3300-SHOW-TIER THRU 3300-EXIT
004040         VARYING WS-TIER-IX FROM 1 BY 1
004050         UNTIL WS-TIER-IX > 3.
004060 3200-EXIT.
004070     EXIT.
004080
004090 3300-SHOW-TIER.
004100     IF PA-TIER-MIN-AREA (WS-TIER-IX) = ZERO
004110         GO TO 3300-EXIT
004120     END-IF.
004130     MOVE PA-TIER-MIN-AREA (WS-TIER-IX)     TO WS-AREA-DISPLAY.
004140     MOVE PA-TIER-DISCOUNT-PCT (WS-TIER-IX) TO WS-PCT-DISPLAY.
004150     DISPLAY "    TIER " WS-TIER-IX "  FROM " WS-AREA-DISPLAY
004160         " SQ FT  LESS " WS-PCT-DISPLAY "%".
004170 3300-EXIT.
004180     EXIT.
004190
004200 4000-CHANGE-AGREEMENT.
004210     PERFORM 2050-GET-CUSTOMER THRU 2050-EXIT.
004220     PERFORM 2100-GET-SHAPE THRU 2100-EXIT.
004230     PERFORM 2200-GET-EFF-DATE THRU 2200-EXIT.
004240     MOVE WS-CUSTNO-INPUT-N TO PA-CUSTOMER-NO.
004250     MOVE WS-SHAPE-CODE     TO PA-SHAPE-CODE.
004260     MOVE WS-DATE-INPUT-N   TO PA-EFFECTIVE-DATE.
004270     READ RECT-AGREEMENT-FILE
004280         INVALID KEY
004290             DISPLAY "NO AGREEMENT FOR CUSTOMER " PA-CUSTOMER-NO
004300                 " SHAPE " PA-SHAPE-CODE " EFFECTIVE "
004310                 PA-EFFECTIVE-DATE " ON FILE."
004320             GO TO 4000-EXIT
004330     END-READ.
004340     DISPLAY "CURRENT TERMS:".
004350     PERFORM 3200-SHOW-TERMS THRU 3200-EXIT.
004360     PERFORM 2300-GET-TERMS THRU 2300-EXIT.
004370     REWRITE RECT-AGREEMENT-RECORD
004380         INVALID KEY
004390             DISPLAY "UNABLE TO REWRITE AGREEMENT ROW."
004400     NOT INVALID KEY
004410             DISPLAY "AGREEMENT CHANGED TO:"
004420             PERFORM 3200-SHOW-TERMS THRU 3200-EXIT
004430     END-REWRITE.
004440 4000-EXIT.
004450     EXIT.
