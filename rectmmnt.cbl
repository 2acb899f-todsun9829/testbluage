000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTMMNT.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  MENU-DRIVEN ADD, INQUIRE
000120*                   AND CHANGE TRANSACTIONS AGAINST THE MATERIAL
000130*                   CATALOG (RECTMTL) THE MATERIAL REQUISITION
000140*                   (RECTMREQ) FIGURES FROM, MAINTAINED THE WAY
000150*                   RECTGMNT MAINTAINS THE GL ACCOUNT MAP, SO THE
000160*                   SHOP CAN ADD A MATERIAL OR CHANGE A SHEET
000170*                   SIZE OR WASTE ALLOWANCE WITHOUT A PROGRAM
000180*                   CHANGE.
000190*-----------------------------------------------------------------
000200 REMARKS.        LETS AN OPERATOR ADD A MATERIAL (CODE,
000210                 DESCRIPTION, THE SHAPES IT IS USED FOR, SHEET,
000220                 ROLL OR EDGING, THE COVERAGE OR EDGING LENGTH
000230                 OF ONE UNIT, AND THE WASTE ALLOWANCE), LIST THE
000240                 WHOLE CATALOG, OR CHANGE A MATERIAL.  ON A
000250                 CHANGE A BLANK ENTRY KEEPS THE CURRENT VALUE.
000260                 A MATERIAL NO LONGER STOCKED IS MARKED INACTIVE
000270                 AND DROPS OFF THE REQUISITION; NOTHING IS
000280                 DELETED.
000290
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER. IBM-370.
000330 OBJECT-COMPUTER. IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RECT-MATERIAL-FILE ASSIGN TO "RECTMTL"
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS DYNAMIC
000390         RECORD KEY IS MT-MATERIAL-CODE
000400         FILE STATUS IS WS-MATERIAL-STATUS.
000410
000420 DATA DIVISION.
000430 FILE SECTION.
000440 FD  RECT-MATERIAL-FILE
000450     LABEL RECORDS ARE STANDARD
000460     RECORD CONTAINS 80 CHARACTERS.
000470     COPY RECTMTL.
000480
000490 WORKING-STORAGE SECTION.
000500 77  WS-MATERIAL-STATUS       PIC X(02) VALUE '00'.
000510     88  MATERIAL-STATUS-OK       VALUE '00'.
000520     88  MATERIAL-NOT-FOUND       VALUE '23'.
000530     88  MATERIAL-DUPLICATE-KEY   VALUE '22'.
000540     88  MATERIAL-FILE-NOT-FOUND  VALUE '35'.
000550 77  WS-MENU-CHOICE           PIC X(01).
000560     88  CHOICE-ADD               VALUES 'A' 'a'.
000570     88  CHOICE-INQUIRE           VALUES 'I' 'i'.
000580     88  CHOICE-CHANGE            VALUES 'C' 'c'.
000590     88  CHOICE-EXIT              VALUES 'X' 'x'.
000600 77  WS-CONFIRM               PIC X(01).
000610     88  CONFIRM-YES              VALUES 'Y' 'y'.
000620 77  WS-CODE-INPUT            PIC X(08).
000630 77  WS-DESC-INPUT            PIC X(30).
000640 77  WS-UNIT-INPUT            PIC X(01).
000650     88  UNIT-INPUT-VALID         VALUES 'S' 'R' 'E'.
000660 77  WS-STATUS-INPUT          PIC X(01).
000670     88  STATUS-INPUT-VALID       VALUES 'A' 'I'.
000680 77  WS-COVERAGE-INPUT        PIC X(09).
000690 77  WS-COVERAGE-INPUT-N      REDEFINES WS-COVERAGE-INPUT
000700     PIC 9(07)V99.
000710 77  WS-EDGE-INPUT            PIC X(07).
000720 77  WS-EDGE-INPUT-N          REDEFINES WS-EDGE-INPUT
000730     PIC 9(05)V99.
000740 77  WS-WASTE-INPUT           PIC X(04).
000750 77  WS-WASTE-INPUT-N         REDEFINES WS-WASTE-INPUT
000760     PIC 9(02)V99.
000770 77  WS-SHAPE-IX              PIC 9(01) VALUE ZERO.
000780 77  WS-SHAPE-COUNT           PIC 9(01) VALUE ZERO.
000790 77  WS-SHAPES-OK-SW          PIC X(01) VALUE 'Y'.
000800     88  SHAPES-INPUT-OK          VALUE 'Y'.
000810 77  WS-RUN-DATE              PIC 9(08).
000820 77  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
000830     88  END-OF-LIST              VALUE 'Y'.
000840 77  WS-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
000850 77  WS-COVERAGE-DISPLAY      PIC Z(06)9.99.
000860 77  WS-EDGE-DISPLAY          PIC Z(04)9.99.
000870 77  WS-WASTE-DISPLAY         PIC Z9.99.
000880
000890 01  WS-SHAPES-INPUT            PIC X(04).
000900 01  WS-SHAPES-TABLE REDEFINES WS-SHAPES-INPUT.
000910     05  WS-SHAPE-INPUT          PIC X(01) OCCURS 4 TIMES.
000920
000930 01  WS-MATERIAL-LINE.
000940     05  WL-CODE                 PIC X(08).
000950     05  FILLER                  PIC X(01) VALUE SPACES.
000960     05  WL-DESCRIPTION          PIC X(30).
000970     05  FILLER                  PIC X(01) VALUE SPACES.
000980     05  WL-SHAPES               PIC X(04).
000990     05  FILLER                  PIC X(01) VALUE SPACES.
001000     05  WL-UNIT-TYPE            PIC X(01).
001010     05  FILLER                  PIC X(01) VALUE SPACES.
001020     05  WL-MEASURE              PIC Z(06)9.99.
001030     05  FILLER                  PIC X(01) VALUE SPACES.
001040     05  WL-WASTE                PIC Z9.99.
001050     05  FILLER                  PIC X(01) VALUE SPACES.
001060     05  WL-STATUS               PIC X(01).
001070     05  FILLER                  PIC X(01) VALUE SPACES.
001080     05  WL-CHANGED              PIC 9(08).
001090
001100 PROCEDURE DIVISION.
001110 0000-MAINLINE.
001120     DISPLAY "===== MATERIAL CATALOG MAINTENANCE =====".
001130     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
001140     OPEN I-O RECT-MATERIAL-FILE.
001150     IF MATERIAL-FILE-NOT-FOUND
001160         OPEN OUTPUT RECT-MATERIAL-FILE
001170         CLOSE RECT-MATERIAL-FILE
001180         OPEN I-O RECT-MATERIAL-FILE
001190     END-IF.
001200     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
001210         UNTIL CHOICE-EXIT.
001220     CLOSE RECT-MATERIAL-FILE.
001230     DISPLAY "GOODBYE!".
001240     STOP RUN.
001250
001260 1000-MENU-LOOP.
001270     DISPLAY " ".
001280     DISPLAY "A) ADD   I) INQUIRE   C) CHANGE   X) EXIT".
001290     DISPLAY "ENTER CHOICE: ".
001300     ACCEPT WS-MENU-CHOICE.
001310     IF CHOICE-ADD
001320         PERFORM 2000-ADD-MATERIAL THRU 2000-EXIT
001330     ELSE
001340         IF CHOICE-INQUIRE
001350             PERFORM 3000-INQUIRE-CATALOG THRU 3000-EXIT
001360         ELSE
001370             IF CHOICE-CHANGE
001380                 PERFORM 4000-CHANGE-MATERIAL THRU 4000-EXIT
001390             ELSE
001400                 IF NOT CHOICE-EXIT
001410                     DISPLAY "INVALID CHOICE."
001420                 END-IF
001430             END-IF
001440         END-IF
001450     END-IF.
001460 1000-EXIT.
001470     EXIT.
001480
001490*-----------------------------------------------------------------
001500*  A NEW MATERIAL STARTS EMPTY, SO EVERY PROMPT BELOW BUT THE
001510*  WASTE ALLOWANCE (ZERO IS A FAIR ANSWER) INSISTS ON AN ENTRY;
001520*  THE SAME PROMPTS SERVE THE CHANGE TRANSACTION, WHERE A BLANK
001530*  ENTRY KEEPS WHAT IS ALREADY IN THE RECORD.
001540*-----------------------------------------------------------------
001550 2000-ADD-MATERIAL.
001560     PERFORM 2100-GET-CODE THRU 2100-EXIT.
001570     MOVE WS-CODE-INPUT TO MT-MATERIAL-CODE.
001580     READ RECT-MATERIAL-FILE
001590         INVALID KEY
001600             CONTINUE
001610         NOT INVALID KEY
001620             DISPLAY "MATERIAL " MT-MATERIAL-CODE
001630                 " ALREADY ON FILE - USE CHANGE."
001640             GO TO 2000-EXIT
001650     END-READ.
001660     MOVE SPACES TO RECT-MATERIAL-RECORD.
001670     MOVE WS-CODE-INPUT TO MT-MATERIAL-CODE.
001680     MOVE ZERO TO MT-COVERAGE.
001690     MOVE ZERO TO MT-EDGE-LENGTH.
001700     MOVE ZERO TO MT-WASTE-PCT.
001710     MOVE 'A'  TO MT-STATUS-CODE.
001720     PERFORM 2200-GET-DESCRIPTION THRU 2200-EXIT.
001730     PERFORM 2300-GET-SHAPES THRU 2300-EXIT.
001740     PERFORM 2400-GET-UNIT-TYPE THRU 2400-EXIT.
001750     PERFORM 2500-GET-MEASURE THRU 2500-EXIT.
001760     PERFORM 2700-GET-WASTE THRU 2700-EXIT.
001770     MOVE WS-RUN-DATE TO MT-LAST-CHANGED.
001780     WRITE RECT-MATERIAL-RECORD
001790         INVALID KEY
001800             DISPLAY "UNABLE TO ADD MATERIAL, STATUS = "
001810                 WS-MATERIAL-STATUS
001820     NOT INVALID KEY
001830             DISPLAY "MATERIAL " MT-MATERIAL-CODE " ADDED."
001840     END-WRITE.
001850 2000-EXIT.
001860     EXIT.
001870
001880 2100-GET-CODE.
001890     DISPLAY "ENTER MATERIAL CODE (UP TO 8 CHARACTERS): ".
001900     ACCEPT WS-CODE-INPUT.
001910     INSPECT WS-CODE-INPUT CONVERTING
001920         "abcdefghijklmnopqrstuvwxyz" TO
001930         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001940     IF WS-CODE-INPUT = SPACES
001950         DISPLAY "INVALID MATERIAL CODE - MUST NOT BE BLANK."
001960         GO TO 2100-GET-CODE
001970     END-IF.
001980 2100-EXIT.
001990     EXIT.
002000
002010 2200-GET-DESCRIPTION.
002020     DISPLAY "DESCRIPTION (UP TO 30 CHARACTERS, BLANK = KEEP): ".
002030     ACCEPT WS-DESC-INPUT.
002040     IF WS-DESC-INPUT = SPACES
002050         IF MT-DESCRIPTION = SPACES
002060             DISPLAY "A DESCRIPTION IS REQUIRED."
002070             GO TO 2200-GET-DESCRIPTION
002080         END-IF
002090         GO TO 2200-EXIT
002100     END-IF.
002110     INSPECT WS-DESC-INPUT CONVERTING
002120         "abcdefghijklmnopqrstuvwxyz" TO
002130         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002140     MOVE WS-DESC-INPUT TO MT-DESCRIPTION.
002150 2200-EXIT.
002160     EXIT.
002170
002180 2300-GET-SHAPES.
002190     DISPLAY "SHAPES IT IS USED FOR - UP TO 4 OF R, C, T, Z, "
002200         "E.G. RT (BLANK = KEEP '" MT-SHAPE-CODES "'): ".
002210     ACCEPT WS-SHAPES-INPUT.
002220     IF WS-SHAPES-INPUT = SPACES
002230         IF MT-SHAPE-CODES = SPACES
002240             DISPLAY "AT LEAST ONE SHAPE IS REQUIRED."
002250             GO TO 2300-GET-SHAPES
002260         END-IF
002270         GO TO 2300-EXIT
002280     END-IF.
002290     INSPECT WS-SHAPES-INPUT CONVERTING
002300         "abcdefghijklmnopqrstuvwxyz" TO
002310         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002320     MOVE 'Y' TO WS-SHAPES-OK-SW.
002330     PERFORM 2350-CHECK-SHAPE THRU 2350-EXIT
002340         VARYING WS-SHAPE-IX FROM 1 BY 1
002350         UNTIL WS-SHAPE-IX > 4.
002360     IF NOT SHAPES-INPUT-OK
002370         DISPLAY "INVALID SHAPES - ENTER ONLY R, C, T OR Z, "
002380             "EACH ONCE."
002390         GO TO 2300-GET-SHAPES
002400     END-IF.
002410     MOVE WS-SHAPES-INPUT TO MT-SHAPE-CODES.
002420 2300-EXIT.
002430     EXIT.
002440
002450 2350-CHECK-SHAPE.
002460     IF WS-SHAPE-INPUT (WS-SHAPE-IX) = SPACE
002470         GO TO 2350-EXIT
002480     END-IF.
002490     IF WS-SHAPE-INPUT (WS-SHAPE-IX) NOT = 'R'
002500         AND WS-SHAPE-INPUT (WS-SHAPE-IX) NOT = 'C'
002510         AND WS-SHAPE-INPUT (WS-SHAPE-IX) NOT = 'T'
002520         AND WS-SHAPE-INPUT (WS-SHAPE-IX) NOT = 'Z'
002530         MOVE 'N' TO WS-SHAPES-OK-SW
002540         GO TO 2350-EXIT
002550     END-IF.
002560     MOVE ZERO TO WS-SHAPE-COUNT.
002570     INSPECT WS-SHAPES-INPUT TALLYING WS-SHAPE-COUNT
002580         FOR ALL WS-SHAPE-INPUT (WS-SHAPE-IX).
002590     IF WS-SHAPE-COUNT > 1
002600         MOVE 'N' TO WS-SHAPES-OK-SW
002610     END-IF.
002620 2350-EXIT.
002630     EXIT.
002640
002650 2400-GET-UNIT-TYPE.
002660     DISPLAY "UNIT: S) SHEET  R) ROLL  E) EDGING "
002670         "(BLANK = KEEP '" MT-UNIT-TYPE "'): ".
002680     ACCEPT WS-UNIT-INPUT.
002690     IF WS-UNIT-INPUT = SPACE
002700         IF NOT MT-UNIT-VALID
002710             DISPLAY "A UNIT TYPE IS REQUIRED."
002720             GO TO 2400-GET-UNIT-TYPE
002730         END-IF
002740         GO TO 2400-EXIT
002750     END-IF.
002760     INSPECT WS-UNIT-INPUT CONVERTING
002770         "abcdefghijklmnopqrstuvwxyz" TO
002780         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
002790     IF NOT UNIT-INPUT-VALID
002800         DISPLAY "INVALID UNIT - ENTER S, R OR E."
002810         GO TO 2400-GET-UNIT-TYPE
002820     END-IF.
002830     MOVE WS-UNIT-INPUT TO MT-UNIT-TYPE.
002840 2400-EXIT.
002850     EXIT.
002860
002870*-----------------------------------------------------------------
002880*  SHEET AND ROLL GOODS ARE MEASURED BY THE AREA ONE UNIT COVERS,
002890*  EDGING BY THE LENGTH ONE UNIT GIVES.  THE MEASURE THAT DOES
002900*  NOT APPLY IS ZEROED, SO A MATERIAL CHANGED FROM ONE KIND TO
002910*  THE OTHER CANNOT CARRY A STALE FIGURE.
002920*-----------------------------------------------------------------
002930 2500-GET-MEASURE.
002940     IF MT-UNIT-BY-AREA
002950         MOVE ZERO TO MT-EDGE-LENGTH
002960         PERFORM 2550-GET-COVERAGE THRU 2550-EXIT
002970     ELSE
002980         MOVE ZERO TO MT-COVERAGE
002990         PERFORM 2600-GET-EDGE-LENGTH THRU 2600-EXIT
003000     END-IF.
003010 2500-EXIT.
003020     EXIT.
003030
003040 2550-GET-COVERAGE.
003050     MOVE MT-COVERAGE TO WS-COVERAGE-DISPLAY.
003060     DISPLAY "AREA ONE SHEET OR ROLL COVERS (NNNNNNNNN, NO "
003070         "DECIMAL POINT, BLANK = KEEP " WS-COVERAGE-DISPLAY "): ".
003080     ACCEPT WS-COVERAGE-INPUT.
003090     IF WS-COVERAGE-INPUT = SPACES
003100         IF MT-COVERAGE = ZERO
003110             DISPLAY "A COVERAGE IS REQUIRED."
003120             GO TO 2550-GET-COVERAGE
003130         END-IF
003140         GO TO 2550-EXIT
003150     END-IF.
003160     IF WS-COVERAGE-INPUT NOT NUMERIC
003170         DISPLAY "INVALID COVERAGE - ENTER ALL 9 DIGITS."
003180         GO TO 2550-GET-COVERAGE
003190     END-IF.
003200     IF WS-COVERAGE-INPUT-N = ZERO
003210         DISPLAY "INVALID COVERAGE - MUST BE GREATER THAN ZERO."
003220         GO TO 2550-GET-COVERAGE
003230     END-IF.
003240     MOVE WS-COVERAGE-INPUT-N TO MT-COVERAGE.
003250 2550-EXIT.
003260     EXIT.
003270
003280 2600-GET-EDGE-LENGTH.
003290     MOVE MT-EDGE-LENGTH TO WS-EDGE-DISPLAY.
003300     DISPLAY "EDGING LENGTH PER UNIT (NNNNNNN, NO DECIMAL "
003310         "POINT, BLANK = KEEP " WS-EDGE-DISPLAY "): ".
003320     ACCEPT WS-EDGE-INPUT.
003330     IF WS-EDGE-INPUT = SPACES
003340         IF MT-EDGE-LENGTH = ZERO
003350             DISPLAY "AN EDGING LENGTH IS REQUIRED."
003360             GO TO 2600-GET-EDGE-LENGTH
003370         END-IF
003380         GO TO 2600-EXIT
003390     END-IF.
003400     IF WS-EDGE-INPUT NOT NUMERIC
003410         DISPLAY "INVALID LENGTH - ENTER ALL 7 DIGITS."
003420         GO TO 2600-GET-EDGE-LENGTH
003430     END-IF.
003440     IF WS-EDGE-INPUT-N = ZERO
003450         DISPLAY "INVALID LENGTH - MUST BE GREATER THAN ZERO."
003460         GO TO 2600-GET-EDGE-LENGTH
003470     END-IF.
003480     MOVE WS-EDGE-INPUT-N TO MT-EDGE-LENGTH.
003490 2600-EXIT.
003500     EXIT.
003510
003520 2700-GET-WASTE.
003530     MOVE MT-WASTE-PCT TO WS-WASTE-DISPLAY.
003540     DISPLAY "WASTE ALLOWANCE % (NNNN, NO DECIMAL POINT, "
003550         "BLANK = KEEP " WS-WASTE-DISPLAY "): ".
003560     ACCEPT WS-WASTE-INPUT.
003570     IF WS-WASTE-INPUT = SPACES
003580         GO TO 2700-EXIT
003590     END-IF.
003600     IF WS-WASTE-INPUT NOT NUMERIC
003610         DISPLAY "INVALID WASTE ALLOWANCE - ENTER ALL 4 DIGITS."
003620         GO TO 2700-GET-WASTE
003630     END-IF.
003640     MOVE WS-WASTE-INPUT-N TO MT-WASTE-PCT.
003650 2700-EXIT.
003660     EXIT.
003670
003680 2800-GET-STATUS.
003690     DISPLAY "STATUS: A) ACTIVE  I) INACTIVE "
003700         "(BLANK = KEEP '" MT-STATUS-CODE "'): ".
003710     ACCEPT WS-STATUS-INPUT.
003720     IF WS-STATUS-INPUT = SPACE
003730         GO TO 2800-EXIT
003740     END-IF.
003750     INSPECT WS-STATUS-INPUT CONVERTING
003760         "abcdefghijklmnopqrstuvwxyz" TO
003770         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
003780     IF NOT STATUS-INPUT-VALID
003790         DISPLAY "INVALID STATUS - ENTER A OR I."
003800         GO TO 2800-GET-STATUS
003810     END-IF.
003820     MOVE WS-STATUS-INPUT TO MT-STATUS-CODE.
003830 2800-EXIT.
003840     EXIT.
003850
003860*-----------------------------------------------------------------
003870*  LISTS THE WHOLE CATALOG IN MATERIAL CODE ORDER.  THE MEASURE
003880*  COLUMN IS THE COVERAGE OF A SHEET OR ROLL, OR THE LENGTH OF A
003890*  UNIT OF EDGING.
003900*-----------------------------------------------------------------
003910 3000-INQUIRE-CATALOG.
003920     MOVE ZERO TO WS-LIST-COUNT.
003930     MOVE 'N'  TO WS-LIST-EOF-SW.
003940     MOVE LOW-VALUES TO MT-MATERIAL-CODE.
003950     START RECT-MATERIAL-FILE KEY NOT LESS THAN MT-MATERIAL-CODE
003960         INVALID KEY
003970             MOVE 'Y' TO WS-LIST-EOF-SW
003980     END-START.
003990     DISPLAY "CODE     DESCRIPTION                    SHPS U"
004000         "    MEASURE WASTE S CHANGED".
004010     PERFORM 3100-SHOW-MATERIAL THRU 3100-EXIT
004020         UNTIL END-OF-LIST.
004030     IF WS-LIST-COUNT = ZERO
004040         DISPLAY "NO MATERIALS ON FILE."
004050     END-IF.
004060 3000-EXIT.
004070     EXIT.
004080
004090 3100-SHOW-MATERIAL.
004100     READ RECT-MATERIAL-FILE NEXT RECORD
004110         AT END
004120             MOVE 'Y' TO WS-LIST-EOF-SW
004130             GO TO 3100-EXIT
004140     END-READ.
004150     IF NOT MATERIAL-STATUS-OK
004160         MOVE 'Y' TO WS-LIST-EOF-SW
004170         GO TO 3100-EXIT
004180     END-IF.
004190     ADD 1 TO WS-LIST-COUNT.
004200     PERFORM 3200-FORMAT-MATERIAL THRU 3200-EXIT.
004210     DISPLAY WS-MATERIAL-LINE.
004220 3100-EXIT.
004230     EXIT.
004240
004250 3200-FORMAT-MATERIAL.
004260     MOVE MT-MATERIAL-CODE TO WL-CODE.
004270     MOVE MT-DESCRIPTION   TO WL-DESCRIPTION.
004280     MOVE MT-SHAPE-CODES   TO WL-SHAPES.
004290     MOVE MT-UNIT-TYPE     TO WL-UNIT-TYPE.
004300     IF MT-UNIT-BY-AREA
004310         MOVE MT-COVERAGE    TO WL-MEASURE
004320     ELSE
004330         MOVE MT-EDGE-LENGTH TO WL-MEASURE
004340     END-IF.
004350     MOVE MT-WASTE-PCT     TO WL-WASTE.
004360     IF MT-STATUS-INACTIVE
004370         MOVE 'I' TO WL-STATUS
004380     ELSE
004390         MOVE 'A' TO WL-STATUS
004400     END-IF.
004410     MOVE MT-LAST-CHANGED  TO WL-CHANGED.
004420 3200-EXIT.
004430     EXIT.
004440
004450 4000-CHANGE-MATERIAL.
004460     PERFORM 2100-GET-CODE THRU 2100-EXIT.
004470     MOVE WS-CODE-INPUT TO MT-MATERIAL-CODE.
004480     READ RECT-MATERIAL-FILE
004490         INVALID KEY
004500             DISPLAY "MATERIAL " MT-MATERIAL-CODE " NOT ON FILE."
004510             GO TO 4000-EXIT
004520     END-READ.
004530     DISPLAY "CODE     DESCRIPTION                    SHPS U"
004540         "    MEASURE WASTE S CHANGED".
004550     PERFORM 3200-FORMAT-MATERIAL THRU 3200-EXIT.
004560     DISPLAY WS-MATERIAL-LINE.
004570     PERFORM 2200-GET-DESCRIPTION THRU 2200-EXIT.
004580     PERFORM 2300-GET-SHAPES THRU 2300-EXIT.
004590     PERFORM 2400-GET-UNIT-TYPE THRU 2400-EXIT.
004600     PERFORM 2500-GET-MEASURE THRU 2500-EXIT.
004610     PERFORM 2700-GET-WASTE THRU 2700-EXIT.
004620     PERFORM 2800-GET-STATUS THRU 2800-EXIT.
004630     DISPLAY "SAVE THE CHANGE (Y/N)? ".
004640     ACCEPT WS-CONFIRM.
004650     IF NOT CONFIRM-YES
004660         DISPLAY "MATERIAL NOT CHANGED."
004670         GO TO 4000-EXIT
004680     END-IF.
004690     MOVE WS-RUN-DATE TO MT-LAST-CHANGED.
004700     REWRITE RECT-MATERIAL-RECORD
004710         INVALID KEY
004720             DISPLAY "UNABLE TO REWRITE MATERIAL."
004730     NOT INVALID KEY
004740             DISPLAY "MATERIAL " MT-MATERIAL-CODE " CHANGED."
004750     END-REWRITE.
004760 4000-EXIT.
004770     EXIT.
