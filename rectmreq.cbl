000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTMREQ.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  MATERIAL TAKE-OFF AND
000120*                   DAILY REQUISITION.  TURNS THE AREA AND
000130*                   PERIMETER STORED ON EVERY ACTIVE JOB INTO
000140*                   WHOLE SHEETS, ROLLS AND LENGTHS OF EDGING TO
000150*                   PULL, FROM THE MATERIAL CATALOG (RECTMTL),
000160*                   BROKEN DOWN BY WORK ORDER AND TOTALLED FOR
000170*                   THE DAY, SO THE WAREHOUSE CAN STAGE MATERIAL
000180*                   THE NIGHT BEFORE INSTEAD OF THE FLOOR WORKING
000190*                   IT OUT BY HAND FROM THE JOB SHEETS.
000200*-----------------------------------------------------------------
000210 REMARKS.        THE PARAMETER CARD (RECTMPRM) NAMES EITHER ONE
000220                 WORK ORDER ON RECTORD, WHOSE LINES ARE WALKED BY
000230                 JOB ID AS RECTMNT DOES, OR A RANGE OF JOB DATES,
000240                 FOR WHICH RECTMAS IS SWEPT; NO CARD MEANS THE
000250                 JOBS DATED TODAY.  QUOTES AND VOIDED JOBS ARE
000260                 SKIPPED.  A MATERIAL IS TAKEN OFF FOR EVERY JOB
000270                 WHOSE SHAPE IT IS USED FOR: SHEET AND ROLL GOODS
000280                 AGAINST THE JOB AREA, EDGING AGAINST THE JOB
000290                 PERIMETER.  EACH WORK ORDER'S NEED IS GROSSED UP
000300                 BY THE WASTE ALLOWANCE AND ROUNDED UP TO WHOLE
000310                 UNITS, SINCE THAT IS WHAT IS STAGED FOR IT; THE
000320                 DAY TOTAL IS THE SUM OF THOSE WHOLE UNITS.  A
000330                 JOB THAT IS NOT PART OF A WORK ORDER IS LISTED
000340                 ON ITS OWN.  INACTIVE MATERIALS ARE LEFT OUT.
000350
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER. IBM-370.
000390 OBJECT-COMPUTER. IBM-370.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT RECT-PARM-FILE    ASSIGN TO "RECTMPRM"
000430         ORGANIZATION IS LINE SEQUENTIAL
000440         FILE STATUS IS WS-PARM-STATUS.
000450     SELECT RECT-MATERIAL-FILE ASSIGN TO "RECTMTL"
000460         ORGANIZATION IS INDEXED
000470         ACCESS MODE IS DYNAMIC
000480         RECORD KEY IS MT-MATERIAL-CODE
000490         FILE STATUS IS WS-MATERIAL-STATUS.
000500     SELECT RECT-MASTER-FILE  ASSIGN TO "RECTMAS"
000510         ORGANIZATION IS INDEXED
000520         ACCESS MODE IS DYNAMIC
000530         RECORD KEY IS RJ-JOB-ID
000540         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
000550             WITH DUPLICATES
000560         FILE STATUS IS WS-MASTER-STATUS.
000570     SELECT RECT-ORDER-FILE   ASSIGN TO "RECTORD"
000580         ORGANIZATION IS INDEXED
000590         ACCESS MODE IS DYNAMIC
000600         RECORD KEY IS OH-ORDER-NO
000610         FILE STATUS IS WS-ORDER-STATUS.
000620     SELECT RECT-REPORT-FILE  ASSIGN TO "RECTMRPT"
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-REPORT-STATUS.
000650
000660 DATA DIVISION.
000670 FILE SECTION.
000680 FD  RECT-PARM-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD
000710     RECORD CONTAINS 80 CHARACTERS.
000720     COPY RECTMPRM.
000730
000740 FD  RECT-MATERIAL-FILE
000750     LABEL RECORDS ARE STANDARD
000760     RECORD CONTAINS 80 CHARACTERS.
000770     COPY RECTMTL.
000780
000790 FD  RECT-MASTER-FILE
000800     LABEL RECORDS ARE STANDARD
000810     RECORD CONTAINS 112 CHARACTERS.
000820     COPY RECTJOB.
000830
000840 FD  RECT-ORDER-FILE
000850     LABEL RECORDS ARE STANDARD
000860     RECORD CONTAINS 100 CHARACTERS.
000870     COPY RECTORD.
000880
000890 FD  RECT-REPORT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD
000920     RECORD CONTAINS 80 CHARACTERS.
000930 01  RECT-REPORT-LINE           PIC X(80).
000940
000950 WORKING-STORAGE SECTION.
000960 77  WS-PARM-STATUS         PIC X(02) VALUE '00'.
000970     88  PARM-STATUS-OK          VALUE '00'.
000980 77  WS-MATERIAL-STATUS     PIC X(02) VALUE '00'.
000990     88  MATERIAL-STATUS-OK      VALUE '00'.
001000 77  WS-MASTER-STATUS       PIC X(02) VALUE '00'.
001010     88  MASTER-STATUS-OK        VALUE '00'.
001020     88  MASTER-STATUS-EOF       VALUE '10'.
001030 77  WS-ORDER-STATUS        PIC X(02) VALUE '00'.
001040     88  ORDER-STATUS-OK         VALUE '00'.
001050 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
001060     88  REPORT-STATUS-OK        VALUE '00'.
001070 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001080     88  INIT-FAILED             VALUE 'N'.
001090 77  WS-EOF-SWITCH          PIC X(01) VALUE 'N'.
001100     88  END-OF-MASTER           VALUE 'Y'.
001110 77  WS-CATALOG-EOF-SW      PIC X(01) VALUE 'N'.
001120     88  END-OF-CATALOG          VALUE 'Y'.
001130 77  WS-DATES-DONE-SW       PIC X(01) VALUE 'N'.
001140     88  ALL-DATES-PRINTED       VALUE 'Y'.
001150 77  WS-ANY-MATERIAL-SW     PIC X(01) VALUE 'N'.
001160     88  MATERIAL-TAKEN-OFF      VALUE 'Y'.
001170 77  WS-RUN-DATE            PIC 9(08).
001180 77  WS-FROM-DATE           PIC 9(08) VALUE ZERO.
001190 77  WS-THRU-DATE           PIC 9(08) VALUE ZERO.
001200 77  WS-ORDER-NO            PIC 9(07) VALUE ZERO.
001210 77  WS-ORDER-CUSTOMER      PIC X(30) VALUE SPACES.
001220 77  WS-LAST-DATE           PIC 9(08) VALUE ZERO.
001230 77  WS-NEXT-DATE           PIC 9(08) VALUE ZERO.
001240 77  WS-OL-JOB-ID           PIC 9(07) VALUE ZERO.
001250 77  WS-OL-COUNT            PIC 9(02) VALUE ZERO.
001260 77  WS-OL-LINES            PIC 9(02) VALUE ZERO.
001270 77  WS-PAGE-NUMBER         PIC 9(04) COMP VALUE ZERO.
001280 77  WS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001290 77  WS-LINES-PER-PAGE      PIC 9(03) VALUE 050.
001300 77  WS-READ-COUNT          PIC 9(08) COMP VALUE ZERO.
001310 77  WS-JOB-COUNT           PIC 9(08) COMP VALUE ZERO.
001320 77  WS-QUOTE-COUNT         PIC 9(08) COMP VALUE ZERO.
001330 77  WS-VOID-COUNT          PIC 9(08) COMP VALUE ZERO.
001340 77  WS-SHAPE-SKIPPED       PIC 9(08) COMP VALUE ZERO.
001350 77  WS-DATE-COUNT          PIC 9(05) COMP VALUE ZERO.
001360 77  WS-GR-COUNT            PIC 9(04) COMP VALUE ZERO.
001370 77  WS-GR-IX               PIC 9(04) COMP VALUE ZERO.
001380 77  WS-GR-SLOT             PIC 9(04) COMP VALUE ZERO.
001390 77  WS-GR-MAX              PIC 9(04) VALUE 1000.
001400 77  WS-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001410     88  GROUP-TABLE-FULL        VALUE 'Y'.
001420 77  WS-MT-COUNT            PIC 9(03) COMP VALUE ZERO.
001430 77  WS-MT-IX               PIC 9(03) COMP VALUE ZERO.
001440 77  WS-MT-MAX              PIC 9(03) VALUE 200.
001450 77  WS-SHAPE-IX            PIC 9(01) VALUE ZERO.
001460 77  WS-JOB-SHAPE           PIC 9(01) VALUE ZERO.
001470 77  WS-SHAPE-TALLY         PIC 9(01) VALUE ZERO.
001480 77  WS-MEASURE             PIC 9(12)V99 VALUE ZERO.
001490 77  WS-UNITS-EXACT         PIC 9(11)V9999 VALUE ZERO.
001500 77  WS-UNITS               PIC 9(09) VALUE ZERO.
001510
001520*-----------------------------------------------------------------
001530*  THE SHAPE CODES IN A FIXED ORDER; A SHAPE'S POSITION HERE IS
001540*  ITS SUBSCRIPT IN THE MATERIAL AND WORK-ORDER TABLES BELOW.
001550*-----------------------------------------------------------------
001560 01  WS-SHAPE-LETTERS           PIC X(04) VALUE "RCTZ".
001570 01  WS-SHAPE-LETTER-TABLE REDEFINES WS-SHAPE-LETTERS.
001580     05  WS-SHAPE-LETTER         PIC X(01) OCCURS 4 TIMES.
001590
001600*-----------------------------------------------------------------
001610*  THE ACTIVE CATALOG, IN MATERIAL CODE ORDER, WITH WHICH
001620*  SHAPES EACH MATERIAL IS USED FOR AND WHAT ONE UNIT COVERS OR
001630*  EDGES, AND THE UNITS TAKEN OFF FOR THE DAY AND THE RUN.
001640*-----------------------------------------------------------------
001650 01  WS-MATERIAL-TABLE.
001660     05  WS-MT-ENTRY OCCURS 200 TIMES.
001670         10  WS-MT-CODE          PIC X(08).
001680         10  WS-MT-DESCRIPTION   PIC X(30).
001690         10  WS-MT-UNIT-TYPE     PIC X(01).
001700             88  WS-MT-BY-AREA       VALUES 'S' 'R'.
001710         10  WS-MT-USED-FOR      PIC X(01) OCCURS 4 TIMES.
001720         10  WS-MT-PER-UNIT      PIC 9(07)V99.
001730         10  WS-MT-WASTE-PCT     PIC 9(02)V99.
001740         10  WS-MT-DAY-UNITS     PIC 9(09).
001750         10  WS-MT-DAY-MEASURE   PIC 9(12)V99.
001760         10  WS-MT-RUN-UNITS     PIC 9(09).
001770         10  WS-MT-RUN-MEASURE   PIC 9(12)V99.
001780
001790*-----------------------------------------------------------------
001800*  ONE ENTRY PER WORK ORDER AND JOB DATE (OR PER STANDALONE
001810*  JOB), IN THE ORDER FIRST SEEN, HOLDING ITS AREA AND PERIMETER
001820*  BY SHAPE.  THE REPORT PICKS THE DATES OUT IN DATE ORDER.
001830*-----------------------------------------------------------------
001840 01  WS-GROUP-TABLE.
001850     05  WS-GR-ENTRY OCCURS 1000 TIMES.
001860         10  WS-GR-DATE          PIC 9(08).
001870         10  WS-GR-ORDER-NO      PIC 9(07).
001880         10  WS-GR-JOB-ID        PIC 9(07).
001890         10  WS-GR-CUSTOMER-NAME PIC X(30).
001900         10  WS-GR-JOBS          PIC 9(03).
001910         10  WS-GR-AREA          PIC 9(12)V99 OCCURS 4 TIMES.
001920         10  WS-GR-PERIMETER     PIC 9(09)V99 OCCURS 4 TIMES.
001930
001940 01  WS-PRINT-LINE              PIC X(80).
001950
001960 01  WS-HEADING-LINE-1.
001970     05  FILLER                  PIC X(34) VALUE
001980         "RECTMREQ - MATERIAL REQUISITION   ".
001990     05  FILLER                  PIC X(10) VALUE "RUN DATE: ".
002000     05  WH1-RUN-DATE            PIC 9(08).
002010     05  FILLER                  PIC X(09) VALUE "   PAGE: ".
002020     05  WH1-PAGE-NUMBER         PIC ZZZ9.
002030
002040 01  WS-HEADING-LINE-2.
002050     05  FILLER                  PIC X(11) VALUE "JOBS DATED ".
002060     05  WH2-FROM-DATE           PIC 9(08).
002070     05  FILLER                  PIC X(09) VALUE " THROUGH ".
002080     05  WH2-THRU-DATE           PIC 9(08).
002090
002100 01  WS-HEADING-ORDER-LINE.
002110     05  FILLER                  PIC X(11) VALUE "WORK ORDER ".
002120     05  WHO-ORDER-NO            PIC 9(07).
002130     05  FILLER                  PIC X(02) VALUE SPACES.
002140     05  WHO-CUSTOMER-NAME       PIC X(30).
002150
002160 01  WS-HEADING-LINE-3.
002170     05  FILLER                  PIC X(04) VALUE SPACES.
002180     05  FILLER                  PIC X(09) VALUE "MATERIAL ".
002190     05  FILLER                  PIC X(31) VALUE "DESCRIPTION".
002200     05  FILLER                  PIC X(08) VALUE "    QTY ".
002210     05  FILLER                  PIC X(08) VALUE "UNIT    ".
002220     05  FILLER                  PIC X(14) VALUE
002230         "AREA/PERIMETER".
002240
002250 01  WS-DATE-LINE.
002260     05  FILLER                  PIC X(09) VALUE "JOB DATE ".
002270     05  WB-DATE                 PIC 9(08).
002280
002290 01  WS-GROUP-LINE.
002300     05  FILLER                  PIC X(02) VALUE SPACES.
002310     05  WG-CAPTION              PIC X(11).
002320     05  WG-NUMBER               PIC 9(07).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  WG-CUSTOMER-NAME        PIC X(30).
002350     05  FILLER                  PIC X(02) VALUE SPACES.
002360     05  WG-JOBS                 PIC ZZ9.
002370     05  FILLER                  PIC X(07) VALUE " JOB(S)".
002380
002390 01  WS-MATERIAL-LINE.
002400     05  FILLER                  PIC X(04) VALUE SPACES.
002410     05  WM-CODE                 PIC X(08).
002420     05  FILLER                  PIC X(01) VALUE SPACES.
002430     05  WM-DESCRIPTION          PIC X(30).
002440     05  FILLER                  PIC X(01) VALUE SPACES.
002450     05  WM-UNITS                PIC Z(06)9.
002460     05  FILLER                  PIC X(01) VALUE SPACES.
002470     05  WM-UNIT-WORD            PIC X(07).
002480     05  FILLER                  PIC X(01) VALUE SPACES.
002490     05  WM-MEASURE              PIC Z(10)9.99.
002500
002510 01  WS-DAY-TOTAL-LINE.
002520     05  FILLER                  PIC X(16) VALUE
002530         "  DAY TOTAL FOR ".
002540     05  WDT-DATE                PIC 9(08).
002550
002560 01  WS-TOTAL-LINE.
002570     05  WT-CAPTION              PIC X(40).
002580     05  WT-COUNT                PIC ZZZZZZZ9.
002590
002600 PROCEDURE DIVISION.
002610 0000-MAINLINE.
002620     DISPLAY "RECTMREQ - MATERIAL REQUISITION".
002630     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002640     IF NOT INIT-FAILED
002650         IF WS-ORDER-NO > ZERO
002660             PERFORM 2100-WALK-ORDER THRU 2100-EXIT
002670                 UNTIL WS-OL-COUNT NOT LESS THAN WS-OL-LINES
002680         ELSE
002690             PERFORM 2000-SWEEP-MASTER THRU 2000-EXIT
002700                 UNTIL END-OF-MASTER
002710         END-IF
002720         PERFORM 3000-PRINT-REQUISITION THRU 3000-EXIT
002730         PERFORM 4000-PRINT-TOTALS THRU 4000-EXIT
002740     END-IF.
002750     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002760     STOP RUN.
002770
002780 1000-INITIALIZE.
002790     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002800     PERFORM 1050-READ-PARAMETER-CARD THRU 1050-EXIT.
002810     IF WS-THRU-DATE = ZERO
002820         MOVE WS-RUN-DATE TO WS-THRU-DATE
002830     END-IF.
002840     IF WS-FROM-DATE = ZERO
002850         OR WS-FROM-DATE > WS-THRU-DATE
002860         MOVE WS-THRU-DATE TO WS-FROM-DATE
002870     END-IF.
002880     OPEN INPUT RECT-MATERIAL-FILE.
002890     IF NOT MATERIAL-STATUS-OK
002900         DISPLAY "RECTMREQ: UNABLE TO OPEN RECTMTL, STATUS = "
002910             WS-MATERIAL-STATUS " - SET MATERIALS UP IN "
002920             "RECTMMNT FIRST."
002930         MOVE 'N' TO WS-INIT-OK
002940         GO TO 1000-EXIT.
002950     PERFORM 1100-LOAD-CATALOG THRU 1100-EXIT.
002960     CLOSE RECT-MATERIAL-FILE.
002970     IF WS-MT-COUNT = ZERO
002980         DISPLAY "RECTMREQ: NO ACTIVE MATERIALS ON RECTMTL - "
002990             "RUN REFUSED."
003000         MOVE 'N' TO WS-INIT-OK
003010         GO TO 1000-EXIT.
003020     OPEN INPUT RECT-MASTER-FILE.
003030     IF NOT MASTER-STATUS-OK
003040         DISPLAY "RECTMREQ: UNABLE TO OPEN RECTMAS, STATUS = "
003050             WS-MASTER-STATUS
003060         MOVE 'N' TO WS-INIT-OK
003070         GO TO 1000-EXIT.
003080     IF WS-ORDER-NO > ZERO
003090         PERFORM 1200-READ-ORDER THRU 1200-EXIT
003100         IF INIT-FAILED
003110             GO TO 1000-EXIT
003120         END-IF
003130     ELSE
003140         MOVE ZERO TO RJ-JOB-ID
003150         START RECT-MASTER-FILE KEY NOT LESS THAN RJ-JOB-ID
003160             INVALID KEY
003170                 MOVE 'Y' TO WS-EOF-SWITCH
003180         END-START
003190     END-IF.
003200     OPEN OUTPUT RECT-REPORT-FILE.
003210     IF NOT REPORT-STATUS-OK
003220         DISPLAY "RECTMREQ: UNABLE TO OPEN RECTMRPT, STATUS = "
003230             WS-REPORT-STATUS
003240         MOVE 'N' TO WS-INIT-OK
003250         GO TO 1000-EXIT.
003260 1000-EXIT.
003270     EXIT.
003280
003290 1050-READ-PARAMETER-CARD.
003300     MOVE ZERO TO MP-FROM-DATE.
003310     MOVE ZERO TO MP-THRU-DATE.
003320     MOVE ZERO TO MP-ORDER-NO.
003330     OPEN INPUT RECT-PARM-FILE.
003340     IF PARM-STATUS-OK
003350         READ RECT-PARM-FILE
003360             AT END
003370                 CONTINUE
003380         END-READ
003390         CLOSE RECT-PARM-FILE
003400     END-IF.
003410     IF MP-THRU-DATE NUMERIC
003420         AND MP-THRU-DATE > ZERO
003430         MOVE MP-THRU-DATE TO WS-THRU-DATE
003440     END-IF.
003450     IF MP-FROM-DATE NUMERIC
003460         AND MP-FROM-DATE > ZERO
003470         MOVE MP-FROM-DATE TO WS-FROM-DATE
003480     END-IF.
003490     IF MP-ORDER-NO NUMERIC
003500         AND MP-ORDER-NO > ZERO
003510         MOVE MP-ORDER-NO TO WS-ORDER-NO
003520     END-IF.
003530 1050-EXIT.
003540     EXIT.
003550
003560*-----------------------------------------------------------------
003570*  LOADS EVERY ACTIVE MATERIAL.  ONE WITH NO COVERAGE OR EDGING
003580*  LENGTH CANNOT BE FIGURED AND IS LEFT OUT WITH A MESSAGE.
003590*-----------------------------------------------------------------
003600 1100-LOAD-CATALOG.
003610     MOVE LOW-VALUES TO MT-MATERIAL-CODE.
003620     START RECT-MATERIAL-FILE KEY NOT LESS THAN MT-MATERIAL-CODE
003630         INVALID KEY
003640             MOVE 'Y' TO WS-CATALOG-EOF-SW
003650     END-START.
003660     PERFORM 1150-LOAD-MATERIAL THRU 1150-EXIT
003670         UNTIL END-OF-CATALOG.
003680 1100-EXIT.
003690     EXIT.
003700
003710 1150-LOAD-MATERIAL.
003720     READ RECT-MATERIAL-FILE NEXT RECORD
003730         AT END
003740             MOVE 'Y' TO WS-CATALOG-EOF-SW
003750             GO TO 1150-EXIT
003760     END-READ.
003770     IF NOT MATERIAL-STATUS-OK
003780         DISPLAY "RECTMREQ: READ ERROR ON RECTMTL, STATUS = "
003790             WS-MATERIAL-STATUS
003800         MOVE 'Y' TO WS-CATALOG-EOF-SW
003810         GO TO 1150-EXIT
003820     END-IF.
003830     IF MT-STATUS-INACTIVE
003840         GO TO 1150-EXIT
003850     END-IF.
003860     IF (MT-UNIT-BY-AREA AND MT-COVERAGE = ZERO)
003870         OR (MT-UNIT-EDGING AND MT-EDGE-LENGTH = ZERO)
003880         OR NOT MT-UNIT-VALID
003890         DISPLAY "RECTMREQ: MATERIAL " MT-MATERIAL-CODE
003900             " HAS NO COVERAGE OR EDGING LENGTH - LEFT OUT."
003910         GO TO 1150-EXIT
003920     END-IF.
003930     IF WS-MT-COUNT NOT LESS THAN WS-MT-MAX
003940         DISPLAY "RECTMREQ: MATERIAL TABLE FULL AFTER "
003950             WS-MT-MAX " MATERIALS - " MT-MATERIAL-CODE
003960             " AND AFTER LEFT OUT."
003970         MOVE 'Y' TO WS-CATALOG-EOF-SW
003980         GO TO 1150-EXIT
003990     END-IF.
004000     ADD 1 TO WS-MT-COUNT.
004010     MOVE WS-MT-COUNT      TO WS-MT-IX.
004020     MOVE MT-MATERIAL-CODE TO WS-MT-CODE (WS-MT-IX).
004030     MOVE MT-DESCRIPTION   TO WS-MT-DESCRIPTION (WS-MT-IX).
004040     MOVE MT-UNIT-TYPE     TO WS-MT-UNIT-TYPE (WS-MT-IX).
004050     IF MT-UNIT-BY-AREA
004060         MOVE MT-COVERAGE    TO WS-MT-PER-UNIT (WS-MT-IX)
004070     ELSE
004080         MOVE MT-EDGE-LENGTH TO WS-MT-PER-UNIT (WS-MT-IX)
004090     END-IF.
004100     MOVE MT-WASTE-PCT     TO WS-MT-WASTE-PCT (WS-MT-IX).
004110     MOVE ZERO TO WS-MT-DAY-UNITS (WS-MT-IX).
004120     MOVE ZERO TO WS-MT-DAY-MEASURE (WS-MT-IX).
004130     MOVE ZERO TO WS-MT-RUN-UNITS (WS-MT-IX).
004140     MOVE ZERO TO WS-MT-RUN-MEASURE (WS-MT-IX).
004150     PERFORM 1160-SET-SHAPE-USE THRU 1160-EXIT
004160         VARYING WS-SHAPE-IX FROM 1 BY 1
004170         UNTIL WS-SHAPE-IX > 4.
004180 1150-EXIT.
004190     EXIT.
004200
004210 1160-SET-SHAPE-USE.
004220     MOVE ZERO TO WS-SHAPE-TALLY.
004230     INSPECT MT-SHAPE-CODES TALLYING WS-SHAPE-TALLY
004240         FOR ALL WS-SHAPE-LETTER (WS-SHAPE-IX).
004250     IF WS-SHAPE-TALLY > ZERO
004260         MOVE 'Y' TO WS-MT-USED-FOR (WS-MT-IX, WS-SHAPE-IX)
004270     ELSE
004280         MOVE 'N' TO WS-MT-USED-FOR (WS-MT-IX, WS-SHAPE-IX)
004290     END-IF.
004300 1160-EXIT.
004310     EXIT.
004320
004330 1200-READ-ORDER.
004340     OPEN INPUT RECT-ORDER-FILE.
004350     IF NOT ORDER-STATUS-OK
004360         DISPLAY "RECTMREQ: UNABLE TO OPEN RECTORD, STATUS = "
004370             WS-ORDER-STATUS
004380         MOVE 'N' TO WS-INIT-OK
004390         GO TO 1200-EXIT.
004400     MOVE WS-ORDER-NO TO OH-ORDER-NO.
004410     READ RECT-ORDER-FILE
004420         INVALID KEY
004430             DISPLAY "RECTMREQ: WORK ORDER " WS-ORDER-NO
004440                 " NOT ON RECTORD - RUN REFUSED."
004450             MOVE 'N' TO WS-INIT-OK
004460     END-READ.
004470     CLOSE RECT-ORDER-FILE.
004480     IF INIT-FAILED
004490         GO TO 1200-EXIT
004500     END-IF.
004510     IF OH-STATUS-VOID
004520         DISPLAY "RECTMREQ: WORK ORDER " WS-ORDER-NO
004530             " IS VOID - NOTHING TO PULL."
004540         MOVE 'N' TO WS-INIT-OK
004550         GO TO 1200-EXIT
004560     END-IF.
004570     MOVE OH-CUSTOMER-NAME TO WS-ORDER-CUSTOMER.
004580     MOVE OH-FIRST-JOB-ID TO WS-OL-JOB-ID.
004590     MOVE OH-LINE-COUNT   TO WS-OL-LINES.
004600     MOVE ZERO TO WS-OL-COUNT.
004610 1200-EXIT.
004620     EXIT.
004630
004640*-----------------------------------------------------------------
004650*  DATE RANGE: RECTMAS HAS NO KEY BY DATE ALONE, SO THE WHOLE
004660*  MASTER IS SWEPT IN JOB-ID ORDER AND THE DATES PICKED OUT.
004670*-----------------------------------------------------------------
004680 2000-SWEEP-MASTER.
004690     READ RECT-MASTER-FILE NEXT RECORD
004700         AT END
004710             MOVE 'Y' TO WS-EOF-SWITCH
004720             GO TO 2000-EXIT
004730     END-READ.
004740     IF NOT MASTER-STATUS-OK
004750         DISPLAY "RECTMREQ: READ ERROR ON RECTMAS, STATUS = "
004760             WS-MASTER-STATUS
004770         MOVE 'Y' TO WS-EOF-SWITCH
004780         GO TO 2000-EXIT
004790     END-IF.
004800     ADD 1 TO WS-READ-COUNT.
004810     IF RJ-CALC-DATE < WS-FROM-DATE
004820         OR RJ-CALC-DATE > WS-THRU-DATE
004830         GO TO 2000-EXIT
004840     END-IF.
004850     PERFORM 2500-TAKE-OFF-JOB THRU 2500-EXIT.
004860 2000-EXIT.
004870     EXIT.
004880
004890*-----------------------------------------------------------------
004900*  ONE WORK ORDER: ITS LINES DREW CONSECUTIVE JOB IDS FROM THE
004910*  HEADER'S FIRST JOB ID, THE SAME WALK RECTMNT'S ORDER INQUIRY
004920*  MAKES.
004930*-----------------------------------------------------------------
004940 2100-WALK-ORDER.
004950     ADD 1 TO WS-OL-COUNT.
004960     MOVE WS-OL-JOB-ID TO RJ-JOB-ID.
004970     ADD 1 TO WS-OL-JOB-ID.
004980     READ RECT-MASTER-FILE
004990         INVALID KEY
005000             DISPLAY "RECTMREQ: LINE JOB " RJ-JOB-ID
005010                 " NOT ON THE MASTER."
005020             GO TO 2100-EXIT
005030     END-READ.
005040     ADD 1 TO WS-READ-COUNT.
005050     IF RJ-ORDER-NO NOT = WS-ORDER-NO
005060         DISPLAY "RECTMREQ: JOB " RJ-JOB-ID " IS NOT A LINE OF "
005070             "WORK ORDER " WS-ORDER-NO " - SKIPPED."
005080         GO TO 2100-EXIT
005090     END-IF.
005100     PERFORM 2500-TAKE-OFF-JOB THRU 2500-EXIT.
005110 2100-EXIT.
005120     EXIT.
005130
005140*-----------------------------------------------------------------
005150*  ADDS ONE JOB'S AREA AND PERIMETER, UNDER ITS SHAPE, TO ITS
005160*  WORK ORDER'S ENTRY FOR THE JOB DATE - OR TO A NEW ENTRY OF ITS
005170*  OWN IF IT IS NOT PART OF A WORK ORDER.
005180*-----------------------------------------------------------------
005190 2500-TAKE-OFF-JOB.
005200     IF RJ-STATUS-QUOTE
005210         ADD 1 TO WS-QUOTE-COUNT
005220         GO TO 2500-EXIT
005230     END-IF.
005240     IF RJ-STATUS-VOID
005250         ADD 1 TO WS-VOID-COUNT
005260         GO TO 2500-EXIT
005270     END-IF.
005280     MOVE ZERO TO WS-JOB-SHAPE.
005290     PERFORM 2510-FIND-SHAPE THRU 2510-EXIT
005300         VARYING WS-SHAPE-IX FROM 1 BY 1
005310         UNTIL WS-SHAPE-IX > 4.
005320     IF WS-JOB-SHAPE = ZERO
005330         DISPLAY "RECTMREQ: JOB " RJ-JOB-ID " HAS SHAPE CODE '"
005340             RJ-SHAPE-CODE "' - SKIPPED."
005350         ADD 1 TO WS-SHAPE-SKIPPED
005360         GO TO 2500-EXIT
005370     END-IF.
005380     MOVE ZERO TO WS-GR-SLOT.
005390     IF RJ-ORDER-NO > ZERO
005400         PERFORM 2550-FIND-ORDER THRU 2550-EXIT
005410             VARYING WS-GR-IX FROM 1 BY 1
005420             UNTIL WS-GR-IX > WS-GR-COUNT
005430                OR WS-GR-SLOT NOT = ZERO
005440     END-IF.
005450     IF WS-GR-SLOT = ZERO
005460         IF WS-GR-COUNT NOT LESS THAN WS-GR-MAX
005470             IF NOT GROUP-TABLE-FULL
005480                 MOVE 'Y' TO WS-TABLE-FULL-SW
005490                 DISPLAY "RECTMREQ: WORK ORDER TABLE FULL AFTER "
005500                     WS-GR-MAX " ENTRIES - REQUISITION "
005510                     "INCOMPLETE."
005520             END-IF
005530             GO TO 2500-EXIT
005540         END-IF
005550         PERFORM 2600-NEW-GROUP THRU 2600-EXIT
005560     END-IF.
005570     ADD 1 TO WS-JOB-COUNT.
005580     ADD 1 TO WS-GR-JOBS (WS-GR-SLOT).
005590     ADD RJ-AREA
005600         TO WS-GR-AREA (WS-GR-SLOT, WS-JOB-SHAPE).
005610     ADD RJ-PERIMETER
005620         TO WS-GR-PERIMETER (WS-GR-SLOT, WS-JOB-SHAPE).
005630 2500-EXIT.
005640     EXIT.
005650
005660 2510-FIND-SHAPE.
005670     IF RJ-SHAPE-CODE = WS-SHAPE-LETTER (WS-SHAPE-IX)
005680         MOVE WS-SHAPE-IX TO WS-JOB-SHAPE
005690     END-IF.
005700 2510-EXIT.
005710     EXIT.
005720
005730 2550-FIND-ORDER.
005740     IF WS-GR-ORDER-NO (WS-GR-IX) = RJ-ORDER-NO
005750         AND WS-GR-DATE (WS-GR-IX) = RJ-CALC-DATE
005760         MOVE WS-GR-IX TO WS-GR-SLOT
005770     END-IF.
005780 2550-EXIT.
005790     EXIT.
005800
005810 2600-NEW-GROUP.
005820     ADD 1 TO WS-GR-COUNT.
005830     MOVE WS-GR-COUNT      TO WS-GR-SLOT.
005840     MOVE RJ-CALC-DATE     TO WS-GR-DATE (WS-GR-SLOT).
005850     MOVE RJ-ORDER-NO      TO WS-GR-ORDER-NO (WS-GR-SLOT).
005860     MOVE RJ-JOB-ID        TO WS-GR-JOB-ID (WS-GR-SLOT).
005870     MOVE RJ-CUSTOMER-NAME TO WS-GR-CUSTOMER-NAME (WS-GR-SLOT).
005880     MOVE ZERO             TO WS-GR-JOBS (WS-GR-SLOT).
005890     PERFORM 2650-CLEAR-SHAPE THRU 2650-EXIT
005900         VARYING WS-SHAPE-IX FROM 1 BY 1
005910         UNTIL WS-SHAPE-IX > 4.
005920 2600-EXIT.
005930     EXIT.
005940
005950 2650-CLEAR-SHAPE.
005960     MOVE ZERO TO WS-GR-AREA (WS-GR-SLOT, WS-SHAPE-IX).
005970     MOVE ZERO TO WS-GR-PERIMETER (WS-GR-SLOT, WS-SHAPE-IX).
005980 2650-EXIT.
005990     EXIT.
006000
006010*-----------------------------------------------------------------
006020*  PRINTS THE JOB DATES LOWEST FIRST.  EACH PASS PICKS THE
006030*  LOWEST DATE AFTER THE ONE JUST PRINTED, THEN PRINTS THAT
006040*  DATE'S WORK ORDERS IN THE ORDER THEY WERE FIRST SEEN (JOB-ID
006050*  ORDER) AND THE DAY TOTAL.
006060*-----------------------------------------------------------------
006070 3000-PRINT-REQUISITION.
006080     MOVE ZERO TO WS-LAST-DATE.
006090     MOVE 'N'  TO WS-DATES-DONE-SW.
006100     PERFORM 3100-PRINT-NEXT-DATE THRU 3100-EXIT
006110         UNTIL ALL-DATES-PRINTED.
006120 3000-EXIT.
006130     EXIT.
006140
006150 3100-PRINT-NEXT-DATE.
006160     MOVE 99999999 TO WS-NEXT-DATE.
006170     PERFORM 3110-FIND-NEXT-DATE THRU 3110-EXIT
006180         VARYING WS-GR-IX FROM 1 BY 1
006190         UNTIL WS-GR-IX > WS-GR-COUNT.
006200     IF WS-NEXT-DATE = 99999999
006210         MOVE 'Y' TO WS-DATES-DONE-SW
006220         GO TO 3100-EXIT
006230     END-IF.
006240     ADD 1 TO WS-DATE-COUNT.
006250     PERFORM 3120-CLEAR-DAY THRU 3120-EXIT
006260         VARYING WS-MT-IX FROM 1 BY 1
006270         UNTIL WS-MT-IX > WS-MT-COUNT.
006280     MOVE SPACES TO WS-PRINT-LINE.
006290     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006300     MOVE WS-NEXT-DATE TO WB-DATE.
006310     MOVE WS-DATE-LINE TO WS-PRINT-LINE.
006320     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006330     PERFORM 3200-PRINT-GROUP THRU 3200-EXIT
006340         VARYING WS-GR-IX FROM 1 BY 1
006350         UNTIL WS-GR-IX > WS-GR-COUNT.
006360     PERFORM 3400-PRINT-DAY-TOTAL THRU 3400-EXIT.
006370     MOVE WS-NEXT-DATE TO WS-LAST-DATE.
006380 3100-EXIT.
006390     EXIT.
006400
006410 3110-FIND-NEXT-DATE.
006420     IF WS-GR-DATE (WS-GR-IX) > WS-LAST-DATE
006430         AND WS-GR-DATE (WS-GR-IX) < WS-NEXT-DATE
006440         MOVE WS-GR-DATE (WS-GR-IX) TO WS-NEXT-DATE
006450     END-IF.
006460 3110-EXIT.
006470     EXIT.
006480
006490 3120-CLEAR-DAY.
006500     MOVE ZERO TO WS-MT-DAY-UNITS (WS-MT-IX).
006510     MOVE ZERO TO WS-MT-DAY-MEASURE (WS-MT-IX).
006520 3120-EXIT.
006530     EXIT.
006540
006550 3200-PRINT-GROUP.
006560     IF WS-GR-DATE (WS-GR-IX) NOT = WS-NEXT-DATE
006570         GO TO 3200-EXIT
006580     END-IF.
006590     IF WS-GR-ORDER-NO (WS-GR-IX) > ZERO
006600         MOVE "WORK ORDER " TO WG-CAPTION
006610         MOVE WS-GR-ORDER-NO (WS-GR-IX) TO WG-NUMBER
006620     ELSE
006630         MOVE "JOB        " TO WG-CAPTION
006640         MOVE WS-GR-JOB-ID (WS-GR-IX) TO WG-NUMBER
006650     END-IF.
006660     MOVE WS-GR-CUSTOMER-NAME (WS-GR-IX) TO WG-CUSTOMER-NAME.
006670     MOVE WS-GR-JOBS (WS-GR-IX) TO WG-JOBS.
006680     MOVE WS-GROUP-LINE TO WS-PRINT-LINE.
006690     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006700     MOVE 'N' TO WS-ANY-MATERIAL-SW.
006710     PERFORM 3300-TAKE-OFF-MATERIAL THRU 3300-EXIT
006720         VARYING WS-MT-IX FROM 1 BY 1
006730         UNTIL WS-MT-IX > WS-MT-COUNT.
006740     IF NOT MATERIAL-TAKEN-OFF
006750         MOVE "    NO CATALOG MATERIAL FOR THESE SHAPES."
006760             TO WS-PRINT-LINE
006770         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
006780     END-IF.
006790 3200-EXIT.
006800     EXIT.
006810
006820 3300-TAKE-OFF-MATERIAL.
006830     PERFORM 3500-FIGURE-UNITS THRU 3500-EXIT.
006840     IF WS-UNITS = ZERO
006850         GO TO 3300-EXIT
006860     END-IF.
006870     MOVE 'Y' TO WS-ANY-MATERIAL-SW.
006880     PERFORM 3600-FORMAT-MATERIAL THRU 3600-EXIT.
006890     MOVE WS-UNITS   TO WM-UNITS.
006900     MOVE WS-MEASURE TO WM-MEASURE.
006910     MOVE WS-MATERIAL-LINE TO WS-PRINT-LINE.
006920     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
006930     ADD WS-UNITS   TO WS-MT-DAY-UNITS (WS-MT-IX).
006940     ADD WS-MEASURE TO WS-MT-DAY-MEASURE (WS-MT-IX).
006950     ADD WS-UNITS   TO WS-MT-RUN-UNITS (WS-MT-IX).
006960     ADD WS-MEASURE TO WS-MT-RUN-MEASURE (WS-MT-IX).
006970 3300-EXIT.
006980     EXIT.
006990
007000 3400-PRINT-DAY-TOTAL.
007010     MOVE WS-NEXT-DATE TO WDT-DATE.
007020     MOVE WS-DAY-TOTAL-LINE TO WS-PRINT-LINE.
007030     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007040     MOVE 'N' TO WS-ANY-MATERIAL-SW.
007050     PERFORM 3450-DAY-MATERIAL THRU 3450-EXIT
007060         VARYING WS-MT-IX FROM 1 BY 1
007070         UNTIL WS-MT-IX > WS-MT-COUNT.
007080     IF NOT MATERIAL-TAKEN-OFF
007090         MOVE "    NOTHING TO PULL." TO WS-PRINT-LINE
007100         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007110     END-IF.
007120 3400-EXIT.
007130     EXIT.
007140
007150 3450-DAY-MATERIAL.
007160     IF WS-MT-DAY-UNITS (WS-MT-IX) = ZERO
007170         GO TO 3450-EXIT
007180     END-IF.
007190     MOVE 'Y' TO WS-ANY-MATERIAL-SW.
007200     PERFORM 3600-FORMAT-MATERIAL THRU 3600-EXIT.
007210     MOVE WS-MT-DAY-UNITS (WS-MT-IX)   TO WM-UNITS.
007220     MOVE WS-MT-DAY-MEASURE (WS-MT-IX) TO WM-MEASURE.
007230     MOVE WS-MATERIAL-LINE TO WS-PRINT-LINE.
007240     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007250 3450-EXIT.
007260     EXIT.
007270
007280*-----------------------------------------------------------------
007290*  UNITS OF MATERIAL WS-MT-IX FOR WORK ORDER WS-GR-IX: THE AREA
007300*  (SHEET, ROLL) OR PERIMETER (EDGING) OF THE ORDER'S JOBS IN
007310*  THE SHAPES THE MATERIAL IS USED FOR, PLUS THE WASTE
007320*  ALLOWANCE, OVER WHAT ONE UNIT COVERS - ROUNDED UP, SINCE A
007330*  PART SHEET CANNOT BE PULLED.
007340*-----------------------------------------------------------------
007350 3500-FIGURE-UNITS.
007360     MOVE ZERO TO WS-MEASURE.
007370     MOVE ZERO TO WS-UNITS.
007380     PERFORM 3510-ADD-SHAPE THRU 3510-EXIT
007390         VARYING WS-SHAPE-IX FROM 1 BY 1
007400         UNTIL WS-SHAPE-IX > 4.
007410     IF WS-MEASURE = ZERO
007420         GO TO 3500-EXIT
007430     END-IF.
007440     COMPUTE WS-UNITS-EXACT =
007450         (WS-MEASURE * (100 + WS-MT-WASTE-PCT (WS-MT-IX)))
007460         / (100 * WS-MT-PER-UNIT (WS-MT-IX)).
007470     MOVE WS-UNITS-EXACT TO WS-UNITS.
007480     IF WS-UNITS < WS-UNITS-EXACT
007490         ADD 1 TO WS-UNITS
007500     END-IF.
007510 3500-EXIT.
007520     EXIT.
007530
007540 3510-ADD-SHAPE.
007550     IF WS-MT-USED-FOR (WS-MT-IX, WS-SHAPE-IX) NOT = 'Y'
007560         GO TO 3510-EXIT
007570     END-IF.
007580     IF WS-MT-BY-AREA (WS-MT-IX)
007590         ADD WS-GR-AREA (WS-GR-IX, WS-SHAPE-IX) TO WS-MEASURE
007600     ELSE
007610         ADD WS-GR-PERIMETER (WS-GR-IX, WS-SHAPE-IX) TO WS-MEASURE
007620     END-IF.
007630 3510-EXIT.
007640     EXIT.
007650
007660 3600-FORMAT-MATERIAL.
007670     MOVE WS-MT-CODE (WS-MT-IX)        TO WM-CODE.
007680     MOVE WS-MT-DESCRIPTION (WS-MT-IX) TO WM-DESCRIPTION.
007690     EVALUATE WS-MT-UNIT-TYPE (WS-MT-IX)
007700         WHEN 'S'
007710             MOVE "SHEETS"  TO WM-UNIT-WORD
007720         WHEN 'R'
007730             MOVE "ROLLS"   TO WM-UNIT-WORD
007740         WHEN OTHER
007750             MOVE "LENGTHS" TO WM-UNIT-WORD
007760     END-EVALUATE.
007770 3600-EXIT.
007780     EXIT.
007790
007800 4000-PRINT-TOTALS.
007810     MOVE SPACES TO WS-PRINT-LINE.
007820     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
007830     IF WS-JOB-COUNT = ZERO
007840         MOVE "NO ACTIVE JOBS SELECTED - NOTHING TO PULL."
007850             TO WS-PRINT-LINE
007860         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007870         MOVE SPACES TO WS-PRINT-LINE
007880         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007890     END-IF.
007900     IF WS-DATE-COUNT > 1
007910         MOVE "TOTAL FOR ALL JOB DATES" TO WS-PRINT-LINE
007920         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007930         PERFORM 4050-RUN-MATERIAL THRU 4050-EXIT
007940             VARYING WS-MT-IX FROM 1 BY 1
007950             UNTIL WS-MT-IX > WS-MT-COUNT
007960         MOVE SPACES TO WS-PRINT-LINE
007970         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
007980     END-IF.
007990     MOVE "JOBS READ . . . . . . . . . . . . . . . "
008000         TO WT-CAPTION.
008010     MOVE WS-READ-COUNT TO WT-COUNT.
008020     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008030     MOVE "JOBS TAKEN OFF  . . . . . . . . . . . . "
008040         TO WT-CAPTION.
008050     MOVE WS-JOB-COUNT TO WT-COUNT.
008060     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008070     MOVE "WORK ORDERS AND STANDALONE JOBS . . . . "
008080         TO WT-CAPTION.
008090     MOVE WS-GR-COUNT TO WT-COUNT.
008100     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008110     MOVE "QUOTES SKIPPED  . . . . . . . . . . . . "
008120         TO WT-CAPTION.
008130     MOVE WS-QUOTE-COUNT TO WT-COUNT.
008140     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008150     MOVE "VOIDED JOBS SKIPPED . . . . . . . . . . "
008160         TO WT-CAPTION.
008170     MOVE WS-VOID-COUNT TO WT-COUNT.
008180     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008190     MOVE "JOBS WITH AN UNKNOWN SHAPE SKIPPED  . . "
008200         TO WT-CAPTION.
008210     MOVE WS-SHAPE-SKIPPED TO WT-COUNT.
008220     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008230     IF GROUP-TABLE-FULL
008240         MOVE "*** WORK ORDER TABLE FULL - REQUISITION INCOMPLETE"
008250             TO WS-PRINT-LINE
008260         PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT
008270     END-IF.
008280 4000-EXIT.
008290     EXIT.
008300
008310 4050-RUN-MATERIAL.
008320     IF WS-MT-RUN-UNITS (WS-MT-IX) = ZERO
008330         GO TO 4050-EXIT
008340     END-IF.
008350     PERFORM 3600-FORMAT-MATERIAL THRU 3600-EXIT.
008360     MOVE WS-MT-RUN-UNITS (WS-MT-IX)   TO WM-UNITS.
008370     MOVE WS-MT-RUN-MEASURE (WS-MT-IX) TO WM-MEASURE.
008380     MOVE WS-MATERIAL-LINE TO WS-PRINT-LINE.
008390     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008400 4050-EXIT.
008410     EXIT.
008420
008430 7000-WRITE-REPORT-LINE.
008440     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
008450         MOVE ZERO TO WS-LINE-COUNT
008460     END-IF.
008470     IF WS-LINE-COUNT = ZERO
008480         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
008490     END-IF.
008500     MOVE WS-PRINT-LINE TO RECT-REPORT-LINE.
008510     WRITE RECT-REPORT-LINE.
008520     IF NOT REPORT-STATUS-OK
008530         DISPLAY "RECTMREQ: UNABLE TO WRITE RECTMRPT, STATUS = "
008540             WS-REPORT-STATUS
008550     END-IF.
008560     ADD 1 TO WS-LINE-COUNT.
008570 7000-EXIT.
008580     EXIT.
008590
008600 7100-WRITE-TOTAL-LINE.
008610     MOVE WS-TOTAL-LINE TO WS-PRINT-LINE.
008620     PERFORM 7000-WRITE-REPORT-LINE THRU 7000-EXIT.
008630 7100-EXIT.
008640     EXIT.
008650
008660 7500-WRITE-HEADINGS.
008670     ADD 1 TO WS-PAGE-NUMBER.
008680     MOVE WS-RUN-DATE    TO WH1-RUN-DATE.
008690     MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
008700     MOVE WS-HEADING-LINE-1 TO RECT-REPORT-LINE.
008710     WRITE RECT-REPORT-LINE.
008720     IF WS-ORDER-NO > ZERO
008730         MOVE WS-ORDER-NO      TO WHO-ORDER-NO
008740         MOVE WS-ORDER-CUSTOMER TO WHO-CUSTOMER-NAME
008750         MOVE WS-HEADING-ORDER-LINE TO RECT-REPORT-LINE
008760     ELSE
008770         MOVE WS-FROM-DATE TO WH2-FROM-DATE
008780         MOVE WS-THRU-DATE TO WH2-THRU-DATE
008790         MOVE WS-HEADING-LINE-2 TO RECT-REPORT-LINE
008800     END-IF.
008810     WRITE RECT-REPORT-LINE.
008820     MOVE SPACES TO RECT-REPORT-LINE.
008830     WRITE RECT-REPORT-LINE.
008840     MOVE WS-HEADING-LINE-3 TO RECT-REPORT-LINE.
008850     WRITE RECT-REPORT-LINE.
008860     MOVE 4 TO WS-LINE-COUNT.
008870 7500-EXIT.
008880     EXIT.
008890
008900 9000-TERMINATE.
008910     IF INIT-FAILED
008920         GO TO 9000-EXIT
008930     END-IF.
008940     CLOSE RECT-MASTER-FILE.
008950     CLOSE RECT-REPORT-FILE.
008960     DISPLAY "RECTMREQ: " WS-JOB-COUNT " JOB(S) TAKEN OFF IN "
008970         WS-GR-COUNT " WORK ORDER(S) AND STANDALONE JOB(S), "
008980         WS-DATE-COUNT " JOB DATE(S).".
008990 9000-EXIT.
009000     EXIT.
