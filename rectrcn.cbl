000510*                   TRANSMISSION FILES ARE NOW READ INTO THE
000520*                   SAME TALLY AND BILL TABLE AS THE LIVE
000530*                   EXTRACT.
000540*  10/15/2026 DK    RECTBIL GREW TO 117 BYTES TO CARRY THE TAX
000550*                   STATE AND RATE.
000560*  10/15/2026 DK    A TRANSMITTED DETAIL FLAGGED AS A
000570*                   RESUBMISSION FROM THE BILLING REJECT QUEUE IS
000580*                   NOT TALLIED AGAIN - ITS ORIGINAL IS ALREADY
000590*                   IN THE BILLING TOTALS.  IT IS COUNTED ON ITS
000600*                   OWN LINE.
000610*-----------------------------------------------------------------
000620 REMARKS.        READS THE MONTH'S AUDIT LOG, THE JOBS MASTER AND
000630                 THE BILLING EXTRACT AND PRINTS AN EXCEPTION
000640                 REPORT: AUDIT ENTRIES WITH NO MASTER RECORD,
000650                 MASTER JOBS WITH NO BILLING RECORD, AND BILLING
000660                 RECORDS POINTING AT JOB IDS THAT DO NOT EXIST.
000670                 FINISHES WITH CONTROL TOTALS (COUNT AND TOTAL
000680                 AREA FROM EACH FILE) SO ACCOUNTING CAN SIGN OFF
000690                 THE MONTH IN ONE PASS.
000700
000710 ENVIRONMENT DIVISION.
000720 CONFIGURATION SECTION.
000730 SOURCE-COMPUTER. IBM-370.
000740 OBJECT-COMPUTER. IBM-370.
000750 INPUT-OUTPUT SECTION.
000760 FILE-CONTROL.
000770     SELECT RECT-MASTER-FILE  ASSIGN TO "RECTMAS"
000780         ORGANIZATION IS INDEXED
000790         ACCESS MODE IS DYNAMIC
000800         RECORD KEY IS RJ-JOB-ID
000810         ALTERNATE RECORD KEY IS RJ-CUST-DATE-KEY
000820             WITH DUPLICATES
000830         FILE STATUS IS WS-MASTER-STATUS.
000840     SELECT RECT-AUDIT-FILE   ASSIGN TO "RECTAUD"
000850         ORGANIZATION IS LINE SEQUENTIAL
000860         FILE STATUS IS WS-AUDIT-STATUS.
000870     SELECT RECT-BILLING-FILE ASSIGN TO "RECTBIL"
000880         ORGANIZATION IS LINE SEQUENTIAL
000890         FILE STATUS IS WS-BILLING-STATUS.
000900     SELECT RECT-REPORT-FILE  ASSIGN TO "RECONRPT"
000910         ORGANIZATION IS LINE SEQUENTIAL
000920         FILE STATUS IS WS-REPORT-STATUS.
000930     SELECT RECT-XMIT-FILE    ASSIGN TO WS-XMIT-DSNAME
000940         ORGANIZATION IS LINE SEQUENTIAL
000950         FILE STATUS IS WS-XMIT-STATUS.
000960     SELECT RECT-CONTROL-FILE ASSIGN TO "RECTCTL"
000970         ORGANIZATION IS INDEXED
000980         ACCESS MODE IS DYNAMIC
000990         RECORD KEY IS RC-CONTROL-KEY
001000         FILE STATUS IS WS-CONTROL-STATUS.
001010
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  RECT-MASTER-FILE
001050     LABEL RECORDS ARE STANDARD
001060     RECORD CONTAINS 112 CHARACTERS.
001070     COPY RECTJOB.
001080
001090 FD  RECT-AUDIT-FILE
001100     LABEL RECORDS ARE STANDARD
001110     RECORD CONTAINS 70 CHARACTERS.
001120     COPY RECTAUD.
001130
001140 FD  RECT-BILLING-FILE
001150     LABEL RECORDS ARE STANDARD
001160     RECORD CONTAINS 117 CHARACTERS.
001170     COPY RECTBIL.
001180
001190 FD  RECT-REPORT-FILE
001200     RECORDING MODE IS F
001210     LABEL RECORDS ARE STANDARD
001220     RECORD CONTAINS 80 CHARACTERS.
001230 01  RECT-REPORT-LINE           PIC X(80).
001240
001250 FD  RECT-XMIT-FILE
001260     LABEL RECORDS ARE STANDARD
001270     RECORD CONTAINS 120 CHARACTERS.
001280     COPY RECTXMT.
001290
001300 FD  RECT-CONTROL-FILE
001310     LABEL RECORDS ARE STANDARD
001320     RECORD CONTAINS 20 CHARACTERS.
001330     COPY RECTCTL.
001340
001350 WORKING-STORAGE SECTION.
001360 77  WS-MASTER-STATUS       PIC X(02) VALUE '00'.
001370     88  MASTER-STATUS-OK        VALUE '00'.
001380     88  MASTER-STATUS-EOF       VALUE '10'.
001390     88  MASTER-RECORD-NOT-FOUND VALUE '23'.
001400 77  WS-AUDIT-STATUS        PIC X(02) VALUE '00'.
001410     88  AUDIT-STATUS-OK         VALUE '00'.
001420     88  AUDIT-STATUS-EOF        VALUE '10'.
001430 77  WS-BILLING-STATUS      PIC X(02) VALUE '00'.
001440     88  BILLING-STATUS-OK       VALUE '00'.
001450     88  BILLING-STATUS-EOF      VALUE '10'.
001460 77  WS-REPORT-STATUS       PIC X(02) VALUE '00'.
001470     88  REPORT-STATUS-OK        VALUE '00'.
001480 77  WS-INIT-OK             PIC X(01) VALUE 'Y'.
001490     88  INIT-FAILED             VALUE 'N'.
001500 77  WS-AUDIT-EOF-SW        PIC X(01) VALUE 'N'.
001510     88  END-OF-AUDIT            VALUE 'Y'.
001520 77  WS-MASTER-EOF-SW       PIC X(01) VALUE 'N'.
001530     88  END-OF-MASTER           VALUE 'Y'.
001540 77  WS-BILLING-EOF-SW      PIC X(01) VALUE 'N'.
001550     88  END-OF-BILLING          VALUE 'Y'.
001560 77  WS-FOUND-SW            PIC X(01) VALUE 'N'.
001570     88  BILL-JOB-FOUND          VALUE 'Y'.
001580 77  WS-MASTER-POS-SW       PIC X(01) VALUE 'N'.
001590     88  MASTER-POSITIONED       VALUE 'Y'.
001600 77  WS-TABLE-FULL-SW       PIC X(01) VALUE 'N'.
001610     88  BILL-TABLE-FULL         VALUE 'Y'.
001620 77  WS-RUN-DATE            PIC 9(08).
001630 77  WS-PAGE-NUMBER         PIC 9(04) COMP VALUE ZERO.
001640 77  WS-LINE-COUNT          PIC 9(03) COMP VALUE ZERO.
001650 77  WS-LINES-PER-PAGE      PIC 9(03) VALUE 050.
001660 77  WS-AUDIT-COUNT         PIC 9(08) COMP VALUE ZERO.
001670 77  WS-MASTER-COUNT        PIC 9(08) COMP VALUE ZERO.
001680 77  WS-BILLING-COUNT       PIC 9(08) COMP VALUE ZERO.
001690 77  WS-EXCEPTION-COUNT     PIC 9(08) COMP VALUE ZERO.
001700 77  WS-AUDIT-AREA          PIC 9(12)V99 COMP VALUE ZERO.
001710 77  WS-MASTER-AREA         PIC 9(12)V99 COMP VALUE ZERO.
001720 77  WS-BILLING-AREA        PIC 9(12)V99 COMP VALUE ZERO.
001730 77  WS-CREDIT-COUNT        PIC 9(08) COMP VALUE ZERO.
001740 77  WS-CREDIT-AREA         PIC 9(12)V99 COMP VALUE ZERO.
001750 77  WS-QUOTE-COUNT         PIC 9(08) COMP VALUE ZERO.
001760 77  WS-QUOTE-AREA          PIC 9(12)V99 COMP VALUE ZERO.
001770 77  WS-BILL-TAX            PIC 9(10)V99 COMP VALUE ZERO.
001780 77  WS-CREDIT-TAX          PIC 9(10)V99 COMP VALUE ZERO.
001790 77  WS-RESUB-COUNT         PIC 9(08) COMP VALUE ZERO.
001800 77  WS-RESUB-AREA          PIC 9(12)V99 COMP VALUE ZERO.
001810 77  WS-BILL-COUNT          PIC 9(05) COMP VALUE ZERO.
001820 77  WS-BT-IX               PIC 9(05) COMP VALUE ZERO.
001830 77  WS-BILL-TABLE-MAX      PIC 9(05) VALUE 10000.
001840 77  WS-XMIT-STATUS         PIC X(02) VALUE '00'.
001850     88  XMIT-STATUS-OK          VALUE '00'.
001860     88  XMIT-FILE-NOT-FOUND     VALUE '35'.
001870 77  WS-CONTROL-STATUS      PIC X(02) VALUE '00'.
001880     88  CONTROL-STATUS-OK       VALUE '00'.
001890     88  CONTROL-FILE-NOT-FOUND  VALUE '35'.
001900 77  WS-XMIT-EOF-SW         PIC X(01) VALUE 'N'.
001910     88  END-OF-XMIT             VALUE 'Y'.
001920 77  WS-LAST-XMIT           PIC 9(07) VALUE ZERO.
001930 77  WS-XMIT-SEQ-NO         PIC 9(07) VALUE ZERO.
001940
001950 01  WS-XMIT-DSNAME.
001960     05  FILLER                  PIC X(05) VALUE "RECTX".
001970     05  WS-XMIT-SEQ             PIC 9(03).
001980
001990 01  WS-BILL-TABLE.
002000     05  WS-BILL-ENTRY OCCURS 10000 TIMES.
002010         10  WS-BILL-JOB-ID      PIC 9(07).
002020         10  WS-BILL-ORDER-NO    PIC 9(07).
002030
002040 01  WS-HEADING-LINE-1.
002050     05  FILLER                  PIC X(41) VALUE
002060         "RECTRCN - MONTH-END RECONCILIATION REPORT".
002070     05  FILLER                  PIC X(12) VALUE "  RUN DATE: ".
002080     05  WH1-RUN-DATE            PIC 9(08).
002090     05  FILLER                  PIC X(09) VALUE "   PAGE: ".
002100     05  WH1-PAGE-NUMBER         PIC ZZZ9.
002110
002120 01  WS-HEADING-LINE-2.
002130     05  FILLER                  PIC X(42) VALUE
002140         "EXCEPTION                          JOB ID ".
002150     05  FILLER                  PIC X(14) VALUE "          AREA".
002160
002170 01  WS-EXCEPTION-LINE.
002180     05  WE-MESSAGE              PIC X(35).
002190     05  WE-JOB-ID               PIC 9(07).
002200     05  FILLER                  PIC X(01) VALUE SPACES.
002210     05  WE-AREA                 PIC Z(09)9.99.
002220
002230 01  WS-TOTAL-LINE.
002240     05  WT-CAPTION              PIC X(30).
002250     05  WT-COUNT                PIC ZZZZZZZ9.
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  WT-AREA                 PIC Z(11)9.99.
002280
002290 PROCEDURE DIVISION.
002300 0000-MAINLINE.
002310     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002320     IF NOT INIT-FAILED
002330         PERFORM 2000-PROCESS-BILLING THRU 2000-EXIT
002340             UNTIL END-OF-BILLING
002350         PERFORM 2500-LOAD-TRANSMISSIONS THRU 2500-EXIT
002360         PERFORM 3000-PROCESS-MASTER THRU 3000-EXIT
002370             UNTIL END-OF-MASTER
002380         PERFORM 4000-PROCESS-AUDIT THRU 4000-EXIT
002390             UNTIL END-OF-AUDIT
002400         PERFORM 5000-WRITE-TOTALS THRU 5000-EXIT
002410     END-IF.
002420     PERFORM 9000-TERMINATE THRU 9000-EXIT.
002430     STOP RUN.
002440
002450 1000-INITIALIZE.
002460     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
002470     OPEN INPUT RECT-AUDIT-FILE.
002480     IF NOT AUDIT-STATUS-OK
002490         DISPLAY "RECTRCN: UNABLE TO OPEN RECTAUD, STATUS = "
002500             WS-AUDIT-STATUS
002510         MOVE 'N' TO WS-INIT-OK
002520         GO TO 1000-EXIT.
002530     OPEN INPUT RECT-MASTER-FILE.
002540     IF NOT MASTER-STATUS-OK
002550         DISPLAY "RECTRCN: UNABLE TO OPEN RECTMAS, STATUS = "
002560             WS-MASTER-STATUS
002570         MOVE 'N' TO WS-INIT-OK
002580         GO TO 1000-EXIT.
002590     OPEN INPUT RECT-BILLING-FILE.
002600     IF NOT BILLING-STATUS-OK
002610         DISPLAY "RECTRCN: UNABLE TO OPEN RECTBIL, STATUS = "
002620             WS-BILLING-STATUS
002630         MOVE 'N' TO WS-INIT-OK
002640         GO TO 1000-EXIT.
002650     OPEN OUTPUT RECT-REPORT-FILE.
002660     IF NOT REPORT-STATUS-OK
002670         DISPLAY "RECTRCN: UNABLE TO OPEN RECONRPT, STATUS = "
002680             WS-REPORT-STATUS
002690         MOVE 'N' TO WS-INIT-OK
002700         GO TO 1000-EXIT.
002710 1000-EXIT.
002720     EXIT.
002730
002740*-----------------------------------------------------------------
002750*  PASS 1 - BILLING EXTRACT.  COUNT AND TOTAL EVERY BILLING
002760*  RECORD, REMEMBER ITS JOB ID FOR PASS 2, AND FLAG ANY RECORD
002770*  POINTING AT A JOB ID THE MASTER DOES NOT HAVE.
002780*-----------------------------------------------------------------
002790 2000-PROCESS-BILLING.
002800     READ RECT-BILLING-FILE
002810         AT END
002820             MOVE 'Y' TO WS-BILLING-EOF-SW
002830             GO TO 2000-EXIT
002840     END-READ.
002850     PERFORM 2050-TALLY-BILLING THRU 2050-EXIT.
002860 2000-EXIT.
002870     EXIT.
002880
002890*-----------------------------------------------------------------
002900*  COUNTS, TOTALS AND TABLES ONE BILLING RECORD - WHETHER IT
002910*  CAME FROM THE LIVE EXTRACT OR FROM A RETAINED TRANSMISSION -
002920*  AND FLAGS A RECORD POINTING AT A JOB ID THE MASTER DOES NOT
002930*  HAVE.
002940*-----------------------------------------------------------------
002950 2050-TALLY-BILLING.
002960     IF BL-TYPE-CREDIT
002970         ADD 1 TO WS-CREDIT-COUNT
002980         ADD BL-AREA TO WS-CREDIT-AREA
002990         ADD BL-TAX-AMOUNT TO WS-CREDIT-TAX
003000     ELSE
003010         ADD 1 TO WS-BILLING-COUNT
003020         ADD BL-AREA TO WS-BILLING-AREA
003030         ADD BL-TAX-AMOUNT TO WS-BILL-TAX
003040     END-IF.
003050     IF WS-BILL-COUNT < WS-BILL-TABLE-MAX
003060         ADD 1 TO WS-BILL-COUNT
003070         MOVE BL-JOB-ID TO WS-BILL-JOB-ID (WS-BILL-COUNT)
003080         MOVE BL-ORDER-NO TO WS-BILL-ORDER-NO (WS-BILL-COUNT)
003090     ELSE
003100         IF NOT BILL-TABLE-FULL
003110             MOVE 'Y' TO WS-TABLE-FULL-SW
003120             DISPLAY "RECTRCN: BILLING TABLE FULL AFTER "
003130                 WS-BILL-TABLE-MAX " RECORDS - MASTER-WITHOUT-"
003140                 "BILLING CHECK IS INCOMPLETE."
003150         END-IF
003160     END-IF.
003170     MOVE BL-JOB-ID TO RJ-JOB-ID.
003180     READ RECT-MASTER-FILE
003190         INVALID KEY
003200             MOVE "BILLING FOR UNKNOWN JOB ID . . . ."
003210                 TO WE-MESSAGE
003220             MOVE BL-JOB-ID TO WE-JOB-ID
003230             MOVE BL-AREA   TO WE-AREA
003240             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
003250     END-READ.
003260 2050-EXIT.
003270     EXIT.
003280
003290*-----------------------------------------------------------------
003300*  THE CUT-OFF (RECTXCUT) RESETS THE LIVE EXTRACT AFTER EVERY
003310*  TRANSMISSION, SO THE MONTH'S BILLING ALSO LIVES IN THE
003320*  RETAINED RECTXNNN FILES.  EVERY TRANSMISSION UP TO THE LAST
003330*  SEQUENCE ON RECTCTL KEY '4' IS READ INTO THE SAME TALLY AND
003340*  BILL TABLE, SO THE CONTROL TOTALS AND THE MASTER-WITHOUT-
003350*  BILLING CHECK COVER THE WHOLE MONTH, NOT JUST WHAT HAS NOT
003360*  BEEN CUT YET.  A GENERATION NO LONGER ON DISK IS REPORTED.
003370*-----------------------------------------------------------------
003380 2500-LOAD-TRANSMISSIONS.
003390     OPEN INPUT RECT-CONTROL-FILE.
003400     IF NOT CONTROL-STATUS-OK
003410         GO TO 2500-EXIT
003420     END-IF.
003430     MOVE '4' TO RC-CONTROL-KEY.
003440     READ RECT-CONTROL-FILE
003450         INVALID KEY
003460             MOVE ZERO TO RC-LAST-JOB-ID
003470     END-READ.
003480     MOVE RC-LAST-JOB-ID TO WS-LAST-XMIT.
003490     CLOSE RECT-CONTROL-FILE.
003500     IF WS-LAST-XMIT = ZERO
003510         GO TO 2500-EXIT
003520     END-IF.
003530     PERFORM 2550-READ-ONE-TRANSMISSION THRU 2550-EXIT
003540         VARYING WS-XMIT-SEQ-NO FROM 1 BY 1
003550         UNTIL WS-XMIT-SEQ-NO > WS-LAST-XMIT.
003560 2500-EXIT.
003570     EXIT.
003580
003590 2550-READ-ONE-TRANSMISSION.
003600     MOVE WS-XMIT-SEQ-NO TO WS-XMIT-SEQ.
003610     OPEN INPUT RECT-XMIT-FILE.
003620     IF NOT XMIT-STATUS-OK
003630         DISPLAY "RECTRCN: TRANSMISSION " WS-XMIT-DSNAME
003640             " NOT ON DISK - BILLING TOTALS INCOMPLETE."
003650         GO TO 2550-EXIT
003660     END-IF.
003670     MOVE 'N' TO WS-XMIT-EOF-SW.
003680     PERFORM 2560-READ-XMIT-RECORD THRU 2560-EXIT
003690         UNTIL END-OF-XMIT.
003700     CLOSE RECT-XMIT-FILE.
003710 2550-EXIT.
003720     EXIT.
003730
003740 2560-READ-XMIT-RECORD.
003750     READ RECT-XMIT-FILE
003760         AT END
003770             MOVE 'Y' TO WS-XMIT-EOF-SW
003780             GO TO 2560-EXIT
003790     END-READ.
003800     IF NOT XMIT-STATUS-OK
003810         MOVE 'Y' TO WS-XMIT-EOF-SW
003820         GO TO 2560-EXIT
003830     END-IF.
003840     IF XH-RECORD-TYPE NOT = 'D'
003850         GO TO 2560-EXIT
003860     END-IF.
003870     MOVE XD-BILLING-DATA TO RECT-BILLING-RECORD.
003880     IF XD-RESUBMISSION
003890         ADD 1 TO WS-RESUB-COUNT
003900         ADD BL-AREA TO WS-RESUB-AREA
003910         GO TO 2560-EXIT
003920     END-IF.
003930     PERFORM 2050-TALLY-BILLING THRU 2050-EXIT.
003940 2560-EXIT.
003950     EXIT.
003960
003970*-----------------------------------------------------------------
003980*  PASS 2 - JOBS MASTER.  COUNT AND TOTAL EVERY MASTER JOB AND
003990*  FLAG ANY JOB THAT NEVER MADE IT ONTO THE BILLING EXTRACT.
004000*-----------------------------------------------------------------
004010 3000-PROCESS-MASTER.
004020*    POSITIONING IS TRACKED WITH ITS OWN SWITCH - KEYING IT OFF
004030*    THE RECORD COUNT WOULD RE-START THE BROWSE EVERY PASS IF
004040*    THE LOWEST-KEYED RECORDS ARE QUOTES, WHICH ARE NOT COUNTED.
004050     IF NOT MASTER-POSITIONED
004060         MOVE 'Y' TO WS-MASTER-POS-SW
004070         MOVE ZERO TO RJ-JOB-ID
004080         START RECT-MASTER-FILE KEY NOT LESS THAN RJ-JOB-ID
004090             INVALID KEY
004100                 MOVE 'Y' TO WS-MASTER-EOF-SW
004110                 GO TO 3000-EXIT
004120         END-START
004130     END-IF.
004140     READ RECT-MASTER-FILE NEXT RECORD
004150         AT END
004160             MOVE 'Y' TO WS-MASTER-EOF-SW
004170             GO TO 3000-EXIT
004180     END-READ.
004190     IF NOT MASTER-STATUS-OK
004200         MOVE 'Y' TO WS-MASTER-EOF-SW
004210         GO TO 3000-EXIT
004220     END-IF.
004230     IF RJ-STATUS-QUOTE
004240         ADD 1 TO WS-QUOTE-COUNT
004250         ADD RJ-AREA TO WS-QUOTE-AREA
004260         GO TO 3000-EXIT
004270     END-IF.
004280     ADD 1 TO WS-MASTER-COUNT.
004290     ADD RJ-AREA TO WS-MASTER-AREA.
004300     MOVE 'N' TO WS-FOUND-SW.
004310     PERFORM 3100-SEARCH-BILL-TABLE THRU 3100-EXIT
004320         VARYING WS-BT-IX FROM 1 BY 1
004330         UNTIL WS-BT-IX > WS-BILL-COUNT
004340            OR BILL-JOB-FOUND.
004350     IF NOT BILL-JOB-FOUND
004360         MOVE "MASTER JOB WITHOUT BILLING . . . ."
004370             TO WE-MESSAGE
004380         MOVE RJ-JOB-ID TO WE-JOB-ID
004390         MOVE RJ-AREA   TO WE-AREA
004400         PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004410     END-IF.
004420 3000-EXIT.
004430     EXIT.
004440
004450 3100-SEARCH-BILL-TABLE.
004460     IF WS-BILL-JOB-ID (WS-BT-IX) = RJ-JOB-ID
004470         MOVE 'Y' TO WS-FOUND-SW
004480     END-IF.
004490     IF RJ-ORDER-NO > ZERO
004500         AND WS-BILL-ORDER-NO (WS-BT-IX) = RJ-ORDER-NO
004510         MOVE 'Y' TO WS-FOUND-SW
004520     END-IF.
004530 3100-EXIT.
004540     EXIT.
004550
004560*-----------------------------------------------------------------
004570*  PASS 3 - AUDIT LOG.  COUNT AND TOTAL EVERY AUDIT ENTRY AND
004580*  FLAG ANY ENTRY WHOSE JOB ID NEVER REACHED THE MASTER (THESE
004590*  HAPPEN WHEN A SAVE FAILS AFTER THE JOB ID WAS ASSIGNED).
004600*-----------------------------------------------------------------
004610 4000-PROCESS-AUDIT.
004620     READ RECT-AUDIT-FILE
004630         AT END
004640             MOVE 'Y' TO WS-AUDIT-EOF-SW
004650             GO TO 4000-EXIT
004660     END-READ.
004670     IF NOT RA-FUNC-CALC
004680         GO TO 4000-EXIT
004690     END-IF.
004700     ADD 1 TO WS-AUDIT-COUNT.
004710     ADD RA-AREA TO WS-AUDIT-AREA.
004720     MOVE RA-JOB-ID TO RJ-JOB-ID.
004730     READ RECT-MASTER-FILE
004740         INVALID KEY
004750             MOVE "AUDIT ENTRY WITHOUT MASTER JOB . ."
004760                 TO WE-MESSAGE
004770             MOVE RA-JOB-ID TO WE-JOB-ID
004780             MOVE RA-AREA   TO WE-AREA
004790             PERFORM 7000-WRITE-EXCEPTION THRU 7000-EXIT
004800     END-READ.
004810 4000-EXIT.
004820     EXIT.
004830
004840 5000-WRITE-TOTALS.
004850     MOVE SPACES TO RECT-REPORT-LINE.
004860     WRITE RECT-REPORT-LINE.
004870     MOVE "AUDIT ENTRIES. . . . . . . . ." TO WT-CAPTION.
004880     MOVE WS-AUDIT-COUNT   TO WT-COUNT.
004890     MOVE WS-AUDIT-AREA    TO WT-AREA.
004900     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
004910     WRITE RECT-REPORT-LINE.
004920     MOVE "MASTER JOBS. . . . . . . . . ." TO WT-CAPTION.
004930     MOVE WS-MASTER-COUNT  TO WT-COUNT.
004940     MOVE WS-MASTER-AREA   TO WT-AREA.
004950     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
004960     WRITE RECT-REPORT-LINE.
004970     MOVE "BILLING RECORDS. . . . . . . ." TO WT-CAPTION.
004980     MOVE WS-BILLING-COUNT TO WT-COUNT.
004990     MOVE WS-BILLING-AREA  TO WT-AREA.
005000     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
005010     WRITE RECT-REPORT-LINE.
005020     MOVE "QUOTES ON MASTER . . . . . . ." TO WT-CAPTION.
005030     MOVE WS-QUOTE-COUNT   TO WT-COUNT.
005040     MOVE WS-QUOTE-AREA    TO WT-AREA.
005050     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
005060     WRITE RECT-REPORT-LINE.
005070     MOVE "CREDIT RECORDS . . . . . . . ." TO WT-CAPTION.
005080     MOVE WS-CREDIT-COUNT  TO WT-COUNT.
005090     MOVE WS-CREDIT-AREA   TO WT-AREA.
005100     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
005110     WRITE RECT-REPORT-LINE.
005120     MOVE "RESUBMISSIONS, NOT TALLIED . ." TO WT-CAPTION.
005130     MOVE WS-RESUB-COUNT   TO WT-COUNT.
005140     MOVE WS-RESUB-AREA    TO WT-AREA.
005150     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
005160     WRITE RECT-REPORT-LINE.
005170*    THE TAX LINES CARRY MONEY, NOT AREA - THE AMOUNT RIDES IN
005180*    THE RIGHT-HAND COLUMN WITH A ZERO COUNT.
005190     MOVE "TAX ON BILLS . . . . . . . . ." TO WT-CAPTION.
005200     MOVE ZERO             TO WT-COUNT.
005210     MOVE WS-BILL-TAX      TO WT-AREA.
005220     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
005230     WRITE RECT-REPORT-LINE.
005240     MOVE "TAX ON CREDITS . . . . . . . ." TO WT-CAPTION.
005250     MOVE ZERO             TO WT-COUNT.
005260     MOVE WS-CREDIT-TAX    TO WT-AREA.
005270     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
005280     WRITE RECT-REPORT-LINE.
005290     MOVE "EXCEPTIONS FLAGGED . . . . . ." TO WT-CAPTION.
005300     MOVE WS-EXCEPTION-COUNT TO WT-COUNT.
005310     MOVE ZERO             TO WT-AREA.
005320     MOVE WS-TOTAL-LINE TO RECT-REPORT-LINE.
005330     WRITE RECT-REPORT-LINE.
005340 5000-EXIT.
005350     EXIT.
005360
005370 7000-WRITE-EXCEPTION.
005380     ADD 1 TO WS-EXCEPTION-COUNT.
005390     IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
005400         MOVE ZERO TO WS-LINE-COUNT
005410     END-IF.
005420     IF WS-LINE-COUNT = ZERO
005430         PERFORM 7500-WRITE-HEADINGS THRU 7500-EXIT
005440     END-IF.
005450     MOVE WS-EXCEPTION-LINE TO RECT-REPORT-LINE.
005460     WRITE RECT-REPORT-LINE.
005470     ADD 1 TO WS-LINE-COUNT.
005480 7000-EXIT.
005490     EXIT.
005500
005510 7500-WRITE-HEADINGS.
005520     ADD 1 TO WS-PAGE-NUMBER.
005530     MOVE WS-RUN-DATE    TO WH1-RUN-DATE.
005540     MOVE WS-PAGE-NUMBER TO WH1-PAGE-NUMBER.
005550     MOVE WS-HEADING-LINE-1 TO RECT-REPORT-LINE.
005560     WRITE RECT-REPORT-LINE.
005570     MOVE SPACES TO RECT-REPORT-LINE.
005580     WRITE RECT-REPORT-LINE.
005590     MOVE WS-HEADING-LINE-2 TO RECT-REPORT-LINE.
005600     WRITE RECT-REPORT-LINE.
005610     MOVE 3 TO WS-LINE-COUNT.
005620 7500-EXIT.
005630     EXIT.
005640
005650 9000-TERMINATE.
005660     CLOSE RECT-AUDIT-FILE.
005670     CLOSE RECT-MASTER-FILE.
005680     CLOSE RECT-BILLING-FILE.
005690     CLOSE RECT-REPORT-FILE.
005700     DISPLAY "RECTRCN: " WS-EXCEPTION-COUNT
005710         " EXCEPTION(S) FLAGGED.".
005720 9000-EXIT.
005730     EXIT.
