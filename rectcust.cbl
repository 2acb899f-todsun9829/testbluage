000120*                   AND CHANGE TRANSACTIONS AGAINST THE CUSTOMER
000130*                   MASTER FILE (RECTCUS).  CUSTOMER NUMBERS ARE
000140*                   ASSIGNED BY ACCOUNTING AND KEYED HERE.
000150*  10/15/2026 DK    CREDIT LIMIT AND CREDIT-HOLD FLAG KEYED ON
000160*                   ADD AND CHANGE AND SHOWN ON INQUIRY.  THE
000170*                   JOB-SAVING PROGRAMS REFUSE LIVE WORK FOR A
000180*                   CUSTOMER ON HOLD OR OVER THE LIMIT.
000190*-----------------------------------------------------------------
000200 REMARKS.        LETS AN OPERATOR SET UP A CUSTOMER (NUMBER,
000210                 NAME, ADDRESS, BILLING TERMS, CREDIT LIMIT AND
000220                 CREDIT HOLD), LOOK ONE UP BY
000230                 CUSTOMER NUMBER, OR CHANGE AN EXISTING ONE.
000240                 EVERY PROGRAM THAT TAKES A CUSTOMER NUMBER
000250                 VALIDATES IT AGAINST THIS FILE.
000260
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER. IBM-370.
000300 OBJECT-COMPUTER. IBM-370.
000310 INPUT-OUTPUT SECTION.
000320 FILE-CONTROL.
000330     SELECT RECT-CUSTOMER-FILE ASSIGN TO "RECTCUS"
000340         ORGANIZATION IS INDEXED
000350         ACCESS MODE IS DYNAMIC
000360         RECORD KEY IS CU-CUSTOMER-NO
000370         FILE STATUS IS WS-CUSTOMER-STATUS.
000380
000390 DATA DIVISION.
000400 FILE SECTION.
000410 FD  RECT-CUSTOMER-FILE
000420     LABEL RECORDS ARE STANDARD
000430     RECORD CONTAINS 140 CHARACTERS.
000440     COPY RECTCUS.
000450
000460 WORKING-STORAGE SECTION.
000470 77  WS-CUSTOMER-STATUS       PIC X(02) VALUE '00'.
000480     88  CUSTOMER-STATUS-OK       VALUE '00'.
000490     88  CUSTOMER-NOT-FOUND       VALUE '23'.
000500     88  CUSTOMER-DUPLICATE-KEY   VALUE '22'.
000510     88  CUSTOMER-FILE-NOT-FOUND  VALUE '35'.
000520 77  WS-MENU-CHOICE           PIC X(01).
000530     88  CHOICE-ADD               VALUES 'A' 'a'.
000540     88  CHOICE-INQUIRE           VALUES 'I' 'i'.
000550     88  CHOICE-CHANGE            VALUES 'C' 'c'.
000560     88  CHOICE-EXIT              VALUES 'X' 'x'.
000570 77  WS-CUSTNO-INPUT          PIC X(05).
000580 77  WS-CUSTNO-INPUT-N        REDEFINES WS-CUSTNO-INPUT
000590     PIC 9(05).
000600 77  WS-NAME-INPUT            PIC X(30).
000610 77  WS-TERMS-INPUT           PIC X(03).
000620     88  TERMS-VALID              VALUES 'N30' 'N60' 'CSH'.
000630 77  WS-LIMIT-INPUT           PIC X(10).
000640 77  WS-LIMIT-INPUT-N         REDEFINES WS-LIMIT-INPUT
000650     PIC 9(08)V99.
000660 77  WS-HOLD-INPUT            PIC X(01).
000670     88  HOLD-YES                 VALUES 'Y' 'y'.
000680     88  HOLD-NO                  VALUES 'N' 'n'.
000690 77  WS-LIMIT-DISPLAY         PIC Z(07)9.99.
000700
000710 PROCEDURE DIVISION.
000720 0000-MAINLINE.
000730     DISPLAY "===== CUSTOMER MASTER FILE MAINTENANCE =====".
000740     OPEN I-O RECT-CUSTOMER-FILE.
000750     IF CUSTOMER-FILE-NOT-FOUND
000760         OPEN OUTPUT RECT-CUSTOMER-FILE
000770         CLOSE RECT-CUSTOMER-FILE
000780         OPEN I-O RECT-CUSTOMER-FILE
000790     END-IF.
000800     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
000810         UNTIL CHOICE-EXIT.
000820     CLOSE RECT-CUSTOMER-FILE.
000830     DISPLAY "GOODBYE!".
000840     STOP RUN.
000850
000860 1000-MENU-LOOP.
000870     DISPLAY " ".
000880     DISPLAY "A) ADD   I) INQUIRE   C) CHANGE   X) EXIT".
000890     DISPLAY "ENTER CHOICE: ".
000900     ACCEPT WS-MENU-CHOICE.
000910     IF CHOICE-ADD
000920         PERFORM 2000-ADD-CUSTOMER THRU 2000-EXIT
000930     ELSE
000940         IF CHOICE-INQUIRE
000950             PERFORM 3000-INQUIRE-CUSTOMER THRU 3000-EXIT
000960         ELSE
000970             IF CHOICE-CHANGE
000980                 PERFORM 4000-CHANGE-CUSTOMER THRU 4000-EXIT
000990             ELSE
001000                 IF NOT CHOICE-EXIT
001010                     DISPLAY "INVALID CHOICE."
001020                 END-IF
001030             END-IF
001040         END-IF
001050     END-IF.
001060 1000-EXIT.
001070     EXIT.
001080
001090 2000-ADD-CUSTOMER.
001100     PERFORM 2300-GET-CUSTOMER-NO THRU 2300-EXIT.
001110     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
001120     READ RECT-CUSTOMER-FILE
001130         INVALID KEY
001140             CONTINUE
001150     NOT INVALID KEY
001160             DISPLAY "CUSTOMER " CU-CUSTOMER-NO
001170                 " ALREADY ON FILE - USE CHANGE."
001180             GO TO 2000-EXIT
001190     END-READ.
001200     MOVE SPACES TO RECT-CUSTOMER-RECORD.
001210     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
001220     PERFORM 2400-GET-NAME THRU 2400-EXIT.
001230     MOVE WS-NAME-INPUT TO CU-CUSTOMER-NAME.
001240     DISPLAY "ENTER ADDRESS LINE 1: ".
001250     ACCEPT CU-ADDRESS-LINE-1.
001260     DISPLAY "ENTER ADDRESS LINE 2: ".
001270     ACCEPT CU-ADDRESS-LINE-2.
001280     DISPLAY "ENTER CITY: ".
001290     ACCEPT CU-CITY.
001300     DISPLAY "ENTER STATE (2 CHARACTERS): ".
001310     ACCEPT CU-STATE.
001320     DISPLAY "ENTER ZIP CODE: ".
001330     ACCEPT CU-ZIP-CODE.
001340     PERFORM 2500-GET-TERMS THRU 2500-EXIT.
001350     MOVE WS-TERMS-INPUT TO CU-BILLING-TERMS.
001360     PERFORM 2600-GET-CREDIT-LIMIT THRU 2600-EXIT.
001370     MOVE WS-LIMIT-INPUT-N TO CU-CREDIT-LIMIT.
001380     PERFORM 2700-GET-CREDIT-HOLD THRU 2700-EXIT.
001390     IF HOLD-YES
001400         MOVE 'Y' TO CU-CREDIT-HOLD
001410     ELSE
001420         MOVE 'N' TO CU-CREDIT-HOLD
001430     END-IF.
001440     WRITE RECT-CUSTOMER-RECORD
001450         INVALID KEY
001460             DISPLAY "CUSTOMER " CU-CUSTOMER-NO
001470                 " ALREADY ON FILE - NOT ADDED."
001480     NOT INVALID KEY
001490             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " ADDED: "
001500                 CU-CUSTOMER-NAME
001510     END-WRITE.
001520 2000-EXIT.
001530     EXIT.
001540
001550 2300-GET-CUSTOMER-NO.
001560     DISPLAY "ENTER CUSTOMER NUMBER (5 DIGITS): ".
001570     ACCEPT WS-CUSTNO-INPUT.
001580     IF WS-CUSTNO-INPUT NOT NUMERIC
001590         DISPLAY "INVALID CUSTOMER NUMBER - ENTER DIGITS ONLY."
001600         GO TO 2300-GET-CUSTOMER-NO
001610     END-IF.
001620     IF WS-CUSTNO-INPUT-N = ZERO
001630         DISPLAY "INVALID CUSTOMER NUMBER - MUST BE GREATER "
001640             "THAN ZERO."
001650         GO TO 2300-GET-CUSTOMER-NO
001660     END-IF.
001670 2300-EXIT.
001680     EXIT.
001690
001700 2400-GET-NAME.
001710     DISPLAY "ENTER CUSTOMER NAME: ".
001720     ACCEPT WS-NAME-INPUT.
001730     IF WS-NAME-INPUT = SPACES
001740         DISPLAY "INVALID NAME - MUST NOT BE BLANK."
001750         GO TO 2400-GET-NAME
001760     END-IF.
001770 2400-EXIT.
001780     EXIT.
001790
001800 2500-GET-TERMS.
001810     DISPLAY "ENTER BILLING TERMS (N30/N60/CSH): ".
001820     ACCEPT WS-TERMS-INPUT.
001830     INSPECT WS-TERMS-INPUT CONVERTING "nsch" TO "NSCH".
001840     IF NOT TERMS-VALID
001850         DISPLAY "INVALID TERMS - ENTER N30, N60 OR CSH."
001860         GO TO 2500-GET-TERMS
001870     END-IF.
001880 2500-EXIT.
001890     EXIT.
001900
001910*-----------------------------------------------------------------
001920*  THE CREDIT LIMIT IS KEYED IN DOLLARS AND CENTS WITHOUT THE
001930*  DECIMAL POINT, AS ON THE PAYMENT SCREEN.  ZERO MEANS THE
001940*  CUSTOMER HAS NO LIMIT.
001950*-----------------------------------------------------------------
001960 2600-GET-CREDIT-LIMIT.
001970     DISPLAY "ENTER CREDIT LIMIT (NNNNNNNN.NN, NO DECIMAL POINT, "
001980         "ZERO = NO LIMIT): ".
001990     ACCEPT WS-LIMIT-INPUT.
002000     IF WS-LIMIT-INPUT NOT NUMERIC
002010         DISPLAY "INVALID CREDIT LIMIT - ENTER NUMERIC DIGITS "
002020             "ONLY."
002030         GO TO 2600-GET-CREDIT-LIMIT
002040     END-IF.
002050 2600-EXIT.
002060     EXIT.
002070
002080 2700-GET-CREDIT-HOLD.
002090     DISPLAY "PUT CUSTOMER ON CREDIT HOLD? (Y/N): ".
002100     ACCEPT WS-HOLD-INPUT.
002110     IF NOT HOLD-YES AND NOT HOLD-NO
002120         DISPLAY "INVALID ANSWER - ENTER Y OR N."
002130         GO TO 2700-GET-CREDIT-HOLD
002140     END-IF.
002150 2700-EXIT.
002160     EXIT.
002170
002180 3000-INQUIRE-CUSTOMER.
002190     PERFORM 2300-GET-CUSTOMER-NO THRU 2300-EXIT.
002200     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
002210     READ RECT-CUSTOMER-FILE
002220         INVALID KEY
002230             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " NOT ON FILE."
002240     NOT INVALID KEY
002250             DISPLAY "NAME:     " CU-CUSTOMER-NAME
002260             DISPLAY "ADDRESS:  " CU-ADDRESS-LINE-1
002270             DISPLAY "          " CU-ADDRESS-LINE-2
002280             DISPLAY "CITY:     " CU-CITY
002290             DISPLAY "STATE:    " CU-STATE
002300             DISPLAY "ZIP:      " CU-ZIP-CODE
002310             DISPLAY "TERMS:    " CU-BILLING-TERMS
002320             PERFORM 3100-SHOW-CREDIT THRU 3100-EXIT
002330     END-READ.
002340 3000-EXIT.
002350     EXIT.
002360
002370*-----------------------------------------------------------------
002380*  A RECORD SET UP BEFORE THE CREDIT FIELDS EXISTED CARRIES
002390*  SPACES THERE; IT SHOWS AS NO LIMIT AND NOT ON HOLD.
002400*-----------------------------------------------------------------
002410 3100-SHOW-CREDIT.
002420     IF CU-CREDIT-LIMIT NOT NUMERIC
002430         OR CU-CREDIT-LIMIT = ZERO
002440         DISPLAY "LIMIT:    NONE"
002450     ELSE
002460         MOVE CU-CREDIT-LIMIT TO WS-LIMIT-DISPLAY
002470         DISPLAY "LIMIT:    " WS-LIMIT-DISPLAY
002480     END-IF.
002490     IF CU-ON-CREDIT-HOLD
002500         DISPLAY "HOLD:     *** ON CREDIT HOLD ***"
002510     ELSE
002520         DISPLAY "HOLD:     NO"
002530     END-IF.
002540 3100-EXIT.
002550     EXIT.
002560
002570 4000-CHANGE-CUSTOMER.
002580     PERFORM 2300-GET-CUSTOMER-NO THRU 2300-EXIT.
002590     MOVE WS-CUSTNO-INPUT-N TO CU-CUSTOMER-NO.
002600     READ RECT-CUSTOMER-FILE
002610         INVALID KEY
002620             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " NOT ON FILE."
002630             GO TO 4000-EXIT
002640     END-READ.
002650     DISPLAY "CURRENT NAME: " CU-CUSTOMER-NAME.
002660     PERFORM 2400-GET-NAME THRU 2400-EXIT.
002670     MOVE WS-NAME-INPUT TO CU-CUSTOMER-NAME.
002680     DISPLAY "ENTER ADDRESS LINE 1: ".
002690     ACCEPT CU-ADDRESS-LINE-1.
002700     DISPLAY "ENTER ADDRESS LINE 2: ".
002710     ACCEPT CU-ADDRESS-LINE-2.
002720     DISPLAY "ENTER CITY: ".
002730     ACCEPT CU-CITY.
002740     DISPLAY "ENTER STATE (2 CHARACTERS): ".
002750     ACCEPT CU-STATE.
002760     DISPLAY "ENTER ZIP CODE: ".
002770     ACCEPT CU-ZIP-CODE.
002780     PERFORM 2500-GET-TERMS THRU 2500-EXIT.
002790     MOVE WS-TERMS-INPUT TO CU-BILLING-TERMS.
002800     PERFORM 3100-SHOW-CREDIT THRU 3100-EXIT.
002810     PERFORM 2600-GET-CREDIT-LIMIT THRU 2600-EXIT.
002820     MOVE WS-LIMIT-INPUT-N TO CU-CREDIT-LIMIT.
002830     PERFORM 2700-GET-CREDIT-HOLD THRU 2700-EXIT.
002840     IF HOLD-YES
002850         MOVE 'Y' TO CU-CREDIT-HOLD
002860     ELSE
002870         MOVE 'N' TO CU-CREDIT-HOLD
002880     END-IF.
002890     REWRITE RECT-CUSTOMER-RECORD
002900         INVALID KEY
002910             DISPLAY "UNABLE TO REWRITE CUSTOMER " CU-CUSTOMER-NO
002920     NOT INVALID KEY
002930             DISPLAY "CUSTOMER " CU-CUSTOMER-NO " UPDATED: "
002940                 CU-CUSTOMER-NAME
002950     END-REWRITE.
002960 4000-EXIT.
002970     EXIT.
