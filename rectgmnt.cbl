000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     RECTGMNT.
000030 AUTHOR.         D. KOVACS.
000040 INSTALLATION.   SHOP FLOOR DATA PROCESSING.
000050 DATE-WRITTEN.   10/15/2026.
000060 DATE-COMPILED.  10/15/2026.
000070*-----------------------------------------------------------------
000080*  MODIFICATION HISTORY
000090*  DATE       INIT  DESCRIPTION
000100*  ---------  ----  --------------------------------------------
000110*  10/15/2026 DK    ORIGINAL PROGRAM.  MENU-DRIVEN ADD, INQUIRE
000120*                   AND CHANGE TRANSACTIONS AGAINST THE GENERAL-
000130*                   LEDGER ACCOUNT MAP (RECTGLA) THE GL EXTRACT
000140*                   (RECTGL) POSTS THROUGH, MAINTAINED THE WAY
000150*                   RECTTMNT MAINTAINS THE SALES TAX TABLE, SO
000160*                   ACCOUNTING CAN RENUMBER AN ACCOUNT WITHOUT A
000170*                   PROGRAM CHANGE.
000180*-----------------------------------------------------------------
000190 REMARKS.        LETS AN OPERATOR ADD A MAP ROW (CATEGORY, SHAPE
000200                 CODE, GL ACCOUNT, DESCRIPTION), LIST THE WHOLE
000210                 MAP, OR CHANGE THE ACCOUNT ON AN EXISTING ROW.
000220                 THE SHAPE CODE APPLIES ONLY TO THE REVENUE,
000230                 VOID-CREDIT AND REPRICE CATEGORIES; A BLANK
000240                 SHAPE IS THE CATEGORY'S CATCH-ALL ROW.
000250
000260 ENVIRONMENT DIVISION.
000270 CONFIGURATION SECTION.
000280 SOURCE-COMPUTER. IBM-370.
000290 OBJECT-COMPUTER. IBM-370.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT RECT-GL-ACCOUNT-FILE ASSIGN TO "RECTGLA"
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS DYNAMIC
000350         RECORD KEY IS GA-MAP-KEY
000360         FILE STATUS IS WS-MAP-STATUS.
000370
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  RECT-GL-ACCOUNT-FILE
000410     LABEL RECORDS ARE STANDARD
000420     RECORD CONTAINS 50 CHARACTERS.
000430     COPY RECTGLA.
000440
000450 WORKING-STORAGE SECTION.
000460 77  WS-MAP-STATUS            PIC X(02) VALUE '00'.
000470     88  MAP-STATUS-OK            VALUE '00'.
000480     88  MAP-NOT-FOUND            VALUE '23'.
000490     88  MAP-DUPLICATE-KEY        VALUE '22'.
000500     88  MAP-FILE-NOT-FOUND       VALUE '35'.
000510 77  WS-MENU-CHOICE           PIC X(01).
000520     88  CHOICE-ADD               VALUES 'A' 'a'.
000530     88  CHOICE-INQUIRE           VALUES 'I' 'i'.
000540     88  CHOICE-CHANGE            VALUES 'C' 'c'.
000550     88  CHOICE-EXIT              VALUES 'X' 'x'.
000560 77  WS-CATEGORY-INPUT        PIC X(01).
000570     88  CATEGORY-VALID           VALUES 'R' 'V' 'P' 'T'
000580                                         'A' 'C'.
000590     88  CATEGORY-BY-SHAPE        VALUES 'R' 'V' 'P'.
000600 77  WS-SHAPE-INPUT           PIC X(01).
000610     88  SHAPE-VALID              VALUES 'R' 'C' 'T' 'Z' SPACE.
000620 77  WS-ACCOUNT-INPUT         PIC X(10).
000630 77  WS-DESC-INPUT            PIC X(30).
000640 77  WS-RUN-DATE              PIC 9(08).
000650 77  WS-LIST-EOF-SW           PIC X(01) VALUE 'N'.
000660     88  END-OF-LIST              VALUE 'Y'.
000670 77  WS-LIST-COUNT            PIC 9(05) COMP VALUE ZERO.
000680
000690 PROCEDURE DIVISION.
000700 0000-MAINLINE.
000710     DISPLAY "===== GENERAL LEDGER ACCOUNT MAP MAINTENANCE =====".
000720     ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000730     OPEN I-O RECT-GL-ACCOUNT-FILE.
000740     IF MAP-FILE-NOT-FOUND
000750         OPEN OUTPUT RECT-GL-ACCOUNT-FILE
000760         CLOSE RECT-GL-ACCOUNT-FILE
000770         OPEN I-O RECT-GL-ACCOUNT-FILE
000780     END-IF.
000790     PERFORM 1000-MENU-LOOP THRU 1000-EXIT
000800         UNTIL CHOICE-EXIT.
000810     CLOSE RECT-GL-ACCOUNT-FILE.
000820     DISPLAY "GOODBYE!".
000830     STOP RUN.
000840
000850 1000-MENU-LOOP.
000860     DISPLAY " ".
000870     DISPLAY "A) ADD   I) INQUIRE   C) CHANGE   X) EXIT".
000880     DISPLAY "ENTER CHOICE: ".
000890     ACCEPT WS-MENU-CHOICE.
000900     IF CHOICE-ADD
000910         PERFORM 2000-ADD-MAP THRU 2000-EXIT
000920     ELSE
000930         IF CHOICE-INQUIRE
000940             PERFORM 3000-INQUIRE-MAP THRU 3000-EXIT
000950         ELSE
000960             IF CHOICE-CHANGE
000970                 PERFORM 4000-CHANGE-MAP THRU 4000-EXIT
000980             ELSE
000990                 IF NOT CHOICE-EXIT
001000                     DISPLAY "INVALID CHOICE."
001010                 END-IF
001020             END-IF
001030         END-IF
001040     END-IF.
001050 1000-EXIT.
001060     EXIT.
001070
001080 2000-ADD-MAP.
001090     PERFORM 2100-GET-CATEGORY THRU 2100-EXIT.
001100     PERFORM 2200-GET-SHAPE THRU 2200-EXIT.
001110     PERFORM 2300-GET-ACCOUNT THRU 2300-EXIT.
001120     PERFORM 2400-GET-DESCRIPTION THRU 2400-EXIT.
001130     MOVE SPACES TO RECT-GL-ACCOUNT-RECORD.
001140     MOVE WS-CATEGORY-INPUT TO GA-CATEGORY.
001150     MOVE WS-SHAPE-INPUT    TO GA-SHAPE-CODE.
001160     MOVE WS-ACCOUNT-INPUT  TO GA-ACCOUNT-NO.
001170     MOVE WS-DESC-INPUT     TO GA-DESCRIPTION.
001180     MOVE WS-RUN-DATE       TO GA-LAST-CHANGED.
001190     WRITE RECT-GL-ACCOUNT-RECORD
001200         INVALID KEY
001210             DISPLAY "MAP ROW FOR CATEGORY " GA-CATEGORY
001220                 " SHAPE '" GA-SHAPE-CODE
001230                 "' ALREADY ON FILE - USE CHANGE."
001240     NOT INVALID KEY
001250             DISPLAY "MAP ROW ADDED: CATEGORY " GA-CATEGORY
001260                 " SHAPE '" GA-SHAPE-CODE "' POSTS TO ACCOUNT "
001270                 GA-ACCOUNT-NO
001280     END-WRITE.
001290 2000-EXIT.
001300     EXIT.
001310
001320 2100-GET-CATEGORY.
001330     DISPLAY "CATEGORIES: R) REVENUE  V) VOID CREDITS  "
001340         "P) REPRICE ADJUSTMENTS".
001350     DISPLAY "            T) SALES TAX PAYABLE  "
001360         "A) ACCOUNTS RECEIVABLE  C) CASH".
001370     DISPLAY "ENTER CATEGORY: ".
001380     ACCEPT WS-CATEGORY-INPUT.
001390     INSPECT WS-CATEGORY-INPUT CONVERTING
001400         "abcdefghijklmnopqrstuvwxyz" TO
001410         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001420     IF NOT CATEGORY-VALID
001430         DISPLAY "INVALID CATEGORY - ENTER R, V, P, T, A OR C."
001440         GO TO 2100-GET-CATEGORY
001450     END-IF.
001460 2100-EXIT.
001470     EXIT.
001480
001490 2200-GET-SHAPE.
001500     MOVE SPACE TO WS-SHAPE-INPUT.
001510     IF NOT CATEGORY-BY-SHAPE
001520         GO TO 2200-EXIT
001530     END-IF.
001540     DISPLAY "ENTER SHAPE CODE (R, C, T, Z - BLANK FOR ALL "
001550         "OTHER SHAPES): ".
001560     ACCEPT WS-SHAPE-INPUT.
001570     INSPECT WS-SHAPE-INPUT CONVERTING
001580         "abcdefghijklmnopqrstuvwxyz" TO
001590         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001600     IF NOT SHAPE-VALID
001610         DISPLAY "INVALID SHAPE CODE - ENTER R, C, T, Z OR BLANK."
001620         GO TO 2200-GET-SHAPE
001630     END-IF.
001640 2200-EXIT.
001650     EXIT.
001660
001670 2300-GET-ACCOUNT.
001680     DISPLAY "ENTER GL ACCOUNT NUMBER (UP TO 10 CHARACTERS): ".
001690     ACCEPT WS-ACCOUNT-INPUT.
001700     INSPECT WS-ACCOUNT-INPUT CONVERTING
001710         "abcdefghijklmnopqrstuvwxyz" TO
001720         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001730     IF WS-ACCOUNT-INPUT = SPACES
001740         DISPLAY "INVALID ACCOUNT - MUST NOT BE BLANK."
001750         GO TO 2300-GET-ACCOUNT
001760     END-IF.
001770 2300-EXIT.
001780     EXIT.
001790
001800 2400-GET-DESCRIPTION.
001810     DISPLAY "ENTER ACCOUNT DESCRIPTION (UP TO 30 CHARACTERS): ".
001820     ACCEPT WS-DESC-INPUT.
001830     INSPECT WS-DESC-INPUT CONVERTING
001840         "abcdefghijklmnopqrstuvwxyz" TO
001850         "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
001860 2400-EXIT.
001870     EXIT.
001880
001890*-----------------------------------------------------------------
001900*  LISTS THE WHOLE MAP IN CATEGORY AND SHAPE ORDER - IT IS ONLY
001910*  A FEW DOZEN ROWS, AND ACCOUNTING WANTS TO SEE IT ALL AT ONCE.
001920*-----------------------------------------------------------------
001930 3000-INQUIRE-MAP.
001940     MOVE ZERO TO WS-LIST-COUNT.
001950     MOVE 'N'  TO WS-LIST-EOF-SW.
001960     MOVE LOW-VALUES TO GA-MAP-KEY.
001970     START RECT-GL-ACCOUNT-FILE KEY NOT LESS THAN GA-MAP-KEY
001980         INVALID KEY
001990             MOVE 'Y' TO WS-LIST-EOF-SW
002000     END-START.
002010     DISPLAY "CAT SHAPE ACCOUNT    DESCRIPTION"
002020         "                     CHANGED".
002030     PERFORM 3100-SHOW-MAP THRU 3100-EXIT
002040         UNTIL END-OF-LIST.
002050     IF WS-LIST-COUNT = ZERO
002060         DISPLAY "NO ACCOUNT MAP ROWS ON FILE."
002070     END-IF.
002080 3000-EXIT.
002090     EXIT.
002100
002110 3100-SHOW-MAP.
002120     READ RECT-GL-ACCOUNT-FILE NEXT RECORD
002130         AT END
002140             MOVE 'Y' TO WS-LIST-EOF-SW
002150             GO TO 3100-EXIT
002160     END-READ.
002170     IF NOT MAP-STATUS-OK
002180         MOVE 'Y' TO WS-LIST-EOF-SW
002190         GO TO 3100-EXIT
002200     END-IF.
002210     ADD 1 TO WS-LIST-COUNT.
002220     DISPLAY " " GA-CATEGORY "    " GA-SHAPE-CODE "   "
002230         GA-ACCOUNT-NO " " GA-DESCRIPTION " " GA-LAST-CHANGED.
002240 3100-EXIT.
002250     EXIT.
002260
002270 4000-CHANGE-MAP.
002280     PERFORM 2100-GET-CATEGORY THRU 2100-EXIT.
002290     PERFORM 2200-GET-SHAPE THRU 2200-EXIT.
002300     MOVE WS-CATEGORY-INPUT TO GA-CATEGORY.
002310     MOVE WS-SHAPE-INPUT    TO GA-SHAPE-CODE.
002320     READ RECT-GL-ACCOUNT-FILE
002330         INVALID KEY
002340             DISPLAY "NO MAP ROW FOR CATEGORY " GA-CATEGORY
002350                 " SHAPE '" GA-SHAPE-CODE "' ON FILE."
002360             GO TO 4000-EXIT
002370     END-READ.
002380     DISPLAY "CURRENT ACCOUNT: " GA-ACCOUNT-NO " " GA-DESCRIPTION.
002390     PERFORM 2300-GET-ACCOUNT THRU 2300-EXIT.
002400     PERFORM 2400-GET-DESCRIPTION THRU 2400-EXIT.
002410     MOVE WS-ACCOUNT-INPUT TO GA-ACCOUNT-NO.
002420     IF WS-DESC-INPUT NOT = SPACES
002430         MOVE WS-DESC-INPUT TO GA-DESCRIPTION
002440     END-IF.
002450     MOVE WS-RUN-DATE TO GA-LAST-CHANGED.
002460     REWRITE RECT-GL-ACCOUNT-RECORD
002470         INVALID KEY
002480             DISPLAY "UNABLE TO REWRITE MAP ROW."
002490     NOT INVALID KEY
002500             DISPLAY "MAP ROW CHANGED - NOW POSTS TO ACCOUNT "
002510                 GA-ACCOUNT-NO
002520     END-REWRITE.
002530 4000-EXIT.
002540     EXIT.
