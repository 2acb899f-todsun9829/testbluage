000010*-----------------------------------------------------------------
000020*  RECTCYN.CPY
000030*  THE NIGHTLY CYCLE STEPS IN RUN ORDER, BY STEP NUMBER (SEE
000040*  RECTCYC), SO EVERY PROGRAM THAT CHECKS OR REPORTS THE CYCLE
000050*  NAMES A STEP THE SAME WAY EVEN WHEN IT HAS NO RECORD YET.
000060*-----------------------------------------------------------------
000070 01  RECT-CYCLE-STEP-NAMES.
000080     05  FILLER                  PIC X(08) VALUE "RECTBAT".
000090     05  FILLER                  PIC X(08) VALUE "RECTXCUT".
000100     05  FILLER                  PIC X(08) VALUE "RECTXACK".
000110     05  FILLER                  PIC X(08) VALUE "RECTINV".
000120     05  FILLER                  PIC X(08) VALUE "RECTDAY".
000130     05  FILLER                  PIC X(08) VALUE "RECTBKUP".
000140 01  RECT-CYCLE-STEP-TABLE REDEFINES RECT-CYCLE-STEP-NAMES.
000150     05  CN-STEP-PROGRAM         PIC X(08) OCCURS 6 TIMES.
000160 01  CN-LAST-STEP                PIC 9(01) VALUE 6.
