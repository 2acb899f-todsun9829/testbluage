000120*  FUNCTION), SO THE LOG ANSWERS WHO TOOK A JOB OUT - OR TRIED
000130*  TO - AS WELL AS WHO PUT IT IN.  A QUOTE CONVERTED TO A LIVE
000131*  JOB IN RECTMNT LOGS A CONVERT ENTRY ('T') SO THE CALCULATION
000132*  IS NOT COUNTED TWICE AT MONTH END.  A SUPERVISOR WHO LETS A
000133*  LIVE JOB THROUGH FOR A CUSTOMER ON CREDIT HOLD ('CH') OR OVER
000134*  THE CREDIT LIMIT ('CL') LOGS A CREDIT-OVERRIDE ENTRY ('O')
000135*  UNDER THE SUPERVISOR'S OWN ID.  A SUPERVISOR WHO RELEASES A
000136*  NIGHTLY CYCLE STEP FOR RERUN ('R') OR BYPASSES IT ('B') IN
000137*  RECTCYCS LOGS THE STEP NUMBER IN THE REASON CODE AND THE
000138*  BUSINESS DATE OF THE CYCLE IN RA-AREA.  A SUPERVISOR WHO
000139*  CORRECTS ('Q') OR DROPS ('D') A BILLING REJECT QUEUE ITEM IN
000140*  RECTREJQ LOGS IT UNDER THE JOB ID WITH THE BILL'S PRICE IN
000141*  RA-AREA.
000142*-----------------------------------------------------------------
000150 01  RECT-AUDIT-RECORD.
000160     05  RA-TIMESTAMP            PIC 9(16).
000170     05  RA-OPERATOR-ID          PIC X(08).
000220         88  RA-FUNC-SIGNON-FAIL     VALUE 'S'.
000230         88  RA-FUNC-REFUSED         VALUE 'X'.
000231         88  RA-FUNC-CONVERT         VALUE 'T'.
000232         88  RA-FUNC-CREDIT-OVERRIDE VALUE 'O'.
000233         88  RA-FUNC-CYCLE-RERUN     VALUE 'R'.
000234         88  RA-FUNC-CYCLE-BYPASS    VALUE 'B'.
000235         88  RA-FUNC-QUEUE-CORRECT   VALUE 'Q'.
000236         88  RA-FUNC-QUEUE-DROP      VALUE 'D'.
000240     05  RA-REASON-CODE          PIC X(02).
000250     05  RA-SHAPE-CODE           PIC X(01).
000260     05  RA-WIDTH                PIC 9(05)V99.
