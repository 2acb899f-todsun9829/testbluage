000010*-----------------------------------------------------------------
000020*  RECTSPRM.CPY
000030*  PARAMETER CARD FOR THE MONTH-END CUSTOMER STATEMENT RUN
000040*  (RECTSTMT).  ONE RECORD READ AT STARTUP.  SP-THRU-DATE IS
000050*  THE STATEMENT DATE - BALANCES AND AGING ARE AS OF THAT DAY;
000060*  ZERO OR A MISSING CARD MEANS TODAY.  SP-FROM-DATE STARTS THE
000070*  PERIOD WHOSE INVOICES AND PAYMENTS ARE LISTED; ZERO MEANS THE
000080*  FIRST OF THE STATEMENT DATE'S MONTH.
000090*-----------------------------------------------------------------
000100 01  RECT-STMT-PARM-RECORD.
000110     05  SP-FROM-DATE            PIC 9(08).
000120     05  SP-THRU-DATE            PIC 9(08).
000130     05  FILLER                  PIC X(64).
