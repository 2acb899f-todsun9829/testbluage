000010*-----------------------------------------------------------------
000020*  RECTCPRM.CPY
000030*  PARAMETER CARD FOR THE NIGHTLY CYCLE STATUS REPORT
000040*  (RECTCYCR).  ONE RECORD READ AT STARTUP.  CP-FROM-DATE AND
000050*  CP-THRU-DATE PICK THE BUSINESS DATES TO REPORT.  A ZERO THRU
000060*  DATE OR A MISSING CARD MEANS THE DATE THE CYCLE IS OPEN FOR;
000070*  A ZERO FROM DATE MEANS THE SAME DATE AS THE THRU DATE.
000080*-----------------------------------------------------------------
000090 01  RECT-CYCLE-PARM-RECORD.
000100     05  CP-FROM-DATE            PIC 9(08).
000110     05  CP-THRU-DATE            PIC 9(08).
000120     05  FILLER                  PIC X(64).
