000010*-----------------------------------------------------------------
000020*  RECTTPRM.CPY
000030*  PARAMETER CARD FOR THE SALES TAX REMITTANCE RETURN
000040*  (RECTTAXR).  ONE RECORD READ AT STARTUP.  TP-FROM-DATE AND
000050*  TP-THRU-DATE ARE THE FILING PERIOD; EVERY TRANSMISSION WHOSE
000060*  HEADER RUN DATE FALLS IN IT IS REPORTED.  A ZERO THRU DATE OR
000070*  A MISSING CARD MEANS TODAY; A ZERO FROM DATE MEANS THE FIRST
000080*  OF THE THRU DATE'S MONTH, SO A MONTHLY FILER NEEDS NO CARD AT
000090*  ALL WHEN THE RUN IS MADE ON THE LAST DAY OF THE MONTH.
000100*-----------------------------------------------------------------
000110 01  RECT-TAXR-PARM-RECORD.
000120     05  TP-FROM-DATE            PIC 9(08).
000130     05  TP-THRU-DATE            PIC 9(08).
000140     05  FILLER                  PIC X(64).
