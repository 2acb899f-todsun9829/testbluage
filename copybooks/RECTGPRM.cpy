000010*-----------------------------------------------------------------
000020*  RECTGPRM.CPY
000030*  PARAMETER CARD FOR THE GENERAL-LEDGER EXTRACT (RECTGL).  ONE
000040*  RECORD READ AT STARTUP.  GP-CASH-THRU-DATE IS THE LAST DAY OF
000050*  CASH RECEIPTS TO POST AND THE POSTING DATE OF EVERY JOURNAL;
000060*  ZERO OR A MISSING CARD MEANS TODAY, SO RUN AFTER THE CASHIERS
000070*  HAVE CLOSED FOR THE DAY.  GP-START-XMIT AND GP-CASH-FROM-
000080*  DATE ARE ONLY LOOKED AT BEFORE THE FIRST POSTING (NO KEY '6'
000090*  ON RECTCTL YET): THEY NAME THE FIRST TRANSMISSION AND THE
000100*  FIRST CASH DATE TO POST, SO BILLING ALREADY BOOKED BY HAND
000110*  IS NOT BOOKED TWICE.  ZERO MEANS FROM THE BEGINNING.
000120*-----------------------------------------------------------------
000130 01  RECT-GL-PARM-RECORD.
000140     05  GP-CASH-THRU-DATE       PIC 9(08).
000150     05  GP-START-XMIT           PIC 9(07).
000160     05  GP-CASH-FROM-DATE       PIC 9(08).
000170     05  FILLER                  PIC X(57).
