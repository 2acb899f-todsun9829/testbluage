000090*    KEY '3' - LAST WORK-ORDER NUMBER (RECTANGLE-AREA, RECTBAT)
000100*    KEY '4' - LAST BILLING TRANSMISSION SEQUENCE (RECTXCUT)
000110*    KEY '5' - LAST TRANSMISSION INVOICED BY RECTINV
000111*    KEY '6' - LAST TRANSMISSION POSTED TO THE GENERAL LEDGER BY
000112*              RECTGL, WITH THE LAST CASH-RECEIPTS DATE POSTED
000113*              IN RC-LAST-DATE
000120*-----------------------------------------------------------------
000130 01  RECT-CONTROL-RECORD.
000140     05  RC-CONTROL-KEY           PIC X(01).
000150     05  RC-LAST-JOB-ID           PIC 9(07).
000151     05  RC-LAST-DATE             PIC 9(08).
000160     05  FILLER                   PIC X(04).
