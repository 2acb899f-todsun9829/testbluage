000010*-----------------------------------------------------------------
000020*  RECTGLJ.CPY
000030*  RECORD LAYOUT FOR THE GENERAL-LEDGER JOURNAL-ENTRY INTERFACE
000040*  WRITTEN BY RECTGL.  ONE JOURNAL PER BILLING TRANSMISSION
000050*  (SOURCE 'B', REFERENCE = TRANSMISSION SEQUENCE) AND ONE FOR
000060*  THE CASH-RECEIPTS LOG (SOURCE 'C', REFERENCE = THE LAST CASH
000070*  DATE IT COVERS); ONE RECORD PER ACCOUNT AND SIDE.  THE DEBIT
000080*  AND CREDIT RECORDS OF EVERY JOURNAL ADD TO THE SAME TOTAL.
000090*-----------------------------------------------------------------
000100 01  RECT-GL-JOURNAL-RECORD.
000110     05  GJ-POSTING-DATE         PIC 9(08).
000120     05  GJ-SOURCE               PIC X(01).
000130         88  GJ-SOURCE-BILLING       VALUE 'B'.
000140         88  GJ-SOURCE-CASH          VALUE 'C'.
000150     05  GJ-REFERENCE            PIC 9(08).
000160     05  GJ-LINE-NO              PIC 9(03).
000170     05  GJ-ACCOUNT-NO           PIC X(10).
000180     05  GJ-DEBIT-CREDIT         PIC X(01).
000190         88  GJ-DEBIT                VALUE 'D'.
000200         88  GJ-CREDIT               VALUE 'C'.
000210     05  GJ-AMOUNT               PIC 9(10)V99.
000220     05  GJ-DESCRIPTION          PIC X(30).
000230     05  FILLER                  PIC X(07).
