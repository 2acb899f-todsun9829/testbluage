000010*-----------------------------------------------------------------
000020*  RECTOAC.CPY
000030*  RECORD LAYOUT FOR THE CUSTOMER ON-ACCOUNT CREDIT FILE.  ONE
000040*  RECORD PER CUSTOMER WITH MONEY OF ITS OWN ON THE BOOKS, KEYED
000050*  BY CUSTOMER NUMBER: CASH RECTPAY COULD NOT APPLY BECAUSE
000060*  EVERY OPEN INVOICE WAS ALREADY PAID, AND THE CREDIT BALANCE
000070*  OF AN INVOICE RECTINV PRINTED WITH MORE CREDITS THAN BILLS.
000080*  RECTINV TAKES THE CREDIT OFF THE CUSTOMER'S NEXT INVOICE
000090*  AUTOMATICALLY; RECTPAY CAN ALSO APPLY IT TO THE OPEN ITEMS ON
000100*  DEMAND.  A RECORD WHOSE CREDIT IS USED UP STAYS ON FILE AT
000110*  ZERO.
000120*-----------------------------------------------------------------
000130 01  RECT-ON-ACCOUNT-RECORD.
000140     05  OA-CUSTOMER-NO          PIC 9(05).
000150     05  OA-CUSTOMER-NAME        PIC X(30).
000160     05  OA-CREDIT-BALANCE       PIC 9(08)V99.
000170     05  OA-LAST-ACTIVITY-DATE   PIC 9(08).
000180     05  FILLER                  PIC X(07).
