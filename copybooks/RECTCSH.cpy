000050*  CUSTOMER-LEVEL PAYMENT SPREAD ACROSS SEVERAL INVOICES LOGS
000060*  ONE RECORD PER INVOICE IT TOUCHED - SO THE DAY'S CASH CAN BE
000070*  TIED OUT AGAINST THE DEPOSIT SLIP AND THE OPEN-ITEMS FILE.
000071*  EVERY RECORD OF ONE RECEIPT CARRIES THE SAME TIMESTAMP, SO
000072*  THE TIMESTAMP IDENTIFIES THE CHECK.  THE ENTRY TYPE SAYS
000073*  WHAT THE RECORD DID:
000074*    'C' (OR SPACE ON AN OLDER RECORD) - CASH APPLIED TO AN
000075*        INVOICE.
000076*    'U' - CASH LEFT OVER AFTER EVERY OPEN INVOICE WAS PAID, PUT
000077*        ON ACCOUNT (RECTOAC); NO INVOICE NUMBER.
000078*    'A' - CREDIT ON ACCOUNT APPLIED TO AN INVOICE; NO NEW CASH.
000079*    'R' - RETURNED CHECK: CASH BACKED OUT OF AN INVOICE.
000080*    'Q' - RETURNED CHECK: CASH BACKED OUT OF THE CREDIT ON
000081*        ACCOUNT; NO INVOICE NUMBER.
000082*  AN 'R' OR 'Q' RECORD CARRIES THE TIMESTAMP OF THE RECEIPT IT
000083*  REVERSES IN PY-RECEIPT-STAMP.  AMOUNTS ARE ALWAYS POSITIVE;
000084*  THE TYPE GIVES THE DIRECTION.
000085*-----------------------------------------------------------------
000090 01  RECT-CASH-RECORD.
000100     05  PY-TIMESTAMP            PIC 9(16).
000110     05  PY-OPERATOR-ID          PIC X(08).
000120     05  PY-INVOICE-NO           PIC 9(07).
000130     05  PY-CUSTOMER-NO          PIC 9(05).
000140     05  PY-AMOUNT               PIC 9(08)V99.
000141     05  PY-ENTRY-TYPE           PIC X(01).
000142         88  PY-TYPE-CASH            VALUES 'C' SPACE.
000143         88  PY-TYPE-ON-ACCOUNT      VALUE 'U'.
000144         88  PY-TYPE-CREDIT-APPLIED  VALUE 'A'.
000145         88  PY-TYPE-REVERSAL        VALUE 'R'.
000146         88  PY-TYPE-ON-ACCOUNT-REVERSAL
000147                                     VALUE 'Q'.
000148     05  PY-RECEIPT-STAMP        PIC 9(16).
000150     05  FILLER                  PIC X(07).
