000050*  EVERY JOB AND BILLING RECORD CARRIES ONE CUSTOMER IDENTITY
000060*  INSTEAD OF A HAND-TYPED NAME THAT SPELLS THE SAME CUSTOMER
000070*  THREE DIFFERENT WAYS.  MAINTAINED BY RECTCUST.
000071*  CU-CREDIT-LIMIT IS THE MOST THE CUSTOMER MAY OWE - OPEN
000072*  RECEIVABLES PLUS WORK BILLED BUT NOT YET INVOICED - BEFORE A
000073*  NEW LIVE JOB IS REFUSED; ZERO (OR SPACES ON A RECORD SET UP
000074*  BEFORE THE FIELD EXISTED) MEANS NO LIMIT.  A CUSTOMER ON
000075*  CREDIT HOLD MAY BE QUOTED BUT GETS NO LIVE WORK WITHOUT A
000076*  SUPERVISOR OVERRIDE.
000080*-----------------------------------------------------------------
000090 01  RECT-CUSTOMER-RECORD.
000100     05  CU-CUSTOMER-NO          PIC 9(05).
000180         88  CU-TERMS-NET-30         VALUE 'N30'.
000190         88  CU-TERMS-NET-60         VALUE 'N60'.
000200         88  CU-TERMS-CASH           VALUE 'CSH'.
000210     05  CU-CREDIT-LIMIT         PIC 9(08)V99.
000220     05  CU-CREDIT-HOLD          PIC X(01).
000230         88  CU-ON-CREDIT-HOLD       VALUE 'Y'.
