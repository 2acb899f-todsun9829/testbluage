000145*  AT SAVE TIME FROM THE CUSTOMER'S STATE AND THE TAX TABLE
000146*  (RECTTAX), SO THE INVOICE AND THE MONTH-END TOTALS CARRY THE
000147*  TAX THAT WAS ACTUALLY CHARGED INSTEAD OF A PENCILLED ONE.
000148*  BL-TAX-STATE AND BL-TAX-RATE ARE THE STATE AND RATE THE TAX
000149*  WAS FIGURED WITH (SPACES ON RECORDS WRITTEN BEFORE THEN).
000150*-----------------------------------------------------------------
000160 01  RECT-BILLING-RECORD.
000170     05  BL-JOB-ID               PIC 9(07).
000280     05  BL-CALC-DATE            PIC 9(08).
000290     05  BL-ORDER-NO             PIC 9(07).
000300     05  BL-TAX-AMOUNT           PIC 9(05)V99.
000301     05  BL-TAX-STATE            PIC X(02).
000302     05  BL-TAX-RATE             PIC 9(02)V999.
000310     05  FILLER                  PIC X(01).
