000080*  PER BILLING RECORD CARRYING THE RECTBIL IMAGE, AND ONE
000090*  TRAILER WITH THE RECORD COUNT AND THE PRICE, AREA AND TAX
000100*  TOTALS THE BILLING LOAD JOB BALANCES AGAINST.
000101*  XD-RESUBMIT-SW IS 'R' ON A DETAIL RESENT FROM THE BILLING
000102*  REJECT QUEUE (RECTRJQ) AFTER CORRECTION.  ITS ORIGINAL WENT
000103*  OUT IN AN EARLIER TRANSMISSION, SO OUR OWN INVOICING, LEDGER,
000104*  TAX AND RECONCILIATION RUNS SKIP IT; IT IS STILL IN THE
000105*  TRAILER TOTALS, WHICH COVER EVERY DETAIL IN THE FILE.
000110*-----------------------------------------------------------------
000120 01  RECT-XMIT-HEADER.
000130     05  XH-RECORD-TYPE          PIC X(01).
000180 01  RECT-XMIT-DETAIL.
000190     05  XD-RECORD-TYPE          PIC X(01).
000200         88  XD-TYPE-DETAIL          VALUE 'D'.
000210     05  XD-BILLING-DATA         PIC X(117).
000220     05  XD-RESUBMIT-SW          PIC X(01).
000221         88  XD-RESUBMISSION         VALUE 'R'.
000222     05  FILLER                  PIC X(01).
000230 01  RECT-XMIT-TRAILER.
000240     05  XT-RECORD-TYPE          PIC X(01).
000250         88  XT-TYPE-TRAILER         VALUE 'T'.
