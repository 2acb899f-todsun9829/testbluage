000010*-----------------------------------------------------------------
000020*  RECTRJQ.CPY
000030*  RECORD LAYOUT FOR THE BILLING REJECT QUEUE.  RECTXACK WRITES
000040*  ONE RECORD FOR EVERY TRANSMITTED BILLING RECORD THE BILLING
000050*  SYSTEM REJECTS, KEYED BY THE JOB ID, THE TRANSMISSION IT WAS
000060*  SENT IN AND ITS DETAIL NUMBER IN THAT TRANSMISSION, CARRYING
000070*  THE FULL RECTBIL IMAGE AND BILLING'S REASON.  RECTREJQ LISTS
000080*  THE QUEUE AND LETS A SUPERVISOR CORRECT THE ORDER NUMBER OR
000090*  CALC DATE (NEVER THE MONEY OR CUSTOMER) OR DROP THE ITEM.
000095*  RECTXCUT SENDS CORRECTED ITEMS IN THE NEXT
000100*  TRANSMISSION FLAGGED AS RESUBMISSIONS, AND RECTXACK CLOSES
000110*  THE ITEM WHEN BILLING ACCEPTS IT OR REOPENS IT WHEN BILLING
000120*  REJECTS IT AGAIN.  ITEMS ARE NEVER REMOVED, SO THE HISTORY
000130*  SURVIVES.  RQ-REJECT-DATE IS THE DATE THE ITEM WAS FIRST
000140*  QUEUED AND IS WHAT ITS AGE IS FIGURED FROM.
000150*-----------------------------------------------------------------
000160 01  RECT-REJECT-QUEUE-RECORD.
000170     05  RQ-QUEUE-KEY.
000180         10  RQ-JOB-ID           PIC 9(07).
000190         10  RQ-XMIT-SEQ         PIC 9(07).
000200         10  RQ-DETAIL-NO        PIC 9(05).
000210     05  RQ-STATUS-CODE          PIC X(01).
000220         88  RQ-STATUS-OPEN          VALUE 'O'.
000230         88  RQ-STATUS-CORRECTED     VALUE 'C'.
000240         88  RQ-STATUS-RESUBMITTED   VALUE 'S'.
000250         88  RQ-STATUS-ACCEPTED      VALUE 'A'.
000260         88  RQ-STATUS-DROPPED       VALUE 'D'.
000270         88  RQ-STATUS-STILL-OPEN    VALUE 'O' 'C' 'S'.
000280     05  RQ-REJECT-REASON        PIC X(20).
000290     05  RQ-REJECT-DATE          PIC 9(08).
000300     05  RQ-BILLING-IMAGE        PIC X(117).
000310     05  RQ-RESUB-XMIT-SEQ       PIC 9(07).
000320     05  RQ-RESUB-COUNT          PIC 9(03).
000330     05  RQ-CHANGED-BY           PIC X(08).
000340     05  RQ-CHANGED-DATE         PIC 9(08).
000350     05  RQ-CLOSED-DATE          PIC 9(08).
000360     05  FILLER                  PIC X(01).
