000010*-----------------------------------------------------------------
000020*  RECTSUS.CPY
000030*  RECORD LAYOUT FOR THE BATCH SUSPENSE FILE.  RECTBAT WRITES ONE
000040*  RECORD FOR EVERY DECK RECORD IT REJECTS, KEYED BY THE RUN
000050*  DATE, THE DECK IT CAME FROM AND ITS RECORD NUMBER IN THAT
000060*  DECK, CARRYING THE FULL 80-BYTE INPUT IMAGE AND THE REJECT
000070*  REASON, SO A BAD RECORD IS HELD FOR CORRECTION INSTEAD OF
000080*  SCROLLING OFF SYSOUT.  RECTSUSP LISTS, CORRECTS AND DELETES
000090*  ITEMS AND RELEASES CORRECTED ONES TO THE RE-ENTRY DECK
000100*  (RECTINR) FOR THE NEXT RECTBAT RUN.  A DELETED ITEM IS MARKED
000110*  DELETED, NEVER REMOVED, SO THE HISTORY SURVIVES.
000120*-----------------------------------------------------------------
000130 01  RECT-SUSPENSE-RECORD.
000140     05  SU-SUSPENSE-KEY.
000150         10  SU-RUN-DATE         PIC 9(08).
000160         10  SU-INPUT-DSNAME     PIC X(08).
000170         10  SU-RECORD-NO        PIC 9(08).
000180     05  SU-STATUS-CODE          PIC X(01).
000190         88  SU-STATUS-OPEN          VALUE 'O'.
000200         88  SU-STATUS-CORRECTED     VALUE 'C'.
000210         88  SU-STATUS-RELEASED      VALUE 'R'.
000220         88  SU-STATUS-DELETED       VALUE 'D'.
000230     05  SU-REJECT-REASON        PIC X(40).
000240     05  SU-INPUT-IMAGE          PIC X(80).
000250     05  SU-CHANGED-BY           PIC X(08).
000260     05  SU-CHANGED-DATE         PIC 9(08).
000270     05  FILLER                  PIC X(09).
