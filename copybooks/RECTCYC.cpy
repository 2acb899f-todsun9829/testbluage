000010*-----------------------------------------------------------------
000020*  RECTCYC.CPY
000030*  RECORD LAYOUTS FOR THE NIGHTLY CYCLE CONTROL FILE.  ONE
000040*  RECORD PER BUSINESS DATE AND STEP, KEYED BY CY-CYCLE-KEY, IN
000050*  THE ORDER THE STEPS MUST RUN:
000060*    STEP 1 - RECTBAT   POSTING (OPENS THE CYCLE FOR ITS DATE)
000070*    STEP 2 - RECTXCUT  BILLING TRANSMISSION CUT-OFF
000080*    STEP 3 - RECTXACK  BILLING ACKNOWLEDGMENT MATCH
000090*    STEP 4 - RECTINV   INVOICE PRINT
000100*    STEP 5 - RECTDAY   DAILY OPERATOR ACTIVITY REPORT
000110*    STEP 6 - RECTBKUP  RECTMAS BACKUP
000120*  EACH STEP CHECKS AT STARTUP THAT EVERY STEP BEFORE IT IS
000130*  COMPLETE (OR BYPASSED) FOR THE OPEN BUSINESS DATE, MARKS ITS
000140*  OWN RECORD RUNNING WITH THE START TIME, AND AT END OF JOB
000150*  RECORDS THE END TIME, HOW IT FINISHED AND TWO KEY COUNTS
000160*  WITH THEIR CAPTIONS.  A STEP LEFT RUNNING WAS ABENDED.  A
000170*  FAILED OR ABENDED STEP WILL NOT RUN AGAIN UNTIL A SUPERVISOR
000180*  RELEASES IT FOR RERUN IN RECTCYCS, WHICH CAN ALSO BYPASS A
000190*  STEP DELIBERATELY; CY-ACTION-BY AND CY-MESSAGE KEEP WHO DID
000200*  IT AND WHY.  A STEP STOPPED SHORT ON PURPOSE (RECTBAT ON ITS
000210*  MAX-CALCS LIMIT) IS INCOMPLETE AND SIMPLY RUNS AGAIN.
000220*  THE RECORD WITH AN ALL-ZERO KEY IS THE CYCLE CONTROL RECORD:
000230*  CC-OPEN-DATE IS THE BUSINESS DATE THE CYCLE IS RUNNING FOR.
000240*  RECTBAT MOVES IT FORWARD WHEN IT OPENS A NEW DATE, AND ONLY
000250*  ONCE EVERY STEP OF THE PREVIOUS DATE IS DONE.
000260*-----------------------------------------------------------------
000270 01  RECT-CYCLE-RECORD.
000280     05  CY-CYCLE-KEY.
000290         10  CY-BUSINESS-DATE    PIC 9(08).
000300         10  CY-STEP-NO          PIC 9(01).
000310     05  CY-PROGRAM-ID           PIC X(08).
000320     05  CY-STEP-STATUS          PIC X(01).
000330         88  CY-STEP-RUNNING         VALUE 'R'.
000340         88  CY-STEP-COMPLETE        VALUE 'C'.
000350         88  CY-STEP-INCOMPLETE      VALUE 'I'.
000360         88  CY-STEP-FAILED          VALUE 'F'.
000370         88  CY-STEP-BYPASSED        VALUE 'B'.
000380         88  CY-STEP-RELEASED        VALUE 'E'.
000390         88  CY-STEP-DONE            VALUES 'C' 'B'.
000400         88  CY-STEP-NEEDS-RELEASE   VALUES 'R' 'F'.
000410     05  CY-START-STAMP          PIC 9(16).
000420     05  CY-END-STAMP            PIC 9(16).
000430     05  CY-RUN-COUNT            PIC 9(03).
000440     05  CY-COUNT-1-CAPTION      PIC X(10).
000450     05  CY-COUNT-1              PIC 9(09).
000460     05  CY-COUNT-2-CAPTION      PIC X(10).
000470     05  CY-COUNT-2              PIC 9(09).
000480     05  CY-ACTION-BY            PIC X(08).
000490     05  CY-MESSAGE              PIC X(30).
000500     05  FILLER                  PIC X(11).
000510 01  RECT-CYCLE-CONTROL.
000520     05  CC-CONTROL-KEY          PIC 9(09).
000530     05  CC-OPEN-DATE            PIC 9(08).
000540     05  CC-OPENED-STAMP         PIC 9(16).
000550     05  FILLER                  PIC X(107).
