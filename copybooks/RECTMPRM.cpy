000010*-----------------------------------------------------------------
000020*  RECTMPRM.CPY
000030*  PARAMETER CARD FOR THE MATERIAL REQUISITION (RECTMREQ).  ONE
000040*  RECORD READ AT STARTUP.  A NON-ZERO MP-ORDER-NO ASKS FOR THAT
000050*  ONE WORK ORDER AND THE DATES ARE IGNORED.  OTHERWISE
000060*  MP-FROM-DATE AND MP-THRU-DATE PICK THE JOB DATES; A ZERO THRU
000070*  DATE OR A MISSING CARD MEANS TODAY, AND A ZERO FROM DATE
000080*  MEANS THE SAME DATE AS THE THRU DATE.
000090*-----------------------------------------------------------------
000100 01  RECT-MATERIAL-PARM-RECORD.
000110     05  MP-FROM-DATE            PIC 9(08).
000120     05  MP-THRU-DATE            PIC 9(08).
000130     05  MP-ORDER-NO             PIC 9(07).
000140     05  FILLER                  PIC X(57).
