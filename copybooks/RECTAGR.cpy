000010*-----------------------------------------------------------------
000020*  RECTAGR.CPY
000030*  RECORD LAYOUT FOR THE CUSTOMER PRICING AGREEMENT FILE.  ONE
000040*  RECORD PER CUSTOMER, SHAPE CODE AND EFFECTIVE DATE, KEYED ON
000050*  ALL THREE, SO A CONTRACT SIGNED ON THE 15TH PRICES ONLY THE
000060*  CUSTOMER'S JOBS SAVED FROM THE 15TH ON.  THE AGREEMENT IN
000070*  EFFECT FOR A JOB IS THE ROW WITH THE LATEST EFFECTIVE DATE
000080*  NOT AFTER THE JOB'S CALCULATION DATE; WITH NO SUCH ROW THE
000090*  JOB IS PRICED OFF THE BILLING RATE TABLE (RECTRATE) AS
000100*  ALWAYS.
000110*    PRICING TYPE 'R' - A CONTRACT RATE PER SQUARE FOOT REPLACES
000120*                       THE LIST RATE.
000130*    PRICING TYPE 'D' - A PERCENTAGE COMES OFF THE LIST PRICE.
000140*    PRICING TYPE 'L' - THE AGREEMENT HAS ENDED; THE CUSTOMER IS
000150*                       BACK ON LIST FROM THIS DATE.
000160*  UP TO THREE VOLUME TIERS TAKE A FURTHER PERCENTAGE OFF A JOB
000170*  WHOSE AREA REACHES THE TIER'S MINIMUM; THE HIGHEST TIER
000180*  REACHED APPLIES.  A ZERO MINIMUM MEANS AN UNUSED TIER.
000190*  MAINTAINED BY RECTAMNT.
000200*-----------------------------------------------------------------
000210 01  RECT-AGREEMENT-RECORD.
000220     05  PA-AGREEMENT-KEY.
000230         10  PA-CUSTOMER-NO      PIC 9(05).
000240         10  PA-SHAPE-CODE       PIC X(01).
000250         10  PA-EFFECTIVE-DATE   PIC 9(08).
000260     05  PA-PRICING-TYPE         PIC X(01).
000270         88  PA-TYPE-CONTRACT-RATE   VALUE 'R'.
000280         88  PA-TYPE-DISCOUNT        VALUE 'D'.
000290         88  PA-TYPE-LIST            VALUE 'L'.
000300     05  PA-CONTRACT-RATE        PIC 9(03)V99.
000310     05  PA-DISCOUNT-PCT         PIC 9(02)V99.
000320     05  PA-VOLUME-TIER OCCURS 3 TIMES.
000330         10  PA-TIER-MIN-AREA    PIC 9(10)V99.
000340         10  PA-TIER-DISCOUNT-PCT PIC 9(02)V99.
000350     05  FILLER                  PIC X(08).
