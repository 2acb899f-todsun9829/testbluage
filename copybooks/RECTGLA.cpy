000010*-----------------------------------------------------------------
000020*  RECTGLA.CPY
000030*  RECORD LAYOUT FOR THE GENERAL-LEDGER ACCOUNT MAP.  ONE RECORD
000040*  PER POSTING CATEGORY, KEYED BY THE CATEGORY AND (FOR THE
000050*  SALES CATEGORIES) THE SHAPE CODE, GIVING THE GL ACCOUNT THE
000060*  EXTRACT (RECTGL) POSTS THAT CATEGORY TO.  A SALES CATEGORY
000070*  WITH NO ROW FOR A SHAPE FALLS BACK TO THE CATEGORY'S ROW WITH
000080*  A BLANK SHAPE CODE.
000090*    CATEGORY 'R' - REVENUE, BY SHAPE CODE
000100*    CATEGORY 'V' - CREDITS FOR VOIDED JOBS (CONTRA-REVENUE)
000110*    CATEGORY 'P' - REPRICE ADJUSTMENTS, UP OR DOWN
000120*    CATEGORY 'T' - SALES TAX PAYABLE
000130*    CATEGORY 'A' - ACCOUNTS RECEIVABLE (CUSTOMER CREDIT ON
000140*                   ACCOUNT IS CARRIED HERE TOO)
000150*    CATEGORY 'C' - CASH
000160*  MAINTAINED BY RECTGMNT.
000170*-----------------------------------------------------------------
000180 01  RECT-GL-ACCOUNT-RECORD.
000190     05  GA-MAP-KEY.
000200         10  GA-CATEGORY         PIC X(01).
000210             88  GA-CAT-REVENUE      VALUE 'R'.
000220             88  GA-CAT-VOID-CREDIT  VALUE 'V'.
000230             88  GA-CAT-REPRICE      VALUE 'P'.
000240             88  GA-CAT-SALES-TAX    VALUE 'T'.
000250             88  GA-CAT-RECEIVABLE   VALUE 'A'.
000260             88  GA-CAT-CASH         VALUE 'C'.
000270             88  GA-CAT-VALID        VALUES 'R' 'V' 'P' 'T'
000280                                            'A' 'C'.
000290             88  GA-CAT-BY-SHAPE     VALUES 'R' 'V' 'P'.
000300         10  GA-SHAPE-CODE       PIC X(01).
000310     05  GA-ACCOUNT-NO           PIC X(10).
000320     05  GA-DESCRIPTION          PIC X(30).
000330     05  GA-LAST-CHANGED         PIC 9(08).
