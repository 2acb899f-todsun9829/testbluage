000010*-----------------------------------------------------------------
000020*  RECTMTL.CPY
000030*  RECORD LAYOUT FOR THE MATERIAL CATALOG.  ONE RECORD PER
000040*  MATERIAL THE SHOP CUTS JOBS FROM OR EDGES THEM WITH, KEYED
000050*  BY MATERIAL CODE, GIVING WHAT THE REQUISITION (RECTMREQ)
000060*  NEEDS TO TURN A JOB'S STORED AREA AND PERIMETER INTO UNITS
000070*  TO PULL FROM THE WAREHOUSE:
000080*    MT-SHAPE-CODE    - THE SHAPES (R, C, T, Z) THE MATERIAL IS
000090*                       USED FOR; UNUSED ENTRIES ARE BLANK.
000100*    MT-UNIT-TYPE     - S SHEET OR R ROLL, MEASURED AGAINST THE
000110*                       JOB AREA; E EDGING, MEASURED AGAINST THE
000120*                       JOB PERIMETER.
000130*    MT-COVERAGE      - AREA ONE SHEET OR ROLL COVERS (SHEET AND
000140*                       ROLL ONLY), IN THE UNITS OF RJ-AREA.
000150*    MT-EDGE-LENGTH   - LENGTH OF EDGING ONE UNIT GIVES (EDGING
000160*                       ONLY), IN THE UNITS OF RJ-PERIMETER.
000170*    MT-WASTE-PCT     - ALLOWANCE ADDED FOR OFFCUTS AND TRIM.
000180*  A MATERIAL NO LONGER STOCKED IS MARKED INACTIVE RATHER THAN
000190*  DELETED.  MAINTAINED BY RECTMMNT.
000200*-----------------------------------------------------------------
000210 01  RECT-MATERIAL-RECORD.
000220     05  MT-MATERIAL-CODE        PIC X(08).
000230     05  MT-DESCRIPTION          PIC X(30).
000240     05  MT-SHAPE-CODES.
000250         10  MT-SHAPE-CODE       PIC X(01) OCCURS 4 TIMES.
000260     05  MT-UNIT-TYPE            PIC X(01).
000270         88  MT-UNIT-SHEET           VALUE 'S'.
000280         88  MT-UNIT-ROLL            VALUE 'R'.
000290         88  MT-UNIT-EDGING          VALUE 'E'.
000300         88  MT-UNIT-BY-AREA         VALUES 'S' 'R'.
000310         88  MT-UNIT-VALID           VALUES 'S' 'R' 'E'.
000320     05  MT-COVERAGE             PIC 9(07)V99.
000330     05  MT-EDGE-LENGTH          PIC 9(05)V99.
000340     05  MT-WASTE-PCT            PIC 9(02)V99.
000350     05  MT-STATUS-CODE          PIC X(01).
000360         88  MT-STATUS-ACTIVE        VALUES 'A' ' '.
000370         88  MT-STATUS-INACTIVE      VALUE 'I'.
000380     05  MT-LAST-CHANGED         PIC 9(08).
000390     05  FILLER                  PIC X(08).
