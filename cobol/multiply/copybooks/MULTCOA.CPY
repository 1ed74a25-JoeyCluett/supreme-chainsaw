000010*****************************************************************
000020*  MULTCOA.CPY                                                  *
000030*  GL-ACCOUNT-MAP-RECORD - ONE RECORD PER GENERAL LEDGER        *
000040*  MAPPING.  KEYED, INDEXED FILE; GLM-MAP-KEY (OPERATION CODE   *
000050*  AND LOW ACCOUNT OF THE RANGE) IS THE RECORD KEY.  MAPS A     *
000060*  CALCULATION'S OPERATION CODE, AND OPTIONALLY A RANGE OF      *
000070*  APPLICATION ACCOUNTS, TO THE DEBIT AND CREDIT LEDGER         *
000080*  ACCOUNTS AND THE COST CENTER THE CALC STEP POSTS THE         *
000090*  CALCULATION TO.  A MAPPING WITH RANGE 000000000-999999999 IS *
000100*  THE OPERATION CODE'S DEFAULT; WHERE AN ACCOUNT FALLS IN A    *
000110*  NARROWER RANGE AS WELL, THE NARROWER RANGE WINS.  RANGES FOR *
000120*  ONE OPERATION CODE NEVER OVERLAP OTHER THAN WITH THE         *
000130*  DEFAULT.  MAINTAINED BY MULTGLM THE SAME WAY MULTMNT         *
000140*  MAINTAINS THE RATE MASTER.  FIXED-BLOCK, 80 BYTES.           *
000150*-----------------------------------------------------------------
000160*  MAINTENANCE HISTORY
000170*    2026-10-15  JAC  ORIGINAL COPYBOOK - BALANCED DOUBLE-ENTRY
000180*                     GL JOURNAL.  THE GL EXTRACT USED TO CARRY
000190*                     ONE SINGLE-SIDED LINE PER CALCULATION AND
000200*                     THE GL TEAM KEYED THE OFFSETTING ENTRY AND
000210*                     THE LEDGER ACCOUNTS BY HAND.
000220*****************************************************************
000230 01  GL-ACCOUNT-MAP-RECORD.
000240     05  GLM-MAP-KEY.
000250         10  GLM-OPERATION-CODE      PIC X(01).
000260         10  GLM-RANGE-LOW           PIC 9(09).
000270     05  GLM-RANGE-HIGH              PIC 9(09).
000280     05  GLM-DEBIT-LEDGER            PIC X(10).
000290     05  GLM-CREDIT-LEDGER           PIC X(10).
000300     05  GLM-COST-CENTER             PIC X(06).
000310     05  GLM-LAST-MAINT-DATE         PIC 9(08).
000320     05  GLM-LAST-MAINT-USER         PIC X(08).
000330     05  FILLER                      PIC X(19).
