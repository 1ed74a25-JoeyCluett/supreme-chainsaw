000010*****************************************************************
000020*  MULTGMT.CPY                                                  *
000030*  GL-MAP-TRANSACTION-RECORD - ONE MAINTENANCE TRANSACTION      *
000040*  AGAINST THE GL ACCOUNT MAPPING FILE (MULTCOA) FOR THE        *
000050*  MULTGLM BATCH MAINTENANCE RUN.  GMT-ACTION-CODE SELECTS ADD, *
000060*  CHANGE, OR DELETE.  THE MAPPING IS IDENTIFIED BY OPERATION   *
000070*  CODE AND ACCOUNT RANGE; A BLANK LOW ACCOUNT MEANS 000000000  *
000080*  AND A BLANK HIGH ACCOUNT 999999999, SO A TRANSACTION WITH NO *
000090*  RANGE AT ALL ADDRESSES THE OPERATION CODE'S DEFAULT MAPPING. *
000100*  A CHANGE REPLACES THE LEDGER ACCOUNTS AND COST CENTER ONLY - *
000110*  TO MOVE A RANGE, DELETE IT AND ADD THE NEW ONE.  GMT-USER-ID *
000120*  IDENTIFIES WHO SUBMITTED THE CHANGE FOR THE MAINTENANCE      *
000130*  AUDIT TRAIL (MULTGMA).  FIXED-BLOCK, 80 BYTES.               *
000140*-----------------------------------------------------------------
000150*  MAINTENANCE HISTORY
000160*    2026-10-15  JAC  ORIGINAL COPYBOOK - BALANCED DOUBLE-ENTRY
000170*                     GL JOURNAL.
000180*****************************************************************
000190 01  GL-MAP-TRANSACTION-RECORD.
000200     05  GMT-ACTION-CODE             PIC X(01).
000210         88  GMT-ACTION-ADD                  VALUE "A".
000220         88  GMT-ACTION-CHANGE               VALUE "C".
000230         88  GMT-ACTION-DELETE               VALUE "D".
000240     05  GMT-OPERATION-CODE          PIC X(01).
000250         88  GMT-VALID-OPERATION             VALUE "M" "A"
000260                                                   "S" "D".
000270     05  GMT-RANGE-LOW               PIC 9(09).
000280     05  GMT-RANGE-LOW-X             REDEFINES
000290         GMT-RANGE-LOW               PIC X(09).
000300     05  GMT-RANGE-HIGH              PIC 9(09).
000310     05  GMT-RANGE-HIGH-X            REDEFINES
000320         GMT-RANGE-HIGH              PIC X(09).
000330     05  GMT-DEBIT-LEDGER            PIC X(10).
000340     05  GMT-CREDIT-LEDGER           PIC X(10).
000350     05  GMT-COST-CENTER             PIC X(06).
000360     05  GMT-USER-ID                 PIC X(08).
000370     05  FILLER                      PIC X(26).
