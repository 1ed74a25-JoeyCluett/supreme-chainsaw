000010*****************************************************************
000020*  MULTGMJ.CPY                                                  *
000030*  GL-MAP-REJECT-RECORD - ONE RECORD FOR EVERY MULTGMT          *
000040*  MAINTENANCE TRANSACTION THAT FAILS EDIT OR CANNOT BE APPLIED *
000050*  TO THE GL ACCOUNT MAPPING FILE.  FIELDS ARE CARRIED AS RAW   *
000060*  ALPHANUMERIC SO A NON-NUMERIC INPUT VALUE CAN STILL BE       *
000070*  DUMPED FOR REVIEW, THE SAME WAY MULTMRJ DOES FOR RATE        *
000080*  MAINTENANCE.  FIXED-BLOCK, 80 BYTES.                         *
000090*-----------------------------------------------------------------
000100*  REASON CODES
000110*    01  INVALID ACTION CODE
000120*    02  INVALID OPERATION CODE
000130*    03  ACCOUNT RANGE NOT NUMERIC
000140*    04  RANGE LOW ACCOUNT ABOVE HIGH ACCOUNT
000150*    05  LEDGER ACCOUNT OR COST CENTER BLANK
000160*    06  DEBIT AND CREDIT LEDGER THE SAME
000170*    07  ADD - MAPPING ALREADY ON FILE
000180*    08  CHANGE/DELETE - MAPPING NOT ON FILE
000190*    09  ADD - RANGE OVERLAPS AN EXISTING RANGE
000200*    10  CHANGE/DELETE - RANGE HIGH ACCOUNT DOES NOT MATCH
000210*    11  RANGE LOW ACCOUNT ZERO ON A RANGE THAT IS NOT THE
000220*        DEFAULT (000000000 IS THE DEFAULT MAPPING'S KEY - A
000230*        NARROWER RANGE STARTS AT 000000001 OR ABOVE)
000240*-----------------------------------------------------------------
000250*  MAINTENANCE HISTORY
000260*    2026-10-15  JAC  ORIGINAL COPYBOOK - BALANCED DOUBLE-ENTRY
000270*                     GL JOURNAL.
000280*****************************************************************
000290 01  GL-MAP-REJECT-RECORD.
000300     05  GMJ-ACTION-RAW              PIC X(01).
000310     05  GMJ-OPERATION-RAW           PIC X(01).
000320     05  GMJ-RANGE-LOW-RAW           PIC X(09).
000330     05  GMJ-RANGE-HIGH-RAW          PIC X(09).
000340     05  GMJ-USER-ID                 PIC X(08).
000350     05  GMJ-REASON-CODE             PIC 9(02).
000360     05  GMJ-REASON-TEXT             PIC X(30).
000370     05  FILLER                      PIC X(20).
