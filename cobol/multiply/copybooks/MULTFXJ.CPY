000010*****************************************************************
000020*  MULTFXJ.CPY                                                  *
000030*  EXCHANGE-RATE-REJECT-RECORD - ONE RECORD FOR EVERY DETAIL    *
000040*  ON THE DAILY EXCHANGE-RATE FEED (MULTFXF.CPY) THAT FAILS     *
000050*  EDIT AND IS NOT LOADED.  FIELDS ARE CARRIED AS RAW           *
000060*  ALPHANUMERIC SO A NON-NUMERIC VALUE CAN STILL BE DUMPED FOR  *
000070*  REVIEW, THE SAME WAY MULTGMJ DOES FOR GL MAPPING             *
000080*  MAINTENANCE.  FIXED-BLOCK, 80 BYTES.                         *
000090*-----------------------------------------------------------------
000100*  REASON CODES
000110*    01  INVALID RECORD TYPE
000120*    02  CURRENCY CODE NOT THREE LETTERS
000130*    03  CURRENCY IS THE BASE CURRENCY
000140*    04  RATE DATE NOT NUMERIC
000150*    05  RATE NOT NUMERIC OR ZERO
000160*-----------------------------------------------------------------
000170*  MAINTENANCE HISTORY
000180*    2026-10-15  JAC  ORIGINAL COPYBOOK - MULTI-CURRENCY
000190*                     CALCULATIONS.
000200*****************************************************************
000210 01  EXCHANGE-RATE-REJECT-RECORD.
000220     05  FXJ-RECORD-TYPE-RAW         PIC X(01).
000230     05  FXJ-CURRENCY-RAW            PIC X(03).
000240     05  FXJ-RATE-DATE-RAW           PIC X(08).
000250     05  FXJ-RATE-RAW                PIC X(11).
000260     05  FXJ-FEED-DATE               PIC 9(08).
000270     05  FXJ-REASON-CODE             PIC 9(02).
000280     05  FXJ-REASON-TEXT             PIC X(30).
000290     05  FILLER                      PIC X(17).
