000150*    04  ACCOUNT NAME MISSING
000160*    05  ADD - ACCOUNT ALREADY ON MASTER
000170*    06  CHANGE/DELETE - ACCOUNT NOT ON MASTER
000174*    07  LIMIT NOT NUMERIC
000176*    08  INVALID CURRENCY CODE
000180*-----------------------------------------------------------------
000190*  MAINTENANCE HISTORY
000200*    2026-09-02  JAC  ORIGINAL COPYBOOK - ACCOUNT MASTER ADDED.
000204*    2026-10-15  JAC  ADDED REASON 07 FOR THE ACCOUNT LIMITS.
000206*    2026-10-15  JAC  ADDED REASON 08 FOR THE ACCOUNT CURRENCY.
000210*****************************************************************
000220 01  ACCT-MAINT-REJECT-RECORD.
000230     05  ARJ-ACTION-RAW              PIC X(01).
