000090*  ARCHIVE ACCUMULATES ACROSS MONTHS AND IS AN ALTERNATE INPUT  *
000100*  TO THE ACCOUNT HISTORY REPORT (MULTHST), SO A DISPUTE CAN    *
000110*  REACH BACK A YEAR INSTEAD OF THE SEVEN RETAINED DAILY        *
000120*  GENERATIONS.  FIXED-BLOCK, 120 BYTES.                        *
000130*-----------------------------------------------------------------
000140*  MAINTENANCE HISTORY
000150*    2026-09-03  JAC  ORIGINAL COPYBOOK - MONTHLY AUDIT
000160*                     CONSOLIDATION ADDED.  A DISPUTE OLDER
000170*                     THAN A WEEK USED TO MEAN A RESTORE
000180*                     REQUEST AND A HAND-BUILT JOB.
000182*    2026-10-15  JAC  ADDED ARH-RATE-SOURCE (FROM OUTER FILLER)
000184*                     AND THE "R" RE-RATE ADJUSTMENT FLAG, TO
000186*                     MATCH MULTAUD.  TEST ARH-RESULT-IN-
000188*                     EXTENDED TO PICK THE RESULT FIELD.
000189*    2026-10-15  JAC  ADDED ARH-SOURCE-SYSTEM AND ARH-FEED-DATE
000190*                     (FROM OUTER FILLER) AND THE "V" FEED-
000191*                     BACKOUT REVERSAL FLAG, TO MATCH MULTAUD.
000192*    2026-10-15  JAC  WIDENED TO 120 BYTES, LIKE MULTAUD, AND
000193*                     ADDED ARH-CURRENCY-CODE, ARH-ACCOUNTING-
000194*                     PERIOD, ARH-FX-RATE AND ARH-TRANSACTION-
000195*                     RESULT.  ARH-TRANSACTION-RESULT IS IN THE
000196*                     ITEM'S CURRENCY AT ARH-FX-RATE, THE RATE THE
000197*                     CALC RUN USED; THE OTHER RESULTS ARE BASE.
000198*****************************************************************
000200 01  AUDIT-ARCHIVE-RECORD.
000210     05  ARH-RECORD-TYPE             PIC X(01).
000220         88  ARH-DETAIL-RECORD               VALUE "D".
000320         10  ARH-OPERATION-CODE      PIC X(01).
000330         10  ARH-PRECISION-FLAG      PIC X(01).
000340             88  ARH-EXTENDED-PRECISION      VALUE "E".
000342             88  ARH-RERATE-ADJUSTMENT       VALUE "R".
000343             88  ARH-REVERSAL-ENTRY          VALUE "V".
000344             88  ARH-RESULT-IN-EXTENDED      VALUE "E" "R" "V".
000350         10  ARH-RESULT-EXTENDED     PIC S9(09)V9999.
000360     05  ARH-SUMMARY-DATA REDEFINES ARH-DETAIL-DATA.
000370         10  ARH-ARCHIVE-MONTH       PIC 9(06).
000380         10  ARH-CALC-COUNT          PIC 9(07).
000390         10  ARH-RESULT-TOTAL        PIC S9(09)V9999.
000400         10  FILLER                  PIC X(20).
000405     05  ARH-RATE-SOURCE             PIC X(01).
000407         88  ARH-RATE-FROM-MASTER            VALUE "M".
000408     05  ARH-SOURCE-SYSTEM           PIC X(04).
000409     05  ARH-FEED-DATE               PIC 9(08).
000410     05  ARH-CURRENCY-CODE           PIC X(03).
000412     05  ARH-ACCOUNTING-PERIOD       PIC 9(06) COMP-3.
000414     05  ARH-FX-RATE                 PIC 9(04)V9(07).
000416     05  ARH-TRANSACTION-RESULT      PIC S9(09)V9999.
000418     05  FILLER                      PIC X(12).
