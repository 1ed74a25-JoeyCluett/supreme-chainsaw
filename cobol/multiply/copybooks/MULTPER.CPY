000010*****************************************************************
000020*  MULTPER.CPY                                                  *
000030*  ACCOUNTING-PERIOD-RECORD - THE ACCOUNTING PERIOD CONTROL     *
000040*  FILE.  ONE TYPE-C CONTROL RECORD SAYING WHAT A POSTING       *
000050*  PROGRAM DOES WITH AN ITEM DATED IN A CLOSED PERIOD ("R" -    *
000060*  REJECT IT, "F" - ROLL IT FORWARD TO THE NEXT OPEN PERIOD),   *
000070*  FOLLOWED BY ONE TYPE-P RECORD PER ACCOUNTING PERIOD (YYYYMM) *
000080*  THE MONTH-END CLOSE (MULTCLS) HAS CLOSED OR REOPENED, WITH   *
000090*  WHO DID IT AND WHEN AND THE PERIOD'S TRIAL-BALANCE TOTALS AT *
000100*  CLOSE.  A PERIOD WITH NO RECORD IS OPEN.  EVERY PROGRAM THAT *
000110*  POSTS TO THE AUDIT TRAIL OR THE GL EXTRACT LOADS THIS FILE   *
000120*  AND CHECKS EACH ITEM'S PERIOD AGAINST IT.  FIXED-BLOCK,      *
000130*  80 BYTES.                                                    *
000140*-----------------------------------------------------------------
000150*  MAINTENANCE HISTORY
000160*    2026-10-15  JAC  ORIGINAL COPYBOOK - ACCOUNTING PERIOD
000170*                     CONTROL AND MONTH-END CLOSE.
000180*****************************************************************
000190 01  ACCOUNTING-PERIOD-RECORD.
000200     05  PER-RECORD-TYPE             PIC X(01).
000210         88  PER-CONTROL-RECORD              VALUE "C".
000220         88  PER-PERIOD-RECORD               VALUE "P".
000230     05  PER-PERIOD-DATA.
000240         10  PER-PERIOD              PIC 9(06).
000250         10  PER-STATUS              PIC X(01).
000260             88  PER-PERIOD-OPEN             VALUE "O".
000270             88  PER-PERIOD-CLOSED           VALUE "C".
000280         10  PER-STATUS-DATE         PIC 9(08).
000290         10  PER-STATUS-TIME         PIC 9(08).
000300         10  PER-STATUS-USER-ID      PIC X(08).
000310         10  PER-CLOSE-ITEM-COUNT    PIC 9(07).
000320         10  PER-CLOSE-NET-TOTAL     PIC S9(09)V9999.
000330         10  FILLER                  PIC X(28).
000340     05  PER-CONTROL-DATA REDEFINES PER-PERIOD-DATA.
000350         10  PER-CLOSED-PERIOD-ACTION
000360                                     PIC X(01).
000370             88  PER-REJECT-CLOSED-PERIOD    VALUE "R".
000380             88  PER-ROLL-FORWARD-CLOSED     VALUE "F".
000390         10  PER-CONTROL-DATE        PIC 9(08).
000400         10  PER-CONTROL-TIME        PIC 9(08).
000410         10  PER-CONTROL-USER-ID     PIC X(08).
000420         10  FILLER                  PIC X(54).
