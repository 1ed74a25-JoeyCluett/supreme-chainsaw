000010*****************************************************************
000020*  MULTCPR.CPY                                                  *
000030*  CLOSE-CONTROL-CARD - ONE SYSIN PARAMETER RECORD READ AT      *
000040*  START-UP BY THE MONTH-END CLOSE (MULTCLS).  CPR-CLOSE-PERIOD *
000050*  (YYYYMM) NAMES THE ACCOUNTING PERIOD; BLANK OR ZERO TAKES THE*
000060*  MONTH BEFORE THE RUN DATE.  CPR-FUNCTION IS "C" CLOSE THE    *
000070*  PERIOD (THE DEFAULT WHEN BLANK), "O" REOPEN IT, OR "M" SET   *
000080*  THE CLOSED-PERIOD ACTION EVERY POSTING PROGRAM FOLLOWS FROM  *
000090*  CPR-CLOSED-PERIOD-ACTION ("R" REJECT, "F" ROLL FORWARD).     *
000100*  CPR-MAX-SUSPENSE-AGE IS THE AGE IN DAYS BEYOND WHICH A       *
000110*  SUSPENSE ITEM OF THE PERIOD BLOCKS THE CLOSE; BLANK TAKES THE*
000120*  SUSPENSE REPORT'S OWN AGING LIMIT.  CPR-USER-ID IS REQUIRED -*
000130*  IT IS RECORDED ON THE PERIOD CONTROL FILE.  FIXED-BLOCK,     *
000140*  80 BYTES.                                                    *
000150*-----------------------------------------------------------------
000160*  MAINTENANCE HISTORY
000170*    2026-10-15  JAC  ORIGINAL COPYBOOK - ACCOUNTING PERIOD
000180*                     CONTROL AND MONTH-END CLOSE.
000190*****************************************************************
000200 01  CLOSE-CONTROL-CARD.
000210     05  CPR-CLOSE-PERIOD            PIC 9(06).
000220     05  CPR-CLOSE-PERIOD-X          REDEFINES
000230         CPR-CLOSE-PERIOD            PIC X(06).
000240     05  CPR-FUNCTION                PIC X(01).
000250         88  CPR-CLOSE-FUNCTION              VALUE "C" " ".
000260         88  CPR-REOPEN-FUNCTION             VALUE "O".
000270         88  CPR-SET-MODE-FUNCTION           VALUE "M".
000280     05  CPR-MAX-SUSPENSE-AGE        PIC 9(03).
000290     05  CPR-MAX-SUSPENSE-AGE-X      REDEFINES
000300         CPR-MAX-SUSPENSE-AGE        PIC X(03).
000310     05  CPR-USER-ID                 PIC X(08).
000320     05  CPR-CLOSED-PERIOD-ACTION    PIC X(01).
000330         88  CPR-REJECT-CLOSED-PERIOD        VALUE "R".
000340         88  CPR-ROLL-FORWARD-CLOSED         VALUE "F".
000350     05  FILLER                      PIC X(61).
