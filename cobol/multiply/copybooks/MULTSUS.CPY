000230*                     DRAINS EMPTY - A STALE REPAIR KEYED TO AN
000240*                     OLD NUMBER CAN THEREFORE NEVER CORRECT OR
000250*                     PURGE THE WRONG RECORD.
000252*    2026-10-15  JAC  ADDED SUS-ACCOUNTING-PERIOD (YYYYMM) - THE
000254*                     ACCOUNTING PERIOD THE REJECTED ITEM IS
000256*                     DATED IN.  A RECYCLE OF AN ITEM WHOSE
000258*                     PERIOD IS CLOSED IS HELD OR ROLLED FORWARD
000260*                     PER THE PERIOD CONTROL (MULTPER.CPY), AND
000262*                     THE MONTH-END CLOSE (MULTCLS) WILL NOT
000264*                     CLOSE A PERIOD WITH STALE ITEMS IN IT.
000266*                     ITEMS SUSPENDED BEFORE THIS CHANGE HAVE
000268*                     SPACES HERE AND BELONG TO THE PERIOD OF
000270*                     THEIR DATE REJECTED.
000271*    2026-10-15  JAC  ADDED SUS-CURRENCY-CODE - THE CURRENCY CODE
000272*                     AS IT CAME ON THE REJECTED INPUT RECORD,
000273*                     CARRIED BACK ONTO THE RECYCLED RECORD.  A
000274*                     REPAIR DOES NOT CHANGE IT.
000275*****************************************************************
000276 01  REJECT-SUSPENSE-RECORD.
000280     05  SUS-SEQUENCE-NUMBER         PIC 9(07).
000290     05  SUS-DATE-REJECTED           PIC 9(08).
000300     05  SUS-REASON-CODE             PIC 9(02).
000340     05  SUS-OPERATION-CODE          PIC X(01).
000350     05  SUS-ACCOUNT-NUMBER          PIC 9(09).
000360     05  SUS-RATE-SWITCH             PIC X(01).
000370     05  SUS-ACCOUNTING-PERIOD       PIC 9(06).
000380     05  SUS-CURRENCY-CODE           PIC X(03).
000390     05  FILLER                      PIC X(35).
