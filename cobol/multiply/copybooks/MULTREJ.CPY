000285*                     MASTER VALIDATION IN THE CALC STEP.  A
000286*                     REASON-12 HOLD SITS IN SUSPENSE UNTIL THE
000287*                     HOLD IS RELEASED AND THE RECORD REPAIRED.
000288*    2026-10-15  JAC  ADDED REASON CODE 13 (NO GL MAPPING FOR
000289*                     OPERATION/ACCOUNT) - THE GL ACCOUNT
000290*                     MAPPING (MULTCOA) HAS NO RANGE COVERING
000291*                     THE ACCOUNT FOR THE OPERATION CODE, SO NO
000292*                     BALANCED JOURNAL CAN BE POSTED.  THE
000293*                     SUSPENSE STEP RECYCLES THE ITEM BY ITSELF
000294*                     ONCE A MAPPING IS ADDED.
000295*    2026-10-15  JAC  ADDED REASON CODE 14 (ACCOUNTING PERIOD
000296*                     CLOSED) - THE ITEM IS DATED IN A PERIOD THE
000297*                     MONTH-END CLOSE HAS LOCKED AND THE PERIOD
000298*                     CONTROL SAYS REJECT RATHER THAN ROLL
000299*                     FORWARD - AND REJ-ACCOUNTING-PERIOD, THE
000300*                     PERIOD (YYYYMM) THE ITEM IS DATED IN, FOR
000301*                     THE SUSPENSE STEP.
000302*    2026-10-15  JAC  ADDED REASON CODE 15 (NO FX RATE FOR AS-OF
000303*                     DATE) - THE ITEM IS IN A FOREIGN CURRENCY
000304*                     THE EXCHANGE-RATE FILE (MULTFXR.CPY) HAS NO
000305*                     RATE FOR ON THE AS-OF DATE - AND
000306*                     REJ-CURRENCY-CODE, THE CURRENCY CODE AS IT
000307*                     CAME ON THE INPUT RECORD, SO THE SUSPENSE
000308*                     STEP CAN REBUILD IT.
000309*****************************************************************
000310 01  MULTIPLY-REJECT-RECORD.
000311     05  REJ-NUM1-RAW                PIC X(04).
000320     05  REJ-NUM2-RAW                PIC X(04).
000330     05  REJ-REASON-CODE             PIC 9(02).
000340     05  REJ-REASON-TEXT             PIC X(30).
000350     05  REJ-ACCOUNT-NUMBER          PIC 9(09).
000360     05  REJ-OPERATION-CODE          PIC X(01).
000370     05  REJ-RATE-SWITCH             PIC X(01).
000380     05  REJ-ACCOUNTING-PERIOD       PIC 9(06).
000390     05  REJ-CURRENCY-CODE           PIC X(03).
000400     05  FILLER                      PIC X(20).
