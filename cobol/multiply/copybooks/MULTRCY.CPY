000120*  MAINTENANCE HISTORY
000130*    2026-08-21  JAC  ORIGINAL COPYBOOK - REJECT SUSPENSE AND
000140*                     RECYCLE FACILITY ADDED.
000141*    2026-10-15  JAC  ADDED RCY-CURRENCY-CODE AT THE SAME OFFSET
000142*                     AS MI-CURRENCY-CODE, SO A RECYCLED
000143*                     FOREIGN-CURRENCY ITEM COMES BACK IN ITS OWN
000144*                     CURRENCY.
000150*****************************************************************
000160 01  RECYCLE-RECORD.
000170     05  RCY-NUM1                    PIC X(04).
000190     05  RCY-OPERATION-CODE          PIC X(01).
000200     05  RCY-ACCOUNT-NUMBER          PIC X(09).
000210     05  RCY-RATE-SWITCH             PIC X(01).
000220     05  RCY-CURRENCY-CODE           PIC X(03).
000230     05  FILLER                      PIC X(58).
