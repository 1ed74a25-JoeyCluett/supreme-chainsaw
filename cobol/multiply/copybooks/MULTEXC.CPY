000130*                     PROGRAM (MULTXPR) CAN RE-PERFORM THE
000140*                     CALCULATION IN EXTENDED PRECISION AND
000150*                     AUDIT IT TO THE RIGHT ACCOUNT.
000151*    2026-10-15  JAC  ADDED EXC-SOURCE-SYSTEM AND EXC-FEED-DATE
000152*                     SO MULTXPR CAN CARRY THE FEED ONTO THE
000153*                     EXTENDED AUDIT RECORD AND THE FEED BACKOUT
000154*                     STEP (MULTBKO) CAN FIND IT.
000155*    2026-10-15  JAC  ADDED EXC-ACCOUNTING-PERIOD (YYYYMM) - THE
000156*                     ACCOUNTING PERIOD THE CALC STEP ASSIGNED,
000157*                     WHICH MULTXPR RE-CHECKS AGAINST THE PERIOD
000158*                     CONTROL FILE BEFORE POSTING.
000159*    2026-10-15  JAC  SHORTENED EXC-REASON-TEXT TO 26 BYTES TO
000160*                     MAKE ROOM FOR EXC-CURRENCY-CODE AND
000161*                     EXC-FX-RATE - THE TRANSACTION CURRENCY AND
000162*                     THE EXCHANGE RATE TO BASE CURRENCY THE CALC
000163*                     STEP FOUND FOR IT - SO MULTXPR CONVERTS ITS
000164*                     EXTENDED RESULT AT THE SAME RATE.  EVERY
000165*                     FIELD AFTER THEM KEEPS ITS OFFSET.  A
000166*                     RECORD WRITTEN BEFORE THIS CHANGE HAS TEXT
000167*                     IN THE RATE (NOT NUMERIC) AND IS BASE
000168*                     CURRENCY.
000169*****************************************************************
000170 01  MULTIPLY-EXCEPTION-RECORD.
000180     05  EXC-NUM1-RAW                PIC X(04).
000190     05  EXC-NUM2-RAW                PIC X(04).
000194     05  EXC-REASON-TEXT             PIC X(26).
000198     05  EXC-CURRENCY-CODE           PIC X(03).
000202     05  EXC-FX-RATE                 PIC 9(04)V9(07).
000210     05  EXC-OPERATION-CODE          PIC X(01).
000220     05  EXC-ACCOUNT-NUMBER          PIC 9(09).
000223     05  EXC-SOURCE-SYSTEM           PIC X(04).
000226     05  EXC-FEED-DATE               PIC 9(08).
000230     05  EXC-ACCOUNTING-PERIOD       PIC 9(06).
000240     05  FILLER                      PIC X(04).
