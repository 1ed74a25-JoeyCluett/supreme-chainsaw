000160*   DATE        INIT  DESCRIPTION
000170*   ----------  ----  ----------------------------------------
000180*   2026-09-03  JAC   ORIGINAL PROGRAM - ONLINE SUSPENSE
000183*                     INQUIRY ADDED.
000186*   2026-10-15  JAC   THE SUSPENSE RECORD'S NEW ACCOUNTING PERIOD
000189*                     IS NAMED ON THE VSAM COPY AS WELL
000192*                     (SUSV-ACCOUNTING-PERIOD).
000193*   2026-10-15  JAC   THE SUSPENSE RECORD'S NEW CURRENCY CODE IS
000194*                     NAMED ON THE VSAM COPY AS WELL
000195*                     (SUSV-CURRENCY-CODE).
000200******************************************************************
000210 IDENTIFICATION DIVISION.
000220 PROGRAM-ID.     MULTSLD.
000640         ==SUS-NUM2-RAW== BY ==SUSV-NUM2-RAW==
000650         ==SUS-OPERATION-CODE== BY ==SUSV-OPERATION-CODE==
000660         ==SUS-ACCOUNT-NUMBER== BY ==SUSV-ACCOUNT-NUMBER==
000666         ==SUS-RATE-SWITCH== BY ==SUSV-RATE-SWITCH==
000670         ==SUS-ACCOUNTING-PERIOD== BY ==SUSV-ACCOUNTING-PERIOD==
000674         ==SUS-CURRENCY-CODE== BY ==SUSV-CURRENCY-CODE==.
000680
000690 FD  RUN-LOG-FILE
000700     RECORDING MODE IS F
