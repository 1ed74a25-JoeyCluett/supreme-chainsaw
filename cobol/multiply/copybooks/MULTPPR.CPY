000160*                     GAP RESOLVED BY HAND USED TO HOLD THE
000170*                     CYCLE EVERY NIGHT UNTIL SOMEONE HAND-
000180*                     EDITED THE GLPEND GENERATION.
000181*    2026-10-15  JAC  ADDED PPR-JOURNAL-LINE AND PPR-DEBIT-
000182*                     CREDIT (IN FILLER) FOR THE DOUBLE-ENTRY
000183*                     JOURNAL - BOTH LINES OF A PAIR CARRY THE
000184*                     SAME ACCOUNT, DATE, AND AMOUNT, SO A
000185*                     PURGE CODING THEM TOUCHES ONLY THAT LINE.
000186*                     LEFT BLANK, THE PURGE TAKES THE FIRST
000187*                     PENDING LINE WITH THE ACCOUNT, DATE, AND
000188*                     AMOUNT, AS BEFORE.
000190*****************************************************************
000200 01  PENDING-PURGE-RECORD.
000210     05  PPR-ACCOUNT-NUMBER          PIC 9(09).
000220     05  PPR-POSTING-DATE            PIC 9(08).
000230     05  PPR-AMOUNT                  PIC S9(09)V9999.
000240     05  PPR-USER-ID                 PIC X(08).
000241     05  PPR-JOURNAL-LINE            PIC 9(07).
000242     05  PPR-JOURNAL-LINE-X          REDEFINES
000243         PPR-JOURNAL-LINE            PIC X(07).
000244     05  PPR-DEBIT-CREDIT            PIC X(01).
000250     05  FILLER                      PIC X(34).
