000260*                     COUNT SO A RESTART RUN CAN RESTORE THOSE
000270*                     TWO THE SAME WAY THE OTHER RUNNING TOTALS
000280*                     ABOVE ALREADY DO.
000281*    2026-10-15  JAC  ADDED CKP-REFERRAL-COUNT - DETAILS HELD
000282*                     FOR APPROVAL OVER AN ACCOUNT LIMIT (SEE
000283*                     MULTRFL.CPY) - SO A RESTART CAN RESTORE IT
000284*                     AND THE RECONCILIATION STEP CAN PROVE IT.
000285*    2026-10-15  JAC  ADDED CKP-ROLLED-FORWARD-COUNT - POSTED
000286*                     CALCULATIONS DATED IN A CLOSED ACCOUNTING
000287*                     PERIOD AND ROLLED FORWARD TO THE NEXT OPEN
000288*                     ONE - SO A RESTART CAN RESTORE IT.
000290*****************************************************************
000300 01  MULTIPLY-CHECKPOINT-RECORD.
000310     05  CKP-RUN-DATE                PIC 9(08).
000360     05  CKP-AUDIT-SEQUENCE-NUMBER   PIC 9(07).
000370     05  CKP-REJECT-COUNT            PIC 9(07).
000380     05  CKP-EXCEPTION-COUNT         PIC 9(07).
000390     05  CKP-REFERRAL-COUNT          PIC 9(07).
000400     05  CKP-ROLLED-FORWARD-COUNT    PIC 9(07).
000410     05  FILLER                      PIC X(02).
