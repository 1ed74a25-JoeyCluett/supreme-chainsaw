000140*                     PROTECTION ADDED AFTER A RE-TRANSMITTED
000150*                     RAW FEED WAS CALCULATED TWICE AND ONLY
000160*                     CAUGHT WHEN THE GL LOOKED WRONG.
000161*    2026-10-15  JAC  ADDED RCT-PROCESSED-COUNT AND RCT-CONTROL-
000162*                     TOTAL (THE BATCH'S CALCULATIONS AND THEIR
000163*                     RESULT TOTAL AS POSTED - "P" IN RCT-
000164*                     TOTALS-FLAG WHEN A RESTART SKIPPED PART OF
000165*                     THE BATCH, SO THEY ARE PARTIAL) AND THE
000166*                     REVERSAL MARK SET BY THE FEED BACKOUT
000167*                     STEP (MULTBKO).  A REVERSED FEED NO LONGER
000168*                     COUNTS AS POSTED, SO ITS CORRECTED RESEND
000169*                     PASSES THE EDIT STEP WITHOUT THE RERUN
000170*                     OVERRIDE.
000171*****************************************************************
000180 01  RUN-CONTROL-RECORD.
000190     05  RCT-SOURCE-SYSTEM           PIC X(04).
000200     05  RCT-FEED-DATE               PIC 9(08).
000220     05  RCT-HASH-TOTAL              PIC S9(09)V99.
000230     05  RCT-POSTED-DATE             PIC 9(08).
000240     05  RCT-POSTED-TIME             PIC 9(08).
000241     05  RCT-PROCESSED-COUNT         PIC 9(07).
000242     05  RCT-CONTROL-TOTAL           PIC S9(09)V9999.
000243     05  RCT-TOTALS-FLAG             PIC X(01).
000244         88  RCT-TOTALS-PARTIAL              VALUE "P".
000245     05  RCT-REVERSED-FLAG           PIC X(01).
000246         88  RCT-FEED-REVERSED               VALUE "V".
000247     05  RCT-REVERSED-DATE           PIC 9(08).
000250     05  FILLER                      PIC X(04).
