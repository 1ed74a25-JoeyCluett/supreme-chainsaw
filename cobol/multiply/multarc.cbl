000237*                     CONTAINED TO THE PERMANENT ARCHIVE,
000238*                     SILENTLY DUPLICATING MONTHS ALREADY
000239*                     ARCHIVED.
000240*   2026-10-15  JAC   CARRIES THE NEW AUDIT RATE SOURCE ONTO
000241*                     THE ARCHIVE DETAIL, AND A RE-RATE
000242*                     ADJUSTMENT (FLAG "R") ROLLS ITS EXTENDED
000243*                     AMOUNT INTO THE SUMMARY LIKE A FLAG-E
000244*                     RECORD.
000245*   2026-10-15  JAC   CARRIES THE AUDIT SOURCE SYSTEM AND FEED
000246*                     DATE ONTO THE ARCHIVE DETAIL.  A FEED
000247*                     BACKOUT REVERSAL (FLAG "V") ROLLS ITS
000248*                     NEGATED AMOUNT INTO THE SUMMARY, SO A
000249*                     BACKED-OUT FEED NETS TO ZERO.
000250*   2026-10-15  JAC   CARRIES THE AUDIT CURRENCY, RATE, PERIOD
000251*                     AND TRANSACTION RESULT ONTO THE WIDER
000252*                     ARCHIVE DETAIL.  SUMMARIES STAY IN BASE.
000253******************************************************************
000254 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     MULTARC.
000270 AUTHOR.         JOEY CLUETT.
000280 INSTALLATION.   ACCOUNTING SYSTEMS.
002310* 2200-WRITE-ARCHIVE-DETAIL - WRITES ONE TYPE-D ARCHIVE DETAIL    *
002320*                             CARRYING EVERYTHING ON THE AUDIT    *
002330*                             RECORD, AND ROLLS THE RESULT (OR    *
002340*                             THE EXTENDED RESULT FOR A FLAG-E,   *
002350*                             R, OR V RECORD) INTO THE SUMMARY    *
002354*                             TOTALS.                             *
002360******************************************************************
002370 2200-WRITE-ARCHIVE-DETAIL.
002380     MOVE SPACES              TO AUDIT-ARCHIVE-RECORD.
002470     MOVE AUD-OPERATION-CODE  TO ARH-OPERATION-CODE.
002480     MOVE AUD-PRECISION-FLAG  TO ARH-PRECISION-FLAG.
002490     MOVE AUD-RESULT-EXTENDED TO ARH-RESULT-EXTENDED.
002491     MOVE AUD-RATE-SOURCE     TO ARH-RATE-SOURCE.
002492     MOVE AUD-SOURCE-SYSTEM   TO ARH-SOURCE-SYSTEM.
002493     MOVE AUD-FEED-DATE       TO ARH-FEED-DATE.
002494     MOVE AUD-CURRENCY-CODE   TO ARH-CURRENCY-CODE.
002495     MOVE AUD-ACCOUNTING-PERIOD
002496                              TO ARH-ACCOUNTING-PERIOD.
002497     MOVE AUD-FX-RATE         TO ARH-FX-RATE.
002498     MOVE AUD-TRANSACTION-RESULT
002499                              TO ARH-TRANSACTION-RESULT.
002500
002510     WRITE AUDIT-ARCHIVE-RECORD.
002520     ADD 1 TO WS-DETAILS-WRITTEN-COUNT.
002530
002540     ADD 1 TO WS-SUMMARY-COUNT.
002550     IF AUD-RESULT-IN-EXTENDED
002560         ADD AUD-RESULT-EXTENDED TO WS-SUMMARY-TOTAL
002570         ADD AUD-RESULT-EXTENDED TO WS-GRAND-TOTAL
002580     ELSE
