000271*                     ARCHIVE RUN FRAGMENTED EVERY ACCOUNT INTO
000272*                     ONE SECTION PER MONTH WITH PARTIAL
000273*                     ACCOUNT TOTALS.
000274*   2026-10-15  JAC   A RE-RATE ADJUSTMENT AUDIT RECORD (FLAG
000275*                     "R", WRITTEN BY MULTRRT AFTER A
000276*                     BACK-DATED RATE CHANGE) PRINTS ITS
000277*                     EXTENDED AMOUNT MARKED "R" AND ROLLS INTO
000278*                     THE TOTALS, SO THE ACCOUNT'S HISTORY
000279*                     SHOWS THE CORRECTION NEXT TO THE ORIGINAL.
000280*   2026-10-15  JAC   A FEED BACKOUT REVERSAL (FLAG "V", WRITTEN
000281*                     BY MULTBKO) PRINTS ITS NEGATED AMOUNT
000282*                     MARKED "V" AND NETS THE ORIGINAL OUT OF
000283*                     THE TOTALS.
000284******************************************************************
000285 IDENTIFICATION DIVISION.
000286 PROGRAM-ID.     MULTHST.
000290 AUTHOR.         JOEY CLUETT.
000300 INSTALLATION.   ACCOUNTING SYSTEMS.
000310 DATE-WRITTEN.   08/21/2026.
003366     MOVE ARH-ACCOUNT-NUMBER  TO AUD-ACCOUNT-NUMBER.
003367     MOVE ARH-PRECISION-FLAG  TO AUD-PRECISION-FLAG.
003368     MOVE ARH-RESULT-EXTENDED TO AUD-RESULT-EXTENDED.
003369     MOVE ARH-RATE-SOURCE     TO AUD-RATE-SOURCE.
003370 2150-READ-ARCHIVE-RECORD-EXIT.
003371     EXIT.
003372
003373******************************************************************
003374* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING AND    *
003375*                             THE SELECTION LINE.                *
003380******************************************************************
003390 2500-WRITE-REPORT-HEADING.
003400     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
004010     MOVE AUD-OPERATION-CODE TO WS-DTL-OPERATION-CODE.
004020     MOVE AUD-NUM1           TO WS-DTL-NUM1.
004030     MOVE AUD-NUM2           TO WS-DTL-NUM2.
004040     IF AUD-RESULT-IN-EXTENDED
004050         MOVE AUD-RESULT-EXTENDED TO WS-DTL-AMOUNT
004060         MOVE AUD-PRECISION-FLAG  TO WS-DTL-PRECISION-FLAG
004070     ELSE
004080         MOVE AUD-RESULT          TO WS-DTL-AMOUNT
004090         MOVE SPACE               TO WS-DTL-PRECISION-FLAG
004170     ADD 1          TO WS-MONTH-COUNT.
004180     ADD 1          TO WS-ACCOUNT-COUNT.
004190     ADD 1          TO WS-GRAND-COUNT.
004200     IF AUD-RESULT-IN-EXTENDED
004210         ADD AUD-RESULT-EXTENDED TO WS-MONTH-AMOUNT
004220         ADD AUD-RESULT-EXTENDED TO WS-ACCOUNT-AMOUNT
004230         ADD AUD-RESULT-EXTENDED TO WS-GRAND-AMOUNT
