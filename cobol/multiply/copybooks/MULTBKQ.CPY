000010*****************************************************************
000020*  MULTBKQ.CPY                                                  *
000030*  BACKOUT-REQUEST-RECORD - ONE OPERATOR CARD ASKING THE FEED   *
000040*  BACKOUT STEP (MULTBKO) TO REVERSE EVERYTHING ONE POSTED FEED *
000050*  BATCH PRODUCED, NAMED BY THE SOURCE SYSTEM AND FEED DATE     *
000060*  FROM ITS BATCH HEADER (AS PRINTED ON THE EDIT REPORT AND     *
000070*  HELD ON THE RUN-CONTROL HISTORY).  THE USER ID AND REASON    *
000080*  ARE PRINTED ON THE BACKOUT REPORT AS THE AUTHORITY FOR THE   *
000090*  REVERSAL.  THE CARDS ARE QUEUED DURING THE DAY AND ACTED ON  *
000100*  BY THAT NIGHT'S CYCLE, WHICH THEN CLEARS THE QUEUE.          *
000110*  FIXED-BLOCK, 80 BYTES.                                       *
000120*-----------------------------------------------------------------
000130*  MAINTENANCE HISTORY
000140*    2026-10-15  JAC  ORIGINAL COPYBOOK - WHOLE-FEED BACKOUT
000150*                     ADDED.  A BAD FEED THAT POSTED USED TO MEAN
000160*                     HAND-KEYED REVERSING JOURNALS AND A RERUN
000170*                     OVERRIDE FOR THE CORRECTED RESEND.
000180*****************************************************************
000190 01  BACKOUT-REQUEST-RECORD.
000200     05  BKQ-SOURCE-SYSTEM           PIC X(04).
000210     05  BKQ-FEED-DATE               PIC 9(08).
000220     05  BKQ-FEED-DATE-X             REDEFINES
000230         BKQ-FEED-DATE               PIC X(08).
000240     05  BKQ-USER-ID                 PIC X(08).
000250     05  BKQ-REASON-TEXT             PIC X(40).
000260     05  FILLER                      PIC X(20).
