000206*                     THE NIGHT IT EXISTS FOR.  AN ABSENT ROSTER
000207*                     STEP NOW PRINTS A MISSING LINE AND
000208*                     VERDICTS THE NIGHT HELD.
000209*   2026-10-15  JAC   ADDED THE RE-RATE STEP (MULTRRT) TO THE
000210*                     CYCLE ROSTER.
000211*   2026-10-15  JAC   ADDED THE FEED BACKOUT STEP (MULTBKO) TO
000212*                     THE CYCLE ROSTER.
000213*   2026-10-15  JAC   ADDED THE REFERRAL STEP (MULTRFR) TO THE
000214*                     CYCLE ROSTER AND A REF COLUMN FOR THE ITEMS
000215*                     HELD FOR APPROVAL OVER AN ACCOUNT LIMIT.
000216*                     A STEP THAT DOES NOT FILL THE COUNT SHOWS
000217*                     ZERO.
000218*   2026-10-15  JAC   ADDED THE FEED SPLIT (MULTSPL) AND PARTITION
000219*                     MERGE (MULTMRG) STEPS TO THE CYCLE ROSTER -
000220*                     THE CALC STEP NOW RUNS AS PARALLEL PARTITION
000221*                     JOBS BETWEEN THEM.
000222*   2026-10-15  JAC   ADDED THE ACCOUNT/RATE MASTER
000223*                     CROSS-REFERENCE STEP (MULTXRF) TO THE CYCLE
000224*                     ROSTER.
000225******************************************************************
000226 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.     MULTNSM.
000240 AUTHOR.         JOEY CLUETT.
000250 INSTALLATION.   ACCOUNTING SYSTEMS.
000669*    STEP THAT ABENDED (OR WAS SKIPPED BY COND AFTER AN EARLIER
000670*    FAILURE) NEVER WROTE ITS RECORD, SO AN ABSENT ROSTER ENTRY
000671*    VERDICTS THE NIGHT HELD.  KEEP THIS LIST IN STEP WITH
000672*    MULTCALC.JCL, THE PARTITION CALC PROCEDURE (MULTCLCP) AND
000673*    MULTPOST.JCL WHENEVER A LOGGING STEP IS ADDED OR REMOVED.
000674*    EACH PARTITION'S CALC LOGS AS MULTCALC; ANY ONE OF THEM
000675*    TICKS THE ENTRY, AND A FAILED PARTITION HOLDS THE NIGHT
000676*    THROUGH THE MERGE STEP.
000677 01  WS-ROSTER-VALUES.
000678     05  FILLER                  PIC X(09) VALUE "MULTEDITN".
000679     05  FILLER                  PIC X(09) VALUE "MULTACK N".
000680     05  FILLER                  PIC X(09) VALUE "MULTSPL N".
000681     05  FILLER                  PIC X(09) VALUE "MULTCALCN".
000682     05  FILLER                  PIC X(09) VALUE "MULTMRG N".
000683     05  FILLER                  PIC X(09) VALUE "MULTXPR N".
000684     05  FILLER                  PIC X(09) VALUE "MULTRCN N".
000685     05  FILLER                  PIC X(09) VALUE "MULTSUS N".
000686     05  FILLER                  PIC X(09) VALUE "MULTSLD N".
000687     05  FILLER                  PIC X(09) VALUE "MULTBKO N".
000688     05  FILLER                  PIC X(09) VALUE "MULTRRT N".
000689     05  FILLER                  PIC X(09) VALUE "MULTRFR N".
000690     05  FILLER                  PIC X(09) VALUE "MULTXRF N".
000691
000692 01  WS-ROSTER-TABLE REDEFINES WS-ROSTER-VALUES.
000693     05  WS-ROSTER-ENTRY         OCCURS 13 TIMES.
000694         10  WS-RST-PROGRAM-ID   PIC X(08).
000695         10  WS-RST-SEEN-SWITCH  PIC X(01).
000696
000697 01  WS-HEADING-LINE.
000698     05  FILLER                  PIC X(24) VALUE
000700         "MULTNSM NIGHT SUMMARY   ".
000710     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
000720     05  FILLER                  PIC X(02) VALUE ": ".
000810     05  FILLER                  PIC X(04) VALUE "RC".
000820     05  FILLER                  PIC X(09) VALUE "     PROC".
000830     05  FILLER                  PIC X(09) VALUE "      REJ".
000838     05  FILLER                  PIC X(09) VALUE "      EXC".
000846     05  FILLER                  PIC X(09) VALUE "      REF".
000854     05  FILLER                  PIC X(02) VALUE SPACES.
000862     05  FILLER                  PIC X(11) VALUE "DISPOSITION".
000870     05  FILLER                  PIC X(44) VALUE SPACES.
000880
000890 01  WS-DETAIL-LINE.
000900     05  FILLER                  PIC X(05) VALUE SPACES.
001000     05  FILLER                  PIC X(02) VALUE SPACES.
001010     05  WS-DTL-REJECTED         PIC ZZZ,ZZ9.
001020     05  FILLER                  PIC X(02) VALUE SPACES.
001027     05  WS-DTL-EXCEPTED         PIC ZZZ,ZZ9.
001034     05  FILLER                  PIC X(02) VALUE SPACES.
001041     05  WS-DTL-REFERRED         PIC ZZZ,ZZ9.
001048     05  FILLER                  PIC X(02) VALUE SPACES.
001055     05  WS-DTL-DISPOSITION      PIC X(08).
001062     05  FILLER                  PIC X(49) VALUE SPACES.
001070
001080 01  WS-VERDICT-LINE.
001090     05  FILLER                  PIC X(05) VALUE SPACES.
001314     PERFORM 7000-REPORT-MISSING-STEP
001315         THRU 7000-REPORT-MISSING-STEP-EXIT
001316         VARYING WS-ROSTER-SUB FROM 1 BY 1
001317         UNTIL WS-ROSTER-SUB > 13.
001320
001330     PERFORM 8000-TERMINATE
001340         THRU 8000-TERMINATE-EXIT.
001580* 2000-SUMMARIZE-STEP - PRINTS ONE STEP'S STATUS LINE, ROLLS IT   *
001590*                       INTO THE VERDICT COUNTS, AND READS THE    *
001600*                       NEXT.  RC 0 IS OK, RC 4 A WARNING, AND    *
001604*                       ANYTHING HIGHER HELD.  A STEP THAT DOES   *
001608*                       NOT COUNT REFERRALS LEAVES THE FIELD      *
001612*                       SPACES AND SHOWS ZERO.                    *
001620******************************************************************
001630 2000-SUMMARIZE-STEP.
001640     ADD 1 TO WS-STEPS-LOGGED-COUNT.
001644     PERFORM 2200-MARK-ROSTER-STEP
001645         THRU 2200-MARK-ROSTER-STEP-EXIT
001646         VARYING WS-ROSTER-SUB FROM 1 BY 1
001647         UNTIL WS-ROSTER-SUB > 13.
001650
001660     MOVE RNL-PROGRAM-ID        TO WS-DTL-PROGRAM-ID.
001670     MOVE RNL-START-TIME        TO WS-DTL-START-TIME.
001690     MOVE RNL-RETURN-CODE       TO WS-DTL-RETURN-CODE.
001700     MOVE RNL-RECORDS-PROCESSED TO WS-DTL-PROCESSED.
001710     MOVE RNL-RECORDS-REJECTED  TO WS-DTL-REJECTED.
001712     MOVE RNL-RECORDS-EXCEPTED  TO WS-DTL-EXCEPTED.
001714
001716     IF RNL-RECORDS-REFERRED NUMERIC
001718         MOVE RNL-RECORDS-REFERRED TO WS-DTL-REFERRED
001720     ELSE
001722         MOVE ZERO                 TO WS-DTL-REFERRED
001724     END-IF.
001730
001740     EVALUATE TRUE
001750         WHEN RNL-RETURN-CODE = ZERO
