000303*                     LOG (MULTRUNL) AT END OF RUN - PROGRAM,
000304*                     START/END DATE-TIME, RETURN CODE, AND KEY
000305*                     COUNTS - FOR THE MULTNSM NIGHT SUMMARY.
000306*   2026-10-15  JAC   A RUN-CONTROL RECORD MARKED REVERSED BY
000307*                     THE FEED BACKOUT STEP (MULTBKO) IS LEFT
000308*                     OFF THE HISTORY TABLE: THE FEED NO LONGER
000309*                     COUNTS AS POSTED, SO ITS CORRECTED RESEND
000310*                     PASSES WITHOUT THE RERUN OVERRIDE, AND ITS
000311*                     FIGURES NO LONGER WEIGH ON THE SOURCE'S
000313*                     TRAILING AVERAGE.
000315*   2026-10-15  JAC   THE REFA BATCH OF REFERRALS APPROVED BY
000317*                     MULTRFR IS EXEMPT FROM THE FEED-VARIANCE
000319*                     CHECK, LIKE THE RCYC RECYCLE BATCH.
000320*   2026-10-15  JAC   MULTI-CURRENCY: THE SUPPORTED CURRENCIES
000321*                     (THE BASE CURRENCY AND EVERY CURRENCY ON
000322*                     THE EXCHANGE-RATE FILE, MULTFXR) ARE LOADED
000323*                     AT START-UP, AND A BATCH WITH A DETAIL IN
000324*                     ANY OTHER CURRENCY FAILS THE EDIT
000325*                     ("UNSUPPORTED CURRENCY").  A DETAIL WITH NO
000326*                     CURRENCY CODE TAKES ITS ACCOUNT'S CURRENCY
000327*                     IN THE CALC STEP AND IS NOT CHECKED HERE.
000328******************************************************************
000329 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     MULTEDIT.
000340 AUTHOR.         JOEY CLUETT.
000350 INSTALLATION.   ACCOUNTING SYSTEMS.
000480     SELECT RUN-CONTROL-FILE     ASSIGN TO MULTRCTL
000490         ORGANIZATION IS SEQUENTIAL
000500         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000501
000502     SELECT EXCHANGE-RATE-FILE   ASSIGN TO MULTFXR
000503         ORGANIZATION IS INDEXED
000504         ACCESS MODE IS SEQUENTIAL
000505         RECORD KEY IS FXR-KEY
000506         FILE STATUS IS WS-FXRATE-FILE-STATUS.
000510
000520     SELECT EDIT-REPORT-FILE     ASSIGN TO MULTEDR
000530         ORGANIZATION IS SEQUENTIAL.
000820     LABEL RECORDS ARE STANDARD
000830     BLOCK CONTAINS 0 RECORDS.
000840     COPY MULTRCT.
000841
000842 FD  EXCHANGE-RATE-FILE
000843     RECORDING MODE IS F
000844     LABEL RECORDS ARE STANDARD
000845     BLOCK CONTAINS 0 RECORDS.
000846     COPY MULTFXR.
000850
000851 FD  RUN-LOG-FILE
000852     RECORDING MODE IS F
001170 77  WS-HISTORY-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
001180     88  FEED-ON-HISTORY                        VALUE 'Y'.
001190
001191 77  WS-FXRATE-FILE-STATUS       PIC X(02)      VALUE SPACES.
001192 77  WS-FXRATE-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001193     88  END-OF-FXRATE-FILE                     VALUE 'Y'.
001194
001195 77  WS-BATCH-CURRENCY-SWITCH    PIC X(01)      VALUE 'N'.
001196     88  BATCH-CURRENCY-UNSUPPORTED             VALUE 'Y'.
001197
001200 77  WS-HISTORY-SUB              PIC 9(04) COMP VALUE ZERO.
001210 77  WS-HISTORY-MAX-ENTRIES      PIC 9(04) COMP VALUE 1000.
001220
001270         10  WS-HIS-FEED-DATE        PIC 9(08).
001280         10  WS-HIS-RECORD-COUNT     PIC 9(07).
001290         10  WS-HIS-HASH-TOTAL       PIC S9(09)V99.
001291
001292 77  WS-CURRENCY-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001293     88  CURRENCY-SUPPORTED                     VALUE 'Y'.
001294
001295 77  WS-LOAD-CURRENCY            PIC X(03)      VALUE SPACES.
001296 77  WS-UNSUPPORTED-COUNT        PIC 9(07) COMP VALUE ZERO.
001297 77  WS-CURRENCY-MAX-ENTRIES     PIC 9(03) COMP VALUE 200.
001300
001301 01  WS-CURRENCY-TABLE.
001302     05  WS-CURRENCY-ENTRY-COUNT PIC 9(03) COMP VALUE ZERO.
001303     05  WS-CURRENCY-ENTRY       OCCURS 200 TIMES
001304             INDEXED BY CUR-INDEX.
001305         10  WS-CUR-CODE             PIC X(03).
001306
001310 77  WS-WARN-TOLERANCE-PCT       PIC 9(03)      VALUE 25.
001320 77  WS-STOP-TOLERANCE-PCT       PIC 9(03)      VALUE 50.
001330
002970     PERFORM 1100-LOAD-RUN-CONTROL
002980         THRU 1100-LOAD-RUN-CONTROL-EXIT.
002990
002992     PERFORM 1150-LOAD-CURRENCY-TABLE
002994         THRU 1150-LOAD-CURRENCY-TABLE-EXIT.
002996
003000     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
003010     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
003020
003810* 1110-READ-RUN-CONTROL - READS ONE POSTED-FEED RECORD INTO THE  *
003820*                         HISTORY TABLE.  AN OVERFLOW STOPS THE  *
003830*                         RUN RATHER THAN SILENTLY FORGETTING    *
003840*                         HISTORY.  A FEED REVERSED BY THE       *
003843*                         BACKOUT STEP IS NOT POSTED HISTORY     *
003846*                         AND IS PASSED OVER.                    *
003850******************************************************************
003860 1110-READ-RUN-CONTROL.
003870     READ RUN-CONTROL-FILE
003880         AT END
003890             SET END-OF-RUNCTL-FILE TO TRUE
003900         NOT AT END
003902             IF RCT-FEED-REVERSED
003904                 GO TO 1110-READ-RUN-CONTROL-EXIT
003906             END-IF
003910             IF WS-HISTORY-ENTRY-COUNT >= WS-HISTORY-MAX-ENTRIES
003920                 DISPLAY "MULTEDIT RUN-CONTROL TABLE FULL -"
003930                     " LIMIT " WS-HISTORY-MAX-ENTRIES
004060     END-READ.
004070 1110-READ-RUN-CONTROL-EXIT.
004080     EXIT.
004081
004082******************************************************************
004083* 1150-LOAD-CURRENCY-TABLE - LOADS THE SUPPORTED CURRENCIES FROM *
004084*                            THE EXCHANGE-RATE FILE: THE BASE    *
004085*                            CURRENCY NAMED ON ITS CONTROL RECORD*
004086*                            AND EVERY CURRENCY IT HOLDS RATES   *
004087*                            FOR.  THE CALC STEP CANNOT RUN      *
004088*                            WITHOUT THE FILE, SO NEITHER CAN THE*
004089*                            EDIT.                               *
004090******************************************************************
004091 1150-LOAD-CURRENCY-TABLE.
004092     OPEN INPUT EXCHANGE-RATE-FILE.
004093
004094     IF WS-FXRATE-FILE-STATUS NOT = "00"
004095         DISPLAY "MULTFXR OPEN FAILED - FILE STATUS "
004096             WS-FXRATE-FILE-STATUS
004097         MOVE 16 TO RETURN-CODE
004098         STOP RUN
004099     END-IF.
004100
004101     PERFORM 1160-READ-EXCHANGE-RATE
004102         THRU 1160-READ-EXCHANGE-RATE-EXIT
004103         UNTIL END-OF-FXRATE-FILE.
004104
004105     CLOSE EXCHANGE-RATE-FILE.
004106 1150-LOAD-CURRENCY-TABLE-EXIT.
004107     EXIT.
004108
004109******************************************************************
004110* 1160-READ-EXCHANGE-RATE - READS ONE EXCHANGE-RATE RECORD AND   *
004111*                           ADDS ITS CURRENCY TO THE TABLE.  THE *
004112*                           FILE IS IN CURRENCY ORDER, SO A      *
004113*                           CURRENCY'S LATER RATE DATES MATCH THE*
004114*                           LAST ENTRY AND ARE PASSED OVER.  AN  *
004115*                           OVERFLOW STOPS THE RUN RATHER THAN   *
004116*                           FAILING GOOD BATCHES.                *
004117******************************************************************
004118 1160-READ-EXCHANGE-RATE.
004119     READ EXCHANGE-RATE-FILE
004120         AT END
004121             SET END-OF-FXRATE-FILE TO TRUE
004122             GO TO 1160-READ-EXCHANGE-RATE-EXIT
004123     END-READ.
004124
004125     IF FXR-CONTROL-RECORD
004126         MOVE FXR-BASE-CURRENCY TO WS-LOAD-CURRENCY
004127     ELSE
004128         MOVE FXR-CURRENCY-CODE TO WS-LOAD-CURRENCY
004129     END-IF.
004130
004131     IF WS-CURRENCY-ENTRY-COUNT > ZERO
004132         AND WS-CUR-CODE (WS-CURRENCY-ENTRY-COUNT)
004133             = WS-LOAD-CURRENCY
004134         GO TO 1160-READ-EXCHANGE-RATE-EXIT
004135     END-IF.
004136
004137     IF WS-CURRENCY-ENTRY-COUNT >= WS-CURRENCY-MAX-ENTRIES
004138         DISPLAY "MULTEDIT CURRENCY TABLE FULL - LIMIT "
004139             WS-CURRENCY-MAX-ENTRIES
004140         MOVE 16 TO RETURN-CODE
004141         STOP RUN
004142     END-IF.
004143
004144     ADD 1 TO WS-CURRENCY-ENTRY-COUNT.
004145     MOVE WS-LOAD-CURRENCY
004146         TO WS-CUR-CODE (WS-CURRENCY-ENTRY-COUNT).
004147 1160-READ-EXCHANGE-RATE-EXIT.
004148     EXIT.
004149
004150******************************************************************
004151* 2000-PROCESS-RECORDS - ROUTES ONE INPUT RECORD BY TYPE AND     *
004152*                        READS THE NEXT.                         *
004153******************************************************************
004154 2000-PROCESS-RECORDS.
004155     IF BHR-HEADER
004160         PERFORM 2050-PROCESS-BATCH-HEADER
004170             THRU 2050-PROCESS-BATCH-HEADER-EXIT
004180     ELSE
004480     MOVE BHR-FEED-DATE     TO WS-CURRENT-FEED-DATE.
004490     MOVE ZERO              TO WS-BATCH-DETAIL-COUNT.
004500     MOVE ZERO              TO WS-BATCH-HASH-TOTAL.
004504     MOVE 'N'               TO WS-BATCH-CURRENCY-SWITCH.
004510     SET BATCH-OPEN TO TRUE.
004520     ADD 1 TO WS-BATCH-COUNT.
004530 2050-PROCESS-BATCH-HEADER-EXIT.
004570* 2060-VERIFY-BATCH-TRAILER - PROVES THE BATCH: THE TRAILER'S    *
004580*                             SOURCE, DECLARED COUNT, AND        *
004590*                             DECLARED HASH TOTAL MUST ALL       *
004594*                             MATCH WHAT WAS COUNTED, AND EVERY  *
004598*                             DETAIL'S CURRENCY MUST BE ONE WE   *
004602*                             SUPPORT.                           *
004610******************************************************************
004620 2060-VERIFY-BATCH-TRAILER.
004630     IF BATCH-NOT-OPEN
004900         MOVE "HASH MISMATCH" TO WS-BAT-STATUS
004910         PERFORM 2700-RECORD-ERROR
004920             THRU 2700-RECORD-ERROR-EXIT
004922     ELSE
004924     IF BATCH-CURRENCY-UNSUPPORTED
004926         MOVE "UNSUPPORTED CURRENCY" TO WS-BAT-STATUS
004928         PERFORM 2700-RECORD-ERROR
004930             THRU 2700-RECORD-ERROR-EXIT
004932     END-IF END-IF END-IF END-IF.
004940
004950     IF WS-BAT-STATUS = "OK"
004960         PERFORM 2080-CHECK-FEED-HISTORY
005180*                            NON-NUMERIC NUM1 ADDS NOTHING TO    *
005190*                            THE HASH - THE CALC STEP'S OWN      *
005200*                            EDIT REJECTS THAT RECORD LATER.     *
005202*                            A CURRENCY CODE THAT IS NOT ON THE  *
005204*                            SUPPORTED TABLE MARKS THE BATCH TO  *
005206*                            FAIL AT ITS TRAILER.                *
005210******************************************************************
005220 2070-COUNT-DETAIL-RECORD.
005230     ADD 1 TO WS-DETAIL-COUNT.
005340
005350     ADD 1 TO WS-BATCH-DETAIL-COUNT.
005360
005361     MOVE 'N' TO WS-CURRENCY-FOUND-SWITCH.
005362     SET CUR-INDEX TO 1.
005363     SEARCH WS-CURRENCY-ENTRY
005364         WHEN CUR-INDEX > WS-CURRENCY-ENTRY-COUNT
005365             CONTINUE
005366         WHEN WS-CUR-CODE (CUR-INDEX) = MI-CURRENCY-CODE
005367             SET CURRENCY-SUPPORTED TO TRUE
005368     END-SEARCH.
005369
005370     IF MI-NUM1 NUMERIC
005380         ADD MI-NUM1 TO WS-BATCH-HASH-TOTAL
005390     END-IF.
005391
005392     IF NOT MI-CURRENCY-NOT-GIVEN AND NOT CURRENCY-SUPPORTED
005393         ADD 1 TO WS-UNSUPPORTED-COUNT
005394         SET BATCH-CURRENCY-UNSUPPORTED TO TRUE
005395         DISPLAY "MULTEDIT - UNSUPPORTED CURRENCY "
005396             MI-CURRENCY-CODE
005397             " SOURCE " WS-CURRENT-SOURCE
005398             " AT RECORD " WS-RECORDS-READ-COUNT
005399     END-IF.
005400 2070-COUNT-DETAIL-RECORD-EXIT.
005410     EXIT.
005420
005959*                            OF ITEMS, SO A PERCENT MOVE FROM    *
005960*                            ITS TINY AVERAGE TELLS YOU NOTHING  *
005961*                            AND WOULD HARD-STOP THE CYCLE ON A  *
005962*                            ROUTINE ZERO-RECYCLE NIGHT.  THE    *
005963*                            REFA BATCH OF APPROVED REFERRALS    *
005964*                            (MULTRFR) IS SKIPPED FOR THE SAME   *
005965*                            REASON.                             *
005966******************************************************************
005970 2095-CHECK-FEED-VARIANCE.
005971     IF WS-CURRENT-SOURCE = "RCYC"
005972     OR WS-CURRENT-SOURCE = "REFA"
005974         GO TO 2095-CHECK-FEED-VARIANCE-EXIT
005976     END-IF.
005978
008610     MOVE WS-VARIANCE-STOP-COUNT     TO WS-CTL-COUNT-VALUE.
008620     PERFORM 8100-WRITE-COUNT-LINE
008630         THRU 8100-WRITE-COUNT-LINE-EXIT.
008631
008632     MOVE "CURRENCIES SUPPORTED   :" TO WS-CTL-COUNT-TEXT.
008633     MOVE WS-CURRENCY-ENTRY-COUNT    TO WS-CTL-COUNT-VALUE.
008634     PERFORM 8100-WRITE-COUNT-LINE
008635         THRU 8100-WRITE-COUNT-LINE-EXIT.
008636
008637     MOVE "UNSUPPORTED CCY DETAILS:" TO WS-CTL-COUNT-TEXT.
008638     MOVE WS-UNSUPPORTED-COUNT       TO WS-CTL-COUNT-VALUE.
008639     PERFORM 8100-WRITE-COUNT-LINE
008640         THRU 8100-WRITE-COUNT-LINE-EXIT.
008641
008650     CLOSE EDIT-INPUT-FILE.
008660     CLOSE EDIT-REPORT-FILE.
008670
