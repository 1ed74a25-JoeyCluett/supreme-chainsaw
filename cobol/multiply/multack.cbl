000312*                     CAN BE DROPPED FROM PENDING, THE SAME WAY
000313*                     A MULTRPR PURGE DISPOSES OF A SUSPENSE
000314*                     ITEM.
000315*   2026-10-15  JAC   AN EXTRACT GENERATION MAY NOW CARRY A
000316*                     SECOND GROUP OF DETAILS - THE RE-RATE
000317*                     ADJUSTMENTS MULTRRT APPENDS AFTER THE
000318*                     CALC GROUP - EACH CLOSED BY ITS OWN
000319*                     TRAILER.  EACH TRAILER IS NOW PROVED
000320*                     AGAINST THE DETAILS SINCE THE PREVIOUS
000321*                     ONE, NOT THE WHOLE GENERATION, AND THE
000322*                     ADJUSTMENT DETAILS ARE COUNTED ON THE
000323*                     CONTROL TOTALS.  THE LAST TRAILER REMAINS
000324*                     THE GENERATION MARKER.
000325*   2026-10-15  JAC   A FEED BACKOUT REVERSAL GROUP (ENTRY TYPE
000326*                     "V", APPENDED BY MULTBKO) IS PROVED AND
000327*                     MATCHED LIKE ANY OTHER GROUP - ITS
000328*                     NEGATIVE DETAILS ARE ACKNOWLEDGED BY THEIR
000329*                     NEGATIVE GL POSTINGS - AND COUNTED ON ITS
000330*                     OWN CONTROL-TOTAL LINE.
000331*   2026-10-15  JAC   THE EXTRACT IS NOW A BALANCED DOUBLE-ENTRY
000332*                     JOURNAL - TWO LINES, DEBIT AND CREDIT, PER
000333*                     CALCULATION.  EACH TRAILER IS NOW ALSO
000334*                     PROVED ON ITS DEBIT AND CREDIT TOTALS, WHICH
000335*                     MUST AGREE.  AN ACKNOWLEDGMENT CARRYING A
000336*                     JOURNAL LINE NUMBER MATCHES THAT ONE LINE
000337*                     (ENTRY TYPE, LINE, AND DEBIT/CREDIT AS WELL
000338*                     AS ACCOUNT, AMOUNT, AND POSTING DATE); ONE
000339*                     WITHOUT MATCHES AS BEFORE.  THE REPORT AND
000340*                     THE PENDING FILE CARRY THE JOURNAL LINE,
000341*                     SIDE, AND LEDGER ACCOUNT, AND A PURGE CARD
000342*                     MAY NAME THE LINE AND SIDE IT PURGES.
000343*   2026-10-15  JAC   THE PENDING FILE NOW CARRIES EACH DETAIL'S
000344*                     ACCOUNTING PERIOD FORWARD, SO THE MONTH-END
000345*                     CLOSE (MULTCLS) CAN REFUSE TO CLOSE A
000346*                     PERIOD WITH GL POSTINGS STILL
000347*                     UNACKNOWLEDGED.
000348*   2026-10-15  JAC   EVERY OPERATOR PURGE APPLIED IS NOW
000349*                     APPENDED TO THE PERMANENT INTERVENTION LOG
000350*                     (NEW MULTITV DD) WITH THE PURGE CARD'S USER
000351*                     ID, FOR THE SECURITY REVIEW (MULTSRV) - THE
000352*                     GLPURGE DATASET ITSELF IS SCRATCHED
000353*                     NIGHTLY.
000354******************************************************************
000355 IDENTIFICATION DIVISION.
000356 PROGRAM-ID.     MULTACK.
000357 AUTHOR.         JOEY CLUETT.
000358 INSTALLATION.   ACCOUNTING SYSTEMS.
000359 DATE-WRITTEN.   09/02/2026.
000360 DATE-COMPILED.
000361
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000460     SELECT ACK-REPORT-FILE      ASSIGN TO MULTAKR
000470         ORGANIZATION IS SEQUENTIAL.
000480
000481     SELECT RUN-LOG-FILE        ASSIGN TO MULTRUNL
000482         ORGANIZATION IS SEQUENTIAL.
000483
000484     SELECT INTERVENTION-LOG-FILE ASSIGN TO MULTITV
000485         ORGANIZATION IS SEQUENTIAL.
000486
000490 DATA DIVISION.
000500 FILE SECTION.
000630         ==GLX-TRAILER-AMOUNT-TOTAL==
000631         BY ==GLPI-TRAILER-AMOUNT-TOTAL==
000632         ==GLX-TRAILER-POSTING-DATE==
000633         BY ==GLPI-TRAILER-POSTING-DATE==
000634         ==GLX-ENTRY-TYPE== BY ==GLPI-ENTRY-TYPE==
000635         ==GLX-CALCULATION-ENTRY==
000636         BY ==GLPI-CALCULATION-ENTRY==
000637         ==GLX-RERATE-ENTRY== BY ==GLPI-RERATE-ENTRY==
000638         ==GLX-REVERSAL-ENTRY== BY ==GLPI-REVERSAL-ENTRY==
000639         ==GLX-TRAILER-ENTRY-TYPE==
000640         BY ==GLPI-TRAILER-ENTRY-TYPE==
000641         ==GLX-JOURNAL-LINE== BY ==GLPI-JOURNAL-LINE==
000642         ==GLX-DEBIT-CREDIT== BY ==GLPI-DEBIT-CREDIT==
000643         ==GLX-DEBIT-LINE== BY ==GLPI-DEBIT-LINE==
000644         ==GLX-CREDIT-LINE== BY ==GLPI-CREDIT-LINE==
000645         ==GLX-LEDGER-ACCOUNT== BY ==GLPI-LEDGER-ACCOUNT==
000646         ==GLX-COST-CENTER== BY ==GLPI-COST-CENTER==
000647         ==GLX-ACCOUNTING-PERIOD== BY ==GLPI-ACCOUNTING-PERIOD==
000648         ==GLX-TRAILER-DEBIT-TOTAL==
000649         BY ==GLPI-TRAILER-DEBIT-TOTAL==
000650         ==GLX-TRAILER-CREDIT-TOTAL==
000651         BY ==GLPI-TRAILER-CREDIT-TOTAL==.
000652
000653 FD  PENDING-OUT-FILE
000654     RECORDING MODE IS F
000655     LABEL RECORDS ARE STANDARD
000656     BLOCK CONTAINS 0 RECORDS.
000657     COPY MULTGLX REPLACING
000658         ==GL-EXTRACT-RECORD==
000659         BY ==GL-PENDING-OUT-RECORD==
000660         ==GLX-RECORD-TYPE== BY ==GLPO-RECORD-TYPE==
000661         ==GLX-DETAIL-RECORD== BY ==GLPO-DETAIL-RECORD==
000662         ==GLX-TRAILER-RECORD== BY ==GLPO-TRAILER-RECORD==
000663         ==GLX-DETAIL-DATA== BY ==GLPO-DETAIL-DATA==
000664         ==GLX-ACCOUNT-NUMBER== BY ==GLPO-ACCOUNT-NUMBER==
000665         ==GLX-OPERATION-CODE== BY ==GLPO-OPERATION-CODE==
000666         ==GLX-AMOUNT== BY ==GLPO-AMOUNT==
000667         ==GLX-POSTING-DATE== BY ==GLPO-POSTING-DATE==
000668         ==GLX-TRAILER-DATA== BY ==GLPO-TRAILER-DATA==
000669         ==GLX-TRAILER-RECORD-COUNT==
000670         BY ==GLPO-TRAILER-RECORD-COUNT==
000671         ==GLX-TRAILER-AMOUNT-TOTAL==
000672         BY ==GLPO-TRAILER-AMOUNT-TOTAL==
000673         ==GLX-TRAILER-POSTING-DATE==
000674         BY ==GLPO-TRAILER-POSTING-DATE==
000675         ==GLX-ENTRY-TYPE== BY ==GLPO-ENTRY-TYPE==
000676         ==GLX-CALCULATION-ENTRY==
000677         BY ==GLPO-CALCULATION-ENTRY==
000678         ==GLX-RERATE-ENTRY== BY ==GLPO-RERATE-ENTRY==
000679         ==GLX-REVERSAL-ENTRY== BY ==GLPO-REVERSAL-ENTRY==
000680         ==GLX-TRAILER-ENTRY-TYPE==
000681         BY ==GLPO-TRAILER-ENTRY-TYPE==
000682         ==GLX-JOURNAL-LINE== BY ==GLPO-JOURNAL-LINE==
000683         ==GLX-DEBIT-CREDIT== BY ==GLPO-DEBIT-CREDIT==
000684         ==GLX-DEBIT-LINE== BY ==GLPO-DEBIT-LINE==
000685         ==GLX-CREDIT-LINE== BY ==GLPO-CREDIT-LINE==
000686         ==GLX-LEDGER-ACCOUNT== BY ==GLPO-LEDGER-ACCOUNT==
000687         ==GLX-COST-CENTER== BY ==GLPO-COST-CENTER==
000688         ==GLX-ACCOUNTING-PERIOD== BY ==GLPO-ACCOUNTING-PERIOD==
000689         ==GLX-TRAILER-DEBIT-TOTAL==
000690         BY ==GLPO-TRAILER-DEBIT-TOTAL==
000691         ==GLX-TRAILER-CREDIT-TOTAL==
000692         BY ==GLPO-TRAILER-CREDIT-TOTAL==.
000693
000694 FD  PURGE-FILE
000695     RECORDING MODE IS F
000696     LABEL RECORDS ARE STANDARD
000697     BLOCK CONTAINS 0 RECORDS.
000698     COPY MULTPPR.
000699
000700 FD  ACK-REPORT-FILE
000701     RECORDING MODE IS F
000702     LABEL RECORDS ARE STANDARD
000703     BLOCK CONTAINS 0 RECORDS.
000704     COPY MULTRPT REPLACING
000705         ==MULTIPLY-REPORT-RECORD==
000706         BY ==ACK-REPORT-RECORD==
000707         ==RPT-CARRIAGE-CONTROL== BY ==AKR-CARRIAGE-CONTROL==
000710         ==RPT-LINE-IMAGE== BY ==AKR-LINE-IMAGE==.
000720
000721 FD  RUN-LOG-FILE
000724     BLOCK CONTAINS 0 RECORDS.
000725     COPY MULTRNL.
000726
000727 FD  INTERVENTION-LOG-FILE
000728     RECORDING MODE IS F
000729     LABEL RECORDS ARE STANDARD
000730     BLOCK CONTAINS 0 RECORDS.
000731     COPY MULTITV.
000732
000733 WORKING-STORAGE SECTION.
000740 77  WS-EXTRACT-EOF-SWITCH       PIC X(01)      VALUE 'N'.
000750     88  END-OF-EXTRACT-FILE                    VALUE 'Y'.
000760
000925 77  WS-PENDING-IN-COUNT         PIC 9(07) COMP VALUE ZERO.
000927 77  WS-CARRIED-FORWARD-COUNT    PIC 9(07) COMP VALUE ZERO.
000930 77  WS-DETAILS-LOADED-COUNT     PIC 9(07) COMP VALUE ZERO.
000933 77  WS-RERATE-LOADED-COUNT      PIC 9(07) COMP VALUE ZERO.
000934 77  WS-REVERSAL-LOADED-COUNT    PIC 9(07) COMP VALUE ZERO.
000936 77  WS-GROUP-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
000940 77  WS-ACKS-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
000950 77  WS-POSTED-COUNT             PIC 9(07) COMP VALUE ZERO.
000960 77  WS-GL-REJECTED-COUNT        PIC 9(07) COMP VALUE ZERO.
001000 77  WS-MISMATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
001010
001020 77  WS-EXTRACT-AMOUNT-TOTAL     PIC S9(09)V9999 VALUE ZEROS.
001024 77  WS-GROUP-AMOUNT-TOTAL       PIC S9(09)V9999 VALUE ZEROS.
001026 77  WS-GROUP-CREDIT-TOTAL       PIC S9(09)V9999 VALUE ZEROS.
001030
001040 77  WS-EXTRACT-SUB              PIC 9(05) COMP VALUE ZERO.
001050 77  WS-MATCH-SUB                PIC 9(05) COMP VALUE ZERO.
001072         10  WS-PGT-POSTING-DATE     PIC 9(08).
001073         10  WS-PGT-AMOUNT           PIC S9(09)V9999.
001074         10  WS-PGT-USED-SWITCH      PIC X(01).
001075         10  WS-PGT-JOURNAL-LINE-X   PIC X(07).
001076         10  WS-PGT-DEBIT-CREDIT     PIC X(01).
001077         10  WS-PGT-USER-ID          PIC X(08).
001078
001080 01  WS-EXTRACT-TABLE.
001090     05  WS-EXTRACT-ENTRY-COUNT  PIC 9(05) COMP VALUE ZERO.
001100     05  WS-EXTRACT-ENTRY        OCCURS 5000 TIMES.
001130         10  WS-XTB-POSTING-DATE     PIC 9(08).
001135         10  WS-XTB-OPERATION-CODE   PIC X(01).
001140         10  WS-XTB-MATCHED-SWITCH   PIC X(01).
001141         10  WS-XTB-ENTRY-TYPE       PIC X(01).
001142         10  WS-XTB-JOURNAL-LINE     PIC 9(07).
001143         10  WS-XTB-DEBIT-CREDIT     PIC X(01).
001144         10  WS-XTB-LEDGER-ACCOUNT   PIC X(10).
001145         10  WS-XTB-ACCOUNTING-PERIOD
001146                                     PIC 9(06).
001150
001160 01  WS-HEADING-LINE.
001170     05  FILLER                  PIC X(24) VALUE
001300     05  FILLER                  PIC X(07) VALUE "    AGE".
001310     05  FILLER                  PIC X(02) VALUE SPACES.
001320     05  FILLER                  PIC X(14) VALUE "STATUS".
001322     05  FILLER                  PIC X(02) VALUE SPACES.
001324     05  FILLER                  PIC X(07) VALUE "JRNL LN".
001326     05  FILLER                  PIC X(02) VALUE SPACES.
001328     05  FILLER                  PIC X(03) VALUE "D/C".
001330     05  FILLER                  PIC X(01) VALUE SPACES.
001332     05  FILLER                  PIC X(10) VALUE "LEDGER".
001334     05  FILLER                  PIC X(39) VALUE SPACES.
001340
001350 01  WS-DETAIL-LINE.
001360     05  FILLER                  PIC X(05) VALUE SPACES.
001430     05  WS-DTL-AGE-DAYS         PIC ZZZZ9.
001440     05  FILLER                  PIC X(02) VALUE SPACES.
001450     05  WS-DTL-STATUS           PIC X(14).
001452     05  FILLER                  PIC X(03) VALUE SPACES.
001454     05  WS-DTL-JOURNAL-LINE     PIC X(07).
001456     05  FILLER                  PIC X(03) VALUE SPACES.
001458     05  WS-DTL-DEBIT-CREDIT     PIC X(01).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001462     05  WS-DTL-LEDGER-ACCOUNT   PIC X(10).
001464     05  FILLER                  PIC X(39) VALUE SPACES.
001470
001480 01  WS-CTL-HEADING-LINE.
001490     05  FILLER                  PIC X(05) VALUE SPACES.
001970     OPEN INPUT  ACK-ACKNOWLEDGE-FILE.
001972     OPEN INPUT  PENDING-IN-FILE.
001974     OPEN OUTPUT PENDING-OUT-FILE.
001976     OPEN OUTPUT ACK-REPORT-FILE.
001978     OPEN EXTEND INTERVENTION-LOG-FILE.
001982
001984     OPEN INPUT  PURGE-FILE.
001986     PERFORM 1050-LOAD-PURGE-TABLE
002152******************************************************************
002153* 1050-LOAD-PURGE-TABLE - READS ONE OPERATOR PURGE TRANSACTION    *
002154*                         (ACCOUNT, POSTING DATE, AMOUNT - THE    *
002155*                         KEYS PRINTED ON THIS REPORT, WITH THE   *
002156*                         JOURNAL LINE AND SIDE IF CODED) INTO    *
002157*                         THE IN-STORAGE TABLE.  A TABLE          *
002158*                         OVERFLOW STOPS THE RUN RATHER THAN      *
002159*                         SILENTLY DROPPING PURGES.               *
002160******************************************************************
002161 1050-LOAD-PURGE-TABLE.
002162     READ PURGE-FILE
002163         AT END
002164             SET END-OF-PURGE-FILE TO TRUE
002165         NOT AT END
002166             IF WS-PURGE-ENTRY-COUNT >= WS-PURGE-MAX-ENTRIES
002167                 DISPLAY "MULTACK PURGE TABLE FULL - LIMIT "
002168                     WS-PURGE-MAX-ENTRIES
002169                 MOVE 16 TO RETURN-CODE
002170                 STOP RUN
002171             END-IF
002172             ADD 1 TO WS-PURGE-ENTRY-COUNT
002173             MOVE PPR-ACCOUNT-NUMBER TO
002174                 WS-PGT-ACCOUNT-NUMBER (WS-PURGE-ENTRY-COUNT)
002175             MOVE PPR-POSTING-DATE TO
002176                 WS-PGT-POSTING-DATE (WS-PURGE-ENTRY-COUNT)
002177             MOVE PPR-AMOUNT TO
002178                 WS-PGT-AMOUNT (WS-PURGE-ENTRY-COUNT)
002179             MOVE 'N' TO
002180                 WS-PGT-USED-SWITCH (WS-PURGE-ENTRY-COUNT)
002181             MOVE PPR-JOURNAL-LINE-X TO
002182                 WS-PGT-JOURNAL-LINE-X (WS-PURGE-ENTRY-COUNT)
002183             MOVE PPR-DEBIT-CREDIT TO
002184                 WS-PGT-DEBIT-CREDIT (WS-PURGE-ENTRY-COUNT)
002185             MOVE PPR-USER-ID TO
002186                 WS-PGT-USER-ID (WS-PURGE-ENTRY-COUNT)
002187     END-READ.
002188 1050-LOAD-PURGE-TABLE-EXIT.
002189     EXIT.
002190
002191******************************************************************
002192* 1500-LOAD-PENDING-RECORD - LOADS ONE STILL-UNACKNOWLEDGED       *
002193*                            DETAIL CARRIED FORWARD BY A PRIOR    *
002194*                            RUN INTO THE SAME IN-STORAGE TABLE   *
002195*                            AS TONIGHT'S EXTRACT, ORIGINAL       *
002196*                            POSTING DATE INTACT - SO A DETAIL    *
002197*                            THE GL NEVER ACKNOWLEDGES REALLY IS  *
002198*                            RE-EXAMINED AT AGE 2 AND BEYOND AND  *
002199*                            HOLDS THE CYCLE.  THE PENDING FILE   *
002200*                            CARRIES TYPE-D DETAILS ONLY.        *
002201******************************************************************
002202 1500-LOAD-PENDING-RECORD.
002203*    THE TYPE-T RECORD IS THE MARKER OF THE EXTRACT GENERATION
002204*    THE PRIOR RUN EXAMINED - ITS TRAILER COUNT, AMOUNT, AND
002205*    POSTING DATE - NOT A PENDING DETAIL.
002206     IF GLPI-TRAILER-RECORD
002207         MOVE GLPI-TRAILER-RECORD-COUNT TO WS-PREV-EXAM-COUNT
002208         MOVE GLPI-TRAILER-AMOUNT-TOTAL TO WS-PREV-EXAM-AMOUNT
002209         MOVE GLPI-TRAILER-POSTING-DATE
002210             TO WS-PREV-EXAM-POST-DATE
002211         SET PRIOR-MARKER-ON-FILE TO TRUE
002212         GO TO 1500-LOAD-PENDING-NEXT
002213     END-IF.
002214
002215     IF NOT GLPI-DETAIL-RECORD
002216         GO TO 1500-LOAD-PENDING-NEXT
002217     END-IF.
002218
002219     IF WS-EXTRACT-ENTRY-COUNT >= WS-EXTRACT-MAX-ENTRIES
002220         DISPLAY "MULTACK - PENDING PLUS EXTRACT EXCEEDS "
002221             WS-EXTRACT-MAX-ENTRIES " DETAILS"
002222         MOVE 16 TO RETURN-CODE
002223         STOP RUN
002224     END-IF.
002225
002226     ADD 1 TO WS-EXTRACT-ENTRY-COUNT.
002227     ADD 1 TO WS-PENDING-IN-COUNT.
002228     MOVE GLPI-ACCOUNT-NUMBER TO
002229         WS-XTB-ACCOUNT-NUMBER (WS-EXTRACT-ENTRY-COUNT).
002230     MOVE GLPI-AMOUNT TO
002231         WS-XTB-AMOUNT (WS-EXTRACT-ENTRY-COUNT).
002232     MOVE GLPI-POSTING-DATE TO
002233         WS-XTB-POSTING-DATE (WS-EXTRACT-ENTRY-COUNT).
002234     MOVE GLPI-OPERATION-CODE TO
002235         WS-XTB-OPERATION-CODE (WS-EXTRACT-ENTRY-COUNT).
002236     MOVE 'N' TO
002237         WS-XTB-MATCHED-SWITCH (WS-EXTRACT-ENTRY-COUNT).
002238     MOVE GLPI-ENTRY-TYPE TO
002239         WS-XTB-ENTRY-TYPE (WS-EXTRACT-ENTRY-COUNT).
002240     MOVE GLPI-DEBIT-CREDIT TO
002241         WS-XTB-DEBIT-CREDIT (WS-EXTRACT-ENTRY-COUNT).
002242     MOVE GLPI-LEDGER-ACCOUNT TO
002243         WS-XTB-LEDGER-ACCOUNT (WS-EXTRACT-ENTRY-COUNT).
002244
002245*    A DETAIL CARRIED BEFORE THE PERIOD CONTROL WAS INTRODUCED HAS
002246*    NO ACCOUNTING PERIOD - ZERO, WHICH THE CLOSE TAKES FROM THE
002247*    POSTING DATE.
002248     IF GLPI-ACCOUNTING-PERIOD NUMERIC
002249         MOVE GLPI-ACCOUNTING-PERIOD TO
002250             WS-XTB-ACCOUNTING-PERIOD (WS-EXTRACT-ENTRY-COUNT)
002251     ELSE
002252         MOVE ZERO TO
002253             WS-XTB-ACCOUNTING-PERIOD (WS-EXTRACT-ENTRY-COUNT)
002254     END-IF.
002255
002256*    A DETAIL CARRIED BEFORE THE JOURNAL WENT DOUBLE-ENTRY HAS NO
002257*    JOURNAL LINE NUMBER - IT MATCHES ON ACCOUNT, AMOUNT, AND
002258*    POSTING DATE ALONE.
002259     IF GLPI-JOURNAL-LINE NUMERIC
002260         MOVE GLPI-JOURNAL-LINE TO
002261             WS-XTB-JOURNAL-LINE (WS-EXTRACT-ENTRY-COUNT)
002262     ELSE
002263         MOVE ZERO TO
002264             WS-XTB-JOURNAL-LINE (WS-EXTRACT-ENTRY-COUNT)
002265     END-IF.
002266
002267 1500-LOAD-PENDING-NEXT.
002268     PERFORM 1600-READ-PENDING-RECORD
002269         THRU 1600-READ-PENDING-RECORD-EXIT.
002270 1500-LOAD-PENDING-RECORD-EXIT.
002271     EXIT.
002272
002273******************************************************************
002274* 1600-READ-PENDING-RECORD - READS THE NEXT CARRIED-FORWARD       *
002275*                            PENDING DETAIL AND SETS EOF.         *
002276******************************************************************
002277 1600-READ-PENDING-RECORD.
002278     READ PENDING-IN-FILE
002279         AT END
002280             SET END-OF-PENDING-FILE TO TRUE
002281     END-READ.
002282 1600-READ-PENDING-RECORD-EXIT.
002283     EXIT.
002284
002285******************************************************************
002286* 1800-SCAN-EXTRACT-TRAILER - PRE-READS THE EXTRACT GENERATION    *
002287*                             JUST FOR ITS TYPE-T TRAILER AND     *
002288*                             COMPARES IT TO THE MARKER THE       *
002289*                             PRIOR RUN CARRIED ON THE PENDING    *
002290*                             FILE.  AN EQUAL COUNT, AMOUNT, AND  *
002291*                             POSTING DATE MEANS GLEXTR(0) IS     *
002292*                             THE GENERATION ALREADY EXAMINED -   *
002293*                             A HOLD KEPT CALC FROM CUTTING A     *
002294*                             NEW ONE - AND ITS DETAILS MUST NOT  *
002295*                             LOAD A SECOND TIME.                 *
002296******************************************************************
002297 1800-SCAN-EXTRACT-TRAILER.
002298     OPEN INPUT ACK-EXTRACT-FILE.
002299
002300     PERFORM 1850-SCAN-ONE-RECORD
002301         THRU 1850-SCAN-ONE-RECORD-EXIT
002302         UNTIL END-OF-SCAN-FILE.
002303
002304     CLOSE ACK-EXTRACT-FILE.
002305
002306     IF PRIOR-MARKER-ON-FILE
002307             AND CURRENT-TRAILER-FOUND
002308             AND WS-CURR-TRAILER-COUNT = WS-PREV-EXAM-COUNT
002309             AND WS-CURR-TRAILER-AMOUNT = WS-PREV-EXAM-AMOUNT
002310             AND WS-CURR-TRAILER-POST-DATE
002311                 = WS-PREV-EXAM-POST-DATE
002312         SET EXTRACT-ALREADY-EXAMINED TO TRUE
002313     END-IF.
002314 1800-SCAN-EXTRACT-TRAILER-EXIT.
002315     EXIT.
002316
002317******************************************************************
002318* 1850-SCAN-ONE-RECORD - READS ONE EXTRACT RECORD ON THE          *
002319*                        PRE-SCAN, REMEMBERING THE LAST TYPE-T    *
002320*                        TRAILER SEEN.                            *
002321******************************************************************
002322 1850-SCAN-ONE-RECORD.
002323     READ ACK-EXTRACT-FILE
002324         AT END
002325             SET END-OF-SCAN-FILE TO TRUE
002326         NOT AT END
002327             IF GLX-TRAILER-RECORD
002328                 MOVE GLX-TRAILER-RECORD-COUNT
002329                     TO WS-CURR-TRAILER-COUNT
002330                 MOVE GLX-TRAILER-AMOUNT-TOTAL
002331                     TO WS-CURR-TRAILER-AMOUNT
002332                 MOVE GLX-TRAILER-POSTING-DATE
002333                     TO WS-CURR-TRAILER-POST-DATE
002334                 SET CURRENT-TRAILER-FOUND TO TRUE
002335             END-IF
002336     END-READ.
002337 1850-SCAN-ONE-RECORD-EXIT.
002338     EXIT.
002339
002340******************************************************************
002341* 1900-OPEN-EXTRACT-FOR-LOAD - REOPENS THE EXTRACT AFTER THE      *
002342*                              PRE-SCAN AND PRIMES THE LOAD       *
002343*                              LOOP.                              *
002344******************************************************************
002345 1900-OPEN-EXTRACT-FOR-LOAD.
002346     OPEN INPUT ACK-EXTRACT-FILE.
002347
002348     PERFORM 2100-READ-EXTRACT-RECORD
002349         THRU 2100-READ-EXTRACT-RECORD-EXIT.
002350 1900-OPEN-EXTRACT-FOR-LOAD-EXIT.
002351     EXIT.
002352
002353******************************************************************
002354* 2000-LOAD-EXTRACT-RECORD - LOADS ONE TYPE-D EXTRACT DETAIL      *
002355*                            INTO THE IN-STORAGE TABLE.  THE      *
002356*                            TYPE-T TRAILER IS RE-PROVED AGAINST  *
002357*                            WHAT WAS LOADED, SO A SHORT OR       *
002358*                            GARBLED EXTRACT GENERATION CANNOT    *
002359*                            MATCH CLEAN BY ACCIDENT.             *
002360******************************************************************
002361 2000-LOAD-EXTRACT-RECORD.
002362     IF GLX-DETAIL-RECORD
002363         IF WS-EXTRACT-ENTRY-COUNT >= WS-EXTRACT-MAX-ENTRIES
002364             DISPLAY "MULTACK - EXTRACT EXCEEDS "
002365                 WS-EXTRACT-MAX-ENTRIES " DETAILS"
002366             MOVE 16 TO RETURN-CODE
002367             STOP RUN
002368         END-IF
002369         ADD 1 TO WS-EXTRACT-ENTRY-COUNT
002370         ADD 1 TO WS-DETAILS-LOADED-COUNT
002371         ADD 1 TO WS-GROUP-DETAIL-COUNT
002372         IF GLX-RERATE-ENTRY
002373             ADD 1 TO WS-RERATE-LOADED-COUNT
002374         END-IF
002375         IF GLX-REVERSAL-ENTRY
002376             ADD 1 TO WS-REVERSAL-LOADED-COUNT
002377         END-IF
002378         MOVE GLX-ACCOUNT-NUMBER TO
002379             WS-XTB-ACCOUNT-NUMBER (WS-EXTRACT-ENTRY-COUNT)
002380         MOVE GLX-AMOUNT TO
002381             WS-XTB-AMOUNT (WS-EXTRACT-ENTRY-COUNT)
002390         MOVE GLX-POSTING-DATE TO
002400             WS-XTB-POSTING-DATE (WS-EXTRACT-ENTRY-COUNT)
002404         MOVE GLX-OPERATION-CODE TO
002408             WS-XTB-OPERATION-CODE (WS-EXTRACT-ENTRY-COUNT)
002410         MOVE 'N' TO
002420             WS-XTB-MATCHED-SWITCH (WS-EXTRACT-ENTRY-COUNT)
002421         MOVE GLX-ENTRY-TYPE TO
002422             WS-XTB-ENTRY-TYPE (WS-EXTRACT-ENTRY-COUNT)
002423         MOVE GLX-JOURNAL-LINE TO
002424             WS-XTB-JOURNAL-LINE (WS-EXTRACT-ENTRY-COUNT)
002425         MOVE GLX-DEBIT-CREDIT TO
002426             WS-XTB-DEBIT-CREDIT (WS-EXTRACT-ENTRY-COUNT)
002427         MOVE GLX-LEDGER-ACCOUNT TO
002428             WS-XTB-LEDGER-ACCOUNT (WS-EXTRACT-ENTRY-COUNT)
002429         IF GLX-ACCOUNTING-PERIOD NUMERIC
002430             MOVE GLX-ACCOUNTING-PERIOD TO
002431                 WS-XTB-ACCOUNTING-PERIOD (WS-EXTRACT-ENTRY-COUNT)
002432         ELSE
002433             MOVE ZERO TO
002434                 WS-XTB-ACCOUNTING-PERIOD (WS-EXTRACT-ENTRY-COUNT)
002435         END-IF
002436         ADD GLX-AMOUNT TO WS-EXTRACT-AMOUNT-TOTAL
002437         IF GLX-CREDIT-LINE
002438             ADD GLX-AMOUNT TO WS-GROUP-CREDIT-TOTAL
002439         ELSE
002440             ADD GLX-AMOUNT TO WS-GROUP-AMOUNT-TOTAL
002441         END-IF
002442     ELSE
002450     IF GLX-TRAILER-RECORD
002460         PERFORM 2050-VERIFY-EXTRACT-TRAILER
002470             THRU 2050-VERIFY-EXTRACT-TRAILER-EXIT
002550******************************************************************
002560* 2050-VERIFY-EXTRACT-TRAILER - PROVES THE EXTRACT TRAILER'S      *
002570*                               COUNT AND AMOUNT AGAINST THE      *
002580*                               DETAILS LOADED SINCE THE PREVIOUS *
002583*                               TRAILER (ONE GROUP - CALC OR     *
002586*                               RE-RATE).  A MISMATCH IS A HOLD - *
002590*                               THE EXTRACT GENERATION BEING      *
002600*                               MATCHED IS NOT THE ONE THE CALC   *
002610*                               STEP CUT.                         *
002611*                               THE AMOUNT TOTAL IS THE GROUP'S   *
002612*                               DEBIT LINES; A DOUBLE-ENTRY       *
002613*                               TRAILER'S DEBIT AND CREDIT TOTALS *
002614*                               MUST ALSO PROVE, AND AGREE, OR    *
002615*                               THE GROUP DOES NOT BALANCE.  A    *
002616*                               TRAILER CUT BEFORE THE JOURNAL    *
002617*                               WENT DOUBLE-ENTRY HAS NO DEBIT OR *
002618*                               CREDIT TOTAL TO PROVE.            *
002620******************************************************************
002630 2050-VERIFY-EXTRACT-TRAILER.
002631     IF GLX-TRAILER-DEBIT-TOTAL NUMERIC
002632             AND (GLX-TRAILER-DEBIT-TOTAL
002633                     NOT = WS-GROUP-AMOUNT-TOTAL
002634             OR GLX-TRAILER-CREDIT-TOTAL NOT NUMERIC
002635             OR GLX-TRAILER-CREDIT-TOTAL
002636                     NOT = WS-GROUP-CREDIT-TOTAL
002637             OR GLX-TRAILER-DEBIT-TOTAL
002638                     NOT = GLX-TRAILER-CREDIT-TOTAL)
002639         ADD 1 TO WS-MISMATCH-COUNT
002640         MOVE SPACES TO WS-DETAIL-LINE
002641         MOVE "JRNL UNBALANCE"  TO WS-DTL-STATUS
002642         PERFORM 2600-WRITE-RAW-DETAIL-LINE
002643             THRU 2600-WRITE-RAW-DETAIL-LINE-EXIT
002644         DISPLAY "MULTACK - EXTRACT TRAILER DEBIT/CREDIT TOTALS"
002645             " DO NOT PROVE OR DO NOT BALANCE"
002646     END-IF.
002647
002648     IF GLX-TRAILER-RECORD-COUNT NOT NUMERIC
002650             OR GLX-TRAILER-RECORD-COUNT
002660                 NOT = WS-GROUP-DETAIL-COUNT
002670             OR GLX-TRAILER-AMOUNT-TOTAL
002680                 NOT = WS-GROUP-AMOUNT-TOTAL
002690         ADD 1 TO WS-MISMATCH-COUNT
002700         MOVE SPACES TO WS-DETAIL-LINE
002710         MOVE "TRAILER BAD   "  TO WS-DTL-STATUS
002740         DISPLAY "MULTACK - EXTRACT TRAILER DOES NOT PROVE"
002750             " AGAINST THE DETAILS ON THE GENERATION"
002760     END-IF.
002762
002764     MOVE ZERO  TO WS-GROUP-DETAIL-COUNT.
002766     MOVE ZEROS TO WS-GROUP-AMOUNT-TOTAL.
002767     MOVE ZEROS TO WS-GROUP-CREDIT-TOTAL.
002770 2050-VERIFY-EXTRACT-TRAILER-EXIT.
002780     EXIT.
002790
003330     MOVE GLA-AMOUNT         TO WS-DTL-AMOUNT.
003340     MOVE GLA-POSTING-DATE   TO WS-DTL-POSTING-DATE.
003350     MOVE ZERO               TO WS-DTL-AGE-DAYS.
003352     MOVE GLA-JOURNAL-LINE-X TO WS-DTL-JOURNAL-LINE.
003354     MOVE GLA-DEBIT-CREDIT   TO WS-DTL-DEBIT-CREDIT.
003356     MOVE GLA-LEDGER-ACCOUNT TO WS-DTL-LEDGER-ACCOUNT.
003360
003370     PERFORM 2600-WRITE-RAW-DETAIL-LINE
003380         THRU 2600-WRITE-RAW-DETAIL-LINE-EXIT.
004030*                            ACKNOWLEDGMENT SURFACES AS           *
004040*                            UNMATCHED INSTEAD OF COVERING A      *
004050*                            DROPPED DETAIL.                      *
004051*                            AN ACKNOWLEDGMENT CARRYING A         *
004052*                            JOURNAL LINE NUMBER MUST ALSO AGREE  *
004053*                            ON ENTRY TYPE, JOURNAL LINE, AND     *
004054*                            DEBIT/CREDIT, SO IT PROVES THE ONE   *
004055*                            JOURNAL LINE IT NAMES - BOTH LINES   *
004056*                            OF A PAIR CARRY THE SAME ACCOUNT,    *
004057*                            AMOUNT, AND DATE.                    *
004060******************************************************************
004070 3200-FIND-EXTRACT-DETAIL.
004080     MOVE 'N' TO WS-DETAIL-FOUND-SWITCH.
004290         MOVE WS-EXTRACT-SUB TO WS-MATCH-SUB
004300         SET EXTRACT-DETAIL-FOUND TO TRUE
004310     END-IF.
004311     IF EXTRACT-DETAIL-FOUND
004312             AND GLA-JOURNAL-LINE-X NOT = SPACES
004313         IF GLA-JOURNAL-LINE NOT NUMERIC
004314                 OR WS-XTB-JOURNAL-LINE (WS-EXTRACT-SUB)
004315                     NOT = GLA-JOURNAL-LINE
004316                 OR WS-XTB-ENTRY-TYPE (WS-EXTRACT-SUB)
004317                     NOT = GLA-ENTRY-TYPE
004318                 OR WS-XTB-DEBIT-CREDIT (WS-EXTRACT-SUB)
004319                     NOT = GLA-DEBIT-CREDIT
004320             MOVE 'N' TO WS-DETAIL-FOUND-SWITCH
004321         END-IF
004322     END-IF.
004323 3210-TEST-EXTRACT-DETAIL-EXIT.
004330     EXIT.
004340
004350******************************************************************
004530     MOVE WS-XTB-POSTING-DATE (WS-EXTRACT-SUB)
004540         TO WS-DTL-POSTING-DATE.
004550     MOVE WS-AGE-DAYS TO WS-DTL-AGE-DAYS.
004551     PERFORM 4010-FORMAT-JOURNAL-COLUMNS
004552         THRU 4010-FORMAT-JOURNAL-COLUMNS-EXIT.
004553
004554*    AN OPERATOR PURGE (A POSTING GAP RESOLVED BY HAND ON THE
004555*    GL SIDE) DISPOSES OF THE ITEM FOR GOOD - NO CARRY, NO
004556*    HOLD - THE SAME WAY A MULTRPR PURGE DISPOSES OF A
004557*    SUSPENSE ITEM.
004558     PERFORM 4050-FIND-PURGE-ENTRY
004559         THRU 4050-FIND-PURGE-ENTRY-EXIT.
004560
004561     IF PURGE-ENTRY-FOUND
004562         ADD 1 TO WS-PURGED-COUNT
004563         MOVE "PURGED BY OPER" TO WS-DTL-STATUS
004564         PERFORM 2600-WRITE-RAW-DETAIL-LINE
004565             THRU 2600-WRITE-RAW-DETAIL-LINE-EXIT
004566         PERFORM 4300-LOG-INTERVENTION
004567             THRU 4300-LOG-INTERVENTION-EXIT
004568         GO TO 4000-SWEEP-UNACKED-DETAIL-EXIT
004569     END-IF.
004570
004571     IF WS-AGE-DAYS > WS-ALLOWED-AGE-DAYS
004580         ADD 1 TO WS-AGED-UNPOSTED-COUNT
004590         ADD 1 TO WS-MISMATCH-COUNT
004600         MOVE "UNPOSTED-AGED " TO WS-DTL-STATUS
004674     PERFORM 4200-CARRY-PENDING-FORWARD
004676         THRU 4200-CARRY-PENDING-FORWARD-EXIT.
004680 4000-SWEEP-UNACKED-DETAIL-EXIT.
004689     EXIT.
004690
004691******************************************************************
004692* 4010-FORMAT-JOURNAL-COLUMNS - FILLS THE JOURNAL LINE, DEBIT/    *
004693*                               CREDIT, AND LEDGER COLUMNS FOR    *
004694*                               THE CURRENT EXTRACT TABLE ENTRY.  *
004695*                               A SINGLE-SIDED DETAIL CARRIED     *
004696*                               FROM BEFORE THE JOURNAL WENT      *
004697*                               DOUBLE-ENTRY PRINTS THEM BLANK.   *
004698******************************************************************
004699 4010-FORMAT-JOURNAL-COLUMNS.
004700     IF WS-XTB-JOURNAL-LINE (WS-EXTRACT-SUB) = ZERO
004701         MOVE SPACES TO WS-DTL-JOURNAL-LINE
004702     ELSE
004703         MOVE WS-XTB-JOURNAL-LINE (WS-EXTRACT-SUB)
004704             TO WS-DTL-JOURNAL-LINE
004705     END-IF.
004706
004707     MOVE WS-XTB-DEBIT-CREDIT (WS-EXTRACT-SUB)
004708         TO WS-DTL-DEBIT-CREDIT.
004709     MOVE WS-XTB-LEDGER-ACCOUNT (WS-EXTRACT-SUB)
004710         TO WS-DTL-LEDGER-ACCOUNT.
004711 4010-FORMAT-JOURNAL-COLUMNS-EXIT.
004712     EXIT.
004713
004714******************************************************************
004715* 4050-FIND-PURGE-ENTRY - SCANS THE PURGE TABLE FOR A             *
004716*                         TRANSACTION KEYED TO THE CURRENT        *
004717*                         UNACKNOWLEDGED DETAIL'S ACCOUNT,        *
004718*                         POSTING DATE, AND AMOUNT.  AN           *
004719*                         ALREADY-USED PURGE DOES NOT MATCH A     *
004720*                         SECOND TIME.                            *
004721*                         A PURGE NAMING A JOURNAL LINE AND SIDE  *
004722*                         TAKES ONLY THAT LINE OF THE PAIR.       *
004723******************************************************************
004724 4050-FIND-PURGE-ENTRY.
004725     MOVE 'N' TO WS-PURGE-FOUND-SWITCH.
004726     PERFORM 4060-TEST-PURGE-ENTRY
004727         THRU 4060-TEST-PURGE-ENTRY-EXIT
004728         VARYING WS-PURGE-SUB FROM 1 BY 1
004729         UNTIL WS-PURGE-SUB > WS-PURGE-ENTRY-COUNT
004730         OR PURGE-ENTRY-FOUND.
004731
004732     IF PURGE-ENTRY-FOUND
004733         MOVE 'Y' TO WS-PGT-USED-SWITCH (WS-PURGE-MATCH-SUB)
004734     END-IF.
004735 4050-FIND-PURGE-ENTRY-EXIT.
004736     EXIT.
004737
004738******************************************************************
004739* 4060-TEST-PURGE-ENTRY - TESTS ONE PURGE TABLE ENTRY AGAINST     *
004740*                         THE CURRENT UNACKNOWLEDGED DETAIL.      *
004741******************************************************************
004742 4060-TEST-PURGE-ENTRY.
004743     IF WS-PGT-USED-SWITCH (WS-PURGE-SUB) = 'N'
004744             AND WS-PGT-ACCOUNT-NUMBER (WS-PURGE-SUB)
004745                 = WS-XTB-ACCOUNT-NUMBER (WS-EXTRACT-SUB)
004746             AND WS-PGT-POSTING-DATE (WS-PURGE-SUB)
004747                 = WS-XTB-POSTING-DATE (WS-EXTRACT-SUB)
004748             AND WS-PGT-AMOUNT (WS-PURGE-SUB)
004749                 = WS-XTB-AMOUNT (WS-EXTRACT-SUB)
004750         MOVE WS-PURGE-SUB TO WS-PURGE-MATCH-SUB
004751         SET PURGE-ENTRY-FOUND TO TRUE
004752     END-IF.
004753     IF PURGE-ENTRY-FOUND
004754             AND WS-PGT-JOURNAL-LINE-X (WS-PURGE-SUB) NOT = SPACES
004755         IF WS-PGT-JOURNAL-LINE-X (WS-PURGE-SUB) NOT NUMERIC
004756                 OR WS-PGT-JOURNAL-LINE-X (WS-PURGE-SUB)
004757                     NOT = WS-XTB-JOURNAL-LINE (WS-EXTRACT-SUB)
004758                 OR WS-PGT-DEBIT-CREDIT (WS-PURGE-SUB)
004759                     NOT = WS-XTB-DEBIT-CREDIT (WS-EXTRACT-SUB)
004760             MOVE 'N' TO WS-PURGE-FOUND-SWITCH
004761         END-IF
004762     END-IF.
004763 4060-TEST-PURGE-ENTRY-EXIT.
004764     EXIT.
004765
004766******************************************************************
004767* 4100-COMPUTE-DETAIL-AGE - DAYS FROM THE DETAIL'S POSTING DATE   *
004768*                           TO THE RUN DATE, AND THE BUSINESS-    *
004769*                           DAY ALLOWANCE FOR IT.  DAY 1 OF THE   *
004770*                           INTEGER DATE SCALE IS A MONDAY, SO    *
004771*                           THE REMAINDER OF THE INTEGER DATE     *
004772*                           DIVIDED BY 7 GIVES THE DAY OF WEEK    *
004780*                           (5 = FRIDAY, 6 = SATURDAY) - A        *
004790*                           DETAIL POSTED GOING INTO A WEEKEND    *
004800*                           IS ALLOWED THE WEEKEND BEFORE IT      *
005091     MOVE WS-XTB-AMOUNT (WS-EXTRACT-SUB) TO GLPO-AMOUNT.
005092     MOVE WS-XTB-POSTING-DATE (WS-EXTRACT-SUB)
005093         TO GLPO-POSTING-DATE.
005094     MOVE WS-XTB-ENTRY-TYPE (WS-EXTRACT-SUB)
005095         TO GLPO-ENTRY-TYPE.
005096     MOVE WS-XTB-DEBIT-CREDIT (WS-EXTRACT-SUB)
005097         TO GLPO-DEBIT-CREDIT.
005098     MOVE WS-XTB-LEDGER-ACCOUNT (WS-EXTRACT-SUB)
005099         TO GLPO-LEDGER-ACCOUNT.
005100     MOVE WS-XTB-ACCOUNTING-PERIOD (WS-EXTRACT-SUB)
005101         TO GLPO-ACCOUNTING-PERIOD.
005102
005103     IF WS-XTB-JOURNAL-LINE (WS-EXTRACT-SUB) NOT = ZERO
005104         MOVE WS-XTB-JOURNAL-LINE (WS-EXTRACT-SUB)
005105             TO GLPO-JOURNAL-LINE
005106     END-IF.
005107
005108     WRITE GL-PENDING-OUT-RECORD.
005109     ADD 1 TO WS-CARRIED-FORWARD-COUNT.
005110 4200-CARRY-PENDING-FORWARD-EXIT.
005111     EXIT.
005112
005113******************************************************************
005114* 4300-LOG-INTERVENTION - APPENDS THE PURGE CARD JUST APPLIED TO *
005115*                         THE CURRENT UNACKNOWLEDGED DETAIL TO   *
005116*                         THE INTERVENTION LOG, UNDER THE        *
005117*                         DETAIL'S ACCOUNT, JOURNAL LINE AND     *
005118*                         AMOUNT.                                *
005119******************************************************************
005120 4300-LOG-INTERVENTION.
005121     MOVE SPACES                  TO INTERVENTION-LOG-RECORD.
005122     MOVE WS-RUN-DATE-YYYYMMDD    TO ITV-RUN-DATE.
005123     MOVE WS-RUN-TIME-HHMMSS      TO ITV-RUN-TIME.
005124     MOVE WS-PGT-USER-ID (WS-PURGE-MATCH-SUB) TO ITV-USER-ID.
005125     SET ITV-GL-PURGE             TO TRUE.
005126     MOVE "P"                     TO ITV-ACTION-CODE.
005127     MOVE WS-XTB-ACCOUNT-NUMBER (WS-EXTRACT-SUB)
005128         TO ITV-ACCOUNT-NUMBER.
005129     MOVE WS-XTB-JOURNAL-LINE (WS-EXTRACT-SUB) TO ITV-REFERENCE.
005130     MOVE WS-XTB-AMOUNT (WS-EXTRACT-SUB)       TO ITV-AMOUNT.
005131
005132     WRITE INTERVENTION-LOG-RECORD.
005133 4300-LOG-INTERVENTION-EXIT.
005134     EXIT.
005135
005136******************************************************************
005137* 4500-REPORT-UNMATCHED-PURGE - PRINTS ONE PURGE TRANSACTION      *
005138*                               THAT MATCHED NOTHING PENDING SO   *
005139*                               A MIS-KEYED PURGE IS NOT          *
005140*                               SILENTLY IGNORED, THE SAME WAY    *
005141*                               MULTSUS SWEEPS UNMATCHED          *
005142*                               REPAIRS.                          *
005143******************************************************************
005144 4500-REPORT-UNMATCHED-PURGE.
005145     IF WS-PGT-USED-SWITCH (WS-PURGE-SUB) = 'Y'
005146         GO TO 4500-REPORT-UNMATCHED-PURGE-EXIT
005147     END-IF.
005148
005149     ADD 1 TO WS-PURGE-UNMATCHED-COUNT.
005150
005151     MOVE WS-PGT-ACCOUNT-NUMBER (WS-PURGE-SUB)
005152         TO WS-DTL-ACCOUNT.
005153     MOVE WS-PGT-AMOUNT (WS-PURGE-SUB)       TO WS-DTL-AMOUNT.
005154     MOVE WS-PGT-POSTING-DATE (WS-PURGE-SUB)
005155         TO WS-DTL-POSTING-DATE.
005156     MOVE ZERO TO WS-DTL-AGE-DAYS.
005157     MOVE "PPR UNMATCHED " TO WS-DTL-STATUS.
005158     MOVE WS-PGT-JOURNAL-LINE-X (WS-PURGE-SUB)
005159         TO WS-DTL-JOURNAL-LINE.
005160     MOVE WS-PGT-DEBIT-CREDIT (WS-PURGE-SUB)
005161         TO WS-DTL-DEBIT-CREDIT.
005162     MOVE SPACES TO WS-DTL-LEDGER-ACCOUNT.
005163
005164     PERFORM 2600-WRITE-RAW-DETAIL-LINE
005165         THRU 2600-WRITE-RAW-DETAIL-LINE-EXIT.
005166 4500-REPORT-UNMATCHED-PURGE-EXIT.
005167     EXIT.
005168
005169******************************************************************
005170* 8000-TERMINATE - WRITES THE CONTROL TOTALS, CLOSES FILES, AND   *
005171*                  SETS THE RETURN CODE.                          *
005172******************************************************************
005173 8000-TERMINATE.
005174     MOVE '1'                 TO AKR-CARRIAGE-CONTROL.
005175     MOVE WS-CTL-HEADING-LINE TO AKR-LINE-IMAGE.
005176     WRITE ACK-REPORT-RECORD.
005177
005180     MOVE "EXTRACT DETAILS        :" TO WS-CTL-COUNT-TEXT.
005190     MOVE WS-DETAILS-LOADED-COUNT    TO WS-CTL-COUNT-VALUE.
005200     PERFORM 8100-WRITE-COUNT-LINE
005210         THRU 8100-WRITE-COUNT-LINE-EXIT.
005211
005212     MOVE "  RE-RATE ADJUSTMENTS  :" TO WS-CTL-COUNT-TEXT.
005213     MOVE WS-RERATE-LOADED-COUNT     TO WS-CTL-COUNT-VALUE.
005214     PERFORM 8100-WRITE-COUNT-LINE
005215         THRU 8100-WRITE-COUNT-LINE-EXIT.
005216
005217     MOVE "  FEED REVERSALS       :" TO WS-CTL-COUNT-TEXT.
005218     MOVE WS-REVERSAL-LOADED-COUNT   TO WS-CTL-COUNT-VALUE.
005219     PERFORM 8100-WRITE-COUNT-LINE
005220         THRU 8100-WRITE-COUNT-LINE-EXIT.
005221
005222     MOVE "PENDING BROUGHT IN     :" TO WS-CTL-COUNT-TEXT.
005223     MOVE WS-PENDING-IN-COUNT        TO WS-CTL-COUNT-VALUE.
005224     PERFORM 8100-WRITE-COUNT-LINE
005225         THRU 8100-WRITE-COUNT-LINE-EXIT.
005226
005230     MOVE "ACKNOWLEDGMENTS READ   :" TO WS-CTL-COUNT-TEXT.
005240     MOVE WS-ACKS-READ-COUNT         TO WS-CTL-COUNT-VALUE.
005250     PERFORM 8100-WRITE-COUNT-LINE
005545     CLOSE PENDING-IN-FILE.
005546     CLOSE PENDING-OUT-FILE.
005550     CLOSE ACK-REPORT-FILE.
005554     CLOSE INTERVENTION-LOG-FILE.
005560
005570     IF WS-MISMATCH-COUNT > ZERO
005580         DISPLAY "MULTACK - GL POSTING DOES NOT PROVE - "
