000252*   2026-09-02  JAC   APPENDS A STEP-STATUS RECORD TO THE COMMON
000254*                     NIGHTLY RUN LOG (MULTRUNL) AT END OF RUN
000256*                     FOR THE MULTNSM NIGHT SUMMARY.
000257*   2026-10-15  JAC   THE EXTENDED AUDIT RECORD NOW CARRIES THE
000258*                     EXCEPTION'S SOURCE SYSTEM AND FEED DATE SO
000259*                     THE FEED BACKOUT STEP (MULTBKO) REVERSES
000260*                     IT WITH THE REST OF ITS FEED.
000261*   2026-10-15  JAC   EACH EXCEPTION IS NOW CHECKED AGAINST THE
000262*                     ACCOUNTING PERIOD CONTROL FILE (MULTPER)
000263*                     BEFORE IT IS REPROCESSED. ONE DATED IN A
000264*                     PERIOD THE MONTH-END CLOSE HAS CLOSED IS
000265*                     LEFT UNRESOLVED ("PERIOD CLOSED") OR, WHEN
000266*                     THE CONTROL RECORD SAYS ROLL FORWARD,
000267*                     POSTED TO THE NEXT OPEN PERIOD. THE
000268*                     EXTENDED AUDIT RECORD CARRIES THE PERIOD.
000269*   2026-10-15  JAC   MULTI-CURRENCY: THE EXTENDED RESULT IS
000270*                     COMPUTED IN THE EXCEPTION'S TRANSACTION
000271*                     CURRENCY AND CONVERTED TO BASE CURRENCY AT
000272*                     THE RATE THE CALC STEP FOUND FOR IT
000273*                     (EXC-FX-RATE).  THE EXTENDED AUDIT RECORD
000274*                     CARRIES THE BASE AMOUNT, THE TRANSACTION
000275*                     AMOUNT AND THE RATE, AND THE REPORT SHOWS
000276*                     BOTH AMOUNTS.  AN EXCEPTION WRITTEN BEFORE
000277*                     THE CHANGE IS BASE CURRENCY.
000278******************************************************************
000279 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     MULTXPR.
000290 AUTHOR.         JOEY CLUETT.
000300 INSTALLATION.   ACCOUNTING SYSTEMS.
000460     SELECT XPR-REPORT-FILE      ASSIGN TO MULTXRP
000470         ORGANIZATION IS SEQUENTIAL.
000480
000481     SELECT RUN-LOG-FILE        ASSIGN TO MULTRUNL
000482         ORGANIZATION IS SEQUENTIAL.
000483
000484     SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO MULTPER
000485         ORGANIZATION IS SEQUENTIAL
000486         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000487
000490 DATA DIVISION.
000500 FILE SECTION.
000510 FD  EXCEPT-IN-FILE
000784     BLOCK CONTAINS 0 RECORDS.
000785     COPY MULTRNL.
000786
000787 FD  ACCOUNTING-PERIOD-FILE
000788     RECORDING MODE IS F
000789     LABEL RECORDS ARE STANDARD
000790     BLOCK CONTAINS 0 RECORDS.
000791     COPY MULTPER.
000792
000793 WORKING-STORAGE SECTION.
000800 77  WS-EXCEPT-EOF-SWITCH        PIC X(01)      VALUE 'N'.
000810     88  END-OF-EXCEPT-FILE                     VALUE 'Y'.
000820
001000 77  WS-REPROCESSED-COUNT        PIC 9(07) COMP VALUE ZERO.
001010 77  WS-FAILED-COUNT             PIC 9(07) COMP VALUE ZERO.
001020
001021 77  WS-PERIOD-FILE-STATUS       PIC X(02)      VALUE SPACES.
001022 77  WS-PERIOD-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001023     88  END-OF-PERIOD-FILE                     VALUE 'Y'.
001024 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01)      VALUE 'N'.
001025     88  PERIOD-IS-CLOSED                       VALUE 'Y'.
001026 77  WS-CLOSED-PERIOD-ACTION     PIC X(01)      VALUE 'R'.
001027     88  REJECT-CLOSED-PERIOD                   VALUE 'R'.
001028     88  ROLL-FORWARD-CLOSED-PERIOD             VALUE 'F'.
001029 77  WS-PERIOD-TABLE-MAX-ENTRIES PIC 9(03) COMP VALUE 240.
001030 77  WS-PERIOD-SUB               PIC 9(03) COMP VALUE ZERO.
001031 77  WS-ROLLED-FORWARD-COUNT     PIC 9(07) COMP VALUE ZERO.
001032
001033 01  WS-ACCOUNTING-PERIOD-WORK.
001034     05  WS-ACCOUNTING-PERIOD    PIC 9(06)      VALUE ZEROS.
001035     05  FILLER REDEFINES WS-ACCOUNTING-PERIOD.
001036         10  WS-ACCOUNTING-YEAR  PIC 9(04).
001037         10  WS-ACCOUNTING-MONTH PIC 9(02).
001038
001039 01  WS-PERIOD-TABLE.
001040     05  WS-PERIOD-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
001041     05  WS-PERIOD-TABLE-ENTRY   OCCURS 240 TIMES.
001042         10  WS-PDT-PERIOD           PIC 9(06).
001043         10  WS-PDT-STATUS           PIC X(01).
001044
001045 77  WS-EXTENDED-RESULT          PIC S9(09)V9999 VALUE ZEROS.
001046 77  WS-EXTENDED-TOTAL           PIC S9(09)V9999 VALUE ZEROS.
001047 77  WS-TRANSACTION-RESULT       PIC S9(09)V9999 VALUE ZEROS.
001048 77  WS-FX-RATE                  PIC 9(04)V9(07) VALUE ZEROS.
001049 77  WS-ITEM-CURRENCY            PIC X(03)      VALUE SPACES.
001050 77  WS-CKP-CONTROL-TOTAL        PIC S9(09)V9999 VALUE ZEROS.
001060 77  WS-COMBINED-TOTAL           PIC S9(09)V9999 VALUE ZEROS.
001070
001380         "     EXTENDED RESULT".
001390     05  FILLER                  PIC X(02) VALUE SPACES.
001400     05  FILLER                  PIC X(20) VALUE "STATUS".
001403     05  FILLER                  PIC X(07) VALUE "  CCY  ".
001406     05  FILLER                  PIC X(17) VALUE
001409         " TRANSACTION RSLT".
001412     05  FILLER                  PIC X(29) VALUE SPACES.
001420
001430 01  WS-DETAIL-LINE.
001440     05  FILLER                  PIC X(05) VALUE SPACES.
001530     05  WS-DTL-EXTENDED-RESULT  PIC ZZZ,ZZZ,ZZ9.9999-.
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  WS-DTL-STATUS           PIC X(20).
001552     05  FILLER                  PIC X(02) VALUE SPACES.
001554     05  WS-DTL-CURRENCY-CODE    PIC X(03).
001556     05  FILLER                  PIC X(02) VALUE SPACES.
001558     05  WS-DTL-TRANSACTION-RESULT
001560                                 PIC ZZZ,ZZZ,ZZ9.9999-.
001562     05  FILLER                  PIC X(29) VALUE SPACES.
001570
001580 01  WS-CTL-HEADING-LINE.
001590     05  FILLER                  PIC X(05) VALUE SPACES.
002080     PERFORM 1100-READ-FINAL-CHECKPOINT
002090         THRU 1100-READ-FINAL-CHECKPOINT-EXIT
002100         UNTIL END-OF-CHECKPOINT-FILE.
002105     CLOSE XPR-CHECKPOINT-FILE.
002110
002115     PERFORM 1200-LOAD-PERIOD-TABLE
002120         THRU 1200-LOAD-PERIOD-TABLE-EXIT.
002125
002130     OPEN INPUT  EXCEPT-IN-FILE.
002140     OPEN EXTEND XPR-AUDIT-FILE.
002150     OPEN OUTPUT XPR-REPORT-FILE.
002420                 TO WS-AUDIT-SEQUENCE-NUMBER
002430             MOVE CKP-CONTROL-TOTAL TO WS-CKP-CONTROL-TOTAL
002440     END-READ.
002441 1100-READ-FINAL-CHECKPOINT-EXIT.
002442     EXIT.
002443
002444******************************************************************
002445* 1200-LOAD-PERIOD-TABLE - READS THE ACCOUNTING PERIOD CONTROL   *
002446*                          FILE (MULTPER) INTO STORAGE - THE     *
002447*                          CLOSED-PERIOD ACTION FROM THE CONTROL *
002448*                          RECORD AND THE STATUS OF EVERY PERIOD *
002449*                          ON FILE. A PERIOD NOT ON FILE IS OPEN.*
002450******************************************************************
002451 1200-LOAD-PERIOD-TABLE.
002452     OPEN INPUT  ACCOUNTING-PERIOD-FILE.
002453
002454     IF WS-PERIOD-FILE-STATUS NOT = "00"
002455         DISPLAY "MULTPER OPEN FAILED - FILE STATUS "
002456             WS-PERIOD-FILE-STATUS
002457         MOVE 16 TO RETURN-CODE
002458         STOP RUN
002459     END-IF.
002460
002461     PERFORM 1210-READ-PERIOD-RECORD
002462         THRU 1210-READ-PERIOD-RECORD-EXIT
002463         UNTIL END-OF-PERIOD-FILE.
002464
002465     CLOSE ACCOUNTING-PERIOD-FILE.
002466 1200-LOAD-PERIOD-TABLE-EXIT.
002467     EXIT.
002468
002469******************************************************************
002470* 1210-READ-PERIOD-RECORD - READS ONE PERIOD CONTROL RECORD INTO *
002471*                           THE ACTION SWITCH OR THE PERIOD      *
002472*                           TABLE.                               *
002473******************************************************************
002474 1210-READ-PERIOD-RECORD.
002475     READ ACCOUNTING-PERIOD-FILE
002476         AT END
002477             SET END-OF-PERIOD-FILE TO TRUE
002478         NOT AT END
002479             IF PER-CONTROL-RECORD
002480                 IF PER-ROLL-FORWARD-CLOSED
002481                     SET ROLL-FORWARD-CLOSED-PERIOD TO TRUE
002482                 ELSE
002483                     SET REJECT-CLOSED-PERIOD TO TRUE
002484                 END-IF
002485             ELSE
002486             IF PER-PERIOD-RECORD
002487                 IF WS-PERIOD-TABLE-COUNT
002488                         >= WS-PERIOD-TABLE-MAX-ENTRIES
002489                     DISPLAY "MULTXPR - PERIOD CONTROL EXCEEDS "
002490                         WS-PERIOD-TABLE-MAX-ENTRIES " PERIODS"
002491                     MOVE 16 TO RETURN-CODE
002492                     STOP RUN
002493                 END-IF
002494                 ADD 1 TO WS-PERIOD-TABLE-COUNT
002495                 MOVE PER-PERIOD TO
002496                     WS-PDT-PERIOD (WS-PERIOD-TABLE-COUNT)
002497                 MOVE PER-STATUS TO
002498                     WS-PDT-STATUS (WS-PERIOD-TABLE-COUNT)
002499             END-IF END-IF
002500     END-READ.
002501 1210-READ-PERIOD-RECORD-EXIT.
002502     EXIT.
002503
002504******************************************************************
002505* 2000-PROCESS-EXCEPTION - PARSES ONE EXCEPTION, RE-PERFORMS     *
002506*                          THE CALCULATION IN EXTENDED           *
002510*                          PRECISION, AUDITS AND PRINTS IT, AND  *
002520*                          READS THE NEXT.                       *
002530******************************************************************
002630         MOVE "UNPARSEABLE"        TO WS-DTL-STATUS
002640         PERFORM 2700-WRITE-DETAIL-LINE
002650             THRU 2700-WRITE-DETAIL-LINE-EXIT
002652         GO TO 2000-PROCESS-EXCEPTION-NEXT
002654     END-IF.
002656
002658     PERFORM 2400-CHECK-ACCOUNTING-PERIOD
002660         THRU 2400-CHECK-ACCOUNTING-PERIOD-EXIT.
002662
002664     IF PERIOD-IS-CLOSED
002666         ADD 1 TO WS-FAILED-COUNT
002668         MOVE ZEROS TO WS-EXTENDED-RESULT
002670         MOVE "PERIOD CLOSED"      TO WS-DTL-STATUS
002672         PERFORM 2700-WRITE-DETAIL-LINE
002674             THRU 2700-WRITE-DETAIL-LINE-EXIT
002676         GO TO 2000-PROCESS-EXCEPTION-NEXT
002678     END-IF.
002680
002682     PERFORM 2300-RECOMPUTE-EXTENDED
002700         THRU 2300-RECOMPUTE-EXTENDED-EXIT.
002710
002711     MOVE WS-EXTENDED-RESULT TO WS-TRANSACTION-RESULT.
002712     COMPUTE WS-EXTENDED-RESULT ROUNDED
002713         = WS-TRANSACTION-RESULT * WS-FX-RATE
002714         ON SIZE ERROR
002715             MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
002716             MOVE ZEROS TO WS-EXTENDED-RESULT
002717             MOVE "BASE OVERFLOWS EXT" TO WS-DTL-STATUS
002718     END-COMPUTE.
002719
002720     IF NOT RECOMPUTE-OK
002730         ADD 1 TO WS-FAILED-COUNT
002740         PERFORM 2700-WRITE-DETAIL-LINE
003090*                        AND ACCOUNT FROM THE RAW EXCEPTION      *
003100*                        FIELDS.  A SPACE OR LOW-VALUE           *
003110*                        OPERATION CODE IS THE OLD-RECORD        *
003113*                        MULTIPLY DEFAULT.  AN EXCEPTION WITH NO *
003116*                        NUMERIC RATE WAS WRITTEN BEFORE         *
003119*                        CURRENCIES AND IS BASE CURRENCY (RATE   *
003122*                        1, CODE LEFT BLANK).                    *
003130******************************************************************
003140 2200-PARSE-EXCEPTION.
003150     MOVE 'Y' TO WS-PARSE-OK-SWITCH.
003151     MOVE ZEROS TO WS-TRANSACTION-RESULT.
003152
003153     IF EXC-FX-RATE NUMERIC AND EXC-FX-RATE > ZERO
003154         MOVE EXC-CURRENCY-CODE TO WS-ITEM-CURRENCY
003155         MOVE EXC-FX-RATE       TO WS-FX-RATE
003156     ELSE
003157         MOVE SPACES            TO WS-ITEM-CURRENCY
003158         MOVE 1                 TO WS-FX-RATE
003159     END-IF.
003160
003170     MOVE EXC-NUM1-RAW TO WS-NUM1-X.
003180     MOVE EXC-NUM2-RAW TO WS-NUM2-X.
003890                 END-DIVIDE
003900             END-IF
003910     END-EVALUATE.
003911 2300-RECOMPUTE-EXTENDED-EXIT.
003912     EXIT.
003913
003914******************************************************************
003915* 2400-CHECK-ACCOUNTING-PERIOD - DATES THE EXCEPTION IN THE      *
003916*                                ACCOUNTING PERIOD ITS           *
003917*                                CALCULATION BELONGED TO (THE    *
003918*                                PERIOD CALC STAMPED ON IT, ELSE *
003919*                                ITS FEED DATE'S MONTH, ELSE THE *
003920*                                RUN DATE'S) AND CHECKS IT       *
003921*                                AGAINST THE PERIOD CONTROL. A   *
003922*                                CLOSED PERIOD LEAVES            *
003923*                                PERIOD-IS-CLOSED SET, UNLESS THE*
003924*                                CONTROL RECORD SAYS ROLL FORWARD*
003925*                                - THEN THE PERIOD MOVES ON TO   *
003926*                                THE NEXT ONE NOT CLOSED.        *
003927******************************************************************
003928 2400-CHECK-ACCOUNTING-PERIOD.
003929     IF EXC-ACCOUNTING-PERIOD NUMERIC
003930             AND EXC-ACCOUNTING-PERIOD > ZERO
003931         MOVE EXC-ACCOUNTING-PERIOD     TO WS-ACCOUNTING-PERIOD
003932     ELSE
003933     IF EXC-FEED-DATE NUMERIC
003934             AND EXC-FEED-DATE > ZERO
003935         MOVE EXC-FEED-DATE(1:6)        TO WS-ACCOUNTING-PERIOD
003936     ELSE
003937         MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-ACCOUNTING-PERIOD
003938     END-IF END-IF.
003939
003940     PERFORM 2410-FIND-PERIOD-STATUS
003941         THRU 2410-FIND-PERIOD-STATUS-EXIT.
003942
003943     IF NOT PERIOD-IS-CLOSED
003944             OR REJECT-CLOSED-PERIOD
003945         GO TO 2400-CHECK-ACCOUNTING-PERIOD-EXIT
003946     END-IF.
003947
003948     PERFORM 2430-ADVANCE-PERIOD
003949         THRU 2430-ADVANCE-PERIOD-EXIT
003950         UNTIL NOT PERIOD-IS-CLOSED.
003951
003952     ADD 1 TO WS-ROLLED-FORWARD-COUNT.
003953 2400-CHECK-ACCOUNTING-PERIOD-EXIT.
003954     EXIT.
003955
003956******************************************************************
003957* 2410-FIND-PERIOD-STATUS - SCANS THE PERIOD TABLE FOR           *
003958*                           WS-ACCOUNTING-PERIOD AND SETS        *
003959*                           PERIOD-IS-CLOSED WHEN IT IS ON FILE  *
003960*                           CLOSED.                              *
003961******************************************************************
003962 2410-FIND-PERIOD-STATUS.
003963     MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
003964
003965     PERFORM 2420-TEST-PERIOD-ENTRY
003966         THRU 2420-TEST-PERIOD-ENTRY-EXIT
003967         VARYING WS-PERIOD-SUB FROM 1 BY 1
003968         UNTIL WS-PERIOD-SUB > WS-PERIOD-TABLE-COUNT
003969         OR PERIOD-IS-CLOSED.
003970 2410-FIND-PERIOD-STATUS-EXIT.
003971     EXIT.
003972
003973******************************************************************
003974* 2420-TEST-PERIOD-ENTRY - TESTS ONE PERIOD TABLE ENTRY.         *
003975******************************************************************
003976 2420-TEST-PERIOD-ENTRY.
003977     IF WS-PDT-PERIOD (WS-PERIOD-SUB) = WS-ACCOUNTING-PERIOD
003978             AND WS-PDT-STATUS (WS-PERIOD-SUB) = "C"
003979         SET PERIOD-IS-CLOSED TO TRUE
003980     END-IF.
003981 2420-TEST-PERIOD-ENTRY-EXIT.
003982     EXIT.
003983
003984******************************************************************
003985* 2430-ADVANCE-PERIOD - MOVES WS-ACCOUNTING-PERIOD ON ONE MONTH  *
003986*                       AND LOOKS THE NEW PERIOD UP.             *
003987******************************************************************
003988 2430-ADVANCE-PERIOD.
003989     IF WS-ACCOUNTING-MONTH = 12
003990         MOVE 1 TO WS-ACCOUNTING-MONTH
003991         ADD 1  TO WS-ACCOUNTING-YEAR
003992     ELSE
003993         ADD 1  TO WS-ACCOUNTING-MONTH
003994     END-IF.
003995
003996     PERFORM 2410-FIND-PERIOD-STATUS
003997         THRU 2410-FIND-PERIOD-STATUS-EXIT.
003998 2430-ADVANCE-PERIOD-EXIT.
003999     EXIT.
004000
004001******************************************************************
004002* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING AND    *
004003*                             THE COLUMN HEADER LINE.            *
004004******************************************************************
004005 2500-WRITE-REPORT-HEADING.
004006     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
004010     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
004020     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
004030     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
004390     MOVE WS-ACCOUNT               TO AUD-ACCOUNT-NUMBER.
004400     SET  AUD-EXTENDED-PRECISION   TO TRUE.
004410     MOVE WS-EXTENDED-RESULT       TO AUD-RESULT-EXTENDED.
004411     MOVE WS-TRANSACTION-RESULT    TO AUD-TRANSACTION-RESULT.
004413     MOVE EXC-SOURCE-SYSTEM        TO AUD-SOURCE-SYSTEM.
004415     MOVE EXC-FEED-DATE            TO AUD-FEED-DATE.
004417     MOVE WS-ACCOUNTING-PERIOD     TO AUD-ACCOUNTING-PERIOD.
004418     MOVE WS-ITEM-CURRENCY         TO AUD-CURRENCY-CODE.
004419     MOVE WS-FX-RATE               TO AUD-FX-RATE.
004420
004430     WRITE MULTIPLY-AUDIT-RECORD.
004440 2650-WRITE-EXTENDED-AUDIT-EXIT.
004520 2700-WRITE-DETAIL-LINE.
004530     MOVE EXC-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
004540     MOVE EXC-OPERATION-CODE TO WS-DTL-OPERATION-CODE.
004543     MOVE WS-ITEM-CURRENCY   TO WS-DTL-CURRENCY-CODE.
004546     MOVE WS-TRANSACTION-RESULT TO WS-DTL-TRANSACTION-RESULT.
004550
004560     IF EXCEPTION-PARSES
004570         MOVE WS-NUM1 TO WS-DTL-NUM1
004930
004940     MOVE "STILL UNRESOLVED       :" TO WS-CTL-COUNT-TEXT.
004950     MOVE WS-FAILED-COUNT            TO WS-CTL-COUNT-VALUE.
004954     PERFORM 8100-WRITE-COUNT-LINE
004958         THRU 8100-WRITE-COUNT-LINE-EXIT.
004962
004966     MOVE "ROLLED TO OPEN PERIOD  :" TO WS-CTL-COUNT-TEXT.
004970     MOVE WS-ROLLED-FORWARD-COUNT    TO WS-CTL-COUNT-VALUE.
004974     PERFORM 8100-WRITE-COUNT-LINE
004978         THRU 8100-WRITE-COUNT-LINE-EXIT.
004982
004986     MOVE "EXTENDED RESULT TOTAL  :" TO WS-CTL-AMOUNT-TEXT.
005000     MOVE WS-EXTENDED-TOTAL          TO WS-CTL-AMOUNT-VALUE.
005010     PERFORM 8200-WRITE-AMOUNT-LINE
005020         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
