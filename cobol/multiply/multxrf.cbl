000010******************************************************************
000020* PROGRAM      : MULTXRF                                         *
000030* DESCRIPTION  : ACCOUNT MASTER / RATE MASTER CROSS-REFERENCE    *
000040*                PROGRAM.  NIGHTLY CYCLE STEP.  MATCHES THE VSAM *
000050*                ACCOUNT MASTER (MULTACM, MAINTAINED BY MULTAMN) *
000060*                AGAINST THE VSAM RATE MASTER (MULTMST,          *
000070*                MAINTAINED BY MULTMNT) IN ACCOUNT-NUMBER ORDER  *
000080*                AND REPORTS EVERY GAP BETWEEN THEM BEFORE A     *
000090*                CALC RUN TRIPS OVER IT: A RATE SCHEDULE WITH NO *
000100*                ACCOUNT, AN OPEN ACCOUNT WITH NO RATE IN EFFECT *
000110*                AS OF TOMORROW, A CLOSED ACCOUNT STILL CARRYING *
000120*                FUTURE-DATED RATES, AND AN ACCOUNT ON HOLD WITH *
000130*                NO RATE LOADED AHEAD.  EACH EXCEPTION CARRIES   *
000140*                AN ACTION CODE NAMING THE FILE TO FIX, AND THE  *
000150*                COUNTS GO TO THE RUN LOG FOR THE NIGHT SUMMARY. *
000160******************************************************************
000170* MAINTENANCE HISTORY
000180*   DATE        INIT  DESCRIPTION
000190*   ----------  ----  ----------------------------------------
000200*   2026-10-15  JAC   ORIGINAL PROGRAM.  THE TWO MASTERS ARE
000210*                     MAINTAINED BY SEPARATE JOBS AND NOTHING
000220*                     CHECKED ONE AGAINST THE OTHER - A GAP WAS
000230*                     FOUND ONLY WHEN THE CALC RUN REJECTED A
000240*                     RECORD FOR IT.
000250******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     MULTXRF.
000280 AUTHOR.         JOEY CLUETT.
000290 INSTALLATION.   ACCOUNTING SYSTEMS.
000300 DATE-WRITTEN.   10/15/2026.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT XREF-ACCOUNT-MASTER-FILE ASSIGN TO MULTACM
000370         ORGANIZATION IS INDEXED
000380         ACCESS MODE IS SEQUENTIAL
000390         RECORD KEY IS ACM-ACCOUNT-NUMBER
000400         FILE STATUS IS WS-ACCTMST-FILE-STATUS.
000410
000420     SELECT MULTIPLY-RATE-MASTER-FILE ASSIGN TO MULTMST
000430         ORGANIZATION IS INDEXED
000440         ACCESS MODE IS SEQUENTIAL
000450         RECORD KEY IS RTM-ACCOUNT-NUMBER
000460         FILE STATUS IS WS-MASTER-FILE-STATUS.
000470
000480     SELECT XREF-REPORT-FILE     ASSIGN TO MULTXRR
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT RUN-LOG-FILE         ASSIGN TO MULTRUNL
000520         ORGANIZATION IS SEQUENTIAL.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  XREF-ACCOUNT-MASTER-FILE
000570     RECORDING MODE IS F
000580     LABEL RECORDS ARE STANDARD
000590     BLOCK CONTAINS 0 RECORDS.
000600     COPY MULTACM.
000610
000620 FD  MULTIPLY-RATE-MASTER-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD
000650     BLOCK CONTAINS 0 RECORDS.
000660     COPY MULTMST.
000670
000680 FD  XREF-REPORT-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD
000710     BLOCK CONTAINS 0 RECORDS.
000720     COPY MULTRPT REPLACING
000730         ==MULTIPLY-REPORT-RECORD==
000740         BY ==XREF-REPORT-RECORD==
000750         ==RPT-CARRIAGE-CONTROL== BY ==XRR-CARRIAGE-CONTROL==
000760         ==RPT-LINE-IMAGE== BY ==XRR-LINE-IMAGE==.
000770
000780 FD  RUN-LOG-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD
000810     BLOCK CONTAINS 0 RECORDS.
000820     COPY MULTRNL.
000830
000840 WORKING-STORAGE SECTION.
000850 77  WS-ACCTMST-FILE-STATUS      PIC X(02).
000860 77  WS-MASTER-FILE-STATUS       PIC X(02).
000870 77  WS-ACCTMST-EOF-SWITCH       PIC X(01)      VALUE 'N'.
000880     88  END-OF-ACCOUNT-MASTER                  VALUE 'Y'.
000890 77  WS-MASTER-EOF-SWITCH        PIC X(01)      VALUE 'N'.
000900     88  END-OF-RATE-MASTER                     VALUE 'Y'.
000910 77  WS-SCHEDULE-SWITCH          PIC X(01)      VALUE 'N'.
000920     88  SCHEDULE-ON-FILE                       VALUE 'Y'.
000930
000940*    MATCH KEYS.  EACH HOLDS ITS FILE'S CURRENT ACCOUNT NUMBER, OR
000950*    HIGH-VALUES ONCE THAT FILE IS AT END, SO THE LOWER KEY IS
000960*    ALWAYS THE NEXT ACCOUNT TO EXAMINE.
000970 77  WS-ACCTMST-MATCH-KEY        PIC X(09)      VALUE SPACES.
000980 77  WS-MASTER-MATCH-KEY         PIC X(09)      VALUE SPACES.
000990
001000 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001010 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001020 77  WS-END-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001030 77  WS-END-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001040 77  WS-TOMORROW-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001050 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
001060
001070 77  WS-RATE-SUB                 PIC 9(02) COMP VALUE ZERO.
001080 77  WS-IN-EFFECT-SUB            PIC 9(02) COMP VALUE ZERO.
001090 77  WS-FUTURE-ENTRY-COUNT       PIC 9(02) COMP VALUE ZERO.
001100 77  WS-LAST-EFFECTIVE-DATE      PIC 9(08)      VALUE ZEROS.
001110 77  WS-FIRST-FUTURE-DATE        PIC 9(08)      VALUE ZEROS.
001120 77  WS-LEGEND-SUB               PIC 9(02) COMP VALUE ZERO.
001130
001140 77  WS-ACCTMST-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001150 77  WS-MASTER-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001160 77  WS-MATCHED-COUNT            PIC 9(07) COMP VALUE ZERO.
001170 77  WS-NO-ACCOUNT-COUNT         PIC 9(07) COMP VALUE ZERO.
001180 77  WS-OPEN-NO-RATE-COUNT       PIC 9(07) COMP VALUE ZERO.
001190 77  WS-CLOSED-FUTURE-COUNT      PIC 9(07) COMP VALUE ZERO.
001200 77  WS-HOLD-EXPIRING-COUNT      PIC 9(07) COMP VALUE ZERO.
001210 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001220
001230*    ACTION CODES.  THE FIRST LETTER NAMES THE FILE TO FIX - "A"
001240*    THE ACCOUNT MASTER (MULTAMN), "R" THE RATE MASTER (MULTMNT) -
001250*    SO EACH MAINTENANCE TEAM CAN TAKE ITS OWN LINES OFF THE
001260*    REPORT.  PRINTED AS A LEGEND AT THE FOOT OF THE REPORT.
001270 01  WS-LEGEND-VALUES.
001280     05  FILLER                  PIC X(60) VALUE
001290         "AA  ACCOUNT MASTER - ADD THE ACCOUNT (MULTAMN)".
001300     05  FILLER                  PIC X(60) VALUE
001310         "RL  RATE MASTER - LOAD A RATE FOR TOMORROW (MULTMNT)".
001320     05  FILLER                  PIC X(60) VALUE
001330         "RR  RATE MASTER - REVIEW FUTURE-DATED RATES (MULTMNT)".
001340     05  FILLER                  PIC X(60) VALUE
001350         "RA  RATE MASTER - LOAD THE NEXT RATE AHEAD (MULTMNT)".
001360
001370 01  WS-LEGEND-TABLE REDEFINES WS-LEGEND-VALUES.
001380     05  WS-LEGEND-TEXT          PIC X(60) OCCURS 4 TIMES.
001390
001400 01  WS-HEADING-LINE.
001410     05  FILLER                  PIC X(24) VALUE
001420         "MULTXRF ACCT/RATE XREF  ".
001430     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001440     05  FILLER                  PIC X(02) VALUE ": ".
001450     05  WS-HDG-RUN-DATE         PIC X(10).
001460     05  FILLER                  PIC X(17) VALUE
001470         "  RATES AS OF  : ".
001480     05  WS-HDG-AS-OF-DATE       PIC X(10).
001490     05  FILLER                  PIC X(59) VALUE SPACES.
001500
001510 01  WS-COLUMN-HEADING-LINE.
001520     05  FILLER                  PIC X(05) VALUE SPACES.
001530     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
001540     05  FILLER                  PIC X(08) VALUE "STATUS".
001550     05  FILLER                  PIC X(30) VALUE "EXCEPTION".
001560     05  FILLER                  PIC X(08) VALUE "ACTION".
001570     05  FILLER                  PIC X(42) VALUE "FIX".
001580     05  FILLER                  PIC X(18) VALUE "RATE DATE".
001590     05  FILLER                  PIC X(10) VALUE SPACES.
001600
001610 01  WS-EXCEPTION-LINE.
001620     05  FILLER                  PIC X(05) VALUE SPACES.
001630     05  WS-EXL-ACCOUNT          PIC 9(09).
001640     05  FILLER                  PIC X(02) VALUE SPACES.
001650     05  WS-EXL-STATUS           PIC X(06).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  WS-EXL-EXCEPTION        PIC X(28).
001680     05  FILLER                  PIC X(02) VALUE SPACES.
001690     05  WS-EXL-ACTION-CODE      PIC X(02).
001700     05  FILLER                  PIC X(06) VALUE SPACES.
001710     05  WS-EXL-FIX-TEXT         PIC X(40).
001720     05  FILLER                  PIC X(02) VALUE SPACES.
001730     05  WS-EXL-DATE-LABEL       PIC X(10).
001740     05  WS-EXL-RATE-DATE        PIC X(08).
001750     05  FILLER                  PIC X(10) VALUE SPACES.
001760
001770 01  WS-SECTION-HEADING-LINE.
001780     05  FILLER                  PIC X(05) VALUE SPACES.
001790     05  WS-SEC-HEADING-TEXT     PIC X(70).
001800     05  FILLER                  PIC X(57) VALUE SPACES.
001810
001820 01  WS-NONE-LINE.
001830     05  FILLER                  PIC X(05) VALUE SPACES.
001840     05  FILLER                  PIC X(06) VALUE "(NONE)".
001850     05  FILLER                  PIC X(121) VALUE SPACES.
001860
001870 01  WS-LEGEND-LINE.
001880     05  FILLER                  PIC X(05) VALUE SPACES.
001890     05  WS-LGL-TEXT             PIC X(60).
001900     05  FILLER                  PIC X(67) VALUE SPACES.
001910
001920 01  WS-CTL-HEADING-LINE.
001930     05  FILLER                  PIC X(05) VALUE SPACES.
001940     05  FILLER                  PIC X(21) VALUE
001950         "*** CONTROL TOTALS **".
001960     05  FILLER                  PIC X(106) VALUE SPACES.
001970
001980 01  WS-CTL-COUNT-LINE.
001990     05  FILLER                  PIC X(05) VALUE SPACES.
002000     05  WS-CTL-COUNT-TEXT       PIC X(25).
002010     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
002020     05  FILLER                  PIC X(95) VALUE SPACES.
002030
002040 PROCEDURE DIVISION.
002050******************************************************************
002060* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.          *
002070******************************************************************
002080 0000-MAINLINE.
002090     PERFORM 1000-INITIALIZE
002100         THRU 1000-INITIALIZE-EXIT.
002110
002120     PERFORM 2000-MATCH-ONE-ACCOUNT
002130         THRU 2000-MATCH-ONE-ACCOUNT-EXIT
002140         UNTIL END-OF-ACCOUNT-MASTER
002150         AND END-OF-RATE-MASTER.
002160
002170     IF WS-EXCEPTION-COUNT = ZERO
002180         MOVE ' '          TO XRR-CARRIAGE-CONTROL
002190         MOVE WS-NONE-LINE TO XRR-LINE-IMAGE
002200         WRITE XREF-REPORT-RECORD
002210         ADD 1 TO WS-LINE-COUNT
002220     END-IF.
002230
002240     PERFORM 8000-TERMINATE
002250         THRU 8000-TERMINATE-EXIT.
002260
002270     GO TO 9999-EXIT.
002280 0000-MAINLINE-EXIT.
002290     EXIT.
002300
002310******************************************************************
002320* 1000-INITIALIZE - OPENS THE FILES, WORKS OUT TOMORROW'S DATE   *
002330*                   (THE DATE THE NEXT CALC RUN PRICES AT),      *
002340*                   WRITES THE REPORT HEADING, AND PRIMES BOTH   *
002350*                   MASTER READS. VSAM RETURNS BOTH CLUSTERS IN  *
002360*                   ACCOUNT-NUMBER ORDER, SO NO SORT IS NEEDED.  *
002370******************************************************************
002380 1000-INITIALIZE.
002390     OPEN INPUT  XREF-ACCOUNT-MASTER-FILE.
002400
002410     IF WS-ACCTMST-FILE-STATUS NOT = "00"
002420         DISPLAY "MULTACM OPEN FAILED - FILE STATUS "
002430             WS-ACCTMST-FILE-STATUS
002440         MOVE 16 TO RETURN-CODE
002450         STOP RUN
002460     END-IF.
002470
002480     OPEN INPUT  MULTIPLY-RATE-MASTER-FILE.
002490
002500     IF WS-MASTER-FILE-STATUS NOT = "00"
002510         DISPLAY "MULTMST OPEN FAILED - FILE STATUS "
002520             WS-MASTER-FILE-STATUS
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560
002570     OPEN OUTPUT XREF-REPORT-FILE.
002580
002590     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002600     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
002610
002620     COMPUTE WS-TOMORROW-YYYYMMDD = FUNCTION DATE-OF-INTEGER
002630         (FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD) + 1).
002640
002650     PERFORM 2500-WRITE-REPORT-HEADING
002660         THRU 2500-WRITE-REPORT-HEADING-EXIT.
002670
002680     PERFORM 2100-READ-ACCOUNT-MASTER
002690         THRU 2100-READ-ACCOUNT-MASTER-EXIT.
002700
002710     PERFORM 2200-READ-RATE-MASTER
002720         THRU 2200-READ-RATE-MASTER-EXIT.
002730 1000-INITIALIZE-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770* 2000-MATCH-ONE-ACCOUNT - EXAMINES THE LOWER OF THE TWO MATCH   *
002780*                          KEYS. AN ACCOUNT ON THE ACCOUNT MASTER*
002790*                          ALONE IS CHECKED WITH NO RATE         *
002800*                          SCHEDULE; A RATE SCHEDULE ALONE IS AN *
002810*                          ORPHAN; AN ACCOUNT ON BOTH IS CHECKED *
002820*                          AGAINST ITS SCHEDULE. WHICHEVER FILE  *
002830*                          (OR BOTH) SUPPLIED THE KEY IS READ ON.*
002840******************************************************************
002850 2000-MATCH-ONE-ACCOUNT.
002860     EVALUATE TRUE
002870         WHEN WS-ACCTMST-MATCH-KEY < WS-MASTER-MATCH-KEY
002880             MOVE 'N' TO WS-SCHEDULE-SWITCH
002890             PERFORM 3000-CHECK-ACCOUNT
002900                 THRU 3000-CHECK-ACCOUNT-EXIT
002910             PERFORM 2100-READ-ACCOUNT-MASTER
002920                 THRU 2100-READ-ACCOUNT-MASTER-EXIT
002930         WHEN WS-ACCTMST-MATCH-KEY > WS-MASTER-MATCH-KEY
002940             PERFORM 3500-REPORT-ORPHAN-SCHEDULE
002950                 THRU 3500-REPORT-ORPHAN-SCHEDULE-EXIT
002960             PERFORM 2200-READ-RATE-MASTER
002970                 THRU 2200-READ-RATE-MASTER-EXIT
002980         WHEN OTHER
002990             ADD 1 TO WS-MATCHED-COUNT
003000             MOVE 'Y' TO WS-SCHEDULE-SWITCH
003010             PERFORM 3000-CHECK-ACCOUNT
003020                 THRU 3000-CHECK-ACCOUNT-EXIT
003030             PERFORM 2100-READ-ACCOUNT-MASTER
003040                 THRU 2100-READ-ACCOUNT-MASTER-EXIT
003050             PERFORM 2200-READ-RATE-MASTER
003060                 THRU 2200-READ-RATE-MASTER-EXIT
003070     END-EVALUATE.
003080 2000-MATCH-ONE-ACCOUNT-EXIT.
003090     EXIT.
003100
003110******************************************************************
003120* 2100-READ-ACCOUNT-MASTER - READS THE NEXT ACCOUNT MASTER RECORD*
003130*                            AND SETS ITS MATCH KEY, OR          *
003140*                            HIGH-VALUES AT END.                 *
003150******************************************************************
003160 2100-READ-ACCOUNT-MASTER.
003170     READ XREF-ACCOUNT-MASTER-FILE
003180         AT END
003190             SET END-OF-ACCOUNT-MASTER TO TRUE
003200     END-READ.
003210
003220     IF END-OF-ACCOUNT-MASTER
003230         MOVE HIGH-VALUES TO WS-ACCTMST-MATCH-KEY
003240     ELSE
003250         ADD 1 TO WS-ACCTMST-READ-COUNT
003260         MOVE ACM-ACCOUNT-NUMBER TO WS-ACCTMST-MATCH-KEY
003270     END-IF.
003280 2100-READ-ACCOUNT-MASTER-EXIT.
003290     EXIT.
003300
003310******************************************************************
003320* 2200-READ-RATE-MASTER - READS THE NEXT RATE MASTER RECORD AND  *
003330*                         SETS ITS MATCH KEY, OR HIGH-VALUES AT  *
003340*                         END.                                   *
003350******************************************************************
003360 2200-READ-RATE-MASTER.
003370     READ MULTIPLY-RATE-MASTER-FILE
003380         AT END
003390             SET END-OF-RATE-MASTER TO TRUE
003400     END-READ.
003410
003420     IF END-OF-RATE-MASTER
003430         MOVE HIGH-VALUES TO WS-MASTER-MATCH-KEY
003440     ELSE
003450         ADD 1 TO WS-MASTER-READ-COUNT
003460         MOVE RTM-ACCOUNT-NUMBER TO WS-MASTER-MATCH-KEY
003470     END-IF.
003480 2200-READ-RATE-MASTER-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING AND THE*
003530*                             COLUMN HEADER LINE.                *
003540******************************************************************
003550 2500-WRITE-REPORT-HEADING.
003560     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
003570     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
003580     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
003590     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
003600     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
003610
003620     MOVE WS-TOMORROW-YYYYMMDD(5:2) TO WS-HDG-AS-OF-DATE(1:2).
003630     MOVE "/"                       TO WS-HDG-AS-OF-DATE(3:1).
003640     MOVE WS-TOMORROW-YYYYMMDD(7:2) TO WS-HDG-AS-OF-DATE(4:2).
003650     MOVE "/"                       TO WS-HDG-AS-OF-DATE(6:1).
003660     MOVE WS-TOMORROW-YYYYMMDD(1:4) TO WS-HDG-AS-OF-DATE(7:4).
003670
003680     MOVE '1'             TO XRR-CARRIAGE-CONTROL.
003690     MOVE WS-HEADING-LINE TO XRR-LINE-IMAGE.
003700     WRITE XREF-REPORT-RECORD.
003710     ADD 1 TO WS-LINE-COUNT.
003720
003730     MOVE '0'                    TO XRR-CARRIAGE-CONTROL.
003740     MOVE WS-COLUMN-HEADING-LINE TO XRR-LINE-IMAGE.
003750     WRITE XREF-REPORT-RECORD.
003760     ADD 1 TO WS-LINE-COUNT.
003770 2500-WRITE-REPORT-HEADING-EXIT.
003780     EXIT.
003790
003800******************************************************************
003810* 3000-CHECK-ACCOUNT - CHECKS ONE ACCOUNT-MASTER ACCOUNT AGAINST *
003820*                      ITS RATE SCHEDULE (NONE WHEN              *
003830*                      SCHEDULE-ON-FILE IS OFF). AN OPEN ACCOUNT *
003840*                      NEEDS A RATE IN EFFECT AS OF TOMORROW -   *
003850*                      THE SAME LAST-ENTRY-NOT-AFTER SELECTION   *
003860*                      MULTCALC USES. A CLOSED ACCOUNT SHOULD    *
003870*                      CARRY NO RATE DATED AFTER TODAY. AN       *
003880*                      ACCOUNT ON HOLD WITH NOTHING LOADED AFTER *
003890*                      TODAY HAS AN EXPIRING RATE IN THE MULTRTL *
003900*                      SENSE AND WOULD COME OFF HOLD WITH A STALE*
003910*                      (OR NO) RATE. ANY OTHER STATUS IS         *
003920*                      MULTAMN'S TO REJECT AND IS NOT CHECKED    *
003930*                      HERE.                                     *
003940******************************************************************
003950 3000-CHECK-ACCOUNT.
003960     PERFORM 3100-SCAN-RATE-SCHEDULE
003970         THRU 3100-SCAN-RATE-SCHEDULE-EXIT.
003980
003990     MOVE ACM-ACCOUNT-NUMBER TO WS-EXL-ACCOUNT.
004000
004010     EVALUATE TRUE
004020         WHEN ACM-STATUS-OPEN
004030             IF WS-IN-EFFECT-SUB = ZERO
004040                 ADD 1 TO WS-OPEN-NO-RATE-COUNT
004050                 MOVE "OPEN  "              TO WS-EXL-STATUS
004060                 MOVE "NO RATE IN EFFECT TOMORROW"
004070                     TO WS-EXL-EXCEPTION
004080                 MOVE "RL"                  TO WS-EXL-ACTION-CODE
004090                 MOVE "LOAD A RATE EFFECTIVE BY TOMORROW"
004100                     TO WS-EXL-FIX-TEXT
004110                 MOVE "NEXT EFF  "          TO WS-EXL-DATE-LABEL
004120                 MOVE WS-FIRST-FUTURE-DATE  TO WS-EXL-RATE-DATE
004130                 PERFORM 4000-WRITE-EXCEPTION-LINE
004140                     THRU 4000-WRITE-EXCEPTION-LINE-EXIT
004150             END-IF
004160         WHEN ACM-STATUS-CLOSED
004170             IF WS-FUTURE-ENTRY-COUNT > ZERO
004180                 ADD 1 TO WS-CLOSED-FUTURE-COUNT
004190                 MOVE "CLOSED"              TO WS-EXL-STATUS
004200                 MOVE "CLOSED WITH FUTURE RATES"
004210                     TO WS-EXL-EXCEPTION
004220                 MOVE "RR"                  TO WS-EXL-ACTION-CODE
004230                 MOVE "REVIEW THE FUTURE-DATED RATES"
004240                     TO WS-EXL-FIX-TEXT
004250                 MOVE "FIRST FUT "          TO WS-EXL-DATE-LABEL
004260                 MOVE WS-FIRST-FUTURE-DATE  TO WS-EXL-RATE-DATE
004270                 PERFORM 4000-WRITE-EXCEPTION-LINE
004280                     THRU 4000-WRITE-EXCEPTION-LINE-EXIT
004290             END-IF
004300         WHEN ACM-STATUS-HOLD
004310             IF WS-LAST-EFFECTIVE-DATE NOT > WS-RUN-DATE-YYYYMMDD
004320                 ADD 1 TO WS-HOLD-EXPIRING-COUNT
004330                 MOVE "HOLD  "              TO WS-EXL-STATUS
004340                 MOVE "ON HOLD - RATE EXPIRING"
004350                     TO WS-EXL-EXCEPTION
004360                 MOVE "RA"                  TO WS-EXL-ACTION-CODE
004370                 MOVE "LOAD THE NEXT RATE AHEAD"
004380                     TO WS-EXL-FIX-TEXT
004390                 MOVE "LAST EFF  "          TO WS-EXL-DATE-LABEL
004400                 MOVE WS-LAST-EFFECTIVE-DATE TO WS-EXL-RATE-DATE
004410                 PERFORM 4000-WRITE-EXCEPTION-LINE
004420                     THRU 4000-WRITE-EXCEPTION-LINE-EXIT
004430             END-IF
004440     END-EVALUATE.
004450 3000-CHECK-ACCOUNT-EXIT.
004460     EXIT.
004470
004480******************************************************************
004490* 3100-SCAN-RATE-SCHEDULE - WALKS THE ACCOUNT'S SCHEDULE         *
004500*                           (ASCENDING EFFECTIVE-DATE ORDER) AND *
004510*                           REMEMBERS THE ENTRY IN EFFECT AS OF  *
004520*                           TOMORROW, THE LAST EFFECTIVE DATE    *
004530*                           LOADED, AND HOW MANY ENTRIES ARE     *
004540*                           DATED AFTER TODAY WITH THE EARLIEST  *
004550*                           OF THEM. WITH NO SCHEDULE ON FILE    *
004560*                           EVERYTHING STAYS ZERO.               *
004570******************************************************************
004580 3100-SCAN-RATE-SCHEDULE.
004590     MOVE ZERO  TO WS-IN-EFFECT-SUB.
004600     MOVE ZERO  TO WS-FUTURE-ENTRY-COUNT.
004610     MOVE ZEROS TO WS-LAST-EFFECTIVE-DATE.
004620     MOVE ZEROS TO WS-FIRST-FUTURE-DATE.
004630
004640     IF NOT SCHEDULE-ON-FILE
004650         GO TO 3100-SCAN-RATE-SCHEDULE-EXIT
004660     END-IF.
004670
004680     PERFORM 3110-TEST-RATE-ENTRY
004690         THRU 3110-TEST-RATE-ENTRY-EXIT
004700         VARYING WS-RATE-SUB FROM 1 BY 1
004710         UNTIL WS-RATE-SUB > RTM-RATE-COUNT
004720         OR WS-RATE-SUB > 5.
004730 3100-SCAN-RATE-SCHEDULE-EXIT.
004740     EXIT.
004750
004760******************************************************************
004770* 3110-TEST-RATE-ENTRY - TESTS ONE SCHEDULE ENTRY. A QUALIFYING  *
004780*                        ENTRY OVERWRITES THE IN-EFFECT SUB SO   *
004790*                        THE LAST ONE IN EFFECT WINS; THE FIRST  *
004800*                        ENTRY AFTER TODAY IS THE EARLIEST FUTURE*
004810*                        DATE.                                   *
004820******************************************************************
004830 3110-TEST-RATE-ENTRY.
004840     IF RTM-EFFECTIVE-DATE (WS-RATE-SUB)
004850             NOT > WS-TOMORROW-YYYYMMDD
004860         MOVE WS-RATE-SUB TO WS-IN-EFFECT-SUB
004870     END-IF.
004880
004890     IF RTM-EFFECTIVE-DATE (WS-RATE-SUB)
004900             > WS-RUN-DATE-YYYYMMDD
004910         ADD 1 TO WS-FUTURE-ENTRY-COUNT
004920         IF WS-FUTURE-ENTRY-COUNT = 1
004930             MOVE RTM-EFFECTIVE-DATE (WS-RATE-SUB)
004940                 TO WS-FIRST-FUTURE-DATE
004950         END-IF
004960     END-IF.
004970
004980     IF RTM-EFFECTIVE-DATE (WS-RATE-SUB)
004990             > WS-LAST-EFFECTIVE-DATE
005000         MOVE RTM-EFFECTIVE-DATE (WS-RATE-SUB)
005010             TO WS-LAST-EFFECTIVE-DATE
005020     END-IF.
005030 3110-TEST-RATE-ENTRY-EXIT.
005040     EXIT.
005050
005060******************************************************************
005070* 3500-REPORT-ORPHAN-SCHEDULE - REPORTS A RATE SCHEDULE WHOSE    *
005080*                               ACCOUNT IS NOT ON THE ACCOUNT    *
005090*                               MASTER. THE CALC STEP REJECTS    *
005100*                               EVERY DETAIL FOR SUCH AN ACCOUNT,*
005110*                               SO THE ACCOUNT MASTER IS THE FILE*
005120*                               TO FIX (OR, IF THE ACCOUNT IS    *
005130*                               GENUINELY GONE, MULTMNT DELETES  *
005140*                               THE SCHEDULE).                   *
005150******************************************************************
005160 3500-REPORT-ORPHAN-SCHEDULE.
005170     MOVE 'Y' TO WS-SCHEDULE-SWITCH.
005180     PERFORM 3100-SCAN-RATE-SCHEDULE
005190         THRU 3100-SCAN-RATE-SCHEDULE-EXIT.
005200
005210     ADD 1 TO WS-NO-ACCOUNT-COUNT.
005220     MOVE RTM-ACCOUNT-NUMBER      TO WS-EXL-ACCOUNT.
005230     MOVE "NO ACM"                TO WS-EXL-STATUS.
005240     MOVE "RATES WITH NO ACCOUNT" TO WS-EXL-EXCEPTION.
005250     MOVE "AA"                    TO WS-EXL-ACTION-CODE.
005260     MOVE "ADD THE ACCOUNT (OR DELETE ITS RATES)"
005270         TO WS-EXL-FIX-TEXT.
005280     MOVE "LAST EFF  "            TO WS-EXL-DATE-LABEL.
005290     MOVE WS-LAST-EFFECTIVE-DATE  TO WS-EXL-RATE-DATE.
005300     PERFORM 4000-WRITE-EXCEPTION-LINE
005310         THRU 4000-WRITE-EXCEPTION-LINE-EXIT.
005320 3500-REPORT-ORPHAN-SCHEDULE-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 4000-WRITE-EXCEPTION-LINE - WRITES ONE EXCEPTION LINE AS THE   *
005370*                             CALLER BUILT IT. A ZERO RATE DATE  *
005380*                             (NO SUCH ENTRY) PRINTS AS "NONE".  *
005390******************************************************************
005400 4000-WRITE-EXCEPTION-LINE.
005410     IF WS-EXL-RATE-DATE = ZEROS
005420         MOVE "NONE    " TO WS-EXL-RATE-DATE
005430     END-IF.
005440
005450     ADD 1 TO WS-EXCEPTION-COUNT.
005460
005470     MOVE ' '               TO XRR-CARRIAGE-CONTROL.
005480     MOVE WS-EXCEPTION-LINE TO XRR-LINE-IMAGE.
005490     WRITE XREF-REPORT-RECORD.
005500     ADD 1 TO WS-LINE-COUNT.
005510 4000-WRITE-EXCEPTION-LINE-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 8000-TERMINATE - WRITES THE CONTROL TOTALS AND THE ACTION-CODE *
005560*                  LEGEND, CLOSES THE FILES, SETS THE RETURN CODE*
005570*                  (4 WHEN ANY EXCEPTION WAS FOUND, SO THE NIGHT *
005580*                  SUMMARY SHOWS THE STEP AS A WARNING), AND LOGS*
005590*                  THE STEP.                                     *
005600******************************************************************
005610 8000-TERMINATE.
005620     MOVE '1'                 TO XRR-CARRIAGE-CONTROL.
005630     MOVE WS-CTL-HEADING-LINE TO XRR-LINE-IMAGE.
005640     WRITE XREF-REPORT-RECORD.
005650
005660     MOVE "ACCOUNT MASTER RECORDS :" TO WS-CTL-COUNT-TEXT.
005670     MOVE WS-ACCTMST-READ-COUNT      TO WS-CTL-COUNT-VALUE.
005680     PERFORM 8100-WRITE-COUNT-LINE
005690         THRU 8100-WRITE-COUNT-LINE-EXIT.
005700
005710     MOVE "RATE MASTER RECORDS    :" TO WS-CTL-COUNT-TEXT.
005720     MOVE WS-MASTER-READ-COUNT       TO WS-CTL-COUNT-VALUE.
005730     PERFORM 8100-WRITE-COUNT-LINE
005740         THRU 8100-WRITE-COUNT-LINE-EXIT.
005750
005760     MOVE "ACCOUNTS ON BOTH       :" TO WS-CTL-COUNT-TEXT.
005770     MOVE WS-MATCHED-COUNT           TO WS-CTL-COUNT-VALUE.
005780     PERFORM 8100-WRITE-COUNT-LINE
005790         THRU 8100-WRITE-COUNT-LINE-EXIT.
005800
005810     MOVE "RATES WITH NO ACCOUNT  :" TO WS-CTL-COUNT-TEXT.
005820     MOVE WS-NO-ACCOUNT-COUNT        TO WS-CTL-COUNT-VALUE.
005830     PERFORM 8100-WRITE-COUNT-LINE
005840         THRU 8100-WRITE-COUNT-LINE-EXIT.
005850
005860     MOVE "OPEN, NO RATE TOMORROW :" TO WS-CTL-COUNT-TEXT.
005870     MOVE WS-OPEN-NO-RATE-COUNT      TO WS-CTL-COUNT-VALUE.
005880     PERFORM 8100-WRITE-COUNT-LINE
005890         THRU 8100-WRITE-COUNT-LINE-EXIT.
005900
005910     MOVE "CLOSED, FUTURE RATES   :" TO WS-CTL-COUNT-TEXT.
005920     MOVE WS-CLOSED-FUTURE-COUNT     TO WS-CTL-COUNT-VALUE.
005930     PERFORM 8100-WRITE-COUNT-LINE
005940         THRU 8100-WRITE-COUNT-LINE-EXIT.
005950
005960     MOVE "HOLD, RATE EXPIRING    :" TO WS-CTL-COUNT-TEXT.
005970     MOVE WS-HOLD-EXPIRING-COUNT     TO WS-CTL-COUNT-VALUE.
005980     PERFORM 8100-WRITE-COUNT-LINE
005990         THRU 8100-WRITE-COUNT-LINE-EXIT.
006000
006010     MOVE "TOTAL EXCEPTIONS       :" TO WS-CTL-COUNT-TEXT.
006020     MOVE WS-EXCEPTION-COUNT         TO WS-CTL-COUNT-VALUE.
006030     PERFORM 8100-WRITE-COUNT-LINE
006040         THRU 8100-WRITE-COUNT-LINE-EXIT.
006050
006060     MOVE "*** ACTION CODES **" TO WS-SEC-HEADING-TEXT.
006070     MOVE '0'                     TO XRR-CARRIAGE-CONTROL.
006080     MOVE WS-SECTION-HEADING-LINE TO XRR-LINE-IMAGE.
006090     WRITE XREF-REPORT-RECORD.
006100
006110     PERFORM 8200-WRITE-LEGEND-LINE
006120         THRU 8200-WRITE-LEGEND-LINE-EXIT
006130         VARYING WS-LEGEND-SUB FROM 1 BY 1
006140         UNTIL WS-LEGEND-SUB > 4.
006150
006160     CLOSE XREF-ACCOUNT-MASTER-FILE.
006170     CLOSE MULTIPLY-RATE-MASTER-FILE.
006180     CLOSE XREF-REPORT-FILE.
006190
006200     IF WS-EXCEPTION-COUNT > ZERO
006210         MOVE 4 TO RETURN-CODE
006220     ELSE
006230         MOVE ZERO TO RETURN-CODE
006240     END-IF.
006250
006260     PERFORM 8900-WRITE-RUN-LOG
006270         THRU 8900-WRITE-RUN-LOG-EXIT.
006280 8000-TERMINATE-EXIT.
006290     EXIT.
006300
006310******************************************************************
006320* 8100-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
006330*                         THE CALLER SETS THE TEXT AND VALUE.    *
006340******************************************************************
006350 8100-WRITE-COUNT-LINE.
006360     MOVE ' '               TO XRR-CARRIAGE-CONTROL.
006370     MOVE WS-CTL-COUNT-LINE TO XRR-LINE-IMAGE.
006380     WRITE XREF-REPORT-RECORD.
006390 8100-WRITE-COUNT-LINE-EXIT.
006400     EXIT.
006410
006420******************************************************************
006430* 8200-WRITE-LEGEND-LINE - WRITES ONE ACTION-CODE LEGEND LINE.   *
006440******************************************************************
006450 8200-WRITE-LEGEND-LINE.
006460     MOVE WS-LEGEND-TEXT (WS-LEGEND-SUB) TO WS-LGL-TEXT.
006470
006480     MOVE ' '            TO XRR-CARRIAGE-CONTROL.
006490     MOVE WS-LEGEND-LINE TO XRR-LINE-IMAGE.
006500     WRITE XREF-REPORT-RECORD.
006510 8200-WRITE-LEGEND-LINE-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 8900-WRITE-RUN-LOG - APPENDS THIS STEP'S STATUS RECORD TO THE  *
006560*                      COMMON RUN LOG FOR THE NIGHT SUMMARY      *
006570*                      (MULTNSM): PROCESSED IS THE ACCOUNTS      *
006580*                      EXAMINED ACROSS BOTH MASTERS, EXCEPTED THE*
006590*                      EXCEPTIONS REPORTED.                      *
006600******************************************************************
006610 8900-WRITE-RUN-LOG.
006620     ACCEPT WS-END-DATE-YYYYMMDD FROM DATE YYYYMMDD.
006630     ACCEPT WS-END-TIME-HHMMSS   FROM TIME.
006640
006650     OPEN EXTEND RUN-LOG-FILE.
006660
006670     MOVE SPACES                 TO RUN-LOG-RECORD.
006680     MOVE "MULTXRF"              TO RNL-PROGRAM-ID.
006690     MOVE WS-RUN-DATE-YYYYMMDD   TO RNL-START-DATE.
006700     MOVE WS-RUN-TIME-HHMMSS     TO RNL-START-TIME.
006710     MOVE WS-END-DATE-YYYYMMDD   TO RNL-END-DATE.
006720     MOVE WS-END-TIME-HHMMSS     TO RNL-END-TIME.
006730     MOVE RETURN-CODE            TO RNL-RETURN-CODE.
006740     COMPUTE RNL-RECORDS-PROCESSED =
006750         WS-ACCTMST-READ-COUNT + WS-NO-ACCOUNT-COUNT.
006760     MOVE ZERO                   TO RNL-RECORDS-REJECTED.
006770     MOVE WS-EXCEPTION-COUNT     TO RNL-RECORDS-EXCEPTED.
006780
006790     WRITE RUN-LOG-RECORD.
006800
006810     CLOSE RUN-LOG-FILE.
006820 8900-WRITE-RUN-LOG-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
006870******************************************************************
006880 9999-EXIT.
006890     STOP RUN.
