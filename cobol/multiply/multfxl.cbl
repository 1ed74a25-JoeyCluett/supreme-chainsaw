000010******************************************************************
000020* PROGRAM      : MULTFXL                                         *
000030* DESCRIPTION  : DAILY EXCHANGE-RATE LOAD.  READS THE RATE       *
000040*                PROVIDER'S DAILY FEED (MULTFXF) AND LOADS EACH  *
000050*                CURRENCY'S RATE FOR EACH RATE DATE TO THE VSAM  *
000060*                EXCHANGE-RATE FILE (MULTFXR) THE CALC STEP      *
000070*                CONVERTS FOREIGN-CURRENCY RESULTS TO BASE       *
000080*                CURRENCY FROM.  THE WHOLE FEED IS PROVED        *
000090*                AGAINST ITS HEADER AND TRAILER BEFORE ANY RATE  *
000100*                IS LOADED, AND ITS BASE CURRENCY MUST BE THE    *
000110*                ONE ON THE FILE'S CONTROL RECORD (THE FIRST     *
000120*                LOAD WRITES IT).  A RATE ALREADY ON FILE FOR    *
000130*                THE SAME CURRENCY AND DATE IS REPLACED.  A      *
000140*                DETAIL THAT FAILS EDIT IS ROUTED TO A REJECT    *
000150*                FILE WITH A REASON CODE.  EVERY RATE LOADED IS  *
000160*                PRINTED WITH THE RATE IT REPLACED.              *
000170******************************************************************
000180* MAINTENANCE HISTORY
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ----------------------------------------
000210*   2026-10-15  JAC   ORIGINAL PROGRAM.  FOREIGN-CURRENCY
000220*                     ACTIVITY FROM THE NEWER SOURCE SYSTEMS WAS
000230*                     CONVERTED BY HAND BEFORE THE FEED WAS BUILT.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     MULTFXL.
000270 AUTHOR.         JOEY CLUETT.
000280 INSTALLATION.   ACCOUNTING SYSTEMS.
000290 DATE-WRITTEN.   10/15/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT RATE-FEED-FILE       ASSIGN TO MULTFXF
000360         ORGANIZATION IS SEQUENTIAL.
000370
000380     SELECT RATE-REPORT-FILE     ASSIGN TO MULTFXP
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410     SELECT RATE-REJECT-FILE     ASSIGN TO MULTFXJ
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440     SELECT EXCHANGE-RATE-FILE   ASSIGN TO MULTFXR
000450         ORGANIZATION IS INDEXED
000460         ACCESS MODE IS RANDOM
000470         RECORD KEY IS FXR-KEY
000480         FILE STATUS IS WS-FXRATE-FILE-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RATE-FEED-FILE
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE STANDARD
000550     BLOCK CONTAINS 0 RECORDS.
000560     COPY MULTFXF.
000570
000580 FD  RATE-REPORT-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD
000610     BLOCK CONTAINS 0 RECORDS.
000620     COPY MULTRPT REPLACING
000630         ==MULTIPLY-REPORT-RECORD==
000640         BY ==RATE-REPORT-RECORD==
000650         ==RPT-CARRIAGE-CONTROL== BY ==FXP-CARRIAGE-CONTROL==
000660         ==RPT-LINE-IMAGE== BY ==FXP-LINE-IMAGE==.
000670
000680 FD  RATE-REJECT-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD
000710     BLOCK CONTAINS 0 RECORDS.
000720     COPY MULTFXJ.
000730
000740 FD  EXCHANGE-RATE-FILE
000750     RECORDING MODE IS F
000760     LABEL RECORDS ARE STANDARD
000770     BLOCK CONTAINS 0 RECORDS.
000780     COPY MULTFXR.
000790
000800 WORKING-STORAGE SECTION.
000810 77  WS-FXRATE-FILE-STATUS       PIC X(02).
000820 77  WS-EOF-SWITCH               PIC X(01)      VALUE 'N'.
000830     88  END-OF-FEED-FILE                       VALUE 'Y'.
000840
000850 77  WS-VALID-SWITCH             PIC X(01)      VALUE 'Y'.
000860     88  VALID-DETAIL                           VALUE 'Y'.
000870     88  INVALID-DETAIL                         VALUE 'N'.
000880
000890 77  WS-FOUND-SWITCH             PIC X(01)      VALUE 'N'.
000900     88  RATE-ON-FILE                           VALUE 'Y'.
000910     88  RATE-NOT-ON-FILE                       VALUE 'N'.
000920
000930 77  WS-CURRENCY-SWITCH          PIC X(01)      VALUE 'N'.
000940     88  CURRENCY-CODE-VALID                    VALUE 'Y'.
000950     88  CURRENCY-CODE-INVALID                  VALUE 'N'.
000960
000970 77  WS-FEED-POSITION            PIC X(01)      VALUE 'S'.
000980     88  FEED-AT-START                          VALUE 'S'.
000990     88  FEED-IN-DETAIL                         VALUE 'D'.
001000     88  FEED-AFTER-TRAILER                     VALUE 'T'.
001010
001020 77  WS-FEED-ERROR-TEXT          PIC X(30)      VALUE SPACES.
001030 77  WS-CHECK-CURRENCY           PIC X(03)      VALUE SPACES.
001040 77  WS-BASE-CURRENCY            PIC X(03)      VALUE SPACES.
001050 77  WS-BASE-NOTE                PIC X(20)      VALUE SPACES.
001060 77  WS-FEED-DATE                PIC 9(08)      VALUE ZEROS.
001070 77  WS-RATE-DATE                PIC 9(08)      VALUE ZEROS.
001080 77  WS-OLD-RATE                 PIC 9(04)V9(07) VALUE ZERO.
001090
001100 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001110 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001120 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
001130 77  WS-RECORDS-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001140 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
001150 77  WS-DETAIL-READ-COUNT        PIC 9(07) COMP VALUE ZERO.
001160 77  WS-RATES-ADDED-COUNT        PIC 9(07) COMP VALUE ZERO.
001170 77  WS-RATES-REPLACED-COUNT     PIC 9(07) COMP VALUE ZERO.
001180 77  WS-DETAIL-REJECT-COUNT      PIC 9(07) COMP VALUE ZERO.
001190
001200 01  WS-HEADING-LINE.
001210     05  FILLER                  PIC X(24) VALUE
001220         "MULTFXL EXCH RATE LOAD".
001230     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001240     05  FILLER                  PIC X(02) VALUE ": ".
001250     05  WS-HDG-RUN-DATE         PIC X(10).
001260     05  FILLER                  PIC X(86) VALUE SPACES.
001270
001280 01  WS-FEED-HEADING-LINE.
001290     05  FILLER                  PIC X(05) VALUE SPACES.
001300     05  FILLER                  PIC X(15) VALUE
001310         "BASE CURRENCY: ".
001320     05  WS-FDH-BASE-CURRENCY    PIC X(03).
001330     05  FILLER                  PIC X(01) VALUE SPACE.
001340     05  WS-FDH-BASE-NOTE        PIC X(20).
001350     05  FILLER                  PIC X(12) VALUE "FEED DATE: ".
001360     05  WS-FDH-FEED-DATE        PIC 9(08).
001370     05  FILLER                  PIC X(68) VALUE SPACES.
001380
001390 01  WS-COLUMN-HEADING-LINE.
001400     05  FILLER                  PIC X(05) VALUE SPACES.
001410     05  FILLER                  PIC X(10) VALUE "ACTION".
001420     05  FILLER                  PIC X(10) VALUE "CURRENCY".
001430     05  FILLER                  PIC X(12) VALUE "RATE DATE".
001440     05  FILLER                  PIC X(16) VALUE "RATE".
001450     05  FILLER                  PIC X(16) VALUE "PRIOR RATE".
001460     05  FILLER                  PIC X(63) VALUE SPACES.
001470
001480 01  WS-DETAIL-LINE.
001490     05  FILLER                  PIC X(05) VALUE SPACES.
001500     05  WS-DTL-ACTION           PIC X(08).
001510     05  FILLER                  PIC X(02) VALUE SPACES.
001520     05  WS-DTL-CURRENCY-CODE    PIC X(03).
001530     05  FILLER                  PIC X(07) VALUE SPACES.
001540     05  WS-DTL-RATE-DATE        PIC 9(08).
001550     05  FILLER                  PIC X(04) VALUE SPACES.
001560     05  WS-DTL-RATE             PIC ZZZ9.9999999.
001570     05  FILLER                  PIC X(04) VALUE SPACES.
001580     05  WS-DTL-OLD-RATE         PIC ZZZ9.9999999
001590                                 BLANK WHEN ZERO.
001600     05  FILLER                  PIC X(67) VALUE SPACES.
001610
001620 01  WS-CTL-HEADING-LINE.
001630     05  FILLER                  PIC X(05) VALUE SPACES.
001640     05  FILLER                  PIC X(21) VALUE
001650         "*** CONTROL TOTALS **".
001660     05  FILLER                  PIC X(106) VALUE SPACES.
001670
001680 01  WS-CTL-COUNT-LINE.
001690     05  FILLER                  PIC X(05) VALUE SPACES.
001700     05  WS-CTL-COUNT-TEXT       PIC X(25).
001710     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
001720     05  FILLER                  PIC X(95) VALUE SPACES.
001730
001740 PROCEDURE DIVISION.
001750******************************************************************
001760* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.          *
001770******************************************************************
001780 0000-MAINLINE.
001790     PERFORM 1000-INITIALIZE
001800         THRU 1000-INITIALIZE-EXIT.
001810
001820     PERFORM 1100-PROVE-FEED
001830         THRU 1100-PROVE-FEED-EXIT.
001840
001850     PERFORM 1200-CHECK-BASE-CURRENCY
001860         THRU 1200-CHECK-BASE-CURRENCY-EXIT.
001870
001880     PERFORM 2500-WRITE-REPORT-HEADING
001890         THRU 2500-WRITE-REPORT-HEADING-EXIT.
001900
001910     PERFORM 2100-READ-FEED-RECORD
001920         THRU 2100-READ-FEED-RECORD-EXIT.
001930
001940     PERFORM 2000-PROCESS-FEED-RECORD
001950         THRU 2000-PROCESS-FEED-RECORD-EXIT
001960         UNTIL END-OF-FEED-FILE.
001970
001980     PERFORM 8000-TERMINATE
001990         THRU 8000-TERMINATE-EXIT.
002000
002010     GO TO 9999-EXIT.
002020
002030******************************************************************
002040* 1000-INITIALIZE - OPENS THE FILES.                             *
002050******************************************************************
002070 1000-INITIALIZE.
002080     OPEN INPUT  RATE-FEED-FILE.
002090     OPEN OUTPUT RATE-REPORT-FILE.
002100     OPEN OUTPUT RATE-REJECT-FILE.
002110     OPEN I-O    EXCHANGE-RATE-FILE.
002120
002130*    A FRESHLY DEFINED, NEVER-LOADED CLUSTER OPENS I-O WITH
002140*    FILE STATUS 35.  PRIME IT WITH AN EMPTY OPEN OUTPUT/CLOSE
002150*    SO THE FIRST LOAD CAN PROCEED.
002160     IF WS-FXRATE-FILE-STATUS = "35"
002170         OPEN OUTPUT EXCHANGE-RATE-FILE
002180         CLOSE EXCHANGE-RATE-FILE
002190         OPEN I-O    EXCHANGE-RATE-FILE
002200     END-IF.
002210
002220     IF WS-FXRATE-FILE-STATUS NOT = "00"
002230         DISPLAY "MULTFXR OPEN FAILED - FILE STATUS "
002240             WS-FXRATE-FILE-STATUS
002250         MOVE 16 TO RETURN-CODE
002260         STOP RUN
002270     END-IF.
002280
002290     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002300     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
002310 1000-INITIALIZE-EXIT.
002320     EXIT.
002330
002340******************************************************************
002350* 1100-PROVE-FEED - READS THE WHOLE FEED ONCE AND PROVES IT      *
002360*                   BEFORE ANY RATE IS LOADED - A HEADER FIRST   *
002370*                   WITH A VALID BASE CURRENCY AND FEED DATE, A  *
002380*                   TRAILER LAST WHOSE COUNT MATCHES THE DETAILS *
002390*                   BETWEEN THEM, AND NOTHING AFTER IT. A FEED   *
002400*                   THAT DOES NOT PROVE IS A TRUNCATED OR GARBLED*
002410*                   TRANSMISSION AND STOPS THE RUN WITH NOTHING  *
002420*                   LOADED; OTHERWISE THE FEED IS REOPENED FOR   *
002430*                   THE LOAD PASS.                               *
002440******************************************************************
002460 1100-PROVE-FEED.
002470     PERFORM 1110-PROVE-FEED-RECORD
002480         THRU 1110-PROVE-FEED-RECORD-EXIT
002490         UNTIL END-OF-FEED-FILE.
002500
002510     IF WS-FEED-ERROR-TEXT = SPACES
002520             AND NOT FEED-AFTER-TRAILER
002530         MOVE "TRAILER RECORD MISSING" TO WS-FEED-ERROR-TEXT
002540     END-IF.
002550
002560     IF WS-FEED-ERROR-TEXT NOT = SPACES
002570         DISPLAY "MULTFXL FEED REJECTED - " WS-FEED-ERROR-TEXT
002580         DISPLAY "MULTFXL NO RATES LOADED - RECORDS READ "
002590             WS-RECORDS-READ-COUNT
002600         MOVE 16 TO RETURN-CODE
002610         STOP RUN
002620     END-IF.
002630
002640     CLOSE RATE-FEED-FILE.
002650     OPEN INPUT RATE-FEED-FILE.
002660     MOVE 'N' TO WS-EOF-SWITCH.
002670 1100-PROVE-FEED-EXIT.
002680     EXIT.
002690
002700******************************************************************
002710* 1110-PROVE-FEED-RECORD - READS ONE FEED RECORD AND CHECKS ITS  *
002720*                          PLACE IN THE FEED. THE FIRST PROBLEM  *
002730*                          FOUND IS KEPT IN WS-FEED-ERROR-TEXT;  *
002740*                          THE REST OF THE FEED IS READ ONLY TO  *
002750*                          COUNT IT.                             *
002760******************************************************************
002780 1110-PROVE-FEED-RECORD.
002790     READ RATE-FEED-FILE
002800         AT END
002810             MOVE 'Y' TO WS-EOF-SWITCH
002820             GO TO 1110-PROVE-FEED-RECORD-EXIT
002830     END-READ.
002840
002850     ADD 1 TO WS-RECORDS-READ-COUNT.
002860
002870     IF WS-FEED-ERROR-TEXT NOT = SPACES
002880         GO TO 1110-PROVE-FEED-RECORD-EXIT
002890     END-IF.
002900
002910     IF FEED-AT-START
002920         PERFORM 1120-PROVE-FEED-HEADER
002930             THRU 1120-PROVE-FEED-HEADER-EXIT
002940         GO TO 1110-PROVE-FEED-RECORD-EXIT
002950     END-IF.
002960
002970     IF FEED-AFTER-TRAILER
002980         MOVE "RECORDS FOLLOW THE TRAILER" TO WS-FEED-ERROR-TEXT
002990     ELSE
003000     IF FXF-HEADER-RECORD
003010         MOVE "SECOND HEADER RECORD"      TO WS-FEED-ERROR-TEXT
003020     ELSE
003030     IF FXF-TRAILER-RECORD
003040         IF FXF-DETAIL-COUNT-X NOT NUMERIC
003050             MOVE "TRAILER COUNT NOT NUMERIC"
003060                                    TO WS-FEED-ERROR-TEXT
003070         ELSE
003080         IF FXF-DETAIL-COUNT NOT = WS-DETAIL-COUNT
003090             MOVE "TRAILER COUNT MISMATCH"  TO WS-FEED-ERROR-TEXT
003100         END-IF END-IF
003110         SET FEED-AFTER-TRAILER TO TRUE
003120     ELSE
003130         ADD 1 TO WS-DETAIL-COUNT
003140     END-IF END-IF END-IF.
003150 1110-PROVE-FEED-RECORD-EXIT.
003160     EXIT.
003170
003180******************************************************************
003190* 1120-PROVE-FEED-HEADER - THE FIRST RECORD MUST BE THE HEADER,  *
003200*                          WITH A THREE-LETTER BASE CURRENCY AND *
003210*                          A NUMERIC FEED DATE. BOTH ARE KEPT FOR*
003220*                          THE LOAD PASS.                        *
003230******************************************************************
003250 1120-PROVE-FEED-HEADER.
003260     MOVE FXF-BASE-CURRENCY TO WS-CHECK-CURRENCY.
003270     PERFORM 2250-CHECK-CURRENCY-CODE
003280         THRU 2250-CHECK-CURRENCY-CODE-EXIT.
003290
003300     IF NOT FXF-HEADER-RECORD
003310         MOVE "FIRST RECORD NOT A HEADER"  TO WS-FEED-ERROR-TEXT
003320     ELSE
003330     IF CURRENCY-CODE-INVALID
003340         MOVE "HEADER BASE CURRENCY INVALID" TO WS-FEED-ERROR-TEXT
003350     ELSE
003360     IF FXF-FEED-DATE-X NOT NUMERIC
003370         MOVE "HEADER FEED DATE NOT NUMERIC" TO WS-FEED-ERROR-TEXT
003380     ELSE
003390         MOVE FXF-BASE-CURRENCY TO WS-BASE-CURRENCY
003400         MOVE FXF-FEED-DATE     TO WS-FEED-DATE
003410         SET FEED-IN-DETAIL TO TRUE
003420     END-IF END-IF END-IF.
003430 1120-PROVE-FEED-HEADER-EXIT.
003440     EXIT.
003450
003460******************************************************************
003470* 1200-CHECK-BASE-CURRENCY - READS THE EXCHANGE-RATE FILE'S      *
003480*                            CONTROL RECORD. THE FIRST LOAD      *
003490*                            WRITES IT WITH THE FEED'S BASE      *
003500*                            CURRENCY. AFTER THAT THE FEED MUST  *
003510*                            BE QUOTED AGAINST THE SAME BASE     *
003520*                            CURRENCY - EVERY AMOUNT EVER POSTED *
003530*                            IS IN IT - OR THE RUN STOPS WITH    *
003540*                            NOTHING LOADED.                     *
003550******************************************************************
003570 1200-CHECK-BASE-CURRENCY.
003580     MOVE SPACES TO FXR-CURRENCY-CODE.
003590     MOVE ZEROS  TO FXR-RATE-DATE.
003600
003610     READ EXCHANGE-RATE-FILE
003620         INVALID KEY
003630             SET RATE-NOT-ON-FILE TO TRUE
003640         NOT INVALID KEY
003650             SET RATE-ON-FILE TO TRUE
003660     END-READ.
003670
003680     IF RATE-ON-FILE
003690         IF FXR-BASE-CURRENCY NOT = WS-BASE-CURRENCY
003700             DISPLAY "MULTFXL FEED REJECTED - BASE CURRENCY "
003710                 WS-BASE-CURRENCY " IS NOT THE FILE'S BASE "
003720                 FXR-BASE-CURRENCY
003730             MOVE 16 TO RETURN-CODE
003740             STOP RUN
003750         END-IF
003760         GO TO 1200-CHECK-BASE-CURRENCY-EXIT
003770     END-IF.
003780
003790     MOVE SPACES               TO EXCHANGE-RATE-RECORD.
003800     MOVE SPACES               TO FXR-CURRENCY-CODE.
003810     MOVE ZEROS                TO FXR-RATE-DATE.
003820     MOVE WS-BASE-CURRENCY     TO FXR-BASE-CURRENCY.
003830     MOVE ZEROS                TO FXR-LAST-FEED-DATE.
003840     MOVE WS-RUN-DATE-YYYYMMDD TO FXR-CONTROL-DATE.
003850     MOVE WS-RUN-TIME-HHMMSS   TO FXR-CONTROL-TIME.
003860
003870     WRITE EXCHANGE-RATE-RECORD
003880         INVALID KEY
003890             PERFORM 9000-FXRATE-IO-ERROR
003900                 THRU 9000-FXRATE-IO-ERROR-EXIT
003910     END-WRITE.
003920
003930     MOVE "(SET BY THIS LOAD)" TO WS-BASE-NOTE.
003940 1200-CHECK-BASE-CURRENCY-EXIT.
003950     EXIT.
003960
003970******************************************************************
003980* 2000-PROCESS-FEED-RECORD - VALIDATES ONE DETAIL, LOADS OR      *
003990*                            REJECTS IT, AND READS THE NEXT      *
004000*                            RECORD. THE HEADER AND TRAILER WERE *
004010*                            PROVED IN 1100 AND ARE PASSED OVER  *
004020*                            HERE.                               *
004030******************************************************************
004050 2000-PROCESS-FEED-RECORD.
004060     IF FXF-HEADER-RECORD OR FXF-TRAILER-RECORD
004070         GO TO 2000-PROCESS-NEXT
004080     END-IF.
004090
004100     ADD 1 TO WS-DETAIL-READ-COUNT.
004110
004120     PERFORM 2200-VALIDATE-DETAIL
004130         THRU 2200-VALIDATE-DETAIL-EXIT.
004140
004150     IF VALID-DETAIL
004160         PERFORM 3000-APPLY-RATE
004170             THRU 3000-APPLY-RATE-EXIT
004180     ELSE
004190         PERFORM 2700-WRITE-REJECT-RECORD
004200             THRU 2700-WRITE-REJECT-RECORD-EXIT
004210     END-IF.
004220
004230 2000-PROCESS-NEXT.
004240     PERFORM 2100-READ-FEED-RECORD
004250         THRU 2100-READ-FEED-RECORD-EXIT.
004260 2000-PROCESS-FEED-RECORD-EXIT.
004270     EXIT.
004280
004290******************************************************************
004300* 2100-READ-FEED-RECORD - READS THE NEXT FEED RECORD AND SETS    *
004310*                         EOF.                                   *
004320******************************************************************
004340 2100-READ-FEED-RECORD.
004350     READ RATE-FEED-FILE
004360         AT END
004370             MOVE 'Y' TO WS-EOF-SWITCH
004380     END-READ.
004390 2100-READ-FEED-RECORD-EXIT.
004400     EXIT.
004410
004420******************************************************************
004430* 2200-VALIDATE-DETAIL - EDITS ONE DETAIL BEFORE IT IS LOADED.   *
004440*                        SETS WS-VALID-SWITCH AND, WHEN INVALID, *
004450*                        THE REJECT REASON CODE/TEXT. A VALID    *
004460*                        DETAIL'S RATE DATE IS RESOLVED INTO     *
004470*                        WS-RATE-DATE - THE FEED DATE WHEN THE   *
004480*                        DETAIL'S IS BLANK.                      *
004490******************************************************************
004510 2200-VALIDATE-DETAIL.
004520     SET VALID-DETAIL TO TRUE.
004530
004540     MOVE FXF-CURRENCY-CODE TO WS-CHECK-CURRENCY.
004550     PERFORM 2250-CHECK-CURRENCY-CODE
004560         THRU 2250-CHECK-CURRENCY-CODE-EXIT.
004570
004580     IF NOT FXF-DETAIL-RECORD
004590         MOVE 01                           TO FXJ-REASON-CODE
004600         MOVE "INVALID RECORD TYPE"        TO FXJ-REASON-TEXT
004610         SET INVALID-DETAIL TO TRUE
004620     ELSE
004630     IF CURRENCY-CODE-INVALID
004640         MOVE 02                           TO FXJ-REASON-CODE
004650         MOVE "CURRENCY NOT THREE LETTERS" TO FXJ-REASON-TEXT
004660         SET INVALID-DETAIL TO TRUE
004670     ELSE
004680     IF FXF-CURRENCY-CODE = WS-BASE-CURRENCY
004690         MOVE 03                           TO FXJ-REASON-CODE
004700         MOVE "CURRENCY IS THE BASE CURRENCY" TO FXJ-REASON-TEXT
004710         SET INVALID-DETAIL TO TRUE
004720     ELSE
004730     IF FXF-RATE-DATE-X NOT = SPACES
004740             AND FXF-RATE-DATE-X NOT NUMERIC
004750         MOVE 04                           TO FXJ-REASON-CODE
004760         MOVE "RATE DATE NOT NUMERIC"      TO FXJ-REASON-TEXT
004770         SET INVALID-DETAIL TO TRUE
004780     ELSE
004790     IF FXF-RATE-X NOT NUMERIC
004800         MOVE 05                           TO FXJ-REASON-CODE
004810         MOVE "RATE NOT NUMERIC OR ZERO"   TO FXJ-REASON-TEXT
004820         SET INVALID-DETAIL TO TRUE
004830     ELSE
004840     IF FXF-RATE = ZERO
004850         MOVE 05                           TO FXJ-REASON-CODE
004860         MOVE "RATE NOT NUMERIC OR ZERO"   TO FXJ-REASON-TEXT
004870         SET INVALID-DETAIL TO TRUE
004880     END-IF END-IF END-IF END-IF END-IF END-IF.
004890
004900     IF INVALID-DETAIL
004910         GO TO 2200-VALIDATE-DETAIL-EXIT
004920     END-IF.
004930
004940     IF FXF-RATE-DATE-X = SPACES
004950         MOVE WS-FEED-DATE  TO WS-RATE-DATE
004960     ELSE
004970         MOVE FXF-RATE-DATE TO WS-RATE-DATE
004980     END-IF.
004990 2200-VALIDATE-DETAIL-EXIT.
005000     EXIT.
005010
005020******************************************************************
005030* 2250-CHECK-CURRENCY-CODE - A CURRENCY CODE IS THREE UPPER-CASE *
005040*                            LETTERS (ISO 4217) - NO EMBEDDED OR *
005050*                            TRAILING BLANKS. THE CALLER MOVES   *
005060*                            THE CODE TO WS-CHECK-CURRENCY.      *
005070******************************************************************
005090 2250-CHECK-CURRENCY-CODE.
005100     IF WS-CHECK-CURRENCY IS ALPHABETIC-UPPER
005110             AND WS-CHECK-CURRENCY(1:1) NOT = SPACE
005120             AND WS-CHECK-CURRENCY(2:1) NOT = SPACE
005130             AND WS-CHECK-CURRENCY(3:1) NOT = SPACE
005140         SET CURRENCY-CODE-VALID   TO TRUE
005150     ELSE
005160         SET CURRENCY-CODE-INVALID TO TRUE
005170     END-IF.
005180 2250-CHECK-CURRENCY-CODE-EXIT.
005190     EXIT.
005200
005210******************************************************************
005220* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING, THE   *
005230*                             FEED'S BASE CURRENCY AND DATE, AND *
005240*                             THE COLUMN HEADER LINE.            *
005250******************************************************************
005270 2500-WRITE-REPORT-HEADING.
005280     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
005290     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
005300     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
005310     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
005320     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
005330
005340     MOVE '1'            TO FXP-CARRIAGE-CONTROL.
005350     MOVE WS-HEADING-LINE TO FXP-LINE-IMAGE.
005360     WRITE RATE-REPORT-RECORD.
005370     ADD 1 TO WS-LINE-COUNT.
005380
005390     MOVE WS-BASE-CURRENCY     TO WS-FDH-BASE-CURRENCY.
005400     MOVE WS-BASE-NOTE         TO WS-FDH-BASE-NOTE.
005410     MOVE WS-FEED-DATE         TO WS-FDH-FEED-DATE.
005420     MOVE ' '                  TO FXP-CARRIAGE-CONTROL.
005430     MOVE WS-FEED-HEADING-LINE TO FXP-LINE-IMAGE.
005440     WRITE RATE-REPORT-RECORD.
005450     ADD 1 TO WS-LINE-COUNT.
005460
005470     MOVE '0'                    TO FXP-CARRIAGE-CONTROL.
005480     MOVE WS-COLUMN-HEADING-LINE TO FXP-LINE-IMAGE.
005490     WRITE RATE-REPORT-RECORD.
005500     ADD 1 TO WS-LINE-COUNT.
005510 2500-WRITE-REPORT-HEADING-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 2600-WRITE-DETAIL-LINE - PRINTS ONE RATE LOADED, WITH THE RATE *
005560*                          IT REPLACED. THE CALLER SETS THE      *
005570*                          ACTION AND WS-OLD-RATE.               *
005580******************************************************************
005600 2600-WRITE-DETAIL-LINE.
005610     MOVE FXR-CURRENCY-CODE   TO WS-DTL-CURRENCY-CODE.
005620     MOVE FXR-RATE-DATE       TO WS-DTL-RATE-DATE.
005630     MOVE FXR-RATE            TO WS-DTL-RATE.
005640     MOVE WS-OLD-RATE         TO WS-DTL-OLD-RATE.
005650
005660     MOVE ' '             TO FXP-CARRIAGE-CONTROL.
005670     MOVE WS-DETAIL-LINE  TO FXP-LINE-IMAGE.
005680     WRITE RATE-REPORT-RECORD.
005690     ADD 1 TO WS-LINE-COUNT.
005700 2600-WRITE-DETAIL-LINE-EXIT.
005710     EXIT.
005720
005730******************************************************************
005740* 2700-WRITE-REJECT-RECORD - WRITES THE FAILING DETAIL, RAW, TO  *
005750*                            THE REJECT FILE WITH ITS REASON     *
005760*                            CODE.                               *
005770******************************************************************
005790 2700-WRITE-REJECT-RECORD.
005800     MOVE FXF-RECORD-TYPE     TO FXJ-RECORD-TYPE-RAW.
005810     MOVE FXF-CURRENCY-CODE   TO FXJ-CURRENCY-RAW.
005820     MOVE FXF-RATE-DATE-X     TO FXJ-RATE-DATE-RAW.
005830     MOVE FXF-RATE-X          TO FXJ-RATE-RAW.
005840     MOVE WS-FEED-DATE        TO FXJ-FEED-DATE.
005850
005860     WRITE EXCHANGE-RATE-REJECT-RECORD.
005870     ADD 1 TO WS-DETAIL-REJECT-COUNT.
005880 2700-WRITE-REJECT-RECORD-EXIT.
005890     EXIT.
005900
005910******************************************************************
005920* 3000-APPLY-RATE - LOADS ONE RATE. A RATE ALREADY ON FILE FOR   *
005930*                   THE CURRENCY AND DATE IS REPLACED - THE      *
005940*                   PROVIDER RE-SENDS A DAY WHEN IT CORRECTS IT -*
005950*                   OTHERWISE THE RATE IS ADDED.                 *
005960******************************************************************
005980 3000-APPLY-RATE.
005990     MOVE FXF-CURRENCY-CODE TO FXR-CURRENCY-CODE.
006000     MOVE WS-RATE-DATE      TO FXR-RATE-DATE.
006010
006020     READ EXCHANGE-RATE-FILE
006030         INVALID KEY
006040             SET RATE-NOT-ON-FILE TO TRUE
006050         NOT INVALID KEY
006060             SET RATE-ON-FILE TO TRUE
006070     END-READ.
006080
006090     IF RATE-ON-FILE
006100         PERFORM 3100-REPLACE-RATE
006110             THRU 3100-REPLACE-RATE-EXIT
006120     ELSE
006130         PERFORM 3200-ADD-RATE
006140             THRU 3200-ADD-RATE-EXIT
006150     END-IF.
006160
006170     PERFORM 2600-WRITE-DETAIL-LINE
006180         THRU 2600-WRITE-DETAIL-LINE-EXIT.
006190 3000-APPLY-RATE-EXIT.
006200     EXIT.
006210
006220******************************************************************
006230* 3100-REPLACE-RATE - REPLACES THE RATE ON FILE, KEEPING THE OLD *
006240*                     ONE FOR THE REPORT.                        *
006250******************************************************************
006270 3100-REPLACE-RATE.
006280     MOVE FXR-RATE             TO WS-OLD-RATE.
006290     MOVE FXF-RATE             TO FXR-RATE.
006300     MOVE WS-FEED-DATE         TO FXR-FEED-DATE.
006310     MOVE WS-RUN-DATE-YYYYMMDD TO FXR-LOAD-DATE.
006320     MOVE WS-RUN-TIME-HHMMSS   TO FXR-LOAD-TIME.
006330
006340     REWRITE EXCHANGE-RATE-RECORD
006350         INVALID KEY
006360             PERFORM 9000-FXRATE-IO-ERROR
006370                 THRU 9000-FXRATE-IO-ERROR-EXIT
006380     END-REWRITE.
006390
006400     ADD 1 TO WS-RATES-REPLACED-COUNT.
006410     MOVE "REPLACED"           TO WS-DTL-ACTION.
006420 3100-REPLACE-RATE-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460* 3200-ADD-RATE - ADDS A NEW RATE FOR THE CURRENCY AND DATE.     *
006470******************************************************************
006490 3200-ADD-RATE.
006500     MOVE SPACES               TO EXCHANGE-RATE-RECORD.
006510     MOVE FXF-CURRENCY-CODE    TO FXR-CURRENCY-CODE.
006520     MOVE WS-RATE-DATE         TO FXR-RATE-DATE.
006530     MOVE FXF-RATE             TO FXR-RATE.
006540     MOVE WS-FEED-DATE         TO FXR-FEED-DATE.
006550     MOVE WS-RUN-DATE-YYYYMMDD TO FXR-LOAD-DATE.
006560     MOVE WS-RUN-TIME-HHMMSS   TO FXR-LOAD-TIME.
006570     MOVE ZERO                 TO WS-OLD-RATE.
006580
006590     WRITE EXCHANGE-RATE-RECORD
006600         INVALID KEY
006610             PERFORM 9000-FXRATE-IO-ERROR
006620                 THRU 9000-FXRATE-IO-ERROR-EXIT
006630     END-WRITE.
006640
006650     ADD 1 TO WS-RATES-ADDED-COUNT.
006660     MOVE "ADDED"              TO WS-DTL-ACTION.
006670 3200-ADD-RATE-EXIT.
006680     EXIT.
006690
006700******************************************************************
006710* 8000-TERMINATE - STAMPS THE FEED DATE ON THE CONTROL RECORD,   *
006720*                  WRITES THE CONTROL TOTALS AND CLOSES FILES.   *
006730******************************************************************
006750 8000-TERMINATE.
006760     PERFORM 8050-UPDATE-CONTROL-RECORD
006770         THRU 8050-UPDATE-CONTROL-RECORD-EXIT.
006780
006790     PERFORM 8100-WRITE-CONTROL-TOTALS
006800         THRU 8100-WRITE-CONTROL-TOTALS-EXIT.
006810
006820     CLOSE RATE-FEED-FILE.
006830     CLOSE RATE-REPORT-FILE.
006840     CLOSE RATE-REJECT-FILE.
006850     CLOSE EXCHANGE-RATE-FILE.
006860 8000-TERMINATE-EXIT.
006870     EXIT.
006880
006890******************************************************************
006900* 8050-UPDATE-CONTROL-RECORD - RECORDS THE LAST FEED LOADED, AND *
006910*                              WHEN, ON THE CONTROL RECORD.      *
006920******************************************************************
006940 8050-UPDATE-CONTROL-RECORD.
006950     MOVE SPACES TO FXR-CURRENCY-CODE.
006960     MOVE ZEROS  TO FXR-RATE-DATE.
006970
006980     READ EXCHANGE-RATE-FILE
006990         INVALID KEY
007000             PERFORM 9000-FXRATE-IO-ERROR
007010                 THRU 9000-FXRATE-IO-ERROR-EXIT
007020     END-READ.
007030
007040     MOVE WS-FEED-DATE         TO FXR-LAST-FEED-DATE.
007050     MOVE WS-RUN-DATE-YYYYMMDD TO FXR-CONTROL-DATE.
007060     MOVE WS-RUN-TIME-HHMMSS   TO FXR-CONTROL-TIME.
007070
007080     REWRITE EXCHANGE-RATE-RECORD
007090         INVALID KEY
007100             PERFORM 9000-FXRATE-IO-ERROR
007110                 THRU 9000-FXRATE-IO-ERROR-EXIT
007120     END-REWRITE.
007130 8050-UPDATE-CONTROL-RECORD-EXIT.
007140     EXIT.
007150
007160******************************************************************
007170* 8100-WRITE-CONTROL-TOTALS - WRITES THE END-OF-RUN BALANCING    *
007180*                             SECTION SO THE LOAD CAN BE PROVED  *
007190*                             OUT - DETAILS READ EQUAL RATES     *
007200*                             ADDED PLUS REPLACED PLUS REJECTED. *
007210******************************************************************
007230 8100-WRITE-CONTROL-TOTALS.
007240     MOVE '1'                 TO FXP-CARRIAGE-CONTROL.
007250     MOVE WS-CTL-HEADING-LINE TO FXP-LINE-IMAGE.
007260     WRITE RATE-REPORT-RECORD.
007270
007280     MOVE "FEED RECORDS READ      :" TO WS-CTL-COUNT-TEXT.
007290     MOVE WS-RECORDS-READ-COUNT      TO WS-CTL-COUNT-VALUE.
007300     PERFORM 8150-WRITE-COUNT-LINE
007310         THRU 8150-WRITE-COUNT-LINE-EXIT.
007320
007330     MOVE "DETAIL RECORDS READ    :" TO WS-CTL-COUNT-TEXT.
007340     MOVE WS-DETAIL-READ-COUNT       TO WS-CTL-COUNT-VALUE.
007350     PERFORM 8150-WRITE-COUNT-LINE
007360         THRU 8150-WRITE-COUNT-LINE-EXIT.
007370
007380     MOVE "RATES ADDED            :" TO WS-CTL-COUNT-TEXT.
007390     MOVE WS-RATES-ADDED-COUNT       TO WS-CTL-COUNT-VALUE.
007400     PERFORM 8150-WRITE-COUNT-LINE
007410         THRU 8150-WRITE-COUNT-LINE-EXIT.
007420
007430     MOVE "RATES REPLACED         :" TO WS-CTL-COUNT-TEXT.
007440     MOVE WS-RATES-REPLACED-COUNT    TO WS-CTL-COUNT-VALUE.
007450     PERFORM 8150-WRITE-COUNT-LINE
007460         THRU 8150-WRITE-COUNT-LINE-EXIT.
007470
007480     MOVE "DETAILS REJECTED       :" TO WS-CTL-COUNT-TEXT.
007490     MOVE WS-DETAIL-REJECT-COUNT     TO WS-CTL-COUNT-VALUE.
007500     PERFORM 8150-WRITE-COUNT-LINE
007510         THRU 8150-WRITE-COUNT-LINE-EXIT.
007520 8100-WRITE-CONTROL-TOTALS-EXIT.
007530     EXIT.
007540
007550******************************************************************
007560* 8150-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
007570*                         THE CALLER SETS THE TEXT AND VALUE.    *
007580******************************************************************
007600 8150-WRITE-COUNT-LINE.
007610     MOVE ' '               TO FXP-CARRIAGE-CONTROL.
007620     MOVE WS-CTL-COUNT-LINE TO FXP-LINE-IMAGE.
007630     WRITE RATE-REPORT-RECORD.
007640 8150-WRITE-COUNT-LINE-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 9000-FXRATE-IO-ERROR - A READ/WRITE/REWRITE AGAINST THE        *
007690*                        EXCHANGE-RATE FILE FAILED WHERE IT      *
007700*                        CANNOT. NOTHING SENSIBLE CAN BE DONE IN *
007710*                        BATCH - LOG THE STATUS AND STOP THE RUN.*
007720******************************************************************
007740 9000-FXRATE-IO-ERROR.
007750     DISPLAY "MULTFXR I/O ERROR - FILE STATUS "
007760         WS-FXRATE-FILE-STATUS
007770         " CURRENCY " FXR-CURRENCY-CODE
007780         " RATE DATE " FXR-RATE-DATE.
007790     MOVE 16 TO RETURN-CODE.
007800     STOP RUN.
007810 9000-FXRATE-IO-ERROR-EXIT.
007820     EXIT.
007830
007840******************************************************************
007850* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
007860******************************************************************
007870 9999-EXIT.
007880     STOP RUN.
