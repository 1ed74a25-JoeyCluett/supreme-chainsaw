000010******************************************************************
000020* PROGRAM      : MULTCLS                                         *
000030* DESCRIPTION  : MONTH-END CLOSE PROGRAM.  RUN BY FINANCE ONCE A *
000040*                MONTH (MULTCLS.JCL) AGAINST THE ACCOUNTING      *
000050*                PERIOD CONTROL FILE (MULTPER) EVERY POSTING     *
000060*                PROGRAM CHECKS.  TO CLOSE A PERIOD IT FIRST     *
000070*                PROVES THE PERIOD IS CLEAN - NO GL POSTING OF   *
000080*                THE PERIOD (OR EARLIER) STILL AWAITING          *
000090*                ACKNOWLEDGMENT - ON THE MULTACK PENDING FILE OR *
000091*                THE LATEST GL EXTRACT NOT YET EXAMINED - AND    *
000100*                NO SUSPENSE ITEM OF THE PERIOD OLDER THAN THE   *
000110*                CARD'S AGE LIMIT - THEN PRINTS A TRIAL-BALANCE  *
000120*                STYLE REPORT OF THE PERIOD'S AUDITED POSTINGS   *
000130*                BY SOURCE SYSTEM AND OPERATION CODE, AND MARKS  *
000140*                THE PERIOD CLOSED.  A PERIOD THAT IS NOT CLEAN  *
000150*                IS LISTED AND LEFT OPEN WITH RETURN CODE 8.     *
000160*                THE SAME CARD CAN REOPEN A PERIOD OR SET THE    *
000170*                CLOSED-PERIOD ACTION (REJECT OR ROLL FORWARD)   *
000180*                THE POSTING PROGRAMS FOLLOW.                    *
000190******************************************************************
000200* MAINTENANCE HISTORY
000210*   DATE        INIT  DESCRIPTION
000220*   ----------  ----  ----------------------------------------
000230*   2026-10-15  JAC   ORIGINAL PROGRAM.  NOTHING STOPPED A RERUN
000240*                     WITH AN OLD AS-OF DATE, A LATE FEED, OR A
000250*                     SUSPENSE RECYCLE FROM POSTING INTO A MONTH
000260*                     FINANCE HAD ALREADY CLOSED.
000261*   2026-10-15  JAC   A CLOSE WHOSE RETAINED AUDIT GENERATIONS
000262*                     START AFTER THE PERIOD'S FIRST DAY IS
000263*                     REFUSED (RC 8) - ITS TRIAL BALANCE WOULD BE
000264*                     SHORT.  AN AUDIT RECORD WITH NO PERIOD IS
000265*                     TAKEN AT ITS FEED-DATE MONTH, ELSE ITS
000266*                     RUN-DATE MONTH, AS THE POSTING STEPS DO.
000267*   2026-10-15  JAC   THE CLOSE NOW ALSO READS THE LATEST GL
000268*                     EXTRACT GENERATION (MULTGLX).  THE GLACK
000269*                     STEP EXAMINES A GENERATION ONLY THE NIGHT
000270*                     AFTER IT IS CUT, SO UNLESS THE PENDING
000271*                     FILE'S TYPE-T MARKER SHOWS IT WAS ALREADY
000272*                     EXAMINED, ITS DETAILS OF THE PERIOD OR
000273*                     EARLIER COUNT AS UNACKNOWLEDGED AND BLOCK
000274*                     THE CLOSE.  THE MONTH'S LAST NIGHT OF
000275*                     POSTINGS WAS NEVER CHECKED.
000276******************************************************************
000280 IDENTIFICATION DIVISION.
000290 PROGRAM-ID.     MULTCLS.
000300 AUTHOR.         JOEY CLUETT.
000310 INSTALLATION.   ACCOUNTING SYSTEMS.
000320 DATE-WRITTEN.   10/15/2026.
000330 DATE-COMPILED.
000340
000350 ENVIRONMENT DIVISION.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT CLOSE-CONTROL-FILE   ASSIGN TO MULTCPRM
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410     SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO MULTPER
000420         ORGANIZATION IS SEQUENTIAL
000430         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000440
000450     SELECT PENDING-FILE         ASSIGN TO MULTPNDI
000460         ORGANIZATION IS SEQUENTIAL.
000470
000471     SELECT EXTRACT-FILE         ASSIGN TO MULTGLX
000472         ORGANIZATION IS SEQUENTIAL.
000473
000480     SELECT SUSPENSE-FILE        ASSIGN TO MULTSUSI
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT AUDIT-HISTORY-FILE   ASSIGN TO MULTAUDH
000520         ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT CLOSE-REPORT-FILE    ASSIGN TO MULTCLR
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570 DATA DIVISION.
000580 FILE SECTION.
000590 FD  CLOSE-CONTROL-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE STANDARD
000620     BLOCK CONTAINS 0 RECORDS.
000630     COPY MULTCPR.
000640
000650 FD  ACCOUNTING-PERIOD-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD
000680     BLOCK CONTAINS 0 RECORDS.
000690     COPY MULTPER.
000700
000710 FD  PENDING-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD
000740     BLOCK CONTAINS 0 RECORDS.
000750     COPY MULTGLX.
000760
000761 FD  EXTRACT-FILE
000762     RECORDING MODE IS F
000763     LABEL RECORDS ARE STANDARD
000764     BLOCK CONTAINS 0 RECORDS.
000765     COPY MULTGLX REPLACING
000766         ==GL-EXTRACT-RECORD==
000767         BY ==GL-LAST-EXTRACT-RECORD==
000768         ==GLX-RECORD-TYPE== BY ==GLXE-RECORD-TYPE==
000769         ==GLX-DETAIL-RECORD== BY ==GLXE-DETAIL-RECORD==
000770         ==GLX-TRAILER-RECORD== BY ==GLXE-TRAILER-RECORD==
000771         ==GLX-DETAIL-DATA== BY ==GLXE-DETAIL-DATA==
000772         ==GLX-ACCOUNT-NUMBER== BY ==GLXE-ACCOUNT-NUMBER==
000773         ==GLX-OPERATION-CODE== BY ==GLXE-OPERATION-CODE==
000774         ==GLX-AMOUNT== BY ==GLXE-AMOUNT==
000775         ==GLX-POSTING-DATE== BY ==GLXE-POSTING-DATE==
000776         ==GLX-TRAILER-DATA== BY ==GLXE-TRAILER-DATA==
000777         ==GLX-TRAILER-RECORD-COUNT==
000778         BY ==GLXE-TRAILER-RECORD-COUNT==
000779         ==GLX-TRAILER-AMOUNT-TOTAL==
000780         BY ==GLXE-TRAILER-AMOUNT-TOTAL==
000781         ==GLX-TRAILER-POSTING-DATE==
000782         BY ==GLXE-TRAILER-POSTING-DATE==
000783         ==GLX-ENTRY-TYPE== BY ==GLXE-ENTRY-TYPE==
000784         ==GLX-CALCULATION-ENTRY== BY ==GLXE-CALCULATION-ENTRY==
000785         ==GLX-RERATE-ENTRY== BY ==GLXE-RERATE-ENTRY==
000786         ==GLX-REVERSAL-ENTRY== BY ==GLXE-REVERSAL-ENTRY==
000787         ==GLX-TRAILER-ENTRY-TYPE== BY ==GLXE-TRAILER-ENTRY-TYPE==
000788         ==GLX-JOURNAL-LINE== BY ==GLXE-JOURNAL-LINE==
000789         ==GLX-DEBIT-CREDIT== BY ==GLXE-DEBIT-CREDIT==
000790         ==GLX-DEBIT-LINE== BY ==GLXE-DEBIT-LINE==
000791         ==GLX-CREDIT-LINE== BY ==GLXE-CREDIT-LINE==
000792         ==GLX-LEDGER-ACCOUNT== BY ==GLXE-LEDGER-ACCOUNT==
000793         ==GLX-COST-CENTER== BY ==GLXE-COST-CENTER==
000794         ==GLX-ACCOUNTING-PERIOD== BY ==GLXE-ACCOUNTING-PERIOD==
000795         ==GLX-TRAILER-DEBIT-TOTAL==
000796         BY ==GLXE-TRAILER-DEBIT-TOTAL==
000797         ==GLX-TRAILER-CREDIT-TOTAL==
000798         BY ==GLXE-TRAILER-CREDIT-TOTAL==.
000799
000800 FD  SUSPENSE-FILE
000801     RECORDING MODE IS F
000802     LABEL RECORDS ARE STANDARD
000803     BLOCK CONTAINS 0 RECORDS.
000810     COPY MULTSUS.
000820
000830 FD  AUDIT-HISTORY-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD
000860     BLOCK CONTAINS 0 RECORDS.
000870     COPY MULTAUD.
000880
000890 FD  CLOSE-REPORT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD
000920     BLOCK CONTAINS 0 RECORDS.
000930     COPY MULTRPT REPLACING
000940         ==MULTIPLY-REPORT-RECORD==
000950         BY ==CLOSE-REPORT-RECORD==
000960         ==RPT-CARRIAGE-CONTROL== BY ==CLR-CARRIAGE-CONTROL==
000970         ==RPT-LINE-IMAGE== BY ==CLR-LINE-IMAGE==.
000980
000990 WORKING-STORAGE SECTION.
001000 77  WS-PERIOD-FILE-STATUS       PIC X(02).
001010 77  WS-PERIOD-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001020     88  END-OF-PERIOD-FILE                     VALUE 'Y'.
001030 77  WS-PENDING-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001040     88  END-OF-PENDING-FILE                    VALUE 'Y'.
001041 77  WS-EXTRACT-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001042     88  END-OF-EXTRACT-FILE                    VALUE 'Y'.
001050 77  WS-SUSPENSE-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001060     88  END-OF-SUSPENSE-FILE                   VALUE 'Y'.
001070 77  WS-AUDIT-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001080     88  END-OF-AUDIT-FILE                      VALUE 'Y'.
001090
001100 77  WS-CARD-VALID-SWITCH        PIC X(01)      VALUE 'Y'.
001110     88  CARD-IS-VALID                          VALUE 'Y'.
001120 77  WS-CLOSE-BLOCKED-SWITCH     PIC X(01)      VALUE 'N'.
001130     88  CLOSE-IS-BLOCKED                       VALUE 'Y'.
001140 77  WS-RECORD-FOUND-SWITCH      PIC X(01)      VALUE 'N'.
001150     88  PERIOD-RECORD-FOUND                    VALUE 'Y'.
001160 77  WS-TB-POSITION-SWITCH       PIC X(01)      VALUE 'N'.
001170     88  TB-POSITION-FOUND                      VALUE 'Y'.
001171 77  WS-MARKER-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
001172     88  PENDING-MARKER-FOUND                   VALUE 'Y'.
001173 77  WS-TRAILER-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001174     88  EXTRACT-TRAILER-FOUND                  VALUE 'Y'.
001180
001190 77  WS-CURRENT-STATUS           PIC X(01)      VALUE 'O'.
001200     88  CURRENT-PERIOD-OPEN                    VALUE 'O'.
001210     88  CURRENT-PERIOD-CLOSED                  VALUE 'C'.
001220 77  WS-CURRENT-ACTION           PIC X(01)      VALUE 'R'.
001230
001240 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001250 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001260 77  WS-RUN-DATE-INTEGER         PIC S9(09) COMP VALUE ZERO.
001270 77  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
001280 77  WS-MAX-SUSPENSE-AGE         PIC S9(03) COMP VALUE +5.
001290 77  WS-ITEM-PERIOD              PIC 9(06)      VALUE ZEROS.
001292 77  WS-PERIOD-START-DATE        PIC 9(08)      VALUE ZEROS.
001294 77  WS-OLDEST-AUDIT-DATE        PIC 9(08)      VALUE 99999999.
001300 77  WS-REJECT-REASON            PIC X(40)      VALUE SPACES.
001310
001320 77  WS-PENDING-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
001330 77  WS-PENDING-OPEN-COUNT       PIC 9(07) COMP VALUE ZERO.
001340 77  WS-SUSPENSE-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001350 77  WS-SUSPENSE-PERIOD-COUNT    PIC 9(07) COMP VALUE ZERO.
001360 77  WS-SUSPENSE-AGED-COUNT      PIC 9(07) COMP VALUE ZERO.
001370 77  WS-AUDIT-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001380 77  WS-AUDIT-PERIOD-COUNT       PIC 9(07) COMP VALUE ZERO.
001381 77  WS-EXTRACT-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
001382
001383 77  WS-MARKER-COUNT            PIC 9(07)      VALUE ZEROS.
001384 77  WS-MARKER-AMOUNT           PIC S9(09)V9999 VALUE ZEROS.
001385 77  WS-MARKER-POST-DATE        PIC 9(08)      VALUE ZEROS.
001386 77  WS-LAST-TRL-COUNT          PIC 9(07)      VALUE ZEROS.
001387 77  WS-LAST-TRL-AMOUNT         PIC S9(09)V9999 VALUE ZEROS.
001388 77  WS-LAST-TRL-POST-DATE      PIC 9(08)      VALUE ZEROS.
001390
001400 77  WS-TB-MAX-ENTRIES           PIC 9(03) COMP VALUE 200.
001410 77  WS-TB-SUB                   PIC 9(03) COMP VALUE ZERO.
001420 77  WS-TB-INSERT-SUB            PIC 9(03) COMP VALUE ZERO.
001430
001440 01  WS-CLOSE-PERIOD-WORK.
001450     05  WS-CLOSE-PERIOD         PIC 9(06)      VALUE ZEROS.
001460     05  FILLER REDEFINES WS-CLOSE-PERIOD.
001470         10  WS-CLOSE-YEAR       PIC 9(04).
001480         10  WS-CLOSE-MONTH      PIC 9(02).
001490
001500 01  WS-TB-NEW-KEY.
001510     05  WS-TB-NEW-SOURCE-SYSTEM PIC X(04).
001520     05  WS-TB-NEW-OPERATION-CODE
001530                                 PIC X(01).
001540
001550 01  WS-TRIAL-BALANCE-TABLE.
001560     05  WS-TB-ENTRY-COUNT       PIC 9(03) COMP VALUE ZERO.
001570     05  WS-TB-ENTRY             OCCURS 200 TIMES.
001580         10  WS-TB-KEY.
001590             15  WS-TB-SOURCE-SYSTEM PIC X(04).
001600             15  WS-TB-OPERATION-CODE
001610                                 PIC X(01).
001620         10  WS-TB-ITEM-COUNT        PIC 9(07) COMP.
001630         10  WS-TB-CALC-TOTAL        PIC S9(09)V9999 COMP-3.
001640         10  WS-TB-XPR-TOTAL         PIC S9(09)V9999 COMP-3.
001650         10  WS-TB-RERATE-TOTAL      PIC S9(09)V9999 COMP-3.
001660         10  WS-TB-REVERSAL-TOTAL    PIC S9(09)V9999 COMP-3.
001670         10  WS-TB-NET-TOTAL         PIC S9(09)V9999 COMP-3.
001680
001690 01  WS-SOURCE-TOTALS.
001700     05  WS-SRC-SOURCE-SYSTEM    PIC X(04)      VALUE SPACES.
001710     05  WS-SRC-ITEM-COUNT       PIC 9(07) COMP VALUE ZERO.
001720     05  WS-SRC-CALC-TOTAL       PIC S9(09)V9999 VALUE ZEROS.
001730     05  WS-SRC-XPR-TOTAL        PIC S9(09)V9999 VALUE ZEROS.
001740     05  WS-SRC-RERATE-TOTAL     PIC S9(09)V9999 VALUE ZEROS.
001750     05  WS-SRC-REVERSAL-TOTAL   PIC S9(09)V9999 VALUE ZEROS.
001760     05  WS-SRC-NET-TOTAL        PIC S9(09)V9999 VALUE ZEROS.
001770
001780 01  WS-GRAND-TOTALS.
001790     05  WS-GRD-ITEM-COUNT       PIC 9(07) COMP VALUE ZERO.
001800     05  WS-GRD-CALC-TOTAL       PIC S9(09)V9999 VALUE ZEROS.
001810     05  WS-GRD-XPR-TOTAL        PIC S9(09)V9999 VALUE ZEROS.
001820     05  WS-GRD-RERATE-TOTAL     PIC S9(09)V9999 VALUE ZEROS.
001830     05  WS-GRD-REVERSAL-TOTAL   PIC S9(09)V9999 VALUE ZEROS.
001840     05  WS-GRD-NET-TOTAL        PIC S9(09)V9999 VALUE ZEROS.
001850
001860 01  WS-HEADING-LINE.
001870     05  FILLER                  PIC X(24) VALUE
001880         "MULTCLS MONTH-END CLOSE ".
001890     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001900     05  FILLER                  PIC X(02) VALUE ": ".
001910     05  WS-HDG-RUN-DATE         PIC X(10).
001920     05  FILLER                  PIC X(86) VALUE SPACES.
001930
001940 01  WS-CARD-LINE.
001950     05  FILLER                  PIC X(05) VALUE SPACES.
001960     05  FILLER                  PIC X(08) VALUE "PERIOD  ".
001970     05  WS-CRD-PERIOD           PIC 9(06).
001980     05  FILLER                  PIC X(12) VALUE "  FUNCTION  ".
001990     05  WS-CRD-FUNCTION         PIC X(08).
002000     05  FILLER                  PIC X(08) VALUE "  USER  ".
002010     05  WS-CRD-USER-ID          PIC X(08).
002020     05  FILLER                  PIC X(19) VALUE
002030         "  MAX SUSPENSE AGE ".
002040     05  WS-CRD-MAX-AGE          PIC ZZ9.
002050     05  FILLER                  PIC X(55) VALUE SPACES.
002060
002070 01  WS-SECTION-LINE.
002080     05  FILLER                  PIC X(05) VALUE SPACES.
002090     05  WS-SEC-TEXT             PIC X(60).
002100     05  FILLER                  PIC X(67) VALUE SPACES.
002110
002120 01  WS-PENDING-DETAIL-LINE.
002130     05  FILLER                  PIC X(05) VALUE SPACES.
002140     05  FILLER                  PIC X(08) VALUE "ACCOUNT ".
002150     05  WS-PND-ACCOUNT          PIC 9(09).
002160     05  FILLER                  PIC X(05) VALUE "  OP ".
002170     05  WS-PND-OPERATION-CODE   PIC X(01).
002180     05  FILLER                  PIC X(02) VALUE SPACES.
002190     05  WS-PND-AMOUNT           PIC ZZZ,ZZZ,ZZ9.9999-.
002200     05  FILLER                  PIC X(11) VALUE "  POST DATE".
002210     05  FILLER                  PIC X(01) VALUE SPACES.
002220     05  WS-PND-POSTING-DATE     PIC 9(08).
002230     05  FILLER                  PIC X(08) VALUE "  PERIOD".
002240     05  FILLER                  PIC X(01) VALUE SPACES.
002250     05  WS-PND-PERIOD           PIC 9(06).
002260     05  FILLER                  PIC X(09) VALUE "  JRNL LN".
002270     05  FILLER                  PIC X(01) VALUE SPACES.
002280     05  WS-PND-JOURNAL-LINE     PIC X(07).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  WS-PND-DEBIT-CREDIT     PIC X(01).
002310     05  FILLER                  PIC X(30) VALUE SPACES.
002320
002330 01  WS-SUSPENSE-DETAIL-LINE.
002340     05  FILLER                  PIC X(05) VALUE SPACES.
002350     05  FILLER                  PIC X(09) VALUE "SEQUENCE ".
002360     05  WS-SUS-SEQUENCE         PIC 9(07).
002370     05  FILLER                  PIC X(10) VALUE "  ACCOUNT ".
002380     05  WS-SUS-ACCOUNT          PIC X(09).
002390     05  FILLER                  PIC X(11) VALUE "  REJECTED ".
002400     05  WS-SUS-DATE-REJECTED    PIC 9(08).
002410     05  FILLER                  PIC X(09) VALUE "  REASON ".
002420     05  WS-SUS-REASON           PIC 9(02).
002430     05  FILLER                  PIC X(07) VALUE "  AGE  ".
002440     05  WS-SUS-AGE-DAYS         PIC ZZZZ9.
002450     05  FILLER                  PIC X(50) VALUE SPACES.
002460
002470 01  WS-TB-HEADING-LINE.
002480     05  FILLER                  PIC X(05) VALUE SPACES.
002490     05  FILLER                  PIC X(06) VALUE "SOURCE".
002500     05  FILLER                  PIC X(04) VALUE "  OP".
002510     05  FILLER                  PIC X(08) VALUE "   COUNT".
002520     05  FILLER                  PIC X(20) VALUE
002530         "          CALCULATED".
002540     05  FILLER                  PIC X(20) VALUE
002550         "            EXTENDED".
002560     05  FILLER                  PIC X(20) VALUE
002570         "            RE-RATED".
002580     05  FILLER                  PIC X(20) VALUE
002590         "            REVERSED".
002600     05  FILLER                  PIC X(20) VALUE
002610         "                 NET".
002620     05  FILLER                  PIC X(09) VALUE SPACES.
002630
002640 01  WS-TB-DETAIL-LINE.
002650     05  FILLER                  PIC X(05) VALUE SPACES.
002660     05  WS-TBL-SOURCE-SYSTEM    PIC X(06).
002670     05  FILLER                  PIC X(03) VALUE SPACES.
002680     05  WS-TBL-OPERATION-CODE   PIC X(01).
002690     05  WS-TBL-COUNT            PIC ZZZZ,ZZ9.
002700     05  FILLER                  PIC X(03) VALUE SPACES.
002710     05  WS-TBL-CALC-TOTAL       PIC ZZZ,ZZZ,ZZ9.9999-.
002720     05  FILLER                  PIC X(03) VALUE SPACES.
002730     05  WS-TBL-XPR-TOTAL        PIC ZZZ,ZZZ,ZZ9.9999-.
002740     05  FILLER                  PIC X(03) VALUE SPACES.
002750     05  WS-TBL-RERATE-TOTAL     PIC ZZZ,ZZZ,ZZ9.9999-.
002760     05  FILLER                  PIC X(03) VALUE SPACES.
002770     05  WS-TBL-REVERSAL-TOTAL   PIC ZZZ,ZZZ,ZZ9.9999-.
002780     05  FILLER                  PIC X(03) VALUE SPACES.
002790     05  WS-TBL-NET-TOTAL        PIC ZZZ,ZZZ,ZZ9.9999-.
002800     05  FILLER                  PIC X(09) VALUE SPACES.
002810
002820 01  WS-RESULT-LINE.
002830     05  FILLER                  PIC X(05) VALUE SPACES.
002840     05  FILLER                  PIC X(12) VALUE "*** RESULT: ".
002850     05  WS-RES-TEXT             PIC X(60).
002860     05  FILLER                  PIC X(55) VALUE SPACES.
002870
002880 01  WS-CTL-HEADING-LINE.
002890     05  FILLER                  PIC X(05) VALUE SPACES.
002900     05  FILLER                  PIC X(21) VALUE
002910         "*** CONTROL TOTALS **".
002920     05  FILLER                  PIC X(106) VALUE SPACES.
002930
002940 01  WS-CTL-COUNT-LINE.
002950     05  FILLER                  PIC X(05) VALUE SPACES.
002960     05  WS-CTL-COUNT-TEXT       PIC X(25).
002970     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
002980     05  FILLER                  PIC X(95) VALUE SPACES.
002990
003000 PROCEDURE DIVISION.
003010******************************************************************
003020* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN. A BAD    *
003030*                 CARD CHANGES NOTHING; A CLOSE THAT FINDS THE   *
003040*                 PERIOD NOT CLEAN STILL PRINTS THE TRIAL BALANCE*
003050*                 BUT LEAVES THE PERIOD OPEN.                    *
003060******************************************************************
003070 0000-MAINLINE.
003080     PERFORM 1000-INITIALIZE
003090         THRU 1000-INITIALIZE-EXIT.
003100
003110     IF NOT CARD-IS-VALID
003120         GO TO 0000-MAINLINE-END
003130     END-IF.
003140
003150     IF CPR-SET-MODE-FUNCTION
003160         PERFORM 5500-SET-CLOSED-PERIOD-ACTION
003170             THRU 5500-SET-CLOSED-PERIOD-ACTION-EXIT
003180         GO TO 0000-MAINLINE-END
003190     END-IF.
003200
003210     IF CPR-CLOSE-FUNCTION
003220         PERFORM 2000-CHECK-GL-PENDING
003230             THRU 2000-CHECK-GL-PENDING-EXIT
003231         PERFORM 2300-CHECK-LAST-EXTRACT
003232             THRU 2300-CHECK-LAST-EXTRACT-EXIT
003240         PERFORM 3000-CHECK-SUSPENSE
003250             THRU 3000-CHECK-SUSPENSE-EXIT
003260     END-IF.
003270
003280     PERFORM 4000-BUILD-TRIAL-BALANCE
003290         THRU 4000-BUILD-TRIAL-BALANCE-EXIT.
003300
003310     PERFORM 4500-PRINT-TRIAL-BALANCE
003320         THRU 4500-PRINT-TRIAL-BALANCE-EXIT.
003330
003340     PERFORM 5000-UPDATE-PERIOD-STATUS
003350         THRU 5000-UPDATE-PERIOD-STATUS-EXIT.
003360
003370 0000-MAINLINE-END.
003380     PERFORM 8000-TERMINATE
003390         THRU 8000-TERMINATE-EXIT.
003400
003410     GO TO 9999-EXIT.
003420
003430******************************************************************
003440* 1000-INITIALIZE - OPENS THE REPORT, READS AND VALIDATES THE    *
003450*                   CONTROL CARD, AND LOADS THE PERIOD'S CURRENT *
003460*                   STATUS AND THE CLOSED-PERIOD ACTION FROM THE *
003470*                   PERIOD CONTROL FILE.                         *
003480******************************************************************
003490 1000-INITIALIZE.
003500     OPEN OUTPUT CLOSE-REPORT-FILE.
003510
003520     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
003530     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
003540
003550     COMPUTE WS-RUN-DATE-INTEGER =
003560         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD).
003570
003580     PERFORM 2500-WRITE-REPORT-HEADING
003590         THRU 2500-WRITE-REPORT-HEADING-EXIT.
003600
003610     PERFORM 1100-READ-CONTROL-CARD
003620         THRU 1100-READ-CONTROL-CARD-EXIT.
003630
003640     IF NOT CARD-IS-VALID
003650         DISPLAY "MULTCLS - CONTROL CARD REJECTED - "
003660             WS-REJECT-REASON
003670         MOVE WS-REJECT-REASON TO WS-RES-TEXT
003680         PERFORM 8200-WRITE-RESULT-LINE
003690             THRU 8200-WRITE-RESULT-LINE-EXIT
003700         MOVE 8 TO RETURN-CODE
003710         GO TO 1000-INITIALIZE-EXIT
003720     END-IF.
003730
003740     PERFORM 1200-LOAD-PERIOD-STATUS
003750         THRU 1200-LOAD-PERIOD-STATUS-EXIT.
003760 1000-INITIALIZE-EXIT.
003770     EXIT.
003780
003790******************************************************************
003800* 1100-READ-CONTROL-CARD - READS THE ONE-RECORD SYSIN PARAMETER  *
003810*                          CARD (MULTCPR.CPY). A BLANK OR ZERO   *
003820*                          PERIOD IS THE MONTH BEFORE THE RUN    *
003830*                          DATE; A BLANK AGE LIMIT IS THE        *
003840*                          SUSPENSE REPORT'S. THE USER ID IS     *
003850*                          REQUIRED, AND A SET-MODE CARD MUST    *
003860*                          NAME THE ACTION. ANY FAULT CLEARS     *
003870*                          CARD-IS-VALID WITH THE REASON.        *
003880******************************************************************
003890 1100-READ-CONTROL-CARD.
003900     OPEN INPUT CLOSE-CONTROL-FILE.
003910
003920     READ CLOSE-CONTROL-FILE
003930         AT END
003940             MOVE 'N' TO WS-CARD-VALID-SWITCH
003950             MOVE "NO CONTROL CARD" TO WS-REJECT-REASON
003960     END-READ.
003970
003980     CLOSE CLOSE-CONTROL-FILE.
003990
004000     IF NOT CARD-IS-VALID
004010         GO TO 1100-READ-CONTROL-CARD-EXIT
004020     END-IF.
004030
004040     IF CPR-CLOSE-PERIOD-X = SPACES
004050             OR CPR-CLOSE-PERIOD-X = LOW-VALUES
004060             OR CPR-CLOSE-PERIOD-X = ZEROS
004070         MOVE WS-RUN-DATE-YYYYMMDD(1:6) TO WS-CLOSE-PERIOD
004080         IF WS-CLOSE-MONTH = 1
004090             MOVE 12 TO WS-CLOSE-MONTH
004100             SUBTRACT 1 FROM WS-CLOSE-YEAR
004110         ELSE
004120             SUBTRACT 1 FROM WS-CLOSE-MONTH
004130         END-IF
004140     ELSE
004150         IF CPR-CLOSE-PERIOD NUMERIC
004160             MOVE CPR-CLOSE-PERIOD TO WS-CLOSE-PERIOD
004170         END-IF
004180     END-IF.
004190
004200     MOVE WS-CLOSE-PERIOD TO WS-CRD-PERIOD.
004210     MOVE CPR-USER-ID     TO WS-CRD-USER-ID.
004220
004230     EVALUATE TRUE
004240         WHEN CPR-CLOSE-FUNCTION
004250             MOVE "CLOSE"    TO WS-CRD-FUNCTION
004260         WHEN CPR-REOPEN-FUNCTION
004270             MOVE "REOPEN"   TO WS-CRD-FUNCTION
004280         WHEN CPR-SET-MODE-FUNCTION
004290             MOVE "SET MODE" TO WS-CRD-FUNCTION
004300         WHEN OTHER
004310             MOVE CPR-FUNCTION TO WS-CRD-FUNCTION
004320     END-EVALUATE.
004330
004340     IF CPR-MAX-SUSPENSE-AGE-X NOT = SPACES
004350             AND CPR-MAX-SUSPENSE-AGE NUMERIC
004360         MOVE CPR-MAX-SUSPENSE-AGE TO WS-MAX-SUSPENSE-AGE
004370     END-IF.
004380     MOVE WS-MAX-SUSPENSE-AGE TO WS-CRD-MAX-AGE.
004390
004400     MOVE ' '          TO CLR-CARRIAGE-CONTROL.
004410     MOVE WS-CARD-LINE TO CLR-LINE-IMAGE.
004420     WRITE CLOSE-REPORT-RECORD.
004430
004440     EVALUATE TRUE
004450         WHEN WS-CLOSE-PERIOD = ZEROS
004460                 OR WS-CLOSE-MONTH < 1
004470                 OR WS-CLOSE-MONTH > 12
004480             MOVE "PERIOD MUST BE YYYYMM" TO WS-REJECT-REASON
004490         WHEN NOT CPR-CLOSE-FUNCTION
004500                 AND NOT CPR-REOPEN-FUNCTION
004510                 AND NOT CPR-SET-MODE-FUNCTION
004520             MOVE "FUNCTION MUST BE C, O, OR M"
004530                 TO WS-REJECT-REASON
004540         WHEN CPR-MAX-SUSPENSE-AGE-X NOT = SPACES
004550                 AND CPR-MAX-SUSPENSE-AGE NOT NUMERIC
004560             MOVE "SUSPENSE AGE MUST BE NUMERIC"
004570                 TO WS-REJECT-REASON
004580         WHEN CPR-USER-ID = SPACES
004590             MOVE "USER ID REQUIRED" TO WS-REJECT-REASON
004600         WHEN CPR-SET-MODE-FUNCTION
004610                 AND NOT CPR-REJECT-CLOSED-PERIOD
004620                 AND NOT CPR-ROLL-FORWARD-CLOSED
004630             MOVE "CLOSED-PERIOD ACTION MUST BE R OR F"
004640                 TO WS-REJECT-REASON
004650         WHEN OTHER
004660             CONTINUE
004670     END-EVALUATE.
004680
004690     IF WS-REJECT-REASON NOT = SPACES
004700         MOVE 'N' TO WS-CARD-VALID-SWITCH
004710     END-IF.
004720 1100-READ-CONTROL-CARD-EXIT.
004730     EXIT.
004740
004750******************************************************************
004760* 1200-LOAD-PERIOD-STATUS - READS THE PERIOD CONTROL FILE FOR THE*
004770*                           CLOSED-PERIOD ACTION NOW IN FORCE AND*
004780*                           THE CLOSE PERIOD'S CURRENT STATUS. A *
004790*                           PERIOD WITH NO RECORD IS OPEN.       *
004800******************************************************************
004810 1200-LOAD-PERIOD-STATUS.
004820     OPEN INPUT  ACCOUNTING-PERIOD-FILE.
004830
004840     IF WS-PERIOD-FILE-STATUS NOT = "00"
004850         DISPLAY "MULTPER OPEN FAILED - FILE STATUS "
004860             WS-PERIOD-FILE-STATUS
004870         MOVE 16 TO RETURN-CODE
004880         STOP RUN
004890     END-IF.
004900
004910     PERFORM 1210-READ-PERIOD-RECORD
004920         THRU 1210-READ-PERIOD-RECORD-EXIT
004930         UNTIL END-OF-PERIOD-FILE.
004940
004950     CLOSE ACCOUNTING-PERIOD-FILE.
004960     MOVE 'N' TO WS-PERIOD-EOF-SWITCH.
004970 1200-LOAD-PERIOD-STATUS-EXIT.
004980     EXIT.
004990
005000******************************************************************
005010* 1210-READ-PERIOD-RECORD - READS ONE PERIOD CONTROL RECORD AND  *
005020*                           KEEPS THE ACTION OR THE CLOSE        *
005030*                           PERIOD'S STATUS.                     *
005040******************************************************************
005050 1210-READ-PERIOD-RECORD.
005060     READ ACCOUNTING-PERIOD-FILE
005070         AT END
005080             SET END-OF-PERIOD-FILE TO TRUE
005090         NOT AT END
005100             IF PER-CONTROL-RECORD
005110                 MOVE PER-CLOSED-PERIOD-ACTION
005120                     TO WS-CURRENT-ACTION
005130             ELSE
005140             IF PER-PERIOD-RECORD
005150                     AND PER-PERIOD = WS-CLOSE-PERIOD
005160                 MOVE PER-STATUS TO WS-CURRENT-STATUS
005170             END-IF END-IF
005180     END-READ.
005190 1210-READ-PERIOD-RECORD-EXIT.
005200     EXIT.
005210
005220******************************************************************
005230* 2000-CHECK-GL-PENDING - READS THE CURRENT MULTACK PENDING      *
005240*                         GENERATION AND LISTS EVERY GL POSTING  *
005250*                         OF THE CLOSE PERIOD OR EARLIER STILL   *
005260*                         AWAITING ACKNOWLEDGMENT. ANY SUCH ITEM *
005270*                         BLOCKS THE CLOSE - THE GL HAS NOT      *
005280*                         CONFIRMED THE PERIOD'S POSTINGS. A     *
005290*                         DETAIL WITH NO ACCOUNTING PERIOD IS    *
005300*                         TAKEN AT ITS POSTING-DATE MONTH; THE   *
005310*                         TYPE-T GENERATION MARKER IS KEPT FOR   *
005311*                         THE LAST-EXTRACT CHECK (2300).         *
005320******************************************************************
005330 2000-CHECK-GL-PENDING.
005340     OPEN INPUT PENDING-FILE.
005350
005360     MOVE "*** GL POSTINGS NOT YET ACKNOWLEDGED **"
005370         TO WS-SEC-TEXT.
005380     PERFORM 8300-WRITE-SECTION-LINE
005390         THRU 8300-WRITE-SECTION-LINE-EXIT.
005400
005410     PERFORM 2100-READ-PENDING-RECORD
005420         THRU 2100-READ-PENDING-RECORD-EXIT.
005430
005440     PERFORM 2200-EXAMINE-PENDING-RECORD
005450         THRU 2200-EXAMINE-PENDING-RECORD-EXIT
005460         UNTIL END-OF-PENDING-FILE.
005470
005480     CLOSE PENDING-FILE.
005490 2000-CHECK-GL-PENDING-EXIT.
005500     EXIT.
005510
005520******************************************************************
005530* 2100-READ-PENDING-RECORD - READS THE NEXT PENDING RECORD AND   *
005540*                            SETS EOF.                           *
005550******************************************************************
005560 2100-READ-PENDING-RECORD.
005570     READ PENDING-FILE
005580         AT END
005590             SET END-OF-PENDING-FILE TO TRUE
005600         NOT AT END
005610             ADD 1 TO WS-PENDING-READ-COUNT
005620     END-READ.
005630 2100-READ-PENDING-RECORD-EXIT.
005640     EXIT.
005650
005660******************************************************************
005670* 2200-EXAMINE-PENDING-RECORD - LISTS ONE PENDING DETAIL OF THE  *
005680*                               CLOSE PERIOD OR EARLIER AND      *
005690*                               BLOCKS THE CLOSE, THEN READS THE *
005700*                               NEXT.                            *
005710******************************************************************
005720 2200-EXAMINE-PENDING-RECORD.
005721     IF GLX-TRAILER-RECORD
005722         MOVE GLX-TRAILER-RECORD-COUNT TO WS-MARKER-COUNT
005723         MOVE GLX-TRAILER-AMOUNT-TOTAL TO WS-MARKER-AMOUNT
005724         MOVE GLX-TRAILER-POSTING-DATE TO WS-MARKER-POST-DATE
005725         SET PENDING-MARKER-FOUND TO TRUE
005726         GO TO 2200-EXAMINE-PENDING-NEXT
005727     END-IF.
005728
005730     IF NOT GLX-DETAIL-RECORD
005740         GO TO 2200-EXAMINE-PENDING-NEXT
005750     END-IF.
005760
005770     IF GLX-ACCOUNTING-PERIOD NUMERIC
005780             AND GLX-ACCOUNTING-PERIOD > ZERO
005790         MOVE GLX-ACCOUNTING-PERIOD TO WS-ITEM-PERIOD
005800     ELSE
005810         MOVE GLX-POSTING-DATE(1:6) TO WS-ITEM-PERIOD
005820     END-IF.
005830
005840     IF WS-ITEM-PERIOD > WS-CLOSE-PERIOD
005850         GO TO 2200-EXAMINE-PENDING-NEXT
005860     END-IF.
005870
005880     ADD 1 TO WS-PENDING-OPEN-COUNT.
005890     SET CLOSE-IS-BLOCKED TO TRUE.
005900
005910     MOVE GLX-ACCOUNT-NUMBER   TO WS-PND-ACCOUNT.
005920     MOVE GLX-OPERATION-CODE   TO WS-PND-OPERATION-CODE.
005930     MOVE GLX-AMOUNT           TO WS-PND-AMOUNT.
005940     MOVE GLX-POSTING-DATE     TO WS-PND-POSTING-DATE.
005950     MOVE WS-ITEM-PERIOD       TO WS-PND-PERIOD.
005960     MOVE GLX-DEBIT-CREDIT     TO WS-PND-DEBIT-CREDIT.
005970     IF GLX-JOURNAL-LINE NUMERIC
005980         MOVE GLX-JOURNAL-LINE TO WS-PND-JOURNAL-LINE
005990     ELSE
006000         MOVE SPACES           TO WS-PND-JOURNAL-LINE
006010     END-IF.
006020
006030     MOVE ' '                    TO CLR-CARRIAGE-CONTROL.
006040     MOVE WS-PENDING-DETAIL-LINE TO CLR-LINE-IMAGE.
006050     WRITE CLOSE-REPORT-RECORD.
006060
006070 2200-EXAMINE-PENDING-NEXT.
006080     PERFORM 2100-READ-PENDING-RECORD
006090         THRU 2100-READ-PENDING-RECORD-EXIT.
006100 2200-EXAMINE-PENDING-RECORD-EXIT.
006110     EXIT.
006120
006121******************************************************************
006122* 2300-CHECK-LAST-EXTRACT - THE GLACK STEP EXAMINES AN           *
006123*                           EXTRACT GENERATION ONLY THE NIGHT    *
006124*                           AFTER IT IS CUT, SO THE PENDING FILE *
006125*                           CANNOT YET HOLD THE LATEST ONE'S     *
006126*                           DETAILS.  GLEXTR(0) IS PRE-READ FOR  *
006127*                           ITS LAST TYPE-T TRAILER; UNLESS THAT *
006128*                           MATCHES THE PENDING FILE'S MARKER    *
006129*                           (ALREADY EXAMINED), EVERY DETAIL ON  *
006130*                           IT OF THE CLOSE PERIOD OR EARLIER IS *
006131*                           LISTED AS UNACKNOWLEDGED AND BLOCKS  *
006132*                           THE CLOSE.                           *
006133******************************************************************
006134 2300-CHECK-LAST-EXTRACT.
006135     OPEN INPUT EXTRACT-FILE.
006136
006137     PERFORM 2310-SCAN-EXTRACT-RECORD
006138         THRU 2310-SCAN-EXTRACT-RECORD-EXIT
006139         UNTIL END-OF-EXTRACT-FILE.
006140
006141     CLOSE EXTRACT-FILE.
006142
006143     IF PENDING-MARKER-FOUND
006144             AND EXTRACT-TRAILER-FOUND
006145             AND WS-LAST-TRL-COUNT = WS-MARKER-COUNT
006146             AND WS-LAST-TRL-AMOUNT = WS-MARKER-AMOUNT
006147             AND WS-LAST-TRL-POST-DATE = WS-MARKER-POST-DATE
006148         GO TO 2300-CHECK-LAST-EXTRACT-EXIT
006149     END-IF.
006150
006151     MOVE 'N' TO WS-EXTRACT-EOF-SWITCH.
006152     OPEN INPUT EXTRACT-FILE.
006153
006154     PERFORM 2320-READ-EXTRACT-RECORD
006155         THRU 2320-READ-EXTRACT-RECORD-EXIT.
006156
006157     PERFORM 2330-EXAMINE-EXTRACT-RECORD
006158         THRU 2330-EXAMINE-EXTRACT-RECORD-EXIT
006159         UNTIL END-OF-EXTRACT-FILE.
006160
006161     CLOSE EXTRACT-FILE.
006162 2300-CHECK-LAST-EXTRACT-EXIT.
006163     EXIT.
006164
006165******************************************************************
006166* 2310-SCAN-EXTRACT-RECORD - READS ONE EXTRACT RECORD ON         *
006167*                            THE PRE-SCAN, REMEMBERING THE LAST  *
006168*                            TYPE-T TRAILER SEEN.                *
006169******************************************************************
006170 2310-SCAN-EXTRACT-RECORD.
006171     READ EXTRACT-FILE
006172         AT END
006173             SET END-OF-EXTRACT-FILE TO TRUE
006174         NOT AT END
006175             IF GLXE-TRAILER-RECORD
006176                 MOVE GLXE-TRAILER-RECORD-COUNT
006177                     TO WS-LAST-TRL-COUNT
006178                 MOVE GLXE-TRAILER-AMOUNT-TOTAL
006179                     TO WS-LAST-TRL-AMOUNT
006180                 MOVE GLXE-TRAILER-POSTING-DATE
006181                     TO WS-LAST-TRL-POST-DATE
006182                 SET EXTRACT-TRAILER-FOUND TO TRUE
006183             END-IF
006184     END-READ.
006185 2310-SCAN-EXTRACT-RECORD-EXIT.
006186     EXIT.
006187
006188******************************************************************
006189* 2320-READ-EXTRACT-RECORD - READS THE NEXT EXTRACT RECORD       *
006190*                            AND SETS EOF.                       *
006191******************************************************************
006192 2320-READ-EXTRACT-RECORD.
006193     READ EXTRACT-FILE
006194         AT END
006195             SET END-OF-EXTRACT-FILE TO TRUE
006196         NOT AT END
006197             ADD 1 TO WS-EXTRACT-READ-COUNT
006198     END-READ.
006199 2320-READ-EXTRACT-RECORD-EXIT.
006200     EXIT.
006201
006202******************************************************************
006203* 2330-EXAMINE-EXTRACT-RECORD - LISTS ONE EXTRACT DETAIL OF      *
006204*                               THE CLOSE PERIOD OR EARLIER      *
006205*                               AND BLOCKS THE CLOSE, THEN       *
006206*                               READS THE NEXT.                  *
006207******************************************************************
006208 2330-EXAMINE-EXTRACT-RECORD.
006209     IF NOT GLXE-DETAIL-RECORD
006210         GO TO 2330-EXAMINE-EXTRACT-NEXT
006211     END-IF.
006212
006213     IF GLXE-ACCOUNTING-PERIOD NUMERIC
006214             AND GLXE-ACCOUNTING-PERIOD > ZERO
006215         MOVE GLXE-ACCOUNTING-PERIOD TO WS-ITEM-PERIOD
006216     ELSE
006217         MOVE GLXE-POSTING-DATE(1:6) TO WS-ITEM-PERIOD
006218     END-IF.
006219
006220     IF WS-ITEM-PERIOD > WS-CLOSE-PERIOD
006221         GO TO 2330-EXAMINE-EXTRACT-NEXT
006222     END-IF.
006223
006224     ADD 1 TO WS-PENDING-OPEN-COUNT.
006225     SET CLOSE-IS-BLOCKED TO TRUE.
006226
006227     MOVE GLXE-ACCOUNT-NUMBER  TO WS-PND-ACCOUNT.
006228     MOVE GLXE-OPERATION-CODE  TO WS-PND-OPERATION-CODE.
006229     MOVE GLXE-AMOUNT          TO WS-PND-AMOUNT.
006230     MOVE GLXE-POSTING-DATE    TO WS-PND-POSTING-DATE.
006231     MOVE WS-ITEM-PERIOD       TO WS-PND-PERIOD.
006232     MOVE GLXE-DEBIT-CREDIT    TO WS-PND-DEBIT-CREDIT.
006233     IF GLXE-JOURNAL-LINE NUMERIC
006234         MOVE GLXE-JOURNAL-LINE TO WS-PND-JOURNAL-LINE
006235     ELSE
006236         MOVE SPACES            TO WS-PND-JOURNAL-LINE
006237     END-IF.
006238
006239     MOVE ' '                    TO CLR-CARRIAGE-CONTROL.
006240     MOVE WS-PENDING-DETAIL-LINE TO CLR-LINE-IMAGE.
006241     WRITE CLOSE-REPORT-RECORD.
006242
006243 2330-EXAMINE-EXTRACT-NEXT.
006244     PERFORM 2320-READ-EXTRACT-RECORD
006245         THRU 2320-READ-EXTRACT-RECORD-EXIT.
006246 2330-EXAMINE-EXTRACT-RECORD-EXIT.
006247     EXIT.
006248
006249******************************************************************
006250* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING.       *
006251******************************************************************
006252 2500-WRITE-REPORT-HEADING.
006253     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
006254     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
006255     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
006256     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
006257     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
006258
006259     MOVE '1'             TO CLR-CARRIAGE-CONTROL.
006260     MOVE WS-HEADING-LINE TO CLR-LINE-IMAGE.
006261     WRITE CLOSE-REPORT-RECORD.
006262 2500-WRITE-REPORT-HEADING-EXIT.
006270     EXIT.
006280
006290******************************************************************
006300* 3000-CHECK-SUSPENSE - READS THE CURRENT SUSPENSE GENERATION AND*
006310*                       LISTS EVERY SUSPENSE ITEM OF THE CLOSE   *
006320*                       PERIOD OLDER THAN THE AGE LIMIT. ANY SUCH*
006330*                       ITEM BLOCKS THE CLOSE - IT HAS BEEN LEFT *
006340*                       UNWORKED TOO LONG TO BE CARRIED INTO THE *
006350*                       NEXT PERIOD. AN ITEM WITH NO ACCOUNTING  *
006360*                       PERIOD IS TAKEN AT THE MONTH IT WAS      *
006370*                       REJECTED; THE HIGH-WATER CONTROL RECORD  *
006380*                       IS SKIPPED.                              *
006390******************************************************************
006400 3000-CHECK-SUSPENSE.
006410     OPEN INPUT SUSPENSE-FILE.
006420
006430     MOVE "*** AGED SUSPENSE ITEMS OF THE PERIOD **"
006440         TO WS-SEC-TEXT.
006450     PERFORM 8300-WRITE-SECTION-LINE
006460         THRU 8300-WRITE-SECTION-LINE-EXIT.
006470
006480     PERFORM 3100-READ-SUSPENSE-RECORD
006490         THRU 3100-READ-SUSPENSE-RECORD-EXIT.
006500
006510     PERFORM 3200-EXAMINE-SUSPENSE-RECORD
006520         THRU 3200-EXAMINE-SUSPENSE-RECORD-EXIT
006530         UNTIL END-OF-SUSPENSE-FILE.
006540
006550     CLOSE SUSPENSE-FILE.
006560 3000-CHECK-SUSPENSE-EXIT.
006570     EXIT.
006580
006590******************************************************************
006600* 3100-READ-SUSPENSE-RECORD - READS THE NEXT SUSPENSE RECORD AND *
006610*                             SETS EOF.                          *
006620******************************************************************
006630 3100-READ-SUSPENSE-RECORD.
006640     READ SUSPENSE-FILE
006650         AT END
006660             SET END-OF-SUSPENSE-FILE TO TRUE
006670         NOT AT END
006680             ADD 1 TO WS-SUSPENSE-READ-COUNT
006690     END-READ.
006700 3100-READ-SUSPENSE-RECORD-EXIT.
006710     EXIT.
006720
006730******************************************************************
006740* 3200-EXAMINE-SUSPENSE-RECORD - AGES ONE SUSPENSE ITEM OF THE   *
006750*                                CLOSE PERIOD, LISTS IT AND      *
006760*                                BLOCKS THE CLOSE WHEN IT IS OVER*
006770*                                THE LIMIT, THEN READS THE NEXT. *
006780******************************************************************
006790 3200-EXAMINE-SUSPENSE-RECORD.
006800     IF SUS-HIGH-WATER-RECORD
006810         GO TO 3200-EXAMINE-SUSPENSE-NEXT
006820     END-IF.
006830
006840     IF SUS-ACCOUNTING-PERIOD NUMERIC
006850             AND SUS-ACCOUNTING-PERIOD > ZERO
006860         MOVE SUS-ACCOUNTING-PERIOD TO WS-ITEM-PERIOD
006870     ELSE
006880         MOVE SUS-DATE-REJECTED(1:6) TO WS-ITEM-PERIOD
006890     END-IF.
006900
006910     IF WS-ITEM-PERIOD NOT = WS-CLOSE-PERIOD
006920         GO TO 3200-EXAMINE-SUSPENSE-NEXT
006930     END-IF.
006940
006950     ADD 1 TO WS-SUSPENSE-PERIOD-COUNT.
006960
006970     IF SUS-DATE-REJECTED NUMERIC
006980             AND SUS-DATE-REJECTED > 19000101
006990         COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INTEGER
007000             - FUNCTION INTEGER-OF-DATE (SUS-DATE-REJECTED)
007010     ELSE
007020         MOVE ZERO TO WS-AGE-DAYS
007030     END-IF.
007040
007050     IF WS-AGE-DAYS NOT > WS-MAX-SUSPENSE-AGE
007060         GO TO 3200-EXAMINE-SUSPENSE-NEXT
007070     END-IF.
007080
007090     ADD 1 TO WS-SUSPENSE-AGED-COUNT.
007100     SET CLOSE-IS-BLOCKED TO TRUE.
007110
007120     MOVE SUS-SEQUENCE-NUMBER TO WS-SUS-SEQUENCE.
007130     MOVE SUS-ACCOUNT-NUMBER  TO WS-SUS-ACCOUNT.
007140     MOVE SUS-DATE-REJECTED   TO WS-SUS-DATE-REJECTED.
007150     MOVE SUS-REASON-CODE     TO WS-SUS-REASON.
007160     MOVE WS-AGE-DAYS         TO WS-SUS-AGE-DAYS.
007170
007180     MOVE ' '                     TO CLR-CARRIAGE-CONTROL.
007190     MOVE WS-SUSPENSE-DETAIL-LINE TO CLR-LINE-IMAGE.
007200     WRITE CLOSE-REPORT-RECORD.
007210
007220 3200-EXAMINE-SUSPENSE-NEXT.
007230     PERFORM 3100-READ-SUSPENSE-RECORD
007240         THRU 3100-READ-SUSPENSE-RECORD-EXIT.
007250 3200-EXAMINE-SUSPENSE-RECORD-EXIT.
007260     EXIT.
007270
007280******************************************************************
007290* 4000-BUILD-TRIAL-BALANCE - READS EVERY RETAINED AUDIT          *
007300*                            GENERATION (MULTAUDH IS THE WHOLE   *
007310*                            AUDIT GDG) AND ACCUMULATES THE CLOSE*
007320*                            PERIOD'S AUDITED POSTINGS BY SOURCE *
007330*                            SYSTEM AND OPERATION CODE. WHEN THE *
007340*                            OLDEST RETAINED GENERATION IS LATER *
007350*                            THAN THE PERIOD'S FIRST DAY THE     *
007360*                            TRIAL BALANCE IS SHORT, SO IT IS    *
007364*                            FLAGGED AND THE CLOSE IS REFUSED. A *
007366*                            RECORD WITH NO ACCOUNTING PERIOD IS *
007368*                            TAKEN AT ITS FEED-DATE MONTH, ELSE  *
007369*                            ITS RUN-DATE MONTH.                 *
007370******************************************************************
007380 4000-BUILD-TRIAL-BALANCE.
007390     OPEN INPUT AUDIT-HISTORY-FILE.
007400
007410     PERFORM 4100-READ-AUDIT-RECORD
007420         THRU 4100-READ-AUDIT-RECORD-EXIT.
007430
007440     PERFORM 4200-ACCUMULATE-AUDIT-RECORD
007450         THRU 4200-ACCUMULATE-AUDIT-RECORD-EXIT
007460         UNTIL END-OF-AUDIT-FILE.
007470
007480     CLOSE AUDIT-HISTORY-FILE.
007481
007482     COMPUTE WS-PERIOD-START-DATE = WS-CLOSE-PERIOD * 100 + 1.
007483     IF WS-OLDEST-AUDIT-DATE > WS-PERIOD-START-DATE
007484         MOVE "*** AUDIT GDG STARTS AFTER PERIOD - INCOMPLETE **"
007485             TO WS-SEC-TEXT
007486         PERFORM 8300-WRITE-SECTION-LINE
007487             THRU 8300-WRITE-SECTION-LINE-EXIT
007488         SET CLOSE-IS-BLOCKED TO TRUE
007489     END-IF.
007490 4000-BUILD-TRIAL-BALANCE-EXIT.
007500     EXIT.
007510
007520******************************************************************
007530* 4100-READ-AUDIT-RECORD - READS THE NEXT AUDIT RECORD AND SETS  *
007540*                          EOF.                                  *
007550******************************************************************
007560 4100-READ-AUDIT-RECORD.
007570     READ AUDIT-HISTORY-FILE
007580         AT END
007590             SET END-OF-AUDIT-FILE TO TRUE
007600         NOT AT END
007610             ADD 1 TO WS-AUDIT-READ-COUNT
007620     END-READ.
007630 4100-READ-AUDIT-RECORD-EXIT.
007640     EXIT.
007650
007660******************************************************************
007670* 4200-ACCUMULATE-AUDIT-RECORD - FINDS (OR INSERTS, IN KEY       *
007680*                                SEQUENCE) THE TRIAL-BALANCE     *
007690*                                ENTRY FOR ONE AUDIT RECORD OF   *
007700*                                THE CLOSE PERIOD AND ADDS ITS   *
007710*                                AMOUNT TO THE COLUMN FOR ITS    *
007720*                                KIND - THE RESULT FOR A         *
007730*                                CALCULATION, THE EXTENDED RESULT*
007740*                                FOR A FLAG-E, R, OR V RECORD -  *
007750*                                AND TO THE NET. THEN READS THE  *
007760*                                NEXT.                           *
007770******************************************************************
007780 4200-ACCUMULATE-AUDIT-RECORD.
007781     IF AUD-RUN-DATE NUMERIC
007782             AND AUD-RUN-DATE > ZERO
007783             AND AUD-RUN-DATE < WS-OLDEST-AUDIT-DATE
007784         MOVE AUD-RUN-DATE TO WS-OLDEST-AUDIT-DATE
007785     END-IF.
007786
007790     IF AUD-ACCOUNTING-PERIOD NUMERIC
007800             AND AUD-ACCOUNTING-PERIOD > ZERO
007810         MOVE AUD-ACCOUNTING-PERIOD TO WS-ITEM-PERIOD
007820     ELSE
007822     IF AUD-FEED-DATE NUMERIC
007824             AND AUD-FEED-DATE > ZERO
007826         MOVE AUD-FEED-DATE(1:6)    TO WS-ITEM-PERIOD
007830     ELSE
007834         MOVE AUD-RUN-DATE(1:6)     TO WS-ITEM-PERIOD
007840     END-IF END-IF.
007850
007860     IF WS-ITEM-PERIOD NOT = WS-CLOSE-PERIOD
007870         GO TO 4200-ACCUMULATE-AUDIT-NEXT
007880     END-IF.
007890
007900     ADD 1 TO WS-AUDIT-PERIOD-COUNT.
007910     MOVE AUD-SOURCE-SYSTEM  TO WS-TB-NEW-SOURCE-SYSTEM.
007920     MOVE AUD-OPERATION-CODE TO WS-TB-NEW-OPERATION-CODE.
007930
007940     MOVE 'N' TO WS-TB-POSITION-SWITCH.
007950     COMPUTE WS-TB-INSERT-SUB = WS-TB-ENTRY-COUNT + 1.
007960     PERFORM 4210-TEST-TB-POSITION
007970         THRU 4210-TEST-TB-POSITION-EXIT
007980         VARYING WS-TB-SUB FROM 1 BY 1
007990         UNTIL WS-TB-SUB > WS-TB-ENTRY-COUNT
008000         OR TB-POSITION-FOUND.
008010
008020     IF NOT TB-POSITION-FOUND
008030         PERFORM 4300-INSERT-TB-ENTRY
008040             THRU 4300-INSERT-TB-ENTRY-EXIT
008050     ELSE
008060         IF WS-TB-KEY (WS-TB-INSERT-SUB) NOT = WS-TB-NEW-KEY
008070             PERFORM 4300-INSERT-TB-ENTRY
008080                 THRU 4300-INSERT-TB-ENTRY-EXIT
008090         END-IF
008100     END-IF.
008110
008120     ADD 1 TO WS-TB-ITEM-COUNT (WS-TB-INSERT-SUB).
008130     EVALUATE TRUE
008140         WHEN AUD-EXTENDED-PRECISION
008150             ADD AUD-RESULT-EXTENDED
008160                 TO WS-TB-XPR-TOTAL (WS-TB-INSERT-SUB)
008170             ADD AUD-RESULT-EXTENDED
008180                 TO WS-TB-NET-TOTAL (WS-TB-INSERT-SUB)
008190         WHEN AUD-RERATE-ADJUSTMENT
008200             ADD AUD-RESULT-EXTENDED
008210                 TO WS-TB-RERATE-TOTAL (WS-TB-INSERT-SUB)
008220             ADD AUD-RESULT-EXTENDED
008230                 TO WS-TB-NET-TOTAL (WS-TB-INSERT-SUB)
008240         WHEN AUD-REVERSAL-ENTRY
008250             ADD AUD-RESULT-EXTENDED
008260                 TO WS-TB-REVERSAL-TOTAL (WS-TB-INSERT-SUB)
008270             ADD AUD-RESULT-EXTENDED
008280                 TO WS-TB-NET-TOTAL (WS-TB-INSERT-SUB)
008290         WHEN OTHER
008300             ADD AUD-RESULT
008310                 TO WS-TB-CALC-TOTAL (WS-TB-INSERT-SUB)
008320             ADD AUD-RESULT
008330                 TO WS-TB-NET-TOTAL (WS-TB-INSERT-SUB)
008340     END-EVALUATE.
008350
008360 4200-ACCUMULATE-AUDIT-NEXT.
008370     PERFORM 4100-READ-AUDIT-RECORD
008380         THRU 4100-READ-AUDIT-RECORD-EXIT.
008390 4200-ACCUMULATE-AUDIT-RECORD-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430* 4210-TEST-TB-POSITION - NOTES THE FIRST TRIAL-BALANCE ENTRY    *
008440*                         WHOSE KEY IS NOT BELOW THE NEW KEY -   *
008450*                         THE MATCHING ENTRY, OR WHERE A NEW ONE *
008460*                         GOES.                                  *
008470******************************************************************
008480 4210-TEST-TB-POSITION.
008490     IF WS-TB-KEY (WS-TB-SUB) NOT < WS-TB-NEW-KEY
008500         MOVE WS-TB-SUB TO WS-TB-INSERT-SUB
008510         SET TB-POSITION-FOUND TO TRUE
008520     END-IF.
008530 4210-TEST-TB-POSITION-EXIT.
008540     EXIT.
008550
008560******************************************************************
008570* 4300-INSERT-TB-ENTRY - OPENS A ZEROED TRIAL-BALANCE ENTRY AT   *
008580*                        WS-TB-INSERT-SUB, MOVING THE ENTRIES AT *
008590*                        AND AFTER IT DOWN ONE, SO THE TABLE     *
008600*                        STAYS IN SOURCE SYSTEM AND OPERATION    *
008610*                        CODE SEQUENCE FOR PRINTING.             *
008620******************************************************************
008630 4300-INSERT-TB-ENTRY.
008640     IF WS-TB-ENTRY-COUNT >= WS-TB-MAX-ENTRIES
008650         DISPLAY "MULTCLS - TRIAL BALANCE EXCEEDS "
008660             WS-TB-MAX-ENTRIES " SOURCE/OPERATION ENTRIES"
008670         MOVE 16 TO RETURN-CODE
008680         STOP RUN
008690     END-IF.
008700
008710     PERFORM 4310-SHIFT-TB-ENTRY
008720         THRU 4310-SHIFT-TB-ENTRY-EXIT
008730         VARYING WS-TB-SUB FROM WS-TB-ENTRY-COUNT BY -1
008740         UNTIL WS-TB-SUB < WS-TB-INSERT-SUB.
008750
008760     ADD 1 TO WS-TB-ENTRY-COUNT.
008770     MOVE WS-TB-NEW-KEY TO WS-TB-KEY (WS-TB-INSERT-SUB).
008780     MOVE ZERO  TO WS-TB-ITEM-COUNT (WS-TB-INSERT-SUB).
008790     MOVE ZEROS TO WS-TB-CALC-TOTAL (WS-TB-INSERT-SUB)
008800                   WS-TB-XPR-TOTAL (WS-TB-INSERT-SUB)
008810                   WS-TB-RERATE-TOTAL (WS-TB-INSERT-SUB)
008820                   WS-TB-REVERSAL-TOTAL (WS-TB-INSERT-SUB)
008830                   WS-TB-NET-TOTAL (WS-TB-INSERT-SUB).
008840 4300-INSERT-TB-ENTRY-EXIT.
008850     EXIT.
008860
008870******************************************************************
008880* 4310-SHIFT-TB-ENTRY - MOVES ONE TRIAL-BALANCE ENTRY DOWN ONE   *
008890*                       PLACE.                                   *
008900******************************************************************
008910 4310-SHIFT-TB-ENTRY.
008920     MOVE WS-TB-ENTRY (WS-TB-SUB) TO WS-TB-ENTRY (WS-TB-SUB + 1).
008930 4310-SHIFT-TB-ENTRY-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 4500-PRINT-TRIAL-BALANCE - PRINTS THE PERIOD'S TRIAL BALANCE - *
008980*                            ONE LINE PER SOURCE SYSTEM AND      *
008990*                            OPERATION CODE, A TOTAL LINE PER    *
009000*                            SOURCE SYSTEM, AND THE GRAND TOTAL  *
009010*                            THAT IS RECORDED ON THE PERIOD      *
009020*                            CONTROL FILE AT CLOSE.              *
009030******************************************************************
009040 4500-PRINT-TRIAL-BALANCE.
009050     MOVE "*** PERIOD TRIAL BALANCE BY SOURCE AND OPERATION **"
009060         TO WS-SEC-TEXT.
009070     PERFORM 8300-WRITE-SECTION-LINE
009080         THRU 8300-WRITE-SECTION-LINE-EXIT.
009090
009100     MOVE ' '                TO CLR-CARRIAGE-CONTROL.
009110     MOVE WS-TB-HEADING-LINE TO CLR-LINE-IMAGE.
009120     WRITE CLOSE-REPORT-RECORD.
009130
009140     PERFORM 4510-PRINT-TB-ENTRY
009150         THRU 4510-PRINT-TB-ENTRY-EXIT
009160         VARYING WS-TB-SUB FROM 1 BY 1
009170         UNTIL WS-TB-SUB > WS-TB-ENTRY-COUNT.
009180
009190     IF WS-TB-ENTRY-COUNT > ZERO
009200         PERFORM 4520-PRINT-SOURCE-TOTAL
009210             THRU 4520-PRINT-SOURCE-TOTAL-EXIT
009220     END-IF.
009230
009240     MOVE "GRAND"               TO WS-TBL-SOURCE-SYSTEM.
009250     MOVE SPACES                TO WS-TBL-OPERATION-CODE.
009260     MOVE WS-GRD-ITEM-COUNT     TO WS-TBL-COUNT.
009270     MOVE WS-GRD-CALC-TOTAL     TO WS-TBL-CALC-TOTAL.
009280     MOVE WS-GRD-XPR-TOTAL      TO WS-TBL-XPR-TOTAL.
009290     MOVE WS-GRD-RERATE-TOTAL   TO WS-TBL-RERATE-TOTAL.
009300     MOVE WS-GRD-REVERSAL-TOTAL TO WS-TBL-REVERSAL-TOTAL.
009310     MOVE WS-GRD-NET-TOTAL      TO WS-TBL-NET-TOTAL.
009320
009330     MOVE '0'               TO CLR-CARRIAGE-CONTROL.
009340     MOVE WS-TB-DETAIL-LINE TO CLR-LINE-IMAGE.
009350     WRITE CLOSE-REPORT-RECORD.
009360 4500-PRINT-TRIAL-BALANCE-EXIT.
009370     EXIT.
009380
009390******************************************************************
009400* 4510-PRINT-TB-ENTRY - PRINTS ONE TRIAL-BALANCE ENTRY, BREAKING *
009410*                       ON SOURCE SYSTEM FOR THE SOURCE TOTAL    *
009420*                       LINE, AND ROLLS IT INTO THE SOURCE AND   *
009430*                       GRAND TOTALS.                            *
009440******************************************************************
009450 4510-PRINT-TB-ENTRY.
009460     IF WS-TB-SUB > 1
009470             AND WS-TB-SOURCE-SYSTEM (WS-TB-SUB)
009480                 NOT = WS-SRC-SOURCE-SYSTEM
009490         PERFORM 4520-PRINT-SOURCE-TOTAL
009500             THRU 4520-PRINT-SOURCE-TOTAL-EXIT
009510     END-IF.
009520
009530     MOVE WS-TB-SOURCE-SYSTEM (WS-TB-SUB) TO WS-SRC-SOURCE-SYSTEM.
009540
009550     MOVE WS-TB-SOURCE-SYSTEM (WS-TB-SUB)
009560                                   TO WS-TBL-SOURCE-SYSTEM.
009570     MOVE WS-TB-OPERATION-CODE (WS-TB-SUB)
009580                                   TO WS-TBL-OPERATION-CODE.
009590     MOVE WS-TB-ITEM-COUNT (WS-TB-SUB)     TO WS-TBL-COUNT.
009600     MOVE WS-TB-CALC-TOTAL (WS-TB-SUB)     TO WS-TBL-CALC-TOTAL.
009610     MOVE WS-TB-XPR-TOTAL (WS-TB-SUB)      TO WS-TBL-XPR-TOTAL.
009620     MOVE WS-TB-RERATE-TOTAL (WS-TB-SUB)   TO WS-TBL-RERATE-TOTAL.
009630     MOVE WS-TB-REVERSAL-TOTAL (WS-TB-SUB)
009640                                   TO WS-TBL-REVERSAL-TOTAL.
009650     MOVE WS-TB-NET-TOTAL (WS-TB-SUB)      TO WS-TBL-NET-TOTAL.
009660
009670     MOVE ' '               TO CLR-CARRIAGE-CONTROL.
009680     MOVE WS-TB-DETAIL-LINE TO CLR-LINE-IMAGE.
009690     WRITE CLOSE-REPORT-RECORD.
009700
009710     ADD WS-TB-ITEM-COUNT (WS-TB-SUB)     TO WS-SRC-ITEM-COUNT.
009720     ADD WS-TB-CALC-TOTAL (WS-TB-SUB)     TO WS-SRC-CALC-TOTAL.
009730     ADD WS-TB-XPR-TOTAL (WS-TB-SUB)      TO WS-SRC-XPR-TOTAL.
009740     ADD WS-TB-RERATE-TOTAL (WS-TB-SUB)   TO WS-SRC-RERATE-TOTAL.
009750     ADD WS-TB-REVERSAL-TOTAL (WS-TB-SUB)
009760                                   TO WS-SRC-REVERSAL-TOTAL.
009770     ADD WS-TB-NET-TOTAL (WS-TB-SUB)      TO WS-SRC-NET-TOTAL.
009780 4510-PRINT-TB-ENTRY-EXIT.
009790     EXIT.
009800
009810******************************************************************
009820* 4520-PRINT-SOURCE-TOTAL - PRINTS THE TOTAL LINE FOR ONE SOURCE *
009830*                           SYSTEM, ROLLS IT INTO THE GRAND      *
009840*                           TOTAL, AND CLEARS IT.                *
009850******************************************************************
009860 4520-PRINT-SOURCE-TOTAL.
009870     MOVE "TOTAL"               TO WS-TBL-SOURCE-SYSTEM.
009880     MOVE SPACES                TO WS-TBL-OPERATION-CODE.
009890     MOVE WS-SRC-ITEM-COUNT     TO WS-TBL-COUNT.
009900     MOVE WS-SRC-CALC-TOTAL     TO WS-TBL-CALC-TOTAL.
009910     MOVE WS-SRC-XPR-TOTAL      TO WS-TBL-XPR-TOTAL.
009920     MOVE WS-SRC-RERATE-TOTAL   TO WS-TBL-RERATE-TOTAL.
009930     MOVE WS-SRC-REVERSAL-TOTAL TO WS-TBL-REVERSAL-TOTAL.
009940     MOVE WS-SRC-NET-TOTAL      TO WS-TBL-NET-TOTAL.
009950
009960     MOVE ' '               TO CLR-CARRIAGE-CONTROL.
009970     MOVE WS-TB-DETAIL-LINE TO CLR-LINE-IMAGE.
009980     WRITE CLOSE-REPORT-RECORD.
009990
010000     MOVE SPACES TO CLR-LINE-IMAGE.
010010     WRITE CLOSE-REPORT-RECORD.
010020
010030     ADD WS-SRC-ITEM-COUNT     TO WS-GRD-ITEM-COUNT.
010040     ADD WS-SRC-CALC-TOTAL     TO WS-GRD-CALC-TOTAL.
010050     ADD WS-SRC-XPR-TOTAL      TO WS-GRD-XPR-TOTAL.
010060     ADD WS-SRC-RERATE-TOTAL   TO WS-GRD-RERATE-TOTAL.
010070     ADD WS-SRC-REVERSAL-TOTAL TO WS-GRD-REVERSAL-TOTAL.
010080     ADD WS-SRC-NET-TOTAL      TO WS-GRD-NET-TOTAL.
010090
010100     MOVE ZERO  TO WS-SRC-ITEM-COUNT.
010110     MOVE ZEROS TO WS-SRC-CALC-TOTAL
010120                   WS-SRC-XPR-TOTAL
010130                   WS-SRC-RERATE-TOTAL
010140                   WS-SRC-REVERSAL-TOTAL
010150                   WS-SRC-NET-TOTAL.
010160 4520-PRINT-SOURCE-TOTAL-EXIT.
010170     EXIT.
010180
010190******************************************************************
010200* 5000-UPDATE-PERIOD-STATUS - DECIDES THE OUTCOME AND, WHERE THE *
010210*                             PERIOD'S STATUS CHANGES, RECORDS IT*
010220*                             ON THE PERIOD CONTROL FILE. A CLOSE*
010230*                             OF A PERIOD ALREADY CLOSED, OR A   *
010240*                             REOPEN OF ONE NOT CLOSED, CHANGES  *
010250*                             NOTHING (RC 4). A CLOSE THE CHECKS *
010260*                             BLOCKED CHANGES NOTHING (RC 8).    *
010270******************************************************************
010280 5000-UPDATE-PERIOD-STATUS.
010290     EVALUATE TRUE
010300         WHEN CPR-CLOSE-FUNCTION AND CURRENT-PERIOD-CLOSED
010310             MOVE "PERIOD ALREADY CLOSED - NOTHING CHANGED"
010320                 TO WS-RES-TEXT
010330             MOVE 4 TO RETURN-CODE
010340         WHEN CPR-CLOSE-FUNCTION AND CLOSE-IS-BLOCKED
010350             MOVE "CLOSE REFUSED - PERIOD NOT CLEAN, LEFT OPEN"
010360                 TO WS-RES-TEXT
010370             MOVE 8 TO RETURN-CODE
010380         WHEN CPR-REOPEN-FUNCTION AND NOT CURRENT-PERIOD-CLOSED
010390             MOVE "PERIOD NOT CLOSED - NOTHING CHANGED"
010400                 TO WS-RES-TEXT
010410             MOVE 4 TO RETURN-CODE
010420         WHEN OTHER
010430             PERFORM 5100-REWRITE-PERIOD-RECORD
010440                 THRU 5100-REWRITE-PERIOD-RECORD-EXIT
010450             IF CPR-CLOSE-FUNCTION
010460                 MOVE "PERIOD CLOSED" TO WS-RES-TEXT
010470             ELSE
010480                 MOVE "PERIOD REOPENED" TO WS-RES-TEXT
010490             END-IF
010500     END-EVALUATE.
010510
010520     DISPLAY "MULTCLS - PERIOD " WS-CLOSE-PERIOD " - "
010530         WS-RES-TEXT.
010540
010550     PERFORM 8200-WRITE-RESULT-LINE
010560         THRU 8200-WRITE-RESULT-LINE-EXIT.
010570 5000-UPDATE-PERIOD-STATUS-EXIT.
010580     EXIT.
010590
010600******************************************************************
010610* 5100-REWRITE-PERIOD-RECORD - MARKS THE CLOSE PERIOD CLOSED     *
010620*                              (WITH THE TRIAL BALANCE'S ITEM    *
010630*                              COUNT AND NET TOTAL) OR REOPENED, *
010640*                              WITH WHO AND WHEN. THE PERIOD'S   *
010650*                              EXISTING RECORD IS REWRITTEN IN   *
010660*                              PLACE; A PERIOD WITH NO RECORD YET*
010670*                              GETS ONE APPENDED.                *
010680******************************************************************
010690 5100-REWRITE-PERIOD-RECORD.
010700     OPEN I-O ACCOUNTING-PERIOD-FILE.
010710
010720     IF WS-PERIOD-FILE-STATUS NOT = "00"
010730         DISPLAY "MULTPER OPEN FAILED - FILE STATUS "
010740             WS-PERIOD-FILE-STATUS
010750         MOVE 16 TO RETURN-CODE
010760         STOP RUN
010770     END-IF.
010780
010790     MOVE 'N' TO WS-RECORD-FOUND-SWITCH.
010800     PERFORM 5200-FIND-PERIOD-RECORD
010810         THRU 5200-FIND-PERIOD-RECORD-EXIT
010820         UNTIL END-OF-PERIOD-FILE
010830         OR PERIOD-RECORD-FOUND.
010840
010850     IF NOT PERIOD-RECORD-FOUND
010860         CLOSE ACCOUNTING-PERIOD-FILE
010870         OPEN EXTEND ACCOUNTING-PERIOD-FILE
010880         MOVE SPACES          TO ACCOUNTING-PERIOD-RECORD
010890         SET  PER-PERIOD-RECORD TO TRUE
010900         MOVE WS-CLOSE-PERIOD TO PER-PERIOD
010910         MOVE ZERO            TO PER-CLOSE-ITEM-COUNT
010920         MOVE ZEROS           TO PER-CLOSE-NET-TOTAL
010930     END-IF.
010940
010950     IF CPR-CLOSE-FUNCTION
010960         SET  PER-PERIOD-CLOSED TO TRUE
010970         MOVE WS-GRD-ITEM-COUNT TO PER-CLOSE-ITEM-COUNT
010980         MOVE WS-GRD-NET-TOTAL  TO PER-CLOSE-NET-TOTAL
010990     ELSE
011000         SET  PER-PERIOD-OPEN   TO TRUE
011010     END-IF.
011020     MOVE WS-RUN-DATE-YYYYMMDD TO PER-STATUS-DATE.
011030     MOVE WS-RUN-TIME-HHMMSS   TO PER-STATUS-TIME.
011040     MOVE CPR-USER-ID          TO PER-STATUS-USER-ID.
011050
011060     IF PERIOD-RECORD-FOUND
011070         REWRITE ACCOUNTING-PERIOD-RECORD
011080     ELSE
011090         WRITE ACCOUNTING-PERIOD-RECORD
011100     END-IF.
011110
011120     IF WS-PERIOD-FILE-STATUS NOT = "00"
011130         DISPLAY "MULTPER UPDATE FAILED - FILE STATUS "
011140             WS-PERIOD-FILE-STATUS
011150         MOVE 16 TO RETURN-CODE
011160         STOP RUN
011170     END-IF.
011180
011190     CLOSE ACCOUNTING-PERIOD-FILE.
011200 5100-REWRITE-PERIOD-RECORD-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240* 5200-FIND-PERIOD-RECORD - READS THE PERIOD CONTROL FILE FORWARD*
011250*                           TO THE CLOSE PERIOD'S RECORD (OR, FOR*
011260*                           A SET-MODE CARD, THE CONTROL RECORD).*
011270******************************************************************
011280 5200-FIND-PERIOD-RECORD.
011290     READ ACCOUNTING-PERIOD-FILE
011300         AT END
011310             SET END-OF-PERIOD-FILE TO TRUE
011320         NOT AT END
011330             IF CPR-SET-MODE-FUNCTION
011340                 IF PER-CONTROL-RECORD
011350                     SET PERIOD-RECORD-FOUND TO TRUE
011360                 END-IF
011370             ELSE
011380             IF PER-PERIOD-RECORD
011390                     AND PER-PERIOD = WS-CLOSE-PERIOD
011400                 SET PERIOD-RECORD-FOUND TO TRUE
011410             END-IF END-IF
011420     END-READ.
011430 5200-FIND-PERIOD-RECORD-EXIT.
011440     EXIT.
011450
011460******************************************************************
011470* 5500-SET-CLOSED-PERIOD-ACTION - RECORDS THE CARD'S             *
011480*                                 CLOSED-PERIOD ACTION ON THE    *
011490*                                 CONTROL RECORD (APPENDING ONE  *
011500*                                 IF THE FILE HAS NONE). FROM THE*
011510*                                 NEXT POSTING RUN ON, AN ITEM   *
011520*                                 DATED IN A CLOSED PERIOD IS    *
011530*                                 REJECTED ("R") OR ROLLED       *
011540*                                 FORWARD TO THE NEXT OPEN PERIOD*
011550*                                 ("F").                         *
011560******************************************************************
011570 5500-SET-CLOSED-PERIOD-ACTION.
011580     OPEN I-O ACCOUNTING-PERIOD-FILE.
011590
011600     IF WS-PERIOD-FILE-STATUS NOT = "00"
011610         DISPLAY "MULTPER OPEN FAILED - FILE STATUS "
011620             WS-PERIOD-FILE-STATUS
011630         MOVE 16 TO RETURN-CODE
011640         STOP RUN
011650     END-IF.
011660
011670     MOVE 'N' TO WS-RECORD-FOUND-SWITCH.
011680     PERFORM 5200-FIND-PERIOD-RECORD
011690         THRU 5200-FIND-PERIOD-RECORD-EXIT
011700         UNTIL END-OF-PERIOD-FILE
011710         OR PERIOD-RECORD-FOUND.
011720
011730     IF NOT PERIOD-RECORD-FOUND
011740         CLOSE ACCOUNTING-PERIOD-FILE
011750         OPEN EXTEND ACCOUNTING-PERIOD-FILE
011760         MOVE SPACES TO ACCOUNTING-PERIOD-RECORD
011770         SET  PER-CONTROL-RECORD TO TRUE
011780     END-IF.
011790
011800     MOVE CPR-CLOSED-PERIOD-ACTION TO PER-CLOSED-PERIOD-ACTION.
011810     MOVE WS-RUN-DATE-YYYYMMDD     TO PER-CONTROL-DATE.
011820     MOVE WS-RUN-TIME-HHMMSS       TO PER-CONTROL-TIME.
011830     MOVE CPR-USER-ID              TO PER-CONTROL-USER-ID.
011840
011850     IF PERIOD-RECORD-FOUND
011860         REWRITE ACCOUNTING-PERIOD-RECORD
011870     ELSE
011880         WRITE ACCOUNTING-PERIOD-RECORD
011890     END-IF.
011900
011910     IF WS-PERIOD-FILE-STATUS NOT = "00"
011920         DISPLAY "MULTPER UPDATE FAILED - FILE STATUS "
011930             WS-PERIOD-FILE-STATUS
011940         MOVE 16 TO RETURN-CODE
011950         STOP RUN
011960     END-IF.
011970
011980     CLOSE ACCOUNTING-PERIOD-FILE.
011990
012000     IF CPR-ROLL-FORWARD-CLOSED
012010         MOVE "CLOSED-PERIOD ACTION SET TO ROLL FORWARD"
012020             TO WS-RES-TEXT
012030     ELSE
012040         MOVE "CLOSED-PERIOD ACTION SET TO REJECT" TO WS-RES-TEXT
012050     END-IF.
012060
012070     DISPLAY "MULTCLS - " WS-RES-TEXT.
012080
012090     PERFORM 8200-WRITE-RESULT-LINE
012100         THRU 8200-WRITE-RESULT-LINE-EXIT.
012110 5500-SET-CLOSED-PERIOD-ACTION-EXIT.
012120     EXIT.
012130
012140******************************************************************
012150* 8000-TERMINATE - WRITES THE CONTROL TOTALS AND CLOSES THE      *
012160*                  REPORT.                                       *
012170******************************************************************
012180 8000-TERMINATE.
012190     MOVE '1'                 TO CLR-CARRIAGE-CONTROL.
012200     MOVE WS-CTL-HEADING-LINE TO CLR-LINE-IMAGE.
012210     WRITE CLOSE-REPORT-RECORD.
012220
012230     MOVE "PENDING RECORDS READ   :" TO WS-CTL-COUNT-TEXT.
012240     MOVE WS-PENDING-READ-COUNT      TO WS-CTL-COUNT-VALUE.
012250     PERFORM 8100-WRITE-COUNT-LINE
012260         THRU 8100-WRITE-COUNT-LINE-EXIT.
012261
012262     MOVE "EXTRACT RECORDS READ   :" TO WS-CTL-COUNT-TEXT.
012263     MOVE WS-EXTRACT-READ-COUNT      TO WS-CTL-COUNT-VALUE.
012264     PERFORM 8100-WRITE-COUNT-LINE
012265         THRU 8100-WRITE-COUNT-LINE-EXIT.
012270
012280     MOVE "GL ITEMS UNACKNOWLEDGED:" TO WS-CTL-COUNT-TEXT.
012290     MOVE WS-PENDING-OPEN-COUNT      TO WS-CTL-COUNT-VALUE.
012300     PERFORM 8100-WRITE-COUNT-LINE
012310         THRU 8100-WRITE-COUNT-LINE-EXIT.
012320
012330     MOVE "SUSPENSE RECORDS READ  :" TO WS-CTL-COUNT-TEXT.
012340     MOVE WS-SUSPENSE-READ-COUNT     TO WS-CTL-COUNT-VALUE.
012350     PERFORM 8100-WRITE-COUNT-LINE
012360         THRU 8100-WRITE-COUNT-LINE-EXIT.
012370
012380     MOVE "SUSPENSE OF THE PERIOD :" TO WS-CTL-COUNT-TEXT.
012390     MOVE WS-SUSPENSE-PERIOD-COUNT   TO WS-CTL-COUNT-VALUE.
012400     PERFORM 8100-WRITE-COUNT-LINE
012410         THRU 8100-WRITE-COUNT-LINE-EXIT.
012420
012430     MOVE "OF WHICH OVER AGE LIMIT:" TO WS-CTL-COUNT-TEXT.
012440     MOVE WS-SUSPENSE-AGED-COUNT     TO WS-CTL-COUNT-VALUE.
012450     PERFORM 8100-WRITE-COUNT-LINE
012460         THRU 8100-WRITE-COUNT-LINE-EXIT.
012470
012480     MOVE "AUDIT RECORDS READ     :" TO WS-CTL-COUNT-TEXT.
012490     MOVE WS-AUDIT-READ-COUNT        TO WS-CTL-COUNT-VALUE.
012500     PERFORM 8100-WRITE-COUNT-LINE
012510         THRU 8100-WRITE-COUNT-LINE-EXIT.
012520
012530     MOVE "AUDIT RECORDS OF PERIOD:" TO WS-CTL-COUNT-TEXT.
012540     MOVE WS-AUDIT-PERIOD-COUNT      TO WS-CTL-COUNT-VALUE.
012550     PERFORM 8100-WRITE-COUNT-LINE
012560         THRU 8100-WRITE-COUNT-LINE-EXIT.
012570
012580     CLOSE CLOSE-REPORT-FILE.
012590 8000-TERMINATE-EXIT.
012600     EXIT.
012610
012620******************************************************************
012630* 8100-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
012640*                         THE CALLER SETS THE TEXT AND VALUE.    *
012650******************************************************************
012660 8100-WRITE-COUNT-LINE.
012670     MOVE ' '               TO CLR-CARRIAGE-CONTROL.
012680     MOVE WS-CTL-COUNT-LINE TO CLR-LINE-IMAGE.
012690     WRITE CLOSE-REPORT-RECORD.
012700 8100-WRITE-COUNT-LINE-EXIT.
012710     EXIT.
012720
012730******************************************************************
012740* 8200-WRITE-RESULT-LINE - WRITES THE RESULT LINE. THE CALLER    *
012750*                          SETS THE TEXT.                        *
012760******************************************************************
012770 8200-WRITE-RESULT-LINE.
012780     MOVE '0'            TO CLR-CARRIAGE-CONTROL.
012790     MOVE WS-RESULT-LINE TO CLR-LINE-IMAGE.
012800     WRITE CLOSE-REPORT-RECORD.
012810 8200-WRITE-RESULT-LINE-EXIT.
012820     EXIT.
012830
012840******************************************************************
012850* 8300-WRITE-SECTION-LINE - WRITES A SECTION HEADING LINE. THE   *
012860*                           CALLER SETS THE TEXT.                *
012870******************************************************************
012880 8300-WRITE-SECTION-LINE.
012890     MOVE '0'             TO CLR-CARRIAGE-CONTROL.
012900     MOVE WS-SECTION-LINE TO CLR-LINE-IMAGE.
012910     WRITE CLOSE-REPORT-RECORD.
012920 8300-WRITE-SECTION-LINE-EXIT.
012930     EXIT.
012940
012950******************************************************************
012960* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
012970******************************************************************
012980 9999-EXIT.
012990     STOP RUN.
