000010******************************************************************
000020* PROGRAM      : MULTBKO                                         *
000030* DESCRIPTION  : WHOLE-FEED BACKOUT PROGRAM.  RUNS IN THE        *
000040*                NIGHTLY CYCLE AFTER THE RECON STEP, ACTING ON   *
000050*                THE BACKOUT CARDS (MULTBKQ) QUEUED DURING THE   *
000060*                DAY.  EACH CARD NAMES A POSTED FEED BATCH BY    *
000070*                SOURCE SYSTEM AND FEED DATE.  THE STEP FINDS    *
000080*                THE BATCH ON THE RUN-CONTROL HISTORY (MULTRCTL) *
000090*                AND EVERY AUDIT RECORD IT PRODUCED ON THE       *
000100*                RETAINED AUDIT GENERATIONS - THE CALCULATIONS,  *
000110*                ANY SIZE-ERROR EXCEPTIONS MULTXPR REPROCESSED,  *
000120*                AND ANY RE-RATE ADJUSTMENTS MULTRRT POSTED      *
000130*                AGAINST THEM - AND REVERSES EACH: AN AUDIT      *
000140*                RECORD FLAGGED "V" CARRYING THE NEGATED RESULT  *
000150*                IS APPENDED TO THE NIGHT'S AUDIT GENERATION,    *
000160*                AND FOR EVERY RECORD THAT POSTED TO THE GL A    *
000170*                NEGATING DETAIL IS APPENDED TO THE NIGHT'S GL   *
000180*                EXTRACT GENERATION IN ITS OWN "V" GROUP WITH    *
000190*                ITS OWN TRAILER.  THE RUN-CONTROL RECORD IS     *
000200*                THEN MARKED REVERSED, SO THE EDIT STEP ACCEPTS  *
000210*                THE CORRECTED RESEND WITHOUT THE RERUN          *
000220*                OVERRIDE.  THE BACKOUT REPORT (MULTBKR) SHOWS,  *
000230*                PER FEED, WHAT WAS REVERSED AGAINST THE COUNT   *
000240*                AND CONTROL TOTAL THE CALC STEP RECORDED WHEN   *
000250*                IT POSTED THE BATCH.                            *
000260******************************************************************
000270* MAINTENANCE HISTORY
000280*   DATE        INIT  DESCRIPTION
000290*   ----------  ----  ----------------------------------------
000300*   2026-10-15  JAC   ORIGINAL PROGRAM.  A BAD FEED THAT POSTED
000310*                     USED TO MEAN ACCOUNTING PULLING ITS
000320*                     CALCULATIONS OFF THE HISTORY REPORT AND
000330*                     KEYING REVERSING JOURNALS BY HAND, AND
000340*                     OPERATIONS CODING THE RERUN OVERRIDE TO
000350*                     GET THE CORRECTED RESEND THROUGH THE EDIT
000360*                     STEP.
000361*   2026-10-15  JAC   THE GL EXTRACT GROUP IS NOW A BALANCED
000362*                     JOURNAL - EACH REVERSAL POSTS A NEGATING
000363*                     DEBIT AND CREDIT LINE TO THE LEDGER
000364*                     ACCOUNTS THE GL ACCOUNT MAPPING (NEW MULTCOA
000365*                     DD) GIVES FOR ITS OPERATION CODE AND
000366*                     ACCOUNT, AND THE TRAILER CARRIES THE LINE
000367*                     COUNT AND THE DEBIT AND CREDIT TOTALS.  A
000368*                     RECORD WITH NO MAPPING IS REVERSED ON THE
000369*                     AUDIT TRAIL ONLY AND ENDS THE STEP RC 4.
000370*   2026-10-15  JAC   A REVERSAL POSTS IN THE ACCOUNTING PERIOD
000371*                     OF THE RECORD IT REVERSES, CHECKED AGAINST
000372*                     THE PERIOD CONTROL FILE (MULTPER, NEW DD).
000373*                     WHEN ANY OF A FEED'S RECORDS IS IN A PERIOD
000374*                     THE MONTH-END CLOSE HAS CLOSED, ITS CARD IS
000375*                     REJECTED BEFORE ANYTHING IS WRITTEN (RC 4)
000376*                     - OR, WHEN THE CONTROL RECORD SAYS ROLL
000377*                     FORWARD, THOSE REVERSALS POST TO THE NEXT
000378*                     OPEN PERIOD. THE REVERSAL AUDIT RECORD AND
000379*                     GL LINES CARRY THE PERIOD.
000380*   2026-10-15  JAC   THE REVERSAL AUDIT RECORD CARRIES THE
000381*                     CURRENCY, RATE AND NEGATED
000382*                     TRANSACTION-CURRENCY AMOUNT OF THE RECORD
000383*                     IT REVERSES, SO A BACKED-OUT
000384*                     FOREIGN-CURRENCY FEED NETS OFF IN BOTH
000385*                     CURRENCIES.  THE GL LINES REVERSE THE
000386*                     BASE-CURRENCY AMOUNT, AS BEFORE.
000387*   2026-10-15  JAC   TONIGHT NOW STARTS AT THE EARLIEST RUN
000388*                     STAMP ON TONIGHT'S AUDIT GENERATION, NOT
000389*                     AT ITS FIRST RECORD - THE PARTITION CALC
000390*                     JOBS RUN SIDE BY SIDE, SO A FEED POSTED
000391*                     TONIGHT COULD BE PARTLY BACKED OUT.
000392******************************************************************
000393 IDENTIFICATION DIVISION.
000394 PROGRAM-ID.     MULTBKO.
000400 AUTHOR.         JOEY CLUETT.
000410 INSTALLATION.   ACCOUNTING SYSTEMS.
000420 DATE-WRITTEN.   10/15/2026.
000430 DATE-COMPILED.
000440
000450 ENVIRONMENT DIVISION.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT BACKOUT-QUEUE-FILE   ASSIGN TO MULTBKQ
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT RUN-CONTROL-FILE     ASSIGN TO MULTRCTL
000520         ORGANIZATION IS SEQUENTIAL
000530         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000540
000550     SELECT PRIOR-AUDIT-FILE     ASSIGN TO MULTAUDH
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT BACKOUT-AUDIT-FILE   ASSIGN TO MULTAUD
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT BACKOUT-EXTRACT-FILE ASSIGN TO MULTGLX
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT BACKOUT-REPORT-FILE  ASSIGN TO MULTBKR
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT RUN-LOG-FILE        ASSIGN TO MULTRUNL
000680         ORGANIZATION IS SEQUENTIAL.
000681
000682     SELECT GL-ACCOUNT-MAP-FILE  ASSIGN TO MULTCOA
000683         ORGANIZATION IS INDEXED
000684         ACCESS MODE IS SEQUENTIAL
000685         RECORD KEY IS GLM-MAP-KEY
000686         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000687
000688     SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO MULTPER
000689         ORGANIZATION IS SEQUENTIAL
000690         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000691
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  BACKOUT-QUEUE-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD
000750     BLOCK CONTAINS 0 RECORDS.
000760     COPY MULTBKQ.
000770
000780 FD  RUN-CONTROL-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD
000810     BLOCK CONTAINS 0 RECORDS.
000820     COPY MULTRCT.
000830
000840 FD  PRIOR-AUDIT-FILE
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD
000870     BLOCK CONTAINS 0 RECORDS.
000880     COPY MULTAUD REPLACING
000890         ==MULTIPLY-AUDIT-RECORD==
000900         BY ==PRIOR-AUDIT-RECORD==
000910         ==AUD-RUN-DATE== BY ==AUDH-RUN-DATE==
000920         ==AUD-RUN-TIME== BY ==AUDH-RUN-TIME==
000930         ==AUD-SEQUENCE-NUMBER==
000940         BY ==AUDH-SEQUENCE-NUMBER==
000950         ==AUD-NUM1== BY ==AUDH-NUM1==
000960         ==AUD-NUM2== BY ==AUDH-NUM2==
000970         ==AUD-RESULT== BY ==AUDH-RESULT==
000980         ==AUD-OPERATION-CODE==
000990         BY ==AUDH-OPERATION-CODE==
001000         ==AUD-ACCOUNT-NUMBER==
001010         BY ==AUDH-ACCOUNT-NUMBER==
001020         ==AUD-PRECISION-FLAG== BY ==AUDH-PRECISION-FLAG==
001030         ==AUD-EXTENDED-PRECISION==
001040         BY ==AUDH-EXTENDED-PRECISION==
001050         ==AUD-RERATE-ADJUSTMENT==
001060         BY ==AUDH-RERATE-ADJUSTMENT==
001070         ==AUD-REVERSAL-ENTRY== BY ==AUDH-REVERSAL-ENTRY==
001080         ==AUD-RESULT-IN-EXTENDED==
001090         BY ==AUDH-RESULT-IN-EXTENDED==
001100         ==AUD-RESULT-EXTENDED==
001110         BY ==AUDH-RESULT-EXTENDED==
001120         ==AUD-RATE-SOURCE== BY ==AUDH-RATE-SOURCE==
001130         ==AUD-RATE-FROM-MASTER==
001140         BY ==AUDH-RATE-FROM-MASTER==
001150         ==AUD-SOURCE-SYSTEM== BY ==AUDH-SOURCE-SYSTEM==
001154         ==AUD-FEED-DATE== BY ==AUDH-FEED-DATE==
001158         ==AUD-ACCOUNTING-PERIOD==
001159         BY ==AUDH-ACCOUNTING-PERIOD==
001160         ==AUD-CURRENCY-CODE== BY ==AUDH-CURRENCY-CODE==
001161         ==AUD-FX-RATE== BY ==AUDH-FX-RATE==
001162         ==AUD-TRANSACTION-RESULT==
001163         BY ==AUDH-TRANSACTION-RESULT==.
001170
001180 FD  BACKOUT-AUDIT-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD
001210     BLOCK CONTAINS 0 RECORDS.
001220     COPY MULTAUD.
001230
001240 FD  BACKOUT-EXTRACT-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD
001270     BLOCK CONTAINS 0 RECORDS.
001280     COPY MULTGLX.
001290
001300 FD  BACKOUT-REPORT-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD
001330     BLOCK CONTAINS 0 RECORDS.
001340     COPY MULTRPT REPLACING
001350         ==MULTIPLY-REPORT-RECORD==
001360         BY ==BACKOUT-REPORT-RECORD==
001370         ==RPT-CARRIAGE-CONTROL== BY ==BKR-CARRIAGE-CONTROL==
001380         ==RPT-LINE-IMAGE== BY ==BKR-LINE-IMAGE==.
001390
001400 FD  RUN-LOG-FILE
001410     RECORDING MODE IS F
001420     LABEL RECORDS ARE STANDARD
001430     BLOCK CONTAINS 0 RECORDS.
001440     COPY MULTRNL.
001441
001442 FD  GL-ACCOUNT-MAP-FILE
001443     RECORDING MODE IS F
001444     LABEL RECORDS ARE STANDARD
001445     BLOCK CONTAINS 0 RECORDS.
001446     COPY MULTCOA.
001447
001448 FD  ACCOUNTING-PERIOD-FILE
001449     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD
001451     BLOCK CONTAINS 0 RECORDS.
001452     COPY MULTPER.
001453
001460 WORKING-STORAGE SECTION.
001470 77  WS-RUNCTL-FILE-STATUS       PIC X(02).
001473 77  WS-GLMAP-FILE-STATUS        PIC X(02).
001476 77  WS-PERIOD-FILE-STATUS       PIC X(02).
001480
001490 77  WS-QUEUE-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001500     88  END-OF-QUEUE-FILE                      VALUE 'Y'.
001510
001520 77  WS-RUNCTL-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001530     88  END-OF-RUNCTL-FILE                     VALUE 'Y'.
001540
001550 77  WS-PRIOR-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001560     88  END-OF-PRIOR-AUDIT-FILE                VALUE 'Y'.
001570
001580 77  WS-AUDIT-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001590     88  END-OF-AUDIT-FILE                      VALUE 'Y'.
001600
001640 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001650 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001660 77  WS-END-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001670 77  WS-END-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001680 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
001690
001700 77  WS-AUDIT-SEQUENCE-NUMBER    PIC 9(07) COMP VALUE ZERO.
001710 77  WS-RCT-RECORD-NUMBER        PIC 9(07) COMP VALUE ZERO.
001720 77  WS-REVERSAL-AMOUNT          PIC S9(09)V9999 VALUE ZEROS.
001730
001740 77  WS-CARD-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
001750 77  WS-CARD-ACCEPTED-COUNT      PIC 9(07) COMP VALUE ZERO.
001760 77  WS-CARD-REJECTED-COUNT      PIC 9(07) COMP VALUE ZERO.
001770 77  WS-PRIOR-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001780 77  WS-REVERSED-COUNT           PIC 9(07) COMP VALUE ZERO.
001790 77  WS-GL-REVERSED-COUNT        PIC 9(07) COMP VALUE ZERO.
001800 77  WS-GL-REVERSED-TOTAL        PIC S9(09)V9999 VALUE ZEROS.
001810 77  WS-RCT-MARKED-COUNT         PIC 9(07) COMP VALUE ZERO.
001814 77  WS-GL-UNMAPPED-COUNT        PIC 9(07) COMP VALUE ZERO.
001820
001830 77  WS-CARD-SUB                 PIC 9(04) COMP VALUE ZERO.
001840 77  WS-CARD-MATCH-SUB           PIC 9(04) COMP VALUE ZERO.
001850 77  WS-CARD-TEST-SUB            PIC 9(04) COMP VALUE ZERO.
001860 77  WS-CARD-MAX-ENTRIES         PIC 9(04) COMP VALUE 10.
001861
001862 77  WS-GLMAP-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001863     88  END-OF-GL-MAPPING                      VALUE 'Y'.
001864 77  WS-GLMAP-FOUND-SWITCH       PIC X(01)      VALUE 'N'.
001865     88  GL-MAPPING-FOUND                       VALUE 'Y'.
001866
001867 77  WS-GLMAP-TABLE-MAX-ENTRIES  PIC 9(05) COMP VALUE 500.
001868 77  WS-GLMAP-SUB                PIC 9(05) COMP VALUE ZERO.
001869 77  WS-GLMAP-OPERATION-CODE     PIC X(01)      VALUE SPACE.
001870 77  WS-GLMAP-SPAN               PIC 9(09)      VALUE ZEROS.
001871 77  WS-GLMAP-BEST-SPAN          PIC 9(09)      VALUE ZEROS.
001872
001873 01  WS-GL-MAPPING-TABLE.
001874     05  WS-GLMAP-TABLE-COUNT    PIC 9(05) COMP VALUE ZERO.
001875     05  WS-GLMAP-TABLE-ENTRY    OCCURS 500 TIMES.
001876         10  WS-GMT-OPERATION-CODE   PIC X(01).
001877         10  WS-GMT-RANGE-LOW        PIC 9(09).
001878         10  WS-GMT-RANGE-HIGH       PIC 9(09).
001879         10  WS-GMT-DEBIT-LEDGER     PIC X(10).
001880         10  WS-GMT-CREDIT-LEDGER    PIC X(10).
001881         10  WS-GMT-COST-CENTER      PIC X(06).
001882
001883 77  WS-GL-DEBIT-LEDGER          PIC X(10)      VALUE SPACES.
001884 77  WS-GL-CREDIT-LEDGER         PIC X(10)      VALUE SPACES.
001885 77  WS-GL-COST-CENTER           PIC X(06)      VALUE SPACES.
001886 77  WS-JOURNAL-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
001887 77  WS-JOURNAL-DEBIT-TOTAL      PIC S9(09)V9999 VALUE ZEROS.
001888 77  WS-JOURNAL-CREDIT-TOTAL     PIC S9(09)V9999 VALUE ZEROS.
001889
001890 77  WS-PERIOD-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001891     88  END-OF-PERIOD-FILE                     VALUE 'Y'.
001892 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01)      VALUE 'N'.
001893     88  PERIOD-IS-CLOSED                       VALUE 'Y'.
001894 77  WS-CLOSED-PERIOD-ACTION     PIC X(01)      VALUE 'R'.
001895     88  REJECT-CLOSED-PERIOD                   VALUE 'R'.
001896     88  ROLL-FORWARD-CLOSED-PERIOD             VALUE 'F'.
001897 77  WS-PERIOD-TABLE-MAX-ENTRIES PIC 9(03) COMP VALUE 240.
001898 77  WS-PERIOD-SUB               PIC 9(03) COMP VALUE ZERO.
001899 77  WS-ROLLED-FORWARD-COUNT     PIC 9(07) COMP VALUE ZERO.
001900
001901 01  WS-ACCOUNTING-PERIOD-WORK.
001902     05  WS-ACCOUNTING-PERIOD    PIC 9(06)      VALUE ZEROS.
001903     05  FILLER REDEFINES WS-ACCOUNTING-PERIOD.
001904         10  WS-ACCOUNTING-YEAR  PIC 9(04).
001905         10  WS-ACCOUNTING-MONTH PIC 9(02).
001906
001907 01  WS-PERIOD-TABLE.
001908     05  WS-PERIOD-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
001909     05  WS-PERIOD-TABLE-ENTRY   OCCURS 240 TIMES.
001910         10  WS-PDT-PERIOD           PIC 9(06).
001911         10  WS-PDT-STATUS           PIC X(01).
001912
001913*    EARLIEST RUN DATE AND TIME ON TONIGHT'S AUDIT.  A PRIOR
001914*    GENERATION RECORD AT OR AFTER IT IS TONIGHT'S OWN; A FEED
001915*    POSTED TONIGHT IS BACKED OUT NO EARLIER THAN TOMORROW NIGHT.
001916 01  WS-TONIGHT-STAMP.
001920     05  WS-TONIGHT-RUN-DATE     PIC 9(08)      VALUE 99999999.
001930     05  WS-TONIGHT-RUN-TIME     PIC 9(08)      VALUE 99999999.
001940
001950 01  WS-AUDIT-STAMP.
001960     05  WS-AST-RUN-DATE         PIC 9(08).
001970     05  WS-AST-RUN-TIME         PIC 9(08).
001980
001990 01  WS-RCT-STAMP.
002000     05  WS-RST-POSTED-DATE      PIC 9(08).
002010     05  WS-RST-POSTED-TIME      PIC 9(08).
002020
002030*    ONE ENTRY PER BACKOUT CARD: THE FEED IT NAMES, WHAT BECAME OF
002040*    IT, THE RUN-CONTROL RECORD OF THE POSTING BEING REVERSED (ITS
002050*    POSITION ON THE HISTORY, ITS TOTALS, AND THE WINDOW FROM ITS
002060*    POSTING TO THE NEXT POSTING OF THE SAME FEED, IF ANY), AND
002070*    WHAT THIS RUN REVERSED AGAINST IT.
002080 01  WS-CARD-TABLE.
002090     05  WS-CARD-COUNT           PIC 9(04) COMP VALUE ZERO.
002100     05  WS-CARD-ENTRY           OCCURS 10 TIMES.
002110         10  WS-BKT-SOURCE-SYSTEM PIC X(04).
002120         10  WS-BKT-FEED-DATE    PIC 9(08).
002130         10  WS-BKT-USER-ID      PIC X(08).
002140         10  WS-BKT-REASON-TEXT  PIC X(40).
002150         10  WS-BKT-STATUS       PIC X(01).
002160             88  WS-BKT-ACCEPTED            VALUE "A".
002170             88  WS-BKT-REJECTED            VALUE "X".
002180         10  WS-BKT-STATUS-TEXT  PIC X(28).
002190         10  WS-BKT-REVERSED-SEEN PIC X(01).
002200             88  WS-BKT-ALREADY-REVERSED    VALUE "Y".
002210         10  WS-BKT-RCT-RECORD-NUMBER PIC 9(07) COMP.
002220         10  WS-BKT-LOWER-STAMP.
002230             15  WS-BKT-LOWER-DATE PIC 9(08).
002240             15  WS-BKT-LOWER-TIME PIC 9(08).
002250         10  WS-BKT-UPPER-STAMP.
002260             15  WS-BKT-UPPER-DATE PIC 9(08).
002270             15  WS-BKT-UPPER-TIME PIC 9(08).
002280         10  WS-BKT-RECORD-COUNT PIC 9(07).
002290         10  WS-BKT-HASH-TOTAL   PIC S9(09)V99.
002300         10  WS-BKT-PROCESSED-COUNT PIC 9(07).
002310         10  WS-BKT-CONTROL-TOTAL PIC S9(09)V9999.
002320         10  WS-BKT-TOTALS-FLAG  PIC X(01).
002330             88  WS-BKT-TOTALS-PARTIAL      VALUE "P".
002340             88  WS-BKT-TOTALS-NOT-KEPT     VALUE "N".
002350         10  WS-BKT-CALC-COUNT   PIC 9(07) COMP.
002360         10  WS-BKT-CALC-AMOUNT  PIC S9(09)V9999.
002370         10  WS-BKT-EXC-COUNT    PIC 9(07) COMP.
002380         10  WS-BKT-EXC-AMOUNT   PIC S9(09)V9999.
002390         10  WS-BKT-RRT-COUNT    PIC 9(07) COMP.
002400         10  WS-BKT-RRT-AMOUNT   PIC S9(09)V9999.
002410
002420 01  WS-HEADING-LINE.
002430     05  FILLER                  PIC X(24) VALUE
002440         "MULTBKO FEED BACKOUT    ".
002450     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002460     05  FILLER                  PIC X(02) VALUE ": ".
002470     05  WS-HDG-RUN-DATE         PIC X(10).
002480     05  FILLER                  PIC X(86) VALUE SPACES.
002490
002500 01  WS-FEED-LINE.
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  FILLER                  PIC X(08) VALUE "SOURCE: ".
002530     05  WS-FDL-SOURCE-SYSTEM    PIC X(04).
002540     05  FILLER                  PIC X(13) VALUE "  FEED DATE: ".
002550     05  WS-FDL-FEED-DATE        PIC X(08).
002560     05  FILLER                  PIC X(08) VALUE "  USER: ".
002570     05  WS-FDL-USER-ID          PIC X(08).
002580     05  FILLER                  PIC X(10) VALUE "  REASON: ".
002590     05  WS-FDL-REASON-TEXT      PIC X(40).
002600     05  FILLER                  PIC X(31) VALUE SPACES.
002610
002620 01  WS-STATUS-LINE.
002630     05  FILLER                  PIC X(05) VALUE SPACES.
002640     05  FILLER                  PIC X(25) VALUE
002650         "BACKOUT STATUS         :".
002660     05  WS-STL-STATUS-TEXT      PIC X(28).
002670     05  FILLER                  PIC X(74) VALUE SPACES.
002680
002690 01  WS-POSTED-LINE.
002700     05  FILLER                  PIC X(05) VALUE SPACES.
002710     05  WS-PSL-TEXT             PIC X(25).
002720     05  WS-PSL-DATE             PIC 9(08).
002730     05  FILLER                  PIC X(01) VALUE SPACE.
002740     05  WS-PSL-TIME             PIC 9(08).
002750     05  FILLER                  PIC X(85) VALUE SPACES.
002760
002770 01  WS-TOTALS-LINE.
002780     05  FILLER                  PIC X(05) VALUE SPACES.
002790     05  WS-TTL-TEXT             PIC X(25).
002800     05  WS-TTL-COUNT            PIC ZZZ,ZZ9.
002810     05  FILLER                  PIC X(02) VALUE SPACES.
002820     05  WS-TTL-AMOUNT           PIC ZZZ,ZZZ,ZZ9.9999-.
002830     05  FILLER                  PIC X(02) VALUE SPACES.
002840     05  WS-TTL-REMARK           PIC X(24).
002850     05  FILLER                  PIC X(50) VALUE SPACES.
002860
002870 01  WS-CTL-HEADING-LINE.
002880     05  FILLER                  PIC X(05) VALUE SPACES.
002890     05  FILLER                  PIC X(21) VALUE
002900         "*** CONTROL TOTALS **".
002910     05  FILLER                  PIC X(106) VALUE SPACES.
002920
002930 01  WS-CTL-COUNT-LINE.
002940     05  FILLER                  PIC X(05) VALUE SPACES.
002950     05  WS-CTL-COUNT-TEXT       PIC X(25).
002960     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
002970     05  FILLER                  PIC X(95) VALUE SPACES.
002980
002990 01  WS-CTL-AMOUNT-LINE.
003000     05  FILLER                  PIC X(05) VALUE SPACES.
003010     05  WS-CTL-AMOUNT-TEXT      PIC X(25).
003020     05  WS-CTL-AMOUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.9999-.
003030     05  FILLER                  PIC X(85) VALUE SPACES.
003040
003050 PROCEDURE DIVISION.
003060******************************************************************
003070* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.  THE     *
003080*                 CARDS ARE PROVED AGAINST THE RUN-CONTROL       *
003090*                 HISTORY FIRST; ONLY WHEN ONE OR MORE ARE       *
003100*                 ACCEPTED ARE THE AUDIT GENERATIONS READ AND    *
003110*                 THE RUN-CONTROL RECORDS MARKED.  A REJECTED    *
003120*                 CARD ENDS THE STEP WITH RETURN CODE 4 SO THE   *
003130*                 OPERATOR SEES IT.                              *
003140******************************************************************
003150 0000-MAINLINE.
003160     PERFORM 1000-INITIALIZE
003170         THRU 1000-INITIALIZE-EXIT.
003180
003190     IF WS-CARD-ACCEPTED-COUNT > ZERO
003200         PERFORM 2000-PROCESS-PRIOR-AUDIT
003210             THRU 2000-PROCESS-PRIOR-AUDIT-EXIT
003220             UNTIL END-OF-PRIOR-AUDIT-FILE
003230         PERFORM 4000-MARK-RUN-CONTROL
003240             THRU 4000-MARK-RUN-CONTROL-EXIT
003250     END-IF.
003260
003270     PERFORM 8000-TERMINATE
003280         THRU 8000-TERMINATE-EXIT.
003290
003300     GO TO 9999-EXIT.
003310
003320******************************************************************
003330* 1000-INITIALIZE - LOADS THE BACKOUT CARDS, FINDS WHERE         *
003340*                   TONIGHT'S AUDIT GENERATION STARTS AND THE    *
003350*                   SEQUENCE NUMBER IT ENDS ON, PROVES EACH CARD *
003360*                   AGAINST THE RUN-CONTROL HISTORY, OPENS THE   *
003370*                   FILES (THE AUDIT AND EXTRACT GENERATIONS     *
003380*                   EXTEND, SO THE REVERSALS APPEND), AND PRIMES *
003390*                   THE READ LOOP.                               *
003400******************************************************************
003410 1000-INITIALIZE.
003420     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
003430     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
003440
003450     OPEN INPUT BACKOUT-QUEUE-FILE.
003460     PERFORM 1100-LOAD-BACKOUT-CARD
003470         THRU 1100-LOAD-BACKOUT-CARD-EXIT
003480         UNTIL END-OF-QUEUE-FILE.
003490     CLOSE BACKOUT-QUEUE-FILE.
003492
003493     PERFORM 1500-LOAD-GL-MAPPING-TABLE
003494         THRU 1500-LOAD-GL-MAPPING-TABLE-EXIT.
003495
003496     PERFORM 1600-LOAD-PERIOD-TABLE
003497         THRU 1600-LOAD-PERIOD-TABLE-EXIT.
003500
003510     OPEN INPUT BACKOUT-AUDIT-FILE.
003520     PERFORM 1400-SCAN-TONIGHT-AUDIT
003530         THRU 1400-SCAN-TONIGHT-AUDIT-EXIT
003540         UNTIL END-OF-AUDIT-FILE.
003550     CLOSE BACKOUT-AUDIT-FILE.
003560
003570     IF WS-CARD-COUNT > ZERO
003580         PERFORM 1200-FIND-POSTED-FEEDS
003590             THRU 1200-FIND-POSTED-FEEDS-EXIT
003600         PERFORM 1300-SETTLE-CARD
003610             THRU 1300-SETTLE-CARD-EXIT
003620             VARYING WS-CARD-SUB FROM 1 BY 1
003624             UNTIL WS-CARD-SUB > WS-CARD-COUNT
003628     END-IF.
003632
003636     IF WS-CARD-ACCEPTED-COUNT > ZERO
003640             AND REJECT-CLOSED-PERIOD
003644         PERFORM 1700-CHECK-CARD-PERIODS
003648             THRU 1700-CHECK-CARD-PERIODS-EXIT
003652     END-IF.
003656
003660     OPEN INPUT  PRIOR-AUDIT-FILE.
003670     OPEN EXTEND BACKOUT-AUDIT-FILE.
003680     OPEN EXTEND BACKOUT-EXTRACT-FILE.
003690     OPEN OUTPUT BACKOUT-REPORT-FILE.
003700
003710     PERFORM 2500-WRITE-REPORT-HEADING
003720         THRU 2500-WRITE-REPORT-HEADING-EXIT.
003730
003740     IF WS-CARD-ACCEPTED-COUNT > ZERO
003750         PERFORM 2100-READ-PRIOR-AUDIT
003760             THRU 2100-READ-PRIOR-AUDIT-EXIT
003770     END-IF.
003780 1000-INITIALIZE-EXIT.
003790     EXIT.
003800
003810******************************************************************
003820* 1100-LOAD-BACKOUT-CARD - READS ONE BACKOUT CARD INTO THE CARD  *
003830*                          TABLE.  A CARD WITH NO SOURCE SYSTEM  *
003840*                          OR A FEED DATE THAT IS NOT A DATE, OR *
003850*                          A SECOND CARD FOR THE SAME FEED, IS   *
003860*                          REJECTED HERE.                        *
003870******************************************************************
003880 1100-LOAD-BACKOUT-CARD.
003890     READ BACKOUT-QUEUE-FILE
003900         AT END
003910             SET END-OF-QUEUE-FILE TO TRUE
003920             GO TO 1100-LOAD-BACKOUT-CARD-EXIT
003930     END-READ.
003940
003950     ADD 1 TO WS-CARD-READ-COUNT.
003960
003970     IF WS-CARD-COUNT >= WS-CARD-MAX-ENTRIES
003980         DISPLAY "MULTBKO - MORE THAN " WS-CARD-MAX-ENTRIES
003990             " BACKOUT CARDS QUEUED"
004000         MOVE 16 TO RETURN-CODE
004010         STOP RUN
004020     END-IF.
004030
004040     ADD 1 TO WS-CARD-COUNT.
004050     MOVE WS-CARD-COUNT TO WS-CARD-SUB.
004060     MOVE BKQ-SOURCE-SYSTEM TO WS-BKT-SOURCE-SYSTEM (WS-CARD-SUB).
004070     MOVE BKQ-USER-ID       TO WS-BKT-USER-ID (WS-CARD-SUB).
004080     MOVE BKQ-REASON-TEXT   TO WS-BKT-REASON-TEXT (WS-CARD-SUB).
004090     MOVE SPACE             TO WS-BKT-STATUS (WS-CARD-SUB).
004100     MOVE SPACES            TO WS-BKT-STATUS-TEXT (WS-CARD-SUB).
004110     MOVE 'N'               TO WS-BKT-REVERSED-SEEN (WS-CARD-SUB).
004120     MOVE ZERO              TO
004130         WS-BKT-RCT-RECORD-NUMBER (WS-CARD-SUB).
004140     MOVE ZEROS             TO WS-BKT-LOWER-STAMP (WS-CARD-SUB).
004150     MOVE ALL "9"           TO WS-BKT-UPPER-STAMP (WS-CARD-SUB).
004160     MOVE ZEROS             TO WS-BKT-RECORD-COUNT (WS-CARD-SUB).
004170     MOVE ZEROS             TO WS-BKT-HASH-TOTAL (WS-CARD-SUB).
004180     MOVE ZEROS             TO
004190         WS-BKT-PROCESSED-COUNT (WS-CARD-SUB).
004200     MOVE ZEROS             TO WS-BKT-CONTROL-TOTAL (WS-CARD-SUB).
004210     MOVE SPACE             TO WS-BKT-TOTALS-FLAG (WS-CARD-SUB).
004220     MOVE ZERO              TO WS-BKT-CALC-COUNT (WS-CARD-SUB).
004230     MOVE ZEROS             TO WS-BKT-CALC-AMOUNT (WS-CARD-SUB).
004240     MOVE ZERO              TO WS-BKT-EXC-COUNT (WS-CARD-SUB).
004250     MOVE ZEROS             TO WS-BKT-EXC-AMOUNT (WS-CARD-SUB).
004260     MOVE ZERO              TO WS-BKT-RRT-COUNT (WS-CARD-SUB).
004270     MOVE ZEROS             TO WS-BKT-RRT-AMOUNT (WS-CARD-SUB).
004280
004290     IF BKQ-SOURCE-SYSTEM = SPACES
004300             OR BKQ-FEED-DATE-X NOT NUMERIC
004310             OR BKQ-FEED-DATE = ZEROS
004320         MOVE ZEROS TO WS-BKT-FEED-DATE (WS-CARD-SUB)
004330         SET WS-BKT-REJECTED (WS-CARD-SUB) TO TRUE
004340         MOVE "REJECTED - INVALID CARD" TO
004350             WS-BKT-STATUS-TEXT (WS-CARD-SUB)
004360         GO TO 1100-LOAD-BACKOUT-CARD-EXIT
004370     END-IF.
004380
004390     MOVE BKQ-FEED-DATE TO WS-BKT-FEED-DATE (WS-CARD-SUB).
004400
004410     PERFORM 1150-FIND-CARD-ENTRY
004420         THRU 1150-FIND-CARD-ENTRY-EXIT.
004430
004440     IF WS-CARD-MATCH-SUB > ZERO
004450         SET WS-BKT-REJECTED (WS-CARD-SUB) TO TRUE
004460         MOVE "REJECTED - DUPLICATE CARD" TO
004470             WS-BKT-STATUS-TEXT (WS-CARD-SUB)
004480     END-IF.
004490 1100-LOAD-BACKOUT-CARD-EXIT.
004500     EXIT.
004510
004520******************************************************************
004530* 1150-FIND-CARD-ENTRY - LOOKS UP THE FEED ON CARD WS-CARD-SUB   *
004540*                        AMONG THE VALID CARDS BEFORE IT.  ZERO  *
004550*                        IN WS-CARD-MATCH-SUB MEANS NONE.        *
004560******************************************************************
004570 1150-FIND-CARD-ENTRY.
004580     MOVE ZERO TO WS-CARD-MATCH-SUB.
004590
004600     PERFORM 1160-TEST-CARD-ENTRY
004610         THRU 1160-TEST-CARD-ENTRY-EXIT
004620         VARYING WS-CARD-TEST-SUB FROM 1 BY 1
004630         UNTIL WS-CARD-TEST-SUB >= WS-CARD-SUB
004640         OR WS-CARD-MATCH-SUB > ZERO.
004650 1150-FIND-CARD-ENTRY-EXIT.
004660     EXIT.
004670
004680******************************************************************
004690* 1160-TEST-CARD-ENTRY - TESTS ONE EARLIER CARD.                 *
004700******************************************************************
004710 1160-TEST-CARD-ENTRY.
004720     IF NOT WS-BKT-REJECTED (WS-CARD-TEST-SUB)
004730         AND WS-BKT-SOURCE-SYSTEM (WS-CARD-TEST-SUB)
004740             = WS-BKT-SOURCE-SYSTEM (WS-CARD-SUB)
004750         AND WS-BKT-FEED-DATE (WS-CARD-TEST-SUB)
004760             = WS-BKT-FEED-DATE (WS-CARD-SUB)
004770         MOVE WS-CARD-TEST-SUB TO WS-CARD-MATCH-SUB
004780     END-IF.
004790 1160-TEST-CARD-ENTRY-EXIT.
004800     EXIT.
004810
004820******************************************************************
004830* 1200-FIND-POSTED-FEEDS - READS THE RUN-CONTROL HISTORY AND     *
004840*                          FINDS, FOR EACH CARD, THE LATEST      *
004850*                          POSTING OF ITS FEED NOT YET REVERSED. *
004860*                          A HISTORY THAT IS NOT THERE YET MEANS *
004870*                          NOTHING HAS POSTED.                   *
004880******************************************************************
004890 1200-FIND-POSTED-FEEDS.
004900     OPEN INPUT RUN-CONTROL-FILE.
004910
004920     IF WS-RUNCTL-FILE-STATUS = "35"
004930         GO TO 1200-FIND-POSTED-FEEDS-EXIT
004940     END-IF.
004950
004960     IF WS-RUNCTL-FILE-STATUS NOT = "00"
004970         DISPLAY "MULTRCTL OPEN FAILED - FILE STATUS "
004980             WS-RUNCTL-FILE-STATUS
004990         MOVE 16 TO RETURN-CODE
005000         STOP RUN
005010     END-IF.
005020
005030     MOVE ZERO TO WS-RCT-RECORD-NUMBER.
005040     PERFORM 1210-READ-RUN-CONTROL
005050         THRU 1210-READ-RUN-CONTROL-EXIT
005060         UNTIL END-OF-RUNCTL-FILE.
005070
005080     CLOSE RUN-CONTROL-FILE.
005090     MOVE 'N' TO WS-RUNCTL-EOF-SWITCH.
005100 1200-FIND-POSTED-FEEDS-EXIT.
005110     EXIT.
005120
005130******************************************************************
005140* 1210-READ-RUN-CONTROL - READS ONE POSTED-FEED RECORD AND TESTS *
005150*                         IT AGAINST EVERY CARD.                 *
005160******************************************************************
005170 1210-READ-RUN-CONTROL.
005180     READ RUN-CONTROL-FILE
005190         AT END
005200             SET END-OF-RUNCTL-FILE TO TRUE
005210             GO TO 1210-READ-RUN-CONTROL-EXIT
005220     END-READ.
005230
005240     ADD 1 TO WS-RCT-RECORD-NUMBER.
005250     MOVE RCT-POSTED-DATE TO WS-RST-POSTED-DATE.
005260     MOVE RCT-POSTED-TIME TO WS-RST-POSTED-TIME.
005270
005280     PERFORM 1220-TEST-POSTED-FEED
005290         THRU 1220-TEST-POSTED-FEED-EXIT
005300         VARYING WS-CARD-SUB FROM 1 BY 1
005310         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
005320 1210-READ-RUN-CONTROL-EXIT.
005330     EXIT.
005340
005350******************************************************************
005360* 1220-TEST-POSTED-FEED - TESTS ONE CARD AGAINST THE RUN-CONTROL *
005370*                         RECORD JUST READ.  A POSTING NOT YET   *
005380*                         REVERSED BECOMES THE ONE TO BACK OUT;  *
005390*                         A REVERSED POSTING AFTER IT CLOSES THE *
005400*                         WINDOW ITS RECORDS FALL IN, SO THE     *
005410*                         RECORDS OF A LATER POSTING OF THE SAME *
005420*                         FEED ARE NOT REVERSED TWICE.  RECORDS  *
005430*                         WRITTEN BEFORE THE CONTROL TOTALS WERE *
005440*                         KEPT ARE MARKED "N".                   *
005450******************************************************************
005460 1220-TEST-POSTED-FEED.
005470     IF WS-BKT-REJECTED (WS-CARD-SUB)
005480         OR RCT-SOURCE-SYSTEM
005490             NOT = WS-BKT-SOURCE-SYSTEM (WS-CARD-SUB)
005500         OR RCT-FEED-DATE NOT = WS-BKT-FEED-DATE (WS-CARD-SUB)
005510         GO TO 1220-TEST-POSTED-FEED-EXIT
005520     END-IF.
005530
005540     IF RCT-FEED-REVERSED
005550         SET WS-BKT-ALREADY-REVERSED (WS-CARD-SUB) TO TRUE
005560         IF WS-BKT-RCT-RECORD-NUMBER (WS-CARD-SUB) > ZERO
005570                 AND WS-BKT-UPPER-DATE (WS-CARD-SUB) = 99999999
005580             MOVE WS-RCT-STAMP TO WS-BKT-UPPER-STAMP (WS-CARD-SUB)
005590         END-IF
005600         GO TO 1220-TEST-POSTED-FEED-EXIT
005610     END-IF.
005620
005630     MOVE WS-RCT-RECORD-NUMBER TO
005640         WS-BKT-RCT-RECORD-NUMBER (WS-CARD-SUB).
005650     MOVE WS-RCT-STAMP     TO WS-BKT-LOWER-STAMP (WS-CARD-SUB).
005660     MOVE ALL "9"          TO WS-BKT-UPPER-STAMP (WS-CARD-SUB).
005670     MOVE RCT-RECORD-COUNT TO WS-BKT-RECORD-COUNT (WS-CARD-SUB).
005680     MOVE RCT-HASH-TOTAL   TO WS-BKT-HASH-TOTAL (WS-CARD-SUB).
005690
005700     IF RCT-PROCESSED-COUNT NOT NUMERIC
005710         MOVE ZEROS TO WS-BKT-PROCESSED-COUNT (WS-CARD-SUB)
005720         MOVE ZEROS TO WS-BKT-CONTROL-TOTAL (WS-CARD-SUB)
005730         SET WS-BKT-TOTALS-NOT-KEPT (WS-CARD-SUB) TO TRUE
005740         GO TO 1220-TEST-POSTED-FEED-EXIT
005750     END-IF.
005760
005770     MOVE RCT-PROCESSED-COUNT TO
005780         WS-BKT-PROCESSED-COUNT (WS-CARD-SUB).
005790     MOVE RCT-CONTROL-TOTAL   TO
005800         WS-BKT-CONTROL-TOTAL (WS-CARD-SUB).
005810     MOVE RCT-TOTALS-FLAG     TO WS-BKT-TOTALS-FLAG (WS-CARD-SUB).
005820 1220-TEST-POSTED-FEED-EXIT.
005830     EXIT.
005840
005850******************************************************************
005860* 1300-SETTLE-CARD - ACCEPTS OR REJECTS ONE CARD NOW THE         *
005870*                    HISTORY HAS BEEN READ.  A FEED WITH NO      *
005880*                    UNREVERSED POSTING IS REJECTED, AS IS ONE   *
005890*                    POSTED BY TONIGHT'S OWN CALC STEP (ITS      *
005900*                    RECORDS ARE NOT ON A RETAINED GENERATION    *
005910*                    UNTIL TOMORROW).                            *
005920******************************************************************
005930 1300-SETTLE-CARD.
005940     IF WS-BKT-REJECTED (WS-CARD-SUB)
005950         ADD 1 TO WS-CARD-REJECTED-COUNT
005960         GO TO 1300-SETTLE-CARD-EXIT
005970     END-IF.
005980
005990     IF WS-BKT-RCT-RECORD-NUMBER (WS-CARD-SUB) = ZERO
006000         SET WS-BKT-REJECTED (WS-CARD-SUB) TO TRUE
006010         ADD 1 TO WS-CARD-REJECTED-COUNT
006020         IF WS-BKT-ALREADY-REVERSED (WS-CARD-SUB)
006030             MOVE "REJECTED - ALREADY REVERSED" TO
006040                 WS-BKT-STATUS-TEXT (WS-CARD-SUB)
006050         ELSE
006060             MOVE "REJECTED - NOT POSTED" TO
006070                 WS-BKT-STATUS-TEXT (WS-CARD-SUB)
006080         END-IF
006090         GO TO 1300-SETTLE-CARD-EXIT
006100     END-IF.
006110
006120     IF WS-BKT-LOWER-STAMP (WS-CARD-SUB) NOT < WS-TONIGHT-STAMP
006130         SET WS-BKT-REJECTED (WS-CARD-SUB) TO TRUE
006140         ADD 1 TO WS-CARD-REJECTED-COUNT
006150         MOVE "REJECTED - POSTED TONIGHT" TO
006160             WS-BKT-STATUS-TEXT (WS-CARD-SUB)
006170         GO TO 1300-SETTLE-CARD-EXIT
006180     END-IF.
006190
006200     SET WS-BKT-ACCEPTED (WS-CARD-SUB) TO TRUE.
006210     ADD 1 TO WS-CARD-ACCEPTED-COUNT.
006220     MOVE "BACKED OUT" TO WS-BKT-STATUS-TEXT (WS-CARD-SUB).
006230 1300-SETTLE-CARD-EXIT.
006240     EXIT.
006250
006260******************************************************************
006270* 1400-SCAN-TONIGHT-AUDIT - READS TONIGHT'S AUDIT GENERATION     *
006280*                           THROUGH.  THE EARLIEST RUN STAMP ON  *
006285*                           IT MARKS WHERE TONIGHT STARTS (THE   *
006287*                           PARTITIONS RUN SIDE BY SIDE, SO IT   *
006288*                           NEED NOT BE THE FIRST RECORD'S); THE *
006290*                           LAST RECORD CARRIES THE SEQUENCE     *
006300*                           NUMBER THE REVERSALS CONTINUE.       *
006320******************************************************************
006330 1400-SCAN-TONIGHT-AUDIT.
006340     READ BACKOUT-AUDIT-FILE
006350         AT END
006360             SET END-OF-AUDIT-FILE TO TRUE
006370             GO TO 1400-SCAN-TONIGHT-AUDIT-EXIT
006380     END-READ.
006390
006400     IF AUD-RUN-DATE < WS-TONIGHT-RUN-DATE
006403         OR (AUD-RUN-DATE = WS-TONIGHT-RUN-DATE
006406             AND AUD-RUN-TIME < WS-TONIGHT-RUN-TIME)
006410         MOVE AUD-RUN-DATE TO WS-TONIGHT-RUN-DATE
006420         MOVE AUD-RUN-TIME TO WS-TONIGHT-RUN-TIME
006430     END-IF.
006450
006460     MOVE AUD-SEQUENCE-NUMBER TO WS-AUDIT-SEQUENCE-NUMBER.
006470 1400-SCAN-TONIGHT-AUDIT-EXIT.
006480     EXIT.
006481
006482******************************************************************
006483* 1500-LOAD-GL-MAPPING-TABLE - READS THE GL ACCOUNT MAPPING      *
006484*                              (MULTCOA) INTO STORAGE SO EACH    *
006485*                              REVERSAL'S LEDGER ACCOUNTS ARE    *
006486*                              RESOLVED BY A TABLE SCAN, THE     *
006487*                              SAME WAY THE CALC STEP RESOLVES   *
006488*                              THEM.                             *
006489******************************************************************
006490 1500-LOAD-GL-MAPPING-TABLE.
006491     OPEN INPUT  GL-ACCOUNT-MAP-FILE.
006492
006493     IF WS-GLMAP-FILE-STATUS NOT = "00"
006494         DISPLAY "MULTCOA OPEN FAILED - FILE STATUS "
006495             WS-GLMAP-FILE-STATUS
006496         MOVE 16 TO RETURN-CODE
006497         STOP RUN
006498     END-IF.
006499
006500     PERFORM 1510-READ-GL-MAPPING
006501         THRU 1510-READ-GL-MAPPING-EXIT
006502         UNTIL END-OF-GL-MAPPING.
006503
006504     CLOSE GL-ACCOUNT-MAP-FILE.
006505 1500-LOAD-GL-MAPPING-TABLE-EXIT.
006506     EXIT.
006507
006508******************************************************************
006509* 1510-READ-GL-MAPPING - READS ONE GL ACCOUNT MAPPING RECORD     *
006510*                        INTO THE NEXT TABLE ENTRY.              *
006511******************************************************************
006512 1510-READ-GL-MAPPING.
006513     READ GL-ACCOUNT-MAP-FILE NEXT RECORD
006514         AT END
006515             SET END-OF-GL-MAPPING TO TRUE
006516         NOT AT END
006517             IF WS-GLMAP-TABLE-COUNT >= WS-GLMAP-TABLE-MAX-ENTRIES
006518                 DISPLAY "MULTBKO - GL ACCOUNT MAPPING EXCEEDS "
006519                     WS-GLMAP-TABLE-MAX-ENTRIES " ENTRIES"
006520                 MOVE 16 TO RETURN-CODE
006521                 STOP RUN
006522             END-IF
006523             ADD 1 TO WS-GLMAP-TABLE-COUNT
006524             MOVE GLM-OPERATION-CODE TO
006525                 WS-GMT-OPERATION-CODE (WS-GLMAP-TABLE-COUNT)
006526             MOVE GLM-RANGE-LOW TO
006527                 WS-GMT-RANGE-LOW (WS-GLMAP-TABLE-COUNT)
006528             MOVE GLM-RANGE-HIGH TO
006529                 WS-GMT-RANGE-HIGH (WS-GLMAP-TABLE-COUNT)
006530             MOVE GLM-DEBIT-LEDGER TO
006531                 WS-GMT-DEBIT-LEDGER (WS-GLMAP-TABLE-COUNT)
006532             MOVE GLM-CREDIT-LEDGER TO
006533                 WS-GMT-CREDIT-LEDGER (WS-GLMAP-TABLE-COUNT)
006534             MOVE GLM-COST-CENTER TO
006535                 WS-GMT-COST-CENTER (WS-GLMAP-TABLE-COUNT)
006536     END-READ.
006537 1510-READ-GL-MAPPING-EXIT.
006538     EXIT.
006539
006540******************************************************************
006541* 1600-LOAD-PERIOD-TABLE - READS THE ACCOUNTING PERIOD CONTROL   *
006542*                          FILE (MULTPER) INTO STORAGE - THE     *
006543*                          CLOSED-PERIOD ACTION FROM THE CONTROL *
006544*                          RECORD AND THE STATUS OF EVERY PERIOD *
006545*                          ON FILE. A PERIOD NOT ON FILE IS OPEN.*
006546******************************************************************
006547 1600-LOAD-PERIOD-TABLE.
006548     OPEN INPUT  ACCOUNTING-PERIOD-FILE.
006549
006550     IF WS-PERIOD-FILE-STATUS NOT = "00"
006551         DISPLAY "MULTPER OPEN FAILED - FILE STATUS "
006552             WS-PERIOD-FILE-STATUS
006553         MOVE 16 TO RETURN-CODE
006554         STOP RUN
006555     END-IF.
006556
006557     PERFORM 1610-READ-PERIOD-RECORD
006558         THRU 1610-READ-PERIOD-RECORD-EXIT
006559         UNTIL END-OF-PERIOD-FILE.
006560
006561     CLOSE ACCOUNTING-PERIOD-FILE.
006562 1600-LOAD-PERIOD-TABLE-EXIT.
006563     EXIT.
006564
006565******************************************************************
006566* 1610-READ-PERIOD-RECORD - READS ONE PERIOD CONTROL RECORD INTO *
006567*                           THE ACTION SWITCH OR THE PERIOD      *
006568*                           TABLE.                               *
006569******************************************************************
006570 1610-READ-PERIOD-RECORD.
006571     READ ACCOUNTING-PERIOD-FILE
006572         AT END
006573             SET END-OF-PERIOD-FILE TO TRUE
006574         NOT AT END
006575             IF PER-CONTROL-RECORD
006576                 IF PER-ROLL-FORWARD-CLOSED
006577                     SET ROLL-FORWARD-CLOSED-PERIOD TO TRUE
006578                 ELSE
006579                     SET REJECT-CLOSED-PERIOD TO TRUE
006580                 END-IF
006581             ELSE
006582             IF PER-PERIOD-RECORD
006583                 IF WS-PERIOD-TABLE-COUNT
006584                         >= WS-PERIOD-TABLE-MAX-ENTRIES
006585                     DISPLAY "MULTBKO - PERIOD CONTROL EXCEEDS "
006586                         WS-PERIOD-TABLE-MAX-ENTRIES " PERIODS"
006587                     MOVE 16 TO RETURN-CODE
006588                     STOP RUN
006589                 END-IF
006590                 ADD 1 TO WS-PERIOD-TABLE-COUNT
006591                 MOVE PER-PERIOD TO
006592                     WS-PDT-PERIOD (WS-PERIOD-TABLE-COUNT)
006593                 MOVE PER-STATUS TO
006594                     WS-PDT-STATUS (WS-PERIOD-TABLE-COUNT)
006595             END-IF END-IF
006596     END-READ.
006597 1610-READ-PERIOD-RECORD-EXIT.
006598     EXIT.
006599
006600******************************************************************
006601* 1700-CHECK-CARD-PERIODS - WHEN ITEMS IN A CLOSED PERIOD ARE    *
006602*                           REJECTED, READS THE RETAINED AUDIT   *
006603*                           GENERATIONS THROUGH ONCE BEFORE      *
006604*                           ANYTHING IS REVERSED AND REJECTS THE *
006605*                           CARD OF ANY FEED WITH A RECORD IN A  *
006606*                           CLOSED PERIOD - A FEED IS BACKED OUT *
006607*                           WHOLE OR NOT AT ALL.                 *
006608******************************************************************
006609 1700-CHECK-CARD-PERIODS.
006610     OPEN INPUT PRIOR-AUDIT-FILE.
006611
006612     PERFORM 2100-READ-PRIOR-AUDIT
006613         THRU 2100-READ-PRIOR-AUDIT-EXIT.
006614
006615     PERFORM 1710-TEST-RECORD-PERIOD
006616         THRU 1710-TEST-RECORD-PERIOD-EXIT
006617         UNTIL END-OF-PRIOR-AUDIT-FILE
006618         OR WS-CARD-ACCEPTED-COUNT = ZERO.
006619
006620     CLOSE PRIOR-AUDIT-FILE.
006621     MOVE 'N'  TO WS-PRIOR-EOF-SWITCH.
006622     MOVE ZERO TO WS-PRIOR-READ-COUNT.
006623 1700-CHECK-CARD-PERIODS-EXIT.
006624     EXIT.
006625
006626******************************************************************
006627* 1710-TEST-RECORD-PERIOD - TESTS ONE AUDIT RECORD: ONE THAT     *
006628*                           WOULD BE REVERSED (THE SAME SELECTION*
006629*                           AS 2000-PROCESS-PRIOR-AUDIT) IN A    *
006630*                           CLOSED PERIOD REJECTS ITS CARD. THEN *
006631*                           READS THE NEXT.                      *
006632******************************************************************
006633 1710-TEST-RECORD-PERIOD.
006634     MOVE AUDH-RUN-DATE TO WS-AST-RUN-DATE.
006635     MOVE AUDH-RUN-TIME TO WS-AST-RUN-TIME.
006636
006637     IF WS-AUDIT-STAMP NOT < WS-TONIGHT-STAMP
006638             OR AUDH-REVERSAL-ENTRY
006639             OR AUDH-SOURCE-SYSTEM = SPACES
006640         GO TO 1710-TEST-RECORD-PERIOD-NEXT
006641     END-IF.
006642
006643     MOVE ZERO TO WS-CARD-MATCH-SUB.
006644     PERFORM 2050-TEST-BACKOUT-FEED
006645         THRU 2050-TEST-BACKOUT-FEED-EXIT
006646         VARYING WS-CARD-SUB FROM 1 BY 1
006647         UNTIL WS-CARD-SUB > WS-CARD-COUNT
006648         OR WS-CARD-MATCH-SUB > ZERO.
006649
006650     IF WS-CARD-MATCH-SUB = ZERO
006651         GO TO 1710-TEST-RECORD-PERIOD-NEXT
006652     END-IF.
006653
006654     PERFORM 3100-SET-REVERSAL-PERIOD
006655         THRU 3100-SET-REVERSAL-PERIOD-EXIT.
006656
006657     IF PERIOD-IS-CLOSED
006658         SET WS-BKT-REJECTED (WS-CARD-MATCH-SUB) TO TRUE
006659         SUBTRACT 1 FROM WS-CARD-ACCEPTED-COUNT
006660         ADD 1 TO WS-CARD-REJECTED-COUNT
006661         MOVE "REJECTED - PERIOD CLOSED" TO
006662             WS-BKT-STATUS-TEXT (WS-CARD-MATCH-SUB)
006663     END-IF.
006664
006665 1710-TEST-RECORD-PERIOD-NEXT.
006666     PERFORM 2100-READ-PRIOR-AUDIT
006667         THRU 2100-READ-PRIOR-AUDIT-EXIT.
006668 1710-TEST-RECORD-PERIOD-EXIT.
006669     EXIT.
006670
006671******************************************************************
006672* 2000-PROCESS-PRIOR-AUDIT - EXAMINES ONE RECORD FROM THE        *
006673*                            RETAINED AUDIT GENERATIONS AND      *
006674*                            REVERSES IT WHEN IT BELONGS TO A    *
006675*                            FEED BEING BACKED OUT, THEN READS   *
006676*                            THE NEXT.  TONIGHT'S OWN RECORDS,   *
006677*                            EARLIER REVERSALS, AND RECORDS FROM *
006678*                            BEFORE THE FEED WAS CARRIED ON THE  *
006679*                            AUDIT TRAIL ARE PASSED OVER.        *
006680******************************************************************
006681 2000-PROCESS-PRIOR-AUDIT.
006682     MOVE AUDH-RUN-DATE TO WS-AST-RUN-DATE.
006683     MOVE AUDH-RUN-TIME TO WS-AST-RUN-TIME.
006684
006685     IF WS-AUDIT-STAMP NOT < WS-TONIGHT-STAMP
006686         GO TO 2000-PROCESS-PRIOR-NEXT
006687     END-IF.
006688
006689     IF AUDH-REVERSAL-ENTRY
006690             OR AUDH-SOURCE-SYSTEM = SPACES
006700         GO TO 2000-PROCESS-PRIOR-NEXT
006710     END-IF.
006720
006730     MOVE ZERO TO WS-CARD-MATCH-SUB.
006740     PERFORM 2050-TEST-BACKOUT-FEED
006750         THRU 2050-TEST-BACKOUT-FEED-EXIT
006760         VARYING WS-CARD-SUB FROM 1 BY 1
006770         UNTIL WS-CARD-SUB > WS-CARD-COUNT
006780         OR WS-CARD-MATCH-SUB > ZERO.
006790
006800     IF WS-CARD-MATCH-SUB = ZERO
006810         GO TO 2000-PROCESS-PRIOR-NEXT
006820     END-IF.
006830
006840     PERFORM 3000-REVERSE-AUDIT-RECORD
006850         THRU 3000-REVERSE-AUDIT-RECORD-EXIT.
006860
006870 2000-PROCESS-PRIOR-NEXT.
006880     PERFORM 2100-READ-PRIOR-AUDIT
006890         THRU 2100-READ-PRIOR-AUDIT-EXIT.
006900 2000-PROCESS-PRIOR-AUDIT-EXIT.
006910     EXIT.
006920
006930******************************************************************
006940* 2050-TEST-BACKOUT-FEED - TESTS THE AUDIT RECORD AGAINST ONE    *
006950*                          ACCEPTED CARD: SAME SOURCE AND FEED   *
006960*                          DATE, RUN NO EARLIER THAN THE POSTING *
006970*                          BEING BACKED OUT AND BEFORE ANY LATER *
006980*                          POSTING OF THE SAME FEED.             *
006990******************************************************************
007000 2050-TEST-BACKOUT-FEED.
007010     IF WS-BKT-ACCEPTED (WS-CARD-SUB)
007020         AND AUDH-SOURCE-SYSTEM
007030             = WS-BKT-SOURCE-SYSTEM (WS-CARD-SUB)
007040         AND AUDH-FEED-DATE = WS-BKT-FEED-DATE (WS-CARD-SUB)
007050         AND WS-AUDIT-STAMP NOT < WS-BKT-LOWER-STAMP (WS-CARD-SUB)
007060         AND WS-AUDIT-STAMP < WS-BKT-UPPER-STAMP (WS-CARD-SUB)
007070         MOVE WS-CARD-SUB TO WS-CARD-MATCH-SUB
007080     END-IF.
007090 2050-TEST-BACKOUT-FEED-EXIT.
007100     EXIT.
007110
007120******************************************************************
007130* 2100-READ-PRIOR-AUDIT - READS THE NEXT PRIOR AUDIT RECORD AND  *
007140*                         SETS EOF.                              *
007150******************************************************************
007160 2100-READ-PRIOR-AUDIT.
007170     READ PRIOR-AUDIT-FILE
007180         AT END
007190             SET END-OF-PRIOR-AUDIT-FILE TO TRUE
007200         NOT AT END
007210             ADD 1 TO WS-PRIOR-READ-COUNT
007220     END-READ.
007230 2100-READ-PRIOR-AUDIT-EXIT.
007240     EXIT.
007250
007260******************************************************************
007270* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING.       *
007280******************************************************************
007290 2500-WRITE-REPORT-HEADING.
007300     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
007310     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
007320     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
007330     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
007340     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
007350
007360     MOVE '1'            TO BKR-CARRIAGE-CONTROL.
007370     MOVE WS-HEADING-LINE TO BKR-LINE-IMAGE.
007380     WRITE BACKOUT-REPORT-RECORD.
007390     ADD 1 TO WS-LINE-COUNT.
007400 2500-WRITE-REPORT-HEADING-EXIT.
007410     EXIT.
007420
007430******************************************************************
007440* 3000-REVERSE-AUDIT-RECORD - REVERSES ONE AUDIT RECORD OF A     *
007450*                             BACKED-OUT FEED: A "V" AUDIT       *
007460*                             RECORD CARRYING THE NEGATED RESULT *
007470*                             IN THE EXTENDED FIELD AND, FOR A   *
007480*                             CALCULATION OR RE-RATE ADJUSTMENT  *
007490*                             (THE RECORDS THAT POSTED TO THE    *
007500*                             GL), A NEGATING DEBIT AND CREDIT   *
007501*                             LINE TO THE MAPPED LEDGER          *
007502*                             ACCOUNTS.  WITH NO MAPPING THE     *
007503*                             REVERSAL IS AUDIT ONLY AND IS      *
007504*                             COUNTED FOR THE OPERATOR.          *
007510*                             A REPROCESSED EXCEPTION NEVER      *
007520*                             POSTED, SO ITS REVERSAL IS AUDIT   *
007530*                             ONLY.  THE ORIGINAL AMOUNT IS      *
007540*                             ROLLED INTO THE CARD'S TOTALS BY   *
007550*                             RECORD TYPE.                       *
007560******************************************************************
007570 3000-REVERSE-AUDIT-RECORD.
007580     IF AUDH-RESULT-IN-EXTENDED
007590         MOVE AUDH-RESULT-EXTENDED TO WS-REVERSAL-AMOUNT
007600     ELSE
007610         MOVE AUDH-RESULT          TO WS-REVERSAL-AMOUNT
007620     END-IF.
007630
007640     EVALUATE TRUE
007650         WHEN AUDH-EXTENDED-PRECISION
007660             ADD 1 TO WS-BKT-EXC-COUNT (WS-CARD-MATCH-SUB)
007670             ADD WS-REVERSAL-AMOUNT TO
007680                 WS-BKT-EXC-AMOUNT (WS-CARD-MATCH-SUB)
007690         WHEN AUDH-RERATE-ADJUSTMENT
007700             ADD 1 TO WS-BKT-RRT-COUNT (WS-CARD-MATCH-SUB)
007710             ADD WS-REVERSAL-AMOUNT TO
007720                 WS-BKT-RRT-AMOUNT (WS-CARD-MATCH-SUB)
007730         WHEN OTHER
007740             ADD 1 TO WS-BKT-CALC-COUNT (WS-CARD-MATCH-SUB)
007750             ADD WS-REVERSAL-AMOUNT TO
007760                 WS-BKT-CALC-AMOUNT (WS-CARD-MATCH-SUB)
007770     END-EVALUATE.
007780
007782     ADD 1 TO WS-REVERSED-COUNT.
007784     ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
007786
007788     PERFORM 3100-SET-REVERSAL-PERIOD
007790         THRU 3100-SET-REVERSAL-PERIOD-EXIT.
007792
007794     IF PERIOD-IS-CLOSED
007796         PERFORM 3130-ADVANCE-PERIOD
007798             THRU 3130-ADVANCE-PERIOD-EXIT
007800             UNTIL NOT PERIOD-IS-CLOSED
007802         ADD 1 TO WS-ROLLED-FORWARD-COUNT
007804     END-IF.
007810
007820     MOVE SPACES                   TO MULTIPLY-AUDIT-RECORD.
007830     MOVE WS-RUN-DATE-YYYYMMDD     TO AUD-RUN-DATE.
007840     MOVE WS-RUN-TIME-HHMMSS       TO AUD-RUN-TIME.
007850     MOVE WS-AUDIT-SEQUENCE-NUMBER TO AUD-SEQUENCE-NUMBER.
007860     MOVE AUDH-NUM1                TO AUD-NUM1.
007870     MOVE AUDH-NUM2                TO AUD-NUM2.
007880     MOVE ZEROS                    TO AUD-RESULT.
007890     MOVE AUDH-OPERATION-CODE      TO AUD-OPERATION-CODE.
007900     MOVE AUDH-ACCOUNT-NUMBER      TO AUD-ACCOUNT-NUMBER.
007910     SET  AUD-REVERSAL-ENTRY       TO TRUE.
007920     COMPUTE AUD-RESULT-EXTENDED = ZERO - WS-REVERSAL-AMOUNT.
007930     MOVE AUDH-RATE-SOURCE         TO AUD-RATE-SOURCE.
007940     MOVE AUDH-SOURCE-SYSTEM       TO AUD-SOURCE-SYSTEM.
007947     MOVE AUDH-FEED-DATE           TO AUD-FEED-DATE.
007954     MOVE WS-ACCOUNTING-PERIOD     TO AUD-ACCOUNTING-PERIOD.
007955
007956     IF AUDH-FX-RATE NUMERIC AND AUDH-FX-RATE > ZERO
007957         MOVE AUDH-CURRENCY-CODE   TO AUD-CURRENCY-CODE
007958         MOVE AUDH-FX-RATE         TO AUD-FX-RATE
007959         IF AUDH-TRANSACTION-RESULT NUMERIC
007960             COMPUTE AUD-TRANSACTION-RESULT =
007961                 ZERO - AUDH-TRANSACTION-RESULT
007962         ELSE
007963             COMPUTE AUD-TRANSACTION-RESULT =
007964                 ZERO - WS-REVERSAL-AMOUNT
007965         END-IF
007966     END-IF.
007967     WRITE MULTIPLY-AUDIT-RECORD.
007970
007980     IF AUDH-EXTENDED-PRECISION
007990         GO TO 3000-REVERSE-AUDIT-RECORD-EXIT
008000     END-IF.
008001
008002     PERFORM 3050-FIND-GL-MAPPING
008003         THRU 3050-FIND-GL-MAPPING-EXIT.
008004
008005     IF NOT GL-MAPPING-FOUND
008006         ADD 1 TO WS-GL-UNMAPPED-COUNT
008007         GO TO 3000-REVERSE-AUDIT-RECORD-EXIT
008008     END-IF.
008010
008020     MOVE SPACES                 TO GL-EXTRACT-RECORD.
008030     SET  GLX-DETAIL-RECORD      TO TRUE.
008040     MOVE AUDH-ACCOUNT-NUMBER    TO GLX-ACCOUNT-NUMBER.
008050     MOVE AUDH-OPERATION-CODE    TO GLX-OPERATION-CODE.
008060     COMPUTE GLX-AMOUNT = ZERO - WS-REVERSAL-AMOUNT.
008070     MOVE WS-RUN-DATE-YYYYMMDD   TO GLX-POSTING-DATE.
008080     SET  GLX-REVERSAL-ENTRY     TO TRUE.
008082     ADD 1 TO WS-GL-REVERSED-COUNT.
008084     MOVE WS-GL-REVERSED-COUNT   TO GLX-JOURNAL-LINE.
008085     MOVE WS-GL-COST-CENTER      TO GLX-COST-CENTER.
008086     MOVE WS-ACCOUNTING-PERIOD   TO GLX-ACCOUNTING-PERIOD.
008088
008090     SET  GLX-DEBIT-LINE         TO TRUE.
008092     MOVE WS-GL-DEBIT-LEDGER     TO GLX-LEDGER-ACCOUNT.
008094     WRITE GL-EXTRACT-RECORD.
008096     ADD 1          TO WS-JOURNAL-LINE-COUNT.
008098     ADD GLX-AMOUNT TO WS-JOURNAL-DEBIT-TOTAL.
008100
008102     SET  GLX-CREDIT-LINE        TO TRUE.
008104     MOVE WS-GL-CREDIT-LEDGER    TO GLX-LEDGER-ACCOUNT.
008106     WRITE GL-EXTRACT-RECORD.
008108     ADD 1          TO WS-JOURNAL-LINE-COUNT.
008110     ADD GLX-AMOUNT TO WS-JOURNAL-CREDIT-TOTAL.
008112
008120     ADD GLX-AMOUNT TO WS-GL-REVERSED-TOTAL.
008121 3000-REVERSE-AUDIT-RECORD-EXIT.
008122     EXIT.
008123
008124******************************************************************
008125* 3100-SET-REVERSAL-PERIOD - DATES THE REVERSAL IN THE ACCOUNTING*
008126*                            PERIOD OF THE RECORD IT REVERSES    *
008127*                            (THE PERIOD ON THE AUDIT RECORD,    *
008128*                            ELSE THE FEED DATE'S MONTH) AND SETS*
008129*                            PERIOD-IS-CLOSED WHEN THE MONTH-END *
008130*                            CLOSE HAS CLOSED IT.                *
008131******************************************************************
008132 3100-SET-REVERSAL-PERIOD.
008133     IF AUDH-ACCOUNTING-PERIOD NUMERIC
008134             AND AUDH-ACCOUNTING-PERIOD > ZERO
008135         MOVE AUDH-ACCOUNTING-PERIOD TO WS-ACCOUNTING-PERIOD
008136     ELSE
008137         MOVE AUDH-FEED-DATE(1:6)    TO WS-ACCOUNTING-PERIOD
008138     END-IF.
008139
008140     PERFORM 3110-FIND-PERIOD-STATUS
008141         THRU 3110-FIND-PERIOD-STATUS-EXIT.
008142 3100-SET-REVERSAL-PERIOD-EXIT.
008143     EXIT.
008144
008145******************************************************************
008146* 3110-FIND-PERIOD-STATUS - SCANS THE PERIOD TABLE FOR           *
008147*                           WS-ACCOUNTING-PERIOD AND SETS        *
008148*                           PERIOD-IS-CLOSED WHEN IT IS ON FILE  *
008149*                           CLOSED.                              *
008150******************************************************************
008151 3110-FIND-PERIOD-STATUS.
008152     MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
008153
008154     PERFORM 3120-TEST-PERIOD-ENTRY
008155         THRU 3120-TEST-PERIOD-ENTRY-EXIT
008156         VARYING WS-PERIOD-SUB FROM 1 BY 1
008157         UNTIL WS-PERIOD-SUB > WS-PERIOD-TABLE-COUNT
008158         OR PERIOD-IS-CLOSED.
008159 3110-FIND-PERIOD-STATUS-EXIT.
008160     EXIT.
008161
008162******************************************************************
008163* 3120-TEST-PERIOD-ENTRY - TESTS ONE PERIOD TABLE ENTRY.         *
008164******************************************************************
008165 3120-TEST-PERIOD-ENTRY.
008166     IF WS-PDT-PERIOD (WS-PERIOD-SUB) = WS-ACCOUNTING-PERIOD
008167             AND WS-PDT-STATUS (WS-PERIOD-SUB) = "C"
008168         SET PERIOD-IS-CLOSED TO TRUE
008169     END-IF.
008170 3120-TEST-PERIOD-ENTRY-EXIT.
008171     EXIT.
008172
008173******************************************************************
008174* 3130-ADVANCE-PERIOD - MOVES WS-ACCOUNTING-PERIOD ON ONE MONTH  *
008175*                       AND LOOKS THE NEW PERIOD UP.             *
008176******************************************************************
008177 3130-ADVANCE-PERIOD.
008178     IF WS-ACCOUNTING-MONTH = 12
008179         MOVE 1 TO WS-ACCOUNTING-MONTH
008180         ADD 1  TO WS-ACCOUNTING-YEAR
008181     ELSE
008182         ADD 1  TO WS-ACCOUNTING-MONTH
008183     END-IF.
008184
008185     PERFORM 3110-FIND-PERIOD-STATUS
008186         THRU 3110-FIND-PERIOD-STATUS-EXIT.
008187 3130-ADVANCE-PERIOD-EXIT.
008188     EXIT.
008189
008190******************************************************************
008191* 3050-FIND-GL-MAPPING - FINDS THE LEDGER ACCOUNTS THE REVERSAL  *
008192*                        POSTS TO.  OF THE MAPPINGS FOR THE      *
008193*                        OPERATION CODE WHOSE RANGE COVERS THE   *
008194*                        ACCOUNT, THE NARROWEST WINS, AS IN THE  *
008195*                        CALC STEP.  THE MAPPING IN FORCE        *
008196*                        TONIGHT IS USED.                        *
008197******************************************************************
008198 3050-FIND-GL-MAPPING.
008199     IF AUDH-OPERATION-CODE = SPACE OR LOW-VALUE
008200         MOVE "M"                 TO WS-GLMAP-OPERATION-CODE
008201     ELSE
008202         MOVE AUDH-OPERATION-CODE TO WS-GLMAP-OPERATION-CODE
008203     END-IF.
008204
008205     MOVE 'N' TO WS-GLMAP-FOUND-SWITCH.
008206     MOVE 999999999 TO WS-GLMAP-BEST-SPAN.
008207
008208     PERFORM 3060-TEST-GL-MAPPING
008209         THRU 3060-TEST-GL-MAPPING-EXIT
008210         VARYING WS-GLMAP-SUB FROM 1 BY 1
008211         UNTIL WS-GLMAP-SUB > WS-GLMAP-TABLE-COUNT.
008212 3050-FIND-GL-MAPPING-EXIT.
008213     EXIT.
008214
008215******************************************************************
008216* 3060-TEST-GL-MAPPING - TESTS ONE MAPPING TABLE ENTRY AGAINST   *
008217*                        THE REVERSED RECORD'S OPERATION CODE    *
008218*                        AND ACCOUNT, KEEPING IT IF IT IS THE    *
008219*                        NARROWEST RANGE FOUND SO FAR.           *
008220******************************************************************
008221 3060-TEST-GL-MAPPING.
008222     IF WS-GMT-OPERATION-CODE (WS-GLMAP-SUB)
008223             NOT = WS-GLMAP-OPERATION-CODE
008224         GO TO 3060-TEST-GL-MAPPING-EXIT
008225     END-IF.
008226
008227     IF AUDH-ACCOUNT-NUMBER < WS-GMT-RANGE-LOW (WS-GLMAP-SUB)
008228         OR AUDH-ACCOUNT-NUMBER > WS-GMT-RANGE-HIGH (WS-GLMAP-SUB)
008229         GO TO 3060-TEST-GL-MAPPING-EXIT
008230     END-IF.
008231
008232     COMPUTE WS-GLMAP-SPAN = WS-GMT-RANGE-HIGH (WS-GLMAP-SUB)
008233                           - WS-GMT-RANGE-LOW (WS-GLMAP-SUB).
008234
008235     IF GL-MAPPING-FOUND
008236             AND WS-GLMAP-SPAN NOT < WS-GLMAP-BEST-SPAN
008237         GO TO 3060-TEST-GL-MAPPING-EXIT
008238     END-IF.
008239
008240     SET GL-MAPPING-FOUND TO TRUE.
008241     MOVE WS-GLMAP-SPAN TO WS-GLMAP-BEST-SPAN.
008242     MOVE WS-GMT-DEBIT-LEDGER (WS-GLMAP-SUB)
008243         TO WS-GL-DEBIT-LEDGER.
008244     MOVE WS-GMT-CREDIT-LEDGER (WS-GLMAP-SUB)
008245         TO WS-GL-CREDIT-LEDGER.
008246     MOVE WS-GMT-COST-CENTER (WS-GLMAP-SUB)
008247         TO WS-GL-COST-CENTER.
008248 3060-TEST-GL-MAPPING-EXIT.
008249     EXIT.
008250
008251******************************************************************
008252* 4000-MARK-RUN-CONTROL - RE-READS THE RUN-CONTROL HISTORY AND   *
008253*                         MARKS THE POSTING EACH ACCEPTED CARD   *
008254*                         BACKED OUT AS REVERSED, WITH TONIGHT'S *
008255*                         DATE, SO ITS RESEND IS NOT REFUSED AS  *
008256*                         A DUPLICATE.                           *
008257******************************************************************
008258 4000-MARK-RUN-CONTROL.
008259     OPEN I-O RUN-CONTROL-FILE.
008260
008261     IF WS-RUNCTL-FILE-STATUS NOT = "00"
008270         DISPLAY "MULTRCTL OPEN FAILED - FILE STATUS "
008280             WS-RUNCTL-FILE-STATUS
008290         MOVE 16 TO RETURN-CODE
008300         STOP RUN
008310     END-IF.
008320
008330     MOVE ZERO TO WS-RCT-RECORD-NUMBER.
008340     PERFORM 4100-MARK-RUN-CONTROL-RECORD
008350         THRU 4100-MARK-RUN-CONTROL-RECORD-EXIT
008360         UNTIL END-OF-RUNCTL-FILE.
008370
008380     CLOSE RUN-CONTROL-FILE.
008390 4000-MARK-RUN-CONTROL-EXIT.
008400     EXIT.
008410
008420******************************************************************
008430* 4100-MARK-RUN-CONTROL-RECORD - READS ONE RUN-CONTROL RECORD    *
008440*                                AND REWRITES IT MARKED WHEN A   *
008450*                                CARD BACKED IT OUT.             *
008460******************************************************************
008470 4100-MARK-RUN-CONTROL-RECORD.
008480     READ RUN-CONTROL-FILE
008490         AT END
008500             SET END-OF-RUNCTL-FILE TO TRUE
008510             GO TO 4100-MARK-RUN-CONTROL-RECORD-EXIT
008520     END-READ.
008530
008540     ADD 1 TO WS-RCT-RECORD-NUMBER.
008550
008560     MOVE ZERO TO WS-CARD-MATCH-SUB.
008570     PERFORM 4110-TEST-MARK-ENTRY
008580         THRU 4110-TEST-MARK-ENTRY-EXIT
008590         VARYING WS-CARD-SUB FROM 1 BY 1
008600         UNTIL WS-CARD-SUB > WS-CARD-COUNT
008610         OR WS-CARD-MATCH-SUB > ZERO.
008620
008630     IF WS-CARD-MATCH-SUB = ZERO
008640         GO TO 4100-MARK-RUN-CONTROL-RECORD-EXIT
008650     END-IF.
008660
008670     SET  RCT-FEED-REVERSED    TO TRUE.
008680     MOVE WS-RUN-DATE-YYYYMMDD TO RCT-REVERSED-DATE.
008690     REWRITE RUN-CONTROL-RECORD.
008700
008710     IF WS-RUNCTL-FILE-STATUS NOT = "00"
008720         DISPLAY "MULTRCTL REWRITE FAILED - FILE STATUS "
008730             WS-RUNCTL-FILE-STATUS
008740         MOVE 16 TO RETURN-CODE
008750         STOP RUN
008760     END-IF.
008770
008780     ADD 1 TO WS-RCT-MARKED-COUNT.
008790 4100-MARK-RUN-CONTROL-RECORD-EXIT.
008800     EXIT.
008810
008820******************************************************************
008830* 4110-TEST-MARK-ENTRY - TESTS ONE ACCEPTED CARD'S POSTING       *
008840*                        AGAINST THE RECORD JUST READ.           *
008850******************************************************************
008860 4110-TEST-MARK-ENTRY.
008870     IF WS-BKT-ACCEPTED (WS-CARD-SUB)
008880         AND WS-BKT-RCT-RECORD-NUMBER (WS-CARD-SUB)
008890             = WS-RCT-RECORD-NUMBER
008900         MOVE WS-CARD-SUB TO WS-CARD-MATCH-SUB
008910     END-IF.
008920 4110-TEST-MARK-ENTRY-EXIT.
008930     EXIT.
008940
008950******************************************************************
008960* 7000-WRITE-FEED-SUMMARY - PRINTS ONE BLOCK PER CARD: THE FEED, *
008970*                           WHO ASKED AND WHY, AND WHAT BECAME   *
008980*                           OF IT.                               *
008990******************************************************************
009000 7000-WRITE-FEED-SUMMARY.
009010     PERFORM 7100-WRITE-FEED-BLOCK
009020         THRU 7100-WRITE-FEED-BLOCK-EXIT
009030         VARYING WS-CARD-SUB FROM 1 BY 1
009040         UNTIL WS-CARD-SUB > WS-CARD-COUNT.
009050 7000-WRITE-FEED-SUMMARY-EXIT.
009060     EXIT.
009070
009080******************************************************************
009090* 7100-WRITE-FEED-BLOCK - PRINTS ONE CARD'S BLOCK.  FOR A FEED   *
009100*                         BACKED OUT IT SHOWS THE POSTING'S      *
009110*                         DECLARED COUNT AND HASH TOTAL AND THE  *
009120*                         COUNT AND CONTROL TOTAL THE CALC STEP  *
009130*                         RECORDED, THEN WHAT WAS REVERSED BY    *
009140*                         RECORD TYPE (ORIGINAL SIGN).  THE      *
009150*                         CALCULATIONS REVERSED MUST AGREE WITH  *
009160*                         THE POSTED COUNT AND CONTROL TOTAL;    *
009170*                         THEY CANNOT BE PROVED WHEN THE POSTING *
009180*                         RUN WAS RESTARTED PART WAY THROUGH THE *
009190*                         BATCH OR PRE-DATES THE CONTROL TOTALS. *
009200******************************************************************
009210 7100-WRITE-FEED-BLOCK.
009220     MOVE WS-BKT-SOURCE-SYSTEM (WS-CARD-SUB) TO
009230         WS-FDL-SOURCE-SYSTEM.
009240     MOVE WS-BKT-FEED-DATE (WS-CARD-SUB)     TO WS-FDL-FEED-DATE.
009250     MOVE WS-BKT-USER-ID (WS-CARD-SUB)       TO WS-FDL-USER-ID.
009260     MOVE WS-BKT-REASON-TEXT (WS-CARD-SUB)   TO
009270         WS-FDL-REASON-TEXT.
009280
009290     MOVE '0'          TO BKR-CARRIAGE-CONTROL.
009300     MOVE WS-FEED-LINE TO BKR-LINE-IMAGE.
009310     WRITE BACKOUT-REPORT-RECORD.
009320
009330     MOVE WS-BKT-STATUS-TEXT (WS-CARD-SUB) TO WS-STL-STATUS-TEXT.
009340     MOVE ' '            TO BKR-CARRIAGE-CONTROL.
009350     MOVE WS-STATUS-LINE TO BKR-LINE-IMAGE.
009360     WRITE BACKOUT-REPORT-RECORD.
009370     ADD 2 TO WS-LINE-COUNT.
009380
009390     IF NOT WS-BKT-ACCEPTED (WS-CARD-SUB)
009400         GO TO 7100-WRITE-FEED-BLOCK-EXIT
009410     END-IF.
009420
009430     MOVE "POSTED ON              :" TO WS-PSL-TEXT.
009440     MOVE WS-BKT-LOWER-DATE (WS-CARD-SUB) TO WS-PSL-DATE.
009450     MOVE WS-BKT-LOWER-TIME (WS-CARD-SUB) TO WS-PSL-TIME.
009460     MOVE ' '            TO BKR-CARRIAGE-CONTROL.
009470     MOVE WS-POSTED-LINE TO BKR-LINE-IMAGE.
009480     WRITE BACKOUT-REPORT-RECORD.
009490
009500     MOVE "DECLARED COUNT / HASH  :" TO WS-TTL-TEXT.
009510     MOVE WS-BKT-RECORD-COUNT (WS-CARD-SUB) TO WS-TTL-COUNT.
009520     MOVE WS-BKT-HASH-TOTAL (WS-CARD-SUB)   TO WS-TTL-AMOUNT.
009530     MOVE SPACES                            TO WS-TTL-REMARK.
009540     PERFORM 7200-WRITE-TOTALS-LINE
009550         THRU 7200-WRITE-TOTALS-LINE-EXIT.
009560
009570     MOVE "POSTED CALCULATIONS    :" TO WS-TTL-TEXT.
009580     MOVE WS-BKT-PROCESSED-COUNT (WS-CARD-SUB) TO WS-TTL-COUNT.
009590     MOVE WS-BKT-CONTROL-TOTAL (WS-CARD-SUB)   TO WS-TTL-AMOUNT.
009600     EVALUATE TRUE
009610         WHEN WS-BKT-TOTALS-PARTIAL (WS-CARD-SUB)
009620             MOVE "PARTIAL - RESTARTED RUN" TO WS-TTL-REMARK
009630         WHEN WS-BKT-TOTALS-NOT-KEPT (WS-CARD-SUB)
009640             MOVE "NOT KEPT AT POSTING" TO WS-TTL-REMARK
009650         WHEN OTHER
009660             MOVE SPACES TO WS-TTL-REMARK
009670     END-EVALUATE.
009680     PERFORM 7200-WRITE-TOTALS-LINE
009690         THRU 7200-WRITE-TOTALS-LINE-EXIT.
009700
009710     MOVE "CALCULATIONS REVERSED  :" TO WS-TTL-TEXT.
009720     MOVE WS-BKT-CALC-COUNT (WS-CARD-SUB)  TO WS-TTL-COUNT.
009730     MOVE WS-BKT-CALC-AMOUNT (WS-CARD-SUB) TO WS-TTL-AMOUNT.
009740     EVALUATE TRUE
009750         WHEN WS-BKT-TOTALS-PARTIAL (WS-CARD-SUB)
009760             OR WS-BKT-TOTALS-NOT-KEPT (WS-CARD-SUB)
009770             MOVE "NOT PROVED" TO WS-TTL-REMARK
009780         WHEN WS-BKT-CALC-COUNT (WS-CARD-SUB)
009790                 = WS-BKT-PROCESSED-COUNT (WS-CARD-SUB)
009800             AND WS-BKT-CALC-AMOUNT (WS-CARD-SUB)
009810                 = WS-BKT-CONTROL-TOTAL (WS-CARD-SUB)
009820             MOVE "AGREES WITH POSTING" TO WS-TTL-REMARK
009830         WHEN OTHER
009840             MOVE "*** DIFFERS FROM POSTING" TO WS-TTL-REMARK
009850     END-EVALUATE.
009860     PERFORM 7200-WRITE-TOTALS-LINE
009870         THRU 7200-WRITE-TOTALS-LINE-EXIT.
009880
009890     MOVE "EXCEPTIONS REVERSED    :" TO WS-TTL-TEXT.
009900     MOVE WS-BKT-EXC-COUNT (WS-CARD-SUB)  TO WS-TTL-COUNT.
009910     MOVE WS-BKT-EXC-AMOUNT (WS-CARD-SUB) TO WS-TTL-AMOUNT.
009920     MOVE "AUDIT ONLY - NOT IN GL"        TO WS-TTL-REMARK.
009930     PERFORM 7200-WRITE-TOTALS-LINE
009940         THRU 7200-WRITE-TOTALS-LINE-EXIT.
009950
009960     MOVE "RE-RATES REVERSED      :" TO WS-TTL-TEXT.
009970     MOVE WS-BKT-RRT-COUNT (WS-CARD-SUB)  TO WS-TTL-COUNT.
009980     MOVE WS-BKT-RRT-AMOUNT (WS-CARD-SUB) TO WS-TTL-AMOUNT.
009990     MOVE SPACES                          TO WS-TTL-REMARK.
010000     PERFORM 7200-WRITE-TOTALS-LINE
010010         THRU 7200-WRITE-TOTALS-LINE-EXIT.
010020 7100-WRITE-FEED-BLOCK-EXIT.
010030     EXIT.
010040
010050******************************************************************
010060* 7200-WRITE-TOTALS-LINE - WRITES ONE FEED TOTALS LINE.  THE     *
010070*                          CALLER SETS THE TEXT, COUNT, AMOUNT,  *
010080*                          AND REMARK.                           *
010090******************************************************************
010100 7200-WRITE-TOTALS-LINE.
010110     MOVE ' '            TO BKR-CARRIAGE-CONTROL.
010120     MOVE WS-TOTALS-LINE TO BKR-LINE-IMAGE.
010130     WRITE BACKOUT-REPORT-RECORD.
010140     ADD 1 TO WS-LINE-COUNT.
010150 7200-WRITE-TOTALS-LINE-EXIT.
010160     EXIT.
010170
010180******************************************************************
010190* 8000-TERMINATE - CLOSES THE REVERSAL GROUP ON THE GL EXTRACT   *
010200*                  WITH ITS OWN TRAILER (ONLY WHEN THERE IS ONE, *
010210*                  SO A NIGHT WITH NOTHING TO BACK OUT LEAVES THE*
010220*                  EXTRACT AS IT WAS), WRITES THE FEED SUMMARY   *
010230*                  AND CONTROL TOTALS, CLOSES FILES, AND SETS THE*
010240*                  RETURN CODE.                                  *
010250******************************************************************
010260 8000-TERMINATE.
010270     IF WS-GL-REVERSED-COUNT > ZERO
010280         MOVE SPACES               TO GL-EXTRACT-RECORD
010290         SET GLX-TRAILER-RECORD    TO TRUE
010300         MOVE WS-JOURNAL-LINE-COUNT TO GLX-TRAILER-RECORD-COUNT
010310         MOVE WS-JOURNAL-DEBIT-TOTAL TO GLX-TRAILER-AMOUNT-TOTAL
010312         MOVE WS-JOURNAL-DEBIT-TOTAL TO GLX-TRAILER-DEBIT-TOTAL
010314         MOVE WS-JOURNAL-CREDIT-TOTAL
010316                                   TO GLX-TRAILER-CREDIT-TOTAL
010320         MOVE WS-RUN-DATE-YYYYMMDD TO GLX-TRAILER-POSTING-DATE
010330         MOVE "V"                  TO GLX-TRAILER-ENTRY-TYPE
010340         WRITE GL-EXTRACT-RECORD
010350     END-IF.
010360
010370     PERFORM 7000-WRITE-FEED-SUMMARY
010380         THRU 7000-WRITE-FEED-SUMMARY-EXIT.
010390
010400     MOVE '1'                 TO BKR-CARRIAGE-CONTROL.
010410     MOVE WS-CTL-HEADING-LINE TO BKR-LINE-IMAGE.
010420     WRITE BACKOUT-REPORT-RECORD.
010430
010440     MOVE "BACKOUT CARDS READ     :" TO WS-CTL-COUNT-TEXT.
010450     MOVE WS-CARD-READ-COUNT         TO WS-CTL-COUNT-VALUE.
010460     PERFORM 8100-WRITE-COUNT-LINE
010470         THRU 8100-WRITE-COUNT-LINE-EXIT.
010480
010490     MOVE "  FEEDS BACKED OUT     :" TO WS-CTL-COUNT-TEXT.
010500     MOVE WS-CARD-ACCEPTED-COUNT     TO WS-CTL-COUNT-VALUE.
010510     PERFORM 8100-WRITE-COUNT-LINE
010520         THRU 8100-WRITE-COUNT-LINE-EXIT.
010530
010540     MOVE "  CARDS REJECTED       :" TO WS-CTL-COUNT-TEXT.
010550     MOVE WS-CARD-REJECTED-COUNT     TO WS-CTL-COUNT-VALUE.
010560     PERFORM 8100-WRITE-COUNT-LINE
010570         THRU 8100-WRITE-COUNT-LINE-EXIT.
010580
010590     MOVE "AUDIT RECORDS READ     :" TO WS-CTL-COUNT-TEXT.
010600     MOVE WS-PRIOR-READ-COUNT        TO WS-CTL-COUNT-VALUE.
010610     PERFORM 8100-WRITE-COUNT-LINE
010620         THRU 8100-WRITE-COUNT-LINE-EXIT.
010630
010640     MOVE "AUDIT RECORDS REVERSED :" TO WS-CTL-COUNT-TEXT.
010650     MOVE WS-REVERSED-COUNT          TO WS-CTL-COUNT-VALUE.
010660     PERFORM 8100-WRITE-COUNT-LINE
010670         THRU 8100-WRITE-COUNT-LINE-EXIT.
010680
010690     MOVE "GL DETAILS REVERSED    :" TO WS-CTL-COUNT-TEXT.
010700     MOVE WS-GL-REVERSED-COUNT       TO WS-CTL-COUNT-VALUE.
010710     PERFORM 8100-WRITE-COUNT-LINE
010720         THRU 8100-WRITE-COUNT-LINE-EXIT.
010721
010722     MOVE "GL JOURNAL LINES       :" TO WS-CTL-COUNT-TEXT.
010723     MOVE WS-JOURNAL-LINE-COUNT      TO WS-CTL-COUNT-VALUE.
010724     PERFORM 8100-WRITE-COUNT-LINE
010725         THRU 8100-WRITE-COUNT-LINE-EXIT.
010726
010727     MOVE "  NO GL MAPPING         :" TO WS-CTL-COUNT-TEXT.
010728     MOVE WS-GL-UNMAPPED-COUNT       TO WS-CTL-COUNT-VALUE.
010729     PERFORM 8100-WRITE-COUNT-LINE
010730         THRU 8100-WRITE-COUNT-LINE-EXIT.
010731
010732     MOVE "ROLLED TO OPEN PERIOD  :" TO WS-CTL-COUNT-TEXT.
010733     MOVE WS-ROLLED-FORWARD-COUNT    TO WS-CTL-COUNT-VALUE.
010734     PERFORM 8100-WRITE-COUNT-LINE
010735         THRU 8100-WRITE-COUNT-LINE-EXIT.
010736
010740     MOVE "RUN-CONTROL MARKED     :" TO WS-CTL-COUNT-TEXT.
010750     MOVE WS-RCT-MARKED-COUNT        TO WS-CTL-COUNT-VALUE.
010760     PERFORM 8100-WRITE-COUNT-LINE
010770         THRU 8100-WRITE-COUNT-LINE-EXIT.
010780
010790     MOVE "NET REVERSAL TO GL     :" TO WS-CTL-AMOUNT-TEXT.
010800     MOVE WS-GL-REVERSED-TOTAL       TO WS-CTL-AMOUNT-VALUE.
010810     PERFORM 8200-WRITE-AMOUNT-LINE
010820         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
010821
010822     MOVE "GL DEBIT TOTAL         :" TO WS-CTL-AMOUNT-TEXT.
010823     MOVE WS-JOURNAL-DEBIT-TOTAL     TO WS-CTL-AMOUNT-VALUE.
010824     PERFORM 8200-WRITE-AMOUNT-LINE
010825         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
010826
010827     MOVE "GL CREDIT TOTAL        :" TO WS-CTL-AMOUNT-TEXT.
010828     MOVE WS-JOURNAL-CREDIT-TOTAL    TO WS-CTL-AMOUNT-VALUE.
010829     PERFORM 8200-WRITE-AMOUNT-LINE
010830         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
010831
010840     CLOSE PRIOR-AUDIT-FILE.
010850     CLOSE BACKOUT-AUDIT-FILE.
010860     CLOSE BACKOUT-EXTRACT-FILE.
010870     CLOSE BACKOUT-REPORT-FILE.
010880
010890     IF WS-CARD-REJECTED-COUNT > ZERO
010900         DISPLAY "MULTBKO - " WS-CARD-REJECTED-COUNT
010910             " BACKOUT CARD(S) REJECTED"
010920         MOVE 4 TO RETURN-CODE
010930     END-IF.
010940
010941     IF WS-GL-UNMAPPED-COUNT > ZERO
010942         DISPLAY "MULTBKO - " WS-GL-UNMAPPED-COUNT
010943             " REVERSAL(S) WITH NO GL MAPPING - AUDIT ONLY"
010944         MOVE 4 TO RETURN-CODE
010945     END-IF.
010946
010950     PERFORM 8900-WRITE-RUN-LOG
010960         THRU 8900-WRITE-RUN-LOG-EXIT.
010970 8000-TERMINATE-EXIT.
010980     EXIT.
010990
011000******************************************************************
011010* 8100-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
011020*                         THE CALLER SETS THE TEXT AND VALUE.    *
011030******************************************************************
011040 8100-WRITE-COUNT-LINE.
011050     MOVE ' '               TO BKR-CARRIAGE-CONTROL.
011060     MOVE WS-CTL-COUNT-LINE TO BKR-LINE-IMAGE.
011070     WRITE BACKOUT-REPORT-RECORD.
011080 8100-WRITE-COUNT-LINE-EXIT.
011090     EXIT.
011100
011110******************************************************************
011120* 8200-WRITE-AMOUNT-LINE - WRITES ONE CONTROL-TOTAL AMOUNT       *
011130*                          LINE.  THE CALLER SETS THE TEXT AND   *
011140*                          VALUE.                                *
011150******************************************************************
011160 8200-WRITE-AMOUNT-LINE.
011170     MOVE ' '                TO BKR-CARRIAGE-CONTROL.
011180     MOVE WS-CTL-AMOUNT-LINE TO BKR-LINE-IMAGE.
011190     WRITE BACKOUT-REPORT-RECORD.
011200 8200-WRITE-AMOUNT-LINE-EXIT.
011210     EXIT.
011220
011230******************************************************************
011240* 8900-WRITE-RUN-LOG - APPENDS THIS STEP'S STATUS RECORD TO THE  *
011250*                      COMMON NIGHTLY RUN LOG (MULTRUNL) FOR THE *
011260*                      NIGHT SUMMARY STEP (MULTNSM).             *
011270******************************************************************
011280 8900-WRITE-RUN-LOG.
011290     ACCEPT WS-END-DATE-YYYYMMDD FROM DATE YYYYMMDD.
011300     ACCEPT WS-END-TIME-HHMMSS   FROM TIME.
011310
011320     OPEN EXTEND RUN-LOG-FILE.
011330
011340     MOVE SPACES                 TO RUN-LOG-RECORD.
011350     MOVE "MULTBKO"              TO RNL-PROGRAM-ID.
011360     MOVE WS-RUN-DATE-YYYYMMDD   TO RNL-START-DATE.
011370     MOVE WS-RUN-TIME-HHMMSS     TO RNL-START-TIME.
011380     MOVE WS-END-DATE-YYYYMMDD   TO RNL-END-DATE.
011390     MOVE WS-END-TIME-HHMMSS     TO RNL-END-TIME.
011400     MOVE RETURN-CODE            TO RNL-RETURN-CODE.
011410     MOVE WS-REVERSED-COUNT      TO RNL-RECORDS-PROCESSED.
011420     MOVE WS-CARD-REJECTED-COUNT TO RNL-RECORDS-REJECTED.
011430     MOVE ZERO                   TO RNL-RECORDS-EXCEPTED.
011440
011450     WRITE RUN-LOG-RECORD.
011460
011470     CLOSE RUN-LOG-FILE.
011480 8900-WRITE-RUN-LOG-EXIT.
011490     EXIT.
011500
011510******************************************************************
011520* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
011530******************************************************************
011540 9999-EXIT.
011550     STOP RUN.
