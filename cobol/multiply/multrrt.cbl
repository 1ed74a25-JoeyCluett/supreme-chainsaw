000010******************************************************************
000020* PROGRAM      : MULTRRT                                         *
000030* DESCRIPTION  : RETROACTIVE RE-RATE PROGRAM.  RUNS IN THE       *
000040*                NIGHTLY CYCLE AFTER THE RECON STEP.  MULTMNT    *
000050*                QUEUES EVERY RATE ADD OR CHANGE WHOSE EFFECTIVE *
000060*                DATE IS BEFORE THE DAY IT WAS KEYED (MULTRRQ).  *
000070*                FOR EACH QUEUED ACCOUNT THIS STEP FINDS THE     *
000080*                CALCULATIONS ALREADY PRICED FROM THE RATE       *
000090*                MASTER ON OR AFTER THE EFFECTIVE DATE - ON THE  *
000100*                PERMANENT AUDIT ARCHIVE FOR MONTHS MULTARC HAS  *
000110*                CONSOLIDATED, ON THE RETAINED AUDIT GENERATIONS *
000120*                FOR THE REST - AND RE-PRICES EACH AT THE RATE   *
000130*                (AND AMOUNT BAND) NOW IN EFFECT FOR ITS RUN     *
000140*                DATE.  A DIFFERENCE IS POSTED AS A RE-RATE      *
000150*                ADJUSTMENT: AN AUDIT RECORD FLAGGED "R"         *
000160*                APPENDED TO THE NIGHT'S AUDIT GENERATION, A GL  *
000170*                EXTRACT DETAIL IN ITS OWN TRAILERED GROUP       *
000180*                APPENDED TO THE NIGHT'S EXTRACT GENERATION, AND *
000190*                A RECORD ON THE RE-RATE REGISTER (MULTRRH) SO A *
000200*                LATER CHANGE RE-PRICES FROM THE CORRECTED       *
000210*                RESULT.  THE RE-RATE REPORT SHOWS THE OLD       *
000220*                RESULT, NEW RESULT, AND ADJUSTMENT FOR EVERY    *
000230*                CALCULATION AND PER ACCOUNT.                    *
000240******************************************************************
000250* MAINTENANCE HISTORY
000260*   DATE        INIT  DESCRIPTION
000270*   ----------  ----  ----------------------------------------
000280*   2026-10-15  JAC   ORIGINAL PROGRAM.  A BACK-DATED RATE
000290*                     CHANGE USED TO MEAN ACCOUNTING PULLING
000300*                     THE HISTORY REPORT AND HAND-PRICING EVERY
000310*                     CALCULATION MADE AT THE OLD RATE, THEN
000320*                     KEYING A MANUAL JOURNAL FOR THE
000330*                     DIFFERENCE.
000331*   2026-10-15  JAC   THE ADJUSTMENT AUDIT RECORD NOW CARRIES
000332*                     THE ORIGINAL CALCULATION'S SOURCE SYSTEM
000333*                     AND FEED DATE, AND A CALCULATION FROM A
000334*                     FEED THE BACKOUT STEP (MULTBKO) HAS
000335*                     REVERSED IS NO LONGER RE-PRICED - THE
000336*                     REVERSED FEEDS ARE LOADED FROM THE RUN-
000337*                     CONTROL HISTORY (NEW MULTRCTL DD).
000338*   2026-10-15  JAC   THE GL EXTRACT GROUP IS NOW A BALANCED
000339*                     JOURNAL - EACH ADJUSTMENT POSTS A DEBIT AND
000340*                     A CREDIT LINE TO THE LEDGER ACCOUNTS THE GL
000341*                     ACCOUNT MAPPING (NEW MULTCOA DD) GIVES FOR
000342*                     ITS OPERATION CODE AND ACCOUNT, AND THE
000343*                     TRAILER CARRIES THE LINE COUNT AND THE
000344*                     DEBIT AND CREDIT TOTALS.  AN ADJUSTMENT WITH
000345*                     NO MAPPING IS LEFT UNRESOLVED (RC 4).
000346*   2026-10-15  JAC   AN ADJUSTMENT BELONGS TO THE ACCOUNTING
000347*                     PERIOD OF THE CALCULATION IT CORRECTS, AND
000348*                     IS NOW CHECKED AGAINST THE PERIOD CONTROL
000349*                     FILE (MULTPER, NEW DD). ONE FOR A PERIOD
000350*                     THE MONTH-END CLOSE HAS CLOSED IS LEFT
000351*                     UNRESOLVED ("PERIOD CLOSED", RC 4) OR, WHEN
000352*                     THE CONTROL RECORD SAYS ROLL FORWARD,
000353*                     POSTED TO THE NEXT OPEN PERIOD. THE
000354*                     ADJUSTMENT'S AUDIT RECORD AND GL LINES
000355*                     CARRY THE PERIOD.
000356*   2026-10-15  JAC   A FOREIGN-CURRENCY CALCULATION IS RE-PRICED
000357*                     IN ITS TRANSACTION CURRENCY AND CONVERTED
000358*                     TO BASE CURRENCY BEFORE IT IS COMPARED WITH
000359*                     THE BASE-CURRENCY RESULT ON FILE - AT THE
000360*                     RATE THE CALC RUN USED, CARRIED ON ITS AUDIT
000361*                     OR ARCHIVE RECORD, ELSE THE EXCHANGE-RATE
000362*                     FILE (MULTFXR, NEW DD) RATE FOR ITS RUN
000363*                     DATE.  NO RATE LEAVES IT UNRESOLVED.  AN
000364*                     ARCHIVED ITEM ALSO KEEPS ITS PERIOD.  THE
000365*                     ADJUSTMENT IS POSTED IN BASE CURRENCY.
000366*   2026-10-15  JAC   TONIGHT NOW STARTS AT THE EARLIEST RUN
000367*                     STAMP ON TONIGHT'S AUDIT GENERATION, NOT
000368*                     AT ITS FIRST RECORD - THE PARTITION CALC
000369*                     JOBS RUN SIDE BY SIDE, SO SOME OF
000370*                     TONIGHT'S CALCULATIONS COULD BE TAKEN FOR
000371*                     PRIOR ONES AND EXAMINED TWICE.
000372******************************************************************
000373 IDENTIFICATION DIVISION.
000374 PROGRAM-ID.     MULTRRT.
000375 AUTHOR.         JOEY CLUETT.
000380 INSTALLATION.   ACCOUNTING SYSTEMS.
000390 DATE-WRITTEN.   10/15/2026.
000400 DATE-COMPILED.
000410
000420 ENVIRONMENT DIVISION.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RERATE-QUEUE-FILE    ASSIGN TO MULTRRQ
000460         ORGANIZATION IS SEQUENTIAL.
000470
000480     SELECT RERATE-ARCHIVE-FILE  ASSIGN TO MULTARCH
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT PRIOR-AUDIT-FILE     ASSIGN TO MULTAUDH
000520         ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT RERATE-AUDIT-FILE    ASSIGN TO MULTAUD
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT RERATE-EXTRACT-FILE  ASSIGN TO MULTGLX
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT RERATE-REGISTER-FILE ASSIGN TO MULTRRH
000610         ORGANIZATION IS SEQUENTIAL.
000620
000630     SELECT MULTIPLY-RATE-MASTER-FILE ASSIGN TO MULTMST
000640         ORGANIZATION IS INDEXED
000650         ACCESS MODE IS RANDOM
000660         RECORD KEY IS RTM-ACCOUNT-NUMBER
000670         FILE STATUS IS WS-MASTER-FILE-STATUS.
000680
000690     SELECT RERATE-REPORT-FILE   ASSIGN TO MULTRRR
000700         ORGANIZATION IS SEQUENTIAL.
000710
000711     SELECT RUN-CONTROL-FILE     ASSIGN TO MULTRCTL
000712         ORGANIZATION IS SEQUENTIAL
000713         FILE STATUS IS WS-RUNCTL-FILE-STATUS.
000714
000720     SELECT RUN-LOG-FILE        ASSIGN TO MULTRUNL
000730         ORGANIZATION IS SEQUENTIAL.
000731
000732     SELECT GL-ACCOUNT-MAP-FILE  ASSIGN TO MULTCOA
000733         ORGANIZATION IS INDEXED
000734         ACCESS MODE IS SEQUENTIAL
000735         RECORD KEY IS GLM-MAP-KEY
000736         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000737
000738     SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO MULTPER
000739         ORGANIZATION IS SEQUENTIAL
000740         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000741
000742     SELECT EXCHANGE-RATE-FILE  ASSIGN TO MULTFXR
000743         ORGANIZATION IS INDEXED
000744         ACCESS MODE IS RANDOM
000745         RECORD KEY IS FXR-KEY
000746         FILE STATUS IS WS-FXRATE-FILE-STATUS.
000747
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  RERATE-QUEUE-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD
000800     BLOCK CONTAINS 0 RECORDS.
000810     COPY MULTMNA.
000820
000830 FD  RERATE-ARCHIVE-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD
000860     BLOCK CONTAINS 0 RECORDS.
000870     COPY MULTARH.
000880
000890 FD  PRIOR-AUDIT-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD
000920     BLOCK CONTAINS 0 RECORDS.
000930     COPY MULTAUD REPLACING
000940         ==MULTIPLY-AUDIT-RECORD==
000950         BY ==PRIOR-AUDIT-RECORD==
000960         ==AUD-RUN-DATE== BY ==AUDH-RUN-DATE==
000970         ==AUD-RUN-TIME== BY ==AUDH-RUN-TIME==
000980         ==AUD-SEQUENCE-NUMBER==
000990         BY ==AUDH-SEQUENCE-NUMBER==
001000         ==AUD-NUM1== BY ==AUDH-NUM1==
001010         ==AUD-NUM2== BY ==AUDH-NUM2==
001020         ==AUD-RESULT== BY ==AUDH-RESULT==
001030         ==AUD-OPERATION-CODE==
001040         BY ==AUDH-OPERATION-CODE==
001050         ==AUD-ACCOUNT-NUMBER==
001060         BY ==AUDH-ACCOUNT-NUMBER==
001070         ==AUD-PRECISION-FLAG== BY ==AUDH-PRECISION-FLAG==
001080         ==AUD-EXTENDED-PRECISION==
001090         BY ==AUDH-EXTENDED-PRECISION==
001100         ==AUD-RERATE-ADJUSTMENT==
001110         BY ==AUDH-RERATE-ADJUSTMENT==
001114         ==AUD-REVERSAL-ENTRY== BY ==AUDH-REVERSAL-ENTRY==
001120         ==AUD-RESULT-IN-EXTENDED==
001130         BY ==AUDH-RESULT-IN-EXTENDED==
001140         ==AUD-RESULT-EXTENDED==
001150         BY ==AUDH-RESULT-EXTENDED==
001160         ==AUD-RATE-SOURCE== BY ==AUDH-RATE-SOURCE==
001170         ==AUD-RATE-FROM-MASTER==
001173         BY ==AUDH-RATE-FROM-MASTER==
001176         ==AUD-SOURCE-SYSTEM== BY ==AUDH-SOURCE-SYSTEM==
001179         ==AUD-FEED-DATE== BY ==AUDH-FEED-DATE==
001182         ==AUD-ACCOUNTING-PERIOD==
001183         BY ==AUDH-ACCOUNTING-PERIOD==
001184         ==AUD-CURRENCY-CODE== BY ==AUDH-CURRENCY-CODE==
001185         ==AUD-FX-RATE== BY ==AUDH-FX-RATE==
001186         ==AUD-TRANSACTION-RESULT==
001187         BY ==AUDH-TRANSACTION-RESULT==.
001190
001200 FD  RERATE-AUDIT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD
001230     BLOCK CONTAINS 0 RECORDS.
001240     COPY MULTAUD.
001250
001260 FD  RERATE-EXTRACT-FILE
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE STANDARD
001290     BLOCK CONTAINS 0 RECORDS.
001300     COPY MULTGLX.
001310
001320 FD  RERATE-REGISTER-FILE
001330     RECORDING MODE IS F
001340     LABEL RECORDS ARE STANDARD
001350     BLOCK CONTAINS 0 RECORDS.
001360     COPY MULTRRH.
001370
001380 FD  MULTIPLY-RATE-MASTER-FILE
001390     RECORDING MODE IS F
001400     LABEL RECORDS ARE STANDARD
001410     BLOCK CONTAINS 0 RECORDS.
001420     COPY MULTMST.
001430
001440 FD  RERATE-REPORT-FILE
001450     RECORDING MODE IS F
001460     LABEL RECORDS ARE STANDARD
001470     BLOCK CONTAINS 0 RECORDS.
001480     COPY MULTRPT REPLACING
001490         ==MULTIPLY-REPORT-RECORD==
001500         BY ==RERATE-REPORT-RECORD==
001510         ==RPT-CARRIAGE-CONTROL== BY ==RRR-CARRIAGE-CONTROL==
001520         ==RPT-LINE-IMAGE== BY ==RRR-LINE-IMAGE==.
001530
001531 FD  RUN-CONTROL-FILE
001532     RECORDING MODE IS F
001533     LABEL RECORDS ARE STANDARD
001534     BLOCK CONTAINS 0 RECORDS.
001535     COPY MULTRCT.
001536
001540 FD  RUN-LOG-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD
001570     BLOCK CONTAINS 0 RECORDS.
001580     COPY MULTRNL.
001581
001582 FD  GL-ACCOUNT-MAP-FILE
001583     RECORDING MODE IS F
001584     LABEL RECORDS ARE STANDARD
001585     BLOCK CONTAINS 0 RECORDS.
001586     COPY MULTCOA.
001587
001588 FD  ACCOUNTING-PERIOD-FILE
001589     RECORDING MODE IS F
001590     LABEL RECORDS ARE STANDARD
001591     BLOCK CONTAINS 0 RECORDS.
001592     COPY MULTPER.
001593
001594 FD  EXCHANGE-RATE-FILE
001595     RECORDING MODE IS F
001596     LABEL RECORDS ARE STANDARD
001597     BLOCK CONTAINS 0 RECORDS.
001598     COPY MULTFXR.
001599
001600 WORKING-STORAGE SECTION.
001610 77  WS-MASTER-FILE-STATUS       PIC X(02).
001614 77  WS-RUNCTL-FILE-STATUS       PIC X(02).
001615 77  WS-GLMAP-FILE-STATUS        PIC X(02).
001616 77  WS-PERIOD-FILE-STATUS       PIC X(02).
001617 77  WS-FXRATE-FILE-STATUS       PIC X(02).
001620
001630 77  WS-QUEUE-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001640     88  END-OF-QUEUE-FILE                      VALUE 'Y'.
001650
001660 77  WS-ARCHIVE-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001670     88  END-OF-ARCHIVE-FILE                    VALUE 'Y'.
001680
001690 77  WS-PRIOR-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001700     88  END-OF-PRIOR-AUDIT-FILE                VALUE 'Y'.
001710
001720 77  WS-AUDIT-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001730     88  END-OF-AUDIT-FILE                      VALUE 'Y'.
001740
001750 77  WS-REGISTER-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001760     88  END-OF-REGISTER-FILE                   VALUE 'Y'.
001761
001762 77  WS-RUNCTL-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001763     88  END-OF-RUNCTL-FILE                     VALUE 'Y'.
001764
001765 77  WS-FEED-REVERSED-SWITCH     PIC X(01)      VALUE 'N'.
001766     88  CANDIDATE-FEED-REVERSED                VALUE 'Y'.
001770
001810 77  WS-RATE-FOUND-SWITCH        PIC X(01)      VALUE 'N'.
001820     88  RATE-IN-EFFECT-FOUND                   VALUE 'Y'.
001830
001840 77  WS-BAND-FOUND-SWITCH        PIC X(01)      VALUE 'N'.
001850     88  BAND-RATE-FOUND                        VALUE 'Y'.
001860
001870 77  WS-RECOMPUTE-OK-SWITCH      PIC X(01)      VALUE 'Y'.
001880     88  RECOMPUTE-OK                           VALUE 'Y'.
001890
001900 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001910 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001920 77  WS-END-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001930 77  WS-END-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001940 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
001950
001960 77  WS-AUDIT-SEQUENCE-NUMBER    PIC 9(07) COMP VALUE ZERO.
001970 77  WS-MAX-ARCHIVED-MONTH       PIC 9(06)      VALUE ZEROS.
001980 77  WS-RATE-AS-OF-DATE          PIC 9(08)      VALUE ZEROS.
001990 77  WS-SELECTED-RATE            PIC S9(2)V99   VALUE ZEROS.
001994 77  WS-BASE-CURRENCY            PIC X(03)      VALUE SPACES.
002000
002010 77  WS-QUEUE-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
002020 77  WS-ARCHIVE-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
002030 77  WS-PRIOR-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
002040 77  WS-EXAMINED-COUNT           PIC 9(07) COMP VALUE ZERO.
002050 77  WS-RERATED-COUNT            PIC 9(07) COMP VALUE ZERO.
002060 77  WS-UNCHANGED-COUNT          PIC 9(07) COMP VALUE ZERO.
002070 77  WS-UNRESOLVED-COUNT         PIC 9(07) COMP VALUE ZERO.
002074 77  WS-REVERSED-SKIP-COUNT      PIC 9(07) COMP VALUE ZERO.
002080
002090 77  WS-OLD-RESULT               PIC S9(09)V9999 VALUE ZEROS.
002100 77  WS-NEW-RESULT               PIC S9(09)V9999 VALUE ZEROS.
002110 77  WS-ADJUSTMENT               PIC S9(09)V9999 VALUE ZEROS.
002114 77  WS-NEW-TRANSACTION-RESULT   PIC S9(09)V9999 VALUE ZEROS.
002120 77  WS-OLD-RATE                 PIC S9(2)V99   VALUE ZEROS.
002130 77  WS-OLD-RESULT-TOTAL         PIC S9(09)V9999 VALUE ZEROS.
002140 77  WS-NEW-RESULT-TOTAL         PIC S9(09)V9999 VALUE ZEROS.
002150 77  WS-ADJUSTMENT-TOTAL         PIC S9(09)V9999 VALUE ZEROS.
002160
002170 77  WS-RATE-SUB                 PIC 9(02) COMP VALUE ZERO.
002180 77  WS-IN-EFFECT-SUB            PIC 9(02) COMP VALUE ZERO.
002190 77  WS-BAND-SUB                 PIC 9(02) COMP VALUE ZERO.
002200 77  WS-ACCOUNT-SUB              PIC 9(05) COMP VALUE ZERO.
002210 77  WS-ACCOUNT-MATCH-SUB        PIC 9(05) COMP VALUE ZERO.
002220 77  WS-ACCOUNT-MAX-ENTRIES      PIC 9(05) COMP VALUE 500.
002230 77  WS-REGISTER-SUB             PIC 9(05) COMP VALUE ZERO.
002240 77  WS-REGISTER-MATCH-SUB       PIC 9(05) COMP VALUE ZERO.
002250 77  WS-REGISTER-MAX-ENTRIES     PIC 9(05) COMP VALUE 5000.
002253 77  WS-REVERSED-SUB             PIC 9(04) COMP VALUE ZERO.
002256 77  WS-REVERSED-MAX-ENTRIES     PIC 9(04) COMP VALUE 200.
002257
002258 77  WS-GLMAP-EOF-SWITCH         PIC X(01)      VALUE 'N'.
002259     88  END-OF-GL-MAPPING                      VALUE 'Y'.
002260 77  WS-GLMAP-FOUND-SWITCH       PIC X(01)      VALUE 'N'.
002261     88  GL-MAPPING-FOUND                       VALUE 'Y'.
002262
002263 77  WS-GLMAP-TABLE-MAX-ENTRIES  PIC 9(05) COMP VALUE 500.
002264 77  WS-GLMAP-SUB                PIC 9(05) COMP VALUE ZERO.
002265 77  WS-GLMAP-OPERATION-CODE     PIC X(01)      VALUE SPACE.
002266 77  WS-GLMAP-SPAN               PIC 9(09)      VALUE ZEROS.
002267 77  WS-GLMAP-BEST-SPAN          PIC 9(09)      VALUE ZEROS.
002268
002269 01  WS-GL-MAPPING-TABLE.
002270     05  WS-GLMAP-TABLE-COUNT    PIC 9(05) COMP VALUE ZERO.
002271     05  WS-GLMAP-TABLE-ENTRY    OCCURS 500 TIMES.
002272         10  WS-GMT-OPERATION-CODE   PIC X(01).
002273         10  WS-GMT-RANGE-LOW        PIC 9(09).
002274         10  WS-GMT-RANGE-HIGH       PIC 9(09).
002275         10  WS-GMT-DEBIT-LEDGER     PIC X(10).
002276         10  WS-GMT-CREDIT-LEDGER    PIC X(10).
002277         10  WS-GMT-COST-CENTER      PIC X(06).
002278
002279 77  WS-GL-DEBIT-LEDGER          PIC X(10)      VALUE SPACES.
002280 77  WS-GL-CREDIT-LEDGER         PIC X(10)      VALUE SPACES.
002281 77  WS-GL-COST-CENTER           PIC X(06)      VALUE SPACES.
002282 77  WS-JOURNAL-PAIR-COUNT       PIC 9(07) COMP VALUE ZERO.
002283 77  WS-JOURNAL-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
002284 77  WS-JOURNAL-DEBIT-TOTAL      PIC S9(09)V9999 VALUE ZEROS.
002285 77  WS-JOURNAL-CREDIT-TOTAL     PIC S9(09)V9999 VALUE ZEROS.
002286
002287 77  WS-PERIOD-EOF-SWITCH        PIC X(01)      VALUE 'N'.
002288     88  END-OF-PERIOD-FILE                     VALUE 'Y'.
002289 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01)      VALUE 'N'.
002290     88  PERIOD-IS-CLOSED                       VALUE 'Y'.
002291 77  WS-CLOSED-PERIOD-ACTION     PIC X(01)      VALUE 'R'.
002292     88  REJECT-CLOSED-PERIOD                   VALUE 'R'.
002293     88  ROLL-FORWARD-CLOSED-PERIOD             VALUE 'F'.
002294 77  WS-PERIOD-TABLE-MAX-ENTRIES PIC 9(03) COMP VALUE 240.
002295 77  WS-PERIOD-SUB               PIC 9(03) COMP VALUE ZERO.
002296 77  WS-ROLLED-FORWARD-COUNT     PIC 9(07) COMP VALUE ZERO.
002297
002298 01  WS-ACCOUNTING-PERIOD-WORK.
002299     05  WS-ACCOUNTING-PERIOD    PIC 9(06)      VALUE ZEROS.
002300     05  FILLER REDEFINES WS-ACCOUNTING-PERIOD.
002301         10  WS-ACCOUNTING-YEAR  PIC 9(04).
002302         10  WS-ACCOUNTING-MONTH PIC 9(02).
002303
002304 01  WS-PERIOD-TABLE.
002305     05  WS-PERIOD-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
002306     05  WS-PERIOD-TABLE-ENTRY   OCCURS 240 TIMES.
002307         10  WS-PDT-PERIOD           PIC 9(06).
002308         10  WS-PDT-STATUS           PIC X(01).
002309
002310*    THE CALCULATION BEING EXAMINED, FROM EITHER THE ARCHIVE OR
002311*    A PRIOR AUDIT GENERATION.  THE RUN DATE AND TIME ARE KEPT
002312*    TOGETHER SO ONE COMPARE ORDERS IT AGAINST A MAINTENANCE
002313*    RUN OR TONIGHT'S CALC STEP.
002314 01  WS-CANDIDATE.
002320     05  WS-CAND-STAMP.
002330         10  WS-CAND-RUN-DATE    PIC 9(08).
002340         10  WS-CAND-RUN-TIME    PIC 9(08).
002350     05  WS-CAND-SEQUENCE-NUMBER PIC 9(07).
002360     05  WS-CAND-ACCOUNT-NUMBER  PIC 9(09).
002370     05  WS-CAND-NUM1            PIC S9(2)V99.
002380     05  WS-CAND-NUM2            PIC S9(2)V99.
002390     05  WS-CAND-RESULT          PIC S9(4)V9999.
002400     05  WS-CAND-OPERATION-CODE  PIC X(01).
002410     05  WS-CAND-PRECISION-FLAG  PIC X(01).
002420     05  WS-CAND-RATE-SOURCE     PIC X(01).
002430         88  WS-CAND-RATE-FROM-MASTER       VALUE "M".
002433     05  WS-CAND-SOURCE-SYSTEM   PIC X(04).
002435     05  WS-CAND-FEED-DATE       PIC 9(08).
002437     05  WS-CAND-ACCOUNTING-PERIOD PIC 9(06).
002438     05  WS-CAND-CURRENCY-CODE   PIC X(03).
002439     05  WS-CAND-FX-RATE         PIC 9(04)V9(07).
002440
002450*    EARLIEST RUN DATE AND TIME ON TONIGHT'S AUDIT.  A PRIOR
002460*    GENERATION RECORD AT OR AFTER IT IS TONIGHT'S OWN AND IS
002470*    NOT EXAMINED TWICE.
002480 01  WS-TONIGHT-STAMP.
002490     05  WS-TONIGHT-RUN-DATE     PIC 9(08)      VALUE 99999999.
002500     05  WS-TONIGHT-RUN-TIME     PIC 9(08)      VALUE 99999999.
002510
002520*    ONE ENTRY PER QUEUED ACCOUNT: THE EARLIEST EFFECTIVE DATE
002530*    AND LATEST MAINTENANCE RUN QUEUED AGAINST IT, AND ITS
002540*    RE-RATE TOTALS FOR THE ACCOUNT SUMMARY.
002550 01  WS-ACCOUNT-TABLE.
002560     05  WS-ACCOUNT-COUNT        PIC 9(05) COMP VALUE ZERO.
002570     05  WS-ACCOUNT-ENTRY        OCCURS 500 TIMES.
002580         10  WS-ACT-ACCOUNT-NUMBER PIC 9(09).
002590         10  WS-ACT-EFFECTIVE-DATE PIC 9(08).
002600         10  WS-ACT-MAINT-STAMP.
002610             15  WS-ACT-MAINT-DATE PIC 9(08).
002620             15  WS-ACT-MAINT-TIME PIC 9(08).
002630         10  WS-ACT-RERATED-COUNT  PIC 9(07) COMP.
002640         10  WS-ACT-UNRESOLVED-COUNT PIC 9(07) COMP.
002650         10  WS-ACT-OLD-TOTAL      PIC S9(09)V9999.
002660         10  WS-ACT-NEW-TOTAL      PIC S9(09)V9999.
002670         10  WS-ACT-ADJ-TOTAL      PIC S9(09)V9999.
002680
002690*    THE RE-RATE REGISTER FOR THE QUEUED ACCOUNTS - THE LATEST
002700*    CORRECTED RESULT AND RATE OF EVERY CALCULATION ALREADY
002710*    RE-PRICED.
002720 01  WS-REGISTER-TABLE.
002730     05  WS-REGISTER-COUNT       PIC 9(05) COMP VALUE ZERO.
002740     05  WS-REGISTER-ENTRY       OCCURS 5000 TIMES.
002750         10  WS-RGT-KEY.
002760             15  WS-RGT-RUN-DATE PIC 9(08).
002770             15  WS-RGT-RUN-TIME PIC 9(08).
002780             15  WS-RGT-SEQUENCE PIC 9(07).
002790             15  WS-RGT-ACCOUNT  PIC 9(09).
002800         10  WS-RGT-RESULT       PIC S9(09)V9999.
002810         10  WS-RGT-RATE         PIC S9(2)V99.
002820
002821*    EVERY FEED THE BACKOUT STEP HAS REVERSED: ITS SOURCE AND
002822*    FEED DATE, WHEN THE CALC STEP POSTED IT, AND WHEN IT WAS
002823*    REVERSED.  A CALCULATION FROM THAT FEED RUN BETWEEN THE TWO
002824*    IS NO LONGER ON THE BOOKS.
002825 01  WS-REVERSED-TABLE.
002826     05  WS-REVERSED-COUNT       PIC 9(04) COMP VALUE ZERO.
002827     05  WS-REVERSED-ENTRY       OCCURS 200 TIMES.
002828         10  WS-RVT-SOURCE-SYSTEM PIC X(04).
002829         10  WS-RVT-FEED-DATE    PIC 9(08).
002830         10  WS-RVT-POSTED-STAMP.
002831             15  WS-RVT-POSTED-DATE PIC 9(08).
002832             15  WS-RVT-POSTED-TIME PIC 9(08).
002833         10  WS-RVT-REVERSED-DATE PIC 9(08).
002834
002835 01  WS-SEARCH-KEY.
002840     05  WS-SRK-RUN-DATE         PIC 9(08).
002850     05  WS-SRK-RUN-TIME         PIC 9(08).
002860     05  WS-SRK-SEQUENCE         PIC 9(07).
002870     05  WS-SRK-ACCOUNT          PIC 9(09).
002880
002890 01  WS-HEADING-LINE.
002900     05  FILLER                  PIC X(24) VALUE
002910         "MULTRRT RE-RATE REPORT  ".
002920     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002930     05  FILLER                  PIC X(02) VALUE ": ".
002940     05  WS-HDG-RUN-DATE         PIC X(10).
002950     05  FILLER                  PIC X(86) VALUE SPACES.
002960
002970 01  WS-COLUMN-HEADING-LINE.
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
003000     05  FILLER                  PIC X(09) VALUE "ORIG RUN".
003010     05  FILLER                  PIC X(09) VALUE "SEQ NO".
003020     05  FILLER                  PIC X(03) VALUE "OP".
003030     05  FILLER                  PIC X(08) VALUE "OLD RATE".
003040     05  FILLER                  PIC X(08) VALUE "NEW RATE".
003050     05  FILLER                  PIC X(19) VALUE
003060         "         OLD RESULT".
003070     05  FILLER                  PIC X(19) VALUE
003080         "         NEW RESULT".
003090     05  FILLER                  PIC X(19) VALUE
003100         "         ADJUSTMENT".
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  FILLER                  PIC X(18) VALUE "STATUS".
003130     05  FILLER                  PIC X(05) VALUE SPACES.
003140
003150 01  WS-DETAIL-LINE.
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  WS-DTL-ACCOUNT          PIC 9(09).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  WS-DTL-ORIG-RUN-DATE    PIC 9(08).
003200     05  FILLER                  PIC X(01) VALUE SPACES.
003210     05  WS-DTL-SEQUENCE         PIC 9(07).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  WS-DTL-OPERATION-CODE   PIC X(01).
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  WS-DTL-OLD-RATE         PIC ZZ9.99-.
003260     05  FILLER                  PIC X(01) VALUE SPACES.
003270     05  WS-DTL-NEW-RATE         PIC ZZ9.99-.
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  WS-DTL-OLD-RESULT       PIC ZZZ,ZZZ,ZZ9.9999-.
003300     05  FILLER                  PIC X(01) VALUE SPACES.
003310     05  WS-DTL-NEW-RESULT       PIC ZZZ,ZZZ,ZZ9.9999-.
003320     05  FILLER                  PIC X(01) VALUE SPACES.
003330     05  WS-DTL-ADJUSTMENT       PIC ZZZ,ZZZ,ZZ9.9999-.
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  WS-DTL-STATUS           PIC X(18).
003360     05  FILLER                  PIC X(05) VALUE SPACES.
003370
003380 01  WS-ACCOUNT-HEADING-LINE.
003390     05  FILLER                  PIC X(02) VALUE SPACES.
003400     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
003410     05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
003420     05  FILLER                  PIC X(10) VALUE "  RE-RATED".
003430     05  FILLER                  PIC X(10) VALUE "UNRESOLVED".
003440     05  FILLER                  PIC X(19) VALUE
003450         "   OLD RESULT TOTAL".
003460     05  FILLER                  PIC X(19) VALUE
003470         "   NEW RESULT TOTAL".
003480     05  FILLER                  PIC X(19) VALUE
003490         "   ADJUSTMENT TOTAL".
003500     05  FILLER                  PIC X(32) VALUE SPACES.
003510
003520 01  WS-ACCOUNT-LINE.
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  WS-ACL-ACCOUNT          PIC 9(09).
003550     05  FILLER                  PIC X(02) VALUE SPACES.
003560     05  WS-ACL-EFFECTIVE-DATE   PIC 9(08).
003570     05  FILLER                  PIC X(02) VALUE SPACES.
003580     05  WS-ACL-RERATED          PIC ZZZ,ZZ9.
003590     05  FILLER                  PIC X(03) VALUE SPACES.
003600     05  WS-ACL-UNRESOLVED       PIC ZZZ,ZZ9.
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  WS-ACL-OLD-TOTAL        PIC ZZZ,ZZZ,ZZ9.9999-.
003630     05  FILLER                  PIC X(01) VALUE SPACES.
003640     05  WS-ACL-NEW-TOTAL        PIC ZZZ,ZZZ,ZZ9.9999-.
003650     05  FILLER                  PIC X(01) VALUE SPACES.
003660     05  WS-ACL-ADJ-TOTAL        PIC ZZZ,ZZZ,ZZ9.9999-.
003670     05  FILLER                  PIC X(33) VALUE SPACES.
003680
003690 01  WS-CTL-HEADING-LINE.
003700     05  FILLER                  PIC X(05) VALUE SPACES.
003710     05  FILLER                  PIC X(21) VALUE
003720         "*** CONTROL TOTALS **".
003730     05  FILLER                  PIC X(106) VALUE SPACES.
003740
003750 01  WS-CTL-COUNT-LINE.
003760     05  FILLER                  PIC X(05) VALUE SPACES.
003770     05  WS-CTL-COUNT-TEXT       PIC X(25).
003780     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
003790     05  FILLER                  PIC X(95) VALUE SPACES.
003800
003810 01  WS-CTL-AMOUNT-LINE.
003820     05  FILLER                  PIC X(05) VALUE SPACES.
003830     05  WS-CTL-AMOUNT-TEXT      PIC X(25).
003840     05  WS-CTL-AMOUNT-VALUE     PIC ZZZ,ZZZ,ZZ9.9999-.
003850     05  FILLER                  PIC X(85) VALUE SPACES.
003860
003870 PROCEDURE DIVISION.
003880******************************************************************
003890* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.  THE     *
003900*                 ARCHIVE IS READ FIRST SO THE LAST MONTH IT     *
003910*                 HOLDS IS KNOWN BEFORE THE AUDIT GENERATIONS -  *
003920*                 WHICH OVERLAP IT - ARE READ.  A CALCULATION    *
003930*                 THAT COULD NOT BE RE-PRICED ENDS THE STEP      *
003940*                 WITH RETURN CODE 4 SO THE OPERATOR SEES IT.    *
003950******************************************************************
003960 0000-MAINLINE.
003970     PERFORM 1000-INITIALIZE
003980         THRU 1000-INITIALIZE-EXIT.
003990
004000     IF WS-ACCOUNT-COUNT > ZERO
004010         PERFORM 2000-PROCESS-ARCHIVE-RECORD
004020             THRU 2000-PROCESS-ARCHIVE-RECORD-EXIT
004030             UNTIL END-OF-ARCHIVE-FILE
004040         PERFORM 2200-PROCESS-PRIOR-AUDIT
004050             THRU 2200-PROCESS-PRIOR-AUDIT-EXIT
004060             UNTIL END-OF-PRIOR-AUDIT-FILE
004070     END-IF.
004080
004090     PERFORM 8000-TERMINATE
004100         THRU 8000-TERMINATE-EXIT.
004110
004120     GO TO 9999-EXIT.
004130
004140******************************************************************
004150* 1000-INITIALIZE - LOADS THE QUEUED ACCOUNTS AND THEIR RE-RATE  *
004160*                   REGISTER ENTRIES, FINDS WHERE TONIGHT'S      *
004170*                   AUDIT GENERATION STARTS AND ENDS, OPENS THE  *
004180*                   FILES (THE AUDIT AND EXTRACT GENERATIONS AND *
004190*                   THE REGISTER EXTEND, SO THE ADJUSTMENTS      *
004200*                   APPEND), AND PRIMES THE READ LOOPS.          *
004210******************************************************************
004220 1000-INITIALIZE.
004230     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
004240     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
004250
004260     OPEN INPUT RERATE-QUEUE-FILE.
004270     PERFORM 1100-LOAD-QUEUE-RECORD
004280         THRU 1100-LOAD-QUEUE-RECORD-EXIT
004290         UNTIL END-OF-QUEUE-FILE.
004300     CLOSE RERATE-QUEUE-FILE.
004310
004320     OPEN INPUT RERATE-REGISTER-FILE.
004330     PERFORM 1300-LOAD-REGISTER-RECORD
004340         THRU 1300-LOAD-REGISTER-RECORD-EXIT
004350         UNTIL END-OF-REGISTER-FILE.
004360     CLOSE RERATE-REGISTER-FILE.
004362
004364     PERFORM 1500-LOAD-REVERSED-FEEDS
004366         THRU 1500-LOAD-REVERSED-FEEDS-EXIT.
004367
004368     PERFORM 1600-LOAD-GL-MAPPING-TABLE
004369         THRU 1600-LOAD-GL-MAPPING-TABLE-EXIT.
004370
004371     PERFORM 1700-LOAD-PERIOD-TABLE
004372         THRU 1700-LOAD-PERIOD-TABLE-EXIT.
004373
004374     PERFORM 1800-READ-BASE-CURRENCY
004375         THRU 1800-READ-BASE-CURRENCY-EXIT.
004376
004380     OPEN INPUT RERATE-AUDIT-FILE.
004390     PERFORM 1400-SCAN-TONIGHT-AUDIT
004400         THRU 1400-SCAN-TONIGHT-AUDIT-EXIT
004410         UNTIL END-OF-AUDIT-FILE.
004420     CLOSE RERATE-AUDIT-FILE.
004430
004440     OPEN INPUT  MULTIPLY-RATE-MASTER-FILE.
004450
004460     IF WS-MASTER-FILE-STATUS NOT = "00"
004470         DISPLAY "MULTMST OPEN FAILED - FILE STATUS "
004480             WS-MASTER-FILE-STATUS
004490         MOVE 16 TO RETURN-CODE
004500         STOP RUN
004510     END-IF.
004520
004530     OPEN INPUT  RERATE-ARCHIVE-FILE.
004540     OPEN INPUT  PRIOR-AUDIT-FILE.
004550     OPEN EXTEND RERATE-AUDIT-FILE.
004560     OPEN EXTEND RERATE-EXTRACT-FILE.
004570     OPEN EXTEND RERATE-REGISTER-FILE.
004580     OPEN OUTPUT RERATE-REPORT-FILE.
004590
004600     PERFORM 2500-WRITE-REPORT-HEADING
004610         THRU 2500-WRITE-REPORT-HEADING-EXIT.
004620
004630     PERFORM 2100-READ-ARCHIVE-RECORD
004640         THRU 2100-READ-ARCHIVE-RECORD-EXIT.
004650     PERFORM 2300-READ-PRIOR-AUDIT
004660         THRU 2300-READ-PRIOR-AUDIT-EXIT.
004670 1000-INITIALIZE-EXIT.
004680     EXIT.
004690
004700******************************************************************
004710* 1100-LOAD-QUEUE-RECORD - READS ONE QUEUED RATE CHANGE AND      *
004720*                          FOLDS IT INTO ITS ACCOUNT'S ENTRY:    *
004730*                          THE EARLIEST EFFECTIVE DATE AND THE   *
004740*                          LATEST MAINTENANCE RUN WIN.  A        *
004750*                          CALCULATION OUTSIDE ONE CHANGE BUT    *
004760*                          INSIDE THE COMBINED WINDOW IS SIMPLY  *
004770*                          RE-PRICED UNCHANGED.                  *
004780******************************************************************
004790 1100-LOAD-QUEUE-RECORD.
004800     READ RERATE-QUEUE-FILE
004810         AT END
004820             SET END-OF-QUEUE-FILE TO TRUE
004830             GO TO 1100-LOAD-QUEUE-RECORD-EXIT
004840     END-READ.
004850
004860     ADD 1 TO WS-QUEUE-READ-COUNT.
004870
004880     MOVE MNA-ACCOUNT-NUMBER TO WS-SRK-ACCOUNT.
004890     PERFORM 1150-FIND-ACCOUNT-ENTRY
004900         THRU 1150-FIND-ACCOUNT-ENTRY-EXIT.
004910
004920     IF WS-ACCOUNT-MATCH-SUB = ZERO
004930         IF WS-ACCOUNT-COUNT >= WS-ACCOUNT-MAX-ENTRIES
004940             DISPLAY "MULTRRT - RE-RATE QUEUE EXCEEDS "
004950                 WS-ACCOUNT-MAX-ENTRIES " ACCOUNTS"
004960             MOVE 16 TO RETURN-CODE
004970             STOP RUN
004980         END-IF
004990         ADD 1 TO WS-ACCOUNT-COUNT
005000         MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-MATCH-SUB
005010         MOVE MNA-ACCOUNT-NUMBER TO
005020             WS-ACT-ACCOUNT-NUMBER (WS-ACCOUNT-MATCH-SUB)
005030         MOVE MNA-EFFECTIVE-DATE TO
005040             WS-ACT-EFFECTIVE-DATE (WS-ACCOUNT-MATCH-SUB)
005050         MOVE MNA-RUN-DATE TO
005060             WS-ACT-MAINT-DATE (WS-ACCOUNT-MATCH-SUB)
005070         MOVE MNA-RUN-TIME TO
005080             WS-ACT-MAINT-TIME (WS-ACCOUNT-MATCH-SUB)
005090         MOVE ZERO  TO WS-ACT-RERATED-COUNT (WS-ACCOUNT-MATCH-SUB)
005100         MOVE ZERO  TO
005110             WS-ACT-UNRESOLVED-COUNT (WS-ACCOUNT-MATCH-SUB)
005120         MOVE ZEROS TO WS-ACT-OLD-TOTAL (WS-ACCOUNT-MATCH-SUB)
005130         MOVE ZEROS TO WS-ACT-NEW-TOTAL (WS-ACCOUNT-MATCH-SUB)
005140         MOVE ZEROS TO WS-ACT-ADJ-TOTAL (WS-ACCOUNT-MATCH-SUB)
005150         GO TO 1100-LOAD-QUEUE-RECORD-EXIT
005160     END-IF.
005170
005180     IF MNA-EFFECTIVE-DATE
005190             < WS-ACT-EFFECTIVE-DATE (WS-ACCOUNT-MATCH-SUB)
005200         MOVE MNA-EFFECTIVE-DATE TO
005210             WS-ACT-EFFECTIVE-DATE (WS-ACCOUNT-MATCH-SUB)
005220     END-IF.
005230
005240     IF MNA-RUN-DATE > WS-ACT-MAINT-DATE (WS-ACCOUNT-MATCH-SUB)
005250             OR (MNA-RUN-DATE
005260                 = WS-ACT-MAINT-DATE (WS-ACCOUNT-MATCH-SUB)
005270             AND MNA-RUN-TIME
005280                 > WS-ACT-MAINT-TIME (WS-ACCOUNT-MATCH-SUB))
005290         MOVE MNA-RUN-DATE TO
005300             WS-ACT-MAINT-DATE (WS-ACCOUNT-MATCH-SUB)
005310         MOVE MNA-RUN-TIME TO
005320             WS-ACT-MAINT-TIME (WS-ACCOUNT-MATCH-SUB)
005330     END-IF.
005340 1100-LOAD-QUEUE-RECORD-EXIT.
005350     EXIT.
005360
005370******************************************************************
005380* 1150-FIND-ACCOUNT-ENTRY - LOOKS UP WS-SRK-ACCOUNT IN THE       *
005390*                           QUEUED-ACCOUNT TABLE.  ZERO IN       *
005400*                           WS-ACCOUNT-MATCH-SUB MEANS NOT       *
005410*                           QUEUED.                              *
005420******************************************************************
005430 1150-FIND-ACCOUNT-ENTRY.
005440     MOVE ZERO TO WS-ACCOUNT-MATCH-SUB.
005450
005460     PERFORM 1160-TEST-ACCOUNT-ENTRY
005470         THRU 1160-TEST-ACCOUNT-ENTRY-EXIT
005480         VARYING WS-ACCOUNT-SUB FROM 1 BY 1
005490         UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
005500         OR WS-ACCOUNT-MATCH-SUB > ZERO.
005510 1150-FIND-ACCOUNT-ENTRY-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 1160-TEST-ACCOUNT-ENTRY - TESTS ONE QUEUED-ACCOUNT ENTRY.      *
005560******************************************************************
005570 1160-TEST-ACCOUNT-ENTRY.
005580     IF WS-ACT-ACCOUNT-NUMBER (WS-ACCOUNT-SUB) = WS-SRK-ACCOUNT
005590         MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-MATCH-SUB
005600     END-IF.
005610 1160-TEST-ACCOUNT-ENTRY-EXIT.
005620     EXIT.
005630
005640******************************************************************
005650* 1300-LOAD-REGISTER-RECORD - READS ONE RE-RATE REGISTER RECORD  *
005660*                             AND, FOR A QUEUED ACCOUNT, KEEPS   *
005670*                             ITS CORRECTED RESULT AND RATE.     *
005680*                             THE REGISTER IS CHRONOLOGICAL, SO  *
005690*                             A LATER RECORD FOR THE SAME        *
005700*                             CALCULATION REPLACES AN EARLIER    *
005710*                             ONE.                               *
005720******************************************************************
005730 1300-LOAD-REGISTER-RECORD.
005740     READ RERATE-REGISTER-FILE
005750         AT END
005760             SET END-OF-REGISTER-FILE TO TRUE
005770             GO TO 1300-LOAD-REGISTER-RECORD-EXIT
005780     END-READ.
005790
005800     MOVE RRH-ACCOUNT-NUMBER TO WS-SRK-ACCOUNT.
005810     PERFORM 1150-FIND-ACCOUNT-ENTRY
005820         THRU 1150-FIND-ACCOUNT-ENTRY-EXIT.
005830
005840     IF WS-ACCOUNT-MATCH-SUB = ZERO
005850         GO TO 1300-LOAD-REGISTER-RECORD-EXIT
005860     END-IF.
005870
005880     MOVE RRH-ORIGINAL-RUN-DATE TO WS-SRK-RUN-DATE.
005890     MOVE RRH-ORIGINAL-RUN-TIME TO WS-SRK-RUN-TIME.
005900     MOVE RRH-ORIGINAL-SEQUENCE TO WS-SRK-SEQUENCE.
005910
005920     PERFORM 1350-POST-REGISTER-ENTRY
005930         THRU 1350-POST-REGISTER-ENTRY-EXIT.
005940
005950     MOVE RRH-NEW-RESULT TO WS-RGT-RESULT (WS-REGISTER-MATCH-SUB).
005960     MOVE RRH-NEW-RATE   TO WS-RGT-RATE (WS-REGISTER-MATCH-SUB).
005970 1300-LOAD-REGISTER-RECORD-EXIT.
005980     EXIT.
005990
006000******************************************************************
006010* 1350-POST-REGISTER-ENTRY - FINDS THE REGISTER TABLE ENTRY FOR  *
006020*                            WS-SEARCH-KEY, ADDING ONE WHEN IT   *
006030*                            IS NOT THERE.  THE CALLER MOVES     *
006040*                            THE RESULT AND RATE IN.             *
006050******************************************************************
006060 1350-POST-REGISTER-ENTRY.
006070     PERFORM 1370-FIND-REGISTER-ENTRY
006080         THRU 1370-FIND-REGISTER-ENTRY-EXIT.
006090
006100     IF WS-REGISTER-MATCH-SUB > ZERO
006110         GO TO 1350-POST-REGISTER-ENTRY-EXIT
006120     END-IF.
006130
006140     IF WS-REGISTER-COUNT >= WS-REGISTER-MAX-ENTRIES
006150         DISPLAY "MULTRRT - RE-RATE REGISTER EXCEEDS "
006160             WS-REGISTER-MAX-ENTRIES " ENTRIES FOR THE QUEUED"
006170             " ACCOUNTS"
006180         MOVE 16 TO RETURN-CODE
006190         STOP RUN
006200     END-IF.
006210
006220     ADD 1 TO WS-REGISTER-COUNT.
006230     MOVE WS-REGISTER-COUNT TO WS-REGISTER-MATCH-SUB.
006240     MOVE WS-SEARCH-KEY     TO WS-RGT-KEY (WS-REGISTER-MATCH-SUB).
006250 1350-POST-REGISTER-ENTRY-EXIT.
006260     EXIT.
006270
006280******************************************************************
006290* 1370-FIND-REGISTER-ENTRY - LOOKS UP WS-SEARCH-KEY IN THE       *
006300*                            REGISTER TABLE.  ZERO IN            *
006310*                            WS-REGISTER-MATCH-SUB MEANS THE     *
006320*                            CALCULATION WAS NEVER RE-PRICED.    *
006330******************************************************************
006340 1370-FIND-REGISTER-ENTRY.
006350     MOVE ZERO TO WS-REGISTER-MATCH-SUB.
006360
006370     PERFORM 1380-TEST-REGISTER-ENTRY
006380         THRU 1380-TEST-REGISTER-ENTRY-EXIT
006390         VARYING WS-REGISTER-SUB FROM 1 BY 1
006400         UNTIL WS-REGISTER-SUB > WS-REGISTER-COUNT
006410         OR WS-REGISTER-MATCH-SUB > ZERO.
006420 1370-FIND-REGISTER-ENTRY-EXIT.
006430     EXIT.
006440
006450******************************************************************
006460* 1380-TEST-REGISTER-ENTRY - TESTS ONE REGISTER TABLE ENTRY.     *
006470******************************************************************
006480 1380-TEST-REGISTER-ENTRY.
006490     IF WS-RGT-KEY (WS-REGISTER-SUB) = WS-SEARCH-KEY
006500         MOVE WS-REGISTER-SUB TO WS-REGISTER-MATCH-SUB
006510     END-IF.
006520 1380-TEST-REGISTER-ENTRY-EXIT.
006530     EXIT.
006540
006550******************************************************************
006560* 1400-SCAN-TONIGHT-AUDIT - READS TONIGHT'S AUDIT GENERATION     *
006570*                           THROUGH.  THE EARLIEST RUN STAMP ON  *
006575*                           IT MARKS WHERE TONIGHT STARTS (THE   *
006577*                           PARTITIONS RUN SIDE BY SIDE, SO IT   *
006578*                           NEED NOT BE THE FIRST RECORD'S); THE *
006580*                           LAST RECORD CARRIES THE SEQUENCE     *
006590*                           NUMBER THE ADJUSTMENTS CONTINUE      *
006600*                           (CALC AND XPR HAVE BOTH WRITTEN TO   *
006610*                           IT BY NOW).                          *
006620******************************************************************
006630 1400-SCAN-TONIGHT-AUDIT.
006640     READ RERATE-AUDIT-FILE
006650         AT END
006660             SET END-OF-AUDIT-FILE TO TRUE
006670             GO TO 1400-SCAN-TONIGHT-AUDIT-EXIT
006680     END-READ.
006690
006700     IF AUD-RUN-DATE < WS-TONIGHT-RUN-DATE
006703         OR (AUD-RUN-DATE = WS-TONIGHT-RUN-DATE
006706             AND AUD-RUN-TIME < WS-TONIGHT-RUN-TIME)
006710         MOVE AUD-RUN-DATE TO WS-TONIGHT-RUN-DATE
006720         MOVE AUD-RUN-TIME TO WS-TONIGHT-RUN-TIME
006730     END-IF.
006750
006760     MOVE AUD-SEQUENCE-NUMBER TO WS-AUDIT-SEQUENCE-NUMBER.
006770 1400-SCAN-TONIGHT-AUDIT-EXIT.
006780     EXIT.
006790
006791******************************************************************
006792* 1500-LOAD-REVERSED-FEEDS - LOADS EVERY REVERSED FEED FROM THE  *
006793*                            RUN-CONTROL HISTORY.  A HISTORY     *
006794*                            THAT IS NOT THERE YET MEANS NONE.   *
006795******************************************************************
006796 1500-LOAD-REVERSED-FEEDS.
006797     OPEN INPUT RUN-CONTROL-FILE.
006798
006799     IF WS-RUNCTL-FILE-STATUS = "35"
006800         GO TO 1500-LOAD-REVERSED-FEEDS-EXIT
006801     END-IF.
006802
006803     IF WS-RUNCTL-FILE-STATUS NOT = "00"
006804         DISPLAY "MULTRCTL OPEN FAILED - FILE STATUS "
006805             WS-RUNCTL-FILE-STATUS
006806         MOVE 16 TO RETURN-CODE
006807         STOP RUN
006808     END-IF.
006809
006810     PERFORM 1510-READ-RUN-CONTROL
006811         THRU 1510-READ-RUN-CONTROL-EXIT
006812         UNTIL END-OF-RUNCTL-FILE.
006813
006814     CLOSE RUN-CONTROL-FILE.
006815 1500-LOAD-REVERSED-FEEDS-EXIT.
006816     EXIT.
006817
006818******************************************************************
006819* 1510-READ-RUN-CONTROL - READS ONE POSTED-FEED RECORD AND KEEPS *
006820*                         IT WHEN IT IS MARKED REVERSED.         *
006821******************************************************************
006822 1510-READ-RUN-CONTROL.
006823     READ RUN-CONTROL-FILE
006824         AT END
006825             SET END-OF-RUNCTL-FILE TO TRUE
006826             GO TO 1510-READ-RUN-CONTROL-EXIT
006827     END-READ.
006828
006829     IF NOT RCT-FEED-REVERSED
006830         GO TO 1510-READ-RUN-CONTROL-EXIT
006831     END-IF.
006832
006833     IF WS-REVERSED-COUNT >= WS-REVERSED-MAX-ENTRIES
006834         DISPLAY "MULTRRT - MORE THAN " WS-REVERSED-MAX-ENTRIES
006835             " REVERSED FEEDS ON THE RUN-CONTROL HISTORY"
006836         MOVE 16 TO RETURN-CODE
006837         STOP RUN
006838     END-IF.
006839
006840     ADD 1 TO WS-REVERSED-COUNT.
006841     MOVE RCT-SOURCE-SYSTEM TO
006842         WS-RVT-SOURCE-SYSTEM (WS-REVERSED-COUNT).
006843     MOVE RCT-FEED-DATE     TO
006844         WS-RVT-FEED-DATE (WS-REVERSED-COUNT).
006845     MOVE RCT-POSTED-DATE   TO
006846         WS-RVT-POSTED-DATE (WS-REVERSED-COUNT).
006847     MOVE RCT-POSTED-TIME   TO
006848         WS-RVT-POSTED-TIME (WS-REVERSED-COUNT).
006849     MOVE RCT-REVERSED-DATE TO
006850         WS-RVT-REVERSED-DATE (WS-REVERSED-COUNT).
006851 1510-READ-RUN-CONTROL-EXIT.
006852     EXIT.
006853
006854******************************************************************
006855* 1600-LOAD-GL-MAPPING-TABLE - READS THE GL ACCOUNT MAPPING      *
006856*                              (MULTCOA) INTO STORAGE SO EACH    *
006857*                              ADJUSTMENT'S LEDGER ACCOUNTS ARE  *
006858*                              RESOLVED BY A TABLE SCAN, THE     *
006859*                              SAME WAY THE CALC STEP RESOLVES   *
006860*                              THEM.                             *
006861******************************************************************
006862 1600-LOAD-GL-MAPPING-TABLE.
006863     OPEN INPUT  GL-ACCOUNT-MAP-FILE.
006864
006865     IF WS-GLMAP-FILE-STATUS NOT = "00"
006866         DISPLAY "MULTCOA OPEN FAILED - FILE STATUS "
006867             WS-GLMAP-FILE-STATUS
006868         MOVE 16 TO RETURN-CODE
006869         STOP RUN
006870     END-IF.
006871
006872     PERFORM 1610-READ-GL-MAPPING
006873         THRU 1610-READ-GL-MAPPING-EXIT
006874         UNTIL END-OF-GL-MAPPING.
006875
006876     CLOSE GL-ACCOUNT-MAP-FILE.
006877 1600-LOAD-GL-MAPPING-TABLE-EXIT.
006878     EXIT.
006879
006880******************************************************************
006881* 1610-READ-GL-MAPPING - READS ONE GL ACCOUNT MAPPING RECORD     *
006882*                        INTO THE NEXT TABLE ENTRY.              *
006883******************************************************************
006884 1610-READ-GL-MAPPING.
006885     READ GL-ACCOUNT-MAP-FILE NEXT RECORD
006886         AT END
006887             SET END-OF-GL-MAPPING TO TRUE
006888         NOT AT END
006889             IF WS-GLMAP-TABLE-COUNT >= WS-GLMAP-TABLE-MAX-ENTRIES
006890                 DISPLAY "MULTRRT - GL ACCOUNT MAPPING EXCEEDS "
006891                     WS-GLMAP-TABLE-MAX-ENTRIES " ENTRIES"
006892                 MOVE 16 TO RETURN-CODE
006893                 STOP RUN
006894             END-IF
006895             ADD 1 TO WS-GLMAP-TABLE-COUNT
006896             MOVE GLM-OPERATION-CODE TO
006897                 WS-GMT-OPERATION-CODE (WS-GLMAP-TABLE-COUNT)
006898             MOVE GLM-RANGE-LOW TO
006899                 WS-GMT-RANGE-LOW (WS-GLMAP-TABLE-COUNT)
006900             MOVE GLM-RANGE-HIGH TO
006901                 WS-GMT-RANGE-HIGH (WS-GLMAP-TABLE-COUNT)
006902             MOVE GLM-DEBIT-LEDGER TO
006903                 WS-GMT-DEBIT-LEDGER (WS-GLMAP-TABLE-COUNT)
006904             MOVE GLM-CREDIT-LEDGER TO
006905                 WS-GMT-CREDIT-LEDGER (WS-GLMAP-TABLE-COUNT)
006906             MOVE GLM-COST-CENTER TO
006907                 WS-GMT-COST-CENTER (WS-GLMAP-TABLE-COUNT)
006908     END-READ.
006909 1610-READ-GL-MAPPING-EXIT.
006910     EXIT.
006911
006912******************************************************************
006913* 1700-LOAD-PERIOD-TABLE - READS THE ACCOUNTING PERIOD CONTROL   *
006914*                          FILE (MULTPER) INTO STORAGE - THE     *
006915*                          CLOSED-PERIOD ACTION FROM THE CONTROL *
006916*                          RECORD AND THE STATUS OF EVERY PERIOD *
006917*                          ON FILE. A PERIOD NOT ON FILE IS OPEN.*
006918******************************************************************
006919 1700-LOAD-PERIOD-TABLE.
006920     OPEN INPUT  ACCOUNTING-PERIOD-FILE.
006921
006922     IF WS-PERIOD-FILE-STATUS NOT = "00"
006923         DISPLAY "MULTPER OPEN FAILED - FILE STATUS "
006924             WS-PERIOD-FILE-STATUS
006925         MOVE 16 TO RETURN-CODE
006926         STOP RUN
006927     END-IF.
006928
006929     PERFORM 1710-READ-PERIOD-RECORD
006930         THRU 1710-READ-PERIOD-RECORD-EXIT
006931         UNTIL END-OF-PERIOD-FILE.
006932
006933     CLOSE ACCOUNTING-PERIOD-FILE.
006934 1700-LOAD-PERIOD-TABLE-EXIT.
006935     EXIT.
006936
006937******************************************************************
006938* 1710-READ-PERIOD-RECORD - READS ONE PERIOD CONTROL RECORD INTO *
006939*                           THE ACTION SWITCH OR THE PERIOD      *
006940*                           TABLE.                               *
006941******************************************************************
006942 1710-READ-PERIOD-RECORD.
006943     READ ACCOUNTING-PERIOD-FILE
006944         AT END
006945             SET END-OF-PERIOD-FILE TO TRUE
006946         NOT AT END
006947             IF PER-CONTROL-RECORD
006948                 IF PER-ROLL-FORWARD-CLOSED
006949                     SET ROLL-FORWARD-CLOSED-PERIOD TO TRUE
006950                 ELSE
006951                     SET REJECT-CLOSED-PERIOD TO TRUE
006952                 END-IF
006953             ELSE
006954             IF PER-PERIOD-RECORD
006955                 IF WS-PERIOD-TABLE-COUNT
006956                         >= WS-PERIOD-TABLE-MAX-ENTRIES
006957                     DISPLAY "MULTRRT - PERIOD CONTROL EXCEEDS "
006958                         WS-PERIOD-TABLE-MAX-ENTRIES " PERIODS"
006959                     MOVE 16 TO RETURN-CODE
006960                     STOP RUN
006961                 END-IF
006962                 ADD 1 TO WS-PERIOD-TABLE-COUNT
006963                 MOVE PER-PERIOD TO
006964                     WS-PDT-PERIOD (WS-PERIOD-TABLE-COUNT)
006965                 MOVE PER-STATUS TO
006966                     WS-PDT-STATUS (WS-PERIOD-TABLE-COUNT)
006967             END-IF END-IF
006968     END-READ.
006969 1710-READ-PERIOD-RECORD-EXIT.
006970     EXIT.
006971
006972******************************************************************
006973* 1800-READ-BASE-CURRENCY - OPENS THE EXCHANGE-RATE FILE FOR THE *
006974*                           RUN AND READS ITS CONTROL RECORD     *
006975*                           (BLANK CURRENCY, ZERO DATE) FOR THE  *
006976*                           BASE CURRENCY.  THE FILE STAYS OPEN  *
006977*                           FOR THE RATE LOOKUPS OF ARCHIVED     *
006978*                           CALCULATIONS.                        *
006979******************************************************************
006980 1800-READ-BASE-CURRENCY.
006981     OPEN INPUT  EXCHANGE-RATE-FILE.
006982
006983     IF WS-FXRATE-FILE-STATUS NOT = "00"
006984         DISPLAY "MULTFXR OPEN FAILED - FILE STATUS "
006985             WS-FXRATE-FILE-STATUS
006986         MOVE 16 TO RETURN-CODE
006987         STOP RUN
006988     END-IF.
006989
006990     MOVE SPACES TO FXR-CURRENCY-CODE.
006991     MOVE ZEROS  TO FXR-RATE-DATE.
006992
006993     READ EXCHANGE-RATE-FILE
006994         INVALID KEY
006995             DISPLAY "MULTRRT - NO BASE CURRENCY ON MULTFXR - "
006996                 "RUN MULTFXL FIRST"
006997             MOVE 16 TO RETURN-CODE
006998             STOP RUN
006999     END-READ.
007000
007001     MOVE FXR-BASE-CURRENCY TO WS-BASE-CURRENCY.
007002 1800-READ-BASE-CURRENCY-EXIT.
007003     EXIT.
007004
007005******************************************************************
007006* 2000-PROCESS-ARCHIVE-RECORD - EXAMINES ONE ARCHIVE DETAIL AND  *
007007*                               NOTES THE LATEST MONTH THE       *
007008*                               ARCHIVE HOLDS, THEN READS THE    *
007009*                               NEXT.                            *
007010******************************************************************
007011 2000-PROCESS-ARCHIVE-RECORD.
007012     IF ARH-SUMMARY-RECORD
007013         IF ARH-ARCHIVE-MONTH > WS-MAX-ARCHIVED-MONTH
007014             MOVE ARH-ARCHIVE-MONTH TO WS-MAX-ARCHIVED-MONTH
007015         END-IF
007016         GO TO 2000-PROCESS-ARCHIVE-NEXT
007017     END-IF.
007018
007019     IF NOT ARH-DETAIL-RECORD
007020         GO TO 2000-PROCESS-ARCHIVE-NEXT
007021     END-IF.
007022
007023     MOVE ARH-RUN-DATE        TO WS-CAND-RUN-DATE.
007024     MOVE ARH-RUN-TIME        TO WS-CAND-RUN-TIME.
007025     MOVE ARH-SEQUENCE-NUMBER TO WS-CAND-SEQUENCE-NUMBER.
007026     MOVE ARH-ACCOUNT-NUMBER  TO WS-CAND-ACCOUNT-NUMBER.
007027     MOVE ARH-NUM1            TO WS-CAND-NUM1.
007030     MOVE ARH-NUM2            TO WS-CAND-NUM2.
007040     MOVE ARH-RESULT          TO WS-CAND-RESULT.
007050     MOVE ARH-OPERATION-CODE  TO WS-CAND-OPERATION-CODE.
007060     MOVE ARH-PRECISION-FLAG  TO WS-CAND-PRECISION-FLAG.
007070     MOVE ARH-RATE-SOURCE     TO WS-CAND-RATE-SOURCE.
007073     MOVE ARH-SOURCE-SYSTEM   TO WS-CAND-SOURCE-SYSTEM.
007075     MOVE ARH-FEED-DATE       TO WS-CAND-FEED-DATE.
007077     IF ARH-ACCOUNTING-PERIOD NUMERIC
007078         MOVE ARH-ACCOUNTING-PERIOD TO WS-CAND-ACCOUNTING-PERIOD
007079     ELSE
007080         MOVE ZEROS                 TO WS-CAND-ACCOUNTING-PERIOD
007081     END-IF.
007082
007083     MOVE ARH-CURRENCY-CODE   TO WS-CAND-CURRENCY-CODE.
007084     IF ARH-FX-RATE NUMERIC AND ARH-FX-RATE > ZERO
007085         MOVE ARH-FX-RATE           TO WS-CAND-FX-RATE
007086     ELSE
007087         MOVE ZEROS                 TO WS-CAND-FX-RATE
007088     END-IF.
007089
007090     PERFORM 3000-EXAMINE-CANDIDATE
007100         THRU 3000-EXAMINE-CANDIDATE-EXIT.
007110
007120 2000-PROCESS-ARCHIVE-NEXT.
007130     PERFORM 2100-READ-ARCHIVE-RECORD
007140         THRU 2100-READ-ARCHIVE-RECORD-EXIT.
007150 2000-PROCESS-ARCHIVE-RECORD-EXIT.
007160     EXIT.
007170
007180******************************************************************
007190* 2100-READ-ARCHIVE-RECORD - READS THE NEXT ARCHIVE RECORD AND   *
007200*                            SETS EOF.                           *
007210******************************************************************
007220 2100-READ-ARCHIVE-RECORD.
007230     READ RERATE-ARCHIVE-FILE
007240         AT END
007250             SET END-OF-ARCHIVE-FILE TO TRUE
007260         NOT AT END
007270             ADD 1 TO WS-ARCHIVE-READ-COUNT
007280     END-READ.
007290 2100-READ-ARCHIVE-RECORD-EXIT.
007300     EXIT.
007310
007320******************************************************************
007330* 2200-PROCESS-PRIOR-AUDIT - EXAMINES ONE RECORD FROM THE        *
007340*                            RETAINED AUDIT GENERATIONS, THEN    *
007350*                            READS THE NEXT.  A MONTH ALREADY ON *
007360*                            THE ARCHIVE WAS EXAMINED THERE, AND *
007370*                            A RECORD FROM TONIGHT'S GENERATION  *
007380*                            WAS PRICED AFTER THE CHANGE WENT    *
007390*                            ON.                                 *
007400******************************************************************
007410 2200-PROCESS-PRIOR-AUDIT.
007420     IF AUDH-RUN-DATE (1:6) NOT > WS-MAX-ARCHIVED-MONTH
007430         GO TO 2200-PROCESS-PRIOR-NEXT
007440     END-IF.
007450
007460     MOVE AUDH-RUN-DATE        TO WS-CAND-RUN-DATE.
007470     MOVE AUDH-RUN-TIME        TO WS-CAND-RUN-TIME.
007480
007490     IF WS-CAND-STAMP NOT < WS-TONIGHT-STAMP
007500         GO TO 2200-PROCESS-PRIOR-NEXT
007510     END-IF.
007520
007530     MOVE AUDH-SEQUENCE-NUMBER TO WS-CAND-SEQUENCE-NUMBER.
007540     MOVE AUDH-ACCOUNT-NUMBER  TO WS-CAND-ACCOUNT-NUMBER.
007550     MOVE AUDH-NUM1            TO WS-CAND-NUM1.
007560     MOVE AUDH-NUM2            TO WS-CAND-NUM2.
007570     MOVE AUDH-RESULT          TO WS-CAND-RESULT.
007580     MOVE AUDH-OPERATION-CODE  TO WS-CAND-OPERATION-CODE.
007590     MOVE AUDH-PRECISION-FLAG  TO WS-CAND-PRECISION-FLAG.
007600     MOVE AUDH-RATE-SOURCE     TO WS-CAND-RATE-SOURCE.
007603     MOVE AUDH-SOURCE-SYSTEM   TO WS-CAND-SOURCE-SYSTEM.
007604     MOVE AUDH-FEED-DATE       TO WS-CAND-FEED-DATE.
007605     IF AUDH-ACCOUNTING-PERIOD NUMERIC
007606         MOVE AUDH-ACCOUNTING-PERIOD TO WS-CAND-ACCOUNTING-PERIOD
007607     ELSE
007608         MOVE ZEROS                  TO WS-CAND-ACCOUNTING-PERIOD
007609     END-IF.
007610
007611     IF AUDH-FX-RATE NUMERIC AND AUDH-FX-RATE > ZERO
007612         MOVE AUDH-CURRENCY-CODE     TO WS-CAND-CURRENCY-CODE
007613         MOVE AUDH-FX-RATE           TO WS-CAND-FX-RATE
007614     ELSE
007615         MOVE SPACES                 TO WS-CAND-CURRENCY-CODE
007616         MOVE ZEROS                  TO WS-CAND-FX-RATE
007617     END-IF.
007618
007620     PERFORM 3000-EXAMINE-CANDIDATE
007630         THRU 3000-EXAMINE-CANDIDATE-EXIT.
007640
007650 2200-PROCESS-PRIOR-NEXT.
007660     PERFORM 2300-READ-PRIOR-AUDIT
007670         THRU 2300-READ-PRIOR-AUDIT-EXIT.
007680 2200-PROCESS-PRIOR-AUDIT-EXIT.
007690     EXIT.
007700
007710******************************************************************
007720* 2300-READ-PRIOR-AUDIT - READS THE NEXT PRIOR AUDIT RECORD AND  *
007730*                         SETS EOF.                              *
007740******************************************************************
007750 2300-READ-PRIOR-AUDIT.
007760     READ PRIOR-AUDIT-FILE
007770         AT END
007780             SET END-OF-PRIOR-AUDIT-FILE TO TRUE
007790         NOT AT END
007800             ADD 1 TO WS-PRIOR-READ-COUNT
007810     END-READ.
007820 2300-READ-PRIOR-AUDIT-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING AND    *
007870*                             THE COLUMN HEADER LINE.            *
007880******************************************************************
007890 2500-WRITE-REPORT-HEADING.
007900     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
007910     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
007920     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
007930     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
007940     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
007950
007960     MOVE '1'            TO RRR-CARRIAGE-CONTROL.
007970     MOVE WS-HEADING-LINE TO RRR-LINE-IMAGE.
007980     WRITE RERATE-REPORT-RECORD.
007990     ADD 1 TO WS-LINE-COUNT.
008000
008010     MOVE ' '                    TO RRR-CARRIAGE-CONTROL.
008020     MOVE WS-COLUMN-HEADING-LINE TO RRR-LINE-IMAGE.
008030     WRITE RERATE-REPORT-RECORD.
008040     ADD 1 TO WS-LINE-COUNT.
008050 2500-WRITE-REPORT-HEADING-EXIT.
008060     EXIT.
008070
008080******************************************************************
008090* 3000-EXAMINE-CANDIDATE - DECIDES WHETHER A QUEUED CHANGE CAN   *
008100*                          HAVE MIS-PRICED THIS CALCULATION -    *
008110*                          A STANDARD RECORD PRICED FROM THE     *
008120*                          RATE MASTER, RUN ON OR AFTER THE      *
008130*                          EFFECTIVE DATE BUT BEFORE THE CHANGE  *
008140*                          WAS KEYED - AND IF SO RE-PRICES IT.   *
008150*                          EXTENDED-PRECISION AND ADJUSTMENT     *
008160*                          RECORDS ARE NEVER RE-PRICED, AND      *
008163*                          NEITHER IS A CALCULATION FROM A       *
008166*                          REVERSED FEED.                        *
008167*                          AN ADJUSTMENT WITH NO GL ACCOUNT      *
008168*                          MAPPING IS LEFT UNRESOLVED, AND SO IS *
008169*                          ONE FOR A CLOSED ACCOUNTING PERIOD    *
008170*                          UNLESS THE PERIOD CONTROL SAYS ROLL   *
008171*                          FORWARD.                              *
008172*                          A FOREIGN-CURRENCY CALCULATION IS     *
008173*                          RE-PRICED IN ITS OWN CURRENCY AND     *
008174*                          CONVERTED TO BASE BEFORE THE COMPARE. *
008175******************************************************************
008180 3000-EXAMINE-CANDIDATE.
008190     IF WS-CAND-PRECISION-FLAG NOT = SPACE
008200             OR NOT WS-CAND-RATE-FROM-MASTER
008210         GO TO 3000-EXAMINE-CANDIDATE-EXIT
008220     END-IF.
008230
008240     MOVE WS-CAND-ACCOUNT-NUMBER TO WS-SRK-ACCOUNT.
008250     PERFORM 1150-FIND-ACCOUNT-ENTRY
008260         THRU 1150-FIND-ACCOUNT-ENTRY-EXIT.
008270
008280     IF WS-ACCOUNT-MATCH-SUB = ZERO
008290         GO TO 3000-EXAMINE-CANDIDATE-EXIT
008300     END-IF.
008310
008320     IF WS-CAND-RUN-DATE
008330             < WS-ACT-EFFECTIVE-DATE (WS-ACCOUNT-MATCH-SUB)
008340             OR WS-CAND-STAMP
008350                 NOT < WS-ACT-MAINT-STAMP (WS-ACCOUNT-MATCH-SUB)
008360         GO TO 3000-EXAMINE-CANDIDATE-EXIT
008370     END-IF.
008371
008372     PERFORM 3050-CHECK-FEED-REVERSED
008373         THRU 3050-CHECK-FEED-REVERSED-EXIT.
008374
008375     IF CANDIDATE-FEED-REVERSED
008376         ADD 1 TO WS-REVERSED-SKIP-COUNT
008377         GO TO 3000-EXAMINE-CANDIDATE-EXIT
008378     END-IF.
008380
008390     ADD 1 TO WS-EXAMINED-COUNT.
008400
008410*    THE RESULT AND RATE THE CALCULATION CARRIES TODAY - ITS
008420*    ORIGINAL AUDIT, OR ITS LATEST RE-RATE IF IT HAS HAD ONE.
008430     MOVE WS-CAND-RUN-DATE        TO WS-SRK-RUN-DATE.
008440     MOVE WS-CAND-RUN-TIME        TO WS-SRK-RUN-TIME.
008450     MOVE WS-CAND-SEQUENCE-NUMBER TO WS-SRK-SEQUENCE.
008460     PERFORM 1370-FIND-REGISTER-ENTRY
008470         THRU 1370-FIND-REGISTER-ENTRY-EXIT.
008480
008490     IF WS-REGISTER-MATCH-SUB > ZERO
008500         MOVE WS-RGT-RESULT (WS-REGISTER-MATCH-SUB)
008510             TO WS-OLD-RESULT
008520         MOVE WS-RGT-RATE (WS-REGISTER-MATCH-SUB) TO WS-OLD-RATE
008530     ELSE
008540         MOVE WS-CAND-RESULT TO WS-OLD-RESULT
008550         MOVE WS-CAND-NUM2   TO WS-OLD-RATE
008560     END-IF.
008570
008580     MOVE ZEROS TO WS-SELECTED-RATE.
008590     MOVE ZEROS TO WS-NEW-RESULT.
008600     MOVE ZEROS TO WS-ADJUSTMENT.
008610
008620     MOVE WS-CAND-ACCOUNT-NUMBER TO RTM-ACCOUNT-NUMBER.
008630
008640     READ MULTIPLY-RATE-MASTER-FILE
008650         INVALID KEY
008660             MOVE "NOT ON RATE MASTER" TO WS-DTL-STATUS
008670             GO TO 3000-EXAMINE-UNRESOLVED
008680     END-READ.
008690
008700     MOVE WS-CAND-RUN-DATE TO WS-RATE-AS-OF-DATE.
008710     PERFORM 3100-SELECT-RATE-IN-EFFECT
008720         THRU 3100-SELECT-RATE-IN-EFFECT-EXIT.
008730
008740     IF NOT RATE-IN-EFFECT-FOUND
008750         MOVE "NO RATE IN EFFECT" TO WS-DTL-STATUS
008760         GO TO 3000-EXAMINE-UNRESOLVED
008770     END-IF.
008780
008790     PERFORM 3200-RECOMPUTE-CALCULATION
008800         THRU 3200-RECOMPUTE-CALCULATION-EXIT.
008810
008820     IF NOT RECOMPUTE-OK
008830         GO TO 3000-EXAMINE-UNRESOLVED
008840     END-IF.
008841
008842     PERFORM 3250-CONVERT-TO-BASE
008843         THRU 3250-CONVERT-TO-BASE-EXIT.
008844
008845     IF NOT RECOMPUTE-OK
008846         GO TO 3000-EXAMINE-UNRESOLVED
008847     END-IF.
008850
008860     COMPUTE WS-ADJUSTMENT = WS-NEW-RESULT - WS-OLD-RESULT.
008870
008880     IF WS-ADJUSTMENT = ZERO
008890         ADD 1 TO WS-UNCHANGED-COUNT
008900         GO TO 3000-EXAMINE-CANDIDATE-EXIT
008910     END-IF.
008920
008921     PERFORM 3550-FIND-GL-MAPPING
008922         THRU 3550-FIND-GL-MAPPING-EXIT.
008923
008924     IF NOT GL-MAPPING-FOUND
008925         MOVE "NO GL MAPPING" TO WS-DTL-STATUS
008926         GO TO 3000-EXAMINE-UNRESOLVED
008927     END-IF.
008928
008929     PERFORM 3300-CHECK-ACCOUNTING-PERIOD
008930         THRU 3300-CHECK-ACCOUNTING-PERIOD-EXIT.
008931
008932     IF PERIOD-IS-CLOSED
008933         MOVE "PERIOD CLOSED" TO WS-DTL-STATUS
008934         GO TO 3000-EXAMINE-UNRESOLVED
008935     END-IF.
008936
008937     PERFORM 3500-POST-ADJUSTMENT
008940         THRU 3500-POST-ADJUSTMENT-EXIT.
008950     GO TO 3000-EXAMINE-CANDIDATE-EXIT.
008960
008970 3000-EXAMINE-UNRESOLVED.
008980     ADD 1 TO WS-UNRESOLVED-COUNT.
008990     ADD 1 TO WS-ACT-UNRESOLVED-COUNT (WS-ACCOUNT-MATCH-SUB).
009000     MOVE WS-OLD-RESULT TO WS-NEW-RESULT.
009010     MOVE WS-OLD-RATE   TO WS-SELECTED-RATE.
009020     PERFORM 3700-WRITE-DETAIL-LINE
009030         THRU 3700-WRITE-DETAIL-LINE-EXIT.
009040 3000-EXAMINE-CANDIDATE-EXIT.
009050     EXIT.
009060
009061******************************************************************
009062* 3050-CHECK-FEED-REVERSED - SETS CANDIDATE-FEED-REVERSED WHEN   *
009063*                            THE CANDIDATE CAME IN ON A FEED     *
009064*                            THAT HAS SINCE BEEN REVERSED.       *
009065******************************************************************
009066 3050-CHECK-FEED-REVERSED.
009067     MOVE 'N' TO WS-FEED-REVERSED-SWITCH.
009068
009069     IF WS-CAND-SOURCE-SYSTEM = SPACES
009070         GO TO 3050-CHECK-FEED-REVERSED-EXIT
009071     END-IF.
009072
009073     PERFORM 3060-TEST-REVERSED-ENTRY
009074         THRU 3060-TEST-REVERSED-ENTRY-EXIT
009075         VARYING WS-REVERSED-SUB FROM 1 BY 1
009076         UNTIL WS-REVERSED-SUB > WS-REVERSED-COUNT
009077         OR CANDIDATE-FEED-REVERSED.
009078 3050-CHECK-FEED-REVERSED-EXIT.
009079     EXIT.
009080
009081******************************************************************
009082* 3060-TEST-REVERSED-ENTRY - TESTS THE CANDIDATE AGAINST ONE     *
009083*                            REVERSED FEED: SAME SOURCE AND FEED *
009084*                            DATE, RUN NO EARLIER THAN THE FEED  *
009085*                            WAS POSTED AND NO LATER THAN IT WAS *
009086*                            REVERSED (A RESEND OF THE FEED      *
009087*                            POSTS AFTER THE REVERSAL).          *
009088******************************************************************
009089 3060-TEST-REVERSED-ENTRY.
009090     IF WS-RVT-SOURCE-SYSTEM (WS-REVERSED-SUB)
009091             = WS-CAND-SOURCE-SYSTEM
009092         AND WS-RVT-FEED-DATE (WS-REVERSED-SUB)
009093             = WS-CAND-FEED-DATE
009094         AND WS-CAND-STAMP
009095             NOT < WS-RVT-POSTED-STAMP (WS-REVERSED-SUB)
009096         AND WS-CAND-RUN-DATE
009097             NOT > WS-RVT-REVERSED-DATE (WS-REVERSED-SUB)
009098         SET CANDIDATE-FEED-REVERSED TO TRUE
009099     END-IF.
009100 3060-TEST-REVERSED-ENTRY-EXIT.
009101     EXIT.
009102
009103******************************************************************
009104* 3100-SELECT-RATE-IN-EFFECT - WALKS THE ACCOUNT'S RATE SCHEDULE *
009105*                              AND KEEPS THE LAST ENTRY WHOSE    *
009106*                              EFFECTIVE DATE IS NOT AFTER THE   *
009110*                              CALCULATION'S RUN DATE, THEN      *
009120*                              RESOLVES ITS AMOUNT BAND - THE    *
009130*                              SAME SELECTION THE CALC STEP      *
009140*                              MAKES, SO AN UNCHANGED RATE       *
009150*                              RE-PRICES TO THE SAME RESULT.     *
009160******************************************************************
009170 3100-SELECT-RATE-IN-EFFECT.
009180     MOVE 'N'  TO WS-RATE-FOUND-SWITCH.
009190     MOVE ZERO TO WS-IN-EFFECT-SUB.
009200
009210     PERFORM 3110-TEST-RATE-ENTRY
009220         THRU 3110-TEST-RATE-ENTRY-EXIT
009230         VARYING WS-RATE-SUB FROM 1 BY 1
009240         UNTIL WS-RATE-SUB > RTM-RATE-COUNT
009250         OR WS-RATE-SUB > 5.
009260
009270     IF RATE-IN-EFFECT-FOUND
009280         PERFORM 3120-RESOLVE-ENTRY-RATE
009290             THRU 3120-RESOLVE-ENTRY-RATE-EXIT
009300     END-IF.
009310 3100-SELECT-RATE-IN-EFFECT-EXIT.
009320     EXIT.
009330
009340******************************************************************
009350* 3110-TEST-RATE-ENTRY - TESTS ONE SCHEDULE ENTRY; A QUALIFYING  *
009360*                        ENTRY OVERWRITES THE SELECTED ENTRY SUB *
009370*                        SO THE LAST ONE IN EFFECT WINS.         *
009380******************************************************************
009390 3110-TEST-RATE-ENTRY.
009400     IF RTM-EFFECTIVE-DATE (WS-RATE-SUB)
009410             NOT > WS-RATE-AS-OF-DATE
009420         MOVE WS-RATE-SUB TO WS-IN-EFFECT-SUB
009430         SET RATE-IN-EFFECT-FOUND TO TRUE
009440     END-IF.
009450 3110-TEST-RATE-ENTRY-EXIT.
009460     EXIT.
009470
009480******************************************************************
009490* 3120-RESOLVE-ENTRY-RATE - RESOLVES THE RATE THE SELECTED       *
009500*                           ENTRY CHARGES FOR THIS NUM1: THE     *
009510*                           FLAT RATE FOR A ZERO BAND COUNT,     *
009520*                           OTHERWISE THE FIRST BAND WHOSE UPPER *
009530*                           LIMIT IS NOT BELOW NUM1, OR THE LAST *
009540*                           BAND ABOVE EVERY LIMIT.              *
009550******************************************************************
009560 3120-RESOLVE-ENTRY-RATE.
009570     IF RTM-BAND-COUNT (WS-IN-EFFECT-SUB) NOT NUMERIC
009580             OR RTM-BAND-COUNT (WS-IN-EFFECT-SUB) = ZERO
009590         MOVE RTM-RATE (WS-IN-EFFECT-SUB) TO WS-SELECTED-RATE
009600         GO TO 3120-RESOLVE-ENTRY-RATE-EXIT
009610     END-IF.
009620
009630     MOVE 'N' TO WS-BAND-FOUND-SWITCH.
009640
009650     PERFORM 3130-TEST-BAND-ENTRY
009660         THRU 3130-TEST-BAND-ENTRY-EXIT
009670         VARYING WS-BAND-SUB FROM 1 BY 1
009680         UNTIL WS-BAND-SUB > RTM-BAND-COUNT (WS-IN-EFFECT-SUB)
009690         OR WS-BAND-SUB > 3
009700         OR BAND-RATE-FOUND.
009710
009720     IF NOT BAND-RATE-FOUND
009730         MOVE RTM-BAND-COUNT (WS-IN-EFFECT-SUB) TO WS-BAND-SUB
009740         IF WS-BAND-SUB > 3
009750             MOVE 3 TO WS-BAND-SUB
009760         END-IF
009770         MOVE RTM-BAND-RATE (WS-IN-EFFECT-SUB WS-BAND-SUB)
009780             TO WS-SELECTED-RATE
009790     END-IF.
009800 3120-RESOLVE-ENTRY-RATE-EXIT.
009810     EXIT.
009820
009830******************************************************************
009840* 3130-TEST-BAND-ENTRY - TESTS ONE AMOUNT BAND; THE FIRST BAND   *
009850*                        WHOSE UPPER LIMIT IS NOT BELOW NUM1     *
009860*                        WINS.                                   *
009870******************************************************************
009880 3130-TEST-BAND-ENTRY.
009890     IF WS-CAND-NUM1
009900             NOT > RTM-BAND-LIMIT (WS-IN-EFFECT-SUB WS-BAND-SUB)
009910         MOVE RTM-BAND-RATE (WS-IN-EFFECT-SUB WS-BAND-SUB)
009920             TO WS-SELECTED-RATE
009930         SET BAND-RATE-FOUND TO TRUE
009940     END-IF.
009950 3130-TEST-BAND-ENTRY-EXIT.
009960     EXIT.
009970
009980******************************************************************
009990* 3200-RECOMPUTE-CALCULATION - RE-PERFORMS THE AUDITED OPERATION *
010000*                              AT THE RESOLVED RATE INTO THE     *
010010*                              EXTENDED-PRECISION NEW RESULT.  A *
010020*                              SPACE OPERATION CODE IS THE       *
010030*                              OLD-RECORD MULTIPLY DEFAULT.      *
010040******************************************************************
010050 3200-RECOMPUTE-CALCULATION.
010060     MOVE 'Y' TO WS-RECOMPUTE-OK-SWITCH.
010070
010080     EVALUATE TRUE
010090         WHEN WS-CAND-OPERATION-CODE = "M" OR SPACE
010100             MULTIPLY WS-CAND-NUM1 BY WS-SELECTED-RATE
010110                 GIVING WS-NEW-RESULT
010120                 ON SIZE ERROR
010130                     MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
010140                     MOVE "OVERFLOWS EXTENDED" TO WS-DTL-STATUS
010150             END-MULTIPLY
010160         WHEN WS-CAND-OPERATION-CODE = "A"
010170             ADD WS-CAND-NUM1 TO WS-SELECTED-RATE
010180                 GIVING WS-NEW-RESULT
010190                 ON SIZE ERROR
010200                     MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
010210                     MOVE "OVERFLOWS EXTENDED" TO WS-DTL-STATUS
010220             END-ADD
010230         WHEN WS-CAND-OPERATION-CODE = "S"
010240             SUBTRACT WS-SELECTED-RATE FROM WS-CAND-NUM1
010250                 GIVING WS-NEW-RESULT
010260                 ON SIZE ERROR
010270                     MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
010280                     MOVE "OVERFLOWS EXTENDED" TO WS-DTL-STATUS
010290             END-SUBTRACT
010300         WHEN WS-CAND-OPERATION-CODE = "D"
010310             IF WS-SELECTED-RATE = ZERO
010320                 MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
010330                 MOVE "DIVIDE BY ZERO" TO WS-DTL-STATUS
010340             ELSE
010350                 DIVIDE WS-CAND-NUM1 BY WS-SELECTED-RATE
010360                     GIVING WS-NEW-RESULT
010370                     ON SIZE ERROR
010380                         MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
010390                         MOVE "OVERFLOWS EXTENDED"
010400                             TO WS-DTL-STATUS
010410                 END-DIVIDE
010420             END-IF
010430         WHEN OTHER
010440             MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
010450             MOVE "BAD OPERATION CODE" TO WS-DTL-STATUS
010460     END-EVALUATE.
010461 3200-RECOMPUTE-CALCULATION-EXIT.
010462     EXIT.
010463
010464******************************************************************
010465* 3250-CONVERT-TO-BASE - RESTATES THE RE-PRICED RESULT OF A      *
010466*                        FOREIGN-CURRENCY CALCULATION IN BASE    *
010467*                        CURRENCY, ROUNDED TO FOUR PLACES AS THE *
010468*                        CALC STEP DOES, AT THE RATE ON ITS AUDIT*
010469*                        OR ARCHIVE RECORD - OR, WHEN IT HAS     *
010470*                        NONE, AT THE RATE ON FILE FOR ITS RUN   *
010471*                        DATE.  A BASE-CURRENCY OR PRE-CURRENCY  *
010472*                        CALCULATION IS LEFT AS IT IS.           *
010473******************************************************************
010474 3250-CONVERT-TO-BASE.
010475     MOVE WS-NEW-RESULT TO WS-NEW-TRANSACTION-RESULT.
010476
010477     IF WS-CAND-CURRENCY-CODE = SPACES
010478             OR WS-CAND-CURRENCY-CODE = WS-BASE-CURRENCY
010479         GO TO 3250-CONVERT-TO-BASE-EXIT
010480     END-IF.
010481
010482     IF WS-CAND-FX-RATE > ZERO
010483         GO TO 3250-CONVERT-AMOUNT
010484     END-IF.
010485
010486     MOVE WS-CAND-CURRENCY-CODE TO FXR-CURRENCY-CODE.
010487     MOVE WS-CAND-RUN-DATE      TO FXR-RATE-DATE.
010488
010489     READ EXCHANGE-RATE-FILE
010490         INVALID KEY
010491             MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
010492             MOVE "NO FX RATE" TO WS-DTL-STATUS
010493             GO TO 3250-CONVERT-TO-BASE-EXIT
010494     END-READ.
010495
010496     MOVE FXR-RATE TO WS-CAND-FX-RATE.
010497
010498 3250-CONVERT-AMOUNT.
010499     COMPUTE WS-NEW-RESULT ROUNDED =
010500         WS-NEW-TRANSACTION-RESULT * WS-CAND-FX-RATE
010501         ON SIZE ERROR
010502             MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
010503             MOVE "BASE OVERFLOWS" TO WS-DTL-STATUS
010504     END-COMPUTE.
010505 3250-CONVERT-TO-BASE-EXIT.
010506     EXIT.
010507
010508******************************************************************
010509* 3300-CHECK-ACCOUNTING-PERIOD - DATES THE ADJUSTMENT IN THE     *
010510*                                ACCOUNTING PERIOD OF THE        *
010511*                                CALCULATION IT CORRECTS (THE    *
010512*                                PERIOD ON ITS AUDIT RECORD, ELSE*
010513*                                ITS FEED DATE'S MONTH, ELSE ITS *
010514*                                RUN DATE'S) AND CHECKS IT       *
010515*                                AGAINST THE PERIOD CONTROL. A   *
010516*                                CLOSED PERIOD LEAVES            *
010517*                                PERIOD-IS-CLOSED SET, UNLESS THE*
010518*                                CONTROL RECORD SAYS ROLL FORWARD*
010519*                                - THEN THE PERIOD MOVES ON TO   *
010520*                                THE NEXT ONE NOT CLOSED.        *
010521******************************************************************
010522 3300-CHECK-ACCOUNTING-PERIOD.
010523     IF WS-CAND-ACCOUNTING-PERIOD > ZERO
010524         MOVE WS-CAND-ACCOUNTING-PERIOD TO WS-ACCOUNTING-PERIOD
010525     ELSE
010526     IF WS-CAND-FEED-DATE NUMERIC
010527             AND WS-CAND-FEED-DATE > ZERO
010528         MOVE WS-CAND-FEED-DATE(1:6)    TO WS-ACCOUNTING-PERIOD
010529     ELSE
010530         MOVE WS-CAND-RUN-DATE(1:6)     TO WS-ACCOUNTING-PERIOD
010531     END-IF END-IF.
010532
010533     PERFORM 3310-FIND-PERIOD-STATUS
010534         THRU 3310-FIND-PERIOD-STATUS-EXIT.
010535
010536     IF NOT PERIOD-IS-CLOSED
010537             OR REJECT-CLOSED-PERIOD
010538         GO TO 3300-CHECK-ACCOUNTING-PERIOD-EXIT
010539     END-IF.
010540
010541     PERFORM 3330-ADVANCE-PERIOD
010542         THRU 3330-ADVANCE-PERIOD-EXIT
010543         UNTIL NOT PERIOD-IS-CLOSED.
010544
010545     ADD 1 TO WS-ROLLED-FORWARD-COUNT.
010546 3300-CHECK-ACCOUNTING-PERIOD-EXIT.
010547     EXIT.
010548
010549******************************************************************
010550* 3310-FIND-PERIOD-STATUS - SCANS THE PERIOD TABLE FOR           *
010551*                           WS-ACCOUNTING-PERIOD AND SETS        *
010552*                           PERIOD-IS-CLOSED WHEN IT IS ON FILE  *
010553*                           CLOSED.                              *
010554******************************************************************
010555 3310-FIND-PERIOD-STATUS.
010556     MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
010557
010558     PERFORM 3320-TEST-PERIOD-ENTRY
010559         THRU 3320-TEST-PERIOD-ENTRY-EXIT
010560         VARYING WS-PERIOD-SUB FROM 1 BY 1
010561         UNTIL WS-PERIOD-SUB > WS-PERIOD-TABLE-COUNT
010562         OR PERIOD-IS-CLOSED.
010563 3310-FIND-PERIOD-STATUS-EXIT.
010564     EXIT.
010565
010566******************************************************************
010567* 3320-TEST-PERIOD-ENTRY - TESTS ONE PERIOD TABLE ENTRY.         *
010568******************************************************************
010569 3320-TEST-PERIOD-ENTRY.
010570     IF WS-PDT-PERIOD (WS-PERIOD-SUB) = WS-ACCOUNTING-PERIOD
010571             AND WS-PDT-STATUS (WS-PERIOD-SUB) = "C"
010572         SET PERIOD-IS-CLOSED TO TRUE
010573     END-IF.
010574 3320-TEST-PERIOD-ENTRY-EXIT.
010575     EXIT.
010576
010577******************************************************************
010578* 3330-ADVANCE-PERIOD - MOVES WS-ACCOUNTING-PERIOD ON ONE MONTH  *
010579*                       AND LOOKS THE NEW PERIOD UP.             *
010580******************************************************************
010581 3330-ADVANCE-PERIOD.
010582     IF WS-ACCOUNTING-MONTH = 12
010583         MOVE 1 TO WS-ACCOUNTING-MONTH
010584         ADD 1  TO WS-ACCOUNTING-YEAR
010585     ELSE
010586         ADD 1  TO WS-ACCOUNTING-MONTH
010587     END-IF.
010588
010589     PERFORM 3310-FIND-PERIOD-STATUS
010590         THRU 3310-FIND-PERIOD-STATUS-EXIT.
010591 3330-ADVANCE-PERIOD-EXIT.
010592     EXIT.
010593
010594******************************************************************
010595* 3500-POST-ADJUSTMENT - POSTS ONE RE-RATE ADJUSTMENT: THE "R"   *
010596*                        AUDIT RECORD, THE GL EXTRACT LINES,     *
010597*                        AND THE REGISTER RECORD, AND ROLLS IT   *
010598*                        INTO THE ACCOUNT AND RUN TOTALS.  THE   *
010599*                        AUDIT RECORD CARRIES THE ADJUSTMENT IN  *
010600*                        THE EXTENDED FIELD AND THE CORRECTED    *
010601*                        RATE IN AUD-NUM2.                       *
010602*                        THE GL LINES ARE A DEBIT AND A CREDIT   *
010603*                        OF THE ADJUSTMENT TO THE MAPPED LEDGER  *
010604*                        ACCOUNTS UNDER THE NEXT JOURNAL LINE    *
010605*                        NUMBER OF THE GROUP.                    *
010606*                        THE ADJUSTMENT IS IN BASE CURRENCY.     *
010607******************************************************************
010608 3500-POST-ADJUSTMENT.
010609     ADD 1 TO WS-RERATED-COUNT.
010610     ADD 1 TO WS-ACT-RERATED-COUNT (WS-ACCOUNT-MATCH-SUB).
010620     ADD WS-OLD-RESULT TO WS-OLD-RESULT-TOTAL.
010630     ADD WS-NEW-RESULT TO WS-NEW-RESULT-TOTAL.
010640     ADD WS-ADJUSTMENT TO WS-ADJUSTMENT-TOTAL.
010650     ADD WS-OLD-RESULT TO WS-ACT-OLD-TOTAL (WS-ACCOUNT-MATCH-SUB).
010660     ADD WS-NEW-RESULT TO WS-ACT-NEW-TOTAL (WS-ACCOUNT-MATCH-SUB).
010670     ADD WS-ADJUSTMENT TO WS-ACT-ADJ-TOTAL (WS-ACCOUNT-MATCH-SUB).
010680
010690     ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
010700
010710     MOVE SPACES                   TO MULTIPLY-AUDIT-RECORD.
010720     MOVE WS-RUN-DATE-YYYYMMDD     TO AUD-RUN-DATE.
010730     MOVE WS-RUN-TIME-HHMMSS       TO AUD-RUN-TIME.
010740     MOVE WS-AUDIT-SEQUENCE-NUMBER TO AUD-SEQUENCE-NUMBER.
010750     MOVE WS-CAND-NUM1             TO AUD-NUM1.
010760     MOVE WS-SELECTED-RATE         TO AUD-NUM2.
010770     MOVE ZEROS                    TO AUD-RESULT.
010780     MOVE WS-CAND-OPERATION-CODE   TO AUD-OPERATION-CODE.
010790     MOVE WS-CAND-ACCOUNT-NUMBER   TO AUD-ACCOUNT-NUMBER.
010800     SET  AUD-RERATE-ADJUSTMENT    TO TRUE.
010810     MOVE WS-ADJUSTMENT            TO AUD-RESULT-EXTENDED.
010820     SET  AUD-RATE-FROM-MASTER     TO TRUE.
010823     MOVE WS-CAND-SOURCE-SYSTEM    TO AUD-SOURCE-SYSTEM.
010825     MOVE WS-CAND-FEED-DATE        TO AUD-FEED-DATE.
010827     MOVE WS-ACCOUNTING-PERIOD     TO AUD-ACCOUNTING-PERIOD.
010828     MOVE WS-BASE-CURRENCY         TO AUD-CURRENCY-CODE.
010829     MOVE 1                        TO AUD-FX-RATE.
010830     MOVE WS-ADJUSTMENT            TO AUD-TRANSACTION-RESULT.
010831     WRITE MULTIPLY-AUDIT-RECORD.
010840
010850     MOVE SPACES                 TO GL-EXTRACT-RECORD.
010860     SET  GLX-DETAIL-RECORD      TO TRUE.
010870     MOVE WS-CAND-ACCOUNT-NUMBER TO GLX-ACCOUNT-NUMBER.
010880     MOVE WS-CAND-OPERATION-CODE TO GLX-OPERATION-CODE.
010890     MOVE WS-ADJUSTMENT          TO GLX-AMOUNT.
010900     MOVE WS-RUN-DATE-YYYYMMDD   TO GLX-POSTING-DATE.
010910     SET  GLX-RERATE-ENTRY       TO TRUE.
010911     ADD 1 TO WS-JOURNAL-PAIR-COUNT.
010912     MOVE WS-JOURNAL-PAIR-COUNT  TO GLX-JOURNAL-LINE.
010913     MOVE WS-GL-COST-CENTER      TO GLX-COST-CENTER.
010914     MOVE WS-ACCOUNTING-PERIOD   TO GLX-ACCOUNTING-PERIOD.
010915
010916     SET  GLX-DEBIT-LINE         TO TRUE.
010917     MOVE WS-GL-DEBIT-LEDGER     TO GLX-LEDGER-ACCOUNT.
010918     WRITE GL-EXTRACT-RECORD.
010919     ADD 1             TO WS-JOURNAL-LINE-COUNT.
010920     ADD WS-ADJUSTMENT TO WS-JOURNAL-DEBIT-TOTAL.
010921
010922     SET  GLX-CREDIT-LINE        TO TRUE.
010923     MOVE WS-GL-CREDIT-LEDGER    TO GLX-LEDGER-ACCOUNT.
010924     WRITE GL-EXTRACT-RECORD.
010925     ADD 1             TO WS-JOURNAL-LINE-COUNT.
010926     ADD WS-ADJUSTMENT TO WS-JOURNAL-CREDIT-TOTAL.
010930
010940     MOVE SPACES                  TO RERATE-HISTORY-RECORD.
010950     MOVE WS-RUN-DATE-YYYYMMDD    TO RRH-RUN-DATE.
010960     MOVE WS-CAND-RUN-DATE        TO RRH-ORIGINAL-RUN-DATE.
010970     MOVE WS-CAND-RUN-TIME        TO RRH-ORIGINAL-RUN-TIME.
010980     MOVE WS-CAND-SEQUENCE-NUMBER TO RRH-ORIGINAL-SEQUENCE.
010990     MOVE WS-CAND-ACCOUNT-NUMBER  TO RRH-ACCOUNT-NUMBER.
011000     MOVE WS-CAND-OPERATION-CODE  TO RRH-OPERATION-CODE.
011010     MOVE WS-OLD-RESULT           TO RRH-OLD-RESULT.
011020     MOVE WS-NEW-RESULT           TO RRH-NEW-RESULT.
011030     MOVE WS-OLD-RATE             TO RRH-OLD-RATE.
011040     MOVE WS-SELECTED-RATE        TO RRH-NEW-RATE.
011050     WRITE RERATE-HISTORY-RECORD.
011060
011070*    A SECOND COPY OF THE SAME CALCULATION LATER IN THE INPUT
011080*    NOW RE-PRICES FROM THE CORRECTED RESULT - UNCHANGED.
011090     PERFORM 1350-POST-REGISTER-ENTRY
011100         THRU 1350-POST-REGISTER-ENTRY-EXIT.
011110     MOVE WS-NEW-RESULT    TO
011120         WS-RGT-RESULT (WS-REGISTER-MATCH-SUB).
011130     MOVE WS-SELECTED-RATE TO
011140         WS-RGT-RATE (WS-REGISTER-MATCH-SUB).
011150
011160     MOVE "RE-RATED" TO WS-DTL-STATUS.
011170     PERFORM 3700-WRITE-DETAIL-LINE
011180         THRU 3700-WRITE-DETAIL-LINE-EXIT.
011190 3500-POST-ADJUSTMENT-EXIT.
011200     EXIT.
011201
011202******************************************************************
011203* 3550-FIND-GL-MAPPING - FINDS THE LEDGER ACCOUNTS THE           *
011204*                        ADJUSTMENT POSTS TO.  OF THE MAPPINGS   *
011205*                        FOR THE OPERATION CODE WHOSE RANGE      *
011206*                        COVERS THE ACCOUNT, THE NARROWEST WINS, *
011207*                        AS IN THE CALC STEP.  THE MAPPING IN    *
011208*                        FORCE TONIGHT IS USED, NOT THE ONE IN   *
011209*                        FORCE WHEN THE CALCULATION FIRST        *
011210*                        POSTED.                                 *
011211******************************************************************
011212 3550-FIND-GL-MAPPING.
011213     IF WS-CAND-OPERATION-CODE = SPACE OR LOW-VALUE
011214         MOVE "M"                    TO WS-GLMAP-OPERATION-CODE
011215     ELSE
011216         MOVE WS-CAND-OPERATION-CODE TO WS-GLMAP-OPERATION-CODE
011217     END-IF.
011218
011219     MOVE 'N' TO WS-GLMAP-FOUND-SWITCH.
011220     MOVE 999999999 TO WS-GLMAP-BEST-SPAN.
011221
011222     PERFORM 3560-TEST-GL-MAPPING
011223         THRU 3560-TEST-GL-MAPPING-EXIT
011224         VARYING WS-GLMAP-SUB FROM 1 BY 1
011225         UNTIL WS-GLMAP-SUB > WS-GLMAP-TABLE-COUNT.
011226 3550-FIND-GL-MAPPING-EXIT.
011227     EXIT.
011228
011229******************************************************************
011230* 3560-TEST-GL-MAPPING - TESTS ONE MAPPING TABLE ENTRY AGAINST   *
011231*                        THE ADJUSTMENT'S OPERATION CODE AND     *
011232*                        ACCOUNT, KEEPING IT IF IT IS THE        *
011233*                        NARROWEST RANGE FOUND SO FAR.           *
011234******************************************************************
011235 3560-TEST-GL-MAPPING.
011236     IF WS-GMT-OPERATION-CODE (WS-GLMAP-SUB)
011237             NOT = WS-GLMAP-OPERATION-CODE
011238         GO TO 3560-TEST-GL-MAPPING-EXIT
011239     END-IF.
011240
011241     IF WS-CAND-ACCOUNT-NUMBER < WS-GMT-RANGE-LOW (WS-GLMAP-SUB)
011242         OR WS-CAND-ACCOUNT-NUMBER
011243             > WS-GMT-RANGE-HIGH (WS-GLMAP-SUB)
011244         GO TO 3560-TEST-GL-MAPPING-EXIT
011245     END-IF.
011246
011247     COMPUTE WS-GLMAP-SPAN = WS-GMT-RANGE-HIGH (WS-GLMAP-SUB)
011248                           - WS-GMT-RANGE-LOW (WS-GLMAP-SUB).
011249
011250     IF GL-MAPPING-FOUND
011251             AND WS-GLMAP-SPAN NOT < WS-GLMAP-BEST-SPAN
011252         GO TO 3560-TEST-GL-MAPPING-EXIT
011253     END-IF.
011254
011255     SET GL-MAPPING-FOUND TO TRUE.
011256     MOVE WS-GLMAP-SPAN TO WS-GLMAP-BEST-SPAN.
011257     MOVE WS-GMT-DEBIT-LEDGER (WS-GLMAP-SUB)
011258         TO WS-GL-DEBIT-LEDGER.
011259     MOVE WS-GMT-CREDIT-LEDGER (WS-GLMAP-SUB)
011260         TO WS-GL-CREDIT-LEDGER.
011261     MOVE WS-GMT-COST-CENTER (WS-GLMAP-SUB)
011262         TO WS-GL-COST-CENTER.
011263 3560-TEST-GL-MAPPING-EXIT.
011264     EXIT.
011265
011266******************************************************************
011267* 3700-WRITE-DETAIL-LINE - PRINTS ONE RE-PRICED (OR UNRESOLVED)  *
011268*                          CALCULATION.  THE CALLER SETS THE     *
011269*                          STATUS FIRST.                         *
011270******************************************************************
011271 3700-WRITE-DETAIL-LINE.
011280     MOVE WS-CAND-ACCOUNT-NUMBER  TO WS-DTL-ACCOUNT.
011290     MOVE WS-CAND-RUN-DATE        TO WS-DTL-ORIG-RUN-DATE.
011300     MOVE WS-CAND-SEQUENCE-NUMBER TO WS-DTL-SEQUENCE.
011310     MOVE WS-CAND-OPERATION-CODE  TO WS-DTL-OPERATION-CODE.
011320     MOVE WS-OLD-RATE             TO WS-DTL-OLD-RATE.
011330     MOVE WS-SELECTED-RATE        TO WS-DTL-NEW-RATE.
011340     MOVE WS-OLD-RESULT           TO WS-DTL-OLD-RESULT.
011350     MOVE WS-NEW-RESULT           TO WS-DTL-NEW-RESULT.
011360     MOVE WS-ADJUSTMENT           TO WS-DTL-ADJUSTMENT.
011370
011380     MOVE ' '            TO RRR-CARRIAGE-CONTROL.
011390     MOVE WS-DETAIL-LINE TO RRR-LINE-IMAGE.
011400     WRITE RERATE-REPORT-RECORD.
011410     ADD 1 TO WS-LINE-COUNT.
011420 3700-WRITE-DETAIL-LINE-EXIT.
011430     EXIT.
011440
011450******************************************************************
011460* 7000-WRITE-ACCOUNT-SUMMARY - PRINTS ONE LINE PER QUEUED        *
011470*                              ACCOUNT WITH ITS RE-RATE TOTALS.  *
011480******************************************************************
011490 7000-WRITE-ACCOUNT-SUMMARY.
011500     MOVE '1'                     TO RRR-CARRIAGE-CONTROL.
011510     MOVE WS-ACCOUNT-HEADING-LINE TO RRR-LINE-IMAGE.
011520     WRITE RERATE-REPORT-RECORD.
011530
011540     PERFORM 7100-WRITE-ACCOUNT-LINE
011550         THRU 7100-WRITE-ACCOUNT-LINE-EXIT
011560         VARYING WS-ACCOUNT-SUB FROM 1 BY 1
011570         UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT.
011580 7000-WRITE-ACCOUNT-SUMMARY-EXIT.
011590     EXIT.
011600
011610******************************************************************
011620* 7100-WRITE-ACCOUNT-LINE - PRINTS ONE ACCOUNT SUMMARY LINE.     *
011630******************************************************************
011640 7100-WRITE-ACCOUNT-LINE.
011650     MOVE WS-ACT-ACCOUNT-NUMBER (WS-ACCOUNT-SUB)
011660         TO WS-ACL-ACCOUNT.
011670     MOVE WS-ACT-EFFECTIVE-DATE (WS-ACCOUNT-SUB)
011680         TO WS-ACL-EFFECTIVE-DATE.
011690     MOVE WS-ACT-RERATED-COUNT (WS-ACCOUNT-SUB)
011700         TO WS-ACL-RERATED.
011710     MOVE WS-ACT-UNRESOLVED-COUNT (WS-ACCOUNT-SUB)
011720         TO WS-ACL-UNRESOLVED.
011730     MOVE WS-ACT-OLD-TOTAL (WS-ACCOUNT-SUB) TO WS-ACL-OLD-TOTAL.
011740     MOVE WS-ACT-NEW-TOTAL (WS-ACCOUNT-SUB) TO WS-ACL-NEW-TOTAL.
011750     MOVE WS-ACT-ADJ-TOTAL (WS-ACCOUNT-SUB) TO WS-ACL-ADJ-TOTAL.
011760
011770     MOVE ' '             TO RRR-CARRIAGE-CONTROL.
011780     MOVE WS-ACCOUNT-LINE TO RRR-LINE-IMAGE.
011790     WRITE RERATE-REPORT-RECORD.
011800 7100-WRITE-ACCOUNT-LINE-EXIT.
011810     EXIT.
011820
011830******************************************************************
011840* 8000-TERMINATE - CLOSES THE ADJUSTMENT GROUP ON THE GL EXTRACT *
011850*                  WITH ITS OWN TRAILER (ONLY WHEN THERE IS ONE, *
011860*                  SO A NIGHT WITH NOTHING TO RE-RATE LEAVES THE *
011870*                  CALC STEP'S TRAILER LAST), WRITES THE ACCOUNT *
011880*                  SUMMARY AND CONTROL TOTALS, CLOSES FILES, AND *
011890*                  SETS THE RETURN CODE.                         *
011900******************************************************************
011910 8000-TERMINATE.
011920     IF WS-RERATED-COUNT > ZERO
011930         MOVE SPACES               TO GL-EXTRACT-RECORD
011940         SET GLX-TRAILER-RECORD    TO TRUE
011950         MOVE WS-JOURNAL-LINE-COUNT TO GLX-TRAILER-RECORD-COUNT
011960         MOVE WS-JOURNAL-DEBIT-TOTAL TO GLX-TRAILER-AMOUNT-TOTAL
011962         MOVE WS-JOURNAL-DEBIT-TOTAL TO GLX-TRAILER-DEBIT-TOTAL
011964         MOVE WS-JOURNAL-CREDIT-TOTAL
011966                                   TO GLX-TRAILER-CREDIT-TOTAL
011970         MOVE WS-RUN-DATE-YYYYMMDD TO GLX-TRAILER-POSTING-DATE
011980         MOVE "R"                  TO GLX-TRAILER-ENTRY-TYPE
011990         WRITE GL-EXTRACT-RECORD
012000     END-IF.
012010
012020     PERFORM 7000-WRITE-ACCOUNT-SUMMARY
012030         THRU 7000-WRITE-ACCOUNT-SUMMARY-EXIT.
012040
012050     MOVE '1'                 TO RRR-CARRIAGE-CONTROL.
012060     MOVE WS-CTL-HEADING-LINE TO RRR-LINE-IMAGE.
012070     WRITE RERATE-REPORT-RECORD.
012080
012090     MOVE "QUEUED RATE CHANGES    :" TO WS-CTL-COUNT-TEXT.
012100     MOVE WS-QUEUE-READ-COUNT        TO WS-CTL-COUNT-VALUE.
012110     PERFORM 8100-WRITE-COUNT-LINE
012120         THRU 8100-WRITE-COUNT-LINE-EXIT.
012130
012140     MOVE "ACCOUNTS QUEUED        :" TO WS-CTL-COUNT-TEXT.
012150     MOVE WS-ACCOUNT-COUNT           TO WS-CTL-COUNT-VALUE.
012160     PERFORM 8100-WRITE-COUNT-LINE
012170         THRU 8100-WRITE-COUNT-LINE-EXIT.
012180
012190     MOVE "ARCHIVE RECORDS READ   :" TO WS-CTL-COUNT-TEXT.
012200     MOVE WS-ARCHIVE-READ-COUNT      TO WS-CTL-COUNT-VALUE.
012210     PERFORM 8100-WRITE-COUNT-LINE
012220         THRU 8100-WRITE-COUNT-LINE-EXIT.
012230
012240     MOVE "AUDIT RECORDS READ     :" TO WS-CTL-COUNT-TEXT.
012250     MOVE WS-PRIOR-READ-COUNT        TO WS-CTL-COUNT-VALUE.
012260     PERFORM 8100-WRITE-COUNT-LINE
012270         THRU 8100-WRITE-COUNT-LINE-EXIT.
012280
012290     MOVE "CALCULATIONS EXAMINED  :" TO WS-CTL-COUNT-TEXT.
012300     MOVE WS-EXAMINED-COUNT          TO WS-CTL-COUNT-VALUE.
012310     PERFORM 8100-WRITE-COUNT-LINE
012320         THRU 8100-WRITE-COUNT-LINE-EXIT.
012330
012340     MOVE "  RE-RATED             :" TO WS-CTL-COUNT-TEXT.
012350     MOVE WS-RERATED-COUNT           TO WS-CTL-COUNT-VALUE.
012360     PERFORM 8100-WRITE-COUNT-LINE
012370         THRU 8100-WRITE-COUNT-LINE-EXIT.
012380
012390     MOVE "  UNCHANGED            :" TO WS-CTL-COUNT-TEXT.
012400     MOVE WS-UNCHANGED-COUNT         TO WS-CTL-COUNT-VALUE.
012410     PERFORM 8100-WRITE-COUNT-LINE
012420         THRU 8100-WRITE-COUNT-LINE-EXIT.
012430
012440     MOVE "  UNRESOLVED           :" TO WS-CTL-COUNT-TEXT.
012450     MOVE WS-UNRESOLVED-COUNT        TO WS-CTL-COUNT-VALUE.
012460     PERFORM 8100-WRITE-COUNT-LINE
012470         THRU 8100-WRITE-COUNT-LINE-EXIT.
012480
012481     MOVE "REVERSED FEED - SKIPPED:" TO WS-CTL-COUNT-TEXT.
012482     MOVE WS-REVERSED-SKIP-COUNT     TO WS-CTL-COUNT-VALUE.
012483     PERFORM 8100-WRITE-COUNT-LINE
012484         THRU 8100-WRITE-COUNT-LINE-EXIT.
012485
012486     MOVE "ROLLED TO OPEN PERIOD  :" TO WS-CTL-COUNT-TEXT.
012487     MOVE WS-ROLLED-FORWARD-COUNT    TO WS-CTL-COUNT-VALUE.
012488     PERFORM 8100-WRITE-COUNT-LINE
012489         THRU 8100-WRITE-COUNT-LINE-EXIT.
012490
012491     MOVE "GL JOURNAL LINES       :" TO WS-CTL-COUNT-TEXT.
012492     MOVE WS-JOURNAL-LINE-COUNT      TO WS-CTL-COUNT-VALUE.
012493     PERFORM 8100-WRITE-COUNT-LINE
012494         THRU 8100-WRITE-COUNT-LINE-EXIT.
012495
012496     MOVE "OLD RESULT TOTAL       :" TO WS-CTL-AMOUNT-TEXT.
012500     MOVE WS-OLD-RESULT-TOTAL        TO WS-CTL-AMOUNT-VALUE.
012510     PERFORM 8200-WRITE-AMOUNT-LINE
012520         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
012530
012540     MOVE "NEW RESULT TOTAL       :" TO WS-CTL-AMOUNT-TEXT.
012550     MOVE WS-NEW-RESULT-TOTAL        TO WS-CTL-AMOUNT-VALUE.
012560     PERFORM 8200-WRITE-AMOUNT-LINE
012570         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
012580
012590     MOVE "NET ADJUSTMENT POSTED  :" TO WS-CTL-AMOUNT-TEXT.
012600     MOVE WS-ADJUSTMENT-TOTAL        TO WS-CTL-AMOUNT-VALUE.
012610     PERFORM 8200-WRITE-AMOUNT-LINE
012620         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
012621
012622     MOVE "GL DEBIT TOTAL         :" TO WS-CTL-AMOUNT-TEXT.
012623     MOVE WS-JOURNAL-DEBIT-TOTAL     TO WS-CTL-AMOUNT-VALUE.
012624     PERFORM 8200-WRITE-AMOUNT-LINE
012625         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
012626
012627     MOVE "GL CREDIT TOTAL        :" TO WS-CTL-AMOUNT-TEXT.
012628     MOVE WS-JOURNAL-CREDIT-TOTAL    TO WS-CTL-AMOUNT-VALUE.
012629     PERFORM 8200-WRITE-AMOUNT-LINE
012630         THRU 8200-WRITE-AMOUNT-LINE-EXIT.
012631
012640     CLOSE RERATE-ARCHIVE-FILE.
012650     CLOSE PRIOR-AUDIT-FILE.
012660     CLOSE RERATE-AUDIT-FILE.
012670     CLOSE RERATE-EXTRACT-FILE.
012680     CLOSE RERATE-REGISTER-FILE.
012690     CLOSE MULTIPLY-RATE-MASTER-FILE.
012700     CLOSE RERATE-REPORT-FILE.
012704     CLOSE EXCHANGE-RATE-FILE.
012710
012720     IF WS-UNRESOLVED-COUNT > ZERO
012730         DISPLAY "MULTRRT - " WS-UNRESOLVED-COUNT
012740             " CALCULATION(S) COULD NOT BE RE-PRICED"
012750         MOVE 4 TO RETURN-CODE
012760     END-IF.
012770
012780     PERFORM 8900-WRITE-RUN-LOG
012790         THRU 8900-WRITE-RUN-LOG-EXIT.
012800 8000-TERMINATE-EXIT.
012810     EXIT.
012820
012830******************************************************************
012840* 8100-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
012850*                         THE CALLER SETS THE TEXT AND VALUE.    *
012860******************************************************************
012870 8100-WRITE-COUNT-LINE.
012880     MOVE ' '               TO RRR-CARRIAGE-CONTROL.
012890     MOVE WS-CTL-COUNT-LINE TO RRR-LINE-IMAGE.
012900     WRITE RERATE-REPORT-RECORD.
012910 8100-WRITE-COUNT-LINE-EXIT.
012920     EXIT.
012930
012940******************************************************************
012950* 8200-WRITE-AMOUNT-LINE - WRITES ONE CONTROL-TOTAL AMOUNT       *
012960*                          LINE.  THE CALLER SETS THE TEXT AND   *
012970*                          VALUE.                                *
012980******************************************************************
012990 8200-WRITE-AMOUNT-LINE.
013000     MOVE ' '                TO RRR-CARRIAGE-CONTROL.
013010     MOVE WS-CTL-AMOUNT-LINE TO RRR-LINE-IMAGE.
013020     WRITE RERATE-REPORT-RECORD.
013030 8200-WRITE-AMOUNT-LINE-EXIT.
013040     EXIT.
013050
013060******************************************************************
013070* 8900-WRITE-RUN-LOG - APPENDS THIS STEP'S STATUS RECORD TO THE  *
013080*                      COMMON NIGHTLY RUN LOG (MULTRUNL) FOR THE *
013090*                      NIGHT SUMMARY STEP (MULTNSM).             *
013100******************************************************************
013110 8900-WRITE-RUN-LOG.
013120     ACCEPT WS-END-DATE-YYYYMMDD FROM DATE YYYYMMDD.
013130     ACCEPT WS-END-TIME-HHMMSS   FROM TIME.
013140
013150     OPEN EXTEND RUN-LOG-FILE.
013160
013170     MOVE SPACES                 TO RUN-LOG-RECORD.
013180     MOVE "MULTRRT"              TO RNL-PROGRAM-ID.
013190     MOVE WS-RUN-DATE-YYYYMMDD   TO RNL-START-DATE.
013200     MOVE WS-RUN-TIME-HHMMSS     TO RNL-START-TIME.
013210     MOVE WS-END-DATE-YYYYMMDD   TO RNL-END-DATE.
013220     MOVE WS-END-TIME-HHMMSS     TO RNL-END-TIME.
013230     MOVE RETURN-CODE            TO RNL-RETURN-CODE.
013240     MOVE WS-RERATED-COUNT       TO RNL-RECORDS-PROCESSED.
013250     MOVE ZERO                   TO RNL-RECORDS-REJECTED.
013260     MOVE WS-UNRESOLVED-COUNT    TO RNL-RECORDS-EXCEPTED.
013270
013280     WRITE RUN-LOG-RECORD.
013290
013300     CLOSE RUN-LOG-FILE.
013310 8900-WRITE-RUN-LOG-EXIT.
013320     EXIT.
013330
013340******************************************************************
013350* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
013360******************************************************************
013370 9999-EXIT.
013380     STOP RUN.
