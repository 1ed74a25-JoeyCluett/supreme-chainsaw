002208*                     POSTING DATE (SEE MULTGLX.CPY) SO THE
002209*                     ACKNOWLEDGMENT MATCHING STEP CAN IDENTIFY
002210*                     A GENERATION IT ALREADY EXAMINED.
002211*   2026-10-15  JAC   THE AUDIT RECORD NOW CARRIES "M" IN
002212*                     AUD-RATE-SOURCE WHEN NUM2 CAME FROM THE
002213*                     RATE MASTER, SO THE RE-RATE STEP (MULTRRT)
002214*                     KNOWS WHICH CALCULATIONS A BACK-DATED RATE
002215*                     CHANGE AFFECTS.
002216*   2026-10-15  JAC   THE AUDIT AND EXCEPTION RECORDS NOW CARRY
002217*                     THE SOURCE SYSTEM AND FEED DATE OF THE
002218*                     BATCH THEY CAME IN ON, AND EACH POSTED-
002219*                     FEED RECORD NOW CARRIES THE BATCH'S
002220*                     PROCESSED COUNT AND CONTROL TOTAL (FLAGGED
002221*                     PARTIAL WHEN A RESTART SKIPPED PART OF THE
002222*                     BATCH), SO THE FEED BACKOUT STEP (MULTBKO)
002223*                     CAN FIND EVERY CALCULATION A FEED PRODUCED
002224*                     AND TIE ITS REVERSAL TO THE NIGHT IT POSTED.
002225*   2026-10-15  JAC   THE GL EXTRACT IS NOW A BALANCED DOUBLE-
002226*                     ENTRY JOURNAL.  EACH CALCULATION POSTS A
002227*                     DEBIT LINE AND A CREDIT LINE TO THE LEDGER
002228*                     ACCOUNTS THE NEW GL ACCOUNT MAPPING
002229*                     (MULTCOA, MAINTAINED BY MULTGLM) GIVES FOR
002230*                     ITS OPERATION CODE AND ACCOUNT, AND THE
002231*                     TRAILER PROVES DEBITS EQUAL CREDITS.  A
002232*                     DETAIL RECORD WITH NO MAPPING IS REJECTED TO
002233*                     SUSPENSE WITH NEW REASON CODE 13.
002234*   2026-10-15  JAC   ACCOUNT LIMITS: A CALCULATION WHOSE RESULT
002235*                     IS OVER THE ACCOUNT'S PER-ITEM LIMIT, OR
002236*                     WOULD TAKE THE ACCOUNT'S RESULTS FOR THE RUN
002237*                     OVER ITS DAILY LIMIT (BOTH ON THE ACCOUNT
002238*                     MASTER, ZERO MEANING NO LIMIT), IS NOW
002239*                     WRITTEN TO THE NEW MULTRFL REFERRAL FILE
002240*                     INSTEAD OF THE AUDIT TRAIL AND GL EXTRACT,
002241*                     FOR THE REFERRAL STEP (MULTRFR) TO HOLD FOR
002242*                     APPROVAL.  AN APPROVED ITEM COMES BACK IN
002243*                     ITS OWN "REFA" BATCH AND IS NOT RE-TESTED.
002244*                     REFERRALS ARE COUNTED ON THE REPORT, THE
002245*                     CHECKPOINT, AND THE RUN LOG, AND A RESTART
002246*                     BACKS MULTRFL OUT LIKE THE OTHER OUTPUTS.
002247*   2026-10-15  JAC   ACCOUNTING PERIOD CONTROL: EVERY DETAIL
002248*                     RECORD IS NOW DATED IN AN ACCOUNTING PERIOD
002249*                     - THE MONTH OF THE MULTPARM AS-OF DATE WHEN
002250*                     ONE IS CODED, ELSE OF ITS BATCH'S FEED DATE
002251*                     - AND THE PERIOD IS CHECKED AGAINST THE NEW
002252*                     PERIOD CONTROL FILE (MULTPER) THAT THE
002253*                     MONTH-END CLOSE (MULTCLS) MAINTAINS. AN
002254*                     ITEM DATED IN A CLOSED PERIOD IS REJECTED
002255*                     WITH NEW REASON CODE 14 OR, WHEN THE
002256*                     CONTROL RECORD SAYS ROLL FORWARD, POSTED TO
002257*                     THE NEXT OPEN PERIOD AND COUNTED ON THE
002258*                     REPORT AND THE CHECKPOINT. THE AUDIT, GL
002259*                     EXTRACT, EXCEPTION, AND REJECT RECORDS NOW
002260*                     CARRY THE PERIOD.
002261*   2026-10-15  JAC   MULTI-CURRENCY: EACH DETAIL RECORD IS NOW
002262*                     CALCULATED IN ITS TRANSACTION CURRENCY -
002263*                     MI-CURRENCY-CODE, ELSE THE ACCOUNT'S
002264*                     ACM-CURRENCY-CODE, ELSE BASE CURRENCY - AND
002265*                     THE RESULT IS CONVERTED TO BASE CURRENCY AT
002266*                     THE RATE ON THE NEW EXCHANGE-RATE FILE
002267*                     (MULTFXR, LOADED BY MULTFXL) FOR THE AS-OF
002268*                     DATE.  AN ITEM WITH NO RATE FOR THAT DATE
002269*                     IS REJECTED WITH NEW REASON CODE 15, AND
002270*                     ONE WHOSE BASE AMOUNT WILL NOT FIT GOES TO
002271*                     THE EXCEPTION FILE.  THE LIMITS, THE GL
002272*                     EXTRACT AND THE CONTROL TOTALS ARE IN BASE
002273*                     CURRENCY; THE AUDIT RECORD KEEPS BOTH
002274*                     AMOUNTS AND THE RATE, AND THE REPORT SHOWS
002275*                     BOTH.
002276******************************************************************
002277 IDENTIFICATION DIVISION.
002278 PROGRAM-ID.     MULTCALC.
002279 AUTHOR.         JOEY CLUETT.
002280 INSTALLATION.   ACCOUNTING SYSTEMS.
002281 DATE-WRITTEN.   01/15/2026.
002282 DATE-COMPILED.
002283
002284 ENVIRONMENT DIVISION.
002285 INPUT-OUTPUT SECTION.
002290 FILE-CONTROL.
002300     SELECT MULTIPLY-CONTROL-FILE ASSIGN TO MULTPARM
002310         ORGANIZATION IS SEQUENTIAL.
002620
002630     SELECT MULTIPLY-EXCEPT-BACKOUT-FILE ASSIGN TO MULTEXCT
002640         ORGANIZATION IS SEQUENTIAL.
002641
002642     SELECT MULTIPLY-REFERRAL-FILE ASSIGN TO MULTRFL
002643         ORGANIZATION IS SEQUENTIAL.
002644
002645     SELECT MULTIPLY-REFERRAL-BACKOUT-FILE ASSIGN TO MULTRFLT
002646         ORGANIZATION IS SEQUENTIAL.
002650
002660     SELECT MULTIPLY-RUN-CONTROL-FILE ASSIGN TO MULTRCTL
002670         ORGANIZATION IS SEQUENTIAL.
002743
002744     SELECT RUN-LOG-FILE        ASSIGN TO MULTRUNL
002745         ORGANIZATION IS SEQUENTIAL.
002746     SELECT GL-ACCOUNT-MAP-FILE ASSIGN TO MULTCOA
002747         ORGANIZATION IS INDEXED
002748         ACCESS MODE IS SEQUENTIAL
002749         RECORD KEY IS GLM-MAP-KEY
002750         FILE STATUS IS WS-GLMAP-FILE-STATUS.
002751
002752     SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO MULTPER
002753         ORGANIZATION IS SEQUENTIAL
002754         FILE STATUS IS WS-PERIOD-FILE-STATUS.
002755
002756     SELECT EXCHANGE-RATE-FILE  ASSIGN TO MULTFXR
002757         ORGANIZATION IS INDEXED
002758         ACCESS MODE IS RANDOM
002759         RECORD KEY IS FXR-KEY
002760         FILE STATUS IS WS-FXRATE-FILE-STATUS.
002761
002762 DATA DIVISION.
002763 FILE SECTION.
002770 FD  MULTIPLY-CONTROL-FILE
002780     RECORDING MODE IS F
002790     LABEL RECORDS ARE STANDARD
003390         ==AUD-EXTENDED-PRECISION==
003400         BY ==AUDB-EXTENDED-PRECISION==
003410         ==AUD-RESULT-EXTENDED==
003411         BY ==AUDB-RESULT-EXTENDED==
003412         ==AUD-RERATE-ADJUSTMENT==
003413         BY ==AUDB-RERATE-ADJUSTMENT==
003414         ==AUD-REVERSAL-ENTRY== BY ==AUDB-REVERSAL-ENTRY==
003415         ==AUD-RESULT-IN-EXTENDED==
003416         BY ==AUDB-RESULT-IN-EXTENDED==
003417         ==AUD-RATE-SOURCE== BY ==AUDB-RATE-SOURCE==
003418         ==AUD-RATE-FROM-MASTER==
003419         BY ==AUDB-RATE-FROM-MASTER==
003420         ==AUD-SOURCE-SYSTEM== BY ==AUDB-SOURCE-SYSTEM==
003422         ==AUD-FEED-DATE== BY ==AUDB-FEED-DATE==
003424         ==AUD-ACCOUNTING-PERIOD==
003425         BY ==AUDB-ACCOUNTING-PERIOD==
003426         ==AUD-CURRENCY-CODE== BY ==AUDB-CURRENCY-CODE==
003427         ==AUD-FX-RATE== BY ==AUDB-FX-RATE==
003428         ==AUD-TRANSACTION-RESULT==
003429         BY ==AUDB-TRANSACTION-RESULT==.
003430
003440 FD  MULTIPLY-EXTRACT-FILE
003450     RECORDING MODE IS F
003680         ==GLX-TRAILER-AMOUNT-TOTAL==
003690         BY ==GLXB-TRAILER-AMOUNT-TOTAL==
003692         ==GLX-TRAILER-POSTING-DATE==
003693         BY ==GLXB-TRAILER-POSTING-DATE==
003694         ==GLX-ENTRY-TYPE== BY ==GLXB-ENTRY-TYPE==
003695         ==GLX-CALCULATION-ENTRY==
003696         BY ==GLXB-CALCULATION-ENTRY==
003697         ==GLX-RERATE-ENTRY== BY ==GLXB-RERATE-ENTRY==
003698         ==GLX-REVERSAL-ENTRY== BY ==GLXB-REVERSAL-ENTRY==
003699         ==GLX-TRAILER-ENTRY-TYPE==
003700         BY ==GLXB-TRAILER-ENTRY-TYPE==
003701         ==GLX-JOURNAL-LINE== BY ==GLXB-JOURNAL-LINE==
003702         ==GLX-DEBIT-CREDIT== BY ==GLXB-DEBIT-CREDIT==
003703         ==GLX-DEBIT-LINE== BY ==GLXB-DEBIT-LINE==
003704         ==GLX-CREDIT-LINE== BY ==GLXB-CREDIT-LINE==
003705         ==GLX-LEDGER-ACCOUNT== BY ==GLXB-LEDGER-ACCOUNT==
003706         ==GLX-COST-CENTER== BY ==GLXB-COST-CENTER==
003707         ==GLX-TRAILER-DEBIT-TOTAL==
003708         BY ==GLXB-TRAILER-DEBIT-TOTAL==
003709         ==GLX-TRAILER-CREDIT-TOTAL==
003710         BY ==GLXB-TRAILER-CREDIT-TOTAL==
003711         ==GLX-ACCOUNTING-PERIOD==
003712         BY ==GLXB-ACCOUNTING-PERIOD==.
003713
003714 FD  MULTIPLY-REJECT-BACKOUT-FILE
003720     RECORDING MODE IS F
003730     LABEL RECORDS ARE STANDARD
003740     BLOCK CONTAINS 0 RECORDS.
003810         ==REJ-REASON-TEXT== BY ==REJB-REASON-TEXT==
003820         ==REJ-ACCOUNT-NUMBER== BY ==REJB-ACCOUNT-NUMBER==
003830         ==REJ-OPERATION-CODE== BY ==REJB-OPERATION-CODE==
003834         ==REJ-RATE-SWITCH== BY ==REJB-RATE-SWITCH==
003838         ==REJ-ACCOUNTING-PERIOD==
003841         BY ==REJB-ACCOUNTING-PERIOD==
003844         ==REJ-CURRENCY-CODE== BY ==REJB-CURRENCY-CODE==.
003850
003860 FD  MULTIPLY-EXCEPT-BACKOUT-FILE
003870     RECORDING MODE IS F
003940         ==EXC-NUM2-RAW== BY ==EXCB-NUM2-RAW==
003950         ==EXC-REASON-TEXT== BY ==EXCB-REASON-TEXT==
003960         ==EXC-OPERATION-CODE== BY ==EXCB-OPERATION-CODE==
003970         ==EXC-ACCOUNT-NUMBER== BY ==EXCB-ACCOUNT-NUMBER==
003973         ==EXC-SOURCE-SYSTEM== BY ==EXCB-SOURCE-SYSTEM==
003974         ==EXC-FEED-DATE== BY ==EXCB-FEED-DATE==
003975         ==EXC-ACCOUNTING-PERIOD==
003976         BY ==EXCB-ACCOUNTING-PERIOD==
003977         ==EXC-CURRENCY-CODE== BY ==EXCB-CURRENCY-CODE==
003978         ==EXC-FX-RATE== BY ==EXCB-FX-RATE==.
003979
003980 FD  MULTIPLY-REFERRAL-FILE
003981     RECORDING MODE IS F
003982     LABEL RECORDS ARE STANDARD
003983     BLOCK CONTAINS 0 RECORDS.
003984     COPY MULTRFL.
003985
003986 FD  MULTIPLY-REFERRAL-BACKOUT-FILE
003987     RECORDING MODE IS F
003988     LABEL RECORDS ARE STANDARD
003989     BLOCK CONTAINS 0 RECORDS.
003990     COPY MULTRFL REPLACING
003991         ==REFERRAL-RECORD== BY ==REFERRAL-BACKOUT-RECORD==
003992         ==RFL-SEQUENCE-NUMBER== BY ==RFLB-SEQUENCE-NUMBER==
003993         ==RFL-DATE-REFERRED== BY ==RFLB-DATE-REFERRED==
003994         ==RFL-REASON-CODE== BY ==RFLB-REASON-CODE==
003995         ==RFL-HIGH-WATER-RECORD== BY ==RFLB-HIGH-WATER-RECORD==
003996         ==RFL-OVER-ITEM-LIMIT== BY ==RFLB-OVER-ITEM-LIMIT==
003997         ==RFL-OVER-DAILY-LIMIT== BY ==RFLB-OVER-DAILY-LIMIT==
003998         ==RFL-NUM1-RAW== BY ==RFLB-NUM1-RAW==
003999         ==RFL-NUM2-RAW== BY ==RFLB-NUM2-RAW==
004000         ==RFL-OPERATION-CODE== BY ==RFLB-OPERATION-CODE==
004001         ==RFL-ACCOUNT-NUMBER== BY ==RFLB-ACCOUNT-NUMBER==
004002         ==RFL-RATE-SWITCH== BY ==RFLB-RATE-SWITCH==
004003         ==RFL-RESULT== BY ==RFLB-RESULT==
004004         ==RFL-LIMIT-AMOUNT== BY ==RFLB-LIMIT-AMOUNT==
004005         ==RFL-SOURCE-SYSTEM== BY ==RFLB-SOURCE-SYSTEM==
004006         ==RFL-FEED-DATE== BY ==RFLB-FEED-DATE==
004007         ==RFL-CURRENCY-CODE== BY ==RFLB-CURRENCY-CODE==.
004008
004009 FD  MULTIPLY-RUN-CONTROL-FILE
004010     RECORDING MODE IS F
004011     LABEL RECORDS ARE STANDARD
004020     BLOCK CONTAINS 0 RECORDS.
004030     COPY MULTRCT.
004040
004104     BLOCK CONTAINS 0 RECORDS.
004105     COPY MULTRNL.
004106
004107 FD  GL-ACCOUNT-MAP-FILE
004108     RECORDING MODE IS F
004109     LABEL RECORDS ARE STANDARD
004110     BLOCK CONTAINS 0 RECORDS.
004111     COPY MULTCOA.
004112
004113 FD  ACCOUNTING-PERIOD-FILE
004114     RECORDING MODE IS F
004115     LABEL RECORDS ARE STANDARD
004116     BLOCK CONTAINS 0 RECORDS.
004117     COPY MULTPER.
004118
004119 FD  EXCHANGE-RATE-FILE
004120     RECORDING MODE IS F
004121     LABEL RECORDS ARE STANDARD
004122     BLOCK CONTAINS 0 RECORDS.
004123     COPY MULTFXR.
004124
004125 WORKING-STORAGE SECTION.
004126 77  WS-MASTER-FILE-STATUS       PIC X(02).
004127 77  WS-ACCTMST-FILE-STATUS      PIC X(02).
004128 77  WS-GLMAP-FILE-STATUS        PIC X(02).
004129 77  WS-PERIOD-FILE-STATUS       PIC X(02).
004130 77  WS-FXRATE-FILE-STATUS       PIC X(02).
004131 77  WS-EOF-SWITCH               PIC X(01)      VALUE 'N'.
004140     88  END-OF-INPUT-FILE                      VALUE 'Y'.
004150
004160 77  WS-CHECKPOINT-EOF-SWITCH    PIC X(01)      VALUE 'N'.
004290
004300 77  WS-EXC-BACKOUT-EOF-SWITCH   PIC X(01)      VALUE 'N'.
004310     88  END-OF-EXC-BACKOUT-FILE                VALUE 'Y'.
004312
004314 77  WS-RFL-BACKOUT-EOF-SWITCH   PIC X(01)      VALUE 'N'.
004316     88  END-OF-RFL-BACKOUT-FILE                VALUE 'Y'.
004320
004330 77  WS-VALID-SWITCH             PIC X(01)      VALUE 'Y'.
004340     88  VALID-INPUT-RECORD                     VALUE 'Y'.
004480 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
004490 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
004500 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
004504 77  WS-REFERRAL-COUNT           PIC 9(07) COMP VALUE ZERO.
004510 77  WS-AUDIT-SEQUENCE-NUMBER    PIC 9(07) COMP VALUE ZERO.
004520 77  WS-RECORDS-PROCESSED        PIC 9(07) COMP VALUE ZERO.
004530 77  WS-CONTROL-TOTAL            PIC S9(09)V9999 VALUE ZEROS.
004620 77  WS-DETAIL-RECORD-COUNT      PIC 9(07) COMP VALUE ZERO.
004630 77  WS-BATCH-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
004640 77  WS-BATCH-HASH-TOTAL         PIC S9(09)V99  VALUE ZEROS.
004641 77  WS-BATCH-PROCESSED-COUNT    PIC 9(07) COMP VALUE ZERO.
004642 77  WS-BATCH-CONTROL-TOTAL      PIC S9(09)V9999 VALUE ZEROS.
004643 77  WS-BATCH-PARTIAL-SWITCH     PIC X(01)      VALUE 'N'.
004644     88  BATCH-TOTALS-PARTIAL                   VALUE 'Y'.
004650 77  WS-CURRENT-SOURCE-SUB       PIC 9(02) COMP VALUE ZERO.
004660 77  WS-SOURCE-SUB               PIC 9(02) COMP VALUE ZERO.
004670 77  WS-SOURCE-MAX-ENTRIES       PIC 9(02) COMP VALUE 10.
004780         10  WS-SRC-RECORDS-PROCESSED PIC 9(07) COMP.
004790         10  WS-SRC-REJECT-COUNT     PIC 9(07) COMP.
004800         10  WS-SRC-EXCEPTION-COUNT  PIC 9(07) COMP.
004804         10  WS-SRC-REFERRAL-COUNT   PIC 9(07) COMP.
004810         10  WS-SRC-CONTROL-TOTAL    PIC S9(09)V9999.
004820
004830 77  WS-FEED-BATCH-SUB           PIC 9(02) COMP VALUE ZERO.
004900         10  WS-FBT-FEED-DATE        PIC 9(08).
004910         10  WS-FBT-RECORD-COUNT     PIC 9(07).
004920         10  WS-FBT-HASH-TOTAL       PIC S9(09)V99.
004922         10  WS-FBT-PROCESSED-COUNT  PIC 9(07).
004924         10  WS-FBT-CONTROL-TOTAL    PIC S9(09)V9999.
004926         10  WS-FBT-TOTALS-FLAG      PIC X(01).
004930
004940 77  WS-LOOKUP-MODE-SWITCH       PIC X(01)      VALUE 'R'.
004950     88  TABLE-LOOKUP-MODE                      VALUE 'T'.
005192 77  WS-BAND-FOUND-SWITCH        PIC X(01)      VALUE 'N'.
005194     88  BAND-RATE-FOUND                        VALUE 'Y'.
005200
005201 77  WS-GLMAP-EOF-SWITCH         PIC X(01)      VALUE 'N'.
005202     88  END-OF-GL-MAPPING                      VALUE 'Y'.
005203 77  WS-GLMAP-FOUND-SWITCH       PIC X(01)      VALUE 'N'.
005204     88  GL-MAPPING-FOUND                       VALUE 'Y'.
005205
005206 77  WS-GLMAP-TABLE-MAX-ENTRIES  PIC 9(05) COMP VALUE 500.
005207 77  WS-GLMAP-SUB                PIC 9(05) COMP VALUE ZERO.
005208 77  WS-GLMAP-OPERATION-CODE     PIC X(01)      VALUE SPACE.
005209 77  WS-GLMAP-SPAN               PIC 9(09)      VALUE ZEROS.
005210 77  WS-GLMAP-BEST-SPAN          PIC 9(09)      VALUE ZEROS.
005211
005212 01  WS-GL-MAPPING-TABLE.
005213     05  WS-GLMAP-TABLE-COUNT    PIC 9(05) COMP VALUE ZERO.
005214     05  WS-GLMAP-TABLE-ENTRY    OCCURS 500 TIMES.
005215         10  WS-GMT-OPERATION-CODE   PIC X(01).
005216         10  WS-GMT-RANGE-LOW        PIC 9(09).
005217         10  WS-GMT-RANGE-HIGH       PIC 9(09).
005218         10  WS-GMT-DEBIT-LEDGER     PIC X(10).
005219         10  WS-GMT-CREDIT-LEDGER    PIC X(10).
005220         10  WS-GMT-COST-CENTER      PIC X(06).
005221
005222 77  WS-GL-DEBIT-LEDGER          PIC X(10)      VALUE SPACES.
005223 77  WS-GL-CREDIT-LEDGER         PIC X(10)      VALUE SPACES.
005224 77  WS-GL-COST-CENTER           PIC X(06)      VALUE SPACES.
005225
005226 77  WS-PERIOD-EOF-SWITCH        PIC X(01)      VALUE 'N'.
005227     88  END-OF-PERIOD-FILE                     VALUE 'Y'.
005228 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01)      VALUE 'N'.
005229     88  PERIOD-IS-CLOSED                       VALUE 'Y'.
005230 77  WS-PERIOD-ROLLED-SWITCH     PIC X(01)      VALUE 'N'.
005231     88  PERIOD-ROLLED-FORWARD                  VALUE 'Y'.
005232 77  WS-CLOSED-PERIOD-ACTION     PIC X(01)      VALUE 'R'.
005233     88  REJECT-CLOSED-PERIOD                   VALUE 'R'.
005234     88  ROLL-FORWARD-CLOSED-PERIOD             VALUE 'F'.
005235
005236 77  WS-PERIOD-TABLE-MAX-ENTRIES PIC 9(03) COMP VALUE 240.
005237 77  WS-PERIOD-SUB               PIC 9(03) COMP VALUE ZERO.
005238 77  WS-ACCOUNTING-DATE          PIC 9(08)      VALUE ZEROS.
005239 77  WS-ITEM-PERIOD              PIC 9(06)      VALUE ZEROS.
005240 77  WS-ROLLED-FORWARD-COUNT     PIC 9(07) COMP VALUE ZERO.
005241
005242 01  WS-ACCOUNTING-PERIOD-WORK.
005243     05  WS-ACCOUNTING-PERIOD    PIC 9(06)      VALUE ZEROS.
005244     05  FILLER REDEFINES WS-ACCOUNTING-PERIOD.
005245         10  WS-ACCOUNTING-YEAR  PIC 9(04).
005246         10  WS-ACCOUNTING-MONTH PIC 9(02).
005247
005248 01  WS-PERIOD-TABLE.
005249     05  WS-PERIOD-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
005250     05  WS-PERIOD-TABLE-ENTRY   OCCURS 240 TIMES.
005251         10  WS-PDT-PERIOD           PIC 9(06).
005252         10  WS-PDT-STATUS           PIC X(01).
005253 77  WS-JOURNAL-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
005254 77  WS-JOURNAL-DEBIT-TOTAL      PIC S9(09)V9999 VALUE ZEROS.
005255 77  WS-JOURNAL-CREDIT-TOTAL     PIC S9(09)V9999 VALUE ZEROS.
005256
005257 77  WS-ACCT-DAILY-LIMIT         PIC 9(09)V99   VALUE ZEROS.
005258 77  WS-ACCT-ITEM-LIMIT          PIC 9(09)V99   VALUE ZEROS.
005259 77  WS-ABSOLUTE-RESULT          PIC 9(04)V9999 VALUE ZEROS.
005260 77  WS-REFERRAL-REASON          PIC 9(02)      VALUE ZEROS.
005261 77  WS-REFERRAL-LIMIT           PIC 9(09)V99   VALUE ZEROS.
005262 77  WS-LIMIT-SWITCH             PIC X(01)      VALUE 'N'.
005263     88  ACCOUNT-LIMIT-BREACHED                 VALUE 'Y'.
005264
005265 77  WS-DAILY-SUB                PIC 9(05) COMP VALUE ZERO.
005266 77  WS-DAILY-TEST-SUB           PIC 9(05) COMP VALUE ZERO.
005267 77  WS-DAILY-ACCOUNT-NUMBER     PIC 9(09)      VALUE ZEROS.
005268 77  WS-DAILY-MAX-ENTRIES        PIC 9(05) COMP VALUE 2000.
005269 77  WS-DAILY-FOUND-SWITCH       PIC X(01)      VALUE 'N'.
005270     88  DAILY-ENTRY-FOUND                      VALUE 'Y'.
005271
005272 01  WS-DAILY-TOTAL-TABLE.
005273     05  WS-DAILY-ENTRY-COUNT    PIC 9(05) COMP VALUE ZERO.
005274     05  WS-DAILY-TOTAL-ENTRY    OCCURS 2000 TIMES.
005275         10  WS-DLY-ACCOUNT-NUMBER   PIC 9(09).
005276         10  WS-DLY-RESULT-TOTAL     PIC 9(09)V9999.
005277
005278 77  WS-BASE-CURRENCY            PIC X(03)      VALUE SPACES.
005279 77  WS-ITEM-CURRENCY            PIC X(03)      VALUE SPACES.
005280 77  WS-FX-RATE                  PIC 9(04)V9(07) VALUE ZEROS.
005281 77  WS-TRANSACTION-RESULT       PIC S9(4)V9999 VALUE ZEROS.
005282 77  WS-BASE-OVERFLOW-SWITCH     PIC X(01)      VALUE 'N'.
005283     88  BASE-AMOUNT-OVERFLOWED                 VALUE 'Y'.
005284 01  WS-HEADING-LINE.
005285     05  FILLER                  PIC X(24) VALUE
005286         "MULTCALC CALCULATION RPT".
005287     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
005288     05  FILLER                  PIC X(02) VALUE ": ".
005289     05  WS-HDG-RUN-DATE         PIC X(10).
005290     05  FILLER                  PIC X(86) VALUE SPACES.
005291
005292 01  WS-COLUMN-HEADING-LINE.
005300     05  FILLER                  PIC X(05) VALUE SPACES.
005310     05  FILLER                  PIC X(10) VALUE "NUM1".
005320     05  FILLER                  PIC X(05) VALUE SPACES.
005350     05  FILLER                  PIC X(12) VALUE "RESULT".
005360     05  FILLER                  PIC X(03) VALUE SPACES.
005370     05  FILLER                  PIC X(02) VALUE "OP".
005373     05  FILLER                  PIC X(03) VALUE SPACES.
005376     05  FILLER                  PIC X(03) VALUE "CCY".
005379     05  FILLER                  PIC X(03) VALUE SPACES.
005382     05  FILLER                  PIC X(11) VALUE "BASE RESULT".
005385     05  FILLER                  PIC X(60) VALUE SPACES.
005390
005400 01  WS-DETAIL-LINE.
005410     05  FILLER                  PIC X(05) VALUE SPACES.
005460     05  WS-DTL-RESULT           PIC ZZZZ9.9999-.
005470     05  FILLER                  PIC X(05) VALUE SPACES.
005480     05  WS-DTL-OPERATION-CODE   PIC X(01).
005483     05  FILLER                  PIC X(03) VALUE SPACES.
005486     05  WS-DTL-CURRENCY-CODE    PIC X(03).
005489     05  FILLER                  PIC X(03) VALUE SPACES.
005492     05  WS-DTL-BASE-RESULT      PIC ZZZZ9.9999-.
005495     05  FILLER                  PIC X(60) VALUE SPACES.
005500
005510 01  WS-TOTAL-LINE.
005520     05  FILLER                  PIC X(05) VALUE SPACES.
005890     05  WS-CTL-RECORDS-EXCEPTION PIC ZZZ,ZZ9.
005900     05  FILLER                  PIC X(95) VALUE SPACES.
005910
005911 01  WS-CTL-REFERRED-LINE.
005912     05  FILLER                  PIC X(05) VALUE SPACES.
005913     05  FILLER                  PIC X(25) VALUE
005914         "RECORDS REFERRED       :".
005915     05  WS-CTL-RECORDS-REFERRED PIC ZZZ,ZZ9.
005916     05  FILLER                  PIC X(95) VALUE SPACES.
005917
005918 01  WS-CTL-ROLLED-LINE.
005919     05  FILLER                  PIC X(05) VALUE SPACES.
005920     05  FILLER                  PIC X(25) VALUE
005921         "ROLLED TO OPEN PERIOD  :".
005922     05  WS-CTL-ROLLED-FORWARD   PIC ZZZ,ZZ9.
005923     05  FILLER                  PIC X(95) VALUE SPACES.
005924 01  WS-CTL-TOTAL-LINE.
005930     05  FILLER                  PIC X(05) VALUE SPACES.
005940     05  FILLER                  PIC X(25) VALUE
005950         "CONTROL TOTAL (RESULT) :".
006030     05  WS-CTL-HDRTRL-COUNT     PIC ZZZ,ZZ9.
006040     05  FILLER                  PIC X(95) VALUE SPACES.
006050
006051 01  WS-CTL-JOURNAL-LINE.
006052     05  FILLER                  PIC X(05) VALUE SPACES.
006053     05  FILLER                  PIC X(25) VALUE
006054         "GL JOURNAL LINES       :".
006055     05  WS-CTL-JOURNAL-LINES    PIC ZZZ,ZZ9.
006056     05  FILLER                  PIC X(95) VALUE SPACES.
006057
006058 01  WS-CTL-DEBIT-LINE.
006059     05  FILLER                  PIC X(05) VALUE SPACES.
006060     05  FILLER                  PIC X(25) VALUE
006061         "GL JOURNAL DEBITS      :".
006062     05  WS-CTL-DEBIT-TOTAL      PIC ZZZ,ZZZ,ZZ9.9999-.
006063     05  FILLER                  PIC X(85) VALUE SPACES.
006064
006065 01  WS-CTL-CREDIT-LINE.
006066     05  FILLER                  PIC X(05) VALUE SPACES.
006067     05  FILLER                  PIC X(25) VALUE
006068         "GL JOURNAL CREDITS     :".
006069     05  WS-CTL-CREDIT-TOTAL     PIC ZZZ,ZZZ,ZZ9.9999-.
006070     05  FILLER                  PIC X(85) VALUE SPACES.
006071 01  WS-CTL-SOURCE-HEAD-LINE.
006072     05  FILLER                  PIC X(05) VALUE SPACES.
006080     05  FILLER                  PIC X(38) VALUE
006090         "*** CONTROL TOTALS BY SOURCE SYSTEM **".
006100     05  FILLER                  PIC X(89) VALUE SPACES.
006160     05  FILLER                  PIC X(09) VALUE "     PROC".
006170     05  FILLER                  PIC X(09) VALUE "      REJ".
006180     05  FILLER                  PIC X(09) VALUE "      EXC".
006184     05  FILLER                  PIC X(09) VALUE "      REF".
006190     05  FILLER                  PIC X(20) VALUE
006200         "       CONTROL TOTAL".
006210     05  FILLER                  PIC X(58) VALUE SPACES.
006220
006230 01  WS-CTL-SOURCE-LINE.
006240     05  FILLER                  PIC X(05) VALUE SPACES.
006310     05  WS-CSL-REJECT-COUNT     PIC ZZZ,ZZ9.
006320     05  FILLER                  PIC X(02) VALUE SPACES.
006330     05  WS-CSL-EXCEPTION-COUNT  PIC ZZZ,ZZ9.
006333     05  FILLER                  PIC X(02) VALUE SPACES.
006336     05  WS-CSL-REFERRAL-COUNT   PIC ZZZ,ZZ9.
006340     05  FILLER                  PIC X(02) VALUE SPACES.
006350     05  WS-CSL-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZ9.9999-.
006360     05  FILLER                  PIC X(59) VALUE SPACES.
006370
006380 PROCEDURE DIVISION.
006390******************************************************************
006560* 1000-INITIALIZE - READS THE CONTROL CARD, OPENS FILES, WRITES *
006570*                   THE REPORT HEADING, SKIPS TO THE RESTART    *
006580*                   POINT IF ONE WAS SUPPLIED, AND PRIMES THE   *
006590*                   READ LOOP.  THE ACCOUNT MASTER IS OPENED    *
006592*                   FIRST SO A RESTART CAN REBUILD EACH          *
006594*                   ACCOUNT'S DAILY RESULTS FROM THE AUDIT       *
006595*                   RECORDS IT KEEPS.  THE BASE CURRENCY IS      *
006596*                   TAKEN FROM THE EXCHANGE-RATE FILE'S CONTROL  *
006597*                   RECORD; A FILE THE RATE LOAD HAS NEVER RUN   *
006598*                   AGAINST STOPS THE RUN.                       *
006600******************************************************************
006610 1000-INITIALIZE.
006620     PERFORM 1050-READ-CONTROL-CARD
006650     OPEN INPUT  MULTIPLY-INPUT-FILE.
006660     OPEN OUTPUT MULTIPLY-REPORT-FILE.
006670
006671     OPEN INPUT  MULTIPLY-ACCOUNT-MASTER-FILE.
006672
006673     IF WS-ACCTMST-FILE-STATUS NOT = "00"
006674         DISPLAY "MULTACM OPEN FAILED - FILE STATUS "
006675             WS-ACCTMST-FILE-STATUS
006676         MOVE 16 TO RETURN-CODE
006677         STOP RUN
006678     END-IF.
006679
006680     IF WS-RESTART-RECORD-NUMBER > ZERO
006690         PERFORM 1120-RESTORE-CHECKPOINT-TOTALS
006700             THRU 1120-RESTORE-CHECKPOINT-TOTALS-EXIT
006760             THRU 1180-BACKOUT-REJECT-FILE-EXIT
006770         PERFORM 1190-BACKOUT-EXCEPT-FILE
006780             THRU 1190-BACKOUT-EXCEPT-FILE-EXIT
006783         PERFORM 1195-BACKOUT-REFERRAL-FILE
006786             THRU 1195-BACKOUT-REFERRAL-FILE-EXIT
006790         OPEN EXTEND MULTIPLY-CHECKPOINT-FILE
006800     ELSE
006810         OPEN OUTPUT MULTIPLY-REJECT-FILE
006830         OPEN OUTPUT MULTIPLY-AUDIT-FILE
006840         OPEN OUTPUT MULTIPLY-EXTRACT-FILE
006850         OPEN OUTPUT MULTIPLY-CHECKPOINT-FILE
006854         OPEN OUTPUT MULTIPLY-REFERRAL-FILE
006860     END-IF.
006870
006880     OPEN INPUT  MULTIPLY-RATE-MASTER-FILE.
006930         MOVE 16 TO RETURN-CODE
006940         STOP RUN
006950     END-IF.
006969
006970     IF TABLE-LOOKUP-MODE
006980         PERFORM 1200-LOAD-RATE-TABLE
006990             THRU 1200-LOAD-RATE-TABLE-EXIT
007000     END-IF.
007010
007011     PERFORM 1250-LOAD-GL-MAPPING-TABLE
007012         THRU 1250-LOAD-GL-MAPPING-TABLE-EXIT.
007013
007014     PERFORM 1270-LOAD-PERIOD-TABLE
007015         THRU 1270-LOAD-PERIOD-TABLE-EXIT.
007016
007017     PERFORM 1290-READ-BASE-CURRENCY
007018         THRU 1290-READ-BASE-CURRENCY-EXIT.
007020     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
007030     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
007040
007940     IF BHR-HEADER
007950         PERFORM 2050-PROCESS-BATCH-HEADER
007960             THRU 2050-PROCESS-BATCH-HEADER-EXIT
007964         SET BATCH-TOTALS-PARTIAL TO TRUE
007970     ELSE
007980     IF BTR-TRAILER
007990         PERFORM 2060-VERIFY-BATCH-TRAILER
008110*                                  FROM THE LAST CHECKPOINT      *
008120*                                  BEFORE MULTAUD IS BACKED OUT  *
008130*                                  TO THAT POINT FOR THIS RUN.   *
008131*                                  THE REFERRAL COUNT IS BLANK ON*
008132*                                  A CHECKPOINT WRITTEN BEFORE   *
008133*                                  LIMITS EXISTED AND IS LEFT    *
008134*                                  ZERO THEN.                    *
008140******************************************************************
008150 1120-RESTORE-CHECKPOINT-TOTALS.
008160     OPEN INPUT MULTIPLY-CHECKPOINT-FILE.
008390             MOVE CKP-EXCEPTION-COUNT   TO WS-EXCEPTION-COUNT
008400             MOVE CKP-AUDIT-SEQUENCE-NUMBER
008410                 TO WS-AUDIT-SEQUENCE-NUMBER
008411             IF CKP-REFERRAL-COUNT NUMERIC
008412                 MOVE CKP-REFERRAL-COUNT TO WS-REFERRAL-COUNT
008413             END-IF
008414             IF CKP-ROLLED-FORWARD-COUNT NUMERIC
008415                 MOVE CKP-ROLLED-FORWARD-COUNT
008416                     TO WS-ROLLED-FORWARD-COUNT
008417             END-IF
008420     END-READ.
008430 1130-READ-CHECKPOINT-RECORD-EXIT.
008440     EXIT.
009000******************************************************************
009010* 1160-COPY-FROM-BACKOUT - COPIES ONE RECORD FROM THE WORK FILE  *
009020*                          BACK INTO A FRESHLY OPENED MULTAUD.   *
009021*                          EACH KEPT CALCULATION ALSO COUNTS     *
009022*                          TOWARD ITS ACCOUNT'S DAILY RESULT     *
009023*                          TOTAL AGAIN, AS IT DID ON THE ABENDED *
009024*                          RUN.                                  *
009030******************************************************************
009040 1160-COPY-FROM-BACKOUT.
009050     READ MULTIPLY-AUDIT-BACKOUT-FILE
009080         NOT AT END
009090             WRITE MULTIPLY-AUDIT-RECORD
009100                 FROM MULTIPLY-AUDIT-BACKOUT-RECORD
009103             PERFORM 1165-RESTORE-DAILY-TOTAL
009106                 THRU 1165-RESTORE-DAILY-TOTAL-EXIT
009110     END-READ.
009120 1160-COPY-FROM-BACKOUT-EXIT.
009130     EXIT.
009131
009132******************************************************************
009133* 1165-RESTORE-DAILY-TOTAL - ADDS ONE KEPT AUDIT RECORD'S RESULT *
009134*                            BACK INTO ITS ACCOUNT'S DAILY TOTAL *
009135*                            WHEN THE ACCOUNT CARRIES A DAILY    *
009136*                            LIMIT, SO A RESTART DOES NOT GIVE   *
009137*                            THE ACCOUNT A FRESH ALLOWANCE.      *
009138******************************************************************
009139 1165-RESTORE-DAILY-TOTAL.
009140     MOVE AUDB-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
009141
009142     READ MULTIPLY-ACCOUNT-MASTER-FILE
009143         INVALID KEY
009144             GO TO 1165-RESTORE-DAILY-TOTAL-EXIT
009145     END-READ.
009146
009147     IF ACM-DAILY-LIMIT NOT NUMERIC OR ACM-DAILY-LIMIT = ZERO
009148         GO TO 1165-RESTORE-DAILY-TOTAL-EXIT
009149     END-IF.
009150
009151     IF AUDB-RESULT < ZERO
009152         COMPUTE WS-ABSOLUTE-RESULT = ZERO - AUDB-RESULT
009153     ELSE
009154         MOVE AUDB-RESULT TO WS-ABSOLUTE-RESULT
009155     END-IF.
009156
009157     MOVE AUDB-ACCOUNT-NUMBER TO WS-DAILY-ACCOUNT-NUMBER.
009158     PERFORM 2255-FIND-DAILY-ENTRY
009159         THRU 2255-FIND-DAILY-ENTRY-EXIT.
009160     ADD WS-ABSOLUTE-RESULT TO WS-DLY-RESULT-TOTAL (WS-DAILY-SUB).
009161 1165-RESTORE-DAILY-TOTAL-EXIT.
009162     EXIT.
009163
009164******************************************************************
009165* 1170-BACKOUT-EXTRACT-FILE - THE GL EXTRACT HAS THE SAME        *
009170*                             RESTART EXPOSURE AS MULTAUD: ANY   *
009180*                             DETAIL RECORD PAST THE LAST        *
009190*                             CHECKPOINT WAS WRITTEN BY THE      *
009260*                             PREFIX TO KEEP.  THE ABENDED RUN   *
009270*                             NEVER REACHED 8000-TERMINATE, SO   *
009280*                             THERE IS NO TRAILER TO DROP.       *
009281*                             EACH RECORD PROCESSED NOW POSTS A  *
009282*                             DEBIT AND A CREDIT LINE OF THE     *
009283*                             SAME AMOUNT, SO THE GOOD PREFIX IS *
009284*                             TWICE THE RECORDS PROCESSED AND    *
009285*                             BOTH JOURNAL TOTALS RESTART AT THE *
009286*                             RESTORED CONTROL TOTAL.            *
009290******************************************************************
009300 1170-BACKOUT-EXTRACT-FILE.
009302     COMPUTE WS-JOURNAL-LINE-COUNT = WS-RECORDS-PROCESSED * 2.
009304     MOVE WS-CONTROL-TOTAL TO WS-JOURNAL-DEBIT-TOTAL.
009306     MOVE WS-CONTROL-TOTAL TO WS-JOURNAL-CREDIT-TOTAL.
009310     OPEN INPUT  MULTIPLY-EXTRACT-FILE.
009320     OPEN OUTPUT MULTIPLY-EXTRACT-BACKOUT-FILE.
009330
009340     PERFORM 1171-COPY-EXTRACT-TO-BACKOUT
009350         THRU 1171-COPY-EXTRACT-TO-BACKOUT-EXIT
009360         VARYING WS-BACKOUT-COUNTER FROM 1 BY 1
009370         UNTIL WS-BACKOUT-COUNTER > WS-JOURNAL-LINE-COUNT.
009380
009390     CLOSE MULTIPLY-EXTRACT-FILE.
009400     CLOSE MULTIPLY-EXTRACT-BACKOUT-FILE.
011150     END-READ.
011160 1192-COPY-EXCEPT-FROM-BACKOUT-EXIT.
011170     EXIT.
011171
011172******************************************************************
011173* 1195-BACKOUT-REFERRAL-FILE - REFERRAL RECORDS ARE WRITTEN ONE  *
011174*                              PER REFERRED INPUT RECORD, IN     *
011175*                              INPUT ORDER, SO THE RESTORED      *
011176*                              REFERRAL COUNT IS THE GOOD PREFIX *
011177*                              TO KEEP, THE SAME AS MULTREJ.     *
011178******************************************************************
011179 1195-BACKOUT-REFERRAL-FILE.
011180     OPEN INPUT  MULTIPLY-REFERRAL-FILE.
011181     OPEN OUTPUT MULTIPLY-REFERRAL-BACKOUT-FILE.
011182
011183     PERFORM 1196-COPY-REFERRAL-TO-BACKOUT
011184         THRU 1196-COPY-REFERRAL-TO-BACKOUT-EXIT
011185         VARYING WS-BACKOUT-COUNTER FROM 1 BY 1
011186         UNTIL WS-BACKOUT-COUNTER > WS-REFERRAL-COUNT.
011187
011188     CLOSE MULTIPLY-REFERRAL-FILE.
011189     CLOSE MULTIPLY-REFERRAL-BACKOUT-FILE.
011190
011191     OPEN INPUT  MULTIPLY-REFERRAL-BACKOUT-FILE.
011192     OPEN OUTPUT MULTIPLY-REFERRAL-FILE.
011193
011194     PERFORM 1197-COPY-REFERRAL-FROM-BACKOUT
011195         THRU 1197-COPY-REFERRAL-FROM-BACKOUT-EXIT
011196         UNTIL END-OF-RFL-BACKOUT-FILE.
011197
011198     CLOSE MULTIPLY-REFERRAL-BACKOUT-FILE.
011199 1195-BACKOUT-REFERRAL-FILE-EXIT.
011200     EXIT.
011201
011202******************************************************************
011203* 1196-COPY-REFERRAL-TO-BACKOUT - COPIES ONE RECORD FROM THE     *
011204*                                 PRIOR RUN'S MULTRFL OUT TO THE *
011205*                                 WORK FILE.                     *
011206******************************************************************
011207 1196-COPY-REFERRAL-TO-BACKOUT.
011208     READ MULTIPLY-REFERRAL-FILE
011209         AT END
011210             CONTINUE
011211         NOT AT END
011212             WRITE REFERRAL-BACKOUT-RECORD
011213                 FROM REFERRAL-RECORD
011214     END-READ.
011215 1196-COPY-REFERRAL-TO-BACKOUT-EXIT.
011216     EXIT.
011217
011218******************************************************************
011219* 1197-COPY-REFERRAL-FROM-BACKOUT - COPIES ONE RECORD FROM THE   *
011220*                                   WORK FILE BACK INTO A        *
011221*                                   FRESHLY OPENED MULTRFL.      *
011222******************************************************************
011223 1197-COPY-REFERRAL-FROM-BACKOUT.
011224     READ MULTIPLY-REFERRAL-BACKOUT-FILE
011225         AT END
011226             SET END-OF-RFL-BACKOUT-FILE TO TRUE
011227         NOT AT END
011228             WRITE REFERRAL-RECORD
011229                 FROM REFERRAL-BACKOUT-RECORD
011230     END-READ.
011231 1197-COPY-REFERRAL-FROM-BACKOUT-EXIT.
011232     EXIT.
011233
011234******************************************************************
011235* 1200-LOAD-RATE-TABLE - HIGH-VOLUME MODE: READS THE WHOLE RATE  *
011236*                        MASTER SEQUENTIALLY (VSAM RETURNS IT    *
011237*                        IN ACCOUNT-NUMBER ORDER) INTO THE       *
011238*                        IN-STORAGE TABLE SO THE PER-RECORD      *
011240*                        LOOKUP IS A BINARY SEARCH INSTEAD OF A  *
011250*                        RANDOM VSAM READ.  A MASTER TOO BIG     *
011260*                        FOR THE TABLE STOPS THE RUN - RERUN IN  *
011630     END-READ.
011640 1210-READ-MASTER-SEQUENTIAL-EXIT.
011650     EXIT.
011651******************************************************************
011652* 1250-LOAD-GL-MAPPING-TABLE - READS THE GL ACCOUNT MAPPING      *
011653*                              (MULTCOA) INTO STORAGE.  THE      *
011654*                              FILE IS SMALL - A HANDFUL OF      *
011655*                              RANGES PER OPERATION CODE - SO    *
011656*                              EVERY RECORD'S LEDGER ACCOUNTS    *
011657*                              ARE RESOLVED BY A TABLE SCAN,     *
011658*                              AND THE FILE IS CLOSED AGAIN      *
011659*                              BEFORE PROCESSING STARTS.         *
011660******************************************************************
011661 1250-LOAD-GL-MAPPING-TABLE.
011662     OPEN INPUT  GL-ACCOUNT-MAP-FILE.
011663
011664     IF WS-GLMAP-FILE-STATUS NOT = "00"
011665         DISPLAY "MULTCOA OPEN FAILED - FILE STATUS "
011666             WS-GLMAP-FILE-STATUS
011667         MOVE 16 TO RETURN-CODE
011668         STOP RUN
011669     END-IF.
011670
011671     PERFORM 1260-READ-GL-MAPPING
011672         THRU 1260-READ-GL-MAPPING-EXIT
011673         UNTIL END-OF-GL-MAPPING.
011674
011675     CLOSE GL-ACCOUNT-MAP-FILE.
011676
011677     DISPLAY "MULTCALC - GL ACCOUNT MAPPING LOADED - "
011678         WS-GLMAP-TABLE-COUNT " MAPPINGS IN STORAGE".
011679 1250-LOAD-GL-MAPPING-TABLE-EXIT.
011680     EXIT.
011681
011682******************************************************************
011683* 1260-READ-GL-MAPPING - READS ONE GL ACCOUNT MAPPING RECORD     *
011684*                        INTO THE NEXT TABLE ENTRY.              *
011685******************************************************************
011686 1260-READ-GL-MAPPING.
011687     READ GL-ACCOUNT-MAP-FILE NEXT RECORD
011688         AT END
011689             SET END-OF-GL-MAPPING TO TRUE
011690         NOT AT END
011691             IF WS-GLMAP-TABLE-COUNT >= WS-GLMAP-TABLE-MAX-ENTRIES
011692                 DISPLAY "MULTCALC - GL ACCOUNT MAPPING EXCEEDS "
011693                     WS-GLMAP-TABLE-MAX-ENTRIES " ENTRIES"
011694                 MOVE 16 TO RETURN-CODE
011695                 STOP RUN
011696             END-IF
011697             ADD 1 TO WS-GLMAP-TABLE-COUNT
011698             MOVE GLM-OPERATION-CODE TO
011699                 WS-GMT-OPERATION-CODE (WS-GLMAP-TABLE-COUNT)
011700             MOVE GLM-RANGE-LOW TO
011701                 WS-GMT-RANGE-LOW (WS-GLMAP-TABLE-COUNT)
011702             MOVE GLM-RANGE-HIGH TO
011703                 WS-GMT-RANGE-HIGH (WS-GLMAP-TABLE-COUNT)
011704             MOVE GLM-DEBIT-LEDGER TO
011705                 WS-GMT-DEBIT-LEDGER (WS-GLMAP-TABLE-COUNT)
011706             MOVE GLM-CREDIT-LEDGER TO
011707                 WS-GMT-CREDIT-LEDGER (WS-GLMAP-TABLE-COUNT)
011708             MOVE GLM-COST-CENTER TO
011709                 WS-GMT-COST-CENTER (WS-GLMAP-TABLE-COUNT)
011710     END-READ.
011711 1260-READ-GL-MAPPING-EXIT.
011712     EXIT.
011713
011714******************************************************************
011715* 1270-LOAD-PERIOD-TABLE - READS THE ACCOUNTING PERIOD CONTROL   *
011716*                          FILE (MULTPER) INTO STORAGE - THE     *
011717*                          CLOSED-PERIOD ACTION FROM THE CONTROL *
011718*                          RECORD AND EVERY PERIOD THE MONTH-END *
011719*                          CLOSE HAS CLOSED OR REOPENED. A PERIOD*
011720*                          NOT ON THE FILE IS OPEN. WITH NO      *
011721*                          CONTROL RECORD, ITEMS DATED IN A      *
011722*                          CLOSED PERIOD ARE REJECTED.           *
011723******************************************************************
011724 1270-LOAD-PERIOD-TABLE.
011725     OPEN INPUT  ACCOUNTING-PERIOD-FILE.
011726
011727     IF WS-PERIOD-FILE-STATUS NOT = "00"
011728         DISPLAY "MULTPER OPEN FAILED - FILE STATUS "
011729             WS-PERIOD-FILE-STATUS
011730         MOVE 16 TO RETURN-CODE
011731         STOP RUN
011732     END-IF.
011733
011734     PERFORM 1280-READ-PERIOD-RECORD
011735         THRU 1280-READ-PERIOD-RECORD-EXIT
011736         UNTIL END-OF-PERIOD-FILE.
011737
011738     CLOSE ACCOUNTING-PERIOD-FILE.
011739
011740     DISPLAY "MULTCALC - PERIOD CONTROL LOADED - "
011741         WS-PERIOD-TABLE-COUNT " PERIODS, CLOSED-PERIOD ACTION "
011742         WS-CLOSED-PERIOD-ACTION.
011743 1270-LOAD-PERIOD-TABLE-EXIT.
011744     EXIT.
011745
011746******************************************************************
011747* 1280-READ-PERIOD-RECORD - READS ONE PERIOD CONTROL RECORD - THE*
011748*                           CONTROL RECORD SETS THE CLOSED-PERIOD*
011749*                           ACTION, A PERIOD RECORD GOES INTO THE*
011750*                           NEXT TABLE ENTRY.                    *
011751******************************************************************
011752 1280-READ-PERIOD-RECORD.
011753     READ ACCOUNTING-PERIOD-FILE
011754         AT END
011755             SET END-OF-PERIOD-FILE TO TRUE
011756         NOT AT END
011757             IF PER-CONTROL-RECORD
011758                 IF PER-ROLL-FORWARD-CLOSED
011759                     SET ROLL-FORWARD-CLOSED-PERIOD TO TRUE
011760                 ELSE
011761                     SET REJECT-CLOSED-PERIOD TO TRUE
011762                 END-IF
011763             ELSE
011764             IF PER-PERIOD-RECORD
011765                 IF WS-PERIOD-TABLE-COUNT
011766                         >= WS-PERIOD-TABLE-MAX-ENTRIES
011767                     DISPLAY "MULTCALC - PERIOD CONTROL EXCEEDS "
011768                         WS-PERIOD-TABLE-MAX-ENTRIES " PERIODS"
011769                     MOVE 16 TO RETURN-CODE
011770                     STOP RUN
011771                 END-IF
011772                 ADD 1 TO WS-PERIOD-TABLE-COUNT
011773                 MOVE PER-PERIOD TO
011774                     WS-PDT-PERIOD (WS-PERIOD-TABLE-COUNT)
011775                 MOVE PER-STATUS TO
011776                     WS-PDT-STATUS (WS-PERIOD-TABLE-COUNT)
011777             END-IF END-IF
011778     END-READ.
011779 1280-READ-PERIOD-RECORD-EXIT.
011780     EXIT.
011781
011782******************************************************************
011783* 1290-READ-BASE-CURRENCY - OPENS THE EXCHANGE-RATE FILE FOR THE *
011784*                           RUN AND READS ITS CONTROL RECORD     *
011785*                           (BLANK CURRENCY, ZERO DATE), WHICH   *
011786*                           CARRIES THE BASE CURRENCY EVERY RATE *
011787*                           ON THE FILE CONVERTS TO.  THE FIRST  *
011788*                           RATE LOAD WRITES IT.                 *
011789******************************************************************
011790 1290-READ-BASE-CURRENCY.
011791     OPEN INPUT  EXCHANGE-RATE-FILE.
011792
011793     IF WS-FXRATE-FILE-STATUS NOT = "00"
011794         DISPLAY "MULTFXR OPEN FAILED - FILE STATUS "
011795             WS-FXRATE-FILE-STATUS
011796         MOVE 16 TO RETURN-CODE
011797         STOP RUN
011798     END-IF.
011799
011800     MOVE SPACES TO FXR-CURRENCY-CODE.
011801     MOVE ZEROS  TO FXR-RATE-DATE.
011802
011803     READ EXCHANGE-RATE-FILE
011804         INVALID KEY
011805             DISPLAY "MULTCALC - NO BASE CURRENCY ON MULTFXR - "
011806                 "RUN MULTFXL FIRST"
011807             MOVE 16 TO RETURN-CODE
011808             STOP RUN
011809     END-READ.
011810
011811     MOVE FXR-BASE-CURRENCY TO WS-BASE-CURRENCY.
011812 1290-READ-BASE-CURRENCY-EXIT.
011813     EXIT.
011814
011815******************************************************************
011816* 2000-PROCESS-RECORDS - VALIDATES ONE PAIR, CALCULATES OR      *
011817*                        REJECTS IT, CHECKPOINTS IF DUE, AND    *
011818*                        READS THE NEXT.                        *
011819******************************************************************
011820 2000-PROCESS-RECORDS.
011821     IF BHR-HEADER
011822         PERFORM 2050-PROCESS-BATCH-HEADER
011823             THRU 2050-PROCESS-BATCH-HEADER-EXIT
011824         GO TO 2000-PROCESS-RECORDS-NEXT
011825     END-IF.
011826
011827     IF BTR-TRAILER
011828         PERFORM 2060-VERIFY-BATCH-TRAILER
011829             THRU 2060-VERIFY-BATCH-TRAILER-EXIT
011830         GO TO 2000-PROCESS-RECORDS-NEXT
011831     END-IF.
011832
011834     MOVE 'N' TO WS-BASE-OVERFLOW-SWITCH.
011840
011844     PERFORM 2080-COUNT-DETAIL-RECORD
011848         THRU 2080-COUNT-DETAIL-RECORD-EXIT.
011852
011856     PERFORM 2260-SET-ACCOUNTING-PERIOD
011860         THRU 2260-SET-ACCOUNTING-PERIOD-EXIT.
011870
011880     PERFORM 2200-VALIDATE-INPUT-RECORD
011890         THRU 2200-VALIDATE-INPUT-RECORD-EXIT.
011896         PERFORM 2220-VALIDATE-ACCOUNT-STATUS
011898             THRU 2220-VALIDATE-ACCOUNT-STATUS-EXIT
011899     END-IF.
011900     IF VALID-INPUT-RECORD
011901         PERFORM 2240-VALIDATE-GL-MAPPING
011902             THRU 2240-VALIDATE-GL-MAPPING-EXIT
011903     END-IF.
011904     IF VALID-INPUT-RECORD
011905         PERFORM 2270-VALIDATE-ACCOUNTING-PERIOD
011906             THRU 2270-VALIDATE-ACCOUNTING-PERIOD-EXIT
011907     END-IF.
011908     IF VALID-INPUT-RECORD
011909         PERFORM 2280-VALIDATE-EXCHANGE-RATE
011910             THRU 2280-VALIDATE-EXCHANGE-RATE-EXIT
011911     END-IF.
011912
011913     IF VALID-INPUT-RECORD
011920         MOVE MI-NUM1 TO NUM1
011930
011940         IF MI-LOOKUP-RATE-FROM-MASTER
012490         WS-SRC-FEED-DATE (WS-CURRENT-SOURCE-SUB).
012500     MOVE ZERO  TO WS-BATCH-DETAIL-COUNT.
012510     MOVE ZEROS TO WS-BATCH-HASH-TOTAL.
012512     MOVE ZERO  TO WS-BATCH-PROCESSED-COUNT.
012514     MOVE ZEROS TO WS-BATCH-CONTROL-TOTAL.
012516     MOVE 'N'   TO WS-BATCH-PARTIAL-SWITCH.
012520 2050-PROCESS-BATCH-HEADER-EXIT.
012530     EXIT.
012540
012890     MOVE ZERO  TO WS-SRC-REJECT-COUNT (WS-CURRENT-SOURCE-SUB).
012900     MOVE ZERO  TO
012910         WS-SRC-EXCEPTION-COUNT (WS-CURRENT-SOURCE-SUB).
012913     MOVE ZERO  TO
012916         WS-SRC-REFERRAL-COUNT (WS-CURRENT-SOURCE-SUB).
012920     MOVE ZEROS TO WS-SRC-CONTROL-TOTAL (WS-CURRENT-SOURCE-SUB).
012930 2055-FIND-SOURCE-ENTRY-EXIT.
012940     EXIT.
013780*                          FIGURES ARE USED SO A RESTART RUN,    *
013790*                          WHICH ONLY COUNTED PART OF THE        *
013800*                          BATCH, STILL RECORDS THE FULL FEED.   *
013801*                          THE BATCH'S PROCESSED COUNT AND       *
013802*                          CONTROL TOTAL ARE KEPT WITH IT,       *
013803*                          FLAGGED PARTIAL WHEN THE HEADER WAS   *
013804*                          PASSED OVER BY A RESTART.             *
013810******************************************************************
013820 2065-RECORD-FEED-BATCH.
013830     IF WS-FEED-BATCH-COUNT >= WS-FEED-BATCH-MAX-ENTRIES
014130         MOVE WS-BATCH-HASH-TOTAL
014140             TO WS-FBT-HASH-TOTAL (WS-FEED-BATCH-COUNT)
014150     END-IF.
014151
014152     MOVE WS-BATCH-PROCESSED-COUNT
014153         TO WS-FBT-PROCESSED-COUNT (WS-FEED-BATCH-COUNT).
014154     MOVE WS-BATCH-CONTROL-TOTAL
014155         TO WS-FBT-CONTROL-TOTAL (WS-FEED-BATCH-COUNT).
014156
014157     IF BATCH-TOTALS-PARTIAL
014158         MOVE "P"   TO WS-FBT-TOTALS-FLAG (WS-FEED-BATCH-COUNT)
014159     ELSE
014160         MOVE SPACE TO WS-FBT-TOTALS-FLAG (WS-FEED-BATCH-COUNT)
014161     END-IF.
014162 2065-RECORD-FEED-BATCH-EXIT.
014170     EXIT.
014180
014190******************************************************************
016080         SET INVALID-INPUT-RECORD TO TRUE
016090     END-IF END-IF END-IF END-IF END-IF END-IF.
016100 2200-VALIDATE-INPUT-RECORD-EXIT.
016109     EXIT.
016110
016111******************************************************************
016112* 2220-VALIDATE-ACCOUNT-STATUS - PROVES THE DETAIL RECORD'S      *
016113*                                ACCOUNT AGAINST THE ACCOUNT     *
016114*                                MASTER.  AN ACCOUNT NOT ON THE  *
016115*                                MASTER (INCLUDING A FAT-FINGERED*
016116*                                NON-NUMERIC ONE, WHICH CAN      *
016117*                                NEVER MATCH A KEY) IS REJECTED  *
016118*                                WITH REASON 10, A CLOSED        *
016119*                                ACCOUNT WITH REASON 11, AND A   *
016120*                                HOLD ACCOUNT WITH REASON 12 -   *
016121*                                THE SUSPENSE SWEEP PICKS THE    *
016122*                                HOLD UP LIKE ANY OTHER REJECT   *
016123*                                UNTIL THE HOLD IS RELEASED.     *
016124*                                AN OPEN ACCOUNT'S DAILY AND     *
016125*                                ITEM LIMITS ARE KEPT FOR THE    *
016126*                                LIMIT CHECK (ZERO IF UNSET).    *
016127******************************************************************
016128 2220-VALIDATE-ACCOUNT-STATUS.
016129     MOVE MI-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
016130
016131     READ MULTIPLY-ACCOUNT-MASTER-FILE
016132         INVALID KEY
016133             MOVE 10                     TO REJ-REASON-CODE
016134             MOVE "ACCOUNT NOT ON ACCOUNT MASTER"
016135                 TO REJ-REASON-TEXT
016136             MOVE MI-ACCOUNT-NUMBER      TO REJ-ACCOUNT-NUMBER
016137             SET INVALID-INPUT-RECORD TO TRUE
016138         NOT INVALID KEY
016139             IF ACM-STATUS-CLOSED
016140                 MOVE 11                 TO REJ-REASON-CODE
016141                 MOVE "ACCOUNT CLOSED"    TO REJ-REASON-TEXT
016142                 MOVE MI-ACCOUNT-NUMBER  TO REJ-ACCOUNT-NUMBER
016143                 SET INVALID-INPUT-RECORD TO TRUE
016144             ELSE
016145             IF ACM-STATUS-HOLD
016146                 MOVE 12                 TO REJ-REASON-CODE
016147                 MOVE "ACCOUNT ON HOLD - SUSPENDED"
016148                     TO REJ-REASON-TEXT
016149                 MOVE MI-ACCOUNT-NUMBER  TO REJ-ACCOUNT-NUMBER
016150                 SET INVALID-INPUT-RECORD TO TRUE
016151             END-IF END-IF
016152     END-READ.
016153
016154     MOVE ZEROS TO WS-ACCT-DAILY-LIMIT.
016155     MOVE ZEROS TO WS-ACCT-ITEM-LIMIT.
016156
016157     IF VALID-INPUT-RECORD
016158         IF ACM-DAILY-LIMIT NUMERIC
016159             MOVE ACM-DAILY-LIMIT TO WS-ACCT-DAILY-LIMIT
016160         END-IF
016161         IF ACM-ITEM-LIMIT NUMERIC
016162             MOVE ACM-ITEM-LIMIT  TO WS-ACCT-ITEM-LIMIT
016163         END-IF
016164     END-IF.
016165 2220-VALIDATE-ACCOUNT-STATUS-EXIT.
016166     EXIT.
016167
016168******************************************************************
016169* 2240-VALIDATE-GL-MAPPING - FINDS THE LEDGER ACCOUNTS THE       *
016170*                            CALCULATION POSTS TO.  OF THE       *
016171*                            MAPPINGS FOR THE OPERATION CODE     *
016172*                            WHOSE RANGE COVERS THE ACCOUNT, THE *
016173*                            NARROWEST WINS, SO AN ACCOUNT-RANGE *
016174*                            MAPPING OVERRIDES THE OPERATION     *
016175*                            CODE'S DEFAULT.  NO MAPPING AT ALL  *
016176*                            REJECTS THE RECORD WITH REASON 13 - *
016177*                            AN UNBALANCED OR UNCODED JOURNAL    *
016178*                            NEVER REACHES THE GL.               *
016179******************************************************************
016180 2240-VALIDATE-GL-MAPPING.
016181     IF MI-OPERATION-MULTIPLY
016182         MOVE "M"               TO WS-GLMAP-OPERATION-CODE
016183     ELSE
016184         MOVE MI-OPERATION-CODE TO WS-GLMAP-OPERATION-CODE
016185     END-IF.
016186
016187     MOVE 'N' TO WS-GLMAP-FOUND-SWITCH.
016188     MOVE 999999999 TO WS-GLMAP-BEST-SPAN.
016189
016190     PERFORM 2245-TEST-GL-MAPPING
016191         THRU 2245-TEST-GL-MAPPING-EXIT
016192         VARYING WS-GLMAP-SUB FROM 1 BY 1
016193         UNTIL WS-GLMAP-SUB > WS-GLMAP-TABLE-COUNT.
016194
016195     IF NOT GL-MAPPING-FOUND
016196         MOVE 13                     TO REJ-REASON-CODE
016197         MOVE "NO GL MAPPING FOR OP/ACCOUNT"
016198             TO REJ-REASON-TEXT
016199         MOVE MI-ACCOUNT-NUMBER      TO REJ-ACCOUNT-NUMBER
016200         SET INVALID-INPUT-RECORD TO TRUE
016201     END-IF.
016202 2240-VALIDATE-GL-MAPPING-EXIT.
016203     EXIT.
016204
016205******************************************************************
016206* 2245-TEST-GL-MAPPING - TESTS ONE MAPPING TABLE ENTRY AGAINST   *
016207*                        THE RECORD'S OPERATION CODE AND         *
016208*                        ACCOUNT, KEEPING IT IF IT IS THE        *
016209*                        NARROWEST RANGE FOUND SO FAR.           *
016210******************************************************************
016211 2245-TEST-GL-MAPPING.
016212     IF WS-GMT-OPERATION-CODE (WS-GLMAP-SUB)
016213             NOT = WS-GLMAP-OPERATION-CODE
016214         GO TO 2245-TEST-GL-MAPPING-EXIT
016215     END-IF.
016216
016217     IF MI-ACCOUNT-NUMBER < WS-GMT-RANGE-LOW (WS-GLMAP-SUB)
016218         OR MI-ACCOUNT-NUMBER > WS-GMT-RANGE-HIGH (WS-GLMAP-SUB)
016219         GO TO 2245-TEST-GL-MAPPING-EXIT
016220     END-IF.
016221
016222     COMPUTE WS-GLMAP-SPAN = WS-GMT-RANGE-HIGH (WS-GLMAP-SUB)
016223                           - WS-GMT-RANGE-LOW (WS-GLMAP-SUB).
016224
016225     IF GL-MAPPING-FOUND
016226             AND WS-GLMAP-SPAN NOT < WS-GLMAP-BEST-SPAN
016227         GO TO 2245-TEST-GL-MAPPING-EXIT
016228     END-IF.
016229
016230     SET GL-MAPPING-FOUND TO TRUE.
016231     MOVE WS-GLMAP-SPAN TO WS-GLMAP-BEST-SPAN.
016232     MOVE WS-GMT-DEBIT-LEDGER (WS-GLMAP-SUB)
016233         TO WS-GL-DEBIT-LEDGER.
016234     MOVE WS-GMT-CREDIT-LEDGER (WS-GLMAP-SUB)
016235         TO WS-GL-CREDIT-LEDGER.
016236     MOVE WS-GMT-COST-CENTER (WS-GLMAP-SUB)
016237         TO WS-GL-COST-CENTER.
016238 2245-TEST-GL-MAPPING-EXIT.
016239     EXIT.
016240
016241******************************************************************
016242* 2250-CHECK-ACCOUNT-LIMITS - TESTS A SUCCESSFUL CALCULATION     *
016243*                             AGAINST THE ACCOUNT'S LIMITS.  A   *
016244*                             RESULT WHOSE SIZE IS OVER THE ITEM *
016245*                             LIMIT, OR WOULD TAKE THE ACCOUNT'S *
016246*                             TOTAL OF RESULT SIZES FOR THE RUN  *
016247*                             OVER THE DAILY LIMIT, IS REFERRED  *
016248*                             (REASON 01 OR 02) AND NOT ADDED TO *
016249*                             THE DAILY TOTAL.  AN ITEM IN A     *
016250*                             "REFA" BATCH WAS ALREADY APPROVED  *
016251*                             THROUGH MULTRFR - IT IS NOT        *
016252*                             RE-TESTED, BUT STILL COUNTS TOWARD *
016253*                             THE DAILY TOTAL.                   *
016254******************************************************************
016255 2250-CHECK-ACCOUNT-LIMITS.
016256     MOVE 'N' TO WS-LIMIT-SWITCH.
016257
016258     IF WS-ACCT-DAILY-LIMIT = ZERO AND WS-ACCT-ITEM-LIMIT = ZERO
016259         GO TO 2250-CHECK-ACCOUNT-LIMITS-EXIT
016260     END-IF.
016261
016262     IF RESULT < ZERO
016263         COMPUTE WS-ABSOLUTE-RESULT = ZERO - RESULT
016264     ELSE
016265         MOVE RESULT TO WS-ABSOLUTE-RESULT
016266     END-IF.
016267
016268     IF WS-ACCT-DAILY-LIMIT > ZERO
016269         MOVE MI-ACCOUNT-NUMBER TO WS-DAILY-ACCOUNT-NUMBER
016270         PERFORM 2255-FIND-DAILY-ENTRY
016271             THRU 2255-FIND-DAILY-ENTRY-EXIT
016272     END-IF.
016273
016274     IF WS-CURRENT-SOURCE-SUB > ZERO
016275             AND WS-SRC-SYSTEM (WS-CURRENT-SOURCE-SUB) = "REFA"
016276         GO TO 2250-ADD-TO-DAILY-TOTAL
016277     END-IF.
016278
016279     IF WS-ACCT-ITEM-LIMIT > ZERO
016280             AND WS-ABSOLUTE-RESULT > WS-ACCT-ITEM-LIMIT
016281         MOVE 01                 TO WS-REFERRAL-REASON
016282         MOVE WS-ACCT-ITEM-LIMIT TO WS-REFERRAL-LIMIT
016283         SET ACCOUNT-LIMIT-BREACHED TO TRUE
016284         GO TO 2250-CHECK-ACCOUNT-LIMITS-EXIT
016285     END-IF.
016286
016287     IF WS-ACCT-DAILY-LIMIT > ZERO
016288             AND WS-DLY-RESULT-TOTAL (WS-DAILY-SUB)
016289               + WS-ABSOLUTE-RESULT > WS-ACCT-DAILY-LIMIT
016290         MOVE 02                  TO WS-REFERRAL-REASON
016291         MOVE WS-ACCT-DAILY-LIMIT TO WS-REFERRAL-LIMIT
016292         SET ACCOUNT-LIMIT-BREACHED TO TRUE
016293         GO TO 2250-CHECK-ACCOUNT-LIMITS-EXIT
016294     END-IF.
016295
016296 2250-ADD-TO-DAILY-TOTAL.
016297     IF WS-ACCT-DAILY-LIMIT > ZERO
016298         ADD WS-ABSOLUTE-RESULT
016299             TO WS-DLY-RESULT-TOTAL (WS-DAILY-SUB)
016300     END-IF.
016301 2250-CHECK-ACCOUNT-LIMITS-EXIT.
016302     EXIT.
016303
016304******************************************************************
016305* 2255-FIND-DAILY-ENTRY - LOCATES THE DAILY-TOTAL ENTRY FOR THE  *
016306*                         ACCOUNT IN WS-DAILY-ACCOUNT-NUMBER,    *
016307*                         ADDING A ZERO ONE FOR AN ACCOUNT NOT   *
016308*                         SEEN YET THIS RUN.  ONLY ACCOUNTS WITH *
016309*                         A DAILY LIMIT TAKE AN ENTRY, SO THE    *
016310*                         TABLE IS SIZED FOR THOSE ALONE; A FULL *
016311*                         TABLE STOPS THE RUN.                   *
016312******************************************************************
016313 2255-FIND-DAILY-ENTRY.
016314     MOVE 'N' TO WS-DAILY-FOUND-SWITCH.
016315     PERFORM 2256-TEST-DAILY-ENTRY
016316         THRU 2256-TEST-DAILY-ENTRY-EXIT
016317         VARYING WS-DAILY-TEST-SUB FROM 1 BY 1
016318         UNTIL WS-DAILY-TEST-SUB > WS-DAILY-ENTRY-COUNT
016319         OR DAILY-ENTRY-FOUND.
016320
016321     IF DAILY-ENTRY-FOUND
016322         GO TO 2255-FIND-DAILY-ENTRY-EXIT
016323     END-IF.
016324
016325     IF WS-DAILY-ENTRY-COUNT >= WS-DAILY-MAX-ENTRIES
016326         DISPLAY "MULTCALC - MORE THAN " WS-DAILY-MAX-ENTRIES
016327             " ACCOUNTS WITH A DAILY LIMIT IN ONE RUN"
016328         MOVE 16 TO RETURN-CODE
016329         STOP RUN
016330     END-IF.
016331
016332     ADD 1 TO WS-DAILY-ENTRY-COUNT.
016333     MOVE WS-DAILY-ENTRY-COUNT TO WS-DAILY-SUB.
016334     MOVE WS-DAILY-ACCOUNT-NUMBER
016335         TO WS-DLY-ACCOUNT-NUMBER (WS-DAILY-SUB).
016336     MOVE ZEROS TO WS-DLY-RESULT-TOTAL (WS-DAILY-SUB).
016337 2255-FIND-DAILY-ENTRY-EXIT.
016338     EXIT.
016339
016340******************************************************************
016341* 2256-TEST-DAILY-ENTRY - TESTS ONE DAILY-TOTAL ENTRY FOR THE    *
016342*                         ACCOUNT BEING LOOKED FOR.              *
016343******************************************************************
016344 2256-TEST-DAILY-ENTRY.
016345     IF WS-DLY-ACCOUNT-NUMBER (WS-DAILY-TEST-SUB)
016346             = WS-DAILY-ACCOUNT-NUMBER
016347         MOVE WS-DAILY-TEST-SUB TO WS-DAILY-SUB
016348         SET DAILY-ENTRY-FOUND TO TRUE
016349     END-IF.
016350 2256-TEST-DAILY-ENTRY-EXIT.
016351     EXIT.
016352
016353******************************************************************
016354* 2260-SET-ACCOUNTING-PERIOD - DATES THE DETAIL RECORD IN AN     *
016355*                              ACCOUNTING PERIOD (YYYYMM): THE   *
016356*                              MONTH OF THE MULTPARM AS-OF DATE  *
016357*                              WHEN ONE IS CODED (A RERUN OF AN  *
016358*                              OLD INPUT GENERATION BELONGS TO   *
016359*                              THE PERIOD IT WAS ORIGINALLY FOR),*
016360*                              ELSE OF THE FEED DATE ON ITS BATCH*
016361*                              HEADER (SO A LATE FEED BELONGS TO *
016362*                              THE PERIOD IT WAS FOR), ELSE OF   *
016363*                              THE RUN DATE. EVERY RECORD IS     *
016364*                              DATED, SO A REJECT CARRIES ITS    *
016365*                              PERIOD TO SUSPENSE.               *
016366******************************************************************
016367 2260-SET-ACCOUNTING-PERIOD.
016368     IF WS-PARM-AS-OF-DATE > ZERO
016369         MOVE WS-PARM-AS-OF-DATE   TO WS-ACCOUNTING-DATE
016370     ELSE
016371     IF WS-CURRENT-SOURCE-SUB > ZERO
016372             AND WS-SRC-FEED-DATE (WS-CURRENT-SOURCE-SUB) NUMERIC
016373             AND WS-SRC-FEED-DATE (WS-CURRENT-SOURCE-SUB) > ZERO
016374         MOVE WS-SRC-FEED-DATE (WS-CURRENT-SOURCE-SUB)
016375             TO WS-ACCOUNTING-DATE
016376     ELSE
016377         MOVE WS-RUN-DATE-YYYYMMDD TO WS-ACCOUNTING-DATE
016378     END-IF END-IF.
016379
016380     MOVE WS-ACCOUNTING-DATE(1:6) TO WS-ACCOUNTING-PERIOD.
016381     MOVE WS-ACCOUNTING-PERIOD    TO WS-ITEM-PERIOD.
016382     MOVE 'N' TO WS-PERIOD-ROLLED-SWITCH.
016383 2260-SET-ACCOUNTING-PERIOD-EXIT.
016384     EXIT.
016385
016386******************************************************************
016387* 2270-VALIDATE-ACCOUNTING-PERIOD - CHECKS THE RECORD'S PERIOD   *
016388*                                   AGAINST THE PERIOD CONTROL.  *
016389*                                   AN OPEN PERIOD POSTS AS IS. A*
016390*                                   CLOSED ONE REJECTS THE RECORD*
016391*                                   WITH REASON 14, OR, WHEN THE *
016392*                                   CONTROL RECORD SAYS ROLL     *
016393*                                   FORWARD, MOVES IT TO THE NEXT*
016394*                                   PERIOD THAT IS NOT CLOSED -  *
016395*                                   NOTHING EVER POSTS INTO A    *
016396*                                   PERIOD FINANCE HAS CLOSED.   *
016397******************************************************************
016398 2270-VALIDATE-ACCOUNTING-PERIOD.
016399     PERFORM 2275-FIND-PERIOD-STATUS
016400         THRU 2275-FIND-PERIOD-STATUS-EXIT.
016401
016402     IF NOT PERIOD-IS-CLOSED
016403         GO TO 2270-VALIDATE-ACCOUNTING-PERIOD-EXIT
016404     END-IF.
016405
016406     IF REJECT-CLOSED-PERIOD
016407         MOVE 14                     TO REJ-REASON-CODE
016408         MOVE "ACCOUNTING PERIOD CLOSED"
016409             TO REJ-REASON-TEXT
016410         MOVE MI-ACCOUNT-NUMBER      TO REJ-ACCOUNT-NUMBER
016411         SET INVALID-INPUT-RECORD TO TRUE
016412         GO TO 2270-VALIDATE-ACCOUNTING-PERIOD-EXIT
016413     END-IF.
016414
016415     PERFORM 2278-ADVANCE-PERIOD
016416         THRU 2278-ADVANCE-PERIOD-EXIT
016417         UNTIL NOT PERIOD-IS-CLOSED.
016418
016419     SET PERIOD-ROLLED-FORWARD TO TRUE.
016420 2270-VALIDATE-ACCOUNTING-PERIOD-EXIT.
016421     EXIT.
016422
016423******************************************************************
016424* 2275-FIND-PERIOD-STATUS - SCANS THE PERIOD TABLE FOR           *
016425*                           WS-ACCOUNTING-PERIOD AND SETS        *
016426*                           PERIOD-IS-CLOSED WHEN IT IS ON FILE  *
016427*                           CLOSED.                              *
016428******************************************************************
016429 2275-FIND-PERIOD-STATUS.
016430     MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
016431
016432     PERFORM 2276-TEST-PERIOD-ENTRY
016433         THRU 2276-TEST-PERIOD-ENTRY-EXIT
016434         VARYING WS-PERIOD-SUB FROM 1 BY 1
016435         UNTIL WS-PERIOD-SUB > WS-PERIOD-TABLE-COUNT
016436         OR PERIOD-IS-CLOSED.
016437 2275-FIND-PERIOD-STATUS-EXIT.
016438     EXIT.
016439
016440******************************************************************
016441* 2276-TEST-PERIOD-ENTRY - TESTS ONE PERIOD TABLE ENTRY.         *
016442******************************************************************
016443 2276-TEST-PERIOD-ENTRY.
016444     IF WS-PDT-PERIOD (WS-PERIOD-SUB) = WS-ACCOUNTING-PERIOD
016445             AND WS-PDT-STATUS (WS-PERIOD-SUB) = "C"
016446         SET PERIOD-IS-CLOSED TO TRUE
016447     END-IF.
016448 2276-TEST-PERIOD-ENTRY-EXIT.
016449     EXIT.
016450
016451******************************************************************
016452* 2278-ADVANCE-PERIOD - MOVES WS-ACCOUNTING-PERIOD ON ONE MONTH  *
016453*                       AND LOOKS THE NEW PERIOD UP.             *
016454******************************************************************
016455 2278-ADVANCE-PERIOD.
016456     IF WS-ACCOUNTING-MONTH = 12
016457         MOVE 1 TO WS-ACCOUNTING-MONTH
016458         ADD 1  TO WS-ACCOUNTING-YEAR
016459     ELSE
016460         ADD 1  TO WS-ACCOUNTING-MONTH
016461     END-IF.
016462
016463     PERFORM 2275-FIND-PERIOD-STATUS
016464         THRU 2275-FIND-PERIOD-STATUS-EXIT.
016465 2278-ADVANCE-PERIOD-EXIT.
016466     EXIT.
016467
016468******************************************************************
016469* 2280-VALIDATE-EXCHANGE-RATE - SETTLES THE ITEM'S TRANSACTION   *
016470*                               CURRENCY - THE CODE ON THE       *
016471*                               RECORD, ELSE THE ACCOUNT'S OWN   *
016472*                               CURRENCY FROM THE ACCOUNT MASTER,*
016473*                               ELSE BASE CURRENCY - AND ITS RATE*
016474*                               TO BASE CURRENCY.  A             *
016475*                               BASE-CURRENCY ITEM TAKES RATE 1. *
016476*                               A FOREIGN ONE TAKES THE RATE ON  *
016477*                               FILE FOR THE AS-OF DATE EXACTLY; *
016478*                               NONE REJECTS IT WITH REASON 15.  *
016479******************************************************************
016480 2280-VALIDATE-EXCHANGE-RATE.
016481     MOVE 1 TO WS-FX-RATE.
016482
016483     IF MI-CURRENCY-NOT-GIVEN
016484         IF ACM-CURRENCY-CODE = SPACES
016485                 OR ACM-CURRENCY-CODE = LOW-VALUES
016486             MOVE WS-BASE-CURRENCY  TO WS-ITEM-CURRENCY
016487         ELSE
016488             MOVE ACM-CURRENCY-CODE TO WS-ITEM-CURRENCY
016489         END-IF
016490     ELSE
016491         MOVE MI-CURRENCY-CODE      TO WS-ITEM-CURRENCY
016492     END-IF.
016493
016494     IF WS-ITEM-CURRENCY = WS-BASE-CURRENCY
016495         GO TO 2280-VALIDATE-EXCHANGE-RATE-EXIT
016496     END-IF.
016497
016498     MOVE WS-ITEM-CURRENCY   TO FXR-CURRENCY-CODE.
016499     MOVE WS-RATE-AS-OF-DATE TO FXR-RATE-DATE.
016500
016501     READ EXCHANGE-RATE-FILE
016502         INVALID KEY
016503             MOVE 15                     TO REJ-REASON-CODE
016504             MOVE "NO FX RATE FOR AS-OF DATE"
016505                 TO REJ-REASON-TEXT
016506             MOVE MI-ACCOUNT-NUMBER      TO REJ-ACCOUNT-NUMBER
016507             SET INVALID-INPUT-RECORD TO TRUE
016508         NOT INVALID KEY
016509             MOVE FXR-RATE               TO WS-FX-RATE
016510     END-READ.
016511 2280-VALIDATE-EXCHANGE-RATE-EXIT.
016512     EXIT.
016513
016514******************************************************************
016515* 2300-CALCULATE-MULTIPLY - MULTIPLIES NUM1 BY NUM2.            *
016516******************************************************************
016517 2300-CALCULATE-MULTIPLY.
016518     MULTIPLY NUM1 BY NUM2 GIVING RESULT
016519         ON SIZE ERROR
016520             PERFORM 2800-WRITE-EXCEPTION-RECORD
016521                 THRU 2800-WRITE-EXCEPTION-RECORD-EXIT
016522         NOT ON SIZE ERROR
016523             PERFORM 2400-POST-CALCULATION
016524                 THRU 2400-POST-CALCULATION-EXIT
016525     END-MULTIPLY.
016526 2300-CALCULATE-MULTIPLY-EXIT.
016527     EXIT.
016528
016529******************************************************************
016530* 2310-CALCULATE-ADD - ADDS NUM1 AND NUM2.                      *
016531******************************************************************
016532 2310-CALCULATE-ADD.
016533     ADD NUM1 TO NUM2 GIVING RESULT
016534         ON SIZE ERROR
016535             PERFORM 2800-WRITE-EXCEPTION-RECORD
016536                 THRU 2800-WRITE-EXCEPTION-RECORD-EXIT
016537         NOT ON SIZE ERROR
016538             PERFORM 2400-POST-CALCULATION
016539                 THRU 2400-POST-CALCULATION-EXIT
016540     END-ADD.
016541 2310-CALCULATE-ADD-EXIT.
016542     EXIT.
016543
016544******************************************************************
016545* 2320-CALCULATE-SUBTRACT - SUBTRACTS NUM2 FROM NUM1.           *
016546******************************************************************
016547 2320-CALCULATE-SUBTRACT.
016550     SUBTRACT NUM2 FROM NUM1 GIVING RESULT
016560         ON SIZE ERROR
016570             PERFORM 2800-WRITE-EXCEPTION-RECORD
016580                 THRU 2800-WRITE-EXCEPTION-RECORD-EXIT
016590         NOT ON SIZE ERROR
016600             PERFORM 2400-POST-CALCULATION
016610                 THRU 2400-POST-CALCULATION-EXIT
016620     END-SUBTRACT.
016670 2320-CALCULATE-SUBTRACT-EXIT.
016680     EXIT.
016690
016840                 PERFORM 2800-WRITE-EXCEPTION-RECORD
016850                     THRU 2800-WRITE-EXCEPTION-RECORD-EXIT
016860             NOT ON SIZE ERROR
016870                 PERFORM 2400-POST-CALCULATION
016880                     THRU 2400-POST-CALCULATION-EXIT
016890         END-DIVIDE
016940     END-IF.
016941 2330-CALCULATE-DIVIDE-EXIT.
016942     EXIT.
016943
016944******************************************************************
016945* 2400-POST-CALCULATION - POSTS A SUCCESSFUL CALCULATION TO THE  *
016946*                         REPORT, AUDIT TRAIL, AND GL EXTRACT,   *
016947*                         UNLESS IT BREACHES AN ACCOUNT LIMIT,   *
016948*                         IN WHICH CASE IT GOES TO THE REFERRAL  *
016949*                         FILE INSTEAD AND POSTS NOTHING UNTIL   *
016950*                         IT IS APPROVED.  THE RESULT IS FIRST   *
016951*                         CONVERTED TO BASE CURRENCY, SO ALL OF  *
016952*                         THESE SEE THE BASE AMOUNT; ONE TOO     *
016953*                         LARGE TO HOLD GOES TO THE EXCEPTION    *
016954*                         FILE INSTEAD.                          *
016955******************************************************************
016956 2400-POST-CALCULATION.
016957     PERFORM 2410-CONVERT-TO-BASE
016958         THRU 2410-CONVERT-TO-BASE-EXIT.
016959
016960     IF BASE-AMOUNT-OVERFLOWED
016961         PERFORM 2800-WRITE-EXCEPTION-RECORD
016962             THRU 2800-WRITE-EXCEPTION-RECORD-EXIT
016963         GO TO 2400-POST-CALCULATION-EXIT
016964     END-IF.
016965
016966     PERFORM 2250-CHECK-ACCOUNT-LIMITS
016967         THRU 2250-CHECK-ACCOUNT-LIMITS-EXIT.
016968
016969     IF ACCOUNT-LIMIT-BREACHED
016970         PERFORM 2750-WRITE-REFERRAL-RECORD
016971             THRU 2750-WRITE-REFERRAL-RECORD-EXIT
016972         GO TO 2400-POST-CALCULATION-EXIT
016973     END-IF.
016974
016975     PERFORM 2600-WRITE-DETAIL-LINE
016976         THRU 2600-WRITE-DETAIL-LINE-EXIT.
016977     PERFORM 2650-WRITE-AUDIT-RECORD
016978         THRU 2650-WRITE-AUDIT-RECORD-EXIT.
016979     PERFORM 2660-WRITE-EXTRACT-RECORD
016980         THRU 2660-WRITE-EXTRACT-RECORD-EXIT.
016981 2400-POST-CALCULATION-EXIT.
016982     EXIT.
016983
016984******************************************************************
016985* 2410-CONVERT-TO-BASE - KEEPS THE RESULT IN TRANSACTION CURRENCY*
016986*                        FOR THE AUDIT RECORD AND REPORT, THEN   *
016987*                        RESTATES RESULT IN BASE CURRENCY AT THE *
016988*                        ITEM'S RATE, ROUNDED TO FOUR PLACES.  A *
016989*                        BASE-CURRENCY ITEM IS LEFT AS IT IS.    *
016990******************************************************************
016991 2410-CONVERT-TO-BASE.
016992     MOVE 'N'    TO WS-BASE-OVERFLOW-SWITCH.
016993     MOVE RESULT TO WS-TRANSACTION-RESULT.
016994
016995     IF WS-ITEM-CURRENCY = WS-BASE-CURRENCY
016996         GO TO 2410-CONVERT-TO-BASE-EXIT
016997     END-IF.
016998
016999     COMPUTE RESULT ROUNDED = WS-TRANSACTION-RESULT * WS-FX-RATE
017000         ON SIZE ERROR
017001             SET BASE-AMOUNT-OVERFLOWED TO TRUE
017002     END-COMPUTE.
017003 2410-CONVERT-TO-BASE-EXIT.
017004     EXIT.
017005
017006******************************************************************
017007* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING AND   *
017008*                             THE COLUMN HEADER LINE.           *
017010******************************************************************
017020 2500-WRITE-REPORT-HEADING.
017030     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
017240 2600-WRITE-DETAIL-LINE.
017250     MOVE NUM1             TO WS-DTL-NUM1.
017260     MOVE NUM2             TO WS-DTL-NUM2.
017270     MOVE WS-TRANSACTION-RESULT TO WS-DTL-RESULT.
017280     MOVE MI-OPERATION-CODE TO WS-DTL-OPERATION-CODE.
017283     MOVE WS-ITEM-CURRENCY TO WS-DTL-CURRENCY-CODE.
017286     MOVE RESULT           TO WS-DTL-BASE-RESULT.
017290
017300     MOVE ' '             TO RPT-CARRIAGE-CONTROL.
017310     MOVE WS-DETAIL-LINE  TO RPT-LINE-IMAGE.
017490         ADD RESULT TO
017500             WS-SRC-CONTROL-TOTAL (WS-CURRENT-SOURCE-SUB)
017510     END-IF.
017512
017513     ADD 1      TO WS-BATCH-PROCESSED-COUNT.
017514     ADD RESULT TO WS-BATCH-CONTROL-TOTAL.
017515
017516     IF PERIOD-ROLLED-FORWARD
017517         ADD 1 TO WS-ROLLED-FORWARD-COUNT
017518     END-IF.
017520
017530     MOVE WS-RUN-DATE-YYYYMMDD     TO AUD-RUN-DATE.
017540     MOVE WS-RUN-TIME-HHMMSS       TO AUD-RUN-TIME.
017600     MOVE MI-ACCOUNT-NUMBER        TO AUD-ACCOUNT-NUMBER.
017610     MOVE SPACE                    TO AUD-PRECISION-FLAG.
017620     MOVE ZEROS                    TO AUD-RESULT-EXTENDED.
017621
017622     IF MI-LOOKUP-RATE-FROM-MASTER
017623         SET AUD-RATE-FROM-MASTER  TO TRUE
017624     ELSE
017625         MOVE SPACE                TO AUD-RATE-SOURCE
017626     END-IF.
017627
017628     IF WS-CURRENT-SOURCE-SUB > ZERO
017629         MOVE WS-SRC-SYSTEM (WS-CURRENT-SOURCE-SUB)
017630                                   TO AUD-SOURCE-SYSTEM
017631         MOVE WS-SRC-FEED-DATE (WS-CURRENT-SOURCE-SUB)
017632                                   TO AUD-FEED-DATE
017633     ELSE
017634         MOVE SPACES               TO AUD-SOURCE-SYSTEM
017636         MOVE ZEROS                TO AUD-FEED-DATE
017638     END-IF.
017640
017642     MOVE WS-ACCOUNTING-PERIOD     TO AUD-ACCOUNTING-PERIOD.
017643     MOVE WS-ITEM-CURRENCY         TO AUD-CURRENCY-CODE.
017644     MOVE WS-FX-RATE               TO AUD-FX-RATE.
017645     MOVE WS-TRANSACTION-RESULT    TO AUD-TRANSACTION-RESULT.
017646
017647     WRITE MULTIPLY-AUDIT-RECORD.
017650 2650-WRITE-AUDIT-RECORD-EXIT.
017660     EXIT.
017670
017680******************************************************************
017690* 2660-WRITE-EXTRACT-RECORD - CUTS THE GL POSTING EXTRACT        *
017700*                             JOURNAL LINES FOR A SUCCESSFUL     *
017710*                             CALCULATION SO THE GL INTAKE JOB   *
017720*                             CAN POST IT WITHOUT RE-KEYING FROM *
017730*                             THE PRINTED REPORT - A DEBIT LINE  *
017731*                             TO THE MAPPED DEBIT LEDGER ACCOUNT *
017732*                             AND A CREDIT LINE OF THE SAME      *
017733*                             AMOUNT TO THE MAPPED CREDIT LEDGER *
017734*                             ACCOUNT, BOTH UNDER ONE JOURNAL    *
017735*                             LINE NUMBER (THE CALCULATION'S     *
017736*                             PLACE IN THE RUN, SO A RESTART     *
017737*                             NUMBERS ON FROM THE GOOD PREFIX).  *
017740******************************************************************
017750 2660-WRITE-EXTRACT-RECORD.
017760     MOVE SPACES               TO GL-EXTRACT-RECORD.
017790     MOVE MI-OPERATION-CODE    TO GLX-OPERATION-CODE.
017800     MOVE RESULT               TO GLX-AMOUNT.
017810     MOVE WS-RUN-DATE-YYYYMMDD TO GLX-POSTING-DATE.
017811     MOVE WS-RECORDS-PROCESSED TO GLX-JOURNAL-LINE.
017812     MOVE WS-GL-COST-CENTER    TO GLX-COST-CENTER.
017813     MOVE WS-ACCOUNTING-PERIOD TO GLX-ACCOUNTING-PERIOD.
017814
017815     SET GLX-DEBIT-LINE        TO TRUE.
017816     MOVE WS-GL-DEBIT-LEDGER   TO GLX-LEDGER-ACCOUNT.
017817     WRITE GL-EXTRACT-RECORD.
017818     ADD 1      TO WS-JOURNAL-LINE-COUNT.
017819     ADD RESULT TO WS-JOURNAL-DEBIT-TOTAL.
017820
017821     SET GLX-CREDIT-LINE       TO TRUE.
017822     MOVE WS-GL-CREDIT-LEDGER  TO GLX-LEDGER-ACCOUNT.
017830     WRITE GL-EXTRACT-RECORD.
017833     ADD 1      TO WS-JOURNAL-LINE-COUNT.
017836     ADD RESULT TO WS-JOURNAL-CREDIT-TOTAL.
017840 2660-WRITE-EXTRACT-RECORD-EXIT.
017850     EXIT.
017860
017940     MOVE MI-OPERATION-CODE TO REJ-OPERATION-CODE.
017950     MOVE MI-RATE-SWITCH    TO REJ-RATE-SWITCH.
017960     IF REJ-REASON-CODE NOT = 07
017968         MOVE MI-ACCOUNT-NUMBER TO REJ-ACCOUNT-NUMBER
017976     END-IF.
017984     MOVE WS-ITEM-PERIOD    TO REJ-ACCOUNTING-PERIOD.
017987     MOVE MI-CURRENCY-CODE  TO REJ-CURRENCY-CODE.
017992
018000     WRITE MULTIPLY-REJECT-RECORD.
018010     ADD 1 TO WS-REJECT-COUNT.
018020
018030     IF WS-CURRENT-SOURCE-SUB > ZERO
018040         ADD 1 TO WS-SRC-REJECT-COUNT (WS-CURRENT-SOURCE-SUB)
018050     END-IF.
018051 2700-WRITE-REJECT-RECORD-EXIT.
018052     EXIT.
018053
018054******************************************************************
018055* 2750-WRITE-REFERRAL-RECORD - WRITES A CALCULATION THAT BREACHED*
018056*                              AN ACCOUNT LIMIT TO MULTRFL WITH  *
018057*                              THE RAW INPUT FIELDS (SO MULTRFR  *
018058*                              CAN PUT IT BACK IN THE FEED ONCE  *
018059*                              APPROVED), THE RESULT, AND THE    *
018060*                              LIMIT IT BREACHED.                *
018061******************************************************************
018062 2750-WRITE-REFERRAL-RECORD.
018063     MOVE SPACES               TO REFERRAL-RECORD.
018064     MOVE ZEROS                TO RFL-SEQUENCE-NUMBER.
018065     MOVE WS-RUN-DATE-YYYYMMDD TO RFL-DATE-REFERRED.
018066     MOVE WS-REFERRAL-REASON   TO RFL-REASON-CODE.
018067     MOVE MI-NUM1              TO RFL-NUM1-RAW.
018068     MOVE MI-NUM2              TO RFL-NUM2-RAW.
018069     MOVE MI-OPERATION-CODE    TO RFL-OPERATION-CODE.
018070     MOVE MI-ACCOUNT-NUMBER    TO RFL-ACCOUNT-NUMBER.
018071     MOVE MI-RATE-SWITCH       TO RFL-RATE-SWITCH.
018072     MOVE RESULT               TO RFL-RESULT.
018073     MOVE WS-REFERRAL-LIMIT    TO RFL-LIMIT-AMOUNT.
018074     MOVE MI-CURRENCY-CODE     TO RFL-CURRENCY-CODE.
018075
018076     IF WS-CURRENT-SOURCE-SUB > ZERO
018077         MOVE WS-SRC-SYSTEM (WS-CURRENT-SOURCE-SUB)
018078             TO RFL-SOURCE-SYSTEM
018079         MOVE WS-SRC-FEED-DATE (WS-CURRENT-SOURCE-SUB)
018080             TO RFL-FEED-DATE
018081     ELSE
018082         MOVE SPACES TO RFL-SOURCE-SYSTEM
018083         MOVE ZEROS  TO RFL-FEED-DATE
018084     END-IF.
018085
018086     WRITE REFERRAL-RECORD.
018087     ADD 1 TO WS-REFERRAL-COUNT.
018088
018089     IF WS-CURRENT-SOURCE-SUB > ZERO
018090         ADD 1 TO
018091             WS-SRC-REFERRAL-COUNT (WS-CURRENT-SOURCE-SUB)
018092     END-IF.
018093 2750-WRITE-REFERRAL-RECORD-EXIT.
018094     EXIT.
018095
018096******************************************************************
018100* 2800-WRITE-EXCEPTION-RECORD - WRITES THE OVERFLOWING PAIR,    *
018104*                               RAW, TO MULTEXC, WITH ITS       *
018108*                               CURRENCY AND RATE SO MULTXPR    *
018112*                               CAN CONVERT THE EXTENDED RESULT.*
018120******************************************************************
018130 2800-WRITE-EXCEPTION-RECORD.
018140     MOVE NUM1 TO EXC-NUM1-RAW.
018150     MOVE NUM2 TO EXC-NUM2-RAW.
018160     MOVE MI-OPERATION-CODE TO EXC-OPERATION-CODE.
018170     MOVE MI-ACCOUNT-NUMBER TO EXC-ACCOUNT-NUMBER.
018171     MOVE WS-ITEM-CURRENCY  TO EXC-CURRENCY-CODE.
018172     MOVE WS-FX-RATE        TO EXC-FX-RATE.
018173
018174     IF BASE-AMOUNT-OVERFLOWED
018175         MOVE "BASE AMOUNT OVERFLOWED"
018176             TO EXC-REASON-TEXT
018177     ELSE
018178         MOVE "RESULT FIELD OVERFLOWED"
018179             TO EXC-REASON-TEXT
018180     END-IF.
018191
018192     IF WS-CURRENT-SOURCE-SUB > ZERO
018193         MOVE WS-SRC-SYSTEM (WS-CURRENT-SOURCE-SUB)
018194             TO EXC-SOURCE-SYSTEM
018195         MOVE WS-SRC-FEED-DATE (WS-CURRENT-SOURCE-SUB)
018196             TO EXC-FEED-DATE
018197     ELSE
018198         MOVE SPACES TO EXC-SOURCE-SYSTEM
018201         MOVE ZEROS  TO EXC-FEED-DATE
018204     END-IF.
018207
018210     MOVE WS-ACCOUNTING-PERIOD TO EXC-ACCOUNTING-PERIOD.
018213
018216     WRITE MULTIPLY-EXCEPTION-RECORD.
018220     ADD 1 TO WS-EXCEPTION-COUNT.
018230
018240     IF WS-CURRENT-SOURCE-SUB > ZERO
018460         MOVE WS-CONTROL-TOTAL        TO CKP-CONTROL-TOTAL
018470         MOVE WS-REJECT-COUNT         TO CKP-REJECT-COUNT
018480         MOVE WS-EXCEPTION-COUNT      TO CKP-EXCEPTION-COUNT
018487         MOVE WS-AUDIT-SEQUENCE-NUMBER
018494             TO CKP-AUDIT-SEQUENCE-NUMBER
018500         MOVE WS-REFERRAL-COUNT       TO CKP-REFERRAL-COUNT
018506         MOVE WS-ROLLED-FORWARD-COUNT TO CKP-ROLLED-FORWARD-COUNT
018512         WRITE MULTIPLY-CHECKPOINT-RECORD
018520     END-IF.
018530 2900-WRITE-CHECKPOINT-RECORD-EXIT.
018540     EXIT.
018780     CLOSE MULTIPLY-EXCEPT-FILE.
018790     CLOSE MULTIPLY-AUDIT-FILE.
018800     CLOSE MULTIPLY-EXTRACT-FILE.
018806     CLOSE MULTIPLY-CHECKPOINT-FILE.
018812     CLOSE MULTIPLY-REFERRAL-FILE.
018818     CLOSE MULTIPLY-RATE-MASTER-FILE.
018825     CLOSE MULTIPLY-ACCOUNT-MASTER-FILE.
018826     CLOSE EXCHANGE-RATE-FILE.
018827
018828     PERFORM 8900-WRITE-RUN-LOG
018829         THRU 8900-WRITE-RUN-LOG-EXIT.
018830 8000-TERMINATE-EXIT.
018840     EXIT.
018850
019280
019290     MOVE WS-EXCEPTION-COUNT TO WS-CTL-RECORDS-EXCEPTION.
019300     MOVE ' '                    TO RPT-CARRIAGE-CONTROL.
019303     MOVE WS-CTL-EXCEPTION-LINE  TO RPT-LINE-IMAGE.
019306     WRITE MULTIPLY-REPORT-RECORD.
019309
019312     MOVE WS-REFERRAL-COUNT  TO WS-CTL-RECORDS-REFERRED.
019315     MOVE ' '                    TO RPT-CARRIAGE-CONTROL.
019316     MOVE WS-CTL-REFERRED-LINE   TO RPT-LINE-IMAGE.
019317     WRITE MULTIPLY-REPORT-RECORD.
019318
019319     MOVE WS-ROLLED-FORWARD-COUNT TO WS-CTL-ROLLED-FORWARD.
019320     MOVE ' '                     TO RPT-CARRIAGE-CONTROL.
019321     MOVE WS-CTL-ROLLED-LINE      TO RPT-LINE-IMAGE.
019322     WRITE MULTIPLY-REPORT-RECORD.
019330
019340     MOVE WS-CONTROL-TOTAL   TO WS-CTL-CONTROL-TOTAL.
019350     MOVE '0'                TO RPT-CARRIAGE-CONTROL.
019360     MOVE WS-CTL-TOTAL-LINE  TO RPT-LINE-IMAGE.
019370     WRITE MULTIPLY-REPORT-RECORD.
019380
019381     MOVE WS-JOURNAL-LINE-COUNT   TO WS-CTL-JOURNAL-LINES.
019382     MOVE ' '                     TO RPT-CARRIAGE-CONTROL.
019383     MOVE WS-CTL-JOURNAL-LINE     TO RPT-LINE-IMAGE.
019384     WRITE MULTIPLY-REPORT-RECORD.
019385
019386     MOVE WS-JOURNAL-DEBIT-TOTAL  TO WS-CTL-DEBIT-TOTAL.
019387     MOVE ' '                     TO RPT-CARRIAGE-CONTROL.
019388     MOVE WS-CTL-DEBIT-LINE       TO RPT-LINE-IMAGE.
019389     WRITE MULTIPLY-REPORT-RECORD.
019390
019391     MOVE WS-JOURNAL-CREDIT-TOTAL TO WS-CTL-CREDIT-TOTAL.
019392     MOVE ' '                     TO RPT-CARRIAGE-CONTROL.
019393     MOVE WS-CTL-CREDIT-LINE      TO RPT-LINE-IMAGE.
019394     WRITE MULTIPLY-REPORT-RECORD.
019395     IF WS-SOURCE-ENTRY-COUNT > ZERO
019400         MOVE '0'                     TO RPT-CARRIAGE-CONTROL
019410         MOVE WS-CTL-SOURCE-HEAD-LINE TO RPT-LINE-IMAGE
019420         WRITE MULTIPLY-REPORT-RECORD
019690     MOVE WS-SRC-REJECT-COUNT (WS-SOURCE-SUB)
019700         TO WS-CSL-REJECT-COUNT.
019710     MOVE WS-SRC-EXCEPTION-COUNT (WS-SOURCE-SUB)
019714         TO WS-CSL-EXCEPTION-COUNT.
019718     MOVE WS-SRC-REFERRAL-COUNT (WS-SOURCE-SUB)
019722         TO WS-CSL-REFERRAL-COUNT.
019730     MOVE WS-SRC-CONTROL-TOTAL (WS-SOURCE-SUB)
019740         TO WS-CSL-CONTROL-TOTAL.
019750
019860*                              TOTALS, SO THE GL INTAKE JOB CAN  *
019870*                              PROVE THE EXTRACT IS COMPLETE     *
019880*                              BEFORE POSTING IT.                *
019881*                              THE COUNT IS JOURNAL LINES, THE   *
019882*                              AMOUNT TOTAL IS THE DEBIT TOTAL,  *
019883*                              AND THE DEBIT AND CREDIT TOTALS   *
019884*                              PROVE THE JOURNAL BALANCES.       *
019890******************************************************************
019900 8300-WRITE-EXTRACT-TRAILER.
019910     MOVE SPACES               TO GL-EXTRACT-RECORD.
019920     SET GLX-TRAILER-RECORD    TO TRUE.
019930     MOVE WS-JOURNAL-LINE-COUNT TO GLX-TRAILER-RECORD-COUNT.
019940     MOVE WS-JOURNAL-DEBIT-TOTAL TO GLX-TRAILER-AMOUNT-TOTAL.
019945     MOVE WS-RUN-DATE-YYYYMMDD TO GLX-TRAILER-POSTING-DATE.
019946     MOVE WS-JOURNAL-DEBIT-TOTAL  TO GLX-TRAILER-DEBIT-TOTAL.
019947     MOVE WS-JOURNAL-CREDIT-TOTAL TO GLX-TRAILER-CREDIT-TOTAL.
019950
019960     WRITE GL-EXTRACT-RECORD.
019970 8300-WRITE-EXTRACT-TRAILER-EXIT.
020150     MOVE WS-CONTROL-TOTAL        TO CKP-CONTROL-TOTAL.
020160     MOVE WS-REJECT-COUNT         TO CKP-REJECT-COUNT.
020170     MOVE WS-EXCEPTION-COUNT      TO CKP-EXCEPTION-COUNT.
020177     MOVE WS-AUDIT-SEQUENCE-NUMBER
020184         TO CKP-AUDIT-SEQUENCE-NUMBER.
020189     MOVE WS-REFERRAL-COUNT       TO CKP-REFERRAL-COUNT.
020194     MOVE WS-ROLLED-FORWARD-COUNT TO CKP-ROLLED-FORWARD-COUNT.
020200
020210     WRITE MULTIPLY-CHECKPOINT-RECORD.
020220 8400-WRITE-FINAL-CHECKPOINT-EXIT.
020580         TO RCT-HASH-TOTAL.
020590     MOVE WS-RUN-DATE-YYYYMMDD TO RCT-POSTED-DATE.
020600     MOVE WS-RUN-TIME-HHMMSS   TO RCT-POSTED-TIME.
020601     MOVE WS-FBT-PROCESSED-COUNT (WS-FEED-BATCH-SUB)
020602         TO RCT-PROCESSED-COUNT.
020603     MOVE WS-FBT-CONTROL-TOTAL (WS-FEED-BATCH-SUB)
020604         TO RCT-CONTROL-TOTAL.
020605     MOVE WS-FBT-TOTALS-FLAG (WS-FEED-BATCH-SUB)
020606         TO RCT-TOTALS-FLAG.
020607     MOVE SPACE                TO RCT-REVERSED-FLAG.
020608     MOVE ZEROS                TO RCT-REVERSED-DATE.
020610
020620     WRITE RUN-CONTROL-RECORD.
020630 8510-WRITE-RUN-CONTROL-RECORD-EXIT.
020850     MOVE RETURN-CODE            TO RNL-RETURN-CODE.
020860     MOVE WS-RECORDS-PROCESSED   TO RNL-RECORDS-PROCESSED.
020870     MOVE WS-REJECT-COUNT        TO RNL-RECORDS-REJECTED.
020876     MOVE WS-EXCEPTION-COUNT     TO RNL-RECORDS-EXCEPTED.
020882     MOVE WS-REFERRAL-COUNT      TO RNL-RECORDS-REFERRED.
020890
020900     WRITE RUN-LOG-RECORD.
020910
