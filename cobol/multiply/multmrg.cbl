000010******************************************************************
000020* PROGRAM      : MULTMRG                                         *
000030* DESCRIPTION  : PARTITION MERGE AND BALANCE PROGRAM.  RUNS ONCE *
000040*                EVERY PARTITION CALC JOB HAS ENDED AND PUTS THE *
000050*                NIGHT BACK TOGETHER: ONE AUDIT GENERATION WITH  *
000060*                UNBROKEN SEQUENCE NUMBERS, ONE GL EXTRACT WITH  *
000070*                UNBROKEN JOURNAL LINE NUMBERS AND A SINGLE      *
000080*                TRAILER, ONE FINAL CHECKPOINT FOR THE STEPS     *
000090*                THAT FOLLOW (XPR, RECON), ONE RUN CONTROL       *
000100*                RECORD PER FEED BATCH, AND ONE REPORT - THE     *
000110*                PARTITIONS' OWN REPORTS FOLLOWED BY A COMBINED  *
000120*                CONTROL-TOTAL PAGE THAT PROVES THE PARTITIONS   *
000130*                ADD UP TO THE FEED THE SPLIT STEP (MULTSPL)     *
000140*                CUT.  ANY CHECK THAT FAILS ENDS THE STEP WITH   *
000150*                RC 8, WHICH HOLDS EVERYTHING DOWNSTREAM, AND    *
000160*                THE RUN CONTROL RECORDS ARE NOT WRITTEN, SO THE *
000170*                FEEDS ARE NOT MARKED POSTED.                    *
000180******************************************************************
000190* MAINTENANCE HISTORY
000200*   DATE        INIT  DESCRIPTION
000210*   ----------  ----  ----------------------------------------
000220*   2026-10-15  JAC   ORIGINAL PROGRAM - PARTITIONED PARALLEL CALC
000223*                     BY ACCOUNT RANGE.
000226*   2026-10-15  JAC   THE PARTITIONS' CLOSED-PERIOD ROLL-FORWARD
000229*                     COUNTS ARE SUMMED INTO THE MERGED FINAL
000232*                     CHECKPOINT WITH THE OTHER COUNTS.
000233*   2026-10-15  JAC   PARTITION AUDIT RECORD WIDENED TO 120 BYTES
000234*                     SO THE CURRENCY, RATE AND TRANSACTION RESULT
000235*                     ARE NOT CUT OFF IN THE MERGE.
000236*   2026-10-15  JAC   RUN CONTROL POSTED STAMP IS THE EARLIEST
000237*                     PARTITION CALC RUN'S, NOT THE MERGE STEP'S,
000238*                     SO A BACKOUT CAN FIND THE NIGHT'S AUDIT.
000240******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     MULTMRG.
000270 AUTHOR.         JOEY CLUETT.
000280 INSTALLATION.   ACCOUNTING SYSTEMS.
000290 DATE-WRITTEN.   10/15/2026.
000300 DATE-COMPILED.
000310
000320 ENVIRONMENT DIVISION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT PARTITION-CONTROL-FILE ASSIGN TO MULTPTC
000360         ORGANIZATION IS SEQUENTIAL.
000370
000380     SELECT PARTITION-AUDIT-FILE ASSIGN TO MULTAUDI
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410     SELECT PARTITION-EXTRACT-FILE ASSIGN TO MULTGLXI
000420         ORGANIZATION IS SEQUENTIAL.
000430
000440     SELECT PARTITION-CHECKPOINT-1-FILE ASSIGN TO MULTCK01
000450         ORGANIZATION IS SEQUENTIAL.
000460
000470     SELECT PARTITION-CHECKPOINT-2-FILE ASSIGN TO MULTCK02
000480         ORGANIZATION IS SEQUENTIAL.
000490
000500     SELECT PARTITION-CHECKPOINT-3-FILE ASSIGN TO MULTCK03
000510         ORGANIZATION IS SEQUENTIAL.
000520
000530     SELECT PARTITION-CHECKPOINT-4-FILE ASSIGN TO MULTCK04
000540         ORGANIZATION IS SEQUENTIAL.
000550
000560     SELECT PARTITION-RUN-CONTROL-FILE ASSIGN TO MULTRCTI
000570         ORGANIZATION IS SEQUENTIAL.
000580
000590     SELECT PARTITION-REPORT-FILE ASSIGN TO MULTRPTI
000600         ORGANIZATION IS SEQUENTIAL.
000610
000620     SELECT MULTIPLY-AUDIT-FILE  ASSIGN TO MULTAUD
000630         ORGANIZATION IS SEQUENTIAL.
000640
000650     SELECT MULTIPLY-EXTRACT-FILE ASSIGN TO MULTGLX
000660         ORGANIZATION IS SEQUENTIAL.
000670
000680     SELECT MULTIPLY-CHECKPOINT-FILE ASSIGN TO MULTCKPT
000690         ORGANIZATION IS SEQUENTIAL.
000700
000710     SELECT MULTIPLY-RUN-CONTROL-FILE ASSIGN TO MULTRCTL
000720         ORGANIZATION IS SEQUENTIAL.
000730
000740     SELECT MULTIPLY-REPORT-FILE ASSIGN TO MULTRPT
000750         ORGANIZATION IS SEQUENTIAL.
000760
000770     SELECT RUN-LOG-FILE         ASSIGN TO MULTRUNL
000780         ORGANIZATION IS SEQUENTIAL.
000790
000800 DATA DIVISION.
000810 FILE SECTION.
000820 FD  PARTITION-CONTROL-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD
000850     BLOCK CONTAINS 0 RECORDS.
000860     COPY MULTPTC.
000870
000880 FD  PARTITION-AUDIT-FILE
000890     RECORDING MODE IS F
000900     LABEL RECORDS ARE STANDARD
000910     BLOCK CONTAINS 0 RECORDS.
000920 01  PARTITION-AUDIT-RECORD          PIC X(120).
000930
000940 FD  PARTITION-EXTRACT-FILE
000950     RECORDING MODE IS F
000960     LABEL RECORDS ARE STANDARD
000970     BLOCK CONTAINS 0 RECORDS.
000980 01  PARTITION-EXTRACT-RECORD        PIC X(80).
000990
001000 FD  PARTITION-CHECKPOINT-1-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD
001030     BLOCK CONTAINS 0 RECORDS.
001040 01  PARTITION-CHECKPOINT-1-RECORD   PIC X(80).
001050
001060 FD  PARTITION-CHECKPOINT-2-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD
001090     BLOCK CONTAINS 0 RECORDS.
001100 01  PARTITION-CHECKPOINT-2-RECORD   PIC X(80).
001110
001120 FD  PARTITION-CHECKPOINT-3-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD
001150     BLOCK CONTAINS 0 RECORDS.
001160 01  PARTITION-CHECKPOINT-3-RECORD   PIC X(80).
001170
001180 FD  PARTITION-CHECKPOINT-4-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD
001210     BLOCK CONTAINS 0 RECORDS.
001220 01  PARTITION-CHECKPOINT-4-RECORD   PIC X(80).
001230
001240 FD  PARTITION-RUN-CONTROL-FILE
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE STANDARD
001270     BLOCK CONTAINS 0 RECORDS.
001280 01  PARTITION-RUN-CONTROL-RECORD    PIC X(80).
001290
001300 FD  PARTITION-REPORT-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD
001330     BLOCK CONTAINS 0 RECORDS.
001340 01  PARTITION-REPORT-RECORD         PIC X(133).
001350
001360 FD  MULTIPLY-AUDIT-FILE
001370     RECORDING MODE IS F
001380     LABEL RECORDS ARE STANDARD
001390     BLOCK CONTAINS 0 RECORDS.
001400     COPY MULTAUD.
001410
001420 FD  MULTIPLY-EXTRACT-FILE
001430     RECORDING MODE IS F
001440     LABEL RECORDS ARE STANDARD
001450     BLOCK CONTAINS 0 RECORDS.
001460     COPY MULTGLX.
001470
001480 FD  MULTIPLY-CHECKPOINT-FILE
001490     RECORDING MODE IS F
001500     LABEL RECORDS ARE STANDARD
001510     BLOCK CONTAINS 0 RECORDS.
001520     COPY MULTCHK.
001530
001540 FD  MULTIPLY-RUN-CONTROL-FILE
001550     RECORDING MODE IS F
001560     LABEL RECORDS ARE STANDARD
001570     BLOCK CONTAINS 0 RECORDS.
001580     COPY MULTRCT.
001590
001600 FD  MULTIPLY-REPORT-FILE
001610     RECORDING MODE IS F
001620     LABEL RECORDS ARE STANDARD
001630     BLOCK CONTAINS 0 RECORDS.
001640     COPY MULTRPT.
001650
001660 FD  RUN-LOG-FILE
001670     RECORDING MODE IS F
001680     LABEL RECORDS ARE STANDARD
001690     BLOCK CONTAINS 0 RECORDS.
001700     COPY MULTRNL.
001710
001720 WORKING-STORAGE SECTION.
001730 77  WS-PTC-EOF-SWITCH           PIC X(01)      VALUE 'N'.
001740     88  END-OF-PARTITION-CONTROL               VALUE 'Y'.
001750 77  WS-AUDIT-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001760     88  END-OF-PARTITION-AUDIT                 VALUE 'Y'.
001770 77  WS-EXTRACT-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001780     88  END-OF-PARTITION-EXTRACT               VALUE 'Y'.
001790 77  WS-CHECKPOINT-EOF-SWITCH    PIC X(01)      VALUE 'N'.
001800     88  END-OF-PARTITION-CHECKPOINT            VALUE 'Y'.
001810 77  WS-RUN-CONTROL-EOF-SWITCH   PIC X(01)      VALUE 'N'.
001820     88  END-OF-PARTITION-RUN-CONTROL           VALUE 'Y'.
001830 77  WS-REPORT-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001840     88  END-OF-PARTITION-REPORT                VALUE 'Y'.
001850 77  WS-FEED-SUMMARY-SWITCH      PIC X(01)      VALUE 'N'.
001860     88  FEED-SUMMARY-FOUND                     VALUE 'Y'.
001870
001880 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001890 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001900 77  WS-END-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001910 77  WS-END-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001911
001912*    EARLIEST PARTITION CALC RUN STAMP - THE AUDIT RECORDS CARRY
001913*    THE CALC RUNS' STAMPS, SO THE FEEDS ARE POSTED WITH THIS ONE.
001914 77  WS-FIRST-CALC-DATE          PIC 9(08)      VALUE 99999999.
001915 77  WS-FIRST-CALC-TIME          PIC 9(08)      VALUE 99999999.
001920
001930*    ONE CHECKPOINT FILE PER PARTITION CALC JOB - KEEP IN STEP
001940*    WITH THE PARTITION FILES IN MULTSPL.
001950 77  WS-PARTITION-MAX            PIC 9(02) COMP VALUE 4.
001960 77  WS-PARTITION-COUNT          PIC 9(02) COMP VALUE ZERO.
001970 77  WS-PARTITION-SUB            PIC 9(02) COMP VALUE ZERO.
001980 77  WS-EXTRACT-PARTITION        PIC 9(02) COMP VALUE 1.
001990
002000 77  WS-FEED-RECORDS-READ        PIC 9(07)      VALUE ZEROS.
002010 77  WS-FEED-DETAIL-COUNT        PIC 9(07)      VALUE ZEROS.
002020 77  WS-FEED-HASH-TOTAL          PIC S9(09)V99  VALUE ZEROS.
002030 77  WS-FEED-BATCH-COUNT         PIC 9(03)      VALUE ZEROS.
002040
002050 77  WS-AUDIT-SEQUENCE-NUMBER    PIC 9(07) COMP VALUE ZERO.
002060 77  WS-AUDIT-RESULT-TOTAL       PIC S9(09)V9999 VALUE ZEROS.
002070
002080 77  WS-JOURNAL-LINE-OFFSET      PIC 9(07) COMP VALUE ZERO.
002090 77  WS-JOURNAL-LINE-COUNT       PIC 9(07) COMP VALUE ZERO.
002100 77  WS-JOURNAL-DEBIT-TOTAL      PIC S9(09)V9999 VALUE ZEROS.
002110 77  WS-JOURNAL-CREDIT-TOTAL     PIC S9(09)V9999 VALUE ZEROS.
002120 77  WS-JOURNAL-POSTING-DATE     PIC 9(08)      VALUE ZEROS.
002130 77  WS-EXTRACT-OVERRUN-COUNT    PIC 9(05) COMP VALUE ZERO.
002140
002150 77  WS-TOTAL-RECORDS-READ       PIC 9(07) COMP VALUE ZERO.
002160 77  WS-TOTAL-PROCESSED          PIC 9(07) COMP VALUE ZERO.
002170 77  WS-TOTAL-REJECTED           PIC 9(07) COMP VALUE ZERO.
002180 77  WS-TOTAL-EXCEPTED           PIC 9(07) COMP VALUE ZERO.
002186 77  WS-TOTAL-REFERRED           PIC 9(07) COMP VALUE ZERO.
002192 77  WS-TOTAL-ROLLED-FORWARD     PIC 9(07) COMP VALUE ZERO.
002200 77  WS-TOTAL-CONTROL-TOTAL      PIC S9(09)V9999 VALUE ZEROS.
002210 77  WS-TOTAL-ACCOUNTED          PIC 9(07) COMP VALUE ZERO.
002220 77  WS-TOTAL-SPLIT-DETAILS      PIC 9(07) COMP VALUE ZERO.
002230 77  WS-TOTAL-SPLIT-HASH         PIC S9(09)V99  VALUE ZEROS.
002240 77  WS-PARTITION-ACCOUNTED      PIC 9(07) COMP VALUE ZERO.
002250 77  WS-EXPECTED-JOURNAL-LINES   PIC 9(07) COMP VALUE ZERO.
002260
002270*    RUN CONTROL MERGE - EVERY PARTITION IN USE CARRIES EVERY FEED
002280*    BATCH, SO THE CONCATENATED PARTITION RUN CONTROL FILE IS THE
002290*    FEED'S BATCHES OVER AND OVER, ONCE PER PARTITION, IN FEED
002300*    ORDER.  SAME LIMIT AS THE CALC STEP'S FEED BATCH TABLE.
002310 77  WS-RUN-CONTROL-MAX-ENTRIES  PIC 9(03) COMP VALUE 20.
002320 77  WS-RUN-CONTROL-READ         PIC 9(07) COMP VALUE ZERO.
002330 77  WS-RUN-CONTROL-EXPECTED     PIC 9(07) COMP VALUE ZERO.
002340 77  WS-RUN-CONTROL-SUB          PIC 9(07) COMP VALUE ZERO.
002350 77  WS-RUN-CONTROL-QUOTIENT     PIC 9(07) COMP VALUE ZERO.
002360 77  WS-RUN-CONTROL-MISMATCHES   PIC 9(05) COMP VALUE ZERO.
002370 77  WS-RCT-RECORD-COUNT-TOTAL   PIC 9(07) COMP VALUE ZERO.
002380 77  WS-RCT-HASH-TOTAL           PIC S9(09)V99  VALUE ZEROS.
002390 77  WS-RCT-PROCESSED-TOTAL      PIC 9(07) COMP VALUE ZERO.
002400
002410 77  WS-MISMATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
002420 77  WS-CHECK-FEED-COUNT         PIC 9(07) COMP VALUE ZERO.
002430 77  WS-CHECK-PARTITION-COUNT    PIC 9(07) COMP VALUE ZERO.
002440 77  WS-CHECK-FEED-AMOUNT        PIC S9(09)V9999 VALUE ZEROS.
002450 77  WS-CHECK-PARTITION-AMOUNT   PIC S9(09)V9999 VALUE ZEROS.
002460
002470 01  WS-PARTITION-TABLE.
002480     05  WS-PARTITION-ENTRY      OCCURS 4 TIMES.
002490         10  WS-PTN-ENTRY-SWITCH     PIC X(01).
002500             88  PARTITION-ENTRY-FOUND          VALUE 'Y'.
002510         10  WS-PTN-LOW-ACCOUNT      PIC 9(09).
002520         10  WS-PTN-HIGH-ACCOUNT     PIC 9(09).
002530         10  WS-PTN-RECORDS-WRITTEN  PIC 9(07).
002540         10  WS-PTN-DETAIL-WRITTEN   PIC 9(07).
002550         10  WS-PTN-HASH-TOTAL       PIC S9(09)V99.
002560         10  WS-PTN-CHECKPOINT-SWITCH PIC X(01).
002570             88  PARTITION-CHECKPOINT-FOUND     VALUE 'Y'.
002580         10  WS-PTN-CHECKPOINT-IMAGE PIC X(80).
002590         10  WS-PTN-JOURNAL-LINES    PIC 9(07) COMP.
002600         10  WS-PTN-HIGH-JOURNAL-LINE PIC 9(07) COMP.
002610         10  WS-PTN-JOURNAL-DEBITS   PIC S9(09)V9999.
002620         10  WS-PTN-JOURNAL-CREDITS  PIC S9(09)V9999.
002630         10  WS-PTN-TRAILER-SWITCH   PIC X(01).
002640             88  PARTITION-TRAILER-FOUND        VALUE 'Y'.
002650         10  WS-PTN-TRAILER-COUNT    PIC 9(07).
002660         10  WS-PTN-TRAILER-DEBITS   PIC S9(09)V9999.
002670         10  WS-PTN-TRAILER-CREDITS  PIC S9(09)V9999.
002680
002690 01  WS-RUN-CONTROL-TABLE.
002700     05  WS-RUN-CONTROL-ENTRY    OCCURS 20 TIMES.
002710         10  WS-RCE-SOURCE-SYSTEM    PIC X(04).
002720         10  WS-RCE-FEED-DATE        PIC 9(08).
002730         10  WS-RCE-RECORD-COUNT     PIC 9(07).
002740         10  WS-RCE-HASH-TOTAL       PIC S9(09)V99.
002750         10  WS-RCE-PROCESSED-COUNT  PIC 9(07).
002760         10  WS-RCE-CONTROL-TOTAL    PIC S9(09)V9999.
002770         10  WS-RCE-TOTALS-FLAG      PIC X(01).
002780
002790*    ONE PARTITION'S FINAL CHECKPOINT, LAID OUT FOR THE PROOF.
002800     COPY MULTCHK REPLACING
002810         ==MULTIPLY-CHECKPOINT-RECORD==
002820         BY ==PARTITION-CHECKPOINT-RECORD==
002830         ==CKP-RUN-DATE== BY ==PCK-RUN-DATE==
002840         ==CKP-RUN-TIME== BY ==PCK-RUN-TIME==
002850         ==CKP-LAST-RECORD-NUMBER==
002860         BY ==PCK-LAST-RECORD-NUMBER==
002870         ==CKP-RECORDS-PROCESSED==
002880         BY ==PCK-RECORDS-PROCESSED==
002890         ==CKP-CONTROL-TOTAL== BY ==PCK-CONTROL-TOTAL==
002900         ==CKP-AUDIT-SEQUENCE-NUMBER==
002910         BY ==PCK-AUDIT-SEQUENCE-NUMBER==
002920         ==CKP-REJECT-COUNT== BY ==PCK-REJECT-COUNT==
002930         ==CKP-EXCEPTION-COUNT== BY ==PCK-EXCEPTION-COUNT==
002934         ==CKP-REFERRAL-COUNT== BY ==PCK-REFERRAL-COUNT==
002938         ==CKP-ROLLED-FORWARD-COUNT==
002942         BY ==PCK-ROLLED-FORWARD-COUNT==.
002950
002960 01  WS-HEADING-LINE.
002970     05  FILLER                  PIC X(24) VALUE
002980         "MULTMRG PARTITION MERGE ".
002990     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
003000     05  FILLER                  PIC X(02) VALUE ": ".
003010     05  WS-HDG-RUN-DATE         PIC X(10).
003020     05  FILLER                  PIC X(86) VALUE SPACES.
003030
003040 01  WS-PTN-HEADING-LINE.
003050     05  FILLER                  PIC X(05) VALUE SPACES.
003060     05  FILLER                  PIC X(34) VALUE
003070         "*** CONTROL TOTALS BY PARTITION **".
003080     05  FILLER                  PIC X(93) VALUE SPACES.
003090
003100 01  WS-PTN-COLUMN-LINE.
003110     05  FILLER                  PIC X(05) VALUE SPACES.
003120     05  FILLER                  PIC X(02) VALUE "PT".
003130     05  FILLER                  PIC X(11) VALUE "   LOW ACCT".
003140     05  FILLER                  PIC X(11) VALUE "  HIGH ACCT".
003150     05  FILLER                  PIC X(09) VALUE "     READ".
003160     05  FILLER                  PIC X(09) VALUE "     PROC".
003170     05  FILLER                  PIC X(09) VALUE "      REJ".
003180     05  FILLER                  PIC X(09) VALUE "      EXC".
003190     05  FILLER                  PIC X(09) VALUE "      REF".
003200     05  FILLER                  PIC X(19) VALUE
003210         "      CONTROL TOTAL".
003220     05  FILLER                  PIC X(12) VALUE "  STATUS".
003230     05  FILLER                  PIC X(27) VALUE SPACES.
003240
003250 01  WS-PTN-DETAIL-LINE.
003260     05  FILLER                  PIC X(05) VALUE SPACES.
003270     05  WS-PDL-PARTITION        PIC Z9.
003280     05  FILLER                  PIC X(02) VALUE SPACES.
003290     05  WS-PDL-LOW-ACCOUNT      PIC 9(09).
003300     05  FILLER                  PIC X(02) VALUE SPACES.
003310     05  WS-PDL-HIGH-ACCOUNT     PIC 9(09).
003320     05  FILLER                  PIC X(02) VALUE SPACES.
003330     05  WS-PDL-RECORDS-READ     PIC ZZZ,ZZ9.
003340     05  FILLER                  PIC X(02) VALUE SPACES.
003350     05  WS-PDL-PROCESSED        PIC ZZZ,ZZ9.
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  WS-PDL-REJECTED         PIC ZZZ,ZZ9.
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  WS-PDL-EXCEPTED         PIC ZZZ,ZZ9.
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  WS-PDL-REFERRED         PIC ZZZ,ZZ9.
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  WS-PDL-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZ9.9999-.
003440     05  FILLER                  PIC X(02) VALUE SPACES.
003450     05  WS-PDL-STATUS           PIC X(10).
003460     05  FILLER                  PIC X(27) VALUE SPACES.
003470
003480 01  WS-PTN-TOTAL-LINE.
003490     05  FILLER                  PIC X(05) VALUE SPACES.
003500     05  FILLER                  PIC X(24) VALUE "TOTAL".
003510     05  FILLER                  PIC X(02) VALUE SPACES.
003520     05  WS-PTL-RECORDS-READ     PIC ZZZ,ZZ9.
003530     05  FILLER                  PIC X(02) VALUE SPACES.
003540     05  WS-PTL-PROCESSED        PIC ZZZ,ZZ9.
003550     05  FILLER                  PIC X(02) VALUE SPACES.
003560     05  WS-PTL-REJECTED         PIC ZZZ,ZZ9.
003570     05  FILLER                  PIC X(02) VALUE SPACES.
003580     05  WS-PTL-EXCEPTED         PIC ZZZ,ZZ9.
003590     05  FILLER                  PIC X(02) VALUE SPACES.
003600     05  WS-PTL-REFERRED         PIC ZZZ,ZZ9.
003610     05  FILLER                  PIC X(02) VALUE SPACES.
003620     05  WS-PTL-CONTROL-TOTAL    PIC ZZZ,ZZZ,ZZ9.9999-.
003630     05  FILLER                  PIC X(39) VALUE SPACES.
003640
003650 01  WS-PRF-HEADING-LINE.
003660     05  FILLER                  PIC X(05) VALUE SPACES.
003670     05  FILLER                  PIC X(29) VALUE
003680         "*** PARTITIONS TO THE FEED **".
003690     05  FILLER                  PIC X(98) VALUE SPACES.
003700
003710 01  WS-PRF-COLUMN-LINE.
003720     05  FILLER                  PIC X(05) VALUE SPACES.
003730     05  FILLER                  PIC X(32) VALUE "CHECK".
003740     05  FILLER                  PIC X(18) VALUE
003750         "              FEED".
003760     05  FILLER                  PIC X(18) VALUE
003770         "        PARTITIONS".
003780     05  FILLER                  PIC X(02) VALUE SPACES.
003790     05  FILLER                  PIC X(08) VALUE "STATUS".
003800     05  FILLER                  PIC X(49) VALUE SPACES.
003810
003820 01  WS-CHECK-COUNT-LINE.
003830     05  FILLER                  PIC X(05) VALUE SPACES.
003840     05  WS-CCL-CHECK-TEXT       PIC X(32).
003850     05  FILLER                  PIC X(11) VALUE SPACES.
003860     05  WS-CCL-FEED             PIC ZZZ,ZZ9.
003870     05  FILLER                  PIC X(11) VALUE SPACES.
003880     05  WS-CCL-PARTITIONS       PIC ZZZ,ZZ9.
003890     05  FILLER                  PIC X(02) VALUE SPACES.
003900     05  WS-CCL-STATUS           PIC X(08).
003910     05  FILLER                  PIC X(49) VALUE SPACES.
003920
003930 01  WS-CHECK-AMOUNT-LINE.
003940     05  FILLER                  PIC X(05) VALUE SPACES.
003950     05  WS-CAL-CHECK-TEXT       PIC X(32).
003960     05  FILLER                  PIC X(01) VALUE SPACES.
003970     05  WS-CAL-FEED             PIC ZZZ,ZZZ,ZZ9.9999-.
003980     05  FILLER                  PIC X(01) VALUE SPACES.
003990     05  WS-CAL-PARTITIONS       PIC ZZZ,ZZZ,ZZ9.9999-.
004000     05  FILLER                  PIC X(02) VALUE SPACES.
004010     05  WS-CAL-STATUS           PIC X(08).
004020     05  FILLER                  PIC X(49) VALUE SPACES.
004030
004040 01  WS-VERDICT-LINE.
004050     05  FILLER                  PIC X(05) VALUE SPACES.
004060     05  WS-VDL-TEXT             PIC X(40).
004070     05  FILLER                  PIC X(87) VALUE SPACES.
004080
004090 PROCEDURE DIVISION.
004100******************************************************************
004110* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.          *
004120******************************************************************
004130 0000-MAINLINE.
004140     PERFORM 1000-INITIALIZE
004150         THRU 1000-INITIALIZE-EXIT.
004160
004170     PERFORM 2000-MERGE-AUDIT-TRAIL
004180         THRU 2000-MERGE-AUDIT-TRAIL-EXIT.
004190
004200     PERFORM 3000-MERGE-GL-EXTRACT
004210         THRU 3000-MERGE-GL-EXTRACT-EXIT.
004220
004230     PERFORM 4000-MERGE-RUN-CONTROL
004240         THRU 4000-MERGE-RUN-CONTROL-EXIT.
004250
004260     PERFORM 5000-COPY-PARTITION-REPORTS
004270         THRU 5000-COPY-PARTITION-REPORTS-EXIT.
004280
004290     PERFORM 6000-WRITE-CONTROL-PAGE
004300         THRU 6000-WRITE-CONTROL-PAGE-EXIT.
004310
004320     PERFORM 8000-TERMINATE
004330         THRU 8000-TERMINATE-EXIT.
004340
004350     GO TO 9999-EXIT.
004360
004370******************************************************************
004380* 1000-INITIALIZE - LOADS THE SPLIT STEP'S PARTITION CONTROL     *
004390*                   FILE AND EACH PARTITION'S FINAL CHECKPOINT,  *
004400*                   THEN OPENS THE MERGED OUTPUTS.  A MISSING OR *
004410*                   DAMAGED PARTITION CONTROL FILE MEANS THE     *
004420*                   MERGE CANNOT KNOW WHAT TO PROVE, SO THE RUN  *
004430*                   STOPS BEFORE ANY OUTPUT IS WRITTEN.          *
004440******************************************************************
004450 1000-INITIALIZE.
004460     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
004470     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
004480
004490     INITIALIZE WS-PARTITION-TABLE.
004500     INITIALIZE WS-RUN-CONTROL-TABLE.
004510
004520     OPEN INPUT PARTITION-CONTROL-FILE.
004530
004540     PERFORM 1100-READ-PARTITION-CONTROL
004550         THRU 1100-READ-PARTITION-CONTROL-EXIT
004560         UNTIL END-OF-PARTITION-CONTROL.
004570
004580     CLOSE PARTITION-CONTROL-FILE.
004590
004600     IF NOT FEED-SUMMARY-FOUND
004610             OR WS-PARTITION-COUNT = ZERO
004620             OR WS-PARTITION-COUNT > WS-PARTITION-MAX
004630         DISPLAY "MULTMRG - PARTITION CONTROL FILE HAS NO USABLE"
004640             " FEED SUMMARY RECORD"
004650         MOVE 16 TO RETURN-CODE
004660         STOP RUN
004670     END-IF.
004680
004690     PERFORM 1150-CHECK-PARTITION-ENTRY
004700         THRU 1150-CHECK-PARTITION-ENTRY-EXIT
004710         VARYING WS-PARTITION-SUB FROM 1 BY 1
004720         UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT.
004730
004740     PERFORM 1200-LOAD-PARTITION-CHECKPOINT
004750         THRU 1200-LOAD-PARTITION-CHECKPOINT-EXIT
004760         VARYING WS-PARTITION-SUB FROM 1 BY 1
004770         UNTIL WS-PARTITION-SUB > WS-PARTITION-MAX.
004780
004790     OPEN OUTPUT MULTIPLY-AUDIT-FILE.
004800     OPEN OUTPUT MULTIPLY-EXTRACT-FILE.
004810     OPEN OUTPUT MULTIPLY-CHECKPOINT-FILE.
004820     OPEN OUTPUT MULTIPLY-REPORT-FILE.
004830
004840     DISPLAY "MULTMRG - MERGING " WS-PARTITION-COUNT
004850         " PARTITION(S)".
004860 1000-INITIALIZE-EXIT.
004870     EXIT.
004880
004890******************************************************************
004900* 1100-READ-PARTITION-CONTROL - READS ONE PARTITION CONTROL      *
004910*                               RECORD: THE FEED SUMMARY OR ONE  *
004920*                               PARTITION'S RANGE AND SPLIT      *
004930*                               COUNTS.                          *
004940******************************************************************
004950 1100-READ-PARTITION-CONTROL.
004960     READ PARTITION-CONTROL-FILE
004970         AT END
004980             SET END-OF-PARTITION-CONTROL TO TRUE
004990             GO TO 1100-READ-PARTITION-CONTROL-EXIT
005000     END-READ.
005010
005020     IF PTC-FEED-SUMMARY
005030         SET FEED-SUMMARY-FOUND      TO TRUE
005040         MOVE PTC-PARTITION-COUNT    TO WS-PARTITION-COUNT
005050         MOVE PTC-FEED-RECORDS-READ  TO WS-FEED-RECORDS-READ
005060         MOVE PTC-FEED-DETAIL-COUNT  TO WS-FEED-DETAIL-COUNT
005070         MOVE PTC-FEED-HASH-TOTAL    TO WS-FEED-HASH-TOTAL
005080         MOVE PTC-FEED-BATCH-COUNT   TO WS-FEED-BATCH-COUNT
005090     ELSE
005100     IF PTC-PARTITION-ENTRY
005110             AND PTC-PARTITION-NUMBER NUMERIC
005120             AND PTC-PARTITION-NUMBER > ZERO
005130             AND PTC-PARTITION-NUMBER NOT > WS-PARTITION-MAX
005140         MOVE PTC-PARTITION-NUMBER   TO WS-PARTITION-SUB
005150         SET PARTITION-ENTRY-FOUND (WS-PARTITION-SUB) TO TRUE
005160         MOVE PTC-LOW-ACCOUNT
005170             TO WS-PTN-LOW-ACCOUNT (WS-PARTITION-SUB)
005180         MOVE PTC-HIGH-ACCOUNT
005190             TO WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB)
005200         MOVE PTC-RECORDS-WRITTEN
005210             TO WS-PTN-RECORDS-WRITTEN (WS-PARTITION-SUB)
005220         MOVE PTC-DETAIL-WRITTEN
005230             TO WS-PTN-DETAIL-WRITTEN (WS-PARTITION-SUB)
005240         MOVE PTC-HASH-TOTAL
005250             TO WS-PTN-HASH-TOTAL (WS-PARTITION-SUB)
005260     END-IF END-IF.
005270 1100-READ-PARTITION-CONTROL-EXIT.
005280     EXIT.
005290
005300******************************************************************
005310* 1150-CHECK-PARTITION-ENTRY - STOPS THE RUN WHEN A PARTITION    *
005320*                              THE FEED SUMMARY SAYS IS IN USE   *
005330*                              HAS NO CONTROL RECORD.            *
005340******************************************************************
005350 1150-CHECK-PARTITION-ENTRY.
005360     IF NOT PARTITION-ENTRY-FOUND (WS-PARTITION-SUB)
005370         DISPLAY "MULTMRG - NO PARTITION CONTROL RECORD FOR"
005380             " PARTITION " WS-PARTITION-SUB
005390         MOVE 16 TO RETURN-CODE
005400         STOP RUN
005410     END-IF.
005420 1150-CHECK-PARTITION-ENTRY-EXIT.
005430     EXIT.
005440
005450******************************************************************
005460* 1200-LOAD-PARTITION-CHECKPOINT - KEEPS THE LAST RECORD OF ONE  *
005470*                                  PARTITION'S CHECKPOINT FILE - *
005480*                                  THE CALC STEP'S FINAL         *
005490*                                  CHECKPOINT.  AN EMPTY FILE    *
005500*                                  MEANS THE PARTITION'S CALC    *
005510*                                  NEVER FINISHED.               *
005520******************************************************************
005530 1200-LOAD-PARTITION-CHECKPOINT.
005540     MOVE 'N' TO WS-CHECKPOINT-EOF-SWITCH.
005550
005560     IF WS-PARTITION-SUB = 1
005570         OPEN INPUT PARTITION-CHECKPOINT-1-FILE
005580     ELSE
005590     IF WS-PARTITION-SUB = 2
005600         OPEN INPUT PARTITION-CHECKPOINT-2-FILE
005610     ELSE
005620     IF WS-PARTITION-SUB = 3
005630         OPEN INPUT PARTITION-CHECKPOINT-3-FILE
005640     ELSE
005650         OPEN INPUT PARTITION-CHECKPOINT-4-FILE
005660     END-IF END-IF END-IF.
005670
005680     PERFORM 1210-READ-PARTITION-CHECKPOINT
005690         THRU 1210-READ-PARTITION-CHECKPOINT-EXIT
005700         UNTIL END-OF-PARTITION-CHECKPOINT.
005710
005720     IF WS-PARTITION-SUB = 1
005730         CLOSE PARTITION-CHECKPOINT-1-FILE
005740     ELSE
005750     IF WS-PARTITION-SUB = 2
005760         CLOSE PARTITION-CHECKPOINT-2-FILE
005770     ELSE
005780     IF WS-PARTITION-SUB = 3
005790         CLOSE PARTITION-CHECKPOINT-3-FILE
005800     ELSE
005810         CLOSE PARTITION-CHECKPOINT-4-FILE
005820     END-IF END-IF END-IF.
005830 1200-LOAD-PARTITION-CHECKPOINT-EXIT.
005840     EXIT.
005850
005860******************************************************************
005870* 1210-READ-PARTITION-CHECKPOINT - READS ONE CHECKPOINT RECORD   *
005880*                                  FROM PARTITION                *
005890*                                  WS-PARTITION-SUB'S FILE AND   *
005900*                                  KEEPS IT AS THE LATEST.       *
005910******************************************************************
005920 1210-READ-PARTITION-CHECKPOINT.
005930     IF WS-PARTITION-SUB = 1
005940         READ PARTITION-CHECKPOINT-1-FILE
005950             AT END
005960                 SET END-OF-PARTITION-CHECKPOINT TO TRUE
005970             NOT AT END
005980                 MOVE PARTITION-CHECKPOINT-1-RECORD
005990                     TO WS-PTN-CHECKPOINT-IMAGE (WS-PARTITION-SUB)
006000         END-READ
006010     ELSE
006020     IF WS-PARTITION-SUB = 2
006030         READ PARTITION-CHECKPOINT-2-FILE
006040             AT END
006050                 SET END-OF-PARTITION-CHECKPOINT TO TRUE
006060             NOT AT END
006070                 MOVE PARTITION-CHECKPOINT-2-RECORD
006080                     TO WS-PTN-CHECKPOINT-IMAGE (WS-PARTITION-SUB)
006090         END-READ
006100     ELSE
006110     IF WS-PARTITION-SUB = 3
006120         READ PARTITION-CHECKPOINT-3-FILE
006130             AT END
006140                 SET END-OF-PARTITION-CHECKPOINT TO TRUE
006150             NOT AT END
006160                 MOVE PARTITION-CHECKPOINT-3-RECORD
006170                     TO WS-PTN-CHECKPOINT-IMAGE (WS-PARTITION-SUB)
006180         END-READ
006190     ELSE
006200         READ PARTITION-CHECKPOINT-4-FILE
006210             AT END
006220                 SET END-OF-PARTITION-CHECKPOINT TO TRUE
006230             NOT AT END
006240                 MOVE PARTITION-CHECKPOINT-4-RECORD
006250                     TO WS-PTN-CHECKPOINT-IMAGE (WS-PARTITION-SUB)
006260         END-READ
006270     END-IF END-IF END-IF.
006280
006290     IF NOT END-OF-PARTITION-CHECKPOINT
006300         SET PARTITION-CHECKPOINT-FOUND (WS-PARTITION-SUB) TO TRUE
006310     END-IF.
006320 1210-READ-PARTITION-CHECKPOINT-EXIT.
006330     EXIT.
006340
006350******************************************************************
006360* 2000-MERGE-AUDIT-TRAIL - COPIES THE PARTITIONS' AUDIT RECORDS, *
006370*                          CONCATENATED IN PARTITION ORDER, TO   *
006380*                          THE NIGHT'S AUDIT GENERATION,         *
006390*                          RENUMBERING THE SEQUENCE NUMBERS SO   *
006400*                          THE GENERATION READS 1, 2, 3 ... WITH *
006410*                          NO BREAK AT A PARTITION BOUNDARY.     *
006420******************************************************************
006430 2000-MERGE-AUDIT-TRAIL.
006440     OPEN INPUT PARTITION-AUDIT-FILE.
006450
006460     PERFORM 2100-MERGE-AUDIT-RECORD
006470         THRU 2100-MERGE-AUDIT-RECORD-EXIT
006480         UNTIL END-OF-PARTITION-AUDIT.
006490
006500     CLOSE PARTITION-AUDIT-FILE.
006510 2000-MERGE-AUDIT-TRAIL-EXIT.
006520     EXIT.
006530
006540******************************************************************
006550* 2100-MERGE-AUDIT-RECORD - READS, RENUMBERS AND WRITES ONE      *
006560*                           AUDIT RECORD.                        *
006570******************************************************************
006580 2100-MERGE-AUDIT-RECORD.
006590     READ PARTITION-AUDIT-FILE
006600         AT END
006610             SET END-OF-PARTITION-AUDIT TO TRUE
006620             GO TO 2100-MERGE-AUDIT-RECORD-EXIT
006630     END-READ.
006640
006650     MOVE PARTITION-AUDIT-RECORD   TO MULTIPLY-AUDIT-RECORD.
006660     ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
006670     MOVE WS-AUDIT-SEQUENCE-NUMBER TO AUD-SEQUENCE-NUMBER.
006680
006690     IF AUD-RESULT-IN-EXTENDED
006700         ADD AUD-RESULT-EXTENDED TO WS-AUDIT-RESULT-TOTAL
006710     ELSE
006720         ADD AUD-RESULT          TO WS-AUDIT-RESULT-TOTAL
006730     END-IF.
006740
006750     WRITE MULTIPLY-AUDIT-RECORD.
006760 2100-MERGE-AUDIT-RECORD-EXIT.
006770     EXIT.
006780
006790******************************************************************
006800* 3000-MERGE-GL-EXTRACT - COPIES THE PARTITIONS' GL EXTRACTS,    *
006810*                         CONCATENATED IN PARTITION ORDER, TO    *
006820*                         THE NIGHT'S GL EXTRACT.  EACH          *
006830*                         PARTITION'S EXTRACT ENDS IN ITS OWN    *
006840*                         TRAILER; THE TRAILERS ARE HELD BACK    *
006850*                         FOR THE PROOF AND ONE TRAILER FOR THE  *
006860*                         WHOLE NIGHT IS WRITTEN AT THE END.     *
006870*                         JOURNAL LINE NUMBERS ARE CARRIED ON    *
006880*                         FROM PARTITION TO PARTITION.           *
006890******************************************************************
006900 3000-MERGE-GL-EXTRACT.
006910     MOVE 1 TO WS-EXTRACT-PARTITION.
006920
006930     OPEN INPUT PARTITION-EXTRACT-FILE.
006940
006950     PERFORM 3100-MERGE-EXTRACT-RECORD
006960         THRU 3100-MERGE-EXTRACT-RECORD-EXIT
006970         UNTIL END-OF-PARTITION-EXTRACT.
006980
006990     CLOSE PARTITION-EXTRACT-FILE.
007000
007010     IF WS-JOURNAL-POSTING-DATE = ZERO
007020         MOVE WS-RUN-DATE-YYYYMMDD TO WS-JOURNAL-POSTING-DATE
007030     END-IF.
007040 3000-MERGE-GL-EXTRACT-EXIT.
007050     EXIT.
007060
007070******************************************************************
007080* 3100-MERGE-EXTRACT-RECORD - READS ONE GL EXTRACT RECORD AND    *
007090*                             EITHER WRITES IT (A JOURNAL LINE)  *
007100*                             OR FILES IT AS THE CURRENT         *
007110*                             PARTITION'S TRAILER.  ANYTHING     *
007120*                             AFTER THE LAST PARTITION'S TRAILER *
007130*                             IS COUNTED AND DROPPED - IT CANNOT *
007140*                             BE PROVED.                         *
007150******************************************************************
007160 3100-MERGE-EXTRACT-RECORD.
007170     READ PARTITION-EXTRACT-FILE
007180         AT END
007190             SET END-OF-PARTITION-EXTRACT TO TRUE
007200             GO TO 3100-MERGE-EXTRACT-RECORD-EXIT
007210     END-READ.
007220
007230     MOVE PARTITION-EXTRACT-RECORD TO GL-EXTRACT-RECORD.
007240
007250     IF WS-EXTRACT-PARTITION > WS-PARTITION-MAX
007260         ADD 1 TO WS-EXTRACT-OVERRUN-COUNT
007270         GO TO 3100-MERGE-EXTRACT-RECORD-EXIT
007280     END-IF.
007290
007300     IF GLX-TRAILER-RECORD
007310         PERFORM 3200-FILE-PARTITION-TRAILER
007320             THRU 3200-FILE-PARTITION-TRAILER-EXIT
007330         GO TO 3100-MERGE-EXTRACT-RECORD-EXIT
007340     END-IF.
007350
007360     IF GLX-JOURNAL-LINE >
007370             WS-PTN-HIGH-JOURNAL-LINE (WS-EXTRACT-PARTITION)
007380         MOVE GLX-JOURNAL-LINE
007390             TO WS-PTN-HIGH-JOURNAL-LINE (WS-EXTRACT-PARTITION)
007400     END-IF.
007410
007420     ADD WS-JOURNAL-LINE-OFFSET TO GLX-JOURNAL-LINE.
007430     ADD 1 TO WS-PTN-JOURNAL-LINES (WS-EXTRACT-PARTITION).
007440     ADD 1 TO WS-JOURNAL-LINE-COUNT.
007450
007460     IF GLX-DEBIT-LINE
007470         ADD GLX-AMOUNT
007480             TO WS-PTN-JOURNAL-DEBITS (WS-EXTRACT-PARTITION)
007490         ADD GLX-AMOUNT TO WS-JOURNAL-DEBIT-TOTAL
007500     ELSE
007510         ADD GLX-AMOUNT
007520             TO WS-PTN-JOURNAL-CREDITS (WS-EXTRACT-PARTITION)
007530         ADD GLX-AMOUNT TO WS-JOURNAL-CREDIT-TOTAL
007540     END-IF.
007550
007560     WRITE GL-EXTRACT-RECORD.
007570 3100-MERGE-EXTRACT-RECORD-EXIT.
007580     EXIT.
007590
007600******************************************************************
007610* 3200-FILE-PARTITION-TRAILER - KEEPS ONE PARTITION'S GL TRAILER *
007620*                               FOR THE PROOF, MOVES THE JOURNAL *
007630*                               LINE OFFSET PAST THAT            *
007640*                               PARTITION'S LINES, AND STARTS    *
007650*                               THE NEXT PARTITION.              *
007660******************************************************************
007670 3200-FILE-PARTITION-TRAILER.
007680     SET PARTITION-TRAILER-FOUND (WS-EXTRACT-PARTITION) TO TRUE.
007690     MOVE GLX-TRAILER-RECORD-COUNT
007700         TO WS-PTN-TRAILER-COUNT (WS-EXTRACT-PARTITION).
007710     MOVE GLX-TRAILER-DEBIT-TOTAL
007720         TO WS-PTN-TRAILER-DEBITS (WS-EXTRACT-PARTITION).
007730     MOVE GLX-TRAILER-CREDIT-TOTAL
007740         TO WS-PTN-TRAILER-CREDITS (WS-EXTRACT-PARTITION).
007750
007760     IF WS-JOURNAL-POSTING-DATE = ZERO
007770         MOVE GLX-TRAILER-POSTING-DATE TO WS-JOURNAL-POSTING-DATE
007780     END-IF.
007790
007800     ADD WS-PTN-HIGH-JOURNAL-LINE (WS-EXTRACT-PARTITION)
007810         TO WS-JOURNAL-LINE-OFFSET.
007820     ADD 1 TO WS-EXTRACT-PARTITION.
007830 3200-FILE-PARTITION-TRAILER-EXIT.
007840     EXIT.
007850
007860******************************************************************
007870* 4000-MERGE-RUN-CONTROL - FOLDS THE PARTITIONS' RUN CONTROL     *
007880*                          RECORDS BACK INTO ONE RECORD PER FEED *
007890*                          BATCH.  EVERY PARTITION IN USE        *
007900*                          CARRIES EVERY BATCH IN FEED ORDER, SO *
007910*                          THE NTH RECORD OF EACH PARTITION IS   *
007920*                          THE NTH BATCH; ITS SOURCE AND FEED    *
007930*                          DATE MUST AGREE ACROSS THE            *
007940*                          PARTITIONS.  THE MERGED RECORDS ARE   *
007950*                          WRITTEN AT THE END, AND ONLY IF THE   *
007960*                          NIGHT BALANCES.                       *
007970******************************************************************
007980 4000-MERGE-RUN-CONTROL.
007990     COMPUTE WS-RUN-CONTROL-EXPECTED =
008000         WS-FEED-BATCH-COUNT * WS-PARTITION-COUNT.
008010
008020     IF WS-FEED-BATCH-COUNT > WS-RUN-CONTROL-MAX-ENTRIES
008030         DISPLAY "MULTMRG - FEED HAS " WS-FEED-BATCH-COUNT
008040             " BATCHES, RUN CONTROL TABLE HOLDS "
008050             WS-RUN-CONTROL-MAX-ENTRIES
008060         ADD 1 TO WS-RUN-CONTROL-MISMATCHES
008070         GO TO 4000-MERGE-RUN-CONTROL-EXIT
008080     END-IF.
008090
008100     OPEN INPUT PARTITION-RUN-CONTROL-FILE.
008110
008120     PERFORM 4100-MERGE-RUN-CONTROL-RECORD
008130         THRU 4100-MERGE-RUN-CONTROL-RECORD-EXIT
008140         UNTIL END-OF-PARTITION-RUN-CONTROL.
008150
008160     CLOSE PARTITION-RUN-CONTROL-FILE.
008170
008180     PERFORM 4200-SUM-RUN-CONTROL-ENTRY
008190         THRU 4200-SUM-RUN-CONTROL-ENTRY-EXIT
008200         VARYING WS-RUN-CONTROL-SUB FROM 1 BY 1
008210         UNTIL WS-RUN-CONTROL-SUB > WS-FEED-BATCH-COUNT.
008220 4000-MERGE-RUN-CONTROL-EXIT.
008230     EXIT.
008240
008250******************************************************************
008260* 4100-MERGE-RUN-CONTROL-RECORD - READS ONE PARTITION RUN        *
008270*                                 CONTROL RECORD AND FOLDS IT    *
008280*                                 INTO ITS BATCH'S ENTRY.  THE   *
008290*                                 FIRST PARTITION'S RECORDS OPEN *
008300*                                 THE ENTRIES; A PARTITION'S     *
008310*                                 TOTALS ARE PARTIAL IF ANY      *
008320*                                 PARTITION'S WERE.              *
008330******************************************************************
008340 4100-MERGE-RUN-CONTROL-RECORD.
008350     READ PARTITION-RUN-CONTROL-FILE
008360         AT END
008370             SET END-OF-PARTITION-RUN-CONTROL TO TRUE
008380             GO TO 4100-MERGE-RUN-CONTROL-RECORD-EXIT
008390     END-READ.
008400
008410     ADD 1 TO WS-RUN-CONTROL-READ.
008420
008430     IF WS-FEED-BATCH-COUNT = ZERO
008440             OR WS-RUN-CONTROL-READ > WS-RUN-CONTROL-EXPECTED
008450         GO TO 4100-MERGE-RUN-CONTROL-RECORD-EXIT
008460     END-IF.
008470
008480     MOVE PARTITION-RUN-CONTROL-RECORD TO RUN-CONTROL-RECORD.
008490
008500     COMPUTE WS-RUN-CONTROL-SUB = WS-RUN-CONTROL-READ - 1.
008510     DIVIDE WS-RUN-CONTROL-SUB BY WS-FEED-BATCH-COUNT
008520         GIVING WS-RUN-CONTROL-QUOTIENT
008530         REMAINDER WS-RUN-CONTROL-SUB.
008540     ADD 1 TO WS-RUN-CONTROL-SUB.
008550
008560     IF WS-RUN-CONTROL-READ NOT > WS-FEED-BATCH-COUNT
008570         MOVE RCT-SOURCE-SYSTEM
008580             TO WS-RCE-SOURCE-SYSTEM (WS-RUN-CONTROL-SUB)
008590         MOVE RCT-FEED-DATE
008600             TO WS-RCE-FEED-DATE (WS-RUN-CONTROL-SUB)
008610         MOVE ZEROS TO WS-RCE-RECORD-COUNT (WS-RUN-CONTROL-SUB)
008620         MOVE ZEROS TO WS-RCE-HASH-TOTAL (WS-RUN-CONTROL-SUB)
008630         MOVE ZEROS TO WS-RCE-PROCESSED-COUNT (WS-RUN-CONTROL-SUB)
008640         MOVE ZEROS TO WS-RCE-CONTROL-TOTAL (WS-RUN-CONTROL-SUB)
008650         MOVE SPACE TO WS-RCE-TOTALS-FLAG (WS-RUN-CONTROL-SUB)
008660     ELSE
008670     IF RCT-SOURCE-SYSTEM NOT =
008680             WS-RCE-SOURCE-SYSTEM (WS-RUN-CONTROL-SUB)
008690             OR RCT-FEED-DATE NOT =
008700             WS-RCE-FEED-DATE (WS-RUN-CONTROL-SUB)
008710         DISPLAY "MULTMRG - RUN CONTROL RECORD "
008720             WS-RUN-CONTROL-READ
008730             " IS " RCT-SOURCE-SYSTEM " " RCT-FEED-DATE
008740             ", EXPECTED "
008750             WS-RCE-SOURCE-SYSTEM (WS-RUN-CONTROL-SUB) " "
008760             WS-RCE-FEED-DATE (WS-RUN-CONTROL-SUB)
008770         ADD 1 TO WS-RUN-CONTROL-MISMATCHES
008780     END-IF END-IF.
008790
008800     ADD RCT-RECORD-COUNT
008810         TO WS-RCE-RECORD-COUNT (WS-RUN-CONTROL-SUB).
008820     ADD RCT-HASH-TOTAL
008830         TO WS-RCE-HASH-TOTAL (WS-RUN-CONTROL-SUB).
008840     ADD RCT-PROCESSED-COUNT
008850         TO WS-RCE-PROCESSED-COUNT (WS-RUN-CONTROL-SUB).
008860     ADD RCT-CONTROL-TOTAL
008870         TO WS-RCE-CONTROL-TOTAL (WS-RUN-CONTROL-SUB).
008880
008890     IF RCT-TOTALS-PARTIAL
008900         MOVE RCT-TOTALS-FLAG
008910             TO WS-RCE-TOTALS-FLAG (WS-RUN-CONTROL-SUB)
008920     END-IF.
008930 4100-MERGE-RUN-CONTROL-RECORD-EXIT.
008940     EXIT.
008950
008960******************************************************************
008970* 4200-SUM-RUN-CONTROL-ENTRY - ADDS ONE MERGED BATCH INTO THE    *
008980*                              RUN CONTROL PROOF TOTALS.         *
008990******************************************************************
009000 4200-SUM-RUN-CONTROL-ENTRY.
009010     ADD WS-RCE-RECORD-COUNT (WS-RUN-CONTROL-SUB)
009020         TO WS-RCT-RECORD-COUNT-TOTAL.
009030     ADD WS-RCE-HASH-TOTAL (WS-RUN-CONTROL-SUB)
009040         TO WS-RCT-HASH-TOTAL.
009050     ADD WS-RCE-PROCESSED-COUNT (WS-RUN-CONTROL-SUB)
009060         TO WS-RCT-PROCESSED-TOTAL.
009070 4200-SUM-RUN-CONTROL-ENTRY-EXIT.
009080     EXIT.
009090
009100******************************************************************
009110* 5000-COPY-PARTITION-REPORTS - COPIES THE PARTITIONS' OWN CALC  *
009120*                               REPORTS, IN PARTITION ORDER, TO  *
009130*                               THE NIGHT'S REPORT AHEAD OF THE  *
009140*                               COMBINED PAGE.                   *
009150******************************************************************
009160 5000-COPY-PARTITION-REPORTS.
009170     OPEN INPUT PARTITION-REPORT-FILE.
009180
009190     PERFORM 5100-COPY-REPORT-RECORD
009200         THRU 5100-COPY-REPORT-RECORD-EXIT
009210         UNTIL END-OF-PARTITION-REPORT.
009220
009230     CLOSE PARTITION-REPORT-FILE.
009240 5000-COPY-PARTITION-REPORTS-EXIT.
009250     EXIT.
009260
009270******************************************************************
009280* 5100-COPY-REPORT-RECORD - COPIES ONE REPORT LINE AS IT STANDS. *
009290******************************************************************
009300 5100-COPY-REPORT-RECORD.
009310     READ PARTITION-REPORT-FILE
009320         AT END
009330             SET END-OF-PARTITION-REPORT TO TRUE
009340             GO TO 5100-COPY-REPORT-RECORD-EXIT
009350     END-READ.
009360
009370     MOVE PARTITION-REPORT-RECORD TO MULTIPLY-REPORT-RECORD.
009380     WRITE MULTIPLY-REPORT-RECORD.
009390 5100-COPY-REPORT-RECORD-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430* 6000-WRITE-CONTROL-PAGE - PRINTS THE COMBINED CONTROL-TOTAL    *
009440*                           PAGE: ONE LINE PER PARTITION, PROVED *
009450*                           AGAINST WHAT THE SPLIT STEP GAVE IT  *
009460*                           AND AGAINST ITS OWN GL TRAILER, THE  *
009470*                           PARTITION TOTALS, AND THE CHECKS     *
009480*                           THAT PROVE THE PARTITIONS ADD UP TO  *
009490*                           THE FEED.  EVERY FAILED CHECK IS     *
009500*                           COUNTED AS A MISMATCH.               *
009510******************************************************************
009520 6000-WRITE-CONTROL-PAGE.
009530     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
009540     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
009550     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
009560     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
009570     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
009580
009590     MOVE '1'                 TO RPT-CARRIAGE-CONTROL.
009600     MOVE WS-HEADING-LINE     TO RPT-LINE-IMAGE.
009610     WRITE MULTIPLY-REPORT-RECORD.
009620
009630     MOVE '0'                 TO RPT-CARRIAGE-CONTROL.
009640     MOVE WS-PTN-HEADING-LINE TO RPT-LINE-IMAGE.
009650     WRITE MULTIPLY-REPORT-RECORD.
009660
009670     MOVE ' '                 TO RPT-CARRIAGE-CONTROL.
009680     MOVE WS-PTN-COLUMN-LINE  TO RPT-LINE-IMAGE.
009690     WRITE MULTIPLY-REPORT-RECORD.
009700
009710     PERFORM 6100-PROVE-ONE-PARTITION
009720         THRU 6100-PROVE-ONE-PARTITION-EXIT
009730         VARYING WS-PARTITION-SUB FROM 1 BY 1
009740         UNTIL WS-PARTITION-SUB > WS-PARTITION-MAX.
009750
009760     MOVE WS-TOTAL-RECORDS-READ  TO WS-PTL-RECORDS-READ.
009770     MOVE WS-TOTAL-PROCESSED     TO WS-PTL-PROCESSED.
009780     MOVE WS-TOTAL-REJECTED      TO WS-PTL-REJECTED.
009790     MOVE WS-TOTAL-EXCEPTED      TO WS-PTL-EXCEPTED.
009800     MOVE WS-TOTAL-REFERRED      TO WS-PTL-REFERRED.
009810     MOVE WS-TOTAL-CONTROL-TOTAL TO WS-PTL-CONTROL-TOTAL.
009820     MOVE '0'                    TO RPT-CARRIAGE-CONTROL.
009830     MOVE WS-PTN-TOTAL-LINE      TO RPT-LINE-IMAGE.
009840     WRITE MULTIPLY-REPORT-RECORD.
009850
009860     PERFORM 6300-PROVE-PARTITIONS-TO-FEED
009870         THRU 6300-PROVE-PARTITIONS-TO-FEED-EXIT.
009880
009890     IF WS-MISMATCH-COUNT = ZERO
009900         MOVE "PARTITIONS BALANCE TO THE FEED"
009910             TO WS-VDL-TEXT
009920     ELSE
009930         MOVE "*** PARTITIONS DO NOT BALANCE ***"
009940             TO WS-VDL-TEXT
009950     END-IF.
009960
009970     MOVE '0'                 TO RPT-CARRIAGE-CONTROL.
009980     MOVE WS-VERDICT-LINE     TO RPT-LINE-IMAGE.
009990     WRITE MULTIPLY-REPORT-RECORD.
010000 6000-WRITE-CONTROL-PAGE-EXIT.
010010     EXIT.
010020
010030******************************************************************
010040* 6100-PROVE-ONE-PARTITION - PROVES AND PRINTS ONE PARTITION IN  *
010050*                            USE.  ITS CALC RUN MUST HAVE LEFT A *
010060*                            FINAL CHECKPOINT, READ EVERY RECORD *
010070*                            THE SPLIT GAVE IT, ACCOUNTED FOR    *
010080*                            EVERY DETAIL AS PROCESSED,          *
010090*                            REJECTED, EXCEPTED OR REFERRED, AND *
010100*                            CUT A BALANCED GL EXTRACT MATCHING  *
010110*                            ITS TRAILER.  A PARTITION NOT IN    *
010120*                            USE MUST HAVE DONE NO WORK.         *
010130******************************************************************
010140 6100-PROVE-ONE-PARTITION.
010150     MOVE SPACES TO PARTITION-CHECKPOINT-RECORD.
010160
010170     IF PARTITION-CHECKPOINT-FOUND (WS-PARTITION-SUB)
010180         MOVE WS-PTN-CHECKPOINT-IMAGE (WS-PARTITION-SUB)
010190             TO PARTITION-CHECKPOINT-RECORD
010200     ELSE
010210         MOVE ZEROS TO PCK-LAST-RECORD-NUMBER
010220         MOVE ZEROS TO PCK-RECORDS-PROCESSED
010230         MOVE ZEROS TO PCK-CONTROL-TOTAL
010240         MOVE ZEROS TO PCK-REJECT-COUNT
010250         MOVE ZEROS TO PCK-EXCEPTION-COUNT
010255         MOVE ZEROS TO PCK-REFERRAL-COUNT
010260         MOVE ZEROS TO PCK-ROLLED-FORWARD-COUNT
010265     END-IF.
010270
010275     IF PCK-REFERRAL-COUNT NOT NUMERIC
010280         MOVE ZEROS TO PCK-REFERRAL-COUNT
010285     END-IF.
010290
010295     IF PCK-ROLLED-FORWARD-COUNT NOT NUMERIC
010300         MOVE ZEROS TO PCK-ROLLED-FORWARD-COUNT
010305     END-IF.
010320
010330     COMPUTE WS-PARTITION-ACCOUNTED = PCK-RECORDS-PROCESSED
010340         + PCK-REJECT-COUNT + PCK-EXCEPTION-COUNT
010350         + PCK-REFERRAL-COUNT.
010360
010370     IF WS-PARTITION-SUB > WS-PARTITION-COUNT
010380         PERFORM 6150-CHECK-UNUSED-PARTITION
010390             THRU 6150-CHECK-UNUSED-PARTITION-EXIT
010400         GO TO 6100-PROVE-ONE-PARTITION-EXIT
010410     END-IF.
010420
010430     ADD PCK-LAST-RECORD-NUMBER TO WS-TOTAL-RECORDS-READ.
010440     ADD PCK-RECORDS-PROCESSED  TO WS-TOTAL-PROCESSED.
010450     ADD PCK-REJECT-COUNT       TO WS-TOTAL-REJECTED.
010460     ADD PCK-EXCEPTION-COUNT    TO WS-TOTAL-EXCEPTED.
010464     ADD PCK-REFERRAL-COUNT     TO WS-TOTAL-REFERRED.
010468     ADD PCK-ROLLED-FORWARD-COUNT
010472                                TO WS-TOTAL-ROLLED-FORWARD.
010480     ADD PCK-CONTROL-TOTAL      TO WS-TOTAL-CONTROL-TOTAL.
010490     ADD WS-PARTITION-ACCOUNTED TO WS-TOTAL-ACCOUNTED.
010500     ADD WS-PTN-DETAIL-WRITTEN (WS-PARTITION-SUB)
010510         TO WS-TOTAL-SPLIT-DETAILS.
010520     ADD WS-PTN-HASH-TOTAL (WS-PARTITION-SUB)
010530         TO WS-TOTAL-SPLIT-HASH.
010531
010532     IF PARTITION-CHECKPOINT-FOUND (WS-PARTITION-SUB)
010533             AND PCK-RUN-DATE NUMERIC
010534             AND PCK-RUN-TIME NUMERIC
010535         IF PCK-RUN-DATE < WS-FIRST-CALC-DATE
010536                 OR (PCK-RUN-DATE = WS-FIRST-CALC-DATE
010537                     AND PCK-RUN-TIME < WS-FIRST-CALC-TIME)
010538             MOVE PCK-RUN-DATE TO WS-FIRST-CALC-DATE
010539             MOVE PCK-RUN-TIME TO WS-FIRST-CALC-TIME
010540         END-IF
010541     END-IF.
010542
010550     COMPUTE WS-EXPECTED-JOURNAL-LINES =
010560         PCK-RECORDS-PROCESSED * 2.
010570
010580     MOVE "OK" TO WS-PDL-STATUS.
010590
010600     IF NOT PARTITION-CHECKPOINT-FOUND (WS-PARTITION-SUB)
010610         MOVE "NO CKPT" TO WS-PDL-STATUS
010620     ELSE
010630     IF PCK-LAST-RECORD-NUMBER NOT =
010640             WS-PTN-RECORDS-WRITTEN (WS-PARTITION-SUB)
010650         MOVE "READ DIFF" TO WS-PDL-STATUS
010660     ELSE
010670     IF WS-PARTITION-ACCOUNTED NOT =
010680             WS-PTN-DETAIL-WRITTEN (WS-PARTITION-SUB)
010690         MOVE "COUNT DIFF" TO WS-PDL-STATUS
010700     ELSE
010710     IF NOT PARTITION-TRAILER-FOUND (WS-PARTITION-SUB)
010720             OR WS-PTN-JOURNAL-LINES (WS-PARTITION-SUB) NOT =
010730                WS-PTN-TRAILER-COUNT (WS-PARTITION-SUB)
010740             OR WS-PTN-JOURNAL-LINES (WS-PARTITION-SUB) NOT =
010750                WS-EXPECTED-JOURNAL-LINES
010760             OR WS-PTN-JOURNAL-DEBITS (WS-PARTITION-SUB) NOT =
010770                WS-PTN-TRAILER-DEBITS (WS-PARTITION-SUB)
010780             OR WS-PTN-JOURNAL-CREDITS (WS-PARTITION-SUB) NOT =
010790                WS-PTN-TRAILER-CREDITS (WS-PARTITION-SUB)
010800             OR WS-PTN-JOURNAL-DEBITS (WS-PARTITION-SUB) NOT =
010810                PCK-CONTROL-TOTAL
010820         MOVE "GLX DIFF" TO WS-PDL-STATUS
010830     END-IF END-IF END-IF END-IF.
010840
010850     IF WS-PDL-STATUS NOT = "OK"
010860         ADD 1 TO WS-MISMATCH-COUNT
010870         DISPLAY "MULTMRG - PARTITION " WS-PARTITION-SUB
010880             " FAILED ITS PROOF: " WS-PDL-STATUS
010890     END-IF.
010900
010910     MOVE WS-PARTITION-SUB       TO WS-PDL-PARTITION.
010920     MOVE WS-PTN-LOW-ACCOUNT (WS-PARTITION-SUB)
010930         TO WS-PDL-LOW-ACCOUNT.
010940     MOVE WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB)
010950         TO WS-PDL-HIGH-ACCOUNT.
010960     MOVE PCK-LAST-RECORD-NUMBER TO WS-PDL-RECORDS-READ.
010970     MOVE PCK-RECORDS-PROCESSED  TO WS-PDL-PROCESSED.
010980     MOVE PCK-REJECT-COUNT       TO WS-PDL-REJECTED.
010990     MOVE PCK-EXCEPTION-COUNT    TO WS-PDL-EXCEPTED.
011000     MOVE PCK-REFERRAL-COUNT     TO WS-PDL-REFERRED.
011010     MOVE PCK-CONTROL-TOTAL      TO WS-PDL-CONTROL-TOTAL.
011020
011030     MOVE ' '                    TO RPT-CARRIAGE-CONTROL.
011040     MOVE WS-PTN-DETAIL-LINE     TO RPT-LINE-IMAGE.
011050     WRITE MULTIPLY-REPORT-RECORD.
011060 6100-PROVE-ONE-PARTITION-EXIT.
011070     EXIT.
011080
011090******************************************************************
011100* 6150-CHECK-UNUSED-PARTITION - A PARTITION BEYOND THE NIGHT'S   *
011110*                               PARTITION COUNT RAN AGAINST AN   *
011120*                               EMPTY FILE; ANY DETAIL IT        *
011130*                               ACCOUNTED FOR OR JOURNAL LINE IT *
011140*                               CUT CAME FROM SOMEWHERE ELSE.    *
011150******************************************************************
011160 6150-CHECK-UNUSED-PARTITION.
011170     IF WS-PARTITION-ACCOUNTED > ZERO
011180             OR WS-PTN-JOURNAL-LINES (WS-PARTITION-SUB) > ZERO
011190         ADD 1 TO WS-MISMATCH-COUNT
011200         DISPLAY "MULTMRG - PARTITION " WS-PARTITION-SUB
011210             " IS NOT IN USE TONIGHT BUT REPORTS WORK DONE"
011220     END-IF.
011230 6150-CHECK-UNUSED-PARTITION-EXIT.
011240     EXIT.
011250
011260******************************************************************
011270* 6300-PROVE-PARTITIONS-TO-FEED - PRINTS THE CHECKS THAT PROVE   *
011280*                                 THE PARTITIONS, TOGETHER, ARE  *
011290*                                 THE FEED: EVERY FEED DETAIL    *
011300*                                 ACCOUNTED FOR, THE NUM1 HASH   *
011310*                                 CARRIED THROUGH, AND THE       *
011320*                                 MERGED AUDIT, GL EXTRACT AND   *
011330*                                 RUN CONTROL RECORDS AGREEING   *
011340*                                 WITH THE PARTITIONS' CLAIMED   *
011350*                                 TOTALS.                        *
011360******************************************************************
011370 6300-PROVE-PARTITIONS-TO-FEED.
011380     MOVE '0'                 TO RPT-CARRIAGE-CONTROL.
011390     MOVE WS-PRF-HEADING-LINE TO RPT-LINE-IMAGE.
011400     WRITE MULTIPLY-REPORT-RECORD.
011410
011420     MOVE ' '                 TO RPT-CARRIAGE-CONTROL.
011430     MOVE WS-PRF-COLUMN-LINE  TO RPT-LINE-IMAGE.
011440     WRITE MULTIPLY-REPORT-RECORD.
011450
011460     MOVE "DETAIL = PROC+REJ+EXC+REF       "
011470         TO WS-CCL-CHECK-TEXT.
011480     MOVE WS-FEED-DETAIL-COUNT   TO WS-CHECK-FEED-COUNT.
011490     MOVE WS-TOTAL-ACCOUNTED     TO WS-CHECK-PARTITION-COUNT.
011500     PERFORM 6400-WRITE-COUNT-CHECK
011510         THRU 6400-WRITE-COUNT-CHECK-EXIT.
011520
011530     MOVE "DETAIL RECORDS SPLIT            "
011540         TO WS-CCL-CHECK-TEXT.
011550     MOVE WS-FEED-DETAIL-COUNT   TO WS-CHECK-FEED-COUNT.
011560     MOVE WS-TOTAL-SPLIT-DETAILS TO WS-CHECK-PARTITION-COUNT.
011570     PERFORM 6400-WRITE-COUNT-CHECK
011580         THRU 6400-WRITE-COUNT-CHECK-EXIT.
011590
011600     MOVE "NUM1 HASH TOTAL SPLIT           "
011610         TO WS-CAL-CHECK-TEXT.
011620     MOVE WS-FEED-HASH-TOTAL     TO WS-CHECK-FEED-AMOUNT.
011630     MOVE WS-TOTAL-SPLIT-HASH    TO WS-CHECK-PARTITION-AMOUNT.
011640     PERFORM 6500-WRITE-AMOUNT-CHECK
011650         THRU 6500-WRITE-AMOUNT-CHECK-EXIT.
011660
011670     MOVE "AUDIT RECORDS VS PROCESSED      "
011680         TO WS-CCL-CHECK-TEXT.
011690     MOVE WS-AUDIT-SEQUENCE-NUMBER TO WS-CHECK-FEED-COUNT.
011700     MOVE WS-TOTAL-PROCESSED     TO WS-CHECK-PARTITION-COUNT.
011710     PERFORM 6400-WRITE-COUNT-CHECK
011720         THRU 6400-WRITE-COUNT-CHECK-EXIT.
011730
011740     MOVE "AUDIT RESULTS VS CONTROL TOTAL  "
011750         TO WS-CAL-CHECK-TEXT.
011760     MOVE WS-AUDIT-RESULT-TOTAL  TO WS-CHECK-FEED-AMOUNT.
011770     MOVE WS-TOTAL-CONTROL-TOTAL TO WS-CHECK-PARTITION-AMOUNT.
011780     PERFORM 6500-WRITE-AMOUNT-CHECK
011790         THRU 6500-WRITE-AMOUNT-CHECK-EXIT.
011800
011810     MOVE "GL JOURNAL LINES VS PROCESSED X2"
011820         TO WS-CCL-CHECK-TEXT.
011830     MOVE WS-JOURNAL-LINE-COUNT  TO WS-CHECK-FEED-COUNT.
011840     COMPUTE WS-CHECK-PARTITION-COUNT = WS-TOTAL-PROCESSED * 2.
011850     PERFORM 6400-WRITE-COUNT-CHECK
011860         THRU 6400-WRITE-COUNT-CHECK-EXIT.
011870
011880     MOVE "GL DEBITS VS CONTROL TOTAL      "
011890         TO WS-CAL-CHECK-TEXT.
011900     MOVE WS-JOURNAL-DEBIT-TOTAL TO WS-CHECK-FEED-AMOUNT.
011910     MOVE WS-TOTAL-CONTROL-TOTAL TO WS-CHECK-PARTITION-AMOUNT.
011920     PERFORM 6500-WRITE-AMOUNT-CHECK
011930         THRU 6500-WRITE-AMOUNT-CHECK-EXIT.
011940
011950     MOVE "GL CREDITS VS CONTROL TOTAL     "
011960         TO WS-CAL-CHECK-TEXT.
011970     MOVE WS-JOURNAL-CREDIT-TOTAL TO WS-CHECK-FEED-AMOUNT.
011980     MOVE WS-TOTAL-CONTROL-TOTAL TO WS-CHECK-PARTITION-AMOUNT.
011990     PERFORM 6500-WRITE-AMOUNT-CHECK
012000         THRU 6500-WRITE-AMOUNT-CHECK-EXIT.
012010
012020     MOVE "GL EXTRACTS ENDED VS PARTITIONS "
012030         TO WS-CCL-CHECK-TEXT.
012040     MOVE WS-PARTITION-MAX       TO WS-CHECK-FEED-COUNT.
012050     COMPUTE WS-CHECK-PARTITION-COUNT =
012060         WS-EXTRACT-PARTITION - 1 + WS-EXTRACT-OVERRUN-COUNT.
012070     PERFORM 6400-WRITE-COUNT-CHECK
012080         THRU 6400-WRITE-COUNT-CHECK-EXIT.
012090
012100     MOVE "RUN CONTROL RECORDS             "
012110         TO WS-CCL-CHECK-TEXT.
012120     MOVE WS-RUN-CONTROL-EXPECTED TO WS-CHECK-FEED-COUNT.
012130     MOVE WS-RUN-CONTROL-READ    TO WS-CHECK-PARTITION-COUNT.
012140     PERFORM 6400-WRITE-COUNT-CHECK
012150         THRU 6400-WRITE-COUNT-CHECK-EXIT.
012160
012170     MOVE "RUN CONTROL BATCH MISMATCHES    "
012180         TO WS-CCL-CHECK-TEXT.
012190     MOVE ZERO                   TO WS-CHECK-FEED-COUNT.
012200     MOVE WS-RUN-CONTROL-MISMATCHES TO WS-CHECK-PARTITION-COUNT.
012210     PERFORM 6400-WRITE-COUNT-CHECK
012220         THRU 6400-WRITE-COUNT-CHECK-EXIT.
012230
012240     MOVE "RUN CONTROL RECORD COUNTS       "
012250         TO WS-CCL-CHECK-TEXT.
012260     MOVE WS-FEED-DETAIL-COUNT   TO WS-CHECK-FEED-COUNT.
012270     MOVE WS-RCT-RECORD-COUNT-TOTAL TO WS-CHECK-PARTITION-COUNT.
012280     PERFORM 6400-WRITE-COUNT-CHECK
012290         THRU 6400-WRITE-COUNT-CHECK-EXIT.
012300
012310     MOVE "RUN CONTROL HASH TOTALS         "
012320         TO WS-CAL-CHECK-TEXT.
012330     MOVE WS-FEED-HASH-TOTAL     TO WS-CHECK-FEED-AMOUNT.
012340     MOVE WS-RCT-HASH-TOTAL      TO WS-CHECK-PARTITION-AMOUNT.
012350     PERFORM 6500-WRITE-AMOUNT-CHECK
012360         THRU 6500-WRITE-AMOUNT-CHECK-EXIT.
012370
012380     MOVE "RUN CONTROL PROCESSED COUNTS    "
012390         TO WS-CCL-CHECK-TEXT.
012400     MOVE WS-TOTAL-PROCESSED     TO WS-CHECK-FEED-COUNT.
012410     MOVE WS-RCT-PROCESSED-TOTAL TO WS-CHECK-PARTITION-COUNT.
012420     PERFORM 6400-WRITE-COUNT-CHECK
012430         THRU 6400-WRITE-COUNT-CHECK-EXIT.
012440 6300-PROVE-PARTITIONS-TO-FEED-EXIT.
012450     EXIT.
012460
012470******************************************************************
012480* 6400-WRITE-COUNT-CHECK - COMPARES AND PRINTS ONE COUNT CHECK   *
012490*                          AS THE CALLER SET IT UP.              *
012500******************************************************************
012510 6400-WRITE-COUNT-CHECK.
012520     MOVE WS-CHECK-FEED-COUNT      TO WS-CCL-FEED.
012530     MOVE WS-CHECK-PARTITION-COUNT TO WS-CCL-PARTITIONS.
012540
012550     IF WS-CHECK-FEED-COUNT = WS-CHECK-PARTITION-COUNT
012560         MOVE "OK      " TO WS-CCL-STATUS
012570     ELSE
012580         MOVE "MISMATCH" TO WS-CCL-STATUS
012590         ADD 1 TO WS-MISMATCH-COUNT
012600         DISPLAY "MULTMRG - CHECK FAILED: " WS-CCL-CHECK-TEXT
012610     END-IF.
012620
012630     MOVE ' '                 TO RPT-CARRIAGE-CONTROL.
012640     MOVE WS-CHECK-COUNT-LINE TO RPT-LINE-IMAGE.
012650     WRITE MULTIPLY-REPORT-RECORD.
012660 6400-WRITE-COUNT-CHECK-EXIT.
012670     EXIT.
012680
012690******************************************************************
012700* 6500-WRITE-AMOUNT-CHECK - COMPARES AND PRINTS ONE AMOUNT CHECK *
012710*                           AS THE CALLER SET IT UP.             *
012720******************************************************************
012730 6500-WRITE-AMOUNT-CHECK.
012740     MOVE WS-CHECK-FEED-AMOUNT      TO WS-CAL-FEED.
012750     MOVE WS-CHECK-PARTITION-AMOUNT TO WS-CAL-PARTITIONS.
012760
012770     IF WS-CHECK-FEED-AMOUNT = WS-CHECK-PARTITION-AMOUNT
012780         MOVE "OK      " TO WS-CAL-STATUS
012790     ELSE
012800         MOVE "MISMATCH" TO WS-CAL-STATUS
012810         ADD 1 TO WS-MISMATCH-COUNT
012820         DISPLAY "MULTMRG - CHECK FAILED: " WS-CAL-CHECK-TEXT
012830     END-IF.
012840
012850     MOVE ' '                  TO RPT-CARRIAGE-CONTROL.
012860     MOVE WS-CHECK-AMOUNT-LINE TO RPT-LINE-IMAGE.
012870     WRITE MULTIPLY-REPORT-RECORD.
012880 6500-WRITE-AMOUNT-CHECK-EXIT.
012890     EXIT.
012900
012910******************************************************************
012920* 8000-TERMINATE - WRITES THE NIGHT'S SINGLE GL TRAILER AND THE  *
012930*                  COMBINED FINAL CHECKPOINT, POSTS THE MERGED   *
012940*                  RUN CONTROL RECORDS WHEN THE NIGHT BALANCES,  *
012950*                  SETS THE RETURN CODE, AND CLOSES THE FILES.   *
012960******************************************************************
012970 8000-TERMINATE.
012980     PERFORM 8300-WRITE-EXTRACT-TRAILER
012990         THRU 8300-WRITE-EXTRACT-TRAILER-EXIT.
013000
013010     PERFORM 8400-WRITE-FINAL-CHECKPOINT
013020         THRU 8400-WRITE-FINAL-CHECKPOINT-EXIT.
013030
013040     IF WS-MISMATCH-COUNT = ZERO
013050         PERFORM 8500-WRITE-RUN-CONTROL
013060             THRU 8500-WRITE-RUN-CONTROL-EXIT
013070     ELSE
013080         DISPLAY "MULTMRG - " WS-MISMATCH-COUNT
013090             " CHECK(S) FAILED - PARTITIONS DO NOT BALANCE,"
013100             " FEEDS NOT POSTED"
013110         MOVE 8 TO RETURN-CODE
013120     END-IF.
013130
013140     DISPLAY "MULTMRG - " WS-AUDIT-SEQUENCE-NUMBER
013150         " AUDIT RECORD(S), " WS-JOURNAL-LINE-COUNT
013160         " JOURNAL LINE(S) MERGED".
013170
013180     CLOSE MULTIPLY-AUDIT-FILE.
013190     CLOSE MULTIPLY-EXTRACT-FILE.
013200     CLOSE MULTIPLY-CHECKPOINT-FILE.
013210     CLOSE MULTIPLY-REPORT-FILE.
013220
013230     PERFORM 8900-WRITE-RUN-LOG
013240         THRU 8900-WRITE-RUN-LOG-EXIT.
013250 8000-TERMINATE-EXIT.
013260     EXIT.
013270
013280******************************************************************
013290* 8300-WRITE-EXTRACT-TRAILER - WRITES THE ONE GL EXTRACT TRAILER *
013300*                              FOR THE WHOLE NIGHT, LAID OUT AS  *
013310*                              THE CALC STEP LAYS OUT ITS OWN:   *
013320*                              THE COUNT IS JOURNAL LINES, THE   *
013330*                              AMOUNT TOTAL IS THE DEBIT TOTAL.  *
013340******************************************************************
013350 8300-WRITE-EXTRACT-TRAILER.
013360     MOVE SPACES                  TO GL-EXTRACT-RECORD.
013370     SET GLX-TRAILER-RECORD       TO TRUE.
013380     MOVE WS-JOURNAL-LINE-COUNT   TO GLX-TRAILER-RECORD-COUNT.
013390     MOVE WS-JOURNAL-DEBIT-TOTAL  TO GLX-TRAILER-AMOUNT-TOTAL.
013400     MOVE WS-JOURNAL-POSTING-DATE TO GLX-TRAILER-POSTING-DATE.
013410     MOVE WS-JOURNAL-DEBIT-TOTAL  TO GLX-TRAILER-DEBIT-TOTAL.
013420     MOVE WS-JOURNAL-CREDIT-TOTAL TO GLX-TRAILER-CREDIT-TOTAL.
013430
013440     WRITE GL-EXTRACT-RECORD.
013450 8300-WRITE-EXTRACT-TRAILER-EXIT.
013460     EXIT.
013470
013480******************************************************************
013490* 8400-WRITE-FINAL-CHECKPOINT - WRITES THE NIGHT'S COMBINED      *
013500*                               FINAL CHECKPOINT, READ BY THE    *
013510*                               EXCEPTION REPROCESS AND          *
013520*                               RECONCILIATION STEPS EXACTLY AS  *
013530*                               THEY READ A WHOLE-FEED CALC      *
013540*                               RUN'S: LAST RECORD IS THE FEED'S *
013550*                               RECORD COUNT AND THE AUDIT       *
013560*                               SEQUENCE IS THE MERGED AUDIT'S   *
013570*                               LAST.                            *
013580******************************************************************
013590 8400-WRITE-FINAL-CHECKPOINT.
013600     MOVE WS-RUN-DATE-YYYYMMDD     TO CKP-RUN-DATE.
013610     MOVE WS-RUN-TIME-HHMMSS       TO CKP-RUN-TIME.
013620     MOVE WS-FEED-RECORDS-READ     TO CKP-LAST-RECORD-NUMBER.
013630     MOVE WS-TOTAL-PROCESSED       TO CKP-RECORDS-PROCESSED.
013640     MOVE WS-TOTAL-CONTROL-TOTAL   TO CKP-CONTROL-TOTAL.
013650     MOVE WS-TOTAL-REJECTED        TO CKP-REJECT-COUNT.
013660     MOVE WS-TOTAL-EXCEPTED        TO CKP-EXCEPTION-COUNT.
013670     MOVE WS-AUDIT-SEQUENCE-NUMBER TO CKP-AUDIT-SEQUENCE-NUMBER.
013677     MOVE WS-TOTAL-REFERRED        TO CKP-REFERRAL-COUNT.
013684     MOVE WS-TOTAL-ROLLED-FORWARD  TO CKP-ROLLED-FORWARD-COUNT.
013691     WRITE MULTIPLY-CHECKPOINT-RECORD.
013700 8400-WRITE-FINAL-CHECKPOINT-EXIT.
013710     EXIT.
013720
013730******************************************************************
013740* 8500-WRITE-RUN-CONTROL - APPENDS ONE POSTED-FEED RECORD PER    *
013750*                          FEED BATCH TO THE RUN CONTROL FILE,   *
013760*                          WITH THE PARTITIONS' TOTALS FOLDED    *
013770*                          TOGETHER, JUST AS A WHOLE-FEED CALC   *
013780*                          RUN POSTS THEM.                       *
013790******************************************************************
013800 8500-WRITE-RUN-CONTROL.
013810     OPEN EXTEND MULTIPLY-RUN-CONTROL-FILE.
013820
013830     PERFORM 8550-WRITE-RUN-CONTROL-ENTRY
013840         THRU 8550-WRITE-RUN-CONTROL-ENTRY-EXIT
013850         VARYING WS-RUN-CONTROL-SUB FROM 1 BY 1
013860         UNTIL WS-RUN-CONTROL-SUB > WS-FEED-BATCH-COUNT.
013870
013880     CLOSE MULTIPLY-RUN-CONTROL-FILE.
013890 8500-WRITE-RUN-CONTROL-EXIT.
013900     EXIT.
013910
013920******************************************************************
013930* 8550-WRITE-RUN-CONTROL-ENTRY - WRITES ONE MERGED BATCH.        *
013940******************************************************************
013950 8550-WRITE-RUN-CONTROL-ENTRY.
013960     MOVE SPACES               TO RUN-CONTROL-RECORD.
013970     MOVE WS-RCE-SOURCE-SYSTEM (WS-RUN-CONTROL-SUB)
013980         TO RCT-SOURCE-SYSTEM.
013990     MOVE WS-RCE-FEED-DATE (WS-RUN-CONTROL-SUB)
014000         TO RCT-FEED-DATE.
014010     MOVE WS-RCE-RECORD-COUNT (WS-RUN-CONTROL-SUB)
014020         TO RCT-RECORD-COUNT.
014030     MOVE WS-RCE-HASH-TOTAL (WS-RUN-CONTROL-SUB)
014040         TO RCT-HASH-TOTAL.
014043     IF WS-FIRST-CALC-DATE = 99999999
014046         MOVE WS-RUN-DATE-YYYYMMDD TO RCT-POSTED-DATE
014049         MOVE WS-RUN-TIME-HHMMSS   TO RCT-POSTED-TIME
014052     ELSE
014055         MOVE WS-FIRST-CALC-DATE   TO RCT-POSTED-DATE
014058         MOVE WS-FIRST-CALC-TIME   TO RCT-POSTED-TIME
014061     END-IF.
014070     MOVE WS-RCE-PROCESSED-COUNT (WS-RUN-CONTROL-SUB)
014080         TO RCT-PROCESSED-COUNT.
014090     MOVE WS-RCE-CONTROL-TOTAL (WS-RUN-CONTROL-SUB)
014100         TO RCT-CONTROL-TOTAL.
014110     MOVE WS-RCE-TOTALS-FLAG (WS-RUN-CONTROL-SUB)
014120         TO RCT-TOTALS-FLAG.
014130     MOVE SPACE                TO RCT-REVERSED-FLAG.
014140     MOVE ZEROS                TO RCT-REVERSED-DATE.
014150     WRITE RUN-CONTROL-RECORD.
014160 8550-WRITE-RUN-CONTROL-ENTRY-EXIT.
014170     EXIT.
014180
014190******************************************************************
014200* 8900-WRITE-RUN-LOG - APPENDS THIS STEP'S STATUS RECORD TO THE  *
014210*                      COMMON NIGHTLY RUN LOG (MULTRUNL) SO THE  *
014220*                      NIGHT SUMMARY STEP (MULTNSM) CAN PRINT    *
014230*                      THE ONE-PAGE "HOW DID THE NIGHT GO" PAGE. *
014240*                      THE COUNTS ARE THE PARTITIONS' COMBINED.  *
014250******************************************************************
014260 8900-WRITE-RUN-LOG.
014270     ACCEPT WS-END-DATE-YYYYMMDD FROM DATE YYYYMMDD.
014280     ACCEPT WS-END-TIME-HHMMSS   FROM TIME.
014290
014300     OPEN EXTEND RUN-LOG-FILE.
014310
014320     MOVE SPACES                 TO RUN-LOG-RECORD.
014330     MOVE "MULTMRG"              TO RNL-PROGRAM-ID.
014340     MOVE WS-RUN-DATE-YYYYMMDD   TO RNL-START-DATE.
014350     MOVE WS-RUN-TIME-HHMMSS     TO RNL-START-TIME.
014360     MOVE WS-END-DATE-YYYYMMDD   TO RNL-END-DATE.
014370     MOVE WS-END-TIME-HHMMSS     TO RNL-END-TIME.
014380     MOVE RETURN-CODE            TO RNL-RETURN-CODE.
014390     MOVE WS-TOTAL-PROCESSED     TO RNL-RECORDS-PROCESSED.
014400     MOVE WS-TOTAL-REJECTED      TO RNL-RECORDS-REJECTED.
014410     MOVE WS-TOTAL-EXCEPTED      TO RNL-RECORDS-EXCEPTED.
014420     MOVE WS-TOTAL-REFERRED      TO RNL-RECORDS-REFERRED.
014430
014440     WRITE RUN-LOG-RECORD.
014450
014460     CLOSE RUN-LOG-FILE.
014470 8900-WRITE-RUN-LOG-EXIT.
014480     EXIT.
014490
014500******************************************************************
014510* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
014520******************************************************************
014530 9999-EXIT.
014540     STOP RUN.
