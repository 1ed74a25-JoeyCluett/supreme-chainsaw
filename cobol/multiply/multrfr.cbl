000010******************************************************************
000020* PROGRAM      : MULTRFR                                         *
000030* DESCRIPTION  : ACCOUNT-LIMIT REFERRAL PROGRAM.  RUNS AFTER THE *
000040*                NIGHTLY CALC STEP.  CARRIES THE PRIOR REFERRAL  *
000050*                QUEUE GENERATION FORWARD, APPLIES THE APPROVERS'*
000060*                DECISION CARDS TO IT (AN APPROVED ITEM GOES BACK*
000070*                INTO THE NEXT NIGHT'S FEED, A DECLINED ITEM IS  *
000080*                WRITTEN OFF WITH ITS REASON), ADDS TONIGHT'S    *
000090*                REFERRALS FROM MULTRFL TO THE QUEUE UNDER A NEW *
000100*                QUEUE SEQUENCE NUMBER, AND PRINTS THE HELD-ITEMS*
000110*                LISTING THE APPROVERS WORK FROM EACH MORNING.   *
000120******************************************************************
000130* MAINTENANCE HISTORY
000140*   DATE        INIT  DESCRIPTION
000150*   ----------  ----  ----------------------------------------
000160*   2026-10-15  JAC   ORIGINAL PROGRAM.  AN ACCOUNT COULD POST ANY
000170*                     NUMBER OF CALCULATIONS OF ANY SIZE IN ONE
000180*                     NIGHT; MULTCALC NOW HOLDS A DETAIL THAT
000190*                     BREACHES THE ACCOUNT'S PER-ITEM OR DAILY
000200*                     LIMIT ON THE REFERRAL FILE, AND THIS
000210*                     PROGRAM QUEUES IT FOR APPROVAL.  APPROVED
000220*                     ITEMS ARE CUT AS A HDR/TRL BATCH (SOURCE
000230*                     "REFA", FEED DATE = RUN DATE) THE SAME WAY
000233*                     MULTSUS CUTS THE RCYC RECYCLE BATCH.
000236*   2026-10-15  JAC   EVERY DECISION CARD APPLIED (AN ITEM
000239*                     APPROVED OR WRITTEN OFF) IS NOW APPENDED TO
000242*                     THE PERMANENT INTERVENTION LOG (NEW MULTITV
000245*                     DD) WITH THE APPROVER'S USER ID, FOR THE
000248*                     SECURITY REVIEW (MULTSRV) - THE REFDEC
000251*                     DATASET ITSELF IS SCRATCHED NIGHTLY.
000252*   2026-10-15  JAC   AN APPROVED ITEM IS RELEASED WITH THE
000253*                     CURRENCY CODE IT CAME IN WITH
000254*                     (RFL-CURRENCY-CODE), SO THE CALC STEP
000255*                     CONVERTS IT AGAIN RATHER THAN TAKING IT AS
000256*                     BASE CURRENCY.  THE RESULT ON THE QUEUE AND
000257*                     REPORT IS THE BASE-CURRENCY AMOUNT THE
000258*                     LIMITS WERE TESTED AGAINST.
000259******************************************************************
000260 IDENTIFICATION DIVISION.
000270 PROGRAM-ID.     MULTRFR.
000280 AUTHOR.         JOEY CLUETT.
000290 INSTALLATION.   ACCOUNTING SYSTEMS.
000300 DATE-WRITTEN.   10/15/2026.
000310 DATE-COMPILED.
000320
000330 ENVIRONMENT DIVISION.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT REFERRAL-QUEUE-IN-FILE  ASSIGN TO MULTRFQI
000370         ORGANIZATION IS SEQUENTIAL.
000380
000390     SELECT REFERRAL-QUEUE-OUT-FILE ASSIGN TO MULTRFQO
000400         ORGANIZATION IS SEQUENTIAL.
000410
000420     SELECT NEW-REFERRAL-FILE    ASSIGN TO MULTRFL
000430         ORGANIZATION IS SEQUENTIAL.
000440
000450     SELECT DECISION-FILE        ASSIGN TO MULTRFD
000460         ORGANIZATION IS SEQUENTIAL.
000470
000480     SELECT APPROVED-FILE        ASSIGN TO MULTRFA
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT WRITEOFF-FILE        ASSIGN TO MULTRWO
000520         ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT REFERRAL-REPORT-FILE ASSIGN TO MULTRFP
000550         ORGANIZATION IS SEQUENTIAL.
000560
000564     SELECT RUN-LOG-FILE         ASSIGN TO MULTRUNL
000568         ORGANIZATION IS SEQUENTIAL.
000572
000576     SELECT INTERVENTION-LOG-FILE ASSIGN TO MULTITV
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600 DATA DIVISION.
000610 FILE SECTION.
000620 FD  REFERRAL-QUEUE-IN-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD
000650     BLOCK CONTAINS 0 RECORDS.
000660     COPY MULTRFL.
000670
000680 FD  REFERRAL-QUEUE-OUT-FILE
000690     RECORDING MODE IS F
000700     LABEL RECORDS ARE STANDARD
000710     BLOCK CONTAINS 0 RECORDS.
000720     COPY MULTRFL REPLACING
000730         ==REFERRAL-RECORD== BY ==REFERRAL-QUEUE-OUT-RECORD==
000740         ==RFL-SEQUENCE-NUMBER== BY ==RFQO-SEQUENCE-NUMBER==
000750         ==RFL-DATE-REFERRED== BY ==RFQO-DATE-REFERRED==
000760         ==RFL-REASON-CODE== BY ==RFQO-REASON-CODE==
000770         ==RFL-HIGH-WATER-RECORD== BY ==RFQO-HIGH-WATER-RECORD==
000780         ==RFL-OVER-ITEM-LIMIT== BY ==RFQO-OVER-ITEM-LIMIT==
000790         ==RFL-OVER-DAILY-LIMIT== BY ==RFQO-OVER-DAILY-LIMIT==
000800         ==RFL-NUM1-RAW== BY ==RFQO-NUM1-RAW==
000810         ==RFL-NUM2-RAW== BY ==RFQO-NUM2-RAW==
000820         ==RFL-OPERATION-CODE== BY ==RFQO-OPERATION-CODE==
000830         ==RFL-ACCOUNT-NUMBER== BY ==RFQO-ACCOUNT-NUMBER==
000840         ==RFL-RATE-SWITCH== BY ==RFQO-RATE-SWITCH==
000850         ==RFL-RESULT== BY ==RFQO-RESULT==
000860         ==RFL-LIMIT-AMOUNT== BY ==RFQO-LIMIT-AMOUNT==
000870         ==RFL-SOURCE-SYSTEM== BY ==RFQO-SOURCE-SYSTEM==
000876         ==RFL-FEED-DATE== BY ==RFQO-FEED-DATE==
000882         ==RFL-CURRENCY-CODE== BY ==RFQO-CURRENCY-CODE==.
000890
000900 FD  NEW-REFERRAL-FILE
000910     RECORDING MODE IS F
000920     LABEL RECORDS ARE STANDARD
000930     BLOCK CONTAINS 0 RECORDS.
000940     COPY MULTRFL REPLACING
000950         ==REFERRAL-RECORD== BY ==NEW-REFERRAL-RECORD==
000960         ==RFL-SEQUENCE-NUMBER== BY ==RFN-SEQUENCE-NUMBER==
000970         ==RFL-DATE-REFERRED== BY ==RFN-DATE-REFERRED==
000980         ==RFL-REASON-CODE== BY ==RFN-REASON-CODE==
000990         ==RFL-HIGH-WATER-RECORD== BY ==RFN-HIGH-WATER-RECORD==
001000         ==RFL-OVER-ITEM-LIMIT== BY ==RFN-OVER-ITEM-LIMIT==
001010         ==RFL-OVER-DAILY-LIMIT== BY ==RFN-OVER-DAILY-LIMIT==
001020         ==RFL-NUM1-RAW== BY ==RFN-NUM1-RAW==
001030         ==RFL-NUM2-RAW== BY ==RFN-NUM2-RAW==
001040         ==RFL-OPERATION-CODE== BY ==RFN-OPERATION-CODE==
001050         ==RFL-ACCOUNT-NUMBER== BY ==RFN-ACCOUNT-NUMBER==
001060         ==RFL-RATE-SWITCH== BY ==RFN-RATE-SWITCH==
001070         ==RFL-RESULT== BY ==RFN-RESULT==
001080         ==RFL-LIMIT-AMOUNT== BY ==RFN-LIMIT-AMOUNT==
001090         ==RFL-SOURCE-SYSTEM== BY ==RFN-SOURCE-SYSTEM==
001096         ==RFL-FEED-DATE== BY ==RFN-FEED-DATE==
001102         ==RFL-CURRENCY-CODE== BY ==RFN-CURRENCY-CODE==.
001110
001120 FD  DECISION-FILE
001130     RECORDING MODE IS F
001140     LABEL RECORDS ARE STANDARD
001150     BLOCK CONTAINS 0 RECORDS.
001160     COPY MULTRFD.
001170
001180 FD  APPROVED-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD
001210     BLOCK CONTAINS 0 RECORDS.
001220     COPY MULTRCY.
001230     COPY MULTBHT.
001240
001250 FD  WRITEOFF-FILE
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE STANDARD
001280     BLOCK CONTAINS 0 RECORDS.
001290     COPY MULTRWO.
001300
001310 FD  REFERRAL-REPORT-FILE
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE STANDARD
001340     BLOCK CONTAINS 0 RECORDS.
001350     COPY MULTRPT REPLACING
001360         ==MULTIPLY-REPORT-RECORD==
001370         BY ==REFERRAL-REPORT-RECORD==
001380         ==RPT-CARRIAGE-CONTROL== BY ==RFP-CARRIAGE-CONTROL==
001390         ==RPT-LINE-IMAGE== BY ==RFP-LINE-IMAGE==.
001400
001410 FD  RUN-LOG-FILE
001420     RECORDING MODE IS F
001430     LABEL RECORDS ARE STANDARD
001440     BLOCK CONTAINS 0 RECORDS.
001442     COPY MULTRNL.
001444
001446 FD  INTERVENTION-LOG-FILE
001448     RECORDING MODE IS F
001450     LABEL RECORDS ARE STANDARD
001452     BLOCK CONTAINS 0 RECORDS.
001454     COPY MULTITV.
001460
001470 WORKING-STORAGE SECTION.
001480 77  WS-QUEUE-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001490     88  END-OF-QUEUE-FILE                      VALUE 'Y'.
001500
001510 77  WS-NEW-REFERRAL-EOF-SWITCH  PIC X(01)      VALUE 'N'.
001520     88  END-OF-NEW-REFERRAL-FILE               VALUE 'Y'.
001530
001540 77  WS-DECISION-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001550     88  END-OF-DECISION-FILE                   VALUE 'Y'.
001560
001570 77  WS-DECISION-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001580     88  DECISION-FOUND                         VALUE 'Y'.
001590
001600 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001610 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001620 77  WS-END-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001630 77  WS-END-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001640 77  WS-RUN-DATE-INTEGER         PIC S9(09) COMP VALUE ZERO.
001650 77  WS-AGE-DAYS                 PIC S9(05) COMP VALUE ZERO.
001660 77  WS-AGING-LIMIT-DAYS         PIC S9(03) COMP VALUE +2.
001670
001680 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
001690 77  WS-QUEUE-IN-COUNT           PIC 9(07) COMP VALUE ZERO.
001700 77  WS-QUEUE-OUT-COUNT          PIC 9(07) COMP VALUE ZERO.
001710 77  WS-APPROVED-COUNT           PIC 9(07) COMP VALUE ZERO.
001720 77  WS-DECLINED-COUNT           PIC 9(07) COMP VALUE ZERO.
001730 77  WS-HELD-COUNT               PIC 9(07) COMP VALUE ZERO.
001740 77  WS-NEW-REFERRAL-COUNT       PIC 9(07) COMP VALUE ZERO.
001750 77  WS-AGED-COUNT               PIC 9(07) COMP VALUE ZERO.
001760 77  WS-UNMATCHED-DECISION-COUNT PIC 9(07) COMP VALUE ZERO.
001770 77  WS-HIGH-SEQUENCE-NUMBER     PIC 9(07) COMP VALUE ZERO.
001780
001790 77  WS-APPROVED-HASH-TOTAL      PIC S9(09)V99  VALUE ZEROS.
001800
001810 01  WS-APPROVED-NUM1-WORK.
001820     05  WS-APPROVED-NUM1-X      PIC X(04).
001830     05  WS-APPROVED-NUM1 REDEFINES
001840         WS-APPROVED-NUM1-X      PIC S9(2)V99.
001850
001860 77  WS-DECISION-SUB             PIC 9(03) COMP VALUE ZERO.
001870 77  WS-DECISION-MATCH-SUB       PIC 9(03) COMP VALUE ZERO.
001880 77  WS-DECISION-MAX-ENTRIES     PIC 9(03) COMP VALUE 500.
001890
001900 01  WS-DECISION-TABLE.
001910     05  WS-DECISION-ENTRY-COUNT PIC 9(03) COMP VALUE ZERO.
001920     05  WS-DECISION-ENTRY       OCCURS 500 TIMES.
001930         10  WS-RFD-ACTION-CODE      PIC X(01).
001940         10  WS-RFD-SEQUENCE         PIC 9(07).
001950         10  WS-RFD-USER-ID          PIC X(08).
001960         10  WS-RFD-REASON-TEXT      PIC X(28).
001970         10  WS-RFD-USED-SWITCH      PIC X(01).
001980
001990 01  WS-HEADING-LINE.
002000     05  FILLER                  PIC X(24) VALUE
002010         "MULTRFR LIMIT REFERRALS ".
002020     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002030     05  FILLER                  PIC X(02) VALUE ": ".
002040     05  WS-HDG-RUN-DATE         PIC X(10).
002050     05  FILLER                  PIC X(86) VALUE SPACES.
002060
002070 01  WS-COLUMN-HEADING-LINE.
002080     05  FILLER                  PIC X(05) VALUE SPACES.
002090     05  FILLER                  PIC X(09) VALUE "SEQ".
002100     05  FILLER                  PIC X(10) VALUE "DATE REF".
002110     05  FILLER                  PIC X(04) VALUE "RC".
002120     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
002130     05  FILLER                  PIC X(03) VALUE "OP".
002140     05  FILLER                  PIC X(13) VALUE "    RESULT".
002150     05  FILLER                  PIC X(16) VALUE "         LIMIT".
002160     05  FILLER                  PIC X(06) VALUE "SRCE".
002170     05  FILLER                  PIC X(07) VALUE "AGE".
002180     05  FILLER                  PIC X(15) VALUE "DISPOSITION".
002190     05  FILLER                  PIC X(09) VALUE "USER".
002200     05  FILLER                  PIC X(24) VALUE SPACES.
002210
002220 01  WS-DETAIL-LINE.
002230     05  FILLER                  PIC X(05) VALUE SPACES.
002240     05  WS-DTL-SEQUENCE         PIC ZZZZZZ9.
002250     05  FILLER                  PIC X(02) VALUE SPACES.
002260     05  WS-DTL-DATE-REFERRED    PIC 9(08).
002270     05  FILLER                  PIC X(02) VALUE SPACES.
002280     05  WS-DTL-REASON-CODE      PIC 9(02).
002290     05  FILLER                  PIC X(02) VALUE SPACES.
002300     05  WS-DTL-ACCOUNT          PIC 9(09).
002310     05  FILLER                  PIC X(02) VALUE SPACES.
002320     05  WS-DTL-OPERATION-CODE   PIC X(01).
002330     05  FILLER                  PIC X(02) VALUE SPACES.
002340     05  WS-DTL-RESULT           PIC -ZZZ9.9999.
002350     05  FILLER                  PIC X(03) VALUE SPACES.
002360     05  WS-DTL-LIMIT            PIC ZZZ,ZZZ,ZZ9.99.
002370     05  FILLER                  PIC X(02) VALUE SPACES.
002380     05  WS-DTL-SOURCE-SYSTEM    PIC X(04).
002390     05  FILLER                  PIC X(02) VALUE SPACES.
002400     05  WS-DTL-AGE-DAYS         PIC ZZZZ9.
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  WS-DTL-DISPOSITION      PIC X(12).
002430     05  WS-DTL-AGED-FLAG        PIC X(03).
002440     05  WS-DTL-USER-ID          PIC X(08).
002450     05  FILLER                  PIC X(25) VALUE SPACES.
002460
002470 01  WS-CTL-HEADING-LINE.
002480     05  FILLER                  PIC X(05) VALUE SPACES.
002490     05  FILLER                  PIC X(21) VALUE
002500         "*** CONTROL TOTALS **".
002510     05  FILLER                  PIC X(106) VALUE SPACES.
002520
002530 01  WS-CTL-COUNT-LINE.
002540     05  FILLER                  PIC X(05) VALUE SPACES.
002550     05  WS-CTL-COUNT-TEXT       PIC X(25).
002560     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
002570     05  FILLER                  PIC X(95) VALUE SPACES.
002580
002590 PROCEDURE DIVISION.
002600******************************************************************
002610* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.          *
002620******************************************************************
002630 0000-MAINLINE.
002640     PERFORM 1000-INITIALIZE
002650         THRU 1000-INITIALIZE-EXIT.
002660
002670     PERFORM 2000-PROCESS-QUEUE
002680         THRU 2000-PROCESS-QUEUE-EXIT
002690         UNTIL END-OF-QUEUE-FILE.
002700
002710     PERFORM 3000-PROCESS-NEW-REFERRALS
002720         THRU 3000-PROCESS-NEW-REFERRALS-EXIT
002730         UNTIL END-OF-NEW-REFERRAL-FILE.
002740
002750     PERFORM 7000-REPORT-UNMATCHED-DECISIONS
002760         THRU 7000-REPORT-UNMATCHED-DECISIONS-EXIT
002770         VARYING WS-DECISION-SUB FROM 1 BY 1
002780         UNTIL WS-DECISION-SUB > WS-DECISION-ENTRY-COUNT.
002790
002800     PERFORM 8000-TERMINATE
002810         THRU 8000-TERMINATE-EXIT.
002820
002830     GO TO 9999-EXIT.
002840
002850******************************************************************
002860* 1000-INITIALIZE - OPENS THE FILES, WRITES THE REPORT HEADING   *
002870*                   AND THE APPROVED BATCH HEADER, LOADS THE     *
002880*                   DECISION CARDS INTO STORAGE, AND PRIMES THE  *
002890*                   QUEUE AND NEW-REFERRAL READ LOOPS.  THE      *
002900*                   WRITE-OFF FILE ACCUMULATES ACROSS RUNS AND IS*
002910*                   OPENED EXTEND.                               *
002920******************************************************************
002930 1000-INITIALIZE.
002940     OPEN INPUT  REFERRAL-QUEUE-IN-FILE.
002950     OPEN INPUT  NEW-REFERRAL-FILE.
002960     OPEN INPUT  DECISION-FILE.
002970     OPEN OUTPUT REFERRAL-QUEUE-OUT-FILE.
002980     OPEN OUTPUT APPROVED-FILE.
002990     OPEN EXTEND WRITEOFF-FILE.
002996     OPEN OUTPUT REFERRAL-REPORT-FILE.
003002     OPEN EXTEND INTERVENTION-LOG-FILE.
003010
003020     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
003030     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
003040
003050     COMPUTE WS-RUN-DATE-INTEGER =
003060         FUNCTION INTEGER-OF-DATE (WS-RUN-DATE-YYYYMMDD).
003070
003080     PERFORM 2500-WRITE-REPORT-HEADING
003090         THRU 2500-WRITE-REPORT-HEADING-EXIT.
003100
003110     PERFORM 1200-WRITE-APPROVED-HEADER
003120         THRU 1200-WRITE-APPROVED-HEADER-EXIT.
003130
003140     PERFORM 1100-LOAD-DECISION-TABLE
003150         THRU 1100-LOAD-DECISION-TABLE-EXIT
003160         UNTIL END-OF-DECISION-FILE.
003170
003180     PERFORM 2100-READ-QUEUE-RECORD
003190         THRU 2100-READ-QUEUE-RECORD-EXIT.
003200
003210     PERFORM 3100-READ-NEW-REFERRAL
003220         THRU 3100-READ-NEW-REFERRAL-EXIT.
003230 1000-INITIALIZE-EXIT.
003240     EXIT.
003250
003260******************************************************************
003270* 1100-LOAD-DECISION-TABLE - READS ONE DECISION CARD INTO THE    *
003280*                            IN-STORAGE TABLE.  A TABLE OVERFLOW *
003290*                            STOPS THE RUN RATHER THAN SILENTLY  *
003300*                            DROPPING DECISIONS.                 *
003310******************************************************************
003320 1100-LOAD-DECISION-TABLE.
003330     READ DECISION-FILE
003340         AT END
003350             SET END-OF-DECISION-FILE TO TRUE
003360         NOT AT END
003370             IF WS-DECISION-ENTRY-COUNT >= WS-DECISION-MAX-ENTRIES
003380                 DISPLAY "MULTRFR DECISION TABLE FULL - LIMIT "
003390                     WS-DECISION-MAX-ENTRIES
003400                 MOVE 16 TO RETURN-CODE
003410                 STOP RUN
003420             END-IF
003430             ADD 1 TO WS-DECISION-ENTRY-COUNT
003440             MOVE RFD-ACTION-CODE TO
003450                 WS-RFD-ACTION-CODE (WS-DECISION-ENTRY-COUNT)
003460             MOVE RFD-REFERRAL-SEQUENCE TO
003470                 WS-RFD-SEQUENCE (WS-DECISION-ENTRY-COUNT)
003480             MOVE RFD-USER-ID TO
003490                 WS-RFD-USER-ID (WS-DECISION-ENTRY-COUNT)
003500             MOVE RFD-REASON-TEXT TO
003510                 WS-RFD-REASON-TEXT (WS-DECISION-ENTRY-COUNT)
003520             MOVE 'N' TO
003530                 WS-RFD-USED-SWITCH (WS-DECISION-ENTRY-COUNT)
003540     END-READ.
003550 1100-LOAD-DECISION-TABLE-EXIT.
003560     EXIT.
003570
003580******************************************************************
003590* 1200-WRITE-APPROVED-HEADER - OPENS THE APPROVED FILE'S BATCH:  *
003600*                              SOURCE "REFA", FEED DATE = RUN    *
003610*                              DATE.  THE FEED EDIT STEP PROVES  *
003620*                              THIS BATCH WHEN THE APPROVED FILE *
003630*                              COMES BACK AROUND IN TOMORROW'S   *
003640*                              INPUT GENERATION.                 *
003650******************************************************************
003660 1200-WRITE-APPROVED-HEADER.
003670     MOVE SPACES               TO BATCH-HEADER-RECORD.
003680     MOVE "HDR"                TO BHR-RECORD-ID.
003690     MOVE "REFA"               TO BHR-SOURCE-SYSTEM.
003700     MOVE WS-RUN-DATE-YYYYMMDD TO BHR-FEED-DATE.
003710
003720     WRITE BATCH-HEADER-RECORD.
003730 1200-WRITE-APPROVED-HEADER-EXIT.
003740     EXIT.
003750
003760******************************************************************
003770* 2000-PROCESS-QUEUE - DISPOSES OF ONE QUEUED REFERRAL: APPROVED *
003780*                      OR DECLINED WHEN A DECISION CARD MATCHES  *
003790*                      IT, OTHERWISE HELD FORWARD AND AGED.  THEN*
003800*                      READS THE NEXT.                           *
003810******************************************************************
003820 2000-PROCESS-QUEUE.
003830*    THE PRIOR GENERATION'S HIGH-WATER CONTROL RECORD ONLY
003840*    CARRIES THE SEQUENCE MARK FORWARD - IT IS NOT A HELD ITEM
003850*    AND STAYS OUT OF EVERY COUNT AND REPORT LINE.
003860     IF RFL-HIGH-WATER-RECORD
003870         IF RFL-SEQUENCE-NUMBER > WS-HIGH-SEQUENCE-NUMBER
003880             MOVE RFL-SEQUENCE-NUMBER
003890                 TO WS-HIGH-SEQUENCE-NUMBER
003900         END-IF
003910         GO TO 2000-PROCESS-QUEUE-NEXT
003920     END-IF.
003930
003940     ADD 1 TO WS-QUEUE-IN-COUNT.
003950
003960     IF RFL-SEQUENCE-NUMBER > WS-HIGH-SEQUENCE-NUMBER
003970         MOVE RFL-SEQUENCE-NUMBER TO WS-HIGH-SEQUENCE-NUMBER
003980     END-IF.
003990
004000     PERFORM 2300-FIND-DECISION
004010         THRU 2300-FIND-DECISION-EXIT.
004020
004030     IF DECISION-FOUND
004040         AND WS-RFD-ACTION-CODE (WS-DECISION-MATCH-SUB) = "A"
004045         PERFORM 2400-APPROVE-ITEM
004050             THRU 2400-APPROVE-ITEM-EXIT
004055         PERFORM 2700-LOG-INTERVENTION
004060             THRU 2700-LOG-INTERVENTION-EXIT
004070     ELSE
004080     IF DECISION-FOUND
004090         AND WS-RFD-ACTION-CODE (WS-DECISION-MATCH-SUB) = "D"
004095         PERFORM 2420-DECLINE-ITEM
004100             THRU 2420-DECLINE-ITEM-EXIT
004105         PERFORM 2700-LOG-INTERVENTION
004110             THRU 2700-LOG-INTERVENTION-EXIT
004120     ELSE
004130         PERFORM 2450-HOLD-FORWARD
004140             THRU 2450-HOLD-FORWARD-EXIT
004150     END-IF END-IF.
004160
004170 2000-PROCESS-QUEUE-NEXT.
004180     PERFORM 2100-READ-QUEUE-RECORD
004190         THRU 2100-READ-QUEUE-RECORD-EXIT.
004200 2000-PROCESS-QUEUE-EXIT.
004210     EXIT.
004220
004230******************************************************************
004240* 2100-READ-QUEUE-RECORD - READS THE NEXT PRIOR-GENERATION QUEUE *
004250*                          RECORD AND SETS EOF.                  *
004260******************************************************************
004270 2100-READ-QUEUE-RECORD.
004280     READ REFERRAL-QUEUE-IN-FILE
004290         AT END
004300             SET END-OF-QUEUE-FILE TO TRUE
004310     END-READ.
004320 2100-READ-QUEUE-RECORD-EXIT.
004330     EXIT.
004340
004350******************************************************************
004360* 2300-FIND-DECISION - SCANS THE DECISION TABLE FOR A CARD KEYED *
004370*                      TO THIS QUEUE SEQUENCE NUMBER.  AN        *
004380*                      ALREADY-USED CARD DOES NOT MATCH A SECOND *
004390*                      TIME.                                     *
004400******************************************************************
004410 2300-FIND-DECISION.
004420     MOVE 'N' TO WS-DECISION-FOUND-SWITCH.
004430     PERFORM 2310-TEST-DECISION-ENTRY
004440         THRU 2310-TEST-DECISION-ENTRY-EXIT
004450         VARYING WS-DECISION-SUB FROM 1 BY 1
004460         UNTIL WS-DECISION-SUB > WS-DECISION-ENTRY-COUNT
004470         OR DECISION-FOUND.
004480
004490     IF DECISION-FOUND
004500         MOVE 'Y' TO WS-RFD-USED-SWITCH (WS-DECISION-MATCH-SUB)
004510     END-IF.
004520 2300-FIND-DECISION-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 2310-TEST-DECISION-ENTRY - TESTS ONE DECISION TABLE ENTRY      *
004570*                            AGAINST THE CURRENT QUEUE RECORD.   *
004580******************************************************************
004590 2310-TEST-DECISION-ENTRY.
004600*    A CARD WITH NO USER ID, A DECLINE WITH NO REASON, OR AN
004610*    ACTION THAT IS NEITHER APPROVE NOR DECLINE NEVER MATCHES,
004620*    SO THE ITEM STAYS HELD AND THE CARD SURFACES ON THE
004630*    UNMATCHED-DECISIONS SWEEP INSTEAD OF BEING CONSUMED
004640*    SILENTLY.
004650     IF WS-RFD-USED-SWITCH (WS-DECISION-SUB) = 'N'
004660             AND WS-RFD-SEQUENCE (WS-DECISION-SUB)
004670             = RFL-SEQUENCE-NUMBER
004680             AND WS-RFD-USER-ID (WS-DECISION-SUB) NOT = SPACES
004690             AND (WS-RFD-ACTION-CODE (WS-DECISION-SUB) = "A"
004700             OR (WS-RFD-ACTION-CODE (WS-DECISION-SUB) = "D"
004710             AND WS-RFD-REASON-TEXT (WS-DECISION-SUB)
004720             NOT = SPACES))
004730         MOVE WS-DECISION-SUB TO WS-DECISION-MATCH-SUB
004740         SET DECISION-FOUND TO TRUE
004750     END-IF.
004760 2310-TEST-DECISION-ENTRY-EXIT.
004770     EXIT.
004780
004790******************************************************************
004800* 2400-APPROVE-ITEM - REBUILDS THE HELD ITEM IN THE INPUT FEED   *
004810*                     LAYOUT, UNCHANGED, AND WRITES IT TO THE    *
004820*                     APPROVED FILE PICKED UP BY TOMORROW'S      *
004830*                     RECEIVE STEP.  IT POSTS UNDER SOURCE       *
004840*                     "REFA", WHICH MULTCALC DOES NOT HOLD AGAIN.*
004850******************************************************************
004860 2400-APPROVE-ITEM.
004870     MOVE SPACES             TO RECYCLE-RECORD.
004880     MOVE RFL-NUM1-RAW       TO RCY-NUM1.
004890     MOVE RFL-NUM2-RAW       TO RCY-NUM2.
004900     MOVE RFL-OPERATION-CODE TO RCY-OPERATION-CODE.
004910     MOVE RFL-ACCOUNT-NUMBER TO RCY-ACCOUNT-NUMBER.
004920     MOVE RFL-RATE-SWITCH    TO RCY-RATE-SWITCH.
004924     MOVE RFL-CURRENCY-CODE  TO RCY-CURRENCY-CODE.
004930
004940     MOVE RCY-NUM1 TO WS-APPROVED-NUM1-X.
004950     IF WS-APPROVED-NUM1 NUMERIC
004960         ADD WS-APPROVED-NUM1 TO WS-APPROVED-HASH-TOTAL
004970     END-IF.
004980
004990     WRITE RECYCLE-RECORD.
005000     ADD 1 TO WS-APPROVED-COUNT.
005010
005020     MOVE "APPROVED" TO WS-DTL-DISPOSITION.
005030     MOVE WS-RFD-USER-ID (WS-DECISION-MATCH-SUB)
005040         TO WS-DTL-USER-ID.
005050     PERFORM 2600-WRITE-DETAIL-LINE
005060         THRU 2600-WRITE-DETAIL-LINE-EXIT.
005070 2400-APPROVE-ITEM-EXIT.
005080     EXIT.
005090
005100******************************************************************
005110* 2420-DECLINE-ITEM - WRITES THE HELD ITEM OFF: ONE RECORD ON THE*
005120*                     PERMANENT WRITE-OFF FILE WITH WHO DECLINED *
005130*                     IT AND WHY.  THE ITEM NEVER POSTS.         *
005140******************************************************************
005150 2420-DECLINE-ITEM.
005160     MOVE SPACES               TO REFERRAL-WRITEOFF-RECORD.
005170     MOVE RFL-SEQUENCE-NUMBER  TO RWO-SEQUENCE-NUMBER.
005180     MOVE RFL-DATE-REFERRED    TO RWO-DATE-REFERRED.
005190     MOVE WS-RUN-DATE-YYYYMMDD TO RWO-DATE-WRITTEN-OFF.
005200     MOVE RFL-REASON-CODE      TO RWO-REFERRAL-REASON.
005210     MOVE RFL-ACCOUNT-NUMBER   TO RWO-ACCOUNT-NUMBER.
005220     MOVE RFL-OPERATION-CODE   TO RWO-OPERATION-CODE.
005230     MOVE RFL-RESULT           TO RWO-RESULT.
005240     MOVE WS-RFD-USER-ID (WS-DECISION-MATCH-SUB)
005250         TO RWO-USER-ID.
005260     MOVE WS-RFD-REASON-TEXT (WS-DECISION-MATCH-SUB)
005270         TO RWO-REASON-TEXT.
005280
005290     WRITE REFERRAL-WRITEOFF-RECORD.
005300     ADD 1 TO WS-DECLINED-COUNT.
005310
005320     MOVE "WRITTEN OFF" TO WS-DTL-DISPOSITION.
005330     MOVE WS-RFD-USER-ID (WS-DECISION-MATCH-SUB)
005340         TO WS-DTL-USER-ID.
005350     PERFORM 2600-WRITE-DETAIL-LINE
005360         THRU 2600-WRITE-DETAIL-LINE-EXIT.
005370 2420-DECLINE-ITEM-EXIT.
005380     EXIT.
005390
005400******************************************************************
005410* 2450-HOLD-FORWARD - WRITES THE UNDECIDED ITEM TO THE NEW QUEUE *
005420*                     GENERATION AND AGES IT ON THE LISTING.     *
005430******************************************************************
005440 2450-HOLD-FORWARD.
005450     MOVE REFERRAL-RECORD TO REFERRAL-QUEUE-OUT-RECORD.
005460
005470     WRITE REFERRAL-QUEUE-OUT-RECORD.
005480     ADD 1 TO WS-QUEUE-OUT-COUNT.
005490     ADD 1 TO WS-HELD-COUNT.
005500
005510     MOVE "HELD"   TO WS-DTL-DISPOSITION.
005520     MOVE SPACES   TO WS-DTL-USER-ID.
005530     PERFORM 2600-WRITE-DETAIL-LINE
005540         THRU 2600-WRITE-DETAIL-LINE-EXIT.
005550 2450-HOLD-FORWARD-EXIT.
005560     EXIT.
005570
005580******************************************************************
005590* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING AND    *
005600*                             THE COLUMN HEADER LINE.            *
005610******************************************************************
005620 2500-WRITE-REPORT-HEADING.
005630     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
005640     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
005650     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
005660     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
005670     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
005680
005690     MOVE '1'            TO RFP-CARRIAGE-CONTROL.
005700     MOVE WS-HEADING-LINE TO RFP-LINE-IMAGE.
005710     WRITE REFERRAL-REPORT-RECORD.
005720     ADD 1 TO WS-LINE-COUNT.
005730
005740     MOVE ' '                    TO RFP-CARRIAGE-CONTROL.
005750     MOVE WS-COLUMN-HEADING-LINE TO RFP-LINE-IMAGE.
005760     WRITE REFERRAL-REPORT-RECORD.
005770     ADD 1 TO WS-LINE-COUNT.
005780 2500-WRITE-REPORT-HEADING-EXIT.
005790     EXIT.
005800
005810******************************************************************
005820* 2600-WRITE-DETAIL-LINE - PRINTS ONE QUEUED ITEM WITH ITS AGE IN*
005830*                          DAYS AND DISPOSITION.  THE CALLER SETS*
005840*                          THE DISPOSITION AND USER FIRST.  AN   *
005850*                          ITEM HELD LONGER THAN THE AGING LIMIT *
005860*                          IS FLAGGED FOR THE APPROVERS TO CHASE.*
005870******************************************************************
005880 2600-WRITE-DETAIL-LINE.
005890     PERFORM 2650-COMPUTE-AGE
005900         THRU 2650-COMPUTE-AGE-EXIT.
005910
005920     MOVE RFL-SEQUENCE-NUMBER TO WS-DTL-SEQUENCE.
005930     MOVE RFL-DATE-REFERRED   TO WS-DTL-DATE-REFERRED.
005940     MOVE RFL-REASON-CODE     TO WS-DTL-REASON-CODE.
005950     MOVE RFL-ACCOUNT-NUMBER  TO WS-DTL-ACCOUNT.
005960     MOVE RFL-OPERATION-CODE  TO WS-DTL-OPERATION-CODE.
005970     MOVE RFL-RESULT          TO WS-DTL-RESULT.
005980     MOVE RFL-LIMIT-AMOUNT    TO WS-DTL-LIMIT.
005990     MOVE RFL-SOURCE-SYSTEM   TO WS-DTL-SOURCE-SYSTEM.
006000     MOVE WS-AGE-DAYS         TO WS-DTL-AGE-DAYS.
006010
006020     IF WS-AGE-DAYS > WS-AGING-LIMIT-DAYS
006030             AND WS-DTL-DISPOSITION = "HELD"
006040         MOVE " **" TO WS-DTL-AGED-FLAG
006050         ADD 1 TO WS-AGED-COUNT
006060     ELSE
006070         MOVE SPACES TO WS-DTL-AGED-FLAG
006080     END-IF.
006090
006100     MOVE ' '            TO RFP-CARRIAGE-CONTROL.
006110     MOVE WS-DETAIL-LINE TO RFP-LINE-IMAGE.
006120     WRITE REFERRAL-REPORT-RECORD.
006130     ADD 1 TO WS-LINE-COUNT.
006140 2600-WRITE-DETAIL-LINE-EXIT.
006150     EXIT.
006160
006170******************************************************************
006180* 2650-COMPUTE-AGE - DAYS THE CURRENT ITEM HAS BEEN HELD, FROM   *
006190*                    ITS DATE REFERRED TO THE RUN DATE.  AN      *
006200*                    UNPARSEABLE DATE AGES AS ZERO RATHER THAN   *
006210*                    STOPPING THE RUN.                           *
006220******************************************************************
006230 2650-COMPUTE-AGE.
006240     IF RFL-DATE-REFERRED NUMERIC
006250             AND RFL-DATE-REFERRED > 19000101
006260         COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INTEGER
006270             - FUNCTION INTEGER-OF-DATE (RFL-DATE-REFERRED)
006280     ELSE
006290         MOVE ZERO TO WS-AGE-DAYS
006291     END-IF.
006292 2650-COMPUTE-AGE-EXIT.
006293     EXIT.
006294
006295******************************************************************
006296* 2700-LOG-INTERVENTION - APPENDS THE DECISION CARD JUST APPLIED *
006297*                         TO THE CURRENT HELD ITEM TO THE        *
006298*                         INTERVENTION LOG, UNDER THE ITEM'S     *
006299*                         ACCOUNT, QUEUE SEQUENCE NUMBER AND     *
006300*                         RESULT.                                *
006301******************************************************************
006302 2700-LOG-INTERVENTION.
006303     MOVE SPACES                  TO INTERVENTION-LOG-RECORD.
006304     MOVE WS-RUN-DATE-YYYYMMDD    TO ITV-RUN-DATE.
006305     MOVE WS-RUN-TIME-HHMMSS      TO ITV-RUN-TIME.
006306     MOVE WS-RFD-USER-ID (WS-DECISION-MATCH-SUB) TO ITV-USER-ID.
006307     SET ITV-REFERRAL-DECISION    TO TRUE.
006308     MOVE WS-RFD-ACTION-CODE (WS-DECISION-MATCH-SUB)
006309         TO ITV-ACTION-CODE.
006310     MOVE RFL-ACCOUNT-NUMBER      TO ITV-ACCOUNT-NUMBER.
006311     MOVE RFL-SEQUENCE-NUMBER     TO ITV-REFERENCE.
006312     MOVE RFL-RESULT              TO ITV-AMOUNT.
006313
006314     WRITE INTERVENTION-LOG-RECORD.
006315 2700-LOG-INTERVENTION-EXIT.
006316     EXIT.
006330
006340******************************************************************
006350* 3000-PROCESS-NEW-REFERRALS - ADDS ONE OF TONIGHT'S REFERRALS TO*
006360*                              THE NEW QUEUE GENERATION UNDER THE*
006370*                              NEXT QUEUE SEQUENCE NUMBER, THEN  *
006380*                              READS THE NEXT.  MULTCALC HAS     *
006390*                              ALREADY DATED IT.                 *
006400******************************************************************
006410 3000-PROCESS-NEW-REFERRALS.
006420     ADD 1 TO WS-HIGH-SEQUENCE-NUMBER.
006430
006440     MOVE NEW-REFERRAL-RECORD     TO REFERRAL-QUEUE-OUT-RECORD.
006450     MOVE WS-HIGH-SEQUENCE-NUMBER TO RFQO-SEQUENCE-NUMBER.
006460
006470     WRITE REFERRAL-QUEUE-OUT-RECORD.
006480     ADD 1 TO WS-QUEUE-OUT-COUNT.
006490     ADD 1 TO WS-NEW-REFERRAL-COUNT.
006500
006510     MOVE REFERRAL-QUEUE-OUT-RECORD TO REFERRAL-RECORD.
006520     MOVE "NEW"                     TO WS-DTL-DISPOSITION.
006530     MOVE SPACES                    TO WS-DTL-USER-ID.
006540     PERFORM 2600-WRITE-DETAIL-LINE
006550         THRU 2600-WRITE-DETAIL-LINE-EXIT.
006560
006570     PERFORM 3100-READ-NEW-REFERRAL
006580         THRU 3100-READ-NEW-REFERRAL-EXIT.
006590 3000-PROCESS-NEW-REFERRALS-EXIT.
006600     EXIT.
006610
006620******************************************************************
006630* 3100-READ-NEW-REFERRAL - READS THE NEXT OF TONIGHT'S REFERRALS *
006640*                          AND SETS EOF.                         *
006650******************************************************************
006660 3100-READ-NEW-REFERRAL.
006670     READ NEW-REFERRAL-FILE
006680         AT END
006690             SET END-OF-NEW-REFERRAL-FILE TO TRUE
006700     END-READ.
006710 3100-READ-NEW-REFERRAL-EXIT.
006720     EXIT.
006730
006740******************************************************************
006750* 7000-REPORT-UNMATCHED-DECISIONS - PRINTS ONE DECISION CARD THAT*
006760*                                   MATCHED NOTHING ON THE QUEUE,*
006770*                                   OR WAS INCOMPLETE, SO A      *
006780*                                   MIS-KEYED CARD IS NOT        *
006790*                                   SILENTLY IGNORED.            *
006800******************************************************************
006810 7000-REPORT-UNMATCHED-DECISIONS.
006820     IF WS-RFD-USED-SWITCH (WS-DECISION-SUB) = 'N'
006830         ADD 1 TO WS-UNMATCHED-DECISION-COUNT
006840         MOVE SPACES TO WS-DETAIL-LINE
006850         MOVE WS-RFD-SEQUENCE (WS-DECISION-SUB)
006860             TO WS-DTL-SEQUENCE
006870         MOVE "DEC UNMATCHD" TO WS-DTL-DISPOSITION
006880         MOVE WS-RFD-USER-ID (WS-DECISION-SUB)
006890             TO WS-DTL-USER-ID
006900         MOVE ' '            TO RFP-CARRIAGE-CONTROL
006910         MOVE WS-DETAIL-LINE TO RFP-LINE-IMAGE
006920         WRITE REFERRAL-REPORT-RECORD
006930         ADD 1 TO WS-LINE-COUNT
006940     END-IF.
006950 7000-REPORT-UNMATCHED-DECISIONS-EXIT.
006960     EXIT.
006970
006980******************************************************************
006990* 8000-TERMINATE - WRITES THE CONTROL TOTALS AND CLOSES FILES.   *
007000******************************************************************
007010 8000-TERMINATE.
007020     MOVE '1'                 TO RFP-CARRIAGE-CONTROL.
007030     MOVE WS-CTL-HEADING-LINE TO RFP-LINE-IMAGE.
007040     WRITE REFERRAL-REPORT-RECORD.
007050
007060     MOVE "QUEUE BROUGHT IN       :" TO WS-CTL-COUNT-TEXT.
007070     MOVE WS-QUEUE-IN-COUNT          TO WS-CTL-COUNT-VALUE.
007080     PERFORM 8100-WRITE-COUNT-LINE
007090         THRU 8100-WRITE-COUNT-LINE-EXIT.
007100
007110     MOVE "APPROVED TO NEXT FEED  :" TO WS-CTL-COUNT-TEXT.
007120     MOVE WS-APPROVED-COUNT          TO WS-CTL-COUNT-VALUE.
007130     PERFORM 8100-WRITE-COUNT-LINE
007140         THRU 8100-WRITE-COUNT-LINE-EXIT.
007150
007160     MOVE "DECLINED, WRITTEN OFF  :" TO WS-CTL-COUNT-TEXT.
007170     MOVE WS-DECLINED-COUNT          TO WS-CTL-COUNT-VALUE.
007180     PERFORM 8100-WRITE-COUNT-LINE
007190         THRU 8100-WRITE-COUNT-LINE-EXIT.
007200
007210     MOVE "HELD FORWARD           :" TO WS-CTL-COUNT-TEXT.
007220     MOVE WS-HELD-COUNT              TO WS-CTL-COUNT-VALUE.
007230     PERFORM 8100-WRITE-COUNT-LINE
007240         THRU 8100-WRITE-COUNT-LINE-EXIT.
007250
007260     MOVE "NEW REFERRALS QUEUED   :" TO WS-CTL-COUNT-TEXT.
007270     MOVE WS-NEW-REFERRAL-COUNT      TO WS-CTL-COUNT-VALUE.
007280     PERFORM 8100-WRITE-COUNT-LINE
007290         THRU 8100-WRITE-COUNT-LINE-EXIT.
007300
007310     MOVE "QUEUE CARRIED OUT      :" TO WS-CTL-COUNT-TEXT.
007320     MOVE WS-QUEUE-OUT-COUNT         TO WS-CTL-COUNT-VALUE.
007330     PERFORM 8100-WRITE-COUNT-LINE
007340         THRU 8100-WRITE-COUNT-LINE-EXIT.
007350
007360     MOVE "OVER AGING LIMIT (**)  :" TO WS-CTL-COUNT-TEXT.
007370     MOVE WS-AGED-COUNT              TO WS-CTL-COUNT-VALUE.
007380     PERFORM 8100-WRITE-COUNT-LINE
007390         THRU 8100-WRITE-COUNT-LINE-EXIT.
007400
007410     MOVE "DECISIONS NOT MATCHED  :" TO WS-CTL-COUNT-TEXT.
007420     MOVE WS-UNMATCHED-DECISION-COUNT TO WS-CTL-COUNT-VALUE.
007430     PERFORM 8100-WRITE-COUNT-LINE
007440         THRU 8100-WRITE-COUNT-LINE-EXIT.
007450
007460     MOVE "SEQUENCE HIGH-WATER    :" TO WS-CTL-COUNT-TEXT.
007470     MOVE WS-HIGH-SEQUENCE-NUMBER    TO WS-CTL-COUNT-VALUE.
007480     PERFORM 8100-WRITE-COUNT-LINE
007490         THRU 8100-WRITE-COUNT-LINE-EXIT.
007500
007510     PERFORM 8150-WRITE-HIGH-WATER-RECORD
007520         THRU 8150-WRITE-HIGH-WATER-RECORD-EXIT.
007530
007540     PERFORM 8200-WRITE-APPROVED-TRAILER
007550         THRU 8200-WRITE-APPROVED-TRAILER-EXIT.
007560
007570     IF WS-UNMATCHED-DECISION-COUNT > ZERO
007580         MOVE 4 TO RETURN-CODE
007590     END-IF.
007600
007610     CLOSE REFERRAL-QUEUE-IN-FILE.
007620     CLOSE REFERRAL-QUEUE-OUT-FILE.
007630     CLOSE NEW-REFERRAL-FILE.
007640     CLOSE DECISION-FILE.
007650     CLOSE APPROVED-FILE.
007660     CLOSE WRITEOFF-FILE.
007666     CLOSE REFERRAL-REPORT-FILE.
007672     CLOSE INTERVENTION-LOG-FILE.
007680
007690     PERFORM 8900-WRITE-RUN-LOG
007700         THRU 8900-WRITE-RUN-LOG-EXIT.
007710 8000-TERMINATE-EXIT.
007720     EXIT.
007730
007740******************************************************************
007750* 8100-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
007760*                         THE CALLER SETS THE TEXT AND VALUE.    *
007770******************************************************************
007780 8100-WRITE-COUNT-LINE.
007790     MOVE ' '               TO RFP-CARRIAGE-CONTROL.
007800     MOVE WS-CTL-COUNT-LINE TO RFP-LINE-IMAGE.
007810     WRITE REFERRAL-REPORT-RECORD.
007820 8100-WRITE-COUNT-LINE-EXIT.
007830     EXIT.
007840
007850******************************************************************
007860* 8150-WRITE-HIGH-WATER-RECORD - WRITES THE SEQUENCE HIGH-WATER  *
007870*                                CONTROL RECORD (REASON CODE 00) *
007880*                                TO THE NEW QUEUE GENERATION SO  *
007890*                                QUEUE SEQUENCE NUMBERS ARE NEVER*
007900*                                REUSED, EVEN AFTER THE QUEUE    *
007910*                                DRAINS EMPTY.  A STALE DECISION *
007920*                                CARD KEYED TO AN OLD NUMBER CAN *
007930*                                THEREFORE NEVER HIT THE WRONG   *
007940*                                ITEM.                           *
007950******************************************************************
007960 8150-WRITE-HIGH-WATER-RECORD.
007970     MOVE SPACES TO REFERRAL-QUEUE-OUT-RECORD.
007980     MOVE WS-HIGH-SEQUENCE-NUMBER TO RFQO-SEQUENCE-NUMBER.
007990     MOVE WS-RUN-DATE-YYYYMMDD    TO RFQO-DATE-REFERRED.
008000     MOVE ZERO                    TO RFQO-REASON-CODE.
008010
008020     WRITE REFERRAL-QUEUE-OUT-RECORD.
008030 8150-WRITE-HIGH-WATER-RECORD-EXIT.
008040     EXIT.
008050
008060******************************************************************
008070* 8200-WRITE-APPROVED-TRAILER - CLOSES THE APPROVED FILE'S BATCH *
008080*                               WITH THE DECLARED COUNT AND NUM1 *
008090*                               HASH TOTAL OF THE ITEMS JUST     *
008100*                               APPROVED.                        *
008110******************************************************************
008120 8200-WRITE-APPROVED-TRAILER.
008130     MOVE SPACES                 TO BATCH-TRAILER-RECORD.
008140     MOVE "TRL"                  TO BTR-RECORD-ID.
008150     MOVE "REFA"                 TO BTR-SOURCE-SYSTEM.
008160     MOVE WS-APPROVED-COUNT      TO BTR-RECORD-COUNT.
008170     MOVE WS-APPROVED-HASH-TOTAL TO BTR-HASH-TOTAL.
008180
008190     WRITE BATCH-TRAILER-RECORD.
008200 8200-WRITE-APPROVED-TRAILER-EXIT.
008210     EXIT.
008220
008230******************************************************************
008240* 8900-WRITE-RUN-LOG - APPENDS THIS STEP'S STATUS RECORD TO THE  *
008250*                      COMMON NIGHTLY RUN LOG (MULTRUNL) SO THE  *
008260*                      NIGHT SUMMARY STEP (MULTNSM) CAN PRINT    *
008270*                      THE ONE-PAGE "HOW DID THE NIGHT GO" PAGE. *
008280*                      PROCESSED IS ITEMS DECIDED, REJECTED IS   *
008290*                      DECISION CARDS THAT MATCHED NOTHING, AND  *
008300*                      REFERRED IS ITEMS STILL HELD ON THE QUEUE.*
008310******************************************************************
008320 8900-WRITE-RUN-LOG.
008330     ACCEPT WS-END-DATE-YYYYMMDD FROM DATE YYYYMMDD.
008340     ACCEPT WS-END-TIME-HHMMSS   FROM TIME.
008350
008360     OPEN EXTEND RUN-LOG-FILE.
008370
008380     MOVE SPACES                 TO RUN-LOG-RECORD.
008390     MOVE "MULTRFR"              TO RNL-PROGRAM-ID.
008400     MOVE WS-RUN-DATE-YYYYMMDD   TO RNL-START-DATE.
008410     MOVE WS-RUN-TIME-HHMMSS     TO RNL-START-TIME.
008420     MOVE WS-END-DATE-YYYYMMDD   TO RNL-END-DATE.
008430     MOVE WS-END-TIME-HHMMSS     TO RNL-END-TIME.
008440     MOVE RETURN-CODE            TO RNL-RETURN-CODE.
008450     COMPUTE RNL-RECORDS-PROCESSED =
008460         WS-APPROVED-COUNT + WS-DECLINED-COUNT.
008470     MOVE WS-UNMATCHED-DECISION-COUNT TO RNL-RECORDS-REJECTED.
008480     MOVE WS-AGED-COUNT          TO RNL-RECORDS-EXCEPTED.
008490     MOVE WS-QUEUE-OUT-COUNT     TO RNL-RECORDS-REFERRED.
008500
008510     WRITE RUN-LOG-RECORD.
008520
008530     CLOSE RUN-LOG-FILE.
008540 8900-WRITE-RUN-LOG-EXIT.
008550     EXIT.
008560
008570******************************************************************
008580* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
008590******************************************************************
008600 9999-EXIT.
008610     STOP RUN.
