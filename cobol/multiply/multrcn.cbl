000080*                FROM THE AUDIT TRAIL, COUNTS THE REJECT AND     *
000090*                EXCEPTION FILES, AND PROVES                     *
000100*                  DETAIL RECORDS = AUDITED + REJECTED +         *
000101*                  EXCEPTIONS + REFERRED                         *
000120*                AND THE RECOMPUTED RESULT TOTAL AGAINST THE     *
000130*                FINAL CHECKPOINT'S CLAIMED TOTALS.  ANY         *
000140*                DISCREPANCY IS REPORTED IN DETAIL AND THE STEP  *
000342*   2026-09-02  JAC   APPENDS A STEP-STATUS RECORD TO THE COMMON
000344*                     NIGHTLY RUN LOG (MULTRUNL) AT END OF RUN
000346*                     FOR THE MULTNSM NIGHT SUMMARY.
000347*   2026-10-15  JAC   RE-RATE ADJUSTMENT AUDIT RECORDS (FLAG
000348*                     "R", APPENDED BY MULTRRT AFTER THIS STEP)
000349*                     ARE NOT CALCULATIONS FROM THE INPUT
000350*                     GENERATION.  A RERUN AGAINST A GENERATION
000351*                     CARRYING THEM NOW COUNTS THEM ON THEIR
000352*                     OWN LINE AND LEAVES THEM OUT OF THE
000353*                     RECOMPUTE AND THE DETAIL PROOF.
000354*   2026-10-15  JAC   FEED BACKOUT REVERSAL AUDIT RECORDS (FLAG
000355*                     "V", APPENDED BY MULTBKO AFTER THIS STEP)
000356*                     ARE TREATED THE SAME WAY AS RE-RATE
000357*                     ADJUSTMENTS - COUNTED ON THEIR OWN LINE,
000358*                     LEFT OUT OF THE RECOMPUTE AND THE DETAIL
000359*                     PROOF.  THE BACKOUT REPORT PROVES THEM.
000360*   2026-10-15  JAC   CALCULATIONS OVER AN ACCOUNT LIMIT NOW GO
000361*                     TO THE MULTRFL REFERRAL FILE INSTEAD OF THE
000362*                     AUDIT TRAIL.  THE REFERRAL FILE IS COUNTED,
000363*                     ADDED INTO THE DETAIL PROOF, AND PROVED
000364*                     AGAINST THE CHECKPOINT'S CLAIMED REFERRALS,
000365*                     AND THE COUNT GOES TO THE RUN LOG.
000366*   2026-10-15  JAC   MULTI-CURRENCY: EACH AUDITED CALCULATION IS
000367*                     NOW RECOMPUTED IN ITS TRANSACTION CURRENCY
000368*                     AND PROVED AGAINST AUD-TRANSACTION-RESULT,
000369*                     THEN CONVERTED AT THE AUDITED RATE AND
000370*                     PROVED AGAINST THE BASE-CURRENCY RESULT,
000371*                     WHICH IS WHAT ROLLS INTO THE RECOMPUTED
000372*                     TOTAL.  THE REPORT ENDS WITH A BREAKOUT OF
000373*                     ITEMS, TRANSACTION TOTAL AND BASE TOTAL BY
000374*                     TRANSACTION CURRENCY.
000375******************************************************************
000376 IDENTIFICATION DIVISION.
000377 PROGRAM-ID.     MULTRCN.
000380 AUTHOR.         JOEY CLUETT.
000390 INSTALLATION.   ACCOUNTING SYSTEMS.
000400 DATE-WRITTEN.   08/21/2026.
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT RECON-EXCEPT-FILE    ASSIGN TO MULTEXC
000551         ORGANIZATION IS SEQUENTIAL.
000552
000553     SELECT RECON-REFERRAL-FILE  ASSIGN TO MULTRFL
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT RECON-CHECKPOINT-FILE ASSIGN TO MULTCKPT
000880     BLOCK CONTAINS 0 RECORDS.
000890     COPY MULTEXC.
000900
000901 FD  RECON-REFERRAL-FILE
000902     RECORDING MODE IS F
000903     LABEL RECORDS ARE STANDARD
000904     BLOCK CONTAINS 0 RECORDS.
000905     COPY MULTRFL.
000906
000910 FD  RECON-CHECKPOINT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD
001170 77  WS-EXCEPT-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001180     88  END-OF-EXCEPT-FILE                     VALUE 'Y'.
001190
001191 77  WS-REFERRAL-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001192     88  END-OF-REFERRAL-FILE                   VALUE 'Y'.
001193
001200 77  WS-CHECKPOINT-EOF-SWITCH    PIC X(01)      VALUE 'N'.
001210     88  END-OF-CHECKPOINT-FILE                 VALUE 'Y'.
001220
001370 77  WS-AUDITED-COUNT            PIC 9(07) COMP VALUE ZERO.
001380 77  WS-REJECT-COUNT             PIC 9(07) COMP VALUE ZERO.
001390 77  WS-EXCEPTION-COUNT          PIC 9(07) COMP VALUE ZERO.
001391 77  WS-REFERRAL-COUNT           PIC 9(07) COMP VALUE ZERO.
001400 77  WS-BAD-RECOMPUTE-COUNT      PIC 9(07) COMP VALUE ZERO.
001410 77  WS-MISMATCH-COUNT           PIC 9(05) COMP VALUE ZERO.
001420 77  WS-ACCOUNTED-COUNT          PIC 9(07) COMP VALUE ZERO.
001470 77  WS-BAD-EXT-RECOMPUTE-COUNT  PIC 9(07) COMP VALUE ZERO.
001480 77  WS-EXTENDED-RESULT          PIC S9(09)V9999 VALUE ZEROS.
001490 77  WS-EXT-RECOMPUTED-TOTAL     PIC S9(09)V9999 VALUE ZEROS.
001491 77  WS-RERATE-AUDIT-COUNT       PIC 9(07) COMP VALUE ZERO.
001492 77  WS-REVERSAL-AUDIT-COUNT     PIC 9(07) COMP VALUE ZERO.
001500 77  WS-EXT-FILE-TOTAL           PIC S9(09)V9999 VALUE ZEROS.
001501
001502 77  WS-TRANSACTION-RESULT       PIC S9(09)V9999 VALUE ZEROS.
001503 77  WS-BASE-RESULT              PIC S9(09)V9999 VALUE ZEROS.
001504 77  WS-ITEM-CURRENCY            PIC X(03)      VALUE SPACES.
001505 77  WS-TRANSACTION-MATCH-SWITCH PIC X(01)      VALUE 'Y'.
001506     88  TRANSACTION-RESULT-MATCHES             VALUE 'Y'.
001507
001508 77  WS-CURRENCY-SUB             PIC 9(02) COMP VALUE ZERO.
001509 77  WS-CURRENCY-MAX-ENTRIES     PIC 9(02) COMP VALUE 20.
001510 77  WS-CURRENCY-OVERFLOW-COUNT  PIC 9(07) COMP VALUE ZERO.
001511 77  WS-CURRENCY-FOUND-SWITCH    PIC X(01)      VALUE 'N'.
001512     88  CURRENCY-ENTRY-FOUND                   VALUE 'Y'.
001513
001514 01  WS-CURRENCY-TABLE.
001515     05  WS-CURRENCY-ENTRY-COUNT PIC 9(02) COMP VALUE ZERO.
001516     05  WS-CURRENCY-ENTRY       OCCURS 20 TIMES.
001517         10  WS-CCY-CODE             PIC X(03).
001518         10  WS-CCY-ITEM-COUNT       PIC 9(07) COMP.
001519         10  WS-CCY-TRANSACTION-TOTAL PIC S9(09)V9999.
001520         10  WS-CCY-BASE-TOTAL       PIC S9(09)V9999.
001521
001522 77  WS-CKP-RECORDS-PROCESSED    PIC 9(07)      VALUE ZEROS.
001530 77  WS-CKP-CONTROL-TOTAL        PIC S9(09)V9999 VALUE ZEROS.
001540 77  WS-CKP-REJECT-COUNT         PIC 9(07)      VALUE ZEROS.
001550 77  WS-CKP-EXCEPTION-COUNT      PIC 9(07)      VALUE ZEROS.
001551 77  WS-CKP-REFERRAL-COUNT       PIC 9(07)      VALUE ZEROS.
001560
001570 01  WS-HEADING-LINE.
001580     05  FILLER                  PIC X(24) VALUE
002090     05  WS-BAL-ON-FILE          PIC ZZZZ9.9999-.
002100     05  FILLER                  PIC X(50) VALUE SPACES.
002110
002111 01  WS-CCY-HEADING-LINE.
002112     05  FILLER                  PIC X(05) VALUE SPACES.
002113     05  FILLER                  PIC X(38) VALUE
002114         "*** RESULTS BY TRANSACTION CURRENCY **".
002115     05  FILLER                  PIC X(89) VALUE SPACES.
002116
002117 01  WS-CCY-COLUMN-LINE.
002118     05  FILLER                  PIC X(05) VALUE SPACES.
002119     05  FILLER                  PIC X(03) VALUE "CCY".
002120     05  FILLER                  PIC X(02) VALUE SPACES.
002121     05  FILLER                  PIC X(07) VALUE "  ITEMS".
002122     05  FILLER                  PIC X(02) VALUE SPACES.
002123     05  FILLER                  PIC X(17) VALUE
002124         "TRANSACTION TOTAL".
002125     05  FILLER                  PIC X(02) VALUE SPACES.
002126     05  FILLER                  PIC X(17) VALUE
002127         "       BASE TOTAL".
002128     05  FILLER                  PIC X(77) VALUE SPACES.
002129
002130 01  WS-CCY-DETAIL-LINE.
002131     05  FILLER                  PIC X(05) VALUE SPACES.
002132     05  WS-CDL-CURRENCY-CODE    PIC X(03).
002133     05  FILLER                  PIC X(02) VALUE SPACES.
002134     05  WS-CDL-ITEM-COUNT       PIC ZZZ,ZZ9.
002135     05  FILLER                  PIC X(02) VALUE SPACES.
002136     05  WS-CDL-TRANSACTION-TOTAL PIC ZZZ,ZZZ,ZZ9.9999-.
002137     05  FILLER                  PIC X(02) VALUE SPACES.
002138     05  WS-CDL-BASE-TOTAL       PIC ZZZ,ZZZ,ZZ9.9999-.
002139     05  FILLER                  PIC X(77) VALUE SPACES.
002140
002141 PROCEDURE DIVISION.
002142******************************************************************
002143* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.  THE     *
002150*                 RETURN CODE IS 8 WHEN THE NIGHT DOES NOT       *
002160*                 PROVE, SO THE SCHEDULER HOLDS THE DOWNSTREAM   *
002170*                 CYCLE.                                         *
002360         THRU 4500-COUNT-EXCEPT-RECORD-EXIT
002370         UNTIL END-OF-EXCEPT-FILE.
002380
002381     PERFORM 4700-COUNT-REFERRAL-RECORD
002382         THRU 4700-COUNT-REFERRAL-RECORD-EXIT
002383         UNTIL END-OF-REFERRAL-FILE.
002384
002390     PERFORM 5000-READ-FINAL-CHECKPOINT
002400         THRU 5000-READ-FINAL-CHECKPOINT-EXIT
002410         UNTIL END-OF-CHECKPOINT-FILE.
002570     OPEN INPUT  RECON-AUDIT-FILE.
002580     OPEN INPUT  RECON-REJECT-FILE.
002590     OPEN INPUT  RECON-EXCEPT-FILE.
002591     OPEN INPUT  RECON-REFERRAL-FILE.
002600     OPEN INPUT  RECON-CHECKPOINT-FILE.
002610     OPEN OUTPUT RECON-REPORT-FILE.
002620
002740         THRU 4100-READ-REJECT-RECORD-EXIT.
002750     PERFORM 4600-READ-EXCEPT-RECORD
002760         THRU 4600-READ-EXCEPT-RECORD-EXIT.
002761     PERFORM 4800-READ-REFERRAL-RECORD
002762         THRU 4800-READ-REFERRAL-RECORD-EXIT.
002770 1000-INITIALIZE-EXIT.
002780     EXIT.
002790
003370*                            ON THE AUDIT TRAIL, THEN READS THE  *
003380*                            NEXT.  THE RECOMPUTED RESULT (NOT   *
003390*                            THE ONE ON FILE) ROLLS INTO THE     *
003391*                            RECOMPUTED CONTROL TOTAL.  IT IS    *
003392*                            PROVED IN TRANSACTION CURRENCY AND  *
003393*                            AGAIN IN BASE CURRENCY AT THE       *
003394*                            AUDITED RATE; THE BASE AMOUNT IS    *
003395*                            THE ONE THAT ROLLS UP.              *
003410******************************************************************
003420 3000-VERIFY-AUDIT-RECORD.
003421     IF AUD-RERATE-ADJUSTMENT
003422         ADD 1 TO WS-RERATE-AUDIT-COUNT
003423         GO TO 3000-VERIFY-AUDIT-NEXT
003424     END-IF.
003425
003426     IF AUD-REVERSAL-ENTRY
003427         ADD 1 TO WS-REVERSAL-AUDIT-COUNT
003428         GO TO 3000-VERIFY-AUDIT-NEXT
003429     END-IF.
003430
003431     IF AUD-EXTENDED-PRECISION
003440         PERFORM 3300-VERIFY-EXTENDED-AUDIT
003450             THRU 3300-VERIFY-EXTENDED-AUDIT-EXIT
003460         GO TO 3000-VERIFY-AUDIT-NEXT
003500
003510     PERFORM 3200-RECOMPUTE-CALCULATION
003520         THRU 3200-RECOMPUTE-CALCULATION-EXIT.
003521     MOVE WS-RESULT TO WS-TRANSACTION-RESULT.
003522     PERFORM 3250-CONVERT-TO-BASE
003523         THRU 3250-CONVERT-TO-BASE-EXIT.
003530
003540     IF RECOMPUTE-OK
003541         AND WS-BASE-RESULT = AUD-RESULT
003542         AND TRANSACTION-RESULT-MATCHES
003543         ADD WS-BASE-RESULT TO WS-RECOMPUTED-TOTAL
003570     ELSE
003580         ADD 1 TO WS-BAD-RECOMPUTE-COUNT
003590         ADD AUD-RESULT TO WS-RECOMPUTED-TOTAL
003600         MOVE AUD-SEQUENCE-NUMBER TO WS-BAL-SEQUENCE
003601         MOVE WS-BASE-RESULT      TO WS-BAL-EXPECTED
003620         MOVE AUD-RESULT          TO WS-BAL-ON-FILE
003630         MOVE ' '                 TO RCR-CARRIAGE-CONTROL
003640         MOVE WS-BAD-AUDIT-LINE   TO RCR-LINE-IMAGE
003650         WRITE RECON-REPORT-RECORD
003660         ADD 1 TO WS-LINE-COUNT
003661         MOVE AUD-RESULT          TO WS-BASE-RESULT
003662         PERFORM 3260-TAKE-FILE-TRANSACTION
003663             THRU 3260-TAKE-FILE-TRANSACTION-EXIT
003670     END-IF.
003671
003672     PERFORM 3400-ADD-TO-CURRENCY-TOTAL
003673         THRU 3400-ADD-TO-CURRENCY-TOTAL-EXIT.
003680
003690 3000-VERIFY-AUDIT-NEXT.
003700     PERFORM 3100-READ-AUDIT-RECORD
004290     EXIT.
004300
004310******************************************************************
004311* 3250-CONVERT-TO-BASE - PROVES THE RECOMPUTED                   *
004312*                        TRANSACTION-CURRENCY RESULT AGAINST THE *
004313*                        ONE ON THE AUDIT RECORD AND CONVERTS IT *
004314*                        TO BASE CURRENCY AT THE AUDITED RATE,   *
004315*                        ROUNDED TO FOUR PLACES AS THE CALC STEP *
004316*                        DID.  A RECORD WITH NO NUMERIC RATE WAS *
004317*                        WRITTEN BEFORE CURRENCIES: IT IS BASE   *
004318*                        CURRENCY AND HAS NO TRANSACTION AMOUNT  *
004319*                        TO PROVE.                               *
004320******************************************************************
004321 3250-CONVERT-TO-BASE.
004322     MOVE 'Y'                   TO WS-TRANSACTION-MATCH-SWITCH.
004323     MOVE WS-TRANSACTION-RESULT TO WS-BASE-RESULT.
004324
004325     IF AUD-FX-RATE NOT NUMERIC OR AUD-FX-RATE = ZERO
004326         MOVE SPACES TO WS-ITEM-CURRENCY
004327         GO TO 3250-CONVERT-TO-BASE-EXIT
004328     END-IF.
004329
004330     MOVE AUD-CURRENCY-CODE TO WS-ITEM-CURRENCY.
004331
004332     IF AUD-TRANSACTION-RESULT NOT NUMERIC
004333         MOVE 'N' TO WS-TRANSACTION-MATCH-SWITCH
004334     ELSE
004335     IF AUD-TRANSACTION-RESULT NOT = WS-TRANSACTION-RESULT
004336         MOVE 'N' TO WS-TRANSACTION-MATCH-SWITCH
004337     END-IF END-IF.
004338
004339     IF AUD-FX-RATE = 1 OR NOT RECOMPUTE-OK
004340         GO TO 3250-CONVERT-TO-BASE-EXIT
004341     END-IF.
004342
004343     COMPUTE WS-BASE-RESULT ROUNDED
004344         = WS-TRANSACTION-RESULT * AUD-FX-RATE
004345         ON SIZE ERROR
004346             MOVE 'N' TO WS-RECOMPUTE-OK-SWITCH
004347     END-COMPUTE.
004348 3250-CONVERT-TO-BASE-EXIT.
004349     EXIT.
004350
004351******************************************************************
004352* 3260-TAKE-FILE-TRANSACTION - FOR A RECORD THAT DID NOT PROVE,  *
004353*                              TAKES THE TRANSACTION-CURRENCY    *
004354*                              AMOUNT ON FILE FOR THE CURRENCY   *
004355*                              BREAKOUT, AS THE TOTALS TAKE THE  *
004356*                              BASE AMOUNT ON FILE.  A RECORD    *
004357*                              WITH NONE IS BASE CURRENCY.       *
004358******************************************************************
004359 3260-TAKE-FILE-TRANSACTION.
004360     IF WS-ITEM-CURRENCY NOT = SPACES
004361             AND AUD-TRANSACTION-RESULT NUMERIC
004362         MOVE AUD-TRANSACTION-RESULT TO WS-TRANSACTION-RESULT
004363     ELSE
004364         MOVE WS-BASE-RESULT         TO WS-TRANSACTION-RESULT
004365     END-IF.
004366 3260-TAKE-FILE-TRANSACTION-EXIT.
004367     EXIT.
004368
004369******************************************************************
004370* 3300-VERIFY-EXTENDED-AUDIT - RE-PERFORMS ONE EXTENDED-         *
004371*                              PRECISION AUDIT RECORD (WRITTEN   *
004372*                              BY THE EXCEPTION REPROCESSING     *
004373*                              STEP) AND PROVES ITS EXTENDED     *
004374*                              RESULT.  EXTENDED RECORDS ARE     *
004375*                              TALLIED SEPARATELY AND PROVED     *
004376*                              AGAINST THE EXCEPTION FILE.  THE  *
004377*                              CURRENCY PROOF IS THE SAME AS FOR *
004378*                              A STANDARD RECORD.                *
004390******************************************************************
004400 3300-VERIFY-EXTENDED-AUDIT.
004410     ADD 1 TO WS-EXT-AUDITED-COUNT.
004430
004440     PERFORM 3310-RECOMPUTE-EXTENDED
004450         THRU 3310-RECOMPUTE-EXTENDED-EXIT.
004451     MOVE WS-EXTENDED-RESULT TO WS-TRANSACTION-RESULT.
004452     PERFORM 3250-CONVERT-TO-BASE
004453         THRU 3250-CONVERT-TO-BASE-EXIT.
004460
004470     IF RECOMPUTE-OK
004471         AND WS-BASE-RESULT = AUD-RESULT-EXTENDED
004472         AND TRANSACTION-RESULT-MATCHES
004473         ADD WS-BASE-RESULT TO WS-EXT-RECOMPUTED-TOTAL
004500     ELSE
004510         ADD 1 TO WS-BAD-EXT-RECOMPUTE-COUNT
004520         ADD AUD-RESULT-EXTENDED TO WS-EXT-RECOMPUTED-TOTAL
004570         MOVE WS-BAD-AUDIT-LINE   TO RCR-LINE-IMAGE
004580         WRITE RECON-REPORT-RECORD
004590         ADD 1 TO WS-LINE-COUNT
004591         MOVE AUD-RESULT-EXTENDED TO WS-BASE-RESULT
004592         PERFORM 3260-TAKE-FILE-TRANSACTION
004593             THRU 3260-TAKE-FILE-TRANSACTION-EXIT
004600     END-IF.
004601
004602     PERFORM 3400-ADD-TO-CURRENCY-TOTAL
004603         THRU 3400-ADD-TO-CURRENCY-TOTAL-EXIT.
004610 3300-VERIFY-EXTENDED-AUDIT-EXIT.
004620     EXIT.
004630
005070     EXIT.
005080
005090******************************************************************
005091* 3400-ADD-TO-CURRENCY-TOTAL - ADDS ONE PROVED CALCULATION TO ITS*
005092*                              TRANSACTION CURRENCY'S LINE OF THE*
005093*                              BREAKOUT, ADDING THE LINE THE     *
005094*                              FIRST TIME THE CURRENCY IS SEEN.  *
005095*                              PRE-CURRENCY RECORDS SHARE A LINE *
005096*                              WITH A BLANK CODE.  THE BREAKOUT  *
005097*                              IS FOR INFORMATION ONLY - A       *
005098*                              CURRENCY PAST THE TABLE'S SIZE IS *
005099*                              COUNTED AND NAMED ON THE REPORT,  *
005100*                              NOT A MISMATCH.                   *
005101******************************************************************
005102 3400-ADD-TO-CURRENCY-TOTAL.
005103     MOVE 'N' TO WS-CURRENCY-FOUND-SWITCH.
005104
005105     PERFORM 3410-TEST-CURRENCY-ENTRY
005106         THRU 3410-TEST-CURRENCY-ENTRY-EXIT
005107         VARYING WS-CURRENCY-SUB FROM 1 BY 1
005108         UNTIL WS-CURRENCY-SUB > WS-CURRENCY-ENTRY-COUNT
005109         OR CURRENCY-ENTRY-FOUND.
005110
005111     IF CURRENCY-ENTRY-FOUND
005112         SUBTRACT 1 FROM WS-CURRENCY-SUB
005113     ELSE
005114         IF WS-CURRENCY-ENTRY-COUNT NOT < WS-CURRENCY-MAX-ENTRIES
005115             ADD 1 TO WS-CURRENCY-OVERFLOW-COUNT
005116             GO TO 3400-ADD-TO-CURRENCY-TOTAL-EXIT
005117         END-IF
005118         ADD 1 TO WS-CURRENCY-ENTRY-COUNT
005119         MOVE WS-CURRENCY-ENTRY-COUNT TO WS-CURRENCY-SUB
005120         MOVE WS-ITEM-CURRENCY  TO WS-CCY-CODE (WS-CURRENCY-SUB)
005121         MOVE ZERO  TO WS-CCY-ITEM-COUNT (WS-CURRENCY-SUB)
005122         MOVE ZEROS TO WS-CCY-TRANSACTION-TOTAL (WS-CURRENCY-SUB)
005123         MOVE ZEROS TO WS-CCY-BASE-TOTAL (WS-CURRENCY-SUB)
005124     END-IF.
005125
005126     ADD 1 TO WS-CCY-ITEM-COUNT (WS-CURRENCY-SUB).
005127     ADD WS-TRANSACTION-RESULT
005128         TO WS-CCY-TRANSACTION-TOTAL (WS-CURRENCY-SUB).
005129     ADD WS-BASE-RESULT
005130         TO WS-CCY-BASE-TOTAL (WS-CURRENCY-SUB).
005131 3400-ADD-TO-CURRENCY-TOTAL-EXIT.
005132     EXIT.
005133
005134******************************************************************
005135* 3410-TEST-CURRENCY-ENTRY - TESTS ONE BREAKOUT ENTRY.           *
005136******************************************************************
005137 3410-TEST-CURRENCY-ENTRY.
005138     IF WS-CCY-CODE (WS-CURRENCY-SUB) = WS-ITEM-CURRENCY
005139         SET CURRENCY-ENTRY-FOUND TO TRUE
005140     END-IF.
005141 3410-TEST-CURRENCY-ENTRY-EXIT.
005142     EXIT.
005143
005144******************************************************************
005145* 4000-COUNT-REJECT-RECORD - COUNTS ONE REJECT RECORD AND READS  *
005146*                            THE NEXT.                           *
005147******************************************************************
005148 4000-COUNT-REJECT-RECORD.
005149     ADD 1 TO WS-REJECT-COUNT.
005150     PERFORM 4100-READ-REJECT-RECORD
005160         THRU 4100-READ-REJECT-RECORD-EXIT.
005170 4000-COUNT-REJECT-RECORD-EXIT.
005530     EXIT.
005540
005550******************************************************************
005551* 4700-COUNT-REFERRAL-RECORD - COUNTS ONE REFERRAL RECORD (A     *
005552*                              CALCULATION HELD OVER AN ACCOUNT  *
005553*                              LIMIT) AND READS THE NEXT.        *
005554******************************************************************
005555 4700-COUNT-REFERRAL-RECORD.
005556     ADD 1 TO WS-REFERRAL-COUNT.
005557     PERFORM 4800-READ-REFERRAL-RECORD
005558         THRU 4800-READ-REFERRAL-RECORD-EXIT.
005559 4700-COUNT-REFERRAL-RECORD-EXIT.
005560     EXIT.
005561
005562******************************************************************
005563* 4800-READ-REFERRAL-RECORD - READS THE NEXT REFERRAL RECORD AND *
005564*                             SETS EOF.                          *
005565******************************************************************
005566 4800-READ-REFERRAL-RECORD.
005567     READ RECON-REFERRAL-FILE
005568         AT END
005569             SET END-OF-REFERRAL-FILE TO TRUE
005570     END-READ.
005571 4800-READ-REFERRAL-RECORD-EXIT.
005572     EXIT.
005573
005574******************************************************************
005575* 5000-READ-FINAL-CHECKPOINT - READS MULTCKPT THROUGH; THE LAST  *
005576*                              RECORD IS THE RUN'S FINAL         *
005577*                              CLAIMED TOTALS.  THE REFERRAL     *
005578*                              COUNT IS BLANK ON A CHECKPOINT    *
005579*                              FROM BEFORE ACCOUNT LIMITS AND IS *
005580*                              TAKEN AS ZERO THEN.               *
005590******************************************************************
005600 5000-READ-FINAL-CHECKPOINT.
005610     READ RECON-CHECKPOINT-FILE
005680             MOVE CKP-CONTROL-TOTAL   TO WS-CKP-CONTROL-TOTAL
005690             MOVE CKP-REJECT-COUNT    TO WS-CKP-REJECT-COUNT
005700             MOVE CKP-EXCEPTION-COUNT TO WS-CKP-EXCEPTION-COUNT
005701             IF CKP-REFERRAL-COUNT NUMERIC
005702                 MOVE CKP-REFERRAL-COUNT TO WS-CKP-REFERRAL-COUNT
005703             ELSE
005704                 MOVE ZEROS TO WS-CKP-REFERRAL-COUNT
005705             END-IF
005710     END-READ.
005720 5000-READ-FINAL-CHECKPOINT-EXIT.
005730     EXIT.
005890     END-IF.
005900
005910     COMPUTE WS-ACCOUNTED-COUNT = WS-AUDITED-COUNT
005911         + WS-REJECT-COUNT + WS-EXCEPTION-COUNT
005912         + WS-REFERRAL-COUNT.
005913     MOVE "DETAIL = AUDITED+REJ+EXC+REF    "
005940         TO WS-CCL-CHECK-TEXT.
005950     MOVE WS-DETAIL-COUNT    TO WS-CCL-RECONCILED.
005960     MOVE WS-ACCOUNTED-COUNT TO WS-CCL-CLAIMED.
006180     PERFORM 6050-SET-COUNT-CHECK-STATUS
006190         THRU 6050-SET-COUNT-CHECK-STATUS-EXIT.
006200
006201     MOVE "REFERRALS VS CLAIMED REFERRALS  "
006202         TO WS-CCL-CHECK-TEXT.
006203     MOVE WS-REFERRAL-COUNT     TO WS-CCL-RECONCILED.
006204     MOVE WS-CKP-REFERRAL-COUNT TO WS-CCL-CLAIMED.
006205     PERFORM 6050-SET-COUNT-CHECK-STATUS
006206         THRU 6050-SET-COUNT-CHECK-STATUS-EXIT.
006207
006210     MOVE "EXTENDED AUDITS VS EXCEPTIONS   "
006220         TO WS-CCL-CHECK-TEXT.
006230     MOVE WS-EXT-AUDITED-COUNT TO WS-CCL-RECONCILED.
006380     MOVE ZERO                   TO WS-CCL-CLAIMED.
006390     PERFORM 6050-SET-COUNT-CHECK-STATUS
006400         THRU 6050-SET-COUNT-CHECK-STATUS-EXIT.
006401
006402     IF WS-RERATE-AUDIT-COUNT > ZERO
006403         MOVE "RE-RATE ADJUSTMENTS NOT PROVED  "
006404             TO WS-CCL-CHECK-TEXT
006405         MOVE WS-RERATE-AUDIT-COUNT TO WS-CCL-RECONCILED
006406         MOVE ZERO                  TO WS-CCL-CLAIMED
006407         MOVE "SKIPPED "            TO WS-CCL-STATUS
006408         PERFORM 6100-WRITE-COUNT-CHECK-LINE
006409             THRU 6100-WRITE-COUNT-CHECK-LINE-EXIT
006410     END-IF.
006411
006412     IF WS-REVERSAL-AUDIT-COUNT > ZERO
006413         MOVE "FEED REVERSALS NOT PROVED       "
006414             TO WS-CCL-CHECK-TEXT
006415         MOVE WS-REVERSAL-AUDIT-COUNT TO WS-CCL-RECONCILED
006416         MOVE ZERO                    TO WS-CCL-CLAIMED
006417         MOVE "SKIPPED "              TO WS-CCL-STATUS
006418         PERFORM 6100-WRITE-COUNT-CHECK-LINE
006419             THRU 6100-WRITE-COUNT-CHECK-LINE-EXIT
006420     END-IF.
006421
006422     MOVE "RECOMPUTED TOTAL VS CLAIMED     "
006430         TO WS-CAL-CHECK-TEXT.
006440     MOVE WS-RECOMPUTED-TOTAL  TO WS-CAL-RECONCILED.
006450     MOVE WS-CKP-CONTROL-TOTAL TO WS-CAL-CLAIMED.
006680     MOVE WS-CHECK-AMOUNT-LINE TO RCR-LINE-IMAGE.
006690     WRITE RECON-REPORT-RECORD.
006700     ADD 1 TO WS-LINE-COUNT.
006701
006702     IF WS-CURRENCY-ENTRY-COUNT > ZERO
006703         MOVE '0'                  TO RCR-CARRIAGE-CONTROL
006704         MOVE WS-CCY-HEADING-LINE  TO RCR-LINE-IMAGE
006705         WRITE RECON-REPORT-RECORD
006706         MOVE ' '                  TO RCR-CARRIAGE-CONTROL
006707         MOVE WS-CCY-COLUMN-LINE   TO RCR-LINE-IMAGE
006708         WRITE RECON-REPORT-RECORD
006709         ADD 2 TO WS-LINE-COUNT
006710         PERFORM 6200-WRITE-CURRENCY-LINE
006711             THRU 6200-WRITE-CURRENCY-LINE-EXIT
006712             VARYING WS-CURRENCY-SUB FROM 1 BY 1
006713             UNTIL WS-CURRENCY-SUB > WS-CURRENCY-ENTRY-COUNT
006714     END-IF.
006715
006716     IF WS-CURRENCY-OVERFLOW-COUNT > ZERO
006717         DISPLAY "MULTRCN - CURRENCY BREAKOUT FULL - "
006718             WS-CURRENCY-OVERFLOW-COUNT " ITEM(S) LEFT OUT OF IT"
006719     END-IF.
006720 6000-PROVE-THE-RUN-EXIT.
006721     EXIT.
006730
006740******************************************************************
006750* 6050-SET-COUNT-CHECK-STATUS - COMPARES THE RECONCILED AND      *
007030     EXIT.
007040
007050******************************************************************
007051* 6200-WRITE-CURRENCY-LINE - WRITES ONE TRANSACTION CURRENCY'S   *
007052*                            BREAKOUT LINE.                      *
007053******************************************************************
007054 6200-WRITE-CURRENCY-LINE.
007055     MOVE WS-CCY-CODE (WS-CURRENCY-SUB)
007056         TO WS-CDL-CURRENCY-CODE.
007057     MOVE WS-CCY-ITEM-COUNT (WS-CURRENCY-SUB)
007058         TO WS-CDL-ITEM-COUNT.
007059     MOVE WS-CCY-TRANSACTION-TOTAL (WS-CURRENCY-SUB)
007060         TO WS-CDL-TRANSACTION-TOTAL.
007061     MOVE WS-CCY-BASE-TOTAL (WS-CURRENCY-SUB)
007062         TO WS-CDL-BASE-TOTAL.
007063
007064     MOVE ' '                 TO RCR-CARRIAGE-CONTROL.
007065     MOVE WS-CCY-DETAIL-LINE  TO RCR-LINE-IMAGE.
007066     WRITE RECON-REPORT-RECORD.
007067     ADD 1 TO WS-LINE-COUNT.
007068 6200-WRITE-CURRENCY-LINE-EXIT.
007069     EXIT.
007070
007071******************************************************************
007072* 8000-TERMINATE - CLOSES FILES AND SETS THE RETURN CODE.        *
007073******************************************************************
007080 8000-TERMINATE.
007090     CLOSE RECON-INPUT-FILE.
007100     CLOSE RECON-AUDIT-FILE.
007110     CLOSE RECON-REJECT-FILE.
007120     CLOSE RECON-EXCEPT-FILE.
007121     CLOSE RECON-REFERRAL-FILE.
007130     CLOSE RECON-CHECKPOINT-FILE.
007140     CLOSE RECON-REPORT-FILE.
007150
007450     MOVE WS-AUDITED-COUNT       TO RNL-RECORDS-PROCESSED.
007460     MOVE WS-REJECT-COUNT        TO RNL-RECORDS-REJECTED.
007470     MOVE WS-EXCEPTION-COUNT     TO RNL-RECORDS-EXCEPTED.
007471     MOVE WS-REFERRAL-COUNT      TO RNL-RECORDS-REFERRED.
007480
007490     WRITE RUN-LOG-RECORD.
007500
