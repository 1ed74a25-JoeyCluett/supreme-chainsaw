000010******************************************************************
000020* PROGRAM      : MULTGLM                                         *
000030* DESCRIPTION  : BATCH GL ACCOUNT MAPPING MAINTENANCE PROGRAM.   *
000040*                READS A FILE OF ADD/CHANGE/DELETE TRANSACTIONS  *
000050*                AND APPLIES THEM TO THE VSAM GL ACCOUNT MAPPING *
000060*                FILE (MULTCOA) KEYED BY OPERATION CODE AND LOW  *
000070*                ACCOUNT OF THE RANGE.  THE CALC STEP LOOKS EACH *
000080*                CALCULATION UP ON THE MAPPING TO FIND THE DEBIT *
000090*                AND CREDIT LEDGER ACCOUNTS AND COST CENTER OF   *
000100*                ITS JOURNAL LINES.  A TRANSACTION THAT FAILS    *
000110*                EDIT, OR CANNOT BE APPLIED, IS ROUTED TO A      *
000120*                REJECT FILE WITH A REASON CODE.  EVERY MAPPING  *
000130*                IMAGE CHANGED IS PRINTED ON A BEFORE/AFTER      *
000140*                MAINTENANCE REPORT AND LOGGED TO A CUMULATIVE   *
000150*                MAINTENANCE AUDIT TRAIL, THE SAME WAY MULTMNT   *
000160*                PROVES RATE CHANGES TO THE AUDITORS.            *
000170******************************************************************
000180* MAINTENANCE HISTORY
000190*   DATE        INIT  DESCRIPTION
000200*   ----------  ----  ----------------------------------------
000210*   2026-10-15  JAC   ORIGINAL PROGRAM.  THE GL EXTRACT NOW
000220*                     CARRIES A BALANCED DOUBLE-ENTRY JOURNAL
000230*                     AND THE LEDGER ACCOUNTS COME FROM THIS
000240*                     MAPPING INSTEAD OF BEING KEYED BY THE GL
000250*                     TEAM.
000260******************************************************************
000270 IDENTIFICATION DIVISION.
000280 PROGRAM-ID.     MULTGLM.
000290 AUTHOR.         JOEY CLUETT.
000300 INSTALLATION.   ACCOUNTING SYSTEMS.
000310 DATE-WRITTEN.   10/15/2026.
000320 DATE-COMPILED.
000330
000340 ENVIRONMENT DIVISION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT GLMAP-TRANSACTION-FILE ASSIGN TO MULTGMT
000380         ORGANIZATION IS SEQUENTIAL.
000390
000400     SELECT GLMAP-REPORT-FILE    ASSIGN TO MULTGMR
000410         ORGANIZATION IS SEQUENTIAL.
000420
000430     SELECT GLMAP-REJECT-FILE    ASSIGN TO MULTGMJ
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT GLMAP-AUDIT-FILE     ASSIGN TO MULTGMA
000470         ORGANIZATION IS SEQUENTIAL.
000480
000490     SELECT GL-ACCOUNT-MAP-FILE  ASSIGN TO MULTCOA
000500         ORGANIZATION IS INDEXED
000510         ACCESS MODE IS DYNAMIC
000520         RECORD KEY IS GLM-MAP-KEY
000530         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000540
000550 DATA DIVISION.
000560 FILE SECTION.
000570 FD  GLMAP-TRANSACTION-FILE
000580     RECORDING MODE IS F
000590     LABEL RECORDS ARE STANDARD
000600     BLOCK CONTAINS 0 RECORDS.
000610     COPY MULTGMT.
000620
000630 FD  GLMAP-REPORT-FILE
000640     RECORDING MODE IS F
000650     LABEL RECORDS ARE STANDARD
000660     BLOCK CONTAINS 0 RECORDS.
000670     COPY MULTRPT REPLACING
000680         ==MULTIPLY-REPORT-RECORD==
000690         BY ==GLMAP-REPORT-RECORD==
000700         ==RPT-CARRIAGE-CONTROL== BY ==GMR-CARRIAGE-CONTROL==
000710         ==RPT-LINE-IMAGE== BY ==GMR-LINE-IMAGE==.
000720
000730 FD  GLMAP-REJECT-FILE
000740     RECORDING MODE IS F
000750     LABEL RECORDS ARE STANDARD
000760     BLOCK CONTAINS 0 RECORDS.
000770     COPY MULTGMJ.
000780
000790 FD  GLMAP-AUDIT-FILE
000800     RECORDING MODE IS F
000810     LABEL RECORDS ARE STANDARD
000820     BLOCK CONTAINS 0 RECORDS.
000830     COPY MULTGMA.
000840
000850 FD  GL-ACCOUNT-MAP-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD
000880     BLOCK CONTAINS 0 RECORDS.
000890     COPY MULTCOA.
000900
000910 WORKING-STORAGE SECTION.
000920 77  WS-GLMAP-FILE-STATUS        PIC X(02).
000930 77  WS-EOF-SWITCH               PIC X(01)      VALUE 'N'.
000940     88  END-OF-TRANSACTION-FILE                VALUE 'Y'.
000950
000960 77  WS-VALID-SWITCH             PIC X(01)      VALUE 'Y'.
000970     88  VALID-TRANSACTION                      VALUE 'Y'.
000980     88  INVALID-TRANSACTION                    VALUE 'N'.
000990
001000 77  WS-FOUND-SWITCH             PIC X(01)      VALUE 'N'.
001010     88  MAPPING-ON-FILE                        VALUE 'Y'.
001020     88  MAPPING-NOT-ON-FILE                    VALUE 'N'.
001030
001040 77  WS-SCAN-SWITCH              PIC X(01)      VALUE 'N'.
001050     88  END-OF-OVERLAP-SCAN                    VALUE 'Y'.
001060
001070 77  WS-RANGE-LOW                PIC 9(09)      VALUE ZEROS.
001080 77  WS-RANGE-HIGH               PIC 9(09)      VALUE ZEROS.
001090 77  WS-DEFAULT-RANGE-LOW        PIC 9(09)      VALUE ZEROS.
001100 77  WS-DEFAULT-RANGE-HIGH       PIC 9(09)      VALUE 999999999.
001110
001120 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001130 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001140 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
001150 77  WS-TRANS-READ-COUNT         PIC 9(07) COMP VALUE ZERO.
001160 77  WS-TRANS-APPLIED-COUNT      PIC 9(07) COMP VALUE ZERO.
001170 77  WS-TRANS-REJECT-COUNT       PIC 9(07) COMP VALUE ZERO.
001180 77  WS-ADD-COUNT                PIC 9(07) COMP VALUE ZERO.
001190 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
001200 77  WS-DELETE-COUNT             PIC 9(07) COMP VALUE ZERO.
001210 77  WS-AUDIT-SEQUENCE-NUMBER    PIC 9(07) COMP VALUE ZERO.
001220
001230 01  WS-IMAGE-AREA.
001240     05  WS-IMG-TYPE             PIC X(01).
001250     05  WS-IMG-DEBIT-LEDGER     PIC X(10).
001260     05  WS-IMG-CREDIT-LEDGER    PIC X(10).
001270     05  WS-IMG-COST-CENTER      PIC X(06).
001280
001290 01  WS-BEFORE-IMAGE-AREA.
001300     05  WS-BEF-DEBIT-LEDGER     PIC X(10).
001310     05  WS-BEF-CREDIT-LEDGER    PIC X(10).
001320     05  WS-BEF-COST-CENTER      PIC X(06).
001330
001340 01  WS-HEADING-LINE.
001350     05  FILLER                  PIC X(24) VALUE
001360         "MULTGLM GL MAPPING MAINT".
001370     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
001380     05  FILLER                  PIC X(02) VALUE ": ".
001390     05  WS-HDG-RUN-DATE         PIC X(10).
001400     05  FILLER                  PIC X(86) VALUE SPACES.
001410
001420 01  WS-COLUMN-HEADING-LINE.
001430     05  FILLER                  PIC X(05) VALUE SPACES.
001440     05  FILLER                  PIC X(08) VALUE "ACTION".
001450     05  FILLER                  PIC X(04) VALUE "OP".
001460     05  FILLER                  PIC X(12) VALUE "RANGE LOW".
001470     05  FILLER                  PIC X(12) VALUE "RANGE HIGH".
001480     05  FILLER                  PIC X(08) VALUE "IMAGE".
001490     05  FILLER                  PIC X(13) VALUE "DEBIT LEDGER".
001500     05  FILLER                  PIC X(13) VALUE "CREDIT LEDGER".
001510     05  FILLER                  PIC X(10) VALUE "COST CTR".
001520     05  FILLER                  PIC X(08) VALUE "USER".
001530     05  FILLER                  PIC X(39) VALUE SPACES.
001540
001550 01  WS-DETAIL-LINE.
001560     05  FILLER                  PIC X(05) VALUE SPACES.
001570     05  WS-DTL-ACTION-CODE      PIC X(01).
001580     05  FILLER                  PIC X(07) VALUE SPACES.
001590     05  WS-DTL-OPERATION-CODE   PIC X(01).
001600     05  FILLER                  PIC X(03) VALUE SPACES.
001610     05  WS-DTL-RANGE-LOW        PIC 9(09).
001620     05  FILLER                  PIC X(03) VALUE SPACES.
001630     05  WS-DTL-RANGE-HIGH       PIC 9(09).
001640     05  FILLER                  PIC X(03) VALUE SPACES.
001650     05  WS-DTL-IMAGE            PIC X(06).
001660     05  FILLER                  PIC X(02) VALUE SPACES.
001670     05  WS-DTL-DEBIT-LEDGER     PIC X(10).
001680     05  FILLER                  PIC X(03) VALUE SPACES.
001690     05  WS-DTL-CREDIT-LEDGER    PIC X(10).
001700     05  FILLER                  PIC X(03) VALUE SPACES.
001710     05  WS-DTL-COST-CENTER      PIC X(06).
001720     05  FILLER                  PIC X(04) VALUE SPACES.
001730     05  WS-DTL-USER-ID          PIC X(08).
001740     05  FILLER                  PIC X(39) VALUE SPACES.
001750
001760 01  WS-CTL-HEADING-LINE.
001770     05  FILLER                  PIC X(05) VALUE SPACES.
001780     05  FILLER                  PIC X(21) VALUE
001790         "*** CONTROL TOTALS **".
001800     05  FILLER                  PIC X(106) VALUE SPACES.
001810
001820 01  WS-CTL-COUNT-LINE.
001830     05  FILLER                  PIC X(05) VALUE SPACES.
001840     05  WS-CTL-COUNT-TEXT       PIC X(25).
001850     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
001860     05  FILLER                  PIC X(95) VALUE SPACES.
001870
001880 PROCEDURE DIVISION.
001890******************************************************************
001900* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.          *
001910******************************************************************
001920 0000-MAINLINE.
001930     PERFORM 1000-INITIALIZE
001940         THRU 1000-INITIALIZE-EXIT.
001950
001960     PERFORM 2000-PROCESS-TRANSACTIONS
001970         THRU 2000-PROCESS-TRANSACTIONS-EXIT
001980         UNTIL END-OF-TRANSACTION-FILE.
001990
002000     PERFORM 8000-TERMINATE
002010         THRU 8000-TERMINATE-EXIT.
002020
002030     GO TO 9999-EXIT.
002040
002050******************************************************************
002060* 1000-INITIALIZE - OPENS THE FILES, WRITES THE REPORT HEADING,  *
002070*                   AND PRIMES THE TRANSACTION READ LOOP.  THE   *
002080*                   MAINTENANCE AUDIT TRAIL IS OPENED EXTEND SO  *
002090*                   IT ACCUMULATES ACROSS RUNS.                  *
002100******************************************************************
002110 1000-INITIALIZE.
002120     OPEN INPUT  GLMAP-TRANSACTION-FILE.
002130     OPEN OUTPUT GLMAP-REPORT-FILE.
002140     OPEN OUTPUT GLMAP-REJECT-FILE.
002150     OPEN EXTEND GLMAP-AUDIT-FILE.
002160     OPEN I-O    GL-ACCOUNT-MAP-FILE.
002170
002180*    A FRESHLY DEFINED, NEVER-LOADED CLUSTER OPENS I-O WITH
002190*    FILE STATUS 35.  PRIME IT WITH AN EMPTY OPEN OUTPUT/CLOSE
002200*    SO THE FIRST MAINTENANCE RUN (THE INITIAL LOAD OF THE
002210*    MAPPINGS) CAN PROCEED.
002220     IF WS-GLMAP-FILE-STATUS = "35"
002230         OPEN OUTPUT GL-ACCOUNT-MAP-FILE
002240         CLOSE GL-ACCOUNT-MAP-FILE
002250         OPEN I-O    GL-ACCOUNT-MAP-FILE
002260     END-IF.
002270
002280     IF WS-GLMAP-FILE-STATUS NOT = "00"
002290         DISPLAY "MULTCOA OPEN FAILED - FILE STATUS "
002300             WS-GLMAP-FILE-STATUS
002310         MOVE 16 TO RETURN-CODE
002320         STOP RUN
002330     END-IF.
002340
002350     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002360     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
002370
002380     PERFORM 2500-WRITE-REPORT-HEADING
002390         THRU 2500-WRITE-REPORT-HEADING-EXIT.
002400
002410     PERFORM 2100-READ-TRANSACTION
002420         THRU 2100-READ-TRANSACTION-EXIT.
002430 1000-INITIALIZE-EXIT.
002440     EXIT.
002450
002460******************************************************************
002470* 2000-PROCESS-TRANSACTIONS - VALIDATES ONE TRANSACTION, APPLIES *
002480*                             OR REJECTS IT, AND READS THE NEXT. *
002490******************************************************************
002500 2000-PROCESS-TRANSACTIONS.
002510     PERFORM 2200-VALIDATE-TRANSACTION
002520         THRU 2200-VALIDATE-TRANSACTION-EXIT.
002530
002540     IF VALID-TRANSACTION
002550         EVALUATE TRUE
002560             WHEN GMT-ACTION-ADD
002570                 PERFORM 3000-APPLY-ADD
002580                     THRU 3000-APPLY-ADD-EXIT
002590             WHEN GMT-ACTION-CHANGE
002600                 PERFORM 3100-APPLY-CHANGE
002610                     THRU 3100-APPLY-CHANGE-EXIT
002620             WHEN GMT-ACTION-DELETE
002630                 PERFORM 3200-APPLY-DELETE
002640                     THRU 3200-APPLY-DELETE-EXIT
002650         END-EVALUATE
002660     ELSE
002670         PERFORM 2700-WRITE-REJECT-RECORD
002680             THRU 2700-WRITE-REJECT-RECORD-EXIT
002690     END-IF.
002700
002710     PERFORM 2100-READ-TRANSACTION
002720         THRU 2100-READ-TRANSACTION-EXIT.
002730 2000-PROCESS-TRANSACTIONS-EXIT.
002740     EXIT.
002750
002760******************************************************************
002770* 2100-READ-TRANSACTION - READS THE NEXT TRANSACTION, COUNTS IT, *
002780*                         AND SETS EOF.                          *
002790******************************************************************
002800 2100-READ-TRANSACTION.
002810     READ GLMAP-TRANSACTION-FILE
002820         AT END
002830             MOVE 'Y' TO WS-EOF-SWITCH
002840         NOT AT END
002850             ADD 1 TO WS-TRANS-READ-COUNT
002860     END-READ.
002870 2100-READ-TRANSACTION-EXIT.
002880     EXIT.
002890
002900******************************************************************
002910* 2200-VALIDATE-TRANSACTION - EDITS THE TRANSACTION BEFORE IT IS *
002920*                             APPLIED.  SETS WS-VALID-SWITCH     *
002930*                             AND, WHEN INVALID, THE REJECT      *
002940*                             REASON CODE/TEXT.  A VALID RANGE   *
002950*                             IS RESOLVED INTO WS-RANGE-LOW/     *
002960*                             WS-RANGE-HIGH.                     *
002970******************************************************************
002980 2200-VALIDATE-TRANSACTION.
002990     SET VALID-TRANSACTION TO TRUE.
003000
003010     IF NOT GMT-ACTION-ADD AND NOT GMT-ACTION-CHANGE
003020             AND NOT GMT-ACTION-DELETE
003030         MOVE 01                     TO GMJ-REASON-CODE
003040         MOVE "INVALID ACTION CODE"   TO GMJ-REASON-TEXT
003050         SET INVALID-TRANSACTION TO TRUE
003060     ELSE
003070     IF NOT GMT-VALID-OPERATION
003080         MOVE 02                     TO GMJ-REASON-CODE
003090         MOVE "INVALID OPERATION CODE" TO GMJ-REASON-TEXT
003100         SET INVALID-TRANSACTION TO TRUE
003110     ELSE
003120     IF (GMT-RANGE-LOW-X NOT = SPACES
003130             AND GMT-RANGE-LOW NOT NUMERIC)
003140             OR (GMT-RANGE-HIGH-X NOT = SPACES
003150             AND GMT-RANGE-HIGH NOT NUMERIC)
003160         MOVE 03                     TO GMJ-REASON-CODE
003170         MOVE "ACCOUNT RANGE NOT NUMERIC" TO GMJ-REASON-TEXT
003180         SET INVALID-TRANSACTION TO TRUE
003190     ELSE
003200     IF NOT GMT-ACTION-DELETE
003210             AND (GMT-DEBIT-LEDGER = SPACES
003220             OR GMT-CREDIT-LEDGER = SPACES
003230             OR GMT-COST-CENTER = SPACES)
003240         MOVE 05                     TO GMJ-REASON-CODE
003250         MOVE "LEDGER OR COST CENTER BLANK" TO GMJ-REASON-TEXT
003260         SET INVALID-TRANSACTION TO TRUE
003270     ELSE
003280     IF NOT GMT-ACTION-DELETE
003290             AND GMT-DEBIT-LEDGER = GMT-CREDIT-LEDGER
003300         MOVE 06                     TO GMJ-REASON-CODE
003310         MOVE "DEBIT AND CREDIT LEDGER SAME" TO GMJ-REASON-TEXT
003320         SET INVALID-TRANSACTION TO TRUE
003330     END-IF END-IF END-IF END-IF END-IF.
003340
003350     IF INVALID-TRANSACTION
003360         GO TO 2200-VALIDATE-TRANSACTION-EXIT
003370     END-IF.
003380
003390     PERFORM 2250-RESOLVE-RANGE
003400         THRU 2250-RESOLVE-RANGE-EXIT.
003410
003420     IF WS-RANGE-LOW > WS-RANGE-HIGH
003430         MOVE 04                     TO GMJ-REASON-CODE
003440         MOVE "RANGE LOW ABOVE RANGE HIGH" TO GMJ-REASON-TEXT
003450         SET INVALID-TRANSACTION TO TRUE
003460     ELSE
003470     IF WS-RANGE-LOW = ZERO
003480             AND WS-RANGE-HIGH NOT = WS-DEFAULT-RANGE-HIGH
003490         MOVE 11                     TO GMJ-REASON-CODE
003500         MOVE "RANGE LOW ZERO - NOT DEFAULT"  TO GMJ-REASON-TEXT
003510         SET INVALID-TRANSACTION TO TRUE
003520     END-IF END-IF.
003530 2200-VALIDATE-TRANSACTION-EXIT.
003540     EXIT.
003550
003560******************************************************************
003570* 2250-RESOLVE-RANGE - A BLANK LOW ACCOUNT MEANS 000000000 AND A *
003580*                      BLANK HIGH ACCOUNT 999999999, SO A        *
003590*                      TRANSACTION WITH NO RANGE ADDRESSES THE   *
003600*                      OPERATION CODE'S DEFAULT MAPPING.         *
003610******************************************************************
003620 2250-RESOLVE-RANGE.
003630     IF GMT-RANGE-LOW-X = SPACES
003640         MOVE WS-DEFAULT-RANGE-LOW  TO WS-RANGE-LOW
003650     ELSE
003660         MOVE GMT-RANGE-LOW         TO WS-RANGE-LOW
003670     END-IF.
003680
003690     IF GMT-RANGE-HIGH-X = SPACES
003700         MOVE WS-DEFAULT-RANGE-HIGH TO WS-RANGE-HIGH
003710     ELSE
003720         MOVE GMT-RANGE-HIGH        TO WS-RANGE-HIGH
003730     END-IF.
003740 2250-RESOLVE-RANGE-EXIT.
003750     EXIT.
003760
003770******************************************************************
003780* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING AND    *
003790*                             THE COLUMN HEADER LINE.            *
003800******************************************************************
003810 2500-WRITE-REPORT-HEADING.
003820     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
003830     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
003840     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
003850     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
003860     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
003870
003880     MOVE '1'            TO GMR-CARRIAGE-CONTROL.
003890     MOVE WS-HEADING-LINE TO GMR-LINE-IMAGE.
003900     WRITE GLMAP-REPORT-RECORD.
003910     ADD 1 TO WS-LINE-COUNT.
003920
003930     MOVE ' '                    TO GMR-CARRIAGE-CONTROL.
003940     MOVE WS-COLUMN-HEADING-LINE TO GMR-LINE-IMAGE.
003950     WRITE GLMAP-REPORT-RECORD.
003960     ADD 1 TO WS-LINE-COUNT.
003970 2500-WRITE-REPORT-HEADING-EXIT.
003980     EXIT.
003990
004000******************************************************************
004010* 2600-WRITE-DETAIL-LINE - PRINTS ONE MAPPING IMAGE (BEFORE OR   *
004020*                          AFTER) FROM WS-IMAGE-AREA.            *
004030******************************************************************
004040 2600-WRITE-DETAIL-LINE.
004050     MOVE GMT-ACTION-CODE      TO WS-DTL-ACTION-CODE.
004060     MOVE GMT-OPERATION-CODE   TO WS-DTL-OPERATION-CODE.
004070     MOVE WS-RANGE-LOW         TO WS-DTL-RANGE-LOW.
004080     MOVE WS-RANGE-HIGH        TO WS-DTL-RANGE-HIGH.
004090
004100     IF WS-IMG-TYPE = "B"
004110         MOVE "BEFORE"         TO WS-DTL-IMAGE
004120     ELSE
004130         MOVE "AFTER "         TO WS-DTL-IMAGE
004140     END-IF.
004150
004160     MOVE WS-IMG-DEBIT-LEDGER  TO WS-DTL-DEBIT-LEDGER.
004170     MOVE WS-IMG-CREDIT-LEDGER TO WS-DTL-CREDIT-LEDGER.
004180     MOVE WS-IMG-COST-CENTER   TO WS-DTL-COST-CENTER.
004190     MOVE GMT-USER-ID          TO WS-DTL-USER-ID.
004200
004210     MOVE ' '             TO GMR-CARRIAGE-CONTROL.
004220     MOVE WS-DETAIL-LINE  TO GMR-LINE-IMAGE.
004230     WRITE GLMAP-REPORT-RECORD.
004240     ADD 1 TO WS-LINE-COUNT.
004250 2600-WRITE-DETAIL-LINE-EXIT.
004260     EXIT.
004270
004280******************************************************************
004290* 2650-WRITE-AUDIT-RECORD - LOGS ONE MAPPING IMAGE (BEFORE OR    *
004300*                           AFTER) FROM WS-IMAGE-AREA TO THE     *
004310*                           CUMULATIVE MAINTENANCE AUDIT TRAIL   *
004320*                           AND PRINTS IT.  THE CALLER BUMPS THE *
004330*                           SEQUENCE NUMBER ONCE PER             *
004340*                           TRANSACTION, SO BOTH IMAGES OF A     *
004350*                           CHANGE SHARE IT.                     *
004360******************************************************************
004370 2650-WRITE-AUDIT-RECORD.
004380     MOVE WS-RUN-DATE-YYYYMMDD     TO GMA-RUN-DATE.
004390     MOVE WS-RUN-TIME-HHMMSS       TO GMA-RUN-TIME.
004400     MOVE WS-AUDIT-SEQUENCE-NUMBER TO GMA-SEQUENCE-NUMBER.
004410     MOVE GMT-USER-ID              TO GMA-USER-ID.
004420     MOVE GMT-ACTION-CODE          TO GMA-ACTION-CODE.
004430     MOVE GMT-OPERATION-CODE       TO GMA-OPERATION-CODE.
004440     MOVE WS-RANGE-LOW             TO GMA-RANGE-LOW.
004450     MOVE WS-RANGE-HIGH            TO GMA-RANGE-HIGH.
004460     MOVE WS-IMG-TYPE              TO GMA-IMAGE-TYPE.
004470     MOVE WS-IMG-DEBIT-LEDGER      TO GMA-DEBIT-LEDGER.
004480     MOVE WS-IMG-CREDIT-LEDGER     TO GMA-CREDIT-LEDGER.
004490     MOVE WS-IMG-COST-CENTER       TO GMA-COST-CENTER.
004500
004510     WRITE GL-MAP-AUDIT-RECORD.
004520
004530     PERFORM 2600-WRITE-DETAIL-LINE
004540         THRU 2600-WRITE-DETAIL-LINE-EXIT.
004550 2650-WRITE-AUDIT-RECORD-EXIT.
004560     EXIT.
004570
004580******************************************************************
004590* 2660-LOG-BEFORE-IMAGE - LOGS THE MAPPING AS IT STOOD BEFORE    *
004600*                         THE CHANGE OR DELETE.                  *
004610******************************************************************
004620 2660-LOG-BEFORE-IMAGE.
004630     MOVE "B"                  TO WS-IMG-TYPE.
004640     MOVE WS-BEF-DEBIT-LEDGER  TO WS-IMG-DEBIT-LEDGER.
004650     MOVE WS-BEF-CREDIT-LEDGER TO WS-IMG-CREDIT-LEDGER.
004660     MOVE WS-BEF-COST-CENTER   TO WS-IMG-COST-CENTER.
004670
004680     PERFORM 2650-WRITE-AUDIT-RECORD
004690         THRU 2650-WRITE-AUDIT-RECORD-EXIT.
004700 2660-LOG-BEFORE-IMAGE-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 2670-LOG-AFTER-IMAGE - LOGS THE MAPPING AS THE ADD OR CHANGE   *
004750*                        LEFT IT.                                *
004760******************************************************************
004770 2670-LOG-AFTER-IMAGE.
004780     MOVE "A"                  TO WS-IMG-TYPE.
004790     MOVE GMT-DEBIT-LEDGER     TO WS-IMG-DEBIT-LEDGER.
004800     MOVE GMT-CREDIT-LEDGER    TO WS-IMG-CREDIT-LEDGER.
004810     MOVE GMT-COST-CENTER      TO WS-IMG-COST-CENTER.
004820
004830     PERFORM 2650-WRITE-AUDIT-RECORD
004840         THRU 2650-WRITE-AUDIT-RECORD-EXIT.
004850 2670-LOG-AFTER-IMAGE-EXIT.
004860     EXIT.
004870
004880******************************************************************
004890* 2700-WRITE-REJECT-RECORD - WRITES THE FAILING TRANSACTION,     *
004900*                            RAW, TO THE REJECT FILE WITH ITS    *
004910*                            REASON CODE.                        *
004920******************************************************************
004930 2700-WRITE-REJECT-RECORD.
004940     MOVE GMT-ACTION-CODE    TO GMJ-ACTION-RAW.
004950     MOVE GMT-OPERATION-CODE TO GMJ-OPERATION-RAW.
004960     MOVE GMT-RANGE-LOW-X    TO GMJ-RANGE-LOW-RAW.
004970     MOVE GMT-RANGE-HIGH-X   TO GMJ-RANGE-HIGH-RAW.
004980     MOVE GMT-USER-ID        TO GMJ-USER-ID.
004990
005000     WRITE GL-MAP-REJECT-RECORD.
005010     ADD 1 TO WS-TRANS-REJECT-COUNT.
005020 2700-WRITE-REJECT-RECORD-EXIT.
005030     EXIT.
005040
005050******************************************************************
005060* 3000-APPLY-ADD - ADDS A NEW MAPPING.  A MAPPING ALREADY ON     *
005070*                  FILE UNDER THE SAME KEY, OR A NARROWER RANGE  *
005080*                  THAT OVERLAPS ANOTHER NARROWER RANGE FOR THE  *
005090*                  SAME OPERATION CODE, IS REJECTED.  THE        *
005100*                  DEFAULT RANGE MAY OVERLAP ANYTHING - IT IS    *
005110*                  ONLY USED WHERE NO NARROWER RANGE COVERS THE  *
005120*                  ACCOUNT.                                      *
005130******************************************************************
005140 3000-APPLY-ADD.
005150     PERFORM 3500-READ-MAPPING
005160         THRU 3500-READ-MAPPING-EXIT.
005170
005180     IF MAPPING-ON-FILE
005190         MOVE 07                         TO GMJ-REASON-CODE
005200         MOVE "MAPPING ALREADY ON FILE"  TO GMJ-REASON-TEXT
005210         PERFORM 2700-WRITE-REJECT-RECORD
005220             THRU 2700-WRITE-REJECT-RECORD-EXIT
005230         GO TO 3000-APPLY-ADD-EXIT
005240     END-IF.
005250
005260     IF WS-RANGE-LOW NOT = WS-DEFAULT-RANGE-LOW
005270             OR WS-RANGE-HIGH NOT = WS-DEFAULT-RANGE-HIGH
005280         PERFORM 3300-CHECK-RANGE-OVERLAP
005290             THRU 3300-CHECK-RANGE-OVERLAP-EXIT
005300     END-IF.
005310
005320     IF INVALID-TRANSACTION
005330         PERFORM 2700-WRITE-REJECT-RECORD
005340             THRU 2700-WRITE-REJECT-RECORD-EXIT
005350         GO TO 3000-APPLY-ADD-EXIT
005360     END-IF.
005370
005380     MOVE SPACES               TO GL-ACCOUNT-MAP-RECORD.
005390     MOVE GMT-OPERATION-CODE   TO GLM-OPERATION-CODE.
005400     MOVE WS-RANGE-LOW         TO GLM-RANGE-LOW.
005410     MOVE WS-RANGE-HIGH        TO GLM-RANGE-HIGH.
005420     MOVE GMT-DEBIT-LEDGER     TO GLM-DEBIT-LEDGER.
005430     MOVE GMT-CREDIT-LEDGER    TO GLM-CREDIT-LEDGER.
005440     MOVE GMT-COST-CENTER      TO GLM-COST-CENTER.
005450     MOVE WS-RUN-DATE-YYYYMMDD TO GLM-LAST-MAINT-DATE.
005460     MOVE GMT-USER-ID          TO GLM-LAST-MAINT-USER.
005470
005480     WRITE GL-ACCOUNT-MAP-RECORD
005490         INVALID KEY
005500             PERFORM 9000-GLMAP-IO-ERROR
005510                 THRU 9000-GLMAP-IO-ERROR-EXIT
005520     END-WRITE.
005530
005540     ADD 1 TO WS-ADD-COUNT.
005550     ADD 1 TO WS-TRANS-APPLIED-COUNT.
005560     ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
005570
005580     PERFORM 2670-LOG-AFTER-IMAGE
005590         THRU 2670-LOG-AFTER-IMAGE-EXIT.
005600 3000-APPLY-ADD-EXIT.
005610     EXIT.
005620
005630******************************************************************
005640* 3100-APPLY-CHANGE - REPLACES THE LEDGER ACCOUNTS AND COST      *
005650*                     CENTER OF AN EXISTING MAPPING.  A MAPPING  *
005660*                     NOT ON FILE, OR ONE WHOSE HIGH ACCOUNT     *
005670*                     DOES NOT MATCH THE TRANSACTION, IS         *
005680*                     REJECTED.                                  *
005690******************************************************************
005700 3100-APPLY-CHANGE.
005710     PERFORM 3500-READ-MAPPING
005720         THRU 3500-READ-MAPPING-EXIT.
005730
005740     PERFORM 3400-CHECK-MAPPING-MATCHES
005750         THRU 3400-CHECK-MAPPING-MATCHES-EXIT.
005760
005770     IF INVALID-TRANSACTION
005780         PERFORM 2700-WRITE-REJECT-RECORD
005790             THRU 2700-WRITE-REJECT-RECORD-EXIT
005800         GO TO 3100-APPLY-CHANGE-EXIT
005810     END-IF.
005820
005830     MOVE GLM-DEBIT-LEDGER     TO WS-BEF-DEBIT-LEDGER.
005840     MOVE GLM-CREDIT-LEDGER    TO WS-BEF-CREDIT-LEDGER.
005850     MOVE GLM-COST-CENTER      TO WS-BEF-COST-CENTER.
005860
005870     MOVE GMT-DEBIT-LEDGER     TO GLM-DEBIT-LEDGER.
005880     MOVE GMT-CREDIT-LEDGER    TO GLM-CREDIT-LEDGER.
005890     MOVE GMT-COST-CENTER      TO GLM-COST-CENTER.
005900     MOVE WS-RUN-DATE-YYYYMMDD TO GLM-LAST-MAINT-DATE.
005910     MOVE GMT-USER-ID          TO GLM-LAST-MAINT-USER.
005920
005930     REWRITE GL-ACCOUNT-MAP-RECORD
005940         INVALID KEY
005950             PERFORM 9000-GLMAP-IO-ERROR
005960                 THRU 9000-GLMAP-IO-ERROR-EXIT
005970     END-REWRITE.
005980
005990     ADD 1 TO WS-CHANGE-COUNT.
006000     ADD 1 TO WS-TRANS-APPLIED-COUNT.
006010     ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
006020
006030     PERFORM 2660-LOG-BEFORE-IMAGE
006040         THRU 2660-LOG-BEFORE-IMAGE-EXIT.
006050     PERFORM 2670-LOG-AFTER-IMAGE
006060         THRU 2670-LOG-AFTER-IMAGE-EXIT.
006070 3100-APPLY-CHANGE-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 3200-APPLY-DELETE - DELETES A MAPPING.  A MAPPING NOT ON FILE, *
006120*                     OR ONE WHOSE HIGH ACCOUNT DOES NOT MATCH   *
006130*                     THE TRANSACTION, IS REJECTED.  DELETING AN *
006140*                     OPERATION CODE'S DEFAULT IS ALLOWED - THE  *
006150*                     MAPPING LISTING (MULTGLL) FLAGS IT, AND    *
006160*                     THE CALC STEP SENDS ANY CALCULATION LEFT   *
006170*                     UNMAPPED TO SUSPENSE.                      *
006180******************************************************************
006190 3200-APPLY-DELETE.
006200     PERFORM 3500-READ-MAPPING
006210         THRU 3500-READ-MAPPING-EXIT.
006220
006230     PERFORM 3400-CHECK-MAPPING-MATCHES
006240         THRU 3400-CHECK-MAPPING-MATCHES-EXIT.
006250
006260     IF INVALID-TRANSACTION
006270         PERFORM 2700-WRITE-REJECT-RECORD
006280             THRU 2700-WRITE-REJECT-RECORD-EXIT
006290         GO TO 3200-APPLY-DELETE-EXIT
006300     END-IF.
006310
006320     MOVE GLM-DEBIT-LEDGER     TO WS-BEF-DEBIT-LEDGER.
006330     MOVE GLM-CREDIT-LEDGER    TO WS-BEF-CREDIT-LEDGER.
006340     MOVE GLM-COST-CENTER      TO WS-BEF-COST-CENTER.
006350
006360     DELETE GL-ACCOUNT-MAP-FILE RECORD
006370         INVALID KEY
006380             PERFORM 9000-GLMAP-IO-ERROR
006390                 THRU 9000-GLMAP-IO-ERROR-EXIT
006400     END-DELETE.
006410
006420     ADD 1 TO WS-DELETE-COUNT.
006430     ADD 1 TO WS-TRANS-APPLIED-COUNT.
006440     ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
006450
006460     PERFORM 2660-LOG-BEFORE-IMAGE
006470         THRU 2660-LOG-BEFORE-IMAGE-EXIT.
006480 3200-APPLY-DELETE-EXIT.
006490     EXIT.
006500
006510******************************************************************
006520* 3300-CHECK-RANGE-OVERLAP - BROWSES EVERY MAPPING FOR THE       *
006530*                            TRANSACTION'S OPERATION CODE AND    *
006540*                            REJECTS THE ADD IF ITS RANGE        *
006550*                            OVERLAPS ANY NARROWER RANGE ALREADY *
006560*                            ON FILE.                            *
006570******************************************************************
006580 3300-CHECK-RANGE-OVERLAP.
006590     MOVE 'N'                  TO WS-SCAN-SWITCH.
006600     MOVE GMT-OPERATION-CODE   TO GLM-OPERATION-CODE.
006610     MOVE ZEROS                TO GLM-RANGE-LOW.
006620
006630     START GL-ACCOUNT-MAP-FILE
006640         KEY IS NOT LESS THAN GLM-MAP-KEY
006650         INVALID KEY
006660             SET END-OF-OVERLAP-SCAN TO TRUE
006670     END-START.
006680
006690     PERFORM 3310-TEST-ONE-RANGE
006700         THRU 3310-TEST-ONE-RANGE-EXIT
006710         UNTIL END-OF-OVERLAP-SCAN.
006720 3300-CHECK-RANGE-OVERLAP-EXIT.
006730     EXIT.
006740
006750******************************************************************
006760* 3310-TEST-ONE-RANGE - READS THE NEXT MAPPING IN KEY ORDER AND  *
006770*                       TESTS IT.  THE SCAN ENDS AT THE FIRST    *
006780*                       MAPPING FOR ANOTHER OPERATION CODE, AT   *
006790*                       END OF FILE, OR AT THE FIRST OVERLAP.    *
006800******************************************************************
006810 3310-TEST-ONE-RANGE.
006820     READ GL-ACCOUNT-MAP-FILE NEXT RECORD
006830         AT END
006840             SET END-OF-OVERLAP-SCAN TO TRUE
006850             GO TO 3310-TEST-ONE-RANGE-EXIT
006860     END-READ.
006870
006880     IF GLM-OPERATION-CODE NOT = GMT-OPERATION-CODE
006890         SET END-OF-OVERLAP-SCAN TO TRUE
006900         GO TO 3310-TEST-ONE-RANGE-EXIT
006910     END-IF.
006920
006930     IF GLM-RANGE-LOW = WS-DEFAULT-RANGE-LOW
006940             AND GLM-RANGE-HIGH = WS-DEFAULT-RANGE-HIGH
006950         GO TO 3310-TEST-ONE-RANGE-EXIT
006960     END-IF.
006970
006980     IF GLM-RANGE-LOW NOT > WS-RANGE-HIGH
006990             AND GLM-RANGE-HIGH NOT < WS-RANGE-LOW
007000         MOVE 09                          TO GMJ-REASON-CODE
007010         MOVE "RANGE OVERLAPS EXISTING RANGE" TO GMJ-REASON-TEXT
007020         SET INVALID-TRANSACTION TO TRUE
007030         SET END-OF-OVERLAP-SCAN TO TRUE
007040     END-IF.
007050 3310-TEST-ONE-RANGE-EXIT.
007060     EXIT.
007070
007080******************************************************************
007090* 3400-CHECK-MAPPING-MATCHES - A CHANGE OR DELETE MUST NAME A    *
007100*                              MAPPING ON FILE BY ITS FULL       *
007110*                              RANGE, SO A MIS-KEYED HIGH        *
007120*                              ACCOUNT CANNOT ALTER THE WRONG    *
007130*                              MAPPING.                          *
007140******************************************************************
007150 3400-CHECK-MAPPING-MATCHES.
007160     IF MAPPING-NOT-ON-FILE
007170         MOVE 08                        TO GMJ-REASON-CODE
007180         MOVE "MAPPING NOT ON FILE"     TO GMJ-REASON-TEXT
007190         SET INVALID-TRANSACTION TO TRUE
007200     ELSE
007210     IF GLM-RANGE-HIGH NOT = WS-RANGE-HIGH
007220         MOVE 10                        TO GMJ-REASON-CODE
007230         MOVE "RANGE HIGH DOES NOT MATCH" TO GMJ-REASON-TEXT
007240         SET INVALID-TRANSACTION TO TRUE
007250     END-IF END-IF.
007260 3400-CHECK-MAPPING-MATCHES-EXIT.
007270     EXIT.
007280
007290******************************************************************
007300* 3500-READ-MAPPING - READS THE MAPPING FILE FOR THE             *
007310*                     TRANSACTION'S OPERATION CODE AND LOW       *
007320*                     ACCOUNT AND SETS WS-FOUND-SWITCH.          *
007330******************************************************************
007340 3500-READ-MAPPING.
007350     MOVE GMT-OPERATION-CODE TO GLM-OPERATION-CODE.
007360     MOVE WS-RANGE-LOW       TO GLM-RANGE-LOW.
007370
007380     READ GL-ACCOUNT-MAP-FILE
007390         INVALID KEY
007400             SET MAPPING-NOT-ON-FILE TO TRUE
007410         NOT INVALID KEY
007420             SET MAPPING-ON-FILE TO TRUE
007430     END-READ.
007440 3500-READ-MAPPING-EXIT.
007450     EXIT.
007460
007470******************************************************************
007480* 8000-TERMINATE - WRITES THE CONTROL TOTALS AND CLOSES FILES.   *
007490******************************************************************
007500 8000-TERMINATE.
007510     PERFORM 8100-WRITE-CONTROL-TOTALS
007520         THRU 8100-WRITE-CONTROL-TOTALS-EXIT.
007530
007540     CLOSE GLMAP-TRANSACTION-FILE.
007550     CLOSE GLMAP-REPORT-FILE.
007560     CLOSE GLMAP-REJECT-FILE.
007570     CLOSE GLMAP-AUDIT-FILE.
007580     CLOSE GL-ACCOUNT-MAP-FILE.
007590 8000-TERMINATE-EXIT.
007600     EXIT.
007610
007620******************************************************************
007630* 8100-WRITE-CONTROL-TOTALS - WRITES THE END-OF-RUN BALANCING    *
007640*                             SECTION SO THE MAINTENANCE RUN CAN *
007650*                             BE PROVED OUT.                     *
007660******************************************************************
007670 8100-WRITE-CONTROL-TOTALS.
007680     MOVE '1'                 TO GMR-CARRIAGE-CONTROL.
007690     MOVE WS-CTL-HEADING-LINE TO GMR-LINE-IMAGE.
007700     WRITE GLMAP-REPORT-RECORD.
007710
007720     MOVE "TRANSACTIONS READ      :" TO WS-CTL-COUNT-TEXT.
007730     MOVE WS-TRANS-READ-COUNT        TO WS-CTL-COUNT-VALUE.
007740     PERFORM 8150-WRITE-COUNT-LINE
007750         THRU 8150-WRITE-COUNT-LINE-EXIT.
007760
007770     MOVE "TRANSACTIONS APPLIED   :" TO WS-CTL-COUNT-TEXT.
007780     MOVE WS-TRANS-APPLIED-COUNT     TO WS-CTL-COUNT-VALUE.
007790     PERFORM 8150-WRITE-COUNT-LINE
007800         THRU 8150-WRITE-COUNT-LINE-EXIT.
007810
007820     MOVE "TRANSACTIONS REJECTED  :" TO WS-CTL-COUNT-TEXT.
007830     MOVE WS-TRANS-REJECT-COUNT      TO WS-CTL-COUNT-VALUE.
007840     PERFORM 8150-WRITE-COUNT-LINE
007850         THRU 8150-WRITE-COUNT-LINE-EXIT.
007860
007870     MOVE "MAPPINGS ADDED         :" TO WS-CTL-COUNT-TEXT.
007880     MOVE WS-ADD-COUNT               TO WS-CTL-COUNT-VALUE.
007890     PERFORM 8150-WRITE-COUNT-LINE
007900         THRU 8150-WRITE-COUNT-LINE-EXIT.
007910
007920     MOVE "MAPPINGS CHANGED       :" TO WS-CTL-COUNT-TEXT.
007930     MOVE WS-CHANGE-COUNT            TO WS-CTL-COUNT-VALUE.
007940     PERFORM 8150-WRITE-COUNT-LINE
007950         THRU 8150-WRITE-COUNT-LINE-EXIT.
007960
007970     MOVE "MAPPINGS DELETED       :" TO WS-CTL-COUNT-TEXT.
007980     MOVE WS-DELETE-COUNT            TO WS-CTL-COUNT-VALUE.
007990     PERFORM 8150-WRITE-COUNT-LINE
008000         THRU 8150-WRITE-COUNT-LINE-EXIT.
008010 8100-WRITE-CONTROL-TOTALS-EXIT.
008020     EXIT.
008030
008040******************************************************************
008050* 8150-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
008060*                         THE CALLER SETS THE TEXT AND VALUE.    *
008070******************************************************************
008080 8150-WRITE-COUNT-LINE.
008090     MOVE ' '               TO GMR-CARRIAGE-CONTROL.
008100     MOVE WS-CTL-COUNT-LINE TO GMR-LINE-IMAGE.
008110     WRITE GLMAP-REPORT-RECORD.
008120 8150-WRITE-COUNT-LINE-EXIT.
008130     EXIT.
008140
008150******************************************************************
008160* 9000-GLMAP-IO-ERROR - A WRITE/REWRITE/DELETE AGAINST THE       *
008170*                       MAPPING FILE FAILED AFTER THE EXISTENCE  *
008180*                       CHECK PASSED.  NOTHING SENSIBLE CAN BE   *
008190*                       DONE IN BATCH - LOG THE STATUS AND STOP  *
008200*                       THE RUN.                                 *
008210******************************************************************
008220 9000-GLMAP-IO-ERROR.
008230     DISPLAY "MULTCOA I/O ERROR - FILE STATUS "
008240         WS-GLMAP-FILE-STATUS
008250         " OPERATION " GMT-OPERATION-CODE
008260         " RANGE LOW " WS-RANGE-LOW.
008270     MOVE 16 TO RETURN-CODE.
008280     STOP RUN.
008290 9000-GLMAP-IO-ERROR-EXIT.
008300     EXIT.
008310
008320******************************************************************
008330* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
008340******************************************************************
008350 9999-EXIT.
008360     STOP RUN.
