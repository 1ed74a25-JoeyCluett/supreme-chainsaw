000010******************************************************************
000020* PROGRAM      : MULTSPL                                         *
000030* DESCRIPTION  : FEED SPLIT PROGRAM.  RUNS AFTER THE EDIT AND GL *
000040*                ACKNOWLEDGMENT STEPS AND CUTS THE NIGHT'S       *
000050*                PROVED FEED INTO ACCOUNT-NUMBER PARTITIONS, ONE *
000060*                FOR EACH OF THE PARALLEL PARTITION CALC JOBS.   *
000070*                THE PARTITION COUNT COMES FROM THE MULTPARM     *
000080*                CONTROL CARD; THE ACCOUNT RANGES ARE SET FROM   *
000090*                THE ACCOUNT MASTER SO EACH PARTITION HOLDS AN   *
000100*                EQUAL SHARE OF THE ACCOUNTS.  EVERY BATCH'S HDR *
000110*                AND TRL RECORDS ARE WRITTEN TO EVERY PARTITION  *
000120*                IN USE, THE TRAILER REBUILT WITH THAT           *
000130*                PARTITION'S OWN DETAIL COUNT AND NUM1 HASH, SO  *
000140*                EACH PARTITION'S CALC RUN PROVES ITS BATCHES    *
000150*                EXACTLY AS A WHOLE-FEED RUN DOES.  THE          *
000160*                PARTITION CONTROL FILE (MULTPTC) TELLS THE      *
000170*                MERGE STEP (MULTMRG) WHAT WENT WHERE SO IT CAN  *
000180*                PROVE THE PARTITIONS ADD BACK UP TO THE FEED.   *
000190*                ALL RECORDS FOR ONE ACCOUNT LAND IN ONE         *
000200*                PARTITION, SO DAILY ACCOUNT LIMITS STILL SEE    *
000210*                THE ACCOUNT'S WHOLE NIGHT.                      *
000220******************************************************************
000230* MAINTENANCE HISTORY
000240*   DATE        INIT  DESCRIPTION
000250*   ----------  ----  ----------------------------------------
000260*   2026-10-15  JAC   ORIGINAL PROGRAM.  THE SINGLE CALC STEP WAS
000270*                     ONE PASS OVER THE WHOLE FEED AND THE NIGHTLY
000280*                     WINDOW GREW WITH EVERY SOURCE SYSTEM ADDED.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     MULTSPL.
000320 AUTHOR.         JOEY CLUETT.
000330 INSTALLATION.   ACCOUNTING SYSTEMS.
000340 DATE-WRITTEN.   10/15/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT MULTIPLY-CONTROL-FILE ASSIGN TO MULTPARM
000410         ORGANIZATION IS SEQUENTIAL.
000420
000430     SELECT MULTIPLY-INPUT-FILE  ASSIGN TO MULTIN
000440         ORGANIZATION IS SEQUENTIAL.
000450
000460     SELECT ACCOUNT-MASTER-FILE  ASSIGN TO MULTACM
000470         ORGANIZATION IS INDEXED
000480         ACCESS MODE IS SEQUENTIAL
000490         RECORD KEY IS ACM-ACCOUNT-NUMBER
000500         FILE STATUS IS WS-ACCTMST-FILE-STATUS.
000510
000520     SELECT PARTITION-1-FILE     ASSIGN TO MULTSP01
000530         ORGANIZATION IS SEQUENTIAL.
000540
000550     SELECT PARTITION-2-FILE     ASSIGN TO MULTSP02
000560         ORGANIZATION IS SEQUENTIAL.
000570
000580     SELECT PARTITION-3-FILE     ASSIGN TO MULTSP03
000590         ORGANIZATION IS SEQUENTIAL.
000600
000610     SELECT PARTITION-4-FILE     ASSIGN TO MULTSP04
000620         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT PARTITION-CONTROL-FILE ASSIGN TO MULTPTC
000650         ORGANIZATION IS SEQUENTIAL.
000660
000670     SELECT RUN-LOG-FILE         ASSIGN TO MULTRUNL
000680         ORGANIZATION IS SEQUENTIAL.
000690
000700 DATA DIVISION.
000710 FILE SECTION.
000720 FD  MULTIPLY-CONTROL-FILE
000730     RECORDING MODE IS F
000740     LABEL RECORDS ARE STANDARD
000750     BLOCK CONTAINS 0 RECORDS.
000760     COPY MULTPRM.
000770
000780 FD  MULTIPLY-INPUT-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD
000810     BLOCK CONTAINS 0 RECORDS.
000820     COPY MULTINP.
000830     COPY MULTBHT.
000840
000850 FD  ACCOUNT-MASTER-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD
000880     BLOCK CONTAINS 0 RECORDS.
000890     COPY MULTACM.
000900
000910 FD  PARTITION-1-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD
000940     BLOCK CONTAINS 0 RECORDS.
000950 01  PARTITION-1-RECORD              PIC X(80).
000960
000970 FD  PARTITION-2-FILE
000980     RECORDING MODE IS F
000990     LABEL RECORDS ARE STANDARD
001000     BLOCK CONTAINS 0 RECORDS.
001010 01  PARTITION-2-RECORD              PIC X(80).
001020
001030 FD  PARTITION-3-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD
001060     BLOCK CONTAINS 0 RECORDS.
001070 01  PARTITION-3-RECORD              PIC X(80).
001080
001090 FD  PARTITION-4-FILE
001100     RECORDING MODE IS F
001110     LABEL RECORDS ARE STANDARD
001120     BLOCK CONTAINS 0 RECORDS.
001130 01  PARTITION-4-RECORD              PIC X(80).
001140
001150 FD  PARTITION-CONTROL-FILE
001160     RECORDING MODE IS F
001170     LABEL RECORDS ARE STANDARD
001180     BLOCK CONTAINS 0 RECORDS.
001190     COPY MULTPTC.
001200
001210 FD  RUN-LOG-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD
001240     BLOCK CONTAINS 0 RECORDS.
001250     COPY MULTRNL.
001260
001270 WORKING-STORAGE SECTION.
001280 77  WS-ACCTMST-FILE-STATUS      PIC X(02).
001290 77  WS-EOF-SWITCH               PIC X(01)      VALUE 'N'.
001300     88  END-OF-INPUT-FILE                      VALUE 'Y'.
001310 77  WS-ACCTMST-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001320     88  END-OF-ACCOUNT-MASTER                  VALUE 'Y'.
001330 77  WS-PARTITION-FOUND-SWITCH   PIC X(01)      VALUE 'N'.
001340     88  PARTITION-FOUND                        VALUE 'Y'.
001350
001360 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001370 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001380 77  WS-END-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001390 77  WS-END-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001400
001410*    THE NIGHTLY JCL CARRIES ONE PARTITION CALC JOB PER PARTITION
001420*    FILE BELOW.  RAISING THE MAXIMUM MEANS A NEW MULTSPNN FILE
001430*    HERE, A NEW PARTITION JOB, AND A NEW CHECKPOINT FILE IN
001440*    MULTMRG - THE CONTROL CARD TUNES ANYWHERE UP TO IT.
001450 77  WS-PARTITION-MAX            PIC 9(02) COMP VALUE 4.
001460 77  WS-PARTITION-COUNT          PIC 9(02) COMP VALUE 1.
001470 77  WS-PARTITION-SUB            PIC 9(02) COMP VALUE ZERO.
001480 77  WS-TARGET-PARTITION         PIC 9(02) COMP VALUE ZERO.
001490
001500 77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
001510 77  WS-ACCOUNT-ORDINAL          PIC 9(07) COMP VALUE ZERO.
001520
001530 77  WS-RECORDS-READ             PIC 9(07) COMP VALUE ZERO.
001540 77  WS-HDRTRL-COUNT             PIC 9(07) COMP VALUE ZERO.
001550 77  WS-DETAIL-COUNT             PIC 9(07) COMP VALUE ZERO.
001560 77  WS-FEED-HASH-TOTAL          PIC S9(09)V99  VALUE ZEROS.
001570 77  WS-FEED-BATCH-COUNT         PIC 9(03) COMP VALUE ZERO.
001580 77  WS-BATCH-DETAIL-COUNT       PIC 9(07) COMP VALUE ZERO.
001590 77  WS-BATCH-HASH-TOTAL         PIC S9(09)V99  VALUE ZEROS.
001600 77  WS-SUM-DETAIL-COUNT         PIC 9(07) COMP VALUE ZERO.
001610 77  WS-SUM-HASH-TOTAL           PIC S9(09)V99  VALUE ZEROS.
001620
001630 01  WS-PARTITION-TABLE.
001640     05  WS-PARTITION-ENTRY      OCCURS 4 TIMES.
001650         10  WS-PTN-BOUNDARY-ORDINAL PIC 9(07) COMP.
001660         10  WS-PTN-LOW-ACCOUNT      PIC 9(09).
001670         10  WS-PTN-HIGH-ACCOUNT     PIC 9(09).
001680         10  WS-PTN-RECORDS-WRITTEN  PIC 9(07) COMP.
001690         10  WS-PTN-HDRTRL-WRITTEN   PIC 9(07) COMP.
001700         10  WS-PTN-DETAIL-WRITTEN   PIC 9(07) COMP.
001710         10  WS-PTN-HASH-TOTAL       PIC S9(09)V99.
001720         10  WS-PTN-BATCH-COUNT      PIC 9(07) COMP.
001730         10  WS-PTN-BATCH-HASH       PIC S9(09)V99.
001740
001750 PROCEDURE DIVISION.
001760******************************************************************
001770* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.          *
001780******************************************************************
001790 0000-MAINLINE.
001800     PERFORM 1000-INITIALIZE
001810         THRU 1000-INITIALIZE-EXIT.
001820
001830     PERFORM 2000-SPLIT-RECORD
001840         THRU 2000-SPLIT-RECORD-EXIT
001850         UNTIL END-OF-INPUT-FILE.
001860
001870     PERFORM 8000-TERMINATE
001880         THRU 8000-TERMINATE-EXIT.
001890
001900     GO TO 9999-EXIT.
001910
001920******************************************************************
001930* 1000-INITIALIZE - READS THE CONTROL CARD, SETS THE PARTITION   *
001940*                   RANGES, OPENS THE FILES, AND PRIMES THE READ *
001950*                   LOOP.  EVERY PARTITION FILE IS OPENED EVEN   *
001960*                   WHEN THE CARD ASKS FOR FEWER PARTITIONS, SO  *
001970*                   AN UNUSED PARTITION'S CALC JOB RUNS AGAINST  *
001980*                   AN EMPTY FILE RATHER THAN LAST NIGHT'S.      *
001990******************************************************************
002000 1000-INITIALIZE.
002010     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002020     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
002030
002040     PERFORM 1050-READ-CONTROL-CARD
002050         THRU 1050-READ-CONTROL-CARD-EXIT.
002060
002070     PERFORM 1100-SET-PARTITION-RANGES
002080         THRU 1100-SET-PARTITION-RANGES-EXIT.
002090
002100     OPEN INPUT  MULTIPLY-INPUT-FILE.
002110     OPEN OUTPUT PARTITION-1-FILE.
002120     OPEN OUTPUT PARTITION-2-FILE.
002130     OPEN OUTPUT PARTITION-3-FILE.
002140     OPEN OUTPUT PARTITION-4-FILE.
002150     OPEN OUTPUT PARTITION-CONTROL-FILE.
002160
002170     PERFORM 2100-READ-INPUT-RECORD
002180         THRU 2100-READ-INPUT-RECORD-EXIT.
002190 1000-INITIALIZE-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230* 1050-READ-CONTROL-CARD - READS THE MULTPARM CARD FOR THE       *
002240*                          PARTITION COUNT.  A MISSING CARD OR A *
002250*                          BLANK OR ZERO COUNT MEANS ONE         *
002260*                          PARTITION (EVERYTHING TO PARTITION    *
002270*                          1); A COUNT OVER THE NUMBER OF        *
002280*                          PARTITION JOBS THE JCL CARRIES STOPS  *
002290*                          THE RUN BEFORE ANYTHING IS SPLIT.     *
002300******************************************************************
002310 1050-READ-CONTROL-CARD.
002320     MOVE 1 TO WS-PARTITION-COUNT.
002330
002340     OPEN INPUT MULTIPLY-CONTROL-FILE.
002350
002360     READ MULTIPLY-CONTROL-FILE
002370         AT END
002380             CONTINUE
002390         NOT AT END
002400             IF PRM-PARTITION-COUNT-X NOT = SPACES
002410                     AND PRM-PARTITION-COUNT-X NOT = LOW-VALUES
002420                     AND PRM-PARTITION-COUNT NUMERIC
002430                     AND PRM-PARTITION-COUNT > ZERO
002440                 MOVE PRM-PARTITION-COUNT TO WS-PARTITION-COUNT
002450             END-IF
002460     END-READ.
002470
002480     CLOSE MULTIPLY-CONTROL-FILE.
002490
002500     IF WS-PARTITION-COUNT > WS-PARTITION-MAX
002510         DISPLAY "MULTSPL - MULTPARM ASKS FOR " WS-PARTITION-COUNT
002520             " PARTITIONS, MAXIMUM IS " WS-PARTITION-MAX
002530         MOVE 16 TO RETURN-CODE
002540         STOP RUN
002550     END-IF.
002560
002570     DISPLAY "MULTSPL - SPLITTING THE FEED INTO "
002580         WS-PARTITION-COUNT " PARTITION(S)".
002590 1050-READ-CONTROL-CARD-EXIT.
002600     EXIT.
002610
002620******************************************************************
002630* 1100-SET-PARTITION-RANGES - SETS EACH PARTITION'S              *
002640*                             ACCOUNT-NUMBER RANGE FROM THE      *
002650*                             ACCOUNT MASTER.  THE FIRST PASS    *
002660*                             COUNTS THE ACCOUNTS; THE SECOND    *
002670*                             PICKS OFF THE ACCOUNT NUMBER AT    *
002680*                             EACH PARTITION BOUNDARY, SO EACH   *
002690*                             PARTITION COVERS AN EQUAL SHARE OF *
002700*                             THE ACCOUNTS AS THE MASTER GROWS   *
002710*                             WITHOUT ANYONE RE-KEYING RANGES.   *
002720*                             THE LAST PARTITION RUNS TO THE TOP *
002730*                             OF THE ACCOUNT-NUMBER RANGE AND    *
002740*                             THE FIRST FROM THE BOTTOM, SO AN   *
002750*                             ACCOUNT NOT ON THE MASTER STILL    *
002760*                             LANDS SOMEWHERE (ITS CALC RUN      *
002770*                             REJECTS IT AS USUAL).              *
002780******************************************************************
002790 1100-SET-PARTITION-RANGES.
002800     INITIALIZE WS-PARTITION-TABLE.
002810
002820     OPEN INPUT ACCOUNT-MASTER-FILE.
002830
002840     IF WS-ACCTMST-FILE-STATUS NOT = "00"
002850         DISPLAY "MULTACM OPEN FAILED - FILE STATUS "
002860             WS-ACCTMST-FILE-STATUS
002870         MOVE 16 TO RETURN-CODE
002880         STOP RUN
002890     END-IF.
002900
002910     MOVE 'N' TO WS-ACCTMST-EOF-SWITCH.
002920     PERFORM 1110-COUNT-ONE-ACCOUNT
002930         THRU 1110-COUNT-ONE-ACCOUNT-EXIT
002940         UNTIL END-OF-ACCOUNT-MASTER.
002950
002960     CLOSE ACCOUNT-MASTER-FILE.
002970
002980     PERFORM 1120-SET-BOUNDARY-ORDINAL
002990         THRU 1120-SET-BOUNDARY-ORDINAL-EXIT
003000         VARYING WS-PARTITION-SUB FROM 1 BY 1
003010         UNTIL WS-PARTITION-SUB >= WS-PARTITION-COUNT.
003020
003030     OPEN INPUT ACCOUNT-MASTER-FILE.
003040
003050     MOVE 'N'  TO WS-ACCTMST-EOF-SWITCH.
003060     MOVE ZERO TO WS-ACCOUNT-ORDINAL.
003070     PERFORM 1130-MARK-ONE-BOUNDARY
003080         THRU 1130-MARK-ONE-BOUNDARY-EXIT
003090         UNTIL END-OF-ACCOUNT-MASTER.
003100
003110     CLOSE ACCOUNT-MASTER-FILE.
003120
003130     MOVE 999999999 TO WS-PTN-HIGH-ACCOUNT (WS-PARTITION-COUNT).
003140     MOVE ZERO      TO WS-PTN-LOW-ACCOUNT (1).
003150
003160     PERFORM 1140-SET-LOW-ACCOUNT
003170         THRU 1140-SET-LOW-ACCOUNT-EXIT
003180         VARYING WS-PARTITION-SUB FROM 2 BY 1
003190         UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT.
003200 1100-SET-PARTITION-RANGES-EXIT.
003210     EXIT.
003220
003230******************************************************************
003240* 1110-COUNT-ONE-ACCOUNT - COUNTS ONE ACCOUNT MASTER RECORD.     *
003250******************************************************************
003260 1110-COUNT-ONE-ACCOUNT.
003270     READ ACCOUNT-MASTER-FILE
003280         AT END
003290             SET END-OF-ACCOUNT-MASTER TO TRUE
003300         NOT AT END
003310             ADD 1 TO WS-ACCOUNT-COUNT
003320     END-READ.
003330 1110-COUNT-ONE-ACCOUNT-EXIT.
003340     EXIT.
003350
003360******************************************************************
003370* 1120-SET-BOUNDARY-ORDINAL - WORKS OUT WHICH ACCOUNT (BY ITS    *
003380*                             PLACE ON THE MASTER) ENDS          *
003390*                             PARTITION WS-PARTITION-SUB.  A     *
003400*                             MASTER WITH FEWER ACCOUNTS THAN    *
003410*                             PARTITIONS GIVES SOME PARTITIONS   *
003420*                             AN EMPTY RANGE.                    *
003430******************************************************************
003440 1120-SET-BOUNDARY-ORDINAL.
003450     COMPUTE WS-PTN-BOUNDARY-ORDINAL (WS-PARTITION-SUB) =
003460         (WS-ACCOUNT-COUNT * WS-PARTITION-SUB)
003470             / WS-PARTITION-COUNT.
003480 1120-SET-BOUNDARY-ORDINAL-EXIT.
003490     EXIT.
003500
003510******************************************************************
003520* 1130-MARK-ONE-BOUNDARY - READS ONE ACCOUNT MASTER RECORD AND,  *
003530*                          WHEN IT IS A PARTITION'S BOUNDARY     *
003540*                          ACCOUNT, MAKES IT THAT PARTITION'S    *
003550*                          HIGH ACCOUNT NUMBER.                  *
003560******************************************************************
003570 1130-MARK-ONE-BOUNDARY.
003580     READ ACCOUNT-MASTER-FILE
003590         AT END
003600             SET END-OF-ACCOUNT-MASTER TO TRUE
003610             GO TO 1130-MARK-ONE-BOUNDARY-EXIT
003620     END-READ.
003630
003640     ADD 1 TO WS-ACCOUNT-ORDINAL.
003650
003660     PERFORM 1135-TEST-ONE-BOUNDARY
003670         THRU 1135-TEST-ONE-BOUNDARY-EXIT
003680         VARYING WS-PARTITION-SUB FROM 1 BY 1
003690         UNTIL WS-PARTITION-SUB >= WS-PARTITION-COUNT.
003700 1130-MARK-ONE-BOUNDARY-EXIT.
003710     EXIT.
003720
003730******************************************************************
003740* 1135-TEST-ONE-BOUNDARY - SETS PARTITION WS-PARTITION-SUB'S     *
003750*                          HIGH ACCOUNT WHEN THIS ACCOUNT IS ITS *
003760*                          BOUNDARY.                             *
003770******************************************************************
003780 1135-TEST-ONE-BOUNDARY.
003790     IF WS-PTN-BOUNDARY-ORDINAL (WS-PARTITION-SUB) =
003800             WS-ACCOUNT-ORDINAL
003810         MOVE ACM-ACCOUNT-NUMBER
003820             TO WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB)
003830     END-IF.
003840 1135-TEST-ONE-BOUNDARY-EXIT.
003850     EXIT.
003860
003870******************************************************************
003880* 1140-SET-LOW-ACCOUNT - STARTS PARTITION WS-PARTITION-SUB ONE   *
003890*                        ABOVE THE PREVIOUS PARTITION'S HIGH     *
003900*                        ACCOUNT.  A PARTITION WHOSE BOUNDARY    *
003910*                        FELL ON NO ACCOUNT KEEPS THE PREVIOUS   *
003920*                        HIGH ACCOUNT, SO ITS RANGE IS EMPTY.    *
003930******************************************************************
003940 1140-SET-LOW-ACCOUNT.
003950     IF WS-PARTITION-SUB < WS-PARTITION-COUNT
003960             AND WS-PTN-BOUNDARY-ORDINAL (WS-PARTITION-SUB) = ZERO
003970         MOVE WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB - 1)
003980             TO WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB)
003990     END-IF.
004000
004010     COMPUTE WS-PTN-LOW-ACCOUNT (WS-PARTITION-SUB) =
004020         WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB - 1) + 1.
004030 1140-SET-LOW-ACCOUNT-EXIT.
004040     EXIT.
004050
004060******************************************************************
004070* 2000-SPLIT-RECORD - ROUTES ONE FEED RECORD AND READS THE NEXT. *
004080******************************************************************
004090 2000-SPLIT-RECORD.
004100     IF BHR-HEADER
004110         PERFORM 2200-SPLIT-BATCH-HEADER
004120             THRU 2200-SPLIT-BATCH-HEADER-EXIT
004130     ELSE
004140     IF BTR-TRAILER
004150         PERFORM 2300-SPLIT-BATCH-TRAILER
004160             THRU 2300-SPLIT-BATCH-TRAILER-EXIT
004170     ELSE
004180         PERFORM 2400-SPLIT-DETAIL-RECORD
004190             THRU 2400-SPLIT-DETAIL-RECORD-EXIT
004200     END-IF END-IF.
004210
004220     PERFORM 2100-READ-INPUT-RECORD
004230         THRU 2100-READ-INPUT-RECORD-EXIT.
004240 2000-SPLIT-RECORD-EXIT.
004250     EXIT.
004260
004270******************************************************************
004280* 2100-READ-INPUT-RECORD - READS THE NEXT FEED RECORD, COUNTS    *
004290*                          IT, AND SETS EOF.                     *
004300******************************************************************
004310 2100-READ-INPUT-RECORD.
004320     READ MULTIPLY-INPUT-FILE
004330         AT END
004340             SET END-OF-INPUT-FILE TO TRUE
004350         NOT AT END
004360             ADD 1 TO WS-RECORDS-READ
004370     END-READ.
004380 2100-READ-INPUT-RECORD-EXIT.
004390     EXIT.
004400
004410******************************************************************
004420* 2200-SPLIT-BATCH-HEADER - OPENS A BATCH: ZEROES THE BATCH'S    *
004430*                           COUNT AND HASH, FEED-WIDE AND PER    *
004440*                           PARTITION, AND WRITES THE HEADER TO  *
004450*                           EVERY PARTITION IN USE.              *
004460******************************************************************
004470 2200-SPLIT-BATCH-HEADER.
004480     ADD 1 TO WS-HDRTRL-COUNT.
004490     ADD 1 TO WS-FEED-BATCH-COUNT.
004500     MOVE ZERO  TO WS-BATCH-DETAIL-COUNT.
004510     MOVE ZEROS TO WS-BATCH-HASH-TOTAL.
004520
004530     PERFORM 2250-WRITE-BATCH-HEADER
004540         THRU 2250-WRITE-BATCH-HEADER-EXIT
004550         VARYING WS-TARGET-PARTITION FROM 1 BY 1
004560         UNTIL WS-TARGET-PARTITION > WS-PARTITION-COUNT.
004570 2200-SPLIT-BATCH-HEADER-EXIT.
004580     EXIT.
004590
004600******************************************************************
004610* 2250-WRITE-BATCH-HEADER - WRITES THE HEADER TO ONE PARTITION.  *
004620******************************************************************
004630 2250-WRITE-BATCH-HEADER.
004640     MOVE ZERO  TO WS-PTN-BATCH-COUNT (WS-TARGET-PARTITION).
004650     MOVE ZEROS TO WS-PTN-BATCH-HASH (WS-TARGET-PARTITION).
004660     ADD 1 TO WS-PTN-HDRTRL-WRITTEN (WS-TARGET-PARTITION).
004670
004680     PERFORM 2900-WRITE-PARTITION-RECORD
004690         THRU 2900-WRITE-PARTITION-RECORD-EXIT.
004700 2250-WRITE-BATCH-HEADER-EXIT.
004710     EXIT.
004720
004730******************************************************************
004740* 2300-SPLIT-BATCH-TRAILER - CLOSES A BATCH.  THE PARTITIONS'    *
004750*                            DETAIL COUNTS AND HASHES MUST ADD   *
004760*                            UP TO THE TRAILER'S DECLARED        *
004770*                            FIGURES (ALREADY PROVED AGAINST THE *
004780*                            FEED BY THE EDIT STEP) OR THE RUN   *
004790*                            STOPS - A SPLIT THAT LOST A RECORD  *
004800*                            MUST NOT REACH THE CALC JOBS.  EACH *
004810*                            PARTITION THEN GETS THE TRAILER     *
004820*                            REBUILT WITH ITS OWN COUNT AND      *
004830*                            HASH.                               *
004840******************************************************************
004850 2300-SPLIT-BATCH-TRAILER.
004860     ADD 1 TO WS-HDRTRL-COUNT.
004870     MOVE ZERO  TO WS-SUM-DETAIL-COUNT.
004880     MOVE ZEROS TO WS-SUM-HASH-TOTAL.
004890
004900     PERFORM 2310-SUM-PARTITION-BATCH
004910         THRU 2310-SUM-PARTITION-BATCH-EXIT
004920         VARYING WS-TARGET-PARTITION FROM 1 BY 1
004930         UNTIL WS-TARGET-PARTITION > WS-PARTITION-COUNT.
004940
004950     IF WS-SUM-DETAIL-COUNT NOT = WS-BATCH-DETAIL-COUNT
004960             OR BTR-RECORD-COUNT NOT NUMERIC
004970             OR BTR-RECORD-COUNT NOT = WS-BATCH-DETAIL-COUNT
004980         DISPLAY "MULTSPL SPLIT FAILED - SOURCE "
004990             BTR-SOURCE-SYSTEM
005000             " DECLARED " BTR-RECORD-COUNT " DETAIL RECORDS, "
005010             "PARTITIONS HOLD " WS-SUM-DETAIL-COUNT
005020         MOVE 16 TO RETURN-CODE
005030         STOP RUN
005040     END-IF.
005050
005060     IF WS-SUM-HASH-TOTAL NOT = WS-BATCH-HASH-TOTAL
005070             OR BTR-HASH-TOTAL NOT NUMERIC
005080             OR BTR-HASH-TOTAL NOT = WS-BATCH-HASH-TOTAL
005090         DISPLAY "MULTSPL SPLIT FAILED - SOURCE "
005100             BTR-SOURCE-SYSTEM
005110             " NUM1 HASH TOTAL DOES NOT PROVE ACROSS THE"
005120             " PARTITIONS"
005130         MOVE 16 TO RETURN-CODE
005140         STOP RUN
005150     END-IF.
005160
005170     PERFORM 2350-WRITE-BATCH-TRAILER
005180         THRU 2350-WRITE-BATCH-TRAILER-EXIT
005190         VARYING WS-TARGET-PARTITION FROM 1 BY 1
005200         UNTIL WS-TARGET-PARTITION > WS-PARTITION-COUNT.
005210 2300-SPLIT-BATCH-TRAILER-EXIT.
005220     EXIT.
005230
005240******************************************************************
005250* 2310-SUM-PARTITION-BATCH - ADDS ONE PARTITION'S SHARE OF THE   *
005260*                            BATCH INTO THE PROOF TOTALS.        *
005270******************************************************************
005280 2310-SUM-PARTITION-BATCH.
005290     ADD WS-PTN-BATCH-COUNT (WS-TARGET-PARTITION)
005300         TO WS-SUM-DETAIL-COUNT.
005310     ADD WS-PTN-BATCH-HASH (WS-TARGET-PARTITION)
005320         TO WS-SUM-HASH-TOTAL.
005330 2310-SUM-PARTITION-BATCH-EXIT.
005340     EXIT.
005350
005360******************************************************************
005370* 2350-WRITE-BATCH-TRAILER - WRITES ONE PARTITION'S TRAILER,     *
005380*                            CARRYING THAT PARTITION'S OWN       *
005390*                            DETAIL COUNT AND NUM1 HASH FOR THE  *
005400*                            BATCH.                              *
005410******************************************************************
005420 2350-WRITE-BATCH-TRAILER.
005430     MOVE WS-PTN-BATCH-COUNT (WS-TARGET-PARTITION)
005440         TO BTR-RECORD-COUNT.
005450     MOVE WS-PTN-BATCH-HASH (WS-TARGET-PARTITION)
005460         TO BTR-HASH-TOTAL.
005470     ADD 1 TO WS-PTN-HDRTRL-WRITTEN (WS-TARGET-PARTITION).
005480
005490     PERFORM 2900-WRITE-PARTITION-RECORD
005500         THRU 2900-WRITE-PARTITION-RECORD-EXIT.
005510 2350-WRITE-BATCH-TRAILER-EXIT.
005520     EXIT.
005530
005540******************************************************************
005550* 2400-SPLIT-DETAIL-RECORD - ROUTES ONE DETAIL RECORD TO THE     *
005560*                            PARTITION WHOSE RANGE HOLDS ITS     *
005570*                            ACCOUNT NUMBER.  A NON-NUMERIC      *
005580*                            ACCOUNT NUMBER GOES TO PARTITION 1, *
005590*                            WHERE THE CALC RUN REJECTS IT.      *
005600******************************************************************
005610 2400-SPLIT-DETAIL-RECORD.
005620     ADD 1 TO WS-DETAIL-COUNT.
005630     ADD 1 TO WS-BATCH-DETAIL-COUNT.
005640
005650     IF MI-NUM1 NUMERIC
005660         ADD MI-NUM1 TO WS-FEED-HASH-TOTAL
005670         ADD MI-NUM1 TO WS-BATCH-HASH-TOTAL
005680     END-IF.
005690
005700     MOVE 1   TO WS-TARGET-PARTITION.
005710     MOVE 'N' TO WS-PARTITION-FOUND-SWITCH.
005720
005730     IF MI-ACCOUNT-NUMBER NUMERIC
005740         PERFORM 2450-TEST-PARTITION-RANGE
005750             THRU 2450-TEST-PARTITION-RANGE-EXIT
005760             VARYING WS-PARTITION-SUB FROM 1 BY 1
005770             UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT
005780             OR PARTITION-FOUND
005790     END-IF.
005800
005810     ADD 1 TO WS-PTN-DETAIL-WRITTEN (WS-TARGET-PARTITION).
005820     ADD 1 TO WS-PTN-BATCH-COUNT (WS-TARGET-PARTITION).
005830
005840     IF MI-NUM1 NUMERIC
005850         ADD MI-NUM1 TO WS-PTN-HASH-TOTAL (WS-TARGET-PARTITION)
005860         ADD MI-NUM1 TO WS-PTN-BATCH-HASH (WS-TARGET-PARTITION)
005870     END-IF.
005880
005890     PERFORM 2900-WRITE-PARTITION-RECORD
005900         THRU 2900-WRITE-PARTITION-RECORD-EXIT.
005910 2400-SPLIT-DETAIL-RECORD-EXIT.
005920     EXIT.
005930
005940******************************************************************
005950* 2450-TEST-PARTITION-RANGE - TAKES PARTITION WS-PARTITION-SUB   *
005960*                             WHEN THE ACCOUNT IS NOT ABOVE ITS  *
005970*                             HIGH ACCOUNT.  THE RANGES ASCEND,  *
005980*                             SO THE FIRST SUCH PARTITION IS THE *
005990*                             ONE.                               *
006000******************************************************************
006010 2450-TEST-PARTITION-RANGE.
006020     IF MI-ACCOUNT-NUMBER NOT >
006030             WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB)
006040         MOVE WS-PARTITION-SUB TO WS-TARGET-PARTITION
006050         SET PARTITION-FOUND   TO TRUE
006060     END-IF.
006070 2450-TEST-PARTITION-RANGE-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 2900-WRITE-PARTITION-RECORD - WRITES THE CURRENT FEED RECORD   *
006120*                               TO PARTITION                     *
006130*                               WS-TARGET-PARTITION'S FILE.      *
006140******************************************************************
006150 2900-WRITE-PARTITION-RECORD.
006160     ADD 1 TO WS-PTN-RECORDS-WRITTEN (WS-TARGET-PARTITION).
006170
006180     IF WS-TARGET-PARTITION = 1
006190         MOVE MULTIPLY-INPUT-RECORD TO PARTITION-1-RECORD
006200         WRITE PARTITION-1-RECORD
006210     ELSE
006220     IF WS-TARGET-PARTITION = 2
006230         MOVE MULTIPLY-INPUT-RECORD TO PARTITION-2-RECORD
006240         WRITE PARTITION-2-RECORD
006250     ELSE
006260     IF WS-TARGET-PARTITION = 3
006270         MOVE MULTIPLY-INPUT-RECORD TO PARTITION-3-RECORD
006280         WRITE PARTITION-3-RECORD
006290     ELSE
006300         MOVE MULTIPLY-INPUT-RECORD TO PARTITION-4-RECORD
006310         WRITE PARTITION-4-RECORD
006320     END-IF END-IF END-IF.
006330 2900-WRITE-PARTITION-RECORD-EXIT.
006340     EXIT.
006350
006360******************************************************************
006370* 8000-TERMINATE - PROVES THE PARTITIONS' DETAIL COUNTS ADD UP   *
006380*                  TO THE FEED, WRITES THE PARTITION CONTROL     *
006390*                  FILE FOR THE MERGE STEP, AND CLOSES THE       *
006400*                  FILES.                                        *
006410******************************************************************
006420 8000-TERMINATE.
006430     MOVE ZERO  TO WS-SUM-DETAIL-COUNT.
006440     MOVE ZEROS TO WS-SUM-HASH-TOTAL.
006450
006460     PERFORM 8050-SUM-PARTITION-TOTALS
006470         THRU 8050-SUM-PARTITION-TOTALS-EXIT
006480         VARYING WS-PARTITION-SUB FROM 1 BY 1
006490         UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT.
006500
006510     IF WS-SUM-DETAIL-COUNT NOT = WS-DETAIL-COUNT
006520             OR WS-SUM-HASH-TOTAL NOT = WS-FEED-HASH-TOTAL
006530         DISPLAY "MULTSPL SPLIT FAILED - FEED HAS "
006540             WS-DETAIL-COUNT
006550             " DETAIL RECORDS, PARTITIONS HOLD "
006560             WS-SUM-DETAIL-COUNT
006570         MOVE 16 TO RETURN-CODE
006580         STOP RUN
006590     END-IF.
006600
006610     MOVE SPACES                 TO PARTITION-CONTROL-RECORD.
006620     SET PTC-FEED-SUMMARY        TO TRUE.
006630     MOVE WS-PARTITION-COUNT     TO PTC-PARTITION-COUNT.
006640     MOVE WS-RECORDS-READ        TO PTC-FEED-RECORDS-READ.
006650     MOVE WS-HDRTRL-COUNT        TO PTC-FEED-HDRTRL-COUNT.
006660     MOVE WS-DETAIL-COUNT        TO PTC-FEED-DETAIL-COUNT.
006670     MOVE WS-FEED-HASH-TOTAL     TO PTC-FEED-HASH-TOTAL.
006680     MOVE WS-FEED-BATCH-COUNT    TO PTC-FEED-BATCH-COUNT.
006690     MOVE WS-RUN-DATE-YYYYMMDD   TO PTC-SPLIT-DATE.
006700     MOVE WS-RUN-TIME-HHMMSS     TO PTC-SPLIT-TIME.
006710     WRITE PARTITION-CONTROL-RECORD.
006720
006730     PERFORM 8100-WRITE-PARTITION-ENTRY
006740         THRU 8100-WRITE-PARTITION-ENTRY-EXIT
006750         VARYING WS-PARTITION-SUB FROM 1 BY 1
006760         UNTIL WS-PARTITION-SUB > WS-PARTITION-COUNT.
006770
006780     DISPLAY "MULTSPL - " WS-RECORDS-READ " FEED RECORD(S) READ, "
006790         WS-DETAIL-COUNT " DETAIL(S) IN " WS-FEED-BATCH-COUNT
006800         " BATCH(ES)".
006810
006820     CLOSE MULTIPLY-INPUT-FILE.
006830     CLOSE PARTITION-1-FILE.
006840     CLOSE PARTITION-2-FILE.
006850     CLOSE PARTITION-3-FILE.
006860     CLOSE PARTITION-4-FILE.
006870     CLOSE PARTITION-CONTROL-FILE.
006880
006890     PERFORM 8900-WRITE-RUN-LOG
006900         THRU 8900-WRITE-RUN-LOG-EXIT.
006910 8000-TERMINATE-EXIT.
006920     EXIT.
006930
006940******************************************************************
006950* 8050-SUM-PARTITION-TOTALS - ADDS ONE PARTITION'S DETAIL COUNT  *
006960*                             AND HASH INTO THE FEED PROOF.      *
006970******************************************************************
006980 8050-SUM-PARTITION-TOTALS.
006990     ADD WS-PTN-DETAIL-WRITTEN (WS-PARTITION-SUB)
007000         TO WS-SUM-DETAIL-COUNT.
007010     ADD WS-PTN-HASH-TOTAL (WS-PARTITION-SUB)
007020         TO WS-SUM-HASH-TOTAL.
007030 8050-SUM-PARTITION-TOTALS-EXIT.
007040     EXIT.
007050
007060******************************************************************
007070* 8100-WRITE-PARTITION-ENTRY - WRITES ONE PARTITION'S CONTROL    *
007080*                              RECORD AND LOGS ITS RANGE.        *
007090******************************************************************
007100 8100-WRITE-PARTITION-ENTRY.
007110     MOVE SPACES                 TO PARTITION-CONTROL-RECORD.
007120     SET PTC-PARTITION-ENTRY     TO TRUE.
007130     MOVE WS-PARTITION-SUB       TO PTC-PARTITION-NUMBER.
007140     MOVE WS-PTN-LOW-ACCOUNT (WS-PARTITION-SUB)
007150         TO PTC-LOW-ACCOUNT.
007160     MOVE WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB)
007170         TO PTC-HIGH-ACCOUNT.
007180     MOVE WS-PTN-RECORDS-WRITTEN (WS-PARTITION-SUB)
007190         TO PTC-RECORDS-WRITTEN.
007200     MOVE WS-PTN-HDRTRL-WRITTEN (WS-PARTITION-SUB)
007210         TO PTC-HDRTRL-WRITTEN.
007220     MOVE WS-PTN-DETAIL-WRITTEN (WS-PARTITION-SUB)
007230         TO PTC-DETAIL-WRITTEN.
007240     MOVE WS-PTN-HASH-TOTAL (WS-PARTITION-SUB)
007250         TO PTC-HASH-TOTAL.
007260     WRITE PARTITION-CONTROL-RECORD.
007270
007280     DISPLAY "MULTSPL - PARTITION " WS-PARTITION-SUB
007290         " ACCOUNTS " WS-PTN-LOW-ACCOUNT (WS-PARTITION-SUB)
007300         " TO " WS-PTN-HIGH-ACCOUNT (WS-PARTITION-SUB) ", "
007310         WS-PTN-DETAIL-WRITTEN (WS-PARTITION-SUB) " DETAIL(S)".
007320 8100-WRITE-PARTITION-ENTRY-EXIT.
007330     EXIT.
007340
007350******************************************************************
007360* 8900-WRITE-RUN-LOG - APPENDS THIS STEP'S STATUS RECORD TO THE  *
007370*                      COMMON NIGHTLY RUN LOG (MULTRUNL) SO THE  *
007380*                      NIGHT SUMMARY STEP (MULTNSM) CAN PRINT    *
007390*                      THE ONE-PAGE "HOW DID THE NIGHT GO" PAGE. *
007400*                      PROCESSED IS DETAIL RECORDS SPLIT.        *
007410******************************************************************
007420 8900-WRITE-RUN-LOG.
007430     ACCEPT WS-END-DATE-YYYYMMDD FROM DATE YYYYMMDD.
007440     ACCEPT WS-END-TIME-HHMMSS   FROM TIME.
007450
007460     OPEN EXTEND RUN-LOG-FILE.
007470
007480     MOVE SPACES                 TO RUN-LOG-RECORD.
007490     MOVE "MULTSPL"              TO RNL-PROGRAM-ID.
007500     MOVE WS-RUN-DATE-YYYYMMDD   TO RNL-START-DATE.
007510     MOVE WS-RUN-TIME-HHMMSS     TO RNL-START-TIME.
007520     MOVE WS-END-DATE-YYYYMMDD   TO RNL-END-DATE.
007530     MOVE WS-END-TIME-HHMMSS     TO RNL-END-TIME.
007540     MOVE RETURN-CODE            TO RNL-RETURN-CODE.
007550     MOVE WS-DETAIL-COUNT        TO RNL-RECORDS-PROCESSED.
007560     MOVE ZERO                   TO RNL-RECORDS-REJECTED.
007570     MOVE ZERO                   TO RNL-RECORDS-EXCEPTED.
007580
007590     WRITE RUN-LOG-RECORD.
007600
007610     CLOSE RUN-LOG-FILE.
007620 8900-WRITE-RUN-LOG-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
007670******************************************************************
007680 9999-EXIT.
007690     STOP RUN.
