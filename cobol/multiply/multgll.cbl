000010******************************************************************
000020* PROGRAM      : MULTGLL                                         *
000030* DESCRIPTION  : GL ACCOUNT MAPPING LISTING PROGRAM.  READS THE  *
000040*                VSAM GL ACCOUNT MAPPING FILE (MULTCOA) FRONT TO *
000050*                BACK AND PRINTS, PER OPERATION CODE, EVERY      *
000060*                MAPPING WITH ITS ACCOUNT RANGE, DEBIT AND       *
000070*                CREDIT LEDGER ACCOUNTS, COST CENTER, AND LAST   *
000080*                MAINTENANCE, FOLLOWED BY A WARNING SECTION OF   *
000090*                THE OPERATION CODES WITH NO DEFAULT MAPPING -   *
000100*                ANY CALCULATION FOR ONE OF THOSE THAT FALLS     *
000110*                OUTSIDE EVERY NARROWER RANGE GOES TO SUSPENSE   *
000120*                (MULTCALC REASON CODE 13).  RUNS AFTER EVERY    *
000130*                MAINTENANCE RUN AND ON DEMAND.                  *
000140******************************************************************
000150* MAINTENANCE HISTORY
000160*   DATE        INIT  DESCRIPTION
000170*   ----------  ----  ----------------------------------------
000180*   2026-10-15  JAC   ORIGINAL PROGRAM - LISTING OF THE GL
000190*                     ACCOUNT MAPPING THE CALC STEP POSTS THE
000200*                     DOUBLE-ENTRY JOURNAL FROM.
000210******************************************************************
000220 IDENTIFICATION DIVISION.
000230 PROGRAM-ID.     MULTGLL.
000240 AUTHOR.         JOEY CLUETT.
000250 INSTALLATION.   ACCOUNTING SYSTEMS.
000260 DATE-WRITTEN.   10/15/2026.
000270 DATE-COMPILED.
000280
000290 ENVIRONMENT DIVISION.
000300 INPUT-OUTPUT SECTION.
000310 FILE-CONTROL.
000320     SELECT GL-ACCOUNT-MAP-FILE  ASSIGN TO MULTCOA
000330         ORGANIZATION IS INDEXED
000340         ACCESS MODE IS SEQUENTIAL
000350         RECORD KEY IS GLM-MAP-KEY
000360         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000370
000380     SELECT LISTING-REPORT-FILE  ASSIGN TO MULTGLR
000390         ORGANIZATION IS SEQUENTIAL.
000400
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  GL-ACCOUNT-MAP-FILE
000440     RECORDING MODE IS F
000450     LABEL RECORDS ARE STANDARD
000460     BLOCK CONTAINS 0 RECORDS.
000470     COPY MULTCOA.
000480
000490 FD  LISTING-REPORT-FILE
000500     RECORDING MODE IS F
000510     LABEL RECORDS ARE STANDARD
000520     BLOCK CONTAINS 0 RECORDS.
000530     COPY MULTRPT REPLACING
000540         ==MULTIPLY-REPORT-RECORD==
000550         BY ==LISTING-REPORT-RECORD==
000560         ==RPT-CARRIAGE-CONTROL== BY ==GLR-CARRIAGE-CONTROL==
000570         ==RPT-LINE-IMAGE== BY ==GLR-LINE-IMAGE==.
000580
000590 WORKING-STORAGE SECTION.
000600 77  WS-GLMAP-FILE-STATUS        PIC X(02).
000610 77  WS-GLMAP-EOF-SWITCH         PIC X(01)      VALUE 'N'.
000620     88  END-OF-GLMAP                           VALUE 'Y'.
000630
000640 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
000650 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
000660 77  WS-MAPPINGS-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
000670 77  WS-NO-DEFAULT-COUNT         PIC 9(07) COMP VALUE ZERO.
000680 77  WS-OP-SUB                   PIC 9(02) COMP VALUE ZERO.
000690 77  WS-PRIOR-OPERATION-CODE     PIC X(01)      VALUE LOW-VALUE.
000700 77  WS-DEFAULT-RANGE-HIGH       PIC 9(09)      VALUE 999999999.
000710
000720*    THE OPERATION CODES THE CALC STEP POSTS, AND WHETHER A
000730*    DEFAULT MAPPING WAS FOUND FOR EACH.
000740 01  WS-OPERATION-TABLE-VALUES.
000750     05  FILLER                  PIC X(02) VALUE "MN".
000760     05  FILLER                  PIC X(02) VALUE "AN".
000770     05  FILLER                  PIC X(02) VALUE "SN".
000780     05  FILLER                  PIC X(02) VALUE "DN".
000790 01  WS-OPERATION-TABLE          REDEFINES
000800     WS-OPERATION-TABLE-VALUES.
000810     05  WS-OPT-ENTRY            OCCURS 4 TIMES.
000820         10  WS-OPT-OPERATION-CODE   PIC X(01).
000830         10  WS-OPT-DEFAULT-SWITCH   PIC X(01).
000840             88  WS-OPT-HAS-DEFAULT          VALUE "Y".
000850
000860 01  WS-HEADING-LINE.
000870     05  FILLER                  PIC X(24) VALUE
000880         "MULTGLL GL MAPPING LIST ".
000890     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
000900     05  FILLER                  PIC X(02) VALUE ": ".
000910     05  WS-HDG-RUN-DATE         PIC X(10).
000920     05  FILLER                  PIC X(86) VALUE SPACES.
000930
000940 01  WS-OPERATION-HEADING-LINE.
000950     05  FILLER                  PIC X(05) VALUE SPACES.
000960     05  FILLER                  PIC X(15) VALUE
000970         "OPERATION CODE ".
000980     05  WS-OHL-OPERATION-CODE   PIC X(01).
000990     05  FILLER                  PIC X(111) VALUE SPACES.
001000
001010 01  WS-COLUMN-HEADING-LINE.
001020     05  FILLER                  PIC X(09) VALUE SPACES.
001030     05  FILLER                  PIC X(12) VALUE "RANGE LOW".
001040     05  FILLER                  PIC X(12) VALUE "RANGE HIGH".
001050     05  FILLER                  PIC X(13) VALUE "DEBIT LEDGER".
001060     05  FILLER                  PIC X(13) VALUE "CREDIT LEDGER".
001070     05  FILLER                  PIC X(10) VALUE "COST CTR".
001080     05  FILLER                  PIC X(10) VALUE "MAINT DATE".
001090     05  FILLER                  PIC X(10) VALUE "  USER".
001100     05  FILLER                  PIC X(43) VALUE SPACES.
001110
001120 01  WS-MAPPING-LINE.
001130     05  FILLER                  PIC X(09) VALUE SPACES.
001140     05  WS-MAP-RANGE-LOW        PIC 9(09).
001150     05  FILLER                  PIC X(03) VALUE SPACES.
001160     05  WS-MAP-RANGE-HIGH       PIC 9(09).
001170     05  FILLER                  PIC X(03) VALUE SPACES.
001180     05  WS-MAP-DEBIT-LEDGER     PIC X(10).
001190     05  FILLER                  PIC X(03) VALUE SPACES.
001200     05  WS-MAP-CREDIT-LEDGER    PIC X(10).
001210     05  FILLER                  PIC X(03) VALUE SPACES.
001220     05  WS-MAP-COST-CENTER      PIC X(06).
001230     05  FILLER                  PIC X(04) VALUE SPACES.
001240     05  WS-MAP-MAINT-DATE       PIC 9(08).
001250     05  FILLER                  PIC X(04) VALUE SPACES.
001260     05  WS-MAP-MAINT-USER       PIC X(08).
001270     05  FILLER                  PIC X(02) VALUE SPACES.
001280     05  WS-MAP-DEFAULT-FLAG     PIC X(09).
001290     05  FILLER                  PIC X(33) VALUE SPACES.
001300
001310 01  WS-SECTION-HEADING-LINE.
001320     05  FILLER                  PIC X(05) VALUE SPACES.
001330     05  WS-SEC-HEADING-TEXT     PIC X(70).
001340     05  FILLER                  PIC X(57) VALUE SPACES.
001350
001360 01  WS-NONE-LINE.
001370     05  FILLER                  PIC X(05) VALUE SPACES.
001380     05  FILLER                  PIC X(06) VALUE "(NONE)".
001390     05  FILLER                  PIC X(121) VALUE SPACES.
001400
001410 01  WS-WARNING-LINE.
001420     05  FILLER                  PIC X(05) VALUE SPACES.
001430     05  FILLER                  PIC X(15) VALUE
001440         "OPERATION CODE ".
001450     05  WS-WRN-OPERATION-CODE   PIC X(01).
001460     05  FILLER                  PIC X(40) VALUE
001470         " HAS NO DEFAULT (000000000-999999999)  ".
001480     05  FILLER                  PIC X(71) VALUE SPACES.
001490
001500 01  WS-CTL-HEADING-LINE.
001510     05  FILLER                  PIC X(05) VALUE SPACES.
001520     05  FILLER                  PIC X(21) VALUE
001530         "*** CONTROL TOTALS **".
001540     05  FILLER                  PIC X(106) VALUE SPACES.
001550
001560 01  WS-CTL-COUNT-LINE.
001570     05  FILLER                  PIC X(05) VALUE SPACES.
001580     05  WS-CTL-COUNT-TEXT       PIC X(25).
001590     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
001600     05  FILLER                  PIC X(95) VALUE SPACES.
001610
001620 PROCEDURE DIVISION.
001630******************************************************************
001640* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.          *
001650******************************************************************
001660 0000-MAINLINE.
001670     PERFORM 1000-INITIALIZE
001680         THRU 1000-INITIALIZE-EXIT.
001690
001700     PERFORM 2000-LIST-ONE-MAPPING
001710         THRU 2000-LIST-ONE-MAPPING-EXIT
001720         UNTIL END-OF-GLMAP.
001730
001740     PERFORM 3000-WRITE-DEFAULT-WARNINGS
001750         THRU 3000-WRITE-DEFAULT-WARNINGS-EXIT.
001760
001770     PERFORM 8000-TERMINATE
001780         THRU 8000-TERMINATE-EXIT.
001790
001800     GO TO 9999-EXIT.
001810
001820******************************************************************
001830* 1000-INITIALIZE - OPENS THE FILES, WRITES THE REPORT HEADING,  *
001840*                   AND PRIMES THE MAPPING READ LOOP.  VSAM      *
001850*                   RETURNS THE MAPPINGS IN KEY ORDER - BY       *
001860*                   OPERATION CODE, THEN LOW ACCOUNT - SO THE    *
001870*                   LISTING IS ALREADY SORTED.                   *
001880******************************************************************
001890 1000-INITIALIZE.
001900     OPEN INPUT  GL-ACCOUNT-MAP-FILE.
001910
001920     IF WS-GLMAP-FILE-STATUS NOT = "00"
001930         DISPLAY "MULTCOA OPEN FAILED - FILE STATUS "
001940             WS-GLMAP-FILE-STATUS
001950         MOVE 16 TO RETURN-CODE
001960         STOP RUN
001970     END-IF.
001980
001990     OPEN OUTPUT LISTING-REPORT-FILE.
002000
002010     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002020
002030     PERFORM 2500-WRITE-REPORT-HEADING
002040         THRU 2500-WRITE-REPORT-HEADING-EXIT.
002050
002060     PERFORM 2100-READ-MAPPING
002070         THRU 2100-READ-MAPPING-EXIT.
002080 1000-INITIALIZE-EXIT.
002090     EXIT.
002100
002110******************************************************************
002120* 2000-LIST-ONE-MAPPING - PRINTS ONE MAPPING, UNDER A NEW        *
002130*                         OPERATION-CODE HEADING WHEN THE CODE   *
002140*                         CHANGES, NOTES A DEFAULT MAPPING       *
002150*                         AGAINST ITS OPERATION CODE, AND READS  *
002160*                         THE NEXT.                              *
002170******************************************************************
002180 2000-LIST-ONE-MAPPING.
002190     ADD 1 TO WS-MAPPINGS-READ-COUNT.
002200
002210     IF GLM-OPERATION-CODE NOT = WS-PRIOR-OPERATION-CODE
002220         PERFORM 2300-WRITE-OPERATION-HEADING
002230             THRU 2300-WRITE-OPERATION-HEADING-EXIT
002240     END-IF.
002250
002260     MOVE GLM-RANGE-LOW        TO WS-MAP-RANGE-LOW.
002270     MOVE GLM-RANGE-HIGH       TO WS-MAP-RANGE-HIGH.
002280     MOVE GLM-DEBIT-LEDGER     TO WS-MAP-DEBIT-LEDGER.
002290     MOVE GLM-CREDIT-LEDGER    TO WS-MAP-CREDIT-LEDGER.
002300     MOVE GLM-COST-CENTER      TO WS-MAP-COST-CENTER.
002310     MOVE GLM-LAST-MAINT-DATE  TO WS-MAP-MAINT-DATE.
002320     MOVE GLM-LAST-MAINT-USER  TO WS-MAP-MAINT-USER.
002330
002340     IF GLM-RANGE-LOW = ZERO
002350             AND GLM-RANGE-HIGH = WS-DEFAULT-RANGE-HIGH
002360         MOVE "*DEFAULT*" TO WS-MAP-DEFAULT-FLAG
002370         PERFORM 2200-NOTE-DEFAULT
002380             THRU 2200-NOTE-DEFAULT-EXIT
002390             VARYING WS-OP-SUB FROM 1 BY 1
002400             UNTIL WS-OP-SUB > 4
002410     ELSE
002420         MOVE SPACES      TO WS-MAP-DEFAULT-FLAG
002430     END-IF.
002440
002450     MOVE ' '             TO GLR-CARRIAGE-CONTROL.
002460     MOVE WS-MAPPING-LINE TO GLR-LINE-IMAGE.
002470     WRITE LISTING-REPORT-RECORD.
002480     ADD 1 TO WS-LINE-COUNT.
002490
002500     PERFORM 2100-READ-MAPPING
002510         THRU 2100-READ-MAPPING-EXIT.
002520 2000-LIST-ONE-MAPPING-EXIT.
002530     EXIT.
002540
002550******************************************************************
002560* 2100-READ-MAPPING - READS THE NEXT MAPPING RECORD AND SETS     *
002570*                     EOF.                                       *
002580******************************************************************
002590 2100-READ-MAPPING.
002600     READ GL-ACCOUNT-MAP-FILE
002610         AT END
002620             SET END-OF-GLMAP TO TRUE
002630     END-READ.
002640 2100-READ-MAPPING-EXIT.
002650     EXIT.
002660
002670******************************************************************
002680* 2200-NOTE-DEFAULT - MARKS THE MAPPING'S OPERATION CODE AS      *
002690*                     HAVING A DEFAULT.                          *
002700******************************************************************
002710 2200-NOTE-DEFAULT.
002720     IF WS-OPT-OPERATION-CODE (WS-OP-SUB) = GLM-OPERATION-CODE
002730         MOVE "Y" TO WS-OPT-DEFAULT-SWITCH (WS-OP-SUB)
002740     END-IF.
002750 2200-NOTE-DEFAULT-EXIT.
002760     EXIT.
002770
002780******************************************************************
002790* 2300-WRITE-OPERATION-HEADING - STARTS A NEW OPERATION CODE'S   *
002800*                                GROUP OF MAPPINGS.              *
002810******************************************************************
002820 2300-WRITE-OPERATION-HEADING.
002830     MOVE GLM-OPERATION-CODE   TO WS-PRIOR-OPERATION-CODE.
002840     MOVE GLM-OPERATION-CODE   TO WS-OHL-OPERATION-CODE.
002850
002860     MOVE '0'                       TO GLR-CARRIAGE-CONTROL.
002870     MOVE WS-OPERATION-HEADING-LINE TO GLR-LINE-IMAGE.
002880     WRITE LISTING-REPORT-RECORD.
002890     ADD 1 TO WS-LINE-COUNT.
002900
002910     MOVE ' '                    TO GLR-CARRIAGE-CONTROL.
002920     MOVE WS-COLUMN-HEADING-LINE TO GLR-LINE-IMAGE.
002930     WRITE LISTING-REPORT-RECORD.
002940     ADD 1 TO WS-LINE-COUNT.
002950 2300-WRITE-OPERATION-HEADING-EXIT.
002960     EXIT.
002970
002980******************************************************************
002990* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING.       *
003000******************************************************************
003010 2500-WRITE-REPORT-HEADING.
003020     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
003030     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
003040     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
003050     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
003060     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
003070
003080     MOVE '1'            TO GLR-CARRIAGE-CONTROL.
003090     MOVE WS-HEADING-LINE TO GLR-LINE-IMAGE.
003100     WRITE LISTING-REPORT-RECORD.
003110     ADD 1 TO WS-LINE-COUNT.
003120 2500-WRITE-REPORT-HEADING-EXIT.
003130     EXIT.
003140
003150******************************************************************
003160* 3000-WRITE-DEFAULT-WARNINGS - PRINTS THE OPERATION CODES WITH  *
003170*                               NO DEFAULT MAPPING.              *
003180******************************************************************
003190 3000-WRITE-DEFAULT-WARNINGS.
003200     MOVE "*** NO DEFAULT MAPPING - OTHER ACCTS SUSPEND **"
003210         TO WS-SEC-HEADING-TEXT.
003220
003230     MOVE '0'                     TO GLR-CARRIAGE-CONTROL.
003240     MOVE WS-SECTION-HEADING-LINE TO GLR-LINE-IMAGE.
003250     WRITE LISTING-REPORT-RECORD.
003260     ADD 1 TO WS-LINE-COUNT.
003270
003280     PERFORM 3100-WRITE-ONE-WARNING
003290         THRU 3100-WRITE-ONE-WARNING-EXIT
003300         VARYING WS-OP-SUB FROM 1 BY 1
003310         UNTIL WS-OP-SUB > 4.
003320
003330     IF WS-NO-DEFAULT-COUNT = ZERO
003340         MOVE ' '          TO GLR-CARRIAGE-CONTROL
003350         MOVE WS-NONE-LINE TO GLR-LINE-IMAGE
003360         WRITE LISTING-REPORT-RECORD
003370         ADD 1 TO WS-LINE-COUNT
003380     END-IF.
003390 3000-WRITE-DEFAULT-WARNINGS-EXIT.
003400     EXIT.
003410
003420******************************************************************
003430* 3100-WRITE-ONE-WARNING - PRINTS ONE OPERATION CODE THAT HAS NO *
003440*                          DEFAULT MAPPING.                      *
003450******************************************************************
003460 3100-WRITE-ONE-WARNING.
003470     IF WS-OPT-HAS-DEFAULT (WS-OP-SUB)
003480         GO TO 3100-WRITE-ONE-WARNING-EXIT
003490     END-IF.
003500
003510     ADD 1 TO WS-NO-DEFAULT-COUNT.
003520     MOVE WS-OPT-OPERATION-CODE (WS-OP-SUB)
003530         TO WS-WRN-OPERATION-CODE.
003540
003550     MOVE ' '             TO GLR-CARRIAGE-CONTROL.
003560     MOVE WS-WARNING-LINE TO GLR-LINE-IMAGE.
003570     WRITE LISTING-REPORT-RECORD.
003580     ADD 1 TO WS-LINE-COUNT.
003590 3100-WRITE-ONE-WARNING-EXIT.
003600     EXIT.
003610
003620******************************************************************
003630* 8000-TERMINATE - WRITES THE CONTROL TOTALS AND CLOSES FILES.   *
003640******************************************************************
003650 8000-TERMINATE.
003660     MOVE '1'                 TO GLR-CARRIAGE-CONTROL.
003670     MOVE WS-CTL-HEADING-LINE TO GLR-LINE-IMAGE.
003680     WRITE LISTING-REPORT-RECORD.
003690
003700     MOVE "MAPPINGS ON FILE       :" TO WS-CTL-COUNT-TEXT.
003710     MOVE WS-MAPPINGS-READ-COUNT     TO WS-CTL-COUNT-VALUE.
003720     PERFORM 8100-WRITE-COUNT-LINE
003730         THRU 8100-WRITE-COUNT-LINE-EXIT.
003740
003750     MOVE "OP CODES WITH NO DEFAULT:" TO WS-CTL-COUNT-TEXT.
003760     MOVE WS-NO-DEFAULT-COUNT        TO WS-CTL-COUNT-VALUE.
003770     PERFORM 8100-WRITE-COUNT-LINE
003780         THRU 8100-WRITE-COUNT-LINE-EXIT.
003790
003800     CLOSE GL-ACCOUNT-MAP-FILE.
003810     CLOSE LISTING-REPORT-FILE.
003820 8000-TERMINATE-EXIT.
003830     EXIT.
003840
003850******************************************************************
003860* 8100-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
003870*                         THE CALLER SETS THE TEXT AND VALUE.    *
003880******************************************************************
003890 8100-WRITE-COUNT-LINE.
003900     MOVE ' '               TO GLR-CARRIAGE-CONTROL.
003910     MOVE WS-CTL-COUNT-LINE TO GLR-LINE-IMAGE.
003920     WRITE LISTING-REPORT-RECORD.
003930 8100-WRITE-COUNT-LINE-EXIT.
003940     EXIT.
003950
003960******************************************************************
003970* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
003980******************************************************************
003990 9999-EXIT.
004000     STOP RUN.
