000010******************************************************************
000020* PROGRAM      : MULTSRV                                         *
000030* DESCRIPTION  : MAINTENANCE AND MANUAL-INTERVENTION SECURITY    *
000040*                REVIEW.  QUARTERLY (OR ON-REQUEST) JOB FOR      *
000050*                INTERNAL AUDIT.  MERGES, BY USER ID, DATE AND   *
000060*                TIME, EVERY CHANGE A PERSON MADE TO THE SYSTEM: *
000070*                RATE MAINTENANCE (MULTMNA), ACCOUNT MAINTENANCE *
000080*                BY MAKER AND BY APPROVER (MULTANA), AND THE     *
000090*                SUSPENSE REPAIR, GL PURGE AND REFERRAL DECISION *
000100*                CARDS THE NIGHTLY CYCLE APPLIED (MULTITV        *
000110*                INTERVENTION LOG).  LISTS EACH USER'S EVENTS    *
000120*                AND FLAGS MAINTENANCE KEYED OUT OF BUSINESS     *
000130*                HOURS, DAYS WITH AN UNUSUALLY HIGH CHANGE       *
000140*                COUNT, AND SEGREGATION-OF-DUTIES CONFLICTS -    *
000150*                ONE USER BOTH CHANGING AN ACCOUNT'S RATE AND    *
000160*                RELEASING ITS SUSPENSE ITEM OR PURGING ITS GL   *
000170*                PENDING ITEM, BOTH MAINTAINING AN ACCOUNT AND   *
000180*                DECIDING ITS REFERRALS, OR APPROVING THEIR OWN  *
000190*                CHANGE.  EVERY EVENT AND FINDING ALSO GOES TO A *
000200*                FIXED-FORMAT EXTRACT FOR THE AUDIT TEAM'S       *
000210*                TOOLING.                                        *
000220******************************************************************
000230* MAINTENANCE HISTORY
000240*   DATE        INIT  DESCRIPTION
000250*   ----------  ----  ----------------------------------------
000260*   2026-10-15  JAC   ORIGINAL PROGRAM.  USER IDS WERE CAPTURED
000270*                     ON EVERY MAINTENANCE AND INTERVENTION PATH
000280*                     BUT NOTHING REVIEWED THEM TOGETHER - EACH
000290*                     QUARTER'S AUDIT REVIEW WAS ASSEMBLED BY
000300*                     HAND FROM SEPARATE LISTINGS.
000302*   2026-10-15  JAC   RENAMED THE NEW ACCOUNT CURRENCY FIELD ON
000304*                     THE SECOND COPY OF THE ACCOUNT AUDIT
000306*                     LAYOUT.
000310******************************************************************
000320 IDENTIFICATION DIVISION.
000330 PROGRAM-ID.     MULTSRV.
000340 AUTHOR.         JOEY CLUETT.
000350 INSTALLATION.   ACCOUNTING SYSTEMS.
000360 DATE-WRITTEN.   10/15/2026.
000370 DATE-COMPILED.
000380
000390 ENVIRONMENT DIVISION.
000400 INPUT-OUTPUT SECTION.
000410 FILE-CONTROL.
000420     SELECT REVIEW-CONTROL-FILE  ASSIGN TO MULTSVPM
000430         ORGANIZATION IS SEQUENTIAL.
000440
000450     SELECT RATE-AUDIT-FILE      ASSIGN TO MULTMNAS
000460         ORGANIZATION IS SEQUENTIAL.
000470
000480     SELECT ACCOUNT-AUDIT-FILE   ASSIGN TO MULTANAS
000490         ORGANIZATION IS SEQUENTIAL.
000500
000510     SELECT APPROVER-AUDIT-FILE  ASSIGN TO MULTANCS
000520         ORGANIZATION IS SEQUENTIAL.
000530
000540     SELECT INTERVENTION-LOG-FILE ASSIGN TO MULTITVS
000550         ORGANIZATION IS SEQUENTIAL.
000560
000570     SELECT REVIEW-REPORT-FILE   ASSIGN TO MULTSRR
000580         ORGANIZATION IS SEQUENTIAL.
000590
000600     SELECT REVIEW-EXTRACT-FILE  ASSIGN TO MULTSRX
000610         ORGANIZATION IS SEQUENTIAL.
000620
000630 DATA DIVISION.
000640 FILE SECTION.
000650 FD  REVIEW-CONTROL-FILE
000660     RECORDING MODE IS F
000670     LABEL RECORDS ARE STANDARD
000680     BLOCK CONTAINS 0 RECORDS.
000690     COPY MULTSVP.
000700
000710 FD  RATE-AUDIT-FILE
000720     RECORDING MODE IS F
000730     LABEL RECORDS ARE STANDARD
000740     BLOCK CONTAINS 0 RECORDS.
000750     COPY MULTMNA.
000760
000770 FD  ACCOUNT-AUDIT-FILE
000780     RECORDING MODE IS F
000790     LABEL RECORDS ARE STANDARD
000800     BLOCK CONTAINS 0 RECORDS.
000810     COPY MULTANA.
000820
000830 FD  APPROVER-AUDIT-FILE
000840     RECORDING MODE IS F
000850     LABEL RECORDS ARE STANDARD
000860     BLOCK CONTAINS 0 RECORDS.
000870     COPY MULTANA REPLACING
000880         ==ACCT-MAINT-AUDIT-RECORD== BY ==APPROVER-AUDIT-RECORD==
000890         ==ANA-RUN-DATE== BY ==ANC-RUN-DATE==
000900         ==ANA-RUN-TIME== BY ==ANC-RUN-TIME==
000910         ==ANA-SEQUENCE-NUMBER== BY ==ANC-SEQUENCE-NUMBER==
000920         ==ANA-USER-ID== BY ==ANC-USER-ID==
000930         ==ANA-ACTION-CODE== BY ==ANC-ACTION-CODE==
000940         ==ANA-ACCOUNT-NUMBER== BY ==ANC-ACCOUNT-NUMBER==
000950         ==ANA-OLD-STATUS== BY ==ANC-OLD-STATUS==
000960         ==ANA-NEW-STATUS== BY ==ANC-NEW-STATUS==
000970         ==ANA-NEW-DAILY-LIMIT== BY ==ANC-NEW-DAILY-LIMIT==
000980         ==ANA-NEW-ITEM-LIMIT== BY ==ANC-NEW-ITEM-LIMIT==
000986         ==ANA-APPROVER-USER-ID== BY ==ANC-APPROVER-USER-ID==
000992         ==ANA-NEW-CURRENCY-CODE== BY ==ANC-NEW-CURRENCY-CODE==.
001000
001010 FD  INTERVENTION-LOG-FILE
001020     RECORDING MODE IS F
001030     LABEL RECORDS ARE STANDARD
001040     BLOCK CONTAINS 0 RECORDS.
001050     COPY MULTITV.
001060
001070 FD  REVIEW-REPORT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD
001100     BLOCK CONTAINS 0 RECORDS.
001110     COPY MULTRPT REPLACING
001120         ==MULTIPLY-REPORT-RECORD==
001130         BY ==REVIEW-REPORT-RECORD==
001140         ==RPT-CARRIAGE-CONTROL== BY ==SRR-CARRIAGE-CONTROL==
001150         ==RPT-LINE-IMAGE== BY ==SRR-LINE-IMAGE==.
001160
001170 FD  REVIEW-EXTRACT-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD
001200     BLOCK CONTAINS 0 RECORDS.
001210     COPY MULTSVX.
001220
001230 WORKING-STORAGE SECTION.
001240 77  WS-RATE-EOF-SWITCH          PIC X(01)      VALUE 'N'.
001250     88  END-OF-RATE-AUDIT                      VALUE 'Y'.
001260 77  WS-ACCOUNT-EOF-SWITCH       PIC X(01)      VALUE 'N'.
001270     88  END-OF-ACCOUNT-AUDIT                   VALUE 'Y'.
001280 77  WS-APPROVER-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001290     88  END-OF-APPROVER-AUDIT                  VALUE 'Y'.
001300 77  WS-INTERVENTION-EOF-SWITCH  PIC X(01)      VALUE 'N'.
001310     88  END-OF-INTERVENTION-LOG                VALUE 'Y'.
001320 77  WS-FIRST-EVENT-SWITCH       PIC X(01)      VALUE 'Y'.
001330     88  FIRST-EVENT                            VALUE 'Y'.
001340 77  WS-OUT-OF-HOURS-SWITCH      PIC X(01)      VALUE 'N'.
001350     88  EVENT-OUT-OF-HOURS                     VALUE 'Y'.
001360 77  WS-ACCOUNT-FOUND-SWITCH     PIC X(01)      VALUE 'N'.
001370     88  ACCOUNT-ENTRY-FOUND                    VALUE 'Y'.
001380
001390*    MERGE KEYS.  EACH HOLDS ITS FILE'S CURRENT USER ID, DATE AND
001400*    TIME, OR HIGH-VALUES ONCE THAT FILE IS AT END, SO THE LOWEST
001410*    KEY IS ALWAYS THE NEXT EVENT IN USER/DATE/TIME ORDER.  ON A
001420*    TIE THE FILES ARE TAKEN IN THE ORDER LISTED.
001430 77  WS-RATE-MATCH-KEY           PIC X(24)      VALUE SPACES.
001440 77  WS-ACCOUNT-MATCH-KEY        PIC X(24)      VALUE SPACES.
001450 77  WS-APPROVER-MATCH-KEY       PIC X(24)      VALUE SPACES.
001460 77  WS-INTERVENTION-MATCH-KEY   PIC X(24)      VALUE SPACES.
001470 77  WS-LOW-MATCH-KEY            PIC X(24)      VALUE SPACES.
001480 77  WS-LOW-FILE-NUMBER          PIC 9(01)      VALUE ZERO.
001490
001500 01  WS-KEY-BUILD.
001510     05  WS-KEY-USER-ID          PIC X(08).
001520     05  WS-KEY-DATE             PIC 9(08).
001530     05  WS-KEY-TIME             PIC 9(08).
001540
001550 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001560 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001570 77  WS-FROM-DATE                PIC 9(08)      VALUE ZEROS.
001580 77  WS-TO-DATE                  PIC 9(08)      VALUE ZEROS.
001590 77  WS-HOURS-START              PIC 9(04)      VALUE 0700.
001600 77  WS-HOURS-END                PIC 9(04)      VALUE 1900.
001610 77  WS-HIGH-COUNT-LIMIT         PIC 9(03)      VALUE 25.
001620 77  WS-QUARTER-INDEX            PIC 9(01)      VALUE ZERO.
001630 77  WS-QUARTER-START-DATE       PIC 9(08)      VALUE ZEROS.
001640 77  WS-EVENT-DATE-INTEGER       PIC 9(07) COMP VALUE ZERO.
001650 77  WS-DOW-QUOTIENT             PIC 9(07) COMP VALUE ZERO.
001660 77  WS-DOW-REMAINDER            PIC 9(01) COMP VALUE ZERO.
001670 77  WS-LINE-COUNT               PIC 9(07) COMP VALUE ZERO.
001680
001690 01  WS-DATE-BUILD.
001700     05  WS-DTB-YEAR             PIC 9(04).
001710     05  WS-DTB-MONTH            PIC 9(02).
001720     05  WS-DTB-DAY              PIC 9(02).
001730 01  WS-DATE-BUILD-NUMERIC REDEFINES WS-DATE-BUILD
001740                                 PIC 9(08).
001750
001760*    THE EVENT BEING REPORTED, IN ONE LAYOUT WHICHEVER FILE IT
001770*    CAME FROM, AND THE USER AND DATE OF THE ONE BEFORE IT FOR
001780*    THE CONTROL BREAKS.
001790 01  WS-EVENT.
001800     05  WS-EVT-USER-ID          PIC X(08).
001810     05  WS-EVT-DATE             PIC 9(08).
001820     05  WS-EVT-TIME             PIC 9(08).
001830     05  WS-EVT-TIME-PARTS REDEFINES WS-EVT-TIME.
001840         10  WS-EVT-HHMM         PIC 9(04).
001850         10  FILLER              PIC 9(04).
001860     05  WS-EVT-SOURCE           PIC X(03).
001870         88  HOURS-TESTED-SOURCE         VALUE "MNA", "ANA".
001880     05  WS-EVT-ROLE             PIC X(01).
001890     05  WS-EVT-ACTION-CODE      PIC X(01).
001900     05  WS-EVT-ACCOUNT-NUMBER   PIC X(09).
001910     05  WS-EVT-REFERENCE        PIC X(07).
001920     05  WS-EVT-DESCRIPTION      PIC X(18).
001930     05  WS-EVT-DETAIL           PIC X(36).
001940     05  WS-EVT-MAKER-USER-ID    PIC X(08).
001950
001960 77  WS-PREV-USER-ID             PIC X(08)      VALUE SPACES.
001970 77  WS-PREV-DATE                PIC 9(08)      VALUE ZEROS.
001980
001990*    PER-USER ACCOUNT TABLE.  ONE ENTRY PER ACCOUNT THE CURRENT
002000*    USER TOUCHED IN THE PERIOD, WITH A SWITCH FOR EACH KIND OF
002010*    CHANGE; THE SEGREGATION-OF-DUTIES TEST AT THE USER BREAK
002020*    LOOKS FOR CONFLICTING PAIRS ON ONE ENTRY.
002030 77  WS-ACCOUNT-SUB              PIC 9(04) COMP VALUE ZERO.
002040 77  WS-ACCOUNT-MATCH-SUB        PIC 9(04) COMP VALUE ZERO.
002050 77  WS-ACCOUNT-MAX-ENTRIES      PIC 9(04) COMP VALUE 2000.
002060
002070 01  WS-ACCOUNT-TABLE.
002080     05  WS-ACCOUNT-ENTRY-COUNT  PIC 9(04) COMP VALUE ZERO.
002090     05  WS-ACCOUNT-ENTRY        OCCURS 2000 TIMES.
002100         10  WS-ACT-ACCOUNT-NUMBER   PIC X(09).
002110         10  WS-ACT-RATE-SWITCH      PIC X(01).
002120         10  WS-ACT-MAINT-SWITCH     PIC X(01).
002130         10  WS-ACT-REPAIR-SWITCH    PIC X(01).
002140         10  WS-ACT-PURGE-SWITCH     PIC X(01).
002150         10  WS-ACT-REFERRAL-SWITCH  PIC X(01).
002160
002170 77  WS-RATE-READ-COUNT          PIC 9(07) COMP VALUE ZERO.
002180 77  WS-ACCOUNT-READ-COUNT       PIC 9(07) COMP VALUE ZERO.
002190 77  WS-APPROVER-READ-COUNT      PIC 9(07) COMP VALUE ZERO.
002200 77  WS-INTERVENTION-READ-COUNT  PIC 9(07) COMP VALUE ZERO.
002210 77  WS-EVENT-COUNT              PIC 9(07) COMP VALUE ZERO.
002220 77  WS-USER-COUNT               PIC 9(07) COMP VALUE ZERO.
002230 77  WS-OUT-OF-HOURS-COUNT       PIC 9(07) COMP VALUE ZERO.
002240 77  WS-HIGH-COUNT-DAYS          PIC 9(07) COMP VALUE ZERO.
002250 77  WS-SOD-CONFLICT-COUNT       PIC 9(07) COMP VALUE ZERO.
002260 77  WS-FINDING-COUNT            PIC 9(07) COMP VALUE ZERO.
002270 77  WS-EXTRACT-COUNT            PIC 9(07) COMP VALUE ZERO.
002280 77  WS-DAY-EVENT-COUNT          PIC 9(05) COMP VALUE ZERO.
002290 77  WS-USER-EVENT-COUNT         PIC 9(05) COMP VALUE ZERO.
002300 77  WS-USER-OOH-COUNT           PIC 9(05) COMP VALUE ZERO.
002310 77  WS-USER-HIC-COUNT           PIC 9(05) COMP VALUE ZERO.
002320 77  WS-USER-SOD-COUNT           PIC 9(05) COMP VALUE ZERO.
002330
002340*    EXTRACT DETAIL, BUILT HERE AND MOVED TO THE RECORD AREA -
002350*    AN EVENT'S OUT-OF-HOURS FINDING REUSES ITS EVENT'S DETAIL.
002360 01  WS-EXTRACT-DETAIL.
002370     05  WS-EXD-USER-ID          PIC X(08).
002380     05  WS-EXD-EVENT-DATE       PIC 9(08).
002390     05  WS-EXD-EVENT-TIME       PIC 9(08).
002400     05  WS-EXD-SOURCE           PIC X(03).
002410     05  WS-EXD-ROLE             PIC X(01).
002420     05  WS-EXD-ACTION-CODE      PIC X(01).
002430     05  WS-EXD-ACCOUNT-NUMBER   PIC X(09).
002440     05  WS-EXD-REFERENCE        PIC X(07).
002450     05  WS-EXD-FINDING-CODE     PIC X(03).
002460     05  WS-EXD-FINDING-COUNT    PIC 9(05).
002470     05  FILLER                  PIC X(26).
002480
002490*    DETAIL TEXT BUILT FOR EACH KIND OF EVENT.
002500 01  WS-RATE-DETAIL.
002510     05  FILLER                  PIC X(05) VALUE "RATE ".
002520     05  WS-RDT-OLD-RATE         PIC -Z9.99.
002530     05  FILLER                  PIC X(04) VALUE " TO ".
002540     05  WS-RDT-NEW-RATE         PIC -Z9.99.
002550     05  FILLER                  PIC X(05) VALUE " EFF ".
002560     05  WS-RDT-EFFECTIVE-DATE   PIC 9(08).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580
002590 01  WS-STATUS-DETAIL.
002600     05  FILLER                  PIC X(07) VALUE "STATUS ".
002610     05  WS-SDT-OLD-STATUS       PIC X(01).
002620     05  FILLER                  PIC X(04) VALUE " TO ".
002630     05  WS-SDT-NEW-STATUS       PIC X(01).
002640     05  FILLER                  PIC X(23) VALUE SPACES.
002650
002660 01  WS-MAKER-DETAIL.
002670     05  FILLER                  PIC X(08) VALUE "MADE BY ".
002680     05  WS-MDT-MAKER-USER-ID    PIC X(08).
002690     05  FILLER                  PIC X(20) VALUE SPACES.
002700
002710 01  WS-AMOUNT-DETAIL.
002720     05  FILLER                  PIC X(07) VALUE "AMOUNT ".
002730     05  WS-ADT-AMOUNT           PIC -ZZZ,ZZZ,ZZ9.9999.
002740     05  FILLER                  PIC X(12) VALUE SPACES.
002750
002760 01  WS-HEADING-LINE.
002770     05  FILLER                  PIC X(24) VALUE
002780         "MULTSRV SECURITY REVIEW ".
002790     05  FILLER                  PIC X(10) VALUE "  RUN DATE".
002800     05  FILLER                  PIC X(02) VALUE ": ".
002810     05  WS-HDG-RUN-DATE         PIC X(10).
002820     05  FILLER                  PIC X(10) VALUE "  PERIOD: ".
002830     05  WS-HDG-FROM-DATE        PIC 9(08).
002840     05  FILLER                  PIC X(04) VALUE " TO ".
002850     05  WS-HDG-TO-DATE          PIC 9(08).
002860     05  FILLER                  PIC X(09) VALUE "  HOURS: ".
002870     05  WS-HDG-HOURS-START      PIC 9(04).
002880     05  FILLER                  PIC X(01) VALUE "-".
002890     05  WS-HDG-HOURS-END        PIC 9(04).
002900     05  FILLER                  PIC X(13) VALUE
002910         "  DAY LIMIT: ".
002920     05  WS-HDG-HIGH-COUNT-LIMIT PIC ZZ9.
002930     05  FILLER                  PIC X(22) VALUE SPACES.
002940
002950 01  WS-COLUMN-HEADING-LINE.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  FILLER                  PIC X(10) VALUE "USER".
002980     05  FILLER                  PIC X(10) VALUE "DATE".
002990     05  FILLER                  PIC X(10) VALUE "TIME".
003000     05  FILLER                  PIC X(05) VALUE "SRC".
003010     05  FILLER                  PIC X(20) VALUE "EVENT".
003020     05  FILLER                  PIC X(11) VALUE "ACCOUNT".
003030     05  FILLER                  PIC X(09) VALUE "REF".
003040     05  FILLER                  PIC X(38) VALUE "DETAIL".
003050     05  FILLER                  PIC X(17) VALUE "FLAG".
003060
003070 01  WS-DETAIL-LINE.
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  WS-DTL-USER-ID          PIC X(08).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  WS-DTL-DATE             PIC 9(08).
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  WS-DTL-TIME             PIC X(08).
003140     05  FILLER                  PIC X(02) VALUE SPACES.
003150     05  WS-DTL-SOURCE           PIC X(03).
003160     05  FILLER                  PIC X(02) VALUE SPACES.
003170     05  WS-DTL-DESCRIPTION      PIC X(18).
003180     05  FILLER                  PIC X(02) VALUE SPACES.
003190     05  WS-DTL-ACCOUNT          PIC X(09).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  WS-DTL-REFERENCE        PIC X(07).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  WS-DTL-DETAIL           PIC X(36).
003240     05  FILLER                  PIC X(02) VALUE SPACES.
003250     05  WS-DTL-FLAG             PIC X(12).
003260     05  FILLER                  PIC X(05) VALUE SPACES.
003270
003280 01  WS-FINDING-LINE.
003290     05  FILLER                  PIC X(12) VALUE SPACES.
003300     05  FILLER                  PIC X(04) VALUE "*** ".
003310     05  WS-FDL-TEXT             PIC X(100).
003320     05  FILLER                  PIC X(16) VALUE SPACES.
003330
003340 01  WS-HIGH-COUNT-TEXT.
003350     05  FILLER                  PIC X(20) VALUE
003360         "HIGH CHANGE COUNT - ".
003370     05  WS-HCT-COUNT            PIC ZZZZ9.
003380     05  FILLER                  PIC X(12) VALUE " CHANGES ON ".
003390     05  WS-HCT-DATE             PIC 9(08).
003400     05  FILLER                  PIC X(08) VALUE " (LIMIT ".
003410     05  WS-HCT-LIMIT            PIC ZZ9.
003420     05  FILLER                  PIC X(01) VALUE ")".
003430     05  FILLER                  PIC X(43) VALUE SPACES.
003440
003450 01  WS-SOD-TEXT.
003460     05  FILLER                  PIC X(31) VALUE
003470         "SEGREGATION OF DUTIES - ACCOUNT".
003480     05  FILLER                  PIC X(01) VALUE SPACE.
003490     05  WS-SDT-ACCOUNT          PIC X(09).
003500     05  FILLER                  PIC X(03) VALUE " - ".
003510     05  WS-SDT-CONFLICT         PIC X(56).
003520
003530 01  WS-USER-TOTAL-LINE.
003540     05  FILLER                  PIC X(02) VALUE SPACES.
003550     05  FILLER                  PIC X(05) VALUE "USER ".
003560     05  WS-UTL-USER-ID          PIC X(08).
003570     05  FILLER                  PIC X(10) VALUE "  EVENTS: ".
003580     05  WS-UTL-EVENTS           PIC ZZZZ9.
003590     05  FILLER                  PIC X(16) VALUE
003600         "  OUT OF HOURS: ".
003610     05  WS-UTL-OOH              PIC ZZZZ9.
003620     05  FILLER                  PIC X(19) VALUE
003630         "  HIGH-COUNT DAYS: ".
003640     05  WS-UTL-HIC              PIC ZZZZ9.
003650     05  FILLER                  PIC X(17) VALUE
003660         "  SOD CONFLICTS: ".
003670     05  WS-UTL-SOD              PIC ZZZZ9.
003680     05  FILLER                  PIC X(35) VALUE SPACES.
003690
003700 01  WS-NONE-LINE.
003710     05  FILLER                  PIC X(02) VALUE SPACES.
003720     05  FILLER                  PIC X(29) VALUE
003730         "(NO EVENTS IN REVIEW PERIOD)".
003740     05  FILLER                  PIC X(101) VALUE SPACES.
003750
003760 01  WS-CTL-HEADING-LINE.
003770     05  FILLER                  PIC X(05) VALUE SPACES.
003780     05  FILLER                  PIC X(21) VALUE
003790         "*** CONTROL TOTALS **".
003800     05  FILLER                  PIC X(106) VALUE SPACES.
003810
003820 01  WS-CTL-COUNT-LINE.
003830     05  FILLER                  PIC X(05) VALUE SPACES.
003840     05  WS-CTL-COUNT-TEXT       PIC X(25).
003850     05  WS-CTL-COUNT-VALUE      PIC ZZZ,ZZ9.
003860     05  FILLER                  PIC X(95) VALUE SPACES.
003870
003880 PROCEDURE DIVISION.
003890******************************************************************
003900* 0000-MAINLINE - CONTROLS THE OVERALL FLOW OF THE RUN.          *
003910******************************************************************
003920 0000-MAINLINE.
003930     PERFORM 1000-INITIALIZE
003940         THRU 1000-INITIALIZE-EXIT.
003950
003960     PERFORM 2000-PROCESS-NEXT-EVENT
003970         THRU 2000-PROCESS-NEXT-EVENT-EXIT
003980         UNTIL END-OF-RATE-AUDIT
003990         AND END-OF-ACCOUNT-AUDIT
004000         AND END-OF-APPROVER-AUDIT
004010         AND END-OF-INTERVENTION-LOG.
004020
004030     IF FIRST-EVENT
004040         MOVE ' '          TO SRR-CARRIAGE-CONTROL
004050         MOVE WS-NONE-LINE TO SRR-LINE-IMAGE
004060         WRITE REVIEW-REPORT-RECORD
004070         ADD 1 TO WS-LINE-COUNT
004080     ELSE
004090         PERFORM 5000-END-USER
004100             THRU 5000-END-USER-EXIT
004110     END-IF.
004120
004130     PERFORM 8000-TERMINATE
004140         THRU 8000-TERMINATE-EXIT.
004150
004160     GO TO 9999-EXIT.
004170 0000-MAINLINE-EXIT.
004180     EXIT.
004190
004200******************************************************************
004210* 1000-INITIALIZE - OPENS THE FILES, READS THE CONTROL CARD,     *
004220*                   WRITES THE REPORT HEADING AND THE EXTRACT    *
004230*                   HEADER, AND PRIMES ALL FOUR INPUTS. EACH     *
004240*                   INPUT ARRIVES SORTED BY USER ID, DATE AND    *
004250*                   TIME FROM THE JOB'S SORT STEPS.              *
004260******************************************************************
004270 1000-INITIALIZE.
004280     OPEN INPUT  RATE-AUDIT-FILE.
004290     OPEN INPUT  ACCOUNT-AUDIT-FILE.
004300     OPEN INPUT  APPROVER-AUDIT-FILE.
004310     OPEN INPUT  INTERVENTION-LOG-FILE.
004320     OPEN OUTPUT REVIEW-REPORT-FILE.
004330     OPEN OUTPUT REVIEW-EXTRACT-FILE.
004340
004350     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
004360     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
004370
004380     PERFORM 1050-READ-CONTROL-CARD
004390         THRU 1050-READ-CONTROL-CARD-EXIT.
004400
004410     PERFORM 2500-WRITE-REPORT-HEADING
004420         THRU 2500-WRITE-REPORT-HEADING-EXIT.
004430
004440     PERFORM 1200-WRITE-EXTRACT-HEADER
004450         THRU 1200-WRITE-EXTRACT-HEADER-EXIT.
004460
004470     PERFORM 2110-READ-RATE-AUDIT
004480         THRU 2110-READ-RATE-AUDIT-EXIT.
004490
004500     PERFORM 2210-READ-ACCOUNT-AUDIT
004510         THRU 2210-READ-ACCOUNT-AUDIT-EXIT.
004520
004530     PERFORM 2310-READ-APPROVER-AUDIT
004540         THRU 2310-READ-APPROVER-AUDIT-EXIT.
004550
004560     PERFORM 2410-READ-INTERVENTION-LOG
004570         THRU 2410-READ-INTERVENTION-LOG-EXIT.
004580 1000-INITIALIZE-EXIT.
004590     EXIT.
004600
004610******************************************************************
004620* 1050-READ-CONTROL-CARD - READS THE ONE-RECORD SYSIN PARAMETER  *
004630*                          CARD. A ZERO OR NON-NUMERIC FIELD     *
004640*                          TAKES ITS DEFAULT: THE PREVIOUS       *
004650*                          CALENDAR QUARTER (A TO-DATE WITHOUT A *
004660*                          FROM-DATE IS IGNORED), THROUGH THE RUN*
004670*                          DATE WHEN ONLY THE FROM-DATE IS GIVEN,*
004680*                          0700 TO 1900, AND 25 CHANGES A DAY. A *
004690*                          CARD THAT CONTRADICTS ITSELF STOPS THE*
004700*                          RUN RATHER THAN REVIEW THE WRONG      *
004710*                          PERIOD.                               *
004720******************************************************************
004730 1050-READ-CONTROL-CARD.
004740     OPEN INPUT REVIEW-CONTROL-FILE.
004750
004760     READ REVIEW-CONTROL-FILE
004770         AT END
004780             CONTINUE
004790         NOT AT END
004800             IF SVP-FROM-DATE NUMERIC
004810                     AND SVP-FROM-DATE > ZERO
004820                 MOVE SVP-FROM-DATE TO WS-FROM-DATE
004830             END-IF
004840             IF SVP-TO-DATE NUMERIC
004850                     AND SVP-TO-DATE > ZERO
004860                 MOVE SVP-TO-DATE TO WS-TO-DATE
004870             END-IF
004880             IF SVP-HOURS-START NUMERIC
004890                     AND SVP-HOURS-START > ZERO
004900                 MOVE SVP-HOURS-START TO WS-HOURS-START
004910             END-IF
004920             IF SVP-HOURS-END NUMERIC
004930                     AND SVP-HOURS-END > ZERO
004940                 MOVE SVP-HOURS-END TO WS-HOURS-END
004950             END-IF
004960             IF SVP-HIGH-COUNT-LIMIT NUMERIC
004970                     AND SVP-HIGH-COUNT-LIMIT > ZERO
004980                 MOVE SVP-HIGH-COUNT-LIMIT TO WS-HIGH-COUNT-LIMIT
004990             END-IF
005000     END-READ.
005010
005020     CLOSE REVIEW-CONTROL-FILE.
005030
005040     IF WS-FROM-DATE = ZEROS
005050         PERFORM 1100-DEFAULT-PERIOD
005060             THRU 1100-DEFAULT-PERIOD-EXIT
005070     ELSE
005080         IF WS-TO-DATE = ZEROS
005090             MOVE WS-RUN-DATE-YYYYMMDD TO WS-TO-DATE
005100         END-IF
005110     END-IF.
005120
005130     IF WS-FROM-DATE > WS-TO-DATE
005140         DISPLAY "MULTSRV - MULTSVPM FROM-DATE " WS-FROM-DATE
005150             " IS AFTER TO-DATE " WS-TO-DATE
005160         MOVE 16 TO RETURN-CODE
005170         STOP RUN
005180     END-IF.
005190
005200     IF WS-HOURS-START NOT < WS-HOURS-END
005210         DISPLAY "MULTSRV - MULTSVPM BUSINESS HOURS "
005220             WS-HOURS-START "-" WS-HOURS-END " ARE NOT A DAY"
005230         MOVE 16 TO RETURN-CODE
005240         STOP RUN
005250     END-IF.
005260 1050-READ-CONTROL-CARD-EXIT.
005270     EXIT.
005280
005290******************************************************************
005300* 1100-DEFAULT-PERIOD - SETS THE REVIEW PERIOD TO THE CALENDAR   *
005310*                       QUARTER BEFORE THE ONE THE RUN DATE FALLS*
005320*                       IN - THE PERIOD INTERNAL AUDIT ASKS ABOUT*
005330*                       WHEN THE JOB IS RUN EARLY IN A QUARTER.  *
005340*                       THE TO-DATE IS THE DAY BEFORE THE CURRENT*
005350*                       QUARTER STARTS.                          *
005360******************************************************************
005370 1100-DEFAULT-PERIOD.
005380     MOVE WS-RUN-DATE-YYYYMMDD TO WS-DATE-BUILD-NUMERIC.
005390     COMPUTE WS-QUARTER-INDEX = (WS-DTB-MONTH - 1) / 3.
005400     COMPUTE WS-DTB-MONTH = WS-QUARTER-INDEX * 3 + 1.
005410     MOVE 1 TO WS-DTB-DAY.
005420     MOVE WS-DATE-BUILD-NUMERIC TO WS-QUARTER-START-DATE.
005430
005440     COMPUTE WS-TO-DATE = FUNCTION DATE-OF-INTEGER
005450         (FUNCTION INTEGER-OF-DATE (WS-QUARTER-START-DATE) - 1).
005460
005470     IF WS-QUARTER-INDEX = ZERO
005480         SUBTRACT 1 FROM WS-DTB-YEAR
005490         MOVE 10 TO WS-DTB-MONTH
005500     ELSE
005510         SUBTRACT 3 FROM WS-DTB-MONTH
005520     END-IF.
005530     MOVE WS-DATE-BUILD-NUMERIC TO WS-FROM-DATE.
005540 1100-DEFAULT-PERIOD-EXIT.
005550     EXIT.
005560
005570******************************************************************
005580* 1200-WRITE-EXTRACT-HEADER - WRITES THE TYPE-H EXTRACT HEADER   *
005590*                             CARRYING THE RUN DATE AND THE      *
005600*                             PERIOD REVIEWED.                   *
005610******************************************************************
005620 1200-WRITE-EXTRACT-HEADER.
005630     MOVE SPACES               TO SECURITY-EXTRACT-RECORD.
005640     SET SVX-HEADER-RECORD     TO TRUE.
005650     MOVE WS-RUN-DATE-YYYYMMDD TO SVX-RUN-DATE.
005660     MOVE WS-FROM-DATE         TO SVX-PERIOD-FROM-DATE.
005670     MOVE WS-TO-DATE           TO SVX-PERIOD-TO-DATE.
005680     MOVE ZERO                 TO SVX-EVENT-TOTAL.
005690     MOVE ZERO                 TO SVX-FINDING-TOTAL.
005700
005710     WRITE SECURITY-EXTRACT-RECORD.
005720     ADD 1 TO WS-EXTRACT-COUNT.
005730 1200-WRITE-EXTRACT-HEADER-EXIT.
005740     EXIT.
005750
005760******************************************************************
005770* 2000-PROCESS-NEXT-EVENT - TAKES THE EVENT WITH THE LOWEST MERGE*
005780*                           KEY, LOADS IT INTO THE COMMON EVENT  *
005790*                           LAYOUT, READS ON IN THE FILE IT CAME *
005800*                           FROM, AND REPORTS IT.                *
005810******************************************************************
005820 2000-PROCESS-NEXT-EVENT.
005830     PERFORM 2050-SELECT-LOWEST-KEY
005840         THRU 2050-SELECT-LOWEST-KEY-EXIT.
005850
005860     EVALUATE WS-LOW-FILE-NUMBER
005870         WHEN 1
005880             PERFORM 2100-BUILD-RATE-EVENT
005890                 THRU 2100-BUILD-RATE-EVENT-EXIT
005900             PERFORM 2110-READ-RATE-AUDIT
005910                 THRU 2110-READ-RATE-AUDIT-EXIT
005920         WHEN 2
005930             PERFORM 2200-BUILD-ACCOUNT-EVENT
005940                 THRU 2200-BUILD-ACCOUNT-EVENT-EXIT
005950             PERFORM 2210-READ-ACCOUNT-AUDIT
005960                 THRU 2210-READ-ACCOUNT-AUDIT-EXIT
005970         WHEN 3
005980             PERFORM 2300-BUILD-APPROVER-EVENT
005990                 THRU 2300-BUILD-APPROVER-EVENT-EXIT
006000             PERFORM 2310-READ-APPROVER-AUDIT
006010                 THRU 2310-READ-APPROVER-AUDIT-EXIT
006020         WHEN OTHER
006030             PERFORM 2400-BUILD-INTERVENTION-EVENT
006040                 THRU 2400-BUILD-INTERVENTION-EVENT-EXIT
006050             PERFORM 2410-READ-INTERVENTION-LOG
006060                 THRU 2410-READ-INTERVENTION-LOG-EXIT
006070     END-EVALUATE.
006080
006090     PERFORM 3000-REPORT-EVENT
006100         THRU 3000-REPORT-EVENT-EXIT.
006110 2000-PROCESS-NEXT-EVENT-EXIT.
006120     EXIT.
006130
006140******************************************************************
006150* 2050-SELECT-LOWEST-KEY - FINDS THE LOWEST OF THE FOUR MERGE    *
006160*                          KEYS. ONLY A STRICTLY LOWER KEY       *
006170*                          DISPLACES AN EARLIER FILE, SO TIES GO *
006180*                          TO THE FILES IN THE ORDER LISTED.     *
006190******************************************************************
006200 2050-SELECT-LOWEST-KEY.
006210     MOVE WS-RATE-MATCH-KEY TO WS-LOW-MATCH-KEY.
006220     MOVE 1                 TO WS-LOW-FILE-NUMBER.
006230
006240     IF WS-ACCOUNT-MATCH-KEY < WS-LOW-MATCH-KEY
006250         MOVE WS-ACCOUNT-MATCH-KEY TO WS-LOW-MATCH-KEY
006260         MOVE 2                    TO WS-LOW-FILE-NUMBER
006270     END-IF.
006280
006290     IF WS-APPROVER-MATCH-KEY < WS-LOW-MATCH-KEY
006300         MOVE WS-APPROVER-MATCH-KEY TO WS-LOW-MATCH-KEY
006310         MOVE 3                     TO WS-LOW-FILE-NUMBER
006320     END-IF.
006330
006340     IF WS-INTERVENTION-MATCH-KEY < WS-LOW-MATCH-KEY
006350         MOVE WS-INTERVENTION-MATCH-KEY TO WS-LOW-MATCH-KEY
006360         MOVE 4                         TO WS-LOW-FILE-NUMBER
006370     END-IF.
006380 2050-SELECT-LOWEST-KEY-EXIT.
006390     EXIT.
006400
006410******************************************************************
006420* 2100-BUILD-RATE-EVENT - LOADS THE CURRENT RATE MAINTENANCE     *
006430*                         AUDIT RECORD INTO THE EVENT LAYOUT. THE*
006440*                         REFERENCE IS MULTMNT'S TRANSACTION     *
006450*                         SEQUENCE NUMBER.                       *
006460******************************************************************
006470 2100-BUILD-RATE-EVENT.
006480     MOVE SPACES              TO WS-EVENT.
006490     MOVE MNA-USER-ID         TO WS-EVT-USER-ID.
006500     MOVE MNA-RUN-DATE        TO WS-EVT-DATE.
006510     MOVE MNA-RUN-TIME        TO WS-EVT-TIME.
006520     MOVE "MNA"               TO WS-EVT-SOURCE.
006530     MOVE "M"                 TO WS-EVT-ROLE.
006540     MOVE MNA-ACTION-CODE     TO WS-EVT-ACTION-CODE.
006550     MOVE MNA-ACCOUNT-NUMBER  TO WS-EVT-ACCOUNT-NUMBER.
006560     MOVE MNA-SEQUENCE-NUMBER TO WS-EVT-REFERENCE.
006570
006580     EVALUATE MNA-ACTION-CODE
006590         WHEN "A"
006600             MOVE "RATE ADD"         TO WS-EVT-DESCRIPTION
006610         WHEN "C"
006620             MOVE "RATE CHANGE"      TO WS-EVT-DESCRIPTION
006630         WHEN "D"
006640             MOVE "RATE DELETE"      TO WS-EVT-DESCRIPTION
006650         WHEN OTHER
006660             MOVE "RATE MAINTENANCE" TO WS-EVT-DESCRIPTION
006670     END-EVALUATE.
006680
006690     MOVE MNA-OLD-RATE        TO WS-RDT-OLD-RATE.
006700     MOVE MNA-NEW-RATE        TO WS-RDT-NEW-RATE.
006710     MOVE MNA-EFFECTIVE-DATE  TO WS-RDT-EFFECTIVE-DATE.
006720     MOVE WS-RATE-DETAIL      TO WS-EVT-DETAIL.
006730 2100-BUILD-RATE-EVENT-EXIT.
006740     EXIT.
006750
006760******************************************************************
006770* 2110-READ-RATE-AUDIT - READS THE NEXT RATE MAINTENANCE AUDIT   *
006780*                        RECORD DATED WITHIN THE REVIEW PERIOD   *
006790*                        AND SETS ITS MERGE KEY, OR HIGH-VALUES  *
006800*                        AT END.                                 *
006810******************************************************************
006820 2110-READ-RATE-AUDIT.
006830     READ RATE-AUDIT-FILE
006840         AT END
006850             SET END-OF-RATE-AUDIT TO TRUE
006860             MOVE HIGH-VALUES TO WS-RATE-MATCH-KEY
006870             GO TO 2110-READ-RATE-AUDIT-EXIT
006880     END-READ.
006890
006900     ADD 1 TO WS-RATE-READ-COUNT.
006910
006920     IF MNA-RUN-DATE < WS-FROM-DATE
006930             OR MNA-RUN-DATE > WS-TO-DATE
006940         GO TO 2110-READ-RATE-AUDIT
006950     END-IF.
006960
006970     MOVE MNA-USER-ID  TO WS-KEY-USER-ID.
006980     MOVE MNA-RUN-DATE TO WS-KEY-DATE.
006990     MOVE MNA-RUN-TIME TO WS-KEY-TIME.
007000     MOVE WS-KEY-BUILD TO WS-RATE-MATCH-KEY.
007010 2110-READ-RATE-AUDIT-EXIT.
007020     EXIT.
007030
007040******************************************************************
007050* 2200-BUILD-ACCOUNT-EVENT - LOADS THE CURRENT ACCOUNT           *
007060*                            MAINTENANCE AUDIT RECORD INTO THE   *
007070*                            EVENT LAYOUT AS THE MAKER'S EVENT.  *
007080*                            THE REFERENCE IS THE AUDIT SEQUENCE *
007090*                            NUMBER.                             *
007100******************************************************************
007110 2200-BUILD-ACCOUNT-EVENT.
007120     MOVE SPACES              TO WS-EVENT.
007130     MOVE ANA-USER-ID         TO WS-EVT-USER-ID.
007140     MOVE ANA-RUN-DATE        TO WS-EVT-DATE.
007150     MOVE ANA-RUN-TIME        TO WS-EVT-TIME.
007160     MOVE "ANA"               TO WS-EVT-SOURCE.
007170     MOVE "M"                 TO WS-EVT-ROLE.
007180     MOVE ANA-ACTION-CODE     TO WS-EVT-ACTION-CODE.
007190     MOVE ANA-ACCOUNT-NUMBER  TO WS-EVT-ACCOUNT-NUMBER.
007200     MOVE ANA-SEQUENCE-NUMBER TO WS-EVT-REFERENCE.
007210
007220     EVALUATE ANA-ACTION-CODE
007230         WHEN "A"
007240             MOVE "ACCOUNT ADD"      TO WS-EVT-DESCRIPTION
007250         WHEN "C"
007260             MOVE "ACCOUNT CHANGE"   TO WS-EVT-DESCRIPTION
007270         WHEN "D"
007280             MOVE "ACCOUNT DELETE"   TO WS-EVT-DESCRIPTION
007290         WHEN OTHER
007300             MOVE "ACCOUNT MAINT"    TO WS-EVT-DESCRIPTION
007310     END-EVALUATE.
007320
007330     MOVE ANA-OLD-STATUS      TO WS-SDT-OLD-STATUS.
007340     MOVE ANA-NEW-STATUS      TO WS-SDT-NEW-STATUS.
007350     MOVE WS-STATUS-DETAIL    TO WS-EVT-DETAIL.
007360 2200-BUILD-ACCOUNT-EVENT-EXIT.
007370     EXIT.
007380
007390******************************************************************
007400* 2210-READ-ACCOUNT-AUDIT - READS THE NEXT ACCOUNT MAINTENANCE   *
007410*                           AUDIT RECORD (SORTED BY MAKER) DATED *
007420*                           WITHIN THE REVIEW PERIOD AND SETS ITS*
007430*                           MERGE KEY, OR HIGH-VALUES AT END.    *
007440******************************************************************
007450 2210-READ-ACCOUNT-AUDIT.
007460     READ ACCOUNT-AUDIT-FILE
007470         AT END
007480             SET END-OF-ACCOUNT-AUDIT TO TRUE
007490             MOVE HIGH-VALUES TO WS-ACCOUNT-MATCH-KEY
007500             GO TO 2210-READ-ACCOUNT-AUDIT-EXIT
007510     END-READ.
007520
007530     ADD 1 TO WS-ACCOUNT-READ-COUNT.
007540
007550     IF ANA-RUN-DATE < WS-FROM-DATE
007560             OR ANA-RUN-DATE > WS-TO-DATE
007570         GO TO 2210-READ-ACCOUNT-AUDIT
007580     END-IF.
007590
007600     MOVE ANA-USER-ID  TO WS-KEY-USER-ID.
007610     MOVE ANA-RUN-DATE TO WS-KEY-DATE.
007620     MOVE ANA-RUN-TIME TO WS-KEY-TIME.
007630     MOVE WS-KEY-BUILD TO WS-ACCOUNT-MATCH-KEY.
007640 2210-READ-ACCOUNT-AUDIT-EXIT.
007650     EXIT.
007660
007670******************************************************************
007680* 2300-BUILD-APPROVER-EVENT - LOADS THE CURRENT ACCOUNT          *
007690*                             MAINTENANCE AUDIT RECORD INTO THE  *
007700*                             EVENT LAYOUT AS THE APPROVER'S     *
007710*                             EVENT, REMEMBERING THE MAKER SO A  *
007720*                             USER WHO APPROVED THEIR OWN CHANGE *
007730*                             IS CAUGHT.                         *
007740******************************************************************
007750 2300-BUILD-APPROVER-EVENT.
007760     MOVE SPACES               TO WS-EVENT.
007770     MOVE ANC-APPROVER-USER-ID TO WS-EVT-USER-ID.
007780     MOVE ANC-RUN-DATE         TO WS-EVT-DATE.
007790     MOVE ANC-RUN-TIME         TO WS-EVT-TIME.
007800     MOVE "ANA"                TO WS-EVT-SOURCE.
007810     MOVE "C"                  TO WS-EVT-ROLE.
007820     MOVE ANC-ACTION-CODE      TO WS-EVT-ACTION-CODE.
007830     MOVE ANC-ACCOUNT-NUMBER   TO WS-EVT-ACCOUNT-NUMBER.
007840     MOVE ANC-SEQUENCE-NUMBER  TO WS-EVT-REFERENCE.
007850     MOVE "ACCOUNT APPROVAL"   TO WS-EVT-DESCRIPTION.
007860     MOVE ANC-USER-ID          TO WS-EVT-MAKER-USER-ID.
007870
007880     MOVE ANC-USER-ID          TO WS-MDT-MAKER-USER-ID.
007890     MOVE WS-MAKER-DETAIL      TO WS-EVT-DETAIL.
007900 2300-BUILD-APPROVER-EVENT-EXIT.
007910     EXIT.
007920
007930******************************************************************
007940* 2310-READ-APPROVER-AUDIT - READS THE NEXT ACCOUNT MAINTENANCE  *
007950*                            AUDIT RECORD (SORTED BY APPROVER)   *
007960*                            DATED WITHIN THE REVIEW PERIOD AND  *
007970*                            SETS ITS MERGE KEY, OR HIGH-VALUES  *
007980*                            AT END. A BATCH (MULTAMN) RECORD HAS*
007990*                            NO APPROVER AND IS SKIPPED - THE    *
008000*                            SORT STEP DROPS THEM ALREADY.       *
008010******************************************************************
008020 2310-READ-APPROVER-AUDIT.
008030     READ APPROVER-AUDIT-FILE
008040         AT END
008050             SET END-OF-APPROVER-AUDIT TO TRUE
008060             MOVE HIGH-VALUES TO WS-APPROVER-MATCH-KEY
008070             GO TO 2310-READ-APPROVER-AUDIT-EXIT
008080     END-READ.
008090
008100     ADD 1 TO WS-APPROVER-READ-COUNT.
008110
008120     IF ANC-APPROVER-USER-ID = SPACES
008130             OR ANC-APPROVER-USER-ID = LOW-VALUES
008140         GO TO 2310-READ-APPROVER-AUDIT
008150     END-IF.
008160
008170     IF ANC-RUN-DATE < WS-FROM-DATE
008180             OR ANC-RUN-DATE > WS-TO-DATE
008190         GO TO 2310-READ-APPROVER-AUDIT
008200     END-IF.
008210
008220     MOVE ANC-APPROVER-USER-ID TO WS-KEY-USER-ID.
008230     MOVE ANC-RUN-DATE         TO WS-KEY-DATE.
008240     MOVE ANC-RUN-TIME         TO WS-KEY-TIME.
008250     MOVE WS-KEY-BUILD         TO WS-APPROVER-MATCH-KEY.
008260 2310-READ-APPROVER-AUDIT-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300* 2400-BUILD-INTERVENTION-EVENT - LOADS THE CURRENT INTERVENTION *
008310*                                 LOG RECORD INTO THE EVENT      *
008320*                                 LAYOUT. THE REFERENCE IS THE   *
008330*                                 SUSPENSE SEQUENCE, GL JOURNAL  *
008340*                                 LINE OR REFERRAL SEQUENCE THE  *
008350*                                 CARD NAMED.                    *
008360******************************************************************
008370 2400-BUILD-INTERVENTION-EVENT.
008380     MOVE SPACES              TO WS-EVENT.
008390     MOVE ITV-USER-ID         TO WS-EVT-USER-ID.
008400     MOVE ITV-RUN-DATE        TO WS-EVT-DATE.
008410     MOVE ITV-RUN-TIME        TO WS-EVT-TIME.
008420     MOVE ITV-SOURCE          TO WS-EVT-SOURCE.
008430     MOVE "M"                 TO WS-EVT-ROLE.
008440     MOVE ITV-ACTION-CODE     TO WS-EVT-ACTION-CODE.
008450     MOVE ITV-ACCOUNT-NUMBER  TO WS-EVT-ACCOUNT-NUMBER.
008460     MOVE ITV-REFERENCE       TO WS-EVT-REFERENCE.
008470
008480     MOVE ITV-AMOUNT          TO WS-ADT-AMOUNT.
008490
008500     EVALUATE TRUE
008510         WHEN ITV-SUSPENSE-REPAIR
008520             IF ITV-ACTION-CODE = "P"
008530                 MOVE "SUSPENSE PURGE"   TO WS-EVT-DESCRIPTION
008540             ELSE
008550                 MOVE "SUSPENSE REPAIR"  TO WS-EVT-DESCRIPTION
008560             END-IF
008570         WHEN ITV-GL-PURGE
008580             MOVE "GL PENDING PURGE" TO WS-EVT-DESCRIPTION
008590             MOVE WS-AMOUNT-DETAIL   TO WS-EVT-DETAIL
008600         WHEN ITV-REFERRAL-DECISION
008610             IF ITV-ACTION-CODE = "A"
008620                 MOVE "REFERRAL APPROVE" TO WS-EVT-DESCRIPTION
008630             ELSE
008640                 MOVE "REFERRAL DECLINE" TO WS-EVT-DESCRIPTION
008650             END-IF
008660             MOVE WS-AMOUNT-DETAIL   TO WS-EVT-DETAIL
008670         WHEN OTHER
008680             MOVE "INTERVENTION"     TO WS-EVT-DESCRIPTION
008690     END-EVALUATE.
008700 2400-BUILD-INTERVENTION-EVENT-EXIT.
008710     EXIT.
008720
008730******************************************************************
008740* 2410-READ-INTERVENTION-LOG - READS THE NEXT INTERVENTION LOG   *
008750*                              RECORD DATED WITHIN THE REVIEW    *
008760*                              PERIOD AND SETS ITS MERGE KEY, OR *
008770*                              HIGH-VALUES AT END.               *
008780******************************************************************
008790 2410-READ-INTERVENTION-LOG.
008800     READ INTERVENTION-LOG-FILE
008810         AT END
008820             SET END-OF-INTERVENTION-LOG TO TRUE
008830             MOVE HIGH-VALUES TO WS-INTERVENTION-MATCH-KEY
008840             GO TO 2410-READ-INTERVENTION-LOG-EXIT
008850     END-READ.
008860
008870     ADD 1 TO WS-INTERVENTION-READ-COUNT.
008880
008890     IF ITV-RUN-DATE < WS-FROM-DATE
008900             OR ITV-RUN-DATE > WS-TO-DATE
008910         GO TO 2410-READ-INTERVENTION-LOG
008920     END-IF.
008930
008940     MOVE ITV-USER-ID  TO WS-KEY-USER-ID.
008950     MOVE ITV-RUN-DATE TO WS-KEY-DATE.
008960     MOVE ITV-RUN-TIME TO WS-KEY-TIME.
008970     MOVE WS-KEY-BUILD TO WS-INTERVENTION-MATCH-KEY.
008980 2410-READ-INTERVENTION-LOG-EXIT.
008990     EXIT.
009000
009010******************************************************************
009020* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING, WITH  *
009030*                             THE PERIOD, BUSINESS HOURS AND     *
009040*                             DAILY LIMIT IN FORCE, AND THE      *
009050*                             COLUMN HEADER LINE.                *
009060******************************************************************
009070 2500-WRITE-REPORT-HEADING.
009080     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
009090     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
009100     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
009110     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
009120     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
009130
009140     MOVE WS-FROM-DATE        TO WS-HDG-FROM-DATE.
009150     MOVE WS-TO-DATE          TO WS-HDG-TO-DATE.
009160     MOVE WS-HOURS-START      TO WS-HDG-HOURS-START.
009170     MOVE WS-HOURS-END        TO WS-HDG-HOURS-END.
009180     MOVE WS-HIGH-COUNT-LIMIT TO WS-HDG-HIGH-COUNT-LIMIT.
009190
009200     MOVE '1'             TO SRR-CARRIAGE-CONTROL.
009210     MOVE WS-HEADING-LINE TO SRR-LINE-IMAGE.
009220     WRITE REVIEW-REPORT-RECORD.
009230     ADD 1 TO WS-LINE-COUNT.
009240
009250     MOVE '0'                    TO SRR-CARRIAGE-CONTROL.
009260     MOVE WS-COLUMN-HEADING-LINE TO SRR-LINE-IMAGE.
009270     WRITE REVIEW-REPORT-RECORD.
009280     ADD 1 TO WS-LINE-COUNT.
009290 2500-WRITE-REPORT-HEADING-EXIT.
009300     EXIT.
009310
009320******************************************************************
009330* 3000-REPORT-EVENT - REPORTS ONE EVENT. A CHANGE OF USER CLOSES *
009340*                     THE PREVIOUS USER (THEIR LAST DAY AND THEIR*
009350*                     DUTIES CHECK); A CHANGE OF DATE CLOSES THE *
009360*                     PREVIOUS DAY'S COUNT. THE EVENT IS THEN    *
009370*                     TESTED AGAINST BUSINESS HOURS, PRINTED,    *
009380*                     EXTRACTED, CHECKED FOR A SELF-APPROVAL, AND*
009390*                     ADDED TO THE USER'S ACCOUNT TABLE.         *
009400******************************************************************
009410 3000-REPORT-EVENT.
009420     IF FIRST-EVENT
009430             OR WS-EVT-USER-ID NOT = WS-PREV-USER-ID
009440         IF NOT FIRST-EVENT
009450             PERFORM 5000-END-USER
009460                 THRU 5000-END-USER-EXIT
009470         END-IF
009480         ADD 1 TO WS-USER-COUNT
009490     ELSE
009500         IF WS-EVT-DATE NOT = WS-PREV-DATE
009510             PERFORM 4000-END-USER-DATE
009520                 THRU 4000-END-USER-DATE-EXIT
009530         END-IF
009540     END-IF.
009550
009560     MOVE 'N'            TO WS-FIRST-EVENT-SWITCH.
009570     MOVE WS-EVT-USER-ID TO WS-PREV-USER-ID.
009580     MOVE WS-EVT-DATE    TO WS-PREV-DATE.
009590
009600     ADD 1 TO WS-EVENT-COUNT.
009610     ADD 1 TO WS-USER-EVENT-COUNT.
009620     ADD 1 TO WS-DAY-EVENT-COUNT.
009630
009640     PERFORM 3100-TEST-BUSINESS-HOURS
009650         THRU 3100-TEST-BUSINESS-HOURS-EXIT.
009660
009670     PERFORM 3200-WRITE-EVENT-LINE
009680         THRU 3200-WRITE-EVENT-LINE-EXIT.
009690
009700     PERFORM 3300-WRITE-EVENT-EXTRACT
009710         THRU 3300-WRITE-EVENT-EXTRACT-EXIT.
009720
009730     IF EVENT-OUT-OF-HOURS
009740         ADD 1 TO WS-OUT-OF-HOURS-COUNT
009750         ADD 1 TO WS-USER-OOH-COUNT
009760         PERFORM 6100-WRITE-FINDING-EXTRACT
009770             THRU 6100-WRITE-FINDING-EXTRACT-EXIT
009780     END-IF.
009790
009800*    THE ONLINE MAINTENANCE TRANSACTION REFUSES A SELF-APPROVAL,
009810*    SO THIS SHOULD NEVER FIRE - IF IT DOES, THE CONTROL ITSELF
009820*    HAS BEEN BYPASSED AND AUDIT NEEDS TO KNOW.
009830     IF WS-EVT-ROLE = "C"
009840             AND WS-EVT-MAKER-USER-ID = WS-EVT-USER-ID
009850         MOVE "SMC"                      TO WS-EXD-FINDING-CODE
009860         MOVE "APPROVED THEIR OWN ACCOUNT CHANGE"
009870             TO WS-SDT-CONFLICT
009880         PERFORM 5200-REPORT-SOD-CONFLICT
009890             THRU 5200-REPORT-SOD-CONFLICT-EXIT
009900     END-IF.
009910
009920     PERFORM 3400-RECORD-ACCOUNT-ACTIVITY
009930         THRU 3400-RECORD-ACCOUNT-ACTIVITY-EXIT.
009940 3000-REPORT-EVENT-EXIT.
009950     EXIT.
009960
009970******************************************************************
009980* 3100-TEST-BUSINESS-HOURS - SETS EVENT-OUT-OF-HOURS WHEN A RATE *
009990*                            OR ACCOUNT MAINTENANCE CHANGE WAS   *
010000*                            KEYED BEFORE THE BUSINESS DAY       *
010010*                            STARTED, AT OR AFTER IT ENDED, OR ON*
010020*                            A SATURDAY OR SUNDAY. DAY 1 OF THE  *
010030*                            INTEGER DATE SCALE IS A MONDAY, SO A*
010040*                            REMAINDER OF 6 IS A SATURDAY AND 0 A*
010050*                            SUNDAY. THE NIGHTLY-APPLIED CARDS ON*
010060*                            THE INTERVENTION LOG CARRY THE      *
010070*                            CYCLE'S OWN TIME, NOT THE TIME THEY *
010080*                            WERE KEYED, AND ARE NOT TESTED.     *
010090******************************************************************
010100 3100-TEST-BUSINESS-HOURS.
010110     MOVE 'N' TO WS-OUT-OF-HOURS-SWITCH.
010120
010130     IF NOT HOURS-TESTED-SOURCE
010140         GO TO 3100-TEST-BUSINESS-HOURS-EXIT
010150     END-IF.
010160
010170     IF WS-EVT-DATE NOT NUMERIC
010180             OR WS-EVT-DATE < 19000101
010190         GO TO 3100-TEST-BUSINESS-HOURS-EXIT
010200     END-IF.
010210
010220     COMPUTE WS-EVENT-DATE-INTEGER =
010230         FUNCTION INTEGER-OF-DATE (WS-EVT-DATE).
010240     DIVIDE WS-EVENT-DATE-INTEGER BY 7
010250         GIVING WS-DOW-QUOTIENT
010260         REMAINDER WS-DOW-REMAINDER.
010270
010280     IF WS-DOW-REMAINDER = 6
010290             OR WS-DOW-REMAINDER = 0
010300         SET EVENT-OUT-OF-HOURS TO TRUE
010310     END-IF.
010320
010330     IF WS-EVT-HHMM < WS-HOURS-START
010340             OR WS-EVT-HHMM NOT < WS-HOURS-END
010350         SET EVENT-OUT-OF-HOURS TO TRUE
010360     END-IF.
010370 3100-TEST-BUSINESS-HOURS-EXIT.
010380     EXIT.
010390
010400******************************************************************
010410* 3200-WRITE-EVENT-LINE - PRINTS ONE EVENT LINE, FLAGGED WHEN OUT*
010420*                         OF HOURS.                              *
010430******************************************************************
010440 3200-WRITE-EVENT-LINE.
010450     MOVE WS-EVT-USER-ID        TO WS-DTL-USER-ID.
010460     MOVE WS-EVT-DATE           TO WS-DTL-DATE.
010470     MOVE WS-EVT-TIME(1:2)      TO WS-DTL-TIME(1:2).
010480     MOVE ":"                   TO WS-DTL-TIME(3:1).
010490     MOVE WS-EVT-TIME(3:2)      TO WS-DTL-TIME(4:2).
010500     MOVE ":"                   TO WS-DTL-TIME(6:1).
010510     MOVE WS-EVT-TIME(5:2)      TO WS-DTL-TIME(7:2).
010520     MOVE WS-EVT-SOURCE         TO WS-DTL-SOURCE.
010530     MOVE WS-EVT-DESCRIPTION    TO WS-DTL-DESCRIPTION.
010540     MOVE WS-EVT-ACCOUNT-NUMBER TO WS-DTL-ACCOUNT.
010550     MOVE WS-EVT-REFERENCE      TO WS-DTL-REFERENCE.
010560     MOVE WS-EVT-DETAIL         TO WS-DTL-DETAIL.
010570
010580     IF EVENT-OUT-OF-HOURS
010590         MOVE "OUT OF HOURS" TO WS-DTL-FLAG
010600     ELSE
010610         MOVE SPACES         TO WS-DTL-FLAG
010620     END-IF.
010630
010640     MOVE ' '            TO SRR-CARRIAGE-CONTROL.
010650     MOVE WS-DETAIL-LINE TO SRR-LINE-IMAGE.
010660     WRITE REVIEW-REPORT-RECORD.
010670     ADD 1 TO WS-LINE-COUNT.
010680 3200-WRITE-EVENT-LINE-EXIT.
010690     EXIT.
010700
010710******************************************************************
010720* 3300-WRITE-EVENT-EXTRACT - WRITES THE TYPE-E EXTRACT RECORD FOR*
010730*                            ONE EVENT. THE DETAIL IS LEFT BUILT *
010740*                            SO AN OUT-OF-HOURS OR SELF-APPROVAL *
010750*                            FINDING CAN REUSE IT.               *
010760******************************************************************
010770 3300-WRITE-EVENT-EXTRACT.
010780     MOVE SPACES                TO WS-EXTRACT-DETAIL.
010790     MOVE WS-EVT-USER-ID        TO WS-EXD-USER-ID.
010800     MOVE WS-EVT-DATE           TO WS-EXD-EVENT-DATE.
010810     MOVE WS-EVT-TIME           TO WS-EXD-EVENT-TIME.
010820     MOVE WS-EVT-SOURCE         TO WS-EXD-SOURCE.
010830     MOVE WS-EVT-ROLE           TO WS-EXD-ROLE.
010840     MOVE WS-EVT-ACTION-CODE    TO WS-EXD-ACTION-CODE.
010850     MOVE WS-EVT-ACCOUNT-NUMBER TO WS-EXD-ACCOUNT-NUMBER.
010860     MOVE WS-EVT-REFERENCE      TO WS-EXD-REFERENCE.
010870     MOVE ZERO                  TO WS-EXD-FINDING-COUNT.
010880
010890     IF EVENT-OUT-OF-HOURS
010900         MOVE "OOH" TO WS-EXD-FINDING-CODE
010910     END-IF.
010920
010930     MOVE SPACES            TO SECURITY-EXTRACT-RECORD.
010940     SET SVX-EVENT-RECORD   TO TRUE.
010950     MOVE WS-EXTRACT-DETAIL TO SVX-DETAIL-DATA.
010960
010970     WRITE SECURITY-EXTRACT-RECORD.
010980     ADD 1 TO WS-EXTRACT-COUNT.
010990 3300-WRITE-EVENT-EXTRACT-EXIT.
011000     EXIT.
011010
011020******************************************************************
011030* 3400-RECORD-ACCOUNT-ACTIVITY - MARKS THE KIND OF CHANGE THIS   *
011040*                                EVENT MADE AGAINST ITS ACCOUNT  *
011050*                                IN THE CURRENT USER'S ACCOUNT   *
011060*                                TABLE, ADDING THE ACCOUNT IF IT *
011070*                                IS NEW. AN APPROVAL COUNTS AS   *
011080*                                ACCOUNT MAINTENANCE - THE       *
011090*                                APPROVER IS AS RESPONSIBLE FOR  *
011100*                                THE CHANGE AS THE MAKER.        *
011110******************************************************************
011120 3400-RECORD-ACCOUNT-ACTIVITY.
011130     IF WS-EVT-ACCOUNT-NUMBER = SPACES
011140             OR WS-EVT-ACCOUNT-NUMBER = ZEROS
011150         GO TO 3400-RECORD-ACCOUNT-ACTIVITY-EXIT
011160     END-IF.
011170
011180     MOVE 'N' TO WS-ACCOUNT-FOUND-SWITCH.
011190     PERFORM 3410-TEST-ACCOUNT-ENTRY
011200         THRU 3410-TEST-ACCOUNT-ENTRY-EXIT
011210         VARYING WS-ACCOUNT-SUB FROM 1 BY 1
011220         UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-ENTRY-COUNT
011230         OR ACCOUNT-ENTRY-FOUND.
011240
011250     IF NOT ACCOUNT-ENTRY-FOUND
011260         IF WS-ACCOUNT-ENTRY-COUNT >= WS-ACCOUNT-MAX-ENTRIES
011270             DISPLAY "MULTSRV ACCOUNT TABLE FULL - LIMIT "
011280                 WS-ACCOUNT-MAX-ENTRIES " - USER " WS-EVT-USER-ID
011290             MOVE 16 TO RETURN-CODE
011300             STOP RUN
011310         END-IF
011320         ADD 1 TO WS-ACCOUNT-ENTRY-COUNT
011330         MOVE WS-ACCOUNT-ENTRY-COUNT TO WS-ACCOUNT-MATCH-SUB
011340         MOVE WS-EVT-ACCOUNT-NUMBER
011350             TO WS-ACT-ACCOUNT-NUMBER (WS-ACCOUNT-MATCH-SUB)
011360         MOVE 'N' TO WS-ACT-RATE-SWITCH (WS-ACCOUNT-MATCH-SUB)
011370         MOVE 'N' TO WS-ACT-MAINT-SWITCH (WS-ACCOUNT-MATCH-SUB)
011380         MOVE 'N' TO WS-ACT-REPAIR-SWITCH (WS-ACCOUNT-MATCH-SUB)
011390         MOVE 'N' TO WS-ACT-PURGE-SWITCH (WS-ACCOUNT-MATCH-SUB)
011400         MOVE 'N' TO WS-ACT-REFERRAL-SWITCH (WS-ACCOUNT-MATCH-SUB)
011410     END-IF.
011420
011430     EVALUATE WS-EVT-SOURCE
011440         WHEN "MNA"
011450             MOVE 'Y'
011460                 TO WS-ACT-RATE-SWITCH (WS-ACCOUNT-MATCH-SUB)
011470         WHEN "ANA"
011480             MOVE 'Y'
011490                 TO WS-ACT-MAINT-SWITCH (WS-ACCOUNT-MATCH-SUB)
011500         WHEN "RPR"
011510             MOVE 'Y'
011520                 TO WS-ACT-REPAIR-SWITCH (WS-ACCOUNT-MATCH-SUB)
011530         WHEN "PPR"
011540             MOVE 'Y'
011550                 TO WS-ACT-PURGE-SWITCH (WS-ACCOUNT-MATCH-SUB)
011560         WHEN "RFD"
011570             MOVE 'Y'
011580                 TO WS-ACT-REFERRAL-SWITCH (WS-ACCOUNT-MATCH-SUB)
011590     END-EVALUATE.
011600 3400-RECORD-ACCOUNT-ACTIVITY-EXIT.
011610     EXIT.
011620
011630******************************************************************
011640* 3410-TEST-ACCOUNT-ENTRY - TESTS ONE ACCOUNT TABLE ENTRY AGAINST*
011650*                           THE CURRENT EVENT'S ACCOUNT.         *
011660******************************************************************
011670 3410-TEST-ACCOUNT-ENTRY.
011680     IF WS-ACT-ACCOUNT-NUMBER (WS-ACCOUNT-SUB)
011690             = WS-EVT-ACCOUNT-NUMBER
011700         MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-MATCH-SUB
011710         SET ACCOUNT-ENTRY-FOUND TO TRUE
011720     END-IF.
011730 3410-TEST-ACCOUNT-ENTRY-EXIT.
011740     EXIT.
011750
011760******************************************************************
011770* 4000-END-USER-DATE - CLOSES ONE USER'S DAY. MORE EVENTS THAN   *
011780*                      THE DAILY LIMIT IS A HIGH-COUNT FINDING,  *
011790*                      PRINTED UNDER THE DAY'S LAST EVENT.       *
011800******************************************************************
011810 4000-END-USER-DATE.
011820     IF WS-DAY-EVENT-COUNT > WS-HIGH-COUNT-LIMIT
011830         ADD 1 TO WS-HIGH-COUNT-DAYS
011840         ADD 1 TO WS-USER-HIC-COUNT
011850         MOVE WS-DAY-EVENT-COUNT  TO WS-HCT-COUNT
011860         MOVE WS-PREV-DATE        TO WS-HCT-DATE
011870         MOVE WS-HIGH-COUNT-LIMIT TO WS-HCT-LIMIT
011880         MOVE WS-HIGH-COUNT-TEXT  TO WS-FDL-TEXT
011890         PERFORM 6000-WRITE-FINDING-LINE
011900             THRU 6000-WRITE-FINDING-LINE-EXIT
011910         MOVE SPACES              TO WS-EXTRACT-DETAIL
011920         MOVE WS-PREV-USER-ID     TO WS-EXD-USER-ID
011930         MOVE WS-PREV-DATE        TO WS-EXD-EVENT-DATE
011940         MOVE ZEROS               TO WS-EXD-EVENT-TIME
011950         MOVE "HIC"               TO WS-EXD-FINDING-CODE
011960         MOVE WS-DAY-EVENT-COUNT  TO WS-EXD-FINDING-COUNT
011970         PERFORM 6100-WRITE-FINDING-EXTRACT
011980             THRU 6100-WRITE-FINDING-EXTRACT-EXIT
011990     END-IF.
012000
012010     MOVE ZERO TO WS-DAY-EVENT-COUNT.
012020 4000-END-USER-DATE-EXIT.
012030     EXIT.
012040
012050******************************************************************
012060* 5000-END-USER - CLOSES ONE USER: THEIR LAST DAY'S COUNT, THE   *
012070*                 SEGREGATION-OF-DUTIES CHECK ACROSS EVERY       *
012080*                 ACCOUNT THEY TOUCHED IN THE PERIOD, AND THEIR  *
012090*                 TOTALS LINE. THEN CLEARS THE ACCOUNT TABLE AND *
012100*                 USER COUNTS FOR THE NEXT USER.                 *
012110******************************************************************
012120 5000-END-USER.
012130     PERFORM 4000-END-USER-DATE
012140         THRU 4000-END-USER-DATE-EXIT.
012150
012160     PERFORM 5100-CHECK-ACCOUNT-DUTIES
012170         THRU 5100-CHECK-ACCOUNT-DUTIES-EXIT
012180         VARYING WS-ACCOUNT-SUB FROM 1 BY 1
012190         UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-ENTRY-COUNT.
012200
012210     MOVE WS-PREV-USER-ID     TO WS-UTL-USER-ID.
012220     MOVE WS-USER-EVENT-COUNT TO WS-UTL-EVENTS.
012230     MOVE WS-USER-OOH-COUNT   TO WS-UTL-OOH.
012240     MOVE WS-USER-HIC-COUNT   TO WS-UTL-HIC.
012250     MOVE WS-USER-SOD-COUNT   TO WS-UTL-SOD.
012260
012270     MOVE '0'                TO SRR-CARRIAGE-CONTROL.
012280     MOVE WS-USER-TOTAL-LINE TO SRR-LINE-IMAGE.
012290     WRITE REVIEW-REPORT-RECORD.
012300     ADD 1 TO WS-LINE-COUNT.
012310
012320     MOVE SPACES TO SRR-LINE-IMAGE.
012330     MOVE ' '    TO SRR-CARRIAGE-CONTROL.
012340     WRITE REVIEW-REPORT-RECORD.
012350     ADD 1 TO WS-LINE-COUNT.
012360
012370     MOVE ZERO TO WS-ACCOUNT-ENTRY-COUNT.
012380     MOVE ZERO TO WS-USER-EVENT-COUNT.
012390     MOVE ZERO TO WS-USER-OOH-COUNT.
012400     MOVE ZERO TO WS-USER-HIC-COUNT.
012410     MOVE ZERO TO WS-USER-SOD-COUNT.
012420 5000-END-USER-EXIT.
012430     EXIT.
012440
012450******************************************************************
012460* 5100-CHECK-ACCOUNT-DUTIES - TESTS ONE ACCOUNT THE USER TOUCHED *
012470*                             FOR CONFLICTING DUTIES: CHANGING   *
012480*                             ITS RATE AND ALSO RELEASING (OR    *
012490*                             PURGING) ITS SUSPENSE ITEM,        *
012500*                             CHANGING ITS RATE AND ALSO PURGING *
012510*                             ITS GL PENDING ITEM, OR MAINTAINING*
012520*                             THE ACCOUNT AND ALSO DECIDING ITS  *
012530*                             LIMIT REFERRALS.                   *
012540******************************************************************
012550 5100-CHECK-ACCOUNT-DUTIES.
012560     MOVE SPACES                TO WS-EXTRACT-DETAIL.
012570     MOVE WS-PREV-USER-ID       TO WS-EXD-USER-ID.
012580     MOVE ZEROS                 TO WS-EXD-EVENT-DATE.
012590     MOVE ZEROS                 TO WS-EXD-EVENT-TIME.
012600     MOVE ZERO                  TO WS-EXD-FINDING-COUNT.
012610     MOVE WS-ACT-ACCOUNT-NUMBER (WS-ACCOUNT-SUB)
012620         TO WS-EXD-ACCOUNT-NUMBER.
012630
012640     IF WS-ACT-RATE-SWITCH (WS-ACCOUNT-SUB) = 'Y'
012650             AND WS-ACT-REPAIR-SWITCH (WS-ACCOUNT-SUB) = 'Y'
012660         MOVE "SRS" TO WS-EXD-FINDING-CODE
012670         MOVE "CHANGED ITS RATE AND REPAIRED ITS SUSPENSE ITEM"
012680             TO WS-SDT-CONFLICT
012690         PERFORM 5200-REPORT-SOD-CONFLICT
012700             THRU 5200-REPORT-SOD-CONFLICT-EXIT
012710     END-IF.
012720
012730     IF WS-ACT-RATE-SWITCH (WS-ACCOUNT-SUB) = 'Y'
012740             AND WS-ACT-PURGE-SWITCH (WS-ACCOUNT-SUB) = 'Y'
012750         MOVE "SRP" TO WS-EXD-FINDING-CODE
012760         MOVE "CHANGED ITS RATE AND PURGED ITS GL PENDING ITEM"
012770             TO WS-SDT-CONFLICT
012780         PERFORM 5200-REPORT-SOD-CONFLICT
012790             THRU 5200-REPORT-SOD-CONFLICT-EXIT
012800     END-IF.
012810
012820     IF WS-ACT-MAINT-SWITCH (WS-ACCOUNT-SUB) = 'Y'
012830             AND WS-ACT-REFERRAL-SWITCH (WS-ACCOUNT-SUB) = 'Y'
012840         MOVE "SAR" TO WS-EXD-FINDING-CODE
012850         MOVE "MAINTAINED THE ACCOUNT AND DECIDED ITS REFERRAL"
012860             TO WS-SDT-CONFLICT
012870         PERFORM 5200-REPORT-SOD-CONFLICT
012880             THRU 5200-REPORT-SOD-CONFLICT-EXIT
012890     END-IF.
012900 5100-CHECK-ACCOUNT-DUTIES-EXIT.
012910     EXIT.
012920
012930******************************************************************
012940* 5200-REPORT-SOD-CONFLICT - PRINTS AND EXTRACTS ONE             *
012950*                            SEGREGATION-OF-DUTIES FINDING. THE  *
012960*                            CALLER SETS THE CONFLICT TEXT AND   *
012970*                            THE EXTRACT DETAIL (FINDING CODE AND*
012980*                            ACCOUNT).                           *
012990******************************************************************
013000 5200-REPORT-SOD-CONFLICT.
013010     ADD 1 TO WS-SOD-CONFLICT-COUNT.
013020     ADD 1 TO WS-USER-SOD-COUNT.
013030
013040     MOVE WS-EXD-ACCOUNT-NUMBER TO WS-SDT-ACCOUNT.
013050     MOVE WS-SOD-TEXT           TO WS-FDL-TEXT.
013060     PERFORM 6000-WRITE-FINDING-LINE
013070         THRU 6000-WRITE-FINDING-LINE-EXIT.
013080
013090     PERFORM 6100-WRITE-FINDING-EXTRACT
013100         THRU 6100-WRITE-FINDING-EXTRACT-EXIT.
013110 5200-REPORT-SOD-CONFLICT-EXIT.
013120     EXIT.
013130
013140******************************************************************
013150* 6000-WRITE-FINDING-LINE - PRINTS ONE FINDING LINE AS THE CALLER*
013160*                           BUILT IT.                            *
013170******************************************************************
013180 6000-WRITE-FINDING-LINE.
013190     MOVE ' '             TO SRR-CARRIAGE-CONTROL.
013200     MOVE WS-FINDING-LINE TO SRR-LINE-IMAGE.
013210     WRITE REVIEW-REPORT-RECORD.
013220     ADD 1 TO WS-LINE-COUNT.
013230 6000-WRITE-FINDING-LINE-EXIT.
013240     EXIT.
013250
013260******************************************************************
013270* 6100-WRITE-FINDING-EXTRACT - WRITES ONE TYPE-F EXTRACT RECORD  *
013280*                              FROM THE EXTRACT DETAIL AS THE    *
013290*                              CALLER LEFT IT, AND COUNTS THE    *
013300*                              FINDING.                          *
013310******************************************************************
013320 6100-WRITE-FINDING-EXTRACT.
013330     MOVE SPACES             TO SECURITY-EXTRACT-RECORD.
013340     SET SVX-FINDING-RECORD  TO TRUE.
013350     MOVE WS-EXTRACT-DETAIL  TO SVX-DETAIL-DATA.
013360
013370     WRITE SECURITY-EXTRACT-RECORD.
013380     ADD 1 TO WS-EXTRACT-COUNT.
013390     ADD 1 TO WS-FINDING-COUNT.
013400 6100-WRITE-FINDING-EXTRACT-EXIT.
013410     EXIT.
013420
013430******************************************************************
013440* 8000-TERMINATE - WRITES THE EXTRACT TRAILER AND THE CONTROL    *
013450*                  TOTALS, CLOSES THE FILES, AND SETS THE RETURN *
013460*                  CODE - 4 WHEN THERE IS ANY FINDING, SO THE JOB*
013470*                  SHOWS AS A WARNING FOR AUDIT TO FOLLOW UP.    *
013480******************************************************************
013490 8000-TERMINATE.
013500     MOVE SPACES               TO SECURITY-EXTRACT-RECORD.
013510     SET SVX-TRAILER-RECORD    TO TRUE.
013520     MOVE WS-RUN-DATE-YYYYMMDD TO SVX-RUN-DATE.
013530     MOVE WS-FROM-DATE         TO SVX-PERIOD-FROM-DATE.
013540     MOVE WS-TO-DATE           TO SVX-PERIOD-TO-DATE.
013550     MOVE WS-EVENT-COUNT       TO SVX-EVENT-TOTAL.
013560     MOVE WS-FINDING-COUNT     TO SVX-FINDING-TOTAL.
013570
013580     WRITE SECURITY-EXTRACT-RECORD.
013590     ADD 1 TO WS-EXTRACT-COUNT.
013600
013610     MOVE '1'                 TO SRR-CARRIAGE-CONTROL.
013620     MOVE WS-CTL-HEADING-LINE TO SRR-LINE-IMAGE.
013630     WRITE REVIEW-REPORT-RECORD.
013640
013650     MOVE "RATE MAINT RECORDS READ :" TO WS-CTL-COUNT-TEXT.
013660     MOVE WS-RATE-READ-COUNT          TO WS-CTL-COUNT-VALUE.
013670     PERFORM 8100-WRITE-COUNT-LINE
013680         THRU 8100-WRITE-COUNT-LINE-EXIT.
013690
013700     MOVE "ACCT MAINT RECORDS READ :" TO WS-CTL-COUNT-TEXT.
013710     MOVE WS-ACCOUNT-READ-COUNT       TO WS-CTL-COUNT-VALUE.
013720     PERFORM 8100-WRITE-COUNT-LINE
013730         THRU 8100-WRITE-COUNT-LINE-EXIT.
013740
013750     MOVE "APPROVAL RECORDS READ   :" TO WS-CTL-COUNT-TEXT.
013760     MOVE WS-APPROVER-READ-COUNT      TO WS-CTL-COUNT-VALUE.
013770     PERFORM 8100-WRITE-COUNT-LINE
013780         THRU 8100-WRITE-COUNT-LINE-EXIT.
013790
013800     MOVE "INTERVENTIONS READ      :" TO WS-CTL-COUNT-TEXT.
013810     MOVE WS-INTERVENTION-READ-COUNT  TO WS-CTL-COUNT-VALUE.
013820     PERFORM 8100-WRITE-COUNT-LINE
013830         THRU 8100-WRITE-COUNT-LINE-EXIT.
013840
013850     MOVE "EVENTS IN PERIOD        :" TO WS-CTL-COUNT-TEXT.
013860     MOVE WS-EVENT-COUNT              TO WS-CTL-COUNT-VALUE.
013870     PERFORM 8100-WRITE-COUNT-LINE
013880         THRU 8100-WRITE-COUNT-LINE-EXIT.
013890
013900     MOVE "USERS REVIEWED          :" TO WS-CTL-COUNT-TEXT.
013910     MOVE WS-USER-COUNT               TO WS-CTL-COUNT-VALUE.
013920     PERFORM 8100-WRITE-COUNT-LINE
013930         THRU 8100-WRITE-COUNT-LINE-EXIT.
013940
013950     MOVE "OUT-OF-HOURS CHANGES    :" TO WS-CTL-COUNT-TEXT.
013960     MOVE WS-OUT-OF-HOURS-COUNT       TO WS-CTL-COUNT-VALUE.
013970     PERFORM 8100-WRITE-COUNT-LINE
013980         THRU 8100-WRITE-COUNT-LINE-EXIT.
013990
014000     MOVE "HIGH-COUNT USER DAYS    :" TO WS-CTL-COUNT-TEXT.
014010     MOVE WS-HIGH-COUNT-DAYS          TO WS-CTL-COUNT-VALUE.
014020     PERFORM 8100-WRITE-COUNT-LINE
014030         THRU 8100-WRITE-COUNT-LINE-EXIT.
014040
014050     MOVE "DUTIES CONFLICTS        :" TO WS-CTL-COUNT-TEXT.
014060     MOVE WS-SOD-CONFLICT-COUNT       TO WS-CTL-COUNT-VALUE.
014070     PERFORM 8100-WRITE-COUNT-LINE
014080         THRU 8100-WRITE-COUNT-LINE-EXIT.
014090
014100     MOVE "TOTAL FINDINGS          :" TO WS-CTL-COUNT-TEXT.
014110     MOVE WS-FINDING-COUNT            TO WS-CTL-COUNT-VALUE.
014120     PERFORM 8100-WRITE-COUNT-LINE
014130         THRU 8100-WRITE-COUNT-LINE-EXIT.
014140
014150     MOVE "EXTRACT RECORDS WRITTEN :" TO WS-CTL-COUNT-TEXT.
014160     MOVE WS-EXTRACT-COUNT            TO WS-CTL-COUNT-VALUE.
014170     PERFORM 8100-WRITE-COUNT-LINE
014180         THRU 8100-WRITE-COUNT-LINE-EXIT.
014190
014200     CLOSE RATE-AUDIT-FILE.
014210     CLOSE ACCOUNT-AUDIT-FILE.
014220     CLOSE APPROVER-AUDIT-FILE.
014230     CLOSE INTERVENTION-LOG-FILE.
014240     CLOSE REVIEW-REPORT-FILE.
014250     CLOSE REVIEW-EXTRACT-FILE.
014260
014270     IF WS-FINDING-COUNT > ZERO
014280         MOVE 4 TO RETURN-CODE
014290     ELSE
014300         MOVE ZERO TO RETURN-CODE
014310     END-IF.
014320 8000-TERMINATE-EXIT.
014330     EXIT.
014340
014350******************************************************************
014360* 8100-WRITE-COUNT-LINE - WRITES ONE CONTROL-TOTAL COUNT LINE.   *
014370*                         THE CALLER SETS THE TEXT AND VALUE.    *
014380******************************************************************
014390 8100-WRITE-COUNT-LINE.
014400     MOVE ' '               TO SRR-CARRIAGE-CONTROL.
014410     MOVE WS-CTL-COUNT-LINE TO SRR-LINE-IMAGE.
014420     WRITE REVIEW-REPORT-RECORD.
014430 8100-WRITE-COUNT-LINE-EXIT.
014440     EXIT.
014450
014460******************************************************************
014470* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.               *
014480******************************************************************
014490 9999-EXIT.
014500     STOP RUN.
