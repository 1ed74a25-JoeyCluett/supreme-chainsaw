000100*                REASON CODE.  EVERY TRANSACTION APPLIED IS       *
000110*                PRINTED ON A BEFORE/AFTER MAINTENANCE REPORT     *
000120*                AND LOGGED TO A CUMULATIVE MAINTENANCE AUDIT     *
000124*                TRAIL, THE SAME WAY MULTMNT MAINTAINS THE RATE   *
000128*                MASTER.  CHANGES APPLIED ONLINE BY MULTAMO SINCE *
000132*                THE LAST RUN ARE CARRIED INTO THE SAME AUDIT     *
000136*                TRAIL, AND ONLINE CHANGES STILL WAITING FOR      *
000140*                APPROVAL ARE LISTED.                             *
000150******************************************************************
000160* MAINTENANCE HISTORY
000170*   DATE        INIT  DESCRIPTION
000220*                     FAT-FINGERED ACCOUNT NO LONGER REACHES THE
000230*                     AUDIT TRAIL AND GL EXTRACT UNDER A NUMBER
000240*                     THAT DOES NOT EXIST.
000241*   2026-10-15  JAC   EACH ACCOUNT NOW CARRIES A DAILY CUMULATIVE
000242*                     RESULT LIMIT AND A PER-ITEM RESULT LIMIT,
000243*                     MAINTAINED HERE ON ADD AND CHANGE (A BLANK
000244*                     LIMIT KEEPS THE MASTER'S VALUE ON A CHANGE
000245*                     AND MEANS NO LIMIT ON AN ADD; A NON-NUMERIC
000246*                     ONE REJECTS WITH NEW REASON 07).  BOTH ARE
000247*                     PRINTED ON THE REPORT AND LOGGED TO MULTANA.
000248*                     THE CALC STEP REFERS ANY CALCULATION OVER
000249*                     EITHER LIMIT FOR APPROVAL (SEE MULTRFR).
000250*   2026-10-15  JAC   ACCOUNT CHANGES CAN NOW ALSO BE KEYED ONLINE
000251*                     (MULTAMO, TRANSACTION AMT1) AND APPLIED WHEN
000252*                     A SECOND USER APPROVES THEM.  EACH RUN NOW
000253*                     CARRIES THE ONLINE AUDIT RECORDS (MULTANAO)
000254*                     INTO THE CUMULATIVE AUDIT TRAIL AHEAD OF ITS
000255*                     OWN AND EMPTIES THE ONLINE FILE, SO MULTANA
000256*                     STAYS THE ONE COMPLETE TRAIL, AND LISTS
000257*                     EVERY ONLINE CHANGE STILL WAITING FOR
000258*                     APPROVAL (MULTAPND).  AUDIT RECORDS NOW
000259*                     CARRY THE APPROVING USER (SPACES ON A BATCH
000260*                     CHANGE).
000261*   2026-10-15  JAC   EACH ACCOUNT NOW CARRIES THE CURRENCY ITS
000262*                     ACTIVITY IS STATED IN, SET ON ADD AND
000263*                     CHANGE FROM THE NEW TRANSACTION FIELD (A
000264*                     BLANK KEEPS THE MASTER'S VALUE ON A CHANGE
000265*                     AND MEANS BASE CURRENCY ON AN ADD; ONE THAT
000266*                     IS NOT THREE LETTERS REJECTS WITH NEW
000267*                     REASON 08).  IT IS PRINTED ON THE REPORT
000268*                     AND LOGGED TO MULTANA.
000269******************************************************************
000270 IDENTIFICATION DIVISION.
000271 PROGRAM-ID.     MULTAMN.
000280 AUTHOR.         JOEY CLUETT.
000290 INSTALLATION.   ACCOUNTING SYSTEMS.
000300 DATE-WRITTEN.   09/02/2026.
000480     SELECT ACCOUNT-MASTER-FILE  ASSIGN TO MULTACM
000490         ORGANIZATION IS INDEXED
000500         ACCESS MODE IS RANDOM
000501         RECORD KEY IS ACM-ACCOUNT-NUMBER
000502         FILE STATUS IS WS-MASTER-FILE-STATUS.
000503
000504     SELECT ONLINE-AUDIT-FILE    ASSIGN TO MULTANAO
000505         ORGANIZATION IS INDEXED
000506         ACCESS MODE IS SEQUENTIAL
000507         RECORD KEY IS ANO-SEQUENCE-NUMBER
000508         FILE STATUS IS WS-ONLINE-AUDIT-STATUS.
000509
000510     SELECT PENDING-CHANGE-FILE  ASSIGN TO MULTAPND
000511         ORGANIZATION IS INDEXED
000512         ACCESS MODE IS SEQUENTIAL
000513         RECORD KEY IS APC-CHANGE-NUMBER
000514         FILE STATUS IS WS-PENDING-FILE-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000850     RECORDING MODE IS F
000860     LABEL RECORDS ARE STANDARD
000870     BLOCK CONTAINS 0 RECORDS.
000871     COPY MULTACM.
000872
000873 FD  ONLINE-AUDIT-FILE
000874     RECORDING MODE IS F
000875     LABEL RECORDS ARE STANDARD
000876     BLOCK CONTAINS 0 RECORDS.
000877     COPY MULTANA REPLACING
000878         ==ACCT-MAINT-AUDIT-RECORD== BY ==ONLINE-AUDIT-RECORD==
000879         ==ANA-RUN-DATE== BY ==ANO-RUN-DATE==
000880         ==ANA-RUN-TIME== BY ==ANO-RUN-TIME==
000881         ==ANA-SEQUENCE-NUMBER== BY ==ANO-SEQUENCE-NUMBER==
000882         ==ANA-USER-ID== BY ==ANO-USER-ID==
000883         ==ANA-ACTION-CODE== BY ==ANO-ACTION-CODE==
000884         ==ANA-ACCOUNT-NUMBER== BY ==ANO-ACCOUNT-NUMBER==
000885         ==ANA-OLD-STATUS== BY ==ANO-OLD-STATUS==
000886         ==ANA-NEW-STATUS== BY ==ANO-NEW-STATUS==
000887         ==ANA-NEW-DAILY-LIMIT== BY ==ANO-NEW-DAILY-LIMIT==
000888         ==ANA-NEW-ITEM-LIMIT== BY ==ANO-NEW-ITEM-LIMIT==
000889         ==ANA-APPROVER-USER-ID== BY ==ANO-APPROVER-USER-ID==
000890         ==ANA-NEW-CURRENCY-CODE== BY ==ANO-NEW-CURRENCY-CODE==.
000891
000892 FD  PENDING-CHANGE-FILE
000893     RECORDING MODE IS F
000894     LABEL RECORDS ARE STANDARD
000895     BLOCK CONTAINS 0 RECORDS.
000896     COPY MULTAPC.
000897
000898 WORKING-STORAGE SECTION.
000899 77  WS-MASTER-FILE-STATUS       PIC X(02).
000900 77  WS-ONLINE-AUDIT-STATUS      PIC X(02).
000901 77  WS-PENDING-FILE-STATUS      PIC X(02).
000920 77  WS-EOF-SWITCH               PIC X(01)      VALUE 'N'.
000922     88  END-OF-TRANSACTION-FILE                VALUE 'Y'.
000924
000926 77  WS-ONLINE-EOF-SWITCH        PIC X(01)      VALUE 'N'.
000928     88  END-OF-ONLINE-AUDIT-FILE               VALUE 'Y'.
000930
000932 77  WS-PENDING-EOF-SWITCH       PIC X(01)      VALUE 'N'.
000934     88  END-OF-PENDING-FILE                    VALUE 'Y'.
000940
000950 77  WS-VALID-SWITCH             PIC X(01)      VALUE 'Y'.
000960     88  VALID-TRANSACTION                      VALUE 'Y'.
001020
001030 77  WS-OLD-STATUS               PIC X(01)      VALUE SPACE.
001040 77  WS-NEW-STATUS               PIC X(01)      VALUE SPACE.
001043 77  WS-NEW-DAILY-LIMIT          PIC 9(09)V99   VALUE ZEROS.
001046 77  WS-NEW-ITEM-LIMIT           PIC 9(09)V99   VALUE ZEROS.
001047 77  WS-NEW-CURRENCY-CODE        PIC X(03)      VALUE SPACES.
001050
001060 77  WS-RUN-DATE-YYYYMMDD        PIC 9(08)      VALUE ZEROS.
001070 77  WS-RUN-TIME-HHMMSS          PIC 9(08)      VALUE ZEROS.
001120 77  WS-ADD-COUNT                PIC 9(07) COMP VALUE ZERO.
001130 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
001140 77  WS-DELETE-COUNT             PIC 9(07) COMP VALUE ZERO.
001144 77  WS-AUDIT-SEQUENCE-NUMBER    PIC 9(07) COMP VALUE ZERO.
001148 77  WS-ONLINE-AUDIT-COUNT       PIC 9(07) COMP VALUE ZERO.
001152 77  WS-PENDING-COUNT            PIC 9(07) COMP VALUE ZERO.
001160
001170 01  WS-HEADING-LINE.
001180     05  FILLER                  PIC X(24) VALUE
001300     05  FILLER                  PIC X(05) VALUE "NEW".
001310     05  FILLER                  PIC X(32) VALUE "ACCOUNT NAME".
001320     05  FILLER                  PIC X(08) VALUE "USER".
001323     05  FILLER                  PIC X(16) VALUE
001326         "     DAILY LIMIT".
001329     05  FILLER                  PIC X(16) VALUE
001332         "      ITEM LIMIT".
001334     05  FILLER                  PIC X(05) VALUE "  CCY".
001336     05  FILLER                  PIC X(20) VALUE SPACES.
001340
001350 01  WS-DETAIL-LINE.
001360     05  FILLER                  PIC X(05) VALUE SPACES.
001450     05  WS-DTL-ACCOUNT-NAME     PIC X(30).
001460     05  FILLER                  PIC X(02) VALUE SPACES.
001470     05  WS-DTL-USER-ID          PIC X(08).
001473     05  FILLER                  PIC X(02) VALUE SPACES.
001476     05  WS-DTL-DAILY-LIMIT      PIC ZZZ,ZZZ,ZZ9.99.
001479     05  FILLER                  PIC X(02) VALUE SPACES.
001482     05  WS-DTL-ITEM-LIMIT       PIC ZZZ,ZZZ,ZZ9.99.
001483     05  FILLER                  PIC X(02) VALUE SPACES.
001484     05  WS-DTL-CURRENCY-CODE    PIC X(03).
001485     05  FILLER                  PIC X(20) VALUE SPACES.
001490
001491 01  WS-PND-HEADING-LINE.
001492     05  FILLER                  PIC X(05) VALUE SPACES.
001493     05  FILLER                  PIC X(48) VALUE
001494         "*** ONLINE CHANGES KEYED BUT NOT YET APPROVED **".
001495     05  FILLER                  PIC X(79) VALUE SPACES.
001496
001497 01  WS-PND-COLUMN-HEADING-LINE.
001498     05  FILLER                  PIC X(05) VALUE SPACES.
001499     05  FILLER                  PIC X(09) VALUE "CHANGE".
001500     05  FILLER                  PIC X(08) VALUE "ACTION".
001501     05  FILLER                  PIC X(12) VALUE "ACCOUNT".
001502     05  FILLER                  PIC X(05) VALUE "NEW".
001503     05  FILLER                  PIC X(32) VALUE
001504         "NEW ACCOUNT NAME".
001505     05  FILLER                  PIC X(10) VALUE "KEYED BY".
001506     05  FILLER                  PIC X(10) VALUE "DATE".
001507     05  FILLER                  PIC X(08) VALUE "TIME".
001508     05  FILLER                  PIC X(33) VALUE SPACES.
001509
001510 01  WS-PND-DETAIL-LINE.
001511     05  FILLER                  PIC X(05) VALUE SPACES.
001512     05  WS-PND-CHANGE-NUMBER    PIC 9(07).
001513     05  FILLER                  PIC X(02) VALUE SPACES.
001514     05  WS-PND-ACTION-CODE      PIC X(01).
001515     05  FILLER                  PIC X(07) VALUE SPACES.
001516     05  WS-PND-ACCOUNT-NUMBER   PIC 9(09).
001517     05  FILLER                  PIC X(03) VALUE SPACES.
001518     05  WS-PND-NEW-STATUS       PIC X(01).
001519     05  FILLER                  PIC X(04) VALUE SPACES.
001520     05  WS-PND-ACCOUNT-NAME     PIC X(30).
001521     05  FILLER                  PIC X(02) VALUE SPACES.
001522     05  WS-PND-MAKER-USER-ID    PIC X(08).
001523     05  FILLER                  PIC X(02) VALUE SPACES.
001524     05  WS-PND-ENTERED-DATE     PIC 9(08).
001525     05  FILLER                  PIC X(02) VALUE SPACES.
001526     05  WS-PND-ENTERED-TIME     PIC 9(06).
001527     05  FILLER                  PIC X(35) VALUE SPACES.
001528
001529 01  WS-PND-NONE-LINE.
001530     05  FILLER                  PIC X(05) VALUE SPACES.
001531     05  FILLER                  PIC X(30) VALUE
001532         "NO ONLINE CHANGES PENDING".
001533     05  FILLER                  PIC X(97) VALUE SPACES.
001534
001535 01  WS-CTL-HEADING-LINE.
001536     05  FILLER                  PIC X(05) VALUE SPACES.
001537     05  FILLER                  PIC X(21) VALUE
001538         "*** CONTROL TOTALS **".
001540     05  FILLER                  PIC X(106) VALUE SPACES.
001550
001560 01  WS-CTL-COUNT-LINE.
001680         THRU 1000-INITIALIZE-EXIT.
001690
001700     PERFORM 2000-PROCESS-TRANSACTIONS
001704         THRU 2000-PROCESS-TRANSACTIONS-EXIT
001708         UNTIL END-OF-TRANSACTION-FILE.
001712
001716     PERFORM 7000-REPORT-PENDING-CHANGES
001720         THRU 7000-REPORT-PENDING-CHANGES-EXIT.
001730
001740     PERFORM 8000-TERMINATE
001750         THRU 8000-TERMINATE-EXIT.
001770     GO TO 9999-EXIT.
001780
001790******************************************************************
001798* 1000-INITIALIZE - OPENS THE FILES, WRITES THE REPORT HEADING,   *
001806*                   CARRIES THE ONLINE AUDIT RECORDS INTO THE     *
001814*                   AUDIT TRAIL, AND PRIMES THE TRANSACTION READ  *
001822*                   LOOP.  THE MAINTENANCE AUDIT TRAIL IS OPENED  *
001830*                   EXTEND SO IT ACCUMULATES ACROSS RUNS.         *
001840******************************************************************
001850 1000-INITIALIZE.
001860     OPEN INPUT  MAINT-TRANSACTION-FILE.
002090     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002100     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
002110
002111     PERFORM 2500-WRITE-REPORT-HEADING
002112         THRU 2500-WRITE-REPORT-HEADING-EXIT.
002113
002114     PERFORM 1100-CARRY-ONLINE-AUDIT
002115         THRU 1100-CARRY-ONLINE-AUDIT-EXIT.
002116
002117     PERFORM 2100-READ-TRANSACTION
002118         THRU 2100-READ-TRANSACTION-EXIT.
002119 1000-INITIALIZE-EXIT.
002120     EXIT.
002121
002122******************************************************************
002123* 1100-CARRY-ONLINE-AUDIT - COPIES EVERY AUDIT RECORD MULTAMO HAS  *
002124*                           WRITTEN FOR A CHANGE APPROVED ONLINE  *
002125*                           SINCE THE LAST RUN INTO THE           *
002126*                           CUMULATIVE AUDIT TRAIL, AHEAD OF THIS *
002127*                           RUN'S OWN, THEN EMPTIES THE ONLINE    *
002128*                           FILE (A REUSE CLUSTER - OPEN OUTPUT   *
002129*                           RESETS IT) SO NOTHING IS CARRIED      *
002130*                           TWICE.  A CLUSTER NEVER WRITTEN TO    *
002131*                           OPENS WITH FILE STATUS 35 AND HAS     *
002132*                           NOTHING TO CARRY.                     *
002133******************************************************************
002134 1100-CARRY-ONLINE-AUDIT.
002135     OPEN INPUT ONLINE-AUDIT-FILE.
002136
002137     IF WS-ONLINE-AUDIT-STATUS = "35"
002138         GO TO 1100-CARRY-ONLINE-AUDIT-EXIT
002139     END-IF.
002140
002141     IF WS-ONLINE-AUDIT-STATUS NOT = "00"
002142         DISPLAY "MULTANAO OPEN FAILED - FILE STATUS "
002143             WS-ONLINE-AUDIT-STATUS
002144         MOVE 16 TO RETURN-CODE
002145         STOP RUN
002146     END-IF.
002147
002148     PERFORM 1150-CARRY-ONE-ONLINE-AUDIT
002149         THRU 1150-CARRY-ONE-ONLINE-AUDIT-EXIT
002150         UNTIL END-OF-ONLINE-AUDIT-FILE.
002151
002152     CLOSE ONLINE-AUDIT-FILE.
002153
002154     IF WS-ONLINE-AUDIT-COUNT > ZERO
002155         OPEN OUTPUT ONLINE-AUDIT-FILE
002156         CLOSE ONLINE-AUDIT-FILE
002157     END-IF.
002158 1100-CARRY-ONLINE-AUDIT-EXIT.
002159     EXIT.
002160
002161******************************************************************
002162* 1150-CARRY-ONE-ONLINE-AUDIT - READS THE NEXT ONLINE AUDIT RECORD *
002163*                               AND APPENDS IT, UNCHANGED, TO THE *
002164*                               AUDIT TRAIL.                      *
002165******************************************************************
002166 1150-CARRY-ONE-ONLINE-AUDIT.
002167     READ ONLINE-AUDIT-FILE
002168         AT END
002169             MOVE 'Y' TO WS-ONLINE-EOF-SWITCH
002170             GO TO 1150-CARRY-ONE-ONLINE-AUDIT-EXIT
002171     END-READ.
002172
002173     MOVE ONLINE-AUDIT-RECORD TO ACCT-MAINT-AUDIT-RECORD.
002174     WRITE ACCT-MAINT-AUDIT-RECORD.
002175     ADD 1 TO WS-ONLINE-AUDIT-COUNT.
002176 1150-CARRY-ONE-ONLINE-AUDIT-EXIT.
002177     EXIT.
002190
002200******************************************************************
002210* 2000-PROCESS-TRANSACTIONS - VALIDATES ONE TRANSACTION, APPLIES  *
002680*                             REASON CODE/TEXT.  A CHANGE MAY     *
002690*                             LEAVE THE NAME OR STATUS BLANK TO   *
002700*                             KEEP THE VALUE ON THE MASTER; AN    *
002710*                             ADD MUST SUPPLY BOTH.  A DAILY OR   *
002713*                             ITEM LIMIT, IF GIVEN, MUST BE       *
002715*                             NUMERIC, AND A CURRENCY, IF GIVEN,  *
002717*                             THREE LETTERS.                      *
002720******************************************************************
002730 2200-VALIDATE-TRANSACTION.
002740     SET VALID-TRANSACTION TO TRUE.
003060         MOVE 04                     TO ARJ-REASON-CODE
003070         MOVE "ACCOUNT NAME MISSING"  TO ARJ-REASON-TEXT
003080         SET INVALID-TRANSACTION TO TRUE
003081     ELSE
003082     IF ATX-DAILY-LIMIT-X NOT = SPACES
003083             AND ATX-DAILY-LIMIT NOT NUMERIC
003084         MOVE 07                     TO ARJ-REASON-CODE
003085         MOVE "LIMIT NOT NUMERIC"     TO ARJ-REASON-TEXT
003086         SET INVALID-TRANSACTION TO TRUE
003087     ELSE
003088     IF ATX-ITEM-LIMIT-X NOT = SPACES
003089             AND ATX-ITEM-LIMIT NOT NUMERIC
003090         MOVE 07                     TO ARJ-REASON-CODE
003091         MOVE "LIMIT NOT NUMERIC"     TO ARJ-REASON-TEXT
003092         SET INVALID-TRANSACTION TO TRUE
003093     ELSE
003094     IF ATX-CURRENCY-CODE NOT = SPACES
003095             AND ATX-CURRENCY-CODE NOT = LOW-VALUES
003096             AND (ATX-CURRENCY-CODE NOT ALPHABETIC-UPPER
003097                  OR ATX-CURRENCY-CODE(1:1) = SPACE
003098                  OR ATX-CURRENCY-CODE(2:1) = SPACE
003099                  OR ATX-CURRENCY-CODE(3:1) = SPACE)
003100         MOVE 08                     TO ARJ-REASON-CODE
003101         MOVE "INVALID CURRENCY CODE" TO ARJ-REASON-TEXT
003102         SET INVALID-TRANSACTION TO TRUE
003103     END-IF END-IF END-IF END-IF END-IF END-IF END-IF END-IF.
003104 2200-VALIDATE-TRANSACTION-EXIT.
003110     EXIT.
003120
003130******************************************************************
003370* 2600-WRITE-DETAIL-LINE - PRINTS ONE APPLIED TRANSACTION WITH    *
003380*                          THE STATUS BEFORE AND AFTER THE        *
003390*                          CHANGE AND THE NAME NOW ON THE         *
003400*                          MASTER, WITH ITS LIMITS AND CURRENCY.  *
003410******************************************************************
003420 2600-WRITE-DETAIL-LINE.
003430     MOVE ATX-ACTION-CODE     TO WS-DTL-ACTION-CODE.
003460     MOVE WS-NEW-STATUS       TO WS-DTL-NEW-STATUS.
003470     MOVE ACM-ACCOUNT-NAME    TO WS-DTL-ACCOUNT-NAME.
003480     MOVE ATX-USER-ID         TO WS-DTL-USER-ID.
003483     MOVE WS-NEW-DAILY-LIMIT  TO WS-DTL-DAILY-LIMIT.
003486     MOVE WS-NEW-ITEM-LIMIT   TO WS-DTL-ITEM-LIMIT.
003487     MOVE WS-NEW-CURRENCY-CODE TO WS-DTL-CURRENCY-CODE.
003490
003500     MOVE ' '             TO AMR-CARRIAGE-CONTROL.
003510     MOVE WS-DETAIL-LINE  TO AMR-LINE-IMAGE.
003550     EXIT.
003560
003570******************************************************************
003577* 2650-WRITE-AUDIT-RECORD - LOGS ONE APPLIED TRANSACTION TO THE   *
003584*                           CUMULATIVE MAINTENANCE AUDIT TRAIL    *
003591*                           WITH THE OLD AND NEW STATUS AND THE   *
003598*                           SUBMITTING USER, AND THE LIMITS      *
003605*                           AND CURRENCY NOW ON THE MASTER.  A    *
003612*                           BATCH CHANGE HAS NO SEPARATE APPROVER.*
003620******************************************************************
003626 2650-WRITE-AUDIT-RECORD.
003632     ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
003638     ADD 1 TO WS-TRANS-APPLIED-COUNT.
003644
003650     MOVE SPACES                   TO ACCT-MAINT-AUDIT-RECORD.
003660
003670     MOVE WS-RUN-DATE-YYYYMMDD     TO ANA-RUN-DATE.
003680     MOVE WS-RUN-TIME-HHMMSS       TO ANA-RUN-TIME.
003720     MOVE ATX-ACCOUNT-NUMBER       TO ANA-ACCOUNT-NUMBER.
003730     MOVE WS-OLD-STATUS            TO ANA-OLD-STATUS.
003740     MOVE WS-NEW-STATUS            TO ANA-NEW-STATUS.
003743     MOVE WS-NEW-DAILY-LIMIT       TO ANA-NEW-DAILY-LIMIT.
003746     MOVE WS-NEW-ITEM-LIMIT        TO ANA-NEW-ITEM-LIMIT.
003747     MOVE WS-NEW-CURRENCY-CODE     TO ANA-NEW-CURRENCY-CODE.
003750
003760     WRITE ACCT-MAINT-AUDIT-RECORD.
003770 2650-WRITE-AUDIT-RECORD-EXIT.
003960******************************************************************
003970* 3000-APPLY-ADD - ADDS A NEW ACCOUNT TO THE ACCOUNT MASTER.  AN  *
003980*                  ACCOUNT ALREADY ON THE MASTER IS REJECTED.     *
003984*                  A BLANK LIMIT MEANS NO LIMIT.                  *
003990******************************************************************
004000 3000-APPLY-ADD.
004010     PERFORM 3500-READ-MASTER
004130     MOVE ATX-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
004140     MOVE ATX-ACCOUNT-NAME   TO ACM-ACCOUNT-NAME.
004150     MOVE ATX-ACCOUNT-STATUS TO ACM-ACCOUNT-STATUS.
004151     MOVE ZEROS              TO ACM-DAILY-LIMIT.
004152     MOVE ZEROS              TO ACM-ITEM-LIMIT.
004153
004154     IF ATX-DAILY-LIMIT-X NOT = SPACES
004155         MOVE ATX-DAILY-LIMIT TO ACM-DAILY-LIMIT
004156     END-IF.
004157
004158     IF ATX-ITEM-LIMIT-X NOT = SPACES
004159         MOVE ATX-ITEM-LIMIT  TO ACM-ITEM-LIMIT
004160     END-IF.
004161
004162     IF ATX-CURRENCY-CODE NOT = SPACES
004163             AND ATX-CURRENCY-CODE NOT = LOW-VALUES
004164         MOVE ATX-CURRENCY-CODE TO ACM-CURRENCY-CODE
004165     END-IF.
004166
004170     WRITE ACCOUNT-MASTER-RECORD
004180         INVALID KEY
004190             PERFORM 9000-MASTER-IO-ERROR
004220
004230     MOVE SPACE              TO WS-OLD-STATUS.
004240     MOVE ATX-ACCOUNT-STATUS TO WS-NEW-STATUS.
004243     MOVE ACM-DAILY-LIMIT    TO WS-NEW-DAILY-LIMIT.
004246     MOVE ACM-ITEM-LIMIT     TO WS-NEW-ITEM-LIMIT.
004247     MOVE ACM-CURRENCY-CODE  TO WS-NEW-CURRENCY-CODE.
004250     ADD 1 TO WS-ADD-COUNT.
004260
004270     PERFORM 2600-WRITE-DETAIL-LINE
004320     EXIT.
004330
004340******************************************************************
004350* 3100-APPLY-CHANGE - REPLACES THE NAME, STATUS, AND/OR LIMITS   *
004360*                     OF AN EXISTING ACCOUNT.  A BLANK            *
004370*                     TRANSACTION FIELD KEEPS THE VALUE ON THE    *
004380*                     MASTER.  AN ACCOUNT NOT ON THE MASTER IS    *
004382*                     REJECTED.  LIMITS STILL SPACES ON A RECORD  *
004384*                     WRITTEN BEFORE THEY EXISTED ARE SET TO ZERO *
004385*                     (NO LIMIT) ON THE WAY THROUGH, AND A        *
004386*                     CURRENCY STILL LOW-VALUES TO SPACES (BASE). *
004390******************************************************************
004400 3100-APPLY-CHANGE.
004410     PERFORM 3500-READ-MASTER
004600         MOVE ATX-ACCOUNT-STATUS TO ACM-ACCOUNT-STATUS
004610     END-IF.
004620
004621     IF ACM-DAILY-LIMIT NOT NUMERIC
004622         MOVE ZEROS TO ACM-DAILY-LIMIT
004623     END-IF.
004624
004625     IF ACM-ITEM-LIMIT NOT NUMERIC
004626         MOVE ZEROS TO ACM-ITEM-LIMIT
004627     END-IF.
004628
004629     IF ATX-DAILY-LIMIT-X NOT = SPACES
004630         MOVE ATX-DAILY-LIMIT TO ACM-DAILY-LIMIT
004631     END-IF.
004632
004633     IF ATX-ITEM-LIMIT-X NOT = SPACES
004634         MOVE ATX-ITEM-LIMIT  TO ACM-ITEM-LIMIT
004635     END-IF.
004636
004637     IF ACM-CURRENCY-CODE = LOW-VALUES
004638         MOVE SPACES TO ACM-CURRENCY-CODE
004639     END-IF.
004640
004641     IF ATX-CURRENCY-CODE NOT = SPACES
004642             AND ATX-CURRENCY-CODE NOT = LOW-VALUES
004643         MOVE ATX-CURRENCY-CODE TO ACM-CURRENCY-CODE
004644     END-IF.
004645
004646     MOVE ACM-ACCOUNT-STATUS TO WS-NEW-STATUS.
004647     MOVE ACM-DAILY-LIMIT    TO WS-NEW-DAILY-LIMIT.
004648     MOVE ACM-ITEM-LIMIT     TO WS-NEW-ITEM-LIMIT.
004649     MOVE ACM-CURRENCY-CODE  TO WS-NEW-CURRENCY-CODE.
004650
004651     REWRITE ACCOUNT-MASTER-RECORD
004660         INVALID KEY
004670             PERFORM 9000-MASTER-IO-ERROR
004680                 THRU 9000-MASTER-IO-ERROR-EXIT
004960
004970     MOVE ACM-ACCOUNT-STATUS TO WS-OLD-STATUS.
004980     MOVE SPACE              TO WS-NEW-STATUS.
004983     MOVE ZEROS              TO WS-NEW-DAILY-LIMIT.
004986     MOVE ZEROS              TO WS-NEW-ITEM-LIMIT.
004987     MOVE SPACES             TO WS-NEW-CURRENCY-CODE.
004990
005000     DELETE ACCOUNT-MASTER-FILE RECORD
005010         INVALID KEY
005290 3500-READ-MASTER-EXIT.
005300     EXIT.
005310
005311******************************************************************
005312* 7000-REPORT-PENDING-CHANGES - LISTS, ON A PAGE OF ITS OWN, EVERY *
005313*                               CHANGE KEYED ONLINE THAT IS STILL *
005314*                               WAITING FOR A SECOND USER TO      *
005315*                               APPROVE IT - NONE OF THESE HAS    *
005316*                               REACHED THE ACCOUNT MASTER.  THE  *
005317*                               CONTROL RECORD (CHANGE NUMBER     *
005318*                               ZERO) IS SKIPPED.  A CLUSTER      *
005319*                               NEVER WRITTEN TO OPENS WITH FILE  *
005320*                               STATUS 35 AND HOLDS NOTHING.      *
005321******************************************************************
005322 7000-REPORT-PENDING-CHANGES.
005323     MOVE '1'                 TO AMR-CARRIAGE-CONTROL.
005324     MOVE WS-PND-HEADING-LINE TO AMR-LINE-IMAGE.
005325     WRITE MAINT-REPORT-RECORD.
005326
005327     MOVE ' '                        TO AMR-CARRIAGE-CONTROL.
005328     MOVE WS-PND-COLUMN-HEADING-LINE TO AMR-LINE-IMAGE.
005329     WRITE MAINT-REPORT-RECORD.
005330
005331     OPEN INPUT PENDING-CHANGE-FILE.
005332
005333     IF WS-PENDING-FILE-STATUS = "35"
005334         MOVE 'Y' TO WS-PENDING-EOF-SWITCH
005335     ELSE
005336     IF WS-PENDING-FILE-STATUS NOT = "00"
005337         DISPLAY "MULTAPND OPEN FAILED - FILE STATUS "
005338             WS-PENDING-FILE-STATUS
005339         MOVE 16 TO RETURN-CODE
005340         STOP RUN
005341     END-IF END-IF.
005342
005343     PERFORM 7100-REPORT-ONE-PENDING
005344         THRU 7100-REPORT-ONE-PENDING-EXIT
005345         UNTIL END-OF-PENDING-FILE.
005346
005347     IF WS-PENDING-FILE-STATUS NOT = "35"
005348         CLOSE PENDING-CHANGE-FILE
005349     END-IF.
005350
005351     IF WS-PENDING-COUNT = ZERO
005352         MOVE ' '              TO AMR-CARRIAGE-CONTROL
005353         MOVE WS-PND-NONE-LINE TO AMR-LINE-IMAGE
005354         WRITE MAINT-REPORT-RECORD
005355     END-IF.
005356 7000-REPORT-PENDING-CHANGES-EXIT.
005357     EXIT.
005358
005359******************************************************************
005360* 7100-REPORT-ONE-PENDING - READS THE NEXT PENDING CHANGE AND      *
005361*                           PRINTS IT.                            *
005362******************************************************************
005363 7100-REPORT-ONE-PENDING.
005364     READ PENDING-CHANGE-FILE
005365         AT END
005366             MOVE 'Y' TO WS-PENDING-EOF-SWITCH
005367             GO TO 7100-REPORT-ONE-PENDING-EXIT
005368     END-READ.
005369
005370     IF APC-CHANGE-NUMBER = ZERO
005371         GO TO 7100-REPORT-ONE-PENDING-EXIT
005372     END-IF.
005373
005374     ADD 1 TO WS-PENDING-COUNT.
005375
005376     MOVE APC-CHANGE-NUMBER  TO WS-PND-CHANGE-NUMBER.
005377     MOVE APC-ACTION-CODE    TO WS-PND-ACTION-CODE.
005378     MOVE APC-ACCOUNT-NUMBER TO WS-PND-ACCOUNT-NUMBER.
005379     MOVE APC-ACCOUNT-STATUS TO WS-PND-NEW-STATUS.
005380     MOVE APC-ACCOUNT-NAME   TO WS-PND-ACCOUNT-NAME.
005381     MOVE APC-MAKER-USER-ID  TO WS-PND-MAKER-USER-ID.
005382     MOVE APC-ENTERED-DATE   TO WS-PND-ENTERED-DATE.
005383     MOVE APC-ENTERED-TIME   TO WS-PND-ENTERED-TIME.
005384
005385     MOVE ' '                TO AMR-CARRIAGE-CONTROL.
005386     MOVE WS-PND-DETAIL-LINE TO AMR-LINE-IMAGE.
005387     WRITE MAINT-REPORT-RECORD.
005388 7100-REPORT-ONE-PENDING-EXIT.
005389     EXIT.
005390
005391******************************************************************
005392* 8000-TERMINATE - WRITES THE CONTROL TOTALS AND CLOSES FILES.    *
005393******************************************************************
005394 8000-TERMINATE.
005395     MOVE '1'                 TO AMR-CARRIAGE-CONTROL.
005396     MOVE WS-CTL-HEADING-LINE TO AMR-LINE-IMAGE.
005397     WRITE MAINT-REPORT-RECORD.
005398
005400     MOVE "TRANSACTIONS READ      :" TO WS-CTL-COUNT-TEXT.
005410     MOVE WS-TRANS-READ-COUNT        TO WS-CTL-COUNT-VALUE.
005420     PERFORM 8100-WRITE-COUNT-LINE
005620     PERFORM 8100-WRITE-COUNT-LINE
005630         THRU 8100-WRITE-COUNT-LINE-EXIT.
005640
005643     MOVE "ACCOUNTS DELETED       :" TO WS-CTL-COUNT-TEXT.
005646     MOVE WS-DELETE-COUNT            TO WS-CTL-COUNT-VALUE.
005649     PERFORM 8100-WRITE-COUNT-LINE
005652         THRU 8100-WRITE-COUNT-LINE-EXIT.
005655
005658     MOVE "ONLINE CHANGES AUDITED :" TO WS-CTL-COUNT-TEXT.
005661     MOVE WS-ONLINE-AUDIT-COUNT      TO WS-CTL-COUNT-VALUE.
005664     PERFORM 8100-WRITE-COUNT-LINE
005667         THRU 8100-WRITE-COUNT-LINE-EXIT.
005670
005673     MOVE "ONLINE CHANGES PENDING :" TO WS-CTL-COUNT-TEXT.
005676     MOVE WS-PENDING-COUNT           TO WS-CTL-COUNT-VALUE.
005679     PERFORM 8100-WRITE-COUNT-LINE
005682         THRU 8100-WRITE-COUNT-LINE-EXIT.
005690
005700     CLOSE MAINT-TRANSACTION-FILE.
005710     CLOSE MAINT-REPORT-FILE.
