000010******************************************************************
000020* PROGRAM      : MULTAMO                                          *
000030* DESCRIPTION  : ONLINE ACCOUNT MASTER MAINTENANCE (CICS          *
000040*                TRANSACTION AMT1, MAPSET MULTAMS) WITH           *
000050*                MAKER/CHECKER APPROVAL.  ONE USER (THE MAKER)    *
000060*                KEYS AN ADD, A NAME/STATUS CHANGE, OR A DELETE   *
000070*                AGAINST THE VSAM ACCOUNT MASTER (MULTACM); IT IS *
000080*                EDITED THE WAY MULTAMN EDITS A BATCH TRANSACTION *
000090*                AND HELD ON THE PENDING-CHANGE FILE (MULTAPND)   *
000100*                UNDER A NEW CHANGE NUMBER.  NOTHING REACHES THE  *
000110*                MASTER UNTIL A DIFFERENT USER (THE CHECKER)      *
000120*                APPROVES THE CHANGE BY NUMBER; THE MAKER CANNOT  *
000130*                APPROVE HIS OR HER OWN.  AN APPROVED CHANGE IS   *
000140*                APPLIED, LOGGED IN THE MULTANA AUDIT LAYOUT TO   *
000150*                THE ONLINE AUDIT FILE (MULTANAO) WITH BOTH USER  *
000160*                IDS, AND TAKEN OFF THE PENDING FILE IN ONE UNIT  *
000170*                OF WORK.  A REJECTED CHANGE IS TAKEN OFF         *
000180*                UNAPPLIED.  THE NEXT MULTAMN RUN CARRIES THE     *
000190*                ONLINE AUDIT RECORDS INTO THE CUMULATIVE TRAIL   *
000200*                AND LISTS EVERY CHANGE STILL PENDING.  A HOLD    *
000210*                NOW TAKES EFFECT AS SOON AS IT IS APPROVED       *
000220*                INSTEAD OF WHEN SOMEONE SUBMITS THE BATCH JOB.   *
000230******************************************************************
000240* MAINTENANCE HISTORY
000250*   DATE        INIT  DESCRIPTION
000260*   ----------  ----  ----------------------------------------
000270*   2026-10-15  JAC   ORIGINAL PROGRAM - ONLINE ACCOUNT
000280*                     MAINTENANCE WITH MAKER/CHECKER APPROVAL.
000290******************************************************************
000300 IDENTIFICATION DIVISION.
000310 PROGRAM-ID.     MULTAMO.
000320 AUTHOR.         JOEY CLUETT.
000330 INSTALLATION.   ACCOUNTING SYSTEMS.
000340 DATE-WRITTEN.   10/15/2026.
000350 DATE-COMPILED.
000360
000370 ENVIRONMENT DIVISION.
000380
000390 DATA DIVISION.
000400 WORKING-STORAGE SECTION.
000410 77  WS-RESP                     PIC S9(08) COMP VALUE ZERO.
000420 77  WS-ABSTIME                  PIC S9(15) COMP-3 VALUE ZERO.
000430 77  WS-TODAY-DATE               PIC 9(08)      VALUE ZEROS.
000440 77  WS-NOW-TIME                 PIC 9(06)      VALUE ZEROS.
000450 77  WS-USER-ID                  PIC X(08)      VALUE SPACES.
000460
000470 77  WS-CHANGE-KEY               PIC 9(07)      VALUE ZEROS.
000480 77  WS-CONTROL-KEY              PIC 9(07)      VALUE ZEROS.
000490 77  WS-ACCOUNT-KEY              PIC 9(09)      VALUE ZEROS.
000500
000510 77  WS-ENTRY-ACTION             PIC X(01)      VALUE SPACE.
000520     88  ENTRY-ACTION-ADD                       VALUE "A".
000530     88  ENTRY-ACTION-CHANGE                    VALUE "C".
000540     88  ENTRY-ACTION-DELETE                    VALUE "D".
000550 77  WS-ENTRY-NAME               PIC X(30)      VALUE SPACES.
000560 77  WS-ENTRY-STATUS             PIC X(01)      VALUE SPACE.
000570     88  ENTRY-STATUS-VALID                     VALUE "O" "C" "H".
000580
000590 77  WS-OLD-STATUS               PIC X(01)      VALUE SPACE.
000600 77  WS-NEW-STATUS               PIC X(01)      VALUE SPACE.
000610 77  WS-NEW-DAILY-LIMIT          PIC 9(09)V99   VALUE ZEROS.
000620 77  WS-NEW-ITEM-LIMIT           PIC 9(09)V99   VALUE ZEROS.
000630
000640 77  WS-VALID-SWITCH             PIC X(01)      VALUE 'Y'.
000650     88  VALID-ENTRY                            VALUE 'Y'.
000660     88  INVALID-ENTRY                          VALUE 'N'.
000670
000680 77  WS-FOUND-SWITCH             PIC X(01)      VALUE 'N'.
000690     88  ACCOUNT-ON-MASTER                      VALUE 'Y'.
000700     88  ACCOUNT-NOT-ON-MASTER                  VALUE 'N'.
000710
000720 01  WS-COMMAREA                 PIC X(01)      VALUE SPACE.
000730
000740 01  WS-AUDIT-TIME-WORK.
000750     05  WS-ATW-HHMMSS           PIC 9(06).
000760     05  WS-ATW-HUNDREDTHS       PIC 9(02) VALUE ZEROS.
000770
000780 01  WS-MASTER-LINE-WORK.
000790     05  WS-MLW-ACCOUNT          PIC 9(09).
000800     05  FILLER                  PIC X(02) VALUE SPACES.
000810     05  WS-MLW-NAME             PIC X(30).
000820     05  FILLER                  PIC X(02) VALUE SPACES.
000830     05  WS-MLW-STATUS           PIC X(01).
000840     05  FILLER                  PIC X(16) VALUE SPACES.
000850
000860 01  WS-PENDING-LINE-WORK.
000870     05  WS-PLW-CHANGE           PIC 9(07).
000880     05  FILLER                  PIC X(02) VALUE SPACES.
000890     05  WS-PLW-ACTION           PIC X(01).
000900     05  FILLER                  PIC X(02) VALUE SPACES.
000910     05  WS-PLW-ACCOUNT          PIC 9(09).
000920     05  FILLER                  PIC X(02) VALUE SPACES.
000930     05  WS-PLW-NAME             PIC X(30).
000940     05  FILLER                  PIC X(02) VALUE SPACES.
000950     05  WS-PLW-STATUS           PIC X(01).
000960     05  FILLER                  PIC X(04) VALUE SPACES.
000970
000980 01  WS-KEYED-BY-LINE-WORK.
000990     05  FILLER                  PIC X(09) VALUE "KEYED BY ".
001000     05  WS-KLW-USER-ID          PIC X(08).
001010     05  FILLER                  PIC X(04) VALUE " ON ".
001020     05  WS-KLW-DATE             PIC 9(08).
001030     05  FILLER                  PIC X(04) VALUE " AT ".
001040     05  WS-KLW-TIME             PIC 9(06).
001050     05  FILLER                  PIC X(21) VALUE SPACES.
001060
001070 01  WS-MESSAGE-WORK.
001080     05  FILLER                  PIC X(07) VALUE "CHANGE ".
001090     05  WS-MSW-CHANGE           PIC 9(07).
001100     05  FILLER                  PIC X(01) VALUE SPACE.
001110     05  WS-MSW-TEXT             PIC X(45).
001120
001130 01  WS-GOODBYE-MESSAGE          PIC X(20)      VALUE
001140     "MULTAMO ENDED       ".
001150 77  WS-GOODBYE-LENGTH           PIC S9(04) COMP VALUE +20.
001160
001170     COPY MULTACM.
001180
001190     COPY MULTAPC.
001200
001210     COPY MULTANA.
001220
001230     COPY MULTAMQ.
001240
001250     COPY DFHAID.
001260
001270 LINKAGE SECTION.
001280 01  DFHCOMMAREA                 PIC X(01).
001290
001300 PROCEDURE DIVISION.
001310******************************************************************
001320* 0000-MAINLINE - PSEUDO-CONVERSATIONAL FLOW: FIRST TIME IN       *
001330*                 SENDS THE EMPTY MAP; EVERY ENTER AFTER THAT     *
001340*                 RUNS THE FUNCTION KEYED; PF3/CLEAR ENDS THE     *
001350*                 TRANSACTION.                                    *
001360******************************************************************
001370 0000-MAINLINE.
001380     IF EIBAID = DFHPF3 OR EIBAID = DFHCLEAR
001390         PERFORM 9100-EXIT-TRANSACTION
001400             THRU 9100-EXIT-TRANSACTION-EXIT
001410     END-IF.
001420
001430     IF EIBCALEN = ZERO
001440         PERFORM 1000-SEND-FRESH-MAP
001450             THRU 1000-SEND-FRESH-MAP-EXIT
001460     ELSE
001470         PERFORM 2000-PROCESS-MAINTENANCE
001480             THRU 2000-PROCESS-MAINTENANCE-EXIT
001490     END-IF.
001500
001510     PERFORM 9000-RETURN-TRANSID
001520         THRU 9000-RETURN-TRANSID-EXIT.
001530
001540     GO TO 9999-EXIT.
001550
001560******************************************************************
001570* 1000-SEND-FRESH-MAP - SENDS THE EMPTY MAINTENANCE SCREEN.       *
001580******************************************************************
001590 1000-SEND-FRESH-MAP.
001600     MOVE LOW-VALUES TO AMTMAPO.
001610     MOVE "KEY A FUNCTION AND PRESS ENTER" TO MSGFLDO.
001620
001630     EXEC CICS SEND
001640         MAP('AMTMAP')
001650         MAPSET('MULTAMS')
001660         FROM(AMTMAPO)
001670         ERASE
001680     END-EXEC.
001690 1000-SEND-FRESH-MAP-EXIT.
001700     EXIT.
001710
001720******************************************************************
001730* 2000-PROCESS-MAINTENANCE - RECEIVES THE SCREEN AND ROUTES TO    *
001740*                            THE FUNCTION KEYED: E ENTER A        *
001750*                            CHANGE, I INQUIRE, A APPROVE, R      *
001760*                            REJECT.                              *
001770******************************************************************
001780 2000-PROCESS-MAINTENANCE.
001790     MOVE LOW-VALUES TO AMTMAPI.
001800
001810     EXEC CICS RECEIVE
001820         MAP('AMTMAP')
001830         MAPSET('MULTAMS')
001840         INTO(AMTMAPI)
001850         RESP(WS-RESP)
001860     END-EXEC.
001870
001880     IF WS-RESP = DFHRESP(MAPFAIL)
001890         PERFORM 1000-SEND-FRESH-MAP
001900             THRU 1000-SEND-FRESH-MAP-EXIT
001910         GO TO 2000-PROCESS-MAINTENANCE-EXIT
001920     END-IF.
001930
001940     PERFORM 2050-GET-TODAY-AND-USER
001950         THRU 2050-GET-TODAY-AND-USER-EXIT.
001960
001970     PERFORM 2900-CLEAR-DISPLAY-FIELDS
001980         THRU 2900-CLEAR-DISPLAY-FIELDS-EXIT.
001990
002000     EVALUATE FUNCI
002010         WHEN "E"
002020             PERFORM 2100-ENTER-CHANGE
002030                 THRU 2100-ENTER-CHANGE-EXIT
002040         WHEN "I"
002050             PERFORM 2400-INQUIRE
002060                 THRU 2400-INQUIRE-EXIT
002070         WHEN "A"
002080             PERFORM 2500-APPROVE-CHANGE
002090                 THRU 2500-APPROVE-CHANGE-EXIT
002100         WHEN "R"
002110             PERFORM 2700-REJECT-CHANGE
002120                 THRU 2700-REJECT-CHANGE-EXIT
002130         WHEN OTHER
002140             MOVE "FUNCTION MUST BE E, I, A OR R" TO MSGFLDO
002150     END-EVALUATE.
002160
002170     PERFORM 3000-SEND-MAINT-MAP
002180         THRU 3000-SEND-MAINT-MAP-EXIT.
002190 2000-PROCESS-MAINTENANCE-EXIT.
002200     EXIT.
002210
002220******************************************************************
002230* 2050-GET-TODAY-AND-USER - PICKS UP TODAY'S DATE, THE TIME,      *
002240*                           AND THE SIGNED-ON USER ID - THE       *
002250*                           MAKER ON AN ENTRY, THE CHECKER ON AN  *
002260*                           APPROVAL.                             *
002270******************************************************************
002280 2050-GET-TODAY-AND-USER.
002290     EXEC CICS ASKTIME
002300         ABSTIME(WS-ABSTIME)
002310     END-EXEC.
002320
002330     EXEC CICS FORMATTIME
002340         ABSTIME(WS-ABSTIME)
002350         YYYYMMDD(WS-TODAY-DATE)
002360         TIME(WS-NOW-TIME)
002370     END-EXEC.
002380
002390     EXEC CICS ASSIGN
002400         USERID(WS-USER-ID)
002410     END-EXEC.
002420 2050-GET-TODAY-AND-USER-EXIT.
002430     EXIT.
002440
002450******************************************************************
002460* 2100-ENTER-CHANGE - MAKER SIDE.  EDITS THE CHANGE KEYED,        *
002470*                     ASSIGNS THE NEXT CHANGE NUMBER, AND HOLDS   *
002480*                     THE CHANGE ON THE PENDING FILE.  THE        *
002490*                     ACCOUNT MASTER IS NOT TOUCHED.              *
002500******************************************************************
002510 2100-ENTER-CHANGE.
002520     PERFORM 2150-EDIT-ENTRY
002530         THRU 2150-EDIT-ENTRY-EXIT.
002540
002550     IF INVALID-ENTRY
002560         GO TO 2100-ENTER-CHANGE-EXIT
002570     END-IF.
002580
002590     PERFORM 2200-ASSIGN-CHANGE-NUMBER
002600         THRU 2200-ASSIGN-CHANGE-NUMBER-EXIT.
002610
002620     IF WS-RESP NOT = DFHRESP(NORMAL)
002630         PERFORM 2950-BACK-OUT-CHANGE
002640             THRU 2950-BACK-OUT-CHANGE-EXIT
002650         MOVE "CHANGE NUMBER NOT ASSIGNED - CALL SUPPORT"
002660             TO MSGFLDO
002670         GO TO 2100-ENTER-CHANGE-EXIT
002680     END-IF.
002690
002700     MOVE SPACES             TO ACCT-PENDING-CHANGE-RECORD.
002710     MOVE WS-CHANGE-KEY      TO APC-CHANGE-NUMBER.
002720     MOVE WS-ENTRY-ACTION    TO APC-ACTION-CODE.
002730     MOVE WS-ACCOUNT-KEY     TO APC-ACCOUNT-NUMBER.
002740     MOVE WS-ENTRY-NAME      TO APC-ACCOUNT-NAME.
002750     MOVE WS-ENTRY-STATUS    TO APC-ACCOUNT-STATUS.
002760     MOVE WS-USER-ID         TO APC-MAKER-USER-ID.
002770     MOVE WS-TODAY-DATE      TO APC-ENTERED-DATE.
002780     MOVE WS-NOW-TIME        TO APC-ENTERED-TIME.
002790
002800     EXEC CICS WRITE
002810         FILE('MULTAPND')
002820         FROM(ACCT-PENDING-CHANGE-RECORD)
002830         RIDFLD(APC-CHANGE-NUMBER)
002840         RESP(WS-RESP)
002850     END-EXEC.
002860
002870     IF WS-RESP NOT = DFHRESP(NORMAL)
002880         PERFORM 2950-BACK-OUT-CHANGE
002890             THRU 2950-BACK-OUT-CHANGE-EXIT
002900         MOVE "PENDING FILE WRITE FAILED - CALL SUPPORT"
002910             TO MSGFLDO
002920         GO TO 2100-ENTER-CHANGE-EXIT
002930     END-IF.
002940
002950     PERFORM 2800-BUILD-PENDING-LINES
002960         THRU 2800-BUILD-PENDING-LINES-EXIT.
002970
002980     MOVE WS-CHANGE-KEY TO CHGNOO.
002990     MOVE WS-CHANGE-KEY TO WS-MSW-CHANGE.
003000     MOVE "PENDING - ANOTHER USER MUST APPROVE IT"
003010         TO WS-MSW-TEXT.
003020     MOVE WS-MESSAGE-WORK TO MSGFLDO.
003030 2100-ENTER-CHANGE-EXIT.
003040     EXIT.
003050
003060******************************************************************
003070* 2150-EDIT-ENTRY - EDITS THE CHANGE KEYED THE SAME WAY MULTAMN   *
003080*                   EDITS A BATCH TRANSACTION: ACTION A/C/D, A    *
003090*                   NUMERIC ACCOUNT, STATUS O/C/H (BLANK KEEPS    *
003100*                   THE MASTER'S ON A CHANGE), A NAME ON AN ADD.  *
003110*                   A CHANGE MUST CHANGE SOMETHING.  AN ADD MUST  *
003120*                   NOT ALREADY BE ON THE MASTER; A CHANGE OR     *
003130*                   DELETE MUST BE.  SETS WS-VALID-SWITCH AND,    *
003140*                   WHEN INVALID, THE MESSAGE.                    *
003150******************************************************************
003160 2150-EDIT-ENTRY.
003170     SET VALID-ENTRY TO TRUE.
003180
003190     MOVE ACTNI   TO WS-ENTRY-ACTION.
003200     MOVE ACCTNMI TO WS-ENTRY-NAME.
003210     MOVE ACCTSTI TO WS-ENTRY-STATUS.
003220     INSPECT WS-ENTRY-ACTION REPLACING ALL LOW-VALUE BY SPACE.
003230     INSPECT WS-ENTRY-NAME   REPLACING ALL LOW-VALUE BY SPACE.
003240     INSPECT WS-ENTRY-STATUS REPLACING ALL LOW-VALUE BY SPACE.
003250
003260     IF NOT ENTRY-ACTION-ADD AND NOT ENTRY-ACTION-CHANGE
003270             AND NOT ENTRY-ACTION-DELETE
003280         MOVE "ACTION MUST BE A, C OR D" TO MSGFLDO
003290         SET INVALID-ENTRY TO TRUE
003300     ELSE
003310     IF ACCTNOI NOT NUMERIC
003320         MOVE "ACCOUNT MUST BE A NINE-DIGIT NUMBER" TO MSGFLDO
003330         SET INVALID-ENTRY TO TRUE
003340     ELSE
003350     IF ENTRY-ACTION-ADD AND NOT ENTRY-STATUS-VALID
003360         MOVE "STATUS MUST BE O, C OR H" TO MSGFLDO
003370         SET INVALID-ENTRY TO TRUE
003380     ELSE
003390     IF ENTRY-ACTION-CHANGE AND NOT ENTRY-STATUS-VALID
003400             AND WS-ENTRY-STATUS NOT = SPACE
003410         MOVE "STATUS MUST BE O, C OR H - OR BLANK TO KEEP IT"
003420             TO MSGFLDO
003430         SET INVALID-ENTRY TO TRUE
003440     ELSE
003450     IF ENTRY-ACTION-ADD AND WS-ENTRY-NAME = SPACES
003460         MOVE "NAME IS REQUIRED ON AN ADD" TO MSGFLDO
003470         SET INVALID-ENTRY TO TRUE
003480     ELSE
003490     IF ENTRY-ACTION-CHANGE AND WS-ENTRY-NAME = SPACES
003500             AND WS-ENTRY-STATUS = SPACE
003510         MOVE "NOTHING TO CHANGE - KEY A NAME OR A STATUS"
003520             TO MSGFLDO
003530         SET INVALID-ENTRY TO TRUE
003540     END-IF END-IF END-IF END-IF END-IF END-IF.
003550
003560     IF INVALID-ENTRY
003570         GO TO 2150-EDIT-ENTRY-EXIT
003580     END-IF.
003590
003600*    A DELETE CARRIES NO NAME OR STATUS - WHATEVER WAS LEFT IN
003610*    THE FIELDS IS NOT PART OF THE CHANGE.
003620     IF ENTRY-ACTION-DELETE
003630         MOVE SPACES TO WS-ENTRY-NAME
003640         MOVE SPACE  TO WS-ENTRY-STATUS
003650     END-IF.
003660
003670     MOVE ACCTNOI TO WS-ACCOUNT-KEY.
003680     PERFORM 2300-READ-MASTER
003690         THRU 2300-READ-MASTER-EXIT.
003700
003710     IF WS-RESP NOT = DFHRESP(NORMAL)
003720             AND WS-RESP NOT = DFHRESP(NOTFND)
003730         MOVE "ACCOUNT MASTER READ FAILED - CALL SUPPORT"
003740             TO MSGFLDO
003750         SET INVALID-ENTRY TO TRUE
003760     ELSE
003770     IF ENTRY-ACTION-ADD AND ACCOUNT-ON-MASTER
003780         MOVE "ACCOUNT ALREADY ON MASTER" TO MSGFLDO
003790         SET INVALID-ENTRY TO TRUE
003800     ELSE
003810     IF NOT ENTRY-ACTION-ADD AND ACCOUNT-NOT-ON-MASTER
003820         MOVE "ACCOUNT NOT ON MASTER" TO MSGFLDO
003830         SET INVALID-ENTRY TO TRUE
003840     END-IF END-IF END-IF.
003850 2150-EDIT-ENTRY-EXIT.
003860     EXIT.
003870
003880******************************************************************
003890* 2200-ASSIGN-CHANGE-NUMBER - TAKES THE NEXT CHANGE NUMBER FROM   *
003900*                             THE CONTROL RECORD (KEY ZERO) OF    *
003910*                             THE PENDING FILE, READ FOR UPDATE   *
003920*                             SO TWO MAKERS CANNOT BE GIVEN THE   *
003930*                             SAME NUMBER.  THE FIRST CHANGE EVER *
003940*                             KEYED WRITES THE CONTROL RECORD.    *
003950*                             WS-RESP IS LEFT NORMAL ON SUCCESS.  *
003960******************************************************************
003970 2200-ASSIGN-CHANGE-NUMBER.
003980     MOVE ZEROS TO WS-CONTROL-KEY.
003990
004000     EXEC CICS READ
004010         FILE('MULTAPND')
004020         INTO(ACCT-PENDING-CHANGE-RECORD)
004030         RIDFLD(WS-CONTROL-KEY)
004040         UPDATE
004050         RESP(WS-RESP)
004060     END-EXEC.
004070
004080     EVALUATE WS-RESP
004090         WHEN DFHRESP(NORMAL)
004100             ADD 1 TO APC-LAST-CHANGE-NUMBER
004110             MOVE APC-LAST-CHANGE-NUMBER TO WS-CHANGE-KEY
004120             EXEC CICS REWRITE
004130                 FILE('MULTAPND')
004140                 FROM(ACCT-PENDING-CHANGE-RECORD)
004150                 RESP(WS-RESP)
004160             END-EXEC
004170         WHEN DFHRESP(NOTFND)
004180             MOVE SPACES TO ACCT-PENDING-CHANGE-RECORD
004190             MOVE ZEROS  TO APC-CONTROL-KEY
004200             MOVE 1      TO APC-LAST-CHANGE-NUMBER
004210             MOVE 1      TO WS-CHANGE-KEY
004220             EXEC CICS WRITE
004230                 FILE('MULTAPND')
004240                 FROM(ACCT-PENDING-CHANGE-RECORD)
004250                 RIDFLD(APC-CONTROL-KEY)
004260                 RESP(WS-RESP)
004270             END-EXEC
004280     END-EVALUATE.
004290 2200-ASSIGN-CHANGE-NUMBER-EXIT.
004300     EXIT.
004310
004320******************************************************************
004330* 2300-READ-MASTER - READS THE ACCOUNT MASTER FOR WS-ACCOUNT-KEY, *
004340*                    SETS WS-FOUND-SWITCH, AND SHOWS THE RECORD   *
004350*                    ON THE "ON THE MASTER NOW" LINE.             *
004360******************************************************************
004370 2300-READ-MASTER.
004380     EXEC CICS READ
004390         FILE('MULTACM')
004400         INTO(ACCOUNT-MASTER-RECORD)
004410         RIDFLD(WS-ACCOUNT-KEY)
004420         RESP(WS-RESP)
004430     END-EXEC.
004440
004450     IF WS-RESP = DFHRESP(NORMAL)
004460         SET ACCOUNT-ON-MASTER TO TRUE
004470         PERFORM 2850-BUILD-MASTER-LINE
004480             THRU 2850-BUILD-MASTER-LINE-EXIT
004490     ELSE
004500         SET ACCOUNT-NOT-ON-MASTER TO TRUE
004510     END-IF.
004520 2300-READ-MASTER-EXIT.
004530     EXIT.
004540
004550******************************************************************
004560* 2400-INQUIRE - SHOWS A PENDING CHANGE BY NUMBER, WITH THE       *
004570*                ACCOUNT AS IT STANDS ON THE MASTER NOW, SO THE   *
004580*                CHECKER CAN SEE WHAT AN APPROVAL WOULD DO - OR,  *
004590*                WITH NO CHANGE NUMBER, JUST THE ACCOUNT.         *
004600******************************************************************
004610 2400-INQUIRE.
004620     IF CHGNOI NUMERIC AND CHGNOI NOT = ZEROS
004630         MOVE CHGNOI TO WS-CHANGE-KEY
004640         PERFORM 2450-READ-PENDING
004650             THRU 2450-READ-PENDING-EXIT
004660     ELSE
004670     IF ACCTNOI NUMERIC AND ACCTNOI NOT = ZEROS
004680         MOVE ACCTNOI TO WS-ACCOUNT-KEY
004690         PERFORM 2300-READ-MASTER
004700             THRU 2300-READ-MASTER-EXIT
004710         IF ACCOUNT-ON-MASTER
004720             MOVE "ACCOUNT DISPLAYED" TO MSGFLDO
004730         ELSE
004740             MOVE "ACCOUNT NOT ON MASTER" TO MSGFLDO
004750         END-IF
004760     ELSE
004770         MOVE "ENTER A CHANGE NUMBER OR AN ACCOUNT NUMBER"
004780             TO MSGFLDO
004790     END-IF END-IF.
004800 2400-INQUIRE-EXIT.
004810     EXIT.
004820
004830******************************************************************
004840* 2450-READ-PENDING - READS ONE PENDING CHANGE (NO UPDATE) AND    *
004850*                     DISPLAYS IT WITH THE MASTER RECORD.         *
004860******************************************************************
004870 2450-READ-PENDING.
004880     EXEC CICS READ
004890         FILE('MULTAPND')
004900         INTO(ACCT-PENDING-CHANGE-RECORD)
004910         RIDFLD(WS-CHANGE-KEY)
004920         RESP(WS-RESP)
004930     END-EXEC.
004940
004950     EVALUATE WS-RESP
004960         WHEN DFHRESP(NORMAL)
004970             PERFORM 2800-BUILD-PENDING-LINES
004980                 THRU 2800-BUILD-PENDING-LINES-EXIT
004990             MOVE APC-ACCOUNT-NUMBER TO WS-ACCOUNT-KEY
005000             PERFORM 2300-READ-MASTER
005010                 THRU 2300-READ-MASTER-EXIT
005020             MOVE "PENDING CHANGE DISPLAYED - A OR R TO DECIDE IT"
005030                 TO MSGFLDO
005040         WHEN DFHRESP(NOTFND)
005050             MOVE "CHANGE NOT PENDING - DECIDED OR NEVER KEYED"
005060                 TO MSGFLDO
005070         WHEN OTHER
005080             MOVE "PENDING FILE READ FAILED - CALL SUPPORT"
005090                 TO MSGFLDO
005100     END-EVALUATE.
005110 2450-READ-PENDING-EXIT.
005120     EXIT.
005130
005140******************************************************************
005150* 2500-APPROVE-CHANGE - CHECKER SIDE.  READS THE PENDING CHANGE   *
005160*                       FOR UPDATE AND REFUSES IT WHEN THE        *
005170*                       SIGNED-ON USER IS THE ONE WHO KEYED IT.   *
005180*                       OTHERWISE APPLIES IT TO THE MASTER,       *
005190*                       TAKES IT OFF THE PENDING FILE, AND LOGS   *
005200*                       IT TO THE ONLINE AUDIT FILE - ALL THREE   *
005210*                       OR NONE.  A CHANGE THAT NO LONGER FITS    *
005220*                       THE MASTER (THE ACCOUNT WAS ADDED OR      *
005230*                       DELETED SINCE IT WAS KEYED) STAYS         *
005240*                       PENDING FOR THE CHECKER TO REJECT.        *
005250******************************************************************
005260 2500-APPROVE-CHANGE.
005270     IF CHGNOI NOT NUMERIC OR CHGNOI = ZEROS
005280         MOVE "ENTER THE CHANGE NUMBER TO APPROVE" TO MSGFLDO
005290         GO TO 2500-APPROVE-CHANGE-EXIT
005300     END-IF.
005310
005320     MOVE CHGNOI TO WS-CHANGE-KEY.
005330
005340     PERFORM 2550-READ-PENDING-FOR-UPDATE
005350         THRU 2550-READ-PENDING-FOR-UPDATE-EXIT.
005360
005370     IF INVALID-ENTRY
005380         GO TO 2500-APPROVE-CHANGE-EXIT
005390     END-IF.
005400
005410     IF APC-MAKER-USER-ID = WS-USER-ID
005420         EXEC CICS UNLOCK
005430             FILE('MULTAPND')
005440         END-EXEC
005450         MOVE "YOU KEYED THIS CHANGE - ANOTHER USER MUST APPROVE"
005460             TO MSGFLDO
005470         GO TO 2500-APPROVE-CHANGE-EXIT
005480     END-IF.
005490
005500     MOVE APC-ACCOUNT-NUMBER TO WS-ACCOUNT-KEY.
005510
005520     EVALUATE TRUE
005530         WHEN APC-ACTION-ADD
005540             PERFORM 2600-APPLY-ADD
005550                 THRU 2600-APPLY-ADD-EXIT
005560         WHEN APC-ACTION-CHANGE
005570             PERFORM 2620-APPLY-CHANGE
005580                 THRU 2620-APPLY-CHANGE-EXIT
005590         WHEN APC-ACTION-DELETE
005600             PERFORM 2640-APPLY-DELETE
005610                 THRU 2640-APPLY-DELETE-EXIT
005620     END-EVALUATE.
005630
005640     IF INVALID-ENTRY
005650         PERFORM 2950-BACK-OUT-CHANGE
005660             THRU 2950-BACK-OUT-CHANGE-EXIT
005670         GO TO 2500-APPROVE-CHANGE-EXIT
005680     END-IF.
005690
005700     EXEC CICS DELETE
005710         FILE('MULTAPND')
005720         RESP(WS-RESP)
005730     END-EXEC.
005740
005750     IF WS-RESP NOT = DFHRESP(NORMAL)
005760         PERFORM 2950-BACK-OUT-CHANGE
005770             THRU 2950-BACK-OUT-CHANGE-EXIT
005780         MOVE "PENDING FILE UPDATE FAILED - NOTHING APPLIED"
005790             TO MSGFLDO
005800         GO TO 2500-APPROVE-CHANGE-EXIT
005810     END-IF.
005820
005830     PERFORM 2660-WRITE-AUDIT-RECORD
005840         THRU 2660-WRITE-AUDIT-RECORD-EXIT.
005850
005860     IF WS-RESP NOT = DFHRESP(NORMAL)
005870         PERFORM 2950-BACK-OUT-CHANGE
005880             THRU 2950-BACK-OUT-CHANGE-EXIT
005890         MOVE "AUDIT WRITE FAILED - NOTHING APPLIED"
005900             TO MSGFLDO
005910         GO TO 2500-APPROVE-CHANGE-EXIT
005920     END-IF.
005930
005940     EXEC CICS SYNCPOINT
005950     END-EXEC.
005960
005970     IF APC-ACTION-DELETE
005980         MOVE SPACES TO CURLINO
005990     ELSE
006000         PERFORM 2850-BUILD-MASTER-LINE
006010             THRU 2850-BUILD-MASTER-LINE-EXIT
006020     END-IF.
006030
006040     MOVE WS-CHANGE-KEY TO WS-MSW-CHANGE.
006050     MOVE "APPROVED AND APPLIED TO THE MASTER" TO WS-MSW-TEXT.
006060     MOVE WS-MESSAGE-WORK TO MSGFLDO.
006070 2500-APPROVE-CHANGE-EXIT.
006080     EXIT.
006090
006100******************************************************************
006110* 2550-READ-PENDING-FOR-UPDATE - READS THE PENDING CHANGE FOR     *
006120*                                WS-CHANGE-KEY FOR UPDATE AND     *
006130*                                DISPLAYS IT.  SETS               *
006140*                                WS-VALID-SWITCH AND, WHEN        *
006150*                                INVALID, THE MESSAGE.            *
006160******************************************************************
006170 2550-READ-PENDING-FOR-UPDATE.
006180     SET VALID-ENTRY TO TRUE.
006190
006200     EXEC CICS READ
006210         FILE('MULTAPND')
006220         INTO(ACCT-PENDING-CHANGE-RECORD)
006230         RIDFLD(WS-CHANGE-KEY)
006240         UPDATE
006250         RESP(WS-RESP)
006260     END-EXEC.
006270
006280     EVALUATE WS-RESP
006290         WHEN DFHRESP(NORMAL)
006300             PERFORM 2800-BUILD-PENDING-LINES
006310                 THRU 2800-BUILD-PENDING-LINES-EXIT
006320         WHEN DFHRESP(NOTFND)
006330             MOVE "CHANGE NOT PENDING - DECIDED OR NEVER KEYED"
006340                 TO MSGFLDO
006350             SET INVALID-ENTRY TO TRUE
006360         WHEN OTHER
006370             MOVE "PENDING FILE READ FAILED - CALL SUPPORT"
006380                 TO MSGFLDO
006390             SET INVALID-ENTRY TO TRUE
006400     END-EVALUATE.
006410 2550-READ-PENDING-FOR-UPDATE-EXIT.
006420     EXIT.
006430
006440******************************************************************
006450* 2600-APPLY-ADD - ADDS THE APPROVED ACCOUNT TO THE MASTER WITH   *
006460*                  NO LIMITS (LIMITS ARE SET THROUGH MULTAMN).    *
006470******************************************************************
006480 2600-APPLY-ADD.
006490     MOVE SPACES             TO ACCOUNT-MASTER-RECORD.
006500     MOVE APC-ACCOUNT-NUMBER TO ACM-ACCOUNT-NUMBER.
006510     MOVE APC-ACCOUNT-NAME   TO ACM-ACCOUNT-NAME.
006520     MOVE APC-ACCOUNT-STATUS TO ACM-ACCOUNT-STATUS.
006530     MOVE ZEROS              TO ACM-DAILY-LIMIT.
006540     MOVE ZEROS              TO ACM-ITEM-LIMIT.
006550
006560     EXEC CICS WRITE
006570         FILE('MULTACM')
006580         FROM(ACCOUNT-MASTER-RECORD)
006590         RIDFLD(ACM-ACCOUNT-NUMBER)
006600         RESP(WS-RESP)
006610     END-EXEC.
006620
006630     EVALUATE WS-RESP
006640         WHEN DFHRESP(NORMAL)
006650             CONTINUE
006660         WHEN DFHRESP(DUPREC)
006670             MOVE "ACCOUNT NOW ON MASTER - REJECT THIS CHANGE"
006680                 TO MSGFLDO
006690             SET INVALID-ENTRY TO TRUE
006700             GO TO 2600-APPLY-ADD-EXIT
006710         WHEN OTHER
006720             MOVE "ACCOUNT MASTER UPDATE FAILED - CALL SUPPORT"
006730                 TO MSGFLDO
006740             SET INVALID-ENTRY TO TRUE
006750             GO TO 2600-APPLY-ADD-EXIT
006760     END-EVALUATE.
006770
006780     MOVE SPACE              TO WS-OLD-STATUS.
006790     MOVE ACM-ACCOUNT-STATUS TO WS-NEW-STATUS.
006800     MOVE ACM-DAILY-LIMIT    TO WS-NEW-DAILY-LIMIT.
006810     MOVE ACM-ITEM-LIMIT     TO WS-NEW-ITEM-LIMIT.
006820 2600-APPLY-ADD-EXIT.
006830     EXIT.
006840
006850******************************************************************
006860* 2620-APPLY-CHANGE - REPLACES THE NAME AND/OR STATUS OF THE      *
006870*                     ACCOUNT.  A BLANK FIELD ON THE CHANGE KEEPS *
006880*                     THE VALUE ON THE MASTER; LIMITS STILL       *
006890*                     SPACES ON AN OLD RECORD ARE SET TO ZERO (NO *
006900*                     LIMIT) ON THE WAY THROUGH, AS MULTAMN DOES. *
006910******************************************************************
006920 2620-APPLY-CHANGE.
006930     PERFORM 2680-READ-MASTER-FOR-UPDATE
006940         THRU 2680-READ-MASTER-FOR-UPDATE-EXIT.
006950
006960     IF INVALID-ENTRY
006970         GO TO 2620-APPLY-CHANGE-EXIT
006980     END-IF.
006990
007000     MOVE ACM-ACCOUNT-STATUS TO WS-OLD-STATUS.
007010
007020     IF APC-ACCOUNT-NAME NOT = SPACES
007030         MOVE APC-ACCOUNT-NAME TO ACM-ACCOUNT-NAME
007040     END-IF.
007050
007060     IF APC-ACCOUNT-STATUS NOT = SPACE
007070         MOVE APC-ACCOUNT-STATUS TO ACM-ACCOUNT-STATUS
007080     END-IF.
007090
007100     IF ACM-DAILY-LIMIT NOT NUMERIC
007110         MOVE ZEROS TO ACM-DAILY-LIMIT
007120     END-IF.
007130
007140     IF ACM-ITEM-LIMIT NOT NUMERIC
007150         MOVE ZEROS TO ACM-ITEM-LIMIT
007160     END-IF.
007170
007180     MOVE ACM-ACCOUNT-STATUS TO WS-NEW-STATUS.
007190     MOVE ACM-DAILY-LIMIT    TO WS-NEW-DAILY-LIMIT.
007200     MOVE ACM-ITEM-LIMIT     TO WS-NEW-ITEM-LIMIT.
007210
007220     EXEC CICS REWRITE
007230         FILE('MULTACM')
007240         FROM(ACCOUNT-MASTER-RECORD)
007250         RESP(WS-RESP)
007260     END-EXEC.
007270
007280     IF WS-RESP NOT = DFHRESP(NORMAL)
007290         MOVE "ACCOUNT MASTER UPDATE FAILED - CALL SUPPORT"
007300             TO MSGFLDO
007310         SET INVALID-ENTRY TO TRUE
007320     END-IF.
007330 2620-APPLY-CHANGE-EXIT.
007340     EXIT.
007350
007360******************************************************************
007370* 2640-APPLY-DELETE - DELETES THE ACCOUNT FROM THE MASTER.        *
007380******************************************************************
007390 2640-APPLY-DELETE.
007400     PERFORM 2680-READ-MASTER-FOR-UPDATE
007410         THRU 2680-READ-MASTER-FOR-UPDATE-EXIT.
007420
007430     IF INVALID-ENTRY
007440         GO TO 2640-APPLY-DELETE-EXIT
007450     END-IF.
007460
007470     MOVE ACM-ACCOUNT-STATUS TO WS-OLD-STATUS.
007480     MOVE SPACE              TO WS-NEW-STATUS.
007490     MOVE ZEROS              TO WS-NEW-DAILY-LIMIT.
007500     MOVE ZEROS              TO WS-NEW-ITEM-LIMIT.
007510
007520     EXEC CICS DELETE
007530         FILE('MULTACM')
007540         RESP(WS-RESP)
007550     END-EXEC.
007560
007570     IF WS-RESP NOT = DFHRESP(NORMAL)
007580         MOVE "ACCOUNT MASTER UPDATE FAILED - CALL SUPPORT"
007590             TO MSGFLDO
007600         SET INVALID-ENTRY TO TRUE
007610     END-IF.
007620 2640-APPLY-DELETE-EXIT.
007630     EXIT.
007640
007650******************************************************************
007660* 2660-WRITE-AUDIT-RECORD - LOGS THE APPLIED CHANGE IN THE SAME   *
007670*                           LAYOUT MULTAMN WRITES (MULTANA) TO    *
007680*                           THE ONLINE AUDIT FILE, KEYED BY THE   *
007690*                           CHANGE NUMBER.  ANA-USER-ID IS THE    *
007700*                           MAKER AND ANA-APPROVER-USER-ID THE    *
007710*                           CHECKER.  THE TIME IS STORED          *
007720*                           HHMMSSHH LIKE THE BATCH RECORDS.      *
007730******************************************************************
007740 2660-WRITE-AUDIT-RECORD.
007750     MOVE SPACES             TO ACCT-MAINT-AUDIT-RECORD.
007760     MOVE WS-NOW-TIME        TO WS-ATW-HHMMSS.
007770
007780     MOVE WS-TODAY-DATE      TO ANA-RUN-DATE.
007790     MOVE WS-AUDIT-TIME-WORK TO ANA-RUN-TIME.
007800     MOVE APC-CHANGE-NUMBER  TO ANA-SEQUENCE-NUMBER.
007810     MOVE APC-MAKER-USER-ID  TO ANA-USER-ID.
007820     MOVE APC-ACTION-CODE    TO ANA-ACTION-CODE.
007830     MOVE APC-ACCOUNT-NUMBER TO ANA-ACCOUNT-NUMBER.
007840     MOVE WS-OLD-STATUS      TO ANA-OLD-STATUS.
007850     MOVE WS-NEW-STATUS      TO ANA-NEW-STATUS.
007860     MOVE WS-NEW-DAILY-LIMIT TO ANA-NEW-DAILY-LIMIT.
007870     MOVE WS-NEW-ITEM-LIMIT  TO ANA-NEW-ITEM-LIMIT.
007880     MOVE WS-USER-ID         TO ANA-APPROVER-USER-ID.
007890
007900     EXEC CICS WRITE
007910         FILE('MULTANAO')
007920         FROM(ACCT-MAINT-AUDIT-RECORD)
007930         RIDFLD(ANA-SEQUENCE-NUMBER)
007940         RESP(WS-RESP)
007950     END-EXEC.
007960 2660-WRITE-AUDIT-RECORD-EXIT.
007970     EXIT.
007980
007990******************************************************************
008000* 2680-READ-MASTER-FOR-UPDATE - READS THE ACCOUNT MASTER FOR      *
008010*                               WS-ACCOUNT-KEY FOR UPDATE.  AN    *
008020*                               ACCOUNT GONE SINCE THE CHANGE     *
008030*                               WAS KEYED LEAVES IT PENDING.      *
008040******************************************************************
008050 2680-READ-MASTER-FOR-UPDATE.
008060     EXEC CICS READ
008070         FILE('MULTACM')
008080         INTO(ACCOUNT-MASTER-RECORD)
008090         RIDFLD(WS-ACCOUNT-KEY)
008100         UPDATE
008110         RESP(WS-RESP)
008120     END-EXEC.
008130
008140     EVALUATE WS-RESP
008150         WHEN DFHRESP(NORMAL)
008160             CONTINUE
008170         WHEN DFHRESP(NOTFND)
008180             MOVE "ACCOUNT GONE FROM MASTER - REJECT THIS CHANGE"
008190                 TO MSGFLDO
008200             SET INVALID-ENTRY TO TRUE
008210         WHEN OTHER
008220             MOVE "ACCOUNT MASTER READ FAILED - CALL SUPPORT"
008230                 TO MSGFLDO
008240             SET INVALID-ENTRY TO TRUE
008250     END-EVALUATE.
008260 2680-READ-MASTER-FOR-UPDATE-EXIT.
008270     EXIT.
008280
008290******************************************************************
008300* 2700-REJECT-CHANGE - TAKES A PENDING CHANGE OFF THE PENDING     *
008310*                      FILE WITHOUT APPLYING IT.  ANY USER MAY    *
008320*                      REJECT - THE MAKER REJECTING HIS OR HER    *
008330*                      OWN CHANGE IS A WITHDRAWAL.                *
008340******************************************************************
008350 2700-REJECT-CHANGE.
008360     IF CHGNOI NOT NUMERIC OR CHGNOI = ZEROS
008370         MOVE "ENTER THE CHANGE NUMBER TO REJECT" TO MSGFLDO
008380         GO TO 2700-REJECT-CHANGE-EXIT
008390     END-IF.
008400
008410     MOVE CHGNOI TO WS-CHANGE-KEY.
008420
008430     PERFORM 2550-READ-PENDING-FOR-UPDATE
008440         THRU 2550-READ-PENDING-FOR-UPDATE-EXIT.
008450
008460     IF INVALID-ENTRY
008470         GO TO 2700-REJECT-CHANGE-EXIT
008480     END-IF.
008490
008500     EXEC CICS DELETE
008510         FILE('MULTAPND')
008520         RESP(WS-RESP)
008530     END-EXEC.
008540
008550     IF WS-RESP NOT = DFHRESP(NORMAL)
008560         PERFORM 2950-BACK-OUT-CHANGE
008570             THRU 2950-BACK-OUT-CHANGE-EXIT
008580         MOVE "PENDING FILE UPDATE FAILED - CALL SUPPORT"
008590             TO MSGFLDO
008600         GO TO 2700-REJECT-CHANGE-EXIT
008610     END-IF.
008620
008630     MOVE WS-CHANGE-KEY TO WS-MSW-CHANGE.
008640     MOVE "REJECTED - NOT APPLIED" TO WS-MSW-TEXT.
008650     MOVE WS-MESSAGE-WORK TO MSGFLDO.
008660 2700-REJECT-CHANGE-EXIT.
008670     EXIT.
008680
008690******************************************************************
008700* 2800-BUILD-PENDING-LINES - FORMATS THE PENDING CHANGE IN THE    *
008710*                            RECORD AREA ONTO THE TWO PENDING     *
008720*                            CHANGE LINES OF THE MAP.             *
008730******************************************************************
008740 2800-BUILD-PENDING-LINES.
008750     MOVE APC-CHANGE-NUMBER  TO WS-PLW-CHANGE.
008760     MOVE APC-ACTION-CODE    TO WS-PLW-ACTION.
008770     MOVE APC-ACCOUNT-NUMBER TO WS-PLW-ACCOUNT.
008780     MOVE APC-ACCOUNT-NAME   TO WS-PLW-NAME.
008790     MOVE APC-ACCOUNT-STATUS TO WS-PLW-STATUS.
008800     MOVE WS-PENDING-LINE-WORK TO PNDLN1O.
008810
008820     MOVE APC-MAKER-USER-ID  TO WS-KLW-USER-ID.
008830     MOVE APC-ENTERED-DATE   TO WS-KLW-DATE.
008840     MOVE APC-ENTERED-TIME   TO WS-KLW-TIME.
008850     MOVE WS-KEYED-BY-LINE-WORK TO PNDLN2O.
008860 2800-BUILD-PENDING-LINES-EXIT.
008870     EXIT.
008880
008890******************************************************************
008900* 2850-BUILD-MASTER-LINE - FORMATS THE ACCOUNT MASTER RECORD IN   *
008910*                          THE RECORD AREA ONTO THE "ON THE       *
008920*                          MASTER NOW" LINE OF THE MAP.           *
008930******************************************************************
008940 2850-BUILD-MASTER-LINE.
008950     MOVE ACM-ACCOUNT-NUMBER TO WS-MLW-ACCOUNT.
008960     MOVE ACM-ACCOUNT-NAME   TO WS-MLW-NAME.
008970     MOVE ACM-ACCOUNT-STATUS TO WS-MLW-STATUS.
008980     MOVE WS-MASTER-LINE-WORK TO CURLINO.
008990 2850-BUILD-MASTER-LINE-EXIT.
009000     EXIT.
009010
009020******************************************************************
009030* 2900-CLEAR-DISPLAY-FIELDS - BLANKS THE DISPLAY LINES AND        *
009040*                             MESSAGE AREA BEFORE A FRESH         *
009050*                             DISPLAY.                            *
009060******************************************************************
009070 2900-CLEAR-DISPLAY-FIELDS.
009080     MOVE SPACES TO CURLINO.
009090     MOVE SPACES TO PNDLN1O.
009100     MOVE SPACES TO PNDLN2O.
009110     MOVE SPACES TO MSGFLDO.
009120 2900-CLEAR-DISPLAY-FIELDS-EXIT.
009130     EXIT.
009140
009150******************************************************************
009160* 2950-BACK-OUT-CHANGE - ROLLS BACK EVERYTHING THIS TASK HAS      *
009170*                        DONE TO THE MASTER AND THE PENDING AND   *
009180*                        AUDIT FILES AND RELEASES THEIR LOCKS.    *
009190*                        THE CALLER SETS THE MESSAGE.             *
009200******************************************************************
009210 2950-BACK-OUT-CHANGE.
009220     EXEC CICS SYNCPOINT
009230         ROLLBACK
009240     END-EXEC.
009250 2950-BACK-OUT-CHANGE-EXIT.
009260     EXIT.
009270
009280******************************************************************
009290* 3000-SEND-MAINT-MAP - SENDS THE BUILT ANSWER BACK TO THE        *
009300*                       SCREEN.                                   *
009310******************************************************************
009320 3000-SEND-MAINT-MAP.
009330     EXEC CICS SEND
009340         MAP('AMTMAP')
009350         MAPSET('MULTAMS')
009360         FROM(AMTMAPO)
009370         DATAONLY
009380     END-EXEC.
009390 3000-SEND-MAINT-MAP-EXIT.
009400     EXIT.
009410
009420******************************************************************
009430* 9000-RETURN-TRANSID - RETURNS TO CICS PSEUDO-CONVERSATIONALLY,  *
009440*                       RE-INVOKING THIS TRANSACTION ON THE NEXT  *
009450*                       ATTENTION KEY.                            *
009460******************************************************************
009470 9000-RETURN-TRANSID.
009480     EXEC CICS RETURN
009490         TRANSID('AMT1')
009500         COMMAREA(WS-COMMAREA)
009510         LENGTH(1)
009520     END-EXEC.
009530 9000-RETURN-TRANSID-EXIT.
009540     EXIT.
009550
009560******************************************************************
009570* 9100-EXIT-TRANSACTION - PF3/CLEAR: CLEARS THE SCREEN AND ENDS   *
009580*                         THE PSEUDO-CONVERSATION.                *
009590******************************************************************
009600 9100-EXIT-TRANSACTION.
009610     EXEC CICS SEND TEXT
009620         FROM(WS-GOODBYE-MESSAGE)
009630         LENGTH(WS-GOODBYE-LENGTH)
009640         ERASE
009650         FREEKB
009660     END-EXEC.
009670
009680     EXEC CICS RETURN
009690     END-EXEC.
009700 9100-EXIT-TRANSACTION-EXIT.
009710     EXIT.
009720
009730******************************************************************
009740* 9999-EXIT - SINGLE POINT OF PROGRAM TERMINATION.                *
009750******************************************************************
009760 9999-EXIT.
009770     EXEC CICS RETURN
009780     END-EXEC.
