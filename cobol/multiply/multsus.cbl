000502*   2026-09-02  JAC   APPENDS A STEP-STATUS RECORD TO THE COMMON
000504*                     NIGHTLY RUN LOG (MULTRUNL) AT END OF RUN
000506*                     FOR THE MULTNSM NIGHT SUMMARY.
000507*   2026-10-15  JAC   REASON-13 (NO GL ACCOUNT MAPPING) SUSPENSE
000508*                     ITEMS ARE NOW CHECKED AGAINST THE GL ACCOUNT
000509*                     MAPPING (NEW MULTCOA DD) EACH NIGHT AND
000510*                     AUTOMATICALLY RECYCLED ONCE A MAPPING COVERS
000511*                     THEIR OPERATION CODE AND ACCOUNT, THE SAME
000512*                     WAY REASON-07 AND REASON-09 ITEMS RECYCLE
000513*                     ONCE THE RATE IS ON THE MASTER.
000514*   2026-10-15  JAC   ACCOUNTING PERIOD CONTROL: EVERY SUSPENSE
000515*                     ITEM NOW CARRIES THE ACCOUNTING PERIOD IT
000516*                     WAS REJECTED FROM, AND IS CHECKED AGAINST
000517*                     THE PERIOD CONTROL FILE (MULTPER) BEFORE IT
000518*                     RECYCLES. AN ITEM FROM A PERIOD THE
000519*                     MONTH-END CLOSE HAS CLOSED IS HELD IN
000520*                     SUSPENSE ("PER CLOSED" - ITS REPAIR, IF
000521*                     ANY, STAYS UNMATCHED) OR, WHEN THE CONTROL
000522*                     RECORD SAYS ROLL FORWARD, RECYCLED INTO
000523*                     TOMORROW'S OPEN PERIOD AND COUNTED.
000524*                     REASON-14 (PERIOD CLOSED) ITEMS RECYCLE
000525*                     AUTOMATICALLY ONCE THEIR PERIOD IS REOPENED
000526*                     OR THE CONTROL RECORD SAYS ROLL FORWARD.
000527*   2026-10-15  JAC   EVERY REPAIR CARD APPLIED (A CORRECTION
000528*                     RECYCLED OR AN ITEM PURGED) IS NOW APPENDED
000529*                     TO THE PERMANENT INTERVENTION LOG (NEW
000530*                     MULTITV DD) WITH ITS USER ID, FOR THE
000531*                     SECURITY REVIEW (MULTSRV) - THE REPAIRS
000532*                     DATASET ITSELF IS SCRATCHED NIGHTLY.
000533*   2026-10-15  JAC   A SUSPENDED ITEM KEEPS ITS CURRENCY CODE
000534*                     (FROM MULTREJ) AND RECYCLES WITH IT.  A
000535*                     REASON-15 (NO FX RATE) ITEM NEEDS A REPAIR
000536*                     CARD ONCE THE MISSING RATE IS LOADED.
000537******************************************************************
000538 IDENTIFICATION DIVISION.
000539 PROGRAM-ID.     MULTSUS.
000540 AUTHOR.         JOEY CLUETT.
000550 INSTALLATION.   ACCOUNTING SYSTEMS.
000560 DATE-WRITTEN.   08/21/2026.
000794     SELECT RUN-LOG-FILE        ASSIGN TO MULTRUNL
000795         ORGANIZATION IS SEQUENTIAL.
000796
000797     SELECT GL-ACCOUNT-MAP-FILE  ASSIGN TO MULTCOA
000798         ORGANIZATION IS INDEXED
000799         ACCESS MODE IS SEQUENTIAL
000800         RECORD KEY IS GLM-MAP-KEY
000801         FILE STATUS IS WS-GLMAP-FILE-STATUS.
000802
000803     SELECT ACCOUNTING-PERIOD-FILE ASSIGN TO MULTPER
000804         ORGANIZATION IS SEQUENTIAL
000805         FILE STATUS IS WS-PERIOD-FILE-STATUS.
000806
000807     SELECT INTERVENTION-LOG-FILE ASSIGN TO MULTITV
000808         ORGANIZATION IS SEQUENTIAL.
000809
000810 DATA DIVISION.
000811 FILE SECTION.
000820 FD  SUSPENSE-IN-FILE
000830     RECORDING MODE IS F
000840     LABEL RECORDS ARE STANDARD
001010         ==SUS-NUM2-RAW== BY ==SUSO-NUM2-RAW==
001020         ==SUS-OPERATION-CODE== BY ==SUSO-OPERATION-CODE==
001030         ==SUS-ACCOUNT-NUMBER== BY ==SUSO-ACCOUNT-NUMBER==
001034         ==SUS-RATE-SWITCH== BY ==SUSO-RATE-SWITCH==
001038         ==SUS-ACCOUNTING-PERIOD==
001042         BY ==SUSO-ACCOUNTING-PERIOD==
001044         ==SUS-CURRENCY-CODE== BY ==SUSO-CURRENCY-CODE==.
001050
001060 FD  REJECT-IN-FILE
001070     RECORDING MODE IS F
001344     BLOCK CONTAINS 0 RECORDS.
001345     COPY MULTRNL.
001346
001347 FD  GL-ACCOUNT-MAP-FILE
001348     RECORDING MODE IS F
001349     LABEL RECORDS ARE STANDARD
001350     BLOCK CONTAINS 0 RECORDS.
001351     COPY MULTCOA.
001352
001353 FD  ACCOUNTING-PERIOD-FILE
001354     RECORDING MODE IS F
001355     LABEL RECORDS ARE STANDARD
001356     BLOCK CONTAINS 0 RECORDS.
001357     COPY MULTPER.
001358
001359 FD  INTERVENTION-LOG-FILE
001360     RECORDING MODE IS F
001361     LABEL RECORDS ARE STANDARD
001362     BLOCK CONTAINS 0 RECORDS.
001363     COPY MULTITV.
001364
001365 WORKING-STORAGE SECTION.
001366 77  WS-MASTER-FILE-STATUS       PIC X(02).
001367 77  WS-GLMAP-FILE-STATUS        PIC X(02).
001368 77  WS-PERIOD-FILE-STATUS       PIC X(02).
001369 77  WS-SUSPENSE-EOF-SWITCH      PIC X(01)      VALUE 'N'.
001370     88  END-OF-SUSPENSE-FILE                   VALUE 'Y'.
001380
001390 77  WS-REJECT-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001700         WS-RECYCLE-NUM1-X       PIC S9(2)V99.
001710
001711 77  WS-AUTO-RECYCLED-COUNT      PIC 9(07) COMP VALUE ZERO.
001712 77  WS-ROLLED-FORWARD-COUNT     PIC 9(07) COMP VALUE ZERO.
001713 77  WS-PERIOD-HELD-COUNT        PIC 9(07) COMP VALUE ZERO.
001714
001715 77  WS-PERIOD-EOF-SWITCH        PIC X(01)      VALUE 'N'.
001716     88  END-OF-PERIOD-FILE                     VALUE 'Y'.
001717 77  WS-PERIOD-CLOSED-SWITCH     PIC X(01)      VALUE 'N'.
001718     88  PERIOD-IS-CLOSED                       VALUE 'Y'.
001719 77  WS-CLOSED-PERIOD-ACTION     PIC X(01)      VALUE 'R'.
001720     88  REJECT-CLOSED-PERIOD                   VALUE 'R'.
001721     88  ROLL-FORWARD-CLOSED-PERIOD             VALUE 'F'.
001722 77  WS-PERIOD-TABLE-MAX-ENTRIES PIC 9(03) COMP VALUE 240.
001723 77  WS-PERIOD-SUB               PIC 9(03) COMP VALUE ZERO.
001724 77  WS-ACCOUNTING-PERIOD        PIC 9(06)      VALUE ZEROS.
001725
001726 01  WS-PERIOD-TABLE.
001727     05  WS-PERIOD-TABLE-COUNT   PIC 9(03) COMP VALUE ZERO.
001728     05  WS-PERIOD-TABLE-ENTRY   OCCURS 240 TIMES.
001729         10  WS-PDT-PERIOD           PIC 9(06).
001730         10  WS-PDT-STATUS           PIC X(01).
001731
001732 77  WS-RATE-SUB                 PIC 9(02) COMP VALUE ZERO.
001733 77  WS-RATE-FOUND-SWITCH        PIC X(01)      VALUE 'N'.
001734     88  RATE-IN-EFFECT-FOUND                   VALUE 'Y'.
001735
001736 77  WS-GLMAP-EOF-SWITCH         PIC X(01)      VALUE 'N'.
001737     88  END-OF-GL-MAPPING                      VALUE 'Y'.
001738 77  WS-GLMAP-FOUND-SWITCH       PIC X(01)      VALUE 'N'.
001739     88  GL-MAPPING-FOUND                       VALUE 'Y'.
001740
001741 77  WS-GLMAP-TABLE-MAX-ENTRIES  PIC 9(05) COMP VALUE 500.
001742 77  WS-GLMAP-SUB                PIC 9(05) COMP VALUE ZERO.
001743 77  WS-GLMAP-OPERATION-CODE     PIC X(01)      VALUE SPACE.
001744
001745 01  WS-GL-MAPPING-TABLE.
001746     05  WS-GLMAP-TABLE-COUNT    PIC 9(05) COMP VALUE ZERO.
001747     05  WS-GLMAP-TABLE-ENTRY    OCCURS 500 TIMES.
001748         10  WS-GMT-OPERATION-CODE   PIC X(01).
001749         10  WS-GMT-RANGE-LOW        PIC 9(09).
001750         10  WS-GMT-RANGE-HIGH       PIC 9(09).
001751
001752 77  WS-AUTO-SUB                 PIC 9(03) COMP VALUE ZERO.
001753 77  WS-AUTO-MAX-ENTRIES         PIC 9(03) COMP VALUE 500.
001754
001755 01  WS-AUTO-RECYCLE-TABLE.
001756     05  WS-AUTO-ENTRY-COUNT     PIC 9(03) COMP VALUE ZERO.
001757     05  WS-AUTO-ENTRY           PIC X(80) OCCURS 500 TIMES.
001758
001759 77  WS-REPAIR-SUB               PIC 9(03) COMP VALUE ZERO.
001760 77  WS-REPAIR-MATCH-SUB         PIC 9(03) COMP VALUE ZERO.
001761 77  WS-REPAIR-MAX-ENTRIES       PIC 9(03) COMP VALUE 500.
001762
001763 01  WS-REPAIR-TABLE.
001770     05  WS-REPAIR-ENTRY-COUNT   PIC 9(03) COMP VALUE ZERO.
001780     05  WS-REPAIR-ENTRY         OCCURS 500 TIMES.
001790         10  WS-RPR-ACTION-CODE      PIC X(01).
002660* 1000-INITIALIZE - OPENS THE FILES, WRITES THE REPORT HEADING,  *
002670*                   LOADS THE REPAIR TRANSACTIONS INTO STORAGE,  *
002680*                   AND PRIMES THE SUSPENSE AND REJECT READ      *
002690*                   LOOPS.  THE GL ACCOUNT MAPPING IS LOADED FOR *
002694*                   THE REASON-13 AUTO-RECYCLE CHECK.            *
002700******************************************************************
002710 1000-INITIALIZE.
002720     OPEN INPUT  SUSPENSE-IN-FILE.
002740     OPEN INPUT  REPAIR-FILE.
002750     OPEN OUTPUT SUSPENSE-OUT-FILE.
002760     OPEN OUTPUT RECYCLE-FILE.
002763     OPEN OUTPUT SUSPENSE-REPORT-FILE.
002766     OPEN EXTEND INTERVENTION-LOG-FILE.
002772     OPEN INPUT  MULTIPLY-RATE-MASTER-FILE.
002774
002776     IF WS-MASTER-FILE-STATUS NOT = "00"
002784         STOP RUN
002786     END-IF.
002787
002788     PERFORM 1300-LOAD-GL-MAPPING-TABLE
002789         THRU 1300-LOAD-GL-MAPPING-TABLE-EXIT.
002790
002791     PERFORM 1400-LOAD-PERIOD-TABLE
002792         THRU 1400-LOAD-PERIOD-TABLE-EXIT.
002793
002794     ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD.
002800     ACCEPT WS-RUN-TIME-HHMMSS   FROM TIME.
002810
002820     COMPUTE WS-RUN-DATE-INTEGER =
003530     WRITE BATCH-HEADER-RECORD.
003540 1200-WRITE-RECYCLE-HEADER-EXIT.
003550     EXIT.
003551
003552******************************************************************
003553* 1300-LOAD-GL-MAPPING-TABLE - READS THE GL ACCOUNT MAPPING      *
003554*                              (MULTCOA) INTO STORAGE FOR THE    *
003555*                              REASON-13 AUTO-RECYCLE CHECK.     *
003556******************************************************************
003557 1300-LOAD-GL-MAPPING-TABLE.
003558     OPEN INPUT  GL-ACCOUNT-MAP-FILE.
003559
003560     IF WS-GLMAP-FILE-STATUS NOT = "00"
003561         DISPLAY "MULTCOA OPEN FAILED - FILE STATUS "
003562             WS-GLMAP-FILE-STATUS
003563         MOVE 16 TO RETURN-CODE
003564         STOP RUN
003565     END-IF.
003566
003567     PERFORM 1310-READ-GL-MAPPING
003568         THRU 1310-READ-GL-MAPPING-EXIT
003569         UNTIL END-OF-GL-MAPPING.
003570
003571     CLOSE GL-ACCOUNT-MAP-FILE.
003572 1300-LOAD-GL-MAPPING-TABLE-EXIT.
003573     EXIT.
003574
003575******************************************************************
003576* 1310-READ-GL-MAPPING - READS ONE GL ACCOUNT MAPPING RECORD     *
003577*                        INTO THE NEXT TABLE ENTRY.              *
003578******************************************************************
003579 1310-READ-GL-MAPPING.
003580     READ GL-ACCOUNT-MAP-FILE NEXT RECORD
003581         AT END
003582             SET END-OF-GL-MAPPING TO TRUE
003583         NOT AT END
003584             IF WS-GLMAP-TABLE-COUNT >= WS-GLMAP-TABLE-MAX-ENTRIES
003585                 DISPLAY "MULTSUS - GL ACCOUNT MAPPING EXCEEDS "
003586                     WS-GLMAP-TABLE-MAX-ENTRIES " ENTRIES"
003587                 MOVE 16 TO RETURN-CODE
003588                 STOP RUN
003589             END-IF
003590             ADD 1 TO WS-GLMAP-TABLE-COUNT
003591             MOVE GLM-OPERATION-CODE TO
003592                 WS-GMT-OPERATION-CODE (WS-GLMAP-TABLE-COUNT)
003593             MOVE GLM-RANGE-LOW TO
003594                 WS-GMT-RANGE-LOW (WS-GLMAP-TABLE-COUNT)
003595             MOVE GLM-RANGE-HIGH TO
003596                 WS-GMT-RANGE-HIGH (WS-GLMAP-TABLE-COUNT)
003597     END-READ.
003598 1310-READ-GL-MAPPING-EXIT.
003599     EXIT.
003600
003601******************************************************************
003602* 1400-LOAD-PERIOD-TABLE - READS THE ACCOUNTING PERIOD CONTROL   *
003603*                          FILE (MULTPER) INTO STORAGE - THE     *
003604*                          CLOSED-PERIOD ACTION FROM THE CONTROL *
003605*                          RECORD AND THE STATUS OF EVERY PERIOD *
003606*                          ON FILE. A PERIOD NOT ON FILE IS OPEN.*
003607******************************************************************
003608 1400-LOAD-PERIOD-TABLE.
003609     OPEN INPUT  ACCOUNTING-PERIOD-FILE.
003610
003611     IF WS-PERIOD-FILE-STATUS NOT = "00"
003612         DISPLAY "MULTPER OPEN FAILED - FILE STATUS "
003613             WS-PERIOD-FILE-STATUS
003614         MOVE 16 TO RETURN-CODE
003615         STOP RUN
003616     END-IF.
003617
003618     PERFORM 1410-READ-PERIOD-RECORD
003619         THRU 1410-READ-PERIOD-RECORD-EXIT
003620         UNTIL END-OF-PERIOD-FILE.
003621
003622     CLOSE ACCOUNTING-PERIOD-FILE.
003623 1400-LOAD-PERIOD-TABLE-EXIT.
003624     EXIT.
003625
003626******************************************************************
003627* 1410-READ-PERIOD-RECORD - READS ONE PERIOD CONTROL RECORD INTO *
003628*                           THE ACTION SWITCH OR THE PERIOD      *
003629*                           TABLE.                               *
003630******************************************************************
003631 1410-READ-PERIOD-RECORD.
003632     READ ACCOUNTING-PERIOD-FILE
003633         AT END
003634             SET END-OF-PERIOD-FILE TO TRUE
003635         NOT AT END
003636             IF PER-CONTROL-RECORD
003637                 IF PER-ROLL-FORWARD-CLOSED
003638                     SET ROLL-FORWARD-CLOSED-PERIOD TO TRUE
003639                 ELSE
003640                     SET REJECT-CLOSED-PERIOD TO TRUE
003641                 END-IF
003642             ELSE
003643             IF PER-PERIOD-RECORD
003644                 IF WS-PERIOD-TABLE-COUNT
003645                         >= WS-PERIOD-TABLE-MAX-ENTRIES
003646                     DISPLAY "MULTSUS - PERIOD CONTROL EXCEEDS "
003647                         WS-PERIOD-TABLE-MAX-ENTRIES " PERIODS"
003648                     MOVE 16 TO RETURN-CODE
003649                     STOP RUN
003650                 END-IF
003651                 ADD 1 TO WS-PERIOD-TABLE-COUNT
003652                 MOVE PER-PERIOD TO
003653                     WS-PDT-PERIOD (WS-PERIOD-TABLE-COUNT)
003654                 MOVE PER-STATUS TO
003655                     WS-PDT-STATUS (WS-PERIOD-TABLE-COUNT)
003656             END-IF END-IF
003657     END-READ.
003658 1410-READ-PERIOD-RECORD-EXIT.
003659     EXIT.
003660
003661******************************************************************
003662* 2000-PROCESS-SUSPENSE - DISPOSES OF ONE SUSPENDED RECORD:      *
003663*                         RECYCLED OR PURGED WHEN A REPAIR       *
003664*                         MATCHES IT, OTHERWISE CARRIED FORWARD  *
003665*                         AND AGED.  THEN READS THE NEXT.        *
003666******************************************************************
003667 2000-PROCESS-SUSPENSE.
003668*    THE PRIOR GENERATION'S HIGH-WATER CONTROL RECORD ONLY
003669*    CARRIES THE SEQUENCE MARK FORWARD - IT IS NOT A SUSPENDED
003670*    REJECT AND STAYS OUT OF EVERY COUNT AND REPORT LINE.
003671     IF SUS-HIGH-WATER-RECORD
003680         IF SUS-SEQUENCE-NUMBER > WS-HIGH-SEQUENCE-NUMBER
003690             MOVE SUS-SEQUENCE-NUMBER
003700                 TO WS-HIGH-SEQUENCE-NUMBER
003780         MOVE SUS-SEQUENCE-NUMBER TO WS-HIGH-SEQUENCE-NUMBER
003790     END-IF.
003800
003804     PERFORM 2300-FIND-REPAIR
003808         THRU 2300-FIND-REPAIR-EXIT.
003812
003816     PERFORM 2420-CHECK-ITEM-PERIOD
003820         THRU 2420-CHECK-ITEM-PERIOD-EXIT.
003824
003828*    A CORRECTION TO AN ITEM FROM A CLOSED PERIOD WAITS, UNUSED,
003832*    UNTIL THE PERIOD IS REOPENED OR ROLL FORWARD IS SET.
003836     IF REPAIR-FOUND
003840         AND WS-RPR-ACTION-CODE (WS-REPAIR-MATCH-SUB) = "C"
003844         IF PERIOD-IS-CLOSED AND REJECT-CLOSED-PERIOD
003848             MOVE 'N' TO WS-RPR-USED-SWITCH (WS-REPAIR-MATCH-SUB)
003852             PERFORM 2450-CARRY-FORWARD
003856                 THRU 2450-CARRY-FORWARD-EXIT
003860         ELSE
003862             PERFORM 2400-RECYCLE-RECORD
003864                 THRU 2400-RECYCLE-RECORD-EXIT
003866             PERFORM 2700-LOG-INTERVENTION
003868                 THRU 2700-LOG-INTERVENTION-EXIT
003870         END-IF
003876     ELSE
003890     IF REPAIR-FOUND
003900         AND WS-RPR-ACTION-CODE (WS-REPAIR-MATCH-SUB) = "P"
003910         ADD 1 TO WS-PURGED-COUNT
003917         MOVE "PURGED" TO WS-DTL-DISPOSITION
003924         PERFORM 2600-WRITE-DETAIL-LINE
003931             THRU 2600-WRITE-DETAIL-LINE-EXIT
003938         PERFORM 2700-LOG-INTERVENTION
003945             THRU 2700-LOG-INTERVENTION-EXIT
003952     ELSE
003960         PERFORM 2460-TRY-AUTO-RECYCLE
003970             THRU 2460-TRY-AUTO-RECYCLE-EXIT
003980     END-IF END-IF.
004880
004890     MOVE SUS-OPERATION-CODE TO RCY-OPERATION-CODE.
004900     MOVE SUS-RATE-SWITCH    TO RCY-RATE-SWITCH.
004904     MOVE SUS-CURRENCY-CODE  TO RCY-CURRENCY-CODE.
004910
004920     MOVE RCY-NUM1 TO WS-RECYCLE-NUM1-X.
004930     IF WS-RECYCLE-NUM1 NUMERIC
004940         ADD WS-RECYCLE-NUM1 TO WS-RECYCLE-HASH-TOTAL
004950     END-IF.
004960
004964     WRITE RECYCLE-RECORD.
004968     ADD 1 TO WS-RECYCLED-COUNT.
004972
004976     IF PERIOD-IS-CLOSED
004980         ADD 1 TO WS-ROLLED-FORWARD-COUNT
004984         MOVE "ROLLED FWD" TO WS-DTL-DISPOSITION
004988     ELSE
004992         MOVE "RECYCLED"   TO WS-DTL-DISPOSITION
004996     END-IF.
005010     PERFORM 2600-WRITE-DETAIL-LINE
005020         THRU 2600-WRITE-DETAIL-LINE-EXIT.
005021 2400-RECYCLE-RECORD-EXIT.
005022     EXIT.
005023
005024******************************************************************
005025* 2420-CHECK-ITEM-PERIOD - DATES THE SUSPENDED ITEM IN THE       *
005026*                          ACCOUNTING PERIOD IT WAS REJECTED FROM*
005027*                          (AN ITEM SUSPENDED BEFORE THE PERIOD  *
005028*                          WAS CARRIED TAKES ITS DATE REJECTED'S *
005029*                          MONTH) AND SETS PERIOD-IS-CLOSED WHEN *
005030*                          THE MONTH-END CLOSE HAS CLOSED IT.    *
005031******************************************************************
005032 2420-CHECK-ITEM-PERIOD.
005033     IF SUS-ACCOUNTING-PERIOD NUMERIC
005034             AND SUS-ACCOUNTING-PERIOD > ZERO
005035         MOVE SUS-ACCOUNTING-PERIOD  TO WS-ACCOUNTING-PERIOD
005036     ELSE
005037         MOVE SUS-DATE-REJECTED(1:6) TO WS-ACCOUNTING-PERIOD
005038     END-IF.
005039
005040     MOVE 'N' TO WS-PERIOD-CLOSED-SWITCH.
005041
005042     PERFORM 2425-TEST-PERIOD-ENTRY
005043         THRU 2425-TEST-PERIOD-ENTRY-EXIT
005044         VARYING WS-PERIOD-SUB FROM 1 BY 1
005045         UNTIL WS-PERIOD-SUB > WS-PERIOD-TABLE-COUNT
005046         OR PERIOD-IS-CLOSED.
005047 2420-CHECK-ITEM-PERIOD-EXIT.
005048     EXIT.
005049
005050******************************************************************
005051* 2425-TEST-PERIOD-ENTRY - TESTS ONE PERIOD TABLE ENTRY.         *
005052******************************************************************
005053 2425-TEST-PERIOD-ENTRY.
005054     IF WS-PDT-PERIOD (WS-PERIOD-SUB) = WS-ACCOUNTING-PERIOD
005055             AND WS-PDT-STATUS (WS-PERIOD-SUB) = "C"
005056         SET PERIOD-IS-CLOSED TO TRUE
005057     END-IF.
005058 2425-TEST-PERIOD-ENTRY-EXIT.
005059     EXIT.
005060
005061******************************************************************
005070* 2450-CARRY-FORWARD - WRITES THE UNREPAIRED RECORD TO THE NEW   *
005080*                      SUSPENSE GENERATION AND AGES IT ON THE    *
005090*                      REPORT.                                   *
005170     MOVE SUS-NUM2-RAW        TO SUSO-NUM2-RAW.
005180     MOVE SUS-OPERATION-CODE  TO SUSO-OPERATION-CODE.
005190     MOVE SUS-ACCOUNT-NUMBER  TO SUSO-ACCOUNT-NUMBER.
005195     MOVE SUS-RATE-SWITCH     TO SUSO-RATE-SWITCH.
005200     MOVE WS-ACCOUNTING-PERIOD TO SUSO-ACCOUNTING-PERIOD.
005202     MOVE SUS-CURRENCY-CODE   TO SUSO-CURRENCY-CODE.
005205
005210     WRITE REJECT-SUSPENSE-OUT-RECORD.
005215     ADD 1 TO WS-SUSPENSE-OUT-COUNT.
005220     ADD 1 TO WS-CARRIED-COUNT.
005225
005230     IF PERIOD-IS-CLOSED AND REJECT-CLOSED-PERIOD
005235         ADD 1 TO WS-PERIOD-HELD-COUNT
005240         MOVE "PER CLOSED" TO WS-DTL-DISPOSITION
005245     ELSE
005250         MOVE "CARRIED"    TO WS-DTL-DISPOSITION
005255     END-IF.
005270     PERFORM 2600-WRITE-DETAIL-LINE
005280         THRU 2600-WRITE-DETAIL-LINE-EXIT.
005290 2450-CARRY-FORWARD-EXIT.
005309*                         RECYCLES WITH NO REPAIR TRANSACTION.   *
005310*                         ANY OTHER ITEM, OR ONE WHOSE ACCOUNT   *
005311*                         STILL HAS NO RATE, CARRIES FORWARD AS  *
005312*                         BEFORE.  A REASON-13 (NO GL MAPPING)   *
005313*                         ITEM RECYCLES THE SAME WAY ONCE A      *
005314*                         MAPPING COVERS ITS OPERATION CODE AND  *
005315*                         ACCOUNT.  AN ITEM FROM A CLOSED PERIOD *
005316*                         IS HELD UNLESS THE CONTROL RECORD SAYS *
005317*                         ROLL FORWARD, AND A REASON-14 (PERIOD  *
005318*                         CLOSED) ITEM RECYCLES ONCE IT IS NOT   *
005319*                         HELD.                                  *
005320******************************************************************
005321 2460-TRY-AUTO-RECYCLE.
005322     IF PERIOD-IS-CLOSED AND REJECT-CLOSED-PERIOD
005323         PERFORM 2450-CARRY-FORWARD
005324             THRU 2450-CARRY-FORWARD-EXIT
005325         GO TO 2460-TRY-AUTO-RECYCLE-EXIT
005326     END-IF.
005327
005328     IF SUS-REASON-CODE = 14
005329         PERFORM 2480-AUTO-RECYCLE-RECORD
005330             THRU 2480-AUTO-RECYCLE-RECORD-EXIT
005331         GO TO 2460-TRY-AUTO-RECYCLE-EXIT
005332     END-IF.
005333     IF SUS-REASON-CODE = 13
005334         PERFORM 2490-CHECK-GL-MAPPING
005335             THRU 2490-CHECK-GL-MAPPING-EXIT
005336         IF GL-MAPPING-FOUND
005337             PERFORM 2480-AUTO-RECYCLE-RECORD
005338                 THRU 2480-AUTO-RECYCLE-RECORD-EXIT
005339         ELSE
005340             PERFORM 2450-CARRY-FORWARD
005341                 THRU 2450-CARRY-FORWARD-EXIT
005342         END-IF
005343         GO TO 2460-TRY-AUTO-RECYCLE-EXIT
005344     END-IF.
005345
005346     IF SUS-REASON-CODE NOT = 07 AND SUS-REASON-CODE NOT = 09
005347         PERFORM 2450-CARRY-FORWARD
005348             THRU 2450-CARRY-FORWARD-EXIT
005349         GO TO 2460-TRY-AUTO-RECYCLE-EXIT
005350     END-IF.
005351
005352     PERFORM 2470-CHECK-RATE-IN-EFFECT
005353         THRU 2470-CHECK-RATE-IN-EFFECT-EXIT.
005354
005355     IF RATE-IN-EFFECT-FOUND
005356         PERFORM 2480-AUTO-RECYCLE-RECORD
005357             THRU 2480-AUTO-RECYCLE-RECORD-EXIT
005358     ELSE
005359         PERFORM 2450-CARRY-FORWARD
005360             THRU 2450-CARRY-FORWARD-EXIT
005361     END-IF.
005362 2460-TRY-AUTO-RECYCLE-EXIT.
005363     EXIT.
005364
005365******************************************************************
005366* 2470-CHECK-RATE-IN-EFFECT - READS THE RATE MASTER FOR THE      *
005367*                             SUSPENDED ACCOUNT AND WALKS ITS    *
005368*                             SCHEDULE FOR AN ENTRY IN EFFECT    *
005369*                             FOR THE RUN DATE - THE SAME        *
005370*                             SELECTION MULTCALC WILL MAKE WHEN  *
005371*                             THE RECORD COMES BACK AROUND.  A   *
005372*                             NON-NUMERIC SUSPENDED ACCOUNT CAN  *
005373*                             NEVER MATCH A KEY AND STAYS IN     *
005374*                             SUSPENSE FOR A HUMAN.              *
005375******************************************************************
005376 2470-CHECK-RATE-IN-EFFECT.
005377     MOVE 'N' TO WS-RATE-FOUND-SWITCH.
005378
005379     IF SUS-ACCOUNT-NUMBER NOT NUMERIC
005380         GO TO 2470-CHECK-RATE-IN-EFFECT-EXIT
005381     END-IF.
005382
005383     MOVE SUS-ACCOUNT-NUMBER TO RTM-ACCOUNT-NUMBER.
005384
005385     READ MULTIPLY-RATE-MASTER-FILE
005386         INVALID KEY
005387             CONTINUE
005388         NOT INVALID KEY
005389             PERFORM 2475-TEST-RATE-ENTRY
005390                 THRU 2475-TEST-RATE-ENTRY-EXIT
005391                 VARYING WS-RATE-SUB FROM 1 BY 1
005392                 UNTIL WS-RATE-SUB > RTM-RATE-COUNT
005393                 OR WS-RATE-SUB > 5
005394     END-READ.
005395 2470-CHECK-RATE-IN-EFFECT-EXIT.
005396     EXIT.
005397
005398******************************************************************
005399* 2475-TEST-RATE-ENTRY - TESTS ONE SCHEDULE ENTRY FOR AN         *
005400*                        EFFECTIVE DATE NOT AFTER THE RUN DATE.  *
005401******************************************************************
005402 2475-TEST-RATE-ENTRY.
005403     IF RTM-EFFECTIVE-DATE (WS-RATE-SUB)
005404             NOT > WS-RUN-DATE-YYYYMMDD
005405         SET RATE-IN-EFFECT-FOUND TO TRUE
005406     END-IF.
005407 2475-TEST-RATE-ENTRY-EXIT.
005408     EXIT.
005409
005410******************************************************************
005411* 2480-AUTO-RECYCLE-RECORD - REBUILDS THE SUSPENDED RECORD IN    *
005412*                            THE INPUT FEED LAYOUT, UNCHANGED -  *
005413*                            NOTHING ON IT WAS EVER WRONG - AND  *
005414*                            WRITES IT TO THE RECYCLE FILE.  THE *
005415*                            ITEM IS REMEMBERED FOR THE          *
005416*                            SELF-HEALED SECTION OF THE REPORT.  *
005417******************************************************************
005418 2480-AUTO-RECYCLE-RECORD.
005419     MOVE SPACES TO RECYCLE-RECORD.
005420     MOVE SUS-NUM1-RAW       TO RCY-NUM1.
005421     MOVE SUS-NUM2-RAW       TO RCY-NUM2.
005422     MOVE SUS-OPERATION-CODE TO RCY-OPERATION-CODE.
005423     MOVE SUS-ACCOUNT-NUMBER TO RCY-ACCOUNT-NUMBER.
005424     MOVE SUS-RATE-SWITCH    TO RCY-RATE-SWITCH.
005425     MOVE SUS-CURRENCY-CODE  TO RCY-CURRENCY-CODE.
005426
005427     MOVE RCY-NUM1 TO WS-RECYCLE-NUM1-X.
005428     IF WS-RECYCLE-NUM1 NUMERIC
005429         ADD WS-RECYCLE-NUM1 TO WS-RECYCLE-HASH-TOTAL
005430     END-IF.
005431
005432     WRITE RECYCLE-RECORD.
005433     ADD 1 TO WS-RECYCLED-COUNT.
005434     ADD 1 TO WS-AUTO-RECYCLED-COUNT.
005435
005436     IF PERIOD-IS-CLOSED
005437         ADD 1 TO WS-ROLLED-FORWARD-COUNT
005438     END-IF.
005439
005440     IF WS-AUTO-ENTRY-COUNT >= WS-AUTO-MAX-ENTRIES
005441         DISPLAY "MULTSUS AUTO-RECYCLE TABLE FULL - LIMIT "
005442             WS-AUTO-MAX-ENTRIES
005443         MOVE 16 TO RETURN-CODE
005444         STOP RUN
005445     END-IF.
005446
005447     ADD 1 TO WS-AUTO-ENTRY-COUNT.
005448     MOVE REJECT-SUSPENSE-RECORD
005449         TO WS-AUTO-ENTRY (WS-AUTO-ENTRY-COUNT).
005450 2480-AUTO-RECYCLE-RECORD-EXIT.
005451     EXIT.
005452
005453******************************************************************
005454* 2490-CHECK-GL-MAPPING - LOOKS FOR A GL ACCOUNT MAPPING FOR THE *
005455*                         SUSPENDED OPERATION CODE WHOSE RANGE   *
005456*                         COVERS THE ACCOUNT - THE SAME LOOKUP   *
005457*                         MULTCALC WILL MAKE WHEN THE RECORD     *
005458*                         COMES BACK AROUND.  A NON-NUMERIC      *
005459*                         ACCOUNT STAYS IN SUSPENSE FOR A HUMAN. *
005460******************************************************************
005461 2490-CHECK-GL-MAPPING.
005462     MOVE 'N' TO WS-GLMAP-FOUND-SWITCH.
005463
005464     IF SUS-ACCOUNT-NUMBER NOT NUMERIC
005465         GO TO 2490-CHECK-GL-MAPPING-EXIT
005466     END-IF.
005467
005468     IF SUS-OPERATION-CODE = SPACE OR LOW-VALUE
005469         MOVE "M"                TO WS-GLMAP-OPERATION-CODE
005470     ELSE
005471         MOVE SUS-OPERATION-CODE TO WS-GLMAP-OPERATION-CODE
005472     END-IF.
005473
005474     PERFORM 2495-TEST-GL-MAPPING
005475         THRU 2495-TEST-GL-MAPPING-EXIT
005476         VARYING WS-GLMAP-SUB FROM 1 BY 1
005477         UNTIL WS-GLMAP-SUB > WS-GLMAP-TABLE-COUNT
005478         OR GL-MAPPING-FOUND.
005479 2490-CHECK-GL-MAPPING-EXIT.
005480     EXIT.
005481
005482******************************************************************
005483* 2495-TEST-GL-MAPPING - TESTS ONE MAPPING TABLE ENTRY AGAINST   *
005484*                        THE SUSPENDED OPERATION CODE AND        *
005485*                        ACCOUNT.                                *
005486******************************************************************
005487 2495-TEST-GL-MAPPING.
005488     IF WS-GMT-OPERATION-CODE (WS-GLMAP-SUB)
005489             = WS-GLMAP-OPERATION-CODE
005490         AND SUS-ACCOUNT-NUMBER
005491             NOT < WS-GMT-RANGE-LOW (WS-GLMAP-SUB)
005492         AND SUS-ACCOUNT-NUMBER
005493             NOT > WS-GMT-RANGE-HIGH (WS-GLMAP-SUB)
005494         SET GL-MAPPING-FOUND TO TRUE
005495     END-IF.
005496 2495-TEST-GL-MAPPING-EXIT.
005497     EXIT.
005498
005499******************************************************************
005500* 2500-WRITE-REPORT-HEADING - WRITES THE RUN-DATE HEADING AND    *
005501*                             THE COLUMN HEADER LINE.            *
005502******************************************************************
005503 2500-WRITE-REPORT-HEADING.
005504     MOVE WS-RUN-DATE-YYYYMMDD(5:2) TO WS-HDG-RUN-DATE(1:2).
005505     MOVE "/"                       TO WS-HDG-RUN-DATE(3:1).
005506     MOVE WS-RUN-DATE-YYYYMMDD(7:2) TO WS-HDG-RUN-DATE(4:2).
005507     MOVE "/"                       TO WS-HDG-RUN-DATE(6:1).
005508     MOVE WS-RUN-DATE-YYYYMMDD(1:4) TO WS-HDG-RUN-DATE(7:4).
005509
005510     MOVE '1'            TO SRP-CARRIAGE-CONTROL.
005511     MOVE WS-HEADING-LINE TO SRP-LINE-IMAGE.
005512     WRITE SUSPENSE-REPORT-RECORD.
005513     ADD 1 TO WS-LINE-COUNT.
005514
005515     MOVE ' '                    TO SRP-CARRIAGE-CONTROL.
005516     MOVE WS-COLUMN-HEADING-LINE TO SRP-LINE-IMAGE.
005517     WRITE SUSPENSE-REPORT-RECORD.
005518     ADD 1 TO WS-LINE-COUNT.
005520 2500-WRITE-REPORT-HEADING-EXIT.
005530     EXIT.
005540
005710     MOVE SUS-ACCOUNT-NUMBER  TO WS-DTL-ACCOUNT.
005720     MOVE WS-AGE-DAYS         TO WS-DTL-AGE-DAYS.
005730
005737     IF WS-AGE-DAYS > WS-AGING-LIMIT-DAYS
005744             AND (WS-DTL-DISPOSITION = "CARRIED"
005751             OR WS-DTL-DISPOSITION = "PER CLOSED")
005760         MOVE " **" TO WS-DTL-AGED-FLAG
005770         ADD 1 TO WS-AGED-COUNT
005780     ELSE
005990             - FUNCTION INTEGER-OF-DATE (SUS-DATE-REJECTED)
006000     ELSE
006010         MOVE ZERO TO WS-AGE-DAYS
006011     END-IF.
006012 2650-COMPUTE-AGE-EXIT.
006013     EXIT.
006014
006015******************************************************************
006016* 2700-LOG-INTERVENTION - APPENDS THE REPAIR CARD JUST APPLIED TO*
006017*                         THE CURRENT SUSPENSE RECORD TO THE     *
006018*                         INTERVENTION LOG, UNDER THE SUSPENDED  *
006019*                         ITEM'S ACCOUNT AND SUSPENSE SEQUENCE   *
006020*                         NUMBER.                                *
006021******************************************************************
006022 2700-LOG-INTERVENTION.
006023     MOVE SPACES                  TO INTERVENTION-LOG-RECORD.
006024     MOVE WS-RUN-DATE-YYYYMMDD    TO ITV-RUN-DATE.
006025     MOVE WS-RUN-TIME-HHMMSS      TO ITV-RUN-TIME.
006026     MOVE WS-RPR-USER-ID (WS-REPAIR-MATCH-SUB) TO ITV-USER-ID.
006027     SET ITV-SUSPENSE-REPAIR      TO TRUE.
006028     MOVE WS-RPR-ACTION-CODE (WS-REPAIR-MATCH-SUB)
006029         TO ITV-ACTION-CODE.
006030     MOVE SUS-ACCOUNT-NUMBER      TO ITV-ACCOUNT-NUMBER.
006031     MOVE SUS-SEQUENCE-NUMBER     TO ITV-REFERENCE.
006032     MOVE ZERO                    TO ITV-AMOUNT.
006033
006034     WRITE INTERVENTION-LOG-RECORD.
006035 2700-LOG-INTERVENTION-EXIT.
006036     EXIT.
006050
006060******************************************************************
006070* 3000-PROCESS-NEW-REJECTS - ADDS ONE OF TONIGHT'S REJECTS TO    *
006210     MOVE REJ-NUM2-RAW            TO SUSO-NUM2-RAW.
006220     MOVE REJ-OPERATION-CODE      TO SUSO-OPERATION-CODE.
006230     MOVE REJ-ACCOUNT-NUMBER      TO SUSO-ACCOUNT-NUMBER.
006232     MOVE REJ-RATE-SWITCH         TO SUSO-RATE-SWITCH.
006234     IF REJ-ACCOUNTING-PERIOD NUMERIC
006236             AND REJ-ACCOUNTING-PERIOD > ZERO
006238         MOVE REJ-ACCOUNTING-PERIOD   TO SUSO-ACCOUNTING-PERIOD
006240     ELSE
006242         MOVE WS-RUN-DATE-YYYYMMDD(1:6)
006244             TO SUSO-ACCOUNTING-PERIOD
006246     END-IF.
006247     MOVE REJ-CURRENCY-CODE       TO SUSO-CURRENCY-CODE.
006250
006260     WRITE REJECT-SUSPENSE-OUT-RECORD.
006270     ADD 1 TO WS-SUSPENSE-OUT-COUNT.
006904     MOVE WS-AUTO-RECYCLED-COUNT     TO WS-CTL-COUNT-VALUE.
006905     PERFORM 8100-WRITE-COUNT-LINE
006906         THRU 8100-WRITE-COUNT-LINE-EXIT.
006907
006908     MOVE "OF WHICH ROLLED FORWARD:" TO WS-CTL-COUNT-TEXT.
006909     MOVE WS-ROLLED-FORWARD-COUNT    TO WS-CTL-COUNT-VALUE.
006910     PERFORM 8100-WRITE-COUNT-LINE
006911         THRU 8100-WRITE-COUNT-LINE-EXIT.
006912
006920     MOVE "PURGED                 :" TO WS-CTL-COUNT-TEXT.
006930     MOVE WS-PURGED-COUNT            TO WS-CTL-COUNT-VALUE.
006940     PERFORM 8100-WRITE-COUNT-LINE
006950         THRU 8100-WRITE-COUNT-LINE-EXIT.
006960
006964     MOVE "CARRIED FORWARD        :" TO WS-CTL-COUNT-TEXT.
006968     MOVE WS-CARRIED-COUNT           TO WS-CTL-COUNT-VALUE.
006972     PERFORM 8100-WRITE-COUNT-LINE
006976         THRU 8100-WRITE-COUNT-LINE-EXIT.
006980
006984     MOVE "OF WHICH PERIOD CLOSED :" TO WS-CTL-COUNT-TEXT.
006988     MOVE WS-PERIOD-HELD-COUNT       TO WS-CTL-COUNT-VALUE.
006992     PERFORM 8100-WRITE-COUNT-LINE
006996         THRU 8100-WRITE-COUNT-LINE-EXIT.
007010
007020     MOVE "NEW REJECTS SUSPENDED  :" TO WS-CTL-COUNT-TEXT.
007030     MOVE WS-NEW-SUSPENSE-COUNT      TO WS-CTL-COUNT-VALUE.
007360     CLOSE REPAIR-FILE.
007370     CLOSE RECYCLE-FILE.
007380     CLOSE SUSPENSE-REPORT-FILE.
007381     CLOSE MULTIPLY-RATE-MASTER-FILE.
007382     CLOSE INTERVENTION-LOG-FILE.
007383
007384     PERFORM 8900-WRITE-RUN-LOG
007388         THRU 8900-WRITE-RUN-LOG-EXIT.
007390 8000-TERMINATE-EXIT.
007400     EXIT.
