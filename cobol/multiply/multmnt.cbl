000380*                     COULD NEVER GET STARTED.  AN EMPTY
000390*                     CLUSTER IS NOW PRIMED WITH AN OPEN
000400*                     OUTPUT/CLOSE AND REOPENED I-O.
000401*   2026-10-15  JAC   AN ADD OR CHANGE WHOSE EFFECTIVE DATE IS
000402*                     BEFORE THE RUN DATE IS FLAGGED ON ITS
000403*                     AUDIT RECORD AND ALSO WRITTEN TO THE
000404*                     RE-RATE QUEUE (MULTRRQ), SO THE NIGHTLY
000405*                     RE-RATE STEP (MULTRRT) RE-PRICES THE
000406*                     CALCULATIONS ALREADY MADE AT THE OLD RATE
000407*                     INSTEAD OF ACCOUNTING CORRECTING THEM BY
000408*                     HAND.  THE QUEUE COUNT PRINTS ON THE
000409*                     CONTROL TOTALS.
000410******************************************************************
000420 IDENTIFICATION DIVISION.
000430 PROGRAM-ID.     MULTMNT.
000600
000610     SELECT MAINT-AUDIT-FILE     ASSIGN TO MULTMNA
000620         ORGANIZATION IS SEQUENTIAL.
000622
000624     SELECT RERATE-QUEUE-FILE    ASSIGN TO MULTRRQ
000626         ORGANIZATION IS SEQUENTIAL.
000630
000640     SELECT MULTIPLY-RATE-MASTER-FILE ASSIGN TO MULTMST
000650         ORGANIZATION IS INDEXED
000960     LABEL RECORDS ARE STANDARD
000970     BLOCK CONTAINS 0 RECORDS.
000980     COPY MULTMNA.
000981
000982 FD  RERATE-QUEUE-FILE
000983     RECORDING MODE IS F
000984     LABEL RECORDS ARE STANDARD
000985     BLOCK CONTAINS 0 RECORDS.
000986     COPY MULTMNA REPLACING
000987         ==RATE-MAINT-AUDIT-RECORD== BY ==RERATE-QUEUE-RECORD==
000988         ==MNA-RUN-DATE== BY ==RRQ-RUN-DATE==
000989         ==MNA-RUN-TIME== BY ==RRQ-RUN-TIME==
000990         ==MNA-SEQUENCE-NUMBER== BY ==RRQ-SEQUENCE-NUMBER==
000991         ==MNA-USER-ID== BY ==RRQ-USER-ID==
000992         ==MNA-ACTION-CODE== BY ==RRQ-ACTION-CODE==
000993         ==MNA-ACCOUNT-NUMBER== BY ==RRQ-ACCOUNT-NUMBER==
000994         ==MNA-OLD-RATE== BY ==RRQ-OLD-RATE==
000995         ==MNA-NEW-RATE== BY ==RRQ-NEW-RATE==
000996         ==MNA-EFFECTIVE-DATE== BY ==RRQ-EFFECTIVE-DATE==
000997         ==MNA-RERATE-FLAG== BY ==RRQ-RERATE-FLAG==
000998         ==MNA-RERATE-QUEUED== BY ==RRQ-RERATE-QUEUED==.
000999
001000 FD  MULTIPLY-RATE-MASTER-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD
001320 77  WS-CHANGE-COUNT             PIC 9(07) COMP VALUE ZERO.
001330 77  WS-DELETE-COUNT             PIC 9(07) COMP VALUE ZERO.
001340 77  WS-AUDIT-SEQUENCE-NUMBER    PIC 9(07) COMP VALUE ZERO.
001344 77  WS-RERATE-QUEUED-COUNT      PIC 9(07) COMP VALUE ZERO.
001350
001360 77  WS-EFFECTIVE-DATE           PIC 9(08)      VALUE ZEROS.
001370 77  WS-RATE-SUB                 PIC 9(02) COMP VALUE ZERO.
002260         "ACCOUNTS DELETED       :".
002270     05  WS-CTL-DELETES          PIC ZZZ,ZZ9.
002280     05  FILLER                  PIC X(95) VALUE SPACES.
002281
002282 01  WS-CTL-RERATE-LINE.
002283     05  FILLER                  PIC X(05) VALUE SPACES.
002284     05  FILLER                  PIC X(25) VALUE
002285         "QUEUED FOR RE-RATE     :".
002286     05  WS-CTL-RERATE-QUEUED    PIC ZZZ,ZZ9.
002287     05  FILLER                  PIC X(95) VALUE SPACES.
002290
002300 PROCEDURE DIVISION.
002310******************************************************************
002470******************************************************************
002480* 1000-INITIALIZE - OPENS THE FILES, WRITES THE REPORT HEADING,  *
002490*                   AND PRIMES THE TRANSACTION READ LOOP.  THE   *
002500*                   MAINTENANCE AUDIT TRAIL AND THE RE-RATE      *
002510*                   QUEUE ARE OPENED EXTEND SO THEY ACCUMULATE   *
002513*                   ACROSS RUNS UNTIL THE RE-RATE STEP CLEARS    *
002516*                   THE QUEUE.                                   *
002520******************************************************************
002530 1000-INITIALIZE.
002540     OPEN INPUT  MAINT-TRANSACTION-FILE.
002550     OPEN OUTPUT MAINT-REPORT-FILE.
002560     OPEN OUTPUT MAINT-REJECT-FILE.
002570     OPEN EXTEND MAINT-AUDIT-FILE.
002574     OPEN EXTEND RERATE-QUEUE-FILE.
002580     OPEN I-O    MULTIPLY-RATE-MASTER-FILE.
002590
002600*    A FRESHLY DEFINED, NEVER-LOADED CLUSTER OPENS I-O WITH
004345* 2650-WRITE-AUDIT-RECORD - LOGS ONE APPLIED TRANSACTION TO THE  *
004350*                           CUMULATIVE MAINTENANCE AUDIT TRAIL   *
004360*                           WITH THE OLD AND NEW RATE AND THE    *
004370*                           SUBMITTING USER.  A BACK-DATED ADD   *
004372*                           OR CHANGE IS FLAGGED AND THE SAME    *
004374*                           RECORD IS QUEUED FOR THE RE-RATE     *
004376*                           STEP.                                *
004380******************************************************************
004390 2650-WRITE-AUDIT-RECORD.
004400     ADD 1 TO WS-AUDIT-SEQUENCE-NUMBER.
004490     MOVE WS-OLD-RATE              TO MNA-OLD-RATE.
004500     MOVE WS-NEW-RATE              TO MNA-NEW-RATE.
004510     MOVE WS-EFFECTIVE-DATE        TO MNA-EFFECTIVE-DATE.
004511     MOVE SPACE                    TO MNA-RERATE-FLAG.
004512
004513     IF (TRX-ACTION-ADD OR TRX-ACTION-CHANGE)
004514             AND WS-EFFECTIVE-DATE < WS-RUN-DATE-YYYYMMDD
004515         SET MNA-RERATE-QUEUED TO TRUE
004516     END-IF.
004520
004530     WRITE RATE-MAINT-AUDIT-RECORD.
004531
004532     IF MNA-RERATE-QUEUED
004533         WRITE RERATE-QUEUE-RECORD FROM RATE-MAINT-AUDIT-RECORD
004534         ADD 1 TO WS-RERATE-QUEUED-COUNT
004535     END-IF.
004540 2650-WRITE-AUDIT-RECORD-EXIT.
004550     EXIT.
004560
007450     CLOSE MAINT-REPORT-FILE.
007460     CLOSE MAINT-REJECT-FILE.
007470     CLOSE MAINT-AUDIT-FILE.
007474     CLOSE RERATE-QUEUE-FILE.
007480     CLOSE MULTIPLY-RATE-MASTER-FILE.
007490 8000-TERMINATE-EXIT.
007500     EXIT.
007880     MOVE '0'                 TO MNR-CARRIAGE-CONTROL.
007890     MOVE WS-CTL-DELETES-LINE TO MNR-LINE-IMAGE.
007900     WRITE MAINT-REPORT-RECORD.
007901
007902     MOVE WS-RERATE-QUEUED-COUNT TO WS-CTL-RERATE-QUEUED.
007903     MOVE ' '                    TO MNR-CARRIAGE-CONTROL.
007904     MOVE WS-CTL-RERATE-LINE     TO MNR-LINE-IMAGE.
007905     WRITE MAINT-REPORT-RECORD.
007910 8100-WRITE-CONTROL-TOTALS-EXIT.
007920     EXIT.
007930
