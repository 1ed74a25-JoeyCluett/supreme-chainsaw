000210*                     STATEMENT USED TO BE SOMEONE RE-RUNNING
000220*                     MULTHST PER ACCOUNT AND RETYPING THE
000230*                     OUTPUT FOR THE MAILING.
000232*   2026-10-15  JAC   A RE-RATE ADJUSTMENT AUDIT RECORD (FLAG
000234*                     "R") STATES ITS EXTENDED AMOUNT, CARRYING
000236*                     THE "R" FLAG ONTO THE STATEMENT DETAIL.
000237*   2026-10-15  JAC   A FEED BACKOUT REVERSAL (FLAG "V") STATES
000238*                     ITS NEGATED AMOUNT THE SAME WAY, SO A
000239*                     BACKED-OUT FEED NETS OFF THE STATEMENT.
000240*   2026-10-15  JAC   MULTI-CURRENCY: THE STATEMENT HEADER
000241*                     CARRIES THE ACCOUNT'S CURRENCY FROM THE
000242*                     MASTER, AND EACH DETAIL ITS TRANSACTION
000243*                     CURRENCY, TRANSACTION AMOUNT AND RATE
000244*                     BESIDE THE BASE AMOUNT THE TOTALS STILL ADD
000245*                     UP.  THE REPORT LINE SHOWS THE STATEMENT'S
000246*                     TOTAL IN ITS TRANSACTION CURRENCY AS WELL
000247*                     (MIX WHEN ITS ITEMS ARE IN MORE THAN ONE).
000248******************************************************************
000250 IDENTIFICATION DIVISION.
000260 PROGRAM-ID.     MULTSTM.
000270 AUTHOR.         JOEY CLUETT.
001160
001170 77  WS-ACCOUNT-COUNT            PIC 9(07) COMP VALUE ZERO.
001180 77  WS-ACCOUNT-TOTAL            PIC S9(09)V9999 VALUE ZEROS.
001181 77  WS-ACCOUNT-TXN-TOTAL        PIC S9(09)V9999 VALUE ZEROS.
001182 77  WS-ACCOUNT-CURRENCY         PIC X(03)      VALUE SPACES.
001183 77  WS-ACCOUNT-MIXED-SWITCH     PIC X(01)      VALUE 'N'.
001184     88  ACCOUNT-CURRENCIES-MIXED               VALUE 'Y'.
001190 77  WS-AMOUNT-HASH              PIC S9(11)V9999 VALUE ZEROS.
001200
001210 01  WS-HEADING-LINE.
001380     05  FILLER                  PIC X(08) VALUE "  TOTAL".
001390     05  FILLER                  PIC X(01) VALUE SPACES.
001400     05  WS-STL-TOTAL            PIC ZZZ,ZZZ,ZZ9.9999-.
001402     05  FILLER                  PIC X(06) VALUE "  CCY ".
001404     05  WS-STL-CURRENCY         PIC X(03).
001406     05  FILLER                  PIC X(08) VALUE "  IN CCY".
001408     05  FILLER                  PIC X(01) VALUE SPACES.
001410     05  WS-STL-TRANSACTION-TOTAL
001411                                 PIC ZZZ,ZZZ,ZZ9.9999-.
001412     05  WS-STL-TRANSACTION-TOTAL-X REDEFINES
001413         WS-STL-TRANSACTION-TOTAL PIC X(17).
001414     05  FILLER                  PIC X(01) VALUE SPACES.
001420
001430 01  WS-CTL-HEADING-LINE.
001440     05  FILLER                  PIC X(05) VALUE SPACES.
003260******************************************************************
003270* 2300-WRITE-ACCOUNT-HEADER - OPENS ONE ACCOUNT'S STATEMENT SET   *
003280*                             WITH THE TYPE-A HEADER CARRYING     *
003290*                             THE ACCOUNT NAME AND CURRENCY FROM  *
003300*                             THE ACCOUNT MASTER.                 *
003310******************************************************************
003320 2300-WRITE-ACCOUNT-HEADER.
003330     MOVE WS-AUDIT-ACCOUNT TO WS-CURRENT-ACCOUNT.
003340     MOVE ZERO  TO WS-ACCOUNT-COUNT.
003350     MOVE ZEROS TO WS-ACCOUNT-TOTAL.
003352     MOVE ZEROS  TO WS-ACCOUNT-TXN-TOTAL.
003354     MOVE SPACES TO WS-ACCOUNT-CURRENCY.
003356     MOVE 'N'    TO WS-ACCOUNT-MIXED-SWITCH.
003360     SET ACCOUNT-ACTIVE TO TRUE.
003370
003380     MOVE SPACES              TO STATEMENT-EXTRACT-RECORD.
003500******************************************************************
003510* 2350-LOOKUP-ACCOUNT-NAME - PICKS UP THE ACCOUNT NAME FOR THE    *
003520*                            STATEMENT HEADER FROM THE ACCOUNT    *
003528*                            MASTER, WITH THE ACCOUNT'S           *
003536*                            CURRENCY.  AN ACCOUNT NOT ON THE     *
003544*                            MASTER (OR A MASTER NOT AVAILABLE)   *
003552*                            STATEMENTS WITHOUT A NAME RATHER     *
003560*                            THAN HOLDING THE MAILING.            *
003570******************************************************************
003580 2350-LOOKUP-ACCOUNT-NAME.
003680             MOVE SPACES TO STX-AH-ACCOUNT-NAME
003690         NOT INVALID KEY
003700             MOVE ACM-ACCOUNT-NAME TO STX-AH-ACCOUNT-NAME
003702             IF ACM-CURRENCY-CODE NOT = LOW-VALUES
003704                 MOVE ACM-CURRENCY-CODE TO STX-AH-CURRENCY-CODE
003706             END-IF
003710     END-READ.
003720 2350-LOOKUP-ACCOUNT-NAME-EXIT.
003730     EXIT.
003750******************************************************************
003760* 2400-WRITE-STATEMENT-DETAIL - WRITES ONE TYPE-D CALCULATION     *
003770*                               DETAIL AND ROLLS ITS AMOUNT (THE  *
003780*                               EXTENDED RESULT FOR A FLAG-E, R,  *
003790*                               OR V RECORD) INTO THE STATEMENT   *
003793*                               AND FILE TOTALS.  AN AUDIT        *
003796*                               RECORD WITH NO RATE ON IT         *
003799*                               PREDATES CURRENCIES AND IS        *
003802*                               STATED AS BASE CURRENCY AT A      *
003805*                               RATE OF ONE.                      *
003810******************************************************************
003820 2400-WRITE-STATEMENT-DETAIL.
003830     IF AUD-RESULT-IN-EXTENDED
003840         MOVE AUD-RESULT-EXTENDED TO WS-DETAIL-AMOUNT
003850     ELSE
003860         MOVE AUD-RESULT          TO WS-DETAIL-AMOUNT
003930     MOVE AUD-OPERATION-CODE  TO STX-DT-OPERATION-CODE.
003940     MOVE WS-DETAIL-AMOUNT    TO STX-DT-AMOUNT.
003950     MOVE AUD-PRECISION-FLAG  TO STX-DT-PRECISION-FLAG.
003951
003952     IF AUD-FX-RATE NUMERIC AND AUD-FX-RATE > ZERO
003953         MOVE AUD-CURRENCY-CODE TO STX-DT-CURRENCY-CODE
003954         MOVE AUD-FX-RATE       TO STX-DT-FX-RATE
003955     ELSE
003956         MOVE SPACES            TO STX-DT-CURRENCY-CODE
003957         MOVE 1                 TO STX-DT-FX-RATE
003958     END-IF.
003959
003960     IF STX-DT-CURRENCY-CODE NOT = SPACES
003961             AND AUD-TRANSACTION-RESULT NUMERIC
003962         MOVE AUD-TRANSACTION-RESULT TO STX-DT-TRANSACTION-AMOUNT
003963     ELSE
003964         MOVE WS-DETAIL-AMOUNT  TO STX-DT-TRANSACTION-AMOUNT
003965     END-IF.
003966
003967     IF WS-ACCOUNT-COUNT = ZERO
003968         MOVE STX-DT-CURRENCY-CODE TO WS-ACCOUNT-CURRENCY
003969     ELSE
003970         IF STX-DT-CURRENCY-CODE NOT = WS-ACCOUNT-CURRENCY
003971             SET ACCOUNT-CURRENCIES-MIXED TO TRUE
003972         END-IF
003973     END-IF.
003974
003975     WRITE STATEMENT-EXTRACT-RECORD.
003980     ADD 1 TO WS-DETAILS-WRITTEN-COUNT.
003990     ADD 1 TO WS-ACCOUNT-COUNT.
004000     ADD WS-DETAIL-AMOUNT TO WS-ACCOUNT-TOTAL.
004010     ADD WS-DETAIL-AMOUNT TO WS-AMOUNT-HASH.
004014     ADD STX-DT-TRANSACTION-AMOUNT TO WS-ACCOUNT-TXN-TOTAL.
004020 2400-WRITE-STATEMENT-DETAIL-EXIT.
004030     EXIT.
004040
004230* 3000-WRITE-ACCOUNT-TRAILER - CLOSES ONE ACCOUNT'S STATEMENT     *
004240*                              SET WITH THE TYPE-T TRAILER AND    *
004250*                              PRINTS THE STATEMENT'S REPORT      *
004254*                              LINE.  THE TRANSACTION-CURRENCY    *
004258*                              TOTAL IS LEFT BLANK WHEN THE       *
004262*                              ITEMS ARE IN MORE THAN ONE         *
004264*                              CURRENCY.                          *
004270******************************************************************
004280 3000-WRITE-ACCOUNT-TRAILER.
004290     MOVE SPACES              TO STATEMENT-EXTRACT-RECORD.
004410     MOVE WS-ACCOUNT-COUNT   TO WS-STL-COUNT.
004420     MOVE WS-ACCOUNT-TOTAL   TO WS-STL-TOTAL.
004430
004431     IF ACCOUNT-CURRENCIES-MIXED
004432         MOVE "MIX"                TO WS-STL-CURRENCY
004433         MOVE SPACES               TO WS-STL-TRANSACTION-TOTAL-X
004434     ELSE
004435         MOVE WS-ACCOUNT-CURRENCY  TO WS-STL-CURRENCY
004436         MOVE WS-ACCOUNT-TXN-TOTAL TO WS-STL-TRANSACTION-TOTAL
004437     END-IF.
004438
004440     MOVE ' '               TO SMR-CARRIAGE-CONTROL.
004450     MOVE WS-STATEMENT-LINE TO SMR-LINE-IMAGE.
004460     WRITE STATEMENT-REPORT-RECORD.
