000160*                     TO WHAT THE GL INTAKE JOB ACTUALLY DID
000170*                     WITH IT - A DROPPED OR REJECTED DETAIL
000180*                     SURFACED AT MONTH-END CLOSE, WEEKS LATE.
000181*    2026-10-15  JAC  ADDED GLA-ENTRY-TYPE, GLA-JOURNAL-LINE,
000182*                     GLA-DEBIT-CREDIT, AND GLA-LEDGER-ACCOUNT
000183*                     (IN FILLER) ECHOING THE DOUBLE-ENTRY
000184*                     JOURNAL LINE ON THE EXTRACT, SO MULTACK
000185*                     MATCHES EACH ACKNOWLEDGMENT TO ONE JOURNAL
000186*                     LINE.  AN ACKNOWLEDGMENT WITH A BLANK
000187*                     JOURNAL LINE (A SINGLE-SIDED DETAIL CUT
000188*                     BEFORE THE CHANGE) STILL MATCHES ON
000189*                     ACCOUNT, AMOUNT, AND POSTING DATE ALONE.
000190*****************************************************************
000200 01  GL-ACKNOWLEDGMENT-RECORD.
000210     05  GLA-ACCOUNT-NUMBER          PIC 9(09).
000240     05  GLA-STATUS                  PIC X(01).
000250         88  GLA-POSTED                      VALUE "P".
000260         88  GLA-REJECTED                    VALUE "R".
000261     05  GLA-ENTRY-TYPE              PIC X(01).
000262     05  GLA-JOURNAL-LINE            PIC 9(07).
000263     05  GLA-JOURNAL-LINE-X          REDEFINES
000264         GLA-JOURNAL-LINE            PIC X(07).
000265     05  GLA-DEBIT-CREDIT            PIC X(01).
000266     05  GLA-LEDGER-ACCOUNT          PIC X(10).
000270     05  FILLER                      PIC X(30).
