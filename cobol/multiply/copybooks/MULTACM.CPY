000160*                     ACCOUNT ON A USE-RECORD-RATE RECORD SAILED
000170*                     STRAIGHT THROUGH TO THE AUDIT TRAIL AND GL
000180*                     EXTRACT UNDER A NUMBER THAT DID NOT EXIST.
000181*    2026-10-15  JAC  ADDED ACM-DAILY-LIMIT (THE MOST THE ACCOUNT
000182*                     MAY POST IN ONE NIGHT, CUMULATIVE, BY
000183*                     ABSOLUTE RESULT) AND ACM-ITEM-LIMIT (THE
000184*                     MOST ANY ONE CALCULATION MAY POST), CARVED
000185*                     FROM FILLER.  ZERO - OR SPACES ON A RECORD
000186*                     WRITTEN BEFORE THE LIMITS EXISTED - MEANS
000187*                     NO LIMIT.  A CALCULATION THAT BREACHES
000188*                     EITHER IS REFERRED FOR APPROVAL (MULTRFR)
000189*                     INSTEAD OF POSTING.
000190*    2026-10-15  JAC  ADDED ACM-CURRENCY-CODE, CARVED FROM FILLER
000191*                     - THE CURRENCY THE ACCOUNT'S ACTIVITY IS
000192*                     STATED IN WHEN A DETAIL RECORD CARRIES NO
000193*                     CURRENCY OF ITS OWN.  SPACES MEAN BASE
000194*                     CURRENCY.  THE LIMITS ABOVE ARE ALWAYS
000195*                     STATED IN BASE CURRENCY.
000196*****************************************************************
000200 01  ACCOUNT-MASTER-RECORD.
000210     05  ACM-ACCOUNT-NUMBER          PIC 9(09).
000220     05  ACM-ACCOUNT-NAME            PIC X(30).
000240         88  ACM-STATUS-OPEN                 VALUE "O".
000250         88  ACM-STATUS-CLOSED               VALUE "C".
000260         88  ACM-STATUS-HOLD                 VALUE "H".
000270     05  ACM-DAILY-LIMIT             PIC 9(09)V99.
000280     05  ACM-ITEM-LIMIT              PIC 9(09)V99.
000290     05  ACM-CURRENCY-CODE           PIC X(03).
000300     05  FILLER                      PIC X(15).
