000160*                     EFFECTIVE-DATED RATE SCHEDULE - A RATE
000170*                     CHANGE NOW IDENTIFIES WHICH SCHEDULE
000180*                     ENTRY IT ADDED OR REPLACED.
000182*    2026-10-15  JAC  ADDED MNA-RERATE-FLAG.  AN ADD OR CHANGE
000184*                     WHOSE EFFECTIVE DATE IS BEFORE THE RUN
000186*                     DATE IS FLAGGED "Q" AND ALSO QUEUED (SAME
000188*                     LAYOUT) FOR THE NIGHTLY RE-RATE STEP
000189*                     (MULTRRT), WHICH RE-PRICES THE AUDITED
000190*                     CALCULATIONS IT AFFECTS.
000192*****************************************************************
000200 01  RATE-MAINT-AUDIT-RECORD.
000210     05  MNA-RUN-DATE                PIC 9(08).
000220     05  MNA-RUN-TIME                PIC 9(08).
000270     05  MNA-OLD-RATE                PIC S9(2)V99.
000280     05  MNA-NEW-RATE                PIC S9(2)V99.
000290     05  MNA-EFFECTIVE-DATE          PIC 9(08).
000300     05  MNA-RERATE-FLAG             PIC X(01).
000302         88  MNA-RERATE-QUEUED               VALUE "Q".
000304     05  FILLER                      PIC X(22).
