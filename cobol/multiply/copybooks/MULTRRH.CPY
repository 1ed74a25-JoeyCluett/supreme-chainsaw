000010*****************************************************************
000020*  MULTRRH.CPY                                                  *
000030*  RERATE-HISTORY-RECORD - PERMANENT REGISTER OF EVERY AUDITED  *
000040*  CALCULATION THE RE-RATE STEP (MULTRRT) HAS RE-PRICED AFTER A *
000050*  BACK-DATED RATE CHANGE.  ONE RECORD PER ADJUSTMENT POSTED,   *
000060*  IDENTIFYING THE ORIGINAL CALCULATION BY ITS AUDIT RUN DATE,  *
000070*  RUN TIME, SEQUENCE NUMBER, AND ACCOUNT, WITH THE RESULT AND  *
000080*  RATE IT WAS CARRYING BEFORE AND AFTER.  WHEN THE SAME        *
000090*  CALCULATION IS RE-PRICED AGAIN BY A LATER CHANGE, THE LATEST *
000100*  REGISTER RECORD'S NEW RESULT IS ITS "OLD" RESULT, SO THE     *
000110*  ADJUSTMENTS NEVER DOUBLE-COUNT.  APPENDED NIGHTLY AND NEVER  *
000120*  SCRATCHED.  FIXED-BLOCK, 80 BYTES.                           *
000130*-----------------------------------------------------------------
000140*  MAINTENANCE HISTORY
000150*    2026-10-15  JAC  ORIGINAL COPYBOOK - RETROACTIVE RE-RATING
000160*                     ADDED.  A BACK-DATED RATE CHANGE USED TO
000170*                     MEAN ACCOUNTING HAND-PRICING EVERY
000180*                     CALCULATION ALREADY MADE AT THE OLD RATE.
000190*****************************************************************
000200 01  RERATE-HISTORY-RECORD.
000210     05  RRH-RUN-DATE                PIC 9(08).
000220     05  RRH-ORIGINAL-RUN-DATE       PIC 9(08).
000230     05  RRH-ORIGINAL-RUN-TIME       PIC 9(08).
000240     05  RRH-ORIGINAL-SEQUENCE       PIC 9(07).
000250     05  RRH-ACCOUNT-NUMBER          PIC 9(09).
000260     05  RRH-OPERATION-CODE          PIC X(01).
000270     05  RRH-OLD-RESULT              PIC S9(09)V9999.
000280     05  RRH-NEW-RESULT              PIC S9(09)V9999.
000290     05  RRH-OLD-RATE                PIC S9(2)V99.
000300     05  RRH-NEW-RATE                PIC S9(2)V99.
000310     05  FILLER                      PIC X(05).
