000100*-----------------------------------------------------------------
000110*  MAINTENANCE HISTORY
000120*    2026-09-02  JAC  ORIGINAL COPYBOOK - ACCOUNT MASTER ADDED.
000122*    2026-10-15  JAC  ADDED ANA-NEW-DAILY-LIMIT AND ANA-NEW-ITEM-
000124*                     LIMIT - THE LIMITS ON THE MASTER AFTER THE
000126*                     CHANGE, SO A LIMIT RAISE CAN BE PROVED.
000127*    2026-10-15  JAC  ADDED ANA-APPROVER-USER-ID, CARVED FROM
000128*                     FILLER.  A CHANGE KEYED ONLINE (MULTAMO,
000129*                     TRANSACTION AMT1) IS APPLIED ONLY WHEN A
000130*                     SECOND USER APPROVES IT; ANA-USER-ID IS
000131*                     THE USER WHO KEYED IT AND THIS FIELD THE
000132*                     USER WHO APPROVED IT.  MULTAMO WRITES ITS
000133*                     RECORDS TO THE ONLINE AUDIT FILE, KEYED BY
000134*                     ANA-SEQUENCE-NUMBER (THE ONLINE CHANGE
000135*                     NUMBER), AND THE NEXT MULTAMN RUN CARRIES
000136*                     THEM INTO THE CUMULATIVE TRAIL.  SPACES ON
000137*                     A BATCH CHANGE.
000138*    2026-10-15  JAC  ADDED ANA-NEW-CURRENCY-CODE - THE ACCOUNT'S
000139*                     CURRENCY ON THE MASTER AFTER THE CHANGE.
000140*                     SPACES ON A CHANGE KEYED ONLINE, WHICH DOES
000141*                     NOT MAINTAIN THE CURRENCY.
000142*****************************************************************
000143 01  ACCT-MAINT-AUDIT-RECORD.
000150     05  ANA-RUN-DATE                PIC 9(08).
000160     05  ANA-RUN-TIME                PIC 9(08).
000170     05  ANA-SEQUENCE-NUMBER         PIC 9(07).
000200     05  ANA-ACCOUNT-NUMBER          PIC 9(09).
000210     05  ANA-OLD-STATUS              PIC X(01).
000220     05  ANA-NEW-STATUS              PIC X(01).
000230     05  ANA-NEW-DAILY-LIMIT         PIC 9(09)V99.
000240     05  ANA-NEW-ITEM-LIMIT          PIC 9(09)V99.
000245     05  ANA-APPROVER-USER-ID        PIC X(08).
000255     05  ANA-NEW-CURRENCY-CODE       PIC X(03).
000265     05  FILLER                      PIC X(04).
