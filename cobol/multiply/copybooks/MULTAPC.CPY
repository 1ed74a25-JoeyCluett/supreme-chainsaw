000010*****************************************************************
000020*  MULTAPC.CPY                                                  *
000030*  ACCT-PENDING-CHANGE-RECORD - ONE ACCOUNT MASTER CHANGE KEYED *
000040*  ONLINE BY ONE USER (THE MAKER) THROUGH MULTAMO, TRANSACTION  *
000050*  AMT1, AND NOT YET APPROVED BY A DIFFERENT USER (THE          *
000060*  CHECKER).  KEYED, INDEXED FILE; APC-CHANGE-NUMBER IS THE     *
000070*  RECORD KEY.  THE CHANGE REACHES THE ACCOUNT MASTER ONLY WHEN *
000080*  APPROVED, AND THE RECORD IS THEN DELETED; A REJECTED CHANGE  *
000090*  IS DELETED UNAPPLIED.  CHANGE NUMBER ZERO IS THE CONTROL     *
000100*  RECORD HOLDING THE LAST CHANGE NUMBER ISSUED.  FIELDS FOLLOW *
000110*  MULTATX.CPY: ON A CHANGE, A BLANK NAME OR STATUS KEEPS THE   *
000120*  VALUE ALREADY ON THE MASTER.  THE BATCH MULTAMN RUN LISTS    *
000130*  EVERY CHANGE STILL HERE.  FIXED-BLOCK, 80 BYTES.             *
000140*-----------------------------------------------------------------
000150*  MAINTENANCE HISTORY
000160*    2026-10-15  JAC  ORIGINAL COPYBOOK - ONLINE ACCOUNT MASTER
000170*                     MAINTENANCE WITH MAKER/CHECKER APPROVAL.
000180*****************************************************************
000190 01  ACCT-PENDING-CHANGE-RECORD.
000200     05  APC-CHANGE-NUMBER           PIC 9(07).
000210     05  APC-ACTION-CODE             PIC X(01).
000220         88  APC-ACTION-ADD                  VALUE "A".
000230         88  APC-ACTION-CHANGE               VALUE "C".
000240         88  APC-ACTION-DELETE               VALUE "D".
000250     05  APC-ACCOUNT-NUMBER          PIC 9(09).
000260     05  APC-ACCOUNT-NAME            PIC X(30).
000270     05  APC-ACCOUNT-STATUS          PIC X(01).
000280     05  APC-MAKER-USER-ID           PIC X(08).
000290     05  APC-ENTERED-DATE            PIC 9(08).
000300     05  APC-ENTERED-TIME            PIC 9(06).
000310     05  FILLER                      PIC X(10).
000320 01  ACCT-PENDING-CONTROL-RECORD
000330         REDEFINES ACCT-PENDING-CHANGE-RECORD.
000340     05  APC-CONTROL-KEY             PIC 9(07).
000350     05  APC-LAST-CHANGE-NUMBER      PIC 9(07).
000360     05  FILLER                      PIC X(66).
