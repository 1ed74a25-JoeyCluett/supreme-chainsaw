000010*****************************************************************
000020*  MULTRWO.CPY                                                  *
000030*  REFERRAL-WRITEOFF-RECORD - ONE REFERRED ITEM DECLINED BY AN  *
000040*  APPROVER AND WRITTEN OFF BY MULTRFR.  THE FILE IS OPENED     *
000050*  EXTEND AND ACCUMULATES ACROSS RUNS SO EVERY DECLINED         *
000060*  CALCULATION, WHO DECLINED IT, AND WHY CAN BE PRODUCED FOR    *
000070*  THE AUDITORS.  FIXED-BLOCK, 80 BYTES.                        *
000080*-----------------------------------------------------------------
000090*  MAINTENANCE HISTORY
000100*    2026-10-15  JAC  ORIGINAL COPYBOOK - ACCOUNT LIMITS AND
000110*                     APPROVAL REFERRAL ADDED.
000120*****************************************************************
000130 01  REFERRAL-WRITEOFF-RECORD.
000140     05  RWO-SEQUENCE-NUMBER         PIC 9(07).
000150     05  RWO-DATE-REFERRED           PIC 9(08).
000160     05  RWO-DATE-WRITTEN-OFF        PIC 9(08).
000170     05  RWO-REFERRAL-REASON         PIC 9(02).
000180     05  RWO-ACCOUNT-NUMBER          PIC 9(09).
000190     05  RWO-OPERATION-CODE          PIC X(01).
000200     05  RWO-RESULT                  PIC S9(4)V9999.
000210     05  RWO-USER-ID                 PIC X(08).
000220     05  RWO-REASON-TEXT             PIC X(28).
000230     05  FILLER                      PIC X(01).
