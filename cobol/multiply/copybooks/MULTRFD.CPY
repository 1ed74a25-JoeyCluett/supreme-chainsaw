000010*****************************************************************
000020*  MULTRFD.CPY                                                  *
000030*  REFERRAL-DECISION-RECORD - ONE APPROVE OR DECLINE CARD       *
000040*  AGAINST THE REFERRAL QUEUE, KEYED BY THE QUEUE SEQUENCE      *
000050*  NUMBER PRINTED ON THE MULTRFR HELD-ITEMS LISTING.  AN        *
000060*  APPROVED ITEM GOES BACK INTO THE NEXT NIGHT'S FEED AND POSTS *
000070*  PAST THE LIMIT; A DECLINED ITEM IS WRITTEN OFF (MULTRWO)     *
000080*  WITH THE REASON GIVEN HERE.  RFD-USER-ID IS REQUIRED ON      *
000090*  BOTH, AND A DECLINE MUST CARRY A REASON.  FIXED-BLOCK, 80    *
000100*  BYTES.                                                       *
000110*-----------------------------------------------------------------
000120*  MAINTENANCE HISTORY
000130*    2026-10-15  JAC  ORIGINAL COPYBOOK - ACCOUNT LIMITS AND
000140*                     APPROVAL REFERRAL ADDED.
000150*****************************************************************
000160 01  REFERRAL-DECISION-RECORD.
000170     05  RFD-ACTION-CODE             PIC X(01).
000180         88  RFD-ACTION-APPROVE              VALUE "A".
000190         88  RFD-ACTION-DECLINE              VALUE "D".
000200     05  RFD-REFERRAL-SEQUENCE       PIC 9(07).
000210     05  RFD-USER-ID                 PIC X(08).
000220     05  RFD-REASON-TEXT             PIC X(28).
000230     05  FILLER                      PIC X(36).
