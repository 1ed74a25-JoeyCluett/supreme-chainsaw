000010*****************************************************************
000020*  MULTRFL.CPY                                                  *
000030*  REFERRAL-RECORD - ONE CALC DETAIL RECORD HELD FOR APPROVAL   *
000040*  BECAUSE ITS RESULT BREACHED AN ACCOUNT LIMIT ON THE ACCOUNT  *
000050*  MASTER (ACM-ITEM-LIMIT OR ACM-DAILY-LIMIT).  MULTCALC WRITES *
000060*  ONE TO MULTRFL IN PLACE OF THE AUDIT AND GL EXTRACT RECORDS, *
000070*  CARRYING THE RAW INPUT FIELDS SO THE ITEM CAN BE REBUILT IN  *
000080*  THE FEED LAYOUT, AND THE RESULT AND LIMIT BREACHED SO THE    *
000090*  APPROVER CAN SEE WHY IT WAS HELD.  MULTRFR CARRIES THE ITEMS *
000100*  FORWARD IN THE REFERRAL QUEUE GENERATION (THE SAME LAYOUT)   *
000110*  UNDER A QUEUE SEQUENCE NUMBER UNTIL AN APPROVE OR DECLINE    *
000120*  CARD KEYED TO THAT NUMBER DISPOSES OF THEM.  MULTCALC LEAVES *
000130*  THE SEQUENCE NUMBER ZERO.  FIXED-BLOCK, 80 BYTES.            *
000140*-----------------------------------------------------------------
000150*  REASON CODES
000160*    00  QUEUE SEQUENCE HIGH-WATER CONTROL RECORD (NOT AN ITEM)
000170*    01  RESULT OVER THE ACCOUNT'S PER-ITEM LIMIT
000180*    02  RESULT WOULD TAKE THE ACCOUNT OVER ITS DAILY LIMIT
000190*-----------------------------------------------------------------
000200*  MAINTENANCE HISTORY
000210*    2026-10-15  JAC  ORIGINAL COPYBOOK - ACCOUNT LIMITS AND
000220*                     APPROVAL REFERRAL ADDED.
000221*    2026-10-15  JAC  ADDED RFL-CURRENCY-CODE - THE CURRENCY CODE
000222*                     AS IT CAME ON THE INPUT RECORD, CARRIED
000223*                     BACK ONTO THE RECYCLED RECORD.  RFL-RESULT
000224*                     IS NOW THE RESULT CONVERTED TO BASE
000225*                     CURRENCY, THE CURRENCY THE LIMITS ARE
000226*                     STATED IN.
000230*****************************************************************
000240 01  REFERRAL-RECORD.
000250     05  RFL-SEQUENCE-NUMBER         PIC 9(07).
000260     05  RFL-DATE-REFERRED           PIC 9(08).
000270     05  RFL-REASON-CODE             PIC 9(02).
000280         88  RFL-HIGH-WATER-RECORD           VALUE ZERO.
000290         88  RFL-OVER-ITEM-LIMIT             VALUE 01.
000300         88  RFL-OVER-DAILY-LIMIT            VALUE 02.
000310     05  RFL-NUM1-RAW                PIC X(04).
000320     05  RFL-NUM2-RAW                PIC X(04).
000330     05  RFL-OPERATION-CODE          PIC X(01).
000340     05  RFL-ACCOUNT-NUMBER          PIC 9(09).
000350     05  RFL-RATE-SWITCH             PIC X(01).
000360     05  RFL-RESULT                  PIC S9(4)V9999.
000370     05  RFL-LIMIT-AMOUNT            PIC 9(09)V99.
000380     05  RFL-SOURCE-SYSTEM           PIC X(04).
000390     05  RFL-FEED-DATE               PIC 9(08).
000400     05  RFL-CURRENCY-CODE           PIC X(03).
000410     05  FILLER                      PIC X(10).
