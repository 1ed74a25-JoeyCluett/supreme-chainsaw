000010*****************************************************************
000020*  MULTGMA.CPY                                                  *
000030*  GL-MAP-AUDIT-RECORD - ONE RECORD PER IMAGE OF A GL ACCOUNT   *
000040*  MAPPING CHANGED BY MULTGLM, WITH THE USER WHO SUBMITTED THE  *
000050*  CHANGE.  AN ADD LOGS THE AFTER IMAGE ("A"), A DELETE THE     *
000060*  BEFORE IMAGE ("B"), AND A CHANGE BOTH - BEFORE FIRST, UNDER  *
000070*  THE SAME SEQUENCE NUMBER.  THE FILE IS OPENED EXTEND AND     *
000080*  ACCUMULATES ACROSS RUNS SO THE FULL HISTORY OF LEDGER        *
000090*  MAPPING CHANGES CAN BE PRODUCED FOR THE AUDITORS, THE SAME   *
000100*  WAY MULTMNA DOES FOR RATE CHANGES.  FIXED-BLOCK, 80 BYTES.   *
000110*-----------------------------------------------------------------
000120*  MAINTENANCE HISTORY
000130*    2026-10-15  JAC  ORIGINAL COPYBOOK - BALANCED DOUBLE-ENTRY
000140*                     GL JOURNAL.
000150*****************************************************************
000160 01  GL-MAP-AUDIT-RECORD.
000170     05  GMA-RUN-DATE                PIC 9(08).
000180     05  GMA-RUN-TIME                PIC 9(08).
000190     05  GMA-SEQUENCE-NUMBER         PIC 9(07).
000200     05  GMA-USER-ID                 PIC X(08).
000210     05  GMA-ACTION-CODE             PIC X(01).
000220     05  GMA-OPERATION-CODE          PIC X(01).
000230     05  GMA-RANGE-LOW               PIC 9(09).
000240     05  GMA-RANGE-HIGH              PIC 9(09).
000250     05  GMA-IMAGE-TYPE              PIC X(01).
000260         88  GMA-BEFORE-IMAGE                VALUE "B".
000270         88  GMA-AFTER-IMAGE                 VALUE "A".
000280     05  GMA-DEBIT-LEDGER            PIC X(10).
000290     05  GMA-CREDIT-LEDGER           PIC X(10).
000300     05  GMA-COST-CENTER             PIC X(06).
000310     05  FILLER                      PIC X(02).
