000010*****************************************************************
000020*  MULTPTC.CPY                                                  *
000030*  PARTITION-CONTROL-RECORD - WRITTEN BY THE FEED SPLIT STEP    *
000040*  (MULTSPL) FOR THE PARTITION MERGE STEP (MULTMRG).  ONE       *
000050*  TYPE-F FEED SUMMARY RECORD (THE PARTITION COUNT FROM THE     *
000060*  CONTROL CARD AND THE FEED'S OWN COUNTS AND NUM1 HASH)        *
000070*  FOLLOWED BY ONE TYPE-P RECORD PER PARTITION (ITS ACCOUNT-    *
000080*  NUMBER RANGE AND WHAT WAS WRITTEN TO IT, INCLUDING THE       *
000090*  HDR/TRL RECORDS REBUILT FOR IT), SO THE MERGE CAN PROVE      *
000100*  EVERY PARTITION'S CALC RUN ACCOUNTED FOR EVERYTHING IT WAS   *
000110*  GIVEN AND THAT THE PARTITIONS ADD BACK UP TO THE FEED.       *
000120*  FIXED-BLOCK, 80 BYTES.                                       *
000130*-----------------------------------------------------------------
000140*  MAINTENANCE HISTORY
000150*    2026-10-15  JAC  ORIGINAL COPYBOOK - PARTITIONED PARALLEL
000160*                     CALC BY ACCOUNT RANGE.
000170*****************************************************************
000180 01  PARTITION-CONTROL-RECORD.
000190     05  PTC-RECORD-TYPE             PIC X(01).
000200         88  PTC-FEED-SUMMARY                VALUE "F".
000210         88  PTC-PARTITION-ENTRY             VALUE "P".
000220     05  PTC-FEED-DATA.
000230         10  PTC-PARTITION-COUNT     PIC 9(02).
000240         10  PTC-FEED-RECORDS-READ   PIC 9(07).
000250         10  PTC-FEED-HDRTRL-COUNT   PIC 9(07).
000260         10  PTC-FEED-DETAIL-COUNT   PIC 9(07).
000270         10  PTC-FEED-HASH-TOTAL     PIC S9(09)V99.
000280         10  PTC-FEED-BATCH-COUNT    PIC 9(03).
000290         10  PTC-SPLIT-DATE          PIC 9(08).
000300         10  PTC-SPLIT-TIME          PIC 9(08).
000310         10  FILLER                  PIC X(26).
000320     05  PTC-PARTITION-DATA REDEFINES PTC-FEED-DATA.
000330         10  PTC-PARTITION-NUMBER    PIC 9(02).
000340         10  PTC-LOW-ACCOUNT         PIC 9(09).
000350         10  PTC-HIGH-ACCOUNT        PIC 9(09).
000360         10  PTC-RECORDS-WRITTEN     PIC 9(07).
000370         10  PTC-HDRTRL-WRITTEN      PIC 9(07).
000380         10  PTC-DETAIL-WRITTEN      PIC 9(07).
000390         10  PTC-HASH-TOTAL          PIC S9(09)V99.
000400         10  FILLER                  PIC X(27).
