000230*                     THAT WERE IN EFFECT THEN - THE OPERATOR
000240*                     CODES THE ORIGINAL RUN DATE AND THE RATE
000250*                     SCHEDULE SELECTION USES IT INSTEAD OF THE
000252*                     SYSTEM DATE.  BLANK OR ZERO MEANS THE
000254*                     SYSTEM DATE, AS BEFORE.
000256*    2026-10-15  JAC  ADDED PRM-PARTITION-COUNT (COLUMNS 22-23) -
000258*                     THE NUMBER OF ACCOUNT-NUMBER PARTITIONS THE
000260*                     FEED SPLIT STEP (MULTSPL) CUTS THE NIGHT'S
000262*                     FEED INTO FOR THE PARALLEL CALC JOBS.  BLANK
000264*                     OR ZERO MEANS ONE PARTITION.  MULTCALC
000266*                     ITSELF IGNORES IT - A PARTITION'S CALC CARD
000268*                     LEAVES IT BLANK.
000280*****************************************************************
000290 01  MULTIPLY-CONTROL-CARD.
000300     05  PRM-RESTART-RECORD-NUMBER   PIC 9(07).
000360     05  PRM-AS-OF-DATE              PIC 9(08).
000370     05  PRM-AS-OF-DATE-X            REDEFINES
000380         PRM-AS-OF-DATE              PIC X(08).
000390     05  PRM-PARTITION-COUNT         PIC 9(02).
000400     05  PRM-PARTITION-COUNT-X       REDEFINES
000410         PRM-PARTITION-COUNT         PIC X(02).
000420     05  FILLER                      PIC X(57).
