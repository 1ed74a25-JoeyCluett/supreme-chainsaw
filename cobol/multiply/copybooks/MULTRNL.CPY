000020*  MULTRNL.CPY                                                  *
000030*  RUN-LOG-RECORD - ONE STEP-STATUS RECORD PER PROGRAM OF THE   *
000040*  NIGHTLY CYCLE.  EVERY CYCLE PROGRAM (MULTEDIT, MULTACK,      *
000050*  MULTSPL, MULTCALC, MULTMRG, MULTBKO, MULTRRT, MULTRFR,       *
000052*  MULTXPR, MULTRCN, MULTSUS, MULTSLD, MULTXRF) APPENDS ONE AT  *
000055*  END OF RUN - PROGRAM, START AND END DATE-TIME, RETURN CODE,  *
000060*  AND ITS KEY COUNTS - AND THE NIGHT SUMMARY STEP (MULTNSM)    *
000080*  PRINTS THE ONE-PAGE "HOW DID THE NIGHT GO" PAGE FROM IT.     *
000090*  THE LOG IS SCRATCHED BY DELWORK EACH NIGHT, SO IT ALWAYS     *
000100*  COVERS EXACTLY ONE CYCLE.  A STEP THAT ABENDED NEVER WRITES  *
000160*                     ADDED.  THE MORNING QUESTION "HOW DID THE
000170*                     NIGHT GO" USED TO MEAN OPENING FOUR
000180*                     DIFFERENT REPORT DATASETS.
000181*    2026-10-15  JAC  ADDED RNL-RECORDS-REFERRED - ITEMS HELD
000182*                     FOR APPROVAL OVER AN ACCOUNT LIMIT.  ONLY
000183*                     MULTCALC, MULTRCN, AND MULTRFR FILL IT;
000184*                     EVERY OTHER STEP LEAVES IT SPACES.
000185*    2026-10-15  JAC  HEADER LIST OF THE STEPS THAT WRITE A
000186*                     RECORD BROUGHT UP TO DATE.  MULTMRG ALSO
000187*                     FILLS RNL-RECORDS-REFERRED WITH THE
000188*                     PARTITIONS' COMBINED REFERRAL COUNT.
000190*****************************************************************
000200 01  RUN-LOG-RECORD.
000210     05  RNL-PROGRAM-ID              PIC X(08).
000270     05  RNL-RECORDS-PROCESSED       PIC 9(07).
000280     05  RNL-RECORDS-REJECTED        PIC 9(07).
000290     05  RNL-RECORDS-EXCEPTED        PIC 9(07).
000300     05  RNL-RECORDS-REFERRED        PIC 9(07).
000310     05  FILLER                      PIC X(10).
