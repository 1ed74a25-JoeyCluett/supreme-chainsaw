000010*****************************************************************
000020*  MULTITV.CPY                                                  *
000030*  INTERVENTION-LOG-RECORD - ONE RECORD PER OPERATOR CARD THAT  *
000040*  WAS ACTUALLY APPLIED BY THE NIGHTLY CYCLE: A SUSPENSE REPAIR *
000050*  OR PURGE (MULTRPR, APPLIED BY MULTSUS), A GL PENDING PURGE   *
000060*  (MULTPPR, APPLIED BY MULTACK) OR A REFERRAL APPROVE/DECLINE  *
000070*  (MULTRFD, APPLIED BY MULTRFR).  THE CARD DATASETS ARE        *
000080*  SCRATCHED EACH NIGHT, SO THIS LOG IS THE ONLY LASTING RECORD *
000090*  OF WHO INTERVENED.  EACH WRITER OPENS IT EXTEND; THE         *
000100*  SECURITY REVIEW (MULTSRV) READS IT.  ITV-REFERENCE HOLDS THE *
000110*  SUSPENSE SEQUENCE, GL JOURNAL LINE OR REFERRAL SEQUENCE THE  *
000120*  CARD NAMED.  ITV-RUN-TIME IS THE CYCLE STEP'S START TIME,    *
000130*  NOT THE TIME THE CARD WAS KEYED.  FIXED-BLOCK, 80 BYTES.     *
000140*-----------------------------------------------------------------
000150*  MAINTENANCE HISTORY
000160*    2026-10-15  JAC  ORIGINAL COPYBOOK - MANUAL INTERVENTIONS
000170*                     NOW LOGGED FOR THE SECURITY REVIEW.
000180*****************************************************************
000190 01  INTERVENTION-LOG-RECORD.
000200     05  ITV-RUN-DATE                PIC 9(08).
000210     05  ITV-RUN-TIME                PIC 9(08).
000220     05  ITV-USER-ID                 PIC X(08).
000230     05  ITV-SOURCE                  PIC X(03).
000240         88  ITV-SUSPENSE-REPAIR             VALUE "RPR".
000250         88  ITV-GL-PURGE                    VALUE "PPR".
000260         88  ITV-REFERRAL-DECISION           VALUE "RFD".
000270     05  ITV-ACTION-CODE             PIC X(01).
000280     05  ITV-ACCOUNT-NUMBER          PIC X(09).
000290     05  ITV-REFERENCE               PIC X(07).
000300     05  ITV-AMOUNT                  PIC S9(09)V9999.
000310     05  FILLER                      PIC X(23).
