000350*                     SYSTEM'S DETAIL RECORDS - SEE MULTBHT.CPY
000360*                     FOR THOSE LAYOUTS.  A DETAIL RECORD IS
000370*                     UNCHANGED.
000371*    2026-10-15  JAC  ADDED MI-CURRENCY-CODE, CARVED FROM FILLER
000372*                     - THE CURRENCY (ISO 4217 CODE, E.G. EUR)
000373*                     THE RECORD'S AMOUNTS ARE STATED IN.  THE
000374*                     CALC STEP COMPUTES IN THAT CURRENCY AND
000375*                     CONVERTS THE RESULT TO BASE CURRENCY AT THE
000376*                     EXCHANGE RATE FOR THE AS-OF DATE
000377*                     (MULTFXR.CPY).  SPACES OR LOW-VALUES -
000378*                     EVERY RECORD WRITTEN BEFORE THIS CHANGE -
000379*                     MEAN THE ACCOUNT'S OWN CURRENCY
000380*                     (ACM-CURRENCY-CODE), WHICH IS BASE CURRENCY
000381*                     UNLESS THE ACCOUNT SAYS OTHERWISE.
000382*****************************************************************
000390 01  MULTIPLY-INPUT-RECORD.
000400     05  MI-NUM1                     PIC S9(2)V99.
000410     05  MI-NUM2                     PIC S9(2)V99.
000500         88  MI-LOOKUP-RATE-FROM-MASTER      VALUE "Y".
000510         88  MI-USE-RECORD-RATE              VALUE "N", SPACE,
000520                                                  LOW-VALUE.
000530     05  MI-CURRENCY-CODE            PIC X(03).
000540         88  MI-CURRENCY-NOT-GIVEN           VALUE SPACES,
000550                                                  LOW-VALUES.
000560     05  FILLER                      PIC X(58).
