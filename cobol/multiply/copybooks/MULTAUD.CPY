000020*  MULTAUD.CPY                                                  *
000030*  MULTIPLY-AUDIT-RECORD - ONE RECORD PER CALCULATION PERFORMED *
000040*  BY MULTCALC SO A GIVEN RESULT CAN BE TRACED BACK TO THE RUN  *
000050*  AND INPUT PAIR THAT PRODUCED IT.  FIXED-BLOCK, 120 BYTES.    *
000060*-----------------------------------------------------------------
000070*  MAINTENANCE HISTORY
000080*    2026-08-11  JAC  ORIGINAL COPYBOOK - AUDIT TRAIL ADDED.
000270*                     THE RECORD EXCEPTED).  STANDARD RECORDS
000280*                     CARRY SPACE IN THE FLAG AND ZERO IN THE
000290*                     EXTENDED FIELD.
000291*    2026-10-15  JAC  ADDED AUD-RATE-SOURCE ("M" WHEN THE RATE
000292*                     CAME FROM THE RATE MASTER) AND THE "R"
000293*                     PRECISION FLAG.  A RE-RATE ADJUSTMENT
000294*                     WRITTEN BY MULTRRT AFTER A BACK-DATED RATE
000295*                     CHANGE CARRIES THE DIFFERENCE BETWEEN THE
000296*                     CORRECTED AND ORIGINAL RESULT IN THE
000297*                     EXTENDED FIELD (AUD-RESULT IS ZERO) AND
000298*                     THE CORRECTED RATE IN AUD-NUM2.  TEST
000299*                     AUD-RESULT-IN-EXTENDED TO PICK THE FIELD.
000300*    2026-10-15  JAC  ADDED AUD-SOURCE-SYSTEM AND AUD-FEED-DATE
000301*                     (FROM THE BATCH HEADER OF THE FEED THE
000302*                     CALCULATION CAME IN ON) AND THE "V"
000303*                     PRECISION FLAG.  A REVERSAL WRITTEN BY THE
000304*                     FEED BACKOUT STEP (MULTBKO) CARRIES THE
000305*                     NEGATED RESULT OF THE RECORD IT REVERSES
000306*                     IN THE EXTENDED FIELD (AUD-RESULT IS ZERO)
000307*                     AND THE REVERSED FEED'S SOURCE AND DATE.
000308*                     RECORDS WRITTEN BEFORE THIS CHANGE HAVE
000309*                     SPACES IN BOTH FIELDS.
000310*    2026-10-15  JAC  ADDED AUD-ACCOUNTING-PERIOD (YYYYMM,
000311*                     PACKED, IN WHAT WAS FILLER) - THE
000312*                     ACCOUNTING PERIOD THE RECORD POSTED TO,
000313*                     CHECKED AGAINST THE PERIOD CONTROL FILE
000314*                     (MULTPER.CPY) AND ROLLED FORWARD PAST A
000315*                     CLOSED PERIOD WHEN THE CONTROL SAYS SO.
000316*                     THE MONTH-END CLOSE (MULTCLS) TOTALS BY
000317*                     IT.  RECORDS WRITTEN BEFORE THIS CHANGE
000318*                     HAVE SPACES HERE (NOT NUMERIC) AND BELONG
000319*                     TO THE PERIOD OF THEIR FEED DATE, OR OF
000320*                     THEIR RUN DATE WHEN THEY HAVE NO FEED.
000321*    2026-10-15  JAC  WIDENED TO 120 BYTES AND ADDED
000322*                     AUD-CURRENCY-CODE, AUD-FX-RATE AND
000323*                     AUD-TRANSACTION-RESULT FOR MULTI-CURRENCY
000324*                     CALCULATIONS.  THE CALC IS DONE IN THE
000325*                     TRANSACTION CURRENCY AND CONVERTED TO BASE
000326*                     CURRENCY: AUD-TRANSACTION-RESULT IS THE
000327*                     RESULT IN AUD-CURRENCY-CODE, AUD-FX-RATE
000328*                     THE RATE USED (BASE UNITS PER ONE
000329*                     TRANSACTION UNIT, 1 FOR A BASE-CURRENCY
000330*                     ITEM), AND AUD-RESULT / AUD-RESULT-EXTENDED
000331*                     ARE NOW ALWAYS BASE CURRENCY - THE AMOUNT
000332*                     THE GL, THE LIMITS AND THE CONTROL TOTALS
000333*                     USE.  A RE-RATE ADJUSTMENT IS IN BASE
000334*                     CURRENCY AT RATE 1; A REVERSAL CARRIES THE
000335*                     CURRENCY AND RATE OF THE RECORD IT REVERSES
000336*                     WITH THE TRANSACTION AMOUNT NEGATED.
000337*                     RECORDS WRITTEN BEFORE THIS CHANGE WERE
000338*                     PADDED WITH SPACES (SEE MULTGDG.JCL) AND
000339*                     ARE BASE CURRENCY.
000340*****************************************************************
000341 01  MULTIPLY-AUDIT-RECORD.
000342     05  AUD-RUN-DATE                PIC 9(08).
000343     05  AUD-RUN-TIME                PIC 9(08).
000344     05  AUD-SEQUENCE-NUMBER         PIC 9(07).
000350     05  AUD-NUM1                    PIC S9(2)V99.
000360     05  AUD-NUM2                    PIC S9(2)V99.
000370     05  AUD-RESULT                  PIC S9(4)V9999.
000390     05  AUD-ACCOUNT-NUMBER          PIC 9(09).
000400     05  AUD-PRECISION-FLAG          PIC X(01).
000410         88  AUD-EXTENDED-PRECISION          VALUE "E".
000412         88  AUD-RERATE-ADJUSTMENT           VALUE "R".
000413         88  AUD-REVERSAL-ENTRY              VALUE "V".
000414         88  AUD-RESULT-IN-EXTENDED          VALUE "E" "R" "V".
000420     05  AUD-RESULT-EXTENDED         PIC S9(09)V9999.
000425     05  AUD-RATE-SOURCE             PIC X(01).
000427         88  AUD-RATE-FROM-MASTER            VALUE "M".
000428     05  AUD-SOURCE-SYSTEM           PIC X(04).
000429     05  AUD-FEED-DATE               PIC 9(08).
000430     05  AUD-ACCOUNTING-PERIOD       PIC 9(06) COMP-3.
000440     05  AUD-CURRENCY-CODE           PIC X(03).
000450     05  AUD-FX-RATE                 PIC 9(04)V9(07).
000460     05  AUD-TRANSACTION-RESULT      PIC S9(09)V9999.
000470     05  FILLER                      PIC X(13).
