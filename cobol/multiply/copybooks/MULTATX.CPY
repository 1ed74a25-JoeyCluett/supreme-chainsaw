000120*    2026-09-02  JAC  ORIGINAL COPYBOOK - ACCOUNT MASTER ADDED,
000130*                     MAINTAINED THE SAME WAY THE RATE MASTER IS
000140*                     (SEE MULTMTX.CPY FOR THAT LAYOUT).
000141*    2026-10-15  JAC  ADDED THE DAILY AND PER-ITEM RESULT LIMITS
000142*                     (SEE MULTACM.CPY).  CARRIED AS RAW TEXT SO
000143*                     A BLANK CAN BE TOLD FROM ZERO: ON A CHANGE
000144*                     A BLANK LIMIT KEEPS THE VALUE ON THE
000145*                     MASTER, ON AN ADD IT MEANS NO LIMIT.  A
000146*                     NON-BLANK LIMIT MUST BE NUMERIC, 9 DIGITS
000147*                     AND 2 IMPLIED DECIMALS.
000148*    2026-10-15  JAC  ADDED ATX-CURRENCY-CODE (SEE MULTACM.CPY).
000149*                     ON A CHANGE A BLANK KEEPS THE CURRENCY ON
000150*                     THE MASTER; ON AN ADD IT MEANS BASE
000151*                     CURRENCY.  A NON-BLANK CODE MUST BE THREE
000152*                     LETTERS.
000153*****************************************************************
000160 01  ACCT-MAINT-TRANSACTION-RECORD.
000170     05  ATX-ACTION-CODE             PIC X(01).
000180         88  ATX-ACTION-ADD                  VALUE "A".
000220     05  ATX-ACCOUNT-NAME            PIC X(30).
000230     05  ATX-ACCOUNT-STATUS          PIC X(01).
000240     05  ATX-USER-ID                 PIC X(08).
000250     05  ATX-DAILY-LIMIT-X           PIC X(11).
000260     05  ATX-DAILY-LIMIT REDEFINES
000270         ATX-DAILY-LIMIT-X           PIC 9(09)V99.
000280     05  ATX-ITEM-LIMIT-X            PIC X(11).
000290     05  ATX-ITEM-LIMIT REDEFINES
000300         ATX-ITEM-LIMIT-X            PIC 9(09)V99.
000310     05  ATX-CURRENCY-CODE           PIC X(03).
000320     05  FILLER                      PIC X(06).
