000030*  STATEMENT-EXTRACT-RECORD - MACHINE-READABLE MONTHLY          *
000040*  STATEMENT EXTRACT CUT BY MULTSTM FOR THE PRINT/MAIL VENDOR.  *
000050*  ONE TYPE-H FILE HEADER, THEN PER ACCOUNT WITH CALCULATIONS   *
000060*  ONE TYPE-A STATEMENT HEADER (ACCOUNT, NAME, STATEMENT MONTH, *
000070*  CURRENCY), ITS TYPE-D CALCULATION DETAILS (DATE, OPERATION   *
000080*  CODE, SIGNED BASE-CURRENCY AMOUNT, CURRENCY, TRANSACTION     *
000085*  AMOUNT, FX RATE), AND A TYPE-T STATEMENT TRAILER WITH        *
000090*  THE MONTHLY COUNT AND TOTAL; ONE TYPE-Z FILE TRAILER CLOSES  *
000100*  THE FILE WITH THE STATEMENT COUNT AND AMOUNT HASH SO THE     *
000110*  VENDOR CAN PROVE THE TRANSMISSION THE SAME WAY MULTEDIT      *
000160*                     STATEMENT PRODUCTION ADDED.  STATEMENTS
000170*                     USED TO BE SOMEONE RE-RUNNING MULTHST PER
000180*                     ACCOUNT AND RETYPING THE OUTPUT.
000181*    2026-10-15  JAC  ADDED STX-AH-CURRENCY-CODE (THE ACCOUNT'S
000182*                     CURRENCY FROM THE ACCOUNT MASTER) AND, ON
000183*                     THE DETAIL, STX-DT-CURRENCY-CODE,
000184*                     STX-DT-TRANSACTION-AMOUNT AND
000185*                     STX-DT-FX-RATE, SO THE STATEMENT SHOWS EACH
000186*                     ITEM IN ITS OWN CURRENCY AS WELL AS IN BASE
000187*                     CURRENCY (STX-DT-AMOUNT, STILL THE AMOUNT
000188*                     THE TRAILER TOTALS ADD UP).  SPACES IN A
000189*                     CURRENCY CODE MEAN BASE CURRENCY.
000190*****************************************************************
000200 01  STATEMENT-EXTRACT-RECORD.
000210     05  STX-RECORD-TYPE             PIC X(01).
000340         10  STX-AH-ACCOUNT-NUMBER   PIC 9(09).
000350         10  STX-AH-ACCOUNT-NAME     PIC X(30).
000360         10  STX-AH-STATEMENT-MONTH  PIC 9(06).
000366         10  STX-AH-CURRENCY-CODE    PIC X(03).
000372         10  FILLER                  PIC X(31).
000380     05  STX-DETAIL-DATA REDEFINES STX-FILE-HEADER-DATA.
000390         10  STX-DT-ACCOUNT-NUMBER   PIC 9(09).
000400         10  STX-DT-RUN-DATE         PIC 9(08).
000410         10  STX-DT-OPERATION-CODE   PIC X(01).
000420         10  STX-DT-AMOUNT           PIC S9(09)V9999.
000430         10  STX-DT-PRECISION-FLAG   PIC X(01).
000433         10  STX-DT-CURRENCY-CODE    PIC X(03).
000436         10  STX-DT-TRANSACTION-AMOUNT
000439                                     PIC S9(09)V9999.
000442         10  STX-DT-FX-RATE          PIC 9(04)V9(07).
000445         10  FILLER                  PIC X(20).
000450     05  STX-ACCOUNT-TRAILER-DATA REDEFINES
000460         STX-FILE-HEADER-DATA.
000470         10  STX-AT-ACCOUNT-NUMBER   PIC 9(09).
