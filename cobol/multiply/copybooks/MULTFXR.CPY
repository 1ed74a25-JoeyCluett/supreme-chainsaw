000010*****************************************************************
000020*  MULTFXR.CPY                                                  *
000030*  EXCHANGE-RATE-RECORD - THE DAILY EXCHANGE-RATE FILE.  KEYED, *
000040*  INDEXED FILE; FXR-KEY (CURRENCY CODE AND RATE DATE) IS THE   *
000050*  RECORD KEY.  ONE CONTROL RECORD, KEYED ON A BLANK CURRENCY   *
000060*  CODE, NAMES THE BASE CURRENCY THE GL IS KEPT IN; IT IS       *
000070*  WRITTEN BY THE FIRST LOAD AND NEVER CHANGES AFTER THAT.      *
000080*  EVERY OTHER RECORD IS THE RATE FOR ONE FOREIGN CURRENCY ON   *
000090*  ONE DATE, STATED AS BASE-CURRENCY UNITS PER ONE UNIT OF THE  *
000100*  FOREIGN CURRENCY.  LOADED FROM THE RATE PROVIDER'S DAILY     *
000110*  FEED (MULTFXF.CPY) BY MULTFXL.  THE CALC STEP CONVERTS EACH  *
000120*  FOREIGN-CURRENCY RESULT AT THE RATE FOR ITS AS-OF DATE - A   *
000130*  CURRENCY WITH NO RECORD FOR THAT DATE HAS NO RATE, AND ITS   *
000140*  ITEMS ARE REJECTED.  THE BASE CURRENCY ITSELF HAS NO RATE    *
000150*  RECORDS; ITS RATE IS ALWAYS 1.  MULTEDIT ACCEPTS A BATCH     *
000160*  ONLY IF EVERY CURRENCY CODE IN IT IS THE BASE CURRENCY OR    *
000170*  ONE ON THIS FILE.  FIXED-BLOCK, 80 BYTES.                    *
000180*-----------------------------------------------------------------
000190*  MAINTENANCE HISTORY
000200*    2026-10-15  JAC  ORIGINAL COPYBOOK - MULTI-CURRENCY
000210*                     CALCULATIONS.  FOREIGN-CURRENCY ACTIVITY
000220*                     USED TO BE CONVERTED BY HAND BEFORE THE
000230*                     FEED WAS BUILT.
000240*****************************************************************
000250 01  EXCHANGE-RATE-RECORD.
000260     05  FXR-KEY.
000270         10  FXR-CURRENCY-CODE       PIC X(03).
000280             88  FXR-CONTROL-RECORD          VALUE SPACES.
000290         10  FXR-RATE-DATE           PIC 9(08).
000300     05  FXR-RATE-DATA.
000310         10  FXR-RATE                PIC 9(04)V9(07).
000320         10  FXR-FEED-DATE           PIC 9(08).
000330         10  FXR-LOAD-DATE           PIC 9(08).
000340         10  FXR-LOAD-TIME           PIC 9(08).
000350         10  FILLER                  PIC X(34).
000360     05  FXR-CONTROL-DATA REDEFINES FXR-RATE-DATA.
000370         10  FXR-BASE-CURRENCY       PIC X(03).
000380         10  FXR-LAST-FEED-DATE      PIC 9(08).
000390         10  FXR-CONTROL-DATE        PIC 9(08).
000400         10  FXR-CONTROL-TIME        PIC 9(08).
000410         10  FILLER                  PIC X(42).
