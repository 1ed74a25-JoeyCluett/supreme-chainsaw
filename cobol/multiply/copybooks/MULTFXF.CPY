000010*****************************************************************
000020*  MULTFXF.CPY                                                  *
000030*  EXCHANGE-RATE-FEED-RECORD - THE RATE PROVIDER'S DAILY        *
000040*  EXCHANGE-RATE FEED, LOADED TO THE EXCHANGE-RATE FILE         *
000050*  (MULTFXR.CPY) BY MULTFXL.  ONE "H" HEADER RECORD (THE BASE   *
000060*  CURRENCY THE RATES ARE QUOTED AGAINST AND THE FEED DATE),    *
000070*  ONE "D" DETAIL RECORD PER CURRENCY AND RATE DATE, AND ONE    *
000080*  "T" TRAILER RECORD CARRYING THE NUMBER OF DETAIL RECORDS.  A *
000090*  DETAIL WITH A BLANK RATE DATE IS THE RATE FOR THE FEED DATE. *
000100*  THE RATE IS BASE-CURRENCY UNITS PER ONE UNIT OF THE DETAIL'S *
000110*  CURRENCY, 4 DIGITS AND 7 IMPLIED DECIMALS.  THE DATE AND     *
000120*  RATE ARE CARRIED AS RAW TEXT SO A BAD VALUE CAN BE REJECTED  *
000130*  WITHOUT A NUMERIC MOVE.  FIXED-BLOCK, 80 BYTES.              *
000140*-----------------------------------------------------------------
000150*  MAINTENANCE HISTORY
000160*    2026-10-15  JAC  ORIGINAL COPYBOOK - MULTI-CURRENCY
000170*                     CALCULATIONS.
000180*****************************************************************
000190 01  EXCHANGE-RATE-FEED-RECORD.
000200     05  FXF-RECORD-TYPE             PIC X(01).
000210         88  FXF-HEADER-RECORD               VALUE "H".
000220         88  FXF-DETAIL-RECORD               VALUE "D".
000230         88  FXF-TRAILER-RECORD              VALUE "T".
000240     05  FXF-DETAIL-DATA.
000250         10  FXF-CURRENCY-CODE       PIC X(03).
000260         10  FXF-RATE-DATE-X         PIC X(08).
000270         10  FXF-RATE-DATE REDEFINES
000280             FXF-RATE-DATE-X         PIC 9(08).
000290         10  FXF-RATE-X              PIC X(11).
000300         10  FXF-RATE REDEFINES
000310             FXF-RATE-X              PIC 9(04)V9(07).
000320         10  FILLER                  PIC X(57).
000330     05  FXF-HEADER-DATA REDEFINES FXF-DETAIL-DATA.
000340         10  FXF-BASE-CURRENCY       PIC X(03).
000350         10  FXF-FEED-DATE-X         PIC X(08).
000360         10  FXF-FEED-DATE REDEFINES
000370             FXF-FEED-DATE-X         PIC 9(08).
000380         10  FILLER                  PIC X(68).
000390     05  FXF-TRAILER-DATA REDEFINES FXF-DETAIL-DATA.
000400         10  FXF-DETAIL-COUNT-X      PIC X(07).
000410         10  FXF-DETAIL-COUNT REDEFINES
000420             FXF-DETAIL-COUNT-X      PIC 9(07).
000430         10  FILLER                  PIC X(72).
