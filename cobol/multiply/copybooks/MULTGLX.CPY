000157*                     STEP (MULTACK) CAN TELL A GENERATION IT
000158*                     ALREADY EXAMINED FROM A NEW ONE AND NEVER
000159*                     LOADS THE SAME ONE TWICE.
000160*    2026-10-15  JAC  ADDED GLX-ENTRY-TYPE AND GLX-TRAILER-
000161*                     ENTRY-TYPE (IN FILLER).  SPACE IS THE
000162*                     NIGHTLY CALCULATION GROUP; "R" IS A
000163*                     RE-RATE ADJUSTMENT GROUP APPENDED BY
000164*                     MULTRRT.  A GENERATION MAY NOW HOLD MORE
000165*                     THAN ONE GROUP OF DETAILS, EACH CLOSED BY
000166*                     ITS OWN TRAILER PROVING THAT GROUP ONLY.
000167*    2026-10-15  JAC  ADDED ENTRY TYPE "V" - A REVERSAL GROUP
000168*                     APPENDED BY THE FEED BACKOUT STEP (MULTBKO)
000169*                     NEGATING EVERY DETAIL A BACKED-OUT FEED
000170*                     POSTED, CLOSED BY ITS OWN "V" TRAILER.
000171*    2026-10-15  JAC  THE EXTRACT IS NOW A BALANCED DOUBLE-ENTRY
000172*                     JOURNAL.  EVERY CALCULATION (ADJUSTMENT,
000173*                     REVERSAL) POSTS TWO DETAIL LINES CARRYING
000174*                     THE SAME SIGNED AMOUNT - A DEBIT LINE ("D")
000175*                     TO THE DEBIT LEDGER ACCOUNT AND A CREDIT
000176*                     LINE ("C") TO THE CREDIT LEDGER ACCOUNT
000177*                     THE GL ACCOUNT MAPPING (MULTCOA) GIVES FOR
000178*                     THE OPERATION CODE AND ACCOUNT, WITH ITS
000179*                     COST CENTER.  GLX-JOURNAL-LINE NUMBERS THE
000180*                     LINE PAIRS 1, 2, 3 ... WITHIN THE GROUP, SO
000181*                     POSTING DATE, ENTRY TYPE, JOURNAL LINE,
000182*                     AND DEBIT/CREDIT IDENTIFY ONE LINE FOR
000183*                     THE ACKNOWLEDGMENT MATCH.  THE TRAILER
000184*                     RECORD COUNT IS NOW THE NUMBER OF JOURNAL
000185*                     LINES (TWICE THE CALCULATIONS), THE
000186*                     AMOUNT TOTAL IS THE DEBIT TOTAL, AND THE
000187*                     NEW DEBIT AND CREDIT TOTALS PROVE THE
000188*                     GROUP BALANCES.  ALL IN WHAT WAS FILLER.
000189*    2026-10-15  JAC  ADDED GLX-ACCOUNTING-PERIOD (YYYYMM, IN
000190*                     DETAIL FILLER) - THE ACCOUNTING PERIOD THE
000191*                     LINE POSTS TO.  IT IS THE PERIOD OF THE
000192*                     ITEM'S AS-OF OR FEED DATE, OR THE NEXT
000193*                     OPEN PERIOD WHEN THAT ONE IS CLOSED AND
000194*                     THE PERIOD CONTROL (MULTPER.CPY) ROLLS
000195*                     CLOSED-PERIOD ITEMS FORWARD.  THE POSTING
000196*                     DATE STAYS THE NIGHT THE LINE WAS CUT.
000197*****************************************************************
000198 01  GL-EXTRACT-RECORD.
000199     05  GLX-RECORD-TYPE             PIC X(01).
000200         88  GLX-DETAIL-RECORD               VALUE "D".
000201         88  GLX-TRAILER-RECORD              VALUE "T".
000210     05  GLX-DETAIL-DATA.
000220         10  GLX-ACCOUNT-NUMBER      PIC 9(09).
000230         10  GLX-OPERATION-CODE      PIC X(01).
000240         10  GLX-AMOUNT              PIC S9(09)V9999.
000250         10  GLX-POSTING-DATE        PIC 9(08).
000252         10  GLX-ENTRY-TYPE          PIC X(01).
000254             88  GLX-CALCULATION-ENTRY       VALUE SPACE.
000256             88  GLX-RERATE-ENTRY            VALUE "R".
000257             88  GLX-REVERSAL-ENTRY          VALUE "V".
000258         10  GLX-JOURNAL-LINE        PIC 9(07).
000259         10  GLX-DEBIT-CREDIT        PIC X(01).
000260             88  GLX-DEBIT-LINE              VALUE "D".
000261             88  GLX-CREDIT-LINE             VALUE "C".
000262         10  GLX-LEDGER-ACCOUNT      PIC X(10).
000263         10  GLX-COST-CENTER         PIC X(06).
000264         10  GLX-ACCOUNTING-PERIOD   PIC 9(06).
000265         10  FILLER                  PIC X(17).
000270     05  GLX-TRAILER-DATA REDEFINES GLX-DETAIL-DATA.
000280         10  GLX-TRAILER-RECORD-COUNT PIC 9(07).
000290         10  GLX-TRAILER-AMOUNT-TOTAL PIC S9(09)V9999.
000300         10  GLX-TRAILER-POSTING-DATE PIC 9(08).
000302         10  GLX-TRAILER-ENTRY-TYPE  PIC X(01).
000303         10  GLX-TRAILER-DEBIT-TOTAL PIC S9(09)V9999.
000304         10  GLX-TRAILER-CREDIT-TOTAL
000305                                     PIC S9(09)V9999.
000310         10  FILLER                  PIC X(24).
