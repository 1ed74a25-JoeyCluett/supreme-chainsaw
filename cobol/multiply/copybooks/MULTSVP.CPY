000010*****************************************************************
000020*  MULTSVP.CPY                                                  *
000030*  SECURITY-REVIEW-CONTROL-CARD - ONE SYSIN PARAMETER RECORD    *
000040*  READ AT START-UP BY THE MULTSRV SECURITY REVIEW.  SVP-FROM-  *
000050*  DATE / SVP-TO-DATE BOUND THE EVENT DATES REVIEWED; A ZERO    *
000060*  (OR BLANK) FROM-DATE REVIEWS THE WHOLE PREVIOUS CALENDAR     *
000070*  QUARTER, AND A ZERO TO-DATE WITH A FROM-DATE GIVEN MEANS     *
000080*  THROUGH THE RUN DATE.  SVP-HOURS-START / SVP-HOURS-END       *
000090*  (HHMM) ARE THE BUSINESS DAY - A MAINTENANCE CHANGE KEYED     *
000100*  BEFORE THE START, AT OR AFTER THE END, OR ON A SATURDAY OR   *
000110*  SUNDAY IS OUT OF HOURS; ZERO TAKES 0700 AND 1900.  SVP-      *
000120*  HIGH-COUNT-LIMIT IS THE MOST CHANGES ONE USER MAY MAKE IN A  *
000130*  DAY BEFORE THE DAY IS FLAGGED; ZERO TAKES 25.  FIXED-BLOCK,  *
000140*  80 BYTES.                                                    *
000150*-----------------------------------------------------------------
000160*  MAINTENANCE HISTORY
000170*    2026-10-15  JAC  ORIGINAL COPYBOOK - QUARTERLY SECURITY
000180*                     REVIEW OF MAINTENANCE AND MANUAL
000190*                     INTERVENTIONS BY USER ID.
000200*****************************************************************
000210 01  SECURITY-REVIEW-CONTROL-CARD.
000220     05  SVP-FROM-DATE               PIC 9(08).
000230     05  SVP-TO-DATE                 PIC 9(08).
000240     05  SVP-HOURS-START             PIC 9(04).
000250     05  SVP-HOURS-END               PIC 9(04).
000260     05  SVP-HIGH-COUNT-LIMIT        PIC 9(03).
000270     05  FILLER                      PIC X(53).
