000010*****************************************************************
000020*  MULTAMQ.CPY                                                  *
000030*  SYMBOLIC MAP FOR THE AMTMAP MAP OF MAPSET MULTAMS (ONLINE    *
000040*  ACCOUNT MAINTENANCE, TRANSACTION AMT1).  HAND-KEPT MIRROR OF *
000050*  THE TYPE=DSECT OUTPUT OF MULTAMS.BMS - KEEP THE TWO IN STEP  *
000060*  WHENEVER A FIELD IS ADDED OR RESIZED ON THE MAP.             *
000070*-----------------------------------------------------------------
000080*  MAINTENANCE HISTORY
000090*    2026-10-15  JAC  ORIGINAL COPYBOOK - ONLINE ACCOUNT
000100*                     MAINTENANCE WITH MAKER/CHECKER APPROVAL.
000110*****************************************************************
000120 01  AMTMAPI.
000130     05  FILLER                      PIC X(12).
000140     05  FUNCL                       PIC S9(04) COMP.
000150     05  FUNCF                       PIC X(01).
000160     05  FUNCI                       PIC X(01).
000170     05  CHGNOL                      PIC S9(04) COMP.
000180     05  CHGNOF                      PIC X(01).
000190     05  CHGNOI                      PIC X(07).
000200     05  ACTNL                       PIC S9(04) COMP.
000210     05  ACTNF                       PIC X(01).
000220     05  ACTNI                       PIC X(01).
000230     05  ACCTNOL                     PIC S9(04) COMP.
000240     05  ACCTNOF                     PIC X(01).
000250     05  ACCTNOI                     PIC X(09).
000260     05  ACCTNML                     PIC S9(04) COMP.
000270     05  ACCTNMF                     PIC X(01).
000280     05  ACCTNMI                     PIC X(30).
000290     05  ACCTSTL                     PIC S9(04) COMP.
000300     05  ACCTSTF                     PIC X(01).
000310     05  ACCTSTI                     PIC X(01).
000320     05  CURLINL                     PIC S9(04) COMP.
000330     05  CURLINF                     PIC X(01).
000340     05  CURLINI                     PIC X(60).
000350     05  PNDLN1L                     PIC S9(04) COMP.
000360     05  PNDLN1F                     PIC X(01).
000370     05  PNDLN1I                     PIC X(60).
000380     05  PNDLN2L                     PIC S9(04) COMP.
000390     05  PNDLN2F                     PIC X(01).
000400     05  PNDLN2I                     PIC X(60).
000410     05  MSGFLDL                     PIC S9(04) COMP.
000420     05  MSGFLDF                     PIC X(01).
000430     05  MSGFLDI                     PIC X(60).
000440
000450 01  AMTMAPO REDEFINES AMTMAPI.
000460     05  FILLER                      PIC X(12).
000470     05  FILLER                      PIC X(03).
000480     05  FUNCO                       PIC X(01).
000490     05  FILLER                      PIC X(03).
000500     05  CHGNOO                      PIC X(07).
000510     05  FILLER                      PIC X(03).
000520     05  ACTNO                       PIC X(01).
000530     05  FILLER                      PIC X(03).
000540     05  ACCTNOO                     PIC X(09).
000550     05  FILLER                      PIC X(03).
000560     05  ACCTNMO                     PIC X(30).
000570     05  FILLER                      PIC X(03).
000580     05  ACCTSTO                     PIC X(01).
000590     05  FILLER                      PIC X(03).
000600     05  CURLINO                     PIC X(60).
000610     05  FILLER                      PIC X(03).
000620     05  PNDLN1O                     PIC X(60).
000630     05  FILLER                      PIC X(03).
000640     05  PNDLN2O                     PIC X(60).
000650     05  FILLER                      PIC X(03).
000660     05  MSGFLDO                     PIC X(60).
