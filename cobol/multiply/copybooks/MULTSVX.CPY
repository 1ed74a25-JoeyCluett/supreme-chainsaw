000010*****************************************************************
000020*  MULTSVX.CPY                                                  *
000030*  SECURITY-EXTRACT-RECORD - THE MULTSRV SECURITY REVIEW'S      *
000040*  MACHINE-READABLE EXTRACT FOR THE INTERNAL AUDIT TEAM'S       *
000050*  TOOLING.  ONE TYPE-H HEADER (RUN DATE AND REVIEW PERIOD),    *
000060*  ONE TYPE-E RECORD PER EVENT REVIEWED, ONE TYPE-F RECORD PER  *
000070*  FINDING, AND ONE TYPE-T TRAILER CARRYING THE EVENT AND       *
000080*  FINDING COUNTS THE FILE MUST PROVE TO.  SVX-SOURCE NAMES THE *
000090*  FILE THE EVENT CAME FROM: "MNA" RATE MAINTENANCE, "ANA"      *
000100*  ACCOUNT MAINTENANCE, "RPR" SUSPENSE REPAIR, "PPR" GL PENDING *
000110*  PURGE, "RFD" REFERRAL DECISION.  SVX-ROLE IS "M" FOR THE     *
000120*  USER WHO MADE THE CHANGE, "C" FOR THE USER WHO APPROVED AN   *
000130*  ONLINE ACCOUNT CHANGE.  SVX-FINDING-CODE ON AN EVENT IS      *
000140*  "OOH" WHEN IT WAS OUT OF HOURS; ON A FINDING IT IS "OOH",    *
000150*  "HIC" (HIGH CHANGE COUNT FOR THE DAY, COUNT IN SVX-FINDING-  *
000160*  COUNT), "SRS" (RATE CHANGE AND SUSPENSE REPAIR ON ONE        *
000170*  ACCOUNT), "SRP" (RATE CHANGE AND GL PURGE), "SAR" (ACCOUNT   *
000180*  MAINTENANCE AND REFERRAL DECISION) OR "SMC" (MAKER APPROVED  *
000190*  THEIR OWN CHANGE).  FIXED-BLOCK, 80 BYTES.                   *
000200*-----------------------------------------------------------------
000210*  MAINTENANCE HISTORY
000220*    2026-10-15  JAC  ORIGINAL COPYBOOK - QUARTERLY SECURITY
000230*                     REVIEW OF MAINTENANCE AND MANUAL
000240*                     INTERVENTIONS BY USER ID.
000250*****************************************************************
000260 01  SECURITY-EXTRACT-RECORD.
000270     05  SVX-RECORD-TYPE             PIC X(01).
000280         88  SVX-HEADER-RECORD               VALUE "H".
000290         88  SVX-EVENT-RECORD                VALUE "E".
000300         88  SVX-FINDING-RECORD              VALUE "F".
000310         88  SVX-TRAILER-RECORD              VALUE "T".
000320     05  SVX-DETAIL-DATA.
000330         10  SVX-USER-ID             PIC X(08).
000340         10  SVX-EVENT-DATE          PIC 9(08).
000350         10  SVX-EVENT-TIME          PIC 9(08).
000360         10  SVX-SOURCE              PIC X(03).
000370         10  SVX-ROLE                PIC X(01).
000380         10  SVX-ACTION-CODE         PIC X(01).
000390         10  SVX-ACCOUNT-NUMBER      PIC X(09).
000400         10  SVX-REFERENCE           PIC X(07).
000410         10  SVX-FINDING-CODE        PIC X(03).
000420         10  SVX-FINDING-COUNT       PIC 9(05).
000430         10  FILLER                  PIC X(26).
000440     05  SVX-CONTROL-DATA REDEFINES SVX-DETAIL-DATA.
000450         10  SVX-RUN-DATE            PIC 9(08).
000460         10  SVX-PERIOD-FROM-DATE    PIC 9(08).
000470         10  SVX-PERIOD-TO-DATE      PIC 9(08).
000480         10  SVX-EVENT-TOTAL         PIC 9(07).
000490         10  SVX-FINDING-TOTAL       PIC 9(07).
000500         10  FILLER                  PIC X(41).
