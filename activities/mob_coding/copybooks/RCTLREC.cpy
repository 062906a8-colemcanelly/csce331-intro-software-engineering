      *-----------------------------------------------------------*
000010*  RCTLREC.CPY
000020*  Record layout for the nightly chain's run-control file
000030*  (DDNAME RUNCTL, INDEXED ON RCT-KEY).  One business-date
000040*  record, key '*BUSDATE*', holds the business date the
000050*  chain is running for; it is advanced only by LGTBDATE.
000060*  Every chain step owns one step record, keyed by program
000070*  name, holding the last business date it ran for and how
000080*  that run ended.
000090*
000100*  THE CHAIN RUNS LGTSCAN, MOB-CODING, LGTCMDAK, LGTEGRES,
000110*  LGTWORKO, LGTBURN, LGTRECON, LGTSCHED.  A STEP RUNS ONLY
000120*  WHEN ITS PREDECESSOR'S RECORD SHOWS RESULT 'C' FOR THE
000130*  CURRENT BUSINESS DATE, AND REFUSES A SECOND RUN FOR A
000140*  DATE IT HAS ALREADY COMPLETED UNTIL LGTRSTEP RESETS IT.
000150*  LGTBDATE WILL NOT ADVANCE THE DATE UNTIL LGTSCHED HAS
000160*  COMPLETED FOR IT, WHICH IS LGTSCAN'S PREDECESSOR CHECK.
000170*
000180*  RCT-LAST-RESULT:  C = COMPLETED (RC 4 OR LESS)
000190*                    F = FAILED    (RC ABOVE 4)
000200*                    R = RESET FOR A RERUN BY LGTRSTEP
000210*
000220*  HISTORY
000230*     2026-10-14  CJM  Initial version.
000240*-----------------------------------------------------------*
000250 01  RUN-CONTROL-RECORD.
000260     05  RCT-KEY                 PIC X(10).
000270         88  RCT-BUSINESS-DATE-RECORD   VALUE '*BUSDATE*'.
000280     05  RCT-DATE-DATA.
000290         10  RCT-CURRENT-BUS-DATE
000300                                 PIC 9(08).
000310         10  RCT-PRIOR-BUS-DATE  PIC 9(08).
000320         10  RCT-ADVANCED-DATE   PIC 9(08).
000330         10  RCT-ADVANCED-TIME   PIC 9(08).
000340         10  RCT-ADVANCED-FORCED-SW
000350                                 PIC X(01).
000360             88  RCT-ADVANCE-WAS-FORCED     VALUE 'Y'.
000370         10  RCT-ADVANCED-BY     PIC X(08).
000380         10  FILLER              PIC X(19).
000390     05  RCT-STEP-DATA REDEFINES RCT-DATE-DATA.
000400         10  RCT-LAST-BUS-DATE   PIC 9(08).
000410         10  RCT-LAST-RESULT     PIC X(01).
000420             88  RCT-STEP-COMPLETED         VALUE 'C'.
000430             88  RCT-STEP-FAILED            VALUE 'F'.
000440             88  RCT-STEP-RESET             VALUE 'R'.
000450         10  RCT-LAST-RC         PIC 9(04).
000460         10  RCT-LAST-RUN-DATE   PIC 9(08).
000470         10  RCT-LAST-RUN-TIME   PIC 9(08).
000480         10  RCT-RESET-DATE      PIC 9(08).
000490         10  RCT-RESET-TIME      PIC 9(08).
000500         10  RCT-RESET-BY        PIC X(08).
000510         10  FILLER              PIC X(07).
