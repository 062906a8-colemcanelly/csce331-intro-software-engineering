000085*                      for a run stopped by a balance
000086*                      mismatch.  THE RECORD GREW BY 1 BYTE;
000087*                      REBUILD AUDITTRL DATASETS AT CUTOVER.
000088*     2026-10-15  CJM  Added result 'X' for an LGTRKEY run
000089*                      stopped by a failed backout.
000090*-----------------------------------------------------------*
000091 01  AUDIT-TRAIL-RECORD.
000100     05  AUDIT-RUN-DATE          PIC 9(08).
000110     05  AUDIT-RUN-TIME          PIC 9(08).
000120     05  AUDIT-OPERATOR-ID       PIC X(08).
000200         88  AUDIT-RUN-VALIDATION-FAILED VALUE 'V'.
000205         88  AUDIT-RUN-PURGED            VALUE 'P'.
000207         88  AUDIT-RUN-BALANCE-FAILED    VALUE 'F'.
000208         88  AUDIT-RUN-BACKOUT-FAILED    VALUE 'X'.
000210     05  AUDIT-GRID-ID           PIC X(10).
000220     05  AUDIT-BALANCE-RESULT    PIC X(01).
000230         88  AUDIT-BAL-OK                VALUE 'B'.
