000100*
000110*  HISTORY
000120*     2026-09-02  CJM  Initial version.
000122*     2026-10-14  CJM  ALSO READ BY LGTRETRO FOR THE RATE IN
000124*                      EFFECT ON ITS RUN DATE.
000130*-----------------------------------------------------------*
000140 01  RATE-SCHEDULE-RECORD.
000150     05  RATE-EFFECTIVE-DATE     PIC 9(08).
