000080*
000090*  HISTORY
000100*     2026-09-02  CJM  Initial version.
000101*     2026-10-14  CJM  ALSO READ BY LGTRETRO FOR THE RELAMP
000102*                      VISITS A RETROFIT AVOIDS.
000103*     2026-10-14  CJM  RLIF-LAMP-COUNT (LAMPS PER FIXTURE)
000104*                      AND RLIF-MERCURY-FLAG CARVED FROM THE
000105*                      FILLER FOR THE LGTDSPLG DISPOSAL LOG.
000106*                      A ZERO OR BLANK COUNT IS TAKEN AS ONE
000107*                      LAMP.  ONLY FLAG 'N' (E.G. LED) MARKS
000108*                      A TYPE MERCURY-FREE.
000109*     2026-10-15  CJM  ALSO READ BY LGTINVEN (LAMPS PER FIXTURE).
000110*-----------------------------------------------------------*
000120 01  RATED-LIFE-RECORD.
000130     05  RLIF-FIXTURE-TYPE       PIC X(06).
000140     05  RLIF-RATED-HOURS        PIC 9(07).
000150     05  RLIF-DESCRIPTION        PIC X(20).
000152     05  RLIF-LAMP-COUNT         PIC X(02).
000154     05  RLIF-LAMP-COUNT-N REDEFINES RLIF-LAMP-COUNT
000155                                 PIC 9(02).
000156     05  RLIF-MERCURY-FLAG       PIC X(01).
000157         88  RLIF-NO-MERCURY             VALUE 'N'.
000160     05  FILLER                  PIC X(04).
