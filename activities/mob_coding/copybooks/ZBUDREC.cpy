      *-----------------------------------------------------------*
000010*  ZBUDREC.CPY
000020*  Record layout for the zone lighting budget file (DDNAME
000030*  ZONEBUD), supplied by Facilities finance once a fiscal
000040*  year -- one record per zone (department) per fiscal year.
000050*
000060*     ZBUD-FISCAL-YEAR   THE CALENDAR YEAR IN WHICH THE
000070*                        FISCAL YEAR ENDS
000080*     ZBUD-PERIOD        FISCAL PERIODS 1 THROUGH 12, PERIOD 1
000090*                        BEING THE FISCAL YEAR'S FIRST MONTH
000100*
000110*  HISTORY
000120*     2026-10-14  CJM  Initial version.
000130*-----------------------------------------------------------*
000140 01  ZONE-BUDGET-RECORD.
000150     05  ZBUD-FISCAL-YEAR        PIC 9(04).
000160     05  ZBUD-ZONE-CODE          PIC X(04).
000170     05  ZBUD-PERIOD OCCURS 12 TIMES.
000180         10  ZBUD-BUDGET-KWH     PIC 9(07)V99.
000190         10  ZBUD-BUDGET-DOL     PIC 9(07)V99.
000200     05  FILLER                  PIC X(12).
