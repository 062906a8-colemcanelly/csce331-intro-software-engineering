      *-----------------------------------------------------------*
000010*  EGRTRAN.CPY
000020*  Record layout for the emergency egress lighting test
000030*  result file (DDNAME EGRTRAN), keyed to the fixture by grid
000040*  position (row, column).  One record per test performed,
000050*  keyed in from the tester's log and posted to the egress
000060*  test master (EGRMAST, SEE EGRMAST.CPY) by LGTEGRES.
000070*
000080*     ETR-TEST-TYPE  'M'  MONTHLY FUNCTIONAL TEST, AT LEAST
000090*                         30 SECONDS ON BATTERY
000100*                    'A'  ANNUAL DURATION TEST, AT LEAST 90
000110*                         MINUTES ON BATTERY
000120*     ETR-RESULT     'P'  PASS    'F'  FAIL
000130*     ETR-DURATION   SECONDS THE UNIT RAN ON BATTERY
000140*     ETR-TESTER     TESTER'S USER ID OR LICENSE NUMBER
000150*
000160*  HISTORY
000170*     2026-10-14  CJM  Initial version.
000180*-----------------------------------------------------------*
000190 01  EGRESS-TEST-TRANSACTION.
000200     05  ETR-ROW                 PIC X(05).
000210     05  ETR-ROW-N REDEFINES ETR-ROW
000220                                 PIC 9(05).
000230     05  ETR-COL                 PIC X(05).
000240     05  ETR-COL-N REDEFINES ETR-COL
000250                                 PIC 9(05).
000260     05  ETR-TEST-TYPE           PIC X(01).
000270         88  ETR-MONTHLY-TEST            VALUE 'M'.
000280         88  ETR-ANNUAL-TEST             VALUE 'A'.
000290     05  ETR-TEST-DATE           PIC X(08).
000300     05  ETR-TEST-DATE-N REDEFINES ETR-TEST-DATE
000310                                 PIC 9(08).
000320     05  ETR-RESULT              PIC X(01).
000330         88  ETR-PASSED                  VALUE 'P'.
000340         88  ETR-FAILED                  VALUE 'F'.
000350     05  ETR-DURATION            PIC X(05).
000360     05  ETR-DURATION-N REDEFINES ETR-DURATION
000370                                 PIC 9(05).
000380     05  ETR-TESTER              PIC X(08).
000390     05  FILLER                  PIC X(07).
