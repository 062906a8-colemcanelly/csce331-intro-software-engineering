      *-----------------------------------------------------------*
000010*  EGRMAST.CPY
000020*  Record layout for the emergency egress lighting test
000030*  master (DDNAME EGRMAST), keyed by grid position (row,
000040*  column) exactly like LGTATTR.  One record per egress unit
000050*  (ATTR-EGRESS-FLAG 'Y') that has ever been tested.
000060*  Maintained by LGTEGRES from the test result file
000070*  (EGRTRAN, SEE EGRTRAN.CPY); read by LGTEGCRT for the
000080*  annual compliance certificate.
000090*
000100*     EGM-LAST-MONTHLY-PASS  LATEST PASSING TEST OF EITHER
000110*                            TYPE -- A 90-MINUTE TEST ALSO
000120*                            SATISFIES THAT MONTH'S 30-SECOND
000130*                            TEST
000140*     EGM-LAST-ANNUAL-PASS   LATEST PASSING 90-MINUTE TEST
000150*     EGM-FAIL-DATE          DATE OF THE FAILURE STILL
000160*                            OUTSTANDING, ZERO IF NONE.  A
000170*                            MONTHLY FAILURE IS CLEARED BY A
000180*                            LATER PASS OF EITHER TYPE, AN
000190*                            ANNUAL FAILURE ONLY BY A LATER
000200*                            PASSING ANNUAL TEST.
000210*     EGM-YEAR-ENTRY         THE TEST YEAR (1) AND THE YEAR
000220*                            BEFORE IT (2): ONE RESULT PER
000230*                            MONTH ('P', 'F', OR SPACE FOR NO
000240*                            TEST -- A PASS IN THE MONTH
000250*                            OUTRANKS A FAILURE) AND THE
000260*                            YEAR'S ANNUAL TEST
000270*
000280*  HISTORY
000290*     2026-10-14  CJM  Initial version.
000300*-----------------------------------------------------------*
000310 01  EGRESS-TEST-MASTER-RECORD.
000320     05  EGM-KEY.
000330         10  EGM-ROW             PIC 9(05).
000340         10  EGM-COL             PIC 9(05).
000350     05  EGM-LIGHT-ID            PIC X(10).
000360     05  EGM-LAST-MONTHLY-PASS   PIC 9(08).
000370     05  EGM-LAST-ANNUAL-PASS    PIC 9(08).
000380     05  EGM-LAST-TEST-DATE      PIC 9(08).
000390     05  EGM-LAST-TEST-TYPE      PIC X(01).
000400     05  EGM-LAST-TEST-RESULT    PIC X(01).
000410     05  EGM-LAST-TESTER         PIC X(08).
000420     05  EGM-FAIL-DATE           PIC 9(08).
000430     05  EGM-FAIL-TYPE           PIC X(01).
000440         88  EGM-FAIL-MONTHLY            VALUE 'M'.
000450         88  EGM-FAIL-ANNUAL             VALUE 'A'.
000460     05  EGM-YEAR-ENTRY OCCURS 2 TIMES.
000470         10  EGM-YR-CCYY         PIC 9(04).
000480         10  EGM-YR-MONTH-RESULT PIC X(01) OCCURS 12 TIMES.
000490         10  EGM-YR-ANNUAL-DATE  PIC 9(08).
000500         10  EGM-YR-ANNUAL-RESULT
000510                                 PIC X(01).
000520         10  EGM-YR-ANNUAL-SECS  PIC 9(05).
000530         10  EGM-YR-ANNUAL-TESTER
000540                                 PIC X(08).
000550     05  EGM-TESTS-POSTED        PIC 9(05).
000560     05  FILLER                  PIC X(20).
