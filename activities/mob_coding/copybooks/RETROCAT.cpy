      *-----------------------------------------------------------*
000010*  RETROCAT.CPY
000020*  Record layout for the LED retrofit catalog (DDNAME
000030*  RETROCAT).  One record per existing ATTR-FIXTURE-TYPE
000040*  (see LGTATTR.CPY) naming the replacement it would be
000050*  retrofitted with: the replacement's type, wattage, rated
000060*  life in burn hours, and the installed cost per fixture
000070*  (lamp or kit, labor, and disposal of the old unit).
000080*
000090*  READ BY LGTRETRO, THE RETROFIT PAYBACK ANALYSIS.  A
000100*  FIXTURE TYPE WITH NO RECORD HERE HAS NO RETROFIT AND IS
000110*  COUNTED, NOT RANKED.
000120*
000130*  HISTORY
000140*     2026-10-14  CJM  Initial version.
000150*-----------------------------------------------------------*
000160 01  RETROFIT-CATALOG-RECORD.
000170     05  RCAT-FIXTURE-TYPE       PIC X(06).
000180     05  RCAT-REPL-TYPE          PIC X(06).
000190     05  RCAT-REPL-WATTAGE       PIC 9(05).
000200     05  RCAT-UNIT-COST          PIC 9(05)V99.
000210     05  RCAT-REPL-RATED-HOURS   PIC 9(07).
000220     05  RCAT-DESCRIPTION        PIC X(20).
000230     05  FILLER                  PIC X(09).
