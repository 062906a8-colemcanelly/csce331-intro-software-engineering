      *-----------------------------------------------------------*
000010*  LGTFINQM.CPY
000020*  Symbolic map for mapset LGTFINQ, map LGTFIN1, as produced
000030*  by the BMS map translator from bms/LGTFINQ.bms and then
000040*  folded by hand into OCCURS form so the four header lines
000050*  and the 12 timeline lines can be subscripted.
000060*
000070*  HISTORY
000080*     2026-10-14  CJM  Initial version.
000090*-----------------------------------------------------------*
000100 01  LGTFIN1I.
000110     05  FILLER            PIC X(12).
000120     05  ROWINL            PIC S9(04) COMP.
000130     05  ROWINF            PIC X.
000140     05  FILLER REDEFINES ROWINF.
000150         10  ROWINA        PIC X.
000160     05  ROWINI            PIC X(05).
000170     05  COLINL            PIC S9(04) COMP.
000180     05  COLINF            PIC X.
000190     05  FILLER REDEFINES COLINF.
000200         10  COLINA        PIC X.
000210     05  COLINI            PIC X(05).
000220     05  FXIDL             PIC S9(04) COMP.
000230     05  FXIDF             PIC X.
000240     05  FILLER REDEFINES FXIDF.
000250         10  FXIDA         PIC X.
000260     05  FXIDI             PIC X(10).
000270     05  FIQ-HDR-GRP OCCURS 4 TIMES.
000280         10  HDRNL          PIC S9(04) COMP.
000290         10  HDRNF          PIC X.
000300         10  HDRNI          PIC X(79).
000310     05  TLHDRL            PIC S9(04) COMP.
000320     05  TLHDRF            PIC X.
000330     05  TLHDRI            PIC X(79).
000340     05  FIQ-LINE-GRP OCCURS 12 TIMES.
000350         10  TLNL           PIC S9(04) COMP.
000360         10  TLNF           PIC X.
000370         10  TLNI           PIC X(79).
000380     05  BMSGL             PIC S9(04) COMP.
000390     05  BMSGF             PIC X.
000400     05  BMSGI             PIC X(79).
000410 01  LGTFIN1O REDEFINES LGTFIN1I.
000420     05  FILLER            PIC X(12).
000430     05  FILLER            PIC X(03).
000440     05  ROWINO            PIC X(05).
000450     05  FILLER            PIC X(03).
000460     05  COLINO            PIC X(05).
000470     05  FILLER            PIC X(03).
000480     05  FXIDO             PIC X(10).
000490     05  FIQ-HDR-GRP-O OCCURS 4 TIMES.
000500         10  FILLER        PIC X(03).
000510         10  HDRNO          PIC X(79).
000520     05  FILLER            PIC X(03).
000530     05  TLHDRO            PIC X(79).
000540     05  FIQ-LINE-GRP-O OCCURS 12 TIMES.
000550         10  FILLER        PIC X(03).
000560         10  TLNO           PIC X(79).
000570     05  FILLER            PIC X(03).
000580     05  BMSGO             PIC X(79).
