      *-----------------------------------------------------------*
000010*  RETXREC.CPY
000020*  Record layout for the scan retirement extract (DDNAME
000030*  RETIREX).  LGTSCAN writes one record for every applied
000040*  change transaction that takes a fixture to status R
000050*  (RETIRED) from any other status, followed by a TRLREC
000060*  control-total trailer carrying the business date.  Read
000070*  by LGTDSPLG, which logs the fixture's lamps for disposal.
000080*  LGTM retirements reach LGTDSPLG through LGTJRNL instead.
000090*
000100*  RETX-LIGHT-ID OCCUPIES THE FIRST TEN BYTES, AS THE
000110*  TRAILER CONVENTION REQUIRES (SEE TRLREC.CPY).
000120*
000130*  HISTORY
000140*     2026-10-14  CJM  Initial version.
000150*-----------------------------------------------------------*
000160 01  RETIREMENT-EXTRACT-RECORD.
000170     05  RETX-LIGHT-ID           PIC X(10).
000180     05  RETX-ROW                PIC 9(05).
000190     05  RETX-COL                PIC 9(05).
000200     05  RETX-OLD-STATUS         PIC X(01).
000210     05  RETX-RETIRE-DATE        PIC 9(08).
000220     05  FILLER                  PIC X(16).
