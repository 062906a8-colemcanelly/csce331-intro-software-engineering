      *-----------------------------------------------------------*
000010*  MOVEJREC.CPY
000020*  Record layout for the fixture relocation journal (DDNAME
000030*  MOVEJRNL).  LGTRKEY writes one record per move it applies,
000040*  a new generation each run, carrying the fixture's key
000050*  before and after the move.  Consumers:
000060*
000070*     MOB-CODING  THE NIGHT'S GENERATION, SO THE STATUS CHANGE
000080*                 REPORT TIES THE VACATED CELL AND THE NEWLY
000090*                 OCCUPIED CELL TOGETHER INSTEAD OF SHOWING AN
000100*                 UNEXPLAINED REMOVE AND ADD.
000110*     LGTHIST     EVERY GENERATION FOR THE HISTORY WINDOW, IN
000120*                 THE ORDER WRITTEN, SO OBSERVATIONS RECORDED
000130*                 AT THE OLD KEY BEFORE THE RE-KEY RUN ARE
000140*                 REPORTED UNDER THE FIXTURE'S NEW KEY.
000150*
000160*  MJR-xxx-MOVED SHOWS WHICH MASTERS CARRIED A RECORD FOR THE
000170*  FIXTURE ('Y') -- LGTMAST ALWAYS DOES; THE OTHERS MAY NOT.
000180*
000190*  HISTORY
000200*     2026-10-14  CJM  Initial version.
000210*     2026-10-15  CJM  LGTHIST CARRIES HISTORY UP TO THE RUN
000220*                      DATE, WHEN THE MASTERS WERE RE-KEYED.
000230*     2026-10-15  CJM  MJR-EGR-MOVED ADDED FROM FILLER.
000240*-----------------------------------------------------------*
000250 01  MOVE-JOURNAL-RECORD.
000260     05  MJR-RUN-DATE            PIC 9(08).
000270     05  MJR-RUN-TIME            PIC 9(08).
000280     05  MJR-EFFECTIVE-DATE      PIC 9(08).
000290     05  MJR-LIGHT-ID            PIC X(10).
000300     05  MJR-BEFORE-KEY.
000310         10  MJR-OLD-GRID-ID     PIC X(10).
000320         10  MJR-OLD-ROW         PIC 9(05).
000330         10  MJR-OLD-COL         PIC 9(05).
000340     05  MJR-AFTER-KEY.
000350         10  MJR-NEW-GRID-ID     PIC X(10).
000360         10  MJR-NEW-ROW         PIC 9(05).
000370         10  MJR-NEW-COL         PIC 9(05).
000380     05  MJR-ATTR-MOVED          PIC X(01).
000390     05  MJR-BURN-MOVED          PIC X(01).
000400     05  MJR-WO-MOVED            PIC X(01).
000410     05  MJR-REQUESTED-BY        PIC X(08).
000420     05  MJR-EGR-MOVED           PIC X(01).
000430     05  FILLER                  PIC X(14).
