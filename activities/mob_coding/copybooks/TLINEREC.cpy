      *-----------------------------------------------------------*
000010*  TLINEREC.CPY
000020*  Record layout for the fixture lifetime timeline (DDNAME /
000030*  CICS FILE FIXTLINE), keyed by grid position (row, column)
000040*  and then by the event date and time inverted (99999999 -
000050*  CCYYMMDD, 999999 - HHMMSS), so a forward browse from a
000060*  fixture's key delivers its newest event first.  TL-SEQ
000070*  breaks ties between events stamped the same second.
000080*
000090*  REBUILT FROM SCRATCH EVERY NIGHT BY LGTTLBLD, WHICH MERGES
000100*  THE ONLINE CHANGE JOURNAL (LGTJRNL), WORK-ORDER OPENS AND
000110*  CLOSES (WORKORD), THE STATUS CHANGES FOUND IN THE HISTORY
000120*  ARCHIVE (HISTFILE), AND LGTRKEY RELOCATIONS (MOVEJRNL).
000130*  READ BY THE LGTI LIFETIME INQUIRY (LGTFXINQ).
000140*
000150*  RECORD TYPES:
000160*     'C'  CONTROL -- KEY ALL ZEROS.  BUILD DATE, TIME, AND
000170*          COUNTS, SO THE INQUIRY CAN SAY HOW CURRENT IT IS.
000180*          GRID ROWS AND COLUMNS START AT 1, SO NO FIXTURE CAN
000190*          COLLIDE WITH IT (SAME CONVENTION AS WORKORD).
000200*     'S'  FIXTURE SUMMARY -- INVERTED DATE/TIME ZERO, SO IT
000210*          SORTS AHEAD OF THE FIXTURE'S EVENTS.  CARRIES THE
000220*          RATED LAMP LIFE FOR ITS FIXTURE TYPE (RATEDLIF IS
000230*          SEQUENTIAL AND NOT AVAILABLE ONLINE).  RATED HOURS
000240*          ZERO MEANS THE TYPE IS UNRATED.
000250*     'J'  LGTM UPDATE (OR LGTJRNL BACKOUT, TERMINAL 'BTCH')
000260*     'H'  STATUS OR FAULT CODE CHANGE SEEN BY THE NIGHTLY RUN
000270*          (OLD STATUS SPACE = FIRST OBSERVATION ON ARCHIVE)
000280*     'W'  WORK ORDER OPENED OR CLOSED
000290*     'M'  FIXTURE RELOCATED -- TL-OTHER-ROW/COL IS THE KEY IT
000300*          CAME FROM (AT THE NEW KEY) OR WENT TO (AT THE OLD)
000310*
000320*  HISTORY
000330*     2026-10-14  CJM  Initial version.
000340*-----------------------------------------------------------*
000350 01  TIMELINE-RECORD.
000360     05  TL-KEY.
000370         10  TL-ROW              PIC 9(05).
000380         10  TL-COL              PIC 9(05).
000390         10  TL-INV-DATE         PIC 9(08).
000400         10  TL-INV-TIME         PIC 9(06).
000410         10  TL-SEQ              PIC 9(02).
000420     05  TL-RECORD-TYPE          PIC X(01).
000430         88  TL-CONTROL                  VALUE 'C'.
000440         88  TL-SUMMARY                  VALUE 'S'.
000450         88  TL-JOURNAL-EVENT            VALUE 'J'.
000460         88  TL-HISTORY-EVENT            VALUE 'H'.
000470         88  TL-WORK-ORDER-EVENT         VALUE 'W'.
000480         88  TL-MOVE-EVENT               VALUE 'M'.
000490     05  TL-EVENT-DATA.
000500         10  TL-EVENT-DATE       PIC 9(08).
000510         10  TL-EVENT-TIME       PIC 9(06).
000520         10  TL-LIGHT-ID         PIC X(10).
000530         10  TL-OLD-STATUS       PIC X(01).
000540         10  TL-NEW-STATUS       PIC X(01).
000550         10  TL-OLD-FAULT        PIC X(04).
000560         10  TL-NEW-FAULT        PIC X(04).
000570         10  TL-OPERATOR-ID      PIC X(08).
000580         10  TL-TERMINAL-ID      PIC X(04).
000590         10  TL-ORDER-NUMBER     PIC 9(07).
000600         10  TL-WO-ACTION        PIC X(01).
000610             88  TL-WO-OPENED            VALUE 'O'.
000620             88  TL-WO-CLOSED            VALUE 'C'.
000630         10  TL-DAYS-OPEN        PIC 9(05).
000640         10  TL-OTHER-ROW        PIC 9(05).
000650         10  TL-OTHER-COL        PIC 9(05).
000660         10  TL-MOVE-DIRECTION   PIC X(01).
000670             88  TL-MOVED-IN             VALUE 'I'.
000680             88  TL-MOVED-OUT            VALUE 'O'.
000690         10  FILLER              PIC X(03).
000700     05  TL-SUMMARY-DATA REDEFINES TL-EVENT-DATA.
000710         10  TL-SUM-FIXTURE-TYPE PIC X(06).
000720         10  TL-SUM-RATED-HOURS  PIC 9(07).
000730         10  TL-SUM-RATED-DESC   PIC X(20).
000740         10  FILLER              PIC X(40).
000750     05  TL-CONTROL-DATA REDEFINES TL-EVENT-DATA.
000760         10  TL-CTL-BUILD-DATE   PIC 9(08).
000770         10  TL-CTL-BUILD-TIME   PIC 9(06).
000780         10  TL-CTL-FIXTURES     PIC 9(07).
000790         10  TL-CTL-EVENTS       PIC 9(09).
000800         10  FILLER              PIC X(43).
000810     05  FILLER                  PIC X(10).
