      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTTLBLD.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTTLBLD -- NIGHTLY REBUILD OF THE FIXTURE LIFETIME
000090*  TIMELINE (FIXTLINE, SEE TLINEREC.CPY) BEHIND THE LGTI
000100*  INQUIRY (LGTFXINQ).  THE SOURCES ARE EITHER SEQUENTIAL OR
000110*  KEYED BY SOMETHING OTHER THAN THE FIXTURE, SO NONE OF THEM
000120*  CAN BE READ FOR ONE FIXTURE ONLINE; THIS STEP FILES EVERY
000130*  EVENT UNDER ITS FIXTURE'S KEY, NEWEST FIRST:
000140*
000150*     LGTJRNL   EVERY LGTM UPDATE AND LGTJRNL BACKOUT STILL ON
000160*               THE LIVE JOURNAL (BEFORE/AFTER STATUS, FAULT,
000170*               OPERATOR, TERMINAL)
000180*     WORKORD   THE OPEN AND CLOSE OF EACH FIXTURE'S CURRENT
000190*               WORK ORDER.  THE MASTER HOLDS ONE ORDER PER
000200*               FIXTURE, SO EARLIER ORDERS ARE NOT AVAILABLE.
000210*     HISTFILE  THE NIGHTLY OBSERVATIONS, SORTED BY FIXTURE AND
000220*               RUN DATE; ONLY THE FIRST OBSERVATION AND EACH
000230*               CHANGE OF STATUS OR FAULT CODE BECOME EVENTS
000240*     MOVEJRNL  LGTRKEY RELOCATIONS (OPTIONAL DD).  JOURNAL AND
000250*               HISTORY EVENTS RECORDED AT A MOVED FIXTURE'S OLD
000260*               KEY BEFORE THE RE-KEY RUN ARE FILED UNDER ITS
000270*               NEW KEY, AS LGTHIST DOES, AND THE MOVE ITSELF IS
000280*               FILED UNDER BOTH KEYS.
000290*
000300*  A SUMMARY RECORD PER LGTATTR FIXTURE CARRIES THE RATED
000310*  LAMP LIFE FOR ITS TYPE FROM RATEDLIF, AND A CONTROL RECORD
000320*  CARRIES THE BUILD DATE THE INQUIRY SHOWS AS "AS OF".
000330*
000340*  THE FILE IS RELOADED FROM SCRATCH (OPEN OUTPUT) EACH RUN,
000350*  SO A RERUN IS ALWAYS SAFE AND THE STEP IS NOT SEQUENCED ON
000360*  RUN-CONTROL.  RUN IT AFTER THE NIGHTLY CHAIN, WITH FIXTLINE
000370*  CLOSED TO CICS.  AN UNAVAILABLE SOURCE IS SKIPPED WITH RC 4;
000380*  AN UNWRITABLE FIXTLINE IS RC 8.
000390*
000400*  MODIFICATION HISTORY
000410*     2026-10-14  CJM  Initial version.
000420*     2026-10-15  CJM  EVENTS AT A MOVED FIXTURE'S OLD KEY ARE
000430*                      CARRIED UP TO THE DATE LGTRKEY RAN, NOT
000440*                      THE EFFECTIVE DATE.  THE DROPPED-EVENTS
000450*                      WARNING NO LONGER MASKS RC 8.
000460*-----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    IBM-370.
000500 OBJECT-COMPUTER.    IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT LIGHT-HISTORY-FILE  ASSIGN TO HISTFILE
000540            ORGANIZATION IS SEQUENTIAL
000550            FILE STATUS IS TLB-HIST-FILE-STATUS.
000560     SELECT LIGHT-JOURNAL-FILE  ASSIGN TO LGTJRNL
000570            ORGANIZATION IS INDEXED
000580            ACCESS MODE IS DYNAMIC
000590            RECORD KEY IS JRNL-KEY
000600            FILE STATUS IS TLB-JRNL-FILE-STATUS.
000610     SELECT WORK-ORDER-MASTER   ASSIGN TO WORKORD
000620            ORGANIZATION IS INDEXED
000630            ACCESS MODE IS DYNAMIC
000640            RECORD KEY IS WO-KEY
000650            FILE STATUS IS TLB-WO-FILE-STATUS.
000660     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS DYNAMIC
000690            RECORD KEY IS ATTR-KEY
000700            FILE STATUS IS TLB-ATTR-FILE-STATUS.
000710     SELECT RATED-LIFE-FILE     ASSIGN TO RATEDLIF
000720            ORGANIZATION IS SEQUENTIAL
000730            FILE STATUS IS TLB-RATED-FILE-STATUS.
000740     SELECT MOVE-JOURNAL-FILE   ASSIGN TO MOVEJRNL
000750            ORGANIZATION IS SEQUENTIAL
000760            FILE STATUS IS TLB-MOV-FILE-STATUS.
000770     SELECT FIXTURE-TIMELINE-FILE ASSIGN TO FIXTLINE
000780            ORGANIZATION IS INDEXED
000790            ACCESS MODE IS DYNAMIC
000800            RECORD KEY IS TL-KEY
000810            FILE STATUS IS TLB-TL-FILE-STATUS.
000820     SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  LIGHT-HISTORY-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY HISTREC.
000890 FD  LIGHT-JOURNAL-FILE
000900     LABEL RECORDS ARE STANDARD.
000910 COPY JRNLREC.
000920 FD  WORK-ORDER-MASTER
000930     LABEL RECORDS ARE STANDARD.
000940 COPY WORKORD.
000950 FD  LIGHT-ATTRIBUTE-FILE
000960     LABEL RECORDS ARE STANDARD.
000970 COPY LGTATTR.
000980 FD  RATED-LIFE-FILE
000990     RECORDING MODE IS F
001000     LABEL RECORDS ARE STANDARD.
001010 COPY RLIFEREC.
001020 FD  MOVE-JOURNAL-FILE
001030     RECORDING MODE IS F
001040     LABEL RECORDS ARE STANDARD.
001050 COPY MOVEJREC.
001060 FD  FIXTURE-TIMELINE-FILE
001070     LABEL RECORDS ARE STANDARD.
001080 COPY TLINEREC.
001090 SD  SORT-WORK-FILE.
001100 01  SORT-RECORD.
001110     05  SRT-ROW                 PIC 9(05).
001120     05  SRT-COL                 PIC 9(05).
001130     05  SRT-RUN-DATE            PIC 9(08).
001140     05  SRT-RUN-TIME            PIC 9(08).
001150     05  SRT-LIGHT-ID            PIC X(10).
001160     05  SRT-STATUS              PIC X(01).
001170     05  SRT-FAULT-CODE          PIC X(04).
001180 WORKING-STORAGE SECTION.
001190*-----------------------------------------------------------*
001200*  WORKING STORAGE -- FILE STATUS, SWITCHES
001210*-----------------------------------------------------------*
001220 01  TLB-HIST-FILE-STATUS        PIC X(02) VALUE '00'.
001230     88  TLB-HIST-OK                  VALUE '00'.
001240 01  TLB-JRNL-FILE-STATUS        PIC X(02) VALUE '00'.
001250     88  TLB-JRNL-OK                  VALUE '00'.
001260 01  TLB-WO-FILE-STATUS          PIC X(02) VALUE '00'.
001270     88  TLB-WO-OK                    VALUE '00'.
001280 01  TLB-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001290     88  TLB-ATTR-OK                  VALUE '00'.
001300 01  TLB-RATED-FILE-STATUS       PIC X(02) VALUE '00'.
001310     88  TLB-RATED-OK                 VALUE '00'.
001320 01  TLB-MOV-FILE-STATUS         PIC X(02) VALUE '00'.
001330     88  TLB-MOV-OK                   VALUE '00'.
001340 01  TLB-TL-FILE-STATUS          PIC X(02) VALUE '00'.
001350     88  TLB-TL-OK                    VALUE '00'.
001360     88  TLB-TL-DUPLICATE             VALUE '22'.
001370 01  TLB-SWITCHES.
001380     05  TLB-HIST-EOF-SW         PIC X(01) VALUE 'N'.
001390         88  TLB-HIST-EOF                 VALUE 'Y'.
001400     05  TLB-HIST-OPEN-SW        PIC X(01) VALUE 'N'.
001410         88  TLB-HIST-IS-OPEN             VALUE 'Y'.
001420     05  TLB-SORT-EOF-SW         PIC X(01) VALUE 'N'.
001430         88  TLB-SORT-EOF                 VALUE 'Y'.
001440     05  TLB-JRNL-EOF-SW         PIC X(01) VALUE 'N'.
001450         88  TLB-JRNL-EOF                 VALUE 'Y'.
001460     05  TLB-WO-EOF-SW           PIC X(01) VALUE 'N'.
001470         88  TLB-WO-EOF                   VALUE 'Y'.
001480     05  TLB-ATTR-EOF-SW         PIC X(01) VALUE 'N'.
001490         88  TLB-ATTR-EOF                 VALUE 'Y'.
001500     05  TLB-RATED-EOF-SW        PIC X(01) VALUE 'N'.
001510         88  TLB-RATED-EOF                VALUE 'Y'.
001520     05  TLB-MOV-EOF-SW          PIC X(01) VALUE 'N'.
001530         88  TLB-MOV-EOF                  VALUE 'Y'.
001540     05  TLB-MOV-OVERFLOW-SW     PIC X(01) VALUE 'N'.
001550         88  TLB-MOV-OVERFLOW             VALUE 'Y'.
001560     05  TLB-FIX-ACTIVE-SW       PIC X(01) VALUE 'N'.
001570         88  TLB-FIX-ACTIVE               VALUE 'Y'.
001580     05  TLB-FATAL-SW            PIC X(01) VALUE 'N'.
001590         88  TLB-FATAL-ERROR              VALUE 'Y'.
001600*-----------------------------------------------------------*
001610*  RATED-LIFE TABLE, FROM RATEDLIF
001620*-----------------------------------------------------------*
001630 01  TLB-TYPE-TABLE.
001640     05  TLB-TYPE-COUNT          PIC 9(03) VALUE 0.
001650     05  TLB-TYPE-ENTRY OCCURS 50 TIMES.
001660         10  TLB-TYPE-CODE       PIC X(06).
001670         10  TLB-TYPE-HOURS      PIC 9(07).
001680         10  TLB-TYPE-DESC       PIC X(20).
001690 77  RK                          PIC 9(03) COMP VALUE 0.
001700 77  TLB-TYPE-SLOT               PIC 9(03) COMP VALUE 0.
001710*-----------------------------------------------------------*
001720*  RELOCATION JOURNAL TABLE -- EVERY LGTRKEY MOVE IN THE
001730*  MOVEJRNL GENERATIONS SUPPLIED, IN THE ORDER WRITTEN, SO A
001740*  FIXTURE MOVED TWICE IS CARRIED THROUGH BOTH MOVES
001750*-----------------------------------------------------------*
001760 01  TLB-MOVE-TABLE.
001770     05  TLB-MOVE-COUNT          PIC 9(03) VALUE 0.
001780     05  TLB-MOVE-ENTRY OCCURS 500 TIMES.
001790         10  TLB-MOV-EFF-DATE    PIC 9(08).
001800         10  TLB-MOV-RUN-DATE    PIC 9(08).
001810         10  TLB-MOV-LIGHT-ID    PIC X(10).
001820         10  TLB-MOV-OLD-ROW     PIC 9(05).
001830         10  TLB-MOV-OLD-COL     PIC 9(05).
001840         10  TLB-MOV-NEW-ROW     PIC 9(05).
001850         10  TLB-MOV-NEW-COL     PIC 9(05).
001860 77  TLB-M                       PIC 9(03) COMP VALUE 0.
001870*-----------------------------------------------------------*
001880*  ONE EVENT'S FIXTURE, FOR THE RELOCATION CARRY
001890*-----------------------------------------------------------*
001900 01  TLB-EVT-FIXTURE.
001910     05  TLB-EVT-ROW             PIC 9(05).
001920     05  TLB-EVT-COL             PIC 9(05).
001930     05  TLB-EVT-LIGHT-ID        PIC X(10).
001940     05  TLB-EVT-DATE            PIC 9(08).
001950*-----------------------------------------------------------*
001960*  HISTORY CHANGE DETECTION -- THE PRIOR OBSERVATION OF THE
001970*  FIXTURE NOW BEING RETURNED FROM THE SORT
001980*-----------------------------------------------------------*
001990 01  TLB-CUR-KEY.
002000     05  TLB-CUR-ROW             PIC 9(05).
002010     05  TLB-CUR-COL             PIC 9(05).
002020 01  TLB-NEW-KEY.
002030     05  TLB-NEW-ROW             PIC 9(05).
002040     05  TLB-NEW-COL             PIC 9(05).
002050 77  TLB-PRV-LIGHT-ID            PIC X(10) VALUE SPACES.
002060 77  TLB-PRV-STATUS              PIC X(01) VALUE SPACES.
002070 77  TLB-PRV-FAULT-CODE          PIC X(04) VALUE SPACES.
002080*-----------------------------------------------------------*
002090*  RUN COUNTERS
002100*-----------------------------------------------------------*
002110 77  TLB-HIST-READ               PIC 9(09) VALUE 0.
002120 77  TLB-HIST-EVENTS             PIC 9(09) VALUE 0.
002130 77  TLB-JRNL-READ               PIC 9(09) VALUE 0.
002140 77  TLB-WO-EVENTS               PIC 9(09) VALUE 0.
002150 77  TLB-MOVE-EVENTS             PIC 9(09) VALUE 0.
002160 77  TLB-RELOCATED-EVENTS        PIC 9(09) VALUE 0.
002170 77  TLB-EVENTS-WRITTEN          PIC 9(09) VALUE 0.
002180 77  TLB-EVENTS-DROPPED          PIC 9(09) VALUE 0.
002190 77  TLB-SUMMARIES-WRITTEN       PIC 9(07) VALUE 0.
002200 77  TLB-UNRATED                 PIC 9(07) VALUE 0.
002210 01  TLB-RUN-DATE                PIC 9(08) VALUE 0.
002220 01  TLB-RUN-TIME                PIC 9(08) VALUE 0.
002230 PROCEDURE DIVISION.
002240*-----------------------------------------------------------*
002250*  0000-MAINLINE
002260*-----------------------------------------------------------*
002270 0000-MAINLINE.
002280     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002290     IF TLB-FATAL-ERROR
002300         GO TO 9000-TERMINATE
002310     END-IF.
002320     PERFORM 2000-WRITE-SUMMARIES THRU 2000-EXIT.
002330     IF TLB-HIST-IS-OPEN
002340         SORT SORT-WORK-FILE
002350             ON ASCENDING KEY SRT-ROW SRT-COL
002360                              SRT-RUN-DATE SRT-RUN-TIME
002370             INPUT PROCEDURE IS 3000-RELEASE-HISTORY
002380                 THRU 3000-EXIT
002390             OUTPUT PROCEDURE IS 5000-HISTORY-CHANGES
002400                 THRU 5000-EXIT
002410     END-IF.
002420     PERFORM 6000-JOURNAL-EVENTS THRU 6000-EXIT.
002430     PERFORM 6500-WORK-ORDER-EVENTS THRU 6500-EXIT.
002440     PERFORM 6800-MOVE-EVENTS THRU 6800-EXIT.
002450     PERFORM 7000-WRITE-CONTROL THRU 7000-EXIT.
002460     GO TO 9000-TERMINATE.
002470*-----------------------------------------------------------*
002480*  1000-INITIALIZE -- LOAD RATED LIVES AND MOVES, OPEN THE
002490*  SOURCES AND RELOAD FIXTLINE.  ONLY AN UNOPENABLE FIXTLINE
002500*  STOPS THE RUN; A MISSING SOURCE LEAVES ITS EVENTS OUT.
002510*-----------------------------------------------------------*
002520 1000-INITIALIZE.
002530     ACCEPT TLB-RUN-DATE FROM DATE YYYYMMDD.
002540     ACCEPT TLB-RUN-TIME FROM TIME.
002550     OPEN OUTPUT FIXTURE-TIMELINE-FILE.
002560     IF NOT TLB-TL-OK
002570         DISPLAY 'LGTTLBLD: CANNOT OPEN FIXTLINE FOR RELOAD, '
002580                 'STATUS ' TLB-TL-FILE-STATUS
002590                 ' -- RUN TERMINATED'
002600         MOVE 8 TO RETURN-CODE
002610         SET TLB-FATAL-ERROR TO TRUE
002620         GO TO 1000-EXIT
002630     END-IF.
002640     OPEN INPUT RATED-LIFE-FILE.
002650     IF TLB-RATED-OK
002660         PERFORM 1200-LOAD-ONE-TYPE THRU 1200-EXIT
002670             UNTIL TLB-RATED-EOF
002680         CLOSE RATED-LIFE-FILE
002690     ELSE
002700         DISPLAY 'LGTTLBLD: NO RATED-LIFE FILE -- EVERY '
002710                 'FIXTURE WILL SHOW AS UNRATED'
002720         MOVE 4 TO RETURN-CODE
002730     END-IF.
002740     PERFORM 1100-LOAD-MOVES THRU 1100-EXIT.
002750     OPEN INPUT LIGHT-HISTORY-FILE.
002760     IF TLB-HIST-OK
002770         SET TLB-HIST-IS-OPEN TO TRUE
002780     ELSE
002790         DISPLAY 'LGTTLBLD: CANNOT OPEN HISTFILE, STATUS '
002800                 TLB-HIST-FILE-STATUS
002810                 ' -- NO STATUS HISTORY ON THE TIMELINE'
002820         MOVE 4 TO RETURN-CODE
002830     END-IF.
002840 1000-EXIT.
002850     EXIT.
002860*-----------------------------------------------------------*
002870*  1100-LOAD-MOVES -- OPTIONAL RELOCATION JOURNAL.  A MISSING
002880*  MOVEJRNL DD MEANS NO FIXTURE WAS MOVED IN THE WINDOW.
002890*-----------------------------------------------------------*
002900 1100-LOAD-MOVES.
002910     OPEN INPUT MOVE-JOURNAL-FILE.
002920     IF NOT TLB-MOV-OK
002930         GO TO 1100-EXIT
002940     END-IF.
002950     PERFORM 1110-LOAD-ONE-MOVE THRU 1110-EXIT
002960         UNTIL TLB-MOV-EOF.
002970     CLOSE MOVE-JOURNAL-FILE.
002980 1100-EXIT.
002990     EXIT.
003000 1110-LOAD-ONE-MOVE.
003010     READ MOVE-JOURNAL-FILE
003020         AT END
003030             SET TLB-MOV-EOF TO TRUE
003040             GO TO 1110-EXIT
003050     END-READ.
003060     IF TLB-MOVE-COUNT >= 500
003070         IF NOT TLB-MOV-OVERFLOW
003080             DISPLAY 'LGTTLBLD: MORE THAN 500 RELOCATIONS ON '
003090                     'MOVEJRNL -- LATER MOVES NOT CARRIED'
003100             SET TLB-MOV-OVERFLOW TO TRUE
003110         END-IF
003120         GO TO 1110-EXIT
003130     END-IF.
003140     ADD 1 TO TLB-MOVE-COUNT.
003150     MOVE MJR-EFFECTIVE-DATE TO TLB-MOV-EFF-DATE (TLB-MOVE-COUNT).
003160     MOVE MJR-RUN-DATE       TO TLB-MOV-RUN-DATE (TLB-MOVE-COUNT).
003170     MOVE MJR-LIGHT-ID       TO TLB-MOV-LIGHT-ID (TLB-MOVE-COUNT).
003180     MOVE MJR-OLD-ROW        TO TLB-MOV-OLD-ROW (TLB-MOVE-COUNT).
003190     MOVE MJR-OLD-COL        TO TLB-MOV-OLD-COL (TLB-MOVE-COUNT).
003200     MOVE MJR-NEW-ROW        TO TLB-MOV-NEW-ROW (TLB-MOVE-COUNT).
003210     MOVE MJR-NEW-COL        TO TLB-MOV-NEW-COL (TLB-MOVE-COUNT).
003220 1110-EXIT.
003230     EXIT.
003240 1200-LOAD-ONE-TYPE.
003250     READ RATED-LIFE-FILE
003260         AT END
003270             SET TLB-RATED-EOF TO TRUE
003280             GO TO 1200-EXIT
003290     END-READ.
003300     IF TLB-TYPE-COUNT >= 50
003310         DISPLAY 'LGTTLBLD: MORE THAN 50 FIXTURE TYPES ON '
003320                 'RATED-LIFE FILE -- EXTRAS IGNORED'
003330         GO TO 1200-EXIT
003340     END-IF.
003350     ADD 1 TO TLB-TYPE-COUNT.
003360     MOVE RLIF-FIXTURE-TYPE TO TLB-TYPE-CODE (TLB-TYPE-COUNT).
003370     MOVE RLIF-RATED-HOURS  TO TLB-TYPE-HOURS (TLB-TYPE-COUNT).
003380     MOVE RLIF-DESCRIPTION  TO TLB-TYPE-DESC (TLB-TYPE-COUNT).
003390 1200-EXIT.
003400     EXIT.
003410*-----------------------------------------------------------*
003420*  2000-WRITE-SUMMARIES -- ONE SUMMARY RECORD PER FIXTURE ON
003430*  LGTATTR WITH THE RATED LIFE OF ITS TYPE
003440*-----------------------------------------------------------*
003450 2000-WRITE-SUMMARIES.
003460     OPEN INPUT LIGHT-ATTRIBUTE-FILE.
003470     IF NOT TLB-ATTR-OK
003480         DISPLAY 'LGTTLBLD: CANNOT OPEN ATTRIBUTE FILE, STATUS '
003490                 TLB-ATTR-FILE-STATUS
003500                 ' -- NO RATED LIFE ON THE INQUIRY'
003510         MOVE 4 TO RETURN-CODE
003520         GO TO 2000-EXIT
003530     END-IF.
003540     PERFORM 2100-SUMMARY-ONE-FIXTURE THRU 2100-EXIT
003550         UNTIL TLB-ATTR-EOF.
003560     CLOSE LIGHT-ATTRIBUTE-FILE.
003570 2000-EXIT.
003580     EXIT.
003590 2100-SUMMARY-ONE-FIXTURE.
003600     READ LIGHT-ATTRIBUTE-FILE NEXT RECORD
003610         AT END
003620             SET TLB-ATTR-EOF TO TRUE
003630             GO TO 2100-EXIT
003640     END-READ.
003650     MOVE 0 TO TLB-TYPE-SLOT.
003660     PERFORM 2200-SCAN-TYPE-TABLE THRU 2200-EXIT
003670         VARYING RK FROM 1 BY 1
003680             UNTIL TLB-TYPE-SLOT > 0
003690                OR RK > TLB-TYPE-COUNT.
003700     MOVE SPACES            TO TIMELINE-RECORD.
003710     MOVE ATTR-ROW          TO TL-ROW.
003720     MOVE ATTR-COL          TO TL-COL.
003730     MOVE 0                 TO TL-INV-DATE.
003740     MOVE 0                 TO TL-INV-TIME.
003750     MOVE 0                 TO TL-SEQ.
003760     SET TL-SUMMARY         TO TRUE.
003770     MOVE ATTR-FIXTURE-TYPE TO TL-SUM-FIXTURE-TYPE.
003780     IF TLB-TYPE-SLOT = 0
003790         MOVE 0 TO TL-SUM-RATED-HOURS
003800         ADD 1 TO TLB-UNRATED
003810     ELSE
003820         MOVE TLB-TYPE-HOURS (TLB-TYPE-SLOT)
003830             TO TL-SUM-RATED-HOURS
003840         MOVE TLB-TYPE-DESC (TLB-TYPE-SLOT)
003850             TO TL-SUM-RATED-DESC
003860     END-IF.
003870     WRITE TIMELINE-RECORD
003880         INVALID KEY
003890             DISPLAY 'LGTTLBLD: SUMMARY NOT WRITTEN FOR ROW '
003900                     ATTR-ROW ' COL ' ATTR-COL ', STATUS '
003910                     TLB-TL-FILE-STATUS
003920             GO TO 2100-EXIT
003930     END-WRITE.
003940     ADD 1 TO TLB-SUMMARIES-WRITTEN.
003950 2100-EXIT.
003960     EXIT.
003970 2200-SCAN-TYPE-TABLE.
003980     IF TLB-TYPE-CODE (RK) = ATTR-FIXTURE-TYPE
003990         MOVE RK TO TLB-TYPE-SLOT
004000     END-IF.
004010 2200-EXIT.
004020     EXIT.
004030*-----------------------------------------------------------*
004040*  3000-RELEASE-HISTORY -- SORT INPUT PROCEDURE.  EACH
004050*  OBSERVATION IS CARRIED TO ITS FIXTURE'S CURRENT KEY FIRST.
004060*-----------------------------------------------------------*
004070 3000-RELEASE-HISTORY.
004080     PERFORM 3100-RELEASE-ONE THRU 3100-EXIT
004090         UNTIL TLB-HIST-EOF.
004100     CLOSE LIGHT-HISTORY-FILE.
004110 3000-EXIT.
004120     EXIT.
004130 3100-RELEASE-ONE.
004140     READ LIGHT-HISTORY-FILE
004150         AT END
004160             SET TLB-HIST-EOF TO TRUE
004170             GO TO 3100-EXIT
004180     END-READ.
004190     ADD 1 TO TLB-HIST-READ.
004200     MOVE HIST-ROW         TO TLB-EVT-ROW.
004210     MOVE HIST-COL         TO TLB-EVT-COL.
004220     MOVE HIST-LIGHT-ID    TO TLB-EVT-LIGHT-ID.
004230     MOVE HIST-RUN-DATE    TO TLB-EVT-DATE.
004240     PERFORM 3200-APPLY-MOVES THRU 3200-EXIT.
004250     MOVE TLB-EVT-ROW      TO SRT-ROW.
004260     MOVE TLB-EVT-COL      TO SRT-COL.
004270     MOVE HIST-RUN-DATE    TO SRT-RUN-DATE.
004280     MOVE HIST-RUN-TIME    TO SRT-RUN-TIME.
004290     MOVE HIST-LIGHT-ID    TO SRT-LIGHT-ID.
004300     MOVE HIST-STATUS      TO SRT-STATUS.
004310     MOVE HIST-FAULT-CODE  TO SRT-FAULT-CODE.
004320     RELEASE SORT-RECORD.
004330 3100-EXIT.
004340     EXIT.
004350*-----------------------------------------------------------*
004360*  3200-APPLY-MOVES -- CARRY AN EVENT RECORDED AT A MOVED
004370*  FIXTURE'S OLD KEY, BEFORE LGTRKEY RE-KEYED THE MASTERS, TO
004380*  THE FIXTURE'S NEW KEY (SAME RULE AS LGTHIST: THE LIGHT ID
004390*  MUST MATCH TOO, AND MOVES ARE TRIED IN JOURNAL ORDER)
004400*-----------------------------------------------------------*
004410 3200-APPLY-MOVES.
004420     PERFORM 3210-APPLY-ONE-MOVE THRU 3210-EXIT
004430         VARYING TLB-M FROM 1 BY 1
004440             UNTIL TLB-M > TLB-MOVE-COUNT.
004450 3200-EXIT.
004460     EXIT.
004470 3210-APPLY-ONE-MOVE.
004480     IF TLB-EVT-ROW = TLB-MOV-OLD-ROW (TLB-M)
004490             AND TLB-EVT-COL = TLB-MOV-OLD-COL (TLB-M)
004500             AND TLB-EVT-LIGHT-ID = TLB-MOV-LIGHT-ID (TLB-M)
004510             AND TLB-EVT-DATE < TLB-MOV-RUN-DATE (TLB-M)
004520         MOVE TLB-MOV-NEW-ROW (TLB-M) TO TLB-EVT-ROW
004530         MOVE TLB-MOV-NEW-COL (TLB-M) TO TLB-EVT-COL
004540         ADD 1 TO TLB-RELOCATED-EVENTS
004550     END-IF.
004560 3210-EXIT.
004570     EXIT.
004580*-----------------------------------------------------------*
004590*  5000-HISTORY-CHANGES -- SORT OUTPUT PROCEDURE.  WITHIN A
004600*  FIXTURE, AN OBSERVATION BECOMES AN EVENT WHEN IT IS THE
004610*  FIRST ONE, WHEN THE STATUS OR FAULT CODE DIFFERS FROM THE
004620*  ONE BEFORE IT, OR WHEN A DIFFERENT LIGHT ID TURNS UP AT THE
004630*  SAME KEY (A REPLACEMENT FIXTURE STARTS ITS OWN HISTORY)
004640*-----------------------------------------------------------*
004650 5000-HISTORY-CHANGES.
004660     PERFORM 5100-PROCESS-ONE THRU 5100-EXIT
004670         UNTIL TLB-SORT-EOF.
004680 5000-EXIT.
004690     EXIT.
004700 5100-PROCESS-ONE.
004710     RETURN SORT-WORK-FILE
004720         AT END
004730             SET TLB-SORT-EOF TO TRUE
004740             GO TO 5100-EXIT
004750     END-RETURN.
004760     MOVE SRT-ROW TO TLB-NEW-ROW.
004770     MOVE SRT-COL TO TLB-NEW-COL.
004780     IF NOT TLB-FIX-ACTIVE
004790             OR TLB-NEW-KEY NOT = TLB-CUR-KEY
004800             OR SRT-LIGHT-ID NOT = TLB-PRV-LIGHT-ID
004810         SET TLB-FIX-ACTIVE TO TRUE
004820         MOVE TLB-NEW-KEY TO TLB-CUR-KEY
004830         MOVE SPACES      TO TLB-PRV-STATUS
004840         MOVE SPACES      TO TLB-PRV-FAULT-CODE
004850     ELSE
004860         IF SRT-STATUS = TLB-PRV-STATUS
004870                 AND SRT-FAULT-CODE = TLB-PRV-FAULT-CODE
004880             GO TO 5100-EXIT
004890         END-IF
004900     END-IF.
004910     MOVE SPACES             TO TIMELINE-RECORD.
004920     MOVE SRT-ROW            TO TL-ROW.
004930     MOVE SRT-COL            TO TL-COL.
004940     SET TL-HISTORY-EVENT    TO TRUE.
004950     MOVE SRT-RUN-DATE       TO TL-EVENT-DATE.
004960     MOVE SRT-RUN-TIME (1:6) TO TL-EVENT-TIME.
004970     MOVE SRT-LIGHT-ID       TO TL-LIGHT-ID.
004980     MOVE TLB-PRV-STATUS     TO TL-OLD-STATUS.
004990     MOVE SRT-STATUS         TO TL-NEW-STATUS.
005000     MOVE TLB-PRV-FAULT-CODE TO TL-OLD-FAULT.
005010     MOVE SRT-FAULT-CODE     TO TL-NEW-FAULT.
005020     PERFORM 8000-WRITE-EVENT THRU 8000-EXIT.
005030     ADD 1 TO TLB-HIST-EVENTS.
005040     MOVE SRT-LIGHT-ID       TO TLB-PRV-LIGHT-ID.
005050     MOVE SRT-STATUS         TO TLB-PRV-STATUS.
005060     MOVE SRT-FAULT-CODE     TO TLB-PRV-FAULT-CODE.
005070 5100-EXIT.
005080     EXIT.
005090*-----------------------------------------------------------*
005100*  6000-JOURNAL-EVENTS -- EVERY RECORD ON THE LIVE ONLINE
005110*  CHANGE JOURNAL, FILED UNDER THE FIXTURE IN ITS IMAGES
005120*  (ROW 1:5, COLUMN 6:5, LIGHT ID 11:10, STATUS 21:1, FAULT
005130*  22:4 -- THE LIGHT-MASTER-RECORD LAYOUT, AS LGTJRNL READS
005140*  THEM)
005150*-----------------------------------------------------------*
005160 6000-JOURNAL-EVENTS.
005170     OPEN INPUT LIGHT-JOURNAL-FILE.
005180     IF NOT TLB-JRNL-OK
005190         DISPLAY 'LGTTLBLD: CANNOT OPEN LGTJRNL, STATUS '
005200                 TLB-JRNL-FILE-STATUS
005210                 ' -- NO LGTM UPDATES ON THE TIMELINE'
005220         MOVE 4 TO RETURN-CODE
005230         GO TO 6000-EXIT
005240     END-IF.
005250     PERFORM 6100-JOURNAL-ONE THRU 6100-EXIT
005260         UNTIL TLB-JRNL-EOF.
005270     CLOSE LIGHT-JOURNAL-FILE.
005280 6000-EXIT.
005290     EXIT.
005300 6100-JOURNAL-ONE.
005310     READ LIGHT-JOURNAL-FILE NEXT RECORD
005320         AT END
005330             SET TLB-JRNL-EOF TO TRUE
005340             GO TO 6100-EXIT
005350     END-READ.
005360     ADD 1 TO TLB-JRNL-READ.
005370     MOVE JRNL-AFTER-IMAGE (1:5)   TO TLB-EVT-ROW.
005380     MOVE JRNL-AFTER-IMAGE (6:5)   TO TLB-EVT-COL.
005390     MOVE JRNL-AFTER-IMAGE (11:10) TO TLB-EVT-LIGHT-ID.
005400     MOVE JRNL-DATE                TO TLB-EVT-DATE.
005410     PERFORM 3200-APPLY-MOVES THRU 3200-EXIT.
005420     MOVE SPACES                   TO TIMELINE-RECORD.
005430     MOVE TLB-EVT-ROW              TO TL-ROW.
005440     MOVE TLB-EVT-COL              TO TL-COL.
005450     SET TL-JOURNAL-EVENT          TO TRUE.
005460     MOVE JRNL-DATE                TO TL-EVENT-DATE.
005470     MOVE JRNL-TIME                TO TL-EVENT-TIME.
005480     MOVE TLB-EVT-LIGHT-ID         TO TL-LIGHT-ID.
005490     MOVE JRNL-BEFORE-IMAGE (21:1) TO TL-OLD-STATUS.
005500     MOVE JRNL-AFTER-IMAGE (21:1)  TO TL-NEW-STATUS.
005510     MOVE JRNL-BEFORE-IMAGE (22:4) TO TL-OLD-FAULT.
005520     MOVE JRNL-AFTER-IMAGE (22:4)  TO TL-NEW-FAULT.
005530     MOVE JRNL-OPERATOR-ID         TO TL-OPERATOR-ID.
005540     MOVE JRNL-TERMINAL-ID         TO TL-TERMINAL-ID.
005550     PERFORM 8000-WRITE-EVENT THRU 8000-EXIT.
005560 6100-EXIT.
005570     EXIT.
005580*-----------------------------------------------------------*
005590*  6500-WORK-ORDER-EVENTS -- THE OPEN AND (IF CLOSED) THE
005600*  CLOSE OF EACH FIXTURE'S CURRENT ORDER.  THE ORDER DATES
005610*  CARRY NO TIME OF DAY, SO THEY FILE AS THE DAY'S EARLIEST.
005620*-----------------------------------------------------------*
005630 6500-WORK-ORDER-EVENTS.
005640     OPEN INPUT WORK-ORDER-MASTER.
005650     IF NOT TLB-WO-OK
005660         DISPLAY 'LGTTLBLD: CANNOT OPEN WORKORD, STATUS '
005670                 TLB-WO-FILE-STATUS
005680                 ' -- NO WORK ORDERS ON THE TIMELINE'
005690         MOVE 4 TO RETURN-CODE
005700         GO TO 6500-EXIT
005710     END-IF.
005720     PERFORM 6600-WORK-ORDER-ONE THRU 6600-EXIT
005730         UNTIL TLB-WO-EOF.
005740     CLOSE WORK-ORDER-MASTER.
005750 6500-EXIT.
005760     EXIT.
005770 6600-WORK-ORDER-ONE.
005780     READ WORK-ORDER-MASTER NEXT RECORD
005790         AT END
005800             SET TLB-WO-EOF TO TRUE
005810             GO TO 6600-EXIT
005820     END-READ.
005830*    KEY (00000,00000) IS THE ORDER-NUMBER CONTROL RECORD
005840     IF WO-ROW = 0 AND WO-COL = 0
005850         GO TO 6600-EXIT
005860     END-IF.
005870     IF WO-DATE-OPENED = 0
005880         GO TO 6600-EXIT
005890     END-IF.
005900     MOVE SPACES          TO TIMELINE-RECORD.
005910     MOVE WO-ROW          TO TL-ROW.
005920     MOVE WO-COL          TO TL-COL.
005930     SET TL-WORK-ORDER-EVENT TO TRUE.
005940     MOVE WO-DATE-OPENED  TO TL-EVENT-DATE.
005950     MOVE 0               TO TL-EVENT-TIME.
005960     MOVE WO-LIGHT-ID     TO TL-LIGHT-ID.
005970     MOVE WO-FAULT-CODE   TO TL-NEW-FAULT.
005980     MOVE WO-ORDER-NUMBER TO TL-ORDER-NUMBER.
005990     SET TL-WO-OPENED     TO TRUE.
006000     MOVE 0               TO TL-DAYS-OPEN.
006010     PERFORM 8000-WRITE-EVENT THRU 8000-EXIT.
006020     ADD 1 TO TLB-WO-EVENTS.
006030     IF NOT WO-STATUS-CLOSED OR WO-DATE-CLOSED = 0
006040         GO TO 6600-EXIT
006050     END-IF.
006060     MOVE WO-DATE-CLOSED  TO TL-EVENT-DATE.
006070     SET TL-WO-CLOSED     TO TRUE.
006080     MOVE WO-DAYS-OPEN    TO TL-DAYS-OPEN.
006090     PERFORM 8000-WRITE-EVENT THRU 8000-EXIT.
006100     ADD 1 TO TLB-WO-EVENTS.
006110 6600-EXIT.
006120     EXIT.
006130*-----------------------------------------------------------*
006140*  6800-MOVE-EVENTS -- EACH RELOCATION, UNDER THE NEW KEY
006150*  (WHERE IT CAME FROM) AND THE OLD KEY (WHERE IT WENT)
006160*-----------------------------------------------------------*
006170 6800-MOVE-EVENTS.
006180     PERFORM 6810-MOVE-ONE THRU 6810-EXIT
006190         VARYING TLB-M FROM 1 BY 1
006200             UNTIL TLB-M > TLB-MOVE-COUNT.
006210 6800-EXIT.
006220     EXIT.
006230 6810-MOVE-ONE.
006240     MOVE SPACES                   TO TIMELINE-RECORD.
006250     SET TL-MOVE-EVENT             TO TRUE.
006260     MOVE TLB-MOV-EFF-DATE (TLB-M) TO TL-EVENT-DATE.
006270     MOVE 0                        TO TL-EVENT-TIME.
006280     MOVE TLB-MOV-LIGHT-ID (TLB-M) TO TL-LIGHT-ID.
006290     MOVE TLB-MOV-NEW-ROW (TLB-M)  TO TL-ROW.
006300     MOVE TLB-MOV-NEW-COL (TLB-M)  TO TL-COL.
006310     MOVE TLB-MOV-OLD-ROW (TLB-M)  TO TL-OTHER-ROW.
006320     MOVE TLB-MOV-OLD-COL (TLB-M)  TO TL-OTHER-COL.
006330     SET TL-MOVED-IN               TO TRUE.
006340     PERFORM 8000-WRITE-EVENT THRU 8000-EXIT.
006350     MOVE TLB-MOV-OLD-ROW (TLB-M)  TO TL-ROW.
006360     MOVE TLB-MOV-OLD-COL (TLB-M)  TO TL-COL.
006370     MOVE TLB-MOV-NEW-ROW (TLB-M)  TO TL-OTHER-ROW.
006380     MOVE TLB-MOV-NEW-COL (TLB-M)  TO TL-OTHER-COL.
006390     SET TL-MOVED-OUT              TO TRUE.
006400     PERFORM 8000-WRITE-EVENT THRU 8000-EXIT.
006410     ADD 2 TO TLB-MOVE-EVENTS.
006420 6810-EXIT.
006430     EXIT.
006440*-----------------------------------------------------------*
006450*  7000-WRITE-CONTROL -- BUILD STAMP AND COUNTS AT KEY ZERO,
006460*  THEN THE RUN TOTALS
006470*-----------------------------------------------------------*
006480 7000-WRITE-CONTROL.
006490     MOVE SPACES                TO TIMELINE-RECORD.
006500     MOVE 0                     TO TL-ROW.
006510     MOVE 0                     TO TL-COL.
006520     MOVE 0                     TO TL-INV-DATE.
006530     MOVE 0                     TO TL-INV-TIME.
006540     MOVE 0                     TO TL-SEQ.
006550     SET TL-CONTROL             TO TRUE.
006560     MOVE TLB-RUN-DATE          TO TL-CTL-BUILD-DATE.
006570     MOVE TLB-RUN-TIME (1:6)    TO TL-CTL-BUILD-TIME.
006580     MOVE TLB-SUMMARIES-WRITTEN TO TL-CTL-FIXTURES.
006590     MOVE TLB-EVENTS-WRITTEN    TO TL-CTL-EVENTS.
006600     WRITE TIMELINE-RECORD
006610         INVALID KEY
006620             DISPLAY 'LGTTLBLD: CONTROL RECORD NOT WRITTEN, '
006630                     'STATUS ' TLB-TL-FILE-STATUS
006640             MOVE 8 TO RETURN-CODE
006650     END-WRITE.
006660     DISPLAY 'LGTTLBLD: FIXTLINE REBUILT ' TLB-RUN-DATE.
006670     DISPLAY 'LGTTLBLD: FIXTURE SUMMARIES      '
006680             TLB-SUMMARIES-WRITTEN ' (' TLB-UNRATED ' UNRATED)'.
006690     DISPLAY 'LGTTLBLD: HISTORY RECORDS READ   ' TLB-HIST-READ.
006700     DISPLAY 'LGTTLBLD: HISTORY CHANGE EVENTS  ' TLB-HIST-EVENTS.
006710     DISPLAY 'LGTTLBLD: JOURNAL EVENTS         ' TLB-JRNL-READ.
006720     DISPLAY 'LGTTLBLD: WORK-ORDER EVENTS      ' TLB-WO-EVENTS.
006730     DISPLAY 'LGTTLBLD: RELOCATION EVENTS      ' TLB-MOVE-EVENTS.
006740     DISPLAY 'LGTTLBLD: EVENTS CARRIED BY MOVE '
006750             TLB-RELOCATED-EVENTS.
006760     DISPLAY 'LGTTLBLD: EVENTS WRITTEN         '
006770             TLB-EVENTS-WRITTEN.
006780     IF TLB-EVENTS-DROPPED > 0
006790         DISPLAY 'LGTTLBLD: EVENTS DROPPED         '
006800                 TLB-EVENTS-DROPPED
006810         IF RETURN-CODE < 4
006820             MOVE 4 TO RETURN-CODE
006830         END-IF
006840     END-IF.
006850 7000-EXIT.
006860     EXIT.
006870*-----------------------------------------------------------*
006880*  8000-WRITE-EVENT -- FILE THE EVENT NOW IN TIMELINE-RECORD
006890*  UNDER ITS INVERTED DATE AND TIME.  A SECOND EVENT FOR THE
006900*  SAME FIXTURE AND SECOND TAKES THE NEXT TIE-BREAK NUMBER.
006910*  FIXTLINE IS OPENED OUTPUT WITH DYNAMIC ACCESS, SO EVENTS
006920*  MAY ARRIVE IN ANY KEY ORDER.
006930*-----------------------------------------------------------*
006940 8000-WRITE-EVENT.
006950     COMPUTE TL-INV-DATE = 99999999 - TL-EVENT-DATE.
006960     COMPUTE TL-INV-TIME = 999999 - TL-EVENT-TIME.
006970     MOVE 0 TO TL-SEQ.
006980 8010-WRITE-AGAIN.
006990     WRITE TIMELINE-RECORD
007000         INVALID KEY
007010             GO TO 8020-KEY-IN-USE
007020     END-WRITE.
007030     ADD 1 TO TLB-EVENTS-WRITTEN.
007040     GO TO 8000-EXIT.
007050 8020-KEY-IN-USE.
007060     IF TLB-TL-DUPLICATE AND TL-SEQ < 99
007070         ADD 1 TO TL-SEQ
007080         GO TO 8010-WRITE-AGAIN
007090     END-IF.
007100     DISPLAY 'LGTTLBLD: EVENT NOT WRITTEN FOR ROW ' TL-ROW
007110             ' COL ' TL-COL ' DATE ' TL-EVENT-DATE
007120             ', STATUS ' TLB-TL-FILE-STATUS.
007130     ADD 1 TO TLB-EVENTS-DROPPED.
007140 8000-EXIT.
007150     EXIT.
007160*-----------------------------------------------------------*
007170*  9000-TERMINATE
007180*-----------------------------------------------------------*
007190 9000-TERMINATE.
007200     IF TLB-FATAL-ERROR
007210         GOBACK
007220     END-IF.
007230     CLOSE FIXTURE-TIMELINE-FILE.
007240     GOBACK.
007250 END PROGRAM LGTTLBLD.
