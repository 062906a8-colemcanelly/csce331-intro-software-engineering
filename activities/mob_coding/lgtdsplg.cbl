      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTDSPLG.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTDSPLG -- NIGHTLY POSTING OF THE HAZARDOUS LAMP
000090*  DISPOSAL LOG (DISPLOG, SEE DSPLREC.CPY).  FLUORESCENT AND
000100*  HID LAMPS CARRY MERCURY AND ARE MANAGED AS UNIVERSAL
000110*  WASTE, SO EVERY LAMP PULLED IS LOGGED, PENDING, UNTIL THE
000120*  WEEKLY LGTMANIF RUN SHIPS IT ON A MANIFEST.  A REMOVAL IS
000130*  LOGGED FROM EACH OF THREE FEEDS:
000140*
000150*     RETIREX   FIXTURES LGTSCAN RETIRED (STATUS TO R), WITH
000160*               ITS CONTROL-TOTAL TRAILER.  REMOVED ON THE
000170*               BUSINESS DATE THE SCAN WAS APPLIED FOR.
000180*     LGTJRNL   FIXTURES RETIRED ON THE LGTM SCREEN -- EVERY
000190*               JOURNAL RECORD PAST THE LAST ONE POSTED WHOSE
000200*               IMAGES GO FROM ANOTHER STATUS TO R.  REMOVED
000210*               ON THE JOURNAL DATE.  A LGTJRNL BACKOUT (TERMINAL
000220*               'BTCH') TAKING A FIXTURE BACK OUT OF R CANCELS
000230*               ITS LATEST LGTM REMOVAL STILL PENDING.
000240*     RELAMPX   THE LGTRLIFE RELAMP LIST (OPTIONAL DD).  REMOVED
000250*               ON THE RUN DATE.  LGTRLIFE LISTS A FIXTURE AGAIN
000260*               EVERY MONTH FOR AS LONG AS ITS BURN HOURS STAY
000270*               PAST THE THRESHOLD, SO A FIXTURE THAT ALREADY
000280*               HAS A RELAMP ON THE LOG (NOT CANCELLED) REMOVED
000290*               ON OR AFTER ITS INSTALL DATE IS SKIPPED AND
000300*               COUNTED, NOT LOGGED AGAIN.
000310*
000320*  THE FIXTURE TYPE AND ZONE COME FROM LIGHT-ATTRIBUTE-FILE
000330*  (RELAMPX CARRIES ITS OWN).  THE LAMPS PER FIXTURE AND THE
000340*  MERCURY FLAG OF THE TYPE COME FROM RATEDLIF; A TYPE THAT
000350*  IS NOT THERE, OR CARRIES NO LAMP COUNT, IS LOGGED AS ONE
000360*  MERCURY-BEARING LAMP AND MARKED DEFAULTED.  A TYPE FLAGGED
000370*  MERCURY-FREE (LED) IS LISTED BUT NOT LOGGED.
000380*
000390*  THE DISPLOG CONTROL RECORD HOLDS THE LAST LOG NUMBER, THE
000400*  LAST LGTJRNL KEY, AND THE RETIREX BUSINESS DATE WITH THE
000410*  NUMBER OF ITS RECORDS POSTED.  IT IS REWRITTEN AFTER EVERY
000420*  REMOVAL LOGGED OR CANCELLED AND AT THE END OF EACH FEED, SO
000430*  A RERUN AFTER A FAILURE PICKS UP WHERE THE FAILED RUN LEFT
000440*  OFF AND DOES NOT LOG A JOURNAL OR SCAN RETIREMENT TWICE; A
000450*  RELAMP IS CHECKED AGAINST THE LOG ITSELF, AS ABOVE.  A
000460*  CONTROL RECORD THAT CANNOT BE REWRITTEN, OR A REMOVAL THAT
000470*  CANNOT BE LOGGED OR CANCELLED, IS RC 8 AND STOPS THE
000480*  POSTING WITH THE FEED POSITION SHORT OF IT.  RETIREX IS
000490*  PROVED AGAINST ITS TRAILER BEFORE ANYTHING IS POSTED; A
000500*  FILE THAT DOES NOT PROVE IS RC 8 AND THE RUN POSTS
000510*  NOTHING.  A MISSING FEED (RELAMPX INCLUDED), OR A RETIREX
000520*  ALREADY POSTED, IS RC 4, UNLESS THE RUN HAS ALREADY FAILED
000530*  WITH RC 8.
000540*
000550*  THE STEP RUNS AFTER THE NIGHTLY CHAIN (IT NEEDS LGTSCAN'S
000560*  RETIREX) AND IS NOT SEQUENCED ON RUN-CONTROL.
000570*
000580*  MODIFICATION HISTORY
000590*     2026-10-14  CJM  Initial version.
000600*     2026-10-15  CJM  A FIXTURE RELISTED ON RELAMPX IS NOT
000610*                      LOGGED AGAIN WHILE ITS LAST RELAMP
000620*                      STANDS; A MISSING RELAMPX IS RC 4; AND
000630*                      CANCELLED LAMPS ARE TOTALLED APART FROM
000640*                      THOSE LOGGED.
000650*     2026-10-15  CJM  CONTROL RECORD REWRITTEN AFTER EACH
000660*                      REMOVAL LOGGED OR CANCELLED, AND A
000670*                      PARTLY POSTED RETIREX IS RESUMED; A
000680*                      FAILED LOG WRITE NO LONGER USES UP A
000690*                      LOG NUMBER; WARNINGS NO LONGER MASK
000700*                      RC 8.
000710*     2026-10-15  CJM  FEED POSITION SAVED ONLY AFTER THE
000720*                      REMOVAL IS LOGGED OR CANCELLED; A
000730*                      FAILED LOG WRITE OR CANCEL STOPS THE
000740*                      POSTING.
000750*-----------------------------------------------------------*
000760 ENVIRONMENT DIVISION.
000770 CONFIGURATION SECTION.
000780 SOURCE-COMPUTER.    IBM-370.
000790 OBJECT-COMPUTER.    IBM-370.
000800 INPUT-OUTPUT SECTION.
000810 FILE-CONTROL.
000820     SELECT DISPOSAL-LOG-FILE   ASSIGN TO DISPLOG
000830            ORGANIZATION IS INDEXED
000840            ACCESS MODE IS DYNAMIC
000850            RECORD KEY IS DSPL-LOG-NUMBER
000860            FILE STATUS IS DPL-LOG-FILE-STATUS.
000870     SELECT RETIREMENT-EXTRACT  ASSIGN TO RETIREX
000880            ORGANIZATION IS SEQUENTIAL
000890            FILE STATUS IS DPL-RETX-FILE-STATUS.
000900     SELECT LIGHT-JOURNAL-FILE  ASSIGN TO LGTJRNL
000910            ORGANIZATION IS INDEXED
000920            ACCESS MODE IS DYNAMIC
000930            RECORD KEY IS JRNL-KEY
000940            FILE STATUS IS DPL-JRNL-FILE-STATUS.
000950     SELECT RELAMP-EXTRACT-FILE ASSIGN TO RELAMPX
000960            ORGANIZATION IS SEQUENTIAL
000970            FILE STATUS IS DPL-RELAMP-FILE-STATUS.
000980     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000990            ORGANIZATION IS INDEXED
001000            ACCESS MODE IS DYNAMIC
001010            RECORD KEY IS ATTR-KEY
001020            FILE STATUS IS DPL-ATTR-FILE-STATUS.
001030     SELECT RATED-LIFE-FILE     ASSIGN TO RATEDLIF
001040            ORGANIZATION IS SEQUENTIAL
001050            FILE STATUS IS DPL-RATED-FILE-STATUS.
001060     SELECT DISPOSAL-REPORT     ASSIGN TO DSPLRPT
001070            ORGANIZATION IS SEQUENTIAL.
001080 DATA DIVISION.
001090 FILE SECTION.
001100 FD  DISPOSAL-LOG-FILE
001110     LABEL RECORDS ARE STANDARD.
001120 COPY DSPLREC.
001130 FD  RETIREMENT-EXTRACT
001140     RECORDING MODE IS F
001150     LABEL RECORDS ARE STANDARD.
001160 COPY RETXREC.
001170 FD  LIGHT-JOURNAL-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY JRNLREC.
001200 FD  RELAMP-EXTRACT-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY RELMPREC.
001240 FD  LIGHT-ATTRIBUTE-FILE
001250     LABEL RECORDS ARE STANDARD.
001260 COPY LGTATTR.
001270 FD  RATED-LIFE-FILE
001280     RECORDING MODE IS F
001290     LABEL RECORDS ARE STANDARD.
001300 COPY RLIFEREC.
001310 FD  DISPOSAL-REPORT
001320     RECORDING MODE IS F
001330     LABEL RECORDS ARE OMITTED.
001340 01  DPL-RPT-RECORD              PIC X(132).
001350 WORKING-STORAGE SECTION.
001360*-----------------------------------------------------------*
001370*  WORKING STORAGE -- FILE STATUS, SWITCHES
001380*-----------------------------------------------------------*
001390 01  DPL-LOG-FILE-STATUS         PIC X(02) VALUE '00'.
001400     88  DPL-LOG-OK                   VALUE '00'.
001410     88  DPL-LOG-FILE-MISSING         VALUE '35'.
001420 01  DPL-RETX-FILE-STATUS        PIC X(02) VALUE '00'.
001430     88  DPL-RETX-OK                  VALUE '00'.
001440 01  DPL-JRNL-FILE-STATUS        PIC X(02) VALUE '00'.
001450     88  DPL-JRNL-OK                  VALUE '00'.
001460 01  DPL-RELAMP-FILE-STATUS      PIC X(02) VALUE '00'.
001470     88  DPL-RELAMP-OK                VALUE '00'.
001480 01  DPL-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001490     88  DPL-ATTR-OK                  VALUE '00'.
001500 01  DPL-RATED-FILE-STATUS       PIC X(02) VALUE '00'.
001510     88  DPL-RATED-OK                 VALUE '00'.
001520 01  DPL-SWITCHES.
001530     05  DPL-RETX-EOF-SW         PIC X(01) VALUE 'N'.
001540         88  DPL-RETX-EOF                 VALUE 'Y'.
001550     05  DPL-RETX-POST-SW        PIC X(01) VALUE 'N'.
001560         88  DPL-RETX-TO-POST             VALUE 'Y'.
001570     05  DPL-JRNL-EOF-SW         PIC X(01) VALUE 'N'.
001580         88  DPL-JRNL-EOF                 VALUE 'Y'.
001590     05  DPL-RELAMP-EOF-SW       PIC X(01) VALUE 'N'.
001600         88  DPL-RELAMP-EOF               VALUE 'Y'.
001610     05  DPL-ATTR-OPEN-SW        PIC X(01) VALUE 'N'.
001620         88  DPL-ATTR-IS-OPEN             VALUE 'Y'.
001630     05  DPL-RATED-EOF-SW        PIC X(01) VALUE 'N'.
001640         88  DPL-RATED-EOF                VALUE 'Y'.
001650     05  DPL-LOG-EOF-SW          PIC X(01) VALUE 'N'.
001660         88  DPL-LOG-EOF                  VALUE 'Y'.
001670     05  DPL-RLOG-FULL-SW        PIC X(01) VALUE 'N'.
001680         88  DPL-RLOG-FULL                VALUE 'Y'.
001690     05  DPL-RLP-LOGGED-SW       PIC X(01) VALUE 'N'.
001700         88  DPL-RLP-ALREADY-LOGGED       VALUE 'Y'.
001710*    SET WHEN THE CONTROL RECORD OR A LOG UPDATE FAILS
001720     05  DPL-CTL-FAILED-SW       PIC X(01) VALUE 'N'.
001730         88  DPL-CTL-FAILED               VALUE 'Y'.
001740     05  DPL-FATAL-SW            PIC X(01) VALUE 'N'.
001750         88  DPL-FATAL-ERROR              VALUE 'Y'.
001760*-----------------------------------------------------------*
001770*  RETIREX CONTROL-TOTAL BALANCING (SEE TRLREC.CPY)
001780*-----------------------------------------------------------*
001790 COPY TRLREC.
001800 01  DPL-BAL-FIELDS.
001810     05  DPL-BAL-TRL-FOUND-SW    PIC X(01) VALUE 'N'.
001820         88  DPL-BAL-TRL-FOUND            VALUE 'Y'.
001830     05  DPL-BAL-COUNT           PIC 9(09) VALUE 0.
001840     05  DPL-BAL-HASH            PIC 9(18) VALUE 0.
001850     05  DPL-RETX-BUS-DATE       PIC 9(08) VALUE 0.
001860*-----------------------------------------------------------*
001870*  LAMP TABLE BY FIXTURE TYPE, FROM RATEDLIF
001880*-----------------------------------------------------------*
001890 01  DPL-TYPE-TABLE.
001900     05  DPL-TYPE-COUNT          PIC 9(03) VALUE 0.
001910     05  DPL-TYPE-ENTRY OCCURS 50 TIMES.
001920         10  DPL-TYPE-CODE       PIC X(06).
001930         10  DPL-TYPE-LAMPS      PIC 9(02).
001940         10  DPL-TYPE-MERCURY-SW PIC X(01).
001950             88  DPL-TYPE-MERCURY-FREE    VALUE 'N'.
001960 77  TK                          PIC 9(03) COMP VALUE 0.
001970 77  DPL-TYPE-SLOT               PIC 9(03) COMP VALUE 0.
001980*-----------------------------------------------------------*
001990*  RELAMPS ALREADY ON THE LOG (NOT CANCELLED), LOADED BEFORE
002000*  RELAMPX IS POSTED.  PAST 2000 ENTRIES EACH RELAMP IS
002010*  CHECKED BY BROWSING THE LOG INSTEAD.
002020*-----------------------------------------------------------*
002030 01  DPL-RLOG-TABLE.
002040     05  DPL-RLOG-COUNT          PIC 9(04) COMP VALUE 0.
002050     05  DPL-RLOG-ENTRY OCCURS 2000 TIMES.
002060         10  DPL-RLOG-ROW        PIC 9(05).
002070         10  DPL-RLOG-COL        PIC 9(05).
002080         10  DPL-RLOG-DATE       PIC 9(08).
002090 77  RK                          PIC 9(04) COMP VALUE 0.
002100 77  DPL-RLP-SINCE               PIC 9(08) VALUE 0.
002110*-----------------------------------------------------------*
002120*  DISPLOG CONTROL VALUES, HELD FOR THE RUN AND REWRITTEN TO
002130*  THE CONTROL RECORD AS EACH REMOVAL IS LOGGED
002140*-----------------------------------------------------------*
002150 01  DPL-CONTROL-FIELDS.
002160     05  DPL-LAST-LOG-NUMBER     PIC 9(09) VALUE 0.
002170     05  DPL-JRNL-HIGH-KEY       PIC X(18) VALUE LOW-VALUES.
002180     05  DPL-LAST-SCAN-DATE      PIC 9(08) VALUE 0.
002190     05  DPL-SCAN-POSTED         PIC 9(07) VALUE 0.
002200*-----------------------------------------------------------*
002210*  ONE REMOVAL BEING LOGGED
002220*-----------------------------------------------------------*
002230 01  DPL-REMOVAL.
002240     05  DPL-REM-SOURCE          PIC X(01).
002250     05  DPL-REM-DATE            PIC 9(08).
002260     05  DPL-REM-ROW             PIC 9(05).
002270     05  DPL-REM-COL             PIC 9(05).
002280     05  DPL-REM-LIGHT-ID        PIC X(10).
002290     05  DPL-REM-TYPE            PIC X(06).
002300     05  DPL-REM-ZONE            PIC X(04).
002310     05  DPL-REM-LAMPS           PIC 9(03).
002320     05  DPL-REM-DEFAULTED-SW    PIC X(01).
002330         88  DPL-REM-DEFAULTED            VALUE 'Y'.
002340 01  DPL-CANCEL-FIELDS.
002350     05  DPL-CANCEL-ROW          PIC 9(05).
002360     05  DPL-CANCEL-COL          PIC 9(05).
002370     05  DPL-CANCEL-LOG-NUMBER   PIC 9(09).
002380*-----------------------------------------------------------*
002390*  RUN COUNTERS
002400*-----------------------------------------------------------*
002410 77  DPL-SCAN-SEQ                PIC 9(07) VALUE 0.
002420 77  DPL-SCAN-RETIREMENTS        PIC 9(07) VALUE 0.
002430 77  DPL-JRNL-READ               PIC 9(07) VALUE 0.
002440 77  DPL-LGTM-RETIREMENTS        PIC 9(07) VALUE 0.
002450 77  DPL-RELAMPS-READ            PIC 9(07) VALUE 0.
002460 77  DPL-RELAMPS-SKIPPED         PIC 9(07) VALUE 0.
002470 77  DPL-REMOVALS-LOGGED         PIC 9(07) VALUE 0.
002480 77  DPL-LAMPS-LOGGED            PIC 9(09) VALUE 0.
002490 77  DPL-MERCURY-FREE            PIC 9(07) VALUE 0.
002500 77  DPL-COUNTS-DEFAULTED        PIC 9(07) VALUE 0.
002510 77  DPL-CANCELLED               PIC 9(07) VALUE 0.
002520 77  DPL-LAMPS-CANCELLED         PIC 9(09) VALUE 0.
002530 77  DPL-NOT-CANCELLED           PIC 9(07) VALUE 0.
002540 01  DPL-RUN-DATE                PIC 9(08).
002550 01  DPL-RUN-DATE-R REDEFINES DPL-RUN-DATE.
002560     05  DPL-RUN-DATE-CCYY       PIC 9(04).
002570     05  DPL-RUN-DATE-MM         PIC 9(02).
002580     05  DPL-RUN-DATE-DD         PIC 9(02).
002590*-----------------------------------------------------------*
002600*  REPORT PRINT LINES
002610*-----------------------------------------------------------*
002620 01  DPL-RPT-HEADER-1.
002630     05  FILLER                  PIC X(32) VALUE
002640         'HAZARDOUS LAMP DISPOSAL LOG'.
002650     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002660     05  DPL-RPT-MM              PIC 9(02).
002670     05  FILLER                  PIC X(01) VALUE '/'.
002680     05  DPL-RPT-DD              PIC 9(02).
002690     05  FILLER                  PIC X(01) VALUE '/'.
002700     05  DPL-RPT-CCYY            PIC 9(04).
002710     05  FILLER                  PIC X(80) VALUE SPACES.
002720 01  DPL-RPT-TITLE.
002730     05  FILLER                  PIC X(40) VALUE
002740         'LAMP REMOVALS POSTED'.
002750     05  FILLER                  PIC X(92) VALUE SPACES.
002760 01  DPL-RPT-COL-HDGS.
002770     05  FILLER                  PIC X(11) VALUE 'LOG NO.'.
002780     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
002790     05  FILLER                  PIC X(10) VALUE 'REMOVED'.
002800     05  FILLER                  PIC X(07) VALUE 'ROW'.
002810     05  FILLER                  PIC X(07) VALUE 'COL'.
002820     05  FILLER                  PIC X(12) VALUE 'LIGHT ID'.
002830     05  FILLER                  PIC X(08) VALUE 'TYPE'.
002840     05  FILLER                  PIC X(06) VALUE 'ZONE'.
002850     05  FILLER                  PIC X(07) VALUE 'LAMPS'.
002860     05  FILLER                  PIC X(40) VALUE 'NOTE'.
002870     05  FILLER                  PIC X(16) VALUE SPACES.
002880 01  DPL-RPT-DETAIL.
002890     05  DPL-RPT-D-LOG-NUMBER    PIC X(09).
002900     05  FILLER                  PIC X(02) VALUE SPACES.
002910     05  DPL-RPT-D-SOURCE        PIC X(06).
002920     05  FILLER                  PIC X(02) VALUE SPACES.
002930     05  DPL-RPT-D-DATE          PIC X(08).
002940     05  FILLER                  PIC X(02) VALUE SPACES.
002950     05  DPL-RPT-D-ROW           PIC X(05).
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  DPL-RPT-D-COL           PIC X(05).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  DPL-RPT-D-LIGHT-ID      PIC X(10).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  DPL-RPT-D-TYPE          PIC X(06).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  DPL-RPT-D-ZONE          PIC X(04).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  DPL-RPT-D-LAMPS         PIC ZZ9.
003060     05  FILLER                  PIC X(04) VALUE SPACES.
003070     05  DPL-RPT-D-NOTE          PIC X(40).
003080     05  FILLER                  PIC X(16) VALUE SPACES.
003090 01  DPL-RPT-TOTAL-LINE.
003100     05  DPL-RPT-TOT-TEXT        PIC X(36).
003110     05  DPL-RPT-TOT-COUNT       PIC ZZZZZZZZ9.
003120     05  FILLER                  PIC X(87) VALUE SPACES.
003130 PROCEDURE DIVISION.
003140*-----------------------------------------------------------*
003150*  0000-MAINLINE
003160*-----------------------------------------------------------*
003170 0000-MAINLINE.
003180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003190     IF DPL-FATAL-ERROR
003200         GO TO 9000-TERMINATE
003210     END-IF.
003220     PERFORM 2000-POST-SCAN-RETIREMENTS THRU 2000-EXIT.
003230     PERFORM 3000-POST-LGTM-RETIREMENTS THRU 3000-EXIT.
003240     PERFORM 4000-POST-RELAMPS THRU 4000-EXIT.
003250     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003260     GO TO 9000-TERMINATE.
003270*-----------------------------------------------------------*
003280*  1000-INITIALIZE -- PROVE RETIREX, LOAD THE LAMP TABLE,
003290*  OPEN DISPLOG (CREATED EMPTY ON THE FIRST RUN) AND READ
003300*  ITS CONTROL RECORD.  AN UNPROVEN RETIREX OR AN UNOPENABLE
003310*  DISPLOG STOPS THE RUN BEFORE ANYTHING IS POSTED.
003320*-----------------------------------------------------------*
003330 1000-INITIALIZE.
003340     ACCEPT DPL-RUN-DATE FROM DATE YYYYMMDD.
003350     MOVE DPL-RUN-DATE-MM   TO DPL-RPT-MM.
003360     MOVE DPL-RUN-DATE-DD   TO DPL-RPT-DD.
003370     MOVE DPL-RUN-DATE-CCYY TO DPL-RPT-CCYY.
003380     PERFORM 1050-BALANCE-RETIREX THRU 1050-EXIT.
003390     IF DPL-FATAL-ERROR
003400         GO TO 1000-EXIT
003410     END-IF.
003420     OPEN I-O DISPOSAL-LOG-FILE.
003430     IF DPL-LOG-FILE-MISSING
003440         OPEN OUTPUT DISPOSAL-LOG-FILE
003450         CLOSE DISPOSAL-LOG-FILE
003460         OPEN I-O DISPOSAL-LOG-FILE
003470     END-IF.
003480     IF NOT DPL-LOG-OK
003490         DISPLAY 'LGTDSPLG: CANNOT OPEN DISPOSAL LOG, STATUS '
003500                 DPL-LOG-FILE-STATUS ' -- RUN TERMINATED'
003510         MOVE 8 TO RETURN-CODE
003520         SET DPL-FATAL-ERROR TO TRUE
003530         GO TO 1000-EXIT
003540     END-IF.
003550     PERFORM 1100-READ-CONTROL THRU 1100-EXIT.
003560     IF DPL-FATAL-ERROR
003570         GO TO 1000-EXIT
003580     END-IF.
003590     OPEN INPUT RATED-LIFE-FILE.
003600     IF DPL-RATED-OK
003610         PERFORM 1200-LOAD-ONE-TYPE THRU 1200-EXIT
003620             UNTIL DPL-RATED-EOF
003630         CLOSE RATED-LIFE-FILE
003640     ELSE
003650         DISPLAY 'LGTDSPLG: NO RATED-LIFE FILE -- EVERY REMOVAL '
003660                 'LOGGED AS ONE LAMP'
003670         IF RETURN-CODE < 4
003680             MOVE 4 TO RETURN-CODE
003690         END-IF
003700     END-IF.
003710     OPEN INPUT LIGHT-ATTRIBUTE-FILE.
003720     IF DPL-ATTR-OK
003730         MOVE 'Y' TO DPL-ATTR-OPEN-SW
003740     ELSE
003750         DISPLAY 'LGTDSPLG: NO ATTRIBUTE FILE -- RETIREMENTS '
003760                 'LOGGED WITHOUT FIXTURE TYPE'
003770         IF RETURN-CODE < 4
003780             MOVE 4 TO RETURN-CODE
003790         END-IF
003800     END-IF.
003810     OPEN OUTPUT DISPOSAL-REPORT.
003820     WRITE DPL-RPT-RECORD FROM DPL-RPT-HEADER-1
003830         AFTER ADVANCING PAGE.
003840     WRITE DPL-RPT-RECORD FROM DPL-RPT-TITLE
003850         AFTER ADVANCING 2 LINES.
003860     MOVE SPACES TO DPL-RPT-RECORD.
003870     WRITE DPL-RPT-RECORD AFTER ADVANCING 1 LINE.
003880     WRITE DPL-RPT-RECORD FROM DPL-RPT-COL-HDGS
003890         AFTER ADVANCING 1 LINE.
003900 1000-EXIT.
003910     EXIT.
003920*-----------------------------------------------------------*
003930*  1050-BALANCE-RETIREX -- READ LGTSCAN'S RETIREMENT EXTRACT
003940*  THROUGH AND PROVE IT AGAINST ITS TRAILER.  NO EXTRACT
003950*  MEANS NO SCAN RETIREMENTS TONIGHT (RC 4).
003960*-----------------------------------------------------------*
003970 1050-BALANCE-RETIREX.
003980     OPEN INPUT RETIREMENT-EXTRACT.
003990     IF NOT DPL-RETX-OK
004000         DISPLAY 'LGTDSPLG: NO RETIREMENT EXTRACT -- NO SCAN '
004010                 'RETIREMENTS LOGGED THIS RUN'
004020         IF RETURN-CODE < 4
004030             MOVE 4 TO RETURN-CODE
004040         END-IF
004050         GO TO 1050-EXIT
004060     END-IF.
004070     PERFORM 1060-BALANCE-ONE THRU 1060-EXIT
004080         UNTIL DPL-RETX-EOF OR DPL-BAL-TRL-FOUND.
004090     CLOSE RETIREMENT-EXTRACT.
004100     IF NOT DPL-BAL-TRL-FOUND
004110         DISPLAY 'LGTDSPLG: NO CONTROL-TOTAL TRAILER ON '
004120                 'RETIREX -- HALF-WRITTEN FILE, RUN TERMINATED'
004130         MOVE 8 TO RETURN-CODE
004140         SET DPL-FATAL-ERROR TO TRUE
004150         GO TO 1050-EXIT
004160     END-IF.
004170     IF TRL-RECORD-COUNT NOT = DPL-BAL-COUNT
004180             OR TRL-HASH-TOTAL NOT = DPL-BAL-HASH
004190         DISPLAY 'LGTDSPLG: RETIREX TRAILER EXPECTS '
004200                 TRL-RECORD-COUNT ' RECORDS, READ '
004210                 DPL-BAL-COUNT ' -- RUN TERMINATED'
004220         MOVE 8 TO RETURN-CODE
004230         SET DPL-FATAL-ERROR TO TRUE
004240         GO TO 1050-EXIT
004250     END-IF.
004260     MOVE TRL-BUSINESS-DATE TO DPL-RETX-BUS-DATE.
004270     SET DPL-RETX-TO-POST TO TRUE.
004280 1050-EXIT.
004290     EXIT.
004300 1060-BALANCE-ONE.
004310     READ RETIREMENT-EXTRACT
004320         AT END
004330             SET DPL-RETX-EOF TO TRUE
004340             GO TO 1060-EXIT
004350     END-READ.
004360     IF RETX-LIGHT-ID = '**TRAILER*'
004370         MOVE RETIREMENT-EXTRACT-RECORD TO CONTROL-TRAILER-RECORD
004380         SET DPL-BAL-TRL-FOUND TO TRUE
004390         GO TO 1060-EXIT
004400     END-IF.
004410     ADD 1 TO DPL-BAL-COUNT.
004420     COMPUTE DPL-BAL-HASH = DPL-BAL-HASH + RETX-ROW + RETX-COL.
004430 1060-EXIT.
004440     EXIT.
004450*-----------------------------------------------------------*
004460*  1100-READ-CONTROL -- THE CONTROL RECORD (LOG NUMBER ZERO),
004470*  WRITTEN FRESH ON THE FIRST RUN.  A RETIREX FOR A BUSINESS
004480*  DATE ALREADY POSTED IS NOT POSTED AGAIN; ONE PARTLY POSTED
004490*  IS RESUMED AFTER ITS LAST RECORD POSTED.
004500*-----------------------------------------------------------*
004510 1100-READ-CONTROL.
004520     MOVE 0 TO DSPL-LOG-NUMBER.
004530     READ DISPOSAL-LOG-FILE
004540         INVALID KEY
004550             MOVE SPACES     TO DISPOSAL-LOG-RECORD
004560             MOVE 0          TO DSPL-LOG-NUMBER
004570             MOVE 0          TO DSPL-CTL-LAST-LOG-NUMBER
004580             MOVE 0          TO DSPL-CTL-LAST-MANIFEST
004590             MOVE LOW-VALUES TO DSPL-CTL-JRNL-HIGH-KEY
004600             MOVE 0          TO DSPL-CTL-LAST-SCAN-DATE
004610             MOVE 0          TO DSPL-CTL-LAST-POST-DATE
004620             MOVE 0          TO DSPL-CTL-SCAN-POSTED
004630             WRITE DISPOSAL-LOG-RECORD
004640     END-READ.
004650     IF NOT DPL-LOG-OK
004660         DISPLAY 'LGTDSPLG: CANNOT READ DISPOSAL LOG CONTROL '
004670                 'RECORD, STATUS ' DPL-LOG-FILE-STATUS
004680                 ' -- RUN TERMINATED'
004690         MOVE 8 TO RETURN-CODE
004700         SET DPL-FATAL-ERROR TO TRUE
004710         CLOSE DISPOSAL-LOG-FILE
004720         GO TO 1100-EXIT
004730     END-IF.
004740     MOVE DSPL-CTL-LAST-LOG-NUMBER TO DPL-LAST-LOG-NUMBER.
004750     MOVE DSPL-CTL-JRNL-HIGH-KEY   TO DPL-JRNL-HIGH-KEY.
004760     MOVE DSPL-CTL-LAST-SCAN-DATE  TO DPL-LAST-SCAN-DATE.
004770*    NO RECORD COUNT MEANS THAT RETIREX WAS POSTED IN FULL
004780     IF DSPL-CTL-SCAN-POSTED NUMERIC
004790         MOVE DSPL-CTL-SCAN-POSTED TO DPL-SCAN-POSTED
004800     ELSE
004810         MOVE 9999999 TO DPL-SCAN-POSTED
004820     END-IF.
004830     PERFORM 1150-CHECK-LOG-END THRU 1150-EXIT.
004840     IF NOT DPL-RETX-TO-POST
004850         GO TO 1100-EXIT
004860     END-IF.
004870     IF DPL-RETX-BUS-DATE > DPL-LAST-SCAN-DATE
004880         MOVE 0 TO DPL-SCAN-POSTED
004890         GO TO 1100-EXIT
004900     END-IF.
004910     IF DPL-RETX-BUS-DATE = DPL-LAST-SCAN-DATE
004920             AND DPL-SCAN-POSTED < DPL-BAL-COUNT
004930         DISPLAY 'LGTDSPLG: RETIREX FOR BUSINESS DATE '
004940                 DPL-RETX-BUS-DATE ' PARTLY POSTED -- '
004950                 'RESUMING AFTER RECORD ' DPL-SCAN-POSTED
004960         GO TO 1100-EXIT
004970     END-IF.
004980     DISPLAY 'LGTDSPLG: RETIREX FOR BUSINESS DATE '
004990             DPL-RETX-BUS-DATE ' ALREADY POSTED -- SCAN '
005000             'RETIREMENTS SKIPPED'.
005010     MOVE 'N' TO DPL-RETX-POST-SW.
005020     IF RETURN-CODE < 4
005030         MOVE 4 TO RETURN-CODE
005040     END-IF.
005050 1100-EXIT.
005060     EXIT.
005070*-----------------------------------------------------------*
005080*  1150-CHECK-LOG-END -- A LOG RECORD PAST THE CONTROL
005090*  RECORD'S LAST LOG NUMBER WAS WRITTEN BY A RUN THAT FAILED
005100*  BEFORE IT COULD REWRITE THE CONTROL RECORD.  NUMBERING
005110*  CARRIES ON PAST IT.  ITS FEED POSITION WAS NOT SAVED, SO
005120*  THAT REMOVAL MAY BE LOGGED AGAIN (RC 4).
005130*-----------------------------------------------------------*
005140 1150-CHECK-LOG-END.
005150     MOVE DPL-LAST-LOG-NUMBER TO DSPL-LOG-NUMBER.
005160     START DISPOSAL-LOG-FILE KEY IS GREATER THAN DSPL-LOG-NUMBER
005170         INVALID KEY
005180             GO TO 1150-EXIT
005190     END-START.
005200     MOVE 'N' TO DPL-LOG-EOF-SW.
005210     PERFORM 1160-READ-PAST-END THRU 1160-EXIT
005220         UNTIL DPL-LOG-EOF.
005230     DISPLAY 'LGTDSPLG: LOG RECORDS PAST THE CONTROL RECORD -- '
005240             'LAST LOG NUMBER SET TO ' DPL-LAST-LOG-NUMBER.
005250     DISPLAY 'LGTDSPLG: CHECK THAT LOG NUMBER FOR A REMOVAL '
005260             'LOGGED TWICE'.
005270     IF RETURN-CODE < 4
005280         MOVE 4 TO RETURN-CODE
005290     END-IF.
005300 1150-EXIT.
005310     EXIT.
005320 1160-READ-PAST-END.
005330     READ DISPOSAL-LOG-FILE NEXT RECORD
005340         AT END
005350             SET DPL-LOG-EOF TO TRUE
005360             GO TO 1160-EXIT
005370     END-READ.
005380     MOVE DSPL-LOG-NUMBER TO DPL-LAST-LOG-NUMBER.
005390 1160-EXIT.
005400     EXIT.
005410 1200-LOAD-ONE-TYPE.
005420     READ RATED-LIFE-FILE
005430         AT END
005440             SET DPL-RATED-EOF TO TRUE
005450             GO TO 1200-EXIT
005460     END-READ.
005470     IF DPL-TYPE-COUNT >= 50
005480         DISPLAY 'LGTDSPLG: MORE THAN 50 FIXTURE TYPES ON '
005490                 'RATED-LIFE FILE -- EXTRAS IGNORED'
005500         GO TO 1200-EXIT
005510     END-IF.
005520     ADD 1 TO DPL-TYPE-COUNT.
005530     MOVE RLIF-FIXTURE-TYPE TO DPL-TYPE-CODE (DPL-TYPE-COUNT).
005540     IF RLIF-LAMP-COUNT NUMERIC
005550         MOVE RLIF-LAMP-COUNT-N TO DPL-TYPE-LAMPS (DPL-TYPE-COUNT)
005560     ELSE
005570         MOVE 0 TO DPL-TYPE-LAMPS (DPL-TYPE-COUNT)
005580     END-IF.
005590     MOVE RLIF-MERCURY-FLAG
005600         TO DPL-TYPE-MERCURY-SW (DPL-TYPE-COUNT).
005610 1200-EXIT.
005620     EXIT.
005630*-----------------------------------------------------------*
005640*  2000-POST-SCAN-RETIREMENTS -- EVERY RETIREX DATA RECORD,
005650*  REMOVED ON THE BUSINESS DATE THE SCAN WAS APPLIED FOR.
005660*  RECORDS POSTED BY AN EARLIER, FAILED RUN ARE PASSED OVER.
005670*-----------------------------------------------------------*
005680 2000-POST-SCAN-RETIREMENTS.
005690     IF NOT DPL-RETX-TO-POST
005700         GO TO 2000-EXIT
005710     END-IF.
005720     MOVE DPL-RETX-BUS-DATE TO DPL-LAST-SCAN-DATE.
005730     MOVE 0 TO DPL-SCAN-SEQ.
005740     MOVE 'N' TO DPL-RETX-EOF-SW.
005750     OPEN INPUT RETIREMENT-EXTRACT.
005760     PERFORM 2100-POST-ONE-SCAN THRU 2100-EXIT
005770         UNTIL DPL-RETX-EOF OR DPL-CTL-FAILED.
005780     CLOSE RETIREMENT-EXTRACT.
005790     PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT.
005800 2000-EXIT.
005810     EXIT.
005820 2100-POST-ONE-SCAN.
005830     READ RETIREMENT-EXTRACT
005840         AT END
005850             SET DPL-RETX-EOF TO TRUE
005860             GO TO 2100-EXIT
005870     END-READ.
005880     IF RETX-LIGHT-ID = '**TRAILER*'
005890         SET DPL-RETX-EOF TO TRUE
005900         GO TO 2100-EXIT
005910     END-IF.
005920     ADD 1 TO DPL-SCAN-SEQ.
005930     IF DPL-SCAN-SEQ NOT > DPL-SCAN-POSTED
005940         GO TO 2100-EXIT
005950     END-IF.
005960     ADD 1 TO DPL-SCAN-RETIREMENTS.
005970     MOVE 'S'              TO DPL-REM-SOURCE.
005980     MOVE RETX-RETIRE-DATE TO DPL-REM-DATE.
005990     MOVE RETX-ROW         TO DPL-REM-ROW.
006000     MOVE RETX-COL         TO DPL-REM-COL.
006010     MOVE RETX-LIGHT-ID    TO DPL-REM-LIGHT-ID.
006020     PERFORM 5100-GET-ATTRIBUTES THRU 5100-EXIT.
006030     PERFORM 5000-LOG-REMOVAL THRU 5000-EXIT.
006040     IF DPL-CTL-FAILED
006050         GO TO 2100-EXIT
006060     END-IF.
006070     MOVE DPL-SCAN-SEQ TO DPL-SCAN-POSTED.
006080     PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT.
006090 2100-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------*
006120*  3000-POST-LGTM-RETIREMENTS -- THE ONLINE CHANGE JOURNAL
006130*  PAST THE LAST KEY POSTED.  IMAGES ARE THE LIGHT-MASTER-
006140*  RECORD LAYOUT (ROW 1:5, COLUMN 6:5, LIGHT ID 11:10,
006150*  STATUS 21:1), AS LGTJRNL READS THEM.
006160*-----------------------------------------------------------*
006170 3000-POST-LGTM-RETIREMENTS.
006180     OPEN INPUT LIGHT-JOURNAL-FILE.
006190     IF NOT DPL-JRNL-OK
006200         DISPLAY 'LGTDSPLG: CANNOT OPEN LGTJRNL, STATUS '
006210                 DPL-JRNL-FILE-STATUS
006220                 ' -- NO LGTM RETIREMENTS LOGGED THIS RUN'
006230         IF RETURN-CODE < 4
006240             MOVE 4 TO RETURN-CODE
006250         END-IF
006260         GO TO 3000-EXIT
006270     END-IF.
006280     MOVE DPL-JRNL-HIGH-KEY TO JRNL-KEY.
006290     START LIGHT-JOURNAL-FILE KEY IS GREATER THAN JRNL-KEY
006300         INVALID KEY
006310             SET DPL-JRNL-EOF TO TRUE
006320     END-START.
006330     PERFORM 3100-POST-ONE-JOURNAL THRU 3100-EXIT
006340         UNTIL DPL-JRNL-EOF OR DPL-CTL-FAILED.
006350     CLOSE LIGHT-JOURNAL-FILE.
006360     PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT.
006370 3000-EXIT.
006380     EXIT.
006390 3100-POST-ONE-JOURNAL.
006400     READ LIGHT-JOURNAL-FILE NEXT RECORD
006410         AT END
006420             SET DPL-JRNL-EOF TO TRUE
006430             GO TO 3100-EXIT
006440     END-READ.
006450     ADD 1 TO DPL-JRNL-READ.
006460*    A BACKOUT THAT TAKES A FIXTURE OUT OF RETIREMENT UNDOES
006470*    AN LGTM RETIREMENT; ANY OTHER BACKOUT IS NOT A REMOVAL.
006480*    THE HIGH KEY MOVES PAST A RECORD ONLY ONCE IT IS DONE
006490     IF JRNL-TERMINAL-ID = 'BTCH'
006500         IF JRNL-BEFORE-IMAGE (21:1) = 'R'
006510                 AND JRNL-AFTER-IMAGE (21:1) NOT = 'R'
006520             MOVE JRNL-AFTER-IMAGE (1:5) TO DPL-CANCEL-ROW
006530             MOVE JRNL-AFTER-IMAGE (6:5) TO DPL-CANCEL-COL
006540             PERFORM 5500-CANCEL-REMOVAL THRU 5500-EXIT
006550             IF DPL-CTL-FAILED
006560                 GO TO 3100-EXIT
006570             END-IF
006580             MOVE JRNL-KEY TO DPL-JRNL-HIGH-KEY
006590             PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT
006600             GO TO 3100-EXIT
006610         END-IF
006620         MOVE JRNL-KEY TO DPL-JRNL-HIGH-KEY
006630         GO TO 3100-EXIT
006640     END-IF.
006650     IF JRNL-BEFORE-IMAGE (21:1) = 'R'
006660             OR JRNL-AFTER-IMAGE (21:1) NOT = 'R'
006670         MOVE JRNL-KEY TO DPL-JRNL-HIGH-KEY
006680         GO TO 3100-EXIT
006690     END-IF.
006700     ADD 1 TO DPL-LGTM-RETIREMENTS.
006710     MOVE 'M'                      TO DPL-REM-SOURCE.
006720     MOVE JRNL-DATE                TO DPL-REM-DATE.
006730     MOVE JRNL-AFTER-IMAGE (1:5)   TO DPL-REM-ROW.
006740     MOVE JRNL-AFTER-IMAGE (6:5)   TO DPL-REM-COL.
006750     MOVE JRNL-AFTER-IMAGE (11:10) TO DPL-REM-LIGHT-ID.
006760     PERFORM 5100-GET-ATTRIBUTES THRU 5100-EXIT.
006770     PERFORM 5000-LOG-REMOVAL THRU 5000-EXIT.
006780     IF DPL-CTL-FAILED
006790         GO TO 3100-EXIT
006800     END-IF.
006810     MOVE JRNL-KEY TO DPL-JRNL-HIGH-KEY.
006820     PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT.
006830 3100-EXIT.
006840     EXIT.
006850*-----------------------------------------------------------*
006860*  4000-POST-RELAMPS -- EVERY FIXTURE ON THE RELAMP LIST HAS
006870*  ITS LAMPS PULLED; THE LIST CARRIES TYPE AND ZONE.  A
006880*  FIXTURE WHOSE LAST RELAMP IS ALREADY ON THE LOG IS SKIPPED.
006890*-----------------------------------------------------------*
006900 4000-POST-RELAMPS.
006910     OPEN INPUT RELAMP-EXTRACT-FILE.
006920     IF NOT DPL-RELAMP-OK
006930         DISPLAY 'LGTDSPLG: NO RELAMP EXTRACT -- NO RELAMPS '
006940                 'LOGGED THIS RUN'
006950         IF RETURN-CODE < 4
006960             MOVE 4 TO RETURN-CODE
006970         END-IF
006980         GO TO 4000-EXIT
006990     END-IF.
007000     PERFORM 4050-LOAD-RELAMP-LOG THRU 4050-EXIT.
007010     PERFORM 4100-POST-ONE-RELAMP THRU 4100-EXIT
007020         UNTIL DPL-RELAMP-EOF OR DPL-CTL-FAILED.
007030     CLOSE RELAMP-EXTRACT-FILE.
007040     PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT.
007050 4000-EXIT.
007060     EXIT.
007070*-----------------------------------------------------------*
007080*  4050-LOAD-RELAMP-LOG -- ONE PASS OF THE LOG FOR THE
007090*  RELAMPS ALREADY ON IT, CANCELLED ONES EXCEPTED
007100*-----------------------------------------------------------*
007110 4050-LOAD-RELAMP-LOG.
007120     MOVE 0   TO DPL-RLOG-COUNT.
007130     MOVE 'N' TO DPL-LOG-EOF-SW.
007140     MOVE 1   TO DSPL-LOG-NUMBER.
007150     START DISPOSAL-LOG-FILE KEY IS NOT LESS THAN DSPL-LOG-NUMBER
007160         INVALID KEY
007170             SET DPL-LOG-EOF TO TRUE
007180     END-START.
007190     PERFORM 4060-LOAD-ONE-LOG THRU 4060-EXIT
007200         UNTIL DPL-LOG-EOF OR DPL-RLOG-FULL.
007210 4050-EXIT.
007220     EXIT.
007230 4060-LOAD-ONE-LOG.
007240     READ DISPOSAL-LOG-FILE NEXT RECORD
007250         AT END
007260             SET DPL-LOG-EOF TO TRUE
007270             GO TO 4060-EXIT
007280     END-READ.
007290     IF NOT DSPL-FROM-RELAMP OR DSPL-CANCELLED
007300         GO TO 4060-EXIT
007310     END-IF.
007320     MOVE DSPL-ROW          TO DPL-REM-ROW.
007330     MOVE DSPL-COL          TO DPL-REM-COL.
007340     MOVE DSPL-REMOVED-DATE TO DPL-REM-DATE.
007350     PERFORM 4300-ADD-RELAMP-LOG THRU 4300-EXIT.
007360 4060-EXIT.
007370     EXIT.
007380 4100-POST-ONE-RELAMP.
007390     READ RELAMP-EXTRACT-FILE
007400         AT END
007410             SET DPL-RELAMP-EOF TO TRUE
007420             GO TO 4100-EXIT
007430     END-READ.
007440     ADD 1 TO DPL-RELAMPS-READ.
007450*    A RELAMP ON THE LOG ON OR AFTER THE INSTALL DATE IS THE
007460*    SAME ONE RELISTED; WITH NO USABLE INSTALL DATE, ANY
007470*    RELAMP OF THE FIXTURE ON THE LOG COUNTS
007480     IF RELMP-INSTALL-DATE NUMERIC
007490         MOVE RELMP-INSTALL-DATE TO DPL-RLP-SINCE
007500     ELSE
007510         MOVE 0 TO DPL-RLP-SINCE
007520     END-IF.
007530     MOVE 'N' TO DPL-RLP-LOGGED-SW.
007540     IF DPL-RLOG-FULL
007550         PERFORM 4200-BROWSE-RELAMP-LOG THRU 4200-EXIT
007560     ELSE
007570         PERFORM 4110-SCAN-RELAMP-TABLE THRU 4110-EXIT
007580             VARYING RK FROM 1 BY 1
007590                 UNTIL DPL-RLP-ALREADY-LOGGED
007600                    OR RK > DPL-RLOG-COUNT
007610     END-IF.
007620     IF DPL-RLP-ALREADY-LOGGED
007630         ADD 1 TO DPL-RELAMPS-SKIPPED
007640         GO TO 4100-EXIT
007650     END-IF.
007660     MOVE 'R'                TO DPL-REM-SOURCE.
007670     MOVE DPL-RUN-DATE       TO DPL-REM-DATE.
007680     MOVE RELMP-ROW          TO DPL-REM-ROW.
007690     MOVE RELMP-COL          TO DPL-REM-COL.
007700     MOVE RELMP-LIGHT-ID     TO DPL-REM-LIGHT-ID.
007710     MOVE RELMP-FIXTURE-TYPE TO DPL-REM-TYPE.
007720     MOVE RELMP-ZONE-CODE    TO DPL-REM-ZONE.
007730     PERFORM 5000-LOG-REMOVAL THRU 5000-EXIT.
007740     IF DPL-CTL-FAILED
007750         GO TO 4100-EXIT
007760     END-IF.
007770     PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT.
007780     IF NOT DPL-RLOG-FULL
007790         PERFORM 4300-ADD-RELAMP-LOG THRU 4300-EXIT
007800     END-IF.
007810 4100-EXIT.
007820     EXIT.
007830 4110-SCAN-RELAMP-TABLE.
007840     IF DPL-RLOG-ROW (RK) = RELMP-ROW
007850             AND DPL-RLOG-COL (RK) = RELMP-COL
007860             AND DPL-RLOG-DATE (RK) NOT < DPL-RLP-SINCE
007870         SET DPL-RLP-ALREADY-LOGGED TO TRUE
007880     END-IF.
007890 4110-EXIT.
007900     EXIT.
007910*-----------------------------------------------------------*
007920*  4200-BROWSE-RELAMP-LOG -- THE SAME TEST AGAINST THE LOG
007930*  ITSELF, WHEN THE TABLE COULD NOT HOLD EVERY RELAMP
007940*-----------------------------------------------------------*
007950 4200-BROWSE-RELAMP-LOG.
007960     MOVE 'N' TO DPL-LOG-EOF-SW.
007970     MOVE 1   TO DSPL-LOG-NUMBER.
007980     START DISPOSAL-LOG-FILE KEY IS NOT LESS THAN DSPL-LOG-NUMBER
007990         INVALID KEY
008000             SET DPL-LOG-EOF TO TRUE
008010     END-START.
008020     PERFORM 4210-BROWSE-ONE-LOG THRU 4210-EXIT
008030         UNTIL DPL-LOG-EOF OR DPL-RLP-ALREADY-LOGGED.
008040 4200-EXIT.
008050     EXIT.
008060 4210-BROWSE-ONE-LOG.
008070     READ DISPOSAL-LOG-FILE NEXT RECORD
008080         AT END
008090             SET DPL-LOG-EOF TO TRUE
008100             GO TO 4210-EXIT
008110     END-READ.
008120     IF DSPL-FROM-RELAMP AND NOT DSPL-CANCELLED
008130             AND DSPL-ROW = RELMP-ROW
008140             AND DSPL-COL = RELMP-COL
008150             AND DSPL-REMOVED-DATE NOT < DPL-RLP-SINCE
008160         SET DPL-RLP-ALREADY-LOGGED TO TRUE
008170     END-IF.
008180 4210-EXIT.
008190     EXIT.
008200*-----------------------------------------------------------*
008210*  4300-ADD-RELAMP-LOG -- DPL-REM-ROW/COL/DATE INTO THE
008220*  RELAMP TABLE.  A FULL TABLE SWITCHES THE RUN TO BROWSING.
008230*-----------------------------------------------------------*
008240 4300-ADD-RELAMP-LOG.
008250     IF DPL-RLOG-COUNT >= 2000
008260         DISPLAY 'LGTDSPLG: MORE THAN 2000 RELAMPS ON THE LOG '
008270                 '-- EACH RELAMP CHECKED BY BROWSING THE LOG'
008280         SET DPL-RLOG-FULL TO TRUE
008290         GO TO 4300-EXIT
008300     END-IF.
008310     ADD 1 TO DPL-RLOG-COUNT.
008320     MOVE DPL-REM-ROW  TO DPL-RLOG-ROW (DPL-RLOG-COUNT).
008330     MOVE DPL-REM-COL  TO DPL-RLOG-COL (DPL-RLOG-COUNT).
008340     MOVE DPL-REM-DATE TO DPL-RLOG-DATE (DPL-RLOG-COUNT).
008350 4300-EXIT.
008360     EXIT.
008370*-----------------------------------------------------------*
008380*  5000-LOG-REMOVAL -- DPL-REMOVAL ONTO THE LOG AS PENDING,
008390*  UNDER THE NEXT LOG NUMBER, WITH THE LAMP COUNT OF ITS
008400*  TYPE.  A MERCURY-FREE TYPE IS LISTED BUT NOT LOGGED.  A
008410*  FAILED WRITE STOPS THE POSTING; THE CALLER SAVES THE FEED
008420*  POSITION ONLY WHEN THE REMOVAL IS DONE.
008430*-----------------------------------------------------------*
008440 5000-LOG-REMOVAL.
008450     MOVE SPACES TO DPL-RPT-D-NOTE.
008460     MOVE 'N'    TO DPL-REM-DEFAULTED-SW.
008470     MOVE 0      TO DPL-TYPE-SLOT.
008480     PERFORM 5200-SCAN-TYPE-TABLE THRU 5200-EXIT
008490         VARYING TK FROM 1 BY 1
008500             UNTIL DPL-TYPE-SLOT > 0
008510                OR TK > DPL-TYPE-COUNT.
008520     IF DPL-TYPE-SLOT = 0
008530         MOVE 1 TO DPL-REM-LAMPS
008540         SET DPL-REM-DEFAULTED TO TRUE
008550     ELSE
008560         IF DPL-TYPE-MERCURY-FREE (DPL-TYPE-SLOT)
008570             ADD 1 TO DPL-MERCURY-FREE
008580             MOVE 0 TO DPL-REM-LAMPS
008590             MOVE SPACES TO DPL-RPT-D-LOG-NUMBER
008600             MOVE 'NOT LOGGED -- MERCURY-FREE TYPE'
008610                 TO DPL-RPT-D-NOTE
008620             PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
008630             GO TO 5000-EXIT
008640         END-IF
008650         MOVE DPL-TYPE-LAMPS (DPL-TYPE-SLOT) TO DPL-REM-LAMPS
008660         IF DPL-REM-LAMPS = 0
008670             MOVE 1 TO DPL-REM-LAMPS
008680             SET DPL-REM-DEFAULTED TO TRUE
008690         END-IF
008700     END-IF.
008710     IF DPL-REM-DEFAULTED
008720         ADD 1 TO DPL-COUNTS-DEFAULTED
008730         MOVE 'LAMP COUNT DEFAULTED TO ONE'
008740             TO DPL-RPT-D-NOTE
008750     END-IF.
008760     MOVE SPACES               TO DISPOSAL-LOG-RECORD.
008770     COMPUTE DSPL-LOG-NUMBER = DPL-LAST-LOG-NUMBER + 1.
008780     MOVE DPL-REM-SOURCE       TO DSPL-SOURCE.
008790     MOVE DPL-REM-DATE         TO DSPL-REMOVED-DATE.
008800     MOVE DPL-RUN-DATE         TO DSPL-POSTED-DATE.
008810     MOVE DPL-REM-ROW          TO DSPL-ROW.
008820     MOVE DPL-REM-COL          TO DSPL-COL.
008830     MOVE DPL-REM-LIGHT-ID     TO DSPL-LIGHT-ID.
008840     MOVE DPL-REM-TYPE         TO DSPL-FIXTURE-TYPE.
008850     MOVE DPL-REM-ZONE         TO DSPL-ZONE-CODE.
008860     MOVE DPL-REM-LAMPS        TO DSPL-LAMP-COUNT.
008870     MOVE DPL-REM-DEFAULTED-SW TO DSPL-COUNT-DEFAULTED.
008880     SET DSPL-PENDING          TO TRUE.
008890     MOVE 0                    TO DSPL-MANIFEST-NUMBER.
008900     MOVE 0                    TO DSPL-PICKUP-DATE.
008910     WRITE DISPOSAL-LOG-RECORD
008920         INVALID KEY
008930             DISPLAY 'LGTDSPLG: LOG NUMBER ' DSPL-LOG-NUMBER
008940                     ' ALREADY ON FILE -- REMOVAL NOT LOGGED'
008950             MOVE 8 TO RETURN-CODE
008960             SET DPL-CTL-FAILED TO TRUE
008970             GO TO 5000-EXIT
008980     END-WRITE.
008990     MOVE DSPL-LOG-NUMBER TO DPL-LAST-LOG-NUMBER.
009000     ADD 1 TO DPL-REMOVALS-LOGGED.
009010     ADD DPL-REM-LAMPS TO DPL-LAMPS-LOGGED.
009020     MOVE DSPL-LOG-NUMBER TO DPL-RPT-D-LOG-NUMBER.
009030     PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT.
009040 5000-EXIT.
009050     EXIT.
009060*-----------------------------------------------------------*
009070*  5100-GET-ATTRIBUTES -- FIXTURE TYPE AND ZONE OF A RETIRED
009080*  FIXTURE.  NO ATTRIBUTE RECORD LEAVES THEM BLANK, AND THE
009090*  LAMP COUNT IS DEFAULTED.
009100*-----------------------------------------------------------*
009110 5100-GET-ATTRIBUTES.
009120     MOVE SPACES TO DPL-REM-TYPE.
009130     MOVE SPACES TO DPL-REM-ZONE.
009140     IF NOT DPL-ATTR-IS-OPEN
009150         GO TO 5100-EXIT
009160     END-IF.
009170     MOVE DPL-REM-ROW TO ATTR-ROW.
009180     MOVE DPL-REM-COL TO ATTR-COL.
009190     READ LIGHT-ATTRIBUTE-FILE
009200         INVALID KEY
009210             GO TO 5100-EXIT
009220     END-READ.
009230     MOVE ATTR-FIXTURE-TYPE TO DPL-REM-TYPE.
009240     MOVE ATTR-ZONE-CODE    TO DPL-REM-ZONE.
009250 5100-EXIT.
009260     EXIT.
009270 5200-SCAN-TYPE-TABLE.
009280     IF DPL-TYPE-CODE (TK) = DPL-REM-TYPE
009290             AND DPL-REM-TYPE NOT = SPACES
009300         MOVE TK TO DPL-TYPE-SLOT
009310     END-IF.
009320 5200-EXIT.
009330     EXIT.
009340*-----------------------------------------------------------*
009350*  5500-CANCEL-REMOVAL -- A BACKED-OUT LGTM RETIREMENT.  THE
009360*  LATEST LGTM REMOVAL FOR THE FIXTURE STILL PENDING IS
009370*  CANCELLED; ONE ALREADY SHIPPED STANDS AND IS REPORTED.
009380*  A CANCEL THAT CANNOT BE MADE STOPS THE POSTING, SO THE
009390*  JOURNAL KEY STAYS SHORT OF THE BACKOUT FOR THE RERUN.
009400*-----------------------------------------------------------*
009410 5500-CANCEL-REMOVAL.
009420     MOVE 0   TO DPL-CANCEL-LOG-NUMBER.
009430     MOVE 'N' TO DPL-LOG-EOF-SW.
009440     MOVE 1   TO DSPL-LOG-NUMBER.
009450     START DISPOSAL-LOG-FILE KEY IS NOT LESS THAN DSPL-LOG-NUMBER
009460         INVALID KEY
009470             SET DPL-LOG-EOF TO TRUE
009480     END-START.
009490     PERFORM 5510-SCAN-ONE-LOG THRU 5510-EXIT
009500         UNTIL DPL-LOG-EOF.
009510     MOVE 'M'            TO DPL-REM-SOURCE.
009520     MOVE JRNL-DATE      TO DPL-REM-DATE.
009530     MOVE DPL-CANCEL-ROW TO DPL-REM-ROW.
009540     MOVE DPL-CANCEL-COL TO DPL-REM-COL.
009550     MOVE JRNL-AFTER-IMAGE (11:10) TO DPL-REM-LIGHT-ID.
009560     MOVE SPACES         TO DPL-REM-TYPE.
009570     MOVE SPACES         TO DPL-REM-ZONE.
009580     MOVE 0              TO DPL-REM-LAMPS.
009590     IF DPL-CANCEL-LOG-NUMBER = 0
009600         ADD 1 TO DPL-NOT-CANCELLED
009610         MOVE SPACES TO DPL-RPT-D-LOG-NUMBER
009620         MOVE 'BACKOUT -- NO PENDING REMOVAL TO CANCEL'
009630             TO DPL-RPT-D-NOTE
009640         PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT
009650         GO TO 5500-EXIT
009660     END-IF.
009670     MOVE DPL-CANCEL-LOG-NUMBER TO DSPL-LOG-NUMBER.
009680     READ DISPOSAL-LOG-FILE
009690         INVALID KEY
009700             DISPLAY 'LGTDSPLG: CANCEL OF LOG NUMBER '
009710                     DSPL-LOG-NUMBER ' FAILED, STATUS '
009720                     DPL-LOG-FILE-STATUS
009730             MOVE 8 TO RETURN-CODE
009740             SET DPL-CTL-FAILED TO TRUE
009750             GO TO 5500-EXIT
009760     END-READ.
009770     SET DSPL-CANCELLED TO TRUE.
009780     REWRITE DISPOSAL-LOG-RECORD
009790         INVALID KEY
009800             DISPLAY 'LGTDSPLG: CANCEL OF LOG NUMBER '
009810                     DSPL-LOG-NUMBER ' FAILED, STATUS '
009820                     DPL-LOG-FILE-STATUS
009830             MOVE 8 TO RETURN-CODE
009840             SET DPL-CTL-FAILED TO TRUE
009850             GO TO 5500-EXIT
009860     END-REWRITE.
009870     ADD 1 TO DPL-CANCELLED.
009880     ADD DSPL-LAMP-COUNT TO DPL-LAMPS-CANCELLED.
009890     MOVE DSPL-FIXTURE-TYPE TO DPL-REM-TYPE.
009900     MOVE DSPL-ZONE-CODE    TO DPL-REM-ZONE.
009910     MOVE DSPL-LAMP-COUNT   TO DPL-REM-LAMPS.
009920     MOVE DSPL-LOG-NUMBER   TO DPL-RPT-D-LOG-NUMBER.
009930     MOVE 'CANCELLED -- LGTM RETIREMENT BACKED OUT'
009940         TO DPL-RPT-D-NOTE.
009950     PERFORM 5900-WRITE-DETAIL THRU 5900-EXIT.
009960 5500-EXIT.
009970     EXIT.
009980 5510-SCAN-ONE-LOG.
009990     READ DISPOSAL-LOG-FILE NEXT RECORD
010000         AT END
010010             SET DPL-LOG-EOF TO TRUE
010020             GO TO 5510-EXIT
010030     END-READ.
010040     IF DSPL-FROM-LGTM AND DSPL-PENDING
010050             AND DSPL-ROW = DPL-CANCEL-ROW
010060             AND DSPL-COL = DPL-CANCEL-COL
010070         MOVE DSPL-LOG-NUMBER TO DPL-CANCEL-LOG-NUMBER
010080     END-IF.
010090 5510-EXIT.
010100     EXIT.
010110*-----------------------------------------------------------*
010120*  5900-WRITE-DETAIL -- ONE REPORT LINE FROM DPL-REMOVAL.  THE
010130*  CALLER SETS THE LOG NUMBER AND NOTE COLUMNS.
010140*-----------------------------------------------------------*
010150 5900-WRITE-DETAIL.
010160     EVALUATE DPL-REM-SOURCE
010170         WHEN 'M'
010180             MOVE 'LGTM'    TO DPL-RPT-D-SOURCE
010190         WHEN 'S'
010200             MOVE 'SCAN'    TO DPL-RPT-D-SOURCE
010210         WHEN OTHER
010220             MOVE 'RELAMP'  TO DPL-RPT-D-SOURCE
010230     END-EVALUATE.
010240     MOVE DPL-REM-DATE     TO DPL-RPT-D-DATE.
010250     MOVE DPL-REM-ROW      TO DPL-RPT-D-ROW.
010260     MOVE DPL-REM-COL      TO DPL-RPT-D-COL.
010270     MOVE DPL-REM-LIGHT-ID TO DPL-RPT-D-LIGHT-ID.
010280     MOVE DPL-REM-TYPE     TO DPL-RPT-D-TYPE.
010290     MOVE DPL-REM-ZONE     TO DPL-RPT-D-ZONE.
010300     MOVE DPL-REM-LAMPS    TO DPL-RPT-D-LAMPS.
010310     WRITE DPL-RPT-RECORD FROM DPL-RPT-DETAIL
010320         AFTER ADVANCING 1 LINE.
010330 5900-EXIT.
010340     EXIT.
010350*-----------------------------------------------------------*
010360*  7000-PRINT-TOTALS
010370*-----------------------------------------------------------*
010380 7000-PRINT-TOTALS.
010390     MOVE SPACES TO DPL-RPT-RECORD.
010400     WRITE DPL-RPT-RECORD AFTER ADVANCING 1 LINE.
010410     MOVE 'SCAN RETIREMENTS (RETIREX)'    TO DPL-RPT-TOT-TEXT.
010420     MOVE DPL-SCAN-RETIREMENTS            TO DPL-RPT-TOT-COUNT.
010430     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010440     MOVE 'JOURNAL RECORDS READ (LGTJRNL)' TO DPL-RPT-TOT-TEXT.
010450     MOVE DPL-JRNL-READ                   TO DPL-RPT-TOT-COUNT.
010460     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010470     MOVE '  LGTM RETIREMENTS'            TO DPL-RPT-TOT-TEXT.
010480     MOVE DPL-LGTM-RETIREMENTS            TO DPL-RPT-TOT-COUNT.
010490     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010500     MOVE 'RELAMPS (RELAMPX)'             TO DPL-RPT-TOT-TEXT.
010510     MOVE DPL-RELAMPS-READ                TO DPL-RPT-TOT-COUNT.
010520     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010530     MOVE '  RELAMPS ALREADY LOGGED'      TO DPL-RPT-TOT-TEXT.
010540     MOVE DPL-RELAMPS-SKIPPED             TO DPL-RPT-TOT-COUNT.
010550     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010560     MOVE 'REMOVALS LOGGED'               TO DPL-RPT-TOT-TEXT.
010570     MOVE DPL-REMOVALS-LOGGED             TO DPL-RPT-TOT-COUNT.
010580     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010590     MOVE '  LAMP COUNT DEFAULTED'        TO DPL-RPT-TOT-TEXT.
010600     MOVE DPL-COUNTS-DEFAULTED            TO DPL-RPT-TOT-COUNT.
010610     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010620     MOVE 'NOT LOGGED, MERCURY-FREE TYPE' TO DPL-RPT-TOT-TEXT.
010630     MOVE DPL-MERCURY-FREE                TO DPL-RPT-TOT-COUNT.
010640     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010650     MOVE 'REMOVALS CANCELLED BY BACKOUT'  TO DPL-RPT-TOT-TEXT.
010660     MOVE DPL-CANCELLED                   TO DPL-RPT-TOT-COUNT.
010670     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010680     MOVE 'BACKOUTS WITH NOTHING TO CANCEL' TO DPL-RPT-TOT-TEXT.
010690     MOVE DPL-NOT-CANCELLED               TO DPL-RPT-TOT-COUNT.
010700     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010710     MOVE 'LAMPS LOGGED'                  TO DPL-RPT-TOT-TEXT.
010720     MOVE DPL-LAMPS-LOGGED                TO DPL-RPT-TOT-COUNT.
010730     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010740     MOVE 'LAMPS CANCELLED'               TO DPL-RPT-TOT-TEXT.
010750     MOVE DPL-LAMPS-CANCELLED             TO DPL-RPT-TOT-COUNT.
010760     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010770 7000-EXIT.
010780     EXIT.
010790 7100-WRITE-TOTAL-LINE.
010800     WRITE DPL-RPT-RECORD FROM DPL-RPT-TOTAL-LINE
010810         AFTER ADVANCING 1 LINE.
010820 7100-EXIT.
010830     EXIT.
010840*-----------------------------------------------------------*
010850*  9100-REWRITE-CONTROL -- CARRY THE RUN'S LOG NUMBER,
010860*  JOURNAL KEY AND RETIREX POSITION BACK TO THE CONTROL
010870*  RECORD.  ONCE IT FAILS NOTHING MORE IS POSTED.
010880*-----------------------------------------------------------*
010890 9100-REWRITE-CONTROL.
010900     IF DPL-CTL-FAILED
010910         GO TO 9100-EXIT
010920     END-IF.
010930     MOVE 0 TO DSPL-LOG-NUMBER.
010940     READ DISPOSAL-LOG-FILE
010950         INVALID KEY
010960             DISPLAY 'LGTDSPLG: DISPOSAL LOG CONTROL RECORD '
010970                     'LOST -- RUN POSITION NOT SAVED'
010980             MOVE 8 TO RETURN-CODE
010990             SET DPL-CTL-FAILED TO TRUE
011000             GO TO 9100-EXIT
011010     END-READ.
011020     MOVE DPL-LAST-LOG-NUMBER TO DSPL-CTL-LAST-LOG-NUMBER.
011030     MOVE DPL-JRNL-HIGH-KEY   TO DSPL-CTL-JRNL-HIGH-KEY.
011040     MOVE DPL-LAST-SCAN-DATE  TO DSPL-CTL-LAST-SCAN-DATE.
011050     MOVE DPL-SCAN-POSTED     TO DSPL-CTL-SCAN-POSTED.
011060     MOVE DPL-RUN-DATE        TO DSPL-CTL-LAST-POST-DATE.
011070     REWRITE DISPOSAL-LOG-RECORD
011080         INVALID KEY
011090             DISPLAY 'LGTDSPLG: DISPOSAL LOG CONTROL RECORD NOT '
011100                     'UPDATED, STATUS ' DPL-LOG-FILE-STATUS
011110             MOVE 8 TO RETURN-CODE
011120             SET DPL-CTL-FAILED TO TRUE
011130     END-REWRITE.
011140 9100-EXIT.
011150     EXIT.
011160*-----------------------------------------------------------*
011170*  9000-TERMINATE
011180*-----------------------------------------------------------*
011190 9000-TERMINATE.
011200     IF DPL-FATAL-ERROR
011210         GOBACK
011220     END-IF.
011230     PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT.
011240     CLOSE DISPOSAL-LOG-FILE.
011250     IF DPL-ATTR-IS-OPEN
011260         CLOSE LIGHT-ATTRIBUTE-FILE
011270     END-IF.
011280     CLOSE DISPOSAL-REPORT.
011290     DISPLAY 'LGTDSPLG: ' DPL-REMOVALS-LOGGED ' REMOVALS, '
011300             DPL-LAMPS-LOGGED ' LAMPS LOGGED, '
011310             DPL-LAMPS-CANCELLED ' CANCELLED'.
011320     GOBACK.
011330 END PROGRAM LGTDSPLG.
