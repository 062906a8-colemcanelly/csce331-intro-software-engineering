      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTDSPYE.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTDSPYE -- YEAR-END HAZARDOUS LAMP DISPOSAL SUMMARY FOR
000090*  THE ENVIRONMENTAL REPORT.  READS THE WHOLE DISPOSAL LOG
000100*  (DISPLOG, SEE DSPLREC.CPY) AND PRINTS, FOR THE YEAR:
000110*
000120*     LAMPS BY FIXTURE TYPE -- REMOVED IN THE YEAR BY SOURCE
000130*     (LGTM RETIREMENT, LGTSCAN RETIREMENT, RELAMP), SHIPPED
000140*     IN THE YEAR, AND ON HAND AT YEAR END
000150*     EVERY MANIFEST PICKED UP IN THE YEAR, WITH HAULER AND
000160*     LAMP COUNT
000170*     LAMPS HELD PAST THE ONE-YEAR UNIVERSAL WASTE LIMIT --
000180*     SHIPPED AFTER MORE THAN 365 DAYS, OR STILL ON HAND MORE
000190*     THAN 365 DAYS AFTER REMOVAL AT YEAR END
000200*
000210*  CANCELLED REMOVALS (LGTM RETIREMENTS BACKED OUT) ARE LEFT
000220*  OUT.  ON HAND AT YEAR END IS EVERY REMOVAL DATED BY THE
000230*  YEAR END THAT WAS STILL PENDING THEN -- NOT YET SHIPPED, OR
000240*  PICKED UP AFTER IT.  FOR THE CURRENT YEAR THE YEAR END IS
000250*  TAKEN AS THE RUN DATE.
000260*
000270*  RUN PARM (POSITIONS):
000280*     1-4   REPORT YEAR, CCYY (BLANK, INVALID, OR AFTER THE
000290*           RUN DATE DEFAULTS TO THE YEAR BEFORE THE RUN DATE)
000300*
000310*  MODIFICATION HISTORY
000320*     2026-10-14  CJM  Initial version.
000330*-----------------------------------------------------------*
000340 ENVIRONMENT DIVISION.
000350 CONFIGURATION SECTION.
000360 SOURCE-COMPUTER.    IBM-370.
000370 OBJECT-COMPUTER.    IBM-370.
000380 INPUT-OUTPUT SECTION.
000390 FILE-CONTROL.
000400     SELECT DISPOSAL-LOG-FILE   ASSIGN TO DISPLOG
000410            ORGANIZATION IS INDEXED
000420            ACCESS MODE IS SEQUENTIAL
000430            RECORD KEY IS DSPL-LOG-NUMBER
000440            FILE STATUS IS DYE-LOG-FILE-STATUS.
000450     SELECT DISPOSAL-SUMMARY    ASSIGN TO DSPYERPT
000460            ORGANIZATION IS SEQUENTIAL.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  DISPOSAL-LOG-FILE
000500     LABEL RECORDS ARE STANDARD.
000510 COPY DSPLREC.
000520 FD  DISPOSAL-SUMMARY
000530     RECORDING MODE IS F
000540     LABEL RECORDS ARE OMITTED.
000550 01  DYE-RPT-RECORD              PIC X(132).
000560 WORKING-STORAGE SECTION.
000570*-----------------------------------------------------------*
000580*  WORKING STORAGE -- FILE STATUS, SWITCHES
000590*-----------------------------------------------------------*
000600 01  DYE-LOG-FILE-STATUS         PIC X(02) VALUE '00'.
000610     88  DYE-LOG-OK                   VALUE '00'.
000620 01  DYE-SWITCHES.
000630     05  DYE-LOG-EOF-SW          PIC X(01) VALUE 'N'.
000640         88  DYE-LOG-EOF                  VALUE 'Y'.
000650     05  DYE-FATAL-SW            PIC X(01) VALUE 'N'.
000660         88  DYE-FATAL-ERROR              VALUE 'Y'.
000670     05  DYE-INSERT-SW           PIC X(01) VALUE 'N'.
000680         88  DYE-INSERT-FOUND             VALUE 'Y'.
000690*-----------------------------------------------------------*
000700*  THE REPORT YEAR AND ITS LIMITS
000710*-----------------------------------------------------------*
000720 01  DYE-YEAR-START              PIC 9(08) VALUE 0.
000730 01  DYE-YEAR-START-R REDEFINES DYE-YEAR-START.
000740     05  DYE-YEAR-CCYY           PIC 9(04).
000750     05  DYE-YEAR-START-MMDD     PIC 9(04).
000760 01  DYE-YEAR-END                PIC 9(08) VALUE 0.
000770 01  DYE-YEAR-END-R REDEFINES DYE-YEAR-END.
000780     05  DYE-YEAR-END-CCYY       PIC 9(04).
000790     05  DYE-YEAR-END-MMDD       PIC 9(04).
000800 01  DYE-DAYS-HELD               PIC S9(07) VALUE 0.
000810*-----------------------------------------------------------*
000820*  LAMPS BY FIXTURE TYPE.  THE LAST SLOT COLLECTS ANY TYPE
000830*  PAST THE FIRST 49 SEEN.
000840*-----------------------------------------------------------*
000850 01  DYE-TYPE-TABLE.
000860     05  DYE-TYPE-COUNT          PIC 9(03) VALUE 0.
000870     05  DYE-TYPE-ENTRY OCCURS 50 TIMES.
000880         10  DYE-TYPE-CODE       PIC X(06).
000890         10  DYE-TYPE-LGTM       PIC 9(07).
000900         10  DYE-TYPE-SCAN       PIC 9(07).
000910         10  DYE-TYPE-RELAMP     PIC 9(07).
000920         10  DYE-TYPE-REMOVED    PIC 9(07).
000930         10  DYE-TYPE-SHIPPED    PIC 9(07).
000940         10  DYE-TYPE-ON-HAND    PIC 9(07).
000950 01  DYE-TYPE-TOTALS.
000960     05  DYE-TOT-LGTM            PIC 9(07) VALUE 0.
000970     05  DYE-TOT-SCAN            PIC 9(07) VALUE 0.
000980     05  DYE-TOT-RELAMP          PIC 9(07) VALUE 0.
000990     05  DYE-TOT-REMOVED         PIC 9(07) VALUE 0.
001000     05  DYE-TOT-SHIPPED         PIC 9(07) VALUE 0.
001010     05  DYE-TOT-ON-HAND         PIC 9(07) VALUE 0.
001020 77  TK                          PIC 9(03) COMP VALUE 0.
001030 77  DYE-TYPE-SLOT               PIC 9(03) COMP VALUE 0.
001040*-----------------------------------------------------------*
001050*  MANIFESTS PICKED UP IN THE YEAR, KEPT IN NUMBER ORDER
001060*-----------------------------------------------------------*
001070 01  DYE-MANIFEST-TABLE.
001080     05  DYE-MAN-COUNT           PIC 9(03) VALUE 0.
001090     05  DYE-MAN-ENTRY OCCURS 200 TIMES.
001100         10  DYE-MAN-NUMBER      PIC 9(07).
001110         10  DYE-MAN-PICKUP      PIC 9(08).
001120         10  DYE-MAN-HAULER      PIC X(20).
001130         10  DYE-MAN-LAMPS       PIC 9(07).
001140         10  DYE-MAN-OVER-LIMIT  PIC 9(07).
001150 77  MX                          PIC 9(03) COMP VALUE 0.
001160 77  DYE-MAN-SLOT                PIC 9(03) COMP VALUE 0.
001170 77  DYE-MAN-OVERFLOW            PIC 9(07) VALUE 0.
001180*-----------------------------------------------------------*
001190*  RUN COUNTERS
001200*-----------------------------------------------------------*
001210 77  DYE-LOG-RECORDS-READ        PIC 9(09) VALUE 0.
001220 77  DYE-CANCELLED               PIC 9(07) VALUE 0.
001230 77  DYE-DEFAULTED               PIC 9(07) VALUE 0.
001240 77  DYE-SHIPPED-OVER-LIMIT      PIC 9(07) VALUE 0.
001250 77  DYE-ON-HAND-OVER-LIMIT      PIC 9(07) VALUE 0.
001260 01  DYE-RUN-DATE                PIC 9(08).
001270 01  DYE-RUN-DATE-R REDEFINES DYE-RUN-DATE.
001280     05  DYE-RUN-DATE-CCYY       PIC 9(04).
001290     05  DYE-RUN-DATE-MM         PIC 9(02).
001300     05  DYE-RUN-DATE-DD         PIC 9(02).
001310*-----------------------------------------------------------*
001320*  REPORT PRINT LINES
001330*-----------------------------------------------------------*
001340 01  DYE-RPT-HEADER-1.
001350     05  FILLER                  PIC X(42) VALUE
001360         'YEAR-END HAZARDOUS LAMP DISPOSAL SUMMARY'.
001370     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
001380     05  DYE-RPT-MM              PIC 9(02).
001390     05  FILLER                  PIC X(01) VALUE '/'.
001400     05  DYE-RPT-DD              PIC 9(02).
001410     05  FILLER                  PIC X(01) VALUE '/'.
001420     05  DYE-RPT-CCYY            PIC 9(04).
001430     05  FILLER                  PIC X(70) VALUE SPACES.
001440 01  DYE-RPT-HEADER-2.
001450     05  FILLER                  PIC X(16) VALUE 'REPORT YEAR:'.
001460     05  DYE-RPT-YEAR            PIC 9(04).
001470     05  FILLER                  PIC X(06) VALUE SPACES.
001480     05  FILLER                  PIC X(16) VALUE
001490         'YEAR END TAKEN:'.
001500     05  DYE-RPT-YEAR-END        PIC X(08).
001510     05  FILLER                  PIC X(82) VALUE SPACES.
001520 01  DYE-RPT-SECTION-TITLE.
001530     05  DYE-RPT-SECTION         PIC X(132).
001540 01  DYE-RPT-TYPE-HDGS.
001550     05  FILLER                  PIC X(10) VALUE 'TYPE'.
001560     05  FILLER                  PIC X(12) VALUE '        LGTM'.
001570     05  FILLER                  PIC X(12) VALUE '        SCAN'.
001580     05  FILLER                  PIC X(12) VALUE '      RELAMP'.
001590     05  FILLER                  PIC X(12) VALUE '     REMOVED'.
001600     05  FILLER                  PIC X(12) VALUE '     SHIPPED'.
001610     05  FILLER                  PIC X(12) VALUE ' ON HAND Y/E'.
001620     05  FILLER                  PIC X(50) VALUE SPACES.
001630 01  DYE-RPT-TYPE-LINE.
001640     05  DYE-RPT-T-TYPE          PIC X(06).
001650     05  FILLER                  PIC X(04) VALUE SPACES.
001660     05  FILLER                  PIC X(05) VALUE SPACES.
001670     05  DYE-RPT-T-LGTM          PIC ZZZZZZ9.
001680     05  FILLER                  PIC X(05) VALUE SPACES.
001690     05  DYE-RPT-T-SCAN          PIC ZZZZZZ9.
001700     05  FILLER                  PIC X(05) VALUE SPACES.
001710     05  DYE-RPT-T-RELAMP        PIC ZZZZZZ9.
001720     05  FILLER                  PIC X(05) VALUE SPACES.
001730     05  DYE-RPT-T-REMOVED       PIC ZZZZZZ9.
001740     05  FILLER                  PIC X(05) VALUE SPACES.
001750     05  DYE-RPT-T-SHIPPED       PIC ZZZZZZ9.
001760     05  FILLER                  PIC X(05) VALUE SPACES.
001770     05  DYE-RPT-T-ON-HAND       PIC ZZZZZZ9.
001780     05  FILLER                  PIC X(50) VALUE SPACES.
001790 01  DYE-RPT-MAN-HDGS.
001800     05  FILLER                  PIC X(11) VALUE 'MANIFEST'.
001810     05  FILLER                  PIC X(10) VALUE 'PICKUP'.
001820     05  FILLER                  PIC X(22) VALUE 'HAULER'.
001830     05  FILLER                  PIC X(09) VALUE '    LAMPS'.
001840     05  FILLER                  PIC X(14) VALUE '  OVER 1 YEAR'.
001850     05  FILLER                  PIC X(66) VALUE SPACES.
001860 01  DYE-RPT-MAN-LINE.
001870     05  DYE-RPT-M-NUMBER        PIC 9(07).
001880     05  FILLER                  PIC X(04) VALUE SPACES.
001890     05  DYE-RPT-M-PICKUP        PIC X(08).
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  DYE-RPT-M-HAULER        PIC X(20).
001920     05  FILLER                  PIC X(04) VALUE SPACES.
001930     05  DYE-RPT-M-LAMPS         PIC ZZZZZZ9.
001940     05  FILLER                  PIC X(07) VALUE SPACES.
001950     05  DYE-RPT-M-OVER-LIMIT    PIC ZZZZZZ9.
001960     05  FILLER                  PIC X(66) VALUE SPACES.
001970 01  DYE-RPT-MESSAGE-LINE.
001980     05  DYE-RPT-MESSAGE         PIC X(132).
001990 01  DYE-RPT-TOTAL-LINE.
002000     05  DYE-RPT-TOT-TEXT        PIC X(44).
002010     05  DYE-RPT-TOT-COUNT       PIC ZZZZZZZZ9.
002020     05  FILLER                  PIC X(79) VALUE SPACES.
002030 LINKAGE SECTION.
002040*-----------------------------------------------------------*
002050*  RUN PARM -- REPORT YEAR, PASSED BY JCL.  BLANK OR INVALID
002060*  TAKES THE DEFAULT.
002070*-----------------------------------------------------------*
002080 01  DYE-PARM-DATA.
002090     05  DYE-PARM-YEAR           PIC X(04).
002100     05  DYE-PARM-YEAR-N REDEFINES DYE-PARM-YEAR
002110                                 PIC 9(04).
002120     05  FILLER                  PIC X(76).
002130 PROCEDURE DIVISION USING DYE-PARM-DATA.
002140*-----------------------------------------------------------*
002150*  0000-MAINLINE
002160*-----------------------------------------------------------*
002170 0000-MAINLINE.
002180     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002190     IF DYE-FATAL-ERROR
002200         GO TO 9000-TERMINATE
002210     END-IF.
002220     PERFORM 2000-TALLY-ONE-REMOVAL THRU 2000-EXIT
002230         UNTIL DYE-LOG-EOF.
002240     PERFORM 6000-PRINT-TYPES THRU 6000-EXIT.
002250     PERFORM 6500-PRINT-MANIFESTS THRU 6500-EXIT.
002260     PERFORM 7000-PRINT-COMPLIANCE THRU 7000-EXIT.
002270     GO TO 9000-TERMINATE.
002280*-----------------------------------------------------------*
002290*  1000-INITIALIZE -- SETTLE THE YEAR, OPEN FILES
002300*-----------------------------------------------------------*
002310 1000-INITIALIZE.
002320     ACCEPT DYE-RUN-DATE FROM DATE YYYYMMDD.
002330     MOVE DYE-RUN-DATE-MM   TO DYE-RPT-MM.
002340     MOVE DYE-RUN-DATE-DD   TO DYE-RPT-DD.
002350     MOVE DYE-RUN-DATE-CCYY TO DYE-RPT-CCYY.
002360     COMPUTE DYE-YEAR-CCYY = DYE-RUN-DATE-CCYY - 1.
002370     IF DYE-PARM-YEAR NUMERIC
002380             AND DYE-PARM-YEAR-N > 1900
002390             AND DYE-PARM-YEAR-N NOT > DYE-RUN-DATE-CCYY
002400         MOVE DYE-PARM-YEAR-N TO DYE-YEAR-CCYY
002410     END-IF.
002420     MOVE 0101 TO DYE-YEAR-START-MMDD.
002430     MOVE DYE-YEAR-CCYY TO DYE-YEAR-END-CCYY.
002440     MOVE 1231 TO DYE-YEAR-END-MMDD.
002450     IF DYE-YEAR-END > DYE-RUN-DATE
002460         MOVE DYE-RUN-DATE TO DYE-YEAR-END
002470     END-IF.
002480     MOVE DYE-YEAR-CCYY TO DYE-RPT-YEAR.
002490     MOVE DYE-YEAR-END  TO DYE-RPT-YEAR-END.
002500     OPEN INPUT DISPOSAL-LOG-FILE.
002510     IF NOT DYE-LOG-OK
002520         DISPLAY 'LGTDSPYE: CANNOT OPEN DISPOSAL LOG, STATUS '
002530                 DYE-LOG-FILE-STATUS ' -- RUN TERMINATED'
002540         MOVE 8 TO RETURN-CODE
002550         SET DYE-FATAL-ERROR TO TRUE
002560         GO TO 1000-EXIT
002570     END-IF.
002580     OPEN OUTPUT DISPOSAL-SUMMARY.
002590     WRITE DYE-RPT-RECORD FROM DYE-RPT-HEADER-1
002600         AFTER ADVANCING PAGE.
002610     WRITE DYE-RPT-RECORD FROM DYE-RPT-HEADER-2
002620         AFTER ADVANCING 1 LINE.
002630 1000-EXIT.
002640     EXIT.
002650*-----------------------------------------------------------*
002660*  2000-TALLY-ONE-REMOVAL -- ONE LOG RECORD INTO THE TYPE AND
002670*  MANIFEST TABLES.  THE CONTROL RECORD AND CANCELLED
002680*  REMOVALS ARE SKIPPED.
002690*-----------------------------------------------------------*
002700 2000-TALLY-ONE-REMOVAL.
002710     READ DISPOSAL-LOG-FILE NEXT RECORD
002720         AT END
002730             SET DYE-LOG-EOF TO TRUE
002740             GO TO 2000-EXIT
002750     END-READ.
002760     IF DSPL-CONTROL-RECORD
002770         GO TO 2000-EXIT
002780     END-IF.
002790     ADD 1 TO DYE-LOG-RECORDS-READ.
002800     IF DSPL-CANCELLED
002810         ADD 1 TO DYE-CANCELLED
002820         GO TO 2000-EXIT
002830     END-IF.
002840     IF DSPL-REMOVED-DATE > DYE-YEAR-END
002850         GO TO 2000-EXIT
002860     END-IF.
002870     PERFORM 2100-FIND-TYPE THRU 2100-EXIT.
002880*    REMOVED IN THE YEAR
002890     IF DSPL-REMOVED-DATE NOT < DYE-YEAR-START
002900         IF DSPL-LAMPS-DEFAULTED
002910             ADD 1 TO DYE-DEFAULTED
002920         END-IF
002930         ADD DSPL-LAMP-COUNT TO DYE-TYPE-REMOVED (DYE-TYPE-SLOT)
002940         EVALUATE TRUE
002950             WHEN DSPL-FROM-LGTM
002960                 ADD DSPL-LAMP-COUNT
002970                     TO DYE-TYPE-LGTM (DYE-TYPE-SLOT)
002980             WHEN DSPL-FROM-SCAN
002990                 ADD DSPL-LAMP-COUNT
003000                     TO DYE-TYPE-SCAN (DYE-TYPE-SLOT)
003010             WHEN OTHER
003020                 ADD DSPL-LAMP-COUNT
003030                     TO DYE-TYPE-RELAMP (DYE-TYPE-SLOT)
003040         END-EVALUATE
003050     END-IF.
003060*    SHIPPED IN THE YEAR
003070     IF DSPL-SHIPPED
003080             AND DSPL-PICKUP-DATE NOT < DYE-YEAR-START
003090             AND DSPL-PICKUP-DATE NOT > DYE-YEAR-END
003100         ADD DSPL-LAMP-COUNT TO DYE-TYPE-SHIPPED (DYE-TYPE-SLOT)
003110         COMPUTE DYE-DAYS-HELD =
003120                 FUNCTION INTEGER-OF-DATE (DSPL-PICKUP-DATE)
003130               - FUNCTION INTEGER-OF-DATE (DSPL-REMOVED-DATE)
003140         PERFORM 2200-ADD-TO-MANIFEST THRU 2200-EXIT
003150         GO TO 2000-EXIT
003160     END-IF.
003170*    STILL ON SITE AT YEAR END
003180     IF DSPL-PENDING
003190             OR DSPL-PICKUP-DATE > DYE-YEAR-END
003200         ADD DSPL-LAMP-COUNT TO DYE-TYPE-ON-HAND (DYE-TYPE-SLOT)
003210         COMPUTE DYE-DAYS-HELD =
003220                 FUNCTION INTEGER-OF-DATE (DYE-YEAR-END)
003230               - FUNCTION INTEGER-OF-DATE (DSPL-REMOVED-DATE)
003240         IF DYE-DAYS-HELD > 365
003250             ADD DSPL-LAMP-COUNT TO DYE-ON-HAND-OVER-LIMIT
003260         END-IF
003270     END-IF.
003280 2000-EXIT.
003290     EXIT.
003300 2100-FIND-TYPE.
003310     MOVE 0 TO DYE-TYPE-SLOT.
003320     PERFORM 2110-SCAN-TYPE THRU 2110-EXIT
003330         VARYING TK FROM 1 BY 1
003340             UNTIL DYE-TYPE-SLOT > 0
003350                OR TK > DYE-TYPE-COUNT.
003360     IF DYE-TYPE-SLOT > 0
003370         GO TO 2100-EXIT
003380     END-IF.
003390     IF DYE-TYPE-COUNT < 50
003400         ADD 1 TO DYE-TYPE-COUNT
003410         MOVE DYE-TYPE-COUNT TO DYE-TYPE-SLOT
003420         MOVE DSPL-FIXTURE-TYPE TO DYE-TYPE-CODE (DYE-TYPE-SLOT)
003430     ELSE
003440         MOVE 50 TO DYE-TYPE-SLOT
003450         MOVE '*MORE*' TO DYE-TYPE-CODE (DYE-TYPE-SLOT)
003460         GO TO 2100-EXIT
003470     END-IF.
003480     MOVE 0 TO DYE-TYPE-LGTM (DYE-TYPE-SLOT)
003490               DYE-TYPE-SCAN (DYE-TYPE-SLOT)
003500               DYE-TYPE-RELAMP (DYE-TYPE-SLOT)
003510               DYE-TYPE-REMOVED (DYE-TYPE-SLOT)
003520               DYE-TYPE-SHIPPED (DYE-TYPE-SLOT)
003530               DYE-TYPE-ON-HAND (DYE-TYPE-SLOT).
003540 2100-EXIT.
003550     EXIT.
003560 2110-SCAN-TYPE.
003570     IF DYE-TYPE-CODE (TK) = DSPL-FIXTURE-TYPE
003580         MOVE TK TO DYE-TYPE-SLOT
003590     END-IF.
003600 2110-EXIT.
003610     EXIT.
003620*-----------------------------------------------------------*
003630*  2200-ADD-TO-MANIFEST -- A SHIPPED REMOVAL ONTO ITS
003640*  MANIFEST'S ENTRY, OPENING THE ENTRY IN NUMBER ORDER THE
003650*  FIRST TIME THE MANIFEST IS SEEN
003660*-----------------------------------------------------------*
003670 2200-ADD-TO-MANIFEST.
003680     IF DYE-DAYS-HELD > 365
003690         ADD DSPL-LAMP-COUNT TO DYE-SHIPPED-OVER-LIMIT
003700     END-IF.
003710     MOVE 0 TO DYE-MAN-SLOT.
003720     PERFORM 2210-SCAN-MANIFEST THRU 2210-EXIT
003730         VARYING MX FROM 1 BY 1
003740             UNTIL DYE-MAN-SLOT > 0
003750                OR MX > DYE-MAN-COUNT.
003760     IF DYE-MAN-SLOT = 0
003770         IF DYE-MAN-COUNT >= 200
003780             ADD 1 TO DYE-MAN-OVERFLOW
003790             GO TO 2200-EXIT
003800         END-IF
003810         PERFORM 2220-INSERT-MANIFEST THRU 2220-EXIT
003820     END-IF.
003830     ADD DSPL-LAMP-COUNT TO DYE-MAN-LAMPS (DYE-MAN-SLOT).
003840     IF DYE-DAYS-HELD > 365
003850         ADD DSPL-LAMP-COUNT TO DYE-MAN-OVER-LIMIT (DYE-MAN-SLOT)
003860     END-IF.
003870 2200-EXIT.
003880     EXIT.
003890 2210-SCAN-MANIFEST.
003900     IF DYE-MAN-NUMBER (MX) = DSPL-MANIFEST-NUMBER
003910         MOVE MX TO DYE-MAN-SLOT
003920     END-IF.
003930 2210-EXIT.
003940     EXIT.
003950*-----------------------------------------------------------*
003960*  2220-INSERT-MANIFEST -- MOVE HIGHER-NUMBERED ENTRIES UP
003970*  ONE AND OPEN THE NEW ENTRY IN THE GAP
003980*-----------------------------------------------------------*
003990 2220-INSERT-MANIFEST.
004000     ADD 1 TO DYE-MAN-COUNT.
004010     MOVE DYE-MAN-COUNT TO DYE-MAN-SLOT.
004020     MOVE 'N' TO DYE-INSERT-SW.
004030     PERFORM 2230-SHIFT-MANIFEST THRU 2230-EXIT
004040         VARYING MX FROM DYE-MAN-COUNT BY -1
004050             UNTIL MX < 2 OR DYE-INSERT-FOUND.
004060     MOVE DSPL-MANIFEST-NUMBER TO DYE-MAN-NUMBER (DYE-MAN-SLOT).
004070     MOVE DSPL-PICKUP-DATE     TO DYE-MAN-PICKUP (DYE-MAN-SLOT).
004080     MOVE DSPL-HAULER          TO DYE-MAN-HAULER (DYE-MAN-SLOT).
004090     MOVE 0                    TO DYE-MAN-LAMPS (DYE-MAN-SLOT).
004100     MOVE 0 TO DYE-MAN-OVER-LIMIT (DYE-MAN-SLOT).
004110 2220-EXIT.
004120     EXIT.
004130 2230-SHIFT-MANIFEST.
004140     IF DYE-MAN-NUMBER (MX - 1) < DSPL-MANIFEST-NUMBER
004150         SET DYE-INSERT-FOUND TO TRUE
004160         GO TO 2230-EXIT
004170     END-IF.
004180     MOVE DYE-MAN-ENTRY (MX - 1) TO DYE-MAN-ENTRY (MX).
004190     COMPUTE DYE-MAN-SLOT = MX - 1.
004200 2230-EXIT.
004210     EXIT.
004220*-----------------------------------------------------------*
004230*  6000-PRINT-TYPES -- LAMPS BY FIXTURE TYPE, WITH TOTALS
004240*-----------------------------------------------------------*
004250 6000-PRINT-TYPES.
004260     MOVE 'LAMPS BY FIXTURE TYPE' TO DYE-RPT-SECTION.
004270     WRITE DYE-RPT-RECORD FROM DYE-RPT-SECTION-TITLE
004280         AFTER ADVANCING 3 LINES.
004290     WRITE DYE-RPT-RECORD FROM DYE-RPT-TYPE-HDGS
004300         AFTER ADVANCING 2 LINES.
004310     PERFORM 6100-PRINT-ONE-TYPE THRU 6100-EXIT
004320         VARYING TK FROM 1 BY 1
004330             UNTIL TK > DYE-TYPE-COUNT.
004340     MOVE 'TOTAL'         TO DYE-RPT-T-TYPE.
004350     MOVE DYE-TOT-LGTM    TO DYE-RPT-T-LGTM.
004360     MOVE DYE-TOT-SCAN    TO DYE-RPT-T-SCAN.
004370     MOVE DYE-TOT-RELAMP  TO DYE-RPT-T-RELAMP.
004380     MOVE DYE-TOT-REMOVED TO DYE-RPT-T-REMOVED.
004390     MOVE DYE-TOT-SHIPPED TO DYE-RPT-T-SHIPPED.
004400     MOVE DYE-TOT-ON-HAND TO DYE-RPT-T-ON-HAND.
004410     WRITE DYE-RPT-RECORD FROM DYE-RPT-TYPE-LINE
004420         AFTER ADVANCING 2 LINES.
004430 6000-EXIT.
004440     EXIT.
004450 6100-PRINT-ONE-TYPE.
004460     IF DYE-TYPE-REMOVED (TK) = 0
004470             AND DYE-TYPE-SHIPPED (TK) = 0
004480             AND DYE-TYPE-ON-HAND (TK) = 0
004490         GO TO 6100-EXIT
004500     END-IF.
004510     MOVE DYE-TYPE-CODE (TK) TO DYE-RPT-T-TYPE.
004520     IF DYE-TYPE-CODE (TK) = SPACES
004530         MOVE '(NONE)' TO DYE-RPT-T-TYPE
004540     END-IF.
004550     MOVE DYE-TYPE-LGTM (TK)    TO DYE-RPT-T-LGTM.
004560     MOVE DYE-TYPE-SCAN (TK)    TO DYE-RPT-T-SCAN.
004570     MOVE DYE-TYPE-RELAMP (TK)  TO DYE-RPT-T-RELAMP.
004580     MOVE DYE-TYPE-REMOVED (TK) TO DYE-RPT-T-REMOVED.
004590     MOVE DYE-TYPE-SHIPPED (TK) TO DYE-RPT-T-SHIPPED.
004600     MOVE DYE-TYPE-ON-HAND (TK) TO DYE-RPT-T-ON-HAND.
004610     WRITE DYE-RPT-RECORD FROM DYE-RPT-TYPE-LINE
004620         AFTER ADVANCING 1 LINE.
004630     ADD DYE-TYPE-LGTM (TK)    TO DYE-TOT-LGTM.
004640     ADD DYE-TYPE-SCAN (TK)    TO DYE-TOT-SCAN.
004650     ADD DYE-TYPE-RELAMP (TK)  TO DYE-TOT-RELAMP.
004660     ADD DYE-TYPE-REMOVED (TK) TO DYE-TOT-REMOVED.
004670     ADD DYE-TYPE-SHIPPED (TK) TO DYE-TOT-SHIPPED.
004680     ADD DYE-TYPE-ON-HAND (TK) TO DYE-TOT-ON-HAND.
004690 6100-EXIT.
004700     EXIT.
004710*-----------------------------------------------------------*
004720*  6500-PRINT-MANIFESTS -- EVERY MANIFEST PICKED UP IN THE
004730*  YEAR, IN NUMBER ORDER
004740*-----------------------------------------------------------*
004750 6500-PRINT-MANIFESTS.
004760     MOVE 'MANIFESTS PICKED UP IN THE YEAR' TO DYE-RPT-SECTION.
004770     WRITE DYE-RPT-RECORD FROM DYE-RPT-SECTION-TITLE
004780         AFTER ADVANCING 3 LINES.
004790     IF DYE-MAN-COUNT = 0
004800         MOVE 'NO MANIFESTS PICKED UP IN THE YEAR'
004810             TO DYE-RPT-MESSAGE
004820         WRITE DYE-RPT-RECORD FROM DYE-RPT-MESSAGE-LINE
004830             AFTER ADVANCING 2 LINES
004840         GO TO 6500-EXIT
004850     END-IF.
004860     WRITE DYE-RPT-RECORD FROM DYE-RPT-MAN-HDGS
004870         AFTER ADVANCING 2 LINES.
004880     PERFORM 6600-PRINT-ONE-MANIFEST THRU 6600-EXIT
004890         VARYING MX FROM 1 BY 1
004900             UNTIL MX > DYE-MAN-COUNT.
004910     IF DYE-MAN-OVERFLOW > 0
004920         MOVE 'MORE THAN 200 MANIFESTS -- FIRST 200 LISTED'
004930             TO DYE-RPT-MESSAGE
004940         WRITE DYE-RPT-RECORD FROM DYE-RPT-MESSAGE-LINE
004950             AFTER ADVANCING 2 LINES
004960     END-IF.
004970     MOVE SPACES TO DYE-RPT-RECORD.
004980     WRITE DYE-RPT-RECORD AFTER ADVANCING 1 LINE.
004990     MOVE 'MANIFESTS PICKED UP'  TO DYE-RPT-TOT-TEXT.
005000     MOVE DYE-MAN-COUNT          TO DYE-RPT-TOT-COUNT.
005010     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005020 6500-EXIT.
005030     EXIT.
005040 6600-PRINT-ONE-MANIFEST.
005050     MOVE DYE-MAN-NUMBER (MX)     TO DYE-RPT-M-NUMBER.
005060     MOVE DYE-MAN-PICKUP (MX)     TO DYE-RPT-M-PICKUP.
005070     MOVE DYE-MAN-HAULER (MX)     TO DYE-RPT-M-HAULER.
005080     MOVE DYE-MAN-LAMPS (MX)      TO DYE-RPT-M-LAMPS.
005090     MOVE DYE-MAN-OVER-LIMIT (MX) TO DYE-RPT-M-OVER-LIMIT.
005100     WRITE DYE-RPT-RECORD FROM DYE-RPT-MAN-LINE
005110         AFTER ADVANCING 1 LINE.
005120 6600-EXIT.
005130     EXIT.
005140*-----------------------------------------------------------*
005150*  7000-PRINT-COMPLIANCE -- ONE-YEAR ACCUMULATION LIMIT AND
005160*  RUN COUNTS
005170*-----------------------------------------------------------*
005180 7000-PRINT-COMPLIANCE.
005190     MOVE 'ONE-YEAR ACCUMULATION LIMIT' TO DYE-RPT-SECTION.
005200     WRITE DYE-RPT-RECORD FROM DYE-RPT-SECTION-TITLE
005210         AFTER ADVANCING 3 LINES.
005220     MOVE SPACES TO DYE-RPT-RECORD.
005230     WRITE DYE-RPT-RECORD AFTER ADVANCING 1 LINE.
005240     MOVE 'LAMPS SHIPPED AFTER MORE THAN 1 YEAR'
005250         TO DYE-RPT-TOT-TEXT.
005260     MOVE DYE-SHIPPED-OVER-LIMIT TO DYE-RPT-TOT-COUNT.
005270     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005280     MOVE 'LAMPS ON HAND MORE THAN 1 YEAR AT YEAR END'
005290         TO DYE-RPT-TOT-TEXT.
005300     MOVE DYE-ON-HAND-OVER-LIMIT TO DYE-RPT-TOT-COUNT.
005310     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005320     MOVE SPACES TO DYE-RPT-RECORD.
005330     WRITE DYE-RPT-RECORD AFTER ADVANCING 1 LINE.
005340     MOVE 'LOG RECORDS READ'     TO DYE-RPT-TOT-TEXT.
005350     MOVE DYE-LOG-RECORDS-READ   TO DYE-RPT-TOT-COUNT.
005360     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005370     MOVE 'CANCELLED REMOVALS LEFT OUT' TO DYE-RPT-TOT-TEXT.
005380     MOVE DYE-CANCELLED          TO DYE-RPT-TOT-COUNT.
005390     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005400     MOVE 'REMOVALS IN YEAR WITH LAMP COUNT DEFAULTED'
005410         TO DYE-RPT-TOT-TEXT.
005420     MOVE DYE-DEFAULTED          TO DYE-RPT-TOT-COUNT.
005430     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005440 7000-EXIT.
005450     EXIT.
005460 7100-WRITE-TOTAL-LINE.
005470     WRITE DYE-RPT-RECORD FROM DYE-RPT-TOTAL-LINE
005480         AFTER ADVANCING 1 LINE.
005490 7100-EXIT.
005500     EXIT.
005510*-----------------------------------------------------------*
005520*  9000-TERMINATE
005530*-----------------------------------------------------------*
005540 9000-TERMINATE.
005550     IF DYE-FATAL-ERROR
005560         GOBACK
005570     END-IF.
005580     CLOSE DISPOSAL-LOG-FILE.
005590     CLOSE DISPOSAL-SUMMARY.
005600     DISPLAY 'LGTDSPYE: YEAR ' DYE-YEAR-CCYY ', '
005610             DYE-TOT-REMOVED ' LAMPS REMOVED, '
005620             DYE-TOT-SHIPPED ' SHIPPED'.
005630     GOBACK.
005640 END PROGRAM LGTDSPYE.
