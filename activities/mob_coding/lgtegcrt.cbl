      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTEGCRT.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTEGCRT -- ANNUAL EMERGENCY EGRESS LIGHTING TEST
000090*  CERTIFICATE.  ONE CERTIFICATE PAGE PER GRID (GRDCFG) FOR
000100*  THE FIRE MARSHAL, LISTING EVERY EGRESS UNIT (ATTR-EGRESS-
000110*  FLAG 'Y' ON LIGHT-ATTRIBUTE-FILE) IN THE GRID'S KEY RANGE
000120*  WITH ITS MONTH-BY-MONTH 30-SECOND RESULTS AND ITS 90-
000130*  MINUTE ANNUAL TEST FOR THE YEAR, FROM THE EGRESS TEST
000140*  MASTER LGTEGRES MAINTAINS.  A UNIT IS COMPLIANT WHEN EVERY
000150*  MONTH REQUIRED OF IT PASSED AND, WHERE REQUIRED, ITS
000160*  ANNUAL TEST PASSED.  EACH PAGE ENDS WITH THE GRID'S COUNTS
000170*  AND THE CERTIFICATION SIGNATURE BLOCK.
000180*
000190*  WHAT IS REQUIRED OF A UNIT IN THE YEAR
000200*     - MONTHLY: EVERY MONTH AFTER ITS INSTALL MONTH (ALL
000210*       TWELVE IF INSTALLED IN AN EARLIER YEAR OR THE INSTALL
000220*       DATE IS UNUSABLE).  A CURRENT-YEAR CERTIFICATE RUNS TO
000230*       THE MONTH BEFORE THE RUN DATE.
000240*     - ANNUAL: REQUIRED WHEN THE UNIT WAS IN SERVICE BEFORE
000250*       THE YEAR BEGAN.  ON A CURRENT-YEAR CERTIFICATE AN
000260*       ANNUAL TEST NOT YET DONE IS SHOWN PENDING AND DOES NOT
000270*       COUNT AGAINST THE UNIT.
000280*     - A UNIT INSTALLED AFTER THE YEAR IS NOT LISTED.
000290*
000300*  MONTH CELLS:  P PASSED   F FAILED, NOT RETESTED IN THE
000310*  MONTH   - REQUIRED, NO TEST ON FILE   BLANK NOT REQUIRED
000320*
000330*  THE MASTER HOLDS THE LATEST TEST YEAR AND THE ONE BEFORE,
000340*  SO THE CERTIFICATE MUST BE RUN FOR A YEAR WITHIN THAT
000350*  WINDOW -- NORMALLY EARLY IN THE NEW YEAR FOR THE YEAR JUST
000360*  ENDED, WHICH IS THE DEFAULT.
000370*
000380*  EGRESS UNITS OUTSIDE EVERY GRID'S KEY RANGE PRINT ON A
000390*  FINAL CERTIFICATE PAGE UNDER '*NO GRID*'.  A GRID WITH NO
000400*  EGRESS UNITS GETS NO PAGE.
000410*
000420*  RUN PARM (POSITIONS):
000430*     1-4   CERTIFICATE YEAR, CCYY (BLANK, INVALID, OR AFTER
000440*           THE RUN DATE DEFAULTS TO THE YEAR BEFORE THE RUN
000450*           DATE)
000460*
000470*  MODIFICATION HISTORY
000480*     2026-10-14  CJM  Initial version.
000490*-----------------------------------------------------------*
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SOURCE-COMPUTER.    IBM-370.
000530 OBJECT-COMPUTER.    IBM-370.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT GRID-CONFIG-FILE    ASSIGN TO GRDCFG
000570            ORGANIZATION IS SEQUENTIAL.
000580     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE IS DYNAMIC
000610            RECORD KEY IS ATTR-KEY
000620            FILE STATUS IS ECT-ATTR-FILE-STATUS.
000630     SELECT LIGHT-STATUS-MASTER ASSIGN TO LGTMAST
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS LGT-MASTER-KEY
000670            FILE STATUS IS ECT-MASTER-FILE-STATUS.
000680     SELECT EGRESS-TEST-MASTER  ASSIGN TO EGRMAST
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE IS DYNAMIC
000710            RECORD KEY IS EGM-KEY
000720            FILE STATUS IS ECT-EGM-FILE-STATUS.
000730     SELECT CERTIFICATE-REPORT  ASSIGN TO EGRCERT
000740            ORGANIZATION IS SEQUENTIAL.
000750     SELECT ECT-SORT-FILE       ASSIGN TO SORTWK01.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  GRID-CONFIG-FILE
000790     RECORDING MODE IS F
000800     LABEL RECORDS ARE STANDARD.
000810 COPY GRIDCFG.
000820 FD  LIGHT-ATTRIBUTE-FILE
000830     LABEL RECORDS ARE STANDARD.
000840 COPY LGTATTR.
000850 FD  LIGHT-STATUS-MASTER
000860     LABEL RECORDS ARE STANDARD.
000870 COPY LGTMAST.
000880 FD  EGRESS-TEST-MASTER
000890     LABEL RECORDS ARE STANDARD.
000900 COPY EGRMAST.
000910 FD  CERTIFICATE-REPORT
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE OMITTED.
000940 01  ECT-RPT-RECORD              PIC X(132).
000950 SD  ECT-SORT-FILE.
000960 01  ECT-SORT-RECORD.
000970     05  ECT-SRT-GRID-SEQ        PIC 9(03).
000980     05  ECT-SRT-ROW             PIC 9(05).
000990     05  ECT-SRT-COL             PIC 9(05).
001000     05  ECT-SRT-LIGHT-ID        PIC X(10).
001010     05  ECT-SRT-ZONE            PIC X(04).
001020     05  ECT-SRT-INSTALL-DATE    PIC X(08).
001030     05  ECT-SRT-MONTH-CELLS.
001040         10  ECT-SRT-MONTH       PIC X(01) OCCURS 12 TIMES.
001050     05  ECT-SRT-ANNUAL-DATE     PIC 9(08).
001060     05  ECT-SRT-ANNUAL-RESULT   PIC X(01).
001070     05  ECT-SRT-ANNUAL-SECS     PIC 9(05).
001080     05  ECT-SRT-ANNUAL-SW       PIC X(01).
001090         88  ECT-SRT-ANNUAL-REQUIRED      VALUE 'Y'.
001100     05  ECT-SRT-MONTHS-REQUIRED PIC 9(02).
001110     05  ECT-SRT-MONTHS-PASSED   PIC 9(02).
001120     05  ECT-SRT-COMPLIANT-SW    PIC X(01).
001130         88  ECT-SRT-COMPLIANT            VALUE 'Y'.
001140 WORKING-STORAGE SECTION.
001150*-----------------------------------------------------------*
001160*  WORKING STORAGE -- FILE STATUS, SWITCHES
001170*-----------------------------------------------------------*
001180 01  ECT-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001190     88  ECT-ATTR-OK                  VALUE '00'.
001200 01  ECT-MASTER-FILE-STATUS      PIC X(02) VALUE '00'.
001210     88  ECT-MASTER-OK                VALUE '00'.
001220 01  ECT-EGM-FILE-STATUS         PIC X(02) VALUE '00'.
001230     88  ECT-EGM-OK                   VALUE '00'.
001240 01  ECT-SWITCHES.
001250     05  ECT-CONFIG-EOF-SW       PIC X(01) VALUE 'N'.
001260         88  ECT-CONFIG-EOF               VALUE 'Y'.
001270     05  ECT-ATTR-EOF-SW         PIC X(01) VALUE 'N'.
001280         88  ECT-ATTR-EOF                 VALUE 'Y'.
001290     05  ECT-SORT-EOF-SW         PIC X(01) VALUE 'N'.
001300         88  ECT-SORT-EOF                 VALUE 'Y'.
001310     05  ECT-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
001320         88  ECT-MASTER-IS-OPEN           VALUE 'Y'.
001330     05  ECT-EGM-OPEN-SW         PIC X(01) VALUE 'N'.
001340         88  ECT-EGM-IS-OPEN              VALUE 'Y'.
001350     05  ECT-EGM-FOUND-SW        PIC X(01) VALUE 'N'.
001360         88  ECT-EGM-FOUND                VALUE 'Y'.
001370     05  ECT-FIRST-GRID-SW       PIC X(01) VALUE 'Y'.
001380         88  ECT-FIRST-GRID               VALUE 'Y'.
001390     05  ECT-YTD-SW              PIC X(01) VALUE 'N'.
001400         88  ECT-YEAR-TO-DATE             VALUE 'Y'.
001410     05  ECT-FATAL-SW            PIC X(01) VALUE 'N'.
001420         88  ECT-FATAL-ERROR              VALUE 'Y'.
001430*-----------------------------------------------------------*
001440*  GRID KEY-RANGE TABLE, LOADED FROM GRDCFG THE SAME WAY
001450*  LGTSCAN LOADS IT.  SLOT 51 HOLDS THE UNITS IN NO GRID.
001460*-----------------------------------------------------------*
001470 01  ECT-GRID-TABLE.
001480     05  ECT-GRID-COUNT          PIC 9(03) VALUE 0.
001490     05  ECT-GRID-ENTRY OCCURS 51 TIMES.
001500         10  ECT-GRID-ID         PIC X(10).
001510         10  ECT-GRID-ROW-ORIGIN PIC 9(05).
001520         10  ECT-GRID-ROW-END    PIC 9(05).
001530         10  ECT-GRID-COL-ORIGIN PIC 9(05).
001540         10  ECT-GRID-COL-END    PIC 9(05).
001550 77  ECT-NO-GRID-SLOT            PIC 9(03) VALUE 051.
001560 77  K                           PIC 9(03) VALUE 1.
001570 77  ECT-GRID-SLOT               PIC 9(03) VALUE 0.
001580 77  ECT-CURRENT-GRID            PIC 9(03) VALUE 0.
001590*-----------------------------------------------------------*
001600*  CERTIFICATE YEAR AND THE UNIT BEING CERTIFIED
001610*-----------------------------------------------------------*
001620 77  ECT-CERT-CCYY               PIC 9(04) VALUE 0.
001630 77  ECT-LAST-MONTH              PIC 9(02) VALUE 12.
001640 77  ECT-FIRST-MONTH             PIC 9(02) VALUE 1.
001650 77  MX                          PIC 9(02) VALUE 0.
001660 77  EY                          PIC 9(01) VALUE 0.
001670 77  ECT-YEAR-SLOT               PIC 9(01) VALUE 0.
001680 01  ECT-INSTALL-DATE            PIC 9(08) VALUE 0.
001690 01  ECT-INSTALL-DATE-R REDEFINES ECT-INSTALL-DATE.
001700     05  ECT-INSTALL-CCYY        PIC 9(04).
001710     05  ECT-INSTALL-MM          PIC 9(02).
001720     05  ECT-INSTALL-DD          PIC 9(02).
001730 77  ECT-ANNUAL-MINUTES          PIC 9(03) VALUE 0.
001740*-----------------------------------------------------------*
001750*  GRID AND RUN COUNTERS
001760*-----------------------------------------------------------*
001770 77  ECT-GRID-UNITS              PIC 9(07) VALUE 0.
001780 77  ECT-GRID-COMPLIANT          PIC 9(07) VALUE 0.
001790 77  ECT-GRID-NOT-COMPLIANT      PIC 9(07) VALUE 0.
001800 77  ECT-GRID-MONTHS-REQUIRED    PIC 9(07) VALUE 0.
001810 77  ECT-GRID-MONTHS-PASSED      PIC 9(07) VALUE 0.
001820 77  ECT-GRID-ANNUAL-REQUIRED    PIC 9(07) VALUE 0.
001830 77  ECT-GRID-ANNUAL-PASSED      PIC 9(07) VALUE 0.
001840 77  ECT-GRIDS-CERTIFIED         PIC 9(07) VALUE 0.
001850 77  ECT-UNITS-LISTED            PIC 9(07) VALUE 0.
001860 77  ECT-UNITS-COMPLIANT         PIC 9(07) VALUE 0.
001870 77  ECT-UNITS-NOT-COMPLIANT     PIC 9(07) VALUE 0.
001880 77  ECT-UNITS-NOT-IN-SERVICE    PIC 9(07) VALUE 0.
001890 77  ECT-UNITS-NO-YEAR           PIC 9(07) VALUE 0.
001900 01  ECT-RUN-DATE                PIC 9(08).
001910 01  ECT-RUN-DATE-R REDEFINES ECT-RUN-DATE.
001920     05  ECT-RUN-DATE-CCYY       PIC 9(04).
001930     05  ECT-RUN-DATE-MM         PIC 9(02).
001940     05  ECT-RUN-DATE-DD         PIC 9(02).
001950*-----------------------------------------------------------*
001960*  REPORT PRINT LINES
001970*-----------------------------------------------------------*
001980 01  ECT-RPT-HEADER-1.
001990     05  FILLER                  PIC X(32) VALUE
002000         'EGRESS LIGHTING CERTIFICATE'.
002010     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002020     05  ECT-RPT-MM              PIC 9(02).
002030     05  FILLER                  PIC X(01) VALUE '/'.
002040     05  ECT-RPT-DD              PIC 9(02).
002050     05  FILLER                  PIC X(01) VALUE '/'.
002060     05  ECT-RPT-CCYY            PIC 9(04).
002070     05  FILLER                  PIC X(80) VALUE SPACES.
002080 01  ECT-RPT-CERT-TITLE.
002090     05  FILLER                  PIC X(52) VALUE
002100         'EMERGENCY EGRESS LIGHTING ANNUAL TEST CERTIFICATE'.
002110     05  FILLER                  PIC X(80) VALUE SPACES.
002120 01  ECT-RPT-GRID-LINE.
002130     05  FILLER                  PIC X(06) VALUE 'GRID: '.
002140     05  ECT-RPT-G-ID            PIC X(10).
002150     05  FILLER                  PIC X(08) VALUE '  ROWS '.
002160     05  ECT-RPT-G-ROW-FROM      PIC ZZZZ9.
002170     05  FILLER                  PIC X(01) VALUE '-'.
002180     05  ECT-RPT-G-ROW-TO        PIC ZZZZ9.
002190     05  FILLER                  PIC X(08) VALUE '  COLS '.
002200     05  ECT-RPT-G-COL-FROM      PIC ZZZZ9.
002210     05  FILLER                  PIC X(01) VALUE '-'.
002220     05  ECT-RPT-G-COL-TO        PIC ZZZZ9.
002230     05  FILLER                  PIC X(14) VALUE
002240         '   TEST YEAR: '.
002250     05  ECT-RPT-G-YEAR          PIC 9(04).
002260     05  FILLER                  PIC X(02) VALUE SPACES.
002270     05  ECT-RPT-G-YTD           PIC X(36).
002280     05  FILLER                  PIC X(22) VALUE SPACES.
002290 01  ECT-RPT-YTD-TEXT.
002300     05  FILLER                  PIC X(24) VALUE
002310         '(YEAR TO DATE, THROUGH '.
002320     05  ECT-RPT-YTD-MM          PIC 9(02).
002330     05  FILLER                  PIC X(01) VALUE '/'.
002340     05  ECT-RPT-YTD-CCYY        PIC 9(04).
002350     05  FILLER                  PIC X(01) VALUE ')'.
002360     05  FILLER                  PIC X(04) VALUE SPACES.
002370 01  ECT-RPT-COL-HDGS.
002380     05  FILLER                  PIC X(07) VALUE 'ROW'.
002390     05  FILLER                  PIC X(07) VALUE 'COL'.
002400     05  FILLER                  PIC X(12) VALUE 'LIGHT ID'.
002410     05  FILLER                  PIC X(06) VALUE 'ZONE'.
002420     05  FILLER                  PIC X(10) VALUE 'INSTALLED'.
002430     05  FILLER                  PIC X(25) VALUE
002440         'J F M A M J J A S O N D'.
002450     05  FILLER                  PIC X(12) VALUE 'ANNUAL TEST'.
002460     05  FILLER                  PIC X(04) VALUE 'RES'.
002470     05  FILLER                  PIC X(06) VALUE 'MINS'.
002480     05  FILLER                  PIC X(14) VALUE 'STATUS'.
002490     05  FILLER                  PIC X(29) VALUE SPACES.
002500 01  ECT-RPT-LEGEND.
002510     05  FILLER                  PIC X(44) VALUE
002520         'P PASSED   F FAILED, NOT RETESTED IN MONTH  '.
002530     05  FILLER                  PIC X(30) VALUE
002540         '- REQUIRED, NO TEST ON FILE'.
002550     05  FILLER                  PIC X(58) VALUE
002560         'BLANK NOT REQUIRED'.
002570 01  ECT-RPT-DETAIL.
002580     05  ECT-RPT-D-ROW           PIC ZZZZ9.
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  ECT-RPT-D-COL           PIC ZZZZ9.
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  ECT-RPT-D-ID            PIC X(10).
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640     05  ECT-RPT-D-ZONE          PIC X(04).
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  ECT-RPT-D-INSTALLED     PIC X(08).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  ECT-RPT-D-MONTH-CELL OCCURS 12 TIMES.
002690         10  ECT-RPT-D-MONTH     PIC X(01).
002700         10  FILLER              PIC X(01).
002710     05  FILLER                  PIC X(01) VALUE SPACES.
002720     05  ECT-RPT-D-ANNUAL-DATE   PIC X(08).
002730     05  FILLER                  PIC X(04) VALUE SPACES.
002740     05  ECT-RPT-D-ANNUAL-RESULT PIC X(01).
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  ECT-RPT-D-ANNUAL-MINS   PIC ZZZ.
002770     05  FILLER                  PIC X(03) VALUE SPACES.
002780     05  ECT-RPT-D-STATUS        PIC X(14).
002790     05  FILLER                  PIC X(29) VALUE SPACES.
002800 01  ECT-RPT-STATEMENT-1.
002810     05  FILLER                  PIC X(45) VALUE
002820         'I CERTIFY THAT THE EMERGENCY EGRESS LIGHTING '.
002830     05  FILLER                  PIC X(87) VALUE
002840         'UNITS LISTED ABOVE WERE TESTED'.
002850 01  ECT-RPT-STATEMENT-2.
002860     05  FILLER                  PIC X(50) VALUE
002870         'FOR 30 SECONDS AT INTERVALS NOT EXCEEDING 30 DAYS '.
002880     05  FILLER                  PIC X(82) VALUE
002890         'AND FOR 90 MINUTES ANNUALLY,'.
002900 01  ECT-RPT-STATEMENT-3.
002910     05  FILLER                  PIC X(132) VALUE
002920         'WITH THE RESULTS SHOWN.'.
002930 01  ECT-RPT-GRID-RESULT.
002940     05  FILLER                  PIC X(18) VALUE
002950         'GRID COMPLIANT:  '.
002960     05  ECT-RPT-GR-RESULT       PIC X(03).
002970     05  FILLER                  PIC X(111) VALUE SPACES.
002980 01  ECT-RPT-SIGN-1.
002990     05  FILLER                  PIC X(48) VALUE
003000         'CERTIFIED BY:  ________________________________'.
003010     05  FILLER                  PIC X(36) VALUE
003020         '   DATE:  ________________'.
003030     05  FILLER                  PIC X(48) VALUE SPACES.
003040 01  ECT-RPT-SIGN-2.
003050     05  FILLER                  PIC X(48) VALUE
003060         'TITLE:         ________________________________'.
003070     05  FILLER                  PIC X(36) VALUE
003080         '   SIGNATURE:  ________________'.
003090     05  FILLER                  PIC X(48) VALUE SPACES.
003100 01  ECT-RPT-TOTAL-LINE.
003110     05  ECT-RPT-TOT-TEXT        PIC X(34).
003120     05  ECT-RPT-TOT-COUNT       PIC ZZZZZZ9.
003130     05  FILLER                  PIC X(91) VALUE SPACES.
003140 LINKAGE SECTION.
003150*-----------------------------------------------------------*
003160*  RUN PARM -- CERTIFICATE YEAR, PASSED BY JCL.  BLANK OR
003170*  INVALID TAKES THE DEFAULT.
003180*-----------------------------------------------------------*
003190 01  ECT-PARM-DATA.
003200     05  ECT-PARM-YEAR           PIC X(04).
003210     05  ECT-PARM-YEAR-N REDEFINES ECT-PARM-YEAR
003220                                 PIC 9(04).
003230     05  FILLER                  PIC X(76).
003240 PROCEDURE DIVISION USING ECT-PARM-DATA.
003250*-----------------------------------------------------------*
003260*  0000-MAINLINE
003270*-----------------------------------------------------------*
003280 0000-MAINLINE.
003290     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003300     IF ECT-FATAL-ERROR
003310         GO TO 9000-TERMINATE
003320     END-IF.
003330*    EVERY EGRESS UNIT IN SERVICE IN THE YEAR, GRID BY GRID
003340     SORT ECT-SORT-FILE
003350         ON ASCENDING KEY ECT-SRT-GRID-SEQ
003360                          ECT-SRT-ROW
003370                          ECT-SRT-COL
003380         INPUT PROCEDURE IS 4000-CERTIFY-UNITS
003390             THRU 4000-EXIT
003400         OUTPUT PROCEDURE IS 6000-PRINT-CERTIFICATES
003410             THRU 6000-EXIT.
003420     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003430     GO TO 9000-TERMINATE.
003440*-----------------------------------------------------------*
003450*  1000-INITIALIZE -- SETTLE THE YEAR, LOAD THE GRID TABLE,
003460*  OPEN FILES.  NO EGRESS MASTER MEANS NOTHING HAS EVER BEEN
003470*  TESTED -- EVERY UNIT PRINTS UNTESTED, WHICH IS THE TRUTH.
003480*-----------------------------------------------------------*
003490 1000-INITIALIZE.
003500     ACCEPT ECT-RUN-DATE FROM DATE YYYYMMDD.
003510     MOVE ECT-RUN-DATE-MM   TO ECT-RPT-MM.
003520     MOVE ECT-RUN-DATE-DD   TO ECT-RPT-DD.
003530     MOVE ECT-RUN-DATE-CCYY TO ECT-RPT-CCYY.
003540     PERFORM 1050-SET-YEAR THRU 1050-EXIT.
003550     OPEN INPUT GRID-CONFIG-FILE.
003560     PERFORM 1100-LOAD-ONE-CONFIG THRU 1100-EXIT
003570         UNTIL ECT-CONFIG-EOF.
003580     CLOSE GRID-CONFIG-FILE.
003590     IF ECT-GRID-COUNT = 0
003600         DISPLAY 'LGTEGCRT: GRID-CONFIG-FILE EMPTY, '
003610                 'USING DEFAULT 10 X 10 GRID'
003620         MOVE 1         TO ECT-GRID-COUNT
003630         MOVE 'DEFAULT' TO ECT-GRID-ID (1)
003640         MOVE 1         TO ECT-GRID-ROW-ORIGIN (1)
003650                           ECT-GRID-COL-ORIGIN (1)
003660         MOVE 10        TO ECT-GRID-ROW-END (1)
003670                           ECT-GRID-COL-END (1)
003680     END-IF.
003690     MOVE '*NO GRID*' TO ECT-GRID-ID (ECT-NO-GRID-SLOT).
003700     MOVE 0           TO ECT-GRID-ROW-ORIGIN (ECT-NO-GRID-SLOT)
003710                         ECT-GRID-ROW-END (ECT-NO-GRID-SLOT)
003720                         ECT-GRID-COL-ORIGIN (ECT-NO-GRID-SLOT)
003730                         ECT-GRID-COL-END (ECT-NO-GRID-SLOT).
003740     OPEN INPUT LIGHT-ATTRIBUTE-FILE.
003750     IF NOT ECT-ATTR-OK
003760         DISPLAY 'LGTEGCRT: CANNOT OPEN ATTRIBUTE FILE, '
003770                 'STATUS ' ECT-ATTR-FILE-STATUS
003780                 ' -- RUN TERMINATED'
003790         MOVE 8 TO RETURN-CODE
003800         SET ECT-FATAL-ERROR TO TRUE
003810         GO TO 1000-EXIT
003820     END-IF.
003830     OPEN INPUT EGRESS-TEST-MASTER.
003840     IF ECT-EGM-OK
003850         MOVE 'Y' TO ECT-EGM-OPEN-SW
003860     ELSE
003870         DISPLAY 'LGTEGCRT: NO EGRESS TEST MASTER -- EVERY '
003880                 'UNIT WILL PRINT UNTESTED'
003890     END-IF.
003900     OPEN INPUT LIGHT-STATUS-MASTER.
003910     IF ECT-MASTER-OK
003920         MOVE 'Y' TO ECT-MASTER-OPEN-SW
003930     ELSE
003940         DISPLAY 'LGTEGCRT: NO LIGHT-STATUS-MASTER -- UNTESTED '
003950                 'UNITS WILL CARRY NO LIGHT ID'
003960     END-IF.
003970     OPEN OUTPUT CERTIFICATE-REPORT.
003980 1000-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------*
004010*  1050-SET-YEAR -- YEAR FROM THE PARM, OR THE YEAR BEFORE
004020*  THE RUN DATE.  THE CURRENT YEAR CERTIFIES TO THE END OF
004030*  LAST MONTH.
004040*-----------------------------------------------------------*
004050 1050-SET-YEAR.
004060     COMPUTE ECT-CERT-CCYY = ECT-RUN-DATE-CCYY - 1.
004070     IF ECT-PARM-YEAR NUMERIC
004080             AND ECT-PARM-YEAR-N > 1900
004090             AND ECT-PARM-YEAR-N NOT > ECT-RUN-DATE-CCYY
004100         MOVE ECT-PARM-YEAR-N TO ECT-CERT-CCYY
004110     END-IF.
004120     MOVE 12 TO ECT-LAST-MONTH.
004130     IF ECT-CERT-CCYY = ECT-RUN-DATE-CCYY
004140         SET ECT-YEAR-TO-DATE TO TRUE
004150         COMPUTE ECT-LAST-MONTH = ECT-RUN-DATE-MM - 1
004160         MOVE SPACES TO ECT-RPT-G-YTD
004170         IF ECT-LAST-MONTH > 0
004180             MOVE ECT-LAST-MONTH    TO ECT-RPT-YTD-MM
004190             MOVE ECT-CERT-CCYY     TO ECT-RPT-YTD-CCYY
004200             MOVE ECT-RPT-YTD-TEXT  TO ECT-RPT-G-YTD
004210         END-IF
004220     ELSE
004230         MOVE SPACES TO ECT-RPT-G-YTD
004240     END-IF.
004250     DISPLAY 'LGTEGCRT: CERTIFYING TEST YEAR ' ECT-CERT-CCYY.
004260 1050-EXIT.
004270     EXIT.
004280 1100-LOAD-ONE-CONFIG.
004290     READ GRID-CONFIG-FILE
004300         AT END
004310             SET ECT-CONFIG-EOF TO TRUE
004320     END-READ.
004330     IF ECT-CONFIG-EOF
004340         GO TO 1100-EXIT
004350     END-IF.
004360     IF ECT-GRID-COUNT >= 50
004370         GO TO 1100-EXIT
004380     END-IF.
004390     ADD 1 TO ECT-GRID-COUNT.
004400     MOVE GRID-ID TO ECT-GRID-ID (ECT-GRID-COUNT).
004410     IF GRID-ROW-ORIGIN = 0
004420         MOVE 1 TO ECT-GRID-ROW-ORIGIN (ECT-GRID-COUNT)
004430     ELSE
004440         MOVE GRID-ROW-ORIGIN
004450             TO ECT-GRID-ROW-ORIGIN (ECT-GRID-COUNT)
004460     END-IF.
004470     IF GRID-COL-ORIGIN = 0
004480         MOVE 1 TO ECT-GRID-COL-ORIGIN (ECT-GRID-COUNT)
004490     ELSE
004500         MOVE GRID-COL-ORIGIN
004510             TO ECT-GRID-COL-ORIGIN (ECT-GRID-COUNT)
004520     END-IF.
004530     COMPUTE ECT-GRID-ROW-END (ECT-GRID-COUNT) =
004540         ECT-GRID-ROW-ORIGIN (ECT-GRID-COUNT)
004550         + GRID-ROW-LIMIT - 1.
004560     COMPUTE ECT-GRID-COL-END (ECT-GRID-COUNT) =
004570         ECT-GRID-COL-ORIGIN (ECT-GRID-COUNT)
004580         + GRID-COL-LIMIT - 1.
004590 1100-EXIT.
004600     EXIT.
004610*-----------------------------------------------------------*
004620*  4000-CERTIFY-UNITS -- SORT INPUT PROCEDURE.  BROWSE
004630*  LIGHT-ATTRIBUTE-FILE FOR EVERY EGRESS UNIT, JUDGE ITS YEAR
004640*  AGAINST WHAT WAS REQUIRED OF IT, AND RELEASE IT UNDER ITS
004650*  GRID.
004660*-----------------------------------------------------------*
004670 4000-CERTIFY-UNITS.
004680     MOVE LOW-VALUES TO ATTR-KEY.
004690     START LIGHT-ATTRIBUTE-FILE KEY IS NOT LESS THAN ATTR-KEY
004700         INVALID KEY
004710             SET ECT-ATTR-EOF TO TRUE
004720     END-START.
004730     PERFORM 4100-CERTIFY-ONE-UNIT THRU 4100-EXIT
004740         UNTIL ECT-ATTR-EOF.
004750 4000-EXIT.
004760     EXIT.
004770 4100-CERTIFY-ONE-UNIT.
004780     READ LIGHT-ATTRIBUTE-FILE NEXT RECORD
004790         AT END
004800             SET ECT-ATTR-EOF TO TRUE
004810     END-READ.
004820     IF ECT-ATTR-EOF
004830         GO TO 4100-EXIT
004840     END-IF.
004850     IF NOT ATTR-EGRESS-UNIT
004860         GO TO 4100-EXIT
004870     END-IF.
004880*    A USABLE INSTALL DATE SETS THE FIRST MONTH REQUIRED;
004890*    INSTALLED AFTER THE YEAR, THE UNIT IS NOT ON THIS
004900*    CERTIFICATE
004910     MOVE ATTR-INSTALL-DATE TO ECT-INSTALL-DATE.
004920     MOVE 1   TO ECT-FIRST-MONTH.
004930     MOVE 'Y' TO ECT-SRT-ANNUAL-SW.
004940     IF ECT-INSTALL-DATE NUMERIC
004950             AND ECT-INSTALL-MM >= 1 AND ECT-INSTALL-MM <= 12
004960             AND ECT-INSTALL-DD >= 1 AND ECT-INSTALL-DD <= 31
004970         IF ECT-INSTALL-CCYY > ECT-CERT-CCYY
004980             ADD 1 TO ECT-UNITS-NOT-IN-SERVICE
004990             GO TO 4100-EXIT
005000         END-IF
005010         IF ECT-INSTALL-CCYY = ECT-CERT-CCYY
005020             COMPUTE ECT-FIRST-MONTH = ECT-INSTALL-MM + 1
005030             MOVE 'N' TO ECT-SRT-ANNUAL-SW
005040         END-IF
005050     END-IF.
005060     PERFORM 4200-FIND-GRID THRU 4200-EXIT.
005070     PERFORM 4300-GET-TEST-YEAR THRU 4300-EXIT.
005080     MOVE ECT-GRID-SLOT     TO ECT-SRT-GRID-SEQ.
005090     MOVE ATTR-ROW          TO ECT-SRT-ROW.
005100     MOVE ATTR-COL          TO ECT-SRT-COL.
005110     MOVE ATTR-ZONE-CODE    TO ECT-SRT-ZONE.
005120     MOVE ATTR-INSTALL-DATE TO ECT-SRT-INSTALL-DATE.
005130     MOVE 0 TO ECT-SRT-MONTHS-REQUIRED.
005140     MOVE 0 TO ECT-SRT-MONTHS-PASSED.
005150     MOVE 'Y' TO ECT-SRT-COMPLIANT-SW.
005160     PERFORM 4400-JUDGE-MONTH THRU 4400-EXIT
005170         VARYING MX FROM 1 BY 1 UNTIL MX > 12.
005180     PERFORM 4500-JUDGE-ANNUAL THRU 4500-EXIT.
005190     RELEASE ECT-SORT-RECORD.
005200 4100-EXIT.
005210     EXIT.
005220*-----------------------------------------------------------*
005230*  4200-FIND-GRID -- THE GRID WHOSE KEY RANGE HOLDS THE UNIT,
005240*  OR THE NO-GRID SLOT
005250*-----------------------------------------------------------*
005260 4200-FIND-GRID.
005270     MOVE 0 TO ECT-GRID-SLOT.
005280     PERFORM 4210-SCAN-GRID THRU 4210-EXIT
005290         VARYING K FROM 1 BY 1
005300             UNTIL ECT-GRID-SLOT > 0 OR K > ECT-GRID-COUNT.
005310     IF ECT-GRID-SLOT = 0
005320         MOVE ECT-NO-GRID-SLOT TO ECT-GRID-SLOT
005330     END-IF.
005340 4200-EXIT.
005350     EXIT.
005360 4210-SCAN-GRID.
005370     IF K > ECT-GRID-COUNT
005380         GO TO 4210-EXIT
005390     END-IF.
005400     IF ATTR-ROW >= ECT-GRID-ROW-ORIGIN (K)
005410             AND ATTR-ROW <= ECT-GRID-ROW-END (K)
005420             AND ATTR-COL >= ECT-GRID-COL-ORIGIN (K)
005430             AND ATTR-COL <= ECT-GRID-COL-END (K)
005440         MOVE K TO ECT-GRID-SLOT
005450     END-IF.
005460 4210-EXIT.
005470     EXIT.
005480*-----------------------------------------------------------*
005490*  4300-GET-TEST-YEAR -- THE UNIT'S EGRESS MASTER RECORD AND
005500*  THE ENTRY FOR THE CERTIFICATE YEAR.  NO RECORD, OR NO
005510*  ENTRY FOR THE YEAR, LEAVES THE YEAR SLOT ZERO -- NOTHING
005520*  ON FILE.
005530*-----------------------------------------------------------*
005540 4300-GET-TEST-YEAR.
005550     MOVE 0      TO ECT-YEAR-SLOT.
005560     MOVE 'N'    TO ECT-EGM-FOUND-SW.
005570     MOVE SPACES TO ECT-SRT-LIGHT-ID.
005580     IF ECT-EGM-IS-OPEN
005590         MOVE ATTR-ROW TO EGM-ROW
005600         MOVE ATTR-COL TO EGM-COL
005610         MOVE 'Y' TO ECT-EGM-FOUND-SW
005620         READ EGRESS-TEST-MASTER
005630             INVALID KEY
005640                 MOVE 'N' TO ECT-EGM-FOUND-SW
005650         END-READ
005660     END-IF.
005670     IF ECT-EGM-FOUND
005680         MOVE EGM-LIGHT-ID TO ECT-SRT-LIGHT-ID
005690         PERFORM 4310-SCAN-YEAR THRU 4310-EXIT
005700             VARYING EY FROM 1 BY 1
005710                 UNTIL ECT-YEAR-SLOT > 0 OR EY > 2
005720         IF ECT-YEAR-SLOT = 0
005730             ADD 1 TO ECT-UNITS-NO-YEAR
005740         END-IF
005750     END-IF.
005760     IF ECT-SRT-LIGHT-ID = SPACES AND ECT-MASTER-IS-OPEN
005770         MOVE ATTR-ROW TO LGT-MASTER-ROW
005780         MOVE ATTR-COL TO LGT-MASTER-COL
005790         READ LIGHT-STATUS-MASTER
005800             INVALID KEY
005810                 MOVE SPACES TO LGT-MASTER-ID
005820         END-READ
005830         MOVE LGT-MASTER-ID TO ECT-SRT-LIGHT-ID
005840     END-IF.
005850 4300-EXIT.
005860     EXIT.
005870 4310-SCAN-YEAR.
005880     IF EGM-YR-CCYY (EY) = ECT-CERT-CCYY
005890         MOVE EY TO ECT-YEAR-SLOT
005900     END-IF.
005910 4310-EXIT.
005920     EXIT.
005930*-----------------------------------------------------------*
005940*  4400-JUDGE-MONTH -- ONE MONTH CELL.  A MONTH REQUIRED AND
005950*  NOT PASSED MAKES THE UNIT NOT COMPLIANT.
005960*-----------------------------------------------------------*
005970 4400-JUDGE-MONTH.
005980     MOVE SPACE TO ECT-SRT-MONTH (MX).
005990     IF ECT-YEAR-SLOT > 0
006000         MOVE EGM-YR-MONTH-RESULT (ECT-YEAR-SLOT, MX)
006010             TO ECT-SRT-MONTH (MX)
006020     END-IF.
006030     IF MX < ECT-FIRST-MONTH OR MX > ECT-LAST-MONTH
006040         GO TO 4400-EXIT
006050     END-IF.
006060     ADD 1 TO ECT-SRT-MONTHS-REQUIRED.
006070     IF ECT-SRT-MONTH (MX) = 'P'
006080         ADD 1 TO ECT-SRT-MONTHS-PASSED
006090         GO TO 4400-EXIT
006100     END-IF.
006110     IF ECT-SRT-MONTH (MX) NOT = 'F'
006120         MOVE '-' TO ECT-SRT-MONTH (MX)
006130     END-IF.
006140     MOVE 'N' TO ECT-SRT-COMPLIANT-SW.
006150 4400-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------*
006180*  4500-JUDGE-ANNUAL -- THE YEAR'S 90-MINUTE TEST.  ON A
006190*  CURRENT-YEAR CERTIFICATE ONE NOT YET DONE IS PENDING, NOT
006200*  MISSED; A FAILED ONE STILL COUNTS AGAINST THE UNIT.
006210*-----------------------------------------------------------*
006220 4500-JUDGE-ANNUAL.
006230     MOVE 0      TO ECT-SRT-ANNUAL-DATE.
006240     MOVE SPACES TO ECT-SRT-ANNUAL-RESULT.
006250     MOVE 0      TO ECT-SRT-ANNUAL-SECS.
006260     IF ECT-YEAR-SLOT > 0
006270         MOVE EGM-YR-ANNUAL-DATE (ECT-YEAR-SLOT)
006280             TO ECT-SRT-ANNUAL-DATE
006290         MOVE EGM-YR-ANNUAL-RESULT (ECT-YEAR-SLOT)
006300             TO ECT-SRT-ANNUAL-RESULT
006310         MOVE EGM-YR-ANNUAL-SECS (ECT-YEAR-SLOT)
006320             TO ECT-SRT-ANNUAL-SECS
006330     END-IF.
006340     IF ECT-YEAR-TO-DATE AND ECT-SRT-ANNUAL-RESULT = SPACES
006350         MOVE 'N' TO ECT-SRT-ANNUAL-SW
006360     END-IF.
006370     IF NOT ECT-SRT-ANNUAL-REQUIRED
006380         GO TO 4500-EXIT
006390     END-IF.
006400     IF ECT-SRT-ANNUAL-RESULT NOT = 'P'
006410         MOVE 'N' TO ECT-SRT-COMPLIANT-SW
006420     END-IF.
006430 4500-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------*
006460*  6000-PRINT-CERTIFICATES -- SORT OUTPUT PROCEDURE: ONE
006470*  CERTIFICATE PER GRID, ITS UNITS IN KEY ORDER, CLOSED BY
006480*  THE GRID'S COUNTS AND THE SIGNATURE BLOCK
006490*-----------------------------------------------------------*
006500 6000-PRINT-CERTIFICATES.
006510     PERFORM 6100-PRINT-ONE-UNIT THRU 6100-EXIT
006520         UNTIL ECT-SORT-EOF.
006530     IF NOT ECT-FIRST-GRID
006540         PERFORM 6300-CLOSE-CERTIFICATE THRU 6300-EXIT
006550     END-IF.
006560 6000-EXIT.
006570     EXIT.
006580 6100-PRINT-ONE-UNIT.
006590     RETURN ECT-SORT-FILE
006600         AT END
006610             SET ECT-SORT-EOF TO TRUE
006620     END-RETURN.
006630     IF ECT-SORT-EOF
006640         GO TO 6100-EXIT
006650     END-IF.
006660     IF ECT-FIRST-GRID OR ECT-SRT-GRID-SEQ NOT = ECT-CURRENT-GRID
006670         IF NOT ECT-FIRST-GRID
006680             PERFORM 6300-CLOSE-CERTIFICATE THRU 6300-EXIT
006690         END-IF
006700         PERFORM 6200-OPEN-CERTIFICATE THRU 6200-EXIT
006710     END-IF.
006720     ADD 1 TO ECT-GRID-UNITS.
006730     ADD 1 TO ECT-UNITS-LISTED.
006740     ADD ECT-SRT-MONTHS-REQUIRED TO ECT-GRID-MONTHS-REQUIRED.
006750     ADD ECT-SRT-MONTHS-PASSED   TO ECT-GRID-MONTHS-PASSED.
006760     MOVE SPACES              TO ECT-RPT-DETAIL.
006770     MOVE ECT-SRT-ROW         TO ECT-RPT-D-ROW.
006780     MOVE ECT-SRT-COL         TO ECT-RPT-D-COL.
006790     MOVE ECT-SRT-LIGHT-ID    TO ECT-RPT-D-ID.
006800     MOVE ECT-SRT-ZONE        TO ECT-RPT-D-ZONE.
006810     MOVE ECT-SRT-INSTALL-DATE TO ECT-RPT-D-INSTALLED.
006820     PERFORM 6110-MOVE-MONTH THRU 6110-EXIT
006830         VARYING MX FROM 1 BY 1 UNTIL MX > 12.
006840     IF ECT-SRT-ANNUAL-DATE > 0
006850         MOVE ECT-SRT-ANNUAL-DATE   TO ECT-RPT-D-ANNUAL-DATE
006860         MOVE ECT-SRT-ANNUAL-RESULT TO ECT-RPT-D-ANNUAL-RESULT
006870         COMPUTE ECT-ANNUAL-MINUTES = ECT-SRT-ANNUAL-SECS / 60
006880         MOVE ECT-ANNUAL-MINUTES    TO ECT-RPT-D-ANNUAL-MINS
006890     ELSE
006900         IF ECT-SRT-ANNUAL-REQUIRED
006910             MOVE 'NONE'            TO ECT-RPT-D-ANNUAL-DATE
006920             MOVE '-'               TO ECT-RPT-D-ANNUAL-RESULT
006930         ELSE
006940             IF ECT-YEAR-TO-DATE
006950                 MOVE 'PENDING'     TO ECT-RPT-D-ANNUAL-DATE
006960             END-IF
006970         END-IF
006980     END-IF.
006990     IF ECT-SRT-ANNUAL-REQUIRED
007000         ADD 1 TO ECT-GRID-ANNUAL-REQUIRED
007010         IF ECT-SRT-ANNUAL-RESULT = 'P'
007020             ADD 1 TO ECT-GRID-ANNUAL-PASSED
007030         END-IF
007040     END-IF.
007050     IF ECT-SRT-COMPLIANT
007060         MOVE 'COMPLIANT'     TO ECT-RPT-D-STATUS
007070         ADD 1 TO ECT-GRID-COMPLIANT
007080         ADD 1 TO ECT-UNITS-COMPLIANT
007090     ELSE
007100         MOVE 'NOT COMPLIANT' TO ECT-RPT-D-STATUS
007110         ADD 1 TO ECT-GRID-NOT-COMPLIANT
007120         ADD 1 TO ECT-UNITS-NOT-COMPLIANT
007130     END-IF.
007140     WRITE ECT-RPT-RECORD FROM ECT-RPT-DETAIL
007150         AFTER ADVANCING 1 LINE.
007160 6100-EXIT.
007170     EXIT.
007180 6110-MOVE-MONTH.
007190     MOVE ECT-SRT-MONTH (MX) TO ECT-RPT-D-MONTH (MX).
007200 6110-EXIT.
007210     EXIT.
007220*-----------------------------------------------------------*
007230*  6200-OPEN-CERTIFICATE -- NEW PAGE FOR THE NEXT GRID
007240*-----------------------------------------------------------*
007250 6200-OPEN-CERTIFICATE.
007260     MOVE 'N'              TO ECT-FIRST-GRID-SW.
007270     MOVE ECT-SRT-GRID-SEQ TO ECT-CURRENT-GRID.
007280     ADD 1 TO ECT-GRIDS-CERTIFIED.
007290     MOVE 0 TO ECT-GRID-UNITS.
007300     MOVE 0 TO ECT-GRID-COMPLIANT.
007310     MOVE 0 TO ECT-GRID-NOT-COMPLIANT.
007320     MOVE 0 TO ECT-GRID-MONTHS-REQUIRED.
007330     MOVE 0 TO ECT-GRID-MONTHS-PASSED.
007340     MOVE 0 TO ECT-GRID-ANNUAL-REQUIRED.
007350     MOVE 0 TO ECT-GRID-ANNUAL-PASSED.
007360     MOVE ECT-GRID-ID (ECT-CURRENT-GRID)
007370                           TO ECT-RPT-G-ID.
007380     MOVE ECT-GRID-ROW-ORIGIN (ECT-CURRENT-GRID)
007390                           TO ECT-RPT-G-ROW-FROM.
007400     MOVE ECT-GRID-ROW-END (ECT-CURRENT-GRID)
007410                           TO ECT-RPT-G-ROW-TO.
007420     MOVE ECT-GRID-COL-ORIGIN (ECT-CURRENT-GRID)
007430                           TO ECT-RPT-G-COL-FROM.
007440     MOVE ECT-GRID-COL-END (ECT-CURRENT-GRID)
007450                           TO ECT-RPT-G-COL-TO.
007460     MOVE ECT-CERT-CCYY    TO ECT-RPT-G-YEAR.
007470     WRITE ECT-RPT-RECORD FROM ECT-RPT-HEADER-1
007480         AFTER ADVANCING PAGE.
007490     WRITE ECT-RPT-RECORD FROM ECT-RPT-CERT-TITLE
007500         AFTER ADVANCING 2 LINES.
007510     WRITE ECT-RPT-RECORD FROM ECT-RPT-GRID-LINE
007520         AFTER ADVANCING 1 LINE.
007530     WRITE ECT-RPT-RECORD FROM ECT-RPT-LEGEND
007540         AFTER ADVANCING 1 LINE.
007550     MOVE SPACES TO ECT-RPT-RECORD.
007560     WRITE ECT-RPT-RECORD AFTER ADVANCING 1 LINE.
007570     WRITE ECT-RPT-RECORD FROM ECT-RPT-COL-HDGS
007580         AFTER ADVANCING 1 LINE.
007590 6200-EXIT.
007600     EXIT.
007610*-----------------------------------------------------------*
007620*  6300-CLOSE-CERTIFICATE -- THE GRID'S COUNTS, ITS RESULT,
007630*  AND THE SIGNATURE BLOCK
007640*-----------------------------------------------------------*
007650 6300-CLOSE-CERTIFICATE.
007660     MOVE SPACES TO ECT-RPT-RECORD.
007670     WRITE ECT-RPT-RECORD AFTER ADVANCING 1 LINE.
007680     MOVE 'EGRESS UNITS CERTIFIED'     TO ECT-RPT-TOT-TEXT.
007690     MOVE ECT-GRID-UNITS               TO ECT-RPT-TOT-COUNT.
007700     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007710     MOVE '  COMPLIANT'                TO ECT-RPT-TOT-TEXT.
007720     MOVE ECT-GRID-COMPLIANT           TO ECT-RPT-TOT-COUNT.
007730     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007740     MOVE '  NOT COMPLIANT'            TO ECT-RPT-TOT-TEXT.
007750     MOVE ECT-GRID-NOT-COMPLIANT       TO ECT-RPT-TOT-COUNT.
007760     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007770     MOVE 'MONTHLY TESTS REQUIRED'     TO ECT-RPT-TOT-TEXT.
007780     MOVE ECT-GRID-MONTHS-REQUIRED     TO ECT-RPT-TOT-COUNT.
007790     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007800     MOVE 'MONTHLY TESTS PASSED'       TO ECT-RPT-TOT-TEXT.
007810     MOVE ECT-GRID-MONTHS-PASSED       TO ECT-RPT-TOT-COUNT.
007820     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007830     MOVE 'ANNUAL TESTS REQUIRED'      TO ECT-RPT-TOT-TEXT.
007840     MOVE ECT-GRID-ANNUAL-REQUIRED     TO ECT-RPT-TOT-COUNT.
007850     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007860     MOVE 'ANNUAL TESTS PASSED'        TO ECT-RPT-TOT-TEXT.
007870     MOVE ECT-GRID-ANNUAL-PASSED       TO ECT-RPT-TOT-COUNT.
007880     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007890     IF ECT-GRID-NOT-COMPLIANT = 0
007900         MOVE 'YES' TO ECT-RPT-GR-RESULT
007910     ELSE
007920         MOVE 'NO'  TO ECT-RPT-GR-RESULT
007930     END-IF.
007940     WRITE ECT-RPT-RECORD FROM ECT-RPT-GRID-RESULT
007950         AFTER ADVANCING 2 LINES.
007960     WRITE ECT-RPT-RECORD FROM ECT-RPT-STATEMENT-1
007970         AFTER ADVANCING 2 LINES.
007980     WRITE ECT-RPT-RECORD FROM ECT-RPT-STATEMENT-2
007990         AFTER ADVANCING 1 LINE.
008000     WRITE ECT-RPT-RECORD FROM ECT-RPT-STATEMENT-3
008010         AFTER ADVANCING 1 LINE.
008020     WRITE ECT-RPT-RECORD FROM ECT-RPT-SIGN-1
008030         AFTER ADVANCING 3 LINES.
008040     WRITE ECT-RPT-RECORD FROM ECT-RPT-SIGN-2
008050         AFTER ADVANCING 2 LINES.
008060 6300-EXIT.
008070     EXIT.
008080*-----------------------------------------------------------*
008090*  7000-PRINT-TOTALS -- RUN TOTALS ON A PAGE OF THEIR OWN
008100*-----------------------------------------------------------*
008110 7000-PRINT-TOTALS.
008120     WRITE ECT-RPT-RECORD FROM ECT-RPT-HEADER-1
008130         AFTER ADVANCING PAGE.
008140     MOVE SPACES TO ECT-RPT-RECORD.
008150     WRITE ECT-RPT-RECORD AFTER ADVANCING 1 LINE.
008160     MOVE 'CERTIFICATE YEAR'           TO ECT-RPT-TOT-TEXT.
008170     MOVE ECT-CERT-CCYY                TO ECT-RPT-TOT-COUNT.
008180     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008190     MOVE 'GRIDS CERTIFIED'            TO ECT-RPT-TOT-TEXT.
008200     MOVE ECT-GRIDS-CERTIFIED          TO ECT-RPT-TOT-COUNT.
008210     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008220     MOVE 'EGRESS UNITS CERTIFIED'     TO ECT-RPT-TOT-TEXT.
008230     MOVE ECT-UNITS-LISTED             TO ECT-RPT-TOT-COUNT.
008240     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008250     MOVE '  COMPLIANT'                TO ECT-RPT-TOT-TEXT.
008260     MOVE ECT-UNITS-COMPLIANT          TO ECT-RPT-TOT-COUNT.
008270     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008280     MOVE '  NOT COMPLIANT'            TO ECT-RPT-TOT-TEXT.
008290     MOVE ECT-UNITS-NOT-COMPLIANT      TO ECT-RPT-TOT-COUNT.
008300     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008310     MOVE 'INSTALLED AFTER THE YEAR'   TO ECT-RPT-TOT-TEXT.
008320     MOVE ECT-UNITS-NOT-IN-SERVICE     TO ECT-RPT-TOT-COUNT.
008330     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008340     MOVE 'TESTED, BUT NOT IN THE YEAR'  TO ECT-RPT-TOT-TEXT.
008350     MOVE ECT-UNITS-NO-YEAR            TO ECT-RPT-TOT-COUNT.
008360     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008370 7000-EXIT.
008380     EXIT.
008390 7100-WRITE-TOTAL-LINE.
008400     WRITE ECT-RPT-RECORD FROM ECT-RPT-TOTAL-LINE
008410         AFTER ADVANCING 1 LINE.
008420 7100-EXIT.
008430     EXIT.
008440*-----------------------------------------------------------*
008450*  9000-TERMINATE
008460*-----------------------------------------------------------*
008470 9000-TERMINATE.
008480     IF ECT-FATAL-ERROR
008490         GOBACK
008500     END-IF.
008510     CLOSE LIGHT-ATTRIBUTE-FILE.
008520     IF ECT-EGM-IS-OPEN
008530         CLOSE EGRESS-TEST-MASTER
008540     END-IF.
008550     IF ECT-MASTER-IS-OPEN
008560         CLOSE LIGHT-STATUS-MASTER
008570     END-IF.
008580     CLOSE CERTIFICATE-REPORT.
008590     GOBACK.
008600 END PROGRAM LGTEGCRT.
