      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTBUDVR.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTBUDVR -- MONTH-END ZONE ENERGY BUDGET VARIANCE REPORT.
000090*  COMPARES EACH ZONE'S PRICED LIGHTING ENERGY, AS BILLED BY
000100*  LGTCHGBK FROM ENRGEXT AND RATEFILE AND WRITTEN TO THE ZONE
000110*  MONTH-ACTUALS EXTRACT (ZONEACT, SEE ZACTREC.CPY), AGAINST
000120*  THE ZONE'S BUDGET ON THE ZONE BUDGET FILE (ZONEBUD, SEE
000130*  ZBUDREC.CPY):
000140*
000150*     - THE MONTH: ACTUAL KWH AND COST AGAINST THE BUDGET FOR
000160*       THAT FISCAL PERIOD.
000170*     - FISCAL YEAR TO DATE: EVERY ZONEACT MONTH FROM THE
000180*       START OF THE FISCAL YEAR THROUGH THE REPORT MONTH
000190*       AGAINST THE BUDGET FOR THOSE PERIODS.  THE JOB
000200*       CONCATENATES THE FISCAL YEAR'S ZONEACT GENERATIONS;
000210*       MONTHS OUTSIDE THE YEAR TO DATE ARE SKIPPED.
000220*     - PROJECTION: STRAIGHT LINE -- YEAR-TO-DATE ACTUAL
000230*       DIVIDED BY THE PERIODS ELAPSED, TIMES 12 -- AGAINST
000240*       THE FULL-YEAR BUDGET, AS A PERCENTAGE OVER OR UNDER.
000250*
000260*  VARIANCES ARE ACTUAL LESS BUDGET, SO A POSITIVE FIGURE IS
000270*  OVER BUDGET.  A ZONE BILLED BY LGTCHGBK BUT MISSING FROM
000280*  ZONEBUD IS REPORTED AGAINST A ZERO BUDGET.  EVERY ZONE
000290*  PROJECTED OVER ITS YEAR'S KWH OR DOLLAR BUDGET BY MORE
000300*  THAN THE PARM PERCENTAGE IS FLAGGED AND REPEATED ON THE
000310*  EXCEPTION PAGE.  ALL ON BUDVRPT.
000320*
000330*  RUN PARM (POSITIONS):
000340*     1-6   REPORT MONTH, CCYYMM (BLANK OR INVALID DEFAULTS TO
000350*           THE MONTH BEFORE THE RUN DATE)
000360*     7-8   FIRST MONTH OF THE FISCAL YEAR, MM (DEFAULT 01)
000370*     9-11  EXCEPTION PERCENTAGE, 3 DIGITS (DEFAULT 005)
000380*
000390*  MODIFICATION HISTORY
000400*     2026-10-14  CJM  Initial version.
000402*     2026-10-15  CJM  A PERCENTAGE TOO LARGE FOR ITS FIELD
000404*                      (A VERY SMALL BUDGET) PRINTS AS 999.9.
000410*-----------------------------------------------------------*
000420 ENVIRONMENT DIVISION.
000430 CONFIGURATION SECTION.
000440 SOURCE-COMPUTER.    IBM-370.
000450 OBJECT-COMPUTER.    IBM-370.
000460 INPUT-OUTPUT SECTION.
000470 FILE-CONTROL.
000480     SELECT ZONE-BUDGET-FILE    ASSIGN TO ZONEBUD
000490            ORGANIZATION IS SEQUENTIAL
000500            FILE STATUS IS BDV-BUD-FILE-STATUS.
000510     SELECT ZONE-ACTUAL-FILE    ASSIGN TO ZONEACT
000520            ORGANIZATION IS SEQUENTIAL
000530            FILE STATUS IS BDV-ACT-FILE-STATUS.
000540     SELECT BUDGET-VARIANCE-REPORT ASSIGN TO BUDVRPT
000550            ORGANIZATION IS SEQUENTIAL.
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  ZONE-BUDGET-FILE
000590     RECORDING MODE IS F
000600     LABEL RECORDS ARE STANDARD.
000610 COPY ZBUDREC.
000620 FD  ZONE-ACTUAL-FILE
000630     RECORDING MODE IS F
000640     LABEL RECORDS ARE STANDARD.
000650 COPY ZACTREC.
000660 FD  BUDGET-VARIANCE-REPORT
000670     RECORDING MODE IS F
000680     LABEL RECORDS ARE OMITTED.
000690 01  BDV-RPT-RECORD              PIC X(132).
000700 WORKING-STORAGE SECTION.
000710*-----------------------------------------------------------*
000720*  WORKING STORAGE -- FILE STATUS, SWITCHES
000730*-----------------------------------------------------------*
000740 01  BDV-BUD-FILE-STATUS         PIC X(02) VALUE '00'.
000750     88  BDV-BUD-OK                   VALUE '00'.
000760 01  BDV-ACT-FILE-STATUS         PIC X(02) VALUE '00'.
000770     88  BDV-ACT-OK                   VALUE '00'.
000780 01  BDV-SWITCHES.
000790     05  BDV-BUD-EOF-SW          PIC X(01) VALUE 'N'.
000800         88  BDV-BUD-EOF                  VALUE 'Y'.
000810     05  BDV-ACT-EOF-SW          PIC X(01) VALUE 'N'.
000820         88  BDV-ACT-EOF                  VALUE 'Y'.
000830     05  BDV-FATAL-SW            PIC X(01) VALUE 'N'.
000840         88  BDV-FATAL-ERROR              VALUE 'Y'.
000850     05  BDV-ZONE-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000860         88  BDV-ZONE-OVERFLOW            VALUE 'Y'.
000870     05  BDV-LINE-OVER-SW        PIC X(01) VALUE 'N'.
000880         88  BDV-LINE-OVER                VALUE 'Y'.
000890*-----------------------------------------------------------*
000900*  REPORT MONTH AND FISCAL YEAR.  MONTH NUMBERS ARE CCYY * 12
000910*  + MM, SO THE PERIOD OF ANY MONTH IS ITS DISTANCE FROM THE
000920*  FISCAL YEAR'S FIRST MONTH PLUS ONE.
000930*-----------------------------------------------------------*
000940 01  BDV-MONTH                   PIC 9(06) VALUE 0.
000950 01  BDV-MONTH-R REDEFINES BDV-MONTH.
000960     05  BDV-MONTH-CCYY          PIC 9(04).
000970     05  BDV-MONTH-MM            PIC 9(02).
000980 01  BDV-FY-FIRST-MONTH          PIC 9(06) VALUE 0.
000990 01  BDV-FY-FIRST-R REDEFINES BDV-FY-FIRST-MONTH.
001000     05  BDV-FY-FIRST-CCYY       PIC 9(04).
001010     05  BDV-FY-FIRST-MM         PIC 9(02).
001020 01  BDV-ACT-MONTH               PIC 9(06) VALUE 0.
001030 01  BDV-ACT-MONTH-R REDEFINES BDV-ACT-MONTH.
001040     05  BDV-ACT-MONTH-CCYY      PIC 9(04).
001050     05  BDV-ACT-MONTH-MM        PIC 9(02).
001060 77  BDV-FY-START-MM             PIC 9(02) VALUE 01.
001070 77  BDV-FISCAL-YEAR             PIC 9(04) VALUE 0.
001080 77  BDV-PERIODS-ELAPSED         PIC 9(03) COMP VALUE 0.
001090 77  BDV-EXCEPT-PCT              PIC 9(03) VALUE 005.
001100 77  BDV-FY-FIRST-NUM            PIC 9(07) COMP VALUE 0.
001110 77  BDV-ACT-NUM                 PIC 9(07) COMP VALUE 0.
001120 77  BDV-ACT-PERIOD              PIC S9(07) COMP VALUE 0.
001130 77  BP                          PIC 9(03) COMP VALUE 0.
001140*-----------------------------------------------------------*
001150*  ZONE TABLE -- BUDGET AND ACTUAL FOR THE MONTH, THE YEAR TO
001160*  DATE AND (BUDGET ONLY) THE FULL YEAR
001170*-----------------------------------------------------------*
001180 01  BDV-ZONE-TABLE.
001190     05  BDV-ZONE-COUNT          PIC 9(03) VALUE 0.
001200     05  BDV-ZONE-ENTRY OCCURS 100 TIMES.
001210         10  BDV-ZONE-CODE       PIC X(04).
001220         10  BDV-ZONE-BUDGET-SW  PIC X(01).
001230             88  BDV-ZONE-BUDGETED        VALUE 'Y'.
001240         10  BDV-ZONE-OVER-SW    PIC X(01).
001250             88  BDV-ZONE-OVER            VALUE 'Y'.
001260         10  BDV-ZONE-MTH-ACT-KWH  PIC 9(09)V99.
001270         10  BDV-ZONE-MTH-ACT-DOL  PIC 9(09)V99.
001280         10  BDV-ZONE-MTH-BUD-KWH  PIC 9(09)V99.
001290         10  BDV-ZONE-MTH-BUD-DOL  PIC 9(09)V99.
001300         10  BDV-ZONE-YTD-ACT-KWH  PIC 9(09)V99.
001310         10  BDV-ZONE-YTD-ACT-DOL  PIC 9(09)V99.
001320         10  BDV-ZONE-YTD-BUD-KWH  PIC 9(09)V99.
001330         10  BDV-ZONE-YTD-BUD-DOL  PIC 9(09)V99.
001340         10  BDV-ZONE-ANN-BUD-KWH  PIC 9(09)V99.
001350         10  BDV-ZONE-ANN-BUD-DOL  PIC 9(09)V99.
001360 77  BZ                          PIC 9(03) COMP VALUE 0.
001370 77  BDV-ZONE-SLOT               PIC 9(03) COMP VALUE 0.
001380 01  BDV-CURRENT-ZONE            PIC X(04) VALUE SPACES.
001390*-----------------------------------------------------------*
001400*  ALL-ZONE TOTALS (KWH AND DOLLARS)
001410*-----------------------------------------------------------*
001420 01  BDV-GRAND-TOTALS.
001430     05  BDV-TOT-MTH-ACT-KWH     PIC 9(09)V99 VALUE 0.
001440     05  BDV-TOT-MTH-ACT-DOL     PIC 9(09)V99 VALUE 0.
001450     05  BDV-TOT-MTH-BUD-KWH     PIC 9(09)V99 VALUE 0.
001460     05  BDV-TOT-MTH-BUD-DOL     PIC 9(09)V99 VALUE 0.
001470     05  BDV-TOT-YTD-ACT-KWH     PIC 9(09)V99 VALUE 0.
001480     05  BDV-TOT-YTD-ACT-DOL     PIC 9(09)V99 VALUE 0.
001490     05  BDV-TOT-YTD-BUD-KWH     PIC 9(09)V99 VALUE 0.
001500     05  BDV-TOT-YTD-BUD-DOL     PIC 9(09)V99 VALUE 0.
001510     05  BDV-TOT-ANN-BUD-KWH     PIC 9(09)V99 VALUE 0.
001520     05  BDV-TOT-ANN-BUD-DOL     PIC 9(09)V99 VALUE 0.
001530*-----------------------------------------------------------*
001540*  ONE MEASURE (KWH OR COST) OF ONE ZONE, AS PRINTED
001550*-----------------------------------------------------------*
001560 01  BDV-LINE-WORK.
001570     05  BDV-W-MTH-ACT           PIC 9(09)V99.
001580     05  BDV-W-MTH-BUD           PIC 9(09)V99.
001590     05  BDV-W-YTD-ACT           PIC 9(09)V99.
001600     05  BDV-W-YTD-BUD           PIC 9(09)V99.
001610     05  BDV-W-ANN-BUD           PIC 9(09)V99.
001620     05  BDV-W-PROJECTED         PIC 9(09)V99.
001630     05  BDV-W-VARIANCE          PIC S9(09)V99.
001640     05  BDV-W-PROJ-PCT          PIC S9(05)V9.
001650*-----------------------------------------------------------*
001660*  RUN COUNTERS
001670*-----------------------------------------------------------*
001680 77  BDV-BUDGETS-READ            PIC 9(07) VALUE 0.
001690 77  BDV-BUDGETS-OTHER-FY        PIC 9(07) VALUE 0.
001700 77  BDV-BUDGETS-DUPLICATE       PIC 9(07) VALUE 0.
001710 77  BDV-ACTUALS-READ            PIC 9(07) VALUE 0.
001720 77  BDV-ACTUALS-OUTSIDE-YTD     PIC 9(07) VALUE 0.
001730 77  BDV-ZONES-NO-BUDGET         PIC 9(07) VALUE 0.
001740 77  BDV-ZONES-OVER              PIC 9(07) VALUE 0.
001750 01  BDV-RUN-DATE                PIC 9(08).
001760 01  BDV-RUN-DATE-R REDEFINES BDV-RUN-DATE.
001770     05  BDV-RUN-DATE-CCYY       PIC 9(04).
001780     05  BDV-RUN-DATE-MM         PIC 9(02).
001790     05  BDV-RUN-DATE-DD         PIC 9(02).
001800*-----------------------------------------------------------*
001810*  VARIANCE REPORT PRINT LINES
001820*-----------------------------------------------------------*
001830 01  BDV-RPT-HEADER-1.
001840     05  FILLER                  PIC X(32) VALUE
001850         'ZONE ENERGY BUDGET VARIANCE'.
001860     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
001870     05  BDV-RPT-MM              PIC 9(02).
001880     05  FILLER                  PIC X(01) VALUE '/'.
001890     05  BDV-RPT-DD              PIC 9(02).
001900     05  FILLER                  PIC X(01) VALUE '/'.
001910     05  BDV-RPT-CCYY            PIC 9(04).
001920     05  FILLER                  PIC X(03) VALUE SPACES.
001930     05  FILLER                  PIC X(07) VALUE 'MONTH: '.
001940     05  BDV-RPT-MONTH-MM        PIC 9(02).
001950     05  FILLER                  PIC X(01) VALUE '/'.
001960     05  BDV-RPT-MONTH-CCYY      PIC 9(04).
001970     05  FILLER                  PIC X(03) VALUE SPACES.
001980     05  FILLER                  PIC X(04) VALUE 'FY: '.
001990     05  BDV-RPT-FISCAL-YEAR     PIC 9(04).
002000     05  FILLER                  PIC X(03) VALUE SPACES.
002010     05  FILLER                  PIC X(08) VALUE 'PERIOD: '.
002020     05  BDV-RPT-PERIOD          PIC Z9.
002030     05  FILLER                  PIC X(03) VALUE SPACES.
002040     05  FILLER                  PIC X(16) VALUE
002050         'EXCEPTION OVER: '.
002060     05  BDV-RPT-EXCEPT-PCT      PIC ZZ9.
002070     05  FILLER                  PIC X(04) VALUE ' PCT'.
002080     05  FILLER                  PIC X(13) VALUE SPACES.
002090 01  BDV-RPT-EXCEPT-TITLE.
002100     05  FILLER                  PIC X(40) VALUE
002110         'ZONES PROJECTED OVER BUDGET'.
002120     05  FILLER                  PIC X(92) VALUE SPACES.
002130 01  BDV-RPT-NO-EXCEPT-LINE.
002140     05  FILLER                  PIC X(50) VALUE
002150         'NO ZONE PROJECTED OVER BUDGET BEYOND THE LIMIT'.
002160     05  FILLER                  PIC X(82) VALUE SPACES.
002170 01  BDV-RPT-COL-HDGS.
002180     05  FILLER                  PIC X(06) VALUE 'ZONE'.
002190     05  FILLER                  PIC X(06) VALUE 'MEAS'.
002200     05  FILLER                  PIC X(13) VALUE
002210         '    MONTH ACT'.
002220     05  FILLER                  PIC X(13) VALUE
002230         '    MONTH BUD'.
002240     05  FILLER                  PIC X(13) VALUE
002250         '    MONTH VAR'.
002260     05  FILLER                  PIC X(13) VALUE
002270         '      YTD ACT'.
002280     05  FILLER                  PIC X(13) VALUE
002290         '      YTD BUD'.
002300     05  FILLER                  PIC X(13) VALUE
002310         '      YTD VAR'.
002320     05  FILLER                  PIC X(13) VALUE
002330         '    PROJECTED'.
002340     05  FILLER                  PIC X(13) VALUE
002350         '   ANNUAL BUD'.
002360     05  FILLER                  PIC X(08) VALUE '  PROJ %'.
002370     05  FILLER                  PIC X(06) VALUE '  FLAG'.
002380     05  FILLER                  PIC X(02) VALUE SPACES.
002390 01  BDV-RPT-DETAIL.
002400     05  BDV-RPT-ZONE            PIC X(04).
002410     05  FILLER                  PIC X(02) VALUE SPACES.
002420     05  BDV-RPT-MEASURE         PIC X(04).
002430     05  FILLER                  PIC X(03) VALUE SPACES.
002440     05  BDV-RPT-MTH-ACT         PIC -ZZZ,ZZZ,ZZ9.
002450     05  FILLER                  PIC X(01) VALUE SPACES.
002460     05  BDV-RPT-MTH-BUD         PIC -ZZZ,ZZZ,ZZ9.
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  BDV-RPT-MTH-VAR         PIC -ZZZ,ZZZ,ZZ9.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  BDV-RPT-YTD-ACT         PIC -ZZZ,ZZZ,ZZ9.
002510     05  FILLER                  PIC X(01) VALUE SPACES.
002520     05  BDV-RPT-YTD-BUD         PIC -ZZZ,ZZZ,ZZ9.
002530     05  FILLER                  PIC X(01) VALUE SPACES.
002540     05  BDV-RPT-YTD-VAR         PIC -ZZZ,ZZZ,ZZ9.
002550     05  FILLER                  PIC X(01) VALUE SPACES.
002560     05  BDV-RPT-PROJECTED       PIC -ZZZ,ZZZ,ZZ9.
002570     05  FILLER                  PIC X(01) VALUE SPACES.
002580     05  BDV-RPT-ANN-BUD         PIC -ZZZ,ZZZ,ZZ9.
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  BDV-RPT-PROJ-PCT        PIC -ZZ9.9.
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  BDV-RPT-FLAG            PIC X(04).
002630     05  FILLER                  PIC X(02) VALUE SPACES.
002640 01  BDV-RPT-TOTAL-LINE.
002650     05  BDV-RPT-TOT-TEXT        PIC X(34).
002660     05  BDV-RPT-TOT-COUNT       PIC ZZZZZZ9.
002670     05  FILLER                  PIC X(91) VALUE SPACES.
002680 LINKAGE SECTION.
002690*-----------------------------------------------------------*
002700*  RUN PARM -- REPORT MONTH, FISCAL-YEAR FIRST MONTH AND
002710*  EXCEPTION PERCENTAGE, PASSED BY JCL.  ANY FIELD BLANK OR
002720*  INVALID TAKES ITS DEFAULT.
002730*-----------------------------------------------------------*
002740 01  BDV-PARM-DATA.
002750     05  BDV-PARM-MONTH          PIC X(06).
002760     05  BDV-PARM-MONTH-R REDEFINES BDV-PARM-MONTH.
002770         10  BDV-PARM-CCYY       PIC 9(04).
002780         10  BDV-PARM-MM         PIC 9(02).
002790     05  BDV-PARM-FY-START       PIC X(02).
002800     05  BDV-PARM-FY-START-N REDEFINES BDV-PARM-FY-START
002810                                 PIC 9(02).
002820     05  BDV-PARM-PCT            PIC X(03).
002830     05  BDV-PARM-PCT-N REDEFINES BDV-PARM-PCT
002840                                 PIC 9(03).
002850     05  FILLER                  PIC X(69).
002860 PROCEDURE DIVISION USING BDV-PARM-DATA.
002870*-----------------------------------------------------------*
002880*  0000-MAINLINE
002890*-----------------------------------------------------------*
002900 0000-MAINLINE.
002910     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002920     IF BDV-FATAL-ERROR
002930         GO TO 9000-TERMINATE
002940     END-IF.
002950     PERFORM 2000-LOAD-BUDGETS THRU 2000-EXIT.
002960     PERFORM 3000-ADD-ACTUALS THRU 3000-EXIT.
002970     PERFORM 6000-PRINT-VARIANCE THRU 6000-EXIT.
002980     PERFORM 6500-PRINT-EXCEPTIONS THRU 6500-EXIT.
002990     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003000     GO TO 9000-TERMINATE.
003010*-----------------------------------------------------------*
003020*  1000-INITIALIZE -- SET THE MONTH AND FISCAL YEAR, OPEN
003030*  FILES.  NO BUDGET FILE OR NO ACTUALS IS FATAL (RC 8) --
003040*  THERE IS NOTHING TO COMPARE.
003050*-----------------------------------------------------------*
003060 1000-INITIALIZE.
003070     ACCEPT BDV-RUN-DATE FROM DATE YYYYMMDD.
003080     MOVE BDV-RUN-DATE-MM   TO BDV-RPT-MM.
003090     MOVE BDV-RUN-DATE-DD   TO BDV-RPT-DD.
003100     MOVE BDV-RUN-DATE-CCYY TO BDV-RPT-CCYY.
003110     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
003120     PERFORM 1200-SET-FISCAL-YEAR THRU 1200-EXIT.
003130     IF BDV-PARM-PCT NUMERIC
003140         MOVE BDV-PARM-PCT-N TO BDV-EXCEPT-PCT
003150     END-IF.
003160     MOVE BDV-EXCEPT-PCT    TO BDV-RPT-EXCEPT-PCT.
003170     OPEN INPUT ZONE-BUDGET-FILE.
003180     IF NOT BDV-BUD-OK
003190         DISPLAY 'LGTBUDVR: CANNOT OPEN ZONE BUDGET FILE, '
003200                 'STATUS ' BDV-BUD-FILE-STATUS
003210                 ' -- RUN TERMINATED'
003220         MOVE 8 TO RETURN-CODE
003230         SET BDV-FATAL-ERROR TO TRUE
003240         GO TO 1000-EXIT
003250     END-IF.
003260     OPEN INPUT ZONE-ACTUAL-FILE.
003270     IF NOT BDV-ACT-OK
003280         DISPLAY 'LGTBUDVR: CANNOT OPEN ZONE ACTUALS FILE, '
003290                 'STATUS ' BDV-ACT-FILE-STATUS
003300                 ' -- RUN TERMINATED'
003310         CLOSE ZONE-BUDGET-FILE
003320         MOVE 8 TO RETURN-CODE
003330         SET BDV-FATAL-ERROR TO TRUE
003340         GO TO 1000-EXIT
003350     END-IF.
003360     OPEN OUTPUT BUDGET-VARIANCE-REPORT.
003370 1000-EXIT.
003380     EXIT.
003390*-----------------------------------------------------------*
003400*  1100-SET-MONTH -- MONTH FROM THE PARM, OR THE MONTH BEFORE
003410*  THE RUN DATE
003420*-----------------------------------------------------------*
003430 1100-SET-MONTH.
003440     IF BDV-PARM-MONTH NUMERIC
003450             AND BDV-PARM-MM > 0 AND BDV-PARM-MM < 13
003460             AND BDV-PARM-CCYY > 1900
003470         MOVE BDV-PARM-CCYY TO BDV-MONTH-CCYY
003480         MOVE BDV-PARM-MM   TO BDV-MONTH-MM
003490     ELSE
003500         MOVE BDV-RUN-DATE-CCYY TO BDV-MONTH-CCYY
003510         MOVE BDV-RUN-DATE-MM   TO BDV-MONTH-MM
003520         IF BDV-MONTH-MM = 1
003530             MOVE 12 TO BDV-MONTH-MM
003540             SUBTRACT 1 FROM BDV-MONTH-CCYY
003550         ELSE
003560             SUBTRACT 1 FROM BDV-MONTH-MM
003570         END-IF
003580     END-IF.
003590     MOVE BDV-MONTH-MM      TO BDV-RPT-MONTH-MM.
003600     MOVE BDV-MONTH-CCYY    TO BDV-RPT-MONTH-CCYY.
003610 1100-EXIT.
003620     EXIT.
003630*-----------------------------------------------------------*
003640*  1200-SET-FISCAL-YEAR -- THE FISCAL YEAR IS NAMED FOR THE
003650*  CALENDAR YEAR IT ENDS IN.  FIRST MONTH OF THE YEAR AND
003660*  PERIODS ELAPSED THROUGH THE REPORT MONTH.
003670*-----------------------------------------------------------*
003680 1200-SET-FISCAL-YEAR.
003690     IF BDV-PARM-FY-START NUMERIC
003700             AND BDV-PARM-FY-START-N > 0
003710             AND BDV-PARM-FY-START-N < 13
003720         MOVE BDV-PARM-FY-START-N TO BDV-FY-START-MM
003730     END-IF.
003740     MOVE BDV-FY-START-MM   TO BDV-FY-FIRST-MM.
003750     IF BDV-MONTH-MM < BDV-FY-START-MM
003760         COMPUTE BDV-FY-FIRST-CCYY = BDV-MONTH-CCYY - 1
003770     ELSE
003780         MOVE BDV-MONTH-CCYY TO BDV-FY-FIRST-CCYY
003790     END-IF.
003800     IF BDV-FY-START-MM = 1
003810         MOVE BDV-FY-FIRST-CCYY TO BDV-FISCAL-YEAR
003820     ELSE
003830         COMPUTE BDV-FISCAL-YEAR = BDV-FY-FIRST-CCYY + 1
003840     END-IF.
003850     COMPUTE BDV-FY-FIRST-NUM =
003860         BDV-FY-FIRST-CCYY * 12 + BDV-FY-FIRST-MM.
003870     COMPUTE BDV-PERIODS-ELAPSED =
003880         BDV-MONTH-CCYY * 12 + BDV-MONTH-MM
003890         - BDV-FY-FIRST-NUM + 1.
003900     MOVE BDV-FISCAL-YEAR     TO BDV-RPT-FISCAL-YEAR.
003910     MOVE BDV-PERIODS-ELAPSED TO BDV-RPT-PERIOD.
003920 1200-EXIT.
003930     EXIT.
003940*-----------------------------------------------------------*
003950*  2000-LOAD-BUDGETS -- ONE TABLE ENTRY PER ZONE BUDGETED FOR
003960*  THE FISCAL YEAR.  BUDGETS FOR OTHER YEARS ARE SKIPPED; A
003970*  SECOND BUDGET FOR THE SAME ZONE AND YEAR IS IGNORED.
003980*-----------------------------------------------------------*
003990 2000-LOAD-BUDGETS.
004000     PERFORM 2100-LOAD-ONE-BUDGET THRU 2100-EXIT
004010         UNTIL BDV-BUD-EOF.
004020     CLOSE ZONE-BUDGET-FILE.
004030 2000-EXIT.
004040     EXIT.
004050 2100-LOAD-ONE-BUDGET.
004060     READ ZONE-BUDGET-FILE
004070         AT END
004080             SET BDV-BUD-EOF TO TRUE
004090             GO TO 2100-EXIT
004100     END-READ.
004110     ADD 1 TO BDV-BUDGETS-READ.
004120     IF ZBUD-FISCAL-YEAR NOT = BDV-FISCAL-YEAR
004130         ADD 1 TO BDV-BUDGETS-OTHER-FY
004140         GO TO 2100-EXIT
004150     END-IF.
004160     MOVE ZBUD-ZONE-CODE TO BDV-CURRENT-ZONE.
004170     PERFORM 4000-FIND-ZONE-SLOT THRU 4000-EXIT.
004180     IF BDV-ZONE-SLOT = 0
004190         GO TO 2100-EXIT
004200     END-IF.
004210     IF BDV-ZONE-BUDGETED (BDV-ZONE-SLOT)
004220         DISPLAY 'LGTBUDVR: SECOND BUDGET FOR ZONE '
004230                 ZBUD-ZONE-CODE ' FY ' ZBUD-FISCAL-YEAR
004240                 ' -- IGNORED'
004250         ADD 1 TO BDV-BUDGETS-DUPLICATE
004260         GO TO 2100-EXIT
004270     END-IF.
004280     MOVE 'Y' TO BDV-ZONE-BUDGET-SW (BDV-ZONE-SLOT).
004290     PERFORM 2200-ADD-ONE-PERIOD THRU 2200-EXIT
004300         VARYING BP FROM 1 BY 1
004310             UNTIL BP > 12.
004320 2100-EXIT.
004330     EXIT.
004340 2200-ADD-ONE-PERIOD.
004350     ADD ZBUD-BUDGET-KWH (BP)
004360         TO BDV-ZONE-ANN-BUD-KWH (BDV-ZONE-SLOT).
004370     ADD ZBUD-BUDGET-DOL (BP)
004380         TO BDV-ZONE-ANN-BUD-DOL (BDV-ZONE-SLOT).
004390     IF BP > BDV-PERIODS-ELAPSED
004400         GO TO 2200-EXIT
004410     END-IF.
004420     ADD ZBUD-BUDGET-KWH (BP)
004430         TO BDV-ZONE-YTD-BUD-KWH (BDV-ZONE-SLOT).
004440     ADD ZBUD-BUDGET-DOL (BP)
004450         TO BDV-ZONE-YTD-BUD-DOL (BDV-ZONE-SLOT).
004460     IF BP = BDV-PERIODS-ELAPSED
004470         MOVE ZBUD-BUDGET-KWH (BP)
004480             TO BDV-ZONE-MTH-BUD-KWH (BDV-ZONE-SLOT)
004490         MOVE ZBUD-BUDGET-DOL (BP)
004500             TO BDV-ZONE-MTH-BUD-DOL (BDV-ZONE-SLOT)
004510     END-IF.
004520 2200-EXIT.
004530     EXIT.
004540*-----------------------------------------------------------*
004550*  3000-ADD-ACTUALS -- POST EVERY ZONEACT MONTH IN THE FISCAL
004560*  YEAR TO DATE.  A ZONE WITH NO BUDGET IS ADDED TO THE TABLE
004570*  WITH ZERO BUDGET.
004580*-----------------------------------------------------------*
004590 3000-ADD-ACTUALS.
004600     PERFORM 3100-ADD-ONE-ACTUAL THRU 3100-EXIT
004610         UNTIL BDV-ACT-EOF.
004620     CLOSE ZONE-ACTUAL-FILE.
004630 3000-EXIT.
004640     EXIT.
004650 3100-ADD-ONE-ACTUAL.
004660     READ ZONE-ACTUAL-FILE
004670         AT END
004680             SET BDV-ACT-EOF TO TRUE
004690             GO TO 3100-EXIT
004700     END-READ.
004710     ADD 1 TO BDV-ACTUALS-READ.
004720     MOVE ZACT-MONTH TO BDV-ACT-MONTH.
004730     COMPUTE BDV-ACT-NUM =
004740         BDV-ACT-MONTH-CCYY * 12 + BDV-ACT-MONTH-MM.
004750     COMPUTE BDV-ACT-PERIOD =
004760         BDV-ACT-NUM - BDV-FY-FIRST-NUM + 1.
004770     IF BDV-ACT-PERIOD < 1
004780             OR BDV-ACT-PERIOD > BDV-PERIODS-ELAPSED
004790         ADD 1 TO BDV-ACTUALS-OUTSIDE-YTD
004800         GO TO 3100-EXIT
004810     END-IF.
004820     MOVE ZACT-ZONE-CODE TO BDV-CURRENT-ZONE.
004830     PERFORM 4000-FIND-ZONE-SLOT THRU 4000-EXIT.
004840     IF BDV-ZONE-SLOT = 0
004850         GO TO 3100-EXIT
004860     END-IF.
004870     ADD ZACT-KWH     TO BDV-ZONE-YTD-ACT-KWH (BDV-ZONE-SLOT).
004880     ADD ZACT-DOLLARS TO BDV-ZONE-YTD-ACT-DOL (BDV-ZONE-SLOT).
004890     IF BDV-ACT-PERIOD = BDV-PERIODS-ELAPSED
004900         ADD ZACT-KWH
004910             TO BDV-ZONE-MTH-ACT-KWH (BDV-ZONE-SLOT)
004920         ADD ZACT-DOLLARS
004930             TO BDV-ZONE-MTH-ACT-DOL (BDV-ZONE-SLOT)
004940     END-IF.
004950 3100-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------*
004980*  4000-FIND-ZONE-SLOT -- FIND OR ADD A ZONE IN THE TABLE
004990*  (SAME PATTERN AS THE LGTCHGBK ZONE TABLE)
005000*-----------------------------------------------------------*
005010 4000-FIND-ZONE-SLOT.
005020     MOVE 0 TO BDV-ZONE-SLOT.
005030     PERFORM 4100-SCAN-ZONE THRU 4100-EXIT
005040         VARYING BZ FROM 1 BY 1
005050             UNTIL BDV-ZONE-SLOT > 0 OR BZ > BDV-ZONE-COUNT.
005060     IF BDV-ZONE-SLOT > 0
005070         GO TO 4000-EXIT
005080     END-IF.
005090     IF BDV-ZONE-COUNT >= 100
005100         IF NOT BDV-ZONE-OVERFLOW
005110             DISPLAY 'LGTBUDVR: MORE THAN 100 ZONE CODES -- '
005120                     'TABLE FULL, EXTRAS NOT REPORTED'
005130             SET BDV-ZONE-OVERFLOW TO TRUE
005140         END-IF
005150         GO TO 4000-EXIT
005160     END-IF.
005170     ADD 1 TO BDV-ZONE-COUNT.
005180     MOVE BDV-ZONE-COUNT TO BDV-ZONE-SLOT.
005190     INITIALIZE BDV-ZONE-ENTRY (BDV-ZONE-SLOT).
005200     MOVE BDV-CURRENT-ZONE TO BDV-ZONE-CODE (BDV-ZONE-SLOT).
005210     MOVE 'N' TO BDV-ZONE-BUDGET-SW (BDV-ZONE-SLOT).
005220     MOVE 'N' TO BDV-ZONE-OVER-SW (BDV-ZONE-SLOT).
005230 4000-EXIT.
005240     EXIT.
005250 4100-SCAN-ZONE.
005260     IF BZ > BDV-ZONE-COUNT
005270         GO TO 4100-EXIT
005280     END-IF.
005290     IF BDV-ZONE-CODE (BZ) = BDV-CURRENT-ZONE
005300         MOVE BZ TO BDV-ZONE-SLOT
005310     END-IF.
005320 4100-EXIT.
005330     EXIT.
005340*-----------------------------------------------------------*
005350*  6000-PRINT-VARIANCE -- A KWH LINE AND A COST LINE PER ZONE,
005360*  THEN THE SAME FOR ALL ZONES TOGETHER
005370*-----------------------------------------------------------*
005380 6000-PRINT-VARIANCE.
005390     WRITE BDV-RPT-RECORD FROM BDV-RPT-HEADER-1
005400         AFTER ADVANCING PAGE.
005410     MOVE SPACES TO BDV-RPT-RECORD.
005420     WRITE BDV-RPT-RECORD AFTER ADVANCING 1 LINE.
005430     WRITE BDV-RPT-RECORD FROM BDV-RPT-COL-HDGS
005440         AFTER ADVANCING 1 LINE.
005450     PERFORM 6100-PRINT-ONE-ZONE THRU 6100-EXIT
005460         VARYING BZ FROM 1 BY 1
005470             UNTIL BZ > BDV-ZONE-COUNT.
005480     MOVE SPACES TO BDV-RPT-RECORD.
005490     WRITE BDV-RPT-RECORD AFTER ADVANCING 1 LINE.
005500     MOVE 'ALL'               TO BDV-RPT-ZONE.
005510     MOVE 'KWH'               TO BDV-RPT-MEASURE.
005520     MOVE BDV-TOT-MTH-ACT-KWH TO BDV-W-MTH-ACT.
005530     MOVE BDV-TOT-MTH-BUD-KWH TO BDV-W-MTH-BUD.
005540     MOVE BDV-TOT-YTD-ACT-KWH TO BDV-W-YTD-ACT.
005550     MOVE BDV-TOT-YTD-BUD-KWH TO BDV-W-YTD-BUD.
005560     MOVE BDV-TOT-ANN-BUD-KWH TO BDV-W-ANN-BUD.
005570     PERFORM 6200-PRINT-MEASURE-LINE THRU 6200-EXIT.
005580     MOVE SPACES              TO BDV-RPT-ZONE.
005590     MOVE 'COST'              TO BDV-RPT-MEASURE.
005600     MOVE BDV-TOT-MTH-ACT-DOL TO BDV-W-MTH-ACT.
005610     MOVE BDV-TOT-MTH-BUD-DOL TO BDV-W-MTH-BUD.
005620     MOVE BDV-TOT-YTD-ACT-DOL TO BDV-W-YTD-ACT.
005630     MOVE BDV-TOT-YTD-BUD-DOL TO BDV-W-YTD-BUD.
005640     MOVE BDV-TOT-ANN-BUD-DOL TO BDV-W-ANN-BUD.
005650     PERFORM 6200-PRINT-MEASURE-LINE THRU 6200-EXIT.
005660 6000-EXIT.
005670     EXIT.
005680*    A ZONE IS OVER IF EITHER ITS KWH OR ITS COST PROJECTION
005690*    EXCEEDS THE LIMIT
005700 6100-PRINT-ONE-ZONE.
005710     IF NOT BDV-ZONE-BUDGETED (BZ)
005720         ADD 1 TO BDV-ZONES-NO-BUDGET
005730     END-IF.
005740     PERFORM 6150-ADD-TO-TOTALS THRU 6150-EXIT.
005750     PERFORM 6300-PRINT-ZONE-LINES THRU 6300-EXIT.
005760     IF BDV-ZONE-OVER (BZ)
005770         ADD 1 TO BDV-ZONES-OVER
005780     END-IF.
005790 6100-EXIT.
005800     EXIT.
005810 6150-ADD-TO-TOTALS.
005820     ADD BDV-ZONE-MTH-ACT-KWH (BZ) TO BDV-TOT-MTH-ACT-KWH.
005830     ADD BDV-ZONE-MTH-ACT-DOL (BZ) TO BDV-TOT-MTH-ACT-DOL.
005840     ADD BDV-ZONE-MTH-BUD-KWH (BZ) TO BDV-TOT-MTH-BUD-KWH.
005850     ADD BDV-ZONE-MTH-BUD-DOL (BZ) TO BDV-TOT-MTH-BUD-DOL.
005860     ADD BDV-ZONE-YTD-ACT-KWH (BZ) TO BDV-TOT-YTD-ACT-KWH.
005870     ADD BDV-ZONE-YTD-ACT-DOL (BZ) TO BDV-TOT-YTD-ACT-DOL.
005880     ADD BDV-ZONE-YTD-BUD-KWH (BZ) TO BDV-TOT-YTD-BUD-KWH.
005890     ADD BDV-ZONE-YTD-BUD-DOL (BZ) TO BDV-TOT-YTD-BUD-DOL.
005900     ADD BDV-ZONE-ANN-BUD-KWH (BZ) TO BDV-TOT-ANN-BUD-KWH.
005910     ADD BDV-ZONE-ANN-BUD-DOL (BZ) TO BDV-TOT-ANN-BUD-DOL.
005920 6150-EXIT.
005930     EXIT.
005940*-----------------------------------------------------------*
005950*  6200-PRINT-MEASURE-LINE -- VARIANCES, STRAIGHT-LINE
005960*  PROJECTION AND PROJECTED PERCENTAGE OVER BUDGET FOR THE
005970*  MEASURE IN BDV-LINE-WORK.  NO FULL-YEAR BUDGET AND A
005980*  POSITIVE PROJECTION PRINTS AS 999.9 PERCENT OVER, AS DOES
005982*  ANY PERCENTAGE TOO LARGE TO HOLD.
005990*-----------------------------------------------------------*
006000 6200-PRINT-MEASURE-LINE.
006010     MOVE 'N' TO BDV-LINE-OVER-SW.
006020     MOVE BDV-W-MTH-ACT TO BDV-RPT-MTH-ACT.
006030     MOVE BDV-W-MTH-BUD TO BDV-RPT-MTH-BUD.
006040     COMPUTE BDV-W-VARIANCE = BDV-W-MTH-ACT - BDV-W-MTH-BUD.
006050     MOVE BDV-W-VARIANCE TO BDV-RPT-MTH-VAR.
006060     MOVE BDV-W-YTD-ACT TO BDV-RPT-YTD-ACT.
006070     MOVE BDV-W-YTD-BUD TO BDV-RPT-YTD-BUD.
006080     COMPUTE BDV-W-VARIANCE = BDV-W-YTD-ACT - BDV-W-YTD-BUD.
006090     MOVE BDV-W-VARIANCE TO BDV-RPT-YTD-VAR.
006100     COMPUTE BDV-W-PROJECTED ROUNDED =
006110         BDV-W-YTD-ACT * 12 / BDV-PERIODS-ELAPSED.
006120     MOVE BDV-W-PROJECTED TO BDV-RPT-PROJECTED.
006130     MOVE BDV-W-ANN-BUD   TO BDV-RPT-ANN-BUD.
006140     IF BDV-W-ANN-BUD > 0
006150         COMPUTE BDV-W-PROJ-PCT ROUNDED =
006160             (BDV-W-PROJECTED - BDV-W-ANN-BUD) * 100
006170                 / BDV-W-ANN-BUD
006172             ON SIZE ERROR
006174                 MOVE 999.9 TO BDV-W-PROJ-PCT
006176         END-COMPUTE
006180     ELSE
006190         IF BDV-W-PROJECTED > 0
006200             MOVE 999.9 TO BDV-W-PROJ-PCT
006210         ELSE
006220             MOVE 0 TO BDV-W-PROJ-PCT
006230         END-IF
006240     END-IF.
006250     IF BDV-W-PROJ-PCT > 999.9
006260         MOVE 999.9 TO BDV-W-PROJ-PCT
006270     END-IF.
006280     MOVE BDV-W-PROJ-PCT TO BDV-RPT-PROJ-PCT.
006290     MOVE SPACES TO BDV-RPT-FLAG.
006300     IF BDV-W-PROJ-PCT > BDV-EXCEPT-PCT
006310         MOVE 'OVER' TO BDV-RPT-FLAG
006320         SET BDV-LINE-OVER TO TRUE
006330     END-IF.
006340     WRITE BDV-RPT-RECORD FROM BDV-RPT-DETAIL
006350         AFTER ADVANCING 1 LINE.
006360 6200-EXIT.
006370     EXIT.
006380*-----------------------------------------------------------*
006390*  6300-PRINT-ZONE-LINES -- KWH AND COST LINES FOR ZONE BZ,
006400*  MARKING THE ZONE OVER IF EITHER LINE IS
006410*-----------------------------------------------------------*
006420 6300-PRINT-ZONE-LINES.
006430     MOVE BDV-ZONE-CODE (BZ)        TO BDV-RPT-ZONE.
006440     MOVE 'KWH'                     TO BDV-RPT-MEASURE.
006450     MOVE BDV-ZONE-MTH-ACT-KWH (BZ) TO BDV-W-MTH-ACT.
006460     MOVE BDV-ZONE-MTH-BUD-KWH (BZ) TO BDV-W-MTH-BUD.
006470     MOVE BDV-ZONE-YTD-ACT-KWH (BZ) TO BDV-W-YTD-ACT.
006480     MOVE BDV-ZONE-YTD-BUD-KWH (BZ) TO BDV-W-YTD-BUD.
006490     MOVE BDV-ZONE-ANN-BUD-KWH (BZ) TO BDV-W-ANN-BUD.
006500     PERFORM 6200-PRINT-MEASURE-LINE THRU 6200-EXIT.
006510     IF BDV-LINE-OVER
006520         MOVE 'Y' TO BDV-ZONE-OVER-SW (BZ)
006530     END-IF.
006540     MOVE SPACES                    TO BDV-RPT-ZONE.
006550     MOVE 'COST'                    TO BDV-RPT-MEASURE.
006560     MOVE BDV-ZONE-MTH-ACT-DOL (BZ) TO BDV-W-MTH-ACT.
006570     MOVE BDV-ZONE-MTH-BUD-DOL (BZ) TO BDV-W-MTH-BUD.
006580     MOVE BDV-ZONE-YTD-ACT-DOL (BZ) TO BDV-W-YTD-ACT.
006590     MOVE BDV-ZONE-YTD-BUD-DOL (BZ) TO BDV-W-YTD-BUD.
006600     MOVE BDV-ZONE-ANN-BUD-DOL (BZ) TO BDV-W-ANN-BUD.
006610     PERFORM 6200-PRINT-MEASURE-LINE THRU 6200-EXIT.
006620     IF BDV-LINE-OVER
006630         MOVE 'Y' TO BDV-ZONE-OVER-SW (BZ)
006640     END-IF.
006650 6300-EXIT.
006660     EXIT.
006670*-----------------------------------------------------------*
006680*  6500-PRINT-EXCEPTIONS -- EVERY ZONE PROJECTED OVER BUDGET
006690*  BY MORE THAN THE PARM PERCENTAGE, ON A PAGE OF ITS OWN
006700*-----------------------------------------------------------*
006710 6500-PRINT-EXCEPTIONS.
006720     WRITE BDV-RPT-RECORD FROM BDV-RPT-HEADER-1
006730         AFTER ADVANCING PAGE.
006740     WRITE BDV-RPT-RECORD FROM BDV-RPT-EXCEPT-TITLE
006750         AFTER ADVANCING 1 LINE.
006760     MOVE SPACES TO BDV-RPT-RECORD.
006770     WRITE BDV-RPT-RECORD AFTER ADVANCING 1 LINE.
006780     IF BDV-ZONES-OVER = 0
006790         WRITE BDV-RPT-RECORD FROM BDV-RPT-NO-EXCEPT-LINE
006800             AFTER ADVANCING 1 LINE
006810         GO TO 6500-EXIT
006820     END-IF.
006830     WRITE BDV-RPT-RECORD FROM BDV-RPT-COL-HDGS
006840         AFTER ADVANCING 1 LINE.
006850     PERFORM 6600-PRINT-ONE-EXCEPTION THRU 6600-EXIT
006860         VARYING BZ FROM 1 BY 1
006870             UNTIL BZ > BDV-ZONE-COUNT.
006880 6500-EXIT.
006890     EXIT.
006900 6600-PRINT-ONE-EXCEPTION.
006910     IF NOT BDV-ZONE-OVER (BZ)
006920         GO TO 6600-EXIT
006930     END-IF.
006940     PERFORM 6300-PRINT-ZONE-LINES THRU 6300-EXIT.
006950 6600-EXIT.
006960     EXIT.
006970*-----------------------------------------------------------*
006980*  7000-PRINT-TOTALS
006990*-----------------------------------------------------------*
007000 7000-PRINT-TOTALS.
007010     MOVE SPACES TO BDV-RPT-RECORD.
007020     WRITE BDV-RPT-RECORD AFTER ADVANCING 1 LINE.
007030     MOVE 'BUDGET RECORDS READ'       TO BDV-RPT-TOT-TEXT.
007040     MOVE BDV-BUDGETS-READ            TO BDV-RPT-TOT-COUNT.
007050     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007060     MOVE 'BUDGETS FOR OTHER YEARS'   TO BDV-RPT-TOT-TEXT.
007070     MOVE BDV-BUDGETS-OTHER-FY        TO BDV-RPT-TOT-COUNT.
007080     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007090     MOVE 'DUPLICATE BUDGETS IGNORED' TO BDV-RPT-TOT-TEXT.
007100     MOVE BDV-BUDGETS-DUPLICATE       TO BDV-RPT-TOT-COUNT.
007110     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007120     MOVE 'ZONE ACTUALS READ'         TO BDV-RPT-TOT-TEXT.
007130     MOVE BDV-ACTUALS-READ            TO BDV-RPT-TOT-COUNT.
007140     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007150     MOVE 'ACTUALS OUTSIDE YEAR TO DATE' TO BDV-RPT-TOT-TEXT.
007160     MOVE BDV-ACTUALS-OUTSIDE-YTD     TO BDV-RPT-TOT-COUNT.
007170     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007180     MOVE 'ZONES REPORTED'            TO BDV-RPT-TOT-TEXT.
007190     MOVE BDV-ZONE-COUNT              TO BDV-RPT-TOT-COUNT.
007200     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007210     MOVE 'ZONES WITH NO BUDGET'      TO BDV-RPT-TOT-TEXT.
007220     MOVE BDV-ZONES-NO-BUDGET         TO BDV-RPT-TOT-COUNT.
007230     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007240     MOVE 'ZONES PROJECTED OVER LIMIT' TO BDV-RPT-TOT-TEXT.
007250     MOVE BDV-ZONES-OVER              TO BDV-RPT-TOT-COUNT.
007260     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
007270 7000-EXIT.
007280     EXIT.
007290 7100-WRITE-TOTAL-LINE.
007300     WRITE BDV-RPT-RECORD FROM BDV-RPT-TOTAL-LINE
007310         AFTER ADVANCING 1 LINE.
007320 7100-EXIT.
007330     EXIT.
007340*-----------------------------------------------------------*
007350*  9000-TERMINATE
007360*-----------------------------------------------------------*
007370 9000-TERMINATE.
007380     IF BDV-FATAL-ERROR
007390         GOBACK
007400     END-IF.
007410     CLOSE BUDGET-VARIANCE-REPORT.
007420     DISPLAY 'LGTBUDVR: ' BDV-ZONE-COUNT ' ZONES REPORTED, '
007430             BDV-ZONES-OVER ' PROJECTED OVER BUDGET'.
007440     GOBACK.
