      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTRETRO.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTRETRO -- LED RETROFIT PAYBACK ANALYSIS FOR THE CAPITAL
000090*  REQUEST CYCLE.  BROWSES THE BURN-HOURS MASTER (BURNMAST,
000100*  MAINTAINED BY LGTBURN), JOINS EACH FIXTURE TO ITS
000110*  WATTAGE, TYPE, ZONE, AND INSTALL DATE ON
000120*  LIGHT-ATTRIBUTE-FILE AND TO ITS FAULT HISTORY ON
000130*  WORK-ORDER-MASTER, AND PRICES IT AGAINST THE RETROFIT
000140*  CATALOG (RETROCAT, SEE RETROCAT.CPY):
000150*
000160*     - ANNUAL BURN HOURS ARE BURN-HOURS SPREAD OVER THE DAYS
000170*       SINCE THE INSTALL DATE, UP TO 8760.  A FIXTURE WITH
000180*       NO USABLE INSTALL DATE IS SPREAD OVER ITS OBSERVED
000190*       DAYS (BURN-OBS-COUNT) INSTEAD.
000200*     - KWH SAVED IS THE WATTAGE REDUCTION TIMES THE ANNUAL
000210*       HOURS, PRICED AT THE CURRENT RATEFILE RECORD (LATEST
000220*       EFFECTIVE DATE ON OR BEFORE THE RUN DATE) BLENDED
000230*       PEAK/OFF-PEAK OVER THE 24-HOUR DAY AS LGTCHGBK
000240*       SPLITS IT.  A REPLACEMENT NO LOWER IN WATTAGE SAVES
000250*       NO ENERGY.
000260*     - RELAMP VISITS AVOIDED ARE THE ANNUAL HOURS OVER THE
000270*       EXISTING TYPE'S RATED LIFE (RATEDLIF, SEE RLIFEREC.CPY)
000280*       LESS THE ANNUAL HOURS OVER THE REPLACEMENT'S.
000290*     - REPAIR VISITS AVOIDED ARE THE FIXTURE'S LIFETIME
000300*       WORK-ORDER COUNT (WO-FAULT-COUNT) PER YEAR IN SERVICE.
000310*       REPEAT OFFENDERS ARE COUNTED ALONGSIDE.
000320*
000330*  FIXTURES ARE SUMMED BY ZONE AND EXISTING FIXTURE TYPE.
000340*  EACH GROUP'S SIMPLE PAYBACK IS ITS INSTALLED COST OVER ITS
000350*  ANNUAL DOLLARS SAVED (ENERGY PLUS AVOIDED VISITS AT THE
000360*  PARM COST PER VISIT).  GROUPS ARE SORTED FASTEST PAYBACK
000370*  FIRST, PRINTED ON THE RANKING REPORT (RETRORPT), AND
000380*  WRITTEN TO THE CAPITAL-PLANNING EXTRACT (CAPEXT, SEE
000390*  CAPXREC.CPY).  GROUPS THAT SAVE NOTHING RANK LAST.
000400*
000410*  RUN PARM: COST PER MAINTENANCE VISIT, 5 DIGITS 999V99
000420*  (BLANK OR ZERO -- VISITS ARE COUNTED BUT NOT PRICED, AND
000430*  PAYBACK IS ON ENERGY ALONE).
000440*
000450*  MODIFICATION HISTORY
000460*     2026-10-14  CJM  Initial version.
000470*-----------------------------------------------------------*
000480 ENVIRONMENT DIVISION.
000490 CONFIGURATION SECTION.
000500 SOURCE-COMPUTER.    IBM-370.
000510 OBJECT-COMPUTER.    IBM-370.
000520 INPUT-OUTPUT SECTION.
000530 FILE-CONTROL.
000540     SELECT RETROFIT-CATALOG-FILE ASSIGN TO RETROCAT
000550            ORGANIZATION IS SEQUENTIAL
000560            FILE STATUS IS RTR-CAT-FILE-STATUS.
000570     SELECT RATED-LIFE-FILE     ASSIGN TO RATEDLIF
000580            ORGANIZATION IS SEQUENTIAL
000590            FILE STATUS IS RTR-RATED-FILE-STATUS.
000600     SELECT RATE-SCHEDULE-FILE  ASSIGN TO RATEFILE
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS RTR-RATE-FILE-STATUS.
000630     SELECT BURN-HOURS-MASTER   ASSIGN TO BURNMAST
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS BURN-KEY
000670            FILE STATUS IS RTR-BURN-FILE-STATUS.
000680     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000690            ORGANIZATION IS INDEXED
000700            ACCESS MODE IS DYNAMIC
000710            RECORD KEY IS ATTR-KEY
000720            FILE STATUS IS RTR-ATTR-FILE-STATUS.
000730     SELECT WORK-ORDER-MASTER   ASSIGN TO WORKORD
000740            ORGANIZATION IS INDEXED
000750            ACCESS MODE IS DYNAMIC
000760            RECORD KEY IS WO-KEY
000770            FILE STATUS IS RTR-WO-FILE-STATUS.
000780     SELECT CAPITAL-EXTRACT-FILE ASSIGN TO CAPEXT
000790            ORGANIZATION IS SEQUENTIAL.
000800     SELECT RETROFIT-REPORT     ASSIGN TO RETRORPT
000810            ORGANIZATION IS SEQUENTIAL.
000820     SELECT RTR-SORT-FILE       ASSIGN TO SORTWK01.
000830 DATA DIVISION.
000840 FILE SECTION.
000850 FD  RETROFIT-CATALOG-FILE
000860     RECORDING MODE IS F
000870     LABEL RECORDS ARE STANDARD.
000880 COPY RETROCAT.
000890 FD  RATED-LIFE-FILE
000900     RECORDING MODE IS F
000910     LABEL RECORDS ARE STANDARD.
000920 COPY RLIFEREC.
000930 FD  RATE-SCHEDULE-FILE
000940     RECORDING MODE IS F
000950     LABEL RECORDS ARE STANDARD.
000960 COPY RATEREC.
000970 FD  BURN-HOURS-MASTER
000980     LABEL RECORDS ARE STANDARD.
000990 COPY BURNREC.
001000 FD  LIGHT-ATTRIBUTE-FILE
001010     LABEL RECORDS ARE STANDARD.
001020 COPY LGTATTR.
001030 FD  WORK-ORDER-MASTER
001040     LABEL RECORDS ARE STANDARD.
001050 COPY WORKORD.
001060 FD  CAPITAL-EXTRACT-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 COPY CAPXREC.
001100 FD  RETROFIT-REPORT
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE OMITTED.
001130 01  RTR-RPT-RECORD              PIC X(132).
001140 SD  RTR-SORT-FILE.
001150 01  RTR-SORT-RECORD.
001160     05  RTR-SRT-NO-PAYBACK      PIC 9(01).
001170     05  RTR-SRT-PAYBACK         PIC 9(03)V99.
001180     05  RTR-SRT-ZONE            PIC X(04).
001190     05  RTR-SRT-TYPE            PIC X(06).
001200     05  RTR-SRT-SLOT            PIC 9(03).
001210 WORKING-STORAGE SECTION.
001220*-----------------------------------------------------------*
001230*  WORKING STORAGE -- FILE STATUS, SWITCHES
001240*-----------------------------------------------------------*
001250 01  RTR-CAT-FILE-STATUS         PIC X(02) VALUE '00'.
001260     88  RTR-CAT-OK                   VALUE '00'.
001270 01  RTR-RATED-FILE-STATUS       PIC X(02) VALUE '00'.
001280     88  RTR-RATED-OK                 VALUE '00'.
001290 01  RTR-RATE-FILE-STATUS        PIC X(02) VALUE '00'.
001300     88  RTR-RATE-OK                  VALUE '00'.
001310 01  RTR-BURN-FILE-STATUS        PIC X(02) VALUE '00'.
001320     88  RTR-BURN-OK                  VALUE '00'.
001330 01  RTR-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001340     88  RTR-ATTR-OK                  VALUE '00'.
001350 01  RTR-WO-FILE-STATUS          PIC X(02) VALUE '00'.
001360     88  RTR-WO-OK                    VALUE '00'.
001370 01  RTR-SWITCHES.
001380     05  RTR-CAT-EOF-SW          PIC X(01) VALUE 'N'.
001390         88  RTR-CAT-EOF                  VALUE 'Y'.
001400     05  RTR-RATED-EOF-SW        PIC X(01) VALUE 'N'.
001410         88  RTR-RATED-EOF                VALUE 'Y'.
001420     05  RTR-RATE-EOF-SW         PIC X(01) VALUE 'N'.
001430         88  RTR-RATE-EOF                 VALUE 'Y'.
001440     05  RTR-BURN-EOF-SW         PIC X(01) VALUE 'N'.
001450         88  RTR-BURN-EOF                 VALUE 'Y'.
001460     05  RTR-SORT-EOF-SW         PIC X(01) VALUE 'N'.
001470         88  RTR-SORT-EOF                 VALUE 'Y'.
001480     05  RTR-WO-OPEN-SW          PIC X(01) VALUE 'N'.
001490         88  RTR-WO-IS-OPEN               VALUE 'Y'.
001500     05  RTR-WO-FOUND-SW         PIC X(01) VALUE 'N'.
001510         88  RTR-WO-FOUND                 VALUE 'Y'.
001520     05  RTR-FATAL-SW            PIC X(01) VALUE 'N'.
001530         88  RTR-FATAL-ERROR              VALUE 'Y'.
001540     05  RTR-GROUP-OVERFLOW-SW   PIC X(01) VALUE 'N'.
001550         88  RTR-GROUP-OVERFLOW           VALUE 'Y'.
001560*-----------------------------------------------------------*
001570*  RETROFIT CATALOG -- ONE ENTRY PER EXISTING FIXTURE TYPE
001580*-----------------------------------------------------------*
001590 01  RTR-CAT-TABLE.
001600     05  RTR-CAT-COUNT           PIC 9(03) VALUE 0.
001610     05  RTR-CAT-ENTRY OCCURS 50 TIMES.
001620         10  RTR-CAT-TYPE        PIC X(06).
001630         10  RTR-CAT-REPL-TYPE   PIC X(06).
001640         10  RTR-CAT-REPL-WATTS  PIC 9(05).
001650         10  RTR-CAT-COST        PIC 9(05)V99.
001660         10  RTR-CAT-REPL-HOURS  PIC 9(07).
001670 77  RC                          PIC 9(03) COMP VALUE 0.
001680 77  RTR-CAT-SLOT                PIC 9(03) COMP VALUE 0.
001690*-----------------------------------------------------------*
001700*  RATED-LIFE TABLE -- EXISTING TYPES, FROM RATEDLIF
001710*-----------------------------------------------------------*
001720 01  RTR-TYPE-TABLE.
001730     05  RTR-TYPE-COUNT          PIC 9(03) VALUE 0.
001740     05  RTR-TYPE-ENTRY OCCURS 50 TIMES.
001750         10  RTR-TYPE-CODE       PIC X(06).
001760         10  RTR-TYPE-HOURS      PIC 9(07).
001770 77  RK                          PIC 9(03) COMP VALUE 0.
001780 77  RTR-TYPE-SLOT               PIC 9(03) COMP VALUE 0.
001790*-----------------------------------------------------------*
001800*  CURRENT RATE -- THE RATEFILE RECORD WITH THE LATEST
001810*  EFFECTIVE DATE ON OR BEFORE THE RUN DATE
001820*-----------------------------------------------------------*
001830 77  RTR-BEST-EFF-DATE           PIC 9(08) VALUE 0.
001840 77  RTR-PEAK-MINUTES            PIC S9(05) COMP VALUE 0.
001850 01  RTR-HHMM                    PIC 9(04) VALUE 0.
001860 01  RTR-HHMM-R REDEFINES RTR-HHMM.
001870     05  RTR-HHMM-HH             PIC 9(02).
001880     05  RTR-HHMM-MM             PIC 9(02).
001890 77  RTR-PEAK-HRS                PIC 9(02)V99 VALUE 0.
001900 77  RTR-PEAK-CENTS              PIC 9(03)V99 VALUE 0.
001910 77  RTR-OFF-CENTS               PIC 9(03)V99 VALUE 0.
001920 77  RTR-RATE-CENTS              PIC 9(03)V9(04) VALUE 0.
001930*-----------------------------------------------------------*
001940*  ZONE / FIXTURE-TYPE ACCUMULATORS
001950*-----------------------------------------------------------*
001960 01  RTR-GROUP-TABLE.
001970     05  RTR-GROUP-COUNT         PIC 9(03) VALUE 0.
001980     05  RTR-GROUP-ENTRY OCCURS 500 TIMES.
001990         10  RTR-GRP-ZONE        PIC X(04).
002000         10  RTR-GRP-TYPE        PIC X(06).
002010         10  RTR-GRP-CAT-SLOT    PIC 9(03) COMP.
002020         10  RTR-GRP-FIXTURES    PIC 9(07).
002030         10  RTR-GRP-REPEATS     PIC 9(07).
002040         10  RTR-GRP-OLD-WATTS   PIC 9(09).
002050         10  RTR-GRP-NEW-WATTS   PIC 9(09).
002060         10  RTR-GRP-HOURS       PIC 9(11).
002070         10  RTR-GRP-KWH         PIC 9(09)V99.
002080         10  RTR-GRP-ENERGY-DOL  PIC 9(09)V99.
002090         10  RTR-GRP-RELAMPS     PIC 9(07)V9(04).
002100         10  RTR-GRP-REPAIRS     PIC 9(07)V9(04).
002110         10  RTR-GRP-VISIT-DOL   PIC 9(09)V99.
002120         10  RTR-GRP-SAVED-DOL   PIC 9(09)V99.
002130         10  RTR-GRP-COST        PIC 9(09)V99.
002140         10  RTR-GRP-PAYBACK     PIC 9(03)V99.
002150         10  RTR-GRP-PAYBACK-SW  PIC X(01).
002160             88  RTR-GRP-PAYS-BACK        VALUE 'Y'.
002170 77  GP                          PIC 9(03) COMP VALUE 0.
002180 77  RTR-GROUP-SLOT              PIC 9(03) COMP VALUE 0.
002190*-----------------------------------------------------------*
002200*  ONE FIXTURE'S FIGURES
002210*-----------------------------------------------------------*
002220 01  RTR-INSTALL-DATE            PIC 9(08) VALUE 0.
002230 01  RTR-INSTALL-DATE-R REDEFINES RTR-INSTALL-DATE.
002240     05  RTR-INSTALL-CCYY        PIC 9(04).
002250     05  RTR-INSTALL-MM          PIC 9(02).
002260     05  RTR-INSTALL-DD          PIC 9(02).
002270 77  RTR-DAYS-IN-SERVICE         PIC S9(09) COMP VALUE 0.
002280 77  RTR-WORK-HOURS              PIC 9(09) VALUE 0.
002290 77  RTR-ANNUAL-HOURS            PIC 9(05) VALUE 0.
002300 77  RTR-WATTS-SAVED             PIC 9(05) VALUE 0.
002310 77  RTR-WORK-KWH                PIC 9(07)V99 VALUE 0.
002320 77  RTR-WORK-DOL                PIC 9(07)V99 VALUE 0.
002330 77  RTR-WORK-OLD-RELAMPS        PIC 9(05)V9(04) VALUE 0.
002340 77  RTR-WORK-NEW-RELAMPS        PIC 9(05)V9(04) VALUE 0.
002350 77  RTR-WORK-REPAIRS            PIC 9(05)V9(04) VALUE 0.
002360 77  RTR-COST-PER-VISIT          PIC 9(03)V99 VALUE 0.
002370 77  RTR-RANK                    PIC 9(05) VALUE 0.
002380*-----------------------------------------------------------*
002390*  RUN COUNTERS AND TOTALS
002400*-----------------------------------------------------------*
002410 77  RTR-FIXTURES-READ           PIC 9(07) VALUE 0.
002420 77  RTR-FIXTURES-ANALYZED       PIC 9(07) VALUE 0.
002430 77  RTR-NO-ATTR-RECORD          PIC 9(07) VALUE 0.
002440 77  RTR-NO-RETROFIT             PIC 9(07) VALUE 0.
002450 77  RTR-TYPE-UNRATED            PIC 9(07) VALUE 0.
002460 77  RTR-NO-INSTALL-DATE         PIC 9(07) VALUE 0.
002470 77  RTR-GROUP-DROPPED           PIC 9(07) VALUE 0.
002480 77  RTR-GROUPS-RANKED           PIC 9(07) VALUE 0.
002490 77  RTR-GROUPS-NO-PAYBACK       PIC 9(07) VALUE 0.
002500 77  RTR-TOTAL-KWH               PIC 9(11)V99 VALUE 0.
002510 77  RTR-TOTAL-SAVED             PIC 9(11)V99 VALUE 0.
002520 77  RTR-TOTAL-COST              PIC 9(11)V99 VALUE 0.
002530 77  RTR-TOTAL-PAYBACK           PIC 9(03)V99 VALUE 0.
002540 01  RTR-RUN-DATE                PIC 9(08).
002550 01  RTR-RUN-DATE-R REDEFINES RTR-RUN-DATE.
002560     05  RTR-RUN-DATE-CCYY       PIC 9(04).
002570     05  RTR-RUN-DATE-MM         PIC 9(02).
002580     05  RTR-RUN-DATE-DD         PIC 9(02).
002590*-----------------------------------------------------------*
002600*  RANKING REPORT PRINT LINES
002610*-----------------------------------------------------------*
002620 01  RTR-RPT-HEADER-1.
002630     05  FILLER                  PIC X(32) VALUE
002640         'LED RETROFIT PAYBACK ANALYSIS'.
002650     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002660     05  RTR-RPT-MM              PIC 9(02).
002670     05  FILLER                  PIC X(01) VALUE '/'.
002680     05  RTR-RPT-DD              PIC 9(02).
002690     05  FILLER                  PIC X(01) VALUE '/'.
002700     05  RTR-RPT-CCYY            PIC 9(04).
002710     05  FILLER                  PIC X(03) VALUE SPACES.
002720     05  FILLER                  PIC X(06) VALUE 'RATE: '.
002730     05  RTR-RPT-RATE            PIC ZZ9.9999.
002740     05  FILLER                  PIC X(08) VALUE ' CTS/KWH'.
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  FILLER                  PIC X(12) VALUE 'VISIT COST: '.
002770     05  RTR-RPT-VISIT-COST      PIC ZZ9.99.
002780     05  FILLER                  PIC X(34) VALUE SPACES.
002790 01  RTR-RPT-COL-HDGS.
002800     05  FILLER                  PIC X(07) VALUE 'RANK'.
002810     05  FILLER                  PIC X(06) VALUE 'ZONE'.
002820     05  FILLER                  PIC X(08) VALUE 'TYPE'.
002830     05  FILLER                  PIC X(08) VALUE 'REPL'.
002840     05  FILLER                  PIC X(09) VALUE 'FIXTURES'.
002850     05  FILLER                  PIC X(13) VALUE '  KWH SAVED'.
002860     05  FILLER                  PIC X(16) VALUE
002870         ' DOLLARS SAVED'.
002880     05  FILLER                  PIC X(11) VALUE '  RELAMPS'.
002890     05  FILLER                  PIC X(11) VALUE '  REPAIRS'.
002900     05  FILLER                  PIC X(09) VALUE 'REPEATS'.
002910     05  FILLER                  PIC X(16) VALUE
002920         'INSTALLED COST'.
002930     05  FILLER                  PIC X(07) VALUE 'PAYBACK'.
002940     05  FILLER                  PIC X(11) VALUE SPACES.
002950 01  RTR-RPT-DETAIL.
002960     05  RTR-RPT-RANK            PIC ZZZZ9.
002970     05  FILLER                  PIC X(02) VALUE SPACES.
002980     05  RTR-RPT-ZONE            PIC X(04).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  RTR-RPT-TYPE            PIC X(06).
003010     05  FILLER                  PIC X(02) VALUE SPACES.
003020     05  RTR-RPT-REPL            PIC X(06).
003030     05  FILLER                  PIC X(02) VALUE SPACES.
003040     05  RTR-RPT-FIXTURES        PIC ZZZZZZ9.
003050     05  FILLER                  PIC X(02) VALUE SPACES.
003060     05  RTR-RPT-KWH             PIC ZZZ,ZZZ,ZZ9.
003070     05  FILLER                  PIC X(02) VALUE SPACES.
003080     05  RTR-RPT-DOLLARS         PIC ZZZ,ZZZ,ZZ9.99.
003090     05  FILLER                  PIC X(02) VALUE SPACES.
003100     05  RTR-RPT-RELAMPS         PIC ZZZ,ZZ9.9.
003110     05  FILLER                  PIC X(02) VALUE SPACES.
003120     05  RTR-RPT-REPAIRS         PIC ZZZ,ZZ9.9.
003130     05  FILLER                  PIC X(02) VALUE SPACES.
003140     05  RTR-RPT-REPEATS         PIC ZZZZZZ9.
003150     05  FILLER                  PIC X(02) VALUE SPACES.
003160     05  RTR-RPT-COST            PIC ZZZ,ZZZ,ZZ9.99.
003170     05  FILLER                  PIC X(02) VALUE SPACES.
003180     05  RTR-RPT-PAYBACK         PIC ZZ9.99.
003190     05  RTR-RPT-PAYBACK-X REDEFINES RTR-RPT-PAYBACK
003200                                 PIC X(06).
003210     05  FILLER                  PIC X(12) VALUE SPACES.
003220 01  RTR-RPT-TOTAL-LINE.
003230     05  RTR-RPT-TOT-TEXT        PIC X(34).
003240     05  RTR-RPT-TOT-COUNT       PIC ZZZZZZ9.
003250     05  FILLER                  PIC X(91) VALUE SPACES.
003260 01  RTR-RPT-AMOUNT-LINE.
003270     05  RTR-RPT-AMT-TEXT        PIC X(34).
003280     05  RTR-RPT-AMT-VALUE       PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003290     05  FILLER                  PIC X(81) VALUE SPACES.
003300 01  RTR-RPT-PAYBACK-LINE.
003310     05  FILLER                  PIC X(34) VALUE
003320         'OVERALL PAYBACK YEARS'.
003330     05  RTR-RPT-TOT-PAYBACK     PIC ZZ9.99.
003340     05  RTR-RPT-TOT-PAYBACK-X REDEFINES RTR-RPT-TOT-PAYBACK
003350                                 PIC X(06).
003360     05  FILLER                  PIC X(92) VALUE SPACES.
003370 LINKAGE SECTION.
003380*-----------------------------------------------------------*
003390*  RUN PARM -- COST PER MAINTENANCE VISIT, 999V99, PASSED BY
003400*  JCL.  BLANK OR NON-NUMERIC FALLS BACK TO ZERO.
003410*-----------------------------------------------------------*
003420 01  RTR-PARM-DATA.
003430     05  RTR-PARM-VISIT-COST     PIC X(05).
003440     05  RTR-PARM-VISIT-COST-N REDEFINES RTR-PARM-VISIT-COST
003450                                 PIC 9(03)V99.
003460     05  FILLER                  PIC X(75).
003470 PROCEDURE DIVISION USING RTR-PARM-DATA.
003480*-----------------------------------------------------------*
003490*  0000-MAINLINE
003500*-----------------------------------------------------------*
003510 0000-MAINLINE.
003520     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003530     IF RTR-FATAL-ERROR
003540         GO TO 9000-TERMINATE
003550     END-IF.
003560     PERFORM 3000-SCAN-BURN-MASTER THRU 3000-EXIT.
003570     PERFORM 5000-PRICE-ONE-GROUP THRU 5000-EXIT
003580         VARYING GP FROM 1 BY 1
003590             UNTIL GP > RTR-GROUP-COUNT.
003600*    FASTEST PAYBACK FIRST; GROUPS THAT SAVE NOTHING LAST
003610     SORT RTR-SORT-FILE
003620         ON ASCENDING KEY RTR-SRT-NO-PAYBACK
003630                          RTR-SRT-PAYBACK
003640                          RTR-SRT-ZONE
003650                          RTR-SRT-TYPE
003660         INPUT PROCEDURE IS 6000-RELEASE-GROUPS
003670             THRU 6000-EXIT
003680         OUTPUT PROCEDURE IS 6500-REPORT-GROUPS
003690             THRU 6500-EXIT.
003700     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003710     GO TO 9000-TERMINATE.
003720*-----------------------------------------------------------*
003730*  1000-INITIALIZE -- LOAD THE CATALOG, RATED LIVES, AND
003740*  CURRENT RATE, OPEN FILES.  NO CATALOG, NO RATE, NO BURN
003750*  MASTER, OR NO ATTRIBUTE FILE LEAVES NOTHING TO BUILD A
003760*  CASE FROM -- THE RUN STOPS WITH RC 8.  RATED LIVES AND
003770*  WORK ORDERS ONLY ADD THE AVOIDED VISITS, SO THEIR ABSENCE
003780*  IS A WARNING.
003790*-----------------------------------------------------------*
003800 1000-INITIALIZE.
003810     ACCEPT RTR-RUN-DATE FROM DATE YYYYMMDD.
003820     MOVE RTR-RUN-DATE-MM   TO RTR-RPT-MM.
003830     MOVE RTR-RUN-DATE-DD   TO RTR-RPT-DD.
003840     MOVE RTR-RUN-DATE-CCYY TO RTR-RPT-CCYY.
003850     IF RTR-PARM-VISIT-COST NUMERIC
003860         MOVE RTR-PARM-VISIT-COST-N TO RTR-COST-PER-VISIT
003870     END-IF.
003880     MOVE RTR-COST-PER-VISIT TO RTR-RPT-VISIT-COST.
003890     OPEN INPUT RETROFIT-CATALOG-FILE.
003900     IF NOT RTR-CAT-OK
003910         DISPLAY 'LGTRETRO: CANNOT OPEN RETROFIT CATALOG, '
003920                 'STATUS ' RTR-CAT-FILE-STATUS
003930                 ' -- RUN TERMINATED'
003940         MOVE 8 TO RETURN-CODE
003950         SET RTR-FATAL-ERROR TO TRUE
003960         GO TO 1000-EXIT
003970     END-IF.
003980     PERFORM 1100-LOAD-ONE-RETROFIT THRU 1100-EXIT
003990         UNTIL RTR-CAT-EOF.
004000     CLOSE RETROFIT-CATALOG-FILE.
004010     IF RTR-CAT-COUNT = 0
004020         DISPLAY 'LGTRETRO: RETROFIT CATALOG EMPTY -- RUN '
004030                 'TERMINATED'
004040         MOVE 8 TO RETURN-CODE
004050         SET RTR-FATAL-ERROR TO TRUE
004060         GO TO 1000-EXIT
004070     END-IF.
004080     OPEN INPUT RATE-SCHEDULE-FILE.
004090     IF NOT RTR-RATE-OK
004100         DISPLAY 'LGTRETRO: CANNOT OPEN RATE SCHEDULE, '
004110                 'STATUS ' RTR-RATE-FILE-STATUS
004120                 ' -- RUN TERMINATED'
004130         MOVE 8 TO RETURN-CODE
004140         SET RTR-FATAL-ERROR TO TRUE
004150         GO TO 1000-EXIT
004160     END-IF.
004170     PERFORM 1300-LOAD-ONE-RATE THRU 1300-EXIT
004180         UNTIL RTR-RATE-EOF.
004190     CLOSE RATE-SCHEDULE-FILE.
004200     IF RTR-BEST-EFF-DATE = 0
004210         DISPLAY 'LGTRETRO: NO RATE EFFECTIVE ON OR BEFORE '
004220                 'THE RUN DATE -- RUN TERMINATED'
004230         MOVE 8 TO RETURN-CODE
004240         SET RTR-FATAL-ERROR TO TRUE
004250         GO TO 1000-EXIT
004260     END-IF.
004270     COMPUTE RTR-RATE-CENTS ROUNDED =
004280         (RTR-PEAK-HRS * RTR-PEAK-CENTS
004290          + (24 - RTR-PEAK-HRS) * RTR-OFF-CENTS) / 24.
004300     MOVE RTR-RATE-CENTS TO RTR-RPT-RATE.
004310     OPEN INPUT RATED-LIFE-FILE.
004320     IF RTR-RATED-OK
004330         PERFORM 1200-LOAD-ONE-TYPE THRU 1200-EXIT
004340             UNTIL RTR-RATED-EOF
004350         CLOSE RATED-LIFE-FILE
004360     ELSE
004370         DISPLAY 'LGTRETRO: NO RATED-LIFE FILE -- RELAMP '
004380                 'VISITS AVOIDED WILL NOT BE ESTIMATED'
004390     END-IF.
004400     OPEN INPUT BURN-HOURS-MASTER.
004410     IF NOT RTR-BURN-OK
004420         DISPLAY 'LGTRETRO: CANNOT OPEN BURN-HOURS MASTER, '
004430                 'STATUS ' RTR-BURN-FILE-STATUS
004440                 ' -- RUN LGTBURN FIRST'
004450         MOVE 8 TO RETURN-CODE
004460         SET RTR-FATAL-ERROR TO TRUE
004470         GO TO 1000-EXIT
004480     END-IF.
004490     OPEN INPUT LIGHT-ATTRIBUTE-FILE.
004500     IF NOT RTR-ATTR-OK
004510         DISPLAY 'LGTRETRO: CANNOT OPEN ATTRIBUTE FILE, '
004520                 'STATUS ' RTR-ATTR-FILE-STATUS
004530                 ' -- RUN TERMINATED'
004540         MOVE 8 TO RETURN-CODE
004550         SET RTR-FATAL-ERROR TO TRUE
004560         GO TO 1000-EXIT
004570     END-IF.
004580     OPEN INPUT WORK-ORDER-MASTER.
004590     IF RTR-WO-OK
004600         MOVE 'Y' TO RTR-WO-OPEN-SW
004610     ELSE
004620         DISPLAY 'LGTRETRO: NO WORK-ORDER MASTER -- REPAIR '
004630                 'VISITS AVOIDED WILL NOT BE ESTIMATED'
004640     END-IF.
004650     OPEN OUTPUT CAPITAL-EXTRACT-FILE.
004660     OPEN OUTPUT RETROFIT-REPORT.
004670     WRITE RTR-RPT-RECORD FROM RTR-RPT-HEADER-1
004680         AFTER ADVANCING PAGE.
004690     MOVE SPACES TO RTR-RPT-RECORD.
004700     WRITE RTR-RPT-RECORD AFTER ADVANCING 1 LINE.
004710     WRITE RTR-RPT-RECORD FROM RTR-RPT-COL-HDGS
004720         AFTER ADVANCING 1 LINE.
004730 1000-EXIT.
004740     EXIT.
004750 1100-LOAD-ONE-RETROFIT.
004760     READ RETROFIT-CATALOG-FILE
004770         AT END
004780             SET RTR-CAT-EOF TO TRUE
004790             GO TO 1100-EXIT
004800     END-READ.
004810     IF RTR-CAT-COUNT >= 50
004820         DISPLAY 'LGTRETRO: MORE THAN 50 FIXTURE TYPES ON '
004830                 'RETROFIT CATALOG -- EXTRAS IGNORED'
004840         GO TO 1100-EXIT
004850     END-IF.
004860     ADD 1 TO RTR-CAT-COUNT.
004870     MOVE RCAT-FIXTURE-TYPE  TO RTR-CAT-TYPE (RTR-CAT-COUNT).
004880     MOVE RCAT-REPL-TYPE
004890         TO RTR-CAT-REPL-TYPE (RTR-CAT-COUNT).
004900     MOVE RCAT-REPL-WATTAGE
004910         TO RTR-CAT-REPL-WATTS (RTR-CAT-COUNT).
004920     MOVE RCAT-UNIT-COST     TO RTR-CAT-COST (RTR-CAT-COUNT).
004930     MOVE RCAT-REPL-RATED-HOURS
004940         TO RTR-CAT-REPL-HOURS (RTR-CAT-COUNT).
004950 1100-EXIT.
004960     EXIT.
004970 1200-LOAD-ONE-TYPE.
004980     READ RATED-LIFE-FILE
004990         AT END
005000             SET RTR-RATED-EOF TO TRUE
005010             GO TO 1200-EXIT
005020     END-READ.
005030     IF RTR-TYPE-COUNT >= 50
005040         DISPLAY 'LGTRETRO: MORE THAN 50 FIXTURE TYPES ON '
005050                 'RATED-LIFE FILE -- EXTRAS IGNORED'
005060         GO TO 1200-EXIT
005070     END-IF.
005080     ADD 1 TO RTR-TYPE-COUNT.
005090     MOVE RLIF-FIXTURE-TYPE TO RTR-TYPE-CODE (RTR-TYPE-COUNT).
005100     MOVE RLIF-RATED-HOURS  TO RTR-TYPE-HOURS (RTR-TYPE-COUNT).
005110 1200-EXIT.
005120     EXIT.
005130*-----------------------------------------------------------*
005140*  1300-LOAD-ONE-RATE -- KEEP ONLY THE RECORD IN EFFECT ON
005150*  THE RUN DATE; ITS PEAK BAND IS REDUCED TO HOURS AS
005160*  LGTCHGBK DOES
005170*-----------------------------------------------------------*
005180 1300-LOAD-ONE-RATE.
005190     READ RATE-SCHEDULE-FILE
005200         AT END
005210             SET RTR-RATE-EOF TO TRUE
005220             GO TO 1300-EXIT
005230     END-READ.
005240     IF RATE-EFFECTIVE-DATE > RTR-RUN-DATE
005250             OR RATE-EFFECTIVE-DATE < RTR-BEST-EFF-DATE
005260         GO TO 1300-EXIT
005270     END-IF.
005280     MOVE RATE-EFFECTIVE-DATE TO RTR-BEST-EFF-DATE.
005290     MOVE RATE-PEAK-END TO RTR-HHMM.
005300     COMPUTE RTR-PEAK-MINUTES =
005310         RTR-HHMM-HH * 60 + RTR-HHMM-MM.
005320     MOVE RATE-PEAK-START TO RTR-HHMM.
005330     COMPUTE RTR-PEAK-MINUTES = RTR-PEAK-MINUTES
005340         - RTR-HHMM-HH * 60 - RTR-HHMM-MM.
005350     IF RTR-PEAK-MINUTES < 0
005360         MOVE 0 TO RTR-PEAK-MINUTES
005370     END-IF.
005380     COMPUTE RTR-PEAK-HRS = RTR-PEAK-MINUTES / 60.
005390     MOVE RATE-PEAK-CENTS    TO RTR-PEAK-CENTS.
005400     MOVE RATE-OFFPEAK-CENTS TO RTR-OFF-CENTS.
005410 1300-EXIT.
005420     EXIT.
005430*-----------------------------------------------------------*
005440*  3000-SCAN-BURN-MASTER -- EVERY FIXTURE WITH ACCUMULATED
005450*  BURN HOURS, IN KEY ORDER
005460*-----------------------------------------------------------*
005470 3000-SCAN-BURN-MASTER.
005480     MOVE LOW-VALUES TO BURN-KEY.
005490     START BURN-HOURS-MASTER KEY IS NOT LESS THAN BURN-KEY
005500         INVALID KEY
005510             SET RTR-BURN-EOF TO TRUE
005520     END-START.
005530     PERFORM 3100-ANALYZE-ONE-FIXTURE THRU 3100-EXIT
005540         UNTIL RTR-BURN-EOF.
005550 3000-EXIT.
005560     EXIT.
005570 3100-ANALYZE-ONE-FIXTURE.
005580     READ BURN-HOURS-MASTER NEXT RECORD
005590         AT END
005600             SET RTR-BURN-EOF TO TRUE
005610     END-READ.
005620     IF RTR-BURN-EOF
005630         GO TO 3100-EXIT
005640     END-IF.
005650     ADD 1 TO RTR-FIXTURES-READ.
005660     MOVE BURN-ROW TO ATTR-ROW.
005670     MOVE BURN-COL TO ATTR-COL.
005680     READ LIGHT-ATTRIBUTE-FILE
005690         INVALID KEY
005700             ADD 1 TO RTR-NO-ATTR-RECORD
005710             GO TO 3100-EXIT
005720     END-READ.
005730     MOVE 0 TO RTR-CAT-SLOT.
005740     PERFORM 3300-SCAN-CATALOG THRU 3300-EXIT
005750         VARYING RC FROM 1 BY 1
005760             UNTIL RTR-CAT-SLOT > 0
005770                OR RC > RTR-CAT-COUNT.
005780     IF RTR-CAT-SLOT = 0
005790         ADD 1 TO RTR-NO-RETROFIT
005800         GO TO 3100-EXIT
005810     END-IF.
005820     PERFORM 3200-FIND-GROUP-SLOT THRU 3200-EXIT.
005830     IF RTR-GROUP-SLOT = 0
005840         ADD 1 TO RTR-GROUP-DROPPED
005850         GO TO 3100-EXIT
005860     END-IF.
005870     ADD 1 TO RTR-FIXTURES-ANALYZED.
005880     PERFORM 3500-ANNUALIZE-HOURS THRU 3500-EXIT.
005890     ADD 1 TO RTR-GRP-FIXTURES (RTR-GROUP-SLOT).
005900     ADD ATTR-WATTAGE TO RTR-GRP-OLD-WATTS (RTR-GROUP-SLOT).
005910     ADD RTR-CAT-REPL-WATTS (RTR-CAT-SLOT)
005920         TO RTR-GRP-NEW-WATTS (RTR-GROUP-SLOT).
005930     ADD RTR-ANNUAL-HOURS TO RTR-GRP-HOURS (RTR-GROUP-SLOT).
005940*    ENERGY -- A REPLACEMENT NO LOWER IN WATTAGE SAVES NOTHING
005950     MOVE 0 TO RTR-WATTS-SAVED.
005960     IF ATTR-WATTAGE > RTR-CAT-REPL-WATTS (RTR-CAT-SLOT)
005970         COMPUTE RTR-WATTS-SAVED = ATTR-WATTAGE
005980             - RTR-CAT-REPL-WATTS (RTR-CAT-SLOT)
005990     END-IF.
006000     COMPUTE RTR-WORK-KWH ROUNDED =
006010         RTR-WATTS-SAVED * RTR-ANNUAL-HOURS / 1000.
006020     COMPUTE RTR-WORK-DOL ROUNDED =
006030         RTR-WORK-KWH * RTR-RATE-CENTS / 100.
006040     ADD RTR-WORK-KWH TO RTR-GRP-KWH (RTR-GROUP-SLOT).
006050     ADD RTR-WORK-DOL TO RTR-GRP-ENERGY-DOL (RTR-GROUP-SLOT).
006060*    RELAMPING -- EXISTING RATED LIFE AGAINST THE REPLACEMENT'S
006070     MOVE 0 TO RTR-TYPE-SLOT.
006080     PERFORM 3400-SCAN-TYPE-TABLE THRU 3400-EXIT
006090         VARYING RK FROM 1 BY 1
006100             UNTIL RTR-TYPE-SLOT > 0
006110                OR RK > RTR-TYPE-COUNT.
006120     IF RTR-TYPE-SLOT = 0
006130         ADD 1 TO RTR-TYPE-UNRATED
006140     ELSE
006150         COMPUTE RTR-WORK-OLD-RELAMPS ROUNDED =
006160             RTR-ANNUAL-HOURS / RTR-TYPE-HOURS (RTR-TYPE-SLOT)
006170         MOVE 0 TO RTR-WORK-NEW-RELAMPS
006180         IF RTR-CAT-REPL-HOURS (RTR-CAT-SLOT) > 0
006190             COMPUTE RTR-WORK-NEW-RELAMPS ROUNDED =
006200                 RTR-ANNUAL-HOURS
006210                 / RTR-CAT-REPL-HOURS (RTR-CAT-SLOT)
006220         END-IF
006230         IF RTR-WORK-OLD-RELAMPS > RTR-WORK-NEW-RELAMPS
006240             COMPUTE RTR-GRP-RELAMPS (RTR-GROUP-SLOT) =
006250                 RTR-GRP-RELAMPS (RTR-GROUP-SLOT)
006260                 + RTR-WORK-OLD-RELAMPS - RTR-WORK-NEW-RELAMPS
006270         END-IF
006280     END-IF.
006290*    REPAIRS -- LIFETIME WORK ORDERS PER YEAR IN SERVICE
006300     PERFORM 3600-GET-WORK-ORDER THRU 3600-EXIT.
006310     IF RTR-WO-FOUND
006320         COMPUTE RTR-WORK-REPAIRS ROUNDED =
006330             WO-FAULT-COUNT * 365 / RTR-DAYS-IN-SERVICE
006340         ADD RTR-WORK-REPAIRS TO RTR-GRP-REPAIRS (RTR-GROUP-SLOT)
006350         IF WO-REPEAT-OFFENDER
006360             ADD 1 TO RTR-GRP-REPEATS (RTR-GROUP-SLOT)
006370         END-IF
006380     END-IF.
006390 3100-EXIT.
006400     EXIT.
006410*-----------------------------------------------------------*
006420*  3200-FIND-GROUP-SLOT -- THE ZONE / FIXTURE-TYPE ENTRY FOR
006430*  THIS FIXTURE, ADDED ON FIRST SIGHT
006440*-----------------------------------------------------------*
006450 3200-FIND-GROUP-SLOT.
006460     MOVE 0 TO RTR-GROUP-SLOT.
006470     PERFORM 3210-SCAN-GROUP THRU 3210-EXIT
006480         VARYING GP FROM 1 BY 1
006490             UNTIL RTR-GROUP-SLOT > 0 OR GP > RTR-GROUP-COUNT.
006500     IF RTR-GROUP-SLOT > 0
006510         GO TO 3200-EXIT
006520     END-IF.
006530     IF RTR-GROUP-COUNT >= 500
006540         IF NOT RTR-GROUP-OVERFLOW
006550             DISPLAY 'LGTRETRO: MORE THAN 500 ZONE / TYPE '
006560                     'GROUPS -- TABLE FULL, EXTRAS NOT RANKED'
006570             SET RTR-GROUP-OVERFLOW TO TRUE
006580         END-IF
006590         GO TO 3200-EXIT
006600     END-IF.
006610     ADD 1 TO RTR-GROUP-COUNT.
006620     MOVE RTR-GROUP-COUNT   TO RTR-GROUP-SLOT.
006630     MOVE ATTR-ZONE-CODE    TO RTR-GRP-ZONE (RTR-GROUP-SLOT).
006640     MOVE ATTR-FIXTURE-TYPE TO RTR-GRP-TYPE (RTR-GROUP-SLOT).
006650     MOVE RTR-CAT-SLOT      TO RTR-GRP-CAT-SLOT (RTR-GROUP-SLOT).
006660     MOVE 0 TO RTR-GRP-FIXTURES (RTR-GROUP-SLOT).
006670     MOVE 0 TO RTR-GRP-REPEATS (RTR-GROUP-SLOT).
006680     MOVE 0 TO RTR-GRP-OLD-WATTS (RTR-GROUP-SLOT).
006690     MOVE 0 TO RTR-GRP-NEW-WATTS (RTR-GROUP-SLOT).
006700     MOVE 0 TO RTR-GRP-HOURS (RTR-GROUP-SLOT).
006710     MOVE 0 TO RTR-GRP-KWH (RTR-GROUP-SLOT).
006720     MOVE 0 TO RTR-GRP-ENERGY-DOL (RTR-GROUP-SLOT).
006730     MOVE 0 TO RTR-GRP-RELAMPS (RTR-GROUP-SLOT).
006740     MOVE 0 TO RTR-GRP-REPAIRS (RTR-GROUP-SLOT).
006750     MOVE 0 TO RTR-GRP-VISIT-DOL (RTR-GROUP-SLOT).
006760     MOVE 0 TO RTR-GRP-SAVED-DOL (RTR-GROUP-SLOT).
006770     MOVE 0 TO RTR-GRP-COST (RTR-GROUP-SLOT).
006780     MOVE 0 TO RTR-GRP-PAYBACK (RTR-GROUP-SLOT).
006790     MOVE 'N' TO RTR-GRP-PAYBACK-SW (RTR-GROUP-SLOT).
006800 3200-EXIT.
006810     EXIT.
006820 3210-SCAN-GROUP.
006830     IF GP > RTR-GROUP-COUNT
006840         GO TO 3210-EXIT
006850     END-IF.
006860     IF RTR-GRP-ZONE (GP) = ATTR-ZONE-CODE
006870             AND RTR-GRP-TYPE (GP) = ATTR-FIXTURE-TYPE
006880         MOVE GP TO RTR-GROUP-SLOT
006890     END-IF.
006900 3210-EXIT.
006910     EXIT.
006920 3300-SCAN-CATALOG.
006930     IF RC > RTR-CAT-COUNT
006940         GO TO 3300-EXIT
006950     END-IF.
006960     IF RTR-CAT-TYPE (RC) = ATTR-FIXTURE-TYPE
006970         MOVE RC TO RTR-CAT-SLOT
006980     END-IF.
006990 3300-EXIT.
007000     EXIT.
007010 3400-SCAN-TYPE-TABLE.
007020     IF RK > RTR-TYPE-COUNT
007030         GO TO 3400-EXIT
007040     END-IF.
007050     IF RTR-TYPE-CODE (RK) = ATTR-FIXTURE-TYPE
007060             AND RTR-TYPE-HOURS (RK) > 0
007070         MOVE RK TO RTR-TYPE-SLOT
007080     END-IF.
007090 3400-EXIT.
007100     EXIT.
007110*-----------------------------------------------------------*
007120*  3500-ANNUALIZE-HOURS -- DAYS IN SERVICE FROM THE INSTALL
007130*  DATE, OR FROM THE OBSERVED DAYS WHEN THERE IS NO USABLE
007140*  INSTALL DATE; BURN HOURS SCALED TO A YEAR, UP TO 8760
007150*-----------------------------------------------------------*
007160 3500-ANNUALIZE-HOURS.
007170     MOVE ATTR-INSTALL-DATE TO RTR-INSTALL-DATE.
007180     IF RTR-INSTALL-DATE NUMERIC
007190             AND RTR-INSTALL-MM >= 1 AND RTR-INSTALL-MM <= 12
007200             AND RTR-INSTALL-DD >= 1 AND RTR-INSTALL-DD <= 31
007210             AND RTR-INSTALL-DATE < RTR-RUN-DATE
007220         COMPUTE RTR-DAYS-IN-SERVICE =
007230             FUNCTION INTEGER-OF-DATE (RTR-RUN-DATE)
007240           - FUNCTION INTEGER-OF-DATE (RTR-INSTALL-DATE)
007250     ELSE
007260         ADD 1 TO RTR-NO-INSTALL-DATE
007270         MOVE BURN-OBS-COUNT TO RTR-DAYS-IN-SERVICE
007280     END-IF.
007290     IF RTR-DAYS-IN-SERVICE < 1
007300         MOVE 1 TO RTR-DAYS-IN-SERVICE
007310     END-IF.
007320     COMPUTE RTR-WORK-HOURS =
007330         BURN-HOURS * 365 / RTR-DAYS-IN-SERVICE.
007340     IF RTR-WORK-HOURS > 8760
007350         MOVE 8760 TO RTR-WORK-HOURS
007360     END-IF.
007370     MOVE RTR-WORK-HOURS TO RTR-ANNUAL-HOURS.
007380 3500-EXIT.
007390     EXIT.
007400*-----------------------------------------------------------*
007410*  3600-GET-WORK-ORDER -- THE FIXTURE'S WORK-ORDER RECORD
007420*  CARRIES ITS LIFETIME ORDER COUNT AND REPEAT FLAG
007430*-----------------------------------------------------------*
007440 3600-GET-WORK-ORDER.
007450     MOVE 'N' TO RTR-WO-FOUND-SW.
007460     IF NOT RTR-WO-IS-OPEN
007470         GO TO 3600-EXIT
007480     END-IF.
007490     MOVE BURN-ROW TO WO-ROW.
007500     MOVE BURN-COL TO WO-COL.
007510     READ WORK-ORDER-MASTER
007520         INVALID KEY
007530             GO TO 3600-EXIT
007540     END-READ.
007550     SET RTR-WO-FOUND TO TRUE.
007560 3600-EXIT.
007570     EXIT.
007580*-----------------------------------------------------------*
007590*  5000-PRICE-ONE-GROUP -- INSTALLED COST, DOLLARS SAVED,
007600*  AND SIMPLE PAYBACK FOR ONE ZONE / FIXTURE TYPE
007610*-----------------------------------------------------------*
007620 5000-PRICE-ONE-GROUP.
007630     MOVE RTR-GRP-CAT-SLOT (GP) TO RTR-CAT-SLOT.
007640     COMPUTE RTR-GRP-COST (GP) =
007650         RTR-GRP-FIXTURES (GP) * RTR-CAT-COST (RTR-CAT-SLOT).
007660     COMPUTE RTR-GRP-VISIT-DOL (GP) ROUNDED =
007670         (RTR-GRP-RELAMPS (GP) + RTR-GRP-REPAIRS (GP))
007680         * RTR-COST-PER-VISIT.
007690     COMPUTE RTR-GRP-SAVED-DOL (GP) =
007700         RTR-GRP-ENERGY-DOL (GP) + RTR-GRP-VISIT-DOL (GP).
007710     ADD RTR-GRP-KWH (GP)       TO RTR-TOTAL-KWH.
007720     ADD RTR-GRP-SAVED-DOL (GP) TO RTR-TOTAL-SAVED.
007730     ADD RTR-GRP-COST (GP)      TO RTR-TOTAL-COST.
007740     IF RTR-GRP-SAVED-DOL (GP) = 0
007750             OR RTR-GRP-COST (GP)
007760                 >= RTR-GRP-SAVED-DOL (GP) * 999.99
007770         MOVE 999.99 TO RTR-GRP-PAYBACK (GP)
007780         MOVE 'N' TO RTR-GRP-PAYBACK-SW (GP)
007790         ADD 1 TO RTR-GROUPS-NO-PAYBACK
007800         GO TO 5000-EXIT
007810     END-IF.
007820     COMPUTE RTR-GRP-PAYBACK (GP) ROUNDED =
007830         RTR-GRP-COST (GP) / RTR-GRP-SAVED-DOL (GP).
007840     MOVE 'Y' TO RTR-GRP-PAYBACK-SW (GP).
007850 5000-EXIT.
007860     EXIT.
007870*-----------------------------------------------------------*
007880*  6000-RELEASE-GROUPS -- SORT INPUT PROCEDURE: ONE SORT
007890*  RECORD PER GROUP, POINTING BACK AT ITS TABLE ENTRY
007900*-----------------------------------------------------------*
007910 6000-RELEASE-GROUPS.
007920     PERFORM 6100-RELEASE-ONE-GROUP THRU 6100-EXIT
007930         VARYING GP FROM 1 BY 1
007940             UNTIL GP > RTR-GROUP-COUNT.
007950 6000-EXIT.
007960     EXIT.
007970 6100-RELEASE-ONE-GROUP.
007980     IF RTR-GRP-PAYS-BACK (GP)
007990         MOVE 0 TO RTR-SRT-NO-PAYBACK
008000     ELSE
008010         MOVE 1 TO RTR-SRT-NO-PAYBACK
008020     END-IF.
008030     MOVE RTR-GRP-PAYBACK (GP) TO RTR-SRT-PAYBACK.
008040     MOVE RTR-GRP-ZONE (GP)    TO RTR-SRT-ZONE.
008050     MOVE RTR-GRP-TYPE (GP)    TO RTR-SRT-TYPE.
008060     MOVE GP                   TO RTR-SRT-SLOT.
008070     RELEASE RTR-SORT-RECORD.
008080 6100-EXIT.
008090     EXIT.
008100*-----------------------------------------------------------*
008110*  6500-REPORT-GROUPS -- SORT OUTPUT PROCEDURE: ONE RANKED
008120*  REPORT LINE AND ONE EXTRACT RECORD PER GROUP
008130*-----------------------------------------------------------*
008140 6500-REPORT-GROUPS.
008150     PERFORM 6600-REPORT-ONE-GROUP THRU 6600-EXIT
008160         UNTIL RTR-SORT-EOF.
008170 6500-EXIT.
008180     EXIT.
008190 6600-REPORT-ONE-GROUP.
008200     RETURN RTR-SORT-FILE
008210         AT END
008220             SET RTR-SORT-EOF TO TRUE
008230     END-RETURN.
008240     IF RTR-SORT-EOF
008250         GO TO 6600-EXIT
008260     END-IF.
008270     MOVE RTR-SRT-SLOT TO GP.
008280     MOVE RTR-GRP-CAT-SLOT (GP) TO RTR-CAT-SLOT.
008290     ADD 1 TO RTR-RANK.
008300     ADD 1 TO RTR-GROUPS-RANKED.
008310     MOVE RTR-RANK                 TO RTR-RPT-RANK.
008320     MOVE RTR-GRP-ZONE (GP)        TO RTR-RPT-ZONE.
008330     MOVE RTR-GRP-TYPE (GP)        TO RTR-RPT-TYPE.
008340     MOVE RTR-CAT-REPL-TYPE (RTR-CAT-SLOT) TO RTR-RPT-REPL.
008350     MOVE RTR-GRP-FIXTURES (GP)    TO RTR-RPT-FIXTURES.
008360     MOVE RTR-GRP-KWH (GP)         TO RTR-RPT-KWH.
008370     MOVE RTR-GRP-SAVED-DOL (GP)   TO RTR-RPT-DOLLARS.
008380     MOVE RTR-GRP-RELAMPS (GP)     TO RTR-RPT-RELAMPS.
008390     MOVE RTR-GRP-REPAIRS (GP)     TO RTR-RPT-REPAIRS.
008400     MOVE RTR-GRP-REPEATS (GP)     TO RTR-RPT-REPEATS.
008410     MOVE RTR-GRP-COST (GP)        TO RTR-RPT-COST.
008420     IF RTR-GRP-PAYS-BACK (GP)
008430         MOVE RTR-GRP-PAYBACK (GP) TO RTR-RPT-PAYBACK
008440     ELSE
008450         MOVE '  NONE'             TO RTR-RPT-PAYBACK-X
008460     END-IF.
008470     WRITE RTR-RPT-RECORD FROM RTR-RPT-DETAIL
008480         AFTER ADVANCING 1 LINE.
008490     MOVE SPACES                   TO RETROFIT-CAPITAL-RECORD.
008500     MOVE RTR-RUN-DATE             TO CPX-RUN-DATE.
008510     MOVE RTR-RANK                 TO CPX-RANK.
008520     MOVE RTR-GRP-ZONE (GP)        TO CPX-ZONE-CODE.
008530     MOVE RTR-GRP-TYPE (GP)        TO CPX-FIXTURE-TYPE.
008540     MOVE RTR-CAT-REPL-TYPE (RTR-CAT-SLOT) TO CPX-REPL-TYPE.
008550     MOVE RTR-GRP-FIXTURES (GP)    TO CPX-FIXTURE-COUNT.
008560     MOVE RTR-GRP-REPEATS (GP)     TO CPX-REPEAT-OFFENDERS.
008570     MOVE RTR-GRP-OLD-WATTS (GP)   TO CPX-EXIST-WATTS.
008580     MOVE RTR-GRP-NEW-WATTS (GP)   TO CPX-REPL-WATTS.
008590     MOVE RTR-GRP-HOURS (GP)       TO CPX-ANNUAL-HOURS.
008600     MOVE RTR-RATE-CENTS           TO CPX-RATE-CENTS.
008610     MOVE RTR-GRP-KWH (GP)         TO CPX-KWH-SAVED.
008620     MOVE RTR-GRP-ENERGY-DOL (GP)  TO CPX-ENERGY-DOLLARS.
008630     MOVE RTR-GRP-VISIT-DOL (GP)   TO CPX-VISIT-DOLLARS.
008640     MOVE RTR-GRP-SAVED-DOL (GP)   TO CPX-DOLLARS-SAVED.
008650     MOVE RTR-GRP-RELAMPS (GP)     TO CPX-RELAMP-VISITS.
008660     MOVE RTR-GRP-REPAIRS (GP)     TO CPX-REPAIR-VISITS.
008670     MOVE RTR-GRP-COST (GP)        TO CPX-INSTALLED-COST.
008680     MOVE RTR-GRP-PAYBACK (GP)     TO CPX-PAYBACK-YEARS.
008690     MOVE RTR-GRP-PAYBACK-SW (GP)  TO CPX-PAYBACK-FLAG.
008700     WRITE RETROFIT-CAPITAL-RECORD.
008710 6600-EXIT.
008720     EXIT.
008730*-----------------------------------------------------------*
008740*  7000-PRINT-TOTALS
008750*-----------------------------------------------------------*
008760 7000-PRINT-TOTALS.
008770     MOVE SPACES TO RTR-RPT-RECORD.
008780     WRITE RTR-RPT-RECORD AFTER ADVANCING 1 LINE.
008790     MOVE 'BURN RECORDS READ'         TO RTR-RPT-TOT-TEXT.
008800     MOVE RTR-FIXTURES-READ           TO RTR-RPT-TOT-COUNT.
008810     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008820     MOVE 'FIXTURES ANALYZED'         TO RTR-RPT-TOT-TEXT.
008830     MOVE RTR-FIXTURES-ANALYZED       TO RTR-RPT-TOT-COUNT.
008840     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008850     MOVE 'NO ATTRIBUTE RECORD'       TO RTR-RPT-TOT-TEXT.
008860     MOVE RTR-NO-ATTR-RECORD          TO RTR-RPT-TOT-COUNT.
008870     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008880     MOVE 'FIXTURE TYPE NOT IN CATALOG' TO RTR-RPT-TOT-TEXT.
008890     MOVE RTR-NO-RETROFIT             TO RTR-RPT-TOT-COUNT.
008900     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008910     MOVE 'FIXTURE TYPE NOT RATED'    TO RTR-RPT-TOT-TEXT.
008920     MOVE RTR-TYPE-UNRATED            TO RTR-RPT-TOT-COUNT.
008930     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008940     MOVE 'NO USABLE INSTALL DATE'    TO RTR-RPT-TOT-TEXT.
008950     MOVE RTR-NO-INSTALL-DATE         TO RTR-RPT-TOT-COUNT.
008960     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008970     MOVE 'GROUP TABLE FULL, NOT RANKED' TO RTR-RPT-TOT-TEXT.
008980     MOVE RTR-GROUP-DROPPED           TO RTR-RPT-TOT-COUNT.
008990     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009000     MOVE 'ZONE / TYPE GROUPS RANKED' TO RTR-RPT-TOT-TEXT.
009010     MOVE RTR-GROUPS-RANKED           TO RTR-RPT-TOT-COUNT.
009020     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009030     MOVE 'GROUPS WITH NO PAYBACK'    TO RTR-RPT-TOT-TEXT.
009040     MOVE RTR-GROUPS-NO-PAYBACK       TO RTR-RPT-TOT-COUNT.
009050     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
009060     MOVE SPACES TO RTR-RPT-RECORD.
009070     WRITE RTR-RPT-RECORD AFTER ADVANCING 1 LINE.
009080     MOVE 'ANNUAL KWH SAVED'          TO RTR-RPT-AMT-TEXT.
009090     MOVE RTR-TOTAL-KWH               TO RTR-RPT-AMT-VALUE.
009100     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
009110     MOVE 'ANNUAL DOLLARS SAVED'      TO RTR-RPT-AMT-TEXT.
009120     MOVE RTR-TOTAL-SAVED             TO RTR-RPT-AMT-VALUE.
009130     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
009140     MOVE 'TOTAL INSTALLED COST'      TO RTR-RPT-AMT-TEXT.
009150     MOVE RTR-TOTAL-COST              TO RTR-RPT-AMT-VALUE.
009160     PERFORM 7200-WRITE-AMOUNT-LINE THRU 7200-EXIT.
009170     IF RTR-TOTAL-SAVED = 0
009180             OR RTR-TOTAL-COST >= RTR-TOTAL-SAVED * 999.99
009190         MOVE '  NONE' TO RTR-RPT-TOT-PAYBACK-X
009200     ELSE
009210         COMPUTE RTR-TOTAL-PAYBACK ROUNDED =
009220             RTR-TOTAL-COST / RTR-TOTAL-SAVED
009230         MOVE RTR-TOTAL-PAYBACK TO RTR-RPT-TOT-PAYBACK
009240     END-IF.
009250     WRITE RTR-RPT-RECORD FROM RTR-RPT-PAYBACK-LINE
009260         AFTER ADVANCING 1 LINE.
009270 7000-EXIT.
009280     EXIT.
009290 7100-WRITE-TOTAL-LINE.
009300     WRITE RTR-RPT-RECORD FROM RTR-RPT-TOTAL-LINE
009310         AFTER ADVANCING 1 LINE.
009320 7100-EXIT.
009330     EXIT.
009340 7200-WRITE-AMOUNT-LINE.
009350     WRITE RTR-RPT-RECORD FROM RTR-RPT-AMOUNT-LINE
009360         AFTER ADVANCING 1 LINE.
009370 7200-EXIT.
009380     EXIT.
009390*-----------------------------------------------------------*
009400*  9000-TERMINATE
009410*-----------------------------------------------------------*
009420 9000-TERMINATE.
009430     IF RTR-FATAL-ERROR
009440         GOBACK
009450     END-IF.
009460     CLOSE BURN-HOURS-MASTER.
009470     CLOSE LIGHT-ATTRIBUTE-FILE.
009480     IF RTR-WO-IS-OPEN
009490         CLOSE WORK-ORDER-MASTER
009500     END-IF.
009510     CLOSE CAPITAL-EXTRACT-FILE.
009520     CLOSE RETROFIT-REPORT.
009530     GOBACK.
009540 END PROGRAM LGTRETRO.
