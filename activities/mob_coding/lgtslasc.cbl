      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTSLASC.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTSLASC -- MONTH-END CONTRACTOR SLA SCORECARD.  BROWSES
000090*  WORK-ORDER-MASTER (WORKORD) AND SCORES EVERY ORDER CLOSED
000100*  IN THE MONTH, OR STILL OPEN AT MONTH END, AGAINST ITS
000110*  FAULT CODE'S RESPONSE WINDOW (FC-RESPONSE-HOURS ON THE
000120*  FAULT-CODE MASTER, FLTCODES):
000130*
000140*     - WORKORD CARRIES DATES, NOT TIMES, SO ELAPSED TIME IS
000150*       WHOLE DAYS TIMES 24.  AN ORDER IS DUE BY THE OPEN DATE
000160*       PLUS THE WHOLE DAYS IN ITS WINDOW, AND BREACHED IF IT
000170*       WAS CLOSED (OR WAS STILL OPEN AT MONTH END) AFTER THAT.
000180*     - A CODE MISSING FROM FLTCODES, OR WITH NO RESPONSE
000190*       HOURS, HAS NO WINDOW AND IS COUNTED, NOT SCORED.
000200*     - AN EGRESS-TEST FAILURE (EGRF, RAISED BY LGTEGRES) IS
000210*       LIFE SAFETY -- SEVERITY 1 WHATEVER FLTCODES SAYS, AS
000220*       IN LGTWORKO.  WITH NO RESPONSE HOURS OF ITS OWN IT
000230*       TAKES THE SHORTEST WINDOW OF ANY SEVERITY-1 CODE ON
000240*       FLTCODES.
000250*     - THE PENALTY FOR A BREACH COMES FROM THE PENALTY-RATE
000260*       TABLE (PENRATE, SEE PENREC.CPY) FOR THE CODE'S
000270*       SEVERITY: THE FLAT BREACH AMOUNT IN THE MONTH THE
000280*       WINDOW WAS MISSED, PLUS THE DAILY AMOUNT FOR EACH DAY
000290*       LATE FALLING IN THE MONTH, UP TO THE CAP.  AN ORDER
000300*       OPEN ACROSS SEVERAL MONTHS IS NEVER CHARGED TWICE FOR
000310*       THE SAME DAY.
000320*
000330*  SCORED ORDERS ARE SORTED LIFE-SAFETY FIRST, PRINTED ON THE
000340*  SCORECARD (SLARPT) WITH A SEVERITY BREAKDOWN AND A ZONE
000350*  BREAKDOWN (ZONE FROM LIGHT-ATTRIBUTE-FILE), AND WRITTEN TO
000360*  THE CONTRACTOR SCORECARD EXTRACT (SLAEXT, SEE SLAXREC.CPY).
000370*
000380*  RUN PARM: MONTH TO SCORE, CCYYMM (BLANK OR INVALID
000390*  DEFAULTS TO THE MONTH BEFORE THE RUN DATE).
000400*
000410*  MODIFICATION HISTORY
000420*     2026-10-14  CJM  Initial version.
000430*     2026-10-15  CJM  EGRF ORDERS SCORED AT SEVERITY 1, WITH
000440*                      THE SEVERITY-1 WINDOW WHEN FLTCODES
000450*                      GIVES THEM NONE.
000460*-----------------------------------------------------------*
000470 ENVIRONMENT DIVISION.
000480 CONFIGURATION SECTION.
000490 SOURCE-COMPUTER.    IBM-370.
000500 OBJECT-COMPUTER.    IBM-370.
000510 INPUT-OUTPUT SECTION.
000520 FILE-CONTROL.
000530     SELECT WORK-ORDER-MASTER   ASSIGN TO WORKORD
000540            ORGANIZATION IS INDEXED
000550            ACCESS MODE IS DYNAMIC
000560            RECORD KEY IS WO-KEY
000570            FILE STATUS IS SLA-WO-FILE-STATUS.
000580     SELECT FAULT-CODE-MASTER   ASSIGN TO FLTCODES
000590            ORGANIZATION IS INDEXED
000600            ACCESS MODE IS DYNAMIC
000610            RECORD KEY IS FC-CODE
000620            FILE STATUS IS SLA-FCODE-FILE-STATUS.
000630     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000640            ORGANIZATION IS INDEXED
000650            ACCESS MODE IS DYNAMIC
000660            RECORD KEY IS ATTR-KEY
000670            FILE STATUS IS SLA-ATTR-FILE-STATUS.
000680     SELECT PENALTY-RATE-FILE   ASSIGN TO PENRATE
000690            ORGANIZATION IS SEQUENTIAL
000700            FILE STATUS IS SLA-PEN-FILE-STATUS.
000710     SELECT SLA-EXTRACT-FILE    ASSIGN TO SLAEXT
000720            ORGANIZATION IS SEQUENTIAL.
000730     SELECT SLA-REPORT          ASSIGN TO SLARPT
000740            ORGANIZATION IS SEQUENTIAL.
000750     SELECT SLA-SORT-FILE       ASSIGN TO SORTWK01.
000760 DATA DIVISION.
000770 FILE SECTION.
000780 FD  WORK-ORDER-MASTER
000790     LABEL RECORDS ARE STANDARD.
000800 COPY WORKORD.
000810 FD  FAULT-CODE-MASTER
000820     LABEL RECORDS ARE STANDARD.
000830 COPY FLTCDREC.
000840 FD  LIGHT-ATTRIBUTE-FILE
000850     LABEL RECORDS ARE STANDARD.
000860 COPY LGTATTR.
000870 FD  PENALTY-RATE-FILE
000880     RECORDING MODE IS F
000890     LABEL RECORDS ARE STANDARD.
000900 COPY PENREC.
000910 FD  SLA-EXTRACT-FILE
000920     RECORDING MODE IS F
000930     LABEL RECORDS ARE STANDARD.
000940 COPY SLAXREC.
000950 FD  SLA-REPORT
000960     RECORDING MODE IS F
000970     LABEL RECORDS ARE OMITTED.
000980 01  SLA-RPT-RECORD              PIC X(132).
000990 SD  SLA-SORT-FILE.
001000 01  SLA-SORT-RECORD.
001010     05  SLA-SRT-SEVERITY        PIC 9(01).
001020     05  SLA-SRT-ORDER-NUMBER    PIC 9(07).
001030     05  SLA-SRT-SCORE           PIC X(101).
001040 WORKING-STORAGE SECTION.
001050*-----------------------------------------------------------*
001060*  WORKING STORAGE -- FILE STATUS, SWITCHES
001070*-----------------------------------------------------------*
001080 01  SLA-WO-FILE-STATUS          PIC X(02) VALUE '00'.
001090     88  SLA-WO-OK                    VALUE '00'.
001100 01  SLA-FCODE-FILE-STATUS       PIC X(02) VALUE '00'.
001110     88  SLA-FCODE-OK                 VALUE '00'.
001120 01  SLA-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001130     88  SLA-ATTR-OK                  VALUE '00'.
001140 01  SLA-PEN-FILE-STATUS         PIC X(02) VALUE '00'.
001150     88  SLA-PEN-OK                   VALUE '00'.
001160 01  SLA-SWITCHES.
001170     05  SLA-WO-EOF-SW           PIC X(01) VALUE 'N'.
001180         88  SLA-WO-EOF                   VALUE 'Y'.
001190     05  SLA-SORT-EOF-SW         PIC X(01) VALUE 'N'.
001200         88  SLA-SORT-EOF                 VALUE 'Y'.
001210     05  SLA-PEN-EOF-SW          PIC X(01) VALUE 'N'.
001220         88  SLA-PEN-EOF                  VALUE 'Y'.
001230     05  SLA-FCODE-OPEN-SW       PIC X(01) VALUE 'N'.
001240         88  SLA-FCODE-IS-OPEN            VALUE 'Y'.
001250     05  SLA-FCODE-EOF-SW        PIC X(01) VALUE 'N'.
001260         88  SLA-FCODE-EOF                VALUE 'Y'.
001270     05  SLA-ATTR-OPEN-SW        PIC X(01) VALUE 'N'.
001280         88  SLA-ATTR-IS-OPEN             VALUE 'Y'.
001290     05  SLA-FATAL-SW            PIC X(01) VALUE 'N'.
001300         88  SLA-FATAL-ERROR              VALUE 'Y'.
001310     05  SLA-ZONE-OVERFLOW-SW    PIC X(01) VALUE 'N'.
001320         88  SLA-ZONE-OVERFLOW            VALUE 'Y'.
001330*-----------------------------------------------------------*
001340*  SCORED-MONTH BOUNDARIES
001350*-----------------------------------------------------------*
001360 01  SLA-MONTH                   PIC 9(06) VALUE 0.
001370 01  SLA-MONTH-R REDEFINES SLA-MONTH.
001380     05  SLA-MONTH-CCYY          PIC 9(04).
001390     05  SLA-MONTH-MM            PIC 9(02).
001400 01  SLA-MONTH-START             PIC 9(08) VALUE 0.
001410 01  SLA-MONTH-START-R REDEFINES SLA-MONTH-START.
001420     05  SLA-MSTART-CCYY         PIC 9(04).
001430     05  SLA-MSTART-MM           PIC 9(02).
001440     05  SLA-MSTART-DD           PIC 9(02).
001450 01  SLA-NEXT-MONTH-START        PIC 9(08) VALUE 0.
001460 01  SLA-NEXT-MONTH-R REDEFINES SLA-NEXT-MONTH-START.
001470     05  SLA-NMSTART-CCYY        PIC 9(04).
001480     05  SLA-NMSTART-MM          PIC 9(02).
001490     05  SLA-NMSTART-DD          PIC 9(02).
001500 01  SLA-MONTH-END               PIC 9(08) VALUE 0.
001510 77  SLA-MONTH-START-INT         PIC S9(09) COMP VALUE 0.
001520 77  SLA-MONTH-END-INT           PIC S9(09) COMP VALUE 0.
001530 77  SLA-OPENED-INT              PIC S9(09) COMP VALUE 0.
001540 77  SLA-END-INT                 PIC S9(09) COMP VALUE 0.
001550 77  SLA-DUE-INT                 PIC S9(09) COMP VALUE 0.
001560 77  SLA-LATE-FROM-INT           PIC S9(09) COMP VALUE 0.
001570*-----------------------------------------------------------*
001580*  PENALTY-RATE TABLE -- ONE ENTRY PER SEVERITY, SUBSCRIPTED
001590*  BY THE SEVERITY ITSELF
001600*-----------------------------------------------------------*
001610 01  SLA-PENALTY-TABLE.
001620     05  SLA-PEN-ENTRY OCCURS 9 TIMES.
001630         10  SLA-PEN-BREACH      PIC 9(05)V99.
001640         10  SLA-PEN-DAILY       PIC 9(05)V99.
001650         10  SLA-PEN-MAX         PIC 9(07)V99.
001660*-----------------------------------------------------------*
001670*  SEVERITY AND ZONE ACCUMULATORS
001680*-----------------------------------------------------------*
001690 01  SLA-SEV-TABLE.
001700     05  SLA-SEV-ENTRY OCCURS 9 TIMES.
001710         10  SLA-SEV-SCORED      PIC 9(07).
001720         10  SLA-SEV-MET         PIC 9(07).
001730         10  SLA-SEV-BREACHED    PIC 9(07).
001740         10  SLA-SEV-PENALTY     PIC 9(09)V99.
001750 77  SV                          PIC 9(03) COMP VALUE 0.
001760 77  SLA-SEV-DISPLAY             PIC 9(01) VALUE 0.
001770 01  SLA-ZONE-TABLE.
001780     05  SLA-ZONE-COUNT          PIC 9(03) VALUE 0.
001790     05  SLA-ZONE-ENTRY OCCURS 100 TIMES.
001800         10  SLA-ZONE-CODE       PIC X(04).
001810         10  SLA-ZONE-SCORED     PIC 9(07).
001820         10  SLA-ZONE-MET        PIC 9(07).
001830         10  SLA-ZONE-BREACHED   PIC 9(07).
001840         10  SLA-ZONE-PENALTY    PIC 9(09)V99.
001850 77  SZ                          PIC 9(03) COMP VALUE 0.
001860 77  SLA-ZONE-SLOT               PIC 9(03) COMP VALUE 0.
001870 01  SLA-CURRENT-ZONE            PIC X(04) VALUE SPACES.
001880 01  SLA-CUR-SEVERITY            PIC 9(01) VALUE 9.
001890 01  SLA-CUR-WINDOW              PIC 9(03) VALUE 0.
001900 77  SLA-EGRESS-FAULT-CODE       PIC X(04) VALUE 'EGRF'.
001910 77  SLA-SEV1-WINDOW             PIC 9(03) VALUE 0.
001920 77  SLA-PCT-MET                 PIC 9(03) VALUE 0.
001930 77  SLA-WORK-PENALTY            PIC 9(07)V99 VALUE 0.
001940*-----------------------------------------------------------*
001950*  RUN COUNTERS
001960*-----------------------------------------------------------*
001970 77  SLA-ORDERS-READ             PIC 9(07) VALUE 0.
001980 77  SLA-ORDERS-SCORED           PIC 9(07) VALUE 0.
001990 77  SLA-ORDERS-MET              PIC 9(07) VALUE 0.
002000 77  SLA-ORDERS-BREACHED         PIC 9(07) VALUE 0.
002010 77  SLA-ORDERS-NO-WINDOW        PIC 9(07) VALUE 0.
002020 77  SLA-ORDERS-OUT-OF-MONTH     PIC 9(07) VALUE 0.
002030 77  SLA-TOTAL-PENALTY           PIC 9(09)V99 VALUE 0.
002040 01  SLA-RUN-DATE                PIC 9(08).
002050 01  SLA-RUN-DATE-R REDEFINES SLA-RUN-DATE.
002060     05  SLA-RUN-DATE-CCYY       PIC 9(04).
002070     05  SLA-RUN-DATE-MM         PIC 9(02).
002080     05  SLA-RUN-DATE-DD         PIC 9(02).
002090*-----------------------------------------------------------*
002100*  SCORECARD PRINT LINES
002110*-----------------------------------------------------------*
002120 01  SLA-RPT-HEADER-1.
002130     05  FILLER                  PIC X(32) VALUE
002140         'CONTRACTOR SLA SCORECARD'.
002150     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002160     05  SLA-RPT-MM              PIC 9(02).
002170     05  FILLER                  PIC X(01) VALUE '/'.
002180     05  SLA-RPT-DD              PIC 9(02).
002190     05  FILLER                  PIC X(01) VALUE '/'.
002200     05  SLA-RPT-CCYY            PIC 9(04).
002210     05  FILLER                  PIC X(03) VALUE SPACES.
002220     05  FILLER                  PIC X(07) VALUE 'MONTH: '.
002230     05  SLA-RPT-MONTH-MM        PIC 9(02).
002240     05  FILLER                  PIC X(01) VALUE '/'.
002250     05  SLA-RPT-MONTH-CCYY      PIC 9(04).
002260     05  FILLER                  PIC X(63) VALUE SPACES.
002270 01  SLA-RPT-COL-HDGS.
002280     05  FILLER                  PIC X(09) VALUE 'ORDER'.
002290     05  FILLER                  PIC X(06) VALUE 'ROW'.
002300     05  FILLER                  PIC X(06) VALUE 'COL'.
002310     05  FILLER                  PIC X(12) VALUE 'LIGHT ID'.
002320     05  FILLER                  PIC X(06) VALUE 'CODE'.
002330     05  FILLER                  PIC X(04) VALUE 'SEV'.
002340     05  FILLER                  PIC X(06) VALUE 'ZONE'.
002350     05  FILLER                  PIC X(10) VALUE 'OPENED'.
002360     05  FILLER                  PIC X(10) VALUE 'CLOSED'.
002370     05  FILLER                  PIC X(08) VALUE 'WINDOW'.
002380     05  FILLER                  PIC X(09) VALUE 'ELAPSED'.
002390     05  FILLER                  PIC X(08) VALUE 'RESULT'.
002400     05  FILLER                  PIC X(07) VALUE ' LATE'.
002410     05  FILLER                  PIC X(13) VALUE '      PENALTY'.
002420     05  FILLER                  PIC X(18) VALUE SPACES.
002430 01  SLA-RPT-DETAIL.
002440     05  SLA-RPT-ORDER-NO        PIC 9(07).
002450     05  FILLER                  PIC X(02) VALUE SPACES.
002460     05  SLA-RPT-ROW             PIC ZZZZ9.
002470     05  FILLER                  PIC X(01) VALUE SPACES.
002480     05  SLA-RPT-COL             PIC ZZZZ9.
002490     05  FILLER                  PIC X(01) VALUE SPACES.
002500     05  SLA-RPT-ID              PIC X(10).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  SLA-RPT-CODE            PIC X(04).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  SLA-RPT-SEV             PIC 9(01).
002550     05  FILLER                  PIC X(03) VALUE SPACES.
002560     05  SLA-RPT-ZONE            PIC X(04).
002570     05  FILLER                  PIC X(02) VALUE SPACES.
002580     05  SLA-RPT-OPENED          PIC 9(08).
002590     05  FILLER                  PIC X(02) VALUE SPACES.
002600     05  SLA-RPT-CLOSED          PIC X(08).
002610     05  FILLER                  PIC X(02) VALUE SPACES.
002620     05  SLA-RPT-WINDOW          PIC ZZZ9.
002630     05  FILLER                  PIC X(04) VALUE SPACES.
002640     05  SLA-RPT-ELAPSED         PIC ZZZZZZ9.
002650     05  FILLER                  PIC X(02) VALUE SPACES.
002660     05  SLA-RPT-RESULT          PIC X(06).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  SLA-RPT-LATE            PIC ZZZZ9.
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  SLA-RPT-PENALTY         PIC ZZZ,ZZ9.99.
002710     05  FILLER                  PIC X(17) VALUE SPACES.
002720 01  SLA-RPT-SEV-TITLE.
002730     05  FILLER                  PIC X(26) VALUE
002740         'SCORECARD BY SEVERITY'.
002750     05  FILLER                  PIC X(106) VALUE SPACES.
002760 01  SLA-RPT-ZONE-TITLE.
002770     05  FILLER                  PIC X(26) VALUE
002780         'SCORECARD BY ZONE'.
002790     05  FILLER                  PIC X(106) VALUE SPACES.
002800 01  SLA-RPT-SUM-HDGS.
002810     05  SLA-RPT-SUM-KEY-HDG     PIC X(10) VALUE SPACES.
002820     05  FILLER                  PIC X(10) VALUE '   SCORED'.
002830     05  FILLER                  PIC X(10) VALUE '      MET'.
002840     05  FILLER                  PIC X(10) VALUE ' BREACHED'.
002850     05  FILLER                  PIC X(09) VALUE ' PCT MET'.
002860     05  FILLER                  PIC X(16) VALUE
002870         '         PENALTY'.
002880     05  FILLER                  PIC X(67) VALUE SPACES.
002890 01  SLA-RPT-SUM-DETAIL.
002900     05  SLA-RPT-SUM-KEY         PIC X(06).
002910     05  FILLER                  PIC X(04) VALUE SPACES.
002920     05  SLA-RPT-SUM-SCORED      PIC ZZZZZZ9.
002930     05  FILLER                  PIC X(03) VALUE SPACES.
002940     05  SLA-RPT-SUM-MET         PIC ZZZZZZ9.
002950     05  FILLER                  PIC X(03) VALUE SPACES.
002960     05  SLA-RPT-SUM-BREACHED    PIC ZZZZZZ9.
002970     05  FILLER                  PIC X(05) VALUE SPACES.
002980     05  SLA-RPT-SUM-PCT         PIC ZZ9.
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  SLA-RPT-SUM-PENALTY     PIC ZZZ,ZZZ,ZZ9.99.
003010     05  FILLER                  PIC X(71) VALUE SPACES.
003020 01  SLA-RPT-TOTAL-LINE.
003030     05  SLA-RPT-TOT-TEXT        PIC X(34).
003040     05  SLA-RPT-TOT-COUNT       PIC ZZZZZZ9.
003050     05  FILLER                  PIC X(91) VALUE SPACES.
003060 01  SLA-RPT-PENALTY-LINE.
003070     05  FILLER                  PIC X(34) VALUE
003080         'TOTAL CONTRACT PENALTY'.
003090     05  SLA-RPT-TOT-PENALTY     PIC ZZZ,ZZZ,ZZ9.99.
003100     05  FILLER                  PIC X(84) VALUE SPACES.
003110 LINKAGE SECTION.
003120*-----------------------------------------------------------*
003130*  RUN PARM -- MONTH TO SCORE, CCYYMM, PASSED BY JCL.  BLANK
003140*  OR INVALID FALLS BACK TO THE MONTH BEFORE THE RUN DATE.
003150*-----------------------------------------------------------*
003160 01  SLA-PARM-DATA.
003170     05  SLA-PARM-MONTH          PIC X(06).
003180     05  SLA-PARM-MONTH-R REDEFINES SLA-PARM-MONTH.
003190         10  SLA-PARM-CCYY       PIC 9(04).
003200         10  SLA-PARM-MM         PIC 9(02).
003210     05  FILLER                  PIC X(74).
003220 PROCEDURE DIVISION USING SLA-PARM-DATA.
003230*-----------------------------------------------------------*
003240*  0000-MAINLINE
003250*-----------------------------------------------------------*
003260 0000-MAINLINE.
003270     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003280     IF SLA-FATAL-ERROR
003290         GO TO 9000-TERMINATE
003300     END-IF.
003310*    THE SCORED ORDERS PRINT LIFE-SAFETY FIRST, OLDEST ORDER
003320*    FIRST WITHIN A SEVERITY
003330     SORT SLA-SORT-FILE
003340         ON ASCENDING KEY SLA-SRT-SEVERITY
003350                          SLA-SRT-ORDER-NUMBER
003360         INPUT PROCEDURE IS 2000-SCORE-ORDERS
003370             THRU 2000-EXIT
003380         OUTPUT PROCEDURE IS 4000-REPORT-SCORES
003390             THRU 4000-EXIT.
003400     PERFORM 6000-PRINT-SEVERITY-PAGE THRU 6000-EXIT.
003410     PERFORM 6500-PRINT-ZONE-PAGE THRU 6500-EXIT.
003420     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003430     GO TO 9000-TERMINATE.
003440*-----------------------------------------------------------*
003450*  1000-INITIALIZE -- SET THE MONTH, LOAD THE PENALTY TABLE,
003460*  OPEN FILES.  NO WORK-ORDER MASTER IS FATAL (RC 8); NO
003470*  PENALTY TABLE SCORES THE MONTH WITH ZERO PENALTIES.
003480*-----------------------------------------------------------*
003490 1000-INITIALIZE.
003500     ACCEPT SLA-RUN-DATE FROM DATE YYYYMMDD.
003510     MOVE SLA-RUN-DATE-MM   TO SLA-RPT-MM.
003520     MOVE SLA-RUN-DATE-DD   TO SLA-RPT-DD.
003530     MOVE SLA-RUN-DATE-CCYY TO SLA-RPT-CCYY.
003540     PERFORM 1100-SET-MONTH THRU 1100-EXIT.
003550     INITIALIZE SLA-PENALTY-TABLE.
003560     INITIALIZE SLA-SEV-TABLE.
003570     OPEN INPUT PENALTY-RATE-FILE.
003580     IF SLA-PEN-OK
003590         PERFORM 1200-LOAD-ONE-PENALTY THRU 1200-EXIT
003600             UNTIL SLA-PEN-EOF
003610         CLOSE PENALTY-RATE-FILE
003620     ELSE
003630         DISPLAY 'LGTSLASC: NO PENALTY-RATE TABLE -- '
003640                 'BREACHES SCORED WITH ZERO PENALTY'
003650     END-IF.
003660     OPEN INPUT WORK-ORDER-MASTER.
003670     IF NOT SLA-WO-OK
003680         DISPLAY 'LGTSLASC: CANNOT OPEN WORK-ORDER MASTER, '
003690                 'STATUS ' SLA-WO-FILE-STATUS
003700                 ' -- RUN TERMINATED'
003710         MOVE 8 TO RETURN-CODE
003720         SET SLA-FATAL-ERROR TO TRUE
003730         GO TO 1000-EXIT
003740     END-IF.
003750     OPEN INPUT FAULT-CODE-MASTER.
003760     IF SLA-FCODE-OK
003770         MOVE 'Y' TO SLA-FCODE-OPEN-SW
003780         PERFORM 1300-FIND-SEV1-WINDOW THRU 1300-EXIT
003790     ELSE
003800         DISPLAY 'LGTSLASC: NO FAULT-CODE MASTER -- NO '
003810                 'RESPONSE WINDOWS, NOTHING CAN BE SCORED'
003820     END-IF.
003830     OPEN INPUT LIGHT-ATTRIBUTE-FILE.
003840     IF SLA-ATTR-OK
003850         MOVE 'Y' TO SLA-ATTR-OPEN-SW
003860     ELSE
003870         DISPLAY 'LGTSLASC: NO ATTRIBUTE FILE -- EVERY '
003880                 'ORDER WILL REPORT UNDER ZONE *UNK'
003890     END-IF.
003900     OPEN OUTPUT SLA-EXTRACT-FILE.
003910     OPEN OUTPUT SLA-REPORT.
003920     WRITE SLA-RPT-RECORD FROM SLA-RPT-HEADER-1
003930         AFTER ADVANCING PAGE.
003940     MOVE SPACES TO SLA-RPT-RECORD.
003950     WRITE SLA-RPT-RECORD AFTER ADVANCING 1 LINE.
003960     WRITE SLA-RPT-RECORD FROM SLA-RPT-COL-HDGS
003970         AFTER ADVANCING 1 LINE.
003980 1000-EXIT.
003990     EXIT.
004000*-----------------------------------------------------------*
004010*  1100-SET-MONTH -- MONTH FROM THE PARM, OR THE MONTH BEFORE
004020*  THE RUN DATE.  FIRST OF THE MONTH, FIRST OF THE NEXT, AND
004030*  MONTH END AS DATES AND DAY NUMBERS.
004040*-----------------------------------------------------------*
004050 1100-SET-MONTH.
004060     IF SLA-PARM-MONTH NUMERIC
004070             AND SLA-PARM-MM > 0 AND SLA-PARM-MM < 13
004080             AND SLA-PARM-CCYY > 1900
004090         MOVE SLA-PARM-CCYY TO SLA-MONTH-CCYY
004100         MOVE SLA-PARM-MM   TO SLA-MONTH-MM
004110     ELSE
004120         MOVE SLA-RUN-DATE-CCYY TO SLA-MONTH-CCYY
004130         MOVE SLA-RUN-DATE-MM   TO SLA-MONTH-MM
004140         IF SLA-MONTH-MM = 1
004150             MOVE 12 TO SLA-MONTH-MM
004160             SUBTRACT 1 FROM SLA-MONTH-CCYY
004170         ELSE
004180             SUBTRACT 1 FROM SLA-MONTH-MM
004190         END-IF
004200     END-IF.
004210     MOVE SLA-MONTH-MM      TO SLA-RPT-MONTH-MM.
004220     MOVE SLA-MONTH-CCYY    TO SLA-RPT-MONTH-CCYY.
004230     MOVE SLA-MONTH-CCYY    TO SLA-MSTART-CCYY.
004240     MOVE SLA-MONTH-MM      TO SLA-MSTART-MM.
004250     MOVE 1                 TO SLA-MSTART-DD.
004260     MOVE SLA-MONTH-CCYY    TO SLA-NMSTART-CCYY.
004270     MOVE SLA-MONTH-MM      TO SLA-NMSTART-MM.
004280     MOVE 1                 TO SLA-NMSTART-DD.
004290     IF SLA-NMSTART-MM = 12
004300         MOVE 1 TO SLA-NMSTART-MM
004310         ADD 1 TO SLA-NMSTART-CCYY
004320     ELSE
004330         ADD 1 TO SLA-NMSTART-MM
004340     END-IF.
004350     COMPUTE SLA-MONTH-START-INT =
004360         FUNCTION INTEGER-OF-DATE (SLA-MONTH-START).
004370     COMPUTE SLA-MONTH-END-INT =
004380         FUNCTION INTEGER-OF-DATE (SLA-NEXT-MONTH-START) - 1.
004390     COMPUTE SLA-MONTH-END =
004400         FUNCTION DATE-OF-INTEGER (SLA-MONTH-END-INT).
004410 1100-EXIT.
004420     EXIT.
004430 1200-LOAD-ONE-PENALTY.
004440     READ PENALTY-RATE-FILE
004450         AT END
004460             SET SLA-PEN-EOF TO TRUE
004470             GO TO 1200-EXIT
004480     END-READ.
004490     IF PEN-SEVERITY NOT NUMERIC OR PEN-SEVERITY = 0
004500         DISPLAY 'LGTSLASC: PENALTY RECORD WITH NO VALID '
004510                 'SEVERITY -- IGNORED'
004520         GO TO 1200-EXIT
004530     END-IF.
004540     MOVE PEN-BREACH-AMOUNT TO SLA-PEN-BREACH (PEN-SEVERITY).
004550     MOVE PEN-DAILY-AMOUNT  TO SLA-PEN-DAILY (PEN-SEVERITY).
004560     MOVE PEN-MAX-AMOUNT    TO SLA-PEN-MAX (PEN-SEVERITY).
004570 1200-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------*
004600*  1300-FIND-SEV1-WINDOW -- THE SHORTEST RESPONSE WINDOW OF
004610*  ANY SEVERITY-1 CODE ON FLTCODES, FOR AN EGRF ORDER WHOSE
004620*  CODE CARRIES NONE
004630*-----------------------------------------------------------*
004640 1300-FIND-SEV1-WINDOW.
004650     MOVE 0          TO SLA-SEV1-WINDOW.
004660     MOVE LOW-VALUES TO FC-CODE.
004670     START FAULT-CODE-MASTER KEY IS NOT LESS THAN FC-CODE
004680         INVALID KEY
004690             SET SLA-FCODE-EOF TO TRUE
004700     END-START.
004710     PERFORM 1310-CHECK-ONE-CODE THRU 1310-EXIT
004720         UNTIL SLA-FCODE-EOF.
004730     IF SLA-SEV1-WINDOW = 0
004740         DISPLAY 'LGTSLASC: NO SEVERITY-1 RESPONSE WINDOW ON '
004750                 'FLTCODES -- EGRF ORDERS NEED THEIR OWN'
004760     END-IF.
004770 1300-EXIT.
004780     EXIT.
004790 1310-CHECK-ONE-CODE.
004800     READ FAULT-CODE-MASTER NEXT RECORD
004810         AT END
004820             SET SLA-FCODE-EOF TO TRUE
004830             GO TO 1310-EXIT
004840     END-READ.
004850     IF FC-SEVERITY NOT NUMERIC OR NOT FC-LIFE-SAFETY
004860         GO TO 1310-EXIT
004870     END-IF.
004880     IF FC-RESPONSE-HOURS NOT NUMERIC OR FC-RESPONSE-HOURS = 0
004890         GO TO 1310-EXIT
004900     END-IF.
004910     IF SLA-SEV1-WINDOW = 0
004920             OR FC-RESPONSE-HOURS < SLA-SEV1-WINDOW
004930         MOVE FC-RESPONSE-HOURS TO SLA-SEV1-WINDOW
004940     END-IF.
004950 1310-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------*
004980*  2000-SCORE-ORDERS -- SORT INPUT PROCEDURE.  BROWSE EVERY
004990*  ORDER ON FILE; EACH ONE THAT BELONGS TO THE MONTH AND HAS
005000*  A RESPONSE WINDOW IS SCORED AND RELEASED.
005010*-----------------------------------------------------------*
005020 2000-SCORE-ORDERS.
005030     MOVE LOW-VALUES TO WO-KEY.
005040     START WORK-ORDER-MASTER KEY IS NOT LESS THAN WO-KEY
005050         INVALID KEY
005060             SET SLA-WO-EOF TO TRUE
005070     END-START.
005080     PERFORM 2100-SCORE-ONE-ORDER THRU 2100-EXIT
005090         UNTIL SLA-WO-EOF.
005100 2000-EXIT.
005110     EXIT.
005120 2100-SCORE-ONE-ORDER.
005130     READ WORK-ORDER-MASTER NEXT RECORD
005140         AT END
005150             SET SLA-WO-EOF TO TRUE
005160     END-READ.
005170     IF SLA-WO-EOF
005180         GO TO 2100-EXIT
005190     END-IF.
005200     IF WO-ROW = 0 AND WO-COL = 0
005210         GO TO 2100-EXIT
005220     END-IF.
005230     ADD 1 TO SLA-ORDERS-READ.
005240*    CLOSED IN THE MONTH, OR OPENED BY MONTH END AND NOT YET
005250*    CLOSED AT MONTH END -- ANYTHING ELSE BELONGS TO ANOTHER
005260*    MONTH'S SCORECARD
005270     IF WO-STATUS-CLOSED
005280             AND WO-DATE-CLOSED NOT < SLA-MONTH-START
005290             AND WO-DATE-CLOSED NOT > SLA-MONTH-END
005300         MOVE WO-DATE-CLOSED TO SLX-MEASURED-TO
005310         MOVE WO-DATE-CLOSED TO SLX-DATE-CLOSED
005320     ELSE
005330         IF WO-DATE-OPENED NOT > SLA-MONTH-END
005340                 AND (WO-STATUS-OPEN
005350                      OR WO-DATE-CLOSED > SLA-MONTH-END)
005360             MOVE SLA-MONTH-END TO SLX-MEASURED-TO
005370             MOVE 0             TO SLX-DATE-CLOSED
005380         ELSE
005390             ADD 1 TO SLA-ORDERS-OUT-OF-MONTH
005400             GO TO 2100-EXIT
005410         END-IF
005420     END-IF.
005430     PERFORM 2200-GET-WINDOW THRU 2200-EXIT.
005440     IF SLA-CUR-WINDOW = 0
005450         ADD 1 TO SLA-ORDERS-NO-WINDOW
005460         GO TO 2100-EXIT
005470     END-IF.
005480     PERFORM 2300-GET-ZONE THRU 2300-EXIT.
005490     PERFORM 2400-SCORE-WINDOW THRU 2400-EXIT.
005500     MOVE SLA-MONTH          TO SLX-MONTH.
005510     MOVE WO-ORDER-NUMBER    TO SLX-ORDER-NUMBER.
005520     MOVE WO-ROW             TO SLX-ROW.
005530     MOVE WO-COL             TO SLX-COL.
005540     MOVE WO-LIGHT-ID        TO SLX-LIGHT-ID.
005550     MOVE WO-FAULT-CODE      TO SLX-FAULT-CODE.
005560     MOVE SLA-CUR-SEVERITY   TO SLX-SEVERITY.
005570     MOVE SLA-CURRENT-ZONE   TO SLX-ZONE-CODE.
005580     MOVE WO-DATE-OPENED     TO SLX-DATE-OPENED.
005590     MOVE SLA-CUR-WINDOW     TO SLX-WINDOW-HOURS.
005600     MOVE SLA-CUR-SEVERITY   TO SLA-SRT-SEVERITY.
005610     MOVE WO-ORDER-NUMBER    TO SLA-SRT-ORDER-NUMBER.
005620     MOVE SLA-SCORECARD-RECORD TO SLA-SRT-SCORE.
005630     RELEASE SLA-SORT-RECORD.
005640     ADD 1 TO SLA-ORDERS-SCORED.
005650 2100-EXIT.
005660     EXIT.
005670*-----------------------------------------------------------*
005680*  2200-GET-WINDOW -- SEVERITY AND RESPONSE HOURS FOR THE
005690*  ORDER'S FAULT CODE.  NOT ON FLTCODES IS SEVERITY 9 WITH
005700*  NO WINDOW, AS IN LGTWORKO.  EGRF IS ALWAYS SEVERITY 1,
005710*  WITH THE SEVERITY-1 WINDOW UNLESS IT HAS ONE OF ITS OWN.
005720*-----------------------------------------------------------*
005730 2200-GET-WINDOW.
005740     MOVE 9 TO SLA-CUR-SEVERITY.
005750     MOVE 0 TO SLA-CUR-WINDOW.
005760     IF WO-FAULT-CODE = SLA-EGRESS-FAULT-CODE
005770         MOVE 1               TO SLA-CUR-SEVERITY
005780         MOVE SLA-SEV1-WINDOW TO SLA-CUR-WINDOW
005790     END-IF.
005800     IF NOT SLA-FCODE-IS-OPEN
005810         GO TO 2200-EXIT
005820     END-IF.
005830     MOVE WO-FAULT-CODE TO FC-CODE.
005840     READ FAULT-CODE-MASTER
005850         INVALID KEY
005860             GO TO 2200-EXIT
005870     END-READ.
005880     IF FC-SEVERITY NUMERIC AND FC-SEVERITY > 0
005890             AND WO-FAULT-CODE NOT = SLA-EGRESS-FAULT-CODE
005900         MOVE FC-SEVERITY TO SLA-CUR-SEVERITY
005910     END-IF.
005920     IF FC-RESPONSE-HOURS NUMERIC AND FC-RESPONSE-HOURS > 0
005930         MOVE FC-RESPONSE-HOURS TO SLA-CUR-WINDOW
005940     END-IF.
005950 2200-EXIT.
005960     EXIT.
005970*-----------------------------------------------------------*
005980*  2300-GET-ZONE -- ZONE OF THE ORDER'S FIXTURE FROM LIGHT-
005990*  ATTRIBUTE-FILE, '*UNK' IF NONE
006000*-----------------------------------------------------------*
006010 2300-GET-ZONE.
006020     MOVE '*UNK' TO SLA-CURRENT-ZONE.
006030     IF NOT SLA-ATTR-IS-OPEN
006040         GO TO 2300-EXIT
006050     END-IF.
006060     MOVE WO-ROW TO ATTR-ROW.
006070     MOVE WO-COL TO ATTR-COL.
006080     READ LIGHT-ATTRIBUTE-FILE
006090         INVALID KEY
006100             GO TO 2300-EXIT
006110     END-READ.
006120     IF ATTR-ZONE-CODE NOT = SPACES
006130         MOVE ATTR-ZONE-CODE TO SLA-CURRENT-ZONE
006140     END-IF.
006150 2300-EXIT.
006160     EXIT.
006170*-----------------------------------------------------------*
006180*  2400-SCORE-WINDOW -- ELAPSED HOURS, MET OR BREACHED, DAYS
006190*  LATE IN THE MONTH, AND THE MONTH'S PENALTY
006200*-----------------------------------------------------------*
006210 2400-SCORE-WINDOW.
006220     COMPUTE SLA-OPENED-INT =
006230         FUNCTION INTEGER-OF-DATE (WO-DATE-OPENED).
006240     COMPUTE SLA-END-INT =
006250         FUNCTION INTEGER-OF-DATE (SLX-MEASURED-TO).
006260     IF SLA-END-INT < SLA-OPENED-INT
006270         MOVE SLA-OPENED-INT TO SLA-END-INT
006280     END-IF.
006290     COMPUTE SLX-ELAPSED-HOURS =
006300         (SLA-END-INT - SLA-OPENED-INT) * 24.
006310     COMPUTE SLA-DUE-INT =
006320         SLA-OPENED-INT + (SLA-CUR-WINDOW / 24).
006330     MOVE 0 TO SLX-DAYS-LATE.
006340     MOVE 0 TO SLX-PENALTY.
006350     IF SLA-END-INT NOT > SLA-DUE-INT
006360         SET SLX-RESULT-MET TO TRUE
006370         GO TO 2400-EXIT
006380     END-IF.
006390     SET SLX-RESULT-BREACH TO TRUE.
006400     MOVE 0 TO SLA-WORK-PENALTY.
006410*    THE FLAT CHARGE BELONGS TO THE MONTH THE WINDOW WAS MISSED
006420     IF SLA-DUE-INT + 1 NOT < SLA-MONTH-START-INT
006430         ADD SLA-PEN-BREACH (SLA-CUR-SEVERITY)
006440             TO SLA-WORK-PENALTY
006450     END-IF.
006460*    DAYS LATE COUNT ONLY FROM THE START OF THIS MONTH
006470     IF SLA-DUE-INT < SLA-MONTH-START-INT - 1
006480         COMPUTE SLA-LATE-FROM-INT = SLA-MONTH-START-INT - 1
006490     ELSE
006500         MOVE SLA-DUE-INT TO SLA-LATE-FROM-INT
006510     END-IF.
006520     COMPUTE SLX-DAYS-LATE = SLA-END-INT - SLA-LATE-FROM-INT.
006530     COMPUTE SLA-WORK-PENALTY = SLA-WORK-PENALTY
006540         + SLX-DAYS-LATE * SLA-PEN-DAILY (SLA-CUR-SEVERITY).
006550     IF SLA-PEN-MAX (SLA-CUR-SEVERITY) > 0
006560             AND SLA-WORK-PENALTY > SLA-PEN-MAX (SLA-CUR-SEVERITY)
006570         MOVE SLA-PEN-MAX (SLA-CUR-SEVERITY) TO SLA-WORK-PENALTY
006580     END-IF.
006590     MOVE SLA-WORK-PENALTY TO SLX-PENALTY.
006600 2400-EXIT.
006610     EXIT.
006620*-----------------------------------------------------------*
006630*  4000-REPORT-SCORES -- SORT OUTPUT PROCEDURE: ONE DETAIL
006640*  LINE AND ONE EXTRACT RECORD PER SCORED ORDER, ACCUMULATED
006650*  BY SEVERITY AND BY ZONE
006660*-----------------------------------------------------------*
006670 4000-REPORT-SCORES.
006680     PERFORM 4100-REPORT-ONE-SCORE THRU 4100-EXIT
006690         UNTIL SLA-SORT-EOF.
006700 4000-EXIT.
006710     EXIT.
006720 4100-REPORT-ONE-SCORE.
006730     RETURN SLA-SORT-FILE
006740         AT END
006750             SET SLA-SORT-EOF TO TRUE
006760     END-RETURN.
006770     IF SLA-SORT-EOF
006780         GO TO 4100-EXIT
006790     END-IF.
006800     MOVE SLA-SRT-SCORE TO SLA-SCORECARD-RECORD.
006810     WRITE SLA-SCORECARD-RECORD.
006820     MOVE SLX-ZONE-CODE TO SLA-CURRENT-ZONE.
006830     PERFORM 4300-FIND-ZONE-SLOT THRU 4300-EXIT.
006840     MOVE SLX-SEVERITY  TO SV.
006850     ADD 1 TO SLA-SEV-SCORED (SV).
006860     IF SLA-ZONE-SLOT > 0
006870         ADD 1 TO SLA-ZONE-SCORED (SLA-ZONE-SLOT)
006880     END-IF.
006890     IF SLX-RESULT-BREACH
006900         ADD 1 TO SLA-ORDERS-BREACHED
006910         ADD 1 TO SLA-SEV-BREACHED (SV)
006920         ADD SLX-PENALTY TO SLA-SEV-PENALTY (SV)
006930         ADD SLX-PENALTY TO SLA-TOTAL-PENALTY
006940         IF SLA-ZONE-SLOT > 0
006950             ADD 1 TO SLA-ZONE-BREACHED (SLA-ZONE-SLOT)
006960             ADD SLX-PENALTY TO SLA-ZONE-PENALTY (SLA-ZONE-SLOT)
006970         END-IF
006980     ELSE
006990         ADD 1 TO SLA-ORDERS-MET
007000         ADD 1 TO SLA-SEV-MET (SV)
007010         IF SLA-ZONE-SLOT > 0
007020             ADD 1 TO SLA-ZONE-MET (SLA-ZONE-SLOT)
007030         END-IF
007040     END-IF.
007050     PERFORM 4200-WRITE-DETAIL THRU 4200-EXIT.
007060 4100-EXIT.
007070     EXIT.
007080 4200-WRITE-DETAIL.
007090     MOVE SLX-ORDER-NUMBER   TO SLA-RPT-ORDER-NO.
007100     MOVE SLX-ROW            TO SLA-RPT-ROW.
007110     MOVE SLX-COL            TO SLA-RPT-COL.
007120     MOVE SLX-LIGHT-ID       TO SLA-RPT-ID.
007130     MOVE SLX-FAULT-CODE     TO SLA-RPT-CODE.
007140     MOVE SLX-SEVERITY       TO SLA-RPT-SEV.
007150     MOVE SLX-ZONE-CODE      TO SLA-RPT-ZONE.
007160     MOVE SLX-DATE-OPENED    TO SLA-RPT-OPENED.
007170     IF SLX-DATE-CLOSED = 0
007180         MOVE '  OPEN'       TO SLA-RPT-CLOSED
007190     ELSE
007200         MOVE SLX-DATE-CLOSED TO SLA-RPT-CLOSED
007210     END-IF.
007220     MOVE SLX-WINDOW-HOURS   TO SLA-RPT-WINDOW.
007230     MOVE SLX-ELAPSED-HOURS  TO SLA-RPT-ELAPSED.
007240     IF SLX-RESULT-BREACH
007250         MOVE 'BREACH'       TO SLA-RPT-RESULT
007260     ELSE
007270         MOVE 'MET'          TO SLA-RPT-RESULT
007280     END-IF.
007290     MOVE SLX-DAYS-LATE      TO SLA-RPT-LATE.
007300     MOVE SLX-PENALTY        TO SLA-RPT-PENALTY.
007310     WRITE SLA-RPT-RECORD FROM SLA-RPT-DETAIL
007320         AFTER ADVANCING 1 LINE.
007330 4200-EXIT.
007340     EXIT.
007350*-----------------------------------------------------------*
007360*  4300-FIND-ZONE-SLOT -- FIND OR ADD THE ORDER'S ZONE IN THE
007370*  ACCUMULATOR TABLE (SAME PATTERN AS THE LGTCHGBK ZONE
007380*  TABLE)
007390*-----------------------------------------------------------*
007400 4300-FIND-ZONE-SLOT.
007410     MOVE 0 TO SLA-ZONE-SLOT.
007420     PERFORM 4310-SCAN-ZONE THRU 4310-EXIT
007430         VARYING SZ FROM 1 BY 1
007440             UNTIL SLA-ZONE-SLOT > 0 OR SZ > SLA-ZONE-COUNT.
007450     IF SLA-ZONE-SLOT > 0
007460         GO TO 4300-EXIT
007470     END-IF.
007480     IF SLA-ZONE-COUNT >= 100
007490         IF NOT SLA-ZONE-OVERFLOW
007500             DISPLAY 'LGTSLASC: MORE THAN 100 ZONE CODES -- '
007510                     'TABLE FULL, EXTRAS NOT SUMMARIZED'
007520             SET SLA-ZONE-OVERFLOW TO TRUE
007530         END-IF
007540         GO TO 4300-EXIT
007550     END-IF.
007560     ADD 1 TO SLA-ZONE-COUNT.
007570     MOVE SLA-ZONE-COUNT   TO SLA-ZONE-SLOT.
007580     MOVE SLA-CURRENT-ZONE TO SLA-ZONE-CODE (SLA-ZONE-SLOT).
007590     MOVE 0 TO SLA-ZONE-SCORED (SLA-ZONE-SLOT).
007600     MOVE 0 TO SLA-ZONE-MET (SLA-ZONE-SLOT).
007610     MOVE 0 TO SLA-ZONE-BREACHED (SLA-ZONE-SLOT).
007620     MOVE 0 TO SLA-ZONE-PENALTY (SLA-ZONE-SLOT).
007630 4300-EXIT.
007640     EXIT.
007650 4310-SCAN-ZONE.
007660     IF SZ > SLA-ZONE-COUNT
007670         GO TO 4310-EXIT
007680     END-IF.
007690     IF SLA-ZONE-CODE (SZ) = SLA-CURRENT-ZONE
007700         MOVE SZ TO SLA-ZONE-SLOT
007710     END-IF.
007720 4310-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------*
007750*  6000-PRINT-SEVERITY-PAGE -- ONE LINE PER SEVERITY WITH
007760*  ORDERS SCORED, LIFE SAFETY (1) FIRST
007770*-----------------------------------------------------------*
007780 6000-PRINT-SEVERITY-PAGE.
007790     WRITE SLA-RPT-RECORD FROM SLA-RPT-HEADER-1
007800         AFTER ADVANCING PAGE.
007810     WRITE SLA-RPT-RECORD FROM SLA-RPT-SEV-TITLE
007820         AFTER ADVANCING 1 LINE.
007830     MOVE SPACES TO SLA-RPT-RECORD.
007840     WRITE SLA-RPT-RECORD AFTER ADVANCING 1 LINE.
007850     MOVE 'SEVERITY'   TO SLA-RPT-SUM-KEY-HDG.
007860     WRITE SLA-RPT-RECORD FROM SLA-RPT-SUM-HDGS
007870         AFTER ADVANCING 1 LINE.
007880     PERFORM 6100-PRINT-ONE-SEVERITY THRU 6100-EXIT
007890         VARYING SV FROM 1 BY 1
007900             UNTIL SV > 9.
007910 6000-EXIT.
007920     EXIT.
007930 6100-PRINT-ONE-SEVERITY.
007940     IF SLA-SEV-SCORED (SV) = 0
007950         GO TO 6100-EXIT
007960     END-IF.
007970     MOVE SV                    TO SLA-SEV-DISPLAY.
007980     MOVE SLA-SEV-DISPLAY       TO SLA-RPT-SUM-KEY.
007990     IF SV = 1
008000         MOVE '1 LIFE'          TO SLA-RPT-SUM-KEY
008010     END-IF.
008020     MOVE SLA-SEV-SCORED (SV)   TO SLA-RPT-SUM-SCORED.
008030     MOVE SLA-SEV-MET (SV)      TO SLA-RPT-SUM-MET.
008040     MOVE SLA-SEV-BREACHED (SV) TO SLA-RPT-SUM-BREACHED.
008050     COMPUTE SLA-PCT-MET =
008060         SLA-SEV-MET (SV) * 100 / SLA-SEV-SCORED (SV).
008070     MOVE SLA-PCT-MET           TO SLA-RPT-SUM-PCT.
008080     MOVE SLA-SEV-PENALTY (SV)  TO SLA-RPT-SUM-PENALTY.
008090     WRITE SLA-RPT-RECORD FROM SLA-RPT-SUM-DETAIL
008100         AFTER ADVANCING 1 LINE.
008110 6100-EXIT.
008120     EXIT.
008130*-----------------------------------------------------------*
008140*  6500-PRINT-ZONE-PAGE -- ONE LINE PER ZONE
008150*-----------------------------------------------------------*
008160 6500-PRINT-ZONE-PAGE.
008170     WRITE SLA-RPT-RECORD FROM SLA-RPT-HEADER-1
008180         AFTER ADVANCING PAGE.
008190     WRITE SLA-RPT-RECORD FROM SLA-RPT-ZONE-TITLE
008200         AFTER ADVANCING 1 LINE.
008210     MOVE SPACES TO SLA-RPT-RECORD.
008220     WRITE SLA-RPT-RECORD AFTER ADVANCING 1 LINE.
008230     MOVE 'ZONE'       TO SLA-RPT-SUM-KEY-HDG.
008240     WRITE SLA-RPT-RECORD FROM SLA-RPT-SUM-HDGS
008250         AFTER ADVANCING 1 LINE.
008260     PERFORM 6600-PRINT-ONE-ZONE THRU 6600-EXIT
008270         VARYING SZ FROM 1 BY 1
008280             UNTIL SZ > SLA-ZONE-COUNT.
008290 6500-EXIT.
008300     EXIT.
008310 6600-PRINT-ONE-ZONE.
008320     MOVE SLA-ZONE-CODE (SZ)     TO SLA-RPT-SUM-KEY.
008330     MOVE SLA-ZONE-SCORED (SZ)   TO SLA-RPT-SUM-SCORED.
008340     MOVE SLA-ZONE-MET (SZ)      TO SLA-RPT-SUM-MET.
008350     MOVE SLA-ZONE-BREACHED (SZ) TO SLA-RPT-SUM-BREACHED.
008360     MOVE 0 TO SLA-PCT-MET.
008370     IF SLA-ZONE-SCORED (SZ) > 0
008380         COMPUTE SLA-PCT-MET =
008390             SLA-ZONE-MET (SZ) * 100 / SLA-ZONE-SCORED (SZ)
008400     END-IF.
008410     MOVE SLA-PCT-MET            TO SLA-RPT-SUM-PCT.
008420     MOVE SLA-ZONE-PENALTY (SZ)  TO SLA-RPT-SUM-PENALTY.
008430     WRITE SLA-RPT-RECORD FROM SLA-RPT-SUM-DETAIL
008440         AFTER ADVANCING 1 LINE.
008450 6600-EXIT.
008460     EXIT.
008470*-----------------------------------------------------------*
008480*  7000-PRINT-TOTALS
008490*-----------------------------------------------------------*
008500 7000-PRINT-TOTALS.
008510     MOVE SPACES TO SLA-RPT-RECORD.
008520     WRITE SLA-RPT-RECORD AFTER ADVANCING 1 LINE.
008530     MOVE 'ORDERS READ'               TO SLA-RPT-TOT-TEXT.
008540     MOVE SLA-ORDERS-READ             TO SLA-RPT-TOT-COUNT.
008550     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008560     MOVE 'ORDERS SCORED'             TO SLA-RPT-TOT-TEXT.
008570     MOVE SLA-ORDERS-SCORED           TO SLA-RPT-TOT-COUNT.
008580     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008590     MOVE 'WITHIN RESPONSE WINDOW'    TO SLA-RPT-TOT-TEXT.
008600     MOVE SLA-ORDERS-MET              TO SLA-RPT-TOT-COUNT.
008610     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008620     MOVE 'RESPONSE WINDOW BREACHED'  TO SLA-RPT-TOT-TEXT.
008630     MOVE SLA-ORDERS-BREACHED         TO SLA-RPT-TOT-COUNT.
008640     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008650     MOVE 'NO RESPONSE WINDOW FOR CODE' TO SLA-RPT-TOT-TEXT.
008660     MOVE SLA-ORDERS-NO-WINDOW        TO SLA-RPT-TOT-COUNT.
008670     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008680     MOVE 'NOT ACTIVE IN MONTH'       TO SLA-RPT-TOT-TEXT.
008690     MOVE SLA-ORDERS-OUT-OF-MONTH     TO SLA-RPT-TOT-COUNT.
008700     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
008710     MOVE SLA-TOTAL-PENALTY           TO SLA-RPT-TOT-PENALTY.
008720     WRITE SLA-RPT-RECORD FROM SLA-RPT-PENALTY-LINE
008730         AFTER ADVANCING 1 LINE.
008740 7000-EXIT.
008750     EXIT.
008760 7100-WRITE-TOTAL-LINE.
008770     WRITE SLA-RPT-RECORD FROM SLA-RPT-TOTAL-LINE
008780         AFTER ADVANCING 1 LINE.
008790 7100-EXIT.
008800     EXIT.
008810*-----------------------------------------------------------*
008820*  9000-TERMINATE
008830*-----------------------------------------------------------*
008840 9000-TERMINATE.
008850     IF SLA-FATAL-ERROR
008860         GOBACK
008870     END-IF.
008880     CLOSE WORK-ORDER-MASTER.
008890     IF SLA-FCODE-IS-OPEN
008900         CLOSE FAULT-CODE-MASTER
008910     END-IF.
008920     IF SLA-ATTR-IS-OPEN
008930         CLOSE LIGHT-ATTRIBUTE-FILE
008940     END-IF.
008950     CLOSE SLA-EXTRACT-FILE.
008960     CLOSE SLA-REPORT.
008970     GOBACK.
008980 END PROGRAM LGTSLASC.
