      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTRKEY.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTRKEY -- FIXTURE RELOCATION / RE-KEY UTILITY.  WHEN A
000090*  FIXTURE IS PHYSICALLY MOVED OR A GRID IS RE-LAID, ITS
000100*  RECORDS ON THE FIVE (ROW, COLUMN) KEYED MASTERS MUST MOVE
000110*  TOGETHER:
000120*
000130*     LGTMAST   LIGHT-STATUS-MASTER      (MUST EXIST)
000140*     LGTATTR   LIGHT-ATTRIBUTE-FILE     (MOVED IF PRESENT)
000150*     BURNMAST  BURN-HOURS-MASTER        (MOVED IF PRESENT)
000160*     WORKORD   WORK-ORDER-MASTER        (MOVED IF PRESENT)
000170*     EGRMAST   EGRESS-TEST-MASTER       (MOVED IF PRESENT)
000180*
000190*  HAND-EDITING ONE FILE AT A TIME IS WHAT LEAVES THE E002 /
000200*  E003 / E004 ORPHANS LGTXAUD REPORTS.  EACH MOVETRAN RECORD
000210*  (SEE MOVETRAN.CPY) IS VALIDATED IN FULL BEFORE ANY MASTER
000220*  IS TOUCHED; THE NEW-KEY RECORDS ARE THEN WRITTEN AND THE
000230*  OLD-KEY RECORDS DELETED.  IF ANY WRITE OR DELETE FAILS,
000240*  EVERY STEP ALREADY TAKEN FOR THAT MOVE IS REVERSED FROM
000250*  THE HELD IMAGES, SO A FAILED MOVE LEAVES ALL FIVE MASTERS
000260*  AS THEY WERE.  IF THE REVERSAL ITSELF FAILS THE RUN STOPS
000270*  WITH RETURN CODE 12 AND THE KEYS ON THE CONSOLE.
000280*
000290*  EVERY APPLIED MOVE IS JOURNALED ON MOVEJRNL (MOVEJREC.CPY,
000300*  A NEW GENERATION EACH RUN) WITH ITS BEFORE AND AFTER KEYS
000310*  FOR MOB-CODING'S STATUS CHANGE REPORT AND FOR LGTHIST.
000320*  EVERY TRANSACTION -- APPLIED OR REJECTED -- IS PRINTED ON
000330*  THE MOVE REGISTER (MOVERPT) WITH A REASON CODE.
000340*
000350*  MOVES ARE APPLIED IN FILE ORDER, SO A CHAIN (A TO B, THEN
000360*  C TO A) WORKS IN ONE RUN.  A SWAP NEEDS THREE RECORDS
000370*  THROUGH A SPARE CELL, SINCE A TARGET MUST BE EMPTY.
000380*
000390*  REJECT REASON CODES
000400*     M001  ROW OR COLUMN NOT NUMERIC
000410*     M002  OLD KEY ZERO OR SAME AS NEW KEY
000420*     M003  EFFECTIVE DATE NOT VALID OR AFTER RUN DATE
000430*     M004  NO LGTMAST RECORD AT OLD KEY
000440*     M005  NEW KEY OUTSIDE ALL CONFIGURED GRIDS
000450*     M006  NEW KEY ALREADY ON LGTMAST
000460*     M007  NEW KEY ALREADY ON LGTATTR
000470*     M008  NEW KEY ALREADY ON BURNMAST
000480*     M009  NEW KEY ALREADY ON WORKORD
000490*     M010  I/O ERROR APPLYING -- MOVE BACKED OUT
000500*     M011  I/O ERROR READING -- NOTHING MOVED
000510*     M012  I/O ERROR APPLYING AND BACKING OUT -- MASTERS
000520*           HALF MOVED, REPAIR BY HAND (RUN STOPS, RC 12)
000530*     M013  NEW KEY ALREADY ON EGRMAST
000540*
000550*  MODIFICATION HISTORY
000560*     2026-10-14  CJM  Initial version.
000570*     2026-10-15  CJM  A FAILED BACKOUT IS REGISTERED AS M012,
000580*                      NOT M010, AND AUDITED AS RESULT 'X'.
000590*     2026-10-15  CJM  EGRMAST MOVED WITH THE OTHER MASTERS, SO
000600*                      AN OUTSTANDING EGRESS FAILURE FOLLOWS
000610*                      THE UNIT; NEW REJECT M013.
000620*-----------------------------------------------------------*
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SOURCE-COMPUTER.    IBM-370.
000660 OBJECT-COMPUTER.    IBM-370.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT MOVE-TRANSACTION-FILE ASSIGN TO MOVETRAN
000700            ORGANIZATION IS SEQUENTIAL.
000710     SELECT GRID-CONFIG-FILE    ASSIGN TO GRDCFG
000720            ORGANIZATION IS SEQUENTIAL.
000730     SELECT LIGHT-STATUS-MASTER ASSIGN TO LGTMAST
000740            ORGANIZATION IS INDEXED
000750            ACCESS MODE IS DYNAMIC
000760            RECORD KEY IS LGT-MASTER-KEY
000770            FILE STATUS IS RKY-MASTER-FILE-STATUS.
000780     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000790            ORGANIZATION IS INDEXED
000800            ACCESS MODE IS DYNAMIC
000810            RECORD KEY IS ATTR-KEY
000820            FILE STATUS IS RKY-ATTR-FILE-STATUS.
000830     SELECT BURN-HOURS-MASTER   ASSIGN TO BURNMAST
000840            ORGANIZATION IS INDEXED
000850            ACCESS MODE IS DYNAMIC
000860            RECORD KEY IS BURN-KEY
000870            FILE STATUS IS RKY-BURN-FILE-STATUS.
000880     SELECT WORK-ORDER-MASTER   ASSIGN TO WORKORD
000890            ORGANIZATION IS INDEXED
000900            ACCESS MODE IS DYNAMIC
000910            RECORD KEY IS WO-KEY
000920            FILE STATUS IS RKY-WO-FILE-STATUS.
000930     SELECT EGRESS-TEST-MASTER  ASSIGN TO EGRMAST
000940            ORGANIZATION IS INDEXED
000950            ACCESS MODE IS DYNAMIC
000960            RECORD KEY IS EGM-KEY
000970            FILE STATUS IS RKY-EGM-FILE-STATUS.
000980     SELECT MOVE-JOURNAL-FILE   ASSIGN TO MOVEJRNL
000990            ORGANIZATION IS SEQUENTIAL.
001000     SELECT MOVE-REGISTER-REPORT ASSIGN TO MOVERPT
001010            ORGANIZATION IS SEQUENTIAL.
001020     SELECT AUDIT-TRAIL-FILE    ASSIGN TO AUDITTRL
001030            ORGANIZATION IS SEQUENTIAL.
001040 DATA DIVISION.
001050 FILE SECTION.
001060 FD  MOVE-TRANSACTION-FILE
001070     RECORDING MODE IS F
001080     LABEL RECORDS ARE STANDARD.
001090 COPY MOVETRAN.
001100 FD  GRID-CONFIG-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 COPY GRIDCFG.
001140 FD  LIGHT-STATUS-MASTER
001150     LABEL RECORDS ARE STANDARD.
001160 COPY LGTMAST.
001170 FD  LIGHT-ATTRIBUTE-FILE
001180     LABEL RECORDS ARE STANDARD.
001190 COPY LGTATTR.
001200 FD  BURN-HOURS-MASTER
001210     LABEL RECORDS ARE STANDARD.
001220 COPY BURNREC.
001230 FD  WORK-ORDER-MASTER
001240     LABEL RECORDS ARE STANDARD.
001250 COPY WORKORD.
001260 FD  EGRESS-TEST-MASTER
001270     LABEL RECORDS ARE STANDARD.
001280 COPY EGRMAST.
001290 FD  MOVE-JOURNAL-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 COPY MOVEJREC.
001330 FD  MOVE-REGISTER-REPORT
001340     RECORDING MODE IS F
001350     LABEL RECORDS ARE OMITTED.
001360 01  RKY-RPT-RECORD              PIC X(132).
001370 FD  AUDIT-TRAIL-FILE
001380     RECORDING MODE IS F
001390     LABEL RECORDS ARE STANDARD.
001400 COPY AUDITREC.
001410 WORKING-STORAGE SECTION.
001420*-----------------------------------------------------------*
001430*  WORKING STORAGE -- FILE STATUS, SWITCHES
001440*-----------------------------------------------------------*
001450 01  RKY-MASTER-FILE-STATUS      PIC X(02) VALUE '00'.
001460     88  RKY-MASTER-OK                VALUE '00'.
001470     88  RKY-MASTER-NOT-FOUND         VALUE '23'.
001480 01  RKY-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001490     88  RKY-ATTR-OK                  VALUE '00'.
001500     88  RKY-ATTR-NOT-FOUND           VALUE '23'.
001510 01  RKY-BURN-FILE-STATUS        PIC X(02) VALUE '00'.
001520     88  RKY-BURN-OK                  VALUE '00'.
001530     88  RKY-BURN-NOT-FOUND           VALUE '23'.
001540 01  RKY-WO-FILE-STATUS          PIC X(02) VALUE '00'.
001550     88  RKY-WO-OK                    VALUE '00'.
001560     88  RKY-WO-NOT-FOUND             VALUE '23'.
001570 01  RKY-EGM-FILE-STATUS         PIC X(02) VALUE '00'.
001580     88  RKY-EGM-OK                   VALUE '00'.
001590     88  RKY-EGM-NOT-FOUND            VALUE '23'.
001600     88  RKY-EGM-MISSING              VALUE '35'.
001610 01  RKY-SWITCHES.
001620     05  RKY-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
001630         88  RKY-TRAN-EOF                 VALUE 'Y'.
001640     05  RKY-CONFIG-EOF-SW       PIC X(01) VALUE 'N'.
001650         88  RKY-CONFIG-EOF               VALUE 'Y'.
001660     05  RKY-FATAL-SW            PIC X(01) VALUE 'N'.
001670         88  RKY-FATAL-ERROR              VALUE 'Y'.
001680     05  RKY-REJECT-SW           PIC X(01) VALUE 'N'.
001690         88  RKY-MOVE-REJECTED            VALUE 'Y'.
001700     05  RKY-FAILED-SW           PIC X(01) VALUE 'N'.
001710         88  RKY-MOVE-FAILED              VALUE 'Y'.
001720     05  RKY-BACKOUT-SW          PIC X(01) VALUE 'N'.
001730         88  RKY-BACKOUT-FAILED           VALUE 'Y'.
001740     05  RKY-IN-GRID-SW          PIC X(01) VALUE 'N'.
001750         88  RKY-KEY-IN-GRID              VALUE 'Y'.
001760*-----------------------------------------------------------*
001770*  PER-MOVE PROGRESS -- WHICH MASTERS CARRY THE FIXTURE, AND
001780*  HOW FAR EACH HAS GOT, SO A FAILURE PART WAY THROUGH CAN
001790*  BE UNDONE STEP FOR STEP
001800*-----------------------------------------------------------*
001810 01  RKY-MOVE-STATE.
001820     05  RKY-ATTR-PRESENT-SW     PIC X(01).
001830         88  RKY-ATTR-PRESENT             VALUE 'Y'.
001840     05  RKY-BURN-PRESENT-SW     PIC X(01).
001850         88  RKY-BURN-PRESENT             VALUE 'Y'.
001860     05  RKY-WO-PRESENT-SW       PIC X(01).
001870         88  RKY-WO-PRESENT               VALUE 'Y'.
001880     05  RKY-EGM-PRESENT-SW      PIC X(01).
001890         88  RKY-EGM-PRESENT              VALUE 'Y'.
001900     05  RKY-MAST-NEW-SW         PIC X(01).
001910         88  RKY-MAST-NEW-WRITTEN         VALUE 'Y'.
001920     05  RKY-ATTR-NEW-SW         PIC X(01).
001930         88  RKY-ATTR-NEW-WRITTEN         VALUE 'Y'.
001940     05  RKY-BURN-NEW-SW         PIC X(01).
001950         88  RKY-BURN-NEW-WRITTEN         VALUE 'Y'.
001960     05  RKY-WO-NEW-SW           PIC X(01).
001970         88  RKY-WO-NEW-WRITTEN           VALUE 'Y'.
001980     05  RKY-EGM-NEW-SW          PIC X(01).
001990         88  RKY-EGM-NEW-WRITTEN          VALUE 'Y'.
002000     05  RKY-MAST-OLD-SW         PIC X(01).
002010         88  RKY-MAST-OLD-DELETED         VALUE 'Y'.
002020     05  RKY-ATTR-OLD-SW         PIC X(01).
002030         88  RKY-ATTR-OLD-DELETED         VALUE 'Y'.
002040     05  RKY-BURN-OLD-SW         PIC X(01).
002050         88  RKY-BURN-OLD-DELETED         VALUE 'Y'.
002060     05  RKY-WO-OLD-SW           PIC X(01).
002070         88  RKY-WO-OLD-DELETED           VALUE 'Y'.
002080     05  RKY-EGM-OLD-SW          PIC X(01).
002090         88  RKY-EGM-OLD-DELETED          VALUE 'Y'.
002100*-----------------------------------------------------------*
002110*  HELD OLD-KEY IMAGES -- THE SOURCE OF THE NEW-KEY RECORDS
002120*  AND, ON A FAILURE, OF THE RECORDS PUT BACK
002130*-----------------------------------------------------------*
002140 01  RKY-HOLD-MASTER             PIC X(43).
002150 01  RKY-HOLD-ATTR               PIC X(43).
002160 01  RKY-HOLD-BURN               PIC X(52).
002170 01  RKY-HOLD-WO                 PIC X(77).
002180 01  RKY-HOLD-EGM                PIC X(164).
002190 01  RKY-OLD-KEY.
002200     05  RKY-OLD-ROW             PIC 9(05).
002210     05  RKY-OLD-COL             PIC 9(05).
002220 01  RKY-NEW-KEY.
002230     05  RKY-NEW-ROW             PIC 9(05).
002240     05  RKY-NEW-COL             PIC 9(05).
002250 01  RKY-OLD-GRID-ID             PIC X(10) VALUE SPACES.
002260 01  RKY-NEW-GRID-ID             PIC X(10) VALUE SPACES.
002270 01  RKY-LIGHT-ID                PIC X(10) VALUE SPACES.
002280 01  RKY-FAIL-DDNAME             PIC X(08) VALUE SPACES.
002290 01  RKY-FAIL-STATUS             PIC X(02) VALUE SPACES.
002300 01  RKY-EFF-DATE                PIC 9(08) VALUE 0.
002310 01  RKY-EFF-DATE-R REDEFINES RKY-EFF-DATE.
002320     05  RKY-EFF-CCYY            PIC 9(04).
002330     05  RKY-EFF-MM              PIC 9(02).
002340     05  RKY-EFF-DD              PIC 9(02).
002350*-----------------------------------------------------------*
002360*  GRID KEY-RANGE TABLE, LOADED FROM GRDCFG THE SAME WAY
002370*  LGTSCAN LOADS IT, WITH THE GRID ID KEPT FOR THE JOURNAL
002380*-----------------------------------------------------------*
002390 01  RKY-GRID-TABLE.
002400     05  RKY-GRID-COUNT          PIC 9(03) VALUE 0.
002410     05  RKY-GRID-ENTRY OCCURS 50 TIMES.
002420         10  RKY-GRID-ID         PIC X(10).
002430         10  RKY-GRID-ROW-ORIGIN PIC 9(05).
002440         10  RKY-GRID-ROW-END    PIC 9(05).
002450         10  RKY-GRID-COL-ORIGIN PIC 9(05).
002460         10  RKY-GRID-COL-END    PIC 9(05).
002470 77  K                           PIC 9(03) VALUE 1.
002480*-----------------------------------------------------------*
002490*  RUN COUNTERS
002500*-----------------------------------------------------------*
002510 77  RKY-MOVES-READ              PIC 9(07) VALUE 0.
002520 77  RKY-MOVES-APPLIED           PIC 9(07) VALUE 0.
002530 77  RKY-MOVES-REJECTED          PIC 9(07) VALUE 0.
002540 77  RKY-MOVES-BACKED-OUT        PIC 9(07) VALUE 0.
002550 77  RKY-ATTR-MOVED              PIC 9(07) VALUE 0.
002560 77  RKY-BURN-MOVED              PIC 9(07) VALUE 0.
002570 77  RKY-WO-MOVED                PIC 9(07) VALUE 0.
002580 77  RKY-EGM-MOVED               PIC 9(07) VALUE 0.
002590 01  RKY-RUN-DATE                PIC 9(08).
002600 01  RKY-RUN-DATE-R REDEFINES RKY-RUN-DATE.
002610     05  RKY-RUN-DATE-CCYY       PIC 9(04).
002620     05  RKY-RUN-DATE-MM         PIC 9(02).
002630     05  RKY-RUN-DATE-DD         PIC 9(02).
002640 01  RKY-RUN-TIME                PIC 9(08).
002650*-----------------------------------------------------------*
002660*  MOVE REGISTER PRINT LINES
002670*-----------------------------------------------------------*
002680 01  RKY-RPT-HEADER-1.
002690     05  FILLER                  PIC X(27) VALUE
002700         'FIXTURE RELOCATION REGISTER'.
002710     05  FILLER                  PIC X(02) VALUE SPACES.
002720     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002730     05  RKY-RPT-MM              PIC 9(02).
002740     05  FILLER                  PIC X(01) VALUE '/'.
002750     05  RKY-RPT-DD              PIC 9(02).
002760     05  FILLER                  PIC X(01) VALUE '/'.
002770     05  RKY-RPT-CCYY            PIC 9(04).
002780     05  FILLER                  PIC X(83) VALUE SPACES.
002790 01  RKY-RPT-COL-HDGS.
002800     05  FILLER                  PIC X(14) VALUE 'OLD ROW/COL'.
002810     05  FILLER                  PIC X(14) VALUE 'NEW ROW/COL'.
002820     05  FILLER                  PIC X(12) VALUE 'LIGHT ID'.
002830     05  FILLER                  PIC X(10) VALUE 'EFF DATE'.
002840     05  FILLER                  PIC X(11) VALUE 'MOVED'.
002850     05  FILLER                  PIC X(10) VALUE 'RESULT'.
002860     05  FILLER                  PIC X(06) VALUE 'REASON'.
002870     05  FILLER                  PIC X(55) VALUE SPACES.
002880 01  RKY-RPT-DETAIL.
002890     05  RKY-RPT-OLD-ROW         PIC X(05).
002900     05  FILLER                  PIC X(01) VALUE SPACES.
002910     05  RKY-RPT-OLD-COL         PIC X(05).
002920     05  FILLER                  PIC X(03) VALUE SPACES.
002930     05  RKY-RPT-NEW-ROW         PIC X(05).
002940     05  FILLER                  PIC X(01) VALUE SPACES.
002950     05  RKY-RPT-NEW-COL         PIC X(05).
002960     05  FILLER                  PIC X(03) VALUE SPACES.
002970     05  RKY-RPT-ID              PIC X(10).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  RKY-RPT-EFF-DATE        PIC X(08).
003000     05  FILLER                  PIC X(02) VALUE SPACES.
003010     05  RKY-RPT-MOVED           PIC X(09).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  RKY-RPT-RESULT          PIC X(08).
003040     05  FILLER                  PIC X(02) VALUE SPACES.
003050     05  RKY-RPT-REASON          PIC X(04).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  RKY-RPT-REASON-TEXT     PIC X(40).
003080     05  FILLER                  PIC X(14) VALUE SPACES.
003090 01  RKY-RPT-LEGEND.
003100     05  FILLER                  PIC X(50) VALUE
003110         'MOVED: M=LGTMAST  A=LGTATTR  B=BURNMAST  W=WORKORD'.
003120     05  FILLER                  PIC X(11) VALUE '  E=EGRMAST'.
003130     05  FILLER                  PIC X(71) VALUE SPACES.
003140 01  RKY-RPT-TOTAL-LINE.
003150     05  RKY-RPT-TOT-TEXT        PIC X(34).
003160     05  RKY-RPT-TOT-COUNT       PIC ZZZZZZ9.
003170     05  FILLER                  PIC X(91) VALUE SPACES.
003180 PROCEDURE DIVISION.
003190*-----------------------------------------------------------*
003200*  0000-MAINLINE
003210*-----------------------------------------------------------*
003220 0000-MAINLINE.
003230     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003240     IF RKY-FATAL-ERROR
003250         GO TO 9000-TERMINATE
003260     END-IF.
003270     PERFORM 3000-PROCESS-ONE-MOVE THRU 3000-EXIT
003280         UNTIL RKY-TRAN-EOF
003290            OR RKY-BACKOUT-FAILED.
003300     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003310     PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT.
003320     GO TO 9000-TERMINATE.
003330*-----------------------------------------------------------*
003340*  1000-INITIALIZE -- LOAD THE GRID RANGES AND OPEN FILES.
003350*  ALL FIVE MASTERS ARE REQUIRED: MOVING LGTMAST WITHOUT THE
003360*  OTHERS IS EXACTLY THE ORPHANING THIS RUN EXISTS TO AVOID.
003370*  AN EGRMAST NOT YET BUILT IS CREATED EMPTY, AS LGTEGRES
003380*  DOES.
003390*-----------------------------------------------------------*
003400 1000-INITIALIZE.
003410     ACCEPT RKY-RUN-DATE FROM DATE YYYYMMDD.
003420     ACCEPT RKY-RUN-TIME FROM TIME.
003430     MOVE RKY-RUN-DATE-MM   TO RKY-RPT-MM.
003440     MOVE RKY-RUN-DATE-DD   TO RKY-RPT-DD.
003450     MOVE RKY-RUN-DATE-CCYY TO RKY-RPT-CCYY.
003460     OPEN INPUT GRID-CONFIG-FILE.
003470     PERFORM 1100-LOAD-ONE-CONFIG THRU 1100-EXIT
003480         UNTIL RKY-CONFIG-EOF.
003490     CLOSE GRID-CONFIG-FILE.
003500     IF RKY-GRID-COUNT = 0
003510         DISPLAY 'LGTRKEY: GRID-CONFIG-FILE EMPTY, '
003520                 'USING DEFAULT 10 X 10 GRID'
003530         MOVE 1         TO RKY-GRID-COUNT
003540         MOVE 'DEFAULT' TO RKY-GRID-ID (1)
003550         MOVE 1         TO RKY-GRID-ROW-ORIGIN (1)
003560                           RKY-GRID-COL-ORIGIN (1)
003570         MOVE 10        TO RKY-GRID-ROW-END (1)
003580                           RKY-GRID-COL-END (1)
003590     END-IF.
003600     OPEN I-O LIGHT-STATUS-MASTER.
003610     IF NOT RKY-MASTER-OK
003620         MOVE 'LGTMAST'            TO RKY-FAIL-DDNAME
003630         MOVE RKY-MASTER-FILE-STATUS TO RKY-FAIL-STATUS
003640         GO TO 1000-OPEN-FAILED
003650     END-IF.
003660     OPEN I-O LIGHT-ATTRIBUTE-FILE.
003670     IF NOT RKY-ATTR-OK
003680         MOVE 'LGTATTR'            TO RKY-FAIL-DDNAME
003690         MOVE RKY-ATTR-FILE-STATUS TO RKY-FAIL-STATUS
003700         GO TO 1000-OPEN-FAILED
003710     END-IF.
003720     OPEN I-O BURN-HOURS-MASTER.
003730     IF NOT RKY-BURN-OK
003740         MOVE 'BURNMAST'           TO RKY-FAIL-DDNAME
003750         MOVE RKY-BURN-FILE-STATUS TO RKY-FAIL-STATUS
003760         GO TO 1000-OPEN-FAILED
003770     END-IF.
003780     OPEN I-O WORK-ORDER-MASTER.
003790     IF NOT RKY-WO-OK
003800         MOVE 'WORKORD'            TO RKY-FAIL-DDNAME
003810         MOVE RKY-WO-FILE-STATUS   TO RKY-FAIL-STATUS
003820         GO TO 1000-OPEN-FAILED
003830     END-IF.
003840     OPEN I-O EGRESS-TEST-MASTER.
003850     IF RKY-EGM-MISSING
003860         OPEN OUTPUT EGRESS-TEST-MASTER
003870         CLOSE EGRESS-TEST-MASTER
003880         OPEN I-O EGRESS-TEST-MASTER
003890     END-IF.
003900     IF NOT RKY-EGM-OK
003910         MOVE 'EGRMAST'            TO RKY-FAIL-DDNAME
003920         MOVE RKY-EGM-FILE-STATUS  TO RKY-FAIL-STATUS
003930         GO TO 1000-OPEN-FAILED
003940     END-IF.
003950     OPEN INPUT MOVE-TRANSACTION-FILE.
003960     OPEN OUTPUT MOVE-JOURNAL-FILE.
003970     OPEN OUTPUT MOVE-REGISTER-REPORT.
003980     WRITE RKY-RPT-RECORD FROM RKY-RPT-HEADER-1
003990         AFTER ADVANCING PAGE.
004000     WRITE RKY-RPT-RECORD FROM RKY-RPT-LEGEND
004010         AFTER ADVANCING 1 LINE.
004020     MOVE SPACES TO RKY-RPT-RECORD.
004030     WRITE RKY-RPT-RECORD AFTER ADVANCING 1 LINE.
004040     WRITE RKY-RPT-RECORD FROM RKY-RPT-COL-HDGS
004050         AFTER ADVANCING 1 LINE.
004060     GO TO 1000-EXIT.
004070 1000-OPEN-FAILED.
004080     DISPLAY 'LGTRKEY: CANNOT OPEN ' RKY-FAIL-DDNAME
004090             ' FOR UPDATE, STATUS ' RKY-FAIL-STATUS
004100             ' -- RUN TERMINATED'.
004110     MOVE 8 TO RETURN-CODE.
004120     SET RKY-FATAL-ERROR TO TRUE.
004130 1000-EXIT.
004140     EXIT.
004150 1100-LOAD-ONE-CONFIG.
004160     READ GRID-CONFIG-FILE
004170         AT END
004180             SET RKY-CONFIG-EOF TO TRUE
004190     END-READ.
004200     IF RKY-CONFIG-EOF
004210         GO TO 1100-EXIT
004220     END-IF.
004230     IF RKY-GRID-COUNT >= 50
004240         GO TO 1100-EXIT
004250     END-IF.
004260     ADD 1 TO RKY-GRID-COUNT.
004270     MOVE GRID-ID TO RKY-GRID-ID (RKY-GRID-COUNT).
004280     IF GRID-ROW-ORIGIN = 0
004290         MOVE 1 TO RKY-GRID-ROW-ORIGIN (RKY-GRID-COUNT)
004300     ELSE
004310         MOVE GRID-ROW-ORIGIN
004320             TO RKY-GRID-ROW-ORIGIN (RKY-GRID-COUNT)
004330     END-IF.
004340     IF GRID-COL-ORIGIN = 0
004350         MOVE 1 TO RKY-GRID-COL-ORIGIN (RKY-GRID-COUNT)
004360     ELSE
004370         MOVE GRID-COL-ORIGIN
004380             TO RKY-GRID-COL-ORIGIN (RKY-GRID-COUNT)
004390     END-IF.
004400     COMPUTE RKY-GRID-ROW-END (RKY-GRID-COUNT) =
004410         RKY-GRID-ROW-ORIGIN (RKY-GRID-COUNT)
004420         + GRID-ROW-LIMIT - 1.
004430     COMPUTE RKY-GRID-COL-END (RKY-GRID-COUNT) =
004440         RKY-GRID-COL-ORIGIN (RKY-GRID-COUNT)
004450         + GRID-COL-LIMIT - 1.
004460 1100-EXIT.
004470     EXIT.
004480*-----------------------------------------------------------*
004490*  3000-PROCESS-ONE-MOVE -- READ, VALIDATE, AND APPLY ONE
004500*  MOVE.  EVERY TRANSACTION GETS A REGISTER LINE.
004510*-----------------------------------------------------------*
004520 3000-PROCESS-ONE-MOVE.
004530     READ MOVE-TRANSACTION-FILE
004540         AT END
004550             SET RKY-TRAN-EOF TO TRUE
004560     END-READ.
004570     IF RKY-TRAN-EOF
004580         GO TO 3000-EXIT
004590     END-IF.
004600     ADD 1 TO RKY-MOVES-READ.
004610     MOVE 'N'    TO RKY-REJECT-SW.
004620     MOVE 'N'    TO RKY-FAILED-SW.
004630     MOVE ALL 'N' TO RKY-MOVE-STATE.
004640     MOVE SPACES TO RKY-LIGHT-ID.
004650     MOVE SPACES TO RKY-RPT-MOVED.
004660     PERFORM 3100-VALIDATE-MOVE THRU 3100-EXIT.
004670     IF RKY-MOVE-REJECTED
004680         GO TO 3000-EXIT
004690     END-IF.
004700     PERFORM 4000-APPLY-MOVE THRU 4000-EXIT.
004710     IF RKY-MOVE-FAILED
004720         PERFORM 4900-BACK-OUT-MOVE THRU 4900-EXIT
004730         IF RKY-BACKOUT-FAILED
004740             MOVE 'M012' TO RKY-RPT-REASON
004750             MOVE 'BACKOUT FAILED - MASTERS NEED REPAIR'
004760                 TO RKY-RPT-REASON-TEXT
004770             PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
004780             GO TO 3000-EXIT
004790         END-IF
004800         ADD 1 TO RKY-MOVES-BACKED-OUT
004810         MOVE 'M010' TO RKY-RPT-REASON
004820         MOVE 'MOVE BACKED OUT - I/O ERROR'
004830             TO RKY-RPT-REASON-TEXT
004840         MOVE RKY-FAIL-DDNAME TO RKY-RPT-REASON-TEXT (29:8)
004850         MOVE RKY-FAIL-STATUS TO RKY-RPT-REASON-TEXT (38:2)
004860         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
004870         GO TO 3000-EXIT
004880     END-IF.
004890     PERFORM 5000-WRITE-JOURNAL THRU 5000-EXIT.
004900     PERFORM 5200-WRITE-APPLIED THRU 5200-EXIT.
004910 3000-EXIT.
004920     EXIT.
004930*-----------------------------------------------------------*
004940*  3100-VALIDATE-MOVE -- EDIT CHECKS AND THE OLD/NEW KEY
004950*  LOOKUPS, ALL AHEAD OF ANY UPDATE.  THE FIRST FAILING EDIT
004960*  REJECTS THE MOVE AND REPORTS IT.  THE OLD-KEY RECORDS ARE
004970*  HELD AS THEY ARE READ.
004980*-----------------------------------------------------------*
004990 3100-VALIDATE-MOVE.
005000     IF MVT-OLD-ROW NOT NUMERIC OR MVT-OLD-COL NOT NUMERIC
005010             OR MVT-NEW-ROW NOT NUMERIC
005020             OR MVT-NEW-COL NOT NUMERIC
005030         MOVE 'M001' TO RKY-RPT-REASON
005040         MOVE 'ROW OR COLUMN NOT NUMERIC'
005050             TO RKY-RPT-REASON-TEXT
005060         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
005070         GO TO 3100-EXIT
005080     END-IF.
005090     MOVE MVT-OLD-ROW-N TO RKY-OLD-ROW.
005100     MOVE MVT-OLD-COL-N TO RKY-OLD-COL.
005110     MOVE MVT-NEW-ROW-N TO RKY-NEW-ROW.
005120     MOVE MVT-NEW-COL-N TO RKY-NEW-COL.
005130     IF RKY-OLD-ROW = 0 OR RKY-OLD-COL = 0
005140             OR RKY-OLD-KEY = RKY-NEW-KEY
005150         MOVE 'M002' TO RKY-RPT-REASON
005160         MOVE 'OLD KEY ZERO OR SAME AS NEW KEY'
005170             TO RKY-RPT-REASON-TEXT
005180         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
005190         GO TO 3100-EXIT
005200     END-IF.
005210*    A BLANK EFFECTIVE DATE MEANS THE FIXTURE MOVED TODAY
005220     IF MVT-EFFECTIVE-DATE = SPACES
005230         MOVE RKY-RUN-DATE TO RKY-EFF-DATE
005240     ELSE
005250         IF MVT-EFFECTIVE-DATE NUMERIC
005260             MOVE MVT-EFFECTIVE-DATE-N TO RKY-EFF-DATE
005270         ELSE
005280             MOVE ZEROS TO RKY-EFF-DATE
005290         END-IF
005300     END-IF.
005310     IF RKY-EFF-MM < 1 OR RKY-EFF-MM > 12
005320             OR RKY-EFF-DD < 1 OR RKY-EFF-DD > 31
005330             OR RKY-EFF-DATE > RKY-RUN-DATE
005340         MOVE 'M003' TO RKY-RPT-REASON
005350         MOVE 'EFFECTIVE DATE INVALID OR AFTER RUN DATE'
005360             TO RKY-RPT-REASON-TEXT
005370         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
005380         GO TO 3100-EXIT
005390     END-IF.
005400     MOVE 'N' TO RKY-IN-GRID-SW.
005410     MOVE SPACES TO RKY-NEW-GRID-ID.
005420     PERFORM 3150-CHECK-NEW-IN-GRID THRU 3150-EXIT
005430         VARYING K FROM 1 BY 1
005440             UNTIL RKY-KEY-IN-GRID
005450                OR K > RKY-GRID-COUNT.
005460     IF NOT RKY-KEY-IN-GRID
005470         MOVE 'M005' TO RKY-RPT-REASON
005480         MOVE 'NEW KEY OUTSIDE ALL CONFIGURED GRIDS'
005490             TO RKY-RPT-REASON-TEXT
005500         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
005510         GO TO 3100-EXIT
005520     END-IF.
005530*    THE OLD KEY MAY LIE OUTSIDE EVERY GRID (A FIXTURE BEING
005540*    RE-KEYED BACK INTO RANGE) -- ITS GRID ID IS THEN BLANK
005550     MOVE 'N' TO RKY-IN-GRID-SW.
005560     MOVE SPACES TO RKY-OLD-GRID-ID.
005570     PERFORM 3160-FIND-OLD-GRID THRU 3160-EXIT
005580         VARYING K FROM 1 BY 1
005590             UNTIL RKY-KEY-IN-GRID
005600                OR K > RKY-GRID-COUNT.
005610     MOVE RKY-OLD-KEY TO LGT-MASTER-KEY.
005620     READ LIGHT-STATUS-MASTER
005630         INVALID KEY
005640             MOVE 'M004' TO RKY-RPT-REASON
005650             MOVE 'NO LGTMAST RECORD AT OLD KEY'
005660                 TO RKY-RPT-REASON-TEXT
005670             PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
005680             GO TO 3100-EXIT
005690     END-READ.
005700     IF NOT RKY-MASTER-OK
005710         MOVE 'LGTMAST'              TO RKY-FAIL-DDNAME
005720         MOVE RKY-MASTER-FILE-STATUS TO RKY-FAIL-STATUS
005730         PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
005740         GO TO 3100-EXIT
005750     END-IF.
005760     MOVE LIGHT-MASTER-RECORD TO RKY-HOLD-MASTER.
005770     MOVE LGT-MASTER-ID       TO RKY-LIGHT-ID.
005780     PERFORM 3200-CHECK-TARGET-FREE THRU 3200-EXIT.
005790     IF RKY-MOVE-REJECTED
005800         GO TO 3100-EXIT
005810     END-IF.
005820     PERFORM 3300-READ-OLD-RECORDS THRU 3300-EXIT.
005830 3100-EXIT.
005840     EXIT.
005850 3150-CHECK-NEW-IN-GRID.
005860     IF K > RKY-GRID-COUNT
005870         GO TO 3150-EXIT
005880     END-IF.
005890     IF RKY-NEW-ROW >= RKY-GRID-ROW-ORIGIN (K)
005900             AND RKY-NEW-ROW <= RKY-GRID-ROW-END (K)
005910             AND RKY-NEW-COL >= RKY-GRID-COL-ORIGIN (K)
005920             AND RKY-NEW-COL <= RKY-GRID-COL-END (K)
005930         SET RKY-KEY-IN-GRID TO TRUE
005940         MOVE RKY-GRID-ID (K) TO RKY-NEW-GRID-ID
005950     END-IF.
005960 3150-EXIT.
005970     EXIT.
005980 3160-FIND-OLD-GRID.
005990     IF K > RKY-GRID-COUNT
006000         GO TO 3160-EXIT
006010     END-IF.
006020     IF RKY-OLD-ROW >= RKY-GRID-ROW-ORIGIN (K)
006030             AND RKY-OLD-ROW <= RKY-GRID-ROW-END (K)
006040             AND RKY-OLD-COL >= RKY-GRID-COL-ORIGIN (K)
006050             AND RKY-OLD-COL <= RKY-GRID-COL-END (K)
006060         SET RKY-KEY-IN-GRID TO TRUE
006070         MOVE RKY-GRID-ID (K) TO RKY-OLD-GRID-ID
006080     END-IF.
006090 3160-EXIT.
006100     EXIT.
006110*-----------------------------------------------------------*
006120*  3200-CHECK-TARGET-FREE -- THE NEW KEY MUST BE EMPTY ON ALL
006130*  FIVE MASTERS.  A LEFT-OVER CLOSED WORK ORDER, ATTRIBUTE OR
006140*  EGRESS TEST RECORD BLOCKS THE MOVE TOO; CLEAR IT FIRST SO
006150*  THE MOVED FIXTURE DOES NOT INHERIT SOMEONE ELSE'S HISTORY.
006160*-----------------------------------------------------------*
006170 3200-CHECK-TARGET-FREE.
006180     MOVE RKY-NEW-KEY TO LGT-MASTER-KEY.
006190     READ LIGHT-STATUS-MASTER
006200         INVALID KEY
006210             CONTINUE
006220     END-READ.
006230     IF RKY-MASTER-OK
006240         MOVE 'M006' TO RKY-RPT-REASON
006250         MOVE 'NEW KEY ALREADY ON LGTMAST'
006260             TO RKY-RPT-REASON-TEXT
006270         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
006280         GO TO 3200-EXIT
006290     END-IF.
006300     IF NOT RKY-MASTER-NOT-FOUND
006310         MOVE 'LGTMAST'              TO RKY-FAIL-DDNAME
006320         MOVE RKY-MASTER-FILE-STATUS TO RKY-FAIL-STATUS
006330         PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
006340         GO TO 3200-EXIT
006350     END-IF.
006360     MOVE RKY-NEW-KEY TO ATTR-KEY.
006370     READ LIGHT-ATTRIBUTE-FILE
006380         INVALID KEY
006390             CONTINUE
006400     END-READ.
006410     IF RKY-ATTR-OK
006420         MOVE 'M007' TO RKY-RPT-REASON
006430         MOVE 'NEW KEY ALREADY ON LGTATTR'
006440             TO RKY-RPT-REASON-TEXT
006450         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
006460         GO TO 3200-EXIT
006470     END-IF.
006480     IF NOT RKY-ATTR-NOT-FOUND
006490         MOVE 'LGTATTR'              TO RKY-FAIL-DDNAME
006500         MOVE RKY-ATTR-FILE-STATUS   TO RKY-FAIL-STATUS
006510         PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
006520         GO TO 3200-EXIT
006530     END-IF.
006540     MOVE RKY-NEW-KEY TO BURN-KEY.
006550     READ BURN-HOURS-MASTER
006560         INVALID KEY
006570             CONTINUE
006580     END-READ.
006590     IF RKY-BURN-OK
006600         MOVE 'M008' TO RKY-RPT-REASON
006610         MOVE 'NEW KEY ALREADY ON BURNMAST'
006620             TO RKY-RPT-REASON-TEXT
006630         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
006640         GO TO 3200-EXIT
006650     END-IF.
006660     IF NOT RKY-BURN-NOT-FOUND
006670         MOVE 'BURNMAST'             TO RKY-FAIL-DDNAME
006680         MOVE RKY-BURN-FILE-STATUS   TO RKY-FAIL-STATUS
006690         PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
006700         GO TO 3200-EXIT
006710     END-IF.
006720     MOVE RKY-NEW-KEY TO WO-KEY.
006730     READ WORK-ORDER-MASTER
006740         INVALID KEY
006750             CONTINUE
006760     END-READ.
006770     IF RKY-WO-OK
006780         MOVE 'M009' TO RKY-RPT-REASON
006790         MOVE 'NEW KEY ALREADY ON WORKORD'
006800             TO RKY-RPT-REASON-TEXT
006810         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
006820         GO TO 3200-EXIT
006830     END-IF.
006840     IF NOT RKY-WO-NOT-FOUND
006850         MOVE 'WORKORD'              TO RKY-FAIL-DDNAME
006860         MOVE RKY-WO-FILE-STATUS     TO RKY-FAIL-STATUS
006870         PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
006880         GO TO 3200-EXIT
006890     END-IF.
006900     MOVE RKY-NEW-KEY TO EGM-KEY.
006910     READ EGRESS-TEST-MASTER
006920         INVALID KEY
006930             CONTINUE
006940     END-READ.
006950     IF RKY-EGM-OK
006960         MOVE 'M013' TO RKY-RPT-REASON
006970         MOVE 'NEW KEY ALREADY ON EGRMAST'
006980             TO RKY-RPT-REASON-TEXT
006990         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
007000         GO TO 3200-EXIT
007010     END-IF.
007020     IF NOT RKY-EGM-NOT-FOUND
007030         MOVE 'EGRMAST'              TO RKY-FAIL-DDNAME
007040         MOVE RKY-EGM-FILE-STATUS    TO RKY-FAIL-STATUS
007050         PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
007060         GO TO 3200-EXIT
007070     END-IF.
007080 3200-EXIT.
007090     EXIT.
007100*-----------------------------------------------------------*
007110*  3300-READ-OLD-RECORDS -- HOLD THE FIXTURE'S ATTRIBUTE,
007120*  BURN-HOURS, WORK-ORDER AND EGRESS TEST RECORDS WHERE THEY
007130*  EXIST
007140*-----------------------------------------------------------*
007150 3300-READ-OLD-RECORDS.
007160     MOVE RKY-OLD-KEY TO ATTR-KEY.
007170     READ LIGHT-ATTRIBUTE-FILE
007180         INVALID KEY
007190             CONTINUE
007200     END-READ.
007210     IF RKY-ATTR-OK
007220         MOVE LIGHT-ATTRIBUTE-RECORD TO RKY-HOLD-ATTR
007230         SET RKY-ATTR-PRESENT TO TRUE
007240     ELSE
007250         IF NOT RKY-ATTR-NOT-FOUND
007260             MOVE 'LGTATTR'            TO RKY-FAIL-DDNAME
007270             MOVE RKY-ATTR-FILE-STATUS TO RKY-FAIL-STATUS
007280             PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
007290             GO TO 3300-EXIT
007300         END-IF
007310     END-IF.
007320     MOVE RKY-OLD-KEY TO BURN-KEY.
007330     READ BURN-HOURS-MASTER
007340         INVALID KEY
007350             CONTINUE
007360     END-READ.
007370     IF RKY-BURN-OK
007380         MOVE BURN-HOURS-RECORD TO RKY-HOLD-BURN
007390         SET RKY-BURN-PRESENT TO TRUE
007400     ELSE
007410         IF NOT RKY-BURN-NOT-FOUND
007420             MOVE 'BURNMAST'           TO RKY-FAIL-DDNAME
007430             MOVE RKY-BURN-FILE-STATUS TO RKY-FAIL-STATUS
007440             PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
007450             GO TO 3300-EXIT
007460         END-IF
007470     END-IF.
007480     MOVE RKY-OLD-KEY TO WO-KEY.
007490     READ WORK-ORDER-MASTER
007500         INVALID KEY
007510             CONTINUE
007520     END-READ.
007530     IF RKY-WO-OK
007540         MOVE WORK-ORDER-RECORD TO RKY-HOLD-WO
007550         SET RKY-WO-PRESENT TO TRUE
007560     ELSE
007570         IF NOT RKY-WO-NOT-FOUND
007580             MOVE 'WORKORD'            TO RKY-FAIL-DDNAME
007590             MOVE RKY-WO-FILE-STATUS   TO RKY-FAIL-STATUS
007600             PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
007610             GO TO 3300-EXIT
007620         END-IF
007630     END-IF.
007640     MOVE RKY-OLD-KEY TO EGM-KEY.
007650     READ EGRESS-TEST-MASTER
007660         INVALID KEY
007670             CONTINUE
007680     END-READ.
007690     IF RKY-EGM-OK
007700         MOVE EGRESS-TEST-MASTER-RECORD TO RKY-HOLD-EGM
007710         SET RKY-EGM-PRESENT TO TRUE
007720     ELSE
007730         IF NOT RKY-EGM-NOT-FOUND
007740             MOVE 'EGRMAST'            TO RKY-FAIL-DDNAME
007750             MOVE RKY-EGM-FILE-STATUS  TO RKY-FAIL-STATUS
007760             PERFORM 5300-REJECT-READ-ERROR THRU 5300-EXIT
007770             GO TO 3300-EXIT
007780         END-IF
007790     END-IF.
007800 3300-EXIT.
007810     EXIT.
007820*-----------------------------------------------------------*
007830*  4000-APPLY-MOVE -- WRITE EVERY NEW-KEY RECORD FIRST, THEN
007840*  DELETE THE OLD-KEY RECORDS.  THE FIRST FAILURE STOPS THE
007850*  SEQUENCE; THE CALLER BACKS OUT WHATEVER WAS DONE.
007860*-----------------------------------------------------------*
007870 4000-APPLY-MOVE.
007880     PERFORM 4110-WRITE-NEW-MASTER THRU 4110-EXIT.
007890     IF RKY-MOVE-FAILED
007900         GO TO 4000-EXIT
007910     END-IF.
007920     PERFORM 4120-WRITE-NEW-ATTR THRU 4120-EXIT.
007930     IF RKY-MOVE-FAILED
007940         GO TO 4000-EXIT
007950     END-IF.
007960     PERFORM 4130-WRITE-NEW-BURN THRU 4130-EXIT.
007970     IF RKY-MOVE-FAILED
007980         GO TO 4000-EXIT
007990     END-IF.
008000     PERFORM 4140-WRITE-NEW-WO THRU 4140-EXIT.
008010     IF RKY-MOVE-FAILED
008020         GO TO 4000-EXIT
008030     END-IF.
008040     PERFORM 4150-WRITE-NEW-EGM THRU 4150-EXIT.
008050     IF RKY-MOVE-FAILED
008060         GO TO 4000-EXIT
008070     END-IF.
008080     PERFORM 4210-DELETE-OLD-MASTER THRU 4210-EXIT.
008090     IF RKY-MOVE-FAILED
008100         GO TO 4000-EXIT
008110     END-IF.
008120     PERFORM 4220-DELETE-OLD-ATTR THRU 4220-EXIT.
008130     IF RKY-MOVE-FAILED
008140         GO TO 4000-EXIT
008150     END-IF.
008160     PERFORM 4230-DELETE-OLD-BURN THRU 4230-EXIT.
008170     IF RKY-MOVE-FAILED
008180         GO TO 4000-EXIT
008190     END-IF.
008200     PERFORM 4240-DELETE-OLD-WO THRU 4240-EXIT.
008210     IF RKY-MOVE-FAILED
008220         GO TO 4000-EXIT
008230     END-IF.
008240     PERFORM 4250-DELETE-OLD-EGM THRU 4250-EXIT.
008250 4000-EXIT.
008260     EXIT.
008270 4110-WRITE-NEW-MASTER.
008280     MOVE RKY-HOLD-MASTER TO LIGHT-MASTER-RECORD.
008290     MOVE RKY-NEW-KEY     TO LGT-MASTER-KEY.
008300     MOVE RKY-RUN-DATE    TO LGT-MASTER-LAST-UPDATE.
008310     WRITE LIGHT-MASTER-RECORD
008320         INVALID KEY
008330             SET RKY-MOVE-FAILED TO TRUE
008340     END-WRITE.
008350     IF RKY-MOVE-FAILED OR NOT RKY-MASTER-OK
008360         SET RKY-MOVE-FAILED TO TRUE
008370         MOVE 'LGTMAST'              TO RKY-FAIL-DDNAME
008380         MOVE RKY-MASTER-FILE-STATUS TO RKY-FAIL-STATUS
008390         GO TO 4110-EXIT
008400     END-IF.
008410     SET RKY-MAST-NEW-WRITTEN TO TRUE.
008420 4110-EXIT.
008430     EXIT.
008440 4120-WRITE-NEW-ATTR.
008450     IF NOT RKY-ATTR-PRESENT
008460         GO TO 4120-EXIT
008470     END-IF.
008480     MOVE RKY-HOLD-ATTR TO LIGHT-ATTRIBUTE-RECORD.
008490     MOVE RKY-NEW-KEY   TO ATTR-KEY.
008500     WRITE LIGHT-ATTRIBUTE-RECORD
008510         INVALID KEY
008520             SET RKY-MOVE-FAILED TO TRUE
008530     END-WRITE.
008540     IF RKY-MOVE-FAILED OR NOT RKY-ATTR-OK
008550         SET RKY-MOVE-FAILED TO TRUE
008560         MOVE 'LGTATTR'              TO RKY-FAIL-DDNAME
008570         MOVE RKY-ATTR-FILE-STATUS   TO RKY-FAIL-STATUS
008580         GO TO 4120-EXIT
008590     END-IF.
008600     SET RKY-ATTR-NEW-WRITTEN TO TRUE.
008610 4120-EXIT.
008620     EXIT.
008630 4130-WRITE-NEW-BURN.
008640     IF NOT RKY-BURN-PRESENT
008650         GO TO 4130-EXIT
008660     END-IF.
008670     MOVE RKY-HOLD-BURN TO BURN-HOURS-RECORD.
008680     MOVE RKY-NEW-KEY   TO BURN-KEY.
008690     WRITE BURN-HOURS-RECORD
008700         INVALID KEY
008710             SET RKY-MOVE-FAILED TO TRUE
008720     END-WRITE.
008730     IF RKY-MOVE-FAILED OR NOT RKY-BURN-OK
008740         SET RKY-MOVE-FAILED TO TRUE
008750         MOVE 'BURNMAST'             TO RKY-FAIL-DDNAME
008760         MOVE RKY-BURN-FILE-STATUS   TO RKY-FAIL-STATUS
008770         GO TO 4130-EXIT
008780     END-IF.
008790     SET RKY-BURN-NEW-WRITTEN TO TRUE.
008800 4130-EXIT.
008810     EXIT.
008820 4140-WRITE-NEW-WO.
008830     IF NOT RKY-WO-PRESENT
008840         GO TO 4140-EXIT
008850     END-IF.
008860     MOVE RKY-HOLD-WO   TO WORK-ORDER-RECORD.
008870     MOVE RKY-NEW-KEY   TO WO-KEY.
008880     WRITE WORK-ORDER-RECORD
008890         INVALID KEY
008900             SET RKY-MOVE-FAILED TO TRUE
008910     END-WRITE.
008920     IF RKY-MOVE-FAILED OR NOT RKY-WO-OK
008930         SET RKY-MOVE-FAILED TO TRUE
008940         MOVE 'WORKORD'              TO RKY-FAIL-DDNAME
008950         MOVE RKY-WO-FILE-STATUS     TO RKY-FAIL-STATUS
008960         GO TO 4140-EXIT
008970     END-IF.
008980     SET RKY-WO-NEW-WRITTEN TO TRUE.
008990 4140-EXIT.
009000     EXIT.
009010 4150-WRITE-NEW-EGM.
009020     IF NOT RKY-EGM-PRESENT
009030         GO TO 4150-EXIT
009040     END-IF.
009050     MOVE RKY-HOLD-EGM  TO EGRESS-TEST-MASTER-RECORD.
009060     MOVE RKY-NEW-KEY   TO EGM-KEY.
009070     WRITE EGRESS-TEST-MASTER-RECORD
009080         INVALID KEY
009090             SET RKY-MOVE-FAILED TO TRUE
009100     END-WRITE.
009110     IF RKY-MOVE-FAILED OR NOT RKY-EGM-OK
009120         SET RKY-MOVE-FAILED TO TRUE
009130         MOVE 'EGRMAST'              TO RKY-FAIL-DDNAME
009140         MOVE RKY-EGM-FILE-STATUS    TO RKY-FAIL-STATUS
009150         GO TO 4150-EXIT
009160     END-IF.
009170     SET RKY-EGM-NEW-WRITTEN TO TRUE.
009180 4150-EXIT.
009190     EXIT.
009200 4210-DELETE-OLD-MASTER.
009210     MOVE RKY-OLD-KEY TO LGT-MASTER-KEY.
009220     DELETE LIGHT-STATUS-MASTER
009230         INVALID KEY
009240             SET RKY-MOVE-FAILED TO TRUE
009250     END-DELETE.
009260     IF RKY-MOVE-FAILED OR NOT RKY-MASTER-OK
009270         SET RKY-MOVE-FAILED TO TRUE
009280         MOVE 'LGTMAST'              TO RKY-FAIL-DDNAME
009290         MOVE RKY-MASTER-FILE-STATUS TO RKY-FAIL-STATUS
009300         GO TO 4210-EXIT
009310     END-IF.
009320     SET RKY-MAST-OLD-DELETED TO TRUE.
009330 4210-EXIT.
009340     EXIT.
009350 4220-DELETE-OLD-ATTR.
009360     IF NOT RKY-ATTR-PRESENT
009370         GO TO 4220-EXIT
009380     END-IF.
009390     MOVE RKY-OLD-KEY TO ATTR-KEY.
009400     DELETE LIGHT-ATTRIBUTE-FILE
009410         INVALID KEY
009420             SET RKY-MOVE-FAILED TO TRUE
009430     END-DELETE.
009440     IF RKY-MOVE-FAILED OR NOT RKY-ATTR-OK
009450         SET RKY-MOVE-FAILED TO TRUE
009460         MOVE 'LGTATTR'              TO RKY-FAIL-DDNAME
009470         MOVE RKY-ATTR-FILE-STATUS   TO RKY-FAIL-STATUS
009480         GO TO 4220-EXIT
009490     END-IF.
009500     SET RKY-ATTR-OLD-DELETED TO TRUE.
009510 4220-EXIT.
009520     EXIT.
009530 4230-DELETE-OLD-BURN.
009540     IF NOT RKY-BURN-PRESENT
009550         GO TO 4230-EXIT
009560     END-IF.
009570     MOVE RKY-OLD-KEY TO BURN-KEY.
009580     DELETE BURN-HOURS-MASTER
009590         INVALID KEY
009600             SET RKY-MOVE-FAILED TO TRUE
009610     END-DELETE.
009620     IF RKY-MOVE-FAILED OR NOT RKY-BURN-OK
009630         SET RKY-MOVE-FAILED TO TRUE
009640         MOVE 'BURNMAST'             TO RKY-FAIL-DDNAME
009650         MOVE RKY-BURN-FILE-STATUS   TO RKY-FAIL-STATUS
009660         GO TO 4230-EXIT
009670     END-IF.
009680     SET RKY-BURN-OLD-DELETED TO TRUE.
009690 4230-EXIT.
009700     EXIT.
009710 4240-DELETE-OLD-WO.
009720     IF NOT RKY-WO-PRESENT
009730         GO TO 4240-EXIT
009740     END-IF.
009750     MOVE RKY-OLD-KEY TO WO-KEY.
009760     DELETE WORK-ORDER-MASTER
009770         INVALID KEY
009780             SET RKY-MOVE-FAILED TO TRUE
009790     END-DELETE.
009800     IF RKY-MOVE-FAILED OR NOT RKY-WO-OK
009810         SET RKY-MOVE-FAILED TO TRUE
009820         MOVE 'WORKORD'              TO RKY-FAIL-DDNAME
009830         MOVE RKY-WO-FILE-STATUS     TO RKY-FAIL-STATUS
009840         GO TO 4240-EXIT
009850     END-IF.
009860     SET RKY-WO-OLD-DELETED TO TRUE.
009870 4240-EXIT.
009880     EXIT.
009890 4250-DELETE-OLD-EGM.
009900     IF NOT RKY-EGM-PRESENT
009910         GO TO 4250-EXIT
009920     END-IF.
009930     MOVE RKY-OLD-KEY TO EGM-KEY.
009940     DELETE EGRESS-TEST-MASTER
009950         INVALID KEY
009960             SET RKY-MOVE-FAILED TO TRUE
009970     END-DELETE.
009980     IF RKY-MOVE-FAILED OR NOT RKY-EGM-OK
009990         SET RKY-MOVE-FAILED TO TRUE
010000         MOVE 'EGRMAST'              TO RKY-FAIL-DDNAME
010010         MOVE RKY-EGM-FILE-STATUS    TO RKY-FAIL-STATUS
010020         GO TO 4250-EXIT
010030     END-IF.
010040     SET RKY-EGM-OLD-DELETED TO TRUE.
010050 4250-EXIT.
010060     EXIT.
010070*-----------------------------------------------------------*
010080*  4900-BACK-OUT-MOVE -- UNDO A PARTLY APPLIED MOVE: PUT BACK
010090*  EVERY OLD-KEY RECORD ALREADY DELETED AND REMOVE EVERY
010100*  NEW-KEY RECORD ALREADY WRITTEN, FROM THE HELD IMAGES.  IF
010110*  THAT FAILS TOO THE MASTERS NEED HAND REPAIR, SO THE RUN IS
010120*  STOPPED RATHER THAN MOVING ANYTHING ELSE.
010130*-----------------------------------------------------------*
010140 4900-BACK-OUT-MOVE.
010150     IF RKY-MAST-OLD-DELETED
010160         MOVE RKY-HOLD-MASTER TO LIGHT-MASTER-RECORD
010170         WRITE LIGHT-MASTER-RECORD
010180             INVALID KEY
010190                 SET RKY-BACKOUT-FAILED TO TRUE
010200         END-WRITE
010210         IF NOT RKY-MASTER-OK
010220             SET RKY-BACKOUT-FAILED TO TRUE
010230         END-IF
010240     END-IF.
010250     IF RKY-ATTR-OLD-DELETED
010260         MOVE RKY-HOLD-ATTR TO LIGHT-ATTRIBUTE-RECORD
010270         WRITE LIGHT-ATTRIBUTE-RECORD
010280             INVALID KEY
010290                 SET RKY-BACKOUT-FAILED TO TRUE
010300         END-WRITE
010310         IF NOT RKY-ATTR-OK
010320             SET RKY-BACKOUT-FAILED TO TRUE
010330         END-IF
010340     END-IF.
010350     IF RKY-BURN-OLD-DELETED
010360         MOVE RKY-HOLD-BURN TO BURN-HOURS-RECORD
010370         WRITE BURN-HOURS-RECORD
010380             INVALID KEY
010390                 SET RKY-BACKOUT-FAILED TO TRUE
010400         END-WRITE
010410         IF NOT RKY-BURN-OK
010420             SET RKY-BACKOUT-FAILED TO TRUE
010430         END-IF
010440     END-IF.
010450     IF RKY-WO-OLD-DELETED
010460         MOVE RKY-HOLD-WO TO WORK-ORDER-RECORD
010470         WRITE WORK-ORDER-RECORD
010480             INVALID KEY
010490                 SET RKY-BACKOUT-FAILED TO TRUE
010500         END-WRITE
010510         IF NOT RKY-WO-OK
010520             SET RKY-BACKOUT-FAILED TO TRUE
010530         END-IF
010540     END-IF.
010550     IF RKY-MAST-NEW-WRITTEN
010560         MOVE RKY-NEW-KEY TO LGT-MASTER-KEY
010570         DELETE LIGHT-STATUS-MASTER
010580             INVALID KEY
010590                 SET RKY-BACKOUT-FAILED TO TRUE
010600         END-DELETE
010610         IF NOT RKY-MASTER-OK
010620             SET RKY-BACKOUT-FAILED TO TRUE
010630         END-IF
010640     END-IF.
010650     IF RKY-ATTR-NEW-WRITTEN
010660         MOVE RKY-NEW-KEY TO ATTR-KEY
010670         DELETE LIGHT-ATTRIBUTE-FILE
010680             INVALID KEY
010690                 SET RKY-BACKOUT-FAILED TO TRUE
010700         END-DELETE
010710         IF NOT RKY-ATTR-OK
010720             SET RKY-BACKOUT-FAILED TO TRUE
010730         END-IF
010740     END-IF.
010750     IF RKY-BURN-NEW-WRITTEN
010760         MOVE RKY-NEW-KEY TO BURN-KEY
010770         DELETE BURN-HOURS-MASTER
010780             INVALID KEY
010790                 SET RKY-BACKOUT-FAILED TO TRUE
010800         END-DELETE
010810         IF NOT RKY-BURN-OK
010820             SET RKY-BACKOUT-FAILED TO TRUE
010830         END-IF
010840     END-IF.
010850     IF RKY-WO-NEW-WRITTEN
010860         MOVE RKY-NEW-KEY TO WO-KEY
010870         DELETE WORK-ORDER-MASTER
010880             INVALID KEY
010890                 SET RKY-BACKOUT-FAILED TO TRUE
010900         END-DELETE
010910         IF NOT RKY-WO-OK
010920             SET RKY-BACKOUT-FAILED TO TRUE
010930         END-IF
010940     END-IF.
010950     IF RKY-EGM-NEW-WRITTEN
010960         MOVE RKY-NEW-KEY TO EGM-KEY
010970         DELETE EGRESS-TEST-MASTER
010980             INVALID KEY
010990                 SET RKY-BACKOUT-FAILED TO TRUE
011000         END-DELETE
011010         IF NOT RKY-EGM-OK
011020             SET RKY-BACKOUT-FAILED TO TRUE
011030         END-IF
011040     END-IF.
011050     IF RKY-BACKOUT-FAILED
011060         DISPLAY 'LGTRKEY: BACKOUT FAILED MOVING ROW '
011070                 RKY-OLD-ROW ' COL ' RKY-OLD-COL
011080                 ' TO ROW ' RKY-NEW-ROW ' COL ' RKY-NEW-COL
011090         DISPLAY 'LGTRKEY: CHECK BOTH KEYS ON LGTMAST, '
011100                 'LGTATTR, BURNMAST, WORKORD, EGRMAST -- '
011110                     'RUN STOPPED'
011120         MOVE 12 TO RETURN-CODE
011130     END-IF.
011140 4900-EXIT.
011150     EXIT.
011160*-----------------------------------------------------------*
011170*  5000-WRITE-JOURNAL -- ONE MOVEJRNL RECORD PER APPLIED MOVE
011180*-----------------------------------------------------------*
011190 5000-WRITE-JOURNAL.
011200     INITIALIZE MOVE-JOURNAL-RECORD.
011210     MOVE RKY-RUN-DATE       TO MJR-RUN-DATE.
011220     MOVE RKY-RUN-TIME       TO MJR-RUN-TIME.
011230     MOVE RKY-EFF-DATE       TO MJR-EFFECTIVE-DATE.
011240     MOVE RKY-LIGHT-ID       TO MJR-LIGHT-ID.
011250     MOVE RKY-OLD-GRID-ID    TO MJR-OLD-GRID-ID.
011260     MOVE RKY-OLD-ROW        TO MJR-OLD-ROW.
011270     MOVE RKY-OLD-COL        TO MJR-OLD-COL.
011280     MOVE RKY-NEW-GRID-ID    TO MJR-NEW-GRID-ID.
011290     MOVE RKY-NEW-ROW        TO MJR-NEW-ROW.
011300     MOVE RKY-NEW-COL        TO MJR-NEW-COL.
011310     MOVE RKY-ATTR-PRESENT-SW TO MJR-ATTR-MOVED.
011320     MOVE RKY-BURN-PRESENT-SW TO MJR-BURN-MOVED.
011330     MOVE RKY-WO-PRESENT-SW  TO MJR-WO-MOVED.
011340     MOVE RKY-EGM-PRESENT-SW TO MJR-EGR-MOVED.
011350     MOVE MVT-REQUESTED-BY   TO MJR-REQUESTED-BY.
011360     WRITE MOVE-JOURNAL-RECORD.
011370 5000-EXIT.
011380     EXIT.
011390*-----------------------------------------------------------*
011400*  5100-WRITE-REJECT -- REGISTER LINE FOR A REJECTED OR
011410*  BACKED-OUT MOVE.  CALLER SETS THE REASON CODE AND TEXT.
011420*-----------------------------------------------------------*
011430 5100-WRITE-REJECT.
011440     SET RKY-MOVE-REJECTED TO TRUE.
011450     ADD 1 TO RKY-MOVES-REJECTED.
011460     MOVE 'REJECTED' TO RKY-RPT-RESULT.
011470     MOVE SPACES     TO RKY-RPT-MOVED.
011480     PERFORM 5900-WRITE-REGISTER-LINE THRU 5900-EXIT.
011490 5100-EXIT.
011500     EXIT.
011510*-----------------------------------------------------------*
011520*  5200-WRITE-APPLIED -- REGISTER LINE FOR A COMPLETED MOVE,
011530*  SHOWING WHICH MASTERS CARRIED A RECORD FOR THE FIXTURE
011540*-----------------------------------------------------------*
011550 5200-WRITE-APPLIED.
011560     ADD 1 TO RKY-MOVES-APPLIED.
011570     MOVE 'M' TO RKY-RPT-MOVED (1:1).
011580     IF RKY-ATTR-PRESENT
011590         MOVE 'A' TO RKY-RPT-MOVED (3:1)
011600         ADD 1 TO RKY-ATTR-MOVED
011610     END-IF.
011620     IF RKY-BURN-PRESENT
011630         MOVE 'B' TO RKY-RPT-MOVED (5:1)
011640         ADD 1 TO RKY-BURN-MOVED
011650     END-IF.
011660     IF RKY-WO-PRESENT
011670         MOVE 'W' TO RKY-RPT-MOVED (7:1)
011680         ADD 1 TO RKY-WO-MOVED
011690     END-IF.
011700     IF RKY-EGM-PRESENT
011710         MOVE 'E' TO RKY-RPT-MOVED (9:1)
011720         ADD 1 TO RKY-EGM-MOVED
011730     END-IF.
011740     MOVE 'APPLIED'  TO RKY-RPT-RESULT.
011750     MOVE SPACES     TO RKY-RPT-REASON.
011760     MOVE SPACES     TO RKY-RPT-REASON-TEXT.
011770     IF RKY-OLD-GRID-ID NOT = RKY-NEW-GRID-ID
011780         MOVE 'GRID'          TO RKY-RPT-REASON-TEXT
011790         MOVE RKY-OLD-GRID-ID TO RKY-RPT-REASON-TEXT (6:10)
011800         MOVE 'TO'            TO RKY-RPT-REASON-TEXT (17:2)
011810         MOVE RKY-NEW-GRID-ID TO RKY-RPT-REASON-TEXT (20:10)
011820     END-IF.
011830     PERFORM 5900-WRITE-REGISTER-LINE THRU 5900-EXIT.
011840 5200-EXIT.
011850     EXIT.
011860*-----------------------------------------------------------*
011870*  5300-REJECT-READ-ERROR -- UNEXPECTED FILE STATUS WHILE
011880*  VALIDATING; NOTHING HAS BEEN UPDATED YET
011890*-----------------------------------------------------------*
011900 5300-REJECT-READ-ERROR.
011910     MOVE 'M011' TO RKY-RPT-REASON.
011920     MOVE 'NOT MOVED - READ ERROR'
011930         TO RKY-RPT-REASON-TEXT.
011940     MOVE RKY-FAIL-DDNAME TO RKY-RPT-REASON-TEXT (24:8).
011950     MOVE RKY-FAIL-STATUS TO RKY-RPT-REASON-TEXT (33:2).
011960     PERFORM 5100-WRITE-REJECT THRU 5100-EXIT.
011970 5300-EXIT.
011980     EXIT.
011990*-----------------------------------------------------------*
012000*  5900-WRITE-REGISTER-LINE -- ONE LINE PER TRANSACTION
012010*-----------------------------------------------------------*
012020 5900-WRITE-REGISTER-LINE.
012030     MOVE MVT-OLD-ROW        TO RKY-RPT-OLD-ROW.
012040     MOVE MVT-OLD-COL        TO RKY-RPT-OLD-COL.
012050     MOVE MVT-NEW-ROW        TO RKY-RPT-NEW-ROW.
012060     MOVE MVT-NEW-COL        TO RKY-RPT-NEW-COL.
012070     MOVE RKY-LIGHT-ID       TO RKY-RPT-ID.
012080     MOVE MVT-EFFECTIVE-DATE TO RKY-RPT-EFF-DATE.
012090     WRITE RKY-RPT-RECORD FROM RKY-RPT-DETAIL
012100         AFTER ADVANCING 1 LINE.
012110 5900-EXIT.
012120     EXIT.
012130*-----------------------------------------------------------*
012140*  7000-PRINT-TOTALS
012150*-----------------------------------------------------------*
012160 7000-PRINT-TOTALS.
012170     MOVE SPACES TO RKY-RPT-RECORD.
012180     WRITE RKY-RPT-RECORD AFTER ADVANCING 1 LINE.
012190     MOVE 'MOVES READ'                 TO RKY-RPT-TOT-TEXT.
012200     MOVE RKY-MOVES-READ               TO RKY-RPT-TOT-COUNT.
012210     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012220     MOVE 'MOVES APPLIED'              TO RKY-RPT-TOT-TEXT.
012230     MOVE RKY-MOVES-APPLIED            TO RKY-RPT-TOT-COUNT.
012240     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012250     MOVE 'MOVES REJECTED'             TO RKY-RPT-TOT-TEXT.
012260     MOVE RKY-MOVES-REJECTED           TO RKY-RPT-TOT-COUNT.
012270     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012280     MOVE '  OF WHICH BACKED OUT'      TO RKY-RPT-TOT-TEXT.
012290     MOVE RKY-MOVES-BACKED-OUT         TO RKY-RPT-TOT-COUNT.
012300     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012310     MOVE 'ATTRIBUTE RECORDS MOVED'    TO RKY-RPT-TOT-TEXT.
012320     MOVE RKY-ATTR-MOVED               TO RKY-RPT-TOT-COUNT.
012330     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012340     MOVE 'BURN-HOURS RECORDS MOVED'   TO RKY-RPT-TOT-TEXT.
012350     MOVE RKY-BURN-MOVED               TO RKY-RPT-TOT-COUNT.
012360     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012370     MOVE 'WORK-ORDER RECORDS MOVED'   TO RKY-RPT-TOT-TEXT.
012380     MOVE RKY-WO-MOVED                 TO RKY-RPT-TOT-COUNT.
012390     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012400     MOVE 'EGRESS TEST RECORDS MOVED'  TO RKY-RPT-TOT-TEXT.
012410     MOVE RKY-EGM-MOVED                TO RKY-RPT-TOT-COUNT.
012420     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012430     IF RKY-BACKOUT-FAILED
012440         MOVE SPACES TO RKY-RPT-RECORD
012450         MOVE '*** RUN STOPPED - BACKOUT FAILED, SEE CONSOLE'
012460             TO RKY-RPT-RECORD
012470         WRITE RKY-RPT-RECORD AFTER ADVANCING 2 LINES
012480     END-IF.
012490 7000-EXIT.
012500     EXIT.
012510 7100-WRITE-TOTAL-LINE.
012520     WRITE RKY-RPT-RECORD FROM RKY-RPT-TOTAL-LINE
012530         AFTER ADVANCING 1 LINE.
012540 7100-EXIT.
012550     EXIT.
012560*-----------------------------------------------------------*
012570*  8000-WRITE-RUN-AUDIT -- ONE AUDITTRL RECORD PER RUN.
012580*  LIGHTS-PROCESSED CARRIES THE MOVES APPLIED, FAULTS-FOUND
012590*  THE MOVES REJECTED.  THE RESULT IS 'X', NOT 'C', WHEN A
012600*  BACKOUT FAILED AND THE RUN STOPPED.
012610*-----------------------------------------------------------*
012620 8000-WRITE-RUN-AUDIT.
012630     OPEN EXTEND AUDIT-TRAIL-FILE.
012640     MOVE RKY-RUN-DATE           TO AUDIT-RUN-DATE.
012650     ACCEPT AUDIT-RUN-TIME FROM TIME.
012660     MOVE 'LGTRKEY'              TO AUDIT-OPERATOR-ID.
012670     MOVE 'LGTRKEY'              TO AUDIT-JOB-ID.
012680     MOVE ZEROS                  TO AUDIT-ROW-LIMIT.
012690     MOVE ZEROS                  TO AUDIT-COL-LIMIT.
012700     MOVE RKY-MOVES-APPLIED      TO AUDIT-LIGHTS-PROCESSED.
012710     IF RKY-MOVES-REJECTED > 99999
012720         MOVE 99999              TO AUDIT-FAULTS-FOUND
012730     ELSE
012740         MOVE RKY-MOVES-REJECTED TO AUDIT-FAULTS-FOUND
012750     END-IF.
012760     MOVE SPACES                 TO AUDIT-GRID-ID.
012770     IF RKY-BACKOUT-FAILED
012780         SET AUDIT-RUN-BACKOUT-FAILED TO TRUE
012790     ELSE
012800         SET AUDIT-RUN-COMPLETED  TO TRUE
012810     END-IF.
012820     SET AUDIT-BAL-NOT-DONE      TO TRUE.
012830     WRITE AUDIT-TRAIL-RECORD.
012840     CLOSE AUDIT-TRAIL-FILE.
012850 8000-EXIT.
012860     EXIT.
012870*-----------------------------------------------------------*
012880*  9000-TERMINATE
012890*-----------------------------------------------------------*
012900 9000-TERMINATE.
012910     IF RKY-FATAL-ERROR
012920         GOBACK
012930     END-IF.
012940     CLOSE MOVE-TRANSACTION-FILE.
012950     CLOSE LIGHT-STATUS-MASTER.
012960     CLOSE LIGHT-ATTRIBUTE-FILE.
012970     CLOSE BURN-HOURS-MASTER.
012980     CLOSE WORK-ORDER-MASTER.
012990     CLOSE EGRESS-TEST-MASTER.
013000     CLOSE MOVE-JOURNAL-FILE.
013010     CLOSE MOVE-REGISTER-REPORT.
013020     GOBACK.
013030 END PROGRAM LGTRKEY.
