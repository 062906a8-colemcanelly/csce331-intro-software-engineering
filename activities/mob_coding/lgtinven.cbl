      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTINVEN.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTINVEN -- STOCKROOM LAMP INVENTORY AND REORDER.  KEEPS
000090*  THE LAMP INVENTORY MASTER (INVMAST, SEE INVMAST.CPY),
000100*  KEYED BY FIXTURE TYPE, IN STEP WITH WHAT THE RELAMP
000110*  FORECAST AND THE FAULT WORK ORDERS ARE ABOUT TO PULL OFF
000120*  THE SHELF:
000130*
000140*     - RECEIPTS, ISSUES, PURCHASE ORDERS, COUNTS, AND NEW OR
000150*       CHANGED TYPES ARE POSTED FROM THE INVENTORY
000160*       TRANSACTION FILE (INVTRAN, SEE INVTRAN.CPY).  AN
000170*       ISSUE RELIEVES THE TYPE'S WORK ORDER RESERVATION
000180*       FIRST, THEN ITS FORECAST RESERVATION.
000190*     - A FIXTURE'S LAMPS (THE TYPE'S LAMP COUNT ON RATEDLIF,
000200*       ONE WHEN IT HAS NONE) ARE RESERVED FOR EVERY FIXTURE
000210*       ON THE RELAMP CONTRACTOR EXTRACT (RELAMPX, FROM
000220*       LGTRLIFE) AND FOR EVERY WORK ORDER LGTWORKO HAS
000230*       OPENED OR REOPENED SINCE THE LAST RUN -- AN ORDER
000240*       NUMBER ABOVE THE HIGHEST ONE RESERVED, HELD ON THE
000250*       INVMAST CONTROL RECORD.  THE FIXTURE TYPE OF A WORK
000260*       ORDER COMES FROM LIGHT-ATTRIBUTE-FILE.  A STUCK-RELAY
000270*       ORDER (STKR), AN EGRESS-TEST ORDER (EGRF) AND A
000280*       CIRCUIT ORDER (A CLUSTER ID IN PLACE OF THE FIXTURE'S
000290*       LIGHT ID ON LGTMAST) NEED NO LAMP AND RESERVE NOTHING.
000300*
000310*  THE REORDER REPORT (REORDRPT) LISTS EVERY TYPE WHOSE ON
000320*  HAND PLUS ON ORDER LESS RESERVED HAS FALLEN TO ITS REORDER
000330*  POINT, WITH A SUGGESTED ORDER QUANTITY AND EXTENDED COST,
000340*  PLUS ANY TRANSACTIONS REJECTED.  THE SHORTAGE LIST
000350*  (SHORTRPT) LISTS EVERY TYPE WHOSE RESERVATIONS EXCEED THE
000360*  LAMPS ON THE SHELF, AND EVERY TYPE DEMANDED THAT IS NOT
000370*  STOCKED AT ALL -- THE FORECAST OR OPEN WORK THAT CANNOT BE
000380*  COVERED TODAY.
000390*
000400*  THE STEP RUNS AFTER LGTWORKO.  RELAMPX IS SUPPLIED ON THE
000410*  RUN FOLLOWING THE MONTHLY LGTRLIFE FORECAST (A DUMMY DD
000420*  OTHERWISE).  A RELAMPX WITH ANY RECORDS ON IT REPLACES
000430*  THE FORECAST RESERVATION OF EVERY TYPE -- LAST MONTH'S IS
000440*  RELEASED FIRST -- SO A FIXTURE LISTED AGAIN, OR A RERUN,
000450*  IS NOT RESERVED TWICE.
000460*
000470*  MODIFICATION HISTORY
000480*     2026-10-14  CJM  Initial version.
000490*     2026-10-15  CJM  RESERVES THE TYPE'S LAMP COUNT, NOT
000500*                      ONE LAMP; THE FORECAST RESERVATION IS
000510*                      HELD APART AND REPLACED BY EACH NEW
000520*                      RELAMPX; WORK ORDERS ARE PICKED UP BY
000530*                      ORDER NUMBER, NOT OPEN DATE; AND EGRESS
000540*                      AND CIRCUIT ORDERS RESERVE NOTHING.
000550*     2026-10-15  CJM  AN INVMAST WRITE THAT FAILS REJECTS THE
000560*                      TRANSACTION (OR IS REPORTED) WITH ITS
000570*                      STATUS, AND THE RUN ENDS RC 8.
000580*-----------------------------------------------------------*
000590 ENVIRONMENT DIVISION.
000600 CONFIGURATION SECTION.
000610 SOURCE-COMPUTER.    IBM-370.
000620 OBJECT-COMPUTER.    IBM-370.
000630 INPUT-OUTPUT SECTION.
000640 FILE-CONTROL.
000650     SELECT LAMP-INVENTORY-MASTER ASSIGN TO INVMAST
000660            ORGANIZATION IS INDEXED
000670            ACCESS MODE IS DYNAMIC
000680            RECORD KEY IS INV-FIXTURE-TYPE
000690            FILE STATUS IS IVN-INV-FILE-STATUS.
000700     SELECT INVENTORY-TRANSACTION-FILE ASSIGN TO INVTRAN
000710            ORGANIZATION IS SEQUENTIAL
000720            FILE STATUS IS IVN-TRAN-FILE-STATUS.
000730     SELECT RELAMP-EXTRACT-FILE ASSIGN TO RELAMPX
000740            ORGANIZATION IS SEQUENTIAL
000750            FILE STATUS IS IVN-RELAMP-FILE-STATUS.
000760     SELECT WORK-ORDER-MASTER   ASSIGN TO WORKORD
000770            ORGANIZATION IS INDEXED
000780            ACCESS MODE IS DYNAMIC
000790            RECORD KEY IS WO-KEY
000800            FILE STATUS IS IVN-WO-FILE-STATUS.
000810     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000820            ORGANIZATION IS INDEXED
000830            ACCESS MODE IS DYNAMIC
000840            RECORD KEY IS ATTR-KEY
000850            FILE STATUS IS IVN-ATTR-FILE-STATUS.
000860     SELECT LIGHT-STATUS-MASTER ASSIGN TO LGTMAST
000870            ORGANIZATION IS INDEXED
000880            ACCESS MODE IS DYNAMIC
000890            RECORD KEY IS LGT-MASTER-KEY
000900            FILE STATUS IS IVN-MAST-FILE-STATUS.
000910     SELECT RATED-LIFE-FILE     ASSIGN TO RATEDLIF
000920            ORGANIZATION IS SEQUENTIAL
000930            FILE STATUS IS IVN-RATED-FILE-STATUS.
000940     SELECT REORDER-REPORT      ASSIGN TO REORDRPT
000950            ORGANIZATION IS SEQUENTIAL.
000960     SELECT SHORTAGE-REPORT     ASSIGN TO SHORTRPT
000970            ORGANIZATION IS SEQUENTIAL.
000980 DATA DIVISION.
000990 FILE SECTION.
001000 FD  LAMP-INVENTORY-MASTER
001010     LABEL RECORDS ARE STANDARD.
001020 COPY INVMAST.
001030 FD  INVENTORY-TRANSACTION-FILE
001040     RECORDING MODE IS F
001050     LABEL RECORDS ARE STANDARD.
001060 COPY INVTRAN.
001070 FD  RELAMP-EXTRACT-FILE
001080     RECORDING MODE IS F
001090     LABEL RECORDS ARE STANDARD.
001100 COPY RELMPREC.
001110 FD  WORK-ORDER-MASTER
001120     LABEL RECORDS ARE STANDARD.
001130 COPY WORKORD.
001140 FD  LIGHT-ATTRIBUTE-FILE
001150     LABEL RECORDS ARE STANDARD.
001160 COPY LGTATTR.
001170 FD  LIGHT-STATUS-MASTER
001180     LABEL RECORDS ARE STANDARD.
001190 COPY LGTMAST.
001200 FD  RATED-LIFE-FILE
001210     RECORDING MODE IS F
001220     LABEL RECORDS ARE STANDARD.
001230 COPY RLIFEREC.
001240 FD  REORDER-REPORT
001250     RECORDING MODE IS F
001260     LABEL RECORDS ARE OMITTED.
001270 01  IVN-RPT-RECORD              PIC X(132).
001280 FD  SHORTAGE-REPORT
001290     RECORDING MODE IS F
001300     LABEL RECORDS ARE OMITTED.
001310 01  IVN-SHT-RECORD              PIC X(132).
001320 WORKING-STORAGE SECTION.
001330*-----------------------------------------------------------*
001340*  WORKING STORAGE -- FILE STATUS, SWITCHES, COUNTERS
001350*-----------------------------------------------------------*
001360 01  IVN-INV-FILE-STATUS         PIC X(02) VALUE '00'.
001370     88  IVN-INV-OK                   VALUE '00'.
001380     88  IVN-INV-FILE-MISSING         VALUE '35'.
001390 01  IVN-TRAN-FILE-STATUS        PIC X(02) VALUE '00'.
001400     88  IVN-TRAN-OK                  VALUE '00'.
001410 01  IVN-RELAMP-FILE-STATUS      PIC X(02) VALUE '00'.
001420     88  IVN-RELAMP-OK                VALUE '00'.
001430 01  IVN-WO-FILE-STATUS          PIC X(02) VALUE '00'.
001440     88  IVN-WO-OK                    VALUE '00'.
001450 01  IVN-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001460     88  IVN-ATTR-OK                  VALUE '00'.
001470 01  IVN-MAST-FILE-STATUS        PIC X(02) VALUE '00'.
001480     88  IVN-MAST-OK                  VALUE '00'.
001490 01  IVN-RATED-FILE-STATUS       PIC X(02) VALUE '00'.
001500     88  IVN-RATED-OK                 VALUE '00'.
001510 01  IVN-SWITCHES.
001520     05  IVN-TRAN-OPEN-SW        PIC X(01) VALUE 'N'.
001530         88  IVN-TRAN-IS-OPEN             VALUE 'Y'.
001540     05  IVN-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
001550         88  IVN-TRAN-EOF                 VALUE 'Y'.
001560     05  IVN-RELAMP-OPEN-SW      PIC X(01) VALUE 'N'.
001570         88  IVN-RELAMP-IS-OPEN           VALUE 'Y'.
001580     05  IVN-RELAMP-EOF-SW       PIC X(01) VALUE 'N'.
001590         88  IVN-RELAMP-EOF               VALUE 'Y'.
001600     05  IVN-WO-OPEN-SW          PIC X(01) VALUE 'N'.
001610         88  IVN-WO-IS-OPEN               VALUE 'Y'.
001620     05  IVN-WO-EOF-SW           PIC X(01) VALUE 'N'.
001630         88  IVN-WO-EOF                   VALUE 'Y'.
001640     05  IVN-ATTR-OPEN-SW        PIC X(01) VALUE 'N'.
001650         88  IVN-ATTR-IS-OPEN             VALUE 'Y'.
001660     05  IVN-MAST-OPEN-SW        PIC X(01) VALUE 'N'.
001670         88  IVN-MAST-IS-OPEN             VALUE 'Y'.
001680     05  IVN-RATED-EOF-SW        PIC X(01) VALUE 'N'.
001690         88  IVN-RATED-EOF                VALUE 'Y'.
001700     05  IVN-DEMAND-FCST-SW      PIC X(01) VALUE 'N'.
001710         88  IVN-DEMAND-IS-FORECAST       VALUE 'Y'.
001720     05  IVN-INV-EOF-SW          PIC X(01) VALUE 'N'.
001730         88  IVN-INV-EOF                  VALUE 'Y'.
001740     05  IVN-FOUND-SW            PIC X(01) VALUE 'N'.
001750         88  IVN-ITEM-FOUND               VALUE 'Y'.
001760     05  IVN-FATAL-SW            PIC X(01) VALUE 'N'.
001770         88  IVN-FATAL-ERROR              VALUE 'Y'.
001780     05  IVN-UNSTOCKED-OVFL-SW   PIC X(01) VALUE 'N'.
001790         88  IVN-UNSTOCKED-OVERFLOW       VALUE 'Y'.
001800     05  IVN-REJECT-HDR-SW       PIC X(01) VALUE 'N'.
001810         88  IVN-REJECT-HDR-DONE          VALUE 'Y'.
001820*-----------------------------------------------------------*
001830*  LAMPS PER FIXTURE BY TYPE, FROM RATEDLIF
001840*-----------------------------------------------------------*
001850 01  IVN-TYPE-TABLE.
001860     05  IVN-TYPE-COUNT          PIC 9(03) VALUE 0.
001870     05  IVN-TYPE-ENTRY OCCURS 50 TIMES.
001880         10  IVN-TYPE-CODE       PIC X(06).
001890         10  IVN-TYPE-LAMPS      PIC 9(02).
001900 77  TK                          PIC 9(03) COMP VALUE 0.
001910 77  IVN-TYPE-SLOT               PIC 9(03) COMP VALUE 0.
001920*-----------------------------------------------------------*
001930*  WORK ORDERS -- THE HIGHEST ORDER NUMBER RESERVED BEFORE
001940*  THIS RUN (FROM THE INVMAST CONTROL RECORD) AND THE
001950*  HIGHEST SEEN ON WORKORD TONIGHT
001960*-----------------------------------------------------------*
001970 77  IVN-CTL-KEY                 PIC X(06) VALUE '*CTL*'.
001980 77  IVN-LAST-WO-RESERVED        PIC 9(07) VALUE 0.
001990 77  IVN-HIGH-WO-NUMBER          PIC 9(07) VALUE 0.
002000*-----------------------------------------------------------*
002010*  DEMAND FOR TYPES NOT ON THE INVENTORY MASTER -- ONE ENTRY
002020*  PER UNSTOCKED TYPE, LISTED AT THE END OF THE SHORTAGE LIST
002030*-----------------------------------------------------------*
002040 01  IVN-UNSTOCKED-TABLE.
002050     05  IVN-UNSTOCKED-COUNT     PIC 9(03) VALUE 0.
002060     05  IVN-UNSTOCKED-ENTRY OCCURS 50 TIMES.
002070         10  IVN-UNSTOCKED-TYPE  PIC X(06).
002080         10  IVN-UNSTOCKED-QTY   PIC 9(07).
002090 77  UK                          PIC 9(03) COMP VALUE 0.
002100 77  IVN-UNSTOCKED-SLOT          PIC 9(03) COMP VALUE 0.
002110 01  IVN-DEMAND-TYPE             PIC X(06) VALUE SPACES.
002120 77  IVN-DEMAND-QTY              PIC 9(03) VALUE 0.
002130 01  IVN-REJECT-REASON           PIC X(30) VALUE SPACES.
002140 77  IVN-STUCK-FAULT-CODE        PIC X(04) VALUE 'STKR'.
002150 77  IVN-EGRESS-FAULT-CODE       PIC X(04) VALUE 'EGRF'.
002160 77  IVN-TOTAL-RESERVED          PIC 9(08) VALUE 0.
002170 77  IVN-AVAILABLE               PIC S9(08) VALUE 0.
002180 77  IVN-ORDER-QTY               PIC 9(07) VALUE 0.
002190 77  IVN-ISSUE-REMAINDER         PIC 9(07) VALUE 0.
002200 77  IVN-SHORT-QTY               PIC 9(07) VALUE 0.
002210 77  IVN-EXT-COST                PIC 9(09)V99 VALUE 0.
002220 77  IVN-TOTAL-ORDER-COST        PIC 9(11)V99 VALUE 0.
002230 77  IVN-TRANS-READ              PIC 9(07) VALUE 0.
002240 77  IVN-TRANS-POSTED            PIC 9(07) VALUE 0.
002250 77  IVN-TRANS-REJECTED          PIC 9(07) VALUE 0.
002260 77  IVN-FORECAST-RELEASED       PIC 9(07) VALUE 0.
002270 77  IVN-RELAMP-RESERVED         PIC 9(07) VALUE 0.
002280 77  IVN-WO-RESERVED             PIC 9(07) VALUE 0.
002290 77  IVN-DEMAND-UNSTOCKED        PIC 9(07) VALUE 0.
002300 77  IVN-WO-NO-TYPE              PIC 9(07) VALUE 0.
002310 77  IVN-WO-CIRCUIT              PIC 9(07) VALUE 0.
002320 77  IVN-TYPES-ON-FILE           PIC 9(07) VALUE 0.
002330 77  IVN-TYPES-TO-REORDER        PIC 9(07) VALUE 0.
002340 77  IVN-TYPES-SHORT             PIC 9(07) VALUE 0.
002350 01  IVN-RUN-DATE                PIC 9(08).
002360 01  IVN-RUN-DATE-R REDEFINES IVN-RUN-DATE.
002370     05  IVN-RUN-DATE-CCYY       PIC 9(04).
002380     05  IVN-RUN-DATE-MM         PIC 9(02).
002390     05  IVN-RUN-DATE-DD         PIC 9(02).
002400*-----------------------------------------------------------*
002410*  REORDER REPORT PRINT LINES
002420*-----------------------------------------------------------*
002430 01  IVN-RPT-HEADER-1.
002440     05  FILLER                  PIC X(32) VALUE
002450         'LAMP INVENTORY REORDER REPORT'.
002460     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002470     05  IVN-RPT-MM              PIC 9(02).
002480     05  FILLER                  PIC X(01) VALUE '/'.
002490     05  IVN-RPT-DD              PIC 9(02).
002500     05  FILLER                  PIC X(01) VALUE '/'.
002510     05  IVN-RPT-CCYY            PIC 9(04).
002520     05  FILLER                  PIC X(80) VALUE SPACES.
002530 01  IVN-RPT-COL-HDGS.
002540     05  FILLER                  PIC X(08) VALUE 'TYPE'.
002550     05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
002560     05  FILLER                  PIC X(10) VALUE ' ON HAND'.
002570     05  FILLER                  PIC X(10) VALUE 'ON ORDER'.
002580     05  FILLER                  PIC X(10) VALUE 'RESERVED'.
002590     05  FILLER                  PIC X(11) VALUE 'AVAILABLE'.
002600     05  FILLER                  PIC X(10) VALUE 'REORD PT'.
002610     05  FILLER                  PIC X(10) VALUE 'ORDER QTY'.
002620     05  FILLER                  PIC X(12) VALUE '  UNIT COST'.
002630     05  FILLER                  PIC X(14) VALUE '      EXT COST'.
002640     05  FILLER                  PIC X(15) VALUE SPACES.
002650 01  IVN-RPT-DETAIL.
002660     05  IVN-RPT-TYPE            PIC X(06).
002670     05  FILLER                  PIC X(02) VALUE SPACES.
002680     05  IVN-RPT-DESC            PIC X(20).
002690     05  FILLER                  PIC X(02) VALUE SPACES.
002700     05  IVN-RPT-ON-HAND         PIC ZZZZZZ9.
002710     05  FILLER                  PIC X(03) VALUE SPACES.
002720     05  IVN-RPT-ON-ORDER        PIC ZZZZZZ9.
002730     05  FILLER                  PIC X(03) VALUE SPACES.
002740     05  IVN-RPT-RESERVED        PIC ZZZZZZ9.
002750     05  FILLER                  PIC X(03) VALUE SPACES.
002760     05  IVN-RPT-AVAILABLE       PIC -ZZZZZZ9.
002770     05  FILLER                  PIC X(03) VALUE SPACES.
002780     05  IVN-RPT-REORDER-PT      PIC ZZZZZZ9.
002790     05  FILLER                  PIC X(03) VALUE SPACES.
002800     05  IVN-RPT-ORDER-QTY       PIC ZZZZZZ9.
002810     05  FILLER                  PIC X(03) VALUE SPACES.
002820     05  IVN-RPT-UNIT-COST       PIC ZZ,ZZ9.99.
002830     05  FILLER                  PIC X(03) VALUE SPACES.
002840     05  IVN-RPT-EXT-COST        PIC ZZZ,ZZZ,ZZ9.99.
002850     05  FILLER                  PIC X(15) VALUE SPACES.
002860 01  IVN-RPT-REJECT-TITLE.
002870     05  FILLER                  PIC X(21) VALUE
002880         'REJECTED TRANSACTIONS'.
002890     05  FILLER                  PIC X(111) VALUE SPACES.
002900 01  IVN-RPT-REJECT-LINE.
002910     05  FILLER                  PIC X(06) VALUE 'CODE '.
002920     05  IVN-REJ-CODE            PIC X(01).
002930     05  FILLER                  PIC X(08) VALUE '  TYPE '.
002940     05  IVN-REJ-TYPE            PIC X(06).
002950     05  FILLER                  PIC X(07) VALUE '  QTY '.
002960     05  IVN-REJ-QTY             PIC ZZZZZZ9.
002970     05  FILLER                  PIC X(07) VALUE '  REF '.
002980     05  IVN-REJ-REF             PIC X(10).
002990     05  FILLER                  PIC X(02) VALUE SPACES.
003000     05  IVN-REJ-REASON          PIC X(30).
003010     05  FILLER                  PIC X(48) VALUE SPACES.
003020 01  IVN-RPT-TOTAL-LINE.
003030     05  IVN-RPT-TOT-TEXT        PIC X(34).
003040     05  IVN-RPT-TOT-COUNT       PIC ZZZZZZ9.
003050     05  FILLER                  PIC X(91) VALUE SPACES.
003060 01  IVN-RPT-COST-LINE.
003070     05  FILLER                  PIC X(34) VALUE
003080         'TOTAL SUGGESTED ORDER COST'.
003090     05  IVN-RPT-TOT-COST        PIC ZZ,ZZZ,ZZZ,ZZ9.99.
003100     05  FILLER                  PIC X(81) VALUE SPACES.
003110*-----------------------------------------------------------*
003120*  SHORTAGE LIST PRINT LINES
003130*-----------------------------------------------------------*
003140 01  IVN-SHT-HEADER-1.
003150     05  FILLER                  PIC X(32) VALUE
003160         'LAMP SHORTAGE LIST'.
003170     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
003180     05  IVN-SHT-MM              PIC 9(02).
003190     05  FILLER                  PIC X(01) VALUE '/'.
003200     05  IVN-SHT-DD              PIC 9(02).
003210     05  FILLER                  PIC X(01) VALUE '/'.
003220     05  IVN-SHT-CCYY            PIC 9(04).
003230     05  FILLER                  PIC X(80) VALUE SPACES.
003240 01  IVN-SHT-COL-HDGS.
003250     05  FILLER                  PIC X(08) VALUE 'TYPE'.
003260     05  FILLER                  PIC X(22) VALUE 'DESCRIPTION'.
003270     05  FILLER                  PIC X(10) VALUE ' ON HAND'.
003280     05  FILLER                  PIC X(10) VALUE 'RESERVED'.
003290     05  FILLER                  PIC X(10) VALUE '   SHORT'.
003300     05  FILLER                  PIC X(10) VALUE 'ON ORDER'.
003310     05  FILLER                  PIC X(30) VALUE 'NOTE'.
003320     05  FILLER                  PIC X(32) VALUE SPACES.
003330 01  IVN-SHT-DETAIL.
003340     05  IVN-SHT-TYPE            PIC X(06).
003350     05  FILLER                  PIC X(02) VALUE SPACES.
003360     05  IVN-SHT-DESC            PIC X(20).
003370     05  FILLER                  PIC X(02) VALUE SPACES.
003380     05  IVN-SHT-ON-HAND         PIC ZZZZZZ9.
003390     05  FILLER                  PIC X(03) VALUE SPACES.
003400     05  IVN-SHT-RESERVED        PIC ZZZZZZ9.
003410     05  FILLER                  PIC X(03) VALUE SPACES.
003420     05  IVN-SHT-SHORT           PIC ZZZZZZ9.
003430     05  FILLER                  PIC X(03) VALUE SPACES.
003440     05  IVN-SHT-ON-ORDER        PIC ZZZZZZ9.
003450     05  FILLER                  PIC X(03) VALUE SPACES.
003460     05  IVN-SHT-NOTE            PIC X(30).
003470     05  FILLER                  PIC X(32) VALUE SPACES.
003480 PROCEDURE DIVISION.
003490*-----------------------------------------------------------*
003500*  0000-MAINLINE
003510*-----------------------------------------------------------*
003520 0000-MAINLINE.
003530     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003540     IF IVN-FATAL-ERROR
003550         GO TO 9000-TERMINATE
003560     END-IF.
003570     PERFORM 2000-POST-TRANSACTIONS THRU 2000-EXIT.
003580     PERFORM 3000-RESERVE-FORECAST THRU 3000-EXIT.
003590     PERFORM 4000-RESERVE-NEW-ORDERS THRU 4000-EXIT.
003600     PERFORM 5000-REVIEW-STOCK THRU 5000-EXIT.
003610     PERFORM 6000-LIST-UNSTOCKED THRU 6000-EXIT.
003620     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
003630     GO TO 9000-TERMINATE.
003640*-----------------------------------------------------------*
003650*  1000-INITIALIZE -- OPEN FILES.  A MISSING INVENTORY MASTER
003660*  IS CREATED EMPTY (FIRST RUN -- THE STOCKROOM LOADS IT WITH
003670*  'A' AND 'C' TRANSACTIONS).  NO TRANSACTIONS, NO RELAMP
003680*  EXTRACT, OR NO WORK-ORDER MASTER SIMPLY MEANS NOTHING OF
003690*  THAT KIND TO POST TODAY.
003700*-----------------------------------------------------------*
003710 1000-INITIALIZE.
003720     ACCEPT IVN-RUN-DATE FROM DATE YYYYMMDD.
003730     MOVE IVN-RUN-DATE-MM   TO IVN-RPT-MM.
003740     MOVE IVN-RUN-DATE-DD   TO IVN-RPT-DD.
003750     MOVE IVN-RUN-DATE-CCYY TO IVN-RPT-CCYY.
003760     MOVE IVN-RUN-DATE-MM   TO IVN-SHT-MM.
003770     MOVE IVN-RUN-DATE-DD   TO IVN-SHT-DD.
003780     MOVE IVN-RUN-DATE-CCYY TO IVN-SHT-CCYY.
003790     OPEN I-O LAMP-INVENTORY-MASTER.
003800     IF IVN-INV-FILE-MISSING
003810         OPEN OUTPUT LAMP-INVENTORY-MASTER
003820         CLOSE LAMP-INVENTORY-MASTER
003830         OPEN I-O LAMP-INVENTORY-MASTER
003840     END-IF.
003850     IF NOT IVN-INV-OK
003860         DISPLAY 'LGTINVEN: CANNOT OPEN INVENTORY MASTER, '
003870                 'STATUS ' IVN-INV-FILE-STATUS
003880                 ' -- RUN TERMINATED'
003890         MOVE 8 TO RETURN-CODE
003900         SET IVN-FATAL-ERROR TO TRUE
003910         GO TO 1000-EXIT
003920     END-IF.
003930     MOVE IVN-CTL-KEY TO INV-FIXTURE-TYPE.
003940     READ LAMP-INVENTORY-MASTER
003950         INVALID KEY
003960             MOVE 0 TO INV-CTL-LAST-WO-RESERVED
003970     END-READ.
003980     MOVE INV-CTL-LAST-WO-RESERVED TO IVN-LAST-WO-RESERVED.
003990     MOVE IVN-LAST-WO-RESERVED     TO IVN-HIGH-WO-NUMBER.
004000     OPEN INPUT RATED-LIFE-FILE.
004010     IF IVN-RATED-OK
004020         PERFORM 1200-LOAD-ONE-TYPE THRU 1200-EXIT
004030             UNTIL IVN-RATED-EOF
004040         CLOSE RATED-LIFE-FILE
004050     ELSE
004060         DISPLAY 'LGTINVEN: NO RATED-LIFE FILE -- ONE LAMP '
004070                 'RESERVED PER FIXTURE'
004080     END-IF.
004090     OPEN INPUT INVENTORY-TRANSACTION-FILE.
004100     IF IVN-TRAN-OK
004110         MOVE 'Y' TO IVN-TRAN-OPEN-SW
004120     ELSE
004130         DISPLAY 'LGTINVEN: NO INVENTORY TRANSACTIONS -- '
004140                 'NOTHING POSTED'
004150     END-IF.
004160     OPEN INPUT RELAMP-EXTRACT-FILE.
004170     IF IVN-RELAMP-OK
004180         MOVE 'Y' TO IVN-RELAMP-OPEN-SW
004190     ELSE
004200         DISPLAY 'LGTINVEN: NO RELAMP EXTRACT -- NO '
004210                 'FORECAST RESERVED THIS RUN'
004220     END-IF.
004230     OPEN INPUT WORK-ORDER-MASTER.
004240     IF IVN-WO-OK
004250         MOVE 'Y' TO IVN-WO-OPEN-SW
004260     ELSE
004270         DISPLAY 'LGTINVEN: NO WORK-ORDER MASTER -- NO '
004280                 'WORK ORDERS RESERVED THIS RUN'
004290     END-IF.
004300     OPEN INPUT LIGHT-ATTRIBUTE-FILE.
004310     IF IVN-ATTR-OK
004320         MOVE 'Y' TO IVN-ATTR-OPEN-SW
004330     ELSE
004340         DISPLAY 'LGTINVEN: NO ATTRIBUTE FILE -- WORK '
004350                 'ORDERS CANNOT BE TYPED, NONE RESERVED'
004360     END-IF.
004370     OPEN INPUT LIGHT-STATUS-MASTER.
004380     IF IVN-MAST-OK
004390         MOVE 'Y' TO IVN-MAST-OPEN-SW
004400     ELSE
004410         DISPLAY 'LGTINVEN: NO LIGHT MASTER -- CIRCUIT ORDERS '
004420                 'CANNOT BE TOLD APART, NONE RESERVED'
004430     END-IF.
004440     OPEN OUTPUT REORDER-REPORT.
004450     OPEN OUTPUT SHORTAGE-REPORT.
004460     WRITE IVN-RPT-RECORD FROM IVN-RPT-HEADER-1
004470         AFTER ADVANCING PAGE.
004480     WRITE IVN-SHT-RECORD FROM IVN-SHT-HEADER-1
004490         AFTER ADVANCING PAGE.
004500     MOVE SPACES TO IVN-SHT-RECORD.
004510     WRITE IVN-SHT-RECORD AFTER ADVANCING 1 LINE.
004520     WRITE IVN-SHT-RECORD FROM IVN-SHT-COL-HDGS
004530         AFTER ADVANCING 1 LINE.
004540 1000-EXIT.
004550     EXIT.
004560 1200-LOAD-ONE-TYPE.
004570     READ RATED-LIFE-FILE
004580         AT END
004590             SET IVN-RATED-EOF TO TRUE
004600             GO TO 1200-EXIT
004610     END-READ.
004620     IF IVN-TYPE-COUNT >= 50
004630         DISPLAY 'LGTINVEN: MORE THAN 50 FIXTURE TYPES ON '
004640                 'RATED-LIFE FILE -- EXTRAS IGNORED'
004650         GO TO 1200-EXIT
004660     END-IF.
004670     ADD 1 TO IVN-TYPE-COUNT.
004680     MOVE RLIF-FIXTURE-TYPE TO IVN-TYPE-CODE (IVN-TYPE-COUNT).
004690     IF RLIF-LAMP-COUNT NUMERIC
004700         MOVE RLIF-LAMP-COUNT-N TO IVN-TYPE-LAMPS (IVN-TYPE-COUNT)
004710     ELSE
004720         MOVE 0 TO IVN-TYPE-LAMPS (IVN-TYPE-COUNT)
004730     END-IF.
004740 1200-EXIT.
004750     EXIT.
004760*-----------------------------------------------------------*
004770*  2000-POST-TRANSACTIONS -- RECEIPTS, ISSUES, PURCHASE
004780*  ORDERS, COUNTS, AND TYPE MAINTENANCE, IN FILE ORDER
004790*-----------------------------------------------------------*
004800 2000-POST-TRANSACTIONS.
004810     IF NOT IVN-TRAN-IS-OPEN
004820         GO TO 2000-EXIT
004830     END-IF.
004840     PERFORM 2100-POST-ONE-TRANSACTION THRU 2100-EXIT
004850         UNTIL IVN-TRAN-EOF.
004860 2000-EXIT.
004870     EXIT.
004880 2100-POST-ONE-TRANSACTION.
004890     READ INVENTORY-TRANSACTION-FILE
004900         AT END
004910             SET IVN-TRAN-EOF TO TRUE
004920             GO TO 2100-EXIT
004930     END-READ.
004940     ADD 1 TO IVN-TRANS-READ.
004950     IF IVT-FIXTURE-TYPE = SPACES
004960         MOVE 'FIXTURE TYPE MISSING' TO IVN-REJECT-REASON
004970         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
004980         GO TO 2100-EXIT
004990     END-IF.
005000     IF IVT-FIXTURE-TYPE = IVN-CTL-KEY
005010         MOVE 'TYPE CODE RESERVED FOR CONTROL'
005020             TO IVN-REJECT-REASON
005030         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
005040         GO TO 2100-EXIT
005050     END-IF.
005060     IF IVT-QUANTITY NOT NUMERIC
005070             OR IVT-UNIT-COST NOT NUMERIC
005080         MOVE 'QUANTITY OR COST NOT NUMERIC' TO IVN-REJECT-REASON
005090         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
005100         GO TO 2100-EXIT
005110     END-IF.
005120     MOVE IVT-FIXTURE-TYPE TO INV-FIXTURE-TYPE.
005130     MOVE 'Y' TO IVN-FOUND-SW.
005140     READ LAMP-INVENTORY-MASTER
005150         INVALID KEY
005160             MOVE 'N' TO IVN-FOUND-SW
005170     END-READ.
005180     IF IVT-ADD-CHANGE
005190         PERFORM 2200-ADD-CHANGE-TYPE THRU 2200-EXIT
005200         GO TO 2100-EXIT
005210     END-IF.
005220     IF NOT IVN-ITEM-FOUND
005230         MOVE 'TYPE NOT ON INVENTORY MASTER' TO IVN-REJECT-REASON
005240         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
005250         GO TO 2100-EXIT
005260     END-IF.
005270     EVALUATE TRUE
005280         WHEN IVT-PO-PLACED
005290             ADD IVT-QUANTITY TO INV-ON-ORDER
005300         WHEN IVT-RECEIPT
005310             PERFORM 2300-POST-RECEIPT THRU 2300-EXIT
005320         WHEN IVT-ISSUE
005330             IF IVT-QUANTITY > INV-ON-HAND
005340                 MOVE 'ISSUE EXCEEDS QUANTITY ON HAND'
005350                     TO IVN-REJECT-REASON
005360                 PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
005370                 GO TO 2100-EXIT
005380             END-IF
005390             PERFORM 2400-POST-ISSUE THRU 2400-EXIT
005400         WHEN IVT-COUNT
005410             MOVE IVT-QUANTITY TO INV-ON-HAND
005420         WHEN OTHER
005430             MOVE 'UNKNOWN TRANSACTION CODE' TO IVN-REJECT-REASON
005440             PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
005450             GO TO 2100-EXIT
005460     END-EVALUATE.
005470     REWRITE LAMP-INVENTORY-RECORD
005480         INVALID KEY
005490             PERFORM 2950-MASTER-NOT-UPDATED THRU 2950-EXIT
005500             GO TO 2100-EXIT
005510     END-REWRITE.
005520     ADD 1 TO IVN-TRANS-POSTED.
005530 2100-EXIT.
005540     EXIT.
005550*-----------------------------------------------------------*
005560*  2200-ADD-CHANGE-TYPE -- A NEW TYPE STARTS WITH NOTHING ON
005570*  HAND; ITS STOCK COMES IN ON 'R' OR 'C' TRANSACTIONS.  ON A
005580*  CHANGE, A BLANK DESCRIPTION OR ZERO COST LEAVES THE FIELD
005590*  AS IT WAS.
005600*-----------------------------------------------------------*
005610 2200-ADD-CHANGE-TYPE.
005620     IF IVT-REORDER-POINT NOT NUMERIC
005630             OR IVT-REORDER-QTY NOT NUMERIC
005640         MOVE 'REORDER POINT/QTY NOT NUMERIC' TO IVN-REJECT-REASON
005650         PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT
005660         GO TO 2200-EXIT
005670     END-IF.
005680     IF NOT IVN-ITEM-FOUND
005690         MOVE SPACES            TO LAMP-INVENTORY-RECORD
005700         MOVE IVT-FIXTURE-TYPE  TO INV-FIXTURE-TYPE
005710         MOVE IVT-DESCRIPTION   TO INV-DESCRIPTION
005720         MOVE 0                 TO INV-ON-HAND
005730         MOVE 0                 TO INV-ON-ORDER
005740         MOVE 0                 TO INV-RESERVED
005750         MOVE IVT-REORDER-POINT TO INV-REORDER-POINT
005760         MOVE IVT-REORDER-QTY   TO INV-REORDER-QTY
005770         MOVE IVT-UNIT-COST     TO INV-UNIT-COST
005780         MOVE 0                 TO INV-LAST-RECEIPT-DATE
005790         MOVE 0                 TO INV-LAST-ISSUE-DATE
005800         MOVE 0                 TO INV-LAST-RESERVE-DATE
005810         MOVE 0                 TO INV-FORECAST-RESERVED
005820         WRITE LAMP-INVENTORY-RECORD
005830             INVALID KEY
005840                 PERFORM 2950-MASTER-NOT-UPDATED THRU 2950-EXIT
005850                 GO TO 2200-EXIT
005860         END-WRITE
005870         ADD 1 TO IVN-TRANS-POSTED
005880         GO TO 2200-EXIT
005890     END-IF.
005900     IF IVT-DESCRIPTION NOT = SPACES
005910         MOVE IVT-DESCRIPTION   TO INV-DESCRIPTION
005920     END-IF.
005930     MOVE IVT-REORDER-POINT     TO INV-REORDER-POINT.
005940     MOVE IVT-REORDER-QTY       TO INV-REORDER-QTY.
005950     IF IVT-UNIT-COST > 0
005960         MOVE IVT-UNIT-COST     TO INV-UNIT-COST
005970     END-IF.
005980     REWRITE LAMP-INVENTORY-RECORD
005990         INVALID KEY
006000             PERFORM 2950-MASTER-NOT-UPDATED THRU 2950-EXIT
006010             GO TO 2200-EXIT
006020     END-REWRITE.
006030     ADD 1 TO IVN-TRANS-POSTED.
006040 2200-EXIT.
006050     EXIT.
006060*-----------------------------------------------------------*
006070*  2300-POST-RECEIPT -- LAMPS IN FROM THE SUPPLIER COME OFF
006080*  ON ORDER (NEVER BELOW ZERO -- AN UNORDERED DELIVERY IS
006090*  STILL STOCK) AND THE RECEIPT COST BECOMES THE UNIT COST
006100*-----------------------------------------------------------*
006110 2300-POST-RECEIPT.
006120     ADD IVT-QUANTITY TO INV-ON-HAND.
006130     IF IVT-QUANTITY > INV-ON-ORDER
006140         MOVE 0 TO INV-ON-ORDER
006150     ELSE
006160         SUBTRACT IVT-QUANTITY FROM INV-ON-ORDER
006170     END-IF.
006180     IF IVT-UNIT-COST > 0
006190         MOVE IVT-UNIT-COST TO INV-UNIT-COST
006200     END-IF.
006210     MOVE IVN-RUN-DATE TO INV-LAST-RECEIPT-DATE.
006220 2300-EXIT.
006230     EXIT.
006240*-----------------------------------------------------------*
006250*  2400-POST-ISSUE -- LAMPS OUT TO A CREW FILL RESERVATIONS
006260*  FIRST: WORK ORDERS, THEN THE RELAMP FORECAST
006270*-----------------------------------------------------------*
006280 2400-POST-ISSUE.
006290     SUBTRACT IVT-QUANTITY FROM INV-ON-HAND.
006300     IF IVT-QUANTITY > INV-RESERVED
006310         COMPUTE IVN-ISSUE-REMAINDER = IVT-QUANTITY - INV-RESERVED
006320         MOVE 0 TO INV-RESERVED
006330         IF IVN-ISSUE-REMAINDER > INV-FORECAST-RESERVED
006340             MOVE 0 TO INV-FORECAST-RESERVED
006350         ELSE
006360             SUBTRACT IVN-ISSUE-REMAINDER
006370                 FROM INV-FORECAST-RESERVED
006380         END-IF
006390     ELSE
006400         SUBTRACT IVT-QUANTITY FROM INV-RESERVED
006410     END-IF.
006420     MOVE IVN-RUN-DATE TO INV-LAST-ISSUE-DATE.
006430 2400-EXIT.
006440     EXIT.
006450*-----------------------------------------------------------*
006460*  2900-REJECT-TRANSACTION -- ONE LINE ON THE REORDER REPORT
006470*  UNDER ITS OWN HEADING.  CALLER SETS IVN-REJECT-REASON.
006480*-----------------------------------------------------------*
006490 2900-REJECT-TRANSACTION.
006500     IF NOT IVN-REJECT-HDR-DONE
006510         MOVE SPACES TO IVN-RPT-RECORD
006520         WRITE IVN-RPT-RECORD AFTER ADVANCING 1 LINE
006530         WRITE IVN-RPT-RECORD FROM IVN-RPT-REJECT-TITLE
006540             AFTER ADVANCING 1 LINE
006550         SET IVN-REJECT-HDR-DONE TO TRUE
006560     END-IF.
006570     MOVE IVT-TRAN-CODE     TO IVN-REJ-CODE.
006580     MOVE IVT-FIXTURE-TYPE  TO IVN-REJ-TYPE.
006590     IF IVT-QUANTITY NUMERIC
006600         MOVE IVT-QUANTITY  TO IVN-REJ-QTY
006610     ELSE
006620         MOVE 0             TO IVN-REJ-QTY
006630     END-IF.
006640     MOVE IVT-REFERENCE     TO IVN-REJ-REF.
006650     MOVE IVN-REJECT-REASON TO IVN-REJ-REASON.
006660     WRITE IVN-RPT-RECORD FROM IVN-RPT-REJECT-LINE
006670         AFTER ADVANCING 1 LINE.
006680     ADD 1 TO IVN-TRANS-REJECTED.
006690 2900-EXIT.
006700     EXIT.
006710*-----------------------------------------------------------*
006720*  2950-MASTER-NOT-UPDATED -- THE INVMAST WRITE FOR A
006730*  TRANSACTION FAILED.  THE TRANSACTION IS REJECTED WITH THE
006740*  FILE STATUS, SO THE REPORT DOES NOT SHOW IT POSTED.
006750*-----------------------------------------------------------*
006760 2950-MASTER-NOT-UPDATED.
006770     DISPLAY 'LGTINVEN: INVENTORY MASTER NOT UPDATED FOR TYPE '
006780             INV-FIXTURE-TYPE ', STATUS ' IVN-INV-FILE-STATUS.
006790     MOVE 'MASTER NOT UPDATED, STATUS' TO IVN-REJECT-REASON.
006800     MOVE IVN-INV-FILE-STATUS TO IVN-REJECT-REASON (28:2).
006810     PERFORM 2900-REJECT-TRANSACTION THRU 2900-EXIT.
006820     MOVE 8 TO RETURN-CODE.
006830 2950-EXIT.
006840     EXIT.
006850*-----------------------------------------------------------*
006860*  3000-RESERVE-FORECAST -- EACH FIXTURE ON THE RELAMP
006870*  CONTRACTOR EXTRACT RESERVES ITS LAMPS AGAINST THE FORECAST.
006880*  A RELAMPX WITH ANY RECORDS ON IT IS A NEW FORECAST, SO THE
006890*  ONE BEFORE IT IS RELEASED FIRST; AN EMPTY ONE LEAVES THE
006900*  CURRENT FORECAST STANDING.
006910*-----------------------------------------------------------*
006920 3000-RESERVE-FORECAST.
006930     IF NOT IVN-RELAMP-IS-OPEN
006940         GO TO 3000-EXIT
006950     END-IF.
006960     PERFORM 3100-READ-RELAMP THRU 3100-EXIT.
006970     IF IVN-RELAMP-EOF
006980         GO TO 3000-EXIT
006990     END-IF.
007000     PERFORM 3050-RELEASE-FORECAST THRU 3050-EXIT.
007010     PERFORM 3200-RESERVE-ONE-RELAMP THRU 3200-EXIT
007020         UNTIL IVN-RELAMP-EOF.
007030 3000-EXIT.
007040     EXIT.
007050*-----------------------------------------------------------*
007060*  3050-RELEASE-FORECAST -- ZERO THE FORECAST RESERVATION OF
007070*  EVERY TYPE, THE CONTROL RECORD EXCEPTED
007080*-----------------------------------------------------------*
007090 3050-RELEASE-FORECAST.
007100     MOVE LOW-VALUES TO INV-FIXTURE-TYPE.
007110     START LAMP-INVENTORY-MASTER
007120             KEY IS NOT LESS THAN INV-FIXTURE-TYPE
007130         INVALID KEY
007140             SET IVN-INV-EOF TO TRUE
007150     END-START.
007160     PERFORM 3060-RELEASE-ONE-TYPE THRU 3060-EXIT
007170         UNTIL IVN-INV-EOF.
007180     MOVE 'N' TO IVN-INV-EOF-SW.
007190 3050-EXIT.
007200     EXIT.
007210 3060-RELEASE-ONE-TYPE.
007220     READ LAMP-INVENTORY-MASTER NEXT RECORD
007230         AT END
007240             SET IVN-INV-EOF TO TRUE
007250             GO TO 3060-EXIT
007260     END-READ.
007270     IF INV-CONTROL-RECORD OR INV-FORECAST-RESERVED = 0
007280         GO TO 3060-EXIT
007290     END-IF.
007300     ADD INV-FORECAST-RESERVED TO IVN-FORECAST-RELEASED.
007310     MOVE 0 TO INV-FORECAST-RESERVED.
007320     REWRITE LAMP-INVENTORY-RECORD
007330         INVALID KEY
007340             DISPLAY 'LGTINVEN: FORECAST NOT RELEASED FOR TYPE '
007350                     INV-FIXTURE-TYPE ', STATUS '
007360                     IVN-INV-FILE-STATUS
007370             MOVE 8 TO RETURN-CODE
007380     END-REWRITE.
007390 3060-EXIT.
007400     EXIT.
007410 3100-READ-RELAMP.
007420     READ RELAMP-EXTRACT-FILE
007430         AT END
007440             SET IVN-RELAMP-EOF TO TRUE
007450     END-READ.
007460 3100-EXIT.
007470     EXIT.
007480 3200-RESERVE-ONE-RELAMP.
007490     MOVE RELMP-FIXTURE-TYPE TO IVN-DEMAND-TYPE.
007500     SET IVN-DEMAND-IS-FORECAST TO TRUE.
007510     PERFORM 3500-RESERVE-LAMPS THRU 3500-EXIT.
007520     IF IVN-ITEM-FOUND
007530         ADD IVN-DEMAND-QTY TO IVN-RELAMP-RESERVED
007540     END-IF.
007550     PERFORM 3100-READ-RELAMP THRU 3100-EXIT.
007560 3200-EXIT.
007570     EXIT.
007580*-----------------------------------------------------------*
007590*  3300-GET-LAMP-COUNT -- LAMPS PER FIXTURE OF IVN-DEMAND-TYPE
007600*  FROM THE RATEDLIF TABLE; ONE WHEN THE TYPE IS NOT THERE OR
007610*  CARRIES NO COUNT
007620*-----------------------------------------------------------*
007630 3300-GET-LAMP-COUNT.
007640     MOVE 1 TO IVN-DEMAND-QTY.
007650     MOVE 0 TO IVN-TYPE-SLOT.
007660     PERFORM 3310-SCAN-TYPE-TABLE THRU 3310-EXIT
007670         VARYING TK FROM 1 BY 1
007680             UNTIL IVN-TYPE-SLOT > 0
007690                OR TK > IVN-TYPE-COUNT.
007700     IF IVN-TYPE-SLOT > 0
007710         IF IVN-TYPE-LAMPS (IVN-TYPE-SLOT) > 0
007720             MOVE IVN-TYPE-LAMPS (IVN-TYPE-SLOT) TO IVN-DEMAND-QTY
007730         END-IF
007740     END-IF.
007750 3300-EXIT.
007760     EXIT.
007770 3310-SCAN-TYPE-TABLE.
007780     IF IVN-TYPE-CODE (TK) = IVN-DEMAND-TYPE
007790         MOVE TK TO IVN-TYPE-SLOT
007800     END-IF.
007810 3310-EXIT.
007820     EXIT.
007830*-----------------------------------------------------------*
007840*  3500-RESERVE-LAMPS -- RESERVE ONE FIXTURE'S LAMPS OF
007850*  IVN-DEMAND-TYPE, AGAINST THE FORECAST WHEN THE CALLER SETS
007860*  IVN-DEMAND-IS-FORECAST, OTHERWISE AGAINST OPEN WORK.  A
007870*  TYPE THE STOCKROOM DOES NOT CARRY IS TALLIED FOR THE
007880*  SHORTAGE LIST INSTEAD.
007890*-----------------------------------------------------------*
007900 3500-RESERVE-LAMPS.
007910     PERFORM 3300-GET-LAMP-COUNT THRU 3300-EXIT.
007920     MOVE IVN-DEMAND-TYPE TO INV-FIXTURE-TYPE.
007930     MOVE 'Y' TO IVN-FOUND-SW.
007940     READ LAMP-INVENTORY-MASTER
007950         INVALID KEY
007960             MOVE 'N' TO IVN-FOUND-SW
007970     END-READ.
007980     IF NOT IVN-ITEM-FOUND
007990         ADD IVN-DEMAND-QTY TO IVN-DEMAND-UNSTOCKED
008000         PERFORM 3600-TALLY-UNSTOCKED THRU 3600-EXIT
008010         GO TO 3500-EXIT
008020     END-IF.
008030     IF IVN-DEMAND-IS-FORECAST
008040         ADD IVN-DEMAND-QTY TO INV-FORECAST-RESERVED
008050     ELSE
008060         ADD IVN-DEMAND-QTY TO INV-RESERVED
008070     END-IF.
008080     MOVE IVN-RUN-DATE TO INV-LAST-RESERVE-DATE.
008090     REWRITE LAMP-INVENTORY-RECORD
008100         INVALID KEY
008110             DISPLAY 'LGTINVEN: LAMPS NOT RESERVED FOR TYPE '
008120                     INV-FIXTURE-TYPE ', STATUS '
008130                     IVN-INV-FILE-STATUS
008140             MOVE 8 TO RETURN-CODE
008150             MOVE 'N' TO IVN-FOUND-SW
008160     END-REWRITE.
008170 3500-EXIT.
008180     EXIT.
008190 3600-TALLY-UNSTOCKED.
008200     MOVE 0 TO IVN-UNSTOCKED-SLOT.
008210     PERFORM 3610-SCAN-UNSTOCKED THRU 3610-EXIT
008220         VARYING UK FROM 1 BY 1
008230             UNTIL IVN-UNSTOCKED-SLOT > 0
008240                OR UK > IVN-UNSTOCKED-COUNT.
008250     IF IVN-UNSTOCKED-SLOT = 0
008260         IF IVN-UNSTOCKED-COUNT >= 50
008270             IF NOT IVN-UNSTOCKED-OVERFLOW
008280                 DISPLAY 'LGTINVEN: MORE THAN 50 UNSTOCKED TYPES '
008290                         'DEMANDED -- EXTRAS NOT LISTED'
008300                 SET IVN-UNSTOCKED-OVERFLOW TO TRUE
008310             END-IF
008320             GO TO 3600-EXIT
008330         END-IF
008340         ADD 1 TO IVN-UNSTOCKED-COUNT
008350         MOVE IVN-UNSTOCKED-COUNT TO IVN-UNSTOCKED-SLOT
008360         MOVE IVN-DEMAND-TYPE
008370             TO IVN-UNSTOCKED-TYPE (IVN-UNSTOCKED-SLOT)
008380         MOVE 0 TO IVN-UNSTOCKED-QTY (IVN-UNSTOCKED-SLOT)
008390     END-IF.
008400     ADD IVN-DEMAND-QTY TO IVN-UNSTOCKED-QTY (IVN-UNSTOCKED-SLOT).
008410 3600-EXIT.
008420     EXIT.
008430 3610-SCAN-UNSTOCKED.
008440     IF UK > IVN-UNSTOCKED-COUNT
008450         GO TO 3610-EXIT
008460     END-IF.
008470     IF IVN-UNSTOCKED-TYPE (UK) = IVN-DEMAND-TYPE
008480         MOVE UK TO IVN-UNSTOCKED-SLOT
008490     END-IF.
008500 3610-EXIT.
008510     EXIT.
008520*-----------------------------------------------------------*
008530*  4000-RESERVE-NEW-ORDERS -- THE LAMPS FOR EACH WORK ORDER
008540*  LGTWORKO HAS OPENED (OR REOPENED) SINCE THE LAST RUN: AN
008550*  ORDER NUMBER ABOVE THE HIGHEST ALREADY RESERVED, TYPED
008560*  THROUGH LIGHT-ATTRIBUTE-FILE.  THE CONTROL RECORD AT (0,0)
008570*  IS SKIPPED.  THE HIGHEST ORDER NUMBER SEEN GOES BACK ON
008580*  THE INVMAST CONTROL RECORD; WHEN A FILE NEEDED HERE IS
008590*  MISSING IT STAYS WHERE IT WAS, SO THE ORDERS ARE RESERVED
008600*  ON THE NEXT RUN THAT HAS THEM ALL.
008610*-----------------------------------------------------------*
008620 4000-RESERVE-NEW-ORDERS.
008630     IF NOT IVN-WO-IS-OPEN OR NOT IVN-ATTR-IS-OPEN
008640             OR NOT IVN-MAST-IS-OPEN
008650         GO TO 4000-EXIT
008660     END-IF.
008670     MOVE LOW-VALUES TO WO-KEY.
008680     START WORK-ORDER-MASTER KEY IS NOT LESS THAN WO-KEY
008690         INVALID KEY
008700             SET IVN-WO-EOF TO TRUE
008710     END-START.
008720     PERFORM 4100-RESERVE-ONE-ORDER THRU 4100-EXIT
008730         UNTIL IVN-WO-EOF.
008740     IF IVN-HIGH-WO-NUMBER > IVN-LAST-WO-RESERVED
008750         PERFORM 4900-SAVE-HIGH-ORDER THRU 4900-EXIT
008760     END-IF.
008770 4000-EXIT.
008780     EXIT.
008790 4100-RESERVE-ONE-ORDER.
008800     READ WORK-ORDER-MASTER NEXT RECORD
008810         AT END
008820             SET IVN-WO-EOF TO TRUE
008830     END-READ.
008840     IF IVN-WO-EOF
008850         GO TO 4100-EXIT
008860     END-IF.
008870     IF WO-ROW = 0 AND WO-COL = 0
008880         GO TO 4100-EXIT
008890     END-IF.
008900     IF WO-ORDER-NUMBER NOT > IVN-LAST-WO-RESERVED
008910         GO TO 4100-EXIT
008920     END-IF.
008930     IF WO-ORDER-NUMBER > IVN-HIGH-WO-NUMBER
008940         MOVE WO-ORDER-NUMBER TO IVN-HIGH-WO-NUMBER
008950     END-IF.
008960     IF NOT WO-STATUS-OPEN
008970             OR WO-FAULT-CODE = IVN-STUCK-FAULT-CODE
008980             OR WO-FAULT-CODE = IVN-EGRESS-FAULT-CODE
008990         GO TO 4100-EXIT
009000     END-IF.
009010*    A CIRCUIT ORDER CARRIES ITS CLUSTER ID WHERE A LAMP ORDER
009020*    CARRIES THE FIXTURE'S OWN LIGHT ID
009030     MOVE WO-ROW TO LGT-MASTER-ROW.
009040     MOVE WO-COL TO LGT-MASTER-COL.
009050     READ LIGHT-STATUS-MASTER
009060         INVALID KEY
009070             ADD 1 TO IVN-WO-NO-TYPE
009080             GO TO 4100-EXIT
009090     END-READ.
009100     IF WO-LIGHT-ID NOT = LGT-MASTER-ID
009110         ADD 1 TO IVN-WO-CIRCUIT
009120         GO TO 4100-EXIT
009130     END-IF.
009140     MOVE WO-ROW TO ATTR-ROW.
009150     MOVE WO-COL TO ATTR-COL.
009160     READ LIGHT-ATTRIBUTE-FILE
009170         INVALID KEY
009180             ADD 1 TO IVN-WO-NO-TYPE
009190             GO TO 4100-EXIT
009200     END-READ.
009210     IF ATTR-FIXTURE-TYPE = SPACES
009220         ADD 1 TO IVN-WO-NO-TYPE
009230         GO TO 4100-EXIT
009240     END-IF.
009250     MOVE ATTR-FIXTURE-TYPE TO IVN-DEMAND-TYPE.
009260     MOVE 'N' TO IVN-DEMAND-FCST-SW.
009270     PERFORM 3500-RESERVE-LAMPS THRU 3500-EXIT.
009280     IF IVN-ITEM-FOUND
009290         ADD IVN-DEMAND-QTY TO IVN-WO-RESERVED
009300     END-IF.
009310 4100-EXIT.
009320     EXIT.
009330*-----------------------------------------------------------*
009340*  4900-SAVE-HIGH-ORDER -- THE HIGHEST ORDER NUMBER RESERVED
009350*  ONTO THE INVMAST CONTROL RECORD, WRITTEN ON THE FIRST RUN
009360*-----------------------------------------------------------*
009370 4900-SAVE-HIGH-ORDER.
009380     MOVE IVN-CTL-KEY TO INV-FIXTURE-TYPE.
009390     READ LAMP-INVENTORY-MASTER
009400         INVALID KEY
009410             MOVE SPACES      TO LAMP-INVENTORY-RECORD
009420             MOVE IVN-CTL-KEY TO INV-FIXTURE-TYPE
009430             MOVE 0           TO INV-CTL-LAST-WO-RESERVED
009440             WRITE LAMP-INVENTORY-RECORD
009450     END-READ.
009460     MOVE IVN-HIGH-WO-NUMBER TO INV-CTL-LAST-WO-RESERVED.
009470     REWRITE LAMP-INVENTORY-RECORD
009480         INVALID KEY
009490             DISPLAY 'LGTINVEN: INVENTORY CONTROL RECORD NOT '
009500                     'UPDATED, STATUS ' IVN-INV-FILE-STATUS
009510                     ' -- ORDERS MAY BE RESERVED AGAIN'
009520             MOVE 8 TO RETURN-CODE
009530     END-REWRITE.
009540 4900-EXIT.
009550     EXIT.
009560*-----------------------------------------------------------*
009570*  5000-REVIEW-STOCK -- BROWSE THE INVENTORY MASTER IN TYPE
009580*  ORDER.  A TYPE AT OR BELOW ITS REORDER POINT GOES ON THE
009590*  REORDER REPORT; ONE WHOSE RESERVATIONS EXCEED THE SHELF
009600*  GOES ON THE SHORTAGE LIST.
009610*-----------------------------------------------------------*
009620 5000-REVIEW-STOCK.
009630     MOVE SPACES TO IVN-RPT-RECORD.
009640     WRITE IVN-RPT-RECORD AFTER ADVANCING 1 LINE.
009650     WRITE IVN-RPT-RECORD FROM IVN-RPT-COL-HDGS
009660         AFTER ADVANCING 1 LINE.
009670     MOVE LOW-VALUES TO INV-FIXTURE-TYPE.
009680     START LAMP-INVENTORY-MASTER
009690             KEY IS NOT LESS THAN INV-FIXTURE-TYPE
009700         INVALID KEY
009710             SET IVN-INV-EOF TO TRUE
009720     END-START.
009730     PERFORM 5100-REVIEW-ONE-TYPE THRU 5100-EXIT
009740         UNTIL IVN-INV-EOF.
009750 5000-EXIT.
009760     EXIT.
009770 5100-REVIEW-ONE-TYPE.
009780     READ LAMP-INVENTORY-MASTER NEXT RECORD
009790         AT END
009800             SET IVN-INV-EOF TO TRUE
009810     END-READ.
009820     IF IVN-INV-EOF
009830         GO TO 5100-EXIT
009840     END-IF.
009850     IF INV-CONTROL-RECORD
009860         GO TO 5100-EXIT
009870     END-IF.
009880     ADD 1 TO IVN-TYPES-ON-FILE.
009890     COMPUTE IVN-TOTAL-RESERVED =
009900         INV-RESERVED + INV-FORECAST-RESERVED.
009910     COMPUTE IVN-AVAILABLE =
009920         INV-ON-HAND + INV-ON-ORDER - IVN-TOTAL-RESERVED.
009930     IF IVN-AVAILABLE NOT > INV-REORDER-POINT
009940         PERFORM 5200-WRITE-REORDER THRU 5200-EXIT
009950     END-IF.
009960     IF IVN-TOTAL-RESERVED > INV-ON-HAND
009970         PERFORM 5300-WRITE-SHORTAGE THRU 5300-EXIT
009980     END-IF.
009990 5100-EXIT.
010000     EXIT.
010010*-----------------------------------------------------------*
010020*  5200-WRITE-REORDER -- SUGGEST THE NORMAL REORDER QUANTITY,
010030*  OR ENOUGH TO CLEAR THE REORDER POINT IF THAT IS MORE
010040*-----------------------------------------------------------*
010050 5200-WRITE-REORDER.
010060     MOVE INV-REORDER-QTY TO IVN-ORDER-QTY.
010070     IF INV-REORDER-POINT - IVN-AVAILABLE + 1 > IVN-ORDER-QTY
010080         COMPUTE IVN-ORDER-QTY =
010090             INV-REORDER-POINT - IVN-AVAILABLE + 1
010100     END-IF.
010110     COMPUTE IVN-EXT-COST = IVN-ORDER-QTY * INV-UNIT-COST.
010120     ADD IVN-EXT-COST TO IVN-TOTAL-ORDER-COST.
010130     MOVE INV-FIXTURE-TYPE  TO IVN-RPT-TYPE.
010140     MOVE INV-DESCRIPTION   TO IVN-RPT-DESC.
010150     MOVE INV-ON-HAND       TO IVN-RPT-ON-HAND.
010160     MOVE INV-ON-ORDER      TO IVN-RPT-ON-ORDER.
010170     MOVE IVN-TOTAL-RESERVED TO IVN-RPT-RESERVED.
010180     MOVE IVN-AVAILABLE     TO IVN-RPT-AVAILABLE.
010190     MOVE INV-REORDER-POINT TO IVN-RPT-REORDER-PT.
010200     MOVE IVN-ORDER-QTY     TO IVN-RPT-ORDER-QTY.
010210     MOVE INV-UNIT-COST     TO IVN-RPT-UNIT-COST.
010220     MOVE IVN-EXT-COST      TO IVN-RPT-EXT-COST.
010230     WRITE IVN-RPT-RECORD FROM IVN-RPT-DETAIL
010240         AFTER ADVANCING 1 LINE.
010250     ADD 1 TO IVN-TYPES-TO-REORDER.
010260 5200-EXIT.
010270     EXIT.
010280*-----------------------------------------------------------*
010290*  5300-WRITE-SHORTAGE -- RESERVED WORK THE SHELF CANNOT
010300*  COVER TODAY, AND WHETHER WHAT IS ON ORDER WILL COVER IT
010310*-----------------------------------------------------------*
010320 5300-WRITE-SHORTAGE.
010330     COMPUTE IVN-SHORT-QTY = IVN-TOTAL-RESERVED - INV-ON-HAND.
010340     MOVE INV-FIXTURE-TYPE  TO IVN-SHT-TYPE.
010350     MOVE INV-DESCRIPTION   TO IVN-SHT-DESC.
010360     MOVE INV-ON-HAND       TO IVN-SHT-ON-HAND.
010370     MOVE IVN-TOTAL-RESERVED TO IVN-SHT-RESERVED.
010380     MOVE IVN-SHORT-QTY     TO IVN-SHT-SHORT.
010390     MOVE INV-ON-ORDER      TO IVN-SHT-ON-ORDER.
010400     IF INV-ON-ORDER NOT < IVN-SHORT-QTY
010410         MOVE 'COVERED WHEN ON ORDER ARRIVES' TO IVN-SHT-NOTE
010420     ELSE
010430         MOVE 'NOT COVERED -- ORDER MORE'     TO IVN-SHT-NOTE
010440     END-IF.
010450     WRITE IVN-SHT-RECORD FROM IVN-SHT-DETAIL
010460         AFTER ADVANCING 1 LINE.
010470     ADD 1 TO IVN-TYPES-SHORT.
010480 5300-EXIT.
010490     EXIT.
010500*-----------------------------------------------------------*
010510*  6000-LIST-UNSTOCKED -- DEMAND FOR TYPES THE STOCKROOM DOES
010520*  NOT CARRY, AT THE FOOT OF THE SHORTAGE LIST
010530*-----------------------------------------------------------*
010540 6000-LIST-UNSTOCKED.
010550     PERFORM 6100-LIST-ONE-UNSTOCKED THRU 6100-EXIT
010560         VARYING UK FROM 1 BY 1
010570             UNTIL UK > IVN-UNSTOCKED-COUNT.
010580 6000-EXIT.
010590     EXIT.
010600 6100-LIST-ONE-UNSTOCKED.
010610     MOVE IVN-UNSTOCKED-TYPE (UK) TO IVN-SHT-TYPE.
010620     MOVE SPACES                  TO IVN-SHT-DESC.
010630     MOVE 0                       TO IVN-SHT-ON-HAND.
010640     MOVE IVN-UNSTOCKED-QTY (UK)  TO IVN-SHT-RESERVED.
010650     MOVE IVN-UNSTOCKED-QTY (UK)  TO IVN-SHT-SHORT.
010660     MOVE 0                       TO IVN-SHT-ON-ORDER.
010670     MOVE 'TYPE NOT STOCKED'      TO IVN-SHT-NOTE.
010680     WRITE IVN-SHT-RECORD FROM IVN-SHT-DETAIL
010690         AFTER ADVANCING 1 LINE.
010700     ADD 1 TO IVN-TYPES-SHORT.
010710 6100-EXIT.
010720     EXIT.
010730*-----------------------------------------------------------*
010740*  7000-PRINT-TOTALS
010750*-----------------------------------------------------------*
010760 7000-PRINT-TOTALS.
010770     MOVE SPACES TO IVN-RPT-RECORD.
010780     WRITE IVN-RPT-RECORD AFTER ADVANCING 1 LINE.
010790     MOVE IVN-TOTAL-ORDER-COST        TO IVN-RPT-TOT-COST.
010800     WRITE IVN-RPT-RECORD FROM IVN-RPT-COST-LINE
010810         AFTER ADVANCING 1 LINE.
010820     MOVE 'TRANSACTIONS READ'         TO IVN-RPT-TOT-TEXT.
010830     MOVE IVN-TRANS-READ              TO IVN-RPT-TOT-COUNT.
010840     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010850     MOVE 'TRANSACTIONS POSTED'       TO IVN-RPT-TOT-TEXT.
010860     MOVE IVN-TRANS-POSTED            TO IVN-RPT-TOT-COUNT.
010870     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010880     MOVE 'TRANSACTIONS REJECTED'     TO IVN-RPT-TOT-TEXT.
010890     MOVE IVN-TRANS-REJECTED          TO IVN-RPT-TOT-COUNT.
010900     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010910     MOVE 'FORECAST LAMPS RELEASED'   TO IVN-RPT-TOT-TEXT.
010920     MOVE IVN-FORECAST-RELEASED       TO IVN-RPT-TOT-COUNT.
010930     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010940     MOVE 'LAMPS RESERVED FOR RELAMP'  TO IVN-RPT-TOT-TEXT.
010950     MOVE IVN-RELAMP-RESERVED         TO IVN-RPT-TOT-COUNT.
010960     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010970     MOVE 'LAMPS RESERVED FOR NEW ORDERS' TO IVN-RPT-TOT-TEXT.
010980     MOVE IVN-WO-RESERVED             TO IVN-RPT-TOT-COUNT.
010990     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011000     MOVE 'LAMPS DEMANDED, TYPE NOT STOCKED' TO IVN-RPT-TOT-TEXT.
011010     MOVE IVN-DEMAND-UNSTOCKED        TO IVN-RPT-TOT-COUNT.
011020     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011030     MOVE 'NEW ORDERS WITH NO FIXTURE TYPE' TO IVN-RPT-TOT-TEXT.
011040     MOVE IVN-WO-NO-TYPE              TO IVN-RPT-TOT-COUNT.
011050     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011060     MOVE 'NEW CIRCUIT ORDERS, NO LAMPS' TO IVN-RPT-TOT-TEXT.
011070     MOVE IVN-WO-CIRCUIT              TO IVN-RPT-TOT-COUNT.
011080     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011090     MOVE 'TYPES ON INVENTORY MASTER' TO IVN-RPT-TOT-TEXT.
011100     MOVE IVN-TYPES-ON-FILE           TO IVN-RPT-TOT-COUNT.
011110     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011120     MOVE 'TYPES TO REORDER'          TO IVN-RPT-TOT-TEXT.
011130     MOVE IVN-TYPES-TO-REORDER        TO IVN-RPT-TOT-COUNT.
011140     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011150     MOVE 'TYPES ON SHORTAGE LIST'    TO IVN-RPT-TOT-TEXT.
011160     MOVE IVN-TYPES-SHORT             TO IVN-RPT-TOT-COUNT.
011170     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
011180 7000-EXIT.
011190     EXIT.
011200 7100-WRITE-TOTAL-LINE.
011210     WRITE IVN-RPT-RECORD FROM IVN-RPT-TOTAL-LINE
011220         AFTER ADVANCING 1 LINE.
011230 7100-EXIT.
011240     EXIT.
011250*-----------------------------------------------------------*
011260*  9000-TERMINATE
011270*-----------------------------------------------------------*
011280 9000-TERMINATE.
011290     IF IVN-FATAL-ERROR
011300         GOBACK
011310     END-IF.
011320     CLOSE LAMP-INVENTORY-MASTER.
011330     IF IVN-TRAN-IS-OPEN
011340         CLOSE INVENTORY-TRANSACTION-FILE
011350     END-IF.
011360     IF IVN-RELAMP-IS-OPEN
011370         CLOSE RELAMP-EXTRACT-FILE
011380     END-IF.
011390     IF IVN-WO-IS-OPEN
011400         CLOSE WORK-ORDER-MASTER
011410     END-IF.
011420     IF IVN-ATTR-IS-OPEN
011430         CLOSE LIGHT-ATTRIBUTE-FILE
011440     END-IF.
011450     IF IVN-MAST-IS-OPEN
011460         CLOSE LIGHT-STATUS-MASTER
011470     END-IF.
011480     CLOSE REORDER-REPORT.
011490     CLOSE SHORTAGE-REPORT.
011500     GOBACK.
011510 END PROGRAM LGTINVEN.
