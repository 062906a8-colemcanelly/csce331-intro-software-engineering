      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTMANIF.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTMANIF -- WEEKLY HAZARDOUS LAMP SHIPMENT MANIFESTS.
000090*  EVERY REMOVAL PENDING ON THE DISPOSAL LOG (DISPLOG, SEE
000100*  DSPLREC.CPY) THAT WAS REMOVED ON OR BEFORE THE PICKUP
000110*  DATE IS PUT ON A MANIFEST, IN LOG NUMBER ORDER, AND MARKED
000120*  SHIPPED WITH THE MANIFEST NUMBER, HAULER AND PICKUP DATE.
000130*  A REMOVAL DATED AFTER THE PICKUP STAYS PENDING FOR THE
000140*  NEXT ONE.  MANIFEST NUMBERS CONTINUE FROM THE DISPLOG
000150*  CONTROL RECORD, WHICH IS REWRITTEN AS EACH MANIFEST IS
000160*  OPENED AND BEFORE ANY REMOVAL IS STAMPED WITH ITS NUMBER,
000170*  SO A RUN THAT ABENDS PART WAY NEVER REISSUES A NUMBER.  A
000180*  CONTROL RECORD THAT CANNOT BE REWRITTEN STOPS THE SHIPPING
000190*  (RC 8).
000200*
000210*  EACH MANIFEST PRINTS ON ITS OWN PAGE: THE REMOVALS ON IT,
000220*  LAMP COUNT BY FIXTURE TYPE, THE TOTAL, AND THE RELEASE
000230*  AND ACCEPTANCE SIGNATURE BLOCK FOR THE HAULER'S COPY.
000240*
000250*  UNIVERSAL WASTE LAMPS MAY BE HELD ON SITE NO LONGER THAN
000260*  ONE YEAR.  A REMOVAL HELD MORE THAN 365 DAYS AT PICKUP IS
000270*  MARKED *OVER 1 YEAR* ON ITS MANIFEST AND LISTED AGAIN ON A
000280*  FINAL EXCEPTIONS PAGE FOR THE COMPLIANCE OFFICER (RC 4).
000290*
000300*  RUN PARM (POSITIONS):
000310*     1-8   PICKUP DATE, CCYYMMDD (BLANK OR INVALID DEFAULTS
000320*           TO THE RUN DATE)
000330*     9-28  HAULER NAME (REQUIRED -- BLANK IS RC 8 AND
000340*           NOTHING IS SHIPPED)
000350*     29-33 MOST LAMPS ON ONE MANIFEST, ZERO-FILLED (BLANK OR
000360*           ZERO IS NO LIMIT).  A REMOVAL IS NEVER SPLIT; ONE
000370*           THAT WOULD TAKE A MANIFEST PAST THE LIMIT STARTS
000380*           THE NEXT.
000390*
000400*  MODIFICATION HISTORY
000410*     2026-10-14  CJM  Initial version.
000420*     2026-10-15  CJM  THE LAST MANIFEST NUMBER IS SAVED ON THE
000430*                      CONTROL RECORD AS EACH MANIFEST OPENS,
000440*                      NOT AT THE END OF THE RUN.
000442*     2026-10-15  CJM  A PICKUP DATE THAT IS NOT A CALENDAR
000444*                      DATE (31 FEBRUARY) IS REJECTED.
000450*-----------------------------------------------------------*
000460 ENVIRONMENT DIVISION.
000470 CONFIGURATION SECTION.
000480 SOURCE-COMPUTER.    IBM-370.
000490 OBJECT-COMPUTER.    IBM-370.
000500 INPUT-OUTPUT SECTION.
000510 FILE-CONTROL.
000520     SELECT DISPOSAL-LOG-FILE   ASSIGN TO DISPLOG
000530            ORGANIZATION IS INDEXED
000540            ACCESS MODE IS DYNAMIC
000550            RECORD KEY IS DSPL-LOG-NUMBER
000560            FILE STATUS IS MNF-LOG-FILE-STATUS.
000570     SELECT MANIFEST-REPORT     ASSIGN TO MANIFRPT
000580            ORGANIZATION IS SEQUENTIAL.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  DISPOSAL-LOG-FILE
000620     LABEL RECORDS ARE STANDARD.
000630 COPY DSPLREC.
000640 FD  MANIFEST-REPORT
000650     RECORDING MODE IS F
000660     LABEL RECORDS ARE OMITTED.
000670 01  MNF-RPT-RECORD              PIC X(132).
000680 WORKING-STORAGE SECTION.
000690*-----------------------------------------------------------*
000700*  WORKING STORAGE -- FILE STATUS, SWITCHES
000710*-----------------------------------------------------------*
000720 01  MNF-LOG-FILE-STATUS         PIC X(02) VALUE '00'.
000730     88  MNF-LOG-OK                   VALUE '00'.
000740     88  MNF-LOG-FILE-MISSING         VALUE '35'.
000750 01  MNF-SWITCHES.
000760     05  MNF-LOG-EOF-SW          PIC X(01) VALUE 'N'.
000770         88  MNF-LOG-EOF                  VALUE 'Y'.
000780     05  MNF-MANIFEST-OPEN-SW    PIC X(01) VALUE 'N'.
000790         88  MNF-MANIFEST-IS-OPEN         VALUE 'Y'.
000800     05  MNF-OVER-LIMIT-SW       PIC X(01) VALUE 'N'.
000810         88  MNF-OVER-LIMIT               VALUE 'Y'.
000820     05  MNF-FATAL-SW            PIC X(01) VALUE 'N'.
000830         88  MNF-FATAL-ERROR              VALUE 'Y'.
000840     05  MNF-CTL-FAILED-SW       PIC X(01) VALUE 'N'.
000850         88  MNF-CTL-FAILED               VALUE 'Y'.
000860*-----------------------------------------------------------*
000870*  RUN VALUES FROM THE PARM
000880*-----------------------------------------------------------*
000890 01  MNF-PICKUP-DATE             PIC 9(08) VALUE 0.
000900 01  MNF-PICKUP-DATE-R REDEFINES MNF-PICKUP-DATE.
000910     05  MNF-PICKUP-CCYY         PIC 9(04).
000920     05  MNF-PICKUP-MM           PIC 9(02).
000930     05  MNF-PICKUP-DD           PIC 9(02).
000940 01  MNF-HAULER                  PIC X(20) VALUE SPACES.
000950 01  MNF-MAX-LAMPS               PIC 9(05) VALUE 0.
000960*-----------------------------------------------------------*
000970*  THE MANIFEST BEING BUILT, AND ITS LAMPS BY FIXTURE TYPE
000980*-----------------------------------------------------------*
000990 01  MNF-LAST-MANIFEST           PIC 9(07) VALUE 0.
001000 01  MNF-HELD-LOG-NUMBER         PIC 9(09) VALUE 0.
001010 01  MNF-CUR-LAMPS               PIC 9(07) VALUE 0.
001020 01  MNF-CUR-REMOVALS            PIC 9(07) VALUE 0.
001030 01  MNF-DAYS-HELD               PIC S9(07) VALUE 0.
001040 01  MNF-TYPE-TABLE.
001050     05  MNF-TYPE-COUNT          PIC 9(03) VALUE 0.
001060     05  MNF-TYPE-ENTRY OCCURS 50 TIMES.
001070         10  MNF-TYPE-CODE       PIC X(06).
001080         10  MNF-TYPE-LAMPS      PIC 9(07).
001090 77  TK                          PIC 9(03) COMP VALUE 0.
001100 77  MNF-TYPE-SLOT               PIC 9(03) COMP VALUE 0.
001110*-----------------------------------------------------------*
001120*  REMOVALS OVER THE ONE-YEAR LIMIT, FOR THE EXCEPTIONS PAGE
001130*-----------------------------------------------------------*
001140 01  MNF-EXCEPTION-TABLE.
001150     05  MNF-EXC-COUNT           PIC 9(05) VALUE 0.
001160     05  MNF-EXC-ENTRY OCCURS 500 TIMES.
001170         10  MNF-EXC-LOG-NUMBER  PIC 9(09).
001180         10  MNF-EXC-MANIFEST    PIC 9(07).
001190         10  MNF-EXC-REMOVED     PIC 9(08).
001200         10  MNF-EXC-DAYS        PIC 9(05).
001210         10  MNF-EXC-ROW         PIC 9(05).
001220         10  MNF-EXC-COL         PIC 9(05).
001230         10  MNF-EXC-TYPE        PIC X(06).
001240         10  MNF-EXC-LAMPS       PIC 9(03).
001250 77  EX                          PIC 9(05) COMP VALUE 0.
001260*-----------------------------------------------------------*
001270*  RUN COUNTERS
001280*-----------------------------------------------------------*
001290 77  MNF-MANIFESTS               PIC 9(07) VALUE 0.
001300 77  MNF-REMOVALS-SHIPPED        PIC 9(07) VALUE 0.
001310 77  MNF-LAMPS-SHIPPED           PIC 9(09) VALUE 0.
001320 77  MNF-HELD-OVER               PIC 9(07) VALUE 0.
001330 77  MNF-OVER-LIMIT-REMOVALS     PIC 9(07) VALUE 0.
001340 77  MNF-OVER-LIMIT-LAMPS        PIC 9(07) VALUE 0.
001350 01  MNF-RUN-DATE                PIC 9(08).
001360 01  MNF-RUN-DATE-R REDEFINES MNF-RUN-DATE.
001370     05  MNF-RUN-DATE-CCYY       PIC 9(04).
001380     05  MNF-RUN-DATE-MM         PIC 9(02).
001390     05  MNF-RUN-DATE-DD         PIC 9(02).
001400*-----------------------------------------------------------*
001410*  REPORT PRINT LINES
001420*-----------------------------------------------------------*
001430 01  MNF-RPT-HEADER-1.
001440     05  FILLER                  PIC X(36) VALUE
001450         'HAZARDOUS LAMP SHIPMENT MANIFEST'.
001460     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
001470     05  MNF-RPT-MM              PIC 9(02).
001480     05  FILLER                  PIC X(01) VALUE '/'.
001490     05  MNF-RPT-DD              PIC 9(02).
001500     05  FILLER                  PIC X(01) VALUE '/'.
001510     05  MNF-RPT-CCYY            PIC 9(04).
001520     05  FILLER                  PIC X(76) VALUE SPACES.
001530 01  MNF-RPT-MANIFEST-LINE.
001540     05  FILLER                  PIC X(14) VALUE 'MANIFEST NO:'.
001550     05  MNF-RPT-M-NUMBER        PIC 9(07).
001560     05  FILLER                  PIC X(04) VALUE SPACES.
001570     05  FILLER                  PIC X(08) VALUE 'HAULER:'.
001580     05  MNF-RPT-M-HAULER        PIC X(20).
001590     05  FILLER                  PIC X(04) VALUE SPACES.
001600     05  FILLER                  PIC X(13) VALUE 'PICKUP DATE:'.
001610     05  MNF-RPT-M-MM            PIC 9(02).
001620     05  FILLER                  PIC X(01) VALUE '/'.
001630     05  MNF-RPT-M-DD            PIC 9(02).
001640     05  FILLER                  PIC X(01) VALUE '/'.
001650     05  MNF-RPT-M-CCYY          PIC 9(04).
001660     05  FILLER                  PIC X(52) VALUE SPACES.
001670 01  MNF-RPT-WASTE-LINE.
001680     05  FILLER                  PIC X(132) VALUE
001690         'UNIVERSAL WASTE -- MERCURY-CONTAINING LAMPS'.
001700 01  MNF-RPT-COL-HDGS.
001710     05  FILLER                  PIC X(11) VALUE 'LOG NO.'.
001720     05  FILLER                  PIC X(08) VALUE 'SOURCE'.
001730     05  FILLER                  PIC X(10) VALUE 'REMOVED'.
001740     05  FILLER                  PIC X(07) VALUE 'DAYS'.
001750     05  FILLER                  PIC X(07) VALUE 'ROW'.
001760     05  FILLER                  PIC X(07) VALUE 'COL'.
001770     05  FILLER                  PIC X(12) VALUE 'LIGHT ID'.
001780     05  FILLER                  PIC X(08) VALUE 'TYPE'.
001790     05  FILLER                  PIC X(06) VALUE 'ZONE'.
001800     05  FILLER                  PIC X(07) VALUE 'LAMPS'.
001810     05  FILLER                  PIC X(49) VALUE 'NOTE'.
001820 01  MNF-RPT-DETAIL.
001830     05  MNF-RPT-D-LOG-NUMBER    PIC 9(09).
001840     05  FILLER                  PIC X(02) VALUE SPACES.
001850     05  MNF-RPT-D-SOURCE        PIC X(06).
001860     05  FILLER                  PIC X(02) VALUE SPACES.
001870     05  MNF-RPT-D-REMOVED       PIC X(08).
001880     05  FILLER                  PIC X(02) VALUE SPACES.
001890     05  MNF-RPT-D-DAYS          PIC ZZZZ9.
001900     05  FILLER                  PIC X(02) VALUE SPACES.
001910     05  MNF-RPT-D-ROW           PIC X(05).
001920     05  FILLER                  PIC X(02) VALUE SPACES.
001930     05  MNF-RPT-D-COL           PIC X(05).
001940     05  FILLER                  PIC X(02) VALUE SPACES.
001950     05  MNF-RPT-D-LIGHT-ID      PIC X(10).
001960     05  FILLER                  PIC X(02) VALUE SPACES.
001970     05  MNF-RPT-D-TYPE          PIC X(06).
001980     05  FILLER                  PIC X(02) VALUE SPACES.
001990     05  MNF-RPT-D-ZONE          PIC X(04).
002000     05  FILLER                  PIC X(02) VALUE SPACES.
002010     05  MNF-RPT-D-LAMPS         PIC ZZ9.
002020     05  FILLER                  PIC X(04) VALUE SPACES.
002030     05  MNF-RPT-D-NOTE          PIC X(30).
002040     05  FILLER                  PIC X(19) VALUE SPACES.
002050 01  MNF-RPT-TYPE-HDG.
002060     05  FILLER                  PIC X(132) VALUE
002070         'LAMPS BY FIXTURE TYPE'.
002080 01  MNF-RPT-TYPE-LINE.
002090     05  FILLER                  PIC X(04) VALUE SPACES.
002100     05  MNF-RPT-T-TYPE          PIC X(06).
002110     05  FILLER                  PIC X(04) VALUE SPACES.
002120     05  MNF-RPT-T-LAMPS         PIC ZZZZZZ9.
002130     05  FILLER                  PIC X(111) VALUE SPACES.
002140 01  MNF-RPT-SIGN-1.
002150     05  FILLER                  PIC X(48) VALUE
002160         'RELEASED BY:   ________________________________'.
002170     05  FILLER                  PIC X(36) VALUE
002180         '   DATE:  ________________'.
002190     05  FILLER                  PIC X(48) VALUE SPACES.
002200 01  MNF-RPT-SIGN-2.
002210     05  FILLER                  PIC X(48) VALUE
002220         'ACCEPTED BY:   ________________________________'.
002230     05  FILLER                  PIC X(36) VALUE
002240         '   DATE:  ________________'.
002250     05  FILLER                  PIC X(48) VALUE SPACES.
002260 01  MNF-RPT-SUMMARY-TITLE.
002270     05  FILLER                  PIC X(132) VALUE
002280         'SHIPMENT SUMMARY'.
002290 01  MNF-RPT-EXC-TITLE.
002300     05  FILLER                  PIC X(132) VALUE
002310         'LAMPS HELD ON SITE MORE THAN ONE YEAR BEFORE SHIPMENT'.
002320 01  MNF-RPT-EXC-HDGS.
002330     05  FILLER                  PIC X(11) VALUE 'LOG NO.'.
002340     05  FILLER                  PIC X(10) VALUE 'MANIFEST'.
002350     05  FILLER                  PIC X(10) VALUE 'REMOVED'.
002360     05  FILLER                  PIC X(07) VALUE 'DAYS'.
002370     05  FILLER                  PIC X(07) VALUE 'ROW'.
002380     05  FILLER                  PIC X(07) VALUE 'COL'.
002390     05  FILLER                  PIC X(08) VALUE 'TYPE'.
002400     05  FILLER                  PIC X(72) VALUE 'LAMPS'.
002410 01  MNF-RPT-EXC-DETAIL.
002420     05  MNF-RPT-X-LOG-NUMBER    PIC 9(09).
002430     05  FILLER                  PIC X(02) VALUE SPACES.
002440     05  MNF-RPT-X-MANIFEST      PIC 9(07).
002450     05  FILLER                  PIC X(03) VALUE SPACES.
002460     05  MNF-RPT-X-REMOVED       PIC X(08).
002470     05  FILLER                  PIC X(02) VALUE SPACES.
002480     05  MNF-RPT-X-DAYS          PIC ZZZZ9.
002490     05  FILLER                  PIC X(02) VALUE SPACES.
002500     05  MNF-RPT-X-ROW           PIC X(05).
002510     05  FILLER                  PIC X(02) VALUE SPACES.
002520     05  MNF-RPT-X-COL           PIC X(05).
002530     05  FILLER                  PIC X(02) VALUE SPACES.
002540     05  MNF-RPT-X-TYPE          PIC X(06).
002550     05  FILLER                  PIC X(02) VALUE SPACES.
002560     05  MNF-RPT-X-LAMPS         PIC ZZ9.
002570     05  FILLER                  PIC X(69) VALUE SPACES.
002580 01  MNF-RPT-MESSAGE-LINE.
002590     05  MNF-RPT-MESSAGE         PIC X(132).
002600 01  MNF-RPT-TOTAL-LINE.
002610     05  MNF-RPT-TOT-TEXT        PIC X(34).
002620     05  MNF-RPT-TOT-COUNT       PIC ZZZZZZZZ9.
002630     05  FILLER                  PIC X(89) VALUE SPACES.
002640 LINKAGE SECTION.
002650*-----------------------------------------------------------*
002660*  RUN PARM -- PICKUP DATE, HAULER, LAMP LIMIT, PASSED BY
002670*  JCL.  SEE THE PROGRAM BANNER FOR THE DEFAULTS.
002680*-----------------------------------------------------------*
002690 01  MNF-PARM-DATA.
002700     05  MNF-PARM-PICKUP         PIC X(08).
002710     05  MNF-PARM-PICKUP-N REDEFINES MNF-PARM-PICKUP
002720                                 PIC 9(08).
002730     05  MNF-PARM-HAULER         PIC X(20).
002740     05  MNF-PARM-MAX-LAMPS      PIC X(05).
002750     05  MNF-PARM-MAX-LAMPS-N REDEFINES MNF-PARM-MAX-LAMPS
002760                                 PIC 9(05).
002770     05  FILLER                  PIC X(47).
002780 PROCEDURE DIVISION USING MNF-PARM-DATA.
002790*-----------------------------------------------------------*
002800*  0000-MAINLINE
002810*-----------------------------------------------------------*
002820 0000-MAINLINE.
002830     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002840     IF MNF-FATAL-ERROR
002850         GO TO 9000-TERMINATE
002860     END-IF.
002870     MOVE 1 TO DSPL-LOG-NUMBER.
002880     START DISPOSAL-LOG-FILE KEY IS NOT LESS THAN DSPL-LOG-NUMBER
002890         INVALID KEY
002900             SET MNF-LOG-EOF TO TRUE
002910     END-START.
002920     PERFORM 2000-SHIP-ONE-REMOVAL THRU 2000-EXIT
002930         UNTIL MNF-LOG-EOF.
002940     IF MNF-MANIFEST-IS-OPEN
002950         PERFORM 4000-CLOSE-MANIFEST THRU 4000-EXIT
002960     END-IF.
002970     PERFORM 7000-PRINT-SUMMARY THRU 7000-EXIT.
002980     GO TO 9000-TERMINATE.
002990*-----------------------------------------------------------*
003000*  1000-INITIALIZE -- SETTLE THE PARM, OPEN THE LOG AND
003010*  PICK UP THE LAST MANIFEST NUMBER ISSUED
003020*-----------------------------------------------------------*
003030 1000-INITIALIZE.
003040     ACCEPT MNF-RUN-DATE FROM DATE YYYYMMDD.
003050     MOVE MNF-RUN-DATE-MM   TO MNF-RPT-MM.
003060     MOVE MNF-RUN-DATE-DD   TO MNF-RPT-DD.
003070     MOVE MNF-RUN-DATE-CCYY TO MNF-RPT-CCYY.
003080     PERFORM 1050-SET-PARM THRU 1050-EXIT.
003090     IF MNF-FATAL-ERROR
003100         GO TO 1000-EXIT
003110     END-IF.
003120     OPEN I-O DISPOSAL-LOG-FILE.
003130     IF MNF-LOG-FILE-MISSING
003140         DISPLAY 'LGTMANIF: NO DISPOSAL LOG -- NOTHING TO SHIP'
003150         MOVE 4 TO RETURN-CODE
003160         SET MNF-FATAL-ERROR TO TRUE
003170         GO TO 1000-EXIT
003180     END-IF.
003190     IF NOT MNF-LOG-OK
003200         DISPLAY 'LGTMANIF: CANNOT OPEN DISPOSAL LOG, STATUS '
003210                 MNF-LOG-FILE-STATUS ' -- RUN TERMINATED'
003220         MOVE 8 TO RETURN-CODE
003230         SET MNF-FATAL-ERROR TO TRUE
003240         GO TO 1000-EXIT
003250     END-IF.
003260     MOVE 0 TO DSPL-LOG-NUMBER.
003270     READ DISPOSAL-LOG-FILE
003280         INVALID KEY
003290             DISPLAY 'LGTMANIF: NO DISPOSAL LOG CONTROL RECORD '
003300                     '-- LGTDSPLG HAS NOT RUN, NOTHING TO SHIP'
003310             MOVE 4 TO RETURN-CODE
003320             SET MNF-FATAL-ERROR TO TRUE
003330             CLOSE DISPOSAL-LOG-FILE
003340             GO TO 1000-EXIT
003350     END-READ.
003360     MOVE DSPL-CTL-LAST-MANIFEST TO MNF-LAST-MANIFEST.
003370     OPEN OUTPUT MANIFEST-REPORT.
003380 1000-EXIT.
003390     EXIT.
003400*-----------------------------------------------------------*
003410*  1050-SET-PARM -- PICKUP DATE, HAULER AND LAMP LIMIT.  A
003420*  MANIFEST WITHOUT A HAULER CANNOT BE SIGNED FOR, SO A BLANK
003430*  HAULER STOPS THE RUN.
003440*-----------------------------------------------------------*
003450 1050-SET-PARM.
003460     MOVE MNF-RUN-DATE TO MNF-PICKUP-DATE.
003470     IF MNF-PARM-PICKUP NUMERIC
003480         MOVE MNF-PARM-PICKUP-N TO MNF-PICKUP-DATE
003490         IF FUNCTION TEST-DATE-YYYYMMDD (MNF-PICKUP-DATE)
003500                 NOT = 0
003520             DISPLAY 'LGTMANIF: PICKUP DATE ' MNF-PARM-PICKUP
003530                     ' INVALID -- RUN DATE USED'
003540             MOVE MNF-RUN-DATE TO MNF-PICKUP-DATE
003550         END-IF
003560     END-IF.
003570     MOVE MNF-PICKUP-MM   TO MNF-RPT-M-MM.
003580     MOVE MNF-PICKUP-DD   TO MNF-RPT-M-DD.
003590     MOVE MNF-PICKUP-CCYY TO MNF-RPT-M-CCYY.
003600     MOVE MNF-PARM-HAULER TO MNF-HAULER.
003610     IF MNF-HAULER = SPACES OR LOW-VALUES
003620         DISPLAY 'LGTMANIF: NO HAULER IN PARM POSITIONS 9-28 '
003630                 '-- RUN TERMINATED, NOTHING SHIPPED'
003640         MOVE 8 TO RETURN-CODE
003650         SET MNF-FATAL-ERROR TO TRUE
003660         GO TO 1050-EXIT
003670     END-IF.
003680     MOVE MNF-HAULER TO MNF-RPT-M-HAULER.
003690     MOVE 0 TO MNF-MAX-LAMPS.
003700     IF MNF-PARM-MAX-LAMPS NUMERIC
003710         MOVE MNF-PARM-MAX-LAMPS-N TO MNF-MAX-LAMPS
003720     END-IF.
003730 1050-EXIT.
003740     EXIT.
003750*-----------------------------------------------------------*
003760*  2000-SHIP-ONE-REMOVAL -- NEXT LOG RECORD.  A PENDING
003770*  REMOVAL DATED BY THE PICKUP GOES ON THE CURRENT MANIFEST,
003780*  OR STARTS A NEW ONE WHEN IT WOULD PASS THE LAMP LIMIT.
003790*-----------------------------------------------------------*
003800 2000-SHIP-ONE-REMOVAL.
003810     READ DISPOSAL-LOG-FILE NEXT RECORD
003820         AT END
003830             SET MNF-LOG-EOF TO TRUE
003840             GO TO 2000-EXIT
003850     END-READ.
003860     IF NOT DSPL-PENDING
003870         GO TO 2000-EXIT
003880     END-IF.
003890     IF DSPL-REMOVED-DATE > MNF-PICKUP-DATE
003900         ADD 1 TO MNF-HELD-OVER
003910         GO TO 2000-EXIT
003920     END-IF.
003930     IF MNF-MANIFEST-IS-OPEN
003940             AND MNF-MAX-LAMPS > 0
003950             AND MNF-CUR-LAMPS + DSPL-LAMP-COUNT > MNF-MAX-LAMPS
003960         PERFORM 4000-CLOSE-MANIFEST THRU 4000-EXIT
003970     END-IF.
003980     IF NOT MNF-MANIFEST-IS-OPEN
003990         PERFORM 3000-OPEN-MANIFEST THRU 3000-EXIT
004000         IF NOT MNF-MANIFEST-IS-OPEN
004010             GO TO 2000-EXIT
004020         END-IF
004030     END-IF.
004040     COMPUTE MNF-DAYS-HELD =
004050             FUNCTION INTEGER-OF-DATE (MNF-PICKUP-DATE)
004060           - FUNCTION INTEGER-OF-DATE (DSPL-REMOVED-DATE).
004070     SET DSPL-SHIPPED        TO TRUE.
004080     MOVE MNF-LAST-MANIFEST  TO DSPL-MANIFEST-NUMBER.
004090     MOVE MNF-PICKUP-DATE    TO DSPL-PICKUP-DATE.
004100     MOVE MNF-HAULER         TO DSPL-HAULER.
004110     REWRITE DISPOSAL-LOG-RECORD
004120         INVALID KEY
004130             DISPLAY 'LGTMANIF: LOG NUMBER ' DSPL-LOG-NUMBER
004140                     ' NOT UPDATED, STATUS ' MNF-LOG-FILE-STATUS
004150                     ' -- LEFT PENDING'
004160             MOVE 8 TO RETURN-CODE
004170             GO TO 2000-EXIT
004180     END-REWRITE.
004190     ADD 1 TO MNF-CUR-REMOVALS.
004200     ADD DSPL-LAMP-COUNT TO MNF-CUR-LAMPS.
004210     ADD 1 TO MNF-REMOVALS-SHIPPED.
004220     ADD DSPL-LAMP-COUNT TO MNF-LAMPS-SHIPPED.
004230     PERFORM 2100-ADD-TO-TYPE THRU 2100-EXIT.
004240     MOVE SPACES TO MNF-RPT-D-NOTE.
004250     IF MNF-DAYS-HELD > 365
004260         MOVE '*OVER 1 YEAR*' TO MNF-RPT-D-NOTE
004270         PERFORM 2200-NOTE-EXCEPTION THRU 2200-EXIT
004280     END-IF.
004290     PERFORM 2300-WRITE-DETAIL THRU 2300-EXIT.
004300 2000-EXIT.
004310     EXIT.
004320 2100-ADD-TO-TYPE.
004330     MOVE 0 TO MNF-TYPE-SLOT.
004340     PERFORM 2110-SCAN-TYPE THRU 2110-EXIT
004350         VARYING TK FROM 1 BY 1
004360             UNTIL MNF-TYPE-SLOT > 0
004370                OR TK > MNF-TYPE-COUNT.
004380     IF MNF-TYPE-SLOT = 0
004390         IF MNF-TYPE-COUNT < 50
004400             ADD 1 TO MNF-TYPE-COUNT
004410             MOVE MNF-TYPE-COUNT    TO MNF-TYPE-SLOT
004420             MOVE DSPL-FIXTURE-TYPE
004430                 TO MNF-TYPE-CODE (MNF-TYPE-SLOT)
004440             MOVE 0 TO MNF-TYPE-LAMPS (MNF-TYPE-SLOT)
004450         ELSE
004460             MOVE 50 TO MNF-TYPE-SLOT
004470             MOVE '*MORE*' TO MNF-TYPE-CODE (MNF-TYPE-SLOT)
004480         END-IF
004490     END-IF.
004500     ADD DSPL-LAMP-COUNT TO MNF-TYPE-LAMPS (MNF-TYPE-SLOT).
004510 2100-EXIT.
004520     EXIT.
004530 2110-SCAN-TYPE.
004540     IF MNF-TYPE-CODE (TK) = DSPL-FIXTURE-TYPE
004550         MOVE TK TO MNF-TYPE-SLOT
004560     END-IF.
004570 2110-EXIT.
004580     EXIT.
004590*-----------------------------------------------------------*
004600*  2200-NOTE-EXCEPTION -- HELD PAST THE ONE-YEAR LIMIT
004610*-----------------------------------------------------------*
004620 2200-NOTE-EXCEPTION.
004630     SET MNF-OVER-LIMIT TO TRUE.
004640     ADD 1 TO MNF-OVER-LIMIT-REMOVALS.
004650     ADD DSPL-LAMP-COUNT TO MNF-OVER-LIMIT-LAMPS.
004660     IF MNF-EXC-COUNT >= 500
004670         GO TO 2200-EXIT
004680     END-IF.
004690     ADD 1 TO MNF-EXC-COUNT.
004700     MOVE MNF-EXC-COUNT        TO EX.
004710     MOVE DSPL-LOG-NUMBER      TO MNF-EXC-LOG-NUMBER (EX).
004720     MOVE MNF-LAST-MANIFEST    TO MNF-EXC-MANIFEST (EX).
004730     MOVE DSPL-REMOVED-DATE    TO MNF-EXC-REMOVED (EX).
004740     MOVE MNF-DAYS-HELD        TO MNF-EXC-DAYS (EX).
004750     MOVE DSPL-ROW             TO MNF-EXC-ROW (EX).
004760     MOVE DSPL-COL             TO MNF-EXC-COL (EX).
004770     MOVE DSPL-FIXTURE-TYPE    TO MNF-EXC-TYPE (EX).
004780     MOVE DSPL-LAMP-COUNT      TO MNF-EXC-LAMPS (EX).
004790 2200-EXIT.
004800     EXIT.
004810 2300-WRITE-DETAIL.
004820     MOVE DSPL-LOG-NUMBER TO MNF-RPT-D-LOG-NUMBER.
004830     EVALUATE TRUE
004840         WHEN DSPL-FROM-LGTM
004850             MOVE 'LGTM'    TO MNF-RPT-D-SOURCE
004860         WHEN DSPL-FROM-SCAN
004870             MOVE 'SCAN'    TO MNF-RPT-D-SOURCE
004880         WHEN OTHER
004890             MOVE 'RELAMP'  TO MNF-RPT-D-SOURCE
004900     END-EVALUATE.
004910     MOVE DSPL-REMOVED-DATE TO MNF-RPT-D-REMOVED.
004920     MOVE MNF-DAYS-HELD     TO MNF-RPT-D-DAYS.
004930     MOVE DSPL-ROW          TO MNF-RPT-D-ROW.
004940     MOVE DSPL-COL          TO MNF-RPT-D-COL.
004950     MOVE DSPL-LIGHT-ID     TO MNF-RPT-D-LIGHT-ID.
004960     MOVE DSPL-FIXTURE-TYPE TO MNF-RPT-D-TYPE.
004970     MOVE DSPL-ZONE-CODE    TO MNF-RPT-D-ZONE.
004980     MOVE DSPL-LAMP-COUNT   TO MNF-RPT-D-LAMPS.
004990     WRITE MNF-RPT-RECORD FROM MNF-RPT-DETAIL
005000         AFTER ADVANCING 1 LINE.
005010 2300-EXIT.
005020     EXIT.
005030*-----------------------------------------------------------*
005040*  3000-OPEN-MANIFEST -- NEXT MANIFEST NUMBER, SAVED ON THE
005050*  CONTROL RECORD BEFORE IT IS USED, AND A NEW PAGE.  READING
005060*  THE CONTROL RECORD LOSES THE BROWSE POSITION, SO THE LOG
005070*  RECORD IN HAND IS READ AGAIN AFTERWARDS.  IF EITHER FAILS
005080*  NO MANIFEST IS OPENED AND THE BROWSE ENDS.
005090*-----------------------------------------------------------*
005100 3000-OPEN-MANIFEST.
005110     MOVE DSPL-LOG-NUMBER TO MNF-HELD-LOG-NUMBER.
005120     ADD 1 TO MNF-LAST-MANIFEST.
005130     PERFORM 9100-REWRITE-CONTROL THRU 9100-EXIT.
005140     IF MNF-CTL-FAILED
005150         DISPLAY 'LGTMANIF: MANIFEST ' MNF-LAST-MANIFEST
005160                 ' NOT ISSUED -- SHIPPING STOPPED'
005170         SUBTRACT 1 FROM MNF-LAST-MANIFEST
005180         SET MNF-LOG-EOF TO TRUE
005190         GO TO 3000-EXIT
005200     END-IF.
005210     MOVE MNF-HELD-LOG-NUMBER TO DSPL-LOG-NUMBER.
005220     START DISPOSAL-LOG-FILE KEY IS EQUAL TO DSPL-LOG-NUMBER
005230         INVALID KEY
005240             SET MNF-LOG-EOF TO TRUE
005250     END-START.
005260     IF NOT MNF-LOG-EOF
005270         READ DISPOSAL-LOG-FILE NEXT RECORD
005280             AT END
005290                 SET MNF-LOG-EOF TO TRUE
005300         END-READ
005310     END-IF.
005320     IF MNF-LOG-EOF
005330         DISPLAY 'LGTMANIF: LOG NUMBER ' MNF-HELD-LOG-NUMBER
005340                 ' NOT FOUND AGAIN, STATUS ' MNF-LOG-FILE-STATUS
005350                 ' -- SHIPPING STOPPED'
005360         MOVE 8 TO RETURN-CODE
005370         GO TO 3000-EXIT
005380     END-IF.
005390     ADD 1 TO MNF-MANIFESTS.
005400     SET MNF-MANIFEST-IS-OPEN TO TRUE.
005410     MOVE 0 TO MNF-CUR-LAMPS.
005420     MOVE 0 TO MNF-CUR-REMOVALS.
005430     MOVE 0 TO MNF-TYPE-COUNT.
005440     MOVE MNF-LAST-MANIFEST TO MNF-RPT-M-NUMBER.
005450     WRITE MNF-RPT-RECORD FROM MNF-RPT-HEADER-1
005460         AFTER ADVANCING PAGE.
005470     WRITE MNF-RPT-RECORD FROM MNF-RPT-MANIFEST-LINE
005480         AFTER ADVANCING 2 LINES.
005490     WRITE MNF-RPT-RECORD FROM MNF-RPT-WASTE-LINE
005500         AFTER ADVANCING 2 LINES.
005510     MOVE SPACES TO MNF-RPT-RECORD.
005520     WRITE MNF-RPT-RECORD AFTER ADVANCING 1 LINE.
005530     WRITE MNF-RPT-RECORD FROM MNF-RPT-COL-HDGS
005540         AFTER ADVANCING 1 LINE.
005550 3000-EXIT.
005560     EXIT.
005570*-----------------------------------------------------------*
005580*  4000-CLOSE-MANIFEST -- LAMPS BY TYPE, TOTAL, SIGNATURES
005590*-----------------------------------------------------------*
005600 4000-CLOSE-MANIFEST.
005610     WRITE MNF-RPT-RECORD FROM MNF-RPT-TYPE-HDG
005620         AFTER ADVANCING 2 LINES.
005630     PERFORM 4100-WRITE-TYPE-LINE THRU 4100-EXIT
005640         VARYING TK FROM 1 BY 1
005650             UNTIL TK > MNF-TYPE-COUNT.
005660     MOVE SPACES TO MNF-RPT-RECORD.
005670     WRITE MNF-RPT-RECORD AFTER ADVANCING 1 LINE.
005680     MOVE 'REMOVALS ON THIS MANIFEST'  TO MNF-RPT-TOT-TEXT.
005690     MOVE MNF-CUR-REMOVALS             TO MNF-RPT-TOT-COUNT.
005700     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005710     MOVE 'TOTAL LAMPS ON THIS MANIFEST' TO MNF-RPT-TOT-TEXT.
005720     MOVE MNF-CUR-LAMPS                TO MNF-RPT-TOT-COUNT.
005730     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
005740     WRITE MNF-RPT-RECORD FROM MNF-RPT-SIGN-1
005750         AFTER ADVANCING 3 LINES.
005760     WRITE MNF-RPT-RECORD FROM MNF-RPT-SIGN-2
005770         AFTER ADVANCING 2 LINES.
005780     MOVE 'N' TO MNF-MANIFEST-OPEN-SW.
005790 4000-EXIT.
005800     EXIT.
005810 4100-WRITE-TYPE-LINE.
005820     MOVE MNF-TYPE-CODE (TK)  TO MNF-RPT-T-TYPE.
005830     IF MNF-TYPE-CODE (TK) = SPACES
005840         MOVE '(NONE)' TO MNF-RPT-T-TYPE
005850     END-IF.
005860     MOVE MNF-TYPE-LAMPS (TK) TO MNF-RPT-T-LAMPS.
005870     WRITE MNF-RPT-RECORD FROM MNF-RPT-TYPE-LINE
005880         AFTER ADVANCING 1 LINE.
005890 4100-EXIT.
005900     EXIT.
005910*-----------------------------------------------------------*
005920*  7000-PRINT-SUMMARY -- RUN TOTALS, THEN THE EXCEPTIONS
005930*  PAGE WHEN ANY LAMPS WERE HELD PAST THE ONE-YEAR LIMIT
005940*-----------------------------------------------------------*
005950 7000-PRINT-SUMMARY.
005960     WRITE MNF-RPT-RECORD FROM MNF-RPT-HEADER-1
005970         AFTER ADVANCING PAGE.
005980     WRITE MNF-RPT-RECORD FROM MNF-RPT-SUMMARY-TITLE
005990         AFTER ADVANCING 2 LINES.
006000     MOVE SPACES TO MNF-RPT-RECORD.
006010     WRITE MNF-RPT-RECORD AFTER ADVANCING 1 LINE.
006020     IF MNF-MANIFESTS = 0
006030         MOVE 'NO PENDING REMOVALS -- NO MANIFEST ISSUED'
006040             TO MNF-RPT-MESSAGE
006050         WRITE MNF-RPT-RECORD FROM MNF-RPT-MESSAGE-LINE
006060             AFTER ADVANCING 1 LINE
006070     END-IF.
006080     MOVE 'MANIFESTS ISSUED'             TO MNF-RPT-TOT-TEXT.
006090     MOVE MNF-MANIFESTS                  TO MNF-RPT-TOT-COUNT.
006100     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
006110     MOVE 'REMOVALS SHIPPED'             TO MNF-RPT-TOT-TEXT.
006120     MOVE MNF-REMOVALS-SHIPPED           TO MNF-RPT-TOT-COUNT.
006130     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
006140     MOVE 'LAMPS SHIPPED'                TO MNF-RPT-TOT-TEXT.
006150     MOVE MNF-LAMPS-SHIPPED              TO MNF-RPT-TOT-COUNT.
006160     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
006170     MOVE 'REMOVED AFTER PICKUP, HELD OVER' TO MNF-RPT-TOT-TEXT.
006180     MOVE MNF-HELD-OVER                  TO MNF-RPT-TOT-COUNT.
006190     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
006200     MOVE 'REMOVALS OVER 1 YEAR ON SITE'  TO MNF-RPT-TOT-TEXT.
006210     MOVE MNF-OVER-LIMIT-REMOVALS        TO MNF-RPT-TOT-COUNT.
006220     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
006230     MOVE 'LAMPS OVER 1 YEAR ON SITE'     TO MNF-RPT-TOT-TEXT.
006240     MOVE MNF-OVER-LIMIT-LAMPS           TO MNF-RPT-TOT-COUNT.
006250     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
006260     IF NOT MNF-OVER-LIMIT
006270         GO TO 7000-EXIT
006280     END-IF.
006290     WRITE MNF-RPT-RECORD FROM MNF-RPT-HEADER-1
006300         AFTER ADVANCING PAGE.
006310     WRITE MNF-RPT-RECORD FROM MNF-RPT-EXC-TITLE
006320         AFTER ADVANCING 2 LINES.
006330     MOVE SPACES TO MNF-RPT-RECORD.
006340     WRITE MNF-RPT-RECORD AFTER ADVANCING 1 LINE.
006350     WRITE MNF-RPT-RECORD FROM MNF-RPT-EXC-HDGS
006360         AFTER ADVANCING 1 LINE.
006370     PERFORM 7200-WRITE-EXCEPTION THRU 7200-EXIT
006380         VARYING EX FROM 1 BY 1
006390             UNTIL EX > MNF-EXC-COUNT.
006400     IF MNF-OVER-LIMIT-REMOVALS > MNF-EXC-COUNT
006410         MOVE 'ONLY THE FIRST 500 ARE LISTED -- SEE THE MANIFESTS'
006420             TO MNF-RPT-MESSAGE
006430         WRITE MNF-RPT-RECORD FROM MNF-RPT-MESSAGE-LINE
006440             AFTER ADVANCING 2 LINES
006450     END-IF.
006460 7000-EXIT.
006470     EXIT.
006480 7100-WRITE-TOTAL-LINE.
006490     WRITE MNF-RPT-RECORD FROM MNF-RPT-TOTAL-LINE
006500         AFTER ADVANCING 1 LINE.
006510 7100-EXIT.
006520     EXIT.
006530 7200-WRITE-EXCEPTION.
006540     MOVE MNF-EXC-LOG-NUMBER (EX) TO MNF-RPT-X-LOG-NUMBER.
006550     MOVE MNF-EXC-MANIFEST (EX)   TO MNF-RPT-X-MANIFEST.
006560     MOVE MNF-EXC-REMOVED (EX)    TO MNF-RPT-X-REMOVED.
006570     MOVE MNF-EXC-DAYS (EX)       TO MNF-RPT-X-DAYS.
006580     MOVE MNF-EXC-ROW (EX)        TO MNF-RPT-X-ROW.
006590     MOVE MNF-EXC-COL (EX)        TO MNF-RPT-X-COL.
006600     MOVE MNF-EXC-TYPE (EX)       TO MNF-RPT-X-TYPE.
006610     MOVE MNF-EXC-LAMPS (EX)      TO MNF-RPT-X-LAMPS.
006620     WRITE MNF-RPT-RECORD FROM MNF-RPT-EXC-DETAIL
006630         AFTER ADVANCING 1 LINE.
006640 7200-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------*
006670*  9100-REWRITE-CONTROL -- SAVE THE LAST MANIFEST NUMBER
006680*-----------------------------------------------------------*
006690 9100-REWRITE-CONTROL.
006700     MOVE 0 TO DSPL-LOG-NUMBER.
006710     READ DISPOSAL-LOG-FILE
006720         INVALID KEY
006730             DISPLAY 'LGTMANIF: DISPOSAL LOG CONTROL RECORD LOST '
006740                     '-- MANIFEST NUMBER NOT SAVED'
006750             MOVE 8 TO RETURN-CODE
006760             SET MNF-CTL-FAILED TO TRUE
006770             GO TO 9100-EXIT
006780     END-READ.
006790     MOVE MNF-LAST-MANIFEST TO DSPL-CTL-LAST-MANIFEST.
006800     REWRITE DISPOSAL-LOG-RECORD
006810         INVALID KEY
006820             DISPLAY 'LGTMANIF: DISPOSAL LOG CONTROL RECORD NOT '
006830                     'UPDATED, STATUS ' MNF-LOG-FILE-STATUS
006840             MOVE 8 TO RETURN-CODE
006850             SET MNF-CTL-FAILED TO TRUE
006860     END-REWRITE.
006870 9100-EXIT.
006880     EXIT.
006890*-----------------------------------------------------------*
006900*  9000-TERMINATE
006910*-----------------------------------------------------------*
006920 9000-TERMINATE.
006930     IF MNF-FATAL-ERROR
006940         GOBACK
006950     END-IF.
006960     CLOSE DISPOSAL-LOG-FILE.
006970     CLOSE MANIFEST-REPORT.
006980     IF MNF-OVER-LIMIT AND RETURN-CODE < 4
006990         MOVE 4 TO RETURN-CODE
007000     END-IF.
007010     DISPLAY 'LGTMANIF: ' MNF-MANIFESTS ' MANIFESTS, '
007020             MNF-LAMPS-SHIPPED ' LAMPS SHIPPED'.
007030     GOBACK.
007040 END PROGRAM LGTMANIF.
