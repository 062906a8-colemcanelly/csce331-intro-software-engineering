      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTEGRES.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTEGRES -- NIGHTLY EMERGENCY EGRESS LIGHTING TEST
000090*  POSTING.  FIRE CODE REQUIRES EVERY EGRESS UNIT
000100*  (ATTR-EGRESS-FLAG 'Y' ON LIGHT-ATTRIBUTE-FILE) TO PASS A
000110*  30-SECOND FUNCTIONAL TEST AT 30-DAY INTERVALS AND A
000120*  90-MINUTE DURATION TEST ANNUALLY.  THIS RUN:
000130*
000140*     - POSTS THE DAY'S TEST RESULTS (EGRTRAN, SEE
000150*       EGRTRAN.CPY) TO THE EGRESS TEST MASTER (EGRMAST, SEE
000160*       EGRMAST.CPY).  A PASS SHORTER THAN ITS TEST'S MINIMUM
000170*       IS NOT A TEST AND IS REJECTED; A FAILURE STANDS
000180*       WHATEVER ITS DURATION.
000190*     - BROWSES EVERY EGRESS UNIT AND FLAGS THE MONTHLY TEST
000200*       OVERDUE MORE THAN 30 DAYS AFTER THE LAST PASS OF
000210*       EITHER TYPE, AND THE ANNUAL TEST MORE THAN 365 DAYS
000220*       AFTER THE LAST PASSING 90-MINUTE TEST.  A UNIT NEVER
000230*       PASSED RUNS FROM ITS INSTALL DATE.
000240*     - WRITES EVERY UNIT WITH A FAILURE STILL OUTSTANDING TO
000250*       FAULT-EXCEPTION-FILE WITH FAULT CODE EGRF, NIGHT AFTER
000260*       NIGHT UNTIL A PASSING RETEST CLEARS IT.  LGTWORKO
000270*       RANKS EGRF AS LIFE SAFETY AND CLOSES THE ORDER WHEN
000280*       THIS RUN STOPS REPORTING IT.  EGRF BELONGS ON FLTCODES
000290*       AT SEVERITY 1 FOR ITS DESCRIPTION.
000300*
000310*  THE STEP RUNS BETWEEN LGTCMDAK AND LGTWORKO.  THE FAULTX
000320*  BUILT SO FAR COMES IN ON FAULTIN, IS BALANCED AGAINST ITS
000330*  CONTROL-TOTAL TRAILER, AND IS COPIED TO FAULTOUT (THE
000340*  FAULTX LGTWORKO READS) WITH THE EGRESS FAILURES ADDED AND
000350*  THE TRAILER RECOMPUTED -- THE SAME PASS-THROUGH AS
000360*  LGTCMDAK.
000370*
000380*  THE REPORT (EGRRPT) REGISTERS EVERY TEST RECORD, POSTED
000390*  OR REJECTED, THEN LISTS THE OVERDUE AND FAILED UNITS BY
000400*  ZONE WITH A COUNT LINE FOR EACH ZONE.
000410*
000420*  REJECT REASON CODES
000430*     E001  ROW OR COLUMN NOT NUMERIC
000440*     E002  NOT AN EGRESS UNIT ON LGTATTR
000450*     E003  TEST TYPE NOT M OR A
000460*     E004  TEST DATE INVALID OR AFTER RUN DATE
000470*     E005  RESULT NOT P OR F
000480*     E006  DURATION MISSING, OR PASS SHORTER THAN THE TEST
000490*     E007  TEST YEAR OLDER THAN THE TWO YEARS HELD
000500*     E008  I/O ERROR WRITING EGRMAST
000510*
000520*  MODIFICATION HISTORY
000530*     2026-10-14  CJM  Initial version.
000540*     2026-10-14  CJM  RUNS ONLY WHEN RUNCTL SHOWS LGTCMDAK
000550*                      COMPLETED FOR THE BUSINESS DATE, AND
000560*                      STAMPS ITS OWN RESULT THERE.  A
000570*                      FAULTIN WHOSE TRAILER CARRIES ANOTHER
000580*                      BUSINESS DATE STOPS THE RUN WITH RC 8;
000590*                      FAULTOUT'S TRAILER CARRIES THE DATE ON.
000600*     2026-10-15  CJM  PASSES, FAILURES AND FAILURES CLEARED
000610*                      ARE COUNTED ONLY ONCE EGRMAST IS
000620*                      WRITTEN, SO THEY FOOT TO TESTS POSTED.
000630*-----------------------------------------------------------*
000640 ENVIRONMENT DIVISION.
000650 CONFIGURATION SECTION.
000660 SOURCE-COMPUTER.    IBM-370.
000670 OBJECT-COMPUTER.    IBM-370.
000680 INPUT-OUTPUT SECTION.
000690 FILE-CONTROL.
000700     SELECT EGRESS-TEST-FILE    ASSIGN TO EGRTRAN
000710            ORGANIZATION IS SEQUENTIAL
000720            FILE STATUS IS EGR-TRAN-FILE-STATUS.
000730     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000740            ORGANIZATION IS INDEXED
000750            ACCESS MODE IS DYNAMIC
000760            RECORD KEY IS ATTR-KEY
000770            FILE STATUS IS EGR-ATTR-FILE-STATUS.
000780     SELECT LIGHT-STATUS-MASTER ASSIGN TO LGTMAST
000790            ORGANIZATION IS INDEXED
000800            ACCESS MODE IS DYNAMIC
000810            RECORD KEY IS LGT-MASTER-KEY
000820            FILE STATUS IS EGR-MASTER-FILE-STATUS.
000830     SELECT EGRESS-TEST-MASTER  ASSIGN TO EGRMAST
000840            ORGANIZATION IS INDEXED
000850            ACCESS MODE IS DYNAMIC
000860            RECORD KEY IS EGM-KEY
000870            FILE STATUS IS EGR-EGM-FILE-STATUS.
000880     SELECT FAULT-IN-FILE       ASSIGN TO FAULTIN
000890            ORGANIZATION IS SEQUENTIAL.
000900     SELECT FAULT-EXCEPTION-FILE ASSIGN TO FAULTOUT
000910            ORGANIZATION IS SEQUENTIAL.
000920     SELECT EGRESS-REPORT       ASSIGN TO EGRRPT
000930            ORGANIZATION IS SEQUENTIAL.
000940     SELECT AUDIT-TRAIL-FILE    ASSIGN TO AUDITTRL
000950            ORGANIZATION IS SEQUENTIAL.
000960     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000970            ORGANIZATION IS INDEXED
000980            ACCESS MODE IS DYNAMIC
000990            RECORD KEY IS RCT-KEY
001000            FILE STATUS IS EGR-RCT-FILE-STATUS.
001010     SELECT EGR-SORT-FILE       ASSIGN TO SORTWK01.
001020 DATA DIVISION.
001030 FILE SECTION.
001040 FD  EGRESS-TEST-FILE
001050     RECORDING MODE IS F
001060     LABEL RECORDS ARE STANDARD.
001070 COPY EGRTRAN.
001080 FD  LIGHT-ATTRIBUTE-FILE
001090     LABEL RECORDS ARE STANDARD.
001100 COPY LGTATTR.
001110 FD  LIGHT-STATUS-MASTER
001120     LABEL RECORDS ARE STANDARD.
001130 COPY LGTMAST.
001140 FD  EGRESS-TEST-MASTER
001150     LABEL RECORDS ARE STANDARD.
001160 COPY EGRMAST.
001170 FD  FAULT-IN-FILE
001180     RECORDING MODE IS F
001190     LABEL RECORDS ARE STANDARD.
001200 01  FAULT-IN-RECORD             PIC X(50).
001210 FD  FAULT-EXCEPTION-FILE
001220     RECORDING MODE IS F
001230     LABEL RECORDS ARE STANDARD.
001240 COPY FAULTREC.
001250 FD  EGRESS-REPORT
001260     RECORDING MODE IS F
001270     LABEL RECORDS ARE OMITTED.
001280 01  EGR-RPT-RECORD              PIC X(132).
001290 FD  AUDIT-TRAIL-FILE
001300     RECORDING MODE IS F
001310     LABEL RECORDS ARE STANDARD.
001320 COPY AUDITREC.
001330 FD  RUN-CONTROL-FILE
001340     LABEL RECORDS ARE STANDARD.
001350 COPY RCTLREC.
001360 SD  EGR-SORT-FILE.
001370 01  EGR-SORT-RECORD.
001380     05  EGR-SRT-ZONE            PIC X(04).
001390     05  EGR-SRT-ROW             PIC 9(05).
001400     05  EGR-SRT-COL             PIC 9(05).
001410     05  EGR-SRT-LIGHT-ID        PIC X(10).
001420     05  EGR-SRT-MONTHLY-PASS    PIC 9(08).
001430     05  EGR-SRT-ANNUAL-PASS     PIC 9(08).
001440     05  EGR-SRT-MONTHLY-SW      PIC X(01).
001450         88  EGR-SRT-MONTHLY-LATE         VALUE 'Y'.
001460     05  EGR-SRT-MONTHLY-DAYS    PIC 9(05).
001470     05  EGR-SRT-ANNUAL-SW       PIC X(01).
001480         88  EGR-SRT-ANNUAL-LATE          VALUE 'Y'.
001490     05  EGR-SRT-ANNUAL-DAYS     PIC 9(05).
001500     05  EGR-SRT-FAIL-DATE       PIC 9(08).
001510     05  EGR-SRT-FAIL-TYPE       PIC X(01).
001520 WORKING-STORAGE SECTION.
001530*-----------------------------------------------------------*
001540*  WORKING STORAGE -- FILE STATUS, SWITCHES
001550*-----------------------------------------------------------*
001560 01  EGR-TRAN-FILE-STATUS        PIC X(02) VALUE '00'.
001570     88  EGR-TRAN-OK                  VALUE '00'.
001580 01  EGR-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001590     88  EGR-ATTR-OK                  VALUE '00'.
001600 01  EGR-MASTER-FILE-STATUS      PIC X(02) VALUE '00'.
001610     88  EGR-MASTER-OK                VALUE '00'.
001620 01  EGR-EGM-FILE-STATUS         PIC X(02) VALUE '00'.
001630     88  EGR-EGM-OK                   VALUE '00'.
001640     88  EGR-EGM-MISSING              VALUE '35'.
001650 01  EGR-SWITCHES.
001660     05  EGR-TRAN-OPEN-SW        PIC X(01) VALUE 'N'.
001670         88  EGR-TRAN-IS-OPEN             VALUE 'Y'.
001680     05  EGR-TRAN-EOF-SW         PIC X(01) VALUE 'N'.
001690         88  EGR-TRAN-EOF                 VALUE 'Y'.
001700     05  EGR-MASTER-OPEN-SW      PIC X(01) VALUE 'N'.
001710         88  EGR-MASTER-IS-OPEN           VALUE 'Y'.
001720     05  EGR-ATTR-EOF-SW         PIC X(01) VALUE 'N'.
001730         88  EGR-ATTR-EOF                 VALUE 'Y'.
001740     05  EGR-SORT-EOF-SW         PIC X(01) VALUE 'N'.
001750         88  EGR-SORT-EOF                 VALUE 'Y'.
001760     05  EGR-FIN-EOF-SW          PIC X(01) VALUE 'N'.
001770         88  EGR-FIN-EOF                  VALUE 'Y'.
001780     05  EGR-EGM-FOUND-SW        PIC X(01) VALUE 'N'.
001790         88  EGR-EGM-FOUND                VALUE 'Y'.
001800     05  EGR-REJECT-SW           PIC X(01) VALUE 'N'.
001810         88  EGR-REJECTED                 VALUE 'Y'.
001820     05  EGR-CLEARS-SW           PIC X(01) VALUE 'N'.
001830         88  EGR-CLEARS-FAILURE           VALUE 'Y'.
001840     05  EGR-FATAL-SW            PIC X(01) VALUE 'N'.
001850         88  EGR-FATAL-ERROR              VALUE 'Y'.
001860     05  EGR-FIRST-ZONE-SW       PIC X(01) VALUE 'Y'.
001870         88  EGR-FIRST-ZONE               VALUE 'Y'.
001880 01  EGR-FIN-WORK.
001890     05  EGR-FIN-LIGHT-ID        PIC X(10).
001900     05  EGR-FIN-ROW             PIC 9(05).
001910     05  EGR-FIN-COL             PIC 9(05).
001920     05  FILLER                  PIC X(30).
001930*-----------------------------------------------------------*
001940*  FIRE-CODE TEST RULES
001950*-----------------------------------------------------------*
001960 77  EGR-EGRESS-FAULT-CODE       PIC X(04) VALUE 'EGRF'.
001970 77  EGR-MONTHLY-SECS            PIC 9(05) VALUE 00030.
001980 77  EGR-ANNUAL-SECS             PIC 9(05) VALUE 05400.
001990 77  EGR-MONTHLY-DAYS            PIC 9(03) VALUE 030.
002000 77  EGR-ANNUAL-DAYS             PIC 9(03) VALUE 365.
002010*-----------------------------------------------------------*
002020*  ONE TEST RECORD BEING POSTED
002030*-----------------------------------------------------------*
002040 01  EGR-TEST-DATE               PIC 9(08) VALUE 0.
002050 01  EGR-TEST-DATE-R REDEFINES EGR-TEST-DATE.
002060     05  EGR-TEST-CCYY           PIC 9(04).
002070     05  EGR-TEST-MM             PIC 9(02).
002080     05  EGR-TEST-DD             PIC 9(02).
002090 77  EGR-REQUIRED-SECS           PIC 9(05) VALUE 0.
002100 77  EY                          PIC 9(01) VALUE 0.
002110 77  EGR-YEAR-SLOT               PIC 9(01) VALUE 0.
002120*-----------------------------------------------------------*
002130*  ONE EGRESS UNIT BEING CHECKED FOR OVERDUE TESTS
002140*-----------------------------------------------------------*
002150 01  EGR-INSTALL-DATE            PIC 9(08) VALUE 0.
002160 01  EGR-INSTALL-DATE-R REDEFINES EGR-INSTALL-DATE.
002170     05  EGR-INSTALL-CCYY        PIC 9(04).
002180     05  EGR-INSTALL-MM          PIC 9(02).
002190     05  EGR-INSTALL-DD          PIC 9(02).
002200 77  EGR-RUN-DATE-INT            PIC S9(09) COMP VALUE 0.
002210 77  EGR-FROM-INT                PIC S9(09) COMP VALUE 0.
002220 77  EGR-LATE-DAYS               PIC S9(09) COMP VALUE 0.
002230 01  EGR-CURRENT-ZONE            PIC X(04) VALUE SPACES.
002240 77  EGR-ZONE-UNITS              PIC 9(05) VALUE 0.
002250 77  EGR-ZONE-MONTHLY            PIC 9(05) VALUE 0.
002260 77  EGR-ZONE-ANNUAL             PIC 9(05) VALUE 0.
002270 77  EGR-ZONE-FAILED             PIC 9(05) VALUE 0.
002280*-----------------------------------------------------------*
002290*  FAULTIN CONTROL-TOTAL BALANCING AND THE FAULTOUT TRAILER
002300*  TOTALS -- THE TRAILER IS PARSED THROUGH THE TRLREC COPY
002310*  AND REWRITTEN WITH THE EGRESS FAILURES ADDED IN
002320*-----------------------------------------------------------*
002330 COPY TRLREC.
002340 01  EGR-BAL-FIELDS.
002350     05  EGR-BAL-SW              PIC X(01) VALUE SPACES.
002360         88  EGR-BALANCED                 VALUE 'B'.
002370         88  EGR-BALANCE-FAILED           VALUE 'F'.
002380     05  EGR-BAL-EOF-SW          PIC X(01) VALUE 'N'.
002390         88  EGR-BAL-EOF                  VALUE 'Y'.
002400     05  EGR-BAL-TRL-FOUND-SW    PIC X(01) VALUE 'N'.
002410         88  EGR-BAL-TRL-FOUND            VALUE 'Y'.
002420     05  EGR-BAL-COUNT           PIC 9(09) VALUE 0.
002430     05  EGR-BAL-HASH            PIC 9(18) VALUE 0.
002440 77  EGR-OUT-COUNT               PIC 9(09) VALUE 0.
002450 77  EGR-OUT-HASH                PIC 9(18) VALUE 0.
002460*-----------------------------------------------------------*
002470*  RUN COUNTERS
002480*-----------------------------------------------------------*
002490 77  EGR-TESTS-READ              PIC 9(07) VALUE 0.
002500 77  EGR-TESTS-POSTED            PIC 9(07) VALUE 0.
002510 77  EGR-TESTS-PASSED            PIC 9(07) VALUE 0.
002520 77  EGR-TESTS-FAILED            PIC 9(07) VALUE 0.
002530 77  EGR-TESTS-REJECTED          PIC 9(07) VALUE 0.
002540 77  EGR-FAILURES-CLEARED        PIC 9(07) VALUE 0.
002550 77  EGR-UNITS-CHECKED           PIC 9(07) VALUE 0.
002560 77  EGR-MONTHLY-OVERDUE         PIC 9(07) VALUE 0.
002570 77  EGR-ANNUAL-OVERDUE          PIC 9(07) VALUE 0.
002580 77  EGR-FAULTS-RAISED           PIC 9(07) VALUE 0.
002590 77  EGR-FAULTS-COPIED           PIC 9(07) VALUE 0.
002600 01  EGR-RUN-DATE                PIC 9(08).
002610 01  EGR-RUN-DATE-R REDEFINES EGR-RUN-DATE.
002620     05  EGR-RUN-DATE-CCYY       PIC 9(04).
002630     05  EGR-RUN-DATE-MM         PIC 9(02).
002640     05  EGR-RUN-DATE-DD         PIC 9(02).
002650*-----------------------------------------------------------*
002660*  REPORT PRINT LINES
002670*-----------------------------------------------------------*
002680 01  EGR-RPT-HEADER-1.
002690     05  FILLER                  PIC X(32) VALUE
002700         'EMERGENCY EGRESS LIGHTING TESTS'.
002710     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002720     05  EGR-RPT-MM              PIC 9(02).
002730     05  FILLER                  PIC X(01) VALUE '/'.
002740     05  EGR-RPT-DD              PIC 9(02).
002750     05  FILLER                  PIC X(01) VALUE '/'.
002760     05  EGR-RPT-CCYY            PIC 9(04).
002770     05  FILLER                  PIC X(80) VALUE SPACES.
002780 01  EGR-RPT-POST-TITLE.
002790     05  FILLER                  PIC X(40) VALUE
002800         'TEST RESULTS POSTED AND REJECTED'.
002810     05  FILLER                  PIC X(92) VALUE SPACES.
002820 01  EGR-RPT-POST-HDGS.
002830     05  FILLER                  PIC X(07) VALUE 'ROW'.
002840     05  FILLER                  PIC X(07) VALUE 'COL'.
002850     05  FILLER                  PIC X(04) VALUE 'TYP'.
002860     05  FILLER                  PIC X(10) VALUE 'TEST DATE'.
002870     05  FILLER                  PIC X(04) VALUE 'RES'.
002880     05  FILLER                  PIC X(07) VALUE 'SECS'.
002890     05  FILLER                  PIC X(10) VALUE 'TESTER'.
002900     05  FILLER                  PIC X(10) VALUE 'ACTION'.
002910     05  FILLER                  PIC X(06) VALUE 'CODE'.
002920     05  FILLER                  PIC X(40) VALUE 'REASON'.
002930     05  FILLER                  PIC X(27) VALUE SPACES.
002940 01  EGR-RPT-POST-DETAIL.
002950     05  EGR-RPT-P-ROW           PIC X(05).
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  EGR-RPT-P-COL           PIC X(05).
002980     05  FILLER                  PIC X(02) VALUE SPACES.
002990     05  EGR-RPT-P-TYPE          PIC X(01).
003000     05  FILLER                  PIC X(03) VALUE SPACES.
003010     05  EGR-RPT-P-DATE          PIC X(08).
003020     05  FILLER                  PIC X(02) VALUE SPACES.
003030     05  EGR-RPT-P-RESULT        PIC X(01).
003040     05  FILLER                  PIC X(03) VALUE SPACES.
003050     05  EGR-RPT-P-SECS          PIC X(05).
003060     05  FILLER                  PIC X(02) VALUE SPACES.
003070     05  EGR-RPT-P-TESTER        PIC X(08).
003080     05  FILLER                  PIC X(02) VALUE SPACES.
003090     05  EGR-RPT-P-ACTION        PIC X(08).
003100     05  FILLER                  PIC X(02) VALUE SPACES.
003110     05  EGR-RPT-P-REASON        PIC X(04).
003120     05  FILLER                  PIC X(02) VALUE SPACES.
003130     05  EGR-RPT-P-REASON-TEXT   PIC X(40).
003140     05  FILLER                  PIC X(27) VALUE SPACES.
003150 01  EGR-RPT-OVERDUE-TITLE.
003160     05  FILLER                  PIC X(40) VALUE
003170         'OVERDUE AND FAILED EGRESS TESTS BY ZONE'.
003180     05  FILLER                  PIC X(92) VALUE SPACES.
003190 01  EGR-RPT-OVERDUE-HDGS.
003200     05  FILLER                  PIC X(07) VALUE 'ROW'.
003210     05  FILLER                  PIC X(07) VALUE 'COL'.
003220     05  FILLER                  PIC X(12) VALUE 'LIGHT ID'.
003230     05  FILLER                  PIC X(10) VALUE 'LAST 30S'.
003240     05  FILLER                  PIC X(08) VALUE ' LATE'.
003250     05  FILLER                  PIC X(10) VALUE 'LAST 90M'.
003260     05  FILLER                  PIC X(08) VALUE ' LATE'.
003270     05  FILLER                  PIC X(10) VALUE 'FAILED'.
003280     05  FILLER                  PIC X(07) VALUE 'TEST'.
003290     05  FILLER                  PIC X(53) VALUE SPACES.
003300 01  EGR-RPT-ZONE-HEAD.
003310     05  FILLER                  PIC X(06) VALUE 'ZONE: '.
003320     05  EGR-RPT-ZH-ZONE         PIC X(04).
003330     05  FILLER                  PIC X(122) VALUE SPACES.
003340 01  EGR-RPT-OVERDUE-DETAIL.
003350     05  EGR-RPT-O-ROW           PIC ZZZZ9.
003360     05  FILLER                  PIC X(02) VALUE SPACES.
003370     05  EGR-RPT-O-COL           PIC ZZZZ9.
003380     05  FILLER                  PIC X(02) VALUE SPACES.
003390     05  EGR-RPT-O-ID            PIC X(10).
003400     05  FILLER                  PIC X(02) VALUE SPACES.
003410     05  EGR-RPT-O-MONTHLY-PASS  PIC X(08).
003420     05  FILLER                  PIC X(02) VALUE SPACES.
003430     05  EGR-RPT-O-MONTHLY-DAYS  PIC ZZZZZ.
003440     05  FILLER                  PIC X(03) VALUE SPACES.
003450     05  EGR-RPT-O-ANNUAL-PASS   PIC X(08).
003460     05  FILLER                  PIC X(02) VALUE SPACES.
003470     05  EGR-RPT-O-ANNUAL-DAYS   PIC ZZZZZ.
003480     05  FILLER                  PIC X(03) VALUE SPACES.
003490     05  EGR-RPT-O-FAIL-DATE     PIC X(08).
003500     05  FILLER                  PIC X(02) VALUE SPACES.
003510     05  EGR-RPT-O-FAIL-TYPE     PIC X(07).
003520     05  FILLER                  PIC X(53) VALUE SPACES.
003530 01  EGR-RPT-ZONE-TOTAL.
003540     05  FILLER                  PIC X(08) VALUE '  ZONE '.
003550     05  EGR-RPT-ZT-ZONE         PIC X(04).
003560     05  FILLER                  PIC X(09) VALUE '  UNITS: '.
003570     05  EGR-RPT-ZT-UNITS        PIC ZZZZ9.
003580     05  FILLER                  PIC X(19) VALUE
003590         '  MONTHLY OVERDUE: '.
003600     05  EGR-RPT-ZT-MONTHLY      PIC ZZZZ9.
003610     05  FILLER                  PIC X(18) VALUE
003620         '  ANNUAL OVERDUE: '.
003630     05  EGR-RPT-ZT-ANNUAL       PIC ZZZZ9.
003640     05  FILLER                  PIC X(10) VALUE '  FAILED: '.
003650     05  EGR-RPT-ZT-FAILED       PIC ZZZZ9.
003660     05  FILLER                  PIC X(44) VALUE SPACES.
003670 01  EGR-RPT-TOTAL-LINE.
003680     05  EGR-RPT-TOT-TEXT        PIC X(34).
003690     05  EGR-RPT-TOT-COUNT       PIC ZZZZZZ9.
003700     05  FILLER                  PIC X(91) VALUE SPACES.
003710*-----------------------------------------------------------*
003720*  RUN CONTROL -- THIS STEP'S NAME ON RUNCTL, THE STEP THAT
003730*  MUST HAVE COMPLETED BEFORE IT, AND THE BUSINESS DATE
003740*-----------------------------------------------------------*
003750 01  EGR-RCT-FIELDS.
003760     05  EGR-RCT-FILE-STATUS     PIC X(02) VALUE '00'.
003770         88  EGR-RCT-OK                   VALUE '00'.
003780     05  EGR-RCT-STEP            PIC X(10) VALUE 'LGTEGRES'.
003790     05  EGR-RCT-PREDECESSOR     PIC X(10) VALUE 'LGTCMDAK'.
003800     05  EGR-BUSINESS-DATE       PIC 9(08) VALUE 0.
003810     05  EGR-PRIOR-BUS-DATE      PIC 9(08) VALUE 0.
003820     05  EGR-RCT-REFUSED-SW      PIC X(01) VALUE 'N'.
003830         88  EGR-RCT-REFUSED              VALUE 'Y'.
003840     05  EGR-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
003850         88  EGR-RCT-STEP-FOUND           VALUE 'Y'.
003860 PROCEDURE DIVISION.
003870*-----------------------------------------------------------*
003880*  0000-MAINLINE
003890*-----------------------------------------------------------*
003900 0000-MAINLINE.
003910     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
003920     IF EGR-RCT-REFUSED
003930         MOVE 8 TO RETURN-CODE
003940         GOBACK
003950     END-IF.
003960     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003970     IF EGR-BALANCE-FAILED
003980         PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT
003990         PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT
004000         GOBACK
004010     END-IF.
004020     IF EGR-FATAL-ERROR
004030         GO TO 9000-TERMINATE
004040     END-IF.
004050     PERFORM 3000-POST-ONE-TEST THRU 3000-EXIT
004060         UNTIL EGR-TRAN-EOF.
004070*    EVERY EGRESS UNIT, ZONE BY ZONE, FOR THE OVERDUE LIST
004080     SORT EGR-SORT-FILE
004090         ON ASCENDING KEY EGR-SRT-ZONE
004100                          EGR-SRT-ROW
004110                          EGR-SRT-COL
004120         INPUT PROCEDURE IS 4000-CHECK-EGRESS-UNITS
004130             THRU 4000-EXIT
004140         OUTPUT PROCEDURE IS 6000-PRINT-OVERDUE
004150             THRU 6000-EXIT.
004160     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
004170     PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT.
004180     GO TO 9000-TERMINATE.
004190*-----------------------------------------------------------*
004200*  0500-CHECK-RUN-CONTROL -- THE STEP RUNS ONLY FOR THE
004210*  BUSINESS DATE ON RUNCTL, ONLY ONCE ITS PREDECESSOR HAS
004220*  COMPLETED FOR THAT DATE, AND NOT AGAIN ONCE IT HAS ITSELF
004230*  COMPLETED FOR IT (LGTRSTEP RESETS A STEP FOR A RERUN).
004240*  A REFUSED RUN TOUCHES NO FILE AND STAMPS NOTHING.
004250*-----------------------------------------------------------*
004260 0500-CHECK-RUN-CONTROL.
004270     OPEN INPUT RUN-CONTROL-FILE.
004280     IF NOT EGR-RCT-OK
004290         DISPLAY 'LGTEGRES: CANNOT OPEN RUN-CONTROL FILE, '
004300                 'STATUS ' EGR-RCT-FILE-STATUS
004310                 ' -- RUN REFUSED'
004320         SET EGR-RCT-REFUSED TO TRUE
004330         GO TO 0500-EXIT
004340     END-IF.
004350     PERFORM 0510-CHECK-STEPS THRU 0510-EXIT.
004360     IF NOT EGR-RCT-REFUSED
004370         PERFORM 0520-CHECK-OWN THRU 0520-EXIT
004380     END-IF.
004390     CLOSE RUN-CONTROL-FILE.
004400 0500-EXIT.
004410     EXIT.
004420*-----------------------------------------------------------*
004430*  0510-CHECK-STEPS -- READ THE BUSINESS DATE RECORD, THEN
004440*  REFUSE THE RUN UNLESS THE PREDECESSOR STEP (IF ANY) SHOWS
004450*  COMPLETED FOR THAT BUSINESS DATE
004460*-----------------------------------------------------------*
004470 0510-CHECK-STEPS.
004480     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
004490     READ RUN-CONTROL-FILE
004500         INVALID KEY
004510             DISPLAY 'LGTEGRES: NO BUSINESS DATE ON RUN-CONTROL '
004520                     'FILE -- RUN LGTBDATE, RUN REFUSED'
004530             SET EGR-RCT-REFUSED TO TRUE
004540             GO TO 0510-EXIT
004550     END-READ.
004560     MOVE RCT-CURRENT-BUS-DATE TO EGR-BUSINESS-DATE.
004570     MOVE RCT-PRIOR-BUS-DATE   TO EGR-PRIOR-BUS-DATE.
004580     IF EGR-RCT-PREDECESSOR = SPACES
004590         GO TO 0510-EXIT
004600     END-IF.
004610     MOVE EGR-RCT-PREDECESSOR TO RCT-KEY.
004620     READ RUN-CONTROL-FILE
004630         INVALID KEY
004640             MOVE ZEROS  TO RCT-LAST-BUS-DATE
004650             MOVE SPACES TO RCT-LAST-RESULT
004660     END-READ.
004670     IF RCT-LAST-BUS-DATE NOT = EGR-BUSINESS-DATE
004680             OR NOT RCT-STEP-COMPLETED
004690         DISPLAY 'LGTEGRES: ' EGR-RCT-PREDECESSOR
004700                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
004710                 EGR-BUSINESS-DATE ' -- RUN REFUSED'
004720         SET EGR-RCT-REFUSED TO TRUE
004730         GO TO 0510-EXIT
004740     END-IF.
004750 0510-EXIT.
004760     EXIT.
004770*-----------------------------------------------------------*
004780*  0520-CHECK-OWN -- REFUSE A SECOND RUN FOR A BUSINESS DATE
004790*  THIS STEP HAS ALREADY COMPLETED.  NO STEP RECORD YET
004800*  MEANS THE STEP HAS NEVER RUN.
004810*-----------------------------------------------------------*
004820 0520-CHECK-OWN.
004830     MOVE EGR-RCT-STEP TO RCT-KEY.
004840     READ RUN-CONTROL-FILE
004850         INVALID KEY
004860             GO TO 0520-EXIT
004870     END-READ.
004880     IF RCT-LAST-BUS-DATE = EGR-BUSINESS-DATE
004890             AND RCT-STEP-COMPLETED
004900         DISPLAY 'LGTEGRES: ALREADY COMPLETED FOR BUSINESS DATE '
004910                 EGR-BUSINESS-DATE ' -- RESET WITH LGTRSTEP '
004920                 'TO RERUN, RUN REFUSED'
004930         SET EGR-RCT-REFUSED TO TRUE
004940     END-IF.
004950 0520-EXIT.
004960     EXIT.
004970*-----------------------------------------------------------*
004980*  1000-INITIALIZE -- BALANCE FAULTIN, OPEN FILES, COPY THE
004990*  DAY'S FAULTS THROUGH TO FAULTOUT.  NO TEST FILE MEANS NO
005000*  TESTS TONIGHT -- THE OVERDUE CHECK STILL RUNS AND FAULTX
005010*  STILL FLOWS THROUGH TO LGTWORKO.  NO EGRESS MASTER YET
005020*  (FIRST EVER RUN) CREATES AN EMPTY ONE.
005030*-----------------------------------------------------------*
005040 1000-INITIALIZE.
005050     ACCEPT EGR-RUN-DATE FROM DATE YYYYMMDD.
005060     MOVE EGR-RUN-DATE-MM   TO EGR-RPT-MM.
005070     MOVE EGR-RUN-DATE-DD   TO EGR-RPT-DD.
005080     MOVE EGR-RUN-DATE-CCYY TO EGR-RPT-CCYY.
005090     COMPUTE EGR-RUN-DATE-INT =
005100         FUNCTION INTEGER-OF-DATE (EGR-RUN-DATE).
005110     PERFORM 1050-BALANCE-FAULTIN THRU 1050-EXIT.
005120     IF EGR-BALANCE-FAILED
005130         GO TO 1000-EXIT
005140     END-IF.
005150     OPEN INPUT LIGHT-ATTRIBUTE-FILE.
005160     IF NOT EGR-ATTR-OK
005170         DISPLAY 'LGTEGRES: CANNOT OPEN ATTRIBUTE FILE, '
005180                 'STATUS ' EGR-ATTR-FILE-STATUS
005190                 ' -- RUN TERMINATED'
005200         MOVE 8 TO RETURN-CODE
005210         SET EGR-FATAL-ERROR TO TRUE
005220         GO TO 1000-EXIT
005230     END-IF.
005240     OPEN I-O EGRESS-TEST-MASTER.
005250     IF EGR-EGM-MISSING
005260         OPEN OUTPUT EGRESS-TEST-MASTER
005270         CLOSE EGRESS-TEST-MASTER
005280         OPEN I-O EGRESS-TEST-MASTER
005290     END-IF.
005300     IF NOT EGR-EGM-OK
005310         DISPLAY 'LGTEGRES: CANNOT OPEN EGRESS TEST MASTER, '
005320                 'STATUS ' EGR-EGM-FILE-STATUS
005330                 ' -- RUN TERMINATED'
005340         MOVE 8 TO RETURN-CODE
005350         SET EGR-FATAL-ERROR TO TRUE
005360         GO TO 1000-EXIT
005370     END-IF.
005380     OPEN INPUT LIGHT-STATUS-MASTER.
005390     IF EGR-MASTER-OK
005400         MOVE 'Y' TO EGR-MASTER-OPEN-SW
005410     ELSE
005420         DISPLAY 'LGTEGRES: NO LIGHT-STATUS-MASTER -- NEW '
005430                 'EGRESS RECORDS WILL CARRY NO LIGHT ID'
005440     END-IF.
005450     OPEN INPUT EGRESS-TEST-FILE.
005460     IF EGR-TRAN-OK
005470         MOVE 'Y' TO EGR-TRAN-OPEN-SW
005480     ELSE
005490         DISPLAY 'LGTEGRES: NO EGRESS TEST FILE -- NOTHING '
005500                 'TO POST TONIGHT'
005510         SET EGR-TRAN-EOF TO TRUE
005520     END-IF.
005530     OPEN OUTPUT FAULT-EXCEPTION-FILE.
005540     OPEN OUTPUT EGRESS-REPORT.
005550     WRITE EGR-RPT-RECORD FROM EGR-RPT-HEADER-1
005560         AFTER ADVANCING PAGE.
005570     WRITE EGR-RPT-RECORD FROM EGR-RPT-POST-TITLE
005580         AFTER ADVANCING 1 LINE.
005590     MOVE SPACES TO EGR-RPT-RECORD.
005600     WRITE EGR-RPT-RECORD AFTER ADVANCING 1 LINE.
005610     WRITE EGR-RPT-RECORD FROM EGR-RPT-POST-HDGS
005620         AFTER ADVANCING 1 LINE.
005630     PERFORM 1200-COPY-FAULTS THRU 1200-EXIT.
005640 1000-EXIT.
005650     EXIT.
005660*-----------------------------------------------------------*
005670*  1050-BALANCE-FAULTIN -- READ THE INCOMING FAULTX THROUGH
005680*  AND PROVE IT AGAINST ITS CONTROL-TOTAL TRAILER BEFORE IT
005690*  IS COPIED ON.  NO TRAILER, OR COUNTS THAT DO NOT PROVE,
005700*  STOPS THE RUN WITH RC 8 -- LGTWORKO WOULD REFUSE IT ANYWAY.
005710*-----------------------------------------------------------*
005720 1050-BALANCE-FAULTIN.
005730     OPEN INPUT FAULT-IN-FILE.
005740     PERFORM 1060-BALANCE-ONE-FAULT THRU 1060-EXIT
005750         UNTIL EGR-BAL-EOF OR EGR-BAL-TRL-FOUND.
005760     CLOSE FAULT-IN-FILE.
005770     IF NOT EGR-BAL-TRL-FOUND
005780         DISPLAY 'LGTEGRES: NO CONTROL-TOTAL TRAILER ON '
005790                 'FAULTIN -- HALF-WRITTEN FILE, RUN '
005800                 'TERMINATED'
005810         MOVE 8 TO RETURN-CODE
005820         SET EGR-BALANCE-FAILED TO TRUE
005830         GO TO 1050-EXIT
005840     END-IF.
005850     IF TRL-RECORD-COUNT = EGR-BAL-COUNT
005860             AND TRL-HASH-TOTAL = EGR-BAL-HASH
005870         SET EGR-BALANCED TO TRUE
005880         MOVE EGR-BAL-COUNT TO EGR-OUT-COUNT
005890         MOVE EGR-BAL-HASH  TO EGR-OUT-HASH
005900     ELSE
005910         DISPLAY 'LGTEGRES: FAULTIN TRAILER EXPECTS '
005920                 TRL-RECORD-COUNT ' RECORDS, READ '
005930                 EGR-BAL-COUNT ' -- RUN TERMINATED'
005940         MOVE 8 TO RETURN-CODE
005950         SET EGR-BALANCE-FAILED TO TRUE
005960     END-IF.
005970     IF EGR-BALANCED
005980             AND TRL-BUSINESS-DATE NOT = EGR-BUSINESS-DATE
005990         DISPLAY 'LGTEGRES: FAULTIN WAS WRITTEN FOR BUSINESS '
006000                 'DATE ' TRL-BUSINESS-DATE ', NOT '
006010                 EGR-BUSINESS-DATE ' -- RUN TERMINATED'
006020         MOVE 8 TO RETURN-CODE
006030         SET EGR-BALANCE-FAILED TO TRUE
006040     END-IF.
006050 1050-EXIT.
006060     EXIT.
006070 1060-BALANCE-ONE-FAULT.
006080     READ FAULT-IN-FILE INTO EGR-FIN-WORK
006090         AT END
006100             SET EGR-BAL-EOF TO TRUE
006110             GO TO 1060-EXIT
006120     END-READ.
006130     IF EGR-FIN-LIGHT-ID = '**TRAILER*'
006140         MOVE EGR-FIN-WORK (1:45) TO CONTROL-TRAILER-RECORD
006150         SET EGR-BAL-TRL-FOUND TO TRUE
006160         GO TO 1060-EXIT
006170     END-IF.
006180     ADD 1 TO EGR-BAL-COUNT.
006190     COMPUTE EGR-BAL-HASH =
006200         EGR-BAL-HASH + EGR-FIN-ROW + EGR-FIN-COL.
006210 1060-EXIT.
006220     EXIT.
006230*-----------------------------------------------------------*
006240*  1200-COPY-FAULTS -- THE DAY'S FAULT RECORDS GO THROUGH TO
006250*  FAULTOUT UNCHANGED.  THE TRAILER IS HELD BACK AND WRITTEN
006260*  AT TERMINATION WITH THE EGRESS FAILURES COUNTED IN.
006270*-----------------------------------------------------------*
006280 1200-COPY-FAULTS.
006290     OPEN INPUT FAULT-IN-FILE.
006300     PERFORM 1210-COPY-ONE-FAULT THRU 1210-EXIT
006310         UNTIL EGR-FIN-EOF.
006320     CLOSE FAULT-IN-FILE.
006330 1200-EXIT.
006340     EXIT.
006350 1210-COPY-ONE-FAULT.
006360     READ FAULT-IN-FILE INTO EGR-FIN-WORK
006370         AT END
006380             SET EGR-FIN-EOF TO TRUE
006390             GO TO 1210-EXIT
006400     END-READ.
006410     IF EGR-FIN-LIGHT-ID = '**TRAILER*'
006420         SET EGR-FIN-EOF TO TRUE
006430         GO TO 1210-EXIT
006440     END-IF.
006450     WRITE FAULT-EXCEPTION-RECORD FROM EGR-FIN-WORK.
006460     ADD 1 TO EGR-FAULTS-COPIED.
006470 1210-EXIT.
006480     EXIT.
006490*-----------------------------------------------------------*
006500*  3000-POST-ONE-TEST -- READ, VALIDATE, AND POST ONE TEST
006510*  RESULT.  EVERY TEST RECORD GETS A REGISTER LINE.
006520*-----------------------------------------------------------*
006530 3000-POST-ONE-TEST.
006540     READ EGRESS-TEST-FILE
006550         AT END
006560             SET EGR-TRAN-EOF TO TRUE
006570     END-READ.
006580     IF EGR-TRAN-EOF
006590         GO TO 3000-EXIT
006600     END-IF.
006610     ADD 1 TO EGR-TESTS-READ.
006620     MOVE 'N' TO EGR-REJECT-SW.
006630     PERFORM 3100-VALIDATE-TEST THRU 3100-EXIT.
006640     IF EGR-REJECTED
006650         GO TO 3000-EXIT
006660     END-IF.
006670     PERFORM 3200-GET-EGRESS-RECORD THRU 3200-EXIT.
006680     PERFORM 3300-FIND-YEAR-SLOT THRU 3300-EXIT.
006690     IF EGR-REJECTED
006700         GO TO 3000-EXIT
006710     END-IF.
006720     MOVE 'N' TO EGR-CLEARS-SW.
006730     PERFORM 3400-APPLY-TEST THRU 3400-EXIT.
006740     IF EGR-EGM-FOUND
006750         REWRITE EGRESS-TEST-MASTER-RECORD
006760             INVALID KEY
006770                 SET EGR-REJECTED TO TRUE
006780         END-REWRITE
006790     ELSE
006800         WRITE EGRESS-TEST-MASTER-RECORD
006810             INVALID KEY
006820                 SET EGR-REJECTED TO TRUE
006830         END-WRITE
006840     END-IF.
006850     IF EGR-REJECTED
006860         MOVE 'E008' TO EGR-RPT-P-REASON
006870         MOVE 'I/O ERROR WRITING EGRMAST'
006880             TO EGR-RPT-P-REASON-TEXT
006890         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
006900         GO TO 3000-EXIT
006910     END-IF.
006920     ADD 1 TO EGR-TESTS-POSTED.
006930     IF ETR-PASSED
006940         ADD 1 TO EGR-TESTS-PASSED
006950     ELSE
006960         ADD 1 TO EGR-TESTS-FAILED
006970     END-IF.
006980     IF EGR-CLEARS-FAILURE
006990         ADD 1 TO EGR-FAILURES-CLEARED
007000     END-IF.
007010     PERFORM 5200-WRITE-POSTED THRU 5200-EXIT.
007020 3000-EXIT.
007030     EXIT.
007040*-----------------------------------------------------------*
007050*  3100-VALIDATE-TEST -- FIRST FAILING CHECK REJECTS
007060*-----------------------------------------------------------*
007070 3100-VALIDATE-TEST.
007080     IF ETR-ROW NOT NUMERIC OR ETR-COL NOT NUMERIC
007090         MOVE 'E001' TO EGR-RPT-P-REASON
007100         MOVE 'ROW OR COLUMN NOT NUMERIC'
007110             TO EGR-RPT-P-REASON-TEXT
007120         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
007130         GO TO 3100-EXIT
007140     END-IF.
007150     MOVE ETR-ROW-N TO ATTR-ROW.
007160     MOVE ETR-COL-N TO ATTR-COL.
007170     READ LIGHT-ATTRIBUTE-FILE
007180         INVALID KEY
007190             MOVE 'N' TO ATTR-EGRESS-FLAG
007200     END-READ.
007210     IF NOT ATTR-EGRESS-UNIT
007220         MOVE 'E002' TO EGR-RPT-P-REASON
007230         MOVE 'NOT AN EGRESS UNIT ON LGTATTR'
007240             TO EGR-RPT-P-REASON-TEXT
007250         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
007260         GO TO 3100-EXIT
007270     END-IF.
007280     IF ETR-MONTHLY-TEST
007290         MOVE EGR-MONTHLY-SECS TO EGR-REQUIRED-SECS
007300     ELSE
007310         IF ETR-ANNUAL-TEST
007320             MOVE EGR-ANNUAL-SECS TO EGR-REQUIRED-SECS
007330         ELSE
007340             MOVE 'E003' TO EGR-RPT-P-REASON
007350             MOVE 'TEST TYPE NOT M OR A'
007360                 TO EGR-RPT-P-REASON-TEXT
007370             PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
007380             GO TO 3100-EXIT
007390         END-IF
007400     END-IF.
007410     MOVE 0 TO EGR-TEST-DATE.
007420     IF ETR-TEST-DATE NUMERIC
007430         MOVE ETR-TEST-DATE-N TO EGR-TEST-DATE
007440     END-IF.
007450     IF EGR-TEST-MM < 1 OR EGR-TEST-MM > 12
007460             OR EGR-TEST-DD < 1 OR EGR-TEST-DD > 31
007470             OR EGR-TEST-DATE > EGR-RUN-DATE
007480         MOVE 'E004' TO EGR-RPT-P-REASON
007490         MOVE 'TEST DATE INVALID OR AFTER RUN DATE'
007500             TO EGR-RPT-P-REASON-TEXT
007510         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
007520         GO TO 3100-EXIT
007530     END-IF.
007540     IF NOT ETR-PASSED AND NOT ETR-FAILED
007550         MOVE 'E005' TO EGR-RPT-P-REASON
007560         MOVE 'RESULT NOT P OR F'
007570             TO EGR-RPT-P-REASON-TEXT
007580         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
007590         GO TO 3100-EXIT
007600     END-IF.
007610*    A FAILURE STANDS WHATEVER ITS DURATION; A PASS MUST HAVE
007620*    RUN THE FULL TEST
007630     IF ETR-DURATION NOT NUMERIC
007640             OR (ETR-PASSED
007650                 AND ETR-DURATION-N < EGR-REQUIRED-SECS)
007660         MOVE 'E006' TO EGR-RPT-P-REASON
007670         MOVE 'DURATION MISSING OR SHORT FOR A PASS'
007680             TO EGR-RPT-P-REASON-TEXT
007690         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
007700         GO TO 3100-EXIT
007710     END-IF.
007720 3100-EXIT.
007730     EXIT.
007740*-----------------------------------------------------------*
007750*  3200-GET-EGRESS-RECORD -- THE UNIT'S TEST MASTER RECORD,
007760*  OR A NEW ONE FOR A UNIT'S FIRST TEST
007770*-----------------------------------------------------------*
007780 3200-GET-EGRESS-RECORD.
007790     MOVE 'Y' TO EGR-EGM-FOUND-SW.
007800     MOVE ETR-ROW-N TO EGM-ROW.
007810     MOVE ETR-COL-N TO EGM-COL.
007820     READ EGRESS-TEST-MASTER
007830         INVALID KEY
007840             MOVE 'N' TO EGR-EGM-FOUND-SW
007850     END-READ.
007860     IF EGR-EGM-FOUND
007870         GO TO 3200-EXIT
007880     END-IF.
007890     MOVE SPACES    TO EGRESS-TEST-MASTER-RECORD.
007900     MOVE ETR-ROW-N TO EGM-ROW.
007910     MOVE ETR-COL-N TO EGM-COL.
007920     MOVE ZEROS     TO EGM-LAST-MONTHLY-PASS
007930                       EGM-LAST-ANNUAL-PASS
007940                       EGM-LAST-TEST-DATE
007950                       EGM-FAIL-DATE
007960                       EGM-TESTS-POSTED.
007970     PERFORM 3250-CLEAR-YEAR THRU 3250-EXIT
007980         VARYING EY FROM 1 BY 1 UNTIL EY > 2.
007990     IF EGR-MASTER-IS-OPEN
008000         MOVE ETR-ROW-N TO LGT-MASTER-ROW
008010         MOVE ETR-COL-N TO LGT-MASTER-COL
008020         READ LIGHT-STATUS-MASTER
008030             INVALID KEY
008040                 MOVE SPACES TO LGT-MASTER-ID
008050         END-READ
008060         MOVE LGT-MASTER-ID TO EGM-LIGHT-ID
008070     END-IF.
008080 3200-EXIT.
008090     EXIT.
008100 3250-CLEAR-YEAR.
008110     MOVE 0      TO EGM-YR-CCYY (EY).
008120     MOVE SPACES TO EGM-YR-MONTH-RESULT (EY, 1)
008130                    EGM-YR-MONTH-RESULT (EY, 2)
008140                    EGM-YR-MONTH-RESULT (EY, 3)
008150                    EGM-YR-MONTH-RESULT (EY, 4)
008160                    EGM-YR-MONTH-RESULT (EY, 5)
008170                    EGM-YR-MONTH-RESULT (EY, 6)
008180                    EGM-YR-MONTH-RESULT (EY, 7)
008190                    EGM-YR-MONTH-RESULT (EY, 8)
008200                    EGM-YR-MONTH-RESULT (EY, 9)
008210                    EGM-YR-MONTH-RESULT (EY, 10)
008220                    EGM-YR-MONTH-RESULT (EY, 11)
008230                    EGM-YR-MONTH-RESULT (EY, 12).
008240     MOVE 0      TO EGM-YR-ANNUAL-DATE (EY).
008250     MOVE SPACES TO EGM-YR-ANNUAL-RESULT (EY).
008260     MOVE 0      TO EGM-YR-ANNUAL-SECS (EY).
008270     MOVE SPACES TO EGM-YR-ANNUAL-TESTER (EY).
008280 3250-EXIT.
008290     EXIT.
008300*-----------------------------------------------------------*
008310*  3300-FIND-YEAR-SLOT -- ENTRY 1 IS THE LATEST TEST YEAR,
008320*  ENTRY 2 THE YEAR BEFORE IT.  A TEST IN A NEW YEAR ROLLS
008330*  ENTRY 1 DOWN (OR CLEARS BOTH AFTER A GAP YEAR); A TEST
008340*  OLDER THAN ENTRY 2 CAN NO LONGER BE RECORDED.
008350*-----------------------------------------------------------*
008360 3300-FIND-YEAR-SLOT.
008370     IF EGM-YR-CCYY (1) = 0
008380         MOVE EGR-TEST-CCYY TO EGM-YR-CCYY (1)
008390         COMPUTE EGM-YR-CCYY (2) = EGR-TEST-CCYY - 1
008400     END-IF.
008410     IF EGR-TEST-CCYY = EGM-YR-CCYY (1)
008420         MOVE 1 TO EGR-YEAR-SLOT
008430         GO TO 3300-EXIT
008440     END-IF.
008450     IF EGR-TEST-CCYY = EGM-YR-CCYY (2)
008460         MOVE 2 TO EGR-YEAR-SLOT
008470         GO TO 3300-EXIT
008480     END-IF.
008490     IF EGR-TEST-CCYY < EGM-YR-CCYY (2)
008500         MOVE 'E007' TO EGR-RPT-P-REASON
008510         MOVE 'TEST YEAR OLDER THAN THE TWO YEARS HELD'
008520             TO EGR-RPT-P-REASON-TEXT
008530         PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
008540         GO TO 3300-EXIT
008550     END-IF.
008560     IF EGR-TEST-CCYY = EGM-YR-CCYY (1) + 1
008570         MOVE EGM-YEAR-ENTRY (1) TO EGM-YEAR-ENTRY (2)
008580     ELSE
008590         MOVE 2 TO EY
008600         PERFORM 3250-CLEAR-YEAR THRU 3250-EXIT
008610         COMPUTE EGM-YR-CCYY (2) = EGR-TEST-CCYY - 1
008620     END-IF.
008630     MOVE 1 TO EY.
008640     PERFORM 3250-CLEAR-YEAR THRU 3250-EXIT.
008650     MOVE EGR-TEST-CCYY TO EGM-YR-CCYY (1).
008660     MOVE 1 TO EGR-YEAR-SLOT.
008670 3300-EXIT.
008680     EXIT.
008690*-----------------------------------------------------------*
008700*  3400-APPLY-TEST -- MONTH AND ANNUAL RESULTS FOR THE YEAR,
008710*  LATEST PASSES, LATEST TEST, AND THE OUTSTANDING FAILURE
008720*-----------------------------------------------------------*
008730 3400-APPLY-TEST.
008740     ADD 1 TO EGM-TESTS-POSTED.
008750*    A PASS IN THE MONTH OUTRANKS A FAILURE -- THE RETEST
008760     IF ETR-PASSED
008770         MOVE 'P' TO
008780             EGM-YR-MONTH-RESULT (EGR-YEAR-SLOT, EGR-TEST-MM)
008790     ELSE
008800         IF EGM-YR-MONTH-RESULT (EGR-YEAR-SLOT, EGR-TEST-MM)
008810                 NOT = 'P'
008820             MOVE 'F' TO
008830                 EGM-YR-MONTH-RESULT (EGR-YEAR-SLOT, EGR-TEST-MM)
008840         END-IF
008850     END-IF.
008860     IF ETR-ANNUAL-TEST
008870         IF ETR-PASSED
008880                 OR EGM-YR-ANNUAL-RESULT (EGR-YEAR-SLOT) NOT = 'P'
008890             MOVE EGR-TEST-DATE
008900                 TO EGM-YR-ANNUAL-DATE (EGR-YEAR-SLOT)
008910             MOVE ETR-RESULT
008920                 TO EGM-YR-ANNUAL-RESULT (EGR-YEAR-SLOT)
008930             MOVE ETR-DURATION-N
008940                 TO EGM-YR-ANNUAL-SECS (EGR-YEAR-SLOT)
008950             MOVE ETR-TESTER
008960                 TO EGM-YR-ANNUAL-TESTER (EGR-YEAR-SLOT)
008970         END-IF
008980     END-IF.
008990     IF EGR-TEST-DATE >= EGM-LAST-TEST-DATE
009000         MOVE EGR-TEST-DATE TO EGM-LAST-TEST-DATE
009010         MOVE ETR-TEST-TYPE TO EGM-LAST-TEST-TYPE
009020         MOVE ETR-RESULT    TO EGM-LAST-TEST-RESULT
009030         MOVE ETR-TESTER    TO EGM-LAST-TESTER
009040     END-IF.
009050     IF ETR-PASSED
009060         PERFORM 3500-POST-PASS THRU 3500-EXIT
009070     ELSE
009080         PERFORM 3600-POST-FAILURE THRU 3600-EXIT
009090     END-IF.
009100 3400-EXIT.
009110     EXIT.
009120*-----------------------------------------------------------*
009130*  3500-POST-PASS -- A PASS OF EITHER TYPE CLEARS A MONTHLY
009140*  FAILURE ON OR BEFORE ITS DATE; ONLY A 90-MINUTE PASS
009150*  CLEARS AN ANNUAL FAILURE
009160*-----------------------------------------------------------*
009170 3500-POST-PASS.
009180     MOVE 'PASS' TO EGR-RPT-P-REASON-TEXT.
009190     IF EGR-TEST-DATE > EGM-LAST-MONTHLY-PASS
009200         MOVE EGR-TEST-DATE TO EGM-LAST-MONTHLY-PASS
009210     END-IF.
009220     IF ETR-ANNUAL-TEST
009230             AND EGR-TEST-DATE > EGM-LAST-ANNUAL-PASS
009240         MOVE EGR-TEST-DATE TO EGM-LAST-ANNUAL-PASS
009250     END-IF.
009260     IF EGM-FAIL-DATE = 0
009270             OR EGR-TEST-DATE < EGM-FAIL-DATE
009280         GO TO 3500-EXIT
009290     END-IF.
009300     IF ETR-ANNUAL-TEST OR EGM-FAIL-MONTHLY
009310         MOVE 0      TO EGM-FAIL-DATE
009320         MOVE SPACES TO EGM-FAIL-TYPE
009330         SET EGR-CLEARS-FAILURE TO TRUE
009340         MOVE 'PASS -- CLEARS OUTSTANDING FAILURE'
009350             TO EGR-RPT-P-REASON-TEXT
009360     END-IF.
009370 3500-EXIT.
009380     EXIT.
009390*-----------------------------------------------------------*
009400*  3600-POST-FAILURE -- THE FAILURE STANDS UNLESS A LATER
009410*  PASS THAT WOULD CLEAR IT IS ALREADY ON FILE (A LATE-KEYED
009420*  TEST).  AN ANNUAL FAILURE IS NEVER DOWNGRADED BY A LATER
009430*  MONTHLY ONE.
009440*-----------------------------------------------------------*
009450 3600-POST-FAILURE.
009460     IF ETR-MONTHLY-TEST
009470             AND EGM-LAST-MONTHLY-PASS > EGR-TEST-DATE
009480         MOVE 'FAIL -- ALREADY RETESTED AND PASSED'
009490             TO EGR-RPT-P-REASON-TEXT
009500         GO TO 3600-EXIT
009510     END-IF.
009520     IF ETR-ANNUAL-TEST
009530             AND EGM-LAST-ANNUAL-PASS > EGR-TEST-DATE
009540         MOVE 'FAIL -- ALREADY RETESTED AND PASSED'
009550             TO EGR-RPT-P-REASON-TEXT
009560         GO TO 3600-EXIT
009570     END-IF.
009580     MOVE 'FAIL -- TO FAULTX FOR REPAIR'
009590         TO EGR-RPT-P-REASON-TEXT.
009600     IF EGM-FAIL-DATE = 0
009610             OR EGR-TEST-DATE > EGM-FAIL-DATE
009620         MOVE EGR-TEST-DATE TO EGM-FAIL-DATE
009630     END-IF.
009640     IF NOT EGM-FAIL-ANNUAL
009650         MOVE ETR-TEST-TYPE TO EGM-FAIL-TYPE
009660     END-IF.
009670 3600-EXIT.
009680     EXIT.
009690*-----------------------------------------------------------*
009700*  4000-CHECK-EGRESS-UNITS -- SORT INPUT PROCEDURE.  BROWSE
009710*  LIGHT-ATTRIBUTE-FILE FOR EVERY EGRESS UNIT, WORK OUT WHAT
009720*  IS OVERDUE, RAISE THE OUTSTANDING FAILURES ON FAULTOUT,
009730*  AND RELEASE ONE RECORD PER UNIT FOR THE ZONE LISTING.
009740*-----------------------------------------------------------*
009750 4000-CHECK-EGRESS-UNITS.
009760     MOVE LOW-VALUES TO ATTR-KEY.
009770     START LIGHT-ATTRIBUTE-FILE KEY IS NOT LESS THAN ATTR-KEY
009780         INVALID KEY
009790             SET EGR-ATTR-EOF TO TRUE
009800     END-START.
009810     PERFORM 4100-CHECK-ONE-UNIT THRU 4100-EXIT
009820         UNTIL EGR-ATTR-EOF.
009830 4000-EXIT.
009840     EXIT.
009850 4100-CHECK-ONE-UNIT.
009860     READ LIGHT-ATTRIBUTE-FILE NEXT RECORD
009870         AT END
009880             SET EGR-ATTR-EOF TO TRUE
009890     END-READ.
009900     IF EGR-ATTR-EOF
009910         GO TO 4100-EXIT
009920     END-IF.
009930     IF NOT ATTR-EGRESS-UNIT
009940         GO TO 4100-EXIT
009950     END-IF.
009960     ADD 1 TO EGR-UNITS-CHECKED.
009970     MOVE ATTR-ROW TO EGM-ROW.
009980     MOVE ATTR-COL TO EGM-COL.
009990     MOVE 'Y' TO EGR-EGM-FOUND-SW.
010000     READ EGRESS-TEST-MASTER
010010         INVALID KEY
010020             MOVE 'N' TO EGR-EGM-FOUND-SW
010030     END-READ.
010040     IF NOT EGR-EGM-FOUND
010050         MOVE SPACES TO EGM-LIGHT-ID
010060         MOVE ZEROS  TO EGM-LAST-MONTHLY-PASS
010070                        EGM-LAST-ANNUAL-PASS
010080                        EGM-FAIL-DATE
010090         MOVE SPACES TO EGM-FAIL-TYPE
010100     END-IF.
010110     MOVE SPACES              TO EGR-SORT-RECORD.
010120     MOVE ATTR-ZONE-CODE      TO EGR-SRT-ZONE.
010130     MOVE ATTR-ROW            TO EGR-SRT-ROW.
010140     MOVE ATTR-COL            TO EGR-SRT-COL.
010150     MOVE EGM-LIGHT-ID        TO EGR-SRT-LIGHT-ID.
010160     MOVE EGM-LAST-MONTHLY-PASS TO EGR-SRT-MONTHLY-PASS.
010170     MOVE EGM-LAST-ANNUAL-PASS  TO EGR-SRT-ANNUAL-PASS.
010180     MOVE EGM-FAIL-DATE       TO EGR-SRT-FAIL-DATE.
010190     MOVE EGM-FAIL-TYPE       TO EGR-SRT-FAIL-TYPE.
010200     MOVE ATTR-INSTALL-DATE   TO EGR-INSTALL-DATE.
010210*    MONTHLY -- 30 DAYS FROM THE LAST PASS OF EITHER TYPE
010220     MOVE EGM-LAST-MONTHLY-PASS TO EGR-TEST-DATE.
010230     PERFORM 4200-DAYS-LATE THRU 4200-EXIT.
010240     MOVE 0 TO EGR-SRT-MONTHLY-DAYS.
010250     IF EGR-LATE-DAYS > EGR-MONTHLY-DAYS
010260         SET EGR-SRT-MONTHLY-LATE TO TRUE
010270         ADD 1 TO EGR-MONTHLY-OVERDUE
010280         COMPUTE EGR-LATE-DAYS = EGR-LATE-DAYS - EGR-MONTHLY-DAYS
010290         IF EGR-LATE-DAYS > 99999
010300             MOVE 99999 TO EGR-LATE-DAYS
010310         END-IF
010320         MOVE EGR-LATE-DAYS TO EGR-SRT-MONTHLY-DAYS
010330     END-IF.
010340*    ANNUAL -- 365 DAYS FROM THE LAST PASSING 90-MINUTE TEST
010350     MOVE EGM-LAST-ANNUAL-PASS TO EGR-TEST-DATE.
010360     PERFORM 4200-DAYS-LATE THRU 4200-EXIT.
010370     MOVE 0 TO EGR-SRT-ANNUAL-DAYS.
010380     IF EGR-LATE-DAYS > EGR-ANNUAL-DAYS
010390         SET EGR-SRT-ANNUAL-LATE TO TRUE
010400         ADD 1 TO EGR-ANNUAL-OVERDUE
010410         COMPUTE EGR-LATE-DAYS = EGR-LATE-DAYS - EGR-ANNUAL-DAYS
010420         IF EGR-LATE-DAYS > 99999
010430             MOVE 99999 TO EGR-LATE-DAYS
010440         END-IF
010450         MOVE EGR-LATE-DAYS TO EGR-SRT-ANNUAL-DAYS
010460     END-IF.
010470     IF EGM-FAIL-DATE > 0
010480         PERFORM 4300-WRITE-EGRESS-FAULT THRU 4300-EXIT
010490     END-IF.
010500     RELEASE EGR-SORT-RECORD.
010510 4100-EXIT.
010520     EXIT.
010530*-----------------------------------------------------------*
010540*  4200-DAYS-LATE -- DAYS FROM THE PASS DATE IN EGR-TEST-DATE
010550*  (OR, NEVER PASSED, FROM THE INSTALL DATE) TO THE RUN DATE.
010560*  A UNIT NEVER PASSED WITH NO USABLE INSTALL DATE IS LATE BY
010570*  DEFINITION -- IT GETS A VALUE PAST ANY INTERVAL.
010580*-----------------------------------------------------------*
010590 4200-DAYS-LATE.
010600     IF EGR-TEST-DATE = 0
010610         IF EGR-INSTALL-DATE NUMERIC
010620                 AND EGR-INSTALL-MM >= 1 AND EGR-INSTALL-MM <= 12
010630                 AND EGR-INSTALL-DD >= 1 AND EGR-INSTALL-DD <= 31
010640                 AND EGR-INSTALL-DATE <= EGR-RUN-DATE
010650             MOVE EGR-INSTALL-DATE TO EGR-TEST-DATE
010660         ELSE
010670             COMPUTE EGR-LATE-DAYS = EGR-ANNUAL-DAYS + 1
010680             GO TO 4200-EXIT
010690         END-IF
010700     END-IF.
010710     COMPUTE EGR-FROM-INT =
010720         FUNCTION INTEGER-OF-DATE (EGR-TEST-DATE).
010730     COMPUTE EGR-LATE-DAYS = EGR-RUN-DATE-INT - EGR-FROM-INT.
010740 4200-EXIT.
010750     EXIT.
010760*-----------------------------------------------------------*
010770*  4300-WRITE-EGRESS-FAULT -- ONE FAULT-EXCEPTION-FILE RECORD
010780*  FOR A UNIT WITH A FAILURE OUTSTANDING, DATED TONIGHT SO
010790*  LGTWORKO KEEPS ITS ORDER OPEN.  NO GRID OR CLUSTER -- THE
010800*  ORDER IS FOR THE ONE UNIT.
010810*-----------------------------------------------------------*
010820 4300-WRITE-EGRESS-FAULT.
010830     MOVE SPACES                TO FAULT-EXCEPTION-RECORD.
010840     MOVE EGM-LIGHT-ID          TO FAULTX-LIGHT-ID.
010850     MOVE ATTR-ROW              TO FAULTX-ROW.
010860     MOVE ATTR-COL              TO FAULTX-COL.
010870     MOVE EGR-EGRESS-FAULT-CODE TO FAULTX-FAULT-CODE.
010880     MOVE EGR-RUN-DATE          TO FAULTX-DATE-DETECTED.
010890     WRITE FAULT-EXCEPTION-RECORD.
010900     ADD 1 TO EGR-OUT-COUNT.
010910     COMPUTE EGR-OUT-HASH =
010920         EGR-OUT-HASH + FAULTX-ROW + FAULTX-COL.
010930     ADD 1 TO EGR-FAULTS-RAISED.
010940 4300-EXIT.
010950     EXIT.
010960*-----------------------------------------------------------*
010970*  5100-WRITE-REJECT -- REGISTER LINE FOR A REJECTED TEST.
010980*  THE CALLER SETS THE REASON CODE AND TEXT.
010990*-----------------------------------------------------------*
011000 5100-WRITE-REJECT.
011010     SET EGR-REJECTED TO TRUE.
011020     ADD 1 TO EGR-TESTS-REJECTED.
011030     MOVE 'REJECTED' TO EGR-RPT-P-ACTION.
011040     PERFORM 5900-WRITE-POST-LINE THRU 5900-EXIT.
011050 5100-EXIT.
011060     EXIT.
011070*-----------------------------------------------------------*
011080*  5200-WRITE-POSTED -- REGISTER LINE FOR A POSTED TEST.
011090*  3500/3600 HAVE SET THE TEXT.
011100*-----------------------------------------------------------*
011110 5200-WRITE-POSTED.
011120     MOVE 'POSTED' TO EGR-RPT-P-ACTION.
011130     MOVE SPACES   TO EGR-RPT-P-REASON.
011140     PERFORM 5900-WRITE-POST-LINE THRU 5900-EXIT.
011150 5200-EXIT.
011160     EXIT.
011170 5900-WRITE-POST-LINE.
011180     MOVE ETR-ROW        TO EGR-RPT-P-ROW.
011190     MOVE ETR-COL        TO EGR-RPT-P-COL.
011200     MOVE ETR-TEST-TYPE  TO EGR-RPT-P-TYPE.
011210     MOVE ETR-TEST-DATE  TO EGR-RPT-P-DATE.
011220     MOVE ETR-RESULT     TO EGR-RPT-P-RESULT.
011230     MOVE ETR-DURATION   TO EGR-RPT-P-SECS.
011240     MOVE ETR-TESTER     TO EGR-RPT-P-TESTER.
011250     WRITE EGR-RPT-RECORD FROM EGR-RPT-POST-DETAIL
011260         AFTER ADVANCING 1 LINE.
011270 5900-EXIT.
011280     EXIT.
011290*-----------------------------------------------------------*
011300*  6000-PRINT-OVERDUE -- SORT OUTPUT PROCEDURE: EVERY UNIT
011310*  OVERDUE OR FAILED, GROUPED BY ZONE, WITH A COUNT LINE AT
011320*  EACH ZONE BREAK, ON A PAGE OF ITS OWN
011330*-----------------------------------------------------------*
011340 6000-PRINT-OVERDUE.
011350     WRITE EGR-RPT-RECORD FROM EGR-RPT-HEADER-1
011360         AFTER ADVANCING PAGE.
011370     WRITE EGR-RPT-RECORD FROM EGR-RPT-OVERDUE-TITLE
011380         AFTER ADVANCING 1 LINE.
011390     MOVE SPACES TO EGR-RPT-RECORD.
011400     WRITE EGR-RPT-RECORD AFTER ADVANCING 1 LINE.
011410     WRITE EGR-RPT-RECORD FROM EGR-RPT-OVERDUE-HDGS
011420         AFTER ADVANCING 1 LINE.
011430     PERFORM 6100-PRINT-ONE-UNIT THRU 6100-EXIT
011440         UNTIL EGR-SORT-EOF.
011450     IF NOT EGR-FIRST-ZONE
011460         PERFORM 6300-PRINT-ZONE-TOTAL THRU 6300-EXIT
011470     END-IF.
011480 6000-EXIT.
011490     EXIT.
011500 6100-PRINT-ONE-UNIT.
011510     RETURN EGR-SORT-FILE
011520         AT END
011530             SET EGR-SORT-EOF TO TRUE
011540     END-RETURN.
011550     IF EGR-SORT-EOF
011560         GO TO 6100-EXIT
011570     END-IF.
011580     IF EGR-FIRST-ZONE OR EGR-SRT-ZONE NOT = EGR-CURRENT-ZONE
011590         IF NOT EGR-FIRST-ZONE
011600             PERFORM 6300-PRINT-ZONE-TOTAL THRU 6300-EXIT
011610         END-IF
011620         PERFORM 6200-START-ZONE THRU 6200-EXIT
011630     END-IF.
011640     ADD 1 TO EGR-ZONE-UNITS.
011650     IF NOT EGR-SRT-MONTHLY-LATE AND NOT EGR-SRT-ANNUAL-LATE
011660             AND EGR-SRT-FAIL-DATE = 0
011670         GO TO 6100-EXIT
011680     END-IF.
011690     MOVE EGR-SRT-ROW         TO EGR-RPT-O-ROW.
011700     MOVE EGR-SRT-COL         TO EGR-RPT-O-COL.
011710     MOVE EGR-SRT-LIGHT-ID    TO EGR-RPT-O-ID.
011720     IF EGR-SRT-MONTHLY-PASS = 0
011730         MOVE 'NEVER'              TO EGR-RPT-O-MONTHLY-PASS
011740     ELSE
011750         MOVE EGR-SRT-MONTHLY-PASS TO EGR-RPT-O-MONTHLY-PASS
011760     END-IF.
011770     IF EGR-SRT-ANNUAL-PASS = 0
011780         MOVE 'NEVER'              TO EGR-RPT-O-ANNUAL-PASS
011790     ELSE
011800         MOVE EGR-SRT-ANNUAL-PASS  TO EGR-RPT-O-ANNUAL-PASS
011810     END-IF.
011820     MOVE EGR-SRT-MONTHLY-DAYS TO EGR-RPT-O-MONTHLY-DAYS.
011830     MOVE EGR-SRT-ANNUAL-DAYS  TO EGR-RPT-O-ANNUAL-DAYS.
011840     IF EGR-SRT-MONTHLY-LATE
011850         ADD 1 TO EGR-ZONE-MONTHLY
011860     END-IF.
011870     IF EGR-SRT-ANNUAL-LATE
011880         ADD 1 TO EGR-ZONE-ANNUAL
011890     END-IF.
011900     MOVE SPACES TO EGR-RPT-O-FAIL-DATE.
011910     MOVE SPACES TO EGR-RPT-O-FAIL-TYPE.
011920     IF EGR-SRT-FAIL-DATE > 0
011930         ADD 1 TO EGR-ZONE-FAILED
011940         MOVE EGR-SRT-FAIL-DATE TO EGR-RPT-O-FAIL-DATE
011950         IF EGR-SRT-FAIL-TYPE = 'A'
011960             MOVE 'ANNUAL'  TO EGR-RPT-O-FAIL-TYPE
011970         ELSE
011980             MOVE 'MONTHLY' TO EGR-RPT-O-FAIL-TYPE
011990         END-IF
012000     END-IF.
012010     WRITE EGR-RPT-RECORD FROM EGR-RPT-OVERDUE-DETAIL
012020         AFTER ADVANCING 1 LINE.
012030 6100-EXIT.
012040     EXIT.
012050 6200-START-ZONE.
012060     MOVE 'N'          TO EGR-FIRST-ZONE-SW.
012070     MOVE EGR-SRT-ZONE TO EGR-CURRENT-ZONE.
012080     MOVE 0 TO EGR-ZONE-UNITS.
012090     MOVE 0 TO EGR-ZONE-MONTHLY.
012100     MOVE 0 TO EGR-ZONE-ANNUAL.
012110     MOVE 0 TO EGR-ZONE-FAILED.
012120     MOVE EGR-CURRENT-ZONE TO EGR-RPT-ZH-ZONE.
012130     MOVE SPACES TO EGR-RPT-RECORD.
012140     WRITE EGR-RPT-RECORD AFTER ADVANCING 1 LINE.
012150     WRITE EGR-RPT-RECORD FROM EGR-RPT-ZONE-HEAD
012160         AFTER ADVANCING 1 LINE.
012170 6200-EXIT.
012180     EXIT.
012190 6300-PRINT-ZONE-TOTAL.
012200     MOVE EGR-CURRENT-ZONE  TO EGR-RPT-ZT-ZONE.
012210     MOVE EGR-ZONE-UNITS    TO EGR-RPT-ZT-UNITS.
012220     MOVE EGR-ZONE-MONTHLY  TO EGR-RPT-ZT-MONTHLY.
012230     MOVE EGR-ZONE-ANNUAL   TO EGR-RPT-ZT-ANNUAL.
012240     MOVE EGR-ZONE-FAILED   TO EGR-RPT-ZT-FAILED.
012250     WRITE EGR-RPT-RECORD FROM EGR-RPT-ZONE-TOTAL
012260         AFTER ADVANCING 1 LINE.
012270 6300-EXIT.
012280     EXIT.
012290*-----------------------------------------------------------*
012300*  7000-PRINT-TOTALS
012310*-----------------------------------------------------------*
012320 7000-PRINT-TOTALS.
012330     MOVE SPACES TO EGR-RPT-RECORD.
012340     WRITE EGR-RPT-RECORD AFTER ADVANCING 1 LINE.
012350     MOVE 'TEST RECORDS READ'          TO EGR-RPT-TOT-TEXT.
012360     MOVE EGR-TESTS-READ               TO EGR-RPT-TOT-COUNT.
012370     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012380     MOVE 'TESTS POSTED'               TO EGR-RPT-TOT-TEXT.
012390     MOVE EGR-TESTS-POSTED             TO EGR-RPT-TOT-COUNT.
012400     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012410     MOVE '  PASSED'                   TO EGR-RPT-TOT-TEXT.
012420     MOVE EGR-TESTS-PASSED             TO EGR-RPT-TOT-COUNT.
012430     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012440     MOVE '  FAILED'                   TO EGR-RPT-TOT-TEXT.
012450     MOVE EGR-TESTS-FAILED             TO EGR-RPT-TOT-COUNT.
012460     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012470     MOVE 'TESTS REJECTED'             TO EGR-RPT-TOT-TEXT.
012480     MOVE EGR-TESTS-REJECTED           TO EGR-RPT-TOT-COUNT.
012490     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012500     MOVE 'FAILURES CLEARED BY RETEST'  TO EGR-RPT-TOT-TEXT.
012510     MOVE EGR-FAILURES-CLEARED         TO EGR-RPT-TOT-COUNT.
012520     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012530     MOVE 'EGRESS UNITS CHECKED'       TO EGR-RPT-TOT-TEXT.
012540     MOVE EGR-UNITS-CHECKED            TO EGR-RPT-TOT-COUNT.
012550     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012560     MOVE 'MONTHLY TEST OVERDUE'       TO EGR-RPT-TOT-TEXT.
012570     MOVE EGR-MONTHLY-OVERDUE          TO EGR-RPT-TOT-COUNT.
012580     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012590     MOVE 'ANNUAL TEST OVERDUE'        TO EGR-RPT-TOT-TEXT.
012600     MOVE EGR-ANNUAL-OVERDUE           TO EGR-RPT-TOT-COUNT.
012610     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012620     MOVE 'EGRESS FAILURES ON FAULTX'  TO EGR-RPT-TOT-TEXT.
012630     MOVE EGR-FAULTS-RAISED            TO EGR-RPT-TOT-COUNT.
012640     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012650     MOVE 'FAULTX RECORDS COPIED'      TO EGR-RPT-TOT-TEXT.
012660     MOVE EGR-FAULTS-COPIED            TO EGR-RPT-TOT-COUNT.
012670     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
012680 7000-EXIT.
012690     EXIT.
012700 7100-WRITE-TOTAL-LINE.
012710     WRITE EGR-RPT-RECORD FROM EGR-RPT-TOTAL-LINE
012720         AFTER ADVANCING 1 LINE.
012730 7100-EXIT.
012740     EXIT.
012750*-----------------------------------------------------------*
012760*  8000-WRITE-RUN-AUDIT -- ONE RECORD PER RUN APPENDED TO
012770*  THE AUDIT TRAIL, CARRYING THE FAULTIN BALANCING RESULT,
012780*  THE TESTS READ, AND THE EGRESS FAILURES RAISED
012790*-----------------------------------------------------------*
012800 8000-WRITE-RUN-AUDIT.
012810     OPEN EXTEND AUDIT-TRAIL-FILE.
012820     MOVE EGR-RUN-DATE           TO AUDIT-RUN-DATE.
012830     ACCEPT AUDIT-RUN-TIME FROM TIME.
012840     MOVE 'LGTEGRES'             TO AUDIT-OPERATOR-ID.
012850     MOVE 'LGTEGRES'             TO AUDIT-JOB-ID.
012860     MOVE ZEROS                  TO AUDIT-ROW-LIMIT.
012870     MOVE ZEROS                  TO AUDIT-COL-LIMIT.
012880     MOVE EGR-TESTS-READ         TO AUDIT-LIGHTS-PROCESSED.
012890     IF EGR-FAULTS-RAISED > 99999
012900         MOVE 99999              TO AUDIT-FAULTS-FOUND
012910     ELSE
012920         MOVE EGR-FAULTS-RAISED  TO AUDIT-FAULTS-FOUND
012930     END-IF.
012940     MOVE SPACES                 TO AUDIT-GRID-ID.
012950     IF EGR-BALANCE-FAILED
012960         SET AUDIT-RUN-BALANCE-FAILED TO TRUE
012970         SET AUDIT-BAL-FAILED         TO TRUE
012980     ELSE
012990         SET AUDIT-RUN-COMPLETED      TO TRUE
013000         MOVE EGR-BAL-SW         TO AUDIT-BALANCE-RESULT
013010     END-IF.
013020     WRITE AUDIT-TRAIL-RECORD.
013030     CLOSE AUDIT-TRAIL-FILE.
013040 8000-EXIT.
013050     EXIT.
013060*-----------------------------------------------------------*
013070*  9150-WRITE-TRAILER -- FAULTOUT'S CONTROL-TOTAL TRAILER:
013080*  THE FAULTIN TRAILER AS READ, WITH THE COUNT AND HASH
013090*  CARRYING THE EGRESS FAILURES ADDED TONIGHT
013100*-----------------------------------------------------------*
013110 9150-WRITE-TRAILER.
013120     MOVE '**TRAILER*'           TO TRL-LITERAL.
013130     MOVE EGR-OUT-COUNT          TO TRL-RECORD-COUNT.
013140     MOVE EGR-OUT-HASH           TO TRL-HASH-TOTAL.
013150     MOVE EGR-BUSINESS-DATE      TO TRL-BUSINESS-DATE.
013160     WRITE FAULT-EXCEPTION-RECORD
013170         FROM CONTROL-TRAILER-RECORD.
013180 9150-EXIT.
013190     EXIT.
013200*-----------------------------------------------------------*
013210*  9000-TERMINATE
013220*-----------------------------------------------------------*
013230 9000-TERMINATE.
013240     IF EGR-FATAL-ERROR
013250         PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT
013260         GOBACK
013270     END-IF.
013280     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
013290     CLOSE LIGHT-ATTRIBUTE-FILE.
013300     CLOSE EGRESS-TEST-MASTER.
013310     IF EGR-MASTER-IS-OPEN
013320         CLOSE LIGHT-STATUS-MASTER
013330     END-IF.
013340     IF EGR-TRAN-IS-OPEN
013350         CLOSE EGRESS-TEST-FILE
013360     END-IF.
013370     CLOSE FAULT-EXCEPTION-FILE.
013380     CLOSE EGRESS-REPORT.
013390     PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT.
013400     GOBACK.
013410*-----------------------------------------------------------*
013420*  9800-STAMP-RUN-CONTROL -- RECORD HOW THIS STEP ENDED FOR
013430*  THE BUSINESS DATE.  RC 4 OR LESS IS A COMPLETION THE NEXT
013440*  STEP MAY FOLLOW; ANYTHING HIGHER STOPS THE CHAIN HERE.
013450*-----------------------------------------------------------*
013460 9800-STAMP-RUN-CONTROL.
013470     OPEN I-O RUN-CONTROL-FILE.
013480     IF NOT EGR-RCT-OK
013490         DISPLAY 'LGTEGRES: CANNOT OPEN RUN-CONTROL FILE, '
013500                 'STATUS ' EGR-RCT-FILE-STATUS
013510                 ' -- STEP RESULT NOT RECORDED'
013520         GO TO 9800-EXIT
013530     END-IF.
013540     MOVE EGR-RCT-STEP TO RCT-KEY.
013550     MOVE 'Y' TO EGR-RCT-FOUND-SW.
013560     READ RUN-CONTROL-FILE
013570         INVALID KEY
013580             MOVE 'N' TO EGR-RCT-FOUND-SW
013590     END-READ.
013600     IF NOT EGR-RCT-STEP-FOUND
013610         MOVE SPACES     TO RUN-CONTROL-RECORD
013620         MOVE EGR-RCT-STEP TO RCT-KEY
013630         MOVE ZEROS      TO RCT-RESET-DATE
013640                            RCT-RESET-TIME
013650     END-IF.
013660     MOVE EGR-BUSINESS-DATE TO RCT-LAST-BUS-DATE.
013670     IF RETURN-CODE > 4
013680         SET RCT-STEP-FAILED    TO TRUE
013690     ELSE
013700         SET RCT-STEP-COMPLETED TO TRUE
013710     END-IF.
013720     MOVE RETURN-CODE TO RCT-LAST-RC.
013730     ACCEPT RCT-LAST-RUN-DATE FROM DATE YYYYMMDD.
013740     ACCEPT RCT-LAST-RUN-TIME FROM TIME.
013750     IF EGR-RCT-STEP-FOUND
013760         REWRITE RUN-CONTROL-RECORD
013770     ELSE
013780         WRITE RUN-CONTROL-RECORD
013790     END-IF.
013800     IF NOT EGR-RCT-OK
013810         DISPLAY 'LGTEGRES: RUN-CONTROL UPDATE FAILED, STATUS '
013820                 EGR-RCT-FILE-STATUS ' -- STEP RESULT NOT '
013830                 'RECORDED'
013840     END-IF.
013850     CLOSE RUN-CONTROL-FILE.
013860 9800-EXIT.
013870     EXIT.
013880 END PROGRAM LGTEGRES.
