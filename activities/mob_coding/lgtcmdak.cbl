      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTCMDAK.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTCMDAK -- NIGHTLY CONTROLLER COMMAND ACKNOWLEDGEMENT.
000090*  LGTSCHED TELLS THE FLOOR CONTROLLERS WHAT TO DO (CMDOUT);
000100*  THIS RUN CHECKS WHETHER THEY DID IT.  LAST NIGHT'S COMMAND
000110*  FILE (CMDIN, SCANREC LAYOUT) IS MATCHED ON (ROW, COLUMN)
000120*  AGAINST TONIGHT'S CONTROLLER SCAN (SCANTRAN, THE FILE
000130*  LGTSCAN HAS JUST APPLIED) AND AGAINST THE RESULTING STATUS
000140*  ON LIGHT-STATUS-MASTER:
000150*
000160*     - CONFIRMED  THE MASTER NOW SHOWS THE COMMANDED STATE.
000170*     - IGNORED    THE MASTER STILL SHOWS THE OLD STATE AND NO
000180*                  SCAN RECORD REPORTED THE COMMANDED ONE.
000190*     - OVERTAKEN  THE FIXTURE FAULTED, WENT TO MAINTENANCE,
000200*                  WAS RETIRED OR DELETED, OR THE SCAN REPORTED
000210*                  THE CHANGE BUT LGTSCAN REJECTED IT (SEE
000220*                  SCANREG) -- NOT A CONTROLLER FAILURE.
000230*
000240*  IGNORED COMMANDS ARE CARRIED RUN TO RUN ON THE IGNORED-
000250*  COMMAND FILE (IGNIN / IGNOUT, SEE CMDIGREC.CPY), THE SAME
000260*  ROLL-FORWARD PATTERN AS THE LGTRECON SUSPENSE.  A FIXTURE
000270*  THAT IGNORES THE SAME COMMAND ON CONSECUTIVE NIGHTS HAS A
000280*  STUCK RELAY: IT IS WRITTEN TO FAULT-EXCEPTION-FILE WITH
000290*  FAULT CODE STKR SO LGTWORKO OPENS AN ORDER FOR IT.  STKR
000300*  BELONGS ON FLTCODES (SEVERITY 3 SUGGESTED) OR IT PRINTS AS
000310*  SEVERITY 9 WITH NO DESCRIPTION.
000320*
000330*  THE STEP RUNS BETWEEN MOB-CODING AND LGTWORKO.  MOB-
000340*  CODING'S FAULTX COMES IN ON FAULTIN, IS BALANCED AGAINST
000350*  ITS CONTROL-TOTAL TRAILER, AND IS COPIED TO FAULTOUT (THE
000360*  FAULTX LGTWORKO READS) WITH THE STUCK-RELAY RECORDS ADDED
000370*  AND THE TRAILER RECOMPUTED.  CMDIN AND SCANTRAN MUST BE IN
000380*  (ROW, COLUMN) ORDER -- CMDOUT ALREADY IS, SCANTRAN NEEDS A
000390*  SORT STEP IN THE JOB.
000400*
000410*  THE COMPLIANCE REPORT (ACKRPT) LISTS EVERY COMMAND NOT
000420*  CONFIRMED, THEN COMMANDS ISSUED, CONFIRMED, AND IGNORED BY
000430*  ZONE (FROM LIGHT-ATTRIBUTE-FILE).
000440*
000450*  MODIFICATION HISTORY
000460*     2026-10-14  CJM  Initial version.
000470*     2026-10-14  CJM  RUNS ONLY WHEN RUNCTL SHOWS MOB-CODING
000480*                      COMPLETED FOR THE BUSINESS DATE, AND
000490*                      STAMPS ITS OWN RESULT THERE.  A
000500*                      FAULTIN WHOSE TRAILER CARRIES ANOTHER
000510*                      BUSINESS DATE STOPS THE RUN WITH RC 8;
000520*                      FAULTOUT'S TRAILER CARRIES THE DATE ON.
000530*-----------------------------------------------------------*
000540 ENVIRONMENT DIVISION.
000550 CONFIGURATION SECTION.
000560 SOURCE-COMPUTER.    IBM-370.
000570 OBJECT-COMPUTER.    IBM-370.
000580 INPUT-OUTPUT SECTION.
000590 FILE-CONTROL.
000600     SELECT CONTROLLER-COMMAND-FILE ASSIGN TO CMDIN
000610            ORGANIZATION IS SEQUENTIAL
000620            FILE STATUS IS CAK-CMD-FILE-STATUS.
000630     SELECT SCAN-TRANSACTION-FILE ASSIGN TO SCANTRAN
000640            ORGANIZATION IS SEQUENTIAL
000650            FILE STATUS IS CAK-SCAN-FILE-STATUS.
000660     SELECT LIGHT-STATUS-MASTER ASSIGN TO LGTMAST
000670            ORGANIZATION IS INDEXED
000680            ACCESS MODE IS DYNAMIC
000690            RECORD KEY IS LGT-MASTER-KEY
000700            FILE STATUS IS CAK-MASTER-FILE-STATUS.
000710     SELECT LIGHT-ATTRIBUTE-FILE ASSIGN TO LGTATTR
000720            ORGANIZATION IS INDEXED
000730            ACCESS MODE IS DYNAMIC
000740            RECORD KEY IS ATTR-KEY
000750            FILE STATUS IS CAK-ATTR-FILE-STATUS.
000760     SELECT IGNORED-IN-FILE     ASSIGN TO IGNIN
000770            ORGANIZATION IS SEQUENTIAL
000780            FILE STATUS IS CAK-IGNIN-FILE-STATUS.
000790     SELECT IGNORED-OUT-FILE    ASSIGN TO IGNOUT
000800            ORGANIZATION IS SEQUENTIAL.
000810     SELECT FAULT-IN-FILE       ASSIGN TO FAULTIN
000820            ORGANIZATION IS SEQUENTIAL.
000830     SELECT FAULT-EXCEPTION-FILE ASSIGN TO FAULTOUT
000840            ORGANIZATION IS SEQUENTIAL.
000850     SELECT ACK-REPORT          ASSIGN TO ACKRPT
000860            ORGANIZATION IS SEQUENTIAL.
000870     SELECT AUDIT-TRAIL-FILE    ASSIGN TO AUDITTRL
000880            ORGANIZATION IS SEQUENTIAL.
000890     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000900            ORGANIZATION IS INDEXED
000910            ACCESS MODE IS DYNAMIC
000920            RECORD KEY IS RCT-KEY
000930            FILE STATUS IS CAK-RCT-FILE-STATUS.
000940 DATA DIVISION.
000950 FILE SECTION.
000960 FD  CONTROLLER-COMMAND-FILE
000970     RECORDING MODE IS F
000980     LABEL RECORDS ARE STANDARD.
000990 COPY SCANREC.
001000 FD  SCAN-TRANSACTION-FILE
001010     RECORDING MODE IS F
001020     LABEL RECORDS ARE STANDARD.
001030 01  SCAN-IN-RECORD              PIC X(40).
001040 FD  LIGHT-STATUS-MASTER
001050     LABEL RECORDS ARE STANDARD.
001060 COPY LGTMAST.
001070 FD  LIGHT-ATTRIBUTE-FILE
001080     LABEL RECORDS ARE STANDARD.
001090 COPY LGTATTR.
001100 FD  IGNORED-IN-FILE
001110     RECORDING MODE IS F
001120     LABEL RECORDS ARE STANDARD.
001130 01  IGNORED-IN-RECORD           PIC X(60).
001140 FD  IGNORED-OUT-FILE
001150     RECORDING MODE IS F
001160     LABEL RECORDS ARE STANDARD.
001170 COPY CMDIGREC.
001180 FD  FAULT-IN-FILE
001190     RECORDING MODE IS F
001200     LABEL RECORDS ARE STANDARD.
001210 01  FAULT-IN-RECORD             PIC X(50).
001220 FD  FAULT-EXCEPTION-FILE
001230     RECORDING MODE IS F
001240     LABEL RECORDS ARE STANDARD.
001250 COPY FAULTREC.
001260 FD  ACK-REPORT
001270     RECORDING MODE IS F
001280     LABEL RECORDS ARE OMITTED.
001290 01  CAK-RPT-RECORD              PIC X(132).
001300 FD  AUDIT-TRAIL-FILE
001310     RECORDING MODE IS F
001320     LABEL RECORDS ARE STANDARD.
001330 COPY AUDITREC.
001340 FD  RUN-CONTROL-FILE
001350     LABEL RECORDS ARE STANDARD.
001360 COPY RCTLREC.
001370 WORKING-STORAGE SECTION.
001380*-----------------------------------------------------------*
001390*  WORKING STORAGE -- FILE STATUS, SWITCHES
001400*-----------------------------------------------------------*
001410 01  CAK-CMD-FILE-STATUS         PIC X(02) VALUE '00'.
001420     88  CAK-CMD-OK                   VALUE '00'.
001430 01  CAK-SCAN-FILE-STATUS        PIC X(02) VALUE '00'.
001440     88  CAK-SCAN-OK                  VALUE '00'.
001450 01  CAK-MASTER-FILE-STATUS      PIC X(02) VALUE '00'.
001460     88  CAK-MASTER-OK                VALUE '00'.
001470 01  CAK-ATTR-FILE-STATUS        PIC X(02) VALUE '00'.
001480     88  CAK-ATTR-OK                  VALUE '00'.
001490 01  CAK-IGNIN-FILE-STATUS       PIC X(02) VALUE '00'.
001500     88  CAK-IGNIN-OK                 VALUE '00'.
001510     88  CAK-IGNIN-MISSING            VALUE '35'.
001520 01  CAK-SWITCHES.
001530     05  CAK-CMD-OPEN-SW         PIC X(01) VALUE 'N'.
001540         88  CAK-CMD-IS-OPEN              VALUE 'Y'.
001550     05  CAK-SCAN-OPEN-SW        PIC X(01) VALUE 'N'.
001560         88  CAK-SCAN-IS-OPEN             VALUE 'Y'.
001570     05  CAK-ATTR-OPEN-SW        PIC X(01) VALUE 'N'.
001580         88  CAK-ATTR-IS-OPEN             VALUE 'Y'.
001590     05  CAK-IGNIN-OPEN-SW       PIC X(01) VALUE 'N'.
001600         88  CAK-IGNIN-IS-OPEN            VALUE 'Y'.
001610     05  CAK-FATAL-SW            PIC X(01) VALUE 'N'.
001620         88  CAK-FATAL-ERROR              VALUE 'Y'.
001630     05  CAK-CMD-VALID-SW        PIC X(01) VALUE 'N'.
001640         88  CAK-CMD-VALID                VALUE 'Y'.
001650     05  CAK-ACK-FOUND-SW        PIC X(01) VALUE 'N'.
001660         88  CAK-ACK-FOUND                VALUE 'Y'.
001670     05  CAK-PRIOR-FOUND-SW      PIC X(01) VALUE 'N'.
001680         88  CAK-PRIOR-FOUND              VALUE 'Y'.
001690     05  CAK-FIN-EOF-SW          PIC X(01) VALUE 'N'.
001700         88  CAK-FIN-EOF                  VALUE 'Y'.
001710     05  CAK-ZONE-OVERFLOW-SW    PIC X(01) VALUE 'N'.
001720         88  CAK-ZONE-OVERFLOW            VALUE 'Y'.
001730*-----------------------------------------------------------*
001740*  SCAN AND PRIOR-IGNORED WORK AREAS -- SCANTRAN IS READ INTO
001750*  THIS MIRROR OF SCANREC (THE FD COPY BELONGS TO CMDIN), AND
001760*  IGNIN INTO A MIRROR OF CMDIGREC SO COMMAND-IGNORED-RECORD
001770*  STAYS FREE FOR IGNOUT BUILDS (SAME PATTERN AS LGTRECON'S
001780*  PRIOR-SUSPENSE MIRROR)
001790*-----------------------------------------------------------*
001800 01  CAK-SCN-WORK.
001810     05  CAK-SCN-ACTION-CODE     PIC X(01).
001820         88  CAK-SCN-ACTION-CHANGE       VALUE 'C'.
001830     05  CAK-SCN-ROW             PIC X(05).
001840     05  CAK-SCN-ROW-N REDEFINES CAK-SCN-ROW
001850                                 PIC 9(05).
001860     05  CAK-SCN-COL             PIC X(05).
001870     05  CAK-SCN-COL-N REDEFINES CAK-SCN-COL
001880                                 PIC 9(05).
001890     05  CAK-SCN-LIGHT-ID        PIC X(10).
001900     05  CAK-SCN-STATUS          PIC X(01).
001910     05  CAK-SCN-FAULT-CODE      PIC X(04).
001920     05  FILLER                  PIC X(14).
001930 01  CAK-PRV-IGNORED.
001940     05  CAK-PRV-ROW             PIC 9(05).
001950     05  CAK-PRV-COL             PIC 9(05).
001960     05  CAK-PRV-LIGHT-ID        PIC X(10).
001970     05  CAK-PRV-ZONE-CODE       PIC X(04).
001980     05  CAK-PRV-COMMANDED       PIC X(01).
001990     05  CAK-PRV-MASTER-STATUS   PIC X(01).
002000     05  CAK-PRV-FIRST-IGNORED   PIC 9(08).
002010     05  CAK-PRV-LAST-IGNORED    PIC 9(08).
002020     05  CAK-PRV-NIGHTS          PIC 9(03).
002030     05  FILLER                  PIC X(15).
002040*-----------------------------------------------------------*
002050*  FAULTIN WORK AREA -- ONLY THE KEY FIELDS ARE NEEDED FOR
002060*  THE HASH; THE RECORD IS COPIED TO FAULTOUT AS IT STANDS
002070*-----------------------------------------------------------*
002080 01  CAK-FIN-WORK.
002090     05  CAK-FIN-LIGHT-ID        PIC X(10).
002100     05  CAK-FIN-ROW             PIC 9(05).
002110     05  CAK-FIN-COL             PIC 9(05).
002120     05  FILLER                  PIC X(30).
002130*-----------------------------------------------------------*
002140*  MATCH KEYS -- (ROW, COLUMN).  HIGH-VALUES MARKS AN
002150*  EXHAUSTED STREAM; A SCAN RECORD WITH A NON-NUMERIC KEY
002160*  (LGTSCAN REJECTED IT TOO) GETS LOW-VALUES AND IS PASSED.
002170*-----------------------------------------------------------*
002180 01  CAK-CMD-KEY.
002190     05  CAK-CMD-KEY-ROW         PIC 9(05).
002200     05  CAK-CMD-KEY-COL         PIC 9(05).
002210 01  CAK-SCN-KEY.
002220     05  CAK-SCN-KEY-ROW         PIC 9(05).
002230     05  CAK-SCN-KEY-COL         PIC 9(05).
002240 01  CAK-IGN-KEY.
002250     05  CAK-IGN-KEY-ROW         PIC 9(05).
002260     05  CAK-IGN-KEY-COL         PIC 9(05).
002270*-----------------------------------------------------------*
002280*  CURRENT COMMAND AND THE PRIOR-IGNORED ENTRY MATCHED TO IT
002290*-----------------------------------------------------------*
002300 01  CAK-CMD-LIGHT-ID            PIC X(10) VALUE SPACES.
002310 01  CAK-CMD-STATUS              PIC X(01) VALUE SPACES.
002320 01  CAK-NOW-STATUS              PIC X(01) VALUE SPACES.
002330 01  CAK-CURRENT-ZONE            PIC X(04) VALUE SPACES.
002340 01  CAK-HOLD-PRV-COMMANDED      PIC X(01) VALUE SPACES.
002350 01  CAK-HOLD-PRV-FIRST          PIC 9(08) VALUE 0.
002360 01  CAK-HOLD-PRV-NIGHTS         PIC 9(03) VALUE 0.
002370 77  CAK-NIGHTS                  PIC 9(03) VALUE 0.
002380 77  CAK-STUCK-NIGHTS            PIC 9(03) VALUE 2.
002390 77  CAK-STUCK-FAULT-CODE        PIC X(04) VALUE 'STKR'.
002400*-----------------------------------------------------------*
002410*  ZONE ACCUMULATOR TABLE -- ONE ENTRY PER ZONE COMMANDED
002420*  (SAME PATTERN AS THE LGTCHGBK ZONE TABLE)
002430*-----------------------------------------------------------*
002440 01  CAK-ZONE-TABLE.
002450     05  CAK-ZONE-COUNT          PIC 9(03) VALUE 0.
002460     05  CAK-ZONE-ENTRY OCCURS 100 TIMES.
002470         10  CAK-ZONE-CODE       PIC X(04).
002480         10  CAK-ZONE-ISSUED     PIC 9(07).
002490         10  CAK-ZONE-CONFIRMED  PIC 9(07).
002500         10  CAK-ZONE-IGNORED    PIC 9(07).
002510         10  CAK-ZONE-OVERTAKEN  PIC 9(07).
002520         10  CAK-ZONE-STUCK      PIC 9(05).
002530 77  AZ                          PIC 9(03) COMP VALUE 0.
002540 77  CAK-ZONE-SLOT               PIC 9(03) COMP VALUE 0.
002550 77  CAK-PCT-CONFIRMED           PIC 9(03) VALUE 0.
002560*-----------------------------------------------------------*
002570*  FAULTIN CONTROL-TOTAL BALANCING AND THE FAULTOUT TRAILER
002580*  TOTALS -- THE TRAILER IS PARSED THROUGH THE TRLREC COPY
002590*  AND REWRITTEN WITH THE STUCK-RELAY RECORDS ADDED IN
002600*-----------------------------------------------------------*
002610 COPY TRLREC.
002620 01  CAK-BAL-FIELDS.
002630     05  CAK-BAL-SW              PIC X(01) VALUE SPACES.
002640         88  CAK-BALANCED                 VALUE 'B'.
002650         88  CAK-BALANCE-FAILED           VALUE 'F'.
002660     05  CAK-BAL-EOF-SW          PIC X(01) VALUE 'N'.
002670         88  CAK-BAL-EOF                  VALUE 'Y'.
002680     05  CAK-BAL-TRL-FOUND-SW    PIC X(01) VALUE 'N'.
002690         88  CAK-BAL-TRL-FOUND            VALUE 'Y'.
002700     05  CAK-BAL-COUNT           PIC 9(09) VALUE 0.
002710     05  CAK-BAL-HASH            PIC 9(18) VALUE 0.
002720 77  CAK-OUT-COUNT               PIC 9(09) VALUE 0.
002730 77  CAK-OUT-HASH                PIC 9(18) VALUE 0.
002740*-----------------------------------------------------------*
002750*  RUN COUNTERS
002760*-----------------------------------------------------------*
002770 77  CAK-COMMANDS-READ           PIC 9(07) VALUE 0.
002780 77  CAK-CMD-UNUSABLE            PIC 9(07) VALUE 0.
002790 77  CAK-CONFIRMED               PIC 9(07) VALUE 0.
002800 77  CAK-IGNORED                 PIC 9(07) VALUE 0.
002810 77  CAK-OVERTAKEN               PIC 9(07) VALUE 0.
002820 77  CAK-STUCK-RAISED            PIC 9(07) VALUE 0.
002830 77  CAK-PRIOR-RESOLVED          PIC 9(07) VALUE 0.
002840 77  CAK-FAULTS-COPIED           PIC 9(07) VALUE 0.
002850 01  CAK-RUN-DATE                PIC 9(08).
002860 01  CAK-RUN-DATE-R REDEFINES CAK-RUN-DATE.
002870     05  CAK-RUN-DATE-CCYY       PIC 9(04).
002880     05  CAK-RUN-DATE-MM         PIC 9(02).
002890     05  CAK-RUN-DATE-DD         PIC 9(02).
002900*-----------------------------------------------------------*
002910*  COMPLIANCE REPORT PRINT LINES
002920*-----------------------------------------------------------*
002930 01  CAK-RPT-HEADER-1.
002940     05  FILLER                  PIC X(34) VALUE
002950         'CONTROLLER COMMAND ACKNOWLEDGEMENT'.
002960     05  FILLER                  PIC X(02) VALUE SPACES.
002970     05  FILLER                  PIC X(10) VALUE 'RUN DATE:'.
002980     05  CAK-RPT-MM              PIC 9(02).
002990     05  FILLER                  PIC X(01) VALUE '/'.
003000     05  CAK-RPT-DD              PIC 9(02).
003010     05  FILLER                  PIC X(01) VALUE '/'.
003020     05  CAK-RPT-CCYY            PIC 9(04).
003030     05  FILLER                  PIC X(76) VALUE SPACES.
003040 01  CAK-RPT-COL-HDGS.
003050     05  FILLER                  PIC X(06) VALUE 'ROW'.
003060     05  FILLER                  PIC X(06) VALUE 'COL'.
003070     05  FILLER                  PIC X(12) VALUE 'LIGHT ID'.
003080     05  FILLER                  PIC X(06) VALUE 'ZONE'.
003090     05  FILLER                  PIC X(05) VALUE 'CMD'.
003100     05  FILLER                  PIC X(05) VALUE 'NOW'.
003110     05  FILLER                  PIC X(08) VALUE 'NIGHTS'.
003120     05  FILLER                  PIC X(36) VALUE 'EXCEPTION'.
003130     05  FILLER                  PIC X(48) VALUE SPACES.
003140 01  CAK-RPT-DETAIL.
003150     05  CAK-RPT-ROW             PIC ZZZZ9.
003160     05  FILLER                  PIC X(01) VALUE SPACES.
003170     05  CAK-RPT-COL             PIC ZZZZ9.
003180     05  FILLER                  PIC X(01) VALUE SPACES.
003190     05  CAK-RPT-ID              PIC X(10).
003200     05  FILLER                  PIC X(02) VALUE SPACES.
003210     05  CAK-RPT-ZONE            PIC X(04).
003220     05  FILLER                  PIC X(02) VALUE SPACES.
003230     05  CAK-RPT-CMD             PIC X(01).
003240     05  FILLER                  PIC X(04) VALUE SPACES.
003250     05  CAK-RPT-NOW             PIC X(01).
003260     05  FILLER                  PIC X(04) VALUE SPACES.
003270     05  CAK-RPT-NIGHTS          PIC ZZ9.
003280     05  FILLER                  PIC X(05) VALUE SPACES.
003290     05  CAK-RPT-EXCEPTION       PIC X(36).
003300     05  FILLER                  PIC X(48) VALUE SPACES.
003310 01  CAK-RPT-ZONE-TITLE.
003320     05  FILLER                  PIC X(26) VALUE
003330         'COMMAND COMPLIANCE BY ZONE'.
003340     05  FILLER                  PIC X(106) VALUE SPACES.
003350 01  CAK-RPT-ZONE-HDGS.
003360     05  FILLER                  PIC X(06) VALUE 'ZONE'.
003370     05  FILLER                  PIC X(10) VALUE '   ISSUED'.
003380     05  FILLER                  PIC X(10) VALUE ' CONFIRMED'.
003390     05  FILLER                  PIC X(10) VALUE '  IGNORED'.
003400     05  FILLER                  PIC X(10) VALUE ' OVERTAKEN'.
003410     05  FILLER                  PIC X(08) VALUE '  STUCK'.
003420     05  FILLER                  PIC X(10) VALUE ' PCT CONF'.
003430     05  FILLER                  PIC X(68) VALUE SPACES.
003440 01  CAK-RPT-ZONE-DETAIL.
003450     05  CAK-RPT-Z-ZONE          PIC X(04).
003460     05  FILLER                  PIC X(04) VALUE SPACES.
003470     05  CAK-RPT-Z-ISSUED        PIC ZZZZZZ9.
003480     05  FILLER                  PIC X(03) VALUE SPACES.
003490     05  CAK-RPT-Z-CONFIRMED     PIC ZZZZZZ9.
003500     05  FILLER                  PIC X(03) VALUE SPACES.
003510     05  CAK-RPT-Z-IGNORED       PIC ZZZZZZ9.
003520     05  FILLER                  PIC X(03) VALUE SPACES.
003530     05  CAK-RPT-Z-OVERTAKEN     PIC ZZZZZZ9.
003540     05  FILLER                  PIC X(03) VALUE SPACES.
003550     05  CAK-RPT-Z-STUCK         PIC ZZZZ9.
003560     05  FILLER                  PIC X(06) VALUE SPACES.
003570     05  CAK-RPT-Z-PCT           PIC ZZ9.
003580     05  FILLER                  PIC X(70) VALUE SPACES.
003590 01  CAK-RPT-TOTAL-LINE.
003600     05  CAK-RPT-TOT-TEXT        PIC X(34).
003610     05  CAK-RPT-TOT-COUNT       PIC ZZZZZZ9.
003620     05  FILLER                  PIC X(91) VALUE SPACES.
003630*-----------------------------------------------------------*
003640*  RUN CONTROL -- THIS STEP'S NAME ON RUNCTL, THE STEP THAT
003650*  MUST HAVE COMPLETED BEFORE IT, AND THE BUSINESS DATE
003660*-----------------------------------------------------------*
003670 01  CAK-RCT-FIELDS.
003680     05  CAK-RCT-FILE-STATUS     PIC X(02) VALUE '00'.
003690         88  CAK-RCT-OK                   VALUE '00'.
003700     05  CAK-RCT-STEP            PIC X(10) VALUE 'LGTCMDAK'.
003710     05  CAK-RCT-PREDECESSOR     PIC X(10) VALUE 'MOB-CODING'.
003720     05  CAK-BUSINESS-DATE       PIC 9(08) VALUE 0.
003730     05  CAK-PRIOR-BUS-DATE      PIC 9(08) VALUE 0.
003740     05  CAK-RCT-REFUSED-SW      PIC X(01) VALUE 'N'.
003750         88  CAK-RCT-REFUSED              VALUE 'Y'.
003760     05  CAK-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
003770         88  CAK-RCT-STEP-FOUND           VALUE 'Y'.
003780 PROCEDURE DIVISION.
003790*-----------------------------------------------------------*
003800*  0000-MAINLINE
003810*-----------------------------------------------------------*
003820 0000-MAINLINE.
003830     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
003840     IF CAK-RCT-REFUSED
003850         MOVE 8 TO RETURN-CODE
003860         GOBACK
003870     END-IF.
003880     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
003890     IF CAK-BALANCE-FAILED
003900         PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT
003910         PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT
003920         GOBACK
003930     END-IF.
003940     IF CAK-FATAL-ERROR
003950         GO TO 9000-TERMINATE
003960     END-IF.
003970     PERFORM 3000-PROCESS-ONE-COMMAND THRU 3000-EXIT
003980         UNTIL CAK-CMD-KEY = HIGH-VALUES.
003990     PERFORM 3900-DROP-ONE-PRIOR THRU 3900-EXIT
004000         UNTIL CAK-IGN-KEY = HIGH-VALUES.
004010     PERFORM 6000-PRINT-ZONE-SUMMARY THRU 6000-EXIT.
004020     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
004030     PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT.
004040     GO TO 9000-TERMINATE.
004050*-----------------------------------------------------------*
004060*  0500-CHECK-RUN-CONTROL -- THE STEP RUNS ONLY FOR THE
004070*  BUSINESS DATE ON RUNCTL, ONLY ONCE ITS PREDECESSOR HAS
004080*  COMPLETED FOR THAT DATE, AND NOT AGAIN ONCE IT HAS ITSELF
004090*  COMPLETED FOR IT (LGTRSTEP RESETS A STEP FOR A RERUN).
004100*  A REFUSED RUN TOUCHES NO FILE AND STAMPS NOTHING.
004110*-----------------------------------------------------------*
004120 0500-CHECK-RUN-CONTROL.
004130     OPEN INPUT RUN-CONTROL-FILE.
004140     IF NOT CAK-RCT-OK
004150         DISPLAY 'LGTCMDAK: CANNOT OPEN RUN-CONTROL FILE, '
004160                 'STATUS ' CAK-RCT-FILE-STATUS
004170                 ' -- RUN REFUSED'
004180         SET CAK-RCT-REFUSED TO TRUE
004190         GO TO 0500-EXIT
004200     END-IF.
004210     PERFORM 0510-CHECK-STEPS THRU 0510-EXIT.
004220     IF NOT CAK-RCT-REFUSED
004230         PERFORM 0520-CHECK-OWN THRU 0520-EXIT
004240     END-IF.
004250     CLOSE RUN-CONTROL-FILE.
004260 0500-EXIT.
004270     EXIT.
004280*-----------------------------------------------------------*
004290*  0510-CHECK-STEPS -- READ THE BUSINESS DATE RECORD, THEN
004300*  REFUSE THE RUN UNLESS THE PREDECESSOR STEP (IF ANY) SHOWS
004310*  COMPLETED FOR THAT BUSINESS DATE
004320*-----------------------------------------------------------*
004330 0510-CHECK-STEPS.
004340     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
004350     READ RUN-CONTROL-FILE
004360         INVALID KEY
004370             DISPLAY 'LGTCMDAK: NO BUSINESS DATE ON RUN-CONTROL '
004380                     'FILE -- RUN LGTBDATE, RUN REFUSED'
004390             SET CAK-RCT-REFUSED TO TRUE
004400             GO TO 0510-EXIT
004410     END-READ.
004420     MOVE RCT-CURRENT-BUS-DATE TO CAK-BUSINESS-DATE.
004430     MOVE RCT-PRIOR-BUS-DATE   TO CAK-PRIOR-BUS-DATE.
004440     IF CAK-RCT-PREDECESSOR = SPACES
004450         GO TO 0510-EXIT
004460     END-IF.
004470     MOVE CAK-RCT-PREDECESSOR TO RCT-KEY.
004480     READ RUN-CONTROL-FILE
004490         INVALID KEY
004500             MOVE ZEROS  TO RCT-LAST-BUS-DATE
004510             MOVE SPACES TO RCT-LAST-RESULT
004520     END-READ.
004530     IF RCT-LAST-BUS-DATE NOT = CAK-BUSINESS-DATE
004540             OR NOT RCT-STEP-COMPLETED
004550         DISPLAY 'LGTCMDAK: ' CAK-RCT-PREDECESSOR
004560                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
004570                 CAK-BUSINESS-DATE ' -- RUN REFUSED'
004580         SET CAK-RCT-REFUSED TO TRUE
004590         GO TO 0510-EXIT
004600     END-IF.
004610 0510-EXIT.
004620     EXIT.
004630*-----------------------------------------------------------*
004640*  0520-CHECK-OWN -- REFUSE A SECOND RUN FOR A BUSINESS DATE
004650*  THIS STEP HAS ALREADY COMPLETED.  NO STEP RECORD YET
004660*  MEANS THE STEP HAS NEVER RUN.
004670*-----------------------------------------------------------*
004680 0520-CHECK-OWN.
004690     MOVE CAK-RCT-STEP TO RCT-KEY.
004700     READ RUN-CONTROL-FILE
004710         INVALID KEY
004720             GO TO 0520-EXIT
004730     END-READ.
004740     IF RCT-LAST-BUS-DATE = CAK-BUSINESS-DATE
004750             AND RCT-STEP-COMPLETED
004760         DISPLAY 'LGTCMDAK: ALREADY COMPLETED FOR BUSINESS DATE '
004770                 CAK-BUSINESS-DATE ' -- RESET WITH LGTRSTEP '
004780                 'TO RERUN, RUN REFUSED'
004790         SET CAK-RCT-REFUSED TO TRUE
004800     END-IF.
004810 0520-EXIT.
004820     EXIT.
004830*-----------------------------------------------------------*
004840*  1000-INITIALIZE -- BALANCE FAULTIN, OPEN FILES, COPY THE
004850*  DAY'S FAULTS THROUGH TO FAULTOUT, PRIME THE THREE MATCH
004860*  STREAMS.  NO COMMAND FILE (LGTSCHED DID NOT RUN LAST
004870*  NIGHT), NO SCAN, OR NO PRIOR IGNORED FILE (FIRST EVER RUN)
004880*  IS TREATED AS EMPTY; FAULTX STILL FLOWS THROUGH TO
004890*  LGTWORKO.
004900*-----------------------------------------------------------*
004910 1000-INITIALIZE.
004920     ACCEPT CAK-RUN-DATE FROM DATE YYYYMMDD.
004930     MOVE CAK-RUN-DATE-MM   TO CAK-RPT-MM.
004940     MOVE CAK-RUN-DATE-DD   TO CAK-RPT-DD.
004950     MOVE CAK-RUN-DATE-CCYY TO CAK-RPT-CCYY.
004960     PERFORM 1050-BALANCE-FAULTIN THRU 1050-EXIT.
004970     IF CAK-BALANCE-FAILED
004980         GO TO 1000-EXIT
004990     END-IF.
005000     OPEN INPUT LIGHT-STATUS-MASTER.
005010     IF NOT CAK-MASTER-OK
005020         DISPLAY 'LGTCMDAK: CANNOT OPEN LIGHT-STATUS-MASTER, '
005030                 'STATUS ' CAK-MASTER-FILE-STATUS
005040                 ' -- RUN TERMINATED'
005050         MOVE 8 TO RETURN-CODE
005060         SET CAK-FATAL-ERROR TO TRUE
005070         GO TO 1000-EXIT
005080     END-IF.
005090     OPEN INPUT LIGHT-ATTRIBUTE-FILE.
005100     IF CAK-ATTR-OK
005110         MOVE 'Y' TO CAK-ATTR-OPEN-SW
005120     ELSE
005130         DISPLAY 'LGTCMDAK: NO ATTRIBUTE FILE -- EVERY '
005140                 'COMMAND WILL REPORT UNDER ZONE *UNK'
005150     END-IF.
005160     OPEN INPUT CONTROLLER-COMMAND-FILE.
005170     IF CAK-CMD-OK
005180         MOVE 'Y' TO CAK-CMD-OPEN-SW
005190     ELSE
005200         DISPLAY 'LGTCMDAK: NO CONTROLLER COMMAND FILE -- '
005210                 'NOTHING TO ACKNOWLEDGE TONIGHT'
005220     END-IF.
005230     OPEN INPUT SCAN-TRANSACTION-FILE.
005240     IF CAK-SCAN-OK
005250         MOVE 'Y' TO CAK-SCAN-OPEN-SW
005260     ELSE
005270         DISPLAY 'LGTCMDAK: NO SCAN TRANSACTION FILE -- '
005280                 'ONLY THE MASTER STATUS CAN CONFIRM'
005290     END-IF.
005300     OPEN INPUT IGNORED-IN-FILE.
005310     IF CAK-IGNIN-OK
005320         MOVE 'Y' TO CAK-IGNIN-OPEN-SW
005330     ELSE
005340         DISPLAY 'LGTCMDAK: NO PRIOR IGNORED-COMMAND FILE -- '
005350                 'STARTING WITH NONE'
005360     END-IF.
005370     OPEN OUTPUT IGNORED-OUT-FILE.
005380     OPEN OUTPUT FAULT-EXCEPTION-FILE.
005390     OPEN OUTPUT ACK-REPORT.
005400     WRITE CAK-RPT-RECORD FROM CAK-RPT-HEADER-1
005410         AFTER ADVANCING PAGE.
005420     MOVE SPACES TO CAK-RPT-RECORD.
005430     WRITE CAK-RPT-RECORD AFTER ADVANCING 1 LINE.
005440     WRITE CAK-RPT-RECORD FROM CAK-RPT-COL-HDGS
005450         AFTER ADVANCING 1 LINE.
005460     PERFORM 1200-COPY-FAULTS THRU 1200-EXIT.
005470     PERFORM 2100-READ-COMMAND THRU 2100-EXIT.
005480     PERFORM 2200-READ-SCAN THRU 2200-EXIT.
005490     PERFORM 2300-READ-PRIOR THRU 2300-EXIT.
005500 1000-EXIT.
005510     EXIT.
005520*-----------------------------------------------------------*
005530*  1050-BALANCE-FAULTIN -- READ MOB-CODING'S FAULTX THROUGH
005540*  AND PROVE IT AGAINST ITS CONTROL-TOTAL TRAILER BEFORE IT
005550*  IS COPIED ON.  NO TRAILER, OR COUNTS THAT DO NOT PROVE,
005560*  STOPS THE RUN WITH RC 8 -- LGTWORKO WOULD REFUSE IT ANYWAY.
005570*-----------------------------------------------------------*
005580 1050-BALANCE-FAULTIN.
005590     OPEN INPUT FAULT-IN-FILE.
005600     PERFORM 1060-BALANCE-ONE-FAULT THRU 1060-EXIT
005610         UNTIL CAK-BAL-EOF OR CAK-BAL-TRL-FOUND.
005620     CLOSE FAULT-IN-FILE.
005630     IF NOT CAK-BAL-TRL-FOUND
005640         DISPLAY 'LGTCMDAK: NO CONTROL-TOTAL TRAILER ON '
005650                 'FAULTIN -- HALF-WRITTEN FILE, RUN '
005660                 'TERMINATED'
005670         MOVE 8 TO RETURN-CODE
005680         SET CAK-BALANCE-FAILED TO TRUE
005690         GO TO 1050-EXIT
005700     END-IF.
005710     IF TRL-RECORD-COUNT = CAK-BAL-COUNT
005720             AND TRL-HASH-TOTAL = CAK-BAL-HASH
005730         SET CAK-BALANCED TO TRUE
005740         MOVE CAK-BAL-COUNT TO CAK-OUT-COUNT
005750         MOVE CAK-BAL-HASH  TO CAK-OUT-HASH
005760     ELSE
005770         DISPLAY 'LGTCMDAK: FAULTIN TRAILER EXPECTS '
005780                 TRL-RECORD-COUNT ' RECORDS, READ '
005790                 CAK-BAL-COUNT ' -- RUN TERMINATED'
005800         MOVE 8 TO RETURN-CODE
005810         SET CAK-BALANCE-FAILED TO TRUE
005820     END-IF.
005830     IF CAK-BALANCED
005840             AND TRL-BUSINESS-DATE NOT = CAK-BUSINESS-DATE
005850         DISPLAY 'LGTCMDAK: FAULTIN WAS WRITTEN FOR BUSINESS '
005860                 'DATE ' TRL-BUSINESS-DATE ', NOT '
005870                 CAK-BUSINESS-DATE ' -- RUN TERMINATED'
005880         MOVE 8 TO RETURN-CODE
005890         SET CAK-BALANCE-FAILED TO TRUE
005900     END-IF.
005910 1050-EXIT.
005920     EXIT.
005930 1060-BALANCE-ONE-FAULT.
005940     READ FAULT-IN-FILE INTO CAK-FIN-WORK
005950         AT END
005960             SET CAK-BAL-EOF TO TRUE
005970             GO TO 1060-EXIT
005980     END-READ.
005990     IF CAK-FIN-LIGHT-ID = '**TRAILER*'
006000         MOVE CAK-FIN-WORK (1:45) TO CONTROL-TRAILER-RECORD
006010         SET CAK-BAL-TRL-FOUND TO TRUE
006020         GO TO 1060-EXIT
006030     END-IF.
006040     ADD 1 TO CAK-BAL-COUNT.
006050     COMPUTE CAK-BAL-HASH =
006060         CAK-BAL-HASH + CAK-FIN-ROW + CAK-FIN-COL.
006070 1060-EXIT.
006080     EXIT.
006090*-----------------------------------------------------------*
006100*  1200-COPY-FAULTS -- THE DAY'S FAULT RECORDS GO THROUGH TO
006110*  FAULTOUT UNCHANGED.  THE TRAILER IS HELD BACK AND WRITTEN
006120*  AT TERMINATION WITH THE STUCK-RELAY RECORDS COUNTED IN.
006130*-----------------------------------------------------------*
006140 1200-COPY-FAULTS.
006150     OPEN INPUT FAULT-IN-FILE.
006160     PERFORM 1210-COPY-ONE-FAULT THRU 1210-EXIT
006170         UNTIL CAK-FIN-EOF.
006180     CLOSE FAULT-IN-FILE.
006190 1200-EXIT.
006200     EXIT.
006210 1210-COPY-ONE-FAULT.
006220     READ FAULT-IN-FILE INTO CAK-FIN-WORK
006230         AT END
006240             SET CAK-FIN-EOF TO TRUE
006250             GO TO 1210-EXIT
006260     END-READ.
006270     IF CAK-FIN-LIGHT-ID = '**TRAILER*'
006280         SET CAK-FIN-EOF TO TRUE
006290         GO TO 1210-EXIT
006300     END-IF.
006310     WRITE FAULT-EXCEPTION-RECORD FROM CAK-FIN-WORK.
006320     ADD 1 TO CAK-FAULTS-COPIED.
006330 1210-EXIT.
006340     EXIT.
006350*-----------------------------------------------------------*
006360*  2100-READ-COMMAND -- NEXT CONTROLLER COMMAND.  ONLY A
006370*  CHANGE WITH A NUMERIC KEY AND AN ON/OFF STATE IS A
006380*  COMMAND LGTSCHED WROTE; ANYTHING ELSE IS COUNTED UNUSABLE.
006390*-----------------------------------------------------------*
006400 2100-READ-COMMAND.
006410     IF NOT CAK-CMD-IS-OPEN
006420         MOVE HIGH-VALUES TO CAK-CMD-KEY
006430         GO TO 2100-EXIT
006440     END-IF.
006450     READ CONTROLLER-COMMAND-FILE
006460         AT END
006470             MOVE HIGH-VALUES TO CAK-CMD-KEY
006480             GO TO 2100-EXIT
006490     END-READ.
006500     ADD 1 TO CAK-COMMANDS-READ.
006510     MOVE 'N' TO CAK-CMD-VALID-SW.
006520     IF NOT SCAN-ACTION-CHANGE
006530             OR SCAN-ROW NOT NUMERIC
006540             OR SCAN-COL NOT NUMERIC
006550             OR (SCAN-STATUS NOT = 'O' AND SCAN-STATUS NOT = 'F')
006560         MOVE LOW-VALUES TO CAK-CMD-KEY
006570         GO TO 2100-EXIT
006580     END-IF.
006590     SET CAK-CMD-VALID TO TRUE.
006600     MOVE SCAN-ROW-N    TO CAK-CMD-KEY-ROW.
006610     MOVE SCAN-COL-N    TO CAK-CMD-KEY-COL.
006620     MOVE SCAN-LIGHT-ID TO CAK-CMD-LIGHT-ID.
006630     MOVE SCAN-STATUS   TO CAK-CMD-STATUS.
006640 2100-EXIT.
006650     EXIT.
006660*-----------------------------------------------------------*
006670*  2200-READ-SCAN -- NEXT SCAN TRANSACTION, KEY BUILT FOR THE
006680*  MATCH
006690*-----------------------------------------------------------*
006700 2200-READ-SCAN.
006710     IF NOT CAK-SCAN-IS-OPEN
006720         MOVE HIGH-VALUES TO CAK-SCN-KEY
006730         GO TO 2200-EXIT
006740     END-IF.
006750     READ SCAN-TRANSACTION-FILE INTO CAK-SCN-WORK
006760         AT END
006770             MOVE HIGH-VALUES TO CAK-SCN-KEY
006780             GO TO 2200-EXIT
006790     END-READ.
006800     IF CAK-SCN-ROW NOT NUMERIC OR CAK-SCN-COL NOT NUMERIC
006810         MOVE LOW-VALUES TO CAK-SCN-KEY
006820         GO TO 2200-EXIT
006830     END-IF.
006840     MOVE CAK-SCN-ROW-N TO CAK-SCN-KEY-ROW.
006850     MOVE CAK-SCN-COL-N TO CAK-SCN-KEY-COL.
006860 2200-EXIT.
006870     EXIT.
006880*-----------------------------------------------------------*
006890*  2300-READ-PRIOR -- LAST RUN'S IGNORED COMMANDS, INTO THE
006900*  WORK AREA
006910*-----------------------------------------------------------*
006920 2300-READ-PRIOR.
006930     IF NOT CAK-IGNIN-IS-OPEN
006940         MOVE HIGH-VALUES TO CAK-IGN-KEY
006950         GO TO 2300-EXIT
006960     END-IF.
006970     READ IGNORED-IN-FILE INTO CAK-PRV-IGNORED
006980         AT END
006990             MOVE HIGH-VALUES TO CAK-IGN-KEY
007000             GO TO 2300-EXIT
007010     END-READ.
007020     MOVE CAK-PRV-ROW TO CAK-IGN-KEY-ROW.
007030     MOVE CAK-PRV-COL TO CAK-IGN-KEY-COL.
007040 2300-EXIT.
007050     EXIT.
007060*-----------------------------------------------------------*
007070*  3000-PROCESS-ONE-COMMAND -- BRING THE SCAN AND PRIOR-
007080*  IGNORED STREAMS UP TO THE COMMAND'S KEY, THEN DECIDE
007090*  WHETHER THE CONTROLLER CARRIED THE COMMAND OUT
007100*-----------------------------------------------------------*
007110 3000-PROCESS-ONE-COMMAND.
007120     IF NOT CAK-CMD-VALID
007130         ADD 1 TO CAK-CMD-UNUSABLE
007140         PERFORM 2100-READ-COMMAND THRU 2100-EXIT
007150         GO TO 3000-EXIT
007160     END-IF.
007170     MOVE 'N' TO CAK-ACK-FOUND-SW.
007180     MOVE 'N' TO CAK-PRIOR-FOUND-SW.
007190     PERFORM 3100-MATCH-ONE-SCAN THRU 3100-EXIT
007200         UNTIL CAK-SCN-KEY > CAK-CMD-KEY.
007210     PERFORM 3200-PASS-ONE-PRIOR THRU 3200-EXIT
007220         UNTIL CAK-IGN-KEY NOT < CAK-CMD-KEY.
007230     IF CAK-IGN-KEY = CAK-CMD-KEY
007240         SET CAK-PRIOR-FOUND TO TRUE
007250         MOVE CAK-PRV-COMMANDED     TO CAK-HOLD-PRV-COMMANDED
007260         MOVE CAK-PRV-FIRST-IGNORED TO CAK-HOLD-PRV-FIRST
007270         MOVE CAK-PRV-NIGHTS        TO CAK-HOLD-PRV-NIGHTS
007280         PERFORM 2300-READ-PRIOR THRU 2300-EXIT
007290     END-IF.
007300     PERFORM 3300-GET-ZONE THRU 3300-EXIT.
007310     PERFORM 3400-FIND-ZONE-SLOT THRU 3400-EXIT.
007320     IF CAK-ZONE-SLOT > 0
007330         ADD 1 TO CAK-ZONE-ISSUED (CAK-ZONE-SLOT)
007340     END-IF.
007350     PERFORM 3500-CLASSIFY-COMMAND THRU 3500-EXIT.
007360     PERFORM 2100-READ-COMMAND THRU 2100-EXIT.
007370 3000-EXIT.
007380     EXIT.
007390*-----------------------------------------------------------*
007400*  3100-MATCH-ONE-SCAN -- A SCAN CHANGE FOR THE COMMAND'S
007410*  FIXTURE REPORTING THE COMMANDED STATE IS THE CONTROLLER'S
007420*  ACKNOWLEDGEMENT.  SCAN RECORDS FOR FIXTURES NOT COMMANDED
007430*  ARE PASSED OVER.
007440*-----------------------------------------------------------*
007450 3100-MATCH-ONE-SCAN.
007460     IF CAK-SCN-KEY = CAK-CMD-KEY
007470             AND CAK-SCN-ACTION-CHANGE
007480             AND CAK-SCN-STATUS = CAK-CMD-STATUS
007490         SET CAK-ACK-FOUND TO TRUE
007500     END-IF.
007510     PERFORM 2200-READ-SCAN THRU 2200-EXIT.
007520 3100-EXIT.
007530     EXIT.
007540*-----------------------------------------------------------*
007550*  3200-PASS-ONE-PRIOR -- A FIXTURE THAT IGNORED A COMMAND
007560*  LAST NIGHT BUT WAS NOT COMMANDED TONIGHT IS NOW WHERE THE
007570*  SCHEDULE WANTS IT; IT DROPS OFF THE CARRY FILE
007580*-----------------------------------------------------------*
007590 3200-PASS-ONE-PRIOR.
007600     ADD 1 TO CAK-PRIOR-RESOLVED.
007610     PERFORM 2300-READ-PRIOR THRU 2300-EXIT.
007620 3200-EXIT.
007630     EXIT.
007640*-----------------------------------------------------------*
007650*  3300-GET-ZONE -- JOIN THE COMMANDED FIXTURE TO ITS ZONE
007660*  THROUGH LIGHT-ATTRIBUTE-FILE; NO RECORD (OR NO FILE) IS
007670*  '*UNK', AS IN LGTSCHED
007680*-----------------------------------------------------------*
007690 3300-GET-ZONE.
007700     MOVE '*UNK' TO CAK-CURRENT-ZONE.
007710     IF NOT CAK-ATTR-IS-OPEN
007720         GO TO 3300-EXIT
007730     END-IF.
007740     MOVE CAK-CMD-KEY-ROW TO ATTR-ROW.
007750     MOVE CAK-CMD-KEY-COL TO ATTR-COL.
007760     READ LIGHT-ATTRIBUTE-FILE
007770         INVALID KEY
007780             GO TO 3300-EXIT
007790     END-READ.
007800     IF ATTR-ZONE-CODE NOT = SPACES
007810         MOVE ATTR-ZONE-CODE TO CAK-CURRENT-ZONE
007820     END-IF.
007830 3300-EXIT.
007840     EXIT.
007850*-----------------------------------------------------------*
007860*  3400-FIND-ZONE-SLOT -- FIND OR ADD THE COMMAND'S ZONE IN
007870*  THE ACCUMULATOR TABLE
007880*-----------------------------------------------------------*
007890 3400-FIND-ZONE-SLOT.
007900     MOVE 0 TO CAK-ZONE-SLOT.
007910     PERFORM 3410-SCAN-ZONE THRU 3410-EXIT
007920         VARYING AZ FROM 1 BY 1
007930             UNTIL CAK-ZONE-SLOT > 0 OR AZ > CAK-ZONE-COUNT.
007940     IF CAK-ZONE-SLOT > 0
007950         GO TO 3400-EXIT
007960     END-IF.
007970     IF CAK-ZONE-COUNT >= 100
007980         IF NOT CAK-ZONE-OVERFLOW
007990             DISPLAY 'LGTCMDAK: MORE THAN 100 ZONE CODES -- '
008000                     'TABLE FULL, EXTRAS NOT SUMMARIZED'
008010             SET CAK-ZONE-OVERFLOW TO TRUE
008020         END-IF
008030         GO TO 3400-EXIT
008040     END-IF.
008050     ADD 1 TO CAK-ZONE-COUNT.
008060     MOVE CAK-ZONE-COUNT   TO CAK-ZONE-SLOT.
008070     MOVE CAK-CURRENT-ZONE TO CAK-ZONE-CODE (CAK-ZONE-SLOT).
008080     MOVE 0 TO CAK-ZONE-ISSUED (CAK-ZONE-SLOT).
008090     MOVE 0 TO CAK-ZONE-CONFIRMED (CAK-ZONE-SLOT).
008100     MOVE 0 TO CAK-ZONE-IGNORED (CAK-ZONE-SLOT).
008110     MOVE 0 TO CAK-ZONE-OVERTAKEN (CAK-ZONE-SLOT).
008120     MOVE 0 TO CAK-ZONE-STUCK (CAK-ZONE-SLOT).
008130 3400-EXIT.
008140     EXIT.
008150 3410-SCAN-ZONE.
008160     IF AZ > CAK-ZONE-COUNT
008170         GO TO 3410-EXIT
008180     END-IF.
008190     IF CAK-ZONE-CODE (AZ) = CAK-CURRENT-ZONE
008200         MOVE AZ TO CAK-ZONE-SLOT
008210     END-IF.
008220 3410-EXIT.
008230     EXIT.
008240*-----------------------------------------------------------*
008250*  3500-CLASSIFY-COMMAND -- CONFIRMED, OVERTAKEN, OR IGNORED,
008260*  JUDGED BY THE MASTER STATUS AFTER TONIGHT'S SCAN APPLY
008270*-----------------------------------------------------------*
008280 3500-CLASSIFY-COMMAND.
008290     MOVE SPACES          TO CAK-NOW-STATUS.
008300     MOVE 0               TO CAK-NIGHTS.
008310     MOVE CAK-CMD-KEY-ROW TO LGT-MASTER-ROW.
008320     MOVE CAK-CMD-KEY-COL TO LGT-MASTER-COL.
008330     READ LIGHT-STATUS-MASTER
008340         INVALID KEY
008350             MOVE 'FIXTURE NO LONGER ON MASTER'
008360                 TO CAK-RPT-EXCEPTION
008370             PERFORM 3700-COMMAND-OVERTAKEN THRU 3700-EXIT
008380             GO TO 3500-EXIT
008390     END-READ.
008400     MOVE LGT-MASTER-STATUS TO CAK-NOW-STATUS.
008410     IF LGT-MASTER-STATUS = CAK-CMD-STATUS
008420         ADD 1 TO CAK-CONFIRMED
008430         IF CAK-ZONE-SLOT > 0
008440             ADD 1 TO CAK-ZONE-CONFIRMED (CAK-ZONE-SLOT)
008450         END-IF
008460         IF CAK-PRIOR-FOUND
008470             ADD 1 TO CAK-PRIOR-RESOLVED
008480         END-IF
008490         GO TO 3500-EXIT
008500     END-IF.
008510     IF NOT LGT-STATUS-ON AND NOT LGT-STATUS-OFF
008520         MOVE 'OVERTAKEN BY A STATUS CHANGE'
008530             TO CAK-RPT-EXCEPTION
008540         PERFORM 3700-COMMAND-OVERTAKEN THRU 3700-EXIT
008550         GO TO 3500-EXIT
008560     END-IF.
008570     IF CAK-ACK-FOUND
008580         MOVE 'SCAN REPORTED IT, APPLY REJECTED'
008590             TO CAK-RPT-EXCEPTION
008600         PERFORM 3700-COMMAND-OVERTAKEN THRU 3700-EXIT
008610         GO TO 3500-EXIT
008620     END-IF.
008630     PERFORM 3600-COMMAND-IGNORED THRU 3600-EXIT.
008640 3500-EXIT.
008650     EXIT.
008660*-----------------------------------------------------------*
008670*  3600-COMMAND-IGNORED -- THE FIXTURE IS STILL IN THE STATE
008680*  THE COMMAND WAS MEANT TO CHANGE.  THE SAME COMMAND IGNORED
008690*  LAST NIGHT TOO MAKES IT A STUCK RELAY.
008700*-----------------------------------------------------------*
008710 3600-COMMAND-IGNORED.
008720     ADD 1 TO CAK-IGNORED.
008730     IF CAK-ZONE-SLOT > 0
008740         ADD 1 TO CAK-ZONE-IGNORED (CAK-ZONE-SLOT)
008750     END-IF.
008760     MOVE SPACES              TO COMMAND-IGNORED-RECORD.
008770     MOVE CAK-CMD-KEY-ROW     TO CIG-ROW.
008780     MOVE CAK-CMD-KEY-COL     TO CIG-COL.
008790     MOVE LGT-MASTER-ID       TO CIG-LIGHT-ID.
008800     MOVE CAK-CURRENT-ZONE    TO CIG-ZONE-CODE.
008810     MOVE CAK-CMD-STATUS      TO CIG-COMMANDED-STATUS.
008820     MOVE LGT-MASTER-STATUS   TO CIG-MASTER-STATUS.
008830     MOVE CAK-RUN-DATE        TO CIG-LAST-IGNORED.
008840     IF CAK-PRIOR-FOUND
008850             AND CAK-HOLD-PRV-COMMANDED = CAK-CMD-STATUS
008860         MOVE CAK-HOLD-PRV-FIRST TO CIG-FIRST-IGNORED
008870         IF CAK-HOLD-PRV-NIGHTS < 999
008880             COMPUTE CAK-NIGHTS = CAK-HOLD-PRV-NIGHTS + 1
008890         ELSE
008900             MOVE 999 TO CAK-NIGHTS
008910         END-IF
008920     ELSE
008930         MOVE CAK-RUN-DATE    TO CIG-FIRST-IGNORED
008940         MOVE 1               TO CAK-NIGHTS
008950     END-IF.
008960     MOVE CAK-NIGHTS          TO CIG-NIGHTS.
008970     WRITE COMMAND-IGNORED-RECORD.
008980     IF CAK-NIGHTS >= CAK-STUCK-NIGHTS
008990         PERFORM 4100-WRITE-STUCK-FAULT THRU 4100-EXIT
009000         MOVE 'STUCK RELAY - STKR FAULT RAISED'
009010             TO CAK-RPT-EXCEPTION
009020     ELSE
009030         MOVE 'COMMAND IGNORED' TO CAK-RPT-EXCEPTION
009040     END-IF.
009050     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT.
009060 3600-EXIT.
009070     EXIT.
009080*-----------------------------------------------------------*
009090*  3700-COMMAND-OVERTAKEN -- SOMETHING OTHER THAN THE RELAY
009100*  DECIDED THE FIXTURE'S STATE.  THE CALLER SETS THE
009110*  EXCEPTION TEXT.  A PRIOR IGNORE DOES NOT CARRY FORWARD.
009120*-----------------------------------------------------------*
009130 3700-COMMAND-OVERTAKEN.
009140     ADD 1 TO CAK-OVERTAKEN.
009150     IF CAK-ZONE-SLOT > 0
009160         ADD 1 TO CAK-ZONE-OVERTAKEN (CAK-ZONE-SLOT)
009170     END-IF.
009180     IF CAK-PRIOR-FOUND
009190         ADD 1 TO CAK-PRIOR-RESOLVED
009200     END-IF.
009210     PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT.
009220 3700-EXIT.
009230     EXIT.
009240*-----------------------------------------------------------*
009250*  3900-DROP-ONE-PRIOR -- PRIOR IGNORED COMMANDS LEFT AFTER
009260*  THE LAST COMMAND HAD NO COMMAND TONIGHT
009270*-----------------------------------------------------------*
009280 3900-DROP-ONE-PRIOR.
009290     ADD 1 TO CAK-PRIOR-RESOLVED.
009300     PERFORM 2300-READ-PRIOR THRU 2300-EXIT.
009310 3900-EXIT.
009320     EXIT.
009330*-----------------------------------------------------------*
009340*  4100-WRITE-STUCK-FAULT -- ONE FAULT-EXCEPTION-FILE RECORD
009350*  FOR A STUCK RELAY.  THE COMMAND FILE CARRIES NO GRID OR
009360*  CLUSTER, SO BOTH ARE LEFT BLANK -- THE ORDER IS FOR THE
009370*  ONE FIXTURE.
009380*-----------------------------------------------------------*
009390 4100-WRITE-STUCK-FAULT.
009400     MOVE SPACES               TO FAULT-EXCEPTION-RECORD.
009410     MOVE LGT-MASTER-ID        TO FAULTX-LIGHT-ID.
009420     MOVE CAK-CMD-KEY-ROW      TO FAULTX-ROW.
009430     MOVE CAK-CMD-KEY-COL      TO FAULTX-COL.
009440     MOVE CAK-STUCK-FAULT-CODE TO FAULTX-FAULT-CODE.
009450     MOVE CAK-RUN-DATE         TO FAULTX-DATE-DETECTED.
009460     WRITE FAULT-EXCEPTION-RECORD.
009470     ADD 1 TO CAK-OUT-COUNT.
009480     COMPUTE CAK-OUT-HASH =
009490         CAK-OUT-HASH + FAULTX-ROW + FAULTX-COL.
009500     ADD 1 TO CAK-STUCK-RAISED.
009510     IF CAK-ZONE-SLOT > 0
009520         ADD 1 TO CAK-ZONE-STUCK (CAK-ZONE-SLOT)
009530     END-IF.
009540 4100-EXIT.
009550     EXIT.
009560*-----------------------------------------------------------*
009570*  5100-WRITE-DETAIL -- ONE EXCEPTION LINE FOR A COMMAND NOT
009580*  CONFIRMED.  THE CALLER SETS CAK-RPT-EXCEPTION.
009590*-----------------------------------------------------------*
009600 5100-WRITE-DETAIL.
009610     MOVE CAK-CMD-KEY-ROW   TO CAK-RPT-ROW.
009620     MOVE CAK-CMD-KEY-COL   TO CAK-RPT-COL.
009630     MOVE CAK-CMD-LIGHT-ID  TO CAK-RPT-ID.
009640     MOVE CAK-CURRENT-ZONE  TO CAK-RPT-ZONE.
009650     MOVE CAK-CMD-STATUS    TO CAK-RPT-CMD.
009660     MOVE CAK-NOW-STATUS    TO CAK-RPT-NOW.
009670     MOVE CAK-NIGHTS        TO CAK-RPT-NIGHTS.
009680     WRITE CAK-RPT-RECORD FROM CAK-RPT-DETAIL
009690         AFTER ADVANCING 1 LINE.
009700 5100-EXIT.
009710     EXIT.
009720*-----------------------------------------------------------*
009730*  6000-PRINT-ZONE-SUMMARY -- COMMANDS ISSUED, CONFIRMED,
009740*  IGNORED, AND OVERTAKEN BY ZONE, ON A PAGE OF ITS OWN
009750*-----------------------------------------------------------*
009760 6000-PRINT-ZONE-SUMMARY.
009770     WRITE CAK-RPT-RECORD FROM CAK-RPT-HEADER-1
009780         AFTER ADVANCING PAGE.
009790     WRITE CAK-RPT-RECORD FROM CAK-RPT-ZONE-TITLE
009800         AFTER ADVANCING 1 LINE.
009810     MOVE SPACES TO CAK-RPT-RECORD.
009820     WRITE CAK-RPT-RECORD AFTER ADVANCING 1 LINE.
009830     WRITE CAK-RPT-RECORD FROM CAK-RPT-ZONE-HDGS
009840         AFTER ADVANCING 1 LINE.
009850     PERFORM 6100-PRINT-ONE-ZONE THRU 6100-EXIT
009860         VARYING AZ FROM 1 BY 1
009870             UNTIL AZ > CAK-ZONE-COUNT.
009880 6000-EXIT.
009890     EXIT.
009900 6100-PRINT-ONE-ZONE.
009910     MOVE CAK-ZONE-CODE (AZ)      TO CAK-RPT-Z-ZONE.
009920     MOVE CAK-ZONE-ISSUED (AZ)    TO CAK-RPT-Z-ISSUED.
009930     MOVE CAK-ZONE-CONFIRMED (AZ) TO CAK-RPT-Z-CONFIRMED.
009940     MOVE CAK-ZONE-IGNORED (AZ)   TO CAK-RPT-Z-IGNORED.
009950     MOVE CAK-ZONE-OVERTAKEN (AZ) TO CAK-RPT-Z-OVERTAKEN.
009960     MOVE CAK-ZONE-STUCK (AZ)     TO CAK-RPT-Z-STUCK.
009970     MOVE 0 TO CAK-PCT-CONFIRMED.
009980     IF CAK-ZONE-ISSUED (AZ) > 0
009990         COMPUTE CAK-PCT-CONFIRMED =
010000             CAK-ZONE-CONFIRMED (AZ) * 100
010010                 / CAK-ZONE-ISSUED (AZ)
010020     END-IF.
010030     MOVE CAK-PCT-CONFIRMED       TO CAK-RPT-Z-PCT.
010040     WRITE CAK-RPT-RECORD FROM CAK-RPT-ZONE-DETAIL
010050         AFTER ADVANCING 1 LINE.
010060 6100-EXIT.
010070     EXIT.
010080*-----------------------------------------------------------*
010090*  7000-PRINT-TOTALS
010100*-----------------------------------------------------------*
010110 7000-PRINT-TOTALS.
010120     MOVE SPACES TO CAK-RPT-RECORD.
010130     WRITE CAK-RPT-RECORD AFTER ADVANCING 1 LINE.
010140     MOVE 'COMMANDS READ'              TO CAK-RPT-TOT-TEXT.
010150     MOVE CAK-COMMANDS-READ            TO CAK-RPT-TOT-COUNT.
010160     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010170     MOVE 'COMMANDS CONFIRMED'         TO CAK-RPT-TOT-TEXT.
010180     MOVE CAK-CONFIRMED                TO CAK-RPT-TOT-COUNT.
010190     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010200     MOVE 'COMMANDS IGNORED'           TO CAK-RPT-TOT-TEXT.
010210     MOVE CAK-IGNORED                  TO CAK-RPT-TOT-COUNT.
010220     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010230     MOVE 'COMMANDS OVERTAKEN'         TO CAK-RPT-TOT-TEXT.
010240     MOVE CAK-OVERTAKEN                TO CAK-RPT-TOT-COUNT.
010250     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010260     MOVE 'UNUSABLE COMMAND RECORDS'   TO CAK-RPT-TOT-TEXT.
010270     MOVE CAK-CMD-UNUSABLE             TO CAK-RPT-TOT-COUNT.
010280     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010290     MOVE 'STUCK RELAY FAULTS RAISED'  TO CAK-RPT-TOT-TEXT.
010300     MOVE CAK-STUCK-RAISED             TO CAK-RPT-TOT-COUNT.
010310     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010320     MOVE 'PRIOR IGNORES RESOLVED'     TO CAK-RPT-TOT-TEXT.
010330     MOVE CAK-PRIOR-RESOLVED           TO CAK-RPT-TOT-COUNT.
010340     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010350     MOVE 'FAULTX RECORDS COPIED'      TO CAK-RPT-TOT-TEXT.
010360     MOVE CAK-FAULTS-COPIED            TO CAK-RPT-TOT-COUNT.
010370     PERFORM 7100-WRITE-TOTAL-LINE THRU 7100-EXIT.
010380 7000-EXIT.
010390     EXIT.
010400 7100-WRITE-TOTAL-LINE.
010410     WRITE CAK-RPT-RECORD FROM CAK-RPT-TOTAL-LINE
010420         AFTER ADVANCING 1 LINE.
010430 7100-EXIT.
010440     EXIT.
010450*-----------------------------------------------------------*
010460*  8000-WRITE-RUN-AUDIT -- ONE RECORD PER RUN APPENDED TO
010470*  THE AUDIT TRAIL, CARRYING THE FAULTIN BALANCING RESULT,
010480*  THE COMMANDS CHECKED, AND THE STUCK RELAYS RAISED
010490*-----------------------------------------------------------*
010500 8000-WRITE-RUN-AUDIT.
010510     OPEN EXTEND AUDIT-TRAIL-FILE.
010520     MOVE CAK-RUN-DATE           TO AUDIT-RUN-DATE.
010530     ACCEPT AUDIT-RUN-TIME FROM TIME.
010540     MOVE 'LGTCMDAK'             TO AUDIT-OPERATOR-ID.
010550     MOVE 'LGTCMDAK'             TO AUDIT-JOB-ID.
010560     MOVE ZEROS                  TO AUDIT-ROW-LIMIT.
010570     MOVE ZEROS                  TO AUDIT-COL-LIMIT.
010580     MOVE CAK-COMMANDS-READ      TO AUDIT-LIGHTS-PROCESSED.
010590     IF CAK-STUCK-RAISED > 99999
010600         MOVE 99999              TO AUDIT-FAULTS-FOUND
010610     ELSE
010620         MOVE CAK-STUCK-RAISED   TO AUDIT-FAULTS-FOUND
010630     END-IF.
010640     MOVE SPACES                 TO AUDIT-GRID-ID.
010650     IF CAK-BALANCE-FAILED
010660         SET AUDIT-RUN-BALANCE-FAILED TO TRUE
010670         SET AUDIT-BAL-FAILED         TO TRUE
010680     ELSE
010690         SET AUDIT-RUN-COMPLETED      TO TRUE
010700         MOVE CAK-BAL-SW         TO AUDIT-BALANCE-RESULT
010710     END-IF.
010720     WRITE AUDIT-TRAIL-RECORD.
010730     CLOSE AUDIT-TRAIL-FILE.
010740 8000-EXIT.
010750     EXIT.
010760*-----------------------------------------------------------*
010770*  9150-WRITE-TRAILER -- FAULTOUT'S CONTROL-TOTAL TRAILER:
010780*  THE FAULTIN TRAILER AS READ, WITH THE COUNT AND HASH
010790*  CARRYING THE STUCK-RELAY RECORDS ADDED TONIGHT
010800*-----------------------------------------------------------*
010810 9150-WRITE-TRAILER.
010820     MOVE '**TRAILER*'           TO TRL-LITERAL.
010830     MOVE CAK-OUT-COUNT          TO TRL-RECORD-COUNT.
010840     MOVE CAK-OUT-HASH           TO TRL-HASH-TOTAL.
010850     MOVE CAK-BUSINESS-DATE      TO TRL-BUSINESS-DATE.
010860     WRITE FAULT-EXCEPTION-RECORD
010870         FROM CONTROL-TRAILER-RECORD.
010880 9150-EXIT.
010890     EXIT.
010900*-----------------------------------------------------------*
010910*  9000-TERMINATE
010920*-----------------------------------------------------------*
010930 9000-TERMINATE.
010940     IF CAK-FATAL-ERROR
010950         PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT
010960         GOBACK
010970     END-IF.
010980     PERFORM 9150-WRITE-TRAILER THRU 9150-EXIT.
010990     CLOSE LIGHT-STATUS-MASTER.
011000     IF CAK-ATTR-IS-OPEN
011010         CLOSE LIGHT-ATTRIBUTE-FILE
011020     END-IF.
011030     IF CAK-CMD-IS-OPEN
011040         CLOSE CONTROLLER-COMMAND-FILE
011050     END-IF.
011060     IF CAK-SCAN-IS-OPEN
011070         CLOSE SCAN-TRANSACTION-FILE
011080     END-IF.
011090     IF CAK-IGNIN-IS-OPEN
011100         CLOSE IGNORED-IN-FILE
011110     END-IF.
011120     CLOSE IGNORED-OUT-FILE.
011130     CLOSE FAULT-EXCEPTION-FILE.
011140     CLOSE ACK-REPORT.
011150     PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT.
011160     GOBACK.
011170*-----------------------------------------------------------*
011180*  9800-STAMP-RUN-CONTROL -- RECORD HOW THIS STEP ENDED FOR
011190*  THE BUSINESS DATE.  RC 4 OR LESS IS A COMPLETION THE NEXT
011200*  STEP MAY FOLLOW; ANYTHING HIGHER STOPS THE CHAIN HERE.
011210*-----------------------------------------------------------*
011220 9800-STAMP-RUN-CONTROL.
011230     OPEN I-O RUN-CONTROL-FILE.
011240     IF NOT CAK-RCT-OK
011250         DISPLAY 'LGTCMDAK: CANNOT OPEN RUN-CONTROL FILE, '
011260                 'STATUS ' CAK-RCT-FILE-STATUS
011270                 ' -- STEP RESULT NOT RECORDED'
011280         GO TO 9800-EXIT
011290     END-IF.
011300     MOVE CAK-RCT-STEP TO RCT-KEY.
011310     MOVE 'Y' TO CAK-RCT-FOUND-SW.
011320     READ RUN-CONTROL-FILE
011330         INVALID KEY
011340             MOVE 'N' TO CAK-RCT-FOUND-SW
011350     END-READ.
011360     IF NOT CAK-RCT-STEP-FOUND
011370         MOVE SPACES     TO RUN-CONTROL-RECORD
011380         MOVE CAK-RCT-STEP TO RCT-KEY
011390         MOVE ZEROS      TO RCT-RESET-DATE
011400                            RCT-RESET-TIME
011410     END-IF.
011420     MOVE CAK-BUSINESS-DATE TO RCT-LAST-BUS-DATE.
011430     IF RETURN-CODE > 4
011440         SET RCT-STEP-FAILED    TO TRUE
011450     ELSE
011460         SET RCT-STEP-COMPLETED TO TRUE
011470     END-IF.
011480     MOVE RETURN-CODE TO RCT-LAST-RC.
011490     ACCEPT RCT-LAST-RUN-DATE FROM DATE YYYYMMDD.
011500     ACCEPT RCT-LAST-RUN-TIME FROM TIME.
011510     IF CAK-RCT-STEP-FOUND
011520         REWRITE RUN-CONTROL-RECORD
011530     ELSE
011540         WRITE RUN-CONTROL-RECORD
011550     END-IF.
011560     IF NOT CAK-RCT-OK
011570         DISPLAY 'LGTCMDAK: RUN-CONTROL UPDATE FAILED, STATUS '
011580                 CAK-RCT-FILE-STATUS ' -- STEP RESULT NOT '
011590                 'RECORDED'
011600     END-IF.
011610     CLOSE RUN-CONTROL-FILE.
011620 9800-EXIT.
011630     EXIT.
011640 END PROGRAM LGTCMDAK.
