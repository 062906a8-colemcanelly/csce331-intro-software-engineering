      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTBDATE.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTBDATE -- ADVANCE THE NIGHTLY CHAIN'S BUSINESS DATE ON
000090*  THE RUN-CONTROL FILE (RUNCTL, RCTLREC.CPY).  RUN ONCE PER
000100*  NIGHT AHEAD OF LGTSCAN.  THE CURRENT BUSINESS DATE BECOMES
000110*  THE PRIOR ONE AND THE NEW DATE BECOMES CURRENT; EVERY
000120*  CHAIN STEP THEN RUNS FOR THE NEW DATE AND STAMPS ITS OWN
000130*  RESULT AGAINST IT.
000140*
000150*  THE DATE IS NOT ADVANCED WHILE LGTSCHED, THE LAST STEP OF
000160*  THE CHAIN, HAS NOT COMPLETED FOR THE CURRENT BUSINESS DATE
000170*  -- LAST NIGHT'S CHAIN MUST FINISH (OR BE RERUN) FIRST.
000180*  THE FORCE FLAG OVERRIDES THIS FOR A NIGHT THAT IS BEING
000190*  ABANDONED; THE ADVANCE IS MARKED FORCED ON THE RECORD SO
000200*  MOB-CODING ACCEPTS THE OLDER SNAPIN ACROSS THE GAP, AND
000210*  THE RUN ENDS WITH RC 4.
000220*
000230*  NO RUN-CONTROL FILE, OR NO BUSINESS-DATE RECORD ON IT, IS
000240*  THE FIRST USE: THE FILE IS CREATED AND THE BUSINESS DATE
000250*  SET TO THE PARM DATE (OR THE RUN DATE) WITH NO PRIOR DATE.
000260*
000270*  RUN PARM (POSITIONS):
000280*     1-8   NEW BUSINESS DATE, CCYYMMDD (BLANK ADVANCES ONE
000290*           DAY).  IT MUST BE LATER THAN THE CURRENT DATE.
000300*     9     'Y' FORCES THE ADVANCE PAST AN UNFINISHED CHAIN
000310*     10-17 OPERATOR ID, KEPT ON THE BUSINESS-DATE RECORD
000320*
000330*  RETURN CODES:  0 ADVANCED OR INITIALISED   4 FORCED
000340*                 8 NOT ADVANCED (SEE THE CONSOLE MESSAGE)
000350*
000360*  MODIFICATION HISTORY
000370*     2026-10-14  CJM  Initial version.
000380*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000420 OBJECT-COMPUTER.    IBM-370.
000430 INPUT-OUTPUT SECTION.
000440 FILE-CONTROL.
000450     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000460            ORGANIZATION IS INDEXED
000470            ACCESS MODE IS DYNAMIC
000480            RECORD KEY IS RCT-KEY
000490            FILE STATUS IS BDT-RCT-FILE-STATUS.
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  RUN-CONTROL-FILE
000530     LABEL RECORDS ARE STANDARD.
000540 COPY RCTLREC.
000550 WORKING-STORAGE SECTION.
000560*-----------------------------------------------------------*
000570*  WORKING STORAGE -- FILE STATUS, SWITCHES, DATES
000580*-----------------------------------------------------------*
000590 01  BDT-RCT-FILE-STATUS         PIC X(02) VALUE '00'.
000600     88  BDT-RCT-OK                   VALUE '00'.
000610     88  BDT-RCT-FILE-MISSING         VALUE '35'.
000620 01  BDT-SWITCHES.
000630     05  BDT-FATAL-SW            PIC X(01) VALUE 'N'.
000640         88  BDT-FATAL-ERROR              VALUE 'Y'.
000650     05  BDT-PARM-DATE-SW        PIC X(01) VALUE 'N'.
000660         88  BDT-PARM-DATE-GIVEN          VALUE 'Y'.
000670     05  BDT-CHAIN-SW            PIC X(01) VALUE 'N'.
000680         88  BDT-CHAIN-DONE               VALUE 'D'.
000690         88  BDT-CHAIN-FORCED             VALUE 'F'.
000700         88  BDT-CHAIN-NOT-DONE           VALUE 'N'.
000710 77  BDT-LAST-STEP               PIC X(10) VALUE 'LGTSCHED'.
000720 77  BDT-DATE-INT                PIC 9(07) VALUE 0.
000730 01  BDT-RUN-DATE                PIC 9(08).
000740 01  BDT-RUN-TIME                PIC 9(08).
000750 01  BDT-CURRENT-DATE            PIC 9(08) VALUE 0.
000760 01  BDT-NEW-DATE                PIC 9(08) VALUE 0.
000770 01  BDT-NEW-DATE-R REDEFINES BDT-NEW-DATE.
000780     05  BDT-NEW-CCYY            PIC 9(04).
000790     05  BDT-NEW-MM              PIC 9(02).
000800     05  BDT-NEW-DD              PIC 9(02).
000810 LINKAGE SECTION.
000820*-----------------------------------------------------------*
000830*  RUN PARM -- NEW DATE, FORCE FLAG, OPERATOR, PASSED BY JCL
000840*-----------------------------------------------------------*
000850 01  BDT-PARM-DATA.
000860     05  BDT-PARM-DATE           PIC X(08).
000870     05  BDT-PARM-DATE-N REDEFINES BDT-PARM-DATE
000880                                 PIC 9(08).
000890     05  BDT-PARM-FORCE-FLAG     PIC X(01).
000900         88  BDT-PARM-FORCED              VALUE 'Y'.
000910     05  BDT-PARM-OPERATOR-ID    PIC X(08).
000920     05  FILLER                  PIC X(63).
000930 PROCEDURE DIVISION USING BDT-PARM-DATA.
000940*-----------------------------------------------------------*
000950*  0000-MAINLINE
000960*-----------------------------------------------------------*
000970 0000-MAINLINE.
000980     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000990     IF BDT-FATAL-ERROR
001000         GO TO 9000-TERMINATE
001010     END-IF.
001020     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
001030     READ RUN-CONTROL-FILE
001040         INVALID KEY
001050             PERFORM 2000-SET-FIRST-DATE THRU 2000-EXIT
001060             GO TO 9000-TERMINATE
001070     END-READ.
001080     PERFORM 3000-ADVANCE-DATE THRU 3000-EXIT.
001090     GO TO 9000-TERMINATE.
001100*-----------------------------------------------------------*
001110*  1000-INITIALIZE -- CHECK THE PARM DATE AND OPEN RUNCTL.
001120*  A MISSING RUN-CONTROL FILE IS CREATED EMPTY ON FIRST USE,
001130*  THE SAME WAY LGTWORKO CREATES WORKORD.
001140*-----------------------------------------------------------*
001150 1000-INITIALIZE.
001160     ACCEPT BDT-RUN-DATE FROM DATE YYYYMMDD.
001170     ACCEPT BDT-RUN-TIME FROM TIME.
001180     IF BDT-PARM-DATE NOT = SPACES
001190         PERFORM 1100-CHECK-PARM-DATE THRU 1100-EXIT
001200         IF BDT-FATAL-ERROR
001210             GO TO 1000-EXIT
001220         END-IF
001230     END-IF.
001240     OPEN I-O RUN-CONTROL-FILE.
001250     IF BDT-RCT-FILE-MISSING
001260         OPEN OUTPUT RUN-CONTROL-FILE
001270         CLOSE RUN-CONTROL-FILE
001280         OPEN I-O RUN-CONTROL-FILE
001290     END-IF.
001300     IF NOT BDT-RCT-OK
001310         DISPLAY 'LGTBDATE: CANNOT OPEN RUN-CONTROL FILE, '
001320                 'STATUS ' BDT-RCT-FILE-STATUS
001330                 ' -- DATE NOT ADVANCED'
001340         MOVE 8 TO RETURN-CODE
001350         SET BDT-FATAL-ERROR TO TRUE
001360     END-IF.
001370 1000-EXIT.
001380     EXIT.
001390*-----------------------------------------------------------*
001400*  1100-CHECK-PARM-DATE -- A GIVEN DATE MUST BE A PLAUSIBLE
001410*  CCYYMMDD; A BAD ONE STOPS THE RUN RATHER THAN DEFAULTING,
001420*  SINCE THE OPERATOR MEANT A PARTICULAR DATE
001430*-----------------------------------------------------------*
001440 1100-CHECK-PARM-DATE.
001450     IF BDT-PARM-DATE NOT NUMERIC
001460         GO TO 1100-BAD-DATE
001470     END-IF.
001480     MOVE BDT-PARM-DATE-N TO BDT-NEW-DATE.
001490     IF BDT-NEW-CCYY < 1900
001500             OR BDT-NEW-MM < 1 OR BDT-NEW-MM > 12
001510             OR BDT-NEW-DD < 1 OR BDT-NEW-DD > 31
001520         GO TO 1100-BAD-DATE
001530     END-IF.
001540     SET BDT-PARM-DATE-GIVEN TO TRUE.
001550     GO TO 1100-EXIT.
001560 1100-BAD-DATE.
001570     DISPLAY 'LGTBDATE: PARM DATE ' BDT-PARM-DATE
001580             ' IS NOT A VALID CCYYMMDD -- DATE NOT ADVANCED'.
001590     MOVE 8 TO RETURN-CODE.
001600     SET BDT-FATAL-ERROR TO TRUE.
001610 1100-EXIT.
001620     EXIT.
001630*-----------------------------------------------------------*
001640*  2000-SET-FIRST-DATE -- NO BUSINESS-DATE RECORD YET.  THE
001650*  CHAIN STARTS AT THE PARM DATE, OR THE RUN DATE, WITH NO
001660*  PRIOR DATE (MOB-CODING SKIPS ITS SNAPIN DATE CHECK).
001670*-----------------------------------------------------------*
001680 2000-SET-FIRST-DATE.
001690     IF NOT BDT-PARM-DATE-GIVEN
001700         MOVE BDT-RUN-DATE TO BDT-NEW-DATE
001710     END-IF.
001720     MOVE SPACES                TO RUN-CONTROL-RECORD.
001730     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
001740     MOVE BDT-NEW-DATE          TO RCT-CURRENT-BUS-DATE.
001750     MOVE ZEROS                 TO RCT-PRIOR-BUS-DATE.
001760     MOVE BDT-RUN-DATE          TO RCT-ADVANCED-DATE.
001770     MOVE BDT-RUN-TIME          TO RCT-ADVANCED-TIME.
001780     MOVE 'N'                   TO RCT-ADVANCED-FORCED-SW.
001790     MOVE BDT-PARM-OPERATOR-ID  TO RCT-ADVANCED-BY.
001800     WRITE RUN-CONTROL-RECORD.
001810     IF NOT BDT-RCT-OK
001820         DISPLAY 'LGTBDATE: BUSINESS-DATE RECORD NOT WRITTEN, '
001830                 'STATUS ' BDT-RCT-FILE-STATUS
001840         MOVE 8 TO RETURN-CODE
001850         GO TO 2000-EXIT
001860     END-IF.
001870     DISPLAY 'LGTBDATE: NO BUSINESS DATE ON FILE -- SET TO '
001880             BDT-NEW-DATE ' FOR THE FIRST RUN OF THE CHAIN'.
001890 2000-EXIT.
001900     EXIT.
001910*-----------------------------------------------------------*
001920*  3000-ADVANCE-DATE -- THE BUSINESS-DATE RECORD IS IN THE
001930*  BUFFER.  PROVE LAST NIGHT'S CHAIN FINISHED (UNLESS
001940*  FORCED), SETTLE THE NEW DATE, AND REWRITE THE RECORD.
001950*-----------------------------------------------------------*
001960 3000-ADVANCE-DATE.
001970     IF BDT-PARM-DATE-GIVEN
001980         IF BDT-NEW-DATE NOT > RCT-CURRENT-BUS-DATE
001990             DISPLAY 'LGTBDATE: PARM DATE ' BDT-NEW-DATE
002000                     ' IS NOT LATER THAN THE CURRENT BUSINESS '
002010                     'DATE ' RCT-CURRENT-BUS-DATE
002020                     ' -- DATE NOT ADVANCED'
002030             MOVE 8 TO RETURN-CODE
002040             GO TO 3000-EXIT
002050         END-IF
002060     ELSE
002070         COMPUTE BDT-DATE-INT =
002080             FUNCTION INTEGER-OF-DATE (RCT-CURRENT-BUS-DATE) + 1
002090         COMPUTE BDT-NEW-DATE =
002100             FUNCTION DATE-OF-INTEGER (BDT-DATE-INT)
002110     END-IF.
002120     PERFORM 3100-CHECK-CHAIN-DONE THRU 3100-EXIT.
002130     IF BDT-CHAIN-NOT-DONE
002140         GO TO 3000-EXIT
002150     END-IF.
002160*    THE STEP RECORD NOW FILLS THE BUFFER -- READ THE DATE
002170*    RECORD BACK BEFORE UPDATING IT
002180     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
002190     READ RUN-CONTROL-FILE
002200         INVALID KEY
002210             DISPLAY 'LGTBDATE: BUSINESS-DATE RECORD LOST, '
002220                     'STATUS ' BDT-RCT-FILE-STATUS
002230             MOVE 8 TO RETURN-CODE
002240             GO TO 3000-EXIT
002250     END-READ.
002260     DISPLAY 'LGTBDATE: BUSINESS DATE ADVANCED FROM '
002270             RCT-CURRENT-BUS-DATE ' TO ' BDT-NEW-DATE.
002280     MOVE RCT-CURRENT-BUS-DATE  TO RCT-PRIOR-BUS-DATE.
002290     MOVE BDT-NEW-DATE          TO RCT-CURRENT-BUS-DATE.
002300     MOVE BDT-RUN-DATE          TO RCT-ADVANCED-DATE.
002310     MOVE BDT-RUN-TIME          TO RCT-ADVANCED-TIME.
002320     MOVE BDT-PARM-OPERATOR-ID  TO RCT-ADVANCED-BY.
002330     IF BDT-CHAIN-FORCED
002340         SET RCT-ADVANCE-WAS-FORCED TO TRUE
002350     ELSE
002360         MOVE 'N' TO RCT-ADVANCED-FORCED-SW
002370     END-IF.
002380     REWRITE RUN-CONTROL-RECORD.
002390     IF NOT BDT-RCT-OK
002400         DISPLAY 'LGTBDATE: BUSINESS-DATE RECORD NOT REWRITTEN, '
002410                 'STATUS ' BDT-RCT-FILE-STATUS
002420         MOVE 8 TO RETURN-CODE
002430     END-IF.
002440 3000-EXIT.
002450     EXIT.
002460*-----------------------------------------------------------*
002470*  3100-CHECK-CHAIN-DONE -- LGTSCHED MUST HAVE COMPLETED FOR
002480*  THE CURRENT BUSINESS DATE.  WITH THE FORCE FLAG THE
002490*  ADVANCE GOES AHEAD WITH RC 4; WITHOUT IT, RC 8.  A CHAIN
002500*  THAT FINISHED CLEAN NEEDS NO FORCE AND ANY FLAG IS IGNORED.
002510*-----------------------------------------------------------*
002520 3100-CHECK-CHAIN-DONE.
002530     MOVE RCT-CURRENT-BUS-DATE TO BDT-CURRENT-DATE.
002540     MOVE BDT-LAST-STEP TO RCT-KEY.
002550     READ RUN-CONTROL-FILE
002560         INVALID KEY
002570             MOVE ZEROS  TO RCT-LAST-BUS-DATE
002580             MOVE SPACES TO RCT-LAST-RESULT
002590     END-READ.
002600     IF RCT-LAST-BUS-DATE = BDT-CURRENT-DATE
002610             AND RCT-STEP-COMPLETED
002620         SET BDT-CHAIN-DONE TO TRUE
002630         GO TO 3100-EXIT
002640     END-IF.
002650     IF BDT-PARM-FORCED
002660         DISPLAY 'LGTBDATE: ' BDT-LAST-STEP ' HAS NOT COMPLETED '
002670                 'FOR BUSINESS DATE ' BDT-CURRENT-DATE
002680                 ' -- ADVANCE FORCED BY THE PARM'
002690         SET BDT-CHAIN-FORCED TO TRUE
002700         MOVE 4 TO RETURN-CODE
002710     ELSE
002720         DISPLAY 'LGTBDATE: ' BDT-LAST-STEP ' HAS NOT COMPLETED '
002730                 'FOR BUSINESS DATE ' BDT-CURRENT-DATE
002740                 ' -- FINISH OR RERUN THE CHAIN, OR FORCE THE '
002750                 'ADVANCE ON THE PARM; DATE NOT ADVANCED'
002760         MOVE 8 TO RETURN-CODE
002770     END-IF.
002780 3100-EXIT.
002790     EXIT.
002800*-----------------------------------------------------------*
002810*  9000-TERMINATE
002820*-----------------------------------------------------------*
002830 9000-TERMINATE.
002840     IF BDT-FATAL-ERROR
002850         GOBACK
002860     END-IF.
002870     CLOSE RUN-CONTROL-FILE.
002880     GOBACK.
002890 END PROGRAM LGTBDATE.
