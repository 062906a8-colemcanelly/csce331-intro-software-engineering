      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTRSTEP.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTRSTEP -- RESET ONE NIGHTLY CHAIN STEP ON THE RUN-
000090*  CONTROL FILE (RUNCTL, RCTLREC.CPY) SO IT CAN BE RERUN FOR
000100*  THE CURRENT BUSINESS DATE.  A STEP THAT HAS COMPLETED FOR
000110*  THE DATE REFUSES A SECOND RUN; THIS MARKS ITS RECORD
000120*  RESULT 'R', WHICH ALSO HOLDS BACK THE STEP AFTER IT UNTIL
000130*  THE RERUN COMPLETES.  A FAILED STEP NEEDS NO RESET -- IT
000140*  MAY BE RERUN AS IT STANDS.
000150*
000160*  ONLY THE NAMED STEP IS RESET.  STEPS AFTER IT THAT HAVE
000170*  ALREADY COMPLETED KEEP THEIR RESULT; RESET EACH ONE THAT
000180*  MUST RUN AGAIN ON THE RERUN'S OUTPUT.
000190*
000200*  RUN PARM (POSITIONS):
000210*     1-10  STEP (PROGRAM) NAME, E.G. LGTBURN
000220*     11-18 OPERATOR ID, KEPT ON THE STEP RECORD
000230*
000240*  RETURN CODES:  0 RESET   4 NOTHING TO RESET
000250*                 8 NOT RESET (SEE THE CONSOLE MESSAGE)
000260*
000270*  MODIFICATION HISTORY
000280*     2026-10-14  CJM  Initial version.
000290*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000330 OBJECT-COMPUTER.    IBM-370.
000340 INPUT-OUTPUT SECTION.
000350 FILE-CONTROL.
000360     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000370            ORGANIZATION IS INDEXED
000380            ACCESS MODE IS DYNAMIC
000390            RECORD KEY IS RCT-KEY
000400            FILE STATUS IS RST-RCT-FILE-STATUS.
000410 DATA DIVISION.
000420 FILE SECTION.
000430 FD  RUN-CONTROL-FILE
000440     LABEL RECORDS ARE STANDARD.
000450 COPY RCTLREC.
000460 WORKING-STORAGE SECTION.
000470*-----------------------------------------------------------*
000480*  WORKING STORAGE -- FILE STATUS, SWITCHES, DATES
000490*-----------------------------------------------------------*
000500 01  RST-RCT-FILE-STATUS         PIC X(02) VALUE '00'.
000510     88  RST-RCT-OK                   VALUE '00'.
000520 01  RST-SWITCHES.
000530     05  RST-FATAL-SW            PIC X(01) VALUE 'N'.
000540         88  RST-FATAL-ERROR              VALUE 'Y'.
000550 01  RST-BUSINESS-DATE           PIC 9(08) VALUE 0.
000560 01  RST-RUN-DATE                PIC 9(08).
000570 01  RST-RUN-TIME                PIC 9(08).
000580 LINKAGE SECTION.
000590*-----------------------------------------------------------*
000600*  RUN PARM -- STEP NAME AND OPERATOR, PASSED BY JCL
000610*-----------------------------------------------------------*
000620 01  RST-PARM-DATA.
000630     05  RST-PARM-STEP           PIC X(10).
000640     05  RST-PARM-OPERATOR-ID    PIC X(08).
000650     05  FILLER                  PIC X(62).
000660 PROCEDURE DIVISION USING RST-PARM-DATA.
000670*-----------------------------------------------------------*
000680*  0000-MAINLINE
000690*-----------------------------------------------------------*
000700 0000-MAINLINE.
000710     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
000720     IF RST-FATAL-ERROR
000730         GO TO 9000-TERMINATE
000740     END-IF.
000750     PERFORM 2000-RESET-STEP THRU 2000-EXIT.
000760     GO TO 9000-TERMINATE.
000770*-----------------------------------------------------------*
000780*  1000-INITIALIZE -- CHECK THE PARM, OPEN RUNCTL, AND READ
000790*  THE CURRENT BUSINESS DATE
000800*-----------------------------------------------------------*
000810 1000-INITIALIZE.
000820     ACCEPT RST-RUN-DATE FROM DATE YYYYMMDD.
000830     ACCEPT RST-RUN-TIME FROM TIME.
000840     MOVE RST-PARM-STEP TO RCT-KEY.
000850     IF RST-PARM-STEP = SPACES
000860             OR RCT-BUSINESS-DATE-RECORD
000870         DISPLAY 'LGTRSTEP: PARM MUST NAME A CHAIN STEP -- '
000880                 'NOTHING RESET'
000890         MOVE 8 TO RETURN-CODE
000900         SET RST-FATAL-ERROR TO TRUE
000910         GO TO 1000-EXIT
000920     END-IF.
000930     OPEN I-O RUN-CONTROL-FILE.
000940     IF NOT RST-RCT-OK
000950         DISPLAY 'LGTRSTEP: CANNOT OPEN RUN-CONTROL FILE, '
000960                 'STATUS ' RST-RCT-FILE-STATUS
000970                 ' -- NOTHING RESET'
000980         MOVE 8 TO RETURN-CODE
000990         SET RST-FATAL-ERROR TO TRUE
001000         GO TO 1000-EXIT
001010     END-IF.
001020     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
001030     READ RUN-CONTROL-FILE
001040         INVALID KEY
001050             DISPLAY 'LGTRSTEP: NO BUSINESS DATE ON RUN-CONTROL '
001060                     'FILE -- NOTHING RESET'
001070             MOVE 8 TO RETURN-CODE
001080             GO TO 1000-EXIT
001090     END-READ.
001100     MOVE RCT-CURRENT-BUS-DATE TO RST-BUSINESS-DATE.
001110 1000-EXIT.
001120     EXIT.
001130*-----------------------------------------------------------*
001140*  2000-RESET-STEP -- ONLY A STEP THAT RAN FOR THE CURRENT
001150*  BUSINESS DATE CAN BE RESET; ITS LAST RESULT AND RC STAY ON
001160*  THE CONSOLE LOG.
001170*-----------------------------------------------------------*
001180 2000-RESET-STEP.
001190     IF RETURN-CODE > 4
001200         GO TO 2000-EXIT
001210     END-IF.
001220     MOVE RST-PARM-STEP TO RCT-KEY.
001230     READ RUN-CONTROL-FILE
001240         INVALID KEY
001250             DISPLAY 'LGTRSTEP: NO RUN-CONTROL RECORD FOR '
001260                     RST-PARM-STEP ' -- IT HAS NEVER RUN, '
001270                     'NOTHING RESET'
001280             MOVE 8 TO RETURN-CODE
001290             GO TO 2000-EXIT
001300     END-READ.
001310     IF RCT-LAST-BUS-DATE NOT = RST-BUSINESS-DATE
001320         DISPLAY 'LGTRSTEP: ' RST-PARM-STEP ' LAST RAN FOR '
001330                 'BUSINESS DATE ' RCT-LAST-BUS-DATE ', NOT '
001340                 RST-BUSINESS-DATE ' -- NOTHING TO RESET'
001350         MOVE 4 TO RETURN-CODE
001360         GO TO 2000-EXIT
001370     END-IF.
001380     IF RCT-STEP-RESET
001390         DISPLAY 'LGTRSTEP: ' RST-PARM-STEP ' IS ALREADY RESET '
001400                 'FOR BUSINESS DATE ' RST-BUSINESS-DATE
001410         MOVE 4 TO RETURN-CODE
001420         GO TO 2000-EXIT
001430     END-IF.
001440     DISPLAY 'LGTRSTEP: ' RST-PARM-STEP ' RESET FOR RERUN OF '
001450             'BUSINESS DATE ' RST-BUSINESS-DATE ' (LAST RESULT '
001460             RCT-LAST-RESULT ', RC ' RCT-LAST-RC ')'.
001470     SET RCT-STEP-RESET         TO TRUE.
001480     MOVE RST-RUN-DATE          TO RCT-RESET-DATE.
001490     MOVE RST-RUN-TIME          TO RCT-RESET-TIME.
001500     MOVE RST-PARM-OPERATOR-ID  TO RCT-RESET-BY.
001510     REWRITE RUN-CONTROL-RECORD.
001520     IF NOT RST-RCT-OK
001530         DISPLAY 'LGTRSTEP: STEP RECORD NOT REWRITTEN, STATUS '
001540                 RST-RCT-FILE-STATUS ' -- NOTHING RESET'
001550         MOVE 8 TO RETURN-CODE
001560     END-IF.
001570 2000-EXIT.
001580     EXIT.
001590*-----------------------------------------------------------*
001600*  9000-TERMINATE
001610*-----------------------------------------------------------*
001620 9000-TERMINATE.
001630     IF RST-FATAL-ERROR
001640         GOBACK
001650     END-IF.
001660     CLOSE RUN-CONTROL-FILE.
001670     GOBACK.
001680 END PROGRAM LGTRSTEP.
