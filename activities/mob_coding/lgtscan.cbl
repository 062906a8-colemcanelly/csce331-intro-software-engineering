000376*                      APPLIED FAULT TRANSACTIONS PRINT THE
000377*                      CODE'S DESCRIPTION ON THE REGISTER.
000378*                      A MISSING FLTCODES DD SKIPS BOTH.
000379*     2026-10-14  CJM  STAMPS ITS RESULT ON RUNCTL FOR THE
000380*                      BUSINESS DATE AND REFUSES A SECOND RUN
000381*                      FOR A DATE ALREADY COMPLETED.  AS THE
000382*                      FIRST STEP IT HAS NO PREDECESSOR --
000383*                      LGTBDATE WILL NOT ADVANCE THE DATE
000384*                      UNTIL LAST NIGHT'S CHAIN HAS FINISHED.
000385*     2026-10-14  CJM  A CHANGE THAT RETIRES A FIXTURE IS
000386*                      WRITTEN TO RETIREX (WITH A CONTROL-
000387*                      TOTAL TRAILER) FOR THE LGTDSPLG LAMP
000388*                      DISPOSAL LOG.
000389*-----------------------------------------------------------*
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 SOURCE-COMPUTER.    IBM-370.
000556            ACCESS MODE IS DYNAMIC
000557            RECORD KEY IS FC-CODE
000558            FILE STATUS IS SCN-FCODE-FILE-STATUS.
000559     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000560            ORGANIZATION IS INDEXED
000561            ACCESS MODE IS DYNAMIC
000562            RECORD KEY IS RCT-KEY
000563            FILE STATUS IS SCN-RCT-FILE-STATUS.
000564     SELECT RETIREMENT-EXTRACT  ASSIGN TO RETIREX
000565            ORGANIZATION IS SEQUENTIAL.
000566 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SCAN-TRANSACTION-FILE
000590     RECORDING MODE IS F
000722 FD  FAULT-CODE-MASTER
000724     LABEL RECORDS ARE STANDARD.
000726 COPY FLTCDREC.
000727 FD  RUN-CONTROL-FILE
000728     LABEL RECORDS ARE STANDARD.
000729 COPY RCTLREC.
000730 FD  RETIREMENT-EXTRACT
000731     RECORDING MODE IS F
000732     LABEL RECORDS ARE STANDARD.
000733 COPY RETXREC.
000734 WORKING-STORAGE SECTION.
000740*-----------------------------------------------------------*
000750*  WORKING STORAGE -- RUN SWITCHES AND COUNTERS
000760*-----------------------------------------------------------*
001020     05  SCN-RUN-DATE-CCYY       PIC 9(04).
001030     05  SCN-RUN-DATE-MM         PIC 9(02).
001040     05  SCN-RUN-DATE-DD         PIC 9(02).
001041*-----------------------------------------------------------*
001042*  RETIREMENT EXTRACT -- THE FIXTURE'S STATUS BEFORE THE
001043*  CHANGE, AND THE TRAILER TOTALS (SEE TRLREC.CPY)
001044*-----------------------------------------------------------*
001045 77  SCN-OLD-STATUS              PIC X(01) VALUE SPACES.
001046 77  SCN-RETIRE-COUNT            PIC 9(09) VALUE 0.
001047 77  SCN-RETIRE-HASH             PIC 9(18) VALUE 0.
001048 COPY TRLREC.
001050*-----------------------------------------------------------*
001060*  SCAN REGISTER PRINT LINES
001070*-----------------------------------------------------------*
001490     05  SCN-RPT-TOT-TEXT        PIC X(30).
001500     05  SCN-RPT-TOT-COUNT       PIC ZZZZZZ9.
001510     05  FILLER                  PIC X(95) VALUE SPACES.
001511*-----------------------------------------------------------*
001512*  RUN CONTROL -- THIS STEP'S NAME ON RUNCTL, THE STEP THAT
001513*  MUST HAVE COMPLETED BEFORE IT, AND THE BUSINESS DATE
001514*-----------------------------------------------------------*
001515 01  SCN-RCT-FIELDS.
001516     05  SCN-RCT-FILE-STATUS     PIC X(02) VALUE '00'.
001517         88  SCN-RCT-OK                   VALUE '00'.
001518     05  SCN-RCT-STEP            PIC X(10) VALUE 'LGTSCAN'.
001519     05  SCN-RCT-PREDECESSOR     PIC X(10) VALUE SPACES.
001520     05  SCN-BUSINESS-DATE       PIC 9(08) VALUE 0.
001521     05  SCN-PRIOR-BUS-DATE      PIC 9(08) VALUE 0.
001522     05  SCN-RCT-REFUSED-SW      PIC X(01) VALUE 'N'.
001523         88  SCN-RCT-REFUSED              VALUE 'Y'.
001524     05  SCN-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
001525         88  SCN-RCT-STEP-FOUND           VALUE 'Y'.
001526 PROCEDURE DIVISION.
001530*-----------------------------------------------------------*
001540*  0000-MAINLINE
001550*-----------------------------------------------------------*
001560 0000-MAINLINE.
001561     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001562     IF SCN-RCT-REFUSED
001563         MOVE 8 TO RETURN-CODE
001564         GOBACK
001565     END-IF.
001570     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001580     PERFORM 3000-PROCESS-ONE-TRAN THRU 3000-EXIT
001590         UNTIL SCN-TRAN-EOF.
001600     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
001610     GO TO 9000-TERMINATE.
001611*-----------------------------------------------------------*
001612*  0500-CHECK-RUN-CONTROL -- THE STEP RUNS ONLY FOR THE
001613*  BUSINESS DATE ON RUNCTL, ONLY ONCE ITS PREDECESSOR HAS
001614*  COMPLETED FOR THAT DATE, AND NOT AGAIN ONCE IT HAS ITSELF
001615*  COMPLETED FOR IT (LGTRSTEP RESETS A STEP FOR A RERUN).
001616*  A REFUSED RUN TOUCHES NO FILE AND STAMPS NOTHING.
001617*-----------------------------------------------------------*
001618 0500-CHECK-RUN-CONTROL.
001619     OPEN INPUT RUN-CONTROL-FILE.
001620     IF NOT SCN-RCT-OK
001621         DISPLAY 'LGTSCAN: CANNOT OPEN RUN-CONTROL FILE, '
001622                 'STATUS ' SCN-RCT-FILE-STATUS
001623                 ' -- RUN REFUSED'
001624         SET SCN-RCT-REFUSED TO TRUE
001625         GO TO 0500-EXIT
001626     END-IF.
001627     PERFORM 0510-CHECK-STEPS THRU 0510-EXIT.
001628     IF NOT SCN-RCT-REFUSED
001629         PERFORM 0520-CHECK-OWN THRU 0520-EXIT
001630     END-IF.
001631     CLOSE RUN-CONTROL-FILE.
001632 0500-EXIT.
001633     EXIT.
001634*-----------------------------------------------------------*
001635*  0510-CHECK-STEPS -- READ THE BUSINESS DATE RECORD, THEN
001636*  REFUSE THE RUN UNLESS THE PREDECESSOR STEP (IF ANY) SHOWS
001637*  COMPLETED FOR THAT BUSINESS DATE
001638*-----------------------------------------------------------*
001639 0510-CHECK-STEPS.
001640     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
001641     READ RUN-CONTROL-FILE
001642         INVALID KEY
001643             DISPLAY 'LGTSCAN: NO BUSINESS DATE ON RUN-CONTROL '
001644                     'FILE -- RUN LGTBDATE, RUN REFUSED'
001645             SET SCN-RCT-REFUSED TO TRUE
001646             GO TO 0510-EXIT
001647     END-READ.
001648     MOVE RCT-CURRENT-BUS-DATE TO SCN-BUSINESS-DATE.
001649     MOVE RCT-PRIOR-BUS-DATE   TO SCN-PRIOR-BUS-DATE.
001650     IF SCN-RCT-PREDECESSOR = SPACES
001651         GO TO 0510-EXIT
001652     END-IF.
001653     MOVE SCN-RCT-PREDECESSOR TO RCT-KEY.
001654     READ RUN-CONTROL-FILE
001655         INVALID KEY
001656             MOVE ZEROS  TO RCT-LAST-BUS-DATE
001657             MOVE SPACES TO RCT-LAST-RESULT
001658     END-READ.
001659     IF RCT-LAST-BUS-DATE NOT = SCN-BUSINESS-DATE
001660             OR NOT RCT-STEP-COMPLETED
001661         DISPLAY 'LGTSCAN: ' SCN-RCT-PREDECESSOR
001662                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
001663                 SCN-BUSINESS-DATE ' -- RUN REFUSED'
001664         SET SCN-RCT-REFUSED TO TRUE
001665         GO TO 0510-EXIT
001666     END-IF.
001667 0510-EXIT.
001668     EXIT.
001669*-----------------------------------------------------------*
001670*  0520-CHECK-OWN -- REFUSE A SECOND RUN FOR A BUSINESS DATE
001671*  THIS STEP HAS ALREADY COMPLETED.  NO STEP RECORD YET
001672*  MEANS THE STEP HAS NEVER RUN.
001673*-----------------------------------------------------------*
001674 0520-CHECK-OWN.
001675     MOVE SCN-RCT-STEP TO RCT-KEY.
001676     READ RUN-CONTROL-FILE
001677         INVALID KEY
001678             GO TO 0520-EXIT
001679     END-READ.
001680     IF RCT-LAST-BUS-DATE = SCN-BUSINESS-DATE
001681             AND RCT-STEP-COMPLETED
001682         DISPLAY 'LGTSCAN: ALREADY COMPLETED FOR BUSINESS DATE '
001683                 SCN-BUSINESS-DATE ' -- RESET WITH LGTRSTEP '
001684                 'TO RERUN, RUN REFUSED'
001685         SET SCN-RCT-REFUSED TO TRUE
001686     END-IF.
001687 0520-EXIT.
001688     EXIT.
001689*-----------------------------------------------------------*
001690*  1000-INITIALIZE -- LOAD THE GRID EXTENTS AND OPEN FILES.
001691*  EVERY GRID-CONFIG RECORD IS READ AND THE LARGEST ROW AND
001692*  COLUMN LIMITS KEPT, SO A SINGLE SCAN FILE COVERING MORE
001693*  THAN ONE BUILDING VALIDATES AGAINST THE FULL EXTENTS.
001694*-----------------------------------------------------------*
001695 1000-INITIALIZE.
001696     ACCEPT SCN-RUN-DATE FROM DATE YYYYMMDD.
001700     MOVE SCN-RUN-DATE-MM   TO SCN-RPT-MM.
001710     MOVE SCN-RUN-DATE-DD   TO SCN-RPT-DD.
001720     MOVE SCN-RUN-DATE-CCYY TO SCN-RPT-CCYY.
001869     OPEN INPUT SCAN-TRANSACTION-FILE.
001870     OPEN I-O LIGHT-STATUS-MASTER.
001880     OPEN OUTPUT SCAN-REGISTER-REPORT.
001885     OPEN OUTPUT RETIREMENT-EXTRACT.
001890     WRITE SCN-RPT-RECORD FROM SCN-RPT-HEADER-1
001900         AFTER ADVANCING PAGE.
001910     MOVE SPACES TO SCN-RPT-RECORD.
003560             PERFORM 5100-WRITE-REJECT THRU 5100-EXIT
003570             GO TO 4200-EXIT
003580     END-READ.
003585     MOVE LGT-MASTER-STATUS TO SCN-OLD-STATUS.
003590     IF SCAN-LIGHT-ID NOT = SPACES
003600         MOVE SCAN-LIGHT-ID TO LGT-MASTER-ID
003610     END-IF.
003720         GO TO 4200-EXIT
003730     END-IF.
003740     PERFORM 5200-WRITE-APPLIED THRU 5200-EXIT.
003742     IF LGT-STATUS-RETIRED AND SCN-OLD-STATUS NOT = 'R'
003744         PERFORM 4250-WRITE-RETIREMENT THRU 4250-EXIT
003746     END-IF.
003750 4200-EXIT.
003751     EXIT.
003752*-----------------------------------------------------------*
003753*  4250-WRITE-RETIREMENT -- THE FIXTURE JUST RETIRED GOES ON
003754*  RETIREX SO ITS LAMPS ARE LOGGED FOR DISPOSAL
003755*-----------------------------------------------------------*
003756 4250-WRITE-RETIREMENT.
003757     MOVE SPACES            TO RETIREMENT-EXTRACT-RECORD.
003758     MOVE LGT-MASTER-ID     TO RETX-LIGHT-ID.
003759     MOVE LGT-MASTER-ROW    TO RETX-ROW.
003760     MOVE LGT-MASTER-COL    TO RETX-COL.
003761     MOVE SCN-OLD-STATUS    TO RETX-OLD-STATUS.
003762     MOVE SCN-BUSINESS-DATE TO RETX-RETIRE-DATE.
003763     WRITE RETIREMENT-EXTRACT-RECORD.
003764     ADD 1 TO SCN-RETIRE-COUNT.
003765     COMPUTE SCN-RETIRE-HASH =
003766         SCN-RETIRE-HASH + RETX-ROW + RETX-COL.
003767 4250-EXIT.
003768     EXIT.
003770*-----------------------------------------------------------*
003780*  4300-APPLY-DELETE -- REMOVE A RETIRED FIXTURE'S RECORD
003790*-----------------------------------------------------------*
004610     MOVE SCN-TRANS-REJECTED-CNT  TO SCN-RPT-TOT-COUNT.
004620     WRITE SCN-RPT-RECORD FROM SCN-RPT-TOTAL-LINE
004630         AFTER ADVANCING 1 LINE.
004632     MOVE 'FIXTURES RETIRED'      TO SCN-RPT-TOT-TEXT.
004634     MOVE SCN-RETIRE-COUNT        TO SCN-RPT-TOT-COUNT.
004636     WRITE SCN-RPT-RECORD FROM SCN-RPT-TOTAL-LINE
004638         AFTER ADVANCING 1 LINE.
004640 7000-EXIT.
004650     EXIT.
004660*-----------------------------------------------------------*
004700     CLOSE SCAN-TRANSACTION-FILE.
004710     CLOSE LIGHT-STATUS-MASTER.
004720     CLOSE SCAN-REGISTER-REPORT.
004721     MOVE '**TRAILER*'           TO TRL-LITERAL.
004722     MOVE SCN-RETIRE-COUNT       TO TRL-RECORD-COUNT.
004723     MOVE SCN-RETIRE-HASH        TO TRL-HASH-TOTAL.
004724     MOVE SCN-BUSINESS-DATE      TO TRL-BUSINESS-DATE.
004725     WRITE RETIREMENT-EXTRACT-RECORD
004726         FROM CONTROL-TRAILER-RECORD.
004727     CLOSE RETIREMENT-EXTRACT.
004728     IF SCN-FCODE-IS-OPEN
004729         CLOSE FAULT-CODE-MASTER
004730     END-IF.
004731     PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT.
004732     GOBACK.
004733*-----------------------------------------------------------*
004734*  9800-STAMP-RUN-CONTROL -- RECORD HOW THIS STEP ENDED FOR
004735*  THE BUSINESS DATE.  RC 4 OR LESS IS A COMPLETION THE NEXT
004736*  STEP MAY FOLLOW; ANYTHING HIGHER STOPS THE CHAIN HERE.
004737*-----------------------------------------------------------*
004738 9800-STAMP-RUN-CONTROL.
004739     OPEN I-O RUN-CONTROL-FILE.
004740     IF NOT SCN-RCT-OK
004741         DISPLAY 'LGTSCAN: CANNOT OPEN RUN-CONTROL FILE, '
004742                 'STATUS ' SCN-RCT-FILE-STATUS
004743                 ' -- STEP RESULT NOT RECORDED'
004744         GO TO 9800-EXIT
004745     END-IF.
004746     MOVE SCN-RCT-STEP TO RCT-KEY.
004747     MOVE 'Y' TO SCN-RCT-FOUND-SW.
004748     READ RUN-CONTROL-FILE
004749         INVALID KEY
004750             MOVE 'N' TO SCN-RCT-FOUND-SW
004751     END-READ.
004752     IF NOT SCN-RCT-STEP-FOUND
004753         MOVE SPACES     TO RUN-CONTROL-RECORD
004754         MOVE SCN-RCT-STEP TO RCT-KEY
004755         MOVE ZEROS      TO RCT-RESET-DATE
004756                            RCT-RESET-TIME
004757     END-IF.
004758     MOVE SCN-BUSINESS-DATE TO RCT-LAST-BUS-DATE.
004759     IF RETURN-CODE > 4
004760         SET RCT-STEP-FAILED    TO TRUE
004761     ELSE
004762         SET RCT-STEP-COMPLETED TO TRUE
004763     END-IF.
004764     MOVE RETURN-CODE TO RCT-LAST-RC.
004765     ACCEPT RCT-LAST-RUN-DATE FROM DATE YYYYMMDD.
004766     ACCEPT RCT-LAST-RUN-TIME FROM TIME.
004767     IF SCN-RCT-STEP-FOUND
004768         REWRITE RUN-CONTROL-RECORD
004769     ELSE
004770         WRITE RUN-CONTROL-RECORD
004771     END-IF.
004772     IF NOT SCN-RCT-OK
004773         DISPLAY 'LGTSCAN: RUN-CONTROL UPDATE FAILED, STATUS '
004774                 SCN-RCT-FILE-STATUS ' -- STEP RESULT NOT '
004775                 'RECORDED'
004776     END-IF.
004777     CLOSE RUN-CONTROL-FILE.
004778 9800-EXIT.
004779     EXIT.
004780 END PROGRAM LGTSCAN.
