000344*                      NOW STOPS THE RUN WITH RC 8 INSTEAD
000346*                      OF DROPPING RECORDS -- A DROPPED
000348*                      RECORD WOULD COMMAND THE WRONG STATE.
000349*     2026-10-14  CJM  RUNS ONLY WHEN RUNCTL SHOWS LGTRECON
000350*                      COMPLETED FOR THE BUSINESS DATE, AND
000351*                      STAMPS ITS OWN RESULT THERE.  LGTBDATE
000352*                      ADVANCES THE DATE ONLY AFTER THIS STEP
000353*                      HAS COMPLETED.
000354*-----------------------------------------------------------*
000360 ENVIRONMENT DIVISION.
000370 CONFIGURATION SECTION.
000380 SOURCE-COMPUTER.    IBM-370.
000560            ORGANIZATION IS SEQUENTIAL.
000570     SELECT COMPLIANCE-REPORT   ASSIGN TO CMPLRPT
000580            ORGANIZATION IS SEQUENTIAL.
000581     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000582            ORGANIZATION IS INDEXED
000583            ACCESS MODE IS DYNAMIC
000584            RECORD KEY IS RCT-KEY
000585            FILE STATUS IS SCH-RCT-FILE-STATUS.
000590 DATA DIVISION.
000600 FILE SECTION.
000610 FD  LIGHT-SCHEDULE-FILE
000760     RECORDING MODE IS F
000770     LABEL RECORDS ARE OMITTED.
000780 01  SCH-RPT-RECORD              PIC X(132).
000782 FD  RUN-CONTROL-FILE
000784     LABEL RECORDS ARE STANDARD.
000786 COPY RCTLREC.
000790 WORKING-STORAGE SECTION.
000800*-----------------------------------------------------------*
000810*  WORKING STORAGE -- FILE STATUS, SWITCHES, COUNTERS
001940     05  SCH-RPT-TOT-TEXT        PIC X(34).
001950     05  SCH-RPT-TOT-COUNT       PIC ZZZZZZ9.
001960     05  FILLER                  PIC X(91) VALUE SPACES.
001961*-----------------------------------------------------------*
001962*  RUN CONTROL -- THIS STEP'S NAME ON RUNCTL, THE STEP THAT
001963*  MUST HAVE COMPLETED BEFORE IT, AND THE BUSINESS DATE
001964*-----------------------------------------------------------*
001965 01  SCH-RCT-FIELDS.
001966     05  SCH-RCT-FILE-STATUS     PIC X(02) VALUE '00'.
001967         88  SCH-RCT-OK                   VALUE '00'.
001968     05  SCH-RCT-STEP            PIC X(10) VALUE 'LGTSCHED'.
001969     05  SCH-RCT-PREDECESSOR     PIC X(10) VALUE 'LGTRECON'.
001970     05  SCH-BUSINESS-DATE       PIC 9(08) VALUE 0.
001971     05  SCH-PRIOR-BUS-DATE      PIC 9(08) VALUE 0.
001972     05  SCH-RCT-REFUSED-SW      PIC X(01) VALUE 'N'.
001973         88  SCH-RCT-REFUSED              VALUE 'Y'.
001974     05  SCH-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
001975         88  SCH-RCT-STEP-FOUND           VALUE 'Y'.
001976 PROCEDURE DIVISION.
001980*-----------------------------------------------------------*
001990*  0000-MAINLINE
002000*-----------------------------------------------------------*
002010 0000-MAINLINE.
002011     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
002012     IF SCH-RCT-REFUSED
002013         MOVE 8 TO RETURN-CODE
002014         GOBACK
002015     END-IF.
002020     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002030     IF SCH-FATAL-ERROR
002040         GO TO 9000-TERMINATE
002060     PERFORM 3000-SCAN-MASTER THRU 3000-EXIT.
002070     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002080     GO TO 9000-TERMINATE.
002081*-----------------------------------------------------------*
002082*  0500-CHECK-RUN-CONTROL -- THE STEP RUNS ONLY FOR THE
002083*  BUSINESS DATE ON RUNCTL, ONLY ONCE ITS PREDECESSOR HAS
002084*  COMPLETED FOR THAT DATE, AND NOT AGAIN ONCE IT HAS ITSELF
002085*  COMPLETED FOR IT (LGTRSTEP RESETS A STEP FOR A RERUN).
002086*  A REFUSED RUN TOUCHES NO FILE AND STAMPS NOTHING.
002087*-----------------------------------------------------------*
002088 0500-CHECK-RUN-CONTROL.
002089     OPEN INPUT RUN-CONTROL-FILE.
002090     IF NOT SCH-RCT-OK
002091         DISPLAY 'LGTSCHED: CANNOT OPEN RUN-CONTROL FILE, '
002092                 'STATUS ' SCH-RCT-FILE-STATUS
002093                 ' -- RUN REFUSED'
002094         SET SCH-RCT-REFUSED TO TRUE
002095         GO TO 0500-EXIT
002096     END-IF.
002097     PERFORM 0510-CHECK-STEPS THRU 0510-EXIT.
002098     IF NOT SCH-RCT-REFUSED
002099         PERFORM 0520-CHECK-OWN THRU 0520-EXIT
002100     END-IF.
002101     CLOSE RUN-CONTROL-FILE.
002102 0500-EXIT.
002103     EXIT.
002104*-----------------------------------------------------------*
002105*  0510-CHECK-STEPS -- READ THE BUSINESS DATE RECORD, THEN
002106*  REFUSE THE RUN UNLESS THE PREDECESSOR STEP (IF ANY) SHOWS
002107*  COMPLETED FOR THAT BUSINESS DATE
002108*-----------------------------------------------------------*
002109 0510-CHECK-STEPS.
002110     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
002111     READ RUN-CONTROL-FILE
002112         INVALID KEY
002113             DISPLAY 'LGTSCHED: NO BUSINESS DATE ON RUN-CONTROL '
002114                     'FILE -- RUN LGTBDATE, RUN REFUSED'
002115             SET SCH-RCT-REFUSED TO TRUE
002116             GO TO 0510-EXIT
002117     END-READ.
002118     MOVE RCT-CURRENT-BUS-DATE TO SCH-BUSINESS-DATE.
002119     MOVE RCT-PRIOR-BUS-DATE   TO SCH-PRIOR-BUS-DATE.
002120     IF SCH-RCT-PREDECESSOR = SPACES
002121         GO TO 0510-EXIT
002122     END-IF.
002123     MOVE SCH-RCT-PREDECESSOR TO RCT-KEY.
002124     READ RUN-CONTROL-FILE
002125         INVALID KEY
002126             MOVE ZEROS  TO RCT-LAST-BUS-DATE
002127             MOVE SPACES TO RCT-LAST-RESULT
002128     END-READ.
002129     IF RCT-LAST-BUS-DATE NOT = SCH-BUSINESS-DATE
002130             OR NOT RCT-STEP-COMPLETED
002131         DISPLAY 'LGTSCHED: ' SCH-RCT-PREDECESSOR
002132                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
002133                 SCH-BUSINESS-DATE ' -- RUN REFUSED'
002134         SET SCH-RCT-REFUSED TO TRUE
002135         GO TO 0510-EXIT
002136     END-IF.
002137 0510-EXIT.
002138     EXIT.
002139*-----------------------------------------------------------*
002140*  0520-CHECK-OWN -- REFUSE A SECOND RUN FOR A BUSINESS DATE
002141*  THIS STEP HAS ALREADY COMPLETED.  NO STEP RECORD YET
002142*  MEANS THE STEP HAS NEVER RUN.
002143*-----------------------------------------------------------*
002144 0520-CHECK-OWN.
002145     MOVE SCH-RCT-STEP TO RCT-KEY.
002146     READ RUN-CONTROL-FILE
002147         INVALID KEY
002148             GO TO 0520-EXIT
002149     END-READ.
002150     IF RCT-LAST-BUS-DATE = SCH-BUSINESS-DATE
002151             AND RCT-STEP-COMPLETED
002152         DISPLAY 'LGTSCHED: ALREADY COMPLETED FOR BUSINESS DATE '
002153                 SCH-BUSINESS-DATE ' -- RESET WITH LGTRSTEP '
002154                 'TO RERUN, RUN REFUSED'
002155         SET SCH-RCT-REFUSED TO TRUE
002156     END-IF.
002157 0520-EXIT.
002158     EXIT.
002159*-----------------------------------------------------------*
002160*  1000-INITIALIZE -- LOAD THE SCHEDULE, DERIVE THE RUN DAY
002161*  OF WEEK, OPEN THE REST OF THE FILES.  A MISSING SCHEDULE
002162*  FILE STOPS THE RUN -- COMMANDING EVERY ZONE DARK BECAUSE
002163*  THE SCHEDULE WAS LEFT OFF THE JCL IS NOT AN OPTION.
002164*-----------------------------------------------------------*
002165 1000-INITIALIZE.
002166     ACCEPT SCH-RUN-DATE FROM DATE YYYYMMDD.
002170     ACCEPT SCH-RUN-TIME FROM TIME.
002180     MOVE SCH-RUN-DATE-MM   TO SCH-RPT-MM.
002190     MOVE SCH-RUN-DATE-DD   TO SCH-RPT-DD.
005260*-----------------------------------------------------------*
005270 9000-TERMINATE.
005280     IF SCH-FATAL-ERROR
005282         PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT
005290         GOBACK
005300     END-IF.
005310     CLOSE LIGHT-STATUS-MASTER.
005340     END-IF.
005350     CLOSE CONTROLLER-COMMAND-FILE.
005360     CLOSE COMPLIANCE-REPORT.
005362     PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT.
005370     GOBACK.
005371*-----------------------------------------------------------*
005372*  9800-STAMP-RUN-CONTROL -- RECORD HOW THIS STEP ENDED FOR
005373*  THE BUSINESS DATE.  RC 4 OR LESS IS A COMPLETION THE NEXT
005374*  STEP MAY FOLLOW; ANYTHING HIGHER STOPS THE CHAIN HERE.
005375*-----------------------------------------------------------*
005376 9800-STAMP-RUN-CONTROL.
005377     OPEN I-O RUN-CONTROL-FILE.
005378     IF NOT SCH-RCT-OK
005379         DISPLAY 'LGTSCHED: CANNOT OPEN RUN-CONTROL FILE, '
005380                 'STATUS ' SCH-RCT-FILE-STATUS
005381                 ' -- STEP RESULT NOT RECORDED'
005382         GO TO 9800-EXIT
005383     END-IF.
005384     MOVE SCH-RCT-STEP TO RCT-KEY.
005385     MOVE 'Y' TO SCH-RCT-FOUND-SW.
005386     READ RUN-CONTROL-FILE
005387         INVALID KEY
005388             MOVE 'N' TO SCH-RCT-FOUND-SW
005389     END-READ.
005390     IF NOT SCH-RCT-STEP-FOUND
005391         MOVE SPACES     TO RUN-CONTROL-RECORD
005392         MOVE SCH-RCT-STEP TO RCT-KEY
005393         MOVE ZEROS      TO RCT-RESET-DATE
005394                            RCT-RESET-TIME
005395     END-IF.
005396     MOVE SCH-BUSINESS-DATE TO RCT-LAST-BUS-DATE.
005397     IF RETURN-CODE > 4
005398         SET RCT-STEP-FAILED    TO TRUE
005399     ELSE
005400         SET RCT-STEP-COMPLETED TO TRUE
005401     END-IF.
005402     MOVE RETURN-CODE TO RCT-LAST-RC.
005403     ACCEPT RCT-LAST-RUN-DATE FROM DATE YYYYMMDD.
005404     ACCEPT RCT-LAST-RUN-TIME FROM TIME.
005405     IF SCH-RCT-STEP-FOUND
005406         REWRITE RUN-CONTROL-RECORD
005407     ELSE
005408         WRITE RUN-CONTROL-RECORD
005409     END-IF.
005410     IF NOT SCH-RCT-OK
005411         DISPLAY 'LGTSCHED: RUN-CONTROL UPDATE FAILED, STATUS '
005412                 SCH-RCT-FILE-STATUS ' -- STEP RESULT NOT '
005413                 'RECORDED'
005414     END-IF.
005415     CLOSE RUN-CONTROL-FILE.
005416 9800-EXIT.
005417     EXIT.
005418 END PROGRAM LGTSCHED.
