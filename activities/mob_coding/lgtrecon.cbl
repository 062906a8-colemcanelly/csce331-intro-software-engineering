000287*                      EVERY MISSING READING.  THE BALANCING
000288*                      RESULT IS STAMPED ON A RUN RECORD
000289*                      APPENDED TO THE AUDIT TRAIL.
000290*     2026-10-14  CJM  RUNS ONLY WHEN RUNCTL SHOWS LGTBURN
000291*                      COMPLETED FOR THE BUSINESS DATE, AND
000292*                      STAMPS ITS OWN RESULT THERE.  AN
000293*                      ENRGEXT WHOSE TRAILER CARRIES ANOTHER
000294*                      BUSINESS DATE STOPS THE RUN WITH RC 8.
000295*-----------------------------------------------------------*
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 SOURCE-COMPUTER.    IBM-370.
000460            ORGANIZATION IS SEQUENTIAL.
000462     SELECT AUDIT-TRAIL-FILE    ASSIGN TO AUDITTRL
000464            ORGANIZATION IS SEQUENTIAL.
000465     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000466            ORGANIZATION IS INDEXED
000467            ACCESS MODE IS DYNAMIC
000468            RECORD KEY IS RCT-KEY
000469            FILE STATUS IS RCN-RCT-FILE-STATUS.
000470 DATA DIVISION.
000480 FILE SECTION.
000490 FD  ENERGY-EXTRACT-FILE
000684     RECORDING MODE IS F
000686     LABEL RECORDS ARE STANDARD.
000688 COPY AUDITREC.
000689 FD  RUN-CONTROL-FILE
000690     LABEL RECORDS ARE STANDARD.
000691 COPY RCTLREC.
000692 WORKING-STORAGE SECTION.
000700*-----------------------------------------------------------*
000710*  PRIOR-SUSPENSE WORK AREA -- SUSPENSE-IN-RECORD IS READ
000720*  INTO THIS MIRROR OF SUSPREC SO THE FIELDS STAY ADDRESSABLE
001755     05  RCN-RPT-TOT-TEXT        PIC X(34).
001765     05  RCN-RPT-TOT-COUNT       PIC ZZZZZZ9.
001775     05  FILLER                  PIC X(91) VALUE SPACES.
001776*-----------------------------------------------------------*
001777*  RUN CONTROL -- THIS STEP'S NAME ON RUNCTL, THE STEP THAT
001778*  MUST HAVE COMPLETED BEFORE IT, AND THE BUSINESS DATE
001779*-----------------------------------------------------------*
001780 01  RCN-RCT-FIELDS.
001781     05  RCN-RCT-FILE-STATUS     PIC X(02) VALUE '00'.
001782         88  RCN-RCT-OK                   VALUE '00'.
001783     05  RCN-RCT-STEP            PIC X(10) VALUE 'LGTRECON'.
001784     05  RCN-RCT-PREDECESSOR     PIC X(10) VALUE 'LGTBURN'.
001785     05  RCN-BUSINESS-DATE       PIC 9(08) VALUE 0.
001786     05  RCN-PRIOR-BUS-DATE      PIC 9(08) VALUE 0.
001787     05  RCN-RCT-REFUSED-SW      PIC X(01) VALUE 'N'.
001788         88  RCN-RCT-REFUSED              VALUE 'Y'.
001789     05  RCN-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
001790         88  RCN-RCT-STEP-FOUND           VALUE 'Y'.
001791 PROCEDURE DIVISION.
001795*-----------------------------------------------------------*
001805*  0000-MAINLINE
001815*-----------------------------------------------------------*
001825 0000-MAINLINE.
001826     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001827     IF RCN-RCT-REFUSED
001828         MOVE 8 TO RETURN-CODE
001829         GOBACK
001830     END-IF.
001835     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001845     IF RCN-BALANCE-FAILED
001855         PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT
001857         PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT
001865         GOBACK
001875     END-IF.
001885     PERFORM 3000-MATCH-LOW-KEY THRU 3000-EXIT
001925     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
001935     PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT.
001945     GO TO 9000-TERMINATE.
001946*-----------------------------------------------------------*
001947*  0500-CHECK-RUN-CONTROL -- THE STEP RUNS ONLY FOR THE
001948*  BUSINESS DATE ON RUNCTL, ONLY ONCE ITS PREDECESSOR HAS
001949*  COMPLETED FOR THAT DATE, AND NOT AGAIN ONCE IT HAS ITSELF
001950*  COMPLETED FOR IT (LGTRSTEP RESETS A STEP FOR A RERUN).
001951*  A REFUSED RUN TOUCHES NO FILE AND STAMPS NOTHING.
001952*-----------------------------------------------------------*
001953 0500-CHECK-RUN-CONTROL.
001954     OPEN INPUT RUN-CONTROL-FILE.
001955     IF NOT RCN-RCT-OK
001956         DISPLAY 'LGTRECON: CANNOT OPEN RUN-CONTROL FILE, '
001957                 'STATUS ' RCN-RCT-FILE-STATUS
001958                 ' -- RUN REFUSED'
001959         SET RCN-RCT-REFUSED TO TRUE
001960         GO TO 0500-EXIT
001961     END-IF.
001962     PERFORM 0510-CHECK-STEPS THRU 0510-EXIT.
001963     IF NOT RCN-RCT-REFUSED
001964         PERFORM 0520-CHECK-OWN THRU 0520-EXIT
001965     END-IF.
001966     CLOSE RUN-CONTROL-FILE.
001967 0500-EXIT.
001968     EXIT.
001969*-----------------------------------------------------------*
001970*  0510-CHECK-STEPS -- READ THE BUSINESS DATE RECORD, THEN
001971*  REFUSE THE RUN UNLESS THE PREDECESSOR STEP (IF ANY) SHOWS
001972*  COMPLETED FOR THAT BUSINESS DATE
001973*-----------------------------------------------------------*
001974 0510-CHECK-STEPS.
001975     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
001976     READ RUN-CONTROL-FILE
001977         INVALID KEY
001978             DISPLAY 'LGTRECON: NO BUSINESS DATE ON RUN-CONTROL '
001979                     'FILE -- RUN LGTBDATE, RUN REFUSED'
001980             SET RCN-RCT-REFUSED TO TRUE
001981             GO TO 0510-EXIT
001982     END-READ.
001983     MOVE RCT-CURRENT-BUS-DATE TO RCN-BUSINESS-DATE.
001984     MOVE RCT-PRIOR-BUS-DATE   TO RCN-PRIOR-BUS-DATE.
001985     IF RCN-RCT-PREDECESSOR = SPACES
001986         GO TO 0510-EXIT
001987     END-IF.
001988     MOVE RCN-RCT-PREDECESSOR TO RCT-KEY.
001989     READ RUN-CONTROL-FILE
001990         INVALID KEY
001991             MOVE ZEROS  TO RCT-LAST-BUS-DATE
001992             MOVE SPACES TO RCT-LAST-RESULT
001993     END-READ.
001994     IF RCT-LAST-BUS-DATE NOT = RCN-BUSINESS-DATE
001995             OR NOT RCT-STEP-COMPLETED
001996         DISPLAY 'LGTRECON: ' RCN-RCT-PREDECESSOR
001997                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
001998                 RCN-BUSINESS-DATE ' -- RUN REFUSED'
001999         SET RCN-RCT-REFUSED TO TRUE
002000         GO TO 0510-EXIT
002001     END-IF.
002002 0510-EXIT.
002003     EXIT.
002004*-----------------------------------------------------------*
002005*  0520-CHECK-OWN -- REFUSE A SECOND RUN FOR A BUSINESS DATE
002006*  THIS STEP HAS ALREADY COMPLETED.  NO STEP RECORD YET
002007*  MEANS THE STEP HAS NEVER RUN.
002008*-----------------------------------------------------------*
002009 0520-CHECK-OWN.
002010     MOVE RCN-RCT-STEP TO RCT-KEY.
002011     READ RUN-CONTROL-FILE
002012         INVALID KEY
002013             GO TO 0520-EXIT
002014     END-READ.
002015     IF RCT-LAST-BUS-DATE = RCN-BUSINESS-DATE
002016             AND RCT-STEP-COMPLETED
002017         DISPLAY 'LGTRECON: ALREADY COMPLETED FOR BUSINESS DATE '
002018                 RCN-BUSINESS-DATE ' -- RESET WITH LGTRSTEP '
002019                 'TO RERUN, RUN REFUSED'
002020         SET RCN-RCT-REFUSED TO TRUE
002021     END-IF.
002022 0520-EXIT.
002023     EXIT.
002024*-----------------------------------------------------------*
002025*  1000-INITIALIZE -- OPEN FILES, PRINT HEADINGS, PRIME THE
002026*  THREE INPUT STREAMS.  A MISSING SUSPIN (FIRST EVER RUN)
002027*  IS TREATED AS AN EMPTY SUSPENSE FILE.
002028*-----------------------------------------------------------*
002029 1000-INITIALIZE.
002030     ACCEPT RCN-RUN-DATE FROM DATE YYYYMMDD.
002031     MOVE RCN-RUN-DATE-MM   TO RCN-RPT-MM.
002035     MOVE RCN-RUN-DATE-DD   TO RCN-RPT-DD.
002045     MOVE RCN-RUN-DATE-CCYY TO RCN-RPT-CCYY.
002055     PERFORM 1050-BALANCE-EXTRACT THRU 1050-EXIT.
002575         MOVE 8 TO RETURN-CODE
002585         SET RCN-BALANCE-FAILED TO TRUE
002595     END-IF.
002596     IF RCN-BALANCED
002597             AND TRL-BUSINESS-DATE NOT = RCN-BUSINESS-DATE
002598         DISPLAY 'LGTRECON: ENRGEXT WAS WRITTEN FOR BUSINESS '
002599                 'DATE ' TRL-BUSINESS-DATE ', NOT '
002600                 RCN-BUSINESS-DATE ' -- RUN TERMINATED'
002601         MOVE 8 TO RETURN-CODE
002602         SET RCN-BALANCE-FAILED TO TRUE
002603     END-IF.
002605 1050-EXIT.
002615     EXIT.
002625 1060-BALANCE-ONE-READING.
002665             GO TO 1060-EXIT
002675     END-READ.
002685     IF ENRG-LIGHT-ID = '**TRAILER*'
002695         MOVE ENERGY-EXTRACT-RECORD (1:45)
002705             TO CONTROL-TRAILER-RECORD
002715         SET RCN-BAL-TRL-FOUND TO TRUE
002725         GO TO 1060-EXIT
006075     END-IF.
006085     CLOSE SUSPENSE-OUT-FILE.
006095     CLOSE RECON-REPORT.
006097     PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT.
006105     GOBACK.
006106*-----------------------------------------------------------*
006107*  9800-STAMP-RUN-CONTROL -- RECORD HOW THIS STEP ENDED FOR
006108*  THE BUSINESS DATE.  RC 4 OR LESS IS A COMPLETION THE NEXT
006109*  STEP MAY FOLLOW; ANYTHING HIGHER STOPS THE CHAIN HERE.
006110*-----------------------------------------------------------*
006111 9800-STAMP-RUN-CONTROL.
006112     OPEN I-O RUN-CONTROL-FILE.
006113     IF NOT RCN-RCT-OK
006114         DISPLAY 'LGTRECON: CANNOT OPEN RUN-CONTROL FILE, '
006115                 'STATUS ' RCN-RCT-FILE-STATUS
006116                 ' -- STEP RESULT NOT RECORDED'
006117         GO TO 9800-EXIT
006118     END-IF.
006119     MOVE RCN-RCT-STEP TO RCT-KEY.
006120     MOVE 'Y' TO RCN-RCT-FOUND-SW.
006121     READ RUN-CONTROL-FILE
006122         INVALID KEY
006123             MOVE 'N' TO RCN-RCT-FOUND-SW
006124     END-READ.
006125     IF NOT RCN-RCT-STEP-FOUND
006126         MOVE SPACES     TO RUN-CONTROL-RECORD
006127         MOVE RCN-RCT-STEP TO RCT-KEY
006128         MOVE ZEROS      TO RCT-RESET-DATE
006129                            RCT-RESET-TIME
006130     END-IF.
006131     MOVE RCN-BUSINESS-DATE TO RCT-LAST-BUS-DATE.
006132     IF RETURN-CODE > 4
006133         SET RCT-STEP-FAILED    TO TRUE
006134     ELSE
006135         SET RCT-STEP-COMPLETED TO TRUE
006136     END-IF.
006137     MOVE RETURN-CODE TO RCT-LAST-RC.
006138     ACCEPT RCT-LAST-RUN-DATE FROM DATE YYYYMMDD.
006139     ACCEPT RCT-LAST-RUN-TIME FROM TIME.
006140     IF RCN-RCT-STEP-FOUND
006141         REWRITE RUN-CONTROL-RECORD
006142     ELSE
006143         WRITE RUN-CONTROL-RECORD
006144     END-IF.
006145     IF NOT RCN-RCT-OK
006146         DISPLAY 'LGTRECON: RUN-CONTROL UPDATE FAILED, STATUS '
006147                 RCN-RCT-FILE-STATUS ' -- STEP RESULT NOT '
006148                 'RECORDED'
006149     END-IF.
006150     CLOSE RUN-CONTROL-FILE.
006151 9800-EXIT.
006152     EXIT.
006153 END PROGRAM LGTRECON.
