000279*     2026-09-02  CJM  THE BALANCING RESULT IS NOW STAMPED
000280*                      ON A RUN RECORD APPENDED TO THE AUDIT
000281*                      TRAIL, LIKE LGTWORKO AND LGTRECON.
000282*     2026-10-14  CJM  RUNS ONLY WHEN RUNCTL SHOWS LGTWORKO
000283*                      COMPLETED FOR THE BUSINESS DATE, AND
000284*                      STAMPS ITS OWN RESULT THERE.  AN
000285*                      ENRGEXT WHOSE TRAILER CARRIES ANOTHER
000286*                      BUSINESS DATE STOPS THE RUN WITH RC 8.
000287*-----------------------------------------------------------*
000290 ENVIRONMENT DIVISION.
000300 CONFIGURATION SECTION.
000310 SOURCE-COMPUTER.    IBM-370.
000430            ORGANIZATION IS SEQUENTIAL.
000432     SELECT AUDIT-TRAIL-FILE    ASSIGN TO AUDITTRL
000434            ORGANIZATION IS SEQUENTIAL.
000435     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000436            ORGANIZATION IS INDEXED
000437            ACCESS MODE IS DYNAMIC
000438            RECORD KEY IS RCT-KEY
000439            FILE STATUS IS BRN-RCT-FILE-STATUS.
000440 DATA DIVISION.
000450 FILE SECTION.
000460 FD  ENERGY-EXTRACT-FILE
000564     RECORDING MODE IS F
000566     LABEL RECORDS ARE STANDARD.
000568 COPY AUDITREC.
000569 FD  RUN-CONTROL-FILE
000570     LABEL RECORDS ARE STANDARD.
000571 COPY RCTLREC.
000572 WORKING-STORAGE SECTION.
000580*-----------------------------------------------------------*
000590*  WORKING STORAGE -- FILE STATUS, SWITCHES, COUNTERS
000600*-----------------------------------------------------------*
000790     05  BRN-RUN-DATE-MM         PIC 9(02).
000800     05  BRN-RUN-DATE-DD         PIC 9(02).
000810*-----------------------------------------------------------*
000811*  RUN CONTROL -- THIS STEP'S NAME ON RUNCTL, THE STEP THAT
000812*  MUST HAVE COMPLETED BEFORE IT, AND THE BUSINESS DATE
000813*-----------------------------------------------------------*
000814 01  BRN-RCT-FIELDS.
000815     05  BRN-RCT-FILE-STATUS     PIC X(02) VALUE '00'.
000816         88  BRN-RCT-OK                   VALUE '00'.
000817     05  BRN-RCT-STEP            PIC X(10) VALUE 'LGTBURN'.
000818     05  BRN-RCT-PREDECESSOR     PIC X(10) VALUE 'LGTWORKO'.
000819     05  BRN-BUSINESS-DATE       PIC 9(08) VALUE 0.
000820     05  BRN-PRIOR-BUS-DATE      PIC 9(08) VALUE 0.
000821     05  BRN-RCT-REFUSED-SW      PIC X(01) VALUE 'N'.
000822         88  BRN-RCT-REFUSED              VALUE 'Y'.
000823     05  BRN-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
000824         88  BRN-RCT-STEP-FOUND           VALUE 'Y'.
000825*-----------------------------------------------------------*
000826*  BURN RUN REGISTER PRINT LINES
000830*-----------------------------------------------------------*
000840 01  BRN-RPT-HEADER-1.
000850     05  FILLER                  PIC X(26) VALUE
001010*  0000-MAINLINE
001020*-----------------------------------------------------------*
001030 0000-MAINLINE.
001032     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
001034     IF BRN-RCT-REFUSED
001036         MOVE 8 TO RETURN-CODE
001038         GOBACK
001039     END-IF.
001040     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
001050     IF BRN-BALANCE-FAILED
001055         PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT
001057         PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT
001060         GOBACK
001070     END-IF.
001080     PERFORM 3000-PROCESS-ONE-READING THRU 3000-EXIT
001100     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
001105     PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT.
001110     GO TO 9000-TERMINATE.
001111*-----------------------------------------------------------*
001112*  0500-CHECK-RUN-CONTROL -- THE STEP RUNS ONLY FOR THE
001113*  BUSINESS DATE ON RUNCTL, ONLY ONCE ITS PREDECESSOR HAS
001114*  COMPLETED FOR THAT DATE, AND NOT AGAIN ONCE IT HAS ITSELF
001115*  COMPLETED FOR IT (LGTRSTEP RESETS A STEP FOR A RERUN).
001116*  A REFUSED RUN TOUCHES NO FILE AND STAMPS NOTHING.
001117*-----------------------------------------------------------*
001118 0500-CHECK-RUN-CONTROL.
001119     OPEN INPUT RUN-CONTROL-FILE.
001120     IF NOT BRN-RCT-OK
001121         DISPLAY 'LGTBURN: CANNOT OPEN RUN-CONTROL FILE, '
001122                 'STATUS ' BRN-RCT-FILE-STATUS
001123                 ' -- RUN REFUSED'
001124         SET BRN-RCT-REFUSED TO TRUE
001125         GO TO 0500-EXIT
001126     END-IF.
001127     PERFORM 0510-CHECK-STEPS THRU 0510-EXIT.
001128     IF NOT BRN-RCT-REFUSED
001129         PERFORM 0520-CHECK-OWN THRU 0520-EXIT
001130     END-IF.
001131     CLOSE RUN-CONTROL-FILE.
001132 0500-EXIT.
001133     EXIT.
001134*-----------------------------------------------------------*
001135*  0510-CHECK-STEPS -- READ THE BUSINESS DATE RECORD, THEN
001136*  REFUSE THE RUN UNLESS THE PREDECESSOR STEP (IF ANY) SHOWS
001137*  COMPLETED FOR THAT BUSINESS DATE
001138*-----------------------------------------------------------*
001139 0510-CHECK-STEPS.
001140     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
001141     READ RUN-CONTROL-FILE
001142         INVALID KEY
001143             DISPLAY 'LGTBURN: NO BUSINESS DATE ON RUN-CONTROL '
001144                     'FILE -- RUN LGTBDATE, RUN REFUSED'
001145             SET BRN-RCT-REFUSED TO TRUE
001146             GO TO 0510-EXIT
001147     END-READ.
001148     MOVE RCT-CURRENT-BUS-DATE TO BRN-BUSINESS-DATE.
001149     MOVE RCT-PRIOR-BUS-DATE   TO BRN-PRIOR-BUS-DATE.
001150     IF BRN-RCT-PREDECESSOR = SPACES
001151         GO TO 0510-EXIT
001152     END-IF.
001153     MOVE BRN-RCT-PREDECESSOR TO RCT-KEY.
001154     READ RUN-CONTROL-FILE
001155         INVALID KEY
001156             MOVE ZEROS  TO RCT-LAST-BUS-DATE
001157             MOVE SPACES TO RCT-LAST-RESULT
001158     END-READ.
001159     IF RCT-LAST-BUS-DATE NOT = BRN-BUSINESS-DATE
001160             OR NOT RCT-STEP-COMPLETED
001161         DISPLAY 'LGTBURN: ' BRN-RCT-PREDECESSOR
001162                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
001163                 BRN-BUSINESS-DATE ' -- RUN REFUSED'
001164         SET BRN-RCT-REFUSED TO TRUE
001165         GO TO 0510-EXIT
001166     END-IF.
001167 0510-EXIT.
001168     EXIT.
001169*-----------------------------------------------------------*
001170*  0520-CHECK-OWN -- REFUSE A SECOND RUN FOR A BUSINESS DATE
001171*  THIS STEP HAS ALREADY COMPLETED.  NO STEP RECORD YET
001172*  MEANS THE STEP HAS NEVER RUN.
001173*-----------------------------------------------------------*
001174 0520-CHECK-OWN.
001175     MOVE BRN-RCT-STEP TO RCT-KEY.
001176     READ RUN-CONTROL-FILE
001177         INVALID KEY
001178             GO TO 0520-EXIT
001179     END-READ.
001180     IF RCT-LAST-BUS-DATE = BRN-BUSINESS-DATE
001181             AND RCT-STEP-COMPLETED
001182         DISPLAY 'LGTBURN: ALREADY COMPLETED FOR BUSINESS DATE '
001183                 BRN-BUSINESS-DATE ' -- RESET WITH LGTRSTEP '
001184                 'TO RERUN, RUN REFUSED'
001185         SET BRN-RCT-REFUSED TO TRUE
001186     END-IF.
001187 0520-EXIT.
001188     EXIT.
001189*-----------------------------------------------------------*
001190*  1000-INITIALIZE -- OPEN FILES.  A MISSING BURN MASTER IS
001191*  CREATED EMPTY ON FIRST USE SO THE SUBSYSTEM CAN BE CUT IN
001192*  WITHOUT A SEPARATE LOAD (SAME AS LGTWORKO AND WORKORD).
001193*-----------------------------------------------------------*
001194 1000-INITIALIZE.
001195     ACCEPT BRN-RUN-DATE FROM DATE YYYYMMDD.
001196     MOVE BRN-RUN-DATE-MM   TO BRN-RPT-MM.
001200     MOVE BRN-RUN-DATE-DD   TO BRN-RPT-DD.
001210     MOVE BRN-RUN-DATE-CCYY TO BRN-RPT-CCYY.
001220     PERFORM 1050-BALANCE-EXTRACT THRU 1050-EXIT.
001630         MOVE 8 TO RETURN-CODE
001640         SET BRN-BALANCE-FAILED TO TRUE
001650     END-IF.
001652     IF BRN-BALANCED
001653             AND TRL-BUSINESS-DATE NOT = BRN-BUSINESS-DATE
001654         DISPLAY 'LGTBURN: ENRGEXT WAS WRITTEN FOR BUSINESS '
001655                 'DATE ' TRL-BUSINESS-DATE ', NOT '
001656                 BRN-BUSINESS-DATE ' -- RUN TERMINATED'
001657         MOVE 8 TO RETURN-CODE
001658         SET BRN-BALANCE-FAILED TO TRUE
001659     END-IF.
001660 1050-EXIT.
001670     EXIT.
001680 1060-BALANCE-ONE-READING.
001720             GO TO 1060-EXIT
001730     END-READ.
001740     IF ENRG-LIGHT-ID = '**TRAILER*'
001750         MOVE ENERGY-EXTRACT-RECORD (1:45)
001760             TO CONTROL-TRAILER-RECORD
001770         SET BRN-BAL-TRL-FOUND TO TRUE
001780         GO TO 1060-EXIT
002760     CLOSE ENERGY-EXTRACT-FILE.
002770     CLOSE BURN-HOURS-MASTER.
002780     CLOSE BURN-RUN-REPORT.
002782     PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT.
002790     GOBACK.
002791*-----------------------------------------------------------*
002792*  9800-STAMP-RUN-CONTROL -- RECORD HOW THIS STEP ENDED FOR
002793*  THE BUSINESS DATE.  RC 4 OR LESS IS A COMPLETION THE NEXT
002794*  STEP MAY FOLLOW; ANYTHING HIGHER STOPS THE CHAIN HERE.
002795*-----------------------------------------------------------*
002796 9800-STAMP-RUN-CONTROL.
002797     OPEN I-O RUN-CONTROL-FILE.
002798     IF NOT BRN-RCT-OK
002799         DISPLAY 'LGTBURN: CANNOT OPEN RUN-CONTROL FILE, '
002800                 'STATUS ' BRN-RCT-FILE-STATUS
002801                 ' -- STEP RESULT NOT RECORDED'
002802         GO TO 9800-EXIT
002803     END-IF.
002804     MOVE BRN-RCT-STEP TO RCT-KEY.
002805     MOVE 'Y' TO BRN-RCT-FOUND-SW.
002806     READ RUN-CONTROL-FILE
002807         INVALID KEY
002808             MOVE 'N' TO BRN-RCT-FOUND-SW
002809     END-READ.
002810     IF NOT BRN-RCT-STEP-FOUND
002811         MOVE SPACES     TO RUN-CONTROL-RECORD
002812         MOVE BRN-RCT-STEP TO RCT-KEY
002813         MOVE ZEROS      TO RCT-RESET-DATE
002814                            RCT-RESET-TIME
002815     END-IF.
002816     MOVE BRN-BUSINESS-DATE TO RCT-LAST-BUS-DATE.
002817     IF RETURN-CODE > 4
002818         SET RCT-STEP-FAILED    TO TRUE
002819     ELSE
002820         SET RCT-STEP-COMPLETED TO TRUE
002821     END-IF.
002822     MOVE RETURN-CODE TO RCT-LAST-RC.
002823     ACCEPT RCT-LAST-RUN-DATE FROM DATE YYYYMMDD.
002824     ACCEPT RCT-LAST-RUN-TIME FROM TIME.
002825     IF BRN-RCT-STEP-FOUND
002826         REWRITE RUN-CONTROL-RECORD
002827     ELSE
002828         WRITE RUN-CONTROL-RECORD
002829     END-IF.
002830     IF NOT BRN-RCT-OK
002831         DISPLAY 'LGTBURN: RUN-CONTROL UPDATE FAILED, STATUS '
002832                 BRN-RCT-FILE-STATUS ' -- STEP RESULT NOT '
002833                 'RECORDED'
002834     END-IF.
002835     CLOSE RUN-CONTROL-FILE.
002836 9800-EXIT.
002837     EXIT.
002838 END PROGRAM LGTBURN.
