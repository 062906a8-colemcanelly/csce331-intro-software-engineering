000368*                      ORDERS IT SHOULD NOT.  THE BALANCING
000378*                      RESULT IS STAMPED ON A RUN RECORD
000388*                      APPENDED TO THE AUDIT TRAIL.
000389*     2026-10-14  CJM  A STUCK-RELAY ORDER (FAULT CODE STKR,
000390*                      RAISED BY LGTCMDAK) NO LONGER CLOSES
000391*                      ON ON/OFF STATUS -- A STUCK FIXTURE
000392*                      SITS IN ON OR OFF BY DEFINITION.  IT
000393*                      CLOSES WHEN FAULTX HAS MOVED ON PAST
000394*                      ITS LAST STKR DATE, I.E. LGTCMDAK HAS
000395*                      STOPPED REPORTING IT.
000396*     2026-10-14  CJM  AN EGRESS-TEST FAILURE (FAULT CODE
000397*                      EGRF, RAISED NIGHTLY BY LGTEGRES UNTIL
000398*                      A PASSING RETEST) ALWAYS SORTS AS
000399*                      SEVERITY 1, LIFE SAFETY, WHATEVER
000400*                      FLTCODES SAYS, AND CLOSES LIKE STKR --
000401*                      AN EGRESS UNIT THAT FAILED ITS TEST IS
000402*                      STILL ON OR OFF ON THE MASTER.
000403*     2026-10-14  CJM  RUNS ONLY WHEN RUNCTL SHOWS LGTEGRES
000404*                      COMPLETED FOR THE BUSINESS DATE, AND
000405*                      STAMPS ITS OWN RESULT THERE.  A
000406*                      FAULTX WHOSE TRAILER CARRIES ANOTHER
000407*                      BUSINESS DATE STOPS THE RUN WITH RC 8.
000408*-----------------------------------------------------------*
000409 ENVIRONMENT DIVISION.
000418 CONFIGURATION SECTION.
000428 SOURCE-COMPUTER.    IBM-370.
000438 OBJECT-COMPUTER.    IBM-370.
000658     SELECT FAULT-SORT-FILE    ASSIGN TO SORTWK01.
000668     SELECT AUDIT-TRAIL-FILE   ASSIGN TO AUDITTRL
000678            ORGANIZATION IS SEQUENTIAL.
000679     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
000680            ORGANIZATION IS INDEXED
000681            ACCESS MODE IS DYNAMIC
000682            RECORD KEY IS RCT-KEY
000683            FILE STATUS IS WKO-RCT-FILE-STATUS.
000688 DATA DIVISION.
000698 FILE SECTION.
000708 FD  FAULT-EXCEPTION-FILE
000888     RECORDING MODE IS F
000898     LABEL RECORDS ARE STANDARD.
000908 COPY AUDITREC.
000910 FD  RUN-CONTROL-FILE
000912     LABEL RECORDS ARE STANDARD.
000914 COPY RCTLREC.
000918 SD  FAULT-SORT-FILE.
000928 01  WKO-SORT-RECORD.
000938     05  WKO-SRT-SEVERITY        PIC 9(01).
001158         88  WKO-SORT-EOF                 VALUE 'Y'.
001168     05  WKO-FCODE-OPEN-SW       PIC X(01) VALUE 'N'.
001178         88  WKO-FCODE-IS-OPEN            VALUE 'Y'.
001179     05  WKO-CLOSE-SW            PIC X(01) VALUE 'N'.
001180         88  WKO-CLOSE-ORDER              VALUE 'Y'.
001188 77  WKO-NEXT-ORDER-NUMBER       PIC 9(07) VALUE 1.
001198 77  WKO-ORDERS-OPENED           PIC 9(05) VALUE 0.
001208 77  WKO-ORDERS-REOPENED         PIC 9(05) VALUE 0.
001698     05  WKO-BAL-COUNT           PIC 9(09) VALUE 0.
001708     05  WKO-BAL-HASH            PIC 9(18) VALUE 0.
001718 77  WKO-FAULTS-RELEASED         PIC 9(07) VALUE 0.
001719 77  WKO-FAULTX-HIGH-DATE        PIC 9(08) VALUE 0.
001720 77  WKO-STUCK-FAULT-CODE        PIC X(04) VALUE 'STKR'.
001722 77  WKO-EGRESS-FAULT-CODE       PIC X(04) VALUE 'EGRF'.
001728 01  WKO-RUN-DATE                PIC 9(08).
001738 01  WKO-RUN-DATE-R REDEFINES WKO-RUN-DATE.
001748     05  WKO-RUN-DATE-CCYY       PIC 9(04).
002298     05  WKO-RPT-TOT-TEXT        PIC X(30).
002308     05  WKO-RPT-TOT-COUNT       PIC ZZZZ9.
002318     05  FILLER                  PIC X(97) VALUE SPACES.
002319*-----------------------------------------------------------*
002320*  RUN CONTROL -- THIS STEP'S NAME ON RUNCTL, THE STEP THAT
002321*  MUST HAVE COMPLETED BEFORE IT, AND THE BUSINESS DATE
002322*-----------------------------------------------------------*
002323 01  WKO-RCT-FIELDS.
002324     05  WKO-RCT-FILE-STATUS     PIC X(02) VALUE '00'.
002325         88  WKO-RCT-OK                   VALUE '00'.
002326     05  WKO-RCT-STEP            PIC X(10) VALUE 'LGTWORKO'.
002327     05  WKO-RCT-PREDECESSOR     PIC X(10) VALUE 'LGTEGRES'.
002328     05  WKO-BUSINESS-DATE       PIC 9(08) VALUE 0.
002329     05  WKO-PRIOR-BUS-DATE      PIC 9(08) VALUE 0.
002330     05  WKO-RCT-REFUSED-SW      PIC X(01) VALUE 'N'.
002331         88  WKO-RCT-REFUSED              VALUE 'Y'.
002332     05  WKO-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
002333         88  WKO-RCT-STEP-FOUND           VALUE 'Y'.
002334 PROCEDURE DIVISION.
002338*-----------------------------------------------------------*
002348*  0000-MAINLINE
002358*-----------------------------------------------------------*
002368 0000-MAINLINE.
002369     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
002370     IF WKO-RCT-REFUSED
002371         MOVE 8 TO RETURN-CODE
002372         GOBACK
002373     END-IF.
002378     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
002388     IF WKO-BALANCE-FAILED
002398         PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT
002400         PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT
002408         GOBACK
002418     END-IF.
002428*    THE FAULT PASS RUNS FROM A SEVERITY-SORTED COPY OF
002518     PERFORM 7000-PRINT-TOTALS THRU 7000-EXIT.
002528     PERFORM 8000-WRITE-RUN-AUDIT THRU 8000-EXIT.
002538     GO TO 9000-TERMINATE.
002539*-----------------------------------------------------------*
002540*  0500-CHECK-RUN-CONTROL -- THE STEP RUNS ONLY FOR THE
002541*  BUSINESS DATE ON RUNCTL, ONLY ONCE ITS PREDECESSOR HAS
002542*  COMPLETED FOR THAT DATE, AND NOT AGAIN ONCE IT HAS ITSELF
002543*  COMPLETED FOR IT (LGTRSTEP RESETS A STEP FOR A RERUN).
002544*  A REFUSED RUN TOUCHES NO FILE AND STAMPS NOTHING.
002545*-----------------------------------------------------------*
002546 0500-CHECK-RUN-CONTROL.
002547     OPEN INPUT RUN-CONTROL-FILE.
002548     IF NOT WKO-RCT-OK
002549         DISPLAY 'LGTWORKO: CANNOT OPEN RUN-CONTROL FILE, '
002550                 'STATUS ' WKO-RCT-FILE-STATUS
002551                 ' -- RUN REFUSED'
002552         SET WKO-RCT-REFUSED TO TRUE
002553         GO TO 0500-EXIT
002554     END-IF.
002555     PERFORM 0510-CHECK-STEPS THRU 0510-EXIT.
002556     IF NOT WKO-RCT-REFUSED
002557         PERFORM 0520-CHECK-OWN THRU 0520-EXIT
002558     END-IF.
002559     CLOSE RUN-CONTROL-FILE.
002560 0500-EXIT.
002561     EXIT.
002562*-----------------------------------------------------------*
002563*  0510-CHECK-STEPS -- READ THE BUSINESS DATE RECORD, THEN
002564*  REFUSE THE RUN UNLESS THE PREDECESSOR STEP (IF ANY) SHOWS
002565*  COMPLETED FOR THAT BUSINESS DATE
002566*-----------------------------------------------------------*
002567 0510-CHECK-STEPS.
002568     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
002569     READ RUN-CONTROL-FILE
002570         INVALID KEY
002571             DISPLAY 'LGTWORKO: NO BUSINESS DATE ON RUN-CONTROL '
002572                     'FILE -- RUN LGTBDATE, RUN REFUSED'
002573             SET WKO-RCT-REFUSED TO TRUE
002574             GO TO 0510-EXIT
002575     END-READ.
002576     MOVE RCT-CURRENT-BUS-DATE TO WKO-BUSINESS-DATE.
002577     MOVE RCT-PRIOR-BUS-DATE   TO WKO-PRIOR-BUS-DATE.
002578     IF WKO-RCT-PREDECESSOR = SPACES
002579         GO TO 0510-EXIT
002580     END-IF.
002581     MOVE WKO-RCT-PREDECESSOR TO RCT-KEY.
002582     READ RUN-CONTROL-FILE
002583         INVALID KEY
002584             MOVE ZEROS  TO RCT-LAST-BUS-DATE
002585             MOVE SPACES TO RCT-LAST-RESULT
002586     END-READ.
002587     IF RCT-LAST-BUS-DATE NOT = WKO-BUSINESS-DATE
002588             OR NOT RCT-STEP-COMPLETED
002589         DISPLAY 'LGTWORKO: ' WKO-RCT-PREDECESSOR
002590                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
002591                 WKO-BUSINESS-DATE ' -- RUN REFUSED'
002592         SET WKO-RCT-REFUSED TO TRUE
002593         GO TO 0510-EXIT
002594     END-IF.
002595 0510-EXIT.
002596     EXIT.
002597*-----------------------------------------------------------*
002598*  0520-CHECK-OWN -- REFUSE A SECOND RUN FOR A BUSINESS DATE
002599*  THIS STEP HAS ALREADY COMPLETED.  NO STEP RECORD YET
002600*  MEANS THE STEP HAS NEVER RUN.
002601*-----------------------------------------------------------*
002602 0520-CHECK-OWN.
002603     MOVE WKO-RCT-STEP TO RCT-KEY.
002604     READ RUN-CONTROL-FILE
002605         INVALID KEY
002606             GO TO 0520-EXIT
002607     END-READ.
002608     IF RCT-LAST-BUS-DATE = WKO-BUSINESS-DATE
002609             AND RCT-STEP-COMPLETED
002610         DISPLAY 'LGTWORKO: ALREADY COMPLETED FOR BUSINESS DATE '
002611                 WKO-BUSINESS-DATE ' -- RESET WITH LGTRSTEP '
002612                 'TO RERUN, RUN REFUSED'
002613         SET WKO-RCT-REFUSED TO TRUE
002614     END-IF.
002615 0520-EXIT.
002616     EXIT.
002617*-----------------------------------------------------------*
002618*  1000-INITIALIZE -- OPEN FILES, LOAD THE CONTROL RECORD.
002619*  A MISSING WORK-ORDER-MASTER IS CREATED EMPTY ON FIRST USE
002620*  SO THE SUBSYSTEM CAN BE CUT IN WITHOUT A SEPARATE LOAD.
002621*-----------------------------------------------------------*
002622 1000-INITIALIZE.
002623     ACCEPT WKO-RUN-DATE FROM DATE YYYYMMDD.
002624     MOVE WKO-RUN-DATE-MM   TO WKO-RPT-MM.
002628     MOVE WKO-RUN-DATE-DD   TO WKO-RPT-DD.
002638     MOVE WKO-RUN-DATE-CCYY TO WKO-RPT-CCYY.
002648     COMPUTE WKO-RUN-DATE-INT =
003218         MOVE 8 TO RETURN-CODE
003228         SET WKO-BALANCE-FAILED TO TRUE
003238     END-IF.
003239     IF WKO-BALANCED
003240             AND TRL-BUSINESS-DATE NOT = WKO-BUSINESS-DATE
003241         DISPLAY 'LGTWORKO: FAULTX WAS WRITTEN FOR BUSINESS '
003242                 'DATE ' TRL-BUSINESS-DATE ', NOT '
003243                 WKO-BUSINESS-DATE ' -- RUN TERMINATED'
003244         MOVE 8 TO RETURN-CODE
003245         SET WKO-BALANCE-FAILED TO TRUE
003246     END-IF.
003248 1050-EXIT.
003258     EXIT.
003268 1060-BALANCE-ONE-FAULT.
003308             GO TO 1060-EXIT
003318     END-READ.
003328     IF FAULTX-LIGHT-ID = '**TRAILER*'
003338         MOVE FAULT-EXCEPTION-RECORD (1:45)
003348             TO CONTROL-TRAILER-RECORD
003358         SET WKO-BAL-TRL-FOUND TO TRUE
003368         GO TO 1060-EXIT
003828     MOVE FAULT-EXCEPTION-RECORD  TO WKO-SRT-FAULT.
003838     RELEASE WKO-SORT-RECORD.
003848     ADD 1 TO WKO-FAULTS-RELEASED.
003849     IF FAULTX-DATE-DETECTED > WKO-FAULTX-HIGH-DATE
003850         MOVE FAULTX-DATE-DETECTED TO WKO-FAULTX-HIGH-DATE
003851     END-IF.
003858 2510-EXIT.
003868     EXIT.
003878*-----------------------------------------------------------*
003888*  2600-LOOKUP-FAULT-CODE -- SEVERITY AND DESCRIPTION FOR
003898*  THE CODE IN WKO-LOOKUP-CODE.  A CODE NOT ON THE MASTER
003908*  (OR NO MASTER AT ALL) IS SEVERITY 9, NO DESCRIPTION.
003910*  AN EGRESS-TEST FAILURE IS LIFE SAFETY -- SEVERITY 1
003912*  WHATEVER THE MASTER SAYS.
003918*-----------------------------------------------------------*
003928 2600-LOOKUP-FAULT-CODE.
003938     MOVE 9      TO WKO-CUR-SEVERITY.
003940     IF WKO-LOOKUP-CODE = WKO-EGRESS-FAULT-CODE
003942         MOVE 1  TO WKO-CUR-SEVERITY
003944     END-IF.
003948     MOVE SPACES TO WKO-CUR-DESC.
003958     IF NOT WKO-FCODE-IS-OPEN
003968         GO TO 2600-EXIT
004008         INVALID KEY
004018             GO TO 2600-EXIT
004028     END-READ.
004038     IF WKO-LOOKUP-CODE NOT = WKO-EGRESS-FAULT-CODE
004040         MOVE FC-SEVERITY TO WKO-CUR-SEVERITY
004042     END-IF.
004048     MOVE FC-DESCRIPTION TO WKO-CUR-DESC.
004058 2600-EXIT.
004068     EXIT.
005588*  5000-AGE-AND-CLOSE-PASS -- BROWSE EVERY ORDER ON FILE.
005598*  OPEN ORDERS ARE AGED AGAINST THE RUN DATE, AND CLOSED WHEN
005608*  THE FIXTURE IS BACK IN ON OR OFF STATUS ON THE MASTER.
005610*  A STUCK-RELAY OR EGRESS-TEST ORDER INSTEAD CLOSES ONCE
005612*  ITS LAST FAULT DATE FALLS BEHIND THE NEWEST DATE ON
005614*  TONIGHT'S FAULTX.
005618*-----------------------------------------------------------*
005628 5000-AGE-AND-CLOSE-PASS.
005629     IF WKO-FAULTX-HIGH-DATE = 0
005630         MOVE WKO-RUN-DATE TO WKO-FAULTX-HIGH-DATE
005631     END-IF.
005638     MOVE LOW-VALUES TO WO-KEY.
005648     START WORK-ORDER-MASTER KEY IS NOT LESS THAN WO-KEY
005658         INVALID KEY
005938         INVALID KEY
005948             SET WKO-MASTER-NOT-FOUND TO TRUE
005958     END-READ.
005960     MOVE 'N' TO WKO-CLOSE-SW.
005962     IF WO-FAULT-CODE = WKO-STUCK-FAULT-CODE
005963             OR WO-FAULT-CODE = WKO-EGRESS-FAULT-CODE
005964         IF WO-LAST-FAULT-DATE < WKO-FAULTX-HIGH-DATE
005966             SET WKO-CLOSE-ORDER TO TRUE
005968         END-IF
005970     ELSE
005972         IF WKO-MASTER-FOUND
005974                 AND (LGT-STATUS-ON OR LGT-STATUS-OFF)
005976             SET WKO-CLOSE-ORDER TO TRUE
005978         END-IF
005980     END-IF.
005982     IF WKO-CLOSE-ORDER
005988         SET WO-STATUS-CLOSED TO TRUE
005998         MOVE WKO-RUN-DATE TO WO-DATE-CLOSED
006008         ADD 1 TO WKO-ORDERS-CLOSED
007088     IF WKO-FCODE-IS-OPEN
007098         CLOSE FAULT-CODE-MASTER
007108     END-IF.
007110     PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT.
007118     GOBACK.
007119*-----------------------------------------------------------*
007120*  9800-STAMP-RUN-CONTROL -- RECORD HOW THIS STEP ENDED FOR
007121*  THE BUSINESS DATE.  RC 4 OR LESS IS A COMPLETION THE NEXT
007122*  STEP MAY FOLLOW; ANYTHING HIGHER STOPS THE CHAIN HERE.
007123*-----------------------------------------------------------*
007124 9800-STAMP-RUN-CONTROL.
007125     OPEN I-O RUN-CONTROL-FILE.
007126     IF NOT WKO-RCT-OK
007127         DISPLAY 'LGTWORKO: CANNOT OPEN RUN-CONTROL FILE, '
007128                 'STATUS ' WKO-RCT-FILE-STATUS
007129                 ' -- STEP RESULT NOT RECORDED'
007130         GO TO 9800-EXIT
007131     END-IF.
007132     MOVE WKO-RCT-STEP TO RCT-KEY.
007133     MOVE 'Y' TO WKO-RCT-FOUND-SW.
007134     READ RUN-CONTROL-FILE
007135         INVALID KEY
007136             MOVE 'N' TO WKO-RCT-FOUND-SW
007137     END-READ.
007138     IF NOT WKO-RCT-STEP-FOUND
007139         MOVE SPACES     TO RUN-CONTROL-RECORD
007140         MOVE WKO-RCT-STEP TO RCT-KEY
007141         MOVE ZEROS      TO RCT-RESET-DATE
007142                            RCT-RESET-TIME
007143     END-IF.
007144     MOVE WKO-BUSINESS-DATE TO RCT-LAST-BUS-DATE.
007145     IF RETURN-CODE > 4
007146         SET RCT-STEP-FAILED    TO TRUE
007147     ELSE
007148         SET RCT-STEP-COMPLETED TO TRUE
007149     END-IF.
007150     MOVE RETURN-CODE TO RCT-LAST-RC.
007151     ACCEPT RCT-LAST-RUN-DATE FROM DATE YYYYMMDD.
007152     ACCEPT RCT-LAST-RUN-TIME FROM TIME.
007153     IF WKO-RCT-STEP-FOUND
007154         REWRITE RUN-CONTROL-RECORD
007155     ELSE
007156         WRITE RUN-CONTROL-RECORD
007157     END-IF.
007158     IF NOT WKO-RCT-OK
007159         DISPLAY 'LGTWORKO: RUN-CONTROL UPDATE FAILED, STATUS '
007160                 WKO-RCT-FILE-STATUS ' -- STEP RESULT NOT '
007161                 'RECORDED'
007162     END-IF.
007163     CLOSE RUN-CONTROL-FILE.
007164 9800-EXIT.
007165     EXIT.
007166 END PROGRAM LGTWORKO.
