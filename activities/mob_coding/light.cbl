001147*                      NUMBERS; AND A MISSING SNAPIN NOW
001148*                      FAILS THE RUN UNLESS THE PARM
001149*                      EXPLICITLY FLAGS A FIRST RUN.
001150*     2026-10-14  CJM  THE STATUS CHANGE REPORT NOW TIES A
001151*                      FIXTURE MOVED BY LGTRKEY TO BOTH ENDS
001152*                      OF THE MOVE: THE NIGHT'S RELOCATION
001153*                      JOURNAL (MOVEJRNL, OPTIONAL) IS LOADED
001154*                      AND A 'RELOCATED TO' / 'RELOCATED FROM'
001155*                      LINE FOLLOWS THE CHANGE LINE FOR THE
001156*                      VACATED AND THE NEWLY OCCUPIED CELL.
001157*     2026-10-14  CJM  RUNS ONLY WHEN RUNCTL SHOWS LGTSCAN
001158*                      COMPLETED FOR THE BUSINESS DATE, AND
001159*                      STAMPS ITS OWN RESULT THERE -- A FAILED
001160*                      VALIDATION OR BALANCE NOW STOPS THE
001161*                      STEPS AFTER IT.  THE BUSINESS DATE IS
001162*                      STAMPED ON THE FAULTX, ENRGEXT AND
001163*                      SNAPOUT TRAILERS, AND A SNAPIN WRITTEN
001164*                      FOR ANY DAY BUT THE PRIOR BUSINESS DATE
001165*                      FAILS THE BALANCE CHECK.
001166*-----------------------------------------------------------*
001167 ENVIRONMENT DIVISION.
001170 CONFIGURATION SECTION.
001180 SOURCE-COMPUTER.    IBM-370.
001190 OBJECT-COMPUTER.    IBM-370.
001550            ACCESS MODE IS DYNAMIC
001560            RECORD KEY IS ATTR-KEY
001570            FILE STATUS IS LGT-ATTR-FILE-STATUS.
001571     SELECT MOVE-JOURNAL-FILE   ASSIGN TO MOVEJRNL
001572            ORGANIZATION IS SEQUENTIAL
001573            FILE STATUS IS LGT-MOV-FILE-STATUS.
001574     SELECT RUN-CONTROL-FILE    ASSIGN TO RUNCTL
001575            ORGANIZATION IS INDEXED
001576            ACCESS MODE IS DYNAMIC
001577            RECORD KEY IS RCT-KEY
001578            FILE STATUS IS LGT-RCT-FILE-STATUS.
001580 DATA DIVISION.
001590 FILE SECTION.
001600 FD  GRID-CONFIG-FILE
002110 FD  LIGHT-ATTRIBUTE-FILE
002120     LABEL RECORDS ARE STANDARD.
002130 COPY LGTATTR.
002131 FD  MOVE-JOURNAL-FILE
002132     RECORDING MODE IS F
002133     LABEL RECORDS ARE STANDARD.
002134 COPY MOVEJREC.
002135 FD  RUN-CONTROL-FILE
002136     LABEL RECORDS ARE STANDARD.
002137 COPY RCTLREC.
002140 WORKING-STORAGE SECTION.
002150*-----------------------------------------------------------*
002160*  WORKING STORAGE -- LOOP CONTROLS AND RUN SWITCHES
002760     05  LGT-PRV-TRL-LITERAL     PIC X(10).
002770     05  LGT-PRV-TRL-COUNT       PIC 9(09).
002780     05  LGT-PRV-TRL-HASH        PIC 9(18).
002790     05  LGT-PRV-TRL-BUS-DATE    PIC 9(08).
002800 01  LGT-SNAPIN-FILE-STATUS      PIC X(02) VALUE '00'.
002810     88  LGT-SNAPIN-OK                VALUE '00'.
002820     88  LGT-SNAPIN-MISSING           VALUE '35'.
004110 01  LGT-CURRENT-ZONE            PIC X(04) VALUE SPACES.
004120 01  LGT-ZONE-SLOT               PIC 9(03) VALUE 0.
004130 01  LGT-ZONE-KWH-DAY            PIC 9(08)V99 VALUE 0.
004131*-----------------------------------------------------------*
004132*  RELOCATION JOURNAL -- THE MOVES LGTRKEY APPLIED SINCE THE
004133*  LAST RUN, FOR THE STATUS CHANGE REPORT
004134*-----------------------------------------------------------*
004135 77  R                           PIC 9(03) COMP VALUE 0.
004136 01  LGT-MOV-FILE-STATUS         PIC X(02) VALUE '00'.
004137     88  LGT-MOV-OK                   VALUE '00'.
004138 01  LGT-MOV-SWITCHES.
004139     05  LGT-MOV-EOF-SW          PIC X(01) VALUE 'N'.
004140         88  LGT-MOV-EOF                  VALUE 'Y'.
004141     05  LGT-MOV-OVERFLOW-SW     PIC X(01) VALUE 'N'.
004142         88  LGT-MOV-OVERFLOW             VALUE 'Y'.
004143 01  LGT-MOVE-TABLE.
004144     05  LGT-MOVE-COUNT          PIC 9(03) VALUE 0.
004145     05  LGT-MOVE-ENTRY OCCURS 200 TIMES.
004146         10  LGT-MOV-EFF-DATE    PIC 9(08).
004147         10  LGT-MOV-OLD-GRID-ID PIC X(10).
004148         10  LGT-MOV-OLD-ROW     PIC 9(05).
004149         10  LGT-MOV-OLD-COL     PIC 9(05).
004150         10  LGT-MOV-NEW-GRID-ID PIC X(10).
004151         10  LGT-MOV-NEW-ROW     PIC 9(05).
004152         10  LGT-MOV-NEW-COL     PIC 9(05).
004153*-----------------------------------------------------------*
004154*  SEQUENTIAL-MATCH MODE WORK FIELDS -- THE PENDING MASTER
004160*  RECORD IS HELD HERE SO A NO-RECORD CELL CANNOT DISTURB IT
004170*-----------------------------------------------------------*
004180 01  LGT-CURRENT-MODE            PIC X(01) VALUE SPACES.
006930     05  FILLER                  PIC X(09) VALUE ' MEMBERS '.
006940     05  CHG-CLU-COUNT           PIC ZZZZ9.
006950     05  FILLER                  PIC X(65) VALUE SPACES.
006951 01  CHG-RPT-MOVE-LINE.
006952     05  FILLER                  PIC X(12) VALUE SPACES.
006953     05  FILLER                  PIC X(13) VALUE '** RELOCATED '.
006954     05  CHG-MOV-DIRECTION       PIC X(05).
006955     05  FILLER                  PIC X(06) VALUE ' GRID '.
006956     05  CHG-MOV-GRID            PIC X(10).
006957     05  FILLER                  PIC X(05) VALUE ' ROW '.
006958     05  CHG-MOV-ROW             PIC ZZZZ9.
006959     05  FILLER                  PIC X(05) VALUE ' COL '.
006960     05  CHG-MOV-COL             PIC ZZZZ9.
006961     05  FILLER                  PIC X(11) VALUE ' EFFECTIVE '.
006962     05  CHG-MOV-EFF-DATE        PIC 9(08).
006963     05  FILLER                  PIC X(47) VALUE SPACES.
006964*-----------------------------------------------------------*
006965*  RUN CONTROL -- THIS STEP'S NAME ON RUNCTL, THE STEP THAT
006966*  MUST HAVE COMPLETED BEFORE IT, AND THE BUSINESS DATE
006967*-----------------------------------------------------------*
006968 01  LGT-RCT-FIELDS.
006969     05  LGT-RCT-FILE-STATUS     PIC X(02) VALUE '00'.
006970         88  LGT-RCT-OK                   VALUE '00'.
006971     05  LGT-RCT-STEP            PIC X(10) VALUE 'MOB-CODING'.
006972     05  LGT-RCT-PREDECESSOR     PIC X(10) VALUE 'LGTSCAN'.
006973     05  LGT-BUSINESS-DATE       PIC 9(08) VALUE 0.
006974     05  LGT-PRIOR-BUS-DATE      PIC 9(08) VALUE 0.
006975     05  LGT-RCT-REFUSED-SW      PIC X(01) VALUE 'N'.
006976         88  LGT-RCT-REFUSED              VALUE 'Y'.
006977     05  LGT-RCT-FORCED-SW       PIC X(01) VALUE 'N'.
006978         88  LGT-RCT-DATE-FORCED          VALUE 'Y'.
006979     05  LGT-RCT-FOUND-SW        PIC X(01) VALUE 'N'.
006980         88  LGT-RCT-STEP-FOUND           VALUE 'Y'.
006981 LINKAGE SECTION.
006982*-----------------------------------------------------------*
006983*  RUN PARM -- OPERATOR/JOB ID AND RESTART FLAG, PASSED IN BY
006990*  JCL.  LGT-PARM-RESTART-FLAG MUST BE 'Y' FOR CKPTFILE TO BE
007000*  HONORED -- AN ORDINARY SCHEDULED RUN LEAVES IT 'N' AND
007010*  ALWAYS STARTS AT ROW 1, SO A CHECKPOINT LEFT BEHIND BY THE
007220*  0000-MAINLINE
007230*-----------------------------------------------------------*
007240 0000-MAINLINE.
007241     PERFORM 0500-CHECK-RUN-CONTROL THRU 0500-EXIT.
007242     IF LGT-RCT-REFUSED
007243         MOVE 8 TO RETURN-CODE
007244         GOBACK
007245     END-IF.
007250     PERFORM 1000-INITIALIZE THRU 1000-EXIT.
007260     PERFORM 2000-VALIDATE-INPUT THRU 2000-EXIT.
007270     IF LGT-VALIDATION-FAILED
007450     PERFORM 7500-GRAND-SUMMARY THRU 7500-EXIT.
007460     PERFORM 7600-CHANGE-TOTALS THRU 7600-EXIT.
007470     GO TO 9000-TERMINATE.
007471*-----------------------------------------------------------*
007472*  0500-CHECK-RUN-CONTROL -- THE STEP RUNS ONLY FOR THE
007473*  BUSINESS DATE ON RUNCTL, ONLY ONCE ITS PREDECESSOR HAS
007474*  COMPLETED FOR THAT DATE, AND NOT AGAIN ONCE IT HAS ITSELF
007475*  COMPLETED FOR IT (LGTRSTEP RESETS A STEP FOR A RERUN).
007476*  A REFUSED RUN TOUCHES NO FILE AND STAMPS NOTHING.
007477*-----------------------------------------------------------*
007478 0500-CHECK-RUN-CONTROL.
007479     OPEN INPUT RUN-CONTROL-FILE.
007480     IF NOT LGT-RCT-OK
007481         DISPLAY 'MOB-CODING: CANNOT OPEN RUN-CONTROL FILE, '
007482                 'STATUS ' LGT-RCT-FILE-STATUS
007483                 ' -- RUN REFUSED'
007484         SET LGT-RCT-REFUSED TO TRUE
007485         GO TO 0500-EXIT
007486     END-IF.
007487     PERFORM 0510-CHECK-STEPS THRU 0510-EXIT.
007488     IF NOT LGT-RCT-REFUSED
007489         PERFORM 0520-CHECK-OWN THRU 0520-EXIT
007490     END-IF.
007491     CLOSE RUN-CONTROL-FILE.
007492 0500-EXIT.
007493     EXIT.
007494*-----------------------------------------------------------*
007495*  0510-CHECK-STEPS -- READ THE BUSINESS DATE RECORD, THEN
007496*  REFUSE THE RUN UNLESS THE PREDECESSOR STEP (IF ANY) SHOWS
007497*  COMPLETED FOR THAT BUSINESS DATE
007498*-----------------------------------------------------------*
007499 0510-CHECK-STEPS.
007500     SET RCT-BUSINESS-DATE-RECORD TO TRUE.
007501     READ RUN-CONTROL-FILE
007502         INVALID KEY
007503             DISPLAY 'MOB-CODING: NO BUSINESS DATE ON '
007504                     'RUN-CONTROL FILE -- RUN LGTBDATE, RUN '
007505                     'REFUSED'
007506             SET LGT-RCT-REFUSED TO TRUE
007507             GO TO 0510-EXIT
007508     END-READ.
007509     MOVE RCT-CURRENT-BUS-DATE TO LGT-BUSINESS-DATE.
007510     MOVE RCT-PRIOR-BUS-DATE   TO LGT-PRIOR-BUS-DATE.
007511     MOVE RCT-ADVANCED-FORCED-SW TO LGT-RCT-FORCED-SW.
007512     IF LGT-RCT-PREDECESSOR = SPACES
007513         GO TO 0510-EXIT
007514     END-IF.
007515     MOVE LGT-RCT-PREDECESSOR TO RCT-KEY.
007516     READ RUN-CONTROL-FILE
007517         INVALID KEY
007518             MOVE ZEROS  TO RCT-LAST-BUS-DATE
007519             MOVE SPACES TO RCT-LAST-RESULT
007520     END-READ.
007521     IF RCT-LAST-BUS-DATE NOT = LGT-BUSINESS-DATE
007522             OR NOT RCT-STEP-COMPLETED
007523         DISPLAY 'MOB-CODING: ' LGT-RCT-PREDECESSOR
007524                 ' HAS NOT COMPLETED FOR BUSINESS DATE '
007525                 LGT-BUSINESS-DATE ' -- RUN REFUSED'
007526         SET LGT-RCT-REFUSED TO TRUE
007527         GO TO 0510-EXIT
007528     END-IF.
007529 0510-EXIT.
007530     EXIT.
007531*-----------------------------------------------------------*
007532*  0520-CHECK-OWN -- REFUSE A SECOND RUN FOR A BUSINESS DATE
007533*  THIS STEP HAS ALREADY COMPLETED.  NO STEP RECORD YET
007534*  MEANS THE STEP HAS NEVER RUN.
007535*-----------------------------------------------------------*
007536 0520-CHECK-OWN.
007537     MOVE LGT-RCT-STEP TO RCT-KEY.
007538     READ RUN-CONTROL-FILE
007539         INVALID KEY
007540             GO TO 0520-EXIT
007541     END-READ.
007542     IF RCT-LAST-BUS-DATE = LGT-BUSINESS-DATE
007543             AND RCT-STEP-COMPLETED
007544         DISPLAY 'MOB-CODING: ALREADY COMPLETED FOR BUSINESS '
007545                 'DATE ' LGT-BUSINESS-DATE ' -- RESET WITH '
007546                 'LGTRSTEP TO RERUN, RUN REFUSED'
007547         SET LGT-RCT-REFUSED TO TRUE
007548     END-IF.
007549 0520-EXIT.
007550     EXIT.
007551*-----------------------------------------------------------*
007552*  1000-INITIALIZE -- LOAD THE GRID CONFIGURATION
007553*-----------------------------------------------------------*
007554 1000-INITIALIZE.
007555     OPEN INPUT LIGHT-STATUS-MASTER.
007556     PERFORM 1100-CHECK-RESTART THRU 1100-EXIT.
007557     IF LGT-RESTART-IN-EFFECT
007558         OPEN EXTEND LIGHT-GRID-REPORT
007560         OPEN EXTEND FAULT-EXCEPTION-FILE
007570         OPEN EXTEND ENERGY-EXTRACT-FILE
007580         OPEN EXTEND LIGHT-SUMMARY-REPORT
007720         DISPLAY 'MOB-CODING: NO ATTRIBUTE FILE -- WATTAGE '
007730                 'AND ZONE DEFAULTED'
007740     END-IF.
007742     PERFORM 1400-LOAD-MOVES THRU 1400-EXIT.
007750     ACCEPT LGT-RUN-DATE FROM DATE YYYYMMDD.
007760     ACCEPT LGT-RUN-TIME FROM TIME.
007770     IF LGT-PARM-CLUSTER-MIN NUMERIC
009470         MOVE G2 TO LGT-PRV-GRID-INDEX
009480     END-IF.
009490 1322-EXIT.
009491     EXIT.
009492*-----------------------------------------------------------*
009493*  1400-LOAD-MOVES -- OPTIONAL RELOCATION JOURNAL WRITTEN BY
009494*  LGTRKEY AHEAD OF THIS RUN.  NO MOVEJRNL DD MEANS NOTHING
009495*  WAS MOVED.
009496*-----------------------------------------------------------*
009497 1400-LOAD-MOVES.
009498     OPEN INPUT MOVE-JOURNAL-FILE.
009499     IF NOT LGT-MOV-OK
009500         GO TO 1400-EXIT
009501     END-IF.
009502     PERFORM 1410-LOAD-ONE-MOVE THRU 1410-EXIT
009503         UNTIL LGT-MOV-EOF.
009504     CLOSE MOVE-JOURNAL-FILE.
009505 1400-EXIT.
009506     EXIT.
009507 1410-LOAD-ONE-MOVE.
009508     READ MOVE-JOURNAL-FILE
009509         AT END
009510             SET LGT-MOV-EOF TO TRUE
009511             GO TO 1410-EXIT
009512     END-READ.
009513     IF LGT-MOVE-COUNT >= 200
009514         IF NOT LGT-MOV-OVERFLOW
009515             DISPLAY 'MOB-CODING: MORE THAN 200 RELOCATIONS '
009516                     'ON MOVEJRNL -- LATER MOVES NOT NOTED'
009517             SET LGT-MOV-OVERFLOW TO TRUE
009518         END-IF
009519         GO TO 1410-EXIT
009520     END-IF.
009521     ADD 1 TO LGT-MOVE-COUNT.
009522     MOVE MJR-EFFECTIVE-DATE TO LGT-MOV-EFF-DATE (LGT-MOVE-COUNT).
009523     MOVE MJR-OLD-GRID-ID
009524         TO LGT-MOV-OLD-GRID-ID (LGT-MOVE-COUNT).
009525     MOVE MJR-OLD-ROW        TO LGT-MOV-OLD-ROW (LGT-MOVE-COUNT).
009526     MOVE MJR-OLD-COL        TO LGT-MOV-OLD-COL (LGT-MOVE-COUNT).
009527     MOVE MJR-NEW-GRID-ID
009528         TO LGT-MOV-NEW-GRID-ID (LGT-MOVE-COUNT).
009529     MOVE MJR-NEW-ROW        TO LGT-MOV-NEW-ROW (LGT-MOVE-COUNT).
009530     MOVE MJR-NEW-COL        TO LGT-MOV-NEW-COL (LGT-MOVE-COUNT).
009531 1410-EXIT.
009532     EXIT.
009533*-----------------------------------------------------------*
009534*  1100-CHECK-RESTART -- ONLY HONOR CKPTFILE WHEN THE RUN WAS
009535*  EXPLICITLY LAUNCHED WITH THE RESTART PARM, AND ONLY WHEN
009540*  THE CHECKPOINT ITSELF IS STILL MARKED IN-FLIGHT (I.E. THE
009550*  PRIOR RUN DID NOT REACH A CLEAN 9000-TERMINATE).  THIS IS
009560*  WHAT KEEPS AN ORDINARY SCHEDULED RE-RUN FROM SILENTLY
011840*  THE COMPARISON SILENTLY.  A SNAPIN WITH NO TRAILER, OR
011850*  WITH COUNTS THAT DO NOT PROVE, IS A HALF-WRITTEN FILE OR
011860*  A BOTCHED SWAP AND FAILS THE RUN.
011861*  THE TRAILER ALSO CARRIES THE BUSINESS DATE THE SNAPSHOT
011862*  WAS WRITTEN FOR; IT MUST BE THE PRIOR BUSINESS DATE ON
011863*  RUNCTL, SO A SNAPIN LEFT OVER FROM AN EARLIER NIGHT FAILS
011864*  THE RUN THE SAME WAY.  THE CHECK IS SKIPPED ON THE FIRST
011865*  BUSINESS DATE AND AFTER A FORCED ADVANCE.
011870*-----------------------------------------------------------*
011880 2400-BALANCE-PRIOR-SNAPSHOT.
011890     OPEN INPUT PRIOR-SNAPSHOT-FILE.
012170         DISPLAY 'MOB-CODING: SNAPIN TRAILER EXPECTS '
012180                 LGT-PRV-TRL-COUNT ' RECORDS, READ '
012190                 LGT-BAL-COUNT
012191         SET LGT-SNAPIN-BAL-FAILED TO TRUE
012192     END-IF.
012193     IF NOT LGT-SNAPIN-BALANCED
012194         GO TO 2400-EXIT
012195     END-IF.
012196     IF LGT-PRIOR-BUS-DATE = 0
012197         GO TO 2400-EXIT
012198     END-IF.
012199     IF LGT-RCT-DATE-FORCED
012200         DISPLAY 'MOB-CODING: BUSINESS DATE WAS ADVANCED BY '
012201                 'FORCE -- SNAPIN BUSINESS DATE NOT CHECKED'
012202         GO TO 2400-EXIT
012203     END-IF.
012204     IF LGT-PRV-TRL-BUS-DATE NOT = LGT-PRIOR-BUS-DATE
012205         DISPLAY 'MOB-CODING: SNAPIN WAS WRITTEN FOR BUSINESS '
012206                 'DATE ' LGT-PRV-TRL-BUS-DATE ', NOT THE PRIOR '
012207                 'BUSINESS DATE ' LGT-PRIOR-BUS-DATE
012208         SET LGT-SNAPIN-BAL-FAILED TO TRUE
012210     END-IF.
012220 2400-EXIT.
012230     EXIT.
018300     MOVE LGT-MASTER-FAULT-CODE TO CHG-RPT-FAULT.
018310     WRITE CHGRPT-RECORD FROM CHG-RPT-DETAIL
018320         AFTER ADVANCING 1 LINE.
018322     PERFORM 4360-NOTE-RELOCATION THRU 4360-EXIT
018324         VARYING R FROM 1 BY 1
018326             UNTIL R > LGT-MOVE-COUNT.
018330 4300-EXIT.
018340     EXIT.
018350*-----------------------------------------------------------*
018550             MOVE 'UNKNOWN'      TO LGT-BEFORE-TEXT
018560     END-EVALUATE.
018570 4350-EXIT.
018571     EXIT.
018572*-----------------------------------------------------------*
018573*  4360-NOTE-RELOCATION -- WHEN THIS CHANGED CELL IS EITHER
018574*  END OF A LGTRKEY MOVE, SAY WHERE THE FIXTURE WENT OR CAME
018575*  FROM, SO THE REMOVE AND THE ADD READ AS ONE MOVE
018576*-----------------------------------------------------------*
018577 4360-NOTE-RELOCATION.
018578     IF LGT-MOV-OLD-ROW (R) = I AND LGT-MOV-OLD-COL (R) = J
018579         MOVE 'TO'                     TO CHG-MOV-DIRECTION
018580         MOVE LGT-MOV-NEW-GRID-ID (R)  TO CHG-MOV-GRID
018581         MOVE LGT-MOV-NEW-ROW (R)      TO CHG-MOV-ROW
018582         MOVE LGT-MOV-NEW-COL (R)      TO CHG-MOV-COL
018583         MOVE LGT-MOV-EFF-DATE (R)     TO CHG-MOV-EFF-DATE
018584         WRITE CHGRPT-RECORD FROM CHG-RPT-MOVE-LINE
018585             AFTER ADVANCING 1 LINE
018586     END-IF.
018587     IF LGT-MOV-NEW-ROW (R) = I AND LGT-MOV-NEW-COL (R) = J
018588         MOVE 'FROM'                   TO CHG-MOV-DIRECTION
018589         MOVE LGT-MOV-OLD-GRID-ID (R)  TO CHG-MOV-GRID
018590         MOVE LGT-MOV-OLD-ROW (R)      TO CHG-MOV-ROW
018591         MOVE LGT-MOV-OLD-COL (R)      TO CHG-MOV-COL
018592         MOVE LGT-MOV-EFF-DATE (R)     TO CHG-MOV-EFF-DATE
018593         WRITE CHGRPT-RECORD FROM CHG-RPT-MOVE-LINE
018594             AFTER ADVANCING 1 LINE
018595     END-IF.
018596 4360-EXIT.
018597     EXIT.
018598*-----------------------------------------------------------*
018600*  4740-FLUSH-ALL-HOLDS -- EVERY HOLD TABLE OUT TO ITS FILE,
018610*  TAKEN ONLY IMMEDIATELY AHEAD OF A CHECKPOINT (AND AT THE
018620*  END OF EACH GRID, WHERE 4910 CHECKPOINTS RIGHT AFTER).
022540 9150-WRITE-TRAILERS.
022550     MOVE SPACES               TO CONTROL-TRAILER-RECORD.
022560     MOVE '**TRAILER*'         TO TRL-LITERAL.
022562     MOVE LGT-BUSINESS-DATE    TO TRL-BUSINESS-DATE.
022570     MOVE LGT-FAULTX-TRL-COUNT TO TRL-RECORD-COUNT.
022580     MOVE LGT-FAULTX-TRL-HASH  TO TRL-HASH-TOTAL.
022590     WRITE FAULT-EXCEPTION-RECORD
023020     IF LGT-ATTR-IS-OPEN
023030         CLOSE LIGHT-ATTRIBUTE-FILE
023040     END-IF.
023042     PERFORM 9800-STAMP-RUN-CONTROL THRU 9800-EXIT.
023050     GOBACK.
023060*-----------------------------------------------------------*
023070*  9100-FINALIZE-CHECKPOINT -- MARK CKPTFILE COMPLETE ON A
023490     CLOSE CHECKPOINT-FILE.
023500 9100-EXIT.
023510     EXIT.
023511*-----------------------------------------------------------*
023512*  9800-STAMP-RUN-CONTROL -- RECORD HOW THIS STEP ENDED FOR
023513*  THE BUSINESS DATE.  RC 4 OR LESS IS A COMPLETION THE NEXT
023514*  STEP MAY FOLLOW; ANYTHING HIGHER STOPS THE CHAIN HERE.
023515*-----------------------------------------------------------*
023516 9800-STAMP-RUN-CONTROL.
023517     OPEN I-O RUN-CONTROL-FILE.
023518     IF NOT LGT-RCT-OK
023519         DISPLAY 'MOB-CODING: CANNOT OPEN RUN-CONTROL FILE, '
023520                 'STATUS ' LGT-RCT-FILE-STATUS
023521                 ' -- STEP RESULT NOT RECORDED'
023522         GO TO 9800-EXIT
023523     END-IF.
023524     MOVE LGT-RCT-STEP TO RCT-KEY.
023525     MOVE 'Y' TO LGT-RCT-FOUND-SW.
023526     READ RUN-CONTROL-FILE
023527         INVALID KEY
023528             MOVE 'N' TO LGT-RCT-FOUND-SW
023529     END-READ.
023530     IF NOT LGT-RCT-STEP-FOUND
023531         MOVE SPACES     TO RUN-CONTROL-RECORD
023532         MOVE LGT-RCT-STEP TO RCT-KEY
023533         MOVE ZEROS      TO RCT-RESET-DATE
023534                            RCT-RESET-TIME
023535     END-IF.
023536     MOVE LGT-BUSINESS-DATE TO RCT-LAST-BUS-DATE.
023537     IF RETURN-CODE > 4
023538         SET RCT-STEP-FAILED    TO TRUE
023539     ELSE
023540         SET RCT-STEP-COMPLETED TO TRUE
023541     END-IF.
023542     MOVE RETURN-CODE TO RCT-LAST-RC.
023543     ACCEPT RCT-LAST-RUN-DATE FROM DATE YYYYMMDD.
023544     ACCEPT RCT-LAST-RUN-TIME FROM TIME.
023545     IF LGT-RCT-STEP-FOUND
023546         REWRITE RUN-CONTROL-RECORD
023547     ELSE
023548         WRITE RUN-CONTROL-RECORD
023549     END-IF.
023550     IF NOT LGT-RCT-OK
023551         DISPLAY 'MOB-CODING: RUN-CONTROL UPDATE FAILED, STATUS '
023552                 LGT-RCT-FILE-STATUS ' -- STEP RESULT NOT '
023553                 'RECORDED'
023554     END-IF.
023555     CLOSE RUN-CONTROL-FILE.
023556 9800-EXIT.
023557     EXIT.
023558 END PROGRAM MOB-CODING.
