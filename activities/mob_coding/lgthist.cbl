000260*                      QUESTION CAN POINT THE DD AT AN OLD
000262*                      GENERATION.  A MISSING HISTARC DD IS
000264*                      SIMPLY SKIPPED.
000265*     2026-10-14  CJM  FIXTURES MOVED BY LGTRKEY KEEP THEIR
000266*                      HISTORY (MOVEJRNL, OPTIONAL).
000267*     2026-10-15  CJM  MOVED-FIXTURE HISTORY CARRIED UP TO THE
000268*                      LGTRKEY RUN DATE, NOT THE EFFECTIVE DATE.
000269*-----------------------------------------------------------*
000270 ENVIRONMENT DIVISION.
000280 CONFIGURATION SECTION.
000290 SOURCE-COMPUTER.    IBM-370.
000350     SELECT SORT-WORK-FILE      ASSIGN TO SORTWK01.
000360     SELECT HISTORY-TREND-REPORT ASSIGN TO HISTRPT
000370            ORGANIZATION IS SEQUENTIAL.
000372     SELECT MOVE-JOURNAL-FILE   ASSIGN TO MOVEJRNL
000374            ORGANIZATION IS SEQUENTIAL
000376            FILE STATUS IS HST-MOV-FILE-STATUS.
000380 DATA DIVISION.
000390 FILE SECTION.
000400 FD  LIGHT-HISTORY-FILE
000600     RECORDING MODE IS F
000610     LABEL RECORDS ARE OMITTED.
000620 01  HST-RPT-RECORD              PIC X(132).
000622 FD  MOVE-JOURNAL-FILE
000624     RECORDING MODE IS F
000626     LABEL RECORDS ARE STANDARD.
000628 COPY MOVEJREC.
000630 WORKING-STORAGE SECTION.
000640*-----------------------------------------------------------*
000650*  WORKING STORAGE -- SWITCHES, CONTROL-BREAK KEY, COUNTERS
000730         88  HST-FIX-ACTIVE               VALUE 'Y'.
000740     05  HST-WEEK-OVERFLOW-SW    PIC X(01) VALUE 'N'.
000750         88  HST-WEEK-OVERFLOW            VALUE 'Y'.
000751     05  HST-MOV-EOF-SW          PIC X(01) VALUE 'N'.
000752         88  HST-MOV-EOF                  VALUE 'Y'.
000753     05  HST-MOV-OPEN-SW         PIC X(01) VALUE 'N'.
000754         88  HST-MOV-IS-OPEN              VALUE 'Y'.
000755     05  HST-MOV-OVERFLOW-SW     PIC X(01) VALUE 'N'.
000756         88  HST-MOV-OVERFLOW             VALUE 'Y'.
000757     05  HST-OBS-MOVED-SW        PIC X(01) VALUE 'N'.
000758         88  HST-OBS-MOVED                VALUE 'Y'.
000760 01  HST-CUR-KEY.
000770     05  HST-CUR-GRID-ID         PIC X(10).
000780     05  HST-CUR-ROW             PIC 9(05).
001220         10  HST-WEEK-OFF        PIC 9(07).
001230         10  HST-WEEK-FAULT      PIC 9(07).
001240 01  HST-WEEK-HOLD               PIC X(27).
001241*-----------------------------------------------------------*
001242*  RELOCATION JOURNAL TABLE -- EVERY LGTRKEY MOVE IN THE
001243*  MOVEJRNL GENERATIONS SUPPLIED, IN THE ORDER WRITTEN, SO A
001244*  FIXTURE MOVED TWICE IS CARRIED THROUGH BOTH MOVES
001245*-----------------------------------------------------------*
001246 01  HST-MOV-FILE-STATUS         PIC X(02) VALUE '00'.
001247     88  HST-MOV-OK                   VALUE '00'.
001248 01  HST-MOVE-TABLE.
001249     05  HST-MOVE-COUNT          PIC 9(03) VALUE 0.
001250     05  HST-MOVE-ENTRY OCCURS 500 TIMES.
001251         10  HST-MOV-RUN-DATE    PIC 9(08).
001252         10  HST-MOV-LIGHT-ID    PIC X(10).
001253         10  HST-MOV-OLD-ROW     PIC 9(05).
001254         10  HST-MOV-OLD-COL     PIC 9(05).
001255         10  HST-MOV-NEW-GRID-ID PIC X(10).
001256         10  HST-MOV-NEW-ROW     PIC 9(05).
001257         10  HST-MOV-NEW-COL     PIC 9(05).
001258 77  HST-M                       PIC 9(03) COMP VALUE 0.
001259 77  HST-RELOCATED-OBS           PIC 9(09) VALUE 0.
001260 01  HST-RUN-DATE                PIC 9(08).
001261 01  HST-RUN-DATE-R REDEFINES HST-RUN-DATE.
001270     05  HST-RUN-DATE-CCYY       PIC 9(04).
001280     05  HST-RUN-DATE-MM         PIC 9(02).
001290     05  HST-RUN-DATE-DD         PIC 9(02).
002080     MOVE HST-RUN-DATE-DD   TO HST-RPT-DD.
002090     MOVE HST-RUN-DATE-CCYY TO HST-RPT-CCYY.
002100     OPEN INPUT LIGHT-HISTORY-FILE.
002102     PERFORM 1100-LOAD-MOVES THRU 1100-EXIT.
002110     OPEN OUTPUT HISTORY-TREND-REPORT.
002120     WRITE HST-RPT-RECORD FROM HST-RPT-HEADER-1
002130         AFTER ADVANCING PAGE.
002200     WRITE HST-RPT-RECORD FROM HST-RPT-FIX-HDGS
002210         AFTER ADVANCING 1 LINE.
002220 1000-EXIT.
002221     EXIT.
002222*-----------------------------------------------------------*
002223*  1100-LOAD-MOVES -- OPTIONAL RELOCATION JOURNAL.  A MISSING
002224*  MOVEJRNL DD MEANS NO FIXTURE WAS MOVED IN THE WINDOW.
002225*-----------------------------------------------------------*
002226 1100-LOAD-MOVES.
002227     OPEN INPUT MOVE-JOURNAL-FILE.
002228     IF NOT HST-MOV-OK
002229         GO TO 1100-EXIT
002230     END-IF.
002231     SET HST-MOV-IS-OPEN TO TRUE.
002232     PERFORM 1110-LOAD-ONE-MOVE THRU 1110-EXIT
002233         UNTIL HST-MOV-EOF.
002234     CLOSE MOVE-JOURNAL-FILE.
002235 1100-EXIT.
002236     EXIT.
002237 1110-LOAD-ONE-MOVE.
002238     READ MOVE-JOURNAL-FILE
002239         AT END
002240             SET HST-MOV-EOF TO TRUE
002241             GO TO 1110-EXIT
002242     END-READ.
002243     IF HST-MOVE-COUNT >= 500
002244         IF NOT HST-MOV-OVERFLOW
002245             DISPLAY 'LGTHIST: MORE THAN 500 RELOCATIONS ON '
002246                     'MOVEJRNL -- LATER MOVES NOT CARRIED'
002247             SET HST-MOV-OVERFLOW TO TRUE
002248         END-IF
002249         GO TO 1110-EXIT
002250     END-IF.
002251     ADD 1 TO HST-MOVE-COUNT.
002252     MOVE MJR-RUN-DATE       TO HST-MOV-RUN-DATE (HST-MOVE-COUNT).
002253     MOVE MJR-LIGHT-ID       TO HST-MOV-LIGHT-ID (HST-MOVE-COUNT).
002254     MOVE MJR-OLD-ROW        TO HST-MOV-OLD-ROW (HST-MOVE-COUNT).
002255     MOVE MJR-OLD-COL        TO HST-MOV-OLD-COL (HST-MOVE-COUNT).
002256     MOVE MJR-NEW-GRID-ID
002257         TO HST-MOV-NEW-GRID-ID (HST-MOVE-COUNT).
002258     MOVE MJR-NEW-ROW        TO HST-MOV-NEW-ROW (HST-MOVE-COUNT).
002259     MOVE MJR-NEW-COL        TO HST-MOV-NEW-COL (HST-MOVE-COUNT).
002260 1110-EXIT.
002261     EXIT.
002262*-----------------------------------------------------------*
002263*  3000-RELEASE-ARCHIVE -- SORT INPUT PROCEDURE
002264*-----------------------------------------------------------*
002270 3000-RELEASE-ARCHIVE.
002280     PERFORM 3050-RELEASE-ARCHIVE-GEN THRU 3050-EXIT.
002290     PERFORM 3100-RELEASE-ONE THRU 3100-EXIT
002540             GO TO 3060-EXIT
002550     END-READ.
002560     ADD 1 TO HST-ARC-RECORDS-READ.
002570     MOVE HST-ARC-RECORD TO SORT-RECORD.
002572     PERFORM 3200-APPLY-MOVES THRU 3200-EXIT.
002574     RELEASE SORT-RECORD.
002580 3060-EXIT.
002590     EXIT.
002600 3100-RELEASE-ONE.
002640             GO TO 3100-EXIT
002650     END-READ.
002660     ADD 1 TO HST-RECORDS-READ.
002670     MOVE LIGHT-HISTORY-RECORD TO SORT-RECORD.
002672     PERFORM 3200-APPLY-MOVES THRU 3200-EXIT.
002674     RELEASE SORT-RECORD.
002680 3100-EXIT.
002681     EXIT.
002682*-----------------------------------------------------------*
002683*  3200-APPLY-MOVES -- CARRY AN OBSERVATION TAKEN AT A MOVED
002684*  FIXTURE'S OLD KEY, BEFORE LGTRKEY RE-KEYED THE MASTERS, TO
002685*  THE FIXTURE'S NEW KEY.  THE LIGHT ID MUST MATCH TOO, SO A
002686*  DIFFERENT FIXTURE LATER INSTALLED AT THE OLD KEY KEEPS ITS
002687*  OWN HISTORY.  MOVES ARE TRIED IN JOURNAL ORDER, SO A
002688*  SECOND MOVE PICKS UP WHERE THE FIRST LEFT THE RECORD.
002689*-----------------------------------------------------------*
002690 3200-APPLY-MOVES.
002691     IF HST-MOVE-COUNT = 0
002692         GO TO 3200-EXIT
002693     END-IF.
002694     MOVE 'N' TO HST-OBS-MOVED-SW.
002695     PERFORM 3210-APPLY-ONE-MOVE THRU 3210-EXIT
002696         VARYING HST-M FROM 1 BY 1
002697             UNTIL HST-M > HST-MOVE-COUNT.
002698     IF HST-OBS-MOVED
002699         ADD 1 TO HST-RELOCATED-OBS
002700     END-IF.
002701 3200-EXIT.
002702     EXIT.
002703 3210-APPLY-ONE-MOVE.
002704     IF SRT-ROW = HST-MOV-OLD-ROW (HST-M)
002705             AND SRT-COL = HST-MOV-OLD-COL (HST-M)
002706             AND SRT-LIGHT-ID = HST-MOV-LIGHT-ID (HST-M)
002707             AND SRT-RUN-DATE < HST-MOV-RUN-DATE (HST-M)
002708         MOVE HST-MOV-NEW-GRID-ID (HST-M) TO SRT-GRID-ID
002709         MOVE HST-MOV-NEW-ROW (HST-M)     TO SRT-ROW
002710         MOVE HST-MOV-NEW-COL (HST-M)     TO SRT-COL
002711         SET HST-OBS-MOVED TO TRUE
002712     END-IF.
002713 3210-EXIT.
002714     EXIT.
002715*-----------------------------------------------------------*
002716*  5000-FIXTURE-BREAKS -- SORT OUTPUT PROCEDURE.  CONTROL
002720*  BREAK ON (GRID, ROW, COLUMN); SECTION I LINES STREAM OUT
002730*  AT EACH BREAK, THE RANKING AND WEEKLY TABLES ACCUMULATE
002740*  FOR SECTIONS II AND III.
005360         WRITE HST-RPT-RECORD FROM HST-RPT-TOTAL-LINE
005370             AFTER ADVANCING 1 LINE
005380     END-IF.
005381     IF HST-MOV-IS-OPEN
005382         MOVE 'RELOCATIONS ON MOVEJRNL' TO HST-RPT-TOT-TEXT
005383         MOVE HST-MOVE-COUNT             TO HST-RPT-TOT-COUNT
005384         WRITE HST-RPT-RECORD FROM HST-RPT-TOTAL-LINE
005385             AFTER ADVANCING 1 LINE
005386         MOVE 'OBSERVATIONS MOVED TO NEW KEY' TO HST-RPT-TOT-TEXT
005387         MOVE HST-RELOCATED-OBS          TO HST-RPT-TOT-COUNT
005388         WRITE HST-RPT-RECORD FROM HST-RPT-TOTAL-LINE
005389             AFTER ADVANCING 1 LINE
005390     END-IF.
005391     MOVE 'DISTINCT FIXTURES SEEN'   TO HST-RPT-TOT-TEXT.
005400     MOVE HST-FIXTURES-SEEN          TO HST-RPT-TOT-COUNT.
005410     WRITE HST-RPT-RECORD FROM HST-RPT-TOTAL-LINE
005420         AFTER ADVANCING 1 LINE.
