      *-----------------------------------------------------------*
000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID.     LGTFXINQ.
000030 AUTHOR.         C J MCDANIEL.
000040 INSTALLATION.   FACILITIES SYSTEMS GROUP.
000050 DATE-WRITTEN.   2026-10-14.
000060 DATE-COMPILED.
000070*-----------------------------------------------------------*
000080*  LGTFXINQ IS THE READ-ONLY SINGLE-FIXTURE LIFETIME INQUIRY.
000090*  TRANSACTION LGTI TAKES A ROW AND COLUMN, OR A LIGHT ID,
000100*  AND PUTS EVERYTHING KNOWN ABOUT THAT FIXTURE ON ONE
000110*  SCREEN:
000120*
000130*     HEADER   -- CURRENT LGTMAST STATUS AND LAST UPDATE, THE
000140*                 FAULT CODE WITH ITS FLTCODES DESCRIPTION,
000150*                 LGTATTR WATTAGE/TYPE/ZONE/INSTALL DATE, AND
000160*                 BURNMAST HOURS AS A PERCENTAGE OF THE RATED
000170*                 LAMP LIFE FOR THE FIXTURE TYPE.
000180*     TIMELINE -- 12 LINES A PAGE, NEWEST FIRST, PF8/PF7 TO
000190*                 PAGE OLDER/NEWER: LGTM UPDATES AND BACKOUTS,
000200*                 WORK-ORDER OPENS AND CLOSES, STATUS CHANGES
000210*                 SEEN BY THE NIGHTLY RUN, AND RELOCATIONS.
000220*
000230*  THE HEADER IS READ LIVE.  THE TIMELINE AND THE RATED LIFE
000240*  COME FROM FIXTLINE (SEE TLINEREC.CPY), REBUILT EACH NIGHT
000250*  BY LGTTLBLD, SO THE TIMELINE HEADING SHOWS ITS BUILD DATE;
000260*  AN LGTM UPDATE MADE TODAY SHOWS IN THE HEADER STATUS AND
000270*  JOINS THE TIMELINE AFTER THE NEXT BUILD.  AN UNAVAILABLE
000280*  FILE BLANKS ITS PART OF THE SCREEN RATHER THAN FAILING THE
000290*  INQUIRY.
000300*
000310*  LOOKUP BY LIGHT ID BROWSES LGTMAST FROM THE TOP FOR THE
000320*  FIRST FIXTURE CARRYING THAT ID.  PF5 TRANSFERS INTO THE
000330*  LGTM LOOKUP/UPDATE SCREEN FOR THE FIXTURE ON DISPLAY,
000340*  THROUGH THE SAME BROWSE-HANDOFF ENTRY LGTB USES.
000350*
000360*  CICS FILES READ: LGTMAST, FLTCODES, LGTATTR, BURNMAST,
000370*  FIXTLINE.
000380*
000390*  MAPSET LGTFINQ / MAP LGTFIN1 (SEE BMS/LGTFINQ.BMS).
000400*
000410*  MODIFICATION HISTORY
000420*     2026-10-14  CJM  Initial version.
000430*-----------------------------------------------------------*
000440 DATA DIVISION.
000450 WORKING-STORAGE SECTION.
000460*-----------------------------------------------------------*
000470*  FILE RECORDS, THE LGTFIN1 SYMBOLIC MAP, AND THE CICS AID
000480*  AND ATTRIBUTE VALUES
000490*-----------------------------------------------------------*
000500 COPY LGTMAST.
000510 COPY LGTATTR.
000520 COPY BURNREC.
000530 COPY FLTCDREC.
000540 COPY TLINEREC.
000550 COPY LGTFINQM.
000560 COPY DFHAID.
000570 COPY DFHBMSCA.
000580*-----------------------------------------------------------*
000590*  WORKING STORAGE -- CICS WORK AREAS AND PAGE BUILD FIELDS
000600*-----------------------------------------------------------*
000610 01  WS-RESP                     PIC S9(08) COMP.
000620 01  WS-MSGLINE                  PIC X(79).
000630 77  FK                          PIC S9(04) COMP VALUE 0.
000640 77  FIQ-LINES-BUILT             PIC S9(04) COMP VALUE 0.
000650 77  FIQ-BACK-COUNT              PIC S9(04) COMP VALUE 0.
000660 77  FIQ-PCT-OF-LIFE             PIC 9(05) VALUE 0.
000670 01  FIQ-SWITCHES.
000680     05  FIQ-BROWSE-EOF-SW       PIC X(01) VALUE 'N'.
000690         88  FIQ-BROWSE-EOF               VALUE 'Y'.
000700     05  FIQ-SKIP-FIRST-SW       PIC X(01) VALUE 'N'.
000710         88  FIQ-SKIP-FIRST               VALUE 'Y'.
000720     05  FIQ-ID-FOUND-SW         PIC X(01) VALUE 'N'.
000730         88  FIQ-ID-FOUND                 VALUE 'Y'.
000740     05  FIQ-TL-AVAIL-SW         PIC X(01) VALUE 'Y'.
000750         88  FIQ-TL-AVAILABLE             VALUE 'Y'.
000760 01  FIQ-FIXTURE-KEY.
000770     05  FIQ-FIXTURE-ROW         PIC 9(05).
000780     05  FIQ-FIXTURE-COL         PIC 9(05).
000790 01  FIQ-SEARCH-ID               PIC X(10).
000800 01  FIQ-FCODE-KEY               PIC X(04).
000810 01  FIQ-BROWSE-KEY.
000820     05  FIQ-BROWSE-ROW          PIC 9(05).
000830     05  FIQ-BROWSE-COL          PIC 9(05).
000840     05  FIQ-BROWSE-INV-DATE     PIC 9(08).
000850     05  FIQ-BROWSE-INV-TIME     PIC 9(06).
000860     05  FIQ-BROWSE-SEQ          PIC 9(02).
000870 01  FIQ-START-KEY               PIC X(26).
000880 01  FIQ-FIRST-KEY               PIC X(26).
000890 01  FIQ-LAST-KEY                PIC X(26).
000900*-----------------------------------------------------------*
000910*  HEADER LINES (79 BYTES EACH, MATCH HDRNO)
000920*-----------------------------------------------------------*
000930 01  FIQ-HDR-1.
000940     05  FILLER                  PIC X(10) VALUE 'LIGHT ID: '.
000950     05  FIQ-H1-ID               PIC X(10).
000960     05  FILLER                  PIC X(11) VALUE '   STATUS: '.
000970     05  FIQ-H1-STATUS           PIC X(12).
000980     05  FILLER                  PIC X(16) VALUE
000990         '   LAST UPDATE: '.
001000     05  FIQ-H1-LAST-UPD         PIC X(08).
001010     05  FILLER                  PIC X(12) VALUE SPACES.
001020 01  FIQ-HDR-2.
001030     05  FILLER                  PIC X(10) VALUE 'FAULT:    '.
001040     05  FIQ-H2-FAULT            PIC X(04).
001050     05  FILLER                  PIC X(02) VALUE SPACES.
001060     05  FIQ-H2-FAULT-DESC       PIC X(30).
001070     05  FILLER                  PIC X(33) VALUE SPACES.
001080 01  FIQ-HDR-3.
001090     05  FILLER                  PIC X(10) VALUE 'WATTAGE:  '.
001100     05  FIQ-H3-WATTS            PIC ZZZZ9.
001110     05  FILLER                  PIC X(09) VALUE '   TYPE: '.
001120     05  FIQ-H3-TYPE             PIC X(06).
001130     05  FILLER                  PIC X(09) VALUE '   ZONE: '.
001140     05  FIQ-H3-ZONE             PIC X(04).
001150     05  FILLER                  PIC X(14) VALUE
001160         '   INSTALLED: '.
001170     05  FIQ-H3-INSTALLED        PIC X(10).
001180     05  FILLER                  PIC X(12) VALUE SPACES.
001190 01  FIQ-HDR-4.
001200     05  FILLER                  PIC X(12) VALUE 'BURN HOURS: '.
001210     05  FIQ-H4-HOURS            PIC ZZZZZZ9.
001220     05  FIQ-H4-HOURS-X REDEFINES FIQ-H4-HOURS
001230                                 PIC X(07).
001240     05  FILLER                  PIC X(15) VALUE
001250         '   RATED LIFE: '.
001260     05  FIQ-H4-RATED            PIC ZZZZZZ9.
001270     05  FIQ-H4-RATED-X REDEFINES FIQ-H4-RATED
001280                                 PIC X(07).
001290     05  FILLER                  PIC X(17) VALUE
001300         '   PCT OF RATED: '.
001310     05  FIQ-H4-PCT              PIC ZZ9.
001320     05  FIQ-H4-PCT-X REDEFINES FIQ-H4-PCT
001330                                 PIC X(03).
001340     05  FIQ-H4-PCT-SIGN         PIC X(01).
001350     05  FILLER                  PIC X(17) VALUE SPACES.
001360*-----------------------------------------------------------*
001370*  TIMELINE HEADING LINE (79 BYTES, MATCHES TLHDRO)
001380*-----------------------------------------------------------*
001390 01  FIQ-TL-HDR.
001400     05  FILLER                  PIC X(32) VALUE
001410         'TIMELINE, NEWEST FIRST -- AS OF '.
001420     05  FIQ-TLH-ASOF            PIC X(10).
001430     05  FILLER                  PIC X(09) VALUE '    PAGE '.
001440     05  FIQ-TLH-PAGE            PIC ZZ9.
001450     05  FILLER                  PIC X(25) VALUE SPACES.
001460*-----------------------------------------------------------*
001470*  ONE BUILT TIMELINE LINE (79 BYTES, MATCHES TLNO) AND THE
001480*  ALTERNATE VIEWS OF ITS EVENT TEXT
001490*-----------------------------------------------------------*
001500 01  FIQ-DTL-LINE.
001510     05  FIQ-DTL-DATE            PIC X(10).
001520     05  FILLER                  PIC X(01) VALUE SPACES.
001530     05  FIQ-DTL-TIME            PIC X(05).
001540     05  FILLER                  PIC X(02) VALUE SPACES.
001550     05  FIQ-DTL-SOURCE          PIC X(08).
001560     05  FILLER                  PIC X(01) VALUE SPACES.
001570     05  FIQ-DTL-TEXT            PIC X(52).
001580 01  FIQ-EVENT-TEXT              PIC X(52).
001590 01  FIQ-STATUS-TEXT REDEFINES FIQ-EVENT-TEXT.
001600     05  FIQ-ST-OLD              PIC X(12).
001610     05  FIQ-ST-ARROW            PIC X(04).
001620     05  FIQ-ST-NEW              PIC X(12).
001630     05  FIQ-ST-FAULT-LIT        PIC X(05).
001640     05  FIQ-ST-FAULT            PIC X(04).
001650     05  FIQ-ST-BY-LIT           PIC X(04).
001660     05  FIQ-ST-OPERATOR         PIC X(08).
001670     05  FILLER                  PIC X(03).
001680 01  FIQ-ORDER-TEXT REDEFINES FIQ-EVENT-TEXT.
001690     05  FIQ-WO-LIT              PIC X(06).
001700     05  FIQ-WO-NUMBER           PIC 9(07).
001710     05  FIQ-WO-ACTION           PIC X(08).
001720     05  FIQ-WO-DETAIL-LIT       PIC X(06).
001730     05  FIQ-WO-DETAIL           PIC X(05).
001740     05  FIQ-WO-DAYS-LIT         PIC X(05).
001750     05  FILLER                  PIC X(15).
001760 01  FIQ-MOVE-TEXT REDEFINES FIQ-EVENT-TEXT.
001770     05  FIQ-MV-LIT              PIC X(19).
001780     05  FIQ-MV-ROW              PIC 9(05).
001790     05  FIQ-MV-COL-LIT          PIC X(05).
001800     05  FIQ-MV-COL              PIC 9(05).
001810     05  FILLER                  PIC X(18).
001820 77  FIQ-DAYS-EDIT               PIC ZZZZ9.
001830*-----------------------------------------------------------*
001840*  STATUS CODE TO WORD, DATE AND TIME EDITING
001850*-----------------------------------------------------------*
001860 01  FIQ-STATUS-CODE             PIC X(01).
001870     88  FIQ-STATUS-ON                VALUE 'O'.
001880     88  FIQ-STATUS-OFF               VALUE 'F'.
001890     88  FIQ-STATUS-FAULTED           VALUE 'X'.
001900     88  FIQ-STATUS-UNRESPONSIVE      VALUE 'U'.
001910     88  FIQ-STATUS-MAINTENANCE       VALUE 'M'.
001920     88  FIQ-STATUS-RETIRED           VALUE 'R'.
001930     88  FIQ-STATUS-NONE              VALUE SPACE.
001940 01  FIQ-STATUS-WORD             PIC X(12).
001950 01  FIQ-DATE-WORK               PIC 9(08).
001960 01  FIQ-DATE-WORK-R REDEFINES FIQ-DATE-WORK.
001970     05  FIQ-DATE-CCYY           PIC 9(04).
001980     05  FIQ-DATE-MM             PIC 9(02).
001990     05  FIQ-DATE-DD             PIC 9(02).
002000 01  FIQ-DATE-EDIT.
002010     05  FIQ-DATE-ED-CCYY        PIC 9(04).
002020     05  FILLER                  PIC X(01) VALUE '/'.
002030     05  FIQ-DATE-ED-MM          PIC 9(02).
002040     05  FILLER                  PIC X(01) VALUE '/'.
002050     05  FIQ-DATE-ED-DD          PIC 9(02).
002060 01  FIQ-DATE-TEXT               PIC X(10).
002070 01  FIQ-TIME-WORK               PIC 9(06).
002080 01  FIQ-TIME-WORK-R REDEFINES FIQ-TIME-WORK.
002090     05  FIQ-TIME-HH             PIC 9(02).
002100     05  FIQ-TIME-MM             PIC 9(02).
002110     05  FIQ-TIME-SS             PIC 9(02).
002120 01  FIQ-TIME-EDIT.
002130     05  FIQ-TIME-ED-HH          PIC 9(02).
002140     05  FILLER                  PIC X(01) VALUE ':'.
002150     05  FIQ-TIME-ED-MM          PIC 9(02).
002160*-----------------------------------------------------------*
002170*  BACKWARD-PAGE HOLD TABLE -- READPREV DELIVERS THE PAGE IN
002180*  REVERSE, SO IT IS COLLECTED HERE AND LOADED BACKWARDS
002190*-----------------------------------------------------------*
002200 01  FIQ-BACK-TABLE.
002210     05  FIQ-BACK-ENTRY OCCURS 12 TIMES.
002220         10  FIQ-BACK-KEY        PIC X(26).
002230         10  FIQ-BACK-TEXT       PIC X(79).
002240*-----------------------------------------------------------*
002250*  PSEUDO-CONVERSATIONAL STATE, CARRIED IN THE COMMAREA
002260*-----------------------------------------------------------*
002270 01  FIQ-COMMAREA.
002280     05  CA-FIQ-STATE            PIC X(01) VALUE 'Y'.
002290         88  CA-FIQ-ACTIVE                VALUE 'Y'.
002300     05  CA-FIQ-FIXTURE-SW       PIC X(01) VALUE 'N'.
002310         88  CA-FIQ-HAVE-FIXTURE          VALUE 'Y'.
002320     05  CA-FIQ-FIXTURE-KEY.
002330         10  CA-FIQ-ROW          PIC 9(05) VALUE 0.
002340         10  CA-FIQ-COL          PIC 9(05) VALUE 0.
002350     05  CA-FIQ-TOP-KEY          PIC X(26) VALUE LOW-VALUES.
002360     05  CA-FIQ-BOTTOM-KEY       PIC X(26) VALUE LOW-VALUES.
002370     05  CA-FIQ-PAGE             PIC 9(03) VALUE 0.
002380     05  CA-FIQ-ASOF             PIC X(10) VALUE SPACES.
002390*-----------------------------------------------------------*
002400*  HANDOFF COMMAREA PASSED TO LGTMAINT ON PF5 -- LAYOUT
002410*  MATCHES LGTMAINT'S DFHCOMMAREA (SAME AS LGTBROWS)
002420*-----------------------------------------------------------*
002430 01  FIQ-XFER-AREA.
002440     05  XFER-FLAG               PIC X(01) VALUE 'B'.
002450     05  XFER-ROW                PIC X(05).
002460     05  XFER-COL                PIC X(05).
002470 LINKAGE SECTION.
002480 01  DFHCOMMAREA                 PIC X(77).
002490 PROCEDURE DIVISION.
002500*-----------------------------------------------------------*
002510*  0000-MAINLINE
002520*-----------------------------------------------------------*
002530 0000-MAINLINE.
002540     EXEC CICS HANDLE CONDITION
002550         ERROR(9900-SYSTEM-ERROR)
002560     END-EXEC.
002570     IF EIBCALEN = 0
002580         MOVE LOW-VALUES TO LGTFIN1I
002590         MOVE 'KEY A ROW AND COLUMN OR A LIGHT ID, THEN ENTER'
002600             TO WS-MSGLINE
002610         PERFORM 5500-SEND-PAGE THRU 5500-EXIT
002620     ELSE
002630         MOVE DFHCOMMAREA TO FIQ-COMMAREA
002640         PERFORM 2000-RECEIVE-AND-PROCESS THRU 2000-EXIT
002650     END-IF.
002660     EXEC CICS RETURN TRANSID('LGTI')
002670         COMMAREA(FIQ-COMMAREA)
002680         LENGTH(LENGTH OF FIQ-COMMAREA)
002690     END-EXEC.
002700     GOBACK.
002710*-----------------------------------------------------------*
002720*  2000-RECEIVE-AND-PROCESS -- OPERATOR PRESSED A KEY
002730*-----------------------------------------------------------*
002740 2000-RECEIVE-AND-PROCESS.
002750*    A PF KEY WITH NO MODIFIED FIELDS RAISES MAPFAIL -- THAT
002760*    IS THE NORMAL PAGING CASE, SO IT IS TREATED AS AN EMPTY
002770*    INPUT MAP RATHER THAN AN ERROR.
002780     EXEC CICS RECEIVE MAP('LGTFIN1') MAPSET('LGTFINQ')
002790         INTO(LGTFIN1I)
002800         RESP(WS-RESP)
002810     END-EXEC.
002820     IF WS-RESP = DFHRESP(MAPFAIL)
002830         MOVE LOW-VALUES TO LGTFIN1I
002840     ELSE
002850         IF WS-RESP NOT = DFHRESP(NORMAL)
002860             GO TO 9900-SYSTEM-ERROR
002870         END-IF
002880     END-IF.
002890     EVALUATE EIBAID
002900         WHEN DFHPF3
002910             EXEC CICS RETURN END-EXEC
002920         WHEN DFHENTER
002930             PERFORM 2100-ENTER-PRESSED THRU 2100-EXIT
002940         WHEN DFHPF5
002950             PERFORM 4000-TRANSFER-TO-LGTM THRU 4000-EXIT
002960         WHEN DFHPF8
002970             PERFORM 2300-PAGE-OLDER THRU 2300-EXIT
002980         WHEN DFHPF7
002990             PERFORM 2400-PAGE-NEWER THRU 2400-EXIT
003000         WHEN OTHER
003010             MOVE 'INVALID KEY -- USE ENTER, PF5, PF7, PF8 OR PF3'
003020                 TO WS-MSGLINE
003030             PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
003040     END-EVALUATE.
003050 2000-EXIT.
003060     EXIT.
003070*-----------------------------------------------------------*
003080*  2100-ENTER-PRESSED -- LOOK THE FIXTURE UP.  A LIGHT ID,
003090*  WHEN KEYED, TAKES PRECEDENCE OVER THE ROW AND COLUMN.
003100*-----------------------------------------------------------*
003110 2100-ENTER-PRESSED.
003120     IF FXIDI NOT = LOW-VALUES AND FXIDI NOT = SPACES
003130         MOVE FXIDI TO FIQ-SEARCH-ID
003140         PERFORM 2200-FIND-BY-ID THRU 2200-EXIT
003150         IF NOT FIQ-ID-FOUND
003160             MOVE 'NO LIGHT WITH THAT LIGHT ID' TO WS-MSGLINE
003170             PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
003180             GO TO 2100-EXIT
003190         END-IF
003200     ELSE
003210         IF ROWINI NOT NUMERIC OR COLINI NOT NUMERIC
003220             MOVE 'KEY A NUMERIC ROW AND COLUMN, OR A LIGHT ID'
003230                 TO WS-MSGLINE
003240             PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
003250             GO TO 2100-EXIT
003260         END-IF
003270         MOVE ROWINI TO LGT-MASTER-ROW
003280         MOVE COLINI TO LGT-MASTER-COL
003290         EXEC CICS READ FILE('LGTMAST')
003300             INTO(LIGHT-MASTER-RECORD)
003310             RIDFLD(LGT-MASTER-KEY)
003320             RESP(WS-RESP)
003330         END-EXEC
003340         IF WS-RESP NOT = DFHRESP(NORMAL)
003350             MOVE 'NO LIGHT AT THAT ROW/COLUMN' TO WS-MSGLINE
003360             PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
003370             GO TO 2100-EXIT
003380         END-IF
003390     END-IF.
003400     PERFORM 3000-SHOW-FIXTURE THRU 3000-EXIT.
003410 2100-EXIT.
003420     EXIT.
003430*-----------------------------------------------------------*
003440*  2200-FIND-BY-ID -- LGTMAST IS KEYED BY GRID POSITION ONLY,
003450*  SO BROWSE IT FROM THE TOP FOR THE FIRST RECORD CARRYING
003460*  THE LIGHT ID.  LIGHT-MASTER-RECORD HOLDS IT ON RETURN.
003470*-----------------------------------------------------------*
003480 2200-FIND-BY-ID.
003490     MOVE 'N' TO FIQ-ID-FOUND-SW.
003500     MOVE 'N' TO FIQ-BROWSE-EOF-SW.
003510     MOVE LOW-VALUES TO LGT-MASTER-KEY.
003520     EXEC CICS STARTBR FILE('LGTMAST')
003530         RIDFLD(LGT-MASTER-KEY)
003540         GTEQ
003550         RESP(WS-RESP)
003560     END-EXEC.
003570     IF WS-RESP NOT = DFHRESP(NORMAL)
003580         GO TO 2200-EXIT
003590     END-IF.
003600     PERFORM 2210-NEXT-MASTER THRU 2210-EXIT
003610         UNTIL FIQ-BROWSE-EOF
003620            OR FIQ-ID-FOUND.
003630     EXEC CICS ENDBR FILE('LGTMAST') END-EXEC.
003640 2200-EXIT.
003650     EXIT.
003660 2210-NEXT-MASTER.
003670     EXEC CICS READNEXT FILE('LGTMAST')
003680         INTO(LIGHT-MASTER-RECORD)
003690         RIDFLD(LGT-MASTER-KEY)
003700         RESP(WS-RESP)
003710     END-EXEC.
003720     IF WS-RESP NOT = DFHRESP(NORMAL)
003730         SET FIQ-BROWSE-EOF TO TRUE
003740         GO TO 2210-EXIT
003750     END-IF.
003760     IF LGT-MASTER-ID = FIQ-SEARCH-ID
003770         SET FIQ-ID-FOUND TO TRUE
003780     END-IF.
003790 2210-EXIT.
003800     EXIT.
003810*-----------------------------------------------------------*
003820*  2300-PAGE-OLDER (PF8) -- THE NEXT 12 EVENTS AFTER THE
003830*  BOTTOM LINE.  AT THE END OF THE TIMELINE THE PAGE STAYS.
003840*-----------------------------------------------------------*
003850 2300-PAGE-OLDER.
003860     IF NOT CA-FIQ-HAVE-FIXTURE
003870         MOVE 'INQUIRE ON A FIXTURE FIRST' TO WS-MSGLINE
003880         PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
003890         GO TO 2300-EXIT
003900     END-IF.
003910     MOVE LOW-VALUES TO LGTFIN1I.
003920     MOVE CA-FIQ-FIXTURE-KEY TO FIQ-FIXTURE-KEY.
003930     MOVE CA-FIQ-BOTTOM-KEY  TO FIQ-START-KEY.
003940     SET FIQ-SKIP-FIRST TO TRUE.
003950     PERFORM 3500-PAGE-FORWARD THRU 3500-EXIT.
003960     IF NOT FIQ-TL-AVAILABLE
003970         MOVE 'TIMELINE NOT AVAILABLE -- TRY AGAIN LATER'
003980             TO WS-MSGLINE
003990         PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
004000         GO TO 2300-EXIT
004010     END-IF.
004020     IF FIQ-LINES-BUILT = 0
004030         MOVE 'END OF TIMELINE -- NO OLDER ENTRIES' TO WS-MSGLINE
004040         PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
004050         GO TO 2300-EXIT
004060     END-IF.
004070     ADD 1 TO CA-FIQ-PAGE.
004080     PERFORM 3900-FINISH-PAGE THRU 3900-EXIT.
004090     MOVE SPACES TO WS-MSGLINE.
004100     PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT.
004110 2300-EXIT.
004120     EXIT.
004130*-----------------------------------------------------------*
004140*  2400-PAGE-NEWER (PF7) -- THE 12 EVENTS BEFORE THE TOP LINE
004150*-----------------------------------------------------------*
004160 2400-PAGE-NEWER.
004170     IF NOT CA-FIQ-HAVE-FIXTURE
004180         MOVE 'INQUIRE ON A FIXTURE FIRST' TO WS-MSGLINE
004190         PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
004200         GO TO 2400-EXIT
004210     END-IF.
004220     MOVE LOW-VALUES TO LGTFIN1I.
004230     MOVE CA-FIQ-FIXTURE-KEY TO FIQ-FIXTURE-KEY.
004240     PERFORM 3600-PAGE-BACKWARD THRU 3600-EXIT.
004250     IF FIQ-BACK-COUNT = 0
004260         MOVE 'ALREADY AT NEWEST ENTRY' TO WS-MSGLINE
004270         PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
004280         GO TO 2400-EXIT
004290     END-IF.
004300     PERFORM 3700-LOAD-BACK-PAGE THRU 3700-EXIT.
004310     IF CA-FIQ-PAGE > 1
004320         SUBTRACT 1 FROM CA-FIQ-PAGE
004330     END-IF.
004340     PERFORM 3900-FINISH-PAGE THRU 3900-EXIT.
004350     MOVE SPACES TO WS-MSGLINE.
004360     PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT.
004370 2400-EXIT.
004380     EXIT.
004390*-----------------------------------------------------------*
004400*  3000-SHOW-FIXTURE -- LIGHT-MASTER-RECORD HOLDS THE FIXTURE.
004410*  BUILD THE HEADER AND THE FIRST (NEWEST) TIMELINE PAGE AND
004420*  REPAINT THE WHOLE SCREEN.
004430*-----------------------------------------------------------*
004440 3000-SHOW-FIXTURE.
004450     MOVE LOW-VALUES TO LGTFIN1I.
004460     MOVE LGT-MASTER-ROW TO FIQ-FIXTURE-ROW.
004470     MOVE LGT-MASTER-COL TO FIQ-FIXTURE-COL.
004480     MOVE FIQ-FIXTURE-KEY TO CA-FIQ-FIXTURE-KEY.
004490     SET CA-FIQ-HAVE-FIXTURE TO TRUE.
004500     MOVE LGT-MASTER-ROW TO ROWINO.
004510     MOVE LGT-MASTER-COL TO COLINO.
004520     MOVE LGT-MASTER-ID  TO FXIDO.
004530*    FSET THE ROW AND COLUMN SO THE NEXT ENTER RETURNS THEM
004540*    EVEN IF THE OPERATOR CHANGES ONLY ONE; THE LIGHT ID IS
004550*    LEFT UNSET SO IT IS ONLY SEEN WHEN RE-KEYED.
004560     MOVE DFHBMFSE TO ROWINA.
004570     MOVE DFHBMFSE TO COLINA.
004580     PERFORM 3100-BUILD-HEADER THRU 3100-EXIT.
004590     MOVE 1 TO CA-FIQ-PAGE.
004600     MOVE FIQ-FIXTURE-ROW TO FIQ-BROWSE-ROW.
004610     MOVE FIQ-FIXTURE-COL TO FIQ-BROWSE-COL.
004620     MOVE 0 TO FIQ-BROWSE-INV-DATE.
004630     MOVE 0 TO FIQ-BROWSE-INV-TIME.
004640     MOVE 0 TO FIQ-BROWSE-SEQ.
004650     MOVE FIQ-BROWSE-KEY TO FIQ-START-KEY.
004660     MOVE FIQ-START-KEY  TO CA-FIQ-TOP-KEY.
004670     MOVE FIQ-START-KEY  TO CA-FIQ-BOTTOM-KEY.
004680     MOVE 'N' TO FIQ-SKIP-FIRST-SW.
004690     PERFORM 3500-PAGE-FORWARD THRU 3500-EXIT.
004700     MOVE SPACES TO WS-MSGLINE.
004710     IF NOT FIQ-TL-AVAILABLE
004720         MOVE 'TIMELINE NOT AVAILABLE -- HEADER ONLY'
004730             TO WS-MSGLINE
004740     ELSE
004750         IF FIQ-LINES-BUILT = 0
004760             MOVE 'NO TIMELINE ENTRIES FOR THIS FIXTURE'
004770                 TO WS-MSGLINE
004780         END-IF
004790     END-IF.
004800     PERFORM 3900-FINISH-PAGE THRU 3900-EXIT.
004810     PERFORM 5500-SEND-PAGE THRU 5500-EXIT.
004820 3000-EXIT.
004830     EXIT.
004840*-----------------------------------------------------------*
004850*  3100-BUILD-HEADER -- THE FOUR HEADER LINES AND THE
004860*  TIMELINE BUILD DATE.  EACH FILE IS READ WITH RESP SO A
004870*  MISSING RECORD OR A CLOSED FILE ONLY BLANKS ITS PART.
004880*-----------------------------------------------------------*
004890 3100-BUILD-HEADER.
004900     MOVE LGT-MASTER-ID          TO FIQ-H1-ID.
004910     MOVE LGT-MASTER-STATUS      TO FIQ-STATUS-CODE.
004920     PERFORM 6100-STATUS-WORD THRU 6100-EXIT.
004930     MOVE FIQ-STATUS-WORD        TO FIQ-H1-STATUS.
004940     MOVE LGT-MASTER-LAST-UPDATE TO FIQ-H1-LAST-UPD.
004950     MOVE FIQ-HDR-1              TO HDRNO (1).
004960     PERFORM 3110-FAULT-LINE THRU 3110-EXIT.
004970     PERFORM 3120-ATTRIBUTE-LINE THRU 3120-EXIT.
004980     PERFORM 3130-BURN-LINE THRU 3130-EXIT.
004990     PERFORM 3140-TIMELINE-AS-OF THRU 3140-EXIT.
005000 3100-EXIT.
005010     EXIT.
005020 3110-FAULT-LINE.
005030     MOVE SPACES TO FIQ-H2-FAULT-DESC.
005040     IF LGT-MASTER-FAULT-CODE = SPACES
005050             OR LGT-MASTER-FAULT-CODE = LOW-VALUES
005060         MOVE 'NONE' TO FIQ-H2-FAULT
005070         GO TO 3110-DONE
005080     END-IF.
005090     MOVE LGT-MASTER-FAULT-CODE TO FIQ-H2-FAULT.
005100     MOVE LGT-MASTER-FAULT-CODE TO FIQ-FCODE-KEY.
005110     EXEC CICS READ FILE('FLTCODES')
005120         INTO(FAULT-CODE-RECORD)
005130         RIDFLD(FIQ-FCODE-KEY)
005140         RESP(WS-RESP)
005150     END-EXEC.
005160     EVALUATE TRUE
005170         WHEN WS-RESP = DFHRESP(NORMAL)
005180             MOVE FC-DESCRIPTION TO FIQ-H2-FAULT-DESC
005190         WHEN WS-RESP = DFHRESP(NOTFND)
005200             MOVE '(NOT ON FAULT-CODE MASTER)'
005210                 TO FIQ-H2-FAULT-DESC
005220         WHEN OTHER
005230             MOVE '(FAULT-CODE MASTER UNAVAILABLE)'
005240                 TO FIQ-H2-FAULT-DESC
005250     END-EVALUATE.
005260 3110-DONE.
005270     MOVE FIQ-HDR-2 TO HDRNO (2).
005280 3110-EXIT.
005290     EXIT.
005300 3120-ATTRIBUTE-LINE.
005310     MOVE FIQ-FIXTURE-ROW TO ATTR-ROW.
005320     MOVE FIQ-FIXTURE-COL TO ATTR-COL.
005330     EXEC CICS READ FILE('LGTATTR')
005340         INTO(LIGHT-ATTRIBUTE-RECORD)
005350         RIDFLD(ATTR-KEY)
005360         RESP(WS-RESP)
005370     END-EXEC.
005380     IF WS-RESP NOT = DFHRESP(NORMAL)
005390         MOVE 'WATTAGE:  NO ATTRIBUTE RECORD ON LGTATTR'
005400             TO HDRNO (3)
005410         GO TO 3120-EXIT
005420     END-IF.
005430     MOVE ATTR-WATTAGE      TO FIQ-H3-WATTS.
005440     MOVE ATTR-FIXTURE-TYPE TO FIQ-H3-TYPE.
005450     MOVE ATTR-ZONE-CODE    TO FIQ-H3-ZONE.
005460     MOVE ATTR-INSTALL-DATE TO FIQ-DATE-WORK.
005470     PERFORM 6200-EDIT-DATE THRU 6200-EXIT.
005480     MOVE FIQ-DATE-TEXT     TO FIQ-H3-INSTALLED.
005490     MOVE FIQ-HDR-3         TO HDRNO (3).
005500 3120-EXIT.
005510     EXIT.
005520*    PERCENT OF RATED LIFE IS FIGURED AS LGTRLIFE DOES IT --
005530*    BURN HOURS X 100 / RATED HOURS, CAPPED AT 999
005540 3130-BURN-LINE.
005550     MOVE FIQ-FIXTURE-ROW TO BURN-ROW.
005560     MOVE FIQ-FIXTURE-COL TO BURN-COL.
005570     EXEC CICS READ FILE('BURNMAST')
005580         INTO(BURN-HOURS-RECORD)
005590         RIDFLD(BURN-KEY)
005600         RESP(WS-RESP)
005610     END-EXEC.
005620     IF WS-RESP NOT = DFHRESP(NORMAL)
005630         MOVE 0 TO BURN-HOURS
005640         MOVE 'NONE'  TO FIQ-H4-HOURS-X
005650     ELSE
005660         MOVE BURN-HOURS TO FIQ-H4-HOURS
005670     END-IF.
005680     MOVE 'UNRATED' TO FIQ-H4-RATED-X.
005690     MOVE 'N/A'     TO FIQ-H4-PCT-X.
005700     MOVE SPACES    TO FIQ-H4-PCT-SIGN.
005710     MOVE FIQ-FIXTURE-ROW TO FIQ-BROWSE-ROW.
005720     MOVE FIQ-FIXTURE-COL TO FIQ-BROWSE-COL.
005730     MOVE 0 TO FIQ-BROWSE-INV-DATE.
005740     MOVE 0 TO FIQ-BROWSE-INV-TIME.
005750     MOVE 0 TO FIQ-BROWSE-SEQ.
005760     EXEC CICS READ FILE('FIXTLINE')
005770         INTO(TIMELINE-RECORD)
005780         RIDFLD(FIQ-BROWSE-KEY)
005790         RESP(WS-RESP)
005800     END-EXEC.
005810     IF WS-RESP NOT = DFHRESP(NORMAL)
005820         GO TO 3130-DONE
005830     END-IF.
005840     IF NOT TL-SUMMARY OR TL-SUM-RATED-HOURS = 0
005850         GO TO 3130-DONE
005860     END-IF.
005870     MOVE TL-SUM-RATED-HOURS TO FIQ-H4-RATED.
005880     COMPUTE FIQ-PCT-OF-LIFE = BURN-HOURS * 100
005890         / TL-SUM-RATED-HOURS.
005900     IF FIQ-PCT-OF-LIFE > 999
005910         MOVE 999 TO FIQ-PCT-OF-LIFE
005920     END-IF.
005930     MOVE FIQ-PCT-OF-LIFE TO FIQ-H4-PCT.
005940     MOVE '%'             TO FIQ-H4-PCT-SIGN.
005950 3130-DONE.
005960     MOVE FIQ-HDR-4 TO HDRNO (4).
005970 3130-EXIT.
005980     EXIT.
005990 3140-TIMELINE-AS-OF.
006000     MOVE 'NOT BUILT' TO CA-FIQ-ASOF.
006010     MOVE 0 TO FIQ-BROWSE-ROW.
006020     MOVE 0 TO FIQ-BROWSE-COL.
006030     MOVE 0 TO FIQ-BROWSE-INV-DATE.
006040     MOVE 0 TO FIQ-BROWSE-INV-TIME.
006050     MOVE 0 TO FIQ-BROWSE-SEQ.
006060     EXEC CICS READ FILE('FIXTLINE')
006070         INTO(TIMELINE-RECORD)
006080         RIDFLD(FIQ-BROWSE-KEY)
006090         RESP(WS-RESP)
006100     END-EXEC.
006110     IF WS-RESP = DFHRESP(NORMAL) AND TL-CONTROL
006120         MOVE TL-CTL-BUILD-DATE TO FIQ-DATE-WORK
006130         PERFORM 6200-EDIT-DATE THRU 6200-EXIT
006140         MOVE FIQ-DATE-TEXT TO CA-FIQ-ASOF
006150     END-IF.
006160 3140-EXIT.
006170     EXIT.
006180*-----------------------------------------------------------*
006190*  3500-PAGE-FORWARD -- FILL THE TIMELINE LINES WITH UP TO 12
006200*  EVENTS FOR THE FIXTURE AT OR AFTER FIQ-START-KEY (NEWEST
006210*  FIRST, BY THE INVERTED KEY).  FIQ-SKIP-FIRST SKIPS THE
006220*  RECORD EQUAL TO THE START KEY SO PF8 DOES NOT REPEAT THE
006230*  LAST LINE OF THE PRIOR PAGE.  THE SUMMARY RECORD IS NOT AN
006240*  EVENT AND IS PASSED OVER.
006250*-----------------------------------------------------------*
006260 3500-PAGE-FORWARD.
006270     MOVE 0   TO FIQ-LINES-BUILT.
006280     MOVE 'N' TO FIQ-BROWSE-EOF-SW.
006290     MOVE 'Y' TO FIQ-TL-AVAIL-SW.
006300     MOVE FIQ-START-KEY TO FIQ-BROWSE-KEY.
006310     EXEC CICS STARTBR FILE('FIXTLINE')
006320         RIDFLD(FIQ-BROWSE-KEY)
006330         GTEQ
006340         RESP(WS-RESP)
006350     END-EXEC.
006360     IF WS-RESP = DFHRESP(NOTFND)
006370         GO TO 3500-EXIT
006380     END-IF.
006390     IF WS-RESP NOT = DFHRESP(NORMAL)
006400         MOVE 'N' TO FIQ-TL-AVAIL-SW
006410         GO TO 3500-EXIT
006420     END-IF.
006430     PERFORM 3510-FORWARD-ONE-RECORD THRU 3510-EXIT
006440         UNTIL FIQ-BROWSE-EOF
006450            OR FIQ-LINES-BUILT >= 12.
006460     EXEC CICS ENDBR FILE('FIXTLINE') END-EXEC.
006470 3500-EXIT.
006480     EXIT.
006490 3510-FORWARD-ONE-RECORD.
006500     EXEC CICS READNEXT FILE('FIXTLINE')
006510         INTO(TIMELINE-RECORD)
006520         RIDFLD(FIQ-BROWSE-KEY)
006530         RESP(WS-RESP)
006540     END-EXEC.
006550     IF WS-RESP NOT = DFHRESP(NORMAL)
006560         SET FIQ-BROWSE-EOF TO TRUE
006570         GO TO 3510-EXIT
006580     END-IF.
006590     IF TL-ROW NOT = FIQ-FIXTURE-ROW
006600             OR TL-COL NOT = FIQ-FIXTURE-COL
006610         SET FIQ-BROWSE-EOF TO TRUE
006620         GO TO 3510-EXIT
006630     END-IF.
006640     IF FIQ-SKIP-FIRST
006650         MOVE 'N' TO FIQ-SKIP-FIRST-SW
006660         IF TL-KEY = FIQ-START-KEY
006670             GO TO 3510-EXIT
006680         END-IF
006690     END-IF.
006700     IF TL-SUMMARY OR TL-CONTROL
006710         GO TO 3510-EXIT
006720     END-IF.
006730     ADD 1 TO FIQ-LINES-BUILT.
006740     PERFORM 6000-BUILD-DETAIL-LINE THRU 6000-EXIT.
006750     MOVE FIQ-DTL-LINE TO TLNO (FIQ-LINES-BUILT).
006760     IF FIQ-LINES-BUILT = 1
006770         MOVE TL-KEY TO FIQ-FIRST-KEY
006780     END-IF.
006790     MOVE TL-KEY TO FIQ-LAST-KEY.
006800 3510-EXIT.
006810     EXIT.
006820*-----------------------------------------------------------*
006830*  3600-PAGE-BACKWARD -- COLLECT UP TO 12 EVENTS BEFORE THE
006840*  CURRENT TOP LINE (READPREV DELIVERS THEM OLDEST-FIRST, IN
006850*  TIMELINE TERMS), STOPPING AT THE FIXTURE'S SUMMARY RECORD
006860*-----------------------------------------------------------*
006870 3600-PAGE-BACKWARD.
006880     MOVE 0   TO FIQ-BACK-COUNT.
006890     MOVE 'N' TO FIQ-BROWSE-EOF-SW.
006900     MOVE CA-FIQ-TOP-KEY TO FIQ-BROWSE-KEY.
006910     EXEC CICS STARTBR FILE('FIXTLINE')
006920         RIDFLD(FIQ-BROWSE-KEY)
006930         GTEQ
006940         RESP(WS-RESP)
006950     END-EXEC.
006960     IF WS-RESP NOT = DFHRESP(NORMAL)
006970         GO TO 3600-EXIT
006980     END-IF.
006990     SET FIQ-SKIP-FIRST TO TRUE.
007000     PERFORM 3610-BACKWARD-ONE-RECORD THRU 3610-EXIT
007010         UNTIL FIQ-BROWSE-EOF
007020            OR FIQ-BACK-COUNT >= 12.
007030     EXEC CICS ENDBR FILE('FIXTLINE') END-EXEC.
007040 3600-EXIT.
007050     EXIT.
007060 3610-BACKWARD-ONE-RECORD.
007070     EXEC CICS READPREV FILE('FIXTLINE')
007080         INTO(TIMELINE-RECORD)
007090         RIDFLD(FIQ-BROWSE-KEY)
007100         RESP(WS-RESP)
007110     END-EXEC.
007120     IF WS-RESP NOT = DFHRESP(NORMAL)
007130         SET FIQ-BROWSE-EOF TO TRUE
007140         GO TO 3610-EXIT
007150     END-IF.
007160     IF FIQ-SKIP-FIRST
007170         MOVE 'N' TO FIQ-SKIP-FIRST-SW
007180         IF TL-KEY = CA-FIQ-TOP-KEY
007190             GO TO 3610-EXIT
007200         END-IF
007210     END-IF.
007220     IF TL-KEY >= CA-FIQ-TOP-KEY
007230         GO TO 3610-EXIT
007240     END-IF.
007250     IF TL-ROW NOT = FIQ-FIXTURE-ROW
007260             OR TL-COL NOT = FIQ-FIXTURE-COL
007270             OR TL-SUMMARY
007280             OR TL-CONTROL
007290         SET FIQ-BROWSE-EOF TO TRUE
007300         GO TO 3610-EXIT
007310     END-IF.
007320     ADD 1 TO FIQ-BACK-COUNT.
007330     PERFORM 6000-BUILD-DETAIL-LINE THRU 6000-EXIT.
007340     MOVE FIQ-DTL-LINE TO FIQ-BACK-TEXT (FIQ-BACK-COUNT).
007350     MOVE TL-KEY       TO FIQ-BACK-KEY (FIQ-BACK-COUNT).
007360 3610-EXIT.
007370     EXIT.
007380 3700-LOAD-BACK-PAGE.
007390     MOVE 0 TO FIQ-LINES-BUILT.
007400     PERFORM 3710-LOAD-ONE-BACK-LINE THRU 3710-EXIT
007410         VARYING FK FROM FIQ-BACK-COUNT BY -1
007420             UNTIL FK < 1.
007430 3700-EXIT.
007440     EXIT.
007450 3710-LOAD-ONE-BACK-LINE.
007460     ADD 1 TO FIQ-LINES-BUILT.
007470     MOVE FIQ-BACK-TEXT (FK) TO TLNO (FIQ-LINES-BUILT).
007480     IF FIQ-LINES-BUILT = 1
007490         MOVE FIQ-BACK-KEY (FK) TO FIQ-FIRST-KEY
007500     END-IF.
007510     MOVE FIQ-BACK-KEY (FK) TO FIQ-LAST-KEY.
007520 3710-EXIT.
007530     EXIT.
007540*-----------------------------------------------------------*
007550*  3900-FINISH-PAGE -- BLANK THE UNUSED LINES, SAVE THE TOP
007560*  AND BOTTOM KEYS IN THE COMMAREA, AND SET THE TIMELINE
007570*  HEADING (BUILD DATE AND PAGE NUMBER)
007580*-----------------------------------------------------------*
007590 3900-FINISH-PAGE.
007600     IF FIQ-LINES-BUILT > 0
007610         MOVE FIQ-FIRST-KEY TO CA-FIQ-TOP-KEY
007620         MOVE FIQ-LAST-KEY  TO CA-FIQ-BOTTOM-KEY
007630     END-IF.
007640     IF FIQ-LINES-BUILT < 12
007650         PERFORM 3910-BLANK-ONE-LINE THRU 3910-EXIT
007660             VARYING FK FROM FIQ-LINES-BUILT BY 1
007670                 UNTIL FK >= 12
007680     END-IF.
007690     MOVE CA-FIQ-ASOF TO FIQ-TLH-ASOF.
007700     MOVE CA-FIQ-PAGE TO FIQ-TLH-PAGE.
007710     MOVE FIQ-TL-HDR  TO TLHDRO.
007720 3900-EXIT.
007730     EXIT.
007740 3910-BLANK-ONE-LINE.
007750     MOVE SPACES TO TLNO (FK + 1).
007760 3910-EXIT.
007770     EXIT.
007780*-----------------------------------------------------------*
007790*  4000-TRANSFER-TO-LGTM -- HAND THE FIXTURE ON DISPLAY TO
007800*  LGTMAINT'S BROWSE-HANDOFF ENTRY FOR AN UPDATE
007810*-----------------------------------------------------------*
007820 4000-TRANSFER-TO-LGTM.
007830     IF NOT CA-FIQ-HAVE-FIXTURE
007840         MOVE 'INQUIRE ON A FIXTURE FIRST' TO WS-MSGLINE
007850         PERFORM 5000-SEND-MESSAGE-ONLY THRU 5000-EXIT
007860         GO TO 4000-EXIT
007870     END-IF.
007880     MOVE CA-FIQ-ROW TO XFER-ROW.
007890     MOVE CA-FIQ-COL TO XFER-COL.
007900     EXEC CICS XCTL PROGRAM('LGTMAINT')
007910         COMMAREA(FIQ-XFER-AREA)
007920         LENGTH(LENGTH OF FIQ-XFER-AREA)
007930     END-EXEC.
007940 4000-EXIT.
007950     EXIT.
007960*-----------------------------------------------------------*
007970*  5000-SEND-MESSAGE-ONLY -- REFRESH THE MESSAGE LINE, PLUS
007980*  ANY TIMELINE LINES A PAGING KEY HAS JUST BUILT
007990*-----------------------------------------------------------*
008000 5000-SEND-MESSAGE-ONLY.
008010     MOVE WS-MSGLINE TO BMSGO.
008020     EXEC CICS SEND MAP('LGTFIN1') MAPSET('LGTFINQ')
008030         FROM(LGTFIN1O)
008040         DATAONLY
008050     END-EXEC.
008060 5000-EXIT.
008070     EXIT.
008080*-----------------------------------------------------------*
008090*  5500-SEND-PAGE -- FULL REPAINT OF THE INQUIRY SCREEN
008100*-----------------------------------------------------------*
008110 5500-SEND-PAGE.
008120     MOVE WS-MSGLINE TO BMSGO.
008130     EXEC CICS SEND MAP('LGTFIN1') MAPSET('LGTFINQ')
008140         FROM(LGTFIN1O)
008150         ERASE
008160     END-EXEC.
008170 5500-EXIT.
008180     EXIT.
008190*-----------------------------------------------------------*
008200*  6000-BUILD-DETAIL-LINE -- ONE TIMELINE EVENT INTO THE
008210*  79-BYTE LINE FORMAT FROM THE CURRENT TIMELINE-RECORD
008220*-----------------------------------------------------------*
008230 6000-BUILD-DETAIL-LINE.
008240     MOVE TL-EVENT-DATE TO FIQ-DATE-WORK.
008250     PERFORM 6200-EDIT-DATE THRU 6200-EXIT.
008260     MOVE FIQ-DATE-TEXT TO FIQ-DTL-DATE.
008270*    WORK-ORDER AND RELOCATION DATES CARRY NO TIME OF DAY
008280     IF TL-WORK-ORDER-EVENT OR TL-MOVE-EVENT
008290         MOVE SPACES TO FIQ-DTL-TIME
008300     ELSE
008310         MOVE TL-EVENT-TIME TO FIQ-TIME-WORK
008320         MOVE FIQ-TIME-HH   TO FIQ-TIME-ED-HH
008330         MOVE FIQ-TIME-MM   TO FIQ-TIME-ED-MM
008340         MOVE FIQ-TIME-EDIT TO FIQ-DTL-TIME
008350     END-IF.
008360     MOVE SPACES TO FIQ-EVENT-TEXT.
008370     EVALUATE TRUE
008380         WHEN TL-JOURNAL-EVENT
008390             IF TL-TERMINAL-ID = 'BTCH'
008400                 MOVE 'BACKOUT' TO FIQ-DTL-SOURCE
008410             ELSE
008420                 MOVE 'LGTM'    TO FIQ-DTL-SOURCE
008430             END-IF
008440             PERFORM 6300-STATUS-EVENT-TEXT THRU 6300-EXIT
008450             MOVE ' BY '         TO FIQ-ST-BY-LIT
008460             MOVE TL-OPERATOR-ID TO FIQ-ST-OPERATOR
008470         WHEN TL-HISTORY-EVENT
008480             MOVE 'NIGHTLY' TO FIQ-DTL-SOURCE
008490             PERFORM 6300-STATUS-EVENT-TEXT THRU 6300-EXIT
008500         WHEN TL-WORK-ORDER-EVENT
008510             MOVE 'WORKORD' TO FIQ-DTL-SOURCE
008520             MOVE 'ORDER '        TO FIQ-WO-LIT
008530             MOVE TL-ORDER-NUMBER TO FIQ-WO-NUMBER
008540             IF TL-WO-OPENED
008550                 MOVE ' OPENED ' TO FIQ-WO-ACTION
008560                 MOVE 'FAULT '   TO FIQ-WO-DETAIL-LIT
008570                 MOVE TL-NEW-FAULT TO FIQ-WO-DETAIL
008580             ELSE
008590                 MOVE ' CLOSED ' TO FIQ-WO-ACTION
008600                 MOVE 'AFTER '   TO FIQ-WO-DETAIL-LIT
008610                 MOVE TL-DAYS-OPEN TO FIQ-DAYS-EDIT
008620                 MOVE FIQ-DAYS-EDIT TO FIQ-WO-DETAIL
008630                 MOVE ' DAYS'    TO FIQ-WO-DAYS-LIT
008640             END-IF
008650         WHEN TL-MOVE-EVENT
008660             MOVE 'LGTRKEY' TO FIQ-DTL-SOURCE
008670             IF TL-MOVED-IN
008680                 MOVE 'RELOCATED FROM ROW ' TO FIQ-MV-LIT
008690             ELSE
008700                 MOVE 'RELOCATED TO ROW '   TO FIQ-MV-LIT
008710             END-IF
008720             MOVE TL-OTHER-ROW TO FIQ-MV-ROW
008730             MOVE ' COL '      TO FIQ-MV-COL-LIT
008740             MOVE TL-OTHER-COL TO FIQ-MV-COL
008750         WHEN OTHER
008760             MOVE SPACES TO FIQ-DTL-SOURCE
008770     END-EVALUATE.
008780     MOVE FIQ-EVENT-TEXT TO FIQ-DTL-TEXT.
008790 6000-EXIT.
008800     EXIT.
008810*-----------------------------------------------------------*
008820*  6100-STATUS-WORD -- FIQ-STATUS-CODE INTO FIQ-STATUS-WORD,
008830*  THE SAME WORDS THE LGTB BROWSE SHOWS
008840*-----------------------------------------------------------*
008850 6100-STATUS-WORD.
008860     EVALUATE TRUE
008870         WHEN FIQ-STATUS-ON
008880             MOVE 'ON'           TO FIQ-STATUS-WORD
008890         WHEN FIQ-STATUS-OFF
008900             MOVE 'OFF'          TO FIQ-STATUS-WORD
008910         WHEN FIQ-STATUS-FAULTED
008920             MOVE 'FAULTED'      TO FIQ-STATUS-WORD
008930         WHEN FIQ-STATUS-UNRESPONSIVE
008940             MOVE 'UNRESPONSIVE' TO FIQ-STATUS-WORD
008950         WHEN FIQ-STATUS-MAINTENANCE
008960             MOVE 'MAINTENANCE'  TO FIQ-STATUS-WORD
008970         WHEN FIQ-STATUS-RETIRED
008980             MOVE 'RETIRED'      TO FIQ-STATUS-WORD
008990         WHEN FIQ-STATUS-NONE
009000             MOVE '(FIRST SEEN)' TO FIQ-STATUS-WORD
009010         WHEN OTHER
009020             MOVE 'UNKNOWN'      TO FIQ-STATUS-WORD
009030     END-EVALUATE.
009040 6100-EXIT.
009050     EXIT.
009060*-----------------------------------------------------------*
009070*  6200-EDIT-DATE -- FIQ-DATE-WORK (CCYYMMDD) INTO
009080*  FIQ-DATE-TEXT AS CCYY/MM/DD; ZERO IS LEFT BLANK
009090*-----------------------------------------------------------*
009100 6200-EDIT-DATE.
009110     IF FIQ-DATE-WORK NOT NUMERIC OR FIQ-DATE-WORK = 0
009120         MOVE SPACES TO FIQ-DATE-TEXT
009130         GO TO 6200-EXIT
009140     END-IF.
009150     MOVE FIQ-DATE-CCYY TO FIQ-DATE-ED-CCYY.
009160     MOVE FIQ-DATE-MM   TO FIQ-DATE-ED-MM.
009170     MOVE FIQ-DATE-DD   TO FIQ-DATE-ED-DD.
009180     MOVE FIQ-DATE-EDIT TO FIQ-DATE-TEXT.
009190 6200-EXIT.
009200     EXIT.
009210*-----------------------------------------------------------*
009220*  6300-STATUS-EVENT-TEXT -- OLD STATUS -> NEW STATUS, AND
009230*  THE FAULT CODE THE CHANGE LEFT ON THE FIXTURE, IF ANY
009240*-----------------------------------------------------------*
009250 6300-STATUS-EVENT-TEXT.
009260     MOVE TL-OLD-STATUS   TO FIQ-STATUS-CODE.
009270     PERFORM 6100-STATUS-WORD THRU 6100-EXIT.
009280     MOVE FIQ-STATUS-WORD TO FIQ-ST-OLD.
009290     MOVE ' -> '          TO FIQ-ST-ARROW.
009300     MOVE TL-NEW-STATUS   TO FIQ-STATUS-CODE.
009310     PERFORM 6100-STATUS-WORD THRU 6100-EXIT.
009320     MOVE FIQ-STATUS-WORD TO FIQ-ST-NEW.
009330     IF TL-NEW-FAULT NOT = SPACES
009340             AND TL-NEW-FAULT NOT = LOW-VALUES
009350         MOVE ' FLT '     TO FIQ-ST-FAULT-LIT
009360         MOVE TL-NEW-FAULT TO FIQ-ST-FAULT
009370     END-IF.
009380 6300-EXIT.
009390     EXIT.
009400*-----------------------------------------------------------*
009410*  9900-SYSTEM-ERROR -- CATCH-ALL FOR UNEXPECTED CONDITIONS
009420*-----------------------------------------------------------*
009430 9900-SYSTEM-ERROR.
009440     MOVE 'SYSTEM ERROR -- NOTIFY SUPPORT' TO WS-MSGLINE.
009450     MOVE WS-MSGLINE TO BMSGO.
009460     EXEC CICS SEND MAP('LGTFIN1') MAPSET('LGTFINQ')
009470         FROM(LGTFIN1O)
009480         DATAONLY
009490     END-EXEC.
009500     EXEC CICS RETURN END-EXEC.
009510     GOBACK.
009520 END PROGRAM LGTFXINQ.
