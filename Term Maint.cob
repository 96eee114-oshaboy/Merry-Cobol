000380*                     THE RECORD.  NO PROFILE FILE, OR THREE
000390*                     FAILED TRIES, ENDS THE SESSION - THE
000400*                     FILES FAIL CLOSED.
000410*   10/15/2026 DH    ROSTER ENTRIES CARRY A BUILDING ZONE CODE
000420*                     (TR-ZONE), KEYED ON THE ROSTER SCREEN.  A
000430*                     ZONE IS A COMMAND, NOTICE AND ALERT TARGET,
000440*                     SO IT MAY NOT BE ALL OR ANY CONSOLE ID, AND
000450*                     A NEW CONSOLE ID MAY NOT BE A ZONE IN USE;
000460*                     THE SAVE CROSS-CHECK HOLDS THE WHOLE FILE
000470*                     TO THE SAME RULE.
000480*   10/15/2026 DH    EVERY SIGN-ON ATTEMPT IS NOW STAMPED ON THE
000490*                     SNOWFALL LOG UNDER THE ID TYPED - SGNON ON A
000500*                     MATCH, SGNFL WHEN THE ID IS NOT ON THE FILE
000510*                     OR THERE IS NO FILE - AND A SAVE REFUSED TO
000520*                     A VIEW-ONLY OPERATOR IS STAMPED REFUS, SO
000530*                     THE ACCESS REVIEW (SNOW-ACCESS) SHOWS THE
000540*                     FAILED AND REFUSED ATTEMPTS TOO.
000550*--------------------------------------------------------------
000560 ENVIRONMENT DIVISION.
000570 CONFIGURATION SECTION.
000580 SPECIAL-NAMES.
000590     CRT STATUS IS WS-CRT-STATUS.
000600 INPUT-OUTPUT SECTION.
000610 FILE-CONTROL.
000620     SELECT TERM-CONFIG-FILE ASSIGN TO TERMCFG
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-TERMCFG-STATUS.
000650     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-ROSTER-STATUS.
000680     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
000690         ORGANIZATION IS LINE SEQUENTIAL
000700         FILE STATUS IS WS-OPERPROF-STATUS.
000710     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000720         ORGANIZATION IS LINE SEQUENTIAL
000730         FILE STATUS IS WS-SNOWLOG-STATUS.
000740
000750 DATA DIVISION.
000760 FILE SECTION.
000770 FD  TERM-CONFIG-FILE.
000780 01  TERM-CONFIG-RECORD.
000790     COPY TERMCTL.
000800
000810 FD  TERMINAL-ROSTER-FILE.
000820 01  TERMINAL-ROSTER-RECORD.
000830     COPY TERMROST.
000840
000850 FD  OPERATOR-PROFILE-FILE.
000860 01  OPERATOR-PROFILE-RECORD.
000870     COPY OPERPROF.
000880
000890 FD  SNOWFALL-LOG-FILE.
000900 01  SNOWFALL-LOG-RECORD.
000910     COPY SNOWLOG.
000920
000930 WORKING-STORAGE SECTION.
000940*--------------------------------------------------------------
000950* PHYSICAL SCREEN LIMITS - THE SAME LIMITS MERRY-COBOL'S TABLES
000960* AND SCREEN FIELDS ARE BUILT TO.  MERRY-COBOL CLAMPS A CLASS
000970* HEIGHT TO MAX-SNOW-HEIGHT 23 AT RUN TIME SO THE GROUND ROW
000980* STILL FITS THE PHYSICAL SCREEN; A CLASS THAT CLAIMS MORE
000990* WOULD VALIDATE HERE AND THEN SILENTLY RUN SMALLER, SO THE
001000* SAME CEILING IS ENFORCED HERE INSTEAD.
001010*--------------------------------------------------------------
001020 78  MAX-SNOW-HEIGHT VALUE 23.
001030 78  MAX-OFFSET VALUE 40.
001040
001050 77  WS-TERMCFG-STATUS             PIC X(2) VALUE '00'.
001060     88  TERMCFG-OK                VALUE '00'.
001070     88  TERMCFG-EOF               VALUE '10'.
001080
001090 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
001100     88  ROSTER-OK                 VALUE '00'.
001110     88  ROSTER-EOF                VALUE '10'.
001120
001130*--------------------------------------------------------------
001140* IN-CORE COPIES OF BOTH FILES.  ALL MAINTENANCE WORKS ON THESE
001150* TABLES; NOTHING TOUCHES THE FILES UNTIL THE SAVE PASSES THE
001160* CROSS-CHECK, SO A HALF-DONE SESSION CAN BE ABANDONED SAFELY.
001170*--------------------------------------------------------------
001180 78  MAX-CLASSES VALUE 100.
001190 78  MAX-ROSTER VALUE 500.
001200
001210*--------------------------------------------------------------
001220* LOAD OVERFLOW LOCKOUT.  A FILE BIGGER THAN ITS TABLE LOADS
001230* ONLY PARTIALLY, SO SAVING WOULD REWRITE THE FILE WITH JUST
001240* THE PART THAT FIT.  THE SWITCH PUTS A WARNING ON THE MENU AND
001250* 4000-SAVE-FILES REFUSES TO WRITE UNTIL THE TABLES ARE GROWN.
001260*--------------------------------------------------------------
001270 77  WS-LOAD-OVERFLOW-SWITCH       PIC X VALUE 'N'.
001280     88  LOAD-OVERFLOWED           VALUE 'Y'.
001290
001300*--------------------------------------------------------------
001310* OPERATOR SIGN-ON.  0500-SIGN-ON MATCHES THE TYPED OPERATOR
001320* ID AGAINST THE PROFILE FILE BEFORE ANYTHING ELSE RUNS.  THE
001330* AUTHORITY LEVEL GATES THE SAVE - 1 BROWSES ONLY, 2 AND UP
001340* MAY WRITE THE FILES - AND THE SIGNED-ON ID STAMPS EVERY
001350* SUCCESSFUL SAVE ON THE SNOWFALL LOG.  NO PROFILE FILE, OR
001360* THREE FAILED TRIES, ENDS THE SESSION.
001370*--------------------------------------------------------------
001380 77  WS-OPERPROF-STATUS            PIC X(2) VALUE '00'.
001390     88  OPERPROF-OK               VALUE '00'.
001400     88  OPERPROF-EOF              VALUE '10'.
001410
001420 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
001430     88  SNOWLOG-OK                VALUE '00'.
001440     88  SNOWLOG-NOT-FOUND         VALUE '35'.
001450
001460 77  WS-SIGNON-ID                  PIC X(8) VALUE SPACES.
001470 77  WS-OPER-ID                    PIC X(8) VALUE SPACES.
001480 77  WS-OPER-NAME                  PIC X(20) VALUE SPACES.
001490 77  WS-AUTH-LEVEL                 PIC 9(1) VALUE ZERO.
001500 77  WS-SIGNON-TRIES               PIC 9(1) VALUE ZERO.
001510 77  WS-SIGNON-SWITCH              PIC X VALUE 'N'.
001520     88  SIGNED-ON                 VALUE 'Y'.
001530
001540*--------------------------------------------------------------
001550* ACCESS STAMPS.  SIGN-ON SUCCESSES (SGNON), FAILURES (SGNFL)
001560* AND REFUSED SAVES (REFUS) GO ON THE SNOWFALL LOG UNDER THE ID
001570* TYPED.  THE REASON IS THIS PROGRAM'S NAME IN 1-12 AND THE
001580* DETAIL - LEVEL, FAILURE OR WHAT WAS REFUSED - IN 14-24, THE
001590* SAME SHAPE EVERY SIGN-ON PROGRAM USES.
001600*--------------------------------------------------------------
001610 77  WS-ACCESS-TYPE                PIC X(5) VALUE SPACES.
001620 01  WS-ACCESS-REASON.
001630     05  WS-ACC-PROGRAM           PIC X(12) VALUE 'TERM-MAINT'.
001640     05  FILLER                   PIC X(1) VALUE SPACE.
001650     05  WS-ACC-DETAIL            PIC X(11) VALUE SPACES.
001660
001670 77  WS-CLASS-COUNT                PIC 9(3) COMP VALUE ZERO.
001680 01  WS-CLASS-TABLE.
001690     05  WS-CLASS-ENTRY OCCURS MAX-CLASSES TIMES.
001700         10  WS-CLS-CODE          PIC X(8).
001710         10  WS-CLS-HEIGHT        PIC 9(2).
001720         10  WS-CLS-WIDTH         PIC 9(2).
001730         10  WS-CLS-TREE-COL      PIC 9(2).
001740         10  WS-CLS-RIGHT-COL     PIC 9(2).
001750
001760 77  WS-ROSTER-COUNT               PIC 9(3) COMP VALUE ZERO.
001770 01  WS-ROSTER-TABLE.
001780     05  WS-ROSTER-ENTRY OCCURS MAX-ROSTER TIMES.
001790         10  WS-ROS-CONSOLE-ID    PIC X(8).
001800         10  WS-ROS-TERM-CLASS    PIC X(8).
001810         10  WS-ROS-ZONE          PIC X(8).
001820
001830*--------------------------------------------------------------
001840* SESSION CONTROLS AND WORK AREAS.
001850*--------------------------------------------------------------
001860 77  WS-CRT-STATUS                 PIC 9(4).
001870
001880 77  WS-MENU-CHOICE                PIC X VALUE SPACE.
001890     88  MENU-CLASS-MAINT          VALUE '1'.
001900     88  MENU-ROSTER-MAINT         VALUE '2'.
001910     88  MENU-SAVE                 VALUE 'S' 's'.
001920     88  MENU-EXIT                 VALUE 'X' 'x'.
001930
001940 77  WS-ACTION-CODE                PIC X VALUE SPACE.
001950     88  ACTION-ADD                VALUE 'A' 'a'.
001960     88  ACTION-CHANGE             VALUE 'C' 'c'.
001970     88  ACTION-DELETE             VALUE 'D' 'd'.
001980     88  ACTION-QUIT               VALUE 'Q' 'q'.
001990
002000 77  WS-SESSION-DONE-SWITCH        PIC X VALUE 'N'.
002010     88  SESSION-DONE              VALUE 'Y'.
002020
002030 77  WS-DIRTY-SWITCH               PIC X VALUE 'N'.
002040     88  CHANGES-UNSAVED           VALUE 'Y'.
002050
002060 77  WS-EXIT-WARNED-SWITCH         PIC X VALUE 'N'.
002070     88  EXIT-WARNED               VALUE 'Y'.
002080
002090 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
002100     88  ENTRY-FOUND               VALUE 'Y'.
002110
002120 77  WS-VALID-SWITCH               PIC X VALUE 'N'.
002130     88  FIELDS-VALID              VALUE 'Y'.
002140
002150 77  WS-SAVE-OK-SWITCH             PIC X VALUE 'Y'.
002160     88  SAVE-PASS-OK              VALUE 'Y'.
002170
002180 77  WS-IDX                        PIC 9(3) COMP.
002190 77  WS-SLOT                       PIC 9(3) COMP.
002200 77  WS-ROS-IDX                    PIC 9(3) COMP.
002210 77  WS-ERROR-COUNT                PIC 9(3) COMP VALUE ZERO.
002220 77  WS-ZONE-ERROR-COUNT           PIC 9(3) COMP VALUE ZERO.
002230
002240 77  WS-MESSAGE-LINE               PIC X(60) VALUE SPACES.
002250
002260*--------------------------------------------------------------
002270* SCREEN INPUT FIELDS.  THE NUMERIC SIZES ARE ACCEPTED AS PLAIN
002280* CHARACTERS AND VALIDATED WITH NUMERIC TESTS SO A STRAY LETTER
002290* DRAWS AN ERROR MESSAGE INSTEAD OF ABENDING THE SESSION.
002300*--------------------------------------------------------------
002310 01  WS-CLASS-INPUT.
002320     05  WS-IN-CLASS-CODE         PIC X(8) VALUE SPACES.
002330     05  WS-IN-HEIGHT             PIC X(2) VALUE SPACES.
002340     05  WS-IN-HEIGHT-NUM REDEFINES WS-IN-HEIGHT
002350                                  PIC 9(2).
002360     05  WS-IN-WIDTH              PIC X(2) VALUE SPACES.
002370     05  WS-IN-WIDTH-NUM REDEFINES WS-IN-WIDTH
002380                                  PIC 9(2).
002390     05  WS-IN-TREE-COL           PIC X(2) VALUE SPACES.
002400     05  WS-IN-TREE-COL-NUM REDEFINES WS-IN-TREE-COL
002410                                  PIC 9(2).
002420     05  WS-IN-RIGHT-COL          PIC X(2) VALUE SPACES.
002430     05  WS-IN-RIGHT-COL-NUM REDEFINES WS-IN-RIGHT-COL
002440                                  PIC 9(2).
002450
002460 01  WS-ROSTER-INPUT.
002470     05  WS-IN-CONSOLE-ID         PIC X(8) VALUE SPACES.
002480     05  WS-IN-TERM-CLASS         PIC X(8) VALUE SPACES.
002490     05  WS-IN-ZONE               PIC X(8) VALUE SPACES.
002500
002510 SCREEN SECTION.
002520
002530* MENU-SCREEN - SESSION TOP LEVEL.  EVERYTHING COMES BACK HERE
002540* BETWEEN MAINTENANCE PASSES, AND THE MESSAGE FIELD CARRIES THE
002550* RESULT OF WHATEVER JUST HAPPENED (SAVED, CROSS-CHECK FAILED,
002560* UNSAVED CHANGES WARNING).
002570
002580 01 MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
002590 02 BLANK SCREEN.
002600 02 LINE 2 COL 10 VALUE 'TERM-MAINT - TERMINAL FILE MAINTENANCE'
002610     HIGHLIGHT.
002620 02 LINE 4 COL 10 VALUE '1  TERMINAL CLASS MAINTENANCE (TERMCFG)'.
002630 02 LINE 5 COL 10 VALUE '2  TERMINAL ROSTER MAINT (TERMROST)'.
002640 02 LINE 6 COL 10 VALUE 'S  SAVE BOTH FILES'.
002650 02 LINE 7 COL 10 VALUE 'X  EXIT'.
002660 02 LINE 9 COL 10 VALUE 'CHOICE:'.
002670 02 LINE 9 COL 18 PIC X USING WS-MENU-CHOICE AUTO.
002680 02 LINE 11 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
002690     FOREGROUND-COLOR 3 HIGHLIGHT.
002700
002710* CLASS-SCREEN - ONE TERMINAL CLASS RECORD'S WORTH OF FIELDS.
002720
002730 01 CLASS-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
002740 02 BLANK SCREEN.
002750 02 LINE 2 COL 10 VALUE 'TERMINAL CLASS MAINTENANCE' HIGHLIGHT.
002760 02 LINE 4 COL 10 VALUE 'ACTION (A=ADD C=CHG D=DEL Q=QUIT):'.
002770 02 LINE 4 COL 52 PIC X USING WS-ACTION-CODE AUTO.
002780 02 LINE 6 COL 10 VALUE 'CLASS CODE.......:'.
002790 02 LINE 6 COL 30 PIC X(8) USING WS-IN-CLASS-CODE.
002800 02 LINE 7 COL 10 VALUE 'SCREEN HEIGHT....:'.
002810 02 LINE 7 COL 30 PIC X(2) USING WS-IN-HEIGHT.
002820 02 LINE 8 COL 10 VALUE 'SNOW WIDTH.......:'.
002830 02 LINE 8 COL 30 PIC X(2) USING WS-IN-WIDTH.
002840 02 LINE 9 COL 10 VALUE 'TREE COL OFFSET..:'.
002850 02 LINE 9 COL 30 PIC X(2) USING WS-IN-TREE-COL.
002860 02 LINE 10 COL 10 VALUE 'RIGHT COL OFFSET.:'.
002870 02 LINE 10 COL 30 PIC X(2) USING WS-IN-RIGHT-COL.
002880 02 LINE 12 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
002890     FOREGROUND-COLOR 3 HIGHLIGHT.
002900
002910* ROSTER-SCREEN - ONE ROSTER ENTRY'S WORTH OF FIELDS.
002920
002930 01 ROSTER-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
002940 02 BLANK SCREEN.
002950 02 LINE 2 COL 10 VALUE 'TERMINAL ROSTER MAINTENANCE' HIGHLIGHT.
002960 02 LINE 4 COL 10 VALUE 'ACTION (A=ADD C=CHG D=DEL Q=QUIT):'.
002970 02 LINE 4 COL 52 PIC X USING WS-ACTION-CODE AUTO.
002980 02 LINE 6 COL 10 VALUE 'CONSOLE ID.......:'.
002990 02 LINE 6 COL 30 PIC X(8) USING WS-IN-CONSOLE-ID.
003000 02 LINE 7 COL 10 VALUE 'TERMINAL CLASS...:'.
003010 02 LINE 7 COL 30 PIC X(8) USING WS-IN-TERM-CLASS.
003020 02 LINE 8 COL 10 VALUE 'BUILDING ZONE....:'.
003030 02 LINE 8 COL 30 PIC X(8) USING WS-IN-ZONE.
003040 02 LINE 10 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
003050     FOREGROUND-COLOR 3 HIGHLIGHT.
003060
003070* SIGNON-SCREEN - THE SESSION'S FRONT DOOR.  NOTHING ELSE SHOWS
003080* UNTIL THE OPERATOR ID RESOLVES ON THE PROFILE FILE.
003090
003100 01 SIGNON-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
003110 02 BLANK SCREEN.
003120 02 LINE 2 COL 10 VALUE 'TERM-MAINT - OPERATOR SIGN-ON'
003130     HIGHLIGHT.
003140 02 LINE 5 COL 10 VALUE 'OPERATOR ID......:'.
003150 02 LINE 5 COL 30 PIC X(8) USING WS-SIGNON-ID AUTO.
003160 02 LINE 8 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
003170     FOREGROUND-COLOR 3 HIGHLIGHT.
003180
003190 PROCEDURE DIVISION.
003200*================================================================
003210* 0000-MAINLINE - LOAD BOTH FILES, RUN THE MENU UNTIL THE
003220* OPERATOR EXITS, STOP RUN.  SAVING IS A MENU ACTION SO NOTHING
003230* IS EVER WRITTEN BEHIND THE OPERATOR'S BACK.
003240*================================================================
003250 0000-MAINLINE.
003260     PERFORM 0500-SIGN-ON THRU 0500-EXIT
003270     IF NOT SIGNED-ON
003280         PERFORM 5000-TERMINATE THRU 5000-EXIT
003290         DISPLAY 'TERM-MAINT: SIGN-ON FAILED - SESSION ENDED'
003300         STOP RUN
003310     END-IF
003320     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003330     PERFORM 3000-MENU-LOOP THRU 3000-EXIT
003340         UNTIL SESSION-DONE
003350     PERFORM 5000-TERMINATE THRU 5000-EXIT
003360     STOP RUN.
003370
003380*----------------------------------------------------------------
003390* 0500-SIGN-ON - UP TO THREE TRIES AT AN OPERATOR ID THAT
003400* RESOLVES ON THE PROFILE FILE.  THE MATCHED NAME AND LEVEL
003410* GREET THE OPERATOR ON THE MENU; FAILURE LEAVES THE SESSION
003420* UNSIGNED AND THE MAINLINE ENDS IT.
003430*----------------------------------------------------------------
003440 0500-SIGN-ON.
003450     PERFORM 0510-ONE-SIGNON-PASS THRU 0510-EXIT
003460         UNTIL SIGNED-ON OR WS-SIGNON-TRIES >= 3.
003470 0500-EXIT.
003480     EXIT.
003490
003500 0510-ONE-SIGNON-PASS.
003510     MOVE SPACES TO WS-SIGNON-ID
003520     ACCEPT SIGNON-SCREEN
003530     MOVE SPACES TO WS-MESSAGE-LINE
003540     ADD 1 TO WS-SIGNON-TRIES
003550     IF WS-SIGNON-ID = SPACES
003560         MOVE 'OPERATOR ID IS REQUIRED' TO WS-MESSAGE-LINE
003570         GO TO 0510-EXIT
003580     END-IF
003590     PERFORM 0520-FIND-OPERATOR THRU 0520-EXIT
003600     IF NOT SIGNED-ON
003610         MOVE 'OPERATOR NOT ON THE PROFILE FILE'
003620             TO WS-MESSAGE-LINE
003630     END-IF.
003640 0510-EXIT.
003650     EXIT.
003660
003670 0520-FIND-OPERATOR.
003680     MOVE '00' TO WS-OPERPROF-STATUS
003690     OPEN INPUT OPERATOR-PROFILE-FILE
003700     IF NOT OPERPROF-OK
003710         MOVE 'NO OPERATOR PROFILE FILE - SEE SYSTEMS'
003720             TO WS-MESSAGE-LINE
003730         MOVE 3 TO WS-SIGNON-TRIES
003740         MOVE 'SGNFL' TO WS-ACCESS-TYPE
003750         MOVE 'NO OPERPROF' TO WS-ACC-DETAIL
003760         PERFORM 4410-LOG-ACCESS THRU 4410-EXIT
003770         GO TO 0520-EXIT
003780     END-IF
003790     PERFORM 0530-TEST-ONE-OPERATOR THRU 0530-EXIT
003800         UNTIL OPERPROF-EOF OR SIGNED-ON
003810     CLOSE OPERATOR-PROFILE-FILE
003820     IF SIGNED-ON
003830         MOVE 'SGNON' TO WS-ACCESS-TYPE
003840         MOVE 'LEVEL' TO WS-ACC-DETAIL
003850         MOVE WS-AUTH-LEVEL TO WS-ACC-DETAIL(7:1)
003860     ELSE
003870         MOVE 'SGNFL' TO WS-ACCESS-TYPE
003880         MOVE 'NOT ON FILE' TO WS-ACC-DETAIL
003890     END-IF
003900     PERFORM 4410-LOG-ACCESS THRU 4410-EXIT
003910     IF SIGNED-ON
003920         MOVE SPACES TO WS-MESSAGE-LINE
003930         IF WS-AUTH-LEVEL < 2
003940             STRING 'SIGNED ON ' DELIMITED BY SIZE
003950                 WS-OPER-ID DELIMITED BY SIZE
003960                 ' - VIEW ONLY' DELIMITED BY SIZE
003970                 INTO WS-MESSAGE-LINE
003980         ELSE
003990             STRING 'SIGNED ON ' DELIMITED BY SIZE
004000                 WS-OPER-ID DELIMITED BY SIZE
004010                 INTO WS-MESSAGE-LINE
004020         END-IF
004030     END-IF.
004040 0520-EXIT.
004050     EXIT.
004060
004070 0530-TEST-ONE-OPERATOR.
004080     READ OPERATOR-PROFILE-FILE
004090         AT END
004100             MOVE '10' TO WS-OPERPROF-STATUS
004110             GO TO 0530-EXIT
004120     END-READ
004130     IF OPR-OPER-ID OF OPERATOR-PROFILE-RECORD = WS-SIGNON-ID
004140         SET SIGNED-ON TO TRUE
004150         MOVE OPR-OPER-ID OF OPERATOR-PROFILE-RECORD
004160             TO WS-OPER-ID
004170         MOVE OPR-NAME OF OPERATOR-PROFILE-RECORD
004180             TO WS-OPER-NAME
004190         MOVE OPR-AUTH-LEVEL OF OPERATOR-PROFILE-RECORD
004200             TO WS-AUTH-LEVEL
004210     END-IF.
004220 0530-EXIT.
004230     EXIT.
004240
004250*----------------------------------------------------------------
004260* 1000-INITIALIZE - LOAD BOTH FILES INTO THE WORK TABLES.  A
004270* MISSING FILE JUST MEANS AN EMPTY TABLE - THE OPERATOR MAY BE
004280* BUILDING IT FOR THE FIRST TIME.
004290*----------------------------------------------------------------
004300 1000-INITIALIZE.
004310     PERFORM 1100-LOAD-CLASSES THRU 1100-EXIT
004320     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT.
004330 1000-EXIT.
004340     EXIT.
004350
004360 1100-LOAD-CLASSES.
004370     OPEN INPUT TERM-CONFIG-FILE
004380     IF NOT TERMCFG-OK
004390         GO TO 1100-EXIT
004400     END-IF
004410     PERFORM 1110-LOAD-ONE-CLASS THRU 1110-EXIT
004420         UNTIL TERMCFG-EOF OR WS-CLASS-COUNT >= MAX-CLASSES
004430* One probe read when the table filled - end of file here means
004440* the file fit exactly, not that anything was left behind.
004450     IF NOT TERMCFG-EOF
004460         READ TERM-CONFIG-FILE
004470             AT END
004480                 MOVE '10' TO WS-TERMCFG-STATUS
004490         END-READ
004500     END-IF
004510     IF NOT TERMCFG-EOF
004520         SET LOAD-OVERFLOWED TO TRUE
004530         MOVE 'TERMCFG LARGER THAN THE CLASS TABLE - SAVE IS '
004540             & 'LOCKED OUT' TO WS-MESSAGE-LINE
004550     END-IF
004560     CLOSE TERM-CONFIG-FILE.
004570 1100-EXIT.
004580     EXIT.
004590
004600 1110-LOAD-ONE-CLASS.
004610     READ TERM-CONFIG-FILE
004620         AT END
004630             MOVE '10' TO WS-TERMCFG-STATUS
004640             GO TO 1110-EXIT
004650     END-READ
004660     ADD 1 TO WS-CLASS-COUNT
004670     MOVE TERM-CLASS-CODE OF TERM-CONFIG-RECORD
004680         TO WS-CLS-CODE(WS-CLASS-COUNT)
004690     MOVE TERM-SCREEN-HEIGHT OF TERM-CONFIG-RECORD
004700         TO WS-CLS-HEIGHT(WS-CLASS-COUNT)
004710     MOVE TERM-SNOW-WIDTH OF TERM-CONFIG-RECORD
004720         TO WS-CLS-WIDTH(WS-CLASS-COUNT)
004730     MOVE TERM-TREE-COL-OFFSET OF TERM-CONFIG-RECORD
004740         TO WS-CLS-TREE-COL(WS-CLASS-COUNT)
004750     MOVE TERM-RIGHT-COL-OFFSET OF TERM-CONFIG-RECORD
004760         TO WS-CLS-RIGHT-COL(WS-CLASS-COUNT).
004770 1110-EXIT.
004780     EXIT.
004790
004800 1200-LOAD-ROSTER.
004810     OPEN INPUT TERMINAL-ROSTER-FILE
004820     IF NOT ROSTER-OK
004830         GO TO 1200-EXIT
004840     END-IF
004850     PERFORM 1210-LOAD-ONE-ROSTER THRU 1210-EXIT
004860         UNTIL ROSTER-EOF OR WS-ROSTER-COUNT >= MAX-ROSTER
004870* One probe read when the table filled - end of file here means
004880* the roster fit exactly, not that anything was left behind.
004890     IF NOT ROSTER-EOF
004900         READ TERMINAL-ROSTER-FILE
004910             AT END
004920                 MOVE '10' TO WS-ROSTER-STATUS
004930         END-READ
004940     END-IF
004950     IF NOT ROSTER-EOF
004960         SET LOAD-OVERFLOWED TO TRUE
004970         MOVE 'TERMROST LARGER THAN THE ROSTER TABLE - SAVE IS '
004980             & 'LOCKED OUT' TO WS-MESSAGE-LINE
004990     END-IF
005000     CLOSE TERMINAL-ROSTER-FILE.
005010 1200-EXIT.
005020     EXIT.
005030
005040 1210-LOAD-ONE-ROSTER.
005050     READ TERMINAL-ROSTER-FILE
005060         AT END
005070             MOVE '10' TO WS-ROSTER-STATUS
005080             GO TO 1210-EXIT
005090     END-READ
005100     ADD 1 TO WS-ROSTER-COUNT
005110     MOVE TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
005120         TO WS-ROS-CONSOLE-ID(WS-ROSTER-COUNT)
005130     MOVE TR-TERM-CLASS OF TERMINAL-ROSTER-RECORD
005140         TO WS-ROS-TERM-CLASS(WS-ROSTER-COUNT)
005150     MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
005160         TO WS-ROS-ZONE(WS-ROSTER-COUNT).
005170 1210-EXIT.
005180     EXIT.
005190
005200*----------------------------------------------------------------
005210* 3000-MENU-LOOP - ONE TRIP THROUGH THE MENU.  EXIT WITH UNSAVED
005220* CHANGES WARNS ONCE; A SECOND X ABANDONS THE SESSION.
005230*----------------------------------------------------------------
005240 3000-MENU-LOOP.
005250     MOVE SPACE TO WS-MENU-CHOICE
005260     ACCEPT MENU-SCREEN
005270     MOVE SPACES TO WS-MESSAGE-LINE
005280     EVALUATE TRUE
005290         WHEN MENU-CLASS-MAINT
005300             MOVE 'N' TO WS-EXIT-WARNED-SWITCH
005310             PERFORM 3200-CLASS-MAINT THRU 3200-EXIT
005320         WHEN MENU-ROSTER-MAINT
005330             MOVE 'N' TO WS-EXIT-WARNED-SWITCH
005340             PERFORM 3300-ROSTER-MAINT THRU 3300-EXIT
005350         WHEN MENU-SAVE
005360             MOVE 'N' TO WS-EXIT-WARNED-SWITCH
005370             PERFORM 4000-SAVE-FILES THRU 4000-EXIT
005380         WHEN MENU-EXIT
005390             IF CHANGES-UNSAVED AND NOT EXIT-WARNED
005400                 MOVE 'UNSAVED CHANGES - S TO SAVE, X AGAIN TO '
005410                     & 'ABANDON' TO WS-MESSAGE-LINE
005420                 SET EXIT-WARNED TO TRUE
005430             ELSE
005440                 SET SESSION-DONE TO TRUE
005450             END-IF
005460         WHEN OTHER
005470             MOVE 'ENTER 1, 2, S OR X' TO WS-MESSAGE-LINE
005480     END-EVALUATE.
005490 3000-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530* 3200-CLASS-MAINT - ACCEPT CLASS SCREENS UNTIL THE OPERATOR
005540* QUITS BACK TO THE MENU.  THE INPUT FIELDS KEEP WHAT WAS LAST
005550* TYPED, SO A CHANGE ACTION ENTERS A FULL NEW SET OF VALUES FOR
005560* THE NAMED CLASS RATHER THAN EDITING THE STORED ONES IN PLACE.
005570*----------------------------------------------------------------
005580 3200-CLASS-MAINT.
005590     MOVE SPACE TO WS-ACTION-CODE
005600     MOVE SPACES TO WS-CLASS-INPUT
005610     PERFORM 3210-ONE-CLASS-PASS THRU 3210-EXIT
005620         UNTIL ACTION-QUIT.
005630 3200-EXIT.
005640     EXIT.
005650
005660 3210-ONE-CLASS-PASS.
005670     ACCEPT CLASS-SCREEN
005680     MOVE SPACES TO WS-MESSAGE-LINE
005690     IF ACTION-QUIT
005700         GO TO 3210-EXIT
005710     END-IF
005720     IF WS-IN-CLASS-CODE = SPACES
005730         MOVE 'CLASS CODE IS REQUIRED' TO WS-MESSAGE-LINE
005740         GO TO 3210-EXIT
005750     END-IF
005760     PERFORM 3230-FIND-CLASS THRU 3230-EXIT
005770     EVALUATE TRUE
005780         WHEN ACTION-ADD
005790             PERFORM 3240-ADD-CLASS THRU 3240-EXIT
005800         WHEN ACTION-CHANGE
005810             PERFORM 3250-CHANGE-CLASS THRU 3250-EXIT
005820         WHEN ACTION-DELETE
005830             PERFORM 3260-DELETE-CLASS THRU 3260-EXIT
005840         WHEN OTHER
005850             MOVE 'ACTION MUST BE A, C, D OR Q'
005860                 TO WS-MESSAGE-LINE
005870     END-EVALUATE.
005880 3210-EXIT.
005890     EXIT.
005900
005910*----------------------------------------------------------------
005920* 3220-VALIDATE-CLASS-FIELDS - THE SIZES MUST BE NUMERIC, THE
005930* HEIGHT WITHIN THE PHYSICAL SCREEN, AND THE SNOW WIDTH WITHIN
005940* THE WIDTH THE BUFFERS ARE BUILT TO.
005950*----------------------------------------------------------------
005960 3220-VALIDATE-CLASS-FIELDS.
005970     MOVE 'N' TO WS-VALID-SWITCH
005980     IF WS-IN-HEIGHT NOT NUMERIC
005990             OR WS-IN-WIDTH NOT NUMERIC
006000             OR WS-IN-TREE-COL NOT NUMERIC
006010             OR WS-IN-RIGHT-COL NOT NUMERIC
006020         MOVE 'SIZES AND OFFSETS MUST BE NUMERIC'
006030             TO WS-MESSAGE-LINE
006040         GO TO 3220-EXIT
006050     END-IF
006060     IF WS-IN-HEIGHT-NUM = ZERO
006070             OR WS-IN-HEIGHT-NUM > MAX-SNOW-HEIGHT
006080         MOVE 'SCREEN HEIGHT MUST BE 01 THRU 23'
006090             TO WS-MESSAGE-LINE
006100         GO TO 3220-EXIT
006110     END-IF
006120     IF WS-IN-WIDTH-NUM = ZERO
006130             OR WS-IN-WIDTH-NUM > MAX-OFFSET
006140         MOVE 'SNOW WIDTH MUST BE 01 THRU 40'
006150             TO WS-MESSAGE-LINE
006160         GO TO 3220-EXIT
006170     END-IF
006180     SET FIELDS-VALID TO TRUE.
006190 3220-EXIT.
006200     EXIT.
006210
006220*----------------------------------------------------------------
006230* 3230-FIND-CLASS - LOOK UP WS-IN-CLASS-CODE IN THE CLASS TABLE.
006240* LEAVES WS-SLOT POINTING AT THE MATCH WHEN ENTRY-FOUND.
006250*----------------------------------------------------------------
006260 3230-FIND-CLASS.
006270     MOVE 'N' TO WS-FOUND-SWITCH
006280     MOVE ZERO TO WS-SLOT
006290     PERFORM 3235-TEST-CLASS-ROW THRU 3235-EXIT
006300         VARYING WS-IDX FROM 1 BY 1
006310         UNTIL WS-IDX > WS-CLASS-COUNT OR ENTRY-FOUND.
006320 3230-EXIT.
006330     EXIT.
006340
006350 3235-TEST-CLASS-ROW.
006360     IF WS-CLS-CODE(WS-IDX) = WS-IN-CLASS-CODE
006370         MOVE WS-IDX TO WS-SLOT
006380         SET ENTRY-FOUND TO TRUE
006390     END-IF.
006400 3235-EXIT.
006410     EXIT.
006420
006430 3240-ADD-CLASS.
006440     IF ENTRY-FOUND
006450         MOVE 'CLASS ALREADY EXISTS - USE C TO CHANGE'
006460             TO WS-MESSAGE-LINE
006470         GO TO 3240-EXIT
006480     END-IF
006490     IF WS-CLASS-COUNT >= MAX-CLASSES
006500         MOVE 'CLASS TABLE IS FULL' TO WS-MESSAGE-LINE
006510         GO TO 3240-EXIT
006520     END-IF
006530     PERFORM 3220-VALIDATE-CLASS-FIELDS THRU 3220-EXIT
006540     IF NOT FIELDS-VALID
006550         GO TO 3240-EXIT
006560     END-IF
006570     ADD 1 TO WS-CLASS-COUNT
006580     MOVE WS-CLASS-COUNT TO WS-SLOT
006590     PERFORM 3270-STORE-CLASS-FIELDS THRU 3270-EXIT
006600     SET CHANGES-UNSAVED TO TRUE
006610     MOVE 'CLASS ADDED' TO WS-MESSAGE-LINE.
006620 3240-EXIT.
006630     EXIT.
006640
006650 3250-CHANGE-CLASS.
006660     IF NOT ENTRY-FOUND
006670         MOVE 'CLASS NOT ON FILE - USE A TO ADD'
006680             TO WS-MESSAGE-LINE
006690         GO TO 3250-EXIT
006700     END-IF
006710     PERFORM 3220-VALIDATE-CLASS-FIELDS THRU 3220-EXIT
006720     IF NOT FIELDS-VALID
006730         GO TO 3250-EXIT
006740     END-IF
006750     PERFORM 3270-STORE-CLASS-FIELDS THRU 3270-EXIT
006760     SET CHANGES-UNSAVED TO TRUE
006770     MOVE 'CLASS CHANGED' TO WS-MESSAGE-LINE.
006780 3250-EXIT.
006790     EXIT.
006800
006810*----------------------------------------------------------------
006820* 3260-DELETE-CLASS - A CLASS STILL NAMED BY A ROSTER ENTRY MAY
006830* NOT BE DELETED; THAT WOULD MANUFACTURE EXACTLY THE DANGLING
006840* REFERENCE THE SAVE-TIME CROSS-CHECK EXISTS TO PREVENT.
006850*----------------------------------------------------------------
006860 3260-DELETE-CLASS.
006870     IF NOT ENTRY-FOUND
006880         MOVE 'CLASS NOT ON FILE' TO WS-MESSAGE-LINE
006890         GO TO 3260-EXIT
006900     END-IF
006910     PERFORM 3265-CHECK-CLASS-IN-USE THRU 3265-EXIT
006920         VARYING WS-ROS-IDX FROM 1 BY 1
006930         UNTIL WS-ROS-IDX > WS-ROSTER-COUNT
006940     IF WS-MESSAGE-LINE NOT = SPACES
006950         GO TO 3260-EXIT
006960     END-IF
006970     PERFORM 3280-SQUEEZE-CLASS-TABLE THRU 3280-EXIT
006980         VARYING WS-IDX FROM WS-SLOT BY 1
006990         UNTIL WS-IDX >= WS-CLASS-COUNT
007000     SUBTRACT 1 FROM WS-CLASS-COUNT
007010     SET CHANGES-UNSAVED TO TRUE
007020     MOVE 'CLASS DELETED' TO WS-MESSAGE-LINE.
007030 3260-EXIT.
007040     EXIT.
007050
007060 3265-CHECK-CLASS-IN-USE.
007070     IF WS-ROS-TERM-CLASS(WS-ROS-IDX) = WS-IN-CLASS-CODE
007080         MOVE 'CLASS IS IN USE ON THE ROSTER - NOT DELETED'
007090             TO WS-MESSAGE-LINE
007100     END-IF.
007110 3265-EXIT.
007120     EXIT.
007130
007140 3270-STORE-CLASS-FIELDS.
007150     MOVE WS-IN-CLASS-CODE TO WS-CLS-CODE(WS-SLOT)
007160     MOVE WS-IN-HEIGHT-NUM TO WS-CLS-HEIGHT(WS-SLOT)
007170     MOVE WS-IN-WIDTH-NUM TO WS-CLS-WIDTH(WS-SLOT)
007180     MOVE WS-IN-TREE-COL-NUM TO WS-CLS-TREE-COL(WS-SLOT)
007190     MOVE WS-IN-RIGHT-COL-NUM TO WS-CLS-RIGHT-COL(WS-SLOT).
007200 3270-EXIT.
007210     EXIT.
007220
007230 3280-SQUEEZE-CLASS-TABLE.
007240     MOVE WS-CLASS-ENTRY(WS-IDX + 1) TO WS-CLASS-ENTRY(WS-IDX).
007250 3280-EXIT.
007260     EXIT.
007270
007280*----------------------------------------------------------------
007290* 3300-ROSTER-MAINT - ACCEPT ROSTER SCREENS UNTIL THE OPERATOR
007300* QUITS BACK TO THE MENU.
007310*----------------------------------------------------------------
007320 3300-ROSTER-MAINT.
007330     MOVE SPACE TO WS-ACTION-CODE
007340     MOVE SPACES TO WS-ROSTER-INPUT
007350     PERFORM 3310-ONE-ROSTER-PASS THRU 3310-EXIT
007360         UNTIL ACTION-QUIT.
007370 3300-EXIT.
007380     EXIT.
007390
007400 3310-ONE-ROSTER-PASS.
007410     ACCEPT ROSTER-SCREEN
007420     MOVE SPACES TO WS-MESSAGE-LINE
007430     IF ACTION-QUIT
007440         GO TO 3310-EXIT
007450     END-IF
007460     IF WS-IN-CONSOLE-ID = SPACES
007470         MOVE 'CONSOLE ID IS REQUIRED' TO WS-MESSAGE-LINE
007480         GO TO 3310-EXIT
007490     END-IF
007500     PERFORM 3330-FIND-ROSTER THRU 3330-EXIT
007510     EVALUATE TRUE
007520         WHEN ACTION-ADD
007530             PERFORM 3340-ADD-ROSTER THRU 3340-EXIT
007540         WHEN ACTION-CHANGE
007550             PERFORM 3350-CHANGE-ROSTER THRU 3350-EXIT
007560         WHEN ACTION-DELETE
007570             PERFORM 3360-DELETE-ROSTER THRU 3360-EXIT
007580         WHEN OTHER
007590             MOVE 'ACTION MUST BE A, C, D OR Q'
007600                 TO WS-MESSAGE-LINE
007610     END-EVALUATE.
007620 3310-EXIT.
007630     EXIT.
007640
007650*----------------------------------------------------------------
007660* 3320-VALIDATE-ROSTER-FIELDS - THE TERM CLASS ON A NEW OR
007670* CHANGED ROSTER ENTRY MUST ALREADY RESOLVE TO A CLASS ROW, THE
007680* SAME RULE THE SAVE-TIME CROSS-CHECK ENFORCES FILE-WIDE.  THE
007690* ZONE, WHEN GIVEN, MUST NOT BE MISTAKEN FOR A TARGET OF ANOTHER
007700* KIND - NOT ALL, NOT A CONSOLE ID - AND THE CONSOLE ID MUST NOT
007710* BE A ZONE ALREADY IN USE.
007720*----------------------------------------------------------------
007730 3320-VALIDATE-ROSTER-FIELDS.
007740     MOVE 'N' TO WS-VALID-SWITCH
007750     IF WS-IN-TERM-CLASS = SPACES
007760         MOVE 'TERMINAL CLASS IS REQUIRED' TO WS-MESSAGE-LINE
007770         GO TO 3320-EXIT
007780     END-IF
007790     MOVE 'N' TO WS-FOUND-SWITCH
007800     PERFORM 3325-TEST-CLASS-EXISTS THRU 3325-EXIT
007810         VARYING WS-IDX FROM 1 BY 1
007820         UNTIL WS-IDX > WS-CLASS-COUNT OR ENTRY-FOUND
007830     IF NOT ENTRY-FOUND
007840         MOVE 'NO SUCH TERMINAL CLASS ON TERMCFG'
007850             TO WS-MESSAGE-LINE
007860         GO TO 3320-EXIT
007870     END-IF
007880     IF WS-IN-ZONE = 'ALL     '
007890         MOVE 'ZONE MAY NOT BE ALL - ALL IS THE WHOLE FLEET'
007900             TO WS-MESSAGE-LINE
007910         GO TO 3320-EXIT
007920     END-IF
007930     MOVE 'N' TO WS-FOUND-SWITCH
007940     IF WS-IN-ZONE NOT = SPACES
007950         IF WS-IN-ZONE = WS-IN-CONSOLE-ID
007960             SET ENTRY-FOUND TO TRUE
007970         END-IF
007980         PERFORM 3326-TEST-ZONE-CLASH THRU 3326-EXIT
007990             VARYING WS-IDX FROM 1 BY 1
008000             UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND
008010     END-IF
008020     IF ENTRY-FOUND
008030         MOVE 'ZONE CODE IS ALREADY A CONSOLE ID'
008040             TO WS-MESSAGE-LINE
008050         GO TO 3320-EXIT
008060     END-IF
008070     PERFORM 3327-TEST-CONSOLE-CLASH THRU 3327-EXIT
008080         VARYING WS-IDX FROM 1 BY 1
008090         UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND
008100     IF ENTRY-FOUND
008110         MOVE 'CONSOLE ID IS ALREADY A ZONE CODE'
008120             TO WS-MESSAGE-LINE
008130         GO TO 3320-EXIT
008140     END-IF
008150     SET FIELDS-VALID TO TRUE.
008160 3320-EXIT.
008170     EXIT.
008180
008190 3325-TEST-CLASS-EXISTS.
008200     IF WS-CLS-CODE(WS-IDX) = WS-IN-TERM-CLASS
008210         SET ENTRY-FOUND TO TRUE
008220     END-IF.
008230 3325-EXIT.
008240     EXIT.
008250
008260 3326-TEST-ZONE-CLASH.
008270     IF WS-ROS-CONSOLE-ID(WS-IDX) = WS-IN-ZONE
008280         SET ENTRY-FOUND TO TRUE
008290     END-IF.
008300 3326-EXIT.
008310     EXIT.
008320
008330 3327-TEST-CONSOLE-CLASH.
008340     IF WS-ROS-ZONE(WS-IDX) = WS-IN-CONSOLE-ID
008350         SET ENTRY-FOUND TO TRUE
008360     END-IF.
008370 3327-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------
008410* 3330-FIND-ROSTER - LOOK UP WS-IN-CONSOLE-ID IN THE ROSTER
008420* TABLE.  LEAVES WS-SLOT POINTING AT THE MATCH WHEN ENTRY-FOUND.
008430*----------------------------------------------------------------
008440 3330-FIND-ROSTER.
008450     MOVE 'N' TO WS-FOUND-SWITCH
008460     MOVE ZERO TO WS-SLOT
008470     PERFORM 3335-TEST-ROSTER-ROW THRU 3335-EXIT
008480         VARYING WS-IDX FROM 1 BY 1
008490         UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND.
008500 3330-EXIT.
008510     EXIT.
008520
008530 3335-TEST-ROSTER-ROW.
008540     IF WS-ROS-CONSOLE-ID(WS-IDX) = WS-IN-CONSOLE-ID
008550         MOVE WS-IDX TO WS-SLOT
008560         SET ENTRY-FOUND TO TRUE
008570     END-IF.
008580 3335-EXIT.
008590     EXIT.
008600
008610 3340-ADD-ROSTER.
008620     IF ENTRY-FOUND
008630         MOVE 'CONSOLE ALREADY ON ROSTER - USE C TO CHANGE'
008640             TO WS-MESSAGE-LINE
008650         GO TO 3340-EXIT
008660     END-IF
008670     IF WS-ROSTER-COUNT >= MAX-ROSTER
008680         MOVE 'ROSTER TABLE IS FULL' TO WS-MESSAGE-LINE
008690         GO TO 3340-EXIT
008700     END-IF
008710     PERFORM 3320-VALIDATE-ROSTER-FIELDS THRU 3320-EXIT
008720     IF NOT FIELDS-VALID
008730         GO TO 3340-EXIT
008740     END-IF
008750     ADD 1 TO WS-ROSTER-COUNT
008760     MOVE WS-ROSTER-COUNT TO WS-SLOT
008770     MOVE WS-IN-CONSOLE-ID TO WS-ROS-CONSOLE-ID(WS-SLOT)
008780     MOVE WS-IN-TERM-CLASS TO WS-ROS-TERM-CLASS(WS-SLOT)
008790     MOVE WS-IN-ZONE TO WS-ROS-ZONE(WS-SLOT)
008800     SET CHANGES-UNSAVED TO TRUE
008810     MOVE 'CONSOLE ADDED' TO WS-MESSAGE-LINE.
008820 3340-EXIT.
008830     EXIT.
008840
008850 3350-CHANGE-ROSTER.
008860     IF NOT ENTRY-FOUND
008870         MOVE 'CONSOLE NOT ON ROSTER - USE A TO ADD'
008880             TO WS-MESSAGE-LINE
008890         GO TO 3350-EXIT
008900     END-IF
008910     PERFORM 3320-VALIDATE-ROSTER-FIELDS THRU 3320-EXIT
008920     IF NOT FIELDS-VALID
008930         GO TO 3350-EXIT
008940     END-IF
008950     MOVE WS-IN-TERM-CLASS TO WS-ROS-TERM-CLASS(WS-SLOT)
008960     MOVE WS-IN-ZONE TO WS-ROS-ZONE(WS-SLOT)
008970     SET CHANGES-UNSAVED TO TRUE
008980     MOVE 'CONSOLE CHANGED' TO WS-MESSAGE-LINE.
008990 3350-EXIT.
009000     EXIT.
009010
009020 3360-DELETE-ROSTER.
009030     IF NOT ENTRY-FOUND
009040         MOVE 'CONSOLE NOT ON ROSTER' TO WS-MESSAGE-LINE
009050         GO TO 3360-EXIT
009060     END-IF
009070     PERFORM 3370-SQUEEZE-ROSTER-TABLE THRU 3370-EXIT
009080         VARYING WS-IDX FROM WS-SLOT BY 1
009090         UNTIL WS-IDX >= WS-ROSTER-COUNT
009100     SUBTRACT 1 FROM WS-ROSTER-COUNT
009110     SET CHANGES-UNSAVED TO TRUE
009120     MOVE 'CONSOLE DELETED' TO WS-MESSAGE-LINE.
009130 3360-EXIT.
009140     EXIT.
009150
009160 3370-SQUEEZE-ROSTER-TABLE.
009170     MOVE WS-ROSTER-ENTRY(WS-IDX + 1) TO WS-ROSTER-ENTRY(WS-IDX).
009180 3370-EXIT.
009190     EXIT.
009200
009210*----------------------------------------------------------------
009220* 4000-SAVE-FILES - THE HARD CROSS-CHECK, THEN THE REWRITE.  IF
009230* ANY ROSTER ENTRY NAMES A CLASS WITH NO TERMCFG ROW, NEITHER
009240* FILE IS WRITTEN AND THE OPERATOR IS TOLD HOW MANY ENTRIES ARE
009250* DANGLING.  IN-SESSION VALIDATION SHOULD MAKE THIS IMPOSSIBLE,
009260* BUT THE FILES MAY HAVE ARRIVED HAND-EDITED AND BROKEN.
009270* A ZONE CODE THAT IS ALL OR A CONSOLE ID STOPS THE SAVE THE SAME
009280* WAY - A COMMAND FOR IT COULD NOT TELL WHICH WAS MEANT.
009290*----------------------------------------------------------------
009300 4000-SAVE-FILES.
009310     IF WS-AUTH-LEVEL < 2
009320         MOVE 'VIEW-ONLY OPERATOR - NOT AUTHORIZED TO SAVE'
009330             TO WS-MESSAGE-LINE
009340         MOVE 'REFUS' TO WS-ACCESS-TYPE
009350         MOVE 'SAVE' TO WS-ACC-DETAIL
009360         PERFORM 4410-LOG-ACCESS THRU 4410-EXIT
009370         GO TO 4000-EXIT
009380     END-IF
009390     IF LOAD-OVERFLOWED
009400         MOVE 'FILES LARGER THAN THE TABLES - NOT SAVED'
009410             TO WS-MESSAGE-LINE
009420         GO TO 4000-EXIT
009430     END-IF
009440     PERFORM 4100-CROSS-CHECK-ROSTER THRU 4100-EXIT
009450     IF WS-ERROR-COUNT > ZERO
009460         MOVE 'CROSS-CHECK FAILED - ROSTER CLASS(ES) NOT ON '
009470             & 'TERMCFG - NOT SAVED' TO WS-MESSAGE-LINE
009480         GO TO 4000-EXIT
009490     END-IF
009500     IF WS-ZONE-ERROR-COUNT > ZERO
009510         MOVE 'ZONE CODE(S) CLASH WITH ALL OR A CONSOLE ID - '
009520             & 'NOT SAVED' TO WS-MESSAGE-LINE
009530         GO TO 4000-EXIT
009540     END-IF
009550     MOVE 'Y' TO WS-SAVE-OK-SWITCH
009560     PERFORM 4200-WRITE-CLASSES THRU 4200-EXIT
009570     IF NOT SAVE-PASS-OK
009580         GO TO 4000-EXIT
009590     END-IF
009600     PERFORM 4300-WRITE-ROSTER THRU 4300-EXIT
009610     IF NOT SAVE-PASS-OK
009620         GO TO 4000-EXIT
009630     END-IF
009640     MOVE 'N' TO WS-DIRTY-SWITCH
009650     PERFORM 4400-LOG-SAVE THRU 4400-EXIT
009660     MOVE 'BOTH FILES SAVED' TO WS-MESSAGE-LINE.
009670 4000-EXIT.
009680     EXIT.
009690
009700*----------------------------------------------------------------
009710* 4400-LOG-SAVE - STAMP THE SAVE ON THE SNOWFALL LOG WITH THE
009720* SIGNED-ON OPERATOR ID, THROUGH THE SAME OPEN-EXTEND PATH
009730* MERRY-COBOL USES (OPEN OUTPUT CREATES THE LOG ON A VIRGIN
009740* INSTALLATION).  A LOG THAT CANNOT BE OPENED DOES NOT UNDO
009750* THE SAVE - THE FILES ARE ALREADY WRITTEN - BUT THE OPERATOR
009760* IS TOLD THE AUDIT STAMP IS MISSING.
009770*----------------------------------------------------------------
009780 4400-LOG-SAVE.
009790     MOVE '00' TO WS-SNOWLOG-STATUS
009800     OPEN EXTEND SNOWFALL-LOG-FILE
009810     IF SNOWLOG-NOT-FOUND
009820         OPEN OUTPUT SNOWFALL-LOG-FILE
009830     END-IF
009840     IF NOT SNOWLOG-OK
009850         MOVE 'SAVED, BUT THE LOG STAMP COULD NOT BE WRITTEN'
009860             TO WS-MESSAGE-LINE
009870         GO TO 4400-EXIT
009880     END-IF
009890     MOVE 'MAINT' TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
009900     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
009910     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
009920     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
009930     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
009940     MOVE WS-OPER-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
009950     MOVE 'TERMCFG/TERMROST SAVED'
009960         TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
009970     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
009980         FROM DATE YYYYMMDD
009990     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
010000         FROM TIME
010010     WRITE SNOWFALL-LOG-RECORD
010020     CLOSE SNOWFALL-LOG-FILE.
010030 4400-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------
010070* 4410-LOG-ACCESS - STAMP A SIGN-ON OR A REFUSAL ON THE SNOWFALL
010080* LOG UNDER THE ID TYPED AT SIGN-ON, TYPE WS-ACCESS-TYPE AND
010090* REASON WS-ACCESS-REASON, THROUGH THE SAME OPEN-EXTEND PATH AS
010100* 4400-LOG-SAVE.  A LOG THAT CANNOT BE OPENED IS PASSED OVER -
010110* THE MESSAGE LINE ALREADY CARRIES THE SIGN-ON OR REFUSAL, AND
010120* NEITHER IS UNDONE BY A MISSING STAMP.
010130*----------------------------------------------------------------
010140 4410-LOG-ACCESS.
010150     MOVE '00' TO WS-SNOWLOG-STATUS
010160     OPEN EXTEND SNOWFALL-LOG-FILE
010170     IF SNOWLOG-NOT-FOUND
010180         OPEN OUTPUT SNOWFALL-LOG-FILE
010190     END-IF
010200     IF NOT SNOWLOG-OK
010210         GO TO 4410-EXIT
010220     END-IF
010230     MOVE WS-ACCESS-TYPE TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
010240     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
010250     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
010260     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
010270     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
010280     MOVE WS-SIGNON-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
010290     MOVE WS-ACCESS-REASON
010300         TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
010310     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
010320         FROM DATE YYYYMMDD
010330     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
010340         FROM TIME
010350     WRITE SNOWFALL-LOG-RECORD
010360     CLOSE SNOWFALL-LOG-FILE.
010370 4410-EXIT.
010380     EXIT.
010390
010400 4100-CROSS-CHECK-ROSTER.
010410     MOVE ZERO TO WS-ERROR-COUNT
010420     MOVE ZERO TO WS-ZONE-ERROR-COUNT
010430     PERFORM 4110-CHECK-ONE-ROSTER THRU 4110-EXIT
010440         VARYING WS-ROS-IDX FROM 1 BY 1
010450         UNTIL WS-ROS-IDX > WS-ROSTER-COUNT.
010460 4100-EXIT.
010470     EXIT.
010480
010490 4110-CHECK-ONE-ROSTER.
010500     MOVE 'N' TO WS-FOUND-SWITCH
010510     MOVE WS-ROS-TERM-CLASS(WS-ROS-IDX) TO WS-IN-TERM-CLASS
010520     PERFORM 3325-TEST-CLASS-EXISTS THRU 3325-EXIT
010530         VARYING WS-IDX FROM 1 BY 1
010540         UNTIL WS-IDX > WS-CLASS-COUNT OR ENTRY-FOUND
010550     IF NOT ENTRY-FOUND
010560         ADD 1 TO WS-ERROR-COUNT
010570     END-IF
010580     MOVE 'N' TO WS-FOUND-SWITCH
010590     MOVE WS-ROS-ZONE(WS-ROS-IDX) TO WS-IN-ZONE
010600     IF WS-IN-ZONE = SPACES
010610         GO TO 4110-EXIT
010620     END-IF
010630     IF WS-IN-ZONE = 'ALL     '
010640         SET ENTRY-FOUND TO TRUE
010650     END-IF
010660     PERFORM 3326-TEST-ZONE-CLASH THRU 3326-EXIT
010670         VARYING WS-IDX FROM 1 BY 1
010680         UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND
010690     IF ENTRY-FOUND
010700         ADD 1 TO WS-ZONE-ERROR-COUNT
010710     END-IF.
010720 4110-EXIT.
010730     EXIT.
010740
010750*----------------------------------------------------------------
010760* 4200-WRITE-CLASSES - REWRITE TERMCFG FROM THE CLASS TABLE.  AN
010770* OPEN OR WRITE FAILURE PUTS THE STATUS ON THE MESSAGE LINE AND
010780* DROPS SAVE-PASS-OK, SO 4000 LEAVES THE SESSION MARKED UNSAVED
010790* INSTEAD OF QUIETLY DISCARDING THE OPERATOR'S WORK.
010800*----------------------------------------------------------------
010810 4200-WRITE-CLASSES.
010820     OPEN OUTPUT TERM-CONFIG-FILE
010830     IF NOT TERMCFG-OK
010840         PERFORM 4220-FLAG-CLASS-SAVE-FAIL THRU 4220-EXIT
010850         GO TO 4200-EXIT
010860     END-IF
010870     PERFORM 4210-WRITE-ONE-CLASS THRU 4210-EXIT
010880         VARYING WS-IDX FROM 1 BY 1
010890         UNTIL WS-IDX > WS-CLASS-COUNT
010900             OR NOT SAVE-PASS-OK
010910     CLOSE TERM-CONFIG-FILE.
010920 4200-EXIT.
010930     EXIT.
010940
010950 4220-FLAG-CLASS-SAVE-FAIL.
010960     MOVE 'N' TO WS-SAVE-OK-SWITCH
010970     MOVE SPACES TO WS-MESSAGE-LINE
010980     STRING 'TERMCFG SAVE FAILED, STATUS=' DELIMITED BY SIZE
010990         WS-TERMCFG-STATUS DELIMITED BY SIZE
011000         ' - NOT SAVED' DELIMITED BY SIZE
011010         INTO WS-MESSAGE-LINE.
011020 4220-EXIT.
011030     EXIT.
011040
011050 4210-WRITE-ONE-CLASS.
011060     MOVE WS-CLS-CODE(WS-IDX)
011070         TO TERM-CLASS-CODE OF TERM-CONFIG-RECORD
011080     MOVE WS-CLS-HEIGHT(WS-IDX)
011090         TO TERM-SCREEN-HEIGHT OF TERM-CONFIG-RECORD
011100     MOVE WS-CLS-WIDTH(WS-IDX)
011110         TO TERM-SNOW-WIDTH OF TERM-CONFIG-RECORD
011120     MOVE WS-CLS-TREE-COL(WS-IDX)
011130         TO TERM-TREE-COL-OFFSET OF TERM-CONFIG-RECORD
011140     MOVE WS-CLS-RIGHT-COL(WS-IDX)
011150         TO TERM-RIGHT-COL-OFFSET OF TERM-CONFIG-RECORD
011160     WRITE TERM-CONFIG-RECORD
011170     IF NOT TERMCFG-OK
011180         PERFORM 4220-FLAG-CLASS-SAVE-FAIL THRU 4220-EXIT
011190     END-IF.
011200 4210-EXIT.
011210     EXIT.
011220
011230 4300-WRITE-ROSTER.
011240     OPEN OUTPUT TERMINAL-ROSTER-FILE
011250     IF NOT ROSTER-OK
011260         PERFORM 4320-FLAG-ROSTER-SAVE-FAIL THRU 4320-EXIT
011270         GO TO 4300-EXIT
011280     END-IF
011290     PERFORM 4310-WRITE-ONE-ROSTER THRU 4310-EXIT
011300         VARYING WS-IDX FROM 1 BY 1
011310         UNTIL WS-IDX > WS-ROSTER-COUNT
011320             OR NOT SAVE-PASS-OK
011330     CLOSE TERMINAL-ROSTER-FILE.
011340 4300-EXIT.
011350     EXIT.
011360
011370 4320-FLAG-ROSTER-SAVE-FAIL.
011380     MOVE 'N' TO WS-SAVE-OK-SWITCH
011390     MOVE SPACES TO WS-MESSAGE-LINE
011400     STRING 'TERMROST SAVE FAILED, STATUS=' DELIMITED BY SIZE
011410         WS-ROSTER-STATUS DELIMITED BY SIZE
011420         ' - NOT SAVED' DELIMITED BY SIZE
011430         INTO WS-MESSAGE-LINE.
011440 4320-EXIT.
011450     EXIT.
011460
011470 4310-WRITE-ONE-ROSTER.
011480     MOVE WS-ROS-CONSOLE-ID(WS-IDX)
011490         TO TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
011500     MOVE WS-ROS-TERM-CLASS(WS-IDX)
011510         TO TR-TERM-CLASS OF TERMINAL-ROSTER-RECORD
011520     MOVE WS-ROS-ZONE(WS-IDX)
011530         TO TR-ZONE OF TERMINAL-ROSTER-RECORD
011540     WRITE TERMINAL-ROSTER-RECORD
011550     IF NOT ROSTER-OK
011560         PERFORM 4320-FLAG-ROSTER-SAVE-FAIL THRU 4320-EXIT
011570     END-IF.
011580 4310-EXIT.
011590     EXIT.
011600
011610*----------------------------------------------------------------
011620* 5000-TERMINATE - CLEAR THE SCREEN ON THE WAY OUT.
011630*----------------------------------------------------------------
011640 5000-TERMINATE.
011650     DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS.
011660 5000-EXIT.
011670     EXIT.
011680
011690 END PROGRAM TERM-MAINT.
