000310*                     NOT ON THE FILE, OR NO FILE AT ALL, ENDS
000320*                     THE SESSION, THE SAME FAIL-CLOSED RULE AS
000330*                     TERM-MAINT.
000340*   10/15/2026 DH    BUILDING ZONES.  EACH LINE NOW SHOWS THE
000350*                     CONSOLE'S ROSTER ZONE, AND THE SCREEN CAN BE
000360*                     NARROWED TO ONE ZONE - "Z" STEPS FROM THE
000370*                     WHOLE FLEET THROUGH EACH ZONE ON THE ROSTER
000380*                     AND BACK.  A SUPERVISOR WHOSE PROFILE NAMES
000390*                     A ZONE SIGNS ON LOOKING AT THAT ZONE.  THE
000400*                     TITLE COUNTS AND PAGING FOLLOW THE ZONE
000410*                     SHOWN.
000420*   10/15/2026 DH    EVERY SIGN-ON ATTEMPT IS NOW STAMPED ON THE
000430*                     SNOWFALL LOG UNDER THE ID TYPED - SGNON ON A
000440*                     MATCH, SGNFL WHEN THE ID IS NOT ON THE FILE
000450*                     OR THERE IS NO FILE - FOR THE ACCESS REVIEW
000460*                     (SNOW-ACCESS).  THE SCREEN REFUSES NOTHING
000470*                     ONCE SIGNED ON, SO IT HAS NO REFUSALS TO
000480*                     STAMP.
000490*--------------------------------------------------------------
000500 ENVIRONMENT DIVISION.
000510 CONFIGURATION SECTION.
000520 SPECIAL-NAMES.
000530     CRT STATUS IS WS-CRT-STATUS.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-ROSTER-STATUS.
000590     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-SNOWLOG-STATUS.
000620     SELECT RETRY-COUNT-FILE ASSIGN TO SNOWRTRY
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-RETRY-STATUS.
000650     SELECT SNOW-CHECKPOINT-FILE ASSIGN TO SNOWCKPT
000660         ORGANIZATION IS INDEXED
000670         ACCESS MODE IS RANDOM
000680         RECORD KEY IS GC-JOB-ID
000690         FILE STATUS IS WS-CHECKPOINT-STATUS.
000700     SELECT ACTIVITY-STAT-FILE ASSIGN TO SNOWSTAT
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SNOWSTAT-STATUS.
000730     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-OPERPROF-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790 FD  TERMINAL-ROSTER-FILE.
000800 01  TERMINAL-ROSTER-RECORD.
000810     COPY TERMROST.
000820
000830 FD  SNOWFALL-LOG-FILE.
000840 01  SNOWFALL-LOG-RECORD.
000850     COPY SNOWLOG.
000860
000870 FD  RETRY-COUNT-FILE.
000880 01  RETRY-COUNT-RECORD.
000890     COPY SNOWRTRY.
000900
000910 FD  SNOW-CHECKPOINT-FILE.
000920 01  SNOW-CHECKPOINT-RECORD.
000930     COPY GROUNDCK.
000940
000950 FD  ACTIVITY-STAT-FILE.
000960 01  ACTIVITY-STAT-RECORD.
000970     COPY SNOWSTAT.
000980
000990 FD  OPERATOR-PROFILE-FILE.
001000 01  OPERATOR-PROFILE-RECORD.
001010     COPY OPERPROF.
001020
001030 WORKING-STORAGE SECTION.
001040*--------------------------------------------------------------
001050* FILE STATUS AREAS.
001060*--------------------------------------------------------------
001070 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
001080     88  ROSTER-OK                 VALUE '00'.
001090     88  ROSTER-EOF                VALUE '10'.
001100
001110 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
001120     88  SNOWLOG-OK                VALUE '00'.
001130     88  SNOWLOG-EOF               VALUE '10'.
001140     88  SNOWLOG-NOT-FOUND         VALUE '35'.
001150
001160 77  WS-RETRY-STATUS               PIC X(2) VALUE '00'.
001170     88  RETRY-FILE-OK             VALUE '00'.
001180     88  RETRY-FILE-EOF            VALUE '10'.
001190
001200 77  WS-CHECKPOINT-STATUS          PIC X(2) VALUE '00'.
001210     88  CHECKPOINT-OK             VALUE '00'.
001220
001230 77  WS-SNOWSTAT-STATUS            PIC X(2) VALUE '00'.
001240     88  SNOWSTAT-OK               VALUE '00'.
001250     88  SNOWSTAT-EOF              VALUE '10'.
001260
001270 77  WS-OPERPROF-STATUS            PIC X(2) VALUE '00'.
001280     88  OPERPROF-OK               VALUE '00'.
001290     88  OPERPROF-EOF              VALUE '10'.
001300
001310*--------------------------------------------------------------
001320* OPERATOR SIGN-ON.  THE SCREEN ONLY READS, SO ANY AUTHORITY
001330* LEVEL ON THE PROFILE FILE MAY WATCH - BUT AN UNKNOWN ID, OR
001340* NO PROFILE FILE, ENDS THE SESSION BEFORE THE FIRST REFRESH.
001350*--------------------------------------------------------------
001360 77  WS-SIGNON-ID                  PIC X(8) VALUE SPACES.
001370 77  WS-OPER-ID                    PIC X(8) VALUE SPACES.
001380 77  WS-AUTH-LEVEL                 PIC 9(1) VALUE ZERO.
001390 77  WS-SIGNON-TRIES               PIC 9(1) VALUE ZERO.
001400 77  WS-SIGNON-SWITCH              PIC X VALUE 'N'.
001410     88  SIGNED-ON                 VALUE 'Y'.
001420
001430*--------------------------------------------------------------
001440* ACCESS STAMPS.  SIGN-ON SUCCESSES (SGNON) AND FAILURES (SGNFL)
001450* GO ON THE SNOWFALL LOG UNDER THE ID TYPED.  THE REASON IS THIS
001460* PROGRAM'S NAME IN 1-12 AND THE DETAIL - LEVEL OR FAILURE - IN
001470* 14-24, THE SAME SHAPE EVERY SIGN-ON PROGRAM USES.
001480*--------------------------------------------------------------
001490 77  WS-ACCESS-TYPE                PIC X(5) VALUE SPACES.
001500 01  WS-ACCESS-REASON.
001510     05  WS-ACC-PROGRAM           PIC X(12) VALUE 'SNOW-STATUS'.
001520     05  FILLER                   PIC X(1) VALUE SPACE.
001530     05  WS-ACC-DETAIL            PIC X(11) VALUE SPACES.
001540
001550*--------------------------------------------------------------
001560* FLEET STATUS TABLE, REBUILT FROM SCRATCH ON EVERY REFRESH.
001570* ONE ROW PER ROSTER CONSOLE, SIZED FOR THE FULL FLEET.  THE
001580* SCREEN SHOWS ONE PAGE AT A TIME, TROUBLED CONSOLES FIRST,
001590* AND THE "N" KEY PAGES THROUGH THE REST OF THE FLEET.
001600* QUIET-MINUTES MUST SIT ABOVE THE WORST-CASE GAP BETWEEN A
001610* HEALTHY CONSOLE'S ACTIVITY RECORDS - 300 CYCLES AT THE
001620* SLOWEST PACING IS ABOUT 15 MINUTES - OR EVERY CONSOLE IN A
001630* SLOW WEATHER BAND WOULD FLAG AS QUIET.
001640*--------------------------------------------------------------
001650 78  MAX-ROSTER VALUE 500.
001660 78  QUIET-MINUTES VALUE 20.
001670 78  STATUS-FIRST-ROW VALUE 4.
001680 78  STATUS-LAST-ROW VALUE 22.
001690 78  STATUS-ROWS-PER-PAGE VALUE 19.
001700
001710 77  WS-ROSTER-COUNT               PIC 9(3) COMP VALUE ZERO.
001720 01  WS-FLEET-TABLE.
001730     05  WS-FLEET-ENTRY OCCURS MAX-ROSTER TIMES.
001740         10  WS-FLT-CONSOLE-ID    PIC X(8).
001750         10  WS-FLT-ZONE          PIC X(8).
001760         10  WS-FLT-STATE         PIC X.
001770             88  WS-FLT-STARTED   VALUE 'S'.
001780             88  WS-FLT-STOPPED   VALUE 'P'.
001790             88  WS-FLT-NO-LOG    VALUE 'N'.
001800         10  WS-FLT-START-DATE    PIC 9(8).
001810         10  WS-FLT-START-TIME    PIC 9(8).
001820         10  WS-FLT-RETRY-COUNT   PIC 9(2).
001830         10  WS-FLT-PILE-TOTAL    PIC 9(5).
001840         10  WS-FLT-ACT-DATE      PIC 9(8).
001850         10  WS-FLT-ACT-TIME      PIC 9(8).
001860         10  WS-FLT-TROUBLE-SW    PIC X.
001870             88  WS-FLT-TROUBLED  VALUE 'Y'.
001880         10  WS-FLT-FLAG          PIC X(10).
001890
001900*--------------------------------------------------------------
001910* ZONE VIEW.  WS-ZONE-SHOWN IS THE ZONE ON SCREEN, SPACES FOR
001920* THE WHOLE FLEET.  THE ZONE LIST IS THE DISTINCT NON-BLANK
001930* ROSTER ZONES IN ROSTER ORDER, REBUILT WITH THE FLEET TABLE;
001940* "Z" WALKS IT.  NEVER MORE ZONES THAN ROSTER ROWS.
001950*--------------------------------------------------------------
001960 77  WS-ZONE-SHOWN                 PIC X(8) VALUE SPACES.
001970     88  SHOWING-WHOLE-FLEET       VALUE SPACES.
001980 77  WS-ZONE-COUNT                 PIC 9(3) COMP VALUE ZERO.
001990 01  WS-ZONE-LIST.
002000     05  WS-ZONE-CODE             PIC X(8)
002010                                  OCCURS MAX-ROSTER TIMES.
002020 77  WS-ZONE-ROW                   PIC 9(3) COMP.
002030 77  WS-SHOWN-COUNT                PIC 9(3) COMP VALUE ZERO.
002040 77  WS-ROW-SHOWN-SWITCH           PIC X VALUE 'N'.
002050     88  ROW-SHOWN                 VALUE 'Y'.
002060
002070*--------------------------------------------------------------
002080* SESSION AND REFRESH CONTROLS.  THE TIMED ACCEPT IS BOTH THE
002090* REFRESH TIMER AND THE KEYBOARD POLL, THE WAY THE SNOW LOOP
002100* PACES ITSELF.  RETRY= MATCHES SNOW-VERIFY'S LIMIT SO THE AT
002110* RETRY LIMIT FLAG HERE AGREES WITH WHAT VERIFY STOPPED DOING.
002120*--------------------------------------------------------------
002130 77  WS-CRT-STATUS                 PIC 9(4).
002140 77  WS-STATUS-KEY                 PIC X VALUE SPACE.
002150     88  STATUS-QUIT-KEY           VALUE 'Q' 'q'.
002160     88  STATUS-NEXT-PAGE-KEY      VALUE 'N' 'n'.
002170     88  STATUS-ZONE-KEY           VALUE 'Z' 'z'.
002180 77  WS-REFRESH-HUNDREDTHS         PIC 9(4) VALUE 1000.
002190 77  WS-RETRY-LIMIT                PIC 9(2) VALUE 3.
002200
002210 77  WS-SESSION-DONE-SWITCH        PIC X VALUE 'N'.
002220     88  SESSION-DONE              VALUE 'Y'.
002230
002240 77  WS-TROUBLE-COUNT              PIC 9(3) COMP VALUE ZERO.
002250 77  WS-PAGE-NUMBER                PIC 9(3) COMP VALUE 1.
002260 77  WS-PAGE-COUNT                 PIC 9(3) COMP VALUE 1.
002270 77  WS-SKIP-COUNT                 PIC 9(3) COMP VALUE ZERO.
002280 77  WS-SCREEN-ROW                 PIC 9(2) COMP.
002290 77  WS-IDX                        PIC 9(3) COMP.
002300 77  WS-SLOT                       PIC 9(3) COMP.
002310 77  WS-COL-IDX                    PIC 9(2) COMP.
002320 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
002330     88  ENTRY-FOUND               VALUE 'Y'.
002340 77  WS-LOOKUP-ID                  PIC X(8) VALUE SPACES.
002350
002360*--------------------------------------------------------------
002370* CLOCK, AGE AND UPTIME WORK AREAS.  MINUTE ARITHMETIC GOES
002380* THROUGH THE INTEGER-OF-DATE DAY NUMBER, THE WAY SNOW-REPORT
002390* COMPUTES RUN DURATIONS, SO MIDNIGHT NEEDS NO SPECIAL CASE.
002400*--------------------------------------------------------------
002410 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
002420 01  WS-CURRENT-TIME-FIELDS.
002430     05  WS-CURRENT-TIME          PIC 9(8).
002440 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME-FIELDS.
002450     05  WS-CURRENT-HHMM          PIC 9(4).
002460     05  FILLER                   PIC 9(4).
002470
002480 01  WS-HHMM-SPLIT.
002490     05  WS-HHMM-HH               PIC 9(2).
002500     05  WS-HHMM-MM               PIC 9(2).
002510
002520 77  WS-NOW-DAY-NUM                PIC 9(7) COMP.
002530 77  WS-NOW-MINUTES                PIC 9(9) COMP.
002540 77  WS-THEN-DAY-NUM               PIC 9(7) COMP.
002550 77  WS-THEN-MINUTES               PIC 9(9) COMP.
002560 77  WS-AGE-MINUTES                PIC S9(9) COMP.
002570 77  WS-STAMP-DATE                 PIC 9(8).
002580 77  WS-STAMP-HHMM                 PIC 9(4).
002590 77  WS-UPTIME-HOURS               PIC 9(4)V9.
002600
002610 01  WS-LOG-TIME-R.
002620     05  WS-LOG-HHMM              PIC 9(4).
002630     05  FILLER                   PIC 9(4).
002640
002650*--------------------------------------------------------------
002660* GROUND PILE DECODING.  THE CHECKPOINT CARRIES EACH SIDE AS A
002670* FLAT STRING OF 40 TWO-DIGIT DEPTHS; THE REDEFINES LETS THE
002680* SUM LOOP WALK THEM AS NUMBERS.
002690*--------------------------------------------------------------
002700 01  WS-GROUND-WORK                PIC X(80).
002710 01  WS-GROUND-WORK-R REDEFINES WS-GROUND-WORK.
002720     05  WS-GROUND-DEPTH          PIC 9(2) OCCURS 40 TIMES.
002730
002740*--------------------------------------------------------------
002750* SCREEN LINE IMAGES, DRAWN WITH POSITIONED DISPLAYS SO THE
002760* ROW COUNT CAN FOLLOW THE ROSTER INSTEAD OF A FIXED FORM.
002770*--------------------------------------------------------------
002780 01  STAT-TITLE-LINE.
002790     05  FILLER                   PIC X(34) VALUE
002800         'SNOW-STATUS  FLEET AT '.
002810     05  STAT-TTL-HHMM            PIC 9(4).
002820     05  FILLER                   PIC X(14) VALUE
002830         '  CONSOLES '.
002840     05  STAT-TTL-COUNT           PIC ZZZ9.
002850     05  FILLER                   PIC X(10) VALUE
002860         '  TROUBLE '.
002870     05  STAT-TTL-TROUBLE         PIC ZZZ9.
002880     05  FILLER                   PIC X(8) VALUE SPACES.
002890
002900 01  STAT-ZONE-LINE.
002910     05  FILLER                   PIC X(6) VALUE 'ZONE: '.
002920     05  STAT-ZON-ZONE            PIC X(8).
002930     05  FILLER                   PIC X(64) VALUE SPACES.
002940
002950 01  STAT-HEADING-LINE.
002960     05  FILLER                   PIC X(40) VALUE
002970         'CONSOLE   STATE     RETRY   PILE  UP-HRS'.
002980     05  FILLER                   PIC X(38) VALUE
002990         '  LASTACT  FLAG        ZONE'.
003000
003010 01  STAT-DETAIL-LINE.
003020     05  SDL-CONSOLE              PIC X(8).
003030     05  FILLER                   PIC X(2) VALUE SPACES.
003040     05  SDL-STATE                PIC X(8).
003050     05  FILLER                   PIC X(2) VALUE SPACES.
003060     05  SDL-RETRY                PIC ZZZZ9.
003070     05  FILLER                   PIC X(2) VALUE SPACES.
003080     05  SDL-PILE                 PIC ZZZZ9.
003090     05  FILLER                   PIC X(2) VALUE SPACES.
003100     05  SDL-UP-HOURS             PIC ZZZ9.9.
003110     05  FILLER                   PIC X(2) VALUE SPACES.
003120     05  SDL-LAST-ACT             PIC 9(4).
003130     05  FILLER                   PIC X(5) VALUE SPACES.
003140     05  SDL-FLAG                 PIC X(10).
003150     05  FILLER                   PIC X(2) VALUE SPACES.
003160     05  SDL-ZONE                 PIC X(8).
003170     05  FILLER                   PIC X(12) VALUE SPACES.
003180
003190 01  STAT-FOOTER-LINE.
003200     05  FILLER                   PIC X(5) VALUE 'PAGE '.
003210     05  STAT-FTR-PAGE            PIC ZZ9.
003220     05  FILLER                   PIC X(4) VALUE ' OF '.
003230     05  STAT-FTR-PAGES           PIC ZZ9.
003240     05  FILLER                   PIC X(40) VALUE
003250         '  N=NEXT PAGE  Z=ZONE  Q=QUIT  REFRESHES'.
003260     05  FILLER                   PIC X(17) VALUE
003270         ' EVERY 10 SECONDS'.
003280     05  FILLER                   PIC X(6) VALUE SPACES.
003290
003300 PROCEDURE DIVISION.
003310*================================================================
003320* 0000-MAINLINE - SIGN ON, THEN REFRESH, PAINT AND POLL UNTIL
003330* THE SUPERVISOR QUITS, THEN CLEAR THE SCREEN AND STOP RUN.
003340*================================================================
003350 0000-MAINLINE.
003360     PERFORM 1000-SIGN-ON THRU 1000-EXIT
003370     IF NOT SIGNED-ON
003380         PERFORM 5000-TERMINATE THRU 5000-EXIT
003390         DISPLAY 'SNOW-STATUS: SIGN-ON FAILED - SESSION ENDED'
003400         STOP RUN
003410     END-IF
003420     PERFORM 3000-STATUS-CYCLE THRU 3000-EXIT
003430         UNTIL SESSION-DONE
003440     PERFORM 5000-TERMINATE THRU 5000-EXIT
003450     STOP RUN.
003460
003470*----------------------------------------------------------------
003480* 1000-SIGN-ON - UP TO THREE TRIES AT AN OPERATOR ID THAT
003490* RESOLVES ON THE PROFILE FILE.  THE SCREEN ONLY READS, SO ANY
003500* LEVEL MAY WATCH ONCE SIGNED ON.  THE SCREEN OPENS ON THE
003510* OPERATOR'S OWN ZONE WHEN THE PROFILE NAMES ONE.
003520*----------------------------------------------------------------
003530 1000-SIGN-ON.
003540     PERFORM 1100-ONE-SIGNON-PASS THRU 1100-EXIT
003550         UNTIL SIGNED-ON OR WS-SIGNON-TRIES >= 3.
003560 1000-EXIT.
003570     EXIT.
003580
003590 1100-ONE-SIGNON-PASS.
003600     ADD 1 TO WS-SIGNON-TRIES
003610     DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS
003620     DISPLAY 'SNOW-STATUS - OPERATOR SIGN-ON' LINE 2 COLUMN 10
003630     DISPLAY 'OPERATOR ID:' LINE 5 COLUMN 10
003640     MOVE SPACES TO WS-SIGNON-ID
003650     ACCEPT WS-SIGNON-ID LINE 5 COLUMN 24
003660     IF WS-SIGNON-ID = SPACES
003670         GO TO 1100-EXIT
003680     END-IF
003690     PERFORM 1200-FIND-OPERATOR THRU 1200-EXIT.
003700 1100-EXIT.
003710     EXIT.
003720
003730 1200-FIND-OPERATOR.
003740     MOVE '00' TO WS-OPERPROF-STATUS
003750     OPEN INPUT OPERATOR-PROFILE-FILE
003760     IF NOT OPERPROF-OK
003770         DISPLAY 'NO OPERATOR PROFILE FILE - SEE SYSTEMS'
003780             LINE 8 COLUMN 10
003790         MOVE 3 TO WS-SIGNON-TRIES
003800         MOVE 'SGNFL' TO WS-ACCESS-TYPE
003810         MOVE 'NO OPERPROF' TO WS-ACC-DETAIL
003820         PERFORM 1300-LOG-ACCESS THRU 1300-EXIT
003830         GO TO 1200-EXIT
003840     END-IF
003850     PERFORM 1210-TEST-ONE-OPERATOR THRU 1210-EXIT
003860         UNTIL OPERPROF-EOF OR SIGNED-ON
003870     CLOSE OPERATOR-PROFILE-FILE
003880     IF SIGNED-ON
003890         MOVE 'SGNON' TO WS-ACCESS-TYPE
003900         MOVE 'LEVEL' TO WS-ACC-DETAIL
003910         MOVE WS-AUTH-LEVEL TO WS-ACC-DETAIL(7:1)
003920     ELSE
003930         MOVE 'SGNFL' TO WS-ACCESS-TYPE
003940         MOVE 'NOT ON FILE' TO WS-ACC-DETAIL
003950         DISPLAY 'OPERATOR NOT ON THE PROFILE FILE'
003960             LINE 8 COLUMN 10
003970     END-IF
003980     PERFORM 1300-LOG-ACCESS THRU 1300-EXIT.
003990 1200-EXIT.
004000     EXIT.
004010
004020 1210-TEST-ONE-OPERATOR.
004030     READ OPERATOR-PROFILE-FILE
004040         AT END
004050             MOVE '10' TO WS-OPERPROF-STATUS
004060             GO TO 1210-EXIT
004070     END-READ
004080     IF OPR-OPER-ID OF OPERATOR-PROFILE-RECORD = WS-SIGNON-ID
004090         SET SIGNED-ON TO TRUE
004100         MOVE OPR-OPER-ID OF OPERATOR-PROFILE-RECORD
004110             TO WS-OPER-ID
004120         MOVE OPR-AUTH-LEVEL OF OPERATOR-PROFILE-RECORD
004130             TO WS-AUTH-LEVEL
004140         MOVE OPR-ZONE OF OPERATOR-PROFILE-RECORD
004150             TO WS-ZONE-SHOWN
004160     END-IF.
004170 1210-EXIT.
004180     EXIT.
004190
004200*----------------------------------------------------------------
004210* 1300-LOG-ACCESS - STAMP THE SIGN-ON OUTCOME ON THE SNOWFALL
004220* LOG UNDER THE ID TYPED, TYPE WS-ACCESS-TYPE AND REASON
004230* WS-ACCESS-REASON, THROUGH THE SAME OPEN-EXTEND PATH EVERY
004240* OTHER LOG WRITER USES.  A LOG THAT CANNOT BE OPENED IS PASSED
004250* OVER - THE SIGN-ON SCREEN HAS ALREADY SAID WHAT HAPPENED, AND
004260* THE REFRESH READS THE SAME LOG AGAIN ANYWAY.
004270*----------------------------------------------------------------
004280 1300-LOG-ACCESS.
004290     MOVE '00' TO WS-SNOWLOG-STATUS
004300     OPEN EXTEND SNOWFALL-LOG-FILE
004310     IF SNOWLOG-NOT-FOUND
004320         OPEN OUTPUT SNOWFALL-LOG-FILE
004330     END-IF
004340     IF NOT SNOWLOG-OK
004350         GO TO 1300-EXIT
004360     END-IF
004370     MOVE WS-ACCESS-TYPE TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
004380     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
004390     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
004400     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
004410     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
004420     MOVE WS-SIGNON-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
004430     MOVE WS-ACCESS-REASON
004440         TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
004450     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
004460         FROM DATE YYYYMMDD
004470     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
004480         FROM TIME
004490     WRITE SNOWFALL-LOG-RECORD
004500     CLOSE SNOWFALL-LOG-FILE.
004510 1300-EXIT.
004520     EXIT.
004530
004540*----------------------------------------------------------------
004550* 3000-STATUS-CYCLE - ONE REFRESH: GATHER THE FOUR FILES INTO
004560* THE FLEET TABLE, RANK THE TROUBLE, PAINT, THEN WAIT ON THE
004570* TIMED ACCEPT FOR THE NEXT ROUND OR A QUIT.
004580*----------------------------------------------------------------
004590 3000-STATUS-CYCLE.
004600     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
004610     ACCEPT WS-CURRENT-TIME FROM TIME
004620     COMPUTE WS-NOW-DAY-NUM =
004630         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
004640     MOVE WS-CURRENT-HHMM TO WS-HHMM-SPLIT
004650     COMPUTE WS-NOW-MINUTES =
004660         WS-NOW-DAY-NUM * 1440
004670             + WS-HHMM-HH * 60 + WS-HHMM-MM
004680     PERFORM 3100-LOAD-ROSTER THRU 3100-EXIT
004690     PERFORM 3200-SCAN-LOG THRU 3200-EXIT
004700     PERFORM 3300-LOAD-RETRIES THRU 3300-EXIT
004710     PERFORM 3400-READ-CHECKPOINTS THRU 3400-EXIT
004720     PERFORM 3500-SCAN-STATS THRU 3500-EXIT
004730     PERFORM 3600-RANK-TROUBLE THRU 3600-EXIT
004740     PERFORM 4000-PAINT-SCREEN THRU 4000-EXIT
004750     MOVE SPACE TO WS-STATUS-KEY
004760     ACCEPT WS-STATUS-KEY WITH TIME-OUT WS-REFRESH-HUNDREDTHS
004770     EVALUATE TRUE
004780         WHEN STATUS-QUIT-KEY
004790             SET SESSION-DONE TO TRUE
004800         WHEN STATUS-NEXT-PAGE-KEY
004810             ADD 1 TO WS-PAGE-NUMBER
004820             IF WS-PAGE-NUMBER > WS-PAGE-COUNT
004830                 MOVE 1 TO WS-PAGE-NUMBER
004840             END-IF
004850         WHEN STATUS-ZONE-KEY
004860             PERFORM 3800-NEXT-ZONE THRU 3800-EXIT
004870             MOVE 1 TO WS-PAGE-NUMBER
004880     END-EVALUATE.
004890 3000-EXIT.
004900     EXIT.
004910
004920*----------------------------------------------------------------
004930* 3100-LOAD-ROSTER - REBUILD THE FLEET TABLE FROM THE ROSTER.
004940* EVERY ROW STARTS AS NO-LOG WITH EVERYTHING ZERO; THE LATER
004950* PASSES FILL IN WHAT THE OTHER FILES KNOW.  EACH NEW ZONE
004960* GOES ON THE ZONE LIST.
004970*----------------------------------------------------------------
004980 3100-LOAD-ROSTER.
004990     MOVE ZERO TO WS-ROSTER-COUNT
005000     MOVE ZERO TO WS-ZONE-COUNT
005010     MOVE '00' TO WS-ROSTER-STATUS
005020     OPEN INPUT TERMINAL-ROSTER-FILE
005030     IF NOT ROSTER-OK
005040         GO TO 3100-EXIT
005050     END-IF
005060     PERFORM 3110-LOAD-ONE-ROSTER THRU 3110-EXIT
005070         UNTIL ROSTER-EOF OR WS-ROSTER-COUNT >= MAX-ROSTER
005080* One probe read when the table filled - end of file here means
005090* the roster fit exactly, not that anything was left behind.
005100     IF NOT ROSTER-EOF
005110         READ TERMINAL-ROSTER-FILE
005120             AT END
005130                 MOVE '10' TO WS-ROSTER-STATUS
005140         END-READ
005150     END-IF
005160     IF NOT ROSTER-EOF
005170         DISPLAY 'SNOW-STATUS: ROSTER EXCEEDS ' MAX-ROSTER
005180             ' - REMAINDER NOT SHOWN'
005190     END-IF
005200     CLOSE TERMINAL-ROSTER-FILE.
005210 3100-EXIT.
005220     EXIT.
005230
005240 3110-LOAD-ONE-ROSTER.
005250     READ TERMINAL-ROSTER-FILE
005260         AT END
005270             MOVE '10' TO WS-ROSTER-STATUS
005280             GO TO 3110-EXIT
005290     END-READ
005300     ADD 1 TO WS-ROSTER-COUNT
005310     MOVE TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
005320         TO WS-FLT-CONSOLE-ID(WS-ROSTER-COUNT)
005330     MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
005340         TO WS-FLT-ZONE(WS-ROSTER-COUNT)
005350     MOVE 'N' TO WS-FLT-STATE(WS-ROSTER-COUNT)
005360     MOVE ZERO TO WS-FLT-START-DATE(WS-ROSTER-COUNT)
005370     MOVE ZERO TO WS-FLT-START-TIME(WS-ROSTER-COUNT)
005380     MOVE ZERO TO WS-FLT-RETRY-COUNT(WS-ROSTER-COUNT)
005390     MOVE ZERO TO WS-FLT-PILE-TOTAL(WS-ROSTER-COUNT)
005400     MOVE ZERO TO WS-FLT-ACT-DATE(WS-ROSTER-COUNT)
005410     MOVE ZERO TO WS-FLT-ACT-TIME(WS-ROSTER-COUNT)
005420     MOVE 'N' TO WS-FLT-TROUBLE-SW(WS-ROSTER-COUNT)
005430     MOVE SPACES TO WS-FLT-FLAG(WS-ROSTER-COUNT)
005440     IF TR-ZONE OF TERMINAL-ROSTER-RECORD = SPACES
005450         GO TO 3110-EXIT
005460     END-IF
005470     MOVE 'N' TO WS-FOUND-SWITCH
005480     PERFORM 3120-TEST-ONE-ZONE THRU 3120-EXIT
005490         VARYING WS-IDX FROM 1 BY 1
005500         UNTIL WS-IDX > WS-ZONE-COUNT OR ENTRY-FOUND
005510     IF NOT ENTRY-FOUND
005520         ADD 1 TO WS-ZONE-COUNT
005530         MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
005540             TO WS-ZONE-CODE(WS-ZONE-COUNT)
005550     END-IF.
005560 3110-EXIT.
005570     EXIT.
005580
005590 3120-TEST-ONE-ZONE.
005600     IF WS-ZONE-CODE(WS-IDX) = TR-ZONE OF TERMINAL-ROSTER-RECORD
005610         SET ENTRY-FOUND TO TRUE
005620     END-IF.
005630 3120-EXIT.
005640     EXIT.
005650
005660*----------------------------------------------------------------
005670* 3200-SCAN-LOG - ONE PASS OVER THE SNOWFALL LOG IN EVENT
005680* ORDER.  THE LAST START OR STOP SEEN FOR A CONSOLE WINS, SO
005690* EACH ROW ENDS UP WITH THE CONSOLE'S CURRENT STATE AND THE
005700* STAMP OF ITS LATEST START.
005710*----------------------------------------------------------------
005720 3200-SCAN-LOG.
005730     MOVE '00' TO WS-SNOWLOG-STATUS
005740     OPEN INPUT SNOWFALL-LOG-FILE
005750     IF NOT SNOWLOG-OK
005760         GO TO 3200-EXIT
005770     END-IF
005780     PERFORM 3210-SCAN-ONE-EVENT THRU 3210-EXIT
005790         UNTIL SNOWLOG-EOF
005800     CLOSE SNOWFALL-LOG-FILE.
005810 3200-EXIT.
005820     EXIT.
005830
005840 3210-SCAN-ONE-EVENT.
005850     READ SNOWFALL-LOG-FILE
005860         AT END
005870             MOVE '10' TO WS-SNOWLOG-STATUS
005880             GO TO 3210-EXIT
005890     END-READ
005900     IF LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD NOT = 'START'
005910             AND LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
005920                 NOT = 'STOP '
005930         GO TO 3210-EXIT
005940     END-IF
005950     MOVE LOG-JOB-ID OF SNOWFALL-LOG-RECORD TO WS-LOOKUP-ID
005960     PERFORM 2000-FIND-FLEET-ROW THRU 2000-EXIT
005970     IF NOT ENTRY-FOUND
005980         GO TO 3210-EXIT
005990     END-IF
006000     IF LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD = 'START'
006010         MOVE 'S' TO WS-FLT-STATE(WS-SLOT)
006020         MOVE LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
006030             TO WS-FLT-START-DATE(WS-SLOT)
006040         MOVE LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
006050             TO WS-FLT-START-TIME(WS-SLOT)
006060     ELSE
006070         MOVE 'P' TO WS-FLT-STATE(WS-SLOT)
006080     END-IF.
006090 3210-EXIT.
006100     EXIT.
006110
006120*----------------------------------------------------------------
006130* 2000-FIND-FLEET-ROW - LOOK UP WS-LOOKUP-ID IN THE FLEET
006140* TABLE.  LEAVES WS-SLOT POINTING AT THE MATCH WHEN FOUND.
006150*----------------------------------------------------------------
006160 2000-FIND-FLEET-ROW.
006170     MOVE 'N' TO WS-FOUND-SWITCH
006180     MOVE ZERO TO WS-SLOT
006190     PERFORM 2010-TEST-FLEET-ROW THRU 2010-EXIT
006200         VARYING WS-IDX FROM 1 BY 1
006210         UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND.
006220 2000-EXIT.
006230     EXIT.
006240
006250 2010-TEST-FLEET-ROW.
006260     IF WS-FLT-CONSOLE-ID(WS-IDX) = WS-LOOKUP-ID
006270         MOVE WS-IDX TO WS-SLOT
006280         SET ENTRY-FOUND TO TRUE
006290     END-IF.
006300 2010-EXIT.
006310     EXIT.
006320
006330*----------------------------------------------------------------
006340* 3300-LOAD-RETRIES - CARRY IN THE PER-CONSOLE RE-QUEUE COUNTS
006350* SNOW-VERIFY LEFT BEHIND.  NO FILE MEANS EVERY COUNT IS ZERO.
006360*----------------------------------------------------------------
006370 3300-LOAD-RETRIES.
006380     MOVE '00' TO WS-RETRY-STATUS
006390     OPEN INPUT RETRY-COUNT-FILE
006400     IF NOT RETRY-FILE-OK
006410         GO TO 3300-EXIT
006420     END-IF
006430     PERFORM 3310-LOAD-ONE-RETRY THRU 3310-EXIT
006440         UNTIL RETRY-FILE-EOF
006450     CLOSE RETRY-COUNT-FILE.
006460 3300-EXIT.
006470     EXIT.
006480
006490 3310-LOAD-ONE-RETRY.
006500     READ RETRY-COUNT-FILE
006510         AT END
006520             MOVE '10' TO WS-RETRY-STATUS
006530             GO TO 3310-EXIT
006540     END-READ
006550     MOVE RT-CONSOLE-ID OF RETRY-COUNT-RECORD TO WS-LOOKUP-ID
006560     PERFORM 2000-FIND-FLEET-ROW THRU 2000-EXIT
006570     IF ENTRY-FOUND
006580         MOVE RT-RETRY-COUNT OF RETRY-COUNT-RECORD
006590             TO WS-FLT-RETRY-COUNT(WS-SLOT)
006600     END-IF.
006610 3310-EXIT.
006620     EXIT.
006630
006640*----------------------------------------------------------------
006650* 3400-READ-CHECKPOINTS - ONE KEYED READ PER ROSTER CONSOLE.
006660* A CONSOLE WITH NO CHECKPOINT RECORD SIMPLY SHOWS A ZERO
006670* PILE.  NO CHECKPOINT FILE AT ALL SKIPS THE WHOLE PASS.
006680*----------------------------------------------------------------
006690 3400-READ-CHECKPOINTS.
006700     MOVE '00' TO WS-CHECKPOINT-STATUS
006710     OPEN INPUT SNOW-CHECKPOINT-FILE
006720     IF NOT CHECKPOINT-OK
006730         GO TO 3400-EXIT
006740     END-IF
006750     PERFORM 3410-READ-ONE-CHECKPOINT THRU 3410-EXIT
006760         VARYING WS-SLOT FROM 1 BY 1
006770         UNTIL WS-SLOT > WS-ROSTER-COUNT
006780     CLOSE SNOW-CHECKPOINT-FILE.
006790 3400-EXIT.
006800     EXIT.
006810
006820 3410-READ-ONE-CHECKPOINT.
006830     MOVE WS-FLT-CONSOLE-ID(WS-SLOT)
006840         TO GC-JOB-ID OF SNOW-CHECKPOINT-RECORD
006850     READ SNOW-CHECKPOINT-FILE
006860         INVALID KEY
006870             GO TO 3410-EXIT
006880     END-READ
006890     MOVE ZERO TO WS-FLT-PILE-TOTAL(WS-SLOT)
006900     MOVE GC-LEFT-GROUND OF SNOW-CHECKPOINT-RECORD
006910         TO WS-GROUND-WORK
006920     PERFORM 3420-SUM-ONE-DEPTH THRU 3420-EXIT
006930         VARYING WS-COL-IDX FROM 1 BY 1
006940         UNTIL WS-COL-IDX > 40
006950     MOVE GC-RIGHT-GROUND OF SNOW-CHECKPOINT-RECORD
006960         TO WS-GROUND-WORK
006970     PERFORM 3420-SUM-ONE-DEPTH THRU 3420-EXIT
006980         VARYING WS-COL-IDX FROM 1 BY 1
006990         UNTIL WS-COL-IDX > 40.
007000 3410-EXIT.
007010     EXIT.
007020
007030 3420-SUM-ONE-DEPTH.
007040     ADD WS-GROUND-DEPTH(WS-COL-IDX)
007050         TO WS-FLT-PILE-TOTAL(WS-SLOT).
007060 3420-EXIT.
007070     EXIT.
007080
007090*----------------------------------------------------------------
007100* 3500-SCAN-STATS - ONE PASS OVER THE ACTIVITY STATISTICS FILE
007110* KEEPING EACH CONSOLE'S LATEST STAMP.  A STARTED CONSOLE WHOSE
007120* STAMP HAS GONE STALE IS THE HANG THE FLOOR WALK USED TO FIND.
007130*----------------------------------------------------------------
007140 3500-SCAN-STATS.
007150     MOVE '00' TO WS-SNOWSTAT-STATUS
007160     OPEN INPUT ACTIVITY-STAT-FILE
007170     IF NOT SNOWSTAT-OK
007180         GO TO 3500-EXIT
007190     END-IF
007200     PERFORM 3510-SCAN-ONE-STAT THRU 3510-EXIT
007210         UNTIL SNOWSTAT-EOF
007220     CLOSE ACTIVITY-STAT-FILE.
007230 3500-EXIT.
007240     EXIT.
007250
007260 3510-SCAN-ONE-STAT.
007270     READ ACTIVITY-STAT-FILE
007280         AT END
007290             MOVE '10' TO WS-SNOWSTAT-STATUS
007300             GO TO 3510-EXIT
007310     END-READ
007320     MOVE ST-JOB-ID OF ACTIVITY-STAT-RECORD TO WS-LOOKUP-ID
007330     PERFORM 2000-FIND-FLEET-ROW THRU 2000-EXIT
007340     IF NOT ENTRY-FOUND
007350         GO TO 3510-EXIT
007360     END-IF
007370     IF ST-STAMP-DATE OF ACTIVITY-STAT-RECORD
007380             > WS-FLT-ACT-DATE(WS-SLOT)
007390         MOVE ST-STAMP-DATE OF ACTIVITY-STAT-RECORD
007400             TO WS-FLT-ACT-DATE(WS-SLOT)
007410         MOVE ST-STAMP-TIME OF ACTIVITY-STAT-RECORD
007420             TO WS-FLT-ACT-TIME(WS-SLOT)
007430     ELSE
007440         IF ST-STAMP-DATE OF ACTIVITY-STAT-RECORD
007450                 = WS-FLT-ACT-DATE(WS-SLOT)
007460                 AND ST-STAMP-TIME OF ACTIVITY-STAT-RECORD
007470                     > WS-FLT-ACT-TIME(WS-SLOT)
007480             MOVE ST-STAMP-TIME OF ACTIVITY-STAT-RECORD
007490                 TO WS-FLT-ACT-TIME(WS-SLOT)
007500         END-IF
007510     END-IF.
007520 3510-EXIT.
007530     EXIT.
007540
007550*----------------------------------------------------------------
007560* 3600-RANK-TROUBLE - A STARTED CONSOLE WITH NO ACTIVITY STAMP
007570* IN QUIET-MINUTES IS QUIET; ONE AT THE RETRY LIMIT IS STUCK.
007580* EITHER MARKS THE ROW TROUBLED SO IT PAINTS AT THE TOP.
007590* THE TITLE COUNTS TAKE ONLY THE ROWS IN THE ZONE SHOWN.
007600*----------------------------------------------------------------
007610 3600-RANK-TROUBLE.
007620     MOVE ZERO TO WS-TROUBLE-COUNT
007630     MOVE ZERO TO WS-SHOWN-COUNT
007640     PERFORM 3610-RANK-ONE-ROW THRU 3610-EXIT
007650         VARYING WS-SLOT FROM 1 BY 1
007660         UNTIL WS-SLOT > WS-ROSTER-COUNT.
007670 3600-EXIT.
007680     EXIT.
007690
007700 3610-RANK-ONE-ROW.
007710     MOVE 'N' TO WS-FLT-TROUBLE-SW(WS-SLOT)
007720     MOVE SPACES TO WS-FLT-FLAG(WS-SLOT)
007730     IF WS-FLT-RETRY-COUNT(WS-SLOT) >= WS-RETRY-LIMIT
007740         SET WS-FLT-TROUBLED(WS-SLOT) TO TRUE
007750         MOVE '** RETRY *' TO WS-FLT-FLAG(WS-SLOT)
007760     END-IF
007770     IF NOT WS-FLT-STARTED(WS-SLOT)
007780         GO TO 3610-TALLY
007790     END-IF
007800     MOVE WS-FLT-ACT-DATE(WS-SLOT) TO WS-STAMP-DATE
007810     MOVE WS-FLT-ACT-TIME(WS-SLOT)(1:4) TO WS-STAMP-HHMM
007820     IF WS-STAMP-DATE = ZERO
007830         MOVE WS-FLT-START-DATE(WS-SLOT) TO WS-STAMP-DATE
007840         MOVE WS-FLT-START-TIME(WS-SLOT)(1:4)
007850             TO WS-STAMP-HHMM
007860     END-IF
007870     PERFORM 3700-MINUTES-SINCE THRU 3700-EXIT
007880     IF WS-AGE-MINUTES > QUIET-MINUTES
007890         SET WS-FLT-TROUBLED(WS-SLOT) TO TRUE
007900         MOVE '** QUIET *' TO WS-FLT-FLAG(WS-SLOT)
007910     END-IF.
007920 3610-TALLY.
007930     PERFORM 3620-TEST-ROW-SHOWN THRU 3620-EXIT
007940     IF NOT ROW-SHOWN
007950         GO TO 3610-EXIT
007960     END-IF
007970     ADD 1 TO WS-SHOWN-COUNT
007980     IF WS-FLT-TROUBLED(WS-SLOT)
007990         ADD 1 TO WS-TROUBLE-COUNT
008000     END-IF.
008010 3610-EXIT.
008020     EXIT.
008030
008040*----------------------------------------------------------------
008050* 3620-TEST-ROW-SHOWN - IS THE ROW IN WS-SLOT IN THE ZONE ON
008060* SCREEN?  EVERY ROW IS WHEN THE WHOLE FLEET IS SHOWN.
008070*----------------------------------------------------------------
008080 3620-TEST-ROW-SHOWN.
008090     MOVE 'N' TO WS-ROW-SHOWN-SWITCH
008100     IF SHOWING-WHOLE-FLEET
008110             OR WS-FLT-ZONE(WS-SLOT) = WS-ZONE-SHOWN
008120         SET ROW-SHOWN TO TRUE
008130     END-IF.
008140 3620-EXIT.
008150     EXIT.
008160
008170*----------------------------------------------------------------
008180* 3700-MINUTES-SINCE - MINUTES FROM THE STAMP IN WS-STAMP-DATE/
008190* WS-STAMP-HHMM TO NOW, THROUGH THE DAY NUMBER.  A ZERO DATE
008200* COMES BACK AS A HUGE AGE, WHICH READS AS QUIET.
008210*----------------------------------------------------------------
008220 3700-MINUTES-SINCE.
008230     IF WS-STAMP-DATE = ZERO
008240         MOVE 999999 TO WS-AGE-MINUTES
008250         GO TO 3700-EXIT
008260     END-IF
008270     COMPUTE WS-THEN-DAY-NUM =
008280         FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
008290     MOVE WS-STAMP-HHMM TO WS-HHMM-SPLIT
008300     COMPUTE WS-THEN-MINUTES =
008310         WS-THEN-DAY-NUM * 1440
008320             + WS-HHMM-HH * 60 + WS-HHMM-MM
008330     COMPUTE WS-AGE-MINUTES =
008340         WS-NOW-MINUTES - WS-THEN-MINUTES.
008350 3700-EXIT.
008360     EXIT.
008370
008380*----------------------------------------------------------------
008390* 3800-NEXT-ZONE - STEP THE ZONE SHOWN: WHOLE FLEET, THEN EACH
008400* ZONE ON THE LIST IN TURN, THEN BACK TO THE WHOLE FLEET.  A
008410* ZONE THAT HAS LEFT THE ROSTER STEPS BACK TO THE WHOLE FLEET.
008420*----------------------------------------------------------------
008430 3800-NEXT-ZONE.
008440     IF SHOWING-WHOLE-FLEET
008450         IF WS-ZONE-COUNT > ZERO
008460             MOVE WS-ZONE-CODE(1) TO WS-ZONE-SHOWN
008470         END-IF
008480         GO TO 3800-EXIT
008490     END-IF
008500     MOVE ZERO TO WS-ZONE-ROW
008510     MOVE 'N' TO WS-FOUND-SWITCH
008520     PERFORM 3810-FIND-ZONE-SHOWN THRU 3810-EXIT
008530         VARYING WS-IDX FROM 1 BY 1
008540         UNTIL WS-IDX > WS-ZONE-COUNT OR ENTRY-FOUND
008550     IF ENTRY-FOUND AND WS-ZONE-ROW < WS-ZONE-COUNT
008560         ADD 1 TO WS-ZONE-ROW
008570         MOVE WS-ZONE-CODE(WS-ZONE-ROW) TO WS-ZONE-SHOWN
008580     ELSE
008590         MOVE SPACES TO WS-ZONE-SHOWN
008600     END-IF.
008610 3800-EXIT.
008620     EXIT.
008630
008640 3810-FIND-ZONE-SHOWN.
008650     IF WS-ZONE-CODE(WS-IDX) = WS-ZONE-SHOWN
008660         MOVE WS-IDX TO WS-ZONE-ROW
008670         SET ENTRY-FOUND TO TRUE
008680     END-IF.
008690 3810-EXIT.
008700     EXIT.
008710
008720*----------------------------------------------------------------
008730* 4000-PAINT-SCREEN - TITLE, HEADING, THEN THE FLEET ROWS IN
008740* TWO PASSES - TROUBLED FIRST - DOWN TO THE LAST ROW THAT
008750* FITS, AND THE FOOTER.  THE SCREEN IS WIPED EACH REFRESH SO A
008760* SHRINKING ROSTER LEAVES NO GHOST LINES.  ONLY ROWS IN THE
008770* ZONE SHOWN ARE PAINTED.
008780*----------------------------------------------------------------
008790 4000-PAINT-SCREEN.
008800     DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS
008810     MOVE WS-CURRENT-HHMM TO STAT-TTL-HHMM
008820     MOVE WS-SHOWN-COUNT TO STAT-TTL-COUNT
008830     MOVE WS-TROUBLE-COUNT TO STAT-TTL-TROUBLE
008840     DISPLAY STAT-TITLE-LINE LINE 1 COLUMN 1
008850     IF SHOWING-WHOLE-FLEET
008860         MOVE 'ALL' TO STAT-ZON-ZONE
008870     ELSE
008880         MOVE WS-ZONE-SHOWN TO STAT-ZON-ZONE
008890     END-IF
008900     DISPLAY STAT-ZONE-LINE LINE 2 COLUMN 1
008910     DISPLAY STAT-HEADING-LINE LINE 3 COLUMN 1
008920* THE PAGE WINDOW SKIPS (PAGE - 1) * ROWS-PER-PAGE CONSOLES IN
008930* THE TROUBLED-FIRST ORDER, SO "N" WALKS THE WHOLE FLEET.  A
008940* ROSTER THAT SHRANK UNDER THE CURRENT PAGE SNAPS BACK TO ONE.
008950     COMPUTE WS-PAGE-COUNT =
008960         (WS-SHOWN-COUNT + STATUS-ROWS-PER-PAGE - 1)
008970             / STATUS-ROWS-PER-PAGE
008980     IF WS-PAGE-COUNT = ZERO
008990         MOVE 1 TO WS-PAGE-COUNT
009000     END-IF
009010     IF WS-PAGE-NUMBER > WS-PAGE-COUNT
009020         MOVE 1 TO WS-PAGE-NUMBER
009030     END-IF
009040     COMPUTE WS-SKIP-COUNT =
009050         (WS-PAGE-NUMBER - 1) * STATUS-ROWS-PER-PAGE
009060     MOVE STATUS-FIRST-ROW TO WS-SCREEN-ROW
009070     PERFORM 4100-PAINT-TROUBLED-ROW THRU 4100-EXIT
009080         VARYING WS-SLOT FROM 1 BY 1
009090         UNTIL WS-SLOT > WS-ROSTER-COUNT
009100             OR WS-SCREEN-ROW > STATUS-LAST-ROW
009110     PERFORM 4200-PAINT-CALM-ROW THRU 4200-EXIT
009120         VARYING WS-SLOT FROM 1 BY 1
009130         UNTIL WS-SLOT > WS-ROSTER-COUNT
009140             OR WS-SCREEN-ROW > STATUS-LAST-ROW
009150     MOVE WS-PAGE-NUMBER TO STAT-FTR-PAGE
009160     MOVE WS-PAGE-COUNT TO STAT-FTR-PAGES
009170     DISPLAY STAT-FOOTER-LINE LINE 24 COLUMN 1.
009180 4000-EXIT.
009190     EXIT.
009200
009210 4100-PAINT-TROUBLED-ROW.
009220     PERFORM 3620-TEST-ROW-SHOWN THRU 3620-EXIT
009230     IF WS-FLT-TROUBLED(WS-SLOT) AND ROW-SHOWN
009240         PERFORM 4300-PAINT-ONE-ROW THRU 4300-EXIT
009250     END-IF.
009260 4100-EXIT.
009270     EXIT.
009280
009290 4200-PAINT-CALM-ROW.
009300     PERFORM 3620-TEST-ROW-SHOWN THRU 3620-EXIT
009310     IF NOT WS-FLT-TROUBLED(WS-SLOT) AND ROW-SHOWN
009320         PERFORM 4300-PAINT-ONE-ROW THRU 4300-EXIT
009330     END-IF.
009340 4200-EXIT.
009350     EXIT.
009360
009370*----------------------------------------------------------------
009380* 4300-PAINT-ONE-ROW - FORMAT AND DRAW ONE CONSOLE'S LINE AT
009390* THE NEXT FREE SCREEN ROW.  UPTIME ONLY MEANS ANYTHING FOR A
009400* STARTED CONSOLE; THE OTHERS SHOW ZERO.
009410*----------------------------------------------------------------
009420 4300-PAINT-ONE-ROW.
009430     IF WS-SKIP-COUNT > ZERO
009440         SUBTRACT 1 FROM WS-SKIP-COUNT
009450         GO TO 4300-EXIT
009460     END-IF
009470     MOVE WS-FLT-CONSOLE-ID(WS-SLOT) TO SDL-CONSOLE
009480     EVALUATE TRUE
009490         WHEN WS-FLT-STARTED(WS-SLOT)
009500             MOVE 'STARTED ' TO SDL-STATE
009510         WHEN WS-FLT-STOPPED(WS-SLOT)
009520             MOVE 'STOPPED ' TO SDL-STATE
009530         WHEN OTHER
009540             MOVE 'NO LOG  ' TO SDL-STATE
009550     END-EVALUATE
009560     MOVE WS-FLT-RETRY-COUNT(WS-SLOT) TO SDL-RETRY
009570     MOVE WS-FLT-PILE-TOTAL(WS-SLOT) TO SDL-PILE
009580     MOVE ZERO TO WS-UPTIME-HOURS
009590     IF WS-FLT-STARTED(WS-SLOT)
009600         MOVE WS-FLT-START-DATE(WS-SLOT) TO WS-STAMP-DATE
009610         MOVE WS-FLT-START-TIME(WS-SLOT)(1:4)
009620             TO WS-STAMP-HHMM
009630         PERFORM 3700-MINUTES-SINCE THRU 3700-EXIT
009640         IF WS-AGE-MINUTES < ZERO
009650             MOVE ZERO TO WS-AGE-MINUTES
009660         END-IF
009670         IF WS-AGE-MINUTES > 599940
009680             MOVE 599940 TO WS-AGE-MINUTES
009690         END-IF
009700         COMPUTE WS-UPTIME-HOURS ROUNDED =
009710             WS-AGE-MINUTES / 60
009720     END-IF
009730     MOVE WS-UPTIME-HOURS TO SDL-UP-HOURS
009740     MOVE WS-FLT-ACT-TIME(WS-SLOT)(1:4) TO SDL-LAST-ACT
009750     MOVE WS-FLT-FLAG(WS-SLOT) TO SDL-FLAG
009760     MOVE WS-FLT-ZONE(WS-SLOT) TO SDL-ZONE
009770     DISPLAY STAT-DETAIL-LINE LINE WS-SCREEN-ROW COLUMN 1
009780     ADD 1 TO WS-SCREEN-ROW.
009790 4300-EXIT.
009800     EXIT.
009810
009820*----------------------------------------------------------------
009830* 5000-TERMINATE - CLEAR THE SCREEN ON THE WAY OUT, THE WAY
009840* TERM-MAINT DOES.
009850*----------------------------------------------------------------
009860 5000-TERMINATE.
009870     DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS.
009880 5000-EXIT.
009890     EXIT.
009900
009910 END PROGRAM SNOW-STATUS.
