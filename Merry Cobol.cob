001660*                     THE ACTIVITY STATISTICS ALL STILL WORK
001670*                     DURING AN ALERT; THE MOTD TICKER AND
001680*                     ORNAMENTS DO NOT DRAW OVER THE PAGE.
001690*   10/15/2026 DH    THE START RECORD ON THE SNOWFALL LOG NOW
001700*                     CARRIES GEN=NNNNN, THE CONFIGURATION
001710*                     GENERATION IN FORCE AS LAST SNAPPED OR
001720*                     RESTORED BY SNOW-GEN (DD SNOWGCTL), SO A
001730*                     RUN CAN BE TIED BACK TO THE EXACT TERMCFG,
001740*                     HOLIDCAL, THEMEART, ORNPATN, SNOWPROF AND
001750*                     SNOWMOTD IT CAME UP ON.
001760*   10/15/2026 DH    EACH CONSOLE NOW LOOKS ITSELF UP ON THE
001770*                     TERMINAL ROSTER (DD TERMROST) AT STARTUP TO
001780*                     LEARN ITS BUILDING ZONE.  A COMMAND WHOSE
001790*                     TARGET IS THAT ZONE IS TAKEN AS ADDRESSED TO
001800*                     THIS CONSOLE, THE MOTD TICKER SKIPS NOTICES
001810*                     TAGGED FOR OTHER ZONES, AND AN ALERT FLASH
001820*                     LIMITED TO ANOTHER BUILDING IS IGNORED.  NO
001830*                     ROSTER, OR NO ENTRY FOR THE JOB ID, LEAVES
001840*                     THE CONSOLE IN NO ZONE - IT THEN SEES ONLY
001850*                     THE FLEET-WIDE NOTICES AND ALERTS.
001860*--------------------------------------------------------------
001870 ENVIRONMENT DIVISION.
001880 CONFIGURATION SECTION.
001890 SPECIAL-NAMES.
001900     CRT STATUS IS WS-CRT-STATUS.
001910 INPUT-OUTPUT SECTION.
001920 FILE-CONTROL.
001930     SELECT TERM-CONFIG-FILE ASSIGN TO TERMCFG
001940         ORGANIZATION IS LINE SEQUENTIAL
001950         FILE STATUS IS WS-TERMCFG-STATUS.
001960     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
001970         ORGANIZATION IS LINE SEQUENTIAL
001980         FILE STATUS IS WS-SNOWLOG-STATUS.
001990     SELECT SNOW-CHECKPOINT-FILE ASSIGN TO SNOWCKPT
002000         ORGANIZATION IS INDEXED
002010         ACCESS MODE IS RANDOM
002020         RECORD KEY IS GC-JOB-ID
002030         FILE STATUS IS WS-CHECKPOINT-STATUS.
002040     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO HOLIDCAL
002050         ORGANIZATION IS LINE SEQUENTIAL
002060         FILE STATUS IS WS-HOLIDCAL-STATUS.
002070     SELECT ORNAMENT-PATTERN-FILE ASSIGN TO ORNPATN
002080         ORGANIZATION IS LINE SEQUENTIAL
002090         FILE STATUS IS WS-ORNPATN-STATUS.
002100     SELECT MOTD-FILE ASSIGN TO SNOWMOTD
002110         ORGANIZATION IS LINE SEQUENTIAL
002120         FILE STATUS IS WS-MOTD-STATUS.
002130     SELECT WEATHER-PROFILE-FILE ASSIGN TO SNOWPROF
002140         ORGANIZATION IS LINE SEQUENTIAL
002150         FILE STATUS IS WS-SNOWPROF-STATUS.
002160     SELECT PRINT-FILE ASSIGN TO SNOWPRNT
002170         ORGANIZATION IS LINE SEQUENTIAL
002180         FILE STATUS IS WS-PRINT-STATUS.
002190     SELECT THEME-ARTWORK-FILE ASSIGN TO THEMEART
002200         ORGANIZATION IS LINE SEQUENTIAL
002210         FILE STATUS IS WS-THEMEART-STATUS.
002220     SELECT ACTIVITY-STAT-FILE ASSIGN TO SNOWSTAT
002230         ORGANIZATION IS LINE SEQUENTIAL
002240         FILE STATUS IS WS-SNOWSTAT-STATUS.
002250     SELECT COMMAND-FILE ASSIGN TO SNOWCMND
002260         ORGANIZATION IS LINE SEQUENTIAL
002270         FILE STATUS IS WS-SNOWCMND-STATUS.
002280     SELECT COMMAND-ACK-FILE ASSIGN TO SNOWCACK
002290         ORGANIZATION IS LINE SEQUENTIAL
002300         FILE STATUS IS WS-SNOWCACK-STATUS.
002310     SELECT WEATHER-FEED-FILE ASSIGN TO WEATHOBS
002320         ORGANIZATION IS LINE SEQUENTIAL
002330         FILE STATUS IS WS-WEATHOBS-STATUS.
002340     SELECT ALERT-FLASH-FILE ASSIGN TO SNOWFLSH
002350         ORGANIZATION IS LINE SEQUENTIAL
002360         FILE STATUS IS WS-SNOWFLSH-STATUS.
002370     SELECT GEN-CONTROL-FILE ASSIGN TO SNOWGCTL
002380         ORGANIZATION IS LINE SEQUENTIAL
002390         FILE STATUS IS WS-SNOWGCTL-STATUS.
002400     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
002410         ORGANIZATION IS LINE SEQUENTIAL
002420         FILE STATUS IS WS-ROSTER-STATUS.
002430
002440 DATA DIVISION.
002450 FILE SECTION.
002460 FD  TERM-CONFIG-FILE.
002470 01  TERM-CONFIG-RECORD.
002480     COPY TERMCTL.
002490
002500 FD  SNOWFALL-LOG-FILE.
002510 01  SNOWFALL-LOG-RECORD.
002520     COPY SNOWLOG.
002530
002540 FD  SNOW-CHECKPOINT-FILE.
002550 01  SNOW-CHECKPOINT-RECORD.
002560     COPY GROUNDCK.
002570
002580 FD  HOLIDAY-CALENDAR-FILE.
002590 01  HOLIDAY-CALENDAR-RECORD.
002600     COPY HOLIDCAL.
002610
002620 FD  ORNAMENT-PATTERN-FILE.
002630 01  ORNAMENT-PATTERN-RECORD.
002640     COPY ORNPATN.
002650
002660 FD  MOTD-FILE.
002670 01  MOTD-RECORD.
002680     COPY SNOWMOTD.
002690
002700 FD  WEATHER-PROFILE-FILE.
002710 01  WEATHER-PROFILE-RECORD.
002720     COPY SNOWPROF.
002730
002740 FD  PRINT-FILE.
002750 01  PRINT-RECORD                     PIC X(132).
002760
002770 FD  THEME-ARTWORK-FILE.
002780 01  THEME-ARTWORK-RECORD.
002790     COPY THEMEART.
002800
002810 FD  ACTIVITY-STAT-FILE.
002820 01  ACTIVITY-STAT-RECORD.
002830     COPY SNOWSTAT.
002840
002850 FD  COMMAND-FILE.
002860 01  COMMAND-RECORD.
002870     COPY SNOWCMND.
002880
002890 FD  COMMAND-ACK-FILE.
002900 01  COMMAND-ACK-RECORD.
002910     COPY SNOWCACK.
002920
002930 FD  WEATHER-FEED-FILE.
002940 01  WEATHER-FEED-RECORD.
002950     COPY WEATHOBS.
002960
002970 FD  ALERT-FLASH-FILE.
002980 01  ALERT-FLASH-RECORD.
002990     COPY SNOWFLSH.
003000
003010 FD  GEN-CONTROL-FILE.
003020 01  GEN-CONTROL-RECORD.
003030     COPY GENCTL.
003040
003050 FD  TERMINAL-ROSTER-FILE.
003060 01  TERMINAL-ROSTER-RECORD.
003070     COPY TERMROST.
003080
003090 WORKING-STORAGE SECTION.
003100*--------------------------------------------------------------
003110* SCREEN SIZING CONSTANTS.  MAX-SCREEN-HEIGHT/MAX-OFFSET ARE THE
003120* PHYSICAL LIMITS THE TABLES AND SCREEN FIELDS ARE BUILT TO.
003130* SCREEN_HEIGHT AND OFFSET_WS ARE THE ACTIVE, TERMINAL-DEPENDENT
003140* SIZES WITHIN THOSE LIMITS - LOADED BY 1300-READ-TERM-CONTROL.
003150* MAX-SNOW-HEIGHT IS ONE LESS THAN MAX-SCREEN-HEIGHT SO THE
003160* GROUND ROW DRAWN AT SCREEN_HEIGHT + 1 (SEE GROUND_LEFT/
003170* GROUND_RIGHT BELOW) STILL FALLS ON THE LAST PHYSICAL ROW
003180* INSTEAD OF RUNNING OFF THE BOTTOM OF THE SCREEN.
003190*--------------------------------------------------------------
003200 78  MAX-SCREEN-HEIGHT VALUE 24.
003210 78  MAX-SNOW-HEIGHT VALUE 23.
003220 78  MAX-OFFSET VALUE 40.
003230
003240 77  SCREEN_HEIGHT                PIC 9(2) COMP VALUE 17.
003250 77  OFFSET_WS                    PIC 9(2) COMP VALUE 20.
003260 77  WS-TREE-COL-OFFSET           PIC 9(2) COMP VALUE 20.
003270 77  WS-RIGHT-COL-OFFSET          PIC 9(2) COMP VALUE 45.
003280
003290 77  WS-TERMCFG-STATUS            PIC X(2) VALUE '00'.
003300     88  TERMCFG-OK               VALUE '00'.
003310     88  TERMCFG-EOF              VALUE '10'.
003320
003330 77  WS-TERM-CLASS-WANTED         PIC X(8) VALUE 'DEFAULT'.
003340 77  WS-TERM-CLASS-FOUND-SWITCH   PIC X VALUE 'N'.
003350     88  TERM-CLASS-FOUND         VALUE 'Y'.
003360
003370*--------------------------------------------------------------
003380* SNOWFALL LOG WORK AREAS.  WS-SNOWLOG-STATUS OF '35' MEANS THE
003390* LOG DOESN'T EXIST YET (FIRST RUN) - OPEN EXTEND CAN'T CREATE IT
003400* ON THIS PLATFORM SO 1210/5210 FALL BACK TO OPEN OUTPUT.
003410*--------------------------------------------------------------
003420 77  WS-SNOWLOG-STATUS            PIC X(2) VALUE '00'.
003430     88  SNOWLOG-OK               VALUE '00'.
003440     88  SNOWLOG-NOT-FOUND        VALUE '35'.
003450
003460 77  WS-JOB-ID                    PIC X(8) VALUE SPACES.
003470
003480*--------------------------------------------------------------
003490* CONFIGURATION GENERATION.  SNOW-GEN NUMBERS EACH SET OF THE
003500* HAND-FED CONFIGURATION FILES IT SNAPS OR RESTORES; THE NUMBER
003510* IN FORCE GOES ON THE START RECORD AS GEN=NNNNN.
003520*--------------------------------------------------------------
003530 77  WS-SNOWGCTL-STATUS           PIC X(2) VALUE '00'.
003540     88  SNOWGCTL-OK              VALUE '00'.
003550     88  SNOWGCTL-EOF             VALUE '10'.
003560 77  WS-CONFIG-GEN                PIC 9(5) VALUE ZERO.
003570
003580*--------------------------------------------------------------
003590* BUILDING ZONE.  WS-CONSOLE-ZONE IS THE TR-ZONE OF THIS JOB ID'S
003600* ROSTER ENTRY, PICKED UP BY 1270-READ-ZONE.  SPACES MEANS NO
003610* ZONE - ONLY FLEET-WIDE NOTICES AND ALERTS APPLY.
003620*--------------------------------------------------------------
003630 77  WS-ROSTER-STATUS             PIC X(2) VALUE '00'.
003640     88  ROSTER-OK                VALUE '00'.
003650     88  ROSTER-EOF               VALUE '10'.
003660 77  WS-CONSOLE-ZONE              PIC X(8) VALUE SPACES.
003670 77  WS-ROSTER-FOUND-SWITCH       PIC X VALUE 'N'.
003680     88  ROSTER-ENTRY-FOUND       VALUE 'Y'.
003690
003700*--------------------------------------------------------------
003710* GROUND ACCUMULATION.  A FLAKE THAT MISSES THE VISIBLE SNOWFIELD
003720* (Y COMPUTED PAST SCREEN_HEIGHT IN 4010) ADDS TO THE PILE DEPTH
003730* FOR ITS COLUMN INSTEAD OF BEING THROWN AWAY.  WS-GROUND-LINE IS
003740* THE SCREEN ROW THE PILE IS DRAWN ON, ONE PAST THE SNOWFIELDS.
003750* WS-GROUND-CHAR-TABLE TURNS A DEPTH (0-9) INTO A DISPLAY CHAR.
003760*--------------------------------------------------------------
003770 78  MAX-GROUND-DEPTH VALUE 9.
003780
003790 77  WS-GROUND-LINE               PIC 9(2) COMP.
003800 77  WS-GROUND-CHAR-TABLE         PIC X(10) VALUE ' .:-=+*#%@'.
003810
003820*--------------------------------------------------------------
003830* MELT AND SETTLING.  WITHOUT THEM EVERY COLUMN EVENTUALLY HITS
003840* MAX-GROUND-DEPTH AND THE GROUND ROW FREEZES INTO A SOLID BAR
003850* FOR THE REST OF THE SHIFT - AND THE CHECKPOINT PRESERVES THE
003860* SATURATION ACROSS BOUNCES.  4030-MELT-AND-SETTLE RUNS IN THE
003870* SNOW CYCLE: EVERY CYCLE A COLUMN STANDING TWO OR MORE ABOVE A
003880* NEIGHBOR SPILLS ONE INTO IT, AND EVERY WS-MELT-INTERVAL CYCLES
003890* (MELT=NNN ON THE EXEC PARM, DEFAULT 50, 000 TURNS MELTING OFF)
003900* EVERY COLUMN LOSES ONE DEPTH, SO THE PILE REACHES A MOVING
003910* EQUILIBRIUM.  THE MELTED DEPTHS FLOW THROUGH THE EXISTING
003920* CHECKPOINT UNCHANGED.
003930*--------------------------------------------------------------
003940 77  WS-MELT-INTERVAL             PIC 9(3) VALUE 50.
003950 77  WS-MELT-CYCLE-COUNT          PIC 9(3) COMP VALUE ZERO.
003960 77  WS-SETTLE-IDX                PIC 9(2) COMP.
003970
003980*--------------------------------------------------------------
003990* ORNAMENT BLINK PATTERN.  LOADED ONCE AT STARTUP FROM THE
004000* ORNAMENT PATTERN FILE (DD ORNPATN) BY 1700-READ-ORNAMENTS.
004010* 6000-BLINK-ORNAMENTS STEPS EACH CELL TO THE NEXT COLOR IN ITS
004020* OP-COLOR-LIST CYCLE EVERY WS-BLINK-INTERVAL SNOW CYCLES, A
004030* SLOWER, INDEPENDENT CADENCE FROM THE FRAME PACING IN
004040* WS-POLL-HUNDREDTHS, SO THE ORNAMENTS BLINK WHILE THE SNOW KEEPS
004050* FALLING AT ITS OWN SPEED.
004060*--------------------------------------------------------------
004070 78  MAX-ORNAMENTS VALUE 8.
004080
004090 77  WS-ORNPATN-STATUS            PIC X(2) VALUE '00'.
004100     88  ORNPATN-OK               VALUE '00'.
004110     88  ORNPATN-EOF              VALUE '10'.
004120
004130 77  WS-ORNAMENT-COUNT            PIC 9(2) COMP VALUE ZERO.
004140 77  WS-ORN-IDX                   PIC 9(2) COMP.
004150
004160 01  WS-ORNAMENT-TABLE.
004170     05  WS-ORNAMENT-ENTRY OCCURS MAX-ORNAMENTS TIMES.
004180         10  WS-ORN-LINE          PIC 9(2).
004190         10  WS-ORN-COL           PIC 9(2) COMP.
004200         10  WS-ORN-CHAR          PIC X(1).
004210         10  WS-ORN-COLOR-LIST    PIC X(4).
004220         10  WS-ORN-COLOR-IDX     PIC 9(1) VALUE 1.
004230         10  WS-ORN-CUR-COLOR     PIC 9(1).
004240
004250 77  WS-BLINK-CYCLE-COUNT         PIC 9(2) COMP VALUE ZERO.
004260 77  WS-BLINK-INTERVAL            PIC 9(2) COMP VALUE 3.
004270 77  WS-COL-IDX                   PIC 9(2) COMP.
004280
004290 77  WS-SIDE-SWITCH               PIC X VALUE 'L'.
004300     88  SIDE-IS-LEFT             VALUE 'L'.
004310     88  SIDE-IS-RIGHT            VALUE 'R'.
004320
004330 01  WS-GROUND-DEPTH-LEFT.
004340     05  WS-GROUND-DEPTH-LEFT-ARR PIC 9(02) VALUE ZERO
004350         OCCURS MAX-OFFSET TIMES.
004360 01  WS-GROUND-DEPTH-RIGHT.
004370     05  WS-GROUND-DEPTH-RIGHT-ARR PIC 9(02) VALUE ZERO
004380         OCCURS MAX-OFFSET TIMES.
004390
004400 01  WS-GROUND-DISPLAY-LEFT       PIC X(MAX-OFFSET) VALUE SPACES.
004410 01  WS-GROUND-DISPLAY-RIGHT      PIC X(MAX-OFFSET) VALUE SPACES.
004420
004430 77  WS-CHECKPOINT-STATUS         PIC X(2) VALUE '00'.
004440     88  CHECKPOINT-OK            VALUE '00'.
004450     88  CHECKPOINT-NOT-FOUND     VALUE '35'.
004460
004470*--------------------------------------------------------------
004480* HOLIDAY THEME SELECTION.  1600-SELECT-THEME MATCHES TODAY'S DATE
004490* AGAINST THE HOLIDAY CALENDAR FILE TO PICK WHICH SCREEN GROUP
004500* 2000-DISPLAY-THEME SHOWS - THE CHRISTMAS TREE, THE HALLOWEEN
004510* PUMPKIN, OR THE FOURTH OF JULY FIREWORKS.  NO CALENDAR FILE, OR
004520* NO MATCHING ENTRY, LEAVES THE COMPILED-IN DEFAULT OF THE TREE
004530* ALONE.
004540*--------------------------------------------------------------
004550 77  WS-HOLIDCAL-STATUS           PIC X(2) VALUE '00'.
004560     88  HOLIDCAL-OK              VALUE '00'.
004570     88  HOLIDCAL-EOF             VALUE '10'.
004580
004590 77  WS-THEME-FOUND-SWITCH        PIC X VALUE 'N'.
004600     88  THEME-FOUND              VALUE 'Y'.
004610
004620 77  WS-THEME-CODE                PIC X(8) VALUE 'TREE'.
004630     88  THEME-IS-TREE            VALUE 'TREE'.
004640     88  THEME-IS-PUMPKIN         VALUE 'PUMPKIN '.
004650     88  THEME-IS-FIREWORK        VALUE 'FIREWORK'.
004660
004670 01  WS-TODAY-CCYYMMDD            PIC 9(8) VALUE ZERO.
004680 01  WS-TODAY-CCYYMMDD-R REDEFINES WS-TODAY-CCYYMMDD.
004690     05  FILLER                   PIC 9(4).
004700     05  WS-TODAY-MMDD            PIC 9(4).
004710
004720 77  WS-HC-START                  PIC 9(4).
004730 77  WS-HC-END                    PIC 9(4).
004740
004750*--------------------------------------------------------------
004760* MONOCHROME SCREEN SELECTION.  THE MONO KEYWORD ON THE EXEC PARM
004770* FORCES THE PLAIN-TEXT SCREEN GROUPS BELOW (NO FOREGROUND-COLOR
004780* OR HIGHLIGHT CLAUSES) FOR CONSOLES THAT RENDER HIGHLIGHT AS
004790* REVERSE VIDEO INSTEAD OF COLOR.
004800*--------------------------------------------------------------
004810 77  WS-MONO-SWITCH               PIC X VALUE 'N'.
004820     88  MONO-REQUESTED           VALUE 'Y'.
004830
004840*--------------------------------------------------------------
004850* MESSAGE-OF-THE-DAY TICKER.  1800-READ-MOTD LOADS THE MESSAGE
004860* FILE INTO WS-MOTD-TABLE, EACH ENTRY REDUCED TO CCYYMMDDHHMM
004870* START/END STAMPS FOR A STRAIGHT COMPARE AGAINST THE CLOCK.
004880* 7000-SHOW-TICKER ROTATES THE CURRENTLY-ACTIVE MESSAGES ON THE
004890* TICKER LINE (WS-GROUND-LINE + 1) EVERY WS-MOTD-ROTATE-INTERVAL
004900* SNOW CYCLES AND RE-READS THE FILE EVERY
004910* WS-MOTD-REFRESH-INTERVAL CYCLES, SO AN EXPIRED NOTICE DROPS
004920* OFF AND A NEW ONE APPEARS WITHOUT TOUCHING THE CONSOLE.  A
004930* TERMINAL CLASS TALL ENOUGH THAT THE TICKER LINE WOULD FALL
004940* PAST THE PHYSICAL SCREEN SIMPLY GETS NO TICKER.
004950*--------------------------------------------------------------
004960 78  MAX-MESSAGES VALUE 10.
004970
004980 77  WS-MOTD-STATUS               PIC X(2) VALUE '00'.
004990     88  MOTD-OK                  VALUE '00'.
005000     88  MOTD-EOF                 VALUE '10'.
005010
005020 77  WS-MESSAGE-COUNT             PIC 9(2) COMP VALUE ZERO.
005030 01  WS-MOTD-TABLE.
005040     05  WS-MOTD-ENTRY OCCURS MAX-MESSAGES TIMES.
005050         10  WS-MOTD-START-STAMP  PIC 9(12).
005060         10  WS-MOTD-END-STAMP    PIC 9(12).
005070         10  WS-MOTD-TEXT         PIC X(60).
005080
005090 77  WS-MOTD-ACTIVE-IDX           PIC 9(2) COMP VALUE ZERO.
005100 77  WS-MOTD-SCAN-COUNT           PIC 9(2) COMP.
005110 77  WS-MOTD-ROTATE-COUNT         PIC 9(3) COMP VALUE ZERO.
005120 77  WS-MOTD-ROTATE-INTERVAL      PIC 9(3) COMP VALUE 15.
005130 77  WS-MOTD-REFRESH-COUNT        PIC 9(3) COMP VALUE ZERO.
005140 77  WS-MOTD-REFRESH-INTERVAL     PIC 9(3) COMP VALUE 300.
005150 77  WS-MOTD-FOUND-SWITCH         PIC X VALUE 'N'.
005160     88  MOTD-MESSAGE-FOUND       VALUE 'Y'.
005170
005180 77  WS-TICKER-LINE               PIC 9(2) COMP VALUE ZERO.
005190 77  WS-TICKER-TEXT               PIC X(60) VALUE SPACES.
005200 77  WS-NOW-STAMP                 PIC 9(12) VALUE ZERO.
005210
005220*--------------------------------------------------------------
005230* WEATHER PROFILE.  1900-READ-PROFILE LOADS THE TIME BANDS FROM
005240* THE WEATHER PROFILE FILE, AND 3185-CHECK-WEATHER-PROFILE
005250* MATCHES THE CLOCK AGAINST THEM EVERY CYCLE THE WAY
005260* 3180-CHECK-SHIFT-END WATCHES THE SHIFT END TIME.  ON ENTERING
005270* A NEW BAND THE FLAKES-PER-SIDE-PER-CYCLE COUNT (THE OLD
005280* COMPILED-IN 8) AND THE BASE POLL PACING ARE TAKEN FROM THE
005290* BAND; THE OPERATOR SPEED KEYS STILL NUDGE THE PACE INSIDE A
005300* BAND, AND WITH NO PROFILE FILE OR NO MATCHING BAND EVERYTHING
005310* RUNS AT THE COMPILED-IN DEFAULTS AS BEFORE.
005320*--------------------------------------------------------------
005330 78  MAX-PROFILE-BANDS VALUE 12.
005340 78  MAX-FLAKES-PER-CYCLE VALUE 20.
005350
005360 77  WS-SNOWPROF-STATUS           PIC X(2) VALUE '00'.
005370     88  SNOWPROF-OK              VALUE '00'.
005380     88  SNOWPROF-EOF             VALUE '10'.
005390
005400 77  WS-PROFILE-COUNT             PIC 9(2) COMP VALUE ZERO.
005410 01  WS-PROFILE-TABLE.
005420     05  WS-PROFILE-ENTRY OCCURS MAX-PROFILE-BANDS TIMES.
005430         10  WS-PROF-START-HHMM   PIC 9(4).
005440         10  WS-PROF-END-HHMM     PIC 9(4).
005450         10  WS-PROF-FLAKES       PIC 9(2).
005460         10  WS-PROF-BASE-POLL    PIC 9(4).
005470
005480 77  WS-FLAKES-PER-CYCLE          PIC 9(2) COMP VALUE 8.
005490 77  WS-ACTIVE-BAND-IDX           PIC 9(2) COMP VALUE ZERO.
005500 77  WS-PROF-IDX                  PIC 9(2) COMP.
005510 77  WS-PROF-MATCH-IDX            PIC 9(2) COMP.
005520
005530*--------------------------------------------------------------
005540* ACTIVITY STATISTICS.  THE SNOW CYCLE COUNTS WHAT HAPPENS -
005550* CYCLES, FLAKES DROPPED, CYCLES SPENT PAUSED, OPERATOR KEY
005560* ACTIONS, WEATHER BAND CHANGES - AND EVERY STAT-INTERVAL-CYCLES
005570* CYCLES 3160-WRITE-ACTIVITY-STAT APPENDS ONE INTERVAL RECORD
005580* FOR THIS JOB ID TO THE STATISTICS FILE (DD SNOWSTAT) AND
005590* RESETS THE COUNTS.  THE GROUND TOTAL IS THE SUM OF BOTH PILE
005600* DEPTH TABLES AT WRITE TIME.  NO SNOWSTAT DD JUST MEANS NO
005610* STATISTICS, THE SAME WAY THE OTHER OPTIONAL FILES DEGRADE.
005620*--------------------------------------------------------------
005630 78  STAT-INTERVAL-CYCLES VALUE 300.
005640
005650 77  WS-SNOWSTAT-STATUS           PIC X(2) VALUE '00'.
005660     88  SNOWSTAT-OK              VALUE '00'.
005670     88  SNOWSTAT-NOT-FOUND       VALUE '35'.
005680
005690 77  WS-STAT-CYCLE-COUNT          PIC 9(5) COMP VALUE ZERO.
005700 77  WS-STAT-FLAKES-COUNT         PIC 9(7) COMP VALUE ZERO.
005710 77  WS-STAT-PAUSED-COUNT         PIC 9(5) COMP VALUE ZERO.
005720 77  WS-STAT-KEY-COUNT            PIC 9(5) COMP VALUE ZERO.
005730 77  WS-STAT-BAND-COUNT           PIC 9(3) COMP VALUE ZERO.
005740 77  WS-STAT-GROUND-TOTAL         PIC 9(5) COMP VALUE ZERO.
005750 77  WS-STAT-COL-IDX              PIC 9(2) COMP.
005760
005770*--------------------------------------------------------------
005780* CENTRAL COMMAND FILE.  3175-POLL-COMMAND-FILE RE-READS THE
005790* COMMAND FILE EVERY CMD-POLL-INTERVAL SNOW CYCLES AND ACTS ON
005800* EVERY RECORD NEWER THAN WS-LAST-CMD-SEQ THAT IS ADDRESSED TO
005810* THIS JOB ID OR TO ALL, ACKNOWLEDGING EACH ONE ON THE ACK
005820* FILE.  1850-PRIME-COMMAND-SEQ SETS THE STARTING SEQUENCE TO
005830* THE HIGHEST ALREADY ON FILE, SO ONLY COMMANDS ISSUED AFTER
005840* THIS RUN CAME UP TAKE EFFECT.  NO COMMAND FILE JUST MEANS NO
005850* REMOTE CONTROL, LIKE EVERY OTHER OPTIONAL FILE.
005860*--------------------------------------------------------------
005870 78  CMD-POLL-INTERVAL VALUE 20.
005880
005890 77  WS-SNOWCMND-STATUS           PIC X(2) VALUE '00'.
005900     88  SNOWCMND-OK              VALUE '00'.
005910     88  SNOWCMND-EOF             VALUE '10'.
005920
005930 77  WS-SNOWCACK-STATUS           PIC X(2) VALUE '00'.
005940     88  SNOWCACK-OK              VALUE '00'.
005950     88  SNOWCACK-NOT-FOUND       VALUE '35'.
005960
005970 77  WS-CMD-CYCLE-COUNT           PIC 9(3) COMP VALUE ZERO.
005980 77  WS-LAST-CMD-SEQ              PIC 9(6) VALUE ZERO.
005990
006000*--------------------------------------------------------------
006010* LIVE WEATHER FEED.  3187-CHECK-WEATHER-FEED RE-READS THE
006020* FEED FILE EVERY WX-POLL-INTERVAL CYCLES AND KEEPS THE LAST
006030* OBSERVATION.  ONE STAMPED TODAY WITHIN WX-STALE-MINUTES OF
006040* THE CLOCK PUTS THE SOURCE IN LIVE: THE PRECIPITATION RATE
006050* DRIVES WS-FLAKES-PER-CYCLE AND THE WIND FIELDS DRIVE
006060* WS-WIND-OFFSET, AND 3185-CHECK-WEATHER-PROFILE STANDS DOWN.
006070* A STALE OR ABSENT FEED DROPS BACK TO PROFILE AND CLEARS THE
006080* ACTIVE BAND SO THE PROFILE RE-APPLIES ITSELF AT ONCE.  EVERY
006090* CHANGE OF SOURCE IS LOGGED AS A WXSRC EVENT AND THE SOURCE
006100* IN EFFECT RIDES OUT ON EVERY ACTIVITY STATISTICS RECORD.
006110*--------------------------------------------------------------
006120 78  WX-POLL-INTERVAL VALUE 50.
006130 78  WX-STALE-MINUTES VALUE 15.
006140
006150 77  WS-WEATHOBS-STATUS           PIC X(2) VALUE '00'.
006160     88  WEATHOBS-OK              VALUE '00'.
006170     88  WEATHOBS-EOF             VALUE '10'.
006180
006190 77  WS-WX-CYCLE-COUNT            PIC 9(3) COMP VALUE ZERO.
006200 77  WS-WX-SOURCE                 PIC X(7) VALUE 'PROFILE'.
006210     88  WX-SOURCE-LIVE           VALUE 'LIVE   '.
006220
006230 77  WS-WX-OBS-SEEN-SWITCH        PIC X VALUE 'N'.
006240     88  WX-OBS-SEEN              VALUE 'Y'.
006250 77  WS-WX-OBS-DATE               PIC 9(8) VALUE ZERO.
006260 77  WS-WX-OBS-HHMM               PIC 9(4) VALUE ZERO.
006270 77  WS-WX-PRECIP                 PIC 9(2) VALUE ZERO.
006280 77  WS-WX-WIND-SPEED             PIC 9(2) VALUE ZERO.
006290 77  WS-WX-WIND-DIR               PIC X(1) VALUE 'C'.
006300 77  WS-WX-OBS-MINUTES            PIC 9(5) COMP.
006310 77  WS-WX-NOW-MINUTES            PIC 9(5) COMP.
006320 77  WS-WX-AGE-MINUTES            PIC S9(5) COMP.
006330
006340 01  WS-WX-HHMM-SPLIT.
006350     05  WS-WX-HHMM-HH            PIC 9(2).
006360     05  WS-WX-HHMM-MM            PIC 9(2).
006370 77  WS-WX-OFFSET-WORK            PIC S9(3) COMP.
006380
006390*--------------------------------------------------------------
006400* EMERGENCY ALERT.  3140-CHECK-ALERT RE-READS THE FLASH FILE
006410* EVERY CYCLE.  AN ACTIVE RECORD RAISES THE FULL-SCREEN ALERT
006420* PAGE AND SUSPENDS THE SNOWFALL DRAWING (THE BUFFERS AND THE
006430* GROUND PILE KEEP THEIR CONTENTS); WITHDRAWING THE ALERT
006440* CLEARS THE PAGE, REDRAWS THE THEME AND LETS THE SNOW RESUME
006450* WHERE IT LEFT OFF.  RAISE AND CLEAR EACH WRITE AN ALERT
006460* EVENT TO THE SNOWFALL LOG NAMING THE ALERT ID.
006470*--------------------------------------------------------------
006480 77  WS-SNOWFLSH-STATUS           PIC X(2) VALUE '00'.
006490     88  SNOWFLSH-OK              VALUE '00'.
006500     88  SNOWFLSH-EOF             VALUE '10'.
006510
006520 77  WS-ALERT-ACTIVE-SWITCH       PIC X VALUE 'N'.
006530     88  ALERT-ACTIVE             VALUE 'Y'.
006540 77  WS-ALERT-SHOWING-SWITCH      PIC X VALUE 'N'.
006550     88  ALERT-SHOWING            VALUE 'Y'.
006560
006570 77  WS-ALERT-ID                  PIC X(8) VALUE SPACES.
006580 77  WS-ALERT-TEXT-1              PIC X(40) VALUE SPACES.
006590 77  WS-ALERT-TEXT-2              PIC X(40) VALUE SPACES.
006600 77  WS-ALERT-REASON              PIC X(24) VALUE SPACES.
006610
006620*--------------------------------------------------------------
006630* HARDCOPY PRINT MODE.  THE PRINT KEYWORD ON THE EXEC PARM RUNS
006640* THE PROGRAM STRAIGHT THROUGH WITH NO CRT: 8000-PRINT-RUN
006650* RENDERS CYCLES=NNN FRAMES (DEFAULT 001) OF THE SELECTED THEME,
006660* SNOWFIELDS AND GROUND ROWS AS PLAIN TEXT PAGES ON THE PRINT
006670* FILE (DD SNOWPRNT), FOR THE HOLIDAY OFFICE POSTING OR FOR
006680* ATTACHING A FRAME TO A PROBLEM TICKET SHOWING WHAT A GIVEN
006690* SEED= RUN DISPLAYS.  THE THEME TEXT TABLES BELOW CARRY THE
006700* SAME ARTWORK AS THE MONO SCREEN GROUPS, WHICH A BATCH STEP
006710* CANNOT READ BACK FROM THE SCREEN SECTION.  A PRINT RUN READS
006720* THE CHECKPOINT LIKE ANY OTHER RUN BUT NEVER SAVES ONE, SO
006730* PRINTING A FRAME CANNOT DISTURB A LIVE CONSOLE'S PILE.
006740*--------------------------------------------------------------
006750 78  THEME-TEXT-LINES VALUE 18.
006760 78  THEME-TEXT-WIDTH VALUE 25.
006770
006780 77  WS-PRINT-STATUS              PIC X(2) VALUE '00'.
006790     88  PRINT-FILE-OK            VALUE '00'.
006800
006810 77  WS-PRINT-SWITCH              PIC X VALUE 'N'.
006820     88  PRINT-REQUESTED          VALUE 'Y'.
006830 77  WS-PRINT-CYCLES              PIC 9(3) VALUE 001.
006840 77  WS-FRAME-NO                  PIC 9(3) COMP.
006850 77  WS-PRT-ROW                   PIC 9(2) COMP.
006860 77  WS-PRT-COL                   PIC 9(2) COMP.
006870 77  WS-PRT-TARGET-COL            PIC 9(3) COMP.
006880
006890 01  WS-FRAME-BUFFER.
006900     05  WS-FRAME-LINE            PIC X(132)
006910         OCCURS MAX-SCREEN-HEIGHT TIMES.
006920
006930 01  PRT-HEADER-LINE.
006940     05  FILLER                   PIC X(19) VALUE
006950         'MERRY-COBOL  FRAME '.
006960     05  PRT-HDR-FRAME-NO         PIC ZZ9.
006970     05  FILLER                   PIC X(4) VALUE ' OF '.
006980     05  PRT-HDR-CYCLES           PIC ZZ9.
006990     05  FILLER                   PIC X(8) VALUE '  THEME '.
007000     05  PRT-HDR-THEME            PIC X(8).
007010     05  FILLER                   PIC X(87) VALUE SPACES.
007020
007030 01  PRT-RULE-LINE                PIC X(90) VALUE ALL '-'.
007040
007050 01  WS-TREE-TEXT.
007060     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007070         '           _/^\_'.
007080     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007090         '         <     >'.
007100     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007110         '          /.-.\'.
007120     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007130         '           / \'.
007140     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007150         '          / @ \'.
007160     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007170         '         /  v  \'.
007180     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007190         '        / /   \ \'.
007200     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007210         '       /  O   o  \'.
007220     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007230         '      / /   ^   \ \'.
007240     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007250         '     /   /     \   \'.
007260     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007270         '    /   O   /   *   \'.
007280     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007290         '   /  \   \     \    \'.
007300     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007310         '  /   /    v    \\ %  \'.
007320     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007330         ' /_____________________\'.
007340     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007350         '/_______________________\'.
007360     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007370         '        |      |'.
007380     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007390         '        |      |'.
007400     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007410         ' []  [] |      |  []'.
007420 01  WS-TREE-TEXT-R REDEFINES WS-TREE-TEXT.
007430     05  WS-TREE-TEXT-LINE        PIC X(THEME-TEXT-WIDTH)
007440         OCCURS THEME-TEXT-LINES TIMES.
007450
007460 01  WS-PUMPKIN-TEXT.
007470     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007480         '            /\'.
007490     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007500         '           |  |'.
007510     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007520         '        .--------.'.
007530     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007540         '      /            \'.
007550     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007560         '     /   O     O   \'.
007570     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007580         '    |                |'.
007590     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007600         '    |      ^       |'.
007610     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007620         '     \   \____/   /'.
007630     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007640         '      \            /'.
007650     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007660         '        --------'.
007670     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
007680     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007690         '        HAPPY'.
007700     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007710         '      HALLOWEEN'.
007720     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
007730     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
007740     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
007750     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
007760     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
007770 01  WS-PUMPKIN-TEXT-R REDEFINES WS-PUMPKIN-TEXT.
007780     05  WS-PUMPKIN-TEXT-LINE     PIC X(THEME-TEXT-WIDTH)
007790         OCCURS THEME-TEXT-LINES TIMES.
007800
007810 01  WS-FIREWORK-TEXT.
007820     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007830         '         *'.
007840     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007850         '      *  *  *'.
007860     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007870         '    *   .   *'.
007880     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007890         '  *    *    *'.
007900     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007910         '    .   *   .'.
007920     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007930         '       *'.
007940     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
007950     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007960         '            *'.
007970     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
007980         '         *  *  *'.
007990     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
008000         '       *   .   *'.
008010     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
008020     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
008030         '        HAPPY'.
008040     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE
008050         '      FOURTH OF JULY'.
008060     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
008070     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
008080     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
008090     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
008100     05  FILLER PIC X(THEME-TEXT-WIDTH) VALUE SPACES.
008110 01  WS-FIREWORK-TEXT-R REDEFINES WS-FIREWORK-TEXT.
008120     05  WS-FIREWORK-TEXT-LINE    PIC X(THEME-TEXT-WIDTH)
008130         OCCURS THEME-TEXT-LINES TIMES.
008140
008150 01  WS-THEME-PRINT-TABLE.
008160     05  WS-THEME-PRINT-LINE      PIC X(THEME-TEXT-WIDTH)
008170         OCCURS THEME-TEXT-LINES TIMES.
008180
008190*--------------------------------------------------------------
008200* DATA-DRIVEN THEME ARTWORK.  1950-READ-THEME-ART COLLECTS THE
008210* THEME ARTWORK FILE SEGMENTS WHOSE THEME CODE MATCHES WHAT THE
008220* HOLIDAY CALENDAR SELECTED, AND 2000-DISPLAY-THEME DRAWS THEM
008230* INSTEAD OF A COMPILED-IN SCREEN GROUP - SO A NEW SEASON IS A
008240* CALENDAR ENTRY PLUS ARTWORK RECORDS, NO RECOMPILE.  NO FILE,
008250* OR NO SEGMENTS FOR THE SELECTED CODE, FALLS BACK TO THE
008260* COMPILED-IN SCREEN GROUPS EXACTLY AS BEFORE.  EACH SEGMENT'S
008270* TRAILING BLANKS ARE TRIMMED AT LOAD SO DRAWING ONE SEGMENT
008280* CANNOT BLANK ITS NEIGHBORS.  PRINT MODE RENDERS THE SAME
008290* SEGMENTS INTO THE FRAME BUFFER.
008300*--------------------------------------------------------------
008310 78  MAX-ART-SEGMENTS VALUE 40.
008320 78  ART-TEXT-WIDTH VALUE 40.
008330
008340 77  WS-THEMEART-STATUS           PIC X(2) VALUE '00'.
008350     88  THEMEART-OK              VALUE '00'.
008360     88  THEMEART-EOF             VALUE '10'.
008370
008380 77  WS-ARTWORK-COUNT             PIC 9(2) COMP VALUE ZERO.
008390 01  WS-ARTWORK-TABLE.
008400     05  WS-ART-ENTRY OCCURS MAX-ART-SEGMENTS TIMES.
008410         10  WS-ART-LINE          PIC 9(2).
008420         10  WS-ART-COL           PIC 9(2) COMP.
008430         10  WS-ART-COLOR         PIC 9(1).
008440         10  WS-ART-HILITE-SW     PIC X.
008450             88  WS-ART-HIGHLIGHTED VALUE 'Y'.
008460         10  WS-ART-TEXT          PIC X(ART-TEXT-WIDTH).
008470         10  WS-ART-LEN           PIC 9(2) COMP.
008480
008490 77  WS-ART-IDX                   PIC 9(2) COMP.
008500 77  WS-ART-SCAN                  PIC 9(2) COMP.
008510
008520 01  SNOWFLAKE_BUFFER.
008530     05  SNOWFLAKE_BUFFER_ARR PIC X(MAX-OFFSET)
008540         OCCURS 1 TO MAX-SCREEN-HEIGHT TIMES
008550         DEPENDING ON SCREEN_HEIGHT.
008560
008570 77  X                            PIC 9(2).
008580 77  Y                            PIC 9(2).
008590 77  I                            PIC 9(3).
008600 77  WS-X-SIGNED                  PIC S9(3) COMP.
008610
008620*--------------------------------------------------------------
008630* OPERATOR SHUTDOWN CONTROLS.
008640*--------------------------------------------------------------
008650 77  WS-CRT-STATUS                PIC 9(4).
008660 77  WS-OPERATOR-KEY               PIC X VALUE SPACE.
008670     88  OPERATOR-QUIT-KEY         VALUE 'Q' 'q'.
008680     88  OPERATOR-PAUSE-KEY        VALUE 'P' 'p'.
008690     88  OPERATOR-SPEED-UP-KEY     VALUE '+' '='.
008700     88  OPERATOR-SLOW-DOWN-KEY    VALUE '-' '_'.
008710     88  OPERATOR-WIND-LEFT-KEY    VALUE '<' ','.
008720     88  OPERATOR-WIND-RIGHT-KEY   VALUE '>' '.'.
008730
008740 77  WS-SHUTDOWN-SWITCH           PIC X VALUE 'N'.
008750     88  SHUTDOWN-REQUESTED       VALUE 'Y'.
008760 77  WS-SHUTDOWN-REASON           PIC X(24) VALUE SPACES.
008770
008780 77  WS-SHIFT-END-SWITCH          PIC X VALUE 'N'.
008790     88  SHIFT-END-SUPPLIED       VALUE 'Y'.
008800 77  WS-SHIFT-END-TIME            PIC 9(4) VALUE ZERO.
008810
008820 01  WS-CURRENT-TIME-FIELDS.
008830     05  WS-CURRENT-TIME          PIC 9(8).
008840 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME-FIELDS.
008850     05  WS-CURRENT-HHMM          PIC 9(4).
008860     05  FILLER                   PIC 9(4).
008870
008880*--------------------------------------------------------------
008890* OPERATOR SNOWFALL CONTROLS.  WS-POLL-HUNDREDTHS PACES THE
008900* DISPLAY AND IS NUDGED BY THE SPEED KEYS; WS-PAUSE-SWITCH FREEZES
008910* THE SNOWFALL WHERE IT STANDS; WS-WIND-OFFSET IS ADDED TO EACH
008920* NEW FLAKE'S COLUMN IN 4010-DROP-ONE-FLAKE TO DRIFT THE SNOWFALL
008930* LEFT OR RIGHT.
008940*--------------------------------------------------------------
008950 77  WS-POLL-HUNDREDTHS           PIC 9(4) VALUE 0100.
008960 77  WS-MIN-POLL-HUNDREDTHS       PIC 9(4) VALUE 0010.
008970 77  WS-MAX-POLL-HUNDREDTHS       PIC 9(4) VALUE 0300.
008980 77  WS-POLL-STEP                 PIC 9(4) VALUE 0010.
008990
009000 77  WS-PAUSE-SWITCH              PIC X VALUE 'N'.
009010     88  SNOWFALL-PAUSED          VALUE 'Y'.
009020
009030 77  WS-WIND-OFFSET               PIC S9(2) COMP VALUE ZERO.
009040 77  WS-MIN-WIND-OFFSET           PIC S9(2) COMP VALUE -10.
009050 77  WS-MAX-WIND-OFFSET           PIC S9(2) COMP VALUE 10.
009060
009070*--------------------------------------------------------------
009080* PARM PARSING WORK AREAS.
009090*--------------------------------------------------------------
009100 01  WS-PARM-WORK                 PIC X(100).
009110 01  WS-PARM-TOKEN-TABLE.
009120     05  WS-PARM-TOKEN            PIC X(20) OCCURS 8 TIMES.
009130 77  WS-TOKEN-IDX                 PIC 9(1).
009140
009150*--------------------------------------------------------------
009160* REPRODUCIBLE-SNOWFALL SEED.  WHEN SEED= COMES IN ON THE EXEC
009170* PARM, 1500-SEED-RANDOM SEEDS FUNCTION RANDOM WITH IT SO
009180* 4010-DROP-ONE-FLAKE DRAWS THE SAME SNOWFALL EVERY RUN.
009190*--------------------------------------------------------------
009200 77  WS-RANDOM-SEED               PIC 9(5) VALUE ZERO.
009210 77  WS-SEED-SWITCH               PIC X VALUE 'N'.
009220     88  SEED-SUPPLIED            VALUE 'Y'.
009230 77  WS-RANDOM-DISCARD            PIC 9V9(9) COMP.
009240
009250 LINKAGE SECTION.
009260     COPY PARMAREA.
009270
009280* The Screen Section acts like a list of instructions for
009290* how to draw the screen line by line
009300 SCREEN SECTION.
009310
009320 01 TREE BACKGROUND-COLOR 0 HIGHLIGHT .
009330 02 LINE 1 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6 HIGHLIGHT.
009340 05 VALUE '           _/^\_' .
009350 02 LINE 2 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
009360 05 VALUE '         <     >'.
009370 02 LINE 3 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
009380 05 VALUE '          /.-.\'.
009390 02 LINE 4 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009400 05 VALUE '           / \'.
009410 02 LINE 5 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009420 05 VALUE '          / '.
009430 05 VALUE '@' FOREGROUND-COLOR 4.
009440 05 VALUE ' \'.
009450 02 LINE 6 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009460 05 VALUE '         /  v  \' .
009470 02 LINE 7 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009480 05 VALUE '        / /   \ \' .
009490 02 LINE 8 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009500 05 VALUE '       /  '.
009510 05 VALUE 'O   o' FOREGROUND-COLOR 4.
009520 05 VALUE '  \'.
009530 02 LINE 9 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009540 05 VALUE '      / /   ^   \ \'.
009550 02 LINE 10 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009560 05 VALUE '     /   /     \   \' .
009570 02 LINE 11 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2 .
009580 05 VALUE '    /   '.
009590 05 VALUE 'O' FOREGROUND-COLOR 3.
009600 05 VALUE '   /   '.
009610 05 VALUE '*' FOREGROUND-COLOR 6.
009620 05 VALUE'   \' .
009630 02 LINE 12 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009640 05 VALUE '   /  \   \     \    \'.
009650 02 LINE 13 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009660 05 VALUE '  /   /    v    \\ '.
009670 05 VALUE '%' FOREGROUND-COLOR 3.
009680 05 VALUE '  \'.
009690 02 LINE 14 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009700 05 VALUE ' /_____________________\'.
009710 02 LINE 15 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
009720 05 VALUE '/_______________________\'.
009730 02 LINE 16 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
009740 05 VALUE '        |      |' .
009750 02 LINE 17 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
009760 05 VALUE '        |      |'.
009770 02 LINE 18 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
009780 05 VALUE ' '.
009790 05 VALUE '[]' FOREGROUND-COLOR 4.
009800 05 VALUE '  '.
009810 05 VALUE '[] ' FOREGROUND-COLOR 3.
009820 05 VALUE '|      |  '.
009830 05 VALUE '[]' FOREGROUND-COLOR 4.
009840
009850* TREE-MONO IS THE SAME SHAPE AS TREE WITH NO COLOR OR HIGHLIGHT
009860* CLAUSES, FOR CONSOLES THAT RENDER HIGHLIGHT AS REVERSE VIDEO.
009870* 2000-DISPLAY-THEME SHOWS THIS INSTEAD OF TREE WHEN THE EXEC PARM
009880* CARRIES THE MONO KEYWORD.
009890
009900 01 TREE-MONO.
009910 02 LINE 1 COL WS-TREE-COL-OFFSET.
009920 05 VALUE '           _/^\_' .
009930 02 LINE 2 COL WS-TREE-COL-OFFSET.
009940 05 VALUE '         <     >'.
009950 02 LINE 3 COL WS-TREE-COL-OFFSET.
009960 05 VALUE '          /.-.\'.
009970 02 LINE 4 COL WS-TREE-COL-OFFSET.
009980 05 VALUE '           / \'.
009990 02 LINE 5 COL WS-TREE-COL-OFFSET.
010000 05 VALUE '          / @ \'.
010010 02 LINE 6 COL WS-TREE-COL-OFFSET.
010020 05 VALUE '         /  v  \' .
010030 02 LINE 7 COL WS-TREE-COL-OFFSET.
010040 05 VALUE '        / /   \ \' .
010050 02 LINE 8 COL WS-TREE-COL-OFFSET.
010060 05 VALUE '       /  O   o  \'.
010070 02 LINE 9 COL WS-TREE-COL-OFFSET.
010080 05 VALUE '      / /   ^   \ \'.
010090 02 LINE 10 COL WS-TREE-COL-OFFSET.
010100 05 VALUE '     /   /     \   \' .
010110 02 LINE 11 COL WS-TREE-COL-OFFSET.
010120 05 VALUE '    /   O   /   *   \' .
010130 02 LINE 12 COL WS-TREE-COL-OFFSET.
010140 05 VALUE '   /  \   \     \    \'.
010150 02 LINE 13 COL WS-TREE-COL-OFFSET.
010160 05 VALUE '  /   /    v    \\ %  \'.
010170 02 LINE 14 COL WS-TREE-COL-OFFSET.
010180 05 VALUE ' /_____________________\'.
010190 02 LINE 15 COL WS-TREE-COL-OFFSET.
010200 05 VALUE '/_______________________\'.
010210 02 LINE 16 COL WS-TREE-COL-OFFSET.
010220 05 VALUE '        |      |' .
010230 02 LINE 17 COL WS-TREE-COL-OFFSET.
010240 05 VALUE '        |      |'.
010250 02 LINE 18 COL WS-TREE-COL-OFFSET.
010260 05 VALUE ' []  [] |      |  []'.
010270
010280* The snowflake buffers just exist so COBOL will know where
010290* and how to draw the snowflakes.
010300
010310 01 SNOWFLAKES_LEFT BACKGROUND-COLOR 0
010320     HIGHLIGHT FOREGROUND-COLOR 7.
010330 05 LINE  1 PIC X(MAX-OFFSET).
010340 05 LINE  2 PIC X(MAX-OFFSET).
010350 05 LINE  3 PIC X(MAX-OFFSET).
010360 05 LINE  4 PIC X(MAX-OFFSET).
010370 05 LINE  5 PIC X(MAX-OFFSET).
010380 05 LINE  6 PIC X(MAX-OFFSET).
010390 05 LINE  7 PIC X(MAX-OFFSET).
010400 05 LINE  8 PIC X(MAX-OFFSET).
010410 05 LINE  9 PIC X(MAX-OFFSET).
010420 05 LINE 10 PIC X(MAX-OFFSET).
010430 05 LINE 11 PIC X(MAX-OFFSET).
010440 05 LINE 12 PIC X(MAX-OFFSET).
010450 05 LINE 13 PIC X(MAX-OFFSET).
010460 05 LINE 14 PIC X(MAX-OFFSET).
010470 05 LINE 15 PIC X(MAX-OFFSET).
010480 05 LINE 16 PIC X(MAX-OFFSET).
010490 05 LINE 17 PIC X(MAX-OFFSET).
010500 05 LINE 18 PIC X(MAX-OFFSET).
010510 05 LINE 19 PIC X(MAX-OFFSET).
010520 05 LINE 20 PIC X(MAX-OFFSET).
010530 05 LINE 21 PIC X(MAX-OFFSET).
010540 05 LINE 22 PIC X(MAX-OFFSET).
010550 05 LINE 23 PIC X(MAX-OFFSET).
010560 05 LINE 24 PIC X(MAX-OFFSET).
010570
010580 01 SNOWFLAKES_RIGHT BACKGROUND-COLOR 0
010590     HIGHLIGHT FOREGROUND-COLOR 7.
010600 05 LINE  1 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010610 05 LINE  2 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010620 05 LINE  3 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010630 05 LINE  4 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010640 05 LINE  5 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010650 05 LINE  6 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010660 05 LINE  7 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010670 05 LINE  8 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010680 05 LINE  9 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010690 05 LINE 10 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010700 05 LINE 11 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010710 05 LINE 12 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010720 05 LINE 13 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010730 05 LINE 14 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010740 05 LINE 15 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010750 05 LINE 16 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010760 05 LINE 17 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010770 05 LINE 18 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010780 05 LINE 19 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010790 05 LINE 20 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010800 05 LINE 21 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010810 05 LINE 22 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010820 05 LINE 23 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010830 05 LINE 24 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010840
010850* GROUND_LEFT/GROUND_RIGHT DRAW THE ACCUMULATED SNOW PILE ONE ROW
010860* BELOW THE SNOWFIELDS (WS-GROUND-LINE = SCREEN_HEIGHT + 1).
010870 01 GROUND_LEFT BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
010880 05 LINE WS-GROUND-LINE PIC X(MAX-OFFSET).
010890
010900 01 GROUND_RIGHT BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
010910 05 LINE WS-GROUND-LINE COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
010920
010930* SNOWFLAKES_LEFT_MONO/SNOWFLAKES_RIGHT_MONO AND
010940* GROUND_LEFT_MONO/GROUND_RIGHT_MONO ARE THE SAME LAYOUTS AS
010950* ABOVE WITH NO COLOR OR HIGHLIGHT CLAUSES, DISPLAYED INSTEAD OF
010960* THE COLOR VERSIONS WHEN MONO-REQUESTED.
010970
010980 01 SNOWFLAKES_LEFT_MONO.
010990 05 LINE  1 PIC X(MAX-OFFSET).
011000 05 LINE  2 PIC X(MAX-OFFSET).
011010 05 LINE  3 PIC X(MAX-OFFSET).
011020 05 LINE  4 PIC X(MAX-OFFSET).
011030 05 LINE  5 PIC X(MAX-OFFSET).
011040 05 LINE  6 PIC X(MAX-OFFSET).
011050 05 LINE  7 PIC X(MAX-OFFSET).
011060 05 LINE  8 PIC X(MAX-OFFSET).
011070 05 LINE  9 PIC X(MAX-OFFSET).
011080 05 LINE 10 PIC X(MAX-OFFSET).
011090 05 LINE 11 PIC X(MAX-OFFSET).
011100 05 LINE 12 PIC X(MAX-OFFSET).
011110 05 LINE 13 PIC X(MAX-OFFSET).
011120 05 LINE 14 PIC X(MAX-OFFSET).
011130 05 LINE 15 PIC X(MAX-OFFSET).
011140 05 LINE 16 PIC X(MAX-OFFSET).
011150 05 LINE 17 PIC X(MAX-OFFSET).
011160 05 LINE 18 PIC X(MAX-OFFSET).
011170 05 LINE 19 PIC X(MAX-OFFSET).
011180 05 LINE 20 PIC X(MAX-OFFSET).
011190 05 LINE 21 PIC X(MAX-OFFSET).
011200 05 LINE 22 PIC X(MAX-OFFSET).
011210 05 LINE 23 PIC X(MAX-OFFSET).
011220 05 LINE 24 PIC X(MAX-OFFSET).
011230
011240 01 SNOWFLAKES_RIGHT_MONO.
011250 05 LINE  1 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011260 05 LINE  2 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011270 05 LINE  3 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011280 05 LINE  4 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011290 05 LINE  5 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011300 05 LINE  6 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011310 05 LINE  7 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011320 05 LINE  8 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011330 05 LINE  9 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011340 05 LINE 10 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011350 05 LINE 11 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011360 05 LINE 12 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011370 05 LINE 13 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011380 05 LINE 14 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011390 05 LINE 15 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011400 05 LINE 16 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011410 05 LINE 17 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011420 05 LINE 18 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011430 05 LINE 19 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011440 05 LINE 20 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011450 05 LINE 21 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011460 05 LINE 22 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011470 05 LINE 23 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011480 05 LINE 24 COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011490
011500 01 GROUND_LEFT_MONO.
011510 05 LINE WS-GROUND-LINE PIC X(MAX-OFFSET).
011520
011530 01 GROUND_RIGHT_MONO.
011540 05 LINE WS-GROUND-LINE COL WS-RIGHT-COL-OFFSET PIC X(MAX-OFFSET).
011550
011560* TICKER/TICKER-MONO DRAW THE ROTATING MESSAGE-OF-THE-DAY LINE
011570* ONE ROW BELOW THE GROUND PILE (WS-TICKER-LINE = WS-GROUND-LINE
011580* + 1).  7000-SHOW-TICKER KEEPS WS-TICKER-TEXT CURRENT AND SKIPS
011590* THE DISPLAY ENTIRELY WHEN THE LINE WOULD FALL PAST THE
011600* PHYSICAL SCREEN.
011610
011620 01 TICKER BACKGROUND-COLOR 0.
011630 05 LINE WS-TICKER-LINE COL 1 PIC X(60) FROM WS-TICKER-TEXT
011640     FOREGROUND-COLOR 3 HIGHLIGHT.
011650
011660 01 TICKER-MONO.
011670 05 LINE WS-TICKER-LINE COL 1 PIC X(60) FROM WS-TICKER-TEXT.
011680
011690* PUMPKIN AND FIREWORKS ARE ALTERNATE SEASONAL SCREEN GROUPS,
011700* BUILT WITH THE SAME COL OFFSET/HIGHLIGHT/FOREGROUND-COLOR
011710* STRUCTURE AS TREE ABOVE.  2000-DISPLAY-THEME PICKS WHICHEVER ONE
011720* 1600-SELECT-THEME MATCHED AGAINST THE HOLIDAY CALENDAR.
011730
011740 01 PUMPKIN BACKGROUND-COLOR 0 HIGHLIGHT.
011750 02 LINE 1 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2 HIGHLIGHT.
011760 05 VALUE '            /\'.
011770 02 LINE 2 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
011780 05 VALUE '           |  |'.
011790 02 LINE 3 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
011800 05 VALUE '        .--------.'.
011810 02 LINE 4 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
011820 05 VALUE '      /            \'.
011830 02 LINE 5 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
011840 05 VALUE '     /   '.
011850 05 VALUE 'O' FOREGROUND-COLOR 0.
011860 05 VALUE '     '.
011870 05 VALUE 'O' FOREGROUND-COLOR 0.
011880 05 VALUE '   \'.
011890 02 LINE 6 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
011900 05 VALUE '    |                |'.
011910 02 LINE 7 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
011920 05 VALUE '    |      '.
011930 05 VALUE '^' FOREGROUND-COLOR 0.
011940 05 VALUE '       |'.
011950 02 LINE 8 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
011960 05 VALUE '     \   '.
011970 05 VALUE '\____/' FOREGROUND-COLOR 0.
011980 05 VALUE '   /'.
011990 02 LINE 9 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
012000 05 VALUE '      \            /'.
012010 02 LINE 10 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
012020 05 VALUE '        --------'.
012030 02 LINE 11 COL WS-TREE-COL-OFFSET.
012040 05 VALUE ' '.
012050 02 LINE 12 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 3 HIGHLIGHT.
012060 05 VALUE '        HAPPY'.
012070 02 LINE 13 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 3 HIGHLIGHT.
012080 05 VALUE '      HALLOWEEN'.
012090 02 LINE 14 COL WS-TREE-COL-OFFSET.
012100 05 VALUE ' '.
012110 02 LINE 15 COL WS-TREE-COL-OFFSET.
012120 05 VALUE ' '.
012130 02 LINE 16 COL WS-TREE-COL-OFFSET.
012140 05 VALUE ' '.
012150 02 LINE 17 COL WS-TREE-COL-OFFSET.
012160 05 VALUE ' '.
012170 02 LINE 18 COL WS-TREE-COL-OFFSET.
012180 05 VALUE ' '.
012190
012200* PUMPKIN-MONO IS THE SAME SHAPE AS PUMPKIN WITH NO COLOR OR
012210* HIGHLIGHT CLAUSES.
012220
012230 01 PUMPKIN-MONO.
012240 02 LINE 1 COL WS-TREE-COL-OFFSET.
012250 05 VALUE '            /\'.
012260 02 LINE 2 COL WS-TREE-COL-OFFSET.
012270 05 VALUE '           |  |'.
012280 02 LINE 3 COL WS-TREE-COL-OFFSET.
012290 05 VALUE '        .--------.'.
012300 02 LINE 4 COL WS-TREE-COL-OFFSET.
012310 05 VALUE '      /            \'.
012320 02 LINE 5 COL WS-TREE-COL-OFFSET.
012330 05 VALUE '     /   O     O   \'.
012340 02 LINE 6 COL WS-TREE-COL-OFFSET.
012350 05 VALUE '    |                |'.
012360 02 LINE 7 COL WS-TREE-COL-OFFSET.
012370 05 VALUE '    |      ^       |'.
012380 02 LINE 8 COL WS-TREE-COL-OFFSET.
012390 05 VALUE '     \   \____/   /'.
012400 02 LINE 9 COL WS-TREE-COL-OFFSET.
012410 05 VALUE '      \            /'.
012420 02 LINE 10 COL WS-TREE-COL-OFFSET.
012430 05 VALUE '        --------'.
012440 02 LINE 11 COL WS-TREE-COL-OFFSET.
012450 05 VALUE ' '.
012460 02 LINE 12 COL WS-TREE-COL-OFFSET.
012470 05 VALUE '        HAPPY'.
012480 02 LINE 13 COL WS-TREE-COL-OFFSET.
012490 05 VALUE '      HALLOWEEN'.
012500 02 LINE 14 COL WS-TREE-COL-OFFSET.
012510 05 VALUE ' '.
012520 02 LINE 15 COL WS-TREE-COL-OFFSET.
012530 05 VALUE ' '.
012540 02 LINE 16 COL WS-TREE-COL-OFFSET.
012550 05 VALUE ' '.
012560 02 LINE 17 COL WS-TREE-COL-OFFSET.
012570 05 VALUE ' '.
012580 02 LINE 18 COL WS-TREE-COL-OFFSET.
012590 05 VALUE ' '.
012600
012610 01 FIREWORKS BACKGROUND-COLOR 0 HIGHLIGHT.
012620 02 LINE 1 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 4 HIGHLIGHT.
012630 05 VALUE '         *'.
012640 02 LINE 2 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 3.
012650 05 VALUE '      *  '.
012660 05 VALUE '*' FOREGROUND-COLOR 6 HIGHLIGHT.
012670 05 VALUE '  *'.
012680 02 LINE 3 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
012690 05 VALUE '    *   .   *'.
012700 02 LINE 4 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 4.
012710 05 VALUE '  *    '.
012720 05 VALUE '*' FOREGROUND-COLOR 2 HIGHLIGHT.
012730 05 VALUE '    *'.
012740 02 LINE 5 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 3.
012750 05 VALUE '    .   *   .'.
012760 02 LINE 6 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 2.
012770 05 VALUE '       *'.
012780 02 LINE 7 COL WS-TREE-COL-OFFSET.
012790 05 VALUE ' '.
012800 02 LINE 8 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 4 HIGHLIGHT.
012810 05 VALUE '            *'.
012820 02 LINE 9 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 6.
012830 05 VALUE '         *  *  *'.
012840 02 LINE 10 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 3.
012850 05 VALUE '       *   .   *'.
012860 02 LINE 11 COL WS-TREE-COL-OFFSET.
012870 05 VALUE ' '.
012880 02 LINE 12 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 4 HIGHLIGHT.
012890 05 VALUE '        HAPPY'.
012900 02 LINE 13 COL WS-TREE-COL-OFFSET FOREGROUND-COLOR 4 HIGHLIGHT.
012910 05 VALUE '      FOURTH OF JULY'.
012920 02 LINE 14 COL WS-TREE-COL-OFFSET.
012930 05 VALUE ' '.
012940 02 LINE 15 COL WS-TREE-COL-OFFSET.
012950 05 VALUE ' '.
012960 02 LINE 16 COL WS-TREE-COL-OFFSET.
012970 05 VALUE ' '.
012980 02 LINE 17 COL WS-TREE-COL-OFFSET.
012990 05 VALUE ' '.
013000 02 LINE 18 COL WS-TREE-COL-OFFSET.
013010 05 VALUE ' '.
013020
013030* FIREWORKS-MONO IS THE SAME SHAPE AS FIREWORKS WITH NO COLOR OR
013040* HIGHLIGHT CLAUSES.
013050
013060 01 FIREWORKS-MONO.
013070 02 LINE 1 COL WS-TREE-COL-OFFSET.
013080 05 VALUE '         *'.
013090 02 LINE 2 COL WS-TREE-COL-OFFSET.
013100 05 VALUE '      *  *  *'.
013110 02 LINE 3 COL WS-TREE-COL-OFFSET.
013120 05 VALUE '    *   .   *'.
013130 02 LINE 4 COL WS-TREE-COL-OFFSET.
013140 05 VALUE '  *    *    *'.
013150 02 LINE 5 COL WS-TREE-COL-OFFSET.
013160 05 VALUE '    .   *   .'.
013170 02 LINE 6 COL WS-TREE-COL-OFFSET.
013180 05 VALUE '       *'.
013190 02 LINE 7 COL WS-TREE-COL-OFFSET.
013200 05 VALUE ' '.
013210 02 LINE 8 COL WS-TREE-COL-OFFSET.
013220 05 VALUE '            *'.
013230 02 LINE 9 COL WS-TREE-COL-OFFSET.
013240 05 VALUE '         *  *  *'.
013250 02 LINE 10 COL WS-TREE-COL-OFFSET.
013260 05 VALUE '       *   .   *'.
013270 02 LINE 11 COL WS-TREE-COL-OFFSET.
013280 05 VALUE ' '.
013290 02 LINE 12 COL WS-TREE-COL-OFFSET.
013300 05 VALUE '        HAPPY'.
013310 02 LINE 13 COL WS-TREE-COL-OFFSET.
013320 05 VALUE '      FOURTH OF JULY'.
013330 02 LINE 14 COL WS-TREE-COL-OFFSET.
013340 05 VALUE ' '.
013350 02 LINE 15 COL WS-TREE-COL-OFFSET.
013360 05 VALUE ' '.
013370 02 LINE 16 COL WS-TREE-COL-OFFSET.
013380 05 VALUE ' '.
013390 02 LINE 17 COL WS-TREE-COL-OFFSET.
013400 05 VALUE ' '.
013410 02 LINE 18 COL WS-TREE-COL-OFFSET.
013420 05 VALUE ' '.
013430
013440* ORNAMENT-CELLS RE-DRAWS JUST THE TREE'S ORNAMENT CHARACTERS ON
013450* TOP OF THE ALREADY-DISPLAYED TREE, ONE SCREEN ITEM PER ROW OF
013460* WS-ORNAMENT-TABLE, SO 6000-BLINK-ORNAMENTS CAN CYCLE EACH ONE'S
013470* COLOR WITHOUT REDRAWING THE WHOLE TREE.  ONLY THE FIRST
013480* WS-ORNAMENT-COUNT CELLS ARE EVER DISPLAYED.
013490
013500 01 ORNAMENT-CELLS BACKGROUND-COLOR 0.
013510 02 ORN-1 LINE WS-ORN-LINE(1) COL WS-ORN-COL(1)
013520     FOREGROUND-COLOR WS-ORN-CUR-COLOR(1) PIC X(1).
013530 02 ORN-2 LINE WS-ORN-LINE(2) COL WS-ORN-COL(2)
013540     FOREGROUND-COLOR WS-ORN-CUR-COLOR(2) PIC X(1).
013550 02 ORN-3 LINE WS-ORN-LINE(3) COL WS-ORN-COL(3)
013560     FOREGROUND-COLOR WS-ORN-CUR-COLOR(3) PIC X(1).
013570 02 ORN-4 LINE WS-ORN-LINE(4) COL WS-ORN-COL(4)
013580     FOREGROUND-COLOR WS-ORN-CUR-COLOR(4) PIC X(1).
013590 02 ORN-5 LINE WS-ORN-LINE(5) COL WS-ORN-COL(5)
013600     FOREGROUND-COLOR WS-ORN-CUR-COLOR(5) PIC X(1).
013610 02 ORN-6 LINE WS-ORN-LINE(6) COL WS-ORN-COL(6)
013620     FOREGROUND-COLOR WS-ORN-CUR-COLOR(6) PIC X(1).
013630 02 ORN-7 LINE WS-ORN-LINE(7) COL WS-ORN-COL(7)
013640     FOREGROUND-COLOR WS-ORN-CUR-COLOR(7) PIC X(1).
013650 02 ORN-8 LINE WS-ORN-LINE(8) COL WS-ORN-COL(8)
013660     FOREGROUND-COLOR WS-ORN-CUR-COLOR(8) PIC X(1).
013670
013680
013690* ALERT-PAGE/ALERT-PAGE-MONO - THE FULL-SCREEN EMERGENCY ALERT
013700* TAKEOVER DRAWN BY 3140-CHECK-ALERT IN PLACE OF THE SNOWFALL
013710* WHILE THE FLASH FILE CARRIES AN ACTIVE ALERT.  STAR BANNERS
013720* TOP AND BOTTOM, THE ALERT TEXT IN THE MIDDLE AT THE HIGHEST
013730* VISIBILITY THE CONSOLE HAS - BLINKING HIGHLIGHT RED ON COLOR
013740* SCREENS, PLAIN TEXT ON MONO, LIKE EVERY OTHER SCREEN GROUP.
013750
013760 01 ALERT-PAGE BACKGROUND-COLOR 0.
013770 02 LINE 3 COL 8 FOREGROUND-COLOR 4 HIGHLIGHT BLINK.
013780 05 VALUE '****************************************************'.
013790 02 LINE 5 COL 8 FOREGROUND-COLOR 4 HIGHLIGHT BLINK.
013800 05 VALUE '***           E M E R G E N C Y'.
013810 02 LINE 7 COL 8 FOREGROUND-COLOR 4 HIGHLIGHT BLINK.
013820 05 VALUE '***             A L E R T'.
013830 02 LINE 10 COL 12 PIC X(40) FROM WS-ALERT-TEXT-1
013840     FOREGROUND-COLOR 7 HIGHLIGHT.
013850 02 LINE 12 COL 12 PIC X(40) FROM WS-ALERT-TEXT-2
013860     FOREGROUND-COLOR 7 HIGHLIGHT.
013870 02 LINE 15 COL 8 FOREGROUND-COLOR 4 HIGHLIGHT BLINK.
013880 05 VALUE '****************************************************'.
013890
013900 01 ALERT-PAGE-MONO.
013910 02 LINE 3 COL 8.
013920 05 VALUE '****************************************************'.
013930 02 LINE 5 COL 8.
013940 05 VALUE '***           E M E R G E N C Y'.
013950 02 LINE 7 COL 8.
013960 05 VALUE '***             A L E R T'.
013970 02 LINE 10 COL 12 PIC X(40) FROM WS-ALERT-TEXT-1.
013980 02 LINE 12 COL 12 PIC X(40) FROM WS-ALERT-TEXT-2.
013990 02 LINE 15 COL 8.
014000 05 VALUE '****************************************************'.
014010
014020 PROCEDURE DIVISION USING LS-PARM-AREA.
014030*================================================================
014040* 0000-MAINLINE - TOP LEVEL FLOW.  INITIALIZE, THEN EITHER DRAW
014050* THE SEASONAL SCREEN AND RUN THE SNOW LOOP UNTIL THE OPERATOR
014060* OR THE SHIFT-END TIME SAYS TO STOP, OR - WHEN THE PRINT
014070* KEYWORD CAME IN ON THE PARM - RENDER THE REQUESTED NUMBER OF
014080* CYCLES STRAIGHT TO THE PRINT FILE WITH NO CRT AT ALL.  EITHER
014090* WAY, CLEAN UP AND FALL THROUGH TO STOP RUN.
014100*================================================================
014110 0000-MAINLINE.
014120     PERFORM 1000-INITIALIZE THRU 1000-EXIT
014130     IF PRINT-REQUESTED
014140         PERFORM 8000-PRINT-RUN THRU 8000-EXIT
014150     ELSE
014160         PERFORM 2000-DISPLAY-THEME THRU 2000-EXIT
014170         PERFORM 3000-SNOW-LOOP THRU 3000-EXIT
014180     END-IF
014190     PERFORM 5000-TERMINATE THRU 5000-EXIT
014200     STOP RUN.
014210
014220*----------------------------------------------------------------
014230* 1000-INITIALIZE - PICK UP THE EXEC PARM, IF ANY.
014240*----------------------------------------------------------------
014250 1000-INITIALIZE.
014260     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
014270     IF WS-JOB-ID = SPACES
014280         MOVE WS-TERM-CLASS-WANTED TO WS-JOB-ID
014290     END-IF
014300     PERFORM 1270-READ-ZONE THRU 1270-EXIT
014310     PERFORM 1300-READ-TERM-CONTROL THRU 1300-EXIT
014320     PERFORM 1500-SEED-RANDOM THRU 1500-EXIT
014330     PERFORM 1600-SELECT-THEME THRU 1600-EXIT
014340     PERFORM 1700-READ-ORNAMENTS THRU 1700-EXIT
014350     PERFORM 1800-READ-MOTD THRU 1800-EXIT
014360     PERFORM 1900-READ-PROFILE THRU 1900-EXIT
014370     PERFORM 1950-READ-THEME-ART THRU 1950-EXIT
014380     COMPUTE WS-GROUND-LINE = SCREEN_HEIGHT + 1
014390     COMPUTE WS-TICKER-LINE = WS-GROUND-LINE + 1
014400     PERFORM 1250-READ-CONFIG-GEN THRU 1250-EXIT
014410     PERFORM 1200-WRITE-LOG-START THRU 1200-EXIT
014420     PERFORM 1400-READ-CHECKPOINT THRU 1400-EXIT
014430     PERFORM 1850-PRIME-COMMAND-SEQ THRU 1850-EXIT.
014440 1000-EXIT.
014450     EXIT.
014460
014470 1100-PARSE-PARM.
014480     MOVE SPACES TO WS-PARM-WORK
014490     MOVE SPACES TO WS-PARM-TOKEN-TABLE
014500     IF LS-PARM-LENGTH > ZERO
014510         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
014520         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
014530             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
014540                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
014550                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
014560                  WS-PARM-TOKEN(7) WS-PARM-TOKEN(8)
014570         END-UNSTRING
014580         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
014590             VARYING WS-TOKEN-IDX FROM 1 BY 1
014600             UNTIL WS-TOKEN-IDX > 8
014610     END-IF.
014620 1100-EXIT.
014630     EXIT.
014640
014650 1110-EVAL-TOKEN.
014660     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:9) = 'SHIFTEND='
014670         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(10:4)
014680             TO WS-SHIFT-END-TIME
014690         SET SHIFT-END-SUPPLIED TO TRUE
014700     END-IF
014710     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'TERM='
014720         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8)
014730             TO WS-TERM-CLASS-WANTED
014740     END-IF
014750     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:6) = 'JOBID='
014760         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(7:8)
014770             TO WS-JOB-ID
014780     END-IF
014790     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'SEED='
014800         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:5)
014810             TO WS-RANDOM-SEED
014820         SET SEED-SUPPLIED TO TRUE
014830     END-IF
014840     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:4) = 'MONO'
014850         SET MONO-REQUESTED TO TRUE
014860     END-IF
014870     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'MELT='
014880         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:3)
014890             TO WS-MELT-INTERVAL
014900     END-IF
014910     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:6) = 'PRINT '
014920         SET PRINT-REQUESTED TO TRUE
014930     END-IF
014940     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:7) = 'CYCLES='
014950         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(8:3)
014960             TO WS-PRINT-CYCLES
014970     END-IF.
014980 1110-EXIT.
014990     EXIT.
015000
015010*----------------------------------------------------------------
015020* 1200-WRITE-LOG-START - OPEN THE SNOWFALL LOG (CREATING IT ON
015030* THE VERY FIRST RUN) AND WRITE A START EVENT FOR THIS JOB ID.
015040*----------------------------------------------------------------
015050 1200-WRITE-LOG-START.
015060     PERFORM 1210-OPEN-LOG-FOR-EXTEND THRU 1210-EXIT
015070     IF NOT SNOWLOG-OK
015080         GO TO 1200-EXIT
015090     END-IF
015100     MOVE 'START' TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
015110     MOVE SPACES  TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
015120     IF SEED-SUPPLIED
015130         MOVE 'SEED='
015140             TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD (1:5)
015150         MOVE WS-RANDOM-SEED
015160             TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD (6:5)
015170     END-IF
015180     IF WS-CONFIG-GEN > ZERO
015190         MOVE 'GEN='
015200             TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD (12:4)
015210         MOVE WS-CONFIG-GEN
015220             TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD (16:5)
015230     END-IF
015240     PERFORM 1220-STAMP-AND-WRITE-LOG THRU 1220-EXIT
015250     CLOSE SNOWFALL-LOG-FILE.
015260 1200-EXIT.
015270     EXIT.
015280
015290 1210-OPEN-LOG-FOR-EXTEND.
015300     OPEN EXTEND SNOWFALL-LOG-FILE
015310     IF SNOWLOG-NOT-FOUND
015320         OPEN OUTPUT SNOWFALL-LOG-FILE
015330     END-IF.
015340 1210-EXIT.
015350     EXIT.
015360
015370 1220-STAMP-AND-WRITE-LOG.
015380     MOVE WS-JOB-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
015390     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
015400     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
015410     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
015420     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
015430     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
015440         FROM DATE YYYYMMDD
015450     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
015460         FROM TIME
015470     WRITE SNOWFALL-LOG-RECORD.
015480 1220-EXIT.
015490     EXIT.
015500
015510*----------------------------------------------------------------
015520* 1250-READ-CONFIG-GEN - PICK UP THE CONFIGURATION GENERATION
015530* THE LIVE FILES HOLD - THE LAST RECORD ON THE GENERATION
015540* CONTROL FILE - SO THE START RECORD SHOWS WHICH SET OF THEMES,
015550* PROFILES AND NOTICES THIS RUN CAME UP ON.  NO CONTROL FILE
015560* LEAVES IT ZERO AND THE START RECORD CARRIES NO GENERATION.
015570*----------------------------------------------------------------
015580 1250-READ-CONFIG-GEN.
015590     OPEN INPUT GEN-CONTROL-FILE
015600     IF NOT SNOWGCTL-OK
015610         GO TO 1250-EXIT
015620     END-IF
015630     PERFORM 1260-READ-ONE-GEN THRU 1260-EXIT
015640         UNTIL SNOWGCTL-EOF
015650     CLOSE GEN-CONTROL-FILE.
015660 1250-EXIT.
015670     EXIT.
015680
015690 1260-READ-ONE-GEN.
015700     READ GEN-CONTROL-FILE
015710         AT END
015720             MOVE '10' TO WS-SNOWGCTL-STATUS
015730             GO TO 1260-EXIT
015740     END-READ
015750     MOVE GN-GEN-NUMBER OF GEN-CONTROL-RECORD TO WS-CONFIG-GEN.
015760 1260-EXIT.
015770     EXIT.
015780
015790*----------------------------------------------------------------
015800* 1270-READ-ZONE - FIND THIS JOB ID ON THE TERMINAL ROSTER AND
015810* TAKE UP ITS BUILDING ZONE.  NO ROSTER, OR A JOB ID NOT ON IT,
015820* LEAVES THE CONSOLE IN NO ZONE.
015830*----------------------------------------------------------------
015840 1270-READ-ZONE.
015850     MOVE SPACES TO WS-CONSOLE-ZONE
015860     MOVE 'N' TO WS-ROSTER-FOUND-SWITCH
015870     OPEN INPUT TERMINAL-ROSTER-FILE
015880     IF NOT ROSTER-OK
015890         GO TO 1270-EXIT
015900     END-IF
015910     PERFORM 1280-TEST-ONE-ROSTER THRU 1280-EXIT
015920         UNTIL ROSTER-EOF OR ROSTER-ENTRY-FOUND
015930     CLOSE TERMINAL-ROSTER-FILE.
015940 1270-EXIT.
015950     EXIT.
015960
015970 1280-TEST-ONE-ROSTER.
015980     READ TERMINAL-ROSTER-FILE
015990         AT END
016000             MOVE '10' TO WS-ROSTER-STATUS
016010             GO TO 1280-EXIT
016020     END-READ
016030     IF TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD = WS-JOB-ID
016040         SET ROSTER-ENTRY-FOUND TO TRUE
016050         MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD TO WS-CONSOLE-ZONE
016060     END-IF.
016070 1280-EXIT.
016080     EXIT.
016090
016100*----------------------------------------------------------------
016110* 1300-READ-TERM-CONTROL - LOOK UP THE TERMINAL CLASS FROM THE
016120* PARM (OR "DEFAULT") IN THE TERMINAL CONTROL FILE AND SIZE THE
016130* TREE/SNOWFIELDS FOR IT.  IF THE FILE OR THE CLASS ISN'T FOUND
016140* THE COMPILED-IN 3270 DEFAULTS ABOVE ARE LEFT ALONE.
016150*----------------------------------------------------------------
016160 1300-READ-TERM-CONTROL.
016170     OPEN INPUT TERM-CONFIG-FILE
016180     IF NOT TERMCFG-OK
016190         GO TO 1300-EXIT
016200     END-IF
016210     PERFORM 1310-FIND-TERM-CLASS THRU 1310-EXIT
016220         UNTIL TERMCFG-EOF OR TERM-CLASS-FOUND
016230     CLOSE TERM-CONFIG-FILE.
016240 1300-EXIT.
016250     EXIT.
016260
016270 1310-FIND-TERM-CLASS.
016280     READ TERM-CONFIG-FILE
016290         AT END
016300             MOVE '10' TO WS-TERMCFG-STATUS
016310             GO TO 1310-EXIT
016320     END-READ
016330     IF TERM-CLASS-CODE OF TERM-CONFIG-RECORD
016340             = WS-TERM-CLASS-WANTED
016350         MOVE TERM-SCREEN-HEIGHT     OF TERM-CONFIG-RECORD
016360             TO SCREEN_HEIGHT
016370         MOVE TERM-SNOW-WIDTH        OF TERM-CONFIG-RECORD
016380             TO OFFSET_WS
016390         MOVE TERM-TREE-COL-OFFSET   OF TERM-CONFIG-RECORD
016400             TO WS-TREE-COL-OFFSET
016410         MOVE TERM-RIGHT-COL-OFFSET  OF TERM-CONFIG-RECORD
016420             TO WS-RIGHT-COL-OFFSET
016430         IF SCREEN_HEIGHT > MAX-SNOW-HEIGHT
016440             MOVE MAX-SNOW-HEIGHT TO SCREEN_HEIGHT
016450         END-IF
016460         IF OFFSET_WS > MAX-OFFSET
016470             MOVE MAX-OFFSET TO OFFSET_WS
016480         END-IF
016490         SET TERM-CLASS-FOUND TO TRUE
016500     END-IF.
016510 1310-EXIT.
016520     EXIT.
016530
016540*----------------------------------------------------------------
016550* 1400-READ-CHECKPOINT - IF THIS JOB ID'S CHECKPOINT RECORD FROM
016560* A PRIOR RUN EXISTS, LOAD ITS GROUND PILE DEPTHS SO A BOUNCED
016570* JOB RESUMES WITH THE SNOW IT HAD.  NO FILE, OR NO RECORD FOR
016580* THIS JOB ID, MEANS A FRESH RUN - LEAVE THE COMPILED-IN ZERO
016590* DEPTHS ALONE.  ANOTHER CONSOLE'S RECORD IS NEVER TOUCHED.
016600*----------------------------------------------------------------
016610 1400-READ-CHECKPOINT.
016620     OPEN INPUT SNOW-CHECKPOINT-FILE
016630     IF NOT CHECKPOINT-OK
016640         GO TO 1400-EXIT
016650     END-IF
016660     MOVE WS-JOB-ID TO GC-JOB-ID OF SNOW-CHECKPOINT-RECORD
016670     READ SNOW-CHECKPOINT-FILE
016680         INVALID KEY
016690             CLOSE SNOW-CHECKPOINT-FILE
016700             GO TO 1400-EXIT
016710     END-READ
016720     MOVE GC-LEFT-GROUND OF SNOW-CHECKPOINT-RECORD
016730         TO WS-GROUND-DEPTH-LEFT
016740     MOVE GC-RIGHT-GROUND OF SNOW-CHECKPOINT-RECORD
016750         TO WS-GROUND-DEPTH-RIGHT
016760     CLOSE SNOW-CHECKPOINT-FILE.
016770 1400-EXIT.
016780     EXIT.
016790
016800*----------------------------------------------------------------
016810* 1500-SEED-RANDOM - IF SEED= CAME IN ON THE EXEC PARM, SEED
016820* FUNCTION RANDOM WITH IT SO 4010-DROP-ONE-FLAKE DRAWS THE SAME
016830* SNOWFALL PATTERN EVERY RUN, AND ECHO THE SEED THAT WAS USED SO
016840* SOMEONE CAN TYPE IT BACK IN TO REPRODUCE THE SAME SCREEN. WITH
016850* NO SEED= THE GENERATOR IS LEFT ALONE, AS BEFORE.
016860*----------------------------------------------------------------
016870 1500-SEED-RANDOM.
016880     IF SEED-SUPPLIED
016890         COMPUTE WS-RANDOM-DISCARD =
016900             FUNCTION RANDOM(WS-RANDOM-SEED)
016910         DISPLAY 'SNOWFALL SEED=' WS-RANDOM-SEED
016920     END-IF.
016930 1500-EXIT.
016940     EXIT.
016950
016960*----------------------------------------------------------------
016970* 1600-SELECT-THEME - MATCH TODAY'S DATE AGAINST THE HOLIDAY
016980* CALENDAR FILE TO PICK THE SEASONAL SCREEN GROUP.  NO CALENDAR
016990* FILE, OR NO ENTRY COVERING TODAY, LEAVES THE COMPILED-IN DEFAULT
017000* OF THE CHRISTMAS TREE ALONE.
017010*----------------------------------------------------------------
017020 1600-SELECT-THEME.
017030     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
017040     OPEN INPUT HOLIDAY-CALENDAR-FILE
017050     IF NOT HOLIDCAL-OK
017060         GO TO 1600-EXIT
017070     END-IF
017080     PERFORM 1610-FIND-THEME THRU 1610-EXIT
017090         UNTIL HOLIDCAL-EOF OR THEME-FOUND
017100     CLOSE HOLIDAY-CALENDAR-FILE.
017110 1600-EXIT.
017120     EXIT.
017130
017140 1610-FIND-THEME.
017150     READ HOLIDAY-CALENDAR-FILE
017160         AT END
017170             MOVE '10' TO WS-HOLIDCAL-STATUS
017180             GO TO 1610-EXIT
017190     END-READ
017200     MOVE HC-START-MMDD OF HOLIDAY-CALENDAR-RECORD TO WS-HC-START
017210     MOVE HC-END-MMDD   OF HOLIDAY-CALENDAR-RECORD TO WS-HC-END
017220     IF WS-HC-START <= WS-HC-END
017230         IF WS-TODAY-MMDD >= WS-HC-START
017240                 AND WS-TODAY-MMDD <= WS-HC-END
017250             MOVE HC-THEME-CODE OF HOLIDAY-CALENDAR-RECORD
017260                 TO WS-THEME-CODE
017270             SET THEME-FOUND TO TRUE
017280         END-IF
017290     ELSE
017300         IF WS-TODAY-MMDD >= WS-HC-START
017310                 OR WS-TODAY-MMDD <= WS-HC-END
017320             MOVE HC-THEME-CODE OF HOLIDAY-CALENDAR-RECORD
017330                 TO WS-THEME-CODE
017340             SET THEME-FOUND TO TRUE
017350         END-IF
017360     END-IF.
017370 1610-EXIT.
017380     EXIT.
017390
017400*----------------------------------------------------------------
017410* 1700-READ-ORNAMENTS - LOAD THE ORNAMENT PATTERN FILE INTO
017420* WS-ORNAMENT-TABLE.  NO FILE, OR MORE ROWS THAN MAX-ORNAMENTS,
017430* LEAVES THE TREE'S ORNAMENTS STATIC INSTEAD OF ABENDING - THE
017440* EXTRA ROWS ARE SIMPLY NEVER READ.
017450*----------------------------------------------------------------
017460 1700-READ-ORNAMENTS.
017470     OPEN INPUT ORNAMENT-PATTERN-FILE
017480     IF NOT ORNPATN-OK
017490         GO TO 1700-EXIT
017500     END-IF
017510     PERFORM 1710-LOAD-ONE-ORNAMENT THRU 1710-EXIT
017520         UNTIL ORNPATN-EOF OR WS-ORNAMENT-COUNT >= MAX-ORNAMENTS
017530     CLOSE ORNAMENT-PATTERN-FILE.
017540 1700-EXIT.
017550     EXIT.
017560
017570 1710-LOAD-ONE-ORNAMENT.
017580     READ ORNAMENT-PATTERN-FILE
017590         AT END
017600             MOVE '10' TO WS-ORNPATN-STATUS
017610             GO TO 1710-EXIT
017620     END-READ
017630     ADD 1 TO WS-ORNAMENT-COUNT
017640     MOVE OP-LINE-NUM OF ORNAMENT-PATTERN-RECORD
017650         TO WS-ORN-LINE(WS-ORNAMENT-COUNT)
017660     COMPUTE WS-ORN-COL(WS-ORNAMENT-COUNT) =
017670         WS-TREE-COL-OFFSET
017680             + OP-COL-OFFSET OF ORNAMENT-PATTERN-RECORD
017690     MOVE OP-CHAR OF ORNAMENT-PATTERN-RECORD
017700         TO WS-ORN-CHAR(WS-ORNAMENT-COUNT)
017710     MOVE OP-COLOR-LIST OF ORNAMENT-PATTERN-RECORD
017720         TO WS-ORN-COLOR-LIST(WS-ORNAMENT-COUNT)
017730     MOVE WS-ORN-COLOR-LIST(WS-ORNAMENT-COUNT)(1:1)
017740         TO WS-ORN-CUR-COLOR(WS-ORNAMENT-COUNT).
017750 1710-EXIT.
017760     EXIT.
017770
017780*----------------------------------------------------------------
017790* 1800-READ-MOTD - (RE)LOAD THE MESSAGE-OF-THE-DAY FILE INTO
017800* WS-MOTD-TABLE.  CALLED AT STARTUP AND AGAIN EVERY
017810* WS-MOTD-REFRESH-INTERVAL SNOW CYCLES SO MESSAGES ADDED OR
017820* REMOVED MID-SHIFT TAKE EFFECT.  NO FILE, OR MORE ROWS THAN
017830* MAX-MESSAGES, JUST LEAVES THE EXTRA ROWS UNREAD, THE SAME WAY
017840* THE ORNAMENT LOAD DOES.
017850*----------------------------------------------------------------
017860 1800-READ-MOTD.
017870     MOVE ZERO TO WS-MESSAGE-COUNT
017880     MOVE '00' TO WS-MOTD-STATUS
017890     OPEN INPUT MOTD-FILE
017900     IF NOT MOTD-OK
017910         GO TO 1800-EXIT
017920     END-IF
017930     PERFORM 1810-LOAD-ONE-MESSAGE THRU 1810-EXIT
017940         UNTIL MOTD-EOF OR WS-MESSAGE-COUNT >= MAX-MESSAGES
017950     CLOSE MOTD-FILE.
017960 1800-EXIT.
017970     EXIT.
017980
017990 1810-LOAD-ONE-MESSAGE.
018000     READ MOTD-FILE
018010         AT END
018020             MOVE '10' TO WS-MOTD-STATUS
018030             GO TO 1810-EXIT
018040     END-READ
018050     IF MD-ZONE OF MOTD-RECORD NOT = SPACES
018060             AND MD-ZONE OF MOTD-RECORD NOT = WS-CONSOLE-ZONE
018070         GO TO 1810-EXIT
018080     END-IF
018090     ADD 1 TO WS-MESSAGE-COUNT
018100     COMPUTE WS-MOTD-START-STAMP(WS-MESSAGE-COUNT) =
018110         MD-START-DATE OF MOTD-RECORD * 10000
018120             + MD-START-HHMM OF MOTD-RECORD
018130     COMPUTE WS-MOTD-END-STAMP(WS-MESSAGE-COUNT) =
018140         MD-END-DATE OF MOTD-RECORD * 10000
018150             + MD-END-HHMM OF MOTD-RECORD
018160     MOVE MD-TEXT OF MOTD-RECORD
018170         TO WS-MOTD-TEXT(WS-MESSAGE-COUNT).
018180 1810-EXIT.
018190     EXIT.
018200
018210*----------------------------------------------------------------
018220* 1850-PRIME-COMMAND-SEQ - NOTE THE HIGHEST COMMAND SEQUENCE
018230* ALREADY ON THE CENTRAL COMMAND FILE, SO A CONSOLE COMING UP
018240* MID-SHIFT DOES NOT REPLAY EVERY COMMAND ISSUED BEFORE IT
018250* EXISTED.  NO COMMAND FILE LEAVES THE SEQUENCE AT ZERO.
018260*----------------------------------------------------------------
018270 1850-PRIME-COMMAND-SEQ.
018280     OPEN INPUT COMMAND-FILE
018290     IF NOT SNOWCMND-OK
018300         GO TO 1850-EXIT
018310     END-IF
018320     PERFORM 1860-PRIME-ONE-COMMAND THRU 1860-EXIT
018330         UNTIL SNOWCMND-EOF
018340     CLOSE COMMAND-FILE.
018350 1850-EXIT.
018360     EXIT.
018370
018380 1860-PRIME-ONE-COMMAND.
018390     READ COMMAND-FILE
018400         AT END
018410             MOVE '10' TO WS-SNOWCMND-STATUS
018420             GO TO 1860-EXIT
018430     END-READ
018440     IF CC-SEQ-NUM OF COMMAND-RECORD > WS-LAST-CMD-SEQ
018450         MOVE CC-SEQ-NUM OF COMMAND-RECORD TO WS-LAST-CMD-SEQ
018460     END-IF.
018470 1860-EXIT.
018480     EXIT.
018490
018500*----------------------------------------------------------------
018510* 1900-READ-PROFILE - LOAD THE WEATHER PROFILE TIME BANDS INTO
018520* WS-PROFILE-TABLE.  NO FILE, OR MORE ROWS THAN
018530* MAX-PROFILE-BANDS, LEAVES THE EXTRA ROWS UNREAD AND THE
018540* SNOWFALL AT ITS COMPILED-IN RATE, THE SAME WAY THE ORNAMENT
018550* AND MESSAGE LOADS DEGRADE.  A BAND'S FLAKE COUNT IS CAPPED AT
018560* MAX-FLAKES-PER-CYCLE SO A FAT-FINGERED RECORD CANNOT WHITE OUT
018570* THE SCREEN.
018580*----------------------------------------------------------------
018590 1900-READ-PROFILE.
018600     OPEN INPUT WEATHER-PROFILE-FILE
018610     IF NOT SNOWPROF-OK
018620         GO TO 1900-EXIT
018630     END-IF
018640     PERFORM 1910-LOAD-ONE-BAND THRU 1910-EXIT
018650         UNTIL SNOWPROF-EOF
018660             OR WS-PROFILE-COUNT >= MAX-PROFILE-BANDS
018670     CLOSE WEATHER-PROFILE-FILE.
018680 1900-EXIT.
018690     EXIT.
018700
018710 1910-LOAD-ONE-BAND.
018720     READ WEATHER-PROFILE-FILE
018730         AT END
018740             MOVE '10' TO WS-SNOWPROF-STATUS
018750             GO TO 1910-EXIT
018760     END-READ
018770     ADD 1 TO WS-PROFILE-COUNT
018780     MOVE WP-START-HHMM OF WEATHER-PROFILE-RECORD
018790         TO WS-PROF-START-HHMM(WS-PROFILE-COUNT)
018800     MOVE WP-END-HHMM OF WEATHER-PROFILE-RECORD
018810         TO WS-PROF-END-HHMM(WS-PROFILE-COUNT)
018820     MOVE WP-FLAKES-PER-CYCLE OF WEATHER-PROFILE-RECORD
018830         TO WS-PROF-FLAKES(WS-PROFILE-COUNT)
018840     IF WS-PROF-FLAKES(WS-PROFILE-COUNT) > MAX-FLAKES-PER-CYCLE
018850         MOVE MAX-FLAKES-PER-CYCLE
018860             TO WS-PROF-FLAKES(WS-PROFILE-COUNT)
018870     END-IF
018880     MOVE WP-BASE-POLL-HNDR OF WEATHER-PROFILE-RECORD
018890         TO WS-PROF-BASE-POLL(WS-PROFILE-COUNT).
018900 1910-EXIT.
018910     EXIT.
018920
018930*----------------------------------------------------------------
018940* 1950-READ-THEME-ART - COLLECT THE ARTWORK SEGMENTS FOR THE
018950* THEME THE CALENDAR SELECTED.  RUNS AFTER 1600-SELECT-THEME AND
018960* 1300-READ-TERM-CONTROL SO THE SEGMENT COLUMNS CAN BE PLACED
018970* AGAINST THE ACTIVE TREE COLUMN OFFSET, THE WAY ORNAMENT CELLS
018980* ARE.  NO FILE, OR NO SEGMENTS FOR THE CODE, LEAVES THE COUNT
018990* AT ZERO AND THE COMPILED-IN SCREEN GROUPS IN CHARGE.  A
019000* SEGMENT WHOSE LINE NUMBER IS ZERO OR PAST THE PHYSICAL SCREEN
019010* IS DROPPED AT LOAD RATHER THAN DRAWN SOMEWHERE UNDEFINED.
019020*----------------------------------------------------------------
019030 1950-READ-THEME-ART.
019040     OPEN INPUT THEME-ARTWORK-FILE
019050     IF NOT THEMEART-OK
019060         GO TO 1950-EXIT
019070     END-IF
019080     PERFORM 1960-LOAD-ONE-SEGMENT THRU 1960-EXIT
019090         UNTIL THEMEART-EOF
019100             OR WS-ARTWORK-COUNT >= MAX-ART-SEGMENTS
019110     CLOSE THEME-ARTWORK-FILE.
019120 1950-EXIT.
019130     EXIT.
019140
019150 1960-LOAD-ONE-SEGMENT.
019160     READ THEME-ARTWORK-FILE
019170         AT END
019180             MOVE '10' TO WS-THEMEART-STATUS
019190             GO TO 1960-EXIT
019200     END-READ
019210     IF TA-THEME-CODE OF THEME-ARTWORK-RECORD
019220             NOT = WS-THEME-CODE
019230         GO TO 1960-EXIT
019240     END-IF
019250     IF TA-LINE-NUM OF THEME-ARTWORK-RECORD = ZERO
019260             OR TA-LINE-NUM OF THEME-ARTWORK-RECORD
019270                 > MAX-SCREEN-HEIGHT
019280         GO TO 1960-EXIT
019290     END-IF
019300     ADD 1 TO WS-ARTWORK-COUNT
019310     MOVE TA-LINE-NUM OF THEME-ARTWORK-RECORD
019320         TO WS-ART-LINE(WS-ARTWORK-COUNT)
019330     COMPUTE WS-ART-COL(WS-ARTWORK-COUNT) =
019340         WS-TREE-COL-OFFSET
019350             + TA-COL-OFFSET OF THEME-ARTWORK-RECORD
019360     MOVE TA-COLOR OF THEME-ARTWORK-RECORD
019370         TO WS-ART-COLOR(WS-ARTWORK-COUNT)
019380     MOVE TA-HIGHLIGHT OF THEME-ARTWORK-RECORD
019390         TO WS-ART-HILITE-SW(WS-ARTWORK-COUNT)
019400     MOVE TA-TEXT OF THEME-ARTWORK-RECORD
019410         TO WS-ART-TEXT(WS-ARTWORK-COUNT)
019420     MOVE ZERO TO WS-ART-LEN(WS-ARTWORK-COUNT)
019430     PERFORM 1970-FIND-SEGMENT-END THRU 1970-EXIT
019440         VARYING WS-ART-SCAN FROM ART-TEXT-WIDTH BY -1
019450         UNTIL WS-ART-SCAN < 1
019460             OR WS-ART-LEN(WS-ARTWORK-COUNT) > ZERO
019470     IF WS-ART-LEN(WS-ARTWORK-COUNT) = ZERO
019480         MOVE 1 TO WS-ART-LEN(WS-ARTWORK-COUNT)
019490     END-IF.
019500 1960-EXIT.
019510     EXIT.
019520
019530 1970-FIND-SEGMENT-END.
019540     IF WS-ART-TEXT(WS-ARTWORK-COUNT)(WS-ART-SCAN:1)
019550             NOT = SPACE
019560         MOVE WS-ART-SCAN TO WS-ART-LEN(WS-ARTWORK-COUNT)
019570     END-IF.
019580 1970-EXIT.
019590     EXIT.
019600
019610*----------------------------------------------------------------
019620* 2000-DISPLAY-THEME - DRAW THE SEASON 1600-SELECT-THEME
019630* MATCHED.  ARTWORK SEGMENTS LOADED FROM THE THEME ARTWORK FILE
019640* TAKE PRECEDENCE; WITH NONE, THE COMPILED-IN SCREEN GROUPS
019650* (DEFAULTING TO THE TREE) DRAW AS THEY ALWAYS HAVE.
019660* MONO-REQUESTED SWITCHES TO THE PLAIN-TEXT VERSION OF WHICHEVER
019670* THEME WAS PICKED.
019680*----------------------------------------------------------------
019690 2000-DISPLAY-THEME.
019700     IF WS-ARTWORK-COUNT > ZERO
019710         PERFORM 2100-DISPLAY-ART-SEGMENT THRU 2100-EXIT
019720             VARYING WS-ART-IDX FROM 1 BY 1
019730             UNTIL WS-ART-IDX > WS-ARTWORK-COUNT
019740         GO TO 2000-EXIT
019750     END-IF
019760     EVALUATE TRUE
019770         WHEN MONO-REQUESTED AND THEME-IS-PUMPKIN
019780             DISPLAY PUMPKIN-MONO
019790         WHEN MONO-REQUESTED AND THEME-IS-FIREWORK
019800             DISPLAY FIREWORKS-MONO
019810         WHEN MONO-REQUESTED
019820             DISPLAY TREE-MONO
019830         WHEN THEME-IS-PUMPKIN
019840             DISPLAY PUMPKIN
019850         WHEN THEME-IS-FIREWORK
019860             DISPLAY FIREWORKS
019870         WHEN OTHER
019880             DISPLAY TREE
019890     END-EVALUATE.
019900 2000-EXIT.
019910     EXIT.
019920
019930*----------------------------------------------------------------
019940* 2100-DISPLAY-ART-SEGMENT - DRAW ONE ARTWORK SEGMENT AT ITS
019950* LINE AND COLUMN, TRIMMED TO ITS TEXT, WITH ITS COLOR AND
019960* OPTIONAL HIGHLIGHT - OR PLAIN WHEN MONO-REQUESTED, LIKE EVERY
019970* OTHER SCREEN GROUP.
019980*----------------------------------------------------------------
019990 2100-DISPLAY-ART-SEGMENT.
020000     EVALUATE TRUE
020010         WHEN MONO-REQUESTED
020020             DISPLAY WS-ART-TEXT(WS-ART-IDX)
020030                 (1:WS-ART-LEN(WS-ART-IDX))
020040                 LINE WS-ART-LINE(WS-ART-IDX)
020050                 COLUMN WS-ART-COL(WS-ART-IDX)
020060         WHEN WS-ART-HIGHLIGHTED(WS-ART-IDX)
020070             DISPLAY WS-ART-TEXT(WS-ART-IDX)
020080                 (1:WS-ART-LEN(WS-ART-IDX))
020090                 LINE WS-ART-LINE(WS-ART-IDX)
020100                 COLUMN WS-ART-COL(WS-ART-IDX)
020110                 WITH FOREGROUND-COLOR WS-ART-COLOR(WS-ART-IDX)
020120                     HIGHLIGHT
020130         WHEN OTHER
020140             DISPLAY WS-ART-TEXT(WS-ART-IDX)
020150                 (1:WS-ART-LEN(WS-ART-IDX))
020160                 LINE WS-ART-LINE(WS-ART-IDX)
020170                 COLUMN WS-ART-COL(WS-ART-IDX)
020180                 WITH FOREGROUND-COLOR WS-ART-COLOR(WS-ART-IDX)
020190     END-EVALUATE.
020200 2100-EXIT.
020210     EXIT.
020220
020230*----------------------------------------------------------------
020240* 3000-SNOW-LOOP - REDRAW THE SNOWFIELDS ONCE PER CYCLE UNTIL
020250* SOMETHING SETS SHUTDOWN-REQUESTED.
020260*----------------------------------------------------------------
020270 3000-SNOW-LOOP.
020280     PERFORM 3100-SNOW-CYCLE THRU 3100-EXIT
020290         UNTIL SHUTDOWN-REQUESTED.
020300 3000-EXIT.
020310     EXIT.
020320
020330 3100-SNOW-CYCLE.
020340     ADD 1 TO WS-STAT-CYCLE-COUNT
020350     IF SNOWFALL-PAUSED
020360         ADD 1 TO WS-STAT-PAUSED-COUNT
020370     END-IF
020380* An active emergency alert owns the whole screen - nothing
020390* else draws until it clears.  The operator keys, the central
020400* command file, the shift end check and the activity statistics
020410* all keep running, so an unattended console can still be quit
020420* or managed remotely - and keeps reporting - mid-alert.
020430     PERFORM 3140-CHECK-ALERT THRU 3140-EXIT
020440     IF ALERT-SHOWING
020450         PERFORM 3170-POLL-OPERATOR-KEY THRU 3170-EXIT
020460         PERFORM 3175-POLL-COMMAND-FILE THRU 3175-EXIT
020470         PERFORM 3180-CHECK-SHIFT-END THRU 3180-EXIT
020480         PERFORM 3160-WRITE-ACTIVITY-STAT THRU 3160-EXIT
020490         GO TO 3100-EXIT
020500     END-IF
020510     IF NOT SNOWFALL-PAUSED
020520* Clear the buffer from last loop iteration.
020530         MOVE 1 TO I
020540         PERFORM 3110-CLEAR-BUFFER-LINE THRU 3110-EXIT
020550             VARYING I FROM 1 BY 1 UNTIL I > SCREEN_HEIGHT
020560
020570         SET SIDE-IS-LEFT TO TRUE
020580         PERFORM 4000-ADD-SNOWFLAKES-TO-BUFFER THRU 4000-EXIT
020590
020600* Copy the buffer to the left side. The Screen section is already
020610* preconfigured to be drawn on the left in WHITE.
020620         IF MONO-REQUESTED
020630             MOVE SNOWFLAKE_BUFFER TO SNOWFLAKES_LEFT_MONO
020640         ELSE
020650             MOVE SNOWFLAKE_BUFFER TO SNOWFLAKES_LEFT
020660         END-IF
020670
020680         SET SIDE-IS-RIGHT TO TRUE
020690         PERFORM 4000-ADD-SNOWFLAKES-TO-BUFFER THRU 4000-EXIT
020700* Copy the buffer to the right side.
020710         IF MONO-REQUESTED
020720             MOVE SNOWFLAKE_BUFFER TO SNOWFLAKES_RIGHT_MONO
020730         ELSE
020740             MOVE SNOWFLAKE_BUFFER TO SNOWFLAKES_RIGHT
020750         END-IF
020760
020770* Let the pile settle and melt before it is redrawn, so the
020780* ground keeps a moving contour instead of saturating into a
020790* solid bar.
020800         PERFORM 4030-MELT-AND-SETTLE THRU 4030-EXIT
020810
020820* Rebuild the ground pile display from the accumulated depths and
020830* checkpoint it, so a bounced job can pick the pile back up.
020840         PERFORM 3190-BUILD-GROUND-COL THRU 3190-EXIT
020850             VARYING WS-COL-IDX FROM 1 BY 1
020860                 UNTIL WS-COL-IDX > OFFSET_WS
020870         IF MONO-REQUESTED
020880             MOVE WS-GROUND-DISPLAY-LEFT TO GROUND_LEFT_MONO
020890             MOVE WS-GROUND-DISPLAY-RIGHT TO GROUND_RIGHT_MONO
020900         ELSE
020910             MOVE WS-GROUND-DISPLAY-LEFT TO GROUND_LEFT
020920             MOVE WS-GROUND-DISPLAY-RIGHT TO GROUND_RIGHT
020930         END-IF
020940         PERFORM 3199-SAVE-CHECKPOINT THRU 3199-EXIT
020950     END-IF
020960
020970* Display the buffers.
020980     IF MONO-REQUESTED
020990         DISPLAY SNOWFLAKES_LEFT_MONO
021000         DISPLAY SNOWFLAKES_RIGHT_MONO
021010         DISPLAY GROUND_LEFT_MONO
021020         DISPLAY GROUND_RIGHT_MONO
021030     ELSE
021040         DISPLAY SNOWFLAKES_LEFT
021050         DISPLAY SNOWFLAKES_RIGHT
021060         DISPLAY GROUND_LEFT
021070         DISPLAY GROUND_RIGHT
021080     END-IF
021090
021100     PERFORM 6000-BLINK-ORNAMENTS THRU 6000-EXIT
021110     PERFORM 7000-SHOW-TICKER THRU 7000-EXIT
021120     PERFORM 3170-POLL-OPERATOR-KEY THRU 3170-EXIT
021130     PERFORM 3180-CHECK-SHIFT-END THRU 3180-EXIT
021140     PERFORM 3187-CHECK-WEATHER-FEED THRU 3187-EXIT
021150     PERFORM 3185-CHECK-WEATHER-PROFILE THRU 3185-EXIT
021160     PERFORM 3175-POLL-COMMAND-FILE THRU 3175-EXIT
021170     PERFORM 3160-WRITE-ACTIVITY-STAT THRU 3160-EXIT.
021180 3100-EXIT.
021190     EXIT.
021200
021210 3110-CLEAR-BUFFER-LINE.
021220     MOVE SPACES TO SNOWFLAKE_BUFFER_ARR(I).
021230 3110-EXIT.
021240     EXIT.
021250
021260*----------------------------------------------------------------
021270* 3140-CHECK-ALERT - RE-READ THE FLASH FILE AND RAISE OR CLEAR
021280* THE ALERT PAGE ON ANY CHANGE.  RAISING WIPES THE SCREEN AND
021290* DRAWS THE PAGE (MONO CONSOLES GET THE PLAIN VERSION); THE
021300* PAGE IS REDRAWN EVERY CYCLE WHILE ACTIVE SO A FRESHENED TEXT
021310* LINE TAKES EFFECT WITHOUT A BOUNCE.  CLEARING WIPES THE PAGE
021320* AND REDRAWS THE THEME - THE SNOW BUFFERS AND GROUND PILE
021330* KEPT THEIR CONTENTS, SO THE SNOWFALL RESUMES WHERE IT WAS.
021340* BOTH TRANSITIONS WRITE AN ALERT EVENT TO THE SNOWFALL LOG.
021350*----------------------------------------------------------------
021360 3140-CHECK-ALERT.
021370     MOVE 'N' TO WS-ALERT-ACTIVE-SWITCH
021380     MOVE '00' TO WS-SNOWFLSH-STATUS
021390     OPEN INPUT ALERT-FLASH-FILE
021400     IF NOT SNOWFLSH-OK
021410         GO TO 3140-TRANSITION
021420     END-IF
021430     READ ALERT-FLASH-FILE
021440         AT END
021450             MOVE '10' TO WS-SNOWFLSH-STATUS
021460     END-READ
021470     IF SNOWFLSH-OK
021480             AND FA-ACTIVE-SW OF ALERT-FLASH-RECORD = 'Y'
021490             AND (FA-ZONE OF ALERT-FLASH-RECORD = SPACES
021500              OR FA-ZONE OF ALERT-FLASH-RECORD = WS-CONSOLE-ZONE)
021510         SET ALERT-ACTIVE TO TRUE
021520         MOVE FA-ALERT-ID OF ALERT-FLASH-RECORD
021530             TO WS-ALERT-ID
021540         MOVE FA-TEXT-1 OF ALERT-FLASH-RECORD
021550             TO WS-ALERT-TEXT-1
021560         MOVE FA-TEXT-2 OF ALERT-FLASH-RECORD
021570             TO WS-ALERT-TEXT-2
021580     END-IF
021590     CLOSE ALERT-FLASH-FILE.
021600 3140-TRANSITION.
021610     IF ALERT-ACTIVE AND NOT ALERT-SHOWING
021620         SET ALERT-SHOWING TO TRUE
021630         DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS
021640         MOVE 'RAISED' TO WS-ALERT-REASON
021650         PERFORM 3141-WRITE-ALERT-LOG THRU 3141-EXIT
021660     END-IF
021670     IF ALERT-SHOWING AND NOT ALERT-ACTIVE
021680         MOVE 'N' TO WS-ALERT-SHOWING-SWITCH
021690         DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS
021700         PERFORM 2000-DISPLAY-THEME THRU 2000-EXIT
021710         MOVE 'CLEARED' TO WS-ALERT-REASON
021720         PERFORM 3141-WRITE-ALERT-LOG THRU 3141-EXIT
021730         GO TO 3140-EXIT
021740     END-IF
021750     IF ALERT-SHOWING
021760         IF MONO-REQUESTED
021770             DISPLAY ALERT-PAGE-MONO
021780         ELSE
021790             DISPLAY ALERT-PAGE
021800         END-IF
021810     END-IF.
021820 3140-EXIT.
021830     EXIT.
021840
021850*----------------------------------------------------------------
021860* 3141-WRITE-ALERT-LOG - ONE ALERT EVENT NAMING THE ALERT ID
021870* AND WHETHER THIS CONSOLE RAISED OR CLEARED THE PAGE, THROUGH
021880* THE SAME OPEN-EXTEND PATH AS EVERY OTHER LOG WRITE.
021890*----------------------------------------------------------------
021900 3141-WRITE-ALERT-LOG.
021910     PERFORM 1210-OPEN-LOG-FOR-EXTEND THRU 1210-EXIT
021920     IF NOT SNOWLOG-OK
021930         GO TO 3141-EXIT
021940     END-IF
021950     MOVE 'ALERT' TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
021960     MOVE SPACES TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
021970     STRING WS-ALERT-REASON DELIMITED BY SPACE
021980         ' ' DELIMITED BY SIZE
021990         WS-ALERT-ID DELIMITED BY SIZE
022000         INTO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
022010     PERFORM 1220-STAMP-AND-WRITE-LOG THRU 1220-EXIT
022020     CLOSE SNOWFALL-LOG-FILE.
022030 3141-EXIT.
022040     EXIT.
022050
022060
022070*----------------------------------------------------------------
022080* 3160-WRITE-ACTIVITY-STAT - ONCE THE INTERVAL IS FULL, APPEND
022090* ONE STATISTICS RECORD FOR THIS JOB ID AND RESET THE INTERVAL
022100* COUNTS.  THE FILE IS OPENED AND CLOSED AROUND EACH WRITE, THE
022110* WAY THE SNOWFALL LOG IS, SO FIFTY CONSOLES CAN SHARE ONE DD.
022120* NO FILE ON THE VERY FIRST WRITE FALLS BACK TO OPEN OUTPUT,
022130* AND ANY OTHER OPEN FAILURE JUST SKIPS THE RECORD.
022140*----------------------------------------------------------------
022150 3160-WRITE-ACTIVITY-STAT.
022160     IF WS-STAT-CYCLE-COUNT < STAT-INTERVAL-CYCLES
022170         GO TO 3160-EXIT
022180     END-IF
022190     OPEN EXTEND ACTIVITY-STAT-FILE
022200     IF SNOWSTAT-NOT-FOUND
022210         OPEN OUTPUT ACTIVITY-STAT-FILE
022220     END-IF
022230     IF NOT SNOWSTAT-OK
022240         GO TO 3160-EXIT
022250     END-IF
022260     MOVE ZERO TO WS-STAT-GROUND-TOTAL
022270     PERFORM 3165-SUM-GROUND-COL THRU 3165-EXIT
022280         VARYING WS-STAT-COL-IDX FROM 1 BY 1
022290         UNTIL WS-STAT-COL-IDX > OFFSET_WS
022300     MOVE WS-JOB-ID TO ST-JOB-ID OF ACTIVITY-STAT-RECORD
022310     MOVE SPACE TO ST-FILL1 OF ACTIVITY-STAT-RECORD
022320     MOVE SPACE TO ST-FILL2 OF ACTIVITY-STAT-RECORD
022330     MOVE SPACE TO ST-FILL3 OF ACTIVITY-STAT-RECORD
022340     MOVE SPACE TO ST-FILL4 OF ACTIVITY-STAT-RECORD
022350     MOVE SPACE TO ST-FILL5 OF ACTIVITY-STAT-RECORD
022360     MOVE SPACE TO ST-FILL6 OF ACTIVITY-STAT-RECORD
022370     MOVE SPACE TO ST-FILL7 OF ACTIVITY-STAT-RECORD
022380     MOVE SPACE TO ST-FILL8 OF ACTIVITY-STAT-RECORD
022390     ACCEPT ST-STAMP-DATE OF ACTIVITY-STAT-RECORD
022400         FROM DATE YYYYMMDD
022410     ACCEPT ST-STAMP-TIME OF ACTIVITY-STAT-RECORD
022420         FROM TIME
022430     MOVE WS-STAT-CYCLE-COUNT
022440         TO ST-CYCLES OF ACTIVITY-STAT-RECORD
022450     MOVE WS-STAT-FLAKES-COUNT
022460         TO ST-FLAKES-DROPPED OF ACTIVITY-STAT-RECORD
022470     MOVE WS-STAT-GROUND-TOTAL
022480         TO ST-GROUND-TOTAL OF ACTIVITY-STAT-RECORD
022490     MOVE WS-STAT-PAUSED-COUNT
022500         TO ST-PAUSED-CYCLES OF ACTIVITY-STAT-RECORD
022510     MOVE WS-STAT-KEY-COUNT
022520         TO ST-KEY-ACTIONS OF ACTIVITY-STAT-RECORD
022530     MOVE WS-STAT-BAND-COUNT
022540         TO ST-BAND-CHANGES OF ACTIVITY-STAT-RECORD
022550     MOVE SPACE TO ST-FILL9 OF ACTIVITY-STAT-RECORD
022560     MOVE WS-WX-SOURCE TO ST-WX-SOURCE OF ACTIVITY-STAT-RECORD
022570     WRITE ACTIVITY-STAT-RECORD
022580     CLOSE ACTIVITY-STAT-FILE
022590     MOVE ZERO TO WS-STAT-CYCLE-COUNT
022600     MOVE ZERO TO WS-STAT-FLAKES-COUNT
022610     MOVE ZERO TO WS-STAT-PAUSED-COUNT
022620     MOVE ZERO TO WS-STAT-KEY-COUNT
022630     MOVE ZERO TO WS-STAT-BAND-COUNT.
022640 3160-EXIT.
022650     EXIT.
022660
022670 3165-SUM-GROUND-COL.
022680     ADD WS-GROUND-DEPTH-LEFT-ARR(WS-STAT-COL-IDX)
022690         TO WS-STAT-GROUND-TOTAL
022700     ADD WS-GROUND-DEPTH-RIGHT-ARR(WS-STAT-COL-IDX)
022710         TO WS-STAT-GROUND-TOTAL.
022720 3165-EXIT.
022730     EXIT.
022740
022750*----------------------------------------------------------------
022760* 3190-BUILD-GROUND-COL - TURN ONE COLUMN'S PILE DEPTH ON EACH
022770* SIDE INTO A DISPLAY CHARACTER VIA WS-GROUND-CHAR-TABLE.
022780*----------------------------------------------------------------
022790 3190-BUILD-GROUND-COL.
022800     MOVE WS-GROUND-CHAR-TABLE
022810         (WS-GROUND-DEPTH-LEFT-ARR(WS-COL-IDX) + 1:1)
022820         TO WS-GROUND-DISPLAY-LEFT(WS-COL-IDX:1)
022830     MOVE WS-GROUND-CHAR-TABLE
022840         (WS-GROUND-DEPTH-RIGHT-ARR(WS-COL-IDX) + 1:1)
022850         TO WS-GROUND-DISPLAY-RIGHT(WS-COL-IDX:1).
022860 3190-EXIT.
022870     EXIT.
022880
022890*----------------------------------------------------------------
022900* 3199-SAVE-CHECKPOINT - REWRITE THIS JOB ID'S RECORD ON THE
022910* CHECKPOINT FILE WITH THE CURRENT PILE DEPTHS SO A RESUBMITTED
022920* JOB PICKS UP WHERE THIS ONE LEFT OFF, EVEN IF IT NEVER REACHES
022930* 5000-TERMINATE.  ONLY THIS RUN'S RECORD IS TOUCHED - OTHER
022940* CONSOLES' CHECKPOINTS ON THE SAME FILE ARE LEFT ALONE.  THE
022950* VERY FIRST RUN AT AN INSTALLATION HAS NO FILE YET, SO THE OPEN
022960* I-O FALLS BACK TO OPEN OUTPUT TO CREATE IT.
022970*----------------------------------------------------------------
022980 3199-SAVE-CHECKPOINT.
022990     MOVE WS-JOB-ID TO GC-JOB-ID OF SNOW-CHECKPOINT-RECORD
023000     MOVE WS-GROUND-DEPTH-LEFT
023010         TO GC-LEFT-GROUND OF SNOW-CHECKPOINT-RECORD
023020     MOVE WS-GROUND-DEPTH-RIGHT
023030         TO GC-RIGHT-GROUND OF SNOW-CHECKPOINT-RECORD
023040     OPEN I-O SNOW-CHECKPOINT-FILE
023050     IF CHECKPOINT-NOT-FOUND
023060         OPEN OUTPUT SNOW-CHECKPOINT-FILE
023070     END-IF
023080     IF NOT CHECKPOINT-OK
023090         DISPLAY 'SNOWCKPT OPEN FAILED, STATUS='
023100             WS-CHECKPOINT-STATUS
023110         GO TO 3199-EXIT
023120     END-IF
023130     WRITE SNOW-CHECKPOINT-RECORD
023140         INVALID KEY
023150             REWRITE SNOW-CHECKPOINT-RECORD
023160     END-WRITE
023170     IF NOT CHECKPOINT-OK
023180         DISPLAY 'SNOWCKPT WRITE FAILED, STATUS='
023190             WS-CHECKPOINT-STATUS
023200     END-IF
023210     CLOSE SNOW-CHECKPOINT-FILE.
023220 3199-EXIT.
023230     EXIT.
023240
023250*----------------------------------------------------------------
023260* 3170-POLL-OPERATOR-KEY - WAITS UP TO WS-POLL-HUNDREDTHS
023270* HUNDREDTHS OF A SECOND FOR A KEY.  THIS DOUBLES AS THE PACING
023280* DELAY BETWEEN FRAMES, SO NO SEPARATE SLEEP CALL IS NEEDED.
023290* "Q" ENDS THE DISPLAY CLEANLY, "P" TOGGLES PAUSE, "+"/"-" SPEED
023300* THE SNOWFALL UP OR DOWN, AND "<"/">" NUDGE THE WIND OFFSET THAT
023310* 4010-DROP-ONE-FLAKE ADDS TO EACH NEW FLAKE'S COLUMN.
023320*----------------------------------------------------------------
023330 3170-POLL-OPERATOR-KEY.
023340     MOVE SPACE TO WS-OPERATOR-KEY
023350     ACCEPT WS-OPERATOR-KEY WITH TIME-OUT WS-POLL-HUNDREDTHS
023360     IF WS-OPERATOR-KEY NOT = SPACE
023370         ADD 1 TO WS-STAT-KEY-COUNT
023380     END-IF
023390     EVALUATE TRUE
023400         WHEN OPERATOR-QUIT-KEY
023410             SET SHUTDOWN-REQUESTED TO TRUE
023420             MOVE 'OPERATOR REQUEST' TO WS-SHUTDOWN-REASON
023430         WHEN OPERATOR-PAUSE-KEY
023440             IF SNOWFALL-PAUSED
023450                 MOVE 'N' TO WS-PAUSE-SWITCH
023460             ELSE
023470                 MOVE 'Y' TO WS-PAUSE-SWITCH
023480             END-IF
023490         WHEN OPERATOR-SPEED-UP-KEY
023500             IF WS-POLL-HUNDREDTHS >
023510                     WS-MIN-POLL-HUNDREDTHS + WS-POLL-STEP
023520                 SUBTRACT WS-POLL-STEP FROM WS-POLL-HUNDREDTHS
023530             ELSE
023540                 MOVE WS-MIN-POLL-HUNDREDTHS
023550                     TO WS-POLL-HUNDREDTHS
023560             END-IF
023570         WHEN OPERATOR-SLOW-DOWN-KEY
023580             IF WS-POLL-HUNDREDTHS <
023590                     WS-MAX-POLL-HUNDREDTHS - WS-POLL-STEP
023600                 ADD WS-POLL-STEP TO WS-POLL-HUNDREDTHS
023610             ELSE
023620                 MOVE WS-MAX-POLL-HUNDREDTHS
023630                     TO WS-POLL-HUNDREDTHS
023640             END-IF
023650         WHEN OPERATOR-WIND-LEFT-KEY
023660             IF WS-WIND-OFFSET > WS-MIN-WIND-OFFSET
023670                 SUBTRACT 1 FROM WS-WIND-OFFSET
023680             END-IF
023690         WHEN OPERATOR-WIND-RIGHT-KEY
023700             IF WS-WIND-OFFSET < WS-MAX-WIND-OFFSET
023710                 ADD 1 TO WS-WIND-OFFSET
023720             END-IF
023730     END-EVALUATE.
023740 3170-EXIT.
023750     EXIT.
023760
023770*----------------------------------------------------------------
023780* 3175-POLL-COMMAND-FILE - EVERY CMD-POLL-INTERVAL SNOW CYCLES,
023790* RE-READ THE CENTRAL COMMAND FILE AND ACT ON EVERY RECORD
023800* NEWER THAN THE LAST SEQUENCE CONSUMED.  A COMMAND ADDRESSED
023810* TO ANOTHER CONSOLE STILL ADVANCES THE SEQUENCE - THE FILE IS
023820* APPEND ONLY, SO EACH RECORD IS WEIGHED EXACTLY ONCE.
023830*----------------------------------------------------------------
023840 3175-POLL-COMMAND-FILE.
023850     ADD 1 TO WS-CMD-CYCLE-COUNT
023860     IF WS-CMD-CYCLE-COUNT < CMD-POLL-INTERVAL
023870         GO TO 3175-EXIT
023880     END-IF
023890     MOVE ZERO TO WS-CMD-CYCLE-COUNT
023900     MOVE '00' TO WS-SNOWCMND-STATUS
023910     OPEN INPUT COMMAND-FILE
023920     IF NOT SNOWCMND-OK
023930         GO TO 3175-EXIT
023940     END-IF
023950     PERFORM 3176-WEIGH-ONE-COMMAND THRU 3176-EXIT
023960         UNTIL SNOWCMND-EOF
023970     CLOSE COMMAND-FILE.
023980 3175-EXIT.
023990     EXIT.
024000
024010 3176-WEIGH-ONE-COMMAND.
024020     READ COMMAND-FILE
024030         AT END
024040             MOVE '10' TO WS-SNOWCMND-STATUS
024050             GO TO 3176-EXIT
024060     END-READ
024070     IF CC-SEQ-NUM OF COMMAND-RECORD <= WS-LAST-CMD-SEQ
024080         GO TO 3176-EXIT
024090     END-IF
024100     MOVE CC-SEQ-NUM OF COMMAND-RECORD TO WS-LAST-CMD-SEQ
024110     IF CC-TARGET-ID OF COMMAND-RECORD NOT = WS-JOB-ID
024120             AND CC-TARGET-ID OF COMMAND-RECORD NOT = 'ALL     '
024130             AND (WS-CONSOLE-ZONE = SPACES
024140              OR CC-TARGET-ID OF COMMAND-RECORD
024150                     NOT = WS-CONSOLE-ZONE)
024160         GO TO 3176-EXIT
024170     END-IF
024180     PERFORM 3177-APPLY-ONE-COMMAND THRU 3177-EXIT
024190     PERFORM 3178-WRITE-COMMAND-ACK THRU 3178-EXIT.
024200 3176-EXIT.
024210     EXIT.
024220
024230*----------------------------------------------------------------
024240* 3177-APPLY-ONE-COMMAND - THE SAME ACTIONS AS THE OPERATOR
024250* KEYS, PLUS AN EXPLICIT RESUME.  QUIT TAKES THE NORMAL STOP
024260* PATH THROUGH 5200-WRITE-LOG-STOP WITH ITS OWN STOP REASON.
024270* AN UNRECOGNIZED COMMAND WORD IS ACKNOWLEDGED BUT DOES
024280* NOTHING, SO A TYPO ON THE COMMAND FILE IS VISIBLE WITHOUT
024290* UPSETTING THE FLEET.
024300*----------------------------------------------------------------
024310 3177-APPLY-ONE-COMMAND.
024320     EVALUATE CC-COMMAND OF COMMAND-RECORD
024330         WHEN 'PAUSE   '
024340             MOVE 'Y' TO WS-PAUSE-SWITCH
024350         WHEN 'RESUME  '
024360             MOVE 'N' TO WS-PAUSE-SWITCH
024370         WHEN 'FASTER  '
024380             IF WS-POLL-HUNDREDTHS >
024390                     WS-MIN-POLL-HUNDREDTHS + WS-POLL-STEP
024400                 SUBTRACT WS-POLL-STEP FROM WS-POLL-HUNDREDTHS
024410             ELSE
024420                 MOVE WS-MIN-POLL-HUNDREDTHS
024430                     TO WS-POLL-HUNDREDTHS
024440             END-IF
024450         WHEN 'SLOWER  '
024460             IF WS-POLL-HUNDREDTHS <
024470                     WS-MAX-POLL-HUNDREDTHS - WS-POLL-STEP
024480                 ADD WS-POLL-STEP TO WS-POLL-HUNDREDTHS
024490             ELSE
024500                 MOVE WS-MAX-POLL-HUNDREDTHS
024510                     TO WS-POLL-HUNDREDTHS
024520             END-IF
024530         WHEN 'WINDLEFT'
024540             IF WS-WIND-OFFSET > WS-MIN-WIND-OFFSET
024550                 SUBTRACT 1 FROM WS-WIND-OFFSET
024560             END-IF
024570         WHEN 'WINDRGHT'
024580             IF WS-WIND-OFFSET < WS-MAX-WIND-OFFSET
024590                 ADD 1 TO WS-WIND-OFFSET
024600             END-IF
024610         WHEN 'QUIT    '
024620             SET SHUTDOWN-REQUESTED TO TRUE
024630             MOVE 'REMOTE COMMAND' TO WS-SHUTDOWN-REASON
024640     END-EVALUATE.
024650 3177-EXIT.
024660     EXIT.
024670
024680*----------------------------------------------------------------
024690* 3178-WRITE-COMMAND-ACK - ONE ACK RECORD PER CONSUMED COMMAND,
024700* STAMPED WITH THIS CONSOLE'S JOB ID AND THE MOMENT OF ACTION.
024710* OPENED AND CLOSED AROUND EACH WRITE SO THE WHOLE FLEET CAN
024720* SHARE THE FILE, THE WAY THE SNOWFALL LOG IS SHARED.
024730*----------------------------------------------------------------
024740 3178-WRITE-COMMAND-ACK.
024750     OPEN EXTEND COMMAND-ACK-FILE
024760     IF SNOWCACK-NOT-FOUND
024770         OPEN OUTPUT COMMAND-ACK-FILE
024780     END-IF
024790     IF NOT SNOWCACK-OK
024800         GO TO 3178-EXIT
024810     END-IF
024820     MOVE WS-JOB-ID TO CA-CONSOLE-ID OF COMMAND-ACK-RECORD
024830     MOVE SPACE TO CA-FILL1 OF COMMAND-ACK-RECORD
024840     MOVE SPACE TO CA-FILL2 OF COMMAND-ACK-RECORD
024850     MOVE SPACE TO CA-FILL3 OF COMMAND-ACK-RECORD
024860     MOVE SPACE TO CA-FILL4 OF COMMAND-ACK-RECORD
024870     MOVE CC-SEQ-NUM OF COMMAND-RECORD
024880         TO CA-SEQ-NUM OF COMMAND-ACK-RECORD
024890     MOVE CC-COMMAND OF COMMAND-RECORD
024900         TO CA-COMMAND OF COMMAND-ACK-RECORD
024910     ACCEPT CA-ACK-DATE OF COMMAND-ACK-RECORD
024920         FROM DATE YYYYMMDD
024930     ACCEPT CA-ACK-TIME OF COMMAND-ACK-RECORD
024940         FROM TIME
024950     WRITE COMMAND-ACK-RECORD
024960     CLOSE COMMAND-ACK-FILE.
024970 3178-EXIT.
024980     EXIT.
024990
025000*----------------------------------------------------------------
025010* 3180-CHECK-SHIFT-END - IF A SHIFT END TIME CAME IN ON THE
025020* PARM, STOP THE LOOP ONCE THE CLOCK REACHES IT.
025030*----------------------------------------------------------------
025040 3180-CHECK-SHIFT-END.
025050     IF SHIFT-END-SUPPLIED
025060         ACCEPT WS-CURRENT-TIME FROM TIME
025070         IF WS-CURRENT-HHMM NOT LESS THAN WS-SHIFT-END-TIME
025080             SET SHUTDOWN-REQUESTED TO TRUE
025090             MOVE 'SHIFT END TIME REACHED' TO WS-SHUTDOWN-REASON
025100         END-IF
025110     END-IF.
025120 3180-EXIT.
025130     EXIT.
025140
025150*----------------------------------------------------------------
025160* 3185-CHECK-WEATHER-PROFILE - MATCH THE CLOCK AGAINST THE
025170* PROFILE TIME BANDS.  ON ENTERING A DIFFERENT BAND, TAKE ITS
025180* FLAKE COUNT AND RESET THE POLL PACING TO ITS BASE (WITHIN THE
025190* OPERATOR SPEED LIMITS); LEAVING ALL BANDS GOES BACK TO THE
025200* COMPILED-IN FLAKE COUNT AND LEAVES THE PACING WHERE THE
025210* OPERATOR HAD IT.  NOTHING HAPPENS WHILE THE MATCHED BAND IS
025220* UNCHANGED, SO THE SPEED KEYS KEEP WORKING INSIDE A BAND.
025230*----------------------------------------------------------------
025240 3185-CHECK-WEATHER-PROFILE.
025250     IF WX-SOURCE-LIVE
025260         GO TO 3185-EXIT
025270     END-IF
025280     IF WS-PROFILE-COUNT = ZERO
025290         GO TO 3185-EXIT
025300     END-IF
025310     ACCEPT WS-CURRENT-TIME FROM TIME
025320     MOVE ZERO TO WS-PROF-MATCH-IDX
025330     PERFORM 3186-TEST-ONE-BAND THRU 3186-EXIT
025340         VARYING WS-PROF-IDX FROM 1 BY 1
025350         UNTIL WS-PROF-IDX > WS-PROFILE-COUNT
025360             OR WS-PROF-MATCH-IDX > ZERO
025370     IF WS-PROF-MATCH-IDX = WS-ACTIVE-BAND-IDX
025380         GO TO 3185-EXIT
025390     END-IF
025400     MOVE WS-PROF-MATCH-IDX TO WS-ACTIVE-BAND-IDX
025410     ADD 1 TO WS-STAT-BAND-COUNT
025420     IF WS-ACTIVE-BAND-IDX = ZERO
025430         MOVE 8 TO WS-FLAKES-PER-CYCLE
025440         GO TO 3185-EXIT
025450     END-IF
025460     MOVE WS-PROF-FLAKES(WS-ACTIVE-BAND-IDX)
025470         TO WS-FLAKES-PER-CYCLE
025480     MOVE WS-PROF-BASE-POLL(WS-ACTIVE-BAND-IDX)
025490         TO WS-POLL-HUNDREDTHS
025500     IF WS-POLL-HUNDREDTHS < WS-MIN-POLL-HUNDREDTHS
025510         MOVE WS-MIN-POLL-HUNDREDTHS TO WS-POLL-HUNDREDTHS
025520     END-IF
025530     IF WS-POLL-HUNDREDTHS > WS-MAX-POLL-HUNDREDTHS
025540         MOVE WS-MAX-POLL-HUNDREDTHS TO WS-POLL-HUNDREDTHS
025550     END-IF.
025560 3185-EXIT.
025570     EXIT.
025580
025590*----------------------------------------------------------------
025600* 3186-TEST-ONE-BAND - DOES THE CURRENT TIME FALL IN THIS BAND.
025610* AN END TIME EARLIER THAN THE START TIME WRAPS ACROSS MIDNIGHT,
025620* THE SAME RULE THE HOLIDAY CALENDAR USES FOR THE NEW YEAR.
025630*----------------------------------------------------------------
025640 3186-TEST-ONE-BAND.
025650     IF WS-PROF-START-HHMM(WS-PROF-IDX)
025660             <= WS-PROF-END-HHMM(WS-PROF-IDX)
025670         IF WS-CURRENT-HHMM >= WS-PROF-START-HHMM(WS-PROF-IDX)
025680                 AND WS-CURRENT-HHMM
025690                     <= WS-PROF-END-HHMM(WS-PROF-IDX)
025700             MOVE WS-PROF-IDX TO WS-PROF-MATCH-IDX
025710         END-IF
025720     ELSE
025730         IF WS-CURRENT-HHMM >= WS-PROF-START-HHMM(WS-PROF-IDX)
025740                 OR WS-CURRENT-HHMM
025750                     <= WS-PROF-END-HHMM(WS-PROF-IDX)
025760             MOVE WS-PROF-IDX TO WS-PROF-MATCH-IDX
025770         END-IF
025780     END-IF.
025790 3186-EXIT.
025800     EXIT.
025810
025820*----------------------------------------------------------------
025830* 3187-CHECK-WEATHER-FEED - EVERY WX-POLL-INTERVAL CYCLES,
025840* RE-READ THE WEATHER FEED AND KEEP THE LAST OBSERVATION.  A
025850* CURRENT ONE DRIVES THE SNOWFALL (LIVE); A STALE OR ABSENT
025860* ONE DROPS BACK TO THE PROFILE BANDS AND CLEARS THE ACTIVE
025870* BAND SO 3185 RE-APPLIES THE RIGHT ONE NEXT CYCLE.  EITHER
025880* TRANSITION WRITES A WXSRC EVENT TO THE SNOWFALL LOG.
025890*----------------------------------------------------------------
025900 3187-CHECK-WEATHER-FEED.
025910     ADD 1 TO WS-WX-CYCLE-COUNT
025920     IF WS-WX-CYCLE-COUNT < WX-POLL-INTERVAL
025930         GO TO 3187-EXIT
025940     END-IF
025950     MOVE ZERO TO WS-WX-CYCLE-COUNT
025960     MOVE 'N' TO WS-WX-OBS-SEEN-SWITCH
025970     MOVE '00' TO WS-WEATHOBS-STATUS
025980     OPEN INPUT WEATHER-FEED-FILE
025990     IF WEATHOBS-OK
026000         PERFORM 3188-READ-ONE-OBS THRU 3188-EXIT
026010             UNTIL WEATHOBS-EOF
026020         CLOSE WEATHER-FEED-FILE
026030     END-IF
026040     IF WX-OBS-SEEN
026050         ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
026060         ACCEPT WS-CURRENT-TIME FROM TIME
026070         MOVE WS-WX-OBS-HHMM TO WS-WX-HHMM-SPLIT
026080         COMPUTE WS-WX-OBS-MINUTES =
026090             WS-WX-HHMM-HH * 60 + WS-WX-HHMM-MM
026100         MOVE WS-CURRENT-HHMM TO WS-WX-HHMM-SPLIT
026110         COMPUTE WS-WX-NOW-MINUTES =
026120             WS-WX-HHMM-HH * 60 + WS-WX-HHMM-MM
026130         COMPUTE WS-WX-AGE-MINUTES =
026140             WS-WX-NOW-MINUTES - WS-WX-OBS-MINUTES
026150         IF WS-WX-OBS-DATE = WS-TODAY-CCYYMMDD
026160                 AND WS-WX-AGE-MINUTES >= ZERO
026170                 AND WS-WX-AGE-MINUTES <= WX-STALE-MINUTES
026180             PERFORM 3189-APPLY-LIVE-WEATHER THRU 3189-EXIT
026190             GO TO 3187-EXIT
026200         END-IF
026210     END-IF
026220     IF WX-SOURCE-LIVE
026230         MOVE 'PROFILE' TO WS-WX-SOURCE
026240         MOVE 8 TO WS-FLAKES-PER-CYCLE
026250         MOVE ZERO TO WS-ACTIVE-BAND-IDX
026260         PERFORM 3191-LOG-SOURCE-CHANGE THRU 3191-EXIT
026270     END-IF.
026280 3187-EXIT.
026290     EXIT.
026300
026310 3188-READ-ONE-OBS.
026320     READ WEATHER-FEED-FILE
026330         AT END
026340             MOVE '10' TO WS-WEATHOBS-STATUS
026350             GO TO 3188-EXIT
026360     END-READ
026370     SET WX-OBS-SEEN TO TRUE
026380     MOVE WO-OBS-DATE OF WEATHER-FEED-RECORD
026390         TO WS-WX-OBS-DATE
026400     MOVE WO-OBS-HHMM OF WEATHER-FEED-RECORD
026410         TO WS-WX-OBS-HHMM
026420     MOVE WO-PRECIP-RATE OF WEATHER-FEED-RECORD
026430         TO WS-WX-PRECIP
026440     MOVE WO-WIND-SPEED OF WEATHER-FEED-RECORD
026450         TO WS-WX-WIND-SPEED
026460     MOVE WO-WIND-DIR OF WEATHER-FEED-RECORD
026470         TO WS-WX-WIND-DIR.
026480 3188-EXIT.
026490     EXIT.
026500
026510*----------------------------------------------------------------
026520* 3189-APPLY-LIVE-WEATHER - MAP THE CURRENT OBSERVATION ONTO
026530* THE SNOWFALL.  PRECIPITATION IS CAPPED THE WAY A PROFILE
026540* BAND'S FLAKE COUNT IS, AND THE WIND OFFSET SCALES THE SPEED
026550* DOWN (ONE COLUMN PER FIVE UNITS) WITHIN THE OPERATOR WIND
026560* LIMITS.  THE SPEED KEYS AND PACING ARE LEFT ALONE - LIVE
026570* WEATHER SAYS WHAT FALLS, NOT HOW FAST THE LOOP RUNS.
026580*----------------------------------------------------------------
026590 3189-APPLY-LIVE-WEATHER.
026600     MOVE WS-WX-PRECIP TO WS-FLAKES-PER-CYCLE
026610     IF WS-FLAKES-PER-CYCLE > MAX-FLAKES-PER-CYCLE
026620         MOVE MAX-FLAKES-PER-CYCLE TO WS-FLAKES-PER-CYCLE
026630     END-IF
026640     COMPUTE WS-WX-OFFSET-WORK = WS-WX-WIND-SPEED / 5
026650     EVALUATE WS-WX-WIND-DIR
026660         WHEN 'L'
026670             COMPUTE WS-WX-OFFSET-WORK = 0 - WS-WX-OFFSET-WORK
026680         WHEN 'R'
026690             CONTINUE
026700         WHEN OTHER
026710             MOVE ZERO TO WS-WX-OFFSET-WORK
026720     END-EVALUATE
026730     IF WS-WX-OFFSET-WORK < WS-MIN-WIND-OFFSET
026740         MOVE WS-MIN-WIND-OFFSET TO WS-WX-OFFSET-WORK
026750     END-IF
026760     IF WS-WX-OFFSET-WORK > WS-MAX-WIND-OFFSET
026770         MOVE WS-MAX-WIND-OFFSET TO WS-WX-OFFSET-WORK
026780     END-IF
026790     MOVE WS-WX-OFFSET-WORK TO WS-WIND-OFFSET
026800     IF NOT WX-SOURCE-LIVE
026810         MOVE 'LIVE   ' TO WS-WX-SOURCE
026820         PERFORM 3191-LOG-SOURCE-CHANGE THRU 3191-EXIT
026830     END-IF.
026840 3189-EXIT.
026850     EXIT.
026860
026870*----------------------------------------------------------------
026880* 3191-LOG-SOURCE-CHANGE - ONE WXSRC EVENT ON THE SNOWFALL LOG
026890* NAMING THE SOURCE NOW IN EFFECT.  SNOW-REPORT AND SNOW-VERIFY
026900* ONLY LOOK AT START AND STOP EVENTS, SO THE EXTRA TYPE RIDES
026910* ALONG WITHOUT DISTURBING THEIR PAIRING.
026920*----------------------------------------------------------------
026930 3191-LOG-SOURCE-CHANGE.
026940     PERFORM 1210-OPEN-LOG-FOR-EXTEND THRU 1210-EXIT
026950     IF NOT SNOWLOG-OK
026960         GO TO 3191-EXIT
026970     END-IF
026980     MOVE 'WXSRC' TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
026990     MOVE WS-WX-SOURCE
027000         TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
027010     PERFORM 1220-STAMP-AND-WRITE-LOG THRU 1220-EXIT
027020     CLOSE SNOWFALL-LOG-FILE.
027030 3191-EXIT.
027040     EXIT.
027050
027060*----------------------------------------------------------------
027070* 4000-ADD-SNOWFLAKES-TO-BUFFER - PUT UP TO WS-FLAKES-PER-CYCLE
027080* ASTERISKS RANDOMLY IN SNOWFLAKE_BUFFER.  THE COUNT COMES FROM
027090* THE ACTIVE WEATHER PROFILE BAND, OR THE COMPILED-IN 8.
027100*----------------------------------------------------------------
027110 4000-ADD-SNOWFLAKES-TO-BUFFER.
027120     MOVE 1 TO I
027130     PERFORM 4010-DROP-ONE-FLAKE THRU 4010-EXIT
027140         VARYING I FROM 1 BY 1 UNTIL I > WS-FLAKES-PER-CYCLE.
027150 4000-EXIT.
027160     EXIT.
027170
027180 4010-DROP-ONE-FLAKE.
027190     ADD 1 TO WS-STAT-FLAKES-COUNT
027200     COMPUTE WS-X-SIGNED =
027210         (OFFSET_WS * FUNCTION RANDOM) + WS-WIND-OFFSET
027220     IF WS-X-SIGNED < 0
027230         MOVE 0 TO WS-X-SIGNED
027240     END-IF
027250     IF WS-X-SIGNED > OFFSET_WS
027260         MOVE OFFSET_WS TO WS-X-SIGNED
027270     END-IF
027280     MOVE WS-X-SIGNED TO X
027290* Y's range is larger than the screen height so some asterisks
027300* will fall past the bottom of the snowfield. Because it's doubled
027310* there's a 50% chance of a given flake reaching the ground.
027320* This is to make the amount of snowflakes per side random.
027330     COMPUTE Y = 2 * SCREEN_HEIGHT * FUNCTION RANDOM
027340     IF Y > SCREEN_HEIGHT
027350         PERFORM 4020-ACCUMULATE-GROUND THRU 4020-EXIT
027360     ELSE
027370         IF X NOT = ZERO
027380             MOVE '*' TO SNOWFLAKE_BUFFER_ARR(Y)(X:1)
027390         END-IF
027400     END-IF.
027410 4010-EXIT.
027420     EXIT.
027430
027440*----------------------------------------------------------------
027450* 4020-ACCUMULATE-GROUND - A FLAKE THAT FELL PAST THE BOTTOM OF
027460* THE SNOWFIELD ADDS TO THE PILE DEPTH FOR ITS COLUMN INSTEAD OF
027470* BEING THROWN AWAY, UP TO MAX-GROUND-DEPTH.
027480*----------------------------------------------------------------
027490 4020-ACCUMULATE-GROUND.
027500     IF X = ZERO
027510         GO TO 4020-EXIT
027520     END-IF
027530     IF SIDE-IS-LEFT
027540         IF WS-GROUND-DEPTH-LEFT-ARR(X) < MAX-GROUND-DEPTH
027550             ADD 1 TO WS-GROUND-DEPTH-LEFT-ARR(X)
027560         END-IF
027570     ELSE
027580         IF WS-GROUND-DEPTH-RIGHT-ARR(X) < MAX-GROUND-DEPTH
027590             ADD 1 TO WS-GROUND-DEPTH-RIGHT-ARR(X)
027600         END-IF
027610     END-IF.
027620 4020-EXIT.
027630     EXIT.
027640
027650*----------------------------------------------------------------
027660* 4030-MELT-AND-SETTLE - KEEP THE GROUND PILE ALIVE.  ONE
027670* SETTLING PASS EVERY CYCLE SPILLS TALL COLUMNS INTO SHORTER
027680* NEIGHBORS, AND EVERY WS-MELT-INTERVAL CYCLES EVERY COLUMN ON
027690* BOTH SIDES LOSES ONE DEPTH.  MELT=000 ON THE PARM DISABLES THE
027700* MELT BUT THE SETTLING STILL RUNS.
027710*----------------------------------------------------------------
027720 4030-MELT-AND-SETTLE.
027730     PERFORM 4040-SETTLE-ONE-COLUMN THRU 4040-EXIT
027740         VARYING WS-SETTLE-IDX FROM 1 BY 1
027750         UNTIL WS-SETTLE-IDX >= OFFSET_WS
027760     IF WS-MELT-INTERVAL = ZERO
027770         GO TO 4030-EXIT
027780     END-IF
027790     ADD 1 TO WS-MELT-CYCLE-COUNT
027800     IF WS-MELT-CYCLE-COUNT < WS-MELT-INTERVAL
027810         GO TO 4030-EXIT
027820     END-IF
027830     MOVE ZERO TO WS-MELT-CYCLE-COUNT
027840     PERFORM 4050-MELT-ONE-COLUMN THRU 4050-EXIT
027850         VARYING WS-SETTLE-IDX FROM 1 BY 1
027860         UNTIL WS-SETTLE-IDX > OFFSET_WS.
027870 4030-EXIT.
027880     EXIT.
027890
027900*----------------------------------------------------------------
027910* 4040-SETTLE-ONE-COLUMN - LET SNOW SLIDE BETWEEN THIS COLUMN
027920* AND ITS RIGHT-HAND NEIGHBOR ON EACH SIDE: WHICHEVER OF THE
027930* PAIR STANDS TWO OR MORE DEEPER GIVES ONE DEPTH TO THE OTHER,
027940* SO THE CONTOUR ROUNDS OFF INSTEAD OF SPIKING.
027950*----------------------------------------------------------------
027960 4040-SETTLE-ONE-COLUMN.
027970     IF WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX) >
027980             WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX + 1) + 1
027990         SUBTRACT 1
028000             FROM WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX)
028010         ADD 1
028020             TO WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX + 1)
028030     ELSE
028040         IF WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX + 1) >
028050                 WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX) + 1
028060             SUBTRACT 1
028070                 FROM WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX + 1)
028080             ADD 1
028090                 TO WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX)
028100         END-IF
028110     END-IF
028120     IF WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX) >
028130             WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX + 1) + 1
028140         SUBTRACT 1
028150             FROM WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX)
028160         ADD 1
028170             TO WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX + 1)
028180     ELSE
028190         IF WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX + 1) >
028200                 WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX) + 1
028210             SUBTRACT 1
028220                 FROM WS-GROUND-DEPTH-RIGHT-ARR
028230                     (WS-SETTLE-IDX + 1)
028240             ADD 1
028250                 TO WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX)
028260         END-IF
028270     END-IF.
028280 4040-EXIT.
028290     EXIT.
028300
028310 4050-MELT-ONE-COLUMN.
028320     IF WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX) > ZERO
028330         SUBTRACT 1
028340             FROM WS-GROUND-DEPTH-LEFT-ARR(WS-SETTLE-IDX)
028350     END-IF
028360     IF WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX) > ZERO
028370         SUBTRACT 1
028380             FROM WS-GROUND-DEPTH-RIGHT-ARR(WS-SETTLE-IDX)
028390     END-IF.
028400 4050-EXIT.
028410     EXIT.
028420
028430*----------------------------------------------------------------
028440* 5000-TERMINATE - CLEAR THE SCREEN SO THE OPERATOR ISN'T LEFT
028450* STARING AT A HALF-DRAWN FRAME, THEN LET MAIN FALL THROUGH TO
028460* A NORMAL STOP RUN.  A PRINT RUN NEVER TOUCHED THE CRT, SO
028470* THERE IS NOTHING TO CLEAR.
028480*----------------------------------------------------------------
028490 5000-TERMINATE.
028500     IF NOT PRINT-REQUESTED
028510         DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS
028520     END-IF
028530     PERFORM 5200-WRITE-LOG-STOP THRU 5200-EXIT.
028540 5000-EXIT.
028550     EXIT.
028560
028570*----------------------------------------------------------------
028580* 5200-WRITE-LOG-STOP - WRITE A STOP EVENT FOR THIS JOB ID SO
028590* OPERATIONS CAN MATCH IT AGAINST THE START EVENT.  A RUN THAT
028600* NEVER GETS HERE (CANCELLED FROM THE CONSOLE) LEAVES A START
028610* RECORD WITH NO MATCHING STOP RECORD.
028620*----------------------------------------------------------------
028630 5200-WRITE-LOG-STOP.
028640     PERFORM 1210-OPEN-LOG-FOR-EXTEND THRU 1210-EXIT
028650     IF NOT SNOWLOG-OK
028660         GO TO 5200-EXIT
028670     END-IF
028680     MOVE 'STOP '  TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
028690     MOVE WS-SHUTDOWN-REASON
028700         TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
028710     PERFORM 1220-STAMP-AND-WRITE-LOG THRU 1220-EXIT
028720     CLOSE SNOWFALL-LOG-FILE.
028730 5200-EXIT.
028740     EXIT.
028750
028760*----------------------------------------------------------------
028770* 6000-BLINK-ORNAMENTS - STEP EVERY LOADED ORNAMENT TO THE NEXT
028780* COLOR IN ITS CYCLE EVERY WS-BLINK-INTERVAL SNOW CYCLES.  RUNS ON
028790* ITS OWN CADENCE, INDEPENDENT OF SNOWFALL-PAUSED, SO THE
028800* ORNAMENTS KEEP BLINKING EVEN WHILE THE SNOWFALL ITSELF IS
028810* PAUSED.  A MONOCHROME DISPLAY HAS NO COLOR TO CYCLE, SO NOTHING
028820* HAPPENS WHEN MONO-REQUESTED.
028830*----------------------------------------------------------------
028840 6000-BLINK-ORNAMENTS.
028850     IF MONO-REQUESTED OR WS-ORNAMENT-COUNT = ZERO
028860             OR NOT THEME-IS-TREE
028870         GO TO 6000-EXIT
028880     END-IF
028890     ADD 1 TO WS-BLINK-CYCLE-COUNT
028900     IF WS-BLINK-CYCLE-COUNT < WS-BLINK-INTERVAL
028910         GO TO 6000-EXIT
028920     END-IF
028930     MOVE ZERO TO WS-BLINK-CYCLE-COUNT
028940     PERFORM 6010-BLINK-ONE-ORNAMENT THRU 6010-EXIT
028950         VARYING WS-ORN-IDX FROM 1 BY 1
028960             UNTIL WS-ORN-IDX > WS-ORNAMENT-COUNT.
028970 6000-EXIT.
028980     EXIT.
028990
029000 6010-BLINK-ONE-ORNAMENT.
029010     ADD 1 TO WS-ORN-COLOR-IDX(WS-ORN-IDX)
029020     IF WS-ORN-COLOR-IDX(WS-ORN-IDX) > 4
029030         MOVE 1 TO WS-ORN-COLOR-IDX(WS-ORN-IDX)
029040     END-IF
029050     MOVE WS-ORN-COLOR-LIST(WS-ORN-IDX)
029060         (WS-ORN-COLOR-IDX(WS-ORN-IDX):1)
029070         TO WS-ORN-CUR-COLOR(WS-ORN-IDX)
029080     PERFORM 6020-DISPLAY-ORNAMENT THRU 6020-EXIT.
029090 6010-EXIT.
029100     EXIT.
029110
029120*----------------------------------------------------------------
029130* 6020-DISPLAY-ORNAMENT - MOVE THE CURRENT CELL'S CHARACTER TO
029140* THE MATCHING SCREEN ITEM AND REDISPLAY JUST THAT CELL.  THE
029150* SCREEN ITEMS ARE NAMED INDIVIDUALLY, SO THIS IS AN EVALUATE ON
029160* WS-ORN-IDX RATHER THAN A SUBSCRIPTED REFERENCE.
029170*----------------------------------------------------------------
029180 6020-DISPLAY-ORNAMENT.
029190     EVALUATE WS-ORN-IDX
029200         WHEN 1
029210             MOVE WS-ORN-CHAR(1) TO ORN-1
029220             DISPLAY ORN-1
029230         WHEN 2
029240             MOVE WS-ORN-CHAR(2) TO ORN-2
029250             DISPLAY ORN-2
029260         WHEN 3
029270             MOVE WS-ORN-CHAR(3) TO ORN-3
029280             DISPLAY ORN-3
029290         WHEN 4
029300             MOVE WS-ORN-CHAR(4) TO ORN-4
029310             DISPLAY ORN-4
029320         WHEN 5
029330             MOVE WS-ORN-CHAR(5) TO ORN-5
029340             DISPLAY ORN-5
029350         WHEN 6
029360             MOVE WS-ORN-CHAR(6) TO ORN-6
029370             DISPLAY ORN-6
029380         WHEN 7
029390             MOVE WS-ORN-CHAR(7) TO ORN-7
029400             DISPLAY ORN-7
029410         WHEN 8
029420             MOVE WS-ORN-CHAR(8) TO ORN-8
029430             DISPLAY ORN-8
029440     END-EVALUATE.
029450 6020-EXIT.
029460     EXIT.
029470
029480*----------------------------------------------------------------
029490* 7000-SHOW-TICKER - KEEP THE MESSAGE-OF-THE-DAY LINE CURRENT.
029500* EVERY WS-MOTD-REFRESH-INTERVAL CYCLES THE FILE IS RE-READ;
029510* EVERY WS-MOTD-ROTATE-INTERVAL CYCLES THE NEXT MESSAGE WHOSE
029520* START/END STAMPS COVER THE CURRENT MOMENT TAKES THE LINE.  NO
029530* ACTIVE MESSAGE BLANKS THE LINE, AND A SCREEN TOO SHORT FOR THE
029540* TICKER ROW GETS NO TICKER AT ALL.  RUNS ON ITS OWN CADENCE,
029550* INDEPENDENT OF SNOWFALL-PAUSED, LIKE THE ORNAMENT BLINK.
029560*----------------------------------------------------------------
029570 7000-SHOW-TICKER.
029580     IF WS-TICKER-LINE > MAX-SCREEN-HEIGHT
029590         GO TO 7000-EXIT
029600     END-IF
029610     ADD 1 TO WS-MOTD-REFRESH-COUNT
029620     IF WS-MOTD-REFRESH-COUNT >= WS-MOTD-REFRESH-INTERVAL
029630         MOVE ZERO TO WS-MOTD-REFRESH-COUNT
029640         PERFORM 1800-READ-MOTD THRU 1800-EXIT
029650     END-IF
029660     ADD 1 TO WS-MOTD-ROTATE-COUNT
029670     IF WS-MOTD-ROTATE-COUNT < WS-MOTD-ROTATE-INTERVAL
029680         GO TO 7000-EXIT
029690     END-IF
029700     MOVE ZERO TO WS-MOTD-ROTATE-COUNT
029710     PERFORM 7010-PICK-NEXT-MESSAGE THRU 7010-EXIT
029720     IF MONO-REQUESTED
029730         DISPLAY TICKER-MONO
029740     ELSE
029750         DISPLAY TICKER
029760     END-IF.
029770 7000-EXIT.
029780     EXIT.
029790
029800*----------------------------------------------------------------
029810* 7010-PICK-NEXT-MESSAGE - STEP TO THE NEXT MESSAGE IN THE TABLE
029820* WHOSE START/END STAMPS COVER THE CURRENT MOMENT, WRAPPING PAST
029830* THE END, SO SEVERAL ACTIVE MESSAGES TAKE TURNS.  NO ACTIVE
029840* MESSAGE LEAVES THE LINE BLANK.
029850*----------------------------------------------------------------
029860 7010-PICK-NEXT-MESSAGE.
029870     MOVE SPACES TO WS-TICKER-TEXT
029880     IF WS-MESSAGE-COUNT = ZERO
029890         GO TO 7010-EXIT
029900     END-IF
029910     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
029920     ACCEPT WS-CURRENT-TIME FROM TIME
029930     COMPUTE WS-NOW-STAMP =
029940         WS-TODAY-CCYYMMDD * 10000 + WS-CURRENT-HHMM
029950     MOVE 'N' TO WS-MOTD-FOUND-SWITCH
029960     PERFORM 7020-TEST-ONE-MESSAGE THRU 7020-EXIT
029970         VARYING WS-MOTD-SCAN-COUNT FROM 1 BY 1
029980         UNTIL WS-MOTD-SCAN-COUNT > WS-MESSAGE-COUNT
029990             OR MOTD-MESSAGE-FOUND.
030000 7010-EXIT.
030010     EXIT.
030020
030030 7020-TEST-ONE-MESSAGE.
030040     ADD 1 TO WS-MOTD-ACTIVE-IDX
030050     IF WS-MOTD-ACTIVE-IDX > WS-MESSAGE-COUNT
030060         MOVE 1 TO WS-MOTD-ACTIVE-IDX
030070     END-IF
030080     IF WS-NOW-STAMP >= WS-MOTD-START-STAMP(WS-MOTD-ACTIVE-IDX)
030090             AND WS-NOW-STAMP
030100                 <= WS-MOTD-END-STAMP(WS-MOTD-ACTIVE-IDX)
030110         MOVE WS-MOTD-TEXT(WS-MOTD-ACTIVE-IDX)
030120             TO WS-TICKER-TEXT
030130         SET MOTD-MESSAGE-FOUND TO TRUE
030140     END-IF.
030150 7020-EXIT.
030160     EXIT.
030170
030180*----------------------------------------------------------------
030190* 8000-PRINT-RUN - HARDCOPY MODE TOP LEVEL.  PICK THE THEME TEXT
030200* THAT MATCHES WHAT 1600-SELECT-THEME CHOSE, THEN RENDER ONE
030210* FRAMED PAGE PER REQUESTED CYCLE ON THE PRINT FILE.  THE SNOW,
030220* GROUND AND MELT LOGIC ARE THE SAME PARAGRAPHS THE CRT LOOP
030230* RUNS, SO A SEED= PRINT RUN SHOWS EXACTLY THE FRAMES THE SAME
030240* SEED WOULD DISPLAY.
030250*----------------------------------------------------------------
030260 8000-PRINT-RUN.
030270     OPEN OUTPUT PRINT-FILE
030280     IF NOT PRINT-FILE-OK
030290         DISPLAY 'SNOWPRNT OPEN FAILED, STATUS=' WS-PRINT-STATUS
030300         MOVE 'PRINT FILE OPEN FAILED' TO WS-SHUTDOWN-REASON
030310         GO TO 8000-EXIT
030320     END-IF
030330     PERFORM 8010-PICK-THEME-TEXT THRU 8010-EXIT
030340     IF WS-PRINT-CYCLES = ZERO
030350         MOVE 1 TO WS-PRINT-CYCLES
030360     END-IF
030370     PERFORM 8100-PRINT-ONE-FRAME THRU 8100-EXIT
030380         VARYING WS-FRAME-NO FROM 1 BY 1
030390         UNTIL WS-FRAME-NO > WS-PRINT-CYCLES
030400     CLOSE PRINT-FILE
030410     MOVE 'PRINT CYCLES COMPLETE' TO WS-SHUTDOWN-REASON.
030420 8000-EXIT.
030430     EXIT.
030440
030450 8010-PICK-THEME-TEXT.
030460     EVALUATE TRUE
030470         WHEN THEME-IS-PUMPKIN
030480             MOVE WS-PUMPKIN-TEXT TO WS-THEME-PRINT-TABLE
030490         WHEN THEME-IS-FIREWORK
030500             MOVE WS-FIREWORK-TEXT TO WS-THEME-PRINT-TABLE
030510         WHEN OTHER
030520             MOVE WS-TREE-TEXT TO WS-THEME-PRINT-TABLE
030530     END-EVALUATE.
030540 8010-EXIT.
030550     EXIT.
030560
030570*----------------------------------------------------------------
030580* 8100-PRINT-ONE-FRAME - RUN ONE SNOW CYCLE'S WORTH OF FLAKES,
030590* SETTLING AND MELT, COMPOSE THE FRAME BUFFER (THEME, THEN
030600* FLAKES, THEN GROUND) AND WRITE IT AS ONE FRAMED PAGE.  THE
030610* WEATHER PROFILE CHECK RUNS HERE TOO, SO THE PRINTED SNOWFALL
030620* DENSITY MATCHES THE BAND THE LIVE CONSOLES ARE IN AT PRINT
030630* TIME INSTEAD OF ALWAYS RENDERING THE COMPILED-IN RATE.
030640*----------------------------------------------------------------
030650 8100-PRINT-ONE-FRAME.
030660     PERFORM 3185-CHECK-WEATHER-PROFILE THRU 3185-EXIT
030670     PERFORM 8110-CLEAR-FRAME-LINE THRU 8110-EXIT
030680         VARYING WS-PRT-ROW FROM 1 BY 1
030690         UNTIL WS-PRT-ROW > WS-GROUND-LINE
030700     IF WS-ARTWORK-COUNT > ZERO
030710         PERFORM 8125-PLACE-ART-SEGMENT THRU 8125-EXIT
030720             VARYING WS-ART-IDX FROM 1 BY 1
030730             UNTIL WS-ART-IDX > WS-ARTWORK-COUNT
030740     ELSE
030750         PERFORM 8120-PLACE-THEME-LINE THRU 8120-EXIT
030760             VARYING WS-PRT-ROW FROM 1 BY 1
030770             UNTIL WS-PRT-ROW > THEME-TEXT-LINES
030780                 OR WS-PRT-ROW > WS-GROUND-LINE
030790     END-IF
030800     MOVE 1 TO I
030810     PERFORM 3110-CLEAR-BUFFER-LINE THRU 3110-EXIT
030820         VARYING I FROM 1 BY 1 UNTIL I > SCREEN_HEIGHT
030830     SET SIDE-IS-LEFT TO TRUE
030840     PERFORM 4000-ADD-SNOWFLAKES-TO-BUFFER THRU 4000-EXIT
030850     PERFORM 8130-MERGE-SNOW-LEFT THRU 8130-EXIT
030860         VARYING WS-PRT-ROW FROM 1 BY 1
030870         UNTIL WS-PRT-ROW > SCREEN_HEIGHT
030880     MOVE 1 TO I
030890     PERFORM 3110-CLEAR-BUFFER-LINE THRU 3110-EXIT
030900         VARYING I FROM 1 BY 1 UNTIL I > SCREEN_HEIGHT
030910     SET SIDE-IS-RIGHT TO TRUE
030920     PERFORM 4000-ADD-SNOWFLAKES-TO-BUFFER THRU 4000-EXIT
030930     PERFORM 8140-MERGE-SNOW-RIGHT THRU 8140-EXIT
030940         VARYING WS-PRT-ROW FROM 1 BY 1
030950         UNTIL WS-PRT-ROW > SCREEN_HEIGHT
030960     PERFORM 4030-MELT-AND-SETTLE THRU 4030-EXIT
030970     PERFORM 3190-BUILD-GROUND-COL THRU 3190-EXIT
030980         VARYING WS-COL-IDX FROM 1 BY 1
030990         UNTIL WS-COL-IDX > OFFSET_WS
031000     MOVE WS-GROUND-DISPLAY-LEFT
031010         TO WS-FRAME-LINE(WS-GROUND-LINE)(1:MAX-OFFSET)
031020     MOVE WS-GROUND-DISPLAY-RIGHT
031030         TO WS-FRAME-LINE(WS-GROUND-LINE)
031040             (WS-RIGHT-COL-OFFSET:MAX-OFFSET)
031050     PERFORM 8150-WRITE-FRAME THRU 8150-EXIT.
031060 8100-EXIT.
031070     EXIT.
031080
031090 8110-CLEAR-FRAME-LINE.
031100     MOVE SPACES TO WS-FRAME-LINE(WS-PRT-ROW).
031110 8110-EXIT.
031120     EXIT.
031130
031140 8120-PLACE-THEME-LINE.
031150     MOVE WS-THEME-PRINT-LINE(WS-PRT-ROW)
031160         TO WS-FRAME-LINE(WS-PRT-ROW)
031170             (WS-TREE-COL-OFFSET:THEME-TEXT-WIDTH).
031180 8120-EXIT.
031190     EXIT.
031200
031210 8125-PLACE-ART-SEGMENT.
031220     IF WS-ART-LINE(WS-ART-IDX) = ZERO
031230             OR WS-ART-LINE(WS-ART-IDX) > WS-GROUND-LINE
031240         GO TO 8125-EXIT
031250     END-IF
031260     MOVE WS-ART-TEXT(WS-ART-IDX)(1:WS-ART-LEN(WS-ART-IDX))
031270         TO WS-FRAME-LINE(WS-ART-LINE(WS-ART-IDX))
031280             (WS-ART-COL(WS-ART-IDX):WS-ART-LEN(WS-ART-IDX)).
031290 8125-EXIT.
031300     EXIT.
031310
031320*----------------------------------------------------------------
031330* 8130/8140-MERGE-SNOW - LAY ONE BUFFER ROW'S FLAKES INTO THE
031340* FRAME.  ONLY THE ASTERISKS ARE COPIED, SO FLAKES DRIFT PAST
031350* THE THEME WITHOUT ITS ARTWORK BEING BLANKED, THE WAY THE CRT
031360* FIELDS OVERLAY EACH OTHER.
031370*----------------------------------------------------------------
031380 8130-MERGE-SNOW-LEFT.
031390     PERFORM 8135-MERGE-ONE-FLAKE THRU 8135-EXIT
031400         VARYING WS-PRT-COL FROM 1 BY 1
031410         UNTIL WS-PRT-COL > OFFSET_WS.
031420 8130-EXIT.
031430     EXIT.
031440
031450 8135-MERGE-ONE-FLAKE.
031460     IF SNOWFLAKE_BUFFER_ARR(WS-PRT-ROW)(WS-PRT-COL:1) = '*'
031470         IF SIDE-IS-LEFT
031480             MOVE '*'
031490                 TO WS-FRAME-LINE(WS-PRT-ROW)(WS-PRT-COL:1)
031500         ELSE
031510             COMPUTE WS-PRT-TARGET-COL =
031520                 WS-RIGHT-COL-OFFSET + WS-PRT-COL - 1
031530             MOVE '*'
031540                 TO WS-FRAME-LINE(WS-PRT-ROW)
031550                     (WS-PRT-TARGET-COL:1)
031560         END-IF
031570     END-IF.
031580 8135-EXIT.
031590     EXIT.
031600
031610 8140-MERGE-SNOW-RIGHT.
031620     PERFORM 8135-MERGE-ONE-FLAKE THRU 8135-EXIT
031630         VARYING WS-PRT-COL FROM 1 BY 1
031640         UNTIL WS-PRT-COL > OFFSET_WS.
031650 8140-EXIT.
031660     EXIT.
031670
031680 8150-WRITE-FRAME.
031690     MOVE WS-FRAME-NO TO PRT-HDR-FRAME-NO
031700     MOVE WS-PRINT-CYCLES TO PRT-HDR-CYCLES
031710     MOVE WS-THEME-CODE TO PRT-HDR-THEME
031720     WRITE PRINT-RECORD FROM PRT-HEADER-LINE
031730     WRITE PRINT-RECORD FROM PRT-RULE-LINE
031740     PERFORM 8160-WRITE-FRAME-LINE THRU 8160-EXIT
031750         VARYING WS-PRT-ROW FROM 1 BY 1
031760         UNTIL WS-PRT-ROW > WS-GROUND-LINE
031770     WRITE PRINT-RECORD FROM PRT-RULE-LINE.
031780 8150-EXIT.
031790     EXIT.
031800
031810 8160-WRITE-FRAME-LINE.
031820     WRITE PRINT-RECORD FROM WS-FRAME-LINE(WS-PRT-ROW).
031830 8160-EXIT.
031840     EXIT.
031850
031860 END PROGRAM MERRY-COBOL.
