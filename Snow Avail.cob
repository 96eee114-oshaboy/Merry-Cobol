000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNOW-AVAIL.
000030 AUTHOR. D HOLLIS.
000040 INSTALLATION. FACILITIES SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DH    ORIGINAL PROGRAM.  CONSOLE AVAILABILITY
000110*                     REPORT FOR THE DISPLAY SERVICE LEVEL.
000120*                     FOR EVERY DAY FROM FROM= TO TO= ON THE
000130*                     EXEC PARM THE SHIFT IS RESOLVED FROM THE
000140*                     SHIFT SCHEDULE (DD SHIFTSCH) THE WAY
000150*                     SNOW-SCHED RESOLVES IT - OVERRIDE ROW
000160*                     FIRST, THEN THE WEEKDAY ROW, DARK DAYS
000170*                     SKIPPED - AND THE START/STOP PAIRS OF EVERY
000180*                     ROSTER CONSOLE (DD TERMROST) FROM THE
000190*                     SNOWFALL LOG (DD SNOWLOG, PLUS THE ARCHIVE
000200*                     DD SNOWARCH WHEN THE PERIOD REACHES BACK
000210*                     PAST THE LIVE LOG) ARE LAID OVER IT.  EACH
000220*                     CONSOLE-DAY SHOWS SCHEDULED, DISPLAYED,
000230*                     LATE-START, EARLY-STOP AND GAP MINUTES AND
000240*                     THE AVAILABILITY PERCENTAGE; A PERIOD
000250*                     SUMMARY, THE FLEET ROLL-UP AND THE
000260*                     CONSOLES UNDER THRESH= FOLLOW (DD SNOWARPT).
000270*   10/15/2026 DH    PERIOD SUMMARY BY BUILDING ZONE.  EACH
000280*                     ROSTER CONSOLE'S PERIOD TOTALS ARE ROLLED UP
000290*                     UNDER ITS TR-ZONE AFTER THE FLEET LINE;
000300*                     CONSOLES WITH NO ZONE ARE SHOWN TOGETHER AS
000310*                     (NONE).
000320*--------------------------------------------------------------
000330 ENVIRONMENT DIVISION.
000340 CONFIGURATION SECTION.
000350 INPUT-OUTPUT SECTION.
000360 FILE-CONTROL.
000370     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ROSTER-STATUS.
000400     SELECT SHIFT-SCHEDULE-FILE ASSIGN TO SHIFTSCH
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-SHIFTSCH-STATUS.
000430     SELECT ARCHIVE-FILE ASSIGN TO SNOWARCH
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-ARCHIVE-STATUS.
000460     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-SNOWLOG-STATUS.
000490     SELECT REPORT-FILE ASSIGN TO SNOWARPT
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-REPORT-STATUS.
000520
000530 DATA DIVISION.
000540 FILE SECTION.
000550 FD  TERMINAL-ROSTER-FILE.
000560 01  TERMINAL-ROSTER-RECORD.
000570     COPY TERMROST.
000580
000590 FD  SHIFT-SCHEDULE-FILE.
000600 01  SHIFT-SCHEDULE-RECORD.
000610     COPY SHIFTSCH.
000620
000630 FD  ARCHIVE-FILE.
000640 01  ARCHIVE-RECORD                   PIC X(57).
000650
000660 FD  SNOWFALL-LOG-FILE.
000670 01  SNOWFALL-LOG-RECORD              PIC X(57).
000680
000690 FD  REPORT-FILE.
000700 01  REPORT-RECORD                    PIC X(80).
000710
000720 WORKING-STORAGE SECTION.
000730*--------------------------------------------------------------
000740* FILE STATUS AREAS.
000750*--------------------------------------------------------------
000760 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
000770     88  ROSTER-OK                 VALUE '00'.
000780     88  ROSTER-EOF                VALUE '10'.
000790
000800 77  WS-SHIFTSCH-STATUS            PIC X(2) VALUE '00'.
000810     88  SHIFTSCH-OK               VALUE '00'.
000820     88  SHIFTSCH-EOF              VALUE '10'.
000830
000840 77  WS-ARCHIVE-STATUS             PIC X(2) VALUE '00'.
000850     88  ARCHIVE-OK                VALUE '00'.
000860     88  ARCHIVE-EOF               VALUE '10'.
000870
000880 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
000890     88  SNOWLOG-OK                VALUE '00'.
000900     88  SNOWLOG-EOF               VALUE '10'.
000910
000920 77  WS-REPORT-STATUS              PIC X(2) VALUE '00'.
000930     88  REPORT-OK                 VALUE '00'.
000940
000950*--------------------------------------------------------------
000960* ONE EVENT AT A TIME, FROM EITHER SOURCE.  THE ARCHIVE AND
000970* THE LIVE LOG SHARE THE SNOWFALL LOG LAYOUT, SO BOTH ARE READ
000980* INTO THIS ONE AREA AND PAIRED THROUGH ONE PATH.
000990*--------------------------------------------------------------
001000 01  WS-EVENT-AREA.
001010     COPY SNOWLOG.
001020
001030*--------------------------------------------------------------
001040* THE REPORTING PERIOD.  AT MOST MAX-DAYS DAYS, SO A WHOLE
001050* CALENDAR MONTH ALWAYS FITS.  ONE ROW PER DAY CARRYING THE
001060* RESOLVED SHIFT, AS HHMM FOR THE PRINT AND AS MINUTES OF THE
001070* DAY FOR THE ARITHMETIC.
001080*--------------------------------------------------------------
001090 78  MAX-DAYS VALUE 31.
001100
001110 77  WS-FROM-X                     PIC X(8) VALUE SPACES.
001120 77  WS-TO-X                       PIC X(8) VALUE SPACES.
001130 77  WS-THRESH-X                   PIC X(3) VALUE SPACES.
001140 77  WS-FROM-DATE                  PIC 9(8) VALUE ZERO.
001150 77  WS-TO-DATE                    PIC 9(8) VALUE ZERO.
001160 77  WS-THRESHOLD                  PIC 9(3) VALUE 95.
001170 77  WS-FROM-DAY-NUM               PIC 9(7) COMP.
001180 77  WS-TO-DAY-NUM                 PIC 9(7) COMP.
001190 77  WS-TODAY-DAY-NUM              PIC 9(7) COMP.
001200 77  WS-DAY-NUM                    PIC 9(7) COMP.
001210 77  WS-DAY-OF-WEEK                PIC 9(1).
001220
001230 77  WS-DAY-COUNT                  PIC 9(3) COMP VALUE ZERO.
001240 01  WS-DAY-TABLE.
001250     05  WS-DAY-ENTRY OCCURS MAX-DAYS TIMES.
001260         10  WS-DAY-DATE          PIC 9(8).
001270         10  WS-DAY-SHIFT-SW      PIC X.
001280             88  WS-DAY-HAS-SHIFT VALUE 'Y'.
001290         10  WS-DAY-SHIFT-START   PIC 9(4).
001300         10  WS-DAY-SHIFT-END     PIC 9(4).
001310         10  WS-DAY-START-MIN     PIC 9(4) COMP.
001320         10  WS-DAY-END-MIN       PIC 9(4) COMP.
001330
001340*--------------------------------------------------------------
001350* WEEKDAY SCHEDULE AND HOLIDAY OVERRIDES - THE SAME TABLES
001360* SNOW-SCHED BUILDS, SO A DAY RESOLVES HERE EXACTLY AS IT DID
001370* WHEN THE BROADCAST WAS QUEUED.
001380*--------------------------------------------------------------
001390 78  MAX-OVERRIDES VALUE 20.
001400
001410 01  WS-WEEKDAY-TABLE.
001420     05  WS-WEEKDAY-ENTRY OCCURS 7 TIMES.
001430         10  WS-WDY-LOADED-SW     PIC X.
001440             88  WS-WDY-LOADED    VALUE 'Y'.
001450         10  WS-WDY-SHIFT-START   PIC 9(4).
001460         10  WS-WDY-SHIFT-END     PIC 9(4).
001470
001480 77  WS-OVERRIDE-COUNT             PIC 9(3) COMP VALUE ZERO.
001490 01  WS-OVERRIDE-TABLE.
001500     05  WS-OVERRIDE-ENTRY OCCURS MAX-OVERRIDES TIMES.
001510         10  WS-OVR-DATE          PIC 9(8).
001520         10  WS-OVR-SHIFT-START   PIC 9(4).
001530         10  WS-OVR-SHIFT-END     PIC 9(4).
001540
001550*--------------------------------------------------------------
001560* ROSTER WORK TABLE.  ONE ROW PER CONSOLE WITH ITS PENDING
001570* START, ITS PERIOD TOTALS, AND ONE CELL PER DAY OF THE PERIOD
001580* HOLDING THE MINUTES DISPLAYED INSIDE THAT DAY'S SHIFT AND
001590* THE FIRST AND LAST MINUTE OF THE SHIFT IT WAS ON THE AIR.  A
001600* ROSTER THAT OVERRUNS THE TABLE ABORTS THE RUN WITH RC 8.
001610*--------------------------------------------------------------
001620 78  MAX-ROSTER VALUE 500.
001630
001640 77  WS-OVERFLOW-SWITCH            PIC X VALUE 'N'.
001650     88  ROSTER-OVERFLOWED         VALUE 'Y'.
001660
001670 77  WS-ROSTER-COUNT               PIC 9(3) COMP VALUE ZERO.
001680 01  WS-ROSTER-TABLE.
001690     05  WS-ROSTER-ENTRY OCCURS MAX-ROSTER TIMES.
001700         10  WS-ROS-CONSOLE-ID    PIC X(8).
001710         10  WS-ROS-TERM-CLASS    PIC X(8).
001720         10  WS-ROS-ZONE          PIC X(8).
001730         10  WS-ROS-PEND-SW       PIC X.
001740             88  WS-ROS-PENDING   VALUE 'Y'.
001750         10  WS-ROS-PEND-DATE     PIC 9(8).
001760         10  WS-ROS-PEND-TIME     PIC 9(8).
001770         10  WS-ROS-TOT-SCHED     PIC 9(7) COMP.
001780         10  WS-ROS-TOT-DISPLAYED PIC 9(7) COMP.
001790         10  WS-ROS-TOT-LATE      PIC 9(7) COMP.
001800         10  WS-ROS-TOT-EARLY     PIC 9(7) COMP.
001810         10  WS-ROS-TOT-GAPS      PIC 9(7) COMP.
001820         10  WS-ROS-CELL OCCURS MAX-DAYS TIMES.
001830             15  WS-CEL-ON-SW     PIC X.
001840                 88  WS-CEL-ON    VALUE 'Y'.
001850             15  WS-CEL-DISPLAYED PIC 9(4) COMP.
001860             15  WS-CEL-FIRST-ON  PIC 9(4) COMP.
001870             15  WS-CEL-LAST-OFF  PIC 9(4) COMP.
001880
001890*--------------------------------------------------------------
001900* RUN OVERLAY WORK AREAS.  EVERY STAMP BECOMES A MINUTE NUMBER
001910* COUNTED FROM MIDNIGHT AT THE START OF THE PERIOD - NEGATIVE
001920* FOR A RUN THAT BEGAN BEFORE IT - SO A RUN CROSSING MIDNIGHT
001930* OR THE PERIOD EDGE OVERLAYS EACH DAY'S SHIFT WITH PLAIN
001940* ARITHMETIC.
001950*--------------------------------------------------------------
001960 01  WS-STAMP.
001970     05  WS-STAMP-DATE            PIC 9(8).
001980     05  WS-STAMP-TIME            PIC 9(8).
001990 77  WS-STAMP-MINUTE               PIC S9(9) COMP.
002000 77  WS-RUN-START-MINUTE           PIC S9(9) COMP.
002010 77  WS-RUN-END-MINUTE             PIC S9(9) COMP.
002020 77  WS-DAY-BASE-MINUTE            PIC S9(9) COMP.
002030 77  WS-OVERLAP-START              PIC S9(9) COMP.
002040 77  WS-OVERLAP-END                PIC S9(9) COMP.
002050 77  WS-OVERLAP-FIRST              PIC 9(4) COMP.
002060 77  WS-OVERLAP-LAST               PIC 9(4) COMP.
002070
002080 01  WS-TIME-SPLIT.
002090     05  WS-TIME-HH               PIC 9(2).
002100     05  WS-TIME-MM               PIC 9(2).
002110     05  WS-TIME-SS               PIC 9(2).
002120     05  FILLER                   PIC 9(2).
002130
002140 01  WS-HHMM-WORK                  PIC 9(4).
002150 01  WS-HHMM-WORK-R REDEFINES WS-HHMM-WORK.
002160     05  WS-HHMM-HH               PIC 9(2).
002170     05  WS-HHMM-MM               PIC 9(2).
002180 77  WS-HHMM-MINUTES               PIC 9(4) COMP.
002190
002200 01  WS-DATE-WORK                  PIC 9(8).
002210 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
002220     05  WS-DATE-CCYYMM           PIC 9(6).
002230     05  WS-DATE-DD               PIC 9(2).
002240
002250*--------------------------------------------------------------
002260* ONE CONSOLE-DAY'S FIGURES, AND THE DAY AND PERIOD FLEET
002270* ROLL-UPS THEY ADD INTO.
002280*--------------------------------------------------------------
002290 77  WS-FIG-SCHED                  PIC 9(7) COMP.
002300 77  WS-FIG-DISPLAYED              PIC 9(7) COMP.
002310 77  WS-FIG-LATE                   PIC 9(7) COMP.
002320 77  WS-FIG-EARLY                  PIC 9(7) COMP.
002330 77  WS-FIG-GAPS                   PIC 9(7) COMP.
002340 77  WS-FIG-PCT                    PIC 9(3)V9.
002350 77  WS-EDIT-PCT                   PIC ZZ9.9.
002360
002370 77  WS-DAY-TOT-SCHED              PIC 9(8) COMP.
002380 77  WS-DAY-TOT-DISPLAYED          PIC 9(8) COMP.
002390 77  WS-DAY-TOT-LATE               PIC 9(8) COMP.
002400 77  WS-DAY-TOT-EARLY              PIC 9(8) COMP.
002410 77  WS-DAY-TOT-GAPS               PIC 9(8) COMP.
002420
002430 77  WS-FLT-TOT-SCHED              PIC 9(8) COMP VALUE ZERO.
002440 77  WS-FLT-TOT-DISPLAYED          PIC 9(8) COMP VALUE ZERO.
002450 77  WS-FLT-TOT-LATE               PIC 9(8) COMP VALUE ZERO.
002460 77  WS-FLT-TOT-EARLY              PIC 9(8) COMP VALUE ZERO.
002470 77  WS-FLT-TOT-GAPS               PIC 9(8) COMP VALUE ZERO.
002480
002490*--------------------------------------------------------------
002500* PERIOD ROLL-UP BY BUILDING ZONE, ONE ROW PER DISTINCT TR-ZONE
002510* ON THE ROSTER IN THE ORDER FIRST MET.  A BLANK ZONE IS A ROW
002520* OF ITS OWN.  NO ROSTER CAN HOLD MORE ZONES THAN CONSOLES.
002530*--------------------------------------------------------------
002540 77  WS-ZONE-COUNT                 PIC 9(3) COMP VALUE ZERO.
002550 77  WS-ZONE-ROW                   PIC 9(3) COMP.
002560 01  WS-ZONE-TABLE.
002570     05  WS-ZONE-ENTRY OCCURS MAX-ROSTER TIMES.
002580         10  WS-ZON-CODE          PIC X(8).
002590         10  WS-ZON-TOT-SCHED     PIC 9(8) COMP.
002600         10  WS-ZON-TOT-DISPLAYED PIC 9(8) COMP.
002610         10  WS-ZON-TOT-LATE      PIC 9(8) COMP.
002620         10  WS-ZON-TOT-EARLY     PIC 9(8) COMP.
002630         10  WS-ZON-TOT-GAPS      PIC 9(8) COMP.
002640
002650*--------------------------------------------------------------
002660* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.
002670*--------------------------------------------------------------
002680 01  WS-PARM-WORK                 PIC X(100).
002690 01  WS-PARM-TOKEN-TABLE.
002700     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
002710 77  WS-TOKEN-IDX                 PIC 9(1).
002720
002730*--------------------------------------------------------------
002740* COUNTS FOR THE REPORT TRAILER.
002750*--------------------------------------------------------------
002760 77  WS-RECORDS-READ               PIC 9(7) COMP VALUE ZERO.
002770 77  WS-RUNS-PAIRED                PIC 9(7) COMP VALUE ZERO.
002780 77  WS-ORPHAN-COUNT               PIC 9(5) COMP VALUE ZERO.
002790 77  WS-UNMATCHED-STOP-COUNT       PIC 9(5) COMP VALUE ZERO.
002800 77  WS-STILL-RUNNING-COUNT        PIC 9(5) COMP VALUE ZERO.
002810 77  WS-OFF-ROSTER-COUNT           PIC 9(5) COMP VALUE ZERO.
002820 77  WS-DARK-DAY-COUNT             PIC 9(3) COMP VALUE ZERO.
002830 77  WS-BELOW-COUNT                PIC 9(4) COMP VALUE ZERO.
002840
002850 77  WS-ARCHIVE-SWITCH             PIC X VALUE 'N'.
002860     88  ARCHIVE-NEEDED            VALUE 'Y'.
002870 77  WS-LOG-FIRST-DATE             PIC 9(8) VALUE ZERO.
002880
002890 77  WS-IDX                        PIC 9(3) COMP.
002900 77  WS-SLOT                       PIC 9(3) COMP.
002910 77  WS-DAY-IDX                    PIC 9(3) COMP.
002920 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
002930     88  ENTRY-FOUND               VALUE 'Y'.
002940 77  WS-ERROR-SWITCH               PIC X VALUE 'N'.
002950     88  PARM-ERROR                VALUE 'Y'.
002960
002970 77  WS-CONSOLE-ID                 PIC X(08).
002980 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
002990 01  WS-NOW-TIME                   PIC 9(8) VALUE ZERO.
003000
003010*--------------------------------------------------------------
003020* REPORT LINE LAYOUTS.  ALL DURATIONS ARE IN MINUTES.
003030*--------------------------------------------------------------
003040 01  RPT-HEADING-1.
003050     05  FILLER                   PIC X(41) VALUE
003060         'SNOW-AVAIL  CONSOLE AVAILABILITY    DATE '.
003070     05  RPT-HDG-DATE             PIC 9(8).
003080     05  FILLER                   PIC X(31) VALUE SPACES.
003090
003100 01  RPT-PERIOD-LINE.
003110     05  FILLER                   PIC X(7) VALUE 'PERIOD '.
003120     05  RPT-PER-FROM             PIC 9(8).
003130     05  FILLER                   PIC X(4) VALUE ' TO '.
003140     05  RPT-PER-TO               PIC 9(8).
003150     05  FILLER                   PIC X(13) VALUE
003160         '   THRESHOLD '.
003170     05  RPT-PER-THRESH           PIC ZZ9.
003180     05  FILLER                   PIC X(37) VALUE
003190         ' PCT   (DURATIONS IN MINUTES)'.
003200
003210 01  RPT-DAY-LINE.
003220     05  FILLER                   PIC X(5) VALUE 'DATE '.
003230     05  RPT-DAY-DATE             PIC 9(8).
003240     05  FILLER                   PIC X(2) VALUE SPACES.
003250     05  RPT-DAY-SHIFT.
003260         10  FILLER               PIC X(6) VALUE 'SHIFT '.
003270         10  RPT-DAY-START        PIC 9(4).
003280         10  FILLER               PIC X(4) VALUE ' TO '.
003290         10  RPT-DAY-END          PIC 9(4).
003300         10  FILLER               PIC X(12) VALUE SPACES.
003310     05  FILLER                   PIC X(35) VALUE SPACES.
003320
003330 01  RPT-COLUMN-HEADING.
003340     05  FILLER                   PIC X(40) VALUE
003350         'CONSOLE      SCHED DISPLAYED      LATE  '.
003360     05  FILLER                   PIC X(40) VALUE
003370         '   EARLY      GAPS  AVAIL  NOTE'.
003380
003390 01  RPT-AVAIL-LINE.
003400     05  RPT-AVL-CONSOLE          PIC X(8).
003410     05  FILLER                   PIC X(2) VALUE SPACES.
003420     05  RPT-AVL-SCHED            PIC ZZZZZZZ9.
003430     05  FILLER                   PIC X(2) VALUE SPACES.
003440     05  RPT-AVL-DISPLAYED        PIC ZZZZZZZ9.
003450     05  FILLER                   PIC X(2) VALUE SPACES.
003460     05  RPT-AVL-LATE             PIC ZZZZZZZ9.
003470     05  FILLER                   PIC X(2) VALUE SPACES.
003480     05  RPT-AVL-EARLY            PIC ZZZZZZZ9.
003490     05  FILLER                   PIC X(2) VALUE SPACES.
003500     05  RPT-AVL-GAPS             PIC ZZZZZZZ9.
003510     05  FILLER                   PIC X(2) VALUE SPACES.
003520     05  RPT-AVL-PCT              PIC ZZ9.9.
003530     05  RPT-AVL-PCT-X REDEFINES RPT-AVL-PCT
003540                                  PIC X(5).
003550     05  FILLER                   PIC X(2) VALUE SPACES.
003560     05  RPT-AVL-NOTE             PIC X(10).
003570     05  FILLER                   PIC X(3) VALUE SPACES.
003580
003590 01  RPT-SUMMARY-HEADING.
003600     05  FILLER                   PIC X(80) VALUE
003610         'PERIOD SUMMARY BY CONSOLE'.
003620
003630 01  RPT-ZONE-HEADING.
003640     05  FILLER                   PIC X(80) VALUE
003650         'PERIOD SUMMARY BY ZONE'.
003660
003670 01  RPT-ZONE-COLUMN-HEADING.
003680     05  FILLER                   PIC X(40) VALUE
003690         'ZONE         SCHED DISPLAYED      LATE  '.
003700     05  FILLER                   PIC X(40) VALUE
003710         '   EARLY      GAPS  AVAIL'.
003720
003730 01  RPT-BELOW-HEADING.
003740     05  FILLER                   PIC X(80) VALUE
003750         '** CONSOLES BELOW THRESHOLD FOR THE PERIOD **'.
003760
003770 01  RPT-NONE-LINE.
003780     05  FILLER                   PIC X(80) VALUE '  NONE'.
003790
003800 01  RPT-COUNT-LINE.
003810     05  FILLER                   PIC X(2) VALUE SPACES.
003820     05  RPT-COUNT-TEXT           PIC X(40).
003830     05  FILLER                   PIC X(2) VALUE SPACES.
003840     05  RPT-COUNT-VALUE          PIC ZZZ,ZZ9.
003850     05  FILLER                   PIC X(29) VALUE SPACES.
003860
003870 01  RPT-OVERFLOW-LINE.
003880     05  FILLER                   PIC X(25) VALUE
003890         '*** ROSTER EXCEEDS LIMIT '.
003900     05  RPT-OVF-LIMIT            PIC ZZZ9.
003910     05  FILLER                   PIC X(44) VALUE
003920         ' - RUN ABORTED, NO AVAILABILITY PRINTED ***'.
003930     05  FILLER                   PIC X(7) VALUE SPACES.
003940
003950 01  RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
003960
003970 LINKAGE SECTION.
003980     COPY PARMAREA.
003990
004000 PROCEDURE DIVISION USING LS-PARM-AREA.
004010*================================================================
004020* 0000-MAINLINE - RESOLVE THE PERIOD'S SHIFTS, OVERLAY EVERY
004030* ROSTER CONSOLE'S RUNS ON THEM, PRINT THE DAYS, THE PERIOD
004040* SUMMARY AND THE CONSOLES UNDER THRESHOLD, STOP RUN.
004050*================================================================
004060 0000-MAINLINE.
004070     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004080     IF PARM-ERROR
004090         MOVE 8 TO RETURN-CODE
004100         STOP RUN
004110     END-IF
004120     IF ROSTER-OVERFLOWED
004130         MOVE MAX-ROSTER TO RPT-OVF-LIMIT
004140         WRITE REPORT-RECORD FROM RPT-OVERFLOW-LINE
004150         PERFORM 5000-TERMINATE THRU 5000-EXIT
004160         MOVE 8 TO RETURN-CODE
004170         STOP RUN
004180     END-IF
004190     PERFORM 2000-BUILD-CALENDAR THRU 2000-EXIT
004200     PERFORM 3000-SCAN-EVENTS THRU 3000-EXIT
004210     PERFORM 3500-SWEEP-PENDING THRU 3500-EXIT
004220     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
004230     PERFORM 5000-TERMINATE THRU 5000-EXIT
004240     STOP RUN.
004250
004260*----------------------------------------------------------------
004270* 1000-INITIALIZE - PARSE AND CHECK THE PARM, LOAD THE ROSTER
004280* AND THE SHIFT SCHEDULE, OPEN THE REPORT.
004290*----------------------------------------------------------------
004300 1000-INITIALIZE.
004310     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
004320     ACCEPT WS-NOW-TIME FROM TIME
004330     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
004340     PERFORM 1150-CHECK-PERIOD THRU 1150-EXIT
004350     IF PARM-ERROR
004360         GO TO 1000-EXIT
004370     END-IF
004380     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT
004390     PERFORM 1300-LOAD-SCHEDULE THRU 1300-EXIT
004400     OPEN OUTPUT REPORT-FILE.
004410 1000-EXIT.
004420     EXIT.
004430
004440 1100-PARSE-PARM.
004450     MOVE SPACES TO WS-PARM-WORK
004460     MOVE SPACES TO WS-PARM-TOKEN-TABLE
004470     IF LS-PARM-LENGTH > ZERO
004480         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
004490         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
004500             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
004510                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
004520                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
004530         END-UNSTRING
004540         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
004550             VARYING WS-TOKEN-IDX FROM 1 BY 1
004560             UNTIL WS-TOKEN-IDX > 6
004570     END-IF.
004580 1100-EXIT.
004590     EXIT.
004600
004610 1110-EVAL-TOKEN.
004620     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'FROM='
004630         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-FROM-X
004640     END-IF
004650     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:3) = 'TO='
004660         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(4:8) TO WS-TO-X
004670     END-IF
004680     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:7) = 'THRESH='
004690         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(8:3) TO WS-THRESH-X
004700     END-IF.
004710 1110-EXIT.
004720     EXIT.
004730
004740*----------------------------------------------------------------
004750* 1150-CHECK-PERIOD - TO= DEFAULTS TO YESTERDAY, THE LAST WHOLE
004760* DAY; FROM= DEFAULTS TO THE FIRST OF TO='S MONTH, SO THE
004770* UNADORNED MONTH-END RUN GIVES FACILITIES ITS MONTHLY FIGURE.
004780* A DATE THAT DOES NOT SURVIVE THE ROUND TRIP THROUGH A DAY
004790* NUMBER IS NOT A CALENDAR DATE.  THE PERIOD MAY NOT RUN PAST
004800* TODAY OR SPAN MORE THAN MAX-DAYS DAYS.
004810*----------------------------------------------------------------
004820 1150-CHECK-PERIOD.
004830     COMPUTE WS-TODAY-DAY-NUM =
004840         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
004850     IF WS-TO-X = SPACES
004860         COMPUTE WS-TO-DATE =
004870             FUNCTION DATE-OF-INTEGER(WS-TODAY-DAY-NUM - 1)
004880     ELSE
004890         IF WS-TO-X NOT NUMERIC
004900             DISPLAY 'SNOW-AVAIL: TO= MUST BE CCYYMMDD'
004910             SET PARM-ERROR TO TRUE
004920             GO TO 1150-EXIT
004930         END-IF
004940         MOVE WS-TO-X TO WS-TO-DATE
004950     END-IF
004960     IF WS-FROM-X = SPACES
004970         MOVE WS-TO-DATE TO WS-DATE-WORK
004980         MOVE 1 TO WS-DATE-DD
004990         MOVE WS-DATE-WORK TO WS-FROM-DATE
005000     ELSE
005010         IF WS-FROM-X NOT NUMERIC
005020             DISPLAY 'SNOW-AVAIL: FROM= MUST BE CCYYMMDD'
005030             SET PARM-ERROR TO TRUE
005040             GO TO 1150-EXIT
005050         END-IF
005060         MOVE WS-FROM-X TO WS-FROM-DATE
005070     END-IF
005080     IF WS-THRESH-X NOT = SPACES
005090         IF WS-THRESH-X NOT NUMERIC
005100             DISPLAY 'SNOW-AVAIL: THRESH= MUST BE THREE DIGITS'
005110             SET PARM-ERROR TO TRUE
005120             GO TO 1150-EXIT
005130         END-IF
005140         MOVE WS-THRESH-X TO WS-THRESHOLD
005150     END-IF
005160     IF WS-THRESHOLD > 100
005170         DISPLAY 'SNOW-AVAIL: THRESH= MAY NOT EXCEED 100'
005180         SET PARM-ERROR TO TRUE
005190         GO TO 1150-EXIT
005200     END-IF
005210     COMPUTE WS-FROM-DAY-NUM =
005220         FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
005230     COMPUTE WS-TO-DAY-NUM =
005240         FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
005250     COMPUTE WS-DATE-WORK =
005260         FUNCTION DATE-OF-INTEGER(WS-FROM-DAY-NUM)
005270     IF WS-FROM-DAY-NUM = ZERO OR WS-DATE-WORK NOT = WS-FROM-DATE
005280         DISPLAY 'SNOW-AVAIL: FROM= ' WS-FROM-DATE
005290             ' IS NOT A CALENDAR DATE'
005300         SET PARM-ERROR TO TRUE
005310         GO TO 1150-EXIT
005320     END-IF
005330     COMPUTE WS-DATE-WORK =
005340         FUNCTION DATE-OF-INTEGER(WS-TO-DAY-NUM)
005350     IF WS-TO-DAY-NUM = ZERO OR WS-DATE-WORK NOT = WS-TO-DATE
005360         DISPLAY 'SNOW-AVAIL: TO= ' WS-TO-DATE
005370             ' IS NOT A CALENDAR DATE'
005380         SET PARM-ERROR TO TRUE
005390         GO TO 1150-EXIT
005400     END-IF
005410     IF WS-TO-DATE > WS-TODAY-CCYYMMDD
005420         DISPLAY 'SNOW-AVAIL: TO= MAY NOT BE AFTER TODAY'
005430         SET PARM-ERROR TO TRUE
005440         GO TO 1150-EXIT
005450     END-IF
005460     IF WS-FROM-DAY-NUM > WS-TO-DAY-NUM
005470         DISPLAY 'SNOW-AVAIL: FROM= IS AFTER TO='
005480         SET PARM-ERROR TO TRUE
005490         GO TO 1150-EXIT
005500     END-IF
005510     COMPUTE WS-DAY-COUNT = WS-TO-DAY-NUM - WS-FROM-DAY-NUM + 1
005520     IF WS-DAY-COUNT > MAX-DAYS
005530         DISPLAY 'SNOW-AVAIL: PERIOD MAY NOT EXCEED ' MAX-DAYS
005540             ' DAYS'
005550         SET PARM-ERROR TO TRUE
005560     END-IF.
005570 1150-EXIT.
005580     EXIT.
005590
005600 1200-LOAD-ROSTER.
005610     OPEN INPUT TERMINAL-ROSTER-FILE
005620     IF NOT ROSTER-OK
005630         DISPLAY 'SNOW-AVAIL: NO TERMINAL ROSTER - NO CONSOLE '
005640             'TO REPORT'
005650         GO TO 1200-EXIT
005660     END-IF
005670     PERFORM 1210-LOAD-ONE-ROSTER THRU 1210-EXIT
005680         UNTIL ROSTER-EOF OR WS-ROSTER-COUNT >= MAX-ROSTER
005690     IF NOT ROSTER-EOF
005700         READ TERMINAL-ROSTER-FILE
005710             AT END
005720                 MOVE '10' TO WS-ROSTER-STATUS
005730         END-READ
005740     END-IF
005750     IF NOT ROSTER-EOF
005760         SET ROSTER-OVERFLOWED TO TRUE
005770         DISPLAY 'SNOW-AVAIL: *** ROSTER EXCEEDS ' MAX-ROSTER
005780             ' ENTRIES - RUN ABORTED ***'
005790     END-IF
005800     CLOSE TERMINAL-ROSTER-FILE.
005810 1200-EXIT.
005820     EXIT.
005830
005840 1210-LOAD-ONE-ROSTER.
005850     READ TERMINAL-ROSTER-FILE
005860         AT END
005870             MOVE '10' TO WS-ROSTER-STATUS
005880             GO TO 1210-EXIT
005890     END-READ
005900     ADD 1 TO WS-ROSTER-COUNT
005910     MOVE WS-ROSTER-COUNT TO WS-SLOT
005920     MOVE TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
005930         TO WS-ROS-CONSOLE-ID(WS-SLOT)
005940     MOVE TR-TERM-CLASS OF TERMINAL-ROSTER-RECORD
005950         TO WS-ROS-TERM-CLASS(WS-SLOT)
005960     MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
005970         TO WS-ROS-ZONE(WS-SLOT)
005980     MOVE 'N' TO WS-ROS-PEND-SW(WS-SLOT)
005990     MOVE ZERO TO WS-ROS-PEND-DATE(WS-SLOT)
006000     MOVE ZERO TO WS-ROS-PEND-TIME(WS-SLOT)
006010     MOVE ZERO TO WS-ROS-TOT-SCHED(WS-SLOT)
006020     MOVE ZERO TO WS-ROS-TOT-DISPLAYED(WS-SLOT)
006030     MOVE ZERO TO WS-ROS-TOT-LATE(WS-SLOT)
006040     MOVE ZERO TO WS-ROS-TOT-EARLY(WS-SLOT)
006050     MOVE ZERO TO WS-ROS-TOT-GAPS(WS-SLOT)
006060     PERFORM 1220-CLEAR-ONE-CELL THRU 1220-EXIT
006070         VARYING WS-DAY-IDX FROM 1 BY 1
006080         UNTIL WS-DAY-IDX > MAX-DAYS.
006090 1210-EXIT.
006100     EXIT.
006110
006120 1220-CLEAR-ONE-CELL.
006130     MOVE 'N' TO WS-CEL-ON-SW(WS-SLOT, WS-DAY-IDX)
006140     MOVE ZERO TO WS-CEL-DISPLAYED(WS-SLOT, WS-DAY-IDX)
006150     MOVE ZERO TO WS-CEL-FIRST-ON(WS-SLOT, WS-DAY-IDX)
006160     MOVE ZERO TO WS-CEL-LAST-OFF(WS-SLOT, WS-DAY-IDX).
006170 1220-EXIT.
006180     EXIT.
006190
006200*----------------------------------------------------------------
006210* 1300-LOAD-SCHEDULE - WEEKDAY ROWS INTO THE SEVEN-SLOT TABLE,
006220* OVERRIDE ROWS INTO THEIR OWN, AS SNOW-SCHED LOADS THEM.  NO
006230* SCHEDULE AT ALL LEAVES EVERY DAY DARK.
006240*----------------------------------------------------------------
006250 1300-LOAD-SCHEDULE.
006260     MOVE SPACES TO WS-WEEKDAY-TABLE
006270     OPEN INPUT SHIFT-SCHEDULE-FILE
006280     IF NOT SHIFTSCH-OK
006290         DISPLAY 'SNOW-AVAIL: NO SHIFT SCHEDULE - EVERY DAY '
006300             'IS DARK'
006310         GO TO 1300-EXIT
006320     END-IF
006330     PERFORM 1310-LOAD-ONE-ENTRY THRU 1310-EXIT
006340         UNTIL SHIFTSCH-EOF
006350     CLOSE SHIFT-SCHEDULE-FILE.
006360 1300-EXIT.
006370     EXIT.
006380
006390 1310-LOAD-ONE-ENTRY.
006400     READ SHIFT-SCHEDULE-FILE
006410         AT END
006420             MOVE '10' TO WS-SHIFTSCH-STATUS
006430             GO TO 1310-EXIT
006440     END-READ
006450     IF SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD = ZERO
006460         IF WS-OVERRIDE-COUNT >= MAX-OVERRIDES
006470             DISPLAY 'SNOW-AVAIL: OVERRIDE TABLE FULL - ENTRY '
006480                 'FOR ' SS-OVERRIDE-DATE
006490                     OF SHIFT-SCHEDULE-RECORD ' DROPPED'
006500             GO TO 1310-EXIT
006510         END-IF
006520         ADD 1 TO WS-OVERRIDE-COUNT
006530         MOVE SS-OVERRIDE-DATE OF SHIFT-SCHEDULE-RECORD
006540             TO WS-OVR-DATE(WS-OVERRIDE-COUNT)
006550         MOVE SS-SHIFT-START OF SHIFT-SCHEDULE-RECORD
006560             TO WS-OVR-SHIFT-START(WS-OVERRIDE-COUNT)
006570         MOVE SS-SHIFT-END OF SHIFT-SCHEDULE-RECORD
006580             TO WS-OVR-SHIFT-END(WS-OVERRIDE-COUNT)
006590         GO TO 1310-EXIT
006600     END-IF
006610     IF SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD > 7
006620         DISPLAY 'SNOW-AVAIL: BAD DAY OF WEEK ON SCHEDULE - '
006630             'ENTRY DROPPED'
006640         GO TO 1310-EXIT
006650     END-IF
006660     MOVE 'Y' TO WS-WDY-LOADED-SW
006670         (SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD)
006680     MOVE SS-SHIFT-START OF SHIFT-SCHEDULE-RECORD
006690         TO WS-WDY-SHIFT-START
006700             (SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD)
006710     MOVE SS-SHIFT-END OF SHIFT-SCHEDULE-RECORD
006720         TO WS-WDY-SHIFT-END
006730             (SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD).
006740 1310-EXIT.
006750     EXIT.
006760
006770*----------------------------------------------------------------
006780* 2000-BUILD-CALENDAR - ONE DAY ROW PER DATE OF THE PERIOD.
006790*----------------------------------------------------------------
006800 2000-BUILD-CALENDAR.
006810     PERFORM 2100-RESOLVE-ONE-DAY THRU 2100-EXIT
006820         VARYING WS-DAY-IDX FROM 1 BY 1
006830         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
006840 2000-EXIT.
006850     EXIT.
006860
006870*----------------------------------------------------------------
006880* 2100-RESOLVE-ONE-DAY - THE OVERRIDE ROW FOR THE DATE BEATS
006890* THE WEEKDAY ROW; NO ROW AT ALL, START AND END BOTH ZERO, OR
006900* AN END NOT AFTER THE START LEAVES THE DAY DARK - NOTHING IS
006910* SCHEDULED, SO NOTHING CAN BE MISSED.
006920*----------------------------------------------------------------
006930 2100-RESOLVE-ONE-DAY.
006940     COMPUTE WS-DAY-NUM = WS-FROM-DAY-NUM + WS-DAY-IDX - 1
006950     COMPUTE WS-DAY-DATE(WS-DAY-IDX) =
006960         FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
006970     MOVE 'N' TO WS-DAY-SHIFT-SW(WS-DAY-IDX)
006980     MOVE ZERO TO WS-DAY-SHIFT-START(WS-DAY-IDX)
006990     MOVE ZERO TO WS-DAY-SHIFT-END(WS-DAY-IDX)
007000     MOVE ZERO TO WS-DAY-START-MIN(WS-DAY-IDX)
007010     MOVE ZERO TO WS-DAY-END-MIN(WS-DAY-IDX)
007020     PERFORM 2110-CHECK-ONE-OVERRIDE THRU 2110-EXIT
007030         VARYING WS-IDX FROM 1 BY 1
007040         UNTIL WS-IDX > WS-OVERRIDE-COUNT
007050             OR WS-DAY-HAS-SHIFT(WS-DAY-IDX)
007060     IF WS-DAY-HAS-SHIFT(WS-DAY-IDX)
007070         GO TO 2100-DARK-TEST
007080     END-IF
007090     COMPUTE WS-DAY-OF-WEEK =
007100         FUNCTION MOD(WS-DAY-NUM - 1, 7) + 1
007110     IF WS-WDY-LOADED(WS-DAY-OF-WEEK)
007120         SET WS-DAY-HAS-SHIFT(WS-DAY-IDX) TO TRUE
007130         MOVE WS-WDY-SHIFT-START(WS-DAY-OF-WEEK)
007140             TO WS-DAY-SHIFT-START(WS-DAY-IDX)
007150         MOVE WS-WDY-SHIFT-END(WS-DAY-OF-WEEK)
007160             TO WS-DAY-SHIFT-END(WS-DAY-IDX)
007170     END-IF.
007180 2100-DARK-TEST.
007190     IF WS-DAY-SHIFT-END(WS-DAY-IDX)
007200             NOT > WS-DAY-SHIFT-START(WS-DAY-IDX)
007210         MOVE 'N' TO WS-DAY-SHIFT-SW(WS-DAY-IDX)
007220     END-IF
007230     IF NOT WS-DAY-HAS-SHIFT(WS-DAY-IDX)
007240         ADD 1 TO WS-DARK-DAY-COUNT
007250         GO TO 2100-EXIT
007260     END-IF
007270     MOVE WS-DAY-SHIFT-START(WS-DAY-IDX) TO WS-HHMM-WORK
007280     PERFORM 8200-HHMM-TO-MINUTES THRU 8200-EXIT
007290     MOVE WS-HHMM-MINUTES TO WS-DAY-START-MIN(WS-DAY-IDX)
007300     MOVE WS-DAY-SHIFT-END(WS-DAY-IDX) TO WS-HHMM-WORK
007310     PERFORM 8200-HHMM-TO-MINUTES THRU 8200-EXIT
007320     MOVE WS-HHMM-MINUTES TO WS-DAY-END-MIN(WS-DAY-IDX).
007330 2100-EXIT.
007340     EXIT.
007350
007360 2110-CHECK-ONE-OVERRIDE.
007370     IF WS-OVR-DATE(WS-IDX) = WS-DAY-DATE(WS-DAY-IDX)
007380         SET WS-DAY-HAS-SHIFT(WS-DAY-IDX) TO TRUE
007390         MOVE WS-OVR-SHIFT-START(WS-IDX)
007400             TO WS-DAY-SHIFT-START(WS-DAY-IDX)
007410         MOVE WS-OVR-SHIFT-END(WS-IDX)
007420             TO WS-DAY-SHIFT-END(WS-DAY-IDX)
007430     END-IF.
007440 2110-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------
007480* 2200-FIND-ROSTER-ROW - LOOK UP WS-CONSOLE-ID IN THE ROSTER
007490* TABLE.  LEAVES WS-SLOT POINTING AT THE MATCH WHEN ENTRY-FOUND.
007500*----------------------------------------------------------------
007510 2200-FIND-ROSTER-ROW.
007520     MOVE 'N' TO WS-FOUND-SWITCH
007530     MOVE ZERO TO WS-SLOT
007540     PERFORM 2210-TEST-ROSTER-ROW THRU 2210-EXIT
007550         VARYING WS-IDX FROM 1 BY 1
007560         UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND.
007570 2200-EXIT.
007580     EXIT.
007590
007600 2210-TEST-ROSTER-ROW.
007610     IF WS-ROS-CONSOLE-ID(WS-IDX) = WS-CONSOLE-ID
007620         MOVE WS-IDX TO WS-SLOT
007630         SET ENTRY-FOUND TO TRUE
007640     END-IF.
007650 2210-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690* 3000-SCAN-EVENTS - THE LIVE LOG ONLY HOLDS THE RETENTION
007700* WINDOW.  WHEN THE PERIOD STARTS BEFORE THE FIRST LIVE RECORD
007710* THE ARCHIVE IS READ FIRST, SO THE EVENTS STILL ARRIVE OLDEST
007720* TO NEWEST THE WAY THE PAIRING EXPECTS.
007730*----------------------------------------------------------------
007740 3000-SCAN-EVENTS.
007750     PERFORM 3010-CHECK-ARCHIVE-NEEDED THRU 3010-EXIT
007760     IF ARCHIVE-NEEDED
007770         PERFORM 3100-SCAN-ARCHIVE THRU 3100-EXIT
007780     END-IF
007790     PERFORM 3200-SCAN-LIVE-LOG THRU 3200-EXIT.
007800 3000-EXIT.
007810     EXIT.
007820
007830 3010-CHECK-ARCHIVE-NEEDED.
007840     SET ARCHIVE-NEEDED TO TRUE
007850     OPEN INPUT SNOWFALL-LOG-FILE
007860     IF NOT SNOWLOG-OK
007870         GO TO 3010-EXIT
007880     END-IF
007890     READ SNOWFALL-LOG-FILE
007900         AT END
007910             MOVE '10' TO WS-SNOWLOG-STATUS
007920     END-READ
007930     IF SNOWLOG-OK
007940         MOVE SNOWFALL-LOG-RECORD TO WS-EVENT-AREA
007950         MOVE LOG-EVENT-DATE OF WS-EVENT-AREA
007960             TO WS-LOG-FIRST-DATE
007970         IF WS-FROM-DATE NOT < WS-LOG-FIRST-DATE
007980             MOVE 'N' TO WS-ARCHIVE-SWITCH
007990         END-IF
008000     END-IF
008010     CLOSE SNOWFALL-LOG-FILE
008020     MOVE '00' TO WS-SNOWLOG-STATUS.
008030 3010-EXIT.
008040     EXIT.
008050
008060 3100-SCAN-ARCHIVE.
008070     OPEN INPUT ARCHIVE-FILE
008080     IF NOT ARCHIVE-OK
008090         DISPLAY 'SNOW-AVAIL: NO ARCHIVE DATA - LIVE LOG ONLY'
008100         GO TO 3100-EXIT
008110     END-IF
008120     PERFORM 3110-READ-ONE-ARCHIVE THRU 3110-EXIT
008130         UNTIL ARCHIVE-EOF
008140     CLOSE ARCHIVE-FILE.
008150 3100-EXIT.
008160     EXIT.
008170
008180 3110-READ-ONE-ARCHIVE.
008190     READ ARCHIVE-FILE
008200         AT END
008210             MOVE '10' TO WS-ARCHIVE-STATUS
008220             GO TO 3110-EXIT
008230     END-READ
008240     MOVE ARCHIVE-RECORD TO WS-EVENT-AREA
008250     PERFORM 3300-PROCESS-EVENT THRU 3300-EXIT.
008260 3110-EXIT.
008270     EXIT.
008280
008290 3200-SCAN-LIVE-LOG.
008300     OPEN INPUT SNOWFALL-LOG-FILE
008310     IF NOT SNOWLOG-OK
008320         DISPLAY 'SNOW-AVAIL: NO LIVE LOG - ARCHIVES ONLY'
008330         GO TO 3200-EXIT
008340     END-IF
008350     PERFORM 3210-READ-ONE-LIVE THRU 3210-EXIT
008360         UNTIL SNOWLOG-EOF
008370     CLOSE SNOWFALL-LOG-FILE.
008380 3200-EXIT.
008390     EXIT.
008400
008410 3210-READ-ONE-LIVE.
008420     READ SNOWFALL-LOG-FILE
008430         AT END
008440             MOVE '10' TO WS-SNOWLOG-STATUS
008450             GO TO 3210-EXIT
008460     END-READ
008470     MOVE SNOWFALL-LOG-RECORD TO WS-EVENT-AREA
008480     PERFORM 3300-PROCESS-EVENT THRU 3300-EXIT.
008490 3210-EXIT.
008500     EXIT.
008510
008520*----------------------------------------------------------------
008530* 3300-PROCESS-EVENT - START/STOP PAIRING PER ROSTER CONSOLE.
008540* A SECOND START BEFORE A STOP LEAVES THE FIRST AN ORPHAN -
008550* COUNTED, NEVER CREDITED, SINCE NOBODY KNOWS WHEN IT DIED.
008560*----------------------------------------------------------------
008570 3300-PROCESS-EVENT.
008580     ADD 1 TO WS-RECORDS-READ
008590     IF LOG-EVENT-TYPE OF WS-EVENT-AREA NOT = 'START'
008600             AND LOG-EVENT-TYPE OF WS-EVENT-AREA NOT = 'STOP '
008610         GO TO 3300-EXIT
008620     END-IF
008630     MOVE LOG-JOB-ID OF WS-EVENT-AREA TO WS-CONSOLE-ID
008640     PERFORM 2200-FIND-ROSTER-ROW THRU 2200-EXIT
008650     IF NOT ENTRY-FOUND
008660         ADD 1 TO WS-OFF-ROSTER-COUNT
008670         GO TO 3300-EXIT
008680     END-IF
008690     IF LOG-EVENT-TYPE OF WS-EVENT-AREA = 'START'
008700         PERFORM 3310-PROCESS-START THRU 3310-EXIT
008710     ELSE
008720         PERFORM 3320-PROCESS-STOP THRU 3320-EXIT
008730     END-IF.
008740 3300-EXIT.
008750     EXIT.
008760
008770 3310-PROCESS-START.
008780     IF WS-ROS-PENDING(WS-SLOT)
008790         ADD 1 TO WS-ORPHAN-COUNT
008800     END-IF
008810     SET WS-ROS-PENDING(WS-SLOT) TO TRUE
008820     MOVE LOG-EVENT-DATE OF WS-EVENT-AREA
008830         TO WS-ROS-PEND-DATE(WS-SLOT)
008840     MOVE LOG-EVENT-TIME OF WS-EVENT-AREA
008850         TO WS-ROS-PEND-TIME(WS-SLOT).
008860 3310-EXIT.
008870     EXIT.
008880
008890 3320-PROCESS-STOP.
008900     IF NOT WS-ROS-PENDING(WS-SLOT)
008910         ADD 1 TO WS-UNMATCHED-STOP-COUNT
008920         GO TO 3320-EXIT
008930     END-IF
008940     MOVE LOG-EVENT-DATE OF WS-EVENT-AREA TO WS-STAMP-DATE
008950     MOVE LOG-EVENT-TIME OF WS-EVENT-AREA TO WS-STAMP-TIME
008960     PERFORM 3400-APPLY-RUN THRU 3400-EXIT
008970     MOVE 'N' TO WS-ROS-PEND-SW(WS-SLOT).
008980 3320-EXIT.
008990     EXIT.
009000
009010*----------------------------------------------------------------
009020* 3400-APPLY-RUN - THE RUN OF THE CONSOLE IN WS-SLOT FROM ITS
009030* PENDING START TO THE STAMP IN WS-STAMP, LAID OVER EVERY DAY
009040* OF THE PERIOD.
009050*----------------------------------------------------------------
009060 3400-APPLY-RUN.
009070     ADD 1 TO WS-RUNS-PAIRED
009080     PERFORM 8000-STAMP-TO-MINUTE THRU 8000-EXIT
009090     MOVE WS-STAMP-MINUTE TO WS-RUN-END-MINUTE
009100     MOVE WS-ROS-PEND-DATE(WS-SLOT) TO WS-STAMP-DATE
009110     MOVE WS-ROS-PEND-TIME(WS-SLOT) TO WS-STAMP-TIME
009120     PERFORM 8000-STAMP-TO-MINUTE THRU 8000-EXIT
009130     MOVE WS-STAMP-MINUTE TO WS-RUN-START-MINUTE
009140     IF WS-RUN-END-MINUTE NOT > WS-RUN-START-MINUTE
009150         GO TO 3400-EXIT
009160     END-IF
009170     PERFORM 3410-APPLY-ONE-DAY THRU 3410-EXIT
009180         VARYING WS-DAY-IDX FROM 1 BY 1
009190         UNTIL WS-DAY-IDX > WS-DAY-COUNT.
009200 3400-EXIT.
009210     EXIT.
009220
009230*----------------------------------------------------------------
009240* 3410-APPLY-ONE-DAY - THE PART OF THE RUN INSIDE THIS DAY'S
009250* SHIFT, IF ANY, ADDS TO THE CELL'S DISPLAYED MINUTES AND
009260* WIDENS ITS FIRST-ON/LAST-OFF SPAN.
009270*----------------------------------------------------------------
009280 3410-APPLY-ONE-DAY.
009290     IF NOT WS-DAY-HAS-SHIFT(WS-DAY-IDX)
009300         GO TO 3410-EXIT
009310     END-IF
009320     COMPUTE WS-DAY-BASE-MINUTE = (WS-DAY-IDX - 1) * 1440
009330     COMPUTE WS-OVERLAP-START =
009340         WS-DAY-BASE-MINUTE + WS-DAY-START-MIN(WS-DAY-IDX)
009350     COMPUTE WS-OVERLAP-END =
009360         WS-DAY-BASE-MINUTE + WS-DAY-END-MIN(WS-DAY-IDX)
009370     IF WS-RUN-START-MINUTE > WS-OVERLAP-START
009380         MOVE WS-RUN-START-MINUTE TO WS-OVERLAP-START
009390     END-IF
009400     IF WS-RUN-END-MINUTE < WS-OVERLAP-END
009410         MOVE WS-RUN-END-MINUTE TO WS-OVERLAP-END
009420     END-IF
009430     IF WS-OVERLAP-END NOT > WS-OVERLAP-START
009440         GO TO 3410-EXIT
009450     END-IF
009460     ADD WS-OVERLAP-END TO WS-CEL-DISPLAYED(WS-SLOT, WS-DAY-IDX)
009470     SUBTRACT WS-OVERLAP-START
009480         FROM WS-CEL-DISPLAYED(WS-SLOT, WS-DAY-IDX)
009490     COMPUTE WS-OVERLAP-FIRST =
009500         WS-OVERLAP-START - WS-DAY-BASE-MINUTE
009510     COMPUTE WS-OVERLAP-LAST =
009520         WS-OVERLAP-END - WS-DAY-BASE-MINUTE
009530     IF NOT WS-CEL-ON(WS-SLOT, WS-DAY-IDX)
009540             OR WS-OVERLAP-FIRST
009550                 < WS-CEL-FIRST-ON(WS-SLOT, WS-DAY-IDX)
009560         MOVE WS-OVERLAP-FIRST
009570             TO WS-CEL-FIRST-ON(WS-SLOT, WS-DAY-IDX)
009580     END-IF
009590     IF NOT WS-CEL-ON(WS-SLOT, WS-DAY-IDX)
009600             OR WS-OVERLAP-LAST
009610                 > WS-CEL-LAST-OFF(WS-SLOT, WS-DAY-IDX)
009620         MOVE WS-OVERLAP-LAST
009630             TO WS-CEL-LAST-OFF(WS-SLOT, WS-DAY-IDX)
009640     END-IF
009650     SET WS-CEL-ON(WS-SLOT, WS-DAY-IDX) TO TRUE.
009660 3410-EXIT.
009670     EXIT.
009680
009690*----------------------------------------------------------------
009700* 3500-SWEEP-PENDING - A START STILL OPEN AT THE END OF THE LOG
009710* IS A CONSOLE STILL ON THE AIR IF IT STARTED TODAY, CREDITED UP
009720* TO NOW; ANY OLDER ONE NEVER STOPPED CLEANLY AND IS AN ORPHAN.
009730*----------------------------------------------------------------
009740 3500-SWEEP-PENDING.
009750     PERFORM 3510-SWEEP-ONE-PENDING THRU 3510-EXIT
009760         VARYING WS-SLOT FROM 1 BY 1
009770         UNTIL WS-SLOT > WS-ROSTER-COUNT.
009780 3500-EXIT.
009790     EXIT.
009800
009810 3510-SWEEP-ONE-PENDING.
009820     IF NOT WS-ROS-PENDING(WS-SLOT)
009830         GO TO 3510-EXIT
009840     END-IF
009850     IF WS-ROS-PEND-DATE(WS-SLOT) NOT = WS-TODAY-CCYYMMDD
009860         ADD 1 TO WS-ORPHAN-COUNT
009870         GO TO 3510-EXIT
009880     END-IF
009890     ADD 1 TO WS-STILL-RUNNING-COUNT
009900     MOVE WS-TODAY-CCYYMMDD TO WS-STAMP-DATE
009910     MOVE WS-NOW-TIME TO WS-STAMP-TIME
009920     PERFORM 3400-APPLY-RUN THRU 3400-EXIT
009930     SUBTRACT 1 FROM WS-RUNS-PAIRED.
009940 3510-EXIT.
009950     EXIT.
009960
009970*----------------------------------------------------------------
009980* 4000-PRINT-REPORT - A SECTION PER DAY, THEN THE PERIOD
009990* SUMMARY, THE ZONE ROLL-UP, THE CONSOLES BELOW THRESHOLD AND
010000* THE COUNTS.
010010*----------------------------------------------------------------
010020 4000-PRINT-REPORT.
010030     MOVE WS-TODAY-CCYYMMDD TO RPT-HDG-DATE
010040     WRITE REPORT-RECORD FROM RPT-HEADING-1
010050     MOVE WS-FROM-DATE TO RPT-PER-FROM
010060     MOVE WS-TO-DATE TO RPT-PER-TO
010070     MOVE WS-THRESHOLD TO RPT-PER-THRESH
010080     WRITE REPORT-RECORD FROM RPT-PERIOD-LINE
010090     PERFORM 4100-PRINT-ONE-DAY THRU 4100-EXIT
010100         VARYING WS-DAY-IDX FROM 1 BY 1
010110         UNTIL WS-DAY-IDX > WS-DAY-COUNT
010120     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010130     WRITE REPORT-RECORD FROM RPT-SUMMARY-HEADING
010140     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADING
010150     PERFORM 4200-PRINT-ONE-SUMMARY THRU 4200-EXIT
010160         VARYING WS-SLOT FROM 1 BY 1
010170         UNTIL WS-SLOT > WS-ROSTER-COUNT
010180     MOVE WS-FLT-TOT-SCHED TO WS-FIG-SCHED
010190     MOVE WS-FLT-TOT-DISPLAYED TO WS-FIG-DISPLAYED
010200     MOVE WS-FLT-TOT-LATE TO WS-FIG-LATE
010210     MOVE WS-FLT-TOT-EARLY TO WS-FIG-EARLY
010220     MOVE WS-FLT-TOT-GAPS TO WS-FIG-GAPS
010230     MOVE 'FLEET' TO RPT-AVL-CONSOLE
010240     MOVE SPACES TO RPT-AVL-NOTE
010250     PERFORM 4900-PRINT-FIGURES THRU 4900-EXIT
010260     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010270     WRITE REPORT-RECORD FROM RPT-ZONE-HEADING
010280     WRITE REPORT-RECORD FROM RPT-ZONE-COLUMN-HEADING
010290     PERFORM 4500-TALLY-ONE-ZONE THRU 4500-EXIT
010300         VARYING WS-SLOT FROM 1 BY 1
010310         UNTIL WS-SLOT > WS-ROSTER-COUNT
010320     PERFORM 4510-PRINT-ONE-ZONE THRU 4510-EXIT
010330         VARYING WS-ZONE-ROW FROM 1 BY 1
010340         UNTIL WS-ZONE-ROW > WS-ZONE-COUNT
010350     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010360     WRITE REPORT-RECORD FROM RPT-BELOW-HEADING
010370     PERFORM 4300-PRINT-ONE-BELOW THRU 4300-EXIT
010380         VARYING WS-SLOT FROM 1 BY 1
010390         UNTIL WS-SLOT > WS-ROSTER-COUNT
010400     IF WS-BELOW-COUNT = ZERO
010410         WRITE REPORT-RECORD FROM RPT-NONE-LINE
010420     END-IF
010430     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010440     PERFORM 4400-PRINT-COUNTS THRU 4400-EXIT.
010450 4000-EXIT.
010460     EXIT.
010470
010480*----------------------------------------------------------------
010490* 4100-PRINT-ONE-DAY - THE SHIFT LINE, EACH CONSOLE'S FIGURES
010500* AND THE FLEET LINE FOR THE DAY.  A DARK DAY IS ONE LINE.
010510*----------------------------------------------------------------
010520 4100-PRINT-ONE-DAY.
010530     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010540     MOVE WS-DAY-DATE(WS-DAY-IDX) TO RPT-DAY-DATE
010550     IF NOT WS-DAY-HAS-SHIFT(WS-DAY-IDX)
010560         MOVE 'DARK - NO SHIFT SCHEDULED' TO RPT-DAY-SHIFT
010570         WRITE REPORT-RECORD FROM RPT-DAY-LINE
010580         GO TO 4100-EXIT
010590     END-IF
010600     MOVE SPACES TO RPT-DAY-SHIFT
010610     MOVE 'SHIFT ' TO RPT-DAY-SHIFT(1:6)
010620     MOVE WS-DAY-SHIFT-START(WS-DAY-IDX) TO RPT-DAY-START
010630     MOVE ' TO ' TO RPT-DAY-SHIFT(11:4)
010640     MOVE WS-DAY-SHIFT-END(WS-DAY-IDX) TO RPT-DAY-END
010650     WRITE REPORT-RECORD FROM RPT-DAY-LINE
010660     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADING
010670     MOVE ZERO TO WS-DAY-TOT-SCHED
010680     MOVE ZERO TO WS-DAY-TOT-DISPLAYED
010690     MOVE ZERO TO WS-DAY-TOT-LATE
010700     MOVE ZERO TO WS-DAY-TOT-EARLY
010710     MOVE ZERO TO WS-DAY-TOT-GAPS
010720     PERFORM 4110-PRINT-ONE-CELL THRU 4110-EXIT
010730         VARYING WS-SLOT FROM 1 BY 1
010740         UNTIL WS-SLOT > WS-ROSTER-COUNT
010750     MOVE WS-DAY-TOT-SCHED TO WS-FIG-SCHED
010760     MOVE WS-DAY-TOT-DISPLAYED TO WS-FIG-DISPLAYED
010770     MOVE WS-DAY-TOT-LATE TO WS-FIG-LATE
010780     MOVE WS-DAY-TOT-EARLY TO WS-FIG-EARLY
010790     MOVE WS-DAY-TOT-GAPS TO WS-FIG-GAPS
010800     MOVE 'FLEET' TO RPT-AVL-CONSOLE
010810     MOVE SPACES TO RPT-AVL-NOTE
010820     PERFORM 4900-PRINT-FIGURES THRU 4900-EXIT.
010830 4100-EXIT.
010840     EXIT.
010850
010860*----------------------------------------------------------------
010870* 4110-PRINT-ONE-CELL - ONE CONSOLE ON ONE SHIFT.  LATE IS THE
010880* SHIFT START TO THE FIRST MINUTE ON THE AIR, EARLY THE LAST
010890* MINUTE ON THE AIR TO THE SHIFT END, GAPS WHATEVER ELSE WAS
010900* DARK IN BETWEEN.  A CONSOLE NEVER UP IS LATE ALL SHIFT.
010910*----------------------------------------------------------------
010920 4110-PRINT-ONE-CELL.
010930     COMPUTE WS-FIG-SCHED = WS-DAY-END-MIN(WS-DAY-IDX)
010940         - WS-DAY-START-MIN(WS-DAY-IDX)
010950     MOVE WS-CEL-DISPLAYED(WS-SLOT, WS-DAY-IDX)
010960         TO WS-FIG-DISPLAYED
010970     MOVE SPACES TO RPT-AVL-NOTE
010980     IF WS-CEL-ON(WS-SLOT, WS-DAY-IDX)
010990         COMPUTE WS-FIG-LATE =
011000             WS-CEL-FIRST-ON(WS-SLOT, WS-DAY-IDX)
011010                 - WS-DAY-START-MIN(WS-DAY-IDX)
011020         COMPUTE WS-FIG-EARLY = WS-DAY-END-MIN(WS-DAY-IDX)
011030             - WS-CEL-LAST-OFF(WS-SLOT, WS-DAY-IDX)
011040         COMPUTE WS-FIG-GAPS = WS-FIG-SCHED - WS-FIG-DISPLAYED
011050             - WS-FIG-LATE - WS-FIG-EARLY
011060     ELSE
011070         MOVE WS-FIG-SCHED TO WS-FIG-LATE
011080         MOVE ZERO TO WS-FIG-EARLY
011090         MOVE ZERO TO WS-FIG-GAPS
011100         MOVE 'NEVER UP' TO RPT-AVL-NOTE
011110     END-IF
011120     ADD WS-FIG-SCHED TO WS-ROS-TOT-SCHED(WS-SLOT)
011130         WS-DAY-TOT-SCHED WS-FLT-TOT-SCHED
011140     ADD WS-FIG-DISPLAYED TO WS-ROS-TOT-DISPLAYED(WS-SLOT)
011150         WS-DAY-TOT-DISPLAYED WS-FLT-TOT-DISPLAYED
011160     ADD WS-FIG-LATE TO WS-ROS-TOT-LATE(WS-SLOT)
011170         WS-DAY-TOT-LATE WS-FLT-TOT-LATE
011180     ADD WS-FIG-EARLY TO WS-ROS-TOT-EARLY(WS-SLOT)
011190         WS-DAY-TOT-EARLY WS-FLT-TOT-EARLY
011200     ADD WS-FIG-GAPS TO WS-ROS-TOT-GAPS(WS-SLOT)
011210         WS-DAY-TOT-GAPS WS-FLT-TOT-GAPS
011220     MOVE WS-ROS-CONSOLE-ID(WS-SLOT) TO RPT-AVL-CONSOLE
011230     PERFORM 4900-PRINT-FIGURES THRU 4900-EXIT.
011240 4110-EXIT.
011250     EXIT.
011260
011270*----------------------------------------------------------------
011280* 4200-PRINT-ONE-SUMMARY - ONE CONSOLE'S PERIOD TOTALS.  A
011290* CONSOLE UNDER THRESH= IS FLAGGED HERE AND LISTED AGAIN BELOW.
011300*----------------------------------------------------------------
011310 4200-PRINT-ONE-SUMMARY.
011320     PERFORM 4210-LOAD-SUMMARY THRU 4210-EXIT
011330     MOVE SPACES TO RPT-AVL-NOTE
011340     IF WS-FIG-SCHED > ZERO AND WS-FIG-PCT < WS-THRESHOLD
011350         MOVE '** BELOW' TO RPT-AVL-NOTE
011360     END-IF
011370     MOVE WS-ROS-CONSOLE-ID(WS-SLOT) TO RPT-AVL-CONSOLE
011380     PERFORM 4900-PRINT-FIGURES THRU 4900-EXIT.
011390 4200-EXIT.
011400     EXIT.
011410
011420 4210-LOAD-SUMMARY.
011430     MOVE WS-ROS-TOT-SCHED(WS-SLOT) TO WS-FIG-SCHED
011440     MOVE WS-ROS-TOT-DISPLAYED(WS-SLOT) TO WS-FIG-DISPLAYED
011450     MOVE WS-ROS-TOT-LATE(WS-SLOT) TO WS-FIG-LATE
011460     MOVE WS-ROS-TOT-EARLY(WS-SLOT) TO WS-FIG-EARLY
011470     MOVE WS-ROS-TOT-GAPS(WS-SLOT) TO WS-FIG-GAPS
011480     PERFORM 8300-COMPUTE-PCT THRU 8300-EXIT.
011490 4210-EXIT.
011500     EXIT.
011510
011520 4300-PRINT-ONE-BELOW.
011530     PERFORM 4210-LOAD-SUMMARY THRU 4210-EXIT
011540     IF WS-FIG-SCHED = ZERO OR WS-FIG-PCT NOT < WS-THRESHOLD
011550         GO TO 4300-EXIT
011560     END-IF
011570     ADD 1 TO WS-BELOW-COUNT
011580     MOVE WS-ROS-TERM-CLASS(WS-SLOT) TO RPT-AVL-NOTE
011590     MOVE WS-ROS-CONSOLE-ID(WS-SLOT) TO RPT-AVL-CONSOLE
011600     PERFORM 4900-PRINT-FIGURES THRU 4900-EXIT.
011610 4300-EXIT.
011620     EXIT.
011630
011640 4400-PRINT-COUNTS.
011650     MOVE 'LOG RECORDS READ' TO RPT-COUNT-TEXT
011660     MOVE WS-RECORDS-READ TO RPT-COUNT-VALUE
011670     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011680     MOVE 'RUNS PAIRED' TO RPT-COUNT-TEXT
011690     MOVE WS-RUNS-PAIRED TO RPT-COUNT-VALUE
011700     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011710     MOVE 'CONSOLES STILL UP, CREDITED TO NOW'
011720         TO RPT-COUNT-TEXT
011730     MOVE WS-STILL-RUNNING-COUNT TO RPT-COUNT-VALUE
011740     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011750     MOVE 'ORPHAN STARTS, NOT CREDITED' TO RPT-COUNT-TEXT
011760     MOVE WS-ORPHAN-COUNT TO RPT-COUNT-VALUE
011770     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011780     MOVE 'STOPS WITH NO START' TO RPT-COUNT-TEXT
011790     MOVE WS-UNMATCHED-STOP-COUNT TO RPT-COUNT-VALUE
011800     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011810     MOVE 'DARK DAYS IN THE PERIOD' TO RPT-COUNT-TEXT
011820     MOVE WS-DARK-DAY-COUNT TO RPT-COUNT-VALUE
011830     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011840     MOVE 'CONSOLES BELOW THRESHOLD' TO RPT-COUNT-TEXT
011850     MOVE WS-BELOW-COUNT TO RPT-COUNT-VALUE
011860     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011870     IF WS-OFF-ROSTER-COUNT > ZERO
011880         MOVE 'START/STOP EVENTS OFF THE ROSTER'
011890             TO RPT-COUNT-TEXT
011900         MOVE WS-OFF-ROSTER-COUNT TO RPT-COUNT-VALUE
011910         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011920     END-IF.
011930 4400-EXIT.
011940     EXIT.
011950
011960*----------------------------------------------------------------
011970* 4500-TALLY-ONE-ZONE - ADD ONE CONSOLE'S PERIOD TOTALS INTO THE
011980* ROW FOR ITS ZONE, OPENING THE ROW THE FIRST TIME THE ZONE IS
011990* MET.
012000*----------------------------------------------------------------
012010 4500-TALLY-ONE-ZONE.
012020     MOVE 'N' TO WS-FOUND-SWITCH
012030     PERFORM 4520-TEST-ONE-ZONE THRU 4520-EXIT
012040         VARYING WS-IDX FROM 1 BY 1
012050         UNTIL WS-IDX > WS-ZONE-COUNT OR ENTRY-FOUND
012060     IF NOT ENTRY-FOUND
012070         ADD 1 TO WS-ZONE-COUNT
012080         MOVE WS-ZONE-COUNT TO WS-ZONE-ROW
012090         MOVE WS-ROS-ZONE(WS-SLOT) TO WS-ZON-CODE(WS-ZONE-ROW)
012100         MOVE ZERO TO WS-ZON-TOT-SCHED(WS-ZONE-ROW)
012110         MOVE ZERO TO WS-ZON-TOT-DISPLAYED(WS-ZONE-ROW)
012120         MOVE ZERO TO WS-ZON-TOT-LATE(WS-ZONE-ROW)
012130         MOVE ZERO TO WS-ZON-TOT-EARLY(WS-ZONE-ROW)
012140         MOVE ZERO TO WS-ZON-TOT-GAPS(WS-ZONE-ROW)
012150     END-IF
012160     ADD WS-ROS-TOT-SCHED(WS-SLOT)
012170         TO WS-ZON-TOT-SCHED(WS-ZONE-ROW)
012180     ADD WS-ROS-TOT-DISPLAYED(WS-SLOT)
012190         TO WS-ZON-TOT-DISPLAYED(WS-ZONE-ROW)
012200     ADD WS-ROS-TOT-LATE(WS-SLOT)
012210         TO WS-ZON-TOT-LATE(WS-ZONE-ROW)
012220     ADD WS-ROS-TOT-EARLY(WS-SLOT)
012230         TO WS-ZON-TOT-EARLY(WS-ZONE-ROW)
012240     ADD WS-ROS-TOT-GAPS(WS-SLOT)
012250         TO WS-ZON-TOT-GAPS(WS-ZONE-ROW).
012260 4500-EXIT.
012270     EXIT.
012280
012290 4510-PRINT-ONE-ZONE.
012300     MOVE WS-ZON-TOT-SCHED(WS-ZONE-ROW) TO WS-FIG-SCHED
012310     MOVE WS-ZON-TOT-DISPLAYED(WS-ZONE-ROW) TO WS-FIG-DISPLAYED
012320     MOVE WS-ZON-TOT-LATE(WS-ZONE-ROW) TO WS-FIG-LATE
012330     MOVE WS-ZON-TOT-EARLY(WS-ZONE-ROW) TO WS-FIG-EARLY
012340     MOVE WS-ZON-TOT-GAPS(WS-ZONE-ROW) TO WS-FIG-GAPS
012350     IF WS-ZON-CODE(WS-ZONE-ROW) = SPACES
012360         MOVE '(NONE)' TO RPT-AVL-CONSOLE
012370     ELSE
012380         MOVE WS-ZON-CODE(WS-ZONE-ROW) TO RPT-AVL-CONSOLE
012390     END-IF
012400     MOVE SPACES TO RPT-AVL-NOTE
012410     PERFORM 4900-PRINT-FIGURES THRU 4900-EXIT.
012420 4510-EXIT.
012430     EXIT.
012440
012450 4520-TEST-ONE-ZONE.
012460     IF WS-ZON-CODE(WS-IDX) = WS-ROS-ZONE(WS-SLOT)
012470         MOVE WS-IDX TO WS-ZONE-ROW
012480         SET ENTRY-FOUND TO TRUE
012490     END-IF.
012500 4520-EXIT.
012510     EXIT.
012520
012530*----------------------------------------------------------------
012540* 4900-PRINT-FIGURES - THE WS-FIG- FIGURES ONTO THE AVAILABILITY
012550* LINE.  THE CALLER HAS ALREADY SET THE CONSOLE AND THE NOTE.
012560*----------------------------------------------------------------
012570 4900-PRINT-FIGURES.
012580     PERFORM 8300-COMPUTE-PCT THRU 8300-EXIT
012590     MOVE WS-FIG-SCHED TO RPT-AVL-SCHED
012600     MOVE WS-FIG-DISPLAYED TO RPT-AVL-DISPLAYED
012610     MOVE WS-FIG-LATE TO RPT-AVL-LATE
012620     MOVE WS-FIG-EARLY TO RPT-AVL-EARLY
012630     MOVE WS-FIG-GAPS TO RPT-AVL-GAPS
012640     IF WS-FIG-SCHED = ZERO
012650         MOVE '  N/A' TO RPT-AVL-PCT-X
012660     ELSE
012670         MOVE WS-FIG-PCT TO RPT-AVL-PCT
012680     END-IF
012690     WRITE REPORT-RECORD FROM RPT-AVAIL-LINE.
012700 4900-EXIT.
012710     EXIT.
012720
012730*----------------------------------------------------------------
012740* 5000-TERMINATE - CLOSE UP AND ECHO THE FLEET FIGURE.
012750*----------------------------------------------------------------
012760 5000-TERMINATE.
012770     CLOSE REPORT-FILE
012780     IF ROSTER-OVERFLOWED
012790         GO TO 5000-EXIT
012800     END-IF
012810     MOVE WS-FLT-TOT-SCHED TO WS-FIG-SCHED
012820     MOVE WS-FLT-TOT-DISPLAYED TO WS-FIG-DISPLAYED
012830     PERFORM 8300-COMPUTE-PCT THRU 8300-EXIT
012840     MOVE WS-FIG-PCT TO WS-EDIT-PCT
012850     DISPLAY 'SNOW-AVAIL: ' WS-FROM-DATE ' TO ' WS-TO-DATE
012860         ' FLEET AVAILABILITY ' WS-EDIT-PCT ' PCT, '
012870         WS-BELOW-COUNT ' CONSOLE(S) BELOW ' WS-THRESHOLD.
012880 5000-EXIT.
012890     EXIT.
012900
012910*----------------------------------------------------------------
012920* 8000-STAMP-TO-MINUTE - THE DATE AND TIME IN WS-STAMP AS A
012930* MINUTE NUMBER COUNTED FROM MIDNIGHT AT THE START OF FROM=.
012940*----------------------------------------------------------------
012950 8000-STAMP-TO-MINUTE.
012960     COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE)
012970     MOVE WS-STAMP-TIME TO WS-TIME-SPLIT
012980     COMPUTE WS-STAMP-MINUTE =
012990         (WS-DAY-NUM - WS-FROM-DAY-NUM) * 1440
013000             + WS-TIME-HH * 60 + WS-TIME-MM.
013010 8000-EXIT.
013020     EXIT.
013030
013040 8200-HHMM-TO-MINUTES.
013050     COMPUTE WS-HHMM-MINUTES = WS-HHMM-HH * 60 + WS-HHMM-MM.
013060 8200-EXIT.
013070     EXIT.
013080
013090 8300-COMPUTE-PCT.
013100     IF WS-FIG-SCHED = ZERO
013110         MOVE ZERO TO WS-FIG-PCT
013120     ELSE
013130         COMPUTE WS-FIG-PCT ROUNDED =
013140             WS-FIG-DISPLAYED * 100 / WS-FIG-SCHED
013150     END-IF.
013160 8300-EXIT.
013170     EXIT.
013180
013190 END PROGRAM SNOW-AVAIL.
