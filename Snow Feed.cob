000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNOW-FEED.
000030 AUTHOR. D HOLLIS.
000040 INSTALLATION. FACILITIES SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DH    ORIGINAL PROGRAM.  WEATHER FEED QUALITY
000110*                     REPORT.  EVERY OBSERVATION ON THE BUILDING
000120*                     WEATHER STATION FEED (DD WEATHOBS) IS
000130*                     CHECKED FOR A STAMP THAT IS NOT A DATE AND
000140*                     TIME, IS OUT OF SEQUENCE OR IS IN THE
000150*                     FUTURE, FOR A GAP SINCE THE LAST GOOD
000160*                     OBSERVATION LONGER THAN THE STALENESS
000170*                     WINDOW MERRY-COBOL APPLIES, AND FOR A
000180*                     PRECIPITATION RATE, WIND SPEED OR WIND
000190*                     DIRECTION THAT IS NOT NUMERIC OR OUT OF
000200*                     RANGE.  A SECOND SECTION SHOWS, PER CONSOLE
000210*                     PER DAY, THE MINUTES THE SNOWFALL RAN ON
000220*                     THE LIVE FEED AGAINST THE PROFILE BANDS -
000230*                     FROM THE START, STOP AND WXSRC EVENTS ON
000240*                     THE SNOWFALL LOG (DD SNOWLOG) - BESIDE THE
000250*                     COUNT OF ACTIVITY STATISTICS RECORDS (DD
000260*                     SNOWSTAT) WRITTEN UNDER EACH SOURCE, SO
000270*                     FACILITIES CAN TELL THE STATION VENDOR HOW
000280*                     OFTEN THE FEED WAS ACTUALLY USABLE.
000290*                     REPORT ON DD SNOWWRPT.
000300*--------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT WEATHER-FEED-FILE ASSIGN TO WEATHOBS
000360         ORGANIZATION IS LINE SEQUENTIAL
000370         FILE STATUS IS WS-WEATHOBS-STATUS.
000380     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-SNOWLOG-STATUS.
000410     SELECT ACTIVITY-STAT-FILE ASSIGN TO SNOWSTAT
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-SNOWSTAT-STATUS.
000440     SELECT REPORT-FILE ASSIGN TO SNOWWRPT
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-REPORT-STATUS.
000470
000480 DATA DIVISION.
000490 FILE SECTION.
000500 FD  WEATHER-FEED-FILE.
000510 01  WEATHER-FEED-RECORD.
000520     COPY WEATHOBS.
000530
000540 FD  SNOWFALL-LOG-FILE.
000550 01  SNOWFALL-LOG-RECORD.
000560     COPY SNOWLOG.
000570
000580 FD  ACTIVITY-STAT-FILE.
000590 01  ACTIVITY-STAT-RECORD.
000600     COPY SNOWSTAT.
000610
000620 FD  REPORT-FILE.
000630 01  REPORT-RECORD                    PIC X(80).
000640
000650 WORKING-STORAGE SECTION.
000660*--------------------------------------------------------------
000670* FILE STATUS AREAS.
000680*--------------------------------------------------------------
000690 77  WS-WEATHOBS-STATUS            PIC X(2) VALUE '00'.
000700     88  WEATHOBS-OK               VALUE '00'.
000710     88  WEATHOBS-EOF              VALUE '10'.
000720
000730 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
000740     88  SNOWLOG-OK                VALUE '00'.
000750     88  SNOWLOG-EOF               VALUE '10'.
000760
000770 77  WS-SNOWSTAT-STATUS            PIC X(2) VALUE '00'.
000780     88  SNOWSTAT-OK               VALUE '00'.
000790     88  SNOWSTAT-EOF              VALUE '10'.
000800
000810 77  WS-REPORT-STATUS              PIC X(2) VALUE '00'.
000820     88  REPORT-OK                 VALUE '00'.
000830
000840*--------------------------------------------------------------
000850* FEED LIMITS.  WX-STALE-MINUTES IS MERRY-COBOL'S STALENESS
000860* WINDOW - A GAP LONGER THAN IT IS A STRETCH THE CONSOLES FELL
000870* BACK TO THE PROFILE BANDS - AND THE TWO MUST BE KEPT EQUAL.
000880* A PRECIPITATION RATE OVER THE FLAKE CEILING, OR A WIND SPEED
000890* PAST THE ONE THAT PINS THE WIND OFFSET AT ITS LIMIT, IS
000900* CLIPPED ON THE DISPLAY AND ALMOST ALWAYS A STATION FAULT.
000910*--------------------------------------------------------------
000920 78  WX-STALE-MINUTES VALUE 15.
000930 78  WX-MAX-PRECIP-RATE VALUE 20.
000940 78  WX-MAX-WIND-SPEED VALUE 50.
000950
000960*--------------------------------------------------------------
000970* THE OBSERVATION IN HAND AND THE LAST GOOD ONE BEFORE IT.
000980* STAMPS ARE DATE THEN HHMM SO ONE COMPARE ORDERS THEM, AND
000990* ALSO CARRIED AS A MINUTE NUMBER (DAY NUMBER TIMES 1440 PLUS
001000* MINUTE OF THE DAY) SO A GAP ACROSS MIDNIGHT IS A SUBTRACTION.
001010*--------------------------------------------------------------
001020 01  WS-OBS-STAMP.
001030     05  WS-OBS-DATE              PIC 9(8).
001040     05  WS-OBS-HHMM              PIC 9(4).
001050 01  WS-PREV-STAMP.
001060     05  WS-PREV-DATE             PIC 9(8) VALUE ZERO.
001070     05  WS-PREV-HHMM             PIC 9(4) VALUE ZERO.
001080 01  WS-NOW-STAMP.
001090     05  WS-NOW-DATE              PIC 9(8).
001100     05  WS-NOW-HHMM              PIC 9(4).
001110
001120 77  WS-OBS-MINUTE                 PIC 9(11) COMP.
001130 77  WS-PREV-MINUTE                PIC 9(11) COMP VALUE ZERO.
001140 77  WS-NOW-MINUTE                 PIC 9(11) COMP.
001150 77  WS-GAP-MINUTES                PIC 9(11) COMP.
001160 77  WS-LONGEST-GAP                PIC 9(11) COMP VALUE ZERO.
001170
001180 77  WS-PREV-SEEN-SWITCH           PIC X VALUE 'N'.
001190     88  PREV-SEEN                 VALUE 'Y'.
001200 77  WS-STAMP-SWITCH               PIC X VALUE 'N'.
001210     88  STAMP-VALID               VALUE 'Y'.
001220
001230 01  WS-HHMM-WORK                  PIC 9(4).
001240 01  WS-HHMM-WORK-R REDEFINES WS-HHMM-WORK.
001250     05  WS-HHMM-HH               PIC 9(2).
001260     05  WS-HHMM-MM               PIC 9(2).
001270
001280 01  WS-HHMM-EDIT.
001290     05  WS-EDIT-HH               PIC X(2).
001300     05  FILLER                   PIC X VALUE ':'.
001310     05  WS-EDIT-MM               PIC X(2).
001320
001330 77  WS-DATE-CHECK                 PIC 9(8).
001340 77  WS-DAY-NUM                    PIC 9(7) COMP.
001350 77  WS-EDIT-MINUTES               PIC ZZZZZZZ9.
001360
001370*--------------------------------------------------------------
001380* CONSOLE STATE WHILE FOLLOWING THE LOG.  A CONSOLE COMES UP ON
001390* THE PROFILE BANDS - MERRY-COBOL STARTS THAT WAY - AND EACH
001400* WXSRC EVENT SWITCHES ITS SOURCE.  THE TIME SINCE THE LAST
001410* EVENT IS CREDITED TO THE SOURCE IN EFFECT OVER IT.
001420*--------------------------------------------------------------
001430 78  MAX-CONSOLES VALUE 500.
001440
001450 77  WS-CONSOLE-COUNT              PIC 9(3) COMP VALUE ZERO.
001460 77  WS-CONSOLE-SKIP-COUNT         PIC 9(5) COMP VALUE ZERO.
001470 01  WS-CONSOLE-TABLE.
001480     05  WS-CONSOLE-ENTRY OCCURS MAX-CONSOLES TIMES.
001490         10  WS-CON-JOB-ID        PIC X(8).
001500         10  WS-CON-UP-SW         PIC X.
001510             88  WS-CON-UP        VALUE 'Y'.
001520         10  WS-CON-SOURCE        PIC X(7).
001530             88  WS-CON-LIVE      VALUE 'LIVE   '.
001540         10  WS-CON-SINCE-MINUTE  PIC 9(11) COMP.
001550         10  WS-CON-SINCE-DATE    PIC 9(8).
001560
001570*--------------------------------------------------------------
001580* ONE ROW PER CONSOLE PER DAY, IN ENCOUNTER ORDER; THE REPORT
001590* PICKS EACH CONSOLE'S ROWS OFF EARLIEST DATE FIRST.
001600*--------------------------------------------------------------
001610 78  MAX-CON-DAYS VALUE 3000.
001620
001630 77  WS-CON-DAY-COUNT              PIC 9(4) COMP VALUE ZERO.
001640 77  WS-CON-DAY-SKIP-COUNT         PIC 9(5) COMP VALUE ZERO.
001650 01  WS-CON-DAY-TABLE.
001660     05  WS-CON-DAY-ENTRY OCCURS MAX-CON-DAYS TIMES.
001670         10  WS-CDY-JOB-ID        PIC X(8).
001680         10  WS-CDY-DATE          PIC 9(8).
001690         10  WS-CDY-LIVE-MIN      PIC 9(5) COMP.
001700         10  WS-CDY-PROFILE-MIN   PIC 9(5) COMP.
001710         10  WS-CDY-STAT-LIVE     PIC 9(5) COMP.
001720         10  WS-CDY-STAT-PROFILE  PIC 9(5) COMP.
001730         10  WS-CDY-PRINTED-SW    PIC X.
001740             88  WS-CDY-PRINTED   VALUE 'Y'.
001750
001760*--------------------------------------------------------------
001770* SPAN CREDIT WORK AREAS.  A SPAN IS CUT AT EACH MIDNIGHT SO
001780* EVERY PIECE LANDS ON ITS OWN DAY'S ROW.
001790*--------------------------------------------------------------
001800 77  WS-SPAN-START                 PIC 9(11) COMP.
001810 77  WS-SPAN-END                   PIC 9(11) COMP.
001820 77  WS-PIECE-END                  PIC 9(11) COMP.
001830 77  WS-PIECE-MINUTES              PIC 9(5) COMP.
001840 77  WS-SPAN-SOURCE                PIC X(7).
001850     88  SPAN-LIVE                 VALUE 'LIVE   '.
001860
001870 01  WS-EVENT-STAMP.
001880     05  WS-EVENT-DATE            PIC 9(8).
001890     05  WS-EVENT-TIME            PIC 9(8).
001900 01  WS-TIME-SPLIT.
001910     05  WS-TIME-HH               PIC 9(2).
001920     05  WS-TIME-MM               PIC 9(2).
001930     05  WS-TIME-SS               PIC 9(2).
001940     05  FILLER                   PIC 9(2).
001950 77  WS-EVENT-MINUTE               PIC 9(11) COMP.
001960
001970*--------------------------------------------------------------
001980* OPTIONAL REPORTING PERIOD.  WITH NO FROM= OR TO= THE WHOLE
001990* FEED, LOG AND STATISTICS FILE ARE REPORTED.
002000*--------------------------------------------------------------
002010 77  WS-FROM-X                     PIC X(8) VALUE SPACES.
002020 77  WS-TO-X                       PIC X(8) VALUE SPACES.
002030 77  WS-FROM-DATE                  PIC 9(8) VALUE ZERO.
002040 77  WS-TO-DATE                    PIC 9(8) VALUE 99999999.
002050
002060*--------------------------------------------------------------
002070* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.
002080*--------------------------------------------------------------
002090 01  WS-PARM-WORK                 PIC X(100).
002100 01  WS-PARM-TOKEN-TABLE.
002110     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
002120 77  WS-TOKEN-IDX                 PIC 9(1).
002130
002140*--------------------------------------------------------------
002150* COUNTS FOR THE REPORT TRAILER.
002160*--------------------------------------------------------------
002170 77  WS-OBS-READ                   PIC 9(7) COMP VALUE ZERO.
002180 77  WS-OBS-REPORTED               PIC 9(7) COMP VALUE ZERO.
002190 77  WS-OBS-CLEAN                  PIC 9(7) COMP VALUE ZERO.
002200 77  WS-BAD-STAMP-COUNT            PIC 9(5) COMP VALUE ZERO.
002210 77  WS-SEQUENCE-COUNT             PIC 9(5) COMP VALUE ZERO.
002220 77  WS-FUTURE-COUNT               PIC 9(5) COMP VALUE ZERO.
002230 77  WS-GAP-COUNT                  PIC 9(5) COMP VALUE ZERO.
002240 77  WS-BAD-PRECIP-COUNT           PIC 9(5) COMP VALUE ZERO.
002250 77  WS-BAD-SPEED-COUNT            PIC 9(5) COMP VALUE ZERO.
002260 77  WS-BAD-DIR-COUNT              PIC 9(5) COMP VALUE ZERO.
002270 77  WS-OBS-EXCEPTIONS             PIC 9(3) COMP.
002280 77  WS-LOG-RECORDS-READ           PIC 9(7) COMP VALUE ZERO.
002290 77  WS-STAT-RECORDS-READ          PIC 9(7) COMP VALUE ZERO.
002300 77  WS-ORPHAN-COUNT               PIC 9(5) COMP VALUE ZERO.
002310 77  WS-STRAY-EVENT-COUNT          PIC 9(5) COMP VALUE ZERO.
002320 77  WS-TOT-LIVE-MIN               PIC 9(9) COMP VALUE ZERO.
002330 77  WS-TOT-PROFILE-MIN            PIC 9(9) COMP VALUE ZERO.
002340 77  WS-TOT-STAT-LIVE              PIC 9(9) COMP VALUE ZERO.
002350 77  WS-TOT-STAT-PROFILE           PIC 9(9) COMP VALUE ZERO.
002360 77  WS-PCT-PART                   PIC 9(9) COMP.
002370 77  WS-PCT-BASE                   PIC 9(9) COMP.
002380 77  WS-LIVE-PCT                   PIC 9(3)V9.
002390
002400 77  WS-IDX                        PIC 9(4) COMP.
002410 77  WS-SLOT                       PIC 9(4) COMP.
002420 77  WS-CON-SLOT                   PIC 9(4) COMP.
002430 77  WS-PICK-SLOT                  PIC 9(4) COMP.
002440 77  WS-PICK-KEY                   PIC 9(8).
002450 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
002460     88  ENTRY-FOUND               VALUE 'Y'.
002470 77  WS-ERROR-SWITCH               PIC X VALUE 'N'.
002480     88  PARM-ERROR                VALUE 'Y'.
002490 77  WS-LOOKUP-ID                  PIC X(8).
002500 77  WS-LOOKUP-DATE                PIC 9(8).
002510
002520 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
002530 01  WS-NOW-TIME                   PIC 9(8) VALUE ZERO.
002540
002550*--------------------------------------------------------------
002560* REPORT LINE LAYOUTS.
002570*--------------------------------------------------------------
002580 01  RPT-HEADING-1.
002590     05  FILLER                   PIC X(41) VALUE
002600         'SNOW-FEED  WEATHER FEED QUALITY     DATE '.
002610     05  RPT-HDG-DATE             PIC 9(8).
002620     05  FILLER                   PIC X(31) VALUE SPACES.
002630
002640 01  RPT-PERIOD-LINE.
002650     05  FILLER                   PIC X(7) VALUE 'PERIOD '.
002660     05  RPT-PER-FROM             PIC X(8).
002670     05  FILLER                   PIC X(4) VALUE ' TO '.
002680     05  RPT-PER-TO               PIC X(8).
002690     05  FILLER                   PIC X(20) VALUE
002700         '   STALENESS WINDOW '.
002710     05  RPT-PER-STALE            PIC Z9.
002720     05  FILLER                   PIC X(29) VALUE ' MINUTES'.
002730
002740 01  RPT-FEED-HEADING.
002750     05  FILLER                   PIC X(80) VALUE
002760         'FEED EXCEPTIONS'.
002770
002780 01  RPT-EXC-HEADING.
002790     05  FILLER                   PIC X(40) VALUE
002800         '   RECORD  OBS DATE TIME   EXCEPTION    '.
002810     05  FILLER                   PIC X(40) VALUE
002820         '                  DETAIL'.
002830
002840 01  RPT-EXC-LINE.
002850     05  FILLER                   PIC X(2) VALUE SPACES.
002860     05  RPT-EXC-RECNO            PIC ZZZZZZ9.
002870     05  FILLER                   PIC X(2) VALUE SPACES.
002880     05  RPT-EXC-DATE             PIC X(8).
002890     05  FILLER                   PIC X(1) VALUE SPACE.
002900     05  RPT-EXC-TIME             PIC X(5).
002910     05  FILLER                   PIC X(2) VALUE SPACES.
002920     05  RPT-EXC-TEXT             PIC X(31).
002930     05  RPT-EXC-DETAIL           PIC X(20).
002940     05  FILLER                   PIC X(2) VALUE SPACES.
002950
002960 01  RPT-LAST-OBS-LINE.
002970     05  FILLER                   PIC X(19) VALUE
002980         '  LAST OBSERVATION '.
002990     05  RPT-LST-DATE             PIC X(8).
003000     05  FILLER                   PIC X(1) VALUE SPACE.
003010     05  RPT-LST-TIME             PIC X(5).
003020     05  FILLER                   PIC X(3) VALUE ' - '.
003030     05  RPT-LST-AGE              PIC ZZZZZZZ9.
003040     05  FILLER                   PIC X(14) VALUE
003050         ' MINUTE(S) OLD'.
003060     05  RPT-LST-NOTE             PIC X(22).
003070
003080 01  RPT-SOURCE-HEADING.
003090     05  FILLER                   PIC X(80) VALUE
003100         'LIVE FEED AGAINST PROFILE BANDS BY CONSOLE AND DAY'.
003110
003120 01  RPT-SOURCE-COLUMNS.
003130     05  FILLER                   PIC X(40) VALUE
003140         'CONSOLE   DATE        LIVE MIN   PROFILE'.
003150     05  FILLER                   PIC X(40) VALUE
003160         ' LIVE% STAT LIVE STAT PROF  NOTE'.
003170
003180 01  RPT-SOURCE-LINE.
003190     05  RPT-SRC-CONSOLE          PIC X(8).
003200     05  FILLER                   PIC X(2) VALUE SPACES.
003210     05  RPT-SRC-DATE             PIC X(8).
003220     05  FILLER                   PIC X(4) VALUE SPACES.
003230     05  RPT-SRC-LIVE-MIN         PIC ZZZZZZZ9.
003240     05  FILLER                   PIC X(2) VALUE SPACES.
003250     05  RPT-SRC-PROFILE-MIN      PIC ZZZZZZZ9.
003260     05  FILLER                   PIC X(1) VALUE SPACE.
003270     05  RPT-SRC-PCT              PIC ZZ9.9.
003280     05  FILLER                   PIC X(2) VALUE SPACES.
003290     05  RPT-SRC-STAT-LIVE        PIC ZZZZZZZ9.
003300     05  FILLER                   PIC X(2) VALUE SPACES.
003310     05  RPT-SRC-STAT-PROFILE     PIC ZZZZZZZ9.
003320     05  FILLER                   PIC X(2) VALUE SPACES.
003330     05  RPT-SRC-NOTE             PIC X(12).
003340
003350 01  RPT-NONE-LINE.
003360     05  FILLER                   PIC X(80) VALUE '  NONE'.
003370
003380 01  RPT-COUNT-LINE.
003390     05  FILLER                   PIC X(2) VALUE SPACES.
003400     05  RPT-COUNT-TEXT           PIC X(40).
003410     05  FILLER                   PIC X(2) VALUE SPACES.
003420     05  RPT-COUNT-VALUE          PIC ZZZZZZ9.
003430     05  FILLER                   PIC X(29) VALUE SPACES.
003440
003450 01  RPT-SKIP-LINE.
003460     05  FILLER                   PIC X(4) VALUE '*** '.
003470     05  RPT-SKIP-COUNT           PIC ZZZZ9.
003480     05  FILLER                   PIC X(1) VALUE SPACE.
003490     05  RPT-SKIP-TEXT            PIC X(44).
003500     05  FILLER                   PIC X(4) VALUE ' ***'.
003510     05  FILLER                   PIC X(22) VALUE SPACES.
003520
003530 01  RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
003540
003550 LINKAGE SECTION.
003560     COPY PARMAREA.
003570
003580 PROCEDURE DIVISION USING LS-PARM-AREA.
003590*================================================================
003600* 0000-MAINLINE - CHECK THE FEED, FOLLOW THE LOG FOR EACH
003610* CONSOLE'S SOURCE, COUNT THE STATISTICS RECORDS, PRINT THE
003620* SOURCE SECTION AND THE COUNTS, STOP RUN.
003630*================================================================
003640 0000-MAINLINE.
003650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003660     IF PARM-ERROR
003670         MOVE 8 TO RETURN-CODE
003680         STOP RUN
003690     END-IF
003700     PERFORM 2000-CHECK-FEED THRU 2000-EXIT
003710     PERFORM 3000-FOLLOW-LOG THRU 3000-EXIT
003720     PERFORM 3500-SWEEP-UP-CONSOLES THRU 3500-EXIT
003730     PERFORM 3700-COUNT-STATS THRU 3700-EXIT
003740     PERFORM 4000-PRINT-SOURCES THRU 4000-EXIT
003750     PERFORM 5000-TERMINATE THRU 5000-EXIT
003760     STOP RUN.
003770
003780*----------------------------------------------------------------
003790* 1000-INITIALIZE - PARSE THE PARM, STAMP NOW, OPEN THE REPORT
003800* AND PRINT ITS HEADING.
003810*----------------------------------------------------------------
003820 1000-INITIALIZE.
003830     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
003840     ACCEPT WS-NOW-TIME FROM TIME
003850     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
003860     PERFORM 1150-CHECK-PERIOD THRU 1150-EXIT
003870     IF PARM-ERROR
003880         GO TO 1000-EXIT
003890     END-IF
003900     MOVE WS-TODAY-CCYYMMDD TO WS-NOW-DATE
003910     MOVE WS-NOW-TIME(1:4) TO WS-NOW-HHMM
003920     MOVE WS-NOW-STAMP TO WS-OBS-STAMP
003930     PERFORM 8000-OBS-TO-MINUTE THRU 8000-EXIT
003940     MOVE WS-OBS-MINUTE TO WS-NOW-MINUTE
003950     OPEN OUTPUT REPORT-FILE
003960     MOVE WS-TODAY-CCYYMMDD TO RPT-HDG-DATE
003970     WRITE REPORT-RECORD FROM RPT-HEADING-1
003980     MOVE 'EARLIEST' TO RPT-PER-FROM
003990     IF WS-FROM-X NOT = SPACES
004000         MOVE WS-FROM-DATE TO RPT-PER-FROM
004010     END-IF
004020     MOVE 'LATEST' TO RPT-PER-TO
004030     IF WS-TO-X NOT = SPACES
004040         MOVE WS-TO-DATE TO RPT-PER-TO
004050     END-IF
004060     MOVE WX-STALE-MINUTES TO RPT-PER-STALE
004070     WRITE REPORT-RECORD FROM RPT-PERIOD-LINE.
004080 1000-EXIT.
004090     EXIT.
004100
004110 1100-PARSE-PARM.
004120     MOVE SPACES TO WS-PARM-WORK
004130     MOVE SPACES TO WS-PARM-TOKEN-TABLE
004140     IF LS-PARM-LENGTH > ZERO
004150         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
004160         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
004170             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
004180                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
004190                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
004200         END-UNSTRING
004210         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
004220             VARYING WS-TOKEN-IDX FROM 1 BY 1
004230             UNTIL WS-TOKEN-IDX > 6
004240     END-IF.
004250 1100-EXIT.
004260     EXIT.
004270
004280 1110-EVAL-TOKEN.
004290     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'FROM='
004300         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-FROM-X
004310     END-IF
004320     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:3) = 'TO='
004330         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(4:8) TO WS-TO-X
004340     END-IF.
004350 1110-EXIT.
004360     EXIT.
004370
004380 1150-CHECK-PERIOD.
004390     IF WS-FROM-X NOT = SPACES
004400         IF WS-FROM-X NOT NUMERIC
004410             DISPLAY 'SNOW-FEED: FROM= MUST BE CCYYMMDD'
004420             SET PARM-ERROR TO TRUE
004430             GO TO 1150-EXIT
004440         END-IF
004450         MOVE WS-FROM-X TO WS-FROM-DATE
004460     END-IF
004470     IF WS-TO-X NOT = SPACES
004480         IF WS-TO-X NOT NUMERIC
004490             DISPLAY 'SNOW-FEED: TO= MUST BE CCYYMMDD'
004500             SET PARM-ERROR TO TRUE
004510             GO TO 1150-EXIT
004520         END-IF
004530         MOVE WS-TO-X TO WS-TO-DATE
004540     END-IF
004550     IF WS-FROM-DATE > WS-TO-DATE
004560         DISPLAY 'SNOW-FEED: FROM= IS AFTER TO='
004570         SET PARM-ERROR TO TRUE
004580     END-IF.
004590 1150-EXIT.
004600     EXIT.
004610
004620*----------------------------------------------------------------
004630* 2000-CHECK-FEED - ONE PASS OVER THE WEATHER FEED.  EVERY
004640* RECORD IS CHECKED, BUT ONLY THOSE STAMPED INSIDE THE PERIOD
004650* ARE LISTED, SO AN EARLIER RECORD STILL SETS THE SEQUENCE.
004660*----------------------------------------------------------------
004670 2000-CHECK-FEED.
004680     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
004690     WRITE REPORT-RECORD FROM RPT-FEED-HEADING
004700     WRITE REPORT-RECORD FROM RPT-EXC-HEADING
004710     OPEN INPUT WEATHER-FEED-FILE
004720     IF NOT WEATHOBS-OK
004730         DISPLAY 'SNOW-FEED: NO WEATHER FEED - NOTHING TO CHECK'
004740         WRITE REPORT-RECORD FROM RPT-NONE-LINE
004750         GO TO 2000-EXIT
004760     END-IF
004770     PERFORM 2100-CHECK-ONE-OBS THRU 2100-EXIT
004780         UNTIL WEATHOBS-EOF
004790     CLOSE WEATHER-FEED-FILE
004800     IF WS-OBS-REPORTED = WS-OBS-CLEAN
004810         WRITE REPORT-RECORD FROM RPT-NONE-LINE
004820     END-IF
004830     PERFORM 2800-CHECK-LAST-OBS THRU 2800-EXIT
004840     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
004850     PERFORM 2900-PRINT-FEED-COUNTS THRU 2900-EXIT.
004860 2000-EXIT.
004870     EXIT.
004880
004890 2100-CHECK-ONE-OBS.
004900     READ WEATHER-FEED-FILE
004910         AT END
004920             MOVE '10' TO WS-WEATHOBS-STATUS
004930             GO TO 2100-EXIT
004940     END-READ
004950     ADD 1 TO WS-OBS-READ
004960     MOVE ZERO TO WS-OBS-EXCEPTIONS
004970     MOVE WS-OBS-READ TO RPT-EXC-RECNO
004980     MOVE WO-OBS-DATE OF WEATHER-FEED-RECORD TO RPT-EXC-DATE
004990     MOVE WO-OBS-HHMM OF WEATHER-FEED-RECORD(1:2) TO WS-EDIT-HH
005000     MOVE WO-OBS-HHMM OF WEATHER-FEED-RECORD(3:2) TO WS-EDIT-MM
005010     MOVE WS-HHMM-EDIT TO RPT-EXC-TIME
005020     PERFORM 2200-CHECK-STAMP THRU 2200-EXIT
005030     IF STAMP-VALID
005040         IF WS-OBS-DATE < WS-FROM-DATE
005050                 OR WS-OBS-DATE > WS-TO-DATE
005060             PERFORM 2300-CHECK-SEQUENCE THRU 2300-EXIT
005070             GO TO 2100-EXIT
005080         END-IF
005090     END-IF
005100     ADD 1 TO WS-OBS-REPORTED
005110     IF NOT STAMP-VALID
005120         ADD 1 TO WS-BAD-STAMP-COUNT
005130         MOVE 'STAMP NOT A DATE AND TIME' TO RPT-EXC-TEXT
005140         MOVE SPACES TO RPT-EXC-DETAIL
005150         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
005160     ELSE
005170         PERFORM 2300-CHECK-SEQUENCE THRU 2300-EXIT
005180     END-IF
005190     PERFORM 2400-CHECK-VALUES THRU 2400-EXIT
005200     IF WS-OBS-EXCEPTIONS = ZERO
005210         ADD 1 TO WS-OBS-CLEAN
005220     END-IF.
005230 2100-EXIT.
005240     EXIT.
005250
005260*----------------------------------------------------------------
005270* 2200-CHECK-STAMP - A NUMERIC DATE THAT SURVIVES THE ROUND
005280* TRIP THROUGH A DAY NUMBER, AND AN HHMM INSIDE THE DAY.
005290*----------------------------------------------------------------
005300 2200-CHECK-STAMP.
005310     MOVE 'N' TO WS-STAMP-SWITCH
005320     IF WO-OBS-DATE OF WEATHER-FEED-RECORD NOT NUMERIC
005330             OR WO-OBS-HHMM OF WEATHER-FEED-RECORD NOT NUMERIC
005340         GO TO 2200-EXIT
005350     END-IF
005360     MOVE WO-OBS-DATE OF WEATHER-FEED-RECORD TO WS-OBS-DATE
005370     MOVE WO-OBS-HHMM OF WEATHER-FEED-RECORD TO WS-OBS-HHMM
005380     MOVE WS-OBS-HHMM TO WS-HHMM-WORK
005390     IF WS-HHMM-HH > 23 OR WS-HHMM-MM > 59
005400         GO TO 2200-EXIT
005410     END-IF
005420     COMPUTE WS-DAY-NUM = FUNCTION INTEGER-OF-DATE(WS-OBS-DATE)
005430     IF WS-DAY-NUM = ZERO
005440         GO TO 2200-EXIT
005450     END-IF
005460     COMPUTE WS-DATE-CHECK = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
005470     IF WS-DATE-CHECK NOT = WS-OBS-DATE
005480         GO TO 2200-EXIT
005490     END-IF
005500     SET STAMP-VALID TO TRUE
005510     PERFORM 8000-OBS-TO-MINUTE THRU 8000-EXIT.
005520 2200-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560* 2300-CHECK-SEQUENCE - AGAINST THE CLOCK AND THE LAST GOOD
005570* OBSERVATION.  A FUTURE OR BACKWARD STAMP IS LISTED AND LEFT
005580* OUT OF THE SEQUENCE, SO ONE BAD RECORD DOES NOT MAKE EVERY
005590* RECORD AFTER IT LOOK WRONG.  ONLY WHEN THE RECORD IS INSIDE
005600* THE PERIOD IS ANYTHING LISTED.
005610*----------------------------------------------------------------
005620 2300-CHECK-SEQUENCE.
005630     IF WS-OBS-STAMP > WS-NOW-STAMP
005640         IF WS-OBS-DATE NOT < WS-FROM-DATE
005650                 AND WS-OBS-DATE NOT > WS-TO-DATE
005660             ADD 1 TO WS-FUTURE-COUNT
005670             MOVE 'STAMPED IN THE FUTURE' TO RPT-EXC-TEXT
005680             MOVE SPACES TO RPT-EXC-DETAIL
005690             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
005700         END-IF
005710         GO TO 2300-EXIT
005720     END-IF
005730     IF PREV-SEEN AND WS-OBS-STAMP NOT > WS-PREV-STAMP
005740         IF WS-OBS-DATE NOT < WS-FROM-DATE
005750                 AND WS-OBS-DATE NOT > WS-TO-DATE
005760             ADD 1 TO WS-SEQUENCE-COUNT
005770             MOVE 'OUT OF SEQUENCE' TO RPT-EXC-TEXT
005780             MOVE SPACES TO RPT-EXC-DETAIL
005790             STRING 'AFTER ' WS-PREV-DATE ' ' WS-PREV-HHMM
005800                 DELIMITED BY SIZE INTO RPT-EXC-DETAIL
005810             END-STRING
005820             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
005830         END-IF
005840         GO TO 2300-EXIT
005850     END-IF
005860     IF PREV-SEEN
005870         COMPUTE WS-GAP-MINUTES = WS-OBS-MINUTE - WS-PREV-MINUTE
005880         IF WS-GAP-MINUTES > WX-STALE-MINUTES
005890                 AND WS-OBS-DATE NOT < WS-FROM-DATE
005900                 AND WS-OBS-DATE NOT > WS-TO-DATE
005910             ADD 1 TO WS-GAP-COUNT
005920             IF WS-GAP-MINUTES > WS-LONGEST-GAP
005930                 MOVE WS-GAP-MINUTES TO WS-LONGEST-GAP
005940             END-IF
005950             MOVE 'GAP LONGER THAN STALE WINDOW' TO RPT-EXC-TEXT
005960             MOVE WS-GAP-MINUTES TO WS-EDIT-MINUTES
005970             MOVE SPACES TO RPT-EXC-DETAIL
005980             STRING WS-EDIT-MINUTES ' MINUTES'
005990                 DELIMITED BY SIZE INTO RPT-EXC-DETAIL
006000             END-STRING
006010             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
006020         END-IF
006030     END-IF
006040     SET PREV-SEEN TO TRUE
006050     MOVE WS-OBS-STAMP TO WS-PREV-STAMP
006060     MOVE WS-OBS-MINUTE TO WS-PREV-MINUTE.
006070 2300-EXIT.
006080     EXIT.
006090
006100*----------------------------------------------------------------
006110* 2400-CHECK-VALUES - THE THREE FIELDS MERRY-COBOL DRIVES THE
006120* SNOWFALL FROM.  EACH IS CHECKED ON ITS OWN SO ONE RECORD CAN
006130* LIST MORE THAN ONE FAULT.
006140*----------------------------------------------------------------
006150 2400-CHECK-VALUES.
006160     MOVE SPACES TO RPT-EXC-DETAIL
006170     IF WO-PRECIP-RATE OF WEATHER-FEED-RECORD NOT NUMERIC
006180         ADD 1 TO WS-BAD-PRECIP-COUNT
006190         MOVE 'PRECIP RATE NOT NUMERIC' TO RPT-EXC-TEXT
006200         MOVE WO-PRECIP-RATE OF WEATHER-FEED-RECORD
006210             TO RPT-EXC-DETAIL
006220         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
006230     ELSE
006240         IF WO-PRECIP-RATE OF WEATHER-FEED-RECORD
006250                 > WX-MAX-PRECIP-RATE
006260             ADD 1 TO WS-BAD-PRECIP-COUNT
006270             MOVE 'PRECIP RATE OVER 20' TO RPT-EXC-TEXT
006280             MOVE WO-PRECIP-RATE OF WEATHER-FEED-RECORD
006290                 TO RPT-EXC-DETAIL
006300             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
006310         END-IF
006320     END-IF
006330     MOVE SPACES TO RPT-EXC-DETAIL
006340     IF WO-WIND-SPEED OF WEATHER-FEED-RECORD NOT NUMERIC
006350         ADD 1 TO WS-BAD-SPEED-COUNT
006360         MOVE 'WIND SPEED NOT NUMERIC' TO RPT-EXC-TEXT
006370         MOVE WO-WIND-SPEED OF WEATHER-FEED-RECORD
006380             TO RPT-EXC-DETAIL
006390         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
006400     ELSE
006410         IF WO-WIND-SPEED OF WEATHER-FEED-RECORD
006420                 > WX-MAX-WIND-SPEED
006430             ADD 1 TO WS-BAD-SPEED-COUNT
006440             MOVE 'WIND SPEED OVER 50' TO RPT-EXC-TEXT
006450             MOVE WO-WIND-SPEED OF WEATHER-FEED-RECORD
006460                 TO RPT-EXC-DETAIL
006470             PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
006480         END-IF
006490     END-IF
006500     MOVE SPACES TO RPT-EXC-DETAIL
006510     IF WO-WIND-DIR OF WEATHER-FEED-RECORD NOT = 'L'
006520             AND WO-WIND-DIR OF WEATHER-FEED-RECORD NOT = 'R'
006530             AND WO-WIND-DIR OF WEATHER-FEED-RECORD NOT = 'C'
006540         ADD 1 TO WS-BAD-DIR-COUNT
006550         MOVE 'WIND DIRECTION NOT L, R OR C' TO RPT-EXC-TEXT
006560         MOVE WO-WIND-DIR OF WEATHER-FEED-RECORD
006570             TO RPT-EXC-DETAIL
006580         PERFORM 2700-WRITE-EXCEPTION THRU 2700-EXIT
006590     END-IF.
006600 2400-EXIT.
006610     EXIT.
006620
006630 2700-WRITE-EXCEPTION.
006640     ADD 1 TO WS-OBS-EXCEPTIONS
006650     WRITE REPORT-RECORD FROM RPT-EXC-LINE.
006660 2700-EXIT.
006670     EXIT.
006680
006690*----------------------------------------------------------------
006700* 2800-CHECK-LAST-OBS - HOW OLD THE NEWEST GOOD OBSERVATION IS
006710* RIGHT NOW.  OLDER THAN THE STALENESS WINDOW MEANS EVERY
006720* CONSOLE UP AT THIS MOMENT IS RUNNING ON THE PROFILE BANDS.
006730*----------------------------------------------------------------
006740 2800-CHECK-LAST-OBS.
006750     IF NOT PREV-SEEN
006760         GO TO 2800-EXIT
006770     END-IF
006780     MOVE WS-PREV-DATE TO RPT-LST-DATE
006790     MOVE WS-PREV-HHMM TO WS-HHMM-WORK
006800     MOVE WS-HHMM-HH TO WS-EDIT-HH
006810     MOVE WS-HHMM-MM TO WS-EDIT-MM
006820     MOVE WS-HHMM-EDIT TO RPT-LST-TIME
006830     COMPUTE WS-GAP-MINUTES = WS-NOW-MINUTE - WS-PREV-MINUTE
006840     MOVE WS-GAP-MINUTES TO RPT-LST-AGE
006850     MOVE SPACES TO RPT-LST-NOTE
006860     IF WS-GAP-MINUTES > WX-STALE-MINUTES
006870         MOVE ' - FEED STALE NOW' TO RPT-LST-NOTE
006880     END-IF
006890     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
006900     WRITE REPORT-RECORD FROM RPT-LAST-OBS-LINE.
006910 2800-EXIT.
006920     EXIT.
006930
006940 2900-PRINT-FEED-COUNTS.
006950     MOVE 'OBSERVATIONS READ' TO RPT-COUNT-TEXT
006960     MOVE WS-OBS-READ TO RPT-COUNT-VALUE
006970     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
006980     MOVE 'OBSERVATIONS IN THE PERIOD' TO RPT-COUNT-TEXT
006990     MOVE WS-OBS-REPORTED TO RPT-COUNT-VALUE
007000     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007010     MOVE 'CLEAN OBSERVATIONS' TO RPT-COUNT-TEXT
007020     MOVE WS-OBS-CLEAN TO RPT-COUNT-VALUE
007030     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007040     MOVE 'STAMPS NOT A DATE AND TIME' TO RPT-COUNT-TEXT
007050     MOVE WS-BAD-STAMP-COUNT TO RPT-COUNT-VALUE
007060     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007070     MOVE 'STAMPS OUT OF SEQUENCE' TO RPT-COUNT-TEXT
007080     MOVE WS-SEQUENCE-COUNT TO RPT-COUNT-VALUE
007090     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007100     MOVE 'STAMPS IN THE FUTURE' TO RPT-COUNT-TEXT
007110     MOVE WS-FUTURE-COUNT TO RPT-COUNT-VALUE
007120     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007130     MOVE 'GAPS LONGER THAN THE STALENESS WINDOW'
007140         TO RPT-COUNT-TEXT
007150     MOVE WS-GAP-COUNT TO RPT-COUNT-VALUE
007160     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007170     MOVE 'LONGEST GAP IN MINUTES' TO RPT-COUNT-TEXT
007180     MOVE WS-LONGEST-GAP TO RPT-COUNT-VALUE
007190     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007200     MOVE 'BAD PRECIPITATION RATES' TO RPT-COUNT-TEXT
007210     MOVE WS-BAD-PRECIP-COUNT TO RPT-COUNT-VALUE
007220     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007230     MOVE 'BAD WIND SPEEDS' TO RPT-COUNT-TEXT
007240     MOVE WS-BAD-SPEED-COUNT TO RPT-COUNT-VALUE
007250     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007260     MOVE 'BAD WIND DIRECTIONS' TO RPT-COUNT-TEXT
007270     MOVE WS-BAD-DIR-COUNT TO RPT-COUNT-VALUE
007280     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007290 2900-EXIT.
007300     EXIT.
007310
007320*----------------------------------------------------------------
007330* 3000-FOLLOW-LOG - START, WXSRC AND STOP EVENTS DRIVE EACH
007340* CONSOLE'S SOURCE; THE TIME BETWEEN TWO OF ITS EVENTS GOES TO
007350* THE SOURCE IN EFFECT OVER IT.
007360*----------------------------------------------------------------
007370 3000-FOLLOW-LOG.
007380     OPEN INPUT SNOWFALL-LOG-FILE
007390     IF NOT SNOWLOG-OK
007400         DISPLAY 'SNOW-FEED: NO SNOWFALL LOG - NO SOURCE MINUTES'
007410         GO TO 3000-EXIT
007420     END-IF
007430     PERFORM 3100-FOLLOW-ONE-EVENT THRU 3100-EXIT
007440         UNTIL SNOWLOG-EOF
007450     CLOSE SNOWFALL-LOG-FILE.
007460 3000-EXIT.
007470     EXIT.
007480
007490 3100-FOLLOW-ONE-EVENT.
007500     READ SNOWFALL-LOG-FILE
007510         AT END
007520             MOVE '10' TO WS-SNOWLOG-STATUS
007530             GO TO 3100-EXIT
007540     END-READ
007550     ADD 1 TO WS-LOG-RECORDS-READ
007560     IF LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD NOT = 'START'
007570             AND LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
007580                 NOT = 'STOP '
007590             AND LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
007600                 NOT = 'WXSRC'
007610         GO TO 3100-EXIT
007620     END-IF
007630     MOVE LOG-JOB-ID OF SNOWFALL-LOG-RECORD TO WS-LOOKUP-ID
007640     PERFORM 2500-FIND-CONSOLE THRU 2500-EXIT
007650     IF WS-CON-SLOT = ZERO
007660         GO TO 3100-EXIT
007670     END-IF
007680     MOVE LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD TO WS-EVENT-DATE
007690     MOVE LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD TO WS-EVENT-TIME
007700     PERFORM 8100-EVENT-TO-MINUTE THRU 8100-EXIT
007710     EVALUATE LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
007720         WHEN 'START'
007730             PERFORM 3110-PROCESS-START THRU 3110-EXIT
007740         WHEN 'WXSRC'
007750             PERFORM 3120-PROCESS-WXSRC THRU 3120-EXIT
007760         WHEN 'STOP '
007770             PERFORM 3130-PROCESS-STOP THRU 3130-EXIT
007780     END-EVALUATE.
007790 3100-EXIT.
007800     EXIT.
007810
007820 3110-PROCESS-START.
007830     IF WS-CON-UP(WS-CON-SLOT)
007840         ADD 1 TO WS-ORPHAN-COUNT
007850     END-IF
007860     SET WS-CON-UP(WS-CON-SLOT) TO TRUE
007870     MOVE 'PROFILE' TO WS-CON-SOURCE(WS-CON-SLOT)
007880     MOVE WS-EVENT-MINUTE TO WS-CON-SINCE-MINUTE(WS-CON-SLOT)
007890     MOVE WS-EVENT-DATE TO WS-CON-SINCE-DATE(WS-CON-SLOT).
007900 3110-EXIT.
007910     EXIT.
007920
007930 3120-PROCESS-WXSRC.
007940     IF NOT WS-CON-UP(WS-CON-SLOT)
007950         ADD 1 TO WS-STRAY-EVENT-COUNT
007960         GO TO 3120-EXIT
007970     END-IF
007980     PERFORM 3200-CREDIT-SINCE THRU 3200-EXIT
007990     MOVE LOG-STOP-REASON OF SNOWFALL-LOG-RECORD(1:7)
008000         TO WS-CON-SOURCE(WS-CON-SLOT).
008010 3120-EXIT.
008020     EXIT.
008030
008040 3130-PROCESS-STOP.
008050     IF NOT WS-CON-UP(WS-CON-SLOT)
008060         ADD 1 TO WS-STRAY-EVENT-COUNT
008070         GO TO 3130-EXIT
008080     END-IF
008090     PERFORM 3200-CREDIT-SINCE THRU 3200-EXIT
008100     MOVE 'N' TO WS-CON-UP-SW(WS-CON-SLOT).
008110 3130-EXIT.
008120     EXIT.
008130
008140*----------------------------------------------------------------
008150* 3200-CREDIT-SINCE - THE CONSOLE'S TIME FROM ITS LAST EVENT TO
008160* WS-EVENT-MINUTE GOES TO ITS CURRENT SOURCE, CUT AT EACH
008170* MIDNIGHT ONTO THE RIGHT DAY'S ROW.
008180*----------------------------------------------------------------
008190 3200-CREDIT-SINCE.
008200     MOVE WS-CON-SINCE-MINUTE(WS-CON-SLOT) TO WS-SPAN-START
008210     MOVE WS-EVENT-MINUTE TO WS-SPAN-END
008220     MOVE WS-CON-SOURCE(WS-CON-SLOT) TO WS-SPAN-SOURCE
008230     PERFORM 3210-CREDIT-ONE-PIECE THRU 3210-EXIT
008240         UNTIL WS-SPAN-START NOT < WS-SPAN-END
008250     MOVE WS-EVENT-MINUTE TO WS-CON-SINCE-MINUTE(WS-CON-SLOT)
008260     MOVE WS-EVENT-DATE TO WS-CON-SINCE-DATE(WS-CON-SLOT).
008270 3200-EXIT.
008280     EXIT.
008290
008300 3210-CREDIT-ONE-PIECE.
008310     COMPUTE WS-DAY-NUM = WS-SPAN-START / 1440
008320     COMPUTE WS-PIECE-END = (WS-DAY-NUM + 1) * 1440
008330     IF WS-PIECE-END > WS-SPAN-END
008340         MOVE WS-SPAN-END TO WS-PIECE-END
008350     END-IF
008360     COMPUTE WS-PIECE-MINUTES = WS-PIECE-END - WS-SPAN-START
008370     MOVE WS-PIECE-END TO WS-SPAN-START
008380     COMPUTE WS-LOOKUP-DATE = FUNCTION DATE-OF-INTEGER(WS-DAY-NUM)
008390     IF WS-LOOKUP-DATE < WS-FROM-DATE
008400             OR WS-LOOKUP-DATE > WS-TO-DATE
008410         GO TO 3210-EXIT
008420     END-IF
008430     PERFORM 2600-FIND-CON-DAY THRU 2600-EXIT
008440     IF WS-SLOT = ZERO
008450         GO TO 3210-EXIT
008460     END-IF
008470     IF SPAN-LIVE
008480         ADD WS-PIECE-MINUTES TO WS-CDY-LIVE-MIN(WS-SLOT)
008490     ELSE
008500         ADD WS-PIECE-MINUTES TO WS-CDY-PROFILE-MIN(WS-SLOT)
008510     END-IF.
008520 3210-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------------
008560* 3500-SWEEP-UP-CONSOLES - A CONSOLE STILL UP AT THE END OF THE
008570* LOG IS CREDITED TO NOW IF ITS LAST EVENT WAS TODAY; AN OLDER
008580* ONE NEVER STOPPED CLEANLY AND IS COUNTED, NOT CREDITED.
008590*----------------------------------------------------------------
008600 3500-SWEEP-UP-CONSOLES.
008610     MOVE WS-TODAY-CCYYMMDD TO WS-EVENT-DATE
008620     MOVE WS-NOW-TIME TO WS-EVENT-TIME
008630     PERFORM 8100-EVENT-TO-MINUTE THRU 8100-EXIT
008640     PERFORM 3510-SWEEP-ONE-CONSOLE THRU 3510-EXIT
008650         VARYING WS-CON-SLOT FROM 1 BY 1
008660         UNTIL WS-CON-SLOT > WS-CONSOLE-COUNT.
008670 3500-EXIT.
008680     EXIT.
008690
008700 3510-SWEEP-ONE-CONSOLE.
008710     IF NOT WS-CON-UP(WS-CON-SLOT)
008720         GO TO 3510-EXIT
008730     END-IF
008740     IF WS-CON-SINCE-DATE(WS-CON-SLOT) NOT = WS-TODAY-CCYYMMDD
008750         ADD 1 TO WS-ORPHAN-COUNT
008760         GO TO 3510-EXIT
008770     END-IF
008780     IF WS-CON-SINCE-MINUTE(WS-CON-SLOT) < WS-EVENT-MINUTE
008790         PERFORM 3200-CREDIT-SINCE THRU 3200-EXIT
008800     END-IF.
008810 3510-EXIT.
008820     EXIT.
008830
008840*----------------------------------------------------------------
008850* 3700-COUNT-STATS - EACH ACTIVITY STATISTICS RECORD COUNTS
008860* AGAINST THE SOURCE IT WAS WRITTEN UNDER, ON ITS CONSOLE'S ROW
008870* FOR THE DAY IT WAS STAMPED.
008880*----------------------------------------------------------------
008890 3700-COUNT-STATS.
008900     OPEN INPUT ACTIVITY-STAT-FILE
008910     IF NOT SNOWSTAT-OK
008920         DISPLAY 'SNOW-FEED: NO STATISTICS FILE - LOG MINUTES '
008930             'ONLY'
008940         GO TO 3700-EXIT
008950     END-IF
008960     PERFORM 3710-COUNT-ONE-STAT THRU 3710-EXIT
008970         UNTIL SNOWSTAT-EOF
008980     CLOSE ACTIVITY-STAT-FILE.
008990 3700-EXIT.
009000     EXIT.
009010
009020 3710-COUNT-ONE-STAT.
009030     READ ACTIVITY-STAT-FILE
009040         AT END
009050             MOVE '10' TO WS-SNOWSTAT-STATUS
009060             GO TO 3710-EXIT
009070     END-READ
009080     ADD 1 TO WS-STAT-RECORDS-READ
009090     MOVE ST-STAMP-DATE OF ACTIVITY-STAT-RECORD
009100         TO WS-LOOKUP-DATE
009110     IF WS-LOOKUP-DATE < WS-FROM-DATE
009120             OR WS-LOOKUP-DATE > WS-TO-DATE
009130         GO TO 3710-EXIT
009140     END-IF
009150     MOVE ST-JOB-ID OF ACTIVITY-STAT-RECORD TO WS-LOOKUP-ID
009160     PERFORM 2500-FIND-CONSOLE THRU 2500-EXIT
009170     IF WS-CON-SLOT = ZERO
009180         GO TO 3710-EXIT
009190     END-IF
009200     PERFORM 2600-FIND-CON-DAY THRU 2600-EXIT
009210     IF WS-SLOT = ZERO
009220         GO TO 3710-EXIT
009230     END-IF
009240     IF ST-WX-SOURCE OF ACTIVITY-STAT-RECORD = 'LIVE   '
009250         ADD 1 TO WS-CDY-STAT-LIVE(WS-SLOT)
009260     ELSE
009270         ADD 1 TO WS-CDY-STAT-PROFILE(WS-SLOT)
009280     END-IF.
009290 3710-EXIT.
009300     EXIT.
009310
009320*----------------------------------------------------------------
009330* 2500-FIND-CONSOLE - FIND OR CREATE THE STATE ROW FOR
009340* WS-LOOKUP-ID.  SLOT ZERO MEANS THE TABLE IS FULL - COUNTED
009350* AND REPORTED, NEVER SILENTLY DROPPED.
009360*----------------------------------------------------------------
009370 2500-FIND-CONSOLE.
009380     MOVE ZERO TO WS-CON-SLOT
009390     PERFORM 2510-TEST-CONSOLE THRU 2510-EXIT
009400         VARYING WS-IDX FROM 1 BY 1
009410         UNTIL WS-IDX > WS-CONSOLE-COUNT
009420             OR WS-CON-SLOT > ZERO
009430     IF WS-CON-SLOT > ZERO
009440         GO TO 2500-EXIT
009450     END-IF
009460     IF WS-CONSOLE-COUNT >= MAX-CONSOLES
009470         ADD 1 TO WS-CONSOLE-SKIP-COUNT
009480         GO TO 2500-EXIT
009490     END-IF
009500     ADD 1 TO WS-CONSOLE-COUNT
009510     MOVE WS-CONSOLE-COUNT TO WS-CON-SLOT
009520     MOVE WS-LOOKUP-ID TO WS-CON-JOB-ID(WS-CON-SLOT)
009530     MOVE 'N' TO WS-CON-UP-SW(WS-CON-SLOT)
009540     MOVE 'PROFILE' TO WS-CON-SOURCE(WS-CON-SLOT)
009550     MOVE ZERO TO WS-CON-SINCE-MINUTE(WS-CON-SLOT)
009560     MOVE ZERO TO WS-CON-SINCE-DATE(WS-CON-SLOT).
009570 2500-EXIT.
009580     EXIT.
009590
009600 2510-TEST-CONSOLE.
009610     IF WS-CON-JOB-ID(WS-IDX) = WS-LOOKUP-ID
009620         MOVE WS-IDX TO WS-CON-SLOT
009630     END-IF.
009640 2510-EXIT.
009650     EXIT.
009660
009670*----------------------------------------------------------------
009680* 2600-FIND-CON-DAY - FIND OR CREATE THE ROW FOR WS-LOOKUP-ID
009690* ON WS-LOOKUP-DATE.  SLOT ZERO MEANS THE TABLE IS FULL.
009700*----------------------------------------------------------------
009710 2600-FIND-CON-DAY.
009720     MOVE ZERO TO WS-SLOT
009730     PERFORM 2610-TEST-CON-DAY THRU 2610-EXIT
009740         VARYING WS-IDX FROM 1 BY 1
009750         UNTIL WS-IDX > WS-CON-DAY-COUNT
009760             OR WS-SLOT > ZERO
009770     IF WS-SLOT > ZERO
009780         GO TO 2600-EXIT
009790     END-IF
009800     IF WS-CON-DAY-COUNT >= MAX-CON-DAYS
009810         ADD 1 TO WS-CON-DAY-SKIP-COUNT
009820         GO TO 2600-EXIT
009830     END-IF
009840     ADD 1 TO WS-CON-DAY-COUNT
009850     MOVE WS-CON-DAY-COUNT TO WS-SLOT
009860     MOVE WS-LOOKUP-ID TO WS-CDY-JOB-ID(WS-SLOT)
009870     MOVE WS-LOOKUP-DATE TO WS-CDY-DATE(WS-SLOT)
009880     MOVE ZERO TO WS-CDY-LIVE-MIN(WS-SLOT)
009890     MOVE ZERO TO WS-CDY-PROFILE-MIN(WS-SLOT)
009900     MOVE ZERO TO WS-CDY-STAT-LIVE(WS-SLOT)
009910     MOVE ZERO TO WS-CDY-STAT-PROFILE(WS-SLOT)
009920     MOVE 'N' TO WS-CDY-PRINTED-SW(WS-SLOT).
009930 2600-EXIT.
009940     EXIT.
009950
009960 2610-TEST-CON-DAY.
009970     IF WS-CDY-JOB-ID(WS-IDX) = WS-LOOKUP-ID
009980             AND WS-CDY-DATE(WS-IDX) = WS-LOOKUP-DATE
009990         MOVE WS-IDX TO WS-SLOT
010000     END-IF.
010010 2610-EXIT.
010020     EXIT.
010030
010040*----------------------------------------------------------------
010050* 4000-PRINT-SOURCES - EACH CONSOLE'S DAYS IN DATE ORDER, THE
010060* FLEET TOTAL, THE LOG COUNTS AND ANY TABLE LIMIT HIT.
010070*----------------------------------------------------------------
010080 4000-PRINT-SOURCES.
010090     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010100     WRITE REPORT-RECORD FROM RPT-SOURCE-HEADING
010110     WRITE REPORT-RECORD FROM RPT-SOURCE-COLUMNS
010120     PERFORM 4100-PRINT-ONE-CONSOLE THRU 4100-EXIT
010130         VARYING WS-CON-SLOT FROM 1 BY 1
010140         UNTIL WS-CON-SLOT > WS-CONSOLE-COUNT
010150     IF WS-CON-DAY-COUNT = ZERO
010160         WRITE REPORT-RECORD FROM RPT-NONE-LINE
010170     END-IF
010180     MOVE 'FLEET' TO RPT-SRC-CONSOLE
010190     MOVE 'TOTAL' TO RPT-SRC-DATE
010200     MOVE WS-TOT-LIVE-MIN TO RPT-SRC-LIVE-MIN
010210     MOVE WS-TOT-PROFILE-MIN TO RPT-SRC-PROFILE-MIN
010220     MOVE WS-TOT-LIVE-MIN TO WS-PCT-PART
010230     COMPUTE WS-PCT-BASE = WS-TOT-LIVE-MIN + WS-TOT-PROFILE-MIN
010240     PERFORM 8200-COMPUTE-LIVE-PCT THRU 8200-EXIT
010250     MOVE WS-LIVE-PCT TO RPT-SRC-PCT
010260     MOVE WS-TOT-STAT-LIVE TO RPT-SRC-STAT-LIVE
010270     MOVE WS-TOT-STAT-PROFILE TO RPT-SRC-STAT-PROFILE
010280     MOVE SPACES TO RPT-SRC-NOTE
010290     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010300     WRITE REPORT-RECORD FROM RPT-SOURCE-LINE
010310     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010320     MOVE 'LOG RECORDS READ' TO RPT-COUNT-TEXT
010330     MOVE WS-LOG-RECORDS-READ TO RPT-COUNT-VALUE
010340     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
010350     MOVE 'STATISTICS RECORDS READ' TO RPT-COUNT-TEXT
010360     MOVE WS-STAT-RECORDS-READ TO RPT-COUNT-VALUE
010370     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
010380     MOVE 'RUNS NEVER STOPPED, NOT CREDITED' TO RPT-COUNT-TEXT
010390     MOVE WS-ORPHAN-COUNT TO RPT-COUNT-VALUE
010400     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
010410     MOVE 'WXSRC/STOP EVENTS WITH NO START' TO RPT-COUNT-TEXT
010420     MOVE WS-STRAY-EVENT-COUNT TO RPT-COUNT-VALUE
010430     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
010440     IF WS-CONSOLE-SKIP-COUNT > ZERO
010450         MOVE WS-CONSOLE-SKIP-COUNT TO RPT-SKIP-COUNT
010460         MOVE 'RECORD(S) SKIPPED - CONSOLE TABLE LIMIT'
010470             TO RPT-SKIP-TEXT
010480         WRITE REPORT-RECORD FROM RPT-SKIP-LINE
010490     END-IF
010500     IF WS-CON-DAY-SKIP-COUNT > ZERO
010510         MOVE WS-CON-DAY-SKIP-COUNT TO RPT-SKIP-COUNT
010520         MOVE 'RECORD(S) SKIPPED - CONSOLE-DAY TABLE LIMIT'
010530             TO RPT-SKIP-TEXT
010540         WRITE REPORT-RECORD FROM RPT-SKIP-LINE
010550     END-IF.
010560 4000-EXIT.
010570     EXIT.
010580
010590 4100-PRINT-ONE-CONSOLE.
010600     MOVE 1 TO WS-PICK-SLOT
010610     PERFORM 4200-PRINT-CON-DAY THRU 4200-EXIT
010620         UNTIL WS-PICK-SLOT = ZERO.
010630 4100-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------
010670* 4200-PRINT-CON-DAY - PICK THE CONSOLE'S EARLIEST UNPRINTED
010680* DAY AND PRINT IT.  A DAY THE LOG SAYS NEVER RAN LIVE BUT THE
010690* STATISTICS SAY DID, OR THE OTHER WAY ROUND, IS NOTED.
010700*----------------------------------------------------------------
010710 4200-PRINT-CON-DAY.
010720     PERFORM 4500-PICK-NEXT-DAY THRU 4500-EXIT
010730     IF WS-PICK-SLOT = ZERO
010740         GO TO 4200-EXIT
010750     END-IF
010760     MOVE 'Y' TO WS-CDY-PRINTED-SW(WS-PICK-SLOT)
010770     MOVE WS-CDY-JOB-ID(WS-PICK-SLOT) TO RPT-SRC-CONSOLE
010780     MOVE WS-CDY-DATE(WS-PICK-SLOT) TO RPT-SRC-DATE
010790     MOVE WS-CDY-LIVE-MIN(WS-PICK-SLOT) TO RPT-SRC-LIVE-MIN
010800     MOVE WS-CDY-PROFILE-MIN(WS-PICK-SLOT)
010810         TO RPT-SRC-PROFILE-MIN
010820     MOVE WS-CDY-STAT-LIVE(WS-PICK-SLOT) TO RPT-SRC-STAT-LIVE
010830     MOVE WS-CDY-STAT-PROFILE(WS-PICK-SLOT)
010840         TO RPT-SRC-STAT-PROFILE
010850     ADD WS-CDY-LIVE-MIN(WS-PICK-SLOT) TO WS-TOT-LIVE-MIN
010860     ADD WS-CDY-PROFILE-MIN(WS-PICK-SLOT) TO WS-TOT-PROFILE-MIN
010870     ADD WS-CDY-STAT-LIVE(WS-PICK-SLOT) TO WS-TOT-STAT-LIVE
010880     ADD WS-CDY-STAT-PROFILE(WS-PICK-SLOT)
010890         TO WS-TOT-STAT-PROFILE
010900     MOVE WS-CDY-LIVE-MIN(WS-PICK-SLOT) TO WS-PCT-PART
010910     COMPUTE WS-PCT-BASE = WS-CDY-LIVE-MIN(WS-PICK-SLOT)
010920         + WS-CDY-PROFILE-MIN(WS-PICK-SLOT)
010930     PERFORM 8200-COMPUTE-LIVE-PCT THRU 8200-EXIT
010940     MOVE WS-LIVE-PCT TO RPT-SRC-PCT
010950     MOVE SPACES TO RPT-SRC-NOTE
010960     IF WS-PCT-BASE = ZERO
010970         MOVE 'NO LOG RUN' TO RPT-SRC-NOTE
010980     ELSE
010990         IF (WS-CDY-LIVE-MIN(WS-PICK-SLOT) = ZERO
011000                 AND WS-CDY-STAT-LIVE(WS-PICK-SLOT) > ZERO)
011010             OR (WS-CDY-PROFILE-MIN(WS-PICK-SLOT) = ZERO
011020                 AND WS-CDY-STAT-PROFILE(WS-PICK-SLOT) > ZERO)
011030             MOVE 'STAT DIFFERS' TO RPT-SRC-NOTE
011040         END-IF
011050         IF WS-CDY-STAT-LIVE(WS-PICK-SLOT) = ZERO
011060                 AND WS-CDY-STAT-PROFILE(WS-PICK-SLOT) = ZERO
011070             MOVE 'NO STAT RECS' TO RPT-SRC-NOTE
011080         END-IF
011090     END-IF
011100     WRITE REPORT-RECORD FROM RPT-SOURCE-LINE.
011110 4200-EXIT.
011120     EXIT.
011130
011140*----------------------------------------------------------------
011150* 4500-PICK-NEXT-DAY - THE EARLIEST UNPRINTED ROW FOR THE
011160* CONSOLE IN WS-CON-SLOT.  SLOT ZERO MEANS IT IS DONE.
011170*----------------------------------------------------------------
011180 4500-PICK-NEXT-DAY.
011190     MOVE ZERO TO WS-PICK-SLOT
011200     MOVE 99999999 TO WS-PICK-KEY
011210     PERFORM 4510-TEST-PICK-DAY THRU 4510-EXIT
011220         VARYING WS-SLOT FROM 1 BY 1
011230         UNTIL WS-SLOT > WS-CON-DAY-COUNT.
011240 4500-EXIT.
011250     EXIT.
011260
011270 4510-TEST-PICK-DAY.
011280     IF NOT WS-CDY-PRINTED(WS-SLOT)
011290             AND WS-CDY-JOB-ID(WS-SLOT)
011300                 = WS-CON-JOB-ID(WS-CON-SLOT)
011310             AND WS-CDY-DATE(WS-SLOT) NOT > WS-PICK-KEY
011320         MOVE WS-CDY-DATE(WS-SLOT) TO WS-PICK-KEY
011330         MOVE WS-SLOT TO WS-PICK-SLOT
011340     END-IF.
011350 4510-EXIT.
011360     EXIT.
011370
011380*----------------------------------------------------------------
011390* 5000-TERMINATE - CLOSE THE REPORT AND ECHO THE COUNTS.  RC 8
011400* IF ANY TABLE LIMIT TRUNCATED THE SOURCE SECTION.
011410*----------------------------------------------------------------
011420 5000-TERMINATE.
011430     CLOSE REPORT-FILE
011440     DISPLAY 'SNOW-FEED: ' WS-OBS-READ ' OBSERVATION(S), '
011450         WS-GAP-COUNT ' GAP(S), '
011460         WS-SEQUENCE-COUNT ' OUT OF SEQUENCE, '
011470         WS-FUTURE-COUNT ' FUTURE'
011480     IF WS-CONSOLE-SKIP-COUNT > ZERO
011490             OR WS-CON-DAY-SKIP-COUNT > ZERO
011500         DISPLAY 'SNOW-FEED: *** TABLE LIMIT REACHED - '
011510             'REPORT IS INCOMPLETE ***'
011520         MOVE 8 TO RETURN-CODE
011530     END-IF.
011540 5000-EXIT.
011550     EXIT.
011560
011570*----------------------------------------------------------------
011580* 8000-OBS-TO-MINUTE - WS-OBS-STAMP AS A MINUTE NUMBER.
011590*----------------------------------------------------------------
011600 8000-OBS-TO-MINUTE.
011610     MOVE WS-OBS-HHMM TO WS-HHMM-WORK
011620     COMPUTE WS-OBS-MINUTE =
011630         FUNCTION INTEGER-OF-DATE(WS-OBS-DATE) * 1440
011640             + WS-HHMM-HH * 60 + WS-HHMM-MM.
011650 8000-EXIT.
011660     EXIT.
011670
011680*----------------------------------------------------------------
011690* 8100-EVENT-TO-MINUTE - WS-EVENT-STAMP AS A MINUTE NUMBER.
011700*----------------------------------------------------------------
011710 8100-EVENT-TO-MINUTE.
011720     MOVE WS-EVENT-TIME TO WS-TIME-SPLIT
011730     COMPUTE WS-EVENT-MINUTE =
011740         FUNCTION INTEGER-OF-DATE(WS-EVENT-DATE) * 1440
011750             + WS-TIME-HH * 60 + WS-TIME-MM.
011760 8100-EXIT.
011770     EXIT.
011780
011790 8200-COMPUTE-LIVE-PCT.
011800     IF WS-PCT-BASE = ZERO
011810         MOVE ZERO TO WS-LIVE-PCT
011820     ELSE
011830         COMPUTE WS-LIVE-PCT ROUNDED =
011840             WS-PCT-PART * 100 / WS-PCT-BASE
011850     END-IF.
011860 8200-EXIT.
011870     EXIT.
011880
011890 END PROGRAM SNOW-FEED.
