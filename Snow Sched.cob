000470*                     JOB'S PARM NOW ALSO CARRIES SHIFTEND=,
000480*                     SO RE-QUEUED CONSOLES STOP THEMSELVES
000490*                     AT SHIFT END LIKE THE SCHEDULED ONES.
000500*   10/15/2026 DH    EVERY SUBMISSION IS NOW RECORDED ON A
000510*                     RUN-STATE FILE (DD SNOWSRUN, COPYBOOK
000520*                     SCHDRUN) - DATE, JOB TYPE, TIME QUEUED AND
000530*                     CARD SETS.  A SCHEDULER RESUBMITTED AFTER A
000540*                     CANCEL OR AN IPL READS IT BACK, SKIPS WHAT
000550*                     TODAY ALREADY HAS AND CATCHES UP WHAT IT
000560*                     MISSED: A VERIFY WHOSE MOMENT PASSED GOES IN
000570*                     AT ONCE WITH THE ORIGINAL SINCE=, AND A
000580*                     WEEKLY RETAIN NEVER QUEUED GOES IN AFTER
000590*                     TODAY'S SHIFT END (AT ONCE ON A DARK DAY).
000600*                     MODE=LEDGER PRINTS THE SUBMISSION LEDGER
000610*                     (DD SNOWSRPT) FOR THE MORNING CHECK.
000620*--------------------------------------------------------------
000630 ENVIRONMENT DIVISION.
000640 CONFIGURATION SECTION.
000650 SPECIAL-NAMES.
000660     CRT STATUS IS WS-CRT-STATUS.
000670 INPUT-OUTPUT SECTION.
000680 FILE-CONTROL.
000690     SELECT SHIFT-SCHEDULE-FILE ASSIGN TO SHIFTSCH
000700         ORGANIZATION IS LINE SEQUENTIAL
000710         FILE STATUS IS WS-SHIFTSCH-STATUS.
000720     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000730         ORGANIZATION IS LINE SEQUENTIAL
000740         FILE STATUS IS WS-ROSTER-STATUS.
000750     SELECT SUBMIT-CARD-FILE ASSIGN TO INTRDR
000760         ORGANIZATION IS LINE SEQUENTIAL
000770         FILE STATUS IS WS-INTRDR-STATUS.
000780     SELECT RUN-STATE-FILE ASSIGN TO SNOWSRUN
000790         ORGANIZATION IS LINE SEQUENTIAL
000800         FILE STATUS IS WS-RUNSTATE-STATUS.
000810     SELECT REPORT-FILE ASSIGN TO SNOWSRPT
000820         ORGANIZATION IS LINE SEQUENTIAL
000830         FILE STATUS IS WS-REPORT-STATUS.
000840
000850 DATA DIVISION.
000860 FILE SECTION.
000870 FD  SHIFT-SCHEDULE-FILE.
000880 01  SHIFT-SCHEDULE-RECORD.
000890     COPY SHIFTSCH.
000900
000910 FD  TERMINAL-ROSTER-FILE.
000920 01  TERMINAL-ROSTER-RECORD.
000930     COPY TERMROST.
000940
000950 FD  SUBMIT-CARD-FILE.
000960 01  SUBMIT-CARD-RECORD               PIC X(80).
000970
000980 FD  RUN-STATE-FILE.
000990 01  RUN-STATE-RECORD.
001000     COPY SCHDRUN.
001010
001020 FD  REPORT-FILE.
001030 01  REPORT-RECORD                    PIC X(80).
001040
001050 WORKING-STORAGE SECTION.
001060*--------------------------------------------------------------
001070* FILE STATUS AREAS.  '35' ON THE RUN-STATE FILE MEANS NOTHING
001080* HAS BEEN QUEUED YET; THE APPEND FALLS BACK TO OPEN OUTPUT THE
001090* WAY EVERY LOG WRITER DOES.
001100*--------------------------------------------------------------
001110 77  WS-SHIFTSCH-STATUS            PIC X(2) VALUE '00'.
001120     88  SHIFTSCH-OK               VALUE '00'.
001130     88  SHIFTSCH-EOF              VALUE '10'.
001140
001150 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
001160     88  ROSTER-OK                 VALUE '00'.
001170     88  ROSTER-EOF                VALUE '10'.
001180
001190 77  WS-INTRDR-STATUS              PIC X(2) VALUE '00'.
001200     88  INTRDR-OK                 VALUE '00'.
001210
001220 77  WS-RUNSTATE-STATUS            PIC X(2) VALUE '00'.
001230     88  RUNSTATE-OK               VALUE '00'.
001240     88  RUNSTATE-EOF              VALUE '10'.
001250     88  RUNSTATE-NOT-FOUND        VALUE '35'.
001260
001270 77  WS-REPORT-STATUS              PIC X(2) VALUE '00'.
001280     88  REPORT-OK                 VALUE '00'.
001290
001300*--------------------------------------------------------------
001310* WEEKDAY SCHEDULE AND HOLIDAY OVERRIDES, LOADED AT STARTUP.
001320* THE WEEKDAY TABLE IS SUBSCRIPTED STRAIGHT BY DAY OF WEEK
001330* (1=MONDAY); A DAY WITH NO ROW ON THE FILE STAYS DARK.
001340*--------------------------------------------------------------
001350 78  MAX-OVERRIDES VALUE 20.
001360
001370 01  WS-WEEKDAY-TABLE.
001380     05  WS-WEEKDAY-ENTRY OCCURS 7 TIMES.
001390         10  WS-WDY-LOADED-SW     PIC X.
001400             88  WS-WDY-LOADED    VALUE 'Y'.
001410         10  WS-WDY-SHIFT-START   PIC 9(4).
001420         10  WS-WDY-SHIFT-END     PIC 9(4).
001430         10  WS-WDY-VERIFY-DELAY  PIC 9(3).
001440         10  WS-WDY-RETAIN-SW     PIC X.
001450
001460 77  WS-OVERRIDE-COUNT             PIC 9(3) COMP VALUE ZERO.
001470 01  WS-OVERRIDE-TABLE.
001480     05  WS-OVERRIDE-ENTRY OCCURS MAX-OVERRIDES TIMES.
001490         10  WS-OVR-DATE          PIC 9(8).
001500         10  WS-OVR-SHIFT-START   PIC 9(4).
001510         10  WS-OVR-SHIFT-END     PIC 9(4).
001520         10  WS-OVR-VERIFY-DELAY  PIC 9(3).
001530         10  WS-OVR-RETAIN-SW     PIC X.
001540
001550*--------------------------------------------------------------
001560* THE DAY IN HAND.  RESOLVED FRESH AT EVERY DATE CHANGE - THE
001570* OVERRIDE FOR TODAY'S DATE BEATS THE WEEKDAY ROW - AND THE
001580* DONE SWITCHES KEEP EACH DAY'S WORK FROM QUEUEING TWICE.
001590*--------------------------------------------------------------
001600 77  WS-DAY-ACTIVE-SWITCH          PIC X VALUE 'N'.
001610     88  DAY-HAS-SHIFT             VALUE 'Y'.
001620 77  WS-DAY-SHIFT-START            PIC 9(4) VALUE ZERO.
001630 77  WS-DAY-SHIFT-END              PIC 9(4) VALUE ZERO.
001640 77  WS-DAY-VERIFY-DELAY           PIC 9(3) VALUE ZERO.
001650 77  WS-DAY-RETAIN-SWITCH          PIC X VALUE 'N'.
001660     88  DAY-HAS-RETAIN            VALUE 'Y'.
001670
001680 77  WS-BROADCAST-DONE-SWITCH      PIC X VALUE 'N'.
001690     88  BROADCAST-DONE            VALUE 'Y'.
001700 77  WS-VERIFY-DONE-SWITCH         PIC X VALUE 'N'.
001710     88  VERIFY-DONE               VALUE 'Y'.
001720 77  WS-RETAIN-DONE-SWITCH         PIC X VALUE 'N'.
001730     88  RETAIN-DONE               VALUE 'Y'.
001740
001750 77  WS-BROADCAST-HHMM             PIC 9(4) VALUE ZERO.
001760 77  WS-VERIFY-HHMM                PIC 9(4) VALUE ZERO.
001770
001780*--------------------------------------------------------------
001790* RESTART STATE.  THE RUN-STATE FILE'S FIRST DATE SAYS HOW LONG
001800* THE SCHEDULER HAS BEEN IN SERVICE AND ITS LAST RETAIN SAYS
001810* WHETHER THE WEEKLY RETAIN WAS MISSED WHILE IT WAS DOWN.  A
001820* SUBMISSION WHOSE MOMENT HAD PASSED BEFORE THIS RUN STARTED IS
001830* RECORDED AS A CATCH-UP.
001840*--------------------------------------------------------------
001850 77  WS-RUN-START-DATE             PIC 9(8) VALUE ZERO.
001860 77  WS-RUN-START-HHMM             PIC 9(4) VALUE ZERO.
001870 77  WS-STATE-FIRST-DATE           PIC 9(8) VALUE ZERO.
001880 77  WS-LAST-RETAIN-DATE           PIC 9(8) VALUE ZERO.
001890 77  WS-RETAIN-DUE-DATE            PIC 9(8) VALUE ZERO.
001900 77  WS-RETAIN-OWED-SWITCH         PIC X VALUE 'N'.
001910     88  RETAIN-OWED               VALUE 'Y'.
001920 77  WS-SCAN-BACK                  PIC 9(1) COMP.
001930
001940 77  WS-SUBMIT-TYPE                PIC X(8).
001950 77  WS-SUBMIT-CARD-SETS           PIC 9(5) COMP VALUE ZERO.
001960 77  WS-SUBMIT-SINCE               PIC 9(4) VALUE ZERO.
001970 77  WS-SUBMIT-DUE-HHMM            PIC 9(4) VALUE ZERO.
001980 77  WS-CATCH-UP-SWITCH            PIC X VALUE 'N'.
001990     88  CATCH-UP-SUBMISSION       VALUE 'Y'.
002000
002010*--------------------------------------------------------------
002020* CLOCK AND CALENDAR WORK AREAS.  THE DAY OF WEEK COMES FROM
002030* THE INTEGER-OF-DATE DAY NUMBER - DAY 1 OF THE EPOCH WAS A
002040* MONDAY, SO THE REMAINDER MAPS STRAIGHT TO 1=MONDAY.
002050*--------------------------------------------------------------
002060 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
002070 01  WS-LAST-CCYYMMDD              PIC 9(8) VALUE ZERO.
002080 01  WS-RESOLVE-DATE               PIC 9(8) VALUE ZERO.
002090 77  WS-RESOLVE-DAY-NUM            PIC 9(7) COMP.
002100 77  WS-TODAY-DAY-NUM              PIC 9(7) COMP.
002110 77  WS-DAY-OF-WEEK                PIC 9(1).
002120
002130 01  WS-CURRENT-TIME-FIELDS.
002140     05  WS-CURRENT-TIME          PIC 9(8).
002150 01  WS-CURRENT-TIME-R REDEFINES WS-CURRENT-TIME-FIELDS.
002160     05  WS-CURRENT-HHMM          PIC 9(4).
002170     05  FILLER                   PIC 9(4).
002180
002190 01  WS-HHMM-SPLIT.
002200     05  WS-HHMM-HH               PIC 9(2).
002210     05  WS-HHMM-MM               PIC 9(2).
002220 77  WS-MINUTES-WORK               PIC 9(5) COMP.
002230
002240*--------------------------------------------------------------
002250* RUN CONTROLS.  THE LOOP PACES ON THE SAME TIMED ACCEPT THE
002260* SNOW LOOP USES, POLLING THE CLOCK EVERY HALF MINUTE.  DAYS=
002270* ON THE EXEC PARM SETS HOW MANY CALENDAR DAYS TO COVER BEFORE
002280* A NORMAL STOP, DEFAULT 7, AND "Q" ENDS THE RUN EARLY.
002290* MODE=LEDGER PRINTS THE SUBMISSION LEDGER INSTEAD, OVER DAYS=
002300* DAYS ENDING TODAY.
002310*--------------------------------------------------------------
002320 77  WS-CRT-STATUS                 PIC 9(4).
002330 77  WS-SCHED-KEY                  PIC X VALUE SPACE.
002340     88  SCHED-QUIT-KEY            VALUE 'Q' 'q'.
002350 77  WS-POLL-HUNDREDTHS            PIC 9(4) VALUE 3000.
002360
002370 77  WS-RUN-DAYS                   PIC 9(3) VALUE 7.
002380 77  WS-DAYS-ELAPSED               PIC 9(3) COMP VALUE 1.
002390
002400 77  WS-SHUTDOWN-SWITCH            PIC X VALUE 'N'.
002410     88  SHUTDOWN-REQUESTED        VALUE 'Y'.
002420
002430 77  WS-QUEUED-JOB-COUNT           PIC 9(5) COMP VALUE ZERO.
002440
002450 77  WS-MODE                       PIC X(8) VALUE 'RUN'.
002460     88  MODE-RUN                  VALUE 'RUN'.
002470     88  MODE-LEDGER               VALUE 'LEDGER'.
002480
002490*--------------------------------------------------------------
002500* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.
002510*--------------------------------------------------------------
002520 01  WS-PARM-WORK                 PIC X(100).
002530 01  WS-PARM-TOKEN-TABLE.
002540     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
002550 77  WS-TOKEN-IDX                 PIC 9(1).
002560 77  WS-IDX                       PIC 9(3) COMP.
002570
002580 77  WS-CONSOLE-ID                 PIC X(08).
002590 77  WS-TERM-CLASS                 PIC X(08).
002600
002610*--------------------------------------------------------------
002620* SUBMIT CARD IMAGES.  THE BROADCAST CARD SET IS THE ONE
002630* SNOW-BROADCAST AND SNOW-VERIFY BUILD, WITH SHIFTEND= ADDED SO
002640* EVERY QUEUED CONSOLE STOPS ITSELF AT SHIFT END - THE
002650* CANCELLATION NOISE ON THE SHIFT REPORT IS EXACTLY THE RUNS
002660* THAT NEVER HAD ONE.
002670*--------------------------------------------------------------
002680 77  WS-CARD-JOB                   PIC X(80) VALUE SPACES.
002690 77  WS-CARD-EXEC                  PIC X(80) VALUE SPACES.
002700 77  WS-CARD-ARCH                  PIC X(80) VALUE SPACES.
002710
002720 77  WS-DD-TERMCFG                 PIC X(80) VALUE
002730     '//TERMCFG DD DSN=SNOWFALL.PROD.TERMCFG,DISP=SHR'.
002740 77  WS-DD-HOLIDCAL                PIC X(80) VALUE
002750     '//HOLIDCAL DD DSN=SNOWFALL.PROD.HOLIDCAL,DISP=SHR'.
002760 77  WS-DD-ORNPATN                 PIC X(80) VALUE
002770     '//ORNPATN DD DSN=SNOWFALL.PROD.ORNPATN,DISP=SHR'.
002780 77  WS-DD-SNOWLOG                 PIC X(80) VALUE
002790     '//SNOWLOG DD DSN=SNOWFALL.PROD.SNOWLOG,DISP=SHR'.
002800 77  WS-DD-SNOWCKPT                PIC X(80) VALUE
002810     '//SNOWCKPT DD DSN=SNOWFALL.PROD.SNOWCKPT,DISP=SHR'.
002820 77  WS-DD-SNOWMOTD                PIC X(80) VALUE
002830     '//SNOWMOTD DD DSN=SNOWFALL.PROD.SNOWMOTD,DISP=SHR'.
002840 77  WS-DD-SNOWPROF                PIC X(80) VALUE
002850     '//SNOWPROF DD DSN=SNOWFALL.PROD.SNOWPROF,DISP=SHR'.
002860 77  WS-DD-THEMEART                PIC X(80) VALUE
002870     '//THEMEART DD DSN=SNOWFALL.PROD.THEMEART,DISP=SHR'.
002880 77  WS-DD-SNOWSTAT                PIC X(80) VALUE
002890     '//SNOWSTAT DD DSN=SNOWFALL.PROD.SNOWSTAT,DISP=SHR'.
002900 77  WS-DD-SNOWCMND                PIC X(80) VALUE
002910     '//SNOWCMND DD DSN=SNOWFALL.PROD.SNOWCMND,DISP=SHR'.
002920 77  WS-DD-SNOWCACK                PIC X(80) VALUE
002930     '//SNOWCACK DD DSN=SNOWFALL.PROD.SNOWCACK,DISP=SHR'.
002940 77  WS-DD-WEATHOBS                PIC X(80) VALUE
002950     '//WEATHOBS DD DSN=SNOWFALL.PROD.WEATHOBS,DISP=SHR'.
002960 77  WS-DD-SNOWFLSH                PIC X(80) VALUE
002970     '//SNOWFLSH DD DSN=SNOWFALL.PROD.SNOWFLSH,DISP=SHR'.
002980
002990*--------------------------------------------------------------
003000* CARDS FOR THE VERIFY AND RETAIN JOBS.  THE VERIFY JOB GETS
003010* ITS OWN INTERNAL READER DD SO ITS RE-QUEUES WORK, AND THE
003020* RETAIN JOB'S ARCHIVE DD IS BUILT WITH TODAY'S DATE IN THE
003030* DATA SET NAME, THE DATED GENERATIONS SNOW-RETAIN EXPECTS.
003040*--------------------------------------------------------------
003050 77  WS-CARD-VERIFY-JOB            PIC X(80) VALUE
003060     '//SNOWVRFY JOB (SNOWCAST),SNOW-SCHED,CLASS=A,MSGCLASS=X'.
003070 77  WS-DD-TERMROST                PIC X(80) VALUE
003080     '//TERMROST DD DSN=SNOWFALL.PROD.TERMROST,DISP=SHR'.
003090 77  WS-DD-SNOWRTRY                PIC X(80) VALUE
003100     '//SNOWRTRY DD DSN=SNOWFALL.PROD.SNOWRTRY,DISP=SHR'.
003110 77  WS-DD-SNOWVRPT                PIC X(80) VALUE
003120     '//SNOWVRPT DD SYSOUT=A'.
003130 77  WS-DD-INTRDR                  PIC X(80) VALUE
003140     '//INTRDR DD SYSOUT=(A,INTRDR)'.
003150
003160 77  WS-CARD-RETAIN-JOB            PIC X(80) VALUE
003170     '//SNOWRTN JOB (SNOWCAST),SNOW-SCHED,CLASS=A,MSGCLASS=X'.
003180 77  WS-CARD-RETAIN-EXEC           PIC X(80) VALUE
003190     '//STEP1 EXEC PGM=SNOW-RETAIN'.
003200 77  WS-DD-SNOWWORK                PIC X(80) VALUE
003210     '//SNOWWORK DD DSN=SNOWFALL.PROD.SNOWWORK,DISP=OLD'.
003220
003230*--------------------------------------------------------------
003240* SUBMISSION LEDGER.  THE PERIOD'S RUN-STATE RECORDS ARE HELD IN
003250* FILE ORDER AND LISTED UNDER EACH DAY OF THE PERIOD, THEN THE
003260* DAY IS CHECKED AGAINST THE SCHEDULE FOR WORK THAT NEVER WENT
003270* IN OR WENT IN TWICE.  A MISSED RETAIN QUEUED WITHIN THE WEEK
003280* FOLLOWING COUNTS AS CAUGHT UP.
003290*--------------------------------------------------------------
003300 78  MAX-LEDGER VALUE 500.
003310
003320 77  WS-LEDGER-COUNT               PIC 9(3) COMP VALUE ZERO.
003330 77  WS-LEDGER-DROPPED             PIC 9(5) COMP VALUE ZERO.
003340 01  WS-LEDGER-TABLE.
003350     05  WS-LEDGER-ENTRY OCCURS MAX-LEDGER TIMES.
003360         10  WS-LDG-DATE          PIC 9(8).
003370         10  WS-LDG-TYPE          PIC X(8).
003380         10  WS-LDG-TIME          PIC 9(8).
003390         10  WS-LDG-SETS          PIC 9(5).
003400         10  WS-LDG-SINCE         PIC 9(4).
003410         10  WS-LDG-CATCH-UP-SW   PIC X.
003420 77  WS-LDG-IDX                    PIC 9(3) COMP.
003430
003440 77  WS-PERIOD-FROM                PIC 9(8) VALUE ZERO.
003450 77  WS-PERIOD-FROM-NUM            PIC 9(7) COMP.
003460 77  WS-LEDGER-DAY-NUM             PIC 9(7) COMP.
003470 77  WS-CATCH-UP-LIMIT             PIC 9(8) VALUE ZERO.
003480 77  WS-RETAIN-CAUGHT-DATE         PIC 9(8) VALUE ZERO.
003490 77  WS-DAY-LINE-SWITCH            PIC X VALUE 'N'.
003500     88  DAY-LINE-WRITTEN          VALUE 'Y'.
003510 77  WS-DAY-BROADCASTS             PIC 9(3) COMP VALUE ZERO.
003520 77  WS-DAY-VERIFIES               PIC 9(3) COMP VALUE ZERO.
003530 77  WS-DAY-RETAINS                PIC 9(3) COMP VALUE ZERO.
003540 77  WS-DUP-COUNT                  PIC 9(3) COMP VALUE ZERO.
003550 77  WS-DUP-EDIT                   PIC ZZ9.
003560 77  WS-CHECK-NAME                 PIC X(9).
003570
003580 77  WS-TOT-SUBMISSIONS            PIC 9(5) COMP VALUE ZERO.
003590 77  WS-TOT-CARD-SETS              PIC 9(7) COMP VALUE ZERO.
003600 77  WS-TOT-CATCH-UPS              PIC 9(5) COMP VALUE ZERO.
003610 77  WS-TOT-DUPLICATES             PIC 9(5) COMP VALUE ZERO.
003620 77  WS-TOT-NOT-QUEUED             PIC 9(5) COMP VALUE ZERO.
003630
003640 01  WS-TIME-SPLIT.
003650     05  WS-TIME-HH               PIC 9(2).
003660     05  WS-TIME-MM               PIC 9(2).
003670     05  WS-TIME-SS               PIC 9(2).
003680     05  WS-TIME-CC               PIC 9(2).
003690 01  WS-TIME-EDIT.
003700     05  WS-TED-HH                PIC 9(2).
003710     05  FILLER                   PIC X VALUE ':'.
003720     05  WS-TED-MM                PIC 9(2).
003730     05  FILLER                   PIC X VALUE ':'.
003740     05  WS-TED-SS                PIC 9(2).
003750 01  WS-SHIFT-EDIT.
003760     05  WS-SED-START             PIC 9(4).
003770     05  FILLER                   PIC X VALUE '-'.
003780     05  WS-SED-END               PIC 9(4).
003790
003800*--------------------------------------------------------------
003810* LEDGER REPORT LINE LAYOUTS.
003820*--------------------------------------------------------------
003830 01  RPT-HEADING-1.
003840     05  FILLER                   PIC X(41) VALUE
003850         'SNOW-SCHED  SCHEDULER SUBMISSION LEDGER  '.
003860     05  FILLER                   PIC X(5) VALUE 'DATE '.
003870     05  RPT-HDG-DATE             PIC 9(8).
003880     05  FILLER                   PIC X(26) VALUE SPACES.
003890
003900 01  RPT-PERIOD-LINE.
003910     05  FILLER                   PIC X(7) VALUE 'PERIOD '.
003920     05  RPT-PER-FROM             PIC 9(8).
003930     05  FILLER                   PIC X(4) VALUE ' TO '.
003940     05  RPT-PER-TO               PIC 9(8).
003950     05  FILLER                   PIC X(53) VALUE SPACES.
003960
003970 01  RPT-COLUMN-HEADING.
003980     05  FILLER                   PIC X(42) VALUE
003990         'DATE      SHIFT      JOB TYPE  QUEUED     '.
004000     05  FILLER                   PIC X(38) VALUE
004010         ' SETS  SINCE  NOTE'.
004020
004030 01  RPT-DETAIL-LINE.
004040     05  RPT-DTL-DATE             PIC X(8).
004050     05  FILLER                   PIC X(2) VALUE SPACES.
004060     05  RPT-DTL-SHIFT            PIC X(9).
004070     05  FILLER                   PIC X(2) VALUE SPACES.
004080     05  RPT-DTL-TYPE             PIC X(8).
004090     05  FILLER                   PIC X(2) VALUE SPACES.
004100     05  RPT-DTL-TIME             PIC X(8).
004110     05  FILLER                   PIC X(2) VALUE SPACES.
004120     05  RPT-DTL-SETS             PIC ZZZZ9.
004130     05  FILLER                   PIC X(2) VALUE SPACES.
004140     05  RPT-DTL-SINCE            PIC X(5).
004150     05  FILLER                   PIC X(2) VALUE SPACES.
004160     05  RPT-DTL-NOTE             PIC X(25).
004170
004180 01  RPT-EXCEPTION-LINE.
004190     05  FILLER                   PIC X(21) VALUE SPACES.
004200     05  RPT-EXC-FLAG             PIC X(3).
004210     05  RPT-EXC-TEXT             PIC X(56).
004220
004230 01  RPT-MESSAGE-LINE.
004240     05  FILLER                   PIC X(2) VALUE SPACES.
004250     05  RPT-MSG-TEXT             PIC X(78).
004260
004270 01  RPT-COUNT-LINE.
004280     05  FILLER                   PIC X(2) VALUE SPACES.
004290     05  RPT-COUNT-TEXT           PIC X(40).
004300     05  RPT-COUNT-VALUE          PIC Z,ZZZ,ZZ9.
004310     05  FILLER                   PIC X(29) VALUE SPACES.
004320
004330 01  RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
004340
004350 LINKAGE SECTION.
004360     COPY PARMAREA.
004370
004380 PROCEDURE DIVISION USING LS-PARM-AREA.
004390*================================================================
004400* 0000-MAINLINE - LOAD THE SCHEDULE, THEN WATCH THE CLOCK UNTIL
004410* THE RUN WINDOW IS COVERED OR THE OPERATOR QUITS, QUEUEING
004420* EACH DAY'S WORK AS ITS MOMENTS COME UP.  MODE=LEDGER ONLY
004430* PRINTS THE SUBMISSION LEDGER.
004440*================================================================
004450 0000-MAINLINE.
004460     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004470     IF MODE-LEDGER
004480         PERFORM 6000-PRINT-LEDGER THRU 6000-EXIT
004490     ELSE
004500         PERFORM 3000-SCHEDULER-LOOP THRU 3000-EXIT
004510             UNTIL SHUTDOWN-REQUESTED
004520         PERFORM 5000-TERMINATE THRU 5000-EXIT
004530     END-IF
004540     STOP RUN.
004550
004560*----------------------------------------------------------------
004570* 1000-INITIALIZE - PARSE THE PARM, LOAD THE SCHEDULE, RESOLVE
004580* TODAY.  NO SCHEDULE FILE MEANS THERE IS NOTHING TO DRIVE.  THE
004590* RUN-STATE FILE IS READ BACK SO A RESUBMITTED SCHEDULER PICKS
004600* UP WHERE THE LAST ONE LEFT OFF.
004610*----------------------------------------------------------------
004620 1000-INITIALIZE.
004630     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
004640     IF SHUTDOWN-REQUESTED
004650         GO TO 1000-EXIT
004660     END-IF
004670     PERFORM 1200-LOAD-SCHEDULE THRU 1200-EXIT
004680     IF SHUTDOWN-REQUESTED
004690         GO TO 1000-EXIT
004700     END-IF
004710     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
004720     MOVE WS-TODAY-CCYYMMDD TO WS-LAST-CCYYMMDD
004730     IF MODE-LEDGER
004740         GO TO 1000-EXIT
004750     END-IF
004760     MOVE WS-TODAY-CCYYMMDD TO WS-RUN-START-DATE
004770     ACCEPT WS-CURRENT-TIME FROM TIME
004780     MOVE WS-CURRENT-HHMM TO WS-RUN-START-HHMM
004790     PERFORM 2000-RESOLVE-TODAY THRU 2000-EXIT
004800     IF SHUTDOWN-REQUESTED
004810         GO TO 1000-EXIT
004820     END-IF
004830     PERFORM 2300-CHECK-RETAIN-OWED THRU 2300-EXIT
004840     DISPLAY 'SNOW-SCHED: COVERING ' WS-RUN-DAYS
004850         ' DAY(S) FROM ' WS-TODAY-CCYYMMDD.
004860 1000-EXIT.
004870     EXIT.
004880
004890 1100-PARSE-PARM.
004900     MOVE SPACES TO WS-PARM-WORK
004910     MOVE SPACES TO WS-PARM-TOKEN-TABLE
004920     IF LS-PARM-LENGTH > ZERO
004930         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
004940         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
004950             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
004960                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
004970                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
004980         END-UNSTRING
004990         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
005000             VARYING WS-TOKEN-IDX FROM 1 BY 1
005010             UNTIL WS-TOKEN-IDX > 6
005020     END-IF
005030     IF NOT MODE-RUN AND NOT MODE-LEDGER
005040         DISPLAY 'SNOW-SCHED: MODE= MUST BE RUN OR LEDGER'
005050         MOVE 8 TO RETURN-CODE
005060         SET SHUTDOWN-REQUESTED TO TRUE
005070     END-IF.
005080 1100-EXIT.
005090     EXIT.
005100
005110 1110-EVAL-TOKEN.
005120     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'DAYS='
005130         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:3)
005140             TO WS-RUN-DAYS
005150     END-IF
005160     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'MODE='
005170         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-MODE
005180     END-IF.
005190 1110-EXIT.
005200     EXIT.
005210
005220*----------------------------------------------------------------
005230* 1200-LOAD-SCHEDULE - WEEKDAY ROWS INTO THE SEVEN-SLOT TABLE,
005240* OVERRIDE ROWS INTO THEIR OWN.  A ROW WITH A DAY OF WEEK OUT
005250* OF RANGE IS REPORTED AND DROPPED RATHER THAN GUESSED AT.
005260*----------------------------------------------------------------
005270 1200-LOAD-SCHEDULE.
005280     MOVE SPACES TO WS-WEEKDAY-TABLE
005290     OPEN INPUT SHIFT-SCHEDULE-FILE
005300     IF NOT SHIFTSCH-OK
005310         DISPLAY 'SNOW-SCHED: NO SHIFT SCHEDULE - NOTHING TO '
005320             'DRIVE'
005330         SET SHUTDOWN-REQUESTED TO TRUE
005340         GO TO 1200-EXIT
005350     END-IF
005360     PERFORM 1210-LOAD-ONE-ENTRY THRU 1210-EXIT
005370         UNTIL SHIFTSCH-EOF
005380     CLOSE SHIFT-SCHEDULE-FILE.
005390 1200-EXIT.
005400     EXIT.
005410
005420 1210-LOAD-ONE-ENTRY.
005430     READ SHIFT-SCHEDULE-FILE
005440         AT END
005450             MOVE '10' TO WS-SHIFTSCH-STATUS
005460             GO TO 1210-EXIT
005470     END-READ
005480     IF SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD = ZERO
005490         IF WS-OVERRIDE-COUNT >= MAX-OVERRIDES
005500             DISPLAY 'SNOW-SCHED: OVERRIDE TABLE FULL - ENTRY '
005510                 'FOR ' SS-OVERRIDE-DATE
005520                     OF SHIFT-SCHEDULE-RECORD ' DROPPED'
005530             GO TO 1210-EXIT
005540         END-IF
005550         ADD 1 TO WS-OVERRIDE-COUNT
005560         MOVE SS-OVERRIDE-DATE OF SHIFT-SCHEDULE-RECORD
005570             TO WS-OVR-DATE(WS-OVERRIDE-COUNT)
005580         MOVE SS-SHIFT-START OF SHIFT-SCHEDULE-RECORD
005590             TO WS-OVR-SHIFT-START(WS-OVERRIDE-COUNT)
005600         MOVE SS-SHIFT-END OF SHIFT-SCHEDULE-RECORD
005610             TO WS-OVR-SHIFT-END(WS-OVERRIDE-COUNT)
005620         MOVE SS-VERIFY-DELAY OF SHIFT-SCHEDULE-RECORD
005630             TO WS-OVR-VERIFY-DELAY(WS-OVERRIDE-COUNT)
005640         MOVE SS-RETAIN-SW OF SHIFT-SCHEDULE-RECORD
005650             TO WS-OVR-RETAIN-SW(WS-OVERRIDE-COUNT)
005660         GO TO 1210-EXIT
005670     END-IF
005680     IF SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD > 7
005690         DISPLAY 'SNOW-SCHED: BAD DAY OF WEEK ON SCHEDULE - '
005700             'ENTRY DROPPED'
005710         GO TO 1210-EXIT
005720     END-IF
005730     MOVE 'Y' TO WS-WDY-LOADED-SW
005740         (SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD)
005750     MOVE SS-SHIFT-START OF SHIFT-SCHEDULE-RECORD
005760         TO WS-WDY-SHIFT-START
005770             (SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD)
005780     MOVE SS-SHIFT-END OF SHIFT-SCHEDULE-RECORD
005790         TO WS-WDY-SHIFT-END
005800             (SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD)
005810     MOVE SS-VERIFY-DELAY OF SHIFT-SCHEDULE-RECORD
005820         TO WS-WDY-VERIFY-DELAY
005830             (SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD)
005840     MOVE SS-RETAIN-SW OF SHIFT-SCHEDULE-RECORD
005850         TO WS-WDY-RETAIN-SW
005860             (SS-DAY-OF-WEEK OF SHIFT-SCHEDULE-RECORD).
005870 1210-EXIT.
005880     EXIT.
005890
005900*----------------------------------------------------------------
005910* 2000-RESOLVE-TODAY - PICK TODAY'S SHIFT TIMES AND RESET THE
005920* DAY'S DONE SWITCHES, THEN SET BACK ANY WORK THE RUN-STATE FILE
005930* SAYS IS ALREADY QUEUED TODAY.  A BROADCAST ALREADY OUT BRINGS
005940* BACK ITS TIME, SO THE VERIFY STILL CARRIES THE RIGHT SINCE= AND
005950* FALLS DUE AT THE RIGHT MOMENT - AT ONCE, IF THAT MOMENT PASSED
005960* WHILE THE SCHEDULER WAS DOWN.
005970*----------------------------------------------------------------
005980 2000-RESOLVE-TODAY.
005990     MOVE 'N' TO WS-BROADCAST-DONE-SWITCH
006000     MOVE 'N' TO WS-VERIFY-DONE-SWITCH
006010     MOVE 'N' TO WS-RETAIN-DONE-SWITCH
006020     MOVE WS-TODAY-CCYYMMDD TO WS-RESOLVE-DATE
006030     PERFORM 2100-RESOLVE-DATE THRU 2100-EXIT
006040     IF DAY-HAS-SHIFT
006050         DISPLAY 'SNOW-SCHED: ' WS-TODAY-CCYYMMDD ' SHIFT '
006060             WS-DAY-SHIFT-START '-' WS-DAY-SHIFT-END
006070     ELSE
006080         DISPLAY 'SNOW-SCHED: ' WS-TODAY-CCYYMMDD ' IS DARK - '
006090             'NO BROADCAST'
006100     END-IF
006110     PERFORM 2200-READ-RUN-STATE THRU 2200-EXIT
006120     IF SHUTDOWN-REQUESTED
006130         GO TO 2000-EXIT
006140     END-IF
006150     IF BROADCAST-DONE
006160         PERFORM 3150-SET-VERIFY-TIME THRU 3150-EXIT
006170         DISPLAY 'SNOW-SCHED: BROADCAST ALREADY QUEUED AT '
006180             WS-BROADCAST-HHMM ' - NOT REPEATED'
006190     END-IF
006200     IF VERIFY-DONE
006210         DISPLAY 'SNOW-SCHED: VERIFY ALREADY QUEUED - NOT '
006220             'REPEATED'
006230     END-IF
006240     IF BROADCAST-DONE AND NOT VERIFY-DONE
006250         DISPLAY 'SNOW-SCHED: VERIFY DUE ' WS-VERIFY-HHMM
006260             ', SINCE=' WS-BROADCAST-HHMM
006270     END-IF
006280     IF RETAIN-DONE
006290         DISPLAY 'SNOW-SCHED: RETAIN ALREADY QUEUED - NOT '
006300             'REPEATED'
006310     END-IF.
006320 2000-EXIT.
006330     EXIT.
006340
006350 2010-CHECK-ONE-OVERRIDE.
006360     IF WS-OVR-DATE(WS-IDX) = WS-RESOLVE-DATE
006370         SET DAY-HAS-SHIFT TO TRUE
006380         MOVE WS-OVR-SHIFT-START(WS-IDX)
006390             TO WS-DAY-SHIFT-START
006400         MOVE WS-OVR-SHIFT-END(WS-IDX)
006410             TO WS-DAY-SHIFT-END
006420         MOVE WS-OVR-VERIFY-DELAY(WS-IDX)
006430             TO WS-DAY-VERIFY-DELAY
006440         MOVE WS-OVR-RETAIN-SW(WS-IDX)
006450             TO WS-DAY-RETAIN-SWITCH
006460     END-IF.
006470 2010-EXIT.
006480     EXIT.
006490
006500*----------------------------------------------------------------
006510* 2100-RESOLVE-DATE - THE SHIFT TIMES FOR WS-RESOLVE-DATE.  AN
006520* OVERRIDE ROW FOR THE DATE BEATS THE WEEKDAY ROW; NO ROW AT ALL,
006530* OR START AND END BOTH ZERO, LEAVES THE DAY DARK.
006540*----------------------------------------------------------------
006550 2100-RESOLVE-DATE.
006560     MOVE 'N' TO WS-DAY-ACTIVE-SWITCH
006570     MOVE 'N' TO WS-DAY-RETAIN-SWITCH
006580     MOVE ZERO TO WS-DAY-SHIFT-START
006590     MOVE ZERO TO WS-DAY-SHIFT-END
006600     MOVE ZERO TO WS-DAY-VERIFY-DELAY
006610     PERFORM 2010-CHECK-ONE-OVERRIDE THRU 2010-EXIT
006620         VARYING WS-IDX FROM 1 BY 1
006630         UNTIL WS-IDX > WS-OVERRIDE-COUNT
006640             OR DAY-HAS-SHIFT
006650     IF DAY-HAS-SHIFT
006660         GO TO 2100-DARK-TEST
006670     END-IF
006680     COMPUTE WS-RESOLVE-DAY-NUM =
006690         FUNCTION INTEGER-OF-DATE(WS-RESOLVE-DATE)
006700     COMPUTE WS-DAY-OF-WEEK =
006710         FUNCTION MOD(WS-RESOLVE-DAY-NUM - 1, 7) + 1
006720     IF WS-WDY-LOADED(WS-DAY-OF-WEEK)
006730         SET DAY-HAS-SHIFT TO TRUE
006740         MOVE WS-WDY-SHIFT-START(WS-DAY-OF-WEEK)
006750             TO WS-DAY-SHIFT-START
006760         MOVE WS-WDY-SHIFT-END(WS-DAY-OF-WEEK)
006770             TO WS-DAY-SHIFT-END
006780         MOVE WS-WDY-VERIFY-DELAY(WS-DAY-OF-WEEK)
006790             TO WS-DAY-VERIFY-DELAY
006800         MOVE WS-WDY-RETAIN-SW(WS-DAY-OF-WEEK)
006810             TO WS-DAY-RETAIN-SWITCH
006820     END-IF.
006830 2100-DARK-TEST.
006840     IF WS-DAY-SHIFT-START = ZERO AND WS-DAY-SHIFT-END = ZERO
006850         MOVE 'N' TO WS-DAY-ACTIVE-SWITCH
006860     END-IF.
006870 2100-EXIT.
006880     EXIT.
006890
006900*----------------------------------------------------------------
006910* 2200-READ-RUN-STATE - ONE PASS OVER THE RUN-STATE FILE.  TODAY'S
006920* SUBMISSIONS SET THE DONE SWITCHES; THE PASS ALSO NOTES THE
006930* FIRST DATE ON FILE AND THE LAST DAY A RETAIN WAS QUEUED.  NO
006940* FILE YET MEANS NOTHING HAS EVER BEEN QUEUED.  A FILE THAT IS
006950* THERE BUT WILL NOT OPEN STOPS THE RUN WITH RC 8 - QUEUEING
006960* BLIND COULD SEND THE WHOLE FLEET IN A SECOND TIME.
006970*----------------------------------------------------------------
006980 2200-READ-RUN-STATE.
006990     MOVE ZERO TO WS-STATE-FIRST-DATE
007000     MOVE ZERO TO WS-LAST-RETAIN-DATE
007010     OPEN INPUT RUN-STATE-FILE
007020     IF RUNSTATE-NOT-FOUND
007030         GO TO 2200-EXIT
007040     END-IF
007050     IF NOT RUNSTATE-OK
007060         DISPLAY 'SNOW-SCHED: RUN-STATE FILE NOT READ, STATUS='
007070             WS-RUNSTATE-STATUS ' - NOTHING QUEUED'
007080         MOVE 8 TO RETURN-CODE
007090         SET SHUTDOWN-REQUESTED TO TRUE
007100         GO TO 2200-EXIT
007110     END-IF
007120     PERFORM 2210-READ-ONE-STATE THRU 2210-EXIT
007130         UNTIL RUNSTATE-EOF
007140     CLOSE RUN-STATE-FILE.
007150 2200-EXIT.
007160     EXIT.
007170
007180 2210-READ-ONE-STATE.
007190     READ RUN-STATE-FILE
007200         AT END
007210             MOVE '10' TO WS-RUNSTATE-STATUS
007220             GO TO 2210-EXIT
007230     END-READ
007240     IF WS-STATE-FIRST-DATE = ZERO
007250             OR SR-RUN-DATE OF RUN-STATE-RECORD
007260                 < WS-STATE-FIRST-DATE
007270         MOVE SR-RUN-DATE OF RUN-STATE-RECORD
007280             TO WS-STATE-FIRST-DATE
007290     END-IF
007300     IF SR-JOB-TYPE OF RUN-STATE-RECORD = 'RETAIN'
007310             AND SR-RUN-DATE OF RUN-STATE-RECORD
007320                 > WS-LAST-RETAIN-DATE
007330         MOVE SR-RUN-DATE OF RUN-STATE-RECORD
007340             TO WS-LAST-RETAIN-DATE
007350     END-IF
007360     IF SR-RUN-DATE OF RUN-STATE-RECORD NOT = WS-TODAY-CCYYMMDD
007370         GO TO 2210-EXIT
007380     END-IF
007390     EVALUATE SR-JOB-TYPE OF RUN-STATE-RECORD
007400         WHEN 'BRDCAST'
007410             SET BROADCAST-DONE TO TRUE
007420             MOVE SR-QUEUED-HHMM OF RUN-STATE-RECORD
007430                 TO WS-BROADCAST-HHMM
007440         WHEN 'VERIFY'
007450             SET VERIFY-DONE TO TRUE
007460         WHEN 'RETAIN'
007470             SET RETAIN-DONE TO TRUE
007480     END-EVALUATE.
007490 2210-EXIT.
007500     EXIT.
007510
007520*----------------------------------------------------------------
007530* 2300-CHECK-RETAIN-OWED - AT STARTUP, LOOK BACK OVER THE LAST
007540* WEEK FOR THE MOST RECENT SCHEDULED RETAIN DAY.  IF THE
007550* SCHEDULER WAS ALREADY IN SERVICE BY THEN (THE RUN-STATE FILE
007560* GOES BACK THAT FAR) AND NO RETAIN HAS BEEN QUEUED SINCE, THE
007570* RETAIN IS OWED AND GOES IN AT THE NEXT SAFE MOMENT - AFTER
007580* TODAY'S SHIFT END, OR STRAIGHT AWAY ON A DARK DAY.  TODAY'S
007590* SHIFT TIMES ARE RESOLVED AGAIN ON THE WAY OUT.
007600*----------------------------------------------------------------
007610 2300-CHECK-RETAIN-OWED.
007620     MOVE 'N' TO WS-RETAIN-OWED-SWITCH
007630     MOVE ZERO TO WS-RETAIN-DUE-DATE
007640     IF WS-STATE-FIRST-DATE = ZERO
007650         GO TO 2300-EXIT
007660     END-IF
007670     COMPUTE WS-TODAY-DAY-NUM =
007680         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
007690     PERFORM 2310-SCAN-ONE-DAY THRU 2310-EXIT
007700         VARYING WS-SCAN-BACK FROM 1 BY 1
007710         UNTIL WS-SCAN-BACK > 7
007720             OR WS-RETAIN-DUE-DATE NOT = ZERO
007730     MOVE WS-TODAY-CCYYMMDD TO WS-RESOLVE-DATE
007740     PERFORM 2100-RESOLVE-DATE THRU 2100-EXIT
007750     IF WS-RETAIN-DUE-DATE = ZERO
007760             OR WS-RETAIN-DUE-DATE < WS-STATE-FIRST-DATE
007770             OR WS-LAST-RETAIN-DATE >= WS-RETAIN-DUE-DATE
007780         GO TO 2300-EXIT
007790     END-IF
007800     SET RETAIN-OWED TO TRUE
007810     DISPLAY 'SNOW-SCHED: RETAIN DUE ' WS-RETAIN-DUE-DATE
007820         ' WAS NEVER QUEUED - CATCHING UP'.
007830 2300-EXIT.
007840     EXIT.
007850
007860 2310-SCAN-ONE-DAY.
007870     COMPUTE WS-RESOLVE-DATE =
007880         FUNCTION DATE-OF-INTEGER(WS-TODAY-DAY-NUM - WS-SCAN-BACK)
007890     PERFORM 2100-RESOLVE-DATE THRU 2100-EXIT
007900     IF DAY-HAS-SHIFT AND DAY-HAS-RETAIN
007910         MOVE WS-RESOLVE-DATE TO WS-RETAIN-DUE-DATE
007920     END-IF.
007930 2310-EXIT.
007940     EXIT.
007950
007960*----------------------------------------------------------------
007970* 3000-SCHEDULER-LOOP - ONE CLOCK CHECK PER PASS, PACED BY THE
007980* SAME TIMED ACCEPT THE SNOW LOOP USES.  A DATE CHANGE ROLLS
007990* THE DAY OVER; INSIDE THE DAY THE BROADCAST, VERIFY AND RETAIN
008000* MOMENTS FIRE ONCE EACH AS THE CLOCK REACHES THEM.
008010*----------------------------------------------------------------
008020 3000-SCHEDULER-LOOP.
008030     MOVE SPACE TO WS-SCHED-KEY
008040     ACCEPT WS-SCHED-KEY WITH TIME-OUT WS-POLL-HUNDREDTHS
008050     IF SCHED-QUIT-KEY
008060         SET SHUTDOWN-REQUESTED TO TRUE
008070         DISPLAY 'SNOW-SCHED: OPERATOR QUIT'
008080         GO TO 3000-EXIT
008090     END-IF
008100     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
008110     IF WS-TODAY-CCYYMMDD NOT = WS-LAST-CCYYMMDD
008120         MOVE WS-TODAY-CCYYMMDD TO WS-LAST-CCYYMMDD
008130         ADD 1 TO WS-DAYS-ELAPSED
008140         IF WS-DAYS-ELAPSED > WS-RUN-DAYS
008150             SET SHUTDOWN-REQUESTED TO TRUE
008160             DISPLAY 'SNOW-SCHED: RUN WINDOW COVERED'
008170             GO TO 3000-EXIT
008180         END-IF
008190         PERFORM 2000-RESOLVE-TODAY THRU 2000-EXIT
008200         IF SHUTDOWN-REQUESTED
008210             GO TO 3000-EXIT
008220         END-IF
008230     END-IF
008240     ACCEPT WS-CURRENT-TIME FROM TIME
008250     IF NOT DAY-HAS-SHIFT
008260         IF RETAIN-OWED AND NOT RETAIN-DONE
008270             PERFORM 3300-QUEUE-RETAIN THRU 3300-EXIT
008280         END-IF
008290         GO TO 3000-EXIT
008300     END-IF
008310     IF NOT BROADCAST-DONE
008320             AND WS-CURRENT-HHMM >= WS-DAY-SHIFT-START
008330             AND WS-CURRENT-HHMM < WS-DAY-SHIFT-END
008340         PERFORM 3100-QUEUE-BROADCAST THRU 3100-EXIT
008350     END-IF
008360     IF BROADCAST-DONE AND NOT VERIFY-DONE
008370             AND WS-CURRENT-HHMM >= WS-VERIFY-HHMM
008380         PERFORM 3200-QUEUE-VERIFY THRU 3200-EXIT
008390     END-IF
008400* THE RETAIN RUN REWRITES THE LIVE LOG WITH OPEN OUTPUT, SO IT
008410* MUST NEVER SHARE THE LOG WITH RUNNING CONSOLES - A START
008420* APPENDED BETWEEN ITS READ PASS AND ITS REWRITE WOULD BE
008430* DESTROYED AND THE NEXT VERIFY WOULD RE-QUEUE THE WHOLE
008440* FLEET.  IT ONLY QUEUES ONCE THE CLOCK IS PAST SHIFT END,
008450* WHEN EVERY SCHEDULED CONSOLE HAS STOPPED ITSELF.  A RETAIN
008460* OWED FROM A DAY THE SCHEDULER WAS DOWN WAITS FOR THE SAME
008470* MOMENT, OR GOES STRAIGHT IN ON A DARK DAY.
008480     IF (DAY-HAS-RETAIN OR RETAIN-OWED) AND NOT RETAIN-DONE
008490             AND WS-CURRENT-HHMM >= WS-DAY-SHIFT-END
008500         PERFORM 3300-QUEUE-RETAIN THRU 3300-EXIT
008510     END-IF.
008520 3000-EXIT.
008530     EXIT.
008540
008550*----------------------------------------------------------------
008560* 3100-QUEUE-BROADCAST - ONE MERRY-COBOL JOB PER ROSTER CONSOLE
008570* THROUGH THE INTERNAL READER, EACH EXEC CARD CARRYING THE
008580* SHIFTEND= FROM TODAY'S SCHEDULE.  THE VERIFY MOMENT IS SET
008590* FROM THE ACTUAL QUEUEING TIME PLUS THE SCHEDULED DELAY SO
008600* SINCE= ON THE VERIFY PASS MATCHES WHAT WENT OUT, AND THE
008610* SUBMISSION GOES ON THE RUN-STATE FILE.
008620*----------------------------------------------------------------
008630 3100-QUEUE-BROADCAST.
008640     OPEN INPUT TERMINAL-ROSTER-FILE
008650     IF NOT ROSTER-OK
008660         DISPLAY 'SNOW-SCHED: NO TERMINAL ROSTER - BROADCAST '
008670             'SKIPPED'
008680         SET BROADCAST-DONE TO TRUE
008690         SET VERIFY-DONE TO TRUE
008700         GO TO 3100-EXIT
008710     END-IF
008720     OPEN OUTPUT SUBMIT-CARD-FILE
008730     MOVE WS-CURRENT-HHMM TO WS-BROADCAST-HHMM
008740     MOVE ZERO TO WS-SUBMIT-CARD-SETS
008750     PERFORM 3110-QUEUE-ONE-CONSOLE THRU 3110-EXIT
008760         UNTIL ROSTER-EOF
008770     CLOSE TERMINAL-ROSTER-FILE
008780     CLOSE SUBMIT-CARD-FILE
008790     SET BROADCAST-DONE TO TRUE
008800     PERFORM 3150-SET-VERIFY-TIME THRU 3150-EXIT
008810     MOVE 'BRDCAST' TO WS-SUBMIT-TYPE
008820     MOVE ZERO TO WS-SUBMIT-SINCE
008830     MOVE WS-DAY-SHIFT-START TO WS-SUBMIT-DUE-HHMM
008840     MOVE 'N' TO WS-CATCH-UP-SWITCH
008850     PERFORM 3900-RECORD-SUBMISSION THRU 3900-EXIT
008860     DISPLAY 'SNOW-SCHED: BROADCAST QUEUED AT '
008870         WS-BROADCAST-HHMM ', VERIFY DUE ' WS-VERIFY-HHMM.
008880 3100-EXIT.
008890     EXIT.
008900
008910 3110-QUEUE-ONE-CONSOLE.
008920     READ TERMINAL-ROSTER-FILE
008930         AT END
008940             MOVE '10' TO WS-ROSTER-STATUS
008950             GO TO 3110-EXIT
008960     END-READ
008970     MOVE TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
008980         TO WS-CONSOLE-ID
008990     MOVE TR-TERM-CLASS OF TERMINAL-ROSTER-RECORD
009000         TO WS-TERM-CLASS
009010     PERFORM 3120-BUILD-SUBMIT-CARDS THRU 3120-EXIT
009020     WRITE SUBMIT-CARD-RECORD FROM WS-CARD-JOB
009030     WRITE SUBMIT-CARD-RECORD FROM WS-CARD-EXEC
009040     WRITE SUBMIT-CARD-RECORD FROM WS-DD-TERMCFG
009050     WRITE SUBMIT-CARD-RECORD FROM WS-DD-HOLIDCAL
009060     WRITE SUBMIT-CARD-RECORD FROM WS-DD-ORNPATN
009070     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWLOG
009080     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWCKPT
009090     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWMOTD
009100     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWPROF
009110     WRITE SUBMIT-CARD-RECORD FROM WS-DD-THEMEART
009120     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWSTAT
009130     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWCMND
009140     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWCACK
009150     WRITE SUBMIT-CARD-RECORD FROM WS-DD-WEATHOBS
009160     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWFLSH
009170     ADD 1 TO WS-SUBMIT-CARD-SETS
009180     ADD 1 TO WS-QUEUED-JOB-COUNT.
009190 3110-EXIT.
009200     EXIT.
009210
009220*----------------------------------------------------------------
009230* 3120-BUILD-SUBMIT-CARDS - THE SAME JOB AND EXEC CARDS
009240* SNOW-BROADCAST BUILDS, PLUS SHIFTEND= FROM TODAY'S SCHEDULE
009250* SO THE CONSOLE STOPS ITSELF AT SHIFT END.
009260*----------------------------------------------------------------
009270 3120-BUILD-SUBMIT-CARDS.
009280     MOVE SPACES TO WS-CARD-JOB
009290     STRING '//' DELIMITED BY SIZE
009300         WS-CONSOLE-ID DELIMITED BY SPACE
009310         ' JOB (SNOWCAST),SNOW-SCHED,CLASS=A,MSGCLASS=X'
009320             DELIMITED BY SIZE
009330         INTO WS-CARD-JOB
009340     MOVE SPACES TO WS-CARD-EXEC
009350     STRING '//STEP1 EXEC PGM=MERRY-COBOL,PARM=' DELIMITED BY SIZE
009360         '''' DELIMITED BY SIZE
009370         'TERM=' DELIMITED BY SIZE
009380         WS-TERM-CLASS DELIMITED BY SPACE
009390         ' JOBID=' DELIMITED BY SIZE
009400         WS-CONSOLE-ID DELIMITED BY SPACE
009410         ' SHIFTEND=' DELIMITED BY SIZE
009420         WS-DAY-SHIFT-END DELIMITED BY SIZE
009430         '''' DELIMITED BY SIZE
009440         INTO WS-CARD-EXEC.
009450 3120-EXIT.
009460     EXIT.
009470
009480*----------------------------------------------------------------
009490* 3150-SET-VERIFY-TIME - BROADCAST TIME PLUS THE SCHEDULED
009500* DELAY IN MINUTES.  THE TRIGGER COMPARE IN THE SCHEDULER LOOP
009510* CANNOT REPRESENT A MOMENT WRAPPED PAST MIDNIGHT, AND THE
009520* SCHEDULE FORBIDS SHIFTS THAT CROSS IT, SO A DELAY THAT WOULD
009530* SPILL INTO TOMORROW IS CLAMPED TO THE LAST MINUTE OF TODAY
009540* INSTEAD OF WRAPPING AND FIRING THE VERIFY SECONDS AFTER THE
009550* BROADCAST.
009560*----------------------------------------------------------------
009570 3150-SET-VERIFY-TIME.
009580     MOVE WS-BROADCAST-HHMM TO WS-HHMM-SPLIT
009590     COMPUTE WS-MINUTES-WORK =
009600         WS-HHMM-HH * 60 + WS-HHMM-MM + WS-DAY-VERIFY-DELAY
009610     IF WS-MINUTES-WORK >= 1440
009620         MOVE 2359 TO WS-VERIFY-HHMM
009630         GO TO 3150-EXIT
009640     END-IF
009650     COMPUTE WS-HHMM-HH = WS-MINUTES-WORK / 60
009660     COMPUTE WS-HHMM-MM =
009670         FUNCTION MOD(WS-MINUTES-WORK, 60)
009680     MOVE WS-HHMM-SPLIT TO WS-VERIFY-HHMM.
009690 3150-EXIT.
009700     EXIT.
009710
009720*----------------------------------------------------------------
009730* 3200-QUEUE-VERIFY - ONE SNOW-VERIFY JOB WITH SINCE= SET TO
009740* THE TIME THE BROADCAST ACTUALLY WENT OUT, SO ONLY STARTS FROM
009750* THIS BROADCAST COUNT, AND SHIFTEND= FROM TODAY'S SCHEDULE SO
009760* ANY CONSOLE THE VERIFY RE-QUEUES STILL STOPS ITSELF AT SHIFT
009770* END LIKE THE REST OF THE BROADCAST.
009780*----------------------------------------------------------------
009790 3200-QUEUE-VERIFY.
009800     OPEN OUTPUT SUBMIT-CARD-FILE
009810     WRITE SUBMIT-CARD-RECORD FROM WS-CARD-VERIFY-JOB
009820     MOVE SPACES TO WS-CARD-EXEC
009830     STRING '//STEP1 EXEC PGM=SNOW-VERIFY,PARM='
009840             DELIMITED BY SIZE
009850         '''' DELIMITED BY SIZE
009860         'SINCE=' DELIMITED BY SIZE
009870         WS-BROADCAST-HHMM DELIMITED BY SIZE
009880         ' SHIFTEND=' DELIMITED BY SIZE
009890         WS-DAY-SHIFT-END DELIMITED BY SIZE
009900         '''' DELIMITED BY SIZE
009910         INTO WS-CARD-EXEC
009920     WRITE SUBMIT-CARD-RECORD FROM WS-CARD-EXEC
009930     WRITE SUBMIT-CARD-RECORD FROM WS-DD-TERMROST
009940     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWLOG
009950     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWRTRY
009960     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWVRPT
009970     WRITE SUBMIT-CARD-RECORD FROM WS-DD-INTRDR
009980     CLOSE SUBMIT-CARD-FILE
009990     SET VERIFY-DONE TO TRUE
010000     ADD 1 TO WS-QUEUED-JOB-COUNT
010010     MOVE 'VERIFY' TO WS-SUBMIT-TYPE
010020     MOVE 1 TO WS-SUBMIT-CARD-SETS
010030     MOVE WS-BROADCAST-HHMM TO WS-SUBMIT-SINCE
010040     MOVE WS-VERIFY-HHMM TO WS-SUBMIT-DUE-HHMM
010050     MOVE 'N' TO WS-CATCH-UP-SWITCH
010060     PERFORM 3900-RECORD-SUBMISSION THRU 3900-EXIT
010070     DISPLAY 'SNOW-SCHED: VERIFY QUEUED, SINCE='
010080         WS-BROADCAST-HHMM.
010090 3200-EXIT.
010100     EXIT.
010110
010120*----------------------------------------------------------------
010130* 3300-QUEUE-RETAIN - THE WEEKLY LOG RETENTION RUN, ARCHIVING
010140* TO A DATA SET NAMED FOR TODAY'S DATE.  ONLY EVER QUEUED
010150* AFTER SHIFT END, WHEN NO CONSOLE IS WRITING THE LIVE LOG
010160* THE RETAIN IS ABOUT TO REWRITE.  IT ALSO SETTLES ANY RETAIN
010170* OWED FROM A DAY THE SCHEDULER WAS DOWN.
010180*----------------------------------------------------------------
010190 3300-QUEUE-RETAIN.
010200     OPEN OUTPUT SUBMIT-CARD-FILE
010210     WRITE SUBMIT-CARD-RECORD FROM WS-CARD-RETAIN-JOB
010220     WRITE SUBMIT-CARD-RECORD FROM WS-CARD-RETAIN-EXEC
010230     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWLOG
010240     MOVE SPACES TO WS-CARD-ARCH
010250     STRING '//SNOWARCH DD DSN=SNOWFALL.ARCH.D'
010260             DELIMITED BY SIZE
010270         WS-TODAY-CCYYMMDD DELIMITED BY SIZE
010280         ',DISP=(NEW,CATLG)' DELIMITED BY SIZE
010290         INTO WS-CARD-ARCH
010300     WRITE SUBMIT-CARD-RECORD FROM WS-CARD-ARCH
010310     WRITE SUBMIT-CARD-RECORD FROM WS-DD-SNOWWORK
010320     CLOSE SUBMIT-CARD-FILE
010330     SET RETAIN-DONE TO TRUE
010340     ADD 1 TO WS-QUEUED-JOB-COUNT
010350     MOVE 'RETAIN' TO WS-SUBMIT-TYPE
010360     MOVE 1 TO WS-SUBMIT-CARD-SETS
010370     MOVE ZERO TO WS-SUBMIT-SINCE
010380     MOVE WS-DAY-SHIFT-END TO WS-SUBMIT-DUE-HHMM
010390     MOVE WS-RETAIN-OWED-SWITCH TO WS-CATCH-UP-SWITCH
010400     MOVE 'N' TO WS-RETAIN-OWED-SWITCH
010410     PERFORM 3900-RECORD-SUBMISSION THRU 3900-EXIT
010420     DISPLAY 'SNOW-SCHED: RETAIN QUEUED FOR '
010430         WS-TODAY-CCYYMMDD.
010440 3300-EXIT.
010450     EXIT.
010460
010470*----------------------------------------------------------------
010480* 3900-RECORD-SUBMISSION - APPEND ONE RECORD TO THE RUN-STATE
010490* FILE FOR THE SUBMISSION JUST PUT ON THE READER.  WORK WHOSE
010500* MOMENT HAD PASSED BEFORE THIS RUN STARTED IS A CATCH-UP.  A
010510* RECORD THAT CANNOT BE WRITTEN IS REPORTED; THE CARDS ARE
010520* ALREADY ON THE READER.
010530*----------------------------------------------------------------
010540 3900-RECORD-SUBMISSION.
010550     IF WS-TODAY-CCYYMMDD = WS-RUN-START-DATE
010560             AND WS-RUN-START-HHMM > WS-SUBMIT-DUE-HHMM
010570         SET CATCH-UP-SUBMISSION TO TRUE
010580     END-IF
010590     IF CATCH-UP-SUBMISSION
010600         DISPLAY 'SNOW-SCHED: ' WS-SUBMIT-TYPE
010610             ' QUEUED AS A CATCH-UP'
010620     END-IF
010630     MOVE '00' TO WS-RUNSTATE-STATUS
010640     OPEN EXTEND RUN-STATE-FILE
010650     IF RUNSTATE-NOT-FOUND
010660         OPEN OUTPUT RUN-STATE-FILE
010670     END-IF
010680     IF NOT RUNSTATE-OK
010690         DISPLAY 'SNOW-SCHED: RUN-STATE NOT RECORDED, STATUS='
010700             WS-RUNSTATE-STATUS
010710         GO TO 3900-EXIT
010720     END-IF
010730     MOVE SPACES TO RUN-STATE-RECORD
010740     MOVE WS-TODAY-CCYYMMDD TO SR-RUN-DATE OF RUN-STATE-RECORD
010750     MOVE WS-SUBMIT-TYPE TO SR-JOB-TYPE OF RUN-STATE-RECORD
010760     MOVE WS-CURRENT-TIME TO SR-QUEUED-TIME OF RUN-STATE-RECORD
010770     MOVE WS-SUBMIT-CARD-SETS TO SR-CARD-SETS OF RUN-STATE-RECORD
010780     MOVE WS-SUBMIT-SINCE TO SR-SINCE-HHMM OF RUN-STATE-RECORD
010790     MOVE WS-CATCH-UP-SWITCH TO SR-CATCH-UP-SW OF RUN-STATE-RECORD
010800     WRITE RUN-STATE-RECORD
010810     CLOSE RUN-STATE-FILE.
010820 3900-EXIT.
010830     EXIT.
010840
010850*----------------------------------------------------------------
010860* 5000-TERMINATE - ECHO THE WEEK'S TOTALS.
010870*----------------------------------------------------------------
010880 5000-TERMINATE.
010890     DISPLAY 'SNOW-SCHED: ' WS-QUEUED-JOB-COUNT
010900         ' JOB(S) QUEUED OVER ' WS-DAYS-ELAPSED ' DAY(S)'.
010910 5000-EXIT.
010920     EXIT.
010930
010940*----------------------------------------------------------------
010950* 6000-PRINT-LEDGER - THE SUBMISSION LEDGER FOR THE NIGHT SHIFT'S
010960* MORNING CHECK: EVERY SUBMISSION ON THE RUN-STATE FILE FOR THE
010970* DAYS= DAYS ENDING TODAY, LISTED UNDER ITS DAY'S SHIFT, WITH
010980* SCHEDULED WORK THAT NEVER WENT IN AND WORK THAT WENT IN TWICE
010990* FLAGGED.  DAYS BEFORE THE FIRST SUBMISSION ON FILE ARE LISTED
011000* BUT NOT CHECKED.  ANY FLAG ENDS THE STEP WITH RETURN CODE 8.
011010*----------------------------------------------------------------
011020 6000-PRINT-LEDGER.
011030     IF SHUTDOWN-REQUESTED
011040         MOVE 8 TO RETURN-CODE
011050         GO TO 6000-EXIT
011060     END-IF
011070     IF WS-RUN-DAYS = ZERO
011080         MOVE 1 TO WS-RUN-DAYS
011090     END-IF
011100     ACCEPT WS-CURRENT-TIME FROM TIME
011110     COMPUTE WS-TODAY-DAY-NUM =
011120         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
011130     COMPUTE WS-PERIOD-FROM-NUM =
011140         WS-TODAY-DAY-NUM - WS-RUN-DAYS + 1
011150     COMPUTE WS-PERIOD-FROM =
011160         FUNCTION DATE-OF-INTEGER(WS-PERIOD-FROM-NUM)
011170     PERFORM 6100-LOAD-LEDGER THRU 6100-EXIT
011180     OPEN OUTPUT REPORT-FILE
011190     MOVE WS-TODAY-CCYYMMDD TO RPT-HDG-DATE
011200     WRITE REPORT-RECORD FROM RPT-HEADING-1
011210     MOVE WS-PERIOD-FROM TO RPT-PER-FROM
011220     MOVE WS-TODAY-CCYYMMDD TO RPT-PER-TO
011230     WRITE REPORT-RECORD FROM RPT-PERIOD-LINE
011240     IF WS-STATE-FIRST-DATE = ZERO
011250         MOVE 'NO SUBMISSION IS RECORDED ON THE RUN-STATE FILE'
011260             TO RPT-MSG-TEXT
011270         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
011280     END-IF
011290     IF WS-LEDGER-DROPPED > ZERO
011300         MOVE WS-LEDGER-DROPPED TO RPT-COUNT-VALUE
011310         MOVE 'LEDGER TABLE FULL - SUBMISSIONS NOT SHOWN'
011320             TO RPT-COUNT-TEXT
011330         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011340     END-IF
011350     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
011360     WRITE REPORT-RECORD FROM RPT-COLUMN-HEADING
011370     PERFORM 6200-LEDGER-ONE-DAY THRU 6200-EXIT
011380         VARYING WS-LEDGER-DAY-NUM FROM WS-PERIOD-FROM-NUM BY 1
011390         UNTIL WS-LEDGER-DAY-NUM > WS-TODAY-DAY-NUM
011400     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
011410     MOVE 'SUBMISSIONS IN PERIOD' TO RPT-COUNT-TEXT
011420     MOVE WS-TOT-SUBMISSIONS TO RPT-COUNT-VALUE
011430     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011440     MOVE 'CARD SETS QUEUED' TO RPT-COUNT-TEXT
011450     MOVE WS-TOT-CARD-SETS TO RPT-COUNT-VALUE
011460     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011470     MOVE 'CATCH-UP SUBMISSIONS' TO RPT-COUNT-TEXT
011480     MOVE WS-TOT-CATCH-UPS TO RPT-COUNT-VALUE
011490     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011500     MOVE 'DUPLICATE SUBMISSIONS' TO RPT-COUNT-TEXT
011510     MOVE WS-TOT-DUPLICATES TO RPT-COUNT-VALUE
011520     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011530     MOVE 'SCHEDULED WORK NOT QUEUED' TO RPT-COUNT-TEXT
011540     MOVE WS-TOT-NOT-QUEUED TO RPT-COUNT-VALUE
011550     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
011560     CLOSE REPORT-FILE
011570     IF WS-TOT-NOT-QUEUED > ZERO OR WS-TOT-DUPLICATES > ZERO
011580         MOVE 8 TO RETURN-CODE
011590     END-IF
011600     MOVE WS-TOT-SUBMISSIONS TO RPT-COUNT-VALUE
011610     DISPLAY 'SNOW-SCHED: LEDGER ' WS-PERIOD-FROM ' TO '
011620         WS-TODAY-CCYYMMDD ',' RPT-COUNT-VALUE ' SUBMISSION(S)'.
011630 6000-EXIT.
011640     EXIT.
011650
011660*----------------------------------------------------------------
011670* 6100-LOAD-LEDGER - THE PERIOD'S RUN-STATE RECORDS INTO THE
011680* LEDGER TABLE IN FILE ORDER, NOTING THE FIRST DATE ON FILE.
011690* RECORDS PAST THE TABLE ARE COUNTED AND REPORTED.
011700*----------------------------------------------------------------
011710 6100-LOAD-LEDGER.
011720     MOVE ZERO TO WS-STATE-FIRST-DATE
011730     OPEN INPUT RUN-STATE-FILE
011740     IF NOT RUNSTATE-OK
011750         GO TO 6100-EXIT
011760     END-IF
011770     PERFORM 6110-LOAD-ONE-ENTRY THRU 6110-EXIT
011780         UNTIL RUNSTATE-EOF
011790     CLOSE RUN-STATE-FILE.
011800 6100-EXIT.
011810     EXIT.
011820
011830 6110-LOAD-ONE-ENTRY.
011840     READ RUN-STATE-FILE
011850         AT END
011860             MOVE '10' TO WS-RUNSTATE-STATUS
011870             GO TO 6110-EXIT
011880     END-READ
011890     IF WS-STATE-FIRST-DATE = ZERO
011900             OR SR-RUN-DATE OF RUN-STATE-RECORD
011910                 < WS-STATE-FIRST-DATE
011920         MOVE SR-RUN-DATE OF RUN-STATE-RECORD
011930             TO WS-STATE-FIRST-DATE
011940     END-IF
011950     IF SR-RUN-DATE OF RUN-STATE-RECORD < WS-PERIOD-FROM
011960         GO TO 6110-EXIT
011970     END-IF
011980     IF WS-LEDGER-COUNT >= MAX-LEDGER
011990         ADD 1 TO WS-LEDGER-DROPPED
012000         GO TO 6110-EXIT
012010     END-IF
012020     ADD 1 TO WS-LEDGER-COUNT
012030     MOVE SR-RUN-DATE OF RUN-STATE-RECORD
012040         TO WS-LDG-DATE(WS-LEDGER-COUNT)
012050     MOVE SR-JOB-TYPE OF RUN-STATE-RECORD
012060         TO WS-LDG-TYPE(WS-LEDGER-COUNT)
012070     MOVE SR-QUEUED-TIME OF RUN-STATE-RECORD
012080         TO WS-LDG-TIME(WS-LEDGER-COUNT)
012090     MOVE SR-CARD-SETS OF RUN-STATE-RECORD
012100         TO WS-LDG-SETS(WS-LEDGER-COUNT)
012110     MOVE SR-SINCE-HHMM OF RUN-STATE-RECORD
012120         TO WS-LDG-SINCE(WS-LEDGER-COUNT)
012130     MOVE SR-CATCH-UP-SW OF RUN-STATE-RECORD
012140         TO WS-LDG-CATCH-UP-SW(WS-LEDGER-COUNT).
012150 6110-EXIT.
012160     EXIT.
012170
012180*----------------------------------------------------------------
012190* 6200-LEDGER-ONE-DAY - RESOLVE THE DAY'S SHIFT THE SAME WAY THE
012200* SCHEDULER DOES, LIST ITS SUBMISSIONS, THEN CHECK THEM AGAINST
012210* THE SCHEDULE.  A DAY WITH NOTHING QUEUED STILL GETS ITS LINE.
012220*----------------------------------------------------------------
012230 6200-LEDGER-ONE-DAY.
012240     COMPUTE WS-RESOLVE-DATE =
012250         FUNCTION DATE-OF-INTEGER(WS-LEDGER-DAY-NUM)
012260     PERFORM 2100-RESOLVE-DATE THRU 2100-EXIT
012270     MOVE ZERO TO WS-DAY-BROADCASTS
012280     MOVE ZERO TO WS-DAY-VERIFIES
012290     MOVE ZERO TO WS-DAY-RETAINS
012300     MOVE 'N' TO WS-DAY-LINE-SWITCH
012310     PERFORM 6210-LEDGER-ONE-ENTRY THRU 6210-EXIT
012320         VARYING WS-LDG-IDX FROM 1 BY 1
012330         UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
012340     IF NOT DAY-LINE-WRITTEN
012350         PERFORM 6220-START-DETAIL-LINE THRU 6220-EXIT
012360         WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
012370     END-IF
012380     IF WS-STATE-FIRST-DATE = ZERO
012390             OR WS-RESOLVE-DATE < WS-STATE-FIRST-DATE
012400         GO TO 6200-EXIT
012410     END-IF
012420     PERFORM 6300-CHECK-ONE-DAY THRU 6300-EXIT.
012430 6200-EXIT.
012440     EXIT.
012450
012460 6210-LEDGER-ONE-ENTRY.
012470     IF WS-LDG-DATE(WS-LDG-IDX) NOT = WS-RESOLVE-DATE
012480         GO TO 6210-EXIT
012490     END-IF
012500     PERFORM 6220-START-DETAIL-LINE THRU 6220-EXIT
012510     MOVE WS-LDG-TYPE(WS-LDG-IDX) TO RPT-DTL-TYPE
012520     MOVE WS-LDG-TIME(WS-LDG-IDX) TO WS-TIME-SPLIT
012530     MOVE WS-TIME-HH TO WS-TED-HH
012540     MOVE WS-TIME-MM TO WS-TED-MM
012550     MOVE WS-TIME-SS TO WS-TED-SS
012560     MOVE WS-TIME-EDIT TO RPT-DTL-TIME
012570     MOVE WS-LDG-SETS(WS-LDG-IDX) TO RPT-DTL-SETS
012580     IF WS-LDG-TYPE(WS-LDG-IDX) = 'VERIFY'
012590         MOVE WS-LDG-SINCE(WS-LDG-IDX) TO RPT-DTL-SINCE
012600     END-IF
012610     IF WS-LDG-CATCH-UP-SW(WS-LDG-IDX) = 'Y'
012620         MOVE 'CATCH-UP' TO RPT-DTL-NOTE
012630         ADD 1 TO WS-TOT-CATCH-UPS
012640     END-IF
012650     WRITE REPORT-RECORD FROM RPT-DETAIL-LINE
012660     ADD 1 TO WS-TOT-SUBMISSIONS
012670     ADD WS-LDG-SETS(WS-LDG-IDX) TO WS-TOT-CARD-SETS
012680     EVALUATE WS-LDG-TYPE(WS-LDG-IDX)
012690         WHEN 'BRDCAST'
012700             ADD 1 TO WS-DAY-BROADCASTS
012710         WHEN 'VERIFY'
012720             ADD 1 TO WS-DAY-VERIFIES
012730         WHEN 'RETAIN'
012740             ADD 1 TO WS-DAY-RETAINS
012750     END-EVALUATE.
012760 6210-EXIT.
012770     EXIT.
012780
012790*----------------------------------------------------------------
012800* 6220-START-DETAIL-LINE - A CLEAR DETAIL LINE; THE DAY'S FIRST
012810* LINE ALSO CARRIES THE DATE AND THE SHIFT (OR DARK).
012820*----------------------------------------------------------------
012830 6220-START-DETAIL-LINE.
012840     MOVE SPACES TO RPT-DETAIL-LINE
012850     IF DAY-LINE-WRITTEN
012860         GO TO 6220-EXIT
012870     END-IF
012880     MOVE WS-RESOLVE-DATE TO RPT-DTL-DATE
012890     IF DAY-HAS-SHIFT
012900         MOVE WS-DAY-SHIFT-START TO WS-SED-START
012910         MOVE WS-DAY-SHIFT-END TO WS-SED-END
012920         MOVE WS-SHIFT-EDIT TO RPT-DTL-SHIFT
012930     ELSE
012940         MOVE 'DARK' TO RPT-DTL-SHIFT
012950     END-IF
012960     SET DAY-LINE-WRITTEN TO TRUE.
012970 6220-EXIT.
012980     EXIT.
012990
013000*----------------------------------------------------------------
013010* 6300-CHECK-ONE-DAY - A SHIFT DAY OWES A BROADCAST, A BROADCAST
013020* OWES A VERIFY, AND A RETAIN DAY OWES A RETAIN - WHICH A
013030* CATCH-UP WITHIN THE WEEK FOLLOWING SETTLES.  TODAY'S WORK NOT
013040* YET QUEUED IS NOTED, NOT FLAGGED.  ANY JOB TYPE QUEUED MORE
013050* THAN ONCE IN A DAY IS FLAGGED AS A DUPLICATE.
013060*----------------------------------------------------------------
013070 6300-CHECK-ONE-DAY.
013080     MOVE 'BROADCAST' TO WS-CHECK-NAME
013090     MOVE WS-DAY-BROADCASTS TO WS-DUP-COUNT
013100     PERFORM 6310-CHECK-DUPLICATE THRU 6310-EXIT
013110     MOVE 'VERIFY' TO WS-CHECK-NAME
013120     MOVE WS-DAY-VERIFIES TO WS-DUP-COUNT
013130     PERFORM 6310-CHECK-DUPLICATE THRU 6310-EXIT
013140     MOVE 'RETAIN' TO WS-CHECK-NAME
013150     MOVE WS-DAY-RETAINS TO WS-DUP-COUNT
013160     PERFORM 6310-CHECK-DUPLICATE THRU 6310-EXIT
013170     IF DAY-HAS-SHIFT AND WS-DAY-BROADCASTS = ZERO
013180         MOVE 'BROADCAST' TO WS-CHECK-NAME
013190         PERFORM 6320-NOT-QUEUED THRU 6320-EXIT
013200     END-IF
013210     IF WS-DAY-BROADCASTS > ZERO AND WS-DAY-VERIFIES = ZERO
013220         MOVE 'VERIFY' TO WS-CHECK-NAME
013230         PERFORM 6320-NOT-QUEUED THRU 6320-EXIT
013240     END-IF
013250     IF DAY-HAS-SHIFT AND DAY-HAS-RETAIN AND WS-DAY-RETAINS = ZERO
013260         PERFORM 6330-CHECK-RETAIN-CAUGHT-UP THRU 6330-EXIT
013270     END-IF.
013280 6300-EXIT.
013290     EXIT.
013300
013310 6310-CHECK-DUPLICATE.
013320     IF WS-DUP-COUNT < 2
013330         GO TO 6310-EXIT
013340     END-IF
013350     MOVE WS-DUP-COUNT TO WS-DUP-EDIT
013360     MOVE '** ' TO RPT-EXC-FLAG
013370     MOVE SPACES TO RPT-EXC-TEXT
013380     STRING WS-CHECK-NAME DELIMITED BY SPACE
013390         ' QUEUED ' WS-DUP-EDIT ' TIMES' DELIMITED BY SIZE
013400         INTO RPT-EXC-TEXT
013410     END-STRING
013420     WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE
013430     COMPUTE WS-TOT-DUPLICATES =
013440         WS-TOT-DUPLICATES + WS-DUP-COUNT - 1.
013450 6310-EXIT.
013460     EXIT.
013470
013480 6320-NOT-QUEUED.
013490     MOVE SPACES TO RPT-EXC-TEXT
013500     IF WS-RESOLVE-DATE = WS-TODAY-CCYYMMDD
013510         MOVE SPACES TO RPT-EXC-FLAG
013520         STRING WS-CHECK-NAME DELIMITED BY SPACE
013530             ' NOT YET QUEUED' DELIMITED BY SIZE
013540             INTO RPT-EXC-TEXT
013550         END-STRING
013560     ELSE
013570         MOVE '** ' TO RPT-EXC-FLAG
013580         STRING WS-CHECK-NAME DELIMITED BY SPACE
013590             ' NOT QUEUED' DELIMITED BY SIZE
013600             INTO RPT-EXC-TEXT
013610         END-STRING
013620         ADD 1 TO WS-TOT-NOT-QUEUED
013630     END-IF
013640     WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE.
013650 6320-EXIT.
013660     EXIT.
013670
013680 6330-CHECK-RETAIN-CAUGHT-UP.
013690     COMPUTE WS-CATCH-UP-LIMIT =
013700         FUNCTION DATE-OF-INTEGER(WS-LEDGER-DAY-NUM + 7)
013710     MOVE ZERO TO WS-RETAIN-CAUGHT-DATE
013720     PERFORM 6340-TEST-ONE-RETAIN THRU 6340-EXIT
013730         VARYING WS-LDG-IDX FROM 1 BY 1
013740         UNTIL WS-LDG-IDX > WS-LEDGER-COUNT
013750             OR WS-RETAIN-CAUGHT-DATE NOT = ZERO
013760     IF WS-RETAIN-CAUGHT-DATE = ZERO
013770         MOVE 'RETAIN' TO WS-CHECK-NAME
013780         PERFORM 6320-NOT-QUEUED THRU 6320-EXIT
013790         GO TO 6330-EXIT
013800     END-IF
013810     MOVE SPACES TO RPT-EXC-FLAG
013820     MOVE SPACES TO RPT-EXC-TEXT
013830     STRING 'RETAIN CAUGHT UP ON ' WS-RETAIN-CAUGHT-DATE
013840         DELIMITED BY SIZE INTO RPT-EXC-TEXT
013850     END-STRING
013860     WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE.
013870 6330-EXIT.
013880     EXIT.
013890
013900 6340-TEST-ONE-RETAIN.
013910     IF WS-LDG-TYPE(WS-LDG-IDX) = 'RETAIN'
013920             AND WS-LDG-DATE(WS-LDG-IDX) > WS-RESOLVE-DATE
013930             AND WS-LDG-DATE(WS-LDG-IDX) NOT > WS-CATCH-UP-LIMIT
013940         MOVE WS-LDG-DATE(WS-LDG-IDX) TO WS-RETAIN-CAUGHT-DATE
013950     END-IF.
013960 6340-EXIT.
013970     EXIT.
013980
013990 END PROGRAM SNOW-SCHED.
