000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNOW-GEN.
000030 AUTHOR. D HOLLIS.
000040 INSTALLATION. FACILITIES SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DH    ORIGINAL PROGRAM.  CHANGE CONTROL FOR THE
000110*                     HAND-FED CONFIGURATION FILES - TERMCFG,
000120*                     HOLIDCAL, THEMEART, ORNPATN, SNOWPROF AND
000130*                     SNOWMOTD - WHICH ARE OTHERWISE EDITED IN
000140*                     PLACE.  MODE=SNAP (THE DEFAULT), RUN AS A
000150*                     STEP AFTER SNOW-AUDIT PASSES AND BEFORE
000160*                     SNOW-BROADCAST OR SNOW-SCHED QUEUES THE
000170*                     FLEET, COPIES ALL SIX FILES INTO THE NEXT
000180*                     NUMBERED GENERATION ON THE GENERATION
000190*                     LIBRARY (DD SNOWGENS) AND WRITES A DATED
000200*                     CONTROL RECORD WITH EACH FILE'S RECORD
000210*                     COUNT AND HASH TOTAL TO THE GENERATION
000220*                     CONTROL FILE (DD SNOWGCTL); FILES STILL
000230*                     MATCHING THE CURRENT GENERATION TAKE NO
000240*                     NEW ONE.  MODE=LIST PRINTS THE CONTROL
000250*                     FILE.  MODE=COMPARE LISTS THE RECORDS
000260*                     REMOVED AND ADDED BETWEEN GEN= AND WITH=
000270*                     (DEFAULT THE LATEST SNAPSHOT).
000280*                     MODE=RESTORE, FOR A SUPERVISOR SIGNED ON
000290*                     WITH OPID=, PROVES GEN= AGAINST ITS
000300*                     CONTROL TOTALS, SNAPS THE LIVE FILES SO
000310*                     THE RESTORE CAN ITSELF BE BACKED OUT,
000320*                     REWRITES THE LIVE FILES FROM THE LIBRARY
000330*                     AND STAMPS THE RESTORE ON THE CONTROL
000340*                     FILE AND ON THE SNOWFALL LOG (DD SNOWLOG)
000350*                     WITH THE OPERATOR ID.  MERRY-COBOL CARRIES
000360*                     THE CURRENT GENERATION NUMBER ON ITS START
000370*                     RECORD.  REPORT ON DD SNOWGRPT.
000380*--------------------------------------------------------------
000390 ENVIRONMENT DIVISION.
000400 CONFIGURATION SECTION.
000410 INPUT-OUTPUT SECTION.
000420 FILE-CONTROL.
000430     SELECT TERM-CONFIG-FILE ASSIGN TO TERMCFG
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-CONFIG-STATUS.
000460     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO HOLIDCAL
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-CONFIG-STATUS.
000490     SELECT THEME-ARTWORK-FILE ASSIGN TO THEMEART
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-CONFIG-STATUS.
000520     SELECT ORNAMENT-PATTERN-FILE ASSIGN TO ORNPATN
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-CONFIG-STATUS.
000550     SELECT WEATHER-PROFILE-FILE ASSIGN TO SNOWPROF
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-CONFIG-STATUS.
000580     SELECT MOTD-FILE ASSIGN TO SNOWMOTD
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-CONFIG-STATUS.
000610     SELECT GEN-LIBRARY-FILE ASSIGN TO SNOWGENS
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SNOWGENS-STATUS.
000640     SELECT GEN-CONTROL-FILE ASSIGN TO SNOWGCTL
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-SNOWGCTL-STATUS.
000670     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-OPERPROF-STATUS.
000700     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000710         ORGANIZATION IS LINE SEQUENTIAL
000720         FILE STATUS IS WS-SNOWLOG-STATUS.
000730     SELECT REPORT-FILE ASSIGN TO SNOWGRPT
000740         ORGANIZATION IS LINE SEQUENTIAL
000750         FILE STATUS IS WS-REPORT-STATUS.
000760
000770 DATA DIVISION.
000780 FILE SECTION.
000790*--------------------------------------------------------------
000800* THE SIX CONFIGURATION FILES ARE COPIED AS WHOLE RECORD
000810* IMAGES, NEVER FIELD BY FIELD, SO EACH IS DESCRIBED HERE AS
000820* ONE FLAT RECORD AS WIDE AS THE LIBRARY'S IMAGE FIELD.
000830*--------------------------------------------------------------
000840 FD  TERM-CONFIG-FILE.
000850 01  TERM-CONFIG-RECORD               PIC X(120).
000860
000870 FD  HOLIDAY-CALENDAR-FILE.
000880 01  HOLIDAY-CALENDAR-RECORD          PIC X(120).
000890
000900 FD  THEME-ARTWORK-FILE.
000910 01  THEME-ARTWORK-RECORD             PIC X(120).
000920
000930 FD  ORNAMENT-PATTERN-FILE.
000940 01  ORNAMENT-PATTERN-RECORD          PIC X(120).
000950
000960 FD  WEATHER-PROFILE-FILE.
000970 01  WEATHER-PROFILE-RECORD           PIC X(120).
000980
000990 FD  MOTD-FILE.
001000 01  MOTD-RECORD                      PIC X(120).
001010
001020 FD  GEN-LIBRARY-FILE.
001030 01  GEN-LIBRARY-RECORD.
001040     COPY GENDATA.
001050
001060 FD  GEN-CONTROL-FILE.
001070 01  GEN-CONTROL-RECORD.
001080     COPY GENCTL.
001090
001100 FD  OPERATOR-PROFILE-FILE.
001110 01  OPERATOR-PROFILE-RECORD.
001120     COPY OPERPROF.
001130
001140 FD  SNOWFALL-LOG-FILE.
001150 01  SNOWFALL-LOG-RECORD.
001160     COPY SNOWLOG.
001170
001180 FD  REPORT-FILE.
001190 01  REPORT-RECORD                    PIC X(80).
001200
001210 WORKING-STORAGE SECTION.
001220*--------------------------------------------------------------
001230* FILE STATUS AREAS.  ONE STATUS SERVES ALL SIX CONFIGURATION
001240* FILES - THEY ARE ONLY EVER OPENED TOGETHER BY THE RESTORE,
001250* WHICH CHECKS EACH OPEN AS IT GOES.  '35' ON THE LIBRARY, THE
001260* CONTROL FILE OR THE LOG MEANS NO FILE YET; OPEN EXTEND
001270* CANNOT CREATE ONE ON THIS PLATFORM SO THE APPEND FALLS BACK
001280* TO OPEN OUTPUT.
001290*--------------------------------------------------------------
001300 77  WS-CONFIG-STATUS              PIC X(2) VALUE '00'.
001310     88  CONFIG-OK                 VALUE '00'.
001320     88  CONFIG-EOF                VALUE '10'.
001330     88  CONFIG-NOT-FOUND          VALUE '35'.
001340
001350 77  WS-SNOWGENS-STATUS            PIC X(2) VALUE '00'.
001360     88  SNOWGENS-OK               VALUE '00'.
001370     88  SNOWGENS-EOF              VALUE '10'.
001380     88  SNOWGENS-NOT-FOUND        VALUE '35'.
001390
001400 77  WS-SNOWGCTL-STATUS            PIC X(2) VALUE '00'.
001410     88  SNOWGCTL-OK               VALUE '00'.
001420     88  SNOWGCTL-EOF              VALUE '10'.
001430     88  SNOWGCTL-NOT-FOUND        VALUE '35'.
001440
001450 77  WS-OPERPROF-STATUS            PIC X(2) VALUE '00'.
001460     88  OPERPROF-OK               VALUE '00'.
001470     88  OPERPROF-EOF              VALUE '10'.
001480
001490 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
001500     88  SNOWLOG-OK                VALUE '00'.
001510     88  SNOWLOG-NOT-FOUND         VALUE '35'.
001520
001530 77  WS-REPORT-STATUS              PIC X(2) VALUE '00'.
001540     88  REPORT-OK                 VALUE '00'.
001550
001560*--------------------------------------------------------------
001570* THE CONFIGURATION FILES, IN THE ORDER THEIR ENTRIES SIT ON
001580* THE CONTROL RECORD.  THE NAMES ARE THE DD NAMES AND ARE WHAT
001590* TAGS EACH IMAGE ON THE LIBRARY.
001600*--------------------------------------------------------------
001610 78  MAX-CFG-FILES VALUE 6.
001620
001630 01  WS-FILE-NAME-VALUES.
001640     05  FILLER                   PIC X(8) VALUE 'TERMCFG '.
001650     05  FILLER                   PIC X(8) VALUE 'HOLIDCAL'.
001660     05  FILLER                   PIC X(8) VALUE 'THEMEART'.
001670     05  FILLER                   PIC X(8) VALUE 'ORNPATN '.
001680     05  FILLER                   PIC X(8) VALUE 'SNOWPROF'.
001690     05  FILLER                   PIC X(8) VALUE 'SNOWMOTD'.
001700 01  WS-FILE-NAME-TABLE REDEFINES WS-FILE-NAME-VALUES.
001710     05  WS-FILE-NAME             PIC X(8)
001720         OCCURS MAX-CFG-FILES TIMES.
001730
001740 77  WS-FILE-IDX                   PIC 9(2) COMP.
001750 77  WS-FILE-ID                    PIC X(8).
001760
001770*--------------------------------------------------------------
001780* RECORD COUNTS AND HASH TOTALS, ONE ROW PER FILE, AS TAKEN
001790* FROM THE LIVE FILES OR FROM A GENERATION ON THE LIBRARY.
001800* THE HASH OF ONE RECORD IS THE SUM OF EACH CHARACTER'S
001810* COLLATING POSITION TIMES ITS COLUMN, AND THE FILE HASH IS THE
001820* SUM OF EACH RECORD HASH TIMES ITS RECORD NUMBER, KEPT TO 15
001830* DIGITS - SO A CHANGED CHARACTER, A SWAPPED COLUMN AND A
001840* REORDERED RECORD ALL MOVE THE TOTAL.  TRAILING SPACES DO NOT
001850* MATTER: EVERY IMAGE IS HASHED AT ITS FULL PADDED WIDTH.
001860*--------------------------------------------------------------
001870 78  IMAGE-WIDTH VALUE 120.
001880 78  HASH-MODULUS VALUE 1000000000000000.
001890
001900 01  WS-TOTALS-TABLE.
001910     05  WS-TOTALS-ENTRY OCCURS MAX-CFG-FILES TIMES.
001920         10  WS-TOT-COUNT         PIC 9(7) COMP.
001930         10  WS-TOT-HASH          PIC 9(15) COMP.
001940         10  WS-TOT-PRESENT-SW    PIC X.
001950             88  WS-TOT-PRESENT   VALUE 'Y'.
001960
001970 01  WS-IMAGE                      PIC X(120).
001980 77  WS-RECORD-NUM                 PIC 9(6) COMP.
001990 77  WS-RECORD-HASH                PIC 9(9) COMP.
002000 77  WS-CHAR-IDX                   PIC 9(3) COMP.
002010
002020*--------------------------------------------------------------
002030* GENERATION CONTROL RECORDS HELD FROM THE CONTROL FILE: THE
002040* LAST RECORD (THE GENERATION THE LIVE FILES HOLD), AND THE
002050* SNAPSHOT RECORDS FOR GEN= AND WITH=.
002060*--------------------------------------------------------------
002070 01  WS-CURRENT-CTL.
002080     COPY GENCTL.
002090 01  WS-GEN-CTL.
002100     COPY GENCTL.
002110 01  WS-WITH-CTL.
002120     COPY GENCTL.
002130
002140 77  WS-CURRENT-GEN                PIC 9(5) VALUE ZERO.
002150 77  WS-HIGH-GEN                   PIC 9(5) VALUE ZERO.
002160 77  WS-NEW-GEN                    PIC 9(5) VALUE ZERO.
002170 77  WS-CTL-RECORDS                PIC 9(5) COMP VALUE ZERO.
002180 77  WS-GEN-FOUND-SWITCH           PIC X VALUE 'N'.
002190     88  GEN-FOUND                 VALUE 'Y'.
002200 77  WS-WITH-FOUND-SWITCH          PIC X VALUE 'N'.
002210     88  WITH-FOUND                VALUE 'Y'.
002220 77  WS-CHANGED-SWITCH             PIC X VALUE 'N'.
002230     88  FILES-CHANGED             VALUE 'Y'.
002240
002250*--------------------------------------------------------------
002260* RUN CONTROLS FROM THE PARM.
002270*--------------------------------------------------------------
002280 77  WS-MODE                       PIC X(8) VALUE 'SNAP'.
002290     88  MODE-SNAP                 VALUE 'SNAP'.
002300     88  MODE-LIST                 VALUE 'LIST'.
002310     88  MODE-COMPARE              VALUE 'COMPARE'.
002320     88  MODE-RESTORE              VALUE 'RESTORE'.
002330 77  WS-GEN-WANTED                 PIC 9(5) VALUE ZERO.
002340 77  WS-WITH-WANTED                PIC 9(5) VALUE ZERO.
002350 77  WS-OPER-ID                    PIC X(8) VALUE SPACES.
002360 77  WS-AUTH-LEVEL                 PIC 9(1) VALUE ZERO.
002370 77  WS-SIGNON-SWITCH              PIC X VALUE 'N'.
002380     88  SIGNED-ON                 VALUE 'Y'.
002390
002400 77  WS-ERROR-SWITCH               PIC X VALUE 'N'.
002410     88  PARM-ERROR                VALUE 'Y'.
002420 77  WS-ABORT-SWITCH               PIC X VALUE 'N'.
002430     88  RUN-ABORTED               VALUE 'Y'.
002440 77  WS-REWRITE-FAIL-SWITCH        PIC X VALUE 'N'.
002450     88  REWRITE-FAILED            VALUE 'Y'.
002460
002470*--------------------------------------------------------------
002480* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.  THE
002490* GENERATION NUMBERS ARE PICKED UP DIGIT BY DIGIT, THE WAY
002500* SNOW-RETAIN TAKES KEEPDAYS=, SO GEN=7 AND GEN=00007 AGREE.
002510*--------------------------------------------------------------
002520 01  WS-PARM-WORK                 PIC X(100).
002530 01  WS-PARM-TOKEN-TABLE.
002540     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
002550 77  WS-TOKEN-IDX                 PIC 9(1).
002560 77  WS-DIGIT-IDX                 PIC 9(2) COMP.
002570 77  WS-DIGIT-LAST                PIC 9(2) COMP.
002580 01  WS-DIGIT-CHAR                PIC X.
002590 01  WS-DIGIT-NUM REDEFINES WS-DIGIT-CHAR
002600                                  PIC 9.
002610 77  WS-NUMBER-WORK               PIC 9(5) COMP.
002620 77  WS-DIGIT-DONE-SWITCH         PIC X.
002630     88  DIGIT-SCAN-DONE          VALUE 'Y'.
002640
002650*--------------------------------------------------------------
002660* COMPARE WORK TABLES.  ONE FILE AT A TIME, THE IMAGES OF THE
002670* TWO GENERATIONS ARE LOADED SIDE BY SIDE AND PAIRED OFF; WHAT
002680* IS LEFT UNPAIRED IS A RECORD REMOVED (-) OR ADDED (+).
002690*--------------------------------------------------------------
002700 78  MAX-IMAGES VALUE 2000.
002710
002720 77  WS-IMG-A-COUNT                PIC 9(4) COMP VALUE ZERO.
002730 77  WS-IMG-B-COUNT                PIC 9(4) COMP VALUE ZERO.
002740 77  WS-IMG-SKIP-COUNT             PIC 9(5) COMP VALUE ZERO.
002750 01  WS-IMG-A-TABLE.
002760     05  WS-IMG-A-ENTRY OCCURS MAX-IMAGES TIMES.
002770         10  WS-IMA-RECORD-NUM    PIC 9(6).
002780         10  WS-IMA-PAIRED-SW     PIC X.
002790             88  WS-IMA-PAIRED    VALUE 'Y'.
002800         10  WS-IMA-IMAGE         PIC X(120).
002810 01  WS-IMG-B-TABLE.
002820     05  WS-IMG-B-ENTRY OCCURS MAX-IMAGES TIMES.
002830         10  WS-IMB-RECORD-NUM    PIC 9(6).
002840         10  WS-IMB-PAIRED-SW     PIC X.
002850             88  WS-IMB-PAIRED    VALUE 'Y'.
002860         10  WS-IMB-IMAGE         PIC X(120).
002870
002880 77  WS-IDX                        PIC 9(4) COMP.
002890 77  WS-JDX                        PIC 9(4) COMP.
002900 77  WS-REMOVED-COUNT              PIC 9(5) COMP VALUE ZERO.
002910 77  WS-ADDED-COUNT                PIC 9(5) COMP VALUE ZERO.
002920 77  WS-FILES-CHANGED-COUNT        PIC 9(2) COMP VALUE ZERO.
002930
002940 77  WS-RESTORED-RECORDS           PIC 9(7) COMP VALUE ZERO.
002950 77  WS-GRAND-RECORDS              PIC 9(7) COMP.
002960
002970 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
002980 01  WS-NOW-TIME                   PIC 9(8) VALUE ZERO.
002990
003000*--------------------------------------------------------------
003010* REPORT LINE LAYOUTS.
003020*--------------------------------------------------------------
003030 01  RPT-HEADING-1.
003040     05  FILLER                   PIC X(41) VALUE
003050         'SNOW-GEN  CONFIGURATION GENERATIONS DATE '.
003060     05  RPT-HDG-DATE             PIC 9(8).
003070     05  FILLER                   PIC X(31) VALUE SPACES.
003080
003090 01  RPT-MESSAGE-LINE.
003100     05  FILLER                   PIC X(2) VALUE SPACES.
003110     05  RPT-MSG-TEXT             PIC X(78).
003120
003130 01  RPT-TOTAL-HEADING.
003140     05  FILLER                   PIC X(40) VALUE
003150         'FILE      RECORDS       HASH TOTAL  NOTE'.
003160     05  FILLER                   PIC X(40) VALUE SPACES.
003170
003180 01  RPT-TOTAL-LINE.
003190     05  RPT-TOT-FILE             PIC X(8).
003200     05  FILLER                   PIC X(2) VALUE SPACES.
003210     05  RPT-TOT-RECORDS          PIC ZZZZZZ9.
003220     05  FILLER                   PIC X(2) VALUE SPACES.
003230     05  RPT-TOT-HASH             PIC 9(15).
003240     05  FILLER                   PIC X(2) VALUE SPACES.
003250     05  RPT-TOT-NOTE             PIC X(44).
003260
003270 01  RPT-LIST-HEADING.
003280     05  FILLER                   PIC X(40) VALUE
003290         '  GEN  ACTION    DATE     TIME      OPER'.
003300     05  FILLER                   PIC X(40) VALUE
003310         'ATOR    RECORDS'.
003320
003330 01  RPT-LIST-LINE.
003340     05  RPT-LST-GEN              PIC ZZZZ9.
003350     05  FILLER                   PIC X(2) VALUE SPACES.
003360     05  RPT-LST-ACTION           PIC X(8).
003370     05  FILLER                   PIC X(2) VALUE SPACES.
003380     05  RPT-LST-DATE             PIC 9(8).
003390     05  FILLER                   PIC X(1) VALUE SPACE.
003400     05  RPT-LST-TIME             PIC X(8).
003410     05  FILLER                   PIC X(2) VALUE SPACES.
003420     05  RPT-LST-OPER             PIC X(8).
003430     05  FILLER                   PIC X(2) VALUE SPACES.
003440     05  RPT-LST-RECORDS          PIC ZZZZZZ9.
003450     05  FILLER                   PIC X(2) VALUE SPACES.
003460     05  RPT-LST-NOTE             PIC X(25).
003470
003480 01  RPT-CMP-HEADING.
003490     05  FILLER                   PIC X(40) VALUE
003500         'FILE      RECS A     HASH TOTAL A   RECS'.
003510     05  FILLER                   PIC X(40) VALUE
003520         ' B     HASH TOTAL B  RESULT'.
003530
003540 01  RPT-CMP-LINE.
003550     05  RPT-CMP-FILE             PIC X(8).
003560     05  FILLER                   PIC X(2) VALUE SPACES.
003570     05  RPT-CMP-RECS-A           PIC ZZZZZZ9.
003580     05  FILLER                   PIC X(2) VALUE SPACES.
003590     05  RPT-CMP-HASH-A           PIC 9(15).
003600     05  FILLER                   PIC X(2) VALUE SPACES.
003610     05  RPT-CMP-RECS-B           PIC ZZZZZZ9.
003620     05  FILLER                   PIC X(2) VALUE SPACES.
003630     05  RPT-CMP-HASH-B           PIC 9(15).
003640     05  FILLER                   PIC X(2) VALUE SPACES.
003650     05  RPT-CMP-RESULT           PIC X(8).
003660     05  FILLER                   PIC X(10) VALUE SPACES.
003670
003680 01  RPT-FILE-BREAK-LINE.
003690     05  FILLER                   PIC X(5) VALUE 'FILE '.
003700     05  RPT-BRK-FILE             PIC X(8).
003710     05  FILLER                   PIC X(67) VALUE
003720         ' - RECORDS REMOVED (-) AND ADDED (+)'.
003730
003740 01  RPT-DIFF-LINE.
003750     05  FILLER                   PIC X(2) VALUE SPACES.
003760     05  RPT-DIFF-FLAG            PIC X(1).
003770     05  FILLER                   PIC X(1) VALUE SPACE.
003780     05  RPT-DIFF-RECNO           PIC ZZZZZ9.
003790     05  FILLER                   PIC X(2) VALUE SPACES.
003800     05  RPT-DIFF-IMAGE           PIC X(68).
003810
003820 01  RPT-DIFF-CONT-LINE.
003830     05  FILLER                   PIC X(12) VALUE SPACES.
003840     05  RPT-CONT-IMAGE           PIC X(52).
003850     05  FILLER                   PIC X(16) VALUE SPACES.
003860
003870 01  RPT-NONE-LINE.
003880     05  FILLER                   PIC X(80) VALUE '  NONE'.
003890
003900 01  RPT-COUNT-LINE.
003910     05  FILLER                   PIC X(2) VALUE SPACES.
003920     05  RPT-COUNT-TEXT           PIC X(40).
003930     05  FILLER                   PIC X(2) VALUE SPACES.
003940     05  RPT-COUNT-VALUE          PIC ZZZZZZ9.
003950     05  FILLER                   PIC X(29) VALUE SPACES.
003960
003970 01  RPT-SKIP-LINE.
003980     05  FILLER                   PIC X(4) VALUE '*** '.
003990     05  RPT-SKIP-COUNT           PIC ZZZZ9.
004000     05  FILLER                   PIC X(1) VALUE SPACE.
004010     05  RPT-SKIP-TEXT            PIC X(44).
004020     05  FILLER                   PIC X(4) VALUE ' ***'.
004030     05  FILLER                   PIC X(22) VALUE SPACES.
004040
004050 01  RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
004060
004070 01  WS-EDIT-GEN                   PIC 9(5).
004080 01  WS-EDIT-TIME.
004090     05  WS-EDIT-HH               PIC X(2).
004100     05  FILLER                   PIC X VALUE ':'.
004110     05  WS-EDIT-MM               PIC X(2).
004120     05  FILLER                   PIC X VALUE ':'.
004130     05  WS-EDIT-SS               PIC X(2).
004140
004150 LINKAGE SECTION.
004160     COPY PARMAREA.
004170
004180 PROCEDURE DIVISION USING LS-PARM-AREA.
004190*================================================================
004200* 0000-MAINLINE - READ THE CONTROL FILE, RUN THE MODE ASKED
004210* FOR, PRINT THE RESULT, STOP RUN.
004220*================================================================
004230 0000-MAINLINE.
004240     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004250     IF PARM-ERROR
004260         PERFORM 5000-TERMINATE THRU 5000-EXIT
004270         STOP RUN
004280     END-IF
004290     EVALUATE TRUE
004300         WHEN MODE-SNAP
004310             PERFORM 2000-SNAPSHOT THRU 2000-EXIT
004320         WHEN MODE-LIST
004330             PERFORM 3000-LIST-GENERATIONS THRU 3000-EXIT
004340         WHEN MODE-COMPARE
004350             PERFORM 4000-COMPARE THRU 4000-EXIT
004360         WHEN MODE-RESTORE
004370             PERFORM 6000-RESTORE THRU 6000-EXIT
004380     END-EVALUATE
004390     PERFORM 5000-TERMINATE THRU 5000-EXIT
004400     STOP RUN.
004410
004420*----------------------------------------------------------------
004430* 1000-INITIALIZE - PARSE AND CHECK THE PARM, OPEN THE REPORT,
004440* READ THE CONTROL FILE, AND FOR A RESTORE SIGN THE OPERATOR ON.
004450*----------------------------------------------------------------
004460 1000-INITIALIZE.
004470     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
004480     ACCEPT WS-NOW-TIME FROM TIME
004490     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
004500     OPEN OUTPUT REPORT-FILE
004510     MOVE WS-TODAY-CCYYMMDD TO RPT-HDG-DATE
004520     WRITE REPORT-RECORD FROM RPT-HEADING-1
004530     MOVE SPACES TO RPT-MSG-TEXT
004540     STRING 'MODE=' WS-MODE DELIMITED BY SIZE
004550         INTO RPT-MSG-TEXT
004560     END-STRING
004570     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
004580     IF NOT MODE-SNAP AND NOT MODE-LIST
004590             AND NOT MODE-COMPARE AND NOT MODE-RESTORE
004600         DISPLAY 'SNOW-GEN: MODE= MUST BE SNAP, LIST, COMPARE '
004610             'OR RESTORE'
004620         SET PARM-ERROR TO TRUE
004630         GO TO 1000-EXIT
004640     END-IF
004650     IF (MODE-COMPARE OR MODE-RESTORE) AND WS-GEN-WANTED = ZERO
004660         DISPLAY 'SNOW-GEN: GEN= IS REQUIRED FOR ' WS-MODE
004670         SET PARM-ERROR TO TRUE
004680         GO TO 1000-EXIT
004690     END-IF
004700     PERFORM 1300-READ-CONTROL THRU 1300-EXIT
004710     IF MODE-COMPARE AND WS-WITH-WANTED = ZERO
004720         MOVE WS-HIGH-GEN TO WS-WITH-WANTED
004730         PERFORM 1300-READ-CONTROL THRU 1300-EXIT
004740     END-IF
004750     IF (MODE-COMPARE OR MODE-RESTORE) AND NOT GEN-FOUND
004760         DISPLAY 'SNOW-GEN: GENERATION ' WS-GEN-WANTED
004770             ' IS NOT ON THE CONTROL FILE'
004780         SET PARM-ERROR TO TRUE
004790         GO TO 1000-EXIT
004800     END-IF
004810     IF MODE-COMPARE AND NOT WITH-FOUND
004820         DISPLAY 'SNOW-GEN: GENERATION ' WS-WITH-WANTED
004830             ' IS NOT ON THE CONTROL FILE'
004840         SET PARM-ERROR TO TRUE
004850         GO TO 1000-EXIT
004860     END-IF
004870     IF MODE-RESTORE
004880         PERFORM 1200-SIGN-ON THRU 1200-EXIT
004890     END-IF.
004900 1000-EXIT.
004910     EXIT.
004920
004930 1100-PARSE-PARM.
004940     MOVE SPACES TO WS-PARM-WORK
004950     MOVE SPACES TO WS-PARM-TOKEN-TABLE
004960     IF LS-PARM-LENGTH > ZERO
004970         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
004980         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
004990             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
005000                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
005010                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
005020         END-UNSTRING
005030         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
005040             VARYING WS-TOKEN-IDX FROM 1 BY 1
005050             UNTIL WS-TOKEN-IDX > 6
005060     END-IF.
005070 1100-EXIT.
005080     EXIT.
005090
005100 1110-EVAL-TOKEN.
005110     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'MODE='
005120         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-MODE
005130     END-IF
005140     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:4) = 'GEN='
005150         MOVE 5 TO WS-DIGIT-IDX
005160         PERFORM 1120-SCAN-NUMBER THRU 1120-EXIT
005170         MOVE WS-NUMBER-WORK TO WS-GEN-WANTED
005180     END-IF
005190     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'WITH='
005200         MOVE 6 TO WS-DIGIT-IDX
005210         PERFORM 1120-SCAN-NUMBER THRU 1120-EXIT
005220         MOVE WS-NUMBER-WORK TO WS-WITH-WANTED
005230     END-IF
005240     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'OPID='
005250         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-OPER-ID
005260     END-IF.
005270 1110-EXIT.
005280     EXIT.
005290
005300 1120-SCAN-NUMBER.
005310     MOVE ZERO TO WS-NUMBER-WORK
005320     MOVE 'N' TO WS-DIGIT-DONE-SWITCH
005330     COMPUTE WS-DIGIT-LAST = WS-DIGIT-IDX + 4
005340     PERFORM 1130-SCAN-ONE-DIGIT THRU 1130-EXIT
005350         VARYING WS-DIGIT-IDX FROM WS-DIGIT-IDX BY 1
005360         UNTIL WS-DIGIT-IDX > WS-DIGIT-LAST OR DIGIT-SCAN-DONE.
005370 1120-EXIT.
005380     EXIT.
005390
005400 1130-SCAN-ONE-DIGIT.
005410     MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(WS-DIGIT-IDX:1)
005420         TO WS-DIGIT-CHAR
005430     IF WS-DIGIT-CHAR NUMERIC
005440         COMPUTE WS-NUMBER-WORK =
005450             WS-NUMBER-WORK * 10 + WS-DIGIT-NUM
005460     ELSE
005470         SET DIGIT-SCAN-DONE TO TRUE
005480     END-IF.
005490 1130-EXIT.
005500     EXIT.
005510
005520*----------------------------------------------------------------
005530* 1200-SIGN-ON - RESOLVE OPID= ON THE PROFILE FILE.  A RESTORE
005540* CHANGES WHAT EVERY CONSOLE LOADS, SO LIKE A TARGET=ALL
005550* COMMAND IT NEEDS SUPERVISOR AUTHORITY.
005560*----------------------------------------------------------------
005570 1200-SIGN-ON.
005580     IF WS-OPER-ID = SPACES
005590         DISPLAY 'SNOW-GEN: OPID= IS REQUIRED FOR RESTORE'
005600         SET PARM-ERROR TO TRUE
005610         GO TO 1200-EXIT
005620     END-IF
005630     OPEN INPUT OPERATOR-PROFILE-FILE
005640     IF NOT OPERPROF-OK
005650         DISPLAY 'SNOW-GEN: NO OPERATOR PROFILE FILE - '
005660             'NOT AUTHORIZED'
005670         SET PARM-ERROR TO TRUE
005680         GO TO 1200-EXIT
005690     END-IF
005700     PERFORM 1210-TEST-ONE-OPERATOR THRU 1210-EXIT
005710         UNTIL OPERPROF-EOF OR SIGNED-ON
005720     CLOSE OPERATOR-PROFILE-FILE
005730     IF NOT SIGNED-ON
005740         DISPLAY 'SNOW-GEN: OPERATOR ' WS-OPER-ID
005750             ' NOT ON THE PROFILE FILE'
005760         SET PARM-ERROR TO TRUE
005770         GO TO 1200-EXIT
005780     END-IF
005790     IF WS-AUTH-LEVEL < 3
005800         DISPLAY 'SNOW-GEN: SUPERVISOR AUTHORITY IS REQUIRED '
005810             'TO RESTORE A GENERATION'
005820         SET PARM-ERROR TO TRUE
005830     END-IF.
005840 1200-EXIT.
005850     EXIT.
005860
005870 1210-TEST-ONE-OPERATOR.
005880     READ OPERATOR-PROFILE-FILE
005890         AT END
005900             MOVE '10' TO WS-OPERPROF-STATUS
005910             GO TO 1210-EXIT
005920     END-READ
005930     IF OPR-OPER-ID OF OPERATOR-PROFILE-RECORD = WS-OPER-ID
005940         SET SIGNED-ON TO TRUE
005950         MOVE OPR-AUTH-LEVEL OF OPERATOR-PROFILE-RECORD
005960             TO WS-AUTH-LEVEL
005970     END-IF.
005980 1210-EXIT.
005990     EXIT.
006000
006010*----------------------------------------------------------------
006020* 1300-READ-CONTROL - ONE PASS OVER THE CONTROL FILE.  HOLDS
006030* THE LAST RECORD AS THE CURRENT GENERATION, THE HIGHEST
006040* SNAPSHOT NUMBER, AND THE SNAPSHOT RECORDS FOR GEN= AND WITH=.
006050* NO CONTROL FILE MEANS NO GENERATION HAS BEEN TAKEN YET.
006060*----------------------------------------------------------------
006070 1300-READ-CONTROL.
006080     MOVE ZERO TO WS-CURRENT-GEN
006090     MOVE ZERO TO WS-HIGH-GEN
006100     MOVE ZERO TO WS-CTL-RECORDS
006110     MOVE 'N' TO WS-GEN-FOUND-SWITCH
006120     MOVE 'N' TO WS-WITH-FOUND-SWITCH
006130     OPEN INPUT GEN-CONTROL-FILE
006140     IF NOT SNOWGCTL-OK
006150         GO TO 1300-EXIT
006160     END-IF
006170     PERFORM 1310-READ-ONE-CONTROL THRU 1310-EXIT
006180         UNTIL SNOWGCTL-EOF
006190     CLOSE GEN-CONTROL-FILE.
006200 1300-EXIT.
006210     EXIT.
006220
006230 1310-READ-ONE-CONTROL.
006240     READ GEN-CONTROL-FILE
006250         AT END
006260             MOVE '10' TO WS-SNOWGCTL-STATUS
006270             GO TO 1310-EXIT
006280     END-READ
006290     ADD 1 TO WS-CTL-RECORDS
006300     MOVE GEN-CONTROL-RECORD TO WS-CURRENT-CTL
006310     MOVE GN-GEN-NUMBER OF GEN-CONTROL-RECORD TO WS-CURRENT-GEN
006320     IF GN-ACTION OF GEN-CONTROL-RECORD NOT = 'S'
006330         GO TO 1310-EXIT
006340     END-IF
006350     IF GN-GEN-NUMBER OF GEN-CONTROL-RECORD > WS-HIGH-GEN
006360         MOVE GN-GEN-NUMBER OF GEN-CONTROL-RECORD TO WS-HIGH-GEN
006370     END-IF
006380     IF GN-GEN-NUMBER OF GEN-CONTROL-RECORD = WS-GEN-WANTED
006390         MOVE GEN-CONTROL-RECORD TO WS-GEN-CTL
006400         SET GEN-FOUND TO TRUE
006410     END-IF
006420     IF GN-GEN-NUMBER OF GEN-CONTROL-RECORD = WS-WITH-WANTED
006430         MOVE GEN-CONTROL-RECORD TO WS-WITH-CTL
006440         SET WITH-FOUND TO TRUE
006450     END-IF.
006460 1310-EXIT.
006470     EXIT.
006480
006490*----------------------------------------------------------------
006500* 2000-SNAPSHOT - TOTAL THE LIVE FILES; IF THEY STILL MATCH THE
006510* CURRENT GENERATION THERE IS NOTHING TO TAKE.  OTHERWISE COPY
006520* THEM INTO THE NEXT GENERATION AND WRITE ITS CONTROL RECORD.
006530* THE CONTROL RECORD GOES LAST, SO A RUN THAT FAILS PART WAY
006540* LEAVES A GENERATION NOTHING POINTS AT, NEVER A HALF ONE THAT
006550* LOOKS COMPLETE.  ALSO RUN BY 6000-RESTORE BEFORE IT WRITES.
006560*----------------------------------------------------------------
006570 2000-SNAPSHOT.
006580     PERFORM 2100-TOTAL-LIVE-FILES THRU 2100-EXIT
006590     MOVE 'N' TO WS-CHANGED-SWITCH
006600     IF WS-CTL-RECORDS = ZERO
006610         SET FILES-CHANGED TO TRUE
006620     ELSE
006630         PERFORM 2150-TEST-ONE-CHANGE THRU 2150-EXIT
006640             VARYING WS-FILE-IDX FROM 1 BY 1
006650             UNTIL WS-FILE-IDX > MAX-CFG-FILES
006660     END-IF
006670     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
006680     IF NOT FILES-CHANGED
006690         MOVE SPACES TO RPT-MSG-TEXT
006700         MOVE WS-CURRENT-GEN TO WS-EDIT-GEN
006710         STRING 'LIVE FILES UNCHANGED SINCE GENERATION '
006720             WS-EDIT-GEN ' - NO NEW GENERATION TAKEN'
006730             DELIMITED BY SIZE INTO RPT-MSG-TEXT
006740         END-STRING
006750         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
006760         DISPLAY 'SNOW-GEN: LIVE FILES UNCHANGED SINCE '
006770             'GENERATION ' WS-EDIT-GEN
006780         GO TO 2000-EXIT
006790     END-IF
006800     PERFORM 2200-SCAN-LIBRARY THRU 2200-EXIT
006810     COMPUTE WS-NEW-GEN = WS-HIGH-GEN + 1
006820     PERFORM 2300-COPY-TO-LIBRARY THRU 2300-EXIT
006830     IF RUN-ABORTED
006840         GO TO 2000-EXIT
006850     END-IF
006860     MOVE 'S' TO GN-ACTION OF GEN-CONTROL-RECORD
006870     MOVE WS-NEW-GEN TO GN-GEN-NUMBER OF GEN-CONTROL-RECORD
006880     PERFORM 2400-WRITE-CONTROL THRU 2400-EXIT
006890     IF RUN-ABORTED
006900         GO TO 2000-EXIT
006910     END-IF
006920     MOVE WS-NEW-GEN TO WS-HIGH-GEN
006930     MOVE WS-NEW-GEN TO WS-CURRENT-GEN
006940     MOVE GEN-CONTROL-RECORD TO WS-CURRENT-CTL
006950     MOVE SPACES TO RPT-MSG-TEXT
006960     MOVE WS-NEW-GEN TO WS-EDIT-GEN
006970     STRING 'GENERATION ' WS-EDIT-GEN ' TAKEN'
006980         DELIMITED BY SIZE INTO RPT-MSG-TEXT
006990     END-STRING
007000     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
007010     WRITE REPORT-RECORD FROM RPT-TOTAL-HEADING
007020     PERFORM 2500-PRINT-ONE-TOTAL THRU 2500-EXIT
007030         VARYING WS-FILE-IDX FROM 1 BY 1
007040         UNTIL WS-FILE-IDX > MAX-CFG-FILES
007050     MOVE SPACES TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
007060     STRING 'SNAPSHOT GEN ' WS-EDIT-GEN
007070         DELIMITED BY SIZE
007080         INTO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
007090     END-STRING
007100     PERFORM 7000-LOG-EVENT THRU 7000-EXIT
007110     DISPLAY 'SNOW-GEN: GENERATION ' WS-EDIT-GEN ' TAKEN'.
007120 2000-EXIT.
007130     EXIT.
007140
007150*----------------------------------------------------------------
007160* 2100-TOTAL-LIVE-FILES - COUNT AND HASH EACH LIVE FILE.  A
007170* FILE THAT IS NOT THERE TOTALS ZERO, WHICH IS WHAT MERRY-COBOL
007180* SEES TOO - IT FALLS BACK TO ITS COMPILED-IN DEFAULTS.
007190*----------------------------------------------------------------
007200 2100-TOTAL-LIVE-FILES.
007210     PERFORM 2110-TOTAL-ONE-FILE THRU 2110-EXIT
007220         VARYING WS-FILE-IDX FROM 1 BY 1
007230         UNTIL WS-FILE-IDX > MAX-CFG-FILES.
007240 2100-EXIT.
007250     EXIT.
007260
007270 2110-TOTAL-ONE-FILE.
007280     MOVE ZERO TO WS-TOT-COUNT(WS-FILE-IDX)
007290     MOVE ZERO TO WS-TOT-HASH(WS-FILE-IDX)
007300     MOVE 'N' TO WS-TOT-PRESENT-SW(WS-FILE-IDX)
007310     PERFORM 8100-OPEN-CFG-INPUT THRU 8100-EXIT
007320     IF NOT CONFIG-OK
007330         GO TO 2110-EXIT
007340     END-IF
007350     SET WS-TOT-PRESENT(WS-FILE-IDX) TO TRUE
007360     PERFORM 2120-TOTAL-ONE-RECORD THRU 2120-EXIT
007370         UNTIL CONFIG-EOF
007380     PERFORM 8120-CLOSE-CFG THRU 8120-EXIT.
007390 2110-EXIT.
007400     EXIT.
007410
007420 2120-TOTAL-ONE-RECORD.
007430     PERFORM 8110-READ-CFG THRU 8110-EXIT
007440     IF CONFIG-EOF
007450         GO TO 2120-EXIT
007460     END-IF
007470     PERFORM 8000-ADD-TO-TOTALS THRU 8000-EXIT.
007480 2120-EXIT.
007490     EXIT.
007500
007510 2150-TEST-ONE-CHANGE.
007520     IF WS-TOT-COUNT(WS-FILE-IDX) NOT =
007530             GN-RECORD-COUNT OF WS-CURRENT-CTL(WS-FILE-IDX)
007540             OR WS-TOT-HASH(WS-FILE-IDX) NOT =
007550             GN-HASH-TOTAL OF WS-CURRENT-CTL(WS-FILE-IDX)
007560         SET FILES-CHANGED TO TRUE
007570     END-IF.
007580 2150-EXIT.
007590     EXIT.
007600
007610*----------------------------------------------------------------
007620* 2200-SCAN-LIBRARY - THE NEW GENERATION NUMBER MUST CLEAR
007630* EVERY NUMBER ON THE LIBRARY AS WELL AS ON THE CONTROL FILE,
007640* SO IMAGES LEFT BY A RUN THAT FAILED BEFORE ITS CONTROL RECORD
007650* ARE NEVER MIXED INTO A LATER GENERATION.
007660*----------------------------------------------------------------
007670 2200-SCAN-LIBRARY.
007680     OPEN INPUT GEN-LIBRARY-FILE
007690     IF NOT SNOWGENS-OK
007700         GO TO 2200-EXIT
007710     END-IF
007720     PERFORM 2210-SCAN-ONE-IMAGE THRU 2210-EXIT
007730         UNTIL SNOWGENS-EOF
007740     CLOSE GEN-LIBRARY-FILE.
007750 2200-EXIT.
007760     EXIT.
007770
007780 2210-SCAN-ONE-IMAGE.
007790     READ GEN-LIBRARY-FILE
007800         AT END
007810             MOVE '10' TO WS-SNOWGENS-STATUS
007820             GO TO 2210-EXIT
007830     END-READ
007840     IF GD-GEN-NUMBER OF GEN-LIBRARY-RECORD > WS-HIGH-GEN
007850         MOVE GD-GEN-NUMBER OF GEN-LIBRARY-RECORD TO WS-HIGH-GEN
007860     END-IF.
007870 2210-EXIT.
007880     EXIT.
007890
007900*----------------------------------------------------------------
007910* 2300-COPY-TO-LIBRARY - EVERY RECORD OF EVERY FILE ONTO THE
007920* LIBRARY UNDER THE NEW NUMBER.  THE TOTALS ARE TAKEN AGAIN AS
007930* THE RECORDS ARE COPIED, SO THE CONTROL RECORD DESCRIBES WHAT
007940* WAS ACTUALLY COPIED EVEN IF A FILE WAS EDITED MEANWHILE.
007950*----------------------------------------------------------------
007960 2300-COPY-TO-LIBRARY.
007970     MOVE '00' TO WS-SNOWGENS-STATUS
007980     OPEN EXTEND GEN-LIBRARY-FILE
007990     IF SNOWGENS-NOT-FOUND
008000         OPEN OUTPUT GEN-LIBRARY-FILE
008010     END-IF
008020     IF NOT SNOWGENS-OK
008030         DISPLAY 'SNOW-GEN: SNOWGENS OPEN FAILED, STATUS='
008040             WS-SNOWGENS-STATUS
008050         SET RUN-ABORTED TO TRUE
008060         GO TO 2300-EXIT
008070     END-IF
008080     PERFORM 2310-COPY-ONE-FILE THRU 2310-EXIT
008090         VARYING WS-FILE-IDX FROM 1 BY 1
008100         UNTIL WS-FILE-IDX > MAX-CFG-FILES OR RUN-ABORTED
008110     CLOSE GEN-LIBRARY-FILE.
008120 2300-EXIT.
008130     EXIT.
008140
008150 2310-COPY-ONE-FILE.
008160     MOVE ZERO TO WS-TOT-COUNT(WS-FILE-IDX)
008170     MOVE ZERO TO WS-TOT-HASH(WS-FILE-IDX)
008180     MOVE 'N' TO WS-TOT-PRESENT-SW(WS-FILE-IDX)
008190     PERFORM 8100-OPEN-CFG-INPUT THRU 8100-EXIT
008200     IF NOT CONFIG-OK
008210         GO TO 2310-EXIT
008220     END-IF
008230     SET WS-TOT-PRESENT(WS-FILE-IDX) TO TRUE
008240     PERFORM 2320-COPY-ONE-RECORD THRU 2320-EXIT
008250         UNTIL CONFIG-EOF OR RUN-ABORTED
008260     PERFORM 8120-CLOSE-CFG THRU 8120-EXIT.
008270 2310-EXIT.
008280     EXIT.
008290
008300 2320-COPY-ONE-RECORD.
008310     PERFORM 8110-READ-CFG THRU 8110-EXIT
008320     IF CONFIG-EOF
008330         GO TO 2320-EXIT
008340     END-IF
008350     PERFORM 8000-ADD-TO-TOTALS THRU 8000-EXIT
008360     MOVE WS-NEW-GEN TO GD-GEN-NUMBER OF GEN-LIBRARY-RECORD
008370     MOVE SPACE TO GD-FILL1 OF GEN-LIBRARY-RECORD
008380     MOVE WS-FILE-NAME(WS-FILE-IDX)
008390         TO GD-FILE-ID OF GEN-LIBRARY-RECORD
008400     MOVE SPACE TO GD-FILL2 OF GEN-LIBRARY-RECORD
008410     MOVE WS-TOT-COUNT(WS-FILE-IDX)
008420         TO GD-RECORD-NUM OF GEN-LIBRARY-RECORD
008430     MOVE SPACE TO GD-FILL3 OF GEN-LIBRARY-RECORD
008440     MOVE WS-IMAGE TO GD-IMAGE OF GEN-LIBRARY-RECORD
008450     WRITE GEN-LIBRARY-RECORD
008460     IF NOT SNOWGENS-OK
008470         DISPLAY 'SNOW-GEN: SNOWGENS WRITE FAILED, STATUS='
008480             WS-SNOWGENS-STATUS
008490         SET RUN-ABORTED TO TRUE
008500     END-IF.
008510 2320-EXIT.
008520     EXIT.
008530
008540*----------------------------------------------------------------
008550* 2400-WRITE-CONTROL - STAMP AND APPEND A CONTROL RECORD FROM
008560* THE TOTALS TABLE.  THE CALLER HAS SET THE ACTION AND NUMBER.
008570*----------------------------------------------------------------
008580 2400-WRITE-CONTROL.
008590     MOVE SPACE TO GN-FILL1 OF GEN-CONTROL-RECORD
008600     MOVE SPACE TO GN-FILL2 OF GEN-CONTROL-RECORD
008610     MOVE SPACE TO GN-FILL3 OF GEN-CONTROL-RECORD
008620     MOVE SPACE TO GN-FILL4 OF GEN-CONTROL-RECORD
008630     ACCEPT GN-STAMP-DATE OF GEN-CONTROL-RECORD
008640         FROM DATE YYYYMMDD
008650     ACCEPT GN-STAMP-TIME OF GEN-CONTROL-RECORD
008660         FROM TIME
008670     MOVE WS-OPER-ID TO GN-OPER-ID OF GEN-CONTROL-RECORD
008680     PERFORM 2410-MOVE-ONE-TOTAL THRU 2410-EXIT
008690         VARYING WS-FILE-IDX FROM 1 BY 1
008700         UNTIL WS-FILE-IDX > MAX-CFG-FILES
008710     MOVE '00' TO WS-SNOWGCTL-STATUS
008720     OPEN EXTEND GEN-CONTROL-FILE
008730     IF SNOWGCTL-NOT-FOUND
008740         OPEN OUTPUT GEN-CONTROL-FILE
008750     END-IF
008760     IF NOT SNOWGCTL-OK
008770         DISPLAY 'SNOW-GEN: SNOWGCTL OPEN FAILED, STATUS='
008780             WS-SNOWGCTL-STATUS
008790         SET RUN-ABORTED TO TRUE
008800         GO TO 2400-EXIT
008810     END-IF
008820     WRITE GEN-CONTROL-RECORD
008830     IF NOT SNOWGCTL-OK
008840         DISPLAY 'SNOW-GEN: SNOWGCTL WRITE FAILED, STATUS='
008850             WS-SNOWGCTL-STATUS
008860         SET RUN-ABORTED TO TRUE
008870     END-IF
008880     CLOSE GEN-CONTROL-FILE.
008890 2400-EXIT.
008900     EXIT.
008910
008920 2410-MOVE-ONE-TOTAL.
008930     MOVE SPACE TO GN-FILL5 OF GEN-CONTROL-RECORD(WS-FILE-IDX)
008940     MOVE WS-FILE-NAME(WS-FILE-IDX)
008950         TO GN-FILE-ID OF GEN-CONTROL-RECORD(WS-FILE-IDX)
008960     MOVE SPACE TO GN-FILL6 OF GEN-CONTROL-RECORD(WS-FILE-IDX)
008970     MOVE WS-TOT-COUNT(WS-FILE-IDX)
008980         TO GN-RECORD-COUNT OF GEN-CONTROL-RECORD(WS-FILE-IDX)
008990     MOVE SPACE TO GN-FILL7 OF GEN-CONTROL-RECORD(WS-FILE-IDX)
009000     MOVE WS-TOT-HASH(WS-FILE-IDX)
009010         TO GN-HASH-TOTAL OF GEN-CONTROL-RECORD(WS-FILE-IDX).
009020 2410-EXIT.
009030     EXIT.
009040
009050 2500-PRINT-ONE-TOTAL.
009060     MOVE WS-FILE-NAME(WS-FILE-IDX) TO RPT-TOT-FILE
009070     MOVE WS-TOT-COUNT(WS-FILE-IDX) TO RPT-TOT-RECORDS
009080     MOVE WS-TOT-HASH(WS-FILE-IDX) TO RPT-TOT-HASH
009090     MOVE SPACES TO RPT-TOT-NOTE
009100     IF NOT WS-TOT-PRESENT(WS-FILE-IDX)
009110         MOVE 'FILE NOT PRESENT' TO RPT-TOT-NOTE
009120     END-IF
009130     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
009140 2500-EXIT.
009150     EXIT.
009160
009170*----------------------------------------------------------------
009180* 3000-LIST-GENERATIONS - EVERY CONTROL RECORD, OLDEST FIRST,
009190* WITH THE ONE THE LIVE FILES HOLD MARKED CURRENT.
009200*----------------------------------------------------------------
009210 3000-LIST-GENERATIONS.
009220     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
009230     WRITE REPORT-RECORD FROM RPT-LIST-HEADING
009240     IF WS-CTL-RECORDS = ZERO
009250         WRITE REPORT-RECORD FROM RPT-NONE-LINE
009260         GO TO 3000-EXIT
009270     END-IF
009280     MOVE ZERO TO WS-IDX
009290     OPEN INPUT GEN-CONTROL-FILE
009300     PERFORM 3100-LIST-ONE-CONTROL THRU 3100-EXIT
009310         UNTIL SNOWGCTL-EOF
009320     CLOSE GEN-CONTROL-FILE.
009330 3000-EXIT.
009340     EXIT.
009350
009360 3100-LIST-ONE-CONTROL.
009370     READ GEN-CONTROL-FILE
009380         AT END
009390             MOVE '10' TO WS-SNOWGCTL-STATUS
009400             GO TO 3100-EXIT
009410     END-READ
009420     ADD 1 TO WS-IDX
009430     MOVE GN-GEN-NUMBER OF GEN-CONTROL-RECORD TO RPT-LST-GEN
009440     IF GN-ACTION OF GEN-CONTROL-RECORD = 'S'
009450         MOVE 'SNAPSHOT' TO RPT-LST-ACTION
009460     ELSE
009470         MOVE 'RESTORE' TO RPT-LST-ACTION
009480     END-IF
009490     MOVE GN-STAMP-DATE OF GEN-CONTROL-RECORD TO RPT-LST-DATE
009500     MOVE GN-STAMP-TIME OF GEN-CONTROL-RECORD(1:2) TO WS-EDIT-HH
009510     MOVE GN-STAMP-TIME OF GEN-CONTROL-RECORD(3:2) TO WS-EDIT-MM
009520     MOVE GN-STAMP-TIME OF GEN-CONTROL-RECORD(5:2) TO WS-EDIT-SS
009530     MOVE WS-EDIT-TIME TO RPT-LST-TIME
009540     MOVE GN-OPER-ID OF GEN-CONTROL-RECORD TO RPT-LST-OPER
009550     MOVE ZERO TO WS-GRAND-RECORDS
009560     PERFORM 3110-ADD-ONE-COUNT THRU 3110-EXIT
009570         VARYING WS-FILE-IDX FROM 1 BY 1
009580         UNTIL WS-FILE-IDX > MAX-CFG-FILES
009590     MOVE WS-GRAND-RECORDS TO RPT-LST-RECORDS
009600     MOVE SPACES TO RPT-LST-NOTE
009610     IF WS-IDX = WS-CTL-RECORDS
009620         MOVE 'CURRENT' TO RPT-LST-NOTE
009630     END-IF
009640     WRITE REPORT-RECORD FROM RPT-LIST-LINE.
009650 3100-EXIT.
009660     EXIT.
009670
009680 3110-ADD-ONE-COUNT.
009690     ADD GN-RECORD-COUNT OF GEN-CONTROL-RECORD(WS-FILE-IDX)
009700         TO WS-GRAND-RECORDS.
009710 3110-EXIT.
009720     EXIT.
009730
009740*----------------------------------------------------------------
009750* 4000-COMPARE - THE CONTROL TOTALS OF GEN= (A) AND WITH= (B)
009760* SIDE BY SIDE, THEN FOR EACH FILE THAT DIFFERS THE RECORDS
009770* REMOVED AND ADDED GOING FROM A TO B.
009780*----------------------------------------------------------------
009790 4000-COMPARE.
009800     MOVE SPACES TO RPT-MSG-TEXT
009810     STRING 'A = GENERATION ' WS-GEN-WANTED
009820         '   B = GENERATION ' WS-WITH-WANTED
009830         DELIMITED BY SIZE INTO RPT-MSG-TEXT
009840     END-STRING
009850     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
009860     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
009870     WRITE REPORT-RECORD FROM RPT-CMP-HEADING
009880     PERFORM 4100-COMPARE-ONE-TOTAL THRU 4100-EXIT
009890         VARYING WS-FILE-IDX FROM 1 BY 1
009900         UNTIL WS-FILE-IDX > MAX-CFG-FILES
009910     PERFORM 4200-LIST-ONE-FILE THRU 4200-EXIT
009920         VARYING WS-FILE-IDX FROM 1 BY 1
009930         UNTIL WS-FILE-IDX > MAX-CFG-FILES
009940     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
009950     MOVE 'FILES CHANGED' TO RPT-COUNT-TEXT
009960     MOVE WS-FILES-CHANGED-COUNT TO RPT-COUNT-VALUE
009970     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009980     MOVE 'RECORDS REMOVED' TO RPT-COUNT-TEXT
009990     MOVE WS-REMOVED-COUNT TO RPT-COUNT-VALUE
010000     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
010010     MOVE 'RECORDS ADDED' TO RPT-COUNT-TEXT
010020     MOVE WS-ADDED-COUNT TO RPT-COUNT-VALUE
010030     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
010040     IF WS-IMG-SKIP-COUNT > ZERO
010050         MOVE WS-IMG-SKIP-COUNT TO RPT-SKIP-COUNT
010060         MOVE 'RECORD(S) NOT COMPARED - IMAGE TABLE LIMIT'
010070             TO RPT-SKIP-TEXT
010080         WRITE REPORT-RECORD FROM RPT-SKIP-LINE
010090     END-IF.
010100 4000-EXIT.
010110     EXIT.
010120
010130 4100-COMPARE-ONE-TOTAL.
010140     MOVE WS-FILE-NAME(WS-FILE-IDX) TO RPT-CMP-FILE
010150     MOVE GN-RECORD-COUNT OF WS-GEN-CTL(WS-FILE-IDX)
010160         TO RPT-CMP-RECS-A
010170     MOVE GN-HASH-TOTAL OF WS-GEN-CTL(WS-FILE-IDX)
010180         TO RPT-CMP-HASH-A
010190     MOVE GN-RECORD-COUNT OF WS-WITH-CTL(WS-FILE-IDX)
010200         TO RPT-CMP-RECS-B
010210     MOVE GN-HASH-TOTAL OF WS-WITH-CTL(WS-FILE-IDX)
010220         TO RPT-CMP-HASH-B
010230     IF GN-RECORD-COUNT OF WS-GEN-CTL(WS-FILE-IDX) =
010240             GN-RECORD-COUNT OF WS-WITH-CTL(WS-FILE-IDX)
010250             AND GN-HASH-TOTAL OF WS-GEN-CTL(WS-FILE-IDX) =
010260             GN-HASH-TOTAL OF WS-WITH-CTL(WS-FILE-IDX)
010270         MOVE 'SAME' TO RPT-CMP-RESULT
010280     ELSE
010290         MOVE 'CHANGED' TO RPT-CMP-RESULT
010300         ADD 1 TO WS-FILES-CHANGED-COUNT
010310     END-IF
010320     WRITE REPORT-RECORD FROM RPT-CMP-LINE.
010330 4100-EXIT.
010340     EXIT.
010350
010360*----------------------------------------------------------------
010370* 4200-LIST-ONE-FILE - FOR A FILE WHOSE TOTALS DIFFER, LOAD
010380* BOTH GENERATIONS' IMAGES, PAIR OFF THE IDENTICAL ONES AND
010390* LIST WHAT IS LEFT.  A RECORD EDITED IN PLACE SHOWS AS ONE
010400* REMOVED AND ONE ADDED, OLD AND NEW TOGETHER.
010410*----------------------------------------------------------------
010420 4200-LIST-ONE-FILE.
010430     IF GN-RECORD-COUNT OF WS-GEN-CTL(WS-FILE-IDX) =
010440             GN-RECORD-COUNT OF WS-WITH-CTL(WS-FILE-IDX)
010450             AND GN-HASH-TOTAL OF WS-GEN-CTL(WS-FILE-IDX) =
010460             GN-HASH-TOTAL OF WS-WITH-CTL(WS-FILE-IDX)
010470         GO TO 4200-EXIT
010480     END-IF
010490     MOVE ZERO TO WS-IMG-A-COUNT
010500     MOVE ZERO TO WS-IMG-B-COUNT
010510     MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-FILE-ID
010520     OPEN INPUT GEN-LIBRARY-FILE
010530     IF NOT SNOWGENS-OK
010540         DISPLAY 'SNOW-GEN: NO GENERATION LIBRARY - NOTHING TO '
010550             'COMPARE'
010560         SET RUN-ABORTED TO TRUE
010570         GO TO 4200-EXIT
010580     END-IF
010590     PERFORM 4210-LOAD-ONE-IMAGE THRU 4210-EXIT
010600         UNTIL SNOWGENS-EOF
010610     CLOSE GEN-LIBRARY-FILE
010620     PERFORM 4220-PAIR-ONE-IMAGE THRU 4220-EXIT
010630         VARYING WS-IDX FROM 1 BY 1
010640         UNTIL WS-IDX > WS-IMG-A-COUNT
010650     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010660     MOVE WS-FILE-ID TO RPT-BRK-FILE
010670     WRITE REPORT-RECORD FROM RPT-FILE-BREAK-LINE
010680     PERFORM 4300-PRINT-REMOVED THRU 4300-EXIT
010690         VARYING WS-IDX FROM 1 BY 1
010700         UNTIL WS-IDX > WS-IMG-A-COUNT
010710     PERFORM 4310-PRINT-ADDED THRU 4310-EXIT
010720         VARYING WS-JDX FROM 1 BY 1
010730         UNTIL WS-JDX > WS-IMG-B-COUNT.
010740 4200-EXIT.
010750     EXIT.
010760
010770 4210-LOAD-ONE-IMAGE.
010780     READ GEN-LIBRARY-FILE
010790         AT END
010800             MOVE '10' TO WS-SNOWGENS-STATUS
010810             GO TO 4210-EXIT
010820     END-READ
010830     IF GD-FILE-ID OF GEN-LIBRARY-RECORD NOT = WS-FILE-ID
010840         GO TO 4210-EXIT
010850     END-IF
010860     IF GD-GEN-NUMBER OF GEN-LIBRARY-RECORD = WS-GEN-WANTED
010870         IF WS-IMG-A-COUNT >= MAX-IMAGES
010880             ADD 1 TO WS-IMG-SKIP-COUNT
010890         ELSE
010900             ADD 1 TO WS-IMG-A-COUNT
010910             MOVE GD-RECORD-NUM OF GEN-LIBRARY-RECORD
010920                 TO WS-IMA-RECORD-NUM(WS-IMG-A-COUNT)
010930             MOVE 'N' TO WS-IMA-PAIRED-SW(WS-IMG-A-COUNT)
010940             MOVE GD-IMAGE OF GEN-LIBRARY-RECORD
010950                 TO WS-IMA-IMAGE(WS-IMG-A-COUNT)
010960         END-IF
010970     END-IF
010980     IF GD-GEN-NUMBER OF GEN-LIBRARY-RECORD = WS-WITH-WANTED
010990         IF WS-IMG-B-COUNT >= MAX-IMAGES
011000             ADD 1 TO WS-IMG-SKIP-COUNT
011010         ELSE
011020             ADD 1 TO WS-IMG-B-COUNT
011030             MOVE GD-RECORD-NUM OF GEN-LIBRARY-RECORD
011040                 TO WS-IMB-RECORD-NUM(WS-IMG-B-COUNT)
011050             MOVE 'N' TO WS-IMB-PAIRED-SW(WS-IMG-B-COUNT)
011060             MOVE GD-IMAGE OF GEN-LIBRARY-RECORD
011070                 TO WS-IMB-IMAGE(WS-IMG-B-COUNT)
011080         END-IF
011090     END-IF.
011100 4210-EXIT.
011110     EXIT.
011120
011130 4220-PAIR-ONE-IMAGE.
011140     PERFORM 4230-TEST-ONE-PAIR THRU 4230-EXIT
011150         VARYING WS-JDX FROM 1 BY 1
011160         UNTIL WS-JDX > WS-IMG-B-COUNT
011170             OR WS-IMA-PAIRED(WS-IDX).
011180 4220-EXIT.
011190     EXIT.
011200
011210 4230-TEST-ONE-PAIR.
011220     IF NOT WS-IMB-PAIRED(WS-JDX)
011230             AND WS-IMB-IMAGE(WS-JDX) = WS-IMA-IMAGE(WS-IDX)
011240         SET WS-IMA-PAIRED(WS-IDX) TO TRUE
011250         SET WS-IMB-PAIRED(WS-JDX) TO TRUE
011260     END-IF.
011270 4230-EXIT.
011280     EXIT.
011290
011300 4300-PRINT-REMOVED.
011310     IF WS-IMA-PAIRED(WS-IDX)
011320         GO TO 4300-EXIT
011330     END-IF
011340     ADD 1 TO WS-REMOVED-COUNT
011350     MOVE '-' TO RPT-DIFF-FLAG
011360     MOVE WS-IMA-RECORD-NUM(WS-IDX) TO RPT-DIFF-RECNO
011370     MOVE WS-IMA-IMAGE(WS-IDX) TO WS-IMAGE
011380     PERFORM 4400-PRINT-IMAGE THRU 4400-EXIT.
011390 4300-EXIT.
011400     EXIT.
011410
011420 4310-PRINT-ADDED.
011430     IF WS-IMB-PAIRED(WS-JDX)
011440         GO TO 4310-EXIT
011450     END-IF
011460     ADD 1 TO WS-ADDED-COUNT
011470     MOVE '+' TO RPT-DIFF-FLAG
011480     MOVE WS-IMB-RECORD-NUM(WS-JDX) TO RPT-DIFF-RECNO
011490     MOVE WS-IMB-IMAGE(WS-JDX) TO WS-IMAGE
011500     PERFORM 4400-PRINT-IMAGE THRU 4400-EXIT.
011510 4310-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------------
011550* 4400-PRINT-IMAGE - ONE DIFFERENCE LINE, WITH A SECOND LINE
011560* FOR ANY PART OF THE IMAGE PAST THE FIRST 68 COLUMNS.
011570*----------------------------------------------------------------
011580 4400-PRINT-IMAGE.
011590     MOVE WS-IMAGE(1:68) TO RPT-DIFF-IMAGE
011600     WRITE REPORT-RECORD FROM RPT-DIFF-LINE
011610     IF WS-IMAGE(69:52) NOT = SPACES
011620         MOVE WS-IMAGE(69:52) TO RPT-CONT-IMAGE
011630         WRITE REPORT-RECORD FROM RPT-DIFF-CONT-LINE
011640     END-IF.
011650 4400-EXIT.
011660     EXIT.
011670
011680*----------------------------------------------------------------
011690* 6000-RESTORE - PROVE THE GENERATION AGAINST ITS CONTROL
011700* TOTALS, SNAP THE LIVE FILES, THEN REWRITE ALL SIX FILES FROM
011710* THE LIBRARY IN ONE PASS.  NOTHING LIVE IS TOUCHED UNTIL THE
011720* GENERATION HAS PROVED WHOLE AND THE LIVE FILES ARE SAFE ON
011730* THE LIBRARY.  A RESTORE THAT DOES NOT BALANCE AFTERWARDS IS
011740* NEITHER RECORDED ON THE CONTROL FILE NOR STAMPED ON THE LOG.
011750*----------------------------------------------------------------
011760 6000-RESTORE.
011770     PERFORM 6100-PROVE-GENERATION THRU 6100-EXIT
011780     IF RUN-ABORTED
011790         GO TO 6000-EXIT
011800     END-IF
011810     PERFORM 2000-SNAPSHOT THRU 2000-EXIT
011820     IF RUN-ABORTED
011830         DISPLAY 'SNOW-GEN: *** LIVE FILES COULD NOT BE SNAPPED '
011840             '- NOT RESTORED ***'
011850         GO TO 6000-EXIT
011860     END-IF
011870     PERFORM 6200-REWRITE-LIVE-FILES THRU 6200-EXIT
011880     IF RUN-ABORTED
011890         GO TO 6000-EXIT
011900     END-IF
011910     PERFORM 2100-TOTAL-LIVE-FILES THRU 2100-EXIT
011920     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
011930     MOVE SPACES TO RPT-MSG-TEXT
011940     MOVE WS-GEN-WANTED TO WS-EDIT-GEN
011950     STRING 'LIVE FILES RESTORED TO GENERATION ' WS-EDIT-GEN
011960         ' BY ' WS-OPER-ID
011970         DELIMITED BY SIZE INTO RPT-MSG-TEXT
011980     END-STRING
011990     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
012000     WRITE REPORT-RECORD FROM RPT-TOTAL-HEADING
012010     PERFORM 6300-CHECK-ONE-RESTORED THRU 6300-EXIT
012020         VARYING WS-FILE-IDX FROM 1 BY 1
012030         UNTIL WS-FILE-IDX > MAX-CFG-FILES
012040     MOVE 'RECORDS RESTORED' TO RPT-COUNT-TEXT
012050     MOVE WS-RESTORED-RECORDS TO RPT-COUNT-VALUE
012060     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
012070     IF REWRITE-FAILED
012080         GO TO 6000-EXIT
012090     END-IF
012100     MOVE 'R' TO GN-ACTION OF GEN-CONTROL-RECORD
012110     MOVE WS-GEN-WANTED TO GN-GEN-NUMBER OF GEN-CONTROL-RECORD
012120     PERFORM 2400-WRITE-CONTROL THRU 2400-EXIT
012130     MOVE SPACES TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
012140     STRING 'RESTORED GEN ' WS-EDIT-GEN
012150         DELIMITED BY SIZE
012160         INTO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
012170     END-STRING
012180     PERFORM 7000-LOG-EVENT THRU 7000-EXIT
012190     DISPLAY 'SNOW-GEN: LIVE FILES RESTORED TO GENERATION '
012200         WS-EDIT-GEN ' BY ' WS-OPER-ID.
012210 6000-EXIT.
012220     EXIT.
012230
012240*----------------------------------------------------------------
012250* 6100-PROVE-GENERATION - TOTAL THE GENERATION'S IMAGES ON THE
012260* LIBRARY AND HOLD THEM TO ITS CONTROL RECORD.
012270*----------------------------------------------------------------
012280 6100-PROVE-GENERATION.
012290     PERFORM 6110-CLEAR-ONE-TOTAL THRU 6110-EXIT
012300         VARYING WS-FILE-IDX FROM 1 BY 1
012310         UNTIL WS-FILE-IDX > MAX-CFG-FILES
012320     OPEN INPUT GEN-LIBRARY-FILE
012330     IF NOT SNOWGENS-OK
012340         DISPLAY 'SNOW-GEN: NO GENERATION LIBRARY - NOT RESTORED'
012350         SET RUN-ABORTED TO TRUE
012360         GO TO 6100-EXIT
012370     END-IF
012380     PERFORM 6120-PROVE-ONE-IMAGE THRU 6120-EXIT
012390         UNTIL SNOWGENS-EOF
012400     CLOSE GEN-LIBRARY-FILE
012410     PERFORM 6130-PROVE-ONE-FILE THRU 6130-EXIT
012420         VARYING WS-FILE-IDX FROM 1 BY 1
012430         UNTIL WS-FILE-IDX > MAX-CFG-FILES
012440     IF RUN-ABORTED
012450         MOVE WS-GEN-WANTED TO WS-EDIT-GEN
012460         DISPLAY 'SNOW-GEN: *** GENERATION ' WS-EDIT-GEN
012470             ' FAILS ITS CONTROL TOTALS - NOT RESTORED ***'
012480     END-IF.
012490 6100-EXIT.
012500     EXIT.
012510
012520 6110-CLEAR-ONE-TOTAL.
012530     MOVE ZERO TO WS-TOT-COUNT(WS-FILE-IDX)
012540     MOVE ZERO TO WS-TOT-HASH(WS-FILE-IDX).
012550 6110-EXIT.
012560     EXIT.
012570
012580 6120-PROVE-ONE-IMAGE.
012590     READ GEN-LIBRARY-FILE
012600         AT END
012610             MOVE '10' TO WS-SNOWGENS-STATUS
012620             GO TO 6120-EXIT
012630     END-READ
012640     IF GD-GEN-NUMBER OF GEN-LIBRARY-RECORD NOT = WS-GEN-WANTED
012650         GO TO 6120-EXIT
012660     END-IF
012670     PERFORM 8200-FIND-FILE-IDX THRU 8200-EXIT
012680     IF WS-FILE-IDX = ZERO
012690         GO TO 6120-EXIT
012700     END-IF
012710     MOVE GD-IMAGE OF GEN-LIBRARY-RECORD TO WS-IMAGE
012720     PERFORM 8000-ADD-TO-TOTALS THRU 8000-EXIT.
012730 6120-EXIT.
012740     EXIT.
012750
012760 6130-PROVE-ONE-FILE.
012770     IF WS-TOT-COUNT(WS-FILE-IDX) NOT =
012780             GN-RECORD-COUNT OF WS-GEN-CTL(WS-FILE-IDX)
012790             OR WS-TOT-HASH(WS-FILE-IDX) NOT =
012800             GN-HASH-TOTAL OF WS-GEN-CTL(WS-FILE-IDX)
012810         DISPLAY 'SNOW-GEN: ' WS-FILE-NAME(WS-FILE-IDX)
012820             ' OUT OF BALANCE ON THE LIBRARY'
012830         SET RUN-ABORTED TO TRUE
012840     END-IF.
012850 6130-EXIT.
012860     EXIT.
012870
012880*----------------------------------------------------------------
012890* 6200-REWRITE-LIVE-FILES - OPEN ALL SIX LIVE FILES FOR OUTPUT
012900* AND ROUTE THE GENERATION'S IMAGES TO THEM IN ONE PASS.  A FILE
012910* THE GENERATION HELD NO RECORDS FOR COMES BACK EMPTY.  A FAILED
012920* WRITE HERE HAS ALREADY CHANGED LIVE FILES, SO IT GETS ITS OWN
012930* FLAG AND 5000-TERMINATE POINTS THE OPERATOR AT THE SNAPSHOT.
012940*----------------------------------------------------------------
012950 6200-REWRITE-LIVE-FILES.
012960     OPEN INPUT GEN-LIBRARY-FILE
012970     IF NOT SNOWGENS-OK
012980         DISPLAY 'SNOW-GEN: SNOWGENS REOPEN FAILED, STATUS='
012990             WS-SNOWGENS-STATUS
013000         SET RUN-ABORTED TO TRUE
013010         GO TO 6200-EXIT
013020     END-IF
013030     PERFORM 6210-OPEN-ONE-OUTPUT THRU 6210-EXIT
013040         VARYING WS-FILE-IDX FROM 1 BY 1
013050         UNTIL WS-FILE-IDX > MAX-CFG-FILES
013060     PERFORM 6220-RESTORE-ONE-IMAGE THRU 6220-EXIT
013070         UNTIL SNOWGENS-EOF OR REWRITE-FAILED
013080     CLOSE GEN-LIBRARY-FILE
013090     PERFORM 8120-CLOSE-CFG THRU 8120-EXIT
013100         VARYING WS-FILE-IDX FROM 1 BY 1
013110         UNTIL WS-FILE-IDX > MAX-CFG-FILES
013120     IF REWRITE-FAILED
013130         SET RUN-ABORTED TO TRUE
013140     END-IF.
013150 6200-EXIT.
013160     EXIT.
013170
013180 6210-OPEN-ONE-OUTPUT.
013190     PERFORM 8130-OPEN-CFG-OUTPUT THRU 8130-EXIT
013200     IF NOT CONFIG-OK
013210         DISPLAY 'SNOW-GEN: ' WS-FILE-NAME(WS-FILE-IDX)
013220             ' OPEN FAILED, STATUS=' WS-CONFIG-STATUS
013230         SET REWRITE-FAILED TO TRUE
013240     END-IF.
013250 6210-EXIT.
013260     EXIT.
013270
013280 6220-RESTORE-ONE-IMAGE.
013290     READ GEN-LIBRARY-FILE
013300         AT END
013310             MOVE '10' TO WS-SNOWGENS-STATUS
013320             GO TO 6220-EXIT
013330     END-READ
013340     IF GD-GEN-NUMBER OF GEN-LIBRARY-RECORD NOT = WS-GEN-WANTED
013350         GO TO 6220-EXIT
013360     END-IF
013370     PERFORM 8200-FIND-FILE-IDX THRU 8200-EXIT
013380     IF WS-FILE-IDX = ZERO
013390         GO TO 6220-EXIT
013400     END-IF
013410     MOVE GD-IMAGE OF GEN-LIBRARY-RECORD TO WS-IMAGE
013420     PERFORM 8140-WRITE-CFG THRU 8140-EXIT
013430     IF NOT CONFIG-OK
013440         DISPLAY 'SNOW-GEN: ' WS-FILE-NAME(WS-FILE-IDX)
013450             ' WRITE FAILED, STATUS=' WS-CONFIG-STATUS
013460         SET REWRITE-FAILED TO TRUE
013470         GO TO 6220-EXIT
013480     END-IF
013490     ADD 1 TO WS-RESTORED-RECORDS.
013500 6220-EXIT.
013510     EXIT.
013520
013530*----------------------------------------------------------------
013540* 6300-CHECK-ONE-RESTORED - THE LIVE FILE AS RE-READ AFTER THE
013550* RESTORE, HELD TO THE GENERATION'S CONTROL TOTALS.
013560*----------------------------------------------------------------
013570 6300-CHECK-ONE-RESTORED.
013580     MOVE WS-FILE-NAME(WS-FILE-IDX) TO RPT-TOT-FILE
013590     MOVE WS-TOT-COUNT(WS-FILE-IDX) TO RPT-TOT-RECORDS
013600     MOVE WS-TOT-HASH(WS-FILE-IDX) TO RPT-TOT-HASH
013610     IF WS-TOT-COUNT(WS-FILE-IDX) =
013620             GN-RECORD-COUNT OF WS-GEN-CTL(WS-FILE-IDX)
013630             AND WS-TOT-HASH(WS-FILE-IDX) =
013640             GN-HASH-TOTAL OF WS-GEN-CTL(WS-FILE-IDX)
013650         MOVE 'IN BALANCE' TO RPT-TOT-NOTE
013660     ELSE
013670         MOVE '*** OUT OF BALANCE WITH THE GENERATION ***'
013680             TO RPT-TOT-NOTE
013690         SET REWRITE-FAILED TO TRUE
013700     END-IF
013710     WRITE REPORT-RECORD FROM RPT-TOTAL-LINE.
013720 6300-EXIT.
013730     EXIT.
013740
013750*----------------------------------------------------------------
013760* 7000-LOG-EVENT - STAMP A GEN EVENT ON THE SNOWFALL LOG UNDER
013770* THE OPERATOR ID (BATCH FOR AN UNSIGNED SCHEDULED SNAPSHOT),
013780* THROUGH THE SAME OPEN-EXTEND PATH EVERY OTHER LOG WRITER
013790* USES.  THE CALLER HAS FILLED IN THE REASON.
013800*----------------------------------------------------------------
013810 7000-LOG-EVENT.
013820     MOVE '00' TO WS-SNOWLOG-STATUS
013830     OPEN EXTEND SNOWFALL-LOG-FILE
013840     IF SNOWLOG-NOT-FOUND
013850         OPEN OUTPUT SNOWFALL-LOG-FILE
013860     END-IF
013870     IF NOT SNOWLOG-OK
013880         DISPLAY 'SNOW-GEN: LOG STAMP NOT WRITTEN, '
013890             'STATUS=' WS-SNOWLOG-STATUS
013900         GO TO 7000-EXIT
013910     END-IF
013920     MOVE 'GEN  ' TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
013930     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
013940     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
013950     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
013960     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
013970     MOVE WS-OPER-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
013980     IF WS-OPER-ID = SPACES
013990         MOVE 'BATCH' TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
014000     END-IF
014010     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
014020         FROM DATE YYYYMMDD
014030     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
014040         FROM TIME
014050     WRITE SNOWFALL-LOG-RECORD
014060     CLOSE SNOWFALL-LOG-FILE.
014070 7000-EXIT.
014080     EXIT.
014090
014100*----------------------------------------------------------------
014110* 5000-TERMINATE - CLOSE THE REPORT.  RC 8 ON A PARM ERROR, AN
014120* ABORTED RUN OR A COMPARE TABLE LIMIT.
014130*----------------------------------------------------------------
014140 5000-TERMINATE.
014150     CLOSE REPORT-FILE
014160     IF REWRITE-FAILED
014170         DISPLAY 'SNOW-GEN: *** LIVE FILES ONLY PARTLY RESTORED'
014180             ' - RESTORE GENERATION ' WS-CURRENT-GEN ' ***'
014190     END-IF
014200     IF PARM-ERROR OR RUN-ABORTED OR REWRITE-FAILED
014210             OR WS-IMG-SKIP-COUNT > ZERO
014220         MOVE 8 TO RETURN-CODE
014230     END-IF.
014240 5000-EXIT.
014250     EXIT.
014260
014270*----------------------------------------------------------------
014280* 8000-ADD-TO-TOTALS - HASH THE IMAGE IN WS-IMAGE AND ADD IT TO
014290* THE TOTALS FOR WS-FILE-IDX.
014300*----------------------------------------------------------------
014310 8000-ADD-TO-TOTALS.
014320     ADD 1 TO WS-TOT-COUNT(WS-FILE-IDX)
014330     MOVE ZERO TO WS-RECORD-HASH
014340     PERFORM 8010-HASH-ONE-CHAR THRU 8010-EXIT
014350         VARYING WS-CHAR-IDX FROM 1 BY 1
014360         UNTIL WS-CHAR-IDX > IMAGE-WIDTH
014370     COMPUTE WS-TOT-HASH(WS-FILE-IDX) = FUNCTION MOD
014380         (WS-TOT-HASH(WS-FILE-IDX)
014390             + WS-RECORD-HASH * WS-TOT-COUNT(WS-FILE-IDX),
014400          HASH-MODULUS).
014410 8000-EXIT.
014420     EXIT.
014430
014440 8010-HASH-ONE-CHAR.
014450     COMPUTE WS-RECORD-HASH = WS-RECORD-HASH
014460         + FUNCTION ORD(WS-IMAGE(WS-CHAR-IDX:1)) * WS-CHAR-IDX.
014470 8010-EXIT.
014480     EXIT.
014490
014500*----------------------------------------------------------------
014510* 8100-8140 - OPEN, READ, CLOSE AND WRITE THE CONFIGURATION
014520* FILE NUMBERED WS-FILE-IDX.
014530*----------------------------------------------------------------
014540 8100-OPEN-CFG-INPUT.
014550     EVALUATE WS-FILE-IDX
014560         WHEN 1
014570             OPEN INPUT TERM-CONFIG-FILE
014580         WHEN 2
014590             OPEN INPUT HOLIDAY-CALENDAR-FILE
014600         WHEN 3
014610             OPEN INPUT THEME-ARTWORK-FILE
014620         WHEN 4
014630             OPEN INPUT ORNAMENT-PATTERN-FILE
014640         WHEN 5
014650             OPEN INPUT WEATHER-PROFILE-FILE
014660         WHEN 6
014670             OPEN INPUT MOTD-FILE
014680     END-EVALUATE.
014690 8100-EXIT.
014700     EXIT.
014710
014720 8110-READ-CFG.
014730     MOVE SPACES TO WS-IMAGE
014740     EVALUATE WS-FILE-IDX
014750         WHEN 1
014760             READ TERM-CONFIG-FILE INTO WS-IMAGE
014770                 AT END
014780                     MOVE '10' TO WS-CONFIG-STATUS
014790             END-READ
014800         WHEN 2
014810             READ HOLIDAY-CALENDAR-FILE INTO WS-IMAGE
014820                 AT END
014830                     MOVE '10' TO WS-CONFIG-STATUS
014840             END-READ
014850         WHEN 3
014860             READ THEME-ARTWORK-FILE INTO WS-IMAGE
014870                 AT END
014880                     MOVE '10' TO WS-CONFIG-STATUS
014890             END-READ
014900         WHEN 4
014910             READ ORNAMENT-PATTERN-FILE INTO WS-IMAGE
014920                 AT END
014930                     MOVE '10' TO WS-CONFIG-STATUS
014940             END-READ
014950         WHEN 5
014960             READ WEATHER-PROFILE-FILE INTO WS-IMAGE
014970                 AT END
014980                     MOVE '10' TO WS-CONFIG-STATUS
014990             END-READ
015000         WHEN 6
015010             READ MOTD-FILE INTO WS-IMAGE
015020                 AT END
015030                     MOVE '10' TO WS-CONFIG-STATUS
015040             END-READ
015050     END-EVALUATE.
015060 8110-EXIT.
015070     EXIT.
015080
015090 8120-CLOSE-CFG.
015100     EVALUATE WS-FILE-IDX
015110         WHEN 1
015120             CLOSE TERM-CONFIG-FILE
015130         WHEN 2
015140             CLOSE HOLIDAY-CALENDAR-FILE
015150         WHEN 3
015160             CLOSE THEME-ARTWORK-FILE
015170         WHEN 4
015180             CLOSE ORNAMENT-PATTERN-FILE
015190         WHEN 5
015200             CLOSE WEATHER-PROFILE-FILE
015210         WHEN 6
015220             CLOSE MOTD-FILE
015230     END-EVALUATE.
015240 8120-EXIT.
015250     EXIT.
015260
015270 8130-OPEN-CFG-OUTPUT.
015280     EVALUATE WS-FILE-IDX
015290         WHEN 1
015300             OPEN OUTPUT TERM-CONFIG-FILE
015310         WHEN 2
015320             OPEN OUTPUT HOLIDAY-CALENDAR-FILE
015330         WHEN 3
015340             OPEN OUTPUT THEME-ARTWORK-FILE
015350         WHEN 4
015360             OPEN OUTPUT ORNAMENT-PATTERN-FILE
015370         WHEN 5
015380             OPEN OUTPUT WEATHER-PROFILE-FILE
015390         WHEN 6
015400             OPEN OUTPUT MOTD-FILE
015410     END-EVALUATE.
015420 8130-EXIT.
015430     EXIT.
015440
015450 8140-WRITE-CFG.
015460     EVALUATE WS-FILE-IDX
015470         WHEN 1
015480             WRITE TERM-CONFIG-RECORD FROM WS-IMAGE
015490         WHEN 2
015500             WRITE HOLIDAY-CALENDAR-RECORD FROM WS-IMAGE
015510         WHEN 3
015520             WRITE THEME-ARTWORK-RECORD FROM WS-IMAGE
015530         WHEN 4
015540             WRITE ORNAMENT-PATTERN-RECORD FROM WS-IMAGE
015550         WHEN 5
015560             WRITE WEATHER-PROFILE-RECORD FROM WS-IMAGE
015570         WHEN 6
015580             WRITE MOTD-RECORD FROM WS-IMAGE
015590     END-EVALUATE.
015600 8140-EXIT.
015610     EXIT.
015620
015630*----------------------------------------------------------------
015640* 8200-FIND-FILE-IDX - THE FILE NUMBER FOR THE LIBRARY RECORD
015650* IN HAND, OR ZERO FOR A DD NAME THIS PROGRAM DOES NOT KNOW.
015660*----------------------------------------------------------------
015670 8200-FIND-FILE-IDX.
015680     MOVE ZERO TO WS-JDX
015690     PERFORM 8210-TEST-ONE-NAME THRU 8210-EXIT
015700         VARYING WS-FILE-IDX FROM 1 BY 1
015710         UNTIL WS-FILE-IDX > MAX-CFG-FILES
015720     MOVE WS-JDX TO WS-FILE-IDX.
015730 8200-EXIT.
015740     EXIT.
015750
015760 8210-TEST-ONE-NAME.
015770     IF WS-FILE-NAME(WS-FILE-IDX) =
015780             GD-FILE-ID OF GEN-LIBRARY-RECORD
015790         MOVE WS-FILE-IDX TO WS-JDX
015800     END-IF.
015810 8210-EXIT.
015820     EXIT.
015830
015840 END PROGRAM SNOW-GEN.
