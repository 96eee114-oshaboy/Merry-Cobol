000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. THEME-MAINT.
000030 AUTHOR. D HOLLIS.
000040 INSTALLATION. FACILITIES SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DH    ORIGINAL PROGRAM.  INTERACTIVE MAINTENANCE
000110*                     FOR THE HOLIDAY CALENDAR (DD HOLIDCAL) AND
000120*                     THE THEME ARTWORK FILE (DD THEMEART),
000130*                     REPLACING HAND-EDITS OF THE FLAT FILES, WITH
000140*                     THE SAME OPERATOR PROFILE SIGN-ON AND UPDATE
000150*                     AUTHORITY RULES AS TERM-MAINT.  ADD/CHANGE/
000160*                     DELETE ON CALENDAR RANGES AND ON EVERY FIELD
000170*                     OF AN ARTWORK SEGMENT, AND A PREVIEW THAT
000180*                     DRAWS A THEME THE WAY MERRY-COBOL'S
000190*                     2000-DISPLAY-THEME DOES ON A CHOSEN TERMINAL
000200*                     CLASS (DD TERMCFG), IN COLOR OR MONO.  THE
000210*                     SAVE REFUSES OVERLAPPING CALENDAR RANGES,
000220*                     CALENDAR CODES WITH NO ARTWORK AND NO
000230*                     COMPILED-IN SCREEN, AND SEGMENTS THAT RUN
000240*                     OFF THE SMALLEST TERMINAL CLASS, AND EVERY
000250*                     SAVE IS STAMPED ON THE SNOWFALL LOG (DD
000260*                     SNOWLOG) WITH THE SIGNED-ON OPERATOR ID.
000270*   10/15/2026 DH    SIGN-ON ATTEMPTS AND REFUSED SAVES ARE NOW
000280*                     STAMPED ON THE SNOWFALL LOG (SGNON, SGNFL,
000290*                     REFUS) THE WAY TERM-MAINT STAMPS THEM, FOR
000300*                     THE ACCESS REVIEW (SNOW-ACCESS).
000310*--------------------------------------------------------------
000320 ENVIRONMENT DIVISION.
000330 CONFIGURATION SECTION.
000340 SPECIAL-NAMES.
000350     CRT STATUS IS WS-CRT-STATUS.
000360 INPUT-OUTPUT SECTION.
000370 FILE-CONTROL.
000380     SELECT HOLIDAY-CALENDAR-FILE ASSIGN TO HOLIDCAL
000390         ORGANIZATION IS LINE SEQUENTIAL
000400         FILE STATUS IS WS-HOLIDCAL-STATUS.
000410     SELECT THEME-ARTWORK-FILE ASSIGN TO THEMEART
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-THEMEART-STATUS.
000440     SELECT TERM-CONFIG-FILE ASSIGN TO TERMCFG
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-TERMCFG-STATUS.
000470     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-OPERPROF-STATUS.
000500     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000510         ORGANIZATION IS LINE SEQUENTIAL
000520         FILE STATUS IS WS-SNOWLOG-STATUS.
000530
000540 DATA DIVISION.
000550 FILE SECTION.
000560 FD  HOLIDAY-CALENDAR-FILE.
000570 01  HOLIDAY-CALENDAR-RECORD.
000580     COPY HOLIDCAL.
000590
000600 FD  THEME-ARTWORK-FILE.
000610 01  THEME-ARTWORK-RECORD.
000620     COPY THEMEART.
000630
000640 FD  TERM-CONFIG-FILE.
000650 01  TERM-CONFIG-RECORD.
000660     COPY TERMCTL.
000670
000680 FD  OPERATOR-PROFILE-FILE.
000690 01  OPERATOR-PROFILE-RECORD.
000700     COPY OPERPROF.
000710
000720 FD  SNOWFALL-LOG-FILE.
000730 01  SNOWFALL-LOG-RECORD.
000740     COPY SNOWLOG.
000750
000760 WORKING-STORAGE SECTION.
000770*--------------------------------------------------------------
000780* PHYSICAL LIMITS MERRY-COBOL DRAWS ARTWORK TO.  1950-READ-THEME-
000790* ART DROPS A SEGMENT WHOSE LINE IS ZERO OR PAST MAX-SCREEN-
000800* HEIGHT AND COLLECTS NO MORE THAN MAX-ART-SEGMENTS FOR ONE
000810* THEME, SO A SEGMENT OUTSIDE EITHER LIMIT WOULD SAVE HERE AND
000820* THEN SILENTLY NEVER SHOW.  THE SAME LIMITS ARE ENFORCED HERE.
000830*--------------------------------------------------------------
000840 78  MAX-SCREEN-HEIGHT VALUE 24.
000850 78  MAX-ART-SEGMENTS VALUE 40.
000860 78  ART-TEXT-WIDTH VALUE 40.
000870
000880 77  WS-HOLIDCAL-STATUS            PIC X(2) VALUE '00'.
000890     88  HOLIDCAL-OK               VALUE '00'.
000900     88  HOLIDCAL-EOF              VALUE '10'.
000910
000920 77  WS-THEMEART-STATUS            PIC X(2) VALUE '00'.
000930     88  THEMEART-OK               VALUE '00'.
000940     88  THEMEART-EOF              VALUE '10'.
000950
000960 77  WS-TERMCFG-STATUS             PIC X(2) VALUE '00'.
000970     88  TERMCFG-OK                VALUE '00'.
000980     88  TERMCFG-EOF               VALUE '10'.
000990
001000*--------------------------------------------------------------
001010* IN-CORE COPIES OF BOTH FILES.  ALL MAINTENANCE WORKS ON THESE
001020* TABLES; NOTHING TOUCHES THE FILES UNTIL THE SAVE PASSES ITS
001030* CHECKS, SO A HALF-DONE SESSION CAN BE ABANDONED SAFELY.  THE
001040* CALENDAR IS KEPT IN FILE ORDER BECAUSE 1600-SELECT-THEME
001050* TAKES THE FIRST ENTRY THAT COVERS TODAY, AND A THEME'S
001060* SEGMENTS ARE NUMBERED IN FILE ORDER BECAUSE THAT IS THE
001070* ORDER THEY ARE DRAWN IN.  TERMCFG IS LOADED READ-ONLY, FOR
001080* THE PREVIEW AND THE FIT CHECK.
001090*--------------------------------------------------------------
001100 78  MAX-CAL-ENTRIES VALUE 99.
001110 78  MAX-SEGMENTS VALUE 500.
001120 78  MAX-CLASSES VALUE 100.
001130
001140 77  WS-CAL-COUNT                  PIC 9(3) COMP VALUE ZERO.
001150 01  WS-CALENDAR-TABLE.
001160     05  WS-CAL-ENTRY OCCURS MAX-CAL-ENTRIES TIMES.
001170         10  WS-CAL-START         PIC 9(4).
001180         10  WS-CAL-END           PIC 9(4).
001190         10  WS-CAL-CODE          PIC X(8).
001200
001210 77  WS-SEGMENT-COUNT              PIC 9(3) COMP VALUE ZERO.
001220 01  WS-SEGMENT-TABLE.
001230     05  WS-SEG-ENTRY OCCURS MAX-SEGMENTS TIMES.
001240         10  WS-SEG-CODE          PIC X(8).
001250         10  WS-SEG-LINE          PIC 9(2).
001260         10  WS-SEG-COL           PIC 9(2).
001270         10  WS-SEG-COLOR         PIC 9(1).
001280         10  WS-SEG-HILITE-SW     PIC X.
001290             88  WS-SEG-HIGHLIGHTED VALUE 'Y'.
001300         10  WS-SEG-TEXT          PIC X(ART-TEXT-WIDTH).
001310
001320 77  WS-CLASS-COUNT                PIC 9(3) COMP VALUE ZERO.
001330 01  WS-CLASS-TABLE.
001340     05  WS-CLASS-ENTRY OCCURS MAX-CLASSES TIMES.
001350         10  WS-CLS-CODE          PIC X(8).
001360         10  WS-CLS-HEIGHT        PIC 9(2).
001370         10  WS-CLS-WIDTH         PIC 9(2).
001380         10  WS-CLS-TREE-COL      PIC 9(2).
001390
001400*--------------------------------------------------------------
001410* SMALLEST TERMINAL CLASS ON FILE, FOUND AT LOAD.  A SEGMENT
001420* FITS WHEN ITS LINE IS WITHIN THE SMALLEST SCREEN HEIGHT AND
001430* ITS COLUMN OFFSET WITHIN THE SMALLEST SNOW WIDTH - THE SAME
001440* FIT RULE SNOW-AUDIT APPLIES BEFORE A BROADCAST, SO A THEME
001450* THAT SAVES HERE CANNOT THEN STOP THE BROADCAST STEP.  NO
001460* CLASSES ON FILE LEAVES NOTHING TO FIT AGAINST.
001470*--------------------------------------------------------------
001480 77  WS-MIN-HEIGHT                 PIC 9(2) VALUE 99.
001490 77  WS-MIN-WIDTH                  PIC 9(2) VALUE 99.
001500 77  WS-MIN-HEIGHT-CLASS           PIC X(8) VALUE SPACES.
001510 77  WS-MIN-WIDTH-CLASS            PIC X(8) VALUE SPACES.
001520
001530*--------------------------------------------------------------
001540* LOAD OVERFLOW LOCKOUT.  A FILE BIGGER THAN ITS TABLE LOADS
001550* ONLY PARTIALLY, SO SAVING WOULD REWRITE THE FILE WITH JUST
001560* THE PART THAT FIT - AND A PARTLY LOADED TERMCFG WOULD LET THE
001570* FIT CHECK MISS THE SMALLEST CLASS.  THE SWITCH PUTS A WARNING
001580* ON THE MENU AND 4000-SAVE-FILES REFUSES TO WRITE.
001590*--------------------------------------------------------------
001600 77  WS-LOAD-OVERFLOW-SWITCH       PIC X VALUE 'N'.
001610     88  LOAD-OVERFLOWED           VALUE 'Y'.
001620
001630*--------------------------------------------------------------
001640* OPERATOR SIGN-ON - THE SAME RULES AS TERM-MAINT.  1 BROWSES
001650* AND PREVIEWS ONLY, 2 AND UP MAY WRITE THE FILES, AND THE
001660* SIGNED-ON ID STAMPS EVERY SUCCESSFUL SAVE ON THE SNOWFALL
001670* LOG.  NO PROFILE FILE, OR THREE FAILED TRIES, ENDS THE
001680* SESSION.
001690*--------------------------------------------------------------
001700 77  WS-OPERPROF-STATUS            PIC X(2) VALUE '00'.
001710     88  OPERPROF-OK               VALUE '00'.
001720     88  OPERPROF-EOF              VALUE '10'.
001730
001740 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
001750     88  SNOWLOG-OK                VALUE '00'.
001760     88  SNOWLOG-NOT-FOUND         VALUE '35'.
001770
001780 77  WS-SIGNON-ID                  PIC X(8) VALUE SPACES.
001790 77  WS-OPER-ID                    PIC X(8) VALUE SPACES.
001800 77  WS-OPER-NAME                  PIC X(20) VALUE SPACES.
001810 77  WS-AUTH-LEVEL                 PIC 9(1) VALUE ZERO.
001820 77  WS-SIGNON-TRIES               PIC 9(1) VALUE ZERO.
001830 77  WS-SIGNON-SWITCH              PIC X VALUE 'N'.
001840     88  SIGNED-ON                 VALUE 'Y'.
001850
001860*--------------------------------------------------------------
001870* ACCESS STAMPS.  SIGN-ON SUCCESSES (SGNON), FAILURES (SGNFL)
001880* AND REFUSED SAVES (REFUS) GO ON THE SNOWFALL LOG UNDER THE ID
001890* TYPED.  THE REASON IS THIS PROGRAM'S NAME IN 1-12 AND THE
001900* DETAIL - LEVEL, FAILURE OR WHAT WAS REFUSED - IN 14-24, THE
001910* SAME SHAPE EVERY SIGN-ON PROGRAM USES.
001920*--------------------------------------------------------------
001930 77  WS-ACCESS-TYPE                PIC X(5) VALUE SPACES.
001940 01  WS-ACCESS-REASON.
001950     05  WS-ACC-PROGRAM           PIC X(12) VALUE 'THEME-MAINT'.
001960     05  FILLER                   PIC X(1) VALUE SPACE.
001970     05  WS-ACC-DETAIL            PIC X(11) VALUE SPACES.
001980
001990*--------------------------------------------------------------
002000* SESSION CONTROLS AND WORK AREAS.
002010*--------------------------------------------------------------
002020 77  WS-CRT-STATUS                 PIC 9(4).
002030
002040 77  WS-MENU-CHOICE                PIC X VALUE SPACE.
002050     88  MENU-CALENDAR-MAINT       VALUE '1'.
002060     88  MENU-ARTWORK-MAINT        VALUE '2'.
002070     88  MENU-PREVIEW              VALUE 'P' 'p'.
002080     88  MENU-SAVE                 VALUE 'S' 's'.
002090     88  MENU-EXIT                 VALUE 'X' 'x'.
002100
002110 77  WS-ACTION-CODE                PIC X VALUE SPACE.
002120     88  ACTION-ADD                VALUE 'A' 'a'.
002130     88  ACTION-CHANGE             VALUE 'C' 'c'.
002140     88  ACTION-DELETE             VALUE 'D' 'd'.
002150     88  ACTION-FETCH              VALUE 'F' 'f'.
002160     88  ACTION-QUIT               VALUE 'Q' 'q'.
002170
002180 77  WS-SESSION-DONE-SWITCH        PIC X VALUE 'N'.
002190     88  SESSION-DONE              VALUE 'Y'.
002200
002210 77  WS-DIRTY-SWITCH               PIC X VALUE 'N'.
002220     88  CHANGES-UNSAVED           VALUE 'Y'.
002230
002240 77  WS-EXIT-WARNED-SWITCH         PIC X VALUE 'N'.
002250     88  EXIT-WARNED               VALUE 'Y'.
002260
002270 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
002280     88  ENTRY-FOUND               VALUE 'Y'.
002290
002300 77  WS-VALID-SWITCH               PIC X VALUE 'N'.
002310     88  FIELDS-VALID              VALUE 'Y'.
002320
002330 77  WS-SAVE-OK-SWITCH             PIC X VALUE 'Y'.
002340     88  SAVE-PASS-OK              VALUE 'Y'.
002350
002360 77  WS-PREVIEW-DONE-SWITCH        PIC X VALUE 'N'.
002370     88  PREVIEW-DONE              VALUE 'Y'.
002380
002390 77  WS-IN-RANGE-SWITCH            PIC X VALUE 'N'.
002400     88  DAY-IN-RANGE              VALUE 'Y'.
002410
002420 77  WS-IDX                        PIC 9(3) COMP.
002430 77  WS-CMP-IDX                    PIC 9(3) COMP.
002440 77  WS-SLOT                       PIC 9(3) COMP.
002450 77  WS-THEME-SEG-COUNT            PIC 9(3) COMP VALUE ZERO.
002460 77  WS-SEG-WANTED                 PIC 9(3) COMP VALUE ZERO.
002470 77  WS-NUM-DISPLAY                PIC Z9.
002480 77  WS-NUM-DISPLAY-2              PIC Z9.
002490
002500 77  WS-MESSAGE-LINE               PIC X(60) VALUE SPACES.
002510
002520*--------------------------------------------------------------
002530* THEME CODE WORK FIELD.  TREE, PUMPKIN AND FIREWORK ARE THE
002540* SCREEN GROUPS COMPILED INTO MERRY-COBOL - A CALENDAR ENTRY
002550* NAMING ONE NEEDS NO ARTWORK ON FILE.
002560*--------------------------------------------------------------
002570 77  WS-CHECK-CODE                 PIC X(8) VALUE SPACES.
002580     88  CODE-IS-COMPILED-IN       VALUE 'TREE' 'PUMPKIN'
002590                                         'FIREWORK'.
002600
002610*--------------------------------------------------------------
002620* CALENDAR DATE CHECKS.  WS-MMDD-CHECK HOLDS ONE TYPED START OR
002630* END DATE WHILE 3120-VALIDATE-MMDD TESTS IT AGAINST THE DAYS
002640* IN ITS MONTH (FEBRUARY ALLOWS THE 29TH - THE CALENDAR HAS NO
002650* YEAR).  WS-TEST-MMDD/-START/-END FEED 4125-TEST-DAY-IN-RANGE,
002660* WHICH APPLIES 1600-SELECT-THEME'S OWN COVERAGE RULE.  A
002670* YEAR-ROUND RANGE (0101-1231) STANDING LAST IN THE CALENDAR IS
002680* THE SEASON FALLBACK EVERY OTHER RANGE IS MEANT TO OVERRIDE,
002690* SO IT IS THE ONE RANGE THE OVERLAP CHECK LETS PASS.
002700*--------------------------------------------------------------
002710 78  YEAR-FIRST-MMDD VALUE 0101.
002720 78  YEAR-LAST-MMDD VALUE 1231.
002730
002740 01  WS-MMDD-CHECK                 PIC 9(4) VALUE ZERO.
002750 01  WS-MMDD-CHECK-R REDEFINES WS-MMDD-CHECK.
002760     05  WS-CHECK-MM               PIC 9(2).
002770     05  WS-CHECK-DD               PIC 9(2).
002780
002790 01  WS-MONTH-DAYS-VALUES          PIC X(24)
002800         VALUE '312931303130313130313031'.
002810 01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
002820     05  WS-MONTH-DAYS             PIC 9(2) OCCURS 12 TIMES.
002830
002840 77  WS-TEST-MMDD                  PIC 9(4) VALUE ZERO.
002850 77  WS-TEST-START                 PIC 9(4) VALUE ZERO.
002860 77  WS-TEST-END                   PIC 9(4) VALUE ZERO.
002870
002880*--------------------------------------------------------------
002890* PREVIEW WORK AREAS.  A SEGMENT IS PLACED AND TRIMMED EXACTLY
002900* AS 1960-LOAD-ONE-SEGMENT DOES IT - THE CLASS'S TREE COLUMN
002910* PLUS THE SEGMENT'S OFFSET, CUT TO ITS LAST NONBLANK - AND THE
002920* PROMPT GOES BELOW THE CLASS'S GROUND ROW WHERE THERE IS ROOM.
002930*--------------------------------------------------------------
002940 77  WS-PV-TREE-COL                PIC 9(2) COMP VALUE ZERO.
002950 77  WS-PV-HEIGHT                  PIC 9(2) COMP VALUE ZERO.
002960 77  WS-PV-DRAWN                   PIC 9(3) COMP VALUE ZERO.
002970 77  WS-PV-COL                     PIC 9(3) COMP VALUE ZERO.
002980 77  WS-PV-LEN                     PIC 9(2) COMP VALUE ZERO.
002990 77  WS-PV-SCAN                    PIC 9(2) COMP VALUE ZERO.
003000 77  WS-PV-PROMPT-LINE             PIC 9(2) COMP VALUE ZERO.
003010 77  WS-PV-PAUSE-KEY               PIC X VALUE SPACE.
003020
003030*--------------------------------------------------------------
003040* SCREEN INPUT FIELDS.  THE NUMBERS ARE ACCEPTED AS PLAIN
003050* CHARACTERS AND VALIDATED WITH NUMERIC TESTS SO A STRAY LETTER
003060* DRAWS AN ERROR MESSAGE INSTEAD OF ABENDING THE SESSION.
003070*--------------------------------------------------------------
003080 01  WS-CALENDAR-INPUT.
003090     05  WS-IN-ENTRY-NO           PIC X(2) VALUE SPACES.
003100     05  WS-IN-ENTRY-NO-NUM REDEFINES WS-IN-ENTRY-NO
003110                                  PIC 9(2).
003120     05  WS-IN-START              PIC X(4) VALUE SPACES.
003130     05  WS-IN-START-NUM REDEFINES WS-IN-START
003140                                  PIC 9(4).
003150     05  WS-IN-END                PIC X(4) VALUE SPACES.
003160     05  WS-IN-END-NUM REDEFINES WS-IN-END
003170                                  PIC 9(4).
003180     05  WS-IN-CAL-CODE           PIC X(8) VALUE SPACES.
003190
003200 01  WS-ARTWORK-INPUT.
003210     05  WS-IN-ART-CODE           PIC X(8) VALUE SPACES.
003220     05  WS-IN-SEG-NO             PIC X(2) VALUE SPACES.
003230     05  WS-IN-SEG-NO-NUM REDEFINES WS-IN-SEG-NO
003240                                  PIC 9(2).
003250     05  WS-IN-LINE               PIC X(2) VALUE SPACES.
003260     05  WS-IN-LINE-NUM REDEFINES WS-IN-LINE
003270                                  PIC 9(2).
003280     05  WS-IN-COL                PIC X(2) VALUE SPACES.
003290     05  WS-IN-COL-NUM REDEFINES WS-IN-COL
003300                                  PIC 9(2).
003310     05  WS-IN-COLOR              PIC X(1) VALUE SPACES.
003320     05  WS-IN-COLOR-NUM REDEFINES WS-IN-COLOR
003330                                  PIC 9(1).
003340     05  WS-IN-HILITE             PIC X(1) VALUE SPACES.
003350     05  WS-IN-TEXT               PIC X(ART-TEXT-WIDTH)
003360                                  VALUE SPACES.
003370
003380 01  WS-PREVIEW-INPUT.
003390     05  WS-IN-PV-CODE            PIC X(8) VALUE SPACES.
003400     05  WS-IN-PV-CLASS           PIC X(8) VALUE SPACES.
003410     05  WS-IN-PV-MONO            PIC X(1) VALUE SPACES.
003420         88  PREVIEW-MONO         VALUE 'Y' 'y'.
003430
003440 SCREEN SECTION.
003450
003460* MENU-SCREEN - SESSION TOP LEVEL.  EVERYTHING COMES BACK HERE
003470* BETWEEN MAINTENANCE PASSES, AND THE MESSAGE FIELD CARRIES THE
003480* RESULT OF WHATEVER JUST HAPPENED (SAVED, CHECK FAILED, UNSAVED
003490* CHANGES WARNING).
003500
003510 01 MENU-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
003520 02 BLANK SCREEN.
003530 02 LINE 2 COL 10 VALUE 'THEME-MAINT - THEME CALENDAR AND ARTWORK'
003540     HIGHLIGHT.
003550 02 LINE 4 COL 10 VALUE '1  HOLIDAY CALENDAR MAINT (HOLIDCAL)'.
003560 02 LINE 5 COL 10 VALUE '2  THEME ARTWORK MAINTENANCE (THEMEART)'.
003570 02 LINE 6 COL 10 VALUE 'P  PREVIEW A THEME'.
003580 02 LINE 7 COL 10 VALUE 'S  SAVE BOTH FILES'.
003590 02 LINE 8 COL 10 VALUE 'X  EXIT'.
003600 02 LINE 10 COL 10 VALUE 'CHOICE:'.
003610 02 LINE 10 COL 18 PIC X USING WS-MENU-CHOICE AUTO.
003620 02 LINE 12 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
003630     FOREGROUND-COLOR 3 HIGHLIGHT.
003640
003650* CALENDAR-SCREEN - ONE HOLIDAY CALENDAR RANGE, ADDRESSED BY ITS
003660* POSITION IN THE FILE.
003670
003680 01 CALENDAR-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
003690 02 BLANK SCREEN.
003700 02 LINE 2 COL 10 VALUE 'HOLIDAY CALENDAR MAINTENANCE' HIGHLIGHT.
003710 02 LINE 4 COL 10 VALUE
003720     'ACTION (A=ADD C=CHG D=DEL F=FETCH Q=QUIT):'.
003730 02 LINE 4 COL 54 PIC X USING WS-ACTION-CODE AUTO.
003740 02 LINE 6 COL 10 VALUE 'ENTRY NUMBER.....:'.
003750 02 LINE 6 COL 30 PIC X(2) USING WS-IN-ENTRY-NO.
003760 02 LINE 7 COL 10 VALUE 'START MMDD.......:'.
003770 02 LINE 7 COL 30 PIC X(4) USING WS-IN-START.
003780 02 LINE 8 COL 10 VALUE 'END MMDD.........:'.
003790 02 LINE 8 COL 30 PIC X(4) USING WS-IN-END.
003800 02 LINE 9 COL 10 VALUE 'THEME CODE.......:'.
003810 02 LINE 9 COL 30 PIC X(8) USING WS-IN-CAL-CODE.
003820 02 LINE 11 COL 10 VALUE 'ENTRIES ON FILE..:'.
003830 02 LINE 11 COL 30 PIC ZZ9 FROM WS-CAL-COUNT.
003840 02 LINE 12 COL 10 VALUE
003850     'FIRST ENTRY COVERING TODAY WINS. END BEFORE START WRAPS.'.
003860 02 LINE 13 COL 10 VALUE
003870     'ADD WITH NO ENTRY NUMBER APPENDS; WITH ONE, INSERTS THERE.'.
003880 02 LINE 15 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
003890     FOREGROUND-COLOR 3 HIGHLIGHT.
003900
003910* ARTWORK-SCREEN - ONE ARTWORK SEGMENT, ADDRESSED BY THEME CODE
003920* AND ITS NUMBER WITHIN THAT THEME.
003930
003940 01 ARTWORK-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
003950 02 BLANK SCREEN.
003960 02 LINE 2 COL 10 VALUE 'THEME ARTWORK MAINTENANCE' HIGHLIGHT.
003970 02 LINE 4 COL 10 VALUE
003980     'ACTION (A=ADD C=CHG D=DEL F=FETCH Q=QUIT):'.
003990 02 LINE 4 COL 54 PIC X USING WS-ACTION-CODE AUTO.
004000 02 LINE 6 COL 10 VALUE 'THEME CODE.......:'.
004010 02 LINE 6 COL 30 PIC X(8) USING WS-IN-ART-CODE.
004020 02 LINE 7 COL 10 VALUE 'SEGMENT NUMBER...:'.
004030 02 LINE 7 COL 30 PIC X(2) USING WS-IN-SEG-NO.
004040 02 LINE 8 COL 10 VALUE 'LINE NUMBER......:'.
004050 02 LINE 8 COL 30 PIC X(2) USING WS-IN-LINE.
004060 02 LINE 9 COL 10 VALUE 'COLUMN OFFSET....:'.
004070 02 LINE 9 COL 30 PIC X(2) USING WS-IN-COL.
004080 02 LINE 10 COL 10 VALUE 'COLOR (0-7)......:'.
004090 02 LINE 10 COL 30 PIC X(1) USING WS-IN-COLOR.
004100 02 LINE 11 COL 10 VALUE 'HIGHLIGHT (Y/N)..:'.
004110 02 LINE 11 COL 30 PIC X(1) USING WS-IN-HILITE.
004120 02 LINE 12 COL 10 VALUE 'TEXT.............:'.
004130 02 LINE 12 COL 30 PIC X(40) USING WS-IN-TEXT.
004140 02 LINE 14 COL 10 VALUE 'SEGMENTS IN THEME:'.
004150 02 LINE 14 COL 30 PIC ZZ9 FROM WS-THEME-SEG-COUNT.
004160 02 LINE 15 COL 10 VALUE
004170     'ADD APPENDS THE SEGMENT AFTER THE LAST ONE IN ITS THEME.'.
004180 02 LINE 17 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
004190     FOREGROUND-COLOR 3 HIGHLIGHT.
004200
004210* PREVIEW-SCREEN - WHICH THEME, ON WHICH TERMINAL CLASS, COLOR OR
004220* MONO.  A BLANK THEME CODE GOES BACK TO THE MENU.
004230
004240 01 PREVIEW-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
004250 02 BLANK SCREEN.
004260 02 LINE 2 COL 10 VALUE 'THEME PREVIEW' HIGHLIGHT.
004270 02 LINE 5 COL 10 VALUE 'THEME CODE.......:'.
004280 02 LINE 5 COL 30 PIC X(8) USING WS-IN-PV-CODE.
004290 02 LINE 6 COL 10 VALUE 'TERMINAL CLASS...:'.
004300 02 LINE 6 COL 30 PIC X(8) USING WS-IN-PV-CLASS.
004310 02 LINE 7 COL 10 VALUE 'MONO (Y/N).......:'.
004320 02 LINE 7 COL 30 PIC X(1) USING WS-IN-PV-MONO.
004330 02 LINE 9 COL 10 VALUE
004340     'BLANK CLASS PREVIEWS ON DEFAULT. BLANK THEME RETURNS.'.
004350 02 LINE 11 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
004360     FOREGROUND-COLOR 3 HIGHLIGHT.
004370
004380* SIGNON-SCREEN - THE SESSION'S FRONT DOOR.  NOTHING ELSE SHOWS
004390* UNTIL THE OPERATOR ID RESOLVES ON THE PROFILE FILE.
004400
004410 01 SIGNON-SCREEN BACKGROUND-COLOR 0 FOREGROUND-COLOR 7.
004420 02 BLANK SCREEN.
004430 02 LINE 2 COL 10 VALUE 'THEME-MAINT - OPERATOR SIGN-ON'
004440     HIGHLIGHT.
004450 02 LINE 5 COL 10 VALUE 'OPERATOR ID......:'.
004460 02 LINE 5 COL 30 PIC X(8) USING WS-SIGNON-ID AUTO.
004470 02 LINE 8 COL 10 PIC X(60) FROM WS-MESSAGE-LINE
004480     FOREGROUND-COLOR 3 HIGHLIGHT.
004490
004500 PROCEDURE DIVISION.
004510*================================================================
004520* 0000-MAINLINE - SIGN ON, LOAD THE FILES, RUN THE MENU UNTIL
004530* THE OPERATOR EXITS, STOP RUN.  SAVING IS A MENU ACTION SO
004540* NOTHING IS EVER WRITTEN BEHIND THE OPERATOR'S BACK.
004550*================================================================
004560 0000-MAINLINE.
004570     PERFORM 0500-SIGN-ON THRU 0500-EXIT
004580     IF NOT SIGNED-ON
004590         PERFORM 5000-TERMINATE THRU 5000-EXIT
004600         DISPLAY 'THEME-MAINT: SIGN-ON FAILED - SESSION ENDED'
004610         STOP RUN
004620     END-IF
004630     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004640     PERFORM 3000-MENU-LOOP THRU 3000-EXIT
004650         UNTIL SESSION-DONE
004660     PERFORM 5000-TERMINATE THRU 5000-EXIT
004670     STOP RUN.
004680
004690*----------------------------------------------------------------
004700* 0500-SIGN-ON - UP TO THREE TRIES AT AN OPERATOR ID THAT
004710* RESOLVES ON THE PROFILE FILE.  FAILURE LEAVES THE SESSION
004720* UNSIGNED AND THE MAINLINE ENDS IT.
004730*----------------------------------------------------------------
004740 0500-SIGN-ON.
004750     PERFORM 0510-ONE-SIGNON-PASS THRU 0510-EXIT
004760         UNTIL SIGNED-ON OR WS-SIGNON-TRIES >= 3.
004770 0500-EXIT.
004780     EXIT.
004790
004800 0510-ONE-SIGNON-PASS.
004810     MOVE SPACES TO WS-SIGNON-ID
004820     ACCEPT SIGNON-SCREEN
004830     MOVE SPACES TO WS-MESSAGE-LINE
004840     ADD 1 TO WS-SIGNON-TRIES
004850     IF WS-SIGNON-ID = SPACES
004860         MOVE 'OPERATOR ID IS REQUIRED' TO WS-MESSAGE-LINE
004870         GO TO 0510-EXIT
004880     END-IF
004890     PERFORM 0520-FIND-OPERATOR THRU 0520-EXIT
004900     IF NOT SIGNED-ON
004910         MOVE 'OPERATOR NOT ON THE PROFILE FILE'
004920             TO WS-MESSAGE-LINE
004930     END-IF.
004940 0510-EXIT.
004950     EXIT.
004960
004970 0520-FIND-OPERATOR.
004980     MOVE '00' TO WS-OPERPROF-STATUS
004990     OPEN INPUT OPERATOR-PROFILE-FILE
005000     IF NOT OPERPROF-OK
005010         MOVE 'NO OPERATOR PROFILE FILE - SEE SYSTEMS'
005020             TO WS-MESSAGE-LINE
005030         MOVE 3 TO WS-SIGNON-TRIES
005040         MOVE 'SGNFL' TO WS-ACCESS-TYPE
005050         MOVE 'NO OPERPROF' TO WS-ACC-DETAIL
005060         PERFORM 4710-LOG-ACCESS THRU 4710-EXIT
005070         GO TO 0520-EXIT
005080     END-IF
005090     PERFORM 0530-TEST-ONE-OPERATOR THRU 0530-EXIT
005100         UNTIL OPERPROF-EOF OR SIGNED-ON
005110     CLOSE OPERATOR-PROFILE-FILE
005120     IF SIGNED-ON
005130         MOVE 'SGNON' TO WS-ACCESS-TYPE
005140         MOVE 'LEVEL' TO WS-ACC-DETAIL
005150         MOVE WS-AUTH-LEVEL TO WS-ACC-DETAIL(7:1)
005160     ELSE
005170         MOVE 'SGNFL' TO WS-ACCESS-TYPE
005180         MOVE 'NOT ON FILE' TO WS-ACC-DETAIL
005190     END-IF
005200     PERFORM 4710-LOG-ACCESS THRU 4710-EXIT
005210     IF SIGNED-ON
005220         MOVE SPACES TO WS-MESSAGE-LINE
005230         IF WS-AUTH-LEVEL < 2
005240             STRING 'SIGNED ON ' DELIMITED BY SIZE
005250                 WS-OPER-ID DELIMITED BY SIZE
005260                 ' - VIEW ONLY' DELIMITED BY SIZE
005270                 INTO WS-MESSAGE-LINE
005280         ELSE
005290             STRING 'SIGNED ON ' DELIMITED BY SIZE
005300                 WS-OPER-ID DELIMITED BY SIZE
005310                 INTO WS-MESSAGE-LINE
005320         END-IF
005330     END-IF.
005340 0520-EXIT.
005350     EXIT.
005360
005370 0530-TEST-ONE-OPERATOR.
005380     READ OPERATOR-PROFILE-FILE
005390         AT END
005400             MOVE '10' TO WS-OPERPROF-STATUS
005410             GO TO 0530-EXIT
005420     END-READ
005430     IF OPR-OPER-ID OF OPERATOR-PROFILE-RECORD = WS-SIGNON-ID
005440         SET SIGNED-ON TO TRUE
005450         MOVE OPR-OPER-ID OF OPERATOR-PROFILE-RECORD
005460             TO WS-OPER-ID
005470         MOVE OPR-NAME OF OPERATOR-PROFILE-RECORD
005480             TO WS-OPER-NAME
005490         MOVE OPR-AUTH-LEVEL OF OPERATOR-PROFILE-RECORD
005500             TO WS-AUTH-LEVEL
005510     END-IF.
005520 0530-EXIT.
005530     EXIT.
005540
005550*----------------------------------------------------------------
005560* 1000-INITIALIZE - LOAD THE CALENDAR, THE ARTWORK AND THE
005570* TERMINAL CLASSES INTO THE WORK TABLES.  A MISSING CALENDAR OR
005580* ARTWORK FILE JUST MEANS AN EMPTY TABLE - THE OPERATOR MAY BE
005590* BUILDING IT FOR THE FIRST TIME.
005600*----------------------------------------------------------------
005610 1000-INITIALIZE.
005620     PERFORM 1100-LOAD-CALENDAR THRU 1100-EXIT
005630     PERFORM 1200-LOAD-ARTWORK THRU 1200-EXIT
005640     PERFORM 1300-LOAD-CLASSES THRU 1300-EXIT.
005650 1000-EXIT.
005660     EXIT.
005670
005680 1100-LOAD-CALENDAR.
005690     OPEN INPUT HOLIDAY-CALENDAR-FILE
005700     IF NOT HOLIDCAL-OK
005710         GO TO 1100-EXIT
005720     END-IF
005730     PERFORM 1110-LOAD-ONE-ENTRY THRU 1110-EXIT
005740         UNTIL HOLIDCAL-EOF OR WS-CAL-COUNT >= MAX-CAL-ENTRIES
005750* One probe read when the table filled - end of file here means
005760* the calendar fit exactly, not that anything was left behind.
005770     IF NOT HOLIDCAL-EOF
005780         READ HOLIDAY-CALENDAR-FILE
005790             AT END
005800                 MOVE '10' TO WS-HOLIDCAL-STATUS
005810         END-READ
005820     END-IF
005830     IF NOT HOLIDCAL-EOF
005840         SET LOAD-OVERFLOWED TO TRUE
005850         MOVE 'HOLIDCAL LARGER THAN THE CALENDAR TABLE - SAVE IS '
005860             & 'LOCKED OUT' TO WS-MESSAGE-LINE
005870     END-IF
005880     CLOSE HOLIDAY-CALENDAR-FILE.
005890 1100-EXIT.
005900     EXIT.
005910
005920 1110-LOAD-ONE-ENTRY.
005930     READ HOLIDAY-CALENDAR-FILE
005940         AT END
005950             MOVE '10' TO WS-HOLIDCAL-STATUS
005960             GO TO 1110-EXIT
005970     END-READ
005980     ADD 1 TO WS-CAL-COUNT
005990     MOVE HC-START-MMDD OF HOLIDAY-CALENDAR-RECORD
006000         TO WS-CAL-START(WS-CAL-COUNT)
006010     MOVE HC-END-MMDD OF HOLIDAY-CALENDAR-RECORD
006020         TO WS-CAL-END(WS-CAL-COUNT)
006030     MOVE HC-THEME-CODE OF HOLIDAY-CALENDAR-RECORD
006040         TO WS-CAL-CODE(WS-CAL-COUNT).
006050 1110-EXIT.
006060     EXIT.
006070
006080 1200-LOAD-ARTWORK.
006090     OPEN INPUT THEME-ARTWORK-FILE
006100     IF NOT THEMEART-OK
006110         GO TO 1200-EXIT
006120     END-IF
006130     PERFORM 1210-LOAD-ONE-SEGMENT THRU 1210-EXIT
006140         UNTIL THEMEART-EOF OR WS-SEGMENT-COUNT >= MAX-SEGMENTS
006150* One probe read when the table filled - end of file here means
006160* the artwork fit exactly, not that anything was left behind.
006170     IF NOT THEMEART-EOF
006180         READ THEME-ARTWORK-FILE
006190             AT END
006200                 MOVE '10' TO WS-THEMEART-STATUS
006210         END-READ
006220     END-IF
006230     IF NOT THEMEART-EOF
006240         SET LOAD-OVERFLOWED TO TRUE
006250         MOVE 'THEMEART LARGER THAN THE SEGMENT TABLE - SAVE IS '
006260             & 'LOCKED OUT' TO WS-MESSAGE-LINE
006270     END-IF
006280     CLOSE THEME-ARTWORK-FILE.
006290 1200-EXIT.
006300     EXIT.
006310
006320 1210-LOAD-ONE-SEGMENT.
006330     READ THEME-ARTWORK-FILE
006340         AT END
006350             MOVE '10' TO WS-THEMEART-STATUS
006360             GO TO 1210-EXIT
006370     END-READ
006380     ADD 1 TO WS-SEGMENT-COUNT
006390     MOVE TA-THEME-CODE OF THEME-ARTWORK-RECORD
006400         TO WS-SEG-CODE(WS-SEGMENT-COUNT)
006410     MOVE TA-LINE-NUM OF THEME-ARTWORK-RECORD
006420         TO WS-SEG-LINE(WS-SEGMENT-COUNT)
006430     MOVE TA-COL-OFFSET OF THEME-ARTWORK-RECORD
006440         TO WS-SEG-COL(WS-SEGMENT-COUNT)
006450     MOVE TA-COLOR OF THEME-ARTWORK-RECORD
006460         TO WS-SEG-COLOR(WS-SEGMENT-COUNT)
006470     MOVE TA-HIGHLIGHT OF THEME-ARTWORK-RECORD
006480         TO WS-SEG-HILITE-SW(WS-SEGMENT-COUNT)
006490     MOVE TA-TEXT OF THEME-ARTWORK-RECORD
006500         TO WS-SEG-TEXT(WS-SEGMENT-COUNT).
006510 1210-EXIT.
006520     EXIT.
006530
006540*----------------------------------------------------------------
006550* 1300-LOAD-CLASSES - TERMCFG IS READ ONLY HERE.  EACH CLASS IS
006560* KEPT FOR THE PREVIEW, AND THE SMALLEST HEIGHT AND SNOW WIDTH
006570* ON FILE ARE NOTED FOR THE SAVE-TIME FIT CHECK.
006580*----------------------------------------------------------------
006590 1300-LOAD-CLASSES.
006600     OPEN INPUT TERM-CONFIG-FILE
006610     IF NOT TERMCFG-OK
006620         GO TO 1300-EXIT
006630     END-IF
006640     PERFORM 1310-LOAD-ONE-CLASS THRU 1310-EXIT
006650         UNTIL TERMCFG-EOF OR WS-CLASS-COUNT >= MAX-CLASSES
006660* One probe read when the table filled - end of file here means
006670* the file fit exactly, not that anything was left behind.
006680     IF NOT TERMCFG-EOF
006690         READ TERM-CONFIG-FILE
006700             AT END
006710                 MOVE '10' TO WS-TERMCFG-STATUS
006720         END-READ
006730     END-IF
006740     IF NOT TERMCFG-EOF
006750         SET LOAD-OVERFLOWED TO TRUE
006760         MOVE 'TERMCFG LARGER THAN THE CLASS TABLE - SAVE IS '
006770             & 'LOCKED OUT' TO WS-MESSAGE-LINE
006780     END-IF
006790     CLOSE TERM-CONFIG-FILE.
006800 1300-EXIT.
006810     EXIT.
006820
006830 1310-LOAD-ONE-CLASS.
006840     READ TERM-CONFIG-FILE
006850         AT END
006860             MOVE '10' TO WS-TERMCFG-STATUS
006870             GO TO 1310-EXIT
006880     END-READ
006890     ADD 1 TO WS-CLASS-COUNT
006900     MOVE TERM-CLASS-CODE OF TERM-CONFIG-RECORD
006910         TO WS-CLS-CODE(WS-CLASS-COUNT)
006920     MOVE TERM-SCREEN-HEIGHT OF TERM-CONFIG-RECORD
006930         TO WS-CLS-HEIGHT(WS-CLASS-COUNT)
006940     MOVE TERM-SNOW-WIDTH OF TERM-CONFIG-RECORD
006950         TO WS-CLS-WIDTH(WS-CLASS-COUNT)
006960     MOVE TERM-TREE-COL-OFFSET OF TERM-CONFIG-RECORD
006970         TO WS-CLS-TREE-COL(WS-CLASS-COUNT)
006980     IF TERM-SCREEN-HEIGHT OF TERM-CONFIG-RECORD < WS-MIN-HEIGHT
006990         MOVE TERM-SCREEN-HEIGHT OF TERM-CONFIG-RECORD
007000             TO WS-MIN-HEIGHT
007010         MOVE TERM-CLASS-CODE OF TERM-CONFIG-RECORD
007020             TO WS-MIN-HEIGHT-CLASS
007030     END-IF
007040     IF TERM-SNOW-WIDTH OF TERM-CONFIG-RECORD < WS-MIN-WIDTH
007050         MOVE TERM-SNOW-WIDTH OF TERM-CONFIG-RECORD
007060             TO WS-MIN-WIDTH
007070         MOVE TERM-CLASS-CODE OF TERM-CONFIG-RECORD
007080             TO WS-MIN-WIDTH-CLASS
007090     END-IF.
007100 1310-EXIT.
007110     EXIT.
007120
007130*----------------------------------------------------------------
007140* 3000-MENU-LOOP - ONE TRIP THROUGH THE MENU.  EXIT WITH UNSAVED
007150* CHANGES WARNS ONCE; A SECOND X ABANDONS THE SESSION.
007160*----------------------------------------------------------------
007170 3000-MENU-LOOP.
007180     MOVE SPACE TO WS-MENU-CHOICE
007190     ACCEPT MENU-SCREEN
007200     MOVE SPACES TO WS-MESSAGE-LINE
007210     EVALUATE TRUE
007220         WHEN MENU-CALENDAR-MAINT
007230             MOVE 'N' TO WS-EXIT-WARNED-SWITCH
007240             PERFORM 3100-CALENDAR-MAINT THRU 3100-EXIT
007250         WHEN MENU-ARTWORK-MAINT
007260             MOVE 'N' TO WS-EXIT-WARNED-SWITCH
007270             PERFORM 3300-ARTWORK-MAINT THRU 3300-EXIT
007280         WHEN MENU-PREVIEW
007290             MOVE 'N' TO WS-EXIT-WARNED-SWITCH
007300             PERFORM 3500-PREVIEW THRU 3500-EXIT
007310         WHEN MENU-SAVE
007320             MOVE 'N' TO WS-EXIT-WARNED-SWITCH
007330             PERFORM 4000-SAVE-FILES THRU 4000-EXIT
007340         WHEN MENU-EXIT
007350             IF CHANGES-UNSAVED AND NOT EXIT-WARNED
007360                 MOVE 'UNSAVED CHANGES - S TO SAVE, X AGAIN TO '
007370                     & 'ABANDON' TO WS-MESSAGE-LINE
007380                 SET EXIT-WARNED TO TRUE
007390             ELSE
007400                 SET SESSION-DONE TO TRUE
007410             END-IF
007420         WHEN OTHER
007430             MOVE 'ENTER 1, 2, P, S OR X' TO WS-MESSAGE-LINE
007440     END-EVALUATE.
007450 3000-EXIT.
007460     EXIT.
007470
007480*----------------------------------------------------------------
007490* 3100-CALENDAR-MAINT - ACCEPT CALENDAR SCREENS UNTIL THE
007500* OPERATOR QUITS BACK TO THE MENU.  F FETCHES THE NUMBERED
007510* ENTRY INTO THE FIELDS SO A CHANGE CAN EDIT THE STORED VALUES.
007520*----------------------------------------------------------------
007530 3100-CALENDAR-MAINT.
007540     MOVE SPACE TO WS-ACTION-CODE
007550     MOVE SPACES TO WS-CALENDAR-INPUT
007560     PERFORM 3110-ONE-CALENDAR-PASS THRU 3110-EXIT
007570         UNTIL ACTION-QUIT.
007580 3100-EXIT.
007590     EXIT.
007600
007610 3110-ONE-CALENDAR-PASS.
007620     ACCEPT CALENDAR-SCREEN
007630     MOVE SPACES TO WS-MESSAGE-LINE
007640     IF ACTION-QUIT
007650         GO TO 3110-EXIT
007660     END-IF
007670     MOVE ZERO TO WS-SLOT
007680     IF WS-IN-ENTRY-NO NOT = SPACES
007690         IF WS-IN-ENTRY-NO NOT NUMERIC
007700             MOVE 'ENTRY NUMBER MUST BE TWO DIGITS'
007710                 TO WS-MESSAGE-LINE
007720             GO TO 3110-EXIT
007730         END-IF
007740         MOVE WS-IN-ENTRY-NO-NUM TO WS-SLOT
007750     END-IF
007760     EVALUATE TRUE
007770         WHEN ACTION-ADD
007780             PERFORM 3140-ADD-ENTRY THRU 3140-EXIT
007790         WHEN ACTION-CHANGE
007800             PERFORM 3150-CHANGE-ENTRY THRU 3150-EXIT
007810         WHEN ACTION-DELETE
007820             PERFORM 3160-DELETE-ENTRY THRU 3160-EXIT
007830         WHEN ACTION-FETCH
007840             PERFORM 3170-FETCH-ENTRY THRU 3170-EXIT
007850         WHEN OTHER
007860             MOVE 'ACTION MUST BE A, C, D, F OR Q'
007870                 TO WS-MESSAGE-LINE
007880     END-EVALUATE.
007890 3110-EXIT.
007900     EXIT.
007910
007920*----------------------------------------------------------------
007930* 3120-VALIDATE-CALENDAR-FIELDS - BOTH DATES MUST BE REAL MMDD
007940* DAYS AND THE THEME CODE MUST BE GIVEN.  WHETHER THE CODE HAS
007950* ARTWORK IS A SAVE-TIME CHECK, SO A CALENDAR ENTRY CAN BE
007960* KEYED BEFORE ITS ARTWORK.
007970*----------------------------------------------------------------
007980 3120-VALIDATE-CALENDAR-FIELDS.
007990     MOVE 'N' TO WS-VALID-SWITCH
008000     IF WS-IN-START NOT NUMERIC
008010             OR WS-IN-END NOT NUMERIC
008020         MOVE 'START AND END MUST BE FOUR DIGITS, MMDD'
008030             TO WS-MESSAGE-LINE
008040         GO TO 3120-EXIT
008050     END-IF
008060     MOVE WS-IN-START-NUM TO WS-MMDD-CHECK
008070     PERFORM 3125-VALIDATE-MMDD THRU 3125-EXIT
008080     IF NOT FIELDS-VALID
008090         MOVE 'START IS NOT A CALENDAR DAY' TO WS-MESSAGE-LINE
008100         GO TO 3120-EXIT
008110     END-IF
008120     MOVE WS-IN-END-NUM TO WS-MMDD-CHECK
008130     PERFORM 3125-VALIDATE-MMDD THRU 3125-EXIT
008140     IF NOT FIELDS-VALID
008150         MOVE 'END IS NOT A CALENDAR DAY' TO WS-MESSAGE-LINE
008160         GO TO 3120-EXIT
008170     END-IF
008180     MOVE 'N' TO WS-VALID-SWITCH
008190     IF WS-IN-CAL-CODE = SPACES
008200         MOVE 'THEME CODE IS REQUIRED' TO WS-MESSAGE-LINE
008210         GO TO 3120-EXIT
008220     END-IF
008230     SET FIELDS-VALID TO TRUE.
008240 3120-EXIT.
008250     EXIT.
008260
008270 3125-VALIDATE-MMDD.
008280     MOVE 'N' TO WS-VALID-SWITCH
008290     IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
008300         GO TO 3125-EXIT
008310     END-IF
008320     IF WS-CHECK-DD < 1
008330             OR WS-CHECK-DD > WS-MONTH-DAYS(WS-CHECK-MM)
008340         GO TO 3125-EXIT
008350     END-IF
008360     SET FIELDS-VALID TO TRUE.
008370 3125-EXIT.
008380     EXIT.
008390
008400*----------------------------------------------------------------
008410* 3140-ADD-ENTRY - NO ENTRY NUMBER APPENDS; A NUMBER INSERTS THE
008420* NEW RANGE AT THAT POSITION AND MOVES THE REST DOWN ONE, SO A
008430* HOLIDAY CAN BE PUT AHEAD OF A YEAR-ROUND FALLBACK.
008440*----------------------------------------------------------------
008450 3140-ADD-ENTRY.
008460     IF WS-CAL-COUNT >= MAX-CAL-ENTRIES
008470         MOVE 'CALENDAR TABLE IS FULL' TO WS-MESSAGE-LINE
008480         GO TO 3140-EXIT
008490     END-IF
008500     IF WS-SLOT = ZERO
008510         COMPUTE WS-SLOT = WS-CAL-COUNT + 1
008520     END-IF
008530     IF WS-SLOT > WS-CAL-COUNT + 1
008540         MOVE 'ENTRY NUMBER IS PAST THE END OF THE CALENDAR'
008550             TO WS-MESSAGE-LINE
008560         GO TO 3140-EXIT
008570     END-IF
008580     PERFORM 3120-VALIDATE-CALENDAR-FIELDS THRU 3120-EXIT
008590     IF NOT FIELDS-VALID
008600         GO TO 3140-EXIT
008610     END-IF
008620     PERFORM 3145-OPEN-CALENDAR-SLOT THRU 3145-EXIT
008630         VARYING WS-IDX FROM WS-CAL-COUNT BY -1
008640         UNTIL WS-IDX < WS-SLOT
008650     ADD 1 TO WS-CAL-COUNT
008660     PERFORM 3180-STORE-ENTRY-FIELDS THRU 3180-EXIT
008670     SET CHANGES-UNSAVED TO TRUE
008680     MOVE WS-SLOT TO WS-NUM-DISPLAY
008690     MOVE WS-SLOT TO WS-IN-ENTRY-NO-NUM
008700     STRING 'ENTRY ' DELIMITED BY SIZE
008710         WS-NUM-DISPLAY DELIMITED BY SIZE
008720         ' ADDED' DELIMITED BY SIZE
008730         INTO WS-MESSAGE-LINE.
008740 3140-EXIT.
008750     EXIT.
008760
008770 3145-OPEN-CALENDAR-SLOT.
008780     MOVE WS-CAL-ENTRY(WS-IDX) TO WS-CAL-ENTRY(WS-IDX + 1).
008790 3145-EXIT.
008800     EXIT.
008810
008820 3150-CHANGE-ENTRY.
008830     IF WS-SLOT = ZERO OR WS-SLOT > WS-CAL-COUNT
008840         MOVE 'ENTRY NOT ON FILE - USE A TO ADD'
008850             TO WS-MESSAGE-LINE
008860         GO TO 3150-EXIT
008870     END-IF
008880     PERFORM 3120-VALIDATE-CALENDAR-FIELDS THRU 3120-EXIT
008890     IF NOT FIELDS-VALID
008900         GO TO 3150-EXIT
008910     END-IF
008920     PERFORM 3180-STORE-ENTRY-FIELDS THRU 3180-EXIT
008930     SET CHANGES-UNSAVED TO TRUE
008940     MOVE 'ENTRY CHANGED' TO WS-MESSAGE-LINE.
008950 3150-EXIT.
008960     EXIT.
008970
008980 3160-DELETE-ENTRY.
008990     IF WS-SLOT = ZERO OR WS-SLOT > WS-CAL-COUNT
009000         MOVE 'ENTRY NOT ON FILE' TO WS-MESSAGE-LINE
009010         GO TO 3160-EXIT
009020     END-IF
009030     PERFORM 3165-SQUEEZE-CALENDAR-TABLE THRU 3165-EXIT
009040         VARYING WS-IDX FROM WS-SLOT BY 1
009050         UNTIL WS-IDX >= WS-CAL-COUNT
009060     SUBTRACT 1 FROM WS-CAL-COUNT
009070     SET CHANGES-UNSAVED TO TRUE
009080     MOVE 'ENTRY DELETED' TO WS-MESSAGE-LINE.
009090 3160-EXIT.
009100     EXIT.
009110
009120 3165-SQUEEZE-CALENDAR-TABLE.
009130     MOVE WS-CAL-ENTRY(WS-IDX + 1) TO WS-CAL-ENTRY(WS-IDX).
009140 3165-EXIT.
009150     EXIT.
009160
009170 3170-FETCH-ENTRY.
009180     IF WS-SLOT = ZERO OR WS-SLOT > WS-CAL-COUNT
009190         MOVE 'ENTRY NOT ON FILE' TO WS-MESSAGE-LINE
009200         GO TO 3170-EXIT
009210     END-IF
009220     MOVE WS-CAL-START(WS-SLOT) TO WS-IN-START-NUM
009230     MOVE WS-CAL-END(WS-SLOT) TO WS-IN-END-NUM
009240     MOVE WS-CAL-CODE(WS-SLOT) TO WS-IN-CAL-CODE
009250     MOVE 'ENTRY FETCHED - C TO CHANGE IT' TO WS-MESSAGE-LINE.
009260 3170-EXIT.
009270     EXIT.
009280
009290 3180-STORE-ENTRY-FIELDS.
009300     MOVE WS-IN-START-NUM TO WS-CAL-START(WS-SLOT)
009310     MOVE WS-IN-END-NUM TO WS-CAL-END(WS-SLOT)
009320     MOVE WS-IN-CAL-CODE TO WS-CAL-CODE(WS-SLOT).
009330 3180-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------
009370* 3300-ARTWORK-MAINT - ACCEPT ARTWORK SCREENS UNTIL THE OPERATOR
009380* QUITS BACK TO THE MENU.  A SEGMENT IS ADDRESSED BY ITS THEME
009390* CODE AND ITS NUMBER WITHIN THAT THEME; F FETCHES IT INTO THE
009400* FIELDS SO ANY OF THEM CAN BE EDITED AND CHANGED BACK.
009410*----------------------------------------------------------------
009420 3300-ARTWORK-MAINT.
009430     MOVE SPACE TO WS-ACTION-CODE
009440     MOVE SPACES TO WS-ARTWORK-INPUT
009450     MOVE ZERO TO WS-THEME-SEG-COUNT
009460     PERFORM 3310-ONE-ARTWORK-PASS THRU 3310-EXIT
009470         UNTIL ACTION-QUIT.
009480 3300-EXIT.
009490     EXIT.
009500
009510 3310-ONE-ARTWORK-PASS.
009520     ACCEPT ARTWORK-SCREEN
009530     MOVE SPACES TO WS-MESSAGE-LINE
009540     IF ACTION-QUIT
009550         GO TO 3310-EXIT
009560     END-IF
009570     IF WS-IN-ART-CODE = SPACES
009580         MOVE 'THEME CODE IS REQUIRED' TO WS-MESSAGE-LINE
009590         GO TO 3310-EXIT
009600     END-IF
009610     MOVE ZERO TO WS-SEG-WANTED
009620     IF WS-IN-SEG-NO NOT = SPACES
009630         IF WS-IN-SEG-NO NOT NUMERIC
009640             MOVE 'SEGMENT NUMBER MUST BE TWO DIGITS'
009650                 TO WS-MESSAGE-LINE
009660             GO TO 3310-EXIT
009670         END-IF
009680         MOVE WS-IN-SEG-NO-NUM TO WS-SEG-WANTED
009690     END-IF
009700     PERFORM 3330-FIND-SEGMENT THRU 3330-EXIT
009710     EVALUATE TRUE
009720         WHEN ACTION-ADD
009730             PERFORM 3340-ADD-SEGMENT THRU 3340-EXIT
009740         WHEN ACTION-CHANGE
009750             PERFORM 3350-CHANGE-SEGMENT THRU 3350-EXIT
009760         WHEN ACTION-DELETE
009770             PERFORM 3360-DELETE-SEGMENT THRU 3360-EXIT
009780         WHEN ACTION-FETCH
009790             PERFORM 3370-FETCH-SEGMENT THRU 3370-EXIT
009800         WHEN OTHER
009810             MOVE 'ACTION MUST BE A, C, D, F OR Q'
009820                 TO WS-MESSAGE-LINE
009830     END-EVALUATE.
009840 3310-EXIT.
009850     EXIT.
009860
009870*----------------------------------------------------------------
009880* 3320-VALIDATE-SEGMENT-FIELDS - THE LINE MUST BE ONE MERRY-
009890* COBOL WILL DRAW (01 THRU 24), THE OFFSET NUMERIC, THE COLOR A
009900* FOREGROUND-COLOR DIGIT, THE HIGHLIGHT Y OR N (BLANK IS N), AND
009910* THERE MUST BE SOME TEXT.  FIT AGAINST THE SMALLEST TERMINAL
009920* CLASS IS A SAVE-TIME CHECK, SO ARTWORK CAN BE STAGED AHEAD OF
009930* A TERMCFG CHANGE.
009940*----------------------------------------------------------------
009950 3320-VALIDATE-SEGMENT-FIELDS.
009960     MOVE 'N' TO WS-VALID-SWITCH
009970     IF WS-IN-LINE NOT NUMERIC
009980             OR WS-IN-COL NOT NUMERIC
009990             OR WS-IN-COLOR NOT NUMERIC
010000         MOVE 'LINE, OFFSET AND COLOR MUST BE NUMERIC'
010010             TO WS-MESSAGE-LINE
010020         GO TO 3320-EXIT
010030     END-IF
010040     IF WS-IN-LINE-NUM = ZERO
010050             OR WS-IN-LINE-NUM > MAX-SCREEN-HEIGHT
010060         MOVE 'LINE NUMBER MUST BE 01 THRU 24' TO WS-MESSAGE-LINE
010070         GO TO 3320-EXIT
010080     END-IF
010090     IF WS-IN-COLOR-NUM > 7
010100         MOVE 'COLOR MUST BE 0 THRU 7' TO WS-MESSAGE-LINE
010110         GO TO 3320-EXIT
010120     END-IF
010130     IF WS-IN-HILITE = SPACE
010140         MOVE 'N' TO WS-IN-HILITE
010150     END-IF
010160     IF WS-IN-HILITE = 'y'
010170         MOVE 'Y' TO WS-IN-HILITE
010180     END-IF
010190     IF WS-IN-HILITE = 'n'
010200         MOVE 'N' TO WS-IN-HILITE
010210     END-IF
010220     IF WS-IN-HILITE NOT = 'Y' AND WS-IN-HILITE NOT = 'N'
010230         MOVE 'HIGHLIGHT MUST BE Y OR N' TO WS-MESSAGE-LINE
010240         GO TO 3320-EXIT
010250     END-IF
010260     IF WS-IN-TEXT = SPACES
010270         MOVE 'SEGMENT TEXT IS REQUIRED' TO WS-MESSAGE-LINE
010280         GO TO 3320-EXIT
010290     END-IF
010300     SET FIELDS-VALID TO TRUE.
010310 3320-EXIT.
010320     EXIT.
010330
010340*----------------------------------------------------------------
010350* 3330-FIND-SEGMENT - COUNT THE THEME'S SEGMENTS INTO WS-THEME-
010360* SEG-COUNT, AND WHEN A SEGMENT NUMBER WAS GIVEN LEAVE WS-SLOT
010370* POINTING AT THAT SEGMENT'S TABLE ROW WITH ENTRY-FOUND SET.
010380*----------------------------------------------------------------
010390 3330-FIND-SEGMENT.
010400     MOVE 'N' TO WS-FOUND-SWITCH
010410     MOVE ZERO TO WS-SLOT
010420     MOVE ZERO TO WS-THEME-SEG-COUNT
010430     PERFORM 3335-TEST-SEGMENT-ROW THRU 3335-EXIT
010440         VARYING WS-IDX FROM 1 BY 1
010450         UNTIL WS-IDX > WS-SEGMENT-COUNT.
010460 3330-EXIT.
010470     EXIT.
010480
010490 3335-TEST-SEGMENT-ROW.
010500     IF WS-SEG-CODE(WS-IDX) = WS-IN-ART-CODE
010510         ADD 1 TO WS-THEME-SEG-COUNT
010520         IF WS-THEME-SEG-COUNT = WS-SEG-WANTED
010530             MOVE WS-IDX TO WS-SLOT
010540             SET ENTRY-FOUND TO TRUE
010550         END-IF
010560     END-IF.
010570 3335-EXIT.
010580     EXIT.
010590
010600 3340-ADD-SEGMENT.
010610     IF WS-SEGMENT-COUNT >= MAX-SEGMENTS
010620         MOVE 'SEGMENT TABLE IS FULL' TO WS-MESSAGE-LINE
010630         GO TO 3340-EXIT
010640     END-IF
010650     PERFORM 3320-VALIDATE-SEGMENT-FIELDS THRU 3320-EXIT
010660     IF NOT FIELDS-VALID
010670         GO TO 3340-EXIT
010680     END-IF
010690     ADD 1 TO WS-SEGMENT-COUNT
010700     MOVE WS-SEGMENT-COUNT TO WS-SLOT
010710     PERFORM 3380-STORE-SEGMENT-FIELDS THRU 3380-EXIT
010720     ADD 1 TO WS-THEME-SEG-COUNT
010730     SET CHANGES-UNSAVED TO TRUE
010740     MOVE WS-THEME-SEG-COUNT TO WS-NUM-DISPLAY
010750     MOVE WS-THEME-SEG-COUNT TO WS-IN-SEG-NO-NUM
010760     STRING 'SEGMENT ' DELIMITED BY SIZE
010770         WS-NUM-DISPLAY DELIMITED BY SIZE
010780         ' ADDED' DELIMITED BY SIZE
010790         INTO WS-MESSAGE-LINE.
010800 3340-EXIT.
010810     EXIT.
010820
010830 3350-CHANGE-SEGMENT.
010840     IF NOT ENTRY-FOUND
010850         MOVE 'SEGMENT NOT ON FILE - USE A TO ADD'
010860             TO WS-MESSAGE-LINE
010870         GO TO 3350-EXIT
010880     END-IF
010890     PERFORM 3320-VALIDATE-SEGMENT-FIELDS THRU 3320-EXIT
010900     IF NOT FIELDS-VALID
010910         GO TO 3350-EXIT
010920     END-IF
010930     PERFORM 3380-STORE-SEGMENT-FIELDS THRU 3380-EXIT
010940     SET CHANGES-UNSAVED TO TRUE
010950     MOVE 'SEGMENT CHANGED' TO WS-MESSAGE-LINE.
010960 3350-EXIT.
010970     EXIT.
010980
010990 3360-DELETE-SEGMENT.
011000     IF NOT ENTRY-FOUND
011010         MOVE 'SEGMENT NOT ON FILE' TO WS-MESSAGE-LINE
011020         GO TO 3360-EXIT
011030     END-IF
011040     PERFORM 3365-SQUEEZE-SEGMENT-TABLE THRU 3365-EXIT
011050         VARYING WS-IDX FROM WS-SLOT BY 1
011060         UNTIL WS-IDX >= WS-SEGMENT-COUNT
011070     SUBTRACT 1 FROM WS-SEGMENT-COUNT
011080     SUBTRACT 1 FROM WS-THEME-SEG-COUNT
011090     SET CHANGES-UNSAVED TO TRUE
011100     MOVE 'SEGMENT DELETED' TO WS-MESSAGE-LINE.
011110 3360-EXIT.
011120     EXIT.
011130
011140 3365-SQUEEZE-SEGMENT-TABLE.
011150     MOVE WS-SEG-ENTRY(WS-IDX + 1) TO WS-SEG-ENTRY(WS-IDX).
011160 3365-EXIT.
011170     EXIT.
011180
011190 3370-FETCH-SEGMENT.
011200     IF NOT ENTRY-FOUND
011210         MOVE 'SEGMENT NOT ON FILE' TO WS-MESSAGE-LINE
011220         GO TO 3370-EXIT
011230     END-IF
011240     MOVE WS-SEG-LINE(WS-SLOT) TO WS-IN-LINE-NUM
011250     MOVE WS-SEG-COL(WS-SLOT) TO WS-IN-COL-NUM
011260     MOVE WS-SEG-COLOR(WS-SLOT) TO WS-IN-COLOR-NUM
011270     MOVE WS-SEG-HILITE-SW(WS-SLOT) TO WS-IN-HILITE
011280     MOVE WS-SEG-TEXT(WS-SLOT) TO WS-IN-TEXT
011290     MOVE 'SEGMENT FETCHED - C TO CHANGE IT' TO WS-MESSAGE-LINE.
011300 3370-EXIT.
011310     EXIT.
011320
011330 3380-STORE-SEGMENT-FIELDS.
011340     MOVE WS-IN-ART-CODE TO WS-SEG-CODE(WS-SLOT)
011350     MOVE WS-IN-LINE-NUM TO WS-SEG-LINE(WS-SLOT)
011360     MOVE WS-IN-COL-NUM TO WS-SEG-COL(WS-SLOT)
011370     MOVE WS-IN-COLOR-NUM TO WS-SEG-COLOR(WS-SLOT)
011380     MOVE WS-IN-HILITE TO WS-SEG-HILITE-SW(WS-SLOT)
011390     MOVE WS-IN-TEXT TO WS-SEG-TEXT(WS-SLOT).
011400 3380-EXIT.
011410     EXIT.
011420
011430*----------------------------------------------------------------
011440* 3500-PREVIEW - ACCEPT PREVIEW SCREENS UNTIL THE OPERATOR
011450* BLANKS THE THEME CODE.  THE PREVIEW WORKS FROM THE SESSION'S
011460* TABLES, SO UNSAVED ARTWORK CAN BE SEEN BEFORE IT IS WRITTEN -
011470* AND NO AUTHORITY IS NEEDED TO LOOK.
011480*----------------------------------------------------------------
011490 3500-PREVIEW.
011500     MOVE 'N' TO WS-PREVIEW-DONE-SWITCH
011510     PERFORM 3510-ONE-PREVIEW-PASS THRU 3510-EXIT
011520         UNTIL PREVIEW-DONE.
011530 3500-EXIT.
011540     EXIT.
011550
011560 3510-ONE-PREVIEW-PASS.
011570     ACCEPT PREVIEW-SCREEN
011580     MOVE SPACES TO WS-MESSAGE-LINE
011590     IF WS-IN-PV-CODE = SPACES
011600         SET PREVIEW-DONE TO TRUE
011610         GO TO 3510-EXIT
011620     END-IF
011630     IF WS-IN-PV-CLASS = SPACES
011640         MOVE 'DEFAULT' TO WS-IN-PV-CLASS
011650     END-IF
011660     PERFORM 3520-FIND-PREVIEW-CLASS THRU 3520-EXIT
011670     IF NOT ENTRY-FOUND
011680         MOVE 'NO SUCH TERMINAL CLASS ON TERMCFG'
011690             TO WS-MESSAGE-LINE
011700         GO TO 3510-EXIT
011710     END-IF
011720     MOVE WS-IN-PV-CODE TO WS-IN-ART-CODE
011730     MOVE ZERO TO WS-SEG-WANTED
011740     PERFORM 3330-FIND-SEGMENT THRU 3330-EXIT
011750     IF WS-THEME-SEG-COUNT = ZERO
011760         MOVE WS-IN-PV-CODE TO WS-CHECK-CODE
011770         IF CODE-IS-COMPILED-IN
011780             MOVE 'A COMPILED-IN SCREEN - NO ARTWORK ON FILE TO '
011790                 & 'PREVIEW' TO WS-MESSAGE-LINE
011800         ELSE
011810             MOVE 'NO ARTWORK ON FILE FOR THAT THEME CODE'
011820                 TO WS-MESSAGE-LINE
011830         END-IF
011840         GO TO 3510-EXIT
011850     END-IF
011860     PERFORM 3530-DRAW-THEME THRU 3530-EXIT.
011870 3510-EXIT.
011880     EXIT.
011890
011900*----------------------------------------------------------------
011910* 3520-FIND-PREVIEW-CLASS - THE CLASS'S TREE COLUMN PLACES THE
011920* SEGMENTS AND ITS HEIGHT PLACES THE PROMPT.  WITH NO TERMCFG
011930* AT ALL, DEFAULT TAKES MERRY-COBOL'S COMPILED-IN 17-LINE SCREEN
011940* AND TREE COLUMN 20, AS A CONSOLE WOULD.
011950*----------------------------------------------------------------
011960 3520-FIND-PREVIEW-CLASS.
011970     MOVE 'N' TO WS-FOUND-SWITCH
011980     IF WS-CLASS-COUNT = ZERO AND WS-IN-PV-CLASS = 'DEFAULT'
011990         MOVE 17 TO WS-PV-HEIGHT
012000         MOVE 20 TO WS-PV-TREE-COL
012010         SET ENTRY-FOUND TO TRUE
012020         GO TO 3520-EXIT
012030     END-IF
012040     PERFORM 3525-TEST-PREVIEW-CLASS THRU 3525-EXIT
012050         VARYING WS-IDX FROM 1 BY 1
012060         UNTIL WS-IDX > WS-CLASS-COUNT OR ENTRY-FOUND.
012070 3520-EXIT.
012080     EXIT.
012090
012100 3525-TEST-PREVIEW-CLASS.
012110     IF WS-CLS-CODE(WS-IDX) = WS-IN-PV-CLASS
012120         MOVE WS-CLS-HEIGHT(WS-IDX) TO WS-PV-HEIGHT
012130         MOVE WS-CLS-TREE-COL(WS-IDX) TO WS-PV-TREE-COL
012140         SET ENTRY-FOUND TO TRUE
012150     END-IF.
012160 3525-EXIT.
012170     EXIT.
012180
012190*----------------------------------------------------------------
012200* 3530-DRAW-THEME - CLEAR THE SCREEN, DRAW THE THEME'S SEGMENTS
012210* AS MERRY-COBOL WOULD ON THE CHOSEN CLASS - NO MORE THAN IT
012220* COLLECTS, SKIPPING ANY IT WOULD DROP - AND HOLD THE PICTURE
012230* UNTIL THE OPERATOR PRESSES ENTER.
012240*----------------------------------------------------------------
012250 3530-DRAW-THEME.
012260     DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS
012270     MOVE ZERO TO WS-PV-DRAWN
012280     PERFORM 3540-DRAW-ONE-SEGMENT THRU 3540-EXIT
012290         VARYING WS-IDX FROM 1 BY 1
012300         UNTIL WS-IDX > WS-SEGMENT-COUNT
012310             OR WS-PV-DRAWN >= MAX-ART-SEGMENTS
012320     COMPUTE WS-PV-PROMPT-LINE = WS-PV-HEIGHT + 2
012330     IF WS-PV-PROMPT-LINE > MAX-SCREEN-HEIGHT
012340         MOVE MAX-SCREEN-HEIGHT TO WS-PV-PROMPT-LINE
012350     END-IF
012360     DISPLAY 'PREVIEW - PRESS ENTER TO RETURN'
012370         LINE WS-PV-PROMPT-LINE COLUMN 1
012380     MOVE SPACE TO WS-PV-PAUSE-KEY
012390     ACCEPT WS-PV-PAUSE-KEY LINE WS-PV-PROMPT-LINE COLUMN 33
012400     MOVE 'PREVIEW ENDED' TO WS-MESSAGE-LINE.
012410 3530-EXIT.
012420     EXIT.
012430
012440 3540-DRAW-ONE-SEGMENT.
012450     IF WS-SEG-CODE(WS-IDX) NOT = WS-IN-PV-CODE
012460         GO TO 3540-EXIT
012470     END-IF
012480     IF WS-SEG-LINE(WS-IDX) = ZERO
012490             OR WS-SEG-LINE(WS-IDX) > MAX-SCREEN-HEIGHT
012500         GO TO 3540-EXIT
012510     END-IF
012520     ADD 1 TO WS-PV-DRAWN
012530     COMPUTE WS-PV-COL = WS-PV-TREE-COL + WS-SEG-COL(WS-IDX)
012540     MOVE ZERO TO WS-PV-LEN
012550     PERFORM 3545-FIND-SEGMENT-END THRU 3545-EXIT
012560         VARYING WS-PV-SCAN FROM ART-TEXT-WIDTH BY -1
012570         UNTIL WS-PV-SCAN < 1 OR WS-PV-LEN > ZERO
012580     IF WS-PV-LEN = ZERO
012590         MOVE 1 TO WS-PV-LEN
012600     END-IF
012610     EVALUATE TRUE
012620         WHEN PREVIEW-MONO
012630             DISPLAY WS-SEG-TEXT(WS-IDX)(1:WS-PV-LEN)
012640                 LINE WS-SEG-LINE(WS-IDX)
012650                 COLUMN WS-PV-COL
012660         WHEN WS-SEG-HIGHLIGHTED(WS-IDX)
012670             DISPLAY WS-SEG-TEXT(WS-IDX)(1:WS-PV-LEN)
012680                 LINE WS-SEG-LINE(WS-IDX)
012690                 COLUMN WS-PV-COL
012700                 WITH FOREGROUND-COLOR WS-SEG-COLOR(WS-IDX)
012710                     HIGHLIGHT
012720         WHEN OTHER
012730             DISPLAY WS-SEG-TEXT(WS-IDX)(1:WS-PV-LEN)
012740                 LINE WS-SEG-LINE(WS-IDX)
012750                 COLUMN WS-PV-COL
012760                 WITH FOREGROUND-COLOR WS-SEG-COLOR(WS-IDX)
012770     END-EVALUATE.
012780 3540-EXIT.
012790     EXIT.
012800
012810 3545-FIND-SEGMENT-END.
012820     IF WS-SEG-TEXT(WS-IDX)(WS-PV-SCAN:1) NOT = SPACE
012830         MOVE WS-PV-SCAN TO WS-PV-LEN
012840     END-IF.
012850 3545-EXIT.
012860     EXIT.
012870
012880*----------------------------------------------------------------
012890* 4000-SAVE-FILES - THE CHECKS, THEN THE REWRITE.  ANY ONE OF
012900* OVERLAPPING CALENDAR RANGES, A CALENDAR CODE THAT RESOLVES TO
012910* NEITHER ARTWORK NOR A COMPILED-IN SCREEN, A SEGMENT THAT RUNS
012920* OFF THE SMALLEST TERMINAL CLASS, OR A THEME WITH MORE
012930* SEGMENTS THAN MERRY-COBOL COLLECTS STOPS THE SAVE BEFORE
012940* EITHER FILE IS WRITTEN, AND THE MESSAGE NAMES THE FIRST
012950* OFFENDER.  THE ARTWORK IS WRITTEN FIRST, SO A FAILED WRITE
012960* CAN NEVER LEAVE A NEW CALENDAR ENTRY POINTING AT ARTWORK THAT
012970* IS NOT ON FILE YET.
012980*----------------------------------------------------------------
012990 4000-SAVE-FILES.
013000     IF WS-AUTH-LEVEL < 2
013010         MOVE 'VIEW-ONLY OPERATOR - NOT AUTHORIZED TO SAVE'
013020             TO WS-MESSAGE-LINE
013030         MOVE 'REFUS' TO WS-ACCESS-TYPE
013040         MOVE 'SAVE' TO WS-ACC-DETAIL
013050         PERFORM 4710-LOG-ACCESS THRU 4710-EXIT
013060         GO TO 4000-EXIT
013070     END-IF
013080     IF LOAD-OVERFLOWED
013090         MOVE 'FILES LARGER THAN THE TABLES - NOT SAVED'
013100             TO WS-MESSAGE-LINE
013110         GO TO 4000-EXIT
013120     END-IF
013130     PERFORM 4100-CHECK-OVERLAPS THRU 4100-EXIT
013140     IF WS-MESSAGE-LINE NOT = SPACES
013150         GO TO 4000-EXIT
013160     END-IF
013170     PERFORM 4200-CHECK-THEME-CODES THRU 4200-EXIT
013180     IF WS-MESSAGE-LINE NOT = SPACES
013190         GO TO 4000-EXIT
013200     END-IF
013210     PERFORM 4300-CHECK-SEGMENTS THRU 4300-EXIT
013220     IF WS-MESSAGE-LINE NOT = SPACES
013230         GO TO 4000-EXIT
013240     END-IF
013250     MOVE 'Y' TO WS-SAVE-OK-SWITCH
013260     PERFORM 4500-WRITE-ARTWORK THRU 4500-EXIT
013270     IF NOT SAVE-PASS-OK
013280         GO TO 4000-EXIT
013290     END-IF
013300     PERFORM 4600-WRITE-CALENDAR THRU 4600-EXIT
013310     IF NOT SAVE-PASS-OK
013320         GO TO 4000-EXIT
013330     END-IF
013340     MOVE 'N' TO WS-DIRTY-SWITCH
013350     MOVE 'BOTH FILES SAVED' TO WS-MESSAGE-LINE
013360     PERFORM 4700-LOG-SAVE THRU 4700-EXIT.
013370 4000-EXIT.
013380     EXIT.
013390
013400*----------------------------------------------------------------
013410* 4100-CHECK-OVERLAPS - NO DAY MAY FALL IN TWO CALENDAR RANGES,
013420* OR 1600-SELECT-THEME SILENTLY SHOWS ONLY THE FIRST OF THEM.
013430* TWO RANGES - WRAPPED ACROSS THE NEW YEAR OR NOT - OVERLAP
013440* EXACTLY WHEN ONE OF THEM COVERS THE OTHER'S START DAY.  THE
013450* YEAR-ROUND FALLBACK STANDING LAST IS THE ONE EXCEPTION.
013460*----------------------------------------------------------------
013470 4100-CHECK-OVERLAPS.
013480     PERFORM 4110-CHECK-ONE-ENTRY THRU 4110-EXIT
013490         VARYING WS-IDX FROM 1 BY 1
013500         UNTIL WS-IDX >= WS-CAL-COUNT
013510             OR WS-MESSAGE-LINE NOT = SPACES.
013520 4100-EXIT.
013530     EXIT.
013540
013550 4110-CHECK-ONE-ENTRY.
013560     PERFORM 4120-CHECK-ONE-PAIR THRU 4120-EXIT
013570         VARYING WS-CMP-IDX FROM WS-IDX BY 1
013580         UNTIL WS-CMP-IDX >= WS-CAL-COUNT
013590             OR WS-MESSAGE-LINE NOT = SPACES.
013600 4110-EXIT.
013610     EXIT.
013620
013630* WS-CMP-IDX runs one behind the entry being compared, so the
013640* pair is WS-IDX against WS-CMP-IDX + 1.
013650 4120-CHECK-ONE-PAIR.
013660     COMPUTE WS-SLOT = WS-CMP-IDX + 1
013670     IF WS-SLOT = WS-CAL-COUNT
013680             AND WS-CAL-START(WS-SLOT) = YEAR-FIRST-MMDD
013690             AND WS-CAL-END(WS-SLOT) = YEAR-LAST-MMDD
013700         GO TO 4120-EXIT
013710     END-IF
013720     MOVE WS-CAL-START(WS-IDX) TO WS-TEST-MMDD
013730     MOVE WS-CAL-START(WS-SLOT) TO WS-TEST-START
013740     MOVE WS-CAL-END(WS-SLOT) TO WS-TEST-END
013750     PERFORM 4125-TEST-DAY-IN-RANGE THRU 4125-EXIT
013760     IF NOT DAY-IN-RANGE
013770         MOVE WS-CAL-START(WS-SLOT) TO WS-TEST-MMDD
013780         MOVE WS-CAL-START(WS-IDX) TO WS-TEST-START
013790         MOVE WS-CAL-END(WS-IDX) TO WS-TEST-END
013800         PERFORM 4125-TEST-DAY-IN-RANGE THRU 4125-EXIT
013810     END-IF
013820     IF DAY-IN-RANGE
013830         MOVE WS-IDX TO WS-NUM-DISPLAY
013840         MOVE WS-SLOT TO WS-NUM-DISPLAY-2
013850         STRING 'CALENDAR ENTRIES ' DELIMITED BY SIZE
013860             WS-NUM-DISPLAY DELIMITED BY SIZE
013870             ' AND ' DELIMITED BY SIZE
013880             WS-NUM-DISPLAY-2 DELIMITED BY SIZE
013890             ' OVERLAP - NOT SAVED' DELIMITED BY SIZE
013900             INTO WS-MESSAGE-LINE
013910     END-IF.
013920 4120-EXIT.
013930     EXIT.
013940
013950 4125-TEST-DAY-IN-RANGE.
013960     MOVE 'N' TO WS-IN-RANGE-SWITCH
013970     IF WS-TEST-START <= WS-TEST-END
013980         IF WS-TEST-MMDD >= WS-TEST-START
013990                 AND WS-TEST-MMDD <= WS-TEST-END
014000             SET DAY-IN-RANGE TO TRUE
014010         END-IF
014020     ELSE
014030         IF WS-TEST-MMDD >= WS-TEST-START
014040                 OR WS-TEST-MMDD <= WS-TEST-END
014050             SET DAY-IN-RANGE TO TRUE
014060         END-IF
014070     END-IF.
014080 4125-EXIT.
014090     EXIT.
014100
014110*----------------------------------------------------------------
014120* 4200-CHECK-THEME-CODES - EVERY CALENDAR CODE MUST RESOLVE TO
014130* ARTWORK IN THE SESSION'S TABLE OR TO A COMPILED-IN SCREEN,
014140* OTHERWISE EVERY CONSOLE SILENTLY FALLS BACK TO THE TREE FOR
014150* THAT SEASON - THE SAME RULE SNOW-AUDIT APPLIES.
014160*----------------------------------------------------------------
014170 4200-CHECK-THEME-CODES.
014180     PERFORM 4210-CHECK-ONE-CODE THRU 4210-EXIT
014190         VARYING WS-CMP-IDX FROM 1 BY 1
014200         UNTIL WS-CMP-IDX > WS-CAL-COUNT
014210             OR WS-MESSAGE-LINE NOT = SPACES.
014220 4200-EXIT.
014230     EXIT.
014240
014250 4210-CHECK-ONE-CODE.
014260     MOVE WS-CAL-CODE(WS-CMP-IDX) TO WS-CHECK-CODE
014270     IF CODE-IS-COMPILED-IN
014280         GO TO 4210-EXIT
014290     END-IF
014300     MOVE 'N' TO WS-FOUND-SWITCH
014310     PERFORM 4215-TEST-ARTWORK-CODE THRU 4215-EXIT
014320         VARYING WS-IDX FROM 1 BY 1
014330         UNTIL WS-IDX > WS-SEGMENT-COUNT OR ENTRY-FOUND
014340     IF NOT ENTRY-FOUND
014350         STRING 'CALENDAR CODE ' DELIMITED BY SIZE
014360             WS-CHECK-CODE DELIMITED BY SIZE
014370             ' HAS NO ARTWORK - NOT SAVED' DELIMITED BY SIZE
014380             INTO WS-MESSAGE-LINE
014390     END-IF.
014400 4210-EXIT.
014410     EXIT.
014420
014430 4215-TEST-ARTWORK-CODE.
014440     IF WS-SEG-CODE(WS-IDX) = WS-CHECK-CODE
014450         SET ENTRY-FOUND TO TRUE
014460     END-IF.
014470 4215-EXIT.
014480     EXIT.
014490
014500*----------------------------------------------------------------
014510* 4300-CHECK-SEGMENTS - EVERY SEGMENT MUST FIT THE SMALLEST
014520* TERMINAL CLASS, AND NO THEME MAY HAVE MORE SEGMENTS THAN
014530* MERRY-COBOL COLLECTS - THE EXTRAS WOULD NEVER BE DRAWN.
014540*----------------------------------------------------------------
014550 4300-CHECK-SEGMENTS.
014560     PERFORM 4310-CHECK-ONE-SEGMENT THRU 4310-EXIT
014570         VARYING WS-CMP-IDX FROM 1 BY 1
014580         UNTIL WS-CMP-IDX > WS-SEGMENT-COUNT
014590             OR WS-MESSAGE-LINE NOT = SPACES.
014600 4300-EXIT.
014610     EXIT.
014620
014630 4310-CHECK-ONE-SEGMENT.
014640     MOVE WS-SEG-CODE(WS-CMP-IDX) TO WS-CHECK-CODE
014650     IF WS-CLASS-COUNT > ZERO
014660             AND WS-SEG-LINE(WS-CMP-IDX) > WS-MIN-HEIGHT
014670         MOVE WS-SEG-LINE(WS-CMP-IDX) TO WS-NUM-DISPLAY
014680         STRING WS-CHECK-CODE DELIMITED BY SPACE
014690             ' LINE ' DELIMITED BY SIZE
014700             WS-NUM-DISPLAY DELIMITED BY SIZE
014710             ' PAST HEIGHT ' DELIMITED BY SIZE
014720             WS-MIN-HEIGHT DELIMITED BY SIZE
014730             ' OF ' DELIMITED BY SIZE
014740             WS-MIN-HEIGHT-CLASS DELIMITED BY SPACE
014750             ' - NOT SAVED' DELIMITED BY SIZE
014760             INTO WS-MESSAGE-LINE
014770         GO TO 4310-EXIT
014780     END-IF
014790     IF WS-CLASS-COUNT > ZERO
014800             AND WS-SEG-COL(WS-CMP-IDX) > WS-MIN-WIDTH
014810         MOVE WS-SEG-COL(WS-CMP-IDX) TO WS-NUM-DISPLAY
014820         STRING WS-CHECK-CODE DELIMITED BY SPACE
014830             ' OFFSET ' DELIMITED BY SIZE
014840             WS-NUM-DISPLAY DELIMITED BY SIZE
014850             ' PAST WIDTH ' DELIMITED BY SIZE
014860             WS-MIN-WIDTH DELIMITED BY SIZE
014870             ' OF ' DELIMITED BY SIZE
014880             WS-MIN-WIDTH-CLASS DELIMITED BY SPACE
014890             ' - NOT SAVED' DELIMITED BY SIZE
014900             INTO WS-MESSAGE-LINE
014910         GO TO 4310-EXIT
014920     END-IF
014930     MOVE WS-CHECK-CODE TO WS-IN-ART-CODE
014940     MOVE ZERO TO WS-SEG-WANTED
014950     PERFORM 3330-FIND-SEGMENT THRU 3330-EXIT
014960     IF WS-THEME-SEG-COUNT > MAX-ART-SEGMENTS
014970         STRING WS-CHECK-CODE DELIMITED BY SPACE
014980             ' HAS MORE THAN 40 SEGMENTS - NOT SAVED'
014990                 DELIMITED BY SIZE
015000             INTO WS-MESSAGE-LINE
015010     END-IF.
015020 4310-EXIT.
015030     EXIT.
015040
015050*----------------------------------------------------------------
015060* 4500-WRITE-ARTWORK - REWRITE THEMEART FROM THE SEGMENT TABLE.
015070* AN OPEN OR WRITE FAILURE PUTS THE STATUS ON THE MESSAGE LINE
015080* AND DROPS SAVE-PASS-OK, SO 4000 LEAVES THE SESSION MARKED
015090* UNSAVED INSTEAD OF QUIETLY DISCARDING THE OPERATOR'S WORK.
015100*----------------------------------------------------------------
015110 4500-WRITE-ARTWORK.
015120     OPEN OUTPUT THEME-ARTWORK-FILE
015130     IF NOT THEMEART-OK
015140         PERFORM 4520-FLAG-ARTWORK-SAVE-FAIL THRU 4520-EXIT
015150         GO TO 4500-EXIT
015160     END-IF
015170     PERFORM 4510-WRITE-ONE-SEGMENT THRU 4510-EXIT
015180         VARYING WS-IDX FROM 1 BY 1
015190         UNTIL WS-IDX > WS-SEGMENT-COUNT
015200             OR NOT SAVE-PASS-OK
015210     CLOSE THEME-ARTWORK-FILE.
015220 4500-EXIT.
015230     EXIT.
015240
015250 4510-WRITE-ONE-SEGMENT.
015260     MOVE SPACES TO THEME-ARTWORK-RECORD
015270     MOVE WS-SEG-CODE(WS-IDX)
015280         TO TA-THEME-CODE OF THEME-ARTWORK-RECORD
015290     MOVE WS-SEG-LINE(WS-IDX)
015300         TO TA-LINE-NUM OF THEME-ARTWORK-RECORD
015310     MOVE WS-SEG-COL(WS-IDX)
015320         TO TA-COL-OFFSET OF THEME-ARTWORK-RECORD
015330     MOVE WS-SEG-COLOR(WS-IDX)
015340         TO TA-COLOR OF THEME-ARTWORK-RECORD
015350     MOVE WS-SEG-HILITE-SW(WS-IDX)
015360         TO TA-HIGHLIGHT OF THEME-ARTWORK-RECORD
015370     MOVE WS-SEG-TEXT(WS-IDX)
015380         TO TA-TEXT OF THEME-ARTWORK-RECORD
015390     WRITE THEME-ARTWORK-RECORD
015400     IF NOT THEMEART-OK
015410         PERFORM 4520-FLAG-ARTWORK-SAVE-FAIL THRU 4520-EXIT
015420     END-IF.
015430 4510-EXIT.
015440     EXIT.
015450
015460 4520-FLAG-ARTWORK-SAVE-FAIL.
015470     MOVE 'N' TO WS-SAVE-OK-SWITCH
015480     MOVE SPACES TO WS-MESSAGE-LINE
015490     STRING 'THEMEART SAVE FAILED, STATUS=' DELIMITED BY SIZE
015500         WS-THEMEART-STATUS DELIMITED BY SIZE
015510         ' - NOT SAVED' DELIMITED BY SIZE
015520         INTO WS-MESSAGE-LINE.
015530 4520-EXIT.
015540     EXIT.
015550
015560 4600-WRITE-CALENDAR.
015570     OPEN OUTPUT HOLIDAY-CALENDAR-FILE
015580     IF NOT HOLIDCAL-OK
015590         PERFORM 4620-FLAG-CALENDAR-SAVE-FAIL THRU 4620-EXIT
015600         GO TO 4600-EXIT
015610     END-IF
015620     PERFORM 4610-WRITE-ONE-ENTRY THRU 4610-EXIT
015630         VARYING WS-IDX FROM 1 BY 1
015640         UNTIL WS-IDX > WS-CAL-COUNT
015650             OR NOT SAVE-PASS-OK
015660     CLOSE HOLIDAY-CALENDAR-FILE.
015670 4600-EXIT.
015680     EXIT.
015690
015700 4610-WRITE-ONE-ENTRY.
015710     MOVE WS-CAL-START(WS-IDX)
015720         TO HC-START-MMDD OF HOLIDAY-CALENDAR-RECORD
015730     MOVE WS-CAL-END(WS-IDX)
015740         TO HC-END-MMDD OF HOLIDAY-CALENDAR-RECORD
015750     MOVE WS-CAL-CODE(WS-IDX)
015760         TO HC-THEME-CODE OF HOLIDAY-CALENDAR-RECORD
015770     WRITE HOLIDAY-CALENDAR-RECORD
015780     IF NOT HOLIDCAL-OK
015790         PERFORM 4620-FLAG-CALENDAR-SAVE-FAIL THRU 4620-EXIT
015800     END-IF.
015810 4610-EXIT.
015820     EXIT.
015830
015840 4620-FLAG-CALENDAR-SAVE-FAIL.
015850     MOVE 'N' TO WS-SAVE-OK-SWITCH
015860     MOVE SPACES TO WS-MESSAGE-LINE
015870     STRING 'HOLIDCAL SAVE FAILED, STATUS=' DELIMITED BY SIZE
015880         WS-HOLIDCAL-STATUS DELIMITED BY SIZE
015890         ' - NOT SAVED' DELIMITED BY SIZE
015900         INTO WS-MESSAGE-LINE.
015910 4620-EXIT.
015920     EXIT.
015930
015940*----------------------------------------------------------------
015950* 4700-LOG-SAVE - STAMP THE SAVE ON THE SNOWFALL LOG WITH THE
015960* SIGNED-ON OPERATOR ID, THE SAME MAINT EVENT TERM-MAINT WRITES.
015970* A LOG THAT CANNOT BE OPENED DOES NOT UNDO THE SAVE - THE
015980* FILES ARE ALREADY WRITTEN - BUT THE OPERATOR IS TOLD THE
015990* AUDIT STAMP IS MISSING.
016000*----------------------------------------------------------------
016010 4700-LOG-SAVE.
016020     MOVE '00' TO WS-SNOWLOG-STATUS
016030     OPEN EXTEND SNOWFALL-LOG-FILE
016040     IF SNOWLOG-NOT-FOUND
016050         OPEN OUTPUT SNOWFALL-LOG-FILE
016060     END-IF
016070     IF NOT SNOWLOG-OK
016080         MOVE 'SAVED, BUT THE LOG STAMP COULD NOT BE WRITTEN'
016090             TO WS-MESSAGE-LINE
016100         GO TO 4700-EXIT
016110     END-IF
016120     MOVE 'MAINT' TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
016130     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
016140     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
016150     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
016160     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
016170     MOVE WS-OPER-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
016180     MOVE 'HOLIDCAL/THEMEART SAVED'
016190         TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
016200     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
016210         FROM DATE YYYYMMDD
016220     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
016230         FROM TIME
016240     WRITE SNOWFALL-LOG-RECORD
016250     CLOSE SNOWFALL-LOG-FILE.
016260 4700-EXIT.
016270     EXIT.
016280
016290*----------------------------------------------------------------
016300* 4710-LOG-ACCESS - STAMP A SIGN-ON OR A REFUSAL ON THE SNOWFALL
016310* LOG UNDER THE ID TYPED AT SIGN-ON, TYPE WS-ACCESS-TYPE AND
016320* REASON WS-ACCESS-REASON, THROUGH THE SAME OPEN-EXTEND PATH AS
016330* 4700-LOG-SAVE.  A LOG THAT CANNOT BE OPENED IS PASSED OVER -
016340* THE MESSAGE LINE ALREADY CARRIES THE SIGN-ON OR REFUSAL, AND
016350* NEITHER IS UNDONE BY A MISSING STAMP.
016360*----------------------------------------------------------------
016370 4710-LOG-ACCESS.
016380     MOVE '00' TO WS-SNOWLOG-STATUS
016390     OPEN EXTEND SNOWFALL-LOG-FILE
016400     IF SNOWLOG-NOT-FOUND
016410         OPEN OUTPUT SNOWFALL-LOG-FILE
016420     END-IF
016430     IF NOT SNOWLOG-OK
016440         GO TO 4710-EXIT
016450     END-IF
016460     MOVE WS-ACCESS-TYPE TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
016470     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
016480     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
016490     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
016500     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
016510     MOVE WS-SIGNON-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
016520     MOVE WS-ACCESS-REASON
016530         TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
016540     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
016550         FROM DATE YYYYMMDD
016560     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
016570         FROM TIME
016580     WRITE SNOWFALL-LOG-RECORD
016590     CLOSE SNOWFALL-LOG-FILE.
016600 4710-EXIT.
016610     EXIT.
016620
016630*----------------------------------------------------------------
016640* 5000-TERMINATE - CLEAR THE SCREEN ON THE WAY OUT.
016650*----------------------------------------------------------------
016660 5000-TERMINATE.
016670     DISPLAY SPACE LINE 1 COLUMN 1 WITH ERASE EOS.
016680 5000-EXIT.
016690     EXIT.
016700
016710 END PROGRAM THEME-MAINT.
