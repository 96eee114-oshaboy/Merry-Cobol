000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNOW-CKPT.
000030 AUTHOR. D HOLLIS.
000040 INSTALLATION. FACILITIES SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DH    ORIGINAL PROGRAM.  MAINTENANCE OF THE SNOW
000110*                     ACCUMULATION CHECKPOINT (DD SNOWCKPT), WHICH
000120*                     UNTIL NOW COULD ONLY BE READ BY SNOW-AUDIT
000130*                     OR DELETED WHOLE.  MODE=LIST (THE DEFAULT)
000140*                     PRINTS EVERY CONSOLE'S LEFT AND RIGHT GROUND
000150*                     PILE AS A DEPTH CHART, THEN THE DEPTH OF
000160*                     EACH GROUND COLUMN TOTALLED OVER THE FILE.
000170*                     MODE=RESET ZEROES THE PILES OF THE CONSOLES
000180*                     NAMED BY CONSOLE= (ONE OR MORE), BY
000190*                     CONSOLE=ALL, OR ON THE SELECTION FILE (DD
000200*                     SNOWKSEL) - THE SEASON CUT-OVER.  MODE=PURGE
000210*                     DELETES EVERY RECORD WHOSE JOB ID IS NO
000220*                     LONGER ON THE TERMINAL ROSTER (DD TERMROST),
000230*                     THE ORPHANS SNOW-AUDIT REPORTS.  A RESET OR
000240*                     PURGE NEEDS OPID= ON THE OPERATOR PROFILE
000250*                     FILE (DD OPERPROF) AND IS STAMPED ON THE
000260*                     SNOWFALL LOG (DD SNOWLOG) UNDER THE OPERATOR
000270*                     ID WITH THE FILE'S RECORD COUNT AND PILE
000280*                     DEPTH BEFORE AND AFTER.  REPORT ON DD
000290*                     SNOWKRPT.
000300*--------------------------------------------------------------
000310 ENVIRONMENT DIVISION.
000320 CONFIGURATION SECTION.
000330 INPUT-OUTPUT SECTION.
000340 FILE-CONTROL.
000350     SELECT SNOW-CHECKPOINT-FILE ASSIGN TO SNOWCKPT
000360         ORGANIZATION IS INDEXED
000370         ACCESS MODE IS SEQUENTIAL
000380         RECORD KEY IS GC-JOB-ID
000390         FILE STATUS IS WS-CHECKPOINT-STATUS.
000400     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ROSTER-STATUS.
000430     SELECT CONSOLE-SELECT-FILE ASSIGN TO SNOWKSEL
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SELECT-STATUS.
000460     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-OPERPROF-STATUS.
000490     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000500         ORGANIZATION IS LINE SEQUENTIAL
000510         FILE STATUS IS WS-SNOWLOG-STATUS.
000520     SELECT REPORT-FILE ASSIGN TO SNOWKRPT
000530         ORGANIZATION IS LINE SEQUENTIAL
000540         FILE STATUS IS WS-REPORT-STATUS.
000550
000560 DATA DIVISION.
000570 FILE SECTION.
000580 FD  SNOW-CHECKPOINT-FILE.
000590 01  SNOW-CHECKPOINT-RECORD.
000600     COPY GROUNDCK.
000610
000620 FD  TERMINAL-ROSTER-FILE.
000630 01  TERMINAL-ROSTER-RECORD.
000640     COPY TERMROST.
000650
000660*--------------------------------------------------------------
000670* SELECTION FILE FOR A RESET - ONE CONSOLE JOB ID PER LINE IN
000680* COLUMNS 1-8.  BLANK LINES AND LINES STARTING '*' ARE SKIPPED.
000690*--------------------------------------------------------------
000700 FD  CONSOLE-SELECT-FILE.
000710 01  CONSOLE-SELECT-RECORD.
000720     05  SEL-CONSOLE-ID               PIC X(08).
000730     05  FILLER                       PIC X(72).
000740
000750 FD  OPERATOR-PROFILE-FILE.
000760 01  OPERATOR-PROFILE-RECORD.
000770     COPY OPERPROF.
000780
000790 FD  SNOWFALL-LOG-FILE.
000800 01  SNOWFALL-LOG-RECORD.
000810     COPY SNOWLOG.
000820
000830 FD  REPORT-FILE.
000840 01  REPORT-RECORD                    PIC X(80).
000850
000860 WORKING-STORAGE SECTION.
000870*--------------------------------------------------------------
000880* FILE STATUS AREAS.  '35' ON THE CHECKPOINT MEANS NO CONSOLE
000890* HAS SAVED A PILE YET; ON THE LOG IT MEANS NO LOG YET, AND THE
000900* APPEND FALLS BACK TO OPEN OUTPUT THE WAY EVERY LOG WRITER DOES.
000910*--------------------------------------------------------------
000920 77  WS-CHECKPOINT-STATUS          PIC X(2) VALUE '00'.
000930     88  CHECKPOINT-OK             VALUE '00'.
000940     88  CHECKPOINT-EOF            VALUE '10'.
000950     88  CHECKPOINT-NOT-FOUND      VALUE '35'.
000960
000970 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
000980     88  ROSTER-OK                 VALUE '00'.
000990     88  ROSTER-EOF                VALUE '10'.
001000
001010 77  WS-SELECT-STATUS              PIC X(2) VALUE '00'.
001020     88  SELECT-OK                 VALUE '00'.
001030     88  SELECT-EOF                VALUE '10'.
001040
001050 77  WS-OPERPROF-STATUS            PIC X(2) VALUE '00'.
001060     88  OPERPROF-OK               VALUE '00'.
001070     88  OPERPROF-EOF              VALUE '10'.
001080
001090 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
001100     88  SNOWLOG-OK                VALUE '00'.
001110     88  SNOWLOG-NOT-FOUND         VALUE '35'.
001120
001130 77  WS-REPORT-STATUS              PIC X(2) VALUE '00'.
001140     88  REPORT-OK                 VALUE '00'.
001150
001160*--------------------------------------------------------------
001170* TERMINAL ROSTER TABLE - THE CONSOLES STILL IN SERVICE AND THEIR
001180* BUILDING ZONES.  A PURGE AGAINST A ROSTER THAT DID NOT LOAD
001190* WHOLE WOULD DELETE LIVE CONSOLES' PILES, SO A MISSING, EMPTY OR
001200* OVERRUN ROSTER STOPS THE PURGE BEFORE ANYTHING IS TOUCHED.
001210*--------------------------------------------------------------
001220 78  MAX-ROSTER VALUE 500.
001230 78  MAX-SELECT VALUE 500.
001240 78  GROUND-COLUMNS VALUE 40.
001250
001260 77  WS-ROSTER-COUNT               PIC 9(3) COMP VALUE ZERO.
001270 77  WS-ROSTER-OVFL-SWITCH         PIC X VALUE 'N'.
001280     88  ROSTER-OVERFLOWED         VALUE 'Y'.
001290 01  WS-ROSTER-TABLE.
001300     05  WS-ROSTER-ENTRY OCCURS MAX-ROSTER TIMES.
001310         10  WS-ROS-CONSOLE-ID    PIC X(8).
001320         10  WS-ROS-ZONE          PIC X(8).
001330
001340*--------------------------------------------------------------
001350* CONSOLES SELECTED FOR A RESET, FROM CONSOLE= ON THE PARM OR
001360* FROM THE SELECTION FILE, EACH MARKED WHEN ITS CHECKPOINT
001370* RECORD IS MET SO THE ONES WITH NO RECORD CAN BE LISTED.
001380*--------------------------------------------------------------
001390 77  WS-SELECT-COUNT               PIC 9(3) COMP VALUE ZERO.
001400 77  WS-SELECT-ALL-SWITCH          PIC X VALUE 'N'.
001410     88  SELECT-ALL-CONSOLES       VALUE 'Y'.
001420 01  WS-SELECT-TABLE.
001430     05  WS-SELECT-ENTRY OCCURS MAX-SELECT TIMES.
001440         10  WS-SEL-CONSOLE-ID    PIC X(8).
001450         10  WS-SEL-MET-SW        PIC X.
001460             88  WS-SEL-MET       VALUE 'Y'.
001470
001480*--------------------------------------------------------------
001490* GROUND PILE DECODING.  EACH SIDE IS A FLAT STRING OF 40
001500* TWO-DIGIT DEPTHS; THE REDEFINES LETS THE CHART AND THE TOTALS
001510* WALK THEM AS NUMBERS.  A DEPTH THAT IS NOT NUMERIC COUNTS AS
001520* BARE GROUND, THE WAY MERRY-COBOL WOULD TREAT IT ON RELOAD.
001530*--------------------------------------------------------------
001540 01  WS-GROUND-WORK                PIC X(80).
001550 01  WS-GROUND-WORK-R REDEFINES WS-GROUND-WORK.
001560     05  WS-GROUND-DEPTH          PIC 9(2)
001570         OCCURS GROUND-COLUMNS TIMES.
001580
001590 01  WS-COLUMN-TOTALS.
001600     05  WS-COL-TOT-LEFT          PIC 9(5) COMP
001610         OCCURS GROUND-COLUMNS TIMES.
001620     05  WS-COL-TOT-RIGHT         PIC 9(5) COMP
001630         OCCURS GROUND-COLUMNS TIMES.
001640
001650 77  WS-SIDE-SWITCH                PIC X VALUE 'L'.
001660     88  SIDE-IS-LEFT              VALUE 'L'.
001670     88  SIDE-IS-RIGHT             VALUE 'R'.
001680 77  WS-SIDE-DEPTH                 PIC 9(5) COMP.
001690 77  WS-SIDE-HIGH                  PIC 9(2) COMP.
001700 77  WS-COL-DEPTH                  PIC 9(2) COMP.
001710 77  WS-RECORD-DEPTH               PIC 9(5) COMP.
001720 77  WS-CHART-ROW                  PIC 9(2) COMP.
001730 77  WS-COL-IDX                    PIC 9(2) COMP.
001740 77  WS-GROUP-IDX                  PIC 9(2) COMP.
001750 77  WS-CELL-IDX                   PIC 9(2) COMP.
001760
001770*--------------------------------------------------------------
001780* CONTROL TOTALS - RECORDS ON THE CHECKPOINT FILE AND THE SUM OF
001790* EVERY DEPTH ON IT - TAKEN BEFORE AND AFTER A RESET OR PURGE
001800* FROM A FULL PASS OF THE FILE, NOT FROM WHAT THE RUN THINKS IT
001810* CHANGED.  THE LOG REASON CARRIES ONE SET PER RECORD:
001820*     RESET BEFORE RRRR DDDDDD
001830* WITH RESET FOR NAMED CONSOLES, RSALL FOR CONSOLE=ALL (WHICH
001840* NEEDS SUPERVISOR AUTHORITY) AND PURGE, AND BEFORE OR AFTER.
001850*--------------------------------------------------------------
001860 77  WS-TOT-RECORDS                PIC 9(5) COMP.
001870 77  WS-TOT-DEPTH                  PIC 9(7) COMP.
001880 77  WS-BEFORE-RECORDS             PIC 9(5) COMP VALUE ZERO.
001890 77  WS-BEFORE-DEPTH               PIC 9(7) COMP VALUE ZERO.
001900 77  WS-AFTER-RECORDS              PIC 9(5) COMP VALUE ZERO.
001910 77  WS-AFTER-DEPTH                PIC 9(7) COMP VALUE ZERO.
001920
001930 01  WS-LOG-REASON.
001940     05  WS-LGR-ACTION            PIC X(5).
001950     05  FILLER                   PIC X(1) VALUE SPACE.
001960     05  WS-LGR-WHEN              PIC X(6).
001970     05  FILLER                   PIC X(1) VALUE SPACE.
001980     05  WS-LGR-RECORDS           PIC 9(4).
001990     05  FILLER                   PIC X(1) VALUE SPACE.
002000     05  WS-LGR-DEPTH             PIC 9(6).
002010
002020*--------------------------------------------------------------
002030* RUN CONTROLS FROM THE PARM.
002040*--------------------------------------------------------------
002050 77  WS-MODE                       PIC X(8) VALUE 'LIST'.
002060     88  MODE-LIST                 VALUE 'LIST'.
002070     88  MODE-RESET                VALUE 'RESET'.
002080     88  MODE-PURGE                VALUE 'PURGE'.
002090 77  WS-OPER-ID                    PIC X(8) VALUE SPACES.
002100 77  WS-AUTH-LEVEL                 PIC 9(1) VALUE ZERO.
002110 77  WS-OPER-ZONE                  PIC X(8) VALUE SPACES.
002120 77  WS-SIGNON-SWITCH              PIC X VALUE 'N'.
002130     88  SIGNED-ON                 VALUE 'Y'.
002140
002150 77  WS-ERROR-SWITCH               PIC X VALUE 'N'.
002160     88  PARM-ERROR                VALUE 'Y'.
002170 77  WS-ABORT-SWITCH               PIC X VALUE 'N'.
002180     88  RUN-ABORTED               VALUE 'Y'.
002190 77  WS-FILE-OPEN-SWITCH           PIC X VALUE 'N'.
002200     88  CHECKPOINT-OPENED         VALUE 'Y'.
002210
002220*--------------------------------------------------------------
002230* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.
002240*--------------------------------------------------------------
002250 01  WS-PARM-WORK                 PIC X(100).
002260 01  WS-PARM-TOKEN-TABLE.
002270     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
002280 77  WS-TOKEN-IDX                 PIC 9(1).
002290
002300*--------------------------------------------------------------
002310* COUNTS FOR THE REPORT TRAILER.
002320*--------------------------------------------------------------
002330 77  WS-RECORDS-LISTED             PIC 9(5) COMP VALUE ZERO.
002340 77  WS-CHANGED-COUNT              PIC 9(5) COMP VALUE ZERO.
002350 77  WS-NO-RECORD-COUNT            PIC 9(3) COMP VALUE ZERO.
002360
002370 77  WS-IDX                        PIC 9(3) COMP.
002380 77  WS-ROS-IDX                    PIC 9(3) COMP.
002390 77  WS-SEL-ROW                    PIC 9(3) COMP.
002400 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
002410     88  ENTRY-FOUND               VALUE 'Y'.
002420 77  WS-LOOKUP-ID                  PIC X(8).
002430 77  WS-LOOKUP-ZONE                PIC X(8).
002440
002450 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
002460
002470*--------------------------------------------------------------
002480* REPORT LINE LAYOUTS.  THE CHART HAS ONE ROW PER DEPTH FROM THE
002490* DEEPEST COLUMN DOWN TO 1, ONE CHARACTER PER GROUND COLUMN, AND
002500* A FOOT ROW GIVING EACH COLUMN'S DEPTH AS A DIGIT.
002510*--------------------------------------------------------------
002520 01  RPT-HEADING-1.
002530     05  FILLER                   PIC X(41) VALUE
002540         'SNOW-CKPT  SNOW CHECKPOINT MAINTENANCE  '.
002550     05  FILLER                   PIC X(5) VALUE 'DATE '.
002560     05  RPT-HDG-DATE             PIC 9(8).
002570     05  FILLER                   PIC X(26) VALUE SPACES.
002580
002590 01  RPT-MESSAGE-LINE.
002600     05  FILLER                   PIC X(2) VALUE SPACES.
002610     05  RPT-MSG-TEXT             PIC X(78).
002620
002630 01  RPT-RULER-LINE.
002640     05  FILLER                   PIC X(12) VALUE SPACES.
002650     05  FILLER                   PIC X(40) VALUE
002660         '....+....1....+....2....+....3....+....4'.
002670     05  FILLER                   PIC X(28) VALUE SPACES.
002680
002690 01  RPT-CONSOLE-LINE.
002700     05  FILLER                   PIC X(8) VALUE 'CONSOLE '.
002710     05  RPT-CON-ID               PIC X(8).
002720     05  FILLER                   PIC X(14) VALUE
002730         '   LEFT PILE '.
002740     05  RPT-CON-LEFT             PIC ZZZZ9.
002750     05  FILLER                   PIC X(14) VALUE
002760         '   RIGHT PILE '.
002770     05  RPT-CON-RIGHT            PIC ZZZZ9.
002780     05  FILLER                   PIC X(26) VALUE SPACES.
002790
002800 01  RPT-CHART-LINE.
002810     05  FILLER                   PIC X(2) VALUE SPACES.
002820     05  RPT-CHT-SIDE             PIC X(5).
002830     05  FILLER                   PIC X(1) VALUE SPACE.
002840     05  RPT-CHT-DEPTH            PIC X(2).
002850     05  FILLER                   PIC X(2) VALUE ' |'.
002860     05  RPT-CHT-CELLS.
002870         10  RPT-CHT-CELL         PIC X(1)
002880             OCCURS GROUND-COLUMNS TIMES.
002890     05  FILLER                   PIC X(1) VALUE '|'.
002900     05  FILLER                   PIC X(27) VALUE SPACES.
002910
002920 01  RPT-BARE-LINE.
002930     05  FILLER                   PIC X(2) VALUE SPACES.
002940     05  RPT-BARE-SIDE            PIC X(5).
002950     05  FILLER                   PIC X(73) VALUE
002960         '   BARE GROUND'.
002970
002980 01  RPT-COLTOT-HEADING.
002990     05  FILLER                   PIC X(25) VALUE
003000         'COLUMN TOTALS - ALL CONSO'.
003010     05  FILLER                   PIC X(16) VALUE
003020         'LES, GROUND SIDE'.
003030     05  FILLER                   PIC X(1) VALUE SPACE.
003040     05  RPT-CTH-SIDE             PIC X(5).
003050     05  FILLER                   PIC X(33) VALUE SPACES.
003060
003070 01  RPT-COLTOT-LINE.
003080     05  FILLER                   PIC X(7) VALUE '  COLS '.
003090     05  RPT-CTL-FROM             PIC 99.
003100     05  FILLER                   PIC X(1) VALUE '-'.
003110     05  RPT-CTL-TO               PIC 99.
003120     05  FILLER                   PIC X(1) VALUE SPACE.
003130     05  RPT-CTL-GROUP.
003140         10  RPT-CTL-VALUE        PIC ZZZZZ9 OCCURS 10 TIMES.
003150     05  FILLER                   PIC X(7) VALUE SPACES.
003160
003170 01  RPT-ACTION-HEADING.
003180     05  FILLER                   PIC X(40) VALUE
003190         'CONSOLE   ACTION      LEFT PILE  RIGHT P'.
003200     05  FILLER                   PIC X(40) VALUE
003210         'ILE  NOTE'.
003220
003230 01  RPT-ACTION-LINE.
003240     05  RPT-ACT-CONSOLE          PIC X(8).
003250     05  FILLER                   PIC X(2) VALUE SPACES.
003260     05  RPT-ACT-ACTION           PIC X(8).
003270     05  FILLER                   PIC X(2) VALUE SPACES.
003280     05  RPT-ACT-LEFT             PIC ZZZZZZZZ9.
003290     05  FILLER                   PIC X(2) VALUE SPACES.
003300     05  RPT-ACT-RIGHT            PIC ZZZZZZZZZ9.
003310     05  FILLER                   PIC X(2) VALUE SPACES.
003320     05  RPT-ACT-NOTE             PIC X(37).
003330
003340 01  RPT-CONTROL-LINE.
003350     05  FILLER                   PIC X(2) VALUE SPACES.
003360     05  RPT-CTR-WHEN             PIC X(6).
003370     05  FILLER                   PIC X(10) VALUE '  RECORDS '.
003380     05  RPT-CTR-RECORDS          PIC ZZZZ9.
003390     05  FILLER                   PIC X(14) VALUE
003400         '   PILE DEPTH '.
003410     05  RPT-CTR-DEPTH            PIC ZZZZZZ9.
003420     05  FILLER                   PIC X(36) VALUE SPACES.
003430
003440 01  RPT-NONE-LINE.
003450     05  FILLER                   PIC X(80) VALUE '  NONE'.
003460
003470 01  RPT-COUNT-LINE.
003480     05  FILLER                   PIC X(2) VALUE SPACES.
003490     05  RPT-COUNT-TEXT           PIC X(40).
003500     05  FILLER                   PIC X(2) VALUE SPACES.
003510     05  RPT-COUNT-VALUE          PIC ZZZ,ZZ9.
003520     05  FILLER                   PIC X(29) VALUE SPACES.
003530
003540 01  RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
003550
003560 01  WS-EDIT-DEPTH                 PIC Z9.
003570 01  WS-EDIT-BEFORE-RECORDS        PIC ZZZZ9.
003580 01  WS-EDIT-AFTER-RECORDS         PIC ZZZZ9.
003590 01  WS-EDIT-BEFORE-DEPTH          PIC ZZZZZZ9.
003600 01  WS-EDIT-AFTER-DEPTH           PIC ZZZZZZ9.
003610
003620 LINKAGE SECTION.
003630     COPY PARMAREA.
003640
003650 PROCEDURE DIVISION USING LS-PARM-AREA.
003660*================================================================
003670* 0000-MAINLINE - CHECK THE PARM AND THE OPERATOR, RUN THE MODE
003680* ASKED FOR, PRINT THE TRAILER, STOP RUN.
003690*================================================================
003700 0000-MAINLINE.
003710     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003720     IF PARM-ERROR
003730         PERFORM 5000-TERMINATE THRU 5000-EXIT
003740         STOP RUN
003750     END-IF
003760     EVALUATE TRUE
003770         WHEN MODE-LIST
003780             PERFORM 2000-LIST THRU 2000-EXIT
003790         WHEN MODE-RESET
003800             PERFORM 3000-RESET THRU 3000-EXIT
003810         WHEN MODE-PURGE
003820             PERFORM 4000-PURGE THRU 4000-EXIT
003830     END-EVALUATE
003840     PERFORM 5000-TERMINATE THRU 5000-EXIT
003850     STOP RUN.
003860
003870*----------------------------------------------------------------
003880* 1000-INITIALIZE - PARSE AND CHECK THE PARM AND OPEN THE REPORT.
003890* A RESET OR PURGE ALSO SIGNS THE OPERATOR ON, LOADS THE ROSTER
003900* AND, FOR A RESET, THE CONSOLES TO BE RESET.
003910*----------------------------------------------------------------
003920 1000-INITIALIZE.
003930     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
003940     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
003950     OPEN OUTPUT REPORT-FILE
003960     MOVE WS-TODAY-CCYYMMDD TO RPT-HDG-DATE
003970     WRITE REPORT-RECORD FROM RPT-HEADING-1
003980     MOVE SPACES TO RPT-MSG-TEXT
003990     STRING 'MODE=' WS-MODE DELIMITED BY SIZE
004000         INTO RPT-MSG-TEXT
004010     END-STRING
004020     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
004030     IF NOT MODE-LIST AND NOT MODE-RESET AND NOT MODE-PURGE
004040         DISPLAY 'SNOW-CKPT: MODE= MUST BE LIST, RESET OR PURGE'
004050         SET PARM-ERROR TO TRUE
004060         GO TO 1000-EXIT
004070     END-IF
004080     IF NOT MODE-RESET
004090             AND (SELECT-ALL-CONSOLES OR WS-SELECT-COUNT > ZERO)
004100         DISPLAY 'SNOW-CKPT: CONSOLE= APPLIES TO RESET ONLY'
004110         SET PARM-ERROR TO TRUE
004120         GO TO 1000-EXIT
004130     END-IF
004140     IF MODE-LIST
004150         GO TO 1000-EXIT
004160     END-IF
004170     PERFORM 1200-SIGN-ON THRU 1200-EXIT
004180     IF PARM-ERROR
004190         GO TO 1000-EXIT
004200     END-IF
004210     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT
004220     IF MODE-PURGE
004230             AND (WS-ROSTER-COUNT = ZERO OR ROSTER-OVERFLOWED)
004240         DISPLAY 'SNOW-CKPT: TERMINAL ROSTER MISSING, EMPTY OR '
004250             'OVER ' MAX-ROSTER ' CONSOLES - NOTHING PURGED'
004260         SET PARM-ERROR TO TRUE
004270         GO TO 1000-EXIT
004280     END-IF
004290     IF MODE-RESET
004300         PERFORM 1400-LOAD-SELECTION THRU 1400-EXIT
004310     END-IF
004320     IF MODE-RESET AND NOT PARM-ERROR
004330             AND WS-OPER-ZONE NOT = SPACES
004340         PERFORM 1500-CHECK-ONE-ZONE THRU 1500-EXIT
004350             VARYING WS-IDX FROM 1 BY 1
004360             UNTIL WS-IDX > WS-SELECT-COUNT
004370     END-IF.
004380 1000-EXIT.
004390     EXIT.
004400
004410 1100-PARSE-PARM.
004420     MOVE SPACES TO WS-PARM-WORK
004430     MOVE SPACES TO WS-PARM-TOKEN-TABLE
004440     IF LS-PARM-LENGTH > ZERO
004450         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
004460         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
004470             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
004480                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
004490                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
004500         END-UNSTRING
004510         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
004520             VARYING WS-TOKEN-IDX FROM 1 BY 1
004530             UNTIL WS-TOKEN-IDX > 6
004540     END-IF.
004550 1100-EXIT.
004560     EXIT.
004570
004580 1110-EVAL-TOKEN.
004590     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'MODE='
004600         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-MODE
004610     END-IF
004620     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'OPID='
004630         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-OPER-ID
004640     END-IF
004650     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:8) = 'CONSOLE='
004660         IF WS-PARM-TOKEN(WS-TOKEN-IDX)(9:8) = 'ALL'
004670             SET SELECT-ALL-CONSOLES TO TRUE
004680         ELSE
004690             MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(9:8) TO WS-LOOKUP-ID
004700             PERFORM 1420-ADD-SELECTION THRU 1420-EXIT
004710         END-IF
004720     END-IF.
004730 1110-EXIT.
004740     EXIT.
004750
004760*----------------------------------------------------------------
004770* 1200-SIGN-ON - RESOLVE OPID= ON THE PROFILE FILE.  UPDATE
004780* AUTHORITY (LEVEL 2) MAY RESET NAMED CONSOLES; RESETTING THE
004790* WHOLE FILE OR PURGING IT TAKES SUPERVISOR AUTHORITY (LEVEL 3),
004800* THE SAME RULE SNOW-COMMAND APPLIES TO TARGET=ALL.  AN OPERATOR
004810* WITH A ZONE ON THE PROFILE IS HELD TO THE CONSOLES IN IT.
004820*----------------------------------------------------------------
004830 1200-SIGN-ON.
004840     IF WS-OPER-ID = SPACES
004850         DISPLAY 'SNOW-CKPT: OPID= IS REQUIRED FOR ' WS-MODE
004860         SET PARM-ERROR TO TRUE
004870         GO TO 1200-EXIT
004880     END-IF
004890     OPEN INPUT OPERATOR-PROFILE-FILE
004900     IF NOT OPERPROF-OK
004910         DISPLAY 'SNOW-CKPT: NO OPERATOR PROFILE FILE - '
004920             'NOT AUTHORIZED'
004930         SET PARM-ERROR TO TRUE
004940         GO TO 1200-EXIT
004950     END-IF
004960     PERFORM 1210-TEST-ONE-OPERATOR THRU 1210-EXIT
004970         UNTIL OPERPROF-EOF OR SIGNED-ON
004980     CLOSE OPERATOR-PROFILE-FILE
004990     IF NOT SIGNED-ON
005000         DISPLAY 'SNOW-CKPT: OPERATOR ' WS-OPER-ID
005010             ' NOT ON THE PROFILE FILE'
005020         SET PARM-ERROR TO TRUE
005030         GO TO 1200-EXIT
005040     END-IF
005050     IF WS-AUTH-LEVEL < 2
005060         DISPLAY 'SNOW-CKPT: VIEW-ONLY OPERATOR - NOT '
005070             'AUTHORIZED TO ' WS-MODE
005080         SET PARM-ERROR TO TRUE
005090         GO TO 1200-EXIT
005100     END-IF
005110     IF (MODE-PURGE OR SELECT-ALL-CONSOLES) AND WS-AUTH-LEVEL < 3
005120         DISPLAY 'SNOW-CKPT: SUPERVISOR AUTHORITY IS REQUIRED '
005130             'TO PURGE OR TO RESET ALL CONSOLES'
005140         SET PARM-ERROR TO TRUE
005150         GO TO 1200-EXIT
005160     END-IF
005170     IF (MODE-PURGE OR SELECT-ALL-CONSOLES)
005180             AND WS-OPER-ZONE NOT = SPACES
005190         DISPLAY 'SNOW-CKPT: OPERATOR ' WS-OPER-ID
005200             ' IS LIMITED TO ZONE ' WS-OPER-ZONE
005210             ' - NOT AUTHORIZED FOR THE WHOLE FILE'
005220         SET PARM-ERROR TO TRUE
005230     END-IF.
005240 1200-EXIT.
005250     EXIT.
005260
005270 1210-TEST-ONE-OPERATOR.
005280     READ OPERATOR-PROFILE-FILE
005290         AT END
005300             MOVE '10' TO WS-OPERPROF-STATUS
005310             GO TO 1210-EXIT
005320     END-READ
005330     IF OPR-OPER-ID OF OPERATOR-PROFILE-RECORD = WS-OPER-ID
005340         SET SIGNED-ON TO TRUE
005350         MOVE OPR-AUTH-LEVEL OF OPERATOR-PROFILE-RECORD
005360             TO WS-AUTH-LEVEL
005370         MOVE OPR-ZONE OF OPERATOR-PROFILE-RECORD
005380             TO WS-OPER-ZONE
005390     END-IF.
005400 1210-EXIT.
005410     EXIT.
005420
005430*----------------------------------------------------------------
005440* 1300-LOAD-ROSTER - LOAD THE CONSOLE IDS AND ZONES.  ONE PROBE
005450* READ WHEN THE TABLE FILLS TELLS A ROSTER THAT FIT EXACTLY FROM
005460* ONE THAT OVERRAN IT.
005470*----------------------------------------------------------------
005480 1300-LOAD-ROSTER.
005490     OPEN INPUT TERMINAL-ROSTER-FILE
005500     IF NOT ROSTER-OK
005510         GO TO 1300-EXIT
005520     END-IF
005530     PERFORM 1310-LOAD-ONE-ROSTER THRU 1310-EXIT
005540         UNTIL ROSTER-EOF OR WS-ROSTER-COUNT >= MAX-ROSTER
005550     IF NOT ROSTER-EOF
005560         READ TERMINAL-ROSTER-FILE
005570             AT END
005580                 MOVE '10' TO WS-ROSTER-STATUS
005590         END-READ
005600     END-IF
005610     IF NOT ROSTER-EOF
005620         SET ROSTER-OVERFLOWED TO TRUE
005630     END-IF
005640     CLOSE TERMINAL-ROSTER-FILE.
005650 1300-EXIT.
005660     EXIT.
005670
005680 1310-LOAD-ONE-ROSTER.
005690     READ TERMINAL-ROSTER-FILE
005700         AT END
005710             MOVE '10' TO WS-ROSTER-STATUS
005720             GO TO 1310-EXIT
005730     END-READ
005740     ADD 1 TO WS-ROSTER-COUNT
005750     MOVE TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
005760         TO WS-ROS-CONSOLE-ID(WS-ROSTER-COUNT)
005770     MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
005780         TO WS-ROS-ZONE(WS-ROSTER-COUNT).
005790 1310-EXIT.
005800     EXIT.
005810
005820*----------------------------------------------------------------
005830* 1400-LOAD-SELECTION - A RESET WITH NO CONSOLE= ON THE PARM
005840* TAKES ITS CONSOLES FROM THE SELECTION FILE.  ONE WAY OR THE
005850* OTHER THERE MUST BE SOMETHING TO RESET.
005860*----------------------------------------------------------------
005870 1400-LOAD-SELECTION.
005880     IF SELECT-ALL-CONSOLES
005890         MOVE ZERO TO WS-SELECT-COUNT
005900         GO TO 1400-EXIT
005910     END-IF
005920     IF WS-SELECT-COUNT > ZERO
005930         GO TO 1400-EXIT
005940     END-IF
005950     OPEN INPUT CONSOLE-SELECT-FILE
005960     IF NOT SELECT-OK
005970         DISPLAY 'SNOW-CKPT: CONSOLE= OR A SELECTION FILE '
005980             '(DD SNOWKSEL) IS REQUIRED FOR RESET'
005990         SET PARM-ERROR TO TRUE
006000         GO TO 1400-EXIT
006010     END-IF
006020     PERFORM 1410-LOAD-ONE-SELECTION THRU 1410-EXIT
006030         UNTIL SELECT-EOF OR PARM-ERROR
006040     CLOSE CONSOLE-SELECT-FILE
006050     IF WS-SELECT-COUNT = ZERO AND NOT PARM-ERROR
006060         DISPLAY 'SNOW-CKPT: SELECTION FILE NAMES NO CONSOLES'
006070         SET PARM-ERROR TO TRUE
006080     END-IF.
006090 1400-EXIT.
006100     EXIT.
006110
006120 1410-LOAD-ONE-SELECTION.
006130     READ CONSOLE-SELECT-FILE
006140         AT END
006150             MOVE '10' TO WS-SELECT-STATUS
006160             GO TO 1410-EXIT
006170     END-READ
006180     IF SEL-CONSOLE-ID = SPACES OR SEL-CONSOLE-ID(1:1) = '*'
006190         GO TO 1410-EXIT
006200     END-IF
006210     MOVE SEL-CONSOLE-ID TO WS-LOOKUP-ID
006220     PERFORM 1420-ADD-SELECTION THRU 1420-EXIT.
006230 1410-EXIT.
006240     EXIT.
006250
006260*----------------------------------------------------------------
006270* 1420-ADD-SELECTION - ADD WS-LOOKUP-ID TO THE SELECTION TABLE
006280* UNLESS IT IS ALREADY THERE.  A SELECTION LONGER THAN THE TABLE
006290* IS REFUSED WHOLE RATHER THAN RESET IN PART.
006300*----------------------------------------------------------------
006310 1420-ADD-SELECTION.
006320     MOVE 'N' TO WS-FOUND-SWITCH
006330     PERFORM 1430-TEST-ONE-SELECTION THRU 1430-EXIT
006340         VARYING WS-IDX FROM 1 BY 1
006350         UNTIL WS-IDX > WS-SELECT-COUNT OR ENTRY-FOUND
006360     IF ENTRY-FOUND
006370         GO TO 1420-EXIT
006380     END-IF
006390     IF WS-SELECT-COUNT >= MAX-SELECT
006400         DISPLAY 'SNOW-CKPT: MORE THAN ' MAX-SELECT
006410             ' CONSOLES SELECTED - USE CONSOLE=ALL'
006420         SET PARM-ERROR TO TRUE
006430         GO TO 1420-EXIT
006440     END-IF
006450     ADD 1 TO WS-SELECT-COUNT
006460     MOVE WS-LOOKUP-ID TO WS-SEL-CONSOLE-ID(WS-SELECT-COUNT)
006470     MOVE 'N' TO WS-SEL-MET-SW(WS-SELECT-COUNT).
006480 1420-EXIT.
006490     EXIT.
006500
006510 1430-TEST-ONE-SELECTION.
006520     IF WS-SEL-CONSOLE-ID(WS-IDX) = WS-LOOKUP-ID
006530         SET ENTRY-FOUND TO TRUE
006540         MOVE WS-IDX TO WS-SEL-ROW
006550     END-IF.
006560 1430-EXIT.
006570     EXIT.
006580
006590*----------------------------------------------------------------
006600* 1500-CHECK-ONE-ZONE - A ZONE-LIMITED OPERATOR MAY ONLY RESET A
006610* CONSOLE THE ROSTER PUTS IN THEIR ZONE.  ONE CONSOLE OUTSIDE IT
006620* REFUSES THE WHOLE RESET.
006630*----------------------------------------------------------------
006640 1500-CHECK-ONE-ZONE.
006650     MOVE WS-SEL-CONSOLE-ID(WS-IDX) TO WS-LOOKUP-ID
006660     PERFORM 8100-FIND-ROSTER-ZONE THRU 8100-EXIT
006670     IF NOT ENTRY-FOUND OR WS-LOOKUP-ZONE NOT = WS-OPER-ZONE
006680         DISPLAY 'SNOW-CKPT: CONSOLE ' WS-LOOKUP-ID
006690             ' IS NOT IN ZONE ' WS-OPER-ZONE
006700             ' - OPERATOR ' WS-OPER-ID ' NOT AUTHORIZED'
006710         SET PARM-ERROR TO TRUE
006720     END-IF.
006730 1500-EXIT.
006740     EXIT.
006750
006760*----------------------------------------------------------------
006770* 2000-LIST - ONE CHART PER CHECKPOINT RECORD IN JOB ID ORDER,
006780* THEN THE COLUMN TOTALS OVER THE WHOLE FILE.
006790*----------------------------------------------------------------
006800 2000-LIST.
006810     INITIALIZE WS-COLUMN-TOTALS
006820     MOVE ZERO TO WS-TOT-DEPTH
006830     OPEN INPUT SNOW-CHECKPOINT-FILE
006840     IF NOT CHECKPOINT-OK
006850         MOVE SPACES TO RPT-MSG-TEXT
006860         STRING 'NO CHECKPOINT FILE, STATUS=' WS-CHECKPOINT-STATUS
006870             ' - NO CONSOLE HAS SAVED A PILE'
006880             DELIMITED BY SIZE INTO RPT-MSG-TEXT
006890         END-STRING
006900         WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE
006910         GO TO 2000-EXIT
006920     END-IF
006930     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
006940     WRITE REPORT-RECORD FROM RPT-RULER-LINE
006950     PERFORM 2100-LIST-ONE-RECORD THRU 2100-EXIT
006960         UNTIL CHECKPOINT-EOF
006970     CLOSE SNOW-CHECKPOINT-FILE
006980     IF WS-RECORDS-LISTED = ZERO
006990         WRITE REPORT-RECORD FROM RPT-NONE-LINE
007000     END-IF
007010     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
007020     SET SIDE-IS-LEFT TO TRUE
007030     PERFORM 2300-PRINT-COLUMN-TOTALS THRU 2300-EXIT
007040     SET SIDE-IS-RIGHT TO TRUE
007050     PERFORM 2300-PRINT-COLUMN-TOTALS THRU 2300-EXIT
007060     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
007070     MOVE 'CHECKPOINT RECORDS' TO RPT-COUNT-TEXT
007080     MOVE WS-RECORDS-LISTED TO RPT-COUNT-VALUE
007090     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
007100     MOVE 'PILE DEPTH, ALL CONSOLES' TO RPT-COUNT-TEXT
007110     MOVE WS-TOT-DEPTH TO RPT-COUNT-VALUE
007120     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
007130 2000-EXIT.
007140     EXIT.
007150
007160 2100-LIST-ONE-RECORD.
007170     READ SNOW-CHECKPOINT-FILE NEXT RECORD
007180         AT END
007190             MOVE '10' TO WS-CHECKPOINT-STATUS
007200             GO TO 2100-EXIT
007210     END-READ
007220     ADD 1 TO WS-RECORDS-LISTED
007230     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
007240     MOVE GC-JOB-ID OF SNOW-CHECKPOINT-RECORD TO RPT-CON-ID
007250     MOVE GC-LEFT-GROUND OF SNOW-CHECKPOINT-RECORD
007260         TO WS-GROUND-WORK
007270     SET SIDE-IS-LEFT TO TRUE
007280     PERFORM 8000-MEASURE-SIDE THRU 8000-EXIT
007290     MOVE WS-SIDE-DEPTH TO RPT-CON-LEFT
007300     MOVE GC-RIGHT-GROUND OF SNOW-CHECKPOINT-RECORD
007310         TO WS-GROUND-WORK
007320     SET SIDE-IS-RIGHT TO TRUE
007330     PERFORM 8000-MEASURE-SIDE THRU 8000-EXIT
007340     MOVE WS-SIDE-DEPTH TO RPT-CON-RIGHT
007350     WRITE REPORT-RECORD FROM RPT-CONSOLE-LINE
007360     MOVE GC-LEFT-GROUND OF SNOW-CHECKPOINT-RECORD
007370         TO WS-GROUND-WORK
007380     SET SIDE-IS-LEFT TO TRUE
007390     PERFORM 2200-CHART-ONE-SIDE THRU 2200-EXIT
007400     MOVE GC-RIGHT-GROUND OF SNOW-CHECKPOINT-RECORD
007410         TO WS-GROUND-WORK
007420     SET SIDE-IS-RIGHT TO TRUE
007430     PERFORM 2200-CHART-ONE-SIDE THRU 2200-EXIT.
007440 2100-EXIT.
007450     EXIT.
007460
007470*----------------------------------------------------------------
007480* 2200-CHART-ONE-SIDE - THE PILE IN WS-GROUND-WORK AS A CHART,
007490* DEEPEST ROW FIRST, WITH THE DEPTH DIGITS UNDERNEATH.  ALSO
007500* ADDS THE SIDE INTO THE COLUMN TOTALS AND THE FILE DEPTH.
007510*----------------------------------------------------------------
007520 2200-CHART-ONE-SIDE.
007530     PERFORM 8000-MEASURE-SIDE THRU 8000-EXIT
007540     ADD WS-SIDE-DEPTH TO WS-TOT-DEPTH
007550     PERFORM 2240-ADD-ONE-COLUMN THRU 2240-EXIT
007560         VARYING WS-COL-IDX FROM 1 BY 1
007570         UNTIL WS-COL-IDX > GROUND-COLUMNS
007580     IF SIDE-IS-LEFT
007590         MOVE 'LEFT' TO RPT-CHT-SIDE
007600     ELSE
007610         MOVE 'RIGHT' TO RPT-CHT-SIDE
007620     END-IF
007630     IF WS-SIDE-HIGH = ZERO
007640         MOVE RPT-CHT-SIDE TO RPT-BARE-SIDE
007650         WRITE REPORT-RECORD FROM RPT-BARE-LINE
007660         GO TO 2200-EXIT
007670     END-IF
007680     PERFORM 2210-PRINT-CHART-ROW THRU 2210-EXIT
007690         VARYING WS-CHART-ROW FROM WS-SIDE-HIGH BY -1
007700         UNTIL WS-CHART-ROW < 1
007710     MOVE SPACES TO RPT-CHT-DEPTH
007720     PERFORM 2230-DIGIT-ONE-CELL THRU 2230-EXIT
007730         VARYING WS-COL-IDX FROM 1 BY 1
007740         UNTIL WS-COL-IDX > GROUND-COLUMNS
007750     WRITE REPORT-RECORD FROM RPT-CHART-LINE.
007760 2200-EXIT.
007770     EXIT.
007780
007790 2210-PRINT-CHART-ROW.
007800     MOVE WS-CHART-ROW TO WS-EDIT-DEPTH
007810     MOVE WS-EDIT-DEPTH TO RPT-CHT-DEPTH
007820     PERFORM 2220-FILL-ONE-CELL THRU 2220-EXIT
007830         VARYING WS-COL-IDX FROM 1 BY 1
007840         UNTIL WS-COL-IDX > GROUND-COLUMNS
007850     WRITE REPORT-RECORD FROM RPT-CHART-LINE
007860     MOVE SPACES TO RPT-CHT-SIDE.
007870 2210-EXIT.
007880     EXIT.
007890
007900 2220-FILL-ONE-CELL.
007910     PERFORM 8010-COLUMN-DEPTH THRU 8010-EXIT
007920     IF WS-COL-DEPTH NOT < WS-CHART-ROW
007930         MOVE '#' TO RPT-CHT-CELL(WS-COL-IDX)
007940     ELSE
007950         MOVE SPACE TO RPT-CHT-CELL(WS-COL-IDX)
007960     END-IF.
007970 2220-EXIT.
007980     EXIT.
007990
008000 2230-DIGIT-ONE-CELL.
008010     PERFORM 8010-COLUMN-DEPTH THRU 8010-EXIT
008020     MOVE WS-GROUND-DEPTH(WS-COL-IDX)(2:1)
008030         TO RPT-CHT-CELL(WS-COL-IDX)
008040     IF WS-COL-DEPTH = ZERO
008050         MOVE '.' TO RPT-CHT-CELL(WS-COL-IDX)
008060     END-IF
008070     IF WS-COL-DEPTH > 9
008080         MOVE '*' TO RPT-CHT-CELL(WS-COL-IDX)
008090     END-IF.
008100 2230-EXIT.
008110     EXIT.
008120
008130 2240-ADD-ONE-COLUMN.
008140     PERFORM 8010-COLUMN-DEPTH THRU 8010-EXIT
008150     IF SIDE-IS-LEFT
008160         ADD WS-COL-DEPTH TO WS-COL-TOT-LEFT(WS-COL-IDX)
008170     ELSE
008180         ADD WS-COL-DEPTH TO WS-COL-TOT-RIGHT(WS-COL-IDX)
008190     END-IF.
008200 2240-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 2300-PRINT-COLUMN-TOTALS - ONE SIDE'S COLUMN TOTALS, TEN
008250* COLUMNS TO A LINE.
008260*----------------------------------------------------------------
008270 2300-PRINT-COLUMN-TOTALS.
008280     IF SIDE-IS-LEFT
008290         MOVE 'LEFT' TO RPT-CTH-SIDE
008300     ELSE
008310         MOVE 'RIGHT' TO RPT-CTH-SIDE
008320     END-IF
008330     WRITE REPORT-RECORD FROM RPT-COLTOT-HEADING
008340     PERFORM 2310-PRINT-ONE-GROUP THRU 2310-EXIT
008350         VARYING WS-GROUP-IDX FROM 1 BY 10
008360         UNTIL WS-GROUP-IDX > GROUND-COLUMNS.
008370 2300-EXIT.
008380     EXIT.
008390
008400 2310-PRINT-ONE-GROUP.
008410     MOVE WS-GROUP-IDX TO RPT-CTL-FROM
008420     COMPUTE RPT-CTL-TO = WS-GROUP-IDX + 9
008430     PERFORM 2320-MOVE-ONE-TOTAL THRU 2320-EXIT
008440         VARYING WS-CELL-IDX FROM 1 BY 1
008450         UNTIL WS-CELL-IDX > 10
008460     WRITE REPORT-RECORD FROM RPT-COLTOT-LINE.
008470 2310-EXIT.
008480     EXIT.
008490
008500 2320-MOVE-ONE-TOTAL.
008510     COMPUTE WS-COL-IDX = WS-GROUP-IDX + WS-CELL-IDX - 1
008520     IF SIDE-IS-LEFT
008530         MOVE WS-COL-TOT-LEFT(WS-COL-IDX)
008540             TO RPT-CTL-VALUE(WS-CELL-IDX)
008550     ELSE
008560         MOVE WS-COL-TOT-RIGHT(WS-COL-IDX)
008570             TO RPT-CTL-VALUE(WS-CELL-IDX)
008580     END-IF.
008590 2320-EXIT.
008600     EXIT.
008610
008620*----------------------------------------------------------------
008630* 3000-RESET - TAKE THE BEFORE TOTALS, ZERO BOTH PILES OF EVERY
008640* SELECTED CONSOLE IN ONE PASS, TAKE THE AFTER TOTALS, LOG BOTH.
008650* A SELECTED CONSOLE WITH NO RECORD IS LISTED; IT HAS NO PILE TO
008660* CLEAR AND WILL START BARE ANYWAY.
008670*----------------------------------------------------------------
008680 3000-RESET.
008690     PERFORM 6000-TAKE-BEFORE THRU 6000-EXIT
008700     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
008710     WRITE REPORT-RECORD FROM RPT-ACTION-HEADING
008720     PERFORM 6200-OPEN-FOR-UPDATE THRU 6200-EXIT
008730     IF CHECKPOINT-OPENED
008740         PERFORM 3100-RESET-ONE-RECORD THRU 3100-EXIT
008750             UNTIL CHECKPOINT-EOF OR RUN-ABORTED
008760         CLOSE SNOW-CHECKPOINT-FILE
008770     END-IF
008780     IF WS-CHANGED-COUNT = ZERO
008790         WRITE REPORT-RECORD FROM RPT-NONE-LINE
008800     END-IF
008810     PERFORM 3200-LIST-ONE-UNMET THRU 3200-EXIT
008820         VARYING WS-IDX FROM 1 BY 1
008830         UNTIL WS-IDX > WS-SELECT-COUNT
008840     IF SELECT-ALL-CONSOLES
008850         MOVE 'RSALL' TO WS-LGR-ACTION
008860     ELSE
008870         MOVE 'RESET' TO WS-LGR-ACTION
008880     END-IF
008890     PERFORM 6300-TAKE-AFTER THRU 6300-EXIT
008900     MOVE 'CHECKPOINT RECORDS RESET' TO RPT-COUNT-TEXT
008910     MOVE WS-CHANGED-COUNT TO RPT-COUNT-VALUE
008920     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
008930     IF WS-NO-RECORD-COUNT > ZERO
008940         MOVE 'SELECTED CONSOLES WITH NO RECORD'
008950             TO RPT-COUNT-TEXT
008960         MOVE WS-NO-RECORD-COUNT TO RPT-COUNT-VALUE
008970         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
008980     END-IF.
008990 3000-EXIT.
009000     EXIT.
009010
009020 3100-RESET-ONE-RECORD.
009030     READ SNOW-CHECKPOINT-FILE NEXT RECORD
009040         AT END
009050             MOVE '10' TO WS-CHECKPOINT-STATUS
009060             GO TO 3100-EXIT
009070     END-READ
009080     IF NOT SELECT-ALL-CONSOLES
009090         MOVE GC-JOB-ID OF SNOW-CHECKPOINT-RECORD TO WS-LOOKUP-ID
009100         MOVE 'N' TO WS-FOUND-SWITCH
009110         PERFORM 1430-TEST-ONE-SELECTION THRU 1430-EXIT
009120             VARYING WS-IDX FROM 1 BY 1
009130             UNTIL WS-IDX > WS-SELECT-COUNT OR ENTRY-FOUND
009140         IF NOT ENTRY-FOUND
009150             GO TO 3100-EXIT
009160         END-IF
009170         MOVE 'Y' TO WS-SEL-MET-SW(WS-SEL-ROW)
009180     END-IF
009190     PERFORM 6100-LOAD-ACTION-LINE THRU 6100-EXIT
009200     MOVE 'RESET' TO RPT-ACT-ACTION
009210     MOVE ALL '0' TO GC-LEFT-GROUND OF SNOW-CHECKPOINT-RECORD
009220     MOVE ALL '0' TO GC-RIGHT-GROUND OF SNOW-CHECKPOINT-RECORD
009230     REWRITE SNOW-CHECKPOINT-RECORD
009240     IF NOT CHECKPOINT-OK
009250         MOVE SPACES TO RPT-ACT-NOTE
009260         STRING '*** REWRITE FAILED, STATUS='
009270             WS-CHECKPOINT-STATUS DELIMITED BY SIZE
009280             INTO RPT-ACT-NOTE
009290         END-STRING
009300         WRITE REPORT-RECORD FROM RPT-ACTION-LINE
009310         SET RUN-ABORTED TO TRUE
009320         GO TO 3100-EXIT
009330     END-IF
009340     ADD 1 TO WS-CHANGED-COUNT
009350     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
009360 3100-EXIT.
009370     EXIT.
009380
009390 3200-LIST-ONE-UNMET.
009400     IF WS-SEL-MET(WS-IDX)
009410         GO TO 3200-EXIT
009420     END-IF
009430     ADD 1 TO WS-NO-RECORD-COUNT
009440     MOVE WS-SEL-CONSOLE-ID(WS-IDX) TO RPT-ACT-CONSOLE
009450     MOVE SPACES TO RPT-ACT-ACTION
009460     MOVE ZERO TO RPT-ACT-LEFT
009470     MOVE ZERO TO RPT-ACT-RIGHT
009480     MOVE 'NO CHECKPOINT RECORD - NOTHING TO DO'
009490         TO RPT-ACT-NOTE
009500     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
009510 3200-EXIT.
009520     EXIT.
009530
009540*----------------------------------------------------------------
009550* 4000-PURGE - TAKE THE BEFORE TOTALS, DELETE EVERY RECORD WHOSE
009560* JOB ID IS NOT ON THE ROSTER, TAKE THE AFTER TOTALS, LOG BOTH.
009570*----------------------------------------------------------------
009580 4000-PURGE.
009590     PERFORM 6000-TAKE-BEFORE THRU 6000-EXIT
009600     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
009610     WRITE REPORT-RECORD FROM RPT-ACTION-HEADING
009620     PERFORM 6200-OPEN-FOR-UPDATE THRU 6200-EXIT
009630     IF CHECKPOINT-OPENED
009640         PERFORM 4100-PURGE-ONE-RECORD THRU 4100-EXIT
009650             UNTIL CHECKPOINT-EOF OR RUN-ABORTED
009660         CLOSE SNOW-CHECKPOINT-FILE
009670     END-IF
009680     IF WS-CHANGED-COUNT = ZERO
009690         WRITE REPORT-RECORD FROM RPT-NONE-LINE
009700     END-IF
009710     MOVE 'PURGE' TO WS-LGR-ACTION
009720     PERFORM 6300-TAKE-AFTER THRU 6300-EXIT
009730     MOVE 'ORPHAN CHECKPOINT RECORDS PURGED' TO RPT-COUNT-TEXT
009740     MOVE WS-CHANGED-COUNT TO RPT-COUNT-VALUE
009750     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
009760 4000-EXIT.
009770     EXIT.
009780
009790 4100-PURGE-ONE-RECORD.
009800     READ SNOW-CHECKPOINT-FILE NEXT RECORD
009810         AT END
009820             MOVE '10' TO WS-CHECKPOINT-STATUS
009830             GO TO 4100-EXIT
009840     END-READ
009850     MOVE GC-JOB-ID OF SNOW-CHECKPOINT-RECORD TO WS-LOOKUP-ID
009860     PERFORM 8100-FIND-ROSTER-ZONE THRU 8100-EXIT
009870     IF ENTRY-FOUND
009880         GO TO 4100-EXIT
009890     END-IF
009900     PERFORM 6100-LOAD-ACTION-LINE THRU 6100-EXIT
009910     MOVE 'PURGED' TO RPT-ACT-ACTION
009920     MOVE 'NOT ON THE TERMINAL ROSTER' TO RPT-ACT-NOTE
009930     DELETE SNOW-CHECKPOINT-FILE RECORD
009940     IF NOT CHECKPOINT-OK
009950         MOVE SPACES TO RPT-ACT-NOTE
009960         STRING '*** DELETE FAILED, STATUS='
009970             WS-CHECKPOINT-STATUS DELIMITED BY SIZE
009980             INTO RPT-ACT-NOTE
009990         END-STRING
010000         WRITE REPORT-RECORD FROM RPT-ACTION-LINE
010010         SET RUN-ABORTED TO TRUE
010020         GO TO 4100-EXIT
010030     END-IF
010040     ADD 1 TO WS-CHANGED-COUNT
010050     WRITE REPORT-RECORD FROM RPT-ACTION-LINE.
010060 4100-EXIT.
010070     EXIT.
010080
010090*----------------------------------------------------------------
010100* 5000-TERMINATE - CLOSE THE REPORT.  RC 8 ON A PARM ERROR OR AN
010110* UPDATE THAT FAILED PART WAY.
010120*----------------------------------------------------------------
010130 5000-TERMINATE.
010140     CLOSE REPORT-FILE
010150     IF PARM-ERROR OR RUN-ABORTED
010160         MOVE 8 TO RETURN-CODE
010170     END-IF
010180     IF MODE-RESET OR MODE-PURGE
010190         IF NOT PARM-ERROR
010200             MOVE WS-BEFORE-RECORDS TO WS-EDIT-BEFORE-RECORDS
010210             MOVE WS-AFTER-RECORDS TO WS-EDIT-AFTER-RECORDS
010220             MOVE WS-BEFORE-DEPTH TO WS-EDIT-BEFORE-DEPTH
010230             MOVE WS-AFTER-DEPTH TO WS-EDIT-AFTER-DEPTH
010240             DISPLAY 'SNOW-CKPT: ' WS-MODE ' BY ' WS-OPER-ID
010250                 ' RECORDS ' WS-EDIT-BEFORE-RECORDS ' TO '
010260                 WS-EDIT-AFTER-RECORDS ' PILE DEPTH '
010270                 WS-EDIT-BEFORE-DEPTH ' TO ' WS-EDIT-AFTER-DEPTH
010280         END-IF
010290     END-IF.
010300 5000-EXIT.
010310     EXIT.
010320
010330*----------------------------------------------------------------
010340* 6000-TAKE-BEFORE - CONTROL TOTALS BEFORE ANYTHING IS TOUCHED,
010350* PRINTED AND STAMPED ON THE LOG.
010360*----------------------------------------------------------------
010370 6000-TAKE-BEFORE.
010380     PERFORM 6400-TOTAL-FILE THRU 6400-EXIT
010390     MOVE WS-TOT-RECORDS TO WS-BEFORE-RECORDS
010400     MOVE WS-TOT-DEPTH TO WS-BEFORE-DEPTH
010410     MOVE 'BEFORE' TO RPT-CTR-WHEN
010420     MOVE WS-BEFORE-RECORDS TO RPT-CTR-RECORDS
010430     MOVE WS-BEFORE-DEPTH TO RPT-CTR-DEPTH
010440     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010450     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE.
010460 6000-EXIT.
010470     EXIT.
010480
010490*----------------------------------------------------------------
010500* 6100-LOAD-ACTION-LINE - THE CURRENT RECORD'S JOB ID AND PILE
010510* TOTALS ONTO THE ACTION LINE, AS THEY STOOD BEFORE THE CHANGE.
010520*----------------------------------------------------------------
010530 6100-LOAD-ACTION-LINE.
010540     MOVE GC-JOB-ID OF SNOW-CHECKPOINT-RECORD TO RPT-ACT-CONSOLE
010550     MOVE SPACES TO RPT-ACT-NOTE
010560     MOVE GC-LEFT-GROUND OF SNOW-CHECKPOINT-RECORD
010570         TO WS-GROUND-WORK
010580     PERFORM 8000-MEASURE-SIDE THRU 8000-EXIT
010590     MOVE WS-SIDE-DEPTH TO RPT-ACT-LEFT
010600     MOVE GC-RIGHT-GROUND OF SNOW-CHECKPOINT-RECORD
010610         TO WS-GROUND-WORK
010620     PERFORM 8000-MEASURE-SIDE THRU 8000-EXIT
010630     MOVE WS-SIDE-DEPTH TO RPT-ACT-RIGHT.
010640 6100-EXIT.
010650     EXIT.
010660
010670*----------------------------------------------------------------
010680* 6200-OPEN-FOR-UPDATE - NO CHECKPOINT FILE MEANS THERE IS
010690* NOTHING TO RESET OR PURGE, WHICH IS NOT AN ERROR.  ANY OTHER
010700* OPEN FAILURE ABORTS THE RUN BEFORE A RECORD IS TOUCHED.
010710*----------------------------------------------------------------
010720 6200-OPEN-FOR-UPDATE.
010730     MOVE 'N' TO WS-FILE-OPEN-SWITCH
010740     OPEN I-O SNOW-CHECKPOINT-FILE
010750     IF CHECKPOINT-OK
010760         SET CHECKPOINT-OPENED TO TRUE
010770         GO TO 6200-EXIT
010780     END-IF
010790     MOVE SPACES TO RPT-MSG-TEXT
010800     IF CHECKPOINT-NOT-FOUND
010810         MOVE 'NO CHECKPOINT FILE - NOTHING TO CHANGE'
010820             TO RPT-MSG-TEXT
010830     ELSE
010840         STRING '*** CHECKPOINT OPEN FAILED, STATUS='
010850             WS-CHECKPOINT-STATUS ' - NOTHING CHANGED ***'
010860             DELIMITED BY SIZE INTO RPT-MSG-TEXT
010870         END-STRING
010880         DISPLAY 'SNOW-CKPT: SNOWCKPT OPEN FAILED, STATUS='
010890             WS-CHECKPOINT-STATUS
010900         SET RUN-ABORTED TO TRUE
010910     END-IF
010920     WRITE REPORT-RECORD FROM RPT-MESSAGE-LINE.
010930 6200-EXIT.
010940     EXIT.
010950
010960*----------------------------------------------------------------
010970* 6300-TAKE-AFTER - CONTROL TOTALS ONCE THE UPDATE IS CLOSED,
010980* PRINTED UNDER THE BEFORE FIGURES, AND BOTH SETS STAMPED ON THE
010990* LOG.  THE CALLER HAS SET THE LOG ACTION.
011000*----------------------------------------------------------------
011010 6300-TAKE-AFTER.
011020     PERFORM 6400-TOTAL-FILE THRU 6400-EXIT
011030     MOVE WS-TOT-RECORDS TO WS-AFTER-RECORDS
011040     MOVE WS-TOT-DEPTH TO WS-AFTER-DEPTH
011050     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
011060     MOVE 'BEFORE' TO RPT-CTR-WHEN
011070     MOVE WS-BEFORE-RECORDS TO RPT-CTR-RECORDS
011080     MOVE WS-BEFORE-DEPTH TO RPT-CTR-DEPTH
011090     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE
011100     MOVE 'AFTER' TO RPT-CTR-WHEN
011110     MOVE WS-AFTER-RECORDS TO RPT-CTR-RECORDS
011120     MOVE WS-AFTER-DEPTH TO RPT-CTR-DEPTH
011130     WRITE REPORT-RECORD FROM RPT-CONTROL-LINE
011140     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
011150     MOVE 'BEFORE' TO WS-LGR-WHEN
011160     MOVE WS-BEFORE-RECORDS TO WS-LGR-RECORDS
011170     MOVE WS-BEFORE-DEPTH TO WS-LGR-DEPTH
011180     PERFORM 7000-LOG-EVENT THRU 7000-EXIT
011190     MOVE 'AFTER' TO WS-LGR-WHEN
011200     MOVE WS-AFTER-RECORDS TO WS-LGR-RECORDS
011210     MOVE WS-AFTER-DEPTH TO WS-LGR-DEPTH
011220     PERFORM 7000-LOG-EVENT THRU 7000-EXIT.
011230 6300-EXIT.
011240     EXIT.
011250
011260*----------------------------------------------------------------
011270* 6400-TOTAL-FILE - ONE READ-ONLY PASS COUNTING THE RECORDS AND
011280* SUMMING EVERY DEPTH ON BOTH SIDES.
011290*----------------------------------------------------------------
011300 6400-TOTAL-FILE.
011310     MOVE ZERO TO WS-TOT-RECORDS
011320     MOVE ZERO TO WS-TOT-DEPTH
011330     OPEN INPUT SNOW-CHECKPOINT-FILE
011340     IF NOT CHECKPOINT-OK
011350         GO TO 6400-EXIT
011360     END-IF
011370     PERFORM 6410-TOTAL-ONE-RECORD THRU 6410-EXIT
011380         UNTIL CHECKPOINT-EOF
011390     CLOSE SNOW-CHECKPOINT-FILE.
011400 6400-EXIT.
011410     EXIT.
011420
011430 6410-TOTAL-ONE-RECORD.
011440     READ SNOW-CHECKPOINT-FILE NEXT RECORD
011450         AT END
011460             MOVE '10' TO WS-CHECKPOINT-STATUS
011470             GO TO 6410-EXIT
011480     END-READ
011490     ADD 1 TO WS-TOT-RECORDS
011500     MOVE GC-LEFT-GROUND OF SNOW-CHECKPOINT-RECORD
011510         TO WS-GROUND-WORK
011520     PERFORM 8000-MEASURE-SIDE THRU 8000-EXIT
011530     ADD WS-SIDE-DEPTH TO WS-TOT-DEPTH
011540     MOVE GC-RIGHT-GROUND OF SNOW-CHECKPOINT-RECORD
011550         TO WS-GROUND-WORK
011560     PERFORM 8000-MEASURE-SIDE THRU 8000-EXIT
011570     ADD WS-SIDE-DEPTH TO WS-TOT-DEPTH.
011580 6410-EXIT.
011590     EXIT.
011600
011610*----------------------------------------------------------------
011620* 7000-LOG-EVENT - STAMP A CKPT EVENT ON THE SNOWFALL LOG UNDER
011630* THE OPERATOR ID, THROUGH THE SAME OPEN-EXTEND PATH EVERY OTHER
011640* LOG WRITER USES.  THE REASON IS WS-LOG-REASON.
011650*----------------------------------------------------------------
011660 7000-LOG-EVENT.
011670     MOVE '00' TO WS-SNOWLOG-STATUS
011680     OPEN EXTEND SNOWFALL-LOG-FILE
011690     IF SNOWLOG-NOT-FOUND
011700         OPEN OUTPUT SNOWFALL-LOG-FILE
011710     END-IF
011720     IF NOT SNOWLOG-OK
011730         DISPLAY 'SNOW-CKPT: LOG STAMP NOT WRITTEN, '
011740             'STATUS=' WS-SNOWLOG-STATUS
011750         GO TO 7000-EXIT
011760     END-IF
011770     MOVE 'CKPT ' TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
011780     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
011790     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
011800     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
011810     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
011820     MOVE WS-OPER-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
011830     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
011840         FROM DATE YYYYMMDD
011850     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
011860         FROM TIME
011870     MOVE WS-LOG-REASON TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
011880     WRITE SNOWFALL-LOG-RECORD
011890     CLOSE SNOWFALL-LOG-FILE.
011900 7000-EXIT.
011910     EXIT.
011920
011930*----------------------------------------------------------------
011940* 8000-MEASURE-SIDE - TOTAL AND DEEPEST COLUMN OF THE PILE IN
011950* WS-GROUND-WORK.
011960*----------------------------------------------------------------
011970 8000-MEASURE-SIDE.
011980     MOVE ZERO TO WS-SIDE-DEPTH
011990     MOVE ZERO TO WS-SIDE-HIGH
012000     PERFORM 8020-MEASURE-ONE-COLUMN THRU 8020-EXIT
012010         VARYING WS-COL-IDX FROM 1 BY 1
012020         UNTIL WS-COL-IDX > GROUND-COLUMNS.
012030 8000-EXIT.
012040     EXIT.
012050
012060 8010-COLUMN-DEPTH.
012070     IF WS-GROUND-DEPTH(WS-COL-IDX) NUMERIC
012080         MOVE WS-GROUND-DEPTH(WS-COL-IDX) TO WS-COL-DEPTH
012090     ELSE
012100         MOVE ZERO TO WS-COL-DEPTH
012110     END-IF.
012120 8010-EXIT.
012130     EXIT.
012140
012150 8020-MEASURE-ONE-COLUMN.
012160     PERFORM 8010-COLUMN-DEPTH THRU 8010-EXIT
012170     ADD WS-COL-DEPTH TO WS-SIDE-DEPTH
012180     IF WS-COL-DEPTH > WS-SIDE-HIGH
012190         MOVE WS-COL-DEPTH TO WS-SIDE-HIGH
012200     END-IF.
012210 8020-EXIT.
012220     EXIT.
012230
012240*----------------------------------------------------------------
012250* 8100-FIND-ROSTER-ZONE - LOOK WS-LOOKUP-ID UP ON THE ROSTER.
012260* ENTRY-FOUND AND WS-LOOKUP-ZONE GIVE THE ANSWER.
012270*----------------------------------------------------------------
012280 8100-FIND-ROSTER-ZONE.
012290     MOVE 'N' TO WS-FOUND-SWITCH
012300     MOVE SPACES TO WS-LOOKUP-ZONE
012310     PERFORM 8110-TEST-ONE-ROSTER THRU 8110-EXIT
012320         VARYING WS-ROS-IDX FROM 1 BY 1
012330         UNTIL WS-ROS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND.
012340 8100-EXIT.
012350     EXIT.
012360
012370 8110-TEST-ONE-ROSTER.
012380     IF WS-ROS-CONSOLE-ID(WS-ROS-IDX) = WS-LOOKUP-ID
012390         MOVE WS-ROS-ZONE(WS-ROS-IDX) TO WS-LOOKUP-ZONE
012400         SET ENTRY-FOUND TO TRUE
012410     END-IF.
012420 8110-EXIT.
012430     EXIT.
012440
012450 END PROGRAM SNOW-CKPT.
