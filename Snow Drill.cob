000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNOW-DRILL.
000030 AUTHOR. D HOLLIS.
000040 INSTALLATION. FACILITIES SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DH    ORIGINAL PROGRAM.  EMERGENCY ALERT DRILL
000110*                     COMPLIANCE REPORT FOR THE ALERT NAMED BY
000120*                     ALERT= ON THE EXEC PARM.  THE DRILL WINDOW
000130*                     RUNS FROM THE FIRST RAISED EVENT FOR THE
000140*                     ALERT ON THE SNOWFALL LOG (DD SNOWLOG) TO
000150*                     THE LAST CLEARED EVENT.  EVERY CONSOLE ON
000160*                     THE TERMINAL ROSTER (DD TERMROST) THAT WAS
000170*                     RUNNING AT ANY POINT IN THE WINDOW IS
000180*                     LISTED WITH THE TIME IT RAISED THE ALERT
000190*                     PAGE, THE TIME IT CLEARED IT, AND HOW MANY
000200*                     SECONDS IT LAGGED THE FIRST CONSOLE TO
000210*                     RAISE.  EXCEPTION SECTIONS LIST CONSOLES UP
000220*                     BUT NEVER RAISED, RAISED BUT NEVER CLEARED,
000230*                     AND DOWN FOR THE WHOLE DRILL.  THE REPORT
000240*                     (DD SNOWDRPT) ENDS WITH A SIGN-OFF BLOCK
000250*                     FOR THE FIRE MARSHAL'S ANNUAL AUDIT.
000260*   10/15/2026 DH    BUILDING ZONES.  ZONE= ON THE EXEC PARM
000270*                     LIMITS THE DRILL TO THE ROSTER CONSOLES OF
000280*                     ONE ZONE, FOR AN ALERT FLASH SENT TO ONE
000290*                     BUILDING - CONSOLES ELSEWHERE ARE LEFT OFF
000300*                     THE SHEET AND THEIR ALERT EVENTS DO NOT
000310*                     WIDEN THE WINDOW.  EXCEPTION LINES NOW SHOW
000320*                     EACH CONSOLE'S ZONE AND A BREAKDOWN BY ZONE
000330*                     SECTION COUNTS THE CONSOLES UP, RAISED,
000340*                     CLEARED, NEVER RAISED AND DOWN IN EACH
000350*                     BUILDING.
000360*--------------------------------------------------------------
000370 ENVIRONMENT DIVISION.
000380 CONFIGURATION SECTION.
000390 INPUT-OUTPUT SECTION.
000400 FILE-CONTROL.
000410     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000420         ORGANIZATION IS LINE SEQUENTIAL
000430         FILE STATUS IS WS-ROSTER-STATUS.
000440     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000450         ORGANIZATION IS LINE SEQUENTIAL
000460         FILE STATUS IS WS-SNOWLOG-STATUS.
000470     SELECT REPORT-FILE ASSIGN TO SNOWDRPT
000480         ORGANIZATION IS LINE SEQUENTIAL
000490         FILE STATUS IS WS-REPORT-STATUS.
000500
000510 DATA DIVISION.
000520 FILE SECTION.
000530 FD  TERMINAL-ROSTER-FILE.
000540 01  TERMINAL-ROSTER-RECORD.
000550     COPY TERMROST.
000560
000570 FD  SNOWFALL-LOG-FILE.
000580 01  SNOWFALL-LOG-RECORD.
000590     COPY SNOWLOG.
000600
000610 FD  REPORT-FILE.
000620 01  REPORT-RECORD                    PIC X(80).
000630
000640 WORKING-STORAGE SECTION.
000650*--------------------------------------------------------------
000660* FILE STATUS AREAS.
000670*--------------------------------------------------------------
000680 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
000690     88  ROSTER-OK                 VALUE '00'.
000700     88  ROSTER-EOF                VALUE '10'.
000710
000720 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
000730     88  SNOWLOG-OK                VALUE '00'.
000740     88  SNOWLOG-EOF               VALUE '10'.
000750
000760 77  WS-REPORT-STATUS              PIC X(2) VALUE '00'.
000770     88  REPORT-OK                 VALUE '00'.
000780
000790*--------------------------------------------------------------
000800* ROSTER WORK TABLE.  ONE ROW PER CONSOLE, CARRYING ITS RAISE
000810* AND CLEAR STAMPS FOR THE DRILL ALERT, WHETHER IT IS UP AT THE
000820* CURRENT POINT OF THE LOG SCAN, AND WHETHER IT WAS UP AT ANY
000830* POINT IN THE DRILL WINDOW.  A ROSTER THAT OVERRUNS THE TABLE
000840* ABORTS THE RUN WITH RC 8 - A CONSOLE LEFT OFF THE SHEET IS A
000850* CONSOLE THE AUDIT NEVER SEES.
000860*--------------------------------------------------------------
000870 78  MAX-ROSTER VALUE 500.
000880
000890 77  WS-OVERFLOW-SWITCH            PIC X VALUE 'N'.
000900     88  ROSTER-OVERFLOWED         VALUE 'Y'.
000910
000920 77  WS-ROSTER-COUNT               PIC 9(3) COMP VALUE ZERO.
000930 01  WS-ROSTER-TABLE.
000940     05  WS-ROSTER-ENTRY OCCURS MAX-ROSTER TIMES.
000950         10  WS-ROS-CONSOLE-ID    PIC X(8).
000960         10  WS-ROS-TERM-CLASS    PIC X(8).
000970         10  WS-ROS-ZONE          PIC X(8).
000980         10  WS-ROS-ZONE-IDX      PIC 9(3) COMP.
000990         10  WS-ROS-IN-SCOPE-SW   PIC X.
001000             88  WS-ROS-IN-SCOPE  VALUE 'Y'.
001010         10  WS-ROS-UP-SW         PIC X.
001020             88  WS-ROS-UP        VALUE 'Y'.
001030         10  WS-ROS-IN-DRILL-SW   PIC X.
001040             88  WS-ROS-IN-DRILL  VALUE 'Y'.
001050         10  WS-ROS-RAISED-SW     PIC X.
001060             88  WS-ROS-RAISED    VALUE 'Y'.
001070         10  WS-ROS-CLEARED-SW    PIC X.
001080             88  WS-ROS-CLEARED   VALUE 'Y'.
001090         10  WS-ROS-RAISE-STAMP.
001100             15  WS-ROS-RAISE-DATE PIC 9(8).
001110             15  WS-ROS-RAISE-TIME PIC 9(8).
001120         10  WS-ROS-CLEAR-STAMP.
001130             15  WS-ROS-CLEAR-DATE PIC 9(8).
001140             15  WS-ROS-CLEAR-TIME PIC 9(8).
001150
001160*--------------------------------------------------------------
001170* ZONE TABLE.  ONE ROW PER DISTINCT ROSTER ZONE, THE BLANK CODE
001180* STANDING FOR CONSOLES IN NO ZONE.  EACH ROSTER ROW POINTS AT
001190* ITS ZONE ROW.  NEVER MORE ZONES THAN ROSTER ROWS, SO THE TABLE
001200* CANNOT FILL.
001210*--------------------------------------------------------------
001220 78  MAX-ZONES VALUE 500.
001230
001240 77  WS-ZONE-COUNT                 PIC 9(3) COMP VALUE ZERO.
001250 01  WS-ZONE-TABLE.
001260     05  WS-ZONE-ENTRY OCCURS MAX-ZONES TIMES.
001270         10  WS-ZON-CODE          PIC X(8).
001280         10  WS-ZON-CONSOLES      PIC 9(4) COMP.
001290         10  WS-ZON-UP            PIC 9(4) COMP.
001300         10  WS-ZON-RAISED        PIC 9(4) COMP.
001310         10  WS-ZON-CLEARED       PIC 9(4) COMP.
001320         10  WS-ZON-NEVER-RAISED  PIC 9(4) COMP.
001330         10  WS-ZON-DOWN          PIC 9(4) COMP.
001340
001350*--------------------------------------------------------------
001360* THE DRILL.  ALERT= NAMES IT.  THE WINDOW OPENS AT THE FIRST
001370* RAISED EVENT FOR THE ALERT AND CLOSES AT THE LAST CLEARED
001380* EVENT; WITH NO CLEARED EVENT AT ALL IT STAYS OPEN TO THE END
001390* OF THE LOG.  STAMPS ARE DATE THEN TIME SO ONE COMPARE ORDERS
001400* THEM.
001410* ZONE= LIMITS THE DRILL TO ONE BUILDING ZONE; BLANK MEANS THE
001420* WHOLE ROSTER.
001430*--------------------------------------------------------------
001440 77  WS-ALERT-ID                   PIC X(8) VALUE SPACES.
001450 77  WS-DRILL-ZONE                 PIC X(8) VALUE SPACES.
001460     88  DRILL-FOR-WHOLE-ROSTER    VALUE SPACES.
001470
001480 01  WS-WINDOW-START.
001490     05  WS-WINDOW-START-DATE     PIC 9(8) VALUE ZERO.
001500     05  WS-WINDOW-START-TIME     PIC 9(8) VALUE ZERO.
001510 01  WS-WINDOW-END.
001520     05  WS-WINDOW-END-DATE       PIC 9(8) VALUE ZERO.
001530     05  WS-WINDOW-END-TIME       PIC 9(8) VALUE ZERO.
001540 01  WS-EVENT-STAMP.
001550     05  WS-EVENT-DATE            PIC 9(8).
001560     05  WS-EVENT-TIME            PIC 9(8).
001570
001580 77  WS-RAISE-SEEN-SWITCH          PIC X VALUE 'N'.
001590     88  DRILL-RAISED              VALUE 'Y'.
001600 77  WS-CLEAR-SEEN-SWITCH          PIC X VALUE 'N'.
001610     88  DRILL-CLEARED             VALUE 'Y'.
001620 77  WS-WINDOW-SWITCH              PIC X VALUE 'N'.
001630     88  WINDOW-REACHED            VALUE 'Y'.
001640 77  WS-PASS-DONE-SWITCH           PIC X VALUE 'N'.
001650     88  PASS-DONE                 VALUE 'Y'.
001660
001670*--------------------------------------------------------------
001680* ALERT EVENT WORK AREAS.  THE REASON IS 'RAISED <ALERT ID>'
001690* OR 'CLEARED <ALERT ID>'.
001700*--------------------------------------------------------------
001710 77  WS-EVT-ACTION                 PIC X(8).
001720 77  WS-EVT-ALERT-ID               PIC X(8).
001730
001740*--------------------------------------------------------------
001750* LAG WORK AREAS.  SECONDS FROM THE FIRST RAISE TO THIS
001760* CONSOLE'S RAISE, USING THE DAY NUMBER SO A DRILL THAT CROSSES
001770* MIDNIGHT STILL COMES OUT RIGHT.
001780*--------------------------------------------------------------
001790 77  WS-FIRST-DAY-NUM              PIC 9(7) COMP.
001800 77  WS-RAISE-DAY-NUM              PIC 9(7) COMP.
001810 77  WS-LAG-SECONDS                PIC S9(9) COMP.
001820
001830 01  WS-TIME-SPLIT.
001840     05  WS-TIME-HH               PIC 9(2).
001850     05  WS-TIME-MM               PIC 9(2).
001860     05  WS-TIME-SS               PIC 9(2).
001870     05  FILLER                   PIC 9(2).
001880 77  WS-TIME-SECONDS               PIC 9(5) COMP.
001890
001900 01  WS-TIME-EDIT.
001910     05  WS-EDIT-HH               PIC 9(2).
001920     05  FILLER                   PIC X VALUE ':'.
001930     05  WS-EDIT-MM               PIC 9(2).
001940     05  FILLER                   PIC X VALUE ':'.
001950     05  WS-EDIT-SS               PIC 9(2).
001960
001970*--------------------------------------------------------------
001980* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.
001990*--------------------------------------------------------------
002000 01  WS-PARM-WORK                 PIC X(100).
002010 01  WS-PARM-TOKEN-TABLE.
002020     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
002030 77  WS-TOKEN-IDX                 PIC 9(1).
002040
002050*--------------------------------------------------------------
002060* COUNTS FOR THE REPORT TRAILER.
002070*--------------------------------------------------------------
002080 77  WS-LOG-RECORDS-READ           PIC 9(7) COMP VALUE ZERO.
002090 77  WS-SCOPE-COUNT                PIC 9(4) COMP VALUE ZERO.
002100 77  WS-IN-DRILL-COUNT             PIC 9(4) COMP VALUE ZERO.
002110 77  WS-RAISED-COUNT               PIC 9(4) COMP VALUE ZERO.
002120 77  WS-CLEARED-COUNT              PIC 9(4) COMP VALUE ZERO.
002130 77  WS-NEVER-RAISED-COUNT         PIC 9(4) COMP VALUE ZERO.
002140 77  WS-NEVER-CLEARED-COUNT        PIC 9(4) COMP VALUE ZERO.
002150 77  WS-DOWN-COUNT                 PIC 9(4) COMP VALUE ZERO.
002160 77  WS-OFF-ROSTER-COUNT           PIC 9(5) COMP VALUE ZERO.
002170
002180 77  WS-IDX                        PIC 9(3) COMP.
002190 77  WS-SLOT                       PIC 9(3) COMP.
002200 77  WS-ZONE-ROW                   PIC 9(3) COMP.
002210 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
002220     88  ENTRY-FOUND               VALUE 'Y'.
002230 77  WS-ERROR-SWITCH               PIC X VALUE 'N'.
002240     88  PARM-ERROR                VALUE 'Y'.
002250
002260 77  WS-CONSOLE-ID                 PIC X(08).
002270 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
002280
002290*--------------------------------------------------------------
002300* REPORT LINE LAYOUTS.
002310*--------------------------------------------------------------
002320 01  RPT-HEADING-1.
002330     05  FILLER                   PIC X(41) VALUE
002340         'SNOW-DRILL  ALERT DRILL COMPLIANCE  DATE '.
002350     05  RPT-HDG-DATE             PIC 9(8).
002360     05  FILLER                   PIC X(31) VALUE SPACES.
002370
002380 01  RPT-WINDOW-LINE.
002390     05  FILLER                   PIC X(9) VALUE 'ALERT ID '.
002400     05  RPT-WIN-ALERT-ID         PIC X(8).
002410     05  FILLER                   PIC X(15) VALUE
002420         '  DRILL WINDOW '.
002430     05  RPT-WIN-START-DATE       PIC 9(8).
002440     05  FILLER                   PIC X(1) VALUE SPACE.
002450     05  RPT-WIN-START-TIME       PIC X(8).
002460     05  FILLER                   PIC X(4) VALUE ' TO '.
002470     05  RPT-WIN-END.
002480         10  RPT-WIN-END-DATE     PIC X(8).
002490         10  FILLER               PIC X(1).
002500         10  RPT-WIN-END-TIME     PIC X(8).
002510     05  FILLER                   PIC X(10) VALUE SPACES.
002520
002530 01  RPT-SCOPE-LINE.
002540     05  FILLER                   PIC X(14) VALUE
002550         'BUILDING ZONE '.
002560     05  RPT-SCP-ZONE             PIC X(8).
002570     05  FILLER                   PIC X(58) VALUE
002580         ' ONLY - CONSOLES IN OTHER ZONES ARE NOT IN THIS DRILL'.
002590
002600 01  RPT-NO-DRILL-LINE.
002610     05  FILLER                   PIC X(40) VALUE
002620         '*** NO RAISED EVENT FOR THIS ALERT ID ON'.
002630     05  FILLER                   PIC X(40) VALUE
002640         ' THE SNOWFALL LOG ***'.
002650
002660 01  RPT-CONSOLE-HEADING.
002670     05  FILLER                   PIC X(40) VALUE
002680         'CONSOLE   RAISED              CLEARED   '.
002690     05  FILLER                   PIC X(40) VALUE
002700         '         LAG SECS  NOTE'.
002710
002720 01  RPT-CONSOLE-LINE.
002730     05  RPT-CON-CONSOLE-ID       PIC X(8).
002740     05  FILLER                   PIC X(2) VALUE SPACES.
002750     05  RPT-CON-RAISE-DATE       PIC X(8).
002760     05  FILLER                   PIC X(1) VALUE SPACE.
002770     05  RPT-CON-RAISE-TIME       PIC X(8).
002780     05  FILLER                   PIC X(3) VALUE SPACES.
002790     05  RPT-CON-CLEAR-DATE       PIC X(8).
002800     05  FILLER                   PIC X(1) VALUE SPACE.
002810     05  RPT-CON-CLEAR-TIME       PIC X(8).
002820     05  FILLER                   PIC X(3) VALUE SPACES.
002830     05  RPT-CON-LAG              PIC ZZZ,ZZ9.
002840     05  RPT-CON-LAG-X REDEFINES RPT-CON-LAG
002850                                  PIC X(7).
002860     05  FILLER                   PIC X(2) VALUE SPACES.
002870     05  RPT-CON-NOTE             PIC X(16).
002880     05  FILLER                   PIC X(5) VALUE SPACES.
002890
002900 01  RPT-NO-CONSOLES-LINE.
002910     05  FILLER                   PIC X(80) VALUE
002920         '  NONE - NO ROSTER CONSOLE WAS UP DURING THE DRILL'.
002930
002940 01  RPT-NOT-RAISED-HEADING.
002950     05  FILLER                   PIC X(80) VALUE
002960         '** EXCEPTIONS - UP IN THE DRILL BUT NEVER RAISED **'.
002970
002980 01  RPT-NOT-CLEARED-HEADING.
002990     05  FILLER                   PIC X(80) VALUE
003000         '** EXCEPTIONS - RAISED BUT NEVER CLEARED **'.
003010
003020 01  RPT-DOWN-HEADING.
003030     05  FILLER                   PIC X(80) VALUE
003040         '** EXCEPTIONS - DOWN FOR THE WHOLE DRILL **'.
003050
003060 01  RPT-EXCEPTION-LINE.
003070     05  FILLER                   PIC X(2) VALUE SPACES.
003080     05  RPT-EXC-CONSOLE-ID       PIC X(8).
003090     05  FILLER                   PIC X(2) VALUE SPACES.
003100     05  RPT-EXC-TERM-CLASS       PIC X(8).
003110     05  FILLER                   PIC X(2) VALUE SPACES.
003120     05  RPT-EXC-ZONE             PIC X(8).
003130     05  FILLER                   PIC X(50) VALUE SPACES.
003140
003150 01  RPT-NONE-LINE.
003160     05  FILLER                   PIC X(80) VALUE '  NONE'.
003170
003180 01  RPT-ZONE-HEADING.
003190     05  FILLER                   PIC X(80) VALUE
003200         '** BREAKDOWN BY ZONE **'.
003210
003220 01  RPT-ZONE-COLUMNS.
003230     05  FILLER                   PIC X(28) VALUE
003240         '  ZONE     CONSOLES       UP'.
003250     05  FILLER                   PIC X(52) VALUE
003260         '   RAISED  CLEARED  NO RAISE     DOWN'.
003270
003280 01  RPT-ZONE-LINE.
003290     05  FILLER                   PIC X(2) VALUE SPACES.
003300     05  RPT-ZON-CODE             PIC X(8).
003310     05  FILLER                   PIC X(2) VALUE SPACES.
003320     05  RPT-ZON-CONSOLES         PIC ZZZZZZ9.
003330     05  FILLER                   PIC X(2) VALUE SPACES.
003340     05  RPT-ZON-UP               PIC ZZZZZZ9.
003350     05  FILLER                   PIC X(2) VALUE SPACES.
003360     05  RPT-ZON-RAISED           PIC ZZZZZZ9.
003370     05  FILLER                   PIC X(2) VALUE SPACES.
003380     05  RPT-ZON-CLEARED          PIC ZZZZZZ9.
003390     05  FILLER                   PIC X(2) VALUE SPACES.
003400     05  RPT-ZON-NEVER-RAISED     PIC ZZZZZZ9.
003410     05  FILLER                   PIC X(2) VALUE SPACES.
003420     05  RPT-ZON-DOWN             PIC ZZZZZZ9.
003430     05  FILLER                   PIC X(16) VALUE SPACES.
003440
003450 01  RPT-COUNT-LINE.
003460     05  FILLER                   PIC X(2) VALUE SPACES.
003470     05  RPT-COUNT-TEXT           PIC X(40).
003480     05  FILLER                   PIC X(2) VALUE SPACES.
003490     05  RPT-COUNT-VALUE          PIC ZZ,ZZ9.
003500     05  FILLER                   PIC X(30) VALUE SPACES.
003510
003520 01  RPT-SIGNOFF-LINE-1.
003530     05  FILLER                   PIC X(40) VALUE
003540         'REVIEWED BY  ___________________________'.
003550     05  FILLER                   PIC X(40) VALUE
003560         '   DATE  __________'.
003570
003580 01  RPT-SIGNOFF-LINE-2.
003590     05  FILLER                   PIC X(40) VALUE
003600         'FIRE MARSHAL ___________________________'.
003610     05  FILLER                   PIC X(40) VALUE
003620         '   DATE  __________'.
003630
003640 01  RPT-OVERFLOW-LINE.
003650     05  FILLER                   PIC X(25) VALUE
003660         '*** ROSTER EXCEEDS LIMIT '.
003670     05  RPT-OVF-LIMIT            PIC ZZZ9.
003680     05  FILLER                   PIC X(44) VALUE
003690         ' - RUN ABORTED, NO DRILL SHEET PRINTED  ***'.
003700     05  FILLER                   PIC X(7) VALUE SPACES.
003710
003720 01  RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
003730
003740 LINKAGE SECTION.
003750     COPY PARMAREA.
003760
003770 PROCEDURE DIVISION USING LS-PARM-AREA.
003780*================================================================
003790* 0000-MAINLINE - LOAD THE ROSTER, FIND THE DRILL WINDOW AND
003800* EACH CONSOLE'S RAISE AND CLEAR, THEN RE-READ THE LOG FOR WHO
003810* WAS UP DURING THE WINDOW, PRINT THE SHEET, STOP RUN.
003820*================================================================
003830 0000-MAINLINE.
003840     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003850     IF PARM-ERROR
003860         MOVE 8 TO RETURN-CODE
003870         STOP RUN
003880     END-IF
003890     IF ROSTER-OVERFLOWED
003900         MOVE MAX-ROSTER TO RPT-OVF-LIMIT
003910         WRITE REPORT-RECORD FROM RPT-OVERFLOW-LINE
003920         PERFORM 5000-TERMINATE THRU 5000-EXIT
003930         MOVE 8 TO RETURN-CODE
003940         STOP RUN
003950     END-IF
003960     PERFORM 3000-FIND-DRILL-EVENTS THRU 3000-EXIT
003970     IF DRILL-RAISED
003980         PERFORM 3500-FIND-CONSOLES-UP THRU 3500-EXIT
003990     END-IF
004000     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
004010     PERFORM 5000-TERMINATE THRU 5000-EXIT
004020     STOP RUN.
004030
004040*----------------------------------------------------------------
004050* 1000-INITIALIZE - PARSE THE PARM, LOAD THE ROSTER, OPEN THE
004060* REPORT.  ALERT= IS REQUIRED.  A ZONE= NAMING NO ROSTER
004070* CONSOLE'S ZONE IS A PARM ERROR - THERE WOULD BE NOTHING TO
004080* AUDIT.
004090*----------------------------------------------------------------
004100 1000-INITIALIZE.
004110     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
004120     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
004130     IF WS-ALERT-ID = SPACES
004140         DISPLAY 'SNOW-DRILL: ALERT= IS REQUIRED'
004150         SET PARM-ERROR TO TRUE
004160         GO TO 1000-EXIT
004170     END-IF
004180     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT
004190     IF WS-SCOPE-COUNT = ZERO
004200             AND NOT DRILL-FOR-WHOLE-ROSTER
004210             AND NOT ROSTER-OVERFLOWED
004220         DISPLAY 'SNOW-DRILL: ZONE ' WS-DRILL-ZONE
004230             ' HAS NO CONSOLE ON THE TERMINAL ROSTER'
004240         SET PARM-ERROR TO TRUE
004250         GO TO 1000-EXIT
004260     END-IF
004270     OPEN OUTPUT REPORT-FILE.
004280 1000-EXIT.
004290     EXIT.
004300
004310 1100-PARSE-PARM.
004320     MOVE SPACES TO WS-PARM-WORK
004330     MOVE SPACES TO WS-PARM-TOKEN-TABLE
004340     IF LS-PARM-LENGTH > ZERO
004350         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
004360         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
004370             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
004380                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
004390                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
004400         END-UNSTRING
004410         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
004420             VARYING WS-TOKEN-IDX FROM 1 BY 1
004430             UNTIL WS-TOKEN-IDX > 6
004440     END-IF.
004450 1100-EXIT.
004460     EXIT.
004470
004480 1110-EVAL-TOKEN.
004490     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:6) = 'ALERT='
004500         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(7:8)
004510             TO WS-ALERT-ID
004520     END-IF
004530     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'ZONE='
004540         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8)
004550             TO WS-DRILL-ZONE
004560     END-IF.
004570 1110-EXIT.
004580     EXIT.
004590
004600 1200-LOAD-ROSTER.
004610     OPEN INPUT TERMINAL-ROSTER-FILE
004620     IF NOT ROSTER-OK
004630         DISPLAY 'SNOW-DRILL: NO TERMINAL ROSTER - NO CONSOLE '
004640             'TO ACCOUNT FOR'
004650         GO TO 1200-EXIT
004660     END-IF
004670     PERFORM 1210-LOAD-ONE-ROSTER THRU 1210-EXIT
004680         UNTIL ROSTER-EOF OR WS-ROSTER-COUNT >= MAX-ROSTER
004690     IF NOT ROSTER-EOF
004700         READ TERMINAL-ROSTER-FILE
004710             AT END
004720                 MOVE '10' TO WS-ROSTER-STATUS
004730         END-READ
004740     END-IF
004750     IF NOT ROSTER-EOF
004760         SET ROSTER-OVERFLOWED TO TRUE
004770         DISPLAY 'SNOW-DRILL: *** ROSTER EXCEEDS ' MAX-ROSTER
004780             ' ENTRIES - RUN ABORTED ***'
004790     END-IF
004800     CLOSE TERMINAL-ROSTER-FILE.
004810 1200-EXIT.
004820     EXIT.
004830
004840 1210-LOAD-ONE-ROSTER.
004850     READ TERMINAL-ROSTER-FILE
004860         AT END
004870             MOVE '10' TO WS-ROSTER-STATUS
004880             GO TO 1210-EXIT
004890     END-READ
004900     ADD 1 TO WS-ROSTER-COUNT
004910     MOVE TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
004920         TO WS-ROS-CONSOLE-ID(WS-ROSTER-COUNT)
004930     MOVE TR-TERM-CLASS OF TERMINAL-ROSTER-RECORD
004940         TO WS-ROS-TERM-CLASS(WS-ROSTER-COUNT)
004950     MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
004960         TO WS-ROS-ZONE(WS-ROSTER-COUNT)
004970     PERFORM 1220-FIND-ZONE-ROW THRU 1220-EXIT
004980     MOVE WS-ZONE-ROW TO WS-ROS-ZONE-IDX(WS-ROSTER-COUNT)
004990     MOVE 'N' TO WS-ROS-IN-SCOPE-SW(WS-ROSTER-COUNT)
005000     IF DRILL-FOR-WHOLE-ROSTER
005010             OR TR-ZONE OF TERMINAL-ROSTER-RECORD = WS-DRILL-ZONE
005020         SET WS-ROS-IN-SCOPE(WS-ROSTER-COUNT) TO TRUE
005030         ADD 1 TO WS-SCOPE-COUNT
005040     END-IF
005050     MOVE 'N' TO WS-ROS-UP-SW(WS-ROSTER-COUNT)
005060     MOVE 'N' TO WS-ROS-IN-DRILL-SW(WS-ROSTER-COUNT)
005070     MOVE 'N' TO WS-ROS-RAISED-SW(WS-ROSTER-COUNT)
005080     MOVE 'N' TO WS-ROS-CLEARED-SW(WS-ROSTER-COUNT)
005090     MOVE ZERO TO WS-ROS-RAISE-STAMP(WS-ROSTER-COUNT)
005100     MOVE ZERO TO WS-ROS-CLEAR-STAMP(WS-ROSTER-COUNT).
005110 1210-EXIT.
005120     EXIT.
005130
005140*----------------------------------------------------------------
005150* 1220-FIND-ZONE-ROW - THE ZONE ROW FOR THE ROSTER RECORD JUST
005160* READ, ADDED WITH ZERO COUNTS THE FIRST TIME THE ZONE IS SEEN.
005170* LEAVES WS-ZONE-ROW POINTING AT IT.
005180*----------------------------------------------------------------
005190 1220-FIND-ZONE-ROW.
005200     MOVE 'N' TO WS-FOUND-SWITCH
005210     PERFORM 1230-TEST-ZONE-ROW THRU 1230-EXIT
005220         VARYING WS-IDX FROM 1 BY 1
005230         UNTIL WS-IDX > WS-ZONE-COUNT OR ENTRY-FOUND
005240     IF ENTRY-FOUND
005250         GO TO 1220-EXIT
005260     END-IF
005270     ADD 1 TO WS-ZONE-COUNT
005280     MOVE WS-ZONE-COUNT TO WS-ZONE-ROW
005290     MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
005300         TO WS-ZON-CODE(WS-ZONE-ROW)
005310     MOVE ZERO TO WS-ZON-CONSOLES(WS-ZONE-ROW)
005320     MOVE ZERO TO WS-ZON-UP(WS-ZONE-ROW)
005330     MOVE ZERO TO WS-ZON-RAISED(WS-ZONE-ROW)
005340     MOVE ZERO TO WS-ZON-CLEARED(WS-ZONE-ROW)
005350     MOVE ZERO TO WS-ZON-NEVER-RAISED(WS-ZONE-ROW)
005360     MOVE ZERO TO WS-ZON-DOWN(WS-ZONE-ROW).
005370 1220-EXIT.
005380     EXIT.
005390
005400 1230-TEST-ZONE-ROW.
005410     IF WS-ZON-CODE(WS-IDX) = TR-ZONE OF TERMINAL-ROSTER-RECORD
005420         MOVE WS-IDX TO WS-ZONE-ROW
005430         SET ENTRY-FOUND TO TRUE
005440     END-IF.
005450 1230-EXIT.
005460     EXIT.
005470
005480*----------------------------------------------------------------
005490* 2000-FIND-ROSTER-ROW - LOOK UP WS-CONSOLE-ID IN THE ROSTER
005500* TABLE.  LEAVES WS-SLOT POINTING AT THE MATCH WHEN ENTRY-FOUND.
005510*----------------------------------------------------------------
005520 2000-FIND-ROSTER-ROW.
005530     MOVE 'N' TO WS-FOUND-SWITCH
005540     MOVE ZERO TO WS-SLOT
005550     PERFORM 2010-TEST-ROSTER-ROW THRU 2010-EXIT
005560         VARYING WS-IDX FROM 1 BY 1
005570         UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND.
005580 2000-EXIT.
005590     EXIT.
005600
005610 2010-TEST-ROSTER-ROW.
005620     IF WS-ROS-CONSOLE-ID(WS-IDX) = WS-CONSOLE-ID
005630         MOVE WS-IDX TO WS-SLOT
005640         SET ENTRY-FOUND TO TRUE
005650     END-IF.
005660 2010-EXIT.
005670     EXIT.
005680
005690*----------------------------------------------------------------
005700* 3000-FIND-DRILL-EVENTS - FIRST PASS OVER THE LOG.  EVERY ALERT
005710* EVENT FOR THE DRILL ALERT WIDENS THE WINDOW AND STAMPS THE
005720* CONSOLE THAT WROTE IT.  A CONSOLE KEEPS ITS FIRST RAISE AND
005730* ITS LAST CLEAR, SO A CONSOLE RESTARTED MID-DRILL STILL SHOWS
005740* HOW QUICKLY IT FIRST TOOK THE PAGE.
005750* IN A ZONE DRILL ONLY EVENTS FROM CONSOLES IN THE ZONE COUNT
005760* TOWARD THE WINDOW.
005770*----------------------------------------------------------------
005780 3000-FIND-DRILL-EVENTS.
005790     OPEN INPUT SNOWFALL-LOG-FILE
005800     IF NOT SNOWLOG-OK
005810         DISPLAY 'SNOW-DRILL: NO SNOWFALL LOG - NO DRILL TO '
005820             'REPORT'
005830         GO TO 3000-EXIT
005840     END-IF
005850     PERFORM 3100-CHECK-ONE-EVENT THRU 3100-EXIT
005860         UNTIL SNOWLOG-EOF
005870     CLOSE SNOWFALL-LOG-FILE.
005880 3000-EXIT.
005890     EXIT.
005900
005910 3100-CHECK-ONE-EVENT.
005920     READ SNOWFALL-LOG-FILE
005930         AT END
005940             MOVE '10' TO WS-SNOWLOG-STATUS
005950             GO TO 3100-EXIT
005960     END-READ
005970     ADD 1 TO WS-LOG-RECORDS-READ
005980     IF LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD NOT = 'ALERT'
005990         GO TO 3100-EXIT
006000     END-IF
006010     MOVE SPACES TO WS-EVT-ACTION
006020     MOVE SPACES TO WS-EVT-ALERT-ID
006030     UNSTRING LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
006040         DELIMITED BY ALL SPACE
006050         INTO WS-EVT-ACTION WS-EVT-ALERT-ID
006060     END-UNSTRING
006070     IF WS-EVT-ALERT-ID NOT = WS-ALERT-ID
006080         GO TO 3100-EXIT
006090     END-IF
006100     MOVE LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD TO WS-EVENT-DATE
006110     MOVE LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD TO WS-EVENT-TIME
006120     MOVE LOG-JOB-ID OF SNOWFALL-LOG-RECORD TO WS-CONSOLE-ID
006130     PERFORM 2000-FIND-ROSTER-ROW THRU 2000-EXIT
006140     IF NOT ENTRY-FOUND
006150         ADD 1 TO WS-OFF-ROSTER-COUNT
006160     END-IF
006170     IF NOT DRILL-FOR-WHOLE-ROSTER
006180         IF NOT ENTRY-FOUND
006190             GO TO 3100-EXIT
006200         END-IF
006210         IF NOT WS-ROS-IN-SCOPE(WS-SLOT)
006220             GO TO 3100-EXIT
006230         END-IF
006240     END-IF
006250     EVALUATE WS-EVT-ACTION
006260         WHEN 'RAISED  '
006270             PERFORM 3110-NOTE-RAISE THRU 3110-EXIT
006280         WHEN 'CLEARED '
006290             PERFORM 3120-NOTE-CLEAR THRU 3120-EXIT
006300     END-EVALUATE.
006310 3100-EXIT.
006320     EXIT.
006330
006340 3110-NOTE-RAISE.
006350     IF NOT DRILL-RAISED OR WS-EVENT-STAMP < WS-WINDOW-START
006360         MOVE WS-EVENT-STAMP TO WS-WINDOW-START
006370         SET DRILL-RAISED TO TRUE
006380     END-IF
006390     IF NOT ENTRY-FOUND
006400         GO TO 3110-EXIT
006410     END-IF
006420     IF NOT WS-ROS-RAISED(WS-SLOT)
006430         SET WS-ROS-RAISED(WS-SLOT) TO TRUE
006440         MOVE WS-EVENT-STAMP TO WS-ROS-RAISE-STAMP(WS-SLOT)
006450     END-IF.
006460 3110-EXIT.
006470     EXIT.
006480
006490 3120-NOTE-CLEAR.
006500     IF NOT DRILL-CLEARED OR WS-EVENT-STAMP > WS-WINDOW-END
006510         MOVE WS-EVENT-STAMP TO WS-WINDOW-END
006520         SET DRILL-CLEARED TO TRUE
006530     END-IF
006540     IF NOT ENTRY-FOUND
006550         GO TO 3120-EXIT
006560     END-IF
006570     SET WS-ROS-CLEARED(WS-SLOT) TO TRUE
006580     MOVE WS-EVENT-STAMP TO WS-ROS-CLEAR-STAMP(WS-SLOT).
006590 3120-EXIT.
006600     EXIT.
006610
006620*----------------------------------------------------------------
006630* 3500-FIND-CONSOLES-UP - SECOND PASS OVER THE LOG, FOLLOWING
006640* EACH ROSTER CONSOLE'S STARTS AND STOPS.  THE MOMENT THE SCAN
006650* REACHES THE WINDOW EVERY CONSOLE UP IS IN THE DRILL, AS IS ANY
006660* CONSOLE THAT STARTS BEFORE THE WINDOW CLOSES.  THE PASS ENDS
006670* AT THE FIRST EVENT PAST THE WINDOW.  A CONSOLE THAT RAISED OR
006680* CLEARED THE PAGE WAS PLAINLY UP, WHATEVER THE LOG SAYS.
006690*----------------------------------------------------------------
006700 3500-FIND-CONSOLES-UP.
006710     MOVE '00' TO WS-SNOWLOG-STATUS
006720     OPEN INPUT SNOWFALL-LOG-FILE
006730     IF NOT SNOWLOG-OK
006740         GO TO 3500-EXIT
006750     END-IF
006760     PERFORM 3600-FOLLOW-ONE-EVENT THRU 3600-EXIT
006770         UNTIL SNOWLOG-EOF OR PASS-DONE
006780     CLOSE SNOWFALL-LOG-FILE
006790     IF NOT WINDOW-REACHED
006800         PERFORM 3700-MARK-UP-IN-DRILL THRU 3700-EXIT
006810             VARYING WS-SLOT FROM 1 BY 1
006820             UNTIL WS-SLOT > WS-ROSTER-COUNT
006830     END-IF
006840     PERFORM 3800-MARK-ALERT-EVIDENCE THRU 3800-EXIT
006850         VARYING WS-SLOT FROM 1 BY 1
006860         UNTIL WS-SLOT > WS-ROSTER-COUNT.
006870 3500-EXIT.
006880     EXIT.
006890
006900 3600-FOLLOW-ONE-EVENT.
006910     READ SNOWFALL-LOG-FILE
006920         AT END
006930             MOVE '10' TO WS-SNOWLOG-STATUS
006940             GO TO 3600-EXIT
006950     END-READ
006960     MOVE LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD TO WS-EVENT-DATE
006970     MOVE LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD TO WS-EVENT-TIME
006980     IF DRILL-CLEARED AND WS-EVENT-STAMP > WS-WINDOW-END
006990         SET PASS-DONE TO TRUE
007000         GO TO 3600-EXIT
007010     END-IF
007020     IF NOT WINDOW-REACHED
007030             AND WS-EVENT-STAMP NOT < WS-WINDOW-START
007040         SET WINDOW-REACHED TO TRUE
007050         PERFORM 3700-MARK-UP-IN-DRILL THRU 3700-EXIT
007060             VARYING WS-SLOT FROM 1 BY 1
007070             UNTIL WS-SLOT > WS-ROSTER-COUNT
007080     END-IF
007090     IF LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD NOT = 'START'
007100             AND LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
007110                 NOT = 'STOP '
007120         GO TO 3600-EXIT
007130     END-IF
007140     MOVE LOG-JOB-ID OF SNOWFALL-LOG-RECORD TO WS-CONSOLE-ID
007150     PERFORM 2000-FIND-ROSTER-ROW THRU 2000-EXIT
007160     IF NOT ENTRY-FOUND
007170         GO TO 3600-EXIT
007180     END-IF
007190     IF LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD = 'START'
007200         SET WS-ROS-UP(WS-SLOT) TO TRUE
007210         IF WINDOW-REACHED
007220             SET WS-ROS-IN-DRILL(WS-SLOT) TO TRUE
007230         END-IF
007240     ELSE
007250         MOVE 'N' TO WS-ROS-UP-SW(WS-SLOT)
007260     END-IF.
007270 3600-EXIT.
007280     EXIT.
007290
007300 3700-MARK-UP-IN-DRILL.
007310     IF WS-ROS-UP(WS-SLOT)
007320         SET WS-ROS-IN-DRILL(WS-SLOT) TO TRUE
007330     END-IF.
007340 3700-EXIT.
007350     EXIT.
007360
007370 3800-MARK-ALERT-EVIDENCE.
007380     IF WS-ROS-RAISED(WS-SLOT) OR WS-ROS-CLEARED(WS-SLOT)
007390         SET WS-ROS-IN-DRILL(WS-SLOT) TO TRUE
007400     END-IF.
007410 3800-EXIT.
007420     EXIT.
007430
007440*----------------------------------------------------------------
007450* 4000-PRINT-REPORT - THE DRILL SHEET: WINDOW, ONE LINE PER
007460* CONSOLE UP DURING THE DRILL, THE THREE EXCEPTION SECTIONS,
007470* THE BREAKDOWN BY ZONE, THE COUNTS AND THE SIGN-OFF BLOCK.
007480* A ZONE DRILL LEAVES CONSOLES OUTSIDE THE ZONE OFF THE SHEET.
007490*----------------------------------------------------------------
007500 4000-PRINT-REPORT.
007510     MOVE WS-TODAY-CCYYMMDD TO RPT-HDG-DATE
007520     WRITE REPORT-RECORD FROM RPT-HEADING-1
007530     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
007540     IF NOT DRILL-RAISED
007550         MOVE WS-ALERT-ID TO RPT-WIN-ALERT-ID
007560         MOVE ZERO TO RPT-WIN-START-DATE
007570         MOVE SPACES TO RPT-WIN-START-TIME
007580         MOVE SPACES TO RPT-WIN-END
007590         WRITE REPORT-RECORD FROM RPT-WINDOW-LINE
007600         WRITE REPORT-RECORD FROM RPT-NO-DRILL-LINE
007610         GO TO 4000-EXIT
007620     END-IF
007630     PERFORM 4100-PRINT-WINDOW THRU 4100-EXIT
007640     IF NOT DRILL-FOR-WHOLE-ROSTER
007650         MOVE WS-DRILL-ZONE TO RPT-SCP-ZONE
007660         WRITE REPORT-RECORD FROM RPT-SCOPE-LINE
007670     END-IF
007680     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
007690     WRITE REPORT-RECORD FROM RPT-CONSOLE-HEADING
007700     PERFORM 4200-PRINT-ONE-CONSOLE THRU 4200-EXIT
007710         VARYING WS-SLOT FROM 1 BY 1
007720         UNTIL WS-SLOT > WS-ROSTER-COUNT
007730     IF WS-IN-DRILL-COUNT = ZERO
007740         WRITE REPORT-RECORD FROM RPT-NO-CONSOLES-LINE
007750     END-IF
007760     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
007770     WRITE REPORT-RECORD FROM RPT-NOT-RAISED-HEADING
007780     PERFORM 4300-PRINT-NOT-RAISED THRU 4300-EXIT
007790         VARYING WS-SLOT FROM 1 BY 1
007800         UNTIL WS-SLOT > WS-ROSTER-COUNT
007810     IF WS-NEVER-RAISED-COUNT = ZERO
007820         WRITE REPORT-RECORD FROM RPT-NONE-LINE
007830     END-IF
007840     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
007850     WRITE REPORT-RECORD FROM RPT-NOT-CLEARED-HEADING
007860     PERFORM 4400-PRINT-NOT-CLEARED THRU 4400-EXIT
007870         VARYING WS-SLOT FROM 1 BY 1
007880         UNTIL WS-SLOT > WS-ROSTER-COUNT
007890     IF WS-NEVER-CLEARED-COUNT = ZERO
007900         WRITE REPORT-RECORD FROM RPT-NONE-LINE
007910     END-IF
007920     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
007930     WRITE REPORT-RECORD FROM RPT-DOWN-HEADING
007940     PERFORM 4500-PRINT-DOWN THRU 4500-EXIT
007950         VARYING WS-SLOT FROM 1 BY 1
007960         UNTIL WS-SLOT > WS-ROSTER-COUNT
007970     IF WS-DOWN-COUNT = ZERO
007980         WRITE REPORT-RECORD FROM RPT-NONE-LINE
007990     END-IF
008000     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
008010     WRITE REPORT-RECORD FROM RPT-ZONE-HEADING
008020     WRITE REPORT-RECORD FROM RPT-ZONE-COLUMNS
008030     PERFORM 4700-PRINT-ZONE-LINE THRU 4700-EXIT
008040         VARYING WS-ZONE-ROW FROM 1 BY 1
008050         UNTIL WS-ZONE-ROW > WS-ZONE-COUNT
008060     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
008070     PERFORM 4600-PRINT-COUNTS THRU 4600-EXIT
008080     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
008090     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
008100     WRITE REPORT-RECORD FROM RPT-SIGNOFF-LINE-1
008110     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
008120     WRITE REPORT-RECORD FROM RPT-SIGNOFF-LINE-2.
008130 4000-EXIT.
008140     EXIT.
008150
008160 4100-PRINT-WINDOW.
008170     MOVE WS-ALERT-ID TO RPT-WIN-ALERT-ID
008180     MOVE WS-WINDOW-START-DATE TO RPT-WIN-START-DATE
008190     MOVE WS-WINDOW-START-TIME TO WS-TIME-SPLIT
008200     PERFORM 8100-EDIT-TIME THRU 8100-EXIT
008210     MOVE WS-TIME-EDIT TO RPT-WIN-START-TIME
008220     IF DRILL-CLEARED
008230         MOVE SPACES TO RPT-WIN-END
008240         MOVE WS-WINDOW-END-DATE TO RPT-WIN-END-DATE
008250         MOVE WS-WINDOW-END-TIME TO WS-TIME-SPLIT
008260         PERFORM 8100-EDIT-TIME THRU 8100-EXIT
008270         MOVE WS-TIME-EDIT TO RPT-WIN-END-TIME
008280     ELSE
008290         MOVE 'STILL OPEN' TO RPT-WIN-END
008300     END-IF
008310     WRITE REPORT-RECORD FROM RPT-WINDOW-LINE.
008320 4100-EXIT.
008330     EXIT.
008340
008350*----------------------------------------------------------------
008360* 4200-PRINT-ONE-CONSOLE - RAISE, CLEAR AND LAG FOR ONE CONSOLE
008370* UP DURING THE DRILL, TALLIED INTO ITS ZONE AS IT GOES.
008380*----------------------------------------------------------------
008390 4200-PRINT-ONE-CONSOLE.
008400     IF NOT WS-ROS-IN-SCOPE(WS-SLOT)
008410         GO TO 4200-EXIT
008420     END-IF
008430     MOVE WS-ROS-ZONE-IDX(WS-SLOT) TO WS-ZONE-ROW
008440     ADD 1 TO WS-ZON-CONSOLES(WS-ZONE-ROW)
008450     IF NOT WS-ROS-IN-DRILL(WS-SLOT)
008460         ADD 1 TO WS-DOWN-COUNT
008470         ADD 1 TO WS-ZON-DOWN(WS-ZONE-ROW)
008480         GO TO 4200-EXIT
008490     END-IF
008500     ADD 1 TO WS-ZON-UP(WS-ZONE-ROW)
008510     ADD 1 TO WS-IN-DRILL-COUNT
008520     MOVE WS-ROS-CONSOLE-ID(WS-SLOT) TO RPT-CON-CONSOLE-ID
008530     MOVE SPACES TO RPT-CON-NOTE
008540     IF WS-ROS-RAISED(WS-SLOT)
008550         ADD 1 TO WS-RAISED-COUNT
008560         ADD 1 TO WS-ZON-RAISED(WS-ZONE-ROW)
008570         MOVE WS-ROS-RAISE-DATE(WS-SLOT) TO RPT-CON-RAISE-DATE
008580         MOVE WS-ROS-RAISE-TIME(WS-SLOT) TO WS-TIME-SPLIT
008590         PERFORM 8100-EDIT-TIME THRU 8100-EXIT
008600         MOVE WS-TIME-EDIT TO RPT-CON-RAISE-TIME
008610         PERFORM 8000-COMPUTE-LAG THRU 8000-EXIT
008620         MOVE WS-LAG-SECONDS TO RPT-CON-LAG
008630         IF WS-LAG-SECONDS = ZERO
008640             MOVE 'FIRST TO RAISE' TO RPT-CON-NOTE
008650         END-IF
008660     ELSE
008670         ADD 1 TO WS-NEVER-RAISED-COUNT
008680         ADD 1 TO WS-ZON-NEVER-RAISED(WS-ZONE-ROW)
008690         MOVE '--------' TO RPT-CON-RAISE-DATE
008700         MOVE SPACES TO RPT-CON-RAISE-TIME
008710         MOVE SPACES TO RPT-CON-LAG-X
008720         MOVE 'NEVER RAISED' TO RPT-CON-NOTE
008730     END-IF
008740     IF WS-ROS-CLEARED(WS-SLOT)
008750         ADD 1 TO WS-CLEARED-COUNT
008760         ADD 1 TO WS-ZON-CLEARED(WS-ZONE-ROW)
008770         MOVE WS-ROS-CLEAR-DATE(WS-SLOT) TO RPT-CON-CLEAR-DATE
008780         MOVE WS-ROS-CLEAR-TIME(WS-SLOT) TO WS-TIME-SPLIT
008790         PERFORM 8100-EDIT-TIME THRU 8100-EXIT
008800         MOVE WS-TIME-EDIT TO RPT-CON-CLEAR-TIME
008810     ELSE
008820         MOVE '--------' TO RPT-CON-CLEAR-DATE
008830         MOVE SPACES TO RPT-CON-CLEAR-TIME
008840         IF WS-ROS-RAISED(WS-SLOT)
008850             ADD 1 TO WS-NEVER-CLEARED-COUNT
008860             MOVE 'NEVER CLEARED' TO RPT-CON-NOTE
008870         END-IF
008880     END-IF
008890     WRITE REPORT-RECORD FROM RPT-CONSOLE-LINE.
008900 4200-EXIT.
008910     EXIT.
008920
008930 4300-PRINT-NOT-RAISED.
008940     IF WS-ROS-IN-SCOPE(WS-SLOT)
008950             AND WS-ROS-IN-DRILL(WS-SLOT)
008960             AND NOT WS-ROS-RAISED(WS-SLOT)
008970         PERFORM 4900-PRINT-EXCEPTION THRU 4900-EXIT
008980     END-IF.
008990 4300-EXIT.
009000     EXIT.
009010
009020 4400-PRINT-NOT-CLEARED.
009030     IF WS-ROS-IN-SCOPE(WS-SLOT)
009040             AND WS-ROS-RAISED(WS-SLOT)
009050             AND NOT WS-ROS-CLEARED(WS-SLOT)
009060         PERFORM 4900-PRINT-EXCEPTION THRU 4900-EXIT
009070     END-IF.
009080 4400-EXIT.
009090     EXIT.
009100
009110 4500-PRINT-DOWN.
009120     IF WS-ROS-IN-SCOPE(WS-SLOT) AND NOT WS-ROS-IN-DRILL(WS-SLOT)
009130         PERFORM 4900-PRINT-EXCEPTION THRU 4900-EXIT
009140     END-IF.
009150 4500-EXIT.
009160     EXIT.
009170
009180 4600-PRINT-COUNTS.
009190     MOVE 'ROSTER CONSOLES' TO RPT-COUNT-TEXT
009200     IF NOT DRILL-FOR-WHOLE-ROSTER
009210         MOVE 'ROSTER CONSOLES IN THE ZONE' TO RPT-COUNT-TEXT
009220     END-IF
009230     MOVE WS-SCOPE-COUNT TO RPT-COUNT-VALUE
009240     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009250     MOVE 'UP DURING THE DRILL' TO RPT-COUNT-TEXT
009260     MOVE WS-IN-DRILL-COUNT TO RPT-COUNT-VALUE
009270     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009280     MOVE 'RAISED THE ALERT PAGE' TO RPT-COUNT-TEXT
009290     MOVE WS-RAISED-COUNT TO RPT-COUNT-VALUE
009300     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009310     MOVE 'CLEARED THE ALERT PAGE' TO RPT-COUNT-TEXT
009320     MOVE WS-CLEARED-COUNT TO RPT-COUNT-VALUE
009330     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009340     MOVE 'UP BUT NEVER RAISED' TO RPT-COUNT-TEXT
009350     MOVE WS-NEVER-RAISED-COUNT TO RPT-COUNT-VALUE
009360     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009370     MOVE 'RAISED BUT NEVER CLEARED' TO RPT-COUNT-TEXT
009380     MOVE WS-NEVER-CLEARED-COUNT TO RPT-COUNT-VALUE
009390     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009400     MOVE 'DOWN FOR THE WHOLE DRILL' TO RPT-COUNT-TEXT
009410     MOVE WS-DOWN-COUNT TO RPT-COUNT-VALUE
009420     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009430     IF WS-OFF-ROSTER-COUNT > ZERO
009440         MOVE 'ALERT EVENTS FROM CONSOLES NOT ON ROSTER'
009450             TO RPT-COUNT-TEXT
009460         MOVE WS-OFF-ROSTER-COUNT TO RPT-COUNT-VALUE
009470         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
009480     END-IF.
009490 4600-EXIT.
009500     EXIT.
009510
009520 4900-PRINT-EXCEPTION.
009530     MOVE WS-ROS-CONSOLE-ID(WS-SLOT) TO RPT-EXC-CONSOLE-ID
009540     MOVE WS-ROS-TERM-CLASS(WS-SLOT) TO RPT-EXC-TERM-CLASS
009550     MOVE WS-ROS-ZONE(WS-SLOT) TO RPT-EXC-ZONE
009560     WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE.
009570 4900-EXIT.
009580     EXIT.
009590
009600*----------------------------------------------------------------
009610* 4700-PRINT-ZONE-LINE - ONE ZONE'S COUNTS.  A ZONE DRILL PRINTS
009620* ONLY THE ZONE IT WAS RUN FOR.
009630*----------------------------------------------------------------
009640 4700-PRINT-ZONE-LINE.
009650     IF WS-ZON-CONSOLES(WS-ZONE-ROW) = ZERO
009660         GO TO 4700-EXIT
009670     END-IF
009680     IF WS-ZON-CODE(WS-ZONE-ROW) = SPACES
009690         MOVE '(NONE)' TO RPT-ZON-CODE
009700     ELSE
009710         MOVE WS-ZON-CODE(WS-ZONE-ROW) TO RPT-ZON-CODE
009720     END-IF
009730     MOVE WS-ZON-CONSOLES(WS-ZONE-ROW) TO RPT-ZON-CONSOLES
009740     MOVE WS-ZON-UP(WS-ZONE-ROW) TO RPT-ZON-UP
009750     MOVE WS-ZON-RAISED(WS-ZONE-ROW) TO RPT-ZON-RAISED
009760     MOVE WS-ZON-CLEARED(WS-ZONE-ROW) TO RPT-ZON-CLEARED
009770     MOVE WS-ZON-NEVER-RAISED(WS-ZONE-ROW)
009780         TO RPT-ZON-NEVER-RAISED
009790     MOVE WS-ZON-DOWN(WS-ZONE-ROW) TO RPT-ZON-DOWN
009800     WRITE REPORT-RECORD FROM RPT-ZONE-LINE.
009810 4700-EXIT.
009820     EXIT.
009830
009840*----------------------------------------------------------------
009850* 5000-TERMINATE - CLOSE UP AND ECHO THE COUNTS.  RC 8 WHEN THE
009860* LOG CARRIES NO RAISE FOR THE ALERT - THERE IS NO DRILL TO
009870* SIGN OFF.
009880*----------------------------------------------------------------
009890 5000-TERMINATE.
009900     CLOSE REPORT-FILE
009910     IF ROSTER-OVERFLOWED
009920         GO TO 5000-EXIT
009930     END-IF
009940     DISPLAY 'SNOW-DRILL: ALERT ' WS-ALERT-ID ' - '
009950         WS-IN-DRILL-COUNT ' CONSOLE(S) UP, '
009960         WS-NEVER-RAISED-COUNT ' NEVER RAISED, '
009970         WS-NEVER-CLEARED-COUNT ' NEVER CLEARED'
009980     IF NOT DRILL-RAISED
009990         DISPLAY 'SNOW-DRILL: *** NO RAISED EVENT FOR ALERT '
010000             WS-ALERT-ID ' ON THE SNOWFALL LOG ***'
010010         MOVE 8 TO RETURN-CODE
010020     END-IF.
010030 5000-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------
010070* 8000-COMPUTE-LAG - SECONDS FROM THE FIRST RAISE OF THE DRILL
010080* TO THE RAISE OF THE CONSOLE IN WS-SLOT.
010090*----------------------------------------------------------------
010100 8000-COMPUTE-LAG.
010110     COMPUTE WS-FIRST-DAY-NUM =
010120         FUNCTION INTEGER-OF-DATE(WS-WINDOW-START-DATE)
010130     COMPUTE WS-RAISE-DAY-NUM =
010140         FUNCTION INTEGER-OF-DATE(WS-ROS-RAISE-DATE(WS-SLOT))
010150     MOVE WS-WINDOW-START-TIME TO WS-TIME-SPLIT
010160     PERFORM 8010-TIME-TO-SECONDS THRU 8010-EXIT
010170     COMPUTE WS-LAG-SECONDS =
010180         (WS-RAISE-DAY-NUM - WS-FIRST-DAY-NUM) * 86400
010190             - WS-TIME-SECONDS
010200     MOVE WS-ROS-RAISE-TIME(WS-SLOT) TO WS-TIME-SPLIT
010210     PERFORM 8010-TIME-TO-SECONDS THRU 8010-EXIT
010220     ADD WS-TIME-SECONDS TO WS-LAG-SECONDS
010230     IF WS-LAG-SECONDS < ZERO
010240         MOVE ZERO TO WS-LAG-SECONDS
010250     END-IF.
010260 8000-EXIT.
010270     EXIT.
010280
010290 8010-TIME-TO-SECONDS.
010300     COMPUTE WS-TIME-SECONDS =
010310         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
010320 8010-EXIT.
010330     EXIT.
010340
010350*----------------------------------------------------------------
010360* 8100-EDIT-TIME - HH:MM:SS FROM THE TIME IN WS-TIME-SPLIT.
010370*----------------------------------------------------------------
010380 8100-EDIT-TIME.
010390     MOVE WS-TIME-HH TO WS-EDIT-HH
010400     MOVE WS-TIME-MM TO WS-EDIT-MM
010410     MOVE WS-TIME-SS TO WS-EDIT-SS.
010420 8100-EXIT.
010430     EXIT.
010440
010450 END PROGRAM SNOW-DRILL.
