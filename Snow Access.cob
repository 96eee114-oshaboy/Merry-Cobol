000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNOW-ACCESS.
000030 AUTHOR. D HOLLIS.
000040 INSTALLATION. FACILITIES SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DH    ORIGINAL PROGRAM.  OPERATOR ACCOUNTABILITY
000110*                     REPORT FOR THE QUARTERLY ACCESS REVIEW.
000120*                     EVERY OPERATOR EVENT ON THE SNOWFALL LOG
000130*                     (DD SNOWLOG, PLUS THE ARCHIVE DD SNOWARCH
000140*                     WHEN THE PERIOD REACHES BACK PAST THE LIVE
000150*                     LOG) FROM FROM= TO TO= ON THE EXEC PARM -
000160*                     SIGN-ONS, FAILED SIGN-ONS, REFUSED ACTIONS,
000170*                     FILE SAVES, CONSOLE COMMANDS AND THEIR
000180*                     TARGETS, GENERATION AND CHECKPOINT WORK -
000190*                     IS LISTED BY OPERATOR AND BY DATE WITH
000200*                     DAILY AND PERIOD COUNTS, FLEET-WIDE ACTIONS
000210*                     COUNTED APART. EACH ACTION IS CROSS-CHECKED
000220*                     AGAINST THE OPERATOR PROFILE FILE (DD
000230*                     OPERPROF) AS IT STANDS TODAY: ACTIVITY
000240*                     UNDER AN ID NO LONGER ON THE FILE, AND
000250*                     ACTIONS ABOVE THE LEVEL OR OUTSIDE THE ZONE
000260*                     THE OPERATOR NOW HOLDS, ARE FLAGGED AND
000270*                     LISTED AGAIN AT THE END (DD SNOWORPT).  ANY
000280*                     FLAG ENDS THE RUN WITH RC 8.
000290*--------------------------------------------------------------
000300 ENVIRONMENT DIVISION.
000310 CONFIGURATION SECTION.
000320 INPUT-OUTPUT SECTION.
000330 FILE-CONTROL.
000340     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
000350         ORGANIZATION IS LINE SEQUENTIAL
000360         FILE STATUS IS WS-OPERPROF-STATUS.
000370     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000380         ORGANIZATION IS LINE SEQUENTIAL
000390         FILE STATUS IS WS-ROSTER-STATUS.
000400     SELECT ARCHIVE-FILE ASSIGN TO SNOWARCH
000410         ORGANIZATION IS LINE SEQUENTIAL
000420         FILE STATUS IS WS-ARCHIVE-STATUS.
000430     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000440         ORGANIZATION IS LINE SEQUENTIAL
000450         FILE STATUS IS WS-SNOWLOG-STATUS.
000460     SELECT REPORT-FILE ASSIGN TO SNOWORPT
000470         ORGANIZATION IS LINE SEQUENTIAL
000480         FILE STATUS IS WS-REPORT-STATUS.
000490
000500 DATA DIVISION.
000510 FILE SECTION.
000520 FD  OPERATOR-PROFILE-FILE.
000530 01  OPERATOR-PROFILE-RECORD.
000540     COPY OPERPROF.
000550
000560 FD  TERMINAL-ROSTER-FILE.
000570 01  TERMINAL-ROSTER-RECORD.
000580     COPY TERMROST.
000590
000600 FD  ARCHIVE-FILE.
000610 01  ARCHIVE-RECORD                   PIC X(57).
000620
000630 FD  SNOWFALL-LOG-FILE.
000640 01  SNOWFALL-LOG-RECORD              PIC X(57).
000650
000660 FD  REPORT-FILE.
000670 01  REPORT-RECORD                    PIC X(80).
000680
000690 WORKING-STORAGE SECTION.
000700*--------------------------------------------------------------
000710* FILE STATUS AREAS.
000720*--------------------------------------------------------------
000730 77  WS-OPERPROF-STATUS            PIC X(2) VALUE '00'.
000740     88  OPERPROF-OK               VALUE '00'.
000750     88  OPERPROF-EOF              VALUE '10'.
000760
000770 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
000780     88  ROSTER-OK                 VALUE '00'.
000790     88  ROSTER-EOF                VALUE '10'.
000800
000810 77  WS-ARCHIVE-STATUS             PIC X(2) VALUE '00'.
000820     88  ARCHIVE-OK                VALUE '00'.
000830     88  ARCHIVE-EOF               VALUE '10'.
000840
000850 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
000860     88  SNOWLOG-OK                VALUE '00'.
000870     88  SNOWLOG-EOF               VALUE '10'.
000880
000890 77  WS-REPORT-STATUS              PIC X(2) VALUE '00'.
000900     88  REPORT-OK                 VALUE '00'.
000910
000920*--------------------------------------------------------------
000930* ONE EVENT AT A TIME, FROM EITHER SOURCE.  THE ARCHIVE AND
000940* THE LIVE LOG SHARE THE SNOWFALL LOG LAYOUT, SO BOTH ARE READ
000950* INTO THIS ONE AREA AND CLASSIFIED THROUGH ONE PATH.
000960*--------------------------------------------------------------
000970 01  WS-EVENT-AREA.
000980     COPY SNOWLOG.
000990
001000*--------------------------------------------------------------
001010* THE REVIEW PERIOD.  TO= DEFAULTS TO YESTERDAY AND FROM= TO THE
001020* FIRST DAY OF TO='S CALENDAR QUARTER, SO THE UNADORNED RUN ON
001030* THE FIRST DAY OF A QUARTER REVIEWS THE WHOLE QUARTER JUST
001040* ENDED.
001050*--------------------------------------------------------------
001060 77  WS-FROM-X                     PIC X(8) VALUE SPACES.
001070 77  WS-TO-X                       PIC X(8) VALUE SPACES.
001080 77  WS-FROM-DATE                  PIC 9(8) VALUE ZERO.
001090 77  WS-TO-DATE                    PIC 9(8) VALUE ZERO.
001100 77  WS-FROM-DAY-NUM               PIC 9(7) COMP.
001110 77  WS-TO-DAY-NUM                 PIC 9(7) COMP.
001120 77  WS-TODAY-DAY-NUM              PIC 9(7) COMP.
001130 77  WS-QUARTER-IDX                PIC 9(1).
001140
001150 01  WS-DATE-WORK                  PIC 9(8).
001160 01  WS-DATE-WORK-R REDEFINES WS-DATE-WORK.
001170     05  WS-DATE-CCYY             PIC 9(4).
001180     05  WS-DATE-MM               PIC 9(2).
001190     05  WS-DATE-DD               PIC 9(2).
001200
001210*--------------------------------------------------------------
001220* OPERATOR TABLE.  EVERY ID ON THE PROFILE FILE IN FILE ORDER,
001230* THEN EVERY OTHER ID MET ON THE LOG IN THE ORDER FIRST MET.  A
001240* DUPLICATE PROFILE ID KEEPS ITS FIRST RECORD, AS THE SIGN-ON
001250* PROGRAMS DO.  A PROFILE FILE THAT OVERRUNS THE TABLE ABORTS
001260* THE RUN WITH RC 8; AN UNKNOWN ID THAT DOES NOT FIT HAS ITS
001270* EVENTS COUNTED AS NOT REPORTED.
001280*--------------------------------------------------------------
001290 78  MAX-OPERATORS VALUE 500.
001300
001310 77  WS-OVERFLOW-SWITCH            PIC X VALUE 'N'.
001320     88  PROFILE-OVERFLOWED        VALUE 'Y'.
001330
001340 77  WS-OPR-COUNT                  PIC 9(3) COMP VALUE ZERO.
001350 01  WS-OPERATOR-TABLE.
001360     05  WS-OPERATOR-ENTRY OCCURS MAX-OPERATORS TIMES.
001370         10  WS-OPR-ID            PIC X(8).
001380         10  WS-OPR-NAME          PIC X(20).
001390         10  WS-OPR-ON-FILE-SW    PIC X.
001400             88  WS-OPR-ON-FILE   VALUE 'Y'.
001410         10  WS-OPR-LEVEL         PIC 9(1).
001420         10  WS-OPR-ZONE          PIC X(8).
001430         10  WS-OPR-EVENTS        PIC 9(5) COMP.
001440         10  WS-OPR-COUNTS.
001450             15  WS-OPR-CNT       PIC 9(5) COMP OCCURS 8 TIMES.
001460
001470*--------------------------------------------------------------
001480* ROSTER CONSOLES AND THEIR ZONES, TO TELL A ZONE TARGET FROM A
001490* CONSOLE TARGET AND TO FIND THE ZONE A COMMAND LANDED IN.  THE
001500* ROSTER AS IT STANDS TODAY IS THE ONE USED.
001510*--------------------------------------------------------------
001520 78  MAX-ROSTER VALUE 500.
001530
001540 77  WS-ROSTER-COUNT               PIC 9(3) COMP VALUE ZERO.
001550 01  WS-ROSTER-TABLE.
001560     05  WS-ROSTER-ENTRY OCCURS MAX-ROSTER TIMES.
001570         10  WS-ROS-CONSOLE-ID    PIC X(8).
001580         10  WS-ROS-ZONE          PIC X(8).
001590
001600*--------------------------------------------------------------
001610* EVENT TABLE - THE PERIOD'S OPERATOR EVENTS IN LOG ORDER, WHICH
001620* IS DATE ORDER, SO ONE OPERATOR'S ROWS WALKED FRONT TO BACK
001630* COME OUT BY DATE WITHOUT A SORT.  EACH ROW CARRIES WHAT THE
001640* PRINT NEEDS: THE ACTION, THE DETAIL, THE LEVEL THE ACTION
001650* NEEDS TODAY (ZERO FOR NONE), THE COUNT COLUMN IT FALLS IN AND
001660* THE FLAG NOTE (SPACES WHEN NOT FLAGGED).
001670*--------------------------------------------------------------
001680 78  MAX-EVENTS VALUE 5000.
001690
001700 77  WS-EVT-COUNT                  PIC 9(5) COMP VALUE ZERO.
001710 01  WS-EVENT-TABLE.
001720     05  WS-EVENT-ENTRY OCCURS MAX-EVENTS TIMES.
001730         10  WS-EVT-OPR-ROW       PIC 9(3) COMP.
001740         10  WS-EVT-DATE          PIC 9(8).
001750         10  WS-EVT-TIME          PIC 9(8).
001760         10  WS-EVT-ACTION        PIC X(10).
001770         10  WS-EVT-DETAIL        PIC X(24).
001780         10  WS-EVT-NEEDS         PIC 9(1).
001790         10  WS-EVT-COLUMN        PIC 9(1).
001800         10  WS-EVT-FLEET-SW      PIC X.
001810             88  WS-EVT-FLEET     VALUE 'Y'.
001820         10  WS-EVT-NOTE          PIC X(19).
001830
001840*--------------------------------------------------------------
001850* COUNT COLUMNS.  EVERY EVENT FALLS IN ONE OF THE FIRST SIX;
001860* FLEET-WIDE ACTIONS - TARGET=ALL COMMANDS, GENERATION RESTORES,
001870* CHECKPOINT RESETS OF ALL CONSOLES AND CHECKPOINT PURGES - ARE
001880* ALSO COUNTED IN THE SEVENTH, AND FLAGGED EVENTS IN THE EIGHTH.
001890*--------------------------------------------------------------
001900 78  COL-SIGNON VALUE 1.
001910 78  COL-FAILED VALUE 2.
001920 78  COL-REFUSED VALUE 3.
001930 78  COL-SAVES VALUE 4.
001940 78  COL-COMMANDS VALUE 5.
001950 78  COL-OTHER VALUE 6.
001960 78  COL-FLEET VALUE 7.
001970 78  COL-FLAGS VALUE 8.
001980
001990 01  WS-DATE-COUNTS.
002000     05  WS-DTC-CNT               PIC 9(5) COMP OCCURS 8 TIMES.
002010 01  WS-GRAND-COUNTS.
002020     05  WS-GRD-CNT               PIC 9(5) COMP OCCURS 8 TIMES.
002030 01  WS-PRINT-COUNTS.
002040     05  WS-PRT-CNT               PIC 9(5) COMP OCCURS 8 TIMES.
002050 77  WS-TALLY-LABEL                PIC X(20) VALUE SPACES.
002060
002070*--------------------------------------------------------------
002080* COMMAND TARGET RESOLUTION, THE WAY SNOW-COMMAND RESOLVES IT.
002090*--------------------------------------------------------------
002100 77  WS-COMMAND-WORD               PIC X(8) VALUE SPACES.
002110 77  WS-TARGET-ID                  PIC X(8) VALUE SPACES.
002120 77  WS-TARGET-KIND                PIC X VALUE SPACE.
002130     88  TARGET-IS-FLEET           VALUE 'F'.
002140     88  TARGET-IS-ZONE            VALUE 'Z'.
002150     88  TARGET-IS-CONSOLE         VALUE 'C'.
002160     88  TARGET-NOT-ON-ROSTER      VALUE 'U'.
002170 77  WS-TARGET-ZONE                PIC X(8) VALUE SPACES.
002180 77  WS-OUTSIDE-ZONE-SWITCH        PIC X VALUE 'N'.
002190     88  OUTSIDE-ZONE              VALUE 'Y'.
002200
002210*--------------------------------------------------------------
002220* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.
002230*--------------------------------------------------------------
002240 01  WS-PARM-WORK                 PIC X(100).
002250 01  WS-PARM-TOKEN-TABLE.
002260     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
002270 77  WS-TOKEN-IDX                 PIC 9(1).
002280
002290*--------------------------------------------------------------
002300* COUNTS FOR THE REPORT TRAILER AND THE RETURN CODE.
002310*--------------------------------------------------------------
002320 77  WS-RECORDS-READ               PIC 9(7) COMP VALUE ZERO.
002330 77  WS-NOT-REPORTED-COUNT         PIC 9(5) COMP VALUE ZERO.
002340 77  WS-UNKNOWN-ID-COUNT           PIC 9(5) COMP VALUE ZERO.
002350 77  WS-ABOVE-LEVEL-COUNT          PIC 9(5) COMP VALUE ZERO.
002360 77  WS-OUTSIDE-ZONE-COUNT         PIC 9(5) COMP VALUE ZERO.
002370
002380 77  WS-ARCHIVE-SWITCH             PIC X VALUE 'N'.
002390     88  ARCHIVE-NEEDED            VALUE 'Y'.
002400 77  WS-LOG-FIRST-DATE             PIC 9(8) VALUE ZERO.
002410
002420 77  WS-IDX                        PIC 9(3) COMP.
002430 77  WS-OPR-ROW                    PIC 9(3) COMP.
002440 77  WS-EVT-IDX                    PIC 9(5) COMP.
002450 77  WS-COL-IDX                    PIC 9(1) COMP.
002460 77  WS-BREAK-DATE                 PIC 9(8) VALUE ZERO.
002470 77  WS-LOOKUP-ID                  PIC X(8) VALUE SPACES.
002480 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
002490     88  ENTRY-FOUND               VALUE 'Y'.
002500 77  WS-ERROR-SWITCH               PIC X VALUE 'N'.
002510     88  PARM-ERROR                VALUE 'Y'.
002520
002530 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
002540
002550*--------------------------------------------------------------
002560* REPORT LINE LAYOUTS.
002570*--------------------------------------------------------------
002580 01  RPT-HEADING-1.
002590     05  FILLER                   PIC X(42) VALUE
002600         'SNOW-ACCESS  OPERATOR ACCOUNTABILITY DATE '.
002610     05  RPT-HDG-DATE             PIC 9(8).
002620     05  FILLER                   PIC X(30) VALUE SPACES.
002630
002640 01  RPT-PERIOD-LINE.
002650     05  FILLER                   PIC X(7) VALUE 'PERIOD '.
002660     05  RPT-PER-FROM             PIC 9(8).
002670     05  FILLER                   PIC X(4) VALUE ' TO '.
002680     05  RPT-PER-TO               PIC 9(8).
002690     05  FILLER                   PIC X(53) VALUE
002700         '   (LEVELS AND ZONES AS ON THE PROFILE FILE TODAY)'.
002710
002720 01  RPT-OPERATOR-LINE.
002730     05  FILLER                   PIC X(9) VALUE 'OPERATOR '.
002740     05  RPT-OPR-ID               PIC X(8).
002750     05  FILLER                   PIC X(2) VALUE SPACES.
002760     05  RPT-OPR-NAME             PIC X(20).
002770     05  FILLER                   PIC X(12) VALUE '  LEVEL NOW '.
002780     05  RPT-OPR-LEVEL            PIC 9(1).
002790     05  FILLER                   PIC X(7) VALUE '  ZONE '.
002800     05  RPT-OPR-ZONE             PIC X(8).
002810     05  FILLER                   PIC X(13) VALUE SPACES.
002820
002830 01  RPT-UNKNOWN-LINE.
002840     05  FILLER                   PIC X(9) VALUE 'OPERATOR '.
002850     05  RPT-UNK-ID               PIC X(8).
002860     05  FILLER                   PIC X(63) VALUE
002870         '  *** NOT ON THE PROFILE FILE ***'.
002880
002890 01  RPT-EVENT-HEADING.
002900     05  FILLER                   PIC X(40) VALUE
002910         '  DATE      TIME  ACTION      DETAIL    '.
002920     05  FILLER                   PIC X(40) VALUE
002930         '               NEED NOTE'.
002940
002950 01  RPT-EVENT-LINE.
002960     05  FILLER                   PIC X(2) VALUE SPACES.
002970     05  RPT-EVT-DATE             PIC 9(8).
002980     05  FILLER                   PIC X(2) VALUE SPACES.
002990     05  RPT-EVT-TIME             PIC 9(4).
003000     05  FILLER                   PIC X(2) VALUE SPACES.
003010     05  RPT-EVT-ACTION           PIC X(10).
003020     05  FILLER                   PIC X(2) VALUE SPACES.
003030     05  RPT-EVT-DETAIL           PIC X(24).
003040     05  FILLER                   PIC X(3) VALUE SPACES.
003050     05  RPT-EVT-NEEDS            PIC X(1).
003060     05  FILLER                   PIC X(2) VALUE SPACES.
003070     05  RPT-EVT-NOTE             PIC X(19).
003080     05  FILLER                   PIC X(1) VALUE SPACES.
003090
003100 01  RPT-TALLY-HEADING.
003110     05  RPT-THD-LABEL            PIC X(20).
003120     05  FILLER                   PIC X(28) VALUE
003130         ' SIGNON FAILED REFUSD  SAVES'.
003140     05  FILLER                   PIC X(28) VALUE
003150         '  CMNDS  OTHER  FLEET  FLAGS'.
003160     05  FILLER                   PIC X(4) VALUE SPACES.
003170
003180 01  RPT-TALLY-LINE.
003190     05  RPT-TLY-LABEL            PIC X(20).
003200     05  RPT-TLY-CELL OCCURS 8 TIMES.
003210         10  FILLER               PIC X(2).
003220         10  RPT-TLY-VALUE        PIC ZZZZ9.
003230     05  FILLER                   PIC X(4).
003240
003250 01  RPT-SUMMARY-HEADING.
003260     05  FILLER                   PIC X(80) VALUE
003270         'PERIOD SUMMARY BY OPERATOR'.
003280
003290 01  RPT-EXCEPTION-HEADING.
003300     05  FILLER                   PIC X(80) VALUE
003310         '** FLAGGED ACTIONS **'.
003320
003330 01  RPT-EXCEPTION-COLUMNS.
003340     05  FILLER                   PIC X(40) VALUE
003350         'OPERATOR DATE     TIME ACTION     DETAIL'.
003360     05  FILLER                   PIC X(40) VALUE
003370         '                   NOTE'.
003380
003390 01  RPT-EXCEPTION-LINE.
003400     05  RPT-EXC-ID               PIC X(8).
003410     05  FILLER                   PIC X(1) VALUE SPACE.
003420     05  RPT-EXC-DATE             PIC 9(8).
003430     05  FILLER                   PIC X(1) VALUE SPACE.
003440     05  RPT-EXC-TIME             PIC 9(4).
003450     05  FILLER                   PIC X(1) VALUE SPACE.
003460     05  RPT-EXC-ACTION           PIC X(10).
003470     05  FILLER                   PIC X(1) VALUE SPACE.
003480     05  RPT-EXC-DETAIL           PIC X(24).
003490     05  FILLER                   PIC X(1) VALUE SPACE.
003500     05  RPT-EXC-NOTE             PIC X(19).
003510     05  FILLER                   PIC X(2) VALUE SPACES.
003520
003530 01  RPT-NONE-LINE.
003540     05  FILLER                   PIC X(80) VALUE '  NONE'.
003550
003560 01  RPT-COUNT-LINE.
003570     05  FILLER                   PIC X(2) VALUE SPACES.
003580     05  RPT-COUNT-TEXT           PIC X(40).
003590     05  FILLER                   PIC X(2) VALUE SPACES.
003600     05  RPT-COUNT-VALUE          PIC ZZZ,ZZ9.
003610     05  FILLER                   PIC X(29) VALUE SPACES.
003620
003630 01  RPT-OVERFLOW-LINE.
003640     05  FILLER                   PIC X(33) VALUE
003650         '*** OPERATOR PROFILE FILE EXCEEDS'.
003660     05  RPT-OVF-LIMIT            PIC ZZZ9.
003670     05  FILLER                   PIC X(43) VALUE
003680         ' - RUN ABORTED, NO REVIEW PRINTED ***'.
003690
003700 01  RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
003710
003720 LINKAGE SECTION.
003730     COPY PARMAREA.
003740
003750 PROCEDURE DIVISION USING LS-PARM-AREA.
003760*================================================================
003770* 0000-MAINLINE - LOAD TODAY'S PROFILES AND ROSTER, GATHER AND
003780* CROSS-CHECK THE PERIOD'S OPERATOR EVENTS, PRINT THEM BY
003790* OPERATOR AND DATE WITH THE SUMMARY AND THE FLAGS, STOP RUN.
003800*================================================================
003810 0000-MAINLINE.
003820     PERFORM 1000-INITIALIZE THRU 1000-EXIT
003830     IF PARM-ERROR
003840         MOVE 8 TO RETURN-CODE
003850         STOP RUN
003860     END-IF
003870     IF PROFILE-OVERFLOWED
003880         MOVE MAX-OPERATORS TO RPT-OVF-LIMIT
003890         WRITE REPORT-RECORD FROM RPT-OVERFLOW-LINE
003900         CLOSE REPORT-FILE
003910         MOVE 8 TO RETURN-CODE
003920         STOP RUN
003930     END-IF
003940     PERFORM 3000-SCAN-EVENTS THRU 3000-EXIT
003950     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
003960     PERFORM 5000-TERMINATE THRU 5000-EXIT
003970     STOP RUN.
003980
003990*----------------------------------------------------------------
004000* 1000-INITIALIZE - PARSE AND CHECK THE PARM, LOAD THE PROFILE
004010* FILE AND THE ROSTER, OPEN THE REPORT.  WITH NO PROFILE FILE
004020* THERE IS NOTHING TO CROSS-CHECK AGAINST, SO THE RUN FAILS.
004030*----------------------------------------------------------------
004040 1000-INITIALIZE.
004050     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
004060     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
004070     PERFORM 1150-CHECK-PERIOD THRU 1150-EXIT
004080     IF PARM-ERROR
004090         GO TO 1000-EXIT
004100     END-IF
004110     PERFORM 1200-LOAD-PROFILES THRU 1200-EXIT
004120     IF PARM-ERROR
004130         GO TO 1000-EXIT
004140     END-IF
004150     PERFORM 1300-LOAD-ROSTER THRU 1300-EXIT
004160     OPEN OUTPUT REPORT-FILE.
004170 1000-EXIT.
004180     EXIT.
004190
004200 1100-PARSE-PARM.
004210     MOVE SPACES TO WS-PARM-WORK
004220     MOVE SPACES TO WS-PARM-TOKEN-TABLE
004230     IF LS-PARM-LENGTH > ZERO
004240         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
004250         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
004260             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
004270                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
004280                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
004290         END-UNSTRING
004300         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
004310             VARYING WS-TOKEN-IDX FROM 1 BY 1
004320             UNTIL WS-TOKEN-IDX > 6
004330     END-IF.
004340 1100-EXIT.
004350     EXIT.
004360
004370 1110-EVAL-TOKEN.
004380     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'FROM='
004390         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-FROM-X
004400     END-IF
004410     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:3) = 'TO='
004420         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(4:8) TO WS-TO-X
004430     END-IF.
004440 1110-EXIT.
004450     EXIT.
004460
004470*----------------------------------------------------------------
004480* 1150-CHECK-PERIOD - TO= DEFAULTS TO YESTERDAY, THE LAST WHOLE
004490* DAY; FROM= DEFAULTS TO THE FIRST DAY OF TO='S QUARTER.  A DATE
004500* THAT DOES NOT SURVIVE THE ROUND TRIP THROUGH A DAY NUMBER IS
004510* NOT A CALENDAR DATE.  THE PERIOD MAY NOT RUN PAST TODAY.
004520*----------------------------------------------------------------
004530 1150-CHECK-PERIOD.
004540     COMPUTE WS-TODAY-DAY-NUM =
004550         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
004560     IF WS-TO-X = SPACES
004570         COMPUTE WS-TO-DATE =
004580             FUNCTION DATE-OF-INTEGER(WS-TODAY-DAY-NUM - 1)
004590     ELSE
004600         IF WS-TO-X NOT NUMERIC
004610             DISPLAY 'SNOW-ACCESS: TO= MUST BE CCYYMMDD'
004620             SET PARM-ERROR TO TRUE
004630             GO TO 1150-EXIT
004640         END-IF
004650         MOVE WS-TO-X TO WS-TO-DATE
004660     END-IF
004670     IF WS-FROM-X = SPACES
004680         MOVE WS-TO-DATE TO WS-DATE-WORK
004690         COMPUTE WS-QUARTER-IDX = (WS-DATE-MM - 1) / 3
004700         COMPUTE WS-DATE-MM = WS-QUARTER-IDX * 3 + 1
004710         MOVE 1 TO WS-DATE-DD
004720         MOVE WS-DATE-WORK TO WS-FROM-DATE
004730     ELSE
004740         IF WS-FROM-X NOT NUMERIC
004750             DISPLAY 'SNOW-ACCESS: FROM= MUST BE CCYYMMDD'
004760             SET PARM-ERROR TO TRUE
004770             GO TO 1150-EXIT
004780         END-IF
004790         MOVE WS-FROM-X TO WS-FROM-DATE
004800     END-IF
004810     COMPUTE WS-FROM-DAY-NUM =
004820         FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
004830     COMPUTE WS-TO-DAY-NUM =
004840         FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
004850     COMPUTE WS-DATE-WORK =
004860         FUNCTION DATE-OF-INTEGER(WS-FROM-DAY-NUM)
004870     IF WS-FROM-DAY-NUM = ZERO OR WS-DATE-WORK NOT = WS-FROM-DATE
004880         DISPLAY 'SNOW-ACCESS: FROM= ' WS-FROM-DATE
004890             ' IS NOT A CALENDAR DATE'
004900         SET PARM-ERROR TO TRUE
004910         GO TO 1150-EXIT
004920     END-IF
004930     COMPUTE WS-DATE-WORK =
004940         FUNCTION DATE-OF-INTEGER(WS-TO-DAY-NUM)
004950     IF WS-TO-DAY-NUM = ZERO OR WS-DATE-WORK NOT = WS-TO-DATE
004960         DISPLAY 'SNOW-ACCESS: TO= ' WS-TO-DATE
004970             ' IS NOT A CALENDAR DATE'
004980         SET PARM-ERROR TO TRUE
004990         GO TO 1150-EXIT
005000     END-IF
005010     IF WS-TO-DATE > WS-TODAY-CCYYMMDD
005020         DISPLAY 'SNOW-ACCESS: TO= MAY NOT BE AFTER TODAY'
005030         SET PARM-ERROR TO TRUE
005040         GO TO 1150-EXIT
005050     END-IF
005060     IF WS-FROM-DAY-NUM > WS-TO-DAY-NUM
005070         DISPLAY 'SNOW-ACCESS: FROM= IS AFTER TO='
005080         SET PARM-ERROR TO TRUE
005090     END-IF.
005100 1150-EXIT.
005110     EXIT.
005120
005130*----------------------------------------------------------------
005140* 1200-LOAD-PROFILES - TODAY'S PROFILE FILE INTO THE OPERATOR
005150* TABLE, WITH A PROBE READ WHEN THE TABLE FILLS SO A FILE THAT
005160* FITS EXACTLY IS NOT MISTAKEN FOR ONE THAT OVERRAN.
005170*----------------------------------------------------------------
005180 1200-LOAD-PROFILES.
005190     OPEN INPUT OPERATOR-PROFILE-FILE
005200     IF NOT OPERPROF-OK
005210         DISPLAY 'SNOW-ACCESS: NO OPERATOR PROFILE FILE - '
005220             'NOTHING TO CROSS-CHECK AGAINST'
005230         SET PARM-ERROR TO TRUE
005240         GO TO 1200-EXIT
005250     END-IF
005260     PERFORM 1210-LOAD-ONE-PROFILE THRU 1210-EXIT
005270         UNTIL OPERPROF-EOF OR WS-OPR-COUNT >= MAX-OPERATORS
005280     IF NOT OPERPROF-EOF
005290         READ OPERATOR-PROFILE-FILE
005300             AT END
005310                 MOVE '10' TO WS-OPERPROF-STATUS
005320         END-READ
005330     END-IF
005340     IF NOT OPERPROF-EOF
005350         SET PROFILE-OVERFLOWED TO TRUE
005360         DISPLAY 'SNOW-ACCESS: *** PROFILE FILE EXCEEDS '
005370             MAX-OPERATORS ' ENTRIES - RUN ABORTED ***'
005380     END-IF
005390     CLOSE OPERATOR-PROFILE-FILE.
005400 1200-EXIT.
005410     EXIT.
005420
005430 1210-LOAD-ONE-PROFILE.
005440     READ OPERATOR-PROFILE-FILE
005450         AT END
005460             MOVE '10' TO WS-OPERPROF-STATUS
005470             GO TO 1210-EXIT
005480     END-READ
005490     MOVE OPR-OPER-ID OF OPERATOR-PROFILE-RECORD TO WS-LOOKUP-ID
005500     PERFORM 2000-FIND-OPERATOR-ROW THRU 2000-EXIT
005510     IF ENTRY-FOUND
005520         GO TO 1210-EXIT
005530     END-IF
005540     PERFORM 2100-ADD-OPERATOR-ROW THRU 2100-EXIT
005550     MOVE OPR-NAME OF OPERATOR-PROFILE-RECORD
005560         TO WS-OPR-NAME(WS-OPR-ROW)
005570     MOVE 'Y' TO WS-OPR-ON-FILE-SW(WS-OPR-ROW)
005580     MOVE OPR-AUTH-LEVEL OF OPERATOR-PROFILE-RECORD
005590         TO WS-OPR-LEVEL(WS-OPR-ROW)
005600     MOVE OPR-ZONE OF OPERATOR-PROFILE-RECORD
005610         TO WS-OPR-ZONE(WS-OPR-ROW).
005620 1210-EXIT.
005630     EXIT.
005640
005650*----------------------------------------------------------------
005660* 1300-LOAD-ROSTER - CONSOLE IDS AND ZONES.  NO ROSTER LEAVES
005670* EVERY COMMAND TARGET BUT ALL AN UNKNOWN CONSOLE, AS IN
005680* SNOW-COMMAND; A ROSTER TOO BIG FOR THE TABLE IS TRUNCATED WITH
005690* A WARNING, THE WAY SNOW-STATUS TREATS IT.
005700*----------------------------------------------------------------
005710 1300-LOAD-ROSTER.
005720     OPEN INPUT TERMINAL-ROSTER-FILE
005730     IF NOT ROSTER-OK
005740         GO TO 1300-EXIT
005750     END-IF
005760     PERFORM 1310-LOAD-ONE-ROSTER THRU 1310-EXIT
005770         UNTIL ROSTER-EOF OR WS-ROSTER-COUNT >= MAX-ROSTER
005780     IF NOT ROSTER-EOF
005790         READ TERMINAL-ROSTER-FILE
005800             AT END
005810                 MOVE '10' TO WS-ROSTER-STATUS
005820         END-READ
005830     END-IF
005840     IF NOT ROSTER-EOF
005850         DISPLAY 'SNOW-ACCESS: ROSTER EXCEEDS ' MAX-ROSTER
005860             ' - TARGETS PAST IT READ AS UNKNOWN CONSOLES'
005870     END-IF
005880     CLOSE TERMINAL-ROSTER-FILE.
005890 1300-EXIT.
005900     EXIT.
005910
005920 1310-LOAD-ONE-ROSTER.
005930     READ TERMINAL-ROSTER-FILE
005940         AT END
005950             MOVE '10' TO WS-ROSTER-STATUS
005960             GO TO 1310-EXIT
005970     END-READ
005980     ADD 1 TO WS-ROSTER-COUNT
005990     MOVE TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
006000         TO WS-ROS-CONSOLE-ID(WS-ROSTER-COUNT)
006010     MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
006020         TO WS-ROS-ZONE(WS-ROSTER-COUNT).
006030 1310-EXIT.
006040     EXIT.
006050
006060*----------------------------------------------------------------
006070* 2000-FIND-OPERATOR-ROW - LOOK UP WS-LOOKUP-ID IN THE OPERATOR
006080* TABLE.  LEAVES WS-OPR-ROW POINTING AT THE MATCH WHEN FOUND.
006090*----------------------------------------------------------------
006100 2000-FIND-OPERATOR-ROW.
006110     MOVE 'N' TO WS-FOUND-SWITCH
006120     MOVE ZERO TO WS-OPR-ROW
006130     PERFORM 2010-TEST-OPERATOR-ROW THRU 2010-EXIT
006140         VARYING WS-IDX FROM 1 BY 1
006150         UNTIL WS-IDX > WS-OPR-COUNT OR ENTRY-FOUND.
006160 2000-EXIT.
006170     EXIT.
006180
006190 2010-TEST-OPERATOR-ROW.
006200     IF WS-OPR-ID(WS-IDX) = WS-LOOKUP-ID
006210         MOVE WS-IDX TO WS-OPR-ROW
006220         SET ENTRY-FOUND TO TRUE
006230     END-IF.
006240 2010-EXIT.
006250     EXIT.
006260
006270*----------------------------------------------------------------
006280* 2100-ADD-OPERATOR-ROW - OPEN A ROW FOR WS-LOOKUP-ID AS AN ID
006290* NOT ON THE PROFILE FILE; THE PROFILE LOAD FILLS IN THE REST.
006300* THE CALLER HAS MADE SURE THERE IS ROOM.
006310*----------------------------------------------------------------
006320 2100-ADD-OPERATOR-ROW.
006330     ADD 1 TO WS-OPR-COUNT
006340     MOVE WS-OPR-COUNT TO WS-OPR-ROW
006350     MOVE WS-LOOKUP-ID TO WS-OPR-ID(WS-OPR-ROW)
006360     MOVE SPACES TO WS-OPR-NAME(WS-OPR-ROW)
006370     MOVE 'N' TO WS-OPR-ON-FILE-SW(WS-OPR-ROW)
006380     MOVE ZERO TO WS-OPR-LEVEL(WS-OPR-ROW)
006390     MOVE SPACES TO WS-OPR-ZONE(WS-OPR-ROW)
006400     MOVE ZERO TO WS-OPR-EVENTS(WS-OPR-ROW)
006410     PERFORM 2110-CLEAR-ONE-COUNT THRU 2110-EXIT
006420         VARYING WS-COL-IDX FROM 1 BY 1
006430         UNTIL WS-COL-IDX > 8.
006440 2100-EXIT.
006450     EXIT.
006460
006470 2110-CLEAR-ONE-COUNT.
006480     MOVE ZERO TO WS-OPR-CNT(WS-OPR-ROW, WS-COL-IDX).
006490 2110-EXIT.
006500     EXIT.
006510
006520*----------------------------------------------------------------
006530* 2200-RESOLVE-TARGET - SORT WS-TARGET-ID INTO ALL, A ROSTER
006540* CONSOLE, A ZONE OR AN UNKNOWN CONSOLE, AND FIND THE ZONE IT
006550* LIES IN, BY SNOW-COMMAND'S RULES - A CONSOLE ID WINS OVER A
006560* ZONE CODE OF THE SAME NAME.
006570*----------------------------------------------------------------
006580 2200-RESOLVE-TARGET.
006590     MOVE SPACES TO WS-TARGET-ZONE
006600     IF WS-TARGET-ID = 'ALL     '
006610         SET TARGET-IS-FLEET TO TRUE
006620         GO TO 2200-EXIT
006630     END-IF
006640     SET TARGET-NOT-ON-ROSTER TO TRUE
006650     PERFORM 2210-TEST-ROSTER-ROW THRU 2210-EXIT
006660         VARYING WS-IDX FROM 1 BY 1
006670         UNTIL WS-IDX > WS-ROSTER-COUNT OR TARGET-IS-CONSOLE.
006680 2200-EXIT.
006690     EXIT.
006700
006710 2210-TEST-ROSTER-ROW.
006720     IF WS-ROS-CONSOLE-ID(WS-IDX) = WS-TARGET-ID
006730         SET TARGET-IS-CONSOLE TO TRUE
006740         MOVE WS-ROS-ZONE(WS-IDX) TO WS-TARGET-ZONE
006750         GO TO 2210-EXIT
006760     END-IF
006770     IF WS-ROS-ZONE(WS-IDX) = WS-TARGET-ID
006780         SET TARGET-IS-ZONE TO TRUE
006790         MOVE WS-TARGET-ID TO WS-TARGET-ZONE
006800     END-IF.
006810 2210-EXIT.
006820     EXIT.
006830
006840*----------------------------------------------------------------
006850* 3000-SCAN-EVENTS - THE LIVE LOG ONLY HOLDS THE RETENTION
006860* WINDOW.  WHEN THE PERIOD STARTS BEFORE THE FIRST LIVE RECORD
006870* THE ARCHIVE IS READ FIRST, SO THE EVENTS STILL ARRIVE OLDEST
006880* TO NEWEST, AS SNOW-AVAIL READS THEM.
006890*----------------------------------------------------------------
006900 3000-SCAN-EVENTS.
006910     PERFORM 3010-CHECK-ARCHIVE-NEEDED THRU 3010-EXIT
006920     IF ARCHIVE-NEEDED
006930         PERFORM 3100-SCAN-ARCHIVE THRU 3100-EXIT
006940     END-IF
006950     PERFORM 3200-SCAN-LIVE-LOG THRU 3200-EXIT.
006960 3000-EXIT.
006970     EXIT.
006980
006990 3010-CHECK-ARCHIVE-NEEDED.
007000     SET ARCHIVE-NEEDED TO TRUE
007010     OPEN INPUT SNOWFALL-LOG-FILE
007020     IF NOT SNOWLOG-OK
007030         GO TO 3010-EXIT
007040     END-IF
007050     READ SNOWFALL-LOG-FILE
007060         AT END
007070             MOVE '10' TO WS-SNOWLOG-STATUS
007080     END-READ
007090     IF SNOWLOG-OK
007100         MOVE SNOWFALL-LOG-RECORD TO WS-EVENT-AREA
007110         MOVE LOG-EVENT-DATE OF WS-EVENT-AREA
007120             TO WS-LOG-FIRST-DATE
007130         IF WS-FROM-DATE NOT < WS-LOG-FIRST-DATE
007140             MOVE 'N' TO WS-ARCHIVE-SWITCH
007150         END-IF
007160     END-IF
007170     CLOSE SNOWFALL-LOG-FILE
007180     MOVE '00' TO WS-SNOWLOG-STATUS.
007190 3010-EXIT.
007200     EXIT.
007210
007220 3100-SCAN-ARCHIVE.
007230     OPEN INPUT ARCHIVE-FILE
007240     IF NOT ARCHIVE-OK
007250         DISPLAY 'SNOW-ACCESS: NO ARCHIVE DATA - LIVE LOG ONLY'
007260         GO TO 3100-EXIT
007270     END-IF
007280     PERFORM 3110-READ-ONE-ARCHIVE THRU 3110-EXIT
007290         UNTIL ARCHIVE-EOF
007300     CLOSE ARCHIVE-FILE.
007310 3100-EXIT.
007320     EXIT.
007330
007340 3110-READ-ONE-ARCHIVE.
007350     READ ARCHIVE-FILE
007360         AT END
007370             MOVE '10' TO WS-ARCHIVE-STATUS
007380             GO TO 3110-EXIT
007390     END-READ
007400     MOVE ARCHIVE-RECORD TO WS-EVENT-AREA
007410     PERFORM 3300-PROCESS-EVENT THRU 3300-EXIT.
007420 3110-EXIT.
007430     EXIT.
007440
007450 3200-SCAN-LIVE-LOG.
007460     OPEN INPUT SNOWFALL-LOG-FILE
007470     IF NOT SNOWLOG-OK
007480         DISPLAY 'SNOW-ACCESS: NO LIVE LOG - ARCHIVES ONLY'
007490         GO TO 3200-EXIT
007500     END-IF
007510     PERFORM 3210-READ-ONE-LIVE THRU 3210-EXIT
007520         UNTIL SNOWLOG-EOF
007530     CLOSE SNOWFALL-LOG-FILE.
007540 3200-EXIT.
007550     EXIT.
007560
007570 3210-READ-ONE-LIVE.
007580     READ SNOWFALL-LOG-FILE
007590         AT END
007600             MOVE '10' TO WS-SNOWLOG-STATUS
007610             GO TO 3210-EXIT
007620     END-READ
007630     MOVE SNOWFALL-LOG-RECORD TO WS-EVENT-AREA
007640     PERFORM 3300-PROCESS-EVENT THRU 3300-EXIT.
007650 3210-EXIT.
007660     EXIT.
007670
007680*----------------------------------------------------------------
007690* 3300-PROCESS-EVENT - KEEP THE PERIOD'S OPERATOR EVENTS: SIGN-
007700* ONS, FAILED SIGN-ONS AND REFUSALS FROM THE SIGN-ON PROGRAMS,
007710* MAINT SAVES, CMND COMMANDS, AND GEN AND CKPT WORK.  A GEN
007720* UNDER BATCH IS AN UNSIGNED SCHEDULED SNAPSHOT, NOBODY'S ACTION;
007730* A CKPT RUN STAMPS BEFORE AND AFTER TOTALS, AND ONLY THE AFTER
007740* STAMP IS TAKEN SO THE RUN COUNTS ONCE.
007750*----------------------------------------------------------------
007760 3300-PROCESS-EVENT.
007770     ADD 1 TO WS-RECORDS-READ
007780     IF LOG-EVENT-DATE OF WS-EVENT-AREA < WS-FROM-DATE
007790             OR LOG-EVENT-DATE OF WS-EVENT-AREA > WS-TO-DATE
007800         GO TO 3300-EXIT
007810     END-IF
007820     EVALUATE LOG-EVENT-TYPE OF WS-EVENT-AREA
007830         WHEN 'SGNON'
007840         WHEN 'SGNFL'
007850         WHEN 'REFUS'
007860         WHEN 'MAINT'
007870         WHEN 'CMND '
007880             CONTINUE
007890         WHEN 'GEN  '
007900             IF LOG-JOB-ID OF WS-EVENT-AREA = 'BATCH'
007910                 GO TO 3300-EXIT
007920             END-IF
007930         WHEN 'CKPT '
007940             IF LOG-STOP-REASON OF WS-EVENT-AREA(7:6)
007950                     NOT = 'AFTER '
007960                 GO TO 3300-EXIT
007970             END-IF
007980         WHEN OTHER
007990             GO TO 3300-EXIT
008000     END-EVALUATE
008010     IF LOG-JOB-ID OF WS-EVENT-AREA = SPACES
008020         GO TO 3300-EXIT
008030     END-IF
008040     MOVE LOG-JOB-ID OF WS-EVENT-AREA TO WS-LOOKUP-ID
008050     PERFORM 2000-FIND-OPERATOR-ROW THRU 2000-EXIT
008060     IF NOT ENTRY-FOUND
008070         IF WS-OPR-COUNT >= MAX-OPERATORS
008080             ADD 1 TO WS-NOT-REPORTED-COUNT
008090             GO TO 3300-EXIT
008100         END-IF
008110         PERFORM 2100-ADD-OPERATOR-ROW THRU 2100-EXIT
008120     END-IF
008130     IF WS-EVT-COUNT >= MAX-EVENTS
008140         ADD 1 TO WS-NOT-REPORTED-COUNT
008150         GO TO 3300-EXIT
008160     END-IF
008170     ADD 1 TO WS-EVT-COUNT
008180     MOVE WS-EVT-COUNT TO WS-EVT-IDX
008190     ADD 1 TO WS-OPR-EVENTS(WS-OPR-ROW)
008200     MOVE WS-OPR-ROW TO WS-EVT-OPR-ROW(WS-EVT-IDX)
008210     MOVE LOG-EVENT-DATE OF WS-EVENT-AREA
008220         TO WS-EVT-DATE(WS-EVT-IDX)
008230     MOVE LOG-EVENT-TIME OF WS-EVENT-AREA
008240         TO WS-EVT-TIME(WS-EVT-IDX)
008250     MOVE LOG-STOP-REASON OF WS-EVENT-AREA
008260         TO WS-EVT-DETAIL(WS-EVT-IDX)
008270     MOVE ZERO TO WS-EVT-NEEDS(WS-EVT-IDX)
008280     MOVE 'N' TO WS-EVT-FLEET-SW(WS-EVT-IDX)
008290     MOVE SPACES TO WS-EVT-NOTE(WS-EVT-IDX)
008300     MOVE 'N' TO WS-OUTSIDE-ZONE-SWITCH
008310     PERFORM 3400-CLASSIFY-EVENT THRU 3400-EXIT
008320     PERFORM 3500-FLAG-EVENT THRU 3500-EXIT.
008330 3300-EXIT.
008340     EXIT.
008350
008360*----------------------------------------------------------------
008370* 3400-CLASSIFY-EVENT - THE ACTION NAME, COUNT COLUMN AND LEVEL
008380* NEEDED TODAY FOR THE EVENT IN WS-EVT-IDX.  THE LEVELS ARE THE
008390* ONES THE PROGRAMS ENFORCE: UPDATE (2) TO SAVE A FILE, COMMAND
008400* ONE CONSOLE OR RESET NAMED CONSOLES' CHECKPOINTS; SUPERVISOR
008410* (3) FOR TARGET=ALL OR A ZONE, A GENERATION RESTORE, A
008420* CHECKPOINT RESET OF ALL CONSOLES (RSALL) OR A CHECKPOINT PURGE.
008430* THE LAST TWO ARE ALSO DENIED TO AN OPERATOR HELD TO A ZONE.  A
008440* SNAPSHOT NEEDS NO AUTHORITY.  SIGN-ONS AND REFUSALS NEED NONE -
008450* A REFUSED ACTION WAS NEVER TAKEN.
008460*----------------------------------------------------------------
008470 3400-CLASSIFY-EVENT.
008480     EVALUATE LOG-EVENT-TYPE OF WS-EVENT-AREA
008490         WHEN 'SGNON'
008500             MOVE 'SIGN-ON' TO WS-EVT-ACTION(WS-EVT-IDX)
008510             MOVE COL-SIGNON TO WS-EVT-COLUMN(WS-EVT-IDX)
008520         WHEN 'SGNFL'
008530             MOVE 'SIGN-FAIL' TO WS-EVT-ACTION(WS-EVT-IDX)
008540             MOVE COL-FAILED TO WS-EVT-COLUMN(WS-EVT-IDX)
008550         WHEN 'REFUS'
008560             MOVE 'REFUSED' TO WS-EVT-ACTION(WS-EVT-IDX)
008570             MOVE COL-REFUSED TO WS-EVT-COLUMN(WS-EVT-IDX)
008580         WHEN 'MAINT'
008590             MOVE 'SAVE' TO WS-EVT-ACTION(WS-EVT-IDX)
008600             MOVE COL-SAVES TO WS-EVT-COLUMN(WS-EVT-IDX)
008610             MOVE 2 TO WS-EVT-NEEDS(WS-EVT-IDX)
008620         WHEN 'CMND '
008630             PERFORM 3410-CLASSIFY-COMMAND THRU 3410-EXIT
008640         WHEN 'GEN  '
008650             MOVE COL-OTHER TO WS-EVT-COLUMN(WS-EVT-IDX)
008660             IF LOG-STOP-REASON OF WS-EVENT-AREA(1:8) = 'RESTORED'
008670                 MOVE 'RESTORE' TO WS-EVT-ACTION(WS-EVT-IDX)
008680                 MOVE 3 TO WS-EVT-NEEDS(WS-EVT-IDX)
008690                 MOVE 'Y' TO WS-EVT-FLEET-SW(WS-EVT-IDX)
008700             ELSE
008710                 MOVE 'SNAPSHOT' TO WS-EVT-ACTION(WS-EVT-IDX)
008720             END-IF
008730         WHEN 'CKPT '
008740             PERFORM 3420-CLASSIFY-CHECKPOINT THRU 3420-EXIT
008750     END-EVALUATE.
008760 3400-EXIT.
008770     EXIT.
008780
008790*----------------------------------------------------------------
008800* 3410-CLASSIFY-COMMAND - THE CMND STAMP CARRIES THE COMMAND WORD
008810* AND TARGET IN 1-18 (THE SEQUENCE NUMBER FOLLOWS).  AN OPERATOR
008820* NOW HELD TO A ZONE MAY NOT COMMAND THE FLEET OR ANY TARGET
008830* OUTSIDE THE ZONE, AS SNOW-COMMAND ENFORCES TODAY.
008840*----------------------------------------------------------------
008850 3410-CLASSIFY-COMMAND.
008860     MOVE 'COMMAND' TO WS-EVT-ACTION(WS-EVT-IDX)
008870     MOVE COL-COMMANDS TO WS-EVT-COLUMN(WS-EVT-IDX)
008880     MOVE LOG-STOP-REASON OF WS-EVENT-AREA(1:18)
008890         TO WS-EVT-DETAIL(WS-EVT-IDX)
008900     MOVE SPACES TO WS-COMMAND-WORD
008910     MOVE SPACES TO WS-TARGET-ID
008920     UNSTRING LOG-STOP-REASON OF WS-EVENT-AREA(1:18)
008930         DELIMITED BY ALL SPACE
008940         INTO WS-COMMAND-WORD WS-TARGET-ID
008950     END-UNSTRING
008960     PERFORM 2200-RESOLVE-TARGET THRU 2200-EXIT
008970     MOVE 2 TO WS-EVT-NEEDS(WS-EVT-IDX)
008980     IF TARGET-IS-FLEET OR TARGET-IS-ZONE
008990         MOVE 3 TO WS-EVT-NEEDS(WS-EVT-IDX)
009000     END-IF
009010     IF TARGET-IS-FLEET
009020         MOVE 'Y' TO WS-EVT-FLEET-SW(WS-EVT-IDX)
009030     END-IF
009040     IF WS-OPR-ZONE(WS-OPR-ROW) = SPACES
009050         GO TO 3410-EXIT
009060     END-IF
009070     IF TARGET-IS-FLEET
009080             OR WS-TARGET-ZONE NOT = WS-OPR-ZONE(WS-OPR-ROW)
009090         SET OUTSIDE-ZONE TO TRUE
009100     END-IF.
009110 3410-EXIT.
009120     EXIT.
009130
009140*----------------------------------------------------------------
009150* 3420-CLASSIFY-CHECKPOINT - THE CKPT STAMP NAMES THE RUN IN 1-5:
009160* RESET FOR NAMED CONSOLES, RSALL FOR CONSOLE=ALL, PURGE.  THE
009170* LAST TWO ARE FLEET-WIDE, NEED SUPERVISOR AUTHORITY AND ARE
009180* REFUSED BY SNOW-CKPT TO AN OPERATOR HELD TO A ZONE.
009190*----------------------------------------------------------------
009200 3420-CLASSIFY-CHECKPOINT.
009210     MOVE COL-OTHER TO WS-EVT-COLUMN(WS-EVT-IDX)
009220     EVALUATE LOG-STOP-REASON OF WS-EVENT-AREA(1:5)
009230         WHEN 'PURGE'
009240             MOVE 'CKPT PURGE' TO WS-EVT-ACTION(WS-EVT-IDX)
009250         WHEN 'RSALL'
009260             MOVE 'CKPT RSALL' TO WS-EVT-ACTION(WS-EVT-IDX)
009270         WHEN OTHER
009280             MOVE 'CKPT RESET' TO WS-EVT-ACTION(WS-EVT-IDX)
009290             MOVE 2 TO WS-EVT-NEEDS(WS-EVT-IDX)
009300             GO TO 3420-EXIT
009310     END-EVALUATE
009320     MOVE 3 TO WS-EVT-NEEDS(WS-EVT-IDX)
009330     MOVE 'Y' TO WS-EVT-FLEET-SW(WS-EVT-IDX)
009340     IF WS-OPR-ZONE(WS-OPR-ROW) NOT = SPACES
009350         SET OUTSIDE-ZONE TO TRUE
009360     END-IF.
009370 3420-EXIT.
009380     EXIT.
009390
009400*----------------------------------------------------------------
009410* 3500-FLAG-EVENT - CROSS-CHECK THE EVENT AGAINST TODAY'S
009420* PROFILE.  A FAILED SIGN-ON IS THE ATTEMPT ITSELF AND IS NEVER
009430* FLAGGED; ANYTHING ELSE UNDER AN ID NO LONGER ON THE FILE IS.
009440* OTHERWISE AN ACTION NEEDING MORE THAN THE LEVEL NOW HELD, OR
009450* LANDING OUTSIDE THE ZONE NOW HELD, IS FLAGGED.  ONE NOTE PER
009460* EVENT, IN THAT ORDER.
009470*----------------------------------------------------------------
009480 3500-FLAG-EVENT.
009490     IF LOG-EVENT-TYPE OF WS-EVENT-AREA = 'SGNFL'
009500         GO TO 3500-EXIT
009510     END-IF
009520     IF NOT WS-OPR-ON-FILE(WS-OPR-ROW)
009530         MOVE '** ID NOT ON FILE' TO WS-EVT-NOTE(WS-EVT-IDX)
009540         ADD 1 TO WS-UNKNOWN-ID-COUNT
009550         GO TO 3500-EXIT
009560     END-IF
009570     IF WS-EVT-NEEDS(WS-EVT-IDX) > WS-OPR-LEVEL(WS-OPR-ROW)
009580         MOVE '** ABOVE LEVEL' TO WS-EVT-NOTE(WS-EVT-IDX)
009590         MOVE WS-OPR-LEVEL(WS-OPR-ROW)
009600             TO WS-EVT-NOTE(WS-EVT-IDX)(16:1)
009610         ADD 1 TO WS-ABOVE-LEVEL-COUNT
009620         GO TO 3500-EXIT
009630     END-IF
009640     IF OUTSIDE-ZONE
009650         MOVE '** OUTSIDE ZONE' TO WS-EVT-NOTE(WS-EVT-IDX)
009660         ADD 1 TO WS-OUTSIDE-ZONE-COUNT
009670     END-IF.
009680 3500-EXIT.
009690     EXIT.
009700
009710*----------------------------------------------------------------
009720* 4000-PRINT-REPORT - HEADINGS, ONE SECTION PER OPERATOR WITH
009730* ACTIVITY IN PROFILE-FILE ORDER (UNKNOWN IDS AFTER), THE PERIOD
009740* SUMMARY FOR EVERY OPERATOR, THE FLAGGED ACTIONS AND THE
009750* TRAILER COUNTS.
009760*----------------------------------------------------------------
009770 4000-PRINT-REPORT.
009780     MOVE WS-TODAY-CCYYMMDD TO RPT-HDG-DATE
009790     WRITE REPORT-RECORD FROM RPT-HEADING-1
009800     MOVE WS-FROM-DATE TO RPT-PER-FROM
009810     MOVE WS-TO-DATE TO RPT-PER-TO
009820     WRITE REPORT-RECORD FROM RPT-PERIOD-LINE
009830     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
009840     PERFORM 4050-CLEAR-ONE-GRAND THRU 4050-EXIT
009850         VARYING WS-COL-IDX FROM 1 BY 1
009860         UNTIL WS-COL-IDX > 8
009870     IF WS-EVT-COUNT = ZERO
009880         WRITE REPORT-RECORD FROM RPT-NONE-LINE
009890         WRITE REPORT-RECORD FROM RPT-BLANK-LINE
009900     END-IF
009910     PERFORM 4100-PRINT-OPERATOR THRU 4100-EXIT
009920         VARYING WS-OPR-ROW FROM 1 BY 1
009930         UNTIL WS-OPR-ROW > WS-OPR-COUNT
009940     PERFORM 4300-PRINT-SUMMARY THRU 4300-EXIT
009950     PERFORM 4400-PRINT-EXCEPTIONS THRU 4400-EXIT
009960     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
009970     PERFORM 4500-PRINT-COUNTS THRU 4500-EXIT.
009980 4000-EXIT.
009990     EXIT.
010000
010010 4050-CLEAR-ONE-GRAND.
010020     MOVE ZERO TO WS-GRD-CNT(WS-COL-IDX).
010030 4050-EXIT.
010040     EXIT.
010050
010060*----------------------------------------------------------------
010070* 4100-PRINT-OPERATOR - ONE OPERATOR'S EVENTS IN DATE ORDER,
010080* THEN A COUNT LINE PER DATE AND THE PERIOD TOTAL.  AN OPERATOR
010090* WITH NO EVENTS IN THE PERIOD HAS NO SECTION, ONLY A SUMMARY
010100* LINE.
010110*----------------------------------------------------------------
010120 4100-PRINT-OPERATOR.
010130     IF WS-OPR-EVENTS(WS-OPR-ROW) = ZERO
010140         GO TO 4100-EXIT
010150     END-IF
010160     IF WS-OPR-ON-FILE(WS-OPR-ROW)
010170         MOVE WS-OPR-ID(WS-OPR-ROW) TO RPT-OPR-ID
010180         MOVE WS-OPR-NAME(WS-OPR-ROW) TO RPT-OPR-NAME
010190         MOVE WS-OPR-LEVEL(WS-OPR-ROW) TO RPT-OPR-LEVEL
010200         IF WS-OPR-ZONE(WS-OPR-ROW) = SPACES
010210             MOVE '(ANY)' TO RPT-OPR-ZONE
010220         ELSE
010230             MOVE WS-OPR-ZONE(WS-OPR-ROW) TO RPT-OPR-ZONE
010240         END-IF
010250         WRITE REPORT-RECORD FROM RPT-OPERATOR-LINE
010260     ELSE
010270         MOVE WS-OPR-ID(WS-OPR-ROW) TO RPT-UNK-ID
010280         WRITE REPORT-RECORD FROM RPT-UNKNOWN-LINE
010290     END-IF
010300     WRITE REPORT-RECORD FROM RPT-EVENT-HEADING
010310     PERFORM 4110-PRINT-ONE-EVENT THRU 4110-EXIT
010320         VARYING WS-EVT-IDX FROM 1 BY 1
010330         UNTIL WS-EVT-IDX > WS-EVT-COUNT
010340     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
010350     MOVE SPACES TO RPT-THD-LABEL
010360     WRITE REPORT-RECORD FROM RPT-TALLY-HEADING
010370     MOVE ZERO TO WS-BREAK-DATE
010380     PERFORM 4120-TALLY-ONE-EVENT THRU 4120-EXIT
010390         VARYING WS-EVT-IDX FROM 1 BY 1
010400         UNTIL WS-EVT-IDX > WS-EVT-COUNT
010410     PERFORM 4130-CLOSE-DATE THRU 4130-EXIT
010420     MOVE WS-OPR-COUNTS(WS-OPR-ROW) TO WS-PRINT-COUNTS
010430     MOVE '  PERIOD TOTAL' TO WS-TALLY-LABEL
010440     PERFORM 4900-PRINT-TALLY THRU 4900-EXIT
010450     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
010460 4100-EXIT.
010470     EXIT.
010480
010490 4110-PRINT-ONE-EVENT.
010500     IF WS-EVT-OPR-ROW(WS-EVT-IDX) NOT = WS-OPR-ROW
010510         GO TO 4110-EXIT
010520     END-IF
010530     MOVE WS-EVT-DATE(WS-EVT-IDX) TO RPT-EVT-DATE
010540     MOVE WS-EVT-TIME(WS-EVT-IDX)(1:4) TO RPT-EVT-TIME
010550     MOVE WS-EVT-ACTION(WS-EVT-IDX) TO RPT-EVT-ACTION
010560     MOVE WS-EVT-DETAIL(WS-EVT-IDX) TO RPT-EVT-DETAIL
010570     MOVE SPACE TO RPT-EVT-NEEDS
010580     IF WS-EVT-NEEDS(WS-EVT-IDX) > ZERO
010590         MOVE WS-EVT-NEEDS(WS-EVT-IDX) TO RPT-EVT-NEEDS
010600     END-IF
010610     MOVE WS-EVT-NOTE(WS-EVT-IDX) TO RPT-EVT-NOTE
010620     WRITE REPORT-RECORD FROM RPT-EVENT-LINE.
010630 4110-EXIT.
010640     EXIT.
010650
010660*----------------------------------------------------------------
010670* 4120-TALLY-ONE-EVENT - ADD ONE OF THIS OPERATOR'S EVENTS INTO
010680* THE DATE COUNTS, CLOSING OUT THE PREVIOUS DATE FIRST WHEN THE
010690* DATE CHANGES.
010700*----------------------------------------------------------------
010710 4120-TALLY-ONE-EVENT.
010720     IF WS-EVT-OPR-ROW(WS-EVT-IDX) NOT = WS-OPR-ROW
010730         GO TO 4120-EXIT
010740     END-IF
010750     IF WS-EVT-DATE(WS-EVT-IDX) NOT = WS-BREAK-DATE
010760         PERFORM 4130-CLOSE-DATE THRU 4130-EXIT
010770         MOVE WS-EVT-DATE(WS-EVT-IDX) TO WS-BREAK-DATE
010780     END-IF
010790     ADD 1 TO WS-DTC-CNT(WS-EVT-COLUMN(WS-EVT-IDX))
010800     IF WS-EVT-FLEET(WS-EVT-IDX)
010810         ADD 1 TO WS-DTC-CNT(COL-FLEET)
010820     END-IF
010830     IF WS-EVT-NOTE(WS-EVT-IDX) NOT = SPACES
010840         ADD 1 TO WS-DTC-CNT(COL-FLAGS)
010850     END-IF.
010860 4120-EXIT.
010870     EXIT.
010880
010890*----------------------------------------------------------------
010900* 4130-CLOSE-DATE - PRINT THE DATE COUNTS, ROLL THEM INTO THE
010910* OPERATOR'S AND THE GRAND TOTALS, AND CLEAR THEM.  NOTHING IS
010920* PRINTED BEFORE THE FIRST DATE.
010930*----------------------------------------------------------------
010940 4130-CLOSE-DATE.
010950     IF WS-BREAK-DATE NOT = ZERO
010960         MOVE WS-DATE-COUNTS TO WS-PRINT-COUNTS
010970         MOVE SPACES TO WS-TALLY-LABEL
010980         MOVE WS-BREAK-DATE TO WS-TALLY-LABEL(3:8)
010990         PERFORM 4900-PRINT-TALLY THRU 4900-EXIT
011000         PERFORM 4135-ROLL-ONE-COUNT THRU 4135-EXIT
011010             VARYING WS-COL-IDX FROM 1 BY 1
011020             UNTIL WS-COL-IDX > 8
011030     END-IF
011040     PERFORM 4140-CLEAR-ONE-COUNT THRU 4140-EXIT
011050         VARYING WS-COL-IDX FROM 1 BY 1
011060         UNTIL WS-COL-IDX > 8.
011070 4130-EXIT.
011080     EXIT.
011090
011100 4135-ROLL-ONE-COUNT.
011110     ADD WS-DTC-CNT(WS-COL-IDX)
011120         TO WS-OPR-CNT(WS-OPR-ROW, WS-COL-IDX)
011130     ADD WS-DTC-CNT(WS-COL-IDX) TO WS-GRD-CNT(WS-COL-IDX).
011140 4135-EXIT.
011150     EXIT.
011160
011170 4140-CLEAR-ONE-COUNT.
011180     MOVE ZERO TO WS-DTC-CNT(WS-COL-IDX).
011190 4140-EXIT.
011200     EXIT.
011210
011220*----------------------------------------------------------------
011230* 4300-PRINT-SUMMARY - ONE LINE PER OPERATOR, EVERY PROFILE ID
011240* INCLUDED SO AN ID WITH NO ACTIVITY SHOWS AS ALL ZEROS, THEN
011250* THE TOTAL FOR EVERY OPERATOR.
011260*----------------------------------------------------------------
011270 4300-PRINT-SUMMARY.
011280     WRITE REPORT-RECORD FROM RPT-SUMMARY-HEADING
011290     MOVE 'OPERATOR  LEVEL NOW' TO RPT-THD-LABEL
011300     WRITE REPORT-RECORD FROM RPT-TALLY-HEADING
011310     PERFORM 4310-PRINT-ONE-SUMMARY THRU 4310-EXIT
011320         VARYING WS-OPR-ROW FROM 1 BY 1
011330         UNTIL WS-OPR-ROW > WS-OPR-COUNT
011340     MOVE WS-GRAND-COUNTS TO WS-PRINT-COUNTS
011350     MOVE 'ALL OPERATORS' TO WS-TALLY-LABEL
011360     PERFORM 4900-PRINT-TALLY THRU 4900-EXIT
011370     WRITE REPORT-RECORD FROM RPT-BLANK-LINE.
011380 4300-EXIT.
011390     EXIT.
011400
011410 4310-PRINT-ONE-SUMMARY.
011420     MOVE SPACES TO WS-TALLY-LABEL
011430     MOVE WS-OPR-ID(WS-OPR-ROW) TO WS-TALLY-LABEL(1:8)
011440     IF WS-OPR-ON-FILE(WS-OPR-ROW)
011450         MOVE WS-OPR-LEVEL(WS-OPR-ROW) TO WS-TALLY-LABEL(11:1)
011460     ELSE
011470         MOVE 'NO PROFILE' TO WS-TALLY-LABEL(11:10)
011480     END-IF
011490     MOVE WS-OPR-COUNTS(WS-OPR-ROW) TO WS-PRINT-COUNTS
011500     PERFORM 4900-PRINT-TALLY THRU 4900-EXIT.
011510 4310-EXIT.
011520     EXIT.
011530
011540*----------------------------------------------------------------
011550* 4400-PRINT-EXCEPTIONS - EVERY FLAGGED EVENT AGAIN, OPERATOR BY
011560* OPERATOR, SO THE REVIEWER HAS THE WHOLE FINDING ON ONE PAGE.
011570*----------------------------------------------------------------
011580 4400-PRINT-EXCEPTIONS.
011590     WRITE REPORT-RECORD FROM RPT-EXCEPTION-HEADING
011600     IF WS-UNKNOWN-ID-COUNT + WS-ABOVE-LEVEL-COUNT
011610             + WS-OUTSIDE-ZONE-COUNT = ZERO
011620         WRITE REPORT-RECORD FROM RPT-NONE-LINE
011630         GO TO 4400-EXIT
011640     END-IF
011650     WRITE REPORT-RECORD FROM RPT-EXCEPTION-COLUMNS
011660     PERFORM 4410-PRINT-OPERATOR-FLAGS THRU 4410-EXIT
011670         VARYING WS-OPR-ROW FROM 1 BY 1
011680         UNTIL WS-OPR-ROW > WS-OPR-COUNT.
011690 4400-EXIT.
011700     EXIT.
011710
011720 4410-PRINT-OPERATOR-FLAGS.
011730     IF WS-OPR-CNT(WS-OPR-ROW, COL-FLAGS) = ZERO
011740         GO TO 4410-EXIT
011750     END-IF
011760     PERFORM 4420-PRINT-ONE-FLAG THRU 4420-EXIT
011770         VARYING WS-EVT-IDX FROM 1 BY 1
011780         UNTIL WS-EVT-IDX > WS-EVT-COUNT.
011790 4410-EXIT.
011800     EXIT.
011810
011820 4420-PRINT-ONE-FLAG.
011830     IF WS-EVT-OPR-ROW(WS-EVT-IDX) NOT = WS-OPR-ROW
011840             OR WS-EVT-NOTE(WS-EVT-IDX) = SPACES
011850         GO TO 4420-EXIT
011860     END-IF
011870     MOVE WS-OPR-ID(WS-OPR-ROW) TO RPT-EXC-ID
011880     MOVE WS-EVT-DATE(WS-EVT-IDX) TO RPT-EXC-DATE
011890     MOVE WS-EVT-TIME(WS-EVT-IDX)(1:4) TO RPT-EXC-TIME
011900     MOVE WS-EVT-ACTION(WS-EVT-IDX) TO RPT-EXC-ACTION
011910     MOVE WS-EVT-DETAIL(WS-EVT-IDX) TO RPT-EXC-DETAIL
011920     MOVE WS-EVT-NOTE(WS-EVT-IDX) TO RPT-EXC-NOTE
011930     WRITE REPORT-RECORD FROM RPT-EXCEPTION-LINE.
011940 4420-EXIT.
011950     EXIT.
011960
011970 4500-PRINT-COUNTS.
011980     MOVE 'LOG RECORDS READ' TO RPT-COUNT-TEXT
011990     MOVE WS-RECORDS-READ TO RPT-COUNT-VALUE
012000     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
012010     MOVE 'OPERATOR EVENTS IN THE PERIOD' TO RPT-COUNT-TEXT
012020     MOVE WS-EVT-COUNT TO RPT-COUNT-VALUE
012030     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
012040     MOVE 'ACTIONS UNDER IDS NOT ON THE PROFILE' TO RPT-COUNT-TEXT
012050     MOVE WS-UNKNOWN-ID-COUNT TO RPT-COUNT-VALUE
012060     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
012070     MOVE 'ACTIONS ABOVE THE LEVEL NOW HELD' TO RPT-COUNT-TEXT
012080     MOVE WS-ABOVE-LEVEL-COUNT TO RPT-COUNT-VALUE
012090     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
012100     MOVE 'ACTIONS OUTSIDE THE ZONE NOW HELD' TO RPT-COUNT-TEXT
012110     MOVE WS-OUTSIDE-ZONE-COUNT TO RPT-COUNT-VALUE
012120     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
012130     IF WS-NOT-REPORTED-COUNT > ZERO
012140         MOVE '*** EVENTS NOT REPORTED - TABLE LIMIT'
012150             TO RPT-COUNT-TEXT
012160         MOVE WS-NOT-REPORTED-COUNT TO RPT-COUNT-VALUE
012170         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
012180     END-IF.
012190 4500-EXIT.
012200     EXIT.
012210
012220*----------------------------------------------------------------
012230* 4900-PRINT-TALLY - WS-TALLY-LABEL AND THE EIGHT COUNTS IN
012240* WS-PRINT-COUNTS ONTO ONE COUNT LINE.
012250*----------------------------------------------------------------
012260 4900-PRINT-TALLY.
012270     MOVE SPACES TO RPT-TALLY-LINE
012280     MOVE WS-TALLY-LABEL TO RPT-TLY-LABEL
012290     PERFORM 4910-PRINT-ONE-CELL THRU 4910-EXIT
012300         VARYING WS-COL-IDX FROM 1 BY 1
012310         UNTIL WS-COL-IDX > 8
012320     WRITE REPORT-RECORD FROM RPT-TALLY-LINE.
012330 4900-EXIT.
012340     EXIT.
012350
012360 4910-PRINT-ONE-CELL.
012370     MOVE WS-PRT-CNT(WS-COL-IDX) TO RPT-TLY-VALUE(WS-COL-IDX).
012380 4910-EXIT.
012390     EXIT.
012400
012410*----------------------------------------------------------------
012420* 5000-TERMINATE - CLOSE UP AND ECHO THE FINDING.  RC 8 WHEN
012430* ANYTHING WAS FLAGGED OR ANY EVENT COULD NOT BE REPORTED, SO
012440* THE REVIEW CANNOT PASS QUIETLY.
012450*----------------------------------------------------------------
012460 5000-TERMINATE.
012470     CLOSE REPORT-FILE
012480     DISPLAY 'SNOW-ACCESS: ' WS-FROM-DATE ' TO ' WS-TO-DATE ' '
012490         WS-EVT-COUNT ' OPERATOR EVENT(S), '
012500         WS-GRD-CNT(COL-FLAGS) ' FLAGGED'
012510     IF WS-GRD-CNT(COL-FLAGS) > ZERO
012520             OR WS-NOT-REPORTED-COUNT > ZERO
012530         MOVE 8 TO RETURN-CODE
012540     END-IF.
012550 5000-EXIT.
012560     EXIT.
012570
012580 END PROGRAM SNOW-ACCESS.
