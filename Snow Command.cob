000300*                     LOG (DD SNOWLOG) WITH THE OPERATOR ID, SO
000310*                     WHO PAUSED TWO HUNDRED SCREENS, AND WHEN,
000320*                     IS ON THE RECORD.
000330*   10/15/2026 DH    THE CMND LOG STAMP NOW CARRIES THE COMMAND
000340*                     SEQUENCE NUMBER IN POSITIONS 19-24 OF THE
000350*                     REASON, SO SNOW-RECON CAN TIE EACH STAMP
000360*                     TO ITS COMMAND FILE RECORD EXACTLY.
000370*   10/15/2026 DH    TARGET= MAY NOW NAME A BUILDING ZONE FROM THE
000380*                     TERMINAL ROSTER (DD TERMROST) AS WELL AS A
000390*                     CONSOLE OR ALL.  A ZONE TARGET NEEDS
000400*                     SUPERVISOR AUTHORITY, AND AN OPERATOR WHOSE
000410*                     PROFILE CARRIES A ZONE MAY ONLY COMMAND THAT
000420*                     ZONE OR THE CONSOLES IN IT - NEVER THE WHOLE
000430*                     FLEET.
000440*   10/15/2026 DH    EVERY SIGN-ON IS NOW STAMPED ON THE SNOWFALL
000450*                     LOG - SGNON WHEN OPID= RESOLVES, SGNFL WHEN
000460*                     IT DOES NOT OR THERE IS NO PROFILE FILE -
000470*                     AND A COMMAND REFUSED FOR AUTHORITY OR ZONE
000480*                     IS STAMPED REFUS WITH ITS TARGET, SO THE
000490*                     ACCESS REVIEW (SNOW-ACCESS) CAN SHOW FAILED
000500*                     AND REFUSED ATTEMPTS AS WELL AS COMMANDS.
000510*--------------------------------------------------------------
000520 ENVIRONMENT DIVISION.
000530 CONFIGURATION SECTION.
000540 INPUT-OUTPUT SECTION.
000550 FILE-CONTROL.
000560     SELECT COMMAND-FILE ASSIGN TO SNOWCMND
000570         ORGANIZATION IS LINE SEQUENTIAL
000580         FILE STATUS IS WS-SNOWCMND-STATUS.
000590     SELECT OPERATOR-PROFILE-FILE ASSIGN TO OPERPROF
000600         ORGANIZATION IS LINE SEQUENTIAL
000610         FILE STATUS IS WS-OPERPROF-STATUS.
000620     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000630         ORGANIZATION IS LINE SEQUENTIAL
000640         FILE STATUS IS WS-ROSTER-STATUS.
000650     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000660         ORGANIZATION IS LINE SEQUENTIAL
000670         FILE STATUS IS WS-SNOWLOG-STATUS.
000680
000690 DATA DIVISION.
000700 FILE SECTION.
000710 FD  COMMAND-FILE.
000720 01  COMMAND-RECORD.
000730     COPY SNOWCMND.
000740
000750 FD  OPERATOR-PROFILE-FILE.
000760 01  OPERATOR-PROFILE-RECORD.
000770     COPY OPERPROF.
000780
000790 FD  TERMINAL-ROSTER-FILE.
000800 01  TERMINAL-ROSTER-RECORD.
000810     COPY TERMROST.
000820
000830 FD  SNOWFALL-LOG-FILE.
000840 01  SNOWFALL-LOG-RECORD.
000850     COPY SNOWLOG.
000860
000870 WORKING-STORAGE SECTION.
000880*--------------------------------------------------------------
000890* FILE STATUS AREA.  '35' MEANS NO COMMAND FILE YET - OPEN
000900* EXTEND CANNOT CREATE IT ON THIS PLATFORM, SO THE APPEND FALLS
000910* BACK TO OPEN OUTPUT THE WAY THE SNOWFALL LOG IS CREATED.
000920*--------------------------------------------------------------
000930 77  WS-SNOWCMND-STATUS            PIC X(2) VALUE '00'.
000940     88  SNOWCMND-OK               VALUE '00'.
000950     88  SNOWCMND-EOF              VALUE '10'.
000960     88  SNOWCMND-NOT-FOUND        VALUE '35'.
000970
000980*--------------------------------------------------------------
000990* THE COMMAND BEING ISSUED.  THE NEXT SEQUENCE NUMBER IS ONE
001000* PAST THE HIGHEST ALREADY ON FILE, SO THE CONSOLES' CONSUMED
001010* MARKERS KEEP WORKING ACROSS SUPERVISORS.
001020*--------------------------------------------------------------
001030 77  WS-TARGET-ID                  PIC X(8) VALUE SPACES.
001040 77  WS-COMMAND-WORD               PIC X(8) VALUE SPACES.
001050     88  COMMAND-WORD-VALID        VALUE 'PAUSE   '
001060                                         'RESUME  '
001070                                         'FASTER  '
001080                                         'SLOWER  '
001090                                         'WINDLEFT'
001100                                         'WINDRGHT'
001110                                         'QUIT    '.
001120 77  WS-NEXT-SEQ                   PIC 9(6) VALUE ZERO.
001130
001140 77  WS-ERROR-SWITCH               PIC X VALUE 'N'.
001150     88  PARM-ERROR                VALUE 'Y'.
001160 77  WS-REFUSED-SWITCH             PIC X VALUE 'N'.
001170     88  AUTHORITY-REFUSED         VALUE 'Y'.
001180
001190*--------------------------------------------------------------
001200* OPERATOR SIGN-ON.  OPID= MUST RESOLVE ON THE PROFILE FILE;
001210* UPDATE AUTHORITY (LEVEL 2) MAY COMMAND ONE CONSOLE AND
001220* SUPERVISOR (LEVEL 3) IS REQUIRED FOR TARGET=ALL OR A ZONE.  AN
001230* OPERATOR WITH A ZONE ON THE PROFILE IS HELD TO IT.  THE QUEUED
001240* COMMAND IS STAMPED ON THE SNOWFALL LOG WITH THE OPERATOR ID.
001250*--------------------------------------------------------------
001260 77  WS-OPERPROF-STATUS            PIC X(2) VALUE '00'.
001270     88  OPERPROF-OK               VALUE '00'.
001280     88  OPERPROF-EOF              VALUE '10'.
001290
001300 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
001310     88  SNOWLOG-OK                VALUE '00'.
001320     88  SNOWLOG-NOT-FOUND         VALUE '35'.
001330
001340 77  WS-OPER-ID                    PIC X(8) VALUE SPACES.
001350 77  WS-AUTH-LEVEL                 PIC 9(1) VALUE ZERO.
001360 77  WS-OPER-ZONE                  PIC X(8) VALUE SPACES.
001370 77  WS-SIGNON-SWITCH              PIC X VALUE 'N'.
001380     88  SIGNED-ON                 VALUE 'Y'.
001390
001400*--------------------------------------------------------------
001410* ACCESS STAMPS.  SIGN-ON SUCCESSES (SGNON), FAILURES (SGNFL)
001420* AND REFUSED COMMANDS (REFUS) GO ON THE SNOWFALL LOG UNDER THE
001430* OPID= GIVEN.  THE REASON IS THIS PROGRAM'S NAME IN 1-12 AND
001440* THE DETAIL - LEVEL, FAILURE OR REFUSED TARGET - IN 14-24, THE
001450* SAME SHAPE EVERY SIGN-ON PROGRAM USES.
001460*--------------------------------------------------------------
001470 77  WS-ACCESS-TYPE                PIC X(5) VALUE SPACES.
001480 01  WS-ACCESS-REASON.
001490     05  WS-ACC-PROGRAM           PIC X(12) VALUE 'SNOW-COMMAND'.
001500     05  FILLER                   PIC X(1) VALUE SPACE.
001510     05  WS-ACC-DETAIL            PIC X(11) VALUE SPACES.
001520
001530*--------------------------------------------------------------
001540* TARGET RESOLUTION.  TARGET= IS ALL, A CONSOLE ON THE TERMINAL
001550* ROSTER, OR A ZONE CODE CARRIED BY ROSTER CONSOLES; ANYTHING
001560* ELSE IS TAKEN AS A CONSOLE NOT (YET) ON THE ROSTER, THE WAY IT
001570* ALWAYS WAS.  WS-TARGET-ZONE IS THE ZONE ITSELF, OR THE ZONE OF
001580* THE TARGET CONSOLE.
001590*--------------------------------------------------------------
001600 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
001610     88  ROSTER-OK                 VALUE '00'.
001620     88  ROSTER-EOF                VALUE '10'.
001630
001640 77  WS-TARGET-KIND                PIC X VALUE SPACE.
001650     88  TARGET-IS-FLEET           VALUE 'F'.
001660     88  TARGET-IS-ZONE            VALUE 'Z'.
001670     88  TARGET-IS-CONSOLE         VALUE 'C'.
001680     88  TARGET-NOT-ON-ROSTER      VALUE 'U'.
001690 77  WS-TARGET-ZONE                PIC X(8) VALUE SPACES.
001700
001710*--------------------------------------------------------------
001720* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.
001730*--------------------------------------------------------------
001740 01  WS-PARM-WORK                 PIC X(100).
001750 01  WS-PARM-TOKEN-TABLE.
001760     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
001770 77  WS-TOKEN-IDX                 PIC 9(1).
001780
001790 LINKAGE SECTION.
001800     COPY PARMAREA.
001810
001820 PROCEDURE DIVISION USING LS-PARM-AREA.
001830*================================================================
001840* 0000-MAINLINE - PARSE AND VALIDATE THE PARM, TAKE THE NEXT
001850* SEQUENCE NUMBER, APPEND THE COMMAND, STOP RUN.
001860*================================================================
001870 0000-MAINLINE.
001880     PERFORM 1000-INITIALIZE THRU 1000-EXIT
001890     IF NOT PARM-ERROR
001900         PERFORM 3000-TAKE-NEXT-SEQ THRU 3000-EXIT
001910         PERFORM 4000-APPEND-COMMAND THRU 4000-EXIT
001920     END-IF
001930     PERFORM 5000-TERMINATE THRU 5000-EXIT
001940     STOP RUN.
001950
001960*----------------------------------------------------------------
001970* 1000-INITIALIZE - PICK UP TARGET= AND CMD= AND VALIDATE THEM.
001980* BOTH ARE REQUIRED AND THE COMMAND WORD MUST BE ONE THE
001990* CONSOLES UNDERSTAND.
002000*----------------------------------------------------------------
002010 1000-INITIALIZE.
002020     PERFORM 1100-PARSE-PARM THRU 1100-EXIT
002030     IF WS-TARGET-ID = SPACES
002040         DISPLAY 'SNOW-COMMAND: TARGET= IS REQUIRED'
002050         SET PARM-ERROR TO TRUE
002060         GO TO 1000-EXIT
002070     END-IF
002080     IF WS-COMMAND-WORD = SPACES
002090         DISPLAY 'SNOW-COMMAND: CMD= IS REQUIRED'
002100         SET PARM-ERROR TO TRUE
002110         GO TO 1000-EXIT
002120     END-IF
002130     IF NOT COMMAND-WORD-VALID
002140         DISPLAY 'SNOW-COMMAND: UNKNOWN COMMAND '
002150             WS-COMMAND-WORD
002160         SET PARM-ERROR TO TRUE
002170         GO TO 1000-EXIT
002180     END-IF
002190     PERFORM 1200-SIGN-ON THRU 1200-EXIT.
002200 1000-EXIT.
002210     EXIT.
002220
002230*----------------------------------------------------------------
002240* 1200-SIGN-ON - RESOLVE OPID= ON THE PROFILE FILE, STAMP THE
002250* OUTCOME ON THE LOG, THEN CHECK THE AUTHORITY LEVEL AND ZONE
002260* AGAINST THE TARGET.  ANY FAILURE HERE FAILS THE JOB BEFORE
002270* THE COMMAND FILE IS EVER TOUCHED, AND A REFUSAL IS STAMPED
002280* TOO.  A MISSING OPID= HAS NO ONE TO STAMP IT AGAINST.
002290*----------------------------------------------------------------
002300 1200-SIGN-ON.
002310     IF WS-OPER-ID = SPACES
002320         DISPLAY 'SNOW-COMMAND: OPID= IS REQUIRED'
002330         SET PARM-ERROR TO TRUE
002340         GO TO 1200-EXIT
002350     END-IF
002360     OPEN INPUT OPERATOR-PROFILE-FILE
002370     IF NOT OPERPROF-OK
002380         DISPLAY 'SNOW-COMMAND: NO OPERATOR PROFILE FILE - '
002390             'NOT AUTHORIZED'
002400         SET PARM-ERROR TO TRUE
002410         MOVE 'SGNFL' TO WS-ACCESS-TYPE
002420         MOVE 'NO OPERPROF' TO WS-ACC-DETAIL
002430         PERFORM 4200-LOG-ACCESS THRU 4200-EXIT
002440         GO TO 1200-EXIT
002450     END-IF
002460     PERFORM 1210-TEST-ONE-OPERATOR THRU 1210-EXIT
002470         UNTIL OPERPROF-EOF OR SIGNED-ON
002480     CLOSE OPERATOR-PROFILE-FILE
002490     IF NOT SIGNED-ON
002500         DISPLAY 'SNOW-COMMAND: OPERATOR ' WS-OPER-ID
002510             ' NOT ON THE PROFILE FILE'
002520         SET PARM-ERROR TO TRUE
002530         MOVE 'SGNFL' TO WS-ACCESS-TYPE
002540         MOVE 'NOT ON FILE' TO WS-ACC-DETAIL
002550         PERFORM 4200-LOG-ACCESS THRU 4200-EXIT
002560         GO TO 1200-EXIT
002570     END-IF
002580     MOVE 'SGNON' TO WS-ACCESS-TYPE
002590     MOVE 'LEVEL' TO WS-ACC-DETAIL
002600     MOVE WS-AUTH-LEVEL TO WS-ACC-DETAIL(7:1)
002610     PERFORM 4200-LOG-ACCESS THRU 4200-EXIT
002620     PERFORM 1300-RESOLVE-TARGET THRU 1300-EXIT
002630     PERFORM 1400-CHECK-AUTHORITY THRU 1400-EXIT
002640     IF AUTHORITY-REFUSED
002650         SET PARM-ERROR TO TRUE
002660         MOVE 'REFUS' TO WS-ACCESS-TYPE
002670         MOVE WS-TARGET-ID TO WS-ACC-DETAIL
002680         PERFORM 4200-LOG-ACCESS THRU 4200-EXIT
002690     END-IF.
002700 1200-EXIT.
002710     EXIT.
002720
002730 1210-TEST-ONE-OPERATOR.
002740     READ OPERATOR-PROFILE-FILE
002750         AT END
002760             MOVE '10' TO WS-OPERPROF-STATUS
002770             GO TO 1210-EXIT
002780     END-READ
002790     IF OPR-OPER-ID OF OPERATOR-PROFILE-RECORD = WS-OPER-ID
002800         SET SIGNED-ON TO TRUE
002810         MOVE OPR-AUTH-LEVEL OF OPERATOR-PROFILE-RECORD
002820             TO WS-AUTH-LEVEL
002830         MOVE OPR-ZONE OF OPERATOR-PROFILE-RECORD
002840             TO WS-OPER-ZONE
002850     END-IF.
002860 1210-EXIT.
002870     EXIT.
002880
002890*----------------------------------------------------------------
002900* 1300-RESOLVE-TARGET - SORT TARGET= INTO ALL, A ROSTER CONSOLE,
002910* A ZONE OR AN UNKNOWN CONSOLE.  A CONSOLE ID WINS OVER A ZONE
002920* CODE OF THE SAME NAME, THOUGH TERM-MAINT ALLOWS NO SUCH CLASH.
002930* NO ROSTER LEAVES EVERY TARGET BUT ALL AN UNKNOWN CONSOLE.
002940*----------------------------------------------------------------
002950 1300-RESOLVE-TARGET.
002960     MOVE SPACES TO WS-TARGET-ZONE
002970     IF WS-TARGET-ID = 'ALL     '
002980         SET TARGET-IS-FLEET TO TRUE
002990         GO TO 1300-EXIT
003000     END-IF
003010     SET TARGET-NOT-ON-ROSTER TO TRUE
003020     OPEN INPUT TERMINAL-ROSTER-FILE
003030     IF NOT ROSTER-OK
003040         GO TO 1300-EXIT
003050     END-IF
003060     PERFORM 1310-TEST-ONE-ROSTER THRU 1310-EXIT
003070         UNTIL ROSTER-EOF OR TARGET-IS-CONSOLE
003080     CLOSE TERMINAL-ROSTER-FILE.
003090 1300-EXIT.
003100     EXIT.
003110
003120 1310-TEST-ONE-ROSTER.
003130     READ TERMINAL-ROSTER-FILE
003140         AT END
003150             MOVE '10' TO WS-ROSTER-STATUS
003160             GO TO 1310-EXIT
003170     END-READ
003180     IF TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD = WS-TARGET-ID
003190         SET TARGET-IS-CONSOLE TO TRUE
003200         MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD TO WS-TARGET-ZONE
003210         GO TO 1310-EXIT
003220     END-IF
003230     IF TR-ZONE OF TERMINAL-ROSTER-RECORD = WS-TARGET-ID
003240         SET TARGET-IS-ZONE TO TRUE
003250         MOVE WS-TARGET-ID TO WS-TARGET-ZONE
003260     END-IF.
003270 1310-EXIT.
003280     EXIT.
003290
003300*----------------------------------------------------------------
003310* 1400-CHECK-AUTHORITY - THE SIGNED-ON OPERATOR'S LEVEL AND ZONE
003320* AGAINST THE RESOLVED TARGET.  SUPERVISOR FOR ALL OR A ZONE,
003330* UPDATE FOR ONE CONSOLE, AND A ZONE ON THE PROFILE HOLDS THE
003340* OPERATOR TO IT.  A REFUSAL SETS AUTHORITY-REFUSED, WHICH IS
003350* WHAT 1200 STAMPS ON THE LOG.
003360*----------------------------------------------------------------
003370 1400-CHECK-AUTHORITY.
003380     IF TARGET-IS-FLEET AND WS-AUTH-LEVEL < 3
003390         DISPLAY 'SNOW-COMMAND: SUPERVISOR AUTHORITY IS '
003400             'REQUIRED FOR TARGET=ALL'
003410         SET AUTHORITY-REFUSED TO TRUE
003420         GO TO 1400-EXIT
003430     END-IF
003440     IF TARGET-IS-ZONE AND WS-AUTH-LEVEL < 3
003450         DISPLAY 'SNOW-COMMAND: SUPERVISOR AUTHORITY IS '
003460             'REQUIRED FOR ZONE ' WS-TARGET-ID
003470         SET AUTHORITY-REFUSED TO TRUE
003480         GO TO 1400-EXIT
003490     END-IF
003500     IF WS-AUTH-LEVEL < 2
003510         DISPLAY 'SNOW-COMMAND: VIEW-ONLY OPERATOR - NOT '
003520             'AUTHORIZED TO COMMAND CONSOLES'
003530         SET AUTHORITY-REFUSED TO TRUE
003540         GO TO 1400-EXIT
003550     END-IF
003560     IF WS-OPER-ZONE = SPACES
003570         GO TO 1400-EXIT
003580     END-IF
003590     IF TARGET-IS-FLEET
003600         DISPLAY 'SNOW-COMMAND: OPERATOR ' WS-OPER-ID
003610             ' IS CONFINED TO ZONE ' WS-OPER-ZONE
003620             ' - NOT AUTHORIZED FOR TARGET=ALL'
003630         SET AUTHORITY-REFUSED TO TRUE
003640         GO TO 1400-EXIT
003650     END-IF
003660     IF WS-TARGET-ZONE NOT = WS-OPER-ZONE
003670         DISPLAY 'SNOW-COMMAND: OPERATOR ' WS-OPER-ID
003680             ' IS CONFINED TO ZONE ' WS-OPER-ZONE
003690             ' - ' WS-TARGET-ID ' IS OUTSIDE IT'
003700         SET AUTHORITY-REFUSED TO TRUE
003710     END-IF.
003720 1400-EXIT.
003730     EXIT.
003740
003750 1100-PARSE-PARM.
003760     MOVE SPACES TO WS-PARM-WORK
003770     MOVE SPACES TO WS-PARM-TOKEN-TABLE
003780     IF LS-PARM-LENGTH > ZERO
003790         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
003800         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
003810             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
003820                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
003830                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
003840         END-UNSTRING
003850         PERFORM 1110-EVAL-TOKEN THRU 1110-EXIT
003860             VARYING WS-TOKEN-IDX FROM 1 BY 1
003870             UNTIL WS-TOKEN-IDX > 6
003880     END-IF.
003890 1100-EXIT.
003900     EXIT.
003910
003920 1110-EVAL-TOKEN.
003930     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:7) = 'TARGET='
003940         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(8:8)
003950             TO WS-TARGET-ID
003960     END-IF
003970     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:4) = 'CMD='
003980         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(5:8)
003990             TO WS-COMMAND-WORD
004000     END-IF
004010     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'OPID='
004020         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8)
004030             TO WS-OPER-ID
004040     END-IF.
004050 1110-EXIT.
004060     EXIT.
004070
004080*----------------------------------------------------------------
004090* 3000-TAKE-NEXT-SEQ - ONE PASS OVER THE COMMAND FILE FOR THE
004100* HIGHEST SEQUENCE ON IT.  NO FILE YET STARTS THE SEQUENCE AT
004110* ONE.
004120*----------------------------------------------------------------
004130 3000-TAKE-NEXT-SEQ.
004140     OPEN INPUT COMMAND-FILE
004150     IF NOT SNOWCMND-OK
004160         MOVE 1 TO WS-NEXT-SEQ
004170         GO TO 3000-EXIT
004180     END-IF
004190     PERFORM 3100-SCAN-ONE-COMMAND THRU 3100-EXIT
004200         UNTIL SNOWCMND-EOF
004210     CLOSE COMMAND-FILE
004220     ADD 1 TO WS-NEXT-SEQ.
004230 3000-EXIT.
004240     EXIT.
004250
004260 3100-SCAN-ONE-COMMAND.
004270     READ COMMAND-FILE
004280         AT END
004290             MOVE '10' TO WS-SNOWCMND-STATUS
004300             GO TO 3100-EXIT
004310     END-READ
004320     IF CC-SEQ-NUM OF COMMAND-RECORD > WS-NEXT-SEQ
004330         MOVE CC-SEQ-NUM OF COMMAND-RECORD TO WS-NEXT-SEQ
004340     END-IF.
004350 3100-EXIT.
004360     EXIT.
004370
004380*----------------------------------------------------------------
004390* 4000-APPEND-COMMAND - ADD THE COMMAND TO THE FILE, CREATING
004400* IT ON THE VERY FIRST USE.
004410*----------------------------------------------------------------
004420 4000-APPEND-COMMAND.
004430     MOVE '00' TO WS-SNOWCMND-STATUS
004440     OPEN EXTEND COMMAND-FILE
004450     IF SNOWCMND-NOT-FOUND
004460         OPEN OUTPUT COMMAND-FILE
004470     END-IF
004480     IF NOT SNOWCMND-OK
004490         DISPLAY 'SNOW-COMMAND: SNOWCMND OPEN FAILED, STATUS='
004500             WS-SNOWCMND-STATUS
004510         SET PARM-ERROR TO TRUE
004520         GO TO 4000-EXIT
004530     END-IF
004540     MOVE WS-NEXT-SEQ TO CC-SEQ-NUM OF COMMAND-RECORD
004550     MOVE SPACE TO CC-FILL1 OF COMMAND-RECORD
004560     MOVE SPACE TO CC-FILL2 OF COMMAND-RECORD
004570     MOVE WS-TARGET-ID TO CC-TARGET-ID OF COMMAND-RECORD
004580     MOVE WS-COMMAND-WORD TO CC-COMMAND OF COMMAND-RECORD
004590     WRITE COMMAND-RECORD
004600     CLOSE COMMAND-FILE
004610     PERFORM 4100-LOG-COMMAND THRU 4100-EXIT
004620     DISPLAY 'SNOW-COMMAND: SEQ ' WS-NEXT-SEQ ' '
004630         WS-COMMAND-WORD ' FOR ' WS-TARGET-ID ' QUEUED'.
004640 4000-EXIT.
004650     EXIT.
004660
004670*----------------------------------------------------------------
004680* 4100-LOG-COMMAND - STAMP THE QUEUED COMMAND ON THE SNOWFALL
004690* LOG WITH THE SIGNED-ON OPERATOR ID, THROUGH THE SAME
004700* OPEN-EXTEND PATH EVERY OTHER LOG WRITER USES.  A LOG THAT
004710* CANNOT BE OPENED DOES NOT UNDO THE COMMAND - IT IS ALREADY
004720* QUEUED - BUT THE MISSING AUDIT STAMP IS CALLED OUT.
004730*----------------------------------------------------------------
004740 4100-LOG-COMMAND.
004750     MOVE '00' TO WS-SNOWLOG-STATUS
004760     OPEN EXTEND SNOWFALL-LOG-FILE
004770     IF SNOWLOG-NOT-FOUND
004780         OPEN OUTPUT SNOWFALL-LOG-FILE
004790     END-IF
004800     IF NOT SNOWLOG-OK
004810         DISPLAY 'SNOW-COMMAND: LOG STAMP NOT WRITTEN, '
004820             'STATUS=' WS-SNOWLOG-STATUS
004830         GO TO 4100-EXIT
004840     END-IF
004850     MOVE 'CMND ' TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
004860     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
004870     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
004880     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
004890     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
004900     MOVE WS-OPER-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
004910     MOVE SPACES TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
004920     STRING WS-COMMAND-WORD DELIMITED BY SPACE
004930         ' ' DELIMITED BY SIZE
004940         WS-TARGET-ID DELIMITED BY SIZE
004950         INTO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
004960     MOVE WS-NEXT-SEQ TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
004970         (19:6)
004980     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
004990         FROM DATE YYYYMMDD
005000     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
005010         FROM TIME
005020     WRITE SNOWFALL-LOG-RECORD
005030     CLOSE SNOWFALL-LOG-FILE.
005040 4100-EXIT.
005050     EXIT.
005060
005070*----------------------------------------------------------------
005080* 4200-LOG-ACCESS - STAMP A SIGN-ON OR REFUSAL ON THE SNOWFALL
005090* LOG UNDER THE OPID= GIVEN, TYPE WS-ACCESS-TYPE AND REASON
005100* WS-ACCESS-REASON, THROUGH THE SAME OPEN-EXTEND PATH AS
005110* 4100-LOG-COMMAND.
005120*----------------------------------------------------------------
005130 4200-LOG-ACCESS.
005140     MOVE '00' TO WS-SNOWLOG-STATUS
005150     OPEN EXTEND SNOWFALL-LOG-FILE
005160     IF SNOWLOG-NOT-FOUND
005170         OPEN OUTPUT SNOWFALL-LOG-FILE
005180     END-IF
005190     IF NOT SNOWLOG-OK
005200         DISPLAY 'SNOW-COMMAND: ACCESS STAMP NOT WRITTEN, '
005210             'STATUS=' WS-SNOWLOG-STATUS
005220         GO TO 4200-EXIT
005230     END-IF
005240     MOVE WS-ACCESS-TYPE TO LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
005250     MOVE SPACE TO LOG-FILL1 OF SNOWFALL-LOG-RECORD
005260     MOVE SPACE TO LOG-FILL2 OF SNOWFALL-LOG-RECORD
005270     MOVE SPACE TO LOG-FILL3 OF SNOWFALL-LOG-RECORD
005280     MOVE SPACE TO LOG-FILL4 OF SNOWFALL-LOG-RECORD
005290     MOVE WS-OPER-ID TO LOG-JOB-ID OF SNOWFALL-LOG-RECORD
005300     MOVE WS-ACCESS-REASON
005310         TO LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
005320     ACCEPT LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
005330         FROM DATE YYYYMMDD
005340     ACCEPT LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
005350         FROM TIME
005360     WRITE SNOWFALL-LOG-RECORD
005370     CLOSE SNOWFALL-LOG-FILE.
005380 4200-EXIT.
005390     EXIT.
005400
005410*----------------------------------------------------------------
005420* 5000-TERMINATE - RC 8 ON ANY ERROR SO THE JCL CAN SEE THE
005430* COMMAND NEVER MADE IT TO THE FILE.
005440*----------------------------------------------------------------
005450 5000-TERMINATE.
005460     IF PARM-ERROR
005470         MOVE 8 TO RETURN-CODE
005480     END-IF.
005490 5000-EXIT.
005500     EXIT.
005510
005520 END PROGRAM SNOW-COMMAND.
