000010 IDENTIFICATION DIVISION.
000020 PROGRAM-ID. SNOW-RECON.
000030 AUTHOR. D HOLLIS.
000040 INSTALLATION. FACILITIES SYSTEMS PROGRAMMING.
000050 DATE-WRITTEN. 10/15/2026.
000060 DATE-COMPILED.
000070*--------------------------------------------------------------
000080* MODIFICATION HISTORY
000090*   DATE       INIT  DESCRIPTION
000100*   10/15/2026 DH    ORIGINAL PROGRAM.  RECONCILES FLEET COMMAND
000110*                     DELIVERY.  FOR EVERY COMMAND ON THE CENTRAL
000120*                     COMMAND FILE (DD SNOWCMND) THE CONSOLES
000130*                     THAT SHOULD HAVE ACTED ARE THOSE WITH A
000140*                     START AND NO STOP ON THE SNOWFALL LOG (DD
000150*                     SNOWLOG) AT THE MOMENT THE COMMAND'S CMND
000160*                     EVENT WAS STAMPED.  THOSE ARE MATCHED
000170*                     AGAINST THE COMMAND ACK FILE (DD SNOWCACK)
000180*                     BY CONSOLE ID AND SEQUENCE NUMBER, AND A
000190*                     DELIVERY REPORT (DD SNOWCRPT) SHOWS PER
000200*                     COMMAND THE CONSOLES EXPECTED AND ACKED
000210*                     WITH THE SLOWEST AND AVERAGE LATENCY, THE
000220*                     CONSOLES THAT NEVER ACKED, AND ANY ACK FOR
000230*                     A COMMAND THAT DOES NOT EXIST OR WAS
000240*                     ADDRESSED TO ANOTHER CONSOLE.  A
000250*                     SUPERVISOR COMMAND (TARGET=ALL, WHICH
000260*                     SNOW-COMMAND ONLY TAKES FROM LEVEL 3) THAT
000270*                     WENT UNACKED BY ANY CONSOLE ENDS THE RUN
000280*                     WITH RC 8.
000290*   10/15/2026 DH    COMMANDS ADDRESSED TO A BUILDING ZONE.  THE
000300*                     TERMINAL ROSTER (DD TERMROST) IS LOADED SO A
000310*                     TARGET THAT IS A ROSTER ZONE RATHER THAN A
000320*                     CONSOLE EXPECTS AN ACK FROM EVERY CONSOLE UP
000330*                     IN THAT ZONE, AND AN ACK FROM ONE OF THEM IS
000340*                     NO LONGER AN EXCEPTION.  A ZONE COMMAND IS A
000350*                     SUPERVISOR COMMAND (LEVEL 3 IN SNOW-COMMAND)
000360*                     FOR THE RC 8 TEST.  THE MISSING-ACK LINES
000370*                     NAME THE CONSOLE'S ZONE, AND A NEW DELIVERY
000380*                     BY ZONE SECTION TOTALS EXPECTED, ACKED AND
000390*                     MISSING ACKS PER BUILDING.
000400*   10/15/2026 DH    RECONCILES ONE PERIOD, FROM= TO TO= ON THE
000410*                     EXEC PARM, DEFAULT YESTERDAY.  ONLY THE
000420*                     COMMANDS WHOSE CMND STAMP FALLS IN THE
000430*                     PERIOD ARE LOADED AND RECONCILED, SO THE
000440*                     TABLES NO LONGER FILL AS THE COMMAND FILE
000450*                     GROWS AND A COMMAND WHOSE STAMP WENT TO
000460*                     THE LOG ARCHIVE IS NOT SHOWN NOT LOGGED.
000470*                     AN ACK FOR A COMMAND ON FILE OUTSIDE THE
000480*                     PERIOD IS COUNTED AS OUT OF PERIOD, NOT
000490*                     LISTED AS NO SUCH COMMAND.
000500*--------------------------------------------------------------
000510 ENVIRONMENT DIVISION.
000520 CONFIGURATION SECTION.
000530 INPUT-OUTPUT SECTION.
000540 FILE-CONTROL.
000550     SELECT COMMAND-FILE ASSIGN TO SNOWCMND
000560         ORGANIZATION IS LINE SEQUENTIAL
000570         FILE STATUS IS WS-SNOWCMND-STATUS.
000580     SELECT SNOWFALL-LOG-FILE ASSIGN TO SNOWLOG
000590         ORGANIZATION IS LINE SEQUENTIAL
000600         FILE STATUS IS WS-SNOWLOG-STATUS.
000610     SELECT COMMAND-ACK-FILE ASSIGN TO SNOWCACK
000620         ORGANIZATION IS LINE SEQUENTIAL
000630         FILE STATUS IS WS-SNOWCACK-STATUS.
000640     SELECT REPORT-FILE ASSIGN TO SNOWCRPT
000650         ORGANIZATION IS LINE SEQUENTIAL
000660         FILE STATUS IS WS-REPORT-STATUS.
000670     SELECT TERMINAL-ROSTER-FILE ASSIGN TO TERMROST
000680         ORGANIZATION IS LINE SEQUENTIAL
000690         FILE STATUS IS WS-ROSTER-STATUS.
000700
000710 DATA DIVISION.
000720 FILE SECTION.
000730 FD  COMMAND-FILE.
000740 01  COMMAND-RECORD.
000750     COPY SNOWCMND.
000760
000770 FD  SNOWFALL-LOG-FILE.
000780 01  SNOWFALL-LOG-RECORD.
000790     COPY SNOWLOG.
000800
000810 FD  COMMAND-ACK-FILE.
000820 01  COMMAND-ACK-RECORD.
000830     COPY SNOWCACK.
000840
000850 FD  REPORT-FILE.
000860 01  REPORT-RECORD                    PIC X(80).
000870
000880 FD  TERMINAL-ROSTER-FILE.
000890 01  TERMINAL-ROSTER-RECORD.
000900     COPY TERMROST.
000910
000920 WORKING-STORAGE SECTION.
000930*--------------------------------------------------------------
000940* FILE STATUS AREAS.
000950*--------------------------------------------------------------
000960 77  WS-SNOWCMND-STATUS            PIC X(2) VALUE '00'.
000970     88  SNOWCMND-OK               VALUE '00'.
000980     88  SNOWCMND-EOF              VALUE '10'.
000990
001000 77  WS-SNOWLOG-STATUS             PIC X(2) VALUE '00'.
001010     88  SNOWLOG-OK                VALUE '00'.
001020     88  SNOWLOG-EOF               VALUE '10'.
001030
001040 77  WS-SNOWCACK-STATUS            PIC X(2) VALUE '00'.
001050     88  SNOWCACK-OK               VALUE '00'.
001060     88  SNOWCACK-EOF              VALUE '10'.
001070
001080 77  WS-REPORT-STATUS              PIC X(2) VALUE '00'.
001090     88  REPORT-OK                 VALUE '00'.
001100
001110 77  WS-ROSTER-STATUS              PIC X(2) VALUE '00'.
001120     88  ROSTER-OK                 VALUE '00'.
001130     88  ROSTER-EOF                VALUE '10'.
001140
001150*--------------------------------------------------------------
001160* COMMAND TABLE - ONE ROW PER COMMAND IN THE PERIOD, IN FILE
001170* ORDER.  THE ISSUE STAMP AND OPERATOR COME FROM THE MATCHING
001180* CMND EVENT ON THE SNOWFALL LOG; THE EXPECTED, ACKED AND
001190* MISSING COUNTS AND THE LATENCY TOTALS ARE BUILT UP AS THE LOG
001200* AND THE ACK FILE ARE READ.
001210*--------------------------------------------------------------
001220 78  MAX-COMMANDS VALUE 1000.
001230
001240 77  WS-COMMAND-COUNT              PIC 9(4) COMP VALUE ZERO.
001250 01  WS-COMMAND-TABLE.
001260     05  WS-COMMAND-ENTRY OCCURS MAX-COMMANDS TIMES.
001270         10  WS-CMD-SEQ           PIC 9(6).
001280         10  WS-CMD-TARGET        PIC X(8).
001290         10  WS-CMD-WORD          PIC X(8).
001300         10  WS-CMD-OPER-ID       PIC X(8).
001310         10  WS-CMD-DATE          PIC 9(8).
001320         10  WS-CMD-TIME          PIC 9(8).
001330         10  WS-CMD-LOGGED-SW     PIC X.
001340             88  CMD-LOGGED       VALUE 'Y'.
001350         10  WS-CMD-EXPECTED      PIC 9(5) COMP.
001360         10  WS-CMD-ACKED         PIC 9(5) COMP.
001370         10  WS-CMD-MISSING       PIC 9(5) COMP.
001380         10  WS-CMD-TIMED         PIC 9(5) COMP.
001390         10  WS-CMD-SLOWEST       PIC 9(7) COMP.
001400         10  WS-CMD-TOTAL-SECS    PIC 9(9) COMP.
001410         10  WS-CMD-ZONE-SW       PIC X.
001420             88  CMD-FOR-ZONE     VALUE 'Y'.
001430
001440*--------------------------------------------------------------
001450* CONSOLES UP.  A START PUTS THE JOB ID IN THE TABLE AND ITS
001460* STOP TAKES IT OUT AGAIN, SO AT ANY POINT IN THE LOG SCAN THE
001470* TABLE HOLDS EXACTLY THE CONSOLES THAT WERE RUNNING.
001480*--------------------------------------------------------------
001490 78  MAX-UP VALUE 500.
001500
001510 77  WS-UP-COUNT                   PIC 9(3) COMP VALUE ZERO.
001520 01  WS-UP-TABLE.
001530     05  WS-UP-ENTRY OCCURS MAX-UP TIMES.
001540         10  WS-UP-CONSOLE-ID     PIC X(8).
001550
001560*--------------------------------------------------------------
001570* TERMINAL ROSTER - CONSOLE ID AND BUILDING ZONE, SO A COMMAND
001580* TARGET CAN BE TOLD APART AS A CONSOLE OR A ZONE AND EACH
001590* CONSOLE CAN BE PLACED IN ITS ZONE.
001600*--------------------------------------------------------------
001610 78  MAX-ROSTER VALUE 500.
001620
001630 77  WS-ROSTER-COUNT               PIC 9(3) COMP VALUE ZERO.
001640 01  WS-ROSTER-TABLE.
001650     05  WS-ROSTER-ENTRY OCCURS MAX-ROSTER TIMES.
001660         10  WS-ROS-CONSOLE-ID    PIC X(8).
001670         10  WS-ROS-ZONE          PIC X(8).
001680
001690*--------------------------------------------------------------
001700* DELIVERY BY ZONE - ONE ROW PER ROSTER ZONE PLUS ONE (BLANK
001710* CODE) FOR CONSOLES IN NO ZONE OR NOT ON THE ROSTER.  SIZED ONE
001720* PAST THE ROSTER SO IT CANNOT FILL.
001730*--------------------------------------------------------------
001740 78  MAX-ZONES VALUE 501.
001750
001760 77  WS-ZONE-COUNT                 PIC 9(3) COMP VALUE ZERO.
001770 01  WS-ZONE-TABLE.
001780     05  WS-ZONE-ENTRY OCCURS MAX-ZONES TIMES.
001790         10  WS-ZON-CODE          PIC X(8).
001800         10  WS-ZON-EXPECTED      PIC 9(5) COMP.
001810         10  WS-ZON-ACKED         PIC 9(5) COMP.
001820         10  WS-ZON-MISSING       PIC 9(5) COMP.
001830
001840*--------------------------------------------------------------
001850* EXPECTED ACKNOWLEDGEMENTS - ONE ROW PER COMMAND PER CONSOLE
001860* THAT WAS UP AND ADDRESSED WHEN THE COMMAND WAS STAMPED.
001870*--------------------------------------------------------------
001880 78  MAX-EXPECTED VALUE 5000.
001890
001900 77  WS-EXPECTED-COUNT             PIC 9(4) COMP VALUE ZERO.
001910 01  WS-EXPECTED-TABLE.
001920     05  WS-EXPECTED-ENTRY OCCURS MAX-EXPECTED TIMES.
001930         10  WS-EXP-CMD-ROW       PIC 9(4) COMP.
001940         10  WS-EXP-CONSOLE-ID    PIC X(8).
001950         10  WS-EXP-ACK-SW        PIC X.
001960             88  EXP-ACKED        VALUE 'Y'.
001970
001980*--------------------------------------------------------------
001990* UNMATCHED ACKNOWLEDGEMENTS - THE SECOND EXCEPTION SECTION.
002000*--------------------------------------------------------------
002010 78  MAX-STRAYS VALUE 1000.
002020
002030 77  WS-STRAY-COUNT                PIC 9(4) COMP VALUE ZERO.
002040 01  WS-STRAY-TABLE.
002050     05  WS-STRAY-ENTRY OCCURS MAX-STRAYS TIMES.
002060         10  WS-STR-CONSOLE-ID    PIC X(8).
002070         10  WS-STR-SEQ           PIC 9(6).
002080         10  WS-STR-COMMAND       PIC X(8).
002090         10  WS-STR-DATE          PIC 9(8).
002100         10  WS-STR-TIME          PIC 9(8).
002110         10  WS-STR-REASON        PIC X(21).
002120
002130*--------------------------------------------------------------
002140* CONTROL COUNTS.
002150*--------------------------------------------------------------
002160 77  WS-COMMANDS-READ              PIC 9(7) COMP VALUE ZERO.
002170 77  WS-LOG-RECORDS-READ           PIC 9(7) COMP VALUE ZERO.
002180 77  WS-ACKS-READ                  PIC 9(7) COMP VALUE ZERO.
002190 77  WS-TOTAL-EXPECTED             PIC 9(7) COMP VALUE ZERO.
002200 77  WS-TOTAL-MISSING              PIC 9(7) COMP VALUE ZERO.
002210 77  WS-DUP-ACK-COUNT              PIC 9(5) COMP VALUE ZERO.
002220 77  WS-UNMATCHED-CMND-COUNT       PIC 9(5) COMP VALUE ZERO.
002230 77  WS-OUT-OF-PERIOD-ACK-COUNT    PIC 9(5) COMP VALUE ZERO.
002240 77  WS-SUPV-MISSED-COUNT          PIC 9(5) COMP VALUE ZERO.
002250 77  WS-COMMAND-SKIP-COUNT         PIC 9(5) COMP VALUE ZERO.
002260 77  WS-UP-SKIP-COUNT              PIC 9(5) COMP VALUE ZERO.
002270 77  WS-EXPECTED-SKIP-COUNT        PIC 9(5) COMP VALUE ZERO.
002280 77  WS-STRAY-SKIP-COUNT           PIC 9(5) COMP VALUE ZERO.
002290 77  WS-ROSTER-SKIP-COUNT          PIC 9(5) COMP VALUE ZERO.
002300
002310*--------------------------------------------------------------
002320* LATENCY WORK AREAS.  SECONDS FROM THE CMND STAMP TO THE ACK
002330* STAMP, USING THE DAY NUMBER SO A COMMAND ISSUED JUST BEFORE
002340* MIDNIGHT STILL COMES OUT RIGHT.  AN ACK STAMPED A SPLIT
002350* SECOND AHEAD OF THE LOG WRITE COUNTS AS ZERO.
002360*--------------------------------------------------------------
002370 77  WS-ISSUE-DAY-NUM              PIC 9(7) COMP.
002380 77  WS-ACK-DAY-NUM                PIC 9(7) COMP.
002390 77  WS-LATENCY                    PIC S9(9) COMP.
002400
002410 01  WS-TIME-SPLIT.
002420     05  WS-TIME-HH               PIC 9(2).
002430     05  WS-TIME-MM               PIC 9(2).
002440     05  WS-TIME-SS               PIC 9(2).
002450     05  FILLER                   PIC 9(2).
002460 77  WS-TIME-SECONDS               PIC 9(5) COMP.
002470
002480*--------------------------------------------------------------
002490* CMND EVENT WORK AREAS.  THE REASON IS '<COMMAND> <TARGET>'
002500* WITH THE SEQUENCE NUMBER IN POSITIONS 19-24.  STAMPS WRITTEN
002510* BEFORE THE SEQUENCE NUMBER WAS CARRIED ARE MATCHED TO THE
002520* FIRST UNSTAMPED COMMAND WITH THE SAME WORDING.
002530*--------------------------------------------------------------
002540 77  WS-EVT-WORD                   PIC X(8).
002550 77  WS-EVT-TARGET                 PIC X(8).
002560
002570*--------------------------------------------------------------
002580* THE RECONCILIATION PERIOD.  TO= DEFAULTS TO YESTERDAY AND
002590* FROM= TO TO=.  A PASS OVER THE LOG TURNS THE DATES INTO A
002600* RANGE OF COMMAND SEQUENCE NUMBERS - THE COMMAND FILE IS
002610* WRITTEN IN SEQUENCE ORDER AND THE LOG IN TIME ORDER, SO THE
002620* COMMANDS STAMPED IN THE PERIOD RUN FROM THE LOWEST TO THE
002630* HIGHEST SEQUENCE STAMPED IN IT.  WHEN THE PERIOD HOLDS OLDER
002640* STAMPS WITH NO SEQUENCE NUMBER THE RANGE WIDENS TO EVERY
002650* COMMAND AFTER THE LAST ONE STAMPED BEFORE THE PERIOD AND
002660* BEFORE THE FIRST ONE STAMPED AFTER IT.
002670*--------------------------------------------------------------
002680 77  WS-FROM-X                     PIC X(8) VALUE SPACES.
002690 77  WS-TO-X                       PIC X(8) VALUE SPACES.
002700 77  WS-FROM-DATE                  PIC 9(8) VALUE ZERO.
002710 77  WS-TO-DATE                    PIC 9(8) VALUE ZERO.
002720 77  WS-FROM-DAY-NUM               PIC 9(7) COMP.
002730 77  WS-TO-DAY-NUM                 PIC 9(7) COMP.
002740 77  WS-TODAY-DAY-NUM              PIC 9(7) COMP.
002750 77  WS-DATE-WORK                  PIC 9(8).
002760
002770 77  WS-STAMP-SEQ                  PIC 9(6).
002780 77  WS-SEQ-BEFORE                 PIC 9(6) VALUE ZERO.
002790 77  WS-SEQ-AFTER                  PIC 9(6) VALUE ZERO.
002800 77  WS-PERIOD-LOW-SEQ             PIC 9(6) VALUE ZERO.
002810 77  WS-PERIOD-HIGH-SEQ            PIC 9(6) VALUE ZERO.
002820 77  WS-HIGH-FILE-SEQ              PIC 9(6) VALUE ZERO.
002830 77  WS-OLD-STAMP-SWITCH           PIC X VALUE 'N'.
002840     88  PERIOD-HAS-OLD-STAMPS     VALUE 'Y'.
002850
002860*--------------------------------------------------------------
002870* PARM PARSING WORK AREAS - SAME SHAPE AS MERRY-COBOL'S.
002880*--------------------------------------------------------------
002890 01  WS-PARM-WORK                 PIC X(100).
002900 01  WS-PARM-TOKEN-TABLE.
002910     05  WS-PARM-TOKEN            PIC X(20) OCCURS 6 TIMES.
002920 77  WS-TOKEN-IDX                 PIC 9(1).
002930
002940*--------------------------------------------------------------
002950* MISCELLANEOUS WORK AREAS AND SUBSCRIPTS.
002960*--------------------------------------------------------------
002970 77  WS-IDX                        PIC 9(4) COMP.
002980 77  WS-CMD-ROW                    PIC 9(4) COMP.
002990 77  WS-UP-ROW                     PIC 9(4) COMP.
003000 77  WS-EXP-ROW                    PIC 9(4) COMP.
003010 77  WS-ROW-IDX                    PIC 9(4) COMP.
003020 77  WS-ROS-ROW                    PIC 9(4) COMP.
003030 77  WS-ZONE-ROW                   PIC 9(4) COMP.
003040 77  WS-LOOKUP-SEQ                 PIC 9(6).
003050 77  WS-LOOKUP-ID                  PIC X(8).
003060 77  WS-LOOKUP-ZONE                PIC X(8).
003070 77  WS-STRAY-WHY                  PIC X(21).
003080 77  WS-FOUND-SWITCH               PIC X VALUE 'N'.
003090     88  ENTRY-FOUND               VALUE 'Y'.
003100 77  WS-ADDRESSED-SWITCH           PIC X VALUE 'N'.
003110     88  CONSOLE-ADDRESSED         VALUE 'Y'.
003120 77  WS-ERROR-SWITCH               PIC X VALUE 'N'.
003130     88  PARM-ERROR                VALUE 'Y'.
003140
003150 01  WS-TODAY-CCYYMMDD             PIC 9(8) VALUE ZERO.
003160 77  WS-AVERAGE-SECS               PIC 9(7) COMP.
003170
003180*--------------------------------------------------------------
003190* REPORT LINE LAYOUTS.
003200*--------------------------------------------------------------
003210 01  RPT-HEADING-1.
003220     05  FILLER                   PIC X(50) VALUE
003230         'SNOW-RECON  COMMAND DELIVERY RECONCILIATION  DATE '.
003240     05  RPT-HDG-DATE             PIC 9(8).
003250     05  FILLER                   PIC X(22) VALUE SPACES.
003260
003270 01  RPT-PERIOD-LINE.
003280     05  FILLER                   PIC X(7) VALUE 'PERIOD '.
003290     05  RPT-PER-FROM             PIC 9(8).
003300     05  FILLER                   PIC X(4) VALUE ' TO '.
003310     05  RPT-PER-TO               PIC 9(8).
003320     05  FILLER                   PIC X(53) VALUE
003330         '   (COMMANDS BY THE DATE OF THEIR CMND LOG STAMP)'.
003340
003350 01  RPT-COMMAND-HEADING.
003360     05  FILLER                   PIC X(40) VALUE
003370         'SEQ    TARGET   COMMAND  ISSUER   EXPCT '.
003380     05  FILLER                   PIC X(40) VALUE
003390         'ACKED  MISS  SLOWEST  AVERAGE NOTE'.
003400
003410 01  RPT-LATENCY-NOTE.
003420     05  FILLER                   PIC X(80) VALUE
003430         '  (LATENCY IN SECONDS FROM CMND LOG STAMP TO ACK)'.
003440
003450 01  RPT-COMMAND-LINE.
003460     05  RPT-CMD-SEQ              PIC 9(6).
003470     05  FILLER                   PIC X(1) VALUE SPACE.
003480     05  RPT-CMD-TARGET           PIC X(8).
003490     05  FILLER                   PIC X(1) VALUE SPACE.
003500     05  RPT-CMD-WORD             PIC X(8).
003510     05  FILLER                   PIC X(1) VALUE SPACE.
003520     05  RPT-CMD-OPER-ID          PIC X(8).
003530     05  FILLER                   PIC X(1) VALUE SPACE.
003540     05  RPT-CMD-EXPECTED         PIC ZZZZ9.
003550     05  FILLER                   PIC X(1) VALUE SPACE.
003560     05  RPT-CMD-ACKED            PIC ZZZZ9.
003570     05  FILLER                   PIC X(1) VALUE SPACE.
003580     05  RPT-CMD-MISSING          PIC ZZZZ9.
003590     05  FILLER                   PIC X(2) VALUE SPACES.
003600     05  RPT-CMD-SLOWEST          PIC ZZZZZZ9.
003610     05  FILLER                   PIC X(2) VALUE SPACES.
003620     05  RPT-CMD-AVERAGE          PIC ZZZZZZ9.
003630     05  FILLER                   PIC X(1) VALUE SPACE.
003640     05  RPT-CMD-NOTE             PIC X(10).
003650
003660 01  RPT-NO-COMMANDS-LINE.
003670     05  FILLER                   PIC X(80) VALUE
003680         '  NONE - NO COMMAND WAS STAMPED IN THE PERIOD'.
003690
003700 01  RPT-MISSING-HEADING.
003710     05  FILLER                   PIC X(80) VALUE
003720         '** EXCEPTIONS - CONSOLES THAT NEVER ACKNOWLEDGED **'.
003730
003740 01  RPT-MISSING-LINE.
003750     05  FILLER                   PIC X(2) VALUE SPACES.
003760     05  RPT-MIS-CONSOLE-ID       PIC X(8).
003770     05  FILLER                   PIC X(6) VALUE '  SEQ '.
003780     05  RPT-MIS-SEQ              PIC 9(6).
003790     05  FILLER                   PIC X(2) VALUE SPACES.
003800     05  RPT-MIS-WORD             PIC X(8).
003810     05  FILLER                   PIC X(6) VALUE '  FOR '.
003820     05  RPT-MIS-TARGET           PIC X(8).
003830     05  FILLER                   PIC X(7) VALUE '  ZONE '.
003840     05  RPT-MIS-ZONE             PIC X(8).
003850     05  FILLER                   PIC X(19) VALUE SPACES.
003860
003870 01  RPT-NO-MISSING-LINE.
003880     05  FILLER                   PIC X(80) VALUE
003890         '  NONE - EVERY CONSOLE UP AT ISSUE ACKNOWLEDGED'.
003900
003910 01  RPT-STRAY-HEADING.
003920     05  FILLER                   PIC X(80) VALUE
003930         '** EXCEPTIONS - ACKS WITH NO MATCHING DELIVERY **'.
003940
003950 01  RPT-STRAY-LINE.
003960     05  FILLER                   PIC X(2) VALUE SPACES.
003970     05  RPT-STR-CONSOLE-ID       PIC X(8).
003980     05  FILLER                   PIC X(2) VALUE SPACES.
003990     05  RPT-STR-SEQ              PIC 9(6).
004000     05  FILLER                   PIC X(2) VALUE SPACES.
004010     05  RPT-STR-COMMAND          PIC X(8).
004020     05  FILLER                   PIC X(2) VALUE SPACES.
004030     05  RPT-STR-DATE             PIC 9(8).
004040     05  FILLER                   PIC X(2) VALUE SPACES.
004050     05  RPT-STR-TIME             PIC 9(8).
004060     05  FILLER                   PIC X(2) VALUE SPACES.
004070     05  RPT-STR-REASON           PIC X(21).
004080     05  FILLER                   PIC X(9) VALUE SPACES.
004090
004100 01  RPT-NO-STRAYS-LINE.
004110     05  FILLER                   PIC X(80) VALUE
004120         '  NONE - EVERY ACKNOWLEDGEMENT MATCHED ITS COMMAND'.
004130
004140 01  RPT-ZONE-HEADING.
004150     05  FILLER                   PIC X(80) VALUE
004160         '** DELIVERY BY ZONE **'.
004170
004180 01  RPT-ZONE-COLUMNS.
004190     05  FILLER                   PIC X(80) VALUE
004200         '  ZONE      EXPCT  ACKED   MISS'.
004210
004220 01  RPT-ZONE-LINE.
004230     05  FILLER                   PIC X(2) VALUE SPACES.
004240     05  RPT-ZON-CODE             PIC X(8).
004250     05  FILLER                   PIC X(2) VALUE SPACES.
004260     05  RPT-ZON-EXPECTED         PIC ZZZZ9.
004270     05  FILLER                   PIC X(2) VALUE SPACES.
004280     05  RPT-ZON-ACKED            PIC ZZZZ9.
004290     05  FILLER                   PIC X(2) VALUE SPACES.
004300     05  RPT-ZON-MISSING          PIC ZZZZ9.
004310     05  FILLER                   PIC X(49) VALUE SPACES.
004320
004330 01  RPT-NO-ZONES-LINE.
004340     05  FILLER                   PIC X(80) VALUE
004350         '  NONE - NO ACKNOWLEDGEMENTS WERE EXPECTED'.
004360
004370 01  RPT-COUNT-LINE.
004380     05  FILLER                   PIC X(2) VALUE SPACES.
004390     05  RPT-COUNT-TEXT           PIC X(40).
004400     05  FILLER                   PIC X(2) VALUE SPACES.
004410     05  RPT-COUNT-VALUE          PIC ZZZ,ZZ9.
004420     05  FILLER                   PIC X(29) VALUE SPACES.
004430
004440 01  RPT-SKIP-LINE.
004450     05  FILLER                   PIC X(4) VALUE '*** '.
004460     05  RPT-SKIP-COUNT           PIC ZZZZ9.
004470     05  FILLER                   PIC X(1) VALUE SPACE.
004480     05  RPT-SKIP-TEXT            PIC X(44).
004490     05  FILLER                   PIC X(4) VALUE ' ***'.
004500     05  FILLER                   PIC X(22) VALUE SPACES.
004510
004520 01  RPT-BLANK-LINE                PIC X(80) VALUE SPACES.
004530
004540 LINKAGE SECTION.
004550     COPY PARMAREA.
004560
004570 PROCEDURE DIVISION USING LS-PARM-AREA.
004580*================================================================
004590* 0000-MAINLINE - TOP LEVEL FLOW.  LOAD THE COMMANDS STAMPED IN
004600* THE PERIOD, SCAN THE LOG FOR WHO WAS UP AT EACH OF THEIR CMND
004610* STAMPS, MATCH THE ACK FILE AGAINST THAT, PRINT THE REPORT,
004620* STOP RUN.
004630*================================================================
004640 0000-MAINLINE.
004650     PERFORM 1000-INITIALIZE THRU 1000-EXIT
004660     IF PARM-ERROR
004670         MOVE 8 TO RETURN-CODE
004680         STOP RUN
004690     END-IF
004700     PERFORM 3000-SCAN-LOG THRU 3000-EXIT
004710     PERFORM 3500-SCAN-ACKS THRU 3500-EXIT
004720     PERFORM 4000-PRINT-REPORT THRU 4000-EXIT
004730     PERFORM 5000-TERMINATE THRU 5000-EXIT
004740     STOP RUN.
004750
004760*----------------------------------------------------------------
004770* 1000-INITIALIZE - PARSE AND CHECK THE PARM, LOAD THE ROSTER,
004780* FIND THE PERIOD'S SEQUENCE RANGE ON THE LOG AND LOAD THE
004790* COMMANDS IN IT, OPEN THE ACK FILE AND THE REPORT FILE.  WITH
004800* NO LOG NO COMMAND CAN BE PLACED IN THE PERIOD; A MISSING ACK
004810* FILE STILL GIVES A REPORT - EVERY COMMAND SHOWS UNACKED.  WITH
004820* NO ROSTER NO TARGET IS TAKEN AS A ZONE.
004830*----------------------------------------------------------------
004840 1000-INITIALIZE.
004850     ACCEPT WS-TODAY-CCYYMMDD FROM DATE YYYYMMDD
004860     PERFORM 1300-PARSE-PARM THRU 1300-EXIT
004870     PERFORM 1350-CHECK-PERIOD THRU 1350-EXIT
004880     IF PARM-ERROR
004890         GO TO 1000-EXIT
004900     END-IF
004910     PERFORM 1200-LOAD-ROSTER THRU 1200-EXIT
004920     OPEN INPUT SNOWFALL-LOG-FILE
004930     IF SNOWLOG-OK
004940         PERFORM 1400-FIND-PERIOD-SEQS THRU 1400-EXIT
004950     ELSE
004960         DISPLAY 'SNOW-RECON: NO SNOWFALL LOG - NO COMMAND '
004970             'CAN BE PLACED IN THE PERIOD'
004980     END-IF
004990     PERFORM 1100-LOAD-COMMANDS THRU 1100-EXIT
005000     OPEN INPUT COMMAND-ACK-FILE
005010     IF NOT SNOWCACK-OK
005020         DISPLAY 'SNOW-RECON: NO COMMAND ACK FILE - NO '
005030             'CONSOLE HAS ACKNOWLEDGED ANYTHING'
005040     END-IF
005050     OPEN OUTPUT REPORT-FILE.
005060 1000-EXIT.
005070     EXIT.
005080
005090*----------------------------------------------------------------
005100* 1100-LOAD-COMMANDS - THE COMMANDS IN THE PERIOD'S SEQUENCE
005110* RANGE INTO THE TABLE.  THE WHOLE FILE IS READ FOR ITS HIGHEST
005120* SEQUENCE NUMBER, SO AN ACK FOR A COMMAND OUTSIDE THE PERIOD
005130* CAN BE TOLD FROM ONE FOR A COMMAND THAT NEVER EXISTED.  A
005140* COMMAND IN RANGE PAST THE TABLE LIMIT IS COUNTED.
005150*----------------------------------------------------------------
005160 1100-LOAD-COMMANDS.
005170     OPEN INPUT COMMAND-FILE
005180     IF NOT SNOWCMND-OK
005190         DISPLAY 'SNOW-RECON: NO COMMAND FILE - NOTHING TO '
005200             'RECONCILE'
005210         GO TO 1100-EXIT
005220     END-IF
005230     PERFORM 1110-LOAD-ONE-COMMAND THRU 1110-EXIT
005240         UNTIL SNOWCMND-EOF
005250     CLOSE COMMAND-FILE.
005260 1100-EXIT.
005270     EXIT.
005280
005290 1110-LOAD-ONE-COMMAND.
005300     READ COMMAND-FILE
005310         AT END
005320             MOVE '10' TO WS-SNOWCMND-STATUS
005330             GO TO 1110-EXIT
005340     END-READ
005350     ADD 1 TO WS-COMMANDS-READ
005360     IF CC-SEQ-NUM OF COMMAND-RECORD > WS-HIGH-FILE-SEQ
005370         MOVE CC-SEQ-NUM OF COMMAND-RECORD TO WS-HIGH-FILE-SEQ
005380     END-IF
005390     IF WS-PERIOD-HIGH-SEQ = ZERO
005400             OR CC-SEQ-NUM OF COMMAND-RECORD < WS-PERIOD-LOW-SEQ
005410             OR CC-SEQ-NUM OF COMMAND-RECORD > WS-PERIOD-HIGH-SEQ
005420         GO TO 1110-EXIT
005430     END-IF
005440     IF WS-COMMAND-COUNT >= MAX-COMMANDS
005450         ADD 1 TO WS-COMMAND-SKIP-COUNT
005460         GO TO 1110-EXIT
005470     END-IF
005480     ADD 1 TO WS-COMMAND-COUNT
005490     MOVE WS-COMMAND-COUNT TO WS-CMD-ROW
005500     MOVE CC-SEQ-NUM OF COMMAND-RECORD TO WS-CMD-SEQ(WS-CMD-ROW)
005510     MOVE CC-TARGET-ID OF COMMAND-RECORD
005520         TO WS-CMD-TARGET(WS-CMD-ROW)
005530     MOVE CC-COMMAND OF COMMAND-RECORD TO WS-CMD-WORD(WS-CMD-ROW)
005540     MOVE SPACES TO WS-CMD-OPER-ID(WS-CMD-ROW)
005550     MOVE ZERO TO WS-CMD-DATE(WS-CMD-ROW)
005560     MOVE ZERO TO WS-CMD-TIME(WS-CMD-ROW)
005570     MOVE 'N' TO WS-CMD-LOGGED-SW(WS-CMD-ROW)
005580     MOVE ZERO TO WS-CMD-EXPECTED(WS-CMD-ROW)
005590     MOVE ZERO TO WS-CMD-ACKED(WS-CMD-ROW)
005600     MOVE ZERO TO WS-CMD-MISSING(WS-CMD-ROW)
005610     MOVE ZERO TO WS-CMD-TIMED(WS-CMD-ROW)
005620     MOVE ZERO TO WS-CMD-SLOWEST(WS-CMD-ROW)
005630     MOVE ZERO TO WS-CMD-TOTAL-SECS(WS-CMD-ROW)
005640     MOVE 'N' TO WS-CMD-ZONE-SW(WS-CMD-ROW)
005650     IF WS-CMD-TARGET(WS-CMD-ROW) = 'ALL     '
005660         GO TO 1110-EXIT
005670     END-IF
005680     MOVE WS-CMD-TARGET(WS-CMD-ROW) TO WS-LOOKUP-ID
005690     PERFORM 2400-FIND-ROSTER-ROW THRU 2400-EXIT
005700     IF ENTRY-FOUND
005710         GO TO 1110-EXIT
005720     END-IF
005730     MOVE WS-CMD-TARGET(WS-CMD-ROW) TO WS-LOOKUP-ZONE
005740     PERFORM 2420-FIND-ROSTER-ZONE THRU 2420-EXIT
005750     IF ENTRY-FOUND
005760         SET CMD-FOR-ZONE(WS-CMD-ROW) TO TRUE
005770     END-IF.
005780 1110-EXIT.
005790     EXIT.
005800
005810*----------------------------------------------------------------
005820* 1200-LOAD-ROSTER - THE TERMINAL ROSTER INTO THE ROSTER TABLE,
005830* AND EACH DISTINCT ZONE ON IT INTO THE ZONE TABLE SO EVERY
005840* BUILDING SHOWS IN THE DELIVERY BY ZONE SECTION.  THE SAME
005850* PROBE READ AS THE COMMAND LOAD COUNTS AN OVERFLOW.
005860*----------------------------------------------------------------
005870 1200-LOAD-ROSTER.
005880     OPEN INPUT TERMINAL-ROSTER-FILE
005890     IF NOT ROSTER-OK
005900         DISPLAY 'SNOW-RECON: NO TERMINAL ROSTER - NO TARGET '
005910             'IS TAKEN AS A BUILDING ZONE'
005920         GO TO 1200-EXIT
005930     END-IF
005940     PERFORM 1210-LOAD-ONE-ROSTER THRU 1210-EXIT
005950         UNTIL ROSTER-EOF
005960             OR WS-ROSTER-COUNT >= MAX-ROSTER
005970     IF NOT ROSTER-EOF
005980         READ TERMINAL-ROSTER-FILE
005990             AT END
006000                 MOVE '10' TO WS-ROSTER-STATUS
006010         END-READ
006020         IF NOT ROSTER-EOF
006030             ADD 1 TO WS-ROSTER-SKIP-COUNT
006040         END-IF
006050     END-IF
006060     CLOSE TERMINAL-ROSTER-FILE.
006070 1200-EXIT.
006080     EXIT.
006090
006100 1210-LOAD-ONE-ROSTER.
006110     READ TERMINAL-ROSTER-FILE
006120         AT END
006130             MOVE '10' TO WS-ROSTER-STATUS
006140             GO TO 1210-EXIT
006150     END-READ
006160     ADD 1 TO WS-ROSTER-COUNT
006170     MOVE TR-CONSOLE-ID OF TERMINAL-ROSTER-RECORD
006180         TO WS-ROS-CONSOLE-ID(WS-ROSTER-COUNT)
006190     MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD
006200         TO WS-ROS-ZONE(WS-ROSTER-COUNT)
006210     IF TR-ZONE OF TERMINAL-ROSTER-RECORD NOT = SPACES
006220         MOVE TR-ZONE OF TERMINAL-ROSTER-RECORD TO WS-LOOKUP-ZONE
006230         PERFORM 2500-FIND-ZONE-ROW THRU 2500-EXIT
006240     END-IF.
006250 1210-EXIT.
006260     EXIT.
006270
006280 1300-PARSE-PARM.
006290     MOVE SPACES TO WS-PARM-WORK
006300     MOVE SPACES TO WS-PARM-TOKEN-TABLE
006310     IF LS-PARM-LENGTH > ZERO
006320         MOVE LS-PARM-TEXT(1:LS-PARM-LENGTH) TO WS-PARM-WORK
006330         UNSTRING WS-PARM-WORK DELIMITED BY ALL SPACE
006340             INTO WS-PARM-TOKEN(1) WS-PARM-TOKEN(2)
006350                  WS-PARM-TOKEN(3) WS-PARM-TOKEN(4)
006360                  WS-PARM-TOKEN(5) WS-PARM-TOKEN(6)
006370         END-UNSTRING
006380         PERFORM 1310-EVAL-TOKEN THRU 1310-EXIT
006390             VARYING WS-TOKEN-IDX FROM 1 BY 1
006400             UNTIL WS-TOKEN-IDX > 6
006410     END-IF.
006420 1300-EXIT.
006430     EXIT.
006440
006450 1310-EVAL-TOKEN.
006460     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:5) = 'FROM='
006470         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(6:8) TO WS-FROM-X
006480     END-IF
006490     IF WS-PARM-TOKEN(WS-TOKEN-IDX)(1:3) = 'TO='
006500         MOVE WS-PARM-TOKEN(WS-TOKEN-IDX)(4:8) TO WS-TO-X
006510     END-IF.
006520 1310-EXIT.
006530     EXIT.
006540
006550*----------------------------------------------------------------
006560* 1350-CHECK-PERIOD - TO= DEFAULTS TO YESTERDAY, THE LAST WHOLE
006570* DAY; FROM= DEFAULTS TO TO=, SO THE UNADORNED MORNING RUN
006580* RECONCILES THE DAY JUST ENDED.  A DATE THAT DOES NOT SURVIVE
006590* THE ROUND TRIP THROUGH A DAY NUMBER IS NOT A CALENDAR DATE.
006600* THE PERIOD MAY NOT RUN PAST TODAY.
006610*----------------------------------------------------------------
006620 1350-CHECK-PERIOD.
006630     COMPUTE WS-TODAY-DAY-NUM =
006640         FUNCTION INTEGER-OF-DATE(WS-TODAY-CCYYMMDD)
006650     IF WS-TO-X = SPACES
006660         COMPUTE WS-TO-DATE =
006670             FUNCTION DATE-OF-INTEGER(WS-TODAY-DAY-NUM - 1)
006680     ELSE
006690         IF WS-TO-X NOT NUMERIC
006700             DISPLAY 'SNOW-RECON: TO= MUST BE CCYYMMDD'
006710             SET PARM-ERROR TO TRUE
006720             GO TO 1350-EXIT
006730         END-IF
006740         MOVE WS-TO-X TO WS-TO-DATE
006750     END-IF
006760     IF WS-FROM-X = SPACES
006770         MOVE WS-TO-DATE TO WS-FROM-DATE
006780     ELSE
006790         IF WS-FROM-X NOT NUMERIC
006800             DISPLAY 'SNOW-RECON: FROM= MUST BE CCYYMMDD'
006810             SET PARM-ERROR TO TRUE
006820             GO TO 1350-EXIT
006830         END-IF
006840         MOVE WS-FROM-X TO WS-FROM-DATE
006850     END-IF
006860     COMPUTE WS-FROM-DAY-NUM =
006870         FUNCTION INTEGER-OF-DATE(WS-FROM-DATE)
006880     COMPUTE WS-TO-DAY-NUM =
006890         FUNCTION INTEGER-OF-DATE(WS-TO-DATE)
006900     COMPUTE WS-DATE-WORK =
006910         FUNCTION DATE-OF-INTEGER(WS-TO-DAY-NUM)
006920     IF WS-TO-DAY-NUM = ZERO OR WS-DATE-WORK NOT = WS-TO-DATE
006930         DISPLAY 'SNOW-RECON: TO= ' WS-TO-DATE
006940             ' IS NOT A CALENDAR DATE'
006950         SET PARM-ERROR TO TRUE
006960         GO TO 1350-EXIT
006970     END-IF
006980     COMPUTE WS-DATE-WORK =
006990         FUNCTION DATE-OF-INTEGER(WS-FROM-DAY-NUM)
007000     IF WS-FROM-DAY-NUM = ZERO OR WS-DATE-WORK NOT = WS-FROM-DATE
007010         DISPLAY 'SNOW-RECON: FROM= ' WS-FROM-DATE
007020             ' IS NOT A CALENDAR DATE'
007030         SET PARM-ERROR TO TRUE
007040         GO TO 1350-EXIT
007050     END-IF
007060     IF WS-TO-DATE > WS-TODAY-CCYYMMDD
007070         DISPLAY 'SNOW-RECON: TO= MAY NOT BE AFTER TODAY'
007080         SET PARM-ERROR TO TRUE
007090         GO TO 1350-EXIT
007100     END-IF
007110     IF WS-FROM-DAY-NUM > WS-TO-DAY-NUM
007120         DISPLAY 'SNOW-RECON: FROM= IS AFTER TO='
007130         SET PARM-ERROR TO TRUE
007140     END-IF.
007150 1350-EXIT.
007160     EXIT.
007170
007180*----------------------------------------------------------------
007190* 1400-FIND-PERIOD-SEQS - ONE PASS OVER THE CMND STAMPS OF THE
007200* LOG FOR THE PERIOD'S SEQUENCE RANGE (SEE THE PERIOD WORK
007210* AREAS), THEN BACK TO THE TOP OF THE LOG FOR THE MAIN SCAN.
007220* NO STAMP IN THE PERIOD LEAVES THE RANGE EMPTY.
007230*----------------------------------------------------------------
007240 1400-FIND-PERIOD-SEQS.
007250     PERFORM 1410-TEST-ONE-STAMP THRU 1410-EXIT
007260         UNTIL SNOWLOG-EOF
007270     IF PERIOD-HAS-OLD-STAMPS
007280         COMPUTE WS-PERIOD-LOW-SEQ = WS-SEQ-BEFORE + 1
007290         IF WS-SEQ-AFTER = ZERO
007300             MOVE 999999 TO WS-PERIOD-HIGH-SEQ
007310         ELSE
007320             COMPUTE WS-PERIOD-HIGH-SEQ = WS-SEQ-AFTER - 1
007330         END-IF
007340     END-IF
007350     CLOSE SNOWFALL-LOG-FILE
007360     OPEN INPUT SNOWFALL-LOG-FILE.
007370 1400-EXIT.
007380     EXIT.
007390
007400 1410-TEST-ONE-STAMP.
007410     READ SNOWFALL-LOG-FILE
007420         AT END
007430             MOVE '10' TO WS-SNOWLOG-STATUS
007440             GO TO 1410-EXIT
007450     END-READ
007460     IF LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD NOT = 'CMND '
007470         GO TO 1410-EXIT
007480     END-IF
007490     IF LOG-STOP-REASON OF SNOWFALL-LOG-RECORD(19:6) NOT NUMERIC
007500         IF LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
007510                 NOT < WS-FROM-DATE
007520             AND LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
007530                 NOT > WS-TO-DATE
007540             SET PERIOD-HAS-OLD-STAMPS TO TRUE
007550         END-IF
007560         GO TO 1410-EXIT
007570     END-IF
007580     MOVE LOG-STOP-REASON OF SNOWFALL-LOG-RECORD(19:6)
007590         TO WS-STAMP-SEQ
007600     IF LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD < WS-FROM-DATE
007610         IF WS-STAMP-SEQ > WS-SEQ-BEFORE
007620             MOVE WS-STAMP-SEQ TO WS-SEQ-BEFORE
007630         END-IF
007640         GO TO 1410-EXIT
007650     END-IF
007660     IF LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD > WS-TO-DATE
007670         IF WS-SEQ-AFTER = ZERO OR WS-STAMP-SEQ < WS-SEQ-AFTER
007680             MOVE WS-STAMP-SEQ TO WS-SEQ-AFTER
007690         END-IF
007700         GO TO 1410-EXIT
007710     END-IF
007720     IF WS-PERIOD-LOW-SEQ = ZERO
007730             OR WS-STAMP-SEQ < WS-PERIOD-LOW-SEQ
007740         MOVE WS-STAMP-SEQ TO WS-PERIOD-LOW-SEQ
007750     END-IF
007760     IF WS-STAMP-SEQ > WS-PERIOD-HIGH-SEQ
007770         MOVE WS-STAMP-SEQ TO WS-PERIOD-HIGH-SEQ
007780     END-IF.
007790 1410-EXIT.
007800     EXIT.
007810
007820*----------------------------------------------------------------
007830* 2000-FIND-COMMAND-ROW - LOOK UP WS-LOOKUP-SEQ IN THE COMMAND
007840* TABLE.  LEAVES WS-CMD-ROW POINTING AT THE MATCH WHEN
007850* ENTRY-FOUND.
007860*----------------------------------------------------------------
007870 2000-FIND-COMMAND-ROW.
007880     MOVE 'N' TO WS-FOUND-SWITCH
007890     PERFORM 2010-TEST-COMMAND-ROW THRU 2010-EXIT
007900         VARYING WS-IDX FROM 1 BY 1
007910         UNTIL WS-IDX > WS-COMMAND-COUNT OR ENTRY-FOUND.
007920 2000-EXIT.
007930     EXIT.
007940
007950 2010-TEST-COMMAND-ROW.
007960     IF WS-CMD-SEQ(WS-IDX) = WS-LOOKUP-SEQ
007970         MOVE WS-IDX TO WS-CMD-ROW
007980         SET ENTRY-FOUND TO TRUE
007990     END-IF.
008000 2010-EXIT.
008010     EXIT.
008020
008030*----------------------------------------------------------------
008040* 2100-FIND-UP-ROW - LOOK UP WS-LOOKUP-ID IN THE CONSOLES-UP
008050* TABLE.  LEAVES WS-UP-ROW POINTING AT THE MATCH.
008060*----------------------------------------------------------------
008070 2100-FIND-UP-ROW.
008080     MOVE 'N' TO WS-FOUND-SWITCH
008090     PERFORM 2110-TEST-UP-ROW THRU 2110-EXIT
008100         VARYING WS-IDX FROM 1 BY 1
008110         UNTIL WS-IDX > WS-UP-COUNT OR ENTRY-FOUND.
008120 2100-EXIT.
008130     EXIT.
008140
008150 2110-TEST-UP-ROW.
008160     IF WS-UP-CONSOLE-ID(WS-IDX) = WS-LOOKUP-ID
008170         MOVE WS-IDX TO WS-UP-ROW
008180         SET ENTRY-FOUND TO TRUE
008190     END-IF.
008200 2110-EXIT.
008210     EXIT.
008220
008230*----------------------------------------------------------------
008240* 2200-FIND-EXPECTED-ROW - LOOK UP THE EXPECTED ACK FOR COMMAND
008250* ROW WS-CMD-ROW FROM CONSOLE WS-LOOKUP-ID.  LEAVES WS-EXP-ROW
008260* POINTING AT THE MATCH.
008270*----------------------------------------------------------------
008280 2200-FIND-EXPECTED-ROW.
008290     MOVE 'N' TO WS-FOUND-SWITCH
008300     PERFORM 2210-TEST-EXPECTED-ROW THRU 2210-EXIT
008310         VARYING WS-IDX FROM 1 BY 1
008320         UNTIL WS-IDX > WS-EXPECTED-COUNT OR ENTRY-FOUND.
008330 2200-EXIT.
008340     EXIT.
008350
008360 2210-TEST-EXPECTED-ROW.
008370     IF WS-EXP-CMD-ROW(WS-IDX) = WS-CMD-ROW
008380             AND WS-EXP-CONSOLE-ID(WS-IDX) = WS-LOOKUP-ID
008390         MOVE WS-IDX TO WS-EXP-ROW
008400         SET ENTRY-FOUND TO TRUE
008410     END-IF.
008420 2210-EXIT.
008430     EXIT.
008440
008450*----------------------------------------------------------------
008460* 2300-TEST-ADDRESSED - IS THE COMMAND IN WS-CMD-ROW ADDRESSED TO
008470* CONSOLE WS-LOOKUP-ID?  YES FOR ALL, FOR THE CONSOLE ITSELF, AND
008480* FOR A ZONE COMMAND NAMING THE CONSOLE'S ROSTER ZONE.
008490*----------------------------------------------------------------
008500 2300-TEST-ADDRESSED.
008510     MOVE 'N' TO WS-ADDRESSED-SWITCH
008520     IF WS-CMD-TARGET(WS-CMD-ROW) = 'ALL     '
008530             OR WS-CMD-TARGET(WS-CMD-ROW) = WS-LOOKUP-ID
008540         SET CONSOLE-ADDRESSED TO TRUE
008550         GO TO 2300-EXIT
008560     END-IF
008570     IF NOT CMD-FOR-ZONE(WS-CMD-ROW)
008580         GO TO 2300-EXIT
008590     END-IF
008600     PERFORM 2400-FIND-ROSTER-ROW THRU 2400-EXIT
008610     IF ENTRY-FOUND
008620         IF WS-ROS-ZONE(WS-ROS-ROW) = WS-CMD-TARGET(WS-CMD-ROW)
008630             SET CONSOLE-ADDRESSED TO TRUE
008640         END-IF
008650     END-IF.
008660 2300-EXIT.
008670     EXIT.
008680
008690*----------------------------------------------------------------
008700* 2400-FIND-ROSTER-ROW - LOOK UP CONSOLE WS-LOOKUP-ID ON THE
008710* ROSTER.  LEAVES WS-ROS-ROW POINTING AT THE MATCH.
008720* 2420-FIND-ROSTER-ZONE - IS WS-LOOKUP-ZONE THE ZONE OF ANY
008730* ROSTER CONSOLE?
008740*----------------------------------------------------------------
008750 2400-FIND-ROSTER-ROW.
008760     MOVE 'N' TO WS-FOUND-SWITCH
008770     PERFORM 2410-TEST-ROSTER-ROW THRU 2410-EXIT
008780         VARYING WS-IDX FROM 1 BY 1
008790         UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND.
008800 2400-EXIT.
008810     EXIT.
008820
008830 2410-TEST-ROSTER-ROW.
008840     IF WS-ROS-CONSOLE-ID(WS-IDX) = WS-LOOKUP-ID
008850         MOVE WS-IDX TO WS-ROS-ROW
008860         SET ENTRY-FOUND TO TRUE
008870     END-IF.
008880 2410-EXIT.
008890     EXIT.
008900
008910 2420-FIND-ROSTER-ZONE.
008920     MOVE 'N' TO WS-FOUND-SWITCH
008930     PERFORM 2430-TEST-ROSTER-ZONE THRU 2430-EXIT
008940         VARYING WS-IDX FROM 1 BY 1
008950         UNTIL WS-IDX > WS-ROSTER-COUNT OR ENTRY-FOUND.
008960 2420-EXIT.
008970     EXIT.
008980
008990 2430-TEST-ROSTER-ZONE.
009000     IF WS-ROS-ZONE(WS-IDX) = WS-LOOKUP-ZONE
009010         SET ENTRY-FOUND TO TRUE
009020     END-IF.
009030 2430-EXIT.
009040     EXIT.
009050
009060*----------------------------------------------------------------
009070* 2500-FIND-ZONE-ROW - LOOK UP WS-LOOKUP-ZONE IN THE ZONE TABLE,
009080* ADDING IT WITH ZERO TOTALS THE FIRST TIME IT IS SEEN.  LEAVES
009090* WS-ZONE-ROW POINTING AT IT.
009100*----------------------------------------------------------------
009110 2500-FIND-ZONE-ROW.
009120     MOVE 'N' TO WS-FOUND-SWITCH
009130     PERFORM 2510-TEST-ZONE-ROW THRU 2510-EXIT
009140         VARYING WS-IDX FROM 1 BY 1
009150         UNTIL WS-IDX > WS-ZONE-COUNT OR ENTRY-FOUND
009160     IF ENTRY-FOUND
009170         GO TO 2500-EXIT
009180     END-IF
009190     ADD 1 TO WS-ZONE-COUNT
009200     MOVE WS-ZONE-COUNT TO WS-ZONE-ROW
009210     MOVE WS-LOOKUP-ZONE TO WS-ZON-CODE(WS-ZONE-ROW)
009220     MOVE ZERO TO WS-ZON-EXPECTED(WS-ZONE-ROW)
009230     MOVE ZERO TO WS-ZON-ACKED(WS-ZONE-ROW)
009240     MOVE ZERO TO WS-ZON-MISSING(WS-ZONE-ROW).
009250 2500-EXIT.
009260     EXIT.
009270
009280 2510-TEST-ZONE-ROW.
009290     IF WS-ZON-CODE(WS-IDX) = WS-LOOKUP-ZONE
009300         MOVE WS-IDX TO WS-ZONE-ROW
009310         SET ENTRY-FOUND TO TRUE
009320     END-IF.
009330 2510-EXIT.
009340     EXIT.
009350
009360*----------------------------------------------------------------
009370* 3000-SCAN-LOG - ONE PASS OVER THE LOG IN EVENT ORDER, KEEPING
009380* THE CONSOLES-UP TABLE CURRENT AND SNAPSHOTTING IT AT EVERY
009390* CMND STAMP.
009400*----------------------------------------------------------------
009410 3000-SCAN-LOG.
009420     IF NOT SNOWLOG-OK
009430         GO TO 3000-EXIT
009440     END-IF
009450     PERFORM 3100-PROCESS-ONE-EVENT THRU 3100-EXIT
009460         UNTIL SNOWLOG-EOF.
009470 3000-EXIT.
009480     EXIT.
009490
009500 3100-PROCESS-ONE-EVENT.
009510     READ SNOWFALL-LOG-FILE
009520         AT END
009530             MOVE '10' TO WS-SNOWLOG-STATUS
009540             GO TO 3100-EXIT
009550     END-READ
009560     ADD 1 TO WS-LOG-RECORDS-READ
009570     EVALUATE LOG-EVENT-TYPE OF SNOWFALL-LOG-RECORD
009580         WHEN 'START'
009590             PERFORM 3110-PROCESS-START THRU 3110-EXIT
009600         WHEN 'STOP '
009610             PERFORM 3120-PROCESS-STOP THRU 3120-EXIT
009620         WHEN 'CMND '
009630             PERFORM 3130-PROCESS-CMND THRU 3130-EXIT
009640     END-EVALUATE.
009650 3100-EXIT.
009660     EXIT.
009670
009680*----------------------------------------------------------------
009690* 3110-PROCESS-START - THE CONSOLE IS UP.  A SECOND START WITH
009700* NO STOP BETWEEN (A CANCELLED RUN) LEAVES IT UP ONCE.
009710*----------------------------------------------------------------
009720 3110-PROCESS-START.
009730     MOVE LOG-JOB-ID OF SNOWFALL-LOG-RECORD TO WS-LOOKUP-ID
009740     PERFORM 2100-FIND-UP-ROW THRU 2100-EXIT
009750     IF ENTRY-FOUND
009760         GO TO 3110-EXIT
009770     END-IF
009780     IF WS-UP-COUNT >= MAX-UP
009790         ADD 1 TO WS-UP-SKIP-COUNT
009800         GO TO 3110-EXIT
009810     END-IF
009820     ADD 1 TO WS-UP-COUNT
009830     MOVE WS-LOOKUP-ID TO WS-UP-CONSOLE-ID(WS-UP-COUNT).
009840 3110-EXIT.
009850     EXIT.
009860
009870*----------------------------------------------------------------
009880* 3120-PROCESS-STOP - THE CONSOLE IS DOWN.  THE LAST ROW MOVES
009890* INTO THE FREED SLOT.
009900*----------------------------------------------------------------
009910 3120-PROCESS-STOP.
009920     MOVE LOG-JOB-ID OF SNOWFALL-LOG-RECORD TO WS-LOOKUP-ID
009930     PERFORM 2100-FIND-UP-ROW THRU 2100-EXIT
009940     IF NOT ENTRY-FOUND
009950         GO TO 3120-EXIT
009960     END-IF
009970     MOVE WS-UP-ENTRY(WS-UP-COUNT) TO WS-UP-ENTRY(WS-UP-ROW)
009980     SUBTRACT 1 FROM WS-UP-COUNT.
009990 3120-EXIT.
010000     EXIT.
010010
010020*----------------------------------------------------------------
010030* 3130-PROCESS-CMND - TIE THE STAMP TO ITS COMMAND, NOTE WHO
010040* ISSUED IT AND WHEN, AND EXPECT AN ACK FROM EVERY CONSOLE UP
010050* RIGHT NOW THAT THE COMMAND IS ADDRESSED TO.  A STAMP DATED
010060* OUTSIDE THE PERIOD IS PASSED OVER.  A STAMP WITH NO COMMAND
010070* ON FILE IS COUNTED; A REPEATED STAMP IS IGNORED.
010080*----------------------------------------------------------------
010090 3130-PROCESS-CMND.
010100     IF LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD < WS-FROM-DATE
010110             OR LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD > WS-TO-DATE
010120         GO TO 3130-EXIT
010130     END-IF
010140     IF LOG-STOP-REASON OF SNOWFALL-LOG-RECORD(19:6) IS NUMERIC
010150         MOVE LOG-STOP-REASON OF SNOWFALL-LOG-RECORD(19:6)
010160             TO WS-LOOKUP-SEQ
010170         PERFORM 2000-FIND-COMMAND-ROW THRU 2000-EXIT
010180     ELSE
010190         PERFORM 3135-FIND-BY-WORDING THRU 3135-EXIT
010200     END-IF
010210     IF NOT ENTRY-FOUND
010220         ADD 1 TO WS-UNMATCHED-CMND-COUNT
010230         GO TO 3130-EXIT
010240     END-IF
010250     IF CMD-LOGGED(WS-CMD-ROW)
010260         GO TO 3130-EXIT
010270     END-IF
010280     SET CMD-LOGGED(WS-CMD-ROW) TO TRUE
010290     MOVE LOG-JOB-ID OF SNOWFALL-LOG-RECORD
010300         TO WS-CMD-OPER-ID(WS-CMD-ROW)
010310     MOVE LOG-EVENT-DATE OF SNOWFALL-LOG-RECORD
010320         TO WS-CMD-DATE(WS-CMD-ROW)
010330     MOVE LOG-EVENT-TIME OF SNOWFALL-LOG-RECORD
010340         TO WS-CMD-TIME(WS-CMD-ROW)
010350     PERFORM 3140-EXPECT-ONE-CONSOLE THRU 3140-EXIT
010360         VARYING WS-UP-ROW FROM 1 BY 1
010370         UNTIL WS-UP-ROW > WS-UP-COUNT.
010380 3130-EXIT.
010390     EXIT.
010400
010410*----------------------------------------------------------------
010420* 3135-FIND-BY-WORDING - AN OLDER STAMP WITH NO SEQUENCE NUMBER:
010430* TAKE THE FIRST COMMAND NOT YET STAMPED WITH THE SAME COMMAND
010440* WORD AND TARGET.
010450*----------------------------------------------------------------
010460 3135-FIND-BY-WORDING.
010470     MOVE SPACES TO WS-EVT-WORD
010480     MOVE SPACES TO WS-EVT-TARGET
010490     UNSTRING LOG-STOP-REASON OF SNOWFALL-LOG-RECORD
010500         DELIMITED BY ALL SPACE
010510         INTO WS-EVT-WORD WS-EVT-TARGET
010520     END-UNSTRING
010530     MOVE 'N' TO WS-FOUND-SWITCH
010540     PERFORM 3136-TEST-WORDING THRU 3136-EXIT
010550         VARYING WS-IDX FROM 1 BY 1
010560         UNTIL WS-IDX > WS-COMMAND-COUNT OR ENTRY-FOUND.
010570 3135-EXIT.
010580     EXIT.
010590
010600 3136-TEST-WORDING.
010610     IF WS-CMD-WORD(WS-IDX) = WS-EVT-WORD
010620             AND WS-CMD-TARGET(WS-IDX) = WS-EVT-TARGET
010630             AND NOT CMD-LOGGED(WS-IDX)
010640         MOVE WS-IDX TO WS-CMD-ROW
010650         SET ENTRY-FOUND TO TRUE
010660     END-IF.
010670 3136-EXIT.
010680     EXIT.
010690
010700*----------------------------------------------------------------
010710* 3140-EXPECT-ONE-CONSOLE - ADD AN EXPECTED ACK FOR THE CONSOLE
010720* IN WS-UP-ROW IF THE COMMAND IN WS-CMD-ROW IS ADDRESSED TO IT,
010730* DIRECTLY, AS ONE OF ALL, OR AS ONE OF ITS ZONE.
010740*----------------------------------------------------------------
010750 3140-EXPECT-ONE-CONSOLE.
010760     MOVE WS-UP-CONSOLE-ID(WS-UP-ROW) TO WS-LOOKUP-ID
010770     PERFORM 2300-TEST-ADDRESSED THRU 2300-EXIT
010780     IF NOT CONSOLE-ADDRESSED
010790         GO TO 3140-EXIT
010800     END-IF
010810     IF WS-EXPECTED-COUNT >= MAX-EXPECTED
010820         ADD 1 TO WS-EXPECTED-SKIP-COUNT
010830         GO TO 3140-EXIT
010840     END-IF
010850     ADD 1 TO WS-EXPECTED-COUNT
010860     MOVE WS-CMD-ROW TO WS-EXP-CMD-ROW(WS-EXPECTED-COUNT)
010870     MOVE WS-UP-CONSOLE-ID(WS-UP-ROW)
010880         TO WS-EXP-CONSOLE-ID(WS-EXPECTED-COUNT)
010890     MOVE 'N' TO WS-EXP-ACK-SW(WS-EXPECTED-COUNT)
010900     ADD 1 TO WS-CMD-EXPECTED(WS-CMD-ROW)
010910     ADD 1 TO WS-CMD-MISSING(WS-CMD-ROW).
010920 3140-EXIT.
010930     EXIT.
010940
010950*----------------------------------------------------------------
010960* 3500-SCAN-ACKS - MATCH EVERY ACK TO ITS COMMAND AND ITS
010970* EXPECTED ROW.
010980*----------------------------------------------------------------
010990 3500-SCAN-ACKS.
011000     IF NOT SNOWCACK-OK
011010         GO TO 3500-EXIT
011020     END-IF
011030     PERFORM 3510-PROCESS-ONE-ACK THRU 3510-EXIT
011040         UNTIL SNOWCACK-EOF.
011050 3500-EXIT.
011060     EXIT.
011070
011080*----------------------------------------------------------------
011090* 3510-PROCESS-ONE-ACK - AN ACK FOR A COMMAND ON FILE BUT
011100* OUTSIDE THE PERIOD IS ONLY COUNTED.  ONE FOR A SEQUENCE NOT ON
011110* THE COMMAND FILE, OR FOR A COMMAND ADDRESSED TO SOME OTHER
011120* CONSOLE OR ZONE, IS AN EXCEPTION.  SO IS AN ACK FROM A CONSOLE
011130* THAT WAS NOT UP WHEN THE COMMAND WAS STAMPED (ITS START WENT
011140* TO THE ARCHIVE, OR IT PICKED UP A COMMAND IT SHOULD HAVE
011150* SKIPPED).
011160* A COMMAND WITH NO CMND STAMP HAS NO EXPECTED ROWS, SO ANY
011170* PROPERLY ADDRESSED ACK COUNTS BUT CANNOT BE TIMED.  A REPEAT
011180* ACK FROM THE SAME CONSOLE IS COUNTED ONCE.
011190*----------------------------------------------------------------
011200 3510-PROCESS-ONE-ACK.
011210     READ COMMAND-ACK-FILE
011220         AT END
011230             MOVE '10' TO WS-SNOWCACK-STATUS
011240             GO TO 3510-EXIT
011250     END-READ
011260     ADD 1 TO WS-ACKS-READ
011270     MOVE CA-SEQ-NUM OF COMMAND-ACK-RECORD TO WS-LOOKUP-SEQ
011280     PERFORM 2000-FIND-COMMAND-ROW THRU 2000-EXIT
011290     IF NOT ENTRY-FOUND
011300         IF WS-LOOKUP-SEQ <= WS-HIGH-FILE-SEQ
011310                 AND (WS-PERIOD-HIGH-SEQ = ZERO
011320                     OR WS-LOOKUP-SEQ < WS-PERIOD-LOW-SEQ
011330                     OR WS-LOOKUP-SEQ > WS-PERIOD-HIGH-SEQ)
011340             ADD 1 TO WS-OUT-OF-PERIOD-ACK-COUNT
011350             GO TO 3510-EXIT
011360         END-IF
011370         MOVE 'NO SUCH COMMAND' TO WS-STRAY-WHY
011380         PERFORM 3530-ADD-STRAY THRU 3530-EXIT
011390         GO TO 3510-EXIT
011400     END-IF
011410     MOVE CA-CONSOLE-ID OF COMMAND-ACK-RECORD TO WS-LOOKUP-ID
011420     PERFORM 2300-TEST-ADDRESSED THRU 2300-EXIT
011430     IF NOT CONSOLE-ADDRESSED
011440         MOVE SPACES TO WS-STRAY-WHY
011450         STRING 'ADDRESSED TO ' DELIMITED BY SIZE
011460             WS-CMD-TARGET(WS-CMD-ROW) DELIMITED BY SIZE
011470             INTO WS-STRAY-WHY
011480         PERFORM 3530-ADD-STRAY THRU 3530-EXIT
011490         GO TO 3510-EXIT
011500     END-IF
011510     IF NOT CMD-LOGGED(WS-CMD-ROW)
011520         ADD 1 TO WS-CMD-ACKED(WS-CMD-ROW)
011530         GO TO 3510-EXIT
011540     END-IF
011550     MOVE CA-CONSOLE-ID OF COMMAND-ACK-RECORD TO WS-LOOKUP-ID
011560     PERFORM 2200-FIND-EXPECTED-ROW THRU 2200-EXIT
011570     IF NOT ENTRY-FOUND
011580         MOVE 'NOT UP AT ISSUE' TO WS-STRAY-WHY
011590         PERFORM 3530-ADD-STRAY THRU 3530-EXIT
011600         GO TO 3510-EXIT
011610     END-IF
011620     IF EXP-ACKED(WS-EXP-ROW)
011630         ADD 1 TO WS-DUP-ACK-COUNT
011640         GO TO 3510-EXIT
011650     END-IF
011660     SET EXP-ACKED(WS-EXP-ROW) TO TRUE
011670     ADD 1 TO WS-CMD-ACKED(WS-CMD-ROW)
011680     SUBTRACT 1 FROM WS-CMD-MISSING(WS-CMD-ROW)
011690     PERFORM 3520-TIME-ACK THRU 3520-EXIT.
011700 3510-EXIT.
011710     EXIT.
011720
011730*----------------------------------------------------------------
011740* 3520-TIME-ACK - LATENCY OF THIS ACK INTO THE COMMAND'S SLOWEST
011750* AND RUNNING TOTAL.  A MANGLED ACK DATE IS NOT TIMED.
011760*----------------------------------------------------------------
011770 3520-TIME-ACK.
011780     IF CA-ACK-DATE OF COMMAND-ACK-RECORD NOT NUMERIC
011790             OR CA-ACK-TIME OF COMMAND-ACK-RECORD NOT NUMERIC
011800         GO TO 3520-EXIT
011810     END-IF
011820     COMPUTE WS-ISSUE-DAY-NUM =
011830         FUNCTION INTEGER-OF-DATE(WS-CMD-DATE(WS-CMD-ROW))
011840     COMPUTE WS-ACK-DAY-NUM =
011850         FUNCTION INTEGER-OF-DATE
011860             (CA-ACK-DATE OF COMMAND-ACK-RECORD)
011870     MOVE WS-CMD-TIME(WS-CMD-ROW) TO WS-TIME-SPLIT
011880     PERFORM 3525-TIME-TO-SECONDS THRU 3525-EXIT
011890     COMPUTE WS-LATENCY =
011900         (WS-ACK-DAY-NUM - WS-ISSUE-DAY-NUM) * 86400
011910             - WS-TIME-SECONDS
011920     MOVE CA-ACK-TIME OF COMMAND-ACK-RECORD TO WS-TIME-SPLIT
011930     PERFORM 3525-TIME-TO-SECONDS THRU 3525-EXIT
011940     ADD WS-TIME-SECONDS TO WS-LATENCY
011950     IF WS-LATENCY < ZERO
011960         MOVE ZERO TO WS-LATENCY
011970     END-IF
011980     ADD 1 TO WS-CMD-TIMED(WS-CMD-ROW)
011990     ADD WS-LATENCY TO WS-CMD-TOTAL-SECS(WS-CMD-ROW)
012000     IF WS-LATENCY > WS-CMD-SLOWEST(WS-CMD-ROW)
012010         MOVE WS-LATENCY TO WS-CMD-SLOWEST(WS-CMD-ROW)
012020     END-IF.
012030 3520-EXIT.
012040     EXIT.
012050
012060 3525-TIME-TO-SECONDS.
012070     COMPUTE WS-TIME-SECONDS =
012080         WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS.
012090 3525-EXIT.
012100     EXIT.
012110
012120*----------------------------------------------------------------
012130* 3530-ADD-STRAY - THE ACK IN THE FILE AREA GOES TO THE
012140* UNMATCHED TABLE WITH THE REASON IN WS-STRAY-WHY.
012150*----------------------------------------------------------------
012160 3530-ADD-STRAY.
012170     IF WS-STRAY-COUNT >= MAX-STRAYS
012180         ADD 1 TO WS-STRAY-SKIP-COUNT
012190         GO TO 3530-EXIT
012200     END-IF
012210     ADD 1 TO WS-STRAY-COUNT
012220     MOVE CA-CONSOLE-ID OF COMMAND-ACK-RECORD
012230         TO WS-STR-CONSOLE-ID(WS-STRAY-COUNT)
012240     MOVE CA-SEQ-NUM OF COMMAND-ACK-RECORD
012250         TO WS-STR-SEQ(WS-STRAY-COUNT)
012260     MOVE CA-COMMAND OF COMMAND-ACK-RECORD
012270         TO WS-STR-COMMAND(WS-STRAY-COUNT)
012280     MOVE CA-ACK-DATE OF COMMAND-ACK-RECORD
012290         TO WS-STR-DATE(WS-STRAY-COUNT)
012300     MOVE CA-ACK-TIME OF COMMAND-ACK-RECORD
012310         TO WS-STR-TIME(WS-STRAY-COUNT)
012320     MOVE WS-STRAY-WHY TO WS-STR-REASON(WS-STRAY-COUNT).
012330 3530-EXIT.
012340     EXIT.
012350
012360*----------------------------------------------------------------
012370* 4000-PRINT-REPORT - WRITE THE FORMATTED DELIVERY REPORT.
012380*----------------------------------------------------------------
012390 4000-PRINT-REPORT.
012400     MOVE WS-TODAY-CCYYMMDD TO RPT-HDG-DATE
012410     WRITE REPORT-RECORD FROM RPT-HEADING-1
012420     MOVE WS-FROM-DATE TO RPT-PER-FROM
012430     MOVE WS-TO-DATE TO RPT-PER-TO
012440     WRITE REPORT-RECORD FROM RPT-PERIOD-LINE
012450     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
012460     WRITE REPORT-RECORD FROM RPT-COMMAND-HEADING
012470     WRITE REPORT-RECORD FROM RPT-LATENCY-NOTE
012480     IF WS-COMMAND-COUNT = ZERO
012490         WRITE REPORT-RECORD FROM RPT-NO-COMMANDS-LINE
012500     ELSE
012510         PERFORM 4100-PRINT-COMMAND-LINE THRU 4100-EXIT
012520             VARYING WS-ROW-IDX FROM 1 BY 1
012530             UNTIL WS-ROW-IDX > WS-COMMAND-COUNT
012540     END-IF
012550     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
012560     WRITE REPORT-RECORD FROM RPT-MISSING-HEADING
012570     IF WS-TOTAL-MISSING = ZERO
012580         WRITE REPORT-RECORD FROM RPT-NO-MISSING-LINE
012590     ELSE
012600         PERFORM 4200-PRINT-MISSING-LINE THRU 4200-EXIT
012610             VARYING WS-ROW-IDX FROM 1 BY 1
012620             UNTIL WS-ROW-IDX > WS-EXPECTED-COUNT
012630     END-IF
012640     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
012650     WRITE REPORT-RECORD FROM RPT-STRAY-HEADING
012660     IF WS-STRAY-COUNT = ZERO
012670         WRITE REPORT-RECORD FROM RPT-NO-STRAYS-LINE
012680     ELSE
012690         PERFORM 4300-PRINT-STRAY-LINE THRU 4300-EXIT
012700             VARYING WS-ROW-IDX FROM 1 BY 1
012710             UNTIL WS-ROW-IDX > WS-STRAY-COUNT
012720     END-IF
012730     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
012740     WRITE REPORT-RECORD FROM RPT-ZONE-HEADING
012750     PERFORM 4600-TALLY-ONE-EXPECTED THRU 4600-EXIT
012760         VARYING WS-ROW-IDX FROM 1 BY 1
012770         UNTIL WS-ROW-IDX > WS-EXPECTED-COUNT
012780     IF WS-EXPECTED-COUNT = ZERO
012790         WRITE REPORT-RECORD FROM RPT-NO-ZONES-LINE
012800     ELSE
012810         WRITE REPORT-RECORD FROM RPT-ZONE-COLUMNS
012820         PERFORM 4700-PRINT-ZONE-LINE THRU 4700-EXIT
012830             VARYING WS-ROW-IDX FROM 1 BY 1
012840             UNTIL WS-ROW-IDX > WS-ZONE-COUNT
012850     END-IF
012860     WRITE REPORT-RECORD FROM RPT-BLANK-LINE
012870     PERFORM 4400-PRINT-COUNTS THRU 4400-EXIT
012880     PERFORM 4500-PRINT-SKIP-LINES THRU 4500-EXIT.
012890 4000-EXIT.
012900     EXIT.
012910
012920*----------------------------------------------------------------
012930* 4100-PRINT-COMMAND-LINE - ONE LINE PER COMMAND.  THE NOTE
012940* COLUMN FLAGS A SUPERVISOR COMMAND (ALL OR A ZONE) SHORT OF
012950* ACKS, ANY OTHER COMMAND SHORT OF ACKS, A COMMAND WITH NO
012960* CONSOLE UP TO TAKE IT, AND A COMMAND WITH NO CMND STAMP ON
012970* THE LOG.
012980*----------------------------------------------------------------
012990 4100-PRINT-COMMAND-LINE.
013000     MOVE WS-ROW-IDX TO WS-CMD-ROW
013010     MOVE WS-CMD-SEQ(WS-CMD-ROW) TO RPT-CMD-SEQ
013020     MOVE WS-CMD-TARGET(WS-CMD-ROW) TO RPT-CMD-TARGET
013030     MOVE WS-CMD-WORD(WS-CMD-ROW) TO RPT-CMD-WORD
013040     MOVE WS-CMD-OPER-ID(WS-CMD-ROW) TO RPT-CMD-OPER-ID
013050     MOVE WS-CMD-EXPECTED(WS-CMD-ROW) TO RPT-CMD-EXPECTED
013060     MOVE WS-CMD-ACKED(WS-CMD-ROW) TO RPT-CMD-ACKED
013070     MOVE WS-CMD-MISSING(WS-CMD-ROW) TO RPT-CMD-MISSING
013080     MOVE WS-CMD-SLOWEST(WS-CMD-ROW) TO RPT-CMD-SLOWEST
013090     IF WS-CMD-TIMED(WS-CMD-ROW) > ZERO
013100         COMPUTE WS-AVERAGE-SECS ROUNDED =
013110             WS-CMD-TOTAL-SECS(WS-CMD-ROW)
013120                 / WS-CMD-TIMED(WS-CMD-ROW)
013130     ELSE
013140         MOVE ZERO TO WS-AVERAGE-SECS
013150     END-IF
013160     MOVE WS-AVERAGE-SECS TO RPT-CMD-AVERAGE
013170     ADD WS-CMD-EXPECTED(WS-CMD-ROW) TO WS-TOTAL-EXPECTED
013180     ADD WS-CMD-MISSING(WS-CMD-ROW) TO WS-TOTAL-MISSING
013190     MOVE SPACES TO RPT-CMD-NOTE
013200     IF NOT CMD-LOGGED(WS-CMD-ROW)
013210         MOVE 'NOT LOGGED' TO RPT-CMD-NOTE
013220     ELSE
013230         IF WS-CMD-EXPECTED(WS-CMD-ROW) = ZERO
013240             MOVE 'NONE UP' TO RPT-CMD-NOTE
013250         END-IF
013260     END-IF
013270     IF WS-CMD-MISSING(WS-CMD-ROW) > ZERO
013280         IF WS-CMD-TARGET(WS-CMD-ROW) = 'ALL     '
013290                 OR CMD-FOR-ZONE(WS-CMD-ROW)
013300             MOVE '** SUPV **' TO RPT-CMD-NOTE
013310             ADD 1 TO WS-SUPV-MISSED-COUNT
013320         ELSE
013330             MOVE 'SHORT' TO RPT-CMD-NOTE
013340         END-IF
013350     END-IF
013360     WRITE REPORT-RECORD FROM RPT-COMMAND-LINE.
013370 4100-EXIT.
013380     EXIT.
013390
013400 4200-PRINT-MISSING-LINE.
013410     IF EXP-ACKED(WS-ROW-IDX)
013420         GO TO 4200-EXIT
013430     END-IF
013440     MOVE WS-EXP-CMD-ROW(WS-ROW-IDX) TO WS-CMD-ROW
013450     MOVE WS-EXP-CONSOLE-ID(WS-ROW-IDX) TO RPT-MIS-CONSOLE-ID
013460     MOVE WS-CMD-SEQ(WS-CMD-ROW) TO RPT-MIS-SEQ
013470     MOVE WS-CMD-WORD(WS-CMD-ROW) TO RPT-MIS-WORD
013480     MOVE WS-CMD-TARGET(WS-CMD-ROW) TO RPT-MIS-TARGET
013490     MOVE WS-EXP-CONSOLE-ID(WS-ROW-IDX) TO WS-LOOKUP-ID
013500     PERFORM 2400-FIND-ROSTER-ROW THRU 2400-EXIT
013510     IF ENTRY-FOUND
013520         MOVE WS-ROS-ZONE(WS-ROS-ROW) TO RPT-MIS-ZONE
013530     ELSE
013540         MOVE SPACES TO RPT-MIS-ZONE
013550     END-IF
013560     WRITE REPORT-RECORD FROM RPT-MISSING-LINE.
013570 4200-EXIT.
013580     EXIT.
013590
013600 4300-PRINT-STRAY-LINE.
013610     MOVE WS-STR-CONSOLE-ID(WS-ROW-IDX) TO RPT-STR-CONSOLE-ID
013620     MOVE WS-STR-SEQ(WS-ROW-IDX) TO RPT-STR-SEQ
013630     MOVE WS-STR-COMMAND(WS-ROW-IDX) TO RPT-STR-COMMAND
013640     MOVE WS-STR-DATE(WS-ROW-IDX) TO RPT-STR-DATE
013650     MOVE WS-STR-TIME(WS-ROW-IDX) TO RPT-STR-TIME
013660     MOVE WS-STR-REASON(WS-ROW-IDX) TO RPT-STR-REASON
013670     WRITE REPORT-RECORD FROM RPT-STRAY-LINE.
013680 4300-EXIT.
013690     EXIT.
013700
013710*----------------------------------------------------------------
013720* 4400-PRINT-COUNTS - CONTROL TOTALS AT THE FOOT OF THE REPORT.
013730*----------------------------------------------------------------
013740 4400-PRINT-COUNTS.
013750     MOVE 'COMMANDS ON FILE' TO RPT-COUNT-TEXT
013760     MOVE WS-COMMANDS-READ TO RPT-COUNT-VALUE
013770     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
013780     MOVE 'COMMANDS IN THE PERIOD' TO RPT-COUNT-TEXT
013790     MOVE WS-COMMAND-COUNT TO RPT-COUNT-VALUE
013800     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
013810     MOVE 'ACKNOWLEDGEMENTS EXPECTED' TO RPT-COUNT-TEXT
013820     MOVE WS-TOTAL-EXPECTED TO RPT-COUNT-VALUE
013830     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
013840     MOVE 'ACKNOWLEDGEMENTS MISSING' TO RPT-COUNT-TEXT
013850     MOVE WS-TOTAL-MISSING TO RPT-COUNT-VALUE
013860     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
013870     MOVE 'ACKNOWLEDGEMENT RECORDS READ' TO RPT-COUNT-TEXT
013880     MOVE WS-ACKS-READ TO RPT-COUNT-VALUE
013890     WRITE REPORT-RECORD FROM RPT-COUNT-LINE
013900     IF WS-DUP-ACK-COUNT > ZERO
013910         MOVE 'REPEAT ACKNOWLEDGEMENTS IGNORED' TO RPT-COUNT-TEXT
013920         MOVE WS-DUP-ACK-COUNT TO RPT-COUNT-VALUE
013930         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
013940     END-IF
013950     IF WS-OUT-OF-PERIOD-ACK-COUNT > ZERO
013960         MOVE 'ACKS FOR COMMANDS OUTSIDE THE PERIOD'
013970             TO RPT-COUNT-TEXT
013980         MOVE WS-OUT-OF-PERIOD-ACK-COUNT TO RPT-COUNT-VALUE
013990         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
014000     END-IF
014010     IF WS-UNMATCHED-CMND-COUNT > ZERO
014020         MOVE 'CMND STAMPS WITH NO COMMAND ON FILE'
014030             TO RPT-COUNT-TEXT
014040         MOVE WS-UNMATCHED-CMND-COUNT TO RPT-COUNT-VALUE
014050         WRITE REPORT-RECORD FROM RPT-COUNT-LINE
014060     END-IF
014070     MOVE 'SUPERVISOR COMMANDS NOT FULLY ACKED' TO RPT-COUNT-TEXT
014080     MOVE WS-SUPV-MISSED-COUNT TO RPT-COUNT-VALUE
014090     WRITE REPORT-RECORD FROM RPT-COUNT-LINE.
014100 4400-EXIT.
014110     EXIT.
014120
014130 4500-PRINT-SKIP-LINES.
014140     IF WS-COMMAND-SKIP-COUNT > ZERO
014150         MOVE WS-COMMAND-SKIP-COUNT TO RPT-SKIP-COUNT
014160         MOVE 'COMMAND(S) SKIPPED - COMMAND TABLE LIMIT'
014170             TO RPT-SKIP-TEXT
014180         WRITE REPORT-RECORD FROM RPT-SKIP-LINE
014190     END-IF
014200     IF WS-UP-SKIP-COUNT > ZERO
014210         MOVE WS-UP-SKIP-COUNT TO RPT-SKIP-COUNT
014220         MOVE 'START(S) SKIPPED - CONSOLES-UP TABLE LIMIT'
014230             TO RPT-SKIP-TEXT
014240         WRITE REPORT-RECORD FROM RPT-SKIP-LINE
014250     END-IF
014260     IF WS-EXPECTED-SKIP-COUNT > ZERO
014270         MOVE WS-EXPECTED-SKIP-COUNT TO RPT-SKIP-COUNT
014280         MOVE 'ACK(S) NOT EXPECTED - EXPECTED TABLE LIMIT'
014290             TO RPT-SKIP-TEXT
014300         WRITE REPORT-RECORD FROM RPT-SKIP-LINE
014310     END-IF
014320     IF WS-ROSTER-SKIP-COUNT > ZERO
014330         MOVE WS-ROSTER-SKIP-COUNT TO RPT-SKIP-COUNT
014340         MOVE 'CONSOLE(S) SKIPPED - ROSTER TABLE LIMIT'
014350             TO RPT-SKIP-TEXT
014360         WRITE REPORT-RECORD FROM RPT-SKIP-LINE
014370     END-IF
014380     IF WS-STRAY-SKIP-COUNT > ZERO
014390         MOVE WS-STRAY-SKIP-COUNT TO RPT-SKIP-COUNT
014400         MOVE 'ACK(S) NOT LISTED - UNMATCHED TABLE LIMIT'
014410             TO RPT-SKIP-TEXT
014420         WRITE REPORT-RECORD FROM RPT-SKIP-LINE
014430     END-IF.
014440 4500-EXIT.
014450     EXIT.
014460
014470*----------------------------------------------------------------
014480* 4600-TALLY-ONE-EXPECTED - ONE EXPECTED ACK INTO THE TOTALS OF
014490* ITS CONSOLE'S ZONE.  A CONSOLE IN NO ZONE OR OFF THE ROSTER
014500* GOES TO THE BLANK-CODE ROW.
014510*----------------------------------------------------------------
014520 4600-TALLY-ONE-EXPECTED.
014530     MOVE SPACES TO WS-LOOKUP-ZONE
014540     MOVE WS-EXP-CONSOLE-ID(WS-ROW-IDX) TO WS-LOOKUP-ID
014550     PERFORM 2400-FIND-ROSTER-ROW THRU 2400-EXIT
014560     IF ENTRY-FOUND
014570         MOVE WS-ROS-ZONE(WS-ROS-ROW) TO WS-LOOKUP-ZONE
014580     END-IF
014590     PERFORM 2500-FIND-ZONE-ROW THRU 2500-EXIT
014600     ADD 1 TO WS-ZON-EXPECTED(WS-ZONE-ROW)
014610     IF EXP-ACKED(WS-ROW-IDX)
014620         ADD 1 TO WS-ZON-ACKED(WS-ZONE-ROW)
014630     ELSE
014640         ADD 1 TO WS-ZON-MISSING(WS-ZONE-ROW)
014650     END-IF.
014660 4600-EXIT.
014670     EXIT.
014680
014690 4700-PRINT-ZONE-LINE.
014700     IF WS-ZON-CODE(WS-ROW-IDX) = SPACES
014710         MOVE '(NONE)' TO RPT-ZON-CODE
014720     ELSE
014730         MOVE WS-ZON-CODE(WS-ROW-IDX) TO RPT-ZON-CODE
014740     END-IF
014750     MOVE WS-ZON-EXPECTED(WS-ROW-IDX) TO RPT-ZON-EXPECTED
014760     MOVE WS-ZON-ACKED(WS-ROW-IDX) TO RPT-ZON-ACKED
014770     MOVE WS-ZON-MISSING(WS-ROW-IDX) TO RPT-ZON-MISSING
014780     WRITE REPORT-RECORD FROM RPT-ZONE-LINE.
014790 4700-EXIT.
014800     EXIT.
014810
014820*----------------------------------------------------------------
014830* 5000-TERMINATE - CLOSE UP AND ECHO THE CONTROL COUNTS.  RC 8
014840* WHEN A SUPERVISOR COMMAND WENT UNACKED OR A TABLE OVERFLOWED.
014850*----------------------------------------------------------------
014860 5000-TERMINATE.
014870     IF SNOWLOG-OK OR SNOWLOG-EOF
014880         CLOSE SNOWFALL-LOG-FILE
014890     END-IF
014900     IF SNOWCACK-OK OR SNOWCACK-EOF
014910         CLOSE COMMAND-ACK-FILE
014920     END-IF
014930     CLOSE REPORT-FILE
014940     DISPLAY 'SNOW-RECON: ' WS-COMMAND-COUNT ' COMMAND(S) IN '
014950         WS-FROM-DATE '-' WS-TO-DATE ', '
014960         WS-TOTAL-EXPECTED ' ACK(S) EXPECTED, '
014970         WS-TOTAL-MISSING ' MISSING'
014980     IF WS-SUPV-MISSED-COUNT > ZERO
014990         DISPLAY 'SNOW-RECON: *** ' WS-SUPV-MISSED-COUNT
015000             ' SUPERVISOR COMMAND(S) NOT ACKNOWLEDGED BY '
015010             'EVERY CONSOLE ***'
015020         MOVE 8 TO RETURN-CODE
015030     END-IF
015040     IF WS-COMMAND-SKIP-COUNT > ZERO
015050             OR WS-UP-SKIP-COUNT > ZERO
015060             OR WS-EXPECTED-SKIP-COUNT > ZERO
015070             OR WS-STRAY-SKIP-COUNT > ZERO
015080             OR WS-ROSTER-SKIP-COUNT > ZERO
015090         DISPLAY 'SNOW-RECON: *** TABLE LIMIT REACHED - '
015100             'REPORT IS INCOMPLETE ***'
015110         MOVE 8 TO RETURN-CODE
015120     END-IF.
015130 5000-EXIT.
015140     EXIT.
015150
015160 END PROGRAM SNOW-RECON.
