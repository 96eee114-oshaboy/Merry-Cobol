000390*     DAYS=NNN        CALENDAR DAYS THE SCHEDULER RUN COVERS
000400*                     BEFORE A NORMAL STOP, THREE DIGITS,
000410*                     DEFAULT 007 (ONE SUBMISSION A WEEK).
000420*     MODE=CCCCCC     RUN (DEFAULT) WATCHES THE CLOCK AND QUEUES
000430*                     THE DAYS' WORK; LEDGER PRINTS THE SUBMISSION
000440*                     LEDGER FROM THE RUN-STATE FILE (DD SNOWSRUN)
000450*                     AND STOPS.  FOR A LEDGER, DAYS= IS HOW MANY
000460*                     DAYS ENDING TODAY THE LEDGER COVERS.
000470*
000480* KEYWORDS RECOGNIZED BY SNOW-COMMAND ONLY:
000490*     TARGET=CCCCCCCC CONSOLE JOB ID THE COMMAND IS FOR, A
000500*                     BUILDING ZONE (TR-ZONE ON THE TERMINAL
000510*                     ROSTER) FOR EVERY CONSOLE IN IT, OR ALL
000520*                     FOR THE WHOLE BROADCAST FLEET.
000530*     CMD=CCCCCCCC    PAUSE, RESUME, FASTER, SLOWER, WINDLEFT,
000540*                     WINDRGHT OR QUIT.
000550*     OPID=CCCCCCCC   SIGNED-ON OPERATOR ID, CHECKED AGAINST
000560*                     THE OPERATOR PROFILE FILE (DD OPERPROF).
000570*                     UPDATE AUTHORITY COMMANDS ONE CONSOLE;
000580*                     SUPERVISOR AUTHORITY IS REQUIRED FOR A
000590*                     ZONE OR TARGET=ALL.  AN OPERATOR WITH A
000600*                     ZONE ON THE PROFILE IS HELD TO IT.
000610*
000620* KEYWORDS RECOGNIZED BY SNOW-DRILL ONLY:
000630*     ALERT=CCCCCCCC  ALERT ID OF THE DRILL TO REPORT, AS CARRIED
000640*                     IN FA-ALERT-ID ON THE FLASH FILE AND ON THE
000650*                     RAISED/CLEARED ALERT EVENTS OF THE LOG.
000660*     ZONE=CCCCCCCC   LIMIT THE DRILL TO THE ROSTER CONSOLES IN
000670*                     ONE BUILDING ZONE, DEFAULT THE WHOLE
000680*                     ROSTER.
000690*
000700* KEYWORDS RECOGNIZED BY SNOW-AVAIL ONLY:
000710*     FROM=CCYYMMDD   FIRST DAY OF THE AVAILABILITY PERIOD,
000720*                     DEFAULT THE FIRST OF TO='S MONTH.
000730*     TO=CCYYMMDD     LAST DAY OF THE PERIOD, DEFAULT YESTERDAY.
000740*                     NOT AFTER TODAY, AT MOST 31 DAYS AFTER
000750*                     FROM=.
000760*     THRESH=NNN      AVAILABILITY PERCENTAGE BELOW WHICH A
000770*                     CONSOLE IS LISTED, DEFAULT 095.
000780*
000790* KEYWORDS RECOGNIZED BY SNOW-FEED ONLY:
000800*     FROM=CCYYMMDD   FIRST DAY REPORTED, DEFAULT THE START OF
000810*                     THE FEED AND THE LOG.
000820*     TO=CCYYMMDD     LAST DAY REPORTED, DEFAULT THE END.
000830*
000840* KEYWORDS RECOGNIZED BY SNOW-GEN ONLY:
000850*     MODE=CCCCCCC    SNAP (DEFAULT), LIST, COMPARE OR RESTORE.
000860*     GEN=NNNNN       GENERATION TO COMPARE FROM OR RESTORE
000870*                     (1 TO 5 DIGITS).  REQUIRED FOR COMPARE
000880*                     AND RESTORE.
000890*     WITH=NNNNN      GENERATION TO COMPARE GEN= AGAINST,
000900*                     DEFAULT THE LATEST SNAPSHOT.
000910*     OPID=CCCCCCCC   SIGNED-ON OPERATOR ID.  A RESTORE NEEDS
000920*                     SUPERVISOR AUTHORITY ON DD OPERPROF; ON A
000930*                     SNAPSHOT IT ONLY NAMES WHO TOOK IT.
000940*
000950* KEYWORDS RECOGNIZED BY SNOW-CKPT ONLY:
000960*     MODE=CCCCC      LIST (DEFAULT), RESET OR PURGE.
000970*     CONSOLE=CCCCCCCC
000980*                     CONSOLE JOB ID TO RESET, MAY BE GIVEN MORE
000990*                     THAN ONCE, OR ALL FOR EVERY RECORD ON THE
001000*                     CHECKPOINT FILE.  WITH NO CONSOLE= A RESET
001010*                     TAKES ITS CONSOLES FROM DD SNOWKSEL.
001020*     OPID=CCCCCCCC   SIGNED-ON OPERATOR ID, REQUIRED FOR RESET
001030*                     AND PURGE.  UPDATE AUTHORITY RESETS NAMED
001040*                     CONSOLES; SUPERVISOR AUTHORITY IS REQUIRED
001050*                     FOR CONSOLE=ALL AND FOR PURGE.
001060*
001070* KEYWORDS RECOGNIZED BY SNOW-ACCESS ONLY:
001080*     FROM=CCYYMMDD   FIRST DAY OF THE REVIEW PERIOD, DEFAULT THE
001090*                     FIRST DAY OF TO='S CALENDAR QUARTER.
001100*     TO=CCYYMMDD     LAST DAY OF THE PERIOD, DEFAULT YESTERDAY.
001110*                     NOT AFTER TODAY.
001120*
001130* KEYWORDS RECOGNIZED BY SNOW-RECON ONLY:
001140*     FROM=CCYYMMDD   FIRST DAY WHOSE CMND STAMPS ARE RECONCILED,
001150*                     DEFAULT TO=.
001160*     TO=CCYYMMDD     LAST DAY RECONCILED, DEFAULT YESTERDAY.
001170*                     NOT AFTER TODAY.
001180 01  LS-PARM-AREA.
001190     05  LS-PARM-LENGTH             PIC S9(4) COMP.
001200     05  LS-PARM-TEXT               PIC X(100).
