000030* WIDTH RECORD PER CONSOLE THAT SHOULD RECEIVE THE TREE/SNOW
000040* DISPLAY AT SHIFT START.  SNOW-BROADCAST READS THIS FILE AND
000050* QUEUES ONE MERRY-COBOL SUBMISSION PER ENTRY.
000060* TR-ZONE NAMES THE BUILDING ZONE THE CONSOLE STANDS IN.  A ZONE
000070* CODE MAY BE GIVEN WHEREVER A CONSOLE ID IS TAKEN AS A TARGET
000080* (SNOWCMND, SNOWMOTD, SNOWFLSH) TO REACH EVERY CONSOLE IN THE
000090* BUILDING AT ONCE.  BLANK MEANS THE CONSOLE IS IN NO ZONE.
000100 05  TR-CONSOLE-ID                 PIC X(08).
000110 05  TR-TERM-CLASS                 PIC X(08).
000120 05  TR-ZONE                       PIC X(08).
