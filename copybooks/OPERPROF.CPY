000010* OPERPROF - ONE ENTRY PER OPERATOR ON THE OPERATOR PROFILE
000020* FILE (DD/ENV OPERPROF).  LINE SEQUENTIAL, ONE FIXED WIDTH
000030* RECORD PER PERSON ALLOWED TO SIGN ON TO TERM-MAINT,
000040* THEME-MAINT, SNOW-STATUS OR SNOW-COMMAND.  OPR-AUTH-LEVEL IS
000050* 1 FOR VIEW ONLY (BROWSE BUT NEVER SAVE), 2 FOR UPDATE
000060* AUTHORITY (SAVE THE TERMINAL OR THEME FILES, COMMAND A
000070* SINGLE CONSOLE) AND 3 FOR SUPERVISOR (FLEET-WIDE COMMANDS).
000080* EVERY SAVE AND EVERY PRIVILEGED COMMAND IS STAMPED WITH THE
000090* SIGNED-ON OPERATOR ID ON THE SNOWFALL LOG, SO WHEN A CONSOLE
000100* COMES UP WRONG THE WHO, WHAT AND WHEN ARE ON THE RECORD.  NO
000110* PROFILE FILE MEANS NOBODY SIGNS ON - THE CONTROLLED FUNCTIONS
000120* FAIL CLOSED.
000130* SIGN-ONS, FAILED SIGN-ONS AND REFUSED ACTIONS ARE STAMPED AS
000140* WELL, AND SNOW-ACCESS REVIEWS THE WHOLE RECORD BY OPERATOR
000150* AGAINST THIS FILE.
000160* OPR-ZONE CONFINES AN OPERATOR TO ONE BUILDING ZONE (SEE
000170* TERMROST) - SNOW-COMMAND REFUSES A TARGET OUTSIDE IT, AND ONLY
000180* AN OPERATOR WITH NO ZONE MAY COMMAND THE WHOLE FLEET.  BLANK
000190* MEANS EVERY ZONE.
000200 05  OPR-OPER-ID                   PIC X(08).
000210 05  OPR-FILL1                     PIC X(01).
000220 05  OPR-NAME                      PIC X(20).
000230 05  OPR-FILL2                     PIC X(01).
000240 05  OPR-AUTH-LEVEL                PIC 9(01).
000250 05  OPR-FILL3                     PIC X(01).
000260 05  OPR-ZONE                      PIC X(08).
