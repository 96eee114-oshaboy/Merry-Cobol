000010* GENCTL - ONE ENTRY PER CONFIGURATION GENERATION EVENT ON THE
000020* GENERATION CONTROL FILE (DD/ENV SNOWGCTL).  LINE SEQUENTIAL,
000030* APPEND ONLY, WRITTEN BY SNOW-GEN.  GN-ACTION S IS A SNAPSHOT
000040* OF THE HAND-FED CONFIGURATION FILES TAKEN INTO A NEW NUMBERED
000050* GENERATION ON THE GENERATION LIBRARY (DD SNOWGENS); R IS A
000060* RESTORE OF THE LIVE FILES BACK TO GENERATION GN-GEN-NUMBER BY
000070* OPERATOR GN-OPER-ID.  THE SIX FILE ENTRIES CARRY EACH FILE'S
000080* RECORD COUNT AND HASH TOTAL AS SNAPPED OR RESTORED, IN THE
000090* FIXED ORDER TERMCFG, HOLIDCAL, THEMEART, ORNPATN, SNOWPROF,
000100* SNOWMOTD.  THE LAST RECORD ON THE FILE NAMES THE GENERATION
000110* THE LIVE FILES HOLD, WHICH MERRY-COBOL CARRIES ON ITS START
000120* RECORD.
000130 05  GN-GEN-NUMBER                 PIC 9(05).
000140 05  GN-FILL1                      PIC X(01).
000150 05  GN-ACTION                     PIC X(01).
000160 05  GN-FILL2                      PIC X(01).
000170 05  GN-STAMP-DATE                 PIC 9(08).
000180 05  GN-FILL3                      PIC X(01).
000190 05  GN-STAMP-TIME                 PIC 9(08).
000200 05  GN-FILL4                      PIC X(01).
000210 05  GN-OPER-ID                    PIC X(08).
000220 05  GN-FILE-ENTRY OCCURS 6 TIMES.
000230     10  GN-FILL5                  PIC X(01).
000240     10  GN-FILE-ID                PIC X(08).
000250     10  GN-FILL6                  PIC X(01).
000260     10  GN-RECORD-COUNT           PIC 9(07).
000270     10  GN-FILL7                  PIC X(01).
000280     10  GN-HASH-TOTAL             PIC 9(15).
