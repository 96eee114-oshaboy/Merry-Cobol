000010* GENDATA - ONE ENTRY PER CONFIGURATION RECORD HELD ON THE
000020* GENERATION LIBRARY (DD/ENV SNOWGENS).  LINE SEQUENTIAL,
000030* APPEND ONLY, WRITTEN BY SNOW-GEN'S SNAPSHOT MODE: EVERY
000040* RECORD OF EVERY HAND-FED CONFIGURATION FILE, TAGGED WITH THE
000050* GENERATION NUMBER, THE FILE'S DD NAME AND ITS RELATIVE
000060* RECORD NUMBER, AND CARRIED AS AN UNINTERPRETED IMAGE SO A
000070* LAYOUT CHANGE TO ANY ONE FILE NEVER INVALIDATES THE LIBRARY.
000080 05  GD-GEN-NUMBER                 PIC 9(05).
000090 05  GD-FILL1                      PIC X(01).
000100 05  GD-FILE-ID                    PIC X(08).
000110 05  GD-FILL2                      PIC X(01).
000120 05  GD-RECORD-NUM                 PIC 9(06).
000130 05  GD-FILL3                      PIC X(01).
000140 05  GD-IMAGE                      PIC X(120).
