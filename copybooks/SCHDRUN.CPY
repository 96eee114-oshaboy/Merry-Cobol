000010* SCHDRUN - ONE ENTRY PER SUBMISSION SNOW-SCHED PUTS ON THE
000020* INTERNAL READER, ON THE SCHEDULER RUN-STATE FILE (DD/ENV
000030* SNOWSRUN).  LINE SEQUENTIAL, APPEND ONLY, WRITTEN THE MOMENT
000040* THE CARDS ARE ON THE READER.  SR-JOB-TYPE IS BRDCAST, VERIFY
000050* OR RETAIN.  SR-QUEUED-TIME IS THE HHMMSSCC CLOCK READING THE
000060* SUBMISSION WENT OUT ON - FOR A BROADCAST ITS HHMM IS THE SINCE=
000070* THE VERIFY PASS CARRIES.  SR-CARD-SETS IS HOW MANY JOBS THE
000080* SUBMISSION QUEUED: ONE PER ROSTER CONSOLE FOR A BROADCAST, ONE
000090* FOR A VERIFY OR RETAIN.  SR-SINCE-HHMM IS THE SINCE= A VERIFY
000100* WENT OUT WITH, ZERO OTHERWISE.  SR-CATCH-UP-SW IS Y WHEN THE
000110* WORK'S MOMENT HAD ALREADY PASSED WHILE THE SCHEDULER WAS DOWN.
000120* A RESUBMITTED SCHEDULER READS THE FILE TO SKIP WHAT TODAY
000130* ALREADY HAS AND CATCH UP WHAT IT MISSED, AND MODE=LEDGER
000140* PRINTS IT FOR THE MORNING CHECK.
000150 05  SR-RUN-DATE                   PIC 9(08).
000160 05  SR-FILL1                      PIC X(01).
000170 05  SR-JOB-TYPE                   PIC X(08).
000180 05  SR-FILL2                      PIC X(01).
000190 05  SR-QUEUED-TIME                PIC 9(08).
000200 05  SR-QUEUED-TIME-R REDEFINES SR-QUEUED-TIME.
000210     10  SR-QUEUED-HHMM            PIC 9(04).
000220     10  SR-QUEUED-SSCC            PIC 9(04).
000230 05  SR-FILL3                      PIC X(01).
000240 05  SR-CARD-SETS                  PIC 9(05).
000250 05  SR-FILL4                      PIC X(01).
000260 05  SR-SINCE-HHMM                 PIC 9(04).
000270 05  SR-FILL5                      PIC X(01).
000280 05  SR-CATCH-UP-SW                PIC X(01).
