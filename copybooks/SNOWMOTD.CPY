000050* TICKER LINE DRAWN UNDER THE GROUND ROW, AND RE-READS THE FILE
000060* DURING THE RUN, SO AN EXPIRED NOTICE DROPS OFF AND A NEW ONE
000070* SHOWS UP WITHOUT ANYONE TOUCHING THE CONSOLE.
000080* MD-ZONE LIMITS A MESSAGE TO THE CONSOLES IN ONE BUILDING ZONE
000090* (SEE TERMROST); BLANK SHOWS IT ON EVERY CONSOLE.
000100 05  MD-START-DATE                 PIC 9(08).
000110 05  MD-FILL1                      PIC X(01).
000120 05  MD-START-HHMM                 PIC 9(04).
000130 05  MD-FILL2                      PIC X(01).
000140 05  MD-END-DATE                   PIC 9(08).
000150 05  MD-FILL3                      PIC X(01).
000160 05  MD-END-HHMM                   PIC 9(04).
000170 05  MD-FILL4                      PIC X(01).
000180 05  MD-TEXT                       PIC X(60).
000190 05  MD-FILL5                      PIC X(01).
000200 05  MD-ZONE                       PIC X(08).
