000080* RAISES THE PAGE AND WHEN IT CLEARS IT, SO SAFETY CAN VERIFY
000090* AFTER A DRILL THAT EVERY SCREEN SHOWED THE ALERT, AND WHEN.
000100* FA-ALERT-ID NAMES THE ALERT ON THOSE LOG EVENTS.
000110* FA-ZONE LIMITS THE ALERT TO THE CONSOLES IN ONE BUILDING ZONE
000120* (SEE TERMROST); BLANK RAISES IT ON EVERY CONSOLE.
000130 05  FA-ACTIVE-SW                  PIC X(01).
000140 05  FA-FILL1                      PIC X(01).
000150 05  FA-ALERT-ID                   PIC X(08).
000160 05  FA-FILL2                      PIC X(01).
000170 05  FA-TEXT-1                     PIC X(40).
000180 05  FA-FILL3                      PIC X(01).
000190 05  FA-TEXT-2                     PIC X(40).
000200 05  FA-FILL4                      PIC X(01).
000210 05  FA-ZONE                       PIC X(08).
