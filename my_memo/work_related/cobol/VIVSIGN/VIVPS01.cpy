      * Operator sign-on/sign-off panel for transaction VSGN (program
      * VIVSIGN).
      * VIVPS01I holds the fields RECEIVEd from the terminal:
      *   ACTI  - requested action: S sign on, O sign off, C change
      *           PIN
      *   OPIDI - the three-character operator ID (the VIVOPROF key)
      *   PINI  - the four-digit PIN held on the operator's profile
      *           (dark field on the physical map - never echoed);
      *           on a PIN change, the old PIN
      *   NPINI - on a PIN change, the new four-digit PIN (dark)
      *   CPINI - on a PIN change, the new PIN keyed again (dark)
      * VIVPS01O echoes the action and operator ID back plus ALRTO,
      * the message line.  VIVP refuses calculations until a session
      * for the terminal is on file (see 5200-CHECK-SIGNON in
           02 FILLER REDEFINES PINF.
              03 PINA                PICTURE X.
           02 PINI                   PIC X(4).
           02 NPINL                  COMP PIC S9(4).
           02 NPINF                  PICTURE X.
           02 FILLER REDEFINES NPINF.
              03 NPINA               PICTURE X.
           02 NPINI                  PIC X(4).
           02 CPINL                  COMP PIC S9(4).
           02 CPINF                  PICTURE X.
           02 FILLER REDEFINES CPINF.
              03 CPINA               PICTURE X.
           02 CPINI                  PIC X(4).

       01  VIVPS01O.
           02 FILLER                 PIC X(3).
