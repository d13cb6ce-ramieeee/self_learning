      * VOPM (program VIVOMNT).
      * VIVPO01I holds the fields RECEIVEd from the terminal:
      *   ACTI  - requested action: I inquire, A add, C change,
      *           D delete, U unlock (clear failed sign-ons and the
      *           lockout - a supervisor may use I and U only)
      *   OPIDI - the three-character operator ID (the VIVOPROF key)
      *   AUTHI - authority level: S supervisor, A administrator,
      *           G general
      *   NAMEI - operator name
      *   PINI  - four-digit sign-on PIN checked by VIVSIGN; required
      *           on add, blank on change keeps the one on file (dark
      *           field on the physical map - never echoed).  A PIN
      *           keyed here must be changed by the operator on VSGN
      *           at the next sign-on.
      * VIVPO01O echoes the same fields back (except the PIN), the
      * lockout state (LOCKO Y/N), consecutive failed sign-ons
      * (FAILO), the date the PIN was last changed (PDTEO, CYYDDD;
      * zero = administrator-issued, change due), plus ALRTO, the
      * message line.
      ******************************************************************
       01  VIVPO01I.
           02 ACTL                   COMP PIC S9(4).
           02 FILLER                 PIC X(3).
           02 NAMEO                  PIC X(20).
           02 FILLER                 PIC X(3).
           02 LOCKO                  PIC X(1).
           02 FILLER                 PIC X(3).
           02 FAILO                  PIC Z9.
           02 FILLER                 PIC X(3).
           02 PDTEO                  PIC 9(7).
           02 FILLER                 PIC X(3).
           02 ALRTO                  PIC X(20).
