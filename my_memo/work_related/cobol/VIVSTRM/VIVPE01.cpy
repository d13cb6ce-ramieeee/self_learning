      ******************************************************************
      * VIVPE01 - SYMBOLIC MAP FOR MAPSET VIVPE01, MAP VIVPE01
      *
      * Error-storm panel for transaction VSTM (program VIVSTRM).
      * VIVPE01I holds the fields RECEIVEd from the terminal:
      *   TRNI - the transaction ID (VIVP, VIVH, OJTI, ...)
      *   ACTI - requested action: I inquire, E re-enable a
      *          transaction an error storm disabled
      * VIVPE01O echoes the two fields and shows the transaction's
      * standing on VIVSTORM - STATO (DISABLED, ENABLED, or ACTIVE
      * when no storm has ever tripped), the EIBRESP that tripped the
      * last storm (RESPO), its first error, trip, and last error
      * date and time (CYYDDD / 0HHMMSS, as the VIVD records carry
      * them), the errors counted (CNTO), and who re-enabled it
      * (EOPO) - plus ALRTO, the message line.
      ******************************************************************
       01  VIVPE01I.
           02 TRNL                   COMP PIC S9(4).
           02 TRNF                   PICTURE X.
           02 FILLER REDEFINES TRNF.
              03 TRNA                PICTURE X.
           02 TRNI                   PIC X(4).
           02 ACTL                   COMP PIC S9(4).
           02 ACTF                   PICTURE X.
           02 FILLER REDEFINES ACTF.
              03 ACTA                PICTURE X.
           02 ACTI                   PIC X(1).

       01  VIVPE01O.
           02 FILLER                 PIC X(3).
           02 TRNO                   PIC X(4).
           02 FILLER                 PIC X(3).
           02 ACTO                   PIC X(1).
           02 FILLER                 PIC X(3).
           02 STATO                  PIC X(8).
           02 FILLER                 PIC X(3).
           02 RESPO                  PIC 9(8).
           02 FILLER                 PIC X(3).
           02 FDTEO                  PIC 9(7).
           02 FILLER                 PIC X(3).
           02 FTIMO                  PIC 9(7).
           02 FILLER                 PIC X(3).
           02 TDTEO                  PIC 9(7).
           02 FILLER                 PIC X(3).
           02 TTIMO                  PIC 9(7).
           02 FILLER                 PIC X(3).
           02 LDTEO                  PIC 9(7).
           02 FILLER                 PIC X(3).
           02 LTIMO                  PIC 9(7).
           02 FILLER                 PIC X(3).
           02 CNTO                   PIC ZZZZ9.
           02 FILLER                 PIC X(3).
           02 EOPO                   PIC X(3).
           02 FILLER                 PIC X(3).
           02 ALRTO                  PIC X(20).
