      ******************************************************************
      * VIVPA01 - SYMBOLIC MAP FOR MAPSET VIVPA01, MAP VIVPA01
      *
      * Over-limit approval queue panel for transaction VAPR (program
      * VIVAPPR).  LINEO(1-8) list the calculations still pending on
      * the VIVPEND KSDS, oldest first, one per line: line number,
      * terminal, operator, the calculation, its result, the account
      * it is tagged with, and the limit it broke.
      * VIVPA01I holds the fields RECEIVEd from the terminal:
      *   LNUMI - the line number (1-8) of the item to resolve
      *   ACTI  - A approve (posts it to VIVPHIST), R reject
      *   RSNI  - reason code, required on a reject:
      *           KE keying error, DU duplicate, NA not authorised,
      *           OT other
      * ENTER with LNUMI blank refreshes the page.  PF8 pages
      * forward, PF7 returns to the top of the queue, PF3 or CLEAR
      * leaves.
      * VIVPA01O holds the fields SENT back: the detail lines and
      * ALRTO, the message line.
      ******************************************************************
       01  VIVPA01I.
           02 LNUML                  COMP PIC S9(4).
           02 LNUMF                  PICTURE X.
           02 FILLER REDEFINES LNUMF.
              03 LNUMA               PICTURE X.
           02 LNUMI                  PIC X(1).
           02 ACTL                   COMP PIC S9(4).
           02 ACTF                   PICTURE X.
           02 FILLER REDEFINES ACTF.
              03 ACTA                PICTURE X.
           02 ACTI                   PIC X(1).
           02 RSNL                   COMP PIC S9(4).
           02 RSNF                   PICTURE X.
           02 FILLER REDEFINES RSNF.
              03 RSNA                PICTURE X.
           02 RSNI                   PIC X(2).

       01  VIVPA01O.
           02 FILLER                 PIC X(3).
           02 LNUMO                  PIC X(1).
           02 FILLER                 PIC X(3).
           02 ACTO                   PIC X(1).
           02 FILLER                 PIC X(3).
           02 RSNO                   PIC X(2).
           02 PLINEO OCCURS 8 TIMES.
              03 FILLER              PIC X(3).
              03 LINEO               PIC X(77).
           02 FILLER                 PIC X(3).
           02 ALRTO                  PIC X(20).
