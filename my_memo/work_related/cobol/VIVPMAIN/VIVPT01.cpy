      ******************************************************************
      * VIVPT01 - SYMBOLIC MAP FOR MAPSET VIVPT01, MAP VIVPT01
      *
      * Calculation tape panel for transaction VIVP (program
      * VIVPMAIN), shown over the calculator panel (VIVPM01) when the
      * desk presses PF7 or PF8.  Like an adding-machine tape it lists
      * every step of the worksheet since the last PF4, ten to a page,
      * oldest at the top; PF7 pages back towards the first step, PF8
      * forward to the latest, PF9 prints the whole tape, and ENTER or
      * PF3 goes back to the calculator with the worksheet intact.
      * Nothing is RECEIVEd from this panel.
      * VIVPT01O holds the fields SENT:
      *   TPAGO        - steps on screen and on the tape
      *                  ('STEPS 011-020 OF 023')
      *   TLINEO(1-10) - one tape step each (see WS-TAPE-LINE in
      *                  VIVPMAIN): step number, operand A (with '='
      *                  when the prior result was chained in), the
      *                  operator, operand B, the result, the running
      *                  total after the step, a flag, and the account
      *   TTOTO        - the running total now
      *   TMSGO        - the message line
      * The T prefix keeps these apart from the VIVPM01 names, since
      * VIVPMAIN copies both maps.
      * The flag column reads PKD for a result parked over the
      * operator's limit (the total did not move), APR when that
      * calculation came back approved and was added to the total,
      * and REJ when it came back rejected.
      ******************************************************************
       01  VIVPT01I.
           02 FILLER                 PIC X(12).

       01  VIVPT01O.
           02 FILLER                 PIC X(3).
           02 TPAGO                  PIC X(20).
           02 TLINES OCCURS 10 TIMES.
              03 FILLER              PIC X(3).
              03 TLINEO              PIC X(77).
           02 FILLER                 PIC X(3).
           02 TTOTO                  PIC -(14)9.99.
           02 FILLER                 PIC X(3).
           02 TMSGO                  PIC X(20).
