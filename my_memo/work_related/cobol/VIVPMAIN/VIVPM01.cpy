      * VIVPM01 - SYMBOLIC MAP FOR MAPSET VIVPM01, MAP VIVPM01
      *
      * VIVPM01I holds the fields RECEIVEd from the terminal (operator
      * keys these in): NO1I, NO2I, OPRI, ACCTI.
      * VIVPM01O holds the fields SENT back to the terminal (program
      * fills these in before SEND MAP): NO1O, NO2O, OPRO, ACCTO,
      * RSLTO, TOTO (running total carried in the COMMAREA), ALRTO.
      *
      * OPRI/OPRO carry the requested calculation:
      *   '+' add   '-' subtract   '*' multiply   '/' divide
      * result in as operand A; CHNO then shows CHAINED so the desk
      * can see a carried figure is in play.  PF4 clears the chained
      * value and the running total for a fresh worksheet.
      *
      * A result over the operator's VIVTHRSH limit shows in RSLTO
      * but is parked for supervisor approval (ALRTO reads OVER
      * LIMIT - QUEUED) and leaves TOTO alone; once a supervisor
      * approves it on the VAPR panel the next ENTER adds it to TOTO.
      *
      * Every step since the last PF4 is kept on the worksheet's tape.
      * PF7 or PF8 shows it on the VIVPT01 panel (ENTER or PF3 comes
      * back here), and PF9 prints it, with the operator, terminal,
      * date, time and final total, on the terminal's printer - both
      * without leaving the transaction.
      *
      * ACCTI optionally tags the calculation with a six-digit
      * OJTKSDATA account key (KEY-VAL).  Blank means no account; a
      * key typed here must be on the master and not closed, and a
      * suspended account posts with a warning.  ACCTO echoes the
      * key the calculation was tagged with.
      ******************************************************************
       01  VIVPM01I.
           02 NO1L                   COMP PIC S9(4).
           02 FILLER REDEFINES OPRF.
              03 OPRA                PICTURE X.
           02 OPRI                   PIC X(1).
           02 ACCTL                  COMP PIC S9(4).
           02 ACCTF                  PICTURE X.
           02 FILLER REDEFINES ACCTF.
              03 ACCTA               PICTURE X.
           02 ACCTI                  PIC X(6).

       01  VIVPM01O.
           02 FILLER                 PIC X(3).
           02 FILLER                 PIC X(3).
           02 OPRO                   PIC X(1).
           02 FILLER                 PIC X(3).
           02 ACCTO                  PIC X(6).
           02 FILLER                 PIC X(3).
           02 CHNO                   PIC X(7).
           02 FILLER                 PIC X(3).
           02 RSLTO                  PIC -(14)9.99.
