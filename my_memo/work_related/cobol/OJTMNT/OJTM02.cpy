      ******************************************************************
      * OJTM02 - SYMBOLIC MAP FOR MAPSET OJTM02, MAP OJTM02
      *
      * Online maintenance panel for transaction OJTU (program
      * OJTMNT) over the OJTKSDATA master - reached with PF4 from the
      * OJTI inquiry panel, or started on its own.
      * OJTM02I holds the fields RECEIVEd from the terminal:
      *   ACTI   - requested action: I inquire, A add, C change,
      *            D delete
      *   KEYI   - the six-digit KEY-VAL
      *   HELLOI - record text (SAY-HELLO-WORLD)
      *   STATI  - record status: A active, S suspended, C closed;
      *            blank on add means active
      *   DESCI  - description (REC-DESC)
      *   On a change, a field left blank keeps what is on the
      *   record, as a blank field on a MAINT card does.
      * OJTM02O echoes the action and shows the record as it now
      * stands - key, text, status, description, and the
      * last-maintained stamps (MDTEO, MTIMO, MUSRO) - plus ALRTO,
      * the message line.
      ******************************************************************
       01  OJTM02I.
           02 ACTL                   COMP PIC S9(4).
           02 ACTF                   PICTURE X.
           02 FILLER REDEFINES ACTF.
              03 ACTA                PICTURE X.
           02 ACTI                   PIC X(1).
           02 KEYL                   COMP PIC S9(4).
           02 KEYF                   PICTURE X.
           02 FILLER REDEFINES KEYF.
              03 KEYA                PICTURE X.
           02 KEYI                   PIC X(6).
           02 HELLOL                 COMP PIC S9(4).
           02 HELLOF                 PICTURE X.
           02 FILLER REDEFINES HELLOF.
              03 HELLOA              PICTURE X.
           02 HELLOI                 PIC X(13).
           02 STATL                  COMP PIC S9(4).
           02 STATF                  PICTURE X.
           02 FILLER REDEFINES STATF.
              03 STATA               PICTURE X.
           02 STATI                  PIC X(1).
           02 DESCL                  COMP PIC S9(4).
           02 DESCF                  PICTURE X.
           02 FILLER REDEFINES DESCF.
              03 DESCA               PICTURE X.
           02 DESCI                  PIC X(30).

       01  OJTM02O.
           02 FILLER                 PIC X(3).
           02 ACTO                   PIC X(1).
           02 FILLER                 PIC X(3).
           02 KEYO                   PIC X(6).
           02 FILLER                 PIC X(3).
           02 HELLOO                 PIC X(13).
           02 FILLER                 PIC X(3).
           02 STATO                  PIC X(1).
           02 FILLER                 PIC X(3).
           02 DESCO                  PIC X(30).
           02 FILLER                 PIC X(3).
           02 MDTEO                  PIC 9(8).
           02 FILLER                 PIC X(3).
           02 MTIMO                  PIC 9(6).
           02 FILLER                 PIC X(3).
           02 MUSRO                  PIC X(8).
           02 FILLER                 PIC X(3).
           02 ALRTO                  PIC X(20).
