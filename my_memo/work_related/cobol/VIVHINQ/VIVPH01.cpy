      * SDTEI, the date (CYYDDD, as HIST-DATE is keyed) the operator
      * wants the browse to start at.
      * VIVPH01O holds the fields SENT back: SDTEO echoes the start
      * date, LINEO(1-10) are the formatted history detail lines (full
      * HIST-KEY, calculation, and a reversal flag - see
      * WS-DETAIL-LINE in VIVHINQ), and ALRTO is the message line.
      ******************************************************************
       01  VIVPH01I.
           02 SDTEL                  COMP PIC S9(4).
           02 SDTEO                  PIC 9(7).
           02 HLINEO OCCURS 10 TIMES.
              03 FILLER              PIC X(3).
              03 LINEO               PIC X(77).
           02 FILLER                 PIC X(3).
           02 ALRTO                  PIC X(20).
