      ******************************************************************
      * VIVPR01 - SYMBOLIC MAP FOR MAPSET VIVPR01, MAP VIVPR01
      *
      * Reversal and correction panel for transaction VREV (program
      * VIVREVS).  The supervisor keys the HIST-KEY of a posted
      * calculation exactly as the VIVH history browse shows it, a
      * reason code, and - only when a replacement figure should post
      * - the corrected calculation.
      * VIVPR01I holds the fields RECEIVEd from the terminal:
      *   HDTEI - HIST-DATE, CYYDDD
      *   HTIMI - HIST-TIME, 0HHMMSS
      *   HTRMI - HIST-TRMID
      *   HTSKI - HIST-TASKN
      *   RSNI  - reason code, required:
      *           KE keying error, DU duplicate posting, WA wrong
      *           account, OT other
      *   CNO1I, COPRI, CNO2I - the corrected calculation, optional;
      *           amounts as VIVPM01 takes them ('1234567.89'),
      *           operator + - * /.  Left blank, the reversal stands
      *           alone.  A duplicate (DU) takes no correction.
      * VIVPR01O holds the fields SENT back: the typed fields echoed,
      * the original calculation (ONO1O, OOPRO, ONO2O, ORSLO), the
      * account it was tagged with (OACCO), its standing (OSTAO -
      * POSTED, REVERSED, REPLACED, or REVERSAL / CORRECTN for an
      * entry this panel posted), the corrected result (CRSLO), and
      * ALRTO, the message line.
      * ENTER checks the request and shows the original; PF5 posts
      * the reversal; PF6 then posts the correction, if one was
      * keyed.  PF3 or CLEAR leaves.
      ******************************************************************
       01  VIVPR01I.
           02 HDTEL                  COMP PIC S9(4).
           02 HDTEF                  PICTURE X.
           02 FILLER REDEFINES HDTEF.
              03 HDTEA               PICTURE X.
           02 HDTEI                  PIC X(7).
           02 HTIML                  COMP PIC S9(4).
           02 HTIMF                  PICTURE X.
           02 FILLER REDEFINES HTIMF.
              03 HTIMA               PICTURE X.
           02 HTIMI                  PIC X(7).
           02 HTRML                  COMP PIC S9(4).
           02 HTRMF                  PICTURE X.
           02 FILLER REDEFINES HTRMF.
              03 HTRMA               PICTURE X.
           02 HTRMI                  PIC X(4).
           02 HTSKL                  COMP PIC S9(4).
           02 HTSKF                  PICTURE X.
           02 FILLER REDEFINES HTSKF.
              03 HTSKA               PICTURE X.
           02 HTSKI                  PIC X(7).
           02 RSNL                   COMP PIC S9(4).
           02 RSNF                   PICTURE X.
           02 FILLER REDEFINES RSNF.
              03 RSNA                PICTURE X.
           02 RSNI                   PIC X(2).
           02 CNO1L                  COMP PIC S9(4).
           02 CNO1F                  PICTURE X.
           02 FILLER REDEFINES CNO1F.
              03 CNO1A               PICTURE X.
           02 CNO1I                  PIC X(10).
           02 COPRL                  COMP PIC S9(4).
           02 COPRF                  PICTURE X.
           02 FILLER REDEFINES COPRF.
              03 COPRA               PICTURE X.
           02 COPRI                  PIC X(1).
           02 CNO2L                  COMP PIC S9(4).
           02 CNO2F                  PICTURE X.
           02 FILLER REDEFINES CNO2F.
              03 CNO2A               PICTURE X.
           02 CNO2I                  PIC X(10).

       01  VIVPR01O.
           02 FILLER                 PIC X(3).
           02 HDTEO                  PIC X(7).
           02 FILLER                 PIC X(3).
           02 HTIMO                  PIC X(7).
           02 FILLER                 PIC X(3).
           02 HTRMO                  PIC X(4).
           02 FILLER                 PIC X(3).
           02 HTSKO                  PIC X(7).
           02 FILLER                 PIC X(3).
           02 RSNO                   PIC X(2).
           02 FILLER                 PIC X(3).
           02 CNO1O                  PIC X(10).
           02 FILLER                 PIC X(3).
           02 COPRO                  PIC X(1).
           02 FILLER                 PIC X(3).
           02 CNO2O                  PIC X(10).
           02 FILLER                 PIC X(3).
           02 ONO1O                  PIC Z(6)9.99.
           02 FILLER                 PIC X(3).
           02 OOPRO                  PIC X(1).
           02 FILLER                 PIC X(3).
           02 ONO2O                  PIC Z(6)9.99.
           02 FILLER                 PIC X(3).
           02 ORSLO                  PIC -(14)9.99.
           02 FILLER                 PIC X(3).
           02 OACCO                  PIC X(6).
           02 FILLER                 PIC X(3).
           02 OSTAO                  PIC X(8).
           02 FILLER                 PIC X(3).
           02 CRSLO                  PIC -(14)9.99.
           02 FILLER                 PIC X(3).
           02 ALRTO                  PIC X(20).
