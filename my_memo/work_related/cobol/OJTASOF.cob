000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    OJTASOF.
000000*----------------------------------------------------------------
000000* Point-in-time reconstruction and key lifecycle report from the
000000* OJTKSDATA maintenance journal (JRNLFILE - RAMIE.OJT.JRNL,
000000* with any archived generations concatenated ahead of it,
000000* oldest first).  Every applied add, change, and delete is on
000000* the journal with its before and after images, in time order
000000* (batch runs append, OJTJMRG merges the online ones in), so
000000* the two questions auditors ask can be answered from it
000000* instead of by hand-reading the journal.  CTLCARD picks the
000000* function:
000000*   IMAGE - the full master as it stood at an as-of date
000000*           (cols 7-14, YYYYMMDD) and time (15-20, HHMMSS; blank
000000*           means the end of that day).  ASOFKS is a work KSDS
000000*           loaded beforehand (see OJTASOF.jcl) with a base
000000*           image of the master whose stamp is in cols 22-35,
000000*           laid out the same way; a blank base stamp means the
000000*           base is the current master.  A base later than the
000000*           as-of point is rolled BACK - the journal entries
000000*           between are reversed newest first, as OJTBKOUT does;
000000*           an earlier base is rolled FORWARD - the entries
000000*           between are applied oldest first.  The result is
000000*           unloaded in key order to IMAGEOUT (master layout,
000000*           LRECL 72).  Where the base and the journal disagree
000000*           (an add for a key already there, a change or
000000*           delete for one that is not) the entry is still
000000*           applied as best it can be and the conflict listed,
000000*           so the image is never silently wrong.
000000*   KEYS  - the life of one key (cols 7-12) or a key range
000000*           (through cols 14-19): every add, change, and delete
000000*           in date order, key by key, one line per field that
000000*           moved - status, text, description - with what it
000000*           was, what it became, and the user and run (run
000000*           date, time, and journal sequence) behind each one.
000000*           Deletes journaled before a delete's after image
000000*           carried the maintenance stamps show the user as
000000*           UNKNOWN.
000000* The journal is read once, start to end.  A roll forward applies
000000* each entry as it is read; a roll back, and the KEYS report, sort
000000* the entries selected - newest first, or by key with each key's
000000* entries kept in journal order - and work from the sort, so
000000* neither the window nor the key range is limited in size.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000     SELECT JRNLFILE ASSIGN TO JRNLFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-JRNLFILE-STATUS.
000000     SELECT ASOFKS ASSIGN TO ASOFKS
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS DYNAMIC
000000     RECORD KEY IS ASOF-KEY-VAL
000000     FILE STATUS IS WS-ASOFKS-STATUS.
000000     SELECT IMAGEOUT ASSIGN TO IMAGEOUT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-IMAGEOUT-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000     SELECT JRNWORK ASSIGN TO SORTWK01.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-FUNCTION          PIC X(5).
000000         03 FILLER                PIC X(1).
000000         03 CTL-IMAGE-FIELDS.
000000             05 CTL-ASOF-DATE     PIC X(8).
000000             05 CTL-ASOF-TIME     PIC X(6).
000000             05 FILLER            PIC X(1).
000000             05 CTL-BASE-DATE     PIC X(8).
000000             05 CTL-BASE-TIME     PIC X(6).
000000             05 FILLER            PIC X(45).
000000         03 CTL-KEYS-FIELDS REDEFINES CTL-IMAGE-FIELDS.
000000             05 CTL-KEY-FROM      PIC X(6).
000000             05 FILLER            PIC X(1).
000000             05 CTL-KEY-TO        PIC X(6).
000000             05 FILLER            PIC X(61).
000000 FD JRNLFILE
000000     RECORD CONTAINS 164 CHARACTERS.
000000     01 JRNL-REC.
000000         03 JRN-RUN-DATE          PIC 9(8).
000000         03 JRN-RUN-TIME          PIC 9(6).
000000         03 JRN-SEQ               PIC 9(5).
000000         03 JRN-ACTION            PIC X(1).
000000         03 JRN-BEFORE            PIC X(72).
000000         03 JRN-AFTER             PIC X(72).
000000*    Work copy of the master the image is rolled on - the
000000*    OJTKSDATA record layout.
000000 FD ASOFKS.
000000     01 ASOF-REC.
000000         03 ASOF-KEY-VAL          PIC 9(6).
000000         03 FILLER                PIC X(66).
000000 FD IMAGEOUT
000000     RECORD CONTAINS 72 CHARACTERS.
000000     01 IMAGE-REC                 PIC X(72).
000000 FD REPTFILE
000000     RECORD CONTAINS 132 CHARACTERS.
000000     01 REPT-LINE                 PIC X(132).
000000*    Selected journal records for the sort.  JSW-ORDER is the
000000*    entry's place on the journal, so a roll back can take them
000000*    newest first and each key's entries stay in journal order.
000000 SD JRNWORK.
000000     01 JSW-REC.
000000         03 JSW-KEY               PIC X(6).
000000         03 JSW-ORDER             PIC 9(9).
000000         03 JSW-JRNL              PIC X(164).
000000 WORKING-STORAGE SECTION.
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-JRNLFILE-STATUS        PIC X(2).
000000     01 WS-ASOFKS-STATUS          PIC X(2).
000000     01 WS-IMAGEOUT-STATUS        PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 CTL-EOF                            VALUE 'Y'.
000000     01 WS-JRNL-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 JRNL-EOF                           VALUE 'Y'.
000000     01 WS-ASOF-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 ASOF-EOF                           VALUE 'Y'.
000000
000000     01 WS-FUNCTION               PIC X(5).
000000        88 FUNC-IMAGE                         VALUE 'IMAGE'.
000000        88 FUNC-KEYS                          VALUE 'KEYS '.
000000
000000*    IMAGE function - the as-of point and the base image's
000000*    stamp, each compared as date * 1000000 + time like the
000000*    journal's own run stamps.
000000     01 WS-STAMP-DATE             PIC X(8).
000000     01 WS-STAMP-TIME             PIC X(6).
000000     01 WS-STAMP-DATE-N           PIC 9(8).
000000     01 WS-STAMP-TIME-N           PIC 9(6).
000000     01 WS-STAMP                  PIC 9(14).
000000     01 WS-ASOF-STAMP             PIC 9(14) VALUE 0.
000000     01 WS-BASE-STAMP             PIC 9(14) VALUE 0.
000000     01 WS-JRN-STAMP              PIC 9(14).
000000     01 WS-PREV-STAMP             PIC 9(14) VALUE 0.
000000     01 WS-DIRECTION              PIC X(1).
000000        88 ROLL-BACK                          VALUE 'B'.
000000        88 ROLL-FORWARD                       VALUE 'F'.
000000     01 WS-BASE-CURRENT-FLAG      PIC X(1) VALUE 'N'.
000000        88 BASE-IS-CURRENT                    VALUE 'Y'.
000000
000000*    KEYS function - the key range asked about.
000000     01 WS-KEY-FROM               PIC X(6).
000000     01 WS-KEY-TO                 PIC X(6).
000000     01 WS-ENTRY-KEY              PIC X(6).
000000     01 WS-LAST-KEY               PIC X(6) VALUE SPACES.
000000
000000*    Journal records read so far, and whether the one in hand
000000*    falls in the window or key range asked about.
000000     01 WS-JRN-READ               PIC 9(9) VALUE 0.
000000     01 WS-SELECT-FLAG            PIC X(1).
000000        88 ENTRY-SELECTED                     VALUE 'Y'.
000000        88 ENTRY-SKIPPED                      VALUE 'N'.
000000     01 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 SORT-EOF                           VALUE 'Y'.
000000
000000     01 WS-JRN-WORK.
000000         03 WJ-RUN-DATE           PIC 9(8).
000000         03 WJ-RUN-TIME           PIC 9(6).
000000         03 WJ-SEQ                PIC 9(5).
000000         03 WJ-ACTION             PIC X(1).
000000         03 WJ-BEFORE.
000000             05 WJB-KEY-VAL       PIC X(6).
000000             05 WJB-HELLO         PIC X(13).
000000             05 WJB-STATUS        PIC X(1).
000000             05 WJB-DESC          PIC X(30).
000000             05 WJB-MAINT-DATE    PIC X(8).
000000             05 WJB-MAINT-TIME    PIC X(6).
000000             05 WJB-MAINT-USER    PIC X(8).
000000         03 WJ-AFTER.
000000             05 WJA-KEY-VAL       PIC X(6).
000000             05 WJA-HELLO         PIC X(13).
000000             05 WJA-STATUS        PIC X(1).
000000             05 WJA-DESC          PIC X(30).
000000             05 WJA-MAINT-DATE    PIC X(8).
000000             05 WJA-MAINT-TIME    PIC X(6).
000000             05 WJA-MAINT-USER    PIC X(8).
000000
000000     01 WS-SELECT-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-ORDER-COUNT            PIC 9(7) VALUE 0.
000000     01 WS-ADD-APPLIED            PIC 9(7) VALUE 0.
000000     01 WS-CHG-APPLIED            PIC 9(7) VALUE 0.
000000     01 WS-DEL-APPLIED            PIC 9(7) VALUE 0.
000000     01 WS-CONFLICT-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-IMAGE-COUNT            PIC 9(7) VALUE 0.
000000     01 WS-KEY-COUNT              PIC 9(7) VALUE 0.
000000     01 WS-STATUS-CHG             PIC 9(7) VALUE 0.
000000     01 WS-TEXT-CHG               PIC 9(7) VALUE 0.
000000     01 WS-DESC-CHG               PIC 9(7) VALUE 0.
000000     01 WS-FIELD-CHG              PIC 9(7) VALUE 0.
000000
000000     01 WS-PAGE-NO                PIC 9(3) VALUE 0.
000000     01 WS-LINE-COUNT             PIC 9(2) VALUE 99.
000000     01 WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.
000000
000000     01 WS-CONFLICT-TEXT          PIC X(40).
000000
000000     01 WS-REPT-HDR-1.
000000         03 HDR-TITLE             PIC X(40).
000000         03 FILLER                PIC X(6) VALUE "PAGE ".
000000         03 HDR-PAGE-NO           PIC ZZ9.
000000
000000     01 WS-IMAGE-HDR-2.
000000         03 FILLER                PIC X(8) VALUE "AS OF: ".
000000         03 HDR-ASOF-DATE         PIC X(8).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 HDR-ASOF-TIME         PIC X(6).
000000         03 FILLER                PIC X(10) VALUE "   BASE: ".
000000         03 HDR-BASE              PIC X(15).
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 HDR-DIRECTION         PIC X(14).
000000
000000     01 WS-IMAGE-CONFLICT.
000000         03 FILLER                PIC X(10) VALUE "CONFLICT: ".
000000         03 CFL-DATE              PIC 9(8).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 CFL-TIME              PIC 9(6).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 CFL-SEQ               PIC 9(5).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 CFL-ACTION            PIC X(1).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 CFL-KEY               PIC X(6).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 CFL-TEXT              PIC X(40).
000000
000000     01 WS-KEYS-HDR-2.
000000         03 FILLER                PIC X(8) VALUE "KEYS: ".
000000         03 HDR-KEY-FROM          PIC X(6).
000000         03 FILLER                PIC X(3) VALUE " - ".
000000         03 HDR-KEY-TO            PIC X(6).
000000
000000     01 WS-KEYS-HDR-3.
000000         03 FILLER                PIC X(8) VALUE "KEY".
000000         03 FILLER                PIC X(9) VALUE "RUN DATE".
000000         03 FILLER                PIC X(7) VALUE "TIME".
000000         03 FILLER                PIC X(7) VALUE "SEQ".
000000         03 FILLER                PIC X(10) VALUE "USER".
000000         03 FILLER                PIC X(9) VALUE "EVENT".
000000         03 FILLER                PIC X(8) VALUE "FIELD".
000000         03 FILLER                PIC X(32) VALUE "WAS".
000000         03 FILLER                PIC X(30) VALUE "NOW".
000000
000000     01 WS-KEYS-DETAIL.
000000         03 DTL-KEY               PIC X(6).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-DATE              PIC 9(8).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-TIME              PIC 9(6).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-SEQ               PIC 9(5).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-USER              PIC X(8).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-EVENT             PIC X(7).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-FIELD             PIC X(6).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-WAS               PIC X(30).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-NOW               PIC X(30).
000000
000000     01 WS-REPT-TOT.
000000         03 TOT-LABEL             PIC X(24).
000000         03 TOT-COUNT             PIC ZZZZZZ9.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    the control-card stamps and keys are edited before the
000000*    journal is read.
000000     01 WS-FLDCHECK-FIELD.
000000         03 WS-FLDCHECK-LEN       PIC S9(4) COMP.
000000         03 WS-FLDCHECK-DATA      PIC X(20).
000000     01 WS-FLDCHECK-TYPE          PIC X(1).
000000     01 WS-FLDCHECK-VALID         PIC X(1).
000000        88 FLDCHECK-VALID                        VALUE 'Y'.
000000        88 FLDCHECK-INVALID                      VALUE 'N'.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0200-GET-CONTROL-CARD.
000000         IF RETURN-CODE = 0
000000             PERFORM 1000-OPEN-JOURNAL
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             IF FUNC-IMAGE
000000                 PERFORM 2000-BUILD-IMAGE
000000             ELSE
000000                 PERFORM 3000-PRINT-LIFECYCLE
000000             END-IF
000000             CLOSE JRNLFILE
000000         END-IF.
000000         IF WS-ORDER-COUNT > 0 AND RETURN-CODE = 0
000000             MOVE 4 TO RETURN-CODE
000000         END-IF.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0200-GET-CONTROL-CARD.
000000         OPEN INPUT CTLCARD.
000000         IF WS-CTLCARD-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING CTLCARD: "
000000                     WS-CTLCARD-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             READ CTLCARD
000000                 AT END SET CTL-EOF TO TRUE
000000             END-READ
000000             IF CTL-EOF
000000                 DISPLAY "CTLCARD EMPTY, NO FUNCTION"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 MOVE CTL-FUNCTION TO WS-FUNCTION
000000                 EVALUATE TRUE
000000                     WHEN FUNC-IMAGE
000000                         PERFORM 0250-EDIT-IMAGE-CARD
000000                     WHEN FUNC-KEYS
000000                         PERFORM 0280-EDIT-KEYS-CARD
000000                     WHEN OTHER
000000                         DISPLAY "BAD FUNCTION ON CTLCARD: "
000000                                 CTL-FUNCTION
000000                         MOVE 8 TO RETURN-CODE
000000                 END-EVALUATE
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000
000000     0250-EDIT-IMAGE-CARD.
000000         MOVE CTL-ASOF-DATE TO WS-STAMP-DATE.
000000         MOVE CTL-ASOF-TIME TO WS-STAMP-TIME.
000000         PERFORM 0260-EDIT-STAMP.
000000         IF RETURN-CODE = 0
000000             MOVE WS-STAMP TO WS-ASOF-STAMP
000000             MOVE WS-STAMP-DATE TO HDR-ASOF-DATE
000000             MOVE WS-STAMP-TIME TO HDR-ASOF-TIME
000000             IF CTL-BASE-DATE = SPACES
000000*                The base is the master as it stands now -
000000*                every journal entry is at or before it.
000000                 SET BASE-IS-CURRENT TO TRUE
000000                 MOVE 99999999999999 TO WS-BASE-STAMP
000000                 MOVE "CURRENT MASTER" TO HDR-BASE
000000             ELSE
000000                 MOVE CTL-BASE-DATE TO WS-STAMP-DATE
000000                 MOVE CTL-BASE-TIME TO WS-STAMP-TIME
000000                 PERFORM 0260-EDIT-STAMP
000000                 MOVE WS-STAMP TO WS-BASE-STAMP
000000                 MOVE WS-STAMP-DATE TO HDR-BASE(1:8)
000000                 MOVE WS-STAMP-TIME TO HDR-BASE(10:6)
000000             END-IF
000000         END-IF.
000000         IF WS-BASE-STAMP > WS-ASOF-STAMP
000000             SET ROLL-BACK TO TRUE
000000             MOVE "ROLLED BACK" TO HDR-DIRECTION
000000         ELSE
000000             SET ROLL-FORWARD TO TRUE
000000             MOVE "ROLLED FORWARD" TO HDR-DIRECTION
000000         END-IF.
000000
000000*    A blank time is the end of the day - "as of the 22nd"
000000*    means after everything run on the 22nd.
000000     0260-EDIT-STAMP.
000000         IF WS-STAMP-TIME = SPACES
000000             MOVE '235959' TO WS-STAMP-TIME
000000         END-IF.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 14 TO WS-FLDCHECK-LEN.
000000         MOVE WS-STAMP-DATE TO WS-FLDCHECK-DATA(1:8).
000000         MOVE WS-STAMP-TIME TO WS-FLDCHECK-DATA(9:6).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "BAD STAMP ON CTLCARD: "
000000                     WS-STAMP-DATE " " WS-STAMP-TIME
000000             MOVE 8 TO RETURN-CODE
000000             MOVE 0 TO WS-STAMP
000000         ELSE
000000             MOVE WS-STAMP-DATE TO WS-STAMP-DATE-N
000000             MOVE WS-STAMP-TIME TO WS-STAMP-TIME-N
000000             COMPUTE WS-STAMP =
000000                 WS-STAMP-DATE-N * 1000000 + WS-STAMP-TIME-N
000000         END-IF.
000000
000000     0280-EDIT-KEYS-CARD.
000000         MOVE CTL-KEY-FROM TO WS-KEY-FROM.
000000         IF CTL-KEY-TO = SPACES
000000             MOVE CTL-KEY-FROM TO WS-KEY-TO
000000         ELSE
000000             MOVE CTL-KEY-TO TO WS-KEY-TO
000000         END-IF.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 12 TO WS-FLDCHECK-LEN.
000000         MOVE WS-KEY-FROM TO WS-FLDCHECK-DATA(1:6).
000000         MOVE WS-KEY-TO TO WS-FLDCHECK-DATA(7:6).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "BAD KEY RANGE ON CTLCARD: "
000000                     WS-KEY-FROM " - " WS-KEY-TO
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             IF WS-KEY-TO < WS-KEY-FROM
000000                 DISPLAY "KEY RANGE REVERSED ON CTLCARD: "
000000                         WS-KEY-FROM " - " WS-KEY-TO
000000                 MOVE 8 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000
000000     1000-OPEN-JOURNAL.
000000         OPEN INPUT JRNLFILE.
000000         IF WS-JRNLFILE-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING JRNLFILE: "
000000                     WS-JRNLFILE-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000     1100-READ-JOURNAL.
000000         READ JRNLFILE
000000             AT END SET JRNL-EOF TO TRUE
000000         END-READ.
000000         IF NOT JRNL-EOF
000000             IF WS-JRNLFILE-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR READING JRNLFILE: "
000000                         WS-JRNLFILE-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000                 SET JRNL-EOF TO TRUE
000000             ELSE
000000                 ADD 1 TO WS-JRN-READ
000000             END-IF
000000         END-IF.
000000
000000     1200-SELECT-ENTRY.
000000         COMPUTE WS-JRN-STAMP =
000000             JRN-RUN-DATE * 1000000 + JRN-RUN-TIME.
000000         IF WS-JRN-STAMP < WS-PREV-STAMP
000000*            Entries are applied in the order they sit on the
000000*            journal - one out of time order is reported so
000000*            the result is not taken on trust.
000000             DISPLAY "JOURNAL OUT OF ORDER AT: "
000000                     JRN-RUN-DATE " " JRN-RUN-TIME " " JRN-SEQ
000000             ADD 1 TO WS-ORDER-COUNT
000000         END-IF.
000000         MOVE WS-JRN-STAMP TO WS-PREV-STAMP.
000000         MOVE JRNL-REC TO WS-JRN-WORK.
000000         SET ENTRY-SKIPPED TO TRUE.
000000         IF WJ-ACTION = 'D'
000000             MOVE WJB-KEY-VAL TO WS-ENTRY-KEY
000000         ELSE
000000             MOVE WJA-KEY-VAL TO WS-ENTRY-KEY
000000         END-IF.
000000         IF FUNC-IMAGE
000000             IF ROLL-BACK
000000                 IF WS-JRN-STAMP > WS-ASOF-STAMP AND
000000                    WS-JRN-STAMP <= WS-BASE-STAMP
000000                     SET ENTRY-SELECTED TO TRUE
000000                 END-IF
000000             ELSE
000000                 IF WS-JRN-STAMP > WS-BASE-STAMP AND
000000                    WS-JRN-STAMP <= WS-ASOF-STAMP
000000                     SET ENTRY-SELECTED TO TRUE
000000                 END-IF
000000             END-IF
000000         ELSE
000000             IF WS-ENTRY-KEY >= WS-KEY-FROM AND
000000                WS-ENTRY-KEY <= WS-KEY-TO
000000                 SET ENTRY-SELECTED TO TRUE
000000             END-IF
000000         END-IF.
000000         IF ENTRY-SELECTED
000000             ADD 1 TO WS-SELECT-COUNT
000000         END-IF.
000000
000000*    Sort input - every entry in the window or key range, with
000000*    its place on the journal.
000000     1300-RELEASE-JOURNAL.
000000         PERFORM 1100-READ-JOURNAL.
000000         PERFORM UNTIL JRNL-EOF
000000             PERFORM 1200-SELECT-ENTRY
000000             IF ENTRY-SELECTED
000000                 MOVE WS-ENTRY-KEY TO JSW-KEY
000000                 MOVE WS-JRN-READ TO JSW-ORDER
000000                 MOVE JRNL-REC TO JSW-JRNL
000000                 RELEASE JSW-REC
000000             END-IF
000000             PERFORM 1100-READ-JOURNAL
000000         END-PERFORM.
000000
000000     1400-RETURN-ENTRY.
000000         RETURN JRNWORK
000000             AT END SET SORT-EOF TO TRUE
000000         END-RETURN.
000000         IF NOT SORT-EOF
000000             MOVE JSW-KEY TO WS-ENTRY-KEY
000000             MOVE JSW-JRNL TO WS-JRN-WORK
000000         END-IF.
000000
000000     2000-BUILD-IMAGE.
000000         OPEN I-O ASOFKS.
000000         OPEN OUTPUT IMAGEOUT.
000000         OPEN OUTPUT REPTFILE.
000000         IF WS-ASOFKS-STATUS NOT = "00" OR
000000            WS-IMAGEOUT-STATUS NOT = "00" OR
000000            WS-REPTFILE-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING IMAGE FILES: "
000000                     WS-ASOFKS-STATUS " / " WS-IMAGEOUT-STATUS
000000                     " / " WS-REPTFILE-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             MOVE "OJTKSDATA POINT-IN-TIME IMAGE" TO HDR-TITLE
000000             PERFORM 2050-PRINT-IMAGE-HEADER
000000             IF ROLL-BACK
000000                 SORT JRNWORK
000000                     ON DESCENDING KEY JSW-ORDER
000000                     INPUT PROCEDURE IS 1300-RELEASE-JOURNAL
000000                     OUTPUT PROCEDURE IS 2300-ROLL-BACK
000000                 IF SORT-RETURN NOT = 0
000000                     DISPLAY "JOURNAL SORT FAILED"
000000                     MOVE 8 TO RETURN-CODE
000000                 END-IF
000000             ELSE
000000                 PERFORM 2400-ROLL-FORWARD
000000             END-IF
000000             IF RETURN-CODE = 0
000000                 PERFORM 2500-UNLOAD-IMAGE
000000             ELSE
000000                 DISPLAY "JOURNAL NOT APPLIED, NO IMAGE WRITTEN"
000000             END-IF
000000             PERFORM 2600-PRINT-IMAGE-TOTALS
000000             IF WS-CONFLICT-COUNT > 0 AND RETURN-CODE = 0
000000                 MOVE 4 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000         CLOSE ASOFKS.
000000         CLOSE IMAGEOUT.
000000         CLOSE REPTFILE.
000000
000000     2050-PRINT-IMAGE-HEADER.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO HDR-PAGE-NO.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-IMAGE-HDR-2
000000             AFTER ADVANCING 2 LINES.
000000         MOVE SPACES TO REPT-LINE.
000000         WRITE REPT-LINE AFTER ADVANCING 1 LINE.
000000         MOVE 4 TO WS-LINE-COUNT.
000000
000000*    Reverse one entry - the image goes back to the entry's
000000*    before image, as OJTBKOUT's 2100-REVERSE-ONE-ENTRY does.
000000     2100-BACK-ONE-ENTRY.
000000         EVALUATE WJ-ACTION
000000             WHEN 'A'
000000                 ADD 1 TO WS-ADD-APPLIED
000000                 MOVE WJ-AFTER TO ASOF-REC
000000                 DELETE ASOFKS RECORD
000000                     INVALID KEY
000000                         MOVE "ADDED KEY NOT ON BASE TO REMOVE"
000000                             TO WS-CONFLICT-TEXT
000000                         PERFORM 2900-REPORT-CONFLICT
000000                 END-DELETE
000000             WHEN 'C'
000000                 ADD 1 TO WS-CHG-APPLIED
000000                 MOVE WJ-BEFORE TO ASOF-REC
000000                 REWRITE ASOF-REC
000000                     INVALID KEY
000000                         WRITE ASOF-REC
000000                         MOVE "CHANGED KEY NOT ON BASE - RESTORED"
000000                             TO WS-CONFLICT-TEXT
000000                         PERFORM 2900-REPORT-CONFLICT
000000                 END-REWRITE
000000             WHEN 'D'
000000                 ADD 1 TO WS-DEL-APPLIED
000000                 MOVE WJ-BEFORE TO ASOF-REC
000000                 WRITE ASOF-REC
000000                     INVALID KEY
000000                         REWRITE ASOF-REC
000000                         MOVE "DELETED KEY ON BASE - REPLACED"
000000                             TO WS-CONFLICT-TEXT
000000                         PERFORM 2900-REPORT-CONFLICT
000000                 END-WRITE
000000             WHEN OTHER
000000                 MOVE WJ-AFTER TO ASOF-REC
000000                 MOVE "BAD JOURNAL ACTION - SKIPPED"
000000                     TO WS-CONFLICT-TEXT
000000                 PERFORM 2900-REPORT-CONFLICT
000000         END-EVALUATE.
000000
000000*    Apply one entry - the image takes the entry's after image.
000000     2200-FORWARD-ONE-ENTRY.
000000         EVALUATE WJ-ACTION
000000             WHEN 'A'
000000                 ADD 1 TO WS-ADD-APPLIED
000000                 MOVE WJ-AFTER TO ASOF-REC
000000                 WRITE ASOF-REC
000000                     INVALID KEY
000000                         REWRITE ASOF-REC
000000                         MOVE "ADDED KEY ON BASE - REPLACED"
000000                             TO WS-CONFLICT-TEXT
000000                         PERFORM 2900-REPORT-CONFLICT
000000                 END-WRITE
000000             WHEN 'C'
000000                 ADD 1 TO WS-CHG-APPLIED
000000                 MOVE WJ-AFTER TO ASOF-REC
000000                 REWRITE ASOF-REC
000000                     INVALID KEY
000000                         WRITE ASOF-REC
000000                         MOVE "CHANGED KEY NOT ON BASE - ADDED"
000000                             TO WS-CONFLICT-TEXT
000000                         PERFORM 2900-REPORT-CONFLICT
000000                 END-REWRITE
000000             WHEN 'D'
000000                 ADD 1 TO WS-DEL-APPLIED
000000                 MOVE WJ-BEFORE TO ASOF-REC
000000                 DELETE ASOFKS RECORD
000000                     INVALID KEY
000000                         MOVE "DELETED KEY NOT ON BASE"
000000                             TO WS-CONFLICT-TEXT
000000                         PERFORM 2900-REPORT-CONFLICT
000000                 END-DELETE
000000             WHEN OTHER
000000                 MOVE WJ-AFTER TO ASOF-REC
000000                 MOVE "BAD JOURNAL ACTION - SKIPPED"
000000                     TO WS-CONFLICT-TEXT
000000                 PERFORM 2900-REPORT-CONFLICT
000000         END-EVALUATE.
000000
000000*    Roll back - the sort hands the window's entries back newest
000000*    first.
000000     2300-ROLL-BACK.
000000         PERFORM 1400-RETURN-ENTRY.
000000         PERFORM UNTIL SORT-EOF
000000             PERFORM 2100-BACK-ONE-ENTRY
000000             PERFORM 1400-RETURN-ENTRY
000000         END-PERFORM.
000000
000000*    Roll forward - each entry in the window is applied as it is
000000*    read, oldest first.
000000     2400-ROLL-FORWARD.
000000         PERFORM 1100-READ-JOURNAL.
000000         PERFORM UNTIL JRNL-EOF
000000             PERFORM 1200-SELECT-ENTRY
000000             IF ENTRY-SELECTED
000000                 PERFORM 2200-FORWARD-ONE-ENTRY
000000             END-IF
000000             PERFORM 1100-READ-JOURNAL
000000         END-PERFORM.
000000
000000     2500-UNLOAD-IMAGE.
000000         MOVE 0 TO ASOF-KEY-VAL.
000000         START ASOFKS KEY IS >= ASOF-KEY-VAL
000000             INVALID KEY SET ASOF-EOF TO TRUE
000000         END-START.
000000         PERFORM UNTIL ASOF-EOF
000000             READ ASOFKS NEXT RECORD
000000                 AT END SET ASOF-EOF TO TRUE
000000             END-READ
000000             IF NOT ASOF-EOF
000000                 WRITE IMAGE-REC FROM ASOF-REC
000000                 IF WS-IMAGEOUT-STATUS NOT = "00"
000000                     DISPLAY "I/O ERROR WRITING IMAGEOUT: "
000000                             WS-IMAGEOUT-STATUS
000000                     MOVE 8 TO RETURN-CODE
000000                     SET ASOF-EOF TO TRUE
000000                 ELSE
000000                     ADD 1 TO WS-IMAGE-COUNT
000000                 END-IF
000000             END-IF
000000         END-PERFORM.
000000
000000     2600-PRINT-IMAGE-TOTALS.
000000         MOVE "JOURNAL ENTRIES USED : " TO TOT-LABEL.
000000         MOVE WS-SELECT-COUNT TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 2 LINES.
000000         MOVE "ADDS APPLIED         : " TO TOT-LABEL.
000000         MOVE WS-ADD-APPLIED TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "CHANGES APPLIED      : " TO TOT-LABEL.
000000         MOVE WS-CHG-APPLIED TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "DELETES APPLIED      : " TO TOT-LABEL.
000000         MOVE WS-DEL-APPLIED TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "CONFLICTS            : " TO TOT-LABEL.
000000         MOVE WS-CONFLICT-COUNT TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "OUT OF ORDER ENTRIES : " TO TOT-LABEL.
000000         MOVE WS-ORDER-COUNT TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "RECORDS IN IMAGE     : " TO TOT-LABEL.
000000         MOVE WS-IMAGE-COUNT TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000
000000     2900-REPORT-CONFLICT.
000000         ADD 1 TO WS-CONFLICT-COUNT.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 2050-PRINT-IMAGE-HEADER
000000         END-IF.
000000         MOVE WJ-RUN-DATE TO CFL-DATE.
000000         MOVE WJ-RUN-TIME TO CFL-TIME.
000000         MOVE WJ-SEQ TO CFL-SEQ.
000000         MOVE WJ-ACTION TO CFL-ACTION.
000000         MOVE ASOF-KEY-VAL TO CFL-KEY.
000000         MOVE WS-CONFLICT-TEXT TO CFL-TEXT.
000000         WRITE REPT-LINE FROM WS-IMAGE-CONFLICT
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000     3000-PRINT-LIFECYCLE.
000000         OPEN OUTPUT REPTFILE.
000000         IF WS-REPTFILE-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING REPTFILE: "
000000                     WS-REPTFILE-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             MOVE "OJTKSDATA KEY LIFECYCLE REPORT" TO HDR-TITLE
000000             MOVE WS-KEY-FROM TO HDR-KEY-FROM
000000             MOVE WS-KEY-TO TO HDR-KEY-TO
000000             PERFORM 3050-PRINT-KEYS-HEADERS
000000             SORT JRNWORK
000000                 ON ASCENDING KEY JSW-KEY JSW-ORDER
000000                 INPUT PROCEDURE IS 1300-RELEASE-JOURNAL
000000                 OUTPUT PROCEDURE IS 3400-PRINT-FROM-SORT
000000             IF SORT-RETURN NOT = 0
000000                 DISPLAY "JOURNAL SORT FAILED, REPORT INCOMPLETE"
000000                 MOVE 8 TO RETURN-CODE
000000             END-IF
000000             IF WS-SELECT-COUNT = 0
000000                 MOVE "NO JOURNAL ENTRIES FOR THESE KEYS"
000000                     TO REPT-LINE
000000                 WRITE REPT-LINE AFTER ADVANCING 2 LINES
000000             END-IF
000000             PERFORM 3600-PRINT-KEYS-TOTALS
000000             CLOSE REPTFILE
000000         END-IF.
000000
000000     3050-PRINT-KEYS-HEADERS.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO HDR-PAGE-NO.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-KEYS-HDR-2
000000             AFTER ADVANCING 1 LINE.
000000         WRITE REPT-LINE FROM WS-KEYS-HDR-3
000000             AFTER ADVANCING 2 LINES.
000000         MOVE 0 TO WS-LINE-COUNT.
000000
000000     3100-PRINT-ONE-ENTRY.
000000         IF WS-ENTRY-KEY NOT = WS-LAST-KEY
000000             ADD 1 TO WS-KEY-COUNT
000000             IF WS-LAST-KEY NOT = SPACES
000000                 MOVE SPACES TO REPT-LINE
000000                 WRITE REPT-LINE AFTER ADVANCING 1 LINE
000000                 ADD 1 TO WS-LINE-COUNT
000000             END-IF
000000             MOVE WS-ENTRY-KEY TO WS-LAST-KEY
000000         END-IF.
000000         MOVE WS-ENTRY-KEY TO DTL-KEY.
000000         MOVE WJ-RUN-DATE TO DTL-DATE.
000000         MOVE WJ-RUN-TIME TO DTL-TIME.
000000         MOVE WJ-SEQ TO DTL-SEQ.
000000         IF WJ-ACTION = 'D' AND WJ-AFTER = SPACES
000000             MOVE "UNKNOWN" TO DTL-USER
000000         ELSE
000000             MOVE WJA-MAINT-USER TO DTL-USER
000000         END-IF.
000000         EVALUATE WJ-ACTION
000000             WHEN 'A'
000000                 MOVE "ADDED" TO DTL-EVENT
000000                 MOVE SPACES TO DTL-WAS
000000                 MOVE "STATUS" TO DTL-FIELD
000000                 MOVE WJA-STATUS TO DTL-NOW
000000                 PERFORM 3200-PRINT-DETAIL
000000                 MOVE "TEXT" TO DTL-FIELD
000000                 MOVE WJA-HELLO TO DTL-NOW
000000                 PERFORM 3200-PRINT-DETAIL
000000                 MOVE "DESC" TO DTL-FIELD
000000                 MOVE WJA-DESC TO DTL-NOW
000000                 PERFORM 3200-PRINT-DETAIL
000000             WHEN 'C'
000000                 MOVE "CHANGED" TO DTL-EVENT
000000                 PERFORM 3300-PRINT-CHANGES
000000             WHEN 'D'
000000                 MOVE "DELETED" TO DTL-EVENT
000000                 MOVE SPACES TO DTL-NOW
000000                 MOVE "STATUS" TO DTL-FIELD
000000                 MOVE WJB-STATUS TO DTL-WAS
000000                 PERFORM 3200-PRINT-DETAIL
000000                 MOVE "TEXT" TO DTL-FIELD
000000                 MOVE WJB-HELLO TO DTL-WAS
000000                 PERFORM 3200-PRINT-DETAIL
000000                 MOVE "DESC" TO DTL-FIELD
000000                 MOVE WJB-DESC TO DTL-WAS
000000                 PERFORM 3200-PRINT-DETAIL
000000             WHEN OTHER
000000                 MOVE "??" TO DTL-EVENT
000000                 MOVE SPACES TO DTL-FIELD
000000                 MOVE "BAD JOURNAL ACTION" TO DTL-WAS
000000                 MOVE WJ-ACTION TO DTL-NOW
000000                 PERFORM 3200-PRINT-DETAIL
000000         END-EVALUATE.
000000
000000     3200-PRINT-DETAIL.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 3050-PRINT-KEYS-HEADERS
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-KEYS-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000*    One line per field the change moved.  A change that only
000000*    re-stamped the record still prints, so the run shows.
000000     3300-PRINT-CHANGES.
000000         MOVE 0 TO WS-FIELD-CHG.
000000         IF WJB-STATUS NOT = WJA-STATUS
000000             MOVE "STATUS" TO DTL-FIELD
000000             MOVE WJB-STATUS TO DTL-WAS
000000             MOVE WJA-STATUS TO DTL-NOW
000000             PERFORM 3200-PRINT-DETAIL
000000             ADD 1 TO WS-STATUS-CHG
000000             ADD 1 TO WS-FIELD-CHG
000000         END-IF.
000000         IF WJB-HELLO NOT = WJA-HELLO
000000             MOVE "TEXT" TO DTL-FIELD
000000             MOVE WJB-HELLO TO DTL-WAS
000000             MOVE WJA-HELLO TO DTL-NOW
000000             PERFORM 3200-PRINT-DETAIL
000000             ADD 1 TO WS-TEXT-CHG
000000             ADD 1 TO WS-FIELD-CHG
000000         END-IF.
000000         IF WJB-DESC NOT = WJA-DESC
000000             MOVE "DESC" TO DTL-FIELD
000000             MOVE WJB-DESC TO DTL-WAS
000000             MOVE WJA-DESC TO DTL-NOW
000000             PERFORM 3200-PRINT-DETAIL
000000             ADD 1 TO WS-DESC-CHG
000000             ADD 1 TO WS-FIELD-CHG
000000         END-IF.
000000         IF WS-FIELD-CHG = 0
000000             MOVE "(NONE)" TO DTL-FIELD
000000             MOVE SPACES TO DTL-WAS
000000             MOVE SPACES TO DTL-NOW
000000             PERFORM 3200-PRINT-DETAIL
000000         END-IF.
000000
000000*    The sort hands the range back key by key, each key's entries
000000*    in journal order.
000000     3400-PRINT-FROM-SORT.
000000         PERFORM 1400-RETURN-ENTRY.
000000         PERFORM UNTIL SORT-EOF
000000             PERFORM 3100-PRINT-ONE-ENTRY
000000             PERFORM 1400-RETURN-ENTRY
000000         END-PERFORM.
000000
000000     3600-PRINT-KEYS-TOTALS.
000000         MOVE "KEYS WITH HISTORY    : " TO TOT-LABEL.
000000         MOVE WS-KEY-COUNT TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 2 LINES.
000000         MOVE "JOURNAL ENTRIES      : " TO TOT-LABEL.
000000         MOVE WS-SELECT-COUNT TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "STATUS CHANGES       : " TO TOT-LABEL.
000000         MOVE WS-STATUS-CHG TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "TEXT CHANGES         : " TO TOT-LABEL.
000000         MOVE WS-TEXT-CHG TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "DESCRIPTION CHANGES  : " TO TOT-LABEL.
000000         MOVE WS-DESC-CHG TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE "OUT OF ORDER ENTRIES : " TO TOT-LABEL.
000000         MOVE WS-ORDER-COUNT TO TOT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT
000000             AFTER ADVANCING 1 LINE.
