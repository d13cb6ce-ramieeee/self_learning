000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVINTG.
000000*----------------------------------------------------------------
000000* Nightly referential-integrity sweep across the VIVP control
000000* KSDSs.  Each is maintained on its own - VIVOPROF from VOPM,
000000* VIVTHRSH and VIVSCHED from their load jobs, VIVBMSG from VBMM,
000000* VIVSESSN by VSGN sign-on and sign-off - and nothing online
000000* checks one against another, so this job does it and prints an
000000* exceptions report:
000000*   VIVTHRSH - an override keyed by an operator with no VIVOPROF
000000*              profile (the '***' global record excepted), or a
000000*              limit that is not numeric.
000000*   VIVSESSN - a session held by an operator unknown to VIVOPROF
000000*              or inactive on it, or open longer than the age
000000*              limit on the CTLCARD (cols 1-3, hours).
000000*   VIVSCHED - an open or close time that is not a real HHMM, or
000000*              an open time not before the close time (the window
000000*              would never open - see 5150-CHECK-SCHEDULE in
000000*              VIVPMAIN).
000000*   VIVBMSG  - a notice past its to-date, or one that is
000000*              malformed: a from or to date that is not a calendar
000000*              date, a from-date after the to-date, or no text.
000000* PARM='CLOSE' also closes every session listed: a completed-
000000* session record (SLOG-REASON S) is appended to the VSSL queue
000000* dataset (SESSOUT) and the VIVSESSN record is deleted, the same
000000* log-then-delete order VIVSIGN follows, so VIVSESS archives and
000000* reports the closure with everything else.  Without the PARM
000000* the run only reports - the nightly job (VIVINTG.jcl) passes
000000* none; the close run is its own job (VIVINTGC.jcl), which
000000* closes the queue and the session file in CICS around it.
000000* SESSOUT-REC must stay in step with WS-SLOG-REC in VIVSIGN,
000000* and the other record layouts with the programs that
000000* maintain them.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT VIVOPROF ASSIGN TO RAMIEOP
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS DYNAMIC
000000     RECORD KEY IS OPROF-OPID
000000     FILE STATUS IS WS-VIVOPROF-STATUS.
000000     SELECT VIVTHRSH ASSIGN TO RAMIEVT
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS SEQUENTIAL
000000     RECORD KEY IS THR-OPID
000000     FILE STATUS IS WS-VIVTHRSH-STATUS.
000000     SELECT VIVSESSN ASSIGN TO RAMIESN
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS SEQUENTIAL
000000     RECORD KEY IS SESS-TRMID
000000     FILE STATUS IS WS-VIVSESSN-STATUS.
000000     SELECT VIVSCHED ASSIGN TO RAMIEVS
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS SEQUENTIAL
000000     RECORD KEY IS SCHED-TRANS
000000     FILE STATUS IS WS-VIVSCHED-STATUS.
000000     SELECT VIVBMSG ASSIGN TO RAMIEVB
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS SEQUENTIAL
000000     RECORD KEY IS BMSG-TRANS
000000     FILE STATUS IS WS-VIVBMSG-STATUS.
000000     SELECT SESSOUT ASSIGN TO SESSOUT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-SESSOUT-STATUS.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD VIVOPROF.
000000     01 OPROF-REC.
000000         03 OPROF-OPID         PIC X(3).
000000         03 OPROF-AUTH         PIC X(1).
000000         03 OPROF-ACTIVE       PIC X(1).
000000            88 OPROF-IS-ACTIVE                     VALUE 'Y'.
000000            88 OPROF-IS-INACTIVE                   VALUE 'N'.
000000         03 OPROF-NAME         PIC X(20).
000000         03 OPROF-PIN          PIC X(4).
000000         03 OPROF-PIN-DATE     PIC 9(7).
000000         03 OPROF-FAIL-COUNT   PIC 9(2).
000000         03 OPROF-LOCKED       PIC X(1).
000000 FD VIVTHRSH.
000000     01 THR-REC.
000000         03 THR-OPID           PIC X(3).
000000         03 THR-LIMIT          PIC 9(13)V99.
000000 FD VIVSESSN.
000000     01 SESS-REC.
000000         03 SESS-TRMID         PIC X(4).
000000         03 SESS-OPID          PIC X(3).
000000         03 SESS-START-DATE    PIC S9(7) COMP-3.
000000         03 SESS-START-TIME    PIC S9(7) COMP-3.
000000 FD VIVSCHED.
000000     01 SCHED-REC.
000000         03 SCHED-TRANS        PIC X(4).
000000         03 SCHED-OPEN-HHMM    PIC 9(4).
000000         03 SCHED-CLOSE-HHMM   PIC 9(4).
000000 FD VIVBMSG.
000000     01 BMSG-REC.
000000         03 BMSG-TRANS         PIC X(4).
000000         03 BMSG-EFF-FROM      PIC 9(8).
000000         03 BMSG-EFF-TO        PIC 9(8).
000000         03 BMSG-TEXT          PIC X(40).
000000 FD SESSOUT
000000     RECORD CONTAINS 24 CHARACTERS.
000000     01 SESSOUT-REC.
000000         03 SLOG-OPID          PIC X(3).
000000         03 SLOG-TRMID         PIC X(4).
000000         03 SLOG-START-DATE    PIC S9(7) COMP-3.
000000         03 SLOG-START-TIME    PIC S9(7) COMP-3.
000000         03 SLOG-END-DATE      PIC S9(7) COMP-3.
000000         03 SLOG-END-TIME      PIC S9(7) COMP-3.
000000         03 SLOG-REASON        PIC X(1).
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-AGE-HOURS      PIC X(3).
000000         03 FILLER             PIC X(77).
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE              PIC X(80).
000000 WORKING-STORAGE SECTION.
000000     01 WS-VIVOPROF-STATUS        PIC X(2).
000000     01 WS-VIVTHRSH-STATUS        PIC X(2).
000000     01 WS-VIVSESSN-STATUS        PIC X(2).
000000     01 WS-VIVSCHED-STATUS        PIC X(2).
000000     01 WS-VIVBMSG-STATUS         PIC X(2).
000000     01 WS-SESSOUT-STATUS         PIC X(2).
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-THR-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 THR-EOF                            VALUE 'Y'.
000000     01 WS-SESS-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 SESS-EOF                           VALUE 'Y'.
000000     01 WS-SCHED-EOF-FLAG         PIC X(1) VALUE 'N'.
000000        88 SCHED-EOF                          VALUE 'Y'.
000000     01 WS-BMSG-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 BMSG-EOF                           VALUE 'Y'.
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 CTL-EOF                            VALUE 'Y'.
000000
000000*    PARM='CLOSE' asks for listed sessions to be closed; the
000000*    switch drops back to N if SESSOUT cannot be opened or a
000000*    close fails partway, and the rest of the run only reports.
000000     01 WS-CLOSE-FLAG             PIC X(1) VALUE 'N'.
000000        88 CLOSE-SESSIONS                     VALUE 'Y'.
000000
000000     01 WS-OPROF-FOUND-FLAG       PIC X(1).
000000        88 OPROF-FOUND                        VALUE 'Y'.
000000        88 OPROF-NOT-FOUND                    VALUE 'N'.
000000
000000     01 WS-AGE-LIMIT-HOURS        PIC 9(3) VALUE 0.
000000     01 WS-AGE-LIMIT-MIN          PIC 9(7) VALUE 0.
000000
000000*    Run date and time, CYYDDD and 0HHMMSS as EIBDATE/EIBTIME
000000*    stamp a session, and YYYYMMDD as VIVBMSG dates are kept.
000000     01 WS-RUN-DATE-YYYYDDD       PIC 9(7).
000000     01 WS-RUN-DATE-CYYDDD        PIC 9(7).
000000     01 WS-RUN-TIME-RAW           PIC 9(8).
000000     01 WS-RUN-TIME-HHMMSS        PIC 9(7).
000000     01 WS-RUN-DATE-YMD           PIC 9(8).
000000
000000*    Elapsed-minutes work fields (see 2500-CALC-MINUTES), as
000000*    VIVEXCP ages its queue: a CYYDDD date and 0HHMMSS time in,
000000*    minutes since a fixed origin out.
000000     01 WS-EL-DATE                PIC 9(7).
000000     01 WS-EL-TIME                PIC 9(7).
000000     01 WS-EL-YEAR                PIC 9(4).
000000     01 WS-EL-DDD                 PIC 9(3).
000000     01 WS-EL-PRIOR-YEARS         PIC 9(4).
000000     01 WS-EL-LEAP-4              PIC 9(4).
000000     01 WS-EL-LEAP-100            PIC 9(4).
000000     01 WS-EL-LEAP-400            PIC 9(4).
000000     01 WS-EL-HH                  PIC 9(2).
000000     01 WS-EL-MMSS                PIC 9(4).
000000     01 WS-EL-MM                  PIC 9(2).
000000     01 WS-EL-MINUTES             PIC 9(11).
000000     01 WS-START-MINUTES          PIC 9(11).
000000     01 WS-END-MINUTES            PIC 9(11).
000000     01 WS-ELAPSED-MIN            PIC 9(7).
000000     01 WS-ELAPSED-HOURS          PIC 9(5).
000000
000000*    HHMM edit work fields (see 3500-EDIT-HHMM).  A close time of
000000*    2400 is allowed - the window then runs to midnight, since the
000000*    minute of day never reaches it.
000000     01 WS-HHMM                   PIC 9(4).
000000     01 WS-HHMM-HH                PIC 9(2).
000000     01 WS-HHMM-MM                PIC 9(2).
000000     01 WS-HHMM-VALID-FLAG        PIC X(1).
000000        88 HHMM-VALID                         VALUE 'Y'.
000000        88 HHMM-INVALID                       VALUE 'N'.
000000
000000*    Calendar-date edit work fields (see 4500-EDIT-DATE).
000000     01 WS-DT-DATE                PIC 9(8).
000000     01 WS-DT-DATE-R REDEFINES WS-DT-DATE.
000000         03 WS-DT-YYYY            PIC 9(4).
000000         03 WS-DT-MM              PIC 9(2).
000000         03 WS-DT-DD              PIC 9(2).
000000     01 WS-DT-QUOT                PIC 9(4).
000000     01 WS-DT-REM-4               PIC 9(4).
000000     01 WS-DT-REM-100             PIC 9(4).
000000     01 WS-DT-REM-400             PIC 9(4).
000000     01 WS-DT-MAX-DD              PIC 9(2).
000000     01 WS-DT-VALID-FLAG          PIC X(1).
000000        88 DT-VALID                           VALUE 'Y'.
000000        88 DT-INVALID                         VALUE 'N'.
000000     01 WS-MONTH-DAYS-TABLE.
000000         03 FILLER                PIC X(24)
000000                   VALUE "312831303130313130313031".
000000     01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
000000         03 WS-MONTH-DAYS         PIC 9(2) OCCURS 12 TIMES.
000000
000000     01 WS-THR-COUNT              PIC 9(7) VALUE 0.
000000     01 WS-THR-EXCP-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-SESS-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-SESS-EXCP-COUNT        PIC 9(7) VALUE 0.
000000     01 WS-SESS-CLOSED-COUNT      PIC 9(7) VALUE 0.
000000     01 WS-SCHED-COUNT            PIC 9(7) VALUE 0.
000000     01 WS-SCHED-EXCP-COUNT       PIC 9(7) VALUE 0.
000000     01 WS-BMSG-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-BMSG-EXCP-COUNT        PIC 9(7) VALUE 0.
000000     01 WS-EXCP-COUNT             PIC 9(7) VALUE 0.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    the CTLCARD age limit is edited before any file is read.
000000     01 WS-FLDCHECK-FIELD.
000000         03 WS-FLDCHECK-LEN       PIC S9(4) COMP.
000000         03 WS-FLDCHECK-DATA      PIC X(20).
000000     01 WS-FLDCHECK-TYPE          PIC X(1).
000000     01 WS-FLDCHECK-VALID         PIC X(1).
000000        88 FLDCHECK-VALID                        VALUE 'Y'.
000000        88 FLDCHECK-INVALID                      VALUE 'N'.
000000
000000     01 WS-PAGE-NO                PIC 9(3) VALUE 0.
000000     01 WS-LINE-COUNT             PIC 9(2) VALUE 99.
000000     01 WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.
000000
000000     01 WS-REPT-HDR-1.
000000         03 FILLER                PIC X(40)
000000               VALUE "VIVP CONTROL-FILE INTEGRITY SWEEP".
000000         03 FILLER                PIC X(6) VALUE "PAGE ".
000000         03 HDR-PAGE-NO           PIC ZZ9.
000000
000000     01 WS-REPT-HDR-2.
000000         03 FILLER                PIC X(6) VALUE "MODE: ".
000000         03 HDR-MODE              PIC X(24).
000000         03 FILLER                PIC X(19)
000000                     VALUE "SESSION AGE LIMIT ".
000000         03 HDR-AGE-HOURS         PIC ZZ9.
000000         03 FILLER                PIC X(6) VALUE " HOURS".
000000
000000     01 WS-REPT-HDR-3.
000000         03 FILLER                PIC X(10) VALUE "FILE".
000000         03 FILLER                PIC X(6) VALUE "KEY".
000000         03 FILLER                PIC X(32) VALUE "DETAIL".
000000         03 FILLER                PIC X(23) VALUE "EXCEPTION".
000000         03 FILLER                PIC X(8) VALUE "ACTION".
000000
000000     01 WS-REPT-EXCP-DETAIL.
000000         03 EXC-FILE              PIC X(8).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 EXC-KEY               PIC X(4).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 EXC-INFO              PIC X(30).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 EXC-REASON            PIC X(22).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 EXC-ACTION            PIC X(8).
000000
000000*    DETAIL-column layouts, one per file swept.
000000     01 WS-INFO-THR.
000000         03 FILLER                PIC X(6) VALUE "LIMIT ".
000000         03 INF-THR-LIMIT         PIC Z(12)9.99.
000000     01 WS-INFO-THR-RAW.
000000         03 FILLER                PIC X(6) VALUE "LIMIT ".
000000         03 INF-THR-RAW           PIC X(15).
000000
000000     01 WS-INFO-SESS.
000000         03 FILLER                PIC X(4) VALUE "OPR ".
000000         03 INF-SESS-OPID         PIC X(3).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 INF-SESS-DATE         PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 INF-SESS-TIME         PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 INF-SESS-HOURS        PIC ZZZZ9.
000000         03 FILLER                PIC X(1) VALUE "H".
000000
000000     01 WS-INFO-SCHED.
000000         03 FILLER                PIC X(5) VALUE "OPEN ".
000000         03 INF-SCHED-OPEN        PIC X(4).
000000         03 FILLER                PIC X(7) VALUE " CLOSE ".
000000         03 INF-SCHED-CLOSE       PIC X(4).
000000
000000     01 WS-INFO-BMSG.
000000         03 FILLER                PIC X(5) VALUE "FROM ".
000000         03 INF-BMSG-FROM         PIC X(8).
000000         03 FILLER                PIC X(4) VALUE " TO ".
000000         03 INF-BMSG-TO           PIC X(8).
000000
000000     01 WS-REPT-TOT-HDR.
000000         03 FILLER                PIC X(40)
000000               VALUE "CONTROL TOTALS - CHECKED / EXCEPTIONS".
000000
000000     01 WS-REPT-TOT-1.
000000         03 FILLER                PIC X(24)
000000                     VALUE "VIVTHRSH OVERRIDES   : ".
000000         03 TOT-THR               PIC ZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-THR-EXCP          PIC ZZZZ9.
000000
000000     01 WS-REPT-TOT-2.
000000         03 FILLER                PIC X(24)
000000                     VALUE "VIVSESSN SESSIONS    : ".
000000         03 TOT-SESS              PIC ZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-SESS-EXCP         PIC ZZZZ9.
000000
000000     01 WS-REPT-TOT-3.
000000         03 FILLER                PIC X(24)
000000                     VALUE "SESSIONS CLOSED      : ".
000000         03 TOT-SESS-CLOSED       PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "VIVSCHED WINDOWS     : ".
000000         03 TOT-SCHED             PIC ZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-SCHED-EXCP        PIC ZZZZ9.
000000
000000     01 WS-REPT-TOT-5.
000000         03 FILLER                PIC X(24)
000000                     VALUE "VIVBMSG NOTICES      : ".
000000         03 TOT-BMSG              PIC ZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-BMSG-EXCP         PIC ZZZZ9.
000000
000000     01 WS-REPT-TOT-6.
000000         03 FILLER                PIC X(24)
000000                     VALUE "TOTAL EXCEPTIONS     : ".
000000         03 TOT-EXCP              PIC ZZZZZZ9.
000000
000000 LINKAGE SECTION.
000000     01 LS-PARM.
000000         03 LS-PARM-LEN           PIC S9(4) COMP.
000000         03 LS-PARM-DATA          PIC X(20).
000000
000000 PROCEDURE DIVISION USING LS-PARM.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0100-GET-RUN-STAMPS.
000000         PERFORM 0150-GET-PARM.
000000         IF RETURN-CODE = 0
000000             PERFORM 0200-GET-AGE-LIMIT
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             OPEN INPUT VIVOPROF
000000             OPEN OUTPUT REPTFILE
000000             IF WS-VIVOPROF-STATUS NOT = "00" OR
000000                WS-REPTFILE-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR OPENING VIVOPROF/REPTFILE: "
000000                         WS-VIVOPROF-STATUS " / "
000000                         WS-REPTFILE-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 1000-CHECK-THRESHOLDS
000000                 PERFORM 2000-CHECK-SESSIONS
000000                 PERFORM 3000-CHECK-SCHEDULES
000000                 PERFORM 4000-CHECK-BROADCASTS
000000                 PERFORM 5000-PRINT-TOTALS
000000             END-IF
000000             CLOSE VIVOPROF
000000             CLOSE REPTFILE
000000         END-IF.
000000         IF WS-EXCP-COUNT > 0 AND RETURN-CODE = 0
000000             MOVE 4 TO RETURN-CODE
000000         END-IF.
000000         DISPLAY "THRESHOLD EXCPS : " WS-THR-EXCP-COUNT.
000000         DISPLAY "SESSION EXCPS   : " WS-SESS-EXCP-COUNT.
000000         DISPLAY "SESSIONS CLOSED : " WS-SESS-CLOSED-COUNT.
000000         DISPLAY "SCHEDULE EXCPS  : " WS-SCHED-EXCP-COUNT.
000000         DISPLAY "BROADCAST EXCPS : " WS-BMSG-EXCP-COUNT.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0100-GET-RUN-STAMPS.
000000         ACCEPT WS-RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
000000*        Sessions are stamped CYYDDD as EIBDATE supplies it -
000000*        century 1 is the 2000s.
000000         SUBTRACT 1900000 FROM WS-RUN-DATE-YYYYDDD
000000             GIVING WS-RUN-DATE-CYYDDD.
000000         ACCEPT WS-RUN-TIME-RAW FROM TIME.
000000         DIVIDE WS-RUN-TIME-RAW BY 100
000000             GIVING WS-RUN-TIME-HHMMSS.
000000         ACCEPT WS-RUN-DATE-YMD FROM DATE YYYYMMDD.
000000
000000     0150-GET-PARM.
000000         IF LS-PARM-LEN > 0
000000             IF LS-PARM-DATA(1:LS-PARM-LEN) = 'CLOSE'
000000                 SET CLOSE-SESSIONS TO TRUE
000000             ELSE
000000                 DISPLAY "INVALID PARM: "
000000                         LS-PARM-DATA(1:LS-PARM-LEN)
000000                 MOVE 16 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000
000000     0200-GET-AGE-LIMIT.
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
000000                 DISPLAY "CTLCARD EMPTY, NO SESSION AGE LIMIT"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 0250-EDIT-AGE-LIMIT
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000
000000     0250-EDIT-AGE-LIMIT.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 3 TO WS-FLDCHECK-LEN.
000000         MOVE CTL-AGE-HOURS TO WS-FLDCHECK-DATA(1:3).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "SESSION AGE LIMIT NOT NUMERIC: "
000000                     CTL-AGE-HOURS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             MOVE CTL-AGE-HOURS TO WS-AGE-LIMIT-HOURS
000000             IF WS-AGE-LIMIT-HOURS = 0
000000                 DISPLAY "SESSION AGE LIMIT MUST BE ABOVE ZERO"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 COMPUTE WS-AGE-LIMIT-MIN =
000000                     WS-AGE-LIMIT-HOURS * 60
000000             END-IF
000000         END-IF.
000000
000000     0500-PRINT-HEADERS.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO HDR-PAGE-NO.
000000         IF CLOSE-SESSIONS
000000             MOVE "CLOSE LISTED SESSIONS" TO HDR-MODE
000000         ELSE
000000             MOVE "REPORT ONLY" TO HDR-MODE
000000         END-IF.
000000         MOVE WS-AGE-LIMIT-HOURS TO HDR-AGE-HOURS.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-2
000000             AFTER ADVANCING 1 LINE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-3
000000             AFTER ADVANCING 2 LINES.
000000         MOVE 0 TO WS-LINE-COUNT.
000000
000000*    The caller fills EXC-FILE, EXC-KEY, EXC-INFO, EXC-REASON and
000000*    EXC-ACTION.
000000     0600-PRINT-EXCEPTION.
000000         ADD 1 TO WS-EXCP-COUNT.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 0500-PRINT-HEADERS
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-REPT-EXCP-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000*    Random read of the profile for one operator ID - the caller
000000*    has moved the ID to OPROF-OPID.
000000     0700-READ-PROFILE.
000000         READ VIVOPROF
000000             INVALID KEY
000000                 SET OPROF-NOT-FOUND TO TRUE
000000             NOT INVALID KEY
000000                 SET OPROF-FOUND TO TRUE
000000         END-READ.
000000
000000     1000-CHECK-THRESHOLDS.
000000         OPEN INPUT VIVTHRSH.
000000         IF WS-VIVTHRSH-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING VIVTHRSH: "
000000                     WS-VIVTHRSH-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM UNTIL THR-EOF
000000                 READ VIVTHRSH NEXT RECORD
000000                     AT END SET THR-EOF TO TRUE
000000                     NOT AT END PERFORM 1100-CHECK-THRESHOLD
000000                 END-READ
000000             END-PERFORM
000000             CLOSE VIVTHRSH
000000         END-IF.
000000
000000     1100-CHECK-THRESHOLD.
000000         ADD 1 TO WS-THR-COUNT.
000000         MOVE "VIVTHRSH" TO EXC-FILE.
000000         MOVE THR-OPID TO EXC-KEY.
000000         MOVE SPACES TO EXC-ACTION.
000000         IF THR-LIMIT NOT NUMERIC
000000             MOVE THR-REC(4:15) TO INF-THR-RAW
000000             MOVE WS-INFO-THR-RAW TO EXC-INFO
000000             MOVE "LIMIT NOT NUMERIC" TO EXC-REASON
000000             ADD 1 TO WS-THR-EXCP-COUNT
000000             PERFORM 0600-PRINT-EXCEPTION
000000         ELSE
000000*            '***' is the global limit, not an operator.
000000             IF THR-OPID NOT = '***'
000000                 MOVE THR-OPID TO OPROF-OPID
000000                 PERFORM 0700-READ-PROFILE
000000                 IF OPROF-NOT-FOUND
000000                     MOVE THR-LIMIT TO INF-THR-LIMIT
000000                     MOVE WS-INFO-THR TO EXC-INFO
000000                     MOVE "NO OPERATOR PROFILE" TO EXC-REASON
000000                     ADD 1 TO WS-THR-EXCP-COUNT
000000                     PERFORM 0600-PRINT-EXCEPTION
000000                 END-IF
000000             END-IF
000000         END-IF.
000000
000000     2000-CHECK-SESSIONS.
000000         IF CLOSE-SESSIONS
000000             PERFORM 2050-OPEN-SESSION-LOG
000000         END-IF.
000000         IF CLOSE-SESSIONS
000000             OPEN I-O VIVSESSN
000000         ELSE
000000             OPEN INPUT VIVSESSN
000000         END-IF.
000000         IF WS-VIVSESSN-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING VIVSESSN: "
000000                     WS-VIVSESSN-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM UNTIL SESS-EOF
000000                 READ VIVSESSN NEXT RECORD
000000                     AT END SET SESS-EOF TO TRUE
000000                     NOT AT END PERFORM 2100-CHECK-SESSION
000000                 END-READ
000000             END-PERFORM
000000             CLOSE VIVSESSN
000000         END-IF.
000000         IF CLOSE-SESSIONS
000000             CLOSE SESSOUT
000000         END-IF.
000000
000000*    SESSOUT is the VSSL queue dataset, opened to extend it - the
000000*    JCL carries DISP=MOD and the queue is closed in CICS first.
000000*    If it cannot be opened nothing is closed tonight: a session
000000*    deleted with no log record would vanish from VIVSESS.
000000     2050-OPEN-SESSION-LOG.
000000         OPEN EXTEND SESSOUT.
000000         IF WS-SESSOUT-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING SESSOUT: "
000000                     WS-SESSOUT-STATUS " - NO SESSIONS CLOSED"
000000             MOVE 8 TO RETURN-CODE
000000             MOVE 'N' TO WS-CLOSE-FLAG
000000         END-IF.
000000
000000     2100-CHECK-SESSION.
000000         ADD 1 TO WS-SESS-COUNT.
000000         MOVE SESS-START-DATE TO WS-EL-DATE.
000000         MOVE SESS-START-TIME TO WS-EL-TIME.
000000         PERFORM 2500-CALC-MINUTES.
000000         MOVE WS-EL-MINUTES TO WS-START-MINUTES.
000000         MOVE WS-RUN-DATE-CYYDDD TO WS-EL-DATE.
000000         MOVE WS-RUN-TIME-HHMMSS TO WS-EL-TIME.
000000         PERFORM 2500-CALC-MINUTES.
000000         MOVE WS-EL-MINUTES TO WS-END-MINUTES.
000000         IF WS-END-MINUTES > WS-START-MINUTES
000000             COMPUTE WS-ELAPSED-MIN =
000000                 WS-END-MINUTES - WS-START-MINUTES
000000         ELSE
000000             MOVE 0 TO WS-ELAPSED-MIN
000000         END-IF.
000000         DIVIDE WS-ELAPSED-MIN BY 60 GIVING WS-ELAPSED-HOURS.
000000         MOVE SESS-OPID TO OPROF-OPID.
000000         PERFORM 0700-READ-PROFILE.
000000         MOVE SPACES TO EXC-REASON.
000000         EVALUATE TRUE
000000             WHEN OPROF-NOT-FOUND
000000                 MOVE "UNKNOWN OPERATOR" TO EXC-REASON
000000             WHEN OPROF-IS-INACTIVE
000000                 MOVE "INACTIVE OPERATOR" TO EXC-REASON
000000             WHEN WS-ELAPSED-MIN > WS-AGE-LIMIT-MIN
000000                 MOVE "OPEN OVER AGE LIMIT" TO EXC-REASON
000000         END-EVALUATE.
000000         IF EXC-REASON NOT = SPACES
000000             ADD 1 TO WS-SESS-EXCP-COUNT
000000             MOVE "VIVSESSN" TO EXC-FILE
000000             MOVE SESS-TRMID TO EXC-KEY
000000             MOVE SESS-OPID TO INF-SESS-OPID
000000             MOVE SESS-START-DATE TO INF-SESS-DATE
000000             MOVE SESS-START-TIME TO INF-SESS-TIME
000000             MOVE WS-ELAPSED-HOURS TO INF-SESS-HOURS
000000             MOVE WS-INFO-SESS TO EXC-INFO
000000             MOVE SPACES TO EXC-ACTION
000000             IF CLOSE-SESSIONS
000000                 PERFORM 2200-CLOSE-SESSION
000000             END-IF
000000             PERFORM 0600-PRINT-EXCEPTION
000000         END-IF.
000000
000000*    Log then delete, as VIVSIGN's sign-off does: the closing
000000*    record carries the original start and tonight's run stamp,
000000*    reason S.  Either failure stops all further closing.
000000     2200-CLOSE-SESSION.
000000         MOVE SESS-OPID TO SLOG-OPID.
000000         MOVE SESS-TRMID TO SLOG-TRMID.
000000         MOVE SESS-START-DATE TO SLOG-START-DATE.
000000         MOVE SESS-START-TIME TO SLOG-START-TIME.
000000         MOVE WS-RUN-DATE-CYYDDD TO SLOG-END-DATE.
000000         MOVE WS-RUN-TIME-HHMMSS TO SLOG-END-TIME.
000000         MOVE 'S' TO SLOG-REASON.
000000         WRITE SESSOUT-REC.
000000         IF WS-SESSOUT-STATUS NOT = "00"
000000             DISPLAY "SESSOUT WRITE FAILED: " WS-SESSOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             MOVE 'N' TO WS-CLOSE-FLAG
000000             MOVE "NOT DONE" TO EXC-ACTION
000000         ELSE
000000             DELETE VIVSESSN RECORD
000000             IF WS-VIVSESSN-STATUS NOT = "00"
000000                 DISPLAY "VIVSESSN DELETE FAILED: "
000000                         WS-VIVSESSN-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000                 MOVE 'N' TO WS-CLOSE-FLAG
000000                 MOVE "LOG ONLY" TO EXC-ACTION
000000             ELSE
000000                 ADD 1 TO WS-SESS-CLOSED-COUNT
000000                 MOVE "CLOSED" TO EXC-ACTION
000000             END-IF
000000         END-IF.
000000
000000*    Minutes from 1 January of year 1 to the CYYDDD/0HHMMSS
000000*    stamp in WS-EL-DATE/WS-EL-TIME: whole prior years with
000000*    their leap days, the day of the year, then the time.
000000     2500-CALC-MINUTES.
000000         DIVIDE WS-EL-DATE BY 1000 GIVING WS-EL-YEAR
000000             REMAINDER WS-EL-DDD.
000000         ADD 1900 TO WS-EL-YEAR.
000000         SUBTRACT 1 FROM WS-EL-YEAR GIVING WS-EL-PRIOR-YEARS.
000000         DIVIDE WS-EL-PRIOR-YEARS BY 4 GIVING WS-EL-LEAP-4.
000000         DIVIDE WS-EL-PRIOR-YEARS BY 100 GIVING WS-EL-LEAP-100.
000000         DIVIDE WS-EL-PRIOR-YEARS BY 400 GIVING WS-EL-LEAP-400.
000000         DIVIDE WS-EL-TIME BY 10000 GIVING WS-EL-HH
000000             REMAINDER WS-EL-MMSS.
000000         DIVIDE WS-EL-MMSS BY 100 GIVING WS-EL-MM.
000000         COMPUTE WS-EL-MINUTES =
000000             (WS-EL-PRIOR-YEARS * 365 + WS-EL-LEAP-4
000000              - WS-EL-LEAP-100 + WS-EL-LEAP-400 + WS-EL-DDD)
000000             * 1440 + WS-EL-HH * 60 + WS-EL-MM.
000000
000000     3000-CHECK-SCHEDULES.
000000         OPEN INPUT VIVSCHED.
000000         IF WS-VIVSCHED-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING VIVSCHED: "
000000                     WS-VIVSCHED-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM UNTIL SCHED-EOF
000000                 READ VIVSCHED NEXT RECORD
000000                     AT END SET SCHED-EOF TO TRUE
000000                     NOT AT END PERFORM 3100-CHECK-SCHEDULE
000000                 END-READ
000000             END-PERFORM
000000             CLOSE VIVSCHED
000000         END-IF.
000000
000000     3100-CHECK-SCHEDULE.
000000         ADD 1 TO WS-SCHED-COUNT.
000000         MOVE SPACES TO EXC-REASON.
000000         IF SCHED-OPEN-HHMM NOT NUMERIC
000000             MOVE "BAD OPEN TIME" TO EXC-REASON
000000         ELSE
000000             MOVE SCHED-OPEN-HHMM TO WS-HHMM
000000             PERFORM 3500-EDIT-HHMM
000000             IF HHMM-INVALID OR WS-HHMM = 2400
000000                 MOVE "BAD OPEN TIME" TO EXC-REASON
000000             END-IF
000000         END-IF.
000000         IF EXC-REASON = SPACES
000000             IF SCHED-CLOSE-HHMM NOT NUMERIC
000000                 MOVE "BAD CLOSE TIME" TO EXC-REASON
000000             ELSE
000000                 MOVE SCHED-CLOSE-HHMM TO WS-HHMM
000000                 PERFORM 3500-EDIT-HHMM
000000                 IF HHMM-INVALID
000000                     MOVE "BAD CLOSE TIME" TO EXC-REASON
000000                 END-IF
000000             END-IF
000000         END-IF.
000000         IF EXC-REASON = SPACES
000000             IF SCHED-OPEN-HHMM NOT < SCHED-CLOSE-HHMM
000000                 MOVE "OPEN NOT BEFORE CLOSE" TO EXC-REASON
000000             END-IF
000000         END-IF.
000000         IF EXC-REASON NOT = SPACES
000000             ADD 1 TO WS-SCHED-EXCP-COUNT
000000             MOVE "VIVSCHED" TO EXC-FILE
000000             MOVE SCHED-TRANS TO EXC-KEY
000000             MOVE SCHED-REC(5:4) TO INF-SCHED-OPEN
000000             MOVE SCHED-REC(9:4) TO INF-SCHED-CLOSE
000000             MOVE WS-INFO-SCHED TO EXC-INFO
000000             MOVE SPACES TO EXC-ACTION
000000             PERFORM 0600-PRINT-EXCEPTION
000000         END-IF.
000000
000000*    WS-HHMM holds a numeric HHMM: hours 00-23 and minutes 00-59,
000000*    or exactly 2400.
000000     3500-EDIT-HHMM.
000000         SET HHMM-VALID TO TRUE.
000000         DIVIDE WS-HHMM BY 100 GIVING WS-HHMM-HH
000000             REMAINDER WS-HHMM-MM.
000000         IF WS-HHMM-MM > 59
000000             SET HHMM-INVALID TO TRUE
000000         END-IF.
000000         IF WS-HHMM-HH > 23 AND WS-HHMM NOT = 2400
000000             SET HHMM-INVALID TO TRUE
000000         END-IF.
000000
000000     4000-CHECK-BROADCASTS.
000000         OPEN INPUT VIVBMSG.
000000         IF WS-VIVBMSG-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING VIVBMSG: "
000000                     WS-VIVBMSG-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM UNTIL BMSG-EOF
000000                 READ VIVBMSG NEXT RECORD
000000                     AT END SET BMSG-EOF TO TRUE
000000                     NOT AT END PERFORM 4100-CHECK-BROADCAST
000000                 END-READ
000000             END-PERFORM
000000             CLOSE VIVBMSG
000000         END-IF.
000000
000000*    Malformed first, so a notice with a bad to-date is never
000000*    reported as merely expired.
000000     4100-CHECK-BROADCAST.
000000         ADD 1 TO WS-BMSG-COUNT.
000000         MOVE SPACES TO EXC-REASON.
000000         IF BMSG-EFF-FROM NOT NUMERIC
000000             MOVE "BAD FROM DATE" TO EXC-REASON
000000         ELSE
000000             MOVE BMSG-EFF-FROM TO WS-DT-DATE
000000             PERFORM 4500-EDIT-DATE
000000             IF DT-INVALID
000000                 MOVE "BAD FROM DATE" TO EXC-REASON
000000             END-IF
000000         END-IF.
000000         IF EXC-REASON = SPACES
000000             IF BMSG-EFF-TO NOT NUMERIC
000000                 MOVE "BAD TO DATE" TO EXC-REASON
000000             ELSE
000000                 MOVE BMSG-EFF-TO TO WS-DT-DATE
000000                 PERFORM 4500-EDIT-DATE
000000                 IF DT-INVALID
000000                     MOVE "BAD TO DATE" TO EXC-REASON
000000                 END-IF
000000             END-IF
000000         END-IF.
000000         IF EXC-REASON = SPACES
000000             EVALUATE TRUE
000000                 WHEN BMSG-EFF-FROM > BMSG-EFF-TO
000000                     MOVE "FROM DATE AFTER TO" TO EXC-REASON
000000                 WHEN BMSG-TEXT = SPACES OR BMSG-TEXT = LOW-VALUES
000000                     MOVE "NO NOTICE TEXT" TO EXC-REASON
000000                 WHEN BMSG-EFF-TO < WS-RUN-DATE-YMD
000000                     MOVE "EXPIRED" TO EXC-REASON
000000             END-EVALUATE
000000         END-IF.
000000         IF EXC-REASON NOT = SPACES
000000             ADD 1 TO WS-BMSG-EXCP-COUNT
000000             MOVE "VIVBMSG" TO EXC-FILE
000000             MOVE BMSG-TRANS TO EXC-KEY
000000             MOVE BMSG-REC(5:8) TO INF-BMSG-FROM
000000             MOVE BMSG-REC(13:8) TO INF-BMSG-TO
000000             MOVE WS-INFO-BMSG TO EXC-INFO
000000             MOVE SPACES TO EXC-ACTION
000000             PERFORM 0600-PRINT-EXCEPTION
000000         END-IF.
000000
000000*    WS-DT-DATE holds a numeric YYYYMMDD: month 01-12 and a day
000000*    that month has, February taking 29 in a leap year.
000000     4500-EDIT-DATE.
000000         SET DT-VALID TO TRUE.
000000         IF WS-DT-MM < 1 OR WS-DT-MM > 12 OR WS-DT-DD < 1
000000             SET DT-INVALID TO TRUE
000000         ELSE
000000             MOVE WS-MONTH-DAYS(WS-DT-MM) TO WS-DT-MAX-DD
000000             IF WS-DT-MM = 2
000000                 DIVIDE WS-DT-YYYY BY 4 GIVING WS-DT-QUOT
000000                     REMAINDER WS-DT-REM-4
000000                 DIVIDE WS-DT-YYYY BY 100 GIVING WS-DT-QUOT
000000                     REMAINDER WS-DT-REM-100
000000                 DIVIDE WS-DT-YYYY BY 400 GIVING WS-DT-QUOT
000000                     REMAINDER WS-DT-REM-400
000000                 IF WS-DT-REM-4 = 0 AND
000000                    (WS-DT-REM-100 NOT = 0 OR WS-DT-REM-400 = 0)
000000                     MOVE 29 TO WS-DT-MAX-DD
000000                 END-IF
000000             END-IF
000000             IF WS-DT-DD > WS-DT-MAX-DD
000000                 SET DT-INVALID TO TRUE
000000             END-IF
000000         END-IF.
000000
000000     5000-PRINT-TOTALS.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 0500-PRINT-HEADERS
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-HDR
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-THR-COUNT TO TOT-THR.
000000         MOVE WS-THR-EXCP-COUNT TO TOT-THR-EXCP.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-SESS-COUNT TO TOT-SESS.
000000         MOVE WS-SESS-EXCP-COUNT TO TOT-SESS-EXCP.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-SESS-CLOSED-COUNT TO TOT-SESS-CLOSED.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-SCHED-COUNT TO TOT-SCHED.
000000         MOVE WS-SCHED-EXCP-COUNT TO TOT-SCHED-EXCP.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-BMSG-COUNT TO TOT-BMSG.
000000         MOVE WS-BMSG-EXCP-COUNT TO TOT-BMSG-EXCP.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-5
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-EXCP-COUNT TO TOT-EXCP.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-6
000000             AFTER ADVANCING 2 LINES.
