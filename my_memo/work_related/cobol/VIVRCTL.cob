000000*   LS-FUNCTION 'E' - successful end of run.  The record is
000000*       stamped complete with the end time and the job's
000000*       return code.
000000*   LS-FUNCTION 'Q' - query only, for a job that must not post
000000*       into a date another job has already closed (VIVBCALC
000000*       resuming a deck).  LS-RCTL-FLAG comes back 'N' when the
000000*       named job is stamped complete for the date; nothing is
000000*       written.
000000* LS-BUS-DATE is the job's own date form zero-filled to eight
000000* digits (CYYDDD jobs pass their 9(7) moved to a 9(8), so any
000000* value below 10000000 is a CYYDDD date, anything else is
000000* YYYYMMDD).  The gap warning asks the VIVDATE date service
000000* for the business day before this one, off the VIVCAL
000000* business calendar (RAMIEVC), and warns only when the last
000000* completed date is older than that - a Monday run after a
000000* Friday, or the first run after a holiday, is no gap.  When
000000* the calendar cannot answer, the check falls back to a plain
000000* numeric day-before test with a notice, which can warn
000000* spuriously over weekends and month ends - VIVRREPT's
000000* morning report stays the authoritative eye.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000        88 LAST-FOUND                         VALUE 'Y'.
000000        88 LAST-NOT-FOUND                     VALUE 'N'.
000000
000000     01 WS-PREV-BUS-DATE          PIC 9(8).
000000
000000*    Linkage fields for the shared VIVDATE date service.
000000     01 WS-DATE-PARMS.
000000         03 WS-DATE-FUNC          PIC X(1).
000000         03 WS-DATE-IN-YMD        PIC 9(8).
000000         03 WS-DATE-IN-CYYDDD     PIC 9(7).
000000         03 WS-DATE-DAYS          PIC S9(5).
000000         03 WS-DATE-OUT-YMD       PIC 9(8).
000000         03 WS-DATE-OUT-CYYDDD    PIC 9(7).
000000         03 WS-DATE-PER-START-YMD PIC 9(8).
000000         03 WS-DATE-PER-END-YMD   PIC 9(8).
000000         03 WS-DATE-PER-START-CYYDDD PIC 9(7).
000000         03 WS-DATE-PER-END-CYYDDD PIC 9(7).
000000         03 WS-DATE-FISCAL-YEAR   PIC 9(4).
000000         03 WS-DATE-FISCAL-MONTH  PIC 9(2).
000000         03 WS-DATE-DAY-TYPE      PIC X(1).
000000         03 WS-DATE-FLAG          PIC X(1).
000000            88 DATE-OK                         VALUE 'Y'.
000000            88 DATE-ERROR                      VALUE 'N'.
000000
000000     01 WS-NOW-DATE               PIC 9(8).
000000     01 WS-NOW-TIME-RAW           PIC 9(8).
000000     01 WS-NOW-TIME               PIC 9(6).
000000     01 LS-FUNCTION               PIC X(1).
000000        88 RCTL-FUNC-START                    VALUE 'S'.
000000        88 RCTL-FUNC-END                      VALUE 'E'.
000000        88 RCTL-FUNC-QUERY                    VALUE 'Q'.
000000     01 LS-JOB-NAME               PIC X(8).
000000     01 LS-BUS-DATE               PIC 9(8).
000000     01 LS-JOB-RC                 PIC 9(2).
000000                     PERFORM 1000-START-OF-RUN
000000                 WHEN RCTL-FUNC-END
000000                     PERFORM 2000-END-OF-RUN
000000                 WHEN RCTL-FUNC-QUERY
000000                     PERFORM 3000-QUERY-RUN
000000                 WHEN OTHER
000000                     DISPLAY "BAD RUN CONTROL FUNCTION: "
000000                             LS-FUNCTION
000000         IF LAST-FOUND
000000             DISPLAY LS-JOB-NAME " LAST COMPLETED DATE: "
000000                     WS-LAST-COMPLETE
000000             PERFORM 1300-CHECK-FOR-GAP
000000         ELSE
000000             DISPLAY LS-JOB-NAME
000000                     " HAS NO COMPLETED DATE ON FILE"
000000         END-IF.
000000
000000     1300-CHECK-FOR-GAP.
000000         MOVE 'P' TO WS-DATE-FUNC.
000000         IF LS-BUS-DATE < 10000000
000000             MOVE 0 TO WS-DATE-IN-YMD
000000             MOVE LS-BUS-DATE TO WS-DATE-IN-CYYDDD
000000         ELSE
000000             MOVE LS-BUS-DATE TO WS-DATE-IN-YMD
000000             MOVE 0 TO WS-DATE-IN-CYYDDD
000000         END-IF.
000000         MOVE 0 TO WS-DATE-DAYS.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         IF DATE-OK
000000             IF LS-BUS-DATE < 10000000
000000                 MOVE WS-DATE-OUT-CYYDDD TO WS-PREV-BUS-DATE
000000             ELSE
000000                 MOVE WS-DATE-OUT-YMD TO WS-PREV-BUS-DATE
000000             END-IF
000000             IF WS-LAST-COMPLETE < WS-PREV-BUS-DATE
000000                 DISPLAY "*** GAP - BUSINESS DAY "
000000                         WS-PREV-BUS-DATE " NOT COMPLETED - "
000000                         "CHECK THE MORNING RUN REPORT"
000000             END-IF
000000         ELSE
000000             DISPLAY "BUSINESS CALENDAR UNAVAILABLE - PLAIN "
000000                     "DAY-BEFORE GAP CHECK"
000000             IF WS-LAST-COMPLETE + 1 NOT = LS-BUS-DATE
000000                 DISPLAY "*** POSSIBLE GAP SINCE "
000000                         WS-LAST-COMPLETE " - CHECK THE "
000000                         "MORNING RUN REPORT"
000000             END-IF
000000         END-IF.
000000
000000     2000-END-OF-RUN.
000000                 DISPLAY "RUN CONTROL END STAMP FAILED"
000000                 SET RCTL-REFUSED TO TRUE
000000         END-REWRITE.
000000
000000     3000-QUERY-RUN.
000000         MOVE LS-JOB-NAME TO RC-JOB.
000000         MOVE LS-BUS-DATE TO RC-DATE.
000000         READ VIVRCTL
000000             INVALID KEY
000000                 CONTINUE
000000             NOT INVALID KEY
000000                 IF RC-COMPLETE
000000                     DISPLAY LS-JOB-NAME " COMPLETE FOR "
000000                             LS-BUS-DATE " AT " RC-END-DATE " "
000000                             RC-END-TIME
000000                     SET RCTL-REFUSED TO TRUE
000000                 END-IF
000000         END-READ.
