000000* statistics KSDS (RAMIEVM) and the month-over-month trend
000000* report, so quarter-close no longer means thirty VIVSTATS
000000* listings and a pocket calculator.  Two passes in one run:
000000*   ROLL  - reads the month's VIVPHIST daily extracts on
000000*           HISTIN (the VIVHEXT generations, concatenated and
000000*           read through the shared VIVHRDR reader, which
000000*           proves every generation against its trailer and
000000*           refuses a day concatenated twice; every business
000000*           day of the month, walked off the calendar, must
000000*           have its generation or the run stops listing the
000000*           missing dates) and the
000000*           archived audit records on AUDITIN (the month's
000000*           AUDARCH generations, concatenated - rejects never
000000*           reach the history file, so the reject count can
000000*           only come from the audit side) and writes one
000000*           statistics record per day: calculation count,
000000*           operation mix, reject count, reversal count, peak
000000*           hour.  Reversal entries posted on VREV (HIST-ENTRY-
000000*           TYPE R) are counted only as reversals - they are
000000*           not calculations and stay out of the mix and the
000000*           peak hour.  Reruns rewrite the same keys, so a
000000*           restarted month-end cannot double-count.
000000*   TREND - prints each day of the month against the same day
000000*           of the prior month with the percentage movement.
000000*           Both months are compared net of reversals (count
000000*           less reversals), and the reversals print in their
000000*           own column.
000000* The report month and the prior month both come off the
000000* VIVCAL business calendar through the shared VIVDATE date
000000* service, in the CYYDDD form HIST-DATE is keyed in, so month
000000* boundaries are neither compiled in nor typed in.  CTLCARD
000000* cols 1-8 may carry any YYYYMMDD date inside the month to
000000* report (a rerun of an old month); left blank, the month is
000000* the one holding the business day before today, so the run
000000* after the last business day of a month reports that month.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT VIVMSTAT ASSIGN TO RAMIEVM
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS DYNAMIC
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*    Monthly statistics master - one record per business day,
000000*    keyed by the CYYDDD date, LRECL 63.  Built only here;
000000*    the trend pass and any future management extract read it.
000000*    STAT-CALC-COUNT is gross; the net is STAT-CALC-COUNT less
000000*    STAT-REV-COUNT.
000000 FD VIVMSTAT.
000000     01 STAT-REC.
000000         03 STAT-DATE              PIC 9(7).
000000         03 STAT-REJ-COUNT         PIC 9(7).
000000         03 STAT-PEAK-HOUR         PIC 9(2).
000000         03 STAT-PEAK-COUNT        PIC 9(5).
000000         03 STAT-REV-COUNT         PIC 9(7).
000000 FD AUDITIN
000000     RECORD CONTAINS 65 CHARACTERS.
000000     01 AUDITIN-REC.
000000         03 AUD-TRMID          PIC X(4).
000000         03 AUD-OPID           PIC X(3).
000000            88 AUD-CALC-FAILED                 VALUE 'N'.
000000         03 AUD-DATE           PIC S9(7) COMP-3.
000000         03 AUD-TIME           PIC S9(7) COMP-3.
000000         03 AUD-ACCT-KEY       PIC X(6).
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-PERIOD-DATE        PIC X(8).
000000         03 FILLER                 PIC X(72).
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                  PIC X(80).
000000 WORKING-STORAGE SECTION.
000000     01 WS-VIVMSTAT-STATUS        PIC X(2).
000000     01 WS-AUDITIN-STATUS         PIC X(2).
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000*    The month's history records, handed over one at a time by
000000*    the shared VIVHRDR extract reader (see VIVHRDR).
000000     01 HIST-REC.
000000         03 HIST-KEY.
000000             05 HIST-DATE          PIC S9(7) COMP-3.
000000             05 HIST-TIME          PIC S9(7) COMP-3.
000000             05 HIST-TRMID         PIC X(4).
000000             05 HIST-TASKN         PIC 9(7).
000000         03 HIST-NO1I              PIC 9(7)V99.
000000         03 HIST-NO2I              PIC 9(7)V99.
000000         03 HIST-OPRI              PIC X(1).
000000         03 HIST-RSLT              PIC S9(15)V99.
000000         03 HIST-ACCT-KEY          PIC X(6).
000000         03 HIST-ENTRY-TYPE        PIC X(1).
000000            88 HIST-REVERSAL-ENTRY             VALUE 'R'.
000000         03 HIST-REV-STATUS        PIC X(1).
000000         03 HIST-LINK-KEY          PIC X(19).
000000         03 HIST-REASON            PIC X(2).
000000         03 HIST-OPID              PIC X(3).
000000     01 WS-HX-PARMS.
000000         03 WS-HX-FUNC            PIC X(1).
000000         03 WS-HX-STATUS          PIC X(1).
000000            88 HX-RECORD-RETURNED              VALUE 'D'.
000000            88 HX-END                          VALUE 'E'.
000000            88 HX-FAILED                       VALUE 'X'.
000000         03 WS-HX-GEN-COUNT       PIC 9(3).
000000         03 WS-HX-REC-COUNT       PIC 9(7).
000000         03 WS-HX-LOW-DATE        PIC 9(7).
000000         03 WS-HX-HIGH-DATE       PIC 9(7).
000000         03 WS-HX-CLUSTER-COUNT   PIC 9(9).
000000         03 WS-HX-CLUSTER-LOW     PIC 9(7).
000000         03 WS-HX-CLUSTER-HIGH    PIC 9(7).
000000         03 WS-HX-ASK-DATE        PIC 9(7).
000000
000000     01 WS-AUDITIN-EOF-FLAG       PIC X(1) VALUE 'N'.
000000        88 AUDITIN-EOF                        VALUE 'Y'.
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000     01 WS-CUR-END                PIC S9(7) COMP-3 VALUE 0.
000000     01 WS-PRI-START              PIC S9(7) COMP-3 VALUE 0.
000000     01 WS-PRI-END                PIC S9(7) COMP-3 VALUE 0.
000000     01 WS-RUN-DATE               PIC 9(8).
000000
000000*    One slot per day of the report month - the day subscript
000000*    is the date's offset from the month start plus one, which
000000             05 WS-DAY-MUL        PIC 9(7).
000000             05 WS-DAY-DIV        PIC 9(7).
000000             05 WS-DAY-REJ        PIC 9(7).
000000             05 WS-DAY-REV        PIC 9(7).
000000             05 WS-DAY-HOUR-CT    PIC 9(5) OCCURS 24 TIMES.
000000     01 WS-DAY-SUB                PIC S9(4) COMP.
000000     01 WS-HOUR-SUB               PIC S9(4) COMP.
000000     01 WS-HOUR                   PIC 9(2).
000000     01 WS-DAYS-IN-MONTH          PIC S9(4) COMP VALUE 0.
000000
000000*    Business-day walk (see 1070-CHECK-BUSINESS-DAYS).
000000     01 WS-WALK-DATE              PIC 9(7).
000000     01 WS-BUS-DAYS               PIC 9(3) VALUE 0.
000000     01 WS-MISSING-DAYS           PIC 9(3) VALUE 0.
000000     01 WS-WALK-CAL-FLAG          PIC X(1).
000000        88 WALK-CAL-OK                        VALUE 'Y'.
000000        88 WALK-CAL-BAD                       VALUE 'N'.
000000
000000     01 WS-ROLL-WRITE-COUNT       PIC 9(5) VALUE 0.
000000     01 WS-ROLL-REWRITE-COUNT     PIC 9(5) VALUE 0.
000000
000000*    Trend work fields - prior-month figures come back off the
000000*    statistics master, so a month rolled last month-end needs
000000*    no rescan of purged history.
000000     01 WS-CUR-CALC               PIC S9(7).
000000     01 WS-CUR-REJ                PIC 9(7).
000000     01 WS-CUR-REV                PIC 9(7).
000000     01 WS-PRI-CALC               PIC S9(7).
000000     01 WS-PRI-FOUND-FLAG         PIC X(1).
000000        88 PRI-DAY-FOUND                      VALUE 'Y'.
000000        88 PRI-DAY-NOT-FOUND                  VALUE 'N'.
000000     01 WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    a control-card date is edited before any record is
000000*    touched.
000000     01 WS-FLDCHECK-FIELD.
000000         03 WS-FLDCHECK-LEN       PIC S9(4) COMP.
000000         03 WS-FLDCHECK-DATA      PIC X(20).
000000        88 FLDCHECK-VALID                        VALUE 'Y'.
000000        88 FLDCHECK-INVALID                      VALUE 'N'.
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
000000     01 WS-REPT-HDR-1.
000000         03 FILLER                PIC X(38)
000000               VALUE "VIVP MONTH-OVER-MONTH TREND REPORT".
000000         03 FILLER                PIC X(12) VALUE "PRIOR MONTH".
000000         03 FILLER                PIC X(10) VALUE "MOVEMENT".
000000         03 FILLER                PIC X(9) VALUE "REJECTS".
000000         03 FILLER                PIC X(11) VALUE "REVERSALS".
000000         03 FILLER                PIC X(10) VALUE "PEAK HOUR".
000000
000000     01 WS-REPT-DETAIL.
000000         03 DTL-DAY               PIC Z9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 DTL-CUR-CALC          PIC -(6)9.
000000         03 FILLER                PIC X(5) VALUE SPACES.
000000         03 DTL-PRI-CALC          PIC -(6)9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 DTL-PCT               PIC +(4)9.9.
000000         03 DTL-PCT-LBL           PIC X(2).
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 DTL-REJ               PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 DTL-REV               PIC ZZZZZZ9.
000000         03 FILLER                PIC X(7) VALUE SPACES.
000000         03 DTL-PEAK-HOUR         PIC 9(2).
000000
000000*    A day with no prior-month record (a 31st against a
000000*    30-day month, or a month never rolled), or no net prior
000000*    activity to measure against, prints N/A in the movement
000000*    column instead of a misleading zero.
000000     01 WS-REPT-DETAIL-NA.
000000         03 NAD-DAY               PIC Z9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 NAD-CUR-CALC          PIC -(6)9.
000000         03 FILLER                PIC X(10) VALUE SPACES.
000000         03 FILLER                PIC X(2) VALUE "- ".
000000         03 FILLER                PIC X(8) VALUE "   N/A  ".
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 NAD-REJ               PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 NAD-REV               PIC ZZZZZZ9.
000000         03 FILLER                PIC X(7) VALUE SPACES.
000000         03 NAD-PEAK-HOUR         PIC 9(2).
000000
000000             MOVE 0 TO WS-DAY-MUL(WS-DAY-SUB)
000000             MOVE 0 TO WS-DAY-DIV(WS-DAY-SUB)
000000             MOVE 0 TO WS-DAY-REJ(WS-DAY-SUB)
000000             MOVE 0 TO WS-DAY-REV(WS-DAY-SUB)
000000             PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
000000                     UNTIL WS-HOUR-SUB > 24
000000                 MOVE 0 TO
000000             READ CTLCARD
000000                 AT END SET CTL-EOF TO TRUE
000000             END-READ
000000             IF CTL-EOF OR CTL-PERIOD-DATE = SPACES
000000                 PERFORM 0220-DEFAULT-PERIOD-DATE
000000             ELSE
000000                 PERFORM 0250-EDIT-PERIOD-DATE
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             PERFORM 0300-SET-MONTH-DATES
000000         END-IF.
000000
000000*    No date given - report the month of the business day
000000*    before today.
000000     0220-DEFAULT-PERIOD-DATE.
000000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000000         MOVE 'P' TO WS-DATE-FUNC.
000000         MOVE WS-RUN-DATE TO WS-DATE-IN-YMD.
000000         MOVE 0 TO WS-DATE-IN-CYYDDD.
000000         MOVE 0 TO WS-DATE-DAYS.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         IF DATE-ERROR
000000             DISPLAY "NO PREVIOUS BUSINESS DAY FOR " WS-RUN-DATE
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000     0250-EDIT-PERIOD-DATE.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 8 TO WS-FLDCHECK-LEN.
000000         MOVE CTL-PERIOD-DATE TO WS-FLDCHECK-DATA(1:8).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-VALID
000000             MOVE 'C' TO WS-DATE-FUNC
000000             MOVE CTL-PERIOD-DATE TO WS-DATE-IN-YMD
000000             MOVE 0 TO WS-DATE-IN-CYYDDD
000000             MOVE 0 TO WS-DATE-DAYS
000000             CALL 'VIVDATE' USING WS-DATE-PARMS
000000         END-IF.
000000         IF FLDCHECK-INVALID OR DATE-ERROR
000000             DISPLAY "BAD MONTH DATE CARD: " CTL-PERIOD-DATE
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000*    WS-DATE-OUT-YMD holds a date in the report month.  Its
000000*    period gives the report month; the period of the day
000000*    before the month starts gives the prior month.
000000     0300-SET-MONTH-DATES.
000000         MOVE 'S' TO WS-DATE-FUNC.
000000         MOVE WS-DATE-OUT-YMD TO WS-DATE-IN-YMD.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         IF DATE-OK
000000             MOVE WS-DATE-PER-START-CYYDDD TO WS-CUR-START
000000             MOVE WS-DATE-PER-END-CYYDDD TO WS-CUR-END
000000             MOVE 'A' TO WS-DATE-FUNC
000000             MOVE WS-DATE-PER-START-YMD TO WS-DATE-IN-YMD
000000             MOVE -1 TO WS-DATE-DAYS
000000             CALL 'VIVDATE' USING WS-DATE-PARMS
000000         END-IF.
000000         IF DATE-OK
000000             MOVE 'S' TO WS-DATE-FUNC
000000             MOVE WS-DATE-OUT-YMD TO WS-DATE-IN-YMD
000000             MOVE 0 TO WS-DATE-DAYS
000000             CALL 'VIVDATE' USING WS-DATE-PARMS
000000         END-IF.
000000         IF DATE-ERROR
000000             DISPLAY "REPORT MONTH NOT ON BUSINESS CALENDAR"
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             MOVE WS-DATE-PER-START-CYYDDD TO WS-PRI-START
000000             MOVE WS-DATE-PER-END-CYYDDD TO WS-PRI-END
000000             COMPUTE WS-DAYS-IN-MONTH =
000000                 WS-CUR-END - WS-CUR-START + 1
000000             IF WS-DAYS-IN-MONTH < 1 OR WS-DAYS-IN-MONTH > 31
000000                 DISPLAY "MONTH RANGE NOT A MONTH: "
000000                         WS-CUR-START " TO " WS-CUR-END
000000                 MOVE 8 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000
000000     1000-ROLL-PASS.
000000         PERFORM 1050-VERIFY-EXTRACT.
000000         IF RETURN-CODE = 0
000000             PERFORM 1060-ROLL-MONTH
000000         END-IF.
000000
000000*    Every generation on HISTIN must balance to its trailer, no
000000*    day may be there twice, and every business day of the
000000*    month must have its generation, before anything is rolled
000000*    into the statistics master - a night left off HISTIN would
000000*    otherwise roll as a day with no activity.
000000     1050-VERIFY-EXTRACT.
000000         MOVE 'V' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         IF HX-FAILED
000000             DISPLAY "HISTORY EXTRACT REJECTED - NO ROLL"
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             DISPLAY "HISTORY EXTRACTS READ: " WS-HX-GEN-COUNT
000000                     " (" WS-HX-LOW-DATE " TO "
000000                     WS-HX-HIGH-DATE ")"
000000             PERFORM 1070-CHECK-BUSINESS-DAYS
000000         END-IF.
000000
000000*    Walks the month a day at a time; the calendar says which
000000*    days are business days, and VIVHRDR whether each of those
000000*    had its generation on HISTIN.  Every missing day is listed
000000*    before the run is stopped.  The CALLs reset RETURN-CODE,
000000*    so the outcome is kept in the counts until the walk ends.
000000     1070-CHECK-BUSINESS-DAYS.
000000         MOVE 0 TO WS-MISSING-DAYS.
000000         MOVE 0 TO WS-BUS-DAYS.
000000         SET WALK-CAL-OK TO TRUE.
000000         PERFORM VARYING WS-DAY-SUB FROM 1 BY 1
000000                 UNTIL WS-DAY-SUB > WS-DAYS-IN-MONTH
000000                    OR WALK-CAL-BAD
000000             PERFORM 1080-CHECK-ONE-DAY
000000         END-PERFORM.
000000         IF WALK-CAL-BAD
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             IF WS-MISSING-DAYS > 0
000000                 DISPLAY WS-MISSING-DAYS " OF " WS-BUS-DAYS
000000                         " BUSINESS DAYS HAVE NO HISTORY "
000000                         "EXTRACT - NO ROLL"
000000                 MOVE 8 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000
000000     1080-CHECK-ONE-DAY.
000000         COMPUTE WS-WALK-DATE = WS-CUR-START + WS-DAY-SUB - 1.
000000         MOVE 'S' TO WS-DATE-FUNC.
000000         MOVE 0 TO WS-DATE-IN-YMD.
000000         MOVE WS-WALK-DATE TO WS-DATE-IN-CYYDDD.
000000         MOVE 0 TO WS-DATE-DAYS.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         IF DATE-ERROR
000000             DISPLAY "NO BUSINESS CALENDAR ENTRY FOR "
000000                     WS-WALK-DATE " - NO ROLL"
000000             SET WALK-CAL-BAD TO TRUE
000000         ELSE
000000             IF WS-DATE-DAY-TYPE = 'B'
000000                 ADD 1 TO WS-BUS-DAYS
000000                 MOVE 'Q' TO WS-HX-FUNC
000000                 MOVE WS-WALK-DATE TO WS-HX-ASK-DATE
000000                 CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC
000000                 IF NOT HX-RECORD-RETURNED
000000                     ADD 1 TO WS-MISSING-DAYS
000000                     DISPLAY "NO HISTORY EXTRACT FOR BUSINESS "
000000                             "DAY " WS-WALK-DATE
000000                             " (" WS-DATE-OUT-YMD ")"
000000                 END-IF
000000             END-IF
000000         END-IF.
000000
000000     1060-ROLL-MONTH.
000000         OPEN INPUT AUDITIN.
000000         OPEN I-O VIVMSTAT.
000000         IF WS-AUDITIN-STATUS NOT = "00" OR
000000            WS-VIVMSTAT-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING ROLL FILES: "
000000                     WS-AUDITIN-STATUS " / "
000000                     WS-VIVMSTAT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1100-SCAN-VIVPHIST
000000             IF HX-FAILED
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 1400-SCAN-AUDITIN
000000                 PERFORM 2000-WRITE-MONTH-RECORDS
000000             END-IF
000000         END-IF.
000000         CLOSE AUDITIN.
000000         CLOSE VIVMSTAT.
000000
000000     1100-SCAN-VIVPHIST.
000000         MOVE 'R' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         PERFORM UNTIL NOT HX-RECORD-RETURNED
000000             PERFORM 1200-TALLY-HIST-RECORD
000000             CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC
000000         END-PERFORM.
000000
000000     1200-TALLY-HIST-RECORD.
000000         IF HIST-DATE >= WS-CUR-START AND
000000            HIST-DATE <= WS-CUR-END
000000             COMPUTE WS-DAY-SUB = HIST-DATE - WS-CUR-START + 1
000000             IF HIST-REVERSAL-ENTRY
000000                 ADD 1 TO WS-DAY-REV(WS-DAY-SUB)
000000             ELSE
000000                 PERFORM 1300-TALLY-CALC
000000             END-IF
000000         END-IF.
000000
000000     1300-TALLY-CALC.
000000         ADD 1 TO WS-DAY-CALC(WS-DAY-SUB).
000000         EVALUATE HIST-OPRI
000000             WHEN '+'
000000                 ADD 1 TO WS-DAY-ADD(WS-DAY-SUB)
000000             WHEN '-'
000000                 ADD 1 TO WS-DAY-SUB-CT(WS-DAY-SUB)
000000             WHEN '*'
000000                 ADD 1 TO WS-DAY-MUL(WS-DAY-SUB)
000000             WHEN '/'
000000                 ADD 1 TO WS-DAY-DIV(WS-DAY-SUB)
000000         END-EVALUATE.
000000*        HIST-TIME is 0HHMMSS, so the hour of day falls out of a
000000*        divide by 10000 (as 1300-TALLY-HOUR does it in VIVSTATS).
000000         DIVIDE HIST-TIME BY 10000 GIVING WS-HOUR.
000000         ADD 1 TO
000000             WS-DAY-HOUR-CT(WS-DAY-SUB WS-HOUR + 1).
000000
000000     1400-SCAN-AUDITIN.
000000         PERFORM UNTIL AUDITIN-EOF
000000             READ AUDITIN
000000         MOVE WS-DAY-MUL(WS-DAY-SUB) TO STAT-MUL-COUNT.
000000         MOVE WS-DAY-DIV(WS-DAY-SUB) TO STAT-DIV-COUNT.
000000         MOVE WS-DAY-REJ(WS-DAY-SUB) TO STAT-REJ-COUNT.
000000         MOVE WS-DAY-REV(WS-DAY-SUB) TO STAT-REV-COUNT.
000000         MOVE 0 TO STAT-PEAK-HOUR.
000000         MOVE 0 TO STAT-PEAK-COUNT.
000000         PERFORM VARYING WS-HOUR-SUB FROM 1 BY 1
000000             INVALID KEY
000000                 MOVE 0 TO WS-CUR-CALC
000000                 MOVE 0 TO WS-CUR-REJ
000000                 MOVE 0 TO WS-CUR-REV
000000                 MOVE 0 TO STAT-PEAK-HOUR
000000             NOT INVALID KEY
000000                 COMPUTE WS-CUR-CALC =
000000                     STAT-CALC-COUNT - STAT-REV-COUNT
000000                 MOVE STAT-REJ-COUNT TO WS-CUR-REJ
000000                 MOVE STAT-REV-COUNT TO WS-CUR-REV
000000         END-READ.
000000         MOVE STAT-PEAK-HOUR TO DTL-PEAK-HOUR NAD-PEAK-HOUR.
000000*        The same day of the prior month is the same offset
000000                 INVALID KEY
000000                     SET PRI-DAY-NOT-FOUND TO TRUE
000000                 NOT INVALID KEY
000000                     COMPUTE WS-PRI-CALC =
000000                         STAT-CALC-COUNT - STAT-REV-COUNT
000000             END-READ
000000         END-IF.
000000         PERFORM 3200-PRINT-TREND-LINE.
000000             PERFORM 3050-PRINT-HEADERS
000000         END-IF.
000000         IF PRI-DAY-NOT-FOUND OR
000000            (PRI-DAY-FOUND AND WS-PRI-CALC NOT > 0)
000000             MOVE WS-DAY-SUB TO NAD-DAY
000000             MOVE WS-CUR-CALC TO NAD-CUR-CALC
000000             MOVE WS-CUR-REJ TO NAD-REJ
000000             MOVE WS-CUR-REV TO NAD-REV
000000             WRITE REPT-LINE FROM WS-REPT-DETAIL-NA
000000                 AFTER ADVANCING 1 LINE
000000         ELSE
000000             MOVE WS-PCT TO DTL-PCT
000000             MOVE ' %' TO DTL-PCT-LBL
000000             MOVE WS-CUR-REJ TO DTL-REJ
000000             MOVE WS-CUR-REV TO DTL-REV
000000             WRITE REPT-LINE FROM WS-REPT-DETAIL
000000                 AFTER ADVANCING 1 LINE
000000         END-IF.
