000000*   RESTORE - ARCHFILE is read back and written into the KSDS,
000000*             for the day an auditor asks for an old period;
000000*             records already on file are counted and skipped.
000000* The control card carries either the cutoff itself in cols
000000* 1-7 as CYYDDD, the same form HIST-DATE is keyed in, or -
000000* cols 1-7 blank - a retention period in days in cols 8-10,
000000* and the cutoff is today less that many days, worked out by
000000* the shared VIVDATE date service.  Either way retention is
000000* driven by the card and never compiled in.  A RESUME must
000000* carry the cutoff the failed run printed: a retention card
000000* would move the cutoff with the calendar and delete past
000000* what the archive holds, so it is refused.  REPTFILE gets the
000000* control totals - records read, archived, verified, purged,
000000* restored, skipped, remaining - so nothing can be dropped
000000* silently.
000000         03 HIST-NO2I              PIC 9(7)V99.
000000         03 HIST-OPRI              PIC X(1).
000000         03 HIST-RSLT              PIC S9(15)V99.
000000         03 HIST-ACCT-KEY          PIC X(6).
000000         03 HIST-ENTRY-TYPE        PIC X(1).
000000         03 HIST-REV-STATUS        PIC X(1).
000000         03 HIST-LINK-KEY          PIC X(19).
000000         03 HIST-REASON            PIC X(2).
000000         03 HIST-OPID              PIC X(3).
000000 FD ARCHFILE
000000     RECORD CONTAINS 87 CHARACTERS.
000000     01 ARCH-REC                   PIC X(87).
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-CUTOFF-DATE        PIC X(7).
000000         03 CTL-RETAIN-DAYS        PIC X(3).
000000         03 FILLER                 PIC X(70).
000000*    Delete-phase checkpoint - the 19-byte HIST-KEY image of
000000*    the last deleted record, appended every hundred deletes
000000*    (the JCL's PRGCKPT DD is DISP=MOD); RESUME reads the
000000        88 MODE-RESTORE                       VALUE 'RESTORE'.
000000
000000     01 WS-CUTOFF-DATE            PIC S9(7) COMP-3 VALUE 0.
000000     01 WS-RETAIN-DAYS            PIC 9(3).
000000     01 WS-RUN-DATE               PIC 9(8).
000000
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-ARCH-COUNT             PIC 9(7) VALUE 0.
000000
000000*    Restore pass builds the record here before writing, so a
000000*    bad archive record cannot half-fill the file record area.
000000     01 WS-ARCH-WORK              PIC X(87).
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    the control-card cutoff date is edited before any record
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
000000         03 FILLER                PIC X(40)
000000               VALUE "VIVPHIST RETENTION ARCHIVE AND PURGE".
000000                 DISPLAY "CTLCARD EMPTY, NO CUTOFF DATE"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 IF CTL-CUTOFF-DATE = SPACES
000000                     PERFORM 0270-CALC-CUTOFF-DATE
000000                 ELSE
000000                     PERFORM 0250-EDIT-CUTOFF-DATE
000000                 END-IF
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000             MOVE CTL-CUTOFF-DATE TO WS-CUTOFF-DATE
000000         END-IF.
000000
000000     0270-CALC-CUTOFF-DATE.
000000         IF MODE-RESUME
000000             DISPLAY "RESUME NEEDS THE CUTOFF DATE OF THE FAILED "
000000                     "RUN IN COLS 1-7"
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             MOVE 'N' TO WS-FLDCHECK-TYPE
000000             MOVE SPACES TO WS-FLDCHECK-DATA
000000             MOVE 3 TO WS-FLDCHECK-LEN
000000             MOVE CTL-RETAIN-DAYS TO WS-FLDCHECK-DATA(1:3)
000000             CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                     WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID
000000             IF FLDCHECK-INVALID
000000                 DISPLAY "RETENTION DAYS NOT NUMERIC: "
000000                         CTL-RETAIN-DAYS
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 MOVE CTL-RETAIN-DAYS TO WS-RETAIN-DAYS
000000                 ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
000000                 MOVE 'A' TO WS-DATE-FUNC
000000                 MOVE WS-RUN-DATE TO WS-DATE-IN-YMD
000000                 MOVE 0 TO WS-DATE-IN-CYYDDD
000000                 COMPUTE WS-DATE-DAYS = 0 - WS-RETAIN-DAYS
000000                 CALL 'VIVDATE' USING WS-DATE-PARMS
000000                 IF DATE-ERROR
000000                     DISPLAY "CUTOFF DATE NOT CALCULATED"
000000                     MOVE 8 TO RETURN-CODE
000000                 ELSE
000000                     MOVE WS-DATE-OUT-CYYDDD TO WS-CUTOFF-DATE
000000                     DISPLAY "RETENTION " WS-RETAIN-DAYS
000000                             " DAYS - CUTOFF DATE "
000000                             WS-DATE-OUT-CYYDDD
000000                 END-IF
000000             END-IF
000000         END-IF.
000000
000000     1000-PURGE-PASS.
000000         PERFORM 0200-GET-CUTOFF-DATE.
000000         IF RETURN-CODE = 0
