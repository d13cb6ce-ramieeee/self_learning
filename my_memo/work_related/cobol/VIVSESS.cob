000000* gets the daily session report the auditors asked for - who
000000* worked which terminal, from when to when, with walk-aways
000000* (sessions closed by the next operator's sign-on rather than
000000* a sign-off) flagged, as are sessions the VIVINTG integrity
000000* sweep forced closed (stale, or held by an unknown or inactive
000000* operator) - and then a listing of sessions still open on the
000000* VIVSESSN KSDS when the drain ran, so the report covers the
000000* whole desk, not just closed sessions.
000000* SESSIN-REC must stay in step with WS-SLOG-REC in VIVSIGN,
000000* and SESS-REC with WS-SESS-REC there.
000000*----------------------------------------------------------------
000000         03 SLOG-REASON        PIC X(1).
000000            88 SLOG-SIGNED-OFF                 VALUE 'N'.
000000            88 SLOG-REPLACED                   VALUE 'R'.
000000            88 SLOG-FORCED                     VALUE 'S'.
000000 FD SESSARCH
000000     RECORD CONTAINS 24 CHARACTERS.
000000     01 SESSARCH-REC           PIC X(24).
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-ARCH-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-REPLACED-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-FORCED-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-OPEN-COUNT             PIC 9(7) VALUE 0.
000000
000000     01 WS-REPT-HDR-1.
000000                     VALUE "STILL OPEN           : ".
000000         03 TOT-OPEN              PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "FORCED OFF BY SWEEP  : ".
000000         03 TOT-FORCED            PIC ZZZZZZ9.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         MOVE SLOG-START-TIME TO DTL-START-TIME.
000000         MOVE SLOG-END-DATE TO DTL-END-DATE.
000000         MOVE SLOG-END-TIME TO DTL-END-TIME.
000000         EVALUATE TRUE
000000             WHEN SLOG-REPLACED
000000                 MOVE "*WALK-AWAY*" TO DTL-FLAG
000000                 ADD 1 TO WS-REPLACED-COUNT
000000             WHEN SLOG-FORCED
000000                 MOVE "*FORCED-OFF*" TO DTL-FLAG
000000                 ADD 1 TO WS-FORCED-COUNT
000000             WHEN OTHER
000000                 MOVE SPACES TO DTL-FLAG
000000         END-EVALUATE.
000000         WRITE REPT-LINE FROM WS-REPT-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000         MOVE WS-REPLACED-COUNT TO TOT-REPLACED.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-FORCED-COUNT TO TOT-FORCED.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-OPEN-COUNT TO TOT-OPEN.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
