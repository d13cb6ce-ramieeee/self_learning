000000* VIVDIAG.jcl) before the region recycles it away.  Incident
000000* counts by transaction close the report - two incidents on
000000* the same EIBFN is a pattern, not a coincidence.
000000* An error storm - VIVERRH disabling a transaction after too
000000* many of the same EIBRESP in too few minutes - is reported as
000000* one incident, not dozens: the storm records (S when VIVERRH
000000* trips it, E when a supervisor re-enables the transaction on
000000* VSTM) are gathered on a first pass, and the second pass
000000* lists only the incidents that fall outside every storm.
000000* Each storm then prints once with its first and last error
000000* and its count - still open if no E record has come through.
000000* DIAGIN-REC must stay in step with WS-DIAG-REC in VIVERRH.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD DIAGIN
000000     RECORD CONTAINS 149 CHARACTERS.
000000     01 DIAGIN-REC.
000000         03 DIAG-TRANS         PIC X(4).
000000         03 DIAG-PROG          PIC X(8).
000000         03 DIAG-DATE          PIC S9(7) COMP-3.
000000         03 DIAG-TIME          PIC S9(7) COMP-3.
000000         03 DIAG-CA            PIC X(80).
000000         03 DIAG-REC-TYPE      PIC X(1).
000000            88 DIAG-STORM-START                VALUE 'S'.
000000            88 DIAG-STORM-END                  VALUE 'E'.
000000         03 DIAG-STORM-FROM-DATE PIC S9(7) COMP-3.
000000         03 DIAG-STORM-FROM-TIME PIC S9(7) COMP-3.
000000         03 DIAG-STORM-TO-DATE PIC S9(7) COMP-3.
000000         03 DIAG-STORM-TO-TIME PIC S9(7) COMP-3.
000000         03 DIAG-STORM-COUNT   PIC 9(5).
000000         03 DIAG-STORM-OPID    PIC X(3).
000000 FD DIAGARCH
000000     RECORD CONTAINS 149 CHARACTERS.
000000     01 DIAGARCH-REC           PIC X(149).
000000 FD REPTFILE
000000     RECORD CONTAINS 132 CHARACTERS.
000000     01 REPT-LINE              PIC X(132).
000000
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-ARCH-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-LISTED-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-IN-STORM-COUNT         PIC 9(7) VALUE 0.
000000
000000*    Storms gathered on the first pass.  A storm is keyed by
000000*    transaction, EIBRESP, and first-error stamp; the stamps
000000*    join CYYDDD and 0HHMMSS into one number for comparing.
000000     01 WS-STORM-TABLE.
000000         03 WS-STM-ENTRY OCCURS 20 TIMES.
000000             05 WS-STM-TRANS      PIC X(4).
000000             05 WS-STM-RESP       PIC 9(8).
000000             05 WS-STM-FROM-DATE  PIC 9(7).
000000             05 WS-STM-FROM-TIME  PIC 9(7).
000000             05 WS-STM-TO-DATE    PIC 9(7).
000000             05 WS-STM-TO-TIME    PIC 9(7).
000000             05 WS-STM-FROM-STAMP PIC 9(14).
000000             05 WS-STM-TO-STAMP   PIC 9(14).
000000             05 WS-STM-COUNT      PIC 9(5).
000000             05 WS-STM-OPID       PIC X(3).
000000             05 WS-STM-CLOSED     PIC X(1).
000000     01 WS-STM-USED               PIC S9(4) COMP VALUE 0.
000000     01 WS-STM-SUB                PIC S9(4) COMP.
000000     01 WS-STM-FOUND-FLAG         PIC X(1).
000000        88 STM-FOUND                          VALUE 'Y'.
000000        88 STM-NOT-FOUND                      VALUE 'N'.
000000     01 WS-FROM-STAMP             PIC 9(14).
000000     01 WS-DIAG-STAMP             PIC 9(14).
000000
000000*    Incident subtotals by transaction - nine transactions on
000000*    the region today, twenty slots is room to grow.
000000     01 WS-TRN-TABLE.
000000         03 WS-TRN-ENTRY OCCURS 20 TIMES.
000000             05 WS-TRN-ID         PIC X(4).
000000             05 WS-TRN-COUNT      PIC 9(5).
000000     01 WS-TRN-USED               PIC S9(4) COMP VALUE 0.
000000     01 WS-TALLY-TRANS            PIC X(4).
000000     01 WS-TRN-SUB                PIC S9(4) COMP.
000000     01 WS-TRN-FOUND-FLAG         PIC X(1).
000000        88 TRN-FOUND                          VALUE 'Y'.
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 TRL-COUNT             PIC ZZZZ9.
000000
000000     01 WS-REPT-STM-HDR.
000000         03 FILLER                PIC X(40)
000000                     VALUE "ERROR STORMS - ONE INCIDENT EACH".
000000
000000     01 WS-REPT-STM-LINE.
000000         03 FILLER                PIC X(6) VALUE "STORM ".
000000         03 STL-TRANS             PIC X(4).
000000         03 FILLER                PIC X(7) VALUE "  RESP ".
000000         03 STL-RESP              PIC 9(8).
000000         03 FILLER                PIC X(7) VALUE "  FROM ".
000000         03 STL-FROM-DATE         PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 STL-FROM-TIME         PIC 9(7).
000000         03 FILLER                PIC X(5) VALUE "  TO ".
000000         03 STL-TO-DATE           PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 STL-TO-TIME           PIC 9(7).
000000         03 FILLER                PIC X(9) VALUE "  ERRORS ".
000000         03 STL-COUNT             PIC ZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 STL-STATUS            PIC X(30).
000000
000000     01 WS-REPT-STM-NONE.
000000         03 FILLER                PIC X(20) VALUE "NONE".
000000
000000     01 WS-REPT-TOT-1.
000000         03 FILLER                PIC X(24)
000000                     VALUE "INCIDENTS DRAINED    : ".
000000         03 TOT-READ              PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-2.
000000         03 FILLER                PIC X(24)
000000                     VALUE "  LISTED SINGLY      : ".
000000         03 TOT-LISTED            PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-3.
000000         03 FILLER                PIC X(24)
000000                     VALUE "  WITHIN A STORM     : ".
000000         03 TOT-IN-STORM          PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "ERROR STORMS         : ".
000000         03 TOT-STORMS            PIC ZZZZZZ9.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1000-DRAIN-QUEUE
000000             IF RETURN-CODE = 0
000000                 PERFORM 1500-LIST-INCIDENTS
000000             END-IF
000000             IF RETURN-CODE = 0
000000                 PERFORM 2500-PRINT-STORMS
000000                 PERFORM 3000-PRINT-TRN-SUBTOTALS
000000                 PERFORM 4000-PRINT-TOTALS
000000             END-IF
000000         END-IF.
000000         CLOSE DIAGIN.
000000         CLOSE DIAGARCH.
000000             SET DIAGIN-EOF TO TRUE
000000         ELSE
000000             ADD 1 TO WS-ARCH-COUNT
000000             IF DIAG-STORM-START OR DIAG-STORM-END
000000                 PERFORM 1300-COLLECT-STORM
000000             END-IF
000000         END-IF.
000000
000000     1150-PRINT-HEADERS.
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000*    An S record opens a storm; the E record for the same
000000*    transaction, EIBRESP, and first error closes it with the
000000*    final count.  An E whose S came through on an earlier
000000*    night stands on its own.
000000     1300-COLLECT-STORM.
000000         COMPUTE WS-FROM-STAMP = DIAG-STORM-FROM-DATE * 10000000
000000                               + DIAG-STORM-FROM-TIME.
000000         SET STM-NOT-FOUND TO TRUE.
000000         PERFORM VARYING WS-STM-SUB FROM 1 BY 1
000000                 UNTIL WS-STM-SUB > WS-STM-USED OR STM-FOUND
000000             IF DIAG-TRANS = WS-STM-TRANS(WS-STM-SUB) AND
000000                DIAG-RESP = WS-STM-RESP(WS-STM-SUB) AND
000000                WS-FROM-STAMP = WS-STM-FROM-STAMP(WS-STM-SUB)
000000                 SET STM-FOUND TO TRUE
000000                 PERFORM 1350-FILL-STORM
000000             END-IF
000000         END-PERFORM.
000000         IF STM-NOT-FOUND
000000             IF WS-STM-USED < 20
000000                 ADD 1 TO WS-STM-USED
000000                 MOVE WS-STM-USED TO WS-STM-SUB
000000                 MOVE 'N' TO WS-STM-CLOSED(WS-STM-SUB)
000000                 PERFORM 1350-FILL-STORM
000000             ELSE
000000                 DISPLAY "STORM TABLE FULL: " DIAG-TRANS
000000                         " " DIAG-RESP
000000             END-IF
000000         END-IF.
000000
000000     1350-FILL-STORM.
000000         IF DIAG-STORM-END OR WS-STM-CLOSED(WS-STM-SUB) = 'N'
000000             MOVE DIAG-TRANS TO WS-STM-TRANS(WS-STM-SUB)
000000             MOVE DIAG-RESP TO WS-STM-RESP(WS-STM-SUB)
000000             MOVE DIAG-STORM-FROM-DATE
000000                 TO WS-STM-FROM-DATE(WS-STM-SUB)
000000             MOVE DIAG-STORM-FROM-TIME
000000                 TO WS-STM-FROM-TIME(WS-STM-SUB)
000000             MOVE DIAG-STORM-TO-DATE TO WS-STM-TO-DATE(WS-STM-SUB)
000000             MOVE DIAG-STORM-TO-TIME TO WS-STM-TO-TIME(WS-STM-SUB)
000000             MOVE WS-FROM-STAMP TO WS-STM-FROM-STAMP(WS-STM-SUB)
000000             COMPUTE WS-STM-TO-STAMP(WS-STM-SUB) =
000000                 DIAG-STORM-TO-DATE * 10000000
000000                 + DIAG-STORM-TO-TIME
000000             MOVE DIAG-STORM-COUNT TO WS-STM-COUNT(WS-STM-SUB)
000000             MOVE DIAG-STORM-OPID TO WS-STM-OPID(WS-STM-SUB)
000000         END-IF.
000000         IF DIAG-STORM-END
000000             MOVE 'Y' TO WS-STM-CLOSED(WS-STM-SUB)
000000         END-IF.
000000
000000*    Second pass over the drained dataset: every incident that
000000*    is not part of a storm is listed on its own.
000000     1500-LIST-INCIDENTS.
000000         CLOSE DIAGIN.
000000         MOVE 'N' TO WS-DIAGIN-EOF-FLAG.
000000         OPEN INPUT DIAGIN.
000000         IF WS-DIAGIN-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR REOPENING DIAGIN: "
000000                     WS-DIAGIN-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1150-PRINT-HEADERS
000000             PERFORM 1050-READ-DIAGIN
000000             PERFORM UNTIL DIAGIN-EOF
000000                 IF NOT DIAG-STORM-START AND NOT DIAG-STORM-END
000000                     PERFORM 1600-CHECK-INCIDENT
000000                 END-IF
000000                 PERFORM 1050-READ-DIAGIN
000000             END-PERFORM
000000         END-IF.
000000
000000     1600-CHECK-INCIDENT.
000000         COMPUTE WS-DIAG-STAMP = DIAG-DATE * 10000000 + DIAG-TIME.
000000         SET STM-NOT-FOUND TO TRUE.
000000         PERFORM VARYING WS-STM-SUB FROM 1 BY 1
000000                 UNTIL WS-STM-SUB > WS-STM-USED OR STM-FOUND
000000             IF DIAG-TRANS = WS-STM-TRANS(WS-STM-SUB) AND
000000                DIAG-RESP = WS-STM-RESP(WS-STM-SUB) AND
000000                WS-DIAG-STAMP >= WS-STM-FROM-STAMP(WS-STM-SUB) AND
000000                WS-DIAG-STAMP <= WS-STM-TO-STAMP(WS-STM-SUB)
000000                 SET STM-FOUND TO TRUE
000000             END-IF
000000         END-PERFORM.
000000         IF STM-FOUND
000000             ADD 1 TO WS-IN-STORM-COUNT
000000         ELSE
000000             ADD 1 TO WS-LISTED-COUNT
000000             PERFORM 1200-PRINT-DETAIL
000000             MOVE DIAG-TRANS TO WS-TALLY-TRANS
000000             PERFORM 2000-TALLY-TRANSACTION
000000         END-IF.
000000
000000     2000-TALLY-TRANSACTION.
000000         SET TRN-NOT-FOUND TO TRUE.
000000         PERFORM VARYING WS-TRN-SUB FROM 1 BY 1
000000                 UNTIL WS-TRN-SUB > WS-TRN-USED
000000             IF WS-TALLY-TRANS = WS-TRN-ID(WS-TRN-SUB)
000000                 ADD 1 TO WS-TRN-COUNT(WS-TRN-SUB)
000000                 SET TRN-FOUND TO TRUE
000000             END-IF
000000         END-PERFORM.
000000         IF TRN-NOT-FOUND
000000             IF WS-TRN-USED < 20
000000                 ADD 1 TO WS-TRN-USED
000000                 MOVE WS-TALLY-TRANS TO WS-TRN-ID(WS-TRN-USED)
000000                 MOVE 1 TO WS-TRN-COUNT(WS-TRN-USED)
000000             ELSE
000000                 DISPLAY "TRANSACTION TABLE FULL: " WS-TALLY-TRANS
000000             END-IF
000000         END-IF.
000000
000000     2500-PRINT-STORMS.
000000         WRITE REPT-LINE FROM WS-REPT-STM-HDR
000000             AFTER ADVANCING 2 LINES.
000000         IF WS-STM-USED = 0
000000             WRITE REPT-LINE FROM WS-REPT-STM-NONE
000000                 AFTER ADVANCING 1 LINE
000000         END-IF.
000000         PERFORM VARYING WS-STM-SUB FROM 1 BY 1
000000                 UNTIL WS-STM-SUB > WS-STM-USED
000000             PERFORM 2600-PRINT-STORM
000000         END-PERFORM.
000000
000000     2600-PRINT-STORM.
000000         MOVE WS-STM-TRANS(WS-STM-SUB) TO STL-TRANS.
000000         MOVE WS-STM-RESP(WS-STM-SUB) TO STL-RESP.
000000         MOVE WS-STM-FROM-DATE(WS-STM-SUB) TO STL-FROM-DATE.
000000         MOVE WS-STM-FROM-TIME(WS-STM-SUB) TO STL-FROM-TIME.
000000         MOVE WS-STM-TO-DATE(WS-STM-SUB) TO STL-TO-DATE.
000000         MOVE WS-STM-TO-TIME(WS-STM-SUB) TO STL-TO-TIME.
000000         MOVE WS-STM-COUNT(WS-STM-SUB) TO STL-COUNT.
000000         MOVE SPACES TO STL-STATUS.
000000         IF WS-STM-CLOSED(WS-STM-SUB) = 'Y'
000000             STRING "RE-ENABLED BY " WS-STM-OPID(WS-STM-SUB)
000000                 DELIMITED BY SIZE INTO STL-STATUS
000000         ELSE
000000             MOVE "OPEN - STILL DISABLED" TO STL-STATUS
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-REPT-STM-LINE
000000             AFTER ADVANCING 1 LINE.
000000*        The storm counts once against its transaction.
000000         MOVE WS-STM-TRANS(WS-STM-SUB) TO WS-TALLY-TRANS.
000000         PERFORM 2000-TALLY-TRANSACTION.
000000
000000     3000-PRINT-TRN-SUBTOTALS.
000000         WRITE REPT-LINE FROM WS-REPT-TRN-HDR
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-READ-COUNT TO TOT-READ.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-LISTED-COUNT TO TOT-LISTED.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-IN-STORM-COUNT TO TOT-IN-STORM.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-STM-USED TO TOT-STORMS.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
