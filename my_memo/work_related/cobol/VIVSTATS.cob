000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVSTATS.
000000*----------------------------------------------------------------
000000* Daily VIVP activity statistics from the VIVPHIST daily
000000* extract (HISTIN, cut by VIVHEXT and read through the shared
000000* VIVHRDR reader).  The report date arrives on the CTLCARD
000000* control card (cols 1-7, CYYDDD, the form HIST-DATE is keyed
000000* in); the extract is verified against its trailer first and
000000* must be the one generation for that date, so a short or
000000* wrong-day extract ends the run before anything is printed.
000000* REPTFILE gets:
000000*   - calculations per hour of day (00-23),
000000*   - counts by operator terminal (HIST-TRMID),
000000*   - the mix of operations by HIST-OPRI (+ - * /),
000000*   - highest and lowest HIST-RSLT for the day,
000000*   - a grand-total line.
000000* Reversal entries posted on VREV (HIST-ENTRY-TYPE R - see
000000* VIVREVS) are kept out of the hourly, terminal, operation and
000000* high/low figures and counted on their own; the totals then
000000* show calculations, reversals, and the net of the two, in both
000000* count and value, so a backed-out figure no longer inflates
000000* the day.  Corrections are ordinary postings and are counted
000000* as calculations, with their own count alongside.
000000* Management staffs the desk from the hourly peaks, so every
000000* hour is printed even when its count is zero.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                  PIC X(80).
000000 WORKING-STORAGE SECTION.
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 CTL-EOF                            VALUE 'Y'.
000000
000000     01 WS-REPORT-DATE            PIC S9(7) COMP-3 VALUE 0.
000000
000000*    The day's history records, handed over one at a time by
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
000000            88 HIST-CORRECTION-ENTRY           VALUE 'C'.
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
000000     01 WS-HX-DATE                PIC S9(7) COMP-3.
000000
000000     01 WS-GRAND-COUNT            PIC 9(7) VALUE 0.
000000     01 WS-REV-COUNT              PIC 9(7) VALUE 0.
000000     01 WS-CORR-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-NET-COUNT              PIC S9(7) VALUE 0.
000000     01 WS-GROSS-VALUE            PIC S9(15)V99 COMP-3 VALUE 0.
000000     01 WS-REV-VALUE              PIC S9(15)V99 COMP-3 VALUE 0.
000000     01 WS-NET-VALUE              PIC S9(15)V99 COMP-3 VALUE 0.
000000     01 WS-HOUR                   PIC 9(2).
000000     01 WS-HOUR-SUB               PIC S9(4) COMP.
000000
000000         03 FILLER                PIC X(24)
000000               VALUE "TOTAL CALCULATIONS   : ".
000000         03 GRD-COUNT             PIC ZZZZZZ9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 GRD-VALUE             PIC -(14)9.99.
000000
000000     01 WS-REPT-CORR.
000000         03 FILLER                PIC X(24)
000000               VALUE "  OF WHICH CORRECTIONS: ".
000000         03 COR-COUNT             PIC ZZZZZZ9.
000000
000000     01 WS-REPT-REV.
000000         03 FILLER                PIC X(24)
000000               VALUE "REVERSALS POSTED     : ".
000000         03 REV-COUNT             PIC ZZZZZZ9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 REV-VALUE             PIC -(14)9.99.
000000
000000     01 WS-REPT-NET.
000000         03 FILLER                PIC X(24)
000000               VALUE "NET OF REVERSALS     : ".
000000         03 NET-COUNT             PIC -(6)9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 NET-VALUE             PIC -(14)9.99.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         END-IF.
000000
000000     1000-SCAN-PASS.
000000         PERFORM 1050-VERIFY-EXTRACT.
000000         IF RETURN-CODE = 0
000000             OPEN OUTPUT REPTFILE
000000             PERFORM 1100-SCAN-VIVPHIST
000000             PERFORM 3000-PRINT-REPORT
000000             CLOSE REPTFILE
000000         END-IF.
000000
000000*    The extract must balance to its trailer and be this one
000000*    day's generation before a line of the report is built.
000000     1050-VERIFY-EXTRACT.
000000         MOVE 'V' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         MOVE WS-HX-LOW-DATE TO WS-HX-DATE.
000000         IF HX-FAILED
000000             DISPLAY "HISTORY EXTRACT REJECTED - NO REPORT"
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             IF WS-HX-GEN-COUNT NOT = 1 OR
000000                WS-HX-DATE NOT = WS-REPORT-DATE
000000                 DISPLAY "HISTORY EXTRACT IS FOR " WS-HX-LOW-DATE
000000                         " (" WS-HX-GEN-COUNT " GENERATIONS), "
000000                         "NOT THE REPORT DATE"
000000                 MOVE 8 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000
000000     1100-SCAN-VIVPHIST.
000000         MOVE 'R' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         PERFORM UNTIL NOT HX-RECORD-RETURNED
000000             PERFORM 1200-PROCESS-HIST-RECORD
000000             CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC
000000         END-PERFORM.
000000         IF HX-FAILED
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000     1200-PROCESS-HIST-RECORD.
000000         IF HIST-DATE = WS-REPORT-DATE AND HIST-REVERSAL-ENTRY
000000             PERFORM 1700-TALLY-REVERSAL
000000         ELSE
000000             IF HIST-DATE = WS-REPORT-DATE
000000                 ADD 1 TO WS-GRAND-COUNT
000000                 ADD HIST-RSLT TO WS-GROSS-VALUE
000000                 IF HIST-CORRECTION-ENTRY
000000                     ADD 1 TO WS-CORR-COUNT
000000                 END-IF
000000                 PERFORM 1300-TALLY-HOUR
000000                 PERFORM 1400-TALLY-TERMINAL
000000                 PERFORM 1500-TALLY-OPERATION
000000                 PERFORM 1600-TALLY-RESULT
000000             END-IF
000000         END-IF.
000000
000000     1300-TALLY-HOUR.
000000             END-IF
000000         END-IF.
000000
000000*    A reversal carries the original's result negated, so the
000000*    value adds straight into the net; the reversed value is
000000*    printed as the positive amount taken back out.
000000     1700-TALLY-REVERSAL.
000000         ADD 1 TO WS-REV-COUNT.
000000         SUBTRACT HIST-RSLT FROM WS-REV-VALUE.
000000
000000     3000-PRINT-REPORT.
000000         MOVE WS-REPORT-DATE TO HDR-REPORT-DATE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1 AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-REPT-RSLT-LOW
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-GRAND-COUNT TO GRD-COUNT.
000000         MOVE WS-GROSS-VALUE TO GRD-VALUE.
000000         WRITE REPT-LINE FROM WS-REPT-GRAND
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-CORR-COUNT TO COR-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-CORR
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-REV-COUNT TO REV-COUNT.
000000         MOVE WS-REV-VALUE TO REV-VALUE.
000000         WRITE REPT-LINE FROM WS-REPT-REV
000000             AFTER ADVANCING 1 LINE.
000000         COMPUTE WS-NET-COUNT = WS-GRAND-COUNT - WS-REV-COUNT.
000000         COMPUTE WS-NET-VALUE = WS-GROSS-VALUE - WS-REV-VALUE.
000000         MOVE WS-NET-COUNT TO NET-COUNT.
000000         MOVE WS-NET-VALUE TO NET-VALUE.
000000         WRITE REPT-LINE FROM WS-REPT-NET
000000             AFTER ADVANCING 1 LINE.
