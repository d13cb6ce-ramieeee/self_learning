000000*----------------------------------------------------------------
000000* Nightly record-level cross-check between the VIVL audit trail
000000* (the day's drained queue, as archived by VIVAUDIT) and the
000000* VIVPHIST daily extract (HISTIN, cut by VIVHEXT and read
000000* through the shared VIVHRDR reader, which proves it against
000000* its trailer first).  VIVRECON can only compare gross
000000* totals, but the audit record from 0900-LOG-TRANSACTION and
000000* the history record from 0350-LOG-RESULT describe the same
000000* task and both carry date, time, terminal, and task number -
000000* exactly the HIST-KEY - so these two files DO match record
000000* for record.  Both sides are sorted on that key - the day's
000000* history keys into the HISTSRT work file, the day's audit
000000* records straight into a sequential match-merge against it -
000000* so a busy day is never too big for the check:
000000*   - every successful audit record (AUD-CALC-OK) must meet
000000*     its history row; no history row means the calc was
000000*     lost on the write (the old dup-key failure mode).
000000*     A supervisor's reversal on VREV is audited as
000000*     AUD-REVERSAL under the key of the reversing history
000000*     entry it posted, so it is matched the same way and
000000*     counted separately; a correction is audited as an
000000*     ordinary AUD-CALC-OK,
000000*   - every history row for the report date that no audit
000000*     record claimed is listed; no audit entry means something
000000*     wrote to the file outside the transaction.  Records
000000*     under pseudo-terminal BTCH are VIVBCALC's batch work -
000000*     it writes no VIVL audit record, so they are skipped and
000000* day that does not tie out record for record.  Failed audit
000000* attempts (AUD-CALC-FAILED) never wrote history and are
000000* skipped.  The report date on CTLCARD (CYYDDD) bounds the
000000* audit side of the check to the day being proved, and the
000000* extract must be that day's one generation.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT AUDITIN ASSIGN TO AUDITIN
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-AUDITIN-STATUS.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000     SELECT HISTSRT ASSIGN TO HISTSRT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-HISTSRT-STATUS.
000000     SELECT HISTWORK ASSIGN TO SORTWK01.
000000     SELECT AUDWORK ASSIGN TO SORTWK01.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD AUDITIN
000000     RECORD CONTAINS 65 CHARACTERS.
000000     01 AUDITIN-REC.
000000         03 AUD-TRMID          PIC X(4).
000000         03 AUD-OPID           PIC X(3).
000000         03 AUD-STATUS         PIC X(1).
000000            88 AUD-CALC-OK                     VALUE 'Y'.
000000            88 AUD-CALC-FAILED                 VALUE 'N'.
000000            88 AUD-REVERSAL                    VALUE 'R'.
000000         03 AUD-DATE           PIC S9(7) COMP-3.
000000         03 AUD-TIME           PIC S9(7) COMP-3.
000000         03 AUD-ACCT-KEY       PIC X(6).
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                  PIC X(80).
000000*    The day's history keys (batch work aside) in key order -
000000*    the GIVING file of the history sort, read back by the
000000*    match-merge.
000000 FD HISTSRT
000000     RECORD CONTAINS 19 CHARACTERS.
000000     01 HSR-REC.
000000         03 HSR-KEY                PIC X(19).
000000 SD HISTWORK.
000000     01 HSW-REC.
000000         03 HSW-KEY                PIC X(19).
000000*    The day's successful audit records, keyed the way HIST-KEY
000000*    is built, with the operator for the orphan line.
000000 SD AUDWORK.
000000     01 ASW-REC.
000000         03 ASW-KEY.
000000             05 ASW-DATE           PIC S9(7) COMP-3.
000000             05 ASW-TIME           PIC S9(7) COMP-3.
000000             05 ASW-TRMID          PIC X(4).
000000             05 ASW-TASKN          PIC 9(7).
000000         03 ASW-OPID               PIC X(3).
000000 WORKING-STORAGE SECTION.
000000     01 WS-AUDITIN-STATUS         PIC X(2).
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000     01 WS-HISTSRT-STATUS         PIC X(2).
000000
000000     01 WS-AUDITIN-EOF-FLAG       PIC X(1) VALUE 'N'.
000000        88 AUDITIN-EOF                        VALUE 'Y'.
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
000000            88 HIST-REVERSAL-ENTRY               VALUE 'R'.
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
000000*    Match-merge state.  The history row in hand is claimed
000000*    once an audit record meets it; a row read past unclaimed
000000*    is a history orphan.
000000     01 WS-HSR-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 HSR-EOF                            VALUE 'Y'.
000000     01 WS-AUD-DONE-FLAG          PIC X(1) VALUE 'N'.
000000        88 AUD-SORT-DONE                      VALUE 'Y'.
000000     01 WS-HIST-CLAIM-FLAG        PIC X(1).
000000        88 HIST-CLAIMED                       VALUE 'Y'.
000000        88 HIST-UNCLAIMED                     VALUE 'N'.
000000     01 WS-MERGE-FAIL-FLAG        PIC X(1) VALUE 'N'.
000000        88 MERGE-FAILED                       VALUE 'Y'.
000000
000000     01 WS-AUD-OK-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-MATCHED-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-AUD-REV-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-HIST-REV-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-AUD-ORPHAN-COUNT       PIC 9(7) VALUE 0.
000000     01 WS-HIST-DAY-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-HIST-ORPHAN-COUNT      PIC 9(7) VALUE 0.
000000               VALUE "BATCH (BTCH) SKIPPED :   ".
000000         03 SUM-BATCH-SKIP        PIC ZZZZZZ9.
000000
000000     01 WS-REPT-SUMMARY-7.
000000         03 FILLER                PIC X(26)
000000               VALUE "  OF WHICH REVERSALS:   ".
000000         03 SUM-AUD-REV           PIC ZZZZZZ9.
000000
000000     01 WS-REPT-SUMMARY-8.
000000         03 FILLER                PIC X(26)
000000               VALUE "  OF WHICH REVERSALS:   ".
000000         03 SUM-HIST-REV          PIC ZZZZZZ9.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    the control-card report date is edited before the match.
000000     01 WS-FLDCHECK-FIELD.
000000         END-IF.
000000
000000     1000-MATCH-PASS.
000000         PERFORM 1020-VERIFY-EXTRACT.
000000         IF RETURN-CODE = 0
000000             PERFORM 1030-MATCH-FILES
000000         END-IF.
000000
000000*    The extract must balance to its trailer and be this one
000000*    day's generation before anything is matched against it.
000000     1020-VERIFY-EXTRACT.
000000         MOVE 'V' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         MOVE WS-HX-LOW-DATE TO WS-HX-DATE.
000000         EVALUATE TRUE
000000             WHEN HX-FAILED
000000                 DISPLAY "HISTORY EXTRACT REJECTED - NO MATCH RUN"
000000                 MOVE 8 TO RETURN-CODE
000000             WHEN WS-HX-GEN-COUNT NOT = 1
000000             WHEN WS-HX-DATE NOT = WS-REPORT-DATE
000000                 DISPLAY "HISTORY EXTRACT IS FOR " WS-HX-LOW-DATE
000000                         " (" WS-HX-GEN-COUNT " GENERATIONS), "
000000                         "NOT THE REPORT DATE"
000000                 MOVE 8 TO RETURN-CODE
000000         END-EVALUATE.
000000
000000*    The history keys are sorted into HISTSRT first; the audit
000000*    sort's output procedure then merges the two in key order.
000000     1030-MATCH-FILES.
000000         OPEN INPUT AUDITIN.
000000         OPEN OUTPUT REPTFILE.
000000         IF WS-AUDITIN-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING AUDITIN: "
000000                     WS-AUDITIN-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1050-PRINT-HEADER
000000             SORT HISTWORK
000000                 ON ASCENDING KEY HSW-KEY
000000                 INPUT PROCEDURE IS 1500-RELEASE-HISTORY
000000                 GIVING HISTSRT
000000             IF HX-FAILED OR SORT-RETURN NOT = 0
000000                 DISPLAY "HISTORY SORT FAILED, NO MATCH RUN"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 1100-SORT-AND-MATCH
000000             END-IF
000000         END-IF.
000000         CLOSE AUDITIN.
000000         CLOSE REPTFILE.
000000
000000     1050-PRINT-HEADER.
000000         MOVE WS-REPORT-DATE TO HDR-REPORT-DATE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1 AFTER ADVANCING PAGE.
000000
000000     1100-SORT-AND-MATCH.
000000         SORT AUDWORK
000000             ON ASCENDING KEY ASW-KEY
000000             INPUT PROCEDURE IS 2000-RELEASE-AUDIT
000000             OUTPUT PROCEDURE IS 3000-MERGE-SIDES.
000000         IF MERGE-FAILED OR SORT-RETURN NOT = 0
000000             DISPLAY "AUDIT SORT FAILED, MATCH INCOMPLETE"
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 4000-PRINT-TOTALS
000000             IF WS-AUD-ORPHAN-COUNT > 0 OR
000000                WS-HIST-ORPHAN-COUNT > 0
000000                 MOVE 4 TO RETURN-CODE
000000             ELSE
000000                 MOVE 0 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000
000000*    Input procedure of the history sort - every history key of
000000*    the day except VIVBCALC's batch work.
000000     1500-RELEASE-HISTORY.
000000         MOVE 'R' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         PERFORM UNTIL NOT HX-RECORD-RETURNED
000000             PERFORM 1600-RELEASE-ONE-HIST
000000             CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC
000000         END-PERFORM.
000000
000000     1600-RELEASE-ONE-HIST.
000000         IF HIST-TRMID = WS-BATCH-TRMID
000000*            VIVBCALC batch work - no audit record exists, by
000000*            design; its results register is the control.
000000             ADD 1 TO WS-BATCH-SKIP-COUNT
000000         ELSE
000000             ADD 1 TO WS-HIST-DAY-COUNT
000000             IF HIST-REVERSAL-ENTRY
000000                 ADD 1 TO WS-HIST-REV-COUNT
000000             END-IF
000000             MOVE HIST-KEY TO HSW-KEY
000000             RELEASE HSW-REC
000000         END-IF.
000000
000000*    Input procedure of the audit sort.  Both sides are bounded
000000*    to the report date, so a drain that happens to carry
000000*    another day's records cannot throw false orphans either
000000*    way.
000000     2000-RELEASE-AUDIT.
000000         PERFORM 2100-READ-AUDITIN.
000000         PERFORM UNTIL AUDITIN-EOF
000000             IF (AUD-CALC-OK OR AUD-REVERSAL) AND
000000                AUD-DATE = WS-REPORT-DATE
000000                 PERFORM 2200-RELEASE-ONE-AUDIT
000000             END-IF
000000             PERFORM 2100-READ-AUDITIN
000000         END-PERFORM.
000000             AT END SET AUDITIN-EOF TO TRUE
000000         END-READ.
000000
000000     2200-RELEASE-ONE-AUDIT.
000000         ADD 1 TO WS-AUD-OK-COUNT.
000000         IF AUD-REVERSAL
000000             ADD 1 TO WS-AUD-REV-COUNT
000000         END-IF.
000000         MOVE AUD-DATE TO ASW-DATE.
000000         MOVE AUD-TIME TO ASW-TIME.
000000         MOVE AUD-TRMID TO ASW-TRMID.
000000         MOVE AUD-TASKN TO ASW-TASKN.
000000         MOVE AUD-OPID TO ASW-OPID.
000000         RELEASE ASW-REC.
000000
000000*    Output procedure of the audit sort - the match-merge.  An
000000*    audit key below the history key in hand has no history row;
000000*    a history key below the audit key is passed, and listed if
000000*    nothing claimed it; equal keys match.
000000     3000-MERGE-SIDES.
000000         OPEN INPUT HISTSRT.
000000         IF WS-HISTSRT-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING HISTSRT: "
000000                     WS-HISTSRT-STATUS
000000             SET MERGE-FAILED TO TRUE
000000         ELSE
000000             PERFORM 3100-READ-HISTSRT
000000             PERFORM 3200-RETURN-AUDIT
000000             PERFORM UNTIL (HSR-EOF AND AUD-SORT-DONE)
000000                        OR MERGE-FAILED
000000                 PERFORM 3300-MERGE-ONE
000000             END-PERFORM
000000             CLOSE HISTSRT
000000         END-IF.
000000
000000     3100-READ-HISTSRT.
000000         SET HIST-UNCLAIMED TO TRUE.
000000         READ HISTSRT
000000             AT END SET HSR-EOF TO TRUE
000000         END-READ.
000000         IF WS-HISTSRT-STATUS NOT = "00" AND
000000            WS-HISTSRT-STATUS NOT = "10"
000000             DISPLAY "I/O ERROR READING HISTSRT: "
000000                     WS-HISTSRT-STATUS
000000             SET MERGE-FAILED TO TRUE
000000         END-IF.
000000
000000     3200-RETURN-AUDIT.
000000         RETURN AUDWORK
000000             AT END SET AUD-SORT-DONE TO TRUE
000000         END-RETURN.
000000
000000     3300-MERGE-ONE.
000000         EVALUATE TRUE
000000             WHEN HSR-EOF
000000                 PERFORM 3400-AUDIT-ORPHAN
000000                 PERFORM 3200-RETURN-AUDIT
000000             WHEN AUD-SORT-DONE
000000                 PERFORM 3500-PASS-HISTORY
000000             WHEN ASW-KEY < HSR-KEY
000000                 PERFORM 3400-AUDIT-ORPHAN
000000                 PERFORM 3200-RETURN-AUDIT
000000             WHEN ASW-KEY > HSR-KEY
000000                 PERFORM 3500-PASS-HISTORY
000000             WHEN OTHER
000000                 ADD 1 TO WS-MATCHED-COUNT
000000                 SET HIST-CLAIMED TO TRUE
000000                 PERFORM 3200-RETURN-AUDIT
000000         END-EVALUATE.
000000
000000     3400-AUDIT-ORPHAN.
000000         ADD 1 TO WS-AUD-ORPHAN-COUNT.
000000         MOVE ASW-DATE TO OAU-DATE.
000000         MOVE ASW-TIME TO OAU-TIME.
000000         MOVE ASW-TRMID TO OAU-TRMID.
000000         MOVE ASW-TASKN TO OAU-TASKN.
000000         MOVE ASW-OPID TO OAU-OPID.
000000         WRITE REPT-LINE FROM WS-REPT-ORPHAN-AUD
000000             AFTER ADVANCING 1 LINE.
000000
000000     3500-PASS-HISTORY.
000000         IF HIST-UNCLAIMED
000000             MOVE HSR-KEY TO HIST-KEY
000000             ADD 1 TO WS-HIST-ORPHAN-COUNT
000000             PERFORM 3600-PRINT-HIST-ORPHAN
000000         END-IF.
000000         PERFORM 3100-READ-HISTSRT.
000000
000000     3600-PRINT-HIST-ORPHAN.
000000         MOVE HIST-DATE TO OHI-DATE.
000000         MOVE HIST-TIME TO OHI-TIME.
000000         MOVE HIST-TRMID TO OHI-TRMID.
000000         MOVE WS-AUD-OK-COUNT TO SUM-AUD-OK.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-AUD-REV-COUNT TO SUM-AUD-REV.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-7
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-MATCHED-COUNT TO SUM-MATCHED.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-HIST-DAY-COUNT TO SUM-HIST-DAY.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-HIST-REV-COUNT TO SUM-HIST-REV.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-8
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-HIST-ORPHAN-COUNT TO SUM-HIST-ORPHAN.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-5
000000             AFTER ADVANCING 1 LINE.
