000000* (the batch master OJTCOBOL maintains).  Produces record-count
000000* and key/date-range control totals for both files so a gross
000000* volume mismatch between the CICS side and the batch side shows
000000* up overnight.  VIVPHIST itself is not browsed: the nightly
000000* VIVHEXT extract (HISTIN, read through the shared VIVHRDR
000000* reader, which proves it against its trailer first) carries
000000* the whole-cluster count and date range on its trailer, and
000000* the day's records behind it.  HIST-NO1I is a VIVP operator's
000000* typed calculator operand, not a foreign key, but a
000000* calculation tagged with an account carries the OJTKSDATA
000000* KEY-VAL in HIST-ACCT-KEY, and each tagged record of the
000000* extracted day is tied out against the master record for
000000* record: an account no longer on the master, or closed since
000000* the calculation posted, is listed as an exception (RC 4).
000000* Untagged calculations are counted but have nothing to match.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OJTKSDATA ASSIGN TO RAMIEOJT
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS DYNAMIC
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD OJTKSDATA.
000000     01 IN-DATA.
000000         03 KEY-VAL                PIC 9(6).
000000         03 SAY-HELLO-WORLD        PIC X(13).
000000         03 REC-STATUS             PIC X(1).
000000            88 REC-ACTIVE                      VALUE 'A'.
000000            88 REC-SUSPENDED                   VALUE 'S'.
000000            88 REC-CLOSED                      VALUE 'C'.
000000         03 REC-DESC               PIC X(30).
000000         03 REC-MAINT-DATE         PIC 9(8).
000000         03 REC-MAINT-TIME         PIC 9(6).
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                  PIC X(80).
000000 WORKING-STORAGE SECTION.
000000     01 WS-OJTKSDATA-STATUS       PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-OJT-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 OJT-EOF                            VALUE 'Y'.
000000
000000     01 WS-OJT-FIRST-FLAG         PIC X(1) VALUE 'Y'.
000000        88 OJT-FIRST-REC                      VALUE 'Y'.
000000
000000*    The extracted day's history records, handed over one at a
000000*    time by the shared VIVHRDR extract reader (see VIVHRDR);
000000*    the whole-cluster totals come back from its verify pass.
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
000000     01 WS-TAGGED-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-UNTAGGED-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-MATCHED-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-NOTFND-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-CLOSED-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-EXCP-HDR-FLAG          PIC X(1) VALUE 'N'.
000000        88 EXCP-HDR-PRINTED                   VALUE 'Y'.
000000
000000     01 WS-OJT-COUNT              PIC 9(7) VALUE 0.
000000     01 WS-OJT-LOW-KEY            PIC 9(6) VALUE 0.
000000         03 FILLER                PIC X(50)
000000               VALUE "CONTROL TOTALS".
000000
000000     01 WS-REPT-EXCP-HDR-1.
000000         03 FILLER                PIC X(50)
000000               VALUE "ACCOUNT TIE-OUT EXCEPTIONS".
000000
000000     01 WS-REPT-EXCP-HDR-2.
000000         03 FILLER                PIC X(8) VALUE "DATE".
000000         03 FILLER                PIC X(8) VALUE "TIME".
000000         03 FILLER                PIC X(5) VALUE "TERM".
000000         03 FILLER                PIC X(8) VALUE "TASK".
000000         03 FILLER                PIC X(7) VALUE "ACCT".
000000         03 FILLER                PIC X(19) VALUE "RESULT".
000000         03 FILLER                PIC X(20) VALUE "EXCEPTION".
000000
000000     01 WS-REPT-EXCP-DETAIL.
000000         03 EXC-DATE              PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 EXC-TIME              PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 EXC-TRMID             PIC X(4).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 EXC-TASKN             PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 EXC-ACCT              PIC X(6).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 EXC-RSLT              PIC -(14)9.99.
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 EXC-REASON            PIC X(20).
000000
000000     01 WS-REPT-SUMMARY-1.
000000         03 FILLER                PIC X(24)
000000               VALUE "VIVPHIST RECORD COUNT: ".
000000         03 FILLER                PIC X(4) VALUE " TO ".
000000         03 SUM-HIST-HIGH-DATE    PIC -(6)9.
000000
000000     01 WS-REPT-SUMMARY-10.
000000         03 FILLER                PIC X(24)
000000               VALUE "DAY EXTRACTED        : ".
000000         03 SUM-EXT-DATE          PIC 9(7).
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 SUM-EXT-COUNT         PIC ZZZZZZ9.
000000         03 FILLER                PIC X(8) VALUE " RECORDS".
000000
000000     01 WS-REPT-SUMMARY-3.
000000         03 FILLER                PIC X(24)
000000               VALUE "OJTKSDATA RECORD COUNT: ".
000000         03 FILLER                PIC X(4) VALUE " TO ".
000000         03 SUM-OJT-HIGH-KEY      PIC ZZZZZ9.
000000
000000     01 WS-REPT-SUMMARY-5.
000000         03 FILLER                PIC X(24)
000000               VALUE "TAGGED WITH ACCOUNT   : ".
000000         03 SUM-TAGGED-COUNT      PIC ZZZZZZ9.
000000
000000     01 WS-REPT-SUMMARY-6.
000000         03 FILLER                PIC X(24)
000000               VALUE "UNTAGGED              : ".
000000         03 SUM-UNTAGGED-COUNT    PIC ZZZZZZ9.
000000
000000     01 WS-REPT-SUMMARY-7.
000000         03 FILLER                PIC X(24)
000000               VALUE "MATCHED TO MASTER     : ".
000000         03 SUM-MATCHED-COUNT     PIC ZZZZZZ9.
000000
000000     01 WS-REPT-SUMMARY-8.
000000         03 FILLER                PIC X(24)
000000               VALUE "ACCOUNT NOT ON MASTER : ".
000000         03 SUM-NOTFND-COUNT      PIC ZZZZZZ9.
000000
000000     01 WS-REPT-SUMMARY-9.
000000         03 FILLER                PIC X(24)
000000               VALUE "ACCOUNT NOW CLOSED    : ".
000000         03 SUM-CLOSED-COUNT      PIC ZZZZZZ9.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0020-VERIFY-EXTRACT.
000000         IF RETURN-CODE = 0
000000             PERFORM 0030-RECONCILE
000000         END-IF.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000*    The extract must balance to its trailer, and be a single
000000*    day's generation, before any of its totals are reported.
000000     0020-VERIFY-EXTRACT.
000000         MOVE 'V' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         IF HX-FAILED
000000             DISPLAY "HISTORY EXTRACT REJECTED - NOT RECONCILED"
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             IF WS-HX-GEN-COUNT NOT = 1
000000                 DISPLAY "HISTIN CARRIES " WS-HX-GEN-COUNT
000000                         " EXTRACT GENERATIONS, EXPECTED ONE"
000000                 MOVE 8 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000
000000     0030-RECONCILE.
000000         OPEN INPUT OJTKSDATA.
000000         OPEN OUTPUT REPTFILE.
000000         IF WS-OJTKSDATA-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING OJTKSDATA: "
000000                     WS-OJTKSDATA-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 0050-PRINT-HEADER
000000             PERFORM 1000-SCAN-VIVPHIST
000000             IF HX-FAILED
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 2000-SCAN-OJTKSDATA
000000                 PERFORM 3000-PRINT-SUMMARY
000000                 IF WS-NOTFND-COUNT > 0 OR WS-CLOSED-COUNT > 0
000000                     MOVE 4 TO RETURN-CODE
000000                 END-IF
000000             END-IF
000000         END-IF.
000000         CLOSE OJTKSDATA.
000000         CLOSE REPTFILE.
000000
000000     0050-PRINT-HEADER.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1 AFTER ADVANCING PAGE.
000000             LINES.
000000
000000     1000-SCAN-VIVPHIST.
000000         MOVE 'R' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         PERFORM UNTIL NOT HX-RECORD-RETURNED
000000             PERFORM 1100-PROCESS-HIST-RECORD
000000             CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC
000000         END-PERFORM.
000000
000000     1100-PROCESS-HIST-RECORD.
000000         IF HIST-ACCT-KEY = SPACES OR HIST-ACCT-KEY = LOW-VALUES
000000             ADD 1 TO WS-UNTAGGED-COUNT
000000         ELSE
000000             ADD 1 TO WS-TAGGED-COUNT
000000             PERFORM 1200-TIE-OUT-ACCOUNT
000000         END-IF.
000000
000000*    Random read of the master for one tagged calculation - the
000000*    sequential scan of OJTKSDATA in 2000 has not started yet,
000000*    so the browse position is not disturbed.
000000     1200-TIE-OUT-ACCOUNT.
000000         MOVE HIST-ACCT-KEY TO KEY-VAL.
000000         READ OJTKSDATA
000000             INVALID KEY
000000                 ADD 1 TO WS-NOTFND-COUNT
000000                 MOVE 'NOT ON MASTER' TO EXC-REASON
000000                 PERFORM 1300-PRINT-EXCEPTION
000000             NOT INVALID KEY
000000                 IF REC-CLOSED
000000                     ADD 1 TO WS-CLOSED-COUNT
000000                     MOVE 'CLOSED ON MASTER' TO EXC-REASON
000000                     PERFORM 1300-PRINT-EXCEPTION
000000                 ELSE
000000                     ADD 1 TO WS-MATCHED-COUNT
000000                 END-IF
000000         END-READ.
000000
000000     1300-PRINT-EXCEPTION.
000000         IF NOT EXCP-HDR-PRINTED
000000             WRITE REPT-LINE FROM WS-REPT-EXCP-HDR-1
000000                 AFTER ADVANCING 2 LINES
000000             WRITE REPT-LINE FROM WS-REPT-EXCP-HDR-2
000000                 AFTER ADVANCING 2 LINES
000000             SET EXCP-HDR-PRINTED TO TRUE
000000         END-IF.
000000         MOVE HIST-DATE TO EXC-DATE.
000000         MOVE HIST-TIME TO EXC-TIME.
000000         MOVE HIST-TRMID TO EXC-TRMID.
000000         MOVE HIST-TASKN TO EXC-TASKN.
000000         MOVE HIST-ACCT-KEY TO EXC-ACCT.
000000         MOVE HIST-RSLT TO EXC-RSLT.
000000         WRITE REPT-LINE FROM WS-REPT-EXCP-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000
000000     2000-SCAN-OJTKSDATA.
000000         MOVE 0 TO KEY-VAL.
000000         END-IF.
000000
000000     3000-PRINT-SUMMARY.
000000         MOVE WS-HX-CLUSTER-COUNT TO SUM-HIST-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-HX-CLUSTER-LOW TO SUM-HIST-LOW-DATE.
000000         MOVE WS-HX-CLUSTER-HIGH TO SUM-HIST-HIGH-DATE.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-HX-LOW-DATE TO SUM-EXT-DATE.
000000         MOVE WS-HX-REC-COUNT TO SUM-EXT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-10
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-OJT-COUNT TO SUM-OJT-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-3
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-OJT-HIGH-KEY TO SUM-OJT-HIGH-KEY.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-TAGGED-COUNT TO SUM-TAGGED-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-5
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-UNTAGGED-COUNT TO SUM-UNTAGGED-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-6
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-MATCHED-COUNT TO SUM-MATCHED-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-7
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-NOTFND-COUNT TO SUM-NOTFND-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-8
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-CLOSED-COUNT TO SUM-CLOSED-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-SUMMARY-9
000000             AFTER ADVANCING 1 LINE.
