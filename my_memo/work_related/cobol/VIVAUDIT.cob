000000* AUDARCH (a generation dataset - see VIVAUDIT.jcl) before the
000000* region recycles it away.  REPTFILE gets the daily audit
000000* report: every attempt in arrival order with rejected
000000* calculations (AUD-CALC-FAILED) and supervisor reversals
000000* posted on VREV (AUD-REVERSAL) flagged, then attempt/reject
000000* subtotals by operator ID and grand totals.
000000* AUDITIN-REC must stay in step with WS-AUDIT-REC in VIVPMAIN.
000000*----------------------------------------------------------------
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
000000 FD AUDARCH
000000     RECORD CONTAINS 65 CHARACTERS.
000000     01 AUDARCH-REC            PIC X(65).
000000 FD REPTFILE
000000     RECORD CONTAINS 132 CHARACTERS.
000000     01 REPT-LINE              PIC X(132).
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-ARCH-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-REJECT-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-REVERSAL-COUNT         PIC 9(7) VALUE 0.
000000
000000*    Attempt/reject subtotals accumulate here by operator ID as
000000*    the queue drains; the table is unloaded after the detail
000000                     VALUE "REJECTED CALCULATIONS: ".
000000         03 TOT-REJECT            PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "REVERSALS POSTED     : ".
000000         03 TOT-REVERSAL          PIC ZZZZZZ9.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000             MOVE "*REJECTED*" TO DTL-FLAG
000000             ADD 1 TO WS-REJECT-COUNT
000000         ELSE
000000             IF AUD-REVERSAL
000000                 MOVE "*REVERSAL*" TO DTL-FLAG
000000                 ADD 1 TO WS-REVERSAL-COUNT
000000             ELSE
000000                 MOVE SPACES TO DTL-FLAG
000000             END-IF
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-REPT-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-REJECT-COUNT TO TOT-REJECT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-REVERSAL-COUNT TO TOT-REVERSAL.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
