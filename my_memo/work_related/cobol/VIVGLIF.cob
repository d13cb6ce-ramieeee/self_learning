000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVGLIF.
000000*----------------------------------------------------------------
000000* Daily general-ledger interface from the VIVPHIST daily
000000* extract (HISTIN, cut by VIVHEXT and read through the shared
000000* VIVHRDR reader, which proves it against its trailer before a
000000* posting is built; it must be the one generation for the
000000* date).  The posting date arrives on the CTLCARD control card
000000* (cols 1-7, CYYDDD, the form HIST-DATE is keyed in); every
000000* history record for that date - desk work and the VIVBCALC
000000* batch work posted under terminal BTCH alike - is sorted on its
000000* summary key and summarised, key by key, into GLOUT, the
000000* ledger's fixed 80-byte posting layout:
000000*   H  header  - source VIVP, posting date, run date and time;
000000*   D  detail  - one per summary key and side: the OJTKSDATA
000000*                account (HIST-ACCT-KEY) where the calculation
000000*                carries one, otherwise the terminal it was keyed
000000*                on; a positive or zero result is a debit, a
000000*                negative result a credit, so a VREV reversal
000000*                (the original's result negated) lands on the
000000*                opposite side of what it backs out;
000000*   T  trailer - detail and entry counts, debit and credit
000000*                totals, written only when the file ties out.
000000* REPTFILE is the control report finance signs before the file
000000* is sent: each detail as written, then the day's VIVPHIST count
000000* and net result set against the interface's entries, debits
000000* and credits.  A file that does not tie gets no trailer and the
000000* job ends RC 8.  The job registers with VIVRCTL, so a posting
000000* date already sent is refused.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000     SELECT GLOUT ASSIGN TO GLOUT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-GLOUT-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000     SELECT GLWORK ASSIGN TO SORTWK01.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-POST-DATE          PIC X(7).
000000         03 FILLER                 PIC X(73).
000000*    GL interface file, LRECL 80.  Amounts are unsigned - the
000000*    side is carried in GLD-DR-CR.  GLD-BASIS is A when
000000*    GLD-SUMM-KEY is an OJTKSDATA KEY-VAL, T when it is a
000000*    terminal id (left-justified, space-filled).
000000 FD GLOUT
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 GL-DETAIL-REC.
000000         03 GLD-TYPE               PIC X(1).
000000         03 GLD-SOURCE             PIC X(4).
000000         03 GLD-POST-DATE          PIC 9(7).
000000         03 GLD-BASIS              PIC X(1).
000000         03 GLD-SUMM-KEY           PIC X(6).
000000         03 GLD-DR-CR              PIC X(1).
000000         03 GLD-AMOUNT             PIC 9(15)V99.
000000         03 GLD-ENTRY-COUNT        PIC 9(7).
000000         03 FILLER                 PIC X(36).
000000     01 GL-HDR-REC.
000000         03 GLH-TYPE               PIC X(1).
000000         03 GLH-SOURCE             PIC X(4).
000000         03 GLH-POST-DATE          PIC 9(7).
000000         03 GLH-RUN-DATE           PIC 9(8).
000000         03 GLH-RUN-TIME           PIC 9(6).
000000         03 FILLER                 PIC X(54).
000000     01 GL-TRL-REC.
000000         03 GLT-TYPE               PIC X(1).
000000         03 GLT-SOURCE             PIC X(4).
000000         03 GLT-POST-DATE          PIC 9(7).
000000         03 GLT-DETAIL-COUNT       PIC 9(7).
000000         03 GLT-ENTRY-COUNT        PIC 9(7).
000000         03 GLT-DEBIT-TOTAL        PIC 9(17)V99.
000000         03 GLT-CREDIT-TOTAL       PIC 9(17)V99.
000000         03 FILLER                 PIC X(16).
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                  PIC X(80).
000000*    One record per history record on the date - its summary
000000*    key and result.  Accounts (basis A) sort ahead of terminals
000000*    (basis T).
000000 SD GLWORK.
000000     01 GSW-REC.
000000         03 GSW-KEY.
000000             05 GSW-BASIS          PIC X(1).
000000             05 GSW-ID             PIC X(6).
000000         03 GSW-RSLT               PIC S9(15)V99 COMP-3.
000000 WORKING-STORAGE SECTION.
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-GLOUT-STATUS           PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 CTL-EOF                            VALUE 'Y'.
000000
000000     01 WS-POST-DATE              PIC S9(7) COMP-3 VALUE 0.
000000     01 WS-RUN-DATE               PIC 9(8) VALUE 0.
000000     01 WS-RUN-TIME-RAW           PIC 9(8) VALUE 0.
000000     01 WS-RUN-TIME               PIC 9(6) VALUE 0.
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
000000*    VIVPHIST side of the tie - what was read for the date.
000000     01 WS-HIST-READ              PIC 9(7) VALUE 0.
000000     01 WS-HIST-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-HIST-REV-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-HIST-CORR-COUNT        PIC 9(7) VALUE 0.
000000     01 WS-HIST-NET               PIC S9(17)V99 COMP-3 VALUE 0.
000000
000000*    Interface side of the tie - what was written to GLOUT.
000000     01 WS-GL-DETAIL-COUNT        PIC 9(7) VALUE 0.
000000     01 WS-GL-ENTRY-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-GL-DEBIT-TOTAL         PIC S9(17)V99 COMP-3 VALUE 0.
000000     01 WS-GL-CREDIT-TOTAL        PIC S9(17)V99 COMP-3 VALUE 0.
000000     01 WS-GL-NET                 PIC S9(17)V99 COMP-3 VALUE 0.
000000
000000     01 WS-TIE-FLAG               PIC X(1) VALUE 'N'.
000000        88 GL-TIES-OUT                        VALUE 'Y'.
000000        88 GL-OUT-OF-BALANCE                  VALUE 'N'.
000000     01 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 SORT-EOF                           VALUE 'Y'.
000000
000000*    The summary key being built - the history record's on the
000000*    way into the sort, the sorted key's on the way out - and its
000000*    two sides, cleared at each change of key.
000000     01 WS-SUMM-KEY.
000000         03 WS-SUMM-BASIS         PIC X(1).
000000         03 WS-SUMM-ID            PIC X(6).
000000     01 WS-SUMM-DR-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-SUMM-DR-AMOUNT         PIC S9(17)V99 COMP-3 VALUE 0.
000000     01 WS-SUMM-CR-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-SUMM-CR-AMOUNT         PIC S9(17)V99 COMP-3 VALUE 0.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    the control-card posting date is edited before the scan.
000000     01 WS-FLDCHECK-FIELD.
000000         03 WS-FLDCHECK-LEN       PIC S9(4) COMP.
000000         03 WS-FLDCHECK-DATA      PIC X(20).
000000     01 WS-FLDCHECK-TYPE          PIC X(1).
000000     01 WS-FLDCHECK-VALID         PIC X(1).
000000        88 FLDCHECK-VALID                        VALUE 'Y'.
000000        88 FLDCHECK-INVALID                      VALUE 'N'.
000000
000000*    Run-control hookup - the shared VIVRCTL subroutine refuses
000000*    a business date already stamped complete, so a posting date
000000*    cannot be sent to the ledger twice (see VIVRCTL).
000000     01 WS-RCTL-FUNC              PIC X(1).
000000     01 WS-RCTL-JOB               PIC X(8) VALUE 'VIVGLIF'.
000000     01 WS-RCTL-DATE              PIC 9(8) VALUE 0.
000000     01 WS-RCTL-JOBRC             PIC 9(2) VALUE 0.
000000     01 WS-RCTL-FLAG              PIC X(1).
000000        88 RCTL-OK                               VALUE 'Y'.
000000        88 RCTL-REFUSED                          VALUE 'N'.
000000
000000     01 WS-PAGE-NO                PIC 9(3) VALUE 0.
000000     01 WS-LINE-COUNT             PIC 9(2) VALUE 99.
000000     01 WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.
000000
000000     01 WS-REPT-HDR-1.
000000         03 FILLER                PIC X(36)
000000               VALUE "VIVP GL INTERFACE CONTROL REPORT".
000000         03 FILLER                PIC X(6) VALUE "DATE: ".
000000         03 HDR-POST-DATE         PIC 9(7).
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 FILLER                PIC X(6) VALUE "PAGE ".
000000         03 HDR-PAGE-NO           PIC ZZ9.
000000
000000     01 WS-REPT-HDR-2.
000000         03 FILLER                PIC X(9) VALUE "BASIS".
000000         03 FILLER                PIC X(8) VALUE "KEY".
000000         03 FILLER                PIC X(8) VALUE "SIDE".
000000         03 FILLER                PIC X(9) VALUE "  ENTRIES".
000000         03 FILLER                PIC X(22)
000000               VALUE "                AMOUNT".
000000
000000     01 WS-REPT-DETAIL.
000000         03 DTL-BASIS             PIC X(7).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-KEY               PIC X(6).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-SIDE              PIC X(6).
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 DTL-COUNT             PIC ZZZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-AMOUNT            PIC Z(16)9.99.
000000
000000     01 WS-REPT-SEC-TIE.
000000         03 FILLER                PIC X(40)
000000               VALUE "CONTROL TOTALS - VIVPHIST TO INTERFACE".
000000
000000     01 WS-REPT-TOT-1.
000000         03 FILLER                PIC X(24)
000000               VALUE "EXTRACT RECORDS READ : ".
000000         03 TOT-READ              PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-2.
000000         03 FILLER                PIC X(24)
000000               VALUE "POSTED ON THE DATE   : ".
000000         03 TOT-HIST-COUNT        PIC ZZZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 TOT-HIST-NET          PIC -(17)9.99.
000000
000000     01 WS-REPT-TOT-3.
000000         03 FILLER                PIC X(24)
000000               VALUE "  OF WHICH REVERSALS : ".
000000         03 TOT-REV-COUNT         PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000               VALUE "  OF WHICH CORRECTIONS: ".
000000         03 TOT-CORR-COUNT        PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-5.
000000         03 FILLER                PIC X(24)
000000               VALUE "INTERFACE DETAILS    : ".
000000         03 TOT-GL-DETAILS        PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-6.
000000         03 FILLER                PIC X(24)
000000               VALUE "INTERFACE ENTRIES    : ".
000000         03 TOT-GL-ENTRIES        PIC ZZZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 TOT-GL-NET            PIC -(17)9.99.
000000
000000     01 WS-REPT-TOT-7.
000000         03 FILLER                PIC X(24)
000000               VALUE "  DEBITS             : ".
000000         03 FILLER                PIC X(9) VALUE SPACES.
000000         03 TOT-GL-DEBITS         PIC Z(17)9.99.
000000
000000     01 WS-REPT-TOT-8.
000000         03 FILLER                PIC X(24)
000000               VALUE "  CREDITS            : ".
000000         03 FILLER                PIC X(9) VALUE SPACES.
000000         03 TOT-GL-CREDITS        PIC Z(17)9.99.
000000
000000     01 WS-REPT-RESULT.
000000         03 RES-TEXT              PIC X(60).
000000
000000     01 WS-REPT-SIGNOFF.
000000         03 FILLER                PIC X(18)
000000               VALUE "FINANCE SIGN-OFF: ".
000000         03 FILLER                PIC X(20) VALUE ALL "_".
000000         03 FILLER                PIC X(8) VALUE "  DATE: ".
000000         03 FILLER                PIC X(10) VALUE ALL "_".
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0100-GET-RUN-STAMPS.
000000         PERFORM 0200-GET-POST-DATE.
000000         IF RETURN-CODE = 0
000000             MOVE WS-POST-DATE TO WS-RCTL-DATE
000000             PERFORM 0300-RUN-CONTROL-START
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             PERFORM 1000-INTERFACE-PASS
000000         END-IF.
000000         IF RETURN-CODE <= 4
000000             PERFORM 0400-RUN-CONTROL-END
000000         END-IF.
000000         DISPLAY "VIVPHIST ON DATE: " WS-HIST-COUNT.
000000         DISPLAY "GL DETAILS      : " WS-GL-DETAIL-COUNT.
000000         DISPLAY "GL ENTRIES      : " WS-GL-ENTRY-COUNT.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0100-GET-RUN-STAMPS.
000000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000000         ACCEPT WS-RUN-TIME-RAW FROM TIME.
000000         DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
000000
000000     0200-GET-POST-DATE.
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
000000                 DISPLAY "CTLCARD EMPTY, NO POSTING DATE"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 0250-EDIT-POST-DATE
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000
000000     0250-EDIT-POST-DATE.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 7 TO WS-FLDCHECK-LEN.
000000         MOVE CTL-POST-DATE TO WS-FLDCHECK-DATA(1:7).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "POSTING DATE NOT NUMERIC: " CTL-POST-DATE
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             MOVE CTL-POST-DATE TO WS-POST-DATE
000000         END-IF.
000000
000000     0300-RUN-CONTROL-START.
000000         MOVE 'S' TO WS-RCTL-FUNC.
000000         CALL 'VIVRCTL' USING WS-RCTL-FUNC, WS-RCTL-JOB,
000000                 WS-RCTL-DATE, WS-RCTL-JOBRC, WS-RCTL-FLAG.
000000         IF RCTL-REFUSED
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000     0400-RUN-CONTROL-END.
000000         MOVE 'E' TO WS-RCTL-FUNC.
000000         MOVE RETURN-CODE TO WS-RCTL-JOBRC.
000000         CALL 'VIVRCTL' USING WS-RCTL-FUNC, WS-RCTL-JOB,
000000                 WS-RCTL-DATE, WS-RCTL-JOBRC, WS-RCTL-FLAG.
000000         IF RCTL-REFUSED AND RETURN-CODE = 0
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000     1000-INTERFACE-PASS.
000000         PERFORM 1050-VERIFY-EXTRACT.
000000         IF RETURN-CODE = 0
000000             PERFORM 1060-BUILD-INTERFACE
000000         END-IF.
000000
000000*    The extract must balance to its trailer and be this one
000000*    day's generation before a posting is built from it.
000000     1050-VERIFY-EXTRACT.
000000         MOVE 'V' TO WS-HX-FUNC.
000000         CALL 'VIVHRDR' USING WS-HX-PARMS, HIST-REC.
000000         MOVE WS-HX-LOW-DATE TO WS-HX-DATE.
000000         EVALUATE TRUE
000000             WHEN HX-FAILED
000000                 DISPLAY "HISTORY EXTRACT REJECTED - NO INTERFACE"
000000                 MOVE 8 TO RETURN-CODE
000000             WHEN WS-HX-GEN-COUNT NOT = 1
000000             WHEN WS-HX-DATE NOT = WS-POST-DATE
000000                 DISPLAY "HISTORY EXTRACT IS FOR " WS-HX-LOW-DATE
000000                         " (" WS-HX-GEN-COUNT " GENERATIONS), "
000000                         "NOT THE POSTING DATE"
000000                 MOVE 8 TO RETURN-CODE
000000         END-EVALUATE.
000000
000000     1060-BUILD-INTERFACE.
000000         OPEN OUTPUT GLOUT.
000000         OPEN OUTPUT REPTFILE.
000000         IF WS-GLOUT-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING GLOUT: " WS-GLOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 2100-WRITE-HEADER
000000             IF RETURN-CODE = 0
000000                 SORT GLWORK
000000                     ON ASCENDING KEY GSW-KEY
000000                     INPUT PROCEDURE IS 1100-SCAN-VIVPHIST
000000                     OUTPUT PROCEDURE IS 2000-WRITE-DETAILS
000000                 IF SORT-RETURN NOT = 0
000000                     DISPLAY "SUMMARY SORT FAILED, NOT INTERFACED"
000000                     MOVE 8 TO RETURN-CODE
000000                 END-IF
000000             END-IF
000000             PERFORM 2500-TIE-TOTALS
000000             IF GL-TIES-OUT AND RETURN-CODE = 0
000000                 PERFORM 2300-WRITE-TRAILER
000000             END-IF
000000             PERFORM 3000-PRINT-CONTROL-TOTALS
000000         END-IF.
000000         CLOSE GLOUT.
000000         CLOSE REPTFILE.
000000
000000*    Sort input.  The reader is a CALL, which resets
000000*    RETURN-CODE, so a failed read is turned into the failure
000000*    once the scan is over, from the reader's own status.
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
000000         ADD 1 TO WS-HIST-READ.
000000         IF HIST-DATE = WS-POST-DATE
000000             ADD 1 TO WS-HIST-COUNT
000000             ADD HIST-RSLT TO WS-HIST-NET
000000             IF HIST-REVERSAL-ENTRY
000000                 ADD 1 TO WS-HIST-REV-COUNT
000000             END-IF
000000             IF HIST-CORRECTION-ENTRY
000000                 ADD 1 TO WS-HIST-CORR-COUNT
000000             END-IF
000000             IF HIST-ACCT-KEY = SPACES OR
000000                HIST-ACCT-KEY = LOW-VALUES
000000                 MOVE 'T' TO WS-SUMM-BASIS
000000                 MOVE HIST-TRMID TO WS-SUMM-ID
000000             ELSE
000000                 MOVE 'A' TO WS-SUMM-BASIS
000000                 MOVE HIST-ACCT-KEY TO WS-SUMM-ID
000000             END-IF
000000             MOVE WS-SUMM-KEY TO GSW-KEY
000000             MOVE HIST-RSLT TO GSW-RSLT
000000             RELEASE GSW-REC
000000         END-IF.
000000
000000*    Sort output - the sorted records come back key by key, and
000000*    each key's debit and credit details are written when the key
000000*    changes.  Nothing is written once the run has failed.
000000     2000-WRITE-DETAILS.
000000         PERFORM 2900-PRINT-HEADERS.
000000         IF RETURN-CODE <= 4
000000             PERFORM 2050-RETURN-SUMMARY
000000             PERFORM UNTIL SORT-EOF OR RETURN-CODE > 4
000000                 PERFORM 2020-SUMMARISE-KEY
000000             END-PERFORM
000000         END-IF.
000000
000000     2020-SUMMARISE-KEY.
000000         MOVE GSW-KEY TO WS-SUMM-KEY.
000000         MOVE 0 TO WS-SUMM-DR-COUNT.
000000         MOVE 0 TO WS-SUMM-DR-AMOUNT.
000000         MOVE 0 TO WS-SUMM-CR-COUNT.
000000         MOVE 0 TO WS-SUMM-CR-AMOUNT.
000000         PERFORM UNTIL SORT-EOF OR GSW-KEY NOT = WS-SUMM-KEY
000000             PERFORM 2030-ADD-TO-SIDE
000000             PERFORM 2050-RETURN-SUMMARY
000000         END-PERFORM.
000000         PERFORM 2200-WRITE-SUMMARY.
000000
000000*    Credits are held as positive amounts, as the ledger takes
000000*    them.
000000     2030-ADD-TO-SIDE.
000000         IF GSW-RSLT < 0
000000             ADD 1 TO WS-SUMM-CR-COUNT
000000             SUBTRACT GSW-RSLT FROM WS-SUMM-CR-AMOUNT
000000         ELSE
000000             ADD 1 TO WS-SUMM-DR-COUNT
000000             ADD GSW-RSLT TO WS-SUMM-DR-AMOUNT
000000         END-IF.
000000
000000     2050-RETURN-SUMMARY.
000000         RETURN GLWORK
000000             AT END SET SORT-EOF TO TRUE
000000         END-RETURN.
000000
000000     2100-WRITE-HEADER.
000000         MOVE SPACES TO GL-HDR-REC.
000000         MOVE 'H' TO GLH-TYPE.
000000         MOVE 'VIVP' TO GLH-SOURCE.
000000         MOVE WS-POST-DATE TO GLH-POST-DATE.
000000         MOVE WS-RUN-DATE TO GLH-RUN-DATE.
000000         MOVE WS-RUN-TIME TO GLH-RUN-TIME.
000000         WRITE GL-HDR-REC.
000000         IF WS-GLOUT-STATUS NOT = "00"
000000             DISPLAY "GL HEADER WRITE FAILED: " WS-GLOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000*    A key with work on both sides gets a debit and a credit
000000*    detail; a side with no entries is not written.
000000     2200-WRITE-SUMMARY.
000000         IF WS-SUMM-DR-COUNT > 0
000000             MOVE 'D' TO GLD-DR-CR
000000             MOVE WS-SUMM-DR-AMOUNT TO GLD-AMOUNT
000000             MOVE WS-SUMM-DR-COUNT TO GLD-ENTRY-COUNT
000000             PERFORM 2250-WRITE-DETAIL
000000         END-IF.
000000         IF WS-SUMM-CR-COUNT > 0 AND RETURN-CODE <= 4
000000             MOVE 'C' TO GLD-DR-CR
000000             MOVE WS-SUMM-CR-AMOUNT TO GLD-AMOUNT
000000             MOVE WS-SUMM-CR-COUNT TO GLD-ENTRY-COUNT
000000             PERFORM 2250-WRITE-DETAIL
000000         END-IF.
000000
000000     2250-WRITE-DETAIL.
000000         MOVE 'D' TO GLD-TYPE.
000000         MOVE 'VIVP' TO GLD-SOURCE.
000000         MOVE WS-POST-DATE TO GLD-POST-DATE.
000000         MOVE WS-SUMM-BASIS TO GLD-BASIS.
000000         MOVE WS-SUMM-ID TO GLD-SUMM-KEY.
000000         MOVE SPACES TO GL-DETAIL-REC(45:36).
000000         WRITE GL-DETAIL-REC.
000000         IF WS-GLOUT-STATUS NOT = "00"
000000*            A ledger file missing a detail is no ledger file -
000000*            stop, and no trailer is written.
000000             DISPLAY "GL DETAIL WRITE FAILED: " WS-GLOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             ADD 1 TO WS-GL-DETAIL-COUNT
000000             ADD GLD-ENTRY-COUNT TO WS-GL-ENTRY-COUNT
000000             IF GLD-DR-CR = 'C'
000000                 ADD GLD-AMOUNT TO WS-GL-CREDIT-TOTAL
000000             ELSE
000000                 ADD GLD-AMOUNT TO WS-GL-DEBIT-TOTAL
000000             END-IF
000000             PERFORM 3100-PRINT-DETAIL
000000         END-IF.
000000
000000     2300-WRITE-TRAILER.
000000         MOVE SPACES TO GL-TRL-REC.
000000         MOVE 'T' TO GLT-TYPE.
000000         MOVE 'VIVP' TO GLT-SOURCE.
000000         MOVE WS-POST-DATE TO GLT-POST-DATE.
000000         MOVE WS-GL-DETAIL-COUNT TO GLT-DETAIL-COUNT.
000000         MOVE WS-GL-ENTRY-COUNT TO GLT-ENTRY-COUNT.
000000         MOVE WS-GL-DEBIT-TOTAL TO GLT-DEBIT-TOTAL.
000000         MOVE WS-GL-CREDIT-TOTAL TO GLT-CREDIT-TOTAL.
000000         WRITE GL-TRL-REC.
000000         IF WS-GLOUT-STATUS NOT = "00"
000000             DISPLAY "GL TRAILER WRITE FAILED: " WS-GLOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000*    The interface ties out when every history record for the
000000*    date is carried in exactly one detail and the debits less
000000*    the credits come back to the day's net result.
000000     2500-TIE-TOTALS.
000000         COMPUTE WS-GL-NET =
000000             WS-GL-DEBIT-TOTAL - WS-GL-CREDIT-TOTAL.
000000         IF WS-GL-ENTRY-COUNT = WS-HIST-COUNT AND
000000            WS-GL-NET = WS-HIST-NET
000000             SET GL-TIES-OUT TO TRUE
000000         ELSE
000000             SET GL-OUT-OF-BALANCE TO TRUE
000000             DISPLAY "GL INTERFACE DOES NOT TIE TO VIVPHIST"
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000     2900-PRINT-HEADERS.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO HDR-PAGE-NO.
000000         MOVE WS-POST-DATE TO HDR-POST-DATE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-2
000000             AFTER ADVANCING 2 LINES.
000000         MOVE 0 TO WS-LINE-COUNT.
000000
000000     3000-PRINT-CONTROL-TOTALS.
000000         IF WS-LINE-COUNT + 16 > WS-LINES-PER-PAGE
000000             PERFORM 2900-PRINT-HEADERS
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-REPT-SEC-TIE
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-HIST-READ TO TOT-READ.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-HIST-COUNT TO TOT-HIST-COUNT.
000000         MOVE WS-HIST-NET TO TOT-HIST-NET.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-HIST-REV-COUNT TO TOT-REV-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-HIST-CORR-COUNT TO TOT-CORR-COUNT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-GL-DETAIL-COUNT TO TOT-GL-DETAILS.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-5
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-GL-ENTRY-COUNT TO TOT-GL-ENTRIES.
000000         MOVE WS-GL-NET TO TOT-GL-NET.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-6
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-GL-DEBIT-TOTAL TO TOT-GL-DEBITS.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-7
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-GL-CREDIT-TOTAL TO TOT-GL-CREDITS.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-8
000000             AFTER ADVANCING 1 LINE.
000000         IF GL-TIES-OUT AND RETURN-CODE = 0
000000             MOVE "INTERFACE TIES TO VIVPHIST - TRAILER WRITTEN"
000000                 TO RES-TEXT
000000         ELSE
000000             MOVE "*** NOT TIED - NO TRAILER, DO NOT TRANSMIT ***"
000000                 TO RES-TEXT
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-REPT-RESULT
000000             AFTER ADVANCING 2 LINES.
000000         WRITE REPT-LINE FROM WS-REPT-SIGNOFF
000000             AFTER ADVANCING 3 LINES.
000000
000000     3100-PRINT-DETAIL.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 2900-PRINT-HEADERS
000000         END-IF.
000000         IF GLD-BASIS = 'A'
000000             MOVE 'ACCOUNT' TO DTL-BASIS
000000         ELSE
000000             MOVE 'TERM' TO DTL-BASIS
000000         END-IF.
000000         MOVE GLD-SUMM-KEY TO DTL-KEY.
000000         IF GLD-DR-CR = 'C'
000000             MOVE 'CREDIT' TO DTL-SIDE
000000         ELSE
000000             MOVE 'DEBIT' TO DTL-SIDE
000000         END-IF.
000000         MOVE GLD-ENTRY-COUNT TO DTL-COUNT.
000000         MOVE GLD-AMOUNT TO DTL-AMOUNT.
000000         WRITE REPT-LINE FROM WS-REPT-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
