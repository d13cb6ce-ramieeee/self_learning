000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVHEXT.
000000*----------------------------------------------------------------
000000* Daily extract of the VIVPHIST history KSDS (RAMIEVH), run
000000* once early in the nightly stream so the reporting jobs stop
000000* browsing the whole cluster each to pick out one day.  One
000000* sequential pass cuts every history record for the business
000000* date on CTLCARD (CYYDDD, cols 1-7, the form HIST-DATE is
000000* keyed in) into a dated sequential generation, LRECL 88:
000000*   H  header  - business date, run date, run time,
000000*   D  detail  - the 87-byte HIST-REC image as stored,
000000*   T  trailer - the record count, a hash total of HIST-TIME +
000000*                HIST-TASKN, the HIST-RSLT total, and the
000000*                whole-cluster record count and low/high
000000*                HIST-DATE (VIVRECON reports those, and this
000000*                is the one job that still reads every record).
000000* VIVRECON, VIVSTATS, VIVMATCH, VIVACCT, VIVGLIF and VIVMSTAT
000000* read the generation through the shared VIVHRDR reader, which
000000* recomputes the trailer before any reporting is done, so an
000000* extract cut short - by an abend or a write error here - stops
000000* the reporting jobs instead of printing low totals.  A write
000000* error ends the run at once with no trailer written, and the
000000* date is not stamped complete, so the extract can be rerun.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT VIVPHIST ASSIGN TO RAMIEVH
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS SEQUENTIAL
000000     RECORD KEY IS HIST-KEY
000000     FILE STATUS IS WS-VIVPHIST-STATUS.
000000     SELECT HISTEXT ASSIGN TO HISTEXT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-HISTEXT-STATUS.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD VIVPHIST.
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
000000*    The daily extract - VIVHRDR reads this same layout.
000000 FD HISTEXT
000000     RECORD CONTAINS 88 CHARACTERS.
000000     01 HEXT-REC.
000000         03 HEX-TYPE               PIC X(1).
000000         03 HEX-HIST-REC           PIC X(87).
000000     01 HEXT-HDR-REC.
000000         03 HEH-TYPE               PIC X(1).
000000         03 HEH-BUS-DATE           PIC 9(7).
000000         03 HEH-RUN-DATE           PIC 9(8).
000000         03 HEH-RUN-TIME           PIC 9(6).
000000         03 FILLER                 PIC X(66).
000000     01 HEXT-TRL-REC.
000000         03 HET-TYPE               PIC X(1).
000000         03 HET-REC-COUNT          PIC 9(7).
000000         03 HET-KEY-HASH           PIC 9(15).
000000         03 HET-RESULT-TOTAL       PIC S9(17)V99
000000                                   SIGN LEADING SEPARATE.
000000         03 HET-CLUSTER-COUNT      PIC 9(9).
000000         03 HET-CLUSTER-LOW        PIC 9(7).
000000         03 HET-CLUSTER-HIGH       PIC 9(7).
000000         03 FILLER                 PIC X(22).
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-BUS-DATE           PIC X(7).
000000         03 FILLER                 PIC X(73).
000000 WORKING-STORAGE SECTION.
000000     01 WS-VIVPHIST-STATUS        PIC X(2).
000000     01 WS-HISTEXT-STATUS         PIC X(2).
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000
000000     01 WS-HIST-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 HIST-EOF                           VALUE 'Y'.
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 CTL-EOF                            VALUE 'Y'.
000000
000000     01 WS-BUS-DATE               PIC S9(7) COMP-3 VALUE 0.
000000
000000     01 WS-EXTRACT-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-RESULT-TOTAL           PIC S9(17)V99 COMP-3 VALUE 0.
000000
000000*    The trailer's hash total - HIST-TIME plus HIST-TASKN of
000000*    every record cut, so a dropped or doctored record moves
000000*    the hash even when the count happens to survive.
000000     01 WS-KEY-HASH               PIC 9(15) VALUE 0.
000000
000000*    Whole-cluster figures, carried on the trailer for VIVRECON.
000000     01 WS-CLUSTER-COUNT          PIC 9(9) VALUE 0.
000000     01 WS-CLUSTER-LOW            PIC 9(7) VALUE 0.
000000     01 WS-CLUSTER-HIGH           PIC 9(7) VALUE 0.
000000     01 WS-HIST-DATE              PIC 9(7).
000000
000000     01 WS-RUN-DATE               PIC 9(8) VALUE 0.
000000     01 WS-RUN-TIME-RAW           PIC 9(8) VALUE 0.
000000     01 WS-RUN-TIME               PIC 9(6) VALUE 0.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    the control-card business date is edited before the cut.
000000     01 WS-FLDCHECK-FIELD.
000000         03 WS-FLDCHECK-LEN       PIC S9(4) COMP.
000000         03 WS-FLDCHECK-DATA      PIC X(20).
000000     01 WS-FLDCHECK-TYPE          PIC X(1).
000000     01 WS-FLDCHECK-VALID         PIC X(1).
000000        88 FLDCHECK-VALID                        VALUE 'Y'.
000000        88 FLDCHECK-INVALID                      VALUE 'N'.
000000
000000
000000*    Run-control hookup - the shared VIVRCTL subroutine refuses
000000*    a business date already stamped complete and flags a gap
000000*    since the last completed date (see VIVRCTL).
000000     01 WS-RCTL-FUNC              PIC X(1).
000000     01 WS-RCTL-JOB               PIC X(8) VALUE 'VIVHEXT'.
000000     01 WS-RCTL-DATE              PIC 9(8) VALUE 0.
000000     01 WS-RCTL-JOBRC             PIC 9(2) VALUE 0.
000000     01 WS-RCTL-FLAG              PIC X(1).
000000        88 RCTL-OK                               VALUE 'Y'.
000000        88 RCTL-REFUSED                          VALUE 'N'.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0200-GET-BUS-DATE.
000000         IF RETURN-CODE = 0
000000             MOVE WS-BUS-DATE TO WS-RCTL-DATE
000000             PERFORM 0300-RUN-CONTROL-START
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             PERFORM 1000-EXTRACT-PASS
000000         END-IF.
000000         IF RETURN-CODE <= 4
000000             PERFORM 0400-RUN-CONTROL-END
000000         END-IF.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0200-GET-BUS-DATE.
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
000000                 DISPLAY "CTLCARD EMPTY, NO BUSINESS DATE"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 0250-EDIT-BUS-DATE
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000
000000     0250-EDIT-BUS-DATE.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 7 TO WS-FLDCHECK-LEN.
000000         MOVE CTL-BUS-DATE TO WS-FLDCHECK-DATA(1:7).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "BUSINESS DATE NOT NUMERIC: " CTL-BUS-DATE
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             MOVE CTL-BUS-DATE TO WS-BUS-DATE
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
000000     1000-EXTRACT-PASS.
000000         OPEN INPUT VIVPHIST.
000000         OPEN OUTPUT HISTEXT.
000000         IF WS-VIVPHIST-STATUS NOT = "00" OR
000000            WS-HISTEXT-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING EXTRACT FILES: "
000000                     WS-VIVPHIST-STATUS " / " WS-HISTEXT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1050-WRITE-HEADER
000000             PERFORM UNTIL HIST-EOF OR RETURN-CODE NOT = 0
000000                 READ VIVPHIST NEXT RECORD
000000                     AT END SET HIST-EOF TO TRUE
000000                     NOT AT END PERFORM 1200-PROCESS-HIST-RECORD
000000                 END-READ
000000                 IF WS-VIVPHIST-STATUS NOT = "00" AND
000000                    WS-VIVPHIST-STATUS NOT = "10"
000000                     DISPLAY "I/O ERROR READING VIVPHIST: "
000000                             WS-VIVPHIST-STATUS
000000                     MOVE 8 TO RETURN-CODE
000000                     SET HIST-EOF TO TRUE
000000                 END-IF
000000             END-PERFORM
000000             IF RETURN-CODE = 0
000000                 PERFORM 1300-WRITE-TRAILER
000000             END-IF
000000             DISPLAY "BUSINESS DATE     : " WS-RCTL-DATE
000000             DISPLAY "RECORDS EXTRACTED : " WS-EXTRACT-COUNT
000000             DISPLAY "RECORDS ON CLUSTER: " WS-CLUSTER-COUNT
000000         END-IF.
000000         CLOSE VIVPHIST.
000000         CLOSE HISTEXT.
000000
000000     1050-WRITE-HEADER.
000000         ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
000000         ACCEPT WS-RUN-TIME-RAW FROM TIME.
000000         DIVIDE WS-RUN-TIME-RAW BY 100 GIVING WS-RUN-TIME.
000000         MOVE SPACES TO HEXT-HDR-REC.
000000         MOVE 'H' TO HEH-TYPE.
000000         MOVE WS-BUS-DATE TO HEH-BUS-DATE.
000000         MOVE WS-RUN-DATE TO HEH-RUN-DATE.
000000         MOVE WS-RUN-TIME TO HEH-RUN-TIME.
000000         WRITE HEXT-HDR-REC.
000000         PERFORM 1400-CHECK-WRITE.
000000
000000     1200-PROCESS-HIST-RECORD.
000000         ADD 1 TO WS-CLUSTER-COUNT.
000000         MOVE HIST-DATE TO WS-HIST-DATE.
000000         IF WS-CLUSTER-COUNT = 1
000000             MOVE WS-HIST-DATE TO WS-CLUSTER-LOW
000000             MOVE WS-HIST-DATE TO WS-CLUSTER-HIGH
000000         ELSE
000000             IF WS-HIST-DATE < WS-CLUSTER-LOW
000000                 MOVE WS-HIST-DATE TO WS-CLUSTER-LOW
000000             END-IF
000000             IF WS-HIST-DATE > WS-CLUSTER-HIGH
000000                 MOVE WS-HIST-DATE TO WS-CLUSTER-HIGH
000000             END-IF
000000         END-IF.
000000         IF HIST-DATE = WS-BUS-DATE
000000             MOVE 'D' TO HEX-TYPE
000000             MOVE HIST-REC TO HEX-HIST-REC
000000             WRITE HEXT-REC
000000             PERFORM 1400-CHECK-WRITE
000000             ADD 1 TO WS-EXTRACT-COUNT
000000             ADD HIST-TIME TO WS-KEY-HASH
000000             ADD HIST-TASKN TO WS-KEY-HASH
000000             ADD HIST-RSLT TO WS-RESULT-TOTAL
000000         END-IF.
000000
000000     1300-WRITE-TRAILER.
000000         MOVE SPACES TO HEXT-TRL-REC.
000000         MOVE 'T' TO HET-TYPE.
000000         MOVE WS-EXTRACT-COUNT TO HET-REC-COUNT.
000000         MOVE WS-KEY-HASH TO HET-KEY-HASH.
000000         MOVE WS-RESULT-TOTAL TO HET-RESULT-TOTAL.
000000         MOVE WS-CLUSTER-COUNT TO HET-CLUSTER-COUNT.
000000         MOVE WS-CLUSTER-LOW TO HET-CLUSTER-LOW.
000000         MOVE WS-CLUSTER-HIGH TO HET-CLUSTER-HIGH.
000000         WRITE HEXT-TRL-REC.
000000         PERFORM 1400-CHECK-WRITE.
000000
000000*    A write that fails leaves the generation without its
000000*    trailer, which VIVHRDR refuses - stop here rather than
000000*    carry on cutting into a file nobody will accept.
000000     1400-CHECK-WRITE.
000000         IF WS-HISTEXT-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR WRITING HISTEXT: "
000000                     WS-HISTEXT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
