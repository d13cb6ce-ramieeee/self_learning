000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVACCT.
000000*----------------------------------------------------------------
000000* Daily VIVP activity by OJTKSDATA account from the VIVPHIST
000000* daily extract (HISTIN, cut by VIVHEXT and read through the
000000* shared VIVHRDR reader).  The report date arrives on the
000000* CTLCARD control card (cols 1-7, CYYDDD, the form HIST-DATE is
000000* keyed in); the extract is verified against its trailer first
000000* and must be the one generation for that date.
000000* Every calculation tagged with an account (HIST-ACCT-KEY, set
000000* by the VIVP screen or the VIVBCALC card) is counted and its
000000* result summed against that KEY-VAL; REPTFILE lists one line
000000* per account in key order with the REC-DESC and REC-STATUS
000000* read back from the master (RAMIEOJT), then a line for the
000000* untagged calculations and the day's grand totals.  An
000000* account no longer on the master still prints, described as
000000* such, so VIVRECON's exception list can be read against it.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OJTKSDATA ASSIGN TO RAMIEOJT
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS RANDOM
000000     RECORD KEY IS KEY-VAL
000000     FILE STATUS IS WS-OJTKSDATA-STATUS.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000     SELECT ACCTWORK ASSIGN TO SORTWK01.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD OJTKSDATA.
000000     01 IN-DATA.
000000         03 KEY-VAL                PIC 9(6).
000000         03 SAY-HELLO-WORLD        PIC X(13).
000000         03 REC-STATUS             PIC X(1).
000000         03 REC-DESC               PIC X(30).
000000         03 REC-MAINT-DATE         PIC 9(8).
000000         03 REC-MAINT-TIME         PIC 9(6).
000000         03 REC-MAINT-USER         PIC X(8).
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-REPORT-DATE        PIC X(7).
000000         03 FILLER                 PIC X(73).
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                  PIC X(80).
000000*    Sort work for the account summary - one record per tagged
000000*    calculation, returned in account order.
000000 SD ACCTWORK.
000000     01 ASW-REC.
000000         03 ASW-ACCT-KEY           PIC X(6).
000000         03 ASW-RSLT               PIC S9(15)V99 COMP-3.
000000 WORKING-STORAGE SECTION.
000000     01 WS-OJTKSDATA-STATUS       PIC X(2).
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 CTL-EOF                            VALUE 'Y'.
000000     01 WS-SORT-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 SORT-EOF                           VALUE 'Y'.
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
000000     01 WS-GRAND-NET              PIC S9(15)V99 COMP-3 VALUE 0.
000000     01 WS-UNTAGGED-COUNT         PIC 9(7) VALUE 0.
000000     01 WS-UNTAGGED-NET           PIC S9(15)V99 COMP-3 VALUE 0.
000000
000000*    The account being summarised as the sorted records come
000000*    back, and the number of accounts printed.
000000     01 WS-ACCT-ID                PIC X(6).
000000     01 WS-ACCT-COUNT             PIC 9(7).
000000     01 WS-ACCT-NET               PIC S9(15)V99 COMP-3.
000000     01 WS-ACCTS-PRINTED          PIC 9(7) VALUE 0.
000000     01 WS-ACCT-TOTAL             PIC 9(7) VALUE 0.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    the control-card report date is edited before the scan.
000000     01 WS-FLDCHECK-FIELD.
000000         03 WS-FLDCHECK-LEN       PIC S9(4) COMP.
000000         03 WS-FLDCHECK-DATA      PIC X(20).
000000     01 WS-FLDCHECK-TYPE          PIC X(1).
000000     01 WS-FLDCHECK-VALID         PIC X(1).
000000        88 FLDCHECK-VALID                        VALUE 'Y'.
000000        88 FLDCHECK-INVALID                      VALUE 'N'.
000000
000000*    Run-control hookup - the shared VIVRCTL subroutine refuses
000000*    a business date already stamped complete and flags a gap
000000*    since the last completed date (see VIVRCTL).
000000     01 WS-RCTL-FUNC              PIC X(1).
000000     01 WS-RCTL-JOB               PIC X(8) VALUE 'VIVACCT'.
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
000000               VALUE "VIVP DAILY ACTIVITY BY ACCOUNT".
000000         03 FILLER                PIC X(6) VALUE "DATE: ".
000000         03 HDR-REPORT-DATE       PIC 9(7).
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 FILLER                PIC X(6) VALUE "PAGE ".
000000         03 HDR-PAGE-NO           PIC ZZ9.
000000
000000     01 WS-REPT-HDR-2.
000000         03 FILLER                PIC X(8) VALUE "ACCOUNT".
000000         03 FILLER                PIC X(32) VALUE "DESCRIPTION".
000000         03 FILLER                PIC X(5) VALUE "STAT".
000000         03 FILLER                PIC X(9) VALUE "  CALCS".
000000         03 FILLER                PIC X(18)
000000               VALUE "        NET RESULT".
000000
000000     01 WS-REPT-DETAIL.
000000         03 DTL-ACCT              PIC X(6).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-DESC              PIC X(30).
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 DTL-STATUS            PIC X(1).
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 DTL-COUNT             PIC ZZZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-NET               PIC -(14)9.99.
000000
000000     01 WS-REPT-TOT-1.
000000         03 FILLER                PIC X(24)
000000               VALUE "ACCOUNTS WITH ACTIVITY: ".
000000         03 TOT-ACCTS             PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-2.
000000         03 FILLER                PIC X(24)
000000               VALUE "TAGGED CALCULATIONS  : ".
000000         03 TOT-TAGGED            PIC ZZZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 TOT-TAGGED-NET        PIC -(14)9.99.
000000
000000     01 WS-REPT-TOT-3.
000000         03 FILLER                PIC X(24)
000000               VALUE "UNTAGGED CALCULATIONS: ".
000000         03 TOT-UNTAGGED          PIC ZZZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 TOT-UNTAGGED-NET      PIC -(14)9.99.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000               VALUE "TOTAL CALCULATIONS   : ".
000000         03 TOT-GRAND             PIC ZZZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 TOT-GRAND-NET         PIC -(14)9.99.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0200-GET-REPORT-DATE.
000000         IF RETURN-CODE = 0
000000             MOVE WS-REPORT-DATE TO WS-RCTL-DATE
000000             PERFORM 0300-RUN-CONTROL-START
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             PERFORM 1000-SCAN-PASS
000000         END-IF.
000000         IF RETURN-CODE <= 4
000000             PERFORM 0400-RUN-CONTROL-END
000000         END-IF.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0200-GET-REPORT-DATE.
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
000000                 DISPLAY "CTLCARD EMPTY, NO REPORT DATE"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 0250-EDIT-REPORT-DATE
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000
000000     0250-EDIT-REPORT-DATE.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 7 TO WS-FLDCHECK-LEN.
000000         MOVE CTL-REPORT-DATE TO WS-FLDCHECK-DATA(1:7).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "REPORT DATE NOT NUMERIC: " CTL-REPORT-DATE
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             MOVE CTL-REPORT-DATE TO WS-REPORT-DATE
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
000000     1000-SCAN-PASS.
000000         PERFORM 1050-VERIFY-EXTRACT.
000000         IF RETURN-CODE = 0
000000             OPEN INPUT OJTKSDATA
000000             OPEN OUTPUT REPTFILE
000000             IF WS-OJTKSDATA-STATUS NOT = "00" OR
000000                WS-REPTFILE-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR OPENING OJTKSDATA/REPTFILE: "
000000                         WS-OJTKSDATA-STATUS " / "
000000                         WS-REPTFILE-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 SORT ACCTWORK
000000                     ON ASCENDING KEY ASW-ACCT-KEY
000000                     INPUT PROCEDURE IS 1100-SCAN-VIVPHIST
000000                     OUTPUT PROCEDURE IS 3000-PRINT-REPORT
000000                 IF SORT-RETURN NOT = 0
000000                     DISPLAY "ACCOUNT SORT FAILED, REPORT "
000000                             "INCOMPLETE"
000000                     MOVE 8 TO RETURN-CODE
000000                 END-IF
000000             END-IF
000000             CLOSE OJTKSDATA
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
000000         IF HIST-DATE = WS-REPORT-DATE
000000             ADD 1 TO WS-GRAND-COUNT
000000             ADD HIST-RSLT TO WS-GRAND-NET
000000             IF HIST-ACCT-KEY = SPACES OR
000000                HIST-ACCT-KEY = LOW-VALUES
000000                 ADD 1 TO WS-UNTAGGED-COUNT
000000                 ADD HIST-RSLT TO WS-UNTAGGED-NET
000000             ELSE
000000                 PERFORM 1300-TALLY-ACCOUNT
000000             END-IF
000000         END-IF.
000000
000000     1300-TALLY-ACCOUNT.
000000         MOVE HIST-ACCT-KEY TO ASW-ACCT-KEY.
000000         MOVE HIST-RSLT TO ASW-RSLT.
000000         RELEASE ASW-REC.
000000
000000     2900-PRINT-HEADERS.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO HDR-PAGE-NO.
000000         MOVE WS-REPORT-DATE TO HDR-REPORT-DATE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-2
000000             AFTER ADVANCING 2 LINES.
000000         MOVE 0 TO WS-LINE-COUNT.
000000
000000*    Sort output - the tagged calculations come back in account
000000*    order and each account's line is printed when the account
000000*    changes, then the day's totals.
000000     3000-PRINT-REPORT.
000000         PERFORM 2900-PRINT-HEADERS.
000000         PERFORM 3300-RETURN-ACCOUNT.
000000         PERFORM UNTIL SORT-EOF
000000             PERFORM 3050-SUMMARISE-ACCOUNT
000000         END-PERFORM.
000000         MOVE WS-ACCTS-PRINTED TO TOT-ACCTS.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
000000             AFTER ADVANCING 2 LINES.
000000         SUBTRACT WS-UNTAGGED-COUNT FROM WS-GRAND-COUNT
000000             GIVING WS-ACCT-TOTAL.
000000         MOVE WS-ACCT-TOTAL TO TOT-TAGGED.
000000         COMPUTE TOT-TAGGED-NET = WS-GRAND-NET - WS-UNTAGGED-NET.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-UNTAGGED-COUNT TO TOT-UNTAGGED.
000000         MOVE WS-UNTAGGED-NET TO TOT-UNTAGGED-NET.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-GRAND-COUNT TO TOT-GRAND.
000000         MOVE WS-GRAND-NET TO TOT-GRAND-NET.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 2 LINES.
000000
000000     3050-SUMMARISE-ACCOUNT.
000000         MOVE ASW-ACCT-KEY TO WS-ACCT-ID.
000000         MOVE 0 TO WS-ACCT-COUNT.
000000         MOVE 0 TO WS-ACCT-NET.
000000         PERFORM UNTIL SORT-EOF OR ASW-ACCT-KEY NOT = WS-ACCT-ID
000000             ADD 1 TO WS-ACCT-COUNT
000000             ADD ASW-RSLT TO WS-ACCT-NET
000000             PERFORM 3300-RETURN-ACCOUNT
000000         END-PERFORM.
000000         PERFORM 3100-PRINT-ACCOUNT.
000000         ADD 1 TO WS-ACCTS-PRINTED.
000000
000000*    The description and status come from the master as it
000000*    stands tonight, not as it stood when the calculation
000000*    posted.
000000     3100-PRINT-ACCOUNT.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 2900-PRINT-HEADERS
000000         END-IF.
000000         MOVE WS-ACCT-ID TO DTL-ACCT.
000000         MOVE WS-ACCT-ID TO KEY-VAL.
000000         READ OJTKSDATA
000000             INVALID KEY
000000                 MOVE '*** NOT ON OJTKSDATA ***' TO DTL-DESC
000000                 MOVE '?' TO DTL-STATUS
000000             NOT INVALID KEY
000000                 MOVE REC-DESC TO DTL-DESC
000000                 MOVE REC-STATUS TO DTL-STATUS
000000         END-READ.
000000         MOVE WS-ACCT-COUNT TO DTL-COUNT.
000000         MOVE WS-ACCT-NET TO DTL-NET.
000000         WRITE REPT-LINE FROM WS-REPT-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000     3300-RETURN-ACCOUNT.
000000         RETURN ACCTWORK
000000             AT END SET SORT-EOF TO TRUE
000000         END-RETURN.
