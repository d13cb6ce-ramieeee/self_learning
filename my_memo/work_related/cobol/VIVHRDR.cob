000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVHRDR.
000000*----------------------------------------------------------------
000000* Shared reader for the daily VIVPHIST extract, CALLed by the
000000* nightly reporting jobs the way FLDCHECK, VIVRCTL and VIVDATE
000000* are shared, so every job proves the extract the same way.
000000* VIVHEXT cuts each business date's history records into a
000000* dated generation (LRECL 88): an H header carrying the date,
000000* one D record per HIST-REC image, and a T trailer with the
000000* record count, a hash of HIST-TIME + HIST-TASKN, the HIST-RSLT
000000* total, and whole-cluster totals for VIVRECON.  HISTIN may be
000000* one generation or several concatenated (VIVMSTAT's month).
000000*   LS-HX-FUNC 'V' - verify pass, made before any reporting:
000000*       every generation must open with its header, carry only
000000*       records for the header's date, and close with a
000000*       trailer that balances; no business date may appear
000000*       twice.  LS-HX-STATUS comes back E with the counts and
000000*       the date range filled in, or X with a DISPLAY saying
000000*       what is wrong - a short extract fails loudly instead of
000000*       quietly producing low totals.
000000*   LS-HX-FUNC 'R' - next history record into LS-HIST-REC
000000*       (status D), headers and trailers passed over; status E
000000*       at the end.  Only called after a clean 'V'.
000000*   LS-HX-FUNC 'Q' - was the generation for the business date
000000*       in LS-HX-ASK-DATE (CYYDDD) among those the last 'V'
000000*       proved?  Status D if so, E if not - VIVMSTAT asks it for
000000*       every business day of the month it rolls.
000000* A read error on HISTIN fails either pass (status X) with a
000000* DISPLAY of the file status.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT HISTIN ASSIGN TO HISTIN
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-HISTIN-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*    Daily history extract, LRECL 88 - must stay in step with
000000*    the HISTEXT record in VIVHEXT.
000000 FD HISTIN
000000     RECORD CONTAINS 88 CHARACTERS.
000000     01 HX-REC.
000000         03 HX-TYPE               PIC X(1).
000000            88 HX-HEADER                       VALUE 'H'.
000000            88 HX-DETAIL                       VALUE 'D'.
000000            88 HX-TRAILER                      VALUE 'T'.
000000         03 HX-HIST-REC.
000000             05 HXD-DATE          PIC S9(7) COMP-3.
000000             05 HXD-TIME          PIC S9(7) COMP-3.
000000             05 HXD-TRMID         PIC X(4).
000000             05 HXD-TASKN         PIC 9(7).
000000             05 HXD-NO1I          PIC 9(7)V99.
000000             05 HXD-NO2I          PIC 9(7)V99.
000000             05 HXD-OPRI          PIC X(1).
000000             05 HXD-RSLT          PIC S9(15)V99.
000000             05 FILLER            PIC X(32).
000000     01 HX-HDR-REC.
000000         03 HXH-TYPE              PIC X(1).
000000         03 HXH-BUS-DATE          PIC 9(7).
000000         03 HXH-RUN-DATE          PIC 9(8).
000000         03 HXH-RUN-TIME          PIC 9(6).
000000         03 FILLER                PIC X(66).
000000     01 HX-TRL-REC.
000000         03 HXT-TYPE              PIC X(1).
000000         03 HXT-REC-COUNT         PIC 9(7).
000000         03 HXT-KEY-HASH          PIC 9(15).
000000         03 HXT-RESULT-TOTAL      PIC S9(17)V99
000000                                  SIGN LEADING SEPARATE.
000000         03 HXT-CLUSTER-COUNT     PIC 9(9).
000000         03 HXT-CLUSTER-LOW       PIC 9(7).
000000         03 HXT-CLUSTER-HIGH      PIC 9(7).
000000         03 FILLER                PIC X(22).
000000 WORKING-STORAGE SECTION.
000000     01 WS-HISTIN-STATUS          PIC X(2).
000000
000000     01 WS-OPEN-FLAG              PIC X(1) VALUE 'N'.
000000        88 HISTIN-OPEN                        VALUE 'Y'.
000000        88 HISTIN-CLOSED                      VALUE 'N'.
000000     01 WS-EOF-FLAG               PIC X(1).
000000        88 HISTIN-EOF                         VALUE 'Y'.
000000        88 HISTIN-MORE                        VALUE 'N'.
000000     01 WS-GROUP-FLAG             PIC X(1).
000000        88 GROUP-OPEN                         VALUE 'Y'.
000000        88 GROUP-CLOSED                       VALUE 'N'.
000000
000000*    Totals for the generation being verified.
000000     01 WS-GRP-DATE               PIC 9(7).
000000     01 WS-GRP-COUNT              PIC 9(7).
000000     01 WS-GRP-HASH               PIC 9(15).
000000     01 WS-GRP-TOTAL              PIC S9(17)V99 COMP-3.
000000     01 WS-HXD-DATE               PIC 9(7).
000000
000000*    Business dates already seen, so a generation concatenated
000000*    twice cannot double-count a day.
000000     01 WS-SEEN-TABLE.
000000         03 WS-SEEN-DATE          PIC 9(7) OCCURS 400 TIMES.
000000     01 WS-SEEN-USED              PIC S9(4) COMP VALUE 0.
000000     01 WS-SEEN-SUB               PIC S9(4) COMP.
000000
000000 LINKAGE SECTION.
000000     01 LS-HX-PARMS.
000000         03 LS-HX-FUNC            PIC X(1).
000000            88 HX-FUNC-VERIFY                  VALUE 'V'.
000000            88 HX-FUNC-READ                    VALUE 'R'.
000000            88 HX-FUNC-QUERY                   VALUE 'Q'.
000000         03 LS-HX-STATUS          PIC X(1).
000000            88 HX-RECORD-RETURNED              VALUE 'D'.
000000            88 HX-END                          VALUE 'E'.
000000            88 HX-FAILED                       VALUE 'X'.
000000         03 LS-HX-GEN-COUNT       PIC 9(3).
000000         03 LS-HX-REC-COUNT       PIC 9(7).
000000         03 LS-HX-LOW-DATE        PIC 9(7).
000000         03 LS-HX-HIGH-DATE       PIC 9(7).
000000         03 LS-HX-CLUSTER-COUNT   PIC 9(9).
000000         03 LS-HX-CLUSTER-LOW     PIC 9(7).
000000         03 LS-HX-CLUSTER-HIGH    PIC 9(7).
000000         03 LS-HX-ASK-DATE        PIC 9(7).
000000     01 LS-HIST-REC               PIC X(87).
000000
000000 PROCEDURE DIVISION USING LS-HX-PARMS, LS-HIST-REC.
000000     0000-MAIN.
000000         EVALUATE TRUE
000000             WHEN HX-FUNC-VERIFY
000000                 PERFORM 1000-VERIFY-EXTRACT
000000             WHEN HX-FUNC-READ
000000                 PERFORM 2000-READ-NEXT
000000             WHEN HX-FUNC-QUERY
000000                 PERFORM 3000-QUERY-DATE
000000             WHEN OTHER
000000                 DISPLAY "BAD EXTRACT READER FUNCTION: "
000000                         LS-HX-FUNC
000000                 SET HX-FAILED TO TRUE
000000         END-EVALUATE.
000000         GOBACK.
000000
000000     1000-VERIFY-EXTRACT.
000000         SET HX-END TO TRUE.
000000         MOVE 0 TO LS-HX-GEN-COUNT.
000000         MOVE 0 TO LS-HX-REC-COUNT.
000000         MOVE 0 TO LS-HX-LOW-DATE.
000000         MOVE 0 TO LS-HX-HIGH-DATE.
000000         MOVE 0 TO LS-HX-CLUSTER-COUNT.
000000         MOVE 0 TO LS-HX-CLUSTER-LOW.
000000         MOVE 0 TO LS-HX-CLUSTER-HIGH.
000000         MOVE 0 TO WS-SEEN-USED.
000000         SET GROUP-CLOSED TO TRUE.
000000         OPEN INPUT HISTIN.
000000         IF WS-HISTIN-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING HISTIN: "
000000                     WS-HISTIN-STATUS
000000             SET HX-FAILED TO TRUE
000000         ELSE
000000             SET HISTIN-MORE TO TRUE
000000             PERFORM UNTIL HISTIN-EOF OR HX-FAILED
000000                 READ HISTIN
000000                     AT END SET HISTIN-EOF TO TRUE
000000                     NOT AT END PERFORM 1100-VERIFY-ONE-RECORD
000000                 END-READ
000000                 IF WS-HISTIN-STATUS NOT = "00" AND
000000                    WS-HISTIN-STATUS NOT = "10"
000000                     DISPLAY "I/O ERROR READING HISTIN: "
000000                             WS-HISTIN-STATUS
000000                     SET HX-FAILED TO TRUE
000000                 END-IF
000000             END-PERFORM
000000             CLOSE HISTIN
000000             IF HX-END AND GROUP-OPEN
000000                 DISPLAY "EXTRACT FOR " WS-GRP-DATE
000000                         " HAS NO TRAILER - EXTRACT IS SHORT"
000000                 SET HX-FAILED TO TRUE
000000             END-IF
000000             IF HX-END AND LS-HX-GEN-COUNT = 0
000000                 DISPLAY "HISTORY EXTRACT IS EMPTY"
000000                 SET HX-FAILED TO TRUE
000000             END-IF
000000         END-IF.
000000
000000     1100-VERIFY-ONE-RECORD.
000000         EVALUATE TRUE
000000             WHEN HX-HEADER
000000                 PERFORM 1200-OPEN-GROUP
000000             WHEN HX-DETAIL AND GROUP-OPEN
000000                 MOVE HXD-DATE TO WS-HXD-DATE
000000                 IF WS-HXD-DATE NOT = WS-GRP-DATE
000000                     DISPLAY "EXTRACT FOR " WS-GRP-DATE
000000                             " CARRIES A RECORD FOR "
000000                             WS-HXD-DATE
000000                     SET HX-FAILED TO TRUE
000000                 ELSE
000000                     ADD 1 TO WS-GRP-COUNT
000000                     ADD HXD-TIME TO WS-GRP-HASH
000000                     ADD HXD-TASKN TO WS-GRP-HASH
000000                     ADD HXD-RSLT TO WS-GRP-TOTAL
000000                 END-IF
000000             WHEN HX-TRAILER AND GROUP-OPEN
000000                 PERFORM 1300-CLOSE-GROUP
000000             WHEN OTHER
000000                 DISPLAY "EXTRACT OUT OF SEQUENCE AT A '"
000000                         HX-TYPE "' RECORD AFTER "
000000                         LS-HX-REC-COUNT " RECORDS"
000000                 SET HX-FAILED TO TRUE
000000         END-EVALUATE.
000000
000000     1200-OPEN-GROUP.
000000         IF GROUP-OPEN
000000             DISPLAY "EXTRACT FOR " WS-GRP-DATE
000000                     " HAS NO TRAILER - EXTRACT IS SHORT"
000000             SET HX-FAILED TO TRUE
000000         ELSE
000000             MOVE HXH-BUS-DATE TO WS-GRP-DATE
000000             MOVE 0 TO WS-GRP-COUNT
000000             MOVE 0 TO WS-GRP-HASH
000000             MOVE 0 TO WS-GRP-TOTAL
000000             SET GROUP-OPEN TO TRUE
000000             PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
000000                     UNTIL WS-SEEN-SUB > WS-SEEN-USED
000000                 IF WS-SEEN-DATE(WS-SEEN-SUB) = WS-GRP-DATE
000000                     DISPLAY "EXTRACT FOR " WS-GRP-DATE
000000                             " IS ON HISTIN TWICE"
000000                     SET HX-FAILED TO TRUE
000000                 END-IF
000000             END-PERFORM
000000             IF WS-SEEN-USED >= 400
000000                 DISPLAY "TOO MANY EXTRACT GENERATIONS ON HISTIN"
000000                 SET HX-FAILED TO TRUE
000000             ELSE
000000                 ADD 1 TO WS-SEEN-USED
000000                 MOVE WS-GRP-DATE TO WS-SEEN-DATE(WS-SEEN-USED)
000000             END-IF
000000         END-IF.
000000
000000     1300-CLOSE-GROUP.
000000         IF HXT-REC-COUNT NOT = WS-GRP-COUNT OR
000000            HXT-KEY-HASH NOT = WS-GRP-HASH OR
000000            HXT-RESULT-TOTAL NOT = WS-GRP-TOTAL
000000             DISPLAY "EXTRACT FOR " WS-GRP-DATE
000000                     " DOES NOT BALANCE - TRAILER "
000000                     HXT-REC-COUNT " RECORDS, READ "
000000                     WS-GRP-COUNT
000000             SET HX-FAILED TO TRUE
000000         ELSE
000000             SET GROUP-CLOSED TO TRUE
000000             ADD 1 TO LS-HX-GEN-COUNT
000000             ADD WS-GRP-COUNT TO LS-HX-REC-COUNT
000000             IF LS-HX-LOW-DATE = 0 OR
000000                WS-GRP-DATE < LS-HX-LOW-DATE
000000                 MOVE WS-GRP-DATE TO LS-HX-LOW-DATE
000000             END-IF
000000             IF WS-GRP-DATE > LS-HX-HIGH-DATE
000000                 MOVE WS-GRP-DATE TO LS-HX-HIGH-DATE
000000             END-IF
000000             MOVE HXT-CLUSTER-COUNT TO LS-HX-CLUSTER-COUNT
000000             MOVE HXT-CLUSTER-LOW TO LS-HX-CLUSTER-LOW
000000             MOVE HXT-CLUSTER-HIGH TO LS-HX-CLUSTER-HIGH
000000         END-IF.
000000
000000     2000-READ-NEXT.
000000         IF HISTIN-CLOSED
000000             OPEN INPUT HISTIN
000000             IF WS-HISTIN-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR OPENING HISTIN: "
000000                         WS-HISTIN-STATUS
000000                 SET HX-FAILED TO TRUE
000000             ELSE
000000                 SET HISTIN-OPEN TO TRUE
000000                 SET HISTIN-MORE TO TRUE
000000             END-IF
000000         END-IF.
000000         IF HISTIN-OPEN
000000             MOVE SPACE TO LS-HX-STATUS
000000             PERFORM UNTIL HX-RECORD-RETURNED OR HX-END
000000                        OR HX-FAILED
000000                 READ HISTIN
000000                     AT END
000000                         SET HX-END TO TRUE
000000                     NOT AT END
000000                         IF HX-DETAIL
000000                             MOVE HX-HIST-REC TO LS-HIST-REC
000000                             SET HX-RECORD-RETURNED TO TRUE
000000                         END-IF
000000                 END-READ
000000                 IF WS-HISTIN-STATUS NOT = "00" AND
000000                    WS-HISTIN-STATUS NOT = "10"
000000                     DISPLAY "I/O ERROR READING HISTIN: "
000000                             WS-HISTIN-STATUS
000000                     SET HX-FAILED TO TRUE
000000                 END-IF
000000             END-PERFORM
000000             IF HX-END OR HX-FAILED
000000                 CLOSE HISTIN
000000                 SET HISTIN-CLOSED TO TRUE
000000             END-IF
000000         END-IF.
000000
000000     3000-QUERY-DATE.
000000         SET HX-END TO TRUE.
000000         PERFORM VARYING WS-SEEN-SUB FROM 1 BY 1
000000                 UNTIL WS-SEEN-SUB > WS-SEEN-USED
000000                    OR HX-RECORD-RETURNED
000000             IF WS-SEEN-DATE(WS-SEEN-SUB) = LS-HX-ASK-DATE
000000                 SET HX-RECORD-RETURNED TO TRUE
000000             END-IF
000000         END-PERFORM.
