000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVSECR.
000000*----------------------------------------------------------------
000000* Nightly drain of the VSEC sign-on security journal.  VIVSIGN
000000* writes a record for every failed sign-on or PIN change
000000* attempt, every profile it locks, every attempt on a locked
000000* profile, and every PIN an operator changes; VIVOMNT writes one
000000* for every PIN an administrator issues and every profile a
000000* supervisor unlocks.  VSEC is an extrapartition transient data
000000* queue whose DCT entry routes it to the dataset read here as
000000* SECIN; a TD queue is not a retention medium, so every record
000000* is copied unchanged to SECARCH (a generation dataset - see
000000* VIVSESS.jcl) before the region recycles it away.  REPTFILE
000000* gets the daily security report that sits beside the VIVSESS
000000* session report: every event with the operator ID it concerns,
000000* the terminal, the operator who acted, and the failure count
000000* at the time, with lockouts flagged *LOCKOUT* and attempts on
000000* a locked profile *LOCKED*.  SECIN-REC must stay in step with
000000* WS-SEC-REC in VIVSIGN and VIVOMNT.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT SECIN ASSIGN TO SECIN
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-SECIN-STATUS.
000000     SELECT SECARCH ASSIGN TO SECARCH
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-SECARCH-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD SECIN
000000     RECORD CONTAINS 21 CHARACTERS.
000000     01 SECIN-REC.
000000         03 SEC-OPID           PIC X(3).
000000         03 SEC-TRMID          PIC X(4).
000000         03 SEC-EVENT          PIC X(1).
000000             88 SEC-FAILED                     VALUE 'F'.
000000             88 SEC-LOCKOUT                    VALUE 'L'.
000000             88 SEC-LOCKED-TRY                 VALUE 'K'.
000000             88 SEC-UNLOCKED                   VALUE 'U'.
000000             88 SEC-PIN-CHANGED                VALUE 'C'.
000000             88 SEC-PIN-ISSUED                 VALUE 'R'.
000000         03 SEC-BY-OPID        PIC X(3).
000000         03 SEC-FAIL-COUNT     PIC 9(2).
000000         03 SEC-DATE           PIC S9(7) COMP-3.
000000         03 SEC-TIME           PIC S9(7) COMP-3.
000000 FD SECARCH
000000     RECORD CONTAINS 21 CHARACTERS.
000000     01 SECARCH-REC            PIC X(21).
000000 FD REPTFILE
000000     RECORD CONTAINS 132 CHARACTERS.
000000     01 REPT-LINE              PIC X(132).
000000 WORKING-STORAGE SECTION.
000000     01 WS-SECIN-STATUS           PIC X(2).
000000     01 WS-SECARCH-STATUS         PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-SECIN-EOF-FLAG         PIC X(1) VALUE 'N'.
000000        88 SECIN-EOF                          VALUE 'Y'.
000000
000000     01 WS-PAGE-NO                PIC 9(3) VALUE 0.
000000     01 WS-LINE-COUNT             PIC 9(2) VALUE 99.
000000     01 WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.
000000
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-ARCH-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-FAILED-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-UNKNOWN-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-LOCKOUT-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-LOCKED-TRY-COUNT       PIC 9(7) VALUE 0.
000000     01 WS-UNLOCK-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-CHANGED-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-ISSUED-COUNT           PIC 9(7) VALUE 0.
000000
000000     01 WS-REPT-HDR-1.
000000         03 FILLER                PIC X(40)
000000               VALUE "VIVOPROF DAILY SIGN-ON SECURITY REPORT".
000000         03 FILLER                PIC X(6) VALUE "PAGE ".
000000         03 HDR-PAGE-NO           PIC ZZ9.
000000
000000     01 WS-REPT-HDR-2.
000000         03 FILLER                PIC X(16) VALUE "DATE    TIME".
000000         03 FILLER                PIC X(10) VALUE "OPER  TERM".
000000         03 FILLER                PIC X(6) VALUE "  BY".
000000         03 FILLER                PIC X(24) VALUE "EVENT".
000000         03 FILLER                PIC X(7) VALUE "FAILS".
000000         03 FILLER                PIC X(12) VALUE "FLAG".
000000
000000     01 WS-REPT-DETAIL.
000000         03 DTL-DATE              PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-TIME              PIC 9(7).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-OPID              PIC X(3).
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 DTL-TRMID             PIC X(4).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-BY-OPID           PIC X(3).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-EVENT             PIC X(22).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-FAILS             PIC Z9.
000000         03 FILLER                PIC X(5) VALUE SPACES.
000000         03 DTL-FLAG              PIC X(12).
000000
000000     01 WS-REPT-TOT-1.
000000         03 FILLER                PIC X(24)
000000                     VALUE "EVENTS DRAINED       : ".
000000         03 TOT-READ              PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-2.
000000         03 FILLER                PIC X(24)
000000                     VALUE "RECORDS ARCHIVED     : ".
000000         03 TOT-ARCH              PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-3.
000000         03 FILLER                PIC X(24)
000000                     VALUE "WRONG PIN/UNKNOWN ID : ".
000000         03 TOT-FAILED            PIC ZZZZ9.
000000         03 FILLER                PIC X(2) VALUE " /".
000000         03 TOT-UNKNOWN           PIC ZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "LOCKOUTS             : ".
000000         03 TOT-LOCKOUT           PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-5.
000000         03 FILLER                PIC X(24)
000000                     VALUE "TRIES WHILE LOCKED   : ".
000000         03 TOT-LOCKED-TRY        PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-6.
000000         03 FILLER                PIC X(24)
000000                     VALUE "UNLOCKS              : ".
000000         03 TOT-UNLOCK            PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-7.
000000         03 FILLER                PIC X(24)
000000                     VALUE "PINS CHANGED/ISSUED  : ".
000000         03 TOT-CHANGED           PIC ZZZZ9.
000000         03 FILLER                PIC X(2) VALUE " /".
000000         03 TOT-ISSUED            PIC ZZZZ9.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         OPEN INPUT SECIN.
000000         OPEN OUTPUT SECARCH.
000000         OPEN OUTPUT REPTFILE.
000000         IF WS-SECIN-STATUS NOT = "00" OR
000000            WS-SECARCH-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING JOURNAL FILES: "
000000                     WS-SECIN-STATUS " / " WS-SECARCH-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1000-DRAIN-QUEUE
000000             PERFORM 3000-PRINT-TOTALS
000000         END-IF.
000000         CLOSE SECIN.
000000         CLOSE SECARCH.
000000         CLOSE REPTFILE.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     1000-DRAIN-QUEUE.
000000         PERFORM 1050-READ-SECIN.
000000         PERFORM UNTIL SECIN-EOF
000000             PERFORM 1100-PROCESS-SECURITY-RECORD
000000             PERFORM 1050-READ-SECIN
000000         END-PERFORM.
000000
000000     1050-READ-SECIN.
000000         READ SECIN
000000             AT END SET SECIN-EOF TO TRUE
000000         END-READ.
000000
000000     1100-PROCESS-SECURITY-RECORD.
000000         ADD 1 TO WS-READ-COUNT.
000000         WRITE SECARCH-REC FROM SECIN-REC.
000000         IF WS-SECARCH-STATUS NOT = "00"
000000*            A security event that could not be archived must
000000*            not be dropped - fail the run so the queue dataset
000000*            survives and the drain can be rerun.
000000             DISPLAY "ARCHIVE WRITE FAILED: "
000000                     WS-SECARCH-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET SECIN-EOF TO TRUE
000000         ELSE
000000             ADD 1 TO WS-ARCH-COUNT
000000             PERFORM 1200-PRINT-DETAIL
000000         END-IF.
000000
000000     1150-PRINT-HEADERS.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO HDR-PAGE-NO.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-2
000000             AFTER ADVANCING 2 LINES.
000000         MOVE 0 TO WS-LINE-COUNT.
000000
000000     1200-PRINT-DETAIL.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 1150-PRINT-HEADERS
000000         END-IF.
000000         MOVE SEC-DATE TO DTL-DATE.
000000         MOVE SEC-TIME TO DTL-TIME.
000000         MOVE SEC-OPID TO DTL-OPID.
000000         MOVE SEC-TRMID TO DTL-TRMID.
000000         MOVE SEC-BY-OPID TO DTL-BY-OPID.
000000         MOVE SEC-FAIL-COUNT TO DTL-FAILS.
000000         MOVE SPACES TO DTL-FLAG.
000000*        A failure with no count against it was for an operator
000000*        ID VIVOPROF does not know - there was no profile to
000000*        count it on.
000000         EVALUATE TRUE
000000             WHEN SEC-FAILED AND SEC-FAIL-COUNT = 0
000000                 MOVE "UNKNOWN OPERATOR ID" TO DTL-EVENT
000000                 ADD 1 TO WS-UNKNOWN-COUNT
000000             WHEN SEC-FAILED
000000                 MOVE "WRONG PIN" TO DTL-EVENT
000000                 ADD 1 TO WS-FAILED-COUNT
000000             WHEN SEC-LOCKOUT
000000                 MOVE "PROFILE LOCKED" TO DTL-EVENT
000000                 MOVE "*LOCKOUT*" TO DTL-FLAG
000000                 ADD 1 TO WS-LOCKOUT-COUNT
000000             WHEN SEC-LOCKED-TRY
000000                 MOVE "TRY ON LOCKED PROFILE" TO DTL-EVENT
000000                 MOVE "*LOCKED*" TO DTL-FLAG
000000                 ADD 1 TO WS-LOCKED-TRY-COUNT
000000             WHEN SEC-UNLOCKED
000000                 MOVE "UNLOCKED" TO DTL-EVENT
000000                 ADD 1 TO WS-UNLOCK-COUNT
000000             WHEN SEC-PIN-CHANGED
000000                 MOVE "PIN CHANGED BY OPER" TO DTL-EVENT
000000                 ADD 1 TO WS-CHANGED-COUNT
000000             WHEN SEC-PIN-ISSUED
000000                 MOVE "PIN ISSUED BY ADMIN" TO DTL-EVENT
000000                 ADD 1 TO WS-ISSUED-COUNT
000000             WHEN OTHER
000000                 MOVE "UNKNOWN EVENT CODE" TO DTL-EVENT
000000         END-EVALUATE.
000000         WRITE REPT-LINE FROM WS-REPT-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000     3000-PRINT-TOTALS.
000000         MOVE WS-READ-COUNT TO TOT-READ.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-ARCH-COUNT TO TOT-ARCH.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-FAILED-COUNT TO TOT-FAILED.
000000         MOVE WS-UNKNOWN-COUNT TO TOT-UNKNOWN.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-LOCKOUT-COUNT TO TOT-LOCKOUT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-LOCKED-TRY-COUNT TO TOT-LOCKED-TRY.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-5
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-UNLOCK-COUNT TO TOT-UNLOCK.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-6
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-CHANGED-COUNT TO TOT-CHANGED.
000000         MOVE WS-ISSUED-COUNT TO TOT-ISSUED.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-7
000000             AFTER ADVANCING 1 LINE.
