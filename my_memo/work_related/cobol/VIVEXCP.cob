000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVEXCP.
000000*----------------------------------------------------------------
000000* Nightly report on the over-threshold approval queue.  An
000000* over-limit calculation in VIVPMAIN never posts on the
000000* operator's say-so: it is parked on the VIVPEND KSDS until a
000000* supervisor approves or rejects it on the VAPR panel
000000* (VIVAPPR), which writes the resolution to the VIVX exception
000000* queue.  VIVX is an extrapartition transient data queue whose
000000* DCT entry routes it to the dataset read here as EXCPIN; every
000000* record is copied unchanged to EXCPARCH (a generation dataset
000000* - see VIVEXCP.jcl) before the region recycles it away.
000000* REPTFILE gets the supervisor's daily exception report: every
000000* calculation approved or rejected since the last run, with its
000000* operator, terminal, result, the limit it broke, who resolved
000000* it, the reason code, and how many minutes it waited; then
000000* every item still pending on VIVPEND, with how long it has
000000* waited so far.  Once the drain has archived cleanly the
000000* resolved items are deleted from VIVPEND - VIVX and the
000000* archive are their record from then on - so the queue file
000000* only ever carries the day's work and what is still open.
000000* EXCPIN-REC must stay in step with WS-EXCP-REC in VIVAPPR,
000000* and PEND-REC with WS-PEND-REC in VIVPMAIN and VIVAPPR.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     SELECT EXCPARCH ASSIGN TO EXCPARCH
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-EXCPARCH-STATUS.
000000     SELECT VIVPEND ASSIGN TO RAMIEVQ
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS SEQUENTIAL
000000     RECORD KEY IS PEND-KEY
000000     FILE STATUS IS WS-VIVPEND-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD EXCPIN
000000     RECORD CONTAINS 86 CHARACTERS.
000000     01 EXCPIN-REC.
000000         03 EXC-TRMID          PIC X(4).
000000         03 EXC-OPID           PIC X(3).
000000         03 EXC-RSLT           PIC S9(15)V99.
000000         03 EXC-LIMIT          PIC 9(13)V99.
000000         03 EXC-STATUS         PIC X(1).
000000            88 EXC-APPROVED                    VALUE 'A'.
000000            88 EXC-REJECTED                    VALUE 'R'.
000000         03 EXC-DATE           PIC S9(7) COMP-3.
000000         03 EXC-TIME           PIC S9(7) COMP-3.
000000         03 EXC-APPR-OPID      PIC X(3).
000000         03 EXC-REASON         PIC X(2).
000000         03 EXC-ACCT-KEY       PIC X(6).
000000         03 EXC-ACT-DATE       PIC S9(7) COMP-3.
000000         03 EXC-ACT-TIME       PIC S9(7) COMP-3.
000000 FD EXCPARCH
000000     RECORD CONTAINS 86 CHARACTERS.
000000     01 EXCPARCH-REC           PIC X(86).
000000 FD VIVPEND.
000000     01 PEND-REC.
000000         03 PEND-KEY.
000000             05 PEND-DATE      PIC S9(7) COMP-3.
000000             05 PEND-TIME      PIC S9(7) COMP-3.
000000             05 PEND-TRMID     PIC X(4).
000000             05 PEND-TASKN     PIC 9(7).
000000         03 PEND-OPID          PIC X(3).
000000         03 PEND-NO1I          PIC 9(7)V99.
000000         03 PEND-NO2I          PIC 9(7)V99.
000000         03 PEND-OPRI          PIC X(1).
000000         03 PEND-RSLT          PIC S9(15)V99.
000000         03 PEND-LIMIT         PIC 9(13)V99.
000000         03 PEND-ACCT-KEY      PIC X(6).
000000         03 PEND-STATUS        PIC X(1).
000000            88 PEND-IS-PENDING                 VALUE 'P'.
000000            88 PEND-APPROVED                   VALUE 'A'.
000000            88 PEND-REJECTED                   VALUE 'R'.
000000         03 PEND-APPR-OPID     PIC X(3).
000000         03 PEND-REASON        PIC X(2).
000000         03 PEND-ACT-DATE      PIC S9(7) COMP-3.
000000         03 PEND-ACT-TIME      PIC S9(7) COMP-3.
000000         03 PEND-POST-TASKN    PIC 9(7).
000000 FD REPTFILE
000000     RECORD CONTAINS 132 CHARACTERS.
000000     01 REPT-LINE              PIC X(132).
000000 WORKING-STORAGE SECTION.
000000     01 WS-EXCPIN-STATUS          PIC X(2).
000000     01 WS-EXCPARCH-STATUS        PIC X(2).
000000     01 WS-VIVPEND-STATUS         PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-EXCPIN-EOF-FLAG        PIC X(1) VALUE 'N'.
000000        88 EXCPIN-EOF                         VALUE 'Y'.
000000     01 WS-PEND-EOF-FLAG          PIC X(1) VALUE 'N'.
000000        88 PEND-EOF                           VALUE 'Y'.
000000
000000     01 WS-PAGE-NO                PIC 9(3) VALUE 0.
000000     01 WS-LINE-COUNT             PIC 9(2) VALUE 99.
000000
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-ARCH-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-APPROVE-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-REJECT-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-PENDING-COUNT          PIC 9(7) VALUE 0.
000000     01 WS-CLEARED-COUNT          PIC 9(7) VALUE 0.
000000
000000*    Run date and time, CYYDDD and HHMMSS as EIBDATE/EIBTIME
000000*    stamp the queue - the end point for an item still waiting.
000000     01 WS-RUN-DATE-YYYYDDD       PIC 9(7).
000000     01 WS-RUN-DATE-CYYDDD        PIC 9(7).
000000     01 WS-RUN-TIME-RAW           PIC 9(8).
000000     01 WS-RUN-TIME-HHMMSS        PIC 9(7).
000000
000000*    Elapsed-minutes work fields (see 2500-CALC-MINUTES): a
000000*    CYYDDD date and 0HHMMSS time in, minutes since a fixed
000000*    origin out, so two stamps subtract straight across a
000000*    month, year, or century end.
000000     01 WS-EL-DATE                PIC 9(7).
000000     01 WS-EL-TIME                PIC 9(7).
000000     01 WS-EL-YEAR                PIC 9(4).
000000     01 WS-EL-DDD                 PIC 9(3).
000000     01 WS-EL-PRIOR-YEARS         PIC 9(4).
000000     01 WS-EL-LEAP-4              PIC 9(4).
000000     01 WS-EL-LEAP-100            PIC 9(4).
000000     01 WS-EL-LEAP-400            PIC 9(4).
000000     01 WS-EL-HH                  PIC 9(2).
000000     01 WS-EL-MMSS                PIC 9(4).
000000     01 WS-EL-MM                  PIC 9(2).
000000     01 WS-EL-MINUTES             PIC 9(11).
000000     01 WS-START-MINUTES          PIC 9(11).
000000     01 WS-END-MINUTES            PIC 9(11).
000000     01 WS-ELAPSED-MIN            PIC 9(7).
000000
000000     01 WS-REPT-HDR-1.
000000         03 FILLER                PIC X(40)
000000               VALUE "VIVP DAILY OVER-THRESHOLD APPROVALS".
000000         03 FILLER                PIC X(6) VALUE "PAGE ".
000000         03 HDR-PAGE-NO           PIC ZZ9.
000000
000000     01 WS-REPT-HDR-2.
000000         03 FILLER                PIC X(16) VALUE "DATE    TIME".
000000         03 FILLER                PIC X(10) VALUE "TERM OPR".
000000         03 FILLER                PIC X(25) VALUE "CALCULATION".
000000         03 FILLER                PIC X(20) VALUE "RESULT".
000000         03 FILLER                PIC X(18) VALUE "LIMIT".
000000         03 FILLER                PIC X(7) VALUE "ACCT".
000000         03 FILLER                PIC X(10) VALUE "STATUS".
000000         03 FILLER                PIC X(9) VALUE "APR RSN".
000000         03 FILLER                PIC X(11) VALUE "WAITED MIN".
000000
000000     01 WS-REPT-DETAIL.
000000         03 DTL-DATE              PIC 9(7).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-LIMIT             PIC Z(12)9.99.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-ACCT              PIC X(6).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-FLAG              PIC X(9).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-APPR-OPID         PIC X(3).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-REASON            PIC X(2).
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 DTL-ELAPSED           PIC Z(6)9.
000000
000000     01 WS-REPT-TOT-1.
000000         03 FILLER                PIC X(24)
000000
000000     01 WS-REPT-TOT-2.
000000         03 FILLER                PIC X(24)
000000                     VALUE "APPROVED / REJECTED  : ".
000000         03 TOT-APPROVE           PIC ZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-REJECT            PIC ZZZZ9.
000000
000000     01 WS-REPT-TOT-3.
000000         03 FILLER                PIC X(24)
000000                     VALUE "STILL PENDING        : ".
000000         03 TOT-PENDING           PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "RESOLVED ITEMS CLEARED: ".
000000         03 TOT-CLEARED           PIC ZZZZZZ9.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0100-GET-RUN-STAMPS.
000000         OPEN INPUT EXCPIN.
000000         OPEN OUTPUT EXCPARCH.
000000         OPEN OUTPUT REPTFILE.
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1000-DRAIN-QUEUE
000000*            Resolved items leave VIVPEND only once their VIVX
000000*            records are safely archived.
000000             IF RETURN-CODE = 0
000000                 PERFORM 2000-SWEEP-PENDING
000000             END-IF
000000             PERFORM 3000-PRINT-TOTALS
000000         END-IF.
000000         CLOSE EXCPIN.
000000         CLOSE EXCPARCH.
000000         CLOSE REPTFILE.
000000         DISPLAY "APPROVED        : " WS-APPROVE-COUNT.
000000         DISPLAY "REJECTED        : " WS-REJECT-COUNT.
000000         DISPLAY "STILL PENDING   : " WS-PENDING-COUNT.
000000         DISPLAY "ITEMS CLEARED   : " WS-CLEARED-COUNT.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0100-GET-RUN-STAMPS.
000000         ACCEPT WS-RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
000000*        The queue is stamped CYYDDD as EIBDATE supplies it -
000000*        century 1 is the 2000s.
000000         SUBTRACT 1900000 FROM WS-RUN-DATE-YYYYDDD
000000             GIVING WS-RUN-DATE-CYYDDD.
000000         ACCEPT WS-RUN-TIME-RAW FROM TIME.
000000         DIVIDE WS-RUN-TIME-RAW BY 100
000000             GIVING WS-RUN-TIME-HHMMSS.
000000
000000     1000-DRAIN-QUEUE.
000000         PERFORM 1050-READ-EXCPIN.
000000         PERFORM UNTIL EXCPIN-EOF
000000         MOVE 0 TO WS-LINE-COUNT.
000000
000000     1200-PRINT-DETAIL.
000000         MOVE EXC-DATE TO DTL-DATE.
000000         MOVE EXC-TIME TO DTL-TIME.
000000         MOVE EXC-TRMID TO DTL-TRMID.
000000         MOVE EXC-NO2I TO DTL-NO2.
000000         MOVE EXC-RSLT TO DTL-RSLT.
000000         MOVE EXC-LIMIT TO DTL-LIMIT.
000000         MOVE EXC-ACCT-KEY TO DTL-ACCT.
000000         MOVE EXC-APPR-OPID TO DTL-APPR-OPID.
000000         MOVE EXC-REASON TO DTL-REASON.
000000         IF EXC-REJECTED
000000             MOVE "*REJECTED" TO DTL-FLAG
000000             ADD 1 TO WS-REJECT-COUNT
000000         ELSE
000000             MOVE "APPROVED" TO DTL-FLAG
000000             ADD 1 TO WS-APPROVE-COUNT
000000         END-IF.
000000*        Waited from parking to resolution.
000000         MOVE EXC-DATE TO WS-EL-DATE.
000000         MOVE EXC-TIME TO WS-EL-TIME.
000000         PERFORM 2500-CALC-MINUTES.
000000         MOVE WS-EL-MINUTES TO WS-START-MINUTES.
000000         MOVE EXC-ACT-DATE TO WS-EL-DATE.
000000         MOVE EXC-ACT-TIME TO WS-EL-TIME.
000000         PERFORM 2500-CALC-MINUTES.
000000         MOVE WS-EL-MINUTES TO WS-END-MINUTES.
000000         PERFORM 1300-WRITE-DETAIL.
000000
000000*    Common tail of both detail paths - the caller has filled
000000*    the line and the two end points in minutes.
000000     1300-WRITE-DETAIL.
000000         IF WS-END-MINUTES > WS-START-MINUTES
000000             COMPUTE WS-ELAPSED-MIN =
000000                 WS-END-MINUTES - WS-START-MINUTES
000000         ELSE
000000             MOVE 0 TO WS-ELAPSED-MIN
000000         END-IF.
000000         MOVE WS-ELAPSED-MIN TO DTL-ELAPSED.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 1150-PRINT-HEADERS
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-REPT-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000*    Items still pending are listed with the time they have
000000*    waited so far; resolved ones were reported from VIVX above
000000*    (or on an earlier night) and are deleted.
000000     2000-SWEEP-PENDING.
000000         OPEN I-O VIVPEND.
000000         IF WS-VIVPEND-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING VIVPEND: "
000000                     WS-VIVPEND-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 2050-READ-PEND
000000             PERFORM UNTIL PEND-EOF
000000                 PERFORM 2100-PROCESS-PEND
000000                 PERFORM 2050-READ-PEND
000000             END-PERFORM
000000             CLOSE VIVPEND
000000         END-IF.
000000
000000     2050-READ-PEND.
000000         READ VIVPEND NEXT RECORD
000000             AT END SET PEND-EOF TO TRUE
000000         END-READ.
000000         IF NOT PEND-EOF
000000             IF WS-VIVPEND-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR READING VIVPEND: "
000000                         WS-VIVPEND-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000                 SET PEND-EOF TO TRUE
000000             END-IF
000000         END-IF.
000000
000000     2100-PROCESS-PEND.
000000         IF PEND-IS-PENDING
000000             ADD 1 TO WS-PENDING-COUNT
000000             PERFORM 2200-PRINT-PENDING
000000         ELSE
000000             DELETE VIVPEND RECORD
000000             IF WS-VIVPEND-STATUS NOT = "00"
000000                 DISPLAY "VIVPEND DELETE FAILED: "
000000                         WS-VIVPEND-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000                 SET PEND-EOF TO TRUE
000000             ELSE
000000                 ADD 1 TO WS-CLEARED-COUNT
000000             END-IF
000000         END-IF.
000000
000000     2200-PRINT-PENDING.
000000         MOVE PEND-DATE TO DTL-DATE.
000000         MOVE PEND-TIME TO DTL-TIME.
000000         MOVE PEND-TRMID TO DTL-TRMID.
000000         MOVE PEND-OPID TO DTL-OPID.
000000         MOVE PEND-NO1I TO DTL-NO1.
000000         MOVE PEND-OPRI TO DTL-OPR.
000000         MOVE PEND-NO2I TO DTL-NO2.
000000         MOVE PEND-RSLT TO DTL-RSLT.
000000         MOVE PEND-LIMIT TO DTL-LIMIT.
000000         MOVE PEND-ACCT-KEY TO DTL-ACCT.
000000         MOVE "*PENDING" TO DTL-FLAG.
000000         MOVE SPACES TO DTL-APPR-OPID.
000000         MOVE SPACES TO DTL-REASON.
000000         MOVE PEND-DATE TO WS-EL-DATE.
000000         MOVE PEND-TIME TO WS-EL-TIME.
000000         PERFORM 2500-CALC-MINUTES.
000000         MOVE WS-EL-MINUTES TO WS-START-MINUTES.
000000         MOVE WS-RUN-DATE-CYYDDD TO WS-EL-DATE.
000000         MOVE WS-RUN-TIME-HHMMSS TO WS-EL-TIME.
000000         PERFORM 2500-CALC-MINUTES.
000000         MOVE WS-EL-MINUTES TO WS-END-MINUTES.
000000         PERFORM 1300-WRITE-DETAIL.
000000
000000*    Minutes from 1 January of year 1 to the CYYDDD/0HHMMSS
000000*    stamp in WS-EL-DATE/WS-EL-TIME: whole prior years with
000000*    their leap days, the day of the year, then the time.
000000     2500-CALC-MINUTES.
000000         DIVIDE WS-EL-DATE BY 1000 GIVING WS-EL-YEAR
000000             REMAINDER WS-EL-DDD.
000000         ADD 1900 TO WS-EL-YEAR.
000000         SUBTRACT 1 FROM WS-EL-YEAR GIVING WS-EL-PRIOR-YEARS.
000000         DIVIDE WS-EL-PRIOR-YEARS BY 4 GIVING WS-EL-LEAP-4.
000000         DIVIDE WS-EL-PRIOR-YEARS BY 100 GIVING WS-EL-LEAP-100.
000000         DIVIDE WS-EL-PRIOR-YEARS BY 400 GIVING WS-EL-LEAP-400.
000000         DIVIDE WS-EL-TIME BY 10000 GIVING WS-EL-HH
000000             REMAINDER WS-EL-MMSS.
000000         DIVIDE WS-EL-MMSS BY 100 GIVING WS-EL-MM.
000000         COMPUTE WS-EL-MINUTES =
000000             (WS-EL-PRIOR-YEARS * 365 + WS-EL-LEAP-4
000000              - WS-EL-LEAP-100 + WS-EL-LEAP-400 + WS-EL-DDD)
000000             * 1440 + WS-EL-HH * 60 + WS-EL-MM.
000000
000000     3000-PRINT-TOTALS.
000000         MOVE WS-READ-COUNT TO TOT-READ.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-APPROVE-COUNT TO TOT-APPROVE.
000000         MOVE WS-REJECT-COUNT TO TOT-REJECT.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-PENDING-COUNT TO TOT-PENDING.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-CLEARED-COUNT TO TOT-CLEARED.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
