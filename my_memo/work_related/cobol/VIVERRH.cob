       PROGRAM-ID.      VIVERRH.

      * Shared error handler for the online transactions (VIVP, VIVH,
      * OJTI, OJTU, VOPM, VBMM, VAPR, VREV).  Each program arms
      * HANDLE CONDITION ERROR at task start and LINKs here from its
      * 9500-SYSTEM-ERROR paragraph when an unhandled condition fires
      * - a file unavailable, a browse RESP nobody tested - instead
      * of letting the operator eat a raw CICS abend screen.  The
      * commarea carries the diagnostic snapshot (transaction,
      * program, EIBFN/EIBRESP, operator and terminal, the caller's
      * commarea image); it is written to TD queue VIVD for the
      * VIVDIAG morning incident report, and the operator gets a
      * clean panel with a reference number to read to the help
      * desk.  Control returns to the caller, which ends the task
      * tidily with a plain RETURN - nothing is left
      * mid-conversation.
      * VSGN (VIVSIGN) arms no handler; it LINKs here only when the
      * failed-PIN count cannot be rewritten to the operator profile.
      * Error storms: every error is also counted on the VIVSTORM
      * KSDS against its transaction and EIBRESP, keeping the times
      * of the last twenty.  When the limit on the VIVSTORM control
      * record (errors within minutes - the transaction's own record,
      * else the '****' record for all) is reached, the transaction
      * is disabled on VIVSTORM, the operations console is alerted,
      * and a storm record goes to VIVD.  Every caller checks the
      * disable at task start (5120-CHECK-AVAILABLE) and shows the
      * UNAVAILABLE - CALL HELP DESK panel; an error in a task
      * already in flight is counted into the storm and gets the
      * same panel, not a fresh reference number.  A supervisor
      * re-enables the transaction on VSTM (VIVSTRM).  No control
      * record leaves storm detection off.
      * The commarea layout must stay in step with WS-ERR-COMMAREA
      * in the callers, the VIVD record with DIAGIN-REC in VIVDIAG
      * and WS-DIAG-REC in VIVSTRM, and the VIVSTORM record with
      * WS-STORM-REC in VIVSTRM and the callers.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Diagnostic record for TD queue VIVD - everything the help
      * desk never used to get.  DIAG-REC-TYPE I is one incident;
      * S (written here when a storm disables a transaction) and E
      * (written by VIVSTRM when it is re-enabled) carry the storm's
      * first and last error times and its error count.
       01 WS-DIAG-REC.
           03 DIAG-TRANS         PIC X(4).
           03 DIAG-PROG          PIC X(8).
           03 DIAG-DATE          PIC S9(7) COMP-3.
           03 DIAG-TIME          PIC S9(7) COMP-3.
           03 DIAG-CA            PIC X(80).
           03 DIAG-REC-TYPE      PIC X(1).
              88 DIAG-INCIDENT                      VALUE 'I'.
              88 DIAG-STORM-START                   VALUE 'S'.
              88 DIAG-STORM-END                     VALUE 'E'.
           03 DIAG-STORM-FROM-DATE PIC S9(7) COMP-3.
           03 DIAG-STORM-FROM-TIME PIC S9(7) COMP-3.
           03 DIAG-STORM-TO-DATE PIC S9(7) COMP-3.
           03 DIAG-STORM-TO-TIME PIC S9(7) COMP-3.
           03 DIAG-STORM-COUNT   PIC 9(5).
           03 DIAG-STORM-OPID    PIC X(3).

       01 WS-Q-RESP              PIC S9(8) COMP.

           03 FILLER             PIC X(1) VALUE '-'.
           03 PNL-REF-TASKN      PIC 9(7).

      * Shown instead while the transaction is disabled - the same
      * wording the callers send from 5120-CHECK-AVAILABLE.
       01 WS-UNAVAIL-PANEL.
           03 FILLER             PIC X(12) VALUE 'TRANSACTION '.
           03 UNV-TRANS          PIC X(4).
           03 FILLER             PIC X(30)
                    VALUE ' UNAVAILABLE - CALL HELP DESK'.

      * Storm-control record for KSDS VIVSTORM, LRECL 400, keyed by
      * type, transaction, and EIBRESP:
      *   C - control: the storm limit, STM-LIMIT-COUNT errors
      *       within STM-LIMIT-MINUTES.  Transaction '****' is the
      *       limit for all; a transaction's own record overrides.
      *   E - error counter, one per transaction and EIBRESP: the
      *       times of the last twenty errors, newest first.
      *   T - transaction status (EIBRESP zero): D disabled by a
      *       storm, E enabled again, with the storm's figures.
       01 WS-STORM-REC.
           03 STM-KEY.
              05 STM-TYPE        PIC X(1).
                 88 STM-CONTROL                     VALUE 'C'.
                 88 STM-COUNTER                     VALUE 'E'.
                 88 STM-TRANS-STATUS                VALUE 'T'.
              05 STM-TRANS       PIC X(4).
              05 STM-RESP        PIC 9(8).
           03 STM-DATA           PIC X(387).
           03 STM-CONTROL-DATA REDEFINES STM-DATA.
              05 STM-LIMIT-COUNT PIC 9(2).
              05 STM-LIMIT-MINUTES PIC 9(3).
              05 FILLER          PIC X(382).
           03 STM-COUNTER-DATA REDEFINES STM-DATA.
              05 STM-RING-USED   PIC 9(2).
              05 STM-RING-ENTRY OCCURS 20 TIMES.
                 07 STM-RING-ABSTIME PIC S9(15) COMP-3.
                 07 STM-RING-DATE    PIC S9(7) COMP-3.
                 07 STM-RING-TIME    PIC S9(7) COMP-3.
              05 FILLER          PIC X(65).
           03 STM-STATUS-DATA REDEFINES STM-DATA.
              05 STM-STATUS      PIC X(1).
                 88 STM-DISABLED                    VALUE 'D'.
                 88 STM-ENABLED                     VALUE 'E'.
              05 STM-STORM-RESP  PIC 9(8).
              05 STM-STORM-FROM-DATE PIC S9(7) COMP-3.
              05 STM-STORM-FROM-TIME PIC S9(7) COMP-3.
              05 STM-STORM-TRIP-DATE PIC S9(7) COMP-3.
              05 STM-STORM-TRIP-TIME PIC S9(7) COMP-3.
              05 STM-STORM-LAST-DATE PIC S9(7) COMP-3.
              05 STM-STORM-LAST-TIME PIC S9(7) COMP-3.
              05 STM-STORM-COUNT PIC 9(5).
              05 STM-ENABLE-OPID PIC X(3).
              05 STM-ENABLE-DATE PIC S9(7) COMP-3.
              05 STM-ENABLE-TIME PIC S9(7) COMP-3.
              05 FILLER          PIC X(338).

       01 WS-STORM-RESP          PIC S9(8) COMP.
       01 WS-STORM-KEY           PIC X(13).
       01 WS-LIMIT-COUNT         PIC 9(2) VALUE 0.
       01 WS-LIMIT-MINUTES       PIC 9(3) VALUE 0.
       01 WS-LIMIT-MS            PIC S9(15) COMP-3.
       01 WS-NOW-ABSTIME         PIC S9(15) COMP-3.
       01 WS-RING-SUB            PIC S9(4) COMP.
       01 WS-IN-WINDOW           PIC S9(4) COMP.
       01 WS-TRIP-RESP           PIC 9(8).
       01 WS-TRIP-FROM-DATE      PIC S9(7) COMP-3.
       01 WS-TRIP-FROM-TIME      PIC S9(7) COMP-3.

       01 WS-LIMIT-FLAG          PIC X(1).
          88 STORM-CHECK-ON                         VALUE 'Y'.
          88 STORM-CHECK-OFF                        VALUE 'N'.
       01 WS-TRANS-STATE-FLAG    PIC X(1).
          88 TRANS-IS-DISABLED                      VALUE 'Y'.
          88 TRANS-IS-AVAILABLE                     VALUE 'N'.
       01 WS-STORM-TRIP-FLAG     PIC X(1).
          88 STORM-TRIPPED                          VALUE 'Y'.
          88 STORM-NOT-TRIPPED                      VALUE 'N'.

      * Console alert for the operations staff.
       01 WS-ALERT-TEXT.
           03 FILLER             PIC X(21)
                                 VALUE 'VIVERRH ERROR STORM: '.
           03 ALR-TRANS          PIC X(4).
           03 FILLER             PIC X(15)
                                 VALUE ' DISABLED AFTER'.
           03 ALR-COUNT          PIC Z9.
           03 FILLER             PIC X(13) VALUE ' ERRORS RESP '.
           03 ALR-RESP           PIC 9(8).
           03 FILLER             PIC X(4) VALUE ' IN '.
           03 ALR-MINUTES        PIC ZZ9.
           03 FILLER             PIC X(28)
                    VALUE ' MIN - RE-ENABLE ON VSTM'.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 EC-TRANS           PIC X(4).
       PROCEDURE DIVISION.
      **** MAIN PROCEDURE ****
       0000-MAIN.
           SET STORM-NOT-TRIPPED TO TRUE.
           PERFORM 1100-CHECK-DISABLED.
           IF TRANS-IS-DISABLED
               PERFORM 1700-COUNT-INTO-STORM
           ELSE
               PERFORM 1000-CAPTURE-DIAGNOSTIC
               PERFORM 1200-GET-STORM-LIMIT
               IF STORM-CHECK-ON
                   PERFORM 1300-COUNT-ERROR
               END-IF
               IF STORM-TRIPPED
                   PERFORM 1500-DISABLE-TRANSACTION
               END-IF
           END-IF.
           IF TRANS-IS-DISABLED OR STORM-TRIPPED
               PERFORM 2100-SEND-UNAVAILABLE-PANEL
           ELSE
               PERFORM 2000-SEND-CLEAN-PANEL
           END-IF.
           EXEC CICS RETURN
           END-EXEC.

           MOVE EIBDATE TO DIAG-DATE.
           MOVE EIBTIME TO DIAG-TIME.
           MOVE EC-CA-IMAGE TO DIAG-CA.
           SET DIAG-INCIDENT TO TRUE.
           MOVE 0 TO DIAG-STORM-FROM-DATE DIAG-STORM-FROM-TIME
                     DIAG-STORM-TO-DATE DIAG-STORM-TO-TIME
                     DIAG-STORM-COUNT.
           MOVE SPACES TO DIAG-STORM-OPID.
           PERFORM 1050-WRITE-DIAGNOSTIC.

       1050-WRITE-DIAGNOSTIC.
      *    RESP on the queue write - a diagnostics failure must not
      *    take the error handler down with it; the reference panel
      *    still goes out.
                RESP(WS-Q-RESP)
           END-EXEC.

      *    Every VIVSTORM request below carries RESP for the same
      *    reason: an unreadable storm file only means no storm
      *    checking, never a second failure on top of the first.
       1100-CHECK-DISABLED.
           SET TRANS-IS-AVAILABLE TO TRUE.
           MOVE 'T' TO STM-TYPE.
           MOVE EC-TRANS TO STM-TRANS.
           MOVE 0 TO STM-RESP.
           MOVE STM-KEY TO WS-STORM-KEY.
           EXEC CICS READ
                FILE('VIVSTORM')
                INTO(WS-STORM-REC)
                RIDFLD(WS-STORM-KEY)
                RESP(WS-STORM-RESP)
           END-EXEC.
           IF WS-STORM-RESP = DFHRESP(NORMAL)
               IF STM-DISABLED
                   SET TRANS-IS-DISABLED TO TRUE
               END-IF
           END-IF.

       1200-GET-STORM-LIMIT.
           SET STORM-CHECK-OFF TO TRUE.
           MOVE 'C' TO STM-TYPE.
           MOVE EC-TRANS TO STM-TRANS.
           MOVE 0 TO STM-RESP.
           MOVE STM-KEY TO WS-STORM-KEY.
           EXEC CICS READ
                FILE('VIVSTORM')
                INTO(WS-STORM-REC)
                RIDFLD(WS-STORM-KEY)
                RESP(WS-STORM-RESP)
           END-EXEC.
           IF WS-STORM-RESP = DFHRESP(NOTFND)
               MOVE 'C' TO STM-TYPE
               MOVE '****' TO STM-TRANS
               MOVE 0 TO STM-RESP
               MOVE STM-KEY TO WS-STORM-KEY
               EXEC CICS READ
                    FILE('VIVSTORM')
                    INTO(WS-STORM-REC)
                    RIDFLD(WS-STORM-KEY)
                    RESP(WS-STORM-RESP)
               END-EXEC
           END-IF.
           IF WS-STORM-RESP = DFHRESP(NORMAL)
               IF STM-LIMIT-COUNT IS NUMERIC AND
                  STM-LIMIT-MINUTES IS NUMERIC AND
                  STM-LIMIT-COUNT > 1 AND STM-LIMIT-MINUTES > 0
                   MOVE STM-LIMIT-COUNT TO WS-LIMIT-COUNT
                   MOVE STM-LIMIT-MINUTES TO WS-LIMIT-MINUTES
      *            Only the last twenty errors are kept, so a limit
      *            above twenty is held at twenty.
                   IF WS-LIMIT-COUNT > 20
                       MOVE 20 TO WS-LIMIT-COUNT
                   END-IF
                   SET STORM-CHECK-ON TO TRUE
               END-IF
           END-IF.

      *    Pushes this error onto the front of the counter's ring,
      *    then counts how many of the kept errors fall inside the
      *    window.  ABSTIME is milliseconds, so the window needs no
      *    care at midnight.
       1300-COUNT-ERROR.
           EXEC CICS ASKTIME
                ABSTIME(WS-NOW-ABSTIME)
           END-EXEC.
           MOVE 'E' TO STM-TYPE.
           MOVE EC-TRANS TO STM-TRANS.
           MOVE EC-RESP TO STM-RESP.
           MOVE STM-KEY TO WS-STORM-KEY.
           EXEC CICS READ
                FILE('VIVSTORM')
                INTO(WS-STORM-REC)
                RIDFLD(WS-STORM-KEY)
                UPDATE
                RESP(WS-STORM-RESP)
           END-EXEC.
           IF WS-STORM-RESP = DFHRESP(NORMAL) OR
              WS-STORM-RESP = DFHRESP(NOTFND)
               IF WS-STORM-RESP = DFHRESP(NOTFND)
                   MOVE SPACES TO STM-DATA
                   MOVE 'E' TO STM-TYPE
                   MOVE EC-TRANS TO STM-TRANS
                   MOVE EC-RESP TO STM-RESP
                   MOVE 0 TO STM-RING-USED
               END-IF
               PERFORM 1350-PUSH-RING-ENTRY
               PERFORM 1400-TEST-WINDOW
               IF STORM-TRIPPED
      *            The storm takes these errors with it; the ring
      *            starts empty once the transaction is back.
                   MOVE 0 TO STM-RING-USED
               END-IF
               IF WS-STORM-RESP = DFHRESP(NOTFND)
                   EXEC CICS WRITE
                        FILE('VIVSTORM')
                        FROM(WS-STORM-REC)
                        RIDFLD(WS-STORM-KEY)
                        RESP(WS-STORM-RESP)
                   END-EXEC
               ELSE
                   EXEC CICS REWRITE
                        FILE('VIVSTORM')
                        FROM(WS-STORM-REC)
                        RESP(WS-STORM-RESP)
                   END-EXEC
               END-IF
           END-IF.

       1350-PUSH-RING-ENTRY.
           IF STM-RING-USED < 20
               ADD 1 TO STM-RING-USED
           END-IF.
           PERFORM VARYING WS-RING-SUB FROM STM-RING-USED BY -1
                   UNTIL WS-RING-SUB < 2
               MOVE STM-RING-ENTRY(WS-RING-SUB - 1)
                   TO STM-RING-ENTRY(WS-RING-SUB)
           END-PERFORM.
           MOVE WS-NOW-ABSTIME TO STM-RING-ABSTIME(1).
           MOVE EIBDATE TO STM-RING-DATE(1).
           MOVE EIBTIME TO STM-RING-TIME(1).

       1400-TEST-WINDOW.
           COMPUTE WS-LIMIT-MS = WS-LIMIT-MINUTES * 60000.
           MOVE 0 TO WS-IN-WINDOW.
           PERFORM VARYING WS-RING-SUB FROM 1 BY 1
                   UNTIL WS-RING-SUB > STM-RING-USED
               IF WS-NOW-ABSTIME - STM-RING-ABSTIME(WS-RING-SUB)
                       <= WS-LIMIT-MS
                   ADD 1 TO WS-IN-WINDOW
                   MOVE STM-RING-DATE(WS-RING-SUB)
                       TO WS-TRIP-FROM-DATE
                   MOVE STM-RING-TIME(WS-RING-SUB)
                       TO WS-TRIP-FROM-TIME
               END-IF
           END-PERFORM.
           IF WS-IN-WINDOW >= WS-LIMIT-COUNT
               SET STORM-TRIPPED TO TRUE
               MOVE EC-RESP TO WS-TRIP-RESP
           END-IF.

      *    Another task may have tripped the same storm a moment
      *    ago - a record already disabled is left as it stands and
      *    only one alert goes out.
       1500-DISABLE-TRANSACTION.
           MOVE 'T' TO STM-TYPE.
           MOVE EC-TRANS TO STM-TRANS.
           MOVE 0 TO STM-RESP.
           MOVE STM-KEY TO WS-STORM-KEY.
           EXEC CICS READ
                FILE('VIVSTORM')
                INTO(WS-STORM-REC)
                RIDFLD(WS-STORM-KEY)
                UPDATE
                RESP(WS-STORM-RESP)
           END-EXEC.
           IF WS-STORM-RESP = DFHRESP(NORMAL)
               IF STM-DISABLED
                   EXEC CICS UNLOCK
                        FILE('VIVSTORM')
                        RESP(WS-STORM-RESP)
                   END-EXEC
               ELSE
                   PERFORM 1550-SET-STORM-STATUS
                   EXEC CICS REWRITE
                        FILE('VIVSTORM')
                        FROM(WS-STORM-REC)
                        RESP(WS-STORM-RESP)
                   END-EXEC
                   PERFORM 1600-ANNOUNCE-STORM
               END-IF
           ELSE
               IF WS-STORM-RESP = DFHRESP(NOTFND)
                   MOVE 'T' TO STM-TYPE
                   MOVE EC-TRANS TO STM-TRANS
                   MOVE 0 TO STM-RESP
                   PERFORM 1550-SET-STORM-STATUS
                   EXEC CICS WRITE
                        FILE('VIVSTORM')
                        FROM(WS-STORM-REC)
                        RIDFLD(WS-STORM-KEY)
                        RESP(WS-STORM-RESP)
                   END-EXEC
                   IF WS-STORM-RESP = DFHRESP(NORMAL)
                       PERFORM 1600-ANNOUNCE-STORM
                   END-IF
               END-IF
           END-IF.

       1550-SET-STORM-STATUS.
           MOVE SPACES TO STM-DATA.
           SET STM-DISABLED TO TRUE.
           MOVE WS-TRIP-RESP TO STM-STORM-RESP.
           MOVE WS-TRIP-FROM-DATE TO STM-STORM-FROM-DATE.
           MOVE WS-TRIP-FROM-TIME TO STM-STORM-FROM-TIME.
           MOVE EIBDATE TO STM-STORM-TRIP-DATE.
           MOVE EIBTIME TO STM-STORM-TRIP-TIME.
           MOVE EIBDATE TO STM-STORM-LAST-DATE.
           MOVE EIBTIME TO STM-STORM-LAST-TIME.
           MOVE WS-IN-WINDOW TO STM-STORM-COUNT.
           MOVE 0 TO STM-ENABLE-DATE STM-ENABLE-TIME.

       1600-ANNOUNCE-STORM.
           MOVE EC-TRANS TO ALR-TRANS.
           MOVE WS-IN-WINDOW TO ALR-COUNT.
           MOVE WS-TRIP-RESP TO ALR-RESP.
           MOVE WS-LIMIT-MINUTES TO ALR-MINUTES.
           EXEC CICS WRITE OPERATOR
                TEXT(WS-ALERT-TEXT)
                TEXTLENGTH(LENGTH OF WS-ALERT-TEXT)
                RESP(WS-Q-RESP)
           END-EXEC.
           SET DIAG-STORM-START TO TRUE.
           MOVE EC-TRANS TO DIAG-TRANS.
           MOVE EC-PROG TO DIAG-PROG.
           MOVE EC-FN TO DIAG-FN.
           MOVE WS-TRIP-RESP TO DIAG-RESP.
           MOVE EIBOPID TO DIAG-OPID.
           MOVE EIBTRMID TO DIAG-TRMID.
           MOVE EIBTASKN TO DIAG-TASKN.
           MOVE EIBDATE TO DIAG-DATE.
           MOVE EIBTIME TO DIAG-TIME.
           MOVE SPACES TO DIAG-CA.
           MOVE WS-TRIP-FROM-DATE TO DIAG-STORM-FROM-DATE.
           MOVE WS-TRIP-FROM-TIME TO DIAG-STORM-FROM-TIME.
           MOVE EIBDATE TO DIAG-STORM-TO-DATE.
           MOVE EIBTIME TO DIAG-STORM-TO-TIME.
           MOVE WS-IN-WINDOW TO DIAG-STORM-COUNT.
           MOVE SPACES TO DIAG-STORM-OPID.
           PERFORM 1050-WRITE-DIAGNOSTIC.

      *    An error in a task that started before the disable - it
      *    joins the storm's count and last-error time, and no VIVD
      *    incident or reference number is issued for it.
       1700-COUNT-INTO-STORM.
           EXEC CICS READ
                FILE('VIVSTORM')
                INTO(WS-STORM-REC)
                RIDFLD(WS-STORM-KEY)
                UPDATE
                RESP(WS-STORM-RESP)
           END-EXEC.
           IF WS-STORM-RESP = DFHRESP(NORMAL)
               IF STM-DISABLED AND STM-STORM-COUNT < 99999
                   ADD 1 TO STM-STORM-COUNT
                   MOVE EIBDATE TO STM-STORM-LAST-DATE
                   MOVE EIBTIME TO STM-STORM-LAST-TIME
               END-IF
               EXEC CICS REWRITE
                    FILE('VIVSTORM')
                    FROM(WS-STORM-REC)
                    RESP(WS-STORM-RESP)
               END-EXEC
           END-IF.

       2000-SEND-CLEAN-PANEL.
           MOVE EC-TRANS TO PNL-TRANS.
           MOVE EC-TRANS TO PNL-REF-TRANS.
                ERASE
                FREEKB
           END-EXEC.

       2100-SEND-UNAVAILABLE-PANEL.
           MOVE EC-TRANS TO UNV-TRANS.
           EXEC CICS SEND TEXT
                FROM(WS-UNAVAIL-PANEL)
                LENGTH(LENGTH OF WS-UNAVAIL-PANEL)
                ERASE
                FREEKB
           END-EXEC.
