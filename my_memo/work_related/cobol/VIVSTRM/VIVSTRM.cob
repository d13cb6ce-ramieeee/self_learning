       ID DIVISION.
       PROGRAM-ID.      VIVSTRM.

      * Error-storm control for the online transactions.  When
      * VIVERRH sees a storm - too many of the same error on one
      * transaction inside the VIVSTORM limit - it disables the
      * transaction on the VIVSTORM KSDS and alerts the operations
      * console, and operators get the UNAVAILABLE - CALL HELP DESK
      * panel.  Transaction VSTM sends map VIVPE01: once the cause is
      * fixed a supervisor keys the transaction and an action - I
      * inquire (its standing and the storm's figures), E re-enable
      * it.  Re-enabling writes the storm's closing record to TD
      * queue VIVD, so the VIVDIAG morning report shows the storm as
      * one incident with its first and last error and its count.
      * Only an active profile with authority S or A (per VIVOPROF)
      * may use the panel.  PF3 or CLEAR leaves the transaction.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY VIVPE01.

       01 WS-FIRST-TIME-FLAG  PIC S9(4) COMP.
          88 FIRST-TIME                 VALUE 0.

       01 DEFINITIONS-OF-EIBAID-FIELD     PIC X(1).
          88 ENTER-KEY                              VALUE ''''.
          88 CLEAR-KEY                              VALUE '_'.
          88 PF3-KEY                                VALUE '3'.

       01 WS-TRANS-ID       PIC X(4) VALUE 'VSTM'.

      * Snapshot passed to the shared VIVERRH error handler (see
      * 9500-SYSTEM-ERROR) - layout must stay in step with its
      * DFHCOMMAREA.
       01 WS-ERR-COMMAREA.
           03 EC-TRANS           PIC X(4).
           03 EC-PROG            PIC X(8).
           03 EC-FN              PIC X(2).
           03 EC-RESP            PIC 9(8).
           03 EC-CA-IMAGE        PIC X(80).

       01 WS-OPID                PIC X(3).
       01 WS-TRMID               PIC X(4).

      * Transaction-status record from KSDS VIVSTORM - must stay in
      * step with WS-STORM-REC in VIVERRH (status view only).
       01 WS-STORM-REC.
           03 STM-KEY.
              05 STM-TYPE        PIC X(1).
              05 STM-TRANS       PIC X(4).
              05 STM-RESP        PIC 9(8).
           03 STM-STATUS         PIC X(1).
              88 STM-DISABLED                       VALUE 'D'.
              88 STM-ENABLED                        VALUE 'E'.
           03 STM-STORM-RESP     PIC 9(8).
           03 STM-STORM-FROM-DATE PIC S9(7) COMP-3.
           03 STM-STORM-FROM-TIME PIC S9(7) COMP-3.
           03 STM-STORM-TRIP-DATE PIC S9(7) COMP-3.
           03 STM-STORM-TRIP-TIME PIC S9(7) COMP-3.
           03 STM-STORM-LAST-DATE PIC S9(7) COMP-3.
           03 STM-STORM-LAST-TIME PIC S9(7) COMP-3.
           03 STM-STORM-COUNT    PIC 9(5).
           03 STM-ENABLE-OPID    PIC X(3).
           03 STM-ENABLE-DATE    PIC S9(7) COMP-3.
           03 STM-ENABLE-TIME    PIC S9(7) COMP-3.
           03 FILLER             PIC X(338).

       01 WS-STORM-RESP          PIC S9(8) COMP.
       01 WS-STORM-KEY           PIC X(13).

      * Storm closing record for TD queue VIVD - must stay in step
      * with WS-DIAG-REC in VIVERRH and DIAGIN-REC in VIVDIAG.
       01 WS-DIAG-REC.
           03 DIAG-TRANS         PIC X(4).
           03 DIAG-PROG          PIC X(8).
           03 DIAG-FN            PIC X(2).
           03 DIAG-RESP          PIC 9(8).
           03 DIAG-OPID          PIC X(3).
           03 DIAG-TRMID         PIC X(4).
           03 DIAG-TASKN         PIC 9(7).
           03 DIAG-DATE          PIC S9(7) COMP-3.
           03 DIAG-TIME          PIC S9(7) COMP-3.
           03 DIAG-CA            PIC X(80).
           03 DIAG-REC-TYPE      PIC X(1).
              88 DIAG-STORM-END                     VALUE 'E'.
           03 DIAG-STORM-FROM-DATE PIC S9(7) COMP-3.
           03 DIAG-STORM-FROM-TIME PIC S9(7) COMP-3.
           03 DIAG-STORM-TO-DATE PIC S9(7) COMP-3.
           03 DIAG-STORM-TO-TIME PIC S9(7) COMP-3.
           03 DIAG-STORM-COUNT   PIC 9(5).
           03 DIAG-STORM-OPID    PIC X(3).

       01 WS-Q-RESP              PIC S9(8) COMP.

      * Operator security profile record from KSDS VIVOPROF - the
      * requesting operator must be an active supervisor or
      * administrator to re-enable a transaction.
       01 WS-OPROF-REC.
           03 OPROF-OPID         PIC X(3).
           03 OPROF-AUTH         PIC X(1).
              88 OPROF-AUTH-SUPERVISOR               VALUE 'S'.
              88 OPROF-AUTH-ADMIN                    VALUE 'A'.
              88 OPROF-AUTH-GENERAL                  VALUE 'G'.
           03 OPROF-ACTIVE       PIC X(1).
              88 OPROF-IS-ACTIVE                     VALUE 'Y'.
              88 OPROF-IS-INACTIVE                   VALUE 'N'.
           03 OPROF-NAME         PIC X(20).
           03 OPROF-PIN          PIC X(4).
           03 OPROF-PIN-DATE     PIC 9(7).
           03 OPROF-FAIL-COUNT   PIC 9(2).
           03 OPROF-LOCKED       PIC X(1).
              88 OPROF-IS-LOCKED                     VALUE 'Y'.

       01 WS-OPROF-RESP          PIC S9(8) COMP.

       01 WS-SUPERVISOR-FLAG     PIC X(1).
          88 IS-SUPERVISOR                          VALUE 'Y'.
          88 IS-NOT-SUPERVISOR                      VALUE 'N'.

       01 WS-VALID-INPUT-FLAG PIC X(1).
          88 VALID-INPUT                VALUE 'Y'.
          88 INPUT-NOT-VALID            VALUE 'N'.

       01 WS-COMMUNICATION-AREA.
           03 WS-CA-DUMMY            PIC X(1).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 CA-DUMMY               PIC X(1).

       PROCEDURE DIVISION.
      **** MAIN PROCEDURE ****
       0000-MAIN.
           PERFORM 5100-ALWAYS-TEST.
           PERFORM 9150-CHECK-SUPERVISOR.
           IF IS-NOT-SUPERVISOR
               PERFORM 9300-NOT-AUTHORIZED
           END-IF.

           EVALUATE TRUE

               WHEN FIRST-TIME
                   PERFORM 0100-FIRST-TIME

               WHEN ENTER-KEY
                   PERFORM 0200-PROCESS-ACTION

               WHEN PF3-KEY
                   PERFORM 9999-ABORT

               WHEN OTHER
                   PERFORM 9100-INVALID-KEY

           END-EVALUATE.

           PERFORM 5300-RETURN-TRANS-ID.

      **** PROCEDURE LIST ****
       0100-FIRST-TIME.
           MOVE LOW-VALUES TO VIVPE01I.
           MOVE LOW-VALUES TO VIVPE01O.
           MOVE 'ENTER TRANS AND I E' TO ALRTO.
           PERFORM 0500-SEND-MAP.

       0200-PROCESS-ACTION.
           EXEC CICS RECEIVE
                MAP('VIVPE01')
                MAPSET('VIVPE01')
           END-EXEC.
           PERFORM 0250-VALIDATE-INPUT.
           IF VALID-INPUT
               EVALUATE ACTI
                   WHEN 'I'
                       PERFORM 1000-INQUIRE-STATUS
                   WHEN 'E'
                       PERFORM 2000-ENABLE-TRANSACTION
               END-EVALUATE
           END-IF.
           PERFORM 0500-SEND-MAP.

       0250-VALIDATE-INPUT.
           SET VALID-INPUT TO TRUE.
           MOVE LOW-VALUES TO VIVPE01O.
           MOVE TRNI TO TRNO.
           MOVE ACTI TO ACTO.
           IF ACTI NOT = 'I' AND ACTI NOT = 'E'
               MOVE 'ACTION MUST BE I E' TO ALRTO
               SET INPUT-NOT-VALID TO TRUE
           END-IF.
           IF VALID-INPUT
               IF TRNL = 0 OR TRNI = SPACES OR TRNI = LOW-VALUES
                   MOVE 'KEY A TRANSACTION' TO ALRTO
                   SET INPUT-NOT-VALID TO TRUE
               END-IF
           END-IF.

       0500-SEND-MAP.
           EXEC CICS SEND
               MAP('VIVPE01')
               MAPSET('VIVPE01')
               CURSOR
               ERASE
           END-EXEC.

       0600-SHOW-STATUS.
           IF STM-DISABLED
               MOVE 'DISABLED' TO STATO
           ELSE
               MOVE 'ENABLED' TO STATO
           END-IF.
           MOVE STM-STORM-RESP TO RESPO.
           MOVE STM-STORM-FROM-DATE TO FDTEO.
           MOVE STM-STORM-FROM-TIME TO FTIMO.
           MOVE STM-STORM-TRIP-DATE TO TDTEO.
           MOVE STM-STORM-TRIP-TIME TO TTIMO.
           MOVE STM-STORM-LAST-DATE TO LDTEO.
           MOVE STM-STORM-LAST-TIME TO LTIMO.
           MOVE STM-STORM-COUNT TO CNTO.
           MOVE STM-ENABLE-OPID TO EOPO.

       0700-BUILD-KEY.
           MOVE 'T' TO STM-TYPE.
           MOVE TRNI TO STM-TRANS.
           MOVE 0 TO STM-RESP.
           MOVE STM-KEY TO WS-STORM-KEY.

       1000-INQUIRE-STATUS.
           PERFORM 0700-BUILD-KEY.
           EXEC CICS READ
                FILE('VIVSTORM')
                INTO(WS-STORM-REC)
                RIDFLD(WS-STORM-KEY)
                RESP(WS-STORM-RESP)
           END-EXEC.
           IF WS-STORM-RESP = DFHRESP(NORMAL)
               PERFORM 0600-SHOW-STATUS
               MOVE 'STATUS DISPLAYED' TO ALRTO
           ELSE
               IF WS-STORM-RESP = DFHRESP(NOTFND)
                   MOVE 'ACTIVE' TO STATO
                   MOVE 'NO STORM ON RECORD' TO ALRTO
               ELSE
                   MOVE 'STATUS READ FAILED' TO ALRTO
               END-IF
           END-IF.

      *    Re-enable stamps who and when on the status record, then
      *    closes the storm on VIVD with the first and last error
      *    times and the full count - errors that reached VIVERRH
      *    after the disable included.
       2000-ENABLE-TRANSACTION.
           PERFORM 0700-BUILD-KEY.
           EXEC CICS READ
                FILE('VIVSTORM')
                INTO(WS-STORM-REC)
                RIDFLD(WS-STORM-KEY)
                UPDATE
                RESP(WS-STORM-RESP)
           END-EXEC.
           IF WS-STORM-RESP = DFHRESP(NORMAL)
               IF STM-DISABLED
                   SET STM-ENABLED TO TRUE
                   MOVE WS-OPID TO STM-ENABLE-OPID
                   MOVE EIBDATE TO STM-ENABLE-DATE
                   MOVE EIBTIME TO STM-ENABLE-TIME
                   EXEC CICS REWRITE
                        FILE('VIVSTORM')
                        FROM(WS-STORM-REC)
                        RESP(WS-STORM-RESP)
                   END-EXEC
                   IF WS-STORM-RESP = DFHRESP(NORMAL)
                       PERFORM 2100-CLOSE-STORM
                       PERFORM 0600-SHOW-STATUS
                       MOVE 'TRANSACTION ENABLED' TO ALRTO
                   ELSE
                       MOVE 'ENABLE FAILED' TO ALRTO
                   END-IF
               ELSE
                   EXEC CICS UNLOCK
                        FILE('VIVSTORM')
                        RESP(WS-STORM-RESP)
                   END-EXEC
                   PERFORM 0600-SHOW-STATUS
                   MOVE 'NOT DISABLED' TO ALRTO
               END-IF
           ELSE
               IF WS-STORM-RESP = DFHRESP(NOTFND)
                   MOVE 'ACTIVE' TO STATO
                   MOVE 'NOT DISABLED' TO ALRTO
               ELSE
                   MOVE 'STATUS READ FAILED' TO ALRTO
               END-IF
           END-IF.

       2100-CLOSE-STORM.
           MOVE STM-TRANS TO DIAG-TRANS.
           MOVE 'VIVSTRM ' TO DIAG-PROG.
           MOVE SPACES TO DIAG-FN.
           MOVE STM-STORM-RESP TO DIAG-RESP.
           MOVE WS-OPID TO DIAG-OPID.
           MOVE WS-TRMID TO DIAG-TRMID.
           MOVE EIBTASKN TO DIAG-TASKN.
           MOVE EIBDATE TO DIAG-DATE.
           MOVE EIBTIME TO DIAG-TIME.
           MOVE SPACES TO DIAG-CA.
           SET DIAG-STORM-END TO TRUE.
           MOVE STM-STORM-FROM-DATE TO DIAG-STORM-FROM-DATE.
           MOVE STM-STORM-FROM-TIME TO DIAG-STORM-FROM-TIME.
           MOVE STM-STORM-LAST-DATE TO DIAG-STORM-TO-DATE.
           MOVE STM-STORM-LAST-TIME TO DIAG-STORM-TO-TIME.
           MOVE STM-STORM-COUNT TO DIAG-STORM-COUNT.
           MOVE WS-OPID TO DIAG-STORM-OPID.
      *    RESP on the queue write - the transaction is back either
      *    way; a lost closing record only leaves the storm shown
      *    as still open on the morning report.
           EXEC CICS WRITEQ TD
                QUEUE('VIVD')
                FROM(WS-DIAG-REC)
                LENGTH(LENGTH OF WS-DIAG-REC)
                RESP(WS-Q-RESP)
           END-EXEC.

       5100-ALWAYS-TEST.
           EXEC CICS HANDLE CONDITION
                ERROR(9500-SYSTEM-ERROR)
           END-EXEC.
           MOVE EIBAID TO DEFINITIONS-OF-EIBAID-FIELD.
           MOVE EIBOPID TO WS-OPID.
           MOVE EIBTRMID TO WS-TRMID.
           IF CLEAR-KEY
              PERFORM 9999-ABORT.

           IF EIBCALEN = 0
              MOVE 0 TO WS-FIRST-TIME-FLAG
           ELSE
              MOVE 1 TO WS-FIRST-TIME-FLAG
           END-IF.

       5300-RETURN-TRANS-ID.
            EXEC CICS
              RETURN TRANSID   (WS-TRANS-ID)
                     COMMAREA  (WS-COMMUNICATION-AREA)
                     LENGTH (LENGTH OF WS-COMMUNICATION-AREA)
            END-EXEC.

       9100-INVALID-KEY.
           MOVE LOW-VALUES TO VIVPE01O.
           MOVE 'INVALID KEY ENTERED' TO ALRTO.
           PERFORM 0500-SEND-MAP.

       9150-CHECK-SUPERVISOR.
           SET IS-NOT-SUPERVISOR TO TRUE.
           EXEC CICS READ
                FILE('VIVOPROF')
                INTO(WS-OPROF-REC)
                RIDFLD(WS-OPID)
                RESP(WS-OPROF-RESP)
           END-EXEC.
           IF WS-OPROF-RESP = DFHRESP(NORMAL)
               IF OPROF-IS-ACTIVE AND
                  (OPROF-AUTH-SUPERVISOR OR OPROF-AUTH-ADMIN)
                   SET IS-SUPERVISOR TO TRUE
               END-IF
           END-IF.

       9300-NOT-AUTHORIZED.
           MOVE LOW-VALUES TO VIVPE01O.
           MOVE 'NOT AUTHORIZED' TO ALRTO.
           PERFORM 0500-SEND-MAP.
           EXEC CICS RETURN
           END-EXEC.

       9500-SYSTEM-ERROR.
      *    An unhandled condition fired - capture the diagnostic
      *    snapshot, let the shared handler log it and show the
      *    operator a clean panel with a reference number, then end
      *    the task tidily instead of mid-conversation.
      *    Disarm the handler first - a condition raised by the
      *    LINK itself (PGMIDERR, LENGERR) must fall to system
      *    action, not re-drive this paragraph forever.
           EXEC CICS HANDLE CONDITION
                ERROR
           END-EXEC.
           MOVE WS-TRANS-ID TO EC-TRANS.
           MOVE 'VIVSTRM ' TO EC-PROG.
           MOVE EIBFN TO EC-FN.
           MOVE EIBRESP TO EC-RESP.
           MOVE SPACES TO EC-CA-IMAGE.
           MOVE WS-COMMUNICATION-AREA TO EC-CA-IMAGE.
           EXEC CICS LINK
                PROGRAM('VIVERRH')
                COMMAREA(WS-ERR-COMMAREA)
                LENGTH(LENGTH OF WS-ERR-COMMAREA)
           END-EXEC.
           EXEC CICS RETURN
           END-EXEC.

       9999-ABORT.
           EXEC CICS RETURN
           END-EXEC.
