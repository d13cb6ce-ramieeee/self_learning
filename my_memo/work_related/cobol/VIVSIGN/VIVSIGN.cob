      * start and end stamps; VIVSESS drains the queue nightly and
      * prints the daily session report - who worked which terminal,
      * from when to when.  PF3 or CLEAR leaves the transaction.
      * Consecutive wrong PINs are counted on the profile; when the
      * count reaches the limit on the VIVPINP policy record the
      * profile is locked and stays locked until a supervisor
      * unlocks it on VOPM.  A PIN older than the policy's expiry
      * days - or one an administrator issued on VOPM, which carries
      * a zero change date - refuses the sign-on until the operator
      * changes it with action C: operator ID, old PIN, and the new
      * PIN twice.  A wrong old PIN counts as a failed sign-on.  No
      * policy record leaves lockout and expiry off.  Every failed
      * attempt, lockout, refused attempt on a locked profile, and
      * PIN change is journaled to TD queue VSEC (see
      * 2900-LOG-SECURITY-EVENT); VIVSECR drains it nightly beside
      * VIVSESS and prints the daily security report.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

       01 WS-TRANS-ID       PIC X(4) VALUE 'VSGN'.

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

              88 OPROF-IS-INACTIVE                   VALUE 'N'.
           03 OPROF-NAME         PIC X(20).
           03 OPROF-PIN          PIC X(4).
           03 OPROF-PIN-DATE     PIC 9(7).
           03 OPROF-FAIL-COUNT   PIC 9(2).
           03 OPROF-LOCKED       PIC X(1).
              88 OPROF-IS-LOCKED                     VALUE 'Y'.

       01 WS-OPROF-RESP          PIC S9(8) COMP.
       01 WS-OPROF-KEY           PIC X(3).

      * PIN policy record from KSDS VIVPINP, keyed by transaction ID
      * (see VIVPINP.jcl): consecutive wrong PINs before the profile
      * locks, and days a PIN lasts.  Zero in either - or no record
      * at all - leaves that control off, the way a missing VIVTHRSH
      * record leaves the amount check off.
       01 WS-PPOL-REC.
           03 PPOL-TRANS         PIC X(4).
           03 PPOL-MAX-FAIL      PIC 9(2).
           03 PPOL-EXPIRE-DAYS   PIC 9(3).

       01 WS-PPOL-RESP           PIC S9(8) COMP.
       01 WS-PPOL-KEY            PIC X(4).
       01 WS-MAX-FAIL            PIC 9(2).
       01 WS-EXPIRE-DAYS         PIC 9(3).

       01 WS-LOCKED-NOW-FLAG     PIC X(1).
          88 LOCKED-NOW                             VALUE 'Y'.
       01 WS-PIN-AGE-FLAG        PIC X(1).
          88 PIN-CURRENT                            VALUE 'C'.
          88 PIN-EXPIRED                            VALUE 'E'.

      * Day-number work fields (see 1800-CALC-DAY-NUMBER): a CYYDDD
      * date in, days since a fixed origin out, so the PIN age
      * subtracts straight across a year end.
       01 WS-DN-DATE             PIC 9(7).
       01 WS-DN-YEAR             PIC 9(4).
       01 WS-DN-DDD              PIC 9(3).
       01 WS-DN-PRIOR-YEARS      PIC 9(4).
       01 WS-DN-LEAP-4           PIC 9(4).
       01 WS-DN-LEAP-100         PIC 9(4).
       01 WS-DN-LEAP-400         PIC 9(4).
       01 WS-DN-DAYS             PIC 9(7).
       01 WS-TODAY-DAYS          PIC 9(7).
       01 WS-PIN-DAYS            PIC 9(7).

      * Security-event record for TD queue VSEC - one per failed
      * sign-on, lockout, refused attempt on a locked profile, PIN
      * change, or unlock.  Must stay in step with WS-SEC-REC in
      * VIVOMNT and SECIN-REC in VIVSECR.
      * SEC-EVENT: F wrong PIN (or unknown ID), L profile locked,
      * K attempt on a locked profile, C PIN changed by the
      * operator, R PIN issued by an administrator, U unlocked.
       01 WS-SEC-REC.
           03 SEC-OPID           PIC X(3).
           03 SEC-TRMID          PIC X(4).
           03 SEC-EVENT          PIC X(1).
           03 SEC-BY-OPID        PIC X(3).
           03 SEC-FAIL-COUNT     PIC 9(2).
           03 SEC-DATE           PIC S9(7) COMP-3.
           03 SEC-TIME           PIC S9(7) COMP-3.

      * Active-session record on KSDS VIVSESSN, keyed by terminal -
      * one terminal, one session.  VIVPMAIN reads this by EIBTRMID
      * before accepting any calculation.
      * SLOG-REASON: N = operator signed off, R = session replaced by
      * the next sign-on at the same terminal (the prior operator
      * walked away without signing off - the auditors asked to see
      * exactly that), S = session forced closed by the nightly
      * VIVINTG integrity sweep, which appends to the queue dataset
      * in batch.
       01 WS-SLOG-REC.
           03 SLOG-OPID          PIC X(3).
           03 SLOG-TRMID         PIC X(4).
       0100-FIRST-TIME.
           MOVE LOW-VALUES TO VIVPS01I.
           MOVE LOW-VALUES TO VIVPS01O.
           MOVE 'S=ON O=OFF C=NEW PIN' TO ALRTO.
           PERFORM 0500-SEND-MAP.

       0200-PROCESS-ACTION.
                       PERFORM 1000-SIGN-ON
                   WHEN 'O'
                       PERFORM 2000-SIGN-OFF
                   WHEN 'C'
                       PERFORM 3000-CHANGE-PIN
               END-EVALUATE
           END-IF.
           PERFORM 0500-SEND-MAP.
           MOVE LOW-VALUES TO VIVPS01O.
           MOVE ACTI TO ACTO.
           MOVE OPIDI TO OPIDO.
           IF ACTI NOT = 'S' AND ACTI NOT = 'O' AND ACTI NOT = 'C'
               MOVE 'ACTION IS S, O, OR C' TO ALRTO
               SET INPUT-NOT-VALID TO TRUE
           END-IF.
           IF VALID-INPUT AND (ACTI = 'S' OR ACTI = 'C')
               IF OPIDI = SPACES OR OPIDI = LOW-VALUES
                   MOVE 'OPERATOR ID REQUIRED' TO ALRTO
                   SET INPUT-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.
      *    A new PIN is keyed twice, must be four digits, and must
      *    actually change something.
           IF VALID-INPUT AND ACTI = 'C'
               MOVE NPINI TO WS-FLDCHECK-DATA(1:4)
               CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
                       WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID
               EVALUATE TRUE
                   WHEN FLDCHECK-INVALID
                       MOVE 'NEW PIN: FOUR DIGITS' TO ALRTO
                       SET INPUT-NOT-VALID TO TRUE
                   WHEN CPINI NOT = NPINI
                       MOVE 'NEW PINS DIFFER' TO ALRTO
                       SET INPUT-NOT-VALID TO TRUE
                   WHEN NPINI = PINI
                       MOVE 'NEW PIN SAME AS OLD' TO ALRTO
                       SET INPUT-NOT-VALID TO TRUE
               END-EVALUATE
           END-IF.

       0500-SEND-MAP.
           EXEC CICS SEND
           END-EXEC.

       1000-SIGN-ON.
           PERFORM 1050-GET-PIN-POLICY.
           MOVE OPIDI TO WS-OPROF-KEY.
           EXEC CICS READ
                FILE('VIVOPROF')
                INTO(WS-OPROF-REC)
                RIDFLD(WS-OPROF-KEY)
                UPDATE
                RESP(WS-OPROF-RESP)
           END-EXEC.
           EVALUATE TRUE
      *            says whether the ID or the PIN was the problem,
      *            so valid operator IDs cannot be fished for.
                   MOVE 'SIGN-ON REFUSED' TO ALRTO
                   MOVE 'F' TO SEC-EVENT
                   MOVE 0 TO SEC-FAIL-COUNT
                   PERFORM 2900-LOG-SECURITY-EVENT
               WHEN WS-OPROF-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'PROFILE READ FAILED' TO ALRTO
               WHEN OPROF-IS-INACTIVE
                   PERFORM 1150-RELEASE-PROFILE
                   MOVE 'PROFILE INACTIVE' TO ALRTO
               WHEN OPROF-IS-LOCKED
                   PERFORM 1250-REFUSE-LOCKED
               WHEN PINI NOT = OPROF-PIN
                   MOVE 'SIGN-ON REFUSED' TO ALRTO
                   PERFORM 1200-RECORD-FAILURE
               WHEN OTHER
                   PERFORM 1300-CLEAR-FAILURES
                   PERFORM 1400-CHECK-PIN-AGE
                   IF PIN-EXPIRED
                       MOVE 'PIN EXPIRED - USE C' TO ALRTO
                   ELSE
                       PERFORM 1100-START-SESSION
                   END-IF
           END-EVALUATE.

       1050-GET-PIN-POLICY.
           MOVE 0 TO WS-MAX-FAIL.
           MOVE 0 TO WS-EXPIRE-DAYS.
           MOVE WS-TRANS-ID TO WS-PPOL-KEY.
           EXEC CICS READ
                FILE('VIVPINP')
                INTO(WS-PPOL-REC)
                RIDFLD(WS-PPOL-KEY)
                RESP(WS-PPOL-RESP)
           END-EXEC.
           IF WS-PPOL-RESP = DFHRESP(NORMAL)
               MOVE PPOL-MAX-FAIL TO WS-MAX-FAIL
               MOVE PPOL-EXPIRE-DAYS TO WS-EXPIRE-DAYS
           END-IF.

       1100-START-SESSION.
      *    A session someone left open on this terminal is closed
      *    (reason R) before the new one starts, so the log never
               MOVE 'SIGN-ON FAILED' TO ALRTO
           END-IF.

      *    The profile was read for update and nothing on it is
      *    changing - give the record back.
       1150-RELEASE-PROFILE.
           EXEC CICS UNLOCK
                FILE('VIVOPROF')
                RESP(WS-OPROF-RESP)
           END-EXEC.

      *    A wrong PIN on a profile held for update: count it, lock
      *    the profile when the count reaches the policy limit, and
      *    journal both.  The caller has set the refusal message;
      *    a lockout replaces it.  A count that did not reach the
      *    profile must not be journaled as if it had - a failed
      *    REWRITE goes to the help desk instead, and the task ends
      *    there.
       1200-RECORD-FAILURE.
           MOVE 'N' TO WS-LOCKED-NOW-FLAG.
           IF OPROF-FAIL-COUNT < 99
               ADD 1 TO OPROF-FAIL-COUNT
           END-IF.
           IF WS-MAX-FAIL > 0 AND OPROF-FAIL-COUNT >= WS-MAX-FAIL
               MOVE 'Y' TO OPROF-LOCKED
               SET LOCKED-NOW TO TRUE
           END-IF.
           EXEC CICS REWRITE
                FILE('VIVOPROF')
                FROM(WS-OPROF-REC)
                RESP(WS-OPROF-RESP)
           END-EXEC.
           IF WS-OPROF-RESP NOT = DFHRESP(NORMAL)
               PERFORM 9500-SYSTEM-ERROR
           END-IF.
           MOVE 'F' TO SEC-EVENT.
           MOVE OPROF-FAIL-COUNT TO SEC-FAIL-COUNT.
           PERFORM 2900-LOG-SECURITY-EVENT.
           IF LOCKED-NOW
               MOVE 'L' TO SEC-EVENT
               PERFORM 2900-LOG-SECURITY-EVENT
               MOVE 'PROFILE NOW LOCKED' TO ALRTO
           END-IF.

      *    A locked profile takes no PIN at all - right or wrong -
      *    until a supervisor unlocks it on VOPM.
       1250-REFUSE-LOCKED.
           PERFORM 1150-RELEASE-PROFILE.
           MOVE 'PROFILE LOCKED' TO ALRTO.
           MOVE 'K' TO SEC-EVENT.
           MOVE OPROF-FAIL-COUNT TO SEC-FAIL-COUNT.
           PERFORM 2900-LOG-SECURITY-EVENT.

      *    The right PIN ends a run of failures - only consecutive
      *    wrong PINs count toward the lockout.
       1300-CLEAR-FAILURES.
           IF OPROF-FAIL-COUNT > 0
               MOVE 0 TO OPROF-FAIL-COUNT
               EXEC CICS REWRITE
                    FILE('VIVOPROF')
                    FROM(WS-OPROF-REC)
                    RESP(WS-OPROF-RESP)
               END-EXEC
           ELSE
               PERFORM 1150-RELEASE-PROFILE
           END-IF.

      *    A zero change date marks a PIN an administrator issued on
      *    VOPM - it is due at once, policy or not.  Otherwise the
      *    PIN is due when it is the policy's expiry days old.
       1400-CHECK-PIN-AGE.
           SET PIN-CURRENT TO TRUE.
           IF OPROF-PIN-DATE = 0
               SET PIN-EXPIRED TO TRUE
           ELSE
               IF WS-EXPIRE-DAYS > 0
                   MOVE EIBDATE TO WS-DN-DATE
                   PERFORM 1800-CALC-DAY-NUMBER
                   MOVE WS-DN-DAYS TO WS-TODAY-DAYS
                   MOVE OPROF-PIN-DATE TO WS-DN-DATE
                   PERFORM 1800-CALC-DAY-NUMBER
                   MOVE WS-DN-DAYS TO WS-PIN-DAYS
                   IF WS-TODAY-DAYS >= WS-PIN-DAYS + WS-EXPIRE-DAYS
                       SET PIN-EXPIRED TO TRUE
                   END-IF
               END-IF
           END-IF.

      *    Days from 1 January of year 1 to the CYYDDD date in
      *    WS-DN-DATE: whole prior years with their leap days, then
      *    the day of the year (as VIVEXCP ages its queue).
       1800-CALC-DAY-NUMBER.
           DIVIDE WS-DN-DATE BY 1000 GIVING WS-DN-YEAR
               REMAINDER WS-DN-DDD.
           ADD 1900 TO WS-DN-YEAR.
           SUBTRACT 1 FROM WS-DN-YEAR GIVING WS-DN-PRIOR-YEARS.
           DIVIDE WS-DN-PRIOR-YEARS BY 4 GIVING WS-DN-LEAP-4.
           DIVIDE WS-DN-PRIOR-YEARS BY 100 GIVING WS-DN-LEAP-100.
           DIVIDE WS-DN-PRIOR-YEARS BY 400 GIVING WS-DN-LEAP-400.
           COMPUTE WS-DN-DAYS =
               WS-DN-PRIOR-YEARS * 365 + WS-DN-LEAP-4
               - WS-DN-LEAP-100 + WS-DN-LEAP-400 + WS-DN-DDD.

       2000-SIGN-OFF.
           MOVE WS-TRMID TO WS-SESS-KEY.
           EXEC CICS READ
                LENGTH(LENGTH OF WS-SLOG-REC)
           END-EXEC.

      *    The caller sets SEC-EVENT and SEC-FAIL-COUNT.  The event
      *    is about the operator ID keyed on the panel; SEC-BY-OPID
      *    is whoever the terminal is signed on to CICS as.
       2900-LOG-SECURITY-EVENT.
           MOVE OPIDI TO SEC-OPID.
           MOVE WS-TRMID TO SEC-TRMID.
           MOVE WS-OPID TO SEC-BY-OPID.
           MOVE EIBDATE TO SEC-DATE.
           MOVE EIBTIME TO SEC-TIME.
           EXEC CICS WRITEQ TD
                QUEUE('VSEC')
                FROM(WS-SEC-REC)
                LENGTH(LENGTH OF WS-SEC-REC)
           END-EXEC.

      *    Self-service PIN change: the old PIN proves the operator,
      *    and a wrong one counts toward the lockout exactly as a
      *    wrong sign-on does.  The change does not sign on - the
      *    operator signs on next with the new PIN.
       3000-CHANGE-PIN.
           PERFORM 1050-GET-PIN-POLICY.
           MOVE OPIDI TO WS-OPROF-KEY.
           EXEC CICS READ
                FILE('VIVOPROF')
                INTO(WS-OPROF-REC)
                RIDFLD(WS-OPROF-KEY)
                UPDATE
                RESP(WS-OPROF-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-OPROF-RESP = DFHRESP(NOTFND)
                   MOVE 'PIN CHANGE REFUSED' TO ALRTO
                   MOVE 'F' TO SEC-EVENT
                   MOVE 0 TO SEC-FAIL-COUNT
                   PERFORM 2900-LOG-SECURITY-EVENT
               WHEN WS-OPROF-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'PROFILE READ FAILED' TO ALRTO
               WHEN OPROF-IS-INACTIVE
                   PERFORM 1150-RELEASE-PROFILE
                   MOVE 'PROFILE INACTIVE' TO ALRTO
               WHEN OPROF-IS-LOCKED
                   PERFORM 1250-REFUSE-LOCKED
               WHEN PINI NOT = OPROF-PIN
                   MOVE 'PIN CHANGE REFUSED' TO ALRTO
                   PERFORM 1200-RECORD-FAILURE
               WHEN OTHER
                   PERFORM 3100-STORE-NEW-PIN
           END-EVALUATE.

       3100-STORE-NEW-PIN.
           MOVE NPINI TO OPROF-PIN.
           MOVE EIBDATE TO OPROF-PIN-DATE.
           MOVE 0 TO OPROF-FAIL-COUNT.
           EXEC CICS REWRITE
                FILE('VIVOPROF')
                FROM(WS-OPROF-REC)
                RESP(WS-OPROF-RESP)
           END-EXEC.
           IF WS-OPROF-RESP = DFHRESP(NORMAL)
               MOVE 'PIN CHANGED' TO ALRTO
               MOVE 'C' TO SEC-EVENT
               MOVE 0 TO SEC-FAIL-COUNT
               PERFORM 2900-LOG-SECURITY-EVENT
           ELSE
               MOVE 'PIN CHANGE FAILED' TO ALRTO
           END-IF.

       5100-ALWAYS-TEST.
           MOVE EIBAID TO DEFINITIONS-OF-EIBAID-FIELD.
           MOVE EIBOPID TO WS-OPID.
           MOVE 'INVALID KEY ENTERED' TO ALRTO.
           PERFORM 0500-SEND-MAP.

       9500-SYSTEM-ERROR.
      *    A profile update the sign-on depends on has failed -
      *    capture the diagnostic snapshot, let the shared handler
      *    log it and show the operator a clean panel with a
      *    reference number, then end the task tidily.
      *    Disarm any handler first - a condition raised by the
      *    LINK itself (PGMIDERR, LENGERR) must fall to system
      *    action, not re-drive this paragraph.
           EXEC CICS HANDLE CONDITION
                ERROR
           END-EXEC.
           MOVE WS-TRANS-ID TO EC-TRANS.
           MOVE 'VIVSIGN ' TO EC-PROG.
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
