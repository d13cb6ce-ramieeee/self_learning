      * that 9150-CHECK-SUPERVISOR in VIVPMAIN reads for PF12 abort
      * authority.  Transaction VOPM sends map VIVPO01: an
      * administrator keys an operator ID and an action - I inquire,
      * A add, C change, D delete, U unlock - with authority level,
      * active flag, and name.  Only an active profile with authority
      * A may add, change, or delete, so adding administrators is
      * itself an administrator action; an active supervisor (S) may
      * also come in, but only to inquire and to unlock a profile
      * VIVSIGN locked after too many wrong PINs.  Every applied add,
      * change, and delete is journaled to TD queue VOPJ with before
      * and after images and the administrator's ID and terminal (see
      * 0900-LOG-PROFILE-CHANGE); VIVOPAUD drains the queue nightly
      * and prints the daily profile-change report.  Unlocks, and
      * every PIN keyed here, also go to the VSEC security journal
      * (see 0950-LOG-SECURITY-EVENT) that VIVSECR reports beside the
      * sign-on failures.  A PIN keyed here carries a zero change
      * date, so the operator must change it at the next sign-on.
      * PF3 or CLEAR leaves the transaction.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           03 EC-RESP            PIC 9(8).
           03 EC-CA-IMAGE        PIC X(80).

      * Transaction-status record from KSDS VIVSTORM (see VIVERRH) -
      * 5120-CHECK-AVAILABLE turns the operator away while an error
      * storm has the transaction disabled.  Only the status byte is
      * looked at; the layout must stay in step with WS-STORM-REC in
      * VIVERRH.
       01 WS-STORM-REC.
           03 STM-KEY.
              05 STM-TYPE        PIC X(1).
              05 STM-TRANS       PIC X(4).
              05 STM-RESP        PIC 9(8).
           03 STM-STATUS         PIC X(1).
              88 STM-DISABLED                       VALUE 'D'.
           03 FILLER             PIC X(386).

       01 WS-STORM-RESP          PIC S9(8) COMP.
       01 WS-STORM-KEY           PIC X(13).

       01 WS-UNAVAIL-PANEL.
           03 FILLER             PIC X(12) VALUE 'TRANSACTION '.
           03 UNV-TRANS          PIC X(4).
           03 FILLER             PIC X(30)
                    VALUE ' UNAVAILABLE - CALL HELP DESK'.

       01 WS-OPID                PIC X(3).
       01 WS-TRMID               PIC X(4).

      * WS-OPROF-REC layouts VIVPMAIN and VIVSIGN read.  The PIN is
      * what VIVSIGN checks at sign-on; it is keyed here on add (and
      * on change when it moves) and never shown back on the panel.
      * The PIN change date, failure count, and lock flag are kept by
      * VIVSIGN; they are shown here, and reset on an add, a keyed
      * PIN, or an unlock.
       01 WS-OPROF-REC.
           03 OPROF-OPID         PIC X(3).
           03 OPROF-AUTH         PIC X(1).
              88 OPROF-IS-INACTIVE                   VALUE 'N'.
           03 OPROF-NAME         PIC X(20).
           03 OPROF-PIN          PIC X(4).
           03 OPROF-PIN-DATE     PIC 9(7).
           03 OPROF-FAIL-COUNT   PIC 9(2).
           03 OPROF-LOCKED       PIC X(1).
              88 OPROF-IS-LOCKED                     VALUE 'Y'.

       01 WS-OPROF-RESP          PIC S9(8) COMP.
       01 WS-OPROF-KEY           PIC X(3).

       01 WS-ADMIN-FLAG          PIC X(1).
          88 IS-ADMIN                               VALUE 'Y'.
          88 IS-SUPERVISOR                          VALUE 'S'.
          88 IS-NOT-ADMIN                           VALUE 'N'.

       01 WS-VALID-INPUT-FLAG PIC X(1).
      * override both hang off OPROF-AUTH, so a quietly promoted
      * profile must leave a trail.  VIVOPAUD drains and reports the
      * queue nightly; the layout must stay in step with its
      * PJRNIN-REC.  The images are the first 29 bytes of the
      * profile - everything up to and including the PIN; the
      * sign-on counters after it belong to the VSEC journal.
       01 WS-PJRN-REC.
           03 PJRN-OPID          PIC X(3).
           03 PJRN-TRMID         PIC X(4).
           03 PJRN-DATE          PIC S9(7) COMP-3.
           03 PJRN-TIME          PIC S9(7) COMP-3.

      * Security-event record for TD queue VSEC - must stay in step
      * with WS-SEC-REC in VIVSIGN and SECIN-REC in VIVSECR.  From
      * this panel: R PIN issued by an administrator, U unlocked.
       01 WS-SEC-REC.
           03 SEC-OPID           PIC X(3).
           03 SEC-TRMID          PIC X(4).
           03 SEC-EVENT          PIC X(1).
           03 SEC-BY-OPID        PIC X(3).
           03 SEC-FAIL-COUNT     PIC 9(2).
           03 SEC-DATE           PIC S9(7) COMP-3.
           03 SEC-TIME           PIC S9(7) COMP-3.

       01 WS-COMMUNICATION-AREA.
           03 WS-CA-DUMMY            PIC X(1).

                       PERFORM 3000-CHANGE-PROFILE
                   WHEN 'D'
                       PERFORM 4000-DELETE-PROFILE
                   WHEN 'U'
                       PERFORM 5000-UNLOCK-PROFILE
               END-EVALUATE
           END-IF.
           PERFORM 0500-SEND-MAP.
           MOVE ACTI TO ACTO.
           MOVE OPIDI TO OPIDO.
           IF ACTI NOT = 'I' AND ACTI NOT = 'A' AND
              ACTI NOT = 'C' AND ACTI NOT = 'D' AND ACTI NOT = 'U'
               MOVE 'ACTION MUST BE IACDU' TO ALRTO
               SET INPUT-NOT-VALID TO TRUE
           ELSE
               IF OPIDI = SPACES OR OPIDI = LOW-VALUES
                   SET INPUT-NOT-VALID TO TRUE
               END-IF
           END-IF.
      *    A supervisor may look and unlock, nothing more.
           IF VALID-INPUT AND IS-SUPERVISOR
               IF ACTI NOT = 'I' AND ACTI NOT = 'U'
                   MOVE 'ADMIN ONLY ACTION' TO ALRTO
                   SET INPUT-NOT-VALID TO TRUE
               END-IF
           END-IF.
           IF VALID-INPUT AND (ACTI = 'A' OR ACTI = 'C')
               IF AUTHI NOT = 'S' AND AUTHI NOT = 'A' AND
                  AUTHI NOT = 'G'
           MOVE OPROF-AUTH TO AUTHO.
           MOVE OPROF-ACTIVE TO ACTVO.
           MOVE OPROF-NAME TO NAMEO.
           MOVE OPROF-LOCKED TO LOCKO.
           MOVE OPROF-FAIL-COUNT TO FAILO.
           MOVE OPROF-PIN-DATE TO PDTEO.

       1000-INQUIRE-PROFILE.
           MOVE OPIDI TO WS-OPROF-KEY.
           MOVE ACTVI TO OPROF-ACTIVE.
           MOVE NAMEI TO OPROF-NAME.
           MOVE PINI TO OPROF-PIN.
           MOVE 0 TO OPROF-PIN-DATE.
           MOVE 0 TO OPROF-FAIL-COUNT.
           MOVE 'N' TO OPROF-LOCKED.
           MOVE OPIDI TO WS-OPROF-KEY.
           EXEC CICS WRITE
                FILE('VIVOPROF')
               MOVE SPACES TO PJRN-BEFORE
               MOVE WS-OPROF-REC TO PJRN-AFTER
               PERFORM 0900-LOG-PROFILE-CHANGE
               MOVE 'R' TO SEC-EVENT
               MOVE 0 TO SEC-FAIL-COUNT
               PERFORM 0950-LOG-SECURITY-EVENT
           ELSE
               IF WS-OPROF-RESP = DFHRESP(DUPREC)
                   MOVE 'ALREADY ON FILE' TO ALRTO
               IF NAMEI NOT = SPACES AND NAMEI NOT = LOW-VALUES
                   MOVE NAMEI TO OPROF-NAME
               END-IF
      *        A keyed PIN is a reset - it is due for change at
      *        the next sign-on.  The lockout is left alone; that is
      *        what U is for.
               IF PINI NOT = SPACES AND PINI NOT = LOW-VALUES
                   MOVE PINI TO OPROF-PIN
                   MOVE 0 TO OPROF-PIN-DATE
               END-IF
               EXEC CICS REWRITE
                    FILE('VIVOPROF')
                   MOVE 'C' TO PJRN-ACTION
                   MOVE WS-OPROF-REC TO PJRN-AFTER
                   PERFORM 0900-LOG-PROFILE-CHANGE
                   IF PINI NOT = SPACES AND PINI NOT = LOW-VALUES
                       MOVE 'R' TO SEC-EVENT
                       MOVE OPROF-FAIL-COUNT TO SEC-FAIL-COUNT
                       PERFORM 0950-LOG-SECURITY-EVENT
                   END-IF
               ELSE
                   MOVE 'PROFILE CHNG FAILED' TO ALRTO
               END-IF
                LENGTH(LENGTH OF WS-PJRN-REC)
           END-EXEC.

      * One security record per PIN issued or profile unlocked - the
      * caller sets SEC-EVENT and SEC-FAIL-COUNT.  SEC-OPID is the
      * profile acted on; SEC-BY-OPID is the administrator or
      * supervisor who acted.
       0950-LOG-SECURITY-EVENT.
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

       5000-UNLOCK-PROFILE.
      *    Nobody vouches for themselves - a locked supervisor needs
      *    another supervisor or an administrator.
           IF OPIDI = WS-OPID
               MOVE 'CANNOT UNLOCK SELF' TO ALRTO
           ELSE
               MOVE OPIDI TO WS-OPROF-KEY
               EXEC CICS READ
                    FILE('VIVOPROF')
                    INTO(WS-OPROF-REC)
                    RIDFLD(WS-OPROF-KEY)
                    UPDATE
                    RESP(WS-OPROF-RESP)
               END-EXEC
               EVALUATE TRUE
                   WHEN WS-OPROF-RESP = DFHRESP(NOTFND)
                       MOVE 'OPERATOR NOT FOUND' TO ALRTO
                   WHEN WS-OPROF-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'PROFILE READ FAILED' TO ALRTO
                   WHEN NOT OPROF-IS-LOCKED AND OPROF-FAIL-COUNT = 0
                       EXEC CICS UNLOCK
                            FILE('VIVOPROF')
                            RESP(WS-OPROF-RESP)
                       END-EXEC
                       PERFORM 0600-SHOW-PROFILE
                       MOVE 'PROFILE NOT LOCKED' TO ALRTO
                   WHEN OTHER
                       PERFORM 5050-CLEAR-LOCK
               END-EVALUATE
           END-IF.

      *    The journal carries the failure count the profile was
      *    unlocked from.
       5050-CLEAR-LOCK.
           MOVE OPROF-FAIL-COUNT TO SEC-FAIL-COUNT.
           MOVE 'N' TO OPROF-LOCKED.
           MOVE 0 TO OPROF-FAIL-COUNT.
           EXEC CICS REWRITE
                FILE('VIVOPROF')
                FROM(WS-OPROF-REC)
                RESP(WS-OPROF-RESP)
           END-EXEC.
           IF WS-OPROF-RESP = DFHRESP(NORMAL)
               PERFORM 0600-SHOW-PROFILE
               MOVE 'PROFILE UNLOCKED' TO ALRTO
               MOVE 'U' TO SEC-EVENT
               PERFORM 0950-LOG-SECURITY-EVENT
           ELSE
               MOVE 'UNLOCK FAILED' TO ALRTO
           END-IF.

       5100-ALWAYS-TEST.
           EXEC CICS HANDLE CONDITION
                ERROR(9500-SYSTEM-ERROR)
              MOVE 1 TO WS-FIRST-TIME-FLAG
           END-IF.

           PERFORM 5120-CHECK-AVAILABLE.

       5120-CHECK-AVAILABLE.
      *    A transaction disabled by an error storm sends nobody
      *    back into the failing file - the operator gets the
      *    unavailable panel and the task ends with no TRANSID.  No
      *    record or an unreadable file leaves it available.
           MOVE 'T' TO STM-TYPE.
           MOVE WS-TRANS-ID TO STM-TRANS.
           MOVE 0 TO STM-RESP.
           MOVE STM-KEY TO WS-STORM-KEY.
           EXEC CICS READ
                FILE('VIVSTORM')
                INTO(WS-STORM-REC)
                RIDFLD(WS-STORM-KEY)
                RESP(WS-STORM-RESP)
           END-EXEC.
           IF WS-STORM-RESP = DFHRESP(NORMAL) AND STM-DISABLED
               MOVE WS-TRANS-ID TO UNV-TRANS
               EXEC CICS SEND TEXT
                    FROM(WS-UNAVAIL-PANEL)
                    LENGTH(LENGTH OF WS-UNAVAIL-PANEL)
                    ERASE
                    FREEKB
               END-EXEC
               EXEC CICS RETURN
               END-EXEC
           END-IF.

       5300-RETURN-TRANS-ID.
            EXEC CICS
              RETURN TRANSID   (WS-TRANS-ID)

       9150-CHECK-ADMIN.
      *    The requesting operator's own profile gates this panel -
      *    only an active administrator may maintain profiles; an
      *    active supervisor is let in for inquiry and unlock.
           SET IS-NOT-ADMIN TO TRUE.
           EXEC CICS READ
                FILE('VIVOPROF')
               IF OPROF-IS-ACTIVE AND OPROF-AUTH-ADMIN
                   SET IS-ADMIN TO TRUE
               END-IF
               IF OPROF-IS-ACTIVE AND OPROF-AUTH-SUPERVISOR
                   SET IS-SUPERVISOR TO TRUE
               END-IF
           END-IF.

       9300-NOT-AUTHORIZED.
