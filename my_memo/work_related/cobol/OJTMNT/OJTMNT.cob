       ID DIVISION.
       PROGRAM-ID.      OJTMNT.

      * Online add, change, and delete of the OJTKSDATA master, the
      * desk's companion to the OJTI inquiry panel - a one-character
      * slip in REC-DESC no longer waits for a MAINT card and the
      * nightly OJTCOBOL run.  Transaction OJTU sends map OJTM02;
      * PF4 on OJTI comes here with the record on screen already
      * shown.  The operator keys an action - I inquire, A add,
      * C change, D delete - with the key and the fields that move.
      * Only an active VIVOPROF profile with authority S or A may
      * use this panel.
      * Each action gets the edits OJTCOBOL's 2160-PROCESS-CARD
      * gives a MAINT card (numeric key, action code, status A/S/C
      * or blank) and the same treatment: an add defaults to active,
      * a blank field on a change keeps what is on the record.
      * There is no effective date here - online work applies now;
      * future-dated maintenance still goes in on a MAINT card.
      * Every applied action stamps REC-MAINT-DATE/TIME/USER (the
      * operator ID) and writes a before/after image in the 164-byte
      * JRNL-REC layout to TD queue OJTJ; OJTJMRG merges the queue
      * into RAMIE.OJT.JRNL nightly, in time order with the batch
      * runs' entries, so OJTDELTA extracts online changes and
      * OJTBKOUT backs them out exactly like batch ones.  If the
      * journal write fails, the change is taken back off the file -
      * an unjournaled change could never be backed out.
      * A change or delete is only taken against the record as this
      * panel last showed it: the image shown is carried in the
      * COMMAREA and compared with the record read for update, so an
      * update someone else (another terminal, or a batch run) made
      * in between is caught and the current record shown instead of
      * being silently overwritten.  PF3 or CLEAR leaves.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY OJTM02.

       01 WS-FIRST-TIME-FLAG  PIC S9(4) COMP.
          88 FIRST-TIME                 VALUE 0.

       01 DEFINITIONS-OF-EIBAID-FIELD     PIC X(1).
          88 ENTER-KEY                              VALUE ''''.
          88 CLEAR-KEY                              VALUE '_'.
          88 PF3-KEY                                VALUE '3'.

       01 WS-TRANS-ID       PIC X(4) VALUE 'OJTU'.

      * Snapshot passed to the shared VIVERRH error handler (see
      * 9500-SYSTEM-ERROR) - layout must stay in step with its
      * DFHCOMMAREA.
       01 WS-ERR-COMMAREA.
           03 EC-TRANS           PIC X(4).
           03 EC-PROG            PIC X(8).
           03 EC-FN              PIC X(2).
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

      * Operator security profile record from KSDS VIVOPROF - must
      * stay in step with the layout VIVOMNT maintains.
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

       01 WS-MAINTAINER-FLAG     PIC X(1).
          88 IS-MAINTAINER                          VALUE 'Y'.
          88 IS-NOT-MAINTAINER                      VALUE 'N'.

      * Record layout for KSDS OJTKSDATA - must stay in step with
      * IN-DATA as OJTCOBOL and VIVRECON carry it.
       01 WS-OJT-REC.
           03 OJT-KEY-VAL            PIC 9(6).
           03 OJT-SAY-HELLO-WORLD    PIC X(13).
           03 OJT-REC-STATUS         PIC X(1).
              88 OJT-REC-ACTIVE                     VALUE 'A'.
              88 OJT-REC-SUSPENDED                  VALUE 'S'.
              88 OJT-REC-CLOSED                     VALUE 'C'.
           03 OJT-REC-DESC           PIC X(30).
           03 OJT-REC-MAINT-DATE     PIC 9(8).
           03 OJT-REC-MAINT-TIME     PIC 9(6).
           03 OJT-REC-MAINT-USER     PIC X(8).

       01 WS-OJT-RESP            PIC S9(8) COMP.
       01 WS-OJT-KEY             PIC X(6).

      * The typed fields, low-values blanked, as OJTCOBOL's SI-
      * card fields hold them.
       01 WS-NEW-ACTION          PIC X(1).
       01 WS-NEW-HELLO           PIC X(13).
       01 WS-NEW-STATUS          PIC X(1).
          88 NEW-STATUS-VALID                VALUE SPACE 'A' 'S' 'C'.
       01 WS-NEW-DESC            PIC X(30).

       01 WS-VALID-INPUT-FLAG PIC X(1).
          88 VALID-INPUT                VALUE 'Y'.
          88 INPUT-NOT-VALID            VALUE 'N'.

      * Maintenance stamp - the system date and time from
      * FORMATTIME, in the YYYYMMDD / HHMMSS form OJTCOBOL stamps.
       01 WS-ABSTIME             PIC S9(15) COMP-3.
       01 WS-MAINT-DATE          PIC 9(8).
       01 WS-MAINT-TIME          PIC 9(6).

      * Maintenance journal record - the JRNL-REC layout OJTCOBOL's
      * 2080-WRITE-JOURNAL writes, and OJTDELTA, OJTBKOUT, and
      * OJTJMRG read; it must stay in step with them.  Each online
      * action is its own "run": the run stamp is the time of the
      * change, and the sequence number is the low digits of the
      * task number.
       01 WS-JRNL-REC.
           03 JRN-RUN-DATE           PIC 9(8).
           03 JRN-RUN-TIME           PIC 9(6).
           03 JRN-SEQ                PIC 9(5).
           03 JRN-ACTION             PIC X(1).
           03 JRN-BEFORE             PIC X(72).
           03 JRN-AFTER              PIC X(72).

       01 WS-JRNL-RESP           PIC S9(8) COMP.

      * Linkage fields for the shared FLDCHECK edit subroutine (the
      * typed key is edited as 2150-VALIDATE-SYSIN edits a card's).
       01 WS-FLDCHECK-FIELD.
           03 WS-FLDCHECK-LEN        PIC S9(4) COMP.
           03 WS-FLDCHECK-DATA       PIC X(20).
       01 WS-FLDCHECK-TYPE       PIC X(1).
       01 WS-FLDCHECK-VALID      PIC X(1).
          88 FLDCHECK-VALID                         VALUE 'Y'.
          88 FLDCHECK-INVALID                       VALUE 'N'.

      * Carries the record as last shown across pseudo-conversational
      * trips - the concurrent-update check compares against it.
      * OJTINQ builds the same layout, state I and the key on its
      * screen, when PF4 transfers here.
       01 WS-COMMUNICATION-AREA.
           03 WS-CA-STATE            PIC X(1).
              88 WS-CA-HAVE-REC                     VALUE 'Y'.
              88 WS-CA-NO-REC                       VALUE 'N'.
              88 WS-CA-FROM-INQUIRY                 VALUE 'I'.
              88 WS-CA-ADD-STRANDED                 VALUE 'X'.
              88 WS-CA-CHANGE-STRANDED              VALUE 'U'.
              88 WS-CA-DELETE-STRANDED              VALUE 'L'.
           03 WS-CA-KEY              PIC X(6).
           03 WS-CA-IMAGE            PIC X(72).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 CA-MAINT-STATE         PIC X(79).

       PROCEDURE DIVISION.
      **** MAIN PROCEDURE ****
       0000-MAIN.
           PERFORM 5100-ALWAYS-TEST.
           PERFORM 9150-CHECK-AUTHORITY.
           IF IS-NOT-MAINTAINER
               PERFORM 9300-NOT-AUTHORIZED
           END-IF.
           PERFORM 0150-LOAD-COMMAREA.

           EVALUATE TRUE

               WHEN FIRST-TIME
                   PERFORM 0100-FIRST-TIME

               WHEN WS-CA-FROM-INQUIRY
                   PERFORM 0110-FROM-INQUIRY

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
           MOVE LOW-VALUES TO OJTM02I.
           MOVE LOW-VALUES TO OJTM02O.
           SET WS-CA-NO-REC TO TRUE.
           MOVE 'ENTER ACTION AND KEY' TO ALRTO.
           PERFORM 0500-SEND-MAP.

      * Arrived by PF4 from OJTI - show the record that was on the
      * inquiry screen, ready to change.
       0110-FROM-INQUIRY.
           MOVE LOW-VALUES TO OJTM02O.
           IF WS-CA-KEY = SPACES OR WS-CA-KEY = LOW-VALUES
               SET WS-CA-NO-REC TO TRUE
               MOVE 'ENTER ACTION AND KEY' TO ALRTO
           ELSE
               MOVE WS-CA-KEY TO WS-OJT-KEY
               PERFORM 1000-INQUIRE-RECORD
           END-IF.
           PERFORM 0500-SEND-MAP.

       0150-LOAD-COMMAREA.
           IF EIBCALEN = 0
               SET WS-CA-NO-REC TO TRUE
           ELSE
               MOVE CA-MAINT-STATE TO WS-COMMUNICATION-AREA
           END-IF.

       0200-PROCESS-ACTION.
           EXEC CICS RECEIVE
                MAP('OJTM02')
                MAPSET('OJTM02')
           END-EXEC.
           MOVE LOW-VALUES TO OJTM02O.
           PERFORM 0250-VALIDATE-INPUT.
           IF VALID-INPUT
               MOVE KEYI TO WS-OJT-KEY
               EVALUATE WS-NEW-ACTION
                   WHEN 'I'
                       PERFORM 1000-INQUIRE-RECORD
                   WHEN 'A'
                       PERFORM 2000-ADD-RECORD
                   WHEN 'C'
                       PERFORM 3000-CHANGE-RECORD
                   WHEN 'D'
                       PERFORM 4000-DELETE-RECORD
               END-EVALUATE
           ELSE
               MOVE KEYI TO KEYO
               MOVE WS-NEW-HELLO TO HELLOO
               MOVE WS-NEW-STATUS TO STATO
               MOVE WS-NEW-DESC TO DESCO
           END-IF.
           MOVE WS-NEW-ACTION TO ACTO.
           PERFORM 0500-SEND-MAP.

      * The edits 2150-VALIDATE-SYSIN and 2160-PROCESS-CARD apply to
      * a MAINT card, in the same order.
       0250-VALIDATE-INPUT.
           SET VALID-INPUT TO TRUE.
           MOVE ACTI TO WS-NEW-ACTION.
           MOVE HELLOI TO WS-NEW-HELLO.
           MOVE STATI TO WS-NEW-STATUS.
           MOVE DESCI TO WS-NEW-DESC.
           INSPECT WS-NEW-ACTION REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-HELLO REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-STATUS REPLACING ALL LOW-VALUE BY SPACE.
           INSPECT WS-NEW-DESC REPLACING ALL LOW-VALUE BY SPACE.
           MOVE 'N' TO WS-FLDCHECK-TYPE.
           MOVE SPACES TO WS-FLDCHECK-DATA.
           MOVE 6 TO WS-FLDCHECK-LEN.
           MOVE KEYI TO WS-FLDCHECK-DATA(1:6).
           CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD, WS-FLDCHECK-TYPE,
                   WS-FLDCHECK-VALID.
           IF FLDCHECK-INVALID
               MOVE 'KEY NOT NUMERIC' TO ALRTO
               SET INPUT-NOT-VALID TO TRUE
           ELSE
               IF WS-NEW-ACTION NOT = 'I' AND
                  WS-NEW-ACTION NOT = 'A' AND
                  WS-NEW-ACTION NOT = 'C' AND
                  WS-NEW-ACTION NOT = 'D'
                   MOVE 'ACTION MUST BE IACD' TO ALRTO
                   SET INPUT-NOT-VALID TO TRUE
               ELSE
                   IF NOT NEW-STATUS-VALID
                       MOVE 'STATUS MUST BE ASC' TO ALRTO
                       SET INPUT-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0500-SEND-MAP.
           EXEC CICS SEND
               MAP('OJTM02')
               MAPSET('OJTM02')
               CURSOR
               ERASE
           END-EXEC.

      * Shows WS-OJT-REC and remembers it as the image any following
      * change or delete must still find on file.
       0600-SHOW-RECORD.
           MOVE OJT-KEY-VAL TO KEYO.
           MOVE OJT-SAY-HELLO-WORLD TO HELLOO.
           MOVE OJT-REC-STATUS TO STATO.
           MOVE OJT-REC-DESC TO DESCO.
           MOVE OJT-REC-MAINT-DATE TO MDTEO.
           MOVE OJT-REC-MAINT-TIME TO MTIMO.
           MOVE OJT-REC-MAINT-USER TO MUSRO.
           MOVE OJT-KEY-VAL TO WS-CA-KEY.
           MOVE WS-OJT-REC TO WS-CA-IMAGE.
           SET WS-CA-HAVE-REC TO TRUE.

       0700-STAMP-MAINT.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               YYYYMMDD(WS-MAINT-DATE)
               TIME(WS-MAINT-TIME)
           END-EXEC.
           MOVE WS-MAINT-DATE TO OJT-REC-MAINT-DATE.
           MOVE WS-MAINT-TIME TO OJT-REC-MAINT-TIME.
           MOVE WS-OPID TO OJT-REC-MAINT-USER.

      * A change or delete needs the record on screen first, so
      * there is an image to hold the file against.
       0800-CHECK-ON-SCREEN.
           IF WS-CA-HAVE-REC AND WS-CA-KEY = WS-OJT-KEY
               SET VALID-INPUT TO TRUE
           ELSE
               MOVE WS-OJT-KEY TO KEYO
               MOVE 'INQUIRE (I) FIRST' TO ALRTO
               SET INPUT-NOT-VALID TO TRUE
           END-IF.

      * Reads the record for update and holds it against the image
      * last shown.  On a mismatch the lock is given up and the
      * record as it now stands is shown for the operator to redo
      * the change against.
       0850-READ-FOR-UPDATE.
           EXEC CICS READ
                FILE('OJTKSDAT')
                INTO(WS-OJT-REC)
                RIDFLD(WS-OJT-KEY)
                UPDATE
                RESP(WS-OJT-RESP)
           END-EXEC.
           IF WS-OJT-RESP NOT = DFHRESP(NORMAL)
               SET INPUT-NOT-VALID TO TRUE
               SET WS-CA-NO-REC TO TRUE
               MOVE WS-OJT-KEY TO KEYO
               IF WS-OJT-RESP = DFHRESP(NOTFND)
                   MOVE 'DELETED ELSEWHERE' TO ALRTO
               ELSE
                   MOVE 'READ FAILED' TO ALRTO
               END-IF
           ELSE
               IF WS-OJT-REC NOT = WS-CA-IMAGE
                   EXEC CICS UNLOCK
                        FILE('OJTKSDAT')
                   END-EXEC
                   SET INPUT-NOT-VALID TO TRUE
                   PERFORM 0600-SHOW-RECORD
                   MOVE 'CHANGED ELSEWHERE' TO ALRTO
               ELSE
                   SET VALID-INPUT TO TRUE
               END-IF
           END-IF.

      * One journal record per APPLIED action - the caller sets
      * JRN-ACTION and the before/after images first.  The response
      * comes back in WS-JRNL-RESP for the caller to undo on.
       0900-WRITE-JOURNAL.
           MOVE WS-MAINT-DATE TO JRN-RUN-DATE.
           MOVE WS-MAINT-TIME TO JRN-RUN-TIME.
           MOVE EIBTASKN TO JRN-SEQ.
           EXEC CICS WRITEQ TD
                QUEUE('OJTJ')
                FROM(WS-JRNL-REC)
                LENGTH(LENGTH OF WS-JRNL-REC)
                RESP(WS-JRNL-RESP)
           END-EXEC.

       1000-INQUIRE-RECORD.
           EXEC CICS READ
                FILE('OJTKSDAT')
                INTO(WS-OJT-REC)
                RIDFLD(WS-OJT-KEY)
                RESP(WS-OJT-RESP)
           END-EXEC.
           IF WS-OJT-RESP = DFHRESP(NORMAL)
               PERFORM 0600-SHOW-RECORD
               MOVE 'RECORD DISPLAYED' TO ALRTO
           ELSE
               SET WS-CA-NO-REC TO TRUE
               MOVE WS-OJT-KEY TO KEYO
               IF WS-OJT-RESP = DFHRESP(NOTFND)
                   MOVE 'KEY NOT FOUND' TO ALRTO
               ELSE
                   MOVE 'READ FAILED' TO ALRTO
               END-IF
           END-IF.

       2000-ADD-RECORD.
           MOVE WS-OJT-KEY TO OJT-KEY-VAL.
           MOVE WS-NEW-HELLO TO OJT-SAY-HELLO-WORLD.
           IF WS-NEW-STATUS = SPACE
      *        A new record is active unless the panel says not.
               MOVE 'A' TO OJT-REC-STATUS
           ELSE
               MOVE WS-NEW-STATUS TO OJT-REC-STATUS
           END-IF.
           MOVE WS-NEW-DESC TO OJT-REC-DESC.
           PERFORM 0700-STAMP-MAINT.
           EXEC CICS WRITE
                FILE('OJTKSDAT')
                FROM(WS-OJT-REC)
                RIDFLD(WS-OJT-KEY)
                RESP(WS-OJT-RESP)
           END-EXEC.
           IF WS-OJT-RESP NOT = DFHRESP(NORMAL)
               MOVE WS-OJT-KEY TO KEYO
               MOVE WS-NEW-HELLO TO HELLOO
               MOVE WS-NEW-STATUS TO STATO
               MOVE WS-NEW-DESC TO DESCO
               IF WS-OJT-RESP = DFHRESP(DUPREC)
                   MOVE 'KEY EXISTS' TO ALRTO
               ELSE
                   MOVE 'ADD FAILED' TO ALRTO
               END-IF
           ELSE
               MOVE 'A' TO JRN-ACTION
               MOVE SPACES TO JRN-BEFORE
               MOVE WS-OJT-REC TO JRN-AFTER
               PERFORM 0900-WRITE-JOURNAL
               IF WS-JRNL-RESP NOT = DFHRESP(NORMAL)
                   EXEC CICS DELETE
                        FILE('OJTKSDAT')
                        RIDFLD(WS-OJT-KEY)
                        RESP(WS-OJT-RESP)
                   END-EXEC
                   IF WS-OJT-RESP NOT = DFHRESP(NORMAL)
                       SET WS-CA-ADD-STRANDED TO TRUE
                       PERFORM 9400-NOT-BACKED-OUT
                   END-IF
                   SET WS-CA-NO-REC TO TRUE
                   MOVE WS-OJT-KEY TO KEYO
                   MOVE 'JOURNAL DOWN-NOT ADD' TO ALRTO
               ELSE
                   PERFORM 0600-SHOW-RECORD
                   MOVE 'RECORD ADDED' TO ALRTO
               END-IF
           END-IF.

       3000-CHANGE-RECORD.
           PERFORM 0800-CHECK-ON-SCREEN.
           IF VALID-INPUT
               PERFORM 0850-READ-FOR-UPDATE
           END-IF.
           IF VALID-INPUT
               MOVE WS-OJT-REC TO JRN-BEFORE
      *        Blank fields keep what is on the record, so a change
      *        need only carry what moves.
               IF WS-NEW-HELLO NOT = SPACES
                   MOVE WS-NEW-HELLO TO OJT-SAY-HELLO-WORLD
               END-IF
               IF WS-NEW-STATUS NOT = SPACES
                   MOVE WS-NEW-STATUS TO OJT-REC-STATUS
               END-IF
               IF WS-NEW-DESC NOT = SPACES
                   MOVE WS-NEW-DESC TO OJT-REC-DESC
               END-IF
               PERFORM 0700-STAMP-MAINT
               EXEC CICS REWRITE
                    FILE('OJTKSDAT')
                    FROM(WS-OJT-REC)
                    RESP(WS-OJT-RESP)
               END-EXEC
               IF WS-OJT-RESP NOT = DFHRESP(NORMAL)
                   MOVE JRN-BEFORE TO WS-OJT-REC
                   PERFORM 0600-SHOW-RECORD
                   MOVE 'CHANGE FAILED' TO ALRTO
               ELSE
                   MOVE 'C' TO JRN-ACTION
                   MOVE WS-OJT-REC TO JRN-AFTER
                   PERFORM 0900-WRITE-JOURNAL
                   IF WS-JRNL-RESP NOT = DFHRESP(NORMAL)
                       PERFORM 3100-UNDO-CHANGE
                   ELSE
                       PERFORM 0600-SHOW-RECORD
                       MOVE 'RECORD CHANGED' TO ALRTO
                   END-IF
               END-IF
           END-IF.

      * The change could not be journaled - put the before image
      * back so nothing unrecorded stays on the file.
       3100-UNDO-CHANGE.
           EXEC CICS READ
                FILE('OJTKSDAT')
                INTO(WS-OJT-REC)
                RIDFLD(WS-OJT-KEY)
                UPDATE
                RESP(WS-OJT-RESP)
           END-EXEC.
           IF WS-OJT-RESP = DFHRESP(NORMAL)
               MOVE JRN-BEFORE TO WS-OJT-REC
               EXEC CICS REWRITE
                    FILE('OJTKSDAT')
                    FROM(WS-OJT-REC)
                    RESP(WS-OJT-RESP)
               END-EXEC
           END-IF.
           MOVE JRN-BEFORE TO WS-OJT-REC.
           IF WS-OJT-RESP NOT = DFHRESP(NORMAL)
               SET WS-CA-CHANGE-STRANDED TO TRUE
               PERFORM 9400-NOT-BACKED-OUT
           END-IF.
           PERFORM 0600-SHOW-RECORD.
           MOVE 'JOURNAL DOWN-NO CHG' TO ALRTO.

       4000-DELETE-RECORD.
      *    The record is read for update first so its image goes to
      *    the journal - without a before image a delete could
      *    never be backed out.
           PERFORM 0800-CHECK-ON-SCREEN.
           IF VALID-INPUT
               PERFORM 0850-READ-FOR-UPDATE
           END-IF.
           IF VALID-INPUT
               MOVE WS-OJT-REC TO JRN-BEFORE
               EXEC CICS DELETE
                    FILE('OJTKSDAT')
                    RESP(WS-OJT-RESP)
               END-EXEC
               IF WS-OJT-RESP NOT = DFHRESP(NORMAL)
                   PERFORM 0600-SHOW-RECORD
                   MOVE 'DELETE FAILED' TO ALRTO
               ELSE
      *            The after image of a delete is the key and the
      *            maintenance stamps only - who deleted it, when.
                   MOVE SPACES TO OJT-SAY-HELLO-WORLD
                   MOVE SPACES TO OJT-REC-STATUS
                   MOVE SPACES TO OJT-REC-DESC
                   PERFORM 0700-STAMP-MAINT
                   MOVE WS-OJT-REC TO JRN-AFTER
                   MOVE JRN-BEFORE TO WS-OJT-REC
                   MOVE 'D' TO JRN-ACTION
                   PERFORM 0900-WRITE-JOURNAL
                   IF WS-JRNL-RESP NOT = DFHRESP(NORMAL)
      *                Write the record back as it was.
                       EXEC CICS WRITE
                            FILE('OJTKSDAT')
                            FROM(WS-OJT-REC)
                            RIDFLD(WS-OJT-KEY)
                            RESP(WS-OJT-RESP)
                       END-EXEC
                       IF WS-OJT-RESP NOT = DFHRESP(NORMAL)
                           SET WS-CA-DELETE-STRANDED TO TRUE
                           PERFORM 9400-NOT-BACKED-OUT
                       END-IF
                       PERFORM 0600-SHOW-RECORD
                       MOVE 'JOURNAL DOWN-NO DEL' TO ALRTO
                   ELSE
                       SET WS-CA-NO-REC TO TRUE
                       MOVE WS-OJT-KEY TO KEYO
                       MOVE 'RECORD DELETED' TO ALRTO
                   END-IF
               END-IF
           END-IF.

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
                     COMMAREA  (WS-COMMUNICATION-AREA)
                     LENGTH (LENGTH OF WS-COMMUNICATION-AREA)
            END-EXEC.

       9100-INVALID-KEY.
           MOVE LOW-VALUES TO OJTM02O.
           MOVE 'INVALID KEY ENTERED' TO ALRTO.
           PERFORM 0500-SEND-MAP.

       9150-CHECK-AUTHORITY.
      *    The requesting operator's own profile gates this panel -
      *    only an active supervisor or administrator may change the
      *    master; anyone may still look it up on OJTI.
           SET IS-NOT-MAINTAINER TO TRUE.
           EXEC CICS READ
                FILE('VIVOPROF')
                INTO(WS-OPROF-REC)
                RIDFLD(WS-OPID)
                RESP(WS-OPROF-RESP)
           END-EXEC.
           IF WS-OPROF-RESP = DFHRESP(NORMAL)
               IF OPROF-IS-ACTIVE AND
                  (OPROF-AUTH-SUPERVISOR OR OPROF-AUTH-ADMIN)
                   SET IS-MAINTAINER TO TRUE
               END-IF
           END-IF.

       9300-NOT-AUTHORIZED.
           MOVE LOW-VALUES TO OJTM02O.
           MOVE 'NOT AUTHORIZED' TO ALRTO.
           PERFORM 0500-SEND-MAP.
           EXEC CICS RETURN
           END-EXEC.

      * An update could not be journaled and could not be taken
      * back either - an add left on the file, a change left in
      * place, or a deleted record not written back.  That is no
      * operator message: it goes to the help desk through
      * 9500-SYSTEM-ERROR with the commarea marked stranded (X add,
      * U change, L delete - set by the caller) carrying the key and
      * the record concerned (the one added, or the before image to
      * put back), so the VIVD incident (EIBFN and EIBRESP of the
      * failed command) says exactly what to put right.
       9400-NOT-BACKED-OUT.
           MOVE WS-OJT-KEY TO WS-CA-KEY.
           MOVE WS-OJT-REC TO WS-CA-IMAGE.
           PERFORM 9500-SYSTEM-ERROR.

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
           MOVE 'OJTMNT  ' TO EC-PROG.
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
