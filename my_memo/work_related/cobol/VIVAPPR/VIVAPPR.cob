       ID DIVISION.
       PROGRAM-ID.      VIVAPPR.

      * Supervisor approval of over-limit VIVP calculations.
      * VIVPMAIN's 0320-CHECK-THRESHOLD no longer lets an operator
      * post a result over the VIVTHRSH limit; it parks the
      * calculation on the VIVPEND KSDS instead.  Transaction VAPR
      * sends map VIVPA01 listing the items still pending, eight to a
      * page, oldest first.  The supervisor keys a line number and
      * A to approve - the calculation is written to VIVPHIST (and
      * logged to the VIVL audit trail) under this task's key with
      * the originating terminal, and the operator's worksheet picks
      * the result up on its next trip - or R to reject with a reason
      * code.  Only an active profile with authority S or A may use
      * this panel, and nobody may approve a calculation they keyed
      * themselves.  Every resolution goes to TD queue VIVX with the
      * approver, reason, and time, for VIVEXCP's daily report.  PF8
      * pages forward, PF7 returns to the top of the queue, PF3 or
      * CLEAR leaves the transaction.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY VIVPA01.

       01 WS-FIRST-TIME-FLAG  PIC S9(4) COMP.
          88 FIRST-TIME                 VALUE 0.

       01 DEFINITIONS-OF-EIBAID-FIELD     PIC X(1).
          88 ENTER-KEY                              VALUE ''''.
          88 CLEAR-KEY                              VALUE '_'.
          88 PF3-KEY                                VALUE '3'.
          88 PF7-KEY                                VALUE '7'.
          88 PF8-KEY                                VALUE '8'.

       01 WS-TRANS-ID       PIC X(4) VALUE 'VAPR'.

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
       01 WS-MSG                 PIC X(20).

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

       01 WS-SUPERVISOR-FLAG     PIC X(1).
          88 IS-SUPERVISOR                          VALUE 'Y'.
          88 IS-NOT-SUPERVISOR                      VALUE 'N'.

       01 WS-VALID-INPUT-FLAG PIC X(1).
          88 VALID-INPUT                VALUE 'Y'.
          88 INPUT-NOT-VALID            VALUE 'N'.

       01 WS-LINE-NO             PIC 9(1).
       01 WS-REASON              PIC X(2).
          88 VALID-REASON               VALUE 'KE' 'DU' 'NA' 'OT'.

      * Pending-approval record for KSDS VIVPEND - must stay in step
      * with WS-PEND-REC in VIVPMAIN, which writes it.
       01 WS-PEND-REC.
           03 PEND-KEY.
               05 PEND-DATE          PIC S9(7) COMP-3.
               05 PEND-TIME          PIC S9(7) COMP-3.
               05 PEND-TRMID         PIC X(4).
               05 PEND-TASKN         PIC 9(7).
           03 PEND-OPID              PIC X(3).
           03 PEND-NO1I              PIC 9(7)V99.
           03 PEND-NO2I              PIC 9(7)V99.
           03 PEND-OPRI              PIC X(1).
           03 PEND-RSLT              PIC S9(15)V99.
           03 PEND-LIMIT             PIC 9(13)V99.
           03 PEND-ACCT-KEY          PIC X(6).
           03 PEND-STATUS            PIC X(1).
              88 PEND-IS-PENDING                    VALUE 'P'.
              88 PEND-APPROVED                      VALUE 'A'.
              88 PEND-REJECTED                      VALUE 'R'.
           03 PEND-APPR-OPID         PIC X(3).
           03 PEND-REASON            PIC X(2).
           03 PEND-ACT-DATE          PIC S9(7) COMP-3.
           03 PEND-ACT-TIME          PIC S9(7) COMP-3.
           03 PEND-POST-TASKN        PIC 9(7).

       01 WS-PEND-RESP           PIC S9(8) COMP.
       01 WS-PEND-RID            PIC X(19).

      * Record layout for KSDS VIVPHIST - must stay in step with the
      * WS-HIST-REC layout in VIVPMAIN.
       01 WS-HIST-REC.
           03 HIST-KEY.
               05 HIST-DATE          PIC S9(7) COMP-3.
               05 HIST-TIME          PIC S9(7) COMP-3.
               05 HIST-TRMID         PIC X(4).
               05 HIST-TASKN         PIC 9(7).
           03 HIST-NO1I              PIC 9(7)V99.
           03 HIST-NO2I              PIC 9(7)V99.
           03 HIST-OPRI              PIC X(1).
           03 HIST-RSLT              PIC S9(15)V99.
           03 HIST-ACCT-KEY          PIC X(6).
           03 HIST-ENTRY-TYPE        PIC X(1).
           03 HIST-REV-STATUS        PIC X(1).
           03 HIST-LINK-KEY          PIC X(19).
           03 HIST-REASON            PIC X(2).
           03 HIST-OPID              PIC X(3).

       01 WS-HIST-RESP           PIC S9(8) COMP.

      * Audit record for TD queue VIVL - must stay in step with
      * WS-AUDIT-REC in VIVPMAIN and AUDITIN-REC in VIVAUDIT and
      * VIVMATCH.  An approval is audited under the operator and
      * terminal that keyed the calculation, with the history key
      * it posted under, so VIVMATCH ties it out like any other.
       01 WS-AUDIT-REC.
           03 AUD-TRMID              PIC X(4).
           03 AUD-OPID               PIC X(3).
           03 AUD-TASKN              PIC 9(7).
           03 AUD-NO1I               PIC 9(7)V99.
           03 AUD-NO2I               PIC 9(7)V99.
           03 AUD-OPRI               PIC X(1).
           03 AUD-RSLT               PIC S9(15)V99.
           03 AUD-STATUS             PIC X(1).
              88 AUD-CALC-OK                        VALUE 'Y'.
              88 AUD-CALC-FAILED                    VALUE 'N'.
           03 AUD-DATE               PIC S9(7) COMP-3.
           03 AUD-TIME               PIC S9(7) COMP-3.
           03 AUD-ACCT-KEY           PIC X(6).

      * Exception record for TD queue VIVX - one per resolved
      * over-threshold calculation, approved (A) or rejected (R),
      * drained and reported daily by VIVEXCP.  EXC-DATE/TIME are
      * when it was parked, EXC-ACT-DATE/TIME when it was resolved.
      * Must stay in step with EXCPIN-REC there.
       01 WS-EXCP-REC.
           03 EXC-TRMID          PIC X(4).
           03 EXC-OPID           PIC X(3).
           03 EXC-NO1I           PIC 9(7)V99.
           03 EXC-NO2I           PIC 9(7)V99.
           03 EXC-OPRI           PIC X(1).
           03 EXC-RSLT           PIC S9(15)V99.
           03 EXC-LIMIT          PIC 9(13)V99.
           03 EXC-STATUS         PIC X(1).
              88 EXC-APPROVED                       VALUE 'A'.
              88 EXC-REJECTED                       VALUE 'R'.
           03 EXC-DATE           PIC S9(7) COMP-3.
           03 EXC-TIME           PIC S9(7) COMP-3.
           03 EXC-APPR-OPID      PIC X(3).
           03 EXC-REASON         PIC X(2).
           03 EXC-ACCT-KEY       PIC X(6).
           03 EXC-ACT-DATE       PIC S9(7) COMP-3.
           03 EXC-ACT-TIME       PIC S9(7) COMP-3.

      * RIDFLD area for STARTBR/READNEXT - CICS updates this with the
      * key of each record as the browse moves.
       01 WS-BRW-KEY.
           03 WS-BRW-DATE            PIC S9(7) COMP-3.
           03 WS-BRW-TIME            PIC S9(7) COMP-3.
           03 WS-BRW-TRMID           PIC X(4).
           03 WS-BRW-TASKN           PIC 9(7).

      * The record a paging request resumes from (the bottom of the
      * page on screen) comes back first from STARTBR GTEQ and must
      * not be shown a second time - 1100 skips it when this is set.
       01 WS-SKIP-FLAG           PIC X(1).
          88 SKIP-FIRST-REC                         VALUE 'Y'.
          88 NO-SKIP-REC                            VALUE 'N'.
       01 WS-RESUME-KEY          PIC X(19).
       01 WS-OLD-TOP-KEY         PIC X(19).

       01 WS-BROWSE-DONE-FLAG    PIC X(1).
          88 PEND-BROWSE-DONE                       VALUE 'Y'.
          88 PEND-BROWSE-MORE                       VALUE 'N'.

       01 WS-LINE-CNT            PIC S9(4) COMP.

       01 WS-DETAIL-LINE.
           03 DTL-LINE-NO            PIC 9(1).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-TRMID              PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-OPID               PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-NO1                PIC Z(6)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-OPR                PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-NO2                PIC Z(6)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-RSLT               PIC -(14)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-ACCT               PIC X(6).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-LIMIT              PIC Z(12)9.99.

      * Carries the keys at the top and bottom of the page on screen
      * and the key behind each line across pseudo-conversational
      * trips, so PF8 knows where to resume and a line number keyed
      * on ENTER resolves to the item the supervisor was looking at.
       01 WS-COMMUNICATION-AREA.
           03 WS-CA-TOP-KEY          PIC X(19).
           03 WS-CA-BOT-KEY          PIC X(19).
           03 WS-CA-PAGE-FLAG        PIC X(1).
              88 WS-CA-HAVE-PAGE                    VALUE 'Y'.
              88 WS-CA-NO-PAGE                      VALUE 'N'.
           03 WS-CA-LINE-CNT         PIC S9(4) COMP.
           03 WS-CA-LINE-KEY         PIC X(19) OCCURS 8 TIMES.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 CA-QUEUE-STATE         PIC X(193).

       PROCEDURE DIVISION.
      **** MAIN PROCEDURE ****
       0000-MAIN.
           PERFORM 5100-ALWAYS-TEST.
           PERFORM 9150-CHECK-SUPERVISOR.
           IF IS-NOT-SUPERVISOR
               PERFORM 9300-NOT-AUTHORIZED
           END-IF.
           PERFORM 0150-LOAD-COMMAREA.

           EVALUATE TRUE

               WHEN FIRST-TIME
                   PERFORM 0100-FIRST-PAGE

               WHEN ENTER-KEY
                   PERFORM 0200-PROCESS-ACTION

               WHEN PF8-KEY
                   PERFORM 0300-PAGE-FORWARD

               WHEN PF7-KEY
                   PERFORM 0100-FIRST-PAGE

               WHEN PF3-KEY
                   PERFORM 9999-ABORT

               WHEN OTHER
                   PERFORM 9100-INVALID-KEY

           END-EVALUATE.

           PERFORM 5300-RETURN-TRANS-ID.

      **** PROCEDURE LIST ****
       0100-FIRST-PAGE.
           MOVE LOW-VALUES TO VIVPA01I.
           MOVE LOW-VALUES TO VIVPA01O.
           SET WS-CA-NO-PAGE TO TRUE.
           PERFORM 0160-SET-QUEUE-START.
           SET NO-SKIP-REC TO TRUE.
           PERFORM 1000-FILL-PAGE.
           PERFORM 0500-SEND-MAP.

       0150-LOAD-COMMAREA.
           IF EIBCALEN = 0
               SET WS-CA-NO-PAGE TO TRUE
               MOVE 0 TO WS-CA-LINE-CNT
           ELSE
               MOVE CA-QUEUE-STATE TO WS-COMMUNICATION-AREA
           END-IF.

       0160-SET-QUEUE-START.
           MOVE ZERO TO WS-BRW-DATE.
           MOVE ZERO TO WS-BRW-TIME.
           MOVE LOW-VALUES TO WS-BRW-TRMID.
           MOVE 0 TO WS-BRW-TASKN.

       0200-PROCESS-ACTION.
           EXEC CICS RECEIVE
                MAP('VIVPA01')
                MAPSET('VIVPA01')
           END-EXEC.
           MOVE SPACES TO WS-MSG.
           PERFORM 0250-VALIDATE-INPUT.
           IF VALID-INPUT
               PERFORM 0400-RESOLVE-ITEM
           END-IF.
      *    The page is rebuilt from its top so a resolved item drops
      *    off the list; the message from the action is kept over
      *    whatever the refill says.
           IF WS-CA-HAVE-PAGE
               MOVE WS-CA-TOP-KEY TO WS-BRW-KEY
           ELSE
               PERFORM 0160-SET-QUEUE-START
           END-IF.
           SET NO-SKIP-REC TO TRUE.
           PERFORM 1000-FILL-PAGE.
           IF WS-MSG NOT = SPACES
               MOVE WS-MSG TO ALRTO
           END-IF.
           PERFORM 0500-SEND-MAP.

       0250-VALIDATE-INPUT.
           SET VALID-INPUT TO TRUE.
           IF LNUMI = SPACES OR LNUMI = LOW-VALUES
               MOVE 'QUEUE REFRESHED' TO WS-MSG
               SET INPUT-NOT-VALID TO TRUE
           ELSE
               IF LNUMI < '1' OR LNUMI > '8'
                   MOVE 'LINE MUST BE 1-8' TO WS-MSG
                   SET INPUT-NOT-VALID TO TRUE
               ELSE
                   MOVE LNUMI TO WS-LINE-NO
                   IF WS-LINE-NO > WS-CA-LINE-CNT
                       MOVE 'NO ITEM ON THAT LINE' TO WS-MSG
                       SET INPUT-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.
           IF VALID-INPUT
               IF ACTI NOT = 'A' AND ACTI NOT = 'R'
                   MOVE 'ACTION MUST BE A/R' TO WS-MSG
                   SET INPUT-NOT-VALID TO TRUE
               END-IF
           END-IF.
      *    A rejection must say why; an approval may carry a reason
      *    too, but only one of the known codes.
           IF VALID-INPUT
               IF RSNI = SPACES OR RSNI = LOW-VALUES
                   MOVE SPACES TO WS-REASON
                   IF ACTI = 'R'
                       MOVE 'REASON REQUIRED' TO WS-MSG
                       SET INPUT-NOT-VALID TO TRUE
                   END-IF
               ELSE
                   MOVE RSNI TO WS-REASON
                   IF NOT VALID-REASON
                       MOVE 'REASON KE/DU/NA/OT' TO WS-MSG
                       SET INPUT-NOT-VALID TO TRUE
                   END-IF
               END-IF
           END-IF.

       0300-PAGE-FORWARD.
           IF WS-CA-NO-PAGE
               PERFORM 0100-FIRST-PAGE
           ELSE
               MOVE WS-CA-TOP-KEY TO WS-OLD-TOP-KEY
               MOVE WS-CA-BOT-KEY TO WS-BRW-KEY
               MOVE WS-CA-BOT-KEY TO WS-RESUME-KEY
               SET SKIP-FIRST-REC TO TRUE
               PERFORM 1000-FILL-PAGE
               IF WS-LINE-CNT = 0
      *            Nothing past the bottom of this page - redisplay
      *            the same page rather than a blank screen.
                   MOVE WS-OLD-TOP-KEY TO WS-BRW-KEY
                   SET NO-SKIP-REC TO TRUE
                   PERFORM 1000-FILL-PAGE
                   MOVE 'AT END OF QUEUE' TO ALRTO
               END-IF
               PERFORM 0500-SEND-MAP
           END-IF.

       0400-RESOLVE-ITEM.
      *    The item is read for update so two supervisors working the
      *    queue at once cannot both resolve it - the second one finds
      *    it no longer pending.
           MOVE WS-CA-LINE-KEY(WS-LINE-NO) TO WS-PEND-RID.
           EXEC CICS READ
                FILE('VIVPEND')
                INTO(WS-PEND-REC)
                RIDFLD(WS-PEND-RID)
                UPDATE
                RESP(WS-PEND-RESP)
           END-EXEC.
           IF WS-PEND-RESP NOT = DFHRESP(NORMAL)
               IF WS-PEND-RESP = DFHRESP(NOTFND)
                   MOVE 'ITEM NOT FOUND' TO WS-MSG
               ELSE
                   MOVE 'QUEUE READ FAILED' TO WS-MSG
               END-IF
           ELSE
               EVALUATE TRUE
                   WHEN NOT PEND-IS-PENDING
                       PERFORM 0450-RELEASE-ITEM
                       MOVE 'ALREADY RESOLVED' TO WS-MSG
                   WHEN ACTI = 'A' AND PEND-OPID = WS-OPID
                       PERFORM 0450-RELEASE-ITEM
                       MOVE 'CANNOT APPROVE OWN' TO WS-MSG
                   WHEN ACTI = 'A'
                       PERFORM 2000-APPROVE-ITEM
                   WHEN OTHER
                       PERFORM 3000-REJECT-ITEM
               END-EVALUATE
           END-IF.

       0450-RELEASE-ITEM.
           EXEC CICS UNLOCK
                FILE('VIVPEND')
           END-EXEC.

       0500-SEND-MAP.
           EXEC CICS SEND
               MAP('VIVPA01')
               MAPSET('VIVPA01')
               CURSOR
               ERASE
           END-EXEC.

       1000-FILL-PAGE.
           MOVE LOW-VALUES TO VIVPA01O.
           MOVE 0 TO WS-LINE-CNT.
           SET PEND-BROWSE-MORE TO TRUE.
           EXEC CICS STARTBR
                FILE('VIVPEND')
                RIDFLD(WS-BRW-KEY)
                GTEQ
                RESP(WS-PEND-RESP)
           END-EXEC.
           IF WS-PEND-RESP NOT = DFHRESP(NORMAL)
               MOVE 'NOTHING PENDING' TO ALRTO
           ELSE
               PERFORM 1100-READ-NEXT-PEND
                   UNTIL WS-LINE-CNT = 8 OR PEND-BROWSE-DONE
               EXEC CICS ENDBR
                    FILE('VIVPEND')
               END-EXEC
               IF WS-LINE-CNT = 0
                   MOVE 'NO MORE PENDING' TO ALRTO
               END-IF
           END-IF.
           MOVE WS-LINE-CNT TO WS-CA-LINE-CNT.

       1100-READ-NEXT-PEND.
           EXEC CICS READNEXT
                FILE('VIVPEND')
                INTO(WS-PEND-REC)
                RIDFLD(WS-BRW-KEY)
                RESP(WS-PEND-RESP)
           END-EXEC.
           IF WS-PEND-RESP NOT = DFHRESP(NORMAL)
               SET PEND-BROWSE-DONE TO TRUE
           ELSE
      *        Resolved items stay on the file until the nightly
      *        VIVEXCP run reports and clears them - never list them.
               IF SKIP-FIRST-REC AND WS-BRW-KEY = WS-RESUME-KEY
                   SET NO-SKIP-REC TO TRUE
               ELSE
                   SET NO-SKIP-REC TO TRUE
                   IF PEND-IS-PENDING
                       ADD 1 TO WS-LINE-CNT
                       PERFORM 1200-FORMAT-LINE
                       MOVE WS-DETAIL-LINE TO LINEO(WS-LINE-CNT)
                       MOVE WS-BRW-KEY TO WS-CA-LINE-KEY(WS-LINE-CNT)
                       IF WS-LINE-CNT = 1
                           MOVE WS-BRW-KEY TO WS-CA-TOP-KEY
                       END-IF
                       MOVE WS-BRW-KEY TO WS-CA-BOT-KEY
                       SET WS-CA-HAVE-PAGE TO TRUE
                   END-IF
               END-IF
           END-IF.

       1200-FORMAT-LINE.
           MOVE WS-LINE-CNT TO DTL-LINE-NO.
           MOVE PEND-TRMID TO DTL-TRMID.
           MOVE PEND-OPID TO DTL-OPID.
           MOVE PEND-NO1I TO DTL-NO1.
           MOVE PEND-OPRI TO DTL-OPR.
           MOVE PEND-NO2I TO DTL-NO2.
           MOVE PEND-RSLT TO DTL-RSLT.
           MOVE PEND-ACCT-KEY TO DTL-ACCT.
           MOVE PEND-LIMIT TO DTL-LIMIT.

      * Approval posts the calculation exactly as VIVPMAIN's
      * 0350-LOG-RESULT would have, keyed by this task at the
      * originating terminal, then marks the item approved.  If the
      * item cannot be marked, the history record is taken back off
      * so the calculation can never post twice.
       2000-APPROVE-ITEM.
           MOVE EIBDATE TO HIST-DATE.
           MOVE EIBTIME TO HIST-TIME.
           MOVE PEND-TRMID TO HIST-TRMID.
           MOVE EIBTASKN TO HIST-TASKN.
           MOVE PEND-NO1I TO HIST-NO1I.
           MOVE PEND-NO2I TO HIST-NO2I.
           MOVE PEND-OPRI TO HIST-OPRI.
           MOVE PEND-RSLT TO HIST-RSLT.
           MOVE PEND-ACCT-KEY TO HIST-ACCT-KEY.
           MOVE SPACES TO HIST-ENTRY-TYPE.
           MOVE SPACES TO HIST-REV-STATUS.
           MOVE SPACES TO HIST-LINK-KEY.
           MOVE SPACES TO HIST-REASON.
           MOVE PEND-OPID TO HIST-OPID.
           EXEC CICS WRITE
                FILE('VIVPHIST')
                FROM(WS-HIST-REC)
                RIDFLD(HIST-KEY)
                KEYLENGTH(LENGTH OF HIST-KEY)
                RESP(WS-HIST-RESP)
           END-EXEC.
           IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
               PERFORM 0450-RELEASE-ITEM
               MOVE 'HISTORY WRITE FAILED' TO WS-MSG
           ELSE
               SET PEND-APPROVED TO TRUE
               MOVE EIBTASKN TO PEND-POST-TASKN
               PERFORM 4000-CLOSE-ITEM
               IF WS-PEND-RESP = DFHRESP(NORMAL)
                   PERFORM 2100-LOG-AUDIT
                   MOVE 'CALC APPROVED' TO WS-MSG
               ELSE
                   EXEC CICS DELETE
                        FILE('VIVPHIST')
                        RIDFLD(HIST-KEY)
                        KEYLENGTH(LENGTH OF HIST-KEY)
                        RESP(WS-HIST-RESP)
                   END-EXEC
                   MOVE 'APPROVAL NOT SAVED' TO WS-MSG
               END-IF
           END-IF.

       2100-LOG-AUDIT.
           MOVE PEND-TRMID TO AUD-TRMID.
           MOVE PEND-OPID TO AUD-OPID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE PEND-NO1I TO AUD-NO1I.
           MOVE PEND-NO2I TO AUD-NO2I.
           MOVE PEND-OPRI TO AUD-OPRI.
           MOVE PEND-RSLT TO AUD-RSLT.
           SET AUD-CALC-OK TO TRUE.
           MOVE EIBDATE TO AUD-DATE.
           MOVE EIBTIME TO AUD-TIME.
           MOVE PEND-ACCT-KEY TO AUD-ACCT-KEY.
           EXEC CICS WRITEQ TD
                QUEUE('VIVL')
                FROM(WS-AUDIT-REC)
                LENGTH(LENGTH OF WS-AUDIT-REC)
           END-EXEC.

       3000-REJECT-ITEM.
           SET PEND-REJECTED TO TRUE.
           MOVE 0 TO PEND-POST-TASKN.
           PERFORM 4000-CLOSE-ITEM.
           IF WS-PEND-RESP = DFHRESP(NORMAL)
               MOVE 'CALC REJECTED' TO WS-MSG
           ELSE
               MOVE 'REJECT NOT SAVED' TO WS-MSG
           END-IF.

      * Stamps the resolution on the item held for update and, once
      * it is safely rewritten, reports it to the VIVX queue.  The
      * caller sets PEND-STATUS and PEND-POST-TASKN first.
       4000-CLOSE-ITEM.
           MOVE WS-OPID TO PEND-APPR-OPID.
           MOVE WS-REASON TO PEND-REASON.
           MOVE EIBDATE TO PEND-ACT-DATE.
           MOVE EIBTIME TO PEND-ACT-TIME.
           EXEC CICS REWRITE
                FILE('VIVPEND')
                FROM(WS-PEND-REC)
                RESP(WS-PEND-RESP)
           END-EXEC.
           IF WS-PEND-RESP = DFHRESP(NORMAL)
               PERFORM 4100-LOG-RESOLUTION
           END-IF.

       4100-LOG-RESOLUTION.
           MOVE PEND-TRMID TO EXC-TRMID.
           MOVE PEND-OPID TO EXC-OPID.
           MOVE PEND-NO1I TO EXC-NO1I.
           MOVE PEND-NO2I TO EXC-NO2I.
           MOVE PEND-OPRI TO EXC-OPRI.
           MOVE PEND-RSLT TO EXC-RSLT.
           MOVE PEND-LIMIT TO EXC-LIMIT.
           MOVE PEND-STATUS TO EXC-STATUS.
           MOVE PEND-DATE TO EXC-DATE.
           MOVE PEND-TIME TO EXC-TIME.
           MOVE PEND-APPR-OPID TO EXC-APPR-OPID.
           MOVE PEND-REASON TO EXC-REASON.
           MOVE PEND-ACCT-KEY TO EXC-ACCT-KEY.
           MOVE PEND-ACT-DATE TO EXC-ACT-DATE.
           MOVE PEND-ACT-TIME TO EXC-ACT-TIME.
           EXEC CICS WRITEQ TD
                QUEUE('VIVX')
                FROM(WS-EXCP-REC)
                LENGTH(LENGTH OF WS-EXCP-REC)
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
           MOVE LOW-VALUES TO VIVPA01O.
           MOVE 'INVALID KEY ENTERED' TO ALRTO.
           PERFORM 0500-SEND-MAP.

       9150-CHECK-SUPERVISOR.
      *    The requesting operator's own profile gates this panel -
      *    only an active supervisor or administrator may resolve
      *    over-limit calculations.
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
           MOVE LOW-VALUES TO VIVPA01O.
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
           MOVE 'VIVAPPR ' TO EC-PROG.
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
