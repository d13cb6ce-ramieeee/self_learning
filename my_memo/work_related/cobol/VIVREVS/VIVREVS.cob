       ID DIVISION.
       PROGRAM-ID.      VIVREVS.

      * Supervisor reversal and correction of posted VIVP
      * calculations.  A calculation on VIVPHIST is never changed or
      * deleted to put it right; transaction VREV sends map VIVPR01,
      * the supervisor keys the HIST-KEY of the bad calculation (as
      * the VIVH browse shows it) and a reason code, and ENTER shows
      * the original for checking.  PF5 then posts a reversing
      * history record - the original's operands, its result negated,
      * HIST-ENTRY-TYPE R, HIST-LINK-KEY pointing back at the original
      * - under this task's key at this terminal, and marks the
      * original REVERSED (HIST-REV-STATUS R, HIST-LINK-KEY pointing
      * at the reversal).  The original stays on file.  A correction
      * entry can itself be reversed, but keeps its own link back to
      * the calculation it replaced and its reason code - only the
      * status is marked; the reversal's link names the correction,
      * so the chain original - reversal - correction - reversal
      * still reads from either end.  If a
      * corrected calculation was keyed, PF6 posts it as a new
      * history record (HIST-ENTRY-TYPE C, linked to the original,
      * which is then marked REPLACED); each posting is keyed by its
      * own task, so the replacement goes on with its own keystroke.
      * A correction is held to the supervisor's own VIVTHRSH limit,
      * found as VIVPMAIN finds an operator's: one over it is refused
      * at ENTER, and the supervisor reverses alone and keys the
      * figure on VIVP, where it is parked on VIVPEND for a second
      * supervisor to approve on VAPR.  Nobody may reverse or correct
      * a calculation they posted themselves (HIST-OPID is their own
      * ID) - another supervisor has to.  Both postings carry the
      * reason code and the supervisor's ID in HIST-OPID, and go to
      * the VIVL audit trail under the supervisor's ID - the reversal
      * as AUD-REVERSAL, the correction as an ordinary AUD-CALC-OK -
      * so VIVMATCH ties them out like any other posting.  Only an
      * active profile with authority S or A may use this panel.
      * PF3 or CLEAR leaves the transaction.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       COPY VIVPR01.

       01 WS-FIRST-TIME-FLAG  PIC S9(4) COMP.
          88 FIRST-TIME                 VALUE 0.

       01 DEFINITIONS-OF-EIBAID-FIELD     PIC X(1).
          88 ENTER-KEY                              VALUE ''''.
          88 CLEAR-KEY                              VALUE '_'.
          88 PF3-KEY                                VALUE '3'.
          88 PF5-KEY                                VALUE '5'.
          88 PF6-KEY                                VALUE '6'.

       01 WS-TRANS-ID       PIC X(4) VALUE 'VREV'.

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

       01 WS-REASON              PIC X(2).
          88 VALID-REASON               VALUE 'KE' 'DU' 'WA' 'OT'.
          88 REASON-DUPLICATE           VALUE 'DU'.

      * The HIST-KEY the supervisor typed, built up field by field.
       01 WS-KEY-BUILD.
           03 WS-KB-DATE             PIC S9(7) COMP-3.
           03 WS-KB-TIME             PIC S9(7) COMP-3.
           03 WS-KB-TRMID            PIC X(4).
           03 WS-KB-TASKN            PIC 9(7).

      * Key fields for redisplaying the HIST-KEY held in the
      * COMMAREA.
       01 WS-KEY-SHOW.
           03 WS-KS-DATE             PIC S9(7) COMP-3.
           03 WS-KS-TIME             PIC S9(7) COMP-3.
           03 WS-KS-TRMID            PIC X(4).
           03 WS-KS-TASKN            PIC 9(7).
       01 WS-KS-NUM                  PIC 9(7).

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
              88 HIST-CALC-ENTRY                    VALUE SPACE.
              88 HIST-REVERSAL-ENTRY                VALUE 'R'.
              88 HIST-CORRECTION-ENTRY              VALUE 'C'.
           03 HIST-REV-STATUS        PIC X(1).
              88 HIST-NOT-REVERSED                  VALUE SPACE.
              88 HIST-REVERSED                      VALUE 'R'.
              88 HIST-REPLACED                      VALUE 'C'.
           03 HIST-LINK-KEY          PIC X(19).
           03 HIST-REASON            PIC X(2).
           03 HIST-OPID              PIC X(3).

       01 WS-HIST-RESP           PIC S9(8) COMP.
       01 WS-HIST-RID            PIC X(19).

      * Amount-threshold record from KSDS VIVTHRSH - must stay in
      * step with WS-THR-REC in VIVPMAIN.  A per-operator override,
      * with operator ID '***' as the global limit; no record at all
      * leaves the check off, as it does on VIVP.
       01 WS-THR-REC.
           03 THR-OPID           PIC X(3).
           03 THR-LIMIT          PIC 9(13)V99.

       01 WS-THR-RESP            PIC S9(8) COMP.
       01 WS-THR-KEY             PIC X(3).
       01 WS-OP-LIMIT            PIC S9(13)V99 COMP-3 VALUE ZERO.
       01 WS-LIMIT-FOUND-FLAG    PIC X(1).
          88 LIMIT-FOUND                            VALUE 'Y'.
          88 LIMIT-NOT-FOUND                        VALUE 'N'.

      * The original calculation as it was read, kept while the new
      * entry is built in WS-HIST-REC.
       01 WS-ORIG-IMAGE          PIC X(87).

      * The key this task posts under - date, time, terminal and task
      * number, as VIVPMAIN's 0350-LOG-RESULT keys a calculation.
       01 WS-NEW-KEY.
           03 WS-NEW-DATE            PIC S9(7) COMP-3.
           03 WS-NEW-TIME            PIC S9(7) COMP-3.
           03 WS-NEW-TRMID           PIC X(4).
           03 WS-NEW-TASKN           PIC 9(7).

      * Audit record for TD queue VIVL - must stay in step with
      * WS-AUDIT-REC in VIVPMAIN and AUDITIN-REC in VIVAUDIT and
      * VIVMATCH.  Reversals and corrections are audited under the
      * supervisor and this terminal, with the history key they
      * posted under.
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
              88 AUD-REVERSAL                       VALUE 'R'.
           03 AUD-DATE               PIC S9(7) COMP-3.
           03 AUD-TIME               PIC S9(7) COMP-3.
           03 AUD-ACCT-KEY           PIC X(6).

      * Work fields for 0270-EDIT-AMOUNT - the typed amount is split
      * at the decimal point, the whole part right-justified and
      * zero-filled, and the two halves recombined as a number (as
      * VIVPMAIN edits its operands).
       01 WS-AMT-TEXT            PIC X(10).
       01 WS-AMT-WHOLE-TXT       PIC X(7).
       01 WS-AMT-FRAC-TXT        PIC X(2).
       01 WS-AMT-NUM-TXT         PIC X(7).
       01 WS-AMT-WHOLE-CNT       PIC S9(4) COMP.
       01 WS-AMT-PAD             PIC S9(4) COMP.
       01 WS-AMT-WHOLE-9         PIC 9(7).
       01 WS-AMT-FRAC-9          PIC 9(2).
       01 WS-AMT-VALUE           PIC S9(7)V99 COMP-3.

      * Linkage fields for the shared FLDCHECK edit subroutine.
       01 WS-FLDCHECK-FIELD.
           03 WS-FLDCHECK-LEN        PIC S9(4) COMP.
           03 WS-FLDCHECK-DATA       PIC X(20).
       01 WS-FLDCHECK-TYPE       PIC X(1).
       01 WS-FLDCHECK-VALID      PIC X(1).
          88 FLDCHECK-VALID                         VALUE 'Y'.
          88 FLDCHECK-INVALID                       VALUE 'N'.

      * Carries the checked request across pseudo-conversational
      * trips, so PF5 and PF6 post exactly what ENTER showed - the
      * map is not read again once the request has been checked.
       01 WS-COMMUNICATION-AREA.
           03 WS-CA-STATE            PIC X(1).
              88 WS-CA-NO-REQUEST                   VALUE 'N'.
              88 WS-CA-REVERSE-READY                VALUE 'V'.
              88 WS-CA-CORRECT-READY                VALUE 'C'.
           03 WS-CA-ORIG-KEY         PIC X(19).
           03 WS-CA-REASON           PIC X(2).
           03 WS-CA-CORR-FLAG        PIC X(1).
              88 WS-CA-CORR-WANTED                  VALUE 'Y'.
              88 WS-CA-NO-CORR                      VALUE 'N'.
           03 WS-CA-CORR-NO1         PIC S9(7)V99 COMP-3.
           03 WS-CA-CORR-NO2         PIC S9(7)V99 COMP-3.
           03 WS-CA-CORR-OPR         PIC X(1).
           03 WS-CA-CORR-RSLT        PIC S9(15)V99 COMP-3.

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 CA-REQUEST-STATE       PIC X(43).

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
                   PERFORM 0100-FIRST-TIME

               WHEN ENTER-KEY
                   PERFORM 0200-CHECK-REQUEST

               WHEN PF5-KEY
                   PERFORM 0400-POST-REVERSAL

               WHEN PF6-KEY
                   PERFORM 0500-POST-CORRECTION

               WHEN PF3-KEY
                   PERFORM 9999-ABORT

               WHEN OTHER
                   PERFORM 9100-INVALID-KEY

           END-EVALUATE.

           PERFORM 5300-RETURN-TRANS-ID.

      **** PROCEDURE LIST ****
       0100-FIRST-TIME.
           MOVE LOW-VALUES TO VIVPR01I.
           MOVE LOW-VALUES TO VIVPR01O.
           SET WS-CA-NO-REQUEST TO TRUE.
           MOVE 'KEY CALC AND REASON' TO ALRTO.
           PERFORM 0600-SEND-MAP.

       0150-LOAD-COMMAREA.
           IF EIBCALEN = 0
               SET WS-CA-NO-REQUEST TO TRUE
           ELSE
               MOVE CA-REQUEST-STATE TO WS-COMMUNICATION-AREA
           END-IF.

      * ENTER always starts the request afresh from what is on the
      * screen; nothing posts until PF5.
       0200-CHECK-REQUEST.
           EXEC CICS RECEIVE
                MAP('VIVPR01')
                MAPSET('VIVPR01')
           END-EXEC.
           SET WS-CA-NO-REQUEST TO TRUE.
           MOVE LOW-VALUES TO VIVPR01O.
           PERFORM 0250-VALIDATE-INPUT.
           IF VALID-INPUT
               PERFORM 0300-READ-ORIGINAL
           END-IF.
           MOVE HDTEI TO HDTEO.
           MOVE HTIMI TO HTIMO.
           MOVE HTRMI TO HTRMO.
           MOVE HTSKI TO HTSKO.
           MOVE RSNI TO RSNO.
           MOVE CNO1I TO CNO1O.
           MOVE COPRI TO COPRO.
           MOVE CNO2I TO CNO2O.
           MOVE WS-MSG TO ALRTO.
           PERFORM 0600-SEND-MAP.

       0250-VALIDATE-INPUT.
           SET VALID-INPUT TO TRUE.
           MOVE SPACES TO WS-MSG.
           MOVE 'N' TO WS-FLDCHECK-TYPE.
           MOVE SPACES TO WS-FLDCHECK-DATA.
           MOVE 14 TO WS-FLDCHECK-LEN.
           MOVE HDTEI TO WS-FLDCHECK-DATA(1:7).
           MOVE HTIMI TO WS-FLDCHECK-DATA(8:7).
           CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD, WS-FLDCHECK-TYPE,
                   WS-FLDCHECK-VALID.
           IF FLDCHECK-VALID
               MOVE SPACES TO WS-FLDCHECK-DATA
               MOVE 7 TO WS-FLDCHECK-LEN
               MOVE HTSKI TO WS-FLDCHECK-DATA(1:7)
               CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
                       WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID
           END-IF.
           IF FLDCHECK-INVALID
               MOVE 'KEY NOT NUMERIC' TO WS-MSG
               SET INPUT-NOT-VALID TO TRUE
           ELSE
               IF HTRMI = SPACES OR HTRMI = LOW-VALUES
                   MOVE 'TERMINAL REQUIRED' TO WS-MSG
                   SET INPUT-NOT-VALID TO TRUE
               ELSE
                   MOVE HDTEI TO WS-KB-DATE
                   MOVE HTIMI TO WS-KB-TIME
                   MOVE HTRMI TO WS-KB-TRMID
                   MOVE HTSKI TO WS-KB-TASKN
               END-IF
           END-IF.
      *    Every reversal must say why.
           IF VALID-INPUT
               MOVE RSNI TO WS-REASON
               IF NOT VALID-REASON
                   MOVE 'REASON KE/DU/WA/OT' TO WS-MSG
                   SET INPUT-NOT-VALID TO TRUE
               END-IF
           END-IF.
           IF VALID-INPUT
               PERFORM 0280-EDIT-CORRECTION
           END-IF.

      * The corrected calculation is optional - all three fields
      * blank means the reversal stands alone.  Anything typed is
      * edited and worked out the way VIVPMAIN's 0300-CALC does it.
       0280-EDIT-CORRECTION.
           SET WS-CA-NO-CORR TO TRUE.
           MOVE 0 TO WS-CA-CORR-NO1.
           MOVE 0 TO WS-CA-CORR-NO2.
           MOVE SPACES TO WS-CA-CORR-OPR.
           MOVE 0 TO WS-CA-CORR-RSLT.
           IF (CNO1I = SPACES OR CNO1I = LOW-VALUES) AND
              (COPRI = SPACES OR COPRI = LOW-VALUES) AND
              (CNO2I = SPACES OR CNO2I = LOW-VALUES)
               CONTINUE
           ELSE
               IF REASON-DUPLICATE
                   MOVE 'NO FIX FOR DUPLICATE' TO WS-MSG
                   SET INPUT-NOT-VALID TO TRUE
               ELSE
                   PERFORM 0290-CALC-CORRECTION
               END-IF
           END-IF.

       0290-CALC-CORRECTION.
           MOVE 'D' TO WS-FLDCHECK-TYPE.
           MOVE SPACES TO WS-FLDCHECK-DATA.
           MOVE 10 TO WS-FLDCHECK-LEN.
           MOVE CNO1I TO WS-FLDCHECK-DATA(1:10).
           CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD, WS-FLDCHECK-TYPE,
                   WS-FLDCHECK-VALID.
           IF FLDCHECK-VALID
               MOVE CNO2I TO WS-FLDCHECK-DATA(1:10)
               CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
                       WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID
           END-IF.
           IF FLDCHECK-INVALID
               MOVE 'BAD AMOUNT ENTERED' TO WS-MSG
               SET INPUT-NOT-VALID TO TRUE
           ELSE
               MOVE CNO1I TO WS-AMT-TEXT
               PERFORM 0270-EDIT-AMOUNT
               MOVE WS-AMT-VALUE TO WS-CA-CORR-NO1
               MOVE CNO2I TO WS-AMT-TEXT
               PERFORM 0270-EDIT-AMOUNT
               MOVE WS-AMT-VALUE TO WS-CA-CORR-NO2
               MOVE COPRI TO WS-CA-CORR-OPR
               EVALUATE COPRI
                   WHEN '+'
                       COMPUTE WS-CA-CORR-RSLT =
                           WS-CA-CORR-NO1 + WS-CA-CORR-NO2
                   WHEN '-'
                       COMPUTE WS-CA-CORR-RSLT =
                           WS-CA-CORR-NO1 - WS-CA-CORR-NO2
                   WHEN '*'
                       COMPUTE WS-CA-CORR-RSLT =
                           WS-CA-CORR-NO1 * WS-CA-CORR-NO2
                   WHEN '/'
                       IF WS-CA-CORR-NO2 = 0
                           MOVE 'DIVIDE BY ZERO' TO WS-MSG
                           SET INPUT-NOT-VALID TO TRUE
                       ELSE
      *                    Division is rounded to the cent.
                           COMPUTE WS-CA-CORR-RSLT ROUNDED =
                               WS-CA-CORR-NO1 / WS-CA-CORR-NO2
                       END-IF
                   WHEN OTHER
                       MOVE 'BAD OPERATOR (+-*/)' TO WS-MSG
                       SET INPUT-NOT-VALID TO TRUE
               END-EVALUATE
               IF VALID-INPUT
                   PERFORM 0295-CHECK-LIMIT
               END-IF
               IF VALID-INPUT
                   SET WS-CA-CORR-WANTED TO TRUE
               END-IF
           END-IF.

      * A correction over the supervisor's limit is refused here,
      * before anything posts - it goes through VIVP and the VAPR
      * approval queue like any other figure over a limit.
       0295-CHECK-LIMIT.
           PERFORM 0296-GET-OP-LIMIT.
           IF LIMIT-FOUND AND
              (WS-CA-CORR-RSLT > WS-OP-LIMIT OR
               WS-CA-CORR-RSLT < (0 - WS-OP-LIMIT))
               MOVE 'OVER LIMIT-USE VIVP' TO WS-MSG
               SET INPUT-NOT-VALID TO TRUE
           END-IF.

       0296-GET-OP-LIMIT.
      *    The supervisor's own override first, the global '***'
      *    limit second; neither on file means no check.
           SET LIMIT-NOT-FOUND TO TRUE.
           MOVE WS-OPID TO WS-THR-KEY.
           EXEC CICS READ
                FILE('VIVTHRSH')
                INTO(WS-THR-REC)
                RIDFLD(WS-THR-KEY)
                RESP(WS-THR-RESP)
           END-EXEC.
           IF WS-THR-RESP NOT = DFHRESP(NORMAL)
               MOVE '***' TO WS-THR-KEY
               EXEC CICS READ
                    FILE('VIVTHRSH')
                    INTO(WS-THR-REC)
                    RIDFLD(WS-THR-KEY)
                    RESP(WS-THR-RESP)
               END-EXEC
           END-IF.
           IF WS-THR-RESP = DFHRESP(NORMAL)
               MOVE THR-LIMIT TO WS-OP-LIMIT
               SET LIMIT-FOUND TO TRUE
           END-IF.

      * Converts the edited amount text in WS-AMT-TEXT to a number in
      * WS-AMT-VALUE.  The text has already passed FLDCHECK type D,
      * so it is digits with at most one point and two decimals; the
      * low-values an untouched map field carries are blanked first.
       0270-EDIT-AMOUNT.
           INSPECT WS-AMT-TEXT REPLACING ALL LOW-VALUE BY SPACE.
           MOVE SPACES TO WS-AMT-WHOLE-TXT.
           MOVE SPACES TO WS-AMT-FRAC-TXT.
           MOVE 0 TO WS-AMT-WHOLE-CNT.
           UNSTRING WS-AMT-TEXT DELIMITED BY '.' OR ALL SPACE
               INTO WS-AMT-WHOLE-TXT COUNT IN WS-AMT-WHOLE-CNT
                    WS-AMT-FRAC-TXT
           END-UNSTRING.
           MOVE SPACES TO WS-AMT-NUM-TXT.
           IF WS-AMT-WHOLE-CNT > 0
               COMPUTE WS-AMT-PAD = 8 - WS-AMT-WHOLE-CNT
               MOVE WS-AMT-WHOLE-TXT(1:WS-AMT-WHOLE-CNT)
                   TO WS-AMT-NUM-TXT(WS-AMT-PAD:WS-AMT-WHOLE-CNT)
           END-IF.
           INSPECT WS-AMT-NUM-TXT REPLACING LEADING SPACE BY ZERO.
           MOVE WS-AMT-NUM-TXT TO WS-AMT-WHOLE-9.
           IF WS-AMT-FRAC-TXT(1:1) = SPACE
               MOVE '0' TO WS-AMT-FRAC-TXT(1:1)
           END-IF.
           IF WS-AMT-FRAC-TXT(2:1) = SPACE
               MOVE '0' TO WS-AMT-FRAC-TXT(2:1)
           END-IF.
           MOVE WS-AMT-FRAC-TXT TO WS-AMT-FRAC-9.
           COMPUTE WS-AMT-VALUE =
               WS-AMT-WHOLE-9 + WS-AMT-FRAC-9 / 100.

      * Only an ordinary posting or a correction that has not itself
      * been reversed can be reversed - a reversal entry is never
      * reversed, it is the remedy - and never by the operator who
      * posted it.  A blank HIST-OPID (a batch posting, or one older
      * than the field) names nobody and any supervisor may reverse
      * it.  A correction is reversed with its own link and reason
      * left alone (see 0410-MARK-ORIGINAL).
       0300-READ-ORIGINAL.
           MOVE WS-KEY-BUILD TO WS-HIST-RID.
           EXEC CICS READ
                FILE('VIVPHIST')
                INTO(WS-HIST-REC)
                RIDFLD(WS-HIST-RID)
                RESP(WS-HIST-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-HIST-RESP = DFHRESP(NOTFND)
                   MOVE 'CALC NOT FOUND' TO WS-MSG
               WHEN WS-HIST-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'HISTORY READ FAILED' TO WS-MSG
               WHEN HIST-REVERSAL-ENTRY
                   PERFORM 0350-SHOW-ORIGINAL
                   MOVE 'IS A REVERSAL ENTRY' TO WS-MSG
               WHEN NOT HIST-NOT-REVERSED
                   PERFORM 0350-SHOW-ORIGINAL
                   MOVE 'ALREADY REVERSED' TO WS-MSG
               WHEN HIST-OPID = WS-OPID
                   PERFORM 0350-SHOW-ORIGINAL
                   MOVE 'YOUR OWN POSTING' TO WS-MSG
               WHEN OTHER
                   PERFORM 0350-SHOW-ORIGINAL
                   MOVE WS-KEY-BUILD TO WS-CA-ORIG-KEY
                   MOVE WS-REASON TO WS-CA-REASON
                   SET WS-CA-REVERSE-READY TO TRUE
                   MOVE 'PF5 TO REVERSE' TO WS-MSG
           END-EVALUATE.

       0350-SHOW-ORIGINAL.
           MOVE HIST-NO1I TO ONO1O.
           MOVE HIST-OPRI TO OOPRO.
           MOVE HIST-NO2I TO ONO2O.
           MOVE HIST-RSLT TO ORSLO.
           MOVE HIST-ACCT-KEY TO OACCO.
           EVALUATE TRUE
               WHEN HIST-REVERSAL-ENTRY
                   MOVE 'REVERSAL' TO OSTAO
               WHEN HIST-REVERSED
                   MOVE 'REVERSED' TO OSTAO
               WHEN HIST-REPLACED
                   MOVE 'REPLACED' TO OSTAO
               WHEN HIST-CORRECTION-ENTRY
                   MOVE 'CORRECTN' TO OSTAO
               WHEN OTHER
                   MOVE 'POSTED' TO OSTAO
           END-EVALUATE.
           IF WS-CA-CORR-WANTED
               MOVE WS-CA-CORR-RSLT TO CRSLO
           END-IF.

      * The request's key fields, echoed from the COMMAREA when the
      * map has not been read this trip.
       0360-SHOW-REQUEST.
           MOVE WS-CA-ORIG-KEY TO WS-KEY-SHOW.
           MOVE WS-KS-DATE TO WS-KS-NUM.
           MOVE WS-KS-NUM TO HDTEO.
           MOVE WS-KS-TIME TO WS-KS-NUM.
           MOVE WS-KS-NUM TO HTIMO.
           MOVE WS-KS-TRMID TO HTRMO.
           MOVE WS-KS-TASKN TO HTSKO.
           MOVE WS-CA-REASON TO RSNO.
           IF WS-CA-CORR-WANTED
               MOVE WS-CA-CORR-OPR TO COPRO
           END-IF.

      * The original is read for update and marked first, so two
      * supervisors reversing the same calculation at once cannot
      * both post - the second finds it already reversed.  The mark
      * names the key the reversal is about to post under; if that
      * write then fails, the mark is taken back off.
       0400-POST-REVERSAL.
           MOVE LOW-VALUES TO VIVPR01O.
           IF NOT WS-CA-REVERSE-READY
               MOVE 'PRESS ENTER FIRST' TO ALRTO
           ELSE
               MOVE EIBDATE TO WS-NEW-DATE
               MOVE EIBTIME TO WS-NEW-TIME
               MOVE WS-TRMID TO WS-NEW-TRMID
               MOVE EIBTASKN TO WS-NEW-TASKN
               PERFORM 0410-MARK-ORIGINAL
               IF WS-HIST-RESP = DFHRESP(NORMAL)
                   PERFORM 0420-WRITE-REVERSAL
               END-IF
               PERFORM 0360-SHOW-REQUEST
               MOVE WS-MSG TO ALRTO
           END-IF.
           PERFORM 0600-SEND-MAP.

       0410-MARK-ORIGINAL.
           MOVE WS-CA-ORIG-KEY TO WS-HIST-RID.
           EXEC CICS READ
                FILE('VIVPHIST')
                INTO(WS-HIST-REC)
                RIDFLD(WS-HIST-RID)
                UPDATE
                RESP(WS-HIST-RESP)
           END-EXEC.
           IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
               SET WS-CA-NO-REQUEST TO TRUE
               IF WS-HIST-RESP = DFHRESP(NOTFND)
                   MOVE 'CALC NOT FOUND' TO WS-MSG
               ELSE
                   MOVE 'HISTORY READ FAILED' TO WS-MSG
               END-IF
           ELSE
               IF NOT HIST-NOT-REVERSED
                   PERFORM 0450-RELEASE-ORIGINAL
                   PERFORM 0350-SHOW-ORIGINAL
                   SET WS-CA-NO-REQUEST TO TRUE
                   MOVE 'ALREADY REVERSED' TO WS-MSG
                   MOVE DFHRESP(NOTFND) TO WS-HIST-RESP
               ELSE
                   MOVE WS-HIST-REC TO WS-ORIG-IMAGE
                   SET HIST-REVERSED TO TRUE
      *            A correction's link and reason already point at
      *            the calculation it replaced - they stay, and the
      *            reversal is found from its own link back.
                   IF NOT HIST-CORRECTION-ENTRY
                       MOVE WS-NEW-KEY TO HIST-LINK-KEY
                       MOVE WS-CA-REASON TO HIST-REASON
                   END-IF
                   EXEC CICS REWRITE
                        FILE('VIVPHIST')
                        FROM(WS-HIST-REC)
                        RESP(WS-HIST-RESP)
                   END-EXEC
                   IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'REVERSAL NOT SAVED' TO WS-MSG
                   END-IF
               END-IF
           END-IF.

      * The reversing entry: the original's operands and account,
      * its result negated, so any total taken over VIVPHIST nets
      * the bad figure out.
       0420-WRITE-REVERSAL.
           MOVE WS-ORIG-IMAGE TO WS-HIST-REC.
           MOVE WS-NEW-KEY TO HIST-KEY.
           COMPUTE HIST-RSLT = 0 - HIST-RSLT.
           SET HIST-REVERSAL-ENTRY TO TRUE.
           SET HIST-NOT-REVERSED TO TRUE.
           MOVE WS-CA-ORIG-KEY TO HIST-LINK-KEY.
           MOVE WS-CA-REASON TO HIST-REASON.
           MOVE WS-OPID TO HIST-OPID.
           EXEC CICS WRITE
                FILE('VIVPHIST')
                FROM(WS-HIST-REC)
                RIDFLD(HIST-KEY)
                KEYLENGTH(LENGTH OF HIST-KEY)
                RESP(WS-HIST-RESP)
           END-EXEC.
           IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
               PERFORM 0430-UNMARK-ORIGINAL
               MOVE WS-ORIG-IMAGE TO WS-HIST-REC
               PERFORM 0350-SHOW-ORIGINAL
               MOVE 'HISTORY WRITE FAILED' TO WS-MSG
           ELSE
               SET AUD-REVERSAL TO TRUE
               PERFORM 2100-LOG-AUDIT
               MOVE WS-ORIG-IMAGE TO WS-HIST-REC
               SET HIST-REVERSED TO TRUE
               PERFORM 0350-SHOW-ORIGINAL
               IF WS-CA-CORR-WANTED
                   SET WS-CA-CORRECT-READY TO TRUE
                   MOVE 'REVERSED - PF6 = FIX' TO WS-MSG
               ELSE
                   SET WS-CA-NO-REQUEST TO TRUE
                   MOVE 'CALC REVERSED' TO WS-MSG
               END-IF
           END-IF.

       0430-UNMARK-ORIGINAL.
           SET WS-CA-NO-REQUEST TO TRUE.
           EXEC CICS READ
                FILE('VIVPHIST')
                INTO(WS-HIST-REC)
                RIDFLD(WS-HIST-RID)
                UPDATE
                RESP(WS-HIST-RESP)
           END-EXEC.
           IF WS-HIST-RESP = DFHRESP(NORMAL)
               MOVE WS-ORIG-IMAGE TO WS-HIST-REC
               EXEC CICS REWRITE
                    FILE('VIVPHIST')
                    FROM(WS-HIST-REC)
                    RESP(WS-HIST-RESP)
               END-EXEC
           END-IF.

       0450-RELEASE-ORIGINAL.
           EXEC CICS UNLOCK
                FILE('VIVPHIST')
           END-EXEC.

      * The replacement is posted only against an original this
      * panel has just reversed and not yet replaced.  As with the
      * reversal, the original is marked first and the mark taken
      * back off if the write fails.
       0500-POST-CORRECTION.
           MOVE LOW-VALUES TO VIVPR01O.
           IF NOT WS-CA-CORRECT-READY
               MOVE 'NO CORRECTION DUE' TO ALRTO
           ELSE
               MOVE EIBDATE TO WS-NEW-DATE
               MOVE EIBTIME TO WS-NEW-TIME
               MOVE WS-TRMID TO WS-NEW-TRMID
               MOVE EIBTASKN TO WS-NEW-TASKN
               PERFORM 0510-MARK-REPLACED
               IF WS-HIST-RESP = DFHRESP(NORMAL)
                   PERFORM 0520-WRITE-CORRECTION
               END-IF
               PERFORM 0360-SHOW-REQUEST
               MOVE WS-MSG TO ALRTO
           END-IF.
           PERFORM 0600-SEND-MAP.

       0510-MARK-REPLACED.
           MOVE WS-CA-ORIG-KEY TO WS-HIST-RID.
           EXEC CICS READ
                FILE('VIVPHIST')
                INTO(WS-HIST-REC)
                RIDFLD(WS-HIST-RID)
                UPDATE
                RESP(WS-HIST-RESP)
           END-EXEC.
           IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
               SET WS-CA-NO-REQUEST TO TRUE
               IF WS-HIST-RESP = DFHRESP(NOTFND)
                   MOVE 'CALC NOT FOUND' TO WS-MSG
               ELSE
                   MOVE 'HISTORY READ FAILED' TO WS-MSG
               END-IF
           ELSE
               IF NOT HIST-REVERSED
                   PERFORM 0450-RELEASE-ORIGINAL
                   PERFORM 0350-SHOW-ORIGINAL
                   SET WS-CA-NO-REQUEST TO TRUE
                   MOVE 'ALREADY CORRECTED' TO WS-MSG
                   MOVE DFHRESP(NOTFND) TO WS-HIST-RESP
               ELSE
                   MOVE WS-HIST-REC TO WS-ORIG-IMAGE
                   SET HIST-REPLACED TO TRUE
                   EXEC CICS REWRITE
                        FILE('VIVPHIST')
                        FROM(WS-HIST-REC)
                        RESP(WS-HIST-RESP)
                   END-EXEC
                   IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
                       MOVE 'CORRECTION NOT SAVED' TO WS-MSG
                   END-IF
               END-IF
           END-IF.

      * The replacement keeps the original's account tag - a figure
      * posted to the wrong account is reversed (reason WA) and keyed
      * again on VIVP under the right one.
       0520-WRITE-CORRECTION.
           MOVE WS-ORIG-IMAGE TO WS-HIST-REC.
           MOVE WS-NEW-KEY TO HIST-KEY.
           MOVE WS-CA-CORR-NO1 TO HIST-NO1I.
           MOVE WS-CA-CORR-NO2 TO HIST-NO2I.
           MOVE WS-CA-CORR-OPR TO HIST-OPRI.
           MOVE WS-CA-CORR-RSLT TO HIST-RSLT.
           SET HIST-CORRECTION-ENTRY TO TRUE.
           SET HIST-NOT-REVERSED TO TRUE.
           MOVE WS-CA-ORIG-KEY TO HIST-LINK-KEY.
           MOVE WS-CA-REASON TO HIST-REASON.
           MOVE WS-OPID TO HIST-OPID.
           EXEC CICS WRITE
                FILE('VIVPHIST')
                FROM(WS-HIST-REC)
                RIDFLD(HIST-KEY)
                KEYLENGTH(LENGTH OF HIST-KEY)
                RESP(WS-HIST-RESP)
           END-EXEC.
           IF WS-HIST-RESP NOT = DFHRESP(NORMAL)
               PERFORM 0430-UNMARK-ORIGINAL
      *        The reversal itself stands; the correction may be
      *        tried again with PF6.
               SET WS-CA-CORRECT-READY TO TRUE
               MOVE WS-ORIG-IMAGE TO WS-HIST-REC
               PERFORM 0350-SHOW-ORIGINAL
               MOVE 'HISTORY WRITE FAILED' TO WS-MSG
           ELSE
               SET AUD-CALC-OK TO TRUE
               PERFORM 2100-LOG-AUDIT
               MOVE WS-ORIG-IMAGE TO WS-HIST-REC
               SET HIST-REPLACED TO TRUE
               PERFORM 0350-SHOW-ORIGINAL
               SET WS-CA-NO-REQUEST TO TRUE
               MOVE 'CORRECTION POSTED' TO WS-MSG
           END-IF.

       0600-SEND-MAP.
           EXEC CICS SEND
               MAP('VIVPR01')
               MAPSET('VIVPR01')
               CURSOR
               ERASE
           END-EXEC.

      * Audits the entry just written from WS-HIST-REC; the caller
      * sets AUD-STATUS first.
       2100-LOG-AUDIT.
           MOVE WS-TRMID TO AUD-TRMID.
           MOVE WS-OPID TO AUD-OPID.
           MOVE EIBTASKN TO AUD-TASKN.
           MOVE HIST-NO1I TO AUD-NO1I.
           MOVE HIST-NO2I TO AUD-NO2I.
           MOVE HIST-OPRI TO AUD-OPRI.
           MOVE HIST-RSLT TO AUD-RSLT.
           MOVE HIST-DATE TO AUD-DATE.
           MOVE HIST-TIME TO AUD-TIME.
           MOVE HIST-ACCT-KEY TO AUD-ACCT-KEY.
           EXEC CICS WRITEQ TD
                QUEUE('VIVL')
                FROM(WS-AUDIT-REC)
                LENGTH(LENGTH OF WS-AUDIT-REC)
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
           MOVE LOW-VALUES TO VIVPR01O.
           MOVE 'INVALID KEY ENTERED' TO ALRTO.
           PERFORM 0600-SEND-MAP.

       9150-CHECK-SUPERVISOR.
      *    The requesting operator's own profile gates this panel -
      *    only an active supervisor or administrator may reverse a
      *    posted calculation.
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
           MOVE LOW-VALUES TO VIVPR01O.
           MOVE 'NOT AUTHORIZED' TO ALRTO.
           PERFORM 0600-SEND-MAP.
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
           MOVE 'VIVREVS ' TO EC-PROG.
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
