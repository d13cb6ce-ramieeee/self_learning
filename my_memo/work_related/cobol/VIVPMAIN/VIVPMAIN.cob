       WORKING-STORAGE SECTION.
       COPY VIVPM01.
       COPY VIVPFST.
       COPY VIVPT01.
      * COPY DFHAID.

       01 WS-FIRST-TIME-FLAG  PIC S9(4) COMP.
          88 CHAIN-NOT-USED             VALUE 'N'.

      * Set when a result lands over the operator's threshold limit
      * and is parked on the VIVPEND approval queue - a parked result
      * posts nothing until a supervisor approves it on the VAPR panel
      * (see 0320-CHECK-THRESHOLD).
       01 WS-PARKED-FLAG      PIC X(1).
          88 CALC-PARKED                VALUE 'Y'.
          88 CALC-NOT-PARKED            VALUE 'N'.

      * Set when a parked calculation actually reached VIVPEND - one
      * refused for want of a free slot, or lost to a failed queue
      * write, changed nothing and is left off the tape.
       01 WS-QUEUED-FLAG      PIC X(1).
          88 CALC-QUEUED                VALUE 'Y'.
          88 CALC-NOT-QUEUED            VALUE 'N'.

      * Operands hold real currency - seven integer digits and two
      * decimals.  The result and running total carry fifteen integer

       01 WS-HIST-RESP PIC S9(8) COMP.

      * The worksheet's tape - one TS queue item per step, like an
      * adding machine's, on queue VIVT plus the terminal ID.  A step
      * goes on as each calculation lands (0380-WRITE-TAPE), posted
      * or parked, and again as a parked calculation comes back
      * approved or rejected, so the running total can be followed
      * from the first step to the last.  PF4 tears the tape off with
      * the worksheet, and a fresh entry into VIVP throws away any
      * tape an abandoned worksheet left behind (0150-LOAD-COMMAREA).
      * The layout is this program's own.
       01 WS-TAPE-QNAME.
           03 FILLER                 PIC X(4) VALUE 'VIVT'.
           03 WS-TAPE-QTRMID         PIC X(4).

       01 WS-TAPE-REC.
           03 TAPE-NO1I              PIC 9(7)V99.
           03 TAPE-CHAIN             PIC X(1).
              88 TAPE-CHAINED                       VALUE 'Y'.
              88 TAPE-NOT-CHAINED                   VALUE 'N'.
           03 TAPE-OPRI              PIC X(1).
           03 TAPE-NO2I              PIC 9(7)V99.
           03 TAPE-RSLT              PIC S9(15)V99.
           03 TAPE-TOTAL             PIC S9(15)V99.
           03 TAPE-ACCT-KEY          PIC X(6).
           03 TAPE-STATUS            PIC X(1).
              88 TAPE-POSTED                        VALUE SPACE.
              88 TAPE-PARKED                        VALUE 'P'.
              88 TAPE-APPROVED                      VALUE 'A'.
              88 TAPE-REJECTED                      VALUE 'R'.

       01 WS-TAPE-RESP           PIC S9(8) COMP.
       01 WS-TAPE-LEN            PIC S9(4) COMP.
       01 WS-TAPE-ITEM           PIC S9(4) COMP.
       01 WS-TAPE-BOT            PIC S9(4) COMP.
       01 WS-TAPE-LINE-IX        PIC S9(4) COMP.
       01 WS-TAPE-READ-FLAG      PIC X(1).
          88 TAPE-READ-OK                           VALUE 'Y'.
          88 TAPE-READ-FAILED                       VALUE 'N'.
      * The step number prints in three places, so a tape stops taking
      * steps at 999; calculation carries on regardless and the message
      * line tells the desk to print and clear.
       01 WS-TAPE-MAX            PIC S9(4) COMP VALUE 999.

      * One tape step as it shows on the VIVPT01 panel and prints on
      * the worksheet.  TL-CHAIN shows '=' when operand A was the
      * prior result chained in; TL-FLAG is PKD for a result parked
      * over the operator's limit (the total did not move), APR when
      * it came back approved and joined the total, REJ when it came
      * back rejected.
       01 WS-TAPE-LINE.
           03 TL-STEP                PIC ZZ9.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 TL-NO1                 PIC Z(6)9.99.
           03 TL-CHAIN               PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 TL-OPR                 PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 TL-NO2                 PIC Z(6)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 TL-RSLT                PIC -(14)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 TL-TOTAL               PIC -(14)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 TL-FLAG                PIC X(3).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 TL-ACCT                PIC X(6).

       01 WS-TAPE-PAGE-EDIT.
           03 FILLER                 PIC X(6) VALUE 'STEPS '.
           03 TP-FROM                PIC 9(3).
           03 FILLER                 PIC X(1) VALUE '-'.
           03 TP-TO                  PIC 9(3).
           03 FILLER                 PIC X(4) VALUE ' OF '.
           03 TP-COUNT               PIC 9(3).

      * Terminal-to-printer assignment from KSDS VIVPRTR, keyed by
      * terminal ID (see VIVPRTR.jcl) - PF9 prints the worksheet on
      * the printer named here.  No record means the terminal has no
      * printer and PF9 says so.
       01 WS-PRTR-REC.
           03 PRTR-TRMID             PIC X(4).
           03 PRTR-PRINTER           PIC X(4).

       01 WS-PRTR-RESP           PIC S9(8) COMP.
       01 WS-PRT-RESP            PIC S9(8) COMP.
       01 WS-PRT-FAIL-FLAG       PIC X(1).
          88 PRINT-FAILED                           VALUE 'Y'.
          88 PRINT-OK                               VALUE 'N'.
       01 WS-PRT-PENDING         PIC 9(1).

      * Start data for the print transaction VIVW (VIVWPRT) - the
      * worksheet's lines are copied to a print queue named for this
      * task, so clearing or carrying on with the worksheet cannot
      * change a printout still waiting for the printer.  Must stay in
      * step with WS-PRT-REQ in VIVWPRT.
       01 WS-PRT-REQ.
           03 PRQ-QNAME.
              05 FILLER              PIC X(1) VALUE 'W'.
              05 PRQ-QTASKN          PIC 9(7).
           03 PRQ-TRMID              PIC X(4).
           03 PRQ-OPID               PIC X(3).

      * Printed worksheet lines, 80 print positions.  The step lines
      * are WS-TAPE-LINE as the panel shows them.
       01 WS-PRT-LINE                PIC X(80).

       01 WS-PRT-TITLE.
           03 FILLER                 PIC X(26)
                    VALUE 'VIVP CALCULATION WORKSHEET'.

       01 WS-PRT-HEADER.
           03 FILLER                 PIC X(10) VALUE 'OPERATOR: '.
           03 PH-OPID                PIC X(3).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 FILLER                 PIC X(10) VALUE 'TERMINAL: '.
           03 PH-TRMID               PIC X(4).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 FILLER                 PIC X(6) VALUE 'DATE: '.
           03 PH-DATE                PIC X(8).
           03 FILLER                 PIC X(3) VALUE SPACES.
           03 FILLER                 PIC X(6) VALUE 'TIME: '.
           03 PH-TIME                PIC X(8).

       01 WS-PRT-COLUMNS.
           03 FILLER                 PIC X(3)  VALUE 'STP'.
           03 FILLER                 PIC X(11) VALUE '  OPERAND A'.
           03 FILLER                 PIC X(3)  VALUE ' OP'.
           03 FILLER                 PIC X(11) VALUE '  OPERAND B'.
           03 FILLER                 PIC X(19)
                    VALUE '             RESULT'.
           03 FILLER                 PIC X(19)
                    VALUE '      RUNNING TOTAL'.
           03 FILLER                 PIC X(4)  VALUE ' FLG'.
           03 FILLER                 PIC X(5)  VALUE ' ACCT'.

       01 WS-PRT-STEPS.
           03 FILLER                 PIC X(15)
                    VALUE 'STEPS ON TAPE: '.
           03 PS-COUNT               PIC ZZ9.

       01 WS-PRT-TOTAL.
           03 FILLER                 PIC X(48) VALUE 'FINAL TOTAL'.
           03 PT-TOTAL               PIC -(14)9.99.

       01 WS-PRT-PENDING-LINE.
           03 PP-COUNT               PIC 9(1).
           03 FILLER                 PIC X(46)
                    VALUE ' RESULT(S) AWAITING APPROVAL - NOT IN TOTAL'.

       01 WS-PRT-FULL-LINE.
           03 FILLER                 PIC X(30)
                    VALUE 'TAPE FULL - LATER STEPS ARE IN'.
           03 FILLER                 PIC X(26)
                    VALUE ' THE TOTAL BUT NOT LISTED'.

      * Holds the CICS abstime value for the welcome-panel date/time
      * (see 0100-FIRST-TIME) - ASKTIME must fill this before it can
      * be passed to FORMATTIME.
      * operator ID - must stay in step with the layout VIVOMNT
      * maintains.  Abort authority with PF12 comes from here, so
      * dropping an operator takes effect the moment the profile is
      * flagged inactive, with no recompile.  The PIN, its change
      * date, and the failed-sign-on lockout are used only by VIVSIGN
      * at sign-on; this program never looks at them.
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

          88 LIMIT-FOUND                            VALUE 'Y'.
          88 LIMIT-NOT-FOUND                        VALUE 'N'.

      * Pending-approval record for KSDS VIVPEND - one per
      * over-threshold calculation, keyed like VIVPHIST by the
      * parking task, carrying who keyed it where, the operands, and
      * the limit it broke.  VIVAPPR (transaction VAPR) resolves it
      * and VIVEXCP reports and clears it nightly; the layout must
      * stay in step with WS-PEND-REC in VIVAPPR and PEND-REC in
      * VIVEXCP.
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
       01 WS-PARK-IX             PIC S9(4) COMP.
       01 WS-PARK-FREE           PIC S9(4) COMP.

      * Operating-window record from KSDS VIVSCHED, keyed by
      * transaction ID.  5150-CHECK-SCHEDULE refuses work outside
       01 WS-BMSG-KEY            PIC X(4).
       01 WS-TODAY-YMD           PIC 9(8).

      * Account master record from KSDS OJTKSDATA (CICS file
      * OJTKSDAT), read to edit the optional account key typed on the
      * map (see 0260-VALIDATE-ACCOUNT) - must stay in step with
      * IN-DATA as OJTCOBOL carries it.
       01 WS-OJT-REC.
           03 OJT-KEY-VAL            PIC 9(6).
           03 OJT-SAY-HELLO-WORLD    PIC X(13).
           03 OJT-REC-STATUS         PIC X(1).
              88 OJT-STATUS-SUSPENDED               VALUE 'S'.
              88 OJT-STATUS-CLOSED                  VALUE 'C'.
           03 OJT-REC-DESC           PIC X(30).
           03 OJT-REC-MAINT-DATE     PIC 9(8).
           03 OJT-REC-MAINT-TIME     PIC 9(6).
           03 OJT-REC-MAINT-USER     PIC X(8).

       01 WS-OJT-RESP            PIC S9(8) COMP.
      * The account this calculation is tagged with - spaces when the
      * desk left ACCTI blank.
       01 WS-ACCT-KEY            PIC X(6).
       01 WS-ACCT-WARN-FLAG      PIC X(1).
          88 ACCT-SUSPENDED                         VALUE 'Y'.
          88 ACCT-NOT-SUSPENDED                     VALUE 'N'.

       01 WS-SUPERVISOR-FLAG     PIC X(1).
          88 IS-SUPERVISOR                          VALUE 'Y'.
          88 IS-NOT-SUPERVISOR                      VALUE 'N'.
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

      * Carries the running total forward across pseudo-conversational
      * trips through 0001-RUN-PROG (see 0150-LOAD-COMMAREA), plus the
      * prior calculation's result C so the next calculation can chain
           03 WS-LAST-RESULT-FLAG    PIC X(1) VALUE 'N'.
              88 HAVE-LAST-RESULT                    VALUE 'Y'.
              88 NO-LAST-RESULT                      VALUE 'N'.
      *    VIVPEND keys of this worksheet's calculations parked for
      *    approval - each trip looks them up (0360-CHECK-PARKED) so
      *    an approved result lands on the running total here.  A
      *    blank slot is free.
           03 WS-PARK-TABLE.
               05 WS-PARK-KEY        PIC X(19) OCCURS 5 TIMES.
      *    The tape - steps on it, the step at the top of the tape
      *    panel, and which panel the terminal is showing, so ENTER on
      *    the tape panel goes back to the calculator rather than
      *    RECEIVEing a map that is not on the screen.
           03 WS-TAPE-COUNT          PIC S9(4) COMP VALUE ZERO.
           03 WS-TAPE-TOP            PIC S9(4) COMP VALUE ZERO.
           03 WS-TAPE-VIEW-FLAG      PIC X(1) VALUE 'N'.
              88 TAPE-ON-SCREEN                      VALUE 'Y'.
              88 CALC-ON-SCREEN                      VALUE 'N'.

      * Record layout for KSDS VIVPHIST - key is timestamp+EIBTRMID so
      * calculations sort and browse in the order they were run, plus
      * EIBTASKN so two calculations keyed inside the same second at
      * the same terminal still land as two records - no calculation
      * is ever lost to a duplicate key.  HIST-ACCT-KEY carries the
      * OJTKSDATA account the calculation was tagged with (spaces for
      * none), so VIVRECON and VIVACCT can tie desk activity to the
      * master record for record.  A posted calculation is never
      * changed or deleted to put it right: the VREV transaction
      * (VIVREVS) posts a reversal record (HIST-ENTRY-TYPE R, result
      * negated) and optionally a correction (C), both pointing back
      * at the original through HIST-LINK-KEY with the reason code in
      * HIST-REASON, and marks the original in HIST-REV-STATUS.  A
      * calculation posted here is an ordinary entry - all four
      * fields blank.  HIST-OPID names the operator who keyed the
      * calculation (blank on a batch posting and on records older
      * than the field), so VREV can refuse a supervisor reversing
      * their own figure.
       01 WS-HIST-REC.
           03 HIST-KEY.
               05 HIST-DATE          PIC S9(7) COMP-3.
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

      * Audit record for TD queue VIVL - must stay in step with
      * AUDITIN-REC in VIVAUDIT and VIVMATCH.
       01 WS-AUDIT-REC.
           03 AUD-TRMID              PIC X(4).
           03 AUD-OPID               PIC X(3).
           03 AUD-STATUS             PIC X(1).
              88 AUD-CALC-OK                        VALUE 'Y'.
              88 AUD-CALC-FAILED                    VALUE 'N'.
              88 AUD-REVERSAL                       VALUE 'R'.
           03 AUD-DATE               PIC S9(7) COMP-3.
           03 AUD-TIME               PIC S9(7) COMP-3.
           03 AUD-ACCT-KEY           PIC X(6).

       LINKAGE SECTION.
       01 DFHCOMMAREA.
           03 CA-TOTAL               PIC S9(15)V99 COMP-3.
           03 CA-LAST-RESULT         PIC S9(15)V99 COMP-3.
           03 CA-LAST-RESULT-FLAG    PIC X(1).
           03 CA-PARK-TABLE          PIC X(95).
           03 CA-TAPE-COUNT          PIC S9(4) COMP.
           03 CA-TAPE-TOP            PIC S9(4) COMP.
           03 CA-TAPE-VIEW-FLAG      PIC X(1).

       PROCEDURE DIVISION.
      **** MAIN PROCEDURE ****
               WHEN FIRST-TIME
                   PERFORM 0100-FIRST-TIME

               WHEN TAPE-ON-SCREEN AND (ENTER-KEY OR PF3-KEY)
                   PERFORM 0650-CLOSE-TAPE

               WHEN ENTER-KEY
                   PERFORM 0001-RUN-PROG

               WHEN PF4-KEY
                   PERFORM 9250-CLEAR-WORKSHEET

               WHEN PF7-KEY
                   PERFORM 0600-TAPE-BACK

               WHEN PF8-KEY
                   PERFORM 0610-TAPE-FORWARD

               WHEN PF9-KEY
                   PERFORM 0700-PRINT-TAPE

               WHEN OTHER
                   PERFORM 9100-INVALID-KEY

           END-EXEC.

           PERFORM 0200-RECEIVE-MAP.
           PERFORM 0360-CHECK-PARKED.
           PERFORM 0250-VALIDATE-INPUT.
           IF VALID-INPUT
               PERFORM 0300-CALC
               IF VALID-CALC AND CALC-NOT-PARKED
                   PERFORM 0350-LOG-RESULT
               END-IF
               IF VALID-CALC
                   PERFORM 0380-TAPE-CALC
               END-IF
               PERFORM 0900-LOG-TRANSACTION
           END-IF.
           PERFORM 0100-SEND-MAP.

      **** PROCEDURE LIST ****
       0100-FIRST-TIME.
           SET CALC-ON-SCREEN TO TRUE.
           MOVE LOW-VALUES TO VIVPM01I.
           MOVE LOW-VALUES TO VIVPM01O.
           MOVE 'ENTER TWO NUMBERS' TO ALRTO.
           END-EXEC.

       0150-LOAD-COMMAREA.
           MOVE WS-TRMID TO WS-TAPE-QTRMID.
           IF EIBCALEN = 0
               MOVE ZERO TO WS-RUNNING-TOTAL
               MOVE ZERO TO WS-LAST-RESULT
               SET NO-LAST-RESULT TO TRUE
               MOVE SPACES TO WS-PARK-TABLE
               SET CALC-ON-SCREEN TO TRUE
      *        A tape left at this terminal by a worksheet abandoned
      *        with CLEAR is no part of the new one.
               PERFORM 0395-DELETE-TAPE
           ELSE
               MOVE CA-TOTAL TO WS-RUNNING-TOTAL
               MOVE CA-LAST-RESULT TO WS-LAST-RESULT
               MOVE CA-LAST-RESULT-FLAG TO WS-LAST-RESULT-FLAG
               MOVE CA-PARK-TABLE TO WS-PARK-TABLE
               MOVE CA-TAPE-COUNT TO WS-TAPE-COUNT
               MOVE CA-TAPE-TOP TO WS-TAPE-TOP
               MOVE CA-TAPE-VIEW-FLAG TO WS-TAPE-VIEW-FLAG
           END-IF.

       0200-RECEIVE-MAP.
                   SET INPUT-NOT-VALID TO TRUE
               END-IF
           END-IF.
           IF VALID-INPUT
               PERFORM 0260-VALIDATE-ACCOUNT
           END-IF.

      * The account key is optional - blank tags nothing.  A key that
      * is typed must be on the OJTKSDATA master and not closed before
      * 0300-CALC runs; a suspended account still calculates, but the
      * message line says so, so the desk can tell the customer.
       0260-VALIDATE-ACCOUNT.
           MOVE SPACES TO WS-ACCT-KEY.
           SET ACCT-NOT-SUSPENDED TO TRUE.
           IF ACCTI NOT = SPACES AND ACCTI NOT = LOW-VALUES
               MOVE 'N' TO WS-FLDCHECK-TYPE
               MOVE SPACES TO WS-FLDCHECK-DATA
               MOVE 6 TO WS-FLDCHECK-LEN
               MOVE ACCTI TO WS-FLDCHECK-DATA(1:6)
               CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
                       WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID
               IF FLDCHECK-INVALID
                   MOVE LOW-VALUES TO VIVPM01O
                   MOVE 'BAD ACCOUNT KEY' TO ALRTO
                   SET INPUT-NOT-VALID TO TRUE
               ELSE
                   MOVE ACCTI TO WS-ACCT-KEY
                   PERFORM 0265-READ-ACCOUNT
               END-IF
           END-IF.

       0265-READ-ACCOUNT.
           EXEC CICS READ
                FILE('OJTKSDAT')
                INTO(WS-OJT-REC)
                RIDFLD(WS-ACCT-KEY)
                RESP(WS-OJT-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-OJT-RESP = DFHRESP(NOTFND)
                   MOVE LOW-VALUES TO VIVPM01O
                   MOVE 'ACCOUNT NOT FOUND' TO ALRTO
                   SET INPUT-NOT-VALID TO TRUE
               WHEN WS-OJT-RESP NOT = DFHRESP(NORMAL)
                   MOVE LOW-VALUES TO VIVPM01O
                   MOVE 'ACCOUNT READ FAILED' TO ALRTO
                   SET INPUT-NOT-VALID TO TRUE
               WHEN OJT-STATUS-CLOSED
                   MOVE LOW-VALUES TO VIVPM01O
                   MOVE 'ACCOUNT CLOSED' TO ALRTO
                   SET INPUT-NOT-VALID TO TRUE
               WHEN OJT-STATUS-SUSPENDED
                   SET ACCT-SUSPENDED TO TRUE
           END-EVALUATE.

      * Converts the edited amount text in WS-AMT-TEXT to a number in
      * WS-AMT-VALUE.  The text has already passed FLDCHECK type D,
           MOVE A TO NO1O.
           MOVE B TO NO2O.
           MOVE OPRI TO OPRO.
           MOVE WS-ACCT-KEY TO ACCTO.
           EVALUATE OPRI
               WHEN '+'
                   COMPUTE C = A + B
                   SET CALC-NOT-VALID TO TRUE
           END-EVALUATE.
           MOVE C TO RSLTO.
           SET CALC-NOT-PARKED TO TRUE.
           SET CALC-NOT-QUEUED TO TRUE.
           IF VALID-CALC
               PERFORM 0320-CHECK-THRESHOLD
           END-IF.
           IF CALC-PARKED
      *        The result shows, but nothing posts and the running
      *        total does not move until a supervisor approves it.
               MOVE WS-MSG TO ALRTO
               MOVE WS-RUNNING-TOTAL TO TOTO
           ELSE
               ADD C TO WS-RUNNING-TOTAL
      *            trip.
                   MOVE C TO WS-LAST-RESULT
                   SET HAVE-LAST-RESULT TO TRUE
                   IF ACCT-SUSPENDED
                       MOVE 'ACCOUNT SUSPENDED' TO ALRTO
                   END-IF
               END-IF
           END-IF.

      * A result over the operator's limit never posts on the
      * operator's say-so: it is parked on the VIVPEND approval queue
      * for a supervisor to approve or reject on the VAPR panel, and
      * the worksheet remembers it so an approval still reaches this
      * running total.  Nothing over the limit is refused outright.
       0320-CHECK-THRESHOLD.
           PERFORM 0330-GET-OP-LIMIT.
           IF LIMIT-FOUND AND
              (C > WS-OP-LIMIT OR C < (0 - WS-OP-LIMIT))
               SET CALC-PARKED TO TRUE
               PERFORM 0370-PARK-CALC
           END-IF.

       0330-GET-OP-LIMIT.
           MOVE B TO HIST-NO2I.
           MOVE OPRI TO HIST-OPRI.
           MOVE C TO HIST-RSLT.
           MOVE WS-ACCT-KEY TO HIST-ACCT-KEY.
           SET HIST-CALC-ENTRY TO TRUE.
           SET HIST-NOT-REVERSED TO TRUE.
           MOVE SPACES TO HIST-LINK-KEY.
           MOVE SPACES TO HIST-REASON.
           MOVE WS-OPID TO HIST-OPID.
           EXEC CICS WRITE
                FILE('VIVPHIST')
                FROM(WS-HIST-REC)
              MOVE 'HISTORY WRITE FAILED' TO ALRTO
           END-IF.

      * Looks up every calculation this worksheet has parked.  An
      * approval adds the approved result to the running total (the
      * history record was written by the approving supervisor); a
      * rejection just frees the slot.  An item gone from VIVPEND
      * was cleared by the nightly VIVEXCP run and is forgotten.
       0360-CHECK-PARKED.
           MOVE SPACES TO WS-MSG.
           PERFORM VARYING WS-PARK-IX FROM 1 BY 1
                   UNTIL WS-PARK-IX > 5
               IF WS-PARK-KEY(WS-PARK-IX) NOT = SPACES
                   MOVE WS-PARK-KEY(WS-PARK-IX) TO WS-PEND-RID
                   EXEC CICS READ
                        FILE('VIVPEND')
                        INTO(WS-PEND-REC)
                        RIDFLD(WS-PEND-RID)
                        RESP(WS-PEND-RESP)
                   END-EXEC
                   EVALUATE TRUE
                       WHEN WS-PEND-RESP = DFHRESP(NOTFND)
                           MOVE SPACES TO WS-PARK-KEY(WS-PARK-IX)
                       WHEN WS-PEND-RESP NOT = DFHRESP(NORMAL)
                           CONTINUE
                       WHEN PEND-APPROVED
                           ADD PEND-RSLT TO WS-RUNNING-TOTAL
                           MOVE SPACES TO WS-PARK-KEY(WS-PARK-IX)
                           MOVE 'PARKED CALC APPROVED' TO WS-MSG
                           SET TAPE-APPROVED TO TRUE
                           PERFORM 0385-TAPE-RESOLVED
                       WHEN PEND-REJECTED
                           MOVE SPACES TO WS-PARK-KEY(WS-PARK-IX)
                           MOVE 'PARKED CALC REJECTED' TO WS-MSG
                           SET TAPE-REJECTED TO TRUE
                           PERFORM 0385-TAPE-RESOLVED
                   END-EVALUATE
               END-IF
           END-PERFORM.
      *    The news shows unless this trip's own edit or calculation
      *    has something to say.
           IF WS-MSG NOT = SPACES
               MOVE WS-MSG TO ALRTO
           END-IF.

      * Writes the over-limit calculation to VIVPEND, keyed by this
      * task, and remembers the key in a free worksheet slot.  With
      * every slot in use the calculation is refused rather than
      * parked where this worksheet could never collect it.
       0370-PARK-CALC.
           MOVE 0 TO WS-PARK-FREE.
           PERFORM VARYING WS-PARK-IX FROM 1 BY 1
                   UNTIL WS-PARK-IX > 5 OR WS-PARK-FREE > 0
               IF WS-PARK-KEY(WS-PARK-IX) = SPACES
                   MOVE WS-PARK-IX TO WS-PARK-FREE
               END-IF
           END-PERFORM.
           IF WS-PARK-FREE = 0
               MOVE 'TOO MANY PENDING' TO WS-MSG
           ELSE
               MOVE EIBDATE TO PEND-DATE
               MOVE EIBTIME TO PEND-TIME
               MOVE WS-TRMID TO PEND-TRMID
               MOVE EIBTASKN TO PEND-TASKN
               MOVE WS-OPID TO PEND-OPID
               MOVE A TO PEND-NO1I
               MOVE B TO PEND-NO2I
               MOVE OPRI TO PEND-OPRI
               MOVE C TO PEND-RSLT
               MOVE WS-OP-LIMIT TO PEND-LIMIT
               MOVE WS-ACCT-KEY TO PEND-ACCT-KEY
               SET PEND-IS-PENDING TO TRUE
               MOVE SPACES TO PEND-APPR-OPID
               MOVE SPACES TO PEND-REASON
               MOVE 0 TO PEND-ACT-DATE
               MOVE 0 TO PEND-ACT-TIME
               MOVE 0 TO PEND-POST-TASKN
               MOVE PEND-KEY TO WS-PEND-RID
               EXEC CICS WRITE
                    FILE('VIVPEND')
                    FROM(WS-PEND-REC)
                    RIDFLD(WS-PEND-RID)
                    RESP(WS-PEND-RESP)
               END-EXEC
               IF WS-PEND-RESP = DFHRESP(NORMAL)
                   MOVE WS-PEND-RID TO WS-PARK-KEY(WS-PARK-FREE)
                   MOVE 'OVER LIMIT - QUEUED' TO WS-MSG
                   SET CALC-QUEUED TO TRUE
               ELSE
                   MOVE 'QUEUE WRITE FAILED' TO WS-MSG
               END-IF
           END-IF.

      * Puts this trip's calculation on the tape - posted, or parked
      * for approval with the running total left where it was.
       0380-TAPE-CALC.
           IF CALC-NOT-PARKED OR CALC-QUEUED
               MOVE A TO TAPE-NO1I
               IF CHAIN-IN-USE
                   SET TAPE-CHAINED TO TRUE
               ELSE
                   SET TAPE-NOT-CHAINED TO TRUE
               END-IF
               MOVE OPRI TO TAPE-OPRI
               MOVE B TO TAPE-NO2I
               MOVE C TO TAPE-RSLT
               MOVE WS-RUNNING-TOTAL TO TAPE-TOTAL
               MOVE WS-ACCT-KEY TO TAPE-ACCT-KEY
               IF CALC-PARKED
                   SET TAPE-PARKED TO TRUE
               ELSE
                   SET TAPE-POSTED TO TRUE
               END-IF
               PERFORM 0390-WRITE-TAPE
           END-IF.

      * A parked calculation that came back approved or rejected goes
      * on the tape again, as the step that moved the total (or, for
      * a rejection, as the step that says it never will).  The caller
      * sets TAPE-STATUS.
       0385-TAPE-RESOLVED.
           MOVE PEND-NO1I TO TAPE-NO1I.
           SET TAPE-NOT-CHAINED TO TRUE.
           MOVE PEND-OPRI TO TAPE-OPRI.
           MOVE PEND-NO2I TO TAPE-NO2I.
           MOVE PEND-RSLT TO TAPE-RSLT.
           MOVE WS-RUNNING-TOTAL TO TAPE-TOTAL.
           MOVE PEND-ACCT-KEY TO TAPE-ACCT-KEY.
           PERFORM 0390-WRITE-TAPE.

      * The tape is a record of the worksheet, not part of it - a
      * step that cannot go on the tape still stands, and the message
      * line says so only when the calculation itself has nothing to
      * say.
       0390-WRITE-TAPE.
           IF WS-TAPE-COUNT < WS-TAPE-MAX
               EXEC CICS WRITEQ TS
                    QUEUE(WS-TAPE-QNAME)
                    FROM(WS-TAPE-REC)
                    LENGTH(LENGTH OF WS-TAPE-REC)
                    RESP(WS-TAPE-RESP)
               END-EXEC
               IF WS-TAPE-RESP = DFHRESP(NORMAL)
                   ADD 1 TO WS-TAPE-COUNT
               ELSE
                   IF ALRTO = SPACES OR ALRTO = LOW-VALUES
                       MOVE 'TAPE WRITE FAILED' TO ALRTO
                   END-IF
               END-IF
           ELSE
               IF ALRTO = SPACES OR ALRTO = LOW-VALUES
                   MOVE 'TAPE FULL - PF9 PF4' TO ALRTO
               END-IF
           END-IF.

       0395-DELETE-TAPE.
      *    QIDERR - no tape at this terminal - is nothing to delete.
           EXEC CICS DELETEQ TS
                QUEUE(WS-TAPE-QNAME)
                RESP(WS-TAPE-RESP)
           END-EXEC.
           MOVE ZERO TO WS-TAPE-COUNT.
           MOVE ZERO TO WS-TAPE-TOP.

       0400-SEND-MAP-DATA.
           EXEC CICS SEND
               DATAONLY
           END-EXEC.

      * PF7 opens the tape panel at the latest page, and from there
      * pages back ten steps at a time towards the first step.
       0600-TAPE-BACK.
           MOVE SPACES TO WS-MSG.
           IF CALC-ON-SCREEN
               PERFORM 0605-TAPE-LAST-PAGE
           ELSE
               IF WS-TAPE-TOP <= 1
                   MOVE 'AT START OF TAPE' TO WS-MSG
               ELSE
                   SUBTRACT 10 FROM WS-TAPE-TOP
                   IF WS-TAPE-TOP < 1
                       MOVE 1 TO WS-TAPE-TOP
                   END-IF
               END-IF
           END-IF.
           PERFORM 0620-SHOW-TAPE.

       0605-TAPE-LAST-PAGE.
           COMPUTE WS-TAPE-TOP = WS-TAPE-COUNT - 9.
           IF WS-TAPE-TOP < 1
               MOVE 1 TO WS-TAPE-TOP
           END-IF.

      * PF8 also opens the tape at the latest page; on the tape panel
      * it pages forward towards the latest step.
       0610-TAPE-FORWARD.
           MOVE SPACES TO WS-MSG.
           IF CALC-ON-SCREEN
               PERFORM 0605-TAPE-LAST-PAGE
           ELSE
               IF WS-TAPE-TOP + 10 > WS-TAPE-COUNT
                   MOVE 'AT END OF TAPE' TO WS-MSG
               ELSE
                   ADD 10 TO WS-TAPE-TOP
               END-IF
           END-IF.
           PERFORM 0620-SHOW-TAPE.

      * Sends the page of the tape that starts at WS-TAPE-TOP, with
      * WS-MSG on the message line, and notes that the tape panel is
      * now what the terminal shows.
       0620-SHOW-TAPE.
           MOVE LOW-VALUES TO VIVPT01O.
           IF WS-TAPE-COUNT = 0
               MOVE 0 TO WS-TAPE-TOP
               MOVE 'TAPE IS EMPTY' TO WS-MSG
           ELSE
               COMPUTE WS-TAPE-BOT = WS-TAPE-TOP + 9
               IF WS-TAPE-BOT > WS-TAPE-COUNT
                   MOVE WS-TAPE-COUNT TO WS-TAPE-BOT
               END-IF
               MOVE WS-TAPE-TOP TO TP-FROM
               MOVE WS-TAPE-BOT TO TP-TO
               MOVE WS-TAPE-COUNT TO TP-COUNT
               MOVE WS-TAPE-PAGE-EDIT TO TPAGO
               MOVE 0 TO WS-TAPE-LINE-IX
               SET TAPE-READ-OK TO TRUE
               PERFORM VARYING WS-TAPE-ITEM FROM WS-TAPE-TOP BY 1
                       UNTIL WS-TAPE-ITEM > WS-TAPE-BOT OR
                             TAPE-READ-FAILED
                   PERFORM 0640-READ-TAPE
                   IF TAPE-READ-OK
                       ADD 1 TO WS-TAPE-LINE-IX
                       MOVE WS-TAPE-LINE TO TLINEO(WS-TAPE-LINE-IX)
                   END-IF
               END-PERFORM
               IF TAPE-READ-FAILED
                   MOVE 'TAPE READ FAILED' TO WS-MSG
               END-IF
           END-IF.
           MOVE WS-RUNNING-TOTAL TO TTOTO.
           MOVE WS-MSG TO TMSGO.
           SET TAPE-ON-SCREEN TO TRUE.
           EXEC CICS SEND
               MAP('VIVPT01')
               MAPSET('VIVPT01')
               ERASE
           END-EXEC.

      * Reads step WS-TAPE-ITEM of the tape and formats it into
      * WS-TAPE-LINE.
       0640-READ-TAPE.
           MOVE LENGTH OF WS-TAPE-REC TO WS-TAPE-LEN.
           EXEC CICS READQ TS
                QUEUE(WS-TAPE-QNAME)
                INTO(WS-TAPE-REC)
                LENGTH(WS-TAPE-LEN)
                ITEM(WS-TAPE-ITEM)
                RESP(WS-TAPE-RESP)
           END-EXEC.
           IF WS-TAPE-RESP NOT = DFHRESP(NORMAL)
               SET TAPE-READ-FAILED TO TRUE
           ELSE
               MOVE WS-TAPE-ITEM TO TL-STEP
               MOVE TAPE-NO1I TO TL-NO1
               IF TAPE-CHAINED
                   MOVE '=' TO TL-CHAIN
               ELSE
                   MOVE SPACE TO TL-CHAIN
               END-IF
               MOVE TAPE-OPRI TO TL-OPR
               MOVE TAPE-NO2I TO TL-NO2
               MOVE TAPE-RSLT TO TL-RSLT
               MOVE TAPE-TOTAL TO TL-TOTAL
               EVALUATE TRUE
                   WHEN TAPE-PARKED
                       MOVE 'PKD' TO TL-FLAG
                   WHEN TAPE-APPROVED
                       MOVE 'APR' TO TL-FLAG
                   WHEN TAPE-REJECTED
                       MOVE 'REJ' TO TL-FLAG
                   WHEN OTHER
                       MOVE SPACES TO TL-FLAG
               END-EVALUATE
               MOVE TAPE-ACCT-KEY TO TL-ACCT
           END-IF.

      * ENTER or PF3 on the tape panel puts the calculator back with
      * the worksheet as it was - running total and chained result
      * still in play.
       0650-CLOSE-TAPE.
           SET CALC-ON-SCREEN TO TRUE.
           MOVE LOW-VALUES TO VIVPM01O.
           MOVE WS-RUNNING-TOTAL TO TOTO.
           IF HAVE-LAST-RESULT
               MOVE WS-LAST-RESULT TO RSLTO
           END-IF.
           MOVE 'ENTER TWO NUMBERS' TO ALRTO.
           PERFORM 0100-SEND-MAP.

      * PF9, from either panel, prints the worksheet on the printer
      * VIVPRTR assigns to this terminal: a heading with the operator,
      * terminal, date and time, every step on the tape, and the
      * final total.  The lines go to a print queue named for this
      * task and transaction VIVW (VIVWPRT) is started on the printer
      * to print the queue and delete it, so the desk carries on -
      * or clears the worksheet - while the printer catches up.  A
      * copy or start that fails leaves no print queue behind.
       0700-PRINT-TAPE.
           MOVE SPACES TO WS-MSG.
           IF WS-TAPE-COUNT = 0
               MOVE 'TAPE IS EMPTY' TO WS-MSG
           ELSE
               PERFORM 0705-GET-PRINTER
           END-IF.
           IF WS-MSG = SPACES
               PERFORM 0710-BUILD-PRINT
           END-IF.
           IF WS-MSG = SPACES
               PERFORM 0730-START-PRINT
           END-IF.
           IF TAPE-ON-SCREEN
               PERFORM 0620-SHOW-TAPE
           ELSE
               MOVE LOW-VALUES TO VIVPM01O
               MOVE WS-MSG TO ALRTO
               PERFORM 0400-SEND-MAP-DATA
           END-IF.

       0705-GET-PRINTER.
           EXEC CICS READ
                FILE('VIVPRTR')
                INTO(WS-PRTR-REC)
                RIDFLD(WS-TRMID)
                RESP(WS-PRTR-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-PRTR-RESP = DFHRESP(NOTFND)
                   MOVE 'NO PRINTER ASSIGNED' TO WS-MSG
               WHEN WS-PRTR-RESP NOT = DFHRESP(NORMAL)
                   MOVE 'PRINTER FILE ERROR' TO WS-MSG
               WHEN PRTR-PRINTER = SPACES
                   MOVE 'NO PRINTER ASSIGNED' TO WS-MSG
           END-EVALUATE.

       0710-BUILD-PRINT.
           SET PRINT-OK TO TRUE.
           MOVE EIBTASKN TO PRQ-QTASKN.
           MOVE WS-TRMID TO PRQ-TRMID.
           MOVE WS-OPID TO PRQ-OPID.
           EXEC CICS ASKTIME
               ABSTIME(WS-ABSTIME)
           END-EXEC.
           EXEC CICS FORMATTIME
               ABSTIME(WS-ABSTIME)
               MMDDYY(PH-DATE)
               DATESEP('/')
               TIME(PH-TIME)
               TIMESEP(':')
           END-EXEC.
           MOVE WS-OPID TO PH-OPID.
           MOVE WS-TRMID TO PH-TRMID.
           MOVE WS-PRT-TITLE TO WS-PRT-LINE.
           PERFORM 0720-WRITE-PRINT-LINE.
           MOVE WS-PRT-HEADER TO WS-PRT-LINE.
           PERFORM 0720-WRITE-PRINT-LINE.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 0720-WRITE-PRINT-LINE.
           MOVE WS-PRT-COLUMNS TO WS-PRT-LINE.
           PERFORM 0720-WRITE-PRINT-LINE.
           SET TAPE-READ-OK TO TRUE.
           PERFORM VARYING WS-TAPE-ITEM FROM 1 BY 1
                   UNTIL WS-TAPE-ITEM > WS-TAPE-COUNT OR
                         TAPE-READ-FAILED OR PRINT-FAILED
               PERFORM 0640-READ-TAPE
               IF TAPE-READ-OK
                   MOVE WS-TAPE-LINE TO WS-PRT-LINE
                   PERFORM 0720-WRITE-PRINT-LINE
               END-IF
           END-PERFORM.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM 0720-WRITE-PRINT-LINE.
           MOVE WS-TAPE-COUNT TO PS-COUNT.
           MOVE WS-PRT-STEPS TO WS-PRT-LINE.
           PERFORM 0720-WRITE-PRINT-LINE.
           MOVE WS-RUNNING-TOTAL TO PT-TOTAL.
           MOVE WS-PRT-TOTAL TO WS-PRT-LINE.
           PERFORM 0720-WRITE-PRINT-LINE.
      *    Results still parked are on the tape but not in the total -
      *    the customer's copy says so.
           MOVE 0 TO WS-PRT-PENDING.
           PERFORM VARYING WS-PARK-IX FROM 1 BY 1
                   UNTIL WS-PARK-IX > 5
               IF WS-PARK-KEY(WS-PARK-IX) NOT = SPACES
                   ADD 1 TO WS-PRT-PENDING
               END-IF
           END-PERFORM.
           IF WS-PRT-PENDING > 0
               MOVE WS-PRT-PENDING TO PP-COUNT
               MOVE WS-PRT-PENDING-LINE TO WS-PRT-LINE
               PERFORM 0720-WRITE-PRINT-LINE
           END-IF.
           IF WS-TAPE-COUNT NOT < WS-TAPE-MAX
               MOVE WS-PRT-FULL-LINE TO WS-PRT-LINE
               PERFORM 0720-WRITE-PRINT-LINE
           END-IF.
           IF TAPE-READ-FAILED
               MOVE 'TAPE READ FAILED' TO WS-MSG
           END-IF.
           IF PRINT-FAILED
               MOVE 'PRINT QUEUE FAILED' TO WS-MSG
           END-IF.
           IF WS-MSG NOT = SPACES
               PERFORM 0740-DELETE-PRINT
           END-IF.

       0720-WRITE-PRINT-LINE.
           IF PRINT-OK
               EXEC CICS WRITEQ TS
                    QUEUE(PRQ-QNAME)
                    FROM(WS-PRT-LINE)
                    LENGTH(LENGTH OF WS-PRT-LINE)
                    RESP(WS-PRT-RESP)
               END-EXEC
               IF WS-PRT-RESP NOT = DFHRESP(NORMAL)
                   SET PRINT-FAILED TO TRUE
               END-IF
           END-IF.

       0730-START-PRINT.
           EXEC CICS START
                TRANSID('VIVW')
                TERMID(PRTR-PRINTER)
                FROM(WS-PRT-REQ)
                LENGTH(LENGTH OF WS-PRT-REQ)
                RESP(WS-PRT-RESP)
           END-EXEC.
           EVALUATE TRUE
               WHEN WS-PRT-RESP = DFHRESP(NORMAL)
                   STRING 'SENT TO PRINTER ' PRTR-PRINTER
                       DELIMITED BY SIZE INTO WS-MSG
               WHEN WS-PRT-RESP = DFHRESP(TERMIDERR)
                   MOVE 'PRINTER NOT DEFINED' TO WS-MSG
                   PERFORM 0740-DELETE-PRINT
               WHEN OTHER
                   MOVE 'PRINT START FAILED' TO WS-MSG
                   PERFORM 0740-DELETE-PRINT
           END-EVALUATE.

       0740-DELETE-PRINT.
           EXEC CICS DELETEQ TS
                QUEUE(PRQ-QNAME)
                RESP(WS-PRT-RESP)
           END-EXEC.

       0900-LOG-TRANSACTION.
           MOVE WS-TRMID TO AUD-TRMID.
           MOVE WS-OPID TO AUD-OPID.
           MOVE B TO AUD-NO2I.
           MOVE OPRI TO AUD-OPRI.
           MOVE C TO AUD-RSLT.
           MOVE WS-ACCT-KEY TO AUD-ACCT-KEY.
           IF VALID-CALC AND CALC-NOT-PARKED
               SET AUD-CALC-OK TO TRUE
           ELSE
      *        A parked over-limit calculation posted nothing, so for
      *        the audit/history tie-out it is logged as not posted;
      *        the supervisor's approval logs the posted calculation.
               SET AUD-CALC-FAILED TO TRUE
           END-IF.
           MOVE EIBDATE TO AUD-DATE.
              MOVE 0 TO WS-FIRST-TIME-FLAG
           END-IF.

           PERFORM 5120-CHECK-AVAILABLE.
           PERFORM 5150-CHECK-SCHEDULE.
           PERFORM 5200-CHECK-SIGNON.

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

       5150-CHECK-SCHEDULE.
           MOVE WS-TRANS-ID TO WS-SCHED-KEY.
           EXEC CICS READ
            END-EXEC.

       9100-INVALID-KEY.
           IF TAPE-ON-SCREEN
               MOVE 'INVALID KEY ENTERED' TO WS-MSG
               PERFORM 0620-SHOW-TAPE
           ELSE
               MOVE LOW-VALUES TO VIVPM01O
               MOVE 'INVALID KEY ENTERED' TO ALRTO
               PERFORM 0400-SEND-MAP-DATA
           END-IF.

       9110-INVALID-KEY-RECEIVE-MAP.
           MOVE LOW-VALUES TO VIVPM01O.
       9250-CLEAR-WORKSHEET.
      *    PF4 starts a fresh worksheet without leaving the
      *    transaction - the chained value, the running total, and
      *    the slots for parked calculations all go, so no leftover
      *    figure can flow into the next calculation.  A parked
      *    calculation stays on the approval queue; approved later,
      *    it posts to history but not to the new worksheet.  The
      *    tape is torn off with it - print it with PF9 first if the
      *    customer wants a copy.
           MOVE SPACES TO WS-PARK-TABLE.
           MOVE ZERO TO WS-RUNNING-TOTAL.
           MOVE ZERO TO WS-LAST-RESULT.
           SET NO-LAST-RESULT TO TRUE.
           PERFORM 0395-DELETE-TAPE.
           MOVE LOW-VALUES TO VIVPM01O.
           MOVE ZERO TO TOTO.
           MOVE 'WORKSHEET CLEARED' TO ALRTO.
           IF TAPE-ON-SCREEN
               SET CALC-ON-SCREEN TO TRUE
               PERFORM 0100-SEND-MAP
           ELSE
               PERFORM 0400-SEND-MAP-DATA
           END-IF.

       9200-PF12-ABORT-REQUEST.
           PERFORM 9150-CHECK-SUPERVISOR.
           END-EXEC.

       9999-ABORT.
           EXEC CICS RETURN
           END-EXEC.
