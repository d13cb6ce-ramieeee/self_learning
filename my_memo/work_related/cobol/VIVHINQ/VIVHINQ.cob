      * VIVPH01: the operator may type a start date (CYYDDD, the same
      * form HIST-DATE is keyed in) and press ENTER to position the
      * browse there, then PF8/PF7 page forward and backward ten
      * history records at a time.  Each line carries the full
      * HIST-KEY, task number included, so a supervisor can key it
      * straight into VREV; a calculation that has been reversed
      * stays on the browse, flagged, beside its reversing entry and
      * any correction.  PF3 or CLEAR leaves the transaction.

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

      * Record layout for KSDS VIVPHIST - must stay in step with the
      * WS-HIST-REC layout VIVPMAIN writes from.
       01 WS-HIST-REC.
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

      * RIDFLD area for STARTBR/READNEXT/READPREV - CICS updates this
      * with the key of each record as the browse moves.
      * both edges are collected here, then unloaded in reverse so the
      * screen still reads oldest-to-newest.
       01 WS-BCK-TABLE.
           03 WS-BCK-LINE            PIC X(77) OCCURS 10 TIMES.
       01 WS-NEW-TOP-KEY.
           03 FILLER                 PIC S9(7) COMP-3.
           03 FILLER                 PIC S9(7) COMP-3.
           03 FILLER                 PIC X(4).
           03 FILLER                 PIC 9(7).

      * One line per history record.  The date, time, terminal and
      * task number columns together are the HIST-KEY, as VREV takes
      * it.  DTL-FLAG marks entries touched by a reversal:
      *   *RV - this calculation has been reversed
      *   *RP - reversed and replaced by a correction
      *   REV - a reversing entry (the result is the original's,
      *         negated)
      *   COR - a correction posted in place of a reversed entry
       01 WS-DETAIL-LINE.
           03 DTL-DATE               PIC 9(7).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-TIME               PIC 9(7).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-TRMID              PIC X(4).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-TASKN              PIC 9(7).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-NO1                PIC Z(6)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-OPR                PIC X(1).
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-NO2                PIC Z(6)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-RSLT               PIC -(14)9.99.
           03 FILLER                 PIC X(1) VALUE SPACES.
           03 DTL-FLAG               PIC X(3).

      * Linkage fields for the shared FLDCHECK edit subroutine (start
      * date typed on the map is edited before the browse moves).
           MOVE HIST-DATE TO DTL-DATE.
           MOVE HIST-TIME TO DTL-TIME.
           MOVE HIST-TRMID TO DTL-TRMID.
           MOVE HIST-TASKN TO DTL-TASKN.
           MOVE HIST-NO1I TO DTL-NO1.
           MOVE HIST-OPRI TO DTL-OPR.
           MOVE HIST-NO2I TO DTL-NO2.
           MOVE HIST-RSLT TO DTL-RSLT.
           EVALUATE TRUE
               WHEN HIST-REVERSAL-ENTRY
                   MOVE 'REV' TO DTL-FLAG
               WHEN HIST-REPLACED
                   MOVE '*RP' TO DTL-FLAG
               WHEN HIST-REVERSED
                   MOVE '*RV' TO DTL-FLAG
               WHEN HIST-CORRECTION-ENTRY
                   MOVE 'COR' TO DTL-FLAG
               WHEN OTHER
                   MOVE SPACES TO DTL-FLAG
           END-EVALUATE.

       1400-FILL-PAGE-BACKWARD.
           MOVE LOW-VALUES TO VIVPH01O.
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
