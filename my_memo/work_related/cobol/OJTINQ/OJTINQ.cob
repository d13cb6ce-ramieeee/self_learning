      * whole file one record at a time.  The batch REPTFILE listing
      * stays the end-of-day record; this is the desk's answer while
      * the caller is still on the phone.  OJTSRCH runs the same
      * search in batch.  PF4 takes the record on screen to the
      * OJTU maintenance panel (OJTMNT) to be changed there; OJTMNT
      * decides whether the operator may.  PF3 or CLEAR leaves the
      * transaction.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
          88 ENTER-KEY                              VALUE ''''.
          88 CLEAR-KEY                              VALUE '_'.
          88 PF3-KEY                                VALUE '3'.
          88 PF4-KEY                                VALUE '4'.
          88 PF7-KEY                                VALUE '7'.
          88 PF8-KEY                                VALUE '8'.

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

      * Record layout for KSDS OJTKSDATA - must stay in step with
      * IN-DATA as OJTCOBOL and VIVRECON carry it.
       01 WS-OJT-REC.
          88 FLDCHECK-VALID                         VALUE 'Y'.
          88 FLDCHECK-INVALID                       VALUE 'N'.

      * State handed to OJTMNT on PF4 - its COMMAREA layout, marked
      * as coming from this panel, with the key on screen (blank if
      * none).  Must stay in step with OJTMNT's.
       01 WS-MNT-COMMAREA.
           03 MNT-CA-STATE           PIC X(1) VALUE 'I'.
           03 MNT-CA-KEY             PIC X(6).
           03 MNT-CA-IMAGE           PIC X(72).

      * Carries the key on screen across pseudo-conversational trips,
      * so PF7/PF8 know where to walk from.
       01 WS-COMMUNICATION-AREA.
               WHEN PF7-KEY
                   PERFORM 0400-PREV-RECORD

               WHEN PF4-KEY
                   PERFORM 0900-TO-MAINTENANCE

               WHEN PF3-KEY
                   PERFORM 9999-ABORT

               END-IF
           END-IF.

       0900-TO-MAINTENANCE.
           MOVE SPACES TO MNT-CA-KEY.
           MOVE SPACES TO MNT-CA-IMAGE.
           IF WS-CA-HAVE-REC
               MOVE WS-CA-CUR-KEY TO MNT-CA-KEY
           END-IF.
           EXEC CICS XCTL
                PROGRAM('OJTMNT')
                COMMAREA(WS-MNT-COMMAREA)
                LENGTH(LENGTH OF WS-MNT-COMMAREA)
           END-EXEC.

       2000-WALK-FORWARD.
           EXEC CICS STARTBR
                FILE('OJTKSDAT')
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
