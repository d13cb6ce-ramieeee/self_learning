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

      * The notice is keyed to the transaction whose welcome panel
      * shows it.
       01 WS-MSG-TRANS-ID   PIC X(4) VALUE 'VIVP'.
              88 OPROF-IS-INACTIVE                   VALUE 'N'.
           03 OPROF-NAME         PIC X(20).
           03 OPROF-PIN          PIC X(4).
           03 OPROF-PIN-DATE     PIC 9(7).
           03 OPROF-FAIL-COUNT   PIC 9(2).
           03 OPROF-LOCKED       PIC X(1).
              88 OPROF-IS-LOCKED                     VALUE 'Y'.

       01 WS-OPROF-RESP          PIC S9(8) COMP.

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
