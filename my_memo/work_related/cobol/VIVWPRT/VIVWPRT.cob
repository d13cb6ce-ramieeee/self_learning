       ID DIVISION.
       PROGRAM-ID.      VIVWPRT.

      * Prints a VIVP calculation worksheet.  PF9 on the calculator
      * (VIVPMAIN's 0700-PRINT-TAPE) copies the worksheet's formatted
      * lines - heading, every step on the tape, final total - to a
      * TS queue named for its task and STARTs transaction VIVW on the
      * printer VIVPRTR assigns to the terminal, passing the queue
      * name.  This program runs on that printer: it RETRIEVEs the
      * start data, sends the lines to the printer a page at a time,
      * and deletes the queue.  CICS holds the start until the printer
      * is free, so the desk never waits on it.  There is no operator
      * at a printer to read an error panel, so every command is
      * checked by RESP here rather than through VIVERRH; a printout
      * that cannot be finished is abandoned with its queue deleted,
      * and the desk presses PF9 again.

       DATA DIVISION.
       WORKING-STORAGE SECTION.

      * Start data from VIVPMAIN - must stay in step with WS-PRT-REQ
      * there.
       01 WS-PRT-REQ.
           03 PRQ-QNAME              PIC X(8).
           03 PRQ-TRMID              PIC X(4).
           03 PRQ-OPID               PIC X(3).

       01 WS-REQ-LEN             PIC S9(4) COMP.
       01 WS-PRT-RESP            PIC S9(8) COMP.
       01 WS-PRT-ITEM            PIC S9(4) COMP.
       01 WS-PRT-LEN             PIC S9(4) COMP.
       01 WS-PRT-LINE            PIC X(80).

       01 WS-QUEUE-DONE-FLAG     PIC X(1).
          88 QUEUE-DONE                             VALUE 'Y'.
          88 QUEUE-MORE                             VALUE 'N'.

      * One printer page of worksheet lines, sent as a single SEND
      * TEXT - every line a full eighty positions, so each lands on a
      * line of its own.
       01 WS-PAGE-CNT            PIC S9(4) COMP.
       01 WS-PAGE-LEN            PIC S9(4) COMP.
       01 WS-PAGE-MAX            PIC S9(4) COMP VALUE 50.
       01 WS-PAGE.
           03 WS-PAGE-LINE           PIC X(80) OCCURS 50 TIMES.

       PROCEDURE DIVISION.
      **** MAIN PROCEDURE ****
       0000-MAIN.
           MOVE LENGTH OF WS-PRT-REQ TO WS-REQ-LEN.
           EXEC CICS RETRIEVE
                INTO(WS-PRT-REQ)
                LENGTH(WS-REQ-LEN)
                RESP(WS-PRT-RESP)
           END-EXEC.
           IF WS-PRT-RESP = DFHRESP(NORMAL)
               PERFORM 0100-PRINT-QUEUE
               EXEC CICS DELETEQ TS
                    QUEUE(PRQ-QNAME)
                    RESP(WS-PRT-RESP)
               END-EXEC
           END-IF.
           PERFORM 9999-RETURN.

      **** PROCEDURE LIST ****
       0100-PRINT-QUEUE.
           MOVE 0 TO WS-PAGE-CNT.
           MOVE 0 TO WS-PRT-ITEM.
           SET QUEUE-MORE TO TRUE.
           PERFORM 0200-READ-LINE
               UNTIL QUEUE-DONE.
           IF WS-PAGE-CNT > 0
               PERFORM 0300-SEND-PAGE
           END-IF.

      * ITEMERR past the last line is the normal end of the queue;
      * anything else ends the printout where it stands.
       0200-READ-LINE.
           ADD 1 TO WS-PRT-ITEM.
           MOVE LENGTH OF WS-PRT-LINE TO WS-PRT-LEN.
           MOVE SPACES TO WS-PRT-LINE.
           EXEC CICS READQ TS
                QUEUE(PRQ-QNAME)
                INTO(WS-PRT-LINE)
                LENGTH(WS-PRT-LEN)
                ITEM(WS-PRT-ITEM)
                RESP(WS-PRT-RESP)
           END-EXEC.
           IF WS-PRT-RESP NOT = DFHRESP(NORMAL)
               SET QUEUE-DONE TO TRUE
           ELSE
               ADD 1 TO WS-PAGE-CNT
               MOVE WS-PRT-LINE TO WS-PAGE-LINE(WS-PAGE-CNT)
               IF WS-PAGE-CNT = WS-PAGE-MAX
                   PERFORM 0300-SEND-PAGE
               END-IF
           END-IF.

       0300-SEND-PAGE.
           COMPUTE WS-PAGE-LEN = WS-PAGE-CNT * 80.
           EXEC CICS SEND TEXT
                FROM(WS-PAGE)
                LENGTH(WS-PAGE-LEN)
                ERASE
                PRINT
                NLEOM
                RESP(WS-PRT-RESP)
           END-EXEC.
           MOVE 0 TO WS-PAGE-CNT.
           IF WS-PRT-RESP NOT = DFHRESP(NORMAL)
               SET QUEUE-DONE TO TRUE
           END-IF.

       9999-RETURN.
           EXEC CICS RETURN
           END-EXEC.
