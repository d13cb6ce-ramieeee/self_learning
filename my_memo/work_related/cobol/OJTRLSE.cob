000000*       RLSEOUT, the deck the follow-on OJTCOBOL MAINT step
000000*       applies, so released cards get the same validation,
000000*       journaling, and transaction register the immediate
000000*       path gets - RLSEOUT closes with the trailer card
000000*       (counts by action code and key hash) OJTCOBOL
000000*       balances every MAINT deck against;
000000*   still pending - the card is rewritten to PENDOUT, which
000000*       the JCL swaps in as the new pending file.
000000* REPTFILE lists both sides - the pending listing is how a bad
000000 FD RLSEOUT
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 RLSE-CARD                 PIC X(80).
000000*    Same layout as OJTCOBOL's SYSIN-TRAILER-REC.
000000     01 RLSE-TRL-CARD.
000000         03 RTR-TYPE              PIC X(1).
000000         03 RTR-ADD-COUNT         PIC 9(5).
000000         03 RTR-CHANGE-COUNT      PIC 9(5).
000000         03 RTR-DELETE-COUNT      PIC 9(5).
000000         03 RTR-TOTAL-COUNT       PIC 9(5).
000000         03 RTR-KEY-HASH          PIC 9(12).
000000         03 FILLER                PIC X(47).
000000 FD PENDOUT
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 PNDO-CARD                 PIC X(80).
000000     01 WS-PENDING-COUNT          PIC 9(5) VALUE 0.
000000     01 WS-BAD-COUNT              PIC 9(5) VALUE 0.
000000
000000*    Trailer controls for the released deck.
000000     01 WS-RLSE-ADD               PIC 9(5) VALUE 0.
000000     01 WS-RLSE-CHANGE            PIC 9(5) VALUE 0.
000000     01 WS-RLSE-DELETE            PIC 9(5) VALUE 0.
000000     01 WS-KEY-HASH               PIC 9(12) VALUE 0.
000000     01 WS-KEY-NUM                PIC 9(6).
000000
000000     01 WS-PAGE-NO                PIC 9(3) VALUE 0.
000000     01 WS-LINE-COUNT             PIC 9(2) VALUE 99.
000000     01 WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.
000000                 PERFORM 1100-READ-PENDING
000000             END-PERFORM
000000             PERFORM 3000-PRINT-TOTALS
000000             IF RETURN-CODE = 0
000000                 PERFORM 2700-WRITE-TRAILER
000000             END-IF
000000         END-IF.
000000         CLOSE PENDIN.
000000         CLOSE RLSEOUT.
000000             WHEN PND-EFF-DATE <= WS-TODAY
000000                 WRITE RLSE-CARD FROM PEND-CARD
000000                 ADD 1 TO WS-RELEASE-COUNT
000000                 PERFORM 2600-TALLY-RELEASE
000000                 MOVE 'RELEASED' TO DTL-DISP
000000             WHEN OTHER
000000                 WRITE PNDO-CARD FROM PEND-CARD
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000*    A parked card passed OJTCOBOL's action and key edits
000000*    before it was parked, so the key is numeric here.
000000     2600-TALLY-RELEASE.
000000         EVALUATE PND-ACTION
000000             WHEN 'A'
000000                 ADD 1 TO WS-RLSE-ADD
000000             WHEN 'C'
000000                 ADD 1 TO WS-RLSE-CHANGE
000000             WHEN 'D'
000000                 ADD 1 TO WS-RLSE-DELETE
000000         END-EVALUATE.
000000         IF PND-KEY-VAL NUMERIC
000000             MOVE PND-KEY-VAL TO WS-KEY-NUM
000000             ADD WS-KEY-NUM TO WS-KEY-HASH
000000         END-IF.
000000
000000*    Written only on a clean run - a deck cut short by a
000000*    write failure has no trailer, so OJTCOBOL refuses it.
000000     2700-WRITE-TRAILER.
000000         MOVE SPACES TO RLSE-TRL-CARD.
000000         MOVE 'T' TO RTR-TYPE.
000000         MOVE WS-RLSE-ADD TO RTR-ADD-COUNT.
000000         MOVE WS-RLSE-CHANGE TO RTR-CHANGE-COUNT.
000000         MOVE WS-RLSE-DELETE TO RTR-DELETE-COUNT.
000000         MOVE WS-RELEASE-COUNT TO RTR-TOTAL-COUNT.
000000         MOVE WS-KEY-HASH TO RTR-KEY-HASH.
000000         WRITE RLSE-TRL-CARD.
000000         IF WS-RLSEOUT-STATUS NOT = "00"
000000             DISPLAY "RELEASE TRAILER WRITE FAILED: "
000000                     WS-RLSEOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000     3000-PRINT-TOTALS.
000000         MOVE WS-READ-COUNT TO TOT-READ.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
