000000* effective date blank = apply as today) that flows through
000000* OJTCOBOL's 2160-PROCESS-CARD path with its register and
000000* journal untouched - see the follow-on step in OJTSNAPC.jcl.
000000* The deck closes with the trailer card OJTCOBOL balances
000000* every MAINT deck against (counts by action code, key hash);
000000* a compare that fails writes no trailer, so its partial
000000* deck can never be applied.
000000* REPTFILE shows every decision and why.  The maintenance
000000* stamps are ours, not the department's, and are never
000000* compared.  A snapshot out of key sequence fails the run
000000         03 MNT-STATUS            PIC X(1).
000000         03 MNT-DESC              PIC X(30).
000000         03 FILLER                PIC X(29).
000000*    Same layout as OJTCOBOL's SYSIN-TRAILER-REC.
000000     01 MAINT-TRL-CARD.
000000         03 MTR-TYPE              PIC X(1).
000000         03 MTR-ADD-COUNT         PIC 9(5).
000000         03 MTR-CHANGE-COUNT      PIC 9(5).
000000         03 MTR-DELETE-COUNT      PIC 9(5).
000000         03 MTR-TOTAL-COUNT       PIC 9(5).
000000         03 MTR-KEY-HASH          PIC 9(12).
000000         03 FILLER                PIC X(47).
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                 PIC X(80).
000000     01 WS-CHG-CARDS              PIC 9(5) VALUE 0.
000000     01 WS-DEL-CARDS              PIC 9(5) VALUE 0.
000000     01 WS-SAME-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-KEY-HASH               PIC 9(12) VALUE 0.
000000
000000     01 WS-WHY-TEXT               PIC X(34).
000000
000000                 PERFORM 2000-COMPARE-ONE
000000             END-PERFORM
000000             PERFORM 3000-PRINT-TOTALS
000000             IF RETURN-CODE = 0
000000                 PERFORM 3100-WRITE-TRAILER
000000             END-IF
000000         END-IF.
000000         CLOSE OJTKSDATA.
000000         CLOSE SNAPIN.
000000         MOVE SNP-REC-DESC TO MNT-DESC.
000000         WRITE MAINT-CARD.
000000         ADD 1 TO WS-ADD-CARDS.
000000         ADD MNT-KEY-VAL TO WS-KEY-HASH.
000000         MOVE 'ON SNAPSHOT, NOT ON MASTER'
000000             TO WS-WHY-TEXT.
000000         MOVE 'A' TO DTL-ACTION.
000000             MOVE SNP-REC-DESC TO MNT-DESC
000000             WRITE MAINT-CARD
000000             ADD 1 TO WS-CHG-CARDS
000000             ADD MNT-KEY-VAL TO WS-KEY-HASH
000000             EVALUATE TRUE
000000                 WHEN SNP-SAY-HELLO-WORLD NOT = SAY-HELLO-WORLD
000000                     MOVE 'TEXT DIFFERS' TO WS-WHY-TEXT
000000         MOVE KEY-VAL TO MNT-KEY-VAL.
000000         WRITE MAINT-CARD.
000000         ADD 1 TO WS-DEL-CARDS.
000000         ADD MNT-KEY-VAL TO WS-KEY-HASH.
000000         MOVE 'ON MASTER, GONE FROM SNAPSHOT'
000000             TO WS-WHY-TEXT.
000000         MOVE 'D' TO DTL-ACTION.
000000         MOVE WS-SAME-COUNT TO TOT-SAME.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000
000000     3100-WRITE-TRAILER.
000000         MOVE SPACES TO MAINT-TRL-CARD.
000000         MOVE 'T' TO MTR-TYPE.
000000         MOVE WS-ADD-CARDS TO MTR-ADD-COUNT.
000000         MOVE WS-CHG-CARDS TO MTR-CHANGE-COUNT.
000000         MOVE WS-DEL-CARDS TO MTR-DELETE-COUNT.
000000         COMPUTE MTR-TOTAL-COUNT =
000000             WS-ADD-CARDS + WS-CHG-CARDS + WS-DEL-CARDS.
000000         MOVE WS-KEY-HASH TO MTR-KEY-HASH.
000000         WRITE MAINT-TRL-CARD.
000000         IF WS-MAINTOUT-STATUS NOT = "00"
000000             DISPLAY "DECK TRAILER WRITE FAILED: "
000000                     WS-MAINTOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
