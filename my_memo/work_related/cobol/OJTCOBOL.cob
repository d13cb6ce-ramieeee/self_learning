000000*    in the MAINT columns after the read.  Decks cut before
000000*    the key went to six digits must be re-cut with the key
000000*    zero-filled to cols 1-6.
000000*    Every maintenance deck - MAINT or a legacy single-action
000000*    mode - closes with a trailer card (T in col 1) -
000000*    SYSIN-TRAILER-REC below, the same controls the OJTDELTA
000000*    trailer carries: detail-card counts by action code (a
000000*    legacy deck counts every card under its mode's action),
000000*    the total, and the hash total of the keys.  2010-BALANCE-DECK
000000*    checks the whole deck against it before any card is
000000*    applied; a deck with no trailer, or one that does not
000000*    balance, is refused outright, so a truncated or mangled
000000*    deck never reaches the master.
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 SYSIN-REC.
000000         03 SI-ACTION             PIC X(1).
000000            88 SI-TRAILER-CARD                 VALUE 'T'.
000000         03 SI-KEY-VAL            PIC 9(6).
000000         03 SI-SAY-HELLO-WORLD    PIC X(13).
000000         03 SI-STATUS             PIC X(1).
000000         03 SL-KEY-VAL            PIC 9(6).
000000         03 SL-SAY-HELLO-WORLD    PIC X(13).
000000         03 FILLER                PIC X(61).
000000     01 SYSIN-TRAILER-REC.
000000         03 ST-TYPE               PIC X(1).
000000         03 ST-CONTROLS.
000000            05 ST-ADD-COUNT       PIC 9(5).
000000            05 ST-CHANGE-COUNT    PIC 9(5).
000000            05 ST-DELETE-COUNT    PIC 9(5).
000000            05 ST-TOTAL-COUNT     PIC 9(5).
000000            05 ST-KEY-HASH        PIC 9(12).
000000         03 FILLER                PIC X(47).
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                 PIC X(80).
000000         03 CKPT-KEY-VAL          PIC 9(6).
000000*    Maintenance journal - one record per applied ADD, CHANGE,
000000*    or DELETE, carrying the before and after images of the
000000*    master record.  A delete's after image carries only the
000000*    key and the maintenance stamps, so the journal records who
000000*    deleted the record.  OJTBKOUT reads this in reverse to
000000*    restore OJTKSDATA to its state before a named run, and
000000*    OJTASOF rebuilds the master as of any date or prints the
000000*    life of a key from it; the JCL's JRNLFILE DD is DISP=MOD
000000*    so runs append, never overwrite.
000000 FD JRNLFILE
000000     RECORD CONTAINS 164 CHARACTERS.
000000     01 JRNL-REC.
000000*    OJTKSDATA; MAINT applies the mixed SYSIN file, each card's
000000*    action taken from its col-1 action code; the legacy
000000*    ADD/CHANGE/DELETE modes still run a single-action pass
000000*    with the mode forcing every card's action.  EDIT runs a
000000*    MAINT deck through every check against the live master
000000*    and prints what each card would do - nothing is written
000000*    to the master, the journal, or the pending file - so a
000000*    bad deck is caught before it is applied, not after.
000000     01 WS-RUN-MODE               PIC X(6) VALUE 'READ'.
000000        88 MODE-READ                          VALUE 'READ'.
000000        88 MODE-MAINT                         VALUE 'MAINT'.
000000        88 MODE-EDIT                          VALUE 'EDIT'.
000000        88 MODE-ADD                           VALUE 'ADD'.
000000        88 MODE-CHANGE                        VALUE 'CHANGE'.
000000        88 MODE-DELETE                        VALUE 'DELETE'.
000000     01 WS-DISP-TEXT              PIC X(30).
000000
000000     01 WS-REG-HDR-1.
000000         03 REG-HDR-TITLE         PIC X(30)
000000                     VALUE "OJTKSDATA TRANSACTION REGISTER".
000000         03 FILLER                PIC X(6) VALUE " PAGE ".
000000         03 REG-HDR-PAGE-NO       PIC ZZ9.
000000         03 REG-DISP              PIC X(30).
000000
000000     01 WS-REG-TOTAL.
000000         03 REG-TOT-LABEL         PIC X(12) VALUE "APPLIED ".
000000         03 REG-TOT-APPLIED       PIC ZZZZ9.
000000         03 FILLER                PIC X(11) VALUE "  REJECTED ".
000000         03 REG-TOT-REJECTED      PIC ZZZZ9.
000000     01 WS-APPLIED-COUNT          PIC 9(5) VALUE 0.
000000
000000*    Deck control totals - what the detail cards actually
000000*    carry, counted by 2010-BALANCE-DECK, against what the
000000*    trailer card claims.  The hash is the sum of the numeric
000000*    keys, so a dropped or doctored card moves it even when
000000*    the counts happen to survive.
000000     01 WS-DECK-ADD               PIC 9(5) VALUE 0.
000000     01 WS-DECK-CHANGE            PIC 9(5) VALUE 0.
000000     01 WS-DECK-DELETE            PIC 9(5) VALUE 0.
000000     01 WS-DECK-TOTAL             PIC 9(5) VALUE 0.
000000     01 WS-DECK-HASH              PIC 9(12) VALUE 0.
000000     01 WS-TRL-ADD                PIC 9(5) VALUE 0.
000000     01 WS-TRL-CHANGE             PIC 9(5) VALUE 0.
000000     01 WS-TRL-DELETE             PIC 9(5) VALUE 0.
000000     01 WS-TRL-TOTAL              PIC 9(5) VALUE 0.
000000     01 WS-TRL-HASH               PIC 9(12) VALUE 0.
000000     01 WS-TRL-CARD-COUNT         PIC 9(3) VALUE 0.
000000     01 WS-AFTER-TRL-COUNT        PIC 9(5) VALUE 0.
000000     01 WS-TRL-NUMERIC-FLAG       PIC X(1) VALUE 'Y'.
000000        88 TRL-NOT-NUMERIC                    VALUE 'N'.
000000     01 WS-BALANCE-FLAG           PIC X(1) VALUE 'N'.
000000        88 DECK-BALANCED                      VALUE 'Y'.
000000        88 DECK-OUT-OF-BALANCE                VALUE 'N'.
000000
000000     01 WS-BAL-HDR.
000000         03 FILLER                PIC X(14) VALUE "DECK CONTROL".
000000         03 FILLER                PIC X(9) VALUE " ADDS".
000000         03 FILLER                PIC X(9) VALUE " CHGS".
000000         03 FILLER                PIC X(9) VALUE " DELS".
000000         03 FILLER                PIC X(6) VALUE "TOTAL".
000000         03 FILLER                PIC X(14)
000000                     VALUE "     KEY HASH".
000000
000000     01 WS-BAL-LINE.
000000         03 BAL-LABEL             PIC X(14).
000000         03 BAL-ADD               PIC ZZZZ9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 BAL-CHANGE            PIC ZZZZ9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 BAL-DELETE            PIC ZZZZ9.
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 BAL-TOTAL             PIC ZZZZ9.
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 BAL-HASH              PIC Z(11)9.
000000
000000     01 WS-BAL-RESULT.
000000         03 FILLER                PIC X(14) VALUE "RESULT".
000000         03 BAL-RESULT-TEXT       PIC X(36).
000000
000000     01 WS-BAL-REFUSED.
000000         03 FILLER                PIC X(50)
000000               VALUE "*** DECK REFUSED - NOTHING APPLIED ***".
000000
000000*    EDIT mode - keys an earlier card in the same deck would
000000*    have added (Y) or deleted (N), so a deck that adds a key
000000*    and then changes it is predicted the way the real run
000000*    will go.  A key not in the table is looked up on the
000000*    master.
000000     01 WS-EDIT-TABLE.
000000         03 WS-EDIT-ENTRY         OCCURS 5000 TIMES.
000000            05 WE-KEY-VAL         PIC 9(6).
000000            05 WE-ON-FILE         PIC X(1).
000000     01 WS-EDIT-USED              PIC S9(4) COMP VALUE 0.
000000     01 WS-EDIT-SUB               PIC S9(4) COMP.
000000     01 WS-EDIT-HIT               PIC S9(4) COMP.
000000     01 WS-EDIT-ON-FILE-FLAG      PIC X(1).
000000        88 EDIT-KEY-ON-FILE                   VALUE 'Y'.
000000     01 WS-EDIT-FULL-FLAG         PIC X(1) VALUE 'N'.
000000        88 EDIT-TABLE-FULL                    VALUE 'Y'.
000000
000000*    Under EDIT a rejection reads 'WOULD REJECT - reason'.
000000     01 WS-EDIT-REJ-DISP.
000000         03 FILLER                PIC X(15)
000000                     VALUE 'WOULD REJECT - '.
000000         03 EDIT-REJ-REASON       PIC X(15).
000000     01 WS-EDIT-PARK-DISP.
000000         03 FILLER                PIC X(17)
000000                     VALUE 'WOULD PARK - EFF '.
000000         03 EDIT-PARK-DATE        PIC X(8).
000000
000000*    Maintenance stamps for 2200/2300 - the run date and time
000000*    come from the system at initialization, the user ID rides
000000*    in on the PARM after the run mode (PARM='ADD,USR01'), so
000000             WHEN MODE-READ OR MODE-RESTART
000000                 PERFORM 1000-READ-PASS
000000             WHEN MODE-MAINT OR MODE-ADD OR MODE-CHANGE
000000                     OR MODE-DELETE OR MODE-EDIT
000000                 PERFORM 2000-MAINTAIN-PASS
000000             WHEN OTHER
000000                 DISPLAY "INVALID RUN MODE: " WS-RUN-MODE
000000             AFTER ADVANCING 2 LINES.
000000
000000     2000-MAINTAIN-PASS.
000000         PERFORM 2010-BALANCE-DECK.
000000         IF MODE-EDIT
000000             OPEN INPUT OJTKSDATA
000000         ELSE
000000             IF DECK-BALANCED
000000                 OPEN I-O OJTKSDATA
000000             END-IF
000000         END-IF.
000000         EVALUATE TRUE
000000             WHEN NOT MODE-EDIT AND DECK-OUT-OF-BALANCE
000000                 PERFORM 2045-REFUSE-DECK
000000             WHEN WS-OJTKSDATA-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR OPENING OJTKSDATA: "
000000                         WS-OJTKSDATA-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000             WHEN OTHER
000000                 PERFORM 2005-OPEN-DECK-FILES
000000         END-EVALUATE.
000000
000000     2005-OPEN-DECK-FILES.
000000         OPEN INPUT SYSIN-FILE.
000000         IF WS-SYSIN-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING SYSIN: "
000000                     WS-SYSIN-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             CLOSE OJTKSDATA
000000         ELSE
000000             IF NOT MODE-EDIT
000000                 OPEN OUTPUT JRNLFILE
000000             END-IF
000000             IF NOT MODE-EDIT AND WS-JRNLFILE-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR OPENING JRNLFILE: "
000000                         WS-JRNLFILE-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000                 CLOSE SYSIN-FILE
000000                 CLOSE OJTKSDATA
000000             ELSE
000000                 PERFORM 2006-APPLY-DECK
000000             END-IF
000000         END-IF.
000000
000000     2006-APPLY-DECK.
000000         OPEN OUTPUT REPTFILE.
000000         IF MODE-EDIT
000000             MOVE "OJTKSDATA EDIT-ONLY REGISTER"
000000                 TO REG-HDR-TITLE
000000             MOVE "WOULD APPLY " TO REG-TOT-LABEL
000000         ELSE
000000             OPEN OUTPUT PENDFILE
000000         END-IF.
000000         PERFORM 2040-PRINT-BALANCE.
000000         PERFORM 2100-READ-SYSIN.
000000         PERFORM UNTIL SYSIN-EOF
000000*            The trailer was settled by 2010-BALANCE-DECK - it is
000000*            not a maintenance card.
000000             IF NOT SI-TRAILER-CARD
000000                 PERFORM 2160-PROCESS-CARD
000000             END-IF
000000             PERFORM 2100-READ-SYSIN
000000         END-PERFORM.
000000         PERFORM 2450-PRINT-REG-TOTALS.
000000         CLOSE REPTFILE.
000000         IF NOT MODE-EDIT
000000             CLOSE PENDFILE
000000             CLOSE JRNLFILE
000000         END-IF.
000000         CLOSE SYSIN-FILE.
000000         CLOSE OJTKSDATA.
000000         IF MODE-EDIT
000000             DISPLAY "WOULD ADD       : " WS-ADD-COUNT
000000             DISPLAY "WOULD CHANGE    : " WS-CHANGE-COUNT
000000             DISPLAY "WOULD DELETE    : " WS-DELETE-COUNT
000000             DISPLAY "WOULD REJECT    : " WS-REJECT-COUNT
000000             DISPLAY "WOULD PARK      : " WS-PARK-COUNT
000000         ELSE
000000             DISPLAY "RECORDS ADDED   : " WS-ADD-COUNT
000000             DISPLAY "RECORDS CHANGED : " WS-CHANGE-COUNT
000000             DISPLAY "RECORDS DELETED : " WS-DELETE-COUNT
000000             DISPLAY "RECORDS REJECTED: " WS-REJECT-COUNT
000000             DISPLAY "CARDS PARKED    : " WS-PARK-COUNT
000000         END-IF.
000000         IF WS-REJECT-COUNT > 0 OR EDIT-TABLE-FULL
000000             MOVE 4 TO RETURN-CODE
000000         END-IF.
000000*        An edit of a deck that would be refused fails the same
000000*        way the real run would.
000000         IF MODE-EDIT AND DECK-OUT-OF-BALANCE
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000*    Balancing pass - the whole deck is read once before any
000000*    card is applied: detail cards are counted by action code
000000*    and their keys hashed, and the trailer's claims are held
000000*    against them.  SYSIN is then reopened for the real pass.
000000     2010-BALANCE-DECK.
000000         OPEN INPUT SYSIN-FILE.
000000         IF WS-SYSIN-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING SYSIN: "
000000                     WS-SYSIN-STATUS
000000             SET DECK-OUT-OF-BALANCE TO TRUE
000000             MOVE 'SYSIN WOULD NOT OPEN' TO BAL-RESULT-TEXT
000000         ELSE
000000             PERFORM 2100-READ-SYSIN
000000             PERFORM UNTIL SYSIN-EOF
000000                 PERFORM 2020-TALLY-CARD
000000                 PERFORM 2100-READ-SYSIN
000000             END-PERFORM
000000             CLOSE SYSIN-FILE
000000             MOVE 'N' TO WS-SYSIN-EOF-FLAG
000000             PERFORM 2030-CHECK-TRAILER
000000         END-IF.
000000
000000     2020-TALLY-CARD.
000000         IF WS-TRL-CARD-COUNT > 0
000000             ADD 1 TO WS-AFTER-TRL-COUNT
000000         END-IF.
000000         IF SI-TRAILER-CARD
000000             ADD 1 TO WS-TRL-CARD-COUNT
000000             IF ST-CONTROLS NUMERIC
000000                 MOVE ST-ADD-COUNT TO WS-TRL-ADD
000000                 MOVE ST-CHANGE-COUNT TO WS-TRL-CHANGE
000000                 MOVE ST-DELETE-COUNT TO WS-TRL-DELETE
000000                 MOVE ST-TOTAL-COUNT TO WS-TRL-TOTAL
000000                 MOVE ST-KEY-HASH TO WS-TRL-HASH
000000             ELSE
000000                 SET TRL-NOT-NUMERIC TO TRUE
000000             END-IF
000000         ELSE
000000             ADD 1 TO WS-DECK-TOTAL
000000*            A legacy card has no action code and carries its key
000000*            in cols 1-6 - it counts under the mode's action.
000000             IF MODE-MAINT OR MODE-EDIT
000000                 MOVE SI-ACTION TO WS-CARD-ACTION
000000                 MOVE SI-KEY-VAL TO WS-LEG-KEY
000000             ELSE
000000                 MOVE WS-FORCED-ACTION TO WS-CARD-ACTION
000000                 MOVE SL-KEY-VAL TO WS-LEG-KEY
000000             END-IF
000000             EVALUATE WS-CARD-ACTION
000000                 WHEN 'A'
000000                     ADD 1 TO WS-DECK-ADD
000000                 WHEN 'C'
000000                     ADD 1 TO WS-DECK-CHANGE
000000                 WHEN 'D'
000000                     ADD 1 TO WS-DECK-DELETE
000000             END-EVALUATE
000000             IF WS-LEG-KEY NUMERIC
000000                 MOVE WS-LEG-KEY TO TEMP-KEY
000000                 ADD TEMP-KEY TO WS-DECK-HASH
000000             END-IF
000000         END-IF.
000000
000000     2030-CHECK-TRAILER.
000000         SET DECK-OUT-OF-BALANCE TO TRUE.
000000         EVALUATE TRUE
000000             WHEN WS-TRL-CARD-COUNT = 0
000000                 MOVE 'NO TRAILER CARD - DECK SHORT?'
000000                     TO BAL-RESULT-TEXT
000000             WHEN WS-TRL-CARD-COUNT > 1
000000                 MOVE 'MORE THAN ONE TRAILER CARD'
000000                     TO BAL-RESULT-TEXT
000000             WHEN WS-AFTER-TRL-COUNT > 0
000000                 MOVE 'CARDS FOUND AFTER THE TRAILER'
000000                     TO BAL-RESULT-TEXT
000000             WHEN TRL-NOT-NUMERIC
000000                 MOVE 'TRAILER CONTROLS NOT NUMERIC'
000000                     TO BAL-RESULT-TEXT
000000             WHEN WS-TRL-ADD = WS-DECK-ADD AND
000000                  WS-TRL-CHANGE = WS-DECK-CHANGE AND
000000                  WS-TRL-DELETE = WS-DECK-DELETE AND
000000                  WS-TRL-TOTAL = WS-DECK-TOTAL AND
000000                  WS-TRL-HASH = WS-DECK-HASH
000000                 SET DECK-BALANCED TO TRUE
000000                 MOVE 'DECK BALANCES' TO BAL-RESULT-TEXT
000000             WHEN OTHER
000000                 MOVE 'COUNTS OR KEY HASH OUT OF BALANCE'
000000                     TO BAL-RESULT-TEXT
000000         END-EVALUATE.
000000         DISPLAY "DECK CARDS A/C/D : " WS-DECK-ADD " "
000000                 WS-DECK-CHANGE " " WS-DECK-DELETE.
000000         DISPLAY "TOTAL / KEY HASH : " WS-DECK-TOTAL " "
000000                 WS-DECK-HASH.
000000         DISPLAY "TRAILER A/C/D    : " WS-TRL-ADD " "
000000                 WS-TRL-CHANGE " " WS-TRL-DELETE.
000000         DISPLAY "TOTAL / KEY HASH : " WS-TRL-TOTAL " "
000000                 WS-TRL-HASH.
000000         DISPLAY "DECK CONTROL     : " BAL-RESULT-TEXT.
000000
000000*    The deck controls head the register's first page, ahead
000000*    of the card column headings.
000000     2040-PRINT-BALANCE.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO REG-HDR-PAGE-NO.
000000         WRITE REPT-LINE FROM WS-REG-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-BAL-HDR
000000             AFTER ADVANCING 2 LINES.
000000         MOVE 'DECK CARDS' TO BAL-LABEL.
000000         MOVE WS-DECK-ADD TO BAL-ADD.
000000         MOVE WS-DECK-CHANGE TO BAL-CHANGE.
000000         MOVE WS-DECK-DELETE TO BAL-DELETE.
000000         MOVE WS-DECK-TOTAL TO BAL-TOTAL.
000000         MOVE WS-DECK-HASH TO BAL-HASH.
000000         WRITE REPT-LINE FROM WS-BAL-LINE
000000             AFTER ADVANCING 1 LINE.
000000         MOVE 'TRAILER' TO BAL-LABEL.
000000         MOVE WS-TRL-ADD TO BAL-ADD.
000000         MOVE WS-TRL-CHANGE TO BAL-CHANGE.
000000         MOVE WS-TRL-DELETE TO BAL-DELETE.
000000         MOVE WS-TRL-TOTAL TO BAL-TOTAL.
000000         MOVE WS-TRL-HASH TO BAL-HASH.
000000         WRITE REPT-LINE FROM WS-BAL-LINE
000000             AFTER ADVANCING 1 LINE.
000000         WRITE REPT-LINE FROM WS-BAL-RESULT
000000             AFTER ADVANCING 1 LINE.
000000         MOVE 4 TO WS-LINE-COUNT.
000000         IF NOT MODE-EDIT AND DECK-OUT-OF-BALANCE
000000             WRITE REPT-LINE FROM WS-BAL-REFUSED
000000                 AFTER ADVANCING 2 LINES
000000         ELSE
000000             WRITE REPT-LINE FROM WS-REG-HDR-2
000000                 AFTER ADVANCING 2 LINES
000000         END-IF.
000000         ADD 2 TO WS-LINE-COUNT.
000000
000000*    A deck that does not balance is not applied at all - the
000000*    master is never opened for update, and the register shows
000000*    the controls so the department can see what to re-cut.
000000     2045-REFUSE-DECK.
000000         OPEN OUTPUT REPTFILE.
000000         PERFORM 2040-PRINT-BALANCE.
000000         CLOSE REPTFILE.
000000         DISPLAY "DECK DOES NOT BALANCE - NOTHING APPLIED".
000000         MOVE 8 TO RETURN-CODE.
000000
000000     2050-STAMP-MAINT.
000000         MOVE WS-MAINT-DATE TO REC-MAINT-DATE.
000000
000000     2160-PROCESS-CARD.
000000         ADD 1 TO WS-CARD-SEQ.
000000         IF MODE-MAINT OR MODE-EDIT
000000             MOVE SI-ACTION TO WS-CARD-ACTION
000000         ELSE
000000             MOVE WS-FORCED-ACTION TO WS-CARD-ACTION
000000             PERFORM 2170-SHIFT-LEGACY-CARD
000000         END-IF.
000000         PERFORM 2150-VALIDATE-SYSIN.
000000         EVALUATE TRUE
000000             WHEN FLDCHECK-INVALID
000000                 DISPLAY "REJECTED, KEY NOT NUMERIC: " SI-KEY-VAL
000000                 MOVE 'REJECTED - KEY NOT NUMERIC' TO WS-DISP-TEXT
000000                 ADD 1 TO WS-REJECT-COUNT
000000             WHEN WS-CARD-ACTION NOT = 'A' AND
000000                  WS-CARD-ACTION NOT = 'C' AND
000000                  WS-CARD-ACTION NOT = 'D'
000000                 DISPLAY "REJECTED, BAD ACTION: " SI-KEY-VAL
000000                         " " WS-CARD-ACTION
000000                 MOVE 'REJECTED - BAD ACTION CODE' TO WS-DISP-TEXT
000000                 ADD 1 TO WS-REJECT-COUNT
000000             WHEN SI-STATUS NOT = SPACE AND
000000                  SI-STATUS NOT = 'A' AND
000000                  SI-STATUS NOT = 'S' AND
000000                  SI-STATUS NOT = 'C'
000000                 DISPLAY "REJECTED, BAD STATUS: "
000000                         SI-KEY-VAL " " SI-STATUS
000000                 MOVE 'REJECTED - BAD STATUS' TO WS-DISP-TEXT
000000                 ADD 1 TO WS-REJECT-COUNT
000000             WHEN SI-EFF-DATE NOT = SPACES AND
000000                  SI-EFF-DATE NOT = '00000000' AND
000000                  SI-EFF-DATE NOT NUMERIC
000000                 DISPLAY "REJECTED, BAD EFF DATE: "
000000                         SI-KEY-VAL " " SI-EFF-DATE
000000                 MOVE 'REJECTED - BAD EFF DATE' TO WS-DISP-TEXT
000000                 ADD 1 TO WS-REJECT-COUNT
000000             WHEN SI-EFF-DATE NUMERIC AND
000000                  SI-EFF-DATE > WS-MAINT-DATE
000000*                Not due yet - park the card image unchanged for
000000*                the nightly OJTRLSE release job.
000000                 PERFORM 2180-PARK-CARD
000000             WHEN MODE-EDIT
000000                 PERFORM 2500-PREDICT-CARD
000000             WHEN WS-CARD-ACTION = 'A'
000000                 PERFORM 2200-ADD-RECORD
000000             WHEN WS-CARD-ACTION = 'C'
000000                 PERFORM 2300-CHANGE-RECORD
000000             WHEN WS-CARD-ACTION = 'D'
000000                 PERFORM 2400-DELETE-RECORD
000000         END-EVALUATE.
000000         IF MODE-EDIT AND WS-DISP-TEXT(1:11) = 'REJECTED - '
000000             MOVE WS-DISP-TEXT(12:15) TO EDIT-REJ-REASON
000000             MOVE WS-EDIT-REJ-DISP TO WS-DISP-TEXT
000000         END-IF.
000000         PERFORM 2090-PRINT-REGISTER.
000000
000000         MOVE WS-LEG-KEY TO SI-KEY-VAL.
000000         MOVE WS-LEG-TEXT TO SI-SAY-HELLO-WORLD.
000000
000000     2180-PARK-CARD.
000000         IF MODE-EDIT
000000             ADD 1 TO WS-PARK-COUNT
000000             MOVE SI-EFF-DATE TO EDIT-PARK-DATE
000000             MOVE WS-EDIT-PARK-DISP TO WS-DISP-TEXT
000000         ELSE
000000             WRITE PEND-CARD FROM SYSIN-REC
000000             IF WS-PENDFILE-STATUS NOT = "00"
000000                 DISPLAY "PEND WRITE FAILED: "
000000                         WS-PENDFILE-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000                 SET SYSIN-EOF TO TRUE
000000                 MOVE 'REJECTED - PEND WRITE FAIL'
000000                     TO WS-DISP-TEXT
000000                 ADD 1 TO WS-REJECT-COUNT
000000             ELSE
000000                 ADD 1 TO WS-PARK-COUNT
000000                 MOVE SI-EFF-DATE TO PARK-EFF-DATE
000000                 MOVE WS-PARK-DISP TO WS-DISP-TEXT
000000             END-IF
000000         END-IF.
000000
000000     2200-ADD-RECORD.
000000         MOVE SI-KEY-VAL TO KEY-VAL.
000000         MOVE SI-SAY-HELLO-WORLD TO SAY-HELLO-WORLD.
000000                         ADD 1 TO WS-DELETE-COUNT
000000                         MOVE 'DELETED' TO WS-DISP-TEXT
000000                         MOVE 'D' TO WS-JRN-ACTION
000000                         MOVE SPACES TO SAY-HELLO-WORLD
000000                         MOVE SPACES TO REC-STATUS
000000                         MOVE SPACES TO REC-DESC
000000                         PERFORM 2050-STAMP-MAINT
000000                         MOVE IN-DATA TO WS-JRN-AFTER
000000                         PERFORM 2080-WRITE-JOURNAL
000000                 END-DELETE
000000         END-READ.
000000         MOVE WS-REJECT-COUNT TO REG-TOT-REJECTED.
000000         WRITE REPT-LINE FROM WS-REG-TOTAL
000000             AFTER ADVANCING 2 LINES.
000000
000000*    EDIT mode - what the card would do, decided the way
000000*    2200/2300/2400 would decide it, without touching the
000000*    master.  The register shows the prediction; the counts
000000*    are what the real run would apply.
000000     2500-PREDICT-CARD.
000000         PERFORM 2510-FIND-KEY.
000000         EVALUATE WS-CARD-ACTION
000000             WHEN 'A'
000000                 IF EDIT-KEY-ON-FILE
000000                     DISPLAY "WOULD REJECT, KEY EXISTS: "
000000                             SI-KEY-VAL
000000                     MOVE 'REJECTED - KEY EXISTS' TO WS-DISP-TEXT
000000                     ADD 1 TO WS-REJECT-COUNT
000000                 ELSE
000000                     ADD 1 TO WS-ADD-COUNT
000000                     MOVE 'WOULD ADD' TO WS-DISP-TEXT
000000                     MOVE 'Y' TO WS-EDIT-ON-FILE-FLAG
000000                     PERFORM 2520-REMEMBER-KEY
000000                 END-IF
000000             WHEN 'C'
000000                 IF EDIT-KEY-ON-FILE
000000                     ADD 1 TO WS-CHANGE-COUNT
000000                     MOVE 'WOULD CHANGE' TO WS-DISP-TEXT
000000                 ELSE
000000                     DISPLAY "WOULD REJECT, KEY NOT FOUND: "
000000                             SI-KEY-VAL
000000                     MOVE 'REJECTED - KEY NOT FOUND'
000000                         TO WS-DISP-TEXT
000000                     ADD 1 TO WS-REJECT-COUNT
000000                 END-IF
000000             WHEN 'D'
000000                 IF EDIT-KEY-ON-FILE
000000                     ADD 1 TO WS-DELETE-COUNT
000000                     MOVE 'WOULD DELETE' TO WS-DISP-TEXT
000000                     MOVE 'N' TO WS-EDIT-ON-FILE-FLAG
000000                     PERFORM 2520-REMEMBER-KEY
000000                 ELSE
000000                     DISPLAY "WOULD REJECT, KEY NOT FOUND: "
000000                             SI-KEY-VAL
000000                     MOVE 'REJECTED - KEY NOT FOUND'
000000                         TO WS-DISP-TEXT
000000                     ADD 1 TO WS-REJECT-COUNT
000000                 END-IF
000000         END-EVALUATE.
000000
000000     2510-FIND-KEY.
000000         MOVE 0 TO WS-EDIT-HIT.
000000         PERFORM VARYING WS-EDIT-SUB FROM 1 BY 1
000000                 UNTIL WS-EDIT-SUB > WS-EDIT-USED
000000                    OR WS-EDIT-HIT > 0
000000             IF WE-KEY-VAL(WS-EDIT-SUB) = SI-KEY-VAL
000000                 MOVE WS-EDIT-SUB TO WS-EDIT-HIT
000000             END-IF
000000         END-PERFORM.
000000         IF WS-EDIT-HIT > 0
000000             MOVE WE-ON-FILE(WS-EDIT-HIT) TO WS-EDIT-ON-FILE-FLAG
000000         ELSE
000000             MOVE SI-KEY-VAL TO KEY-VAL
000000             READ OJTKSDATA
000000                 INVALID KEY
000000                     MOVE 'N' TO WS-EDIT-ON-FILE-FLAG
000000                 NOT INVALID KEY
000000                     MOVE 'Y' TO WS-EDIT-ON-FILE-FLAG
000000             END-READ
000000         END-IF.
000000
000000     2520-REMEMBER-KEY.
000000         IF WS-EDIT-HIT > 0
000000             MOVE WS-EDIT-ON-FILE-FLAG TO WE-ON-FILE(WS-EDIT-HIT)
000000         ELSE
000000             IF WS-EDIT-USED < 5000
000000                 ADD 1 TO WS-EDIT-USED
000000                 MOVE SI-KEY-VAL TO WE-KEY-VAL(WS-EDIT-USED)
000000                 MOVE WS-EDIT-ON-FILE-FLAG
000000                     TO WE-ON-FILE(WS-EDIT-USED)
000000             ELSE
000000                 IF NOT EDIT-TABLE-FULL
000000*                    Later cards for this key are predicted from
000000*                    the master alone - say so, and end RC 4.
000000                     SET EDIT-TABLE-FULL TO TRUE
000000                     DISPLAY "EDIT KEY TABLE FULL AT CARD "
000000                             WS-CARD-SEQ
000000                             " - LATER PREDICTIONS MAY BE WRONG"
000000                 END-IF
000000             END-IF
000000         END-IF.
