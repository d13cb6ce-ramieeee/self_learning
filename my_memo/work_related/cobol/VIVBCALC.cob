000000* flagged.  Schedule inside the batch window VIVSCHED protects
000000* (see VIVBCALC.jcl) so the run never collides with the online
000000* desk.
000000* A card may carry an OJTKSDATA account key (KEY-VAL) to tag
000000* the calculation with, under the same rules the VIVP screen
000000* applies: the key must be on the master (RAMIEOJT) and not
000000* closed, and a suspended account posts with a warning in the
000000* register.  Blank means no account.
000000* CARD LAYOUT: OPERAND1 COLS 1-10, OPERATOR COL 11, OPERAND2
000000* COLS 12-21, ACCOUNT KEY COLS 22-27.
000000* RSLTOUT is the machine-readable return file for the accounts
000000* department, cut alongside the register so nobody re-keys it:
000000* a header (H), one detail (D) per card with the sequence
000000* number, operands, operator, account, a disposition code and
000000* the result or reject reason, and a trailer (T) with the
000000* control totals.  A run that stops on an I/O error writes no
000000* trailer, so a short file can never be loaded as complete.
000000* Every deck is fingerprinted (card count, operand total, key
000000* total, and a hash of every card image weighted by column and
000000* by the card's place in the deck) on the deck-control KSDS
000000* RAMIEVD before anything posts.  A deck already posted
000000* complete is refused - PARM 'REPOST' posts it again,
000000* deliberately, under a new stamp.  A deck whose earlier run
000000* never finished is resumed under that run's own history stamp,
000000* so each card's history key comes out exactly as before: a
000000* card the earlier run posted is found on VIVPHIST, checked
000000* against the card, and passed over, never written twice.  A
000000* resume is refused when run control (VIVRCTL) shows VIVHEXT or
000000* VIVGLIF already complete for that stamp's date - the rest of
000000* the deck would post into a day already extracted and sent to
000000* the ledger.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000     ACCESS MODE IS DYNAMIC
000000     RECORD KEY IS HIST-KEY
000000     FILE STATUS IS WS-VIVPHIST-STATUS.
000000     SELECT OJTKSDATA ASSIGN TO RAMIEOJT
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS RANDOM
000000     RECORD KEY IS KEY-VAL
000000     FILE STATUS IS WS-OJTKSDATA-STATUS.
000000     SELECT CALCIN ASSIGN TO CALCIN
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CALCIN-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000     SELECT RSLTOUT ASSIGN TO RSLTOUT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-RSLTOUT-STATUS.
000000     SELECT VIVBDECK ASSIGN TO RAMIEVD
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS RANDOM
000000     RECORD KEY IS DK-KEY
000000     FILE STATUS IS WS-VIVBDECK-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD VIVPHIST.
000000         03 HIST-NO2I              PIC 9(7)V99.
000000         03 HIST-OPRI              PIC X(1).
000000         03 HIST-RSLT              PIC S9(15)V99.
000000         03 HIST-ACCT-KEY          PIC X(6).
000000         03 HIST-ENTRY-TYPE        PIC X(1).
000000         03 HIST-REV-STATUS        PIC X(1).
000000         03 HIST-LINK-KEY          PIC X(19).
000000         03 HIST-REASON            PIC X(2).
000000         03 HIST-OPID              PIC X(3).
000000 FD OJTKSDATA.
000000     01 IN-DATA.
000000         03 KEY-VAL                PIC 9(6).
000000         03 SAY-HELLO-WORLD        PIC X(13).
000000         03 REC-STATUS             PIC X(1).
000000            88 REC-ACTIVE                      VALUE 'A'.
000000            88 REC-SUSPENDED                   VALUE 'S'.
000000            88 REC-CLOSED                      VALUE 'C'.
000000         03 REC-DESC               PIC X(30).
000000         03 REC-MAINT-DATE         PIC 9(8).
000000         03 REC-MAINT-TIME         PIC 9(6).
000000         03 REC-MAINT-USER         PIC X(8).
000000 FD CALCIN
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CALC-CARD.
000000         03 CRD-NO1                PIC X(10).
000000         03 CRD-OPR                PIC X(1).
000000         03 CRD-NO2                PIC X(10).
000000         03 CRD-ACCT               PIC X(6).
000000         03 FILLER                 PIC X(53).
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                  PIC X(80).
000000*    Results return file, LRECL 80.  Disposition code: C
000000*    calculated and posted, W the same with a suspended-account
000000*    warning, P posted by an earlier run of this deck, R
000000*    rejected (result zero, reason in RSL-REASON).  Signed
000000*    amounts carry a leading separate sign.
000000 FD RSLTOUT
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 RSLT-REC.
000000         03 RSL-TYPE               PIC X(1).
000000         03 RSL-CARD-SEQ           PIC 9(7).
000000         03 RSL-NO1                PIC 9(7)V99.
000000         03 RSL-OPR                PIC X(1).
000000         03 RSL-NO2                PIC 9(7)V99.
000000         03 RSL-ACCT               PIC X(6).
000000         03 RSL-CODE               PIC X(1).
000000         03 RSL-RESULT             PIC S9(15)V99
000000                                   SIGN LEADING SEPARATE.
000000         03 RSL-REASON             PIC X(22).
000000         03 FILLER                 PIC X(6).
000000     01 RSLT-HDR-REC.
000000         03 RSH-TYPE               PIC X(1).
000000         03 RSH-POST-DATE          PIC 9(7).
000000         03 RSH-POST-TIME          PIC 9(7).
000000         03 RSH-RUN-DATE           PIC 9(8).
000000         03 RSH-RUN-TIME           PIC 9(6).
000000         03 RSH-RESUMED            PIC X(1).
000000         03 FILLER                 PIC X(50).
000000     01 RSLT-TRL-REC.
000000         03 RST-TYPE               PIC X(1).
000000         03 RST-CARD-COUNT         PIC 9(7).
000000         03 RST-CALC-COUNT         PIC 9(7).
000000         03 RST-REJECT-COUNT       PIC 9(7).
000000         03 RST-PRIOR-COUNT        PIC 9(7).
000000         03 RST-RESULT-TOTAL       PIC S9(17)V99
000000                                   SIGN LEADING SEPARATE.
000000         03 FILLER                 PIC X(31).
000000*    Deck-control record, LRECL 109, keyed by the deck's
000000*    fingerprint.  DK-POST-DATE/TIME is the history stamp the
000000*    deck posts under - kept, so a resumed run reuses it.
000000 FD VIVBDECK.
000000     01 DK-REC.
000000         03 DK-KEY.
000000             05 DK-CARD-COUNT      PIC 9(7).
000000             05 DK-AMT-HASH        PIC 9(15)V99.
000000             05 DK-ACCT-HASH       PIC 9(13).
000000             05 DK-IMAGE-HASH      PIC 9(15).
000000         03 DK-STATUS              PIC X(1).
000000            88 DK-RUNNING                      VALUE 'R'.
000000            88 DK-COMPLETE                     VALUE 'C'.
000000         03 DK-POST-DATE           PIC 9(7).
000000         03 DK-POST-TIME           PIC 9(7).
000000         03 DK-START-DATE          PIC 9(8).
000000         03 DK-START-TIME          PIC 9(6).
000000         03 DK-END-DATE            PIC 9(8).
000000         03 DK-END-TIME            PIC 9(6).
000000         03 DK-CALC-COUNT          PIC 9(7).
000000         03 DK-REJECT-COUNT        PIC 9(7).
000000 WORKING-STORAGE SECTION.
000000     01 WS-VIVPHIST-STATUS        PIC X(2).
000000     01 WS-OJTKSDATA-STATUS       PIC X(2).
000000     01 WS-CALCIN-STATUS          PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000     01 WS-RSLTOUT-STATUS         PIC X(2).
000000     01 WS-VIVBDECK-STATUS        PIC X(2).
000000
000000     01 WS-PARM-REPOST-FLAG       PIC X(1) VALUE 'N'.
000000        88 PARM-REPOST                        VALUE 'Y'.
000000
000000*    What this deck is to the deck-control file - the
000000*    fingerprint, and whether it is new, a resumed partial
000000*    run, or refused.
000000     01 WS-DECK-KEY.
000000         03 WS-DECK-CARD-COUNT    PIC 9(7) VALUE 0.
000000         03 WS-DECK-AMT-HASH      PIC 9(15)V99 VALUE 0.
000000         03 WS-DECK-ACCT-HASH     PIC 9(13) VALUE 0.
000000         03 WS-DECK-IMAGE-HASH    PIC 9(15) VALUE 0.
000000     01 WS-DECK-FLAG              PIC X(1) VALUE 'N'.
000000        88 DECK-NEW                           VALUE 'N'.
000000        88 DECK-RESUMED                       VALUE 'R'.
000000        88 DECK-REFUSED                       VALUE 'X'.
000000     01 WS-ACCT-NUM               PIC 9(6).
000000
000000*    Card-image hash work fields - each byte of the card is taken
000000*    as its code point (the low byte of the halfword below) times
000000*    its column, and each card's sum is weighted again by its
000000*    place in the deck, so a changed, shifted or reordered card
000000*    moves the hash.  The running hash is kept below the modulus.
000000     01 WS-IMG-BYTE-WORK.
000000         03 WS-IMG-BYTE-HI        PIC X(1).
000000         03 WS-IMG-BYTE-LO        PIC X(1).
000000     01 WS-IMG-BYTE-NUM REDEFINES WS-IMG-BYTE-WORK
000000                                  PIC 9(4) COMP.
000000     01 WS-IMG-COL                PIC S9(4) COMP.
000000     01 WS-IMG-CARD-SUM           PIC 9(9) COMP-3.
000000     01 WS-IMG-ACCUM              PIC 9(18) COMP-3.
000000     01 WS-IMG-QUOT               PIC 9(18) COMP-3.
000000     01 WS-IMG-MODULUS            PIC 9(15) COMP-3
000000                                  VALUE 999999999999989.
000000
000000*    Run-control query - a resumed deck posts under its earlier
000000*    run's date, which must not already be extracted (VIVHEXT) or
000000*    interfaced to the ledger (VIVGLIF).
000000     01 WS-RCTL-FUNC              PIC X(1).
000000     01 WS-RCTL-JOB               PIC X(8).
000000     01 WS-RCTL-DATE              PIC 9(8) VALUE 0.
000000     01 WS-RCTL-JOBRC             PIC 9(2) VALUE 0.
000000     01 WS-RCTL-FLAG              PIC X(1).
000000        88 RCTL-OK                               VALUE 'Y'.
000000        88 RCTL-REFUSED                          VALUE 'N'.
000000
000000     01 WS-NOW-DATE               PIC 9(8) VALUE 0.
000000     01 WS-NOW-TIME               PIC 9(6) VALUE 0.
000000
000000*    Set when a resumed run finds the card's history record
000000*    already on file.
000000     01 WS-PRIOR-POST-FLAG        PIC X(1).
000000        88 PRIOR-POSTED                       VALUE 'Y'.
000000*    The history record this card would write, held while the
000000*    one already on file under its key is read to compare.
000000     01 WS-HIST-CARD.
000000         03 FILLER                PIC X(19).
000000         03 WS-HC-NO1I            PIC 9(7)V99.
000000         03 WS-HC-NO2I            PIC 9(7)V99.
000000         03 WS-HC-OPRI            PIC X(1).
000000         03 WS-HC-RSLT            PIC S9(15)V99.
000000         03 WS-HC-ACCT-KEY        PIC X(6).
000000         03 FILLER                PIC X(26).
000000     01 WS-PRIOR-COUNT            PIC 9(7) VALUE 0.
000000     01 WS-RESULT-TOTAL           PIC S9(17)V99 VALUE 0.
000000
000000     01 WS-CALCIN-EOF-FLAG        PIC X(1) VALUE 'N'.
000000        88 CALCIN-EOF                         VALUE 'Y'.
000000
000000*    Set by any I/O stop in the calculation pass.  RETURN-CODE
000000*    cannot carry the stop on its own - every CALL after it
000000*    resets it - so the trailer, the deck mark and the job's
000000*    final code all go by this switch.
000000     01 WS-STOP-FLAG              PIC X(1) VALUE 'N'.
000000        88 RUN-STOPPED                        VALUE 'Y'.
000000
000000     01 WS-VALID-CALC-FLAG        PIC X(1).
000000        88 VALID-CALC                         VALUE 'Y'.
000000        88 CALC-NOT-VALID                     VALUE 'N'.
000000     01 WS-CALC-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-REJECT-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-HIST-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-SUSP-COUNT             PIC 9(7) VALUE 0.
000000
000000*    Account the current card is tagged with - spaces when the
000000*    card carries none.
000000     01 WS-ACCT-KEY               PIC X(6).
000000     01 WS-ACCT-WARN-FLAG         PIC X(1).
000000        88 ACCT-SUSPENDED                     VALUE 'Y'.
000000        88 ACCT-NOT-SUSPENDED                 VALUE 'N'.
000000
000000     01 WS-DISP-TEXT              PIC X(22).
000000
000000         03 HDR-PAGE-NO           PIC ZZ9.
000000
000000     01 WS-REPT-HDR-2.
000000         03 FILLER                PIC X(8) VALUE "CARD".
000000         03 FILLER                PIC X(24) VALUE "CALCULATION".
000000         03 FILLER                PIC X(7) VALUE "ACCT".
000000         03 FILLER                PIC X(19) VALUE "RESULT".
000000         03 FILLER                PIC X(12) VALUE "DISPOSITION".
000000
000000     01 WS-REPT-DETAIL.
000000         03 DTL-CARD-SEQ          PIC ZZZZZZ9.
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-NO1               PIC X(10).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-OPR               PIC X(1).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-NO2               PIC X(10).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-ACCT              PIC X(6).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-RSLT              PIC -(14)9.99.
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 DTL-DISP              PIC X(22).
000000
000000     01 WS-REPT-TOT-1.
000000                     VALUE "HISTORY WRITTEN      : ".
000000         03 TOT-HIST              PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-5.
000000         03 FILLER                PIC X(24)
000000                     VALUE "SUSPENDED ACCOUNT    : ".
000000         03 TOT-SUSP              PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-6.
000000         03 FILLER                PIC X(24)
000000                     VALUE "POSTED BY EARLIER RUN: ".
000000         03 TOT-PRIOR             PIC ZZZZZZ9.
000000
000000     01 WS-REPT-RESUMED.
000000         03 FILLER                PIC X(40)
000000             VALUE "RESUMED - EARLIER RUN'S HISTORY STAMP ".
000000         03 RES-POST-DATE         PIC 9(7).
000000         03 FILLER                PIC X(1) VALUE SPACES.
000000         03 RES-POST-TIME         PIC 9(7).
000000
000000 LINKAGE SECTION.
000000     01 LS-PARM.
000000         03 LS-PARM-LEN           PIC S9(4) COMP.
000000         03 LS-PARM-DATA          PIC X(20).
000000
000000 PROCEDURE DIVISION USING LS-PARM.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0100-GET-RUN-STAMPS.
000000         PERFORM 0150-GET-PARM.
000000         IF RETURN-CODE = 0
000000             PERFORM 0200-CHECK-DECK
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             PERFORM 1000-CALC-PASS
000000             IF NOT RUN-STOPPED
000000                 PERFORM 0300-MARK-DECK-COMPLETE
000000             END-IF
000000         END-IF.
000000         IF WS-REJECT-COUNT > 0 AND RETURN-CODE = 0
000000             MOVE 4 TO RETURN-CODE
000000         END-IF.
000000         IF RUN-STOPPED
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000         DISPLAY "CARDS READ      : " WS-CARD-SEQ.
000000         DISPLAY "CALCULATED      : " WS-CALC-COUNT.
000000         DISPLAY "REJECTED        : " WS-REJECT-COUNT.
000000         DISPLAY "HISTORY WRITTEN : " WS-HIST-COUNT.
000000         DISPLAY "SUSPENDED ACCTS : " WS-SUSP-COUNT.
000000         DISPLAY "POSTED EARLIER  : " WS-PRIOR-COUNT.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000         ACCEPT WS-RUN-TIME-RAW FROM TIME.
000000         DIVIDE WS-RUN-TIME-RAW BY 100
000000             GIVING WS-RUN-TIME-HHMMSS.
000000         ACCEPT WS-NOW-DATE FROM DATE YYYYMMDD.
000000         MOVE WS-RUN-TIME-HHMMSS TO WS-NOW-TIME.
000000
000000     0150-GET-PARM.
000000         IF LS-PARM-LEN > 0
000000             IF LS-PARM-DATA(1:LS-PARM-LEN) = 'REPOST'
000000                 SET PARM-REPOST TO TRUE
000000             ELSE
000000                 DISPLAY "INVALID PARM: "
000000                         LS-PARM-DATA(1:LS-PARM-LEN)
000000                 MOVE 16 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000
000000*    Fingerprint the deck and settle it against the
000000*    deck-control file before a single card posts.
000000     0200-CHECK-DECK.
000000         OPEN INPUT CALCIN.
000000         IF WS-CALCIN-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING CALCIN: "
000000                     WS-CALCIN-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1100-READ-CALCIN
000000             PERFORM UNTIL CALCIN-EOF
000000                 PERFORM 0210-HASH-CARD
000000                 PERFORM 1100-READ-CALCIN
000000             END-PERFORM
000000             CLOSE CALCIN
000000             MOVE 'N' TO WS-CALCIN-EOF-FLAG
000000             DISPLAY "DECK CARDS      : " WS-DECK-CARD-COUNT
000000             DISPLAY "DECK HASHES     : " WS-DECK-AMT-HASH " "
000000                     WS-DECK-ACCT-HASH
000000             OPEN I-O VIVBDECK
000000             IF WS-VIVBDECK-STATUS NOT = "00"
000000*                A deck that cannot be checked for an earlier
000000*                posting must not post.
000000                 DISPLAY "I/O ERROR OPENING DECK CONTROL: "
000000                         WS-VIVBDECK-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 0220-SETTLE-DECK
000000                 CLOSE VIVBDECK
000000             END-IF
000000         END-IF.
000000
000000*    Card count, the total of every operand that edits as an
000000*    amount, the total of every numeric account key, and the
000000*    card-image hash - two decks agreeing on all four are taken
000000*    to be the same deck.
000000     0210-HASH-CARD.
000000         ADD 1 TO WS-DECK-CARD-COUNT.
000000         MOVE 'D' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 10 TO WS-FLDCHECK-LEN.
000000         MOVE CRD-NO1 TO WS-FLDCHECK-DATA(1:10).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-VALID
000000             MOVE CRD-NO1 TO WS-AMT-TEXT
000000             PERFORM 1400-EDIT-AMOUNT
000000             ADD WS-AMT-VALUE TO WS-DECK-AMT-HASH
000000         END-IF.
000000         MOVE CRD-NO2 TO WS-FLDCHECK-DATA(1:10).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-VALID
000000             MOVE CRD-NO2 TO WS-AMT-TEXT
000000             PERFORM 1400-EDIT-AMOUNT
000000             ADD WS-AMT-VALUE TO WS-DECK-AMT-HASH
000000         END-IF.
000000         IF CRD-ACCT NUMERIC
000000             MOVE CRD-ACCT TO WS-ACCT-NUM
000000             ADD WS-ACCT-NUM TO WS-DECK-ACCT-HASH
000000         END-IF.
000000         PERFORM 0215-HASH-IMAGE.
000000
000000     0215-HASH-IMAGE.
000000         MOVE 0 TO WS-IMG-CARD-SUM.
000000         MOVE LOW-VALUE TO WS-IMG-BYTE-HI.
000000         PERFORM VARYING WS-IMG-COL FROM 1 BY 1
000000                 UNTIL WS-IMG-COL > 80
000000             MOVE CALC-CARD(WS-IMG-COL:1) TO WS-IMG-BYTE-LO
000000             COMPUTE WS-IMG-CARD-SUM = WS-IMG-CARD-SUM +
000000                 WS-IMG-BYTE-NUM * WS-IMG-COL
000000         END-PERFORM.
000000         COMPUTE WS-IMG-ACCUM = WS-DECK-IMAGE-HASH +
000000             WS-IMG-CARD-SUM * WS-DECK-CARD-COUNT.
000000         DIVIDE WS-IMG-ACCUM BY WS-IMG-MODULUS
000000             GIVING WS-IMG-QUOT REMAINDER WS-DECK-IMAGE-HASH.
000000
000000     0220-SETTLE-DECK.
000000         MOVE WS-DECK-KEY TO DK-KEY.
000000         READ VIVBDECK
000000             INVALID KEY
000000                 SET DECK-NEW TO TRUE
000000                 PERFORM 0230-STAMP-DECK-START
000000                 WRITE DK-REC
000000                     INVALID KEY
000000                         DISPLAY "DECK CONTROL WRITE FAILED: "
000000                                 WS-VIVBDECK-STATUS
000000                         MOVE 8 TO RETURN-CODE
000000                 END-WRITE
000000             NOT INVALID KEY
000000                 EVALUATE TRUE
000000                     WHEN DK-RUNNING
000000*                        The earlier run never finished - post
000000*                        under its stamp so its cards are found,
000000*                        unless that date is already closed.
000000                         PERFORM 0240-CHECK-RESUME-DATE
000000                     WHEN PARM-REPOST
000000                         DISPLAY "DECK POSTED " DK-END-DATE " "
000000                                 DK-END-TIME
000000                                 " - POSTING AGAIN (REPOST)"
000000                         SET DECK-NEW TO TRUE
000000                         PERFORM 0230-STAMP-DECK-START
000000                         REWRITE DK-REC
000000                             INVALID KEY
000000                                 DISPLAY "DECK CONTROL REWRITE "
000000                                         "FAILED: "
000000                                         WS-VIVBDECK-STATUS
000000                                 MOVE 8 TO RETURN-CODE
000000                         END-REWRITE
000000                     WHEN OTHER
000000                         SET DECK-REFUSED TO TRUE
000000                         DISPLAY "DECK REFUSED - ALREADY POSTED "
000000                                 DK-END-DATE " " DK-END-TIME
000000                         MOVE 8 TO RETURN-CODE
000000                 END-EVALUATE
000000         END-READ.
000000
000000     0230-STAMP-DECK-START.
000000         MOVE WS-DECK-KEY TO DK-KEY.
000000         MOVE 'R' TO DK-STATUS.
000000         MOVE WS-RUN-DATE-CYYDDD TO DK-POST-DATE.
000000         MOVE WS-RUN-TIME-HHMMSS TO DK-POST-TIME.
000000         MOVE WS-NOW-DATE TO DK-START-DATE.
000000         MOVE WS-NOW-TIME TO DK-START-TIME.
000000         MOVE 0 TO DK-END-DATE.
000000         MOVE 0 TO DK-END-TIME.
000000         MOVE 0 TO DK-CALC-COUNT.
000000         MOVE 0 TO DK-REJECT-COUNT.
000000
000000*    A resumed deck posts under its earlier run's date.  Once
000000*    VIVHEXT has cut that date's extract, or VIVGLIF has sent it
000000*    to the ledger, the remaining cards would never reach either
000000*    - the resume is refused and the deck record left running.
000000     0240-CHECK-RESUME-DATE.
000000         MOVE 'Q' TO WS-RCTL-FUNC.
000000         MOVE DK-POST-DATE TO WS-RCTL-DATE.
000000         MOVE 'VIVHEXT' TO WS-RCTL-JOB.
000000         CALL 'VIVRCTL' USING WS-RCTL-FUNC, WS-RCTL-JOB,
000000                 WS-RCTL-DATE, WS-RCTL-JOBRC, WS-RCTL-FLAG.
000000         IF RCTL-OK
000000             MOVE 'VIVGLIF' TO WS-RCTL-JOB
000000             CALL 'VIVRCTL' USING WS-RCTL-FUNC, WS-RCTL-JOB,
000000                     WS-RCTL-DATE, WS-RCTL-JOBRC, WS-RCTL-FLAG
000000         END-IF.
000000         IF RCTL-REFUSED
000000             SET DECK-REFUSED TO TRUE
000000             DISPLAY "RESUME REFUSED - POSTING DATE " DK-POST-DATE
000000                     " ALREADY CLOSED"
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             SET DECK-RESUMED TO TRUE
000000             MOVE DK-POST-DATE TO WS-RUN-DATE-CYYDDD
000000             MOVE DK-POST-TIME TO WS-RUN-TIME-HHMMSS
000000             DISPLAY "RESUMING DECK STARTED "
000000                     DK-START-DATE " " DK-START-TIME
000000             MOVE 0 TO RETURN-CODE
000000         END-IF.
000000
000000*    Only a run that reached the end of the deck marks it
000000*    complete; after an I/O stop the record stays running and
000000*    the next submission resumes it.  If the mark itself fails
000000*    the next submission resumes and finds every card posted -
000000*    harmless, so that is a warning.
000000     0300-MARK-DECK-COMPLETE.
000000         OPEN I-O VIVBDECK
000000         IF WS-VIVBDECK-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING DECK CONTROL: "
000000                     WS-VIVBDECK-STATUS
000000             MOVE 4 TO RETURN-CODE
000000         ELSE
000000             PERFORM 0310-STAMP-DECK-COMPLETE
000000             CLOSE VIVBDECK
000000         END-IF.
000000
000000     0310-STAMP-DECK-COMPLETE.
000000         MOVE WS-DECK-KEY TO DK-KEY.
000000         READ VIVBDECK
000000             INVALID KEY
000000                 DISPLAY "DECK CONTROL RECORD MISSING"
000000                 MOVE 4 TO RETURN-CODE
000000             NOT INVALID KEY
000000                 MOVE 'C' TO DK-STATUS
000000                 ACCEPT DK-END-DATE FROM DATE YYYYMMDD
000000                 ACCEPT WS-RUN-TIME-RAW FROM TIME
000000                 DIVIDE WS-RUN-TIME-RAW BY 100
000000                     GIVING DK-END-TIME
000000                 MOVE WS-CALC-COUNT TO DK-CALC-COUNT
000000                 MOVE WS-REJECT-COUNT TO DK-REJECT-COUNT
000000                 REWRITE DK-REC
000000                     INVALID KEY
000000                         DISPLAY "DECK CONTROL REWRITE FAILED"
000000                         MOVE 4 TO RETURN-CODE
000000                 END-REWRITE
000000         END-READ.
000000
000000     1000-CALC-PASS.
000000         OPEN I-O VIVPHIST.
000000             DISPLAY "I/O ERROR OPENING VIVPHIST: "
000000                     WS-VIVPHIST-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET RUN-STOPPED TO TRUE
000000         ELSE
000000             OPEN INPUT CALCIN
000000             IF WS-CALCIN-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR OPENING CALCIN: "
000000                         WS-CALCIN-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000                 SET RUN-STOPPED TO TRUE
000000                 CLOSE VIVPHIST
000000             ELSE
000000                 OPEN INPUT OJTKSDATA
000000                 IF WS-OJTKSDATA-STATUS NOT = "00"
000000                     DISPLAY "I/O ERROR OPENING OJTKSDATA: "
000000                             WS-OJTKSDATA-STATUS
000000                     MOVE 8 TO RETURN-CODE
000000                     SET RUN-STOPPED TO TRUE
000000                     CLOSE CALCIN
000000                     CLOSE VIVPHIST
000000                 ELSE
000000                     PERFORM 1010-RUN-DECK
000000                 END-IF
000000             END-IF
000000         END-IF.
000000
000000     1010-RUN-DECK.
000000         OPEN OUTPUT RSLTOUT.
000000         IF WS-RSLTOUT-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING RSLTOUT: "
000000                     WS-RSLTOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET RUN-STOPPED TO TRUE
000000         ELSE
000000             OPEN OUTPUT REPTFILE
000000             PERFORM 1050-WRITE-RESULT-HEADER
000000             PERFORM 1100-READ-CALCIN
000000             PERFORM UNTIL CALCIN-EOF
000000                 PERFORM 1200-PROCESS-CARD
000000                 PERFORM 1100-READ-CALCIN
000000             END-PERFORM
000000             PERFORM 3000-PRINT-TOTALS
000000             IF NOT RUN-STOPPED
000000                 PERFORM 1800-WRITE-RESULT-TRAILER
000000             END-IF
000000             CLOSE REPTFILE
000000             CLOSE RSLTOUT
000000         END-IF.
000000         CLOSE OJTKSDATA.
000000         CLOSE CALCIN.
000000         CLOSE VIVPHIST.
000000
000000     1050-WRITE-RESULT-HEADER.
000000         MOVE SPACES TO RSLT-HDR-REC.
000000         MOVE 'H' TO RSH-TYPE.
000000         MOVE WS-RUN-DATE-CYYDDD TO RSH-POST-DATE.
000000         MOVE WS-RUN-TIME-HHMMSS TO RSH-POST-TIME.
000000         MOVE WS-NOW-DATE TO RSH-RUN-DATE.
000000         MOVE WS-NOW-TIME TO RSH-RUN-TIME.
000000         IF DECK-RESUMED
000000             MOVE 'Y' TO RSH-RESUMED
000000         ELSE
000000             MOVE 'N' TO RSH-RESUMED
000000         END-IF.
000000         WRITE RSLT-HDR-REC.
000000         PERFORM 1750-CHECK-RESULT-WRITE.
000000
000000     1100-READ-CALCIN.
000000         READ CALCIN
000000     1200-PROCESS-CARD.
000000         ADD 1 TO WS-CARD-SEQ.
000000         SET VALID-CALC TO TRUE.
000000         MOVE 'N' TO WS-PRIOR-POST-FLAG.
000000         MOVE SPACES TO WS-ACCT-KEY.
000000         SET ACCT-NOT-SUSPENDED TO TRUE.
000000         PERFORM 1300-EDIT-OPERANDS.
000000         IF VALID-CALC
000000             PERFORM 1350-EDIT-ACCOUNT
000000         END-IF.
000000         IF VALID-CALC
000000             PERFORM 1500-CALC
000000         END-IF.
000000         IF VALID-CALC
000000             PERFORM 1600-LOG-RESULT
000000         END-IF.
000000         PERFORM 2000-PRINT-REGISTER.
000000         PERFORM 1700-WRITE-RESULT.
000000
000000     1300-EDIT-OPERANDS.
000000         MOVE 'D' TO WS-FLDCHECK-TYPE.
000000             ADD 1 TO WS-REJECT-COUNT
000000         END-IF.
000000
000000*    Same account rules as VIVPMAIN's 0260-VALIDATE-ACCOUNT -
000000*    blank is no account, otherwise six digits on the master
000000*    and not closed; suspended posts with a warning.
000000     1350-EDIT-ACCOUNT.
000000         IF CRD-ACCT NOT = SPACES
000000             MOVE 'N' TO WS-FLDCHECK-TYPE
000000             MOVE SPACES TO WS-FLDCHECK-DATA
000000             MOVE 6 TO WS-FLDCHECK-LEN
000000             MOVE CRD-ACCT TO WS-FLDCHECK-DATA(1:6)
000000             CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                     WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID
000000             IF FLDCHECK-INVALID
000000                 MOVE 'REJECTED - BAD ACCOUNT' TO WS-DISP-TEXT
000000                 SET CALC-NOT-VALID TO TRUE
000000             ELSE
000000                 MOVE CRD-ACCT TO KEY-VAL
000000                 READ OJTKSDATA
000000                     INVALID KEY
000000                         MOVE 'REJECTED - ACCT NOTFND'
000000                             TO WS-DISP-TEXT
000000                         SET CALC-NOT-VALID TO TRUE
000000                     NOT INVALID KEY
000000                         IF REC-CLOSED
000000                             MOVE 'REJECTED - ACCT CLOSED'
000000                                 TO WS-DISP-TEXT
000000                             SET CALC-NOT-VALID TO TRUE
000000                         ELSE
000000                             MOVE CRD-ACCT TO WS-ACCT-KEY
000000                             IF REC-SUSPENDED
000000                                 SET ACCT-SUSPENDED TO TRUE
000000                             END-IF
000000                         END-IF
000000                 END-READ
000000             END-IF
000000             IF CALC-NOT-VALID
000000                 MOVE 0 TO C
000000                 ADD 1 TO WS-REJECT-COUNT
000000             END-IF
000000         END-IF.
000000
000000*    Converts the edited amount text in WS-AMT-TEXT to a number
000000*    in WS-AMT-VALUE - the same algorithm as VIVPMAIN's
000000*    0270-EDIT-AMOUNT, so the two paths cannot drift apart.
000000         END-EVALUATE.
000000         IF VALID-CALC
000000             ADD 1 TO WS-CALC-COUNT
000000             IF ACCT-SUSPENDED
000000                 MOVE 'CALCULATED - ACCT SUSP' TO WS-DISP-TEXT
000000                 ADD 1 TO WS-SUSP-COUNT
000000             ELSE
000000                 MOVE 'CALCULATED' TO WS-DISP-TEXT
000000             END-IF
000000         END-IF.
000000
000000     1600-LOG-RESULT.
000000         MOVE B TO HIST-NO2I.
000000         MOVE CRD-OPR TO HIST-OPRI.
000000         MOVE C TO HIST-RSLT.
000000         MOVE WS-ACCT-KEY TO HIST-ACCT-KEY.
000000         MOVE SPACES TO HIST-ENTRY-TYPE.
000000         MOVE SPACES TO HIST-REV-STATUS.
000000         MOVE SPACES TO HIST-LINK-KEY.
000000         MOVE SPACES TO HIST-REASON.
000000         MOVE SPACES TO HIST-OPID.
000000         WRITE HIST-REC
000000             INVALID KEY
000000                 IF DECK-RESUMED
000000*                    Same stamp, same card sequence - the earlier
000000*                    run of this deck posted this card, if what is
000000*                    on file is this card's calculation.
000000                     PERFORM 1650-CHECK-PRIOR-POST
000000                 ELSE
000000                     MOVE 'REJECTED - DUP HISTORY'
000000                         TO WS-DISP-TEXT
000000                     SET CALC-NOT-VALID TO TRUE
000000                     SUBTRACT 1 FROM WS-CALC-COUNT
000000                     ADD 1 TO WS-REJECT-COUNT
000000                 END-IF
000000             NOT INVALID KEY
000000                 ADD 1 TO WS-HIST-COUNT
000000         END-WRITE.
000000*            A result that could not reach the history file is
000000*            a lost calculation - stop the run right here so
000000*            the deck can be rerun from a clean file.
000000             DISPLAY "HISTORY I/O FAILED: "
000000                     WS-VIVPHIST-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET RUN-STOPPED TO TRUE
000000             SET CALCIN-EOF TO TRUE
000000         END-IF.
000000
000000*    The record under this card's key must be this card's own
000000*    calculation before the card is passed over as posted - a
000000*    record that differs is rejected, never silently taken as
000000*    the earlier run's work.
000000     1650-CHECK-PRIOR-POST.
000000         MOVE HIST-REC TO WS-HIST-CARD.
000000         READ VIVPHIST
000000             INVALID KEY
000000                 CONTINUE
000000         END-READ.
000000         IF WS-VIVPHIST-STATUS = "00"
000000             IF HIST-NO1I = WS-HC-NO1I AND
000000                HIST-NO2I = WS-HC-NO2I AND
000000                HIST-OPRI = WS-HC-OPRI AND
000000                HIST-RSLT = WS-HC-RSLT AND
000000                HIST-ACCT-KEY = WS-HC-ACCT-KEY
000000                 MOVE 'POSTED BY EARLIER RUN' TO WS-DISP-TEXT
000000                 SET PRIOR-POSTED TO TRUE
000000                 ADD 1 TO WS-PRIOR-COUNT
000000             ELSE
000000                 DISPLAY "HISTORY ON FILE DIFFERS FROM CARD "
000000                         WS-CARD-SEQ
000000                 MOVE 'REJECTED - HIST DIFFERS' TO WS-DISP-TEXT
000000                 SET CALC-NOT-VALID TO TRUE
000000                 SUBTRACT 1 FROM WS-CALC-COUNT
000000                 ADD 1 TO WS-REJECT-COUNT
000000             END-IF
000000         END-IF.
000000
000000*    One return record per card, in card order.  The operands
000000*    are edited afresh so a card rejected before its arithmetic
000000*    still carries any operand that was a good amount; one that
000000*    was not goes back as zero with the reason.
000000     1700-WRITE-RESULT.
000000         MOVE SPACES TO RSLT-REC.
000000         MOVE 'D' TO RSL-TYPE.
000000         MOVE WS-CARD-SEQ TO RSL-CARD-SEQ.
000000         MOVE 0 TO RSL-NO1.
000000         MOVE 0 TO RSL-NO2.
000000         MOVE 'D' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 10 TO WS-FLDCHECK-LEN.
000000         MOVE CRD-NO1 TO WS-FLDCHECK-DATA(1:10).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-VALID
000000             MOVE CRD-NO1 TO WS-AMT-TEXT
000000             PERFORM 1400-EDIT-AMOUNT
000000             MOVE WS-AMT-VALUE TO RSL-NO1
000000         END-IF.
000000         MOVE CRD-NO2 TO WS-FLDCHECK-DATA(1:10).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-VALID
000000             MOVE CRD-NO2 TO WS-AMT-TEXT
000000             PERFORM 1400-EDIT-AMOUNT
000000             MOVE WS-AMT-VALUE TO RSL-NO2
000000         END-IF.
000000         MOVE CRD-OPR TO RSL-OPR.
000000         MOVE CRD-ACCT TO RSL-ACCT.
000000         EVALUATE TRUE
000000             WHEN CALC-NOT-VALID
000000                 MOVE 'R' TO RSL-CODE
000000                 MOVE 0 TO RSL-RESULT
000000                 MOVE WS-DISP-TEXT TO RSL-REASON
000000             WHEN PRIOR-POSTED
000000                 MOVE 'P' TO RSL-CODE
000000             WHEN ACCT-SUSPENDED
000000                 MOVE 'W' TO RSL-CODE
000000             WHEN OTHER
000000                 MOVE 'C' TO RSL-CODE
000000         END-EVALUATE.
000000         IF VALID-CALC
000000             MOVE C TO RSL-RESULT
000000             ADD C TO WS-RESULT-TOTAL
000000         END-IF.
000000         WRITE RSLT-REC.
000000         PERFORM 1750-CHECK-RESULT-WRITE.
000000
000000     1750-CHECK-RESULT-WRITE.
000000         IF WS-RSLTOUT-STATUS NOT = "00"
000000*            A return file missing a card is no return file -
000000*            stop, and no trailer is written.
000000             DISPLAY "RESULTS WRITE FAILED: "
000000                     WS-RSLTOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET RUN-STOPPED TO TRUE
000000             SET CALCIN-EOF TO TRUE
000000         END-IF.
000000
000000     1800-WRITE-RESULT-TRAILER.
000000         MOVE SPACES TO RSLT-TRL-REC.
000000         MOVE 'T' TO RST-TYPE.
000000         MOVE WS-CARD-SEQ TO RST-CARD-COUNT.
000000         MOVE WS-CALC-COUNT TO RST-CALC-COUNT.
000000         MOVE WS-REJECT-COUNT TO RST-REJECT-COUNT.
000000         MOVE WS-PRIOR-COUNT TO RST-PRIOR-COUNT.
000000         MOVE WS-RESULT-TOTAL TO RST-RESULT-TOTAL.
000000         WRITE RSLT-TRL-REC.
000000         IF WS-RSLTOUT-STATUS NOT = "00"
000000             DISPLAY "RESULTS TRAILER WRITE FAILED: "
000000                     WS-RSLTOUT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET RUN-STOPPED TO TRUE
000000         END-IF.
000000
000000     1900-PRINT-HEADERS.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO HDR-PAGE-NO.
000000         MOVE CRD-NO1 TO DTL-NO1.
000000         MOVE CRD-OPR TO DTL-OPR.
000000         MOVE CRD-NO2 TO DTL-NO2.
000000         MOVE CRD-ACCT TO DTL-ACCT.
000000         IF VALID-CALC
000000             MOVE C TO DTL-RSLT
000000         ELSE
000000         MOVE WS-HIST-COUNT TO TOT-HIST.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-SUSP-COUNT TO TOT-SUSP.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-5
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-PRIOR-COUNT TO TOT-PRIOR.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-6
000000             AFTER ADVANCING 1 LINE.
000000         IF DECK-RESUMED
000000             MOVE WS-RUN-DATE-CYYDDD TO RES-POST-DATE
000000             MOVE WS-RUN-TIME-HHMMSS TO RES-POST-TIME
000000             WRITE REPT-LINE FROM WS-REPT-RESUMED
000000                 AFTER ADVANCING 2 LINES
000000         END-IF.
