000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    OJTQAUD.
000000*----------------------------------------------------------------
000000* Monthly data-quality audit of the OJTKSDATA master.  Records
000000* sit in status S for months, closed records are never followed
000000* up, and near-duplicate descriptions keep arriving from the
000000* upstream department, so the whole master is read and REPTFILE
000000* reports, a section to a page:
000000*   1 - every suspended record, aged by days since its
000000*       REC-MAINT-DATE into bands (under 30, 30-59, 60-89, 90+);
000000*       a record with no maintenance stamp (loaded before the
000000*       stamps were kept) is listed as NOT STAMPED, never aged,
000000*   2 - records whose REC-DESC or SAY-HELLO-WORLD is blank or a
000000*       placeholder - a stock word (TBD, N/A, UNKNOWN, TEST, ...
000000*       see WS-PLACEHOLDER-TABLE), a single character, or one
000000*       character repeated (XXXX, ----),
000000*   3 - records whose description duplicates another key's once
000000*       case, punctuation and spacing are set aside,
000000*   4 - closed records last maintained longer ago than the
000000*       retention age, for the desk to delete or keep,
000000*   5 - the count of records last maintained by each
000000*       REC-MAINT-USER, by status,
000000* then the control totals.
000000* MAINTOUT is a RUN MODE MAINT deck of C cards (key, status C,
000000* every other field blank so it is kept) closing each suspended
000000* record untouched for the close age or longer.  It is not
000000* applied here: the supervisor reviews section 1 and feeds the
000000* deck to OJTCOBOL (see OJTQAUD.jcl).  As OJTSNAPC does, the
000000* deck ends with the trailer card OJTCOBOL balances every MAINT
000000* deck against; a run that fails writes no trailer, so its
000000* partial deck can never be applied.
000000* The CTLCARD control card carries the as-of date the ages are
000000* taken from in cols 1-8 (YYYYMMDD, blank = today), the close
000000* age in days in cols 9-11 and the closed-record retention age
000000* in days in cols 12-14.  Both ages are driven by the card and
000000* never compiled in; the cutoff dates are worked out by the
000000* shared VIVDATE date service and printed on every page.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OJTKSDATA ASSIGN TO RAMIEOJT
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS DYNAMIC
000000     RECORD KEY IS KEY-VAL
000000     FILE STATUS IS WS-OJTKSDATA-STATUS.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000     SELECT MAINTOUT ASSIGN TO MAINTOUT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-MAINTOUT-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000     SELECT DUPWORK ASSIGN TO SORTWK01.
000000     SELECT USERWORK ASSIGN TO SORTWK01.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD OJTKSDATA.
000000     01 IN-DATA.
000000         03 KEY-VAL               PIC 9(6).
000000         03 SAY-HELLO-WORLD       PIC X(13).
000000         03 REC-STATUS            PIC X(1).
000000            88 REC-ACTIVE                      VALUE 'A'.
000000            88 REC-SUSPENDED                   VALUE 'S'.
000000            88 REC-CLOSED                      VALUE 'C'.
000000         03 REC-DESC              PIC X(30).
000000         03 REC-MAINT-DATE        PIC 9(8).
000000         03 REC-MAINT-TIME        PIC 9(6).
000000         03 REC-MAINT-USER        PIC X(8).
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-ASOF-DATE         PIC X(8).
000000         03 CTL-CLOSE-DAYS        PIC X(3).
000000         03 CTL-RETAIN-DAYS       PIC X(3).
000000         03 FILLER                PIC X(66).
000000 FD MAINTOUT
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 MAINT-CARD.
000000         03 MNT-ACTION            PIC X(1).
000000         03 MNT-KEY-VAL           PIC 9(6).
000000         03 MNT-SAY-HELLO-WORLD   PIC X(13).
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
000000*    Section 3 - one record per real (not blank, not placeholder)
000000*    description, sorted on its folded form so duplicates come
000000*    back together, each group in key order.
000000 SD DUPWORK.
000000     01 DSW-REC.
000000         03 DSW-NORM              PIC X(30).
000000         03 DSW-KEY               PIC 9(6).
000000         03 DSW-DESC              PIC X(30).
000000         03 DSW-STATUS            PIC X(1).
000000         03 DSW-MAINT-DATE        PIC 9(8).
000000         03 DSW-MAINT-USER        PIC X(8).
000000*    Section 5 - one record per master record, sorted on the
000000*    user who last maintained it.  A record never stamped sorts
000000*    under a blank user.
000000 SD USERWORK.
000000     01 USW-REC.
000000         03 USW-USER              PIC X(8).
000000         03 USW-STATUS            PIC X(1).
000000            88 USW-ACTIVE                      VALUE 'A'.
000000            88 USW-SUSPENDED                   VALUE 'S'.
000000            88 USW-CLOSED                      VALUE 'C'.
000000         03 USW-MAINT-DATE        PIC 9(8).
000000 WORKING-STORAGE SECTION.
000000     01 WS-OJTKSDATA-STATUS       PIC X(2).
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-MAINTOUT-STATUS        PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 CTL-EOF                            VALUE 'Y'.
000000     01 WS-OJT-EOF-FLAG           PIC X(1).
000000        88 OJT-EOF                            VALUE 'Y'.
000000        88 OJT-MORE                           VALUE 'N'.
000000     01 WS-SORT-EOF-FLAG          PIC X(1).
000000        88 SORT-EOF                           VALUE 'Y'.
000000        88 SORT-MORE                          VALUE 'N'.
000000
000000*    FLDCHECK and VIVDATE are CALLs, which reset RETURN-CODE, so
000000*    a bad card or an unworkable date is remembered here and
000000*    turned into RC 8 once the card is edited.
000000     01 WS-CARD-FLAG              PIC X(1) VALUE 'Y'.
000000        88 CARD-OK                            VALUE 'Y'.
000000        88 CARD-BAD                           VALUE 'N'.
000000
000000*    The as-of date and the ages off the control card, and the
000000*    cutoff dates worked out from them - a record last
000000*    maintained on or before a cutoff is at least that age.
000000     01 WS-ASOF-DATE              PIC 9(8) VALUE 0.
000000     01 WS-CLOSE-DAYS             PIC 9(3) VALUE 0.
000000     01 WS-RETAIN-DAYS            PIC 9(3) VALUE 0.
000000     01 WS-AGE-DAYS               PIC 9(3).
000000     01 WS-CUTOFF-DATE            PIC 9(8).
000000     01 WS-CUT-30                 PIC 9(8) VALUE 0.
000000     01 WS-CUT-60                 PIC 9(8) VALUE 0.
000000     01 WS-CUT-90                 PIC 9(8) VALUE 0.
000000     01 WS-CUT-CLOSE              PIC 9(8) VALUE 0.
000000     01 WS-CUT-RETAIN             PIC 9(8) VALUE 0.
000000
000000*    Blank/placeholder test and duplicate-description key (see
000000*    2100-CHECK-TEXT and 2200-NORMALISE-TEXT).  The fold turns
000000*    lower case to upper and the punctuation that separates
000000*    words to blanks, so 'Widget-Co.' and 'WIDGET CO' meet.
000000     01 WS-CHK-TEXT               PIC X(30).
000000     01 WS-CHK-RESULT             PIC X(1).
000000        88 CHK-TEXT-OK                        VALUE SPACE.
000000        88 CHK-TEXT-BLANK                     VALUE 'B'.
000000        88 CHK-TEXT-PLACEHOLDER               VALUE 'P'.
000000     01 WS-NORM-WORK              PIC X(30).
000000     01 WS-NORM-TEXT              PIC X(30).
000000     01 WS-NORM-LEN               PIC S9(4) COMP.
000000     01 WS-NORM-SUB               PIC S9(4) COMP.
000000     01 WS-SAME-CHAR-FLAG         PIC X(1).
000000        88 ALL-SAME-CHAR                      VALUE 'Y'.
000000     01 WS-FOLD-FROM              PIC X(32)
000000               VALUE "abcdefghijklmnopqrstuvwxyz.,-_;:".
000000     01 WS-FOLD-TO                PIC X(32)
000000               VALUE "ABCDEFGHIJKLMNOPQRSTUVWXYZ      ".
000000
000000*    Stock words the upstream department sends in place of a
000000*    real value, compared after the fold.
000000     01 WS-PLACEHOLDER-TABLE.
000000         03 FILLER                PIC X(12) VALUE 'TBD'.
000000         03 FILLER                PIC X(12) VALUE 'TBA'.
000000         03 FILLER                PIC X(12) VALUE 'N/A'.
000000         03 FILLER                PIC X(12) VALUE 'NA'.
000000         03 FILLER                PIC X(12) VALUE 'NONE'.
000000         03 FILLER                PIC X(12) VALUE 'NULL'.
000000         03 FILLER                PIC X(12) VALUE 'UNKNOWN'.
000000         03 FILLER                PIC X(12) VALUE 'TEST'.
000000         03 FILLER                PIC X(12) VALUE 'DUMMY'.
000000         03 FILLER                PIC X(12) VALUE 'TEMP'.
000000         03 FILLER                PIC X(12) VALUE 'SAMPLE'.
000000         03 FILLER                PIC X(12) VALUE 'PLACEHOLDER'.
000000     01 WS-PLACEHOLDER-R REDEFINES WS-PLACEHOLDER-TABLE.
000000         03 WS-PH-WORD            PIC X(12) OCCURS 12 TIMES.
000000     01 WS-PH-SUB                 PIC S9(4) COMP.
000000
000000*    The description record in hand in section 3, held while
000000*    the next one is returned to see whether they match.
000000     01 WS-DUP-HELD.
000000         03 WS-DUP-NORM           PIC X(30).
000000         03 WS-DUP-KEY            PIC 9(6).
000000         03 WS-DUP-DESC           PIC X(30).
000000         03 WS-DUP-STATUS         PIC X(1).
000000         03 WS-DUP-MAINT-DATE     PIC 9(8).
000000         03 WS-DUP-MAINT-USER     PIC X(8).
000000     01 WS-DUP-FIRST-KEY          PIC 9(6).
000000     01 WS-DUP-IN-GROUP-FLAG      PIC X(1).
000000        88 DUP-IN-GROUP                       VALUE 'Y'.
000000        88 DUP-NOT-IN-GROUP                   VALUE 'N'.
000000
000000*    Section 5 - the user whose sorted records are being added
000000*    up, cleared at each change of user.
000000     01 WS-USER-ID                PIC X(8).
000000     01 WS-USER-TOTAL             PIC 9(7).
000000     01 WS-USER-ACTIVE            PIC 9(7).
000000     01 WS-USER-SUSP              PIC 9(7).
000000     01 WS-USER-CLOSED            PIC 9(7).
000000     01 WS-USER-LATEST            PIC 9(8).
000000     01 WS-USER-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-ACTIVE-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-SUSP-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-CLOSED-COUNT           PIC 9(7) VALUE 0.
000000     01 WS-OTHER-COUNT            PIC 9(7) VALUE 0.
000000     01 WS-BAND-UNDER-30          PIC 9(7) VALUE 0.
000000     01 WS-BAND-30                PIC 9(7) VALUE 0.
000000     01 WS-BAND-60                PIC 9(7) VALUE 0.
000000     01 WS-BAND-90                PIC 9(7) VALUE 0.
000000     01 WS-BAND-UNSTAMPED         PIC 9(7) VALUE 0.
000000     01 WS-CHG-CARDS              PIC 9(5) VALUE 0.
000000     01 WS-KEY-HASH               PIC 9(12) VALUE 0.
000000     01 WS-PH-COUNT               PIC 9(7) VALUE 0.
000000     01 WS-DUP-GROUPS             PIC 9(7) VALUE 0.
000000     01 WS-DUP-RECS               PIC 9(7) VALUE 0.
000000     01 WS-RETAIN-COUNT           PIC 9(7) VALUE 0.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine -
000000*    the control card is edited before the master is read.
000000     01 WS-FLDCHECK-FIELD.
000000         03 WS-FLDCHECK-LEN       PIC S9(4) COMP.
000000         03 WS-FLDCHECK-DATA      PIC X(20).
000000     01 WS-FLDCHECK-TYPE          PIC X(1).
000000     01 WS-FLDCHECK-VALID         PIC X(1).
000000        88 FLDCHECK-VALID                        VALUE 'Y'.
000000        88 FLDCHECK-INVALID                      VALUE 'N'.
000000
000000*    Linkage fields for the shared VIVDATE date service.
000000     01 WS-DATE-PARMS.
000000         03 WS-DATE-FUNC          PIC X(1).
000000         03 WS-DATE-IN-YMD        PIC 9(8).
000000         03 WS-DATE-IN-CYYDDD     PIC 9(7).
000000         03 WS-DATE-DAYS          PIC S9(5).
000000         03 WS-DATE-OUT-YMD       PIC 9(8).
000000         03 WS-DATE-OUT-CYYDDD    PIC 9(7).
000000         03 WS-DATE-PER-START-YMD PIC 9(8).
000000         03 WS-DATE-PER-END-YMD   PIC 9(8).
000000         03 WS-DATE-PER-START-CYYDDD PIC 9(7).
000000         03 WS-DATE-PER-END-CYYDDD PIC 9(7).
000000         03 WS-DATE-FISCAL-YEAR   PIC 9(4).
000000         03 WS-DATE-FISCAL-MONTH  PIC 9(2).
000000         03 WS-DATE-DAY-TYPE      PIC X(1).
000000         03 WS-DATE-FLAG          PIC X(1).
000000            88 DATE-OK                         VALUE 'Y'.
000000            88 DATE-ERROR                      VALUE 'N'.
000000
000000     01 WS-PAGE-NO                PIC 9(3) VALUE 0.
000000     01 WS-LINE-COUNT             PIC 9(2) VALUE 99.
000000     01 WS-LINES-PER-PAGE         PIC 9(2) VALUE 55.
000000
000000     01 WS-REPT-HDR-1.
000000         03 FILLER                PIC X(36)
000000               VALUE "OJTKSDATA DATA-QUALITY AUDIT".
000000         03 FILLER                PIC X(7) VALUE "AS OF ".
000000         03 HDR-ASOF-DATE         PIC 9(8).
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 FILLER                PIC X(6) VALUE "PAGE ".
000000         03 HDR-PAGE-NO           PIC ZZ9.
000000
000000     01 WS-REPT-HDR-2.
000000         03 FILLER                PIC X(10) VALUE "CLOSE AGE ".
000000         03 HDR-CLOSE-DAYS        PIC ZZ9.
000000         03 FILLER                PIC X(15)
000000                     VALUE " DAYS (CUTOFF ".
000000         03 HDR-CUT-CLOSE         PIC 9(8).
000000         03 FILLER                PIC X(13)
000000                     VALUE ")  RETENTION ".
000000         03 HDR-RETAIN-DAYS       PIC ZZ9.
000000         03 FILLER                PIC X(15)
000000                     VALUE " DAYS (CUTOFF ".
000000         03 HDR-CUT-RETAIN        PIC 9(8).
000000         03 FILLER                PIC X(1) VALUE ")".
000000
000000*    Section title and column headings, set by each section
000000*    before its first page.
000000     01 WS-REPT-SECTION           PIC X(80).
000000     01 WS-REPT-COL-HDR           PIC X(80).
000000
000000     01 WS-COL-HDR-RECORD.
000000         03 FILLER                PIC X(8) VALUE "KEY".
000000         03 FILLER                PIC X(32) VALUE "DESCRIPTION".
000000         03 FILLER                PIC X(3) VALUE "ST".
000000         03 FILLER                PIC X(10) VALUE "DATE".
000000         03 FILLER                PIC X(10) VALUE "BY".
000000         03 FILLER                PIC X(16) VALUE "NOTE".
000000
000000     01 WS-COL-HDR-USER.
000000         03 FILLER                PIC X(12) VALUE "USER".
000000         03 FILLER                PIC X(10) VALUE " RECORDS".
000000         03 FILLER                PIC X(10) VALUE "  ACTIVE".
000000         03 FILLER                PIC X(10) VALUE "    SUSP".
000000         03 FILLER                PIC X(10) VALUE "  CLOSED".
000000         03 FILLER                PIC X(14)
000000                     VALUE "   LAST MAINT".
000000
000000     01 WS-REPT-DETAIL.
000000         03 DTL-KEY-VAL           PIC 9(6).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-TEXT              PIC X(30).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-STATUS            PIC X(1).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-MAINT-DATE        PIC 9(8).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-MAINT-USER        PIC X(8).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-NOTE              PIC X(16).
000000
000000     01 WS-REPT-USER.
000000         03 USR-ID                PIC X(8).
000000         03 FILLER                PIC X(4) VALUE SPACES.
000000         03 USR-TOTAL             PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 USR-ACTIVE            PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 USR-SUSP              PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 USR-CLOSED            PIC ZZZZZZ9.
000000         03 FILLER                PIC X(5) VALUE SPACES.
000000         03 USR-LATEST            PIC 9(8).
000000
000000     01 WS-REPT-NONE.
000000         03 FILLER                PIC X(20)
000000                     VALUE "NONE FOUND".
000000
000000
000000     01 WS-REPT-BAND-1.
000000         03 FILLER                PIC X(24)
000000                     VALUE "SUSP UNDER 30 / 30-59: ".
000000         03 BND-UNDER-30          PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 BND-30                PIC ZZZZZZ9.
000000
000000     01 WS-REPT-BAND-2.
000000         03 FILLER                PIC X(24)
000000                     VALUE "SUSP 60-89 / 90+     : ".
000000         03 BND-60                PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 BND-90                PIC ZZZZZZ9.
000000
000000     01 WS-REPT-BAND-3.
000000         03 FILLER                PIC X(24)
000000                     VALUE "SUSP NOT STAMPED     : ".
000000         03 BND-UNSTAMPED         PIC ZZZZZZ9.
000000
000000     01 WS-REPT-BAND-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "CLOSE CARDS CUT      : ".
000000         03 BND-CARDS             PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-1.
000000         03 FILLER                PIC X(24)
000000                     VALUE "RECORDS READ         : ".
000000         03 TOT-READ              PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-2.
000000         03 FILLER                PIC X(24)
000000                     VALUE "A / S / C / OTHER    : ".
000000         03 TOT-ACTIVE            PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-SUSP              PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-CLOSED            PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-OTHER             PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-3.
000000         03 FILLER                PIC X(24)
000000                     VALUE "BLANK / PLACEHOLDER  : ".
000000         03 TOT-PH                PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "DUP GROUPS / RECORDS : ".
000000         03 TOT-DUP-GROUPS        PIC ZZZZZZ9.
000000         03 FILLER                PIC X(3) VALUE " / ".
000000         03 TOT-DUP-RECS          PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-5.
000000         03 FILLER                PIC X(24)
000000                     VALUE "CLOSED PAST RETENTION: ".
000000         03 TOT-RETAIN            PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-6.
000000         03 FILLER                PIC X(24)
000000                     VALUE "MAINTAINING USERS    : ".
000000         03 TOT-USERS             PIC ZZZZZZ9.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0200-GET-CONTROL-CARD.
000000         IF RETURN-CODE = 0
000000             PERFORM 0300-SET-CUTOFFS
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             OPEN INPUT OJTKSDATA
000000             OPEN OUTPUT MAINTOUT
000000             OPEN OUTPUT REPTFILE
000000             IF WS-OJTKSDATA-STATUS NOT = "00" OR
000000                WS-MAINTOUT-STATUS NOT = "00" OR
000000                WS-REPTFILE-STATUS NOT = "00"
000000                 DISPLAY "I/O ERROR OPENING AUDIT FILES: "
000000                         WS-OJTKSDATA-STATUS " / "
000000                         WS-MAINTOUT-STATUS " / "
000000                         WS-REPTFILE-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 1000-AGING-PASS
000000                 PERFORM 2000-PLACEHOLDER-PASS
000000                 PERFORM 3000-PRINT-DUPLICATES
000000                 PERFORM 4000-RETENTION-PASS
000000                 PERFORM 5000-PRINT-USERS
000000                 PERFORM 6000-PRINT-TOTALS
000000                 PERFORM 6100-WRITE-TRAILER
000000             END-IF
000000             CLOSE OJTKSDATA
000000             CLOSE MAINTOUT
000000             CLOSE REPTFILE
000000         END-IF.
000000         IF RETURN-CODE = 0
000000             IF WS-CHG-CARDS > 0 OR WS-PH-COUNT > 0 OR
000000                WS-DUP-RECS > 0 OR WS-RETAIN-COUNT > 0
000000                 MOVE 4 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000         DISPLAY "RECORDS READ    : " WS-READ-COUNT.
000000         DISPLAY "CLOSE CARDS CUT : " WS-CHG-CARDS.
000000         DISPLAY "PLACEHOLDERS    : " WS-PH-COUNT.
000000         DISPLAY "DUPLICATE RECS  : " WS-DUP-RECS.
000000         DISPLAY "PAST RETENTION  : " WS-RETAIN-COUNT.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0200-GET-CONTROL-CARD.
000000         OPEN INPUT CTLCARD.
000000         IF WS-CTLCARD-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING CTLCARD: "
000000                     WS-CTLCARD-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             READ CTLCARD
000000                 AT END SET CTL-EOF TO TRUE
000000             END-READ
000000             IF CTL-EOF
000000                 DISPLAY "CTLCARD EMPTY, NO AUDIT AGES"
000000                 MOVE 8 TO RETURN-CODE
000000             ELSE
000000                 PERFORM 0250-EDIT-CONTROL-CARD
000000                 IF CARD-BAD
000000                     MOVE 8 TO RETURN-CODE
000000                 END-IF
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000
000000     0250-EDIT-CONTROL-CARD.
000000         IF CTL-ASOF-DATE = SPACES
000000             ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
000000         ELSE
000000             MOVE 'N' TO WS-FLDCHECK-TYPE
000000             MOVE SPACES TO WS-FLDCHECK-DATA
000000             MOVE 8 TO WS-FLDCHECK-LEN
000000             MOVE CTL-ASOF-DATE TO WS-FLDCHECK-DATA(1:8)
000000             CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                     WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID
000000             IF FLDCHECK-INVALID
000000                 DISPLAY "AS-OF DATE NOT NUMERIC: " CTL-ASOF-DATE
000000                 SET CARD-BAD TO TRUE
000000             ELSE
000000                 MOVE CTL-ASOF-DATE TO WS-ASOF-DATE
000000             END-IF
000000         END-IF.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 3 TO WS-FLDCHECK-LEN.
000000         MOVE CTL-CLOSE-DAYS TO WS-FLDCHECK-DATA(1:3).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "CLOSE AGE NOT NUMERIC: " CTL-CLOSE-DAYS
000000             SET CARD-BAD TO TRUE
000000         ELSE
000000             MOVE CTL-CLOSE-DAYS TO WS-CLOSE-DAYS
000000             IF WS-CLOSE-DAYS = 0
000000                 DISPLAY "CLOSE AGE MUST BE ABOVE ZERO"
000000                 SET CARD-BAD TO TRUE
000000             END-IF
000000         END-IF.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 3 TO WS-FLDCHECK-LEN.
000000         MOVE CTL-RETAIN-DAYS TO WS-FLDCHECK-DATA(1:3).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "RETENTION AGE NOT NUMERIC: "
000000                     CTL-RETAIN-DAYS
000000             SET CARD-BAD TO TRUE
000000         ELSE
000000             MOVE CTL-RETAIN-DAYS TO WS-RETAIN-DAYS
000000             IF WS-RETAIN-DAYS = 0
000000                 DISPLAY "RETENTION AGE MUST BE ABOVE ZERO"
000000                 SET CARD-BAD TO TRUE
000000             END-IF
000000         END-IF.
000000
000000*    The as-of date must be a real calendar date before any age
000000*    is taken from it; every cutoff is the as-of date less the
000000*    age in calendar days.
000000     0300-SET-CUTOFFS.
000000         MOVE 'C' TO WS-DATE-FUNC.
000000         MOVE WS-ASOF-DATE TO WS-DATE-IN-YMD.
000000         MOVE 0 TO WS-DATE-IN-CYYDDD.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         IF DATE-ERROR
000000             DISPLAY "AS-OF DATE NOT A CALENDAR DATE: "
000000                     WS-ASOF-DATE
000000             SET CARD-BAD TO TRUE
000000         ELSE
000000             MOVE 30 TO WS-AGE-DAYS
000000             PERFORM 0350-CALC-CUTOFF
000000             MOVE WS-CUTOFF-DATE TO WS-CUT-30
000000             MOVE 60 TO WS-AGE-DAYS
000000             PERFORM 0350-CALC-CUTOFF
000000             MOVE WS-CUTOFF-DATE TO WS-CUT-60
000000             MOVE 90 TO WS-AGE-DAYS
000000             PERFORM 0350-CALC-CUTOFF
000000             MOVE WS-CUTOFF-DATE TO WS-CUT-90
000000             MOVE WS-CLOSE-DAYS TO WS-AGE-DAYS
000000             PERFORM 0350-CALC-CUTOFF
000000             MOVE WS-CUTOFF-DATE TO WS-CUT-CLOSE
000000             MOVE WS-RETAIN-DAYS TO WS-AGE-DAYS
000000             PERFORM 0350-CALC-CUTOFF
000000             MOVE WS-CUTOFF-DATE TO WS-CUT-RETAIN
000000         END-IF.
000000         IF CARD-BAD
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             DISPLAY "AS OF " WS-ASOF-DATE
000000                     " - CLOSE CUTOFF " WS-CUT-CLOSE
000000                     ", RETENTION CUTOFF " WS-CUT-RETAIN
000000         END-IF.
000000
000000     0350-CALC-CUTOFF.
000000         MOVE 'A' TO WS-DATE-FUNC.
000000         MOVE WS-ASOF-DATE TO WS-DATE-IN-YMD.
000000         MOVE 0 TO WS-DATE-IN-CYYDDD.
000000         COMPUTE WS-DATE-DAYS = 0 - WS-AGE-DAYS.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         IF DATE-ERROR
000000             DISPLAY "CUTOFF DATE NOT CALCULATED FOR "
000000                     WS-AGE-DAYS " DAYS"
000000             SET CARD-BAD TO TRUE
000000             MOVE 0 TO WS-CUTOFF-DATE
000000         ELSE
000000             MOVE WS-DATE-OUT-YMD TO WS-CUTOFF-DATE
000000         END-IF.
000000
000000     0500-PRINT-HEADERS.
000000         ADD 1 TO WS-PAGE-NO.
000000         MOVE WS-PAGE-NO TO HDR-PAGE-NO.
000000         MOVE WS-ASOF-DATE TO HDR-ASOF-DATE.
000000         MOVE WS-CLOSE-DAYS TO HDR-CLOSE-DAYS.
000000         MOVE WS-CUT-CLOSE TO HDR-CUT-CLOSE.
000000         MOVE WS-RETAIN-DAYS TO HDR-RETAIN-DAYS.
000000         MOVE WS-CUT-RETAIN TO HDR-CUT-RETAIN.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-2
000000             AFTER ADVANCING 1 LINE.
000000         WRITE REPT-LINE FROM WS-REPT-SECTION
000000             AFTER ADVANCING 2 LINES.
000000         WRITE REPT-LINE FROM WS-REPT-COL-HDR
000000             AFTER ADVANCING 2 LINES.
000000         MOVE 0 TO WS-LINE-COUNT.
000000
000000*    The caller fills WS-REPT-DETAIL.
000000     0600-PRINT-DETAIL.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 0500-PRINT-HEADERS
000000         END-IF.
000000         WRITE REPT-LINE FROM WS-REPT-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000     0650-SET-DETAIL.
000000         MOVE KEY-VAL TO DTL-KEY-VAL.
000000         MOVE REC-DESC TO DTL-TEXT.
000000         MOVE REC-STATUS TO DTL-STATUS.
000000         MOVE REC-MAINT-DATE TO DTL-MAINT-DATE.
000000         MOVE REC-MAINT-USER TO DTL-MAINT-USER.
000000         MOVE SPACES TO DTL-NOTE.
000000
000000*    Each pass reads the whole master from the lowest key.
000000     0800-START-SCAN.
000000         SET OJT-MORE TO TRUE.
000000         MOVE 0 TO KEY-VAL.
000000         START OJTKSDATA KEY NOT LESS THAN KEY-VAL
000000             INVALID KEY
000000                 SET OJT-EOF TO TRUE
000000             NOT INVALID KEY
000000                 CONTINUE
000000         END-START.
000000         IF OJT-MORE
000000             PERFORM 0850-READ-MASTER
000000         END-IF.
000000
000000     0850-READ-MASTER.
000000         READ OJTKSDATA NEXT RECORD
000000             AT END SET OJT-EOF TO TRUE
000000         END-READ.
000000         IF NOT OJT-EOF AND WS-OJTKSDATA-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR READING OJTKSDATA: "
000000                     WS-OJTKSDATA-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET OJT-EOF TO TRUE
000000         END-IF.
000000
000000*----------------------------------------------------------------
000000* Section 1 - suspended-record aging.  The same pass counts the
000000* master by status and cuts the close deck.
000000*----------------------------------------------------------------
000000     1000-AGING-PASS.
000000         MOVE "1 - SUSPENDED RECORDS BY DAYS SINCE MAINTAINED"
000000             TO WS-REPT-SECTION.
000000         MOVE WS-COL-HDR-RECORD TO WS-REPT-COL-HDR.
000000         PERFORM 0500-PRINT-HEADERS.
000000         PERFORM 0800-START-SCAN.
000000         PERFORM UNTIL OJT-EOF
000000             PERFORM 1100-AUDIT-ONE-RECORD
000000             PERFORM 0850-READ-MASTER
000000         END-PERFORM.
000000         IF WS-SUSP-COUNT = 0
000000             WRITE REPT-LINE FROM WS-REPT-NONE
000000                 AFTER ADVANCING 1 LINE
000000         END-IF.
000000         MOVE WS-BAND-UNDER-30 TO BND-UNDER-30.
000000         MOVE WS-BAND-30 TO BND-30.
000000         WRITE REPT-LINE FROM WS-REPT-BAND-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-BAND-60 TO BND-60.
000000         MOVE WS-BAND-90 TO BND-90.
000000         WRITE REPT-LINE FROM WS-REPT-BAND-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-BAND-UNSTAMPED TO BND-UNSTAMPED.
000000         WRITE REPT-LINE FROM WS-REPT-BAND-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-CHG-CARDS TO BND-CARDS.
000000         WRITE REPT-LINE FROM WS-REPT-BAND-4
000000             AFTER ADVANCING 1 LINE.
000000
000000     1100-AUDIT-ONE-RECORD.
000000         ADD 1 TO WS-READ-COUNT.
000000         EVALUATE TRUE
000000             WHEN REC-ACTIVE
000000                 ADD 1 TO WS-ACTIVE-COUNT
000000             WHEN REC-SUSPENDED
000000                 ADD 1 TO WS-SUSP-COUNT
000000                 PERFORM 1200-AGE-SUSPENDED
000000             WHEN REC-CLOSED
000000                 ADD 1 TO WS-CLOSED-COUNT
000000             WHEN OTHER
000000                 ADD 1 TO WS-OTHER-COUNT
000000         END-EVALUATE.
000000
000000*    A record is at least N days old when it was last maintained
000000*    on or before the as-of date less N days.  An unstamped
000000*    record cannot be aged, so it is listed but never closed.
000000     1200-AGE-SUSPENDED.
000000         PERFORM 0650-SET-DETAIL.
000000         EVALUATE TRUE
000000             WHEN REC-MAINT-DATE = 0
000000                 ADD 1 TO WS-BAND-UNSTAMPED
000000                 MOVE "NOT STAMPED" TO DTL-NOTE
000000             WHEN REC-MAINT-DATE <= WS-CUT-90
000000                 ADD 1 TO WS-BAND-90
000000                 MOVE "90+ DAYS" TO DTL-NOTE
000000             WHEN REC-MAINT-DATE <= WS-CUT-60
000000                 ADD 1 TO WS-BAND-60
000000                 MOVE "60-89 DAYS" TO DTL-NOTE
000000             WHEN REC-MAINT-DATE <= WS-CUT-30
000000                 ADD 1 TO WS-BAND-30
000000                 MOVE "30-59 DAYS" TO DTL-NOTE
000000             WHEN OTHER
000000                 ADD 1 TO WS-BAND-UNDER-30
000000                 MOVE "UNDER 30" TO DTL-NOTE
000000         END-EVALUATE.
000000         IF REC-MAINT-DATE NOT = 0 AND
000000            REC-MAINT-DATE <= WS-CUT-CLOSE
000000             PERFORM 1250-CUT-CLOSE-CARD
000000             MOVE "CLOSE" TO DTL-NOTE(12:5)
000000         END-IF.
000000         PERFORM 0600-PRINT-DETAIL.
000000
000000*    Blank card fields keep what is on the record, so the close
000000*    card carries only the key and the new status.
000000     1250-CUT-CLOSE-CARD.
000000         MOVE SPACES TO MAINT-CARD.
000000         MOVE 'C' TO MNT-ACTION.
000000         MOVE KEY-VAL TO MNT-KEY-VAL.
000000         MOVE 'C' TO MNT-STATUS.
000000         WRITE MAINT-CARD.
000000         ADD 1 TO WS-CHG-CARDS.
000000         ADD MNT-KEY-VAL TO WS-KEY-HASH.
000000
000000*----------------------------------------------------------------
000000* Section 2 - blank and placeholder text.  A record can list
000000* twice, once for each field.
000000*----------------------------------------------------------------
000000     2000-PLACEHOLDER-PASS.
000000         MOVE "2 - BLANK OR PLACEHOLDER DESCRIPTION OR TEXT"
000000             TO WS-REPT-SECTION.
000000         MOVE WS-COL-HDR-RECORD TO WS-REPT-COL-HDR.
000000         PERFORM 0500-PRINT-HEADERS.
000000         PERFORM 0800-START-SCAN.
000000         PERFORM UNTIL OJT-EOF
000000             PERFORM 2050-CHECK-ONE-RECORD
000000             PERFORM 0850-READ-MASTER
000000         END-PERFORM.
000000         IF WS-PH-COUNT = 0
000000             WRITE REPT-LINE FROM WS-REPT-NONE
000000                 AFTER ADVANCING 1 LINE
000000         END-IF.
000000
000000     2050-CHECK-ONE-RECORD.
000000         MOVE REC-DESC TO WS-CHK-TEXT.
000000         PERFORM 2100-CHECK-TEXT.
000000         IF NOT CHK-TEXT-OK
000000             PERFORM 0650-SET-DETAIL
000000             IF CHK-TEXT-BLANK
000000                 MOVE "DESC BLANK" TO DTL-NOTE
000000             ELSE
000000                 MOVE "DESC PLACEHOLDER" TO DTL-NOTE
000000             END-IF
000000             ADD 1 TO WS-PH-COUNT
000000             PERFORM 0600-PRINT-DETAIL
000000         END-IF.
000000         MOVE SAY-HELLO-WORLD TO WS-CHK-TEXT.
000000         PERFORM 2100-CHECK-TEXT.
000000         IF NOT CHK-TEXT-OK
000000             PERFORM 0650-SET-DETAIL
000000             MOVE SAY-HELLO-WORLD TO DTL-TEXT
000000             IF CHK-TEXT-BLANK
000000                 MOVE "TEXT BLANK" TO DTL-NOTE
000000             ELSE
000000                 MOVE "TEXT PLACEHOLDER" TO DTL-NOTE
000000             END-IF
000000             ADD 1 TO WS-PH-COUNT
000000             PERFORM 0600-PRINT-DETAIL
000000         END-IF.
000000
000000*    Sets WS-CHK-RESULT for WS-CHK-TEXT, leaving its folded form
000000*    in WS-NORM-TEXT for the duplicate check.
000000     2100-CHECK-TEXT.
000000         PERFORM 2200-NORMALISE-TEXT.
000000         MOVE SPACE TO WS-CHK-RESULT.
000000         IF WS-NORM-LEN = 0
000000             SET CHK-TEXT-BLANK TO TRUE
000000         ELSE
000000             PERFORM VARYING WS-PH-SUB FROM 1 BY 1
000000                     UNTIL WS-PH-SUB > 12 OR
000000                           CHK-TEXT-PLACEHOLDER
000000                 IF WS-NORM-TEXT = WS-PH-WORD(WS-PH-SUB)
000000                     SET CHK-TEXT-PLACEHOLDER TO TRUE
000000                 END-IF
000000             END-PERFORM
000000             MOVE 'Y' TO WS-SAME-CHAR-FLAG
000000             PERFORM VARYING WS-NORM-SUB FROM 2 BY 1
000000                     UNTIL WS-NORM-SUB > WS-NORM-LEN OR
000000                           NOT ALL-SAME-CHAR
000000                 IF WS-NORM-TEXT(WS-NORM-SUB:1) NOT =
000000                    WS-NORM-TEXT(1:1)
000000                     MOVE 'N' TO WS-SAME-CHAR-FLAG
000000                 END-IF
000000             END-PERFORM
000000             IF ALL-SAME-CHAR
000000                 SET CHK-TEXT-PLACEHOLDER TO TRUE
000000             END-IF
000000         END-IF.
000000
000000*    Folds case and punctuation, drops leading blanks, and closes
000000*    every run of blanks to one.
000000     2200-NORMALISE-TEXT.
000000         MOVE WS-CHK-TEXT TO WS-NORM-WORK.
000000         INSPECT WS-NORM-WORK REPLACING ALL LOW-VALUE BY SPACE.
000000         INSPECT WS-NORM-WORK CONVERTING WS-FOLD-FROM
000000             TO WS-FOLD-TO.
000000         MOVE SPACES TO WS-NORM-TEXT.
000000         MOVE 0 TO WS-NORM-LEN.
000000         PERFORM VARYING WS-NORM-SUB FROM 1 BY 1
000000                 UNTIL WS-NORM-SUB > 30
000000             IF WS-NORM-WORK(WS-NORM-SUB:1) NOT = SPACE
000000                 ADD 1 TO WS-NORM-LEN
000000                 MOVE WS-NORM-WORK(WS-NORM-SUB:1)
000000                     TO WS-NORM-TEXT(WS-NORM-LEN:1)
000000             ELSE
000000                 IF WS-NORM-LEN > 0
000000                     IF WS-NORM-TEXT(WS-NORM-LEN:1) NOT = SPACE
000000                         ADD 1 TO WS-NORM-LEN
000000                     END-IF
000000                 END-IF
000000             END-IF
000000         END-PERFORM.
000000         IF WS-NORM-LEN > 0
000000             IF WS-NORM-TEXT(WS-NORM-LEN:1) = SPACE
000000                 SUBTRACT 1 FROM WS-NORM-LEN
000000             END-IF
000000         END-IF.
000000
000000*----------------------------------------------------------------
000000* Section 3 - duplicate descriptions.  Real descriptions are
000000* sorted on their folded form; each group of two or more prints
000000* together, its first key noted against the rest.
000000*----------------------------------------------------------------
000000     3000-PRINT-DUPLICATES.
000000         MOVE "3 - DESCRIPTIONS DUPLICATED ACROSS KEYS"
000000             TO WS-REPT-SECTION.
000000         MOVE WS-COL-HDR-RECORD TO WS-REPT-COL-HDR.
000000         PERFORM 0500-PRINT-HEADERS.
000000         SORT DUPWORK
000000             ON ASCENDING KEY DSW-NORM DSW-KEY
000000             INPUT PROCEDURE IS 3050-RELEASE-DESCRIPTIONS
000000             OUTPUT PROCEDURE IS 3300-PRINT-GROUPS.
000000         IF SORT-RETURN NOT = 0
000000             DISPLAY "DESCRIPTION SORT FAILED - SECTION 3 "
000000                     "INCOMPLETE"
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000         IF WS-DUP-GROUPS = 0
000000             WRITE REPT-LINE FROM WS-REPT-NONE
000000                 AFTER ADVANCING 1 LINE
000000         END-IF.
000000
000000*    Blank and placeholder descriptions are reported in section
000000*    2 and kept out of the duplicate check - a hundred keys all
000000*    reading TBD are one problem, not a hundred duplicates.
000000     3050-RELEASE-DESCRIPTIONS.
000000         PERFORM 0800-START-SCAN.
000000         PERFORM UNTIL OJT-EOF
000000             MOVE REC-DESC TO WS-CHK-TEXT
000000             PERFORM 2100-CHECK-TEXT
000000             IF CHK-TEXT-OK
000000                 MOVE WS-NORM-TEXT TO DSW-NORM
000000                 MOVE KEY-VAL TO DSW-KEY
000000                 MOVE REC-DESC TO DSW-DESC
000000                 MOVE REC-STATUS TO DSW-STATUS
000000                 MOVE REC-MAINT-DATE TO DSW-MAINT-DATE
000000                 MOVE REC-MAINT-USER TO DSW-MAINT-USER
000000                 RELEASE DSW-REC
000000             END-IF
000000             PERFORM 0850-READ-MASTER
000000         END-PERFORM.
000000
000000     3100-CHECK-DUP-ENTRY.
000000         IF NOT SORT-EOF AND WS-DUP-NORM = DSW-NORM
000000             IF DUP-NOT-IN-GROUP
000000*                First of a new group - a blank line sets it
000000*                off from the one before.
000000                 ADD 1 TO WS-DUP-GROUPS
000000                 MOVE WS-DUP-KEY TO WS-DUP-FIRST-KEY
000000                 MOVE SPACES TO REPT-LINE
000000                 WRITE REPT-LINE AFTER ADVANCING 1 LINE
000000                 ADD 1 TO WS-LINE-COUNT
000000             END-IF
000000             PERFORM 3200-PRINT-DUP-ENTRY
000000             SET DUP-IN-GROUP TO TRUE
000000         ELSE
000000             IF DUP-IN-GROUP
000000*                Last of its group.
000000                 PERFORM 3200-PRINT-DUP-ENTRY
000000             END-IF
000000             SET DUP-NOT-IN-GROUP TO TRUE
000000         END-IF.
000000
000000     3200-PRINT-DUP-ENTRY.
000000         ADD 1 TO WS-DUP-RECS.
000000         MOVE WS-DUP-KEY TO DTL-KEY-VAL.
000000         MOVE WS-DUP-DESC TO DTL-TEXT.
000000         MOVE WS-DUP-STATUS TO DTL-STATUS.
000000         MOVE WS-DUP-MAINT-DATE TO DTL-MAINT-DATE.
000000         MOVE WS-DUP-MAINT-USER TO DTL-MAINT-USER.
000000         MOVE SPACES TO DTL-NOTE.
000000         IF WS-DUP-KEY NOT = WS-DUP-FIRST-KEY
000000             MOVE "SAME AS" TO DTL-NOTE
000000             MOVE WS-DUP-FIRST-KEY TO DTL-NOTE(9:6)
000000         END-IF.
000000         PERFORM 0600-PRINT-DETAIL.
000000
000000*    Each description is held while the next is returned, so it
000000*    is known whether the two belong to one group.
000000     3300-PRINT-GROUPS.
000000         SET DUP-NOT-IN-GROUP TO TRUE.
000000         SET SORT-MORE TO TRUE.
000000         PERFORM 3350-RETURN-DESCRIPTION.
000000         PERFORM UNTIL SORT-EOF
000000             MOVE DSW-REC TO WS-DUP-HELD
000000             PERFORM 3350-RETURN-DESCRIPTION
000000             PERFORM 3100-CHECK-DUP-ENTRY
000000         END-PERFORM.
000000
000000     3350-RETURN-DESCRIPTION.
000000         RETURN DUPWORK
000000             AT END SET SORT-EOF TO TRUE
000000         END-RETURN.
000000
000000*----------------------------------------------------------------
000000* Section 4 - closed records past the retention age.  Nothing
000000* is deleted here; the desk decides and cuts the D cards.
000000*----------------------------------------------------------------
000000     4000-RETENTION-PASS.
000000         MOVE "4 - CLOSED RECORDS PAST THE RETENTION AGE"
000000             TO WS-REPT-SECTION.
000000         MOVE WS-COL-HDR-RECORD TO WS-REPT-COL-HDR.
000000         PERFORM 0500-PRINT-HEADERS.
000000         PERFORM 0800-START-SCAN.
000000         PERFORM UNTIL OJT-EOF
000000             IF REC-CLOSED AND REC-MAINT-DATE NOT = 0 AND
000000                REC-MAINT-DATE <= WS-CUT-RETAIN
000000                 ADD 1 TO WS-RETAIN-COUNT
000000                 PERFORM 0650-SET-DETAIL
000000                 MOVE "PAST RETENTION" TO DTL-NOTE
000000                 PERFORM 0600-PRINT-DETAIL
000000             END-IF
000000             PERFORM 0850-READ-MASTER
000000         END-PERFORM.
000000         IF WS-RETAIN-COUNT = 0
000000             WRITE REPT-LINE FROM WS-REPT-NONE
000000                 AFTER ADVANCING 1 LINE
000000         END-IF.
000000
000000*----------------------------------------------------------------
000000* Section 5 - records by last maintaining user.  The master is
000000* sorted on the user and each user's records added up when the
000000* user changes.
000000*----------------------------------------------------------------
000000     5000-PRINT-USERS.
000000         MOVE "5 - RECORDS BY LAST MAINTAINING USER"
000000             TO WS-REPT-SECTION.
000000         MOVE WS-COL-HDR-USER TO WS-REPT-COL-HDR.
000000         PERFORM 0500-PRINT-HEADERS.
000000         SORT USERWORK
000000             ON ASCENDING KEY USW-USER
000000             INPUT PROCEDURE IS 5050-RELEASE-USERS
000000             OUTPUT PROCEDURE IS 5200-PRINT-USER-TOTALS.
000000         IF SORT-RETURN NOT = 0
000000             DISPLAY "USER SORT FAILED - SECTION 5 INCOMPLETE"
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000
000000     5050-RELEASE-USERS.
000000         PERFORM 0800-START-SCAN.
000000         PERFORM UNTIL OJT-EOF
000000             MOVE REC-MAINT-USER TO USW-USER
000000             MOVE REC-STATUS TO USW-STATUS
000000             MOVE REC-MAINT-DATE TO USW-MAINT-DATE
000000             RELEASE USW-REC
000000             PERFORM 0850-READ-MASTER
000000         END-PERFORM.
000000
000000     5100-PRINT-USER.
000000         IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
000000             PERFORM 0500-PRINT-HEADERS
000000         END-IF.
000000         IF WS-USER-ID = SPACES
000000             MOVE "*NONE*" TO USR-ID
000000         ELSE
000000             MOVE WS-USER-ID TO USR-ID
000000         END-IF.
000000         MOVE WS-USER-TOTAL TO USR-TOTAL.
000000         MOVE WS-USER-ACTIVE TO USR-ACTIVE.
000000         MOVE WS-USER-SUSP TO USR-SUSP.
000000         MOVE WS-USER-CLOSED TO USR-CLOSED.
000000         MOVE WS-USER-LATEST TO USR-LATEST.
000000         WRITE REPT-LINE FROM WS-REPT-USER
000000             AFTER ADVANCING 1 LINE.
000000         ADD 1 TO WS-LINE-COUNT.
000000
000000     5200-PRINT-USER-TOTALS.
000000         SET SORT-MORE TO TRUE.
000000         PERFORM 5250-RETURN-USER.
000000         PERFORM UNTIL SORT-EOF
000000             PERFORM 5300-TOTAL-ONE-USER
000000         END-PERFORM.
000000
000000     5250-RETURN-USER.
000000         RETURN USERWORK
000000             AT END SET SORT-EOF TO TRUE
000000         END-RETURN.
000000
000000     5300-TOTAL-ONE-USER.
000000         MOVE USW-USER TO WS-USER-ID.
000000         MOVE 0 TO WS-USER-TOTAL.
000000         MOVE 0 TO WS-USER-ACTIVE.
000000         MOVE 0 TO WS-USER-SUSP.
000000         MOVE 0 TO WS-USER-CLOSED.
000000         MOVE 0 TO WS-USER-LATEST.
000000         PERFORM UNTIL SORT-EOF OR USW-USER NOT = WS-USER-ID
000000             ADD 1 TO WS-USER-TOTAL
000000             EVALUATE TRUE
000000                 WHEN USW-ACTIVE
000000                     ADD 1 TO WS-USER-ACTIVE
000000                 WHEN USW-SUSPENDED
000000                     ADD 1 TO WS-USER-SUSP
000000                 WHEN USW-CLOSED
000000                     ADD 1 TO WS-USER-CLOSED
000000             END-EVALUATE
000000             IF USW-MAINT-DATE > WS-USER-LATEST
000000                 MOVE USW-MAINT-DATE TO WS-USER-LATEST
000000             END-IF
000000             PERFORM 5250-RETURN-USER
000000         END-PERFORM.
000000         ADD 1 TO WS-USER-COUNT.
000000         PERFORM 5100-PRINT-USER.
000000
000000     6000-PRINT-TOTALS.
000000         MOVE WS-READ-COUNT TO TOT-READ.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
000000             AFTER ADVANCING 3 LINES.
000000         MOVE WS-ACTIVE-COUNT TO TOT-ACTIVE.
000000         MOVE WS-SUSP-COUNT TO TOT-SUSP.
000000         MOVE WS-CLOSED-COUNT TO TOT-CLOSED.
000000         MOVE WS-OTHER-COUNT TO TOT-OTHER.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         WRITE REPT-LINE FROM WS-REPT-BAND-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-PH-COUNT TO TOT-PH.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-DUP-GROUPS TO TOT-DUP-GROUPS.
000000         MOVE WS-DUP-RECS TO TOT-DUP-RECS.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-RETAIN-COUNT TO TOT-RETAIN.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-5
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-USER-COUNT TO TOT-USERS.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-6
000000             AFTER ADVANCING 1 LINE.
000000
000000*    Only a run that read the whole master gets a trailer.
000000     6100-WRITE-TRAILER.
000000         IF RETURN-CODE = 0
000000             MOVE SPACES TO MAINT-TRL-CARD
000000             MOVE 'T' TO MTR-TYPE
000000             MOVE 0 TO MTR-ADD-COUNT
000000             MOVE WS-CHG-CARDS TO MTR-CHANGE-COUNT
000000             MOVE 0 TO MTR-DELETE-COUNT
000000             MOVE WS-CHG-CARDS TO MTR-TOTAL-COUNT
000000             MOVE WS-KEY-HASH TO MTR-KEY-HASH
000000             WRITE MAINT-TRL-CARD
000000             IF WS-MAINTOUT-STATUS NOT = "00"
000000                 DISPLAY "DECK TRAILER WRITE FAILED: "
000000                         WS-MAINTOUT-STATUS
000000                 MOVE 8 TO RETURN-CODE
000000             END-IF
000000         END-IF.
