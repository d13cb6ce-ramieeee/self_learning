000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVDATE.
000000*----------------------------------------------------------------
000000* Shared date service, CALLed by the nightly jobs the way
000000* FLDCHECK and VIVRCTL are shared, so no job hand-computes a
000000* Julian date again.  The VIVP side keys its files by CYYDDD
000000* (as EIBDATE gives it) and the OJT side and the run-control
000000* file by YYYYMMDD; every function takes a date in either form
000000* - LS-DT-IN-YMD when it is not zero, else LS-DT-IN-CYYDDD - and
000000* returns its answer in both, in LS-DT-OUT-YMD and
000000* LS-DT-OUT-CYYDDD.  LS-DT-FUNC selects the question:
000000*   C - convert: the same date in both forms.
000000*   A - add LS-DT-DAYS calendar days (negative goes back).
000000*   P - the previous business day before the date, off the
000000*       VIVCAL business calendar (RAMIEVC - see VIVCALB), so
000000*       weekends and holidays are stepped over.
000000*   S - the fiscal period (start and end, both forms), fiscal
000000*       year and month, and day type of the date, off VIVCAL.
000000* C and A are pure arithmetic and work for any date from 1900
000000* to 2899; P and S need the calendar built over the dates
000000* asked about.  LS-DT-FLAG comes back Y, or N with a DISPLAY
000000* saying why (a bad date, or a date not on the calendar).
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT VIVCAL ASSIGN TO RAMIEVC
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS RANDOM
000000     RECORD KEY IS CAL-DATE-YMD
000000     FILE STATUS IS WS-VIVCAL-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*    Business calendar record, LRECL 59, one per calendar date,
000000*    keyed by the YYYYMMDD date.  Built a year at a time by
000000*    VIVCALB; must stay in step with CAL-REC there.
000000 FD VIVCAL.
000000     01 CAL-REC.
000000         03 CAL-DATE-YMD          PIC 9(8).
000000         03 CAL-DATE-CYYDDD       PIC 9(7).
000000         03 CAL-DAY-OF-WEEK       PIC 9(1).
000000         03 CAL-DAY-TYPE          PIC X(1).
000000            88 CAL-BUSINESS-DAY                VALUE 'B'.
000000            88 CAL-WEEKEND                     VALUE 'W'.
000000            88 CAL-HOLIDAY                     VALUE 'H'.
000000         03 CAL-FISCAL-YEAR       PIC 9(4).
000000         03 CAL-FISCAL-MONTH      PIC 9(2).
000000         03 CAL-PERIOD-START      PIC 9(8).
000000         03 CAL-PERIOD-END        PIC 9(8).
000000         03 CAL-HOLIDAY-NAME      PIC X(20).
000000 WORKING-STORAGE SECTION.
000000     01 WS-VIVCAL-STATUS          PIC X(2).
000000
000000*    The date being worked on, in both forms.
000000     01 WS-YMD                    PIC 9(8).
000000     01 WS-YMD-R REDEFINES WS-YMD.
000000         03 WS-YYYY               PIC 9(4).
000000         03 WS-MM                 PIC 9(2).
000000         03 WS-DD                 PIC 9(2).
000000     01 WS-CYYDDD                 PIC 9(7).
000000     01 WS-DDD                    PIC 9(3).
000000     01 WS-YEAR-DAYS              PIC 9(3).
000000     01 WS-MAX-DD                 PIC 9(2).
000000     01 WS-MONTH-SUB              PIC S9(4) COMP.
000000     01 WS-DAYS-LEFT              PIC 9(3).
000000
000000     01 WS-QUOT                   PIC 9(4).
000000     01 WS-REM-4                  PIC 9(4).
000000     01 WS-REM-100                PIC 9(4).
000000     01 WS-REM-400                PIC 9(4).
000000     01 WS-LEAP-FLAG              PIC X(1).
000000        88 LEAP-YEAR                          VALUE 'Y'.
000000        88 NOT-LEAP-YEAR                      VALUE 'N'.
000000
000000     01 WS-MONTH-DAYS-TABLE.
000000         03 FILLER                PIC X(24)
000000                   VALUE "312831303130313130313031".
000000     01 WS-MONTH-DAYS-R REDEFINES WS-MONTH-DAYS-TABLE.
000000         03 WS-MONTH-DAYS         PIC 9(2) OCCURS 12 TIMES.
000000
000000*    Day-number work fields: days from 1 January of year 1,
000000*    whole prior years with their leap days plus the day of the
000000*    year (the formula VIVEXCP ages its queue by).
000000     01 WS-PRIOR-YEARS            PIC 9(4).
000000     01 WS-LEAP-4                 PIC 9(4).
000000     01 WS-LEAP-100               PIC 9(4).
000000     01 WS-LEAP-400               PIC 9(4).
000000     01 WS-YEAR-BASE              PIC S9(7).
000000     01 WS-DAY-NUMBER             PIC S9(7).
000000
000000*    A week of holidays around a weekend is the longest run of
000000*    non-business days the calendar should ever hold; a longer
000000*    walk back means the calendar is not built.
000000     01 WS-STEP-COUNT             PIC 9(2).
000000     01 WS-STEP-LIMIT             PIC 9(2) VALUE 31.
000000     01 WS-BUS-FOUND-FLAG         PIC X(1).
000000        88 BUS-DAY-FOUND                      VALUE 'Y'.
000000        88 BUS-DAY-NOT-FOUND                  VALUE 'N'.
000000
000000 LINKAGE SECTION.
000000     01 LS-DATE-PARMS.
000000         03 LS-DT-FUNC            PIC X(1).
000000            88 DT-FUNC-CONVERT                 VALUE 'C'.
000000            88 DT-FUNC-ADD-DAYS                VALUE 'A'.
000000            88 DT-FUNC-PREV-BUS-DAY            VALUE 'P'.
000000            88 DT-FUNC-PERIOD                  VALUE 'S'.
000000         03 LS-DT-IN-YMD          PIC 9(8).
000000         03 LS-DT-IN-CYYDDD       PIC 9(7).
000000         03 LS-DT-DAYS            PIC S9(5).
000000         03 LS-DT-OUT-YMD         PIC 9(8).
000000         03 LS-DT-OUT-CYYDDD      PIC 9(7).
000000         03 LS-DT-PER-START-YMD   PIC 9(8).
000000         03 LS-DT-PER-END-YMD     PIC 9(8).
000000         03 LS-DT-PER-START-CYYDDD PIC 9(7).
000000         03 LS-DT-PER-END-CYYDDD  PIC 9(7).
000000         03 LS-DT-FISCAL-YEAR     PIC 9(4).
000000         03 LS-DT-FISCAL-MONTH    PIC 9(2).
000000         03 LS-DT-DAY-TYPE        PIC X(1).
000000         03 LS-DT-FLAG            PIC X(1).
000000            88 DT-OK                           VALUE 'Y'.
000000            88 DT-ERROR                        VALUE 'N'.
000000
000000 PROCEDURE DIVISION USING LS-DATE-PARMS.
000000     0000-MAIN.
000000         SET DT-OK TO TRUE.
000000         MOVE 0 TO LS-DT-OUT-YMD.
000000         MOVE 0 TO LS-DT-OUT-CYYDDD.
000000         MOVE SPACES TO LS-DT-DAY-TYPE.
000000         PERFORM 1000-LOAD-INPUT-DATE.
000000         IF DT-OK
000000             EVALUATE TRUE
000000                 WHEN DT-FUNC-CONVERT
000000                     CONTINUE
000000                 WHEN DT-FUNC-ADD-DAYS
000000                     PERFORM 2000-ADD-DAYS
000000                 WHEN DT-FUNC-PREV-BUS-DAY
000000                     PERFORM 3000-PREV-BUS-DAY
000000                 WHEN DT-FUNC-PERIOD
000000                     PERFORM 4000-GET-PERIOD
000000                 WHEN OTHER
000000                     DISPLAY "BAD DATE SERVICE FUNCTION: "
000000                             LS-DT-FUNC
000000                     SET DT-ERROR TO TRUE
000000             END-EVALUATE
000000         END-IF.
000000         IF DT-OK
000000             MOVE WS-YMD TO LS-DT-OUT-YMD
000000             MOVE WS-CYYDDD TO LS-DT-OUT-CYYDDD
000000         END-IF.
000000         GOBACK.
000000
000000*    Take the caller's date in whichever form it came and hold
000000*    it in both, refusing anything that is not a real date.
000000     1000-LOAD-INPUT-DATE.
000000         IF LS-DT-IN-YMD NOT = 0
000000             MOVE LS-DT-IN-YMD TO WS-YMD
000000             PERFORM 1100-YMD-TO-CYYDDD
000000         ELSE
000000             MOVE LS-DT-IN-CYYDDD TO WS-CYYDDD
000000             PERFORM 1200-CYYDDD-TO-YMD
000000         END-IF.
000000         IF DT-ERROR
000000             DISPLAY "DATE SERVICE - NOT A VALID DATE: "
000000                     LS-DT-IN-YMD " / " LS-DT-IN-CYYDDD
000000         END-IF.
000000
000000     1050-SET-LEAP-YEAR.
000000         DIVIDE WS-YYYY BY 4 GIVING WS-QUOT
000000             REMAINDER WS-REM-4.
000000         DIVIDE WS-YYYY BY 100 GIVING WS-QUOT
000000             REMAINDER WS-REM-100.
000000         DIVIDE WS-YYYY BY 400 GIVING WS-QUOT
000000             REMAINDER WS-REM-400.
000000         IF WS-REM-4 = 0 AND
000000            (WS-REM-100 NOT = 0 OR WS-REM-400 = 0)
000000             SET LEAP-YEAR TO TRUE
000000             MOVE 366 TO WS-YEAR-DAYS
000000         ELSE
000000             SET NOT-LEAP-YEAR TO TRUE
000000             MOVE 365 TO WS-YEAR-DAYS
000000         END-IF.
000000
000000     1100-YMD-TO-CYYDDD.
000000         IF WS-YYYY < 1900 OR WS-YYYY > 2899 OR
000000            WS-MM < 1 OR WS-MM > 12 OR WS-DD < 1
000000             SET DT-ERROR TO TRUE
000000         ELSE
000000             PERFORM 1050-SET-LEAP-YEAR
000000             MOVE WS-MONTH-DAYS(WS-MM) TO WS-MAX-DD
000000             IF WS-MM = 2 AND LEAP-YEAR
000000                 MOVE 29 TO WS-MAX-DD
000000             END-IF
000000             IF WS-DD > WS-MAX-DD
000000                 SET DT-ERROR TO TRUE
000000             ELSE
000000                 MOVE WS-DD TO WS-DDD
000000                 PERFORM VARYING WS-MONTH-SUB FROM 1 BY 1
000000                         UNTIL WS-MONTH-SUB >= WS-MM
000000                     ADD WS-MONTH-DAYS(WS-MONTH-SUB) TO WS-DDD
000000                 END-PERFORM
000000                 IF WS-MM > 2 AND LEAP-YEAR
000000                     ADD 1 TO WS-DDD
000000                 END-IF
000000                 COMPUTE WS-CYYDDD =
000000                     (WS-YYYY - 1900) * 1000 + WS-DDD
000000             END-IF
000000         END-IF.
000000
000000     1200-CYYDDD-TO-YMD.
000000         DIVIDE WS-CYYDDD BY 1000 GIVING WS-YYYY
000000             REMAINDER WS-DDD.
000000         ADD 1900 TO WS-YYYY.
000000         PERFORM 1050-SET-LEAP-YEAR.
000000         IF WS-DDD < 1 OR WS-DDD > WS-YEAR-DAYS
000000             SET DT-ERROR TO TRUE
000000         ELSE
000000*            Walk the months off the day of the year.
000000             MOVE WS-DDD TO WS-DAYS-LEFT
000000             MOVE 1 TO WS-MONTH-SUB
000000             MOVE WS-MONTH-DAYS(1) TO WS-MAX-DD
000000             PERFORM UNTIL WS-DAYS-LEFT <= WS-MAX-DD
000000                 SUBTRACT WS-MAX-DD FROM WS-DAYS-LEFT
000000                 ADD 1 TO WS-MONTH-SUB
000000                 MOVE WS-MONTH-DAYS(WS-MONTH-SUB) TO WS-MAX-DD
000000                 IF WS-MONTH-SUB = 2 AND LEAP-YEAR
000000                     MOVE 29 TO WS-MAX-DD
000000                 END-IF
000000             END-PERFORM
000000             MOVE WS-MONTH-SUB TO WS-MM
000000             MOVE WS-DAYS-LEFT TO WS-DD
000000         END-IF.
000000
000000*    Day number of 31 December of the year before WS-YYYY.
000000     1300-CALC-YEAR-BASE.
000000         SUBTRACT 1 FROM WS-YYYY GIVING WS-PRIOR-YEARS.
000000         DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-4.
000000         DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-100.
000000         DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-400.
000000         COMPUTE WS-YEAR-BASE =
000000             WS-PRIOR-YEARS * 365 + WS-LEAP-4
000000             - WS-LEAP-100 + WS-LEAP-400.
000000
000000*    Back from a day number to the working date: estimate the
000000*    year from the mean Gregorian year, then settle it against
000000*    the real year bases.
000000     1400-DAY-NUMBER-TO-DATE.
000000         COMPUTE WS-YYYY = (WS-DAY-NUMBER * 400) / 146097 + 1.
000000         PERFORM 1300-CALC-YEAR-BASE.
000000         PERFORM UNTIL WS-DAY-NUMBER > WS-YEAR-BASE
000000             SUBTRACT 1 FROM WS-YYYY
000000             PERFORM 1300-CALC-YEAR-BASE
000000         END-PERFORM.
000000         PERFORM 1050-SET-LEAP-YEAR.
000000         PERFORM UNTIL WS-DAY-NUMBER - WS-YEAR-BASE
000000                       <= WS-YEAR-DAYS
000000             ADD 1 TO WS-YYYY
000000             PERFORM 1300-CALC-YEAR-BASE
000000             PERFORM 1050-SET-LEAP-YEAR
000000         END-PERFORM.
000000         IF WS-YYYY < 1900 OR WS-YYYY > 2899
000000             DISPLAY "DATE SERVICE - RESULT OUT OF RANGE"
000000             SET DT-ERROR TO TRUE
000000         ELSE
000000             COMPUTE WS-CYYDDD = (WS-YYYY - 1900) * 1000
000000                 + WS-DAY-NUMBER - WS-YEAR-BASE
000000             PERFORM 1200-CYYDDD-TO-YMD
000000         END-IF.
000000
000000     2000-ADD-DAYS.
000000         PERFORM 1300-CALC-YEAR-BASE.
000000         COMPUTE WS-DAY-NUMBER =
000000             WS-YEAR-BASE + WS-DDD + LS-DT-DAYS.
000000         PERFORM 1400-DAY-NUMBER-TO-DATE.
000000
000000*    Step back a day at a time until the calendar says business
000000*    day.  A date missing from the calendar stops the walk - an
000000*    unbuilt year must fail loudly, not guess.
000000     3000-PREV-BUS-DAY.
000000         OPEN INPUT VIVCAL.
000000         IF WS-VIVCAL-STATUS NOT = "00"
000000             DISPLAY "BUSINESS CALENDAR OPEN FAILED: "
000000                     WS-VIVCAL-STATUS
000000             SET DT-ERROR TO TRUE
000000         ELSE
000000             SET BUS-DAY-NOT-FOUND TO TRUE
000000             MOVE 0 TO WS-STEP-COUNT
000000             PERFORM UNTIL BUS-DAY-FOUND OR DT-ERROR
000000                 PERFORM 3100-STEP-BACK-ONE-DAY
000000             END-PERFORM
000000             CLOSE VIVCAL
000000         END-IF.
000000
000000     3100-STEP-BACK-ONE-DAY.
000000         PERFORM 1300-CALC-YEAR-BASE.
000000         COMPUTE WS-DAY-NUMBER = WS-YEAR-BASE + WS-DDD - 1.
000000         PERFORM 1400-DAY-NUMBER-TO-DATE.
000000         ADD 1 TO WS-STEP-COUNT.
000000         IF DT-OK
000000             MOVE WS-YMD TO CAL-DATE-YMD
000000             READ VIVCAL
000000                 INVALID KEY
000000                     DISPLAY "DATE NOT ON BUSINESS CALENDAR: "
000000                             WS-YMD
000000                     SET DT-ERROR TO TRUE
000000                 NOT INVALID KEY
000000                     IF CAL-BUSINESS-DAY
000000                         SET BUS-DAY-FOUND TO TRUE
000000                         MOVE CAL-DAY-TYPE TO LS-DT-DAY-TYPE
000000                     END-IF
000000             END-READ
000000         END-IF.
000000         IF DT-OK AND BUS-DAY-NOT-FOUND AND
000000            WS-STEP-COUNT >= WS-STEP-LIMIT
000000             DISPLAY "NO BUSINESS DAY IN " WS-STEP-LIMIT
000000                     " DAYS BEFORE " LS-DT-IN-YMD " / "
000000                     LS-DT-IN-CYYDDD
000000             SET DT-ERROR TO TRUE
000000         END-IF.
000000
000000     4000-GET-PERIOD.
000000         OPEN INPUT VIVCAL.
000000         IF WS-VIVCAL-STATUS NOT = "00"
000000             DISPLAY "BUSINESS CALENDAR OPEN FAILED: "
000000                     WS-VIVCAL-STATUS
000000             SET DT-ERROR TO TRUE
000000         ELSE
000000             MOVE WS-YMD TO CAL-DATE-YMD
000000             READ VIVCAL
000000                 INVALID KEY
000000                     DISPLAY "DATE NOT ON BUSINESS CALENDAR: "
000000                             WS-YMD
000000                     SET DT-ERROR TO TRUE
000000                 NOT INVALID KEY
000000                     PERFORM 4100-RETURN-PERIOD
000000             END-READ
000000             CLOSE VIVCAL
000000         END-IF.
000000
000000     4100-RETURN-PERIOD.
000000         MOVE CAL-PERIOD-START TO LS-DT-PER-START-YMD.
000000         MOVE CAL-PERIOD-END TO LS-DT-PER-END-YMD.
000000         MOVE CAL-FISCAL-YEAR TO LS-DT-FISCAL-YEAR.
000000         MOVE CAL-FISCAL-MONTH TO LS-DT-FISCAL-MONTH.
000000         MOVE CAL-DAY-TYPE TO LS-DT-DAY-TYPE.
000000*        The period bounds come back in both forms too - the
000000*        working date is borrowed for the conversion and put
000000*        back after.
000000         MOVE CAL-PERIOD-START TO WS-YMD.
000000         PERFORM 1100-YMD-TO-CYYDDD.
000000         MOVE WS-CYYDDD TO LS-DT-PER-START-CYYDDD.
000000         MOVE CAL-PERIOD-END TO WS-YMD.
000000         PERFORM 1100-YMD-TO-CYYDDD.
000000         MOVE WS-CYYDDD TO LS-DT-PER-END-CYYDDD.
000000         MOVE CAL-DATE-YMD TO WS-YMD.
000000         MOVE CAL-DATE-CYYDDD TO WS-CYYDDD.
000000         IF DT-ERROR
000000             DISPLAY "BAD PERIOD ON BUSINESS CALENDAR: "
000000                     CAL-DATE-YMD
000000         END-IF.
