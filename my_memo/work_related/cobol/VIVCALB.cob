000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVCALB.
000000*----------------------------------------------------------------
000000* Builds a year of the VIVCAL business calendar KSDS (RAMIEVC)
000000* that the shared VIVDATE date service answers "previous
000000* business day" and "period start/end" from.  One record per
000000* calendar date, keyed YYYYMMDD and carrying the CYYDDD form
000000* as well, the day of the week, the day type - B business
000000* day, W weekend, H holiday - the fiscal year and month, and
000000* the start and end of the fiscal period (the calendar month)
000000* the date falls in.
000000* CTLCARD names the calendar year (cols 1-4) and the month the
000000* fiscal year starts in (cols 5-6, 01 = the calendar year); a
000000* fiscal year is named for the calendar year it ends in.
000000* HOLIDAYS carries one card per holiday in that year - the
000000* date YYYYMMDD in cols 1-8 and its name in cols 10-29.  The
000000* cards are all edited before anything is written: a card
000000* that is not a real date fails the run (RC 8) with the
000000* calendar untouched; a date outside the year is listed and
000000* ignored (RC 4).  A year already on file is rewritten, so a
000000* holiday added late is a rerun of this job.  REPTFILE lists
000000* the holidays applied and the day-type totals.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT VIVCAL ASSIGN TO RAMIEVC
000000     ORGANIZATION IS INDEXED
000000     ACCESS MODE IS DYNAMIC
000000     RECORD KEY IS CAL-DATE-YMD
000000     FILE STATUS IS WS-VIVCAL-STATUS.
000000     SELECT CTLCARD ASSIGN TO CTLCARD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-CTLCARD-STATUS.
000000     SELECT HOLIDAYS ASSIGN TO HOLIDAYS
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-HOLIDAYS-STATUS.
000000     SELECT REPTFILE ASSIGN TO REPTFILE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-REPTFILE-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*    Business calendar record, LRECL 59 - must stay in step
000000*    with CAL-REC in VIVDATE.
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
000000 FD CTLCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 CTL-REC.
000000         03 CTL-YEAR              PIC X(4).
000000         03 CTL-FY-START-MONTH    PIC X(2).
000000         03 FILLER                PIC X(74).
000000 FD HOLIDAYS
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 HOL-CARD.
000000         03 HOL-CARD-DATE         PIC X(8).
000000         03 FILLER                PIC X(1).
000000         03 HOL-CARD-NAME         PIC X(20).
000000         03 FILLER                PIC X(51).
000000 FD REPTFILE
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 REPT-LINE                 PIC X(80).
000000 WORKING-STORAGE SECTION.
000000     01 WS-VIVCAL-STATUS          PIC X(2).
000000     01 WS-CTLCARD-STATUS         PIC X(2).
000000     01 WS-HOLIDAYS-STATUS        PIC X(2).
000000     01 WS-REPTFILE-STATUS        PIC X(2).
000000
000000     01 WS-CTL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 CTL-EOF                            VALUE 'Y'.
000000     01 WS-HOL-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 HOL-EOF                            VALUE 'Y'.
000000
000000*    Every CALL hands back the subprogram's return code, so
000000*    the run's own code is kept here and set at the end.
000000     01 WS-RUN-RC                 PIC 9(2) VALUE 0.
000000
000000     01 WS-CAL-YEAR               PIC 9(4).
000000     01 WS-FY-START-MONTH         PIC 9(2).
000000     01 WS-YEAR-DAYS              PIC 9(3).
000000     01 WS-DDD                    PIC 9(3).
000000     01 WS-DAY-OF-WEEK            PIC 9(1).
000000
000000*    Day of the week of 1 January, off the day number of the
000000*    day before it (1 January of year 1 was a Monday).
000000     01 WS-PRIOR-YEARS            PIC 9(4).
000000     01 WS-LEAP-4                 PIC 9(4).
000000     01 WS-LEAP-100               PIC 9(4).
000000     01 WS-LEAP-400               PIC 9(4).
000000     01 WS-YEAR-BASE              PIC 9(7).
000000     01 WS-WEEKS                  PIC 9(7).
000000
000000     01 WS-WORK-YMD               PIC 9(8).
000000     01 WS-WORK-YMD-R REDEFINES WS-WORK-YMD.
000000         03 WS-WORK-YYYY          PIC 9(4).
000000         03 WS-WORK-MM            PIC 9(2).
000000         03 WS-WORK-DD            PIC 9(2).
000000     01 WS-PERIOD-END-YMD         PIC 9(8).
000000
000000*    The year's holidays, loaded and edited before any record
000000*    is written.
000000     01 WS-HOL-MAX                PIC S9(4) COMP VALUE 60.
000000     01 WS-HOL-COUNT              PIC S9(4) COMP VALUE 0.
000000     01 WS-HOL-SUB                PIC S9(4) COMP.
000000     01 WS-HOL-TABLE.
000000         03 WS-HOL-ENTRY OCCURS 60 TIMES.
000000             05 WS-HOL-DATE       PIC 9(8).
000000             05 WS-HOL-NAME       PIC X(20).
000000     01 WS-HOL-FOUND-FLAG         PIC X(1).
000000        88 HOL-FOUND                          VALUE 'Y'.
000000        88 HOL-NOT-FOUND                      VALUE 'N'.
000000
000000     01 WS-WRITE-COUNT            PIC 9(5) VALUE 0.
000000     01 WS-REWRITE-COUNT          PIC 9(5) VALUE 0.
000000     01 WS-BUSINESS-COUNT         PIC 9(5) VALUE 0.
000000     01 WS-WEEKEND-COUNT          PIC 9(5) VALUE 0.
000000     01 WS-HOLIDAY-COUNT          PIC 9(5) VALUE 0.
000000     01 WS-CARD-COUNT             PIC 9(5) VALUE 0.
000000     01 WS-IGNORED-COUNT          PIC 9(5) VALUE 0.
000000
000000*    Linkage fields for the shared FLDCHECK edit subroutine.
000000     01 WS-FLDCHECK-FIELD.
000000         03 WS-FLDCHECK-LEN       PIC S9(4) COMP.
000000         03 WS-FLDCHECK-DATA      PIC X(20).
000000     01 WS-FLDCHECK-TYPE          PIC X(1).
000000     01 WS-FLDCHECK-VALID         PIC X(1).
000000        88 FLDCHECK-VALID                        VALUE 'Y'.
000000        88 FLDCHECK-INVALID                      VALUE 'N'.
000000
000000*    Linkage fields for the shared VIVDATE date service - it
000000*    does every date conversion here (see VIVDATE).
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
000000     01 WS-REPT-HDR-1.
000000         03 FILLER                PIC X(36)
000000               VALUE "VIVCAL BUSINESS CALENDAR BUILD".
000000         03 FILLER                PIC X(6) VALUE "YEAR ".
000000         03 HDR-YEAR              PIC 9(4).
000000         03 FILLER                PIC X(20)
000000               VALUE "  FISCAL YEAR FROM ".
000000         03 HDR-FY-START          PIC 99.
000000
000000     01 WS-REPT-HDR-2.
000000         03 FILLER                PIC X(11) VALUE "DATE".
000000         03 FILLER                PIC X(22) VALUE "HOLIDAY".
000000         03 FILLER                PIC X(20) VALUE "NOTE".
000000
000000     01 WS-REPT-DETAIL.
000000         03 DTL-DATE              PIC X(8).
000000         03 FILLER                PIC X(3) VALUE SPACES.
000000         03 DTL-NAME              PIC X(20).
000000         03 FILLER                PIC X(2) VALUE SPACES.
000000         03 DTL-NOTE              PIC X(30).
000000
000000     01 WS-REPT-TOT-1.
000000         03 FILLER                PIC X(24)
000000                     VALUE "DAYS WRITTEN         : ".
000000         03 TOT-WRITE             PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-2.
000000         03 FILLER                PIC X(24)
000000                     VALUE "DAYS REWRITTEN       : ".
000000         03 TOT-REWRITE           PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-3.
000000         03 FILLER                PIC X(24)
000000                     VALUE "BUSINESS DAYS        : ".
000000         03 TOT-BUSINESS          PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-4.
000000         03 FILLER                PIC X(24)
000000                     VALUE "WEEKEND DAYS         : ".
000000         03 TOT-WEEKEND           PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-5.
000000         03 FILLER                PIC X(24)
000000                     VALUE "HOLIDAYS             : ".
000000         03 TOT-HOLIDAY           PIC ZZZZZZ9.
000000
000000     01 WS-REPT-TOT-6.
000000         03 FILLER                PIC X(24)
000000                     VALUE "HOLIDAY CARDS IGNORED: ".
000000         03 TOT-IGNORED           PIC ZZZZZZ9.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO WS-RUN-RC.
000000         OPEN OUTPUT REPTFILE.
000000         IF WS-REPTFILE-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING REPTFILE: "
000000                     WS-REPTFILE-STATUS
000000             MOVE 8 TO WS-RUN-RC
000000         ELSE
000000             PERFORM 0200-GET-CONTROL-CARD
000000             IF WS-RUN-RC = 0
000000                 PERFORM 0500-PRINT-HEADERS
000000                 PERFORM 0300-LOAD-HOLIDAYS
000000             END-IF
000000             IF WS-RUN-RC <= 4
000000                 PERFORM 1000-BUILD-YEAR
000000                 PERFORM 3000-PRINT-TOTALS
000000             END-IF
000000             CLOSE REPTFILE
000000         END-IF.
000000         MOVE WS-RUN-RC TO RETURN-CODE.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0200-GET-CONTROL-CARD.
000000         OPEN INPUT CTLCARD.
000000         IF WS-CTLCARD-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING CTLCARD: "
000000                     WS-CTLCARD-STATUS
000000             MOVE 8 TO WS-RUN-RC
000000         ELSE
000000             READ CTLCARD
000000                 AT END SET CTL-EOF TO TRUE
000000             END-READ
000000             IF CTL-EOF
000000                 DISPLAY "CTLCARD EMPTY, NO CALENDAR YEAR"
000000                 MOVE 8 TO WS-RUN-RC
000000             ELSE
000000                 PERFORM 0250-EDIT-CONTROL-CARD
000000             END-IF
000000             CLOSE CTLCARD
000000         END-IF.
000000
000000     0250-EDIT-CONTROL-CARD.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 6 TO WS-FLDCHECK-LEN.
000000         MOVE CTL-REC(1:6) TO WS-FLDCHECK-DATA(1:6).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-INVALID
000000             DISPLAY "BAD CALENDAR CONTROL CARD: " CTL-REC(1:6)
000000             MOVE 8 TO WS-RUN-RC
000000         ELSE
000000             MOVE CTL-YEAR TO WS-CAL-YEAR
000000             MOVE CTL-FY-START-MONTH TO WS-FY-START-MONTH
000000             IF WS-CAL-YEAR < 1901 OR WS-CAL-YEAR > 2898 OR
000000                WS-FY-START-MONTH < 1 OR WS-FY-START-MONTH > 12
000000                 DISPLAY "BAD CALENDAR CONTROL CARD: "
000000                         CTL-REC(1:6)
000000                 MOVE 8 TO WS-RUN-RC
000000             END-IF
000000         END-IF.
000000
000000     0300-LOAD-HOLIDAYS.
000000         OPEN INPUT HOLIDAYS.
000000         IF WS-HOLIDAYS-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING HOLIDAYS: "
000000                     WS-HOLIDAYS-STATUS
000000             MOVE 8 TO WS-RUN-RC
000000         ELSE
000000             PERFORM UNTIL HOL-EOF
000000                 READ HOLIDAYS
000000                     AT END SET HOL-EOF TO TRUE
000000                     NOT AT END PERFORM 0350-EDIT-HOLIDAY-CARD
000000                 END-READ
000000             END-PERFORM
000000             CLOSE HOLIDAYS
000000         END-IF.
000000
000000     0350-EDIT-HOLIDAY-CARD.
000000         ADD 1 TO WS-CARD-COUNT.
000000         MOVE HOL-CARD-DATE TO DTL-DATE.
000000         MOVE HOL-CARD-NAME TO DTL-NAME.
000000         MOVE 'N' TO WS-FLDCHECK-TYPE.
000000         MOVE SPACES TO WS-FLDCHECK-DATA.
000000         MOVE 8 TO WS-FLDCHECK-LEN.
000000         MOVE HOL-CARD-DATE TO WS-FLDCHECK-DATA(1:8).
000000         CALL 'FLDCHECK' USING WS-FLDCHECK-FIELD,
000000                 WS-FLDCHECK-TYPE, WS-FLDCHECK-VALID.
000000         IF FLDCHECK-VALID
000000             MOVE 'C' TO WS-DATE-FUNC
000000             MOVE HOL-CARD-DATE TO WS-DATE-IN-YMD
000000             MOVE 0 TO WS-DATE-IN-CYYDDD
000000             CALL 'VIVDATE' USING WS-DATE-PARMS
000000         END-IF.
000000         EVALUATE TRUE
000000             WHEN FLDCHECK-INVALID OR DATE-ERROR
000000                 MOVE "*NOT A DATE - RUN STOPPED*" TO DTL-NOTE
000000                 MOVE 8 TO WS-RUN-RC
000000             WHEN WS-DATE-OUT-YMD(1:4) NOT = CTL-YEAR
000000                 MOVE "NOT IN YEAR - IGNORED" TO DTL-NOTE
000000                 ADD 1 TO WS-IGNORED-COUNT
000000                 IF WS-RUN-RC < 4
000000                     MOVE 4 TO WS-RUN-RC
000000                 END-IF
000000             WHEN WS-HOL-COUNT >= WS-HOL-MAX
000000                 MOVE "*TOO MANY HOLIDAYS - STOPPED*" TO DTL-NOTE
000000                 MOVE 8 TO WS-RUN-RC
000000             WHEN OTHER
000000                 ADD 1 TO WS-HOL-COUNT
000000                 MOVE WS-DATE-OUT-YMD TO WS-HOL-DATE(WS-HOL-COUNT)
000000                 MOVE HOL-CARD-NAME TO WS-HOL-NAME(WS-HOL-COUNT)
000000                 MOVE SPACES TO DTL-NOTE
000000         END-EVALUATE.
000000         WRITE REPT-LINE FROM WS-REPT-DETAIL
000000             AFTER ADVANCING 1 LINE.
000000
000000     0500-PRINT-HEADERS.
000000         MOVE WS-CAL-YEAR TO HDR-YEAR.
000000         MOVE WS-FY-START-MONTH TO HDR-FY-START.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-1
000000             AFTER ADVANCING PAGE.
000000         WRITE REPT-LINE FROM WS-REPT-HDR-2
000000             AFTER ADVANCING 2 LINES.
000000
000000     1000-BUILD-YEAR.
000000         OPEN I-O VIVCAL.
000000         IF WS-VIVCAL-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING VIVCAL: "
000000                     WS-VIVCAL-STATUS
000000             MOVE 8 TO WS-RUN-RC
000000         ELSE
000000             PERFORM 1050-SET-YEAR-START
000000             PERFORM VARYING WS-DDD FROM 1 BY 1
000000                     UNTIL WS-DDD > WS-YEAR-DAYS
000000                        OR WS-RUN-RC > 4
000000                 PERFORM 1100-BUILD-ONE-DAY
000000             END-PERFORM
000000             CLOSE VIVCAL
000000         END-IF.
000000
000000*    Length of the year off its 31 December, and the weekday
000000*    of its 1 January.
000000     1050-SET-YEAR-START.
000000         MOVE 'C' TO WS-DATE-FUNC.
000000         COMPUTE WS-DATE-IN-YMD = WS-CAL-YEAR * 10000 + 1231.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         DIVIDE WS-DATE-OUT-CYYDDD BY 1000 GIVING WS-WEEKS
000000             REMAINDER WS-YEAR-DAYS.
000000         SUBTRACT 1 FROM WS-CAL-YEAR GIVING WS-PRIOR-YEARS.
000000         DIVIDE WS-PRIOR-YEARS BY 4 GIVING WS-LEAP-4.
000000         DIVIDE WS-PRIOR-YEARS BY 100 GIVING WS-LEAP-100.
000000         DIVIDE WS-PRIOR-YEARS BY 400 GIVING WS-LEAP-400.
000000         COMPUTE WS-YEAR-BASE =
000000             WS-PRIOR-YEARS * 365 + WS-LEAP-4
000000             - WS-LEAP-100 + WS-LEAP-400.
000000         DIVIDE WS-YEAR-BASE BY 7 GIVING WS-WEEKS
000000             REMAINDER WS-DAY-OF-WEEK.
000000         ADD 1 TO WS-DAY-OF-WEEK.
000000
000000     1100-BUILD-ONE-DAY.
000000         MOVE 'C' TO WS-DATE-FUNC.
000000         MOVE 0 TO WS-DATE-IN-YMD.
000000         COMPUTE WS-DATE-IN-CYYDDD =
000000             (WS-CAL-YEAR - 1900) * 1000 + WS-DDD.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         MOVE WS-DATE-OUT-YMD TO CAL-DATE-YMD.
000000         MOVE WS-DATE-OUT-CYYDDD TO CAL-DATE-CYYDDD.
000000         MOVE WS-DAY-OF-WEEK TO CAL-DAY-OF-WEEK.
000000         MOVE SPACES TO CAL-HOLIDAY-NAME.
000000         PERFORM 1200-FIND-HOLIDAY.
000000         EVALUATE TRUE
000000             WHEN HOL-FOUND
000000                 MOVE 'H' TO CAL-DAY-TYPE
000000                 MOVE WS-HOL-NAME(WS-HOL-SUB) TO CAL-HOLIDAY-NAME
000000                 ADD 1 TO WS-HOLIDAY-COUNT
000000             WHEN WS-DAY-OF-WEEK > 5
000000                 MOVE 'W' TO CAL-DAY-TYPE
000000                 ADD 1 TO WS-WEEKEND-COUNT
000000             WHEN OTHER
000000                 MOVE 'B' TO CAL-DAY-TYPE
000000                 ADD 1 TO WS-BUSINESS-COUNT
000000         END-EVALUATE.
000000         PERFORM 1300-SET-FISCAL-PERIOD.
000000         PERFORM 1400-PUT-CALENDAR-DAY.
000000*        1 = Monday through 7 = Sunday.
000000         IF WS-DAY-OF-WEEK = 7
000000             MOVE 1 TO WS-DAY-OF-WEEK
000000         ELSE
000000             ADD 1 TO WS-DAY-OF-WEEK
000000         END-IF.
000000
000000     1200-FIND-HOLIDAY.
000000         SET HOL-NOT-FOUND TO TRUE.
000000         PERFORM VARYING WS-HOL-SUB FROM 1 BY 1
000000                 UNTIL WS-HOL-SUB > WS-HOL-COUNT OR HOL-FOUND
000000             IF WS-HOL-DATE(WS-HOL-SUB) = CAL-DATE-YMD
000000                 SET HOL-FOUND TO TRUE
000000             END-IF
000000         END-PERFORM.
000000*        The VARYING has stepped one past the entry that hit.
000000         IF HOL-FOUND
000000             SUBTRACT 1 FROM WS-HOL-SUB
000000         END-IF.
000000
000000*    The fiscal period is the calendar month; the fiscal year
000000*    runs from the control-card month and is named for the
000000*    calendar year it ends in.
000000     1300-SET-FISCAL-PERIOD.
000000         MOVE CAL-DATE-YMD TO WS-WORK-YMD.
000000         IF WS-WORK-MM >= WS-FY-START-MONTH
000000             COMPUTE CAL-FISCAL-MONTH =
000000                 WS-WORK-MM - WS-FY-START-MONTH + 1
000000             IF WS-FY-START-MONTH = 1
000000                 MOVE WS-WORK-YYYY TO CAL-FISCAL-YEAR
000000             ELSE
000000                 COMPUTE CAL-FISCAL-YEAR = WS-WORK-YYYY + 1
000000             END-IF
000000         ELSE
000000             COMPUTE CAL-FISCAL-MONTH =
000000                 WS-WORK-MM - WS-FY-START-MONTH + 13
000000             MOVE WS-WORK-YYYY TO CAL-FISCAL-YEAR
000000         END-IF.
000000         MOVE 1 TO WS-WORK-DD.
000000         MOVE WS-WORK-YMD TO CAL-PERIOD-START.
000000*        Last day of the month: the first of the next month,
000000*        less one day.
000000         IF WS-WORK-MM = 12
000000             ADD 1 TO WS-WORK-YYYY
000000             MOVE 1 TO WS-WORK-MM
000000         ELSE
000000             ADD 1 TO WS-WORK-MM
000000         END-IF.
000000         MOVE 'A' TO WS-DATE-FUNC.
000000         MOVE WS-WORK-YMD TO WS-DATE-IN-YMD.
000000         MOVE -1 TO WS-DATE-DAYS.
000000         CALL 'VIVDATE' USING WS-DATE-PARMS.
000000         MOVE WS-DATE-OUT-YMD TO CAL-PERIOD-END.
000000         MOVE 0 TO WS-DATE-DAYS.
000000
000000     1400-PUT-CALENDAR-DAY.
000000*        A year already built is rewritten in place - the
000000*        latest holiday deck always wins.
000000         WRITE CAL-REC
000000             INVALID KEY
000000                 REWRITE CAL-REC
000000                     INVALID KEY
000000                         DISPLAY "CALENDAR PUT FAILED, KEY: "
000000                                 CAL-DATE-YMD
000000                         MOVE 8 TO WS-RUN-RC
000000                     NOT INVALID KEY
000000                         ADD 1 TO WS-REWRITE-COUNT
000000                 END-REWRITE
000000             NOT INVALID KEY
000000                 ADD 1 TO WS-WRITE-COUNT
000000         END-WRITE.
000000
000000     3000-PRINT-TOTALS.
000000         MOVE WS-WRITE-COUNT TO TOT-WRITE.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-1
000000             AFTER ADVANCING 2 LINES.
000000         MOVE WS-REWRITE-COUNT TO TOT-REWRITE.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-2
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-BUSINESS-COUNT TO TOT-BUSINESS.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-3
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-WEEKEND-COUNT TO TOT-WEEKEND.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-4
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-HOLIDAY-COUNT TO TOT-HOLIDAY.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-5
000000             AFTER ADVANCING 1 LINE.
000000         MOVE WS-IGNORED-COUNT TO TOT-IGNORED.
000000         WRITE REPT-LINE FROM WS-REPT-TOT-6
000000             AFTER ADVANCING 1 LINE.
