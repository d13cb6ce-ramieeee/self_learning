000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVOCONV.
000000*----------------------------------------------------------------
000000* One-time conversion of the VIVOPROF operator security profile
000000* KSDS (RAMIEOP) from the 29-byte record to the 39-byte record
000000* that carries VIVSIGN's sign-on controls after the PIN: the
000000* date the PIN was last changed (CYYDDD, as EIBDATE gives it),
000000* the count of consecutive failed sign-ons, and the lock flag.
000000* VIVOCONV.jcl REPROs the old cluster to a flat file read here
000000* as OLDPROF (LRECL 29, old layout); each profile is copied
000000* across with its PIN dated the conversion run date - so the
000000* PIN operators already hold runs a full expiry period from
000000* cutover rather than expiring on the first morning - no
000000* failures and unlocked, and written to NEWPROF (LRECL 39, new
000000* layout); the JCL then deletes and redefines the cluster with
000000* RECORDSIZE(39 39) and REPROs NEWPROF in.  Record counts in
000000* and out must match or the run fails - a short conversion
000000* must never reach the DEFINE step.
000000* Run once, inside a maintenance window, with every VIVP
000000* transaction and VIVINTG held.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OLDPROF ASSIGN TO OLDPROF
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-OLDPROF-STATUS.
000000     SELECT NEWPROF ASSIGN TO NEWPROF
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-NEWPROF-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*    The profile as it stood before the sign-on controls.
000000 FD OLDPROF
000000     RECORD CONTAINS 29 CHARACTERS.
000000     01 OLD-OPROF-REC.
000000         03 OLD-OPROF-OPID        PIC X(3).
000000         03 OLD-OPROF-AUTH        PIC X(1).
000000         03 OLD-OPROF-ACTIVE      PIC X(1).
000000         03 OLD-OPROF-NAME        PIC X(20).
000000         03 OLD-OPROF-PIN         PIC X(4).
000000*    The new layout - must stay in step with WS-OPROF-REC as
000000*    VIVSIGN and VIVOMNT carry it.
000000 FD NEWPROF
000000     RECORD CONTAINS 39 CHARACTERS.
000000     01 NEW-OPROF-REC.
000000         03 NEW-OPROF-OPID        PIC X(3).
000000         03 NEW-OPROF-AUTH        PIC X(1).
000000         03 NEW-OPROF-ACTIVE      PIC X(1).
000000         03 NEW-OPROF-NAME        PIC X(20).
000000         03 NEW-OPROF-PIN         PIC X(4).
000000         03 NEW-OPROF-PIN-DATE    PIC 9(7).
000000         03 NEW-OPROF-FAIL-COUNT  PIC 9(2).
000000         03 NEW-OPROF-LOCKED      PIC X(1).
000000 WORKING-STORAGE SECTION.
000000     01 WS-OLDPROF-STATUS         PIC X(2).
000000     01 WS-NEWPROF-STATUS         PIC X(2).
000000
000000     01 WS-OLD-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 OLD-EOF                            VALUE 'Y'.
000000
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-WRITE-COUNT            PIC 9(7) VALUE 0.
000000
000000     01 WS-RUN-DATE-YYYYDDD       PIC 9(7).
000000     01 WS-RUN-DATE-CYYDDD        PIC 9(7).
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         ACCEPT WS-RUN-DATE-YYYYDDD FROM DAY YYYYDDD.
000000*        PIN dates are CYYDDD as EIBDATE supplies them -
000000*        century 1 is the 2000s.
000000         SUBTRACT 1900000 FROM WS-RUN-DATE-YYYYDDD
000000             GIVING WS-RUN-DATE-CYYDDD.
000000         OPEN INPUT OLDPROF.
000000         OPEN OUTPUT NEWPROF.
000000         IF WS-OLDPROF-STATUS NOT = "00" OR
000000            WS-NEWPROF-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING CONVERSION FILES: "
000000                     WS-OLDPROF-STATUS " / " WS-NEWPROF-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1000-READ-OLD
000000             PERFORM UNTIL OLD-EOF
000000                 PERFORM 2000-CONVERT-ONE-RECORD
000000                 PERFORM 1000-READ-OLD
000000             END-PERFORM
000000             IF WS-WRITE-COUNT NOT = WS-READ-COUNT
000000                 DISPLAY "CONVERSION SHORT - IN " WS-READ-COUNT
000000                         " OUT " WS-WRITE-COUNT
000000                 MOVE 8 TO RETURN-CODE
000000             END-IF
000000         END-IF.
000000         CLOSE OLDPROF.
000000         CLOSE NEWPROF.
000000         DISPLAY "PIN DATE SET    : " WS-RUN-DATE-CYYDDD.
000000         DISPLAY "RECORDS READ    : " WS-READ-COUNT.
000000         DISPLAY "RECORDS WRITTEN : " WS-WRITE-COUNT.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     1000-READ-OLD.
000000         READ OLDPROF
000000             AT END SET OLD-EOF TO TRUE
000000         END-READ.
000000
000000     2000-CONVERT-ONE-RECORD.
000000         ADD 1 TO WS-READ-COUNT.
000000         MOVE OLD-OPROF-OPID TO NEW-OPROF-OPID.
000000         MOVE OLD-OPROF-AUTH TO NEW-OPROF-AUTH.
000000         MOVE OLD-OPROF-ACTIVE TO NEW-OPROF-ACTIVE.
000000         MOVE OLD-OPROF-NAME TO NEW-OPROF-NAME.
000000         MOVE OLD-OPROF-PIN TO NEW-OPROF-PIN.
000000         MOVE WS-RUN-DATE-CYYDDD TO NEW-OPROF-PIN-DATE.
000000         MOVE 0 TO NEW-OPROF-FAIL-COUNT.
000000         MOVE 'N' TO NEW-OPROF-LOCKED.
000000         WRITE NEW-OPROF-REC.
000000         IF WS-NEWPROF-STATUS NOT = "00"
000000             DISPLAY "WRITE FAILED: " WS-NEWPROF-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET OLD-EOF TO TRUE
000000         ELSE
000000             ADD 1 TO WS-WRITE-COUNT
000000         END-IF.
