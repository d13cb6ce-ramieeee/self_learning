000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    VIVHCONV.
000000*----------------------------------------------------------------
000000* One-time conversion of the VIVP history, audit and monthly
000000* statistics records to the layouts the programs now carry.
000000* HIST-REC grows from 55 to 87 bytes: the OJTKSDATA account key
000000* (HIST-ACCT-KEY), the reversal fields (HIST-ENTRY-TYPE,
000000* HIST-REV-STATUS, HIST-LINK-KEY, HIST-REASON) and the posting
000000* operator (HIST-OPID) are appended.  The VIVL audit record
000000* grows from 59 to 65 (AUD-ACCT-KEY appended) and the VIVMSTAT
000000* day record from 56 to 63 (STAT-REV-COUNT appended).  Every
000000* field already on a record keeps its offset, so each old image
000000* is copied across whole and the new fields set empty - an old
000000* calculation is an untagged, ordinary entry, never reversed,
000000* posted by nobody in particular.
000000* PARM selects the record:
000000*   HIST  - OLDHIST (LRECL 55) to NEWHIST (LRECL 87), for the
000000*           RAMIEVH cluster (see VIVHCONV.jcl) and for any
000000*           RAMIE.VIVP.HIST.ARCH generation that must stay
000000*           readable by VIVPURGE RESTORE and VIVARCHS.
000000*   AUDIT - OLDAUD (LRECL 59) to NEWAUD (LRECL 65), for the
000000*           RAMIE.VIVP.AUDIT.ARCH generations VIVARCHS, VIVMATCH
000000*           and VIVMSTAT read.
000000*   STAT  - OLDSTAT (LRECL 56) to NEWSTAT (LRECL 63), for the
000000*           RAMIEVM statistics cluster (see VIVHLINK.jcl).
000000* Record counts in and out must match or the run fails - a
000000* short conversion must never reach the DEFINE step.  Run once,
000000* inside a maintenance window, with the VIVP, VAPR and VREV
000000* transactions closed and the VIVL queue drained by VIVAUDIT.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT OLDHIST ASSIGN TO OLDHIST
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-OLDHIST-STATUS.
000000     SELECT NEWHIST ASSIGN TO NEWHIST
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-NEWHIST-STATUS.
000000     SELECT OLDAUD ASSIGN TO OLDAUD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-OLDAUD-STATUS.
000000     SELECT NEWAUD ASSIGN TO NEWAUD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-NEWAUD-STATUS.
000000     SELECT OLDSTAT ASSIGN TO OLDSTAT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-OLDSTAT-STATUS.
000000     SELECT NEWSTAT ASSIGN TO NEWSTAT
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-NEWSTAT-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000*    The history record as it stood before the account key.
000000 FD OLDHIST
000000     RECORD CONTAINS 55 CHARACTERS.
000000     01 OLDHIST-REC                PIC X(55).
000000*    The new layout - must stay in step with WS-HIST-REC in
000000*    VIVPMAIN.
000000 FD NEWHIST
000000     RECORD CONTAINS 87 CHARACTERS.
000000     01 NEWHIST-REC.
000000         03 NEWHIST-IMAGE          PIC X(55).
000000         03 NEWHIST-ACCT-KEY       PIC X(6).
000000         03 NEWHIST-ENTRY-TYPE     PIC X(1).
000000         03 NEWHIST-REV-STATUS     PIC X(1).
000000         03 NEWHIST-LINK-KEY       PIC X(19).
000000         03 NEWHIST-REASON         PIC X(2).
000000         03 NEWHIST-OPID           PIC X(3).
000000*    The audit record as it stood before the account key.
000000 FD OLDAUD
000000     RECORD CONTAINS 59 CHARACTERS.
000000     01 OLDAUD-REC                 PIC X(59).
000000*    The new layout - must stay in step with WS-AUDIT-REC in
000000*    VIVPMAIN.
000000 FD NEWAUD
000000     RECORD CONTAINS 65 CHARACTERS.
000000     01 NEWAUD-REC.
000000         03 NEWAUD-IMAGE           PIC X(59).
000000         03 NEWAUD-ACCT-KEY        PIC X(6).
000000*    The statistics day record as it stood before the reversal
000000*    count.
000000 FD OLDSTAT
000000     RECORD CONTAINS 56 CHARACTERS.
000000     01 OLDSTAT-REC                PIC X(56).
000000*    The new layout - must stay in step with STAT-REC in
000000*    VIVMSTAT.
000000 FD NEWSTAT
000000     RECORD CONTAINS 63 CHARACTERS.
000000     01 NEWSTAT-REC.
000000         03 NEWSTAT-IMAGE          PIC X(56).
000000         03 NEWSTAT-REV-COUNT      PIC 9(7).
000000 WORKING-STORAGE SECTION.
000000     01 WS-OLDHIST-STATUS         PIC X(2).
000000     01 WS-NEWHIST-STATUS         PIC X(2).
000000     01 WS-OLDAUD-STATUS          PIC X(2).
000000     01 WS-NEWAUD-STATUS          PIC X(2).
000000     01 WS-OLDSTAT-STATUS         PIC X(2).
000000     01 WS-NEWSTAT-STATUS         PIC X(2).
000000
000000     01 WS-OLD-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 OLD-EOF                            VALUE 'Y'.
000000
000000     01 WS-RUN-MODE               PIC X(5) VALUE SPACES.
000000        88 MODE-HIST                          VALUE 'HIST'.
000000        88 MODE-AUDIT                         VALUE 'AUDIT'.
000000        88 MODE-STAT                          VALUE 'STAT'.
000000
000000     01 WS-READ-COUNT             PIC 9(7) VALUE 0.
000000     01 WS-WRITE-COUNT            PIC 9(7) VALUE 0.
000000
000000 LINKAGE SECTION.
000000     01 LS-PARM.
000000         03 LS-PARM-LEN           PIC S9(4) COMP.
000000         03 LS-PARM-DATA          PIC X(20).
000000
000000 PROCEDURE DIVISION USING LS-PARM.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 0100-GET-RUN-MODE.
000000         DISPLAY "VIVHCONV RUN MODE: " WS-RUN-MODE.
000000         EVALUATE TRUE
000000             WHEN MODE-HIST
000000                 PERFORM 1000-CONVERT-HIST
000000             WHEN MODE-AUDIT
000000                 PERFORM 2000-CONVERT-AUDIT
000000             WHEN MODE-STAT
000000                 PERFORM 3000-CONVERT-STAT
000000             WHEN OTHER
000000                 DISPLAY "INVALID RUN MODE: " WS-RUN-MODE
000000                 MOVE 16 TO RETURN-CODE
000000         END-EVALUATE.
000000         IF RETURN-CODE = 0 AND WS-WRITE-COUNT NOT = WS-READ-COUNT
000000             DISPLAY "CONVERSION SHORT - IN " WS-READ-COUNT
000000                     " OUT " WS-WRITE-COUNT
000000             MOVE 8 TO RETURN-CODE
000000         END-IF.
000000         DISPLAY "RECORDS READ    : " WS-READ-COUNT.
000000         DISPLAY "RECORDS WRITTEN : " WS-WRITE-COUNT.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     0100-GET-RUN-MODE.
000000         IF LS-PARM-LEN > 0
000000             MOVE LS-PARM-DATA(1:LS-PARM-LEN) TO WS-RUN-MODE
000000         END-IF.
000000
000000     1000-CONVERT-HIST.
000000         OPEN INPUT OLDHIST.
000000         OPEN OUTPUT NEWHIST.
000000         IF WS-OLDHIST-STATUS NOT = "00" OR
000000            WS-NEWHIST-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING CONVERSION FILES: "
000000                     WS-OLDHIST-STATUS " / " WS-NEWHIST-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1100-READ-OLDHIST
000000             PERFORM UNTIL OLD-EOF
000000                 PERFORM 1200-CONVERT-ONE-HIST
000000                 PERFORM 1100-READ-OLDHIST
000000             END-PERFORM
000000         END-IF.
000000         CLOSE OLDHIST.
000000         CLOSE NEWHIST.
000000
000000     1100-READ-OLDHIST.
000000         READ OLDHIST
000000             AT END SET OLD-EOF TO TRUE
000000         END-READ.
000000
000000     1200-CONVERT-ONE-HIST.
000000         ADD 1 TO WS-READ-COUNT.
000000         MOVE OLDHIST-REC TO NEWHIST-IMAGE.
000000         MOVE SPACES TO NEWHIST-ACCT-KEY.
000000         MOVE SPACES TO NEWHIST-ENTRY-TYPE.
000000         MOVE SPACES TO NEWHIST-REV-STATUS.
000000         MOVE SPACES TO NEWHIST-LINK-KEY.
000000         MOVE SPACES TO NEWHIST-REASON.
000000         MOVE SPACES TO NEWHIST-OPID.
000000         WRITE NEWHIST-REC.
000000         IF WS-NEWHIST-STATUS NOT = "00"
000000             DISPLAY "WRITE FAILED: " WS-NEWHIST-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET OLD-EOF TO TRUE
000000         ELSE
000000             ADD 1 TO WS-WRITE-COUNT
000000         END-IF.
000000
000000     2000-CONVERT-AUDIT.
000000         OPEN INPUT OLDAUD.
000000         OPEN OUTPUT NEWAUD.
000000         IF WS-OLDAUD-STATUS NOT = "00" OR
000000            WS-NEWAUD-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING CONVERSION FILES: "
000000                     WS-OLDAUD-STATUS " / " WS-NEWAUD-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 2100-READ-OLDAUD
000000             PERFORM UNTIL OLD-EOF
000000                 PERFORM 2200-CONVERT-ONE-AUDIT
000000                 PERFORM 2100-READ-OLDAUD
000000             END-PERFORM
000000         END-IF.
000000         CLOSE OLDAUD.
000000         CLOSE NEWAUD.
000000
000000     2100-READ-OLDAUD.
000000         READ OLDAUD
000000             AT END SET OLD-EOF TO TRUE
000000         END-READ.
000000
000000     2200-CONVERT-ONE-AUDIT.
000000         ADD 1 TO WS-READ-COUNT.
000000         MOVE OLDAUD-REC TO NEWAUD-IMAGE.
000000         MOVE SPACES TO NEWAUD-ACCT-KEY.
000000         WRITE NEWAUD-REC.
000000         IF WS-NEWAUD-STATUS NOT = "00"
000000             DISPLAY "WRITE FAILED: " WS-NEWAUD-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET OLD-EOF TO TRUE
000000         ELSE
000000             ADD 1 TO WS-WRITE-COUNT
000000         END-IF.
000000
000000     3000-CONVERT-STAT.
000000         OPEN INPUT OLDSTAT.
000000         OPEN OUTPUT NEWSTAT.
000000         IF WS-OLDSTAT-STATUS NOT = "00" OR
000000            WS-NEWSTAT-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING CONVERSION FILES: "
000000                     WS-OLDSTAT-STATUS " / " WS-NEWSTAT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 3100-READ-OLDSTAT
000000             PERFORM UNTIL OLD-EOF
000000                 PERFORM 3200-CONVERT-ONE-STAT
000000                 PERFORM 3100-READ-OLDSTAT
000000             END-PERFORM
000000         END-IF.
000000         CLOSE OLDSTAT.
000000         CLOSE NEWSTAT.
000000
000000     3100-READ-OLDSTAT.
000000         READ OLDSTAT
000000             AT END SET OLD-EOF TO TRUE
000000         END-READ.
000000
000000     3200-CONVERT-ONE-STAT.
000000         ADD 1 TO WS-READ-COUNT.
000000         MOVE OLDSTAT-REC TO NEWSTAT-IMAGE.
000000         MOVE 0 TO NEWSTAT-REV-COUNT.
000000         WRITE NEWSTAT-REC.
000000         IF WS-NEWSTAT-STATUS NOT = "00"
000000             DISPLAY "WRITE FAILED: " WS-NEWSTAT-STATUS
000000             MOVE 8 TO RETURN-CODE
000000             SET OLD-EOF TO TRUE
000000         ELSE
000000             ADD 1 TO WS-WRITE-COUNT
000000         END-IF.
