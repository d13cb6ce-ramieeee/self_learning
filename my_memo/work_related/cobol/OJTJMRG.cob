000000 IDENTIFICATION DIVISION.
000000 PROGRAM-ID.    OJTJMRG.
000000*----------------------------------------------------------------
000000* Nightly merge of the online OJTKSDATA maintenance journal into
000000* the batch one.  OJTMNT (transaction OJTU) writes a JRNL-REC
000000* for every add, change, and delete it applies to TD queue
000000* OJTJ, whose DCT entry routes the records to the dataset read
000000* here as JRNLQUE; OJTCOBOL appends its own entries to the main
000000* journal RAMIE.OJT.JRNL, read here as JRNLOLD.  Both are
000000* already in time order, so one pass merges them on the stamp
000000* (run date, run time, sequence) into JRNLNEW, which then
000000* replaces the journal (see OJTJMRG.jcl).  OJTDELTA and OJTBKOUT
000000* read only the one journal, and OJTBKOUT applies its entries
000000* newest-first by position - so online changes have to sit
000000* among the batch runs' in true time order, not be tacked on
000000* the end, for a back-out to unwind them in the right sequence.
000000* On an equal stamp the batch entry goes first.
000000* A queue record identical to the record just written is
000000* dropped and counted: if the swap after a clean merge fails
000000* and the job is rerun with the queue not yet emptied, the
000000* entries already merged are not written twice.  An input out
000000* of stamp order is merged where it falls and warned about.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
000000 FILE-CONTROL.
000000     SELECT JRNLOLD ASSIGN TO JRNLOLD
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-JRNLOLD-STATUS.
000000     SELECT JRNLQUE ASSIGN TO JRNLQUE
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-JRNLQUE-STATUS.
000000     SELECT JRNLNEW ASSIGN TO JRNLNEW
000000     ORGANIZATION IS SEQUENTIAL
000000     FILE STATUS IS WS-JRNLNEW-STATUS.
000000 DATA DIVISION.
000000 FILE SECTION.
000000 FD JRNLOLD
000000     RECORD CONTAINS 164 CHARACTERS.
000000     01 OLD-JRNL-REC.
000000         03 OLD-STAMP.
000000             05 OLD-RUN-DATE      PIC 9(8).
000000             05 OLD-RUN-TIME      PIC 9(6).
000000             05 OLD-SEQ           PIC 9(5).
000000         03 FILLER                PIC X(145).
000000 FD JRNLQUE
000000     RECORD CONTAINS 164 CHARACTERS.
000000     01 QUE-JRNL-REC.
000000         03 QUE-STAMP.
000000             05 QUE-RUN-DATE      PIC 9(8).
000000             05 QUE-RUN-TIME      PIC 9(6).
000000             05 QUE-SEQ           PIC 9(5).
000000         03 FILLER                PIC X(145).
000000*    The JRNL-REC layout OJTCOBOL's 2080-WRITE-JOURNAL writes -
000000*    it must stay in step with OJTCOBOL, OJTMNT, OJTDELTA, and
000000*    OJTBKOUT.
000000 FD JRNLNEW
000000     RECORD CONTAINS 164 CHARACTERS.
000000     01 JRNL-REC.
000000         03 JRN-RUN-DATE          PIC 9(8).
000000         03 JRN-RUN-TIME          PIC 9(6).
000000         03 JRN-SEQ               PIC 9(5).
000000         03 JRN-ACTION            PIC X(1).
000000         03 JRN-BEFORE            PIC X(72).
000000         03 JRN-AFTER             PIC X(72).
000000 WORKING-STORAGE SECTION.
000000     01 WS-JRNLOLD-STATUS         PIC X(2).
000000     01 WS-JRNLQUE-STATUS         PIC X(2).
000000     01 WS-JRNLNEW-STATUS         PIC X(2).
000000
000000     01 WS-OLD-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 OLD-EOF                            VALUE 'Y'.
000000     01 WS-QUE-EOF-FLAG           PIC X(1) VALUE 'N'.
000000        88 QUE-EOF                            VALUE 'Y'.
000000
000000*    Stamps of the record last read from each input, for the
000000*    order check, and the record last written, for the rerun
000000*    check.  A stamp compares as 19 digits: date, time, seq.
000000     01 WS-PREV-OLD-STAMP         PIC X(19) VALUE LOW-VALUES.
000000     01 WS-PREV-QUE-STAMP         PIC X(19) VALUE LOW-VALUES.
000000     01 WS-LAST-WRITTEN           PIC X(164) VALUE LOW-VALUES.
000000
000000     01 WS-OLD-COUNT              PIC 9(7) VALUE 0.
000000     01 WS-QUE-COUNT              PIC 9(7) VALUE 0.
000000     01 WS-DUP-COUNT              PIC 9(7) VALUE 0.
000000     01 WS-OUT-COUNT              PIC 9(7) VALUE 0.
000000     01 WS-ORDER-COUNT            PIC 9(7) VALUE 0.
000000
000000 PROCEDURE DIVISION.
000000     0000-MAIN.
000000         MOVE 0 TO RETURN-CODE.
000000         PERFORM 1000-MERGE-PASS.
000000         DISPLAY "***END*** RETURN CODE: " RETURN-CODE.
000000         STOP RUN.
000000
000000     1000-MERGE-PASS.
000000         OPEN INPUT JRNLOLD.
000000         OPEN INPUT JRNLQUE.
000000         OPEN OUTPUT JRNLNEW.
000000         IF WS-JRNLOLD-STATUS NOT = "00" OR
000000            WS-JRNLQUE-STATUS NOT = "00" OR
000000            WS-JRNLNEW-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR OPENING MERGE FILES: "
000000                     WS-JRNLOLD-STATUS " / " WS-JRNLQUE-STATUS
000000                     " / " WS-JRNLNEW-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             PERFORM 1100-READ-OLD
000000             PERFORM 1200-READ-QUE
000000             PERFORM UNTIL (OLD-EOF AND QUE-EOF) OR
000000                           RETURN-CODE = 8
000000                 IF QUE-EOF OR
000000                    (NOT OLD-EOF AND OLD-STAMP <= QUE-STAMP)
000000                     PERFORM 1300-TAKE-OLD
000000                 ELSE
000000                     PERFORM 1400-TAKE-QUE
000000                 END-IF
000000             END-PERFORM
000000             DISPLAY "BATCH ENTRIES READ       : " WS-OLD-COUNT
000000             DISPLAY "ONLINE ENTRIES READ      : " WS-QUE-COUNT
000000             DISPLAY "ONLINE ALREADY MERGED    : " WS-DUP-COUNT
000000             DISPLAY "ENTRIES WRITTEN          : " WS-OUT-COUNT
000000             IF WS-ORDER-COUNT > 0
000000                 DISPLAY "OUT OF STAMP ORDER       : "
000000                         WS-ORDER-COUNT
000000                 IF RETURN-CODE = 0
000000                     MOVE 4 TO RETURN-CODE
000000                 END-IF
000000             END-IF
000000         END-IF.
000000         CLOSE JRNLOLD.
000000         CLOSE JRNLQUE.
000000         CLOSE JRNLNEW.
000000
000000     1100-READ-OLD.
000000         READ JRNLOLD
000000             AT END SET OLD-EOF TO TRUE
000000         END-READ.
000000         IF NOT OLD-EOF
000000             ADD 1 TO WS-OLD-COUNT
000000             IF OLD-STAMP < WS-PREV-OLD-STAMP
000000                 DISPLAY "JOURNAL OUT OF ORDER AT: " OLD-STAMP
000000                 ADD 1 TO WS-ORDER-COUNT
000000             END-IF
000000             MOVE OLD-STAMP TO WS-PREV-OLD-STAMP
000000         END-IF.
000000
000000     1200-READ-QUE.
000000         READ JRNLQUE
000000             AT END SET QUE-EOF TO TRUE
000000         END-READ.
000000         IF NOT QUE-EOF
000000             ADD 1 TO WS-QUE-COUNT
000000             IF QUE-STAMP < WS-PREV-QUE-STAMP
000000                 DISPLAY "QUEUE OUT OF ORDER AT  : " QUE-STAMP
000000                 ADD 1 TO WS-ORDER-COUNT
000000             END-IF
000000             MOVE QUE-STAMP TO WS-PREV-QUE-STAMP
000000         END-IF.
000000
000000     1300-TAKE-OLD.
000000         MOVE OLD-JRNL-REC TO JRNL-REC.
000000         PERFORM 1500-WRITE-NEW.
000000         PERFORM 1100-READ-OLD.
000000
000000     1400-TAKE-QUE.
000000         IF QUE-JRNL-REC = WS-LAST-WRITTEN
000000*            Merged by an earlier run whose queue was never
000000*            emptied - already on the journal.
000000             ADD 1 TO WS-DUP-COUNT
000000         ELSE
000000             MOVE QUE-JRNL-REC TO JRNL-REC
000000             PERFORM 1500-WRITE-NEW
000000         END-IF.
000000         PERFORM 1200-READ-QUE.
000000
000000     1500-WRITE-NEW.
000000         WRITE JRNL-REC.
000000         IF WS-JRNLNEW-STATUS NOT = "00"
000000             DISPLAY "I/O ERROR WRITING JRNLNEW: "
000000                     WS-JRNLNEW-STATUS
000000             MOVE 8 TO RETURN-CODE
000000         ELSE
000000             ADD 1 TO WS-OUT-COUNT
000000             MOVE JRNL-REC TO WS-LAST-WRITTEN
000000         END-IF.
