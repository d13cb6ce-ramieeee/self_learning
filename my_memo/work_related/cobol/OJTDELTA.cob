000000* downstream jobs re-reading the whole master nightly to diff
000000* it themselves.  Each output record is the action code, the
000000* run date, and the record image: the after image for adds and
000000* changes, the before image for deletes (a delete's after image
000000* holds only the key and who deleted it).  CTLCARD names the
000000* extract date (YYYYMMDD, as the journal stamps it).  The
000000* day's online changes through OJTU (OJTMNT) are in the
000000* journal once the nightly OJTJMRG merge has run, and are cut
000000* with the batch ones.
000000* The generation is framed by control records so a truncated
000000* file can never be processed unnoticed again: a header (H in
000000* the action column - extract date, run date, run time) opens
000000         MOVE JRN-RUN-DATE TO DLT-DATE.
000000         EVALUATE JRN-ACTION
000000             WHEN 'D'
000000*                A delete's after image is only the key and
000000*                the maintenance stamps - downstream
000000*                gets the record as it stood before it went.
000000                 MOVE JRN-BEFORE TO DLT-RECORD
000000                 ADD 1 TO WS-DELETE-COUNT
