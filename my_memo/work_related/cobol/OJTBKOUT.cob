000000* the named run leaves the file exactly as it stood before that
000000* run started - the recovery that used to cost a full REPRO
000000* refresh and every maintenance run since.
000000* Changes made online through OJTU (OJTMNT) reach the journal
000000* through the nightly OJTJMRG merge, stamped with the time of
000000* the change, so they back out with the batch runs' - but only
000000* once merged: run OJTJMRG first when the day's online changes
000000* must come out too.
000000*----------------------------------------------------------------
000000 ENVIRONMENT DIVISION.
000000 INPUT-OUTPUT SECTION.
