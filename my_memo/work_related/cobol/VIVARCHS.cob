000000* - the "show me operator X's calculations from last March"
000000* answer, without REPROing generations back by hand.  ARCHIN
000000* is a generation (or concatenation) of the RAMIE.VIVP.HIST
000000* .ARCH archive VIVPURGE cuts (HIST-REC images, LRECL 87);
000000* AUDIN is a generation of the RAMIE.VIVP.AUDIT.ARCH archive
000000* VIVAUDIT cuts (audit records, LRECL 65).  SRCHCARD drives
000000* the run:
000000*   card 1 - the filters, any combination, blank means any:
000000*            operator ID (1-3), terminal (4-7), date range
000000*            on every history match so the listing says which
000000*            generation each record came from;
000000*   card 3 - the audit generation's dataset name, likewise.
000000* An operator filter matches history records on the posting
000000* operator they carry; records archived before history carried
000000* one have it blank and are matched on the audit side only.
000000* Run one step per generation pair;
000000* audit season is a deck of cards now, not three days of
000000* dataset work.
000000*----------------------------------------------------------------
000000*    Archived history record - the HIST-REC image VIVPURGE
000000*    writes to ARCHFILE.
000000 FD ARCHIN
000000     RECORD CONTAINS 87 CHARACTERS.
000000     01 ARCHIN-REC.
000000         03 AHI-KEY.
000000             05 AHI-DATE           PIC S9(7) COMP-3.
000000         03 AHI-NO2I               PIC 9(7)V99.
000000         03 AHI-OPRI               PIC X(1).
000000         03 AHI-RSLT               PIC S9(15)V99.
000000         03 AHI-ACCT-KEY           PIC X(6).
000000         03 AHI-ENTRY-TYPE         PIC X(1).
000000         03 AHI-REV-STATUS         PIC X(1).
000000         03 AHI-LINK-KEY           PIC X(19).
000000         03 AHI-REASON             PIC X(2).
000000         03 AHI-OPID               PIC X(3).
000000*    Archived audit record - the layout VIVAUDIT archives, in
000000*    step with WS-AUDIT-REC in VIVPMAIN.
000000 FD AUDIN
000000     RECORD CONTAINS 65 CHARACTERS.
000000     01 AUDIN-REC.
000000         03 AAU-TRMID          PIC X(4).
000000         03 AAU-OPID           PIC X(3).
000000         03 AAU-STATUS         PIC X(1).
000000         03 AAU-DATE           PIC S9(7) COMP-3.
000000         03 AAU-TIME           PIC S9(7) COMP-3.
000000         03 AAU-ACCT-KEY       PIC X(6).
000000 FD SRCHCARD
000000     RECORD CONTAINS 80 CHARACTERS.
000000     01 SRCH-CARD.
000000     2100-MATCH-HIST-RECORD.
000000         ADD 1 TO WS-HIST-READ-COUNT.
000000         SET REC-MATCHES TO TRUE.
000000*        A record archived before history carried its operator
000000*        has AHI-OPID blank and never matches an operator filter.
000000         IF F-OPID-ON AND AHI-OPID NOT = WS-F-OPID
000000             SET REC-NO-MATCH TO TRUE
000000         END-IF.
000000         IF F-TRMID-ON AND AHI-TRMID NOT = WS-F-TRMID
000000             MOVE AHI-DATE TO DTL-DATE
000000             MOVE AHI-TIME TO DTL-TIME
000000             MOVE AHI-TRMID TO DTL-TRMID
000000             MOVE AHI-OPID TO DTL-OPID
000000             MOVE AHI-NO1I TO DTL-NO1
000000             MOVE AHI-OPRI TO DTL-OPR
000000             MOVE AHI-NO2I TO DTL-NO2
