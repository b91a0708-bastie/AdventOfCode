*> ----------------------------------------------- <*
*> RUN-PROVENANCE
*> Where a RESULTS-HISTORY row came from. Every program that writes,
*> replaces or removes a row appends one line to run-provenance.am
*> at the same moment, keyed the way the row is (business date and
*> PROGRAM-ID), carrying the values it left on the row and what
*> produced them: the extract read and its HEADER/TRAILER control
*> fields, the site manifest states, the run parameters in force,
*> the records read/accepted/rejected, and who wrote it - the
*> nightly chain, a catch-up range, a shadow night (whose lines go
*> to shadow-run-provenance.am), a resubmission fold, a manual
*> adjustment or deletion, or a run started by hand. The file is
*> never rewritten, so together with superseded-history.am it is
*> the full lineage of every published number (LINEAGE-INQUIRY).
*> Fields that mean nothing to a writer - an adjustment has no
*> extract - are left as spaces.
*>
*> The declaring program provides the matching SELECT/FD. A chain
*> program, which may run a shadow night, takes the name from
*> SHADOW-RUN (the RESOLVE-SHADOW-RUN section of SHADOW-RUN-SET
*> fills it):
*>   SELECT OPTIONAL PROVENANCE-FILE
*>          ASSIGN TO DYNAMIC PROVENANCE-FILE-NAME
*>          ORGANIZATION IS LINE SEQUENTIAL
*>          FILE STATUS IS PROVENANCE-FILE-STATUS
*> A program that never runs in shadow mode - a resubmission fold,
*> an adjustment, the lineage inquiry - may keep the literal
*> ASSIGN TO 'run-provenance.am'. Either way it declares
*> an 01 PROVENANCE-LINE PIC X(500) record, fills the PV-
*> fields below (the stamp is taken at write time) and PERFORMs
*> WRITE-RUN-PROVENANCE from the RUN-PROVENANCE-WRITE copybook.
*> ----------------------------------------------- <*
01 RUN-PROVENANCE-RECORD.
  05 PV-KEY.
    10 PV-RUN-DATE           PIC 9(8).
    10 PV-PROGRAM-ID         PIC X(20).
  05 FILLER                  PIC X(1).
  05 PV-STAMP-DATE           PIC 9(8).
  05 FILLER                  PIC X(1).
  05 PV-STAMP-TIME           PIC 9(8).
  05 FILLER                  PIC X(1).
  05 PV-WRITER-TYPE          PIC X(8).
    88 PV-NIGHTLY  VALUE "NIGHTLY ".
    88 PV-CATCH-UP VALUE "CATCH-UP".
    88 PV-SHADOW   VALUE "SHADOW  ".
    88 PV-MANUAL   VALUE "MANUAL  ".
    88 PV-RESUBMIT VALUE "RESUBMIT".
    88 PV-ADJUST   VALUE "ADJUST  ".
    88 PV-DELETE   VALUE "DELETE  ".
  05 FILLER                  PIC X(1).
  *> The writing program, or the operator on a manual change.
  05 PV-WRITER-ID            PIC X(20).
  05 FILLER                  PIC X(1).
  *> The row's values as this write left them (zero on a deletion).
  05 PV-RESULT-1             PIC 9(15).
  05 FILLER                  PIC X(1).
  05 PV-RESULT-2             PIC 9(15).
  05 FILLER                  PIC X(1).
  05 PV-EXTRACT-NAME         PIC X(80).
  05 FILLER                  PIC X(1).
  *> Zero when the extract carried no HEADER / TRAILER.
  05 PV-HEADER-DATE          PIC 9(8).
  05 FILLER                  PIC X(1).
  05 PV-TRAILER-COUNT        PIC 9(7).
  05 FILLER                  PIC X(1).
  05 PV-TRAILER-HASH         PIC 9(15).
  05 FILLER                  PIC X(1).
  05 PV-RECORDS-READ         PIC 9(7).
  05 FILLER                  PIC X(1).
  05 PV-RECORDS-ACCEPTED     PIC 9(7).
  05 FILLER                  PIC X(1).
  05 PV-RECORDS-REJECTED     PIC 9(7).
  05 FILLER                  PIC X(1).
  *> RUN-PARAMETERS values in force for the run, as the control
  *> cards set them.
  05 PV-PARAMETERS.
    10 PV-SAFE-RANGE-MIN     PIC 9(3).
    10 FILLER                PIC X(1).
    10 PV-SAFE-RANGE-MAX     PIC 9(3).
    10 FILLER                PIC X(1).
    10 PV-DAMPENER-FLAG      PIC X(1).
    10 FILLER                PIC X(1).
    10 PV-CHECKPOINT-INTERVAL PIC 9(5).
    10 FILLER                PIC X(1).
    10 PV-TABLE-CAPACITY     PIC 9(5).
    10 FILLER                PIC X(1).
    10 PV-TOP-N-DEPTH        PIC 9(3).
  05 FILLER                  PIC X(1).
  *> SITE=STATE per manifest entry, e.g. NORTH=PRESENT EAST=MISSING.
  05 PV-SITE-STATES          PIC X(180).
  05 FILLER                  PIC X(1).
  05 PV-REASON               PIC X(40).

77 PROVENANCE-FILE-STATUS    PIC X(2).
