*> ----------------------------------------------- <*
*> SITE-RESULTS-RECORD
*> Per-site breakdown of a night's RESULTS-HISTORY row, kept in its
*> own KSDS so the whole-night trend file keeps its one-row-per-
*> program shape. Keyed by run-date, the PROGRAM-ID that produced
*> the totals and the site the SITE-MANIFEST attributes them to;
*> SR-RESULT-1/2 carry the same meaning as RH-RESULT-1/2 for that
*> program, restricted to the site's records. Records the manifest
*> ranges do not cover land on an UNKNOWN row, so the site rows add
*> back up to the RESULTS-HISTORY row the program wrote. A later
*> resubmission fold or operator adjustment moves that row alone,
*> so the scorecard takes every share of the row as it now stands.
*> ----------------------------------------------- <*
01 SITE-RESULTS-RECORD.
  05 SR-KEY.
    10 SR-RUN-DATE        PIC 9(8).
    10 SR-PROGRAM-ID      PIC X(20).
    10 SR-SITE-ID         PIC X(8).
  05 SR-RECORD-COUNT      PIC 9(7).
  05 SR-RESULT-1          PIC 9(15).
  05 SR-RESULT-2          PIC 9(15).
