*> ----------------------------------------------- <*
*> SITE-TOTALS
*> Per-site accumulators behind the site-results.dat rows. The
*> first ten occurrences run parallel to MANIFEST-SITE-ENTRY (so
*> FOUND-SITE-INDEX from FIND-SITE-FOR-RECORD subscripts them
*> directly); occurrence SITE-UNKNOWN-INDEX collects records no
*> manifest range covers, and every record of a single-source night.
*>
*> The declaring program also declares the SITE-MANIFEST data
*> copybook, and provides the matching SELECT/FD:
*>   SELECT SITE-RESULTS-FILE
*>          ASSIGN TO DYNAMIC SITE-RESULTS-FILE-NAME
*>          ORGANIZATION IS INDEXED
*>          ACCESS MODE IS DYNAMIC
*>          RECORD KEY IS SR-KEY
*>          FILE STATUS IS SITE-RESULTS-STATUS
*> with the SITE-RESULTS copybook as its record. The name is not
*> written into the SELECT: SITE-RESULTS-FILE-NAME comes from the
*> SHADOW-RUN copybook and SHADOW-RUN-SET fills it - site-results.dat
*> on a live run, the shadow- copy on a shadow run - so a shadow
*> night never writes the live rows. It sets
*> SITE-TOTALS-PROGRAM-ID once at startup, adds into the
*> SITE-TOTAL- fields as records are processed, then sets
*> SITE-TOTALS-RUN-DATE and PERFORMs WRITE-SITE-RESULTS (see
*> SITE-RESULTS-WRITE) under the history lock when the night's
*> RESULTS-HISTORY row is written.
*> ----------------------------------------------- <*
01 SITE-TOTALS-AREA.
  05 SITE-TOTALS-PROGRAM-ID  PIC X(20) VALUE SPACES.
  05 SITE-TOTALS-RUN-DATE    PIC 9(8) VALUE ZERO.
  05 SITE-TOTAL-ENTRY OCCURS 11.
    10 SITE-TOTAL-RECORDS    PIC 9(7).
    10 SITE-TOTAL-RESULT-1   PIC 9(15).
    10 SITE-TOTAL-RESULT-2   PIC 9(15).

77 SITE-UNKNOWN-INDEX        PIC 9(2) VALUE 11.
77 SITE-TOTAL-INDEX          PIC 9(2).
77 SITE-ROW-ID               PIC X(8).
77 SITE-RESULTS-STATUS       PIC X(2).
77 SITE-PURGE-END-FLAG       PIC X.
  88 SITE-PURGE-END     VALUE 'Y'.
  88 SITE-PURGE-NOT-END VALUE 'N'.
