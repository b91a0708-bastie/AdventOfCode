*>
*> DAY01 and DAY02 load the manifest (when one exists) so their
*> reject and discrepancy outputs can name the site a record came
*> from instead of just its position in the merged file;
*> SITE-RETURNS loads it to send each site its own diagnostics.
*>
*> The declaring program provides the matching SELECT/FD:
*>   SELECT MANIFEST-FILE ASSIGN TO DYNAMIC MANIFEST-FILE-NAME
  88 MANIFEST-NOT-END VALUE 'N'.
*> FIND-SITE-FOR-RECORD input/output: the merged-file record number
*> to look up, and the site whose range covers it (UNKNOWN when no
*> range does). FOUND-SITE-INDEX is that site's MANIFEST-SITE-ENTRY
*> occurrence, ZERO for UNKNOWN, so per-site tallies can be kept in
*> a table parallel to the manifest.
77 LOOKUP-RECORD-NUMBER      PIC 9(7).
77 FOUND-SITE-ID             PIC X(8).
77 FOUND-SITE-INDEX          PIC 9(2).
