*> ----------------------------------------------- <*
*> RUN-PROVENANCE-WRITE
*> Shared append for the run-provenance log, COPY'd into the
*> PROCEDURE DIVISION of every program that declares the
*> RUN-PROVENANCE data copybook and the PROVENANCE-FILE FD. Fill
*> the PV- fields, then PERFORM WRITE-RUN-PROVENANCE.
*> ----------------------------------------------- <*
  WRITE-RUN-PROVENANCE SECTION.
    ACCEPT PV-STAMP-DATE FROM DATE YYYYMMDD
    ACCEPT PV-STAMP-TIME FROM TIME
    *> Status 05 is the OPTIONAL file being created on first use -
    *> a success, not a failure.
    OPEN EXTEND PROVENANCE-FILE
    IF PROVENANCE-FILE-STATUS EQUAL "00"
       OR PROVENANCE-FILE-STATUS EQUAL "05"
      WRITE PROVENANCE-LINE FROM RUN-PROVENANCE-RECORD
      CLOSE PROVENANCE-FILE
    ELSE
      DISPLAY "RUN PROVENANCE NOT WRITTEN, STATUS = "
              PROVENANCE-FILE-STATUS
              " - LINEAGE OF " PV-RUN-DATE " " PV-PROGRAM-ID
              " INCOMPLETE"
    END-IF
  . *>END SECTION
