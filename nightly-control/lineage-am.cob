IDENTIFICATION DIVISION.
PROGRAM-ID. LINEAGE-INQUIRY.
AUTHOR. Sebastian Ritter <bastie@users.noreply.github.com>.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      SELECT RESULTS-HISTORY-FILE
             ASSIGN TO 'results-history.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RH-KEY
             FILE STATUS IS RESULTS-HISTORY-STATUS
      .
      *> Every write, replacement and removal of a row, with what
      *> produced it.
      SELECT OPTIONAL PROVENANCE-FILE
             ASSIGN TO 'run-provenance.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROVENANCE-FILE-STATUS
      .
      *> Every prior total displaced - including the ones displaced
      *> before provenance was kept.
      SELECT OPTIONAL SUPERSEDED-FILE
             ASSIGN TO 'superseded-history.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUPERSEDED-FILE-STATUS
      .
      SELECT LINEAGE-REPORT-FILE
             ASSIGN TO 'lineage-report.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LINEAGE-REPORT-STATUS
      .

DATA DIVISION.
FILE SECTION.
FD RESULTS-HISTORY-FILE.
  COPY RESULTS-HISTORY.

FD PROVENANCE-FILE.
  01 PROVENANCE-LINE PIC X(500).

FD SUPERSEDED-FILE.
  01 SUPERSEDED-LINE PIC X(100).

FD LINEAGE-REPORT-FILE.
  01 LINEAGE-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
    77 RESULTS-HISTORY-STATUS  PIC X(2).
    77 LINEAGE-REPORT-STATUS   PIC X(2).

    COPY RUN-PROVENANCE.
    COPY SUPERSEDED-LOG.

    *> LINEAGE_DATE and LINEAGE_PROGRAM name the one row whose
    *> history is wanted - both are required.
    77 LINEAGE-DATE-TEXT       PIC X(10).
    77 LINEAGE-DATE            PIC 9(8).
    77 LINEAGE-PROGRAM-ID      PIC X(20).

    *> --- Dateisteuerung ---
    77 FILE-END PIC X VALUE 'Y'.
    01 FILE-END-FLAG PIC X VALUE LOW-VALUE.
      88 FILE-END-TRUE VALUE 'Y'.

    *> The live row as it stands now.
    77 LIVE-ROW-FLAG           PIC X VALUE 'N'.
      88 LIVE-ROW-FOUND     VALUE 'Y'.
      88 LIVE-ROW-MISSING   VALUE 'N'.
    77 LIVE-RESULT-1           PIC 9(15) VALUE ZERO.
    77 LIVE-RESULT-2           PIC 9(15) VALUE ZERO.

    *> --- Lineage events for the row ---
    *> Both logs are appended as things happen, so each is already
    *> in time order; the report merges them on their stamps.
    77 LINEAGE-TABLE-MAX       PIC 9(3) VALUE 200.
    77 PROVENANCE-COUNT        PIC 9(3) VALUE ZERO.
    01 PROVENANCE-TABLE.
      05 PROVENANCE-ENTRY      PIC X(500) OCCURS 200.
    77 SUPERSEDED-COUNT        PIC 9(3) VALUE ZERO.
    01 SUPERSEDED-TABLE.
      05 SUPERSEDED-ENTRY      PIC X(100) OCCURS 200.
    77 LINEAGE-OVERFLOW-FLAG   PIC X VALUE 'N'.
      88 LINEAGE-OVERFLOW   VALUE 'Y'.

    77 PROVENANCE-CURSOR       PIC 9(3).
    77 SUPERSEDED-CURSOR       PIC 9(3).
    77 PROVENANCE-STAMP        PIC 9(16).
    77 SUPERSEDED-STAMP        PIC 9(16).
    77 NEXT-EVENT-FLAG         PIC X.
      88 NEXT-IS-PROVENANCE VALUE 'P'.
      88 NEXT-IS-SUPERSEDED VALUE 'S'.

    01 LINEAGE-TITLE-LINE.
      05 FILLER               PIC X(21) VALUE "RESULTS-HISTORY ROW  ".
      05 LT-RUN-DATE          PIC 9(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 LT-PROGRAM-ID        PIC X(20).
      05 FILLER               PIC X(12) VALUE " - LINEAGE".

    01 VERSION-LINE.
      05 FILLER               PIC X(8) VALUE "VERSION ".
      05 VL-NUMBER            PIC ZZ9.
      05 FILLER               PIC X(10) VALUE "  WRITTEN ".
      05 VL-STAMP-DATE        PIC 9(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 VL-STAMP-TIME        PIC 9(8).
      05 FILLER               PIC X(5) VALUE "  BY ".
      05 VL-WRITER-TYPE       PIC X(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 VL-WRITER-ID         PIC X(20).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 VL-STATUS            PIC X(24).

    01 RESULT-VALUES-LINE.
      05 RV-LABEL             PIC X(16).
      05 FILLER               PIC X(9) VALUE "RESULT-1 ".
      05 RV-RESULT-1          PIC Z(14)9.
      05 FILLER               PIC X(11) VALUE "  RESULT-2 ".
      05 RV-RESULT-2          PIC Z(14)9.

    01 DISPLACED-LINE.
      05 FILLER               PIC X(12) VALUE "DISPLACED   ".
      05 DL-STAMP-DATE        PIC 9(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 DL-STAMP-TIME        PIC 9(8).
      05 FILLER               PIC X(9) VALUE "  REASON ".
      05 DL-REASON            PIC X(16).

    77 VERSION-NUMBER          PIC 9(3) VALUE ZERO.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*
  MASTER SECTION.

    INIT. *> PARAGRAPH -------------------------
      MOVE SPACES TO LINEAGE-DATE-TEXT
      ACCEPT LINEAGE-DATE-TEXT FROM ENVIRONMENT "LINEAGE_DATE"
      IF LINEAGE-DATE-TEXT (1 : 8) IS NUMERIC
        MOVE LINEAGE-DATE-TEXT (1 : 8) TO LINEAGE-DATE
      ELSE
        DISPLAY "LINEAGE-INQUIRY: LINEAGE_DATE (YYYYMMDD) REQUIRED"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF

      MOVE SPACES TO LINEAGE-PROGRAM-ID
      ACCEPT LINEAGE-PROGRAM-ID FROM ENVIRONMENT "LINEAGE_PROGRAM"
      IF LINEAGE-PROGRAM-ID EQUAL SPACES
        DISPLAY "LINEAGE-INQUIRY: LINEAGE_PROGRAM REQUIRED"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF

      OPEN OUTPUT LINEAGE-REPORT-FILE
      MOVE LINEAGE-DATE       TO LT-RUN-DATE
      MOVE LINEAGE-PROGRAM-ID TO LT-PROGRAM-ID
      WRITE LINEAGE-REPORT-LINE FROM LINEAGE-TITLE-LINE
      MOVE SPACES TO LINEAGE-REPORT-LINE
      WRITE LINEAGE-REPORT-LINE
    . *> END PARAGRAPH

    MAIN. *> PARAGRAPH -------------------------
      PERFORM READ-LIVE-ROW
      PERFORM LOAD-PROVENANCE
      PERFORM LOAD-SUPERSEDED

      IF PROVENANCE-COUNT EQUAL ZERO AND SUPERSEDED-COUNT EQUAL ZERO
        MOVE "NO PROVENANCE OR SUPERSEDED VALUES ON FILE FOR THIS ROW"
          TO LINEAGE-REPORT-LINE
        WRITE LINEAGE-REPORT-LINE
      ELSE
        MOVE 1 TO PROVENANCE-CURSOR
        MOVE 1 TO SUPERSEDED-CURSOR
        PERFORM WRITE-NEXT-EVENT
                UNTIL PROVENANCE-CURSOR > PROVENANCE-COUNT
                  AND SUPERSEDED-CURSOR > SUPERSEDED-COUNT
      END-IF

      PERFORM WRITE-LIVE-ROW-SUMMARY
    . *> END PARAGRAPH

    DEINIT. *> PARAGRAPH -----------------------
      CLOSE LINEAGE-REPORT-FILE
      DISPLAY "LINEAGE-INQUIRY: " LINEAGE-DATE " "
              LINEAGE-PROGRAM-ID " - " PROVENANCE-COUNT
              " VERSION(S), " SUPERSEDED-COUNT
              " DISPLACED VALUE(S) TO lineage-report.am"
    . *> END PARAGRAPH

    GOBACK
    STOP RUN
  . *>END SECTION

*> ----------------------------------------------- <*
  READ-LIVE-ROW SECTION.
    *> No history file at all simply means no live row.
    MOVE 'N' TO LIVE-ROW-FLAG
    OPEN INPUT RESULTS-HISTORY-FILE
    IF RESULTS-HISTORY-STATUS EQUAL "00"
      MOVE LINEAGE-DATE       TO RH-RUN-DATE
      MOVE LINEAGE-PROGRAM-ID TO RH-PROGRAM-ID
      READ RESULTS-HISTORY-FILE
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE 'Y' TO LIVE-ROW-FLAG
          MOVE RH-RESULT-1 TO LIVE-RESULT-1
          MOVE RH-RESULT-2 TO LIVE-RESULT-2
      END-READ
      CLOSE RESULTS-HISTORY-FILE
    ELSE
      DISPLAY "LINEAGE-INQUIRY: CANNOT OPEN RESULTS-HISTORY,"
              " STATUS = " RESULTS-HISTORY-STATUS
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  LOAD-PROVENANCE SECTION.
    MOVE ZERO TO PROVENANCE-COUNT
    OPEN INPUT PROVENANCE-FILE
    IF PROVENANCE-FILE-STATUS EQUAL "00"
      MOVE LOW-VALUE TO FILE-END-FLAG
      PERFORM PROVENANCE-LOAD-LOOP UNTIL FILE-END-TRUE
    END-IF
    CLOSE PROVENANCE-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  PROVENANCE-LOAD-LOOP SECTION.
    READ PROVENANCE-FILE INTO RUN-PROVENANCE-RECORD
      AT END
        MOVE FILE-END TO FILE-END-FLAG
      NOT AT END
        IF PV-RUN-DATE IS NUMERIC
           AND PV-RUN-DATE EQUAL LINEAGE-DATE
           AND PV-PROGRAM-ID EQUAL LINEAGE-PROGRAM-ID
          IF PROVENANCE-COUNT LESS THAN LINEAGE-TABLE-MAX
            ADD 1 TO PROVENANCE-COUNT
            MOVE PROVENANCE-LINE TO PROVENANCE-ENTRY (PROVENANCE-COUNT)
          ELSE
            MOVE 'Y' TO LINEAGE-OVERFLOW-FLAG
          END-IF
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  LOAD-SUPERSEDED SECTION.
    MOVE ZERO TO SUPERSEDED-COUNT
    OPEN INPUT SUPERSEDED-FILE
    IF SUPERSEDED-FILE-STATUS EQUAL "00"
      MOVE LOW-VALUE TO FILE-END-FLAG
      PERFORM SUPERSEDED-LOAD-LOOP UNTIL FILE-END-TRUE
    END-IF
    CLOSE SUPERSEDED-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  SUPERSEDED-LOAD-LOOP SECTION.
    READ SUPERSEDED-FILE INTO SUPERSEDED-LOG-RECORD
      AT END
        MOVE FILE-END TO FILE-END-FLAG
      NOT AT END
        IF SL-RUN-DATE IS NUMERIC
           AND SL-RUN-DATE EQUAL LINEAGE-DATE
           AND SL-PROGRAM-ID EQUAL LINEAGE-PROGRAM-ID
          IF SUPERSEDED-COUNT LESS THAN LINEAGE-TABLE-MAX
            ADD 1 TO SUPERSEDED-COUNT
            MOVE SUPERSEDED-LINE TO SUPERSEDED-ENTRY (SUPERSEDED-COUNT)
          ELSE
            MOVE 'Y' TO LINEAGE-OVERFLOW-FLAG
          END-IF
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-NEXT-EVENT SECTION.
    *> The earlier of the two logs' next entries goes first. A
    *> replacement logs the displaced values a moment before the
    *> new version's provenance, so on equal stamps the displaced
    *> values come first too.
    EVALUATE TRUE
      WHEN PROVENANCE-CURSOR > PROVENANCE-COUNT
        MOVE 'S' TO NEXT-EVENT-FLAG
      WHEN SUPERSEDED-CURSOR > SUPERSEDED-COUNT
        MOVE 'P' TO NEXT-EVENT-FLAG
      WHEN OTHER
        MOVE PROVENANCE-ENTRY (PROVENANCE-CURSOR)
          TO RUN-PROVENANCE-RECORD
        MOVE SUPERSEDED-ENTRY (SUPERSEDED-CURSOR)
          TO SUPERSEDED-LOG-RECORD
        COMPUTE PROVENANCE-STAMP =
                PV-STAMP-DATE * 100000000 + PV-STAMP-TIME
        COMPUTE SUPERSEDED-STAMP =
                SL-STAMP-DATE * 100000000 + SL-STAMP-TIME
        IF SUPERSEDED-STAMP NOT GREATER THAN PROVENANCE-STAMP
          MOVE 'S' TO NEXT-EVENT-FLAG
        ELSE
          MOVE 'P' TO NEXT-EVENT-FLAG
        END-IF
    END-EVALUATE

    IF NEXT-IS-PROVENANCE
      MOVE PROVENANCE-ENTRY (PROVENANCE-CURSOR)
        TO RUN-PROVENANCE-RECORD
      PERFORM WRITE-VERSION-LINES
      ADD 1 TO PROVENANCE-CURSOR
    ELSE
      MOVE SUPERSEDED-ENTRY (SUPERSEDED-CURSOR)
        TO SUPERSEDED-LOG-RECORD
      PERFORM WRITE-DISPLACED-LINES
      ADD 1 TO SUPERSEDED-CURSOR
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-VERSION-LINES SECTION.
    *> One block per recorded version: when and by what it was
    *> written, the values it left, and whatever inputs the writer
    *> had - an adjustment has only its operator and reason.
    ADD 1 TO VERSION-NUMBER
    MOVE VERSION-NUMBER TO VL-NUMBER
    MOVE PV-STAMP-DATE  TO VL-STAMP-DATE
    MOVE PV-STAMP-TIME  TO VL-STAMP-TIME
    MOVE PV-WRITER-TYPE TO VL-WRITER-TYPE
    MOVE PV-WRITER-ID   TO VL-WRITER-ID
    EVALUATE TRUE
      WHEN VERSION-NUMBER LESS THAN PROVENANCE-COUNT
        MOVE "SUPERSEDED"        TO VL-STATUS
      WHEN PV-DELETE
        MOVE "ROW REMOVED"       TO VL-STATUS
      WHEN LIVE-ROW-MISSING
        MOVE "NO LONGER LIVE"    TO VL-STATUS
      WHEN PV-RESULT-1 EQUAL LIVE-RESULT-1
       AND PV-RESULT-2 EQUAL LIVE-RESULT-2
        MOVE "CURRENT"           TO VL-STATUS
      WHEN OTHER
        MOVE "DIFFERS FROM LIVE" TO VL-STATUS
    END-EVALUATE
    WRITE LINEAGE-REPORT-LINE FROM VERSION-LINE

    MOVE "    VALUES      " TO RV-LABEL
    MOVE PV-RESULT-1 TO RV-RESULT-1
    MOVE PV-RESULT-2 TO RV-RESULT-2
    WRITE LINEAGE-REPORT-LINE FROM RESULT-VALUES-LINE

    IF PV-EXTRACT-NAME NOT EQUAL SPACES
      MOVE SPACES TO LINEAGE-REPORT-LINE
      STRING "    INPUT "       DELIMITED BY SIZE
             PV-EXTRACT-NAME    DELIMITED BY SPACE
             "  HEADER DATE "   DELIMITED BY SIZE
             PV-HEADER-DATE     DELIMITED BY SIZE
             "  TRAILER COUNT " DELIMITED BY SIZE
             PV-TRAILER-COUNT   DELIMITED BY SIZE
             " HASH "           DELIMITED BY SIZE
             PV-TRAILER-HASH    DELIMITED BY SIZE
        INTO LINEAGE-REPORT-LINE
      END-STRING
      WRITE LINEAGE-REPORT-LINE

      MOVE SPACES TO LINEAGE-REPORT-LINE
      STRING "    RECORDS READ "  DELIMITED BY SIZE
             PV-RECORDS-READ      DELIMITED BY SIZE
             "  ACCEPTED "        DELIMITED BY SIZE
             PV-RECORDS-ACCEPTED  DELIMITED BY SIZE
             "  REJECTED "        DELIMITED BY SIZE
             PV-RECORDS-REJECTED  DELIMITED BY SIZE
        INTO LINEAGE-REPORT-LINE
      END-STRING
      WRITE LINEAGE-REPORT-LINE
    END-IF

    IF PV-SAFE-RANGE-MIN IS NUMERIC
      MOVE SPACES TO LINEAGE-REPORT-LINE
      STRING "    PARAMETERS SAFE-RANGE " DELIMITED BY SIZE
             PV-SAFE-RANGE-MIN            DELIMITED BY SIZE
             "-"                          DELIMITED BY SIZE
             PV-SAFE-RANGE-MAX            DELIMITED BY SIZE
             "  DAMPENER "                DELIMITED BY SIZE
             PV-DAMPENER-FLAG             DELIMITED BY SIZE
             "  CHECKPOINT "              DELIMITED BY SIZE
             PV-CHECKPOINT-INTERVAL       DELIMITED BY SIZE
             "  CAPACITY "                DELIMITED BY SIZE
             PV-TABLE-CAPACITY            DELIMITED BY SIZE
             "  TOP-N "                   DELIMITED BY SIZE
             PV-TOP-N-DEPTH               DELIMITED BY SIZE
        INTO LINEAGE-REPORT-LINE
      END-STRING
      WRITE LINEAGE-REPORT-LINE
    END-IF

    IF PV-SITE-STATES NOT EQUAL SPACES
      MOVE SPACES TO LINEAGE-REPORT-LINE
      STRING "    SITES "     DELIMITED BY SIZE
             PV-SITE-STATES   DELIMITED BY SIZE
        INTO LINEAGE-REPORT-LINE
      END-STRING
      WRITE LINEAGE-REPORT-LINE
    END-IF

    IF PV-REASON NOT EQUAL SPACES
      MOVE SPACES TO LINEAGE-REPORT-LINE
      STRING "    REASON "    DELIMITED BY SIZE
             PV-REASON        DELIMITED BY SIZE
        INTO LINEAGE-REPORT-LINE
      END-STRING
      WRITE LINEAGE-REPORT-LINE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-DISPLACED-LINES SECTION.
    *> Values taken off the row by a re-run, fold or manual change.
    MOVE SL-STAMP-DATE TO DL-STAMP-DATE
    MOVE SL-STAMP-TIME TO DL-STAMP-TIME
    MOVE SL-REASON     TO DL-REASON
    WRITE LINEAGE-REPORT-LINE FROM DISPLACED-LINE
    MOVE "    OLD VALUES  " TO RV-LABEL
    MOVE SL-OLD-RESULT-1 TO RV-RESULT-1
    MOVE SL-OLD-RESULT-2 TO RV-RESULT-2
    WRITE LINEAGE-REPORT-LINE FROM RESULT-VALUES-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-LIVE-ROW-SUMMARY SECTION.
    MOVE SPACES TO LINEAGE-REPORT-LINE
    WRITE LINEAGE-REPORT-LINE
    IF LIVE-ROW-FOUND
      MOVE "LIVE ROW        " TO RV-LABEL
      MOVE LIVE-RESULT-1 TO RV-RESULT-1
      MOVE LIVE-RESULT-2 TO RV-RESULT-2
      WRITE LINEAGE-REPORT-LINE FROM RESULT-VALUES-LINE
    ELSE
      MOVE "NO LIVE ROW ON RESULTS-HISTORY" TO LINEAGE-REPORT-LINE
      WRITE LINEAGE-REPORT-LINE
    END-IF
    IF LINEAGE-OVERFLOW
      MOVE "WARNING: MORE HISTORY THAN THE INQUIRY HOLDS - OLDEST SHOWN ONLY"
        TO LINEAGE-REPORT-LINE
      WRITE LINEAGE-REPORT-LINE
    END-IF
  . *>END SECTION

*> === EOF ======================================= <*
