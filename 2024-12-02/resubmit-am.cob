             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUPERSEDED-FILE-STATUS
      .
      *> Central operator-alert file, written alongside the console
      *> warnings so they survive the scroll-back.
      SELECT OPTIONAL ALERT-FILE
             ASSIGN TO 'alerts.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-FILE-STATUS
      .
      *> One line per RESULTS-HISTORY write, naming the inputs and
      *> parameters behind the published totals.
      SELECT OPTIONAL PROVENANCE-FILE
             ASSIGN TO 'run-provenance.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROVENANCE-FILE-STATUS
      .
      *> Month-end control: a month signed off by PERIOD-CLOSE is
      *> never folded into again.
      SELECT OPTIONAL PERIOD-FILE
             ASSIGN TO 'closed-periods.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIOD-FILE-STATUS
      .

DATA DIVISION.
FILE SECTION.
  *> Sized to DAY02-PUZZLE1's reject record, which may carry a
  *> SITE= token between the record number and the raw text on a
  *> merged-extract night; only the leading number is read here.
  01 REJECT-LINE    PIC X(548).

FD CORRECTIONS-FILE.
  *> Operator-prepared: the reject's record number, then the corrected
FD SUPERSEDED-FILE.
  01 SUPERSEDED-LINE PIC X(100).

FD ALERT-FILE.
  01 ALERT-LINE     PIC X(120).

FD PERIOD-FILE.
  01 PERIOD-LINE    PIC X(100).

FD PROVENANCE-FILE.
  01 PROVENANCE-LINE PIC X(500).

WORKING-STORAGE SECTION.
    77 REJECT-FILE-STATUS      PIC X(2).
    77 CORRECTIONS-FILE-STATUS PIC X(2).
    *> logged first - the trend deltas stay reproducible.
    COPY SUPERSEDED-LOG.

    *> --- Central operator alerts ---
    COPY OPERATOR-ALERT.

    *> --- Month-end period control ---
    *> Corrections for a date inside a closed month are validated
    *> and audited as usual, but never folded into its row.
    COPY PERIOD-CLOSE.

    *> --- Run provenance ---
    *> A fold changes the published row, so it is recorded in the
    *> row's lineage like any other write.
    COPY RUN-PROVENANCE.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*

    INIT. *> PARAGRAPH -------------------------
      MOVE "DAY02-RESUBMIT" TO LOCK-PROGRAM-NAME
      MOVE "DAY02-RESUBMIT" TO ALERT-PROGRAM-NAME
      PERFORM LOAD-RUN-PARAMETERS

      ACCEPT RESUBMIT-DATE FROM DATE YYYYMMDD
      DISPLAY "DAY02-RESUBMIT: COUNTS NOT FOLDED -"
              " RESULTS-HISTORY LOCK HELD"
    ELSE
      *> Tested under the lock, so a month-end close cannot land
      *> between the test and the fold.
      MOVE RESUBMIT-DATE TO PERIOD-CHECK-DATE
      PERFORM CHECK-PERIOD-CLOSED
      IF PERIOD-CLOSED
        DISPLAY "DAY02-RESUBMIT: COUNTS NOT FOLDED - PERIOD "
                PERIOD-CHECK-MONTH " IS CLOSED"
        MOVE RESUBMIT-DATE TO ALERT-RUN-DATE
        MOVE 8 TO ALERT-SEVERITY
        MOVE PERIOD-CLOSED-TEXT TO ALERT-TEXT
        PERFORM WRITE-OPERATOR-ALERT
      ELSE
        PERFORM FOLD-UNDER-LOCK
      END-IF
      PERFORM RELEASE-HISTORY-LOCK
    END-IF
  . *>END SECTION
                      RESULTS-HISTORY-STATUS
            NOT INVALID KEY
              MOVE 'Y' TO HISTORY-FOLD-FLAG
              PERFORM RECORD-RUN-PROVENANCE
          END-REWRITE
      END-READ
      CLOSE RESULTS-HISTORY-FILE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  RECORD-RUN-PROVENANCE SECTION.
    *> The corrections file is this run's input; it carries no
    *> header or trailer, and no site manifest travels with it.
    MOVE SPACES TO RUN-PROVENANCE-RECORD
    MOVE RH-RUN-DATE      TO PV-RUN-DATE
    MOVE RH-PROGRAM-ID    TO PV-PROGRAM-ID
    MOVE "RESUBMIT"       TO PV-WRITER-TYPE
    MOVE "DAY02-RESUBMIT" TO PV-WRITER-ID
    MOVE RH-RESULT-1      TO PV-RESULT-1
    MOVE RH-RESULT-2      TO PV-RESULT-2
    MOVE "corrections.am" TO PV-EXTRACT-NAME
    MOVE ZERO TO PV-HEADER-DATE
    MOVE ZERO TO PV-TRAILER-COUNT
    MOVE ZERO TO PV-TRAILER-HASH
    MOVE CORRECTIONS-READ TO PV-RECORDS-READ
    COMPUTE PV-RECORDS-ACCEPTED =
            NEWLY-SAFE-COUNT + NEWLY-DAMPENED-COUNT
    COMPUTE PV-RECORDS-REJECTED =
            CORRECTIONS-READ - NEWLY-SAFE-COUNT - NEWLY-DAMPENED-COUNT
    MOVE PARM-SAFE-RANGE-MIN      TO PV-SAFE-RANGE-MIN
    MOVE PARM-SAFE-RANGE-MAX      TO PV-SAFE-RANGE-MAX
    MOVE PARM-DAMPENER-FLAG       TO PV-DAMPENER-FLAG
    MOVE PARM-CHECKPOINT-INTERVAL TO PV-CHECKPOINT-INTERVAL
    MOVE PARM-TABLE-CAPACITY      TO PV-TABLE-CAPACITY
    MOVE PARM-TOP-N-DEPTH         TO PV-TOP-N-DEPTH
    MOVE "RESUBMIT FOLD"          TO PV-REASON
    PERFORM WRITE-RUN-PROVENANCE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-AUDIT-DETAIL SECTION.
    MOVE SPACES TO AUDIT-LINE

    IF NEWLY-SAFE-COUNT GREATER THAN ZERO
       OR NEWLY-DAMPENED-COUNT GREATER THAN ZERO
      EVALUATE TRUE
        WHEN HISTORY-FOLDED
          MOVE "COUNTS FOLDED INTO RESULTS-HISTORY" TO AUDIT-LINE
        WHEN PERIOD-CLOSED
          MOVE "COUNTS NOT FOLDED - PERIOD CLOSED, REOPEN REQUIRED"
            TO AUDIT-LINE
        WHEN OTHER
          MOVE "COUNTS NOT FOLDED - RESULTS-HISTORY ROW NOT UPDATED"
            TO AUDIT-LINE
      END-EVALUATE
      WRITE AUDIT-LINE
    END-IF
  . *>END SECTION
*> ----------------------------------------------- <*
  COPY SUPERSEDED-LOG-WRITE.

*> ----------------------------------------------- <*
  COPY RUN-PROVENANCE-WRITE.

*> ----------------------------------------------- <*
  COPY OPERATOR-ALERT-WRITE.

*> ----------------------------------------------- <*
  COPY PERIOD-CLOSE-CHECK.

*> === EOF ======================================= <*
