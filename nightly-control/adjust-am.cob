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
      *> Month-end control: rows inside a month signed off by
      *> PERIOD-CLOSE are frozen until it is reopened.
      SELECT OPTIONAL PERIOD-FILE
             ASSIGN TO 'closed-periods.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIOD-FILE-STATUS
      .

DATA DIVISION.
FILE SECTION.
FD SUPERSEDED-FILE.
  01 SUPERSEDED-LINE PIC X(100).

FD ALERT-FILE.
  01 ALERT-LINE     PIC X(120).

FD PERIOD-FILE.
  01 PERIOD-LINE    PIC X(100).

FD PROVENANCE-FILE.
  01 PROVENANCE-LINE PIC X(500).

WORKING-STORAGE SECTION.
    77 RESULTS-HISTORY-STATUS  PIC X(2).
    77 ADJUST-AUDIT-STATUS     PIC X(2).
    *> --- Superseded-totals preservation ---
    COPY SUPERSEDED-LOG.

    *> --- Central operator alerts ---
    COPY OPERATOR-ALERT.

    *> --- Month-end period control ---
    *> An adjustment or deletion inside a closed month is refused;
    *> the month has to be reopened through PERIOD-CLOSE first.
    COPY PERIOD-CLOSE.

    *> --- Run provenance ---
    *> A manual change or removal is part of the row's lineage,
    *> recorded with the operator and reason behind it.
    COPY RUN-PROVENANCE.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*

    INIT. *> PARAGRAPH -------------------------
      MOVE "HISTORY-ADJUST" TO LOCK-PROGRAM-NAME
      MOVE "HISTORY-ADJUST" TO ALERT-PROGRAM-NAME
      ACCEPT ADJUST-STAMP-DATE FROM DATE YYYYMMDD
      ACCEPT ADJUST-STAMP-TIME FROM TIME

                  " RESULTS-HISTORY LOCK HELD"
          MOVE 8 TO RETURN-CODE
        ELSE
          *> Tested under the lock, so a month-end close cannot land
          *> between the test and the change.
          MOVE ADJUST-DATE-FROM TO PERIOD-CHECK-DATE
          PERFORM CHECK-PERIOD-CLOSED
          EVALUATE TRUE
            WHEN PERIOD-CLOSED
              PERFORM REFUSE-CLOSED-PERIOD
            WHEN ADJUST-MODE
              PERFORM APPLY-ADJUSTMENT
            WHEN OTHER
              PERFORM APPLY-DELETION
          END-EVALUATE
          PERFORM RELEASE-HISTORY-LOCK
        END-IF
      END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  REFUSE-CLOSED-PERIOD SECTION.
    *> The refused attempt is audited like a change would have been,
    *> so the trail shows who tried to alter a signed-off month.
    DISPLAY "HISTORY-ADJUST: NOTHING CHANGED - PERIOD "
            PERIOD-CHECK-MONTH " IS CLOSED"
    MOVE "REFUSED " TO AUDIT-ACTION-TEXT
    PERFORM WRITE-ADJUST-AUDIT

    MOVE ADJUST-DATE-FROM TO ALERT-RUN-DATE
    MOVE 8 TO ALERT-SEVERITY
    MOVE PERIOD-CLOSED-TEXT TO ALERT-TEXT
    PERFORM WRITE-OPERATOR-ALERT
    MOVE 8 TO RETURN-CODE
  . *>END SECTION

*> ----------------------------------------------- <*
  APPLY-ADJUSTMENT SECTION.
    OPEN I-O RESULTS-HISTORY-FILE
            DISPLAY "HISTORY-ADJUST: " ADJUST-DATE-FROM " "
                    ADJUST-PROGRAM-ID " ADJUSTED BY "
                    ADJUST-OPERATOR-ID
            PERFORM RECORD-RUN-PROVENANCE
        END-REWRITE
    END-READ

            DISPLAY "HISTORY-ADJUST: " ADJUST-DATE-FROM " "
                    ADJUST-PROGRAM-ID " DELETED BY "
                    ADJUST-OPERATOR-ID
            PERFORM RECORD-RUN-PROVENANCE
        END-DELETE
    END-READ

    END-STRING
    WRITE ADJUST-AUDIT-LINE

    *> A refused change touched nothing, so it has no before and
    *> after values to show.
    MOVE SPACES TO ADJUST-AUDIT-LINE
    EVALUATE AUDIT-ACTION-TEXT
      WHEN "REFUSED "
        MOVE "  PERIOD CLOSED - ROW NOT TOUCHED" TO ADJUST-AUDIT-LINE
        WRITE ADJUST-AUDIT-LINE
      WHEN "DELETED "
        PERFORM WRITE-AUDIT-BEFORE-LINE
        MOVE "  AFTER  ROW REMOVED" TO ADJUST-AUDIT-LINE
        WRITE ADJUST-AUDIT-LINE
      WHEN OTHER
        PERFORM WRITE-AUDIT-BEFORE-LINE
        STRING "  AFTER  RESULT-1 " DELIMITED BY SIZE
               RH-RESULT-1          DELIMITED BY SIZE
               " RESULT-2 "         DELIMITED BY SIZE
               RH-RESULT-2          DELIMITED BY SIZE
          INTO ADJUST-AUDIT-LINE
        END-STRING
        WRITE ADJUST-AUDIT-LINE
    END-EVALUATE

    CLOSE ADJUST-AUDIT-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-AUDIT-BEFORE-LINE SECTION.
    MOVE SPACES TO ADJUST-AUDIT-LINE
    STRING "  BEFORE RESULT-1 " DELIMITED BY SIZE
           PRIOR-RESULT-1       DELIMITED BY SIZE
      INTO ADJUST-AUDIT-LINE
    END-STRING
    WRITE ADJUST-AUDIT-LINE
    MOVE SPACES TO ADJUST-AUDIT-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  RECORD-RUN-PROVENANCE SECTION.
    *> A manual change has no extract, counts or parameters behind
    *> it - the operator and the reason are its provenance. A
    *> deletion leaves the row with nothing, recorded as zeros.
    MOVE SPACES TO RUN-PROVENANCE-RECORD
    MOVE ADJUST-DATE-FROM   TO PV-RUN-DATE
    MOVE ADJUST-PROGRAM-ID  TO PV-PROGRAM-ID
    MOVE ADJUST-OPERATOR-ID TO PV-WRITER-ID
    IF AUDIT-ACTION-TEXT EQUAL "DELETED "
      MOVE "DELETE  " TO PV-WRITER-TYPE
      MOVE ZERO TO PV-RESULT-1
      MOVE ZERO TO PV-RESULT-2
    ELSE
      MOVE "ADJUST  " TO PV-WRITER-TYPE
      MOVE RH-RESULT-1 TO PV-RESULT-1
      MOVE RH-RESULT-2 TO PV-RESULT-2
    END-IF
    MOVE ADJUST-REASON-TEXT TO PV-REASON
    PERFORM WRITE-RUN-PROVENANCE
  . *>END SECTION

*> ----------------------------------------------- <*
*> ----------------------------------------------- <*
  COPY SUPERSEDED-LOG-WRITE.

*> ----------------------------------------------- <*
  COPY RUN-PROVENANCE-WRITE.

*> ----------------------------------------------- <*
  COPY OPERATOR-ALERT-WRITE.

*> ----------------------------------------------- <*
  COPY PERIOD-CLOSE-CHECK.

*> === EOF ======================================= <*
