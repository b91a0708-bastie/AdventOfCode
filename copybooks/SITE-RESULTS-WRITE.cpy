*> ----------------------------------------------- <*
*> SITE-RESULTS-WRITE
*> Shared writer for the per-site rows, COPY'd into the PROCEDURE
*> DIVISION of every program that declares the SITE-TOTALS and
*> SITE-MANIFEST data copybooks and the SITE-RESULTS-FILE FD.
*> PERFORM CLEAR-SITE-TOTALS before the first record is counted,
*> then set SITE-TOTALS-RUN-DATE and PERFORM WRITE-SITE-RESULTS
*> once the night's totals are final. One row goes out per manifest
*> site - MISSING and HOLIDAY sites with zero totals, so the
*> scorecard shows them contributing nothing - plus an UNKNOWN row
*> only when some records fell outside every range. A re-run first
*> removes every row the date already has for the program, so no
*> row of the earlier run survives it. The rows are the night as
*> the program counted it - a later resubmission or adjustment
*> changes the RESULTS-HISTORY row only.
*> ----------------------------------------------- <*
  CLEAR-SITE-TOTALS SECTION.
    MOVE 0 TO SITE-TOTAL-INDEX
    PERFORM UNTIL SITE-TOTAL-INDEX = SITE-UNKNOWN-INDEX
      ADD 1 TO SITE-TOTAL-INDEX
      MOVE ZERO TO SITE-TOTAL-RECORDS (SITE-TOTAL-INDEX)
      MOVE ZERO TO SITE-TOTAL-RESULT-1 (SITE-TOTAL-INDEX)
      MOVE ZERO TO SITE-TOTAL-RESULT-2 (SITE-TOTAL-INDEX)
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-SITE-RESULTS SECTION.
    OPEN I-O SITE-RESULTS-FILE
    IF SITE-RESULTS-STATUS = "35"
      CLOSE SITE-RESULTS-FILE
      OPEN OUTPUT SITE-RESULTS-FILE
      CLOSE SITE-RESULTS-FILE
      OPEN I-O SITE-RESULTS-FILE
    END-IF

    IF SITE-RESULTS-STATUS NOT EQUAL "00"
      DISPLAY "SITE RESULTS NOT WRITTEN, STATUS = "
              SITE-RESULTS-STATUS
    ELSE
      PERFORM PURGE-SITE-RESULTS-ROWS

      MOVE 0 TO SITE-TOTAL-INDEX
      PERFORM UNTIL SITE-TOTAL-INDEX = MANIFEST-SITE-COUNT
        ADD 1 TO SITE-TOTAL-INDEX
        MOVE MANIFEST-SITE-ID (SITE-TOTAL-INDEX) TO SITE-ROW-ID
        PERFORM PUT-SITE-RESULTS-ROW
      END-PERFORM

      IF SITE-TOTAL-RECORDS (SITE-UNKNOWN-INDEX) GREATER THAN ZERO
        MOVE SITE-UNKNOWN-INDEX TO SITE-TOTAL-INDEX
        MOVE "UNKNOWN " TO SITE-ROW-ID
        PERFORM PUT-SITE-RESULTS-ROW
      END-IF

      CLOSE SITE-RESULTS-FILE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  PUT-SITE-RESULTS-ROW SECTION.
    MOVE SPACES TO SITE-RESULTS-RECORD
    MOVE SITE-TOTALS-RUN-DATE TO SR-RUN-DATE
    MOVE SITE-TOTALS-PROGRAM-ID TO SR-PROGRAM-ID
    MOVE SITE-ROW-ID TO SR-SITE-ID
    MOVE SITE-TOTAL-RECORDS (SITE-TOTAL-INDEX)  TO SR-RECORD-COUNT
    MOVE SITE-TOTAL-RESULT-1 (SITE-TOTAL-INDEX) TO SR-RESULT-1
    MOVE SITE-TOTAL-RESULT-2 (SITE-TOTAL-INDEX) TO SR-RESULT-2

    WRITE SITE-RESULTS-RECORD
      INVALID KEY
        REWRITE SITE-RESULTS-RECORD
    END-WRITE
    IF SITE-RESULTS-STATUS NOT EQUAL "00"
      DISPLAY "SITE RESULTS ROW " SR-RUN-DATE " " SR-SITE-ID
              " NOT WRITTEN, STATUS = " SITE-RESULTS-STATUS
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  PURGE-SITE-RESULTS-ROWS SECTION.
    *> The date's rows for the program sit together in key order,
    *> from the lowest site id up.
    MOVE LOW-VALUES TO SR-KEY
    MOVE SITE-TOTALS-RUN-DATE   TO SR-RUN-DATE
    MOVE SITE-TOTALS-PROGRAM-ID TO SR-PROGRAM-ID
    START SITE-RESULTS-FILE KEY IS NOT LESS THAN SR-KEY
      INVALID KEY
        MOVE 'Y' TO SITE-PURGE-END-FLAG
      NOT INVALID KEY
        MOVE 'N' TO SITE-PURGE-END-FLAG
    END-START
    PERFORM PURGE-SITE-RESULTS-LOOP UNTIL SITE-PURGE-END
  . *>END SECTION

*> ----------------------------------------------- <*
  PURGE-SITE-RESULTS-LOOP SECTION.
    READ SITE-RESULTS-FILE NEXT RECORD
      AT END
        MOVE 'Y' TO SITE-PURGE-END-FLAG
      NOT AT END
        IF SR-RUN-DATE NOT EQUAL SITE-TOTALS-RUN-DATE
           OR SR-PROGRAM-ID NOT EQUAL SITE-TOTALS-PROGRAM-ID
          MOVE 'Y' TO SITE-PURGE-END-FLAG
        ELSE
          DELETE SITE-RESULTS-FILE RECORD
            INVALID KEY
              DISPLAY "SITE RESULTS ROW " SR-RUN-DATE " " SR-SITE-ID
                      " NOT REMOVED, STATUS = " SITE-RESULTS-STATUS
              MOVE 'Y' TO SITE-PURGE-END-FLAG
          END-DELETE
        END-IF
    END-READ
  . *>END SECTION
