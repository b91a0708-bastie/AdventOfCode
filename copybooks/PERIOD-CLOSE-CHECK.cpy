*> ----------------------------------------------- <*
*> PERIOD-CLOSE-CHECK
*> Shared closed-period test, COPY'd into the PROCEDURE DIVISION of
*> every program that declares the PERIOD-CLOSE data copybook and
*> the PERIOD-FILE FD. Set PERIOD-CHECK-DATE and PERFORM
*> CHECK-PERIOD-CLOSED; the answer is PERIOD-CLOSED/PERIOD-OPEN.
*> No closed-periods.am on file means nothing has ever been closed.
*> A file that is there but cannot be read answers CLOSED - a
*> published month is not reopened by a damaged control file.
*> ----------------------------------------------- <*
  CHECK-PERIOD-CLOSED SECTION.
    MOVE 'O' TO PERIOD-STATE-FLAG
    MOVE SPACES TO PERIOD-CLOSED-TEXT

    *> Status 05 is the OPTIONAL file not being there at all.
    OPEN INPUT PERIOD-FILE
    EVALUATE PERIOD-FILE-STATUS
      WHEN "00"
        MOVE 'N' TO PERIOD-END-FLAG
        PERFORM PERIOD-CARD-LOOP UNTIL PERIOD-END
        CLOSE PERIOD-FILE
      WHEN "05"
        CLOSE PERIOD-FILE
      WHEN OTHER
        DISPLAY "CANNOT READ closed-periods.am, STATUS = "
                PERIOD-FILE-STATUS " - PERIOD TREATED AS CLOSED"
        MOVE 'C' TO PERIOD-STATE-FLAG
    END-EVALUATE

    IF PERIOD-CLOSED
      STRING "PERIOD "           DELIMITED BY SIZE
             PERIOD-CHECK-MONTH  DELIMITED BY SIZE
             " CLOSED - RESULTS-HISTORY NOT WRITTEN" DELIMITED BY SIZE
        INTO PERIOD-CLOSED-TEXT
      END-STRING
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  PERIOD-CARD-LOOP SECTION.
    *> Every line for the month overrides the one before it, so the
    *> last CLOSED or REOPENED on file wins.
    READ PERIOD-FILE INTO CLOSED-PERIOD-RECORD
      AT END
        MOVE 'Y' TO PERIOD-END-FLAG
      NOT AT END
        IF CP-PERIOD IS NUMERIC
           AND CP-PERIOD EQUAL PERIOD-CHECK-MONTH
          IF CP-CLOSED
            MOVE 'C' TO PERIOD-STATE-FLAG
          END-IF
          IF CP-REOPENED
            MOVE 'O' TO PERIOD-STATE-FLAG
          END-IF
        END-IF
    END-READ
  . *>END SECTION
