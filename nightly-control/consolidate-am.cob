             FILE STATUS IS MANIFEST-FILE-STATUS
      .
      SELECT RUN-PARAMETERS-FILE
             ASSIGN TO DYNAMIC RUN-PARAMETERS-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-PARAMETERS-STATUS
      .
      *> Central operator-alert file, written alongside the console
      *> messages so they survive the scroll-back.
      SELECT OPTIONAL ALERT-FILE
             ASSIGN TO DYNAMIC ALERT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-FILE-STATUS
      .

    *> Token parsing for the hash accumulation. Both extract types
    *> hash the same way their readers do: every numeric value on a
    *> data line rolls into the hash total. Sized to the nine-digit
    *> location IDs, the widest value intake stages.
    77 UNSTRING-POINTER  PIC 9(4).
    77 TOKEN-BUFFER       PIC X(9).
    77 TOKEN-LENGTH       PIC 999.
    77 TOKEN-NUMERIC-VALUE PIC 9(9).

    *> --- Merged control totals for the stamped trailer ---
    COPY EXTRACT-TRAILER.
    *> STEP_STATUS environment value when it drives the merge.
    COPY STEP-COMPLETION.

    *> A shadow night merges into shadow- copies of the extracts.
    COPY SHADOW-RUN.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*

    INIT. *> PARAGRAPH -------------------------
      MOVE "SITE-CONSOLIDATE" TO ALERT-PROGRAM-NAME
      PERFORM RESOLVE-SHADOW-RUN
      PERFORM LOAD-RUN-PARAMETERS
      PERFORM LOAD-BUSINESS-CALENDAR

        INTO MERGED-FILE-NAME
      END-STRING
    END-IF
    MOVE MERGED-FILE-NAME TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO MERGED-FILE-NAME

    MOVE SPACES TO MANIFEST-FILE-NAME
    STRING MERGED-FILE-NAME DELIMITED BY SPACE
      ADD SITE-ACTUAL-COUNT TO ACTUAL-RECORD-COUNT
      MOVE ACTUAL-RECORD-COUNT TO SITE-LAST-RECORD (SITE-INDEX)
      MOVE SITE-ACTUAL-COUNT TO SITE-RECORD-TOTAL (SITE-INDEX)
      *> The merged trailer carries the same 15-digit hash as a site
      *> trailer; a night whose sites add up past it is not merged.
      ADD SITE-ACTUAL-HASH TO ACTUAL-HASH-TOTAL
        ON SIZE ERROR
          MOVE 'N' TO SITE-BALANCE-FLAG
          DISPLAY "*** MERGED HASH TOTAL PAST 15 DIGITS AT SITE "
                  SITE-ID-VALUE (SITE-INDEX) " - NOTHING MERGED"
      END-ADD
    END-IF
  . *>END SECTION

           AND TOKEN-BUFFER (1 : TOKEN-LENGTH) IS NUMERIC
          MOVE TOKEN-BUFFER (1 : TOKEN-LENGTH) TO TOKEN-NUMERIC-VALUE
          ADD TOKEN-NUMERIC-VALUE TO SITE-ACTUAL-HASH
            ON SIZE ERROR
              MOVE 'N' TO SITE-BALANCE-FLAG
              MOVE 'Y' TO SITE-FAULT-FLAG
              DISPLAY "*** SITE " SITE-ID-VALUE (SITE-INDEX)
                      " RECORD " SITE-ACTUAL-COUNT
                      " HASH TOTAL PAST 15 DIGITS"
          END-ADD
        ELSE
          MOVE 'N' TO SITE-BALANCE-FLAG
          MOVE 'Y' TO SITE-FAULT-FLAG
*> ----------------------------------------------- <*
  COPY OPERATOR-ALERT-WRITE.

*> ----------------------------------------------- <*
  COPY SHADOW-RUN-SET.

*> === EOF ======================================= <*
