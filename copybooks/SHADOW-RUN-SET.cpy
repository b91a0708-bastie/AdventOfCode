*> ----------------------------------------------- <*
*> SHADOW-RUN-SET
*> Shared file-name resolution for the shadow run, COPY'd into the
*> PROCEDURE DIVISION of every program that declares the SHADOW-RUN
*> data copybook. PERFORM RESOLVE-SHADOW-RUN once, first thing at
*> startup; on a live run every name comes back as the production
*> name, exactly as the literals always read.
*>
*> BUILD-SHADOW-NAME: set SHADOW-NAME-BASE to the production name,
*> PERFORM it, and use SHADOW-NAME-RESULT.
*> ----------------------------------------------- <*
  RESOLVE-SHADOW-RUN SECTION.
    MOVE 'N' TO SHADOW-RUN-FLAG
    MOVE SPACES TO SHADOW-RUN-TEXT
    ACCEPT SHADOW-RUN-TEXT FROM ENVIRONMENT "SHADOW_RUN"
    IF SHADOW-RUN-TEXT (1 : 1) EQUAL 'Y'
      MOVE 'Y' TO SHADOW-RUN-FLAG
    END-IF

    MOVE "results-history.dat" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO HISTORY-FILE-NAME

    MOVE "site-results.dat" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO SITE-RESULTS-FILE-NAME

    MOVE "superseded-history.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO SUPERSEDED-FILE-NAME

    MOVE "run-provenance.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO PROVENANCE-FILE-NAME

    MOVE "alerts.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO ALERT-FILE-NAME

    MOVE "results-history.lock" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO LOCK-FILE-NAME

    MOVE "lock-audit.log" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO LOCK-AUDIT-FILE-NAME

    *> The control cards are read, never written - a shadow run
    *> takes the alternate file it is proving, or the live one.
    MOVE "runparms.am" TO RUN-PARAMETERS-FILE-NAME
    IF SHADOW-RUN
      ACCEPT RUN-PARAMETERS-FILE-NAME FROM ENVIRONMENT
             "SHADOW_RUNPARMS"
      IF RUN-PARAMETERS-FILE-NAME EQUAL SPACES
        MOVE "runparms.am" TO RUN-PARAMETERS-FILE-NAME
      END-IF
      DISPLAY "*** SHADOW RUN - OUTPUT TO shadow- FILES,"
              " PARAMETERS FROM " RUN-PARAMETERS-FILE-NAME
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  BUILD-SHADOW-NAME SECTION.
    IF SHADOW-RUN
      MOVE SPACES TO SHADOW-NAME-RESULT
      STRING SHADOW-FILE-PREFIX DELIMITED BY SIZE
             SHADOW-NAME-BASE   DELIMITED BY SPACE
        INTO SHADOW-NAME-RESULT
      END-STRING
    ELSE
      MOVE SHADOW-NAME-BASE TO SHADOW-NAME-RESULT
    END-IF
  . *>END SECTION
