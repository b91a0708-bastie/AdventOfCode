ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Shared files are assigned by name so a shadow run can be
      *> pointed at its own copies (see SHADOW-RUN).
      SELECT RESULTS-HISTORY-FILE
             ASSIGN TO DYNAMIC HISTORY-FILE-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RH-KEY
      *> chained step and per skipped date, appended night after
      *> night. OPTIONAL so the first night ever creates it.
      SELECT OPTIONAL RUN-AUDIT-FILE
             ASSIGN TO DYNAMIC RUN-AUDIT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-AUDIT-STATUS
      .
      SELECT RUN-PARAMETERS-FILE
             ASSIGN TO DYNAMIC RUN-PARAMETERS-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-PARAMETERS-STATUS
      .
      *> across the whole night so the chained programs and any
      *> concurrent utility cannot race each other.
      SELECT LOCK-FILE
             ASSIGN TO DYNAMIC LOCK-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-FILE-STATUS
      .
      SELECT OPTIONAL LOCK-AUDIT-FILE
             ASSIGN TO DYNAMIC LOCK-AUDIT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-AUDIT-STATUS
      .
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CALENDAR-FILE-STATUS
      .
      *> The night's steps in running order, each with its run
      *> condition (see LOAD-STEP-LIST for the card format); absent,
      *> the built-in chain runs as it always has.
      SELECT STEP-LIST-FILE
             ASSIGN TO 'nightly-steps.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STEP-LIST-STATUS
      .
      *> One line per step that finished for a business date, so a
      *> rerun after an abend picks up at the step that failed.
      *> OPTIONAL so the first night ever creates it.
      SELECT OPTIONAL RESTART-FILE
             ASSIGN TO DYNAMIC RESTART-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RESTART-FILE-STATUS
      .
      *> Central operator-alert file, written alongside the console
      *> alerts so they survive the scroll-back.
      SELECT OPTIONAL ALERT-FILE
             ASSIGN TO DYNAMIC ALERT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-FILE-STATUS
      .
FD CALENDAR-FILE.
  01 CALENDAR-LINE  PIC X(40).

FD STEP-LIST-FILE.
  01 STEP-LIST-LINE PIC X(80).

FD RESTART-FILE.
  01 RESTART-LINE   PIC X(80).

FD ALERT-FILE.
  01 ALERT-LINE     PIC X(120).


    *> --- Run-audit log and return-code propagation ---
    77 RUN-AUDIT-STATUS        PIC X(2).
    77 RUN-AUDIT-FILE-NAME     PIC X(92).
    77 AUDIT-STAMP-DATE        PIC 9(8).
    77 AUDIT-STAMP-TIME        PIC 9(8).
    77 AUDIT-STEP-NAME         PIC X(20).
    77 AUDIT-EVENT-TEXT        PIC X(72).
    *> The job ends with the worst severity any step reported, so the
    *> scheduler can test one return code instead of reading scroll-back.
    77 WORST-SEVERITY          PIC 9(2) VALUE ZERO.
    77 TRUE-GAP-COUNT          PIC 9(3) VALUE ZERO.
    77 TODAYS-DATE             PIC 9(8).

    *> --- Step list (nightly-steps.am control cards) ---
    *> Each working date runs these steps in order. A step runs only
    *> when its condition holds for the date being processed; a step
    *> already recorded on the restart file for that date is not run
    *> again. STEP-KIND tells the two kinds of program apart: the
    *> chain programs hand back STEP_STATUS and honour SHADOW_RUN, the
    *> downstream reports and interfaces only set RETURN-CODE and
    *> always work on the production files.
    77 STEP-LIST-STATUS        PIC X(2).
    77 STEP-LIST-END-FLAG      PIC X.
      88 STEP-LIST-END     VALUE 'Y'.
      88 STEP-LIST-NOT-END VALUE 'N'.
    77 STEP-LIST-ERROR-FLAG    PIC X VALUE 'N'.
      88 STEP-LIST-BAD  VALUE 'Y'.
      88 STEP-LIST-GOOD VALUE 'N'.
    77 STEP-COUNT              PIC 9(2) VALUE ZERO.
    77 STEP-MAX                PIC 9(2) VALUE 20.
    77 STEP-INDEX              PIC 9(2).
    77 STEP-SEARCH-INDEX       PIC 9(2).
    01 STEP-TABLE.
      05 STEP-ENTRY OCCURS 20.
        10 STEP-NAME           PIC X(20).
        10 STEP-PROGRAM        PIC X(20).
        10 STEP-CONDITION      PIC X(24).
        10 STEP-PARM           PIC X(10).
        10 STEP-KIND           PIC X.
          88 STEP-CHAIN-PROGRAM      VALUE 'C'.
          88 STEP-DOWNSTREAM-PROGRAM VALUE 'D'.
        10 STEP-DONE-FLAG      PIC X.
          88 STEP-DONE-EARLIER VALUE 'Y'.
          88 STEP-NOT-DONE     VALUE 'N'.
        10 STEP-DONE-SEVERITY  PIC 9(2).
    *> Card parsing work fields.
    77 CARD-KEYWORD            PIC X(10).
    77 CARD-STEP-NAME          PIC X(20).
    77 CARD-PROGRAM            PIC X(20).
    77 CARD-CONDITION          PIC X(24).
    77 CARD-PARM               PIC X(10).
    77 CARD-EXTRA              PIC X(10).
    77 CARD-KEYWORD-LENGTH     PIC 9(3).
    77 CARD-NAME-LENGTH        PIC 9(3).
    77 CARD-PROGRAM-LENGTH     PIC 9(3).
    77 CARD-CONDITION-LENGTH   PIC 9(3).
    77 CARD-PARM-LENGTH        PIC 9(3).
    77 CARD-KIND               PIC X.
    77 CARD-ERROR-TEXT         PIC X(30).

    *> Condition test for the step in hand. Severity conditions test
    *> the worst severity seen so far for the date being processed,
    *> counting steps that finished on an earlier attempt.
    77 STEP-CONDITION-FLAG     PIC X.
      88 CONDITION-MET     VALUE 'Y'.
      88 CONDITION-NOT-MET VALUE 'N'.
    77 CONDITION-SEVERITY-LIMIT PIC 9(1).
    77 DATE-WORST-SEVERITY     PIC 9(2).
    77 LAST-WORKING-DAY-FLAG   PIC X.
      88 LAST-WORKING-DAY     VALUE 'Y'.
      88 NOT-LAST-WORKING-DAY VALUE 'N'.
    77 SAVED-RUN-DATE          PIC 9(8).
    77 DAYS-TO-WEEK-END        PIC 9(1).
    77 WEEK-STEP-COUNT         PIC 9(1).

    *> The step is CALLed by name off the table; downstream programs
    *> report through RETURN-CODE alone.
    77 STEP-CALL-NAME          PIC X(20).
    77 STEP-RETURN-CODE        PIC S9(4).
    *> Why a step was passed over, for its audit line. Worded so
    *> AUDIT-QUALITY does not count it as a skipped date or a
    *> missing extract a second time.
    77 STEP-SKIP-REASON        PIC X(50).

    *> The extracts are proved once per date, just before the first
    *> step that reads them - after any consolidation step has made
    *> them.
    77 EXTRACTS-PROBED-FLAG    PIC X.
      88 EXTRACTS-PROBED     VALUE 'Y'.
      88 EXTRACTS-NOT-PROBED VALUE 'N'.

    *> SITE-RETURNS cuts its returns from DAY01's and DAY02's undated
    *> output files, so it runs only once both have finished for the
    *> date in this attempt - an earlier attempt's files may since
    *> have been overwritten by another date's run.
    77 DAY01-COMPLETED-FLAG    PIC X.
      88 DAY01-COMPLETED     VALUE 'Y'.
      88 DAY01-NOT-COMPLETED VALUE 'N'.
    77 DAY02-COMPLETED-FLAG    PIC X.
      88 DAY02-COMPLETED     VALUE 'Y'.
      88 DAY02-NOT-COMPLETED VALUE 'N'.
    77 RETURNS-DUE-FLAG        PIC X.
      88 RETURNS-DUE         VALUE 'Y'.
      88 RETURNS-NOT-DUE     VALUE 'N'.

    *> --- Step restart (nightly-restart.am) ---
    *> One line per step that finished below severity 8 for a date:
    *>
    *>   20241202 CONSOLIDATE-LOC      00 20241203 02150012
    *>   20241202 DAY01-PUZZLE1        04 20241203 02161544
    *>   20241202 *DATE COMPLETE*      04 20241203 02180230
    *>
    *> A failed or skipped step is not recorded, so a rerun for the
    *> same date runs it - and everything after it - again, while the
    *> steps already recorded are passed over (DAY01 and DAY02 excepted
    *> while SITE-RETURNS is still due). A date whose steps all
    *> got through below severity 8 is closed with the *DATE COMPLETE*
    *> line (no step card can carry that name) and is not re-entered.
    *> RESTART_IGNORE=Y runs every step regardless, for a deliberate
    *> full rerun of a date.
    77 RESTART-FILE-STATUS     PIC X(2).
    77 RESTART-FILE-NAME       PIC X(92).
    77 RESTART-END-FLAG        PIC X.
      88 RESTART-END     VALUE 'Y'.
      88 RESTART-NOT-END VALUE 'N'.
    77 RESTART-IGNORE-TEXT     PIC X(3).
    77 RESTART-IGNORE-FLAG     PIC X VALUE 'N'.
      88 RESTART-IGNORED VALUE 'Y'.
    77 RESTART-DONE-COUNT      PIC 9(2).
    77 DATE-COMPLETE-MARKER    PIC X(20) VALUE "*DATE COMPLETE*".
    77 DATE-COMPLETE-FLAG      PIC X.
      88 DATE-COMPLETED-EARLIER VALUE 'Y'.
      88 DATE-NOT-COMPLETED     VALUE 'N'.
    77 DATE-COMPLETE-SEVERITY  PIC 9(2).
    01 RESTART-RECORD.
      05 RS-RUN-DATE           PIC 9(8).
      05 FILLER                PIC X(1).
      05 RS-STEP-NAME          PIC X(20).
      05 FILLER                PIC X(1).
      05 RS-SEVERITY           PIC 9(2).
      05 FILLER                PIC X(1).
      05 RS-STAMP-DATE         PIC 9(8).
      05 FILLER                PIC X(1).
      05 RS-STAMP-TIME         PIC 9(8).

    *> --- Central operator alerts ---
    COPY OPERATOR-ALERT.

    *> --- Shadow (parallel) run ---
    *> SHADOW_RUN=Y runs the chain against shadow- copies of every
    *> file it writes, under its own shadow lock, with the control
    *> cards from SHADOW_RUNPARMS.
    COPY SHADOW-RUN.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*
  MASTER SECTION.

    MOVE "NIGHTLY-CONTROL" TO ALERT-PROGRAM-NAME
    PERFORM RESOLVE-SHADOW-RUN
    MOVE "run-audit.log" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO RUN-AUDIT-FILE-NAME
    MOVE "nightly-restart.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO RESTART-FILE-NAME
    PERFORM LOAD-RUN-PARAMETERS
    PERFORM LOAD-BUSINESS-CALENDAR


    PERFORM RESOLVE-RUN-DATE-RANGE

    *> A step list in error fails the job before anything runs - a
    *> mistyped card must not quietly drop the step it names.
    IF NOT GAP-SCAN-MODE
      PERFORM LOAD-STEP-LIST
      IF STEP-LIST-BAD
        DISPLAY "*** nightly-steps.am IN ERROR - NOTHING PROCESSED"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF

      MOVE SPACES TO RESTART-IGNORE-TEXT
      ACCEPT RESTART-IGNORE-TEXT FROM ENVIRONMENT "RESTART_IGNORE"
      IF RESTART-IGNORE-TEXT EQUAL "Y"
        MOVE 'Y' TO RESTART-IGNORE-FLAG
        DISPLAY "NIGHTLY CONTROL - RESTART_IGNORE=Y,"
                " EVERY STEP RUNS"
      END-IF
    END-IF

    MOVE "NIGHTLY-CONTROL" TO LOCK-PROGRAM-NAME
    PERFORM CLAIM-HISTORY-LOCK
    IF LOCK-DENIED

    IF WORST-SEVERITY GREATER THAN ZERO
      DISPLAY "*** OPERATOR ALERT: NIGHT DEGRADED, WORST SEVERITY = "
              WORST-SEVERITY " - SEE " RUN-AUDIT-FILE-NAME
      MOVE RUN-DATE-TO TO ALERT-RUN-DATE
      MOVE WORST-SEVERITY TO ALERT-SEVERITY
      MOVE SPACES TO ALERT-TEXT
      STRING "NIGHT DEGRADED - SEE " DELIMITED BY SIZE
             RUN-AUDIT-FILE-NAME     DELIMITED BY SPACE
        INTO ALERT-TEXT
      END-STRING
      PERFORM WRITE-OPERATOR-ALERT
    END-IF
    MOVE WORST-SEVERITY TO RETURN-CODE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  LOAD-STEP-LIST SECTION.
    *> The night's steps come from the nightly-steps.am control-card
    *> file, one step per card in running order, free spacing:
    *>
    *>   * step            program             condition        parm
    *>   STEP CONSOLIDATE-LOC   SITE-CONSOLIDATE SITES-CONFIGURED LOCATIONS
    *>   STEP CONSOLIDATE-REP   SITE-CONSOLIDATE SITES-CONFIGURED REPORTS
    *>   STEP DAY01-PUZZLE1     DAY01-PUZZLE1    ALWAYS
    *>   STEP DAY02-PUZZLE1     DAY02-PUZZLE1    ALWAYS
    *>   STEP SITE-RETURNS      SITE-RETURNS     SITES-CONFIGURED
    *>   STEP HISTORY-INTERFACE HISTORY-INTERFACE SEVERITY-BELOW-8
    *>   STEP TREND-REPORT      TREND-REPORT     LAST-WORKING-DAY-OF-WEEK
    *>   STEP ALERT-HANDOVER    ALERT-REVIEW     ALWAYS
    *>
    *> The step name is what the audit log and the restart file know
    *> the step by, so it must be unique on the list. Conditions:
    *>   ALWAYS                    every working date
    *>   SITES-CONFIGURED          only with a SITE-LIST card in effect
    *>   SEVERITY-BELOW-n          only while the worst severity so far
    *>                             for the date is below n (1-9)
    *>   LAST-WORKING-DAY-OF-WEEK  only when no later date up to Sunday
    *>                             is a working date
    *> The parm is LOCATIONS or REPORTS for SITE-CONSOLIDATE and blank
    *> for every other program. SITE-RETURNS, whatever its condition,
    *> runs only after DAY01-PUZZLE1 and DAY02-PUZZLE1 have both
    *> finished for the date in the same attempt; on a restart they
    *> run again while SITE-RETURNS is still due. Blank lines and
    *> lines starting with '*' are comments. Without the file the
    *> built-in chain runs - the first five steps above, as the night
    *> always ran.
    MOVE 'N' TO STEP-LIST-ERROR-FLAG
    MOVE ZERO TO STEP-COUNT
    OPEN INPUT STEP-LIST-FILE
    IF STEP-LIST-STATUS NOT EQUAL "00"
      DISPLAY "STEP LIST: NO nightly-steps.am (STATUS "
              STEP-LIST-STATUS "), BUILT-IN CHAIN IN EFFECT"
      PERFORM LOAD-DEFAULT-STEP-LIST
    ELSE
      MOVE 'N' TO STEP-LIST-END-FLAG
      PERFORM STEP-LIST-CARD-LOOP UNTIL STEP-LIST-END
      CLOSE STEP-LIST-FILE
      IF STEP-COUNT EQUAL ZERO
        DISPLAY "STEP LIST: nightly-steps.am HAS NO STEP CARDS"
        MOVE 'Y' TO STEP-LIST-ERROR-FLAG
      END-IF
    END-IF

    *> Every night states the steps it will run, in order.
    PERFORM VARYING STEP-INDEX FROM 1 BY 1
            UNTIL STEP-INDEX GREATER THAN STEP-COUNT
      DISPLAY "STEP LIST: " STEP-INDEX " " STEP-NAME (STEP-INDEX)
              " " STEP-PROGRAM (STEP-INDEX)
              " " STEP-CONDITION (STEP-INDEX)
              " " STEP-PARM (STEP-INDEX)
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  LOAD-DEFAULT-STEP-LIST SECTION.
    MOVE "CONSOLIDATE-LOC"  TO CARD-STEP-NAME
    MOVE "SITE-CONSOLIDATE" TO CARD-PROGRAM
    MOVE "SITES-CONFIGURED" TO CARD-CONDITION
    MOVE "LOCATIONS"        TO CARD-PARM
    PERFORM ADD-STEP-ENTRY

    MOVE "CONSOLIDATE-REP"  TO CARD-STEP-NAME
    MOVE "SITE-CONSOLIDATE" TO CARD-PROGRAM
    MOVE "SITES-CONFIGURED" TO CARD-CONDITION
    MOVE "REPORTS"          TO CARD-PARM
    PERFORM ADD-STEP-ENTRY

    MOVE "DAY01-PUZZLE1"    TO CARD-STEP-NAME
    MOVE "DAY01-PUZZLE1"    TO CARD-PROGRAM
    MOVE "ALWAYS"           TO CARD-CONDITION
    MOVE SPACES             TO CARD-PARM
    PERFORM ADD-STEP-ENTRY

    MOVE "DAY02-PUZZLE1"    TO CARD-STEP-NAME
    MOVE "DAY02-PUZZLE1"    TO CARD-PROGRAM
    MOVE "ALWAYS"           TO CARD-CONDITION
    MOVE SPACES             TO CARD-PARM
    PERFORM ADD-STEP-ENTRY

    MOVE "SITE-RETURNS"     TO CARD-STEP-NAME
    MOVE "SITE-RETURNS"     TO CARD-PROGRAM
    MOVE "SITES-CONFIGURED" TO CARD-CONDITION
    MOVE SPACES             TO CARD-PARM
    PERFORM ADD-STEP-ENTRY
  . *>END SECTION

*> ----------------------------------------------- <*
  STEP-LIST-CARD-LOOP SECTION.
    READ STEP-LIST-FILE
      AT END
        MOVE 'Y' TO STEP-LIST-END-FLAG
      NOT AT END
        IF STEP-LIST-LINE NOT EQUAL SPACES
           AND STEP-LIST-LINE (1 : 1) NOT EQUAL "*"
          PERFORM APPLY-STEP-CARD
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  APPLY-STEP-CARD SECTION.
    *> Unlike a parameter card, a card that does not parse is not
    *> ignored - the step it was meant to be would silently not run.
    MOVE SPACES TO CARD-KEYWORD
    MOVE SPACES TO CARD-STEP-NAME
    MOVE SPACES TO CARD-PROGRAM
    MOVE SPACES TO CARD-CONDITION
    MOVE SPACES TO CARD-PARM
    MOVE SPACES TO CARD-EXTRA
    MOVE ZERO TO CARD-NAME-LENGTH
    MOVE ZERO TO CARD-PROGRAM-LENGTH
    MOVE ZERO TO CARD-CONDITION-LENGTH
    MOVE ZERO TO CARD-PARM-LENGTH
    UNSTRING STEP-LIST-LINE DELIMITED BY ALL SPACE
        INTO CARD-KEYWORD   COUNT IN CARD-KEYWORD-LENGTH
             CARD-STEP-NAME COUNT IN CARD-NAME-LENGTH
             CARD-PROGRAM   COUNT IN CARD-PROGRAM-LENGTH
             CARD-CONDITION COUNT IN CARD-CONDITION-LENGTH
             CARD-PARM      COUNT IN CARD-PARM-LENGTH
             CARD-EXTRA
    END-UNSTRING

    EVALUATE TRUE
      WHEN CARD-KEYWORD NOT EQUAL "STEP"
        DISPLAY "STEP LIST: UNRECOGNIZED CARD: " STEP-LIST-LINE
        MOVE 'Y' TO STEP-LIST-ERROR-FLAG
      WHEN CARD-CONDITION-LENGTH EQUAL ZERO
        DISPLAY "STEP LIST: STEP CARD INCOMPLETE: " STEP-LIST-LINE
        MOVE 'Y' TO STEP-LIST-ERROR-FLAG
      WHEN CARD-NAME-LENGTH GREATER THAN 20
        OR CARD-PROGRAM-LENGTH GREATER THAN 20
        OR CARD-CONDITION-LENGTH GREATER THAN 24
        OR CARD-PARM-LENGTH GREATER THAN 10
        OR CARD-EXTRA NOT EQUAL SPACES
        DISPLAY "STEP LIST: STEP CARD DOES NOT FIT: " STEP-LIST-LINE
        MOVE 'Y' TO STEP-LIST-ERROR-FLAG
      WHEN OTHER
        PERFORM ADD-STEP-ENTRY
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  ADD-STEP-ENTRY SECTION.
    *> Checks the step against the programs the night knows how to
    *> run, then adds it to the end of the table.
    MOVE SPACES TO CARD-ERROR-TEXT
    EVALUATE CARD-PROGRAM
      WHEN "SITE-CONSOLIDATE"
        MOVE 'C' TO CARD-KIND
        IF CARD-PARM NOT EQUAL "LOCATIONS"
           AND CARD-PARM NOT EQUAL "REPORTS"
          MOVE "PARM MUST BE LOCATIONS/REPORTS" TO CARD-ERROR-TEXT
        END-IF
      WHEN "DAY01-PUZZLE1"
      WHEN "DAY02-PUZZLE1"
      WHEN "SITE-RETURNS"
        MOVE 'C' TO CARD-KIND
      WHEN "TREND-REPORT"
      WHEN "HISTORY-INTERFACE"
      WHEN "INTERFACE-RECONCILE"
      WHEN "AUDIT-QUALITY"
      WHEN "ALERT-REVIEW"
        MOVE 'D' TO CARD-KIND
      WHEN OTHER
        MOVE "UNKNOWN PROGRAM" TO CARD-ERROR-TEXT
    END-EVALUATE

    IF CARD-PROGRAM NOT EQUAL "SITE-CONSOLIDATE"
       AND CARD-PARM NOT EQUAL SPACES
      MOVE "PARM NOT TAKEN BY PROGRAM" TO CARD-ERROR-TEXT
    END-IF

    EVALUATE TRUE
      WHEN CARD-CONDITION EQUAL "ALWAYS"
      WHEN CARD-CONDITION EQUAL "SITES-CONFIGURED"
      WHEN CARD-CONDITION EQUAL "LAST-WORKING-DAY-OF-WEEK"
        CONTINUE
      WHEN CARD-CONDITION (1 : 15) EQUAL "SEVERITY-BELOW-"
       AND CARD-CONDITION (16 : 1) IS NUMERIC
       AND CARD-CONDITION (16 : 1) NOT EQUAL "0"
       AND CARD-CONDITION (17 : 8) EQUAL SPACES
        CONTINUE
      WHEN OTHER
        MOVE "UNKNOWN CONDITION" TO CARD-ERROR-TEXT
    END-EVALUATE

    PERFORM VARYING STEP-SEARCH-INDEX FROM 1 BY 1
            UNTIL STEP-SEARCH-INDEX GREATER THAN STEP-COUNT
      IF STEP-NAME (STEP-SEARCH-INDEX) EQUAL CARD-STEP-NAME
        MOVE "STEP NAME USED TWICE" TO CARD-ERROR-TEXT
      END-IF
    END-PERFORM

    IF CARD-ERROR-TEXT EQUAL SPACES
       AND STEP-COUNT NOT LESS THAN STEP-MAX
      MOVE "MORE THAN 20 STEPS ON THE LIST" TO CARD-ERROR-TEXT
    END-IF

    IF CARD-ERROR-TEXT NOT EQUAL SPACES
      DISPLAY "STEP LIST: " CARD-ERROR-TEXT ": " CARD-STEP-NAME
              " " CARD-PROGRAM " " CARD-CONDITION " " CARD-PARM
      MOVE 'Y' TO STEP-LIST-ERROR-FLAG
    ELSE
      ADD 1 TO STEP-COUNT
      MOVE CARD-STEP-NAME TO STEP-NAME (STEP-COUNT)
      MOVE CARD-PROGRAM   TO STEP-PROGRAM (STEP-COUNT)
      MOVE CARD-CONDITION TO STEP-CONDITION (STEP-COUNT)
      MOVE CARD-PARM      TO STEP-PARM (STEP-COUNT)
      MOVE CARD-KIND      TO STEP-KIND (STEP-COUNT)
      MOVE 'N'            TO STEP-DONE-FLAG (STEP-COUNT)
      MOVE ZERO           TO STEP-DONE-SEVERITY (STEP-COUNT)
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  PROCESS-ONE-RUN-DATE SECTION.
    *> The sites do not transmit on non-working dates, so a weekend

*> ----------------------------------------------- <*
  PROCESS-WORKING-RUN-DATE SECTION.
    *> Steps this date already finished on an earlier attempt are
    *> known before anything runs.
    PERFORM LOAD-RESTART-FOR-DATE

    *> In catch-up mode a date whose rows both already exist on
    *> RESULTS-HISTORY is a night that ran fine - skip it, so the
    *> range can simply span the outage and only the gaps re-run.
    *> A date with steps on the restart file but no completion line
    *> stopped part-way, with its DAY rows quite possibly written, and
    *> resumes instead.
    IF CATCHUP-MODE
      PERFORM PROBE-RESULTS-FOR-DATE
      IF DATE-ALREADY-DONE AND RESTART-DONE-COUNT GREATER THAN ZERO
         AND DATE-NOT-COMPLETED
        MOVE 'N' TO DATE-DONE-FLAG
      END-IF
      IF DATE-ALREADY-DONE
        DISPLAY "=========================================="
        DISPLAY " " RUN-DATE " ALREADY ON RESULTS-HISTORY - SKIPPED"
      MOVE 'N' TO DATE-DONE-FLAG
    END-IF

    *> A date the restart file shows finished is not run twice. Its
    *> severity still counts toward the job's return code.
    IF DATE-STILL-OPEN AND DATE-COMPLETED-EARLIER
      MOVE 'Y' TO DATE-DONE-FLAG
      DISPLAY "=========================================="
      DISPLAY " " RUN-DATE " DATE COMPLETED EARLIER - SKIPPED ON RESTART"
      DISPLAY "=========================================="
      MOVE "DATE COMPLETED EARLIER - SKIPPED ON RESTART"
        TO AUDIT-EVENT-TEXT
      MOVE DATE-COMPLETE-SEVERITY TO SC-SEVERITY-CODE
      PERFORM WRITE-AUDIT-EVENT
      PERFORM NOTE-DATE-SEVERITY
    END-IF

    IF DATE-STILL-OPEN
      MOVE ZERO TO DATE-WORST-SEVERITY
      MOVE 'N' TO EXTRACTS-PROBED-FLAG
      MOVE 'Y' TO EXTRACTS-PRESENT-FLAG
      MOVE 'N' TO DAY01-COMPLETED-FLAG
      MOVE 'N' TO DAY02-COMPLETED-FLAG
      PERFORM SET-RUN-ENVIRONMENT
      PERFORM VARYING STEP-INDEX FROM 1 BY 1
              UNTIL STEP-INDEX GREATER THAN STEP-COUNT
        PERFORM RUN-ONE-STEP
      END-PERFORM
      IF EXTRACTS-PRESENT
        PERFORM PRINT-SUMMARY
      END-IF
      *> Every step got its work done, or had no work to do tonight.
      IF DATE-WORST-SEVERITY LESS THAN 8
        PERFORM RECORD-DATE-COMPLETION
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  SET-RUN-ENVIRONMENT SECTION.
    *> Stamp the business date being processed into RUN_DATE so a
    *> catch-up run's rows land on the date they belong to.
    DISPLAY "RUN_DATE" UPON ENVIRONMENT-NAME
    DISPLAY RUN-DATE UPON ENVIRONMENT-VALUE

    *> RUN_TYPE tells the chained programs which kind of run wrote
    *> their rows, for the run-provenance record.
    DISPLAY "RUN_TYPE" UPON ENVIRONMENT-NAME
    EVALUATE TRUE
      WHEN SHADOW-RUN
        DISPLAY "SHADOW" UPON ENVIRONMENT-VALUE
      WHEN CATCHUP-MODE
        DISPLAY "CATCH-UP" UPON ENVIRONMENT-VALUE
      WHEN OTHER
        DISPLAY "NIGHTLY" UPON ENVIRONMENT-VALUE
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  RUN-ONE-STEP SECTION.
    *> Every step on the list leaves one audit line for the date -
    *> either its completion entry or the reason it did not run.
    MOVE STEP-NAME (STEP-INDEX) TO AUDIT-STEP-NAME
    EVALUATE TRUE
      WHEN STEP-DONE-EARLIER (STEP-INDEX)
        *> Its severity still counts toward the date's conditions and
        *> the job's return code; its alert went out the first time.
        MOVE "COMPLETED EARLIER - SKIPPED ON RESTART"
          TO STEP-SKIP-REASON
        MOVE STEP-DONE-SEVERITY (STEP-INDEX) TO SC-SEVERITY-CODE
        PERFORM WRITE-STEP-SKIP-EVENT
      WHEN SHADOW-RUN AND STEP-DOWNSTREAM-PROGRAM (STEP-INDEX)
        *> The downstream programs work on the production files only -
        *> a shadow night must not cut a real interface extract or
        *> hand over the real alert file.
        MOVE "SKIPPED - NOT SHADOW-CAPABLE" TO STEP-SKIP-REASON
        MOVE ZERO TO SC-SEVERITY-CODE
        PERFORM WRITE-STEP-SKIP-EVENT
      WHEN OTHER
        PERFORM EVALUATE-STEP-CONDITION
        IF CONDITION-NOT-MET
          MOVE SPACES TO STEP-SKIP-REASON
          STRING "SKIPPED - "                DELIMITED BY SIZE
                 STEP-CONDITION (STEP-INDEX) DELIMITED BY SPACE
                 " NOT MET"                  DELIMITED BY SIZE
            INTO STEP-SKIP-REASON
          END-STRING
          MOVE ZERO TO SC-SEVERITY-CODE
          PERFORM WRITE-STEP-SKIP-EVENT
        ELSE
          PERFORM RUN-DUE-STEP
        END-IF
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  RUN-DUE-STEP SECTION.
    *> DAY01 and DAY02 abend on a missing input, so their extracts are
    *> proved first - once per date, after any consolidation step
    *> ahead of them on the list has had its chance to make them.
    IF STEP-PROGRAM (STEP-INDEX) EQUAL "DAY01-PUZZLE1"
       OR STEP-PROGRAM (STEP-INDEX) EQUAL "DAY02-PUZZLE1"
      IF EXTRACTS-NOT-PROBED
        PERFORM PROBE-EXTRACTS-FOR-DATE
      END-IF
    END-IF

    *> SITE-RETURNS behind a missing extract or a failed DAY step
    *> would cut returns from the previous date's rejects. The failure
    *> ahead of it already carries the severity.
    EVALUATE TRUE
      WHEN EXTRACTS-MISSING
       AND (STEP-PROGRAM (STEP-INDEX) EQUAL "DAY01-PUZZLE1"
         OR STEP-PROGRAM (STEP-INDEX) EQUAL "DAY02-PUZZLE1")
        MOVE "NOT RUN - NO EXTRACT" TO STEP-SKIP-REASON
        MOVE 8 TO SC-SEVERITY-CODE
        PERFORM WRITE-STEP-SKIP-EVENT
      WHEN STEP-PROGRAM (STEP-INDEX) EQUAL "SITE-RETURNS"
       AND (EXTRACTS-MISSING
         OR DAY01-NOT-COMPLETED OR DAY02-NOT-COMPLETED)
        MOVE "NOT RUN - DAY01/DAY02 NOT COMPLETE" TO STEP-SKIP-REASON
        MOVE ZERO TO SC-SEVERITY-CODE
        PERFORM WRITE-STEP-SKIP-EVENT
      WHEN OTHER
        PERFORM PREPARE-STEP-ENVIRONMENT
        PERFORM CALL-STEP-PROGRAM
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  PROBE-EXTRACTS-FOR-DATE SECTION.
    MOVE 'Y' TO EXTRACTS-PROBED-FLAG
    PERFORM BUILD-EXTRACT-NAMES
    PERFORM PROBE-EXTRACT-FILES
    IF EXTRACTS-MISSING
      DISPLAY "*** " RUN-DATE " NOT PROCESSED - EXTRACT MISSING"
      MOVE "NOT PROCESSED - EXTRACT MISSING" TO AUDIT-EVENT-TEXT
      MOVE 8 TO SC-SEVERITY-CODE
      PERFORM WRITE-AUDIT-EVENT
      MOVE RUN-DATE TO ALERT-RUN-DATE
      MOVE 8 TO ALERT-SEVERITY
      MOVE "NOT PROCESSED - EXTRACT MISSING" TO ALERT-TEXT
      PERFORM WRITE-OPERATOR-ALERT
      PERFORM NOTE-DATE-SEVERITY
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  EVALUATE-STEP-CONDITION SECTION.
    *> The conditions a step card may carry (see LOAD-STEP-LIST).
    MOVE 'Y' TO STEP-CONDITION-FLAG
    EVALUATE TRUE
      WHEN STEP-CONDITION (STEP-INDEX) EQUAL "ALWAYS"
        CONTINUE
      WHEN STEP-CONDITION (STEP-INDEX) EQUAL "SITES-CONFIGURED"
        IF PARM-SITE-LIST EQUAL SPACES
          MOVE 'N' TO STEP-CONDITION-FLAG
        END-IF
      WHEN STEP-CONDITION (STEP-INDEX) EQUAL "LAST-WORKING-DAY-OF-WEEK"
        PERFORM CHECK-LAST-WORKING-DAY
        IF NOT-LAST-WORKING-DAY
          MOVE 'N' TO STEP-CONDITION-FLAG
        END-IF
      WHEN STEP-CONDITION (STEP-INDEX) (1 : 15) EQUAL "SEVERITY-BELOW-"
        MOVE STEP-CONDITION (STEP-INDEX) (16 : 1)
          TO CONDITION-SEVERITY-LIMIT
        IF DATE-WORST-SEVERITY NOT LESS THAN CONDITION-SEVERITY-LIMIT
          MOVE 'N' TO STEP-CONDITION-FLAG
        END-IF
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  CHECK-LAST-WORKING-DAY SECTION.
    *> RUN-DATE is the last working day of its week (Monday to
    *> Sunday) when no later date up to that Sunday is a working
    *> date - the Friday normally, the Thursday before a Friday
    *> holiday. RUN-DATE is stepped forward and put back.
    MOVE RUN-DATE TO CHECK-DATE
    PERFORM DERIVE-DAY-OF-WEEK
    EVALUATE DOW-VALUE
      WHEN 0
        MOVE 1 TO DAYS-TO-WEEK-END
      WHEN 1
        MOVE 0 TO DAYS-TO-WEEK-END
      WHEN OTHER
        COMPUTE DAYS-TO-WEEK-END = 8 - DOW-VALUE
    END-EVALUATE

    MOVE 'Y' TO LAST-WORKING-DAY-FLAG
    MOVE RUN-DATE TO SAVED-RUN-DATE
    MOVE ZERO TO WEEK-STEP-COUNT
    PERFORM UNTIL WEEK-STEP-COUNT EQUAL DAYS-TO-WEEK-END
               OR NOT-LAST-WORKING-DAY
      PERFORM NEXT-RUN-DATE
      ADD 1 TO WEEK-STEP-COUNT
      MOVE RUN-DATE TO CHECK-DATE
      PERFORM CHECK-WORKING-DATE
      IF WORKING-DATE
        MOVE 'N' TO LAST-WORKING-DAY-FLAG
      END-IF
    END-PERFORM
    MOVE SAVED-RUN-DATE TO RUN-DATE
  . *>END SECTION

*> ----------------------------------------------- <*
  PREPARE-STEP-ENVIRONMENT SECTION.
    *> Each program takes its date and input by environment value,
    *> the same way an operator would set them for a run by hand.
    EVALUATE STEP-PROGRAM (STEP-INDEX)
      WHEN "SITE-CONSOLIDATE"
        DISPLAY "CONSOLIDATE_DATE" UPON ENVIRONMENT-NAME
        DISPLAY RUN-DATE UPON ENVIRONMENT-VALUE
        DISPLAY "CONSOLIDATE_TYPE" UPON ENVIRONMENT-NAME
        DISPLAY STEP-PARM (STEP-INDEX) UPON ENVIRONMENT-VALUE
      WHEN "DAY01-PUZZLE1"
        DISPLAY "PUZZLE_FILE" UPON ENVIRONMENT-NAME
        DISPLAY LOCATIONS-EXTRACT-NAME UPON ENVIRONMENT-VALUE
      WHEN "DAY02-PUZZLE1"
        DISPLAY "PUZZLE_FILE" UPON ENVIRONMENT-NAME
        DISPLAY REPORTS-EXTRACT-NAME UPON ENVIRONMENT-VALUE
        *> The nightly run is always the production run - a what-if
        *> scenario file left set in the session must not be picked up.
        DISPLAY "SCENARIO_FILE" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
      WHEN "SITE-RETURNS"
        DISPLAY "RETURN_DATE" UPON ENVIRONMENT-NAME
        DISPLAY RUN-DATE UPON ENVIRONMENT-VALUE
      WHEN "HISTORY-INTERFACE"
        DISPLAY "EXTRACT_DATE_FROM" UPON ENVIRONMENT-NAME
        DISPLAY RUN-DATE UPON ENVIRONMENT-VALUE
        DISPLAY "EXTRACT_DATE_TO" UPON ENVIRONMENT-NAME
        DISPLAY RUN-DATE UPON ENVIRONMENT-VALUE
      WHEN "AUDIT-QUALITY"
        DISPLAY "AUDIT_DATE_FROM" UPON ENVIRONMENT-NAME
        DISPLAY RUN-DATE UPON ENVIRONMENT-VALUE
        DISPLAY "AUDIT_DATE_TO" UPON ENVIRONMENT-NAME
        DISPLAY RUN-DATE UPON ENVIRONMENT-VALUE
      WHEN "ALERT-REVIEW"
        *> Handover only - a scheduled step never acknowledges an
        *> alert, whatever the operator's session had set.
        DISPLAY "ALERT_ACK_INITIALS" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
        DISPLAY "ALERT_ACK_SEVERITY" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
        DISPLAY "ALERT_ACK_ALL" UPON ENVIRONMENT-NAME
        DISPLAY " " UPON ENVIRONMENT-VALUE
      WHEN OTHER
        *> TREND-REPORT and INTERFACE-RECONCILE run on their own
        *> defaults.
        CONTINUE
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  CALL-STEP-PROGRAM SECTION.
    *> CANCEL after each CALL gives the next date's CALL fresh
    *> working storage instead of the prior date's tables and totals.
    *> The audit log is closed across the CALL, so every line written
    *> so far is on disk for AUDIT-QUALITY to read and survives an
    *> abend inside the step.
    MOVE STEP-PROGRAM (STEP-INDEX) TO STEP-CALL-NAME
    PERFORM CLEAR-STEP-STATUS
    CLOSE RUN-AUDIT-FILE
    MOVE ZERO TO RETURN-CODE
    CALL STEP-CALL-NAME
    MOVE RETURN-CODE TO STEP-RETURN-CODE
    CANCEL STEP-CALL-NAME
    OPEN EXTEND RUN-AUDIT-FILE

    IF STEP-CHAIN-PROGRAM (STEP-INDEX)
      PERFORM COLLECT-STEP-STATUS
    ELSE
      PERFORM COLLECT-RETURN-CODE
    END-IF
    PERFORM WRITE-AUDIT-STEP-ENTRY
    PERFORM NOTE-DATE-SEVERITY

    *> Only a step that got its work done is recorded - a failed
    *> step runs again on the rerun.
    IF SC-SEVERITY-CODE LESS THAN 8
      PERFORM RECORD-STEP-COMPLETION
      PERFORM NOTE-DAY-COMPLETION
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  NOTE-DAY-COMPLETION SECTION.
    *> DAY01 and DAY02 finished for the date in this attempt, for
    *> SITE-RETURNS.
    EVALUATE STEP-PROGRAM (STEP-INDEX)
      WHEN "DAY01-PUZZLE1"
        MOVE 'Y' TO DAY01-COMPLETED-FLAG
      WHEN "DAY02-PUZZLE1"
        MOVE 'Y' TO DAY02-COMPLETED-FLAG
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  COLLECT-RETURN-CODE SECTION.
    *> The downstream programs report through RETURN-CODE alone;
    *> anything outside the severity range counts as a failed step.
    INITIALIZE STEP-COMPLETION-AREA
    IF STEP-RETURN-CODE LESS THAN ZERO
       OR STEP-RETURN-CODE GREATER THAN 99
      MOVE 8 TO SC-SEVERITY-CODE
    ELSE
      MOVE STEP-RETURN-CODE TO SC-SEVERITY-CODE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  NOTE-DATE-SEVERITY SECTION.
    *> Worst severity so far for the date, which the SEVERITY-BELOW
    *> conditions test, and for the whole job.
    IF SC-SEVERITY-CODE GREATER THAN DATE-WORST-SEVERITY
      MOVE SC-SEVERITY-CODE TO DATE-WORST-SEVERITY
    END-IF
    IF SC-SEVERITY-CODE GREATER THAN WORST-SEVERITY
      MOVE SC-SEVERITY-CODE TO WORST-SEVERITY
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-STEP-SKIP-EVENT SECTION.
    *> Audit line for a step on the list that did not run tonight.
    DISPLAY " " RUN-DATE " " AUDIT-STEP-NAME " " STEP-SKIP-REASON
    MOVE SPACES TO AUDIT-EVENT-TEXT
    STRING AUDIT-STEP-NAME  DELIMITED BY SPACE
           " "              DELIMITED BY SIZE
           STEP-SKIP-REASON DELIMITED BY SIZE
      INTO AUDIT-EVENT-TEXT
    END-STRING
    PERFORM WRITE-AUDIT-EVENT
    PERFORM NOTE-DATE-SEVERITY
  . *>END SECTION

*> ----------------------------------------------- <*
  LOAD-RESTART-FOR-DATE SECTION.
    *> Mark the steps already recorded as finished for RUN-DATE.
    MOVE ZERO TO RESTART-DONE-COUNT
    MOVE 'N' TO DATE-COMPLETE-FLAG
    MOVE ZERO TO DATE-COMPLETE-SEVERITY
    PERFORM VARYING STEP-INDEX FROM 1 BY 1
            UNTIL STEP-INDEX GREATER THAN STEP-COUNT
      MOVE 'N' TO STEP-DONE-FLAG (STEP-INDEX)
      MOVE ZERO TO STEP-DONE-SEVERITY (STEP-INDEX)
    END-PERFORM

    *> Status 05 is the OPTIONAL file not there yet - opened empty.
    IF NOT RESTART-IGNORED
      OPEN INPUT RESTART-FILE
      IF RESTART-FILE-STATUS EQUAL "00"
         OR RESTART-FILE-STATUS EQUAL "05"
        MOVE 'N' TO RESTART-END-FLAG
        PERFORM RESTART-LINE-LOOP UNTIL RESTART-END
        CLOSE RESTART-FILE
      END-IF
    END-IF

    IF RESTART-DONE-COUNT GREATER THAN ZERO AND DATE-NOT-COMPLETED
      DISPLAY "=========================================="
      DISPLAY " " RUN-DATE " RESTARTED - " RESTART-DONE-COUNT
              " STEP(S) COMPLETED EARLIER"
      DISPLAY "=========================================="
      PERFORM REOPEN-DAY-STEPS
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  REOPEN-DAY-STEPS SECTION.
    *> SITE-RETURNS reads DAY01's and DAY02's undated output files,
    *> which a later date's run may have overwritten since. While a
    *> SITE-RETURNS step is still due for the date, the DAY steps an
    *> earlier attempt finished run again to remake them. A severity
    *> condition is taken as met here - nothing has run yet tonight.
    MOVE 'N' TO RETURNS-DUE-FLAG
    MOVE ZERO TO DATE-WORST-SEVERITY
    PERFORM VARYING STEP-INDEX FROM 1 BY 1
            UNTIL STEP-INDEX GREATER THAN STEP-COUNT
      IF STEP-PROGRAM (STEP-INDEX) EQUAL "SITE-RETURNS"
         AND STEP-NOT-DONE (STEP-INDEX)
        PERFORM EVALUATE-STEP-CONDITION
        IF CONDITION-MET
          MOVE 'Y' TO RETURNS-DUE-FLAG
        END-IF
      END-IF
    END-PERFORM

    IF RETURNS-DUE
      PERFORM VARYING STEP-INDEX FROM 1 BY 1
              UNTIL STEP-INDEX GREATER THAN STEP-COUNT
        IF STEP-DONE-EARLIER (STEP-INDEX)
           AND (STEP-PROGRAM (STEP-INDEX) EQUAL "DAY01-PUZZLE1"
             OR STEP-PROGRAM (STEP-INDEX) EQUAL "DAY02-PUZZLE1")
          MOVE 'N' TO STEP-DONE-FLAG (STEP-INDEX)
          MOVE ZERO TO STEP-DONE-SEVERITY (STEP-INDEX)
          DISPLAY " " RUN-DATE " " STEP-NAME (STEP-INDEX)
                  " RUNS AGAIN - SITE-RETURNS STILL DUE"
        END-IF
      END-PERFORM
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  RESTART-LINE-LOOP SECTION.
    READ RESTART-FILE INTO RESTART-RECORD
      AT END
        MOVE 'Y' TO RESTART-END-FLAG
      NOT AT END
        IF RS-RUN-DATE IS NUMERIC
           AND RS-RUN-DATE EQUAL RUN-DATE
          PERFORM APPLY-RESTART-LINE
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  APPLY-RESTART-LINE SECTION.
    IF RS-STEP-NAME EQUAL DATE-COMPLETE-MARKER
      MOVE 'Y' TO DATE-COMPLETE-FLAG
      IF RS-SEVERITY IS NUMERIC
        MOVE RS-SEVERITY TO DATE-COMPLETE-SEVERITY
      END-IF
    END-IF

    *> A step the list no longer carries is simply not matched.
    PERFORM VARYING STEP-SEARCH-INDEX FROM 1 BY 1
            UNTIL STEP-SEARCH-INDEX GREATER THAN STEP-COUNT
      IF STEP-NAME (STEP-SEARCH-INDEX) EQUAL RS-STEP-NAME
         AND STEP-NOT-DONE (STEP-SEARCH-INDEX)
        MOVE 'Y' TO STEP-DONE-FLAG (STEP-SEARCH-INDEX)
        IF RS-SEVERITY IS NUMERIC
          MOVE RS-SEVERITY TO STEP-DONE-SEVERITY (STEP-SEARCH-INDEX)
        END-IF
        ADD 1 TO RESTART-DONE-COUNT
      END-IF
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  RECORD-STEP-COMPLETION SECTION.
    *> Opened and closed per line, so the record of a finished step
    *> is on disk before the next step can abend.
    ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD
    ACCEPT AUDIT-STAMP-TIME FROM TIME
    MOVE SPACES TO RESTART-RECORD
    MOVE RUN-DATE         TO RS-RUN-DATE
    MOVE AUDIT-STEP-NAME  TO RS-STEP-NAME
    MOVE SC-SEVERITY-CODE TO RS-SEVERITY
    MOVE AUDIT-STAMP-DATE TO RS-STAMP-DATE
    MOVE AUDIT-STAMP-TIME TO RS-STAMP-TIME
    PERFORM WRITE-RESTART-RECORD
  . *>END SECTION

*> ----------------------------------------------- <*
  RECORD-DATE-COMPLETION SECTION.
    *> Closes the date on the restart file once its last step is done.
    ACCEPT AUDIT-STAMP-DATE FROM DATE YYYYMMDD
    ACCEPT AUDIT-STAMP-TIME FROM TIME
    MOVE SPACES TO RESTART-RECORD
    MOVE RUN-DATE             TO RS-RUN-DATE
    MOVE DATE-COMPLETE-MARKER TO RS-STEP-NAME
    MOVE DATE-WORST-SEVERITY  TO RS-SEVERITY
    MOVE AUDIT-STAMP-DATE     TO RS-STAMP-DATE
    MOVE AUDIT-STAMP-TIME     TO RS-STAMP-TIME
    PERFORM WRITE-RESTART-RECORD
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-RESTART-RECORD SECTION.
    *> Status 05 is the OPTIONAL file being created on first use.
    OPEN EXTEND RESTART-FILE
    IF RESTART-FILE-STATUS EQUAL "00"
       OR RESTART-FILE-STATUS EQUAL "05"
      WRITE RESTART-LINE FROM RESTART-RECORD
      CLOSE RESTART-FILE
    ELSE
      *> The step itself ran; only a rerun would repeat it.
      DISPLAY "*** " RESTART-FILE-NAME " NOT WRITTEN, STATUS = "
              RESTART-FILE-STATUS
      MOVE "RESTART FILE NOT WRITTEN" TO AUDIT-EVENT-TEXT
      MOVE 4 TO SC-SEVERITY-CODE
      PERFORM WRITE-AUDIT-EVENT
      PERFORM NOTE-DATE-SEVERITY
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
           ".am"        DELIMITED BY SIZE
      INTO REPORTS-EXTRACT-NAME
    END-STRING

    *> A shadow night's consolidation merged into shadow- copies of
    *> the extracts; whole extracts are the live files, read as-is.
    IF SHADOW-RUN AND PARM-SITE-LIST NOT EQUAL SPACES
      MOVE LOCATIONS-EXTRACT-NAME TO SHADOW-NAME-BASE
      PERFORM BUILD-SHADOW-NAME
      MOVE SHADOW-NAME-RESULT TO LOCATIONS-EXTRACT-NAME
      MOVE REPORTS-EXTRACT-NAME TO SHADOW-NAME-BASE
      PERFORM BUILD-SHADOW-NAME
      MOVE SHADOW-NAME-RESULT TO REPORTS-EXTRACT-NAME
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  CLEAR-STEP-STATUS SECTION.
    *> Blank the hand-back value before the CALL, so a step that dies
    DISPLAY "=========================================="
    DISPLAY " NIGHTLY CONTROL - OPERATIONS SUMMARY"
    DISPLAY " RUN DATE = " RUN-DATE
    IF SHADOW-RUN
      DISPLAY " SHADOW RUN - ROWS FROM " HISTORY-FILE-NAME
    END-IF
    DISPLAY "=========================================="

    MOVE 'N' TO DAY01-FOUND-FLAG
*> ----------------------------------------------- <*
  COPY OPERATOR-ALERT-WRITE.

*> ----------------------------------------------- <*
  COPY SHADOW-RUN-SET.

*> === EOF ======================================= <*
