             ASSIGN TO DYNAMIC PUZZLE-FILENAME
             ORGANIZATION IS LINE SEQUENTIAL
      .
      *> Shared files are assigned by name so a shadow run can be
      *> pointed at its own copies (see SHADOW-RUN).
      SELECT RESULTS-HISTORY-FILE
             ASSIGN TO DYNAMIC HISTORY-FILE-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RH-KEY
             FILE STATUS IS RESULTS-HISTORY-STATUS
      .
      *> Per-site breakdown of the RESULTS-HISTORY row, written on a
      *> merged extract that carries its site manifest.
      SELECT SITE-RESULTS-FILE
             ASSIGN TO DYNAMIC SITE-RESULTS-FILE-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SR-KEY
             FILE STATUS IS SITE-RESULTS-STATUS
      .
      SELECT REJECT-FILE
             ASSIGN TO DYNAMIC REJECT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS REJECT-FILE-STATUS
      .
      SELECT DIAGNOSTICS-FILE
             ASSIGN TO DYNAMIC DIAGNOSTICS-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DIAGNOSTICS-FILE-STATUS
      .
      SELECT FREQUENCY-FILE
             ASSIGN TO DYNAMIC FREQUENCY-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS FREQUENCY-FILE-STATUS
      .
      *> Alternative range/dampener rules for a what-if run, named by
      *> SCENARIO_FILE; the run's findings go to sensitivity.am.
      SELECT SCENARIO-FILE
             ASSIGN TO DYNAMIC SCENARIO-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCENARIO-FILE-STATUS
      .
      SELECT SENSITIVITY-FILE
             ASSIGN TO DYNAMIC SENSITIVITY-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SENSITIVITY-FILE-STATUS
      .
      SELECT RUN-PARAMETERS-FILE
             ASSIGN TO DYNAMIC RUN-PARAMETERS-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-PARAMETERS-STATUS
      .
      .
      *> Shop-wide run lock serializing results-history.dat.
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
      *> Prior totals preserved whenever a published history row is
      *> replaced on a re-run.
      SELECT OPTIONAL SUPERSEDED-FILE
             ASSIGN TO DYNAMIC SUPERSEDED-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUPERSEDED-FILE-STATUS
      .
      *> Central operator-alert file, written alongside the console
      *> warnings so they survive the scroll-back.
      SELECT OPTIONAL ALERT-FILE
             ASSIGN TO DYNAMIC ALERT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-FILE-STATUS
      .
      *> One line per RESULTS-HISTORY write, naming the inputs and
      *> parameters behind the published totals.
      SELECT OPTIONAL PROVENANCE-FILE
             ASSIGN TO DYNAMIC PROVENANCE-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PROVENANCE-FILE-STATUS
      .
      *> Month-end control: a month signed off by PERIOD-CLOSE is
      *> never written into again.
      SELECT OPTIONAL PERIOD-FILE
             ASSIGN TO 'closed-periods.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIOD-FILE-STATUS
      .

DATA DIVISION.
FILE SECTION.
FD RESULTS-HISTORY-FILE.
  COPY RESULTS-HISTORY.

FD SITE-RESULTS-FILE.
  COPY SITE-RESULTS.

FD REJECT-FILE.
  01 REJECT-LINE    PIC X(548).

FD DIAGNOSTICS-FILE.
  01 DIAGNOSTIC-LINE PIC X(80).
FD FREQUENCY-FILE.
  01 FREQUENCY-LINE PIC X(120).

FD SCENARIO-FILE.
  01 SCENARIO-CARD  PIC X(80).

FD SENSITIVITY-FILE.
  01 SENSITIVITY-LINE PIC X(132).

FD RUN-PARAMETERS-FILE.
  01 PARAMETER-CARD PIC X(80).

FD ALERT-FILE.
  01 ALERT-LINE     PIC X(120).

FD PERIOD-FILE.
  01 PERIOD-LINE    PIC X(100).

FD PROVENANCE-FILE.
  01 PROVENANCE-LINE PIC X(500).

WORKING-STORAGE SECTION.
    77 RESULTS-HISTORY-STATUS  PIC X(2).
    77 REJECT-FILE-STATUS      PIC X(2).
    77 DIAGNOSTICS-FILE-STATUS PIC X(2).
    77 REJECT-FILE-NAME        PIC X(92).
    77 DIAGNOSTICS-FILE-NAME   PIC X(92).
    *> PUZZLE-FILENAME defaults to the plain 'puzzle.am' used for an
    *> interactive run, but a control job can point it at a dated
    *> extract via the PUZZLE_FILE environment variable.
    77 RECORD-VALID-FLAG      PIC X.
      88 RECORD-VALID   VALUE 'Y'.
      88 RECORD-INVALID VALUE 'N'.
    *> Why the report was rejected, in EXTRACT-INTAKE's wording, so
    *> the reject line can be sent back to the site as it stands.
    77 REJECT-REASON          PIC X(24).

    77 DIRECTION-FLAG  PIC S9.
      88 DIRECTION-UNKNOW      VALUE ZERO.
    77 DAMPENER-FOUND-FLAG            PIC X.
      88 DAMPENER-FOUND     VALUE 'Y'.
      88 DAMPENER-NOT-FOUND VALUE 'N'.
    *> The range VALIDATE-SEQUENCE applies: the production rule from
    *> runparms.am, or a scenario's rule during a what-if run.
    77 RULE-RANGE-MIN                 PIC 9(3).
    77 RULE-RANGE-MAX                 PIC 9(3).
    *> The report's final verdict under the production rule - safe
    *> on the first pass or saved by the dampener.
    77 PRODUCTION-VERDICT-FLAG        PIC X.
      88 PRODUCTION-SAFE    VALUE 'Y'.
      88 PRODUCTION-UNSAFE  VALUE 'N'.

    *> --- Per-report failure diagnostics (req: name the offending pair) ---
    *> VALIDATE-SEQUENCE records the first LEVEL-TABLE pair and rule it
    *> by rule, and every dampener save by the position the dampener
    *> had to drop.
    77 FREQUENCY-FILE-STATUS          PIC X(2).
    77 FREQUENCY-FILE-NAME            PIC X(92).
    77 FAILED-REPORT-COUNT            PIC 9(6) VALUE ZERO.
    77 DAMPENER-SAVED-COUNT           PIC 9(6) VALUE ZERO.
    77 DAMPENER-SAVED-POSITION        PIC 999.
    *> so reject lines can name the originating site.
    COPY SITE-MANIFEST.

    *> --- Per-site results ---
    *> Safe and dampened-safe counts broken down by the site each
    *> report came from, written next to the RESULTS-HISTORY row.
    *> REPORT-SITE-INDEX is the current report's SITE-TOTALS entry.
    COPY SITE-TOTALS.
    77 REPORT-SITE-INDEX       PIC 9(2).

    *> --- Run-lock on results-history.dat ---
    *> The history row is only written under the shop-wide lock, so
    *> a retention purge or a resubmission can never race this run.
    *> --- Central operator alerts ---
    COPY OPERATOR-ALERT.

    *> --- Month-end period control ---
    *> A business date inside a closed month keeps its published
    *> row; the run finishes but writes nothing and alerts instead.
    COPY PERIOD-CLOSE.

    *> --- Run provenance ---
    *> Every row this run writes is recorded with what produced it.
    *> RUN_TYPE is stamped by NIGHTLY-CONTROL (NIGHTLY or CATCH-UP);
    *> a run started any other way is recorded as MANUAL.
    COPY RUN-PROVENANCE.
    77 RUN-TYPE-TEXT           PIC X(10).
    77 PROVENANCE-POINTER      PIC 9(3).

    *> --- Safe-range sensitivity (what-if) run ---
    *> SCENARIO_FILE names a card file of alternative rules, one per
    *> card - name, range minimum, range maximum, dampener ON/OFF:
    *>     WIDE-1-4     1 4 ON
    *>     NO-DAMPENER  1 3 OFF
    *> Every accepted report is judged by the production rule and by
    *> each scenario in the same pass. A what-if run is for the
    *> engineers only: it leaves RESULTS-HISTORY, the alerts and the
    *> production reject/diagnostic/frequency files untouched.
    77 SCENARIO-FILE-NAME      PIC X(80).
    77 SCENARIO-FILE-STATUS    PIC X(2).
    77 SENSITIVITY-FILE-STATUS PIC X(2).
    77 SENSITIVITY-FILE-NAME   PIC X(92).
    77 SCENARIO-RUN-FLAG       PIC X VALUE 'N'.
      88 SCENARIO-RUN        VALUE 'Y'.
      88 PRODUCTION-RUN      VALUE 'N'.
    *> Set once tonight's row is on RESULTS-HISTORY; the lineage line
    *> and site rows follow only a published row. 'F' is a WRITE or
    *> REWRITE that failed under the lock.
    77 HISTORY-ROW-FLAG        PIC X VALUE 'N'.
      88 HISTORY-ROW-PUBLISHED   VALUE 'Y'.
      88 HISTORY-ROW-UNPUBLISHED VALUE 'N'.
      88 HISTORY-ROW-NOT-WRITTEN VALUE 'F'.
    77 SCENARIO-LOAD-FLAG      PIC X VALUE 'Y'.
      88 SCENARIO-LOAD-OK     VALUE 'Y'.
      88 SCENARIO-LOAD-FAILED VALUE 'N'.
    77 SCENARIO-END-FLAG       PIC X.
      88 SCENARIO-END        VALUE 'Y'.
      88 SCENARIO-NOT-END    VALUE 'N'.
    77 SCENARIO-MAX            PIC 9(2) VALUE 20.
    77 SCENARIO-COUNT          PIC 9(2) VALUE ZERO.
    77 SCENARIO-INDEX          PIC 9(2).
    77 SAMPLE-MAX              PIC 9(2) VALUE 10.
    77 SAMPLE-INDEX            PIC 9(2).
    77 SCENARIO-NAME-TEXT      PIC X(20).
    77 SCENARIO-MIN-TEXT       PIC X(5).
    77 SCENARIO-MIN-LENGTH     PIC 9(3).
    77 SCENARIO-MAX-TEXT       PIC X(5).
    77 SCENARIO-MAX-LENGTH     PIC 9(3).
    77 SCENARIO-DAMPENER-TEXT  PIC X(5).
    77 SCENARIO-MIN-VALUE      PIC 9(5).
    77 SCENARIO-MAX-VALUE      PIC 9(5).
    77 SCENARIO-CARD-FLAG      PIC X.
      88 SCENARIO-CARD-OK    VALUE 'Y'.
      88 SCENARIO-CARD-BAD   VALUE 'N'.
    77 SCENARIO-VERDICT-FLAG   PIC X.
      88 SCENARIO-SAFE       VALUE 'Y'.
      88 SCENARIO-UNSAFE     VALUE 'N'.
    01 SCENARIO-TABLE.
      05 SCENARIO-ENTRY OCCURS 20.
        10 SCN-NAME            PIC X(20).
        10 SCN-RANGE-MIN       PIC 9(3).
        10 SCN-RANGE-MAX       PIC 9(3).
        10 SCN-DAMPENER-FLAG   PIC X.
          88 SCN-DAMPENER-ON  VALUE 'Y'.
          88 SCN-DAMPENER-OFF VALUE 'N'.
        10 SCN-SAFE-COUNT      PIC 9(7).
        10 SCN-DAMPENED-COUNT  PIC 9(7).
        10 SCN-TO-SAFE-COUNT   PIC 9(7).
        10 SCN-TO-UNSAFE-COUNT PIC 9(7).
        10 SCN-TO-SAFE-SAMPLE   PIC 9(6) OCCURS 10.
        10 SCN-TO-UNSAFE-SAMPLE PIC 9(6) OCCURS 10.

    01 SENSITIVITY-TITLE-LINE.
      05 FILLER               PIC X(23) VALUE "SAFE-RANGE SENSITIVITY ".
      05 FILLER               PIC X(14) VALUE "BUSINESS DATE ".
      05 ST-BUSINESS-DATE     PIC 9(8).
      05 FILLER               PIC X(10) VALUE "  EXTRACT ".
      05 ST-EXTRACT-NAME      PIC X(60).

    01 SENSITIVITY-HEADING-LINE.
      05 FILLER               PIC X(56)
         VALUE "SCENARIO             RANGE    DAMPENER     SAFE    DELTA".
      05 FILLER               PIC X(43)
         VALUE " DAMPENED-SAFE    DELTA  TO-SAFE  TO-UNSAFE".

    01 SENSITIVITY-DETAIL-LINE.
      05 SV-NAME              PIC X(20).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SV-RANGE-MIN         PIC ZZ9.
      05 FILLER               PIC X(1) VALUE "-".
      05 SV-RANGE-MAX         PIC 999.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 SV-DAMPENER          PIC X(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SV-SAFE              PIC Z(7)9.
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SV-SAFE-DELTA        PIC -Z(6)9.
      05 FILLER               PIC X(6) VALUE SPACES.
      05 SV-DAMPENED          PIC Z(7)9.
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SV-DAMPENED-DELTA    PIC -Z(6)9.
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SV-TO-SAFE           PIC Z(7)9.
      05 FILLER               PIC X(3) VALUE SPACES.
      05 SV-TO-UNSAFE         PIC Z(7)9.

    01 SENSITIVITY-SAMPLE-LINE.
      05 FILLER               PIC X(4) VALUE SPACES.
      05 SS-DIRECTION         PIC X(18).
      05 SS-RECORD            PIC Z(6)9 OCCURS 10.

    77 SCENARIO-DELTA          PIC S9(7).

    *> Severity of this run for the step-completion hand-back and
    *> RETURN-CODE: 0 clean, 4 degraded, 8 failed.
    77 STEP-SEVERITY           PIC 9(2) VALUE ZERO.
    *> arrives on.
    COPY STEP-COMPLETION.

    *> --- Shadow (parallel) run ---
    *> Under SHADOW_RUN=Y every file this program writes is a
    *> shadow- copy; the extract is read as usual.
    COPY SHADOW-RUN.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*

    MOVE "DAY02-PUZZLE1" TO LOCK-PROGRAM-NAME
    MOVE "DAY02-PUZZLE1" TO ALERT-PROGRAM-NAME
    MOVE "DAY02-PUZZLE1" TO SITE-TOTALS-PROGRAM-ID
    PERFORM RESOLVE-SHADOW-RUN
    MOVE "reject.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO REJECT-FILE-NAME
    MOVE "diagnostics.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO DIAGNOSTICS-FILE-NAME
    MOVE "frequency.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO FREQUENCY-FILE-NAME
    MOVE "sensitivity.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO SENSITIVITY-FILE-NAME
    PERFORM LOAD-RUN-PARAMETERS
    PERFORM CLEAR-SITE-TOTALS

    MOVE "puzzle.am" TO PUZZLE-FILENAME
    ACCEPT PUZZLE-FILENAME FROM ENVIRONMENT "PUZZLE_FILE"
    MOVE RUN-BUSINESS-DATE TO EXPECTED-BUSINESS-DATE
    MOVE "REPORTS  " TO EXPECTED-CONTENT-TYPE

    *> A scenario card file makes this a what-if run.
    MOVE SPACES TO SCENARIO-FILE-NAME
    ACCEPT SCENARIO-FILE-NAME FROM ENVIRONMENT "SCENARIO_FILE"
    IF SCENARIO-FILE-NAME NOT EQUAL SPACES
      PERFORM LOAD-SCENARIOS
      IF SCENARIO-LOAD-FAILED
        PERFORM REPORT-STEP-COMPLETION
        GOBACK
      END-IF
    END-IF

    *> OCCURS tables carry no VALUE clause, so the position tallies
    *> are zeroed explicitly before the first report is counted.
    INITIALIZE FAIL-POSITION-COUNTS
    PERFORM LOAD-SITE-MANIFEST

    OPEN INPUT PUZZLE-FILE
    IF PRODUCTION-RUN
      OPEN OUTPUT REJECT-FILE
      OPEN OUTPUT DIAGNOSTICS-FILE
    END-IF

    PERFORM READ-LOOP UNTIL FILE-END-TRUE

    PERFORM RECONCILE-EXTRACT-TRAILER
    IF SCENARIO-RUN
      PERFORM WRITE-SENSITIVITY-REPORT
    ELSE
      PERFORM WRITE-FREQUENCY-REPORT
    END-IF

    DISPLAY "RESULT = " SUM-OF-CORRECT-LINES
    DISPLAY "RESULT DAMPENED = " SUM-OF-CORRECT-LINES-DAMPENED

    CLOSE PUZZLE-FILE
    IF PRODUCTION-RUN
      CLOSE REJECT-FILE
      CLOSE DIAGNOSTICS-FILE
    END-IF

    *> An extract that failed trailer reconciliation - or whose
    *> header proved it the wrong file for this date - must not
    *> publish its totals: wrong numbers on the trend file are worse
    *> than no numbers at all. A what-if run never publishes.
    EVALUATE TRUE
      WHEN SCENARIO-RUN
        DISPLAY "SCENARIO RUN - RESULTS NOT WRITTEN TO RESULTS-HISTORY"
      WHEN EXTRACT-OUT-OF-BALANCE OR HEADER-REJECTED
        DISPLAY "RUN FAILED - RESULTS NOT WRITTEN TO RESULTS-HISTORY"
      WHEN OTHER
        PERFORM WRITE-RESULTS-HISTORY
    END-EVALUATE

    PERFORM REPORT-STEP-COMPLETION

      MOVE 4 TO STEP-SEVERITY
    END-IF
    IF EXTRACT-OUT-OF-BALANCE OR HEADER-REJECTED OR LOCK-FAILED
       OR PERIOD-CLOSED OR SCENARIO-LOAD-FAILED
       OR HISTORY-ROW-NOT-WRITTEN
      MOVE 8 TO STEP-SEVERITY
    END-IF
    MOVE STEP-SEVERITY TO RETURN-CODE

    *> Anything degraded or failed also lands on the central alerts
    *> file - the console messages above scroll away, this does not.
    *> A what-if run answers to the engineer who ran it, not to
    *> operations.
    IF STEP-SEVERITY GREATER THAN ZERO AND PRODUCTION-RUN
      MOVE RUN-BUSINESS-DATE TO ALERT-RUN-DATE
      MOVE STEP-SEVERITY TO ALERT-SEVERITY
      EVALUATE TRUE
        WHEN LOCK-FAILED
          MOVE "RESULTS NOT WRITTEN - HISTORY LOCK HELD"
            TO ALERT-TEXT
        WHEN PERIOD-CLOSED
          MOVE PERIOD-CLOSED-TEXT TO ALERT-TEXT
        WHEN HISTORY-ROW-NOT-WRITTEN
          MOVE "RESULTS-HISTORY WRITE FAILED - RESULTS NOT PUBLISHED"
            TO ALERT-TEXT
        WHEN REJECTED-RECORD-COUNT GREATER THAN ZERO
          MOVE SPACES TO ALERT-TEXT
          STRING "REPORTS REJECTED: " DELIMITED BY SIZE
                 REJECTED-RECORD-COUNT DELIMITED BY SIZE
                 " - SEE " DELIMITED BY SIZE
                 REJECT-FILE-NAME DELIMITED BY SPACE
            INTO ALERT-TEXT
          END-STRING
        WHEN OTHER
    MOVE SUM-OF-CORRECT-LINES          TO RH-RESULT-1
    MOVE SUM-OF-CORRECT-LINES-DAMPENED TO RH-RESULT-2

    MOVE SPACES TO RUN-PROVENANCE-RECORD

    PERFORM CLAIM-HISTORY-LOCK
    IF LOCK-DENIED
      DISPLAY "RESULTS NOT WRITTEN - RESULTS-HISTORY LOCK HELD"
    ELSE
      *> Tested under the lock, so a month-end close cannot land
      *> between the test and the write. Closes freeze the live
      *> history only - a shadow history is not the book of record.
      IF LIVE-RUN
        MOVE RUN-BUSINESS-DATE TO PERIOD-CHECK-DATE
        PERFORM CHECK-PERIOD-CLOSED
      END-IF
    END-IF

    IF PERIOD-CLOSED
      DISPLAY "RESULTS NOT WRITTEN - PERIOD " PERIOD-CHECK-MONTH
              " IS CLOSED"
      PERFORM RELEASE-HISTORY-LOCK
    END-IF

    IF LOCK-GRANTED AND PERIOD-OPEN
      OPEN I-O RESULTS-HISTORY-FILE
      IF RESULTS-HISTORY-STATUS = "35"
        CLOSE RESULTS-HISTORY-FILE
          *> The date already has a published row - preserve its
          *> totals on the superseded log before replacing them.
          PERFORM PRESERVE-SUPERSEDED-ROW
          MOVE "RERUN - PUBLISHED ROW REPLACED" TO PV-REASON
          REWRITE RESULTS-HISTORY-RECORD
      END-WRITE
      IF RESULTS-HISTORY-STATUS EQUAL "00"
        MOVE 'Y' TO HISTORY-ROW-FLAG
      ELSE
        MOVE 'F' TO HISTORY-ROW-FLAG
        DISPLAY "RESULTS-HISTORY ROW NOT WRITTEN, STATUS = "
                RESULTS-HISTORY-STATUS
      END-IF

      CLOSE RESULTS-HISTORY-FILE

      IF HISTORY-ROW-PUBLISHED
        PERFORM RECORD-RUN-PROVENANCE

        *> The site breakdown only means something on a merged
        *> extract - a single-source night has no sites to rank.
        IF MANIFEST-LOADED
          MOVE RUN-BUSINESS-DATE TO SITE-TOTALS-RUN-DATE
          PERFORM WRITE-SITE-RESULTS
        END-IF
      END-IF
      PERFORM RELEASE-HISTORY-LOCK
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  RECORD-RUN-PROVENANCE SECTION.
    *> Called under the history lock straight after the row is
    *> written, so the lineage line and the row cannot drift apart.
    MOVE RH-RUN-DATE   TO PV-RUN-DATE
    MOVE RH-PROGRAM-ID TO PV-PROGRAM-ID
    MOVE SPACES TO RUN-TYPE-TEXT
    ACCEPT RUN-TYPE-TEXT FROM ENVIRONMENT "RUN_TYPE"
    EVALUATE RUN-TYPE-TEXT
      WHEN "NIGHTLY   "
        MOVE "NIGHTLY " TO PV-WRITER-TYPE
      WHEN "CATCH-UP  "
        MOVE "CATCH-UP" TO PV-WRITER-TYPE
      WHEN "SHADOW    "
        MOVE "SHADOW  " TO PV-WRITER-TYPE
      WHEN OTHER
        MOVE "MANUAL  " TO PV-WRITER-TYPE
    END-EVALUATE
    MOVE "DAY02-PUZZLE1"    TO PV-WRITER-ID
    MOVE RH-RESULT-1        TO PV-RESULT-1
    MOVE RH-RESULT-2        TO PV-RESULT-2
    MOVE PUZZLE-FILENAME    TO PV-EXTRACT-NAME

    MOVE ZERO TO PV-HEADER-DATE
    IF HEADER-SEEN
      MOVE HEADER-BUSINESS-DATE TO PV-HEADER-DATE
    END-IF
    MOVE ZERO TO PV-TRAILER-COUNT
    MOVE ZERO TO PV-TRAILER-HASH
    IF TRAILER-SEEN
      MOVE TRAILER-EXPECTED-COUNT TO PV-TRAILER-COUNT
      MOVE TRAILER-EXPECTED-HASH  TO PV-TRAILER-HASH
    END-IF

    MOVE RECORD-NUMBER TO PV-RECORDS-READ
    COMPUTE PV-RECORDS-ACCEPTED =
            RECORD-NUMBER - REJECTED-RECORD-COUNT
    MOVE REJECTED-RECORD-COUNT TO PV-RECORDS-REJECTED

    MOVE PARM-SAFE-RANGE-MIN      TO PV-SAFE-RANGE-MIN
    MOVE PARM-SAFE-RANGE-MAX      TO PV-SAFE-RANGE-MAX
    MOVE PARM-DAMPENER-FLAG       TO PV-DAMPENER-FLAG
    MOVE PARM-CHECKPOINT-INTERVAL TO PV-CHECKPOINT-INTERVAL
    MOVE PARM-TABLE-CAPACITY      TO PV-TABLE-CAPACITY
    MOVE PARM-TOP-N-DEPTH         TO PV-TOP-N-DEPTH

    MOVE SPACES TO PV-SITE-STATES
    IF MANIFEST-LOADED
      MOVE 1 TO PROVENANCE-POINTER
      PERFORM VARYING MANIFEST-INDEX FROM 1 BY 1
              UNTIL MANIFEST-INDEX > MANIFEST-SITE-COUNT
        STRING MANIFEST-SITE-ID (MANIFEST-INDEX)    DELIMITED BY SPACE
               "="                                  DELIMITED BY SIZE
               MANIFEST-SITE-STATE (MANIFEST-INDEX) DELIMITED BY SPACE
               " "                                  DELIMITED BY SIZE
          INTO PV-SITE-STATES WITH POINTER PROVENANCE-POINTER
        END-STRING
      END-PERFORM
    END-IF

    PERFORM WRITE-RUN-PROVENANCE
  . *>END SECTION

*> ----------------------------------------------- <*
  PRESERVE-SUPERSEDED-ROW SECTION.
    *> Read the live row back to capture the totals being replaced,

*> ----------------------------------------------- <*
  CHECK-LEVEL SECTION.
    MOVE PARM-SAFE-RANGE-MIN TO RULE-RANGE-MIN
    MOVE PARM-SAFE-RANGE-MAX TO RULE-RANGE-MAX
    MOVE 'N' TO PRODUCTION-VERDICT-FLAG
    MOVE ZERO TO SKIP-INDEX
    PERFORM VALIDATE-SEQUENCE

    IF LEVELS-VALID
      MOVE 'Y' TO PRODUCTION-VERDICT-FLAG
      ADD 1 TO SUM-OF-CORRECT-LINES
      ADD 1 TO SUM-OF-CORRECT-LINES-DAMPENED
      ADD 1 TO SITE-TOTAL-RESULT-1 (REPORT-SITE-INDEX)
      ADD 1 TO SITE-TOTAL-RESULT-2 (REPORT-SITE-INDEX)
    ELSE
      *> Keep the report's first (un-dampened) violation so it can still
      *> be named in the diagnostic if the dampener doesn't save it -
      END-IF

      IF DAMPENER-FOUND
        MOVE 'Y' TO PRODUCTION-VERDICT-FLAG
        ADD 1 TO SUM-OF-CORRECT-LINES-DAMPENED
        ADD 1 TO SITE-TOTAL-RESULT-2 (REPORT-SITE-INDEX)
        *> Tally the save by the position the dampener had to drop
        *> and by the rule the drop cured.
        ADD 1 TO DAMPENER-SAVED-COUNT
          ADD 1 TO DROP-RULE-RANGE-COUNT
        END-IF
      ELSE
        IF PRODUCTION-RUN
          PERFORM WRITE-DIAGNOSTIC
        END-IF
      END-IF
    END-IF
  .
*> ----------------------------------------------- <*
  VALIDATE-SEQUENCE SECTION.
    *> Checks LEVEL-TABLE (1) THRU LEVEL-TABLE (LEVEL-COUNT) for the
    *> ascending/descending, difference RULE-RANGE-MIN/-MAX rule,
    *> leaving out the entry named by SKIP-INDEX (ZERO means leave
    *> out nothing).
    MOVE 'Y' TO LEVELS-VALID-FLAG
    MOVE ZERO TO DIRECTION-FLAG
    MOVE ZERO TO PREV-INDEX
            END-IF
          END-IF

          *> The 1-3 rule is now the RULE-RANGE-MIN/-MAX rule:
          *> a pair moving against (or flat to) the direction breaks
          *> the direction rule; a pair moving the right way but
          *> outside the range breaks the range rule.
              MOVE 'N' TO LEVELS-VALID-FLAG
              PERFORM CAPTURE-VIOLATION-DIRECTION
            ELSE
              IF PAIR-DIFFERENCE LESS THAN RULE-RANGE-MIN
                 OR PAIR-DIFFERENCE GREATER THAN RULE-RANGE-MAX
                MOVE 'N' TO LEVELS-VALID-FLAG
                PERFORM CAPTURE-VIOLATION-RANGE
              END-IF
              PERFORM CAPTURE-VIOLATION-DIRECTION
            ELSE
              COMPUTE PAIR-MAGNITUDE = ZERO - PAIR-DIFFERENCE
              IF PAIR-MAGNITUDE LESS THAN RULE-RANGE-MIN
                 OR PAIR-MAGNITUDE GREATER THAN RULE-RANGE-MAX
                MOVE 'N' TO LEVELS-VALID-FLAG
                PERFORM CAPTURE-VIOLATION-RANGE
              END-IF
    *> instead of an INTO list sized for a fixed number of levels.
    ADD 1 TO RECORD-NUMBER

    *> Attribute the report to its site up front - rejected reports
    *> still count toward the site's reports read.
    MOVE SITE-UNKNOWN-INDEX TO REPORT-SITE-INDEX
    IF MANIFEST-LOADED
      MOVE RECORD-NUMBER TO LOOKUP-RECORD-NUMBER
      PERFORM FIND-SITE-FOR-RECORD
      IF FOUND-SITE-INDEX GREATER THAN ZERO
        MOVE FOUND-SITE-INDEX TO REPORT-SITE-INDEX
      END-IF
    END-IF
    ADD 1 TO SITE-TOTAL-RECORDS (REPORT-SITE-INDEX)

    *> Every data record counts toward the trailer reconciliation,
    *> valid or not - the trailer balances the file as transferred,
    *> not the run's acceptance decisions.
    MOVE 1 TO UNSTRING-POINTER
    MOVE ZERO TO LEVEL-COUNT
    MOVE 'Y' TO RECORD-VALID-FLAG
    MOVE SPACES TO REJECT-REASON

    PERFORM UNTIL UNSTRING-POINTER > LENGTH OF PUZZLE-LINE
      MOVE SPACES TO TOKEN-BUFFER
        *> it past its own bound below, so reject it here instead.
        IF TOKEN-LENGTH GREATER THAN LENGTH OF TOKEN-BUFFER
          MOVE 'N' TO RECORD-VALID-FLAG
          MOVE "LEVEL TOKEN TOO LONG" TO REJECT-REASON
        ELSE
          IF TOKEN-BUFFER (1 : TOKEN-LENGTH) IS NUMERIC
            MOVE TOKEN-BUFFER (1 : TOKEN-LENGTH) TO TOKEN-NUMERIC-VALUE
              *> reject rather than let MOVE TOKEN-BUFFER TO
              *> LEVEL-TABLE silently truncate it to low-order digits.
              MOVE 'N' TO RECORD-VALID-FLAG
              MOVE "LEVEL VALUE OVER 999" TO REJECT-REASON
            ELSE
              IF LEVEL-COUNT LESS THAN LEVEL-TABLE-MAX
                ADD 1 TO LEVEL-COUNT
                *> whole report rather than running the MOVE past
                *> LEVEL-TABLE's bound.
                MOVE 'N' TO RECORD-VALID-FLAG
                MOVE "MORE THAN 250 LEVELS" TO REJECT-REASON
              END-IF
            END-IF
          ELSE
            MOVE 'N' TO RECORD-VALID-FLAG
            MOVE "NON-NUMERIC LEVEL" TO REJECT-REASON
          END-IF
        END-IF
      END-IF
    END-PERFORM

    IF LEVEL-COUNT LESS THAN 2 AND RECORD-VALID
      MOVE 'N' TO RECORD-VALID-FLAG
      MOVE "FEWER THAN TWO LEVELS" TO REJECT-REASON
    END-IF

    IF RECORD-VALID
      PERFORM CHECK-LEVEL
      IF SCENARIO-RUN
        PERFORM EVALUATE-SCENARIOS
      END-IF
    ELSE
      PERFORM WRITE-REJECT
    END-IF
    *> On a merged extract the originating site goes in between, so
    *> the reject can be chased to the device team that sent it -
    *> DAY02-RESUBMIT only ever reads the leading record number, so
    *> the extra tokens cost nothing downstream. The reason goes
    *> ahead of the raw text, set off from it by " - ", so
    *> SITE-RETURNS can hand the line back to the site as it is.
    ADD 1 TO REJECTED-RECORD-COUNT
    MOVE SPACES TO REJECT-LINE
    IF MANIFEST-LOADED
             " SITE="       DELIMITED BY SIZE
             FOUND-SITE-ID  DELIMITED BY SPACE
             " "            DELIMITED BY SIZE
             REJECT-REASON  DELIMITED BY "  "
             " - "          DELIMITED BY SIZE
             PUZZLE-LINE     DELIMITED BY SIZE
        INTO REJECT-LINE
      END-STRING
    ELSE
      STRING RECORD-NUMBER  DELIMITED BY SIZE
             " "            DELIMITED BY SIZE
             REJECT-REASON  DELIMITED BY "  "
             " - "          DELIMITED BY SIZE
             PUZZLE-LINE     DELIMITED BY SIZE
        INTO REJECT-LINE
      END-STRING
    END-IF

    *> A what-if run counts its rejects but leaves reject.am to the
    *> production run DAY02-RESUBMIT works from.
    IF PRODUCTION-RUN
      WRITE REJECT-LINE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
    WRITE DIAGNOSTIC-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  LOAD-SCENARIOS SECTION.
    *> A what-if run that cannot read its scenarios has nothing to
    *> answer and stops before touching anything - the caller still
    *> gets its completion status, at severity 8.
    MOVE 'Y' TO SCENARIO-RUN-FLAG
    INITIALIZE SCENARIO-TABLE
    MOVE ZERO TO SCENARIO-COUNT

    OPEN INPUT SCENARIO-FILE
    IF SCENARIO-FILE-STATUS NOT EQUAL "00"
      DISPLAY "DAY02-PUZZLE1: CANNOT OPEN SCENARIO FILE "
              SCENARIO-FILE-NAME " STATUS = " SCENARIO-FILE-STATUS
      MOVE 'N' TO SCENARIO-LOAD-FLAG
    ELSE
      MOVE 'N' TO SCENARIO-END-FLAG
      PERFORM SCENARIO-CARD-LOOP UNTIL SCENARIO-END
      CLOSE SCENARIO-FILE

      IF SCENARIO-COUNT EQUAL ZERO
        DISPLAY "DAY02-PUZZLE1: NO USABLE SCENARIO CARDS IN "
                SCENARIO-FILE-NAME
        MOVE 'N' TO SCENARIO-LOAD-FLAG
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  SCENARIO-CARD-LOOP SECTION.
    READ SCENARIO-FILE
      AT END
        MOVE 'Y' TO SCENARIO-END-FLAG
      NOT AT END
        IF SCENARIO-CARD NOT EQUAL SPACES
           AND SCENARIO-CARD (1 : 1) NOT EQUAL "*"
          PERFORM APPLY-SCENARIO-CARD
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  APPLY-SCENARIO-CARD SECTION.
    *> NAME MIN MAX [ON|OFF] - a card without a dampener word takes
    *> the production dampener setting. A bad card is named and
    *> skipped; the remaining scenarios still run.
    MOVE SPACES TO SCENARIO-NAME-TEXT
    MOVE SPACES TO SCENARIO-MIN-TEXT
    MOVE SPACES TO SCENARIO-MAX-TEXT
    MOVE SPACES TO SCENARIO-DAMPENER-TEXT
    MOVE ZERO TO SCENARIO-MIN-LENGTH
    MOVE ZERO TO SCENARIO-MAX-LENGTH
    UNSTRING SCENARIO-CARD DELIMITED BY ALL SPACE
        INTO SCENARIO-NAME-TEXT
             SCENARIO-MIN-TEXT COUNT IN SCENARIO-MIN-LENGTH
             SCENARIO-MAX-TEXT COUNT IN SCENARIO-MAX-LENGTH
             SCENARIO-DAMPENER-TEXT
    END-UNSTRING

    MOVE 'Y' TO SCENARIO-CARD-FLAG
    IF SCENARIO-MIN-LENGTH EQUAL ZERO OR SCENARIO-MIN-LENGTH > 3
       OR SCENARIO-MAX-LENGTH EQUAL ZERO OR SCENARIO-MAX-LENGTH > 3
      MOVE 'N' TO SCENARIO-CARD-FLAG
    ELSE
      IF SCENARIO-MIN-TEXT (1 : SCENARIO-MIN-LENGTH) IS NUMERIC
         AND SCENARIO-MAX-TEXT (1 : SCENARIO-MAX-LENGTH) IS NUMERIC
        MOVE SCENARIO-MIN-TEXT (1 : SCENARIO-MIN-LENGTH)
          TO SCENARIO-MIN-VALUE
        MOVE SCENARIO-MAX-TEXT (1 : SCENARIO-MAX-LENGTH)
          TO SCENARIO-MAX-VALUE
        IF SCENARIO-MIN-VALUE GREATER THAN SCENARIO-MAX-VALUE
          MOVE 'N' TO SCENARIO-CARD-FLAG
        END-IF
      ELSE
        MOVE 'N' TO SCENARIO-CARD-FLAG
      END-IF
    END-IF
    IF SCENARIO-DAMPENER-TEXT NOT EQUAL SPACES
       AND SCENARIO-DAMPENER-TEXT NOT EQUAL "ON"
       AND SCENARIO-DAMPENER-TEXT NOT EQUAL "OFF"
      MOVE 'N' TO SCENARIO-CARD-FLAG
    END-IF

    EVALUATE TRUE
      WHEN SCENARIO-CARD-BAD
        DISPLAY "SCENARIO CARD IGNORED, NOT NAME MIN MAX ON/OFF: "
                SCENARIO-CARD
      WHEN SCENARIO-COUNT NOT LESS THAN SCENARIO-MAX
        DISPLAY "SCENARIO CARD IGNORED, MORE THAN " SCENARIO-MAX
                " SCENARIOS: " SCENARIO-CARD
      WHEN OTHER
        ADD 1 TO SCENARIO-COUNT
        MOVE SCENARIO-NAME-TEXT TO SCN-NAME (SCENARIO-COUNT)
        MOVE SCENARIO-MIN-VALUE TO SCN-RANGE-MIN (SCENARIO-COUNT)
        MOVE SCENARIO-MAX-VALUE TO SCN-RANGE-MAX (SCENARIO-COUNT)
        EVALUATE SCENARIO-DAMPENER-TEXT
          WHEN "ON"
            MOVE 'Y' TO SCN-DAMPENER-FLAG (SCENARIO-COUNT)
          WHEN "OFF"
            MOVE 'N' TO SCN-DAMPENER-FLAG (SCENARIO-COUNT)
          WHEN OTHER
            MOVE PARM-DAMPENER-FLAG TO SCN-DAMPENER-FLAG (SCENARIO-COUNT)
        END-EVALUATE
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  EVALUATE-SCENARIOS SECTION.
    *> The report has just been judged by the production rule in
    *> CHECK-LEVEL; now judge it by every scenario in turn.
    PERFORM VARYING SCENARIO-INDEX FROM 1 BY 1
            UNTIL SCENARIO-INDEX > SCENARIO-COUNT
      PERFORM EVALUATE-ONE-SCENARIO
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  EVALUATE-ONE-SCENARIO SECTION.
    MOVE SCN-RANGE-MIN (SCENARIO-INDEX) TO RULE-RANGE-MIN
    MOVE SCN-RANGE-MAX (SCENARIO-INDEX) TO RULE-RANGE-MAX
    MOVE 'N' TO SCENARIO-VERDICT-FLAG
    MOVE ZERO TO SKIP-INDEX
    PERFORM VALIDATE-SEQUENCE

    IF LEVELS-VALID
      MOVE 'Y' TO SCENARIO-VERDICT-FLAG
      ADD 1 TO SCN-SAFE-COUNT (SCENARIO-INDEX)
      ADD 1 TO SCN-DAMPENED-COUNT (SCENARIO-INDEX)
    ELSE
      IF SCN-DAMPENER-ON (SCENARIO-INDEX)
        MOVE 'N' TO DAMPENER-FOUND-FLAG
        PERFORM VARYING DAMPENER-INDEX FROM 1 BY 1
                UNTIL DAMPENER-INDEX > LEVEL-COUNT OR DAMPENER-FOUND
          MOVE DAMPENER-INDEX TO SKIP-INDEX
          PERFORM VALIDATE-SEQUENCE
          IF LEVELS-VALID
            MOVE 'Y' TO DAMPENER-FOUND-FLAG
          END-IF
        END-PERFORM
        IF DAMPENER-FOUND
          MOVE 'Y' TO SCENARIO-VERDICT-FLAG
          ADD 1 TO SCN-DAMPENED-COUNT (SCENARIO-INDEX)
        END-IF
      END-IF
    END-IF

    *> A flip is a report whose final verdict differs from the
    *> production rule's; the first few of each way are kept by
    *> record number so the engineers can look at them.
    IF SCENARIO-SAFE AND PRODUCTION-UNSAFE
      ADD 1 TO SCN-TO-SAFE-COUNT (SCENARIO-INDEX)
      IF SCN-TO-SAFE-COUNT (SCENARIO-INDEX) NOT GREATER THAN SAMPLE-MAX
        MOVE SCN-TO-SAFE-COUNT (SCENARIO-INDEX) TO SAMPLE-INDEX
        MOVE RECORD-NUMBER
          TO SCN-TO-SAFE-SAMPLE (SCENARIO-INDEX, SAMPLE-INDEX)
      END-IF
    END-IF
    IF SCENARIO-UNSAFE AND PRODUCTION-SAFE
      ADD 1 TO SCN-TO-UNSAFE-COUNT (SCENARIO-INDEX)
      IF SCN-TO-UNSAFE-COUNT (SCENARIO-INDEX)
         NOT GREATER THAN SAMPLE-MAX
        MOVE SCN-TO-UNSAFE-COUNT (SCENARIO-INDEX) TO SAMPLE-INDEX
        MOVE RECORD-NUMBER
          TO SCN-TO-UNSAFE-SAMPLE (SCENARIO-INDEX, SAMPLE-INDEX)
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-SENSITIVITY-REPORT SECTION.
    *> The production rule first as the baseline, then one line per
    *> scenario with its deltas and flips, each followed by the
    *> sample record numbers of the reports that flipped.
    OPEN OUTPUT SENSITIVITY-FILE

    MOVE RUN-BUSINESS-DATE TO ST-BUSINESS-DATE
    MOVE PUZZLE-FILENAME   TO ST-EXTRACT-NAME
    WRITE SENSITIVITY-LINE FROM SENSITIVITY-TITLE-LINE
    MOVE SPACES TO SENSITIVITY-LINE
    STRING "REPORTS READ " DELIMITED BY SIZE
           RECORD-NUMBER   DELIMITED BY SIZE
           "  REJECTED "   DELIMITED BY SIZE
           REJECTED-RECORD-COUNT DELIMITED BY SIZE
           "  - DELTAS AND FLIPS ARE AGAINST THE PRODUCTION RULE"
                           DELIMITED BY SIZE
      INTO SENSITIVITY-LINE
    END-STRING
    WRITE SENSITIVITY-LINE
    IF EXTRACT-OUT-OF-BALANCE OR HEADER-REJECTED
      MOVE "EXTRACT FAILED ITS CONTROL CHECKS - FIGURES ARE INDICATIVE ONLY"
        TO SENSITIVITY-LINE
      WRITE SENSITIVITY-LINE
    END-IF
    MOVE SPACES TO SENSITIVITY-LINE
    WRITE SENSITIVITY-LINE
    WRITE SENSITIVITY-LINE FROM SENSITIVITY-HEADING-LINE

    MOVE "PRODUCTION"                  TO SV-NAME
    MOVE PARM-SAFE-RANGE-MIN           TO SV-RANGE-MIN
    MOVE PARM-SAFE-RANGE-MAX           TO SV-RANGE-MAX
    IF PARM-DAMPENER-ON
      MOVE "ON"  TO SV-DAMPENER
    ELSE
      MOVE "OFF" TO SV-DAMPENER
    END-IF
    MOVE SUM-OF-CORRECT-LINES          TO SV-SAFE
    MOVE ZERO                          TO SV-SAFE-DELTA
    MOVE SUM-OF-CORRECT-LINES-DAMPENED TO SV-DAMPENED
    MOVE ZERO                          TO SV-DAMPENED-DELTA
    MOVE ZERO                          TO SV-TO-SAFE
    MOVE ZERO                          TO SV-TO-UNSAFE
    WRITE SENSITIVITY-LINE FROM SENSITIVITY-DETAIL-LINE

    PERFORM VARYING SCENARIO-INDEX FROM 1 BY 1
            UNTIL SCENARIO-INDEX > SCENARIO-COUNT
      PERFORM WRITE-SCENARIO-LINES
    END-PERFORM

    CLOSE SENSITIVITY-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-SCENARIO-LINES SECTION.
    MOVE SCN-NAME (SCENARIO-INDEX)      TO SV-NAME
    MOVE SCN-RANGE-MIN (SCENARIO-INDEX) TO SV-RANGE-MIN
    MOVE SCN-RANGE-MAX (SCENARIO-INDEX) TO SV-RANGE-MAX
    IF SCN-DAMPENER-ON (SCENARIO-INDEX)
      MOVE "ON"  TO SV-DAMPENER
    ELSE
      MOVE "OFF" TO SV-DAMPENER
    END-IF
    MOVE SCN-SAFE-COUNT (SCENARIO-INDEX) TO SV-SAFE
    COMPUTE SCENARIO-DELTA =
            SCN-SAFE-COUNT (SCENARIO-INDEX) - SUM-OF-CORRECT-LINES
    MOVE SCENARIO-DELTA TO SV-SAFE-DELTA
    MOVE SCN-DAMPENED-COUNT (SCENARIO-INDEX) TO SV-DAMPENED
    COMPUTE SCENARIO-DELTA = SCN-DAMPENED-COUNT (SCENARIO-INDEX)
                           - SUM-OF-CORRECT-LINES-DAMPENED
    MOVE SCENARIO-DELTA TO SV-DAMPENED-DELTA
    MOVE SCN-TO-SAFE-COUNT (SCENARIO-INDEX)   TO SV-TO-SAFE
    MOVE SCN-TO-UNSAFE-COUNT (SCENARIO-INDEX) TO SV-TO-UNSAFE
    WRITE SENSITIVITY-LINE FROM SENSITIVITY-DETAIL-LINE

    IF SCN-TO-SAFE-COUNT (SCENARIO-INDEX) GREATER THAN ZERO
      MOVE SPACES TO SENSITIVITY-SAMPLE-LINE
      MOVE "NOW SAFE, E.G." TO SS-DIRECTION
      PERFORM VARYING SAMPLE-INDEX FROM 1 BY 1
              UNTIL SAMPLE-INDEX > SAMPLE-MAX
                 OR SAMPLE-INDEX > SCN-TO-SAFE-COUNT (SCENARIO-INDEX)
        MOVE SCN-TO-SAFE-SAMPLE (SCENARIO-INDEX, SAMPLE-INDEX)
          TO SS-RECORD (SAMPLE-INDEX)
      END-PERFORM
      WRITE SENSITIVITY-LINE FROM SENSITIVITY-SAMPLE-LINE
    END-IF
    IF SCN-TO-UNSAFE-COUNT (SCENARIO-INDEX) GREATER THAN ZERO
      MOVE SPACES TO SENSITIVITY-SAMPLE-LINE
      MOVE "NOW UNSAFE, E.G." TO SS-DIRECTION
      PERFORM VARYING SAMPLE-INDEX FROM 1 BY 1
              UNTIL SAMPLE-INDEX > SAMPLE-MAX
                 OR SAMPLE-INDEX > SCN-TO-UNSAFE-COUNT (SCENARIO-INDEX)
        MOVE SCN-TO-UNSAFE-SAMPLE (SCENARIO-INDEX, SAMPLE-INDEX)
          TO SS-RECORD (SAMPLE-INDEX)
      END-PERFORM
      WRITE SENSITIVITY-LINE FROM SENSITIVITY-SAMPLE-LINE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  COPY RUN-PARAMETERS-LOAD.

*> ----------------------------------------------- <*
  COPY SITE-MANIFEST-LOAD.

*> ----------------------------------------------- <*
  COPY SITE-RESULTS-WRITE.

*> ----------------------------------------------- <*
  COPY RUN-LOCK-CLAIM.

*> ----------------------------------------------- <*
  COPY SUPERSEDED-LOG-WRITE.

*> ----------------------------------------------- <*
  COPY RUN-PROVENANCE-WRITE.

*> ----------------------------------------------- <*
  COPY OPERATOR-ALERT-WRITE.

*> ----------------------------------------------- <*
  COPY PERIOD-CLOSE-CHECK.

*> ----------------------------------------------- <*
  COPY SHADOW-RUN-SET.

*> === EOF ======================================= <*
