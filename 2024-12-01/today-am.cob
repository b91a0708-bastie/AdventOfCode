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
      *> Named after PUZZLE-FILENAME rather than a fixed literal, so a
      *> checkpoint from one dataset (e.g. a prior night's dated
      *> locations extract) is never mistaken for a checkpoint against
             FILE STATUS IS RESTART-STATUS
      .
      SELECT DISCREPANCY-FILE
             ASSIGN TO DYNAMIC DISCREPANCY-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISCREPANCY-STATUS
      .
      *> The night's sorted ALL-X/ALL-Y lists, kept per business date
      *> so the next working day can be compared against them.
      SELECT SNAPSHOT-FILE
             ASSIGN TO DYNAMIC SNAPSHOT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SNAPSHOT-STATUS
      .
      SELECT CHANGE-REPORT-FILE
             ASSIGN TO DYNAMIC CHANGE-REPORT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CHANGE-REPORT-STATUS
      .
      *> Working-day calendar, to find the previous working day's
      *> snapshot across weekends and holidays.
      SELECT CALENDAR-FILE
             ASSIGN TO 'businesscal.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CALENDAR-FILE-STATUS
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

FD DISCREPANCY-FILE.
  01 DISCREPANCY-LINE PIC X(80).

FD SNAPSHOT-FILE.
  01 SNAPSHOT-LINE  PIC X(40).

FD CHANGE-REPORT-FILE.
  01 CHANGE-REPORT-LINE PIC X(132).

FD CALENDAR-FILE.
  01 CALENDAR-LINE  PIC X(40).

FD RUN-PARAMETERS-FILE.
  01 PARAMETER-CARD PIC X(80).

FD ALERT-FILE.
  01 ALERT-LINE     PIC X(120).

FD PERIOD-FILE.
  01 PERIOD-LINE    PIC X(100).

FD PROVENANCE-FILE.
  01 PROVENANCE-LINE PIC X(500).

FD RESTART-FILE.
  *> Holds a single checkpoint line - the TABLE-INDEX (RECORD-COUNT)
  *> reached so far - written periodically by HANDLE-LINE so INIT can
    01 FILE-END-FLAG PIC X VALUE LOW-VALUE.
      88 FILE-END-TRUE VALUE 'Y'.
    *> --- Businessdaten ---
    *> Location IDs run to nine digits. Each column is split off
    *> into a token one byte wider than that, so an ID too long for
    *> the tables shows up in its token length and the record is
    *> rejected and counted instead of being cut short on the MOVE.
    01 LOCATION-ID.
      05 X-POSITION         PIC 9(9).
      05 Y-POSITION         PIC 9(9).
    77 MAX-ID-DIGITS        PIC 9(2) VALUE 9.
    77 X-TOKEN              PIC X(10).
    77 X-TOKEN-LENGTH       PIC 9(3).
    77 Y-TOKEN              PIC X(10).
    77 Y-TOKEN-LENGTH       PIC 9(3).
    77 OVERWIDTH-RECORD-COUNT PIC 9(7) VALUE ZERO.
    *> Nine-digit IDs fill the PIC 9(15) hash total far sooner than
    *> five-digit ones did; a file whose hash would run past it is
    *> failed, never balanced on a wrapped-round total.
    77 HASH-OVERFLOW-FLAG   PIC X VALUE 'N'.
      88 HASH-OVERFLOW   VALUE 'Y'.

    *> MAX-TABLE-SIZE is the capacity ALL-X/ALL-Y/DIFFERENT-BETWEEN-X-AND-Y
    *> are sized to. HANDLE-LINE guards every insert against it instead
    *> MAX-TABLE-SIZE leaves ALL-X/ALL-Y sized (and SORTed) to only the
    *> records actually accepted, instead of a fixed 1000-entry table
    *> padded out with zero-filled, never-written slots.
    *> Each ALL-X value carries the SITE-TOTALS occurrence of the
    *> site that sent its record, so the tag travels with the value
    *> through the SORT below.
    77 RECORD-COUNT         PIC 9(5) VALUE ZERO.
    01 ALL-X-ENTRIES.
      05 ALL-X-ENTRY       OCCURS 1 TO 50000 TIMES
                            DEPENDING ON RECORD-COUNT.
        10 ALL-X           PIC 9(9).
        10 ALL-X-SITE      PIC 9(2).
    01 ALL-Y-ENTRIES.
      05 ALL-Y             PIC 9(9) OCCURS 1 TO 50000 TIMES
                            DEPENDING ON RECORD-COUNT.

    77 TABLE-INDEX          PIC 9(5).
    *> can show the contributions and flag a missing site.
    COPY SITE-MANIFEST.

    *> --- Per-site results ---
    *> Both totals broken down by the site of the ALL-X record each
    *> pair and similarity term is built on, written next to the
    *> RESULTS-HISTORY row so the site rows of a night add back up
    *> to it.
    COPY SITE-TOTALS.

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

    *> 50000 pairs of nine-digit IDs can differ by up to ~5 x 10**13
    *> in total, inside the PIC 9(15) RESULTS-HISTORY carries.
    01 DIFFERENT-BETWEEN-X-AND-Y   PIC 9(9)  OCCURS 50000.
    77 SUM-OF-ALL-DIFFERENTS       PIC 9(15) VALUE ZERO.

    *> --- Top-discrepancy detail report ---
    *> The reconciliation team chases the largest pair differences, so
    *> thrown away. REPORT-DEPTH (how many ranks) defaults to 10 and
    *> can be set per run via TOP_N_DEPTH.
    77 DISCREPANCY-STATUS          PIC X(2).
    77 DISCREPANCY-FILE-NAME       PIC X(92).
    77 REPORT-DEPTH-TEXT           PIC X(10).
    77 REPORT-DEPTH                PIC 9(3) VALUE 10.
    77 RANK-NUMBER                 PIC 9(3).
    77 LARGEST-INDEX               PIC 9(5).
    77 LARGEST-DIFFERENCE          PIC 9(9).
    01 DIFFERENCE-PICKED-FLAGS.
      05 DIFFERENCE-PICKED PIC X OCCURS 50000.

    77 DIFF-BUCKET-1000-9999       PIC 9(5) VALUE ZERO.
    77 DIFF-BUCKET-10000-UP        PIC 9(5) VALUE ZERO.

    *> On a merged extract each ranked pair also names the site that
    *> sent its X value, so SITE-RETURNS can hand the pair back to
    *> that site; a single-source night leaves the column blank.
    01 DISCREPANCY-HEADING-LINE.
      05 FILLER               PIC X(38)
         VALUE "RANK      ALL-X       ALL-Y DIFFERENCE".
      05 DH-SITE-HEADING      PIC X(10) VALUE SPACES.

    01 DISCREPANCY-DETAIL-LINE.
      05 DD-RANK              PIC ZZ9.
      05 FILLER               PIC X(3) VALUE SPACES.
      05 DD-X-VALUE           PIC Z(8)9.
      05 FILLER               PIC X(3) VALUE SPACES.
      05 DD-Y-VALUE           PIC Z(8)9.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 DD-DIFFERENCE        PIC Z(8)9.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 DD-SITE-ID           PIC X(8).

    01 DISTRIBUTION-DETAIL-LINE.
      05 DB-BUCKET-LABEL      PIC X(14).

    *> --- Part 2: similarity score ---
    77 MATCH-COUNT                 PIC 9(5).
    *> SIMILARITY-SCORE's ALL-X (max 999999999) * MATCH-COUNT (max
    *> 50000) can reach ~5 x 10**13. SUM-OF-SIMILARITY-SCORE is held
    *> at the PIC 9(15) RESULTS-HISTORY publishes; a night whose
    *> total would run past that fails rather than publish a total
    *> with its leading digits cut off.
    77 SIMILARITY-SCORE            PIC 9(15).
    77 SUM-OF-SIMILARITY-SCORE     PIC 9(15) VALUE ZERO.
    *> Set once tonight's row is on RESULTS-HISTORY. The snapshot
    *> and change report follow only a published row, so the next
    *> night never diffs against lists the history does not carry.
    *> 'F' is a WRITE/REWRITE that failed under the lock - a failed
    *> step, where a lock held or a closed period is already its own.
    77 HISTORY-ROW-FLAG            PIC X VALUE 'N'.
      88 HISTORY-ROW-PUBLISHED   VALUE 'Y'.
      88 HISTORY-ROW-UNPUBLISHED VALUE 'N'.
      88 HISTORY-ROW-NOT-WRITTEN VALUE 'F'.
    77 SIMILARITY-OVERFLOW-FLAG    PIC X VALUE 'N'.
      88 SIMILARITY-OVERFLOW VALUE 'Y'.

    *> ALL-X and ALL-Y are both sorted ascending before the
    *> similarity pass, so the occurrences of an ALL-X value in ALL-Y
    *> are found by walking one cursor up ALL-Y alongside it - one
    *> pass over each list, whatever the width of the IDs, and no
    *> table sized to the largest ID there could be. MATCH-COUNT is
    *> counted once per distinct ALL-X value and reused for its
    *> repeats.
    77 Y-MATCH-CURSOR              PIC 9(5).

    *> --- Day-over-day location list changes ---
    *> The sorted lists are kept as location-snapshot-<date>.am, one
    *> ALL-X/ALL-Y pair per line after a header naming the date and
    *> count. The previous working day's snapshot is walked against
    *> tonight's lists in one merge over the distinct IDs of all
    *> four, reporting every ID that appeared, dropped out or
    *> changed its occurrence count, and what that did to both
    *> totals. The similarity score is a per-ID sum, so its move is
    *> fully explained by the ID lines; the pair-difference total
    *> depends on how the sorted lists pair up, so only the column
    *> part of its move is per-ID and the rest is shown as re-pairing.
    77 SNAPSHOT-STATUS         PIC X(2).
    77 SNAPSHOT-FILE-NAME      PIC X(80).
    77 CHANGE-REPORT-STATUS    PIC X(2).
    77 CHANGE-REPORT-FILE-NAME PIC X(92).
    01 SNAPSHOT-HEADER-RECORD.
      05 SNAPSHOT-TAG          PIC X(9) VALUE "SNAPSHOT ".
      05 SNAPSHOT-DATE         PIC 9(8).
      05 FILLER                PIC X(1) VALUE SPACE.
      05 SNAPSHOT-COUNT        PIC 9(7).
    01 SNAPSHOT-RECORD.
      05 SNAPSHOT-X            PIC 9(9).
      05 FILLER                PIC X(1) VALUE SPACE.
      05 SNAPSHOT-Y            PIC 9(9).

    77 PRIOR-SNAPSHOT-DATE     PIC 9(8).
    77 PRIOR-DAY-STEPS         PIC 9(2).
    77 PRIOR-SNAPSHOT-FLAG     PIC X VALUE 'N'.
      88 PRIOR-SNAPSHOT-LOADED VALUE 'Y'.
    *> The header count read back from the prior snapshot, held so
    *> the list can be proved complete once the file is read.
    77 PRIOR-HEADER-FLAG       PIC X VALUE 'N'.
      88 PRIOR-HEADER-SEEN     VALUE 'Y'.
    77 PRIOR-HEADER-COUNT      PIC 9(7) VALUE ZERO.
    77 PRIOR-OVERFLOW-FLAG     PIC X VALUE 'N'.
      88 PRIOR-SNAPSHOT-TOO-LONG VALUE 'Y'.
    77 PRIOR-RECORD-COUNT      PIC 9(5) VALUE ZERO.
    01 PRIOR-SNAPSHOT-ENTRIES.
      05 PRIOR-SNAPSHOT-ENTRY  OCCURS 1 TO 50000 TIMES
                                DEPENDING ON PRIOR-RECORD-COUNT.
        10 PRIOR-X             PIC 9(9).
        10 PRIOR-Y             PIC 9(9).

    *> Calendar work fields for stepping back one day at a time, as
    *> INTERFACE-RECONCILE's PRIOR-CALENDAR-DAY does.
    77 DATE-YEAR               PIC 9(4).
    77 DATE-MONTH              PIC 9(2).
    77 DATE-DAY                PIC 9(2).
    77 MONTH-DAY-PART          PIC 9(4).
    77 DAYS-IN-MONTH           PIC 9(2).
    77 LEAP-QUOTIENT           PIC 9(4).
    77 LEAP-REMAINDER          PIC 9(3).
    77 LEAP-YEAR-FLAG          PIC X.
      88 LEAP-YEAR     VALUE 'Y'.
      88 NOT-LEAP-YEAR VALUE 'N'.
    01 MONTH-LENGTHS-DATA      PIC X(24) VALUE "312831303130313130313031".
    01 MONTH-LENGTHS REDEFINES MONTH-LENGTHS-DATA.
      05 MONTH-LENGTH PIC 99 OCCURS 12.

    *> Merge cursors: the next unread entry of each sorted list.
    77 TODAY-X-CURSOR          PIC 9(5).
    77 TODAY-Y-CURSOR          PIC 9(5).
    77 PRIOR-X-CURSOR          PIC 9(5).
    77 PRIOR-Y-CURSOR          PIC 9(5).
    77 MERGE-ID                PIC 9(9).
    77 MERGE-ID-FLAG           PIC X.
      88 MERGE-ID-FOUND     VALUE 'Y'.
      88 MERGE-ID-NOT-FOUND VALUE 'N'.
    77 TODAY-X-OCCURS          PIC 9(5).
    77 TODAY-Y-OCCURS          PIC 9(5).
    77 PRIOR-X-OCCURS          PIC 9(5).
    77 PRIOR-Y-OCCURS          PIC 9(5).
    77 ID-DIFFERENCE-EFFECT    PIC S9(15).
    77 ID-SIMILARITY-EFFECT    PIC S9(15).

    77 IDS-APPEARED            PIC 9(5) VALUE ZERO.
    77 IDS-DROPPED             PIC 9(5) VALUE ZERO.
    77 IDS-CHANGED             PIC 9(5) VALUE ZERO.
    77 TOTAL-PRIOR-X-OCCURS    PIC 9(7) VALUE ZERO.
    77 TOTAL-TODAY-X-OCCURS    PIC 9(7) VALUE ZERO.
    77 TOTAL-PRIOR-Y-OCCURS    PIC 9(7) VALUE ZERO.
    77 TOTAL-TODAY-Y-OCCURS    PIC 9(7) VALUE ZERO.
    77 TOTAL-DIFFERENCE-EFFECT PIC S9(16) VALUE ZERO.
    77 TOTAL-SIMILARITY-EFFECT PIC S9(16) VALUE ZERO.
    77 PRIOR-SUM-OF-DIFFERENTS PIC 9(15) VALUE ZERO.
    77 PRIOR-SUM-OF-SIMILARITY PIC 9(15) VALUE ZERO.
    77 PRIOR-PAIR-DIFFERENCE   PIC 9(9).
    77 DIFFERENTS-MOVE         PIC S9(16).
    77 SIMILARITY-MOVE         PIC S9(16).
    77 REPAIRING-EFFECT        PIC S9(16).

    01 CHANGE-TITLE-LINE.
      05 FILLER               PIC X(22) VALUE "LOCATION LIST CHANGES ".
      05 CT-TODAY-DATE        PIC 9(8).
      05 FILLER               PIC X(9) VALUE " AGAINST ".
      05 CT-PRIOR-DATE        PIC 9(8).

    01 CHANGE-HEADING-LINE.
      05 FILLER               PIC X(47)
         VALUE "       ID  X-PRIOR  X-TODAY  Y-PRIOR  Y-TODAY  ".
      05 FILLER               PIC X(45)
         VALUE "CHANGE   DIFFERENCE EFFECT  SIMILARITY EFFECT".

    01 CHANGE-DETAIL-LINE.
      05 CD-ID                PIC Z(8)9.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CD-PRIOR-X           PIC Z(6)9.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CD-TODAY-X           PIC Z(6)9.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CD-PRIOR-Y           PIC Z(6)9.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CD-TODAY-Y           PIC Z(6)9.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CD-CHANGE            PIC X(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 CD-DIFFERENCE-EFFECT PIC -Z(15)9.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CD-SIMILARITY-EFFECT PIC -Z(15)9.

    01 CHANGE-SUMMARY-LINE.
      05 CS-LABEL             PIC X(28).
      05 FILLER               PIC X(7) VALUE " PRIOR ".
      05 CS-PRIOR             PIC Z(14)9.
      05 FILLER               PIC X(7) VALUE " TODAY ".
      05 CS-TODAY             PIC Z(14)9.
      05 FILLER               PIC X(6) VALUE " MOVE ".
      05 CS-MOVE              PIC -Z(15)9.

    01 CHANGE-SPLIT-LINE.
      05 FILLER               PIC X(4) VALUE SPACES.
      05 CP-LABEL             PIC X(26).
      05 CP-EFFECT            PIC -Z(15)9.

    *> Severity of this run for the step-completion hand-back and
    *> RETURN-CODE: 0 clean, 4 degraded, 8 failed.
    77 STEP-SEVERITY           PIC 9(2) VALUE ZERO.

    *> --- Working-day calendar ---
    COPY BUSINESS-CALENDAR.

    *> --- Central run parameters (runparms.am control cards) ---
    *> Checkpoint cadence, table capacity and report depth now arrive
    *> from the shared parameter file instead of compiled-in literals;
    *> arrives on.
    COPY STEP-COMPLETION.

    *> --- Shadow (parallel) run ---
    *> Under SHADOW_RUN=Y every file this program writes is a
    *> shadow- copy; the extract and calendar are read as usual.
    COPY SHADOW-RUN.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*
      INIT. *> PARAGRAPH -------------------------
        MOVE "DAY01-PUZZLE1" TO LOCK-PROGRAM-NAME
        MOVE "DAY01-PUZZLE1" TO ALERT-PROGRAM-NAME
        MOVE "DAY01-PUZZLE1" TO SITE-TOTALS-PROGRAM-ID
        PERFORM RESOLVE-SHADOW-RUN
        MOVE "discrepancy.am" TO SHADOW-NAME-BASE
        PERFORM BUILD-SHADOW-NAME
        MOVE SHADOW-NAME-RESULT TO DISCREPANCY-FILE-NAME
        MOVE "location-changes.am" TO SHADOW-NAME-BASE
        PERFORM BUILD-SHADOW-NAME
        MOVE SHADOW-NAME-RESULT TO CHANGE-REPORT-FILE-NAME
        PERFORM LOAD-RUN-PARAMETERS
        PERFORM CLEAR-SITE-TOTALS
        PERFORM LOAD-BUSINESS-CALENDAR

        *> Checkpoint cadence and report depth come straight from the
        *> parameter file. The compiled OCCURS bound still caps the
               "-restart.dat"   DELIMITED BY SIZE
          INTO RESTART-FILENAME
        END-STRING
        MOVE RESTART-FILENAME TO SHADOW-NAME-BASE
        PERFORM BUILD-SHADOW-NAME
        MOVE SHADOW-NAME-RESULT TO RESTART-FILENAME

        *> A merged extract travels with its site manifest alongside,
        *> named off the extract the way the checkpoint is; a
                  " RECORDS TRUNCATED"
        END-IF

        SORT ALL-X-ENTRY ASCENDING KEY ALL-X
        SORT ALL-Y ASCENDING KEY ALL-Y

        MOVE 0 TO TABLE-INDEX
          COMPUTE DIFFERENT-BETWEEN-X-AND-Y (TABLE-INDEX) =
                  ALL-X (TABLE-INDEX) - ALL-Y (TABLE-INDEX)
          ADD DIFFERENT-BETWEEN-X-AND-Y (TABLE-INDEX) TO SUM-OF-ALL-DIFFERENTS
          ADD DIFFERENT-BETWEEN-X-AND-Y (TABLE-INDEX)
            TO SITE-TOTAL-RESULT-1 (ALL-X-SITE (TABLE-INDEX))

          EVALUATE DIFFERENT-BETWEEN-X-AND-Y (TABLE-INDEX)
            WHEN ZERO

        *> Part 2: for each value in ALL-X, weight it by how often
        *> that same value occurs in ALL-Y and total up the result.
        *> Both lists are sorted, so ALL-Y's cursor only ever moves
        *> forward - see COUNT-Y-MATCHES.
        MOVE 1 TO Y-MATCH-CURSOR
        MOVE ZERO TO MATCH-COUNT
        MOVE 0 TO TABLE-INDEX
        PERFORM UNTIL TABLE-INDEX = RECORD-COUNT
          ADD 1 TO TABLE-INDEX

          IF TABLE-INDEX EQUAL 1
             OR ALL-X (TABLE-INDEX) NOT EQUAL ALL-X (TABLE-INDEX - 1)
            PERFORM COUNT-Y-MATCHES
          END-IF

          COMPUTE SIMILARITY-SCORE = ALL-X (TABLE-INDEX) * MATCH-COUNT
          ADD SIMILARITY-SCORE TO SUM-OF-SIMILARITY-SCORE
            ON SIZE ERROR
              MOVE 'Y' TO SIMILARITY-OVERFLOW-FLAG
          END-ADD
          ADD SIMILARITY-SCORE
            TO SITE-TOTAL-RESULT-2 (ALL-X-SITE (TABLE-INDEX))

        END-PERFORM

        IF SIMILARITY-OVERFLOW
          DISPLAY "SIMILARITY TOTAL PAST 15 DIGITS - NOT PUBLISHED"
        END-IF

        DISPLAY "RESULT = " SUM-OF-ALL-DIFFERENTS
        DISPLAY "SIMILARITY = " SUM-OF-SIMILARITY-SCORE
      . *> END PARAGRAPH
        *> An extract that failed trailer reconciliation - or whose
        *> header proved it the wrong file for this date - must not
        *> publish its totals: wrong numbers on the trend file are
        *> worse than no numbers at all. The same goes for a
        *> similarity total too wide for the history to carry.
        IF EXTRACT-OUT-OF-BALANCE OR HEADER-REJECTED
           OR SIMILARITY-OVERFLOW
          DISPLAY "RUN FAILED - RESULTS NOT WRITTEN TO RESULTS-HISTORY"
        ELSE
          PERFORM WRITE-RESULTS-HISTORY
          IF HISTORY-ROW-PUBLISHED
            PERFORM WRITE-CHANGE-REPORT
            PERFORM WRITE-LOCATION-SNAPSHOT
          ELSE
            DISPLAY "CHANGE REPORT AND SNAPSHOT NOT WRITTEN - "
                    "RESULTS NOT PUBLISHED"
          END-IF
        END-IF

        PERFORM REPORT-STEP-COMPLETION
    *> STEP-COMPLETION-AREA when the control job passed one.
    MOVE ZERO TO STEP-SEVERITY
    IF CAPACITY-EXCEEDED OR TRAILER-NOT-SEEN
       OR OVERWIDTH-RECORD-COUNT GREATER THAN ZERO
      MOVE 4 TO STEP-SEVERITY
    END-IF
    IF EXTRACT-OUT-OF-BALANCE OR HEADER-REJECTED OR LOCK-FAILED
       OR PERIOD-CLOSED OR SIMILARITY-OVERFLOW
       OR HISTORY-ROW-NOT-WRITTEN
      MOVE 8 TO STEP-SEVERITY
    END-IF
    MOVE STEP-SEVERITY TO RETURN-CODE
      EVALUATE TRUE
        WHEN HEADER-REJECTED
          MOVE "WRONG EXTRACT - HEADER CHECK FAILED" TO ALERT-TEXT
        WHEN HASH-OVERFLOW
          MOVE "EXTRACT HASH PAST 15 DIGITS - RESULTS NOT PUBLISHED"
            TO ALERT-TEXT
        WHEN EXTRACT-OUT-OF-BALANCE
          MOVE "EXTRACT OUT OF BALANCE - RESULTS NOT PUBLISHED"
            TO ALERT-TEXT
        WHEN LOCK-FAILED
          MOVE "RESULTS NOT WRITTEN - HISTORY LOCK HELD"
            TO ALERT-TEXT
        WHEN PERIOD-CLOSED
          MOVE PERIOD-CLOSED-TEXT TO ALERT-TEXT
        WHEN HISTORY-ROW-NOT-WRITTEN
          MOVE "RESULTS-HISTORY WRITE FAILED - RESULTS NOT PUBLISHED"
            TO ALERT-TEXT
        WHEN SIMILARITY-OVERFLOW
          MOVE "SIMILARITY TOTAL PAST 15 DIGITS - NOT PUBLISHED"
            TO ALERT-TEXT
        WHEN OVERWIDTH-RECORD-COUNT GREATER THAN ZERO
          MOVE "LOCATION ID OVER 9 DIGITS - RECORDS REJECTED"
            TO ALERT-TEXT
        WHEN CAPACITY-EXCEEDED
          MOVE "TABLE CAPACITY EXCEEDED - RECORDS TRUNCATED"
            TO ALERT-TEXT

    MOVE ACTUAL-RECORD-COUNT     TO SC-RECORDS-READ
    MOVE RECORD-COUNT            TO SC-RECORDS-ACCEPTED
    COMPUTE SC-RECORDS-REJECTED =
            TRUNCATED-RECORD-COUNT + OVERWIDTH-RECORD-COUNT
    MOVE STEP-SEVERITY           TO SC-SEVERITY-CODE
    DISPLAY "STEP_STATUS" UPON ENVIRONMENT-NAME
    DISPLAY STEP-COMPLETION-AREA UPON ENVIRONMENT-VALUE
    MOVE SUM-OF-ALL-DIFFERENTS     TO RH-RESULT-1
    MOVE SUM-OF-SIMILARITY-SCORE   TO RH-RESULT-2

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
    MOVE "DAY01-PUZZLE1"    TO PV-WRITER-ID
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

    MOVE ACTUAL-RECORD-COUNT     TO PV-RECORDS-READ
    MOVE RECORD-COUNT            TO PV-RECORDS-ACCEPTED
    COMPUTE PV-RECORDS-REJECTED =
            TRUNCATED-RECORD-COUNT + OVERWIDTH-RECORD-COUNT

    MOVE PARM-SAFE-RANGE-MIN      TO PV-SAFE-RANGE-MIN
    MOVE PARM-SAFE-RANGE-MAX      TO PV-SAFE-RANGE-MAX
    MOVE PARM-DAMPENER-FLAG       TO PV-DAMPENER-FLAG
    MOVE PARM-CHECKPOINT-INTERVAL TO PV-CHECKPOINT-INTERVAL
    MOVE PARM-TABLE-CAPACITY      TO PV-TABLE-CAPACITY
    MOVE REPORT-DEPTH             TO PV-TOP-N-DEPTH

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
    *> ALL SPACE collapses runs of padding spaces into one delimiter,
    *> instead of DELIMITED BY SPACE's one-space-per-delimiter reading
    *> handing Y-POSITION an empty token off multi-space padding.
    MOVE SPACES TO X-TOKEN
    MOVE SPACES TO Y-TOKEN
    MOVE ZERO TO X-TOKEN-LENGTH
    MOVE ZERO TO Y-TOKEN-LENGTH
    UNSTRING PUZZLE-LINE DELIMITED BY ALL SPACE
        INTO X-TOKEN COUNT IN X-TOKEN-LENGTH
             Y-TOKEN COUNT IN Y-TOKEN-LENGTH
    END-UNSTRING

    *> Every data record counts toward the trailer reconciliation,
    *> whether or not the tables still have room for it - the trailer
    *> balances the file as transferred, not the run's capacity.
    ADD 1 TO ACTUAL-RECORD-COUNT

    *> An ID longer than the tables hold is rejected whole. It never
    *> reaches the hash either, so a trailered extract carrying one
    *> also fails its balance - intake would never have staged it.
    IF X-TOKEN-LENGTH GREATER THAN MAX-ID-DIGITS
       OR Y-TOKEN-LENGTH GREATER THAN MAX-ID-DIGITS
      ADD 1 TO OVERWIDTH-RECORD-COUNT
      DISPLAY "RECORD " ACTUAL-RECORD-COUNT
              " REJECTED - LOCATION ID OVER 9 DIGITS: "
              PUZZLE-LINE
    ELSE
      PERFORM STORE-LOCATION-RECORD
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  STORE-LOCATION-RECORD SECTION.
    *> The tokens are known to fit, so the MOVEs below are exact.
    MOVE ZERO TO X-POSITION
    MOVE ZERO TO Y-POSITION
    IF X-TOKEN-LENGTH GREATER THAN ZERO
      MOVE X-TOKEN (1 : X-TOKEN-LENGTH) TO X-POSITION
    END-IF
    IF Y-TOKEN-LENGTH GREATER THAN ZERO
      MOVE Y-TOKEN (1 : Y-TOKEN-LENGTH) TO Y-POSITION
    END-IF

    ADD X-POSITION Y-POSITION TO ACTUAL-HASH-TOTAL
      ON SIZE ERROR
        IF NOT HASH-OVERFLOW
          MOVE 'Y' TO HASH-OVERFLOW-FLAG
          MOVE 'N' TO EXTRACT-BALANCE-FLAG
          DISPLAY "EXTRACT HASH TOTAL PAST 15 DIGITS AT RECORD "
                  ACTUAL-RECORD-COUNT " - EXTRACT NOT BALANCED"
        END-IF
    END-ADD

    *> Guard every insert against MAX-TABLE-SIZE instead of letting a
    *> longer-than-expected PUZZLE-FILE run the subscript past ALL-X/
      MOVE X-POSITION TO ALL-X (RECORD-COUNT)
      MOVE Y-POSITION TO ALL-Y (RECORD-COUNT)

      *> Tag the X value with its site while the record number still
      *> means something - after the SORT it no longer does.
      MOVE SITE-UNKNOWN-INDEX TO ALL-X-SITE (RECORD-COUNT)
      IF MANIFEST-LOADED
        MOVE ACTUAL-RECORD-COUNT TO LOOKUP-RECORD-NUMBER
        PERFORM FIND-SITE-FOR-RECORD
        IF FOUND-SITE-INDEX GREATER THAN ZERO
          MOVE FOUND-SITE-INDEX TO ALL-X-SITE (RECORD-COUNT)
        END-IF
      END-IF
      ADD 1 TO SITE-TOTAL-RECORDS (ALL-X-SITE (RECORD-COUNT))

      *> Drop a checkpoint every CHECKPOINT-INTERVAL records so a run
      *> interrupted partway through a long PUZZLE-FILE can resume
      *> close to where it left off instead of from record one.

    MOVE "TOP PAIR DISCREPANCIES" TO DISCREPANCY-LINE
    WRITE DISCREPANCY-LINE
    IF MANIFEST-LOADED
      MOVE "  SITE" TO DH-SITE-HEADING
    END-IF
    WRITE DISCREPANCY-LINE FROM DISCREPANCY-HEADING-LINE

    MOVE ZERO TO RANK-NUMBER
      MOVE ALL-X (LARGEST-INDEX) TO DD-X-VALUE
      MOVE ALL-Y (LARGEST-INDEX) TO DD-Y-VALUE
      MOVE LARGEST-DIFFERENCE    TO DD-DIFFERENCE
      MOVE SPACES TO DD-SITE-ID
      IF MANIFEST-LOADED
        IF ALL-X-SITE (LARGEST-INDEX) EQUAL SITE-UNKNOWN-INDEX
          MOVE "UNKNOWN " TO DD-SITE-ID
        ELSE
          MOVE MANIFEST-SITE-ID (ALL-X-SITE (LARGEST-INDEX))
            TO DD-SITE-ID
        END-IF
      END-IF
      WRITE DISCREPANCY-LINE FROM DISCREPANCY-DETAIL-LINE
    END-PERFORM

    MOVE 'Y' TO DIFFERENCE-PICKED (LARGEST-INDEX)
  . *>END SECTION

*> ----------------------------------------------- <*
  COUNT-Y-MATCHES SECTION.
    *> Moves Y-MATCH-CURSOR past every ALL-Y entry below the current
    *> ALL-X value, then counts the run of entries equal to it. The
    *> next distinct ALL-X value is larger, so the cursor never has
    *> to move back.
    PERFORM UNTIL Y-MATCH-CURSOR GREATER THAN RECORD-COUNT
               OR ALL-Y (Y-MATCH-CURSOR) NOT LESS THAN
                  ALL-X (TABLE-INDEX)
      ADD 1 TO Y-MATCH-CURSOR
    END-PERFORM
    MOVE ZERO TO MATCH-COUNT
    PERFORM UNTIL Y-MATCH-CURSOR GREATER THAN RECORD-COUNT
               OR ALL-Y (Y-MATCH-CURSOR) NOT EQUAL ALL-X (TABLE-INDEX)
      ADD 1 TO MATCH-COUNT
      ADD 1 TO Y-MATCH-CURSOR
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  CAPTURE-EXTRACT-HEADER SECTION.
    *> Fixed-layout header line: tag, business date, one space,
    WRITE DISCREPANCY-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-CHANGE-REPORT SECTION.
    *> Tonight's lists against the previous working day's snapshot.
    OPEN OUTPUT CHANGE-REPORT-FILE
    PERFORM FIND-PRIOR-WORKING-DAY
    PERFORM LOAD-PRIOR-SNAPSHOT

    MOVE RUN-BUSINESS-DATE   TO CT-TODAY-DATE
    MOVE PRIOR-SNAPSHOT-DATE TO CT-PRIOR-DATE
    WRITE CHANGE-REPORT-LINE FROM CHANGE-TITLE-LINE

    IF NOT PRIOR-SNAPSHOT-LOADED
      MOVE SPACES TO CHANGE-REPORT-LINE
      STRING "NO USABLE SNAPSHOT ON FILE FOR " DELIMITED BY SIZE
             PRIOR-SNAPSHOT-DATE        DELIMITED BY SIZE
             " - NOTHING TO COMPARE"    DELIMITED BY SIZE
        INTO CHANGE-REPORT-LINE
      END-STRING
      WRITE CHANGE-REPORT-LINE
    ELSE
      WRITE CHANGE-REPORT-LINE FROM CHANGE-HEADING-LINE
      MOVE 1 TO TODAY-X-CURSOR
      MOVE 1 TO TODAY-Y-CURSOR
      MOVE 1 TO PRIOR-X-CURSOR
      MOVE 1 TO PRIOR-Y-CURSOR
      MOVE 'Y' TO MERGE-ID-FLAG
      PERFORM CHANGE-MERGE-STEP UNTIL MERGE-ID-NOT-FOUND
      PERFORM WRITE-CHANGE-TOTALS
    END-IF

    CLOSE CHANGE-REPORT-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  FIND-PRIOR-WORKING-DAY SECTION.
    *> Step back from the business date to the nearest working day;
    *> a month is the furthest back any calendar could push it.
    MOVE RUN-BUSINESS-DATE TO PRIOR-SNAPSHOT-DATE
    MOVE ZERO TO PRIOR-DAY-STEPS
    PERFORM PRIOR-CALENDAR-DAY
    MOVE PRIOR-SNAPSHOT-DATE TO CHECK-DATE
    PERFORM CHECK-WORKING-DATE
    PERFORM UNTIL WORKING-DATE OR PRIOR-DAY-STEPS NOT LESS THAN 31
      PERFORM PRIOR-CALENDAR-DAY
      MOVE PRIOR-SNAPSHOT-DATE TO CHECK-DATE
      PERFORM CHECK-WORKING-DATE
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  PRIOR-CALENDAR-DAY SECTION.
    *> Steps PRIOR-SNAPSHOT-DATE to the preceding calendar day,
    *> rolling month and year boundaries, with the century leap rule
    *> for February.
    DIVIDE PRIOR-SNAPSHOT-DATE BY 10000 GIVING DATE-YEAR
           REMAINDER MONTH-DAY-PART
    DIVIDE MONTH-DAY-PART BY 100 GIVING DATE-MONTH
           REMAINDER DATE-DAY

    IF DATE-DAY GREATER THAN 1
      SUBTRACT 1 FROM DATE-DAY
    ELSE
      IF DATE-MONTH GREATER THAN 1
        SUBTRACT 1 FROM DATE-MONTH
      ELSE
        MOVE 12 TO DATE-MONTH
        SUBTRACT 1 FROM DATE-YEAR
      END-IF
      PERFORM DETERMINE-DAYS-IN-MONTH
      MOVE DAYS-IN-MONTH TO DATE-DAY
    END-IF

    COMPUTE PRIOR-SNAPSHOT-DATE =
            DATE-YEAR * 10000 + DATE-MONTH * 100 + DATE-DAY
    ADD 1 TO PRIOR-DAY-STEPS
  . *>END SECTION

*> ----------------------------------------------- <*
  DETERMINE-DAYS-IN-MONTH SECTION.
    MOVE 'N' TO LEAP-YEAR-FLAG
    DIVIDE DATE-YEAR BY 4 GIVING LEAP-QUOTIENT
           REMAINDER LEAP-REMAINDER
    IF LEAP-REMAINDER EQUAL ZERO
      MOVE 'Y' TO LEAP-YEAR-FLAG
      DIVIDE DATE-YEAR BY 100 GIVING LEAP-QUOTIENT
             REMAINDER LEAP-REMAINDER
      IF LEAP-REMAINDER EQUAL ZERO
        MOVE 'N' TO LEAP-YEAR-FLAG
        DIVIDE DATE-YEAR BY 400 GIVING LEAP-QUOTIENT
               REMAINDER LEAP-REMAINDER
        IF LEAP-REMAINDER EQUAL ZERO
          MOVE 'Y' TO LEAP-YEAR-FLAG
        END-IF
      END-IF
    END-IF

    MOVE MONTH-LENGTH (DATE-MONTH) TO DAYS-IN-MONTH
    IF DATE-MONTH EQUAL 2 AND LEAP-YEAR
      MOVE 29 TO DAYS-IN-MONTH
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  LOAD-PRIOR-SNAPSHOT SECTION.
    *> The prior lists, and the pair-difference total they produced,
    *> re-derived from the lists themselves rather than trusted from
    *> a RESULTS-HISTORY row that may since have been adjusted.
    MOVE 'N' TO PRIOR-SNAPSHOT-FLAG
    MOVE 'N' TO PRIOR-HEADER-FLAG
    MOVE 'N' TO PRIOR-OVERFLOW-FLAG
    MOVE ZERO TO PRIOR-HEADER-COUNT
    MOVE ZERO TO PRIOR-RECORD-COUNT
    MOVE ZERO TO PRIOR-SUM-OF-DIFFERENTS
    MOVE SPACES TO SNAPSHOT-FILE-NAME
    STRING "location-snapshot-" DELIMITED BY SIZE
           PRIOR-SNAPSHOT-DATE  DELIMITED BY SIZE
           ".am"                DELIMITED BY SIZE
      INTO SNAPSHOT-FILE-NAME
    END-STRING
    MOVE SNAPSHOT-FILE-NAME TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO SNAPSHOT-FILE-NAME

    OPEN INPUT SNAPSHOT-FILE
    IF SNAPSHOT-STATUS EQUAL "00"
      MOVE 'Y' TO PRIOR-SNAPSHOT-FLAG
      MOVE LOW-VALUE TO FILE-END-FLAG
      PERFORM SNAPSHOT-LOAD-LOOP UNTIL FILE-END-TRUE
      CLOSE SNAPSHOT-FILE

      *> A snapshot is only used whole: no header, a header count the
      *> lines do not bear out, or more lines than the table holds
      *> would each report missing IDs as changes.
      IF NOT PRIOR-HEADER-SEEN
         OR PRIOR-SNAPSHOT-TOO-LONG
         OR PRIOR-HEADER-COUNT NOT EQUAL PRIOR-RECORD-COUNT
        MOVE 'N' TO PRIOR-SNAPSHOT-FLAG
        MOVE ZERO TO PRIOR-RECORD-COUNT
        MOVE ZERO TO PRIOR-SUM-OF-DIFFERENTS
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  SNAPSHOT-LOAD-LOOP SECTION.
    READ SNAPSHOT-FILE
      AT END
        MOVE FILE-END TO FILE-END-FLAG
      NOT AT END
        EVALUATE TRUE
          WHEN SNAPSHOT-LINE (1 : 9) EQUAL SNAPSHOT-TAG
            MOVE SNAPSHOT-LINE TO SNAPSHOT-HEADER-RECORD
            MOVE 'Y' TO PRIOR-HEADER-FLAG
            IF SNAPSHOT-COUNT IS NUMERIC
              MOVE SNAPSHOT-COUNT TO PRIOR-HEADER-COUNT
            ELSE
              MOVE 'N' TO PRIOR-HEADER-FLAG
            END-IF
          WHEN PRIOR-RECORD-COUNT LESS THAN 50000
            MOVE SNAPSHOT-LINE TO SNAPSHOT-RECORD
            PERFORM TAKE-SNAPSHOT-LINE
          WHEN OTHER
            MOVE 'Y' TO PRIOR-OVERFLOW-FLAG
            MOVE FILE-END TO FILE-END-FLAG
        END-EVALUATE
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  TAKE-SNAPSHOT-LINE SECTION.
    *> A line not in the snapshot layout makes the whole snapshot
    *> unusable - a partial list would report every missing ID as a
    *> change.
    IF SNAPSHOT-X IS NOT NUMERIC OR SNAPSHOT-Y IS NOT NUMERIC
      MOVE 'N' TO PRIOR-SNAPSHOT-FLAG
      MOVE ZERO TO PRIOR-RECORD-COUNT
      MOVE ZERO TO PRIOR-SUM-OF-DIFFERENTS
      MOVE FILE-END TO FILE-END-FLAG
    ELSE
      ADD 1 TO PRIOR-RECORD-COUNT
      MOVE SNAPSHOT-X TO PRIOR-X (PRIOR-RECORD-COUNT)
      MOVE SNAPSHOT-Y TO PRIOR-Y (PRIOR-RECORD-COUNT)
      IF PRIOR-X (PRIOR-RECORD-COUNT)
         NOT LESS THAN PRIOR-Y (PRIOR-RECORD-COUNT)
        COMPUTE PRIOR-PAIR-DIFFERENCE =
                PRIOR-X (PRIOR-RECORD-COUNT)
              - PRIOR-Y (PRIOR-RECORD-COUNT)
      ELSE
        COMPUTE PRIOR-PAIR-DIFFERENCE =
                PRIOR-Y (PRIOR-RECORD-COUNT)
              - PRIOR-X (PRIOR-RECORD-COUNT)
      END-IF
      ADD PRIOR-PAIR-DIFFERENCE TO PRIOR-SUM-OF-DIFFERENTS
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  CHANGE-MERGE-STEP SECTION.
    *> The lowest ID still unread at the head of any of the four
    *> sorted lists is the next one to account for.
    MOVE 'N' TO MERGE-ID-FLAG
    IF TODAY-X-CURSOR NOT GREATER THAN RECORD-COUNT
      MOVE ALL-X (TODAY-X-CURSOR) TO MERGE-ID
      MOVE 'Y' TO MERGE-ID-FLAG
    END-IF
    IF TODAY-Y-CURSOR NOT GREATER THAN RECORD-COUNT
      IF MERGE-ID-NOT-FOUND OR ALL-Y (TODAY-Y-CURSOR) LESS THAN MERGE-ID
        MOVE ALL-Y (TODAY-Y-CURSOR) TO MERGE-ID
        MOVE 'Y' TO MERGE-ID-FLAG
      END-IF
    END-IF
    IF PRIOR-X-CURSOR NOT GREATER THAN PRIOR-RECORD-COUNT
      IF MERGE-ID-NOT-FOUND OR PRIOR-X (PRIOR-X-CURSOR) LESS THAN MERGE-ID
        MOVE PRIOR-X (PRIOR-X-CURSOR) TO MERGE-ID
        MOVE 'Y' TO MERGE-ID-FLAG
      END-IF
    END-IF
    IF PRIOR-Y-CURSOR NOT GREATER THAN PRIOR-RECORD-COUNT
      IF MERGE-ID-NOT-FOUND OR PRIOR-Y (PRIOR-Y-CURSOR) LESS THAN MERGE-ID
        MOVE PRIOR-Y (PRIOR-Y-CURSOR) TO MERGE-ID
        MOVE 'Y' TO MERGE-ID-FLAG
      END-IF
    END-IF

    IF MERGE-ID-FOUND
      PERFORM COUNT-MERGE-OCCURRENCES
      PERFORM ACCOUNT-MERGE-ID
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  COUNT-MERGE-OCCURRENCES SECTION.
    *> Each list is sorted, so MERGE-ID's occurrences sit together
    *> at its cursor; counting them moves the cursor past them.
    MOVE ZERO TO TODAY-X-OCCURS
    PERFORM UNTIL TODAY-X-CURSOR GREATER THAN RECORD-COUNT
               OR ALL-X (TODAY-X-CURSOR) NOT EQUAL MERGE-ID
      ADD 1 TO TODAY-X-OCCURS
      ADD 1 TO TODAY-X-CURSOR
    END-PERFORM
    MOVE ZERO TO TODAY-Y-OCCURS
    PERFORM UNTIL TODAY-Y-CURSOR GREATER THAN RECORD-COUNT
               OR ALL-Y (TODAY-Y-CURSOR) NOT EQUAL MERGE-ID
      ADD 1 TO TODAY-Y-OCCURS
      ADD 1 TO TODAY-Y-CURSOR
    END-PERFORM
    MOVE ZERO TO PRIOR-X-OCCURS
    PERFORM UNTIL PRIOR-X-CURSOR GREATER THAN PRIOR-RECORD-COUNT
               OR PRIOR-X (PRIOR-X-CURSOR) NOT EQUAL MERGE-ID
      ADD 1 TO PRIOR-X-OCCURS
      ADD 1 TO PRIOR-X-CURSOR
    END-PERFORM
    MOVE ZERO TO PRIOR-Y-OCCURS
    PERFORM UNTIL PRIOR-Y-CURSOR GREATER THAN PRIOR-RECORD-COUNT
               OR PRIOR-Y (PRIOR-Y-CURSOR) NOT EQUAL MERGE-ID
      ADD 1 TO PRIOR-Y-OCCURS
      ADD 1 TO PRIOR-Y-CURSOR
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  ACCOUNT-MERGE-ID SECTION.
    *> The prior similarity total builds up ID by ID as the merge
    *> passes them; only IDs whose counts moved get a report line.
    COMPUTE PRIOR-SUM-OF-SIMILARITY = PRIOR-SUM-OF-SIMILARITY
            + MERGE-ID * PRIOR-X-OCCURS * PRIOR-Y-OCCURS

    IF TODAY-X-OCCURS NOT EQUAL PRIOR-X-OCCURS
       OR TODAY-Y-OCCURS NOT EQUAL PRIOR-Y-OCCURS
      EVALUATE TRUE
        WHEN PRIOR-X-OCCURS EQUAL ZERO AND PRIOR-Y-OCCURS EQUAL ZERO
          MOVE "APPEARED" TO CD-CHANGE
          ADD 1 TO IDS-APPEARED
        WHEN TODAY-X-OCCURS EQUAL ZERO AND TODAY-Y-OCCURS EQUAL ZERO
          MOVE "DROPPED " TO CD-CHANGE
          ADD 1 TO IDS-DROPPED
        WHEN OTHER
          MOVE "CHANGED " TO CD-CHANGE
          ADD 1 TO IDS-CHANGED
      END-EVALUATE

      COMPUTE ID-DIFFERENCE-EFFECT = MERGE-ID *
              ((TODAY-X-OCCURS - PRIOR-X-OCCURS)
             - (TODAY-Y-OCCURS - PRIOR-Y-OCCURS))
      COMPUTE ID-SIMILARITY-EFFECT = MERGE-ID *
              (TODAY-X-OCCURS * TODAY-Y-OCCURS
             - PRIOR-X-OCCURS * PRIOR-Y-OCCURS)

      ADD PRIOR-X-OCCURS TO TOTAL-PRIOR-X-OCCURS
      ADD TODAY-X-OCCURS TO TOTAL-TODAY-X-OCCURS
      ADD PRIOR-Y-OCCURS TO TOTAL-PRIOR-Y-OCCURS
      ADD TODAY-Y-OCCURS TO TOTAL-TODAY-Y-OCCURS
      ADD ID-DIFFERENCE-EFFECT TO TOTAL-DIFFERENCE-EFFECT
      ADD ID-SIMILARITY-EFFECT TO TOTAL-SIMILARITY-EFFECT

      MOVE MERGE-ID             TO CD-ID
      MOVE PRIOR-X-OCCURS       TO CD-PRIOR-X
      MOVE TODAY-X-OCCURS       TO CD-TODAY-X
      MOVE PRIOR-Y-OCCURS       TO CD-PRIOR-Y
      MOVE TODAY-Y-OCCURS       TO CD-TODAY-Y
      MOVE ID-DIFFERENCE-EFFECT TO CD-DIFFERENCE-EFFECT
      MOVE ID-SIMILARITY-EFFECT TO CD-SIMILARITY-EFFECT
      WRITE CHANGE-REPORT-LINE FROM CHANGE-DETAIL-LINE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-CHANGE-TOTALS SECTION.
    *> Column totals over the changed IDs, then both result moves
    *> split into what the ID changes explain and what they do not.
    MOVE TOTAL-PRIOR-X-OCCURS    TO CD-PRIOR-X
    MOVE TOTAL-TODAY-X-OCCURS    TO CD-TODAY-X
    MOVE TOTAL-PRIOR-Y-OCCURS    TO CD-PRIOR-Y
    MOVE TOTAL-TODAY-Y-OCCURS    TO CD-TODAY-Y
    MOVE "TOTAL   "              TO CD-CHANGE
    MOVE TOTAL-DIFFERENCE-EFFECT TO CD-DIFFERENCE-EFFECT
    MOVE TOTAL-SIMILARITY-EFFECT TO CD-SIMILARITY-EFFECT
    MOVE SPACES TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    MOVE CHANGE-DETAIL-LINE TO CHANGE-REPORT-LINE
    MOVE "    TOTAL" TO CHANGE-REPORT-LINE (1 : 9)
    WRITE CHANGE-REPORT-LINE

    MOVE SPACES TO CHANGE-REPORT-LINE
    WRITE CHANGE-REPORT-LINE
    STRING "IDS APPEARED "     DELIMITED BY SIZE
           IDS-APPEARED        DELIMITED BY SIZE
           "  DROPPED "        DELIMITED BY SIZE
           IDS-DROPPED         DELIMITED BY SIZE
           "  COUNT CHANGED "  DELIMITED BY SIZE
           IDS-CHANGED         DELIMITED BY SIZE
      INTO CHANGE-REPORT-LINE
    END-STRING
    WRITE CHANGE-REPORT-LINE

    COMPUTE DIFFERENTS-MOVE =
            SUM-OF-ALL-DIFFERENTS - PRIOR-SUM-OF-DIFFERENTS
    COMPUTE REPAIRING-EFFECT =
            DIFFERENTS-MOVE - TOTAL-DIFFERENCE-EFFECT
    MOVE "SUM-OF-ALL-DIFFERENTS" TO CS-LABEL
    MOVE PRIOR-SUM-OF-DIFFERENTS TO CS-PRIOR
    MOVE SUM-OF-ALL-DIFFERENTS   TO CS-TODAY
    MOVE DIFFERENTS-MOVE         TO CS-MOVE
    WRITE CHANGE-REPORT-LINE FROM CHANGE-SUMMARY-LINE
    MOVE "FROM ID COLUMN CHANGES" TO CP-LABEL
    MOVE TOTAL-DIFFERENCE-EFFECT  TO CP-EFFECT
    WRITE CHANGE-REPORT-LINE FROM CHANGE-SPLIT-LINE
    MOVE "FROM RE-PAIRING"        TO CP-LABEL
    MOVE REPAIRING-EFFECT         TO CP-EFFECT
    WRITE CHANGE-REPORT-LINE FROM CHANGE-SPLIT-LINE

    COMPUTE SIMILARITY-MOVE =
            SUM-OF-SIMILARITY-SCORE - PRIOR-SUM-OF-SIMILARITY
    MOVE "SUM-OF-SIMILARITY-SCORE" TO CS-LABEL
    MOVE PRIOR-SUM-OF-SIMILARITY   TO CS-PRIOR
    MOVE SUM-OF-SIMILARITY-SCORE   TO CS-TODAY
    MOVE SIMILARITY-MOVE           TO CS-MOVE
    WRITE CHANGE-REPORT-LINE FROM CHANGE-SUMMARY-LINE
    MOVE "FROM ID CHANGES"         TO CP-LABEL
    MOVE TOTAL-SIMILARITY-EFFECT   TO CP-EFFECT
    WRITE CHANGE-REPORT-LINE FROM CHANGE-SPLIT-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-LOCATION-SNAPSHOT SECTION.
    *> Tonight's sorted lists, for tomorrow's comparison. A re-run
    *> of the date replaces its snapshot along with its totals.
    MOVE SPACES TO SNAPSHOT-FILE-NAME
    STRING "location-snapshot-" DELIMITED BY SIZE
           RUN-BUSINESS-DATE    DELIMITED BY SIZE
           ".am"                DELIMITED BY SIZE
      INTO SNAPSHOT-FILE-NAME
    END-STRING
    MOVE SNAPSHOT-FILE-NAME TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO SNAPSHOT-FILE-NAME

    OPEN OUTPUT SNAPSHOT-FILE
    IF SNAPSHOT-STATUS NOT EQUAL "00"
      DISPLAY "LOCATION SNAPSHOT NOT WRITTEN, STATUS = "
              SNAPSHOT-STATUS
    ELSE
      *> The record areas may still hold lines read back from the
      *> prior snapshot - clear them so the column gaps are blank.
      MOVE SPACES TO SNAPSHOT-HEADER-RECORD
      MOVE "SNAPSHOT "       TO SNAPSHOT-TAG
      MOVE RUN-BUSINESS-DATE TO SNAPSHOT-DATE
      MOVE RECORD-COUNT      TO SNAPSHOT-COUNT
      WRITE SNAPSHOT-LINE FROM SNAPSHOT-HEADER-RECORD
      MOVE SPACES TO SNAPSHOT-RECORD
      MOVE 0 TO TABLE-INDEX
      PERFORM UNTIL TABLE-INDEX = RECORD-COUNT
        ADD 1 TO TABLE-INDEX
        MOVE ALL-X (TABLE-INDEX) TO SNAPSHOT-X
        MOVE ALL-Y (TABLE-INDEX) TO SNAPSHOT-Y
        WRITE SNAPSHOT-LINE FROM SNAPSHOT-RECORD
      END-PERFORM
      CLOSE SNAPSHOT-FILE
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
  COPY BUSINESS-CALENDAR-LOAD.

*> ----------------------------------------------- <*
  COPY SHADOW-RUN-SET.

*> === EOF ======================================= <*
