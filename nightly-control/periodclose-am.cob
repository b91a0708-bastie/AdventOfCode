IDENTIFICATION DIVISION.
PROGRAM-ID. PERIOD-CLOSE.
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
      *> One CLOSED or REOPENED line per action, appended and never
      *> rewritten; the writing programs read the last line for a
      *> month as its state.
      SELECT OPTIONAL PERIOD-FILE
             ASSIGN TO 'closed-periods.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIOD-FILE-STATUS
      .
      *> Operators allowed to reopen a closed month, maintained by
      *> the controller's office - one AUTHORITY card per operator.
      SELECT OPTIONAL AUTHORITY-FILE
             ASSIGN TO 'period-authority.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS AUTHORITY-FILE-STATUS
      .
      *> Every close, reopen and refused attempt leaves a stamped
      *> line here. OPTIONAL so the first use creates it.
      SELECT OPTIONAL PERIOD-AUDIT-FILE
             ASSIGN TO 'period-audit.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS PERIOD-AUDIT-STATUS
      .
      *> The signed-off month-end summary, one file per period.
      SELECT SUMMARY-FILE
             ASSIGN TO DYNAMIC SUMMARY-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SUMMARY-FILE-STATUS
      .
      *> Working-day calendar, so a weekend or holiday without a row
      *> is not reported as a missing day.
      SELECT CALENDAR-FILE
             ASSIGN TO 'businesscal.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CALENDAR-FILE-STATUS
      .
      *> Shop-wide run lock serializing results-history.dat.
      SELECT LOCK-FILE
             ASSIGN TO 'results-history.lock'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-FILE-STATUS
      .
      SELECT OPTIONAL LOCK-AUDIT-FILE
             ASSIGN TO 'lock-audit.log'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS LOCK-AUDIT-STATUS
      .
      *> Central operator-alert file, written alongside the console
      *> warnings so they survive the scroll-back.
      SELECT OPTIONAL ALERT-FILE
             ASSIGN TO 'alerts.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-FILE-STATUS
      .

DATA DIVISION.
FILE SECTION.
FD RESULTS-HISTORY-FILE.
  COPY RESULTS-HISTORY.

FD PERIOD-FILE.
  01 PERIOD-LINE       PIC X(100).

FD AUTHORITY-FILE.
  01 AUTHORITY-LINE    PIC X(40).

FD PERIOD-AUDIT-FILE.
  01 PERIOD-AUDIT-LINE PIC X(132).

FD SUMMARY-FILE.
  01 SUMMARY-LINE      PIC X(132).

FD CALENDAR-FILE.
  01 CALENDAR-LINE     PIC X(40).

FD LOCK-FILE.
  01 LOCK-LINE         PIC X(40).

FD LOCK-AUDIT-FILE.
  01 LOCK-AUDIT-LINE   PIC X(80).

FD ALERT-FILE.
  01 ALERT-LINE        PIC X(120).

WORKING-STORAGE SECTION.
    77 RESULTS-HISTORY-STATUS  PIC X(2).
    77 AUTHORITY-FILE-STATUS   PIC X(2).
    77 PERIOD-AUDIT-STATUS     PIC X(2).
    77 SUMMARY-FILE-STATUS     PIC X(2).
    77 SUMMARY-FILE-NAME       PIC X(80).

    *> CLOSE_MODE: CLOSE (the default) signs a finished month off;
    *> REOPEN lifts a close, and only for an operator holding an
    *> AUTHORITY card. Both demand CLOSE_OPERATOR; a reopen also
    *> demands CLOSE_REASON - it is the exception the trail exists
    *> to explain.
    77 CLOSE-MODE-TEXT         PIC X(10).
    77 CLOSE-MODE-FLAG         PIC X VALUE 'C'.
      88 CLOSE-MODE  VALUE 'C'.
      88 REOPEN-MODE VALUE 'R'.
    77 CLOSE-ACTION-TEXT       PIC X(8).

    77 CLOSE-PERIOD-TEXT       PIC X(10).
    01 CLOSE-PERIOD-AREA.
      05 CLOSE-PERIOD          PIC 9(6).
      05 CLOSE-PERIOD-SPLIT REDEFINES CLOSE-PERIOD.
        10 CLOSE-PERIOD-YEAR   PIC 9(4).
        10 CLOSE-PERIOD-MONTH  PIC 9(2).
      05 PERIOD-FIRST-DATE     PIC 9(8).
      05 PERIOD-LAST-DATE      PIC 9(8).
      05 PERIOD-LAST-DAY       PIC 9(2).
      05 PERIOD-DAY            PIC 9(2).

    77 CLOSE-OPERATOR-ID       PIC X(8).
    77 CLOSE-REASON-TEXT       PIC X(40).

    77 CLOSE-STAMP-DATE        PIC 9(8).
    77 CLOSE-STAMP-TIME        PIC 9(8).
    77 CURRENT-PERIOD          PIC 9(6).

    *> Days in each month; February is corrected for leap years.
    01 MONTH-LENGTH-VALUES     PIC X(24)
       VALUE "312831303130313130313031".
    01 MONTH-LENGTH-TABLE REDEFINES MONTH-LENGTH-VALUES.
      05 MONTH-LENGTH          PIC 9(2) OCCURS 12.
    77 LEAP-QUOTIENT           PIC 9(4).
    77 LEAP-REMAINDER-4        PIC 9(4).
    77 LEAP-REMAINDER-100      PIC 9(4).
    77 LEAP-REMAINDER-400      PIC 9(4).

    *> Why an action was turned away, for the audit and the alert.
    77 REFUSAL-TEXT            PIC X(40).
    77 REFUSAL-FLAG            PIC X VALUE 'N'.
      88 ACTION-REFUSED VALUE 'Y'.
    *> Whether the close or reopen line reached closed-periods.am -
    *> the audit line says CLOSED or REOPENED only once it has.
    77 PERIOD-APPEND-FLAG      PIC X VALUE 'N'.
      88 PERIOD-STATE-RECORDED     VALUE 'Y'.
      88 PERIOD-STATE-NOT-RECORDED VALUE 'N'.

    77 AUTHORITY-END-FLAG      PIC X.
      88 AUTHORITY-END VALUE 'Y'.
    77 AUTHORITY-FOUND-FLAG    PIC X VALUE 'N'.
      88 OPERATOR-AUTHORIZED VALUE 'Y'.
    77 AUTHORITY-KEYWORD       PIC X(10).
    77 AUTHORITY-OPERATOR-ID   PIC X(8).

    77 HISTORY-END-FLAG        PIC X.
      88 HISTORY-END     VALUE 'Y'.
      88 HISTORY-NOT-END VALUE 'N'.

    *> --- Month-end summary accumulators ---
    *> One entry per program with rows in the month. The two nightly
    *> producers are always listed, so a month they never ran in
    *> still shows every working day missing.
    77 MONTH-PROGRAM-COUNT     PIC 9(2) VALUE ZERO.
    77 MONTH-PROGRAM-MAX       PIC 9(2) VALUE 20.
    77 MONTH-PROGRAM-INDEX     PIC 9(2).
    77 MONTH-PROGRAM-MATCH     PIC 9(2).
    01 MONTH-PROGRAM-TABLE.
      05 MONTH-PROGRAM-ENTRY OCCURS 20.
        10 MP-PROGRAM-ID       PIC X(20).
        10 MP-DAYS-RUN         PIC 9(2).
        10 MP-DAYS-MISSING     PIC 9(2).
        10 MP-TOTAL-1          PIC 9(17).
        10 MP-TOTAL-2          PIC 9(17).
        10 MP-FIRST-DATE       PIC 9(8).
        10 MP-FIRST-RESULT-1   PIC 9(15).
        10 MP-FIRST-RESULT-2   PIC 9(15).
        10 MP-LAST-DATE        PIC 9(8).
        10 MP-LAST-RESULT-1    PIC 9(15).
        10 MP-LAST-RESULT-2    PIC 9(15).
        10 MP-DAY-FLAG         PIC X OCCURS 31.
          88 MP-DAY-RUN VALUE 'Y'.

    *> Working-day flags for the month, resolved once.
    77 WORKING-DAY-COUNT       PIC 9(2) VALUE ZERO.
    01 PERIOD-WORKING-DAYS.
      05 PERIOD-WORKING-FLAG   PIC X OCCURS 31.
        88 PERIOD-WORKING-DAY VALUE 'Y'.

    01 ROW-DAY-AREA.
      05 ROW-DAY-DATE          PIC 9(8).
      05 ROW-DAY-SPLIT REDEFINES ROW-DAY-DATE.
        10 ROW-DAY-PERIOD      PIC 9(6).
        10 ROW-DAY-OF-MONTH    PIC 9(2).

    *> --- Month-end summary lines ---
    01 ME-TITLE-LINE.
      05 FILLER               PIC X(29)
         VALUE "MONTH-END SUMMARY FOR PERIOD ".
      05 ME-TITLE-PERIOD      PIC 9(6).
      05 FILLER               PIC X(3) VALUE " (".
      05 ME-TITLE-FIRST       PIC 9(8).
      05 FILLER               PIC X(6) VALUE " THRU ".
      05 ME-TITLE-LAST        PIC 9(8).
      05 FILLER               PIC X(1) VALUE ")".

    01 ME-WORKING-LINE.
      05 FILLER               PIC X(24)
         VALUE "WORKING DAYS IN PERIOD: ".
      05 ME-WORKING-DAYS      PIC Z9.

    01 ME-PROGRAM-LINE.
      05 FILLER               PIC X(8) VALUE "PROGRAM ".
      05 ME-PROGRAM-ID        PIC X(20).

    01 ME-DAYS-LINE.
      05 FILLER               PIC X(16) VALUE "  DAYS RUN      ".
      05 ME-DAYS-RUN          PIC Z9.
      05 FILLER               PIC X(19) VALUE "    DAYS MISSING   ".
      05 ME-DAYS-MISSING      PIC Z9.

    01 ME-TOTAL-LINE.
      05 FILLER               PIC X(24)
         VALUE "  MONTH TOTAL  RESULT-1 ".
      05 ME-TOTAL-1           PIC Z(16)9.
      05 FILLER               PIC X(11) VALUE "  RESULT-2 ".
      05 ME-TOTAL-2           PIC Z(16)9.

    01 ME-POINT-LINE.
      05 FILLER               PIC X(2) VALUE SPACES.
      05 ME-POINT-LABEL       PIC X(6).
      05 ME-POINT-DATE        PIC 9(8).
      05 FILLER               PIC X(10) VALUE " RESULT-1 ".
      05 ME-POINT-1           PIC Z(16)9.
      05 FILLER               PIC X(11) VALUE "  RESULT-2 ".
      05 ME-POINT-2           PIC Z(16)9.

    01 ME-MISSING-LINE.
      05 FILLER               PIC X(18) VALUE "  MISSING DAY     ".
      05 ME-MISSING-DATE      PIC 9(8).

    01 ME-SIGNOFF-LINE.
      05 FILLER               PIC X(14) VALUE "SIGNED OFF BY ".
      05 ME-SIGNOFF-OPERATOR  PIC X(8).
      05 FILLER               PIC X(4) VALUE " ON ".
      05 ME-SIGNOFF-DATE      PIC 9(8).
      05 FILLER               PIC X(1) VALUE SPACE.
      05 ME-SIGNOFF-TIME      PIC 9(8).

    *> --- Run-lock on results-history.dat ---
    *> The close is taken under the shop-wide lock, so no writer can
    *> be between its own closed-period test and its write while the
    *> month is being signed off.
    COPY RUN-LOCK.

    *> --- Month-end period control ---
    COPY PERIOD-CLOSE.

    *> --- Working-day calendar ---
    COPY BUSINESS-CALENDAR.

    *> --- Central operator alerts ---
    COPY OPERATOR-ALERT.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*
  MASTER SECTION.

    INIT. *> PARAGRAPH -------------------------
      MOVE "PERIOD-CLOSE" TO LOCK-PROGRAM-NAME
      MOVE "PERIOD-CLOSE" TO ALERT-PROGRAM-NAME
      ACCEPT CLOSE-STAMP-DATE FROM DATE YYYYMMDD
      ACCEPT CLOSE-STAMP-TIME FROM TIME
      MOVE CLOSE-STAMP-DATE (1 : 6) TO CURRENT-PERIOD

      MOVE SPACES TO CLOSE-MODE-TEXT
      ACCEPT CLOSE-MODE-TEXT FROM ENVIRONMENT "CLOSE_MODE"
      EVALUATE CLOSE-MODE-TEXT
        WHEN "CLOSE     "
        WHEN SPACES
          MOVE "CLOSE" TO CLOSE-MODE-TEXT
          MOVE 'C' TO CLOSE-MODE-FLAG
          MOVE "CLOSED  " TO CLOSE-ACTION-TEXT
        WHEN "REOPEN    "
          MOVE 'R' TO CLOSE-MODE-FLAG
          MOVE "REOPENED" TO CLOSE-ACTION-TEXT
        WHEN OTHER
          DISPLAY "PERIOD-CLOSE: CLOSE_MODE MUST BE CLOSE OR REOPEN: "
                  CLOSE-MODE-TEXT
          MOVE 8 TO RETURN-CODE
          GOBACK
      END-EVALUATE

      MOVE SPACES TO CLOSE-PERIOD-TEXT
      ACCEPT CLOSE-PERIOD-TEXT FROM ENVIRONMENT "CLOSE_PERIOD"
      IF CLOSE-PERIOD-TEXT (1 : 6) IS NUMERIC
        MOVE CLOSE-PERIOD-TEXT (1 : 6) TO CLOSE-PERIOD
      ELSE
        MOVE ZERO TO CLOSE-PERIOD
      END-IF
      IF CLOSE-PERIOD-MONTH LESS THAN 1
         OR CLOSE-PERIOD-MONTH GREATER THAN 12
        DISPLAY "PERIOD-CLOSE: CLOSE_PERIOD (YYYYMM) REQUIRED"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF

      MOVE SPACES TO CLOSE-OPERATOR-ID
      ACCEPT CLOSE-OPERATOR-ID FROM ENVIRONMENT "CLOSE_OPERATOR"
      MOVE SPACES TO CLOSE-REASON-TEXT
      ACCEPT CLOSE-REASON-TEXT FROM ENVIRONMENT "CLOSE_REASON"
      IF CLOSE-OPERATOR-ID EQUAL SPACES
        DISPLAY "PERIOD-CLOSE: CLOSE_OPERATOR REQUIRED"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF
      IF REOPEN-MODE AND CLOSE-REASON-TEXT EQUAL SPACES
        DISPLAY "PERIOD-CLOSE: CLOSE_REASON REQUIRED FOR REOPEN"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF
      IF CLOSE-REASON-TEXT EQUAL SPACES
        MOVE "MONTH-END SIGN-OFF" TO CLOSE-REASON-TEXT
      END-IF

      PERFORM RESOLVE-PERIOD-DATES
      MOVE PERIOD-LAST-DATE TO ALERT-RUN-DATE
      PERFORM LOAD-BUSINESS-CALENDAR
    . *> END PARAGRAPH

    MAIN. *> PARAGRAPH -------------------------
      PERFORM CLAIM-HISTORY-LOCK
      IF LOCK-DENIED
        DISPLAY "PERIOD-CLOSE: NOTHING CHANGED -"
                " RESULTS-HISTORY LOCK HELD"
        MOVE 8 TO RETURN-CODE
      ELSE
        MOVE PERIOD-FIRST-DATE TO PERIOD-CHECK-DATE
        PERFORM CHECK-PERIOD-CLOSED
        IF CLOSE-MODE
          PERFORM CLOSE-PERIOD-UNDER-LOCK
        ELSE
          PERFORM REOPEN-PERIOD-UNDER-LOCK
        END-IF
        PERFORM RELEASE-HISTORY-LOCK
      END-IF
    . *> END PARAGRAPH

    GOBACK
    STOP RUN
  . *>END SECTION

*> ----------------------------------------------- <*
  RESOLVE-PERIOD-DATES SECTION.
    *> First and last calendar date of the month, February
    *> lengthened in a leap year.
    MOVE MONTH-LENGTH (CLOSE-PERIOD-MONTH) TO PERIOD-LAST-DAY
    IF CLOSE-PERIOD-MONTH EQUAL 2
      DIVIDE CLOSE-PERIOD-YEAR BY 4 GIVING LEAP-QUOTIENT
             REMAINDER LEAP-REMAINDER-4
      DIVIDE CLOSE-PERIOD-YEAR BY 100 GIVING LEAP-QUOTIENT
             REMAINDER LEAP-REMAINDER-100
      DIVIDE CLOSE-PERIOD-YEAR BY 400 GIVING LEAP-QUOTIENT
             REMAINDER LEAP-REMAINDER-400
      IF LEAP-REMAINDER-400 EQUAL ZERO
         OR (LEAP-REMAINDER-4 EQUAL ZERO
             AND LEAP-REMAINDER-100 NOT EQUAL ZERO)
        MOVE 29 TO PERIOD-LAST-DAY
      END-IF
    END-IF
    COMPUTE PERIOD-FIRST-DATE = CLOSE-PERIOD * 100 + 1
    COMPUTE PERIOD-LAST-DATE  = CLOSE-PERIOD * 100 + PERIOD-LAST-DAY
  . *>END SECTION

*> ----------------------------------------------- <*
  CLOSE-PERIOD-UNDER-LOCK SECTION.
    *> A month still running cannot be signed off, and a month
    *> already closed is not closed twice.
    EVALUATE TRUE
      WHEN CLOSE-PERIOD NOT LESS THAN CURRENT-PERIOD
        MOVE "MONTH HAS NOT ENDED" TO REFUSAL-TEXT
        PERFORM REFUSE-PERIOD-ACTION
      WHEN PERIOD-CLOSED
        MOVE "ALREADY CLOSED" TO REFUSAL-TEXT
        PERFORM REFUSE-PERIOD-ACTION
      WHEN OTHER
        PERFORM BUILD-MONTH-SUMMARY
        PERFORM WRITE-MONTH-END-SUMMARY
        IF NOT ACTION-REFUSED
          PERFORM RECORD-PERIOD-CHANGE
          IF PERIOD-STATE-RECORDED
            DISPLAY "PERIOD-CLOSE: PERIOD " CLOSE-PERIOD
                    " CLOSED BY " CLOSE-OPERATOR-ID
                    " - SUMMARY ON " SUMMARY-FILE-NAME
          END-IF
        END-IF
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  REOPEN-PERIOD-UNDER-LOCK SECTION.
    PERFORM CHECK-REOPEN-AUTHORITY
    EVALUATE TRUE
      WHEN PERIOD-OPEN
        MOVE "PERIOD IS NOT CLOSED" TO REFUSAL-TEXT
        PERFORM REFUSE-PERIOD-ACTION
      WHEN NOT OPERATOR-AUTHORIZED
        MOVE "OPERATOR NOT AUTHORIZED TO REOPEN" TO REFUSAL-TEXT
        PERFORM REFUSE-PERIOD-ACTION
      WHEN OTHER
        PERFORM RECORD-PERIOD-CHANGE
        IF PERIOD-STATE-RECORDED
          DISPLAY "PERIOD-CLOSE: PERIOD " CLOSE-PERIOD
                  " REOPENED BY " CLOSE-OPERATOR-ID
          *> A reopened month is open to change again - the morning
          *> shift hears about it whether or not anyone asked.
          MOVE 4 TO ALERT-SEVERITY
          MOVE SPACES TO ALERT-TEXT
          STRING "PERIOD "          DELIMITED BY SIZE
                 CLOSE-PERIOD       DELIMITED BY SIZE
                 " REOPENED BY "    DELIMITED BY SIZE
                 CLOSE-OPERATOR-ID  DELIMITED BY SPACE
            INTO ALERT-TEXT
          END-STRING
          PERFORM WRITE-OPERATOR-ALERT
        END-IF
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  CHECK-REOPEN-AUTHORITY SECTION.
    *> period-authority.am: AUTHORITY <operator>, one per line, '*'
    *> lines are comments. No file means nobody may reopen.
    MOVE 'N' TO AUTHORITY-FOUND-FLAG
    OPEN INPUT AUTHORITY-FILE
    IF AUTHORITY-FILE-STATUS EQUAL "00"
      MOVE 'N' TO AUTHORITY-END-FLAG
      PERFORM AUTHORITY-CARD-LOOP UNTIL AUTHORITY-END
    END-IF
    CLOSE AUTHORITY-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  AUTHORITY-CARD-LOOP SECTION.
    READ AUTHORITY-FILE
      AT END
        MOVE 'Y' TO AUTHORITY-END-FLAG
      NOT AT END
        IF AUTHORITY-LINE NOT EQUAL SPACES
           AND AUTHORITY-LINE (1 : 1) NOT EQUAL "*"
          MOVE SPACES TO AUTHORITY-KEYWORD
          MOVE SPACES TO AUTHORITY-OPERATOR-ID
          UNSTRING AUTHORITY-LINE DELIMITED BY ALL SPACE
              INTO AUTHORITY-KEYWORD
                   AUTHORITY-OPERATOR-ID
          END-UNSTRING
          IF AUTHORITY-KEYWORD EQUAL "AUTHORITY "
             AND AUTHORITY-OPERATOR-ID EQUAL CLOSE-OPERATOR-ID
            MOVE 'Y' TO AUTHORITY-FOUND-FLAG
          END-IF
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  REFUSE-PERIOD-ACTION SECTION.
    *> A refused close or reopen is audited and alerted like any
    *> other failed run - someone tried to move a month-end line.
    MOVE 'Y' TO REFUSAL-FLAG
    MOVE "REFUSED " TO CLOSE-ACTION-TEXT
    DISPLAY "PERIOD-CLOSE: " CLOSE-MODE-TEXT " OF PERIOD "
            CLOSE-PERIOD " REFUSED - " REFUSAL-TEXT
    PERFORM WRITE-PERIOD-AUDIT

    MOVE 8 TO ALERT-SEVERITY
    MOVE SPACES TO ALERT-TEXT
    STRING "PERIOD "       DELIMITED BY SIZE
           CLOSE-PERIOD    DELIMITED BY SIZE
           " REFUSED - "   DELIMITED BY SIZE
           REFUSAL-TEXT    DELIMITED BY "  "
      INTO ALERT-TEXT
    END-STRING
    PERFORM WRITE-OPERATOR-ALERT
    MOVE 8 TO RETURN-CODE
  . *>END SECTION

*> ----------------------------------------------- <*
  BUILD-MONTH-SUMMARY SECTION.
    MOVE ZERO TO MONTH-PROGRAM-COUNT
    MOVE "DAY01-PUZZLE1" TO RH-PROGRAM-ID
    PERFORM FIND-MONTH-PROGRAM
    MOVE "DAY02-PUZZLE1" TO RH-PROGRAM-ID
    PERFORM FIND-MONTH-PROGRAM

    *> Which days of the month the shop was expected to run.
    MOVE ZERO TO WORKING-DAY-COUNT
    MOVE 0 TO PERIOD-DAY
    PERFORM UNTIL PERIOD-DAY = PERIOD-LAST-DAY
      ADD 1 TO PERIOD-DAY
      COMPUTE CHECK-DATE = CLOSE-PERIOD * 100 + PERIOD-DAY
      PERFORM CHECK-WORKING-DATE
      MOVE WORKING-DATE-FLAG TO PERIOD-WORKING-FLAG (PERIOD-DAY)
      IF WORKING-DATE
        ADD 1 TO WORKING-DAY-COUNT
      END-IF
    END-PERFORM

    *> No history file yet is an empty month, not a failure.
    OPEN INPUT RESULTS-HISTORY-FILE
    EVALUATE RESULTS-HISTORY-STATUS
      WHEN "00"
        MOVE PERIOD-FIRST-DATE TO RH-RUN-DATE
        MOVE LOW-VALUES        TO RH-PROGRAM-ID
        START RESULTS-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
          INVALID KEY
            MOVE 'Y' TO HISTORY-END-FLAG
          NOT INVALID KEY
            MOVE 'N' TO HISTORY-END-FLAG
        END-START
        PERFORM MONTH-HISTORY-LOOP UNTIL HISTORY-END
        CLOSE RESULTS-HISTORY-FILE
      WHEN "35"
        DISPLAY "PERIOD-CLOSE: NO RESULTS-HISTORY ON FILE"
      WHEN OTHER
        DISPLAY "PERIOD-CLOSE: CANNOT OPEN RESULTS-HISTORY,"
                " STATUS = " RESULTS-HISTORY-STATUS
        MOVE "RESULTS-HISTORY UNREADABLE" TO REFUSAL-TEXT
        PERFORM REFUSE-PERIOD-ACTION
    END-EVALUATE

    *> Working days each program has no row for.
    MOVE 0 TO MONTH-PROGRAM-INDEX
    PERFORM UNTIL MONTH-PROGRAM-INDEX = MONTH-PROGRAM-COUNT
      ADD 1 TO MONTH-PROGRAM-INDEX
      MOVE ZERO TO MP-DAYS-MISSING (MONTH-PROGRAM-INDEX)
      MOVE 0 TO PERIOD-DAY
      PERFORM UNTIL PERIOD-DAY = PERIOD-LAST-DAY
        ADD 1 TO PERIOD-DAY
        IF PERIOD-WORKING-DAY (PERIOD-DAY)
           AND NOT MP-DAY-RUN (MONTH-PROGRAM-INDEX, PERIOD-DAY)
          ADD 1 TO MP-DAYS-MISSING (MONTH-PROGRAM-INDEX)
        END-IF
      END-PERFORM
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  MONTH-HISTORY-LOOP SECTION.
    READ RESULTS-HISTORY-FILE NEXT RECORD
      AT END
        MOVE 'Y' TO HISTORY-END-FLAG
      NOT AT END
        IF RH-RUN-DATE GREATER THAN PERIOD-LAST-DATE
          MOVE 'Y' TO HISTORY-END-FLAG
        ELSE
          PERFORM FIND-MONTH-PROGRAM
          IF MONTH-PROGRAM-MATCH GREATER THAN ZERO
            PERFORM ACCUMULATE-MONTH-ROW
          END-IF
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  FIND-MONTH-PROGRAM SECTION.
    *> Entry for RH-PROGRAM-ID, added on first sight.
    MOVE ZERO TO MONTH-PROGRAM-MATCH
    MOVE 0 TO MONTH-PROGRAM-INDEX
    PERFORM UNTIL MONTH-PROGRAM-INDEX = MONTH-PROGRAM-COUNT
               OR MONTH-PROGRAM-MATCH GREATER THAN ZERO
      ADD 1 TO MONTH-PROGRAM-INDEX
      IF MP-PROGRAM-ID (MONTH-PROGRAM-INDEX) EQUAL RH-PROGRAM-ID
        MOVE MONTH-PROGRAM-INDEX TO MONTH-PROGRAM-MATCH
      END-IF
    END-PERFORM

    IF MONTH-PROGRAM-MATCH EQUAL ZERO
      IF MONTH-PROGRAM-COUNT LESS THAN MONTH-PROGRAM-MAX
        ADD 1 TO MONTH-PROGRAM-COUNT
        MOVE MONTH-PROGRAM-COUNT TO MONTH-PROGRAM-MATCH
        INITIALIZE MONTH-PROGRAM-ENTRY (MONTH-PROGRAM-MATCH)
        MOVE RH-PROGRAM-ID TO MP-PROGRAM-ID (MONTH-PROGRAM-MATCH)
      ELSE
        DISPLAY "PERIOD-CLOSE: MORE THAN " MONTH-PROGRAM-MAX
                " PROGRAMS, " RH-PROGRAM-ID " NOT SUMMARIZED"
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  ACCUMULATE-MONTH-ROW SECTION.
    *> Rows arrive in date order, so the first row seen for a
    *> program is its first day and every later one its last so far.
    MOVE RH-RUN-DATE TO ROW-DAY-DATE
    MOVE ROW-DAY-OF-MONTH TO PERIOD-DAY
    MOVE 'Y' TO MP-DAY-FLAG (MONTH-PROGRAM-MATCH, PERIOD-DAY)
    ADD 1 TO MP-DAYS-RUN (MONTH-PROGRAM-MATCH)
    ADD RH-RESULT-1 TO MP-TOTAL-1 (MONTH-PROGRAM-MATCH)
    ADD RH-RESULT-2 TO MP-TOTAL-2 (MONTH-PROGRAM-MATCH)
    IF MP-FIRST-DATE (MONTH-PROGRAM-MATCH) EQUAL ZERO
      MOVE RH-RUN-DATE TO MP-FIRST-DATE (MONTH-PROGRAM-MATCH)
      MOVE RH-RESULT-1 TO MP-FIRST-RESULT-1 (MONTH-PROGRAM-MATCH)
      MOVE RH-RESULT-2 TO MP-FIRST-RESULT-2 (MONTH-PROGRAM-MATCH)
    END-IF
    MOVE RH-RUN-DATE TO MP-LAST-DATE (MONTH-PROGRAM-MATCH)
    MOVE RH-RESULT-1 TO MP-LAST-RESULT-1 (MONTH-PROGRAM-MATCH)
    MOVE RH-RESULT-2 TO MP-LAST-RESULT-2 (MONTH-PROGRAM-MATCH)
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-MONTH-END-SUMMARY SECTION.
    *> Written before the CLOSED line goes on file - a close with no
    *> signed-off summary behind it is refused, not recorded.
    IF NOT ACTION-REFUSED
      MOVE SPACES TO SUMMARY-FILE-NAME
      STRING "month-end-"  DELIMITED BY SIZE
             CLOSE-PERIOD  DELIMITED BY SIZE
             ".am"         DELIMITED BY SIZE
        INTO SUMMARY-FILE-NAME
      END-STRING

      OPEN OUTPUT SUMMARY-FILE
      IF SUMMARY-FILE-STATUS NOT EQUAL "00"
        DISPLAY "PERIOD-CLOSE: CANNOT WRITE " SUMMARY-FILE-NAME
                ", STATUS = " SUMMARY-FILE-STATUS
        MOVE "MONTH-END SUMMARY NOT WRITTEN" TO REFUSAL-TEXT
        PERFORM REFUSE-PERIOD-ACTION
      ELSE
        PERFORM WRITE-SUMMARY-BODY
        CLOSE SUMMARY-FILE
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-SUMMARY-BODY SECTION.
    MOVE CLOSE-PERIOD      TO ME-TITLE-PERIOD
    MOVE PERIOD-FIRST-DATE TO ME-TITLE-FIRST
    MOVE PERIOD-LAST-DATE  TO ME-TITLE-LAST
    WRITE SUMMARY-LINE FROM ME-TITLE-LINE
    MOVE WORKING-DAY-COUNT TO ME-WORKING-DAYS
    WRITE SUMMARY-LINE FROM ME-WORKING-LINE

    MOVE 0 TO MONTH-PROGRAM-INDEX
    PERFORM UNTIL MONTH-PROGRAM-INDEX = MONTH-PROGRAM-COUNT
      ADD 1 TO MONTH-PROGRAM-INDEX
      PERFORM WRITE-SUMMARY-PROGRAM
    END-PERFORM

    MOVE SPACES TO SUMMARY-LINE
    WRITE SUMMARY-LINE
    MOVE CLOSE-OPERATOR-ID TO ME-SIGNOFF-OPERATOR
    MOVE CLOSE-STAMP-DATE  TO ME-SIGNOFF-DATE
    MOVE CLOSE-STAMP-TIME  TO ME-SIGNOFF-TIME
    WRITE SUMMARY-LINE FROM ME-SIGNOFF-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-SUMMARY-PROGRAM SECTION.
    MOVE SPACES TO SUMMARY-LINE
    WRITE SUMMARY-LINE
    MOVE MP-PROGRAM-ID (MONTH-PROGRAM-INDEX) TO ME-PROGRAM-ID
    WRITE SUMMARY-LINE FROM ME-PROGRAM-LINE

    MOVE MP-DAYS-RUN (MONTH-PROGRAM-INDEX)     TO ME-DAYS-RUN
    MOVE MP-DAYS-MISSING (MONTH-PROGRAM-INDEX) TO ME-DAYS-MISSING
    WRITE SUMMARY-LINE FROM ME-DAYS-LINE

    MOVE MP-TOTAL-1 (MONTH-PROGRAM-INDEX) TO ME-TOTAL-1
    MOVE MP-TOTAL-2 (MONTH-PROGRAM-INDEX) TO ME-TOTAL-2
    WRITE SUMMARY-LINE FROM ME-TOTAL-LINE

    IF MP-DAYS-RUN (MONTH-PROGRAM-INDEX) GREATER THAN ZERO
      MOVE "FIRST " TO ME-POINT-LABEL
      MOVE MP-FIRST-DATE (MONTH-PROGRAM-INDEX)     TO ME-POINT-DATE
      MOVE MP-FIRST-RESULT-1 (MONTH-PROGRAM-INDEX) TO ME-POINT-1
      MOVE MP-FIRST-RESULT-2 (MONTH-PROGRAM-INDEX) TO ME-POINT-2
      WRITE SUMMARY-LINE FROM ME-POINT-LINE
      MOVE "LAST  " TO ME-POINT-LABEL
      MOVE MP-LAST-DATE (MONTH-PROGRAM-INDEX)      TO ME-POINT-DATE
      MOVE MP-LAST-RESULT-1 (MONTH-PROGRAM-INDEX)  TO ME-POINT-1
      MOVE MP-LAST-RESULT-2 (MONTH-PROGRAM-INDEX)  TO ME-POINT-2
      WRITE SUMMARY-LINE FROM ME-POINT-LINE
    END-IF

    MOVE 0 TO PERIOD-DAY
    PERFORM UNTIL PERIOD-DAY = PERIOD-LAST-DAY
      ADD 1 TO PERIOD-DAY
      IF PERIOD-WORKING-DAY (PERIOD-DAY)
         AND NOT MP-DAY-RUN (MONTH-PROGRAM-INDEX, PERIOD-DAY)
        COMPUTE ME-MISSING-DATE = CLOSE-PERIOD * 100 + PERIOD-DAY
        WRITE SUMMARY-LINE FROM ME-MISSING-LINE
      END-IF
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  APPEND-PERIOD-STATE SECTION.
    MOVE SPACES TO CLOSED-PERIOD-RECORD
    MOVE CLOSE-PERIOD      TO CP-PERIOD
    MOVE CLOSE-ACTION-TEXT TO CP-STATUS
    MOVE CLOSE-STAMP-DATE  TO CP-STAMP-DATE
    MOVE CLOSE-STAMP-TIME  TO CP-STAMP-TIME
    MOVE CLOSE-OPERATOR-ID TO CP-OPERATOR-ID
    MOVE CLOSE-REASON-TEXT TO CP-REASON

    *> Status 05 is the OPTIONAL file being created on first use.
    MOVE 'N' TO PERIOD-APPEND-FLAG
    OPEN EXTEND PERIOD-FILE
    IF PERIOD-FILE-STATUS EQUAL "00"
       OR PERIOD-FILE-STATUS EQUAL "05"
      WRITE PERIOD-LINE FROM CLOSED-PERIOD-RECORD
      IF PERIOD-FILE-STATUS EQUAL "00"
        MOVE 'Y' TO PERIOD-APPEND-FLAG
      END-IF
      CLOSE PERIOD-FILE
    END-IF

    IF PERIOD-STATE-NOT-RECORDED
      DISPLAY "PERIOD-CLOSE: CANNOT WRITE closed-periods.am,"
              " STATUS = " PERIOD-FILE-STATUS
              " - PERIOD STATE NOT CHANGED"
      MOVE 8 TO ALERT-SEVERITY
      MOVE SPACES TO ALERT-TEXT
      STRING "PERIOD "       DELIMITED BY SIZE
             CLOSE-PERIOD    DELIMITED BY SIZE
             " STATE NOT RECORDED - closed-periods.am" DELIMITED BY SIZE
        INTO ALERT-TEXT
      END-STRING
      PERFORM WRITE-OPERATOR-ALERT
      MOVE 8 TO RETURN-CODE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  RECORD-PERIOD-CHANGE SECTION.
    *> The audit file is opened before the state changes - a trail
    *> that cannot be written must stop the close or reopen, not be
    *> noticed after it - but the line itself goes out only once the
    *> state line is down, saying what actually happened.
    PERFORM OPEN-PERIOD-AUDIT
    PERFORM APPEND-PERIOD-STATE
    IF PERIOD-STATE-NOT-RECORDED
      MOVE "FAILED  " TO CLOSE-ACTION-TEXT
    END-IF
    PERFORM PUT-PERIOD-AUDIT-LINES
    CLOSE PERIOD-AUDIT-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-PERIOD-AUDIT SECTION.
    *> A refusal changes no state - its line goes straight out.
    PERFORM OPEN-PERIOD-AUDIT
    PERFORM PUT-PERIOD-AUDIT-LINES
    CLOSE PERIOD-AUDIT-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  OPEN-PERIOD-AUDIT SECTION.
    OPEN EXTEND PERIOD-AUDIT-FILE
    IF PERIOD-AUDIT-STATUS NOT EQUAL "00"
       AND PERIOD-AUDIT-STATUS NOT EQUAL "05"
      DISPLAY "PERIOD-CLOSE: CANNOT WRITE period-audit.am,"
              " STATUS = " PERIOD-AUDIT-STATUS " - NOTHING CHANGED"
      PERFORM RELEASE-HISTORY-LOCK
      MOVE 8 TO RETURN-CODE
      GOBACK
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  PUT-PERIOD-AUDIT-LINES SECTION.
    MOVE SPACES TO PERIOD-AUDIT-LINE
    STRING CLOSE-STAMP-DATE   DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           CLOSE-STAMP-TIME   DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           CLOSE-ACTION-TEXT  DELIMITED BY SIZE
           " "                DELIMITED BY SIZE
           CLOSE-PERIOD       DELIMITED BY SIZE
           " BY "             DELIMITED BY SIZE
           CLOSE-OPERATOR-ID  DELIMITED BY SPACE
           " REASON "         DELIMITED BY SIZE
           CLOSE-REASON-TEXT  DELIMITED BY "  "
      INTO PERIOD-AUDIT-LINE
    END-STRING
    WRITE PERIOD-AUDIT-LINE

    IF ACTION-REFUSED
      MOVE SPACES TO PERIOD-AUDIT-LINE
      STRING "  "                 DELIMITED BY SIZE
             CLOSE-MODE-TEXT      DELIMITED BY SPACE
             " REFUSED - "        DELIMITED BY SIZE
             REFUSAL-TEXT         DELIMITED BY "  "
        INTO PERIOD-AUDIT-LINE
      END-STRING
      WRITE PERIOD-AUDIT-LINE
    END-IF

    IF PERIOD-STATE-NOT-RECORDED AND NOT ACTION-REFUSED
      MOVE SPACES TO PERIOD-AUDIT-LINE
      STRING "  "                 DELIMITED BY SIZE
             CLOSE-MODE-TEXT      DELIMITED BY SPACE
             " NOT RECORDED - closed-periods.am STATUS "
                                  DELIMITED BY SIZE
             PERIOD-FILE-STATUS   DELIMITED BY SIZE
        INTO PERIOD-AUDIT-LINE
      END-STRING
      WRITE PERIOD-AUDIT-LINE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  COPY RUN-LOCK-CLAIM.

*> ----------------------------------------------- <*
  COPY PERIOD-CLOSE-CHECK.

*> ----------------------------------------------- <*
  COPY BUSINESS-CALENDAR-LOAD.

*> ----------------------------------------------- <*
  COPY OPERATOR-ALERT-WRITE.

*> === EOF ======================================= <*
