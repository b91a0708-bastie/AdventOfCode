             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-PARAMETERS-STATUS
      .
      *> Every transmission staged so far, with its control totals -
      *> how a resend of an earlier day is recognised. OPTIONAL so
      *> the first intake ever creates it.
      SELECT OPTIONAL INTAKE-REGISTER-FILE
             ASSIGN TO 'intake-register.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS INTAKE-REGISTER-STATUS
      .
      *> Operations' release cards for a transmission that really is
      *> identical to an earlier day's and must be staged anyway.
      SELECT OPTIONAL RELEASE-CARD-FILE
             ASSIGN TO 'intake-release.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RELEASE-CARD-STATUS
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
FD RUN-PARAMETERS-FILE.
  01 PARAMETER-CARD PIC X(80).

FD INTAKE-REGISTER-FILE.
  01 INTAKE-REGISTER-LINE PIC X(80).

FD RELEASE-CARD-FILE.
  01 RELEASE-CARD   PIC X(80).

FD ALERT-FILE.
  01 ALERT-LINE     PIC X(120).

WORKING-STORAGE SECTION.
    77 INBOUND-FILE-STATUS     PIC X(2).
    77 STAGED-FILE-STATUS      PIC X(2).
    77 LEVEL-TABLE-MAX     PIC 999 VALUE 250.

    *> Location lines carry exactly two positions, parsed the way
    *> DAY01-PUZZLE1's HANDLE-DATA-LINE does. A position is split
    *> off into a token one byte wider than the nine digits DAY01
    *> holds, so an over-width one is seen whole and rejected.
    01 LOCATION-ID.
      05 X-POSITION         PIC 9(9).
      05 Y-POSITION         PIC 9(9).
    77 POSITION-BUFFER      PIC X(10).
    77 MAX-POSITION-DIGITS  PIC 9(2) VALUE 9.
    77 OVERWIDTH-LINE-COUNT PIC 9(6) VALUE ZERO.

    *> --- Control totals for the trailer being stamped ---
    *> ACTUAL-RECORD-COUNT/ACTUAL-HASH-TOTAL are accumulated exactly
    *> Severity of this run for RETURN-CODE: 0 clean, 8 held.
    77 STEP-SEVERITY           PIC 9(2) VALUE ZERO.

    *> --- Duplicate-transmission detection ---
    *> A clean file whose record count and hash total match another
    *> business date's staged transmission from the same site and of
    *> the same type is that day's file sent again, and is held.
    *> A release card in intake-release.am lets operations stage a
    *> genuine repeat:
    *>
    *>   * type      date     site (blank on a single-source intake)
    *>   RELEASE LOCATIONS 20241203 NORTH
    COPY INTAKE-REGISTER.
    77 RELEASE-CARD-STATUS     PIC X(2).
    77 REGISTER-END-FLAG       PIC X.
      88 REGISTER-END VALUE 'Y'.
    77 DUPLICATE-STATE-FLAG    PIC X VALUE 'N'.
      88 NO-DUPLICATE       VALUE 'N'.
      88 DUPLICATE-HELD     VALUE 'H'.
      88 DUPLICATE-RELEASED VALUE 'R'.
    77 DUPLICATE-OF-DATE       PIC 9(8) VALUE ZERO.
    77 DUPLICATE-STAMP-DATE    PIC 9(8) VALUE ZERO.
    77 RELEASE-FOUND-FLAG      PIC X VALUE 'N'.
      88 RELEASE-CARD-FOUND VALUE 'Y'.
    77 RELEASE-KEYWORD         PIC X(10).
    77 RELEASE-TYPE-TEXT       PIC X(10).
    77 RELEASE-DATE-TEXT       PIC X(10).
    77 RELEASE-SITE-ID         PIC X(8).
    77 INTAKE-STAMP-DATE       PIC 9(8).
    77 INTAKE-STAMP-TIME       PIC 9(8).

    *> --- Central operator alerts ---
    COPY OPERATOR-ALERT.

    *> --- Central run parameters (runparms.am control cards) ---
    *> The staged extract is named from the same LOCATIONS-PREFIX/
    *> REPORTS-PREFIX stems NIGHTLY-CONTROL's BUILD-EXTRACT-NAMES
  MASTER SECTION.

    INIT. *> PARAGRAPH -------------------------
      MOVE "EXTRACT-INTAKE" TO ALERT-PROGRAM-NAME
      ACCEPT INTAKE-STAMP-DATE FROM DATE YYYYMMDD
      ACCEPT INTAKE-STAMP-TIME FROM TIME
      PERFORM LOAD-RUN-PARAMETERS

      MOVE SPACES TO INBOUND-FILE-NAME
          WRITE HOLD-REPORT-LINE
          MOVE 8 TO STEP-SEVERITY
        ELSE
          *> A clean file can still be yesterday's sent again - it
          *> balances perfectly, so only the register can tell.
          PERFORM CHECK-DUPLICATE-TRANSMISSION
          IF DUPLICATE-HELD
            MOVE 8 TO STEP-SEVERITY
          ELSE
            *> Second pass: copy the validated lines into the dated
            *> extract and stamp the reconciled trailer after them.
            PERFORM STAGE-VALIDATED-EXTRACT
            IF STEP-SEVERITY EQUAL ZERO
              PERFORM RECORD-INTAKE-REGISTER
            END-IF
          END-IF
        END-IF
      END-IF
    . *> END PARAGRAPH
*> ----------------------------------------------- <*
  VALIDATE-LOCATION-LINE SECTION.
    *> A location line must carry exactly two numeric positions, each
    *> fitting the PIC 9(9) fields DAY01-PUZZLE1's UNSTRING hands them
    *> to - DAY01 would reject an oversized position, so it is
    *> rejected here instead, before it reaches a staged extract.
    MOVE ZERO TO TOKEN-COUNT
    MOVE ZERO TO X-POSITION
    MOVE ZERO TO Y-POSITION
    MOVE 1 TO UNSTRING-POINTER
    PERFORM UNTIL UNSTRING-POINTER > LENGTH OF INBOUND-LINE
                  OR LINE-INVALID
      MOVE SPACES TO POSITION-BUFFER
      UNSTRING INBOUND-LINE DELIMITED BY SPACE
          INTO POSITION-BUFFER COUNT IN TOKEN-LENGTH
          WITH POINTER UNSTRING-POINTER
      END-UNSTRING

      IF TOKEN-LENGTH GREATER THAN ZERO
        EVALUATE TRUE
          WHEN TOKEN-LENGTH GREATER THAN MAX-POSITION-DIGITS
            MOVE 'N' TO LINE-VALID-FLAG
            MOVE "POSITION LONGER THAN 9 DIGITS" TO FAILURE-REASON
            ADD 1 TO OVERWIDTH-LINE-COUNT
          WHEN POSITION-BUFFER (1 : TOKEN-LENGTH) NOT NUMERIC
            MOVE 'N' TO LINE-VALID-FLAG
            MOVE "NON-NUMERIC POSITION" TO FAILURE-REASON
          WHEN OTHER
            ADD 1 TO TOKEN-COUNT
            IF TOKEN-COUNT EQUAL 1
              MOVE POSITION-BUFFER (1 : TOKEN-LENGTH) TO X-POSITION
            END-IF
            IF TOKEN-COUNT EQUAL 2
              MOVE POSITION-BUFFER (1 : TOKEN-LENGTH) TO Y-POSITION
            END-IF
        END-EVALUATE
      END-IF
    END-IF

    *> Accumulate the hash exactly as DAY01's HANDLE-DATA-LINE does:
    *> one per record, both positions into the hash total. A file
    *> whose hash would outgrow the trailer's 15 digits cannot be
    *> stamped with a true one, so the line that tips it over holds
    *> the file.
    IF LINE-VALID
      ADD 1 TO ACTUAL-RECORD-COUNT
      ADD X-POSITION Y-POSITION TO ACTUAL-HASH-TOTAL
        ON SIZE ERROR
          MOVE 'N' TO LINE-VALID-FLAG
          MOVE "HASH TOTAL PAST 15 DIGITS" TO FAILURE-REASON
      END-ADD
    END-IF
  . *>END SECTION

      INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE

    IF OVERWIDTH-LINE-COUNT GREATER THAN ZERO
      MOVE SPACES TO HOLD-REPORT-LINE
      STRING OVERWIDTH-LINE-COUNT DELIMITED BY SIZE
             " LINE(S) CARRY A POSITION LONGER THAN 9 DIGITS"
                                  DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
      END-STRING
      WRITE HOLD-REPORT-LINE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  CHECK-DUPLICATE-TRANSMISSION SECTION.
    *> Scan the whole register; the latest matching line names the
    *> date this transmission repeats.
    MOVE 'N' TO DUPLICATE-STATE-FLAG
    OPEN INPUT INTAKE-REGISTER-FILE
    IF INTAKE-REGISTER-STATUS EQUAL "00"
      MOVE 'N' TO REGISTER-END-FLAG
      PERFORM REGISTER-SCAN-LOOP UNTIL REGISTER-END
    END-IF
    CLOSE INTAKE-REGISTER-FILE

    IF DUPLICATE-HELD
      PERFORM CHECK-RELEASE-CARD
      IF RELEASE-CARD-FOUND
        MOVE 'R' TO DUPLICATE-STATE-FLAG
      END-IF
      PERFORM REPORT-DUPLICATE-TRANSMISSION
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  REGISTER-SCAN-LOOP SECTION.
    READ INTAKE-REGISTER-FILE INTO INTAKE-REGISTER-RECORD
      AT END
        MOVE 'Y' TO REGISTER-END-FLAG
      NOT AT END
        IF IR-BUSINESS-DATE IS NUMERIC
           AND IR-RECORD-COUNT IS NUMERIC
           AND IR-HASH-TOTAL IS NUMERIC
          IF IR-SITE-ID EQUAL INTAKE-SITE-ID
             AND IR-INTAKE-TYPE EQUAL INTAKE-TYPE-TEXT
             AND IR-BUSINESS-DATE NOT EQUAL INTAKE-DATE
             AND IR-RECORD-COUNT EQUAL ACTUAL-RECORD-COUNT
             AND IR-HASH-TOTAL EQUAL ACTUAL-HASH-TOTAL
            MOVE 'H' TO DUPLICATE-STATE-FLAG
            MOVE IR-BUSINESS-DATE TO DUPLICATE-OF-DATE
            MOVE IR-STAMP-DATE    TO DUPLICATE-STAMP-DATE
          END-IF
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  CHECK-RELEASE-CARD SECTION.
    *> RELEASE <type> <date> [<site>], '*' lines are comments. A card
    *> releases exactly one site's transmission for one date.
    MOVE 'N' TO RELEASE-FOUND-FLAG
    OPEN INPUT RELEASE-CARD-FILE
    IF RELEASE-CARD-STATUS EQUAL "00"
      MOVE 'N' TO REGISTER-END-FLAG
      PERFORM RELEASE-CARD-LOOP UNTIL REGISTER-END
    END-IF
    CLOSE RELEASE-CARD-FILE
  . *>END SECTION

*> ----------------------------------------------- <*
  RELEASE-CARD-LOOP SECTION.
    READ RELEASE-CARD-FILE
      AT END
        MOVE 'Y' TO REGISTER-END-FLAG
      NOT AT END
        IF RELEASE-CARD NOT EQUAL SPACES
           AND RELEASE-CARD (1 : 1) NOT EQUAL "*"
          MOVE SPACES TO RELEASE-KEYWORD
          MOVE SPACES TO RELEASE-TYPE-TEXT
          MOVE SPACES TO RELEASE-DATE-TEXT
          MOVE SPACES TO RELEASE-SITE-ID
          UNSTRING RELEASE-CARD DELIMITED BY ALL SPACE
              INTO RELEASE-KEYWORD
                   RELEASE-TYPE-TEXT
                   RELEASE-DATE-TEXT
                   RELEASE-SITE-ID
          END-UNSTRING
          IF RELEASE-KEYWORD EQUAL "RELEASE   "
             AND RELEASE-TYPE-TEXT EQUAL INTAKE-TYPE-TEXT
             AND RELEASE-DATE-TEXT (1 : 8) EQUAL INTAKE-DATE
             AND RELEASE-SITE-ID EQUAL INTAKE-SITE-ID
            MOVE 'Y' TO RELEASE-FOUND-FLAG
          END-IF
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  REPORT-DUPLICATE-TRANSMISSION SECTION.
    MOVE SPACES TO HOLD-REPORT-LINE
    STRING "DUPLICATE TRANSMISSION: COUNT " DELIMITED BY SIZE
           ACTUAL-RECORD-COUNT  DELIMITED BY SIZE
           " HASH "             DELIMITED BY SIZE
           ACTUAL-HASH-TOTAL    DELIMITED BY SIZE
           " MATCH "            DELIMITED BY SIZE
           DUPLICATE-OF-DATE    DELIMITED BY SIZE
           " (STAGED "          DELIMITED BY SIZE
           DUPLICATE-STAMP-DATE DELIMITED BY SIZE
           ")"                  DELIMITED BY SIZE
      INTO HOLD-REPORT-LINE
    END-STRING
    WRITE HOLD-REPORT-LINE

    MOVE INTAKE-DATE TO ALERT-RUN-DATE
    MOVE SPACES TO ALERT-TEXT
    IF DUPLICATE-RELEASED
      MOVE "RELEASED BY OPERATIONS CARD - STAGED AS A GENUINE REPEAT"
        TO HOLD-REPORT-LINE
      WRITE HOLD-REPORT-LINE
      MOVE 4 TO ALERT-SEVERITY
      STRING "REPEAT OF "       DELIMITED BY SIZE
             DUPLICATE-OF-DATE  DELIMITED BY SIZE
             " RELEASED BY CARD " DELIMITED BY SIZE
             INTAKE-SITE-ID     DELIMITED BY SPACE
        INTO ALERT-TEXT
      END-STRING
    ELSE
      MOVE SPACES TO HOLD-REPORT-LINE
      STRING "FILE HELD: DUPLICATE OF " DELIMITED BY SIZE
             DUPLICATE-OF-DATE          DELIMITED BY SIZE
             " - NOTHING STAGED; RELEASE CARD IN intake-release.am"
                                        DELIMITED BY SIZE
             " STAGES A GENUINE REPEAT" DELIMITED BY SIZE
        INTO HOLD-REPORT-LINE
      END-STRING
      WRITE HOLD-REPORT-LINE
      DISPLAY "EXTRACT-INTAKE: " INBOUND-FILE-NAME
              " DUPLICATES THE " DUPLICATE-OF-DATE " TRANSMISSION"
      MOVE 8 TO ALERT-SEVERITY
      STRING "DUPLICATE OF "    DELIMITED BY SIZE
             DUPLICATE-OF-DATE  DELIMITED BY SIZE
             " TRANSMISSION HELD " DELIMITED BY SIZE
             INTAKE-SITE-ID     DELIMITED BY SPACE
             " "                DELIMITED BY SIZE
             INTAKE-TYPE-TEXT   DELIMITED BY SPACE
        INTO ALERT-TEXT
      END-STRING
    END-IF
    PERFORM WRITE-OPERATOR-ALERT
  . *>END SECTION

*> ----------------------------------------------- <*
  RECORD-INTAKE-REGISTER SECTION.
    MOVE SPACES TO INTAKE-REGISTER-RECORD
    MOVE INTAKE-DATE         TO IR-BUSINESS-DATE
    MOVE INTAKE-SITE-ID      TO IR-SITE-ID
    MOVE INTAKE-TYPE-TEXT    TO IR-INTAKE-TYPE
    MOVE ACTUAL-RECORD-COUNT TO IR-RECORD-COUNT
    MOVE ACTUAL-HASH-TOTAL   TO IR-HASH-TOTAL
    MOVE INTAKE-STAMP-DATE   TO IR-STAMP-DATE
    MOVE INTAKE-STAMP-TIME   TO IR-STAMP-TIME
    IF DUPLICATE-RELEASED
      MOVE "RELEASED" TO IR-STAGE-STATUS
    ELSE
      MOVE "STAGED  " TO IR-STAGE-STATUS
    END-IF

    *> Status 05 is the OPTIONAL register being created on first
    *> use. The extract is already staged; a register that cannot
    *> be written only weakens tomorrow's duplicate check.
    OPEN EXTEND INTAKE-REGISTER-FILE
    IF INTAKE-REGISTER-STATUS EQUAL "00"
       OR INTAKE-REGISTER-STATUS EQUAL "05"
      WRITE INTAKE-REGISTER-LINE FROM INTAKE-REGISTER-RECORD
      CLOSE INTAKE-REGISTER-FILE
    ELSE
      DISPLAY "EXTRACT-INTAKE: intake-register.am NOT UPDATED,"
              " STATUS = " INTAKE-REGISTER-STATUS
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
*> ----------------------------------------------- <*
  COPY RUN-PARAMETERS-LOAD.

*> ----------------------------------------------- <*
  COPY OPERATOR-ALERT-WRITE.

*> === EOF ======================================= <*
