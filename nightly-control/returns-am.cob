IDENTIFICATION DIVISION.
PROGRAM-ID. SITE-RETURNS.
AUTHOR. Sebastian Ritter <bastie@users.noreply.github.com>.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> EXTRACT-INTAKE's validation report for one site's inbound
      *> transmission, <prefix><SITE>-<date>.am-hold.am - written
      *> for every intake run, held or clean.
      SELECT HOLD-REPORT-FILE
             ASSIGN TO DYNAMIC HOLD-REPORT-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS HOLD-REPORT-STATUS
      .
      *> Opened only to prove a site's staged file exists when no
      *> hold report does - a file dropped in without an intake run
      *> was still received.
      SELECT STAGED-PROBE-FILE
             ASSIGN TO DYNAMIC STAGED-PROBE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS STAGED-PROBE-STATUS
      .
      *> The night's DAY02-PUZZLE1 and DAY01-PUZZLE1 outputs, read as
      *> the chain left them for this business date.
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
      SELECT DISCREPANCY-FILE
             ASSIGN TO DYNAMIC DISCREPANCY-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS DISCREPANCY-FILE-STATUS
      .
      *> The reports extract's site manifest, so a diagnostic that
      *> only carries its merged record number can be traced to the
      *> site that sent the report.
      SELECT MANIFEST-FILE
             ASSIGN TO DYNAMIC MANIFEST-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS MANIFEST-FILE-STATUS
      .
      *> One return file per site per business date,
      *> return-<SITE>-<date>.am, sent back to the collection site.
      SELECT RETURN-FILE
             ASSIGN TO DYNAMIC RETURN-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RETURN-FILE-STATUS
      .
      *> Running register of every return file cut, the proof each
      *> site was told. OPTIONAL so the first night ever creates it.
      SELECT OPTIONAL OUTBOUND-REGISTER-FILE
             ASSIGN TO DYNAMIC OUTBOUND-REGISTER-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS OUTBOUND-REGISTER-STATUS
      .
      SELECT RUN-PARAMETERS-FILE
             ASSIGN TO DYNAMIC RUN-PARAMETERS-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS RUN-PARAMETERS-STATUS
      .
      *> Working-day calendar: a site on its own holiday was not
      *> expected to transmit, and is told so rather than chased.
      SELECT CALENDAR-FILE
             ASSIGN TO 'businesscal.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS CALENDAR-FILE-STATUS
      .
      *> Central operator-alert file, written alongside the console
      *> messages so they survive the scroll-back.
      SELECT OPTIONAL ALERT-FILE
             ASSIGN TO DYNAMIC ALERT-FILE-NAME
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS ALERT-FILE-STATUS
      .

DATA DIVISION.
FILE SECTION.
FD HOLD-REPORT-FILE.
  01 HOLD-REPORT-LINE PIC X(132).

FD STAGED-PROBE-FILE.
  01 STAGED-PROBE-LINE PIC X(500).

FD REJECT-FILE.
  01 REJECT-LINE      PIC X(548).

FD DIAGNOSTICS-FILE.
  01 DIAGNOSTIC-LINE  PIC X(80).

FD DISCREPANCY-FILE.
  01 DISCREPANCY-LINE PIC X(80).

FD MANIFEST-FILE.
  01 MANIFEST-LINE    PIC X(60).

FD RETURN-FILE.
  01 RETURN-LINE      PIC X(132).

FD OUTBOUND-REGISTER-FILE.
  01 OUTBOUND-REGISTER-LINE PIC X(132).

FD RUN-PARAMETERS-FILE.
  01 PARAMETER-CARD PIC X(80).

FD CALENDAR-FILE.
  01 CALENDAR-LINE  PIC X(40).

FD ALERT-FILE.
  01 ALERT-LINE     PIC X(120).

WORKING-STORAGE SECTION.
    77 HOLD-REPORT-STATUS      PIC X(2).
    77 STAGED-PROBE-STATUS     PIC X(2).
    77 REJECT-FILE-STATUS      PIC X(2).
    77 DIAGNOSTICS-FILE-STATUS PIC X(2).
    77 DISCREPANCY-FILE-STATUS PIC X(2).
    77 RETURN-FILE-STATUS      PIC X(2).

    77 HOLD-REPORT-NAME        PIC X(92).
    77 STAGED-PROBE-NAME       PIC X(92).
    77 REJECT-FILE-NAME        PIC X(92).
    77 DIAGNOSTICS-FILE-NAME   PIC X(92).
    77 DISCREPANCY-FILE-NAME   PIC X(92).
    77 RETURN-FILE-NAME        PIC X(92).

    *> RETURN_DATE names the business date the returns are cut for
    *> (default today) - the date whose extracts the chain just ran.
    77 RETURN-DATE-TEXT        PIC X(10).
    77 RETURN-DATE             PIC 9(8).
    77 RETURN-STAMP-DATE       PIC 9(8).
    77 RETURN-STAMP-TIME       PIC 9(8).

    *> The sites to return to: RETURN_SITES overrides the SITE-LIST
    *> card for a one-off run, both comma-separated, exactly as
    *> SITE-CONSOLIDATE reads them.
    77 SITE-LIST-TEXT          PIC X(40).

    *> --- Configured-site roster and what each site is told ---
    *> SITE-INTAKE-STATE holds the outcome of the site's LOCATIONS
    *> (1) and REPORTS (2) transmissions: clean, held at intake, not
    *> received at all, or not expected on the site's holiday.
    77 SITE-COUNT              PIC 9(2) VALUE ZERO.
    77 SITE-MAX                PIC 9(2) VALUE 10.
    01 SITE-TABLE-ENTRIES.
      05 SITE-ENTRY OCCURS 10.
        10 SITE-ID-VALUE          PIC X(8).
        10 SITE-INTAKE-STATE      PIC X OCCURS 2.
          88 INTAKE-CLEAN         VALUE 'C'.
          88 INTAKE-HELD          VALUE 'H'.
          88 INTAKE-NOT-RECEIVED  VALUE 'N'.
          88 INTAKE-NOT-EXPECTED  VALUE 'V'.
        10 SITE-HELD-FILES        PIC 9(2).
        10 SITE-HELD-LINES        PIC 9(5).
        10 SITE-REJECT-COUNT      PIC 9(5).
        10 SITE-DIAGNOSTIC-COUNT  PIC 9(5).
        10 SITE-DISCREPANCY-COUNT PIC 9(5).
        10 SITE-UNRECEIVED-COUNT  PIC 9(1).
        10 SITE-EXPECTED-COUNT    PIC 9(1).
    77 SITE-INDEX              PIC 9(2).
    77 SITE-PARSE-POINTER      PIC 9(3).
    77 SITE-TOKEN              PIC X(8).
    77 SITE-TOKEN-LENGTH       PIC 9(3).

    *> The two intake types, in SITE-INTAKE-STATE order.
    77 INTAKE-TYPE-INDEX       PIC 9(1).
    01 INTAKE-TYPE-NAMES-DATA  PIC X(18) VALUE "LOCATIONSREPORTS  ".
    01 INTAKE-TYPE-NAMES REDEFINES INTAKE-TYPE-NAMES-DATA.
      05 INTAKE-TYPE-NAME PIC X(9) OCCURS 2.

    *> --- Dateisteuerung ---
    77 FILE-END PIC X VALUE 'Y'.
    01 FILE-END-FLAG PIC X VALUE LOW-VALUE.
      88 FILE-END-TRUE VALUE 'Y'.

    *> Every source file is read twice: a counting pass over all
    *> sites, so each return's header can carry its counts, then a
    *> writing pass per site that copies out only that site's lines.
    77 PASS-MODE-FLAG          PIC X.
      88 COUNTING-PASS VALUE 'C'.
      88 WRITING-PASS  VALUE 'W'.

    *> The site a source line belongs to, and its SITE-ENTRY
    *> occurrence (ZERO when the site is not on tonight's roster).
    77 LINE-SITE-ID            PIC X(8).
    77 LINE-SITE-INDEX         PIC 9(2).
    77 LOCATE-INDEX            PIC 9(2).

    *> --- Hold report reading ---
    77 HOLD-LINE-NUMBER        PIC 9(5).
    77 HOLD-RECORD-LINES       PIC 9(5).
    77 HOLD-CLEAN-FLAG         PIC X.
      88 HOLD-FILE-CLEAN VALUE 'Y'.
      88 HOLD-FILE-HELD  VALUE 'N'.

    *> --- Reject line parsing ---
    *> "<record> [SITE=<id> ]<reason> - <report line>" as DAY02
    *> writes it; the return carries everything after the site tag.
    77 REJECT-POINTER          PIC 9(3).
    77 REJECT-NUMBER-TEXT      PIC X(6).
    *> A reject line is wider than a return line: its text is laid
    *> into RETURN-TEXT a piece at a time, the rest carried on
    *> indented continuation lines.
    77 REJECT-TEXT-END         PIC 9(3).
    77 REJECT-PIECE-LENGTH     PIC 9(3).
    77 RETURN-TEXT-POINTER     PIC 9(3).

    *> --- Discrepancy report reading ---
    *> Only the ranked pairs are returned: the lines after the
    *> TOP PAIR DISCREPANCIES title, up to the blank line ending them.
    77 DISCREPANCY-PART-FLAG   PIC X.
      88 BEFORE-RANKING VALUE 'B'.
      88 IN-RANKING     VALUE 'R'.
      88 AFTER-RANKING  VALUE 'A'.
    01 RETURN-DISCREPANCY-HEADING.
      05 FILLER               PIC X(38)
         VALUE "RANK      ALL-X       ALL-Y DIFFERENCE".

    *> --- Return file layout ---
    *> Fixed-layout header and trailer around the site's evidence,
    *> so the site can check it received the whole file: the trailer
    *> carries the count of lines between the two and repeats the
    *> header's counts.
    *>
    *>   RETURN  20241202 NORTH    ISSUES    HELD 01/00012 REJECTED ...
    *>   ...
    *>   TRAILER 0000031 HELD 01/00012 REJECTED ...
    01 RETURN-HEADER-RECORD.
      05 FILLER               PIC X(8) VALUE "RETURN  ".
      05 RHDR-BUSINESS-DATE   PIC 9(8).
      05 FILLER               PIC X(1) VALUE SPACE.
      05 RHDR-SITE-ID         PIC X(8).
      05 FILLER               PIC X(1) VALUE SPACE.
      05 RHDR-RETURN-STATUS   PIC X(9).
      05 RHDR-COUNTS.
        10 FILLER             PIC X(6) VALUE " HELD ".
        10 RHDR-HELD-FILES    PIC 9(2).
        10 FILLER             PIC X(1) VALUE "/".
        10 RHDR-HELD-LINES    PIC 9(5).
        10 FILLER             PIC X(10) VALUE " REJECTED ".
        10 RHDR-REJECTED      PIC 9(5).
        10 FILLER             PIC X(11) VALUE " DIAGNOSED ".
        10 RHDR-DIAGNOSED     PIC 9(5).
        10 FILLER             PIC X(15) VALUE " DISCREPANCIES ".
        10 RHDR-DISCREPANCIES PIC 9(5).
        10 FILLER             PIC X(14) VALUE " NOT RECEIVED ".
        10 RHDR-NOT-RECEIVED  PIC 9(1).
    01 RETURN-TRAILER-RECORD.
      05 FILLER               PIC X(8) VALUE "TRAILER ".
      05 RTRL-LINE-COUNT      PIC 9(7).
      05 RTRL-COUNTS          PIC X(80).

    77 RETURN-TEXT             PIC X(132).
    77 RETURN-LINE-COUNT       PIC 9(7).
    77 SITE-ISSUE-TOTAL        PIC 9(7).

    *> --- Run totals for the completion hand-back ---
    *> Lines read from the night's reject, diagnostics and
    *> discrepancy files; those naming no site on the roster cannot
    *> be sent anywhere and degrade the step.
    77 SOURCE-LINE-COUNT       PIC 9(7) VALUE ZERO.
    77 UNATTRIBUTED-LINE-COUNT PIC 9(7) VALUE ZERO.
    77 RETURNS-WRITTEN         PIC 9(2) VALUE ZERO.
    77 RETURNS-WITH-ISSUES     PIC 9(2) VALUE ZERO.
    77 REGISTER-OPEN-FLAG      PIC X VALUE 'N'.
      88 REGISTER-OPEN VALUE 'Y'.

    *> Outbound register line layout and file name.
    COPY OUTBOUND-REGISTER.

    *> Manifest record layout shared with the manifest readers.
    COPY SITE-MANIFEST.

    *> --- Business calendar ---
    COPY BUSINESS-CALENDAR.

    *> --- Central operator alerts ---
    COPY OPERATOR-ALERT.

    *> Severity: 0 clean, 4 degraded (lines no site could be sent,
    *> register not updated), 8 failed (a return not written).
    77 STEP-SEVERITY           PIC 9(2) VALUE ZERO.

    *> --- Central run parameters (runparms.am control cards) ---
    COPY RUN-PARAMETERS.

    *> Completion status handed back to NIGHTLY-CONTROL through the
    *> STEP_STATUS environment value when it drives the step.
    COPY STEP-COMPLETION.

    *> A shadow night reads the shadow- reports the chain wrote and
    *> cuts shadow- returns and register; the hold reports belong to
    *> intake and are read as they stand.
    COPY SHADOW-RUN.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*
  MASTER SECTION.

    INIT. *> PARAGRAPH -------------------------
      MOVE "SITE-RETURNS" TO ALERT-PROGRAM-NAME
      PERFORM RESOLVE-SHADOW-RUN
      PERFORM LOAD-RUN-PARAMETERS
      PERFORM LOAD-BUSINESS-CALENDAR
      ACCEPT RETURN-STAMP-DATE FROM DATE YYYYMMDD
      ACCEPT RETURN-STAMP-TIME FROM TIME

      MOVE RETURN-STAMP-DATE TO RETURN-DATE
      MOVE SPACES TO RETURN-DATE-TEXT
      ACCEPT RETURN-DATE-TEXT FROM ENVIRONMENT "RETURN_DATE"
      IF RETURN-DATE-TEXT (1 : 8) IS NUMERIC
        MOVE RETURN-DATE-TEXT (1 : 8) TO RETURN-DATE
      END-IF
      MOVE RETURN-DATE TO ALERT-RUN-DATE

      MOVE SPACES TO SITE-LIST-TEXT
      ACCEPT SITE-LIST-TEXT FROM ENVIRONMENT "RETURN_SITES"
      IF SITE-LIST-TEXT EQUAL SPACES
        MOVE PARM-SITE-LIST TO SITE-LIST-TEXT
      END-IF

      PERFORM PARSE-SITE-LIST
      IF SITE-COUNT EQUAL ZERO
        DISPLAY "SITE-RETURNS: NO SITES CONFIGURED - SET THE"
                " SITE-LIST CARD OR RETURN_SITES"
        MOVE 8 TO STEP-SEVERITY
        PERFORM REPORT-STEP-COMPLETION
        GOBACK
      END-IF

      PERFORM BUILD-SOURCE-NAMES
      PERFORM LOAD-SITE-MANIFEST

      *> Nobody transmits on a shop-wide non-working date, so every
      *> site's return says so instead of listing two missing files.
      MOVE RETURN-DATE TO CHECK-DATE
      PERFORM CHECK-WORKING-DATE
    . *> END PARAGRAPH

    MAIN. *> PARAGRAPH -------------------------
      *> Counting pass: what every site's intake came to, then each
      *> night output split by site, before a single return is cut.
      PERFORM CHECK-SITE-INTAKE
              VARYING SITE-INDEX FROM 1 BY 1
              UNTIL SITE-INDEX GREATER THAN SITE-COUNT

      MOVE 'C' TO PASS-MODE-FLAG
      PERFORM SCAN-REJECT-FILE
      PERFORM SCAN-DIAGNOSTICS-FILE
      PERFORM SCAN-DISCREPANCY-FILE

      IF UNATTRIBUTED-LINE-COUNT GREATER THAN ZERO
        DISPLAY "*** SITE-RETURNS: " UNATTRIBUTED-LINE-COUNT
                " LINE(S) NAME NO CONFIGURED SITE - NOT RETURNED"
        MOVE 4 TO STEP-SEVERITY
        MOVE 4 TO ALERT-SEVERITY
        MOVE SPACES TO ALERT-TEXT
        STRING UNATTRIBUTED-LINE-COUNT DELIMITED BY SIZE
               " LINE(S) NAME NO CONFIGURED SITE - NOT RETURNED"
                                       DELIMITED BY SIZE
          INTO ALERT-TEXT
        END-STRING
        PERFORM WRITE-OPERATOR-ALERT
      END-IF

      *> Status 05 is the OPTIONAL register being created on first
      *> use. The returns are still cut without it - the sites need
      *> them more than we need the record of sending them.
      OPEN EXTEND OUTBOUND-REGISTER-FILE
      IF OUTBOUND-REGISTER-STATUS EQUAL "00"
         OR OUTBOUND-REGISTER-STATUS EQUAL "05"
        MOVE 'Y' TO REGISTER-OPEN-FLAG
      ELSE
        DISPLAY "*** SITE-RETURNS: " OUTBOUND-REGISTER-NAME
                " NOT UPDATED, STATUS = " OUTBOUND-REGISTER-STATUS
        IF STEP-SEVERITY LESS THAN 4
          MOVE 4 TO STEP-SEVERITY
        END-IF
      END-IF

      MOVE 'W' TO PASS-MODE-FLAG
      PERFORM WRITE-ONE-RETURN
              VARYING SITE-INDEX FROM 1 BY 1
              UNTIL SITE-INDEX GREATER THAN SITE-COUNT

      IF REGISTER-OPEN
        CLOSE OUTBOUND-REGISTER-FILE
      END-IF
    . *> END PARAGRAPH

    DEINIT. *> PARAGRAPH -----------------------
      DISPLAY "SITE-RETURNS: " RETURNS-WRITTEN " RETURN FILE(S) FOR "
              RETURN-DATE ", " RETURNS-WITH-ISSUES " WITH ISSUES"
      PERFORM REPORT-STEP-COMPLETION
    . *> END PARAGRAPH

    GOBACK
    STOP RUN
  . *>END SECTION

*> ----------------------------------------------- <*
  REPORT-STEP-COMPLETION SECTION.
    *> Hand the step's completion status back the way the chained
    *> day programs do, so NIGHTLY-CONTROL can audit the step.
    MOVE STEP-SEVERITY TO RETURN-CODE
    MOVE SOURCE-LINE-COUNT TO SC-RECORDS-READ
    COMPUTE SC-RECORDS-ACCEPTED =
            SOURCE-LINE-COUNT - UNATTRIBUTED-LINE-COUNT
    MOVE UNATTRIBUTED-LINE-COUNT TO SC-RECORDS-REJECTED
    MOVE STEP-SEVERITY       TO SC-SEVERITY-CODE
    DISPLAY "STEP_STATUS" UPON ENVIRONMENT-NAME
    DISPLAY STEP-COMPLETION-AREA UPON ENVIRONMENT-VALUE
  . *>END SECTION

*> ----------------------------------------------- <*
  PARSE-SITE-LIST SECTION.
    *> Comma-separated site ids, up to SITE-MAX of them, each at
    *> most eight characters - the width the manifest and the reject
    *> annotations carry.
    MOVE ZERO TO SITE-COUNT
    MOVE 1 TO SITE-PARSE-POINTER
    PERFORM SITE-LIST-TOKEN-LOOP
            UNTIL SITE-PARSE-POINTER GREATER THAN
                  LENGTH OF SITE-LIST-TEXT
  . *>END SECTION

*> ----------------------------------------------- <*
  SITE-LIST-TOKEN-LOOP SECTION.
    MOVE SPACES TO SITE-TOKEN
    UNSTRING SITE-LIST-TEXT DELIMITED BY "," OR ALL SPACE
        INTO SITE-TOKEN COUNT IN SITE-TOKEN-LENGTH
        WITH POINTER SITE-PARSE-POINTER
    END-UNSTRING
    IF SITE-TOKEN-LENGTH GREATER THAN ZERO
       AND SITE-TOKEN-LENGTH NOT GREATER THAN 8
      IF SITE-COUNT LESS THAN SITE-MAX
        ADD 1 TO SITE-COUNT
        INITIALIZE SITE-ENTRY (SITE-COUNT)
        MOVE SITE-TOKEN TO SITE-ID-VALUE (SITE-COUNT)
      ELSE
        DISPLAY "SITE-RETURNS: MORE THAN " SITE-MAX
                " SITES CONFIGURED, EXTRAS IGNORED"
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  BUILD-SOURCE-NAMES SECTION.
    *> The night outputs under the names this run's chain wrote
    *> them; the manifest hangs off the reports extract exactly as
    *> SITE-CONSOLIDATE's BUILD-MERGED-NAMES builds it.
    MOVE "reject.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO REJECT-FILE-NAME
    MOVE "diagnostics.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO DIAGNOSTICS-FILE-NAME
    MOVE "discrepancy.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO DISCREPANCY-FILE-NAME
    MOVE "outbound-register.am" TO SHADOW-NAME-BASE
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO OUTBOUND-REGISTER-NAME

    MOVE SPACES TO SHADOW-NAME-BASE
    STRING PARM-REPORTS-PREFIX DELIMITED BY SPACE
           RETURN-DATE         DELIMITED BY SIZE
           ".am"               DELIMITED BY SIZE
      INTO SHADOW-NAME-BASE
    END-STRING
    PERFORM BUILD-SHADOW-NAME
    MOVE SPACES TO MANIFEST-FILE-NAME
    STRING SHADOW-NAME-RESULT DELIMITED BY SPACE
           "-sites.am"        DELIMITED BY SIZE
      INTO MANIFEST-FILE-NAME
    END-STRING
  . *>END SECTION

*> ----------------------------------------------- <*
  BUILD-INTAKE-NAMES SECTION.
    *> The staged per-site name EXTRACT-INTAKE's BUILD-STAGED-NAME
    *> writes, and the hold report it hangs off it.
    MOVE SPACES TO STAGED-PROBE-NAME
    IF INTAKE-TYPE-INDEX EQUAL 1
      STRING PARM-LOCATIONS-PREFIX DELIMITED BY SPACE
             SITE-ID-VALUE (SITE-INDEX) DELIMITED BY SPACE
             "-" DELIMITED BY SIZE
             RETURN-DATE DELIMITED BY SIZE
             ".am" DELIMITED BY SIZE
        INTO STAGED-PROBE-NAME
      END-STRING
    ELSE
      STRING PARM-REPORTS-PREFIX DELIMITED BY SPACE
             SITE-ID-VALUE (SITE-INDEX) DELIMITED BY SPACE
             "-" DELIMITED BY SIZE
             RETURN-DATE DELIMITED BY SIZE
             ".am" DELIMITED BY SIZE
        INTO STAGED-PROBE-NAME
      END-STRING
    END-IF

    MOVE SPACES TO HOLD-REPORT-NAME
    STRING STAGED-PROBE-NAME DELIMITED BY SPACE
           "-hold.am"        DELIMITED BY SIZE
      INTO HOLD-REPORT-NAME
    END-STRING
  . *>END SECTION

*> ----------------------------------------------- <*
  CHECK-SITE-INTAKE SECTION.
    PERFORM VARYING INTAKE-TYPE-INDEX FROM 1 BY 1
            UNTIL INTAKE-TYPE-INDEX GREATER THAN 2
      PERFORM CHECK-ONE-INTAKE
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  CHECK-ONE-INTAKE SECTION.
    *> A hold report without a FILE CLEAN line is a transmission
    *> held at intake. No hold report and no staged file means
    *> nothing arrived - unless nothing was expected that day.
    PERFORM BUILD-INTAKE-NAMES
    MOVE 'C' TO SITE-INTAKE-STATE (SITE-INDEX, INTAKE-TYPE-INDEX)

    IF NON-WORKING-DATE
      MOVE 'V' TO SITE-INTAKE-STATE (SITE-INDEX, INTAKE-TYPE-INDEX)
      ADD 1 TO SITE-EXPECTED-COUNT (SITE-INDEX)
    ELSE
      OPEN INPUT HOLD-REPORT-FILE
      IF HOLD-REPORT-STATUS EQUAL "00"
        MOVE 'N' TO HOLD-CLEAN-FLAG
        MOVE ZERO TO HOLD-LINE-NUMBER
        MOVE ZERO TO HOLD-RECORD-LINES
        MOVE LOW-VALUE TO FILE-END-FLAG
        PERFORM COUNT-HOLD-LOOP UNTIL FILE-END-TRUE
        CLOSE HOLD-REPORT-FILE
        IF HOLD-FILE-HELD
          MOVE 'H' TO
               SITE-INTAKE-STATE (SITE-INDEX, INTAKE-TYPE-INDEX)
          ADD 1 TO SITE-HELD-FILES (SITE-INDEX)
          ADD HOLD-RECORD-LINES TO SITE-HELD-LINES (SITE-INDEX)
        END-IF
      ELSE
        OPEN INPUT STAGED-PROBE-FILE
        IF STAGED-PROBE-STATUS EQUAL "00"
          CLOSE STAGED-PROBE-FILE
        ELSE
          MOVE RETURN-DATE TO CHECK-DATE
          MOVE SITE-ID-VALUE (SITE-INDEX) TO CHECK-SITE-ID
          PERFORM CHECK-SITE-HOLIDAY
          IF SITE-ON-HOLIDAY
            MOVE 'V' TO
                 SITE-INTAKE-STATE (SITE-INDEX, INTAKE-TYPE-INDEX)
            ADD 1 TO SITE-EXPECTED-COUNT (SITE-INDEX)
          ELSE
            MOVE 'N' TO
                 SITE-INTAKE-STATE (SITE-INDEX, INTAKE-TYPE-INDEX)
            ADD 1 TO SITE-UNRECEIVED-COUNT (SITE-INDEX)
          END-IF
        END-IF
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  COUNT-HOLD-LOOP SECTION.
    READ HOLD-REPORT-FILE
      AT END
        MOVE FILE-END TO FILE-END-FLAG
      NOT AT END
        ADD 1 TO HOLD-LINE-NUMBER
        IF HOLD-REPORT-LINE (1 : 11) EQUAL "FILE CLEAN:"
          MOVE 'Y' TO HOLD-CLEAN-FLAG
        END-IF
        IF HOLD-REPORT-LINE (1 : 7) EQUAL "RECORD "
          ADD 1 TO HOLD-RECORD-LINES
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  COPY-HOLD-REPORT SECTION.
    *> Everything under intake's two heading lines goes back as the
    *> site's own validation report would read: each failing line
    *> with its reason, then why the file was held.
    PERFORM BUILD-INTAKE-NAMES
    OPEN INPUT HOLD-REPORT-FILE
    IF HOLD-REPORT-STATUS EQUAL "00"
      MOVE ZERO TO HOLD-LINE-NUMBER
      MOVE LOW-VALUE TO FILE-END-FLAG
      PERFORM COPY-HOLD-LOOP UNTIL FILE-END-TRUE
      CLOSE HOLD-REPORT-FILE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  COPY-HOLD-LOOP SECTION.
    READ HOLD-REPORT-FILE
      AT END
        MOVE FILE-END TO FILE-END-FLAG
      NOT AT END
        ADD 1 TO HOLD-LINE-NUMBER
        IF HOLD-LINE-NUMBER GREATER THAN 2
           AND HOLD-REPORT-LINE NOT EQUAL SPACES
          MOVE HOLD-REPORT-LINE TO RETURN-TEXT
          PERFORM WRITE-RETURN-TEXT
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  SCAN-REJECT-FILE SECTION.
    *> No reject file is a night with nothing rejected.
    OPEN INPUT REJECT-FILE
    IF REJECT-FILE-STATUS EQUAL "00"
      MOVE LOW-VALUE TO FILE-END-FLAG
      PERFORM REJECT-READ-LOOP UNTIL FILE-END-TRUE
      CLOSE REJECT-FILE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  REJECT-READ-LOOP SECTION.
    READ REJECT-FILE
      AT END
        MOVE FILE-END TO FILE-END-FLAG
      NOT AT END
        PERFORM TAKE-REJECT-LINE
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  TAKE-REJECT-LINE SECTION.
    *> The site comes from DAY02's SITE= tag; a line written without
    *> one falls back to the manifest on its record number.
    MOVE SPACES TO LINE-SITE-ID
    MOVE SPACES TO REJECT-NUMBER-TEXT
    MOVE 1 TO REJECT-POINTER
    UNSTRING REJECT-LINE DELIMITED BY SPACE
        INTO REJECT-NUMBER-TEXT
        WITH POINTER REJECT-POINTER
    END-UNSTRING

    IF REJECT-POINTER LESS THAN 500
       AND REJECT-LINE (REJECT-POINTER : 5) EQUAL "SITE="
      ADD 5 TO REJECT-POINTER
      UNSTRING REJECT-LINE DELIMITED BY SPACE
          INTO LINE-SITE-ID
          WITH POINTER REJECT-POINTER
      END-UNSTRING
    ELSE
      IF MANIFEST-LOADED AND REJECT-NUMBER-TEXT IS NUMERIC
        MOVE REJECT-NUMBER-TEXT TO LOOKUP-RECORD-NUMBER
        PERFORM FIND-SITE-FOR-RECORD
        MOVE FOUND-SITE-ID TO LINE-SITE-ID
      END-IF
    END-IF
    PERFORM LOCATE-LINE-SITE

    IF COUNTING-PASS
      ADD 1 TO SOURCE-LINE-COUNT
      IF LINE-SITE-INDEX EQUAL ZERO
        ADD 1 TO UNATTRIBUTED-LINE-COUNT
      ELSE
        ADD 1 TO SITE-REJECT-COUNT (LINE-SITE-INDEX)
      END-IF
    ELSE
      IF LINE-SITE-INDEX EQUAL SITE-INDEX
        MOVE SPACES TO RETURN-TEXT
        MOVE 1 TO RETURN-TEXT-POINTER
        STRING "REPORT " DELIMITED BY SIZE
               REJECT-NUMBER-TEXT DELIMITED BY SIZE
          INTO RETURN-TEXT
          WITH POINTER RETURN-TEXT-POINTER
        END-STRING
        IF REJECT-POINTER LESS THAN 500
          STRING ": " DELIMITED BY SIZE
            INTO RETURN-TEXT
            WITH POINTER RETURN-TEXT-POINTER
          END-STRING
          PERFORM FIND-REJECT-TEXT-END
          PERFORM PUT-REJECT-TEXT
                  UNTIL REJECT-POINTER GREATER THAN REJECT-TEXT-END
        ELSE
          PERFORM WRITE-RETURN-TEXT
        END-IF
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  FIND-REJECT-TEXT-END SECTION.
    *> The last non-blank column of the reject line, never short of
    *> REJECT-POINTER so a blank reason still writes its line.
    MOVE LENGTH OF REJECT-LINE TO REJECT-TEXT-END
    PERFORM UNTIL REJECT-TEXT-END NOT GREATER THAN REJECT-POINTER
               OR REJECT-LINE (REJECT-TEXT-END : 1) NOT EQUAL SPACE
      SUBTRACT 1 FROM REJECT-TEXT-END
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  PUT-REJECT-TEXT SECTION.
    *> As much of the reject text as the line has room for; each
    *> line goes through WRITE-RETURN-TEXT so the trailer count
    *> takes in the continuations.
    COMPUTE REJECT-PIECE-LENGTH =
            LENGTH OF RETURN-TEXT - RETURN-TEXT-POINTER + 1
    IF REJECT-PIECE-LENGTH GREATER THAN
       REJECT-TEXT-END - REJECT-POINTER + 1
      COMPUTE REJECT-PIECE-LENGTH =
              REJECT-TEXT-END - REJECT-POINTER + 1
    END-IF
    MOVE REJECT-LINE (REJECT-POINTER : REJECT-PIECE-LENGTH)
      TO RETURN-TEXT (RETURN-TEXT-POINTER : REJECT-PIECE-LENGTH)
    ADD REJECT-PIECE-LENGTH TO REJECT-POINTER
    PERFORM WRITE-RETURN-TEXT

    MOVE SPACES TO RETURN-TEXT
    MOVE 5 TO RETURN-TEXT-POINTER
  . *>END SECTION

*> ----------------------------------------------- <*
  SCAN-DIAGNOSTICS-FILE SECTION.
    OPEN INPUT DIAGNOSTICS-FILE
    IF DIAGNOSTICS-FILE-STATUS EQUAL "00"
      MOVE LOW-VALUE TO FILE-END-FLAG
      PERFORM DIAGNOSTICS-READ-LOOP UNTIL FILE-END-TRUE
      CLOSE DIAGNOSTICS-FILE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  DIAGNOSTICS-READ-LOOP SECTION.
    READ DIAGNOSTICS-FILE
      AT END
        MOVE FILE-END TO FILE-END-FLAG
      NOT AT END
        PERFORM TAKE-DIAGNOSTIC-LINE
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  TAKE-DIAGNOSTIC-LINE SECTION.
    *> "REPORT <record> UNSAFE: ..." - only the manifest knows which
    *> site the merged record number came from.
    MOVE SPACES TO LINE-SITE-ID
    IF DIAGNOSTIC-LINE (1 : 7) EQUAL "REPORT "
       AND DIAGNOSTIC-LINE (8 : 6) IS NUMERIC
       AND MANIFEST-LOADED
      MOVE DIAGNOSTIC-LINE (8 : 6) TO LOOKUP-RECORD-NUMBER
      PERFORM FIND-SITE-FOR-RECORD
      MOVE FOUND-SITE-ID TO LINE-SITE-ID
    END-IF
    PERFORM LOCATE-LINE-SITE

    IF COUNTING-PASS
      ADD 1 TO SOURCE-LINE-COUNT
      IF LINE-SITE-INDEX EQUAL ZERO
        ADD 1 TO UNATTRIBUTED-LINE-COUNT
      ELSE
        ADD 1 TO SITE-DIAGNOSTIC-COUNT (LINE-SITE-INDEX)
      END-IF
    ELSE
      IF LINE-SITE-INDEX EQUAL SITE-INDEX
        MOVE DIAGNOSTIC-LINE TO RETURN-TEXT
        PERFORM WRITE-RETURN-TEXT
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  SCAN-DISCREPANCY-FILE SECTION.
    OPEN INPUT DISCREPANCY-FILE
    IF DISCREPANCY-FILE-STATUS EQUAL "00"
      MOVE 'B' TO DISCREPANCY-PART-FLAG
      MOVE LOW-VALUE TO FILE-END-FLAG
      PERFORM DISCREPANCY-READ-LOOP UNTIL FILE-END-TRUE
      CLOSE DISCREPANCY-FILE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  DISCREPANCY-READ-LOOP SECTION.
    READ DISCREPANCY-FILE
      AT END
        MOVE FILE-END TO FILE-END-FLAG
      NOT AT END
        EVALUATE TRUE
          WHEN BEFORE-RANKING
            IF DISCREPANCY-LINE EQUAL "TOP PAIR DISCREPANCIES"
              MOVE 'R' TO DISCREPANCY-PART-FLAG
            END-IF
          WHEN IN-RANKING
            EVALUATE TRUE
              WHEN DISCREPANCY-LINE EQUAL SPACES
                MOVE 'A' TO DISCREPANCY-PART-FLAG
              WHEN DISCREPANCY-LINE (1 : 4) EQUAL "RANK"
                CONTINUE
              WHEN OTHER
                PERFORM TAKE-DISCREPANCY-LINE
            END-EVALUATE
          WHEN OTHER
            CONTINUE
        END-EVALUATE
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  TAKE-DISCREPANCY-LINE SECTION.
    *> DAY01 names the site that sent the pair's X value in the
    *> column after the difference; the site gets the pair without it.
    MOVE DISCREPANCY-LINE (41 : 8) TO LINE-SITE-ID
    PERFORM LOCATE-LINE-SITE

    IF COUNTING-PASS
      ADD 1 TO SOURCE-LINE-COUNT
      IF LINE-SITE-INDEX EQUAL ZERO
        ADD 1 TO UNATTRIBUTED-LINE-COUNT
      ELSE
        ADD 1 TO SITE-DISCREPANCY-COUNT (LINE-SITE-INDEX)
      END-IF
    ELSE
      IF LINE-SITE-INDEX EQUAL SITE-INDEX
        MOVE SPACES TO RETURN-TEXT
        MOVE DISCREPANCY-LINE (1 : 38) TO RETURN-TEXT
        PERFORM WRITE-RETURN-TEXT
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  LOCATE-LINE-SITE SECTION.
    *> LINE-SITE-ID to its SITE-ENTRY occurrence; ZERO for a blank,
    *> UNKNOWN or unconfigured site.
    MOVE ZERO TO LINE-SITE-INDEX
    MOVE 0 TO LOCATE-INDEX
    PERFORM UNTIL LOCATE-INDEX = SITE-COUNT
      ADD 1 TO LOCATE-INDEX
      IF SITE-ID-VALUE (LOCATE-INDEX) EQUAL LINE-SITE-ID
         AND LINE-SITE-ID NOT EQUAL SPACES
        MOVE LOCATE-INDEX TO LINE-SITE-INDEX
      END-IF
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-ONE-RETURN SECTION.
    *> Every configured site gets a return every night: its issues,
    *> or an explicit ALL CLEAN, or a note that nothing was expected.
    MOVE SPACES TO SHADOW-NAME-BASE
    STRING "return-" DELIMITED BY SIZE
           SITE-ID-VALUE (SITE-INDEX) DELIMITED BY SPACE
           "-" DELIMITED BY SIZE
           RETURN-DATE DELIMITED BY SIZE
           ".am" DELIMITED BY SIZE
      INTO SHADOW-NAME-BASE
    END-STRING
    PERFORM BUILD-SHADOW-NAME
    MOVE SHADOW-NAME-RESULT TO RETURN-FILE-NAME

    COMPUTE SITE-ISSUE-TOTAL = SITE-HELD-FILES (SITE-INDEX)
                             + SITE-REJECT-COUNT (SITE-INDEX)
                             + SITE-DIAGNOSTIC-COUNT (SITE-INDEX)
                             + SITE-DISCREPANCY-COUNT (SITE-INDEX)
                             + SITE-UNRECEIVED-COUNT (SITE-INDEX)

    MOVE RETURN-DATE TO RHDR-BUSINESS-DATE
    MOVE SITE-ID-VALUE (SITE-INDEX) TO RHDR-SITE-ID
    EVALUATE TRUE
      WHEN SITE-ISSUE-TOTAL GREATER THAN ZERO
        MOVE "ISSUES   " TO RHDR-RETURN-STATUS
      WHEN SITE-EXPECTED-COUNT (SITE-INDEX) EQUAL 2
        MOVE "HOLIDAY  " TO RHDR-RETURN-STATUS
      WHEN OTHER
        MOVE "ALL CLEAN" TO RHDR-RETURN-STATUS
    END-EVALUATE
    MOVE SITE-HELD-FILES (SITE-INDEX)        TO RHDR-HELD-FILES
    MOVE SITE-HELD-LINES (SITE-INDEX)        TO RHDR-HELD-LINES
    MOVE SITE-REJECT-COUNT (SITE-INDEX)      TO RHDR-REJECTED
    MOVE SITE-DIAGNOSTIC-COUNT (SITE-INDEX)  TO RHDR-DIAGNOSED
    MOVE SITE-DISCREPANCY-COUNT (SITE-INDEX) TO RHDR-DISCREPANCIES
    MOVE SITE-UNRECEIVED-COUNT (SITE-INDEX)  TO RHDR-NOT-RECEIVED

    OPEN OUTPUT RETURN-FILE
    IF RETURN-FILE-STATUS NOT EQUAL "00"
      DISPLAY "*** SITE-RETURNS: CANNOT OPEN " RETURN-FILE-NAME
              " STATUS = " RETURN-FILE-STATUS
      MOVE 8 TO STEP-SEVERITY
      MOVE 8 TO ALERT-SEVERITY
      MOVE SPACES TO ALERT-TEXT
      STRING "RETURN NOT WRITTEN FOR SITE " DELIMITED BY SIZE
             SITE-ID-VALUE (SITE-INDEX)     DELIMITED BY SPACE
        INTO ALERT-TEXT
      END-STRING
      PERFORM WRITE-OPERATOR-ALERT
    ELSE
      MOVE ZERO TO RETURN-LINE-COUNT
      WRITE RETURN-LINE FROM RETURN-HEADER-RECORD

      MOVE SPACES TO RETURN-TEXT
      STRING "SITE RETURN FOR " DELIMITED BY SIZE
             SITE-ID-VALUE (SITE-INDEX) DELIMITED BY SPACE
             " - BUSINESS DATE " DELIMITED BY SIZE
             RETURN-DATE DELIMITED BY SIZE
        INTO RETURN-TEXT
      END-STRING
      PERFORM WRITE-RETURN-TEXT
      MOVE SPACES TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT

      MOVE SPACES TO RETURN-TEXT
      EVALUATE RHDR-RETURN-STATUS
        WHEN "ISSUES   "
          PERFORM WRITE-RETURN-ISSUES
          ADD 1 TO RETURNS-WITH-ISSUES
        WHEN "HOLIDAY  "
          STRING "SITE HOLIDAY - NO TRANSMISSION EXPECTED FOR "
                                 DELIMITED BY SIZE
                 RETURN-DATE     DELIMITED BY SIZE
            INTO RETURN-TEXT
          END-STRING
          PERFORM WRITE-RETURN-TEXT
        WHEN OTHER
          STRING "ALL CLEAN - NOTHING TO REPORT FOR "
                                 DELIMITED BY SIZE
                 RETURN-DATE     DELIMITED BY SIZE
            INTO RETURN-TEXT
          END-STRING
          PERFORM WRITE-RETURN-TEXT
      END-EVALUATE

      MOVE RETURN-LINE-COUNT TO RTRL-LINE-COUNT
      MOVE RHDR-COUNTS TO RTRL-COUNTS
      WRITE RETURN-LINE FROM RETURN-TRAILER-RECORD
      CLOSE RETURN-FILE
      ADD 1 TO RETURNS-WRITTEN
      PERFORM RECORD-OUTBOUND-REGISTER
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-RETURN-ISSUES SECTION.
    *> One block per kind of evidence the site has, in the order the
    *> night found it: intake, DAY02's rejects and failed reports,
    *> then DAY01's worst location pairs.
    IF SITE-UNRECEIVED-COUNT (SITE-INDEX) GREATER THAN ZERO
      MOVE "TRANSMISSIONS NOT RECEIVED" TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
      PERFORM VARYING INTAKE-TYPE-INDEX FROM 1 BY 1
              UNTIL INTAKE-TYPE-INDEX GREATER THAN 2
        IF INTAKE-NOT-RECEIVED (SITE-INDEX, INTAKE-TYPE-INDEX)
          MOVE SPACES TO RETURN-TEXT
          STRING INTAKE-TYPE-NAME (INTAKE-TYPE-INDEX)
                                  DELIMITED BY SPACE
                 " TRANSMISSION NOT RECEIVED FOR "
                                  DELIMITED BY SIZE
                 RETURN-DATE      DELIMITED BY SIZE
            INTO RETURN-TEXT
          END-STRING
          PERFORM WRITE-RETURN-TEXT
        END-IF
      END-PERFORM
      MOVE SPACES TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
    END-IF

    IF SITE-HELD-FILES (SITE-INDEX) GREATER THAN ZERO
      MOVE "HELD AT INTAKE - NOTHING STAGED" TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
      PERFORM VARYING INTAKE-TYPE-INDEX FROM 1 BY 1
              UNTIL INTAKE-TYPE-INDEX GREATER THAN 2
        IF INTAKE-HELD (SITE-INDEX, INTAKE-TYPE-INDEX)
          MOVE SPACES TO RETURN-TEXT
          STRING INTAKE-TYPE-NAME (INTAKE-TYPE-INDEX)
                                  DELIMITED BY SPACE
                 " TRANSMISSION:" DELIMITED BY SIZE
            INTO RETURN-TEXT
          END-STRING
          PERFORM WRITE-RETURN-TEXT
          PERFORM COPY-HOLD-REPORT
        END-IF
      END-PERFORM
      MOVE SPACES TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
    END-IF

    IF SITE-REJECT-COUNT (SITE-INDEX) GREATER THAN ZERO
      MOVE "REJECTED REPORTS" TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
      PERFORM SCAN-REJECT-FILE
      MOVE SPACES TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
    END-IF

    IF SITE-DIAGNOSTIC-COUNT (SITE-INDEX) GREATER THAN ZERO
      MOVE "FAILED-REPORT DIAGNOSTICS" TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
      PERFORM SCAN-DIAGNOSTICS-FILE
      MOVE SPACES TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
    END-IF

    IF SITE-DISCREPANCY-COUNT (SITE-INDEX) GREATER THAN ZERO
      MOVE "TOP PAIR DISCREPANCIES" TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
      MOVE RETURN-DISCREPANCY-HEADING TO RETURN-TEXT
      PERFORM WRITE-RETURN-TEXT
      PERFORM SCAN-DISCREPANCY-FILE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-RETURN-TEXT SECTION.
    WRITE RETURN-LINE FROM RETURN-TEXT
    ADD 1 TO RETURN-LINE-COUNT
  . *>END SECTION

*> ----------------------------------------------- <*
  RECORD-OUTBOUND-REGISTER SECTION.
    IF REGISTER-OPEN
      MOVE SPACES TO OUTBOUND-REGISTER-RECORD
      MOVE RETURN-DATE        TO OB-BUSINESS-DATE
      MOVE RHDR-SITE-ID       TO OB-SITE-ID
      MOVE RHDR-RETURN-STATUS TO OB-RETURN-STATUS
      MOVE RHDR-HELD-FILES    TO OB-HELD-FILES
      MOVE RHDR-HELD-LINES    TO OB-HELD-LINES
      MOVE RHDR-REJECTED      TO OB-REJECTED
      MOVE RHDR-DIAGNOSED     TO OB-DIAGNOSED
      MOVE RHDR-DISCREPANCIES TO OB-DISCREPANCIES
      MOVE RHDR-NOT-RECEIVED  TO OB-NOT-RECEIVED
      MOVE RETURN-STAMP-DATE  TO OB-STAMP-DATE
      MOVE RETURN-STAMP-TIME  TO OB-STAMP-TIME
      MOVE RETURN-FILE-NAME   TO OB-RETURN-FILE-NAME
      WRITE OUTBOUND-REGISTER-LINE FROM OUTBOUND-REGISTER-RECORD
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  COPY RUN-PARAMETERS-LOAD.

*> ----------------------------------------------- <*
  COPY SITE-MANIFEST-LOAD.

*> ----------------------------------------------- <*
  COPY BUSINESS-CALENDAR-LOAD.

*> ----------------------------------------------- <*
  COPY OPERATOR-ALERT-WRITE.

*> ----------------------------------------------- <*
  COPY SHADOW-RUN-SET.

*> === EOF ======================================= <*
