IDENTIFICATION DIVISION.
PROGRAM-ID. SHADOW-COMPARE.
AUTHOR. Sebastian Ritter <bastie@users.noreply.github.com>.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Opened twice in turn: first as the shadow copy a shadow
      *> night wrote, then as the live history it is proven against.
      SELECT RESULTS-HISTORY-FILE
             ASSIGN TO DYNAMIC HISTORY-FILE-NAME
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RH-KEY
             FILE STATUS IS RESULTS-HISTORY-STATUS
      .
      SELECT COMPARISON-REPORT-FILE
             ASSIGN TO 'shadow-comparison.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS COMPARISON-REPORT-STATUS
      .

DATA DIVISION.
FILE SECTION.
FD RESULTS-HISTORY-FILE.
  COPY RESULTS-HISTORY.

FD COMPARISON-REPORT-FILE.
  01 COMPARISON-REPORT-LINE PIC X(132).

WORKING-STORAGE SECTION.
    77 RESULTS-HISTORY-STATUS   PIC X(2).
    77 COMPARISON-REPORT-STATUS PIC X(2).
    77 HISTORY-FILE-NAME        PIC X(92).

    *> SHADOW_COMPARE_FROM/TO bound the business dates compared;
    *> FROM is required, TO defaults to FROM for a single night.
    77 COMPARE-DATE-FROM-TEXT   PIC X(10).
    77 COMPARE-DATE-TO-TEXT     PIC X(10).
    77 COMPARE-DATE-FROM        PIC 9(8).
    77 COMPARE-DATE-TO          PIC 9(8).

    77 HISTORY-END-FLAG         PIC X.
      88 HISTORY-END     VALUE 'Y'.
      88 HISTORY-NOT-END VALUE 'N'.

    *> --- The shadow rows in range ---
    *> Loaded whole first, in key order, then walked alongside the
    *> live file's keyed read - both files share one record layout,
    *> so only one of them is open at a time.
    77 SHADOW-ROW-MAX           PIC 9(4) VALUE 2000.
    77 SHADOW-ROW-COUNT         PIC 9(4) VALUE ZERO.
    77 SHADOW-CURSOR            PIC 9(4).
    01 SHADOW-ROW-TABLE.
      05 SHADOW-ROW OCCURS 2000.
        10 SHADOW-ROW-KEY.
          15 SHADOW-ROW-DATE    PIC 9(8).
          15 SHADOW-ROW-PROGRAM PIC X(20).
        10 SHADOW-ROW-RESULT-1  PIC 9(15).
        10 SHADOW-ROW-RESULT-2  PIC 9(15).
    77 SHADOW-OVERFLOW-FLAG     PIC X VALUE 'N'.
      88 SHADOW-OVERFLOW VALUE 'Y'.
    77 OVERFLOW-DATE            PIC 9(8).

    *> --- One comparison line ---
    77 ROW-SIDES-FLAG           PIC X.
      88 ROW-ON-BOTH     VALUE 'B'.
      88 ROW-LIVE-ONLY   VALUE 'L'.
      88 ROW-SHADOW-ONLY VALUE 'S'.
    77 LIVE-VALUE               PIC 9(17).
    77 SHADOW-VALUE             PIC 9(17).
    77 VALUE-DIFFERENCE         PIC S9(18).
    77 PERCENT-WORK             PIC S9(5)V99.
    77 ROW-DIFFERS-FLAG         PIC X.
      88 ROW-DIFFERS     VALUE 'Y'.
      88 ROW-IDENTICAL   VALUE 'N'.

    *> --- Range totals per program, matched rows only ---
    77 PROGRAM-TOTAL-MAX        PIC 9(2) VALUE 10.
    77 PROGRAM-TOTAL-COUNT      PIC 9(2) VALUE ZERO.
    77 PROGRAM-TOTAL-INDEX      PIC 9(2).
    01 PROGRAM-TOTAL-TABLE.
      05 PROGRAM-TOTAL OCCURS 10.
        10 PT-PROGRAM-ID        PIC X(20).
        10 PT-ROWS              PIC 9(5).
        10 PT-LIVE-1            PIC 9(17).
        10 PT-SHADOW-1          PIC 9(17).
        10 PT-LIVE-2            PIC 9(17).
        10 PT-SHADOW-2          PIC 9(17).

    77 ROWS-COMPARED-COUNT      PIC 9(5) VALUE ZERO.
    77 ROWS-IDENTICAL-COUNT     PIC 9(5) VALUE ZERO.
    77 ROWS-DIFFERING-COUNT     PIC 9(5) VALUE ZERO.
    77 LIVE-ONLY-COUNT          PIC 9(5) VALUE ZERO.
    77 SHADOW-ONLY-COUNT        PIC 9(5) VALUE ZERO.

    01 COMPARISON-HEADING-LINE.
      05 FILLER PIC X(9)  VALUE "RUN DATE ".
      05 FILLER PIC X(21) VALUE "PROGRAM              ".
      05 FILLER PIC X(8)  VALUE "RESULT  ".
      05 FILLER PIC X(17) VALUE "             LIVE".
      05 FILLER PIC X(19) VALUE "             SHADOW".
      05 FILLER PIC X(20) VALUE "          DIFFERENCE".
      05 FILLER PIC X(12) VALUE "    PERCENT ".
      05 FILLER PIC X(6)  VALUE "  NOTE".

    01 COMPARISON-DETAIL-LINE.
      05 CL-RUN-DATE          PIC 9(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 CL-PROGRAM-ID        PIC X(20).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 CL-RESULT-NAME       PIC X(8).
      05 CL-LIVE              PIC Z(16)9.
      05 CL-LIVE-TEXT REDEFINES CL-LIVE PIC X(17).
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CL-SHADOW            PIC Z(16)9.
      05 CL-SHADOW-TEXT REDEFINES CL-SHADOW PIC X(17).
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CL-DIFFERENCE        PIC -(17)9.
      05 CL-DIFFERENCE-TEXT REDEFINES CL-DIFFERENCE PIC X(18).
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CL-PERCENT           PIC -(5)9.99.
      05 CL-PERCENT-TEXT REDEFINES CL-PERCENT PIC X(9).
      05 FILLER               PIC X(1) VALUE "%".
      05 FILLER               PIC X(2) VALUE SPACES.
      05 CL-NOTE              PIC X(11).

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*
  MASTER SECTION.

    INIT. *> PARAGRAPH -------------------------
      MOVE SPACES TO COMPARE-DATE-FROM-TEXT
      ACCEPT COMPARE-DATE-FROM-TEXT FROM ENVIRONMENT
             "SHADOW_COMPARE_FROM"
      IF COMPARE-DATE-FROM-TEXT (1 : 8) IS NUMERIC
        MOVE COMPARE-DATE-FROM-TEXT (1 : 8) TO COMPARE-DATE-FROM
      ELSE
        DISPLAY "SHADOW-COMPARE: SHADOW_COMPARE_FROM (YYYYMMDD)"
                " REQUIRED"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF

      MOVE COMPARE-DATE-FROM TO COMPARE-DATE-TO
      MOVE SPACES TO COMPARE-DATE-TO-TEXT
      ACCEPT COMPARE-DATE-TO-TEXT FROM ENVIRONMENT
             "SHADOW_COMPARE_TO"
      EVALUATE TRUE
        WHEN COMPARE-DATE-TO-TEXT (1 : 8) IS NUMERIC
          MOVE COMPARE-DATE-TO-TEXT (1 : 8) TO COMPARE-DATE-TO
        WHEN COMPARE-DATE-TO-TEXT NOT EQUAL SPACES
          DISPLAY "SHADOW-COMPARE: SHADOW_COMPARE_TO NOT A DATE: "
                  COMPARE-DATE-TO-TEXT
          MOVE 8 TO RETURN-CODE
          GOBACK
      END-EVALUATE
      IF COMPARE-DATE-FROM GREATER THAN COMPARE-DATE-TO
        DISPLAY "SHADOW-COMPARE: SHADOW_COMPARE_FROM "
                COMPARE-DATE-FROM " IS AFTER SHADOW_COMPARE_TO "
                COMPARE-DATE-TO
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF

      PERFORM LOAD-SHADOW-ROWS
      IF RESULTS-HISTORY-STATUS NOT EQUAL "00"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF

      OPEN OUTPUT COMPARISON-REPORT-FILE
      MOVE "LIVE VERSUS SHADOW RESULTS-HISTORY"
        TO COMPARISON-REPORT-LINE
      WRITE COMPARISON-REPORT-LINE
      MOVE SPACES TO COMPARISON-REPORT-LINE
      STRING "RUN DATES " DELIMITED BY SIZE
             COMPARE-DATE-FROM DELIMITED BY SIZE
             " THRU " DELIMITED BY SIZE
             COMPARE-DATE-TO DELIMITED BY SIZE
             "  (DIFFERENCE = SHADOW - LIVE, PERCENT OF LIVE)"
                 DELIMITED BY SIZE
        INTO COMPARISON-REPORT-LINE
      END-STRING
      WRITE COMPARISON-REPORT-LINE
      WRITE COMPARISON-REPORT-LINE FROM COMPARISON-HEADING-LINE
    . *> END PARAGRAPH

    MAIN. *> PARAGRAPH -------------------------
      MOVE 1 TO SHADOW-CURSOR
      PERFORM COMPARE-LIVE-ROWS

      *> Whatever shadow rows the live file never reached have no
      *> live counterpart.
      PERFORM WRITE-SHADOW-ONLY-ROW
              UNTIL SHADOW-CURSOR GREATER THAN SHADOW-ROW-COUNT

      IF ROWS-COMPARED-COUNT EQUAL ZERO
         AND LIVE-ONLY-COUNT EQUAL ZERO
         AND SHADOW-ONLY-COUNT EQUAL ZERO
        MOVE "NO LIVE OR SHADOW ROWS IN RANGE"
          TO COMPARISON-REPORT-LINE
        WRITE COMPARISON-REPORT-LINE
      ELSE
        PERFORM WRITE-PROGRAM-TOTALS
      END-IF

      PERFORM WRITE-COMPARISON-SUMMARY
    . *> END PARAGRAPH

    DEINIT. *> PARAGRAPH -----------------------
      CLOSE COMPARISON-REPORT-FILE
      DISPLAY "SHADOW-COMPARE: " COMPARE-DATE-FROM " THRU "
              COMPARE-DATE-TO " - " ROWS-COMPARED-COUNT
              " COMPARED, " ROWS-DIFFERING-COUNT " DIFFERING, "
              LIVE-ONLY-COUNT " LIVE ONLY, " SHADOW-ONLY-COUNT
              " SHADOW ONLY TO shadow-comparison.am"
    . *> END PARAGRAPH

    GOBACK
    STOP RUN
  . *>END SECTION

*> ----------------------------------------------- <*
  LOAD-SHADOW-ROWS SECTION.
    MOVE "shadow-results-history.dat" TO HISTORY-FILE-NAME
    MOVE ZERO TO SHADOW-ROW-COUNT
    OPEN INPUT RESULTS-HISTORY-FILE
    EVALUATE RESULTS-HISTORY-STATUS
      WHEN "00"
        MOVE COMPARE-DATE-FROM TO RH-RUN-DATE
        MOVE LOW-VALUES        TO RH-PROGRAM-ID
        START RESULTS-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
          INVALID KEY
            MOVE 'Y' TO HISTORY-END-FLAG
          NOT INVALID KEY
            MOVE 'N' TO HISTORY-END-FLAG
        END-START
        PERFORM SHADOW-LOAD-LOOP UNTIL HISTORY-END
        CLOSE RESULTS-HISTORY-FILE
        IF SHADOW-OVERFLOW
          PERFORM SHORTEN-COMPARE-RANGE
        END-IF
      WHEN "35"
        DISPLAY "SHADOW-COMPARE: NO shadow-results-history.dat -"
                " NO SHADOW NIGHT HAS RUN"
      WHEN OTHER
        DISPLAY "SHADOW-COMPARE: CANNOT OPEN SHADOW HISTORY,"
                " STATUS = " RESULTS-HISTORY-STATUS
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  SHADOW-LOAD-LOOP SECTION.
    READ RESULTS-HISTORY-FILE NEXT RECORD
      AT END
        MOVE 'Y' TO HISTORY-END-FLAG
      NOT AT END
        EVALUATE TRUE
          WHEN RH-RUN-DATE GREATER THAN COMPARE-DATE-TO
            MOVE 'Y' TO HISTORY-END-FLAG
          WHEN SHADOW-ROW-COUNT NOT LESS THAN SHADOW-ROW-MAX
            MOVE 'Y' TO SHADOW-OVERFLOW-FLAG
            MOVE 'Y' TO HISTORY-END-FLAG
          WHEN OTHER
            ADD 1 TO SHADOW-ROW-COUNT
            MOVE RH-KEY      TO SHADOW-ROW-KEY (SHADOW-ROW-COUNT)
            MOVE RH-RESULT-1 TO SHADOW-ROW-RESULT-1 (SHADOW-ROW-COUNT)
            MOVE RH-RESULT-2 TO SHADOW-ROW-RESULT-2 (SHADOW-ROW-COUNT)
        END-EVALUATE
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  SHORTEN-COMPARE-RANGE SECTION.
    *> More shadow rows than the table holds: the last date loaded
    *> may be only partly in, so it is dropped and the range ends
    *> the day before - live rows past that must not be reported as
    *> having no shadow counterpart.
    MOVE SHADOW-ROW-DATE (SHADOW-ROW-COUNT) TO OVERFLOW-DATE
    PERFORM UNTIL SHADOW-ROW-COUNT EQUAL ZERO
               OR SHADOW-ROW-DATE (SHADOW-ROW-COUNT)
                  NOT EQUAL OVERFLOW-DATE
      SUBTRACT 1 FROM SHADOW-ROW-COUNT
    END-PERFORM
    COMPUTE COMPARE-DATE-TO = OVERFLOW-DATE - 1
    DISPLAY "SHADOW-COMPARE: MORE THAN " SHADOW-ROW-MAX
            " SHADOW ROWS - COMPARISON STOPS BEFORE " OVERFLOW-DATE
  . *>END SECTION

*> ----------------------------------------------- <*
  COMPARE-LIVE-ROWS SECTION.
    MOVE "results-history.dat" TO HISTORY-FILE-NAME
    OPEN INPUT RESULTS-HISTORY-FILE
    EVALUATE RESULTS-HISTORY-STATUS
      WHEN "00"
        MOVE COMPARE-DATE-FROM TO RH-RUN-DATE
        MOVE LOW-VALUES        TO RH-PROGRAM-ID
        START RESULTS-HISTORY-FILE KEY IS NOT LESS THAN RH-KEY
          INVALID KEY
            MOVE 'Y' TO HISTORY-END-FLAG
          NOT INVALID KEY
            MOVE 'N' TO HISTORY-END-FLAG
        END-START
        PERFORM LIVE-COMPARE-LOOP UNTIL HISTORY-END
        CLOSE RESULTS-HISTORY-FILE
      WHEN "35"
        *> No live history at all - every shadow row stands alone.
        CONTINUE
      WHEN OTHER
        DISPLAY "SHADOW-COMPARE: CANNOT OPEN RESULTS-HISTORY,"
                " STATUS = " RESULTS-HISTORY-STATUS
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  LIVE-COMPARE-LOOP SECTION.
    READ RESULTS-HISTORY-FILE NEXT RECORD
      AT END
        MOVE 'Y' TO HISTORY-END-FLAG
      NOT AT END
        IF RH-RUN-DATE GREATER THAN COMPARE-DATE-TO
          MOVE 'Y' TO HISTORY-END-FLAG
        ELSE
          *> Shadow keys below this live key never ran live.
          PERFORM WRITE-SHADOW-ONLY-ROW
                  UNTIL SHADOW-CURSOR GREATER THAN SHADOW-ROW-COUNT
                     OR SHADOW-ROW-KEY (SHADOW-CURSOR)
                        NOT LESS THAN RH-KEY
          IF SHADOW-CURSOR NOT GREATER THAN SHADOW-ROW-COUNT
             AND SHADOW-ROW-KEY (SHADOW-CURSOR) EQUAL RH-KEY
            PERFORM WRITE-MATCHED-ROW
            ADD 1 TO SHADOW-CURSOR
          ELSE
            PERFORM WRITE-LIVE-ONLY-ROW
          END-IF
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-MATCHED-ROW SECTION.
    *> Both nights produced the row: one line per result, and the
    *> row counts as differing when either result moved.
    ADD 1 TO ROWS-COMPARED-COUNT
    MOVE 'B' TO ROW-SIDES-FLAG
    MOVE 'N' TO ROW-DIFFERS-FLAG
    IF RH-RESULT-1 NOT EQUAL SHADOW-ROW-RESULT-1 (SHADOW-CURSOR)
       OR RH-RESULT-2 NOT EQUAL SHADOW-ROW-RESULT-2 (SHADOW-CURSOR)
      MOVE 'Y' TO ROW-DIFFERS-FLAG
      ADD 1 TO ROWS-DIFFERING-COUNT
    ELSE
      ADD 1 TO ROWS-IDENTICAL-COUNT
    END-IF

    MOVE RH-RUN-DATE   TO CL-RUN-DATE
    MOVE RH-PROGRAM-ID TO CL-PROGRAM-ID
    MOVE "RESULT-1" TO CL-RESULT-NAME
    MOVE RH-RESULT-1 TO LIVE-VALUE
    MOVE SHADOW-ROW-RESULT-1 (SHADOW-CURSOR) TO SHADOW-VALUE
    PERFORM WRITE-COMPARISON-LINE

    MOVE "RESULT-2" TO CL-RESULT-NAME
    MOVE RH-RESULT-2 TO LIVE-VALUE
    MOVE SHADOW-ROW-RESULT-2 (SHADOW-CURSOR) TO SHADOW-VALUE
    PERFORM WRITE-COMPARISON-LINE

    PERFORM ACCUMULATE-PROGRAM-TOTALS
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-LIVE-ONLY-ROW SECTION.
    ADD 1 TO LIVE-ONLY-COUNT
    MOVE 'L' TO ROW-SIDES-FLAG
    MOVE RH-RUN-DATE   TO CL-RUN-DATE
    MOVE RH-PROGRAM-ID TO CL-PROGRAM-ID
    MOVE "RESULT-1" TO CL-RESULT-NAME
    MOVE RH-RESULT-1 TO LIVE-VALUE
    MOVE ZERO TO SHADOW-VALUE
    PERFORM WRITE-COMPARISON-LINE
    MOVE "RESULT-2" TO CL-RESULT-NAME
    MOVE RH-RESULT-2 TO LIVE-VALUE
    PERFORM WRITE-COMPARISON-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-SHADOW-ONLY-ROW SECTION.
    ADD 1 TO SHADOW-ONLY-COUNT
    MOVE 'S' TO ROW-SIDES-FLAG
    MOVE SHADOW-ROW-DATE (SHADOW-CURSOR)    TO CL-RUN-DATE
    MOVE SHADOW-ROW-PROGRAM (SHADOW-CURSOR) TO CL-PROGRAM-ID
    MOVE "RESULT-1" TO CL-RESULT-NAME
    MOVE ZERO TO LIVE-VALUE
    MOVE SHADOW-ROW-RESULT-1 (SHADOW-CURSOR) TO SHADOW-VALUE
    PERFORM WRITE-COMPARISON-LINE
    MOVE "RESULT-2" TO CL-RESULT-NAME
    MOVE SHADOW-ROW-RESULT-2 (SHADOW-CURSOR) TO SHADOW-VALUE
    PERFORM WRITE-COMPARISON-LINE
    ADD 1 TO SHADOW-CURSOR
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-COMPARISON-LINE SECTION.
    *> The difference is the shadow value less the live one, and
    *> the percentage is taken of the live value; a row only one
    *> side has shows that side alone.
    EVALUATE TRUE
      WHEN ROW-LIVE-ONLY
        MOVE LIVE-VALUE TO CL-LIVE
        MOVE SPACES TO CL-SHADOW-TEXT
        MOVE SPACES TO CL-DIFFERENCE-TEXT
        MOVE SPACES TO CL-PERCENT-TEXT
        MOVE "LIVE ONLY" TO CL-NOTE
      WHEN ROW-SHADOW-ONLY
        MOVE SPACES TO CL-LIVE-TEXT
        MOVE SHADOW-VALUE TO CL-SHADOW
        MOVE SPACES TO CL-DIFFERENCE-TEXT
        MOVE SPACES TO CL-PERCENT-TEXT
        MOVE "SHADOW ONLY" TO CL-NOTE
      WHEN OTHER
        MOVE LIVE-VALUE TO CL-LIVE
        MOVE SHADOW-VALUE TO CL-SHADOW
        PERFORM FORMAT-DIFFERENCE
        IF VALUE-DIFFERENCE EQUAL ZERO
          MOVE "SAME" TO CL-NOTE
        ELSE
          MOVE "DIFFERS" TO CL-NOTE
        END-IF
    END-EVALUATE
    WRITE COMPARISON-REPORT-LINE FROM COMPARISON-DETAIL-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  FORMAT-DIFFERENCE SECTION.
    *> Shared by the detail and the total lines: LIVE-VALUE and
    *> SHADOW-VALUE in, difference and percentage columns out. A
    *> move off a zero live value has no percentage to show.
    COMPUTE VALUE-DIFFERENCE = SHADOW-VALUE - LIVE-VALUE
    MOVE VALUE-DIFFERENCE TO CL-DIFFERENCE
    EVALUATE TRUE
      WHEN VALUE-DIFFERENCE EQUAL ZERO
        MOVE ZERO TO CL-PERCENT
      WHEN LIVE-VALUE EQUAL ZERO
        MOVE "  NO BASE" TO CL-PERCENT-TEXT
      WHEN OTHER
        COMPUTE PERCENT-WORK ROUNDED =
                VALUE-DIFFERENCE * 100 / LIVE-VALUE
          ON SIZE ERROR
            MOVE " OVERFLOW" TO CL-PERCENT-TEXT
          NOT ON SIZE ERROR
            MOVE PERCENT-WORK TO CL-PERCENT
        END-COMPUTE
    END-EVALUATE
  . *>END SECTION

*> ----------------------------------------------- <*
  ACCUMULATE-PROGRAM-TOTALS SECTION.
    MOVE 1 TO PROGRAM-TOTAL-INDEX
    PERFORM UNTIL PROGRAM-TOTAL-INDEX GREATER THAN PROGRAM-TOTAL-COUNT
               OR PT-PROGRAM-ID (PROGRAM-TOTAL-INDEX) EQUAL RH-PROGRAM-ID
      ADD 1 TO PROGRAM-TOTAL-INDEX
    END-PERFORM
    IF PROGRAM-TOTAL-INDEX GREATER THAN PROGRAM-TOTAL-COUNT
      IF PROGRAM-TOTAL-COUNT LESS THAN PROGRAM-TOTAL-MAX
        ADD 1 TO PROGRAM-TOTAL-COUNT
        MOVE PROGRAM-TOTAL-COUNT TO PROGRAM-TOTAL-INDEX
        MOVE RH-PROGRAM-ID TO PT-PROGRAM-ID (PROGRAM-TOTAL-INDEX)
        MOVE ZERO TO PT-ROWS (PROGRAM-TOTAL-INDEX)
        MOVE ZERO TO PT-LIVE-1 (PROGRAM-TOTAL-INDEX)
        MOVE ZERO TO PT-SHADOW-1 (PROGRAM-TOTAL-INDEX)
        MOVE ZERO TO PT-LIVE-2 (PROGRAM-TOTAL-INDEX)
        MOVE ZERO TO PT-SHADOW-2 (PROGRAM-TOTAL-INDEX)
      ELSE
        MOVE ZERO TO PROGRAM-TOTAL-INDEX
      END-IF
    END-IF
    IF PROGRAM-TOTAL-INDEX GREATER THAN ZERO
      ADD 1 TO PT-ROWS (PROGRAM-TOTAL-INDEX)
      ADD RH-RESULT-1 TO PT-LIVE-1 (PROGRAM-TOTAL-INDEX)
      ADD RH-RESULT-2 TO PT-LIVE-2 (PROGRAM-TOTAL-INDEX)
      ADD SHADOW-ROW-RESULT-1 (SHADOW-CURSOR)
        TO PT-SHADOW-1 (PROGRAM-TOTAL-INDEX)
      ADD SHADOW-ROW-RESULT-2 (SHADOW-CURSOR)
        TO PT-SHADOW-2 (PROGRAM-TOTAL-INDEX)
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-PROGRAM-TOTALS SECTION.
    *> Range totals over the dates both nights produced, so a
    *> change is judged on the whole week rather than one night.
    MOVE SPACES TO COMPARISON-REPORT-LINE
    WRITE COMPARISON-REPORT-LINE
    MOVE "RANGE TOTALS, DATES ON BOTH SIDES" TO COMPARISON-REPORT-LINE
    WRITE COMPARISON-REPORT-LINE
    PERFORM VARYING PROGRAM-TOTAL-INDEX FROM 1 BY 1
            UNTIL PROGRAM-TOTAL-INDEX GREATER THAN PROGRAM-TOTAL-COUNT
      MOVE ZERO TO CL-RUN-DATE
      MOVE PT-PROGRAM-ID (PROGRAM-TOTAL-INDEX) TO CL-PROGRAM-ID

      MOVE "RESULT-1" TO CL-RESULT-NAME
      MOVE PT-LIVE-1 (PROGRAM-TOTAL-INDEX)   TO LIVE-VALUE
      MOVE PT-SHADOW-1 (PROGRAM-TOTAL-INDEX) TO SHADOW-VALUE
      PERFORM WRITE-TOTAL-LINE

      MOVE "RESULT-2" TO CL-RESULT-NAME
      MOVE PT-LIVE-2 (PROGRAM-TOTAL-INDEX)   TO LIVE-VALUE
      MOVE PT-SHADOW-2 (PROGRAM-TOTAL-INDEX) TO SHADOW-VALUE
      PERFORM WRITE-TOTAL-LINE
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-TOTAL-LINE SECTION.
    MOVE LIVE-VALUE   TO CL-LIVE
    MOVE SHADOW-VALUE TO CL-SHADOW
    PERFORM FORMAT-DIFFERENCE
    MOVE SPACES TO CL-NOTE
    STRING PT-ROWS (PROGRAM-TOTAL-INDEX) DELIMITED BY SIZE
           " DATES"                      DELIMITED BY SIZE
      INTO CL-NOTE
    END-STRING
    MOVE COMPARISON-DETAIL-LINE TO COMPARISON-REPORT-LINE
    MOVE "   TOTAL" TO COMPARISON-REPORT-LINE (1 : 8)
    WRITE COMPARISON-REPORT-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  WRITE-COMPARISON-SUMMARY SECTION.
    MOVE SPACES TO COMPARISON-REPORT-LINE
    WRITE COMPARISON-REPORT-LINE
    STRING "ROWS ON BOTH SIDES " DELIMITED BY SIZE
           ROWS-COMPARED-COUNT   DELIMITED BY SIZE
           "  IDENTICAL "        DELIMITED BY SIZE
           ROWS-IDENTICAL-COUNT  DELIMITED BY SIZE
           "  DIFFERING "        DELIMITED BY SIZE
           ROWS-DIFFERING-COUNT  DELIMITED BY SIZE
           "  LIVE ONLY "        DELIMITED BY SIZE
           LIVE-ONLY-COUNT       DELIMITED BY SIZE
           "  SHADOW ONLY "      DELIMITED BY SIZE
           SHADOW-ONLY-COUNT     DELIMITED BY SIZE
      INTO COMPARISON-REPORT-LINE
    END-STRING
    WRITE COMPARISON-REPORT-LINE
    IF SHADOW-OVERFLOW
      MOVE SPACES TO COMPARISON-REPORT-LINE
      STRING "WARNING: MORE THAN " DELIMITED BY SIZE
             SHADOW-ROW-MAX        DELIMITED BY SIZE
             " SHADOW ROWS IN RANGE - DATES FROM " DELIMITED BY SIZE
             OVERFLOW-DATE         DELIMITED BY SIZE
             " NOT COMPARED"       DELIMITED BY SIZE
        INTO COMPARISON-REPORT-LINE
      END-STRING
      WRITE COMPARISON-REPORT-LINE
    END-IF
  . *>END SECTION

*> === EOF ======================================= <*
