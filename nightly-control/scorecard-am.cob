IDENTIFICATION DIVISION.
PROGRAM-ID. SITE-SCORECARD.
AUTHOR. Sebastian Ritter <bastie@users.noreply.github.com>.

ENVIRONMENT DIVISION.
  INPUT-OUTPUT SECTION.
    FILE-CONTROL.
      *> Per-site rows DAY01 and DAY02 write next to their
      *> RESULTS-HISTORY rows on a merged-extract night.
      SELECT SITE-RESULTS-FILE
             ASSIGN TO 'site-results.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS SR-KEY
             FILE STATUS IS SITE-RESULTS-STATUS
      .
      *> The published whole-night totals each site's share is taken
      *> of.
      SELECT RESULTS-HISTORY-FILE
             ASSIGN TO 'results-history.dat'
             ORGANIZATION IS INDEXED
             ACCESS MODE IS DYNAMIC
             RECORD KEY IS RH-KEY
             FILE STATUS IS RESULTS-HISTORY-STATUS
      .
      SELECT SCORECARD-FILE
             ASSIGN TO 'site-scorecard.am'
             ORGANIZATION IS LINE SEQUENTIAL
             FILE STATUS IS SCORECARD-FILE-STATUS
      .

DATA DIVISION.
FILE SECTION.
FD SITE-RESULTS-FILE.
  COPY SITE-RESULTS.

FD RESULTS-HISTORY-FILE.
  COPY RESULTS-HISTORY.

FD SCORECARD-FILE.
  01 SCORECARD-LINE    PIC X(132).

WORKING-STORAGE SECTION.
    77 SITE-RESULTS-STATUS     PIC X(2).
    77 RESULTS-HISTORY-STATUS  PIC X(2).
    77 SCORECARD-FILE-STATUS   PIC X(2).

    *> SCORECARD_DATE_FROM defaults to today, SCORECARD_DATE_TO to
    *> the FROM date, so the morning question - last night's sites -
    *> needs no parameters at all.
    77 SCORECARD-DATE-FROM-TEXT PIC X(10).
    77 SCORECARD-DATE-TO-TEXT   PIC X(10).
    77 SCORECARD-DATE-FROM      PIC 9(8).
    77 SCORECARD-DATE-TO        PIC 9(8).

    77 HISTORY-OPEN-FLAG       PIC X VALUE 'N'.
      88 HISTORY-OPEN     VALUE 'Y'.
    77 SITE-END-FLAG           PIC X.
      88 SITE-END     VALUE 'Y'.
      88 SITE-NOT-END VALUE 'N'.

    *> --- The date/program group being collected ---
    *> The file is keyed date-major, then program, then site, so one
    *> key-order walk delivers each night's sites for a program
    *> together; the group is ranked and printed when the key moves
    *> on.
    77 GROUP-RUN-DATE          PIC 9(8) VALUE ZERO.
    77 GROUP-PROGRAM-ID        PIC X(20) VALUE SPACES.
    77 GROUP-SITE-COUNT        PIC 9(2) VALUE ZERO.
    77 GROUP-SITE-MAX          PIC 9(2) VALUE 20.
    01 GROUP-SITE-ENTRIES.
      05 GROUP-SITE-ENTRY OCCURS 20.
        10 GS-SITE-ID          PIC X(8).
        10 GS-RECORDS          PIC 9(7).
        10 GS-RESULT-1         PIC 9(15).
        10 GS-RESULT-2         PIC 9(15).
        10 GS-PRIOR-FLAG       PIC X.
          88 GS-PRIOR-FOUND VALUE 'Y'.
        10 GS-DELTA-1          PIC S9(15).
        10 GS-DELTA-2          PIC S9(15).
        10 GS-RANK-1           PIC 9(2).
        10 GS-RANK-2           PIC 9(2).
    77 GROUP-INDEX             PIC 9(2).
    77 COMPARE-INDEX           PIC 9(2).
    77 RANK-PASS               PIC 9(2).

    *> --- Each site's previous row, for the day-over-day move ---
    *> The walk starts at the top of the file, not at the FROM date,
    *> so the first night reported still has its prior night to move
    *> against.
    77 PRIOR-SITE-COUNT        PIC 9(3) VALUE ZERO.
    77 PRIOR-SITE-MAX          PIC 9(3) VALUE 200.
    01 PRIOR-SITE-ENTRIES.
      05 PRIOR-SITE-ENTRY OCCURS 200.
        10 PS-PROGRAM-ID       PIC X(20).
        10 PS-SITE-ID          PIC X(8).
        10 PS-RESULT-1         PIC 9(15).
        10 PS-RESULT-2         PIC 9(15).
    77 PRIOR-INDEX             PIC 9(3).
    77 PRIOR-FOUND-INDEX       PIC 9(3).
    77 PRIOR-SEARCH-PROGRAM-ID PIC X(20).
    77 PRIOR-SEARCH-SITE-ID    PIC X(8).

    *> --- Night totals the shares are taken of ---
    77 NIGHT-RESULT-1          PIC 9(15).
    77 NIGHT-RESULT-2          PIC 9(15).
    77 NIGHT-SOURCE-FLAG       PIC X.
      88 NIGHT-FROM-HISTORY    VALUE 'H'.
      88 NIGHT-FROM-SITE-ROWS  VALUE 'S'.
    *> The site rows' own sum, which no longer matches a published
    *> row a resubmission or adjustment has since moved.
    77 SITE-SUM-RESULT-1       PIC 9(15).
    77 SITE-SUM-RESULT-2       PIC 9(15).
    77 SHARE-PCT-1             PIC 9(3)V9.
    77 SHARE-PCT-2             PIC 9(3)V9.

    *> The site whose RESULT-1 moved furthest since its prior night -
    *> management's first question whenever the combined total moves.
    77 MOVER-INDEX             PIC 9(2).
    77 MOVER-MAGNITUDE         PIC 9(15).
    77 DELTA-MAGNITUDE         PIC 9(15).

    77 GROUPS-REPORTED-COUNT   PIC 9(5) VALUE ZERO.

    01 SCORECARD-HEADING-LINE.
      05 FILLER PIC X(5)  VALUE "RANK ".
      05 FILLER PIC X(9)  VALUE "SITE     ".
      05 FILLER PIC X(7)  VALUE "RECORDS".
      05 FILLER PIC X(17) VALUE "         RESULT-1".
      05 FILLER PIC X(7)  VALUE "  SHARE".
      05 FILLER PIC X(17) VALUE "          DELTA-1".
      05 FILLER PIC X(7)  VALUE " RANK-2".
      05 FILLER PIC X(17) VALUE "         RESULT-2".
      05 FILLER PIC X(7)  VALUE "  SHARE".
      05 FILLER PIC X(17) VALUE "          DELTA-2".

    01 SCORECARD-DETAIL-LINE.
      05 SD-RANK-1            PIC Z9.
      05 FILLER               PIC X(3) VALUE SPACES.
      05 SD-SITE-ID           PIC X(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SD-RECORDS           PIC Z(6)9.
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SD-RESULT-1          PIC Z(15)9.
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SD-SHARE-1           PIC ZZ9.9.
      05 SD-SHARE-1-TEXT REDEFINES SD-SHARE-1 PIC X(5).
      05 FILLER               PIC X(1) VALUE "%".
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SD-DELTA-1           PIC +(15)9.
      05 FILLER               PIC X(5) VALUE SPACES.
      05 SD-RANK-2            PIC Z9.
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SD-RESULT-2          PIC Z(15)9.
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SD-SHARE-2           PIC ZZ9.9.
      05 SD-SHARE-2-TEXT REDEFINES SD-SHARE-2 PIC X(5).
      05 FILLER               PIC X(1) VALUE "%".
      05 FILLER               PIC X(1) VALUE SPACES.
      05 SD-DELTA-2           PIC +(15)9.

    01 SCORECARD-TOTAL-LINE.
      05 FILLER               PIC X(14) VALUE "NIGHT TOTAL   ".
      05 FILLER               PIC X(8)  VALUE SPACES.
      05 NT-RESULT-1          PIC Z(15)9.
      05 FILLER               PIC X(32) VALUE SPACES.
      05 NT-RESULT-2          PIC Z(15)9.

    01 SCORECARD-MOVER-LINE.
      05 FILLER               PIC X(25)
         VALUE "LARGEST RESULT-1 MOVE:  ".
      05 MV-SITE-ID           PIC X(8).
      05 FILLER               PIC X(1) VALUE SPACES.
      05 MV-DELTA             PIC +(15)9.

*> =============================================== <*
   PROCEDURE DIVISION.
*> =============================================== <*
  MASTER SECTION.

    INIT. *> PARAGRAPH -------------------------
      ACCEPT SCORECARD-DATE-FROM FROM DATE YYYYMMDD
      MOVE SPACES TO SCORECARD-DATE-FROM-TEXT
      ACCEPT SCORECARD-DATE-FROM-TEXT FROM ENVIRONMENT
             "SCORECARD_DATE_FROM"
      IF SCORECARD-DATE-FROM-TEXT (1 : 8) IS NUMERIC
        MOVE SCORECARD-DATE-FROM-TEXT (1 : 8) TO SCORECARD-DATE-FROM
      END-IF

      MOVE SCORECARD-DATE-FROM TO SCORECARD-DATE-TO
      MOVE SPACES TO SCORECARD-DATE-TO-TEXT
      ACCEPT SCORECARD-DATE-TO-TEXT FROM ENVIRONMENT
             "SCORECARD_DATE_TO"
      IF SCORECARD-DATE-TO-TEXT (1 : 8) IS NUMERIC
        MOVE SCORECARD-DATE-TO-TEXT (1 : 8) TO SCORECARD-DATE-TO
      END-IF

      IF SCORECARD-DATE-FROM GREATER THAN SCORECARD-DATE-TO
        DISPLAY "SITE-SCORECARD: SCORECARD_DATE_FROM "
                SCORECARD-DATE-FROM " IS AFTER SCORECARD_DATE_TO "
                SCORECARD-DATE-TO " - NO SCORECARD WRITTEN"
        MOVE 8 TO RETURN-CODE
        GOBACK
      END-IF

      OPEN INPUT SITE-RESULTS-FILE
      IF SITE-RESULTS-STATUS NOT EQUAL "00"
        DISPLAY "SITE-SCORECARD: NO site-results.dat, STATUS = "
                SITE-RESULTS-STATUS
                " - NO MERGED NIGHT EVER RUN"
        GOBACK
      END-IF

      *> Without the trend file the sites are still ranked, but no
      *> share is given - there is no published total to take it of.
      OPEN INPUT RESULTS-HISTORY-FILE
      IF RESULTS-HISTORY-STATUS EQUAL "00"
        MOVE 'Y' TO HISTORY-OPEN-FLAG
      ELSE
        DISPLAY "SITE-SCORECARD: CANNOT OPEN RESULTS-HISTORY,"
                " STATUS = " RESULTS-HISTORY-STATUS
                " - NO SHARES GIVEN"
      END-IF

      OPEN OUTPUT SCORECARD-FILE
      MOVE "SITE SCORECARD - PER-SITE SHARE OF THE NIGHT"
        TO SCORECARD-LINE
      WRITE SCORECARD-LINE
      MOVE SPACES TO SCORECARD-LINE
      STRING "RUN DATES " DELIMITED BY SIZE
             SCORECARD-DATE-FROM DELIMITED BY SIZE
             " THRU " DELIMITED BY SIZE
             SCORECARD-DATE-TO DELIMITED BY SIZE
        INTO SCORECARD-LINE
      END-STRING
      WRITE SCORECARD-LINE
    . *> END PARAGRAPH

    MAIN. *> PARAGRAPH -------------------------
      MOVE LOW-VALUES TO SR-KEY
      START SITE-RESULTS-FILE KEY IS NOT LESS THAN SR-KEY
        INVALID KEY
          MOVE 'Y' TO SITE-END-FLAG
        NOT INVALID KEY
          MOVE 'N' TO SITE-END-FLAG
      END-START

      PERFORM SCORECARD-LOOP UNTIL SITE-END

      *> The last group has no following key change to flush it.
      IF GROUP-SITE-COUNT GREATER THAN ZERO
        PERFORM CLOSE-SITE-GROUP
      END-IF

      IF GROUPS-REPORTED-COUNT EQUAL ZERO
        MOVE SPACES TO SCORECARD-LINE
        WRITE SCORECARD-LINE
        MOVE "NO SITE RESULTS IN RANGE" TO SCORECARD-LINE
        WRITE SCORECARD-LINE
      END-IF
    . *> END PARAGRAPH

    DEINIT. *> PARAGRAPH -----------------------
      CLOSE SITE-RESULTS-FILE
      IF HISTORY-OPEN
        CLOSE RESULTS-HISTORY-FILE
      END-IF
      CLOSE SCORECARD-FILE
      DISPLAY "SITE-SCORECARD: " GROUPS-REPORTED-COUNT
              " NIGHT/PROGRAM SCORECARD(S) WRITTEN TO site-scorecard.am"
    . *> END PARAGRAPH

    GOBACK
    STOP RUN
  . *>END SECTION

*> ----------------------------------------------- <*
  SCORECARD-LOOP SECTION.
    READ SITE-RESULTS-FILE NEXT RECORD
      AT END
        MOVE 'Y' TO SITE-END-FLAG
      NOT AT END
        IF SR-RUN-DATE GREATER THAN SCORECARD-DATE-TO
          *> Key order is date-major, so the first row past the TO
          *> date ends the walk.
          MOVE 'Y' TO SITE-END-FLAG
        ELSE
          IF SR-RUN-DATE NOT EQUAL GROUP-RUN-DATE
             OR SR-PROGRAM-ID NOT EQUAL GROUP-PROGRAM-ID
            IF GROUP-SITE-COUNT GREATER THAN ZERO
              PERFORM CLOSE-SITE-GROUP
            END-IF
            MOVE SR-RUN-DATE   TO GROUP-RUN-DATE
            MOVE SR-PROGRAM-ID TO GROUP-PROGRAM-ID
            MOVE ZERO TO GROUP-SITE-COUNT
          END-IF
          PERFORM ADD-SITE-TO-GROUP
        END-IF
    END-READ
  . *>END SECTION

*> ----------------------------------------------- <*
  ADD-SITE-TO-GROUP SECTION.
    IF GROUP-SITE-COUNT NOT LESS THAN GROUP-SITE-MAX
      DISPLAY "SITE-SCORECARD: MORE THAN " GROUP-SITE-MAX
              " SITES FOR " SR-RUN-DATE " " SR-PROGRAM-ID
              " - EXTRAS NOT RANKED"
    ELSE
      ADD 1 TO GROUP-SITE-COUNT
      MOVE SR-SITE-ID      TO GS-SITE-ID (GROUP-SITE-COUNT)
      MOVE SR-RECORD-COUNT TO GS-RECORDS (GROUP-SITE-COUNT)
      MOVE SR-RESULT-1     TO GS-RESULT-1 (GROUP-SITE-COUNT)
      MOVE SR-RESULT-2     TO GS-RESULT-2 (GROUP-SITE-COUNT)

      MOVE SR-PROGRAM-ID TO PRIOR-SEARCH-PROGRAM-ID
      MOVE SR-SITE-ID    TO PRIOR-SEARCH-SITE-ID
      PERFORM FIND-PRIOR-SITE
      IF PRIOR-FOUND-INDEX GREATER THAN ZERO
        MOVE 'Y' TO GS-PRIOR-FLAG (GROUP-SITE-COUNT)
        COMPUTE GS-DELTA-1 (GROUP-SITE-COUNT) =
                SR-RESULT-1 - PS-RESULT-1 (PRIOR-FOUND-INDEX)
        COMPUTE GS-DELTA-2 (GROUP-SITE-COUNT) =
                SR-RESULT-2 - PS-RESULT-2 (PRIOR-FOUND-INDEX)
      ELSE
        MOVE 'N'  TO GS-PRIOR-FLAG (GROUP-SITE-COUNT)
        MOVE ZERO TO GS-DELTA-1 (GROUP-SITE-COUNT)
        MOVE ZERO TO GS-DELTA-2 (GROUP-SITE-COUNT)
      END-IF
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  FIND-PRIOR-SITE SECTION.
    MOVE ZERO TO PRIOR-FOUND-INDEX
    MOVE 0 TO PRIOR-INDEX
    PERFORM UNTIL PRIOR-INDEX = PRIOR-SITE-COUNT
                  OR PRIOR-FOUND-INDEX GREATER THAN ZERO
      ADD 1 TO PRIOR-INDEX
      IF PS-PROGRAM-ID (PRIOR-INDEX) EQUAL PRIOR-SEARCH-PROGRAM-ID
         AND PS-SITE-ID (PRIOR-INDEX) EQUAL PRIOR-SEARCH-SITE-ID
        MOVE PRIOR-INDEX TO PRIOR-FOUND-INDEX
      END-IF
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  CLOSE-SITE-GROUP SECTION.
    *> Nights before the FROM date are only walked for their values
    *> as the prior night - they are not printed.
    IF GROUP-RUN-DATE NOT LESS THAN SCORECARD-DATE-FROM
      PERFORM RANK-SITE-GROUP
      PERFORM PRINT-SITE-GROUP
    END-IF

    MOVE 0 TO GROUP-INDEX
    PERFORM UNTIL GROUP-INDEX = GROUP-SITE-COUNT
      ADD 1 TO GROUP-INDEX
      PERFORM REMEMBER-PRIOR-SITE
    END-PERFORM
    MOVE ZERO TO GROUP-SITE-COUNT
  . *>END SECTION

*> ----------------------------------------------- <*
  REMEMBER-PRIOR-SITE SECTION.
    MOVE GROUP-PROGRAM-ID TO PRIOR-SEARCH-PROGRAM-ID
    MOVE GS-SITE-ID (GROUP-INDEX) TO PRIOR-SEARCH-SITE-ID
    PERFORM FIND-PRIOR-SITE
    IF PRIOR-FOUND-INDEX EQUAL ZERO
      IF PRIOR-SITE-COUNT LESS THAN PRIOR-SITE-MAX
        ADD 1 TO PRIOR-SITE-COUNT
        MOVE PRIOR-SITE-COUNT TO PRIOR-FOUND-INDEX
        MOVE GROUP-PROGRAM-ID TO PS-PROGRAM-ID (PRIOR-FOUND-INDEX)
        MOVE GS-SITE-ID (GROUP-INDEX) TO PS-SITE-ID (PRIOR-FOUND-INDEX)
      END-IF
    END-IF
    IF PRIOR-FOUND-INDEX GREATER THAN ZERO
      MOVE GS-RESULT-1 (GROUP-INDEX) TO PS-RESULT-1 (PRIOR-FOUND-INDEX)
      MOVE GS-RESULT-2 (GROUP-INDEX) TO PS-RESULT-2 (PRIOR-FOUND-INDEX)
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  RANK-SITE-GROUP SECTION.
    *> Competition ranking: a site's rank is one more than the number
    *> of sites strictly ahead of it, so tied sites share a rank.
    MOVE 0 TO GROUP-INDEX
    PERFORM UNTIL GROUP-INDEX = GROUP-SITE-COUNT
      ADD 1 TO GROUP-INDEX
      MOVE 1 TO GS-RANK-1 (GROUP-INDEX)
      MOVE 1 TO GS-RANK-2 (GROUP-INDEX)
      MOVE 0 TO COMPARE-INDEX
      PERFORM UNTIL COMPARE-INDEX = GROUP-SITE-COUNT
        ADD 1 TO COMPARE-INDEX
        IF GS-RESULT-1 (COMPARE-INDEX) GREATER THAN
           GS-RESULT-1 (GROUP-INDEX)
          ADD 1 TO GS-RANK-1 (GROUP-INDEX)
        END-IF
        IF GS-RESULT-2 (COMPARE-INDEX) GREATER THAN
           GS-RESULT-2 (GROUP-INDEX)
          ADD 1 TO GS-RANK-2 (GROUP-INDEX)
        END-IF
      END-PERFORM
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  PRINT-SITE-GROUP SECTION.
    ADD 1 TO GROUPS-REPORTED-COUNT
    PERFORM RESOLVE-NIGHT-TOTALS

    MOVE SPACES TO SCORECARD-LINE
    WRITE SCORECARD-LINE
    MOVE SPACES TO SCORECARD-LINE
    STRING "RUN DATE " DELIMITED BY SIZE
           GROUP-RUN-DATE DELIMITED BY SIZE
           "  PROGRAM: " DELIMITED BY SIZE
           GROUP-PROGRAM-ID DELIMITED BY SPACE
      INTO SCORECARD-LINE
    END-STRING
    WRITE SCORECARD-LINE
    WRITE SCORECARD-LINE FROM SCORECARD-HEADING-LINE

    *> Best RESULT-1 first; tied sites print together in site-id
    *> order.
    PERFORM PRINT-SITES-AT-RANK
            VARYING RANK-PASS FROM 1 BY 1
            UNTIL RANK-PASS GREATER THAN GROUP-SITE-COUNT

    MOVE NIGHT-RESULT-1 TO NT-RESULT-1
    MOVE NIGHT-RESULT-2 TO NT-RESULT-2
    WRITE SCORECARD-LINE FROM SCORECARD-TOTAL-LINE
    IF NIGHT-FROM-SITE-ROWS
      MOVE "  (NO RESULTS-HISTORY ROW - TOTAL OF THE SITE ROWS, NO SHARES)"
        TO SCORECARD-LINE
      WRITE SCORECARD-LINE
    ELSE
      IF SITE-SUM-RESULT-1 NOT EQUAL NIGHT-RESULT-1
         OR SITE-SUM-RESULT-2 NOT EQUAL NIGHT-RESULT-2
        MOVE SPACES TO SCORECARD-LINE
        STRING "  (SITE ROWS TOTAL " DELIMITED BY SIZE
               SITE-SUM-RESULT-1 DELIMITED BY SIZE
               " / " DELIMITED BY SIZE
               SITE-SUM-RESULT-2 DELIMITED BY SIZE
               " - ROW RESUBMITTED OR ADJUSTED SINCE THE RUN)"
                 DELIMITED BY SIZE
          INTO SCORECARD-LINE
        END-STRING
        WRITE SCORECARD-LINE
      END-IF
    END-IF

    PERFORM FIND-LARGEST-MOVER
    IF MOVER-INDEX GREATER THAN ZERO
      MOVE GS-SITE-ID (MOVER-INDEX) TO MV-SITE-ID
      MOVE GS-DELTA-1 (MOVER-INDEX) TO MV-DELTA
      WRITE SCORECARD-LINE FROM SCORECARD-MOVER-LINE
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  RESOLVE-NIGHT-TOTALS SECTION.
    *> The share is of the night as published, resubmission folds and
    *> adjustments included. Where the trend file has no row for the
    *> night the site rows' sum is printed as the total, with no
    *> shares.
    MOVE ZERO TO SITE-SUM-RESULT-1
    MOVE ZERO TO SITE-SUM-RESULT-2
    MOVE 0 TO GROUP-INDEX
    PERFORM UNTIL GROUP-INDEX = GROUP-SITE-COUNT
      ADD 1 TO GROUP-INDEX
      ADD GS-RESULT-1 (GROUP-INDEX) TO SITE-SUM-RESULT-1
      ADD GS-RESULT-2 (GROUP-INDEX) TO SITE-SUM-RESULT-2
    END-PERFORM

    MOVE 'S' TO NIGHT-SOURCE-FLAG
    IF HISTORY-OPEN
      MOVE GROUP-RUN-DATE   TO RH-RUN-DATE
      MOVE GROUP-PROGRAM-ID TO RH-PROGRAM-ID
      READ RESULTS-HISTORY-FILE
        INVALID KEY
          CONTINUE
        NOT INVALID KEY
          MOVE 'H' TO NIGHT-SOURCE-FLAG
          MOVE RH-RESULT-1 TO NIGHT-RESULT-1
          MOVE RH-RESULT-2 TO NIGHT-RESULT-2
      END-READ
    END-IF

    IF NIGHT-FROM-SITE-ROWS
      MOVE SITE-SUM-RESULT-1 TO NIGHT-RESULT-1
      MOVE SITE-SUM-RESULT-2 TO NIGHT-RESULT-2
    END-IF
  . *>END SECTION

*> ----------------------------------------------- <*
  PRINT-SITES-AT-RANK SECTION.
    MOVE 0 TO GROUP-INDEX
    PERFORM UNTIL GROUP-INDEX = GROUP-SITE-COUNT
      ADD 1 TO GROUP-INDEX
      IF GS-RANK-1 (GROUP-INDEX) EQUAL RANK-PASS
        PERFORM PRINT-ONE-SITE
      END-IF
    END-PERFORM
  . *>END SECTION

*> ----------------------------------------------- <*
  PRINT-ONE-SITE SECTION.
    MOVE ZERO TO SHARE-PCT-1
    MOVE ZERO TO SHARE-PCT-2
    IF NIGHT-FROM-HISTORY AND NIGHT-RESULT-1 GREATER THAN ZERO
      COMPUTE SHARE-PCT-1 ROUNDED =
              (GS-RESULT-1 (GROUP-INDEX) * 100) / NIGHT-RESULT-1
        ON SIZE ERROR
          MOVE 999.9 TO SHARE-PCT-1
      END-COMPUTE
    END-IF
    IF NIGHT-FROM-HISTORY AND NIGHT-RESULT-2 GREATER THAN ZERO
      COMPUTE SHARE-PCT-2 ROUNDED =
              (GS-RESULT-2 (GROUP-INDEX) * 100) / NIGHT-RESULT-2
        ON SIZE ERROR
          MOVE 999.9 TO SHARE-PCT-2
      END-COMPUTE
    END-IF

    MOVE GS-RANK-1 (GROUP-INDEX)   TO SD-RANK-1
    MOVE GS-SITE-ID (GROUP-INDEX)  TO SD-SITE-ID
    MOVE GS-RECORDS (GROUP-INDEX)  TO SD-RECORDS
    MOVE GS-RESULT-1 (GROUP-INDEX) TO SD-RESULT-1
    MOVE SHARE-PCT-1               TO SD-SHARE-1
    MOVE GS-DELTA-1 (GROUP-INDEX)  TO SD-DELTA-1
    MOVE GS-RANK-2 (GROUP-INDEX)   TO SD-RANK-2
    MOVE GS-RESULT-2 (GROUP-INDEX) TO SD-RESULT-2
    MOVE SHARE-PCT-2               TO SD-SHARE-2
    MOVE GS-DELTA-2 (GROUP-INDEX)  TO SD-DELTA-2
    *> With no history row there is no night total to take a share
    *> of - a 0.0 would read as a site that contributed nothing.
    IF NIGHT-FROM-SITE-ROWS
      MOVE "   --" TO SD-SHARE-1-TEXT
      MOVE "   --" TO SD-SHARE-2-TEXT
    END-IF
    WRITE SCORECARD-LINE FROM SCORECARD-DETAIL-LINE
  . *>END SECTION

*> ----------------------------------------------- <*
  FIND-LARGEST-MOVER SECTION.
    *> Only sites with a prior night to move against are candidates;
    *> no line at all when nothing moved.
    MOVE ZERO TO MOVER-INDEX
    MOVE ZERO TO MOVER-MAGNITUDE
    MOVE 0 TO GROUP-INDEX
    PERFORM UNTIL GROUP-INDEX = GROUP-SITE-COUNT
      ADD 1 TO GROUP-INDEX
      IF GS-PRIOR-FOUND (GROUP-INDEX)
        IF GS-DELTA-1 (GROUP-INDEX) LESS THAN ZERO
          COMPUTE DELTA-MAGNITUDE = ZERO - GS-DELTA-1 (GROUP-INDEX)
        ELSE
          MOVE GS-DELTA-1 (GROUP-INDEX) TO DELTA-MAGNITUDE
        END-IF
        IF DELTA-MAGNITUDE GREATER THAN MOVER-MAGNITUDE
          MOVE GROUP-INDEX     TO MOVER-INDEX
          MOVE DELTA-MAGNITUDE TO MOVER-MAGNITUDE
        END-IF
      END-IF
    END-PERFORM
  . *>END SECTION

*> === EOF ======================================= <*
