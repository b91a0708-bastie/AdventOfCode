*> ----------------------------------------------- <*
*> PERIOD-CLOSE
*> Month-end period control for results-history.dat. PERIOD-CLOSE
*> signs a calendar month off and appends a CLOSED line for it to
*> closed-periods.am; from then on every program that writes the
*> KSDS refuses to touch a row dated inside that month. The only
*> way back in is an authorized reopen through PERIOD-CLOSE, which
*> appends a REOPENED line - the file is never rewritten, so it is
*> its own history of who closed and reopened what, and why. The
*> last line on file for a month is its current state:
*>
*>   202411 CLOSED   20241202 07150000 OPS1     MONTH-END SIGN-OFF
*>   202411 REOPENED 20241204 10020000 SUPV2    LATE NORTH EXTRACT
*>
*> The declaring program provides the matching SELECT/FD:
*>   SELECT OPTIONAL PERIOD-FILE ASSIGN TO 'closed-periods.am'
*>          ORGANIZATION IS LINE SEQUENTIAL
*>          FILE STATUS IS PERIOD-FILE-STATUS
*> with an 01 PERIOD-LINE PIC X(100) record, then sets
*> PERIOD-CHECK-DATE to the business date about to be written and
*> PERFORMs CHECK-PERIOD-CLOSED (see PERIOD-CLOSE-CHECK) while it
*> holds the history lock, so a close cannot slip in between the
*> check and the write. PERIOD-CLOSED-TEXT comes back ready for the
*> operator alert.
*> ----------------------------------------------- <*
01 CLOSED-PERIOD-RECORD.
  05 CP-PERIOD               PIC 9(6).
  05 FILLER                  PIC X(1).
  05 CP-STATUS               PIC X(8).
    88 CP-CLOSED   VALUE "CLOSED  ".
    88 CP-REOPENED VALUE "REOPENED".
  05 FILLER                  PIC X(1).
  05 CP-STAMP-DATE           PIC 9(8).
  05 FILLER                  PIC X(1).
  05 CP-STAMP-TIME           PIC 9(8).
  05 FILLER                  PIC X(1).
  05 CP-OPERATOR-ID          PIC X(8).
  05 FILLER                  PIC X(1).
  05 CP-REASON               PIC X(40).

01 PERIOD-CHECK-AREA.
  05 PERIOD-CHECK-DATE       PIC 9(8).
  05 PERIOD-CHECK-SPLIT REDEFINES PERIOD-CHECK-DATE.
    10 PERIOD-CHECK-MONTH    PIC 9(6).
    10 FILLER                PIC 9(2).
  05 PERIOD-STATE-FLAG       PIC X VALUE 'O'.
    88 PERIOD-CLOSED VALUE 'C'.
    88 PERIOD-OPEN   VALUE 'O'.
  05 PERIOD-END-FLAG         PIC X.
    88 PERIOD-END     VALUE 'Y'.
    88 PERIOD-NOT-END VALUE 'N'.
  05 PERIOD-CLOSED-TEXT      PIC X(60).

77 PERIOD-FILE-STATUS        PIC X(2).
