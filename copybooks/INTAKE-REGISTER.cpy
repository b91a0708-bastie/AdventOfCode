*> ----------------------------------------------- <*
*> INTAKE-REGISTER
*> One fixed-layout line per inbound transmission EXTRACT-INTAKE
*> staged, appended to intake-register.am once the staged extract
*> is on disk: the business date, the collection site (blank on a
*> single-source intake), the intake type, the control totals the
*> stamped trailer carries, when it was staged, and whether it went
*> through on its own or was released by an operations card:
*>
*>   20241202 NORTH    LOCATIONS  0001000 000000049857213 20241203 01150012 STAGED
*>   20241203 NORTH    LOCATIONS  0001000 000000049857213 20241204 01160045 RELEASED
*>
*> A new transmission whose count and hash match another date's line
*> for the same site and type is a resend of that date, not a new
*> day, and is held instead of staged.
*>
*> The declaring program provides the matching SELECT/FD:
*>   SELECT OPTIONAL INTAKE-REGISTER-FILE
*>          ASSIGN TO 'intake-register.am'
*>          ORGANIZATION IS LINE SEQUENTIAL
*>          FILE STATUS IS INTAKE-REGISTER-STATUS
*> with an 01 INTAKE-REGISTER-LINE PIC X(80) record.
*> ----------------------------------------------- <*
01 INTAKE-REGISTER-RECORD.
  05 IR-BUSINESS-DATE        PIC 9(8).
  05 FILLER                  PIC X(1).
  05 IR-SITE-ID              PIC X(8).
  05 FILLER                  PIC X(1).
  05 IR-INTAKE-TYPE          PIC X(10).
  05 FILLER                  PIC X(1).
  05 IR-RECORD-COUNT         PIC 9(7).
  05 FILLER                  PIC X(1).
  05 IR-HASH-TOTAL           PIC 9(15).
  05 FILLER                  PIC X(1).
  05 IR-STAMP-DATE           PIC 9(8).
  05 FILLER                  PIC X(1).
  05 IR-STAMP-TIME           PIC 9(8).
  05 FILLER                  PIC X(1).
  05 IR-STAGE-STATUS         PIC X(8).
    88 IR-STAGED   VALUE "STAGED  ".
    88 IR-RELEASED VALUE "RELEASED".

77 INTAKE-REGISTER-STATUS    PIC X(2).
