*> ----------------------------------------------- <*
*> OUTBOUND-REGISTER
*> One fixed-layout line per return file SITE-RETURNS produced for
*> a collection site, appended to outbound-register.am once the
*> return is on disk: the business date, the site, what the return
*> told the site, the counts its header carries, when it was cut,
*> and the file the site was sent:
*>
*>   20241202 NORTH    ISSUES    01 00012 00003 00002 00001 0 20241203 02150012 return-NORTH-20241202.am
*>   20241202 EAST     ALL CLEAN 00 00000 00000 00000 00000 0 20241203 02150013 return-EAST-20241202.am
*>
*> Every configured site gets a line every working night - an
*> ALL CLEAN line is the proof the site was told it had nothing to
*> fix, so a site missing from the register was never told.
*>
*> The declaring program provides the matching SELECT/FD:
*>   SELECT OPTIONAL OUTBOUND-REGISTER-FILE
*>          ASSIGN TO DYNAMIC OUTBOUND-REGISTER-NAME
*>          ORGANIZATION IS LINE SEQUENTIAL
*>          FILE STATUS IS OUTBOUND-REGISTER-STATUS
*> with an 01 OUTBOUND-REGISTER-LINE PIC X(132) record.
*> ----------------------------------------------- <*
01 OUTBOUND-REGISTER-RECORD.
  05 OB-BUSINESS-DATE        PIC 9(8).
  05 FILLER                  PIC X(1).
  05 OB-SITE-ID              PIC X(8).
  05 FILLER                  PIC X(1).
  05 OB-RETURN-STATUS        PIC X(9).
    88 OB-ISSUES    VALUE "ISSUES   ".
    88 OB-ALL-CLEAN VALUE "ALL CLEAN".
    88 OB-HOLIDAY   VALUE "HOLIDAY  ".
  05 FILLER                  PIC X(1).
  05 OB-HELD-FILES           PIC 9(2).
  05 FILLER                  PIC X(1).
  05 OB-HELD-LINES           PIC 9(5).
  05 FILLER                  PIC X(1).
  05 OB-REJECTED             PIC 9(5).
  05 FILLER                  PIC X(1).
  05 OB-DIAGNOSED            PIC 9(5).
  05 FILLER                  PIC X(1).
  05 OB-DISCREPANCIES        PIC 9(5).
  05 FILLER                  PIC X(1).
  05 OB-NOT-RECEIVED         PIC 9(1).
  05 FILLER                  PIC X(1).
  05 OB-STAMP-DATE           PIC 9(8).
  05 FILLER                  PIC X(1).
  05 OB-STAMP-TIME           PIC 9(8).
  05 FILLER                  PIC X(1).
  05 OB-RETURN-FILE-NAME     PIC X(40).

77 OUTBOUND-REGISTER-STATUS  PIC X(2).
77 OUTBOUND-REGISTER-NAME    PIC X(92).
