      * Daily division exception bulletin record -- the fixed layout
      * the regional offices' mail system picks up, one file per
      * division per day. Every record is 160 bytes and starts with
      * the record type, the division and the bulletin date; byte
      * 160 is always the '*' end-of-record mark, so a line keeps its
      * full length however much of the body is blank. The body in
      * between is laid out by type:
      *   HD -- header: when it was produced, the day's calls,
      *         failures and carried-over open cases;
      *   SM -- summary: one per result code failed that day, with
      *         its description and count (all before the detail);
      *   FL -- one of the day's failures;
      *   CO -- an open case carried over from an earlier day;
      *   TR -- trailer: record count, for the pickup to check.
      * Amounts are text with the field's decimal point in place
      * (1234.50, not 123450), left-justified.
       01 BULLETIN-RECORD.
           05 BULL-RECORD-TYPE       PIC X(2).
           05 BULL-DIVISION          PIC 9(3).
           05 BULL-DATE              PIC 9(8).
           05 BULL-BODY              PIC X(146).
           05 BULL-HEADER-BODY REDEFINES BULL-BODY.
               10 BULLH-PRODUCED     PIC X(14).
               10 BULLH-CALL-COUNT   PIC 9(7).
               10 BULLH-FAIL-COUNT   PIC 9(7).
               10 BULLH-CARRIED-COUNT PIC 9(7).
               10 FILLER             PIC X(111).
           05 BULL-SUMMARY-BODY REDEFINES BULL-BODY.
               10 BULLS-RESULT-CODE  PIC X(6).
               10 BULLS-DESCRIPTION  PIC X(30).
               10 BULLS-COUNT        PIC 9(7).
               10 FILLER             PIC X(103).
      * FL and CO share one detail layout; on a CO record the
      * timestamp is the original failure's and BULLD-AGE-DAYS is
      * how many days the case has been open.
           05 BULL-DETAIL-BODY REDEFINES BULL-BODY.
               10 BULLD-SUBMISSION-ID PIC 9(9).
               10 BULLD-TIMESTAMP    PIC X(14).
               10 BULLD-FIELD-NAME   PIC X(15).
               10 BULLD-AMOUNT       PIC X(12).
               10 BULLD-RESULT-CODE  PIC X(6).
               10 BULLD-RESULT-DESC  PIC X(30).
               10 BULLD-CASE-NUMBER  PIC 9(9).
               10 BULLD-CASE-STATUS  PIC X(11).
               10 BULLD-AGE-DAYS     PIC 9(5).
               10 FILLER             PIC X(35).
           05 BULL-TRAILER-BODY REDEFINES BULL-BODY.
               10 BULLT-RECORD-COUNT PIC 9(7).
               10 FILLER             PIC X(139).
           05 BULL-RECORD-END        PIC X.
