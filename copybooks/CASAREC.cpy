      * Closed-case archive record -- one row per case casearch has
      * moved off CASES.DAT once it had been closed longer than the
      * retention period. CASA-CASE-IMAGE is the case master record
      * exactly as it stood (same fields, same order as CASEREC), so
      * the move is one group MOVE each way; keyed by case number,
      * with the submission ID as an alternate key so a dispute
      * about one form finds its archived cases directly.
       01 CASE-ARCHIVE-RECORD.
           05 CASA-CASE-IMAGE.
               10 CASA-NUMBER        PIC 9(9).
               10 CASA-STATUS        PIC X(11).
               10 CASA-TIMESTAMP     PIC X(14).
               10 CASA-FIELD-NAME    PIC X(15).
               10 CASA-INPUT         PIC S9(9).
               10 CASA-HIGHER        PIC S9(9).
               10 CASA-LOWER         PIC S9(9).
               10 CASA-RESULT-CODE   PIC X(6).
               10 CASA-OPENED        PIC X(14).
               10 CASA-WORKED        PIC X(14).
               10 CASA-OPERATOR      PIC X(8).
               10 CASA-SUBMISSION-ID PIC 9(9).
               10 CASA-DECIMALS      PIC 9.
               10 CASA-DIVISION      PIC 9(3).
      * When the case was moved into the archive.
           05 CASA-ARCHIVED          PIC X(14).
