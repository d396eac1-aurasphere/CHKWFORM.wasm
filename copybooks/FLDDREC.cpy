      * Field dictionary record -- one row per field id the forms
      * send, keyed by the same 15-character name the bounds master,
      * the audit trail and the case file carry, so every report can
      * print what "00004711" actually is beside the bare id.
      * FDICT-DECIMALS is the decimal-places attribute the owning
      * department publishes for the field; bndcert holds the
      * bounds rows to it. A retired field keeps its row (the old
      * audit lines and cases still need the description) but may
      * not take new bounds rows.
      *   FDICT-STATUS  'A' -- active;
      *                 'R' -- retired.
       01 FIELD-DICT-RECORD.
           05 FDICT-FIELD-NAME  PIC X(15).
           05 FDICT-DESCRIPTION PIC X(30).
           05 FDICT-DEPARTMENT  PIC X(10).
           05 FDICT-DECIMALS    PIC 9.
           05 FDICT-STATUS      PIC X.
           05 FDICT-CHANGED-AT  PIC X(14).
           05 FDICT-CHANGED-BY  PIC X(8).
