      * Cross-field rule change-history record -- one line per
      * add/change/retire applied to RULES.DAT, carrying the before
      * and after images of the rule and both operator ids, so
      * "who changed this rule and when" has the same answer trail
      * a bounds change has on BNDHIST.LOG. A rejected pending
      * change logs as action REJECT with the reviewer's reason.
       01 RULHIST-RECORD.
           05 RULH-TIMESTAMP    PIC X(14).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-OPERATOR     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-ACTION       PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-RULE-ID      PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-OLD-TYPE     PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-OLD-RESULT-CODE PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-OLD-TARGET-VALUE PIC S9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-OLD-STATUS   PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-OLD-FIELD-LIST.
               10 RULH-OLD-FIELD OCCURS 6 TIMES PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-NEW-TYPE     PIC X(5).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-NEW-RESULT-CODE PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-NEW-TARGET-VALUE PIC S9(9).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-NEW-STATUS   PIC X.
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-NEW-FIELD-LIST.
               10 RULH-NEW-FIELD OCCURS 6 TIMES PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-APPROVER     PIC X(8).
           05 FILLER            PIC X VALUE SPACE.
           05 RULH-REASON       PIC X(30).
