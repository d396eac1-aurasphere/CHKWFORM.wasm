           05 FILLER            PIC X VALUE SPACE.
           05 RULE-FIELD-LIST.
               10 RULE-FIELD OCCURS 6 TIMES PIC X(15).
           05 FILLER            PIC X VALUE SPACE.
      * Appended after the field list so rows keyed before rulmaint
      * existed read back blank -- active -- without conversion.
      * A retired rule keeps its row (the audit trail and the cases
      * still carry its id and result code) but formval no longer
      * loads it and it no longer counts toward the 50-rule table.
      *   RULE-STATUS  space or 'A' -- active;
      *                'R'          -- retired.
           05 RULE-STATUS       PIC X.
