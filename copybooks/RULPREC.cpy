      * Pending cross-field rule change awaiting second-operator
      * approval -- one row per rule id, holding the requested
      * action and the complete new image of the rule plus who
      * asked for it and when. Nothing reaches RULES.DAT until a
      * different operator approves the entry; one change can be
      * pending per rule at a time. The target value is already
      * scaled into the operands' minor units.
       01 RULE-PENDING-RECORD.
           05 RPND-RULE-ID        PIC X(8).
           05 RPND-ACTION         PIC X(6).
           05 RPND-TYPE           PIC X(5).
           05 RPND-RESULT-CODE    PIC X(6).
           05 RPND-TARGET-VALUE   PIC S9(9).
           05 RPND-FIELD-LIST.
               10 RPND-FIELD OCCURS 6 TIMES PIC X(15).
           05 RPND-REQUESTED-BY   PIC X(8).
           05 RPND-REQUESTED-AT   PIC X(14).
