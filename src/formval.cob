      * zero and fail every positive form; a SUMEQ row with no
      * fields at all would sum to zero the same way. Such rows
      * are malformed and skipped here, before they can fire.
      * A retired rule stays on the file for the record but is not
      * loaded, so it neither fires nor takes one of the 50 slots.
       STORE-ONE-RULE.
           IF RULE-ID NOT = SPACES
              AND RULE-STATUS NOT = 'R'
              AND (RULE-TYPE = "NOTGT" OR RULE-TYPE = "NOTLT"
                 OR RULE-TYPE = "SUMEQ")
              AND RULE-RESULT-CODE NOT = SPACES
