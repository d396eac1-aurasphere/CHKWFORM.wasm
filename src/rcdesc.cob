       IDENTIFICATION DIVISION.
        PROGRAM-ID. rcdesc.
      * Shared result-code description: given a CCnnnn result code
      * off an audit, exception or case record, hands back the text
      * a reader outside the validation team can follow. The fixed
      * codes come from VALCODES; any other code is a cross-field
      * rule's own result code, looked up on RULES.DAT and described
      * by the rule's id and type -- retired rules included, since
      * old failures still carry their codes. A code on neither
      * comes back as a marker, the way flddesc marks an unknown
      * field. RULES.DAT is read once, on the first call that needs
      * it, and held for the rest of the run.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RULES-FILE ASSIGN TO "RULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RULES-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RULES-FILE.
           COPY "RULESREC.cpy".
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 RULES-FILE-STATUS   PIC X(2).
       01 WS-RULES-LOADED     PIC X     VALUE 'N'.
       01 WS-EOF              PIC X.
       01 WS-IDX              PIC 9(3)  BINARY.
       01 WS-RULE-COUNT       PIC 9(3)  BINARY VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-RESULT-CODE PIC X(6).
               10 WS-RT-RULE-ID     PIC X(8).
               10 WS-RT-RULE-TYPE   PIC X(5).
        LINKAGE SECTION.
       01 LS-RESULT-CODE    PIC X(6).
       01 LS-DESCRIPTION    PIC X(30).
        PROCEDURE DIVISION USING LS-RESULT-CODE, LS-DESCRIPTION.
           MOVE SPACES TO LS-DESCRIPTION.
           EVALUATE LS-RESULT-CODE
              WHEN VALIDATION-OK
                 MOVE "PASSED" TO LS-DESCRIPTION
              WHEN VALIDATION-ERROR
                 MOVE "ABOVE THE HIGHER BOUND" TO LS-DESCRIPTION
              WHEN VALIDATION-ERROR-LOW
                 MOVE "BELOW THE LOWER BOUND" TO LS-DESCRIPTION
              WHEN VALIDATION-MISSING
                 MOVE "VALUE OR FIELD ID MISSING" TO LS-DESCRIPTION
              WHEN VALIDATION-NO-BOUNDS
                 MOVE "NO BOUNDS IN FORCE FOR FIELD" TO LS-DESCRIPTION
              WHEN VALIDATION-OVERFLOW
                 MOVE "MORE FIELDS THAN FORM ALLOWS" TO LS-DESCRIPTION
              WHEN VALIDATION-WARN-HIGH
                 MOVE "PASSED, ABOVE WARNING BAND" TO LS-DESCRIPTION
              WHEN VALIDATION-WARN-LOW
                 MOVE "PASSED, BELOW WARNING BAND" TO LS-DESCRIPTION
              WHEN OTHER
                 PERFORM DESCRIBE-RULE-CODE
           END-EVALUATE.
           GOBACK.

       DESCRIBE-RULE-CODE.
           IF WS-RULES-LOADED = 'N'
              PERFORM LOAD-RULES
           END-IF.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-RULE-COUNT
              OR WS-RT-RESULT-CODE(WS-IDX) = LS-RESULT-CODE
              CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-RULE-COUNT
              MOVE "(UNKNOWN RESULT CODE)" TO LS-DESCRIPTION
           ELSE
              STRING "RULE " WS-RT-RULE-ID(WS-IDX)
                 " (" WS-RT-RULE-TYPE(WS-IDX) ")"
                 DELIMITED BY SIZE INTO LS-DESCRIPTION
           END-IF.

      * A missing RULES.DAT leaves the table empty; every rule code
      * then reads as unknown rather than stopping the caller.
       LOAD-RULES.
           MOVE 'Y' TO WS-RULES-LOADED.
           OPEN INPUT RULES-FILE.
           IF RULES-FILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ RULES-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF WS-RULE-COUNT < 200
                          AND RULE-RESULT-CODE NOT = SPACES
                          ADD 1 TO WS-RULE-COUNT
                          MOVE RULE-RESULT-CODE
                             TO WS-RT-RESULT-CODE(WS-RULE-COUNT)
                          MOVE RULE-ID
                             TO WS-RT-RULE-ID(WS-RULE-COUNT)
                          MOVE RULE-TYPE
                             TO WS-RT-RULE-TYPE(WS-RULE-COUNT)
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           END-IF.
