       IDENTIFICATION DIVISION.
        PROGRAM-ID. rulcert.
      * Cross-field rule certification: for a requested as-of date,
      * reads RULES.DAT and checks every rule against the bounds
      * master the way bndcert checks the bounds rows themselves.
      * Flagged as problems:
      *   - a malformed row formval's STORE-ONE-RULE would skip
      *     without a word (blank id, unknown type, missing fields);
      *   - a duplicate rule id;
      *   - a named field with no bounds row at all, or none in
      *     force on the as-of date;
      *   - operands whose rows in force carry different decimal
      *     places, or one field whose rows disagree by division;
      *   - a SUMEQ target the operands' shop-wide bounds can never
      *     add up to, with the scaled figure named when the target
      *     was plainly keyed in whole units;
      *   - a result code that is one of VALCODES.cpy's shared
      *     codes, is not CCnnnn, or is shared with another live
      *     rule;
      *   - more live rules than formval's 50-entry table holds.
      * Retired rules are listed but not checked -- formval never
      * loads them. Run after every approved rule change; the output
      * is filed as the certification copy beside BNDCERT.RPT.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RULES-FILE ASSIGN TO "RULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RULES-FILE-STATUS.
            SELECT BOUNDS-FILE ASSIGN TO "BOUNDS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BOUNDS-KEY
                FILE STATUS IS BOUNDS-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "RULCERT.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RULES-FILE.
           COPY "RULESREC.cpy".
        FD  BOUNDS-FILE.
           COPY "BOUNDSREC.cpy".
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(160).
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 RULES-FILE-STATUS   PIC X(2).
       01 BOUNDS-FILE-STATUS  PIC X(2).
       01 REPORT-FILE-STATUS  PIC X(2).
       01 WS-ASOF-DATE-TEXT   PIC X(8).
       01 WS-ASOF-DATE        PIC 9(8).
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-ROW-COUNT        PIC 9(9)  VALUE ZERO.
       01 WS-ACTIVE-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-RETIRED-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-PROBLEM-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-RULE-LIMIT       PIC 9(3)  VALUE 50.
       01 WS-RULE-IDX         PIC 9(3)  BINARY.
       01 WS-OTHER-IDX        PIC 9(3)  BINARY.
       01 WS-OPERAND-IDX      PIC 9(2)  BINARY.
       01 WS-OPERAND-COUNT    PIC 9(2)  BINARY.
       01 WS-RULE-WELL-FORMED PIC X.
       01 WS-RULE-DEC-SET     PIC X.
       01 WS-RULE-DECIMALS    PIC 9.
       01 WS-RANGE-USABLE     PIC X.
       01 WS-SUM-HIGHER       PIC S9(11).
       01 WS-SUM-LOWER        PIC S9(11).
       01 WS-POWER            PIC 9(5)  BINARY.
       01 WS-SCALED-TARGET    PIC S9(11).
       01 WS-SCALED-TARGET-EDIT PIC -(11)9.
       01 WS-TARGET-DISPLAY   PIC X(12).
       01 WS-TARGET-EDIT      PIC -(9)9.
       01 WS-LINE-POINTER     PIC 9(3).
       01 WS-SUM-DISPLAY-VAL  PIC S9(9).
       01 WS-SUM-HIGHER-DISPLAY PIC X(12).
       01 WS-SUM-LOWER-DISPLAY  PIC X(12).
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
      * What the bounds master says about one operand as of the
      * certification date, gathered by LOOK-UP-OPERAND.
       01 WS-OP-ANY-ROW       PIC X.
       01 WS-OP-IN-FORCE      PIC X.
       01 WS-OP-DEC-SET       PIC X.
       01 WS-OP-DEC-MIXED     PIC X.
       01 WS-OP-DECIMALS      PIC 9.
       01 WS-OP-DEFAULT-FOUND PIC X.
       01 WS-OP-DEFAULT-HIGHER PIC S9(9).
       01 WS-OP-DEFAULT-LOWER  PIC S9(9).
       01 WS-OP-PREV-DIVISION PIC 9(3).
       01 WS-OP-DIV-FOUND     PIC X.
       01 WS-OP-DIV-DECIMALS  PIC 9.
       01 WS-OP-DIV-HIGHER    PIC S9(9).
       01 WS-OP-DIV-LOWER     PIC S9(9).
      * The whole file is held so duplicates and result-code clashes
      * can be checked rule against rule.
       01 WS-RULE-COUNT       PIC 9(3)  BINARY VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-ID      PIC X(8).
               10 WS-RT-TYPE    PIC X(5).
               10 WS-RT-RESULT  PIC X(6).
               10 WS-RT-TARGET  PIC S9(9).
               10 WS-RT-STATUS  PIC X.
               10 WS-RT-FIELD OCCURS 6 TIMES PIC X(15).
       01 WS-TABLE-FULL       PIC X     VALUE 'N'.
        PROCEDURE DIVISION.
           DISPLAY "as-of date (YYYYMMDD, blank=today): "
              WITH NO ADVANCING.
           ACCEPT WS-ASOF-DATE-TEXT.
           IF WS-ASOF-DATE-TEXT = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-ASOF-DATE
           ELSE
              IF WS-ASOF-DATE-TEXT IS NOT NUMERIC
                 DISPLAY "rulcert: as-of date must be YYYYMMDD"
                 STOP RUN
              END-IF
              MOVE WS-ASOF-DATE-TEXT TO WS-ASOF-DATE
           END-IF.

           OPEN INPUT RULES-FILE.
           IF RULES-FILE-STATUS NOT = "00"
              DISPLAY "rulcert: unable to open RULES.DAT, status "
                 RULES-FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ RULES-FILE
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    PERFORM STORE-ONE-RULE
              END-READ
           END-PERFORM.
           CLOSE RULES-FILE.

           OPEN INPUT BOUNDS-FILE.
           IF BOUNDS-FILE-STATUS NOT = "00"
              DISPLAY "rulcert: unable to open BOUNDS.DAT, status "
                 BOUNDS-FILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "rulcert: unable to open RULCERT.RPT, status "
                 REPORT-FILE-STATUS
              CLOSE BOUNDS-FILE
              STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "CROSS-FIELD RULE CERTIFICATION AS OF " WS-ASOF-DATE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           IF WS-TABLE-FULL = 'Y'
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM RULES.DAT HOLDS MORE THAN 200 ROWS; "
                 "ONLY THE FIRST 200 ARE CERTIFIED"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-COUNT
              PERFORM CERTIFY-ONE-RULE
           END-PERFORM.

      * formval loads the well-formed live rules in file order and
      * stops at 50; everything after that never fires.
           IF WS-ACTIVE-COUNT > WS-RULE-LIMIT
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM " WS-ACTIVE-COUNT " LIVE RULES EXCEED "
                 "FORMVAL'S TABLE OF " WS-RULE-LIMIT
                 "; RULES PAST THE LIMIT NEVER FIRE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ROWS=" WS-ROW-COUNT
              " LIVE=" WS-ACTIVE-COUNT
              " RETIRED=" WS-RETIRED-COUNT
              " LIMIT=" WS-RULE-LIMIT
              " PROBLEMS=" WS-PROBLEM-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

           CLOSE BOUNDS-FILE.
           CLOSE REPORT-FILE.
           DISPLAY "rulcert: " WS-ROW-COUNT " rule(s) certified, "
              WS-PROBLEM-COUNT " problem(s); report in RULCERT.RPT".
           STOP RUN.

       STORE-ONE-RULE.
           ADD 1 TO WS-ROW-COUNT.
           IF WS-RULE-COUNT >= 200
              MOVE 'Y' TO WS-TABLE-FULL
           ELSE
              ADD 1 TO WS-RULE-COUNT
              MOVE RULE-ID           TO WS-RT-ID(WS-RULE-COUNT)
              MOVE RULE-TYPE         TO WS-RT-TYPE(WS-RULE-COUNT)
              MOVE RULE-RESULT-CODE  TO WS-RT-RESULT(WS-RULE-COUNT)
              MOVE RULE-TARGET-VALUE TO WS-RT-TARGET(WS-RULE-COUNT)
              MOVE RULE-STATUS       TO WS-RT-STATUS(WS-RULE-COUNT)
              PERFORM VARYING WS-OPERAND-IDX FROM 1 BY 1
                 UNTIL WS-OPERAND-IDX > 6
                 MOVE RULE-FIELD(WS-OPERAND-IDX)
                    TO WS-RT-FIELD(WS-RULE-COUNT, WS-OPERAND-IDX)
              END-PERFORM
           END-IF.

       CERTIFY-ONE-RULE.
           MOVE WS-RT-TARGET(WS-RULE-IDX) TO WS-TARGET-EDIT.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING "RULE " WS-RT-ID(WS-RULE-IDX)
              " " WS-RT-TYPE(WS-RULE-IDX)
              " " WS-RT-RESULT(WS-RULE-IDX)
              " TARGET=" FUNCTION TRIM(WS-TARGET-EDIT)
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           IF WS-RT-STATUS(WS-RULE-IDX) = 'R'
              STRING " RETIRED -- NOT CHECKED" DELIMITED BY SIZE
                 INTO REPORT-LINE WITH POINTER WS-LINE-POINTER
              WRITE REPORT-LINE
              ADD 1 TO WS-RETIRED-COUNT
           ELSE
              WRITE REPORT-LINE
              PERFORM CHECK-RULE-FORM
              IF WS-RULE-WELL-FORMED = 'Y'
                 ADD 1 TO WS-ACTIVE-COUNT
                 PERFORM CHECK-DUPLICATE-ID
                 PERFORM CHECK-RESULT-CODE
                 PERFORM CHECK-OPERANDS
              END-IF
           END-IF.

      * The same shape test formval applies at load -- a row that
      * fails it is skipped on every call, which is exactly why it
      * has to be printed here.
       CHECK-RULE-FORM.
           MOVE 'Y' TO WS-RULE-WELL-FORMED.
           MOVE ZERO TO WS-OPERAND-COUNT.
           PERFORM VARYING WS-OPERAND-IDX FROM 1 BY 1
              UNTIL WS-OPERAND-IDX > 6
              IF WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX) NOT = SPACES
                 ADD 1 TO WS-OPERAND-COUNT
              END-IF
           END-PERFORM.
           IF WS-RT-ID(WS-RULE-IDX) = SPACES
              MOVE 'N' TO WS-RULE-WELL-FORMED
              PERFORM WRITE-MALFORMED-LINE
           ELSE
              EVALUATE WS-RT-TYPE(WS-RULE-IDX)
                 WHEN "SUMEQ"
                    IF WS-RT-FIELD(WS-RULE-IDX, 1) = SPACES
                       MOVE 'N' TO WS-RULE-WELL-FORMED
                       PERFORM WRITE-MALFORMED-LINE
                    END-IF
                 WHEN "NOTGT"
                 WHEN "NOTLT"
                    IF WS-RT-FIELD(WS-RULE-IDX, 1) = SPACES
                       OR WS-RT-FIELD(WS-RULE-IDX, 2) = SPACES
                       MOVE 'N' TO WS-RULE-WELL-FORMED
                       PERFORM WRITE-MALFORMED-LINE
                    ELSE
      * Only fields 1 and 2 are ever compared; anything past them is
      * carried for nothing and usually means the wrong rule type.
                       IF WS-OPERAND-COUNT > 2
                          ADD 1 TO WS-PROBLEM-COUNT
                          MOVE SPACES TO REPORT-LINE
                          STRING "PROBLEM EXTRA FIELDS IGNORED: "
                             WS-RT-ID(WS-RULE-IDX) " "
                             WS-RT-TYPE(WS-RULE-IDX)
                             " COMPARES FIELDS 1 AND 2 ONLY"
                             DELIMITED BY SIZE INTO REPORT-LINE
                          WRITE REPORT-LINE
                       END-IF
                    END-IF
                 WHEN OTHER
                    MOVE 'N' TO WS-RULE-WELL-FORMED
                    PERFORM WRITE-MALFORMED-LINE
              END-EVALUATE
           END-IF.
           IF WS-RULE-WELL-FORMED = 'Y' AND
              WS-RT-RESULT(WS-RULE-IDX) = SPACES
              MOVE 'N' TO WS-RULE-WELL-FORMED
              PERFORM WRITE-MALFORMED-LINE
           END-IF.

       WRITE-MALFORMED-LINE.
           ADD 1 TO WS-PROBLEM-COUNT.
           MOVE SPACES TO REPORT-LINE.
           STRING "PROBLEM MALFORMED ROW SKIPPED BY FORMVAL: RULE "
              WS-RT-ID(WS-RULE-IDX)
              " TYPE " WS-RT-TYPE(WS-RULE-IDX)
              " RESULT " WS-RT-RESULT(WS-RULE-IDX)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * Reported once, on the second and later occurrences.
       CHECK-DUPLICATE-ID.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
              UNTIL WS-OTHER-IDX >= WS-RULE-IDX
              IF WS-RT-ID(WS-OTHER-IDX) = WS-RT-ID(WS-RULE-IDX)
                 ADD 1 TO WS-PROBLEM-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PROBLEM DUPLICATE RULE ID: "
                    WS-RT-ID(WS-RULE-IDX)
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM.

       CHECK-RESULT-CODE.
           IF WS-RT-RESULT(WS-RULE-IDX)(1:2) NOT = "CC"
              OR WS-RT-RESULT(WS-RULE-IDX)(3:4) IS NOT NUMERIC
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM RESULT CODE NOT CCnnnn: "
                 WS-RT-ID(WS-RULE-IDX) " "
                 WS-RT-RESULT(WS-RULE-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF WS-RT-RESULT(WS-RULE-IDX) = VALIDATION-OK
              OR WS-RT-RESULT(WS-RULE-IDX) = VALIDATION-ERROR
              OR WS-RT-RESULT(WS-RULE-IDX) = VALIDATION-ERROR-LOW
              OR WS-RT-RESULT(WS-RULE-IDX) = VALIDATION-MISSING
              OR WS-RT-RESULT(WS-RULE-IDX) = VALIDATION-NO-BOUNDS
              OR WS-RT-RESULT(WS-RULE-IDX) = VALIDATION-OVERFLOW
              OR WS-RT-RESULT(WS-RULE-IDX) = VALIDATION-WARN-HIGH
              OR WS-RT-RESULT(WS-RULE-IDX) = VALIDATION-WARN-LOW
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM RESULT CODE CLASHES WITH VALCODES: "
                 WS-RT-ID(WS-RULE-IDX) " "
                 WS-RT-RESULT(WS-RULE-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-OTHER-IDX FROM 1 BY 1
              UNTIL WS-OTHER-IDX >= WS-RULE-IDX
              IF WS-RT-RESULT(WS-OTHER-IDX) =
                 WS-RT-RESULT(WS-RULE-IDX)
                 AND WS-RT-STATUS(WS-OTHER-IDX) NOT = 'R'
                 AND WS-RT-ID(WS-OTHER-IDX) NOT =
                    WS-RT-ID(WS-RULE-IDX)
                 ADD 1 TO WS-PROBLEM-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PROBLEM RESULT CODE SHARED: "
                    WS-RT-ID(WS-RULE-IDX) " AND "
                    WS-RT-ID(WS-OTHER-IDX) " BOTH RETURN "
                    WS-RT-RESULT(WS-RULE-IDX)
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-PERFORM.

      * Every operand is looked up on the bounds master; the rule's
      * decimal places are those of its first operand that has a
      * row in force, and every other operand must match them. The
      * SUMEQ reachability test adds up the operands' shop-wide
      * default rows (division 000), the rows every division falls
      * back to.
       CHECK-OPERANDS.
           MOVE 'N' TO WS-RULE-DEC-SET.
           MOVE ZERO TO WS-RULE-DECIMALS.
           MOVE 'Y' TO WS-RANGE-USABLE.
           MOVE ZERO TO WS-SUM-HIGHER.
           MOVE ZERO TO WS-SUM-LOWER.
           PERFORM VARYING WS-OPERAND-IDX FROM 1 BY 1
              UNTIL WS-OPERAND-IDX > 6
              IF WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX) NOT = SPACES
                 PERFORM CHECK-ONE-OPERAND
              END-IF
           END-PERFORM.
           IF WS-RT-TYPE(WS-RULE-IDX) = "SUMEQ"
              PERFORM CHECK-SUMEQ-TARGET
           END-IF.

       CHECK-ONE-OPERAND.
           CALL "flddesc" USING
              WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX),
              WS-DICT-DESCRIPTION, WS-DICT-DECIMALS, WS-DICT-STATUS.
           PERFORM LOOK-UP-OPERAND.
           MOVE SPACES TO REPORT-LINE.
           STRING "   FIELD " WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX)
              " " WS-DICT-DESCRIPTION
              " IN FORCE=" WS-OP-IN-FORCE
              " DEC=" WS-OP-DECIMALS
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-OP-ANY-ROW = 'N'
              MOVE 'N' TO WS-RANGE-USABLE
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM FIELD NOT ON BOUNDS MASTER: "
                 WS-RT-ID(WS-RULE-IDX) " "
                 WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              IF WS-OP-IN-FORCE = 'N'
                 MOVE 'N' TO WS-RANGE-USABLE
                 ADD 1 TO WS-PROBLEM-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PROBLEM FIELD HAS NO ROW IN FORCE: "
                    WS-RT-ID(WS-RULE-IDX) " "
                    WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX)
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              ELSE
                 PERFORM CHECK-OPERAND-DECIMALS
              END-IF
           END-IF.
           IF WS-OP-DEFAULT-FOUND = 'Y'
              ADD WS-OP-DEFAULT-HIGHER TO WS-SUM-HIGHER
              ADD WS-OP-DEFAULT-LOWER  TO WS-SUM-LOWER
           ELSE
              MOVE 'N' TO WS-RANGE-USABLE
           END-IF.

       CHECK-OPERAND-DECIMALS.
           IF WS-OP-DEC-MIXED = 'Y'
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM FIELD DECIMALS DIFFER BY DIVISION: "
                 WS-RT-ID(WS-RULE-IDX) " "
                 WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           IF WS-RULE-DEC-SET = 'N'
              MOVE 'Y' TO WS-RULE-DEC-SET
              MOVE WS-OP-DECIMALS TO WS-RULE-DECIMALS
           ELSE
              IF WS-OP-DECIMALS NOT = WS-RULE-DECIMALS
                 ADD 1 TO WS-PROBLEM-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PROBLEM OPERAND DECIMALS DIFFER: "
                    WS-RT-ID(WS-RULE-IDX) " "
                    WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX)
                    " DEC=" WS-OP-DECIMALS
                    " RULE DEC=" WS-RULE-DECIMALS
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.

      * Walks every row of one field in key order (division, then
      * effective date) and keeps, per division, the last row at or
      * before the as-of date -- the row live calls use.
       LOOK-UP-OPERAND.
           MOVE 'N' TO WS-OP-ANY-ROW.
           MOVE 'N' TO WS-OP-IN-FORCE.
           MOVE 'N' TO WS-OP-DEC-SET.
           MOVE 'N' TO WS-OP-DEC-MIXED.
           MOVE ZERO TO WS-OP-DECIMALS.
           MOVE 'N' TO WS-OP-DEFAULT-FOUND.
           MOVE 'N' TO WS-OP-DIV-FOUND.
           MOVE ZERO TO WS-OP-PREV-DIVISION.
           MOVE WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX)
              TO BOUNDS-FIELD-NAME.
           MOVE ZERO TO BOUNDS-DIVISION.
           MOVE ZERO TO BOUNDS-EFF-DATE.
           MOVE 'N' TO WS-EOF.
           START BOUNDS-FILE KEY IS NOT < BOUNDS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ BOUNDS-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    IF BOUNDS-FIELD-NAME NOT =
                       WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX)
                       MOVE 'Y' TO WS-EOF
                    ELSE
                       PERFORM TAKE-OPERAND-ROW
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM CLOSE-OPERAND-DIVISION.

       TAKE-OPERAND-ROW.
           MOVE 'Y' TO WS-OP-ANY-ROW.
           IF BOUNDS-DIVISION NOT = WS-OP-PREV-DIVISION
              PERFORM CLOSE-OPERAND-DIVISION
              MOVE BOUNDS-DIVISION TO WS-OP-PREV-DIVISION
           END-IF.
           IF BOUNDS-EFF-DATE <= WS-ASOF-DATE
              MOVE 'Y' TO WS-OP-DIV-FOUND
              MOVE BOUNDS-DECIMALS TO WS-OP-DIV-DECIMALS
              MOVE BOUNDS-HIGHER   TO WS-OP-DIV-HIGHER
              MOVE BOUNDS-LOWER    TO WS-OP-DIV-LOWER
           END-IF.

      * Folds the row in force for the division just finished into
      * the operand's picture.
       CLOSE-OPERAND-DIVISION.
           IF WS-OP-DIV-FOUND = 'Y'
              MOVE 'Y' TO WS-OP-IN-FORCE
              IF WS-OP-DEC-SET = 'N'
                 MOVE 'Y' TO WS-OP-DEC-SET
                 MOVE WS-OP-DIV-DECIMALS TO WS-OP-DECIMALS
              ELSE
                 IF WS-OP-DIV-DECIMALS NOT = WS-OP-DECIMALS
                    MOVE 'Y' TO WS-OP-DEC-MIXED
                 END-IF
              END-IF
              IF WS-OP-PREV-DIVISION = ZERO
                 MOVE 'Y' TO WS-OP-DEFAULT-FOUND
                 MOVE WS-OP-DIV-HIGHER TO WS-OP-DEFAULT-HIGHER
                 MOVE WS-OP-DIV-LOWER  TO WS-OP-DEFAULT-LOWER
              END-IF
           END-IF.
           MOVE 'N' TO WS-OP-DIV-FOUND.

      * A target outside the sum of the operands' hard ranges can
      * never be met, so every form carrying the fields fails. When
      * the target multiplied up by the operands' decimal places
      * would be reachable, the row was keyed in whole units -- 100
      * for a two-place percentage that needs 10000 -- and the line
      * says so.
       CHECK-SUMEQ-TARGET.
           CALL "amtfmt" USING WS-RT-TARGET(WS-RULE-IDX),
              WS-RULE-DECIMALS, WS-TARGET-DISPLAY.
           IF WS-RANGE-USABLE = 'N'
              MOVE SPACES TO REPORT-LINE
              STRING "   SUMEQ TARGET " FUNCTION TRIM(WS-TARGET-DISPLAY)
                 " NOT CHECKED -- AN OPERAND HAS NO SHOP-WIDE ROW "
                 "IN FORCE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE WS-SUM-HIGHER TO WS-SUM-DISPLAY-VAL
              CALL "amtfmt" USING WS-SUM-DISPLAY-VAL,
                 WS-RULE-DECIMALS, WS-SUM-HIGHER-DISPLAY
              MOVE WS-SUM-LOWER TO WS-SUM-DISPLAY-VAL
              CALL "amtfmt" USING WS-SUM-DISPLAY-VAL,
                 WS-RULE-DECIMALS, WS-SUM-LOWER-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING "   SUMEQ TARGET " FUNCTION TRIM(WS-TARGET-DISPLAY)
                 " OPERANDS ADD UP TO "
                 FUNCTION TRIM(WS-SUM-LOWER-DISPLAY)
                 " THROUGH " FUNCTION TRIM(WS-SUM-HIGHER-DISPLAY)
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              IF WS-RT-TARGET(WS-RULE-IDX) > WS-SUM-HIGHER
                 OR WS-RT-TARGET(WS-RULE-IDX) < WS-SUM-LOWER
                 PERFORM WRITE-TARGET-PROBLEM
              END-IF
           END-IF.

       WRITE-TARGET-PROBLEM.
           ADD 1 TO WS-PROBLEM-COUNT.
           COMPUTE WS-POWER = 10 ** WS-RULE-DECIMALS.
           COMPUTE WS-SCALED-TARGET =
              WS-RT-TARGET(WS-RULE-IDX) * WS-POWER.
           MOVE SPACES TO REPORT-LINE.
           IF WS-RULE-DECIMALS > ZERO
              AND WS-SCALED-TARGET <= WS-SUM-HIGHER
              AND WS-SCALED-TARGET >= WS-SUM-LOWER
              MOVE WS-RT-TARGET(WS-RULE-IDX) TO WS-TARGET-EDIT
              MOVE WS-SCALED-TARGET TO WS-SCALED-TARGET-EDIT
              STRING "PROBLEM SUMEQ TARGET NOT SCALED: "
                 WS-RT-ID(WS-RULE-IDX) " TARGET "
                 FUNCTION TRIM(WS-TARGET-EDIT)
                 " LOOKS KEYED IN WHOLE UNITS; "
                 WS-RULE-DECIMALS " DECIMAL PLACES NEED "
                 FUNCTION TRIM(WS-SCALED-TARGET-EDIT)
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "PROBLEM SUMEQ TARGET UNREACHABLE: "
                 WS-RT-ID(WS-RULE-IDX)
                 " NO FORM WITHIN THE OPERANDS' BOUNDS CAN MEET IT"
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
