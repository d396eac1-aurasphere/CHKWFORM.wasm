       IDENTIFICATION DIVISION.
        PROGRAM-ID. rulmaint.
      * Operator console maintenance for the RULES.DAT cross-field
      * rules formval evaluates: add, change and retire RULE-RECORD
      * rows with the edits a text editor never applied -- a known
      * rule type with the fields it needs, every operand an active
      * field on the field dictionary, all operands sharing one
      * decimal-places attribute, a SUMEQ target keyed as an amount
      * and scaled into the operands' minor units, a result code
      * that is neither one of the shared validation codes nor
      * another live rule's, and no more live rules than formval's
      * 50-entry table holds.
      * Maintenance is dual-control on the bndmaint pattern: a
      * request lands on RULPEND.DAT, and only a second, different
      * operator reviewing under action P applies it to RULES.DAT
      * or rejects it with a reason. Every applied change and every
      * rejection writes a before/after line to RULHIST.LOG carrying
      * both operator ids.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT RULES-FILE ASSIGN TO "RULES.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS RULES-FILE-STATUS.
            SELECT PENDING-FILE ASSIGN TO "RULPEND.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS RPND-RULE-ID
                FILE STATUS IS PENDING-FILE-STATUS.
            SELECT HISTORY-FILE ASSIGN TO "RULHIST.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HISTORY-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  RULES-FILE.
           COPY "RULESREC.cpy".
        FD  PENDING-FILE.
           COPY "RULPREC.cpy".
        FD  HISTORY-FILE.
           COPY "RULHREC.cpy".
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 RULES-FILE-STATUS   PIC X(2).
       01 PENDING-FILE-STATUS PIC X(2).
       01 HISTORY-FILE-STATUS PIC X(2).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-MAINT-ROLE       PIC X.
       01 WS-APPROVE-ROLE     PIC X.
       01 WS-CASE-ROLE        PIC X.
       01 WS-SENIOR-ROLE      PIC X.
       01 WS-SIGNON-OK        PIC X.
       01 WS-ACTION           PIC X.
       01 WS-DECISION         PIC X.
       01 WS-DONE             PIC X     VALUE 'N'.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-EDITS-OK         PIC X     VALUE 'Y'.
       01 WS-APPLY-OK         PIC X     VALUE 'Y'.
       01 WS-RULES-OK         PIC X     VALUE 'Y'.
       01 WS-FIELDS-DONE      PIC X     VALUE 'N'.
       01 WS-PENDING-COUNT    PIC 9(5)  VALUE ZERO.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-RULE-ID-TEXT     PIC X(8).
       01 WS-TYPE-TEXT        PIC X(5).
       01 WS-RESULT-TEXT      PIC X(6).
       01 WS-FIELD-TEXT       PIC X(15).
       01 WS-TARGET-TEXT      PIC X(14).
       01 WS-REASON-TEXT      PIC X(30).
       01 WS-OPERAND-IDX      PIC 9(2)  BINARY.
       01 WS-OPERAND-COUNT    PIC 9(2)  BINARY.
       01 WS-OPERAND-DECIMALS PIC 9     VALUE ZERO.
       01 WS-POWER            PIC 9(5)  BINARY.
       01 WS-AMT-WORK         PIC S9(9)V9(4).
       01 WS-AMT-CHECK        PIC S9(9)V9(4).
       01 WS-AMT-SCALED       PIC S9(9).
       01 WS-TARGET-SHOW      PIC X(12).
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
       01 WS-RULE-IDX         PIC 9(3)  BINARY.
       01 WS-FOUND-IDX        PIC 9(3)  BINARY.
       01 WS-ACTIVE-COUNT     PIC 9(3)  BINARY VALUE ZERO.
      * formval holds at most this many live rules; one past it
      * would be loaded by nobody and fire for nobody.
       01 WS-RULE-LIMIT       PIC 9(3)  BINARY VALUE 50.
      * The new image of the rule being requested or applied.
       01 WS-NEW-TYPE         PIC X(5).
       01 WS-NEW-RESULT       PIC X(6).
       01 WS-NEW-TARGET       PIC S9(9).
       01 WS-NEW-STATUS       PIC X.
       01 WS-NEW-FIELD-LIST.
           05 WS-NEW-FIELD OCCURS 6 TIMES PIC X(15).
      * The image the change replaces, for the history line.
       01 WS-OLD-TYPE         PIC X(5).
       01 WS-OLD-RESULT       PIC X(6).
       01 WS-OLD-TARGET       PIC S9(9).
       01 WS-OLD-STATUS       PIC X.
       01 WS-OLD-FIELD-LIST.
           05 WS-OLD-FIELD OCCURS 6 TIMES PIC X(15).
      * RULES.DAT is line sequential and small, so each action reads
      * the whole file into this table, works on the table and, on
      * approval, writes the file back out in the same order. The
      * table holds retired rows as well as live ones; 200 leaves
      * room for years of retirements beside the 50 live rules.
       01 WS-RULE-COUNT       PIC 9(3)  BINARY VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY OCCURS 200 TIMES.
               10 WS-RT-ID      PIC X(8).
               10 WS-RT-TYPE    PIC X(5).
               10 WS-RT-RESULT  PIC X(6).
               10 WS-RT-TARGET  PIC S9(9).
               10 WS-RT-STATUS  PIC X.
               10 WS-RT-FIELD-LIST.
                   15 WS-RT-FIELD OCCURS 6 TIMES PIC X(15).
        PROCEDURE DIVISION.
           DISPLAY "rulmaint: cross-field rule maintenance".
           CALL "opsignon" USING WS-OPERATOR-ID, WS-MAINT-ROLE,
              WS-APPROVE-ROLE, WS-CASE-ROLE, WS-SENIOR-ROLE,
              WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF.
           IF WS-MAINT-ROLE NOT = 'Y'
              DISPLAY "rulmaint: maint role required"
              STOP RUN
           END-IF.

           OPEN I-O PENDING-FILE.
           IF PENDING-FILE-STATUS = "35"
              OPEN OUTPUT PENDING-FILE
              CLOSE PENDING-FILE
              OPEN I-O PENDING-FILE
           END-IF.
           IF PENDING-FILE-STATUS NOT = "00"
              DISPLAY "rulmaint: unable to open RULPEND.DAT, status "
                 PENDING-FILE-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-DONE = 'Y'
              DISPLAY "action (A=add C=change R=retire P=pending "
                 "L=list Q=quit): " WITH NO ADVANCING
              ACCEPT WS-ACTION
              EVALUATE WS-ACTION
                 WHEN 'A'
                 WHEN 'a'
                    PERFORM ADD-RULE
                 WHEN 'C'
                 WHEN 'c'
                    PERFORM CHANGE-RULE
                 WHEN 'R'
                 WHEN 'r'
                    PERFORM RETIRE-RULE
                 WHEN 'P'
                 WHEN 'p'
                    PERFORM REVIEW-PENDING
                 WHEN 'L'
                 WHEN 'l'
                    PERFORM LIST-RULES
                 WHEN 'Q'
                 WHEN 'q'
                    MOVE 'Y' TO WS-DONE
                 WHEN OTHER
                    DISPLAY "rulmaint: unknown action " WS-ACTION
              END-EVALUATE
           END-PERFORM.

           CLOSE PENDING-FILE.
           STOP RUN.

       ADD-RULE.
           PERFORM ACCEPT-RULE-ID.
           IF WS-EDITS-OK = 'Y'
              PERFORM LOAD-RULES-TABLE
              IF WS-RULES-OK = 'N'
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.
      * Ids are never reused, retired or not -- the audit trail and
      * the cases name the rule by id, and one id must keep meaning
      * one relationship.
           IF WS-EDITS-OK = 'Y'
              PERFORM FIND-RULE
              IF WS-FOUND-IDX > ZERO
                 DISPLAY "rulmaint: rule " WS-RULE-ID-TEXT
                    " already on file"
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.
           IF WS-EDITS-OK = 'Y' AND WS-ACTIVE-COUNT >= WS-RULE-LIMIT
              DISPLAY "rulmaint: " WS-ACTIVE-COUNT " live rules -- "
                 "formval holds no more; retire one first"
              MOVE 'N' TO WS-EDITS-OK
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM ACCEPT-RULE-DETAIL
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM CHECK-RESULT-CODE
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE 'A' TO WS-NEW-STATUS
              MOVE "ADD   " TO RPND-ACTION
              PERFORM QUEUE-PENDING-CHANGE
           END-IF.

      * A change re-keys the whole rule; the id and the live status
      * are all that carry over.
       CHANGE-RULE.
           PERFORM ACCEPT-RULE-ID.
           IF WS-EDITS-OK = 'Y'
              PERFORM LOAD-RULES-TABLE
              IF WS-RULES-OK = 'N'
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM FIND-LIVE-RULE
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-FOUND-IDX TO WS-RULE-IDX
              PERFORM SHOW-RULE-ENTRY
              PERFORM ACCEPT-RULE-DETAIL
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM CHECK-RESULT-CODE
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE 'A' TO WS-NEW-STATUS
              MOVE "CHANGE" TO RPND-ACTION
              PERFORM QUEUE-PENDING-CHANGE
           END-IF.

      * Retiring takes a rejection away from every form, so like
      * expiring a bounds row it needs the senior role to request.
       RETIRE-RULE.
           IF WS-SENIOR-ROLE NOT = 'Y'
              DISPLAY "rulmaint: senior role required to retire"
              MOVE 'N' TO WS-EDITS-OK
           ELSE
              PERFORM ACCEPT-RULE-ID
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM LOAD-RULES-TABLE
              IF WS-RULES-OK = 'N'
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM FIND-LIVE-RULE
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-FOUND-IDX TO WS-RULE-IDX
              PERFORM SHOW-RULE-ENTRY
              MOVE WS-RT-TYPE(WS-FOUND-IDX)   TO WS-NEW-TYPE
              MOVE WS-RT-RESULT(WS-FOUND-IDX) TO WS-NEW-RESULT
              MOVE WS-RT-TARGET(WS-FOUND-IDX) TO WS-NEW-TARGET
              MOVE WS-RT-FIELD-LIST(WS-FOUND-IDX)
                 TO WS-NEW-FIELD-LIST
              MOVE 'R' TO WS-NEW-STATUS
              MOVE "RETIRE" TO RPND-ACTION
              PERFORM QUEUE-PENDING-CHANGE
           END-IF.

       LIST-RULES.
           PERFORM LOAD-RULES-TABLE.
           IF WS-RULES-OK = 'Y'
              IF WS-RULE-COUNT = ZERO
                 DISPLAY "rulmaint: no rules on file"
              END-IF
              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
                 PERFORM SHOW-RULE-ENTRY
              END-PERFORM
              DISPLAY "rulmaint: " WS-ACTIVE-COUNT " live rule(s) of "
                 WS-RULE-LIMIT " allowed"
           END-IF.

      * The target prints in the operands' own units, scaled by the
      * first field's dictionary decimals, so 10000 on a two-place
      * percentage reads back as the 100.00 the operator keyed.
       SHOW-RULE-ENTRY.
           CALL "flddesc" USING WS-RT-FIELD(WS-RULE-IDX, 1),
              WS-DICT-DESCRIPTION, WS-DICT-DECIMALS, WS-DICT-STATUS.
           CALL "amtfmt" USING WS-RT-TARGET(WS-RULE-IDX),
              WS-DICT-DECIMALS, WS-TARGET-SHOW.
           DISPLAY WS-RT-ID(WS-RULE-IDX) " " WS-RT-TYPE(WS-RULE-IDX)
              " " WS-RT-RESULT(WS-RULE-IDX)
              " target " WS-TARGET-SHOW
              " status " WS-RT-STATUS(WS-RULE-IDX).
           PERFORM VARYING WS-OPERAND-IDX FROM 1 BY 1
              UNTIL WS-OPERAND-IDX > 6
              IF WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX) NOT = SPACES
                 CALL "flddesc" USING
                    WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX),
                    WS-DICT-DESCRIPTION, WS-DICT-DECIMALS,
                    WS-DICT-STATUS
                 DISPLAY "   field " WS-OPERAND-IDX " "
                    WS-RT-FIELD(WS-RULE-IDX, WS-OPERAND-IDX) " "
                    WS-DICT-DESCRIPTION
              END-IF
           END-PERFORM.

      * A missing RULES.DAT is an empty rule set, the same way
      * formval reads it. A file with more rows than the table can
      * hold is refused outright: writing it back from a truncated
      * table would lose the overflow rows.
       LOAD-RULES-TABLE.
           MOVE 'Y' TO WS-RULES-OK.
           MOVE ZERO TO WS-RULE-COUNT.
           MOVE ZERO TO WS-ACTIVE-COUNT.
           OPEN INPUT RULES-FILE.
           IF RULES-FILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ RULES-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       PERFORM STORE-ONE-RULE
                 END-READ
              END-PERFORM
              CLOSE RULES-FILE
           ELSE
              IF RULES-FILE-STATUS NOT = "35"
                 DISPLAY "rulmaint: unable to open RULES.DAT, status "
                    RULES-FILE-STATUS
                 MOVE 'N' TO WS-RULES-OK
              END-IF
           END-IF.

       STORE-ONE-RULE.
           IF WS-RULE-COUNT >= 200
              IF WS-RULES-OK = 'Y'
                 DISPLAY "rulmaint: RULES.DAT holds more than 200 "
                    "rows; maintenance refused"
              END-IF
              MOVE 'N' TO WS-RULES-OK
           ELSE
              ADD 1 TO WS-RULE-COUNT
              MOVE RULE-ID           TO WS-RT-ID(WS-RULE-COUNT)
              MOVE RULE-TYPE         TO WS-RT-TYPE(WS-RULE-COUNT)
              MOVE RULE-RESULT-CODE  TO WS-RT-RESULT(WS-RULE-COUNT)
              MOVE RULE-TARGET-VALUE TO WS-RT-TARGET(WS-RULE-COUNT)
              MOVE RULE-STATUS       TO WS-RT-STATUS(WS-RULE-COUNT)
              MOVE RULE-FIELD-LIST   TO WS-RT-FIELD-LIST(WS-RULE-COUNT)
              IF RULE-STATUS NOT = 'R' AND RULE-ID NOT = SPACES
                 ADD 1 TO WS-ACTIVE-COUNT
              END-IF
           END-IF.

      * RULES.DAT is rewritten whole, in the order it was read, so a
      * diff of the file before and after shows only the one row
      * the approval touched.
       SAVE-RULES-TABLE.
           OPEN OUTPUT RULES-FILE.
           IF RULES-FILE-STATUS NOT = "00"
              DISPLAY "rulmaint: unable to rewrite RULES.DAT, status "
                 RULES-FILE-STATUS "; entry left pending"
              MOVE 'N' TO WS-APPLY-OK
           ELSE
              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
                 MOVE SPACES TO RULE-RECORD
                 MOVE WS-RT-ID(WS-RULE-IDX)     TO RULE-ID
                 MOVE WS-RT-TYPE(WS-RULE-IDX)   TO RULE-TYPE
                 MOVE WS-RT-RESULT(WS-RULE-IDX) TO RULE-RESULT-CODE
                 MOVE WS-RT-TARGET(WS-RULE-IDX) TO RULE-TARGET-VALUE
                 MOVE WS-RT-FIELD-LIST(WS-RULE-IDX)
                    TO RULE-FIELD-LIST
                 MOVE WS-RT-STATUS(WS-RULE-IDX) TO RULE-STATUS
                 WRITE RULE-RECORD
              END-PERFORM
              CLOSE RULES-FILE
           END-IF.

       FIND-RULE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
              UNTIL WS-RULE-IDX > WS-RULE-COUNT
              OR WS-FOUND-IDX > ZERO
              IF WS-RT-ID(WS-RULE-IDX) = WS-RULE-ID-TEXT
                 MOVE WS-RULE-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.

       FIND-LIVE-RULE.
           PERFORM FIND-RULE.
           IF WS-FOUND-IDX = ZERO
              DISPLAY "rulmaint: no rule " WS-RULE-ID-TEXT
              MOVE 'N' TO WS-EDITS-OK
           ELSE
              IF WS-RT-STATUS(WS-FOUND-IDX) = 'R'
                 DISPLAY "rulmaint: rule " WS-RULE-ID-TEXT
                    " is retired"
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.

      * The code a failing rule returns must be its own: one of the
      * shared validation codes would make a cross-field rejection
      * indistinguishable from a range one, and two live rules on
      * one code could not be told apart in the response, the
      * audit trail or the queue.
       CHECK-RESULT-CODE.
           IF WS-NEW-RESULT = VALIDATION-OK
              OR WS-NEW-RESULT = VALIDATION-ERROR
              OR WS-NEW-RESULT = VALIDATION-ERROR-LOW
              OR WS-NEW-RESULT = VALIDATION-MISSING
              OR WS-NEW-RESULT = VALIDATION-NO-BOUNDS
              OR WS-NEW-RESULT = VALIDATION-OVERFLOW
              OR WS-NEW-RESULT = VALIDATION-WARN-HIGH
              OR WS-NEW-RESULT = VALIDATION-WARN-LOW
              DISPLAY "rulmaint: result code " WS-NEW-RESULT
                 " is a shared validation code"
              MOVE 'N' TO WS-EDITS-OK
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM VARYING WS-RULE-IDX FROM 1 BY 1
                 UNTIL WS-RULE-IDX > WS-RULE-COUNT
                 IF WS-RT-RESULT(WS-RULE-IDX) = WS-NEW-RESULT
                    AND WS-RT-STATUS(WS-RULE-IDX) NOT = 'R'
                    AND WS-RT-ID(WS-RULE-IDX) NOT = WS-RULE-ID-TEXT
                    DISPLAY "rulmaint: result code " WS-NEW-RESULT
                       " already used by rule " WS-RT-ID(WS-RULE-IDX)
                    MOVE 'N' TO WS-EDITS-OK
                 END-IF
              END-PERFORM
           END-IF.

       ACCEPT-RULE-ID.
           MOVE 'Y' TO WS-EDITS-OK.
           DISPLAY "rule id: " WITH NO ADVANCING.
           ACCEPT WS-RULE-ID-TEXT.
           IF WS-RULE-ID-TEXT = SPACES
              DISPLAY "rulmaint: rule id is required"
              MOVE 'N' TO WS-EDITS-OK
           END-IF.

      * The same shape formval's STORE-ONE-RULE insists on, applied
      * at the keyboard so no row it would skip reaches the file.
       ACCEPT-RULE-DETAIL.
           DISPLAY "rule type (NOTGT NOTLT SUMEQ): " WITH NO ADVANCING.
           ACCEPT WS-TYPE-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-TEXT) TO WS-NEW-TYPE.
           IF WS-NEW-TYPE NOT = "NOTGT" AND WS-NEW-TYPE NOT = "NOTLT"
              AND WS-NEW-TYPE NOT = "SUMEQ"
              DISPLAY "rulmaint: unknown rule type " WS-TYPE-TEXT
              MOVE 'N' TO WS-EDITS-OK
           END-IF.
           IF WS-EDITS-OK = 'Y'
              DISPLAY "result code (CCnnnn): " WITH NO ADVANCING
              ACCEPT WS-RESULT-TEXT
              MOVE FUNCTION UPPER-CASE(WS-RESULT-TEXT) TO WS-NEW-RESULT
              IF WS-NEW-RESULT(1:2) NOT = "CC"
                 OR WS-NEW-RESULT(3:4) IS NOT NUMERIC
                 DISPLAY "rulmaint: result code must be CCnnnn"
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM ACCEPT-OPERANDS
           END-IF.
           IF WS-EDITS-OK = 'Y'
              IF WS-NEW-TYPE = "SUMEQ"
                 IF WS-OPERAND-COUNT < 1
                    DISPLAY "rulmaint: SUMEQ needs at least one field"
                    MOVE 'N' TO WS-EDITS-OK
                 END-IF
              ELSE
                 IF WS-OPERAND-COUNT NOT = 2
                    DISPLAY "rulmaint: " WS-NEW-TYPE
                       " compares exactly two fields"
                    MOVE 'N' TO WS-EDITS-OK
                 END-IF
              END-IF
           END-IF.
           MOVE ZERO TO WS-NEW-TARGET.
           IF WS-EDITS-OK = 'Y' AND WS-NEW-TYPE = "SUMEQ"
              PERFORM ACCEPT-TARGET
           END-IF.

      * Operands are compared as the raw scaled integers the form
      * sends, so every field one rule names must carry the same
      * decimal places -- the rule RULESREC.cpy has always stated,
      * now held to the field dictionary at entry.
       ACCEPT-OPERANDS.
           MOVE SPACES TO WS-NEW-FIELD-LIST.
           MOVE ZERO TO WS-OPERAND-COUNT.
           MOVE 'N' TO WS-FIELDS-DONE.
           PERFORM VARYING WS-OPERAND-IDX FROM 1 BY 1
              UNTIL WS-OPERAND-IDX > 6 OR WS-FIELDS-DONE = 'Y'
              OR WS-EDITS-OK = 'N'
              DISPLAY "field " WS-OPERAND-IDX " (blank=no more): "
                 WITH NO ADVANCING
              ACCEPT WS-FIELD-TEXT
              IF WS-FIELD-TEXT = SPACES
                 MOVE 'Y' TO WS-FIELDS-DONE
              ELSE
                 PERFORM CHECK-ONE-OPERAND
              END-IF
           END-PERFORM.

       CHECK-ONE-OPERAND.
           CALL "flddesc" USING WS-FIELD-TEXT, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           IF WS-DICT-STATUS NOT = 'A'
              DISPLAY "rulmaint: field " WS-FIELD-TEXT " "
                 WS-DICT-DESCRIPTION
              IF WS-DICT-STATUS = 'R'
                 DISPLAY "rulmaint: field " WS-FIELD-TEXT
                    " is retired in the field dictionary"
              END-IF
              MOVE 'N' TO WS-EDITS-OK
           ELSE
              DISPLAY "rulmaint: " WS-FIELD-TEXT " "
                 WS-DICT-DESCRIPTION " decimals " WS-DICT-DECIMALS
              IF WS-OPERAND-COUNT = ZERO
                 MOVE WS-DICT-DECIMALS TO WS-OPERAND-DECIMALS
              END-IF
              IF WS-DICT-DECIMALS NOT = WS-OPERAND-DECIMALS
                 DISPLAY "rulmaint: field " WS-FIELD-TEXT
                    " has " WS-DICT-DECIMALS " decimal places, the "
                    "rule's fields have " WS-OPERAND-DECIMALS
                 MOVE 'N' TO WS-EDITS-OK
              ELSE
                 ADD 1 TO WS-OPERAND-COUNT
                 MOVE WS-FIELD-TEXT TO WS-NEW-FIELD(WS-OPERAND-COUNT)
              END-IF
           END-IF.

      * The target is keyed as an amount in the operands' terms --
      * "100.00" for a two-place percentage -- and scaled here, so
      * nobody has to remember to type 10000.
       ACCEPT-TARGET.
           DISPLAY "SUMEQ target amount: " WITH NO ADVANCING.
           ACCEPT WS-TARGET-TEXT.
           IF FUNCTION TEST-NUMVAL(WS-TARGET-TEXT) NOT = ZERO
              DISPLAY "rulmaint: target must be numeric"
              MOVE 'N' TO WS-EDITS-OK
           ELSE
              COMPUTE WS-POWER = 10 ** WS-OPERAND-DECIMALS
              COMPUTE WS-AMT-WORK = FUNCTION NUMVAL(WS-TARGET-TEXT)
              COMPUTE WS-AMT-CHECK = WS-AMT-WORK * WS-POWER
              MOVE WS-AMT-CHECK TO WS-AMT-SCALED
              IF WS-AMT-SCALED NOT = WS-AMT-CHECK
                 DISPLAY "rulmaint: target has more decimal places "
                    "than the fields allow"
                 MOVE 'N' TO WS-EDITS-OK
              ELSE
                 MOVE WS-AMT-SCALED TO WS-NEW-TARGET
              END-IF
           END-IF.

      * The request waits on RULPEND.DAT for a second operator. One
      * pending entry per rule id -- a second request for the same
      * rule waits until the first is approved or rejected.
       QUEUE-PENDING-CHANGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-RULE-ID-TEXT   TO RPND-RULE-ID.
           MOVE WS-NEW-TYPE       TO RPND-TYPE.
           MOVE WS-NEW-RESULT     TO RPND-RESULT-CODE.
           MOVE WS-NEW-TARGET     TO RPND-TARGET-VALUE.
           MOVE WS-NEW-FIELD-LIST TO RPND-FIELD-LIST.
           MOVE WS-OPERATOR-ID    TO RPND-REQUESTED-BY.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO RPND-REQUESTED-AT.
           WRITE RULE-PENDING-RECORD
              INVALID KEY
                 IF PENDING-FILE-STATUS = "22"
                    DISPLAY "rulmaint: a change is already pending "
                       "for rule " WS-RULE-ID-TEXT
                 ELSE
                    DISPLAY "rulmaint: pending write failed, status "
                       PENDING-FILE-STATUS
                 END-IF
              NOT INVALID KEY
                 DISPLAY "rulmaint: " RPND-ACTION " queued for "
                    "approval by a second operator"
           END-WRITE.

      * Review mode: list what is waiting, then work one entry.
      * The reviewer must not be the requester.
       REVIEW-PENDING.
           IF WS-APPROVE-ROLE NOT = 'Y'
              DISPLAY "rulmaint: approve role required to review"
           ELSE
              PERFORM LIST-PENDING-CHANGES
              IF WS-PENDING-COUNT = ZERO
                 DISPLAY "rulmaint: nothing pending"
              ELSE
                 PERFORM ACCEPT-RULE-ID
                 IF WS-EDITS-OK = 'Y'
                    MOVE WS-RULE-ID-TEXT TO RPND-RULE-ID
                    READ PENDING-FILE
                       INVALID KEY
                          DISPLAY "rulmaint: nothing pending for "
                             "rule " WS-RULE-ID-TEXT
                       NOT INVALID KEY
                          PERFORM DECIDE-PENDING-CHANGE
                    END-READ
                 END-IF
              END-IF
           END-IF.

       LIST-PENDING-CHANGES.
           MOVE ZERO TO WS-PENDING-COUNT.
           MOVE LOW-VALUES TO RPND-RULE-ID.
           START PENDING-FILE KEY IS > RPND-RULE-ID
              INVALID KEY
                 CONTINUE
              NOT INVALID KEY
                 MOVE 'N' TO WS-EOF
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ PENDING-FILE NEXT RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF
                       NOT AT END
                          ADD 1 TO WS-PENDING-COUNT
                          DISPLAY RPND-ACTION " " RPND-RULE-ID
                             " " RPND-TYPE " " RPND-RESULT-CODE
                             " by " RPND-REQUESTED-BY
                             " at " RPND-REQUESTED-AT
                    END-READ
                 END-PERFORM
           END-START.

       DECIDE-PENDING-CHANGE.
           IF RPND-REQUESTED-BY = WS-OPERATOR-ID
              DISPLAY "rulmaint: you requested this change; a "
                 "different operator must review it"
           ELSE
              PERFORM SHOW-PENDING-ENTRY
              DISPLAY "decision (A=approve R=reject): "
                 WITH NO ADVANCING
              ACCEPT WS-DECISION
              EVALUATE WS-DECISION
                 WHEN 'A'
                 WHEN 'a'
                    PERFORM APPROVE-PENDING-CHANGE
                 WHEN 'R'
                 WHEN 'r'
                    PERFORM REJECT-PENDING-CHANGE
                 WHEN OTHER
                    DISPLAY "rulmaint: unknown decision "
                       WS-DECISION "; entry left pending"
              END-EVALUATE
           END-IF.

      * The pending image shown field by field with descriptions and
      * the target in the operands' terms -- the approver is checking
      * the relationship, not eyeballing raw ids and minor units.
       SHOW-PENDING-ENTRY.
           CALL "flddesc" USING RPND-FIELD(1), WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           CALL "amtfmt" USING RPND-TARGET-VALUE, WS-DICT-DECIMALS,
              WS-TARGET-SHOW.
           DISPLAY "pending " RPND-ACTION " " RPND-RULE-ID
              " " RPND-TYPE " " RPND-RESULT-CODE
              " target " WS-TARGET-SHOW
              " by " RPND-REQUESTED-BY.
           PERFORM VARYING WS-OPERAND-IDX FROM 1 BY 1
              UNTIL WS-OPERAND-IDX > 6
              IF RPND-FIELD(WS-OPERAND-IDX) NOT = SPACES
                 CALL "flddesc" USING RPND-FIELD(WS-OPERAND-IDX),
                    WS-DICT-DESCRIPTION, WS-DICT-DECIMALS,
                    WS-DICT-STATUS
                 DISPLAY "   field " WS-OPERAND-IDX " "
                    RPND-FIELD(WS-OPERAND-IDX) " "
                    WS-DICT-DESCRIPTION
              END-IF
           END-PERFORM.

      * RULES.DAT is read afresh at approval -- another approval may
      * have landed since the request -- and the request is checked
      * again against what is there now. Anything that no longer
      * fits leaves the entry pending rather than half-applying it.
       APPROVE-PENDING-CHANGE.
           MOVE 'Y' TO WS-APPLY-OK.
           MOVE 'Y' TO WS-EDITS-OK.
           MOVE RPND-RULE-ID      TO WS-RULE-ID-TEXT.
           MOVE RPND-TYPE         TO WS-NEW-TYPE.
           MOVE RPND-RESULT-CODE  TO WS-NEW-RESULT.
           MOVE RPND-TARGET-VALUE TO WS-NEW-TARGET.
           MOVE RPND-FIELD-LIST   TO WS-NEW-FIELD-LIST.
           MOVE SPACES TO WS-REASON-TEXT.
           PERFORM LOAD-RULES-TABLE.
           IF WS-RULES-OK = 'N'
              MOVE 'N' TO WS-APPLY-OK
           END-IF.
           IF WS-APPLY-OK = 'Y'
              PERFORM FIND-RULE
              EVALUATE RPND-ACTION
                 WHEN "ADD   "
                    PERFORM APPLY-PENDING-ADD
                 WHEN "CHANGE"
                    PERFORM APPLY-PENDING-CHANGE
                 WHEN "RETIRE"
                    PERFORM APPLY-PENDING-RETIRE
                 WHEN OTHER
                    DISPLAY "rulmaint: unknown pending action "
                       RPND-ACTION "; entry left pending"
                    MOVE 'N' TO WS-APPLY-OK
              END-EVALUATE
           END-IF.
           IF WS-APPLY-OK = 'Y'
              PERFORM SAVE-RULES-TABLE
           END-IF.
           IF WS-APPLY-OK = 'Y'
              MOVE RPND-ACTION TO RULH-ACTION
              PERFORM WRITE-HISTORY-RECORD
              PERFORM DROP-PENDING-ENTRY
              DISPLAY "rulmaint: rule " RPND-RULE-ID " "
                 RPND-ACTION " applied"
           END-IF.

       APPLY-PENDING-ADD.
           IF WS-FOUND-IDX > ZERO
              DISPLAY "rulmaint: rule " RPND-RULE-ID " now exists; "
                 "entry left pending"
              MOVE 'N' TO WS-APPLY-OK
           END-IF.
           IF WS-APPLY-OK = 'Y' AND WS-ACTIVE-COUNT >= WS-RULE-LIMIT
              DISPLAY "rulmaint: live rule limit reached; entry "
                 "left pending"
              MOVE 'N' TO WS-APPLY-OK
           END-IF.
           IF WS-APPLY-OK = 'Y' AND WS-RULE-COUNT >= 200
              DISPLAY "rulmaint: RULES.DAT is full; entry left "
                 "pending"
              MOVE 'N' TO WS-APPLY-OK
           END-IF.
           IF WS-APPLY-OK = 'Y'
              PERFORM CHECK-RESULT-CODE
              IF WS-EDITS-OK = 'N'
                 MOVE 'N' TO WS-APPLY-OK
              END-IF
           END-IF.
           IF WS-APPLY-OK = 'Y'
              MOVE SPACES TO WS-OLD-TYPE
              MOVE SPACES TO WS-OLD-RESULT
              MOVE ZERO   TO WS-OLD-TARGET
              MOVE SPACES TO WS-OLD-STATUS
              MOVE SPACES TO WS-OLD-FIELD-LIST
              MOVE 'A' TO WS-NEW-STATUS
              ADD 1 TO WS-RULE-COUNT
              MOVE WS-RULE-COUNT TO WS-FOUND-IDX
              MOVE RPND-RULE-ID TO WS-RT-ID(WS-FOUND-IDX)
              PERFORM MOVE-NEW-IMAGE-TO-TABLE
           END-IF.

       APPLY-PENDING-CHANGE.
           PERFORM CHECK-PENDING-TARGET.
           IF WS-APPLY-OK = 'Y'
              PERFORM CHECK-RESULT-CODE
              IF WS-EDITS-OK = 'N'
                 MOVE 'N' TO WS-APPLY-OK
              END-IF
           END-IF.
           IF WS-APPLY-OK = 'Y'
              PERFORM HOLD-OLD-IMAGE
              MOVE 'A' TO WS-NEW-STATUS
              PERFORM MOVE-NEW-IMAGE-TO-TABLE
           END-IF.

       APPLY-PENDING-RETIRE.
           PERFORM CHECK-PENDING-TARGET.
           IF WS-APPLY-OK = 'Y'
              PERFORM HOLD-OLD-IMAGE
              MOVE 'R' TO WS-NEW-STATUS
              PERFORM MOVE-NEW-IMAGE-TO-TABLE
           END-IF.

      * A change or retirement needs the rule still on file and
      * still live when the reviewer gets to it.
       CHECK-PENDING-TARGET.
           IF WS-FOUND-IDX = ZERO
              DISPLAY "rulmaint: rule " RPND-RULE-ID " gone; entry "
                 "left pending"
              MOVE 'N' TO WS-APPLY-OK
           ELSE
              IF WS-RT-STATUS(WS-FOUND-IDX) = 'R'
                 DISPLAY "rulmaint: rule " RPND-RULE-ID " already "
                    "retired; entry left pending"
                 MOVE 'N' TO WS-APPLY-OK
              END-IF
           END-IF.

       HOLD-OLD-IMAGE.
           MOVE WS-RT-TYPE(WS-FOUND-IDX)   TO WS-OLD-TYPE.
           MOVE WS-RT-RESULT(WS-FOUND-IDX) TO WS-OLD-RESULT.
           MOVE WS-RT-TARGET(WS-FOUND-IDX) TO WS-OLD-TARGET.
           MOVE WS-RT-STATUS(WS-FOUND-IDX) TO WS-OLD-STATUS.
           MOVE WS-RT-FIELD-LIST(WS-FOUND-IDX) TO WS-OLD-FIELD-LIST.

       MOVE-NEW-IMAGE-TO-TABLE.
           MOVE WS-NEW-TYPE       TO WS-RT-TYPE(WS-FOUND-IDX).
           MOVE WS-NEW-RESULT     TO WS-RT-RESULT(WS-FOUND-IDX).
           MOVE WS-NEW-TARGET     TO WS-RT-TARGET(WS-FOUND-IDX).
           MOVE WS-NEW-STATUS     TO WS-RT-STATUS(WS-FOUND-IDX).
           MOVE WS-NEW-FIELD-LIST TO WS-RT-FIELD-LIST(WS-FOUND-IDX).

      * A rejection needs a reason -- it is the requester's only
      * feedback -- and it goes on the history line with both ids.
       REJECT-PENDING-CHANGE.
           DISPLAY "rejection reason: " WITH NO ADVANCING.
           ACCEPT WS-REASON-TEXT.
           IF WS-REASON-TEXT = SPACES
              DISPLAY "rulmaint: a reason is required; entry left "
                 "pending"
           ELSE
              MOVE RPND-TYPE         TO WS-NEW-TYPE
              MOVE RPND-RESULT-CODE  TO WS-NEW-RESULT
              MOVE RPND-TARGET-VALUE TO WS-NEW-TARGET
              MOVE RPND-FIELD-LIST   TO WS-NEW-FIELD-LIST
              MOVE SPACES TO WS-NEW-STATUS
              MOVE SPACES TO WS-OLD-TYPE
              MOVE SPACES TO WS-OLD-RESULT
              MOVE ZERO   TO WS-OLD-TARGET
              MOVE SPACES TO WS-OLD-STATUS
              MOVE SPACES TO WS-OLD-FIELD-LIST
              MOVE "REJECT" TO RULH-ACTION
              PERFORM WRITE-HISTORY-RECORD
              PERFORM DROP-PENDING-ENTRY
              DISPLAY "rulmaint: change rejected"
           END-IF.

       DROP-PENDING-ENTRY.
           DELETE PENDING-FILE
              INVALID KEY
                 DISPLAY "rulmaint: pending delete failed, status "
                    PENDING-FILE-STATUS
           END-DELETE.

      * The requester comes off the pending entry and the reviewer
      * is the signed-on operator -- both land on the line.
       WRITE-HISTORY-RECORD.
           OPEN EXTEND HISTORY-FILE.
           IF HISTORY-FILE-STATUS = "35"
              OPEN OUTPUT HISTORY-FILE
           END-IF.
           IF HISTORY-FILE-STATUS NOT = "00"
              DISPLAY "rulmaint: unable to open RULHIST.LOG, status "
                 HISTORY-FILE-STATUS "; history record not written"
           ELSE
              MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP
              MOVE WS-CURRENT-TIMESTAMP(1:14) TO RULH-TIMESTAMP
              MOVE RPND-REQUESTED-BY TO RULH-OPERATOR
              MOVE WS-OPERATOR-ID    TO RULH-APPROVER
              MOVE WS-REASON-TEXT    TO RULH-REASON
              MOVE RPND-RULE-ID      TO RULH-RULE-ID
              MOVE WS-OLD-TYPE       TO RULH-OLD-TYPE
              MOVE WS-OLD-RESULT     TO RULH-OLD-RESULT-CODE
              MOVE WS-OLD-TARGET     TO RULH-OLD-TARGET-VALUE
              MOVE WS-OLD-STATUS     TO RULH-OLD-STATUS
              MOVE WS-OLD-FIELD-LIST TO RULH-OLD-FIELD-LIST
              MOVE WS-NEW-TYPE       TO RULH-NEW-TYPE
              MOVE WS-NEW-RESULT     TO RULH-NEW-RESULT-CODE
              MOVE WS-NEW-TARGET     TO RULH-NEW-TARGET-VALUE
              MOVE WS-NEW-STATUS     TO RULH-NEW-STATUS
              MOVE WS-NEW-FIELD-LIST TO RULH-NEW-FIELD-LIST
              WRITE RULHIST-RECORD
              CLOSE HISTORY-FILE
           END-IF.
