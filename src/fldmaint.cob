       IDENTIFICATION DIVISION.
        PROGRAM-ID. fldmaint.
      * Field dictionary maintenance for FIELDDICT.DAT: register a
      * field id with its description, owning department and
      * decimal places, correct those details, and retire a field
      * the forms no longer send. Retiring keeps the row -- years of
      * audit lines and cases still name the id and still need the
      * description -- it only stops new bounds rows being loaded
      * or certified against it. The maint role runs the program;
      * retiring takes the senior role, the same split bndmaint
      * makes between changing a row and expiring one.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT FIELD-DICT-FILE ASSIGN TO "FIELDDICT.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS FDICT-FIELD-NAME
                FILE STATUS IS FIELD-DICT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  FIELD-DICT-FILE.
           COPY "FLDDREC.cpy".
        WORKING-STORAGE SECTION.
       01 FIELD-DICT-FILE-STATUS PIC X(2).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-MAINT-ROLE       PIC X.
       01 WS-APPROVE-ROLE     PIC X.
       01 WS-CASE-ROLE        PIC X.
       01 WS-SENIOR-ROLE      PIC X.
       01 WS-SIGNON-OK        PIC X.
       01 WS-ACTION           PIC X.
       01 WS-DONE             PIC X     VALUE 'N'.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-EDITS-OK         PIC X     VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-FIELD-TEXT       PIC X(15).
       01 WS-DESCRIPTION-TEXT PIC X(30).
       01 WS-DEPARTMENT-TEXT  PIC X(10).
       01 WS-DECIMALS-TEXT    PIC X(2).
       01 WS-DECIMALS-WORK    PIC 9(2).
       01 WS-DECIMALS         PIC 9.
        PROCEDURE DIVISION.
           DISPLAY "fldmaint: field dictionary maintenance".
           CALL "opsignon" USING WS-OPERATOR-ID, WS-MAINT-ROLE,
              WS-APPROVE-ROLE, WS-CASE-ROLE, WS-SENIOR-ROLE,
              WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF.
           IF WS-MAINT-ROLE NOT = 'Y'
              DISPLAY "fldmaint: maint role required"
              STOP RUN
           END-IF.

           OPEN I-O FIELD-DICT-FILE.
           IF FIELD-DICT-FILE-STATUS = "35"
              OPEN OUTPUT FIELD-DICT-FILE
              CLOSE FIELD-DICT-FILE
              OPEN I-O FIELD-DICT-FILE
           END-IF.
           IF FIELD-DICT-FILE-STATUS NOT = "00"
              DISPLAY "fldmaint: unable to open FIELDDICT.DAT, status "
                 FIELD-DICT-FILE-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-DONE = 'Y'
              DISPLAY "action (A=add C=change R=retire L=list "
                 "Q=quit): " WITH NO ADVANCING
              ACCEPT WS-ACTION
              EVALUATE WS-ACTION
                 WHEN 'A'
                 WHEN 'a'
                    PERFORM ADD-FIELD
                 WHEN 'C'
                 WHEN 'c'
                    PERFORM CHANGE-FIELD
                 WHEN 'R'
                 WHEN 'r'
                    PERFORM RETIRE-FIELD
                 WHEN 'L'
                 WHEN 'l'
                    PERFORM LIST-FIELDS
                 WHEN 'Q'
                 WHEN 'q'
                    MOVE 'Y' TO WS-DONE
                 WHEN OTHER
                    DISPLAY "fldmaint: unknown action " WS-ACTION
              END-EVALUATE
           END-PERFORM.

           CLOSE FIELD-DICT-FILE.
           STOP RUN.

       ADD-FIELD.
           PERFORM ACCEPT-FIELD-KEY.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-FIELD-TEXT TO FDICT-FIELD-NAME
              READ FIELD-DICT-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "fldmaint: field " WS-FIELD-TEXT
                       " already on the dictionary"
                    MOVE 'N' TO WS-EDITS-OK
              END-READ
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM ACCEPT-FIELD-DETAIL
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-FIELD-TEXT TO FDICT-FIELD-NAME
              MOVE 'A' TO FDICT-STATUS
              PERFORM STAMP-FIELD-ROW
              WRITE FIELD-DICT-RECORD
                 INVALID KEY
                    DISPLAY "fldmaint: write failed, status "
                       FIELD-DICT-FILE-STATUS
                 NOT INVALID KEY
                    DISPLAY "fldmaint: field " WS-FIELD-TEXT " added"
              END-WRITE
           END-IF.

      * The status byte rides through a change untouched; a retired
      * field stays retired however its description is corrected.
       CHANGE-FIELD.
           PERFORM ACCEPT-FIELD-KEY.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-FIELD-TEXT TO FDICT-FIELD-NAME
              READ FIELD-DICT-FILE
                 INVALID KEY
                    DISPLAY "fldmaint: no field " WS-FIELD-TEXT
                    MOVE 'N' TO WS-EDITS-OK
                 NOT INVALID KEY
                    PERFORM SHOW-FIELD-ROW
              END-READ
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM ACCEPT-FIELD-DETAIL
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM STAMP-FIELD-ROW
              REWRITE FIELD-DICT-RECORD
                 INVALID KEY
                    DISPLAY "fldmaint: rewrite failed, status "
                       FIELD-DICT-FILE-STATUS
                 NOT INVALID KEY
                    DISPLAY "fldmaint: field " WS-FIELD-TEXT
                       " changed"
              END-REWRITE
           END-IF.

      * Retiring is what stops bndload and bndcert accepting bounds
      * for the field, so like expiring a bounds row it is kept to
      * the senior operators.
       RETIRE-FIELD.
           IF WS-SENIOR-ROLE NOT = 'Y'
              DISPLAY "fldmaint: senior role required to retire"
              MOVE 'N' TO WS-EDITS-OK
           ELSE
              PERFORM ACCEPT-FIELD-KEY
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-FIELD-TEXT TO FDICT-FIELD-NAME
              READ FIELD-DICT-FILE
                 INVALID KEY
                    DISPLAY "fldmaint: no field " WS-FIELD-TEXT
                    MOVE 'N' TO WS-EDITS-OK
                 NOT INVALID KEY
                    IF FDICT-STATUS = 'R'
                       DISPLAY "fldmaint: field " WS-FIELD-TEXT
                          " is already retired"
                       MOVE 'N' TO WS-EDITS-OK
                    END-IF
              END-READ
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE 'R' TO FDICT-STATUS
              PERFORM STAMP-FIELD-ROW
              REWRITE FIELD-DICT-RECORD
                 INVALID KEY
                    DISPLAY "fldmaint: rewrite failed, status "
                       FIELD-DICT-FILE-STATUS
                 NOT INVALID KEY
                    DISPLAY "fldmaint: field " WS-FIELD-TEXT
                       " retired"
              END-REWRITE
           END-IF.

       LIST-FIELDS.
           MOVE LOW-VALUES TO FDICT-FIELD-NAME.
           START FIELD-DICT-FILE KEY IS > FDICT-FIELD-NAME
              INVALID KEY
                 DISPLAY "fldmaint: no fields on file"
              NOT INVALID KEY
                 MOVE 'N' TO WS-EOF
                 PERFORM UNTIL WS-EOF = 'Y'
                    READ FIELD-DICT-FILE NEXT RECORD
                       AT END
                          MOVE 'Y' TO WS-EOF
                       NOT AT END
                          PERFORM SHOW-FIELD-ROW
                    END-READ
                 END-PERFORM
           END-START.

       SHOW-FIELD-ROW.
           DISPLAY FDICT-FIELD-NAME " " FDICT-DESCRIPTION
              " dept " FDICT-DEPARTMENT
              " decimals " FDICT-DECIMALS
              " status " FDICT-STATUS
              " by " FDICT-CHANGED-BY
              " at " FDICT-CHANGED-AT.

      * Who last touched the row and when rides on the row itself,
      * the way a case carries the operator who last worked it.
       STAMP-FIELD-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO FDICT-CHANGED-AT.
           MOVE WS-OPERATOR-ID TO FDICT-CHANGED-BY.

       ACCEPT-FIELD-KEY.
           MOVE 'Y' TO WS-EDITS-OK.
           DISPLAY "field name: " WITH NO ADVANCING.
           ACCEPT WS-FIELD-TEXT.
           IF WS-FIELD-TEXT = SPACES
              DISPLAY "fldmaint: field name is required"
              MOVE 'N' TO WS-EDITS-OK
           END-IF.

       ACCEPT-FIELD-DETAIL.
           DISPLAY "description: " WITH NO ADVANCING.
           ACCEPT WS-DESCRIPTION-TEXT.
           IF WS-DESCRIPTION-TEXT = SPACES
              DISPLAY "fldmaint: description is required"
              MOVE 'N' TO WS-EDITS-OK
           END-IF.
           IF WS-EDITS-OK = 'Y'
              DISPLAY "owning department: " WITH NO ADVANCING
              ACCEPT WS-DEPARTMENT-TEXT
              IF WS-DEPARTMENT-TEXT = SPACES
                 DISPLAY "fldmaint: owning department is required"
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM ACCEPT-DECIMALS
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-DESCRIPTION-TEXT TO FDICT-DESCRIPTION
              MOVE WS-DEPARTMENT-TEXT  TO FDICT-DEPARTMENT
              MOVE WS-DECIMALS         TO FDICT-DECIMALS
           END-IF.

       ACCEPT-DECIMALS.
           DISPLAY "decimal places (0-4, blank=0): "
              WITH NO ADVANCING.
           ACCEPT WS-DECIMALS-TEXT.
           IF WS-DECIMALS-TEXT = SPACES
              MOVE ZERO TO WS-DECIMALS
           ELSE
              IF FUNCTION TEST-NUMVAL(WS-DECIMALS-TEXT) NOT = ZERO
                 DISPLAY "fldmaint: decimal places must be numeric"
                 MOVE 'N' TO WS-EDITS-OK
              ELSE
                 COMPUTE WS-DECIMALS-WORK =
                    FUNCTION NUMVAL(WS-DECIMALS-TEXT)
                 IF WS-DECIMALS-WORK > 4
                    DISPLAY "fldmaint: decimal places must be 0-4"
                    MOVE 'N' TO WS-EDITS-OK
                 ELSE
                    MOVE WS-DECIMALS-WORK TO WS-DECIMALS
                 END-IF
              END-IF
           END-IF.
