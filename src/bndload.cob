      * blank for a whole-number field; amounts are decimal values
      * like "1234.50" and are scaled into the field's minor units
      * on the way in), applies the same edits bndmaint enforces on
      * the console (field on the field dictionary and not retired,
      * lower not above higher, warn band inside the hard range, no
      * duplicate field/effective-date keys), writes accepted rows
      * to BOUNDS.DAT with a BNDHIST.LOG line per change attributed
      * to the load run, and spools rejected rows with the reason
      * appended to BNDLOAD.REJ so the rejects can be fixed and
      * rerun on their own.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
       01 WS-LOWER            PIC S9(9) BINARY.
       01 WS-WARN-HIGHER      PIC S9(9) BINARY.
       01 WS-WARN-LOWER       PIC S9(9) BINARY.
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
       01 WS-READ-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-ACCEPT-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-REJECT-COUNT     PIC 9(9)  VALUE ZERO.
              MOVE "FIELD NAME MISSING" TO WS-REJECT-REASON
              MOVE 'N' TO WS-EDITS-OK
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM EDIT-FIELD-DICTIONARY
           END-IF.
           IF WS-EDITS-OK = 'Y'
              IF WS-DIVISION-TEXT = SPACES
                 MOVE ZERO TO WS-DIVISION
              PERFORM CHECK-DUPLICATE-KEY
           END-IF.

      * A typo in the head-office file would otherwise create a
      * bounds row for a field no form ever sends, and a retired
      * field must not pick up fresh bounds. With the dictionary
      * itself unreadable nothing can be vouched for, so the row is
      * rejected and the load rerun once the file is back.
       EDIT-FIELD-DICTIONARY.
           CALL "flddesc" USING WS-FIELD-TEXT, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           EVALUATE WS-DICT-STATUS
              WHEN 'N'
                 MOVE "FIELD NOT IN DICTIONARY" TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDITS-OK
              WHEN 'R'
                 MOVE "FIELD RETIRED IN DICTIONARY"
                    TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDITS-OK
              WHEN 'X'
                 MOVE "FIELD DICTIONARY UNAVAILABLE"
                    TO WS-REJECT-REASON
                 MOVE 'N' TO WS-EDITS-OK
           END-EVALUATE.

       EDIT-WARN-BAND.
           IF WS-WARN-HIGHER-TEXT = SPACES AND
              WS-WARN-LOWER-TEXT = SPACES
