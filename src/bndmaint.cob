       01 WS-OLD-LOWER        PIC S9(9) BINARY.
       01 WS-OLD-WARN-HIGHER  PIC S9(9) BINARY.
       01 WS-OLD-WARN-LOWER   PIC S9(9) BINARY.
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
        PROCEDURE DIVISION.
           DISPLAY "bndmaint: bounds master maintenance".
      * The trusted-typist operator id is gone: the id on every

       ADD-BOUNDS-ROW.
           PERFORM ACCEPT-KEY.
           IF WS-EDITS-OK = 'Y'
              PERFORM CHECK-FIELD-DICTIONARY
           END-IF.
           PERFORM ACCEPT-RANGE.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-FIELD-TEXT TO BOUNDS-FIELD-NAME

       CHANGE-BOUNDS-ROW.
           PERFORM ACCEPT-KEY.
           IF WS-EDITS-OK = 'Y'
              PERFORM CHECK-FIELD-DICTIONARY
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-FIELD-TEXT TO BOUNDS-FIELD-NAME
              MOVE WS-DIVISION   TO BOUNDS-DIVISION
              PERFORM QUEUE-PENDING-CHANGE
           END-IF.

      * The same dictionary edit bndload applies to the head-office
      * file: new or changed bounds only for a field the dictionary
      * knows and has not retired. Expiring is left alone -- taking
      * the bounds off a retired field is exactly what should
      * follow its retirement.
       CHECK-FIELD-DICTIONARY.
           CALL "flddesc" USING WS-FIELD-TEXT, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           EVALUATE WS-DICT-STATUS
              WHEN 'A'
                 DISPLAY "bndmaint: " WS-FIELD-TEXT " "
                    WS-DICT-DESCRIPTION
              WHEN 'R'
                 DISPLAY "bndmaint: field " WS-FIELD-TEXT
                    " is retired in the field dictionary"
                 MOVE 'N' TO WS-EDITS-OK
              WHEN OTHER
                 DISPLAY "bndmaint: field " WS-FIELD-TEXT " "
                    WS-DICT-DESCRIPTION
                 MOVE 'N' TO WS-EDITS-OK
           END-EVALUATE.

      * Current values shown with the decimal point where the
      * field's attribute puts it, so the operator keys the new
      * range in the same terms they are reading the old one.
