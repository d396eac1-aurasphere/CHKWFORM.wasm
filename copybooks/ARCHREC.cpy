      * one AUDIT-RECORD, keyed by field name and timestamp so a
      * dispute lookup can go straight to one field's history. The
      * sequence suffix keeps the key unique when the same field is
      * validated more than once in the same second. An alternate
      * key on the submission id (duplicates allowed -- one form
      * carries many fields, and id zero carries every form that
      * sent none) lets subminq find one form's history without
      * reading the whole archive.
       01 ARCHIVE-RECORD.
           05 ARCH-KEY.
               10 ARCH-FIELD-NAME PIC X(15).
