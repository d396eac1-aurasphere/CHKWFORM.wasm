       IDENTIFICATION DIVISION.
        PROGRAM-ID. flddesc.
      * Shared field dictionary lookup: given a field name off an
      * audit, case or bounds record, hands back the description,
      * the dictionary's decimal places and a status byte:
      *   'A' -- on the dictionary and active;
      *   'R' -- on the dictionary but retired;
      *   'N' -- not on the dictionary (a typo, a cross-field rule
      *          id, or a field nobody has registered yet);
      *   'X' -- FIELDDICT.DAT could not be opened at all.
      * On 'N' and 'X' the description comes back as a marker the
      * reports print as it stands, so every report says the same
      * thing about an unknown id instead of each inventing its own.
      * The file is opened on the first call and then left open for
      * the rest of the run the way valcheck keeps the bounds master
      * open -- a report that prints thousands of lines pays one
      * open, not one per line.
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
       01 WS-DICT-OPEN          PIC X     VALUE 'N'.
        LINKAGE SECTION.
       01 LS-FIELD-NAME     PIC X(15).
       01 LS-DESCRIPTION    PIC X(30).
       01 LS-DECIMALS       PIC 9.
       01 LS-DICT-STATUS    PIC X.
        PROCEDURE DIVISION USING LS-FIELD-NAME, LS-DESCRIPTION,
           LS-DECIMALS, LS-DICT-STATUS.
           MOVE ZERO TO LS-DECIMALS.
           IF WS-DICT-OPEN NOT = 'Y'
              OPEN INPUT FIELD-DICT-FILE
              IF FIELD-DICT-FILE-STATUS = "00"
                 MOVE 'Y' TO WS-DICT-OPEN
              END-IF
           END-IF.
           IF WS-DICT-OPEN NOT = 'Y'
              MOVE 'X' TO LS-DICT-STATUS
              MOVE "(FIELD DICTIONARY UNAVAILABLE)" TO LS-DESCRIPTION
           ELSE
              MOVE LS-FIELD-NAME TO FDICT-FIELD-NAME
              READ FIELD-DICT-FILE
                 INVALID KEY
                    MOVE 'N' TO LS-DICT-STATUS
                    MOVE "(NOT IN FIELD DICTIONARY)"
                       TO LS-DESCRIPTION
                 NOT INVALID KEY
                    MOVE FDICT-DESCRIPTION TO LS-DESCRIPTION
                    MOVE FDICT-DECIMALS TO LS-DECIMALS
                    IF FDICT-STATUS = 'R'
                       MOVE 'R' TO LS-DICT-STATUS
                    ELSE
                       MOVE 'A' TO LS-DICT-STATUS
                    END-IF
              END-READ
           END-IF.
           GOBACK.
