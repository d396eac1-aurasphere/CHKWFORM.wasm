      * "what bounds were in force on date X" answer -- and flags
      * the timeline problems a bounds load can introduce: fields
      * with only future-dated rows (live calls get CC0011 today),
      * rows where lower exceeds higher, duplicate field/date keys,
      * and rows for a field the field dictionary does not know,
      * has retired, or publishes with different decimal places.
      * Run after every bounds load; the output is filed as the
      * certification copy.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        FD  BOUNDS-FILE.
           COPY "BOUNDSREC.cpy".
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(160).
        WORKING-STORAGE SECTION.
       01 BOUNDS-FILE-STATUS  PIC X(2).
       01 REPORT-FILE-STATUS  PIC X(2).
       01 WS-LOWER-DISPLAY    PIC X(12).
       01 WS-WARN-HIGHER-DISPLAY PIC X(12).
       01 WS-WARN-LOWER-DISPLAY  PIC X(12).
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
        PROCEDURE DIVISION.
           DISPLAY "as-of date (YYYYMMDD, blank=today): "
              WITH NO ADVANCING.
           ELSE
              IF WS-ASOF-DATE-TEXT IS NOT NUMERIC
                 DISPLAY "bndcert: as-of date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-ASOF-DATE-TEXT TO WS-ASOF-DATE
           IF BOUNDS-FILE-STATUS NOT = "00"
              DISPLAY "bndcert: unable to open BOUNDS.DAT, status "
                 BOUNDS-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
              DISPLAY "bndcert: unable to open BNDCERT.RPT, status "
                 REPORT-FILE-STATUS
              CLOSE BOUNDS-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * key-order walk shows duplicates back to back.
                 IF BOUNDS-EFF-DATE = WS-PREV-EFF-DATE
                    ADD 1 TO WS-PROBLEM-COUNT
                    CALL "flddesc" USING BOUNDS-FIELD-NAME,
                       WS-DICT-DESCRIPTION, WS-DICT-DECIMALS,
                       WS-DICT-STATUS
                    MOVE SPACES TO REPORT-LINE
                    STRING "PROBLEM DUPLICATE KEY: "
                       BOUNDS-FIELD-NAME " " WS-DICT-DESCRIPTION
                       " " BOUNDS-DIVISION
                       " " BOUNDS-EFF-DATE
                       DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
           MOVE BOUNDS-EFF-DATE   TO WS-PREV-EFF-DATE.
           IF BOUNDS-LOWER > BOUNDS-HIGHER
              ADD 1 TO WS-PROBLEM-COUNT
              CALL "flddesc" USING BOUNDS-FIELD-NAME,
                 WS-DICT-DESCRIPTION, WS-DICT-DECIMALS, WS-DICT-STATUS
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM LOWER ABOVE HIGHER: "
                 BOUNDS-FIELD-NAME " " WS-DICT-DESCRIPTION
                 " " BOUNDS-DIVISION
                 " " BOUNDS-EFF-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
                 OR BOUNDS-WARN-HIGHER > BOUNDS-HIGHER
                 OR BOUNDS-WARN-LOWER < BOUNDS-LOWER)
              ADD 1 TO WS-PROBLEM-COUNT
              CALL "flddesc" USING BOUNDS-FIELD-NAME,
                 WS-DICT-DESCRIPTION, WS-DICT-DECIMALS, WS-DICT-STATUS
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM WARN BAND OUTSIDE BOUNDS: "
                 BOUNDS-FIELD-NAME " " WS-DICT-DESCRIPTION
                 " " BOUNDS-DIVISION
                 " " BOUNDS-EFF-DATE
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
      * the certification copy is read by auditors, not by the
      * comparison logic, so it shows 1234.50 rather than 123450.
       WRITE-FIELD-SUMMARY.
           CALL "flddesc" USING WS-PREV-FIELD, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           IF WS-INFORCE-FOUND = 'Y'
              CALL "amtfmt" USING WS-INFORCE-HIGHER,
                 WS-INFORCE-DECIMALS, WS-HIGHER-DISPLAY
              CALL "amtfmt" USING WS-INFORCE-WARN-LOWER,
                 WS-INFORCE-DECIMALS, WS-WARN-LOWER-DISPLAY
              MOVE SPACES TO REPORT-LINE
              STRING WS-PREV-FIELD " " WS-DICT-DESCRIPTION
                 " DIV=" WS-PREV-DIVISION
                 " IN FORCE FROM " WS-INFORCE-DATE
                 " HIGHER=" FUNCTION TRIM(WS-HIGHER-DISPLAY)
              ADD 1 TO WS-PROBLEM-COUNT
              MOVE SPACES TO REPORT-LINE
              STRING "PROBLEM NO ROW IN FORCE: " WS-PREV-FIELD
                 " " WS-DICT-DESCRIPTION
                 " DIV=" WS-PREV-DIVISION
                 " ONLY FUTURE-DATED ROWS (CC0011 ON LIVE CALLS)"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM CHECK-FIELD-DICTIONARY.

      * bndload and bndmaint refuse new rows for an unknown or
      * retired field, but rows loaded before the dictionary
      * existed -- or left behind when a field was retired -- are
      * only caught here. The decimals comparison is against the
      * row in force, the one live calls are scaled by today.
       CHECK-FIELD-DICTIONARY.
           EVALUATE WS-DICT-STATUS
              WHEN 'N'
                 ADD 1 TO WS-PROBLEM-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PROBLEM FIELD NOT IN DICTIONARY: "
                    WS-PREV-FIELD " DIV=" WS-PREV-DIVISION
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              WHEN 'R'
                 ADD 1 TO WS-PROBLEM-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PROBLEM FIELD RETIRED IN DICTIONARY: "
                    WS-PREV-FIELD " DIV=" WS-PREV-DIVISION
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              WHEN 'X'
                 ADD 1 TO WS-PROBLEM-COUNT
                 MOVE SPACES TO REPORT-LINE
                 STRING "PROBLEM FIELD DICTIONARY UNAVAILABLE: "
                    WS-PREV-FIELD " DIV=" WS-PREV-DIVISION
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              WHEN OTHER
                 IF WS-INFORCE-FOUND = 'Y' AND
                    WS-INFORCE-DECIMALS NOT = WS-DICT-DECIMALS
                    ADD 1 TO WS-PROBLEM-COUNT
                    MOVE SPACES TO REPORT-LINE
                    STRING "PROBLEM DECIMALS DIFFER FROM DICTIONARY: "
                       WS-PREV-FIELD " DIV=" WS-PREV-DIVISION
                       " ROW DEC=" WS-INFORCE-DECIMALS
                       " DICTIONARY DEC=" WS-DICT-DECIMALS
                       DELIMITED BY SIZE INTO REPORT-LINE
                    WRITE REPORT-LINE
                 END-IF
           END-EVALUATE.
