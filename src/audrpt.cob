      * End-of-day statistics over one day's AUDITyyyymmdd.LOG:
      * per-field counts broken down by result code, the top failing
      * fields, the overall failure rate, and a per-field comparison
      * against the prior business day's file so a field whose
      * rejection rate suddenly jumped -- usually a bad bounds load
      * -- stands out.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
        FD  AUDIT-FILE.
           COPY "AUDITREC.cpy".
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(132).
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 AUDIT-FILE-STATUS   PIC X(2).
       01 WS-REPORT-DATE      PIC 9(8).
       01 WS-PRIOR-DATE       PIC 9(8).
       01 WS-DATE-INTEGER     PIC 9(9)  BINARY.
       01 WS-LOOKBACK         PIC 9(3)  BINARY.
       01 WS-BUSINESS-DAY     PIC X.
       01 WS-CAL-STATUS       PIC X.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-PASS             PIC X     VALUE 'N'.
       01 WS-DAY-SELECTOR     PIC X     VALUE 'T'.
       01 WS-IDX              PIC 9(3)  BINARY.
       01 WS-TABLE-FULL-TOLD  PIC X     VALUE 'N'.
       01 WS-SEAL-STATUS      PIC X.
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
      * Per-field tally table -- one entry per distinct field name/
      * division pair seen in either day's file, so the numbers
      * break down by division instead of pooling the three
      * divisions' rejections into one line. The field dictionary
      * description is looked up once, when the entry is made.
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 200 TIMES.
               10 WS-FT-NAME        PIC X(15).
               10 WS-FT-DESCRIPTION PIC X(30).
               10 WS-FT-DIVISION    PIC 9(3).
               10 WS-FT-OK          PIC 9(9).
               10 WS-FT-HIGH        PIC 9(9).
           ELSE
              IF WS-REPORT-DATE-TEXT IS NOT NUMERIC
                 DISPLAY "audrpt: report date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-REPORT-DATE-TEXT TO WS-REPORT-DATE
           END-IF.
      * The comparison baseline is the previous business day on the
      * shop calendar, so a Monday compares against Friday and the
      * day after a holiday against the day before it. A month
      * without one business day means the calendar is wrong; the
      * report then falls back to the literal prior day.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 1.
           MOVE 'N' TO WS-BUSINESS-DAY.
           MOVE ZERO TO WS-LOOKBACK.
           PERFORM UNTIL WS-BUSINESS-DAY = 'Y' OR WS-LOOKBACK >= 31
              COMPUTE WS-PRIOR-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              CALL "busday" USING WS-PRIOR-DATE, WS-BUSINESS-DAY,
                 WS-CAL-STATUS
              IF WS-BUSINESS-DAY NOT = 'Y'
                 SUBTRACT 1 FROM WS-DATE-INTEGER
                 ADD 1 TO WS-LOOKBACK
              END-IF
           END-PERFORM.
           IF WS-BUSINESS-DAY NOT = 'Y'
              COMPUTE WS-DATE-INTEGER =
                 FUNCTION INTEGER-OF-DATE(WS-REPORT-DATE) - 1
              COMPUTE WS-PRIOR-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
           END-IF.
           IF WS-CAL-STATUS = 'X'
              DISPLAY "audrpt: BUSCAL.DAT unavailable; prior business "
                 "day taken as the previous weekday"
           END-IF.

      * The report only runs off a sealed, balanced day -- a file
      * still taking appends (or one that lost records) would give
           IF WS-SEAL-STATUS = 'U'
              DISPLAY "audrpt: " WS-REPORT-DATE " is not sealed; "
                 "run the day-end closeout first"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-SEAL-STATUS = 'O'
              DISPLAY "audrpt: " WS-REPORT-DATE " is out of balance "
                 "against its seal; report not produced"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "audrpt: unable to open " AUDIT-FILE-NAME
                 ", status " AUDIT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM TALLY-AUDIT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "audrpt: unable to open AUDSTAT.RPT, status "
                 REPORT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT.
                 INITIALIZE WS-FIELD-ENTRY(WS-IDX)
                 MOVE AUDIT-FIELD-NAME TO WS-FT-NAME(WS-IDX)
                 MOVE AUDIT-DIVISION   TO WS-FT-DIVISION(WS-IDX)
                 CALL "flddesc" USING WS-FT-NAME(WS-IDX),
                    WS-FT-DESCRIPTION(WS-IDX), WS-DICT-DECIMALS,
                    WS-DICT-STATUS
              ELSE
                 MOVE ZERO TO WS-IDX
              END-IF
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FIELD           DESCRIPTION                    "
              "DIV CC0000    CC0008    CC0009"
              "    CC0010    CC0011    WARN      OTHER"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "FAILURE RATE VS PRIOR BUSINESS DAY " WS-PRIOR-DATE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
       WRITE-FIELD-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-FT-NAME(WS-IDX)
              " " WS-FT-DESCRIPTION(WS-IDX)
              " " WS-FT-DIVISION(WS-IDX)
              " " WS-FT-OK(WS-IDX)
              " " WS-FT-HIGH(WS-IDX)
                 MOVE 'Y' TO WS-FT-PICKED(WS-BEST-INDEX)
                 MOVE SPACES TO REPORT-LINE
                 STRING WS-FT-NAME(WS-BEST-INDEX)
                    " " WS-FT-DESCRIPTION(WS-BEST-INDEX)
                    " DIV=" WS-FT-DIVISION(WS-BEST-INDEX)
                    " FAILS=" WS-BEST-FAILS
                    DELIMITED BY SIZE INTO REPORT-LINE
           MOVE WS-PRIOR-RATE TO WS-PRIOR-EDITED.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-FT-NAME(WS-IDX)
              " " WS-FT-DESCRIPTION(WS-IDX)
              " DIV=" WS-FT-DIVISION(WS-IDX)
              " TODAY=" WS-RATE-EDITED "%"
              " PRIOR=" WS-PRIOR-EDITED "%"
