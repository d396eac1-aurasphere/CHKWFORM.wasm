        FD  AUDIT-FILE.
           COPY "AUDITREC.cpy".
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(120).
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 AUDIT-FILE-STATUS   PIC X(2).
       01 WS-AMT-WORK         PIC S9(9)V9(4).
       01 WS-AMT-CHECK        PIC S9(9)V9(4).
       01 WS-SCAN-DATE        PIC 9(8).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-TO-DATE          PIC 9(8).
       01 WS-DATE-INTEGER     PIC 9(9)  BINARY.
       01 WS-WINDOW-DAYS      PIC 9(3)  BINARY.
       01 WS-WINDOW-COUNT     PIC 9(3)  BINARY.
       01 WS-BUSINESS-DAY     PIC X.
       01 WS-CAL-STATUS       PIC X.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-OLD-PASS         PIC X     VALUE 'N'.
       01 WS-NEW-PASS         PIC X     VALUE 'N'.
       01 WS-NOW-PASS-COUNT   PIC 9(9)  VALUE ZERO.
       01 WS-STILL-PASS-COUNT PIC 9(9)  VALUE ZERO.
       01 WS-STILL-FAIL-COUNT PIC 9(9)  VALUE ZERO.
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
        PROCEDURE DIVISION.
           DISPLAY "bndimpct: proposed bounds impact analysis".
           DISPLAY "field name: " WITH NO ADVANCING.
           DISPLAY "proposed effective date (YYYYMMDD): "
              WITH NO ADVANCING.
           ACCEPT WS-EFF-DATE-TEXT.
      * The window can be keyed as a start date or as a number of
      * business days ending on the to date; the second form counts
      * on the shop calendar, so "the last 20 business days" covers
      * the same trading as everyone else's 20 days, holidays and
      * all.
           DISPLAY "replay from date (YYYYMMDD, or number of "
              "business days back): " WITH NO ADVANCING.
           ACCEPT WS-FROM-DATE-TEXT.
           DISPLAY "replay to date (YYYYMMDD, blank=today): "
              WITH NO ADVANCING.
           IF WS-TO-DATE-TEXT = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TO-DATE-TEXT
           END-IF.
           IF WS-TO-DATE-TEXT IS NOT NUMERIC
              DISPLAY "bndimpct: replay dates must be YYYYMMDD"
              STOP RUN
           END-IF.
           MOVE WS-TO-DATE-TEXT   TO WS-TO-DATE.
           IF WS-FROM-DATE-TEXT IS NUMERIC
              MOVE WS-FROM-DATE-TEXT TO WS-SCAN-DATE
           ELSE
              IF WS-FROM-DATE-TEXT = SPACES
                 OR FUNCTION TEST-NUMVAL(WS-FROM-DATE-TEXT) NOT = ZERO
                 DISPLAY "bndimpct: replay from must be YYYYMMDD or "
                    "a number of business days"
                 STOP RUN
              END-IF
              COMPUTE WS-WINDOW-DAYS =
                 FUNCTION NUMVAL(WS-FROM-DATE-TEXT)
              IF WS-WINDOW-DAYS < 1 OR WS-WINDOW-DAYS > 366
                 DISPLAY "bndimpct: business days back must be "
                    "1-366"
                 STOP RUN
              END-IF
              PERFORM FIND-WINDOW-START
           END-IF.
           MOVE WS-SCAN-DATE TO WS-FROM-DATE.

           PERFORM UNTIL WS-SCAN-DATE > WS-TO-DATE
              PERFORM REPLAY-ONE-DAY
              WS-NOW-FAIL-COUNT ", now-passing " WS-NOW-PASS-COUNT.
           STOP RUN.

      * Walks back from the to date until the window holds the
      * requested number of business days; the day the count is
      * reached is the first day replayed.
       FIND-WINDOW-START.
           MOVE ZERO TO WS-WINDOW-COUNT.
           COMPUTE WS-DATE-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TO-DATE).
           PERFORM UNTIL WS-WINDOW-COUNT >= WS-WINDOW-DAYS
              COMPUTE WS-SCAN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
              CALL "busday" USING WS-SCAN-DATE, WS-BUSINESS-DAY,
                 WS-CAL-STATUS
              IF WS-BUSINESS-DAY = 'Y'
                 ADD 1 TO WS-WINDOW-COUNT
              END-IF
              IF WS-WINDOW-COUNT < WS-WINDOW-DAYS
                 SUBTRACT 1 FROM WS-DATE-INTEGER
              END-IF
           END-PERFORM.
           IF WS-CAL-STATUS = 'X'
              DISPLAY "bndimpct: BUSCAL.DAT unavailable; window "
                 "counted on Monday to Friday only"
           END-IF.
           DISPLAY "bndimpct: replaying " WS-SCAN-DATE " to "
              WS-TO-DATE.

       REPLAY-ONE-DAY.
           STRING "AUDIT" WS-SCAN-DATE ".LOG"
              DELIMITED BY SIZE INTO AUDIT-FILE-NAME.

       WRITE-REPORT.
           MOVE SPACES TO REPORT-LINE.
           CALL "flddesc" USING WS-FIELD-TEXT, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           STRING "PROPOSED BOUNDS IMPACT FOR " WS-FIELD-TEXT
              " " WS-DICT-DESCRIPTION
              " DIV=" WS-DIVISION
              " EFFECTIVE " WS-EFF-DATE-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE.
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REPLAY WINDOW " WS-FROM-DATE
              " THROUGH " WS-TO-DATE-TEXT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
