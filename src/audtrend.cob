       IDENTIFICATION DIVISION.
        PROGRAM-ID. audtrend.
      * Month-end trend report over the AUDARCH.DAT audit archive:
      * for each division and field, the call volume, failure rate
      * and warning rate (CC0013/CC0014) in each of the 13 months
      * ending with the report month. Failures are counted the way
      * audrpt counts them -- everything but CC0000 and the two
      * warning codes -- and warnings sit in the call total but
      * never in the failure count. A division/field whose latest
      * month's failure or warning rate moved from its average over
      * the twelve months before by at least the threshold is
      * flagged, and each division is ranked against the others on
      * the same field and, overall, across the shop. AUDTREND.RPT
      * is the printed report; AUDTREND.CSV carries the same figures
      * one row per division, field and month, comma-delimited with
      * a header row, for loading into a spreadsheet.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS ARCH-KEY
                ALTERNATE RECORD KEY IS ARCH-SUBMISSION-ID
                   WITH DUPLICATES
                FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "AUDTREND.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
            SELECT CSV-FILE ASSIGN TO "AUDTREND.CSV"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CSV-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  ARCHIVE-FILE.
           COPY "ARCHREC.cpy".
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(132).
        FD  CSV-FILE.
       01 CSV-LINE          PIC X(120).
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 ARCHIVE-FILE-STATUS PIC X(2).
       01 REPORT-FILE-STATUS  PIC X(2).
       01 CSV-FILE-STATUS     PIC X(2).
       01 WS-MONTH-TEXT       PIC X(6).
       01 WS-END-MONTH        PIC 9(6).
       01 WS-THRESHOLD-TEXT   PIC X(6).
       01 WS-THRESHOLD        PIC 9(3)V9 VALUE 10.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-YEAR             PIC 9(4).
       01 WS-MONTH            PIC 9(2).
       01 WS-END-SERIAL       PIC 9(6)  BINARY.
       01 WS-START-SERIAL     PIC 9(6)  BINARY.
       01 WS-RECORD-SERIAL    PIC 9(6)  BINARY.
       01 WS-MON              PIC 9(3)  BINARY.
       01 WS-IDX              PIC 9(4)  BINARY.
       01 WS-JDX              PIC 9(4)  BINARY.
       01 WS-KDX              PIC 9(4)  BINARY.
       01 WS-HOLD             PIC 9(4)  BINARY.
       01 WS-FIELD-FIRST      PIC 9(4)  BINARY VALUE 1.
       01 WS-CURRENT-FIELD    PIC X(15) VALUE LOW-VALUES.
       01 WS-ENTRY-COUNT      PIC 9(4)  BINARY VALUE ZERO.
       01 WS-TABLE-FULL-TOLD  PIC X     VALUE 'N'.
       01 WS-IS-FAIL          PIC X.
       01 WS-IS-WARN          PIC X.
       01 WS-READ-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-WINDOW-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-FLAG-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-DIV-COUNT        PIC 9(4)  BINARY VALUE ZERO.
       01 WS-LINE-POINTER     PIC 9(3)  BINARY.
       01 WS-SUM-CALLS        PIC 9(9).
       01 WS-SUM-FAILS        PIC 9(9).
       01 WS-SUM-WARNS        PIC 9(9).
       01 WS-RATE             PIC 9(3)V9.
       01 WS-LATEST-FAIL-RATE PIC 9(3)V9.
       01 WS-LATEST-WARN-RATE PIC 9(3)V9.
       01 WS-PRIOR-FAIL-RATE  PIC 9(3)V9.
       01 WS-PRIOR-WARN-RATE  PIC 9(3)V9.
       01 WS-MOVE             PIC S9(3)V9.
       01 WS-CALLS-EDIT       PIC Z(6)9.
       01 WS-COUNT-EDIT       PIC Z(8)9.
       01 WS-RATE-EDIT        PIC ZZ9.9.
       01 WS-MOVE-EDIT        PIC -ZZ9.9.
       01 WS-RANK-EDIT        PIC ZZ9.
       01 WS-MONTH-LABEL      PIC 9(6).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
      * One row per division and field seen in the window. The
      * archive is read in field order, so every row for one field
      * is created together; WS-FIELD-FIRST marks where the current
      * field's rows begin and the lookup only searches those.
       01 WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 500 TIMES.
               10 WS-TR-DIVISION    PIC 9(3).
               10 WS-TR-FIELD       PIC X(15).
               10 WS-TR-DESCRIPTION PIC X(30).
               10 WS-TR-MONTH OCCURS 13 TIMES.
                   15 WS-TR-CALLS   PIC 9(9).
                   15 WS-TR-FAILS   PIC 9(9).
                   15 WS-TR-WARNS   PIC 9(9).
               10 WS-TR-TOTAL-CALLS PIC 9(9).
               10 WS-TR-TOTAL-FAILS PIC 9(9).
               10 WS-TR-TOTAL-WARNS PIC 9(9).
               10 WS-TR-FAIL-RATE   PIC 9(3)V9.
               10 WS-TR-FAIL-MOVE   PIC S9(3)V9.
               10 WS-TR-WARN-MOVE   PIC S9(3)V9.
               10 WS-TR-FLAG        PIC X.
               10 WS-TR-FIELD-RANK  PIC 9(3).
               10 WS-TR-FIELD-DIVS  PIC 9(3).
      * Print order -- division, then field -- kept as a list of
      * row numbers so the rows themselves never move.
       01 WS-ORDER-TABLE.
           05 WS-ORDER        PIC 9(3)  BINARY OCCURS 500 TIMES.
      * Shop-wide totals per division, subscripted by division
      * number plus one, and the ranking built from them.
       01 WS-DIVISION-TABLE.
           05 WS-DIV-ENTRY OCCURS 1000 TIMES.
               10 WS-DV-CALLS       PIC 9(9).
               10 WS-DV-FAILS       PIC 9(9).
               10 WS-DV-WARNS       PIC 9(9).
               10 WS-DV-FAIL-RATE   PIC 9(3)V9.
       01 WS-RANK-TABLE.
           05 WS-RANK-DIV     PIC 9(4)  BINARY OCCURS 1000 TIMES.
        PROCEDURE DIVISION.
           DISPLAY "audtrend: monthly audit trend report".
           DISPLAY "last month to report (YYYYMM, blank=this month): "
              WITH NO ADVANCING.
           ACCEPT WS-MONTH-TEXT.
           IF WS-MONTH-TEXT = SPACES
              MOVE FUNCTION CURRENT-DATE(1:6) TO WS-END-MONTH
           ELSE
              IF WS-MONTH-TEXT IS NOT NUMERIC
                 OR WS-MONTH-TEXT(5:2) < "01"
                 OR WS-MONTH-TEXT(5:2) > "12"
                 DISPLAY "audtrend: month must be YYYYMM"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-MONTH-TEXT TO WS-END-MONTH
           END-IF.
           DISPLAY "flag threshold in rate points (blank=10): "
              WITH NO ADVANCING.
           ACCEPT WS-THRESHOLD-TEXT.
           IF WS-THRESHOLD-TEXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-THRESHOLD-TEXT) NOT = ZERO
                 DISPLAY "audtrend: threshold must be numeric"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-THRESHOLD =
                 FUNCTION NUMVAL(WS-THRESHOLD-TEXT)
           END-IF.

      * Months are numbered year * 12 + month so the window can
      * cross a year end with plain subtraction.
           MOVE WS-END-MONTH(1:4) TO WS-YEAR.
           MOVE WS-END-MONTH(5:2) TO WS-MONTH.
           COMPUTE WS-END-SERIAL = WS-YEAR * 12 + WS-MONTH.
           COMPUTE WS-START-SERIAL = WS-END-SERIAL - 12.
           INITIALIZE WS-DIVISION-TABLE.

           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
              DISPLAY "audtrend: unable to open AUDARCH.DAT, status "
                 ARCHIVE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-EOF = 'Y'
              READ ARCHIVE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM TALLY-ONE-RECORD
              END-READ
           END-PERFORM.
           CLOSE ARCHIVE-FILE.

           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ENTRY-COUNT
              PERFORM MEASURE-ONE-ENTRY
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ENTRY-COUNT
              PERFORM RANK-WITHIN-FIELD
           END-PERFORM.
           PERFORM SORT-PRINT-ORDER.
           PERFORM RANK-DIVISIONS.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "audtrend: unable to open AUDTREND.RPT, status "
                 REPORT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT CSV-FILE.
           IF CSV-FILE-STATUS NOT = "00"
              DISPLAY "audtrend: unable to open AUDTREND.CSV, status "
                 CSV-FILE-STATUS
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT.
           PERFORM WRITE-CSV.
           CLOSE REPORT-FILE.
           CLOSE CSV-FILE.
           DISPLAY "audtrend: " WS-WINDOW-COUNT " of " WS-READ-COUNT
              " archived call(s) in the window, " WS-FLAG-COUNT
              " division/field(s) flagged; AUDTREND.RPT and "
              "AUDTREND.CSV written".
           STOP RUN.

       TALLY-ONE-RECORD.
           IF ARCH-TIMESTAMP(1:6) IS NUMERIC
              MOVE ARCH-TIMESTAMP(1:4) TO WS-YEAR
              MOVE ARCH-TIMESTAMP(5:2) TO WS-MONTH
              COMPUTE WS-RECORD-SERIAL = WS-YEAR * 12 + WS-MONTH
              IF WS-RECORD-SERIAL > WS-START-SERIAL
                 AND WS-RECORD-SERIAL <= WS-END-SERIAL
                 COMPUTE WS-MON = WS-RECORD-SERIAL - WS-START-SERIAL
                 PERFORM FIND-TREND-ENTRY
                 IF WS-IDX > ZERO
                    ADD 1 TO WS-WINDOW-COUNT
                    PERFORM TALLY-INTO-ENTRY
                 END-IF
              END-IF
           END-IF.

       FIND-TREND-ENTRY.
           IF ARCH-FIELD-NAME NOT = WS-CURRENT-FIELD
              MOVE ARCH-FIELD-NAME TO WS-CURRENT-FIELD
              COMPUTE WS-FIELD-FIRST = WS-ENTRY-COUNT + 1
           END-IF.
           PERFORM VARYING WS-IDX FROM WS-FIELD-FIRST BY 1
              UNTIL WS-IDX > WS-ENTRY-COUNT
              OR WS-TR-DIVISION(WS-IDX) = ARCH-DIVISION
              CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-ENTRY-COUNT
              IF WS-ENTRY-COUNT < 500
                 ADD 1 TO WS-ENTRY-COUNT
                 MOVE WS-ENTRY-COUNT TO WS-IDX
                 INITIALIZE WS-TREND-ENTRY(WS-IDX)
                 MOVE ARCH-DIVISION   TO WS-TR-DIVISION(WS-IDX)
                 MOVE ARCH-FIELD-NAME TO WS-TR-FIELD(WS-IDX)
                 CALL "flddesc" USING WS-TR-FIELD(WS-IDX),
                    WS-TR-DESCRIPTION(WS-IDX), WS-DICT-DECIMALS,
                    WS-DICT-STATUS
              ELSE
                 MOVE ZERO TO WS-IDX
                 IF WS-TABLE-FULL-TOLD = 'N'
                    DISPLAY "audtrend: more than 500 division/field "
                       "pairs; overflow not tallied"
                    MOVE 'Y' TO WS-TABLE-FULL-TOLD
                 END-IF
              END-IF
           END-IF.

      * CC0013/CC0014 are passes with a review flag, as in audrpt.
       TALLY-INTO-ENTRY.
           MOVE 'N' TO WS-IS-FAIL.
           MOVE 'N' TO WS-IS-WARN.
           EVALUATE ARCH-RESULT-CODE
              WHEN VALIDATION-OK
                 CONTINUE
              WHEN VALIDATION-WARN-HIGH
              WHEN VALIDATION-WARN-LOW
                 MOVE 'Y' TO WS-IS-WARN
              WHEN OTHER
                 MOVE 'Y' TO WS-IS-FAIL
           END-EVALUATE.
           COMPUTE WS-KDX = ARCH-DIVISION + 1.
           ADD 1 TO WS-TR-CALLS(WS-IDX, WS-MON).
           ADD 1 TO WS-TR-TOTAL-CALLS(WS-IDX).
           ADD 1 TO WS-DV-CALLS(WS-KDX).
           IF WS-IS-FAIL = 'Y'
              ADD 1 TO WS-TR-FAILS(WS-IDX, WS-MON)
              ADD 1 TO WS-TR-TOTAL-FAILS(WS-IDX)
              ADD 1 TO WS-DV-FAILS(WS-KDX)
           END-IF.
           IF WS-IS-WARN = 'Y'
              ADD 1 TO WS-TR-WARNS(WS-IDX, WS-MON)
              ADD 1 TO WS-TR-TOTAL-WARNS(WS-IDX)
              ADD 1 TO WS-DV-WARNS(WS-KDX)
           END-IF.

      * The latest month is set against the pooled rate of the
      * twelve months before it. A pair with no calls on either
      * side has nothing to compare and is never flagged.
       MEASURE-ONE-ENTRY.
           IF WS-TR-TOTAL-CALLS(WS-IDX) > ZERO
              COMPUTE WS-TR-FAIL-RATE(WS-IDX) ROUNDED =
                 WS-TR-TOTAL-FAILS(WS-IDX) * 100
                 / WS-TR-TOTAL-CALLS(WS-IDX)
           END-IF.
           MOVE ZERO TO WS-SUM-CALLS.
           MOVE ZERO TO WS-SUM-FAILS.
           MOVE ZERO TO WS-SUM-WARNS.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 12
              ADD WS-TR-CALLS(WS-IDX, WS-MON) TO WS-SUM-CALLS
              ADD WS-TR-FAILS(WS-IDX, WS-MON) TO WS-SUM-FAILS
              ADD WS-TR-WARNS(WS-IDX, WS-MON) TO WS-SUM-WARNS
           END-PERFORM.
           MOVE 'N' TO WS-TR-FLAG(WS-IDX).
           IF WS-SUM-CALLS > ZERO
              AND WS-TR-CALLS(WS-IDX, 13) > ZERO
              COMPUTE WS-PRIOR-FAIL-RATE ROUNDED =
                 WS-SUM-FAILS * 100 / WS-SUM-CALLS
              COMPUTE WS-PRIOR-WARN-RATE ROUNDED =
                 WS-SUM-WARNS * 100 / WS-SUM-CALLS
              COMPUTE WS-LATEST-FAIL-RATE ROUNDED =
                 WS-TR-FAILS(WS-IDX, 13) * 100
                 / WS-TR-CALLS(WS-IDX, 13)
              COMPUTE WS-LATEST-WARN-RATE ROUNDED =
                 WS-TR-WARNS(WS-IDX, 13) * 100
                 / WS-TR-CALLS(WS-IDX, 13)
              COMPUTE WS-TR-FAIL-MOVE(WS-IDX) =
                 WS-LATEST-FAIL-RATE - WS-PRIOR-FAIL-RATE
              COMPUTE WS-TR-WARN-MOVE(WS-IDX) =
                 WS-LATEST-WARN-RATE - WS-PRIOR-WARN-RATE
              IF FUNCTION ABS(WS-TR-FAIL-MOVE(WS-IDX)) >= WS-THRESHOLD
                 OR FUNCTION ABS(WS-TR-WARN-MOVE(WS-IDX))
                    >= WS-THRESHOLD
                 MOVE 'Y' TO WS-TR-FLAG(WS-IDX)
                 ADD 1 TO WS-FLAG-COUNT
              END-IF
           END-IF.

      * Rank 1 is the division with the highest 13-month failure
      * rate on the field; divisions on the same rate share a rank.
       RANK-WITHIN-FIELD.
           MOVE 1 TO WS-TR-FIELD-RANK(WS-IDX).
           MOVE ZERO TO WS-TR-FIELD-DIVS(WS-IDX).
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-ENTRY-COUNT
              IF WS-TR-FIELD(WS-JDX) = WS-TR-FIELD(WS-IDX)
                 ADD 1 TO WS-TR-FIELD-DIVS(WS-IDX)
                 IF WS-TR-FAIL-RATE(WS-JDX) >
                    WS-TR-FAIL-RATE(WS-IDX)
                    ADD 1 TO WS-TR-FIELD-RANK(WS-IDX)
                 END-IF
              END-IF
           END-PERFORM.

       SORT-PRINT-ORDER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ENTRY-COUNT
              MOVE WS-IDX TO WS-ORDER(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX >= WS-ENTRY-COUNT
              PERFORM VARYING WS-JDX FROM 1 BY 1
                 UNTIL WS-JDX > WS-ENTRY-COUNT - WS-IDX
                 IF WS-TR-DIVISION(WS-ORDER(WS-JDX)) >
                    WS-TR-DIVISION(WS-ORDER(WS-JDX + 1))
                    OR (WS-TR-DIVISION(WS-ORDER(WS-JDX)) =
                       WS-TR-DIVISION(WS-ORDER(WS-JDX + 1))
                    AND WS-TR-FIELD(WS-ORDER(WS-JDX)) >
                       WS-TR-FIELD(WS-ORDER(WS-JDX + 1)))
                    MOVE WS-ORDER(WS-JDX) TO WS-HOLD
                    MOVE WS-ORDER(WS-JDX + 1) TO WS-ORDER(WS-JDX)
                    MOVE WS-HOLD TO WS-ORDER(WS-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

      * Divisions with calls in the window, highest failure rate
      * first.
       RANK-DIVISIONS.
           PERFORM VARYING WS-KDX FROM 1 BY 1 UNTIL WS-KDX > 1000
              IF WS-DV-CALLS(WS-KDX) > ZERO
                 COMPUTE WS-DV-FAIL-RATE(WS-KDX) ROUNDED =
                    WS-DV-FAILS(WS-KDX) * 100 / WS-DV-CALLS(WS-KDX)
                 ADD 1 TO WS-DIV-COUNT
                 MOVE WS-KDX TO WS-RANK-DIV(WS-DIV-COUNT)
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX >= WS-DIV-COUNT
              PERFORM VARYING WS-JDX FROM 1 BY 1
                 UNTIL WS-JDX > WS-DIV-COUNT - WS-IDX
                 IF WS-DV-FAIL-RATE(WS-RANK-DIV(WS-JDX)) <
                    WS-DV-FAIL-RATE(WS-RANK-DIV(WS-JDX + 1))
                    MOVE WS-RANK-DIV(WS-JDX) TO WS-HOLD
                    MOVE WS-RANK-DIV(WS-JDX + 1)
                       TO WS-RANK-DIV(WS-JDX)
                    MOVE WS-HOLD TO WS-RANK-DIV(WS-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       WRITE-REPORT.
           COMPUTE WS-RECORD-SERIAL = WS-START-SERIAL + 1.
           PERFORM SERIAL-TO-LABEL.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-THRESHOLD TO WS-RATE-EDIT.
           STRING "AUDIT TREND BY DIVISION AND FIELD, "
              WS-MONTH-LABEL " THROUGH " WS-END-MONTH
              "   FLAG THRESHOLD " FUNCTION TRIM(WS-RATE-EDIT)
              " POINTS"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM WRITE-MONTH-HEADING.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-ENTRY-COUNT
              MOVE WS-ORDER(WS-JDX) TO WS-IDX
              PERFORM WRITE-ENTRY-BLOCK
           END-PERFORM.
           PERFORM WRITE-FLAGGED-SECTION.
           PERFORM WRITE-DIVISION-RANKING.

       WRITE-MONTH-HEADING.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING "DIV FIELD           MEASURE  "
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 13
              COMPUTE WS-RECORD-SERIAL = WS-START-SERIAL + WS-MON
              PERFORM SERIAL-TO-LABEL
              STRING " " WS-MONTH-LABEL " "
                 DELIMITED BY SIZE INTO REPORT-LINE
                 WITH POINTER WS-LINE-POINTER
           END-PERFORM.
           WRITE REPORT-LINE.

       SERIAL-TO-LABEL.
           COMPUTE WS-YEAR = (WS-RECORD-SERIAL - 1) / 12.
           COMPUTE WS-MONTH =
              WS-RECORD-SERIAL - WS-YEAR * 12.
           COMPUTE WS-MONTH-LABEL = WS-YEAR * 100 + WS-MONTH.

       WRITE-ENTRY-BLOCK.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-TR-FIELD-RANK(WS-IDX) TO WS-RANK-EDIT.
           MOVE 1 TO WS-LINE-POINTER.
           STRING WS-TR-DIVISION(WS-IDX) " "
              WS-TR-FIELD(WS-IDX) " "
              WS-TR-DESCRIPTION(WS-IDX)
              "  DIVISION RANK " FUNCTION TRIM(WS-RANK-EDIT)
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           MOVE WS-TR-FIELD-DIVS(WS-IDX) TO WS-RANK-EDIT.
           STRING " OF " FUNCTION TRIM(WS-RANK-EDIT) " ON FIELD"
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           IF WS-TR-FLAG(WS-IDX) = 'Y'
              STRING "  ** RATE MOVED **"
                 DELIMITED BY SIZE INTO REPORT-LINE
                 WITH POINTER WS-LINE-POINTER
           END-IF.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING "                    CALLS    "
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 13
              MOVE WS-TR-CALLS(WS-IDX, WS-MON) TO WS-CALLS-EDIT
              STRING WS-CALLS-EDIT " "
                 DELIMITED BY SIZE INTO REPORT-LINE
                 WITH POINTER WS-LINE-POINTER
           END-PERFORM.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING "                    FAIL %   "
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 13
              IF WS-TR-CALLS(WS-IDX, WS-MON) > ZERO
                 COMPUTE WS-RATE ROUNDED =
                    WS-TR-FAILS(WS-IDX, WS-MON) * 100
                    / WS-TR-CALLS(WS-IDX, WS-MON)
                 MOVE WS-RATE TO WS-RATE-EDIT
                 STRING "  " WS-RATE-EDIT " "
                    DELIMITED BY SIZE INTO REPORT-LINE
                    WITH POINTER WS-LINE-POINTER
              ELSE
                 STRING "      -  "
                    DELIMITED BY SIZE INTO REPORT-LINE
                    WITH POINTER WS-LINE-POINTER
              END-IF
           END-PERFORM.
           WRITE REPORT-LINE.

           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING "                    WARN %   "
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 13
              IF WS-TR-CALLS(WS-IDX, WS-MON) > ZERO
                 COMPUTE WS-RATE ROUNDED =
                    WS-TR-WARNS(WS-IDX, WS-MON) * 100
                    / WS-TR-CALLS(WS-IDX, WS-MON)
                 MOVE WS-RATE TO WS-RATE-EDIT
                 STRING "  " WS-RATE-EDIT " "
                    DELIMITED BY SIZE INTO REPORT-LINE
                    WITH POINTER WS-LINE-POINTER
              ELSE
                 STRING "      -  "
                    DELIMITED BY SIZE INTO REPORT-LINE
                    WITH POINTER WS-LINE-POINTER
              END-IF
           END-PERFORM.
           WRITE REPORT-LINE.

       WRITE-FLAGGED-SECTION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-THRESHOLD TO WS-RATE-EDIT.
           STRING "RATES MOVED BY " FUNCTION TRIM(WS-RATE-EDIT)
              " POINTS OR MORE IN " WS-END-MONTH
              " AGAINST THE TWELVE MONTHS BEFORE"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-FLAG-COUNT = ZERO
              MOVE SPACES TO REPORT-LINE
              STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-ENTRY-COUNT
              MOVE WS-ORDER(WS-JDX) TO WS-IDX
              IF WS-TR-FLAG(WS-IDX) = 'Y'
                 PERFORM WRITE-FLAGGED-LINE
              END-IF
           END-PERFORM.

       WRITE-FLAGGED-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           MOVE WS-TR-FAIL-MOVE(WS-IDX) TO WS-MOVE-EDIT.
           STRING "  " WS-TR-DIVISION(WS-IDX) " "
              WS-TR-FIELD(WS-IDX) " "
              WS-TR-DESCRIPTION(WS-IDX)
              " FAIL MOVE " WS-MOVE-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           MOVE WS-TR-WARN-MOVE(WS-IDX) TO WS-MOVE-EDIT.
           STRING " WARN MOVE " WS-MOVE-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           WRITE REPORT-LINE.

       WRITE-DIVISION-RANKING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "DIVISIONS RANKED BY FAILURE RATE OVER THE 13 "
              "MONTHS, ALL FIELDS"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "RANK DIV      CALLS   FAIL %  WARN %"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-DIV-COUNT
              PERFORM WRITE-DIVISION-LINE
           END-PERFORM.

       WRITE-DIVISION-LINE.
           MOVE WS-RANK-DIV(WS-IDX) TO WS-KDX.
           MOVE SPACES TO REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           MOVE WS-IDX TO WS-RANK-EDIT.
           COMPUTE WS-MONTH-LABEL = WS-KDX - 1.
           MOVE WS-DV-CALLS(WS-KDX) TO WS-COUNT-EDIT.
           STRING " " WS-RANK-EDIT " " WS-MONTH-LABEL(4:3) " "
              WS-COUNT-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           MOVE WS-DV-FAIL-RATE(WS-KDX) TO WS-RATE-EDIT.
           STRING "   " WS-RATE-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           COMPUTE WS-RATE ROUNDED =
              WS-DV-WARNS(WS-KDX) * 100 / WS-DV-CALLS(WS-KDX).
           MOVE WS-RATE TO WS-RATE-EDIT.
           STRING "   " WS-RATE-EDIT
              DELIMITED BY SIZE INTO REPORT-LINE
              WITH POINTER WS-LINE-POINTER.
           WRITE REPORT-LINE.

      * One row per division, field and month, months with no calls
      * included so every pair has all 13 rows.
       WRITE-CSV.
           MOVE SPACES TO CSV-LINE.
           STRING "DIVISION,FIELD,MONTH,CALLS,FAILURES,FAILURE_RATE,"
              "WARNINGS,WARNING_RATE,RANK_ON_FIELD,FLAGGED"
              DELIMITED BY SIZE INTO CSV-LINE.
           WRITE CSV-LINE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-ENTRY-COUNT
              MOVE WS-ORDER(WS-JDX) TO WS-IDX
              PERFORM VARYING WS-MON FROM 1 BY 1 UNTIL WS-MON > 13
                 PERFORM WRITE-CSV-ROW
              END-PERFORM
           END-PERFORM.

       WRITE-CSV-ROW.
           COMPUTE WS-RECORD-SERIAL = WS-START-SERIAL + WS-MON.
           PERFORM SERIAL-TO-LABEL.
           MOVE SPACES TO CSV-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING WS-TR-DIVISION(WS-IDX) ","
              FUNCTION TRIM(WS-TR-FIELD(WS-IDX)) ","
              WS-MONTH-LABEL ","
              DELIMITED BY SIZE INTO CSV-LINE
              WITH POINTER WS-LINE-POINTER.
           MOVE WS-TR-CALLS(WS-IDX, WS-MON) TO WS-COUNT-EDIT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) ","
              DELIMITED BY SIZE INTO CSV-LINE
              WITH POINTER WS-LINE-POINTER.
           MOVE WS-TR-FAILS(WS-IDX, WS-MON) TO WS-COUNT-EDIT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) ","
              DELIMITED BY SIZE INTO CSV-LINE
              WITH POINTER WS-LINE-POINTER.
           MOVE ZERO TO WS-RATE.
           IF WS-TR-CALLS(WS-IDX, WS-MON) > ZERO
              COMPUTE WS-RATE ROUNDED =
                 WS-TR-FAILS(WS-IDX, WS-MON) * 100
                 / WS-TR-CALLS(WS-IDX, WS-MON)
           END-IF.
           MOVE WS-RATE TO WS-RATE-EDIT.
           STRING FUNCTION TRIM(WS-RATE-EDIT) ","
              DELIMITED BY SIZE INTO CSV-LINE
              WITH POINTER WS-LINE-POINTER.
           MOVE WS-TR-WARNS(WS-IDX, WS-MON) TO WS-COUNT-EDIT.
           STRING FUNCTION TRIM(WS-COUNT-EDIT) ","
              DELIMITED BY SIZE INTO CSV-LINE
              WITH POINTER WS-LINE-POINTER.
           MOVE ZERO TO WS-RATE.
           IF WS-TR-CALLS(WS-IDX, WS-MON) > ZERO
              COMPUTE WS-RATE ROUNDED =
                 WS-TR-WARNS(WS-IDX, WS-MON) * 100
                 / WS-TR-CALLS(WS-IDX, WS-MON)
           END-IF.
           MOVE WS-RATE TO WS-RATE-EDIT.
           MOVE WS-TR-FIELD-RANK(WS-IDX) TO WS-RANK-EDIT.
           STRING FUNCTION TRIM(WS-RATE-EDIT) ","
              FUNCTION TRIM(WS-RANK-EDIT) ","
              WS-TR-FLAG(WS-IDX)
              DELIMITED BY SIZE INTO CSV-LINE
              WITH POINTER WS-LINE-POINTER.
           WRITE CSV-LINE.
