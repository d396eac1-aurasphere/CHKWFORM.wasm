       IDENTIFICATION DIVISION.
        PROGRAM-ID. bndrecom.
      * Bounds recommendations from the values that actually occur:
      * for a chosen period, reads the accepted calls in the
      * AUDARCH.DAT archive -- CC0000 and the two warning codes,
      * the values validation let through -- and for every field
      * and division works out the spread of those values. From
      * the spread it suggests a warning band (two standard
      * deviations either side of the mean, kept inside what was
      * actually seen) and hard bounds (four standard deviations,
      * never narrower than the lowest and highest values seen, and
      * not below zero for a field that has never gone negative).
      * BNDRECOM.RPT shows each suggestion beside the row in force
      * in BOUNDS.DAT. The suggestions are written to BNDLOAD.PRP
      * in exactly the BNDLOAD.DAT semicolon layout, amounts with
      * the field dictionary's decimal places, so once reviewed the
      * file is copied to BNDLOAD.DAT and goes through bndload like
      * any head-office refresh. A field/division with fewer
      * accepted values than the minimum asked for -- or a field
      * the dictionary does not vouch for -- gets no suggestion
      * and is listed separately on the report instead.
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
            SELECT BOUNDS-FILE ASSIGN TO "BOUNDS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BOUNDS-KEY
                FILE STATUS IS BOUNDS-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "BNDRECOM.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
            SELECT PROPOSAL-FILE ASSIGN TO "BNDLOAD.PRP"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS PROPOSAL-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  ARCHIVE-FILE.
           COPY "ARCHREC.cpy".
        FD  BOUNDS-FILE.
           COPY "BOUNDSREC.cpy".
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(160).
        FD  PROPOSAL-FILE.
       01 PROPOSAL-RECORD   PIC X(120).
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 ARCHIVE-FILE-STATUS  PIC X(2).
       01 BOUNDS-FILE-STATUS   PIC X(2).
       01 REPORT-FILE-STATUS   PIC X(2).
       01 PROPOSAL-FILE-STATUS PIC X(2).
       01 WS-BOUNDS-OPEN      PIC X     VALUE 'N'.
       01 WS-TODAY            PIC 9(8).
       01 WS-FROM-TEXT        PIC X(8).
       01 WS-FROM-DATE        PIC 9(8).
       01 WS-TO-TEXT          PIC X(8).
       01 WS-TO-DATE          PIC 9(8).
       01 WS-EFF-TEXT         PIC X(8).
       01 WS-EFF-DATE         PIC 9(8).
       01 WS-MINIMUM-TEXT     PIC X(6).
       01 WS-MINIMUM          PIC 9(6)  VALUE 30.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-IDX              PIC 9(4)  BINARY.
       01 WS-JDX              PIC 9(4)  BINARY.
       01 WS-HOLD             PIC 9(4)  BINARY.
       01 WS-FIELD-FIRST      PIC 9(4)  BINARY VALUE 1.
       01 WS-CURRENT-FIELD    PIC X(15) VALUE LOW-VALUES.
       01 WS-ENTRY-COUNT      PIC 9(4)  BINARY VALUE ZERO.
       01 WS-TABLE-FULL-TOLD  PIC X     VALUE 'N'.
       01 WS-READ-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-USED-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-PROPOSED-COUNT   PIC 9(9)  VALUE ZERO.
       01 WS-SHORT-COUNT      PIC 9(9)  VALUE ZERO.
       01 WS-ARCH-DECIMALS    PIC 9.
       01 WS-VALUE            USAGE COMP-2.
       01 WS-SCALE-FACTOR     USAGE COMP-2.
       01 WS-MEAN             USAGE COMP-2.
       01 WS-VARIANCE         USAGE COMP-2.
       01 WS-STD-DEV          USAGE COMP-2.
       01 WS-WORK-LOW         USAGE COMP-2.
       01 WS-WORK-HIGH        USAGE COMP-2.
       01 WS-CONVERT-IN       USAGE COMP-2.
       01 WS-CONVERT-OUT      PIC S9(9).
       01 WS-REC-HIGHER       PIC S9(9).
       01 WS-REC-LOWER        PIC S9(9).
       01 WS-REC-WARN-HIGHER  PIC S9(9).
       01 WS-REC-WARN-LOWER   PIC S9(9).
       01 WS-SHOW-MIN         PIC S9(9).
       01 WS-SHOW-MAX         PIC S9(9).
       01 WS-SHOW-MEAN        PIC S9(9).
       01 WS-SHOW-SD          PIC S9(9).
       01 WS-INFORCE-FOUND    PIC X.
       01 WS-INFORCE-DIVISION PIC 9(3).
       01 WS-INFORCE-DATE     PIC 9(8).
       01 WS-INFORCE-HIGHER   PIC S9(9).
       01 WS-INFORCE-LOWER    PIC S9(9).
       01 WS-INFORCE-WARN-HIGHER PIC S9(9).
       01 WS-INFORCE-WARN-LOWER  PIC S9(9).
       01 WS-INFORCE-DECIMALS PIC 9.
       01 WS-SEEK-DIVISION    PIC 9(3).
       01 WS-SEEK-EOF         PIC X.
       01 WS-PREV-FIELD       PIC X(15).
       01 WS-PREV-DIVISION    PIC 9(3).
       01 WS-PAIR-IN-FORCE    PIC X.
       01 WS-HIGHER-DISPLAY   PIC X(12).
       01 WS-LOWER-DISPLAY    PIC X(12).
       01 WS-WARN-HIGHER-DISPLAY PIC X(12).
       01 WS-WARN-LOWER-DISPLAY  PIC X(12).
       01 WS-MIN-DISPLAY      PIC X(12).
       01 WS-MAX-DISPLAY      PIC X(12).
       01 WS-MEAN-DISPLAY     PIC X(12).
       01 WS-SD-DISPLAY       PIC X(12).
       01 WS-COUNT-EDIT       PIC Z(8)9.
       01 WS-SHORT-REASON     PIC X(32).
      * One row per field and division with accepted values in the
      * period, plus any field in force on the master that has no
      * accepted value at all. The archive is read in field order,
      * so a field's rows are created together and the lookup only
      * searches from WS-FIELD-FIRST on.
       01 WS-STATS-TABLE.
           05 WS-ST-ENTRY OCCURS 500 TIMES.
               10 WS-ST-FIELD       PIC X(15).
               10 WS-ST-DIVISION    PIC 9(3).
               10 WS-ST-DESCRIPTION PIC X(30).
               10 WS-ST-DECIMALS    PIC 9.
               10 WS-ST-DICT-STATUS PIC X.
               10 WS-ST-COUNT       PIC 9(9).
               10 WS-ST-SUM         USAGE COMP-2.
               10 WS-ST-SUM-SQUARES USAGE COMP-2.
               10 WS-ST-MIN         USAGE COMP-2.
               10 WS-ST-MAX         USAGE COMP-2.
       01 WS-ORDER-TABLE.
           05 WS-ORDER        PIC 9(4)  BINARY OCCURS 500 TIMES.
        PROCEDURE DIVISION.
           DISPLAY "bndrecom: bounds recommendations from the archive".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           DISPLAY "accepted values from (YYYYMMDD): "
              WITH NO ADVANCING.
           ACCEPT WS-FROM-TEXT.
           IF WS-FROM-TEXT IS NOT NUMERIC
              DISPLAY "bndrecom: from date must be YYYYMMDD"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE WS-FROM-TEXT TO WS-FROM-DATE.
           IF FUNCTION TEST-DATE-YYYYMMDD(WS-FROM-DATE) NOT = ZERO
              DISPLAY "bndrecom: from date is not a calendar date"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "through (YYYYMMDD, blank=today): "
              WITH NO ADVANCING.
           ACCEPT WS-TO-TEXT.
           IF WS-TO-TEXT = SPACES
              MOVE WS-TODAY TO WS-TO-DATE
           ELSE
              IF WS-TO-TEXT IS NOT NUMERIC
                 DISPLAY "bndrecom: through date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-TO-TEXT TO WS-TO-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-TO-DATE) NOT = ZERO
                 DISPLAY "bndrecom: through date is not a calendar "
                    "date"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           IF WS-TO-DATE < WS-FROM-DATE
              DISPLAY "bndrecom: through date is before from date"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "fewest accepted values to recommend on "
              "(blank=30): " WITH NO ADVANCING.
           ACCEPT WS-MINIMUM-TEXT.
           IF WS-MINIMUM-TEXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-MINIMUM-TEXT) NOT = ZERO
                 DISPLAY "bndrecom: minimum must be numeric"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-MINIMUM = FUNCTION NUMVAL(WS-MINIMUM-TEXT)
           END-IF.
      * Two values are the least a spread can be taken from.
           IF WS-MINIMUM < 2
              MOVE 2 TO WS-MINIMUM
           END-IF.
      * The proposed rows need an effective date bndload will
      * accept; tomorrow keeps them clear of today's live calls.
           DISPLAY "effective date for proposed rows (YYYYMMDD, "
              "blank=tomorrow): " WITH NO ADVANCING.
           ACCEPT WS-EFF-TEXT.
           IF WS-EFF-TEXT = SPACES
              COMPUTE WS-EFF-DATE = FUNCTION DATE-OF-INTEGER(
                 FUNCTION INTEGER-OF-DATE(WS-TODAY) + 1)
           ELSE
              IF WS-EFF-TEXT IS NOT NUMERIC
                 DISPLAY "bndrecom: effective date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-EFF-TEXT TO WS-EFF-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-EFF-DATE) NOT = ZERO
                 DISPLAY "bndrecom: effective date is not a "
                    "calendar date"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.

           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
              DISPLAY "bndrecom: unable to open AUDARCH.DAT, status "
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

      * No bounds master yet simply means nothing is in force.
           OPEN INPUT BOUNDS-FILE.
           IF BOUNDS-FILE-STATUS = "00"
              MOVE 'Y' TO WS-BOUNDS-OPEN
              PERFORM ADD-FIELDS-WITHOUT-HISTORY
           ELSE
              IF BOUNDS-FILE-STATUS NOT = "35"
                 DISPLAY "bndrecom: unable to open BOUNDS.DAT, status "
                    BOUNDS-FILE-STATUS
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           PERFORM SORT-PRINT-ORDER.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "bndrecom: unable to open BNDRECOM.RPT, status "
                 REPORT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT PROPOSAL-FILE.
           IF PROPOSAL-FILE-STATUS NOT = "00"
              DISPLAY "bndrecom: unable to open BNDLOAD.PRP, status "
                 PROPOSAL-FILE-STATUS
              CLOSE REPORT-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           MOVE WS-MINIMUM TO WS-COUNT-EDIT.
           STRING "BOUNDS RECOMMENDATIONS FROM ACCEPTED VALUES "
              WS-FROM-DATE " THROUGH " WS-TO-DATE
              "   MINIMUM " FUNCTION TRIM(WS-COUNT-EDIT) " VALUES"
              "   PROPOSED EFFECTIVE " WS-EFF-DATE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "WARNING BAND = MEAN +/- 2 SD WITHIN VALUES SEEN;"
              " HARD BOUNDS = MEAN +/- 4 SD, AT LEAST THE VALUES "
              "SEEN; IN FORCE AS OF " WS-TODAY
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-ENTRY-COUNT
              MOVE WS-ORDER(WS-JDX) TO WS-IDX
              IF WS-ST-COUNT(WS-IDX) >= WS-MINIMUM
                 AND WS-ST-DICT-STATUS(WS-IDX) = 'A'
                 PERFORM RECOMMEND-ONE-ENTRY
              END-IF
           END-PERFORM.
           IF WS-PROPOSED-COUNT = ZERO
              MOVE SPACES TO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "NO FIELD HAS ENOUGH HISTORY TO RECOMMEND ON"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-MINIMUM TO WS-COUNT-EDIT.
           STRING "NO RECOMMENDATION -- FEWER THAN "
              FUNCTION TRIM(WS-COUNT-EDIT)
              " ACCEPTED VALUES OR FIELD NOT USABLE"
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-ENTRY-COUNT
              MOVE WS-ORDER(WS-JDX) TO WS-IDX
              IF WS-ST-COUNT(WS-IDX) < WS-MINIMUM
                 OR WS-ST-DICT-STATUS(WS-IDX) NOT = 'A'
                 PERFORM LIST-SHORT-ENTRY
              END-IF
           END-PERFORM.
           IF WS-SHORT-COUNT = ZERO
              MOVE SPACES TO REPORT-LINE
              STRING "  NONE" DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARCHIVE READ=" WS-READ-COUNT
              " ACCEPTED IN PERIOD=" WS-USED-COUNT
              " PROPOSED=" WS-PROPOSED-COUNT
              " NOT RECOMMENDED=" WS-SHORT-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-BOUNDS-OPEN = 'Y'
              CLOSE BOUNDS-FILE
           END-IF.
           CLOSE REPORT-FILE.
           CLOSE PROPOSAL-FILE.
           DISPLAY "bndrecom: " WS-PROPOSED-COUNT " row(s) proposed "
              "in BNDLOAD.PRP, " WS-SHORT-COUNT " without enough "
              "history; report in BNDRECOM.RPT".
           STOP RUN.

      * Only values validation accepted describe the legal spread;
      * a rejected value is exactly what the bounds are there to
      * keep out. Each value is put in the dictionary's decimal
      * places so an archive row written before the field's
      * decimals changed still lines up with the rest.
       TALLY-ONE-RECORD.
           IF ARCH-TIMESTAMP(1:8) >= WS-FROM-DATE
              AND ARCH-TIMESTAMP(1:8) <= WS-TO-DATE
              AND (ARCH-RESULT-CODE = VALIDATION-OK
                 OR ARCH-RESULT-CODE = VALIDATION-WARN-HIGH
                 OR ARCH-RESULT-CODE = VALIDATION-WARN-LOW)
              PERFORM FIND-STATS-ENTRY
              IF WS-IDX > ZERO
                 ADD 1 TO WS-USED-COUNT
                 PERFORM TALLY-INTO-ENTRY
              END-IF
           END-IF.

       FIND-STATS-ENTRY.
           IF ARCH-FIELD-NAME NOT = WS-CURRENT-FIELD
              MOVE ARCH-FIELD-NAME TO WS-CURRENT-FIELD
              COMPUTE WS-FIELD-FIRST = WS-ENTRY-COUNT + 1
           END-IF.
           PERFORM VARYING WS-IDX FROM WS-FIELD-FIRST BY 1
              UNTIL WS-IDX > WS-ENTRY-COUNT
              OR WS-ST-DIVISION(WS-IDX) = ARCH-DIVISION
              CONTINUE
           END-PERFORM.
           IF WS-IDX > WS-ENTRY-COUNT
              MOVE ARCH-FIELD-NAME TO WS-PREV-FIELD
              MOVE ARCH-DIVISION   TO WS-PREV-DIVISION
              PERFORM NEW-STATS-ENTRY
           END-IF.

       NEW-STATS-ENTRY.
           IF WS-ENTRY-COUNT < 500
              ADD 1 TO WS-ENTRY-COUNT
              MOVE WS-ENTRY-COUNT TO WS-IDX
              MOVE WS-PREV-FIELD    TO WS-ST-FIELD(WS-IDX)
              MOVE WS-PREV-DIVISION TO WS-ST-DIVISION(WS-IDX)
              MOVE ZERO TO WS-ST-COUNT(WS-IDX)
              MOVE ZERO TO WS-ST-SUM(WS-IDX)
              MOVE ZERO TO WS-ST-SUM-SQUARES(WS-IDX)
              MOVE ZERO TO WS-ST-MIN(WS-IDX)
              MOVE ZERO TO WS-ST-MAX(WS-IDX)
              CALL "flddesc" USING WS-ST-FIELD(WS-IDX),
                 WS-ST-DESCRIPTION(WS-IDX), WS-ST-DECIMALS(WS-IDX),
                 WS-ST-DICT-STATUS(WS-IDX)
              IF WS-ST-DECIMALS(WS-IDX) IS NOT NUMERIC
                 MOVE ZERO TO WS-ST-DECIMALS(WS-IDX)
              END-IF
           ELSE
              MOVE ZERO TO WS-IDX
              IF WS-TABLE-FULL-TOLD = 'N'
                 DISPLAY "bndrecom: more than 500 field/division "
                    "pairs; overflow not recommended on"
                 MOVE 'Y' TO WS-TABLE-FULL-TOLD
              END-IF
           END-IF.

       TALLY-INTO-ENTRY.
           IF ARCH-DECIMALS IS NUMERIC
              MOVE ARCH-DECIMALS TO WS-ARCH-DECIMALS
           ELSE
              MOVE ZERO TO WS-ARCH-DECIMALS
           END-IF.
           COMPUTE WS-SCALE-FACTOR =
              10 ** (WS-ST-DECIMALS(WS-IDX) - WS-ARCH-DECIMALS).
           COMPUTE WS-VALUE = ARCH-INPUT * WS-SCALE-FACTOR.
           IF WS-ST-COUNT(WS-IDX) = ZERO
              MOVE WS-VALUE TO WS-ST-MIN(WS-IDX)
              MOVE WS-VALUE TO WS-ST-MAX(WS-IDX)
           ELSE
              IF WS-VALUE < WS-ST-MIN(WS-IDX)
                 MOVE WS-VALUE TO WS-ST-MIN(WS-IDX)
              END-IF
              IF WS-VALUE > WS-ST-MAX(WS-IDX)
                 MOVE WS-VALUE TO WS-ST-MAX(WS-IDX)
              END-IF
           END-IF.
           ADD 1 TO WS-ST-COUNT(WS-IDX).
           ADD WS-VALUE TO WS-ST-SUM(WS-IDX).
           COMPUTE WS-ST-SUM-SQUARES(WS-IDX) =
              WS-ST-SUM-SQUARES(WS-IDX) + WS-VALUE * WS-VALUE.

      * A field with a row in force on the master but not one
      * accepted value in the period would otherwise vanish from
      * the report; it is listed with the short-history fields so
      * the review sees it. Division 000 default rows count only
      * when no division has history for the field at all.
       ADD-FIELDS-WITHOUT-HISTORY.
           MOVE 'N' TO WS-SEEK-EOF.
           MOVE SPACES TO WS-PREV-FIELD.
           MOVE ZERO TO WS-PREV-DIVISION.
           MOVE 'N' TO WS-PAIR-IN-FORCE.
           MOVE LOW-VALUES TO BOUNDS-KEY.
           START BOUNDS-FILE KEY IS NOT < BOUNDS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SEEK-EOF
           END-START.
           PERFORM UNTIL WS-SEEK-EOF = 'Y'
              READ BOUNDS-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SEEK-EOF
                 NOT AT END
                    IF BOUNDS-FIELD-NAME NOT = WS-PREV-FIELD
                       OR BOUNDS-DIVISION NOT = WS-PREV-DIVISION
                       PERFORM CHECK-PAIR-HISTORY
                       MOVE BOUNDS-FIELD-NAME TO WS-PREV-FIELD
                       MOVE BOUNDS-DIVISION   TO WS-PREV-DIVISION
                       MOVE 'N' TO WS-PAIR-IN-FORCE
                    END-IF
                    IF BOUNDS-EFF-DATE <= WS-TODAY
                       MOVE 'Y' TO WS-PAIR-IN-FORCE
                    END-IF
              END-READ
           END-PERFORM.
           PERFORM CHECK-PAIR-HISTORY.

       CHECK-PAIR-HISTORY.
           IF WS-PAIR-IN-FORCE = 'Y'
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-ENTRY-COUNT
                 OR (WS-ST-FIELD(WS-IDX) = WS-PREV-FIELD
                    AND (WS-ST-DIVISION(WS-IDX) = WS-PREV-DIVISION
                       OR WS-PREV-DIVISION = ZERO))
                 CONTINUE
              END-PERFORM
              IF WS-IDX > WS-ENTRY-COUNT
                 PERFORM NEW-STATS-ENTRY
              END-IF
           END-IF.

       SORT-PRINT-ORDER.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-ENTRY-COUNT
              MOVE WS-IDX TO WS-ORDER(WS-IDX)
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX >= WS-ENTRY-COUNT
              PERFORM VARYING WS-JDX FROM 1 BY 1
                 UNTIL WS-JDX > WS-ENTRY-COUNT - WS-IDX
                 IF WS-ST-FIELD(WS-ORDER(WS-JDX)) >
                    WS-ST-FIELD(WS-ORDER(WS-JDX + 1))
                    OR (WS-ST-FIELD(WS-ORDER(WS-JDX)) =
                       WS-ST-FIELD(WS-ORDER(WS-JDX + 1))
                    AND WS-ST-DIVISION(WS-ORDER(WS-JDX)) >
                       WS-ST-DIVISION(WS-ORDER(WS-JDX + 1)))
                    MOVE WS-ORDER(WS-JDX) TO WS-HOLD
                    MOVE WS-ORDER(WS-JDX + 1) TO WS-ORDER(WS-JDX)
                    MOVE WS-HOLD TO WS-ORDER(WS-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.

       RECOMMEND-ONE-ENTRY.
           ADD 1 TO WS-PROPOSED-COUNT.
           COMPUTE WS-MEAN = WS-ST-SUM(WS-IDX) / WS-ST-COUNT(WS-IDX).
           COMPUTE WS-VARIANCE =
              WS-ST-SUM-SQUARES(WS-IDX) / WS-ST-COUNT(WS-IDX)
              - WS-MEAN * WS-MEAN.
           IF WS-VARIANCE > ZERO
              COMPUTE WS-STD-DEV = FUNCTION SQRT(WS-VARIANCE)
           ELSE
              MOVE ZERO TO WS-STD-DEV
           END-IF.

      * Warning band: the usual run of values, never reaching past
      * the lowest or highest value actually accepted.
           COMPUTE WS-WORK-HIGH = WS-MEAN + 2 * WS-STD-DEV.
           IF WS-WORK-HIGH > WS-ST-MAX(WS-IDX)
              MOVE WS-ST-MAX(WS-IDX) TO WS-WORK-HIGH
           END-IF.
           COMPUTE WS-WORK-LOW = WS-MEAN - 2 * WS-STD-DEV.
           IF WS-WORK-LOW < WS-ST-MIN(WS-IDX)
              MOVE WS-ST-MIN(WS-IDX) TO WS-WORK-LOW
           END-IF.
           MOVE WS-WORK-HIGH TO WS-CONVERT-IN.
           PERFORM CONVERT-TO-AMOUNT.
           MOVE WS-CONVERT-OUT TO WS-REC-WARN-HIGHER.
           MOVE WS-WORK-LOW TO WS-CONVERT-IN.
           PERFORM CONVERT-TO-AMOUNT.
           MOVE WS-CONVERT-OUT TO WS-REC-WARN-LOWER.

      * Hard bounds: wide enough that nothing already accepted in
      * the period would now fail.
           COMPUTE WS-WORK-HIGH = WS-MEAN + 4 * WS-STD-DEV.
           IF WS-WORK-HIGH < WS-ST-MAX(WS-IDX)
              MOVE WS-ST-MAX(WS-IDX) TO WS-WORK-HIGH
           END-IF.
           COMPUTE WS-WORK-LOW = WS-MEAN - 4 * WS-STD-DEV.
           IF WS-WORK-LOW > WS-ST-MIN(WS-IDX)
              MOVE WS-ST-MIN(WS-IDX) TO WS-WORK-LOW
           END-IF.
           IF WS-ST-MIN(WS-IDX) >= ZERO AND WS-WORK-LOW < ZERO
              MOVE ZERO TO WS-WORK-LOW
           END-IF.
           MOVE WS-WORK-HIGH TO WS-CONVERT-IN.
           PERFORM CONVERT-TO-AMOUNT.
           MOVE WS-CONVERT-OUT TO WS-REC-HIGHER.
           MOVE WS-WORK-LOW TO WS-CONVERT-IN.
           PERFORM CONVERT-TO-AMOUNT.
           MOVE WS-CONVERT-OUT TO WS-REC-LOWER.
      * Rounding to whole minor units can nudge the band a unit
      * past the hard range; bndload would reject that, so pull
      * it back in.
           IF WS-REC-WARN-HIGHER > WS-REC-HIGHER
              MOVE WS-REC-HIGHER TO WS-REC-WARN-HIGHER
           END-IF.
           IF WS-REC-WARN-LOWER < WS-REC-LOWER
              MOVE WS-REC-LOWER TO WS-REC-WARN-LOWER
           END-IF.

           MOVE WS-ST-MIN(WS-IDX) TO WS-CONVERT-IN.
           PERFORM CONVERT-TO-AMOUNT.
           MOVE WS-CONVERT-OUT TO WS-SHOW-MIN.
           MOVE WS-ST-MAX(WS-IDX) TO WS-CONVERT-IN.
           PERFORM CONVERT-TO-AMOUNT.
           MOVE WS-CONVERT-OUT TO WS-SHOW-MAX.
           MOVE WS-MEAN TO WS-CONVERT-IN.
           PERFORM CONVERT-TO-AMOUNT.
           MOVE WS-CONVERT-OUT TO WS-SHOW-MEAN.
           MOVE WS-STD-DEV TO WS-CONVERT-IN.
           PERFORM CONVERT-TO-AMOUNT.
           MOVE WS-CONVERT-OUT TO WS-SHOW-SD.

           PERFORM FIND-ROW-IN-FORCE.
           PERFORM WRITE-RECOMMENDATION.
           PERFORM WRITE-PROPOSAL-ROW.

       CONVERT-TO-AMOUNT.
           IF WS-CONVERT-IN > 999999999
              MOVE 999999999 TO WS-CONVERT-OUT
           ELSE
              IF WS-CONVERT-IN < -999999999
                 MOVE -999999999 TO WS-CONVERT-OUT
              ELSE
                 COMPUTE WS-CONVERT-OUT ROUNDED = WS-CONVERT-IN
              END-IF
           END-IF.

      * The row in force is the one validation would use today:
      * the division's own latest row on or before today, else the
      * division 000 shop-wide default.
       FIND-ROW-IN-FORCE.
           MOVE 'N' TO WS-INFORCE-FOUND.
           IF WS-BOUNDS-OPEN = 'Y'
              MOVE WS-ST-DIVISION(WS-IDX) TO WS-SEEK-DIVISION
              PERFORM SEEK-IN-FORCE
              IF WS-INFORCE-FOUND = 'N'
                 AND WS-ST-DIVISION(WS-IDX) NOT = ZERO
                 MOVE ZERO TO WS-SEEK-DIVISION
                 PERFORM SEEK-IN-FORCE
              END-IF
           END-IF.

       SEEK-IN-FORCE.
           MOVE 'N' TO WS-SEEK-EOF.
           MOVE WS-ST-FIELD(WS-IDX) TO BOUNDS-FIELD-NAME.
           MOVE WS-SEEK-DIVISION    TO BOUNDS-DIVISION.
           MOVE ZERO                TO BOUNDS-EFF-DATE.
           START BOUNDS-FILE KEY IS NOT < BOUNDS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-SEEK-EOF
           END-START.
           PERFORM UNTIL WS-SEEK-EOF = 'Y'
              READ BOUNDS-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-SEEK-EOF
                 NOT AT END
                    IF BOUNDS-FIELD-NAME NOT = WS-ST-FIELD(WS-IDX)
                       OR BOUNDS-DIVISION NOT = WS-SEEK-DIVISION
                       OR BOUNDS-EFF-DATE > WS-TODAY
                       MOVE 'Y' TO WS-SEEK-EOF
                    ELSE
                       MOVE 'Y' TO WS-INFORCE-FOUND
                       MOVE BOUNDS-DIVISION    TO WS-INFORCE-DIVISION
                       MOVE BOUNDS-EFF-DATE    TO WS-INFORCE-DATE
                       MOVE BOUNDS-HIGHER      TO WS-INFORCE-HIGHER
                       MOVE BOUNDS-LOWER       TO WS-INFORCE-LOWER
                       MOVE BOUNDS-WARN-HIGHER
                          TO WS-INFORCE-WARN-HIGHER
                       MOVE BOUNDS-WARN-LOWER
                          TO WS-INFORCE-WARN-LOWER
                       MOVE BOUNDS-DECIMALS    TO WS-INFORCE-DECIMALS
                    END-IF
              END-READ
           END-PERFORM.

       WRITE-RECOMMENDATION.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           CALL "amtfmt" USING WS-SHOW-MIN, WS-ST-DECIMALS(WS-IDX),
              WS-MIN-DISPLAY.
           CALL "amtfmt" USING WS-SHOW-MAX, WS-ST-DECIMALS(WS-IDX),
              WS-MAX-DISPLAY.
           CALL "amtfmt" USING WS-SHOW-MEAN, WS-ST-DECIMALS(WS-IDX),
              WS-MEAN-DISPLAY.
           CALL "amtfmt" USING WS-SHOW-SD, WS-ST-DECIMALS(WS-IDX),
              WS-SD-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ST-COUNT(WS-IDX) TO WS-COUNT-EDIT.
           STRING WS-ST-FIELD(WS-IDX) " " WS-ST-DESCRIPTION(WS-IDX)
              " DIV=" WS-ST-DIVISION(WS-IDX)
              " VALUES=" FUNCTION TRIM(WS-COUNT-EDIT)
              " MIN=" FUNCTION TRIM(WS-MIN-DISPLAY)
              " MAX=" FUNCTION TRIM(WS-MAX-DISPLAY)
              " MEAN=" FUNCTION TRIM(WS-MEAN-DISPLAY)
              " SD=" FUNCTION TRIM(WS-SD-DISPLAY)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-INFORCE-FOUND = 'Y'
              CALL "amtfmt" USING WS-INFORCE-HIGHER,
                 WS-INFORCE-DECIMALS, WS-HIGHER-DISPLAY
              CALL "amtfmt" USING WS-INFORCE-LOWER,
                 WS-INFORCE-DECIMALS, WS-LOWER-DISPLAY
              CALL "amtfmt" USING WS-INFORCE-WARN-HIGHER,
                 WS-INFORCE-DECIMALS, WS-WARN-HIGHER-DISPLAY
              CALL "amtfmt" USING WS-INFORCE-WARN-LOWER,
                 WS-INFORCE-DECIMALS, WS-WARN-LOWER-DISPLAY
              STRING "    IN FORCE  DIV=" WS-INFORCE-DIVISION
                 " FROM " WS-INFORCE-DATE
                 " HIGHER=" FUNCTION TRIM(WS-HIGHER-DISPLAY)
                 " LOWER=" FUNCTION TRIM(WS-LOWER-DISPLAY)
                 " WARNHI=" FUNCTION TRIM(WS-WARN-HIGHER-DISPLAY)
                 " WARNLO=" FUNCTION TRIM(WS-WARN-LOWER-DISPLAY)
                 " DEC=" WS-INFORCE-DECIMALS
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "    IN FORCE  NONE (CC0011 ON LIVE CALLS "
                 "WITHOUT CALLER BOUNDS)"
                 DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           CALL "amtfmt" USING WS-REC-HIGHER, WS-ST-DECIMALS(WS-IDX),
              WS-HIGHER-DISPLAY.
           CALL "amtfmt" USING WS-REC-LOWER, WS-ST-DECIMALS(WS-IDX),
              WS-LOWER-DISPLAY.
           CALL "amtfmt" USING WS-REC-WARN-HIGHER,
              WS-ST-DECIMALS(WS-IDX), WS-WARN-HIGHER-DISPLAY.
           CALL "amtfmt" USING WS-REC-WARN-LOWER,
              WS-ST-DECIMALS(WS-IDX), WS-WARN-LOWER-DISPLAY.
           MOVE SPACES TO REPORT-LINE.
           STRING "    PROPOSED  DIV=" WS-ST-DIVISION(WS-IDX)
              " FROM " WS-EFF-DATE
              " HIGHER=" FUNCTION TRIM(WS-HIGHER-DISPLAY)
              " LOWER=" FUNCTION TRIM(WS-LOWER-DISPLAY)
              " WARNHI=" FUNCTION TRIM(WS-WARN-HIGHER-DISPLAY)
              " WARNLO=" FUNCTION TRIM(WS-WARN-LOWER-DISPLAY)
              " DEC=" WS-ST-DECIMALS(WS-IDX)
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * field;division;effdate;higher;lower;warnhigher;warnlower;
      * decimals -- the display texts are still set from the
      * PROPOSED line above.
       WRITE-PROPOSAL-ROW.
           MOVE SPACES TO PROPOSAL-RECORD.
           STRING FUNCTION TRIM(WS-ST-FIELD(WS-IDX)) ";"
              WS-ST-DIVISION(WS-IDX) ";"
              WS-EFF-DATE ";"
              FUNCTION TRIM(WS-HIGHER-DISPLAY) ";"
              FUNCTION TRIM(WS-LOWER-DISPLAY) ";"
              FUNCTION TRIM(WS-WARN-HIGHER-DISPLAY) ";"
              FUNCTION TRIM(WS-WARN-LOWER-DISPLAY) ";"
              WS-ST-DECIMALS(WS-IDX)
              DELIMITED BY SIZE INTO PROPOSAL-RECORD.
           WRITE PROPOSAL-RECORD.

       LIST-SHORT-ENTRY.
           ADD 1 TO WS-SHORT-COUNT.
           EVALUATE WS-ST-DICT-STATUS(WS-IDX)
              WHEN 'N'
                 MOVE "FIELD NOT IN DICTIONARY" TO WS-SHORT-REASON
              WHEN 'R'
                 MOVE "FIELD RETIRED IN DICTIONARY"
                    TO WS-SHORT-REASON
              WHEN 'X'
                 MOVE "FIELD DICTIONARY UNAVAILABLE"
                    TO WS-SHORT-REASON
              WHEN OTHER
                 IF WS-ST-COUNT(WS-IDX) = ZERO
                    MOVE "NO ACCEPTED VALUES IN PERIOD"
                       TO WS-SHORT-REASON
                 ELSE
                    MOVE "TOO LITTLE HISTORY" TO WS-SHORT-REASON
                 END-IF
           END-EVALUATE.
           MOVE SPACES TO REPORT-LINE.
           MOVE WS-ST-COUNT(WS-IDX) TO WS-COUNT-EDIT.
           STRING "  " WS-ST-FIELD(WS-IDX) " "
              WS-ST-DESCRIPTION(WS-IDX)
              " DIV=" WS-ST-DIVISION(WS-IDX)
              " VALUES=" WS-COUNT-EDIT "  " WS-SHORT-REASON
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
