       01 WS-OPENED-DATE      PIC 9(8).
       01 WS-OPENED-INTEGER   PIC 9(9)  BINARY.
       01 WS-SCAN-INTEGER     PIC 9(9)  BINARY.
       01 WS-SCAN-DATE        PIC 9(8).
       01 WS-BUSINESS-DAY     PIC X.
       01 WS-CAL-STATUS       PIC X     VALUE SPACE.
       01 WS-CASE-AGE         PIC 9(5)  BINARY.
       01 WS-SLA-DAYS         PIC 9(2)  VALUE 5.
       01 WS-EOF              PIC X     VALUE 'N'.
               10 WS-BR-AGE      PIC 9(5).
               10 WS-BR-OPERATOR PIC X(8).
       01 WS-BREACH-STORED    PIC 9(3)  BINARY VALUE ZERO.
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
        PROCEDURE DIVISION.
           DISPLAY "as-of date (YYYYMMDD, blank=today): "
              WITH NO ADVANCING.
           ELSE
              IF WS-ASOF-DATE-TEXT IS NOT NUMERIC
                 DISPLAY "casesla: as-of date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-ASOF-DATE-TEXT TO WS-ASOF-DATE
           IF CASE-FILE-STATUS NOT = "00"
              DISPLAY "casesla: unable to open CASES.DAT, status "
                 CASE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
              DISPLAY "casesla: unable to open CASESLA.RPT, status "
                 REPORT-FILE-STATUS
              CLOSE CASE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

              END-READ
           END-PERFORM.

           IF WS-CAL-STATUS = 'X'
              DISPLAY "casesla: BUSCAL.DAT unavailable; cases aged "
                 "on Monday to Friday only"
           END-IF.
           PERFORM WRITE-REPORT.
           CLOSE CASE-FILE.
           CLOSE REPORT-FILE.
           END-IF.

      * Age in business days: walk the calendar from the day after
      * the case opened up to the as-of date, counting the days the
      * shop business calendar says were business days -- so a bank
      * holiday weekend does not push cases over the SLA. A report
      * run over thousands of cases walks a few dozen days each --
      * cheap enough to stay obvious rather than clever.
       COMPUTE-BUSINESS-AGE.
           MOVE ZERO TO WS-CASE-AGE.
      * A case written before the opened stamp existed ages as
              FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE).
           COMPUTE WS-SCAN-INTEGER = WS-OPENED-INTEGER + 1.
           PERFORM UNTIL WS-SCAN-INTEGER > WS-ASOF-INTEGER
              COMPUTE WS-SCAN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
              CALL "busday" USING WS-SCAN-DATE, WS-BUSINESS-DAY,
                 WS-CAL-STATUS
              IF WS-BUSINESS-DAY = 'Y'
                 ADD 1 TO WS-CASE-AGE
              END-IF
              ADD 1 TO WS-SCAN-INTEGER
           ELSE
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-BREACH-STORED
                 CALL "flddesc" USING WS-BR-FIELD(WS-IDX),
                    WS-DICT-DESCRIPTION, WS-DICT-DECIMALS,
                    WS-DICT-STATUS
                 MOVE SPACES TO REPORT-LINE
                 STRING "  CASE " WS-BR-CASE(WS-IDX)
                    " " WS-BR-STATUS(WS-IDX)
                    " " WS-BR-FIELD(WS-IDX)
                    " " WS-DICT-DESCRIPTION
                    " DIV=" WS-BR-DIVISION(WS-IDX)
                    " AGE=" WS-BR-AGE(WS-IDX)
                    " OPERATOR=" WS-BR-OPERATOR(WS-IDX)
