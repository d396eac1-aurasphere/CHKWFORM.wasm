       01 WS-REOPENED-COUNT   PIC 9(9)  VALUE ZERO.
       01 WS-RESTART-POINT    PIC 9(9)  VALUE ZERO.
       01 WS-CHECKPOINT-EVERY PIC 9(5)  VALUE 100.
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
       01 LS-FIELD-NAME      PIC X(15).
       01 LS-INPUT-SUPPLIED  PIC S9(4) BINARY.
       01 LS-INPUT-VALUE     PIC S9(9) BINARY.
           IF QUEUE-FILE-STATUS NOT = "00"
              DISPLAY "batchval: unable to open QUEUE.DAT, status "
                 QUEUE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

              DISPLAY "batchval: unable to open BATCHVAL.RPT, status "
                 REPORT-FILE-STATUS
              CLOSE QUEUE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-RESTART-POINT > 0
                 ADD 1 TO WS-FAIL-COUNT
           END-EVALUATE.

           CALL "flddesc" USING QUEUE-FIELD-NAME, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING QUEUE-FIELD-NAME DELIMITED BY SPACE
              " " WS-DICT-DESCRIPTION
              " " LS-RESULT-CODE DELIMITED BY SIZE
              INTO REPORT-LINE.
           WRITE REPORT-LINE.
