      * a resubmission writes the corrected QUEUE-RECORD to QUEUE.DAT
      * stamped with the case number, so batchval revalidates it on
      * the next run and posts the outcome straight back to the case.
      * Run as "casemgr INTAKE" it does the intake sweep alone, with
      * no sign-on and no console dialogue, for the night stream;
      * intake assigns no operator to a case, so nothing is lost.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
       01 WS-SENIOR-ROLE        PIC X.
       01 WS-SIGNON-OK          PIC X.
       01 WS-ACTION             PIC X.
       01 WS-RUN-MODE           PIC X(20).
       01 WS-DISPOSITION        PIC X.
       01 WS-DONE               PIC X     VALUE 'N'.
       01 WS-EOF                PIC X     VALUE 'N'.
       01 WS-AMT-SCALED         PIC S9(9) BINARY.
       01 WS-SCALED-EDIT        PIC -9(9).
       01 WS-SCALE-OK           PIC X     VALUE 'Y'.
       01 WS-DICT-DESCRIPTION   PIC X(30).
       01 WS-DICT-DECIMALS      PIC 9.
       01 WS-DICT-STATUS        PIC X.
        PROCEDURE DIVISION.
           ACCEPT WS-RUN-MODE FROM COMMAND-LINE.
           IF FUNCTION UPPER-CASE(WS-RUN-MODE) = "INTAKE"
              PERFORM UNATTENDED-INTAKE
           END-IF.
           DISPLAY "casemgr: exception case management".
      * The trusted-typist operator id is gone: CASE-OPERATOR now
      * carries an id opsignon verified against the operator
           CLOSE CASE-FILE.
           STOP RUN.

      * A failure here sets a non-zero return code so the stream
      * driving the run stops on it. No EXCEPTIONS.QUE at all just
      * means nothing failed validation since the last intake.
       UNATTENDED-INTAKE.
           DISPLAY "casemgr: unattended exception intake".
           OPEN I-O CASE-FILE.
           IF CASE-FILE-STATUS = "35"
              OPEN OUTPUT CASE-FILE
              CLOSE CASE-FILE
              OPEN I-O CASE-FILE
           END-IF.
           IF CASE-FILE-STATUS NOT = "00"
              DISPLAY "casemgr: unable to open CASES.DAT, status "
                 CASE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM RESTORE-NEXT-CASE.
           PERFORM INTAKE-EXCEPTIONS.
           CLOSE CASE-FILE.
           IF WS-INTAKE-FAILED = 'Y'
              OR (EXCEPTION-FILE-STATUS NOT = "00"
                 AND EXCEPTION-FILE-STATUS NOT = "35")
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       RESTORE-NEXT-CASE.
           OPEN INPUT CONTROL-FILE.
           IF CONTROL-FILE-STATUS = "00"
       DISPOSE-CASE.
           CALL "amtfmt" USING CASE-INPUT, CASE-DECIMALS,
              WS-AMT-DISPLAY.
           CALL "flddesc" USING CASE-FIELD-NAME, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           DISPLAY "case " CASE-NUMBER " " CASE-STATUS
              " field " CASE-FIELD-NAME " " WS-DICT-DESCRIPTION
              " division " CASE-DIVISION
              " input " WS-AMT-DISPLAY
              " result " CASE-RESULT-CODE
                       AT END
                          MOVE 'Y' TO WS-EOF
                       NOT AT END
                          CALL "flddesc" USING CASE-FIELD-NAME,
                             WS-DICT-DESCRIPTION, WS-DICT-DECIMALS,
                             WS-DICT-STATUS
                          DISPLAY CASE-NUMBER " " CASE-STATUS
                             " " CASE-FIELD-NAME
                             " " WS-DICT-DESCRIPTION
                             " " CASE-RESULT-CODE
                             " subm " CASE-SUBMISSION-ID
                             " worked " CASE-WORKED
