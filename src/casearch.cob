       IDENTIFICATION DIVISION.
        PROGRAM-ID. casearch.
      * Periodic closed-case archive and purge: moves every case on
      * CASES.DAT that was closed -- CORRECTED, WAIVED or CLOSED --
      * longer ago than the retention period into the CASEARCH.DAT
      * case archive, keyed by case number and by submission ID,
      * and deletes it from the live master so casemgr's list and
      * the casesla pass only see live work. OPEN, RESUBMITTED and
      * REOPENED cases are never moved, whatever their age, and nor
      * is any case whose status is not one of the three closed
      * ones. The closing date is CASE-WORKED, the last disposition
      * stamp. Each case is written to the archive before it is
      * deleted from the master, so an interrupted run loses
      * nothing: a rerun finds the archived copy, sees it is the
      * same case, and finishes the delete. CASEARCH.RPT lists every
      * case moved and the control totals -- read, moved and
      * remaining, and the archive count before and after -- and
      * the run ends with return code 8 if those do not balance.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASE-FILE ASSIGN TO "CASES.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CASE-NUMBER
                FILE STATUS IS CASE-FILE-STATUS.
            SELECT CASE-ARCHIVE-FILE ASSIGN TO "CASEARCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CASA-NUMBER
                ALTERNATE RECORD KEY IS CASA-SUBMISSION-ID
                   WITH DUPLICATES
                FILE STATUS IS CASE-ARCHIVE-FILE-STATUS.
            SELECT CONTROL-FILE ASSIGN TO "CASECTL.DAT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS CONTROL-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "CASEARCH.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-FILE.
           COPY "CASEREC.cpy".
        FD  CASE-ARCHIVE-FILE.
           COPY "CASAREC.cpy".
        FD  CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-NEXT-CASE    PIC 9(9).
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(160).
        WORKING-STORAGE SECTION.
       01 CASE-FILE-STATUS         PIC X(2).
       01 CASE-ARCHIVE-FILE-STATUS PIC X(2).
       01 CONTROL-FILE-STATUS      PIC X(2).
       01 REPORT-FILE-STATUS       PIC X(2).
       01 WS-RETENTION-TEXT   PIC X(4).
       01 WS-RETENTION-DAYS   PIC 9(4)  VALUE 365.
       01 WS-TODAY            PIC 9(8).
       01 WS-CUTOFF-DATE      PIC 9(8).
       01 WS-CLOSED-DATE      PIC 9(8).
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-RUN-FAILED       PIC X     VALUE 'N'.
       01 WS-ARCHIVED-OK      PIC X.
       01 WS-HIGHEST-MOVED    PIC 9(9)  VALUE ZERO.
       01 WS-NEXT-CASE        PIC 9(9)  VALUE ZERO.
       01 WS-READ-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-MOVED-COUNT      PIC 9(9)  VALUE ZERO.
       01 WS-WRITTEN-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-RESUMED-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-REMAINING-COUNT  PIC 9(9)  VALUE ZERO.
       01 WS-ACTIVE-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-RECENT-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-UNDATED-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-OTHER-COUNT      PIC 9(9)  VALUE ZERO.
       01 WS-FAILED-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-ARCHIVE-BEFORE   PIC 9(9)  VALUE ZERO.
       01 WS-ARCHIVE-AFTER    PIC 9(9)  VALUE ZERO.
       01 WS-ARCHIVE-COUNT    PIC 9(9).
       01 WS-EXPECTED-AFTER   PIC 9(9).
       01 WS-LIVE-AFTER       PIC 9(9)  VALUE ZERO.
       01 WS-AMT-DISPLAY      PIC X(12).
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
       01 WS-FAIL-REASON      PIC X(50).
        PROCEDURE DIVISION.
           DISPLAY "casearch: closed-case archive and purge".
           DISPLAY "retention days after closing (blank=365): "
              WITH NO ADVANCING.
           ACCEPT WS-RETENTION-TEXT.
           IF WS-RETENTION-TEXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-RETENTION-TEXT) NOT = ZERO
                 DISPLAY "casearch: retention days must be numeric"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-RETENTION-DAYS =
                 FUNCTION NUMVAL(WS-RETENTION-TEXT)
           END-IF.
      * A case closed this morning is still being talked about; a
      * retention under 30 days would let the purge race the
      * clerks' own follow-up.
           IF WS-RETENTION-DAYS < 30
              DISPLAY "casearch: retention must be at least 30 days"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.
           COMPUTE WS-CUTOFF-DATE = FUNCTION DATE-OF-INTEGER(
              FUNCTION INTEGER-OF-DATE(WS-TODAY) - WS-RETENTION-DAYS).

           OPEN I-O CASE-FILE.
           IF CASE-FILE-STATUS NOT = "00"
              DISPLAY "casearch: unable to open CASES.DAT, status "
                 CASE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN I-O CASE-ARCHIVE-FILE.
           IF CASE-ARCHIVE-FILE-STATUS = "35"
              OPEN OUTPUT CASE-ARCHIVE-FILE
              CLOSE CASE-ARCHIVE-FILE
              OPEN I-O CASE-ARCHIVE-FILE
           END-IF.
           IF CASE-ARCHIVE-FILE-STATUS NOT = "00"
              DISPLAY "casearch: unable to open CASEARCH.DAT, status "
                 CASE-ARCHIVE-FILE-STATUS
              CLOSE CASE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "casearch: unable to open CASEARCH.RPT, status "
                 REPORT-FILE-STATUS
              CLOSE CASE-FILE
              CLOSE CASE-ARCHIVE-FILE
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE SPACES TO REPORT-LINE.
           STRING "CLOSED-CASE ARCHIVE RUN " WS-TODAY
              "   RETENTION " WS-RETENTION-DAYS " DAYS"
              "   MOVING CASES CLOSED ON OR BEFORE " WS-CUTOFF-DATE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

           PERFORM COUNT-ARCHIVE.
           MOVE WS-ARCHIVE-COUNT TO WS-ARCHIVE-BEFORE.

           MOVE ZERO TO CASE-NUMBER.
           START CASE-FILE KEY IS > CASE-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CASE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM SELECT-ONE-CASE
              END-READ
           END-PERFORM.

           PERFORM COUNT-ARCHIVE.
           MOVE WS-ARCHIVE-COUNT TO WS-ARCHIVE-AFTER.
           PERFORM COUNT-LIVE-CASES.
           CLOSE CASE-FILE.
           CLOSE CASE-ARCHIVE-FILE.
           PERFORM PROTECT-CASE-COUNTER.
           PERFORM WRITE-CONTROL-TOTALS.
           CLOSE REPORT-FILE.
           DISPLAY "casearch: " WS-READ-COUNT " case(s) read, "
              WS-MOVED-COUNT " moved to CASEARCH.DAT, "
              WS-REMAINING-COUNT " remain; report in CASEARCH.RPT".
           IF WS-RUN-FAILED = 'Y'
              DISPLAY "casearch: run did not balance; see CASEARCH.RPT"
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Only the three closed statuses are ever candidates; anything
      * else -- including a status this job does not know -- stays
      * on the live master where a clerk can still see it.
       SELECT-ONE-CASE.
           EVALUATE CASE-STATUS
              WHEN "CORRECTED"
              WHEN "WAIVED"
              WHEN "CLOSED"
                 PERFORM AGE-ONE-CLOSED-CASE
              WHEN "OPEN"
              WHEN "RESUBMITTED"
              WHEN "REOPENED"
                 ADD 1 TO WS-ACTIVE-COUNT
                 ADD 1 TO WS-REMAINING-COUNT
              WHEN OTHER
                 ADD 1 TO WS-OTHER-COUNT
                 ADD 1 TO WS-REMAINING-COUNT
           END-EVALUATE.

       AGE-ONE-CLOSED-CASE.
           IF CASE-WORKED(1:8) IS NOT NUMERIC
              ADD 1 TO WS-UNDATED-COUNT
              ADD 1 TO WS-REMAINING-COUNT
           ELSE
              MOVE CASE-WORKED(1:8) TO WS-CLOSED-DATE
              IF WS-CLOSED-DATE > WS-CUTOFF-DATE
                 ADD 1 TO WS-RECENT-COUNT
                 ADD 1 TO WS-REMAINING-COUNT
              ELSE
                 PERFORM MOVE-ONE-CASE
              END-IF
           END-IF.

       MOVE-ONE-CASE.
           MOVE 'N' TO WS-ARCHIVED-OK.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE CASE-RECORD TO CASA-CASE-IMAGE.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO CASA-ARCHIVED.
           WRITE CASE-ARCHIVE-RECORD
              INVALID KEY
                 PERFORM CHECK-ARCHIVED-COPY
              NOT INVALID KEY
                 ADD 1 TO WS-WRITTEN-COUNT
                 MOVE 'Y' TO WS-ARCHIVED-OK
           END-WRITE.
           IF WS-ARCHIVED-OK = 'Y'
              DELETE CASE-FILE RECORD
                 INVALID KEY
                    DISPLAY "casearch: case " CASE-NUMBER
                       " archived but not deleted, status "
                       CASE-FILE-STATUS
                    MOVE "NOT DELETED FROM CASES.DAT"
                       TO WS-FAIL-REASON
                    PERFORM REPORT-FAILED-CASE
                 NOT INVALID KEY
                    ADD 1 TO WS-MOVED-COUNT
                    IF CASE-NUMBER > WS-HIGHEST-MOVED
                       MOVE CASE-NUMBER TO WS-HIGHEST-MOVED
                    END-IF
                    PERFORM REPORT-MOVED-CASE
              END-DELETE
           END-IF.

      * The case number is already in the archive. If it holds this
      * very case, an earlier run archived it and stopped before the
      * delete, so the move simply finishes; a different case under
      * the same number is left alone on both files for a person to
      * look at.
       CHECK-ARCHIVED-COPY.
           MOVE CASE-NUMBER TO CASA-NUMBER.
           READ CASE-ARCHIVE-FILE
              INVALID KEY
                 DISPLAY "casearch: case " CASE-NUMBER
                    " archive write failed, status "
                    CASE-ARCHIVE-FILE-STATUS
                 MOVE "ARCHIVE WRITE FAILED" TO WS-FAIL-REASON
                 PERFORM REPORT-FAILED-CASE
              NOT INVALID KEY
                 IF CASA-CASE-IMAGE = CASE-RECORD
                    ADD 1 TO WS-RESUMED-COUNT
                    MOVE 'Y' TO WS-ARCHIVED-OK
                 ELSE
                    DISPLAY "casearch: case " CASE-NUMBER
                       " already archived with different content"
                    MOVE "ARCHIVE HOLDS A DIFFERENT CASE, SAME NUMBER"
                       TO WS-FAIL-REASON
                    PERFORM REPORT-FAILED-CASE
                 END-IF
           END-READ.

       REPORT-FAILED-CASE.
           MOVE 'Y' TO WS-RUN-FAILED.
           ADD 1 TO WS-FAILED-COUNT.
           ADD 1 TO WS-REMAINING-COUNT.
           CALL "flddesc" USING CASE-FIELD-NAME, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "NOT MOVED " CASE-NUMBER " " CASE-STATUS
              " SUBM=" CASE-SUBMISSION-ID
              " " CASE-FIELD-NAME " " WS-DICT-DESCRIPTION " -- "
              WS-FAIL-REASON
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       REPORT-MOVED-CASE.
           CALL "amtfmt" USING CASE-INPUT, CASE-DECIMALS,
              WS-AMT-DISPLAY.
           CALL "flddesc" USING CASE-FIELD-NAME, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           MOVE SPACES TO REPORT-LINE.
           STRING "MOVED " CASE-NUMBER " " CASE-STATUS
              " CLOSED " CASE-WORKED(1:8)
              " DIV=" CASE-DIVISION
              " SUBM=" CASE-SUBMISSION-ID
              " " CASE-FIELD-NAME " " WS-DICT-DESCRIPTION
              " INPUT=" FUNCTION TRIM(WS-AMT-DISPLAY)
              " RESULT=" CASE-RESULT-CODE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       COUNT-ARCHIVE.
           MOVE ZERO TO WS-ARCHIVE-COUNT.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO CASA-NUMBER.
           START CASE-ARCHIVE-FILE KEY IS > CASA-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CASE-ARCHIVE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-ARCHIVE-COUNT
              END-READ
           END-PERFORM.
           MOVE 'N' TO WS-EOF.

       COUNT-LIVE-CASES.
           MOVE 'N' TO WS-EOF.
           MOVE ZERO TO CASE-NUMBER.
           START CASE-FILE KEY IS > CASE-NUMBER
              INVALID KEY
                 MOVE 'Y' TO WS-EOF
           END-START.
           PERFORM UNTIL WS-EOF = 'Y'
              READ CASE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-LIVE-AFTER
              END-READ
           END-PERFORM.

      * casemgr numbers cases from CASECTL.DAT and walks past a
      * number already on the live master -- but an archived number
      * is no longer there to clash with. A counter restored from an
      * old backup must not hand a moved case's number out again,
      * so it is lifted past the highest number moved.
       PROTECT-CASE-COUNTER.
           IF WS-HIGHEST-MOVED > ZERO
              OPEN INPUT CONTROL-FILE
              IF CONTROL-FILE-STATUS = "00"
                 READ CONTROL-FILE
                    NOT AT END
                       MOVE CTL-NEXT-CASE TO WS-NEXT-CASE
                 END-READ
                 CLOSE CONTROL-FILE
              END-IF
              IF WS-NEXT-CASE <= WS-HIGHEST-MOVED
                 OPEN OUTPUT CONTROL-FILE
                 IF CONTROL-FILE-STATUS NOT = "00"
                    DISPLAY "casearch: unable to open CASECTL.DAT, "
                       "status " CONTROL-FILE-STATUS
                       "; case counter not advanced"
                    MOVE 'Y' TO WS-RUN-FAILED
                 ELSE
                    COMPUTE CTL-NEXT-CASE = WS-HIGHEST-MOVED + 1
                    WRITE CONTROL-RECORD
                    CLOSE CONTROL-FILE
                    DISPLAY "casearch: case counter advanced to "
                       CTL-NEXT-CASE
                 END-IF
              END-IF
           END-IF.

      * Read = moved + remaining, and the archive grew by exactly
      * the cases written this run; either failing means a case is
      * on both files or on neither.
       WRITE-CONTROL-TOTALS.
           COMPUTE WS-EXPECTED-AFTER =
              WS-ARCHIVE-BEFORE + WS-WRITTEN-COUNT.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "CASES READ=" WS-READ-COUNT
              " MOVED=" WS-MOVED-COUNT
              " REMAINING=" WS-REMAINING-COUNT
              " LIVE MASTER NOW=" WS-LIVE-AFTER
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "REMAINING: OPEN/RESUBMITTED/REOPENED="
              WS-ACTIVE-COUNT
              " CLOSED WITHIN RETENTION=" WS-RECENT-COUNT
              " NO CLOSING DATE=" WS-UNDATED-COUNT
              " OTHER STATUS=" WS-OTHER-COUNT
              " NOT MOVED ON ERROR=" WS-FAILED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ARCHIVE BEFORE=" WS-ARCHIVE-BEFORE
              " WRITTEN=" WS-WRITTEN-COUNT
              " ALREADY ARCHIVED=" WS-RESUMED-COUNT
              " ARCHIVE AFTER=" WS-ARCHIVE-AFTER
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           IF WS-MOVED-COUNT + WS-REMAINING-COUNT NOT = WS-READ-COUNT
              OR WS-LIVE-AFTER NOT = WS-REMAINING-COUNT
              OR WS-ARCHIVE-AFTER NOT = WS-EXPECTED-AFTER
              MOVE 'Y' TO WS-RUN-FAILED
              MOVE SPACES TO REPORT-LINE
              STRING "*** CONTROL TOTALS OUT OF BALANCE ***"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              MOVE SPACES TO REPORT-LINE
              STRING "CONTROL TOTALS IN BALANCE"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.
