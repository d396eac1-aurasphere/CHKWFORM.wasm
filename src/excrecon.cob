      * reaches the clerks. This job matches every non-CC0000
      * AUDIT-RECORD in the day's log against the queue -- and
      * against the case master, since intake sweeps the queue into
      * CASES.DAT during the day, and against the CASEARCH.DAT
      * archive casearch later moves closed cases into -- by
      * timestamp/field/input, reports the drift both ways, and
      * appends the missing EXCEPTION-RECORDs so every failure is
      * back in front of case management.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
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
            SELECT REPORT-FILE ASSIGN TO "EXCRECON.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
           COPY "EXCQREC.cpy".
        FD  CASE-FILE.
           COPY "CASEREC.cpy".
        FD  CASE-ARCHIVE-FILE.
           COPY "CASAREC.cpy".
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(140).
        WORKING-STORAGE SECTION.
       01 AUDIT-FILE-STATUS     PIC X(2).
       01 EXCEPTION-FILE-STATUS PIC X(2).
       01 CASE-FILE-STATUS      PIC X(2).
       01 CASE-ARCHIVE-FILE-STATUS PIC X(2).
       01 REPORT-FILE-STATUS    PIC X(2).
       01 AUDIT-FILE-NAME       PIC X(17).
       01 WS-RECON-DATE-TEXT    PIC X(8).
       01 WS-MISSING-COUNT      PIC 9(9)  VALUE ZERO.
       01 WS-ORPHAN-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-SEAL-STATUS        PIC X.
       01 WS-DICT-DESCRIPTION   PIC X(30).
       01 WS-DICT-DECIMALS      PIC 9.
       01 WS-DICT-STATUS        PIC X.
      * The day's queue entries and cases, held in storage for
      * matching ('Q' rows came off the live queue, 'C' rows off
      * the case master, 'A' rows off the closed-case archive);
      * 5000 exceptions in one day is far beyond anything the queue
      * has seen, and an overflow is reported rather than ignored.
       01 WS-QUEUE-TABLE.
           05 WS-QUEUE-ENTRY OCCURS 5000 TIMES.
               10 WS-QT-TIMESTAMP PIC X(14).
           ELSE
              IF WS-RECON-DATE-TEXT IS NOT NUMERIC
                 DISPLAY "excrecon: date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-RECON-DATE-TEXT TO WS-RECON-DATE
           IF WS-SEAL-STATUS = 'U'
              DISPLAY "excrecon: " WS-RECON-DATE " is not sealed; "
                 "run the day-end closeout first"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-SEAL-STATUS = 'O'
              DISPLAY "excrecon: " WS-RECON-DATE " is out of "
                 "balance against its seal; reconciliation not run"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "excrecon: unable to open EXCRECON.RPT, status "
                 REPORT-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           MOVE SPACES TO REPORT-LINE.
              END-START
              CLOSE CASE-FILE
           END-IF.
           PERFORM LOAD-ARCHIVED-CASES.

      * Reconciling a day far enough back that its cases have been
      * closed and moved off CASES.DAT would otherwise report every
      * one of its failures as missing and re-queue them all as new
      * cases; the archive's cases for the day match the same way
      * live ones do. No archive yet just means nothing was moved.
       LOAD-ARCHIVED-CASES.
           OPEN INPUT CASE-ARCHIVE-FILE.
           IF CASE-ARCHIVE-FILE-STATUS NOT = "00"
              IF CASE-ARCHIVE-FILE-STATUS NOT = "35"
                 DISPLAY "excrecon: unable to open CASEARCH.DAT, "
                    "status " CASE-ARCHIVE-FILE-STATUS
                    "; archived cases not matched"
              END-IF
           ELSE
              MOVE ZERO TO CASA-NUMBER
              START CASE-ARCHIVE-FILE KEY IS > CASA-NUMBER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                       READ CASE-ARCHIVE-FILE NEXT RECORD
                          AT END
                             MOVE 'Y' TO WS-EOF
                          NOT AT END
                             IF CASA-TIMESTAMP(1:8) =
                                WS-RECON-DATE-TEXT(1:8)
                                PERFORM STORE-ARCHIVED-ENTRY
                             END-IF
                       END-READ
                    END-PERFORM
              END-START
              CLOSE CASE-ARCHIVE-FILE
           END-IF.

       STORE-QUEUE-ENTRY.
           IF WS-QUEUE-COUNT = 5000
              MOVE 'N'              TO WS-QT-MATCHED(WS-QUEUE-COUNT)
           END-IF.

       STORE-ARCHIVED-ENTRY.
           IF WS-QUEUE-COUNT = 5000
              DISPLAY "excrecon: more than 5000 queue entries for "
                 "the day; remainder not reconciled"
              MOVE 'Y' TO WS-EOF
           ELSE
              ADD 1 TO WS-QUEUE-COUNT
              MOVE CASA-TIMESTAMP   TO WS-QT-TIMESTAMP(WS-QUEUE-COUNT)
              MOVE CASA-FIELD-NAME  TO WS-QT-FIELD(WS-QUEUE-COUNT)
              MOVE CASA-INPUT       TO WS-QT-INPUT(WS-QUEUE-COUNT)
              MOVE CASA-RESULT-CODE TO WS-QT-RESULT(WS-QUEUE-COUNT)
              MOVE CASA-SUBMISSION-ID
                 TO WS-QT-SUBM-ID(WS-QUEUE-COUNT)
              MOVE CASA-DECIMALS    TO WS-QT-DECIMALS(WS-QUEUE-COUNT)
              MOVE 'A'              TO WS-QT-SOURCE(WS-QUEUE-COUNT)
              MOVE 'N'              TO WS-QT-MATCHED(WS-QUEUE-COUNT)
           END-IF.

       RECONCILE-ONE-FAILURE.
           ADD 1 TO WS-AUDIT-FAIL-COUNT.
           MOVE ZERO TO WS-MATCH-INDEX.
              ADD 1 TO WS-MISSING-COUNT
              CALL "amtfmt" USING AUDIT-INPUT, AUDIT-DECIMALS,
                 WS-AMT-DISPLAY
              CALL "flddesc" USING AUDIT-FIELD-NAME,
                 WS-DICT-DESCRIPTION, WS-DICT-DECIMALS,
                 WS-DICT-STATUS
              MOVE SPACES TO REPORT-LINE
              STRING "NO QUEUE ENTRY: " AUDIT-TIMESTAMP
                 " " AUDIT-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 " INPUT=" FUNCTION TRIM(WS-AMT-DISPLAY)
                 " RESULT=" AUDIT-RESULT-CODE
                 " SUBM=" AUDIT-SUBMISSION-ID
                 ADD 1 TO WS-ORPHAN-COUNT
                 CALL "amtfmt" USING WS-QT-INPUT(WS-IDX),
                    WS-QT-DECIMALS(WS-IDX), WS-AMT-DISPLAY
                 CALL "flddesc" USING WS-QT-FIELD(WS-IDX),
                    WS-DICT-DESCRIPTION, WS-DICT-DECIMALS,
                    WS-DICT-STATUS
                 MOVE SPACES TO REPORT-LINE
                 STRING "NO AUDIT BACKING: " WS-QT-TIMESTAMP(WS-IDX)
                    " " WS-QT-FIELD(WS-IDX)
                    " " WS-DICT-DESCRIPTION
                    " INPUT=" FUNCTION TRIM(WS-AMT-DISPLAY)
                    " RESULT=" WS-QT-RESULT(WS-IDX)
                    " SUBM=" WS-QT-SUBM-ID(WS-IDX)
