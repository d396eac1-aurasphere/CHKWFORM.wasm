       IDENTIFICATION DIVISION.
        PROGRAM-ID. divbull.
      * Day-end exception bulletin for the regional offices: one
      * fixed-layout file per division for one sealed business day,
      * BULddd_yyyymmdd.DAT, laid out as in BULLREC for the offices'
      * mail system to pick up. Each bulletin opens with a header
      * and a count of the day's failures by result code, then lists
      * every failure the division had that day -- submission, field,
      * amount with its decimals, result code and description, and
      * the case it became with that case's status now -- and then
      * every case of the division still open from an earlier day.
      * A division gets a bulletin when it sent anything that day or
      * still has a case open, so a clean day goes out as a bulletin
      * with no failures rather than as silence. Every bulletin
      * written (or that could not be) is appended to BULLDIST.LOG,
      * the record of which office was sent what for which day. A
      * rerun for the same day replaces the files and logs again.
      * Failures are matched to their cases the way excrecon matches
      * them -- timestamp, field, input and submission ID -- against
      * the case master, the closed-case archive and, for a failure
      * not yet taken in, the exceptions queue (shown as QUEUED).
      * Run it from the night stream after dayend, for example
      *   echo %DATE% | divbull
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
            SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTIONS.QUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXCEPTION-FILE-STATUS.
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
            SELECT BULLETIN-FILE ASSIGN TO BULLETIN-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS BULLETIN-FILE-STATUS.
            SELECT DISTLOG-FILE ASSIGN TO "BULLDIST.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS DISTLOG-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  AUDIT-FILE.
           COPY "AUDITREC.cpy".
        FD  EXCEPTION-FILE.
           COPY "EXCQREC.cpy".
        FD  CASE-FILE.
           COPY "CASEREC.cpy".
        FD  CASE-ARCHIVE-FILE.
           COPY "CASAREC.cpy".
        FD  BULLETIN-FILE.
           COPY "BULLREC.cpy".
        FD  DISTLOG-FILE.
           COPY "BDSTREC.cpy".
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 AUDIT-FILE-STATUS     PIC X(2).
       01 EXCEPTION-FILE-STATUS PIC X(2).
       01 CASE-FILE-STATUS      PIC X(2).
       01 CASE-ARCHIVE-FILE-STATUS PIC X(2).
       01 BULLETIN-FILE-STATUS  PIC X(2).
       01 DISTLOG-FILE-STATUS   PIC X(2).
       01 AUDIT-FILE-NAME       PIC X(17).
       01 BULLETIN-FILE-NAME    PIC X(20).
       01 WS-BULL-DATE-TEXT     PIC X(8).
       01 WS-BULL-DATE          PIC 9(8).
       01 WS-BULL-INTEGER       PIC 9(9)  BINARY.
       01 WS-OPENED-DATE        PIC 9(8).
       01 WS-CURRENT-TIMESTAMP  PIC X(21).
       01 WS-PRODUCED           PIC X(14).
       01 WS-SEAL-STATUS        PIC X.
       01 WS-EOF                PIC X     VALUE 'N'.
       01 WS-PARTIAL            PIC X     VALUE 'N'.
       01 WS-WRITE-FAILED       PIC X.
       01 WS-IDX                PIC 9(5)  BINARY.
       01 WS-JDX                PIC 9(5)  BINARY.
       01 WS-MATCH-INDEX        PIC 9(5)  BINARY.
       01 WS-DIV-IDX            PIC 9(4)  BINARY.
       01 WS-CUR-DIVISION       PIC 9(3).
       01 WS-MATCH-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-FAIL-COUNT         PIC 9(5)  VALUE ZERO.
       01 WS-CARRIED-COUNT      PIC 9(5)  VALUE ZERO.
       01 WS-CODE-COUNT         PIC 9(3)  BINARY.
       01 WS-RECORD-COUNT       PIC 9(7).
       01 WS-BULLETIN-COUNT     PIC 9(9)  VALUE ZERO.
       01 WS-FAILED-BULLETINS   PIC 9(9)  VALUE ZERO.
       01 WS-AMT-DISPLAY        PIC X(12).
       01 WS-RESULT-DESC        PIC X(30).
      * Per division (entry = division + 1): whether it gets a
      * bulletin, and the day's calls, failures and carried-over
      * open cases that go in its header.
       01 WS-DIVISION-TABLE.
           05 WS-DIVISION-ENTRY OCCURS 1000 TIMES.
               10 WS-DV-ACTIVE      PIC X.
               10 WS-DV-CALLS       PIC 9(7).
               10 WS-DV-FAILS       PIC 9(7).
               10 WS-DV-CARRIED     PIC 9(7).
      * The day's cases and not-yet-taken-in queue entries, matched
      * against the audit failures: cases load first, so a failure
      * both cased and still on an unswept queue shows its case.
       01 WS-MATCH-TABLE.
           05 WS-MATCH-ENTRY OCCURS 5000 TIMES.
               10 WS-MT-TIMESTAMP   PIC X(14).
               10 WS-MT-FIELD       PIC X(15).
               10 WS-MT-INPUT       PIC S9(9).
               10 WS-MT-SUBM-ID     PIC 9(9).
               10 WS-MT-CASE-NUMBER PIC 9(9).
               10 WS-MT-STATUS      PIC X(11).
               10 WS-MT-MATCHED     PIC X.
      * The day's failures in audit order, with the case each
      * became; 5000 in a day is far beyond anything seen, and an
      * overflow marks every bulletin PARTIAL rather than vanishing.
       01 WS-FAIL-TABLE.
           05 WS-FAIL-ENTRY OCCURS 5000 TIMES.
               10 WS-FT-DIVISION    PIC 9(3).
               10 WS-FT-TIMESTAMP   PIC X(14).
               10 WS-FT-SUBM-ID     PIC 9(9).
               10 WS-FT-FIELD       PIC X(15).
               10 WS-FT-INPUT       PIC S9(9).
               10 WS-FT-DECIMALS    PIC 9.
               10 WS-FT-RESULT      PIC X(6).
               10 WS-FT-CASE-NUMBER PIC 9(9).
               10 WS-FT-STATUS      PIC X(11).
      * Cases still open from before the bulletin date, in case
      * number order, with how many days each has been open.
       01 WS-CARRIED-TABLE.
           05 WS-CARRIED-ENTRY OCCURS 5000 TIMES.
               10 WS-CT-DIVISION    PIC 9(3).
               10 WS-CT-CASE-NUMBER PIC 9(9).
               10 WS-CT-STATUS      PIC X(11).
               10 WS-CT-TIMESTAMP   PIC X(14).
               10 WS-CT-SUBM-ID     PIC 9(9).
               10 WS-CT-FIELD       PIC X(15).
               10 WS-CT-INPUT       PIC S9(9).
               10 WS-CT-DECIMALS    PIC 9.
               10 WS-CT-RESULT      PIC X(6).
               10 WS-CT-AGE-DAYS    PIC 9(5).
      * One division's failure counts by result code, in code order
      * for the summary records.
       01 WS-CODE-TABLE.
           05 WS-CODE-ENTRY OCCURS 100 TIMES.
               10 WS-CD-RESULT      PIC X(6).
               10 WS-CD-COUNT       PIC 9(7).
       01 WS-SWAP-CODE          PIC X(13).
        PROCEDURE DIVISION.
           DISPLAY "divbull: daily division exception bulletins".
           DISPLAY "bulletin date (YYYYMMDD, blank=today): "
              WITH NO ADVANCING.
           ACCEPT WS-BULL-DATE-TEXT.
           IF WS-BULL-DATE-TEXT = SPACES
              MOVE FUNCTION CURRENT-DATE(1:8) TO WS-BULL-DATE
           ELSE
              IF WS-BULL-DATE-TEXT IS NOT NUMERIC
                 DISPLAY "divbull: date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-BULL-DATE-TEXT TO WS-BULL-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-BULL-DATE) NOT = ZERO
                 DISPLAY "divbull: " WS-BULL-DATE
                    " is not a calendar date"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
           END-IF.
           MOVE WS-BULL-DATE TO WS-BULL-DATE-TEXT.
           COMPUTE WS-BULL-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-BULL-DATE).

      * An office sent a bulletin off a log that was still growing
      * would be told a different story from the day's reports, so
      * the day must be sealed and balanced first.
           CALL "sealchk" USING WS-BULL-DATE, WS-SEAL-STATUS.
           IF WS-SEAL-STATUS = 'U'
              DISPLAY "divbull: " WS-BULL-DATE " is not sealed; "
                 "run the day-end closeout first"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           IF WS-SEAL-STATUS = 'O'
              DISPLAY "divbull: " WS-BULL-DATE " is out of "
                 "balance against its seal; no bulletins sent"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

      * No bulletin goes out that the distribution log cannot show.
           OPEN EXTEND DISTLOG-FILE.
           IF DISTLOG-FILE-STATUS = "35"
              OPEN OUTPUT DISTLOG-FILE
           END-IF.
           IF DISTLOG-FILE-STATUS NOT = "00"
              DISPLAY "divbull: unable to open BULLDIST.LOG, status "
                 DISTLOG-FILE-STATUS "; no bulletins sent"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO WS-PRODUCED.
           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
              UNTIL WS-DIV-IDX > 1000
              MOVE 'N'  TO WS-DV-ACTIVE(WS-DIV-IDX)
              MOVE ZERO TO WS-DV-CALLS(WS-DIV-IDX)
              MOVE ZERO TO WS-DV-FAILS(WS-DIV-IDX)
              MOVE ZERO TO WS-DV-CARRIED(WS-DIV-IDX)
           END-PERFORM.

           PERFORM LOAD-CASES.
           PERFORM LOAD-ARCHIVED-CASES.
           PERFORM LOAD-QUEUE.
           PERFORM READ-AUDIT-LOG.

           PERFORM VARYING WS-DIV-IDX FROM 1 BY 1
              UNTIL WS-DIV-IDX > 1000
              IF WS-DV-ACTIVE(WS-DIV-IDX) = 'Y'
                 COMPUTE WS-CUR-DIVISION = WS-DIV-IDX - 1
                 PERFORM WRITE-ONE-BULLETIN
              END-IF
           END-PERFORM.
           CLOSE DISTLOG-FILE.

           DISPLAY "divbull: " WS-BULL-DATE ": " WS-BULLETIN-COUNT
              " bulletin(s) written, " WS-FAIL-COUNT " failure(s), "
              WS-CARRIED-COUNT " carried-over case(s)".
           IF WS-FAILED-BULLETINS > ZERO
              DISPLAY "divbull: " WS-FAILED-BULLETINS
                 " bulletin(s) could not be written; see BULLDIST.LOG"
              MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-PARTIAL = 'Y'
              DISPLAY "divbull: bulletins are PARTIAL -- a table "
                 "limit was reached"
              MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * One pass of the case master serves both halves: the day's
      * cases go into the matching table, and cases still open that
      * failed on an earlier day are carried over.
       LOAD-CASES.
           OPEN INPUT CASE-FILE.
           IF CASE-FILE-STATUS NOT = "00"
              IF CASE-FILE-STATUS NOT = "35"
                 DISPLAY "divbull: unable to open CASES.DAT, "
                    "status " CASE-FILE-STATUS
                    "; treating case master as empty"
              END-IF
           ELSE
              MOVE ZERO TO CASE-NUMBER
              START CASE-FILE KEY IS > CASE-NUMBER
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    MOVE 'N' TO WS-EOF
                    PERFORM UNTIL WS-EOF = 'Y'
                       READ CASE-FILE NEXT RECORD
                          AT END
                             MOVE 'Y' TO WS-EOF
                          NOT AT END
                             PERFORM SORT-ONE-CASE
                       END-READ
                    END-PERFORM
              END-START
              CLOSE CASE-FILE
           END-IF.

      * A case written before the division byte existed reads back
      * with spaces there; like a form that sent none, it is 000's.
       SORT-ONE-CASE.
           IF CASE-DIVISION IS NOT NUMERIC
              MOVE ZERO TO CASE-DIVISION
           END-IF.
           IF CASE-TIMESTAMP(1:8) = WS-BULL-DATE-TEXT
              PERFORM STORE-CASE-MATCH
           ELSE
              IF CASE-TIMESTAMP(1:8) < WS-BULL-DATE-TEXT
                 AND (CASE-STATUS = "OPEN"
                    OR CASE-STATUS = "RESUBMITTED"
                    OR CASE-STATUS = "REOPENED")
                 PERFORM STORE-CARRIED-CASE
              END-IF
           END-IF.

       STORE-CASE-MATCH.
           IF WS-MATCH-COUNT = 5000
              MOVE 'Y' TO WS-PARTIAL
           ELSE
              ADD 1 TO WS-MATCH-COUNT
              MOVE CASE-TIMESTAMP  TO WS-MT-TIMESTAMP(WS-MATCH-COUNT)
              MOVE CASE-FIELD-NAME TO WS-MT-FIELD(WS-MATCH-COUNT)
              MOVE CASE-INPUT      TO WS-MT-INPUT(WS-MATCH-COUNT)
              MOVE CASE-SUBMISSION-ID
                 TO WS-MT-SUBM-ID(WS-MATCH-COUNT)
              MOVE CASE-NUMBER     TO WS-MT-CASE-NUMBER(WS-MATCH-COUNT)
              MOVE CASE-STATUS     TO WS-MT-STATUS(WS-MATCH-COUNT)
              MOVE 'N'             TO WS-MT-MATCHED(WS-MATCH-COUNT)
           END-IF.

       STORE-CARRIED-CASE.
           IF WS-CARRIED-COUNT = 5000
              MOVE 'Y' TO WS-PARTIAL
           ELSE
              ADD 1 TO WS-CARRIED-COUNT
              MOVE CASE-DIVISION   TO WS-CT-DIVISION(WS-CARRIED-COUNT)
              MOVE CASE-NUMBER
                 TO WS-CT-CASE-NUMBER(WS-CARRIED-COUNT)
              MOVE CASE-STATUS     TO WS-CT-STATUS(WS-CARRIED-COUNT)
              MOVE CASE-TIMESTAMP  TO WS-CT-TIMESTAMP(WS-CARRIED-COUNT)
              MOVE CASE-SUBMISSION-ID
                 TO WS-CT-SUBM-ID(WS-CARRIED-COUNT)
              MOVE CASE-FIELD-NAME TO WS-CT-FIELD(WS-CARRIED-COUNT)
              MOVE CASE-INPUT      TO WS-CT-INPUT(WS-CARRIED-COUNT)
              MOVE CASE-DECIMALS   TO WS-CT-DECIMALS(WS-CARRIED-COUNT)
              MOVE CASE-RESULT-CODE TO WS-CT-RESULT(WS-CARRIED-COUNT)
              MOVE ZERO            TO WS-CT-AGE-DAYS(WS-CARRIED-COUNT)
              IF CASE-TIMESTAMP(1:8) IS NUMERIC
                 MOVE CASE-TIMESTAMP(1:8) TO WS-OPENED-DATE
                 IF FUNCTION TEST-DATE-YYYYMMDD(WS-OPENED-DATE) = ZERO
                    COMPUTE WS-CT-AGE-DAYS(WS-CARRIED-COUNT) =
                       WS-BULL-INTEGER -
                       FUNCTION INTEGER-OF-DATE(WS-OPENED-DATE)
                 END-IF
              END-IF
              MOVE 'Y' TO WS-DV-ACTIVE(CASE-DIVISION + 1)
              ADD 1 TO WS-DV-CARRIED(CASE-DIVISION + 1)
           END-IF.

      * A bulletin rerun for a day far enough back that its cases
      * were closed and archived still shows each failure's case.
       LOAD-ARCHIVED-CASES.
           OPEN INPUT CASE-ARCHIVE-FILE.
           IF CASE-ARCHIVE-FILE-STATUS NOT = "00"
              IF CASE-ARCHIVE-FILE-STATUS NOT = "35"
                 DISPLAY "divbull: unable to open CASEARCH.DAT, "
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
                                WS-BULL-DATE-TEXT
                                MOVE CASA-CASE-IMAGE TO CASE-RECORD
                                PERFORM STORE-CASE-MATCH
                             END-IF
                       END-READ
                    END-PERFORM
              END-START
              CLOSE CASE-ARCHIVE-FILE
           END-IF.

      * Failures valcheck queued that case intake has not swept yet
      * have no case number; the bulletin shows them as QUEUED.
       LOAD-QUEUE.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS NOT = "00"
              IF EXCEPTION-FILE-STATUS NOT = "35"
                 DISPLAY "divbull: unable to open EXCEPTIONS.QUE, "
                    "status " EXCEPTION-FILE-STATUS
                    "; treating queue as empty"
              END-IF
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ EXCEPTION-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF EXC-TIMESTAMP(1:8) = WS-BULL-DATE-TEXT
                          PERFORM STORE-QUEUE-MATCH
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-FILE
           END-IF.

       STORE-QUEUE-MATCH.
           IF WS-MATCH-COUNT = 5000
              MOVE 'Y' TO WS-PARTIAL
           ELSE
              ADD 1 TO WS-MATCH-COUNT
              MOVE EXC-TIMESTAMP   TO WS-MT-TIMESTAMP(WS-MATCH-COUNT)
              MOVE EXC-FIELD-NAME  TO WS-MT-FIELD(WS-MATCH-COUNT)
              MOVE EXC-INPUT       TO WS-MT-INPUT(WS-MATCH-COUNT)
              MOVE EXC-SUBMISSION-ID
                 TO WS-MT-SUBM-ID(WS-MATCH-COUNT)
              MOVE ZERO            TO WS-MT-CASE-NUMBER(WS-MATCH-COUNT)
              MOVE "QUEUED"        TO WS-MT-STATUS(WS-MATCH-COUNT)
              MOVE 'N'             TO WS-MT-MATCHED(WS-MATCH-COUNT)
           END-IF.

      * Every call marks its division as due a bulletin; warnings
      * are not failures and, as in audrpt, never reach one.
       READ-AUDIT-LOG.
           STRING "AUDIT" WS-BULL-DATE ".LOG"
              DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS NOT = "00"
              DISPLAY "divbull: no " AUDIT-FILE-NAME
                 "; bulletins carry open cases only"
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF AUDIT-DIVISION IS NOT NUMERIC
                          MOVE ZERO TO AUDIT-DIVISION
                       END-IF
                       MOVE 'Y' TO WS-DV-ACTIVE(AUDIT-DIVISION + 1)
                       ADD 1 TO WS-DV-CALLS(AUDIT-DIVISION + 1)
                       IF AUDIT-RESULT-CODE NOT = VALIDATION-OK
                          AND AUDIT-RESULT-CODE NOT =
                             VALIDATION-WARN-HIGH
                          AND AUDIT-RESULT-CODE NOT =
                             VALIDATION-WARN-LOW
                          PERFORM STORE-ONE-FAILURE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.

       STORE-ONE-FAILURE.
           IF WS-FAIL-COUNT = 5000
              MOVE 'Y' TO WS-PARTIAL
           ELSE
              ADD 1 TO WS-FAIL-COUNT
              ADD 1 TO WS-DV-FAILS(AUDIT-DIVISION + 1)
              MOVE AUDIT-DIVISION   TO WS-FT-DIVISION(WS-FAIL-COUNT)
              MOVE AUDIT-TIMESTAMP  TO WS-FT-TIMESTAMP(WS-FAIL-COUNT)
              MOVE AUDIT-SUBMISSION-ID
                 TO WS-FT-SUBM-ID(WS-FAIL-COUNT)
              MOVE AUDIT-FIELD-NAME TO WS-FT-FIELD(WS-FAIL-COUNT)
              MOVE AUDIT-INPUT      TO WS-FT-INPUT(WS-FAIL-COUNT)
              MOVE AUDIT-DECIMALS   TO WS-FT-DECIMALS(WS-FAIL-COUNT)
              MOVE AUDIT-RESULT-CODE TO WS-FT-RESULT(WS-FAIL-COUNT)
              MOVE ZERO TO WS-MATCH-INDEX
              PERFORM VARYING WS-IDX FROM 1 BY 1
                 UNTIL WS-IDX > WS-MATCH-COUNT
                 OR WS-MATCH-INDEX > ZERO
                 IF WS-MT-MATCHED(WS-IDX) = 'N'
                    AND WS-MT-TIMESTAMP(WS-IDX) = AUDIT-TIMESTAMP
                    AND WS-MT-FIELD(WS-IDX) = AUDIT-FIELD-NAME
                    AND WS-MT-INPUT(WS-IDX) = AUDIT-INPUT
                    AND WS-MT-SUBM-ID(WS-IDX) = AUDIT-SUBMISSION-ID
                    MOVE WS-IDX TO WS-MATCH-INDEX
                 END-IF
              END-PERFORM
      * No case and no queue entry is the drift excrecon repairs;
      * the office is told plainly rather than shown a blank.
              IF WS-MATCH-INDEX = ZERO
                 MOVE ZERO TO WS-FT-CASE-NUMBER(WS-FAIL-COUNT)
                 MOVE "NOT CASED" TO WS-FT-STATUS(WS-FAIL-COUNT)
              ELSE
                 MOVE 'Y' TO WS-MT-MATCHED(WS-MATCH-INDEX)
                 MOVE WS-MT-CASE-NUMBER(WS-MATCH-INDEX)
                    TO WS-FT-CASE-NUMBER(WS-FAIL-COUNT)
                 MOVE WS-MT-STATUS(WS-MATCH-INDEX)
                    TO WS-FT-STATUS(WS-FAIL-COUNT)
              END-IF
           END-IF.

       WRITE-ONE-BULLETIN.
           MOVE SPACES TO BULLETIN-FILE-NAME.
           STRING "BUL" WS-CUR-DIVISION "_" WS-BULL-DATE ".DAT"
              DELIMITED BY SIZE INTO BULLETIN-FILE-NAME.
           MOVE ZERO TO WS-RECORD-COUNT.
           MOVE 'N' TO WS-WRITE-FAILED.
           OPEN OUTPUT BULLETIN-FILE.
           IF BULLETIN-FILE-STATUS NOT = "00"
              DISPLAY "divbull: unable to open " BULLETIN-FILE-NAME
                 ", status " BULLETIN-FILE-STATUS
              MOVE 'Y' TO WS-WRITE-FAILED
           ELSE
              PERFORM WRITE-HEADER-RECORD
              PERFORM WRITE-SUMMARY-RECORDS
              PERFORM WRITE-FAILURE-RECORDS
              PERFORM WRITE-CARRIED-RECORDS
              MOVE SPACES TO BULLETIN-RECORD
              MOVE "TR" TO BULL-RECORD-TYPE
              COMPUTE BULLT-RECORD-COUNT = WS-RECORD-COUNT + 1
              PERFORM PUT-BULLETIN-RECORD
              CLOSE BULLETIN-FILE
           END-IF.
           PERFORM LOG-DISTRIBUTION.

       WRITE-HEADER-RECORD.
           MOVE SPACES TO BULLETIN-RECORD.
           MOVE "HD" TO BULL-RECORD-TYPE.
           MOVE WS-PRODUCED TO BULLH-PRODUCED.
           MOVE WS-DV-CALLS(WS-DIV-IDX)   TO BULLH-CALL-COUNT.
           MOVE WS-DV-FAILS(WS-DIV-IDX)   TO BULLH-FAIL-COUNT.
           MOVE WS-DV-CARRIED(WS-DIV-IDX) TO BULLH-CARRIED-COUNT.
           PERFORM PUT-BULLETIN-RECORD.

       WRITE-SUMMARY-RECORDS.
           MOVE ZERO TO WS-CODE-COUNT.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-FAIL-COUNT
              IF WS-FT-DIVISION(WS-IDX) = WS-CUR-DIVISION
                 PERFORM COUNT-ONE-CODE
              END-IF
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX >= WS-CODE-COUNT
              PERFORM VARYING WS-JDX FROM 1 BY 1
                 UNTIL WS-JDX > WS-CODE-COUNT - WS-IDX
                 IF WS-CD-RESULT(WS-JDX) > WS-CD-RESULT(WS-JDX + 1)
                    MOVE WS-CODE-ENTRY(WS-JDX) TO WS-SWAP-CODE
                    MOVE WS-CODE-ENTRY(WS-JDX + 1)
                       TO WS-CODE-ENTRY(WS-JDX)
                    MOVE WS-SWAP-CODE TO WS-CODE-ENTRY(WS-JDX + 1)
                 END-IF
              END-PERFORM
           END-PERFORM.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CODE-COUNT
              MOVE SPACES TO BULLETIN-RECORD
              MOVE "SM" TO BULL-RECORD-TYPE
              MOVE WS-CD-RESULT(WS-IDX) TO BULLS-RESULT-CODE
              CALL "rcdesc" USING WS-CD-RESULT(WS-IDX),
                 WS-RESULT-DESC
              MOVE WS-RESULT-DESC TO BULLS-DESCRIPTION
              MOVE WS-CD-COUNT(WS-IDX) TO BULLS-COUNT
              PERFORM PUT-BULLETIN-RECORD
           END-PERFORM.

      * More distinct codes than the table holds would take a shop
      * with a hundred cross-field rules all failing in one office
      * on one day; the excess is flagged, not folded into another.
       COUNT-ONE-CODE.
           PERFORM VARYING WS-JDX FROM 1 BY 1
              UNTIL WS-JDX > WS-CODE-COUNT
              OR WS-CD-RESULT(WS-JDX) = WS-FT-RESULT(WS-IDX)
              CONTINUE
           END-PERFORM.
           IF WS-JDX > WS-CODE-COUNT
              IF WS-CODE-COUNT = 100
                 MOVE 'Y' TO WS-PARTIAL
              ELSE
                 ADD 1 TO WS-CODE-COUNT
                 MOVE WS-FT-RESULT(WS-IDX) TO WS-CD-RESULT(WS-JDX)
                 MOVE 1 TO WS-CD-COUNT(WS-JDX)
              END-IF
           ELSE
              ADD 1 TO WS-CD-COUNT(WS-JDX)
           END-IF.

       WRITE-FAILURE-RECORDS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-FAIL-COUNT
              IF WS-FT-DIVISION(WS-IDX) = WS-CUR-DIVISION
                 MOVE SPACES TO BULLETIN-RECORD
                 MOVE "FL" TO BULL-RECORD-TYPE
                 MOVE WS-FT-SUBM-ID(WS-IDX)   TO BULLD-SUBMISSION-ID
                 MOVE WS-FT-TIMESTAMP(WS-IDX) TO BULLD-TIMESTAMP
                 MOVE WS-FT-FIELD(WS-IDX)     TO BULLD-FIELD-NAME
                 CALL "amtfmt" USING WS-FT-INPUT(WS-IDX),
                    WS-FT-DECIMALS(WS-IDX), WS-AMT-DISPLAY
                 MOVE WS-AMT-DISPLAY          TO BULLD-AMOUNT
                 MOVE WS-FT-RESULT(WS-IDX)    TO BULLD-RESULT-CODE
                 CALL "rcdesc" USING WS-FT-RESULT(WS-IDX),
                    WS-RESULT-DESC
                 MOVE WS-RESULT-DESC          TO BULLD-RESULT-DESC
                 MOVE WS-FT-CASE-NUMBER(WS-IDX) TO BULLD-CASE-NUMBER
                 MOVE WS-FT-STATUS(WS-IDX)    TO BULLD-CASE-STATUS
                 MOVE ZERO                    TO BULLD-AGE-DAYS
                 PERFORM PUT-BULLETIN-RECORD
              END-IF
           END-PERFORM.

       WRITE-CARRIED-RECORDS.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CARRIED-COUNT
              IF WS-CT-DIVISION(WS-IDX) = WS-CUR-DIVISION
                 MOVE SPACES TO BULLETIN-RECORD
                 MOVE "CO" TO BULL-RECORD-TYPE
                 MOVE WS-CT-SUBM-ID(WS-IDX)   TO BULLD-SUBMISSION-ID
                 MOVE WS-CT-TIMESTAMP(WS-IDX) TO BULLD-TIMESTAMP
                 MOVE WS-CT-FIELD(WS-IDX)     TO BULLD-FIELD-NAME
                 CALL "amtfmt" USING WS-CT-INPUT(WS-IDX),
                    WS-CT-DECIMALS(WS-IDX), WS-AMT-DISPLAY
                 MOVE WS-AMT-DISPLAY          TO BULLD-AMOUNT
                 MOVE WS-CT-RESULT(WS-IDX)    TO BULLD-RESULT-CODE
                 CALL "rcdesc" USING WS-CT-RESULT(WS-IDX),
                    WS-RESULT-DESC
                 MOVE WS-RESULT-DESC          TO BULLD-RESULT-DESC
                 MOVE WS-CT-CASE-NUMBER(WS-IDX) TO BULLD-CASE-NUMBER
                 MOVE WS-CT-STATUS(WS-IDX)    TO BULLD-CASE-STATUS
                 MOVE WS-CT-AGE-DAYS(WS-IDX)  TO BULLD-AGE-DAYS
                 PERFORM PUT-BULLETIN-RECORD
              END-IF
           END-PERFORM.

       PUT-BULLETIN-RECORD.
           MOVE WS-CUR-DIVISION TO BULL-DIVISION.
           MOVE WS-BULL-DATE    TO BULL-DATE.
           MOVE "*"             TO BULL-RECORD-END.
           WRITE BULLETIN-RECORD.
           IF BULLETIN-FILE-STATUS NOT = "00"
              MOVE 'Y' TO WS-WRITE-FAILED
           ELSE
              ADD 1 TO WS-RECORD-COUNT
           END-IF.

       LOG-DISTRIBUTION.
           MOVE SPACES TO DISTLOG-RECORD.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO DIST-WRITTEN-AT.
           MOVE WS-BULL-DATE               TO DIST-BULLETIN-DATE.
           MOVE WS-CUR-DIVISION            TO DIST-DIVISION.
           MOVE BULLETIN-FILE-NAME         TO DIST-FILE-NAME.
           MOVE WS-DV-FAILS(WS-DIV-IDX)    TO DIST-FAIL-COUNT.
           MOVE WS-DV-CARRIED(WS-DIV-IDX)  TO DIST-CARRIED-COUNT.
           MOVE WS-RECORD-COUNT            TO DIST-RECORD-COUNT.
           IF WS-WRITE-FAILED = 'Y'
              MOVE "FAILED" TO DIST-OUTCOME
              ADD 1 TO WS-FAILED-BULLETINS
           ELSE
              IF WS-PARTIAL = 'Y'
                 MOVE "PARTIAL" TO DIST-OUTCOME
              ELSE
                 MOVE "WRITTEN" TO DIST-OUTCOME
              END-IF
              ADD 1 TO WS-BULLETIN-COUNT
           END-IF.
           WRITE DISTLOG-RECORD.
