       IDENTIFICATION DIVISION.
        PROGRAM-ID. subminq.
      * Submission status inquiry over HTTP, alongside worker and
      * formval: the caller sends a submissionId and gets back the
      * whole life of that form in one answer -- for each field it
      * carried, the original result code, whether the failure
      * became an exception, the case number and its current
      * CASE-STATUS, and the latest revalidation outcome. The
      * answer is put together from the audit archive (keyed by
      * submission id), the dailies audarch has not yet taken in,
      * the case master, the closed-case archive and the exceptions
      * queue, so it reads the same whether the form came in this
      * morning or last quarter.
      * Each field comes back as one entry:
      *   <field>:<original code>:EXC=<Y/N>:CASE=<case number>:
      *   STATUS=<case status>:REVAL=<latest code or NONE>;
      * with CASE zero and STATUS blank when no case was opened,
      * and STATUS=QUEUED when the failure still sits on
      * EXCEPTIONS.QUE waiting for intake. A submission nobody has
      * a record of gets NOTFOUND; no submissionId gets CC0010.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARCH-KEY
                ALTERNATE RECORD KEY IS ARCH-SUBMISSION-ID
                   WITH DUPLICATES
                FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT AUDIT-FILE ASSIGN TO AUDIT-FILE-NAME
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS AUDIT-FILE-STATUS.
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
            SELECT EXCEPTION-FILE ASSIGN TO "EXCEPTIONS.QUE"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS EXCEPTION-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  ARCHIVE-FILE.
           COPY "ARCHREC.cpy".
        FD  AUDIT-FILE.
           COPY "AUDITREC.cpy".
        FD  CASE-FILE.
           COPY "CASEREC.cpy".
        FD  CASE-ARCHIVE-FILE.
           COPY "CASAREC.cpy".
        FD  EXCEPTION-FILE.
           COPY "EXCQREC.cpy".
        WORKING-STORAGE SECTION.
           COPY "VALCODES.cpy".
       01 ARCHIVE-FILE-STATUS   PIC X(2).
       01 AUDIT-FILE-STATUS     PIC X(2).
       01 CASE-FILE-STATUS      PIC X(2).
       01 CASE-ARCHIVE-FILE-STATUS PIC X(2).
       01 EXCEPTION-FILE-STATUS PIC X(2).
       01 AUDIT-FILE-NAME       PIC X(17).
       01 SUBM-ARG-NAME         PIC X(12) VALUE 'submissionId'.
       01 WS-SUBM-STATUS        PIC S9(4) BINARY.
       01 WS-SUBM-FIELD         PIC S9(9) BINARY.
       01 WS-SUBMISSION-ID      PIC 9(9)  VALUE ZERO.
       01 WS-EOF                PIC X     VALUE 'N'.
       01 WS-TODAY              PIC 9(8).
       01 WS-SCAN-DATE          PIC 9(8).
       01 WS-SCAN-INTEGER       PIC 9(9)  BINARY.
       01 WS-TODAY-INTEGER      PIC 9(9)  BINARY.
      * Dailies younger than audarch's default 90-day retention may
      * or may not be in the archive yet, so the scan covers that
      * window plus a margin. Anything older has been consolidated
      * into AUDARCH.DAT before its daily was purged.
       01 WS-LOOKBACK-DAYS      PIC 9(3)  VALUE 100.
       01 WS-LINE-FIELD         PIC X(15).
       01 WS-LINE-TIMESTAMP     PIC X(14).
       01 WS-LINE-RESULT        PIC X(6).
       01 WS-FIELD-IDX          PIC 9(3)  BINARY.
       01 WS-FOUND-IDX          PIC 9(3)  BINARY.
       01 WS-OVERFLOW           PIC X     VALUE 'N'.
       01 WS-CASE-TEXT          PIC 9(9).
      * One entry per field the submission carried: the earliest
      * audit line is the original result, the latest line after
      * it is the revalidation outcome. 70 covers formval's 20
      * slots plus all 50 cross-field rules failing at once.
       01 WS-FIELD-COUNT        PIC 9(3)  BINARY VALUE ZERO.
       01 WS-FIELD-TABLE.
           05 WS-FIELD-ENTRY OCCURS 70 TIMES.
               10 WS-FT-FIELD       PIC X(15).
               10 WS-FT-ORIG-TS     PIC X(14).
               10 WS-FT-ORIG-RESULT PIC X(6).
               10 WS-FT-REVAL-TS    PIC X(14).
               10 WS-FT-REVAL-RESULT PIC X(6).
               10 WS-FT-EXCEPTION   PIC X.
               10 WS-FT-CASE-NUMBER PIC 9(9).
               10 WS-FT-CASE-STATUS PIC X(11).
       01 WS-RESPONSE           PIC X(6144).
       01 WS-RESPONSE-POINTER   PIC 9(4)  VALUE 1.
       01 WS-NOT-FOUND          PIC X(8)  VALUE "NOTFOUND".
        PROCEDURE DIVISION.
           CALL "get_http_form" USING SUBM-ARG-NAME, WS-SUBM-STATUS
              RETURNING WS-SUBM-FIELD.
           IF WS-SUBM-STATUS NOT = ZERO OR WS-SUBM-FIELD NOT > ZERO
              CALL "set_http_body" USING VALIDATION-MISSING
              STOP RUN
           END-IF.
           MOVE WS-SUBM-FIELD TO WS-SUBMISSION-ID.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY.

           PERFORM SCAN-ARCHIVE.
           PERFORM SCAN-DAILIES.
           IF WS-FIELD-COUNT = ZERO
              CALL "set_http_body" USING WS-NOT-FOUND
              STOP RUN
           END-IF.
           PERFORM SCAN-CASES.
           PERFORM SCAN-ARCHIVED-CASES.
           PERFORM SCAN-EXCEPTION-QUEUE.

           MOVE SPACES TO WS-RESPONSE.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
              UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
              PERFORM FORMAT-ONE-FIELD
           END-PERFORM.
           IF WS-OVERFLOW = 'Y'
              STRING "OVERFLOW" DELIMITED BY SIZE
                 ":" VALIDATION-OVERFLOW DELIMITED BY SIZE
                 ";" DELIMITED BY SIZE
                 INTO WS-RESPONSE
                 WITH POINTER WS-RESPONSE-POINTER
           END-IF.
           CALL "set_http_body" USING WS-RESPONSE.
           STOP RUN.

      * The archive carries an alternate key on the submission id,
      * so last quarter's form is one keyed start and a short read
      * along the duplicates. No archive yet just means nothing has
      * been consolidated; the dailies still answer.
       SCAN-ARCHIVE.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS = "00"
              MOVE WS-SUBMISSION-ID TO ARCH-SUBMISSION-ID
              START ARCHIVE-FILE KEY IS = ARCH-SUBMISSION-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ ARCHIVE-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF ARCH-SUBMISSION-ID NOT = WS-SUBMISSION-ID
                          MOVE 'Y' TO WS-EOF
                       ELSE
                          MOVE ARCH-FIELD-NAME  TO WS-LINE-FIELD
                          MOVE ARCH-TIMESTAMP   TO WS-LINE-TIMESTAMP
                          MOVE ARCH-RESULT-CODE TO WS-LINE-RESULT
                          PERFORM RECORD-AUDIT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE ARCHIVE-FILE
           END-IF.

      * A daily that is already in the archive is read again here
      * too; its lines carry the same timestamps as the archived
      * copies and RECORD-AUDIT-LINE drops them as repeats.
       SCAN-DAILIES.
           COMPUTE WS-TODAY-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-TODAY).
           COMPUTE WS-SCAN-INTEGER =
              WS-TODAY-INTEGER - WS-LOOKBACK-DAYS.
           PERFORM UNTIL WS-SCAN-INTEGER > WS-TODAY-INTEGER
              COMPUTE WS-SCAN-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-SCAN-INTEGER)
              PERFORM SCAN-ONE-DAILY
              ADD 1 TO WS-SCAN-INTEGER
           END-PERFORM.

       SCAN-ONE-DAILY.
           STRING "AUDIT" WS-SCAN-DATE ".LOG"
              DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ AUDIT-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF AUDIT-SUBMISSION-ID = WS-SUBMISSION-ID
                          MOVE AUDIT-FIELD-NAME  TO WS-LINE-FIELD
                          MOVE AUDIT-TIMESTAMP   TO WS-LINE-TIMESTAMP
                          MOVE AUDIT-RESULT-CODE TO WS-LINE-RESULT
                          PERFORM RECORD-AUDIT-LINE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE AUDIT-FILE
           END-IF.

      * Lines arrive archive first and dailies after, not in time
      * order, so each one is placed against what the field already
      * holds: an earlier line takes over as the original (the old
      * original becomes a revalidation candidate), a later one
      * replaces the revalidation if it is the latest yet, and a
      * line at a timestamp already held is the same call seen
      * twice and is dropped.
       RECORD-AUDIT-LINE.
           MOVE ZERO TO WS-FOUND-IDX.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
              UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
              OR WS-FOUND-IDX > ZERO
              IF WS-FT-FIELD(WS-FIELD-IDX) = WS-LINE-FIELD
                 MOVE WS-FIELD-IDX TO WS-FOUND-IDX
              END-IF
           END-PERFORM.
           IF WS-FOUND-IDX = ZERO
              IF WS-FIELD-COUNT < 70
                 ADD 1 TO WS-FIELD-COUNT
                 MOVE WS-FIELD-COUNT TO WS-FOUND-IDX
                 MOVE WS-LINE-FIELD TO WS-FT-FIELD(WS-FOUND-IDX)
                 MOVE WS-LINE-TIMESTAMP TO WS-FT-ORIG-TS(WS-FOUND-IDX)
                 MOVE WS-LINE-RESULT
                    TO WS-FT-ORIG-RESULT(WS-FOUND-IDX)
                 MOVE SPACES TO WS-FT-REVAL-TS(WS-FOUND-IDX)
                 MOVE SPACES TO WS-FT-REVAL-RESULT(WS-FOUND-IDX)
                 MOVE 'N' TO WS-FT-EXCEPTION(WS-FOUND-IDX)
                 MOVE ZERO TO WS-FT-CASE-NUMBER(WS-FOUND-IDX)
                 MOVE SPACES TO WS-FT-CASE-STATUS(WS-FOUND-IDX)
              ELSE
                 MOVE 'Y' TO WS-OVERFLOW
              END-IF
           ELSE
              EVALUATE TRUE
                 WHEN WS-LINE-TIMESTAMP = WS-FT-ORIG-TS(WS-FOUND-IDX)
                 WHEN WS-LINE-TIMESTAMP =
                    WS-FT-REVAL-TS(WS-FOUND-IDX)
                    CONTINUE
                 WHEN WS-LINE-TIMESTAMP < WS-FT-ORIG-TS(WS-FOUND-IDX)
                    IF WS-FT-ORIG-TS(WS-FOUND-IDX) >
                       WS-FT-REVAL-TS(WS-FOUND-IDX)
                       OR WS-FT-REVAL-TS(WS-FOUND-IDX) = SPACES
                       MOVE WS-FT-ORIG-TS(WS-FOUND-IDX)
                          TO WS-FT-REVAL-TS(WS-FOUND-IDX)
                       MOVE WS-FT-ORIG-RESULT(WS-FOUND-IDX)
                          TO WS-FT-REVAL-RESULT(WS-FOUND-IDX)
                    END-IF
                    MOVE WS-LINE-TIMESTAMP
                       TO WS-FT-ORIG-TS(WS-FOUND-IDX)
                    MOVE WS-LINE-RESULT
                       TO WS-FT-ORIG-RESULT(WS-FOUND-IDX)
                 WHEN OTHER
                    IF WS-LINE-TIMESTAMP >
                       WS-FT-REVAL-TS(WS-FOUND-IDX)
                       OR WS-FT-REVAL-TS(WS-FOUND-IDX) = SPACES
                       MOVE WS-LINE-TIMESTAMP
                          TO WS-FT-REVAL-TS(WS-FOUND-IDX)
                       MOVE WS-LINE-RESULT
                          TO WS-FT-REVAL-RESULT(WS-FOUND-IDX)
                    END-IF
              END-EVALUATE
           END-IF.

      * The case opened off the original failure carries the same
      * submission id, field and timestamp as the audit line. A
      * revalidation that fails opens a case of its own, but the
      * answer reports the case the original exception became --
      * that is the one batchval posts each outcome back to. CASES.DAT
      * is keyed by case number only, hence the full pass.
       SCAN-CASES.
           OPEN INPUT CASE-FILE.
           IF CASE-FILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CASE-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF CASE-SUBMISSION-ID = WS-SUBMISSION-ID
                          PERFORM MATCH-ONE-CASE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASE-FILE
           END-IF.

       MATCH-ONE-CASE.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
              UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
              IF WS-FT-FIELD(WS-FIELD-IDX) = CASE-FIELD-NAME
                 AND WS-FT-ORIG-TS(WS-FIELD-IDX) = CASE-TIMESTAMP
                 MOVE 'Y' TO WS-FT-EXCEPTION(WS-FIELD-IDX)
                 MOVE CASE-NUMBER TO WS-FT-CASE-NUMBER(WS-FIELD-IDX)
                 MOVE CASE-STATUS TO WS-FT-CASE-STATUS(WS-FIELD-IDX)
              END-IF
           END-PERFORM.

      * A case closed long enough ago has been moved off CASES.DAT
      * by casearch; the archive keeps the case image as it stood
      * and is keyed on the submission id, so it is one keyed start.
       SCAN-ARCHIVED-CASES.
           OPEN INPUT CASE-ARCHIVE-FILE.
           IF CASE-ARCHIVE-FILE-STATUS = "00"
              MOVE WS-SUBMISSION-ID TO CASA-SUBMISSION-ID
              START CASE-ARCHIVE-FILE KEY IS = CASA-SUBMISSION-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CASE-ARCHIVE-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF CASA-SUBMISSION-ID NOT = WS-SUBMISSION-ID
                          MOVE 'Y' TO WS-EOF
                       ELSE
                          MOVE CASA-CASE-IMAGE TO CASE-RECORD
                          PERFORM MATCH-ONE-CASE
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE CASE-ARCHIVE-FILE
           END-IF.

      * A failure taken since the last intake is an exception with
      * no case number yet; it shows as QUEUED so the caller is not
      * told it was never picked up.
       SCAN-EXCEPTION-QUEUE.
           OPEN INPUT EXCEPTION-FILE.
           IF EXCEPTION-FILE-STATUS = "00"
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ EXCEPTION-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF EXC-SUBMISSION-ID = WS-SUBMISSION-ID
                          PERFORM MATCH-ONE-EXCEPTION
                       END-IF
                 END-READ
              END-PERFORM
              CLOSE EXCEPTION-FILE
           END-IF.

       MATCH-ONE-EXCEPTION.
           PERFORM VARYING WS-FIELD-IDX FROM 1 BY 1
              UNTIL WS-FIELD-IDX > WS-FIELD-COUNT
              IF WS-FT-FIELD(WS-FIELD-IDX) = EXC-FIELD-NAME
                 AND WS-FT-ORIG-TS(WS-FIELD-IDX) = EXC-TIMESTAMP
                 AND WS-FT-CASE-NUMBER(WS-FIELD-IDX) = ZERO
                 MOVE 'Y' TO WS-FT-EXCEPTION(WS-FIELD-IDX)
                 MOVE "QUEUED" TO WS-FT-CASE-STATUS(WS-FIELD-IDX)
              END-IF
           END-PERFORM.

       FORMAT-ONE-FIELD.
           MOVE WS-FT-CASE-NUMBER(WS-FIELD-IDX) TO WS-CASE-TEXT.
           IF WS-FT-REVAL-RESULT(WS-FIELD-IDX) = SPACES
              MOVE "NONE" TO WS-FT-REVAL-RESULT(WS-FIELD-IDX)
           END-IF.
           STRING WS-FT-FIELD(WS-FIELD-IDX) DELIMITED BY SPACE
              ":" WS-FT-ORIG-RESULT(WS-FIELD-IDX) DELIMITED BY SIZE
              ":EXC=" WS-FT-EXCEPTION(WS-FIELD-IDX) DELIMITED BY SIZE
              ":CASE=" WS-CASE-TEXT DELIMITED BY SIZE
              ":STATUS=" DELIMITED BY SIZE
              WS-FT-CASE-STATUS(WS-FIELD-IDX) DELIMITED BY SPACE
              ":REVAL=" DELIMITED BY SIZE
              WS-FT-REVAL-RESULT(WS-FIELD-IDX) DELIMITED BY SPACE
              ";" DELIMITED BY SIZE
              INTO WS-RESPONSE
              WITH POINTER WS-RESPONSE-POINTER.
