       IDENTIFICATION DIVISION.
        PROGRAM-ID. caselook.
      * Read-only lookup against the CASEARCH.DAT closed-case
      * archive casearch builds: an analyst working an audit or a
      * dispute enters a case number, or a submission ID to see
      * every archived case raised against that form, and gets the
      * full case image -- status, the failed value with its
      * decimals, the bounds and result it failed on, when it was
      * opened, worked and archived, and by whom. The archive is
      * opened for input only; nothing here can change a case.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CASE-ARCHIVE-FILE ASSIGN TO "CASEARCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS CASA-NUMBER
                ALTERNATE RECORD KEY IS CASA-SUBMISSION-ID
                   WITH DUPLICATES
                FILE STATUS IS CASE-ARCHIVE-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CASE-ARCHIVE-FILE.
           COPY "CASAREC.cpy".
        WORKING-STORAGE SECTION.
       01 CASE-ARCHIVE-FILE-STATUS PIC X(2).
       01 WS-ACTION           PIC X.
       01 WS-DONE             PIC X     VALUE 'N'.
       01 WS-EOF              PIC X.
       01 WS-KEY-TEXT         PIC X(9).
       01 WS-SUBMISSION-ID    PIC 9(9).
       01 WS-MATCH-COUNT      PIC 9(9).
       01 WS-INPUT-DISPLAY    PIC X(12).
       01 WS-HIGHER-DISPLAY   PIC X(12).
       01 WS-LOWER-DISPLAY    PIC X(12).
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
        PROCEDURE DIVISION.
           DISPLAY "caselook: closed-case archive lookup".
           OPEN INPUT CASE-ARCHIVE-FILE.
           IF CASE-ARCHIVE-FILE-STATUS NOT = "00"
              DISPLAY "caselook: unable to open CASEARCH.DAT, status "
                 CASE-ARCHIVE-FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM UNTIL WS-DONE = 'Y'
              DISPLAY "C case number, S submission ID, Q quit: "
                 WITH NO ADVANCING
              ACCEPT WS-ACTION
              EVALUATE WS-ACTION
                 WHEN 'C'
                 WHEN 'c'
                    PERFORM LOOKUP-BY-CASE
                 WHEN 'S'
                 WHEN 's'
                    PERFORM LOOKUP-BY-SUBMISSION
                 WHEN 'Q'
                 WHEN 'q'
                    MOVE 'Y' TO WS-DONE
                 WHEN OTHER
                    DISPLAY "caselook: unknown action"
              END-EVALUATE
           END-PERFORM.
           CLOSE CASE-ARCHIVE-FILE.
           STOP RUN.

       LOOKUP-BY-CASE.
           DISPLAY "case number: " WITH NO ADVANCING.
           ACCEPT WS-KEY-TEXT.
           IF FUNCTION TEST-NUMVAL(WS-KEY-TEXT) NOT = ZERO
              OR WS-KEY-TEXT = SPACES
              DISPLAY "caselook: case number must be numeric"
           ELSE
              COMPUTE CASA-NUMBER = FUNCTION NUMVAL(WS-KEY-TEXT)
              READ CASE-ARCHIVE-FILE
                 KEY IS CASA-NUMBER
                 INVALID KEY
                    DISPLAY "caselook: case " CASA-NUMBER
                       " is not in the archive; a case still on "
                       "CASES.DAT is shown by casemgr"
                 NOT INVALID KEY
                    PERFORM SHOW-ARCHIVED-CASE
              END-READ
           END-IF.

      * A form can fail on several fields, and a resubmission that
      * failed again keeps the same submission ID, so one ID can
      * lead to several archived cases; they come back in the
      * order they were archived under the alternate key.
       LOOKUP-BY-SUBMISSION.
           DISPLAY "submission ID: " WITH NO ADVANCING.
           ACCEPT WS-KEY-TEXT.
           IF FUNCTION TEST-NUMVAL(WS-KEY-TEXT) NOT = ZERO
              OR WS-KEY-TEXT = SPACES
              DISPLAY "caselook: submission ID must be numeric"
           ELSE
              COMPUTE WS-SUBMISSION-ID = FUNCTION NUMVAL(WS-KEY-TEXT)
              MOVE WS-SUBMISSION-ID TO CASA-SUBMISSION-ID
              MOVE ZERO TO WS-MATCH-COUNT
              MOVE 'N' TO WS-EOF
              START CASE-ARCHIVE-FILE KEY IS = CASA-SUBMISSION-ID
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CASE-ARCHIVE-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF CASA-SUBMISSION-ID NOT = WS-SUBMISSION-ID
                          MOVE 'Y' TO WS-EOF
                       ELSE
                          ADD 1 TO WS-MATCH-COUNT
                          PERFORM SHOW-ARCHIVED-CASE
                       END-IF
                 END-READ
              END-PERFORM
              DISPLAY "caselook: " WS-MATCH-COUNT
                 " archived case(s) for submission " WS-SUBMISSION-ID
           END-IF.

       SHOW-ARCHIVED-CASE.
           CALL "amtfmt" USING CASA-INPUT, CASA-DECIMALS,
              WS-INPUT-DISPLAY.
           CALL "amtfmt" USING CASA-HIGHER, CASA-DECIMALS,
              WS-HIGHER-DISPLAY.
           CALL "amtfmt" USING CASA-LOWER, CASA-DECIMALS,
              WS-LOWER-DISPLAY.
           CALL "flddesc" USING CASA-FIELD-NAME, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           DISPLAY "case " CASA-NUMBER " " CASA-STATUS
              " division " CASA-DIVISION
              " submission " CASA-SUBMISSION-ID.
           DISPLAY "  field  " CASA-FIELD-NAME " "
              WS-DICT-DESCRIPTION.
           DISPLAY "  input  " FUNCTION TRIM(WS-INPUT-DISPLAY)
              "  bounds " FUNCTION TRIM(WS-LOWER-DISPLAY)
              " to " FUNCTION TRIM(WS-HIGHER-DISPLAY)
              "  result " CASA-RESULT-CODE.
           DISPLAY "  failed " CASA-TIMESTAMP
              "  opened " CASA-OPENED
              "  worked " CASA-WORKED " by " CASA-OPERATOR.
           DISPLAY "  archived " CASA-ARCHIVED.
