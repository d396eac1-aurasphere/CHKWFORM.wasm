       IDENTIFICATION DIVISION.
        PROGRAM-ID. archrorg.
      * One-off reorganisation of the audit archive onto its current
      * key structure. AUDARCH.DAT now carries an alternate key on
      * the submission id, and an archive built before that cannot
      * be opened under the new definition. The operator renames
      * the old archive to AUDARCH.OLD and runs this job, which reads
      * it in primary-key order and writes every record into a fresh
      * AUDARCH.DAT, so the alternate index is built as it goes.
      * The job refuses to run over an AUDARCH.DAT that is already
      * there -- it only ever builds a new file, never replaces one.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT OLD-ARCHIVE-FILE ASSIGN TO "AUDARCH.OLD"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS OLD-ARCH-KEY
                FILE STATUS IS OLD-ARCHIVE-FILE-STATUS.
            SELECT ARCHIVE-FILE ASSIGN TO "AUDARCH.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARCH-KEY
                ALTERNATE RECORD KEY IS ARCH-SUBMISSION-ID
                   WITH DUPLICATES
                FILE STATUS IS ARCHIVE-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
      * The old file holds the same ARCHIVE-RECORD image; only its
      * key is named here, the rest rides across as one block.
        FD  OLD-ARCHIVE-FILE.
       01 OLD-ARCHIVE-RECORD.
           05 OLD-ARCH-KEY        PIC X(33).
           05 FILLER              PIC X(46).
        FD  ARCHIVE-FILE.
           COPY "ARCHREC.cpy".
        WORKING-STORAGE SECTION.
       01 OLD-ARCHIVE-FILE-STATUS PIC X(2).
       01 ARCHIVE-FILE-STATUS   PIC X(2).
       01 WS-EOF                PIC X     VALUE 'N'.
       01 WS-READ-COUNT         PIC 9(9)  VALUE ZERO.
       01 WS-WRITE-COUNT        PIC 9(9)  VALUE ZERO.
       01 WS-REJECT-COUNT       PIC 9(9)  VALUE ZERO.
        PROCEDURE DIVISION.
           OPEN INPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "35"
              IF ARCHIVE-FILE-STATUS = "00"
                 CLOSE ARCHIVE-FILE
              END-IF
              DISPLAY "archrorg: AUDARCH.DAT already exists (status "
                 ARCHIVE-FILE-STATUS "); rename it to AUDARCH.OLD "
                 "first"
              STOP RUN
           END-IF.

           OPEN INPUT OLD-ARCHIVE-FILE.
           IF OLD-ARCHIVE-FILE-STATUS NOT = "00"
              DISPLAY "archrorg: unable to open AUDARCH.OLD, status "
                 OLD-ARCHIVE-FILE-STATUS
              STOP RUN
           END-IF.
           OPEN OUTPUT ARCHIVE-FILE.
           IF ARCHIVE-FILE-STATUS NOT = "00"
              DISPLAY "archrorg: unable to create AUDARCH.DAT, status "
                 ARCHIVE-FILE-STATUS
              CLOSE OLD-ARCHIVE-FILE
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF = 'Y'
              READ OLD-ARCHIVE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-EOF
                 NOT AT END
                    ADD 1 TO WS-READ-COUNT
                    PERFORM COPY-ONE-RECORD
              END-READ
           END-PERFORM.

           CLOSE OLD-ARCHIVE-FILE.
           CLOSE ARCHIVE-FILE.
           DISPLAY "archrorg: " WS-READ-COUNT " read, "
              WS-WRITE-COUNT " written, "
              WS-REJECT-COUNT " rejected".
           IF WS-READ-COUNT NOT = WS-WRITE-COUNT
              DISPLAY "archrorg: counts differ; keep AUDARCH.OLD and "
                 "investigate before removing it"
           END-IF.
           STOP RUN.

      * The old file was read in key order, so a write can only fail
      * on a damaged record; it is counted and reported, never
      * silently dropped.
       COPY-ONE-RECORD.
           MOVE OLD-ARCHIVE-RECORD TO ARCHIVE-RECORD.
           WRITE ARCHIVE-RECORD
              INVALID KEY
                 ADD 1 TO WS-REJECT-COUNT
                 DISPLAY "archrorg: write failed for " ARCH-KEY
                    ", status " ARCHIVE-FILE-STATUS
              NOT INVALID KEY
                 ADD 1 TO WS-WRITE-COUNT
           END-WRITE.
