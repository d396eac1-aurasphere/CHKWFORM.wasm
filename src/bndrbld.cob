       IDENTIFICATION DIVISION.
        PROGRAM-ID. bndrbld.
      * Point-in-time recovery for the BOUNDS.DAT bounds master out
      * of the BNDHIST.LOG journal bndmaint and bndload write. The
      * journal is replayed in order onto either a backup copy of
      * the master (BOUNDS.BKP, with the moment it was taken, so
      * only the journal lines after it are replayed) or onto an
      * empty master, stopping at a chosen timestamp. ADD and LOAD
      * lines write their row, CHANGE lines rewrite it to the after
      * image, EXPIRE lines delete it; REJECT lines never touched
      * the master and are skipped. Where the master being rebuilt
      * does not hold what the journal line expects -- a CHANGE
      * whose before image differs, an ADD over a row already there
      * -- the after image is applied anyway, since the journal is
      * the record of what was approved, and the line is flagged.
      * Every journal line appears on BNDRBLD.RPT as applied or
      * skipped, with the reason.
      * Rebuild mode then, on the operator's confirmation, saves the
      * live master to BOUNDS.SAV, replaces BOUNDS.DAT with the
      * rebuilt image and journals each row that moved as an
      * ordinary ADD/CHANGE/EXPIRE line, so a later replay through
      * this rebuild still arrives at the right master. Compare
      * mode replays to the end of the journal and prints every row
      * where the live master and the journal disagree -- the trace
      * of a change made outside bndmaint and bndload -- without
      * writing anything but the report.
      * Replacing the master needs the senior role as well as the
      * maint role; a compare needs the maint role only.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT HISTORY-FILE ASSIGN TO "BNDHIST.LOG"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS HISTORY-FILE-STATUS.
            SELECT WORK-FILE ASSIGN TO "BNDRBLD.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BOUNDS-KEY
                FILE STATUS IS WORK-FILE-STATUS.
            SELECT BACKUP-FILE ASSIGN TO "BOUNDS.BKP"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS BKP-KEY
                FILE STATUS IS BACKUP-FILE-STATUS.
            SELECT LIVE-FILE ASSIGN TO "BOUNDS.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS LIVE-KEY
                FILE STATUS IS LIVE-FILE-STATUS.
            SELECT SAVE-FILE ASSIGN TO "BOUNDS.SAV"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS SEQUENTIAL
                RECORD KEY IS SAVE-KEY
                FILE STATUS IS SAVE-FILE-STATUS.
            SELECT REPORT-FILE ASSIGN TO "BNDRBLD.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
                FILE STATUS IS REPORT-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  HISTORY-FILE.
           COPY "BNDHREC.cpy".
      * The master being rebuilt carries the BOUNDS-RECORD names;
      * the backup, the live master and the saved copy are the same
      * record under their own names.
        FD  WORK-FILE.
           COPY "BOUNDSREC.cpy".
        FD  BACKUP-FILE.
       01 BKP-RECORD.
           05 BKP-KEY.
               10 BKP-FIELD-NAME    PIC X(15).
               10 BKP-DIVISION      PIC 9(3).
               10 BKP-EFF-DATE      PIC 9(8).
           05 BKP-HIGHER            PIC S9(9) BINARY.
           05 BKP-LOWER             PIC S9(9) BINARY.
           05 BKP-WARN-HIGHER       PIC S9(9) BINARY.
           05 BKP-WARN-LOWER        PIC S9(9) BINARY.
           05 BKP-DECIMALS          PIC 9.
        FD  LIVE-FILE.
       01 LIVE-RECORD.
           05 LIVE-KEY.
               10 LIVE-FIELD-NAME   PIC X(15).
               10 LIVE-DIVISION     PIC 9(3).
               10 LIVE-EFF-DATE     PIC 9(8).
           05 LIVE-HIGHER           PIC S9(9) BINARY.
           05 LIVE-LOWER            PIC S9(9) BINARY.
           05 LIVE-WARN-HIGHER      PIC S9(9) BINARY.
           05 LIVE-WARN-LOWER       PIC S9(9) BINARY.
           05 LIVE-DECIMALS         PIC 9.
        FD  SAVE-FILE.
       01 SAVE-RECORD.
           05 SAVE-KEY.
               10 SAVE-FIELD-NAME   PIC X(15).
               10 SAVE-DIVISION     PIC 9(3).
               10 SAVE-EFF-DATE     PIC 9(8).
           05 SAVE-HIGHER           PIC S9(9) BINARY.
           05 SAVE-LOWER            PIC S9(9) BINARY.
           05 SAVE-WARN-HIGHER      PIC S9(9) BINARY.
           05 SAVE-WARN-LOWER       PIC S9(9) BINARY.
           05 SAVE-DECIMALS         PIC 9.
        FD  REPORT-FILE.
       01 REPORT-LINE       PIC X(160).
        WORKING-STORAGE SECTION.
       01 HISTORY-FILE-STATUS PIC X(2).
       01 WORK-FILE-STATUS    PIC X(2).
       01 BACKUP-FILE-STATUS  PIC X(2).
       01 LIVE-FILE-STATUS    PIC X(2).
       01 SAVE-FILE-STATUS    PIC X(2).
       01 REPORT-FILE-STATUS  PIC X(2).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-MAINT-ROLE       PIC X.
       01 WS-APPROVE-ROLE     PIC X.
       01 WS-CASE-ROLE        PIC X.
       01 WS-SENIOR-ROLE      PIC X.
       01 WS-SIGNON-OK        PIC X.
       01 WS-MODE             PIC X.
       01 WS-BASE             PIC X.
       01 WS-CONFIRM          PIC X.
       01 WS-TIMESTAMP-TEXT   PIC X(14).
       01 WS-CUTOFF-TS        PIC X(14).
       01 WS-BACKUP-TS        PIC X(14) VALUE LOW-VALUES.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-OLD-EOF          PIC X     VALUE 'N'.
       01 WS-NEW-EOF          PIC X     VALUE 'N'.
       01 WS-RUN-OK           PIC X     VALUE 'Y'.
       01 WS-REPLAY-RESULT    PIC X(8).
       01 WS-REPLAY-NOTE      PIC X(40).
       01 WS-BASE-COUNT       PIC 9(9)  VALUE ZERO.
       01 WS-JOURNAL-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-APPLIED-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-FLAGGED-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-SKIPPED-COUNT    PIC 9(9)  VALUE ZERO.
       01 WS-ROW-COUNT        PIC 9(9)  VALUE ZERO.
       01 WS-DIFF-COUNT       PIC 9(9)  VALUE ZERO.
      * The journal line being replayed, with the late-added columns
      * (warn band, decimals, division) forced to zero on lines
      * written before those columns existed.
       01 WS-J-DIVISION       PIC 9(3).
       01 WS-J-OLD-HIGHER     PIC S9(9).
       01 WS-J-OLD-LOWER      PIC S9(9).
       01 WS-J-NEW-HIGHER     PIC S9(9).
       01 WS-J-NEW-LOWER      PIC S9(9).
       01 WS-J-OLD-WARN-HIGHER PIC S9(9).
       01 WS-J-OLD-WARN-LOWER  PIC S9(9).
       01 WS-J-NEW-WARN-HIGHER PIC S9(9).
       01 WS-J-NEW-WARN-LOWER  PIC S9(9).
       01 WS-J-OLD-DECIMALS   PIC 9.
       01 WS-J-NEW-DECIMALS   PIC 9.
      * The "before" side of a master-against-master walk: the live
      * master in compare mode, the saved pre-rebuild copy in
      * rebuild mode.
       01 WS-OLD-ROW.
           05 WS-OLD-KEY.
               10 WS-OLD-FIELD-NAME PIC X(15).
               10 WS-OLD-DIVISION   PIC 9(3).
               10 WS-OLD-EFF-DATE   PIC 9(8).
           05 WS-OLD-HIGHER         PIC S9(9) BINARY.
           05 WS-OLD-LOWER          PIC S9(9) BINARY.
           05 WS-OLD-WARN-HIGHER    PIC S9(9) BINARY.
           05 WS-OLD-WARN-LOWER     PIC S9(9) BINARY.
           05 WS-OLD-DECIMALS       PIC 9.
       01 WS-NEW-ROW.
           05 WS-NEW-KEY.
               10 WS-NEW-FIELD-NAME PIC X(15).
               10 WS-NEW-DIVISION   PIC 9(3).
               10 WS-NEW-EFF-DATE   PIC 9(8).
           05 WS-NEW-HIGHER         PIC S9(9) BINARY.
           05 WS-NEW-LOWER          PIC S9(9) BINARY.
           05 WS-NEW-WARN-HIGHER    PIC S9(9) BINARY.
           05 WS-NEW-WARN-LOWER     PIC S9(9) BINARY.
           05 WS-NEW-DECIMALS       PIC 9.
      * The side not being journaled is read ahead; it is held
      * here while its row is borrowed for the history line.
       01 WS-HOLD-ROW.
           05 WS-HOLD-KEY           PIC X(26).
           05 WS-HOLD-HIGHER        PIC S9(9) BINARY.
           05 WS-HOLD-LOWER         PIC S9(9) BINARY.
           05 WS-HOLD-WARN-HIGHER   PIC S9(9) BINARY.
           05 WS-HOLD-WARN-LOWER    PIC S9(9) BINARY.
           05 WS-HOLD-DECIMALS      PIC 9.
       01 WS-IMAGE-HIGHER     PIC S9(9).
       01 WS-IMAGE-LOWER      PIC S9(9).
       01 WS-IMAGE-WARN-HIGHER PIC S9(9).
       01 WS-IMAGE-WARN-LOWER  PIC S9(9).
       01 WS-IMAGE-DECIMALS   PIC 9.
       01 WS-IMAGE-TEXT       PIC X(80).
       01 WS-OLD-IMAGE-TEXT   PIC X(80).
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
       01 WS-HIGHER-DISPLAY   PIC X(12).
       01 WS-LOWER-DISPLAY    PIC X(12).
       01 WS-WARN-HIGHER-DISPLAY PIC X(12).
       01 WS-WARN-LOWER-DISPLAY  PIC X(12).
       01 WS-REBUILD-REASON   PIC X(30).
        PROCEDURE DIVISION.
           DISPLAY "bndrbld: bounds master rebuild from journal".
           CALL "opsignon" USING WS-OPERATOR-ID, WS-MAINT-ROLE,
              WS-APPROVE-ROLE, WS-CASE-ROLE, WS-SENIOR-ROLE,
              WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF.
           IF WS-MAINT-ROLE NOT = 'Y'
              DISPLAY "bndrbld: maint role required"
              STOP RUN
           END-IF.

           DISPLAY "mode (R=rebuild C=compare): " WITH NO ADVANCING.
           ACCEPT WS-MODE.
           MOVE FUNCTION UPPER-CASE(WS-MODE) TO WS-MODE.
           IF WS-MODE NOT = 'R' AND WS-MODE NOT = 'C'
              DISPLAY "bndrbld: unknown mode " WS-MODE
              STOP RUN
           END-IF.
           IF WS-MODE = 'R' AND WS-SENIOR-ROLE NOT = 'Y'
              DISPLAY "bndrbld: senior role required to rebuild"
              STOP RUN
           END-IF.

           DISPLAY "base (B=BOUNDS.BKP E=empty): " WITH NO ADVANCING.
           ACCEPT WS-BASE.
           MOVE FUNCTION UPPER-CASE(WS-BASE) TO WS-BASE.
           IF WS-BASE NOT = 'B' AND WS-BASE NOT = 'E'
              DISPLAY "bndrbld: unknown base " WS-BASE
              STOP RUN
           END-IF.
      * The backup already holds every change journaled up to the
      * moment it was taken; replaying those again would flag every
      * one of them as a clash.
           IF WS-BASE = 'B'
              DISPLAY "backup taken at (YYYYMMDDHHMMSS): "
                 WITH NO ADVANCING
              ACCEPT WS-TIMESTAMP-TEXT
              PERFORM EDIT-TIMESTAMP
              IF WS-RUN-OK = 'N'
                 STOP RUN
              END-IF
              MOVE WS-TIMESTAMP-TEXT TO WS-BACKUP-TS
           END-IF.
           IF WS-MODE = 'R'
              DISPLAY "replay up to (YYYYMMDDHHMMSS or YYYYMMDD, "
                 "blank=end of journal): " WITH NO ADVANCING
              ACCEPT WS-TIMESTAMP-TEXT
              IF WS-TIMESTAMP-TEXT = SPACES
                 MOVE HIGH-VALUES TO WS-CUTOFF-TS
              ELSE
                 PERFORM EDIT-TIMESTAMP
                 IF WS-RUN-OK = 'N'
                    STOP RUN
                 END-IF
                 MOVE WS-TIMESTAMP-TEXT TO WS-CUTOFF-TS
              END-IF
           ELSE
              MOVE HIGH-VALUES TO WS-CUTOFF-TS
           END-IF.

           OPEN OUTPUT REPORT-FILE.
           IF REPORT-FILE-STATUS NOT = "00"
              DISPLAY "bndrbld: unable to open BNDRBLD.RPT, status "
                 REPORT-FILE-STATUS
              STOP RUN
           END-IF.
           PERFORM WRITE-REPORT-HEADING.

           PERFORM BUILD-WORK-MASTER.
           IF WS-RUN-OK = 'Y'
              PERFORM REPLAY-JOURNAL
           END-IF.
           IF WS-RUN-OK = 'Y'
              PERFORM WRITE-REPLAY-TOTALS
              IF WS-MODE = 'C'
                 PERFORM COMPARE-WITH-LIVE
              ELSE
                 PERFORM CONFIRM-AND-REPLACE
              END-IF
           END-IF.

           CLOSE REPORT-FILE.
           IF WS-RUN-OK = 'Y'
              DISPLAY "bndrbld: " WS-APPLIED-COUNT " applied, "
                 WS-FLAGGED-COUNT " flagged, " WS-SKIPPED-COUNT
                 " skipped, " WS-DIFF-COUNT
                 " difference(s); report in BNDRBLD.RPT"
           ELSE
              DISPLAY "bndrbld: run stopped; see BNDRBLD.RPT"
           END-IF.
           STOP RUN.

      * A bare date means the end of that day.
       EDIT-TIMESTAMP.
           IF WS-TIMESTAMP-TEXT(9:6) = SPACES
              MOVE "235959" TO WS-TIMESTAMP-TEXT(9:6)
           END-IF.
           IF WS-TIMESTAMP-TEXT IS NOT NUMERIC
              DISPLAY "bndrbld: timestamp must be YYYYMMDDHHMMSS"
              MOVE 'N' TO WS-RUN-OK
           END-IF.

       WRITE-REPORT-HEADING.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MODE = 'R'
              STRING "BOUNDS MASTER REBUILD FROM BNDHIST.LOG BY "
                 WS-OPERATOR-ID DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "BOUNDS MASTER COMPARE AGAINST BNDHIST.LOG BY "
                 WS-OPERATOR-ID DELIMITED BY SIZE INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-BASE = 'B'
              STRING "BASE BOUNDS.BKP TAKEN AT " WS-BACKUP-TS
                 DELIMITED BY SIZE INTO REPORT-LINE
           ELSE
              STRING "BASE EMPTY MASTER" DELIMITED BY SIZE
                 INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-CUTOFF-TS = HIGH-VALUES
              STRING "REPLAY TO END OF JOURNAL" DELIMITED BY SIZE
                 INTO REPORT-LINE
           ELSE
              STRING "REPLAY UP TO " WS-CUTOFF-TS DELIMITED BY SIZE
                 INTO REPORT-LINE
           END-IF.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * The work master is always started fresh, so a rerun never
      * replays onto the leftovers of an earlier attempt.
       BUILD-WORK-MASTER.
           OPEN OUTPUT WORK-FILE.
           IF WORK-FILE-STATUS NOT = "00"
              DISPLAY "bndrbld: unable to create BNDRBLD.DAT, status "
                 WORK-FILE-STATUS
              MOVE 'N' TO WS-RUN-OK
           ELSE
              CLOSE WORK-FILE
              OPEN I-O WORK-FILE
           END-IF.
           IF WS-RUN-OK = 'Y' AND WS-BASE = 'B'
              PERFORM LOAD-BACKUP
           END-IF.

       LOAD-BACKUP.
           OPEN INPUT BACKUP-FILE.
           IF BACKUP-FILE-STATUS NOT = "00"
              DISPLAY "bndrbld: unable to open BOUNDS.BKP, status "
                 BACKUP-FILE-STATUS
              MOVE 'N' TO WS-RUN-OK
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ BACKUP-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE BKP-RECORD TO BOUNDS-RECORD
                       WRITE BOUNDS-RECORD
                          INVALID KEY
                             DISPLAY "bndrbld: backup row rejected, "
                                "status " WORK-FILE-STATUS
                             MOVE 'N' TO WS-RUN-OK
                          NOT INVALID KEY
                             ADD 1 TO WS-BASE-COUNT
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE BACKUP-FILE
              MOVE SPACES TO REPORT-LINE
              STRING "BASE ROWS LOADED FROM BOUNDS.BKP=" WS-BASE-COUNT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           END-IF.

       REPLAY-JOURNAL.
           OPEN INPUT HISTORY-FILE.
           IF HISTORY-FILE-STATUS NOT = "00"
              DISPLAY "bndrbld: unable to open BNDHIST.LOG, status "
                 HISTORY-FILE-STATUS
              MOVE 'N' TO WS-RUN-OK
           ELSE
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ HISTORY-FILE
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       ADD 1 TO WS-JOURNAL-COUNT
                       PERFORM REPLAY-ONE-LINE
                 END-READ
              END-PERFORM
              CLOSE HISTORY-FILE
           END-IF.

       REPLAY-ONE-LINE.
           PERFORM NORMALISE-JOURNAL-LINE.
           MOVE SPACES TO WS-REPLAY-NOTE.
           MOVE BNDH-FIELD-NAME TO BOUNDS-FIELD-NAME.
           MOVE WS-J-DIVISION   TO BOUNDS-DIVISION.
           MOVE BNDH-EFF-DATE   TO BOUNDS-EFF-DATE.
           EVALUATE TRUE
              WHEN BNDH-TIMESTAMP <= WS-BACKUP-TS
                 MOVE "SKIPPED" TO WS-REPLAY-RESULT
                 MOVE "ALREADY IN BACKUP" TO WS-REPLAY-NOTE
              WHEN BNDH-TIMESTAMP > WS-CUTOFF-TS
                 MOVE "SKIPPED" TO WS-REPLAY-RESULT
                 MOVE "AFTER CUT-OFF" TO WS-REPLAY-NOTE
              WHEN BNDH-ACTION = "ADD   "
              WHEN BNDH-ACTION = "LOAD  "
                 PERFORM REPLAY-ADD
              WHEN BNDH-ACTION = "CHANGE"
                 PERFORM REPLAY-CHANGE
              WHEN BNDH-ACTION = "EXPIRE"
                 PERFORM REPLAY-EXPIRE
              WHEN BNDH-ACTION = "REJECT"
                 MOVE "SKIPPED" TO WS-REPLAY-RESULT
                 MOVE "REJECTED CHANGE, NEVER APPLIED"
                    TO WS-REPLAY-NOTE
              WHEN OTHER
                 MOVE "SKIPPED" TO WS-REPLAY-RESULT
                 MOVE "UNKNOWN ACTION" TO WS-REPLAY-NOTE
           END-EVALUATE.
           EVALUATE TRUE
              WHEN WS-REPLAY-RESULT = "SKIPPED"
                 ADD 1 TO WS-SKIPPED-COUNT
              WHEN WS-REPLAY-NOTE NOT = SPACES
                 ADD 1 TO WS-FLAGGED-COUNT
              WHEN OTHER
                 ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.
           MOVE WS-J-NEW-HIGHER      TO WS-IMAGE-HIGHER.
           MOVE WS-J-NEW-LOWER       TO WS-IMAGE-LOWER.
           MOVE WS-J-NEW-WARN-HIGHER TO WS-IMAGE-WARN-HIGHER.
           MOVE WS-J-NEW-WARN-LOWER  TO WS-IMAGE-WARN-LOWER.
           MOVE WS-J-NEW-DECIMALS    TO WS-IMAGE-DECIMALS.
           PERFORM FORMAT-IMAGE.
           MOVE SPACES TO REPORT-LINE.
           STRING WS-REPLAY-RESULT " " BNDH-TIMESTAMP
              " " BNDH-ACTION " " BNDH-FIELD-NAME
              " DIV=" WS-J-DIVISION " " BNDH-EFF-DATE
              " " WS-IMAGE-TEXT
              " " WS-REPLAY-NOTE
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

      * Lines from before the division, warn band and decimals
      * columns were appended read those columns back as spaces.
       NORMALISE-JOURNAL-LINE.
           IF BNDH-DIVISION IS NUMERIC
              MOVE BNDH-DIVISION TO WS-J-DIVISION
           ELSE
              MOVE ZERO TO WS-J-DIVISION
           END-IF.
           MOVE BNDH-OLD-HIGHER TO WS-J-OLD-HIGHER.
           MOVE BNDH-OLD-LOWER  TO WS-J-OLD-LOWER.
           MOVE BNDH-NEW-HIGHER TO WS-J-NEW-HIGHER.
           MOVE BNDH-NEW-LOWER  TO WS-J-NEW-LOWER.
           MOVE ZERO TO WS-J-OLD-WARN-HIGHER.
           MOVE ZERO TO WS-J-OLD-WARN-LOWER.
           MOVE ZERO TO WS-J-NEW-WARN-HIGHER.
           MOVE ZERO TO WS-J-NEW-WARN-LOWER.
           MOVE ZERO TO WS-J-OLD-DECIMALS.
           MOVE ZERO TO WS-J-NEW-DECIMALS.
           IF BNDH-OLD-WARN-HIGHER IS NUMERIC
              MOVE BNDH-OLD-WARN-HIGHER TO WS-J-OLD-WARN-HIGHER
           END-IF.
           IF BNDH-OLD-WARN-LOWER IS NUMERIC
              MOVE BNDH-OLD-WARN-LOWER TO WS-J-OLD-WARN-LOWER
           END-IF.
           IF BNDH-NEW-WARN-HIGHER IS NUMERIC
              MOVE BNDH-NEW-WARN-HIGHER TO WS-J-NEW-WARN-HIGHER
           END-IF.
           IF BNDH-NEW-WARN-LOWER IS NUMERIC
              MOVE BNDH-NEW-WARN-LOWER TO WS-J-NEW-WARN-LOWER
           END-IF.
           IF BNDH-OLD-DECIMALS IS NUMERIC
              MOVE BNDH-OLD-DECIMALS TO WS-J-OLD-DECIMALS
           END-IF.
           IF BNDH-NEW-DECIMALS IS NUMERIC
              MOVE BNDH-NEW-DECIMALS TO WS-J-NEW-DECIMALS
           END-IF.

       REPLAY-ADD.
           MOVE "APPLIED" TO WS-REPLAY-RESULT.
           READ WORK-FILE
              INVALID KEY
                 PERFORM MOVE-AFTER-IMAGE
                 WRITE BOUNDS-RECORD
                    INVALID KEY
                       MOVE "SKIPPED" TO WS-REPLAY-RESULT
                       MOVE "WRITE FAILED" TO WS-REPLAY-NOTE
                 END-WRITE
              NOT INVALID KEY
                 MOVE "ROW ALREADY ON FILE, OVERLAID"
                    TO WS-REPLAY-NOTE
                 PERFORM MOVE-AFTER-IMAGE
                 PERFORM REWRITE-WORK-ROW
           END-READ.

       REPLAY-CHANGE.
           MOVE "APPLIED" TO WS-REPLAY-RESULT.
           READ WORK-FILE
              INVALID KEY
                 MOVE "ROW WAS MISSING, WRITTEN"
                    TO WS-REPLAY-NOTE
                 PERFORM MOVE-AFTER-IMAGE
                 WRITE BOUNDS-RECORD
                    INVALID KEY
                       MOVE "SKIPPED" TO WS-REPLAY-RESULT
                       MOVE "WRITE FAILED" TO WS-REPLAY-NOTE
                 END-WRITE
              NOT INVALID KEY
                 IF BOUNDS-HIGHER NOT = WS-J-OLD-HIGHER
                    OR BOUNDS-LOWER NOT = WS-J-OLD-LOWER
                    OR BOUNDS-WARN-HIGHER NOT = WS-J-OLD-WARN-HIGHER
                    OR BOUNDS-WARN-LOWER NOT = WS-J-OLD-WARN-LOWER
                    OR BOUNDS-DECIMALS NOT = WS-J-OLD-DECIMALS
                    MOVE "BEFORE IMAGE DIFFERED" TO WS-REPLAY-NOTE
                 END-IF
                 PERFORM MOVE-AFTER-IMAGE
                 PERFORM REWRITE-WORK-ROW
           END-READ.

       REPLAY-EXPIRE.
           MOVE "APPLIED" TO WS-REPLAY-RESULT.
           READ WORK-FILE
              INVALID KEY
                 MOVE "SKIPPED" TO WS-REPLAY-RESULT
                 MOVE "ROW NOT ON FILE" TO WS-REPLAY-NOTE
              NOT INVALID KEY
                 DELETE WORK-FILE
                    INVALID KEY
                       MOVE "SKIPPED" TO WS-REPLAY-RESULT
                       MOVE "DELETE FAILED" TO WS-REPLAY-NOTE
                 END-DELETE
           END-READ.

       MOVE-AFTER-IMAGE.
           MOVE BNDH-FIELD-NAME      TO BOUNDS-FIELD-NAME.
           MOVE WS-J-DIVISION        TO BOUNDS-DIVISION.
           MOVE BNDH-EFF-DATE        TO BOUNDS-EFF-DATE.
           MOVE WS-J-NEW-HIGHER      TO BOUNDS-HIGHER.
           MOVE WS-J-NEW-LOWER       TO BOUNDS-LOWER.
           MOVE WS-J-NEW-WARN-HIGHER TO BOUNDS-WARN-HIGHER.
           MOVE WS-J-NEW-WARN-LOWER  TO BOUNDS-WARN-LOWER.
           MOVE WS-J-NEW-DECIMALS    TO BOUNDS-DECIMALS.

       REWRITE-WORK-ROW.
           REWRITE BOUNDS-RECORD
              INVALID KEY
                 MOVE "SKIPPED" TO WS-REPLAY-RESULT
                 MOVE "REWRITE FAILED" TO WS-REPLAY-NOTE
           END-REWRITE.

       WRITE-REPLAY-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "JOURNAL LINES=" WS-JOURNAL-COUNT
              " APPLIED=" WS-APPLIED-COUNT
              " APPLIED WITH FLAG=" WS-FLAGGED-COUNT
              " SKIPPED=" WS-SKIPPED-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      * Compare mode: the rebuilt image is what the audited path
      * says the master holds; every row the live master holds
      * differently was changed some other way.
       COMPARE-WITH-LIVE.
           OPEN INPUT LIVE-FILE.
           IF LIVE-FILE-STATUS NOT = "00"
              DISPLAY "bndrbld: unable to open BOUNDS.DAT, status "
                 LIVE-FILE-STATUS
              MOVE 'N' TO WS-RUN-OK
           ELSE
              PERFORM WALK-MASTERS
              CLOSE LIVE-FILE
              CLOSE WORK-FILE
              PERFORM WRITE-DIFFERENCE-TOTALS
           END-IF.

      * Nothing touches BOUNDS.DAT until the report is on disk and
      * the operator has read the totals and said yes.
       CONFIRM-AND-REPLACE.
           CLOSE REPORT-FILE.
           DISPLAY "bndrbld: replay done -- " WS-APPLIED-COUNT
              " applied, " WS-FLAGGED-COUNT " flagged, "
              WS-SKIPPED-COUNT " skipped; see BNDRBLD.RPT".
           DISPLAY "replace BOUNDS.DAT with the rebuilt master? "
              "(Y/N): " WITH NO ADVANCING.
           ACCEPT WS-CONFIRM.
           OPEN EXTEND REPORT-FILE.
           IF WS-CONFIRM NOT = 'Y' AND WS-CONFIRM NOT = 'y'
              MOVE SPACES TO REPORT-LINE
              STRING "NOT CONFIRMED -- BOUNDS.DAT LEFT UNCHANGED; "
                 "REBUILT IMAGE LEFT IN BNDRBLD.DAT"
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              CLOSE WORK-FILE
           ELSE
              PERFORM SAVE-LIVE-MASTER
              IF WS-RUN-OK = 'Y'
                 PERFORM REPLACE-LIVE-MASTER
              END-IF
              IF WS-RUN-OK = 'Y'
                 PERFORM JOURNAL-REBUILD
              END-IF
           END-IF.

      * The master as it stood before the rebuild is kept whole on
      * BOUNDS.SAV -- the way back if the rebuild itself was wrong.
       SAVE-LIVE-MASTER.
           OPEN INPUT LIVE-FILE.
           IF LIVE-FILE-STATUS = "35"
              OPEN OUTPUT LIVE-FILE
              CLOSE LIVE-FILE
              OPEN INPUT LIVE-FILE
           END-IF.
           IF LIVE-FILE-STATUS NOT = "00"
              DISPLAY "bndrbld: unable to open BOUNDS.DAT, status "
                 LIVE-FILE-STATUS "; master not replaced"
              MOVE 'N' TO WS-RUN-OK
           END-IF.
           IF WS-RUN-OK = 'Y'
              OPEN OUTPUT SAVE-FILE
              IF SAVE-FILE-STATUS NOT = "00"
                 DISPLAY "bndrbld: unable to create BOUNDS.SAV, "
                    "status " SAVE-FILE-STATUS "; master not replaced"
                 MOVE 'N' TO WS-RUN-OK
                 CLOSE LIVE-FILE
              END-IF
           END-IF.
           IF WS-RUN-OK = 'Y'
              MOVE 'N' TO WS-EOF
              PERFORM UNTIL WS-EOF = 'Y'
                 READ LIVE-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE LIVE-RECORD TO SAVE-RECORD
                       WRITE SAVE-RECORD
                          INVALID KEY
                             DISPLAY "bndrbld: save write failed, "
                                "status " SAVE-FILE-STATUS
                             MOVE 'N' TO WS-RUN-OK
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE LIVE-FILE
              CLOSE SAVE-FILE
              IF WS-RUN-OK = 'N'
                 DISPLAY "bndrbld: BOUNDS.SAV incomplete; master "
                    "not replaced"
              END-IF
           END-IF.

       REPLACE-LIVE-MASTER.
           OPEN OUTPUT LIVE-FILE.
           IF LIVE-FILE-STATUS NOT = "00"
              DISPLAY "bndrbld: unable to rewrite BOUNDS.DAT, status "
                 LIVE-FILE-STATUS "; master unchanged"
              MOVE 'N' TO WS-RUN-OK
           ELSE
              MOVE LOW-VALUES TO BOUNDS-KEY
              MOVE 'N' TO WS-EOF
              START WORK-FILE KEY IS NOT < BOUNDS-KEY
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ WORK-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       MOVE BOUNDS-RECORD TO LIVE-RECORD
                       WRITE LIVE-RECORD
                          INVALID KEY
                             DISPLAY "bndrbld: master write failed, "
                                "status " LIVE-FILE-STATUS
                             MOVE 'N' TO WS-RUN-OK
                          NOT INVALID KEY
                             ADD 1 TO WS-ROW-COUNT
                       END-WRITE
                 END-READ
              END-PERFORM
              CLOSE LIVE-FILE
              IF WS-RUN-OK = 'N'
                 DISPLAY "bndrbld: BOUNDS.DAT incomplete -- restore "
                    "it from BOUNDS.SAV"
              ELSE
                 MOVE SPACES TO REPORT-LINE
                 STRING "BOUNDS.DAT REPLACED, ROWS=" WS-ROW-COUNT
                    "; PRIOR MASTER SAVED AS BOUNDS.SAV"
                    DELIMITED BY SIZE INTO REPORT-LINE
                 WRITE REPORT-LINE
              END-IF
           END-IF.

      * Every row the rebuild moved is journaled as the ordinary
      * action that would have made the same move, under the
      * operator who ran it, so BNDHIST.LOG still replays to the
      * master actually in use.
       JOURNAL-REBUILD.
           MOVE SPACES TO WS-REBUILD-REASON.
           IF WS-CUTOFF-TS = HIGH-VALUES
              MOVE "REBUILT TO END OF JOURNAL" TO WS-REBUILD-REASON
           ELSE
              STRING "REBUILT TO " WS-CUTOFF-TS
                 DELIMITED BY SIZE INTO WS-REBUILD-REASON
           END-IF.
           OPEN INPUT SAVE-FILE.
           IF SAVE-FILE-STATUS NOT = "00"
              DISPLAY "bndrbld: unable to reopen BOUNDS.SAV, status "
                 SAVE-FILE-STATUS "; rebuild not journaled"
              CLOSE WORK-FILE
           ELSE
              OPEN EXTEND HISTORY-FILE
              IF HISTORY-FILE-STATUS = "35"
                 OPEN OUTPUT HISTORY-FILE
              END-IF
              IF HISTORY-FILE-STATUS NOT = "00"
                 DISPLAY "bndrbld: unable to open BNDHIST.LOG, "
                    "status " HISTORY-FILE-STATUS
                    "; rebuild not journaled"
                 CLOSE SAVE-FILE
                 CLOSE WORK-FILE
              ELSE
                 PERFORM WALK-MASTERS
                 CLOSE HISTORY-FILE
                 CLOSE SAVE-FILE
                 CLOSE WORK-FILE
                 PERFORM WRITE-DIFFERENCE-TOTALS
              END-IF
           END-IF.

      * Key-order merge of the "before" master against the rebuilt
      * one. Each side reads ahead into its own row; a side at end
      * of file holds HIGH-VALUES so the other side drains.
       WALK-MASTERS.
           MOVE SPACES TO REPORT-LINE.
           STRING "ROWS WHERE THE MASTERS DIFFER" DELIMITED BY SIZE
              INTO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE 'N' TO WS-OLD-EOF.
           MOVE 'N' TO WS-NEW-EOF.
           MOVE LOW-VALUES TO BOUNDS-KEY.
           START WORK-FILE KEY IS NOT < BOUNDS-KEY
              INVALID KEY
                 MOVE 'Y' TO WS-NEW-EOF
                 MOVE HIGH-VALUES TO WS-NEW-KEY
           END-START.
           PERFORM READ-OLD-ROW.
           IF WS-NEW-EOF = 'N'
              PERFORM READ-NEW-ROW
           END-IF.
           PERFORM UNTIL WS-OLD-EOF = 'Y' AND WS-NEW-EOF = 'Y'
              EVALUATE TRUE
                 WHEN WS-OLD-KEY = WS-NEW-KEY
                    IF WS-OLD-ROW NOT = WS-NEW-ROW
                       PERFORM REPORT-ROW-CHANGED
                    END-IF
                    PERFORM READ-OLD-ROW
                    PERFORM READ-NEW-ROW
                 WHEN WS-OLD-KEY < WS-NEW-KEY
                    PERFORM REPORT-ROW-DROPPED
                    PERFORM READ-OLD-ROW
                 WHEN OTHER
                    PERFORM REPORT-ROW-ADDED
                    PERFORM READ-NEW-ROW
              END-EVALUATE
           END-PERFORM.

       READ-OLD-ROW.
           IF WS-MODE = 'C'
              READ LIVE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-OLD-EOF
                    MOVE HIGH-VALUES TO WS-OLD-KEY
                 NOT AT END
                    MOVE LIVE-RECORD TO WS-OLD-ROW
              END-READ
           ELSE
              READ SAVE-FILE NEXT RECORD
                 AT END
                    MOVE 'Y' TO WS-OLD-EOF
                    MOVE HIGH-VALUES TO WS-OLD-KEY
                 NOT AT END
                    MOVE SAVE-RECORD TO WS-OLD-ROW
              END-READ
           END-IF.

       READ-NEW-ROW.
           READ WORK-FILE NEXT RECORD
              AT END
                 MOVE 'Y' TO WS-NEW-EOF
                 MOVE HIGH-VALUES TO WS-NEW-KEY
              NOT AT END
                 MOVE BOUNDS-RECORD TO WS-NEW-ROW
           END-READ.

      * Compare mode reads "old" as live and "new" as journal; in
      * rebuild mode old is the pre-rebuild master and new is what
      * replaced it. The labels follow.
       REPORT-ROW-CHANGED.
           ADD 1 TO WS-DIFF-COUNT.
           CALL "flddesc" USING WS-NEW-FIELD-NAME, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           PERFORM FORMAT-OLD-IMAGE.
           PERFORM FORMAT-NEW-IMAGE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MODE = 'C'
              STRING "DIFFERS " WS-NEW-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 " DIV=" WS-NEW-DIVISION " " WS-NEW-EFF-DATE
                 " LIVE " WS-OLD-IMAGE-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "        " WS-NEW-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 "                 JOURNAL " WS-IMAGE-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              STRING "CHANGED " WS-NEW-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 " DIV=" WS-NEW-DIVISION " " WS-NEW-EFF-DATE
                 " WAS " WS-OLD-IMAGE-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE SPACES TO REPORT-LINE
              STRING "        " WS-NEW-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 "                 NOW " WS-IMAGE-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE "CHANGE" TO BNDH-ACTION
              PERFORM WRITE-REBUILD-HISTORY
           END-IF.

       REPORT-ROW-DROPPED.
           ADD 1 TO WS-DIFF-COUNT.
           CALL "flddesc" USING WS-OLD-FIELD-NAME, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           PERFORM FORMAT-OLD-IMAGE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MODE = 'C'
              STRING "ON LIVE ONLY " WS-OLD-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 " DIV=" WS-OLD-DIVISION " " WS-OLD-EFF-DATE
                 " " WS-OLD-IMAGE-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              STRING "REMOVED " WS-OLD-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 " DIV=" WS-OLD-DIVISION " " WS-OLD-EFF-DATE
                 " WAS " WS-OLD-IMAGE-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-NEW-ROW TO WS-HOLD-ROW
              MOVE WS-OLD-KEY TO WS-NEW-KEY
              MOVE ZERO TO WS-NEW-HIGHER
              MOVE ZERO TO WS-NEW-LOWER
              MOVE ZERO TO WS-NEW-WARN-HIGHER
              MOVE ZERO TO WS-NEW-WARN-LOWER
              MOVE ZERO TO WS-NEW-DECIMALS
              MOVE "EXPIRE" TO BNDH-ACTION
              PERFORM WRITE-REBUILD-HISTORY
              MOVE WS-HOLD-ROW TO WS-NEW-ROW
           END-IF.

       REPORT-ROW-ADDED.
           ADD 1 TO WS-DIFF-COUNT.
           CALL "flddesc" USING WS-NEW-FIELD-NAME, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           PERFORM FORMAT-NEW-IMAGE.
           MOVE SPACES TO REPORT-LINE.
           IF WS-MODE = 'C'
              STRING "IN JOURNAL ONLY " WS-NEW-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 " DIV=" WS-NEW-DIVISION " " WS-NEW-EFF-DATE
                 " " WS-IMAGE-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
           ELSE
              STRING "RESTORED " WS-NEW-FIELD-NAME
                 " " WS-DICT-DESCRIPTION
                 " DIV=" WS-NEW-DIVISION " " WS-NEW-EFF-DATE
                 " NOW " WS-IMAGE-TEXT
                 DELIMITED BY SIZE INTO REPORT-LINE
              WRITE REPORT-LINE
              MOVE WS-OLD-ROW TO WS-HOLD-ROW
              MOVE ZERO TO WS-OLD-HIGHER
              MOVE ZERO TO WS-OLD-LOWER
              MOVE ZERO TO WS-OLD-WARN-HIGHER
              MOVE ZERO TO WS-OLD-WARN-LOWER
              MOVE ZERO TO WS-OLD-DECIMALS
              MOVE "ADD   " TO BNDH-ACTION
              PERFORM WRITE-REBUILD-HISTORY
              MOVE WS-HOLD-ROW TO WS-OLD-ROW
           END-IF.

      * The operator column carries the job name, the way a load
      * line carries its run id, and the approver column the
      * senior operator who confirmed the rebuild.
       WRITE-REBUILD-HISTORY.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO BNDH-TIMESTAMP.
           MOVE "BNDRBLD"         TO BNDH-OPERATOR.
           MOVE WS-OPERATOR-ID    TO BNDH-APPROVER.
           MOVE WS-REBUILD-REASON TO BNDH-REASON.
           MOVE WS-NEW-FIELD-NAME TO BNDH-FIELD-NAME.
           MOVE WS-NEW-DIVISION   TO BNDH-DIVISION.
           MOVE WS-NEW-EFF-DATE   TO BNDH-EFF-DATE.
           MOVE WS-OLD-HIGHER     TO BNDH-OLD-HIGHER.
           MOVE WS-OLD-LOWER      TO BNDH-OLD-LOWER.
           MOVE WS-NEW-HIGHER     TO BNDH-NEW-HIGHER.
           MOVE WS-NEW-LOWER      TO BNDH-NEW-LOWER.
           MOVE WS-OLD-WARN-HIGHER TO BNDH-OLD-WARN-HIGHER.
           MOVE WS-OLD-WARN-LOWER  TO BNDH-OLD-WARN-LOWER.
           MOVE WS-NEW-WARN-HIGHER TO BNDH-NEW-WARN-HIGHER.
           MOVE WS-NEW-WARN-LOWER  TO BNDH-NEW-WARN-LOWER.
           MOVE WS-OLD-DECIMALS   TO BNDH-OLD-DECIMALS.
           MOVE WS-NEW-DECIMALS   TO BNDH-NEW-DECIMALS.
           WRITE BNDHIST-RECORD.

       WRITE-DIFFERENCE-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           STRING "ROWS THAT DIFFER=" WS-DIFF-COUNT
              DELIMITED BY SIZE INTO REPORT-LINE.
           WRITE REPORT-LINE.

       FORMAT-OLD-IMAGE.
           MOVE WS-OLD-HIGHER      TO WS-IMAGE-HIGHER.
           MOVE WS-OLD-LOWER       TO WS-IMAGE-LOWER.
           MOVE WS-OLD-WARN-HIGHER TO WS-IMAGE-WARN-HIGHER.
           MOVE WS-OLD-WARN-LOWER  TO WS-IMAGE-WARN-LOWER.
           MOVE WS-OLD-DECIMALS    TO WS-IMAGE-DECIMALS.
           PERFORM FORMAT-IMAGE.
           MOVE WS-IMAGE-TEXT TO WS-OLD-IMAGE-TEXT.

       FORMAT-NEW-IMAGE.
           MOVE WS-NEW-HIGHER      TO WS-IMAGE-HIGHER.
           MOVE WS-NEW-LOWER       TO WS-IMAGE-LOWER.
           MOVE WS-NEW-WARN-HIGHER TO WS-IMAGE-WARN-HIGHER.
           MOVE WS-NEW-WARN-LOWER  TO WS-IMAGE-WARN-LOWER.
           MOVE WS-NEW-DECIMALS    TO WS-IMAGE-DECIMALS.
           PERFORM FORMAT-IMAGE.

      * Amounts print with the decimal point in place, as bndcert
      * prints them.
       FORMAT-IMAGE.
           CALL "amtfmt" USING WS-IMAGE-HIGHER, WS-IMAGE-DECIMALS,
              WS-HIGHER-DISPLAY.
           CALL "amtfmt" USING WS-IMAGE-LOWER, WS-IMAGE-DECIMALS,
              WS-LOWER-DISPLAY.
           CALL "amtfmt" USING WS-IMAGE-WARN-HIGHER, WS-IMAGE-DECIMALS,
              WS-WARN-HIGHER-DISPLAY.
           CALL "amtfmt" USING WS-IMAGE-WARN-LOWER, WS-IMAGE-DECIMALS,
              WS-WARN-LOWER-DISPLAY.
           MOVE SPACES TO WS-IMAGE-TEXT.
           STRING "HIGHER=" FUNCTION TRIM(WS-HIGHER-DISPLAY)
              " LOWER=" FUNCTION TRIM(WS-LOWER-DISPLAY)
              " WARNHI=" FUNCTION TRIM(WS-WARN-HIGHER-DISPLAY)
              " WARNLO=" FUNCTION TRIM(WS-WARN-LOWER-DISPLAY)
              " DEC=" WS-IMAGE-DECIMALS
              DELIMITED BY SIZE INTO WS-IMAGE-TEXT.
