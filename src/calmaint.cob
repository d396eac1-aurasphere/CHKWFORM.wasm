       IDENTIFICATION DIVISION.
        PROGRAM-ID. calmaint.
      * Business calendar maintenance for BUSCAL.DAT: list a year's
      * holidays, non-processing days and weekend processing days,
      * add a date, change its type or description, and remove a
      * date that was entered in error. The calendar decides how
      * old every case is and which day each report compares
      * against, so removing a date is kept to the senior role; the
      * maint role runs the program. Each row carries who last
      * touched it and when.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
            SELECT CALENDAR-FILE ASSIGN TO "BUSCAL.DAT"
                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS BCAL-DATE
                FILE STATUS IS CALENDAR-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
        FD  CALENDAR-FILE.
           COPY "BCALREC.cpy".
        WORKING-STORAGE SECTION.
       01 CALENDAR-FILE-STATUS PIC X(2).
       01 WS-OPERATOR-ID      PIC X(8).
       01 WS-MAINT-ROLE       PIC X.
       01 WS-APPROVE-ROLE     PIC X.
       01 WS-CASE-ROLE        PIC X.
       01 WS-SENIOR-ROLE      PIC X.
       01 WS-SIGNON-OK        PIC X.
       01 WS-ACTION           PIC X.
       01 WS-DONE             PIC X     VALUE 'N'.
       01 WS-EOF              PIC X     VALUE 'N'.
       01 WS-EDITS-OK         PIC X     VALUE 'Y'.
       01 WS-CURRENT-TIMESTAMP PIC X(21).
       01 WS-DATE-TEXT        PIC X(8).
       01 WS-DATE             PIC 9(8).
       01 WS-YEAR-TEXT        PIC X(4).
       01 WS-TYPE-TEXT        PIC X.
       01 WS-DESCRIPTION-TEXT PIC X(30).
       01 WS-DAY-OF-WEEK      PIC 9     BINARY.
       01 WS-WEEKDAY          PIC X.
       01 WS-HOLIDAY-COUNT    PIC 9(5)  VALUE ZERO.
       01 WS-CLOSED-COUNT     PIC 9(5)  VALUE ZERO.
       01 WS-OPEN-COUNT       PIC 9(5)  VALUE ZERO.
        PROCEDURE DIVISION.
           DISPLAY "calmaint: business calendar maintenance".
           CALL "opsignon" USING WS-OPERATOR-ID, WS-MAINT-ROLE,
              WS-APPROVE-ROLE, WS-CASE-ROLE, WS-SENIOR-ROLE,
              WS-SIGNON-OK.
           IF WS-SIGNON-OK NOT = 'Y'
              STOP RUN
           END-IF.
           IF WS-MAINT-ROLE NOT = 'Y'
              DISPLAY "calmaint: maint role required"
              STOP RUN
           END-IF.

           OPEN I-O CALENDAR-FILE.
           IF CALENDAR-FILE-STATUS = "35"
              OPEN OUTPUT CALENDAR-FILE
              CLOSE CALENDAR-FILE
              OPEN I-O CALENDAR-FILE
           END-IF.
           IF CALENDAR-FILE-STATUS NOT = "00"
              DISPLAY "calmaint: unable to open BUSCAL.DAT, status "
                 CALENDAR-FILE-STATUS
              STOP RUN
           END-IF.

           PERFORM UNTIL WS-DONE = 'Y'
              DISPLAY "action (A=add C=change D=delete L=list year "
                 "Q=quit): " WITH NO ADVANCING
              ACCEPT WS-ACTION
              EVALUATE WS-ACTION
                 WHEN 'A'
                 WHEN 'a'
                    PERFORM ADD-DATE
                 WHEN 'C'
                 WHEN 'c'
                    PERFORM CHANGE-DATE
                 WHEN 'D'
                 WHEN 'd'
                    PERFORM DELETE-DATE
                 WHEN 'L'
                 WHEN 'l'
                    PERFORM LIST-YEAR
                 WHEN 'Q'
                 WHEN 'q'
                    MOVE 'Y' TO WS-DONE
                 WHEN OTHER
                    DISPLAY "calmaint: unknown action " WS-ACTION
              END-EVALUATE
           END-PERFORM.

           CLOSE CALENDAR-FILE.
           STOP RUN.

       ADD-DATE.
           PERFORM ACCEPT-DATE-KEY.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-DATE TO BCAL-DATE
              READ CALENDAR-FILE
                 INVALID KEY
                    CONTINUE
                 NOT INVALID KEY
                    DISPLAY "calmaint: " WS-DATE
                       " already on the calendar"
                    MOVE 'N' TO WS-EDITS-OK
              END-READ
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM ACCEPT-DATE-DETAIL
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-DATE TO BCAL-DATE
              PERFORM STAMP-DATE-ROW
              WRITE BUSCAL-RECORD
                 INVALID KEY
                    DISPLAY "calmaint: write failed, status "
                       CALENDAR-FILE-STATUS
                 NOT INVALID KEY
                    DISPLAY "calmaint: " WS-DATE " added"
              END-WRITE
           END-IF.

       CHANGE-DATE.
           PERFORM ACCEPT-DATE-KEY.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-DATE TO BCAL-DATE
              READ CALENDAR-FILE
                 INVALID KEY
                    DISPLAY "calmaint: " WS-DATE
                       " is not on the calendar"
                    MOVE 'N' TO WS-EDITS-OK
                 NOT INVALID KEY
                    PERFORM SHOW-DATE-ROW
              END-READ
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM ACCEPT-DATE-DETAIL
           END-IF.
           IF WS-EDITS-OK = 'Y'
              PERFORM STAMP-DATE-ROW
              REWRITE BUSCAL-RECORD
                 INVALID KEY
                    DISPLAY "calmaint: rewrite failed, status "
                       CALENDAR-FILE-STATUS
                 NOT INVALID KEY
                    DISPLAY "calmaint: " WS-DATE " changed"
              END-REWRITE
           END-IF.

      * Taking a date off turns it back into an ordinary weekday or
      * weekend day at once, for every case aged from then on.
       DELETE-DATE.
           IF WS-SENIOR-ROLE NOT = 'Y'
              DISPLAY "calmaint: senior role required to delete"
              MOVE 'N' TO WS-EDITS-OK
           ELSE
              PERFORM ACCEPT-DATE-KEY
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-DATE TO BCAL-DATE
              READ CALENDAR-FILE
                 INVALID KEY
                    DISPLAY "calmaint: " WS-DATE
                       " is not on the calendar"
                    MOVE 'N' TO WS-EDITS-OK
                 NOT INVALID KEY
                    PERFORM SHOW-DATE-ROW
              END-READ
           END-IF.
           IF WS-EDITS-OK = 'Y'
              DELETE CALENDAR-FILE
                 INVALID KEY
                    DISPLAY "calmaint: delete failed, status "
                       CALENDAR-FILE-STATUS
                 NOT INVALID KEY
                    DISPLAY "calmaint: " WS-DATE " deleted"
              END-DELETE
           END-IF.

       LIST-YEAR.
           DISPLAY "year (YYYY): " WITH NO ADVANCING.
           ACCEPT WS-YEAR-TEXT.
           IF WS-YEAR-TEXT IS NOT NUMERIC
              DISPLAY "calmaint: year must be YYYY"
           ELSE
              MOVE ZERO TO WS-HOLIDAY-COUNT
              MOVE ZERO TO WS-CLOSED-COUNT
              MOVE ZERO TO WS-OPEN-COUNT
              MOVE WS-YEAR-TEXT TO BCAL-DATE(1:4)
              MOVE "0101" TO BCAL-DATE(5:4)
              START CALENDAR-FILE KEY IS NOT < BCAL-DATE
                 INVALID KEY
                    MOVE 'Y' TO WS-EOF
                 NOT INVALID KEY
                    MOVE 'N' TO WS-EOF
              END-START
              PERFORM UNTIL WS-EOF = 'Y'
                 READ CALENDAR-FILE NEXT RECORD
                    AT END
                       MOVE 'Y' TO WS-EOF
                    NOT AT END
                       IF BCAL-DATE(1:4) NOT = WS-YEAR-TEXT
                          MOVE 'Y' TO WS-EOF
                       ELSE
                          PERFORM SHOW-DATE-ROW
                          EVALUATE BCAL-TYPE
                             WHEN 'H'
                                ADD 1 TO WS-HOLIDAY-COUNT
                             WHEN 'N'
                                ADD 1 TO WS-CLOSED-COUNT
                             WHEN OTHER
                                ADD 1 TO WS-OPEN-COUNT
                          END-EVALUATE
                       END-IF
                 END-READ
              END-PERFORM
              DISPLAY "calmaint: " WS-YEAR-TEXT " holidays "
                 WS-HOLIDAY-COUNT ", non-processing days "
                 WS-CLOSED-COUNT ", weekend processing days "
                 WS-OPEN-COUNT
              IF WS-HOLIDAY-COUNT = ZERO
                 DISPLAY "calmaint: no holidays loaded for "
                    WS-YEAR-TEXT
              END-IF
           END-IF.

       SHOW-DATE-ROW.
           DISPLAY BCAL-DATE " " BCAL-TYPE " " BCAL-DESCRIPTION
              " by " BCAL-CHANGED-BY
              " at " BCAL-CHANGED-AT.

       STAMP-DATE-ROW.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-TIMESTAMP.
           MOVE WS-CURRENT-TIMESTAMP(1:14) TO BCAL-CHANGED-AT.
           MOVE WS-OPERATOR-ID TO BCAL-CHANGED-BY.

       ACCEPT-DATE-KEY.
           MOVE 'Y' TO WS-EDITS-OK.
           DISPLAY "date (YYYYMMDD): " WITH NO ADVANCING.
           ACCEPT WS-DATE-TEXT.
           IF WS-DATE-TEXT IS NOT NUMERIC
              DISPLAY "calmaint: date must be YYYYMMDD"
              MOVE 'N' TO WS-EDITS-OK
           ELSE
              MOVE WS-DATE-TEXT TO WS-DATE
              IF FUNCTION TEST-DATE-YYYYMMDD(WS-DATE) NOT = ZERO
                 DISPLAY "calmaint: " WS-DATE " is not a valid date"
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.

      * A weekend processing day only means something on a weekend,
      * and a weekday cannot be made "more" of a business day; a
      * holiday that falls on a weekend is kept for the record.
       ACCEPT-DATE-DETAIL.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(WS-DATE), 7).
           IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
              MOVE 'Y' TO WS-WEEKDAY
           ELSE
              MOVE 'N' TO WS-WEEKDAY
           END-IF.
           DISPLAY "type (H=holiday N=non-processing "
              "P=weekend processing day): " WITH NO ADVANCING.
           ACCEPT WS-TYPE-TEXT.
           MOVE FUNCTION UPPER-CASE(WS-TYPE-TEXT) TO WS-TYPE-TEXT.
           IF WS-TYPE-TEXT NOT = 'H' AND WS-TYPE-TEXT NOT = 'N'
              AND WS-TYPE-TEXT NOT = 'P'
              DISPLAY "calmaint: type must be H, N or P"
              MOVE 'N' TO WS-EDITS-OK
           END-IF.
           IF WS-EDITS-OK = 'Y' AND WS-TYPE-TEXT = 'P'
              AND WS-WEEKDAY = 'Y'
              DISPLAY "calmaint: " WS-DATE " is a weekday; it is "
                 "a business day already"
              MOVE 'N' TO WS-EDITS-OK
           END-IF.
           IF WS-EDITS-OK = 'Y' AND WS-TYPE-TEXT NOT = 'P'
              AND WS-WEEKDAY = 'N'
              DISPLAY "calmaint: note -- " WS-DATE
                 " falls on a weekend"
           END-IF.
           IF WS-EDITS-OK = 'Y'
              DISPLAY "description: " WITH NO ADVANCING
              ACCEPT WS-DESCRIPTION-TEXT
              IF WS-DESCRIPTION-TEXT = SPACES
                 DISPLAY "calmaint: description is required"
                 MOVE 'N' TO WS-EDITS-OK
              END-IF
           END-IF.
           IF WS-EDITS-OK = 'Y'
              MOVE WS-TYPE-TEXT        TO BCAL-TYPE
              MOVE WS-DESCRIPTION-TEXT TO BCAL-DESCRIPTION
           END-IF.
