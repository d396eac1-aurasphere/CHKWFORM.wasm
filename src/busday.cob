       IDENTIFICATION DIVISION.
        PROGRAM-ID. busday.
      * Shared business-day test against the BUSCAL.DAT shop
      * calendar: given a date, answers 'Y' if it is a business day
      * and 'N' if not, with a status byte saying where the answer
      * came from:
      *   'L' -- the date is listed on the calendar;
      *   'D' -- not listed, so the ordinary week decided it;
      *   'X' -- BUSCAL.DAT could not be opened, so the ordinary
      *          week decided it -- callers that must not guess
      *          can warn on this.
      * The ordinary week is Monday to Friday. Day 1 of the
      * intrinsic integer calendar was a Monday, so MOD 7 gives 1-5
      * for weekdays. The file is opened on the first call and left
      * open for the run, the way flddesc keeps the dictionary open
      * -- an aging pass asks about every day of every case.
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
       01 WS-CALENDAR-OPEN    PIC X     VALUE 'N'.
       01 WS-OPEN-TRIED       PIC X     VALUE 'N'.
       01 WS-DAY-OF-WEEK      PIC 9     BINARY.
        LINKAGE SECTION.
       01 LS-CHECK-DATE     PIC 9(8).
       01 LS-BUSINESS-DAY   PIC X.
       01 LS-CAL-STATUS     PIC X.
        PROCEDURE DIVISION USING LS-CHECK-DATE, LS-BUSINESS-DAY,
           LS-CAL-STATUS.
           IF WS-OPEN-TRIED NOT = 'Y'
              MOVE 'Y' TO WS-OPEN-TRIED
              OPEN INPUT CALENDAR-FILE
              IF CALENDAR-FILE-STATUS = "00"
                 MOVE 'Y' TO WS-CALENDAR-OPEN
              END-IF
           END-IF.
           COMPUTE WS-DAY-OF-WEEK = FUNCTION MOD(
              FUNCTION INTEGER-OF-DATE(LS-CHECK-DATE), 7).
           IF WS-DAY-OF-WEEK >= 1 AND WS-DAY-OF-WEEK <= 5
              MOVE 'Y' TO LS-BUSINESS-DAY
           ELSE
              MOVE 'N' TO LS-BUSINESS-DAY
           END-IF.
           IF WS-CALENDAR-OPEN NOT = 'Y'
              MOVE 'X' TO LS-CAL-STATUS
           ELSE
              MOVE LS-CHECK-DATE TO BCAL-DATE
              READ CALENDAR-FILE
                 INVALID KEY
                    MOVE 'D' TO LS-CAL-STATUS
                 NOT INVALID KEY
                    MOVE 'L' TO LS-CAL-STATUS
                    IF BCAL-TYPE = 'P'
                       MOVE 'Y' TO LS-BUSINESS-DAY
                    ELSE
                       MOVE 'N' TO LS-BUSINESS-DAY
                    END-IF
              END-READ
           END-IF.
           GOBACK.
