                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARCH-KEY
                ALTERNATE RECORD KEY IS ARCH-SUBMISSION-ID
                   WITH DUPLICATES
                FILE STATUS IS ARCHIVE-FILE-STATUS.
        DATA DIVISION.
        FILE SECTION.
           ACCEPT WS-MONTH-TEXT.
           IF WS-MONTH-TEXT IS NOT NUMERIC
              DISPLAY "audarch: archive month must be YYYYMM"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           DISPLAY "retention days (blank=90): " WITH NO ADVANCING.
           IF WS-RETENTION-TEXT NOT = SPACES
              IF FUNCTION TEST-NUMVAL(WS-RETENTION-TEXT) NOT = ZERO
                 DISPLAY "audarch: retention days must be numeric"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              COMPUTE WS-RETENTION-DAYS =
           IF ARCHIVE-FILE-STATUS NOT = "00"
              DISPLAY "audarch: unable to open AUDARCH.DAT, status "
                 ARCHIVE-FILE-STATUS
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.

