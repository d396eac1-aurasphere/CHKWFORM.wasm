                ORGANIZATION IS INDEXED
                ACCESS MODE IS DYNAMIC
                RECORD KEY IS ARCH-KEY
                ALTERNATE RECORD KEY IS ARCH-SUBMISSION-ID
                   WITH DUPLICATES
                FILE STATUS IS ARCHIVE-FILE-STATUS.
            SELECT DISPUTE-FILE ASSIGN TO "DISPUTE.RPT"
                ORGANIZATION IS LINE SEQUENTIAL
        FD  ARCHIVE-FILE.
           COPY "ARCHREC.cpy".
        FD  DISPUTE-FILE.
       01 DISPUTE-LINE      PIC X(172).
        WORKING-STORAGE SECTION.
       01 ARCHIVE-FILE-STATUS PIC X(2).
       01 DISPUTE-FILE-STATUS PIC X(2).
       01 WS-INPUT-DISPLAY    PIC X(12).
       01 WS-HIGHER-DISPLAY   PIC X(12).
       01 WS-LOWER-DISPLAY    PIC X(12).
       01 WS-DICT-DESCRIPTION PIC X(30).
       01 WS-DICT-DECIMALS    PIC 9.
       01 WS-DICT-STATUS      PIC X.
        PROCEDURE DIVISION.
           DISPLAY "audlook: audit archive dispute lookup".
           DISPLAY "field name: " WITH NO ADVANCING.
              STOP RUN
           END-IF.

      * One field per lookup, so the dictionary description is
      * fetched once and carried on the heading and every line.
           CALL "flddesc" USING WS-FIELD-TEXT, WS-DICT-DESCRIPTION,
              WS-DICT-DECIMALS, WS-DICT-STATUS.
           MOVE SPACES TO DISPUTE-LINE.
           STRING "DISPUTE LOOKUP FIELD " WS-FIELD-TEXT
              " " WS-DICT-DESCRIPTION
              " FROM " WS-FROM-DATE-TEXT
              " TO " WS-TO-DATE-TEXT
              DELIMITED BY SIZE INTO DISPUTE-LINE.
           MOVE SPACES TO DISPUTE-LINE.
           STRING ARCH-TIMESTAMP
              " " ARCH-FIELD-NAME
              " " WS-DICT-DESCRIPTION
              " INPUT=" FUNCTION TRIM(WS-INPUT-DISPLAY)
              " HIGHER=" FUNCTION TRIM(WS-HIGHER-DISPLAY)
              " LOWER=" FUNCTION TRIM(WS-LOWER-DISPLAY)
