      * Bulletin distribution log record -- one row per division
      * bulletin divbull writes, appended to BULLDIST.LOG and never
      * rewritten, so which office was sent which bulletin for which
      * day (and any rerun that replaced it) can be proved later.
      *   DIST-OUTCOME  WRITTEN -- the file is complete for pickup;
      *                 PARTIAL -- written, but the run hit a table
      *                            limit and some lines are missing;
      *                 FAILED  -- the file could not be written.
       01 DISTLOG-RECORD.
           05 DIST-WRITTEN-AT     PIC X(14).
           05 FILLER              PIC X VALUE SPACE.
           05 DIST-BULLETIN-DATE  PIC 9(8).
           05 FILLER              PIC X VALUE SPACE.
           05 DIST-DIVISION       PIC 9(3).
           05 FILLER              PIC X VALUE SPACE.
           05 DIST-FILE-NAME      PIC X(20).
           05 FILLER              PIC X VALUE SPACE.
           05 DIST-FAIL-COUNT     PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 DIST-CARRIED-COUNT  PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 DIST-RECORD-COUNT   PIC 9(7).
           05 FILLER              PIC X VALUE SPACE.
           05 DIST-OUTCOME        PIC X(7).
