      * Night-stream run-book record -- one row per batch step on
      * RUNBOOK.DAT, kept by operations with an editor and read by
      * the nightrun driver. Rows run in step-sequence order; a row
      * whose first byte is '*' is a comment. The frequency byte is
      * 'D' for every night or 'M' for the month-end night only (the
      * last business day of the month on BUSCAL.DAT), and
      * a seal-check byte of 'Y' makes the driver run sealchk on the
      * processing date once the step ends, stopping the stream if
      * the day is unsealed or out of balance. Up to four earlier
      * steps may be named as prerequisites; a step only starts once
      * each of them has finished cleanly (or was not due). The
      * command is what the driver hands to the shell, with %DATE%
      * replaced by the processing date (YYYYMMDD) and %MONTH% by
      * its month (YYYYMM) -- for example
      *   echo %DATE% | dayend
      * so a step that asks for a date gets the night's date.
       01 RUNBOOK-RECORD.
           05 RB-STEP-ID         PIC X(8).
           05 FILLER             PIC X VALUE SPACE.
           05 RB-SEQUENCE        PIC 9(3).
           05 FILLER             PIC X VALUE SPACE.
           05 RB-FREQUENCY       PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 RB-SEAL-CHECK      PIC X.
           05 FILLER             PIC X VALUE SPACE.
           05 RB-DEPENDS-LIST.
               10 RB-DEPENDS-ENTRY OCCURS 4 TIMES.
                   15 RB-DEPENDS-ON PIC X(8).
                   15 FILLER        PIC X.
           05 RB-COMMAND         PIC X(100).
