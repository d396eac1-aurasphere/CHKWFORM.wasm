      * Resealing a day is allowed -- a legitimate correction rerun
      * needs it -- but the old counts are shown so the operator
      * sees what moved.
      * Once the day is sealed, the business days of the 30 days
      * before it (by the shop calendar) are checked too, and any
      * that has no AUDITyyyymmdd.LOG or no seal on RUNCTL.DAT is
      * listed -- a day that slipped through the closeout surfaces
      * here instead of when a downstream job trips over it.
        ENVIRONMENT DIVISION.
        INPUT-OUTPUT SECTION.
        FILE-CONTROL.
       01 WS-CTL-FULL         PIC X     VALUE 'N'.
       01 WS-IDX              PIC 9(3)  BINARY.
       01 WS-CTL-COUNT        PIC 9(3)  BINARY VALUE ZERO.
       01 WS-CHECK-DATE       PIC 9(8).
       01 WS-CHECK-INTEGER    PIC 9(9)  BINARY.
       01 WS-LAST-INTEGER     PIC 9(9)  BINARY.
       01 WS-BUSINESS-DAY     PIC X.
       01 WS-CAL-STATUS       PIC X     VALUE SPACE.
       01 WS-SEAL-FOUND       PIC X.
       01 WS-GAP-COUNT        PIC 9(5)  VALUE ZERO.
       01 WS-LOOKBACK-DAYS    PIC 9(3)  VALUE 30.
       01 WS-TOTAL-COUNT      PIC 9(9)  VALUE ZERO.
       01 WS-OK-COUNT         PIC 9(9)  VALUE ZERO.
       01 WS-HIGH-COUNT       PIC 9(9)  VALUE ZERO.
           ELSE
              IF WS-SEAL-DATE-TEXT IS NOT NUMERIC
                 DISPLAY "dayend: seal date must be YYYYMMDD"
                 MOVE 8 TO RETURN-CODE
                 STOP RUN
              END-IF
              MOVE WS-SEAL-DATE-TEXT TO WS-SEAL-DATE
              DISPLAY "dayend: RUNCTL.DAT already holds 400 sealed "
                 "days; archive it before sealing more -- "
                 WS-SEAL-DATE " not sealed"
              MOVE 8 TO RETURN-CODE
              STOP RUN
           END-IF.
           PERFORM STORE-SEAL-RECORD.
           PERFORM CHECK-RECENT-DAYS.

           DISPLAY "dayend: " WS-SEAL-DATE " sealed: TOTAL="
              WS-TOTAL-COUNT " OK=" WS-OK-COUNT
              WRITE RUNCTL-RECORD
              CLOSE CONTROL-FILE
           END-IF.

      * The control table still holds every other day's seal row
      * as loaded, and the day just sealed is known to be sealed,
      * so only the earlier days are looked up.
       CHECK-RECENT-DAYS.
           COMPUTE WS-LAST-INTEGER =
              FUNCTION INTEGER-OF-DATE(WS-SEAL-DATE) - 1.
           COMPUTE WS-CHECK-INTEGER =
              WS-LAST-INTEGER - WS-LOOKBACK-DAYS + 1.
           PERFORM UNTIL WS-CHECK-INTEGER > WS-LAST-INTEGER
              COMPUTE WS-CHECK-DATE =
                 FUNCTION DATE-OF-INTEGER(WS-CHECK-INTEGER)
              CALL "busday" USING WS-CHECK-DATE, WS-BUSINESS-DAY,
                 WS-CAL-STATUS
              IF WS-BUSINESS-DAY = 'Y'
                 PERFORM CHECK-ONE-BUSINESS-DAY
              END-IF
              ADD 1 TO WS-CHECK-INTEGER
           END-PERFORM.
           IF WS-CAL-STATUS = 'X'
              DISPLAY "dayend: BUSCAL.DAT unavailable; recent days "
                 "checked on Monday to Friday only"
           END-IF.
           IF WS-GAP-COUNT > ZERO
              DISPLAY "dayend: warning -- " WS-GAP-COUNT
                 " gap(s) in the last " WS-LOOKBACK-DAYS
                 " days' business days"
           END-IF.

       CHECK-ONE-BUSINESS-DAY.
           MOVE SPACES TO AUDIT-FILE-NAME.
           STRING "AUDIT" WS-CHECK-DATE ".LOG"
              DELIMITED BY SIZE INTO AUDIT-FILE-NAME.
           OPEN INPUT AUDIT-FILE.
           IF AUDIT-FILE-STATUS = "00"
              CLOSE AUDIT-FILE
           ELSE
              DISPLAY "dayend: warning -- business day "
                 WS-CHECK-DATE " has no " AUDIT-FILE-NAME
              ADD 1 TO WS-GAP-COUNT
           END-IF.
           MOVE 'N' TO WS-SEAL-FOUND.
           PERFORM VARYING WS-IDX FROM 1 BY 1
              UNTIL WS-IDX > WS-CTL-COUNT
              IF WS-CT-IMAGE(WS-IDX)(1:8) = WS-CHECK-DATE
                 MOVE 'Y' TO WS-SEAL-FOUND
              END-IF
           END-PERFORM.
           IF WS-SEAL-FOUND = 'N'
              DISPLAY "dayend: warning -- business day "
                 WS-CHECK-DATE " has no seal on RUNCTL.DAT"
              ADD 1 TO WS-GAP-COUNT
           END-IF.
