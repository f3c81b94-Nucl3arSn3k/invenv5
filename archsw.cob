       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-SWEPT-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-STEP-READ-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-STEP-WRITE-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-STEP-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-REMOVED-SW           PIC X(01) VALUE 'N'.
           88 WS-REMOVED          VALUE 'Y'.
       01 WS-LIVE-COUNT           PIC 9(9).
      * table inside its own transaction. Every record moved prints   *
      * on the sweep report in the summary-report detail layout. A    *
      * bad parameter abandons the run with RETURN-CODE 8 the same    *
      * way a bad EXTRPARM abandons the extract. The records moved are *
      * reported through SET-STEP-COUNTS, as both read and written,    *
      * for the nightly run-statistics log.                            *
      *----------------------------------------------------------------*
           PERFORM READ-SWEEP-PARMS


           CLOSE REPORT-FILE

           MOVE WS-SWEPT-COUNT TO WS-STEP-READ-COUNT
           MOVE WS-SWEPT-COUNT TO WS-STEP-WRITE-COUNT
           MOVE ZERO TO WS-STEP-REJECT-COUNT
           CALL "SET-STEP-COUNTS" USING
               WS-STEP-READ-COUNT
               WS-STEP-WRITE-COUNT
               WS-STEP-REJECT-COUNT
               WS-STATUS
           END-CALL

           IF WS-COPY-FAILED
               DISPLAY "ARCHIVE-SWEEP: sweep abandoned - live "
                   "records untouched"

      *----------------------------------------------------------------*
      * REMOVE-SWEPT-RECORDS: Removes the verified eligible set from   *
      * the live table inside its own transaction, logging each ID     *
      * with the sweep date and its category on ARCHIVE-SWEEPS in the  *
      * same transaction, so the month-end snapshot can count what     *
      * each month sent to the archive. A failed log or delete rolls   *
      * back and flags the run - the records stay live and the next    *
      * sweep picks them up again.                                     *
      *----------------------------------------------------------------*
       REMOVE-SWEPT-RECORDS.
           CALL "BEGIN-TRANSACTION" USING
               MOVE 'Y' TO WS-COPY-FAIL-SW
           ELSE
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "INSERT OR REPLACE INTO ARCHIVE_SWEEPS "
                          DELIMITED BY SIZE
                      "(RECORD_ID, SWEPT_ON, CATEGORY, STATUS) "
                          DELIMITED BY SIZE
                      "SELECT ID, " DELIMITED BY SIZE
                      WS-RUN-DATE DELIMITED BY SIZE
                      ", COALESCE(NULLIF(TRIM(CATEGORY), ''), ' '), "
                          DELIMITED BY SIZE
                      "'R' FROM RECORDS WHERE "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ELIG-WHERE)
                          DELIMITED BY SIZE
                   WS-STATUS
               END-CALL

               IF WS-STATUS = ZERO
                   MOVE SPACES TO WS-SQL-STATEMENT
                   STRING "DELETE FROM RECORDS WHERE "
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-ELIG-WHERE)
                              DELIMITED BY SIZE
                       INTO WS-SQL-STATEMENT
                   END-STRING

                   CALL "EXECUTE-SQL" USING
                       WS-SQL-STATEMENT
                       WS-STATUS
                   END-CALL
               END-IF

               IF WS-STATUS = ZERO
                   CALL "COMMIT-TRANSACTION" USING
                       WS-STATUS
