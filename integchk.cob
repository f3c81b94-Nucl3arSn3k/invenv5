       01 WS-RULE-IDX             PIC 9(1).
       01 WS-TOTAL-EXCEPTIONS     PIC 9(7) VALUE ZERO.
       01 WS-ERROR-EXCEPTIONS     PIC 9(7) VALUE ZERO.
       01 WS-STEP-READ-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-STEP-WRITE-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-STEP-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-RULE-TABLE.
           05 WS-RULE-ENTRY       OCCURS 8 TIMES.
               10 WS-RULE-SEV     PIC X(1).
               10 WS-RULE-DESC    PIC X(45).
               10 WS-RULE-COUNT   PIC 9(7).
      *     4 E record name blank                                     *
      *     5 E status code not A, S or R                             *
      *     6 W record ID at or above the RECORD-SEQ next ID          *
      *     7 E parent/child link to or from an ID not on RECORDS     *
      *     8 E active record linked under a retired parent           *
      * Rule 6 is a warning - GET-NEXT-RECORD-ID bumps the sequence   *
      * past the highest ID on file before handing one out, so the    *
      * sequence heals itself, but the row still shows where keyed    *
      * IDs are crowding the sequence. Rule 7 reads the RECORD-LINKS  *
      * table rather than RECORDS, so its row shows the child ID      *
      * with the parent ID ahead of the name - either side may be the *
      * one missing. Totals by rule close the report, and the job     *
      * ends with RETURN-CODE 4 when any severity-E exception         *
      * printed, so the nightly stream carries on while the morning   *
      * review still sees the flag. The exceptions printed and, of    *
      * those, the severity-E ones are reported through               *
      * SET-STEP-COUNTS as written and rejected for the nightly       *
      * run-statistics log.                                           *
      *----------------------------------------------------------------*
           PERFORM LOAD-RULE-TABLE


           PERFORM RUN-ONE-RULE
               VARYING WS-RULE-NUM FROM 1 BY 1
               UNTIL WS-RULE-NUM > 8

           PERFORM PRINT-RULE-TOTALS


           CLOSE REPORT-FILE

           MOVE ZERO TO WS-STEP-READ-COUNT
           MOVE WS-TOTAL-EXCEPTIONS TO WS-STEP-WRITE-COUNT
           MOVE WS-ERROR-EXCEPTIONS TO WS-STEP-REJECT-COUNT
           CALL "SET-STEP-COUNTS" USING
               WS-STEP-READ-COUNT
               WS-STEP-WRITE-COUNT
               WS-STEP-REJECT-COUNT
               WS-STATUS
           END-CALL

           DISPLAY "INTEGRITY-SWEEP complete - EXCEPTIONS: "
               WS-TOTAL-EXCEPTIONS

           MOVE 'W' TO WS-RULE-SEV (6)
           MOVE "ID AT OR ABOVE RECORD-SEQ NEXT ID"
               TO WS-RULE-DESC (6)
           MOVE 'E' TO WS-RULE-SEV (7)
           MOVE "LINK TO OR FROM AN ID NOT ON FILE"
               TO WS-RULE-DESC (7)
           MOVE 'E' TO WS-RULE-SEV (8)
           MOVE "ACTIVE CHILD UNDER A RETIRED PARENT"
               TO WS-RULE-DESC (8)
           PERFORM CLEAR-RULE-COUNT
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 8.

      *----------------------------------------------------------------*
      * CLEAR-RULE-COUNT: Zeros one rule counter. Performed from      *
      * ends 8 - a sweep that could not look is not a clean sweep.    *
      *----------------------------------------------------------------*
       RUN-ONE-RULE.
           IF WS-RULE-NUM = 7
               PERFORM BUILD-ORPHAN-LINK-QUERY
           ELSE
               PERFORM BUILD-RULE-WHERE

               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "SELECT ID, COALESCE(NAME, ' '), "
                          DELIMITED BY SIZE
                      "COALESCE(STATUS, 'A'), "
                          DELIMITED BY SIZE
                      "COALESCE(CATEGORY, ' '), "
                          DELIMITED BY SIZE
                      "COALESCE(EFF_FROM, 0), COALESCE(EFF_TO, 0) "
                          DELIMITED BY SIZE
                      "FROM RECORDS WHERE "
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ELIG-WHERE)
                          DELIMITED BY SIZE
                      " ORDER BY ID"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
           END-IF

           SET WS-CALLBACK TO ENTRY "SWEEP-EXCEPTION-CALLBACK"

                              DELIMITED BY SIZE
                       INTO WS-ELIG-WHERE
                   END-STRING
               WHEN 8
                   STRING "COALESCE(STATUS, 'A') = 'A' AND ID IN "
                              DELIMITED BY SIZE
                          "(SELECT L.CHILD_ID FROM RECORD_LINKS L, "
                              DELIMITED BY SIZE
                          "RECORDS P WHERE P.ID = L.PARENT_ID "
                              DELIMITED BY SIZE
                          "AND P.STATUS = 'R')"
                              DELIMITED BY SIZE
                       INTO WS-ELIG-WHERE
                   END-STRING
           END-EVALUATE.

      *----------------------------------------------------------------*
      * BUILD-ORPHAN-LINK-QUERY: Builds the rule 7 query over the     *
      * RECORD-LINKS table - every link whose parent or child is no   *
      * longer on RECORDS. The row carries the child ID and, in the   *
      * name column, the parent ID followed by the child's name (or   *
      * NOT ON FILE), in the column order the shared callback reads.  *
      *----------------------------------------------------------------*
       BUILD-ORPHAN-LINK-QUERY.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT L.CHILD_ID, 'PARENT ' || "
                      DELIMITED BY SIZE
                  "printf('%07d', L.PARENT_ID) || ' ' || "
                      DELIMITED BY SIZE
                  "COALESCE(C.NAME, '(NOT ON FILE)'), "
                      DELIMITED BY SIZE
                  "COALESCE(C.STATUS, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(C.CATEGORY, ' ') "
                      DELIMITED BY SIZE
                  "FROM RECORD_LINKS L "
                      DELIMITED BY SIZE
                  "LEFT JOIN RECORDS C ON C.ID = L.CHILD_ID "
                      DELIMITED BY SIZE
                  "LEFT JOIN RECORDS P ON P.ID = L.PARENT_ID "
                      DELIMITED BY SIZE
                  "WHERE C.ID IS NULL OR P.ID IS NULL "
                      DELIMITED BY SIZE
                  "ORDER BY L.CHILD_ID"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING.

      *----------------------------------------------------------------*
      * PRINT-RULE-TOTALS: Prints the exception count for every rule  *
      * and the sweep total.                                          *

           PERFORM PRINT-ONE-RULE-TOTAL
               VARYING WS-RULE-IDX FROM 1 BY 1
               UNTIL WS-RULE-IDX > 8

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL EXCEPTIONS: " DELIMITED BY SIZE
