       IDENTIFICATION DIVISION.
       PROGRAM-ID. SNAPSHOT-TREND-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "SNAPTRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "SNAPTRND".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-RUN-FAIL-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-FAILED       VALUE 'Y'.
       01 WS-MONTH-FOUND-SW       PIC X(01).
           88 WS-MONTH-FOUND      VALUE 'Y'.
       01 WS-STATUS-FOUND-SW      PIC X(01).
           88 WS-STATUS-FOUND     VALUE 'Y'.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-MONTHS-SHOWN         PIC 9(2) VALUE 13.
       01 WS-MONTH-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-FIRST-SHOWN          PIC 9(2) VALUE 1.
       01 WS-MONTH-IDX            PIC 9(2).
       01 WS-MONTH-SUB            PIC 9(2).
       01 WS-COL-POS              PIC 9(3).
       01 WS-LOADED-MONTHS.
           05 WS-LOADED-MONTH     OCCURS 14 TIMES PIC 9(8).
       01 WS-MONTH-TABLE.
           05 WS-MONTH-END-T      OCCURS 14 TIMES PIC 9(8).
       01 WS-BUCKET-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-BUCKET-IDX           PIC 9(3).
       01 WS-BUCKET-TABLE.
           05 WS-BUCKET           OCCURS 200 TIMES.
               10 WS-BKT-CATEGORY PIC X(4).
               10 WS-BKT-STATUS   PIC X(1).
               10 WS-BKT-MONTH    OCCURS 14 TIMES.
                   15 WS-BKT-RECORDS  PIC 9(7).
                   15 WS-BKT-ADDS     PIC 9(7).
                   15 WS-BKT-CHANGES  PIC 9(7).
                   15 WS-BKT-RETIRES  PIC 9(7).
                   15 WS-BKT-ARCHIVED PIC 9(7).
       01 WS-BUCKETS-DROPPED      PIC 9(5) VALUE ZERO.
       01 WS-CAT-TOTALS.
           05 WS-CAT-MONTH        OCCURS 14 TIMES.
               10 WS-CAT-RECORDS  PIC 9(9).
               10 WS-CAT-ADDS     PIC 9(9).
               10 WS-CAT-CHANGES  PIC 9(9).
               10 WS-CAT-RETIRES  PIC 9(9).
               10 WS-CAT-ARCHIVED PIC 9(9).
       01 WS-ALL-TOTALS.
           05 WS-ALL-MONTH        OCCURS 14 TIMES.
               10 WS-ALL-RECORDS  PIC 9(9).
               10 WS-ALL-ADDS     PIC 9(9).
               10 WS-ALL-CHANGES  PIC 9(9).
               10 WS-ALL-RETIRES  PIC 9(9).
               10 WS-ALL-ARCHIVED PIC 9(9).
       01 WS-ST-COUNT             PIC 9(2) VALUE ZERO.
       01 WS-ST-IDX               PIC 9(2).
       01 WS-ST-TABLE.
           05 WS-ST-ENTRY         OCCURS 20 TIMES.
               10 WS-ST-CODE      PIC X(1).
               10 WS-ST-RECORDS   OCCURS 14 TIMES PIC 9(9).
       01 WS-CURRENT-CATEGORY     PIC X(4).
       01 WS-LINE-VALUES.
           05 WS-LINE-VALUE       OCCURS 14 TIMES PIC S9(9).
       01 WS-LINE-CATEGORY        PIC X(4).
       01 WS-LINE-STATUS          PIC X(1).
       01 WS-LINE-MEASURE         PIC X(10).
       01 WS-CHANGE-VALUE         PIC S9(9).
       01 WS-EDIT-VALUE           PIC Z(6)9.
       01 WS-EDIT-CHANGE          PIC +(6)9.
       01 WS-CAT-BUFFER           PIC X(5).
       01 WS-ST-BUFFER            PIC X(2).
       01 WS-NUM-VALUE            PIC S9(9) COMP-5.
       01 WS-ROW-MONTH            PIC 9(8).
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(26)
               VALUE "MONTH-END TREND REPORT    ".
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(72) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-COLUMN-LINE          PIC X(132) VALUE SPACES.

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * SNAPSHOT-TREND-REPORT: Prints the last 13 month-ends from the  *
      * MONTH-SNAPSHOTS table side by side, oldest on the left, so the *
      * movement in the counts per category and status over the year   *
      * reads across one line. Under each category and status count    *
      * is its month-over-month change (the 14th month back is read    *
      * when there is one, so the first column has a change too).      *
      * Each category closes with its total, that total's change, and  *
      * the month's adds, changes, retirements and records swept to    *
      * the archive; the report closes with the same block for all     *
      * categories together, broken down by status. A month with no    *
      * row for a category and status counts as zero there. Months     *
      * built by the history backfill read the same as live ones -     *
      * the snapshot job's notes explain how they were derived. The    *
      * job ends with RETURN-CODE 8 when the database cannot be read.  *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SNAPSHOT-TREND-REPORT: unable to open report "
                   "file: " WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "SET-AUDIT-USER" USING
               WS-JOB-NAME
               WS-STATUS
           END-CALL

           CALL "OPEN-DATABASE" USING
               WS-DB-NAME
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "SNAPSHOT-TREND-REPORT: unable to open "
                   "database"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-SNAPSHOT-MONTHS

           IF WS-MONTH-COUNT > ZERO AND NOT WS-RUN-FAILED
               PERFORM LOAD-SNAPSHOT-ROWS
           END-IF

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           PERFORM BUILD-COLUMN-LINE

           IF WS-RUN-FAILED
               MOVE "*** SNAPSHOTS COULD NOT BE READ ***" TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               IF WS-MONTH-COUNT = ZERO
                   MOVE "NO MONTH-END SNAPSHOTS ON FILE"
                       TO REPORT-LINE
                   PERFORM PRINT-REPORT-LINE
               ELSE
                   INITIALIZE WS-ALL-TOTALS
                   MOVE SPACES TO WS-CURRENT-CATEGORY
                   INITIALIZE WS-CAT-TOTALS
                   PERFORM PRINT-ONE-BUCKET
                       VARYING WS-BUCKET-IDX FROM 1 BY 1
                       UNTIL WS-BUCKET-IDX > WS-BUCKET-COUNT
                   PERFORM PRINT-CATEGORY-TOTALS
                   PERFORM PRINT-ALL-TOTALS
               END-IF
           END-IF

           CLOSE REPORT-FILE

           DISPLAY "SNAPSHOT-TREND-REPORT complete - MONTHS: "
               WS-MONTH-COUNT " CATEGORY/STATUS ROWS: "
               WS-BUCKET-COUNT

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * MONTH-LIST-CALLBACK: sqlite3_exec row callback for the month   *
      * list - the latest month-ends, newest first.                    *
      *----------------------------------------------------------------*
           ENTRY 'MONTH-LIST-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           IF WS-MONTH-COUNT < 14
               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(1)
                   RETURNING WS-NUM-VALUE
               END-CALL
               ADD 1 TO WS-MONTH-COUNT
               MOVE WS-NUM-VALUE TO WS-LOADED-MONTH (WS-MONTH-COUNT)
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * SNAPSHOT-ROW-CALLBACK: sqlite3_exec row callback for the       *
      * snapshot rows, which arrive by category, status and month. A   *
      * new category and status opens the next bucket; the row's       *
      * figures go into the bucket's slot for its month.               *
      *----------------------------------------------------------------*
           ENTRY 'SNAPSHOT-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-CAT-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-CAT-BUFFER
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-CAT-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-ST-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-ST-BUFFER
               BY VALUE WS-ARGV-ENTRY(2)
           END-CALL
           INSPECT WS-ST-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(3)
               RETURNING WS-NUM-VALUE
           END-CALL
           MOVE WS-NUM-VALUE TO WS-ROW-MONTH

           IF WS-BUCKET-COUNT = ZERO
            OR WS-BKT-CATEGORY (WS-BUCKET-COUNT) NOT =
                   WS-CAT-BUFFER(1:4)
            OR WS-BKT-STATUS (WS-BUCKET-COUNT) NOT = WS-ST-BUFFER(1:1)
               IF WS-BUCKET-COUNT < 200
                   ADD 1 TO WS-BUCKET-COUNT
                   INITIALIZE WS-BUCKET (WS-BUCKET-COUNT)
                   MOVE WS-CAT-BUFFER(1:4)
                       TO WS-BKT-CATEGORY (WS-BUCKET-COUNT)
                   MOVE WS-ST-BUFFER(1:1)
                       TO WS-BKT-STATUS (WS-BUCKET-COUNT)
               ELSE
                   ADD 1 TO WS-BUCKETS-DROPPED
                   MOVE ZERO TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF

           MOVE 'N' TO WS-MONTH-FOUND-SW
           PERFORM MATCH-MONTH-SLOT
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
                  OR WS-MONTH-FOUND

           IF WS-MONTH-FOUND
               SUBTRACT 1 FROM WS-MONTH-IDX
               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(4)
                   RETURNING WS-NUM-VALUE
               END-CALL
               MOVE WS-NUM-VALUE
                   TO WS-BKT-RECORDS (WS-BUCKET-COUNT, WS-MONTH-IDX)
               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(5)
                   RETURNING WS-NUM-VALUE
               END-CALL
               MOVE WS-NUM-VALUE
                   TO WS-BKT-ADDS (WS-BUCKET-COUNT, WS-MONTH-IDX)
               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(6)
                   RETURNING WS-NUM-VALUE
               END-CALL
               MOVE WS-NUM-VALUE
                   TO WS-BKT-CHANGES (WS-BUCKET-COUNT, WS-MONTH-IDX)
               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(7)
                   RETURNING WS-NUM-VALUE
               END-CALL
               MOVE WS-NUM-VALUE
                   TO WS-BKT-RETIRES (WS-BUCKET-COUNT, WS-MONTH-IDX)
               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(8)
                   RETURNING WS-NUM-VALUE
               END-CALL
               MOVE WS-NUM-VALUE
                   TO WS-BKT-ARCHIVED (WS-BUCKET-COUNT, WS-MONTH-IDX)
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-SNAPSHOT-MONTHS: Reads the 14 latest month-ends on file   *
      * and lays them out oldest first. Only the last 13 print; the    *
      * 14th, when there is one, gives the first column its change.    *
      *----------------------------------------------------------------*
       LOAD-SNAPSHOT-MONTHS.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT DISTINCT MONTH_END FROM MONTH_SNAPSHOTS "
                      DELIMITED BY SIZE
                  "ORDER BY MONTH_END DESC LIMIT 14"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "MONTH-LIST-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "SNAPSHOT-TREND-REPORT: month query failed"
               MOVE 'Y' TO WS-RUN-FAIL-SW
           ELSE
               PERFORM ORDER-ONE-MONTH
                   VARYING WS-MONTH-IDX FROM 1 BY 1
                   UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
               IF WS-MONTH-COUNT > WS-MONTHS-SHOWN
                   COMPUTE WS-FIRST-SHOWN =
                       WS-MONTH-COUNT - WS-MONTHS-SHOWN + 1
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ORDER-ONE-MONTH: Copies one loaded month-end into its place in *
      * the oldest-first month table. Performed from                   *
      * LOAD-SNAPSHOT-MONTHS.                                          *
      *----------------------------------------------------------------*
       ORDER-ONE-MONTH.
           COMPUTE WS-MONTH-SUB = WS-MONTH-COUNT - WS-MONTH-IDX + 1
           MOVE WS-LOADED-MONTH (WS-MONTH-IDX)
               TO WS-MONTH-END-T (WS-MONTH-SUB).

      *----------------------------------------------------------------*
      * LOAD-SNAPSHOT-ROWS: Reads every snapshot row for the months    *
      * loaded, in category, status and month order, into the bucket   *
      * table through SNAPSHOT-ROW-CALLBACK.                           *
      *----------------------------------------------------------------*
       LOAD-SNAPSHOT-ROWS.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT COALESCE(CATEGORY, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(STATUS, ' '), MONTH_END, "
                      DELIMITED BY SIZE
                  "RECORD_COUNT, ADDS, CHANGES, RETIREMENTS, "
                      DELIMITED BY SIZE
                  "ARCHIVED FROM MONTH_SNAPSHOTS WHERE MONTH_END >= "
                      DELIMITED BY SIZE
                  WS-MONTH-END-T (1) DELIMITED BY SIZE
                  " ORDER BY 1, 2, MONTH_END"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "SNAPSHOT-ROW-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "SNAPSHOT-TREND-REPORT: snapshot query failed"
               MOVE 'Y' TO WS-RUN-FAIL-SW
           END-IF

           IF WS-BUCKETS-DROPPED > ZERO
               DISPLAY "SNAPSHOT-TREND-REPORT: more than 200 category "
                   "and status rows - " WS-BUCKETS-DROPPED
                   " snapshot rows not reported"
           END-IF.

      *----------------------------------------------------------------*
      * MATCH-MONTH-SLOT: Compares one month table slot against the    *
      * month of the row just read. Performed from                     *
      * SNAPSHOT-ROW-CALLBACK.                                         *
      *----------------------------------------------------------------*
       MATCH-MONTH-SLOT.
           IF WS-MONTH-END-T (WS-MONTH-IDX) = WS-ROW-MONTH
               MOVE 'Y' TO WS-MONTH-FOUND-SW
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-COLUMN-LINE: Lays the month-ends shown across the column *
      * heading as yyyy-mm, oldest on the left.                        *
      *----------------------------------------------------------------*
       BUILD-COLUMN-LINE.
           MOVE SPACES TO WS-COLUMN-LINE
           MOVE "CAT  ST MEASURE" TO WS-COLUMN-LINE(1:15)
           PERFORM BUILD-ONE-COLUMN-HEADING
               VARYING WS-MONTH-IDX FROM WS-FIRST-SHOWN BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT.

      *----------------------------------------------------------------*
      * BUILD-ONE-COLUMN-HEADING: Places one month-end's heading.      *
      * Performed from BUILD-COLUMN-LINE.                              *
      *----------------------------------------------------------------*
       BUILD-ONE-COLUMN-HEADING.
           PERFORM SET-COLUMN-POSITION
           MOVE WS-MONTH-END-T (WS-MONTH-IDX)(1:4)
               TO WS-COLUMN-LINE(WS-COL-POS:4)
           ADD 4 TO WS-COL-POS
           MOVE "-" TO WS-COLUMN-LINE(WS-COL-POS:1)
           ADD 1 TO WS-COL-POS
           MOVE WS-MONTH-END-T (WS-MONTH-IDX)(5:2)
               TO WS-COLUMN-LINE(WS-COL-POS:2).

      *----------------------------------------------------------------*
      * SET-COLUMN-POSITION: Works out where the column for month      *
      * WS-MONTH-IDX starts on the line - eight positions a month      *
      * from column 20.                                                *
      *----------------------------------------------------------------*
       SET-COLUMN-POSITION.
           COMPUTE WS-COL-POS =
               20 + (WS-MONTH-IDX - WS-FIRST-SHOWN) * 8.

      *----------------------------------------------------------------*
      * PRINT-ONE-BUCKET: Prints one category and status - its record  *
      * counts and their change - after closing off the previous       *
      * category when this one starts a new category, and adds it      *
      * into the category and all-category totals. Performed from the  *
      * mainline for each bucket.                                      *
      *----------------------------------------------------------------*
       PRINT-ONE-BUCKET.
           IF WS-BUCKET-IDX > 1
            AND WS-BKT-CATEGORY (WS-BUCKET-IDX) NOT =
                   WS-CURRENT-CATEGORY
               PERFORM PRINT-CATEGORY-TOTALS
               INITIALIZE WS-CAT-TOTALS
           END-IF
           MOVE WS-BKT-CATEGORY (WS-BUCKET-IDX) TO WS-CURRENT-CATEGORY

           MOVE 'N' TO WS-STATUS-FOUND-SW
           PERFORM MATCH-STATUS-SLOT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT
                  OR WS-STATUS-FOUND
           IF WS-STATUS-FOUND
               SUBTRACT 1 FROM WS-ST-IDX
           ELSE
               IF WS-ST-COUNT < 20
                   ADD 1 TO WS-ST-COUNT
                   MOVE WS-ST-COUNT TO WS-ST-IDX
                   INITIALIZE WS-ST-ENTRY (WS-ST-IDX)
                   MOVE WS-BKT-STATUS (WS-BUCKET-IDX)
                       TO WS-ST-CODE (WS-ST-IDX)
                   MOVE 'Y' TO WS-STATUS-FOUND-SW
               END-IF
           END-IF

           PERFORM ADD-BUCKET-MONTH
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT

           MOVE WS-BKT-CATEGORY (WS-BUCKET-IDX) TO WS-LINE-CATEGORY
           MOVE WS-BKT-STATUS (WS-BUCKET-IDX) TO WS-LINE-STATUS
           MOVE "RECORDS" TO WS-LINE-MEASURE
           PERFORM PRINT-COUNT-AND-CHANGE.

      *----------------------------------------------------------------*
      * MATCH-STATUS-SLOT: Compares one status total slot against the  *
      * bucket being printed. Performed from PRINT-ONE-BUCKET.         *
      *----------------------------------------------------------------*
       MATCH-STATUS-SLOT.
           IF WS-ST-CODE (WS-ST-IDX) = WS-BKT-STATUS (WS-BUCKET-IDX)
               MOVE 'Y' TO WS-STATUS-FOUND-SW
           END-IF.

      *----------------------------------------------------------------*
      * ADD-BUCKET-MONTH: Adds one month of the bucket into the        *
      * category, status and all-category totals and into the line     *
      * values to print. Performed from PRINT-ONE-BUCKET.              *
      *----------------------------------------------------------------*
       ADD-BUCKET-MONTH.
           MOVE WS-BKT-RECORDS (WS-BUCKET-IDX, WS-MONTH-IDX)
               TO WS-LINE-VALUE (WS-MONTH-IDX)
           ADD WS-BKT-RECORDS (WS-BUCKET-IDX, WS-MONTH-IDX)
               TO WS-CAT-RECORDS (WS-MONTH-IDX)
                  WS-ALL-RECORDS (WS-MONTH-IDX)
           ADD WS-BKT-ADDS (WS-BUCKET-IDX, WS-MONTH-IDX)
               TO WS-CAT-ADDS (WS-MONTH-IDX)
                  WS-ALL-ADDS (WS-MONTH-IDX)
           ADD WS-BKT-CHANGES (WS-BUCKET-IDX, WS-MONTH-IDX)
               TO WS-CAT-CHANGES (WS-MONTH-IDX)
                  WS-ALL-CHANGES (WS-MONTH-IDX)
           ADD WS-BKT-RETIRES (WS-BUCKET-IDX, WS-MONTH-IDX)
               TO WS-CAT-RETIRES (WS-MONTH-IDX)
                  WS-ALL-RETIRES (WS-MONTH-IDX)
           ADD WS-BKT-ARCHIVED (WS-BUCKET-IDX, WS-MONTH-IDX)
               TO WS-CAT-ARCHIVED (WS-MONTH-IDX)
                  WS-ALL-ARCHIVED (WS-MONTH-IDX)
           IF WS-STATUS-FOUND
               ADD WS-BKT-RECORDS (WS-BUCKET-IDX, WS-MONTH-IDX)
                   TO WS-ST-RECORDS (WS-ST-IDX, WS-MONTH-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-CATEGORY-TOTALS: Closes off the category just printed -  *
      * its total records and their change, then the month's adds,     *
      * changes, retirements and records archived - and a blank line.  *
      *----------------------------------------------------------------*
       PRINT-CATEGORY-TOTALS.
           MOVE WS-CURRENT-CATEGORY TO WS-LINE-CATEGORY
           MOVE SPACE TO WS-LINE-STATUS
           PERFORM COPY-CATEGORY-RECORDS
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE "TOTAL" TO WS-LINE-MEASURE
           PERFORM PRINT-COUNT-AND-CHANGE

           MOVE SPACES TO WS-LINE-CATEGORY
           PERFORM COPY-CATEGORY-ADDS
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE "ADDED" TO WS-LINE-MEASURE
           PERFORM PRINT-VALUE-LINE
           PERFORM COPY-CATEGORY-CHANGES
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE "CHANGED" TO WS-LINE-MEASURE
           PERFORM PRINT-VALUE-LINE
           PERFORM COPY-CATEGORY-RETIRES
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE "RETIRED" TO WS-LINE-MEASURE
           PERFORM PRINT-VALUE-LINE
           PERFORM COPY-CATEGORY-ARCHIVED
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE "ARCHIVED" TO WS-LINE-MEASURE
           PERFORM PRINT-VALUE-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * COPY-CATEGORY-RECORDS: Moves one month of the category's total *
      * records to the line values. Performed from                     *
      * PRINT-CATEGORY-TOTALS.                                         *
      *----------------------------------------------------------------*
       COPY-CATEGORY-RECORDS.
           MOVE WS-CAT-RECORDS (WS-MONTH-IDX)
               TO WS-LINE-VALUE (WS-MONTH-IDX).

      *----------------------------------------------------------------*
      * COPY-CATEGORY-ADDS: Moves one month of the category's adds to  *
      * the line values. Performed from PRINT-CATEGORY-TOTALS.         *
      *----------------------------------------------------------------*
       COPY-CATEGORY-ADDS.
           MOVE WS-CAT-ADDS (WS-MONTH-IDX)
               TO WS-LINE-VALUE (WS-MONTH-IDX).

      *----------------------------------------------------------------*
      * COPY-CATEGORY-CHANGES: Moves one month of the category's       *
      * changes to the line values. Performed from                     *
      * PRINT-CATEGORY-TOTALS.                                         *
      *----------------------------------------------------------------*
       COPY-CATEGORY-CHANGES.
           MOVE WS-CAT-CHANGES (WS-MONTH-IDX)
               TO WS-LINE-VALUE (WS-MONTH-IDX).

      *----------------------------------------------------------------*
      * COPY-CATEGORY-RETIRES: Moves one month of the category's       *
      * retirements to the line values. Performed from                 *
      * PRINT-CATEGORY-TOTALS.                                         *
      *----------------------------------------------------------------*
       COPY-CATEGORY-RETIRES.
           MOVE WS-CAT-RETIRES (WS-MONTH-IDX)
               TO WS-LINE-VALUE (WS-MONTH-IDX).

      *----------------------------------------------------------------*
      * COPY-CATEGORY-ARCHIVED: Moves one month of the category's      *
      * records archived to the line values. Performed from            *
      * PRINT-CATEGORY-TOTALS.                                         *
      *----------------------------------------------------------------*
       COPY-CATEGORY-ARCHIVED.
           MOVE WS-CAT-ARCHIVED (WS-MONTH-IDX)
               TO WS-LINE-VALUE (WS-MONTH-IDX).

      *----------------------------------------------------------------*
      * PRINT-ALL-TOTALS: Prints the closing all-category block - the  *
      * records in each status and their change, the grand total and   *
      * its change, and the month's adds, changes, retirements and     *
      * records archived across every category. The category totals    *
      * are reused to carry the grand figures to the print lines.      *
      *----------------------------------------------------------------*
       PRINT-ALL-TOTALS.
           MOVE "ALL CATEGORIES" TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           PERFORM PRINT-ONE-STATUS-TOTAL
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-COUNT

           MOVE WS-ALL-TOTALS TO WS-CAT-TOTALS
           MOVE "ALL" TO WS-CURRENT-CATEGORY
           PERFORM PRINT-CATEGORY-TOTALS.

      *----------------------------------------------------------------*
      * PRINT-ONE-STATUS-TOTAL: Prints one status code's records       *
      * across all categories and their change. Performed from         *
      * PRINT-ALL-TOTALS.                                              *
      *----------------------------------------------------------------*
       PRINT-ONE-STATUS-TOTAL.
           PERFORM COPY-STATUS-RECORDS
               VARYING WS-MONTH-IDX FROM 1 BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           MOVE "ALL" TO WS-LINE-CATEGORY
           MOVE WS-ST-CODE (WS-ST-IDX) TO WS-LINE-STATUS
           MOVE "RECORDS" TO WS-LINE-MEASURE
           PERFORM PRINT-COUNT-AND-CHANGE.

      *----------------------------------------------------------------*
      * COPY-STATUS-RECORDS: Moves one month of a status code's total  *
      * to the line values. Performed from PRINT-ONE-STATUS-TOTAL.     *
      *----------------------------------------------------------------*
       COPY-STATUS-RECORDS.
           MOVE WS-ST-RECORDS (WS-ST-IDX, WS-MONTH-IDX)
               TO WS-LINE-VALUE (WS-MONTH-IDX).

      *----------------------------------------------------------------*
      * PRINT-COUNT-AND-CHANGE: Prints the line values as a count line *
      * and, under it, their month-over-month change.                  *
      *----------------------------------------------------------------*
       PRINT-COUNT-AND-CHANGE.
           PERFORM PRINT-VALUE-LINE

           MOVE SPACES TO REPORT-LINE
           MOVE "  +/-" TO REPORT-LINE(9:5)
           PERFORM EDIT-ONE-CHANGE
               VARYING WS-MONTH-IDX FROM WS-FIRST-SHOWN BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT-VALUE-LINE: Prints the line values for the months shown, *
      * labelled with the line's category, status and measure.         *
      *----------------------------------------------------------------*
       PRINT-VALUE-LINE.
           MOVE SPACES TO REPORT-LINE
           MOVE WS-LINE-CATEGORY TO REPORT-LINE(1:4)
           MOVE WS-LINE-STATUS TO REPORT-LINE(6:1)
           MOVE WS-LINE-MEASURE TO REPORT-LINE(9:10)
           PERFORM EDIT-ONE-VALUE
               VARYING WS-MONTH-IDX FROM WS-FIRST-SHOWN BY 1
               UNTIL WS-MONTH-IDX > WS-MONTH-COUNT
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * EDIT-ONE-VALUE: Edits one month's value into its column.       *
      * Performed from PRINT-VALUE-LINE.                               *
      *----------------------------------------------------------------*
       EDIT-ONE-VALUE.
           PERFORM SET-COLUMN-POSITION
           MOVE WS-LINE-VALUE (WS-MONTH-IDX) TO WS-EDIT-VALUE
           MOVE WS-EDIT-VALUE TO REPORT-LINE(WS-COL-POS:7).

      *----------------------------------------------------------------*
      * EDIT-ONE-CHANGE: Edits one month's change on the month before  *
      * into its column - blank for the first month on file.           *
      * Performed from PRINT-COUNT-AND-CHANGE.                         *
      *----------------------------------------------------------------*
       EDIT-ONE-CHANGE.
           IF WS-MONTH-IDX > 1
               PERFORM SET-COLUMN-POSITION
               COMPUTE WS-CHANGE-VALUE =
                   WS-LINE-VALUE (WS-MONTH-IDX)
                   - WS-LINE-VALUE (WS-MONTH-IDX - 1)
               MOVE WS-CHANGE-VALUE TO WS-EDIT-CHANGE
               MOVE WS-EDIT-CHANGE TO REPORT-LINE(WS-COL-POS:7)
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-REPORT-LINE: Writes one line to the report, breaking to  *
      * a new page with the heading and column lines whenever the      *
      * page fills.                                                    *
      *----------------------------------------------------------------*
       PRINT-REPORT-LINE.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE
               MOVE REPORT-LINE TO WS-SAVED-LINE
               PERFORM PRINT-PAGE-HEADING
               MOVE WS-SAVED-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           ADD 1 TO WS-LINE-COUNT.

      *----------------------------------------------------------------*
      * PRINT-PAGE-HEADING: Starts a new report page with the title,   *
      * run date, page number and the month-end column headings.       *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.
