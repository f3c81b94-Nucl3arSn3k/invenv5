       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONTH-END-SNAPSHOT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "SNAPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT ARCHPARM-FILE ASSIGN TO "ARCHPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHPARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-MODE           PIC X(8).
           05 FILLER              PIC X(1).
           05 PARM-FROM-MONTH     PIC X(6).

       FD  ARCHPARM-FILE.
       01 ARCHPARM-RECORD.
           05 ARCH-RETENTION      PIC X(5).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-FILE-NAME-Z          PIC X(256).
       01 WS-JOB-NAME             PIC X(8) VALUE "MTHSNAP".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-ARCHPARM-STATUS      PIC X(02).
       01 WS-ARCHPARM-BAD-SW      PIC X(01) VALUE 'N'.
           88 WS-ARCHPARM-BAD     VALUE 'Y'.
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-RUN-FAIL-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-FAILED       VALUE 'Y'.
       01 WS-BACKFILL-SW          PIC X(01) VALUE 'N'.
           88 WS-BACKFILL         VALUE 'Y'.
       01 WS-ARCHIVE-SW           PIC X(01) VALUE 'N'.
           88 WS-ARCHIVE-ATTACHED VALUE 'Y'.
       01 WS-FILE-RC              PIC S9(9) COMP-5.
       01 WS-RETENTION-DAYS       PIC 9(5) VALUE 365.
       01 WS-SWEEP-LAG-DAYS       PIC 9(5).
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-DATE-INTEGER         PIC 9(9).
       01 WS-FROM-MONTH           PIC 9(6) VALUE ZERO.
       01 WS-LAST-MONTH-END       PIC 9(8).
       01 WS-CALC-DATE            PIC 9(8).
       01 WS-CALC-DATE-R REDEFINES WS-CALC-DATE.
           05 WS-CALC-YYYY        PIC 9(4).
           05 WS-CALC-MM          PIC 9(2).
           05 WS-CALC-DD          PIC 9(2).
       01 WS-MONTH-START          PIC 9(8).
       01 WS-MONTH-END            PIC 9(8).
       01 WS-MONTH-END-R REDEFINES WS-MONTH-END.
           05 WS-END-YYYY         PIC 9(4).
           05 WS-END-MM           PIC 9(2).
           05 WS-END-DD           PIC 9(2).
       01 WS-PREV-MONTH-END       PIC 9(8).
       01 WS-MONTH-ISO            PIC X(7).
       01 WS-END-ISO              PIC X(10).
       01 WS-ON-FILE-EXPR         PIC X(80).
       01 WS-SOURCE-CD            PIC X(01).
       01 WS-QUERY-VALUE          PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-QUERY-VALUE-2        PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-MONTH-ROWS           PIC 9(5).
       01 WS-MONTH-RECORDS        PIC 9(9).
       01 WS-ESTIMATED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-MONTHS-BUILT         PIC 9(4) VALUE ZERO.
       01 WS-MONTHS-SKIPPED       PIC 9(4) VALUE ZERO.
       01 WS-ROWS-WRITTEN         PIC 9(9) VALUE ZERO.
       01 WS-RECORDS-COUNTED      PIC 9(9) VALUE ZERO.
       01 WS-STEP-READ-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-STEP-WRITE-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-STEP-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MONTH-END-SNAPSHOT: Writes the permanent MONTH-SNAPSHOTS rows  *
      * that let management see how the counts per category and        *
      * status have moved over the year without rebuilding each date   *
      * through AS-OF-INQUIRY. One row per category and status code    *
      * for the month, keyed by the month-end date, holds the records  *
      * standing in it at month end, the adds, changes and retirements *
      * RECORDS-HISTORY shows for those records during the month, and  *
      * the number ARCHIVE-SWEEP moved from it to ARCHIVE.DB during    *
      * the month (swept records count under their category as         *
      * retired, and no longer in the record count). Run without a     *
      * SNAPPARM - or in the nightly stream - it snapshots the month   *
      * of the run date from the live RECORDS table, replacing any     *
      * rows that month already has, so the rows the last run of the   *
      * month leaves behind are the month-end figures. A SNAPPARM      *
      * reading BACKFILL in columns 1-8 instead builds every completed *
      * month from history, from the month in columns 10-15 (yyyymm;   *
      * blank means the first month RECORDS-HISTORY holds) through the *
      * month before the run date - see RUN-BACKFILL. A month already  *
      * snapshotted from the live table is never overwritten by the    *
      * backfill. A bad parameter abandons the run with RETURN-CODE 8, *
      * as does any database failure; each month is written in its     *
      * own transaction, so a failure never leaves a month half built. *
      * The records counted and rows written are reported through      *
      * SET-STEP-COUNTS for the nightly run-statistics log.            *
      *----------------------------------------------------------------*
           PERFORM READ-SNAPSHOT-PARMS

           IF WS-PARM-ERROR
               DISPLAY "MONTH-END-SNAPSHOT: run abandoned - correct "
                   "SNAPPARM and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

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
               DISPLAY "MONTH-END-SNAPSHOT: unable to open database"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "CREATE TEMP TABLE SNAP_STATE (RECORD_ID INTEGER, "
                      DELIMITED BY SIZE
                  "CATEGORY TEXT, STATUS TEXT, ON_FILE INTEGER, "
                      DELIMITED BY SIZE
                  "SWEPT INTEGER)"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           IF NOT WS-RUN-FAILED
               IF WS-BACKFILL
                   PERFORM RUN-BACKFILL
               ELSE
                   PERFORM TAKE-LIVE-SNAPSHOT
               END-IF
           END-IF

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           MOVE WS-RECORDS-COUNTED TO WS-STEP-READ-COUNT
           MOVE WS-ROWS-WRITTEN TO WS-STEP-WRITE-COUNT
           MOVE ZERO TO WS-STEP-REJECT-COUNT
           CALL "SET-STEP-COUNTS" USING
               WS-STEP-READ-COUNT
               WS-STEP-WRITE-COUNT
               WS-STEP-REJECT-COUNT
               WS-STATUS
           END-CALL

           DISPLAY "MONTH-END-SNAPSHOT SUMMARY - MONTHS BUILT: "
               WS-MONTHS-BUILT " SKIPPED: " WS-MONTHS-SKIPPED
               " ROWS WRITTEN: " WS-ROWS-WRITTEN

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * SNAP-VALUE-CALLBACK: sqlite3_exec row callback for the single- *
      * row queries this job runs - the first column comes back in     *
      * WS-QUERY-VALUE and the second, when there is one, in           *
      * WS-QUERY-VALUE-2.                                              *
      *----------------------------------------------------------------*
           ENTRY 'SNAP-VALUE-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-QUERY-VALUE
           END-CALL

           IF LNK-CB-ARGC > 1
               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(2)
                   RETURNING WS-QUERY-VALUE-2
               END-CALL
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * READ-SNAPSHOT-PARMS: Reads the optional SNAPPARM parameter     *
      * record - BACKFILL in columns 1-8 to build past months from     *
      * history, with the first month to build in columns 10-15. A     *
      * missing or empty file takes the live snapshot. Any other mode, *
      * or a from-month that is not a valid yyyymm, abandons the run.  *
      * The backfill also reads the sweep's ARCHPARM retention.        *
      *----------------------------------------------------------------*
       READ-SNAPSHOT-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-SNAPSHOT-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF

           IF WS-BACKFILL
               PERFORM READ-ARCHIVE-RETENTION
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-SNAPSHOT-PARMS: Validates and applies the parameter       *
      * record just read. Performed from READ-SNAPSHOT-PARMS.          *
      *----------------------------------------------------------------*
       EDIT-SNAPSHOT-PARMS.
           EVALUATE PARM-MODE
               WHEN SPACES
                   CONTINUE
               WHEN "BACKFILL"
                   MOVE 'Y' TO WS-BACKFILL-SW
               WHEN OTHER
                   DISPLAY "MONTH-END-SNAPSHOT: invalid SNAPPARM "
                       "mode '" PARM-MODE "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
           END-EVALUATE

           IF PARM-FROM-MONTH NOT = SPACES
               IF PARM-FROM-MONTH NUMERIC
                AND PARM-FROM-MONTH(5:2) >= "01"
                AND PARM-FROM-MONTH(5:2) <= "12"
                   MOVE PARM-FROM-MONTH TO WS-FROM-MONTH
               ELSE
                   DISPLAY "MONTH-END-SNAPSHOT: invalid SNAPPARM "
                       "from-month '" PARM-FROM-MONTH "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * READ-ARCHIVE-RETENTION: Reads the retention period in days     *
      * from the sweep's own ARCHPARM file, which dates the sweeps     *
      * that ran before the sweep log was kept. A missing or empty     *
      * file means the same compiled-in default the sweep uses; a      *
      * keyed value that is not numeric falls back to the default      *
      * with a warning - the backfill never abandons on the sweep's    *
      * parameter card.                                                *
      *----------------------------------------------------------------*
       READ-ARCHIVE-RETENTION.
           OPEN INPUT ARCHPARM-FILE

           IF WS-ARCHPARM-STATUS = "00"
               READ ARCHPARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF ARCH-RETENTION = SPACES
                           CONTINUE
                       ELSE
                           IF ARCH-RETENTION NUMERIC
                               MOVE ARCH-RETENTION
                                   TO WS-RETENTION-DAYS
                           ELSE
                               MOVE 'Y' TO WS-ARCHPARM-BAD-SW
                           END-IF
                       END-IF
               END-READ
               CLOSE ARCHPARM-FILE
           END-IF

           IF WS-ARCHPARM-BAD
               DISPLAY "MONTH-END-SNAPSHOT: ARCHPARM unreadable - "
                   "default retention used"
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-LIVE-SNAPSHOT: Snapshots the month of the run date from   *
      * the live table - every record on RECORDS where it stands now,  *
      * plus the records ARCHIVE-SWEEP logged out of it this month -   *
      * and replaces the month's rows inside one transaction.          *
      *----------------------------------------------------------------*
       TAKE-LIVE-SNAPSHOT.
           MOVE WS-RUN-DATE TO WS-CALC-DATE
           PERFORM SET-MONTH-BOUNDS
           MOVE 'L' TO WS-SOURCE-CD

           PERFORM BEGIN-SNAPSHOT-MONTH

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "INSERT INTO SNAP_STATE SELECT ID, "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(CATEGORY), ''), ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(STATUS), ''), 'A'), 1, 0 "
                      DELIMITED BY SIZE
                  "FROM RECORDS"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "INSERT INTO SNAP_STATE SELECT RECORD_ID, "
                      DELIMITED BY SIZE
                  "CATEGORY, 'R', 0, 1 FROM ARCHIVE_SWEEPS "
                      DELIMITED BY SIZE
                  "WHERE SWEPT_ON > " DELIMITED BY SIZE
                  WS-PREV-MONTH-END DELIMITED BY SIZE
                  " AND SWEPT_ON <= " DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           PERFORM END-SNAPSHOT-MONTH.

      *----------------------------------------------------------------*
      * RUN-BACKFILL: Builds past month-ends from RECORDS-HISTORY, a   *
      * one-time job for the months before the snapshot step was in    *
      * the nightly stream. Each record's standing at a month end is   *
      * its last history row on or before that date - the after-image  *
      * status and category where the row carries one, otherwise a     *
      * retire or merge reads as retired, anything else as active,     *
      * and the category is the record's current one. Records on file  *
      * with no add in history predate it and count from the start.    *
      * Records swept to the archive drop out in the month the sweep   *
      * log dates them; sweeps before the log was kept are dated from  *
      * the record's effective-to date and the ARCHPARM retention,     *
      * which is when the sweep rule would first have moved them.      *
      *----------------------------------------------------------------*
       RUN-BACKFILL.
           MOVE 'H' TO WS-SOURCE-CD
           COMPUTE WS-SWEEP-LAG-DAYS = WS-RETENTION-DAYS + 1

           IF WS-FROM-MONTH = ZERO
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "SELECT COALESCE(MIN(CAST(strftime('%Y%m', "
                          DELIMITED BY SIZE
                      "CHANGED_AT, 'localtime') AS INTEGER)), 0) "
                          DELIMITED BY SIZE
                      "FROM RECORDS_HISTORY"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-VALUE-QUERY
               MOVE WS-QUERY-VALUE TO WS-FROM-MONTH
           END-IF

           MOVE WS-RUN-DATE TO WS-CALC-DATE
           MOVE 01 TO WS-CALC-DD
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) - 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-LAST-MONTH-END

           IF WS-FROM-MONTH = ZERO
               DISPLAY "MONTH-END-SNAPSHOT: no history on file - "
                   "nothing to backfill"
           ELSE
               COMPUTE WS-CALC-DATE = WS-FROM-MONTH * 100 + 1
               IF WS-CALC-DATE > WS-LAST-MONTH-END
                   DISPLAY "MONTH-END-SNAPSHOT: no completed month "
                       "from " WS-FROM-MONTH " - nothing to backfill"
               ELSE
                   PERFORM PREPARE-BACKFILL
                   PERFORM BACKFILL-ONE-MONTH
                       UNTIL WS-CALC-DATE > WS-LAST-MONTH-END
                          OR WS-RUN-FAILED
                   IF WS-ARCHIVE-ATTACHED
                       MOVE "DETACH DATABASE ARCH" TO WS-SQL-STATEMENT
                       PERFORM RUN-SNAPSHOT-STATEMENT
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PREPARE-BACKFILL: Builds the two work tables the backfill      *
      * months share - SNAP_CAT, every record ID known on either       *
      * database with its current category and status, and             *
      * SNAP_SWEPT, the date each archived record left the live table. *
      * The archive is attached read-only for its category and         *
      * effective-to dates; an archive never swept into is skipped.    *
      *----------------------------------------------------------------*
       PREPARE-BACKFILL.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "CREATE TEMP TABLE SNAP_CAT AS SELECT "
                      DELIMITED BY SIZE
                  "ID AS RECORD_ID, "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(CATEGORY), ''), ' ') "
                      DELIMITED BY SIZE
                  "AS CATEGORY, "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(STATUS), ''), 'A') "
                      DELIMITED BY SIZE
                  "AS STATUS FROM RECORDS"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "CREATE TEMP TABLE SNAP_SWEPT AS SELECT "
                      DELIMITED BY SIZE
                  "RECORD_ID, SWEPT_ON FROM ARCHIVE_SWEEPS"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "INSERT INTO SNAP_CAT SELECT RECORD_ID, "
                      DELIMITED BY SIZE
                  "CATEGORY, 'R' FROM ARCHIVE_SWEEPS WHERE "
                      DELIMITED BY SIZE
                  "RECORD_ID NOT IN (SELECT RECORD_ID FROM SNAP_CAT)"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           MOVE SPACES TO WS-FILE-NAME-Z
           STRING "ARCHIVE.DB" DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-FILE-NAME-Z
           END-STRING
           CALL "access" USING
               BY REFERENCE WS-FILE-NAME-Z
               BY VALUE 0
               RETURNING WS-FILE-RC
           END-CALL

           IF WS-FILE-RC = ZERO AND NOT WS-RUN-FAILED
               PERFORM ATTACH-ARCHIVE
           END-IF

           IF WS-ARCHIVE-ATTACHED
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "INSERT INTO SNAP_CAT SELECT ID, "
                          DELIMITED BY SIZE
                      "COALESCE(NULLIF(TRIM(CATEGORY), ''), ' '), "
                          DELIMITED BY SIZE
                      "'R' FROM ARCH.RECORDS WHERE ID NOT IN "
                          DELIMITED BY SIZE
                      "(SELECT RECORD_ID FROM SNAP_CAT)"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-SNAPSHOT-STATEMENT

               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "INSERT INTO SNAP_SWEPT SELECT ID, "
                          DELIMITED BY SIZE
                      "CAST(strftime('%Y%m%d', date(printf("
                          DELIMITED BY SIZE
                      "'%04d-%02d-%02d', EFF_TO / 10000, "
                          DELIMITED BY SIZE
                      "EFF_TO / 100 % 100, EFF_TO % 100), '+"
                          DELIMITED BY SIZE
                      WS-SWEEP-LAG-DAYS DELIMITED BY SIZE
                      " days')) AS INTEGER) FROM ARCH.RECORDS "
                          DELIMITED BY SIZE
                      "WHERE COALESCE(EFF_TO, 0) > 0 "
                          DELIMITED BY SIZE
                      "AND ID NOT IN (SELECT RECORD_ID FROM "
                          DELIMITED BY SIZE
                      "SNAP_SWEPT) AND ID NOT IN "
                          DELIMITED BY SIZE
                      "(SELECT ID FROM main.RECORDS)"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-SNAPSHOT-STATEMENT

               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "SELECT COUNT(*) FROM SNAP_SWEPT WHERE "
                          DELIMITED BY SIZE
                      "RECORD_ID NOT IN "
                          DELIMITED BY SIZE
                      "(SELECT RECORD_ID FROM ARCHIVE_SWEEPS)"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-VALUE-QUERY
               MOVE WS-QUERY-VALUE TO WS-ESTIMATED-COUNT
               IF WS-ESTIMATED-COUNT > ZERO
                   DISPLAY "MONTH-END-SNAPSHOT: " WS-ESTIMATED-COUNT
                       " archived records predate the sweep log - "
                       "sweep dated by " WS-RETENTION-DAYS
                       "-day retention"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * ATTACH-ARCHIVE: Attaches ARCHIVE.DB to the live connection as  *
      * ARCH when it holds a RECORDS table. Performed from             *
      * PREPARE-BACKFILL.                                              *
      *----------------------------------------------------------------*
       ATTACH-ARCHIVE.
           MOVE "ATTACH DATABASE 'ARCHIVE.DB' AS ARCH"
               TO WS-SQL-STATEMENT
           PERFORM RUN-SNAPSHOT-STATEMENT

           IF NOT WS-RUN-FAILED
               MOVE 'Y' TO WS-ARCHIVE-SW
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "SELECT COUNT(*) FROM ARCH.sqlite_master "
                          DELIMITED BY SIZE
                      "WHERE type = 'table' AND name = 'RECORDS'"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-VALUE-QUERY
               IF WS-QUERY-VALUE = ZERO
                   MOVE "DETACH DATABASE ARCH" TO WS-SQL-STATEMENT
                   PERFORM RUN-SNAPSHOT-STATEMENT
                   MOVE 'N' TO WS-ARCHIVE-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * BACKFILL-ONE-MONTH: Builds one past month from history unless  *
      * the month already has rows from a live snapshot, then moves on *
      * to the next month. Performed from RUN-BACKFILL until the last  *
      * completed month is done.                                       *
      *----------------------------------------------------------------*
       BACKFILL-ONE-MONTH.
           PERFORM SET-MONTH-BOUNDS

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM MONTH_SNAPSHOTS WHERE "
                      DELIMITED BY SIZE
                  "SOURCE = 'L' AND MONTH_END = "
                      DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-VALUE-QUERY

           IF WS-RUN-FAILED
               CONTINUE
           ELSE
               IF WS-QUERY-VALUE > ZERO
                   ADD 1 TO WS-MONTHS-SKIPPED
                   DISPLAY "MONTH-END-SNAPSHOT: " WS-MONTH-END
                       " has a live snapshot - left as it stands"
               ELSE
                   PERFORM BUILD-HISTORY-MONTH
               END-IF
           END-IF

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-END) + 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-CALC-DATE.

      *----------------------------------------------------------------*
      * BUILD-HISTORY-MONTH: Loads SNAP_STATE with each record's       *
      * standing at the month end as history shows it, then writes the *
      * month's rows. Records swept before the month began are left    *
      * out; those swept during it count as swept rather than on file. *
      * Performed from BACKFILL-ONE-MONTH.                             *
      *----------------------------------------------------------------*
       BUILD-HISTORY-MONTH.
           PERFORM BEGIN-SNAPSHOT-MONTH

           MOVE SPACES TO WS-ON-FILE-EXPR
           STRING "CASE WHEN COALESCE(W.SWEPT_ON, 99999999) > "
                      DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
                  " THEN 1 ELSE 0 END" DELIMITED BY SIZE
               INTO WS-ON-FILE-EXPR
           END-STRING

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "INSERT INTO SNAP_STATE SELECT H.RECORD_ID, "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(H.NEW_CATEGORY), ''), "
                      DELIMITED BY SIZE
                  "C.CATEGORY, ' '), CASE WHEN H.ACTION IN "
                      DELIMITED BY SIZE
                  "('D', 'M') THEN 'R' ELSE "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(H.NEW_STATUS), ''), 'A') "
                      DELIMITED BY SIZE
                  "END, " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ON-FILE-EXPR) DELIMITED BY SIZE
                  ", 1 - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ON-FILE-EXPR) DELIMITED BY SIZE
                  " FROM RECORDS_HISTORY H LEFT JOIN SNAP_CAT C "
                      DELIMITED BY SIZE
                  "ON C.RECORD_ID = H.RECORD_ID "
                      DELIMITED BY SIZE
                  "LEFT JOIN SNAP_SWEPT W ON W.RECORD_ID = "
                      DELIMITED BY SIZE
                  "H.RECORD_ID WHERE COALESCE(W.SWEPT_ON, "
                      DELIMITED BY SIZE
                  "99999999) > " DELIMITED BY SIZE
                  WS-PREV-MONTH-END DELIMITED BY SIZE
                  " AND H.HIST_SEQ = (SELECT MAX(H2.HIST_SEQ) "
                      DELIMITED BY SIZE
                  "FROM RECORDS_HISTORY H2 WHERE "
                      DELIMITED BY SIZE
                  "H2.RECORD_ID = H.RECORD_ID AND "
                      DELIMITED BY SIZE
                  "date(H2.CHANGED_AT, 'localtime') <= '"
                      DELIMITED BY SIZE
                  WS-END-ISO DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "INSERT INTO SNAP_STATE SELECT C.RECORD_ID, "
                      DELIMITED BY SIZE
                  "C.CATEGORY, CASE WHEN EXISTS (SELECT 1 FROM "
                      DELIMITED BY SIZE
                  "RECORDS_HISTORY X WHERE X.RECORD_ID = "
                      DELIMITED BY SIZE
                  "C.RECORD_ID) THEN 'A' ELSE C.STATUS END, "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ON-FILE-EXPR) DELIMITED BY SIZE
                  ", 1 - " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ON-FILE-EXPR) DELIMITED BY SIZE
                  " FROM SNAP_CAT C LEFT JOIN SNAP_SWEPT W ON "
                      DELIMITED BY SIZE
                  "W.RECORD_ID = C.RECORD_ID WHERE "
                      DELIMITED BY SIZE
                  "COALESCE(W.SWEPT_ON, 99999999) > "
                      DELIMITED BY SIZE
                  WS-PREV-MONTH-END DELIMITED BY SIZE
                  " AND NOT EXISTS (SELECT 1 FROM RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "H WHERE H.RECORD_ID = C.RECORD_ID AND "
                      DELIMITED BY SIZE
                  "(H.ACTION = 'A' OR date(H.CHANGED_AT, "
                      DELIMITED BY SIZE
                  "'localtime') <= '" DELIMITED BY SIZE
                  WS-END-ISO DELIMITED BY SIZE
                  "'))" DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           PERFORM END-SNAPSHOT-MONTH.

      *----------------------------------------------------------------*
      * BEGIN-SNAPSHOT-MONTH: Opens the month's transaction and clears *
      * the standing work table.                                       *
      *----------------------------------------------------------------*
       BEGIN-SNAPSHOT-MONTH.
           CALL "BEGIN-TRANSACTION" USING
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "MONTH-END-SNAPSHOT: unable to start "
                   "transaction"
               MOVE 'Y' TO WS-RUN-FAIL-SW
           END-IF

           MOVE "DELETE FROM SNAP_STATE" TO WS-SQL-STATEMENT
           PERFORM RUN-SNAPSHOT-STATEMENT.

      *----------------------------------------------------------------*
      * END-SNAPSHOT-MONTH: Replaces the month's rows from SNAP_STATE  *
      * - one per category and status, with the month's history        *
      * activity for the records standing in it - and commits, or      *
      * rolls the month back when any step failed.                     *
      *----------------------------------------------------------------*
       END-SNAPSHOT-MONTH.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "DELETE FROM MONTH_SNAPSHOTS WHERE MONTH_END = "
                      DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "INSERT INTO MONTH_SNAPSHOTS SELECT "
                      DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
                  ", S.CATEGORY, S.STATUS, SUM(S.ON_FILE), "
                      DELIMITED BY SIZE
                  "SUM(COALESCE(A.ADDS, 0)), "
                      DELIMITED BY SIZE
                  "SUM(COALESCE(A.CHANGES, 0)), "
                      DELIMITED BY SIZE
                  "SUM(COALESCE(A.RETIRES, 0)), SUM(S.SWEPT), '"
                      DELIMITED BY SIZE
                  WS-SOURCE-CD DELIMITED BY SIZE
                  "', datetime('now'), '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-NAME) DELIMITED BY SIZE
                  "' FROM SNAP_STATE S LEFT JOIN (SELECT RECORD_ID, "
                      DELIMITED BY SIZE
                  "SUM(ACTION = 'A') AS ADDS, "
                      DELIMITED BY SIZE
                  "SUM(ACTION = 'U') AS CHANGES, "
                      DELIMITED BY SIZE
                  "SUM(ACTION = 'D') AS RETIRES "
                      DELIMITED BY SIZE
                  "FROM RECORDS_HISTORY WHERE "
                      DELIMITED BY SIZE
                  "strftime('%Y-%m', CHANGED_AT, 'localtime') = '"
                      DELIMITED BY SIZE
                  WS-MONTH-ISO DELIMITED BY SIZE
                  "' GROUP BY RECORD_ID) A ON A.RECORD_ID = "
                      DELIMITED BY SIZE
                  "S.RECORD_ID GROUP BY S.CATEGORY, S.STATUS"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-SNAPSHOT-STATEMENT

           IF WS-RUN-FAILED
               CALL "ROLLBACK-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               DISPLAY "MONTH-END-SNAPSHOT: " WS-MONTH-END
                   " not written - rolled back"
           ELSE
               CALL "COMMIT-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   CALL "ROLLBACK-TRANSACTION" USING
                       WS-STATUS
                   END-CALL
                   DISPLAY "MONTH-END-SNAPSHOT: " WS-MONTH-END
                       " commit failed - rolled back"
                   MOVE 'Y' TO WS-RUN-FAIL-SW
               ELSE
                   PERFORM COUNT-MONTH-ROWS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-MONTH-ROWS: Counts the rows and records the month just   *
      * committed and displays them. Performed from                    *
      * END-SNAPSHOT-MONTH.                                            *
      *----------------------------------------------------------------*
       COUNT-MONTH-ROWS.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT COUNT(*), COALESCE(SUM(RECORD_COUNT), 0) "
                      DELIMITED BY SIZE
                  "FROM MONTH_SNAPSHOTS WHERE MONTH_END = "
                      DELIMITED BY SIZE
                  WS-MONTH-END DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           MOVE ZERO TO WS-QUERY-VALUE-2
           PERFORM RUN-VALUE-QUERY

           MOVE WS-QUERY-VALUE TO WS-MONTH-ROWS
           MOVE WS-QUERY-VALUE-2 TO WS-MONTH-RECORDS
           ADD 1 TO WS-MONTHS-BUILT
           ADD WS-MONTH-ROWS TO WS-ROWS-WRITTEN
           ADD WS-MONTH-RECORDS TO WS-RECORDS-COUNTED

           IF WS-SOURCE-CD = 'L'
               DISPLAY "MONTH-END-SNAPSHOT: " WS-MONTH-END
                   " snapshot from live - ROWS: " WS-MONTH-ROWS
                   " RECORDS: " WS-MONTH-RECORDS
           ELSE
               DISPLAY "MONTH-END-SNAPSHOT: " WS-MONTH-END
                   " built from history - ROWS: " WS-MONTH-ROWS
                   " RECORDS: " WS-MONTH-RECORDS
           END-IF.

      *----------------------------------------------------------------*
      * SET-MONTH-BOUNDS: Works out the month holding WS-CALC-DATE -   *
      * its first day, its last day, the last day of the month before, *
      * and the yyyy-mm and yyyy-mm-dd forms the history predicates    *
      * compare against.                                               *
      *----------------------------------------------------------------*
       SET-MONTH-BOUNDS.
           MOVE 01 TO WS-CALC-DD
           MOVE WS-CALC-DATE TO WS-MONTH-START

           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-MONTH-START) - 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-PREV-MONTH-END

           IF WS-CALC-MM = 12
               ADD 1 TO WS-CALC-YYYY
               MOVE 01 TO WS-CALC-MM
           ELSE
               ADD 1 TO WS-CALC-MM
           END-IF
           COMPUTE WS-DATE-INTEGER =
               FUNCTION INTEGER-OF-DATE(WS-CALC-DATE) - 1
           END-COMPUTE
           MOVE FUNCTION DATE-OF-INTEGER(WS-DATE-INTEGER)
               TO WS-MONTH-END
           MOVE WS-MONTH-START TO WS-CALC-DATE

           MOVE SPACES TO WS-MONTH-ISO
           STRING WS-END-YYYY DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-END-MM DELIMITED BY SIZE
               INTO WS-MONTH-ISO
           END-STRING
           MOVE SPACES TO WS-END-ISO
           STRING WS-MONTH-ISO DELIMITED BY SIZE
                  "-" DELIMITED BY SIZE
                  WS-END-DD DELIMITED BY SIZE
               INTO WS-END-ISO
           END-STRING.

      *----------------------------------------------------------------*
      * RUN-SNAPSHOT-STATEMENT: Runs the statement in WS-SQL-STATEMENT *
      * through EXECUTE-SQL and fails the run when it does not go      *
      * through. Nothing runs once the run has failed.                 *
      *----------------------------------------------------------------*
       RUN-SNAPSHOT-STATEMENT.
           IF NOT WS-RUN-FAILED
               CALL "EXECUTE-SQL" USING
                   WS-SQL-STATEMENT
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "MONTH-END-SNAPSHOT: statement failed: "
                       WS-SQL-STATEMENT(1:60)
                   MOVE 'Y' TO WS-RUN-FAIL-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RUN-VALUE-QUERY: Runs the single-row query in                  *
      * WS-SQL-STATEMENT through SNAP-VALUE-CALLBACK and fails the run *
      * when it does not go through.                                   *
      *----------------------------------------------------------------*
       RUN-VALUE-QUERY.
           MOVE ZERO TO WS-QUERY-VALUE
           IF NOT WS-RUN-FAILED
               SET WS-CALLBACK TO ENTRY "SNAP-VALUE-CALLBACK"
               CALL "EXECUTE-QUERY" USING
                   WS-SQL-STATEMENT
                   WS-CALLBACK
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "MONTH-END-SNAPSHOT: query failed: "
                       WS-SQL-STATEMENT(1:60)
                   MOVE 'Y' TO WS-RUN-FAIL-SW
               END-IF
           END-IF.
