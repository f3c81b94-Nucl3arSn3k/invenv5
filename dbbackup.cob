       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATABASE-BACKUP.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "BKUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "BKUPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-GENERATIONS    PIC X(2).

       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           05 GENCAT-GEN-ID       PIC 9(14).
           05 FILLER              PIC X(1).
           05 GENCAT-RECORDS-FILE PIC X(30).
           05 FILLER              PIC X(1).
           05 GENCAT-ARCHIVE-FILE PIC X(30).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-ARCHIVE-DB-NAME      PIC X(255) VALUE "ARCHIVE.DB".
       01 WS-COPY-DB-NAME         PIC X(255).
       01 WS-JOB-NAME             PIC X(8) VALUE "DBBACKUP".
       01 WS-HANDLE-NUM           PIC 9.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-CATALOG-FILE-STATUS  PIC X(02).
       01 WS-CATALOG-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-CATALOG-EOF      VALUE 'Y'.
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-BACKUP-FAIL-SW       PIC X(01) VALUE 'N'.
           88 WS-BACKUP-FAILED    VALUE 'Y'.
       01 WS-COPY-TAKEN-SW        PIC X(01) VALUE 'N'.
           88 WS-COPY-TAKEN       VALUE 'Y'.
       01 WS-GENERATIONS          PIC 9(2) VALUE 7.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-NEW-GEN-ID           PIC 9(14).
       01 WS-NEW-GEN-PARTS REDEFINES WS-NEW-GEN-ID.
           05 WS-NEW-GEN-DATE     PIC 9(8).
           05 WS-NEW-GEN-TIME     PIC 9(6).
       01 WS-NEW-RECORDS-FILE     PIC X(30).
       01 WS-NEW-ARCHIVE-FILE     PIC X(30).
       01 WS-FILE-NAME-Z          PIC X(32).
       01 WS-FILE-RC              PIC S9(9) COMP-5.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-LIVE-COUNT           PIC 9(9).
       01 WS-ARCHIVE-COUNT        PIC 9(9).
       01 WS-MISMATCH             PIC 9.
       01 WS-TABLES-CHECKED       PIC 9(4) VALUE ZERO.
       01 WS-TABLES-MISMATCHED    PIC 9(4) VALUE ZERO.
       01 WS-VERIFY-SCHEMA        PIC X(8).
       01 WS-VERIFY-LABEL         PIC X(8).
       01 WS-TABLE-NAME-BUFFER    PIC X(65).
       01 WS-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-TABLE-IDX            PIC 9(2).
       01 WS-TABLE-LIST.
           05 WS-TABLE-NAME       OCCURS 40 TIMES PIC X(30).
       01 WS-GEN-COUNT            PIC 9(3) VALUE ZERO.
       01 WS-GEN-IDX              PIC 9(3).
       01 WS-GEN-FIRST-KEPT       PIC 9(3).
       01 WS-GEN-REMOVED-COUNT    PIC 9(3) VALUE ZERO.
       01 WS-GEN-TABLE.
           05 WS-GEN-ENTRY        OCCURS 99 TIMES.
               10 WS-GEN-ID            PIC 9(14).
               10 WS-GEN-RECORDS-FILE  PIC X(30).
               10 WS-GEN-ARCHIVE-FILE  PIC X(30).
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(26)
               VALUE "DATABASE BACKUP REPORT    ".
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(14) VALUE "   GENERATION ".
           05 WS-HDG-GEN-ID       PIC 9(14).
           05 FILLER              PIC X(49) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(8) VALUE "DATABASE".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "TABLE".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "  LIVE ROWS".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "  COPY ROWS".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(12) VALUE "RESULT".
       01 WS-DETAIL-LINE.
           05 WS-DET-DATABASE     PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-TABLE        PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-LIVE         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-COPY         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-RESULT       PIC X(12).

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * DATABASE-BACKUP: The nightly backup step. Takes a consistent   *
      * copy of RECORDS.DB and ARCHIVE.DB through SQLite's VACUUM INTO *
      * - each copy is written from a single read transaction, so it   *
      * is the database as of one instant even with other work on the  *
      * file - into a dated generation: RECORDS.yyyymmdd.hhmmss.BKP    *
      * and ARCHIVE.yyyymmdd.hhmmss.BKP. Every table in each copy is   *
      * then verified by reconciling its row count against the         *
      * database it was taken from through RECONCILE-COUNTS, live      *
      * database on handle 1 and copy on handle 2, the same way the    *
      * archive sweep verifies its copy. A verified generation is      *
      * added to the BKUPCAT generation catalog - the catalog          *
      * DATABASE-RECOVERY restores from - and the oldest generations   *
      * beyond the number to keep from BKUPPARM (columns 1-2; a        *
      * missing file means the compiled-in default of 7) are deleted.  *
      * A copy that fails verification is deleted and never            *
      * catalogued, so the catalog only ever names generations that    *
      * reconciled. The backup report lists every table checked and    *
      * the generations kept and removed. The job ends with            *
      * RETURN-CODE 8 on a bad parameter or when no verified           *
      * generation could be taken, so NIGHTLY-DRIVER stops the stream  *
      * there rather than carry on without a backup.                   *
      *----------------------------------------------------------------*
           PERFORM READ-BACKUP-PARMS

           IF WS-PARM-ERROR
               DISPLAY "DATABASE-BACKUP: run abandoned - correct "
                   "BKUPPARM and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GENERATION-CATALOG

           IF WS-BACKUP-FAILED
               DISPLAY "DATABASE-BACKUP: run abandoned - BKUPCAT "
                   "cannot be read"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           MOVE WS-RUN-DATE TO WS-NEW-GEN-DATE
           MOVE WS-RUN-TIME(1:6) TO WS-NEW-GEN-TIME
           PERFORM BUILD-GENERATION-NAMES

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "DATABASE-BACKUP: unable to open report "
                   "file: " WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "SET-AUDIT-USER" USING
               WS-JOB-NAME
               WS-STATUS
           END-CALL

           MOVE 1 TO WS-HANDLE-NUM
           CALL "OPEN-DATABASE" USING
               WS-DB-NAME
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "DATABASE-BACKUP: unable to open database"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM TAKE-DATABASE-COPIES

           IF NOT WS-BACKUP-FAILED
               PERFORM VERIFY-DATABASE-COPIES
           END-IF

           MOVE 1 TO WS-HANDLE-NUM
           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           IF WS-BACKUP-FAILED
               PERFORM DISCARD-NEW-GENERATION
           ELSE
               PERFORM CATALOG-NEW-GENERATION
           END-IF

           PERFORM PRINT-BACKUP-TOTALS

           CLOSE REPORT-FILE

           IF WS-BACKUP-FAILED
               DISPLAY "DATABASE-BACKUP: no verified generation "
                   "taken - see BKUPRPT"
           ELSE
               DISPLAY "DATABASE-BACKUP SUMMARY - GENERATION: "
                   WS-NEW-GEN-ID " TABLES VERIFIED: "
                   WS-TABLES-CHECKED " GENERATIONS REMOVED: "
                   WS-GEN-REMOVED-COUNT
           END-IF

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-BACKUP-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * TABLE-NAME-CALLBACK: sqlite3_exec row callback for the         *
      * sqlite_master table list. Each row is one table name, loaded   *
      * into the table list the verification walks.                    *
      *----------------------------------------------------------------*
           ENTRY 'TABLE-NAME-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-TABLE-NAME-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-TABLE-NAME-BUFFER
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-TABLE-NAME-BUFFER
               REPLACING ALL X"00" BY SPACE

           IF WS-TABLE-COUNT < 40
               ADD 1 TO WS-TABLE-COUNT
               MOVE WS-TABLE-NAME-BUFFER
                   TO WS-TABLE-NAME (WS-TABLE-COUNT)
           ELSE
               DISPLAY "DATABASE-BACKUP: more than 40 tables - "
                   FUNCTION TRIM(WS-TABLE-NAME-BUFFER)
                   " not verified"
               MOVE 'Y' TO WS-BACKUP-FAIL-SW
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * READ-BACKUP-PARMS: Reads the optional BKUPPARM parameter       *
      * record - the number of generations to keep, 1 to 98, in        *
      * columns 1-2. A missing file, empty file or blank value keeps   *
      * the compiled-in default, but a keyed value that is not         *
      * numeric or out of range abandons the run - a mistyped count    *
      * must never prune away the generations the operator meant to    *
      * keep.                                                          *
      *----------------------------------------------------------------*
       READ-BACKUP-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-BACKUP-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-BACKUP-PARMS: Validates and applies the parameter record  *
      * just read. Performed from READ-BACKUP-PARMS.                   *
      *----------------------------------------------------------------*
       EDIT-BACKUP-PARMS.
           IF PARM-GENERATIONS NOT = SPACES
               IF PARM-GENERATIONS NUMERIC
                AND PARM-GENERATIONS > "00"
                AND PARM-GENERATIONS < "99"
                   MOVE PARM-GENERATIONS TO WS-GENERATIONS
               ELSE
                   DISPLAY "DATABASE-BACKUP: invalid BKUPPARM "
                       "generations '" PARM-GENERATIONS "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-GENERATION-CATALOG: Reads the BKUPCAT generation catalog  *
      * - one line per verified generation, oldest first - into the    *
      * generation table. A missing catalog is a first run with no     *
      * generations yet; any other open failure fails the run, since   *
      * rewriting a catalog that could not be read would lose track    *
      * of generations already on disk.                                *
      *----------------------------------------------------------------*
       LOAD-GENERATION-CATALOG.
           OPEN INPUT CATALOG-FILE

           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM LOAD-GENERATION-LOOP UNTIL WS-CATALOG-EOF
               CLOSE CATALOG-FILE
           ELSE
               IF WS-CATALOG-FILE-STATUS NOT = "35"
                   DISPLAY "DATABASE-BACKUP: unable to open BKUPCAT: "
                       WS-CATALOG-FILE-STATUS
                   MOVE 'Y' TO WS-BACKUP-FAIL-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-GENERATION-LOOP: Reads one catalog line into the next     *
      * generation table slot. Blank and non-numeric lines are         *
      * skipped. Performed from LOAD-GENERATION-CATALOG.               *
      *----------------------------------------------------------------*
       LOAD-GENERATION-LOOP.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SW
               NOT AT END
                   IF GENCAT-GEN-ID NUMERIC
                       IF WS-GEN-COUNT < 98
                           ADD 1 TO WS-GEN-COUNT
                           MOVE GENCAT-GEN-ID
                               TO WS-GEN-ID (WS-GEN-COUNT)
                           MOVE GENCAT-RECORDS-FILE
                               TO WS-GEN-RECORDS-FILE (WS-GEN-COUNT)
                           MOVE GENCAT-ARCHIVE-FILE
                               TO WS-GEN-ARCHIVE-FILE (WS-GEN-COUNT)
                       ELSE
                           DISPLAY "DATABASE-BACKUP: more than 98 "
                               "generations in BKUPCAT - extras "
                               "ignored"
                           MOVE 'Y' TO WS-CATALOG-EOF-SW
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * BUILD-GENERATION-NAMES: Builds the file names for this run's   *
      * generation from the generation ID - run date and time.         *
      *----------------------------------------------------------------*
       BUILD-GENERATION-NAMES.
           MOVE SPACES TO WS-NEW-RECORDS-FILE
           STRING "RECORDS." DELIMITED BY SIZE
                  WS-NEW-GEN-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-NEW-GEN-TIME DELIMITED BY SIZE
                  ".BKP" DELIMITED BY SIZE
               INTO WS-NEW-RECORDS-FILE
           END-STRING

           MOVE SPACES TO WS-NEW-ARCHIVE-FILE
           STRING "ARCHIVE." DELIMITED BY SIZE
                  WS-NEW-GEN-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-NEW-GEN-TIME DELIMITED BY SIZE
                  ".BKP" DELIMITED BY SIZE
               INTO WS-NEW-ARCHIVE-FILE
           END-STRING.

      *----------------------------------------------------------------*
      * TAKE-DATABASE-COPIES: Attaches ARCHIVE.DB to the live          *
      * connection as BKSRC - creating its RECORDS table first when    *
      * the sweep has never run, the way ARCHIVE-SWEEP does - and      *
      * writes both generation copies with VACUUM INTO.                *
      *----------------------------------------------------------------*
       TAKE-DATABASE-COPIES.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "ATTACH DATABASE '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-ARCHIVE-DB-NAME) DELIMITED BY SIZE
                  "' AS BKSRC" DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-BACKUP-STATEMENT

           IF NOT WS-BACKUP-FAILED
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "CREATE TABLE IF NOT EXISTS BKSRC.RECORDS ("
                          DELIMITED BY SIZE
                      "ID INTEGER PRIMARY KEY, NAME TEXT, "
                          DELIMITED BY SIZE
                      "STATUS TEXT, EFF_FROM INTEGER, "
                          DELIMITED BY SIZE
                      "EFF_TO INTEGER, CATEGORY TEXT)"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-BACKUP-STATEMENT
           END-IF

           IF NOT WS-BACKUP-FAILED
               MOVE 'Y' TO WS-COPY-TAKEN-SW
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "VACUUM main INTO '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-RECORDS-FILE)
                          DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-BACKUP-STATEMENT
           END-IF

           IF NOT WS-BACKUP-FAILED
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "VACUUM BKSRC INTO '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-ARCHIVE-FILE)
                          DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-BACKUP-STATEMENT
           END-IF.

      *----------------------------------------------------------------*
      * RUN-BACKUP-STATEMENT: Runs WS-SQL-STATEMENT on the live        *
      * connection, failing the run when it does not go through.       *
      *----------------------------------------------------------------*
       RUN-BACKUP-STATEMENT.
           CALL "EXECUTE-SQL" USING
               WS-SQL-STATEMENT
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "DATABASE-BACKUP: statement failed - "
                   FUNCTION TRIM(WS-SQL-STATEMENT)
               MOVE 'Y' TO WS-BACKUP-FAIL-SW
           END-IF.

      *----------------------------------------------------------------*
      * VERIFY-DATABASE-COPIES: Opens the RECORDS copy on handle 2,    *
      * attaches the ARCHIVE copy to it as BKSRC - so the same         *
      * statement names the same table on both connections - and       *
      * reconciles every table of each database in turn.               *
      *----------------------------------------------------------------*
       VERIFY-DATABASE-COPIES.
           MOVE SPACES TO WS-COPY-DB-NAME
           MOVE WS-NEW-RECORDS-FILE TO WS-COPY-DB-NAME
           MOVE 2 TO WS-HANDLE-NUM
           CALL "OPEN-DATABASE" USING
               WS-COPY-DB-NAME
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "DATABASE-BACKUP: unable to open copy "
                   FUNCTION TRIM(WS-NEW-RECORDS-FILE)
               MOVE 'Y' TO WS-BACKUP-FAIL-SW
           ELSE
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "ATTACH DATABASE '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-NEW-ARCHIVE-FILE)
                          DELIMITED BY SIZE
                      "' AS BKSRC" DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               CALL "EXECUTE-SQL-ARCHIVE" USING
                   WS-SQL-STATEMENT
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "DATABASE-BACKUP: unable to attach copy "
                       FUNCTION TRIM(WS-NEW-ARCHIVE-FILE)
                   MOVE 'Y' TO WS-BACKUP-FAIL-SW
               ELSE
                   MOVE "main" TO WS-VERIFY-SCHEMA
                   MOVE "RECORDS" TO WS-VERIFY-LABEL
                   PERFORM VERIFY-ONE-DATABASE
                   MOVE "BKSRC" TO WS-VERIFY-SCHEMA
                   MOVE "ARCHIVE" TO WS-VERIFY-LABEL
                   PERFORM VERIFY-ONE-DATABASE
               END-IF
               MOVE 2 TO WS-HANDLE-NUM
               CALL "CLOSE-DATABASE" USING
                   WS-HANDLE-NUM
                   WS-STATUS
               END-CALL
           END-IF.

      *----------------------------------------------------------------*
      * VERIFY-ONE-DATABASE: Lists the tables of the live database in  *
      * the schema named by WS-VERIFY-SCHEMA and reconciles each one   *
      * against the copy. Taking the list from the live database       *
      * means a table the copy is missing fails its count instead of   *
      * going unnoticed. Performed from VERIFY-DATABASE-COPIES.        *
      *----------------------------------------------------------------*
       VERIFY-ONE-DATABASE.
           MOVE ZERO TO WS-TABLE-COUNT
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT name FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERIFY-SCHEMA) DELIMITED BY SIZE
                  ".sqlite_master WHERE type = 'table' "
                      DELIMITED BY SIZE
                  "AND name NOT LIKE 'sqlite_%' ORDER BY name"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "TABLE-NAME-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "DATABASE-BACKUP: table list query failed"
               MOVE 'Y' TO WS-BACKUP-FAIL-SW
           ELSE
               PERFORM VERIFY-ONE-TABLE
                   VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-TABLE-COUNT
           END-IF.

      *----------------------------------------------------------------*
      * VERIFY-ONE-TABLE: Reconciles the row count of one table        *
      * between the live database and the copy, and prints the         *
      * result. A count that fails or differs fails the generation.    *
      * Performed from VERIFY-ONE-DATABASE.                            *
      *----------------------------------------------------------------*
       VERIFY-ONE-TABLE.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT 1 FROM " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-VERIFY-SCHEMA) DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  FUNCTION TRIM(WS-TABLE-NAME (WS-TABLE-IDX))
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           MOVE ZERO TO WS-LIVE-COUNT
           MOVE ZERO TO WS-ARCHIVE-COUNT
           CALL "RECONCILE-COUNTS" USING
               WS-SQL-STATEMENT
               WS-LIVE-COUNT
               WS-ARCHIVE-COUNT
               WS-MISMATCH
               WS-STATUS
           END-CALL

           ADD 1 TO WS-TABLES-CHECKED
           MOVE WS-VERIFY-LABEL TO WS-DET-DATABASE
           MOVE WS-TABLE-NAME (WS-TABLE-IDX) TO WS-DET-TABLE
           MOVE WS-LIVE-COUNT TO WS-DET-LIVE
           MOVE WS-ARCHIVE-COUNT TO WS-DET-COPY

           IF WS-STATUS NOT = ZERO
               MOVE "COUNT FAILED" TO WS-DET-RESULT
               ADD 1 TO WS-TABLES-MISMATCHED
               MOVE 'Y' TO WS-BACKUP-FAIL-SW
           ELSE
               IF WS-MISMATCH NOT = ZERO
                   MOVE "MISMATCH" TO WS-DET-RESULT
                   ADD 1 TO WS-TABLES-MISMATCHED
                   MOVE 'Y' TO WS-BACKUP-FAIL-SW
               ELSE
                   MOVE "MATCHED" TO WS-DET-RESULT
               END-IF
           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * DISCARD-NEW-GENERATION: Deletes whatever copies this run laid  *
      * down when the generation failed, so a copy that never          *
      * reconciled cannot be mistaken for a good one. The catalog is   *
      * left as it was.                                                *
      *----------------------------------------------------------------*
       DISCARD-NEW-GENERATION.
           IF WS-COPY-TAKEN
               MOVE SPACES TO WS-FILE-NAME-Z
               STRING FUNCTION TRIM(WS-NEW-RECORDS-FILE)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                   INTO WS-FILE-NAME-Z
               END-STRING
               CALL "remove" USING
                   BY REFERENCE WS-FILE-NAME-Z
                   RETURNING WS-FILE-RC
               END-CALL
               MOVE SPACES TO WS-FILE-NAME-Z
               STRING FUNCTION TRIM(WS-NEW-ARCHIVE-FILE)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                   INTO WS-FILE-NAME-Z
               END-STRING
               CALL "remove" USING
                   BY REFERENCE WS-FILE-NAME-Z
                   RETURNING WS-FILE-RC
               END-CALL
           END-IF.

      *----------------------------------------------------------------*
      * CATALOG-NEW-GENERATION: Adds the verified generation to the    *
      * end of the generation table, deletes the files of the oldest   *
      * generations beyond the number to keep, and rewrites BKUPCAT    *
      * with the generations that remain.                              *
      *----------------------------------------------------------------*
       CATALOG-NEW-GENERATION.
           ADD 1 TO WS-GEN-COUNT
           MOVE WS-NEW-GEN-ID TO WS-GEN-ID (WS-GEN-COUNT)
           MOVE WS-NEW-RECORDS-FILE
               TO WS-GEN-RECORDS-FILE (WS-GEN-COUNT)
           MOVE WS-NEW-ARCHIVE-FILE
               TO WS-GEN-ARCHIVE-FILE (WS-GEN-COUNT)

           MOVE 1 TO WS-GEN-FIRST-KEPT
           IF WS-GEN-COUNT > WS-GENERATIONS
               COMPUTE WS-GEN-FIRST-KEPT =
                   WS-GEN-COUNT - WS-GENERATIONS + 1
               END-COMPUTE
           END-IF

           PERFORM REMOVE-OLD-GENERATION
               VARYING WS-GEN-IDX FROM 1 BY 1
               UNTIL WS-GEN-IDX NOT < WS-GEN-FIRST-KEPT

           OPEN OUTPUT CATALOG-FILE

           IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "DATABASE-BACKUP: unable to write BKUPCAT: "
                   WS-CATALOG-FILE-STATUS
               MOVE 'Y' TO WS-BACKUP-FAIL-SW
           ELSE
               PERFORM WRITE-CATALOG-ENTRY
                   VARYING WS-GEN-IDX FROM WS-GEN-FIRST-KEPT BY 1
                   UNTIL WS-GEN-IDX > WS-GEN-COUNT
               CLOSE CATALOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * REMOVE-OLD-GENERATION: Deletes both files of one generation    *
      * that has aged out and prints it on the report. Performed from  *
      * CATALOG-NEW-GENERATION.                                        *
      *----------------------------------------------------------------*
       REMOVE-OLD-GENERATION.
           MOVE SPACES TO WS-FILE-NAME-Z
           STRING FUNCTION TRIM(WS-GEN-RECORDS-FILE (WS-GEN-IDX))
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-FILE-NAME-Z
           END-STRING
           CALL "remove" USING
               BY REFERENCE WS-FILE-NAME-Z
               RETURNING WS-FILE-RC
           END-CALL

           MOVE SPACES TO WS-FILE-NAME-Z
           STRING FUNCTION TRIM(WS-GEN-ARCHIVE-FILE (WS-GEN-IDX))
                      DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-FILE-NAME-Z
           END-STRING
           CALL "remove" USING
               BY REFERENCE WS-FILE-NAME-Z
               RETURNING WS-FILE-RC
           END-CALL

           ADD 1 TO WS-GEN-REMOVED-COUNT
           MOVE SPACES TO REPORT-LINE
           STRING "GENERATION REMOVED: " DELIMITED BY SIZE
                  WS-GEN-ID (WS-GEN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GEN-RECORDS-FILE (WS-GEN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GEN-ARCHIVE-FILE (WS-GEN-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-CATALOG-ENTRY: Writes one kept generation back to        *
      * BKUPCAT and prints it on the report. Performed from            *
      * CATALOG-NEW-GENERATION.                                        *
      *----------------------------------------------------------------*
       WRITE-CATALOG-ENTRY.
           MOVE SPACES TO CATALOG-RECORD
           MOVE WS-GEN-ID (WS-GEN-IDX) TO GENCAT-GEN-ID
           MOVE WS-GEN-RECORDS-FILE (WS-GEN-IDX) TO GENCAT-RECORDS-FILE
           MOVE WS-GEN-ARCHIVE-FILE (WS-GEN-IDX) TO GENCAT-ARCHIVE-FILE
           WRITE CATALOG-RECORD

           MOVE SPACES TO REPORT-LINE
           STRING "GENERATION KEPT:    " DELIMITED BY SIZE
                  WS-GEN-ID (WS-GEN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GEN-RECORDS-FILE (WS-GEN-IDX) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-GEN-ARCHIVE-FILE (WS-GEN-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT-BACKUP-TOTALS: Prints the backup control section - the   *
      * generation files, the tables checked and mismatched, and       *
      * whether the generation was catalogued.                         *
      *----------------------------------------------------------------*
       PRINT-BACKUP-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "GENERATION FILES: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-RECORDS-FILE) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NEW-ARCHIVE-FILE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "TABLES CHECKED: " DELIMITED BY SIZE
                  WS-TABLES-CHECKED DELIMITED BY SIZE
                  "   MISMATCHED: " DELIMITED BY SIZE
                  WS-TABLES-MISMATCHED DELIMITED BY SIZE
                  "   GENERATIONS TO KEEP: " DELIMITED BY SIZE
                  WS-GENERATIONS DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           IF WS-BACKUP-FAILED
               MOVE "*** BACKUP NOT VERIFIED - GENERATION DISCARDED ***"
                   TO REPORT-LINE
           ELSE
               MOVE "GENERATION VERIFIED AND CATALOGUED"
                   TO REPORT-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE.

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
      * run date, generation, page number and column headings.         *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-NEW-GEN-ID TO WS-HDG-GEN-ID
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
