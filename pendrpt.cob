       IDENTIFICATION DIVISION.
       PROGRAM-ID. PENDING-CHANGES-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "PENDAGRP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "PENDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-AGE-DAYS       PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "PENDRPT".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-QUERY-FAIL-SW        PIC X(01) VALUE 'N'.
           88 WS-QUERY-FAILED     VALUE 'Y'.
       01 WS-AGE-DAYS             PIC 9(3) VALUE 2.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-OVERDUE-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-SEQ-VALUE            PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-ID-VALUE             PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-DAYS-VALUE           PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-ACTION-BUFFER        PIC X(2).
       01 WS-BY-BUFFER            PIC X(9).
       01 WS-AT-BUFFER            PIC X(20).
       01 WS-NAME-BUFFER          PIC X(51).
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(26)
               VALUE "CHANGES AWAITING APPROVAL ".
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(14) VALUE "   OLDER THAN ".
           05 WS-HDG-AGE-DAYS     PIC ZZ9.
           05 FILLER              PIC X(5) VALUE " DAYS".
           05 FILLER              PIC X(50) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(9) VALUE "   CHANGE".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(7) VALUE "     ID".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE "ACTION".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "KEYED BY".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(19) VALUE "KEYED AT".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(4) VALUE "DAYS".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(40) VALUE "NAME".
       01 WS-DETAIL-LINE.
           05 WS-DET-SEQ          PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-ID           PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-ACTION       PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-BY           PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-AT           PIC X(19).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-DAYS         PIC ZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-NAME         PIC X(40).

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * PENDING-CHANGES-REPORT: The nightly list of operator changes   *
      * that have sat on the PENDING-CHANGES queue waiting for a       *
      * second user's approval for longer than the age limit from      *
      * PENDPARM (days in columns 1-3; a missing file means the        *
      * compiled-in default of 2), oldest first, with who keyed each   *
      * one and how many days it has waited - so a change nobody has   *
      * picked up is chased instead of quietly going stale. The job    *
      * ends with RETURN-CODE 4 when anything is overdue, so the       *
      * nightly stream carries on while the morning review still sees  *
      * the flag. A bad parameter abandons the run with RETURN-CODE 8  *
      * the way a bad ARCHPARM abandons the archive sweep.             *
      *----------------------------------------------------------------*
           PERFORM READ-PENDING-PARMS

           IF WS-PARM-ERROR
               DISPLAY "PENDING-CHANGES-REPORT: run abandoned - "
                   "correct PENDPARM and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "PENDING-CHANGES-REPORT: unable to open "
                   "report file: " WS-REPORT-FILE-STATUS
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
               DISPLAY "PENDING-CHANGES-REPORT: unable to open "
                   "database"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LIST-OVERDUE-CHANGES

           PERFORM PRINT-REPORT-TOTALS

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           CLOSE REPORT-FILE

           DISPLAY "PENDING-CHANGES-REPORT complete - OVERDUE: "
               WS-OVERDUE-COUNT

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-QUERY-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * OVERDUE-CHANGE-CALLBACK: sqlite3_exec row callback used by     *
      * LIST-OVERDUE-CHANGES. Each row is one overdue change - it      *
      * prints with its queue number, record, action, who keyed it,    *
      * when, and the days waited, and is counted.                     *
      *----------------------------------------------------------------*
           ENTRY 'OVERDUE-CHANGE-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-SEQ-VALUE
           END-CALL

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(2)
               RETURNING WS-ID-VALUE
           END-CALL

           MOVE SPACES TO WS-ACTION-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-ACTION-BUFFER
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-ACTION-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-BY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-BY-BUFFER
               BY VALUE WS-ARGV-ENTRY(4)
           END-CALL
           INSPECT WS-BY-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-AT-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-AT-BUFFER
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-AT-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(6)
               RETURNING WS-DAYS-VALUE
           END-CALL

           MOVE SPACES TO WS-NAME-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-NAME-BUFFER
               BY VALUE WS-ARGV-ENTRY(7)
           END-CALL
           INSPECT WS-NAME-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE WS-SEQ-VALUE TO WS-DET-SEQ
           MOVE WS-ID-VALUE TO WS-DET-ID
           EVALUATE WS-ACTION-BUFFER(1:1)
               WHEN 'A'
                   MOVE "ADD" TO WS-DET-ACTION
               WHEN 'U'
                   MOVE "UPDATE" TO WS-DET-ACTION
               WHEN 'D'
                   MOVE "RETIRE" TO WS-DET-ACTION
               WHEN OTHER
                   MOVE WS-ACTION-BUFFER TO WS-DET-ACTION
           END-EVALUATE
           MOVE WS-BY-BUFFER(1:8) TO WS-DET-BY
           MOVE WS-AT-BUFFER(1:19) TO WS-DET-AT
           MOVE WS-DAYS-VALUE TO WS-DET-DAYS
           MOVE WS-NAME-BUFFER TO WS-DET-NAME

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           ADD 1 TO WS-OVERDUE-COUNT

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * READ-PENDING-PARMS: Reads the optional PENDPARM parameter      *
      * record - the age limit in days in columns 1-3. A missing file, *
      * empty file or blank value runs with the compiled-in default,   *
      * but a keyed value that is not numeric abandons the run.        *
      *----------------------------------------------------------------*
       READ-PENDING-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-PENDING-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-PENDING-PARMS: Validates and applies the parameter record *
      * just read. Performed from READ-PENDING-PARMS.                  *
      *----------------------------------------------------------------*
       EDIT-PENDING-PARMS.
           IF PARM-AGE-DAYS NOT = SPACES
               IF PARM-AGE-DAYS NUMERIC
                   MOVE PARM-AGE-DAYS TO WS-AGE-DAYS
               ELSE
                   DISPLAY "PENDING-CHANGES-REPORT: invalid PENDPARM "
                       "age '" PARM-AGE-DAYS "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LIST-OVERDUE-CHANGES: Selects every change still waiting that  *
      * was keyed more than the age limit ago, oldest first, and       *
      * drives each through the callback. A failed query flags the     *
      * run so the job ends 8.                                         *
      *----------------------------------------------------------------*
       LIST-OVERDUE-CHANGES.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT PEND_SEQ, RECORD_ID, ACTION, "
                      DELIMITED BY SIZE
                  "COALESCE(REQUESTED_BY, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(REQUESTED_AT, ' '), "
                      DELIMITED BY SIZE
                  "CAST(julianday('now') - julianday(REQUESTED_AT) "
                      DELIMITED BY SIZE
                  "AS INTEGER), "
                      DELIMITED BY SIZE
                  "COALESCE(CASE WHEN ACTION = 'D' THEN OLD_NAME "
                      DELIMITED BY SIZE
                  "ELSE NEW_NAME END, ' ') FROM PENDING_CHANGES "
                      DELIMITED BY SIZE
                  "WHERE PEND_STATUS = 'P' AND "
                      DELIMITED BY SIZE
                  "julianday(REQUESTED_AT) < julianday('now', '-"
                      DELIMITED BY SIZE
                  WS-AGE-DAYS
                      DELIMITED BY SIZE
                  " days') ORDER BY PEND_SEQ"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "OVERDUE-CHANGE-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "PENDING-CHANGES-REPORT: pending query failed"
               MOVE 'Y' TO WS-QUERY-FAIL-SW
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Prints the overdue count, or a clean      *
      * line when nothing is overdue.                                  *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL OVERDUE CHANGES: " DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           IF WS-OVERDUE-COUNT = ZERO
               MOVE "NO CHANGES OVERDUE FOR APPROVAL"
                   TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
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
      * run date, age limit, page number and column headings.          *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-AGE-DAYS TO WS-HDG-AGE-DAYS
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
