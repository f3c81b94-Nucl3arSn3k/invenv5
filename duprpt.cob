       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPLICATE-CANDIDATE-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT SUGGEST-FILE ASSIGN TO "DUPSUGG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUGGEST-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       FD  SUGGEST-FILE.
       01 SUGGEST-RECORD.
           05 SUGGEST-SURVIVOR-ID PIC 9(7).
           05 FILLER              PIC X(1).
           05 SUGGEST-VICTIM-ID   PIC 9(7).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "DUPRPT".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-SUGGEST-FILE-STATUS  PIC X(02).
       01 WS-QUERY-FAIL-SW        PIC X(01) VALUE 'N'.
           88 WS-QUERY-FAILED     VALUE 'Y'.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-GROUP-COUNT          PIC 9(7) VALUE ZERO.
       01 WS-CANDIDATE-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-SUGGEST-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-SURVIVOR-ID          PIC 9(7) VALUE ZERO.
       01 WS-LAST-CATEGORY        PIC X(5) VALUE LOW-VALUES.
       01 WS-LAST-KEY             PIC X(51) VALUE LOW-VALUES.
       01 WS-ID-VALUE             PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-NOTES-VALUE          PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-CATEGORY-BUFFER      PIC X(5).
       01 WS-KEY-BUFFER           PIC X(51).
       01 WS-NAME-BUFFER          PIC X(51).
       01 WS-STATUS-BUFFER        PIC X(2).
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(26)
               VALUE "DUPLICATE CANDIDATE REPORT".
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(72) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(13) VALUE "         ID  ".
           05 FILLER              PIC X(52) VALUE "NAME".
           05 FILLER              PIC X(3) VALUE "ST ".
           05 FILLER              PIC X(7) VALUE "NOTES  ".
           05 FILLER              PIC X(10) VALUE "SUGGESTION".
       01 WS-GROUP-LINE.
           05 FILLER              PIC X(6) VALUE "GROUP ".
           05 WS-GRP-NUMBER       PIC ZZZZZZ9.
           05 FILLER              PIC X(12) VALUE "   CATEGORY ".
           05 WS-GRP-CATEGORY     PIC X(4).
           05 FILLER              PIC X(18)
               VALUE "   MATCHED ON KEY ".
           05 WS-GRP-KEY          PIC X(50).
       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 WS-DET-ID           PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-NAME         PIC X(50).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS       PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-NOTES        PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-SUGGESTION   PIC X(30).

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * DUPLICATE-CANDIDATE-REPORT: Looks for the same customer filed  *
      * under more than one record ID. Every record not retired has    *
      * its NAME normalized - folded to upper case with the spaces and *
      * the punctuation that keying habits vary on (. , - ' &) taken   *
      * out - and records in the same category whose normalized names  *
      * agree are printed together as one candidate group. The oldest  *
      * record in each group (the lowest ID) is suggested as the       *
      * survivor, and one survivor/victim line per other record goes   *
      * to the DUPSUGG file in the MRGTRAN layout, so once the groups  *
      * have been reviewed the confirmed pairs can be handed straight  *
      * to MERGE-RECORDS. Nothing is changed by this job. It ends      *
      * with RETURN-CODE 4 when any candidates are found and 8 when    *
      * the query fails.                                               *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "DUPLICATE-CANDIDATE-REPORT: unable to open "
                   "report file: " WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT SUGGEST-FILE

           IF WS-SUGGEST-FILE-STATUS NOT = "00"
               DISPLAY "DUPLICATE-CANDIDATE-REPORT: unable to open "
                   "suggestion file: " WS-SUGGEST-FILE-STATUS
               CLOSE REPORT-FILE
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
               DISPLAY "DUPLICATE-CANDIDATE-REPORT: unable to open "
                   "database"
               CLOSE REPORT-FILE
               CLOSE SUGGEST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LIST-DUPLICATE-GROUPS

           PERFORM PRINT-REPORT-TOTALS

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           CLOSE REPORT-FILE
           CLOSE SUGGEST-FILE

           DISPLAY "DUPLICATE-CANDIDATE-REPORT complete - GROUPS: "
               WS-GROUP-COUNT " RECORDS: " WS-CANDIDATE-COUNT
               " SUGGESTED MERGES: " WS-SUGGEST-COUNT

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-QUERY-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-GROUP-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * DUPLICATE-ROW-CALLBACK: sqlite3_exec row callback used by      *
      * LIST-DUPLICATE-GROUPS. Rows arrive grouped by category and     *
      * normalized name, lowest ID first. A change of either starts a  *
      * new group headed by its suggested survivor; every later row    *
      * in the group is suggested for merging into it.                 *
      *----------------------------------------------------------------*
           ENTRY 'DUPLICATE-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-CATEGORY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-CATEGORY-BUFFER
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-CATEGORY-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-KEY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-KEY-BUFFER
               BY VALUE WS-ARGV-ENTRY(2)
           END-CALL
           INSPECT WS-KEY-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(3)
               RETURNING WS-ID-VALUE
           END-CALL

           MOVE SPACES TO WS-NAME-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-NAME-BUFFER
               BY VALUE WS-ARGV-ENTRY(4)
           END-CALL
           INSPECT WS-NAME-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-STATUS-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-STATUS-BUFFER
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-STATUS-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(6)
               RETURNING WS-NOTES-VALUE
           END-CALL

           MOVE WS-ID-VALUE TO WS-DET-ID
           MOVE WS-NAME-BUFFER(1:50) TO WS-DET-NAME
           MOVE WS-STATUS-BUFFER(1:1) TO WS-DET-STATUS
           MOVE WS-NOTES-VALUE TO WS-DET-NOTES

           IF WS-CATEGORY-BUFFER NOT = WS-LAST-CATEGORY
            OR WS-KEY-BUFFER NOT = WS-LAST-KEY
               PERFORM START-NEW-GROUP
               MOVE "SUGGESTED SURVIVOR" TO WS-DET-SUGGESTION
           ELSE
               MOVE SPACES TO WS-DET-SUGGESTION
               STRING "MERGE INTO " DELIMITED BY SIZE
                      WS-SURVIVOR-ID DELIMITED BY SIZE
                   INTO WS-DET-SUGGESTION
               END-STRING
               PERFORM WRITE-MERGE-SUGGESTION
           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           ADD 1 TO WS-CANDIDATE-COUNT

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * START-NEW-GROUP: Opens a candidate group for the category and  *
      * normalized name just read, with a blank line to set it off     *
      * from the last, and takes the row as the group's suggested      *
      * survivor. Performed from DUPLICATE-ROW-CALLBACK.               *
      *----------------------------------------------------------------*
       START-NEW-GROUP.
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-CATEGORY-BUFFER TO WS-LAST-CATEGORY
           MOVE WS-KEY-BUFFER TO WS-LAST-KEY
           MOVE WS-ID-VALUE TO WS-SURVIVOR-ID

           IF WS-GROUP-COUNT > 1
               MOVE SPACES TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF

           MOVE WS-GROUP-COUNT TO WS-GRP-NUMBER
           MOVE WS-CATEGORY-BUFFER(1:4) TO WS-GRP-CATEGORY
           MOVE WS-KEY-BUFFER(1:50) TO WS-GRP-KEY
           MOVE WS-GROUP-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-MERGE-SUGGESTION: Writes one survivor/victim line to the *
      * DUPSUGG file for the row just read. Performed from             *
      * DUPLICATE-ROW-CALLBACK.                                        *
      *----------------------------------------------------------------*
       WRITE-MERGE-SUGGESTION.
           MOVE SPACES TO SUGGEST-RECORD
           MOVE WS-SURVIVOR-ID TO SUGGEST-SURVIVOR-ID
           MOVE WS-ID-VALUE TO SUGGEST-VICTIM-ID
           WRITE SUGGEST-RECORD
           ADD 1 TO WS-SUGGEST-COUNT.

      *----------------------------------------------------------------*
      * LIST-DUPLICATE-GROUPS: Normalizes every name not retired and   *
      * drives each record whose category and normalized name are      *
      * shared with another through the callback, grouped and lowest   *
      * ID first, with its count of RECORD-NOTES rows so the reviewer  *
      * can see what a merge would carry across. A blank name never    *
      * matches. A failed query flags the run so the job ends 8.       *
      *----------------------------------------------------------------*
       LIST-DUPLICATE-GROUPS.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "WITH N AS (SELECT ID, COALESCE(NAME, ' ') NM, "
                      DELIMITED BY SIZE
                  "COALESCE(STATUS, 'A') ST, "
                      DELIMITED BY SIZE
                  "COALESCE(CATEGORY, ' ') CAT, "
                      DELIMITED BY SIZE
                  "UPPER(REPLACE(REPLACE(REPLACE(REPLACE(REPLACE("
                      DELIMITED BY SIZE
                  "REPLACE(COALESCE(NAME, ''), ' ', ''), '.', ''), "
                      DELIMITED BY SIZE
                  "',', ''), '-', ''), '''', ''), '&', '')) NKEY "
                      DELIMITED BY SIZE
                  "FROM RECORDS WHERE COALESCE(STATUS, 'A') <> 'R'), "
                      DELIMITED BY SIZE
                  "D AS (SELECT CAT, NKEY FROM N WHERE NKEY <> '' "
                      DELIMITED BY SIZE
                  "GROUP BY CAT, NKEY HAVING COUNT(*) > 1) "
                      DELIMITED BY SIZE
                  "SELECT N.CAT, N.NKEY, N.ID, N.NM, N.ST, "
                      DELIMITED BY SIZE
                  "(SELECT COUNT(*) FROM RECORD_NOTES "
                      DELIMITED BY SIZE
                  "WHERE RECORD_ID = N.ID) FROM N, D "
                      DELIMITED BY SIZE
                  "WHERE N.CAT = D.CAT AND N.NKEY = D.NKEY "
                      DELIMITED BY SIZE
                  "ORDER BY N.CAT, N.NKEY, N.ID"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "DUPLICATE-ROW-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "DUPLICATE-CANDIDATE-REPORT: duplicate query "
                   "failed"
               MOVE 'Y' TO WS-QUERY-FAIL-SW
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Prints the group and record counts, or a  *
      * clean line when no candidates were found.                      *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "CANDIDATE GROUPS: " DELIMITED BY SIZE
                  WS-GROUP-COUNT DELIMITED BY SIZE
                  "   RECORDS IN GROUPS: " DELIMITED BY SIZE
                  WS-CANDIDATE-COUNT DELIMITED BY SIZE
                  "   SUGGESTED MERGES: " DELIMITED BY SIZE
                  WS-SUGGEST-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           IF WS-GROUP-COUNT = ZERO
               MOVE "NO DUPLICATE CANDIDATES FOUND"
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
      * run date, page number and column headings.                     *
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
