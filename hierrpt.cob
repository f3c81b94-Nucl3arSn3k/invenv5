       IDENTIFICATION DIVISION.
       PROGRAM-ID. RECORD-HIERARCHY-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "HIERRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "HIERRPT".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-QUERY-FAIL-SW        PIC X(01) VALUE 'N'.
           88 WS-QUERY-FAILED     VALUE 'Y'.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-MAX-DEPTH            PIC 9(2) VALUE 20.
       01 WS-TREE-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-NODE-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-TREE-ROOT-ID         PIC 9(7) VALUE ZERO.
       01 WS-TREE-ACTIVE          PIC 9(7) VALUE ZERO.
       01 WS-TREE-SUSPENDED       PIC 9(7) VALUE ZERO.
       01 WS-TREE-RETIRED         PIC 9(7) VALUE ZERO.
       01 WS-TREE-OTHER           PIC 9(7) VALUE ZERO.
       01 WS-ID-VALUE             PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-LEVEL-VALUE          PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-ACTIVE-VALUE         PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-SUSPENDED-VALUE      PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-RETIRED-VALUE        PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-REL-BUFFER           PIC X(5).
       01 WS-NAME-BUFFER          PIC X(51).
       01 WS-STATUS-BUFFER        PIC X(2).
       01 WS-CATEGORY-BUFFER      PIC X(5).
       01 WS-INDENT-PTR           PIC 9(3).
       01 WS-ID-DISPLAY           PIC 9(7).
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(26)
               VALUE "RECORD HIERARCHY REPORT   ".
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(72) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(70)
               VALUE "     ID  NAME".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(4) VALUE "REL ".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(2) VALUE "ST".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(4) VALUE "CAT ".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(29)
               VALUE "CHILDREN:  ACTIVE  SUSP  RETD".
       01 WS-DETAIL-LINE.
           05 WS-DET-TREE         PIC X(70).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-REL          PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-STATUS       PIC X(1).
           05 FILLER              PIC X(3) VALUE SPACES.
           05 WS-DET-CATEGORY     PIC X(4).
           05 FILLER              PIC X(13) VALUE SPACES.
           05 WS-DET-ACTIVE       PIC ZZZZZ9.
           05 WS-DET-SUSPENDED    PIC ZZZZZ9.
           05 WS-DET-RETIRED      PIC ZZZZZ9.
       01 WS-TREE-TOTAL-LINE.
           05 FILLER              PIC X(9) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "TREE UNDER ".
           05 WS-TOT-ROOT-ID      PIC 9(7).
           05 FILLER              PIC X(15) VALUE " - DESCENDANTS ".
           05 FILLER              PIC X(7) VALUE "ACTIVE ".
           05 WS-TOT-ACTIVE       PIC ZZZZZZ9.
           05 FILLER              PIC X(11) VALUE "  SUSPENDED".
           05 WS-TOT-SUSPENDED    PIC ZZZZZZ9.
           05 FILLER              PIC X(9) VALUE "  RETIRED".
           05 WS-TOT-RETIRED      PIC ZZZZZZ9.
           05 FILLER              PIC X(13) VALUE "  NOT ON FILE".
           05 WS-TOT-OTHER        PIC ZZZZZZ9.

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * RECORD-HIERARCHY-REPORT: Prints every parent/child hierarchy   *
      * filed on the RECORD-LINKS table as an indented tree - each top *
      * record (one with children but no parent of its own) at the     *
      * margin, and every record under it stepped in two places per    *
      * level, with its relationship type, status, category and the    *
      * count of its direct children that are active, suspended and    *
      * retired. Each tree closes with a rollup of all its             *
      * descendants by status, so a region with its branches quietly   *
      * retired underneath it shows on one line. A link to an ID no    *
      * longer on RECORDS prints as NOT ON FILE and is rolled up on    *
      * its own. Depth is capped at 20 levels so a cycle loaded        *
      * around the ADD-RECORD-LINK edits cannot run the report away.   *
      * The job ends with RETURN-CODE 8 when the query fails.          *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RECORD-HIERARCHY-REPORT: unable to open "
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
               DISPLAY "RECORD-HIERARCHY-REPORT: unable to open "
                   "database"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LIST-HIERARCHY-TREES

           IF WS-TREE-COUNT > ZERO
               PERFORM PRINT-TREE-TOTAL
           END-IF

           PERFORM PRINT-REPORT-TOTALS

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           CLOSE REPORT-FILE

           DISPLAY "RECORD-HIERARCHY-REPORT complete - TREES: "
               WS-TREE-COUNT " RECORDS: " WS-NODE-COUNT

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-QUERY-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * HIERARCHY-ROW-CALLBACK: sqlite3_exec row callback used by      *
      * LIST-HIERARCHY-TREES. Rows arrive in tree order. A level-0 row *
      * starts a new tree, closing off the rollup of the one before;   *
      * every other row is indented by its level and rolled into the   *
      * current tree's counts by its status.                           *
      *----------------------------------------------------------------*
           ENTRY 'HIERARCHY-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-ID-VALUE
           END-CALL

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(2)
               RETURNING WS-LEVEL-VALUE
           END-CALL

           MOVE SPACES TO WS-REL-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-REL-BUFFER
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-REL-BUFFER
               REPLACING ALL X"00" BY SPACE

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

           MOVE SPACES TO WS-CATEGORY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-CATEGORY-BUFFER
               BY VALUE WS-ARGV-ENTRY(6)
           END-CALL
           INSPECT WS-CATEGORY-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(7)
               RETURNING WS-ACTIVE-VALUE
           END-CALL

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(8)
               RETURNING WS-SUSPENDED-VALUE
           END-CALL

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(9)
               RETURNING WS-RETIRED-VALUE
           END-CALL

           IF WS-LEVEL-VALUE = ZERO
               IF WS-TREE-COUNT > ZERO
                   PERFORM PRINT-TREE-TOTAL
               END-IF
               PERFORM START-NEW-TREE
           ELSE
               PERFORM ROLL-UP-DESCENDANT
           END-IF

           MOVE WS-ID-VALUE TO WS-ID-DISPLAY
           MOVE SPACES TO WS-DET-TREE
           COMPUTE WS-INDENT-PTR = WS-LEVEL-VALUE * 2 + 1
           STRING WS-ID-DISPLAY DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NAME-BUFFER) DELIMITED BY SIZE
               INTO WS-DET-TREE
               WITH POINTER WS-INDENT-PTR
           END-STRING
           MOVE WS-REL-BUFFER(1:4) TO WS-DET-REL
           MOVE WS-STATUS-BUFFER(1:1) TO WS-DET-STATUS
           MOVE WS-CATEGORY-BUFFER(1:4) TO WS-DET-CATEGORY
           MOVE WS-ACTIVE-VALUE TO WS-DET-ACTIVE
           MOVE WS-SUSPENDED-VALUE TO WS-DET-SUSPENDED
           MOVE WS-RETIRED-VALUE TO WS-DET-RETIRED

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           ADD 1 TO WS-NODE-COUNT

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * START-NEW-TREE: Opens the rollup for the tree whose top record *
      * just arrived, with a blank line to set it off from the last.   *
      * Performed from HIERARCHY-ROW-CALLBACK.                         *
      *----------------------------------------------------------------*
       START-NEW-TREE.
           ADD 1 TO WS-TREE-COUNT
           MOVE WS-ID-VALUE TO WS-TREE-ROOT-ID
           MOVE ZERO TO WS-TREE-ACTIVE
           MOVE ZERO TO WS-TREE-SUSPENDED
           MOVE ZERO TO WS-TREE-RETIRED
           MOVE ZERO TO WS-TREE-OTHER

           IF WS-TREE-COUNT > 1
               MOVE SPACES TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * ROLL-UP-DESCENDANT: Adds the record just read to the current   *
      * tree's counts by its status. A link to an ID no longer on      *
      * RECORDS comes back with a blank status and counts as not on    *
      * file. Performed from HIERARCHY-ROW-CALLBACK.                   *
      *----------------------------------------------------------------*
       ROLL-UP-DESCENDANT.
           EVALUATE WS-STATUS-BUFFER(1:1)
               WHEN 'A'
                   ADD 1 TO WS-TREE-ACTIVE
               WHEN 'S'
                   ADD 1 TO WS-TREE-SUSPENDED
               WHEN 'R'
                   ADD 1 TO WS-TREE-RETIRED
               WHEN OTHER
                   ADD 1 TO WS-TREE-OTHER
           END-EVALUATE.

      *----------------------------------------------------------------*
      * LIST-HIERARCHY-TREES: Walks every tree on RECORD-LINKS from    *
      * its top record down and drives each record through the         *
      * callback. Each row carries a path of the zero-padded IDs from  *
      * the top down, so ordering by the path lists every record       *
      * straight after its parent and ahead of its own children. A     *
      * failed query flags the run so the job ends 8.                  *
      *----------------------------------------------------------------*
       LIST-HIERARCHY-TREES.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "WITH RECURSIVE TREE(ID, LVL, PATH, REL) AS ("
                      DELIMITED BY SIZE
                  "SELECT DISTINCT PARENT_ID, 0, "
                      DELIMITED BY SIZE
                  "printf('%07d', PARENT_ID), ' ' "
                      DELIMITED BY SIZE
                  "FROM RECORD_LINKS WHERE PARENT_ID NOT IN "
                      DELIMITED BY SIZE
                  "(SELECT CHILD_ID FROM RECORD_LINKS) "
                      DELIMITED BY SIZE
                  "UNION ALL SELECT L.CHILD_ID, T.LVL + 1, "
                      DELIMITED BY SIZE
                  "T.PATH || '/' || printf('%07d', L.CHILD_ID), "
                      DELIMITED BY SIZE
                  "L.REL_TYPE FROM RECORD_LINKS L, TREE T "
                      DELIMITED BY SIZE
                  "WHERE L.PARENT_ID = T.ID AND T.LVL < "
                      DELIMITED BY SIZE
                  WS-MAX-DEPTH
                      DELIMITED BY SIZE
                  ") SELECT T.ID, T.LVL, COALESCE(T.REL, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(R.NAME, '(NOT ON FILE)'), "
                      DELIMITED BY SIZE
                  "CASE WHEN R.ID IS NULL THEN ' ' "
                      DELIMITED BY SIZE
                  "ELSE COALESCE(R.STATUS, 'A') END, "
                      DELIMITED BY SIZE
                  "COALESCE(R.CATEGORY, ' '), "
                      DELIMITED BY SIZE
                  "SUM(C.ID IS NOT NULL AND "
                      DELIMITED BY SIZE
                  "COALESCE(C.STATUS, 'A') = 'A'), "
                      DELIMITED BY SIZE
                  "SUM(COALESCE(C.STATUS, ' ') = 'S'), "
                      DELIMITED BY SIZE
                  "SUM(COALESCE(C.STATUS, ' ') = 'R') FROM TREE T "
                      DELIMITED BY SIZE
                  "LEFT JOIN RECORDS R ON R.ID = T.ID "
                      DELIMITED BY SIZE
                  "LEFT JOIN RECORD_LINKS K ON K.PARENT_ID = T.ID "
                      DELIMITED BY SIZE
                  "LEFT JOIN RECORDS C ON C.ID = K.CHILD_ID "
                      DELIMITED BY SIZE
                  "GROUP BY T.PATH ORDER BY T.PATH"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "HIERARCHY-ROW-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "RECORD-HIERARCHY-REPORT: hierarchy query "
                   "failed"
               MOVE 'Y' TO WS-QUERY-FAIL-SW
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-TREE-TOTAL: Prints the rollup of every record under the  *
      * current tree's top record by status.                           *
      *----------------------------------------------------------------*
       PRINT-TREE-TOTAL.
           MOVE WS-TREE-ROOT-ID TO WS-TOT-ROOT-ID
           MOVE WS-TREE-ACTIVE TO WS-TOT-ACTIVE
           MOVE WS-TREE-SUSPENDED TO WS-TOT-SUSPENDED
           MOVE WS-TREE-RETIRED TO WS-TOT-RETIRED
           MOVE WS-TREE-OTHER TO WS-TOT-OTHER
           MOVE WS-TREE-TOTAL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Prints the tree and record counts, or a   *
      * clean line when no hierarchy is on file.                       *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL TREES: " DELIMITED BY SIZE
                  WS-TREE-COUNT DELIMITED BY SIZE
                  "   RECORDS IN HIERARCHIES: " DELIMITED BY SIZE
                  WS-NODE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           IF WS-TREE-COUNT = ZERO
               MOVE "NO PARENT/CHILD LINKS ON FILE"
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
