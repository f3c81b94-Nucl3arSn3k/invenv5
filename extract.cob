           05 EXTRACT-ID          PIC 9(7).
           05 EXTRACT-NAME        PIC X(50).
           05 EXTRACT-CATEGORY    PIC X(4).
           05 EXTRACT-EXT-KEY     PIC X(20).
       01 EXTRACT-HEADER-RECORD.
           05 EXTRACT-HDR-TAG     PIC X(3).
           05 EXTRACT-HDR-FEED    PIC X(8).
           05 PARM-AS-OF          PIC X(8).
           05 FILLER              PIC X(1).
           05 PARM-CATEGORY       PIC X(4).
           05 FILLER              PIC X(1).
           05 PARM-OFFICE         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-AS-OF-DATE           PIC 9(8).
       01 WS-CREATE-DATE          PIC 9(8).
       01 WS-EXTRACT-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-STEP-READ-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-STEP-WRITE-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-STEP-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
       01 WS-SELECT-CATEGORY      PIC X(4) VALUE SPACES.
       01 WS-CATEGORY-BUFFER      PIC X(5).
       01 WS-SELECT-OFFICE        PIC X(8) VALUE SPACES.
       01 WS-EXT-KEY-BUFFER       PIC X(21).
       01 WS-SQL-PTR              PIC 9(4) COMP-5.
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * EXTRACT-RECORDS: Opens the SQLite database via                 *
      * SQLITE-FUNCTIONS OPEN-DATABASE, queries the RECORDS table, and *
      * writes one fixed-width record per row (7-digit ID, 50-byte     *
      * name, category, and the receiving office's own key when        *
      * EXTRPARM names the office) to the sequential file the          *
      * downstream feed job reads. The EXTRPARM parameter file selects *
      * the rows: mode ACTIVE feeds only records active as of the run  *
      * date (or the as-of date in the parameter record), while mode   *
      * ALL - or no parameter file at all - feeds every row including  *
      * retired ones, as the extract always has. The detail records    *
      * ride between an HDR control record (feed name, creation date,  *
      * as-of date) and a TRL control record carrying the detail count *
      * and a hash total of the IDs, so INTAKE-RECORDS can refuse a    *
      * truncated transmission instead of loading part of one. The     *
      * trailer only goes out when the selection query ran clean - a   *
      * feed without its trailer is a feed nobody should apply. The    *
      * rows selected and written are reported through SET-STEP-COUNTS *
      * at end of job for the nightly run-statistics log.              *
      *----------------------------------------------------------------*
           PERFORM READ-EXTRACT-PARMS


           MOVE SPACES TO WS-SQL-STATEMENT
           MOVE 1 TO WS-SQL-PTR
           STRING "SELECT ID, NAME, COALESCE(CATEGORY, ' '), "
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
               WITH POINTER WS-SQL-PTR
           END-STRING

           IF WS-SELECT-OFFICE = SPACES
               STRING "' '"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
                   WITH POINTER WS-SQL-PTR
               END-STRING
           ELSE
               STRING "COALESCE((SELECT EXT_KEY FROM EXTERNAL_XREF "
                          DELIMITED BY SIZE
                      "WHERE OFFICE = '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SELECT-OFFICE)
                          DELIMITED BY SIZE
                      "' AND RECORD_ID = RECORDS.ID), ' ')"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF

           STRING " FROM RECORDS WHERE 1 = 1"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
               WITH POINTER WS-SQL-PTR
               WS-STATUS
           END-CALL

           MOVE WS-EXTRACT-COUNT TO WS-STEP-READ-COUNT
           MOVE WS-EXTRACT-COUNT TO WS-STEP-WRITE-COUNT
           MOVE ZERO TO WS-STEP-REJECT-COUNT
           CALL "SET-STEP-COUNTS" USING
               WS-STEP-READ-COUNT
               WS-STEP-WRITE-COUNT
               WS-STEP-REJECT-COUNT
               WS-STATUS
           END-CALL

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-RUN-FAILED

      *----------------------------------------------------------------*
      * EXTRACT-ROW-CALLBACK: sqlite3_exec row callback for the        *
      * record SELECT above. Column 1 (ID), column 2 (NAME), column 3  *
      * (CATEGORY) and column 4 (the office's own key, blank when no   *
      * office was asked for or it has none) are pulled out of         *
      * LNK-CB-ARGV and written as one EXTRACT-RECORD per result row.  *
      *----------------------------------------------------------------*
           ENTRY 'EXTRACT-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           INSPECT WS-CATEGORY-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-EXT-KEY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-EXT-KEY-BUFFER
               BY VALUE WS-ARGV-ENTRY(4)
           END-CALL
           INSPECT WS-EXT-KEY-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO EXTRACT-RECORD
           MOVE WS-ID-VALUE TO EXTRACT-ID
           MOVE WS-NAME-BUFFER TO EXTRACT-NAME
           MOVE WS-CATEGORY-BUFFER(1:4) TO EXTRACT-CATEGORY
           MOVE WS-EXT-KEY-BUFFER(1:20) TO EXTRACT-EXT-KEY

           WRITE EXTRACT-RECORD

      * READ-EXTRACT-PARMS: Reads the optional EXTRPARM parameter      *
      * record - selection mode in columns 1-6 (ACTIVE or ALL), an     *
      * optional as-of date in columns 8-15, and an optional category  *
      * code in columns 17-20 that limits the feed to one category,    *
      * and an optional office code in columns 22-29 that puts that    *
      * office's own account key from EXTERNAL-XREF on each record.    *
      * A missing file, empty file or blank mode runs the extract as   *
      * ALL and a blank as-of date means the run date, but a mode      *
      * that is not exactly ACTIVE or ALL, a keyed as-of date that is  *
      * not numeric, or a category or office code that is not plain    *
      * letters and digits, abandons the run - a mistyped parameter    *
      * must never silently feed the wrong records downstream, and the *
      * category and office are spliced into the selection SQL so      *
      * anything else is not a code anybody set up.                    *
      *----------------------------------------------------------------*
       READ-EXTRACT-PARMS.
           MOVE "ALL" TO WS-SELECT-MODE
               DISPLAY "EXTRACT-RECORDS: invalid EXTRPARM "
                   "category '" PARM-CATEGORY "'"
               MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF

           IF PARM-OFFICE IS CATEGORY-CHARS
               MOVE PARM-OFFICE TO WS-SELECT-OFFICE
           ELSE
               DISPLAY "EXTRACT-RECORDS: invalid EXTRPARM "
                   "office '" PARM-OFFICE "'"
               MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.
