
       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS OFFICE-CHARS IS 'A' THRU 'Z'
                                 '0' THRU '9'
                                 SPACE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DELTA-FILE ASSIGN TO "RECDELTA"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LASTRUN-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "DLTPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DELTA-FILE.
           05 DELTA-ACTION        PIC X(1).
           05 DELTA-ID            PIC 9(7).
           05 DELTA-NAME          PIC X(50).
           05 DELTA-EXT-KEY       PIC X(20).
           05 DELTA-SURVIVOR-ID   PIC 9(7).
           05 DELTA-CATEGORY      PIC X(4).
       01 DELTA-HEADER-RECORD.
           05 DELTA-HDR-TAG       PIC X(3).
           05 DELTA-HDR-FEED      PIC X(8).
       FD  LASTRUN-FILE.
       01 LASTRUN-RECORD          PIC X(10).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-OFFICE         PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "DELTAEXT".
       01 WS-NAME-BUFFER          PIC X(51).
       01 WS-OLD-NAME-BUFFER      PIC X(51).
       01 WS-ID-VALUE             PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-SURVIVOR-VALUE       PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-DELTA-COUNT          PIC 9(6) VALUE ZERO.
       01 WS-STEP-READ-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-STEP-WRITE-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-STEP-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-CREATE-DATE          PIC 9(8).
       01 WS-HASH-TOTAL           PIC 9(15) VALUE ZERO.
       01 WS-RUN-FAIL-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-FAILED       VALUE 'Y'.
       01 WS-DELTA-FILE-STATUS    PIC X(02).
       01 WS-LASTRUN-FILE-STATUS  PIC X(02).
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-SELECT-OFFICE        PIC X(8) VALUE SPACES.
       01 WS-EXT-KEY-BUFFER       PIC X(21).
       01 WS-CATEGORY-BUFFER      PIC X(5).
       01 WS-SQL-PTR              PIC 9(4) COMP-5.
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.

      * HDR control record and a TRL control record carrying the       *
      * detail count and a hash total of the IDs, so the receiving     *
      * apply job can refuse a truncated transmission; the trailer     *
      * only goes out when the history query ran clean. The history    *
      * rows read and transactions written are reported through        *
      * SET-STEP-COUNTS at end of job for the nightly run-statistics   *
      * log.                                                           *
      *----------------------------------------------------------------*
           PERFORM READ-DELTA-PARMS

           IF WS-PARM-ERROR
               DISPLAY "DELTA-EXTRACT: run abandoned - correct "
                   "DLTPARM and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM READ-LAST-RUN-SEQ

           CALL "SET-AUDIT-USER" USING
           MOVE WS-LAST-RUN-SEQ TO WS-MAX-SEEN-SEQ

           MOVE SPACES TO WS-SQL-STATEMENT
           MOVE 1 TO WS-SQL-PTR
           STRING "SELECT ACTION, RECORD_ID, NEW_NAME, OLD_NAME, "
                      DELIMITED BY SIZE
                  "HIST_SEQ, "
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
                      "' AND EXTERNAL_XREF.RECORD_ID = "
                          DELIMITED BY SIZE
                      "RECORDS_HISTORY.RECORD_ID), ' ')"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF

           STRING ", COALESCE(MERGED_INTO, 0), "
                      DELIMITED BY SIZE
                  "COALESCE(NEW_CATEGORY, ' ')"
                      DELIMITED BY SIZE
                  " FROM RECORDS_HISTORY WHERE "
                      DELIMITED BY SIZE
                  "HIST_SEQ > "
                      DELIMITED BY SIZE
                  " ORDER BY HIST_SEQ"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
               WITH POINTER WS-SQL-PTR
           END-STRING

           SET WS-CALLBACK TO ENTRY "DELTA-ROW-CALLBACK"
               WS-STATUS
           END-CALL

           MOVE WS-DELTA-COUNT TO WS-STEP-READ-COUNT
           MOVE WS-DELTA-COUNT TO WS-STEP-WRITE-COUNT
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
      * DELTA-ROW-CALLBACK: sqlite3_exec row callback for the history  *
      * SELECT above. Each row becomes one transaction record - the    *
      * stored action A/U/D maps to the feed codes A/C/D, and a delete *
      * carries the before name since the after name is empty. A merge *
      * goes out as M with the merged-away record's name and the       *
      * survivor's ID, following the D that retired it. The office's   *
      * own key rides along when DLTPARM names an office. An add or    *
      * change carries the category from the history after-image, so   *
      * the office picks up recategorisations too; a history row older *
      * than the after-image leaves it blank, which the apply side     *
      * takes as no change. The highest HIST-SEQ seen is kept for the  *
      * DLTLAST rewrite.                                               *
      *----------------------------------------------------------------*
           ENTRY 'DELTA-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
               RETURNING WS-SEQ-VALUE
           END-CALL

           MOVE SPACES TO WS-EXT-KEY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-EXT-KEY-BUFFER
               BY VALUE WS-ARGV-ENTRY(6)
           END-CALL
           INSPECT WS-EXT-KEY-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(7)
               RETURNING WS-SURVIVOR-VALUE
           END-CALL

           MOVE SPACES TO WS-CATEGORY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-CATEGORY-BUFFER
               BY VALUE WS-ARGV-ENTRY(8)
           END-CALL
           INSPECT WS-CATEGORY-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO DELTA-RECORD
           MOVE WS-ID-VALUE TO DELTA-ID
           MOVE WS-EXT-KEY-BUFFER(1:20) TO DELTA-EXT-KEY
           MOVE ZERO TO DELTA-SURVIVOR-ID

           EVALUATE WS-ACTION-BUFFER(1:1)
               WHEN "A"
                   MOVE "A" TO DELTA-ACTION
                   MOVE WS-NAME-BUFFER TO DELTA-NAME
                   MOVE WS-CATEGORY-BUFFER(1:4) TO DELTA-CATEGORY
               WHEN "U"
                   MOVE "C" TO DELTA-ACTION
                   MOVE WS-NAME-BUFFER TO DELTA-NAME
                   MOVE WS-CATEGORY-BUFFER(1:4) TO DELTA-CATEGORY
               WHEN "D"
                   MOVE "D" TO DELTA-ACTION
                   MOVE WS-OLD-NAME-BUFFER TO DELTA-NAME
               WHEN "M"
                   MOVE "M" TO DELTA-ACTION
                   MOVE WS-OLD-NAME-BUFFER TO DELTA-NAME
                   MOVE WS-SURVIVOR-VALUE TO DELTA-SURVIVOR-ID
               WHEN OTHER
                   MOVE "?" TO DELTA-ACTION
                   MOVE WS-NAME-BUFFER TO DELTA-NAME
           MOVE WS-HASH-TOTAL TO DELTA-TRL-HASH
           WRITE DELTA-TRAILER-RECORD.

      *----------------------------------------------------------------*
      * READ-DELTA-PARMS: Reads the optional DLTPARM parameter record  *
      * - an office code in columns 1-8 that puts that office's own    *
      * account key from EXTERNAL-XREF on each transaction, so the     *
      * office can match the feed without a lookup of its own. A       *
      * missing or empty file, or a blank office, writes the feed      *
      * without keys as it always has; an office code that is not      *
      * plain letters and digits abandons the run, since it is spliced *
      * into the history SQL.                                          *
      *----------------------------------------------------------------*
       READ-DELTA-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-OFFICE IS OFFICE-CHARS
                           MOVE PARM-OFFICE TO WS-SELECT-OFFICE
                       ELSE
                           DISPLAY "DELTA-EXTRACT: invalid DLTPARM "
                               "office '" PARM-OFFICE "'"
                           MOVE 'Y' TO WS-PARM-ERROR-SW
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * READ-LAST-RUN-SEQ: Reads the high-water history sequence left  *
      * by the previous successful run. A missing, empty or            *
