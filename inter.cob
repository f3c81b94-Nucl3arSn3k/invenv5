           05 AUDIT-RETRIES      PIC 9(2).
           05 FILLER             PIC X(01).
           05 AUDIT-USER         PIC X(8).
           05 FILLER             PIC X(01).
           05 AUDIT-KEYED-BY     PIC X(8).

       WORKING-STORAGE SECTION.
       01 WS-DB-HANDLE           POINTER.
       01 WS-FIND-FOUND-SW       PIC X(01) VALUE 'N'.
           88 WS-FIND-FOUND      VALUE 'Y'.
       01 WS-ARGV-TABLE          BASED.
           05 WS-ARGV-ENTRY      OCCURS 20 TIMES USAGE POINTER.
       01 WS-TRIMMED-NAME        PIC X(50).
       01 WS-ESCAPED-NAME        PIC X(101).
       01 WS-ESC-SRC-LEN         PIC 9(03) COMP-5.
       01 WS-HIST-TEXT-SAVE      PIC X(1024).
       01 WS-HIST-OLD-ESC        PIC X(101).
       01 WS-HIST-NEW-ESC        PIC X(101).
       01 WS-KEYED-BY-USER       PIC X(8) VALUE SPACES.
       01 WS-HIST-APPROVER-SQL   PIC X(20).
       01 WS-PEND-NEW-ESC        PIC X(101).
       01 WS-PEND-OLD-ESC        PIC X(101).
       01 WS-PEND-OLD-CAT-ESC    PIC X(9).
       01 WS-PEND-OLD-STATUS     PIC X(01).
       01 WS-PEND-FOUND-SW       PIC X(01).
           88 WS-PEND-FOUND      VALUE 'Y'.
       01 WS-PEND-SEQ-VALUE      PIC S9(9) COMP-5.
       01 WS-PEND-ID-VALUE       PIC S9(9) COMP-5.
       01 WS-PEND-SEQ-DISPLAY    PIC Z(8)9.
       01 WS-PEND-ID-DISPLAY     PIC 9(7).
       01 WS-PEND-ACTION-BUFFER  PIC X(2).
       01 WS-PEND-NEW-NAME-BUF   PIC X(51).
       01 WS-PEND-NEW-STAT-BUF   PIC X(2).
       01 WS-PEND-NEW-CAT-BUF    PIC X(5).
       01 WS-PEND-OLD-NAME-BUF   PIC X(51).
       01 WS-PEND-OLD-STAT-BUF   PIC X(2).
       01 WS-PEND-OLD-CAT-BUF    PIC X(5).
       01 WS-PEND-NOTE-BUF       PIC X(201).
       01 WS-PEND-BY-BUF         PIC X(9).
       01 WS-PEND-AT-BUF         PIC X(20).
       01 WS-PEND-COUNT          PIC 9(9) COMP-5 VALUE ZERO.
       01 WS-LINK-REL-ESC        PIC X(9).
       01 WS-LINK-ROLE-BUF       PIC X(7).
       01 WS-LINK-ID-VALUE       PIC S9(9) COMP-5.
       01 WS-LINK-ID-DISPLAY     PIC 9(7).
       01 WS-LINK-REL-BUF        PIC X(5).
       01 WS-LINK-NAME-BUF       PIC X(51).
       01 WS-LINK-STAT-BUF       PIC X(2).
       01 WS-XREF-OFFICE-ESC     PIC X(17).
       01 WS-XREF-KEY-ESC        PIC X(41).
       01 WS-XREF-KEY-BUFFER     PIC X(41).
       01 WS-XREF-ID-DISPLAY     PIC 9(7).
       01 WS-XREF-FOUND-SW       PIC X(01).
           88 WS-XREF-FOUND      VALUE 'Y'.
       01 WS-HIST-MERGED-SQL     PIC X(10) VALUE "NULL".
       01 WS-STEP-COUNTS-SW      PIC X(01) VALUE 'N'.
           88 WS-STEP-COUNTED    VALUE 'Y'.
       01 WS-STEP-READ           PIC 9(9) VALUE ZERO.
       01 WS-STEP-WRITTEN        PIC 9(9) VALUE ZERO.
       01 WS-STEP-REJECTED       PIC 9(9) VALUE ZERO.
       01 WS-SUSP-ID-ESC         PIC X(15).
       01 WS-SUSP-NAME-ESC       PIC X(101).
       01 WS-SUSP-HDR-ESC        PIC X(17).
       01 WS-SUSP-FOUND-SW       PIC X(01).
           88 WS-SUSP-FOUND      VALUE 'Y'.
       01 WS-SUSP-COUNT          PIC 9(9) COMP-5 VALUE ZERO.
       01 WS-SUSP-SEQ-VALUE      PIC S9(9) COMP-5.
       01 WS-SUSP-SEQ-DISPLAY    PIC Z(8)9.
       01 WS-SUSP-DATE-VALUE     PIC S9(9) COMP-5.
       01 WS-SUSP-DATE-DISPLAY   PIC 9(8).
       01 WS-SUSP-REASON-BUF     PIC X(3).
       01 WS-SUSP-FEED-BUF       PIC X(9).
       01 WS-SUSP-HDR-BUF        PIC X(9).
       01 WS-SUSP-ID-BUF         PIC X(8).
       01 WS-SUSP-NAME-BUF       PIC X(51).
       01 WS-SUSP-CAT-BUF        PIC X(5).
       01 WS-SUSP-KEY-BUF        PIC X(21).
       01 WS-SUSP-CORR-ID-BUF    PIC X(8).
       01 WS-SUSP-CORR-NAME-BUF  PIC X(51).
       01 WS-SUSP-CORR-CAT-BUF   PIC X(5).
       01 WS-SUSP-CORR-KEY-BUF   PIC X(21).
       01 WS-SUSP-CORR-BY-BUF    PIC X(9).

       LINKAGE SECTION.
       01 LNK-DB-NAME            PIC X(255).
       01 LNK-HANDLE-NUM         PIC 9.
           88 LNK-HANDLE-ONE     VALUE 1.
           88 LNK-HANDLE-TWO     VALUE 2.
       01 LNK-PEND-SEQ           PIC 9(9).
       01 LNK-PEND-ACTION        PIC X(01).
           88 LNK-PEND-ADD       VALUE 'A'.
           88 LNK-PEND-UPDATE    VALUE 'U'.
           88 LNK-PEND-RETIRE    VALUE 'D'.
       01 LNK-PEND-DECISION      PIC X(01).
           88 LNK-PEND-APPROVE   VALUE 'A'.
           88 LNK-PEND-REJECT    VALUE 'J'.
       01 LNK-PEND-COUNT         PIC 9(9).
       01 LNK-OLD-NAME           PIC X(50).
       01 LNK-OLD-STATUS-CD      PIC X(01).
       01 LNK-OLD-CATEGORY       PIC X(4).
       01 LNK-PARENT-ID          PIC 9(7).
       01 LNK-REL-TYPE           PIC X(4).
       01 LNK-OFFICE-CODE        PIC X(8).
       01 LNK-EXT-KEY            PIC X(20).
       01 LNK-SURVIVOR-ID        PIC 9(7).
       01 LNK-LIVE-COUNT         PIC 9(9).
       01 LNK-ARCHIVE-COUNT      PIC 9(9).
       01 LNK-MISMATCH           PIC 9.
           88 LNK-COUNTS-MATCH   VALUE 0.
           88 LNK-COUNTS-MISMATCH VALUE 1.
       01 LNK-STEP-READ          PIC 9(9).
       01 LNK-STEP-WRITTEN       PIC 9(9).
       01 LNK-STEP-REJECTED      PIC 9(9).
       01 LNK-SUSP-SEQ           PIC 9(9).
       01 LNK-SUSP-REASON        PIC X(2).
       01 LNK-SUSP-HDR-DATE      PIC X(8).
       01 LNK-SUSP-RECEIVED      PIC 9(8).
       01 LNK-SUSP-COUNT         PIC 9(9).
       01 LNK-SUSP-DECISION      PIC X(01).
           88 LNK-SUSP-RELEASE   VALUE 'R'.
           88 LNK-SUSP-WRITE-OFF VALUE 'W'.
           88 LNK-SUSP-KEEP      VALUE 'K'.
       01 LNK-INTAKE-ID          PIC X(7).
       01 LNK-CORR-ID            PIC X(7).
       01 LNK-CORR-NAME          PIC X(50).
       01 LNK-CORR-CATEGORY      PIC X(4).
       01 LNK-CORR-EXT-KEY       PIC X(20).
       01 LNK-CB-NOTUSED         POINTER.
       01 LNK-CB-ARGC            PIC S9(9) COMP-5.
       01 LNK-CB-ARGV            POINTER.
           88 LNK-ERROR          VALUE 1.
           88 LNK-DUPLICATE      VALUE 2.
           88 LNK-BAD-CATEGORY   VALUE 3.
           88 LNK-ALREADY-PENDING VALUE 4.

       PROCEDURE DIVISION.
           GOBACK.

           GOBACK.

      *----------------------------------------------------------------*
      * RETIRE-RECORD: The same logical retire as DELETE-RECORD, for   *
      * callers that carry the effective-to date the retire is to      *
      * take - a bulk retire keyed ahead of the date, or a replay of   *
      * a retire that was written with its own date. A zero            *
      * LNK-EFF-TO-DATE takes the run date, exactly as DELETE-RECORD.  *
      * The history row is written as a D, so the delta feed and       *
      * every report treat it as any other retire. An ID not on file   *
      * comes back status 1 with nothing retired and no history row.   *
      *----------------------------------------------------------------*
           ENTRY 'RETIRE-RECORD' USING
           LNK-RECORD-ID
           LNK-EFF-TO-DATE
           LNK-STATUS.

           MOVE "RETIRE-RECORD" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM FETCH-BEFORE-IMAGE

           IF NOT WS-FIND-FOUND
               DISPLAY "Record " LNK-RECORD-ID " not on file"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-EFF-TO-DATE = ZERO
               ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE LNK-EFF-TO-DATE TO WS-RUN-DATE
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "UPDATE RECORDS SET STATUS = 'R', EFF_TO = "
                      DELIMITED BY SIZE
                  WS-RUN-DATE
                      DELIMITED BY SIZE
                  " WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               MOVE "D" TO WS-HIST-ACTION
               MOVE SPACES TO WS-ESCAPED-NAME
               PERFORM SAVE-MAIN-STATEMENT-STATE
               PERFORM WRITE-HISTORY-ROW
               PERFORM RESTORE-MAIN-STATEMENT-STATE
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * FIND-RECORD-BY-ID: Builds and runs a parameterized SELECT      *
      * against the RECORDS table from LNK-RECORD-ID, driving it       *
      * ADD-RECORD-NOTE: Attaches one timestamped free-text note to   *
      * the record for LNK-RECORD-ID on the RECORD-NOTES child table, *
      * stamped with the registered audit user so the note says who   *
      * as well as when - or with the user who keyed the change when  *
      * one is registered through SET-KEYED-BY-USER, since the note   *
      * is theirs and not the approver's. An ID not on file comes     *
      * back status 1 with nothing written - notes never attach to    *
      * records that do not exist - and a blank note is refused the   *
      * same way.                                                     *
      *----------------------------------------------------------------*
           ENTRY 'ADD-RECORD-NOTE' USING
           LNK-RECORD-ID

           PERFORM ESCAPE-NOTE-TEXT

           PERFORM ESCAPE-CHANGED-BY-USER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "INSERT INTO RECORD_NOTES "
           GOBACK.

      *----------------------------------------------------------------*
      * QUEUE-PENDING-CHANGE: Files one operator change on the         *
      * PENDING-CHANGES queue instead of applying it, so no single     *
      * user can alter RECORDS on their own - the change waits for a   *
      * second level-3 user to approve it through                      *
      * DECIDE-PENDING-CHANGE before ADD-RECORD, UPDATE-RECORD or      *
      * DELETE-RECORD fires. LNK-PEND-ACTION is A (add), U (update)    *
      * or D (retire); the after image comes from the record fields    *
      * and LNK-NOTE-TEXT carries the retire reason. The before image  *
      * is read from RECORDS here and filed with the change, so the    *
      * approver sees both and can tell when the record has moved on   *
      * since the change was keyed. The registered audit user is       *
      * stamped as the user who keyed it. The same edits the apply     *
      * would make are made up front - an add for an ID on file        *
      * comes back status 2, an update or retire for an ID not on file *
      * status 1, a category not on the reference table status 3 -     *
      * and a record that already has a change waiting comes back      *
      * with the distinct status 4, so two changes can never queue     *
      * against the same before image. The queue sequence number       *
      * comes back in LNK-PEND-SEQ.                                    *
      *----------------------------------------------------------------*
           ENTRY 'QUEUE-PENDING-CHANGE' USING
           LNK-PEND-ACTION
           LNK-RECORD-ID
           LNK-RECORD-NAME
           LNK-RECORD-STATUS-CD
           LNK-CATEGORY-CODE
           LNK-NOTE-TEXT
           LNK-PEND-SEQ
           LNK-STATUS.

           MOVE "QUEUE-PENDING-CHANGE" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE ZERO TO LNK-PEND-SEQ

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF NOT LNK-PEND-ADD
            AND NOT LNK-PEND-UPDATE
            AND NOT LNK-PEND-RETIRE
               DISPLAY "Invalid pending action: " LNK-PEND-ACTION
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM FETCH-RECORD-IMAGE

           IF LNK-PEND-ADD AND WS-FIND-FOUND
               DISPLAY "Record " LNK-RECORD-ID " already on file"
               MOVE 2 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF NOT LNK-PEND-ADD AND NOT WS-FIND-FOUND
               DISPLAY "Record " LNK-RECORD-ID " not on file"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-CATEGORY-CODE NOT = SPACES
               PERFORM VALIDATE-CATEGORY-CODE
               IF NOT WS-CAT-FOUND
                   DISPLAY "Category " LNK-CATEGORY-CODE
                       " not on reference table"
                   MOVE 3 TO LNK-STATUS
                   MOVE LNK-STATUS TO WS-AUDIT-STATUS
                   PERFORM WRITE-AUDIT-RECORD
                   GOBACK
               END-IF
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT PEND_SEQ FROM PENDING_CHANGES "
                      DELIMITED BY SIZE
                  "WHERE RECORD_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  " AND PEND_STATUS = 'P'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING

           MOVE ZERO TO WS-CB-COUNT
           SET WS-CALLBACK TO ENTRY "SQLITE-COUNT-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE

           PERFORM FREE-SQLITE-ERRMSG

           IF WS-RESULT-CODE NOT = ZERO
               DISPLAY "Error checking pending queue: " WS-RESULT-CODE
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF WS-CB-COUNT > ZERO
               DISPLAY "A change to record " LNK-RECORD-ID
                   " is already pending"
               MOVE 4 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-CATEGORY-CODE
           PERFORM ESCAPE-RECORD-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-PEND-NEW-ESC

           MOVE FUNCTION TRIM(WS-FIND-NAME-BUFFER) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIND-NAME-BUFFER))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-PEND-OLD-ESC

           MOVE FUNCTION TRIM(WS-FIND-CAT-BUFFER) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-FIND-CAT-BUFFER))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-PEND-OLD-CAT-ESC
           MOVE WS-FIND-STATUS-BUFFER(1:1) TO WS-PEND-OLD-STATUS

           MOVE FUNCTION TRIM(WS-AUDIT-USER) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-USER))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-HIST-USER-ESC

           PERFORM ESCAPE-NOTE-TEXT

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "INSERT INTO PENDING_CHANGES (RECORD_ID, ACTION, "
                      DELIMITED BY SIZE
                  "OLD_NAME, OLD_STATUS, OLD_CATEGORY, NEW_NAME, "
                      DELIMITED BY SIZE
                  "NEW_STATUS, NEW_CATEGORY, NOTE_TEXT, "
                      DELIMITED BY SIZE
                  "REQUESTED_AT, REQUESTED_BY, PEND_STATUS) VALUES ("
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  ", '"
                      DELIMITED BY SIZE
                  LNK-PEND-ACTION
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-OLD-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  WS-PEND-OLD-STATUS
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-OLD-CAT-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-PEND-NEW-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  LNK-RECORD-STATUS-CD
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAT-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOTE-ESC)
                      DELIMITED BY SIZE
                  "', datetime('now'), '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-USER-ESC)
                      DELIMITED BY SIZE
                  "', 'P')"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               MOVE ZERO TO WS-SEQ-VALUE
               MOVE "SELECT last_insert_rowid()" TO WS-SQL-BUFFER
               SET WS-CALLBACK TO ENTRY "SEQ-VALUE-CALLBACK"
               CALL "sqlite3_exec" USING
                   BY VALUE WS-DB-HANDLE
                   BY REFERENCE WS-SQL-BUFFER
                   BY VALUE WS-CALLBACK
                   BY VALUE WS-NULL-PTR
                   BY REFERENCE WS-ERR-MSG
                   RETURNING WS-RESULT-CODE
               END-CALL
               PERFORM FREE-SQLITE-ERRMSG
               MOVE WS-SEQ-VALUE TO LNK-PEND-SEQ
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * LIST-PENDING-CHANGES: Displays every change still waiting on   *
      * the PENDING-CHANGES queue in the order it was keyed - queue    *
      * number, record, action, who keyed it and when, and the name    *
      * it concerns - for the operator approval screen. The number of  *
      * items listed comes back in LNK-PEND-COUNT.                     *
      *----------------------------------------------------------------*
           ENTRY 'LIST-PENDING-CHANGES' USING
           LNK-PEND-COUNT
           LNK-STATUS.

           MOVE "LIST-PENDING-CHANGES" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE ZERO TO LNK-PEND-COUNT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT PEND_SEQ, RECORD_ID, ACTION, "
                      DELIMITED BY SIZE
                  "COALESCE(REQUESTED_BY, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(REQUESTED_AT, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(CASE WHEN ACTION = 'D' THEN OLD_NAME "
                      DELIMITED BY SIZE
                  "ELSE NEW_NAME END, ' ') FROM PENDING_CHANGES "
                      DELIMITED BY SIZE
                  "WHERE PEND_STATUS = 'P' ORDER BY PEND_SEQ"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           MOVE ZERO TO WS-PEND-COUNT
           SET WS-CALLBACK TO ENTRY "PENDING-LIST-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG

           IF WS-RESULT-CODE = ZERO
               MOVE 0 TO LNK-STATUS
               MOVE WS-PEND-COUNT TO LNK-PEND-COUNT
           ELSE
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error listing pending changes: "
                   WS-RESULT-CODE
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * PENDING-LIST-CALLBACK: sqlite3_exec row callback used by       *
      * LIST-PENDING-CHANGES. Displays one queued change per row and   *
      * counts it.                                                     *
      *----------------------------------------------------------------*
           ENTRY 'PENDING-LIST-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-PEND-SEQ-VALUE
           END-CALL

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(2)
               RETURNING WS-PEND-ID-VALUE
           END-CALL

           MOVE SPACES TO WS-PEND-ACTION-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-ACTION-BUFFER
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-PEND-ACTION-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-BY-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-BY-BUF
               BY VALUE WS-ARGV-ENTRY(4)
           END-CALL
           INSPECT WS-PEND-BY-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-AT-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-AT-BUF
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-PEND-AT-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-NEW-NAME-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-NEW-NAME-BUF
               BY VALUE WS-ARGV-ENTRY(6)
           END-CALL
           INSPECT WS-PEND-NEW-NAME-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE WS-PEND-SEQ-VALUE TO WS-PEND-SEQ-DISPLAY
           MOVE WS-PEND-ID-VALUE TO WS-PEND-ID-DISPLAY

           DISPLAY "  " WS-PEND-SEQ-DISPLAY " "
               WS-PEND-ID-DISPLAY " "
               WS-PEND-ACTION-BUFFER(1:1) " "
               WS-PEND-BY-BUF(1:8) " "
               WS-PEND-AT-BUF(1:19) " "
               FUNCTION TRIM(WS-PEND-NEW-NAME-BUF)

           ADD 1 TO WS-PEND-COUNT
           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * FETCH-PENDING-CHANGE: Reads one change still waiting on the    *
      * PENDING-CHANGES queue by its queue number - the action, the    *
      * record ID, the after image, the before image filed when it     *
      * was keyed, the retire reason and the user who keyed it - so    *
      * the approval screen can show the approver both images before   *
      * anything is decided. A number not on the queue, or one already *
      * decided, comes back status 1.                                  *
      *----------------------------------------------------------------*
           ENTRY 'FETCH-PENDING-CHANGE' USING
           LNK-PEND-SEQ
           LNK-PEND-ACTION
           LNK-RECORD-ID
           LNK-RECORD-NAME
           LNK-RECORD-STATUS-CD
           LNK-CATEGORY-CODE
           LNK-OLD-NAME
           LNK-OLD-STATUS-CD
           LNK-OLD-CATEGORY
           LNK-NOTE-TEXT
           LNK-USER-ID
           LNK-STATUS.

           MOVE "FETCH-PENDING-CHANGE" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE SPACE TO LNK-PEND-ACTION
           MOVE ZERO TO LNK-RECORD-ID
           MOVE SPACES TO LNK-RECORD-NAME
           MOVE SPACE TO LNK-RECORD-STATUS-CD
           MOVE SPACES TO LNK-CATEGORY-CODE
           MOVE SPACES TO LNK-OLD-NAME
           MOVE SPACE TO LNK-OLD-STATUS-CD
           MOVE SPACES TO LNK-OLD-CATEGORY
           MOVE SPACES TO LNK-NOTE-TEXT
           MOVE SPACES TO LNK-USER-ID

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT ACTION, RECORD_ID, "
                      DELIMITED BY SIZE
                  "COALESCE(NEW_NAME, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(NEW_STATUS, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(NEW_CATEGORY, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(OLD_NAME, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(OLD_STATUS, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(OLD_CATEGORY, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(NOTE_TEXT, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(REQUESTED_BY, ' ') "
                      DELIMITED BY SIZE
                  "FROM PENDING_CHANGES WHERE PEND_SEQ = "
                      DELIMITED BY SIZE
                  LNK-PEND-SEQ
                      DELIMITED BY SIZE
                  " AND PEND_STATUS = 'P'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           MOVE 'N' TO WS-PEND-FOUND-SW
           SET WS-CALLBACK TO ENTRY "PENDING-FETCH-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG

           IF WS-RESULT-CODE NOT = ZERO
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error reading pending change: " WS-RESULT-CODE
           ELSE
               IF WS-PEND-FOUND
                   MOVE WS-PEND-ACTION-BUFFER(1:1) TO LNK-PEND-ACTION
                   MOVE WS-PEND-ID-VALUE TO LNK-RECORD-ID
                   MOVE WS-PEND-NEW-NAME-BUF TO LNK-RECORD-NAME
                   MOVE WS-PEND-NEW-STAT-BUF(1:1)
                       TO LNK-RECORD-STATUS-CD
                   MOVE WS-PEND-NEW-CAT-BUF(1:4) TO LNK-CATEGORY-CODE
                   MOVE WS-PEND-OLD-NAME-BUF TO LNK-OLD-NAME
                   MOVE WS-PEND-OLD-STAT-BUF(1:1) TO LNK-OLD-STATUS-CD
                   MOVE WS-PEND-OLD-CAT-BUF(1:4) TO LNK-OLD-CATEGORY
                   MOVE WS-PEND-NOTE-BUF TO LNK-NOTE-TEXT
                   MOVE WS-PEND-BY-BUF(1:8) TO LNK-USER-ID
                   MOVE 0 TO LNK-STATUS
               ELSE
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * PENDING-FETCH-CALLBACK: sqlite3_exec row callback used by      *
      * FETCH-PENDING-CHANGE. Copies the ten queue columns into the    *
      * pending work buffers and sets WS-PEND-FOUND-SW.                *
      *----------------------------------------------------------------*
           ENTRY 'PENDING-FETCH-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-PEND-ACTION-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-ACTION-BUFFER
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-PEND-ACTION-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(2)
               RETURNING WS-PEND-ID-VALUE
           END-CALL

           MOVE SPACES TO WS-PEND-NEW-NAME-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-NEW-NAME-BUF
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-PEND-NEW-NAME-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-NEW-STAT-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-NEW-STAT-BUF
               BY VALUE WS-ARGV-ENTRY(4)
           END-CALL
           INSPECT WS-PEND-NEW-STAT-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-NEW-CAT-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-NEW-CAT-BUF
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-PEND-NEW-CAT-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-OLD-NAME-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-OLD-NAME-BUF
               BY VALUE WS-ARGV-ENTRY(6)
           END-CALL
           INSPECT WS-PEND-OLD-NAME-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-OLD-STAT-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-OLD-STAT-BUF
               BY VALUE WS-ARGV-ENTRY(7)
           END-CALL
           INSPECT WS-PEND-OLD-STAT-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-OLD-CAT-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-OLD-CAT-BUF
               BY VALUE WS-ARGV-ENTRY(8)
           END-CALL
           INSPECT WS-PEND-OLD-CAT-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-NOTE-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-NOTE-BUF
               BY VALUE WS-ARGV-ENTRY(9)
           END-CALL
           INSPECT WS-PEND-NOTE-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-PEND-BY-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-PEND-BY-BUF
               BY VALUE WS-ARGV-ENTRY(10)
           END-CALL
           INSPECT WS-PEND-BY-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE 'Y' TO WS-PEND-FOUND-SW
           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * DECIDE-PENDING-CHANGE: Closes one waiting change on the        *
      * PENDING-CHANGES queue as approved (A) or rejected (J), stamped *
      * with the registered audit user as the decider, the decision    *
      * time, and LNK-NOTE-TEXT as the decision note - the rejection   *
      * reason on a reject. The update only touches a change that is   *
      * still waiting and was keyed by somebody other than the         *
      * decider, so dual control holds here and not just on the        *
      * screen: anything else comes back status 1 with nothing         *
      * changed. The approving caller applies the change itself        *
      * through the record entry points inside the same transaction.   *
      *----------------------------------------------------------------*
           ENTRY 'DECIDE-PENDING-CHANGE' USING
           LNK-PEND-SEQ
           LNK-PEND-DECISION
           LNK-NOTE-TEXT
           LNK-STATUS.

           MOVE "DECIDE-PENDING-CHANGE" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF NOT LNK-PEND-APPROVE AND NOT LNK-PEND-REJECT
               DISPLAY "Invalid pending decision: " LNK-PEND-DECISION
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-NOTE-TEXT

           MOVE FUNCTION TRIM(WS-AUDIT-USER) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-USER))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-HIST-USER-ESC

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "UPDATE PENDING_CHANGES SET PEND_STATUS = '"
                      DELIMITED BY SIZE
                  LNK-PEND-DECISION
                      DELIMITED BY SIZE
                  "', DECIDED_AT = datetime('now'), DECIDED_BY = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-USER-ESC)
                      DELIMITED BY SIZE
                  "', DECISION_NOTE = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-NOTE-ESC)
                      DELIMITED BY SIZE
                  "' WHERE PEND_SEQ = "
                      DELIMITED BY SIZE
                  LNK-PEND-SEQ
                      DELIMITED BY SIZE
                  " AND PEND_STATUS = 'P' AND "
                      DELIMITED BY SIZE
                  "COALESCE(REQUESTED_BY, ' ') <> '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-USER-ESC)
                      DELIMITED BY SIZE
                  "'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               CALL "sqlite3_changes" USING
                   BY VALUE WS-DB-HANDLE
                   RETURNING WS-CHANGES
               END-CALL
               IF WS-CHANGES = ZERO
                   DISPLAY "Change " LNK-PEND-SEQ " is not pending "
                       "or was keyed by the deciding user"
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * SET-KEYED-BY-USER: Registers the user who keyed the change     *
      * that is about to be applied on someone else's approval. While  *
      * it is set, RECORDS-HISTORY rows carry it as CHANGED-BY with    *
      * the signed-on audit user as APPROVED-BY, notes are stamped     *
      * with it, and every audit record carries it alongside the      *
      * audit user, so both halves of a dual-controlled change are on  *
      * file. The approving caller registers spaces again once the     *
      * change is through.                                             *
      *----------------------------------------------------------------*
           ENTRY 'SET-KEYED-BY-USER' USING
           LNK-USER-ID
           LNK-STATUS.

           MOVE "SET-KEYED-BY-USER" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           STRING "KEYED BY " DELIMITED BY SIZE
                  LNK-USER-ID DELIMITED BY SIZE
               INTO WS-AUDIT-SQL-TEXT
           END-STRING

           MOVE LNK-USER-ID TO WS-KEYED-BY-USER
           MOVE 0 TO LNK-STATUS

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * ADD-RECORD-LINK: Files the record in LNK-RECORD-ID under the   *
      * parent in LNK-PARENT-ID on the RECORD-LINKS table with the     *
      * relationship type in LNK-REL-TYPE (branch under region,        *
      * sub-account under master and the like), stamped with who and   *
      * when. A record sits under one parent at most, so every         *
      * hierarchy stays a tree. The edits run before anything is       *
      * written: either ID not on file comes back status 1, a link     *
      * that would make a record its own ancestor - including a        *
      * record under itself - status 2, a link to or from a retired    *
      * record status 3, and a record that already has a parent the    *
      * distinct status 4 (remove the old link first). A blank         *
      * relationship type is refused with status 1.                    *
      *----------------------------------------------------------------*
           ENTRY 'ADD-RECORD-LINK' USING
           LNK-PARENT-ID
           LNK-RECORD-ID
           LNK-REL-TYPE
           LNK-STATUS.

           MOVE "ADD-RECORD-LINK" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-REL-TYPE = SPACES
               DISPLAY "Relationship type must not be blank"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-PARENT-ID = LNK-RECORD-ID
               DISPLAY "Record " LNK-RECORD-ID
                   " cannot be linked under itself"
               MOVE 2 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM FETCH-PARENT-IMAGE

           IF NOT WS-FIND-FOUND
               DISPLAY "Parent record " LNK-PARENT-ID " not on file"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF WS-FIND-STATUS-BUFFER(1:1) = 'R'
               DISPLAY "Parent record " LNK-PARENT-ID " is retired"
               MOVE 3 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM FETCH-RECORD-IMAGE

           IF NOT WS-FIND-FOUND
               DISPLAY "Record " LNK-RECORD-ID " not on file"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF WS-FIND-STATUS-BUFFER(1:1) = 'R'
               DISPLAY "Record " LNK-RECORD-ID " is retired"
               MOVE 3 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT PARENT_ID FROM RECORD_LINKS "
                      DELIMITED BY SIZE
                  "WHERE CHILD_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM COUNT-SQL-BUFFER-ROWS

           IF WS-RESULT-CODE NOT = ZERO
               DISPLAY "Error checking record links: " WS-RESULT-CODE
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF WS-CB-COUNT > ZERO
               DISPLAY "Record " LNK-RECORD-ID
                   " already has a parent"
               MOVE 4 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "WITH RECURSIVE DESCENDANTS(ID) AS ("
                      DELIMITED BY SIZE
                  "SELECT CHILD_ID FROM RECORD_LINKS "
                      DELIMITED BY SIZE
                  "WHERE PARENT_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  " UNION SELECT L.CHILD_ID FROM RECORD_LINKS L, "
                      DELIMITED BY SIZE
                  "DESCENDANTS D WHERE L.PARENT_ID = D.ID) "
                      DELIMITED BY SIZE
                  "SELECT ID FROM DESCENDANTS WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-PARENT-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM COUNT-SQL-BUFFER-ROWS

           IF WS-RESULT-CODE NOT = ZERO
               DISPLAY "Error checking record links: " WS-RESULT-CODE
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF WS-CB-COUNT > ZERO
               DISPLAY "Record " LNK-PARENT-ID " is already under "
                   LNK-RECORD-ID " - the link would make a cycle"
               MOVE 2 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE FUNCTION TRIM(LNK-REL-TYPE) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LNK-REL-TYPE))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-LINK-REL-ESC

           PERFORM ESCAPE-CHANGED-BY-USER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "INSERT INTO RECORD_LINKS (PARENT_ID, CHILD_ID, "
                      DELIMITED BY SIZE
                  "REL_TYPE, LINKED_AT, LINKED_BY) VALUES ("
                      DELIMITED BY SIZE
                  LNK-PARENT-ID
                      DELIMITED BY SIZE
                  ", "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  ", '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-LINK-REL-ESC)
                      DELIMITED BY SIZE
                  "', datetime('now'), '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-USER-ESC)
                      DELIMITED BY SIZE
                  "')"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * REMOVE-RECORD-LINK: Takes the record in LNK-RECORD-ID out from *
      * under its parent on the RECORD-LINKS table. A record with no   *
      * parent link comes back status 1 with nothing changed. The      *
      * record itself and any records under it are untouched.          *
      *----------------------------------------------------------------*
           ENTRY 'REMOVE-RECORD-LINK' USING
           LNK-RECORD-ID
           LNK-STATUS.

           MOVE "REMOVE-RECORD-LINK" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "DELETE FROM RECORD_LINKS WHERE CHILD_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               CALL "sqlite3_changes" USING
                   BY VALUE WS-DB-HANDLE
                   RETURNING WS-CHANGES
               END-CALL
               IF WS-CHANGES = ZERO
                   DISPLAY "Record " LNK-RECORD-ID
                       " has no parent link"
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * LIST-RECORD-LINKS: Displays the parent of the record in        *
      * LNK-RECORD-ID and every record directly under it, each with    *
      * the relationship type, name and status, for the operator       *
      * lookup screen. A link to an ID no longer on file shows as not  *
      * on file rather than being skipped.                             *
      *----------------------------------------------------------------*
           ENTRY 'LIST-RECORD-LINKS' USING
           LNK-RECORD-ID
           LNK-STATUS.

           MOVE "LIST-RECORD-LINKS" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT 'PARENT', L.PARENT_ID, L.REL_TYPE, "
                      DELIMITED BY SIZE
                  "COALESCE(R.NAME, '(NOT ON FILE)'), "
                      DELIMITED BY SIZE
                  "COALESCE(R.STATUS, ' ') FROM RECORD_LINKS L "
                      DELIMITED BY SIZE
                  "LEFT JOIN RECORDS R ON R.ID = L.PARENT_ID "
                      DELIMITED BY SIZE
                  "WHERE L.CHILD_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  " UNION ALL "
                      DELIMITED BY SIZE
                  "SELECT 'CHILD', L.CHILD_ID, L.REL_TYPE, "
                      DELIMITED BY SIZE
                  "COALESCE(R.NAME, '(NOT ON FILE)'), "
                      DELIMITED BY SIZE
                  "COALESCE(R.STATUS, ' ') FROM RECORD_LINKS L "
                      DELIMITED BY SIZE
                  "LEFT JOIN RECORDS R ON R.ID = L.CHILD_ID "
                      DELIMITED BY SIZE
                  "WHERE L.PARENT_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  " ORDER BY 1 DESC, 2"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           SET WS-CALLBACK TO ENTRY "LINK-LIST-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG

           IF WS-RESULT-CODE = ZERO
               MOVE 0 TO LNK-STATUS
           ELSE
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error listing record links: " WS-RESULT-CODE
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * LINK-LIST-CALLBACK: sqlite3_exec row callback used by          *
      * LIST-RECORD-LINKS. Displays one parent or child link per row.  *
      *----------------------------------------------------------------*
           ENTRY 'LINK-LIST-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-LINK-ROLE-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-LINK-ROLE-BUF
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-LINK-ROLE-BUF
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(2)
               RETURNING WS-LINK-ID-VALUE
           END-CALL

           MOVE SPACES TO WS-LINK-REL-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-LINK-REL-BUF
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-LINK-REL-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-LINK-NAME-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-LINK-NAME-BUF
               BY VALUE WS-ARGV-ENTRY(4)
           END-CALL
           INSPECT WS-LINK-NAME-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-LINK-STAT-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-LINK-STAT-BUF
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-LINK-STAT-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE WS-LINK-ID-VALUE TO WS-LINK-ID-DISPLAY

           DISPLAY "  " WS-LINK-ROLE-BUF(1:6) " "
               WS-LINK-ID-DISPLAY " "
               WS-LINK-REL-BUF(1:4) " "
               WS-LINK-STAT-BUF(1:1) " "
               FUNCTION TRIM(WS-LINK-NAME-BUF)

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * FIND-EXTERNAL-KEY: Resolves a sending office's own account key *
      * to our record ID through the EXTERNAL-XREF cross-reference.    *
      * The office is the feed name the office puts on its HDR control *
      * record. Status 0 hands the mapped ID back in LNK-RECORD-ID;    *
      * a key with no mapping - or a failed lookup - comes back        *
      * status 1 with the ID zeroed.                                   *
      *----------------------------------------------------------------*
           ENTRY 'FIND-EXTERNAL-KEY' USING
           LNK-OFFICE-CODE
           LNK-EXT-KEY
           LNK-RECORD-ID
           LNK-STATUS.

           MOVE "FIND-EXTERNAL-KEY" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE ZERO TO LNK-RECORD-ID

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-XREF-OFFICE
           PERFORM ESCAPE-XREF-KEY

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT RECORD_ID FROM EXTERNAL_XREF "
                      DELIMITED BY SIZE
                  "WHERE OFFICE = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-OFFICE-ESC)
                      DELIMITED BY SIZE
                  "' AND EXT_KEY = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-KEY-ESC)
                      DELIMITED BY SIZE
                  "'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-XREF-ID-QUERY

           IF WS-RESULT-CODE NOT = ZERO
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error finding external key: " WS-RESULT-CODE
           ELSE
               IF WS-SEQ-FOUND-SW = 'Y'
                   MOVE WS-SEQ-VALUE TO LNK-RECORD-ID
                   MOVE 0 TO LNK-STATUS
               ELSE
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * FIND-RECORD-EXT-KEY: The reverse lookup - hands back in        *
      * LNK-EXT-KEY the key the office in LNK-OFFICE-CODE knows the    *
      * record in LNK-RECORD-ID by. Status 1, with the key blanked,    *
      * when the office has no key for the record.                     *
      *----------------------------------------------------------------*
           ENTRY 'FIND-RECORD-EXT-KEY' USING
           LNK-OFFICE-CODE
           LNK-RECORD-ID
           LNK-EXT-KEY
           LNK-STATUS.

           MOVE "FIND-RECORD-EXT-KEY" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE SPACES TO LNK-EXT-KEY

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-XREF-OFFICE
           PERFORM FETCH-RECORD-EXT-KEY
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           IF WS-RESULT-CODE NOT = ZERO
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error finding external key: " WS-RESULT-CODE
           ELSE
               IF WS-XREF-FOUND
                   MOVE WS-XREF-KEY-BUFFER(1:20) TO LNK-EXT-KEY
                   MOVE 0 TO LNK-STATUS
               ELSE
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * ADD-EXTERNAL-KEY: Files the mapping from the office's key in   *
      * LNK-EXT-KEY to the record in LNK-RECORD-ID on EXTERNAL-XREF,   *
      * stamped with who and when. Each office key maps to one record  *
      * and each record carries at most one key per office, so a       *
      * mapping can always be read both ways. A blank office or key    *
      * comes back status 1; a key already mapped to a different       *
      * record status 2 (conflicting); a record that already carries a *
      * different key from the same office the distinct status 4       *
      * (ambiguous). Filing a mapping that is already on file exactly  *
      * as given is not an error - it comes back status 0 with nothing *
      * written.                                                       *
      *----------------------------------------------------------------*
           ENTRY 'ADD-EXTERNAL-KEY' USING
           LNK-OFFICE-CODE
           LNK-EXT-KEY
           LNK-RECORD-ID
           LNK-STATUS.

           MOVE "ADD-EXTERNAL-KEY" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-OFFICE-CODE = SPACES OR LNK-EXT-KEY = SPACES
               DISPLAY "Office and external key must not be blank"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-XREF-OFFICE
           PERFORM ESCAPE-XREF-KEY

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT RECORD_ID FROM EXTERNAL_XREF "
                      DELIMITED BY SIZE
                  "WHERE OFFICE = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-OFFICE-ESC)
                      DELIMITED BY SIZE
                  "' AND EXT_KEY = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-KEY-ESC)
                      DELIMITED BY SIZE
                  "'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING

           PERFORM RUN-XREF-ID-QUERY

           IF WS-RESULT-CODE NOT = ZERO
               DISPLAY "Error checking external key: " WS-RESULT-CODE
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF WS-SEQ-FOUND-SW = 'Y'
               IF WS-SEQ-VALUE = LNK-RECORD-ID
                   MOVE 0 TO LNK-STATUS
               ELSE
                   MOVE WS-SEQ-VALUE TO WS-XREF-ID-DISPLAY
                   DISPLAY "External key " FUNCTION TRIM(LNK-EXT-KEY)
                       " is already mapped to record "
                       WS-XREF-ID-DISPLAY
                   MOVE 2 TO LNK-STATUS
               END-IF
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM FETCH-RECORD-EXT-KEY

           IF WS-RESULT-CODE NOT = ZERO
               DISPLAY "Error checking external key: " WS-RESULT-CODE
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF WS-XREF-FOUND
               DISPLAY "Record " LNK-RECORD-ID " already carries key "
                   FUNCTION TRIM(WS-XREF-KEY-BUFFER) " from office "
                   FUNCTION TRIM(LNK-OFFICE-CODE)
               MOVE 4 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-CHANGED-BY-USER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "INSERT INTO EXTERNAL_XREF (OFFICE, EXT_KEY, "
                      DELIMITED BY SIZE
                  "RECORD_ID, MAPPED_AT, MAPPED_BY) VALUES ('"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-OFFICE-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-KEY-ESC)
                      DELIMITED BY SIZE
                  "', "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  ", datetime('now'), '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-USER-ESC)
                      DELIMITED BY SIZE
                  "')"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * XREF-KEY-CALLBACK: sqlite3_exec row callback used by           *
      * FETCH-RECORD-EXT-KEY. Column 1 is the office's key for the     *
      * record.                                                        *
      *----------------------------------------------------------------*
           ENTRY 'XREF-KEY-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-XREF-KEY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-XREF-KEY-BUFFER
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-XREF-KEY-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE 'Y' TO WS-XREF-FOUND-SW
           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * MERGE-RECORD: Folds the duplicate record in LNK-RECORD-ID into *
      * the surviving record in LNK-SURVIVOR-ID. The duplicate's notes *
      * move to the survivor, its office keys on EXTERNAL-XREF move    *
      * across for every office the survivor has no key from, a        *
      * forwarding entry on RECORD-FORWARDS sends the old ID on to the *
      * survivor - and any IDs already forwarded to the duplicate are  *
      * repointed, so a lookup never takes more than one hop - a note  *
      * on the survivor records the merge, and an M row on             *
      * RECORDS-HISTORY carrying the survivor in MERGED-INTO takes the *
      * merge downstream through the delta extract. The caller retires *
      * the duplicate itself through DELETE-RECORD inside the same     *
      * transaction. Parent/child links on RECORD-LINKS are left for   *
      * the hierarchy maintenance options, since moving them could     *
      * close a loop; INTEGRITY-SWEEP reports any active child left    *
      * under the retired duplicate. Either ID not on file comes back  *
      * status 1, the same ID on both sides status 2 and a retired     *
      * survivor status 3, all with nothing written.                   *
      *----------------------------------------------------------------*
           ENTRY 'MERGE-RECORD' USING
           LNK-SURVIVOR-ID
           LNK-RECORD-ID
           LNK-STATUS.

           MOVE "MERGE-RECORD" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-SURVIVOR-ID = LNK-RECORD-ID
               DISPLAY "Record " LNK-RECORD-ID
                   " cannot be merged into itself"
               MOVE 2 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM FETCH-SURVIVOR-IMAGE

           IF NOT WS-FIND-FOUND
               DISPLAY "Record " LNK-SURVIVOR-ID " not on file"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF WS-FIND-STATUS-BUFFER(1:1) = 'R'
               DISPLAY "Record " LNK-SURVIVOR-ID " is retired"
               MOVE 3 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM FETCH-BEFORE-IMAGE

           IF NOT WS-FIND-FOUND
               DISPLAY "Record " LNK-RECORD-ID " not on file"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "UPDATE RECORD_NOTES SET RECORD_ID = "
                      DELIMITED BY SIZE
                  LNK-SURVIVOR-ID
                      DELIMITED BY SIZE
                  " WHERE RECORD_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT
           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               MOVE SPACES TO WS-SQL-BUFFER
               STRING "UPDATE EXTERNAL_XREF SET RECORD_ID = "
                          DELIMITED BY SIZE
                      LNK-SURVIVOR-ID
                          DELIMITED BY SIZE
                      " WHERE RECORD_ID = "
                          DELIMITED BY SIZE
                      LNK-RECORD-ID
                          DELIMITED BY SIZE
                      " AND OFFICE NOT IN (SELECT OFFICE FROM "
                          DELIMITED BY SIZE
                      "EXTERNAL_XREF WHERE RECORD_ID = "
                          DELIMITED BY SIZE
                      LNK-SURVIVOR-ID
                          DELIMITED BY SIZE
                      ")"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
               END-STRING
               PERFORM RUN-SQL-BUFFER
           END-IF

           IF LNK-SUCCESS
               MOVE SPACES TO WS-SQL-BUFFER
               STRING "UPDATE RECORD_FORWARDS SET NEW_ID = "
                          DELIMITED BY SIZE
                      LNK-SURVIVOR-ID
                          DELIMITED BY SIZE
                      " WHERE NEW_ID = "
                          DELIMITED BY SIZE
                      LNK-RECORD-ID
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
               END-STRING
               PERFORM RUN-SQL-BUFFER
           END-IF

           IF LNK-SUCCESS
               PERFORM ESCAPE-CHANGED-BY-USER
               MOVE SPACES TO WS-SQL-BUFFER
               STRING "INSERT OR REPLACE INTO RECORD_FORWARDS "
                          DELIMITED BY SIZE
                      "(OLD_ID, NEW_ID, MERGED_AT, MERGED_BY) "
                          DELIMITED BY SIZE
                      "VALUES ("
                          DELIMITED BY SIZE
                      LNK-RECORD-ID
                          DELIMITED BY SIZE
                      ", "
                          DELIMITED BY SIZE
                      LNK-SURVIVOR-ID
                          DELIMITED BY SIZE
                      ", datetime('now'), '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HIST-USER-ESC)
                          DELIMITED BY SIZE
                      "')"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
               END-STRING
               PERFORM RUN-SQL-BUFFER
           END-IF

           IF LNK-SUCCESS
               MOVE SPACES TO WS-SQL-BUFFER
               STRING "INSERT INTO RECORD_NOTES "
                          DELIMITED BY SIZE
                      "(RECORD_ID, NOTE_TEXT, NOTED_AT, NOTED_BY) "
                          DELIMITED BY SIZE
                      "VALUES ("
                          DELIMITED BY SIZE
                      LNK-SURVIVOR-ID
                          DELIMITED BY SIZE
                      ", 'MERGED FROM RECORD "
                          DELIMITED BY SIZE
                      LNK-RECORD-ID
                          DELIMITED BY SIZE
                      "', datetime('now'), '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HIST-USER-ESC)
                          DELIMITED BY SIZE
                      "')"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
               END-STRING
               PERFORM RUN-SQL-BUFFER
           END-IF

           IF LNK-SUCCESS
               MOVE "M" TO WS-HIST-ACTION
               MOVE SPACES TO WS-ESCAPED-NAME
               MOVE LNK-SURVIVOR-ID TO WS-HIST-MERGED-SQL
               PERFORM SAVE-MAIN-STATEMENT-STATE
               PERFORM WRITE-HISTORY-ROW
               PERFORM RESTORE-MAIN-STATEMENT-STATE
               MOVE "NULL" TO WS-HIST-MERGED-SQL
           ELSE
               DISPLAY "Merge of record " LNK-RECORD-ID
                   " into " LNK-SURVIVOR-ID " failed"
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * FIND-RECORD-FORWARD: Looks LNK-RECORD-ID up on                 *
      * RECORD-FORWARDS. Status 0 hands back in LNK-SURVIVOR-ID the    *
      * record it was merged into; an ID that was never merged away -  *
      * or a failed lookup - comes back status 1 with the survivor     *
      * zeroed.                                                        *
      *----------------------------------------------------------------*
           ENTRY 'FIND-RECORD-FORWARD' USING
           LNK-RECORD-ID
           LNK-SURVIVOR-ID
           LNK-STATUS.

           MOVE "FIND-RECORD-FORWARD" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE ZERO TO LNK-SURVIVOR-ID

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT NEW_ID FROM RECORD_FORWARDS "
                      DELIMITED BY SIZE
                  "WHERE OLD_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-XREF-ID-QUERY

           IF WS-RESULT-CODE NOT = ZERO
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error finding record forward: " WS-RESULT-CODE
           ELSE
               IF WS-SEQ-FOUND-SW = 'Y'
                   MOVE WS-SEQ-VALUE TO LNK-SURVIVOR-ID
                   MOVE 0 TO LNK-STATUS
               ELSE
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * SET-STEP-COUNTS: Registers the record counts a batch step      *
      * reports for itself at end of job - records read, written and   *
      * rejected, each as the step defines them. The counts are held   *
      * here until NIGHTLY-DRIVER takes them through TAKE-STEP-COUNTS  *
      * for the run-statistics log; a step run on its own simply       *
      * leaves them on the audit log. A later call replaces the        *
      * counts, so a step reports once, as it ends.                    *
      *----------------------------------------------------------------*
           ENTRY 'SET-STEP-COUNTS' USING
           LNK-STEP-READ
           LNK-STEP-WRITTEN
           LNK-STEP-REJECTED
           LNK-STATUS.

           MOVE "SET-STEP-COUNTS" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           STRING "READ " DELIMITED BY SIZE
                  LNK-STEP-READ DELIMITED BY SIZE
                  " WRITTEN " DELIMITED BY SIZE
                  LNK-STEP-WRITTEN DELIMITED BY SIZE
                  " REJECTED " DELIMITED BY SIZE
                  LNK-STEP-REJECTED DELIMITED BY SIZE
               INTO WS-AUDIT-SQL-TEXT
           END-STRING

           MOVE LNK-STEP-READ TO WS-STEP-READ
           MOVE LNK-STEP-WRITTEN TO WS-STEP-WRITTEN
           MOVE LNK-STEP-REJECTED TO WS-STEP-REJECTED
           MOVE 'Y' TO WS-STEP-COUNTS-SW
           MOVE 0 TO LNK-STATUS

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * TAKE-STEP-COUNTS: Hands the counts registered through          *
      * SET-STEP-COUNTS back to NIGHTLY-DRIVER and clears them, so the *
      * next step starts with none. Status 1, with the counts zeroed,  *
      * means the step that just ran reported nothing. No database is  *
      * touched and nothing is audited - the counts were audited as    *
      * they were registered.                                          *
      *----------------------------------------------------------------*
           ENTRY 'TAKE-STEP-COUNTS' USING
           LNK-STEP-READ
           LNK-STEP-WRITTEN
           LNK-STEP-REJECTED
           LNK-STATUS.

           IF WS-STEP-COUNTED
               MOVE WS-STEP-READ TO LNK-STEP-READ
               MOVE WS-STEP-WRITTEN TO LNK-STEP-WRITTEN
               MOVE WS-STEP-REJECTED TO LNK-STEP-REJECTED
               MOVE 0 TO LNK-STATUS
           ELSE
               MOVE ZERO TO LNK-STEP-READ
               MOVE ZERO TO LNK-STEP-WRITTEN
               MOVE ZERO TO LNK-STEP-REJECTED
               MOVE 1 TO LNK-STATUS
           END-IF

           MOVE 'N' TO WS-STEP-COUNTS-SW
           MOVE ZERO TO WS-STEP-READ
           MOVE ZERO TO WS-STEP-WRITTEN
           MOVE ZERO TO WS-STEP-REJECTED

           GOBACK.

      *----------------------------------------------------------------*
      * ADD-SUSPENSE-ITEM: Files one intake reject on the permanent    *
      * REJECT-SUSPENSE table, open, with its reason code, the         *
      * sending office (the feed name on the HDR control record),      *
      * the HDR created date, today's date as the date received, and   *
      * the record exactly as the office sent it - raw ID, name,       *
      * category and office key. The reject file is rewritten every    *
      * run; this is the copy that stays until somebody resolves it.   *
      * The suspense number comes back in LNK-SUSP-SEQ. A reason that  *
      * is not a two-digit code is refused with status 1.              *
      *----------------------------------------------------------------*
           ENTRY 'ADD-SUSPENSE-ITEM' USING
           LNK-SUSP-REASON
           LNK-OFFICE-CODE
           LNK-SUSP-HDR-DATE
           LNK-INTAKE-ID
           LNK-RECORD-NAME
           LNK-CATEGORY-CODE
           LNK-EXT-KEY
           LNK-SUSP-SEQ
           LNK-STATUS.

           MOVE "ADD-SUSPENSE-ITEM" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE ZERO TO LNK-SUSP-SEQ

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-SUSP-REASON NOT NUMERIC
               DISPLAY "Invalid suspense reason: " LNK-SUSP-REASON
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-XREF-OFFICE
           PERFORM ESCAPE-SUSPENSE-FIELDS

           MOVE FUNCTION TRIM(LNK-SUSP-HDR-DATE) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LNK-SUSP-HDR-DATE))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-SUSP-HDR-ESC

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "INSERT INTO REJECT_SUSPENSE (REASON, SOURCE_FEED, "
                      DELIMITED BY SIZE
                  "HEADER_DATE, RECEIVED_ON, RECORD_ID, NAME, "
                      DELIMITED BY SIZE
                  "CATEGORY, EXT_KEY, SUSP_STATUS) VALUES ('"
                      DELIMITED BY SIZE
                  LNK-SUSP-REASON
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-OFFICE-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-HDR-ESC)
                      DELIMITED BY SIZE
                  "', "
                      DELIMITED BY SIZE
                  WS-RUN-DATE
                      DELIMITED BY SIZE
                  ", '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-ID-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-NAME-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAT-ESC)
                      DELIMITED BY SIZE
                  "', '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-KEY-ESC)
                      DELIMITED BY SIZE
                  "', 'O')"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               MOVE ZERO TO WS-SEQ-VALUE
               MOVE "SELECT last_insert_rowid()" TO WS-SQL-BUFFER
               SET WS-CALLBACK TO ENTRY "SEQ-VALUE-CALLBACK"
               CALL "sqlite3_exec" USING
                   BY VALUE WS-DB-HANDLE
                   BY REFERENCE WS-SQL-BUFFER
                   BY VALUE WS-CALLBACK
                   BY VALUE WS-NULL-PTR
                   BY REFERENCE WS-ERR-MSG
                   RETURNING WS-RESULT-CODE
               END-CALL
               PERFORM FREE-SQLITE-ERRMSG
               MOVE WS-SEQ-VALUE TO LNK-SUSP-SEQ
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * COUNT-OPEN-SUSPENSE: Counts the items still open on            *
      * REJECT-SUSPENSE for the office in LNK-OFFICE-CODE, or for      *
      * every office when it is spaces, into LNK-SUSP-COUNT. The       *
      * intake uses it to skip the resend check entirely for an        *
      * office with nothing outstanding.                               *
      *----------------------------------------------------------------*
           ENTRY 'COUNT-OPEN-SUSPENSE' USING
           LNK-OFFICE-CODE
           LNK-SUSP-COUNT
           LNK-STATUS.

           MOVE "COUNT-OPEN-SUSPENSE" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE ZERO TO LNK-SUSP-COUNT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-XREF-OFFICE

           MOVE SPACES TO WS-SQL-BUFFER
           MOVE 1 TO WS-SQL-PTR
           STRING "SELECT COUNT(*) FROM REJECT_SUSPENSE "
                      DELIMITED BY SIZE
                  "WHERE SUSP_STATUS = 'O'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
               WITH POINTER WS-SQL-PTR
           END-STRING

           IF LNK-OFFICE-CODE NOT = SPACES
               STRING " AND SOURCE_FEED = '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XREF-OFFICE-ESC)
                          DELIMITED BY SIZE
                      "'"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-XREF-ID-QUERY

           IF WS-RESULT-CODE = ZERO
               MOVE WS-SEQ-VALUE TO LNK-SUSP-COUNT
               MOVE 0 TO LNK-STATUS
           ELSE
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error counting suspense items: "
                   WS-RESULT-CODE
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * CLEAR-RESENT-SUSPENSE: Closes, as superseded (S), every open   *
      * REJECT-SUSPENSE item from the office in LNK-OFFICE-CODE that   *
      * the record just applied by the intake is a resend of - the     *
      * same raw ID or the same office key as the rejected record -    *
      * stamped with the record it went to in LNK-RECORD-ID, so the    *
      * office fixing and resending a reject clears it without anyone  *
      * working the suspense screen. The number of items closed comes  *
      * back in LNK-SUSP-COUNT; none at all is not an error.           *
      *----------------------------------------------------------------*
           ENTRY 'CLEAR-RESENT-SUSPENSE' USING
           LNK-OFFICE-CODE
           LNK-INTAKE-ID
           LNK-EXT-KEY
           LNK-RECORD-ID
           LNK-SUSP-COUNT
           LNK-STATUS.

           MOVE "CLEAR-RESENT-SUSPENSE" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE ZERO TO LNK-SUSP-COUNT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-INTAKE-ID = SPACES AND LNK-EXT-KEY = SPACES
               MOVE 0 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-XREF-OFFICE
           PERFORM ESCAPE-XREF-KEY
           PERFORM ESCAPE-INTAKE-ID

           MOVE FUNCTION TRIM(WS-AUDIT-USER) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-USER))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-HIST-USER-ESC

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-SQL-BUFFER
           MOVE 1 TO WS-SQL-PTR
           STRING "UPDATE REJECT_SUSPENSE SET SUSP_STATUS = 'S', "
                      DELIMITED BY SIZE
                  "RESOLVED_ON = "
                      DELIMITED BY SIZE
                  WS-RUN-DATE
                      DELIMITED BY SIZE
                  ", RESOLVED_AT = datetime('now'), RESOLVED_BY = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-USER-ESC)
                      DELIMITED BY SIZE
                  "', APPLIED_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  ", RESOLUTION_NOTE = 'RESENT AND APPLIED' "
                      DELIMITED BY SIZE
                  "WHERE SUSP_STATUS = 'O' AND SOURCE_FEED = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-OFFICE-ESC)
                      DELIMITED BY SIZE
                  "' AND ("
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
               WITH POINTER WS-SQL-PTR
           END-STRING

           IF LNK-INTAKE-ID NOT = SPACES
               STRING "RECORD_ID = '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-SUSP-ID-ESC)
                          DELIMITED BY SIZE
                      "'"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
                   WITH POINTER WS-SQL-PTR
               END-STRING
           ELSE
               STRING "0 = 1"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF

           IF LNK-EXT-KEY NOT = SPACES
               STRING " OR EXT_KEY = '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XREF-KEY-ESC)
                          DELIMITED BY SIZE
                      "'"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF

           STRING ")"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
               WITH POINTER WS-SQL-PTR
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               CALL "sqlite3_changes" USING
                   BY VALUE WS-DB-HANDLE
                   RETURNING WS-CHANGES
               END-CALL
               MOVE WS-CHANGES TO LNK-SUSP-COUNT
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * LIST-SUSPENSE-ITEMS: Displays every item still open on         *
      * REJECT-SUSPENSE for the office in LNK-OFFICE-CODE - every      *
      * office when it is spaces - in the order received: suspense     *
      * number, reason, office, date received, raw ID, a C when a      *
      * correction has been keyed, and the name as sent. The number    *
      * listed comes back in LNK-SUSP-COUNT.                           *
      *----------------------------------------------------------------*
           ENTRY 'LIST-SUSPENSE-ITEMS' USING
           LNK-OFFICE-CODE
           LNK-SUSP-COUNT
           LNK-STATUS.

           MOVE "LIST-SUSPENSE-ITEMS" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE ZERO TO LNK-SUSP-COUNT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-XREF-OFFICE

           MOVE SPACES TO WS-SQL-BUFFER
           MOVE 1 TO WS-SQL-PTR
           STRING "SELECT SUSP_SEQ, COALESCE(REASON, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(SOURCE_FEED, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(RECEIVED_ON, 0), "
                      DELIMITED BY SIZE
                  "COALESCE(RECORD_ID, ' '), "
                      DELIMITED BY SIZE
                  "CASE WHEN CORRECTED_BY IS NULL THEN ' ' "
                      DELIMITED BY SIZE
                  "ELSE 'C' END, COALESCE(NAME, ' ') "
                      DELIMITED BY SIZE
                  "FROM REJECT_SUSPENSE WHERE SUSP_STATUS = 'O'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
               WITH POINTER WS-SQL-PTR
           END-STRING

           IF LNK-OFFICE-CODE NOT = SPACES
               STRING " AND SOURCE_FEED = '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-XREF-OFFICE-ESC)
                          DELIMITED BY SIZE
                      "'"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF

           STRING " ORDER BY SUSP_SEQ"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
               WITH POINTER WS-SQL-PTR
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           MOVE ZERO TO WS-SUSP-COUNT
           SET WS-CALLBACK TO ENTRY "SUSPENSE-LIST-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG

           IF WS-RESULT-CODE = ZERO
               MOVE 0 TO LNK-STATUS
               MOVE WS-SUSP-COUNT TO LNK-SUSP-COUNT
           ELSE
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error listing suspense items: "
                   WS-RESULT-CODE
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * SUSPENSE-LIST-CALLBACK: sqlite3_exec row callback used by      *
      * LIST-SUSPENSE-ITEMS. Displays one open item per row and        *
      * counts it.                                                     *
      *----------------------------------------------------------------*
           ENTRY 'SUSPENSE-LIST-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-SUSP-SEQ-VALUE
           END-CALL

           MOVE SPACES TO WS-SUSP-REASON-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-REASON-BUF
               BY VALUE WS-ARGV-ENTRY(2)
           END-CALL
           INSPECT WS-SUSP-REASON-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-FEED-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-FEED-BUF
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-SUSP-FEED-BUF
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(4)
               RETURNING WS-SUSP-DATE-VALUE
           END-CALL

           MOVE SPACES TO WS-SUSP-ID-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-ID-BUF
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-SUSP-ID-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-CORR-BY-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-CORR-BY-BUF
               BY VALUE WS-ARGV-ENTRY(6)
           END-CALL
           INSPECT WS-SUSP-CORR-BY-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-NAME-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-NAME-BUF
               BY VALUE WS-ARGV-ENTRY(7)
           END-CALL
           INSPECT WS-SUSP-NAME-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE WS-SUSP-SEQ-VALUE TO WS-SUSP-SEQ-DISPLAY
           MOVE WS-SUSP-DATE-VALUE TO WS-SUSP-DATE-DISPLAY

           DISPLAY "  " WS-SUSP-SEQ-DISPLAY " "
               WS-SUSP-REASON-BUF(1:2) "     "
               WS-SUSP-FEED-BUF(1:8) " "
               WS-SUSP-DATE-DISPLAY " "
               WS-SUSP-ID-BUF(1:7) " "
               WS-SUSP-CORR-BY-BUF(1:1) " "
               FUNCTION TRIM(WS-SUSP-NAME-BUF)

           ADD 1 TO WS-SUSP-COUNT
           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * FETCH-SUSPENSE-ITEM: Reads one item still open on              *
      * REJECT-SUSPENSE by its suspense number - the reason, office,   *
      * HDR date and date received, the record as the office sent      *
      * it, and any correction keyed against it with the user who      *
      * keyed it (spaces in LNK-USER-ID when there is none) - so the   *
      * suspense screen can show both before anything is decided. A    *
      * number not on the table, or one already resolved, comes back   *
      * status 1.                                                      *
      *----------------------------------------------------------------*
           ENTRY 'FETCH-SUSPENSE-ITEM' USING
           LNK-SUSP-SEQ
           LNK-SUSP-REASON
           LNK-OFFICE-CODE
           LNK-SUSP-HDR-DATE
           LNK-SUSP-RECEIVED
           LNK-INTAKE-ID
           LNK-RECORD-NAME
           LNK-CATEGORY-CODE
           LNK-EXT-KEY
           LNK-CORR-ID
           LNK-CORR-NAME
           LNK-CORR-CATEGORY
           LNK-CORR-EXT-KEY
           LNK-USER-ID
           LNK-STATUS.

           MOVE "FETCH-SUSPENSE-ITEM" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT
           MOVE SPACES TO LNK-SUSP-REASON
           MOVE SPACES TO LNK-OFFICE-CODE
           MOVE SPACES TO LNK-SUSP-HDR-DATE
           MOVE ZERO TO LNK-SUSP-RECEIVED
           MOVE SPACES TO LNK-INTAKE-ID
           MOVE SPACES TO LNK-RECORD-NAME
           MOVE SPACES TO LNK-CATEGORY-CODE
           MOVE SPACES TO LNK-EXT-KEY
           MOVE SPACES TO LNK-CORR-ID
           MOVE SPACES TO LNK-CORR-NAME
           MOVE SPACES TO LNK-CORR-CATEGORY
           MOVE SPACES TO LNK-CORR-EXT-KEY
           MOVE SPACES TO LNK-USER-ID

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT COALESCE(REASON, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(SOURCE_FEED, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(HEADER_DATE, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(RECEIVED_ON, 0), "
                      DELIMITED BY SIZE
                  "COALESCE(RECORD_ID, ' '), COALESCE(NAME, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(CATEGORY, ' '), COALESCE(EXT_KEY, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(CORR_ID, ' '), COALESCE(CORR_NAME, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(CORR_CATEGORY, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(CORR_EXT_KEY, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(CORRECTED_BY, ' ') "
                      DELIMITED BY SIZE
                  "FROM REJECT_SUSPENSE WHERE SUSP_SEQ = "
                      DELIMITED BY SIZE
                  LNK-SUSP-SEQ
                      DELIMITED BY SIZE
                  " AND SUSP_STATUS = 'O'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           MOVE 'N' TO WS-SUSP-FOUND-SW
           SET WS-CALLBACK TO ENTRY "SUSPENSE-FETCH-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG

           IF WS-RESULT-CODE NOT = ZERO
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error reading suspense item: " WS-RESULT-CODE
           ELSE
               IF WS-SUSP-FOUND
                   MOVE WS-SUSP-REASON-BUF(1:2) TO LNK-SUSP-REASON
                   MOVE WS-SUSP-FEED-BUF(1:8) TO LNK-OFFICE-CODE
                   MOVE WS-SUSP-HDR-BUF(1:8) TO LNK-SUSP-HDR-DATE
                   MOVE WS-SUSP-DATE-VALUE TO LNK-SUSP-RECEIVED
                   MOVE WS-SUSP-ID-BUF(1:7) TO LNK-INTAKE-ID
                   MOVE WS-SUSP-NAME-BUF TO LNK-RECORD-NAME
                   MOVE WS-SUSP-CAT-BUF(1:4) TO LNK-CATEGORY-CODE
                   MOVE WS-SUSP-KEY-BUF(1:20) TO LNK-EXT-KEY
                   MOVE WS-SUSP-CORR-ID-BUF(1:7) TO LNK-CORR-ID
                   MOVE WS-SUSP-CORR-NAME-BUF TO LNK-CORR-NAME
                   MOVE WS-SUSP-CORR-CAT-BUF(1:4) TO LNK-CORR-CATEGORY
                   MOVE WS-SUSP-CORR-KEY-BUF(1:20) TO LNK-CORR-EXT-KEY
                   MOVE WS-SUSP-CORR-BY-BUF(1:8) TO LNK-USER-ID
                   MOVE 0 TO LNK-STATUS
               ELSE
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * SUSPENSE-FETCH-CALLBACK: sqlite3_exec row callback used by     *
      * FETCH-SUSPENSE-ITEM. Copies the thirteen suspense columns      *
      * into the suspense work buffers and sets WS-SUSP-FOUND-SW.      *
      *----------------------------------------------------------------*
           ENTRY 'SUSPENSE-FETCH-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-SUSP-REASON-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-REASON-BUF
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-SUSP-REASON-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-FEED-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-FEED-BUF
               BY VALUE WS-ARGV-ENTRY(2)
           END-CALL
           INSPECT WS-SUSP-FEED-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-HDR-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-HDR-BUF
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-SUSP-HDR-BUF
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(4)
               RETURNING WS-SUSP-DATE-VALUE
           END-CALL

           MOVE SPACES TO WS-SUSP-ID-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-ID-BUF
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-SUSP-ID-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-NAME-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-NAME-BUF
               BY VALUE WS-ARGV-ENTRY(6)
           END-CALL
           INSPECT WS-SUSP-NAME-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-CAT-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-CAT-BUF
               BY VALUE WS-ARGV-ENTRY(7)
           END-CALL
           INSPECT WS-SUSP-CAT-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-KEY-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-KEY-BUF
               BY VALUE WS-ARGV-ENTRY(8)
           END-CALL
           INSPECT WS-SUSP-KEY-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-CORR-ID-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-CORR-ID-BUF
               BY VALUE WS-ARGV-ENTRY(9)
           END-CALL
           INSPECT WS-SUSP-CORR-ID-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-CORR-NAME-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-CORR-NAME-BUF
               BY VALUE WS-ARGV-ENTRY(10)
           END-CALL
           INSPECT WS-SUSP-CORR-NAME-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-CORR-CAT-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-CORR-CAT-BUF
               BY VALUE WS-ARGV-ENTRY(11)
           END-CALL
           INSPECT WS-SUSP-CORR-CAT-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-CORR-KEY-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-CORR-KEY-BUF
               BY VALUE WS-ARGV-ENTRY(12)
           END-CALL
           INSPECT WS-SUSP-CORR-KEY-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-SUSP-CORR-BY-BUF
           CALL "strcpy" USING
               BY REFERENCE WS-SUSP-CORR-BY-BUF
               BY VALUE WS-ARGV-ENTRY(13)
           END-CALL
           INSPECT WS-SUSP-CORR-BY-BUF
               REPLACING ALL X"00" BY SPACE

           MOVE 'Y' TO WS-SUSP-FOUND-SW
           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * CORRECT-SUSPENSE-ITEM: Files a correction against one item     *
      * still open on REJECT-SUSPENSE - the ID, name, category and     *
      * office key in LNK-INTAKE-ID, LNK-RECORD-NAME,                  *
      * LNK-CATEGORY-CODE and LNK-EXT-KEY replace the values the       *
      * release will apply, stamped with the registered audit user     *
      * and the time. The record as the office sent it is kept         *
      * alongside. A later correction replaces an earlier one. A       *
      * number not open comes back status 1 with nothing changed.      *
      *----------------------------------------------------------------*
           ENTRY 'CORRECT-SUSPENSE-ITEM' USING
           LNK-SUSP-SEQ
           LNK-INTAKE-ID
           LNK-RECORD-NAME
           LNK-CATEGORY-CODE
           LNK-EXT-KEY
           LNK-STATUS.

           MOVE "CORRECT-SUSPENSE-ITEM" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-SUSPENSE-FIELDS

           MOVE FUNCTION TRIM(WS-AUDIT-USER) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-USER))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-HIST-USER-ESC

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "UPDATE REJECT_SUSPENSE SET CORR_ID = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-ID-ESC)
                      DELIMITED BY SIZE
                  "', CORR_NAME = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-NAME-ESC)
                      DELIMITED BY SIZE
                  "', CORR_CATEGORY = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-CAT-ESC)
                      DELIMITED BY SIZE
                  "', CORR_EXT_KEY = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-KEY-ESC)
                      DELIMITED BY SIZE
                  "', CORRECTED_AT = datetime('now'), "
                      DELIMITED BY SIZE
                  "CORRECTED_BY = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-USER-ESC)
                      DELIMITED BY SIZE
                  "' WHERE SUSP_SEQ = "
                      DELIMITED BY SIZE
                  LNK-SUSP-SEQ
                      DELIMITED BY SIZE
                  " AND SUSP_STATUS = 'O'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               CALL "sqlite3_changes" USING
                   BY VALUE WS-DB-HANDLE
                   RETURNING WS-CHANGES
               END-CALL
               IF WS-CHANGES = ZERO
                   DISPLAY "Suspense item " LNK-SUSP-SEQ
                       " is not open"
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * DECIDE-SUSPENSE-ITEM: Resolves one open REJECT-SUSPENSE item,  *
      * stamped with the registered audit user, the date and time,     *
      * and LNK-NOTE-TEXT as the resolution note:                      *
      *     R - released: applied to the record in LNK-RECORD-ID       *
      *     W - written off: the note, saying why, is required         *
      *     K - kept open: a release was tried and refused, and the    *
      *         reason it was refused for replaces the reason on file  *
      *         from LNK-SUSP-REASON                                   *
      * A release only touches an item that was not corrected by the   *
      * releasing user, so dual control over a keyed correction holds  *
      * here and not just on the screen. Anything refused comes back   *
      * status 1 with nothing changed. The releasing caller applies    *
      * the record itself inside the same transaction.                 *
      *----------------------------------------------------------------*
           ENTRY 'DECIDE-SUSPENSE-ITEM' USING
           LNK-SUSP-SEQ
           LNK-SUSP-DECISION
           LNK-SUSP-REASON
           LNK-RECORD-ID
           LNK-NOTE-TEXT
           LNK-STATUS.

           MOVE "DECIDE-SUSPENSE-ITEM" TO WS-AUDIT-ENTRY-POINT
           MOVE SPACES TO WS-AUDIT-SQL-TEXT

           IF WS-DB-HANDLE = NULL
               DISPLAY "No database connection open"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF NOT LNK-SUSP-RELEASE
            AND NOT LNK-SUSP-WRITE-OFF
            AND NOT LNK-SUSP-KEEP
               DISPLAY "Invalid suspense decision: " LNK-SUSP-DECISION
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-SUSP-WRITE-OFF AND LNK-NOTE-TEXT = SPACES
               DISPLAY "A write-off requires a note"
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           IF LNK-SUSP-KEEP AND LNK-SUSP-REASON NOT NUMERIC
               DISPLAY "Invalid suspense reason: " LNK-SUSP-REASON
               MOVE 1 TO LNK-STATUS
               MOVE LNK-STATUS TO WS-AUDIT-STATUS
               PERFORM WRITE-AUDIT-RECORD
               GOBACK
           END-IF

           PERFORM ESCAPE-NOTE-TEXT

           MOVE FUNCTION TRIM(WS-AUDIT-USER) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-USER))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-HIST-USER-ESC

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           MOVE SPACES TO WS-SQL-BUFFER
           MOVE 1 TO WS-SQL-PTR
           EVALUATE TRUE
               WHEN LNK-SUSP-KEEP
                   STRING "UPDATE REJECT_SUSPENSE SET REASON = '"
                              DELIMITED BY SIZE
                          LNK-SUSP-REASON
                              DELIMITED BY SIZE
                          "'"
                              DELIMITED BY SIZE
                       INTO WS-SQL-BUFFER
                       WITH POINTER WS-SQL-PTR
                   END-STRING
               WHEN OTHER
                   STRING "UPDATE REJECT_SUSPENSE SET SUSP_STATUS = '"
                              DELIMITED BY SIZE
                          LNK-SUSP-DECISION
                              DELIMITED BY SIZE
                          "', RESOLVED_ON = "
                              DELIMITED BY SIZE
                          WS-RUN-DATE
                              DELIMITED BY SIZE
                          ", RESOLVED_AT = datetime('now'), "
                              DELIMITED BY SIZE
                          "RESOLVED_BY = '"
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-HIST-USER-ESC)
                              DELIMITED BY SIZE
                          "', RESOLUTION_NOTE = '"
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-NOTE-ESC)
                              DELIMITED BY SIZE
                          "'"
                              DELIMITED BY SIZE
                       INTO WS-SQL-BUFFER
                       WITH POINTER WS-SQL-PTR
                   END-STRING
           END-EVALUATE

           IF LNK-SUSP-RELEASE
               STRING ", APPLIED_ID = "
                          DELIMITED BY SIZE
                      LNK-RECORD-ID
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF

           STRING " WHERE SUSP_SEQ = "
                      DELIMITED BY SIZE
                  LNK-SUSP-SEQ
                      DELIMITED BY SIZE
                  " AND SUSP_STATUS = 'O'"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
               WITH POINTER WS-SQL-PTR
           END-STRING

           IF LNK-SUSP-RELEASE
               STRING " AND COALESCE(CORRECTED_BY, ' ') <> '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-HIST-USER-ESC)
                          DELIMITED BY SIZE
                      "'"
                          DELIMITED BY SIZE
                   INTO WS-SQL-BUFFER
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF
           MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT

           PERFORM RUN-SQL-BUFFER

           IF LNK-SUCCESS
               CALL "sqlite3_changes" USING
                   BY VALUE WS-DB-HANDLE
                   RETURNING WS-CHANGES
               END-CALL
               IF WS-CHANGES = ZERO
                   DISPLAY "Suspense item " LNK-SUSP-SEQ " is not open "
                       "or was corrected by the releasing user"
                   MOVE 1 TO LNK-STATUS
               END-IF
           END-IF

           MOVE LNK-STATUS TO WS-AUDIT-STATUS
           PERFORM WRITE-AUDIT-RECORD

           GOBACK.

      *----------------------------------------------------------------*
      * LOAD-SCRIPT-LOOP: Reads and runs one line of the open SQL      *
      * script file. Performed from LOAD-SQL-SCRIPT until end of file. *
      * A statement that went to the dead-letter file after its        *
      * retries does not abandon the load - the rest of the script     *
      * still runs and the job ends with status 1 so the dead letters  *
      * get replayed. Any other failure stops the script as before.    *
      *----------------------------------------------------------------*
       LOAD-SCRIPT-LOOP.
           READ SQL-SCRIPT-FILE
               AT END
                   MOVE 'Y' TO WS-SCRIPT-EOF-SW
               NOT AT END
                   MOVE SQL-SCRIPT-LINE TO WS-SQL-BUFFER
                   PERFORM RUN-SQL-BUFFER
                   MOVE WS-SQL-BUFFER TO WS-AUDIT-SQL-TEXT
                   MOVE LNK-STATUS TO WS-AUDIT-STATUS
                   PERFORM WRITE-AUDIT-RECORD
                   IF LNK-ERROR
                       IF WS-DEADLETTERED
                           MOVE 'Y' TO WS-SCRIPT-FAIL-SW
                       ELSE
                           MOVE 'Y' TO WS-SCRIPT-EOF-SW
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * RUN-SQL-BUFFER: Shared routine that executes WS-SQL-BUFFER     *
      * against WS-DB-HANDLE and sets LNK-STATUS accordingly. Used by  *
      * every entry point that fires a statement rather than a query. *
      * A busy or locked database is retried with a wait between       *
      * attempts (see SET-RETRY-LIMITS) before failure is declared.    *
      * A script statement (LOAD-SQL-SCRIPT) that is still busy or     *
      * locked after the retries goes to the dead-letter file so the   *
      * operator can replay just the failures - only script            *
      * statements are dead-lettered, never transaction control or    *
      * the module's own housekeeping, which must not turn up in a    *
      * replay. WS-AUDIT-RETRIES carries the retry count into the      *
      * audit record so contention stays visible.                      *
      *----------------------------------------------------------------*
       RUN-SQL-BUFFER.
           MOVE ZERO TO WS-RETRY-COUNT
           MOVE 'N' TO WS-SQL-DONE-SW
           MOVE 'N' TO WS-DEADLETTERED-SW

           PERFORM RUN-SQL-ATTEMPT UNTIL WS-SQL-DONE

           MOVE WS-RETRY-COUNT TO WS-AUDIT-RETRIES

           IF WS-RESULT-CODE = ZERO
               MOVE 0 TO LNK-STATUS
           ELSE
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error executing SQL: " WS-RESULT-CODE
               IF (WS-RESULT-CODE = 5 OR WS-RESULT-CODE = 6)
                AND WS-SCRIPT-MODE
                   PERFORM WRITE-DEADLETTER-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RUN-ARCHIVE-SQL-BUFFER: Executes WS-ARCH-SQL-BUFFER against    *
      * the archive connection on handle 2 and sets LNK-STATUS. The    *
      * archive side carries its own statement buffer because the      *
      * sweep drives ARCHIVE-RECORD from inside a live-side query      *
      * callback - sqlite3_exec is still walking WS-SQL-BUFFER at      *
      * that moment, and overwriting it mid-walk would hand the live   *
      * connection fragments of the archive INSERT to parse. The       *
      * sweep job is the archive's only writer, so there is no         *
      * contention retry and no dead-lettering on this side.           *
      *----------------------------------------------------------------*
       RUN-ARCHIVE-SQL-BUFFER.
           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE-2
               BY REFERENCE WS-ARCH-SQL-BUFFER
               BY VALUE WS-NULL-PTR
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG

           IF WS-RESULT-CODE = ZERO
               MOVE 0 TO LNK-STATUS
           ELSE
               MOVE 1 TO LNK-STATUS
               DISPLAY "Error executing archive SQL: " WS-RESULT-CODE
           END-IF.

      *----------------------------------------------------------------*
      * RUN-SQL-ATTEMPT: Fires WS-SQL-BUFFER once. A busy (5) or       *
      * locked (6) result inside the retry limit waits out the         *
      * contention and goes around again; anything else ends the       *
      * loop. Performed from RUN-SQL-BUFFER.                           *
      *----------------------------------------------------------------*
       RUN-SQL-ATTEMPT.
           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-NULL-PTR
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG

           IF (WS-RESULT-CODE = 5 OR WS-RESULT-CODE = 6)
            AND WS-RETRY-COUNT < WS-RETRY-LIMIT
               ADD 1 TO WS-RETRY-COUNT
               CALL "sqlite3_sleep" USING
                   BY VALUE WS-RETRY-WAIT-MS
               END-CALL
           ELSE
               MOVE 'Y' TO WS-SQL-DONE-SW
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-DEADLETTER-RECORD: Appends the statement that exhausted  *
      * its retries to the dead-letter file, one statement per line    *
      * in the same format LOAD-SQL-SCRIPT reads, so the morning       *
      * operator replays just the failures instead of re-running the   *
      * whole load.                                                    *
      *----------------------------------------------------------------*
       WRITE-DEADLETTER-RECORD.
           OPEN EXTEND DEADLETTER-FILE

           IF WS-DEADL-FILE-STATUS = "35"
               OPEN OUTPUT DEADLETTER-FILE
           END-IF

           IF WS-DEADL-FILE-STATUS NOT = "00"
               DISPLAY "Error opening dead-letter file: "
                   WS-DEADL-FILE-STATUS
           ELSE
               MOVE WS-SQL-BUFFER TO DEADLETTER-RECORD
               WRITE DEADLETTER-RECORD
               CLOSE DEADLETTER-FILE
               MOVE 'Y' TO WS-DEADLETTERED-SW
           END-IF.

      *----------------------------------------------------------------*
      * FREE-SQLITE-ERRMSG: Releases the sqlite3_malloc'd error text   *
      * sqlite3_exec leaves behind in WS-ERR-MSG, if any, right after  *
      * it has been checked, so a run of many statements (LOAD-SQL-    *
      * SCRIPT, RECONCILE-COUNTS) doesn't leak one buffer per failure. *
      *----------------------------------------------------------------*
       FREE-SQLITE-ERRMSG.
           IF WS-ERR-MSG NOT = NULL
               CALL "sqlite3_free" USING
                   BY VALUE WS-ERR-MSG
               END-CALL
               SET WS-ERR-MSG TO NULL
           END-IF.
      * layout this module expects - creates the RECORDS-HISTORY       *
      * change-log table when this database has never held one, and    *
      * adds the lifecycle columns to RECORDS when they are missing.   *
      * Also creates the PENDING-CHANGES queue that holds operator     *
      * changes until a second user approves them, the RECORD-LINKS    *
      * parent/child table, the EXTERNAL-XREF table mapping each       *
      * regional office's own account keys to record IDs, and the      *
      * RECORD-FORWARDS table sending merged-away IDs on to their      *
      * survivors, the ARCHIVE-SWEEPS log of which records each sweep  *
      * moved out to the archive and when, the MONTH-SNAPSHOTS table   *
      * of month-end counts by category and status, the                *
      * BULK-PREVIEWS table of the selection counts each bulk          *
      * maintenance preview run found, and the REJECT-SUSPENSE table   *
      * holding every intake reject until it is released, written off  *
      * or resent. Performed from OPEN-DATABASE for handle 1 only -    *
      * the archive connection is never written to.                    *
      *----------------------------------------------------------------*
       ENSURE-SUPPORT-TABLES.
           MOVE SPACES TO WS-SQL-BUFFER
                      DELIMITED BY SIZE
                  "OLD_NAME TEXT, NEW_NAME TEXT, CHANGED_AT TEXT, "
                      DELIMITED BY SIZE
                  "CHANGED_BY TEXT, APPROVED_BY TEXT, "
                      DELIMITED BY SIZE
                  "MERGED_INTO INTEGER, NEW_STATUS TEXT, "
                      DELIMITED BY SIZE
                  "NEW_CATEGORY TEXT, NEW_EFF_FROM INTEGER, "
                      DELIMITED BY SIZE
                  "NEW_EFF_TO INTEGER)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           MOVE SPACES TO WS-SQL-BUFFER
           STRING "INSERT OR IGNORE INTO RECORD_SEQ "
                      DELIMITED BY SIZE
                  "SELECT 'RECORDS', COALESCE(MAX(ID), 0) + 1 "
                      DELIMITED BY SIZE
                  "FROM RECORDS"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-UPGRADE-STATEMENT

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS CATEGORIES ("
                      DELIMITED BY SIZE
                  "CODE TEXT PRIMARY KEY, DESCRIPTION TEXT)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE "ALTER TABLE RECORDS ADD COLUMN STATUS TEXT"
               TO WS-SQL-BUFFER
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE "ALTER TABLE RECORDS ADD COLUMN EFF_FROM INTEGER"
               TO WS-SQL-BUFFER
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE "ALTER TABLE RECORDS ADD COLUMN EFF_TO INTEGER"
               TO WS-SQL-BUFFER
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE "ALTER TABLE RECORDS ADD COLUMN CATEGORY TEXT"
               TO WS-SQL-BUFFER
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE SPACES TO WS-SQL-BUFFER
           STRING "ALTER TABLE RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "ADD COLUMN CHANGED_BY TEXT"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE SPACES TO WS-SQL-BUFFER
           STRING "ALTER TABLE RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "ADD COLUMN APPROVED_BY TEXT"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE SPACES TO WS-SQL-BUFFER
           STRING "ALTER TABLE RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "ADD COLUMN MERGED_INTO INTEGER"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE SPACES TO WS-SQL-BUFFER
           STRING "ALTER TABLE RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "ADD COLUMN NEW_STATUS TEXT"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE SPACES TO WS-SQL-BUFFER
           STRING "ALTER TABLE RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "ADD COLUMN NEW_CATEGORY TEXT"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE SPACES TO WS-SQL-BUFFER
           STRING "ALTER TABLE RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "ADD COLUMN NEW_EFF_FROM INTEGER"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-UPGRADE-STATEMENT
           MOVE SPACES TO WS-SQL-BUFFER
           STRING "ALTER TABLE RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "ADD COLUMN NEW_EFF_TO INTEGER"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-UPGRADE-STATEMENT

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS RECORD_NOTES ("
                      DELIMITED BY SIZE
                  "NOTE_SEQ INTEGER PRIMARY KEY AUTOINCREMENT, "
                      DELIMITED BY SIZE
                  "RECORD_ID INTEGER, NOTE_TEXT TEXT, "
                      DELIMITED BY SIZE
                  "NOTED_AT TEXT, NOTED_BY TEXT)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS PENDING_CHANGES ("
                      DELIMITED BY SIZE
                  "PEND_SEQ INTEGER PRIMARY KEY AUTOINCREMENT, "
                      DELIMITED BY SIZE
                  "RECORD_ID INTEGER, ACTION TEXT, "
                      DELIMITED BY SIZE
                  "OLD_NAME TEXT, OLD_STATUS TEXT, OLD_CATEGORY TEXT, "
                      DELIMITED BY SIZE
                  "NEW_NAME TEXT, NEW_STATUS TEXT, NEW_CATEGORY TEXT, "
                      DELIMITED BY SIZE
                  "NOTE_TEXT TEXT, REQUESTED_AT TEXT, "
                      DELIMITED BY SIZE
                  "REQUESTED_BY TEXT, PEND_STATUS TEXT, "
                      DELIMITED BY SIZE
                  "DECIDED_AT TEXT, DECIDED_BY TEXT, "
                      DELIMITED BY SIZE
                  "DECISION_NOTE TEXT)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS RECORD_LINKS ("
                      DELIMITED BY SIZE
                  "PARENT_ID INTEGER, CHILD_ID INTEGER PRIMARY KEY, "
                      DELIMITED BY SIZE
                  "REL_TYPE TEXT, LINKED_AT TEXT, LINKED_BY TEXT)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS EXTERNAL_XREF ("
                      DELIMITED BY SIZE
                  "OFFICE TEXT, EXT_KEY TEXT, RECORD_ID INTEGER, "
                      DELIMITED BY SIZE
                  "MAPPED_AT TEXT, MAPPED_BY TEXT, "
                      DELIMITED BY SIZE
                  "PRIMARY KEY (OFFICE, EXT_KEY))"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS RECORD_FORWARDS ("
                      DELIMITED BY SIZE
                  "OLD_ID INTEGER PRIMARY KEY, NEW_ID INTEGER, "
                      DELIMITED BY SIZE
                  "MERGED_AT TEXT, MERGED_BY TEXT)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS ARCHIVE_SWEEPS ("
                      DELIMITED BY SIZE
                  "RECORD_ID INTEGER PRIMARY KEY, SWEPT_ON INTEGER, "
                      DELIMITED BY SIZE
                  "CATEGORY TEXT, STATUS TEXT)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS MONTH_SNAPSHOTS ("
                      DELIMITED BY SIZE
                  "MONTH_END INTEGER, CATEGORY TEXT, STATUS TEXT, "
                      DELIMITED BY SIZE
                  "RECORD_COUNT INTEGER, ADDS INTEGER, "
                      DELIMITED BY SIZE
                  "CHANGES INTEGER, RETIREMENTS INTEGER, "
                      DELIMITED BY SIZE
                  "ARCHIVED INTEGER, SOURCE TEXT, "
                      DELIMITED BY SIZE
                  "TAKEN_AT TEXT, TAKEN_BY TEXT, "
                      DELIMITED BY SIZE
                  "PRIMARY KEY (MONTH_END, CATEGORY, STATUS))"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS BULK_PREVIEWS ("
                      DELIMITED BY SIZE
                  "LINE_NO INTEGER, CONTROL_TEXT TEXT, "
                      DELIMITED BY SIZE
                  "SELECTED INTEGER, PREVIEWED_AT TEXT, "
                      DELIMITED BY SIZE
                  "PREVIEWED_BY TEXT, COMMITTED_AT TEXT)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
           PERFORM RUN-SQL-BUFFER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "CREATE TABLE IF NOT EXISTS REJECT_SUSPENSE ("
                      DELIMITED BY SIZE
                  "SUSP_SEQ INTEGER PRIMARY KEY AUTOINCREMENT, "
                      DELIMITED BY SIZE
                  "REASON TEXT, SOURCE_FEED TEXT, HEADER_DATE TEXT, "
                      DELIMITED BY SIZE
                  "RECEIVED_ON INTEGER, RECORD_ID TEXT, NAME TEXT, "
                      DELIMITED BY SIZE
                  "CATEGORY TEXT, EXT_KEY TEXT, CORR_ID TEXT, "
                      DELIMITED BY SIZE
                  "CORR_NAME TEXT, CORR_CATEGORY TEXT, "
                      DELIMITED BY SIZE
                  "CORR_EXT_KEY TEXT, CORRECTED_AT TEXT, "
                      DELIMITED BY SIZE
                  "CORRECTED_BY TEXT, SUSP_STATUS TEXT, "
                      DELIMITED BY SIZE
                  "RESOLVED_ON INTEGER, RESOLVED_AT TEXT, "
                      DELIMITED BY SIZE
                  "RESOLVED_BY TEXT, RESOLUTION_NOTE TEXT, "
                      DELIMITED BY SIZE
                  "APPLIED_ID INTEGER)"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
               MOVE SPACES TO WS-HIST-OLD-NAME
           END-IF.

      *----------------------------------------------------------------*
      * FETCH-RECORD-IMAGE: Reads the whole current row for            *
      * LNK-RECORD-ID - name, status, effective dates and category -   *
      * into the find buffers, so a queued change can carry its full   *
      * before image. WS-FIND-FOUND-SW says whether the row exists;    *
      * the buffers come back cleared when it does not.                *
      *----------------------------------------------------------------*
       FETCH-RECORD-IMAGE.
           MOVE SPACES TO WS-FIND-NAME-BUFFER
           MOVE SPACES TO WS-FIND-STATUS-BUFFER
           MOVE SPACES TO WS-FIND-CAT-BUFFER
           MOVE ZERO TO WS-FIND-FROM-VALUE
           MOVE ZERO TO WS-FIND-TO-VALUE

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT ID, NAME, COALESCE(STATUS, 'A'), "
                      DELIMITED BY SIZE
                  "COALESCE(EFF_FROM, 0), COALESCE(EFF_TO, 0), "
                      DELIMITED BY SIZE
                  "COALESCE(CATEGORY, ' ') FROM RECORDS WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING

           MOVE 'N' TO WS-FIND-FOUND-SW
           SET WS-CALLBACK TO ENTRY "FIND-ROW-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG.

      *----------------------------------------------------------------*
      * FETCH-PARENT-IMAGE: Reads the current row for LNK-PARENT-ID    *
      * into the find buffers the way FETCH-RECORD-IMAGE does for      *
      * LNK-RECORD-ID, so a link edit can see the parent's status.     *
      *----------------------------------------------------------------*
       FETCH-PARENT-IMAGE.
           MOVE SPACES TO WS-FIND-NAME-BUFFER
           MOVE SPACES TO WS-FIND-STATUS-BUFFER
           MOVE SPACES TO WS-FIND-CAT-BUFFER
           MOVE ZERO TO WS-FIND-FROM-VALUE
           MOVE ZERO TO WS-FIND-TO-VALUE

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT ID, NAME, COALESCE(STATUS, 'A'), "
                      DELIMITED BY SIZE
                  "COALESCE(EFF_FROM, 0), COALESCE(EFF_TO, 0), "
                      DELIMITED BY SIZE
                  "COALESCE(CATEGORY, ' ') FROM RECORDS WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-PARENT-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING

           MOVE 'N' TO WS-FIND-FOUND-SW
           SET WS-CALLBACK TO ENTRY "FIND-ROW-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG.

      *----------------------------------------------------------------*
      * COUNT-SQL-BUFFER-ROWS: Runs the query in WS-SQL-BUFFER only to *
      * count the rows it returns, leaving the count in WS-CB-COUNT    *
      * and the sqlite result in WS-RESULT-CODE.                       *
      *----------------------------------------------------------------*
       COUNT-SQL-BUFFER-ROWS.
           MOVE ZERO TO WS-CB-COUNT
           SET WS-CALLBACK TO ENTRY "SQLITE-COUNT-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG.

      *----------------------------------------------------------------*
      * ESCAPE-XREF-OFFICE: Quote-doubles LNK-OFFICE-CODE into         *
      * WS-XREF-OFFICE-ESC for splicing into the EXTERNAL-XREF SQL.    *
      *----------------------------------------------------------------*
       ESCAPE-XREF-OFFICE.
           MOVE FUNCTION TRIM(LNK-OFFICE-CODE) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LNK-OFFICE-CODE))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-XREF-OFFICE-ESC.

      *----------------------------------------------------------------*
      * ESCAPE-XREF-KEY: Quote-doubles LNK-EXT-KEY into                *
      * WS-XREF-KEY-ESC for splicing into the EXTERNAL-XREF SQL.       *
      *----------------------------------------------------------------*
       ESCAPE-XREF-KEY.
           MOVE FUNCTION TRIM(LNK-EXT-KEY) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LNK-EXT-KEY))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-XREF-KEY-ESC.

      *----------------------------------------------------------------*
      * ESCAPE-INTAKE-ID: Quote-doubles LNK-INTAKE-ID - the raw ID as  *
      * the office sent it, which need not be numeric - into           *
      * WS-SUSP-ID-ESC for splicing into the REJECT-SUSPENSE SQL.      *
      *----------------------------------------------------------------*
       ESCAPE-INTAKE-ID.
           MOVE FUNCTION TRIM(LNK-INTAKE-ID) TO WS-TRIMMED-NAME
           MOVE FUNCTION LENGTH(FUNCTION TRIM(LNK-INTAKE-ID))
               TO WS-ESC-SRC-LEN
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-SUSP-ID-ESC.

      *----------------------------------------------------------------*
      * ESCAPE-SUSPENSE-FIELDS: Quote-doubles the raw ID, name,        *
      * category and office key of a suspense item into their own      *
      * work fields, one after the other, since every escape passes    *
      * through WS-ESCAPED-NAME. Performed from ADD-SUSPENSE-ITEM and  *
      * CORRECT-SUSPENSE-ITEM.                                         *
      *----------------------------------------------------------------*
       ESCAPE-SUSPENSE-FIELDS.
           PERFORM ESCAPE-XREF-KEY
           PERFORM ESCAPE-INTAKE-ID
           PERFORM ESCAPE-CATEGORY-CODE
           PERFORM ESCAPE-RECORD-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-SUSP-NAME-ESC.

      *----------------------------------------------------------------*
      * RUN-XREF-ID-QUERY: Runs the record-ID lookup in WS-SQL-BUFFER  *
      * through SEQ-VALUE-CALLBACK, leaving the ID in WS-SEQ-VALUE and *
      * WS-SEQ-FOUND-SW set when a row came back.                      *
      *----------------------------------------------------------------*
       RUN-XREF-ID-QUERY.
           MOVE ZERO TO WS-SEQ-VALUE
           MOVE 'N' TO WS-SEQ-FOUND-SW
           SET WS-CALLBACK TO ENTRY "SEQ-VALUE-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG.

      *----------------------------------------------------------------*
      * FETCH-RECORD-EXT-KEY: Reads the key the office in              *
      * WS-XREF-OFFICE-ESC has for LNK-RECORD-ID into                  *
      * WS-XREF-KEY-BUFFER, setting WS-XREF-FOUND-SW.                  *
      *----------------------------------------------------------------*
       FETCH-RECORD-EXT-KEY.
           MOVE SPACES TO WS-XREF-KEY-BUFFER
           MOVE 'N' TO WS-XREF-FOUND-SW

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT EXT_KEY FROM EXTERNAL_XREF "
                      DELIMITED BY SIZE
                  "WHERE OFFICE = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-XREF-OFFICE-ESC)
                      DELIMITED BY SIZE
                  "' AND RECORD_ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING

           SET WS-CALLBACK TO ENTRY "XREF-KEY-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG.

      *----------------------------------------------------------------*
      * FETCH-SURVIVOR-IMAGE: Reads the current row for                *
      * LNK-SURVIVOR-ID into the find buffers the way                  *
      * FETCH-RECORD-IMAGE does for LNK-RECORD-ID, so a merge can see  *
      * the survivor's status.                                         *
      *----------------------------------------------------------------*
       FETCH-SURVIVOR-IMAGE.
           MOVE SPACES TO WS-FIND-NAME-BUFFER
           MOVE SPACES TO WS-FIND-STATUS-BUFFER
           MOVE SPACES TO WS-FIND-CAT-BUFFER
           MOVE ZERO TO WS-FIND-FROM-VALUE
           MOVE ZERO TO WS-FIND-TO-VALUE

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "SELECT ID, NAME, COALESCE(STATUS, 'A'), "
                      DELIMITED BY SIZE
                  "COALESCE(EFF_FROM, 0), COALESCE(EFF_TO, 0), "
                      DELIMITED BY SIZE
                  "COALESCE(CATEGORY, ' ') FROM RECORDS WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-SURVIVOR-ID
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING

           MOVE 'N' TO WS-FIND-FOUND-SW
           SET WS-CALLBACK TO ENTRY "FIND-ROW-CALLBACK"

           CALL "sqlite3_exec" USING
               BY VALUE WS-DB-HANDLE
               BY REFERENCE WS-SQL-BUFFER
               BY VALUE WS-CALLBACK
               BY VALUE WS-NULL-PTR
               BY REFERENCE WS-ERR-MSG
               RETURNING WS-RESULT-CODE
           END-CALL

           PERFORM FREE-SQLITE-ERRMSG.

      *----------------------------------------------------------------*
      * WRITE-HISTORY-ROW: Appends one row to RECORDS-HISTORY carrying *
      * the action code in WS-HIST-ACTION, the before name picked up   *
      * by FETCH-BEFORE-IMAGE, the after name left escaped in          *
      * WS-ESCAPED-NAME by the calling entry point, and the change     *
      * timestamp. CHANGED-BY is the user who made the change; when    *
      * the change is being applied on a second user's approval        *
      * (SET-KEYED-BY-USER) it is the user who keyed it, and the       *
      * approving audit user goes into APPROVED-BY, which is otherwise *
      * left null. MERGED-INTO carries the survivor on a merge row and *
      * is null on every other. NEW-STATUS, NEW-CATEGORY and the       *
      * NEW-EFF dates carry the record's after image, read back from   *
      * RECORDS as the row is written, so DATABASE-RECOVERY can roll a *
      * restored generation forward to the exact record and not just   *
      * the name. Performed from ADD-RECORD, UPDATE-RECORD,            *
      * DELETE-RECORD and MERGE-RECORD after their statement succeeds  *
      * - the caller saves and restores its own status around this, so *
      * a failed history write never masks a change that WAS applied;  *
      * the failure gets its own warning and audit record instead. The *
      * delta extract feeds downstream consumers from these rows.      *
      *----------------------------------------------------------------*
       WRITE-HISTORY-ROW.
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-HIST-NEW-ESC
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-HIST-OLD-ESC

           IF WS-KEYED-BY-USER = SPACES
               MOVE "NULL" TO WS-HIST-APPROVER-SQL
           ELSE
               MOVE FUNCTION TRIM(WS-AUDIT-USER) TO WS-TRIMMED-NAME
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-USER))
                   TO WS-ESC-SRC-LEN
               PERFORM ESCAPE-TRIMMED-NAME
               MOVE SPACES TO WS-HIST-APPROVER-SQL
               STRING "'" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ESCAPED-NAME) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-HIST-APPROVER-SQL
               END-STRING
           END-IF

           PERFORM ESCAPE-CHANGED-BY-USER

           MOVE SPACES TO WS-SQL-BUFFER
           STRING "INSERT INTO RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "(RECORD_ID, ACTION, OLD_NAME, NEW_NAME, "
                      DELIMITED BY SIZE
                  "CHANGED_AT, CHANGED_BY, APPROVED_BY, "
                      DELIMITED BY SIZE
                  "MERGED_INTO, NEW_STATUS, NEW_CATEGORY, "
                      DELIMITED BY SIZE
                  "NEW_EFF_FROM, NEW_EFF_TO) VALUES ("
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-USER-ESC)
                      DELIMITED BY SIZE
                  "', "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-APPROVER-SQL)
                      DELIMITED BY SIZE
                  ", "
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-HIST-MERGED-SQL)
                      DELIMITED BY SIZE
                  ", (SELECT COALESCE(STATUS, 'A') FROM RECORDS "
                      DELIMITED BY SIZE
                  "WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  "), (SELECT COALESCE(CATEGORY, ' ') FROM RECORDS "
                      DELIMITED BY SIZE
                  "WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  "), (SELECT COALESCE(EFF_FROM, 0) FROM RECORDS "
                      DELIMITED BY SIZE
                  "WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  "), (SELECT COALESCE(EFF_TO, 0) FROM RECORDS "
                      DELIMITED BY SIZE
                  "WHERE ID = "
                      DELIMITED BY SIZE
                  LNK-RECORD-ID
                      DELIMITED BY SIZE
                  "))"
                      DELIMITED BY SIZE
               INTO WS-SQL-BUFFER
           END-STRING
               MOVE WS-HIST-TEXT-SAVE TO WS-AUDIT-SQL-TEXT
           END-IF.

      *----------------------------------------------------------------*
      * ESCAPE-CHANGED-BY-USER: Leaves the user a change or note is    *
      * attributed to, escaped, in WS-HIST-USER-ESC - the user who     *
      * keyed it when one is registered through SET-KEYED-BY-USER,     *
      * otherwise the registered audit user.                           *
      *----------------------------------------------------------------*
       ESCAPE-CHANGED-BY-USER.
           IF WS-KEYED-BY-USER = SPACES
               MOVE FUNCTION TRIM(WS-AUDIT-USER) TO WS-TRIMMED-NAME
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-AUDIT-USER))
                   TO WS-ESC-SRC-LEN
           ELSE
               MOVE FUNCTION TRIM(WS-KEYED-BY-USER) TO WS-TRIMMED-NAME
               MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-KEYED-BY-USER))
                   TO WS-ESC-SRC-LEN
           END-IF
           PERFORM ESCAPE-TRIMMED-NAME
           MOVE FUNCTION TRIM(WS-ESCAPED-NAME) TO WS-HIST-USER-ESC.

      *----------------------------------------------------------------*
      * SAVE-MAIN-STATEMENT-STATE: Holds the status and retry count   *
      * of the statement an entry point just ran, so the history       *
      * SQL text where applicable, resulting status, and the user or  *
      * job registered through SET-AUDIT-USER - to the audit log so a  *
      * production discrepancy can be reconstructed and attributed.    *
      * While a change is applied on approval the user who keyed it,   *
      * registered through SET-KEYED-BY-USER, is written alongside.    *
      *----------------------------------------------------------------*
       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD
               MOVE ZERO TO WS-AUDIT-RETRIES
               MOVE WS-AUDIT-SQL-TEXT TO AUDIT-SQL-TEXT
               MOVE WS-AUDIT-USER TO AUDIT-USER
               MOVE WS-KEYED-BY-USER TO AUDIT-KEYED-BY

               WRITE AUDIT-LOG-RECORD

