       IDENTIFICATION DIVISION.
       PROGRAM-ID. BULK-MAINTENANCE.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "BULKPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CONTROL-FILE ASSIGN TO "BULKCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "BULKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-MODE           PIC X(8).
           05 FILLER              PIC X(1).
           05 PARM-INTERVAL       PIC X(5).

       FD  CONTROL-FILE.
       01 CONTROL-RECORD.
           05 CTL-SELECTION.
               10 CTL-ACTION          PIC X(10).
               10 FILLER              PIC X(1).
               10 CTL-SEL-CATEGORY    PIC X(4).
               10 FILLER              PIC X(1).
               10 CTL-SEL-STATUS      PIC X(1).
               10 FILLER              PIC X(1).
               10 CTL-SEL-ID-FROM     PIC X(7).
               10 FILLER              PIC X(1).
               10 CTL-SEL-ID-TO       PIC X(7).
               10 FILLER              PIC X(1).
               10 CTL-SEL-EFF-LOW     PIC X(8).
               10 FILLER              PIC X(1).
               10 CTL-SEL-EFF-HIGH    PIC X(8).
               10 FILLER              PIC X(1).
               10 CTL-NEW-CATEGORY    PIC X(4).
               10 FILLER              PIC X(1).
               10 CTL-RETIRE-EFF-TO   PIC X(8).
           05 FILLER              PIC X(1).
           05 CTL-NOTE            PIC X(60).

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "BULKMNT".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-SQL-PTR              PIC 9(4).
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-CONTROL-FILE-STATUS  PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-CONTROL-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-CONTROL-EOF      VALUE 'Y'.
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-CONTROL-ERROR-SW     PIC X(01) VALUE 'N'.
           88 WS-CONTROL-ERROR    VALUE 'Y'.
       01 WS-RUN-FAIL-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-FAILED       VALUE 'Y'.
       01 WS-RUN-REFUSED-SW       PIC X(01) VALUE 'N'.
           88 WS-RUN-REFUSED      VALUE 'Y'.
       01 WS-CHUNK-END-SW         PIC X(01).
           88 WS-CHUNK-END        VALUE 'Y'.
       01 WS-RUN-MODE             PIC X(8) VALUE "PREVIEW".
           88 WS-PREVIEW-RUN      VALUE "PREVIEW".
           88 WS-COMMIT-RUN       VALUE "COMMIT".
       01 WS-COMMIT-INTERVAL      PIC 9(5) VALUE 100.
       01 WS-UNCOMMITTED          PIC 9(5) VALUE ZERO.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-LINE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-QUOTE-COUNT          PIC 9(4).
       01 WS-CONTROL-REASON       PIC X(50).
       01 WS-ACTION-COUNT         PIC 9(3) VALUE ZERO.
       01 WS-ACT-IDX              PIC 9(3).
       01 WS-ACTION-TABLE.
           05 WS-ACTION           OCCURS 50 TIMES.
               10 WS-ACT-LINE-NO      PIC 9(4).
               10 WS-ACT-TEXT         PIC X(65).
               10 WS-ACT-CODE         PIC X(10).
                   88 WS-ACT-RECATEGORY VALUE "RECATEGORY".
                   88 WS-ACT-SUSPEND    VALUE "SUSPEND".
                   88 WS-ACT-REACTIVATE VALUE "REACTIVATE".
                   88 WS-ACT-RETIRE     VALUE "RETIRE".
               10 WS-ACT-SEL-CATEGORY PIC X(4).
               10 WS-ACT-SEL-STATUS   PIC X(1).
               10 WS-ACT-ID-SW        PIC X(1).
                   88 WS-ACT-ID-GIVEN VALUE 'Y'.
               10 WS-ACT-ID-FROM      PIC 9(7).
               10 WS-ACT-ID-TO        PIC 9(7).
               10 WS-ACT-EFF-SW       PIC X(1).
                   88 WS-ACT-EFF-GIVEN VALUE 'Y'.
               10 WS-ACT-EFF-LOW      PIC 9(8).
               10 WS-ACT-EFF-HIGH     PIC 9(8).
               10 WS-ACT-NEW-CATEGORY PIC X(4).
               10 WS-ACT-RETIRE-TO    PIC 9(8).
               10 WS-ACT-NOTE         PIC X(60).
               10 WS-ACT-SELECTED     PIC 9(7).
               10 WS-ACT-PREVIEWED    PIC 9(7).
               10 WS-ACT-PREVIEW-SW   PIC X(1).
                   88 WS-ACT-PREVIEW-FOUND VALUE 'Y'.
               10 WS-ACT-APPLIED      PIC 9(7).
               10 WS-ACT-REFUSED      PIC 9(7).
       01 WS-PREVIEW-EXTRA        PIC 9(5) VALUE ZERO.
       01 WS-WHERE-CLAUSE         PIC X(400).
       01 WS-WHERE-PTR            PIC 9(4).
       01 WS-QUERY-VALUE          PIC 9(9).
       01 WS-NUM-VALUE            PIC S9(9) COMP-5.
       01 WS-LAST-ID              PIC 9(7).
       01 WS-CHUNK-COUNT          PIC 9(3).
       01 WS-CHUNK-IDX            PIC 9(3).
       01 WS-CHUNK-TABLE.
           05 WS-CHUNK-ROW        OCCURS 200 TIMES.
               10 WS-CH-ID            PIC 9(7).
               10 WS-CH-NAME          PIC X(50).
               10 WS-CH-STATUS        PIC X(1).
               10 WS-CH-EFF-FROM      PIC 9(8).
               10 WS-CH-EFF-TO        PIC 9(8).
               10 WS-CH-CATEGORY      PIC X(4).
       01 WS-NAME-BUFFER          PIC X(51).
       01 WS-TEXT-BUFFER          PIC X(66).
       01 WS-CAT-BUFFER           PIC X(5).
       01 WS-ST-BUFFER            PIC X(2).
       01 WS-RECORD-ID            PIC 9(7).
       01 WS-RECORD-NAME          PIC X(50).
       01 WS-NEW-STATUS-CD        PIC X(01).
       01 WS-NEW-CATEGORY         PIC X(4).
       01 WS-NEW-EFF-TO           PIC 9(8).
       01 WS-EFF-FROM             PIC 9(8) VALUE ZERO.
       01 WS-EFF-TO               PIC 9(8) VALUE ZERO.
       01 WS-NOTE-TEXT            PIC X(200).
       01 WS-RESULT               PIC X(40).
       01 WS-TOTAL-SELECTED       PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-APPLIED        PIC 9(9) VALUE ZERO.
       01 WS-TOTAL-REFUSED        PIC 9(9) VALUE ZERO.
       01 WS-NOTES-NOT-FILED      PIC 9(7) VALUE ZERO.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(26)
               VALUE "BULK MAINTENANCE REPORT - ".
           05 WS-HDG-MODE         PIC X(14).
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(63) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(11) VALUE "       ID  ".
           05 FILLER              PIC X(32) VALUE "NAME".
           05 FILLER              PIC X(3) VALUE "ST ".
           05 FILLER              PIC X(6) VALUE "CAT   ".
           05 FILLER              PIC X(9) VALUE "EFF-FROM ".
           05 FILLER              PIC X(8) VALUE "EFF-TO".
           05 FILLER              PIC X(4) VALUE "NEW ".
           05 FILLER              PIC X(3) VALUE "ST ".
           05 FILLER              PIC X(6) VALUE "CAT   ".
           05 FILLER              PIC X(10) VALUE "EFF-TO".
           05 FILLER              PIC X(6) VALUE "RESULT".
       01 WS-ACTION-LINE.
           05 FILLER              PIC X(7) VALUE "ACTION ".
           05 WS-ACL-NUMBER       PIC ZZ9.
           05 FILLER              PIC X(7) VALUE " (LINE ".
           05 WS-ACL-LINE-NO      PIC ZZZ9.
           05 FILLER              PIC X(3) VALUE ")  ".
           05 WS-ACL-TEXT         PIC X(65).
       01 WS-COUNT-LINE.
           05 FILLER              PIC X(12) VALUE "  SELECTED  ".
           05 WS-CNT-SELECTED     PIC ZZZZZZ9.
           05 WS-CNT-PREVIEW-LABEL PIC X(14).
           05 WS-CNT-PREVIEWED    PIC ZZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-CNT-REMARK       PIC X(40).
       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-ID           PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-NAME         PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-OLD-STATUS   PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-OLD-CATEGORY PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-OLD-EFF-FROM PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACES.
           05 WS-DET-OLD-EFF-TO   PIC 9(8).
           05 FILLER              PIC X(4) VALUE " -> ".
           05 WS-DET-NEW-STATUS   PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-NEW-CATEGORY PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-NEW-EFF-TO   PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-RESULT       PIC X(40).
       01 WS-ACTION-TOTAL-LINE.
           05 FILLER              PIC X(9) VALUE "  ACTION ".
           05 WS-ATL-NUMBER       PIC ZZ9.
           05 FILLER              PIC X(11) VALUE "  SELECTED ".
           05 WS-ATL-SELECTED     PIC ZZZZZZ9.
           05 FILLER              PIC X(10) VALUE "  APPLIED ".
           05 WS-ATL-APPLIED      PIC ZZZZZZ9.
           05 FILLER              PIC X(10) VALUE "  REFUSED ".
           05 WS-ATL-REFUSED      PIC ZZZZZZ9.

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * BULK-MAINTENANCE: Applies mass changes to RECORDS from the     *
      * BULKCTL control file - one action per line, to recategorize    *
      * records from one code to another, suspend them, reactivate     *
      * suspended records, or retire them with a given effective-to    *
      * date. Each action selects its records by category, status, ID  *
      * range and effective-from range, in any combination.            *
      *                                                                *
      * BULKCTL layout (blank lines are skipped):                      *
      *    1-10  action - RECATEGORY, SUSPEND, REACTIVATE or RETIRE    *
      *   12-15  select category (the code to move from, RECATEGORY)   *
      *   17     select status A, S or R                               *
      *   19-25  select ID from       27-33  select ID to              *
      *   35-42  select effective-from from (yyyymmdd)                 *
      *   44-51  select effective-from to   (yyyymmdd)                 *
      *   53-56  new category (RECATEGORY only)                        *
      *   58-65  effective-to for RETIRE (blank = the run date)        *
      *   67-126 note filed on every record changed (required on a     *
      *          RETIRE, as on an operator retire)                     *
      * A blank bound on a range leaves that end open. Every action    *
      * must select on something. SUSPEND takes only active records,   *
      * REACTIVATE only suspended ones and RETIRE only records not     *
      * already retired; RECATEGORY takes the category whatever its    *
      * status.                                                        *
      *                                                                *
      * BULKPARM columns 1-8 give the mode - PREVIEW (the default) or  *
      * COMMIT - and columns 10-14 the commit interval (default 100).  *
      * A preview run prints every record each action selects with     *
      * its values before and after and changes no record; it files    *
      * the count each action selected on BULK-PREVIEWS. A commit run  *
      * selects again and refuses to change anything unless every      *
      * action selects exactly the count its preview filed. It then    *
      * applies each record through UPDATE-RECORD or RETIRE-RECORD,    *
      * so history, audit and the category check all happen as for     *
      * any other change, prints the same listing with each result,    *
      * and commits every interval. A successful commit run marks the  *
      * preview used, so each preview can be committed once.           *
      *                                                                *
      * The job ends with RETURN-CODE 4 when any record was refused or *
      * a note could not be filed, and 8 when BULKPARM or BULKCTL is   *
      * in error, the commit run was refused or a commit failed.       *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-BULK-PARMS

           IF NOT WS-PARM-ERROR
               PERFORM LOAD-CONTROL-FILE
           END-IF

           IF WS-PARM-ERROR OR WS-CONTROL-ERROR
               DISPLAY "BULK-MAINTENANCE: run abandoned - correct "
                   "BULKPARM/BULKCTL and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "BULK-MAINTENANCE: unable to open report "
                   "file: " WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-PREVIEW-RUN
               MOVE "PREVIEW RUN" TO WS-HDG-MODE
           ELSE
               MOVE "COMMIT RUN" TO WS-HDG-MODE
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
               DISPLAY "BULK-MAINTENANCE: unable to open database"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-NEW-CATEGORY
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACTION-COUNT

           IF NOT WS-CONTROL-ERROR AND NOT WS-RUN-FAILED
               PERFORM SELECT-ACTION-RECORDS
           END-IF

           IF NOT WS-CONTROL-ERROR AND NOT WS-RUN-FAILED
               IF WS-PREVIEW-RUN
                   PERFORM RUN-PREVIEW
               ELSE
                   PERFORM RUN-COMMIT
               END-IF
           END-IF

           IF WS-CONTROL-ERROR
               MOVE "*** RUN ABANDONED - CORRECT BULKCTL AND RESUBMIT "
                   TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           CLOSE REPORT-FILE

           CALL "SET-STEP-COUNTS" USING
               WS-TOTAL-SELECTED
               WS-TOTAL-APPLIED
               WS-TOTAL-REFUSED
               WS-STATUS
           END-CALL

           DISPLAY "BULK-MAINTENANCE " FUNCTION TRIM(WS-RUN-MODE)
               " SUMMARY - ACTIONS: " WS-ACTION-COUNT
               " SELECTED: " WS-TOTAL-SELECTED
               " APPLIED: " WS-TOTAL-APPLIED
               " REFUSED: " WS-TOTAL-REFUSED

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-RUN-FAILED OR WS-RUN-REFUSED OR WS-CONTROL-ERROR
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-TOTAL-REFUSED > ZERO OR WS-NOTES-NOT-FILED > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * BULK-VALUE-CALLBACK: sqlite3_exec row callback for the count   *
      * queries - returns the single column in WS-QUERY-VALUE.         *
      *----------------------------------------------------------------*
           ENTRY 'BULK-VALUE-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-NUM-VALUE
           END-CALL
           MOVE WS-NUM-VALUE TO WS-QUERY-VALUE

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * BULK-PREVIEW-CALLBACK: sqlite3_exec row callback for the       *
      * outstanding preview counts - line number, count selected and   *
      * the control text. A row whose line and text match an action    *
      * on this run's BULKCTL gives that action its preview count; any *
      * other row is counted as a preview this BULKCTL does not match. *
      *----------------------------------------------------------------*
           ENTRY 'BULK-PREVIEW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-NUM-VALUE
           END-CALL
           MOVE WS-NUM-VALUE TO WS-ACT-IDX

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(2)
               RETURNING WS-NUM-VALUE
           END-CALL
           MOVE WS-NUM-VALUE TO WS-QUERY-VALUE

           MOVE SPACES TO WS-TEXT-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-TEXT-BUFFER
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-TEXT-BUFFER
               REPLACING ALL X"00" BY SPACE

           IF WS-ACT-IDX > ZERO
            AND WS-ACT-IDX NOT > WS-ACTION-COUNT
               IF WS-TEXT-BUFFER(1:65) = WS-ACT-TEXT (WS-ACT-IDX)
                   MOVE 'Y' TO WS-ACT-PREVIEW-SW (WS-ACT-IDX)
                   MOVE WS-QUERY-VALUE TO WS-ACT-PREVIEWED (WS-ACT-IDX)
               ELSE
                   ADD 1 TO WS-PREVIEW-EXTRA
               END-IF
           ELSE
               ADD 1 TO WS-PREVIEW-EXTRA
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * BULK-ROW-CALLBACK: sqlite3_exec row callback for one chunk of  *
      * an action's selected records - ID, name, status, effective     *
      * dates and category into the next chunk table slot.             *
      *----------------------------------------------------------------*
           ENTRY 'BULK-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           IF WS-CHUNK-COUNT < 200
               ADD 1 TO WS-CHUNK-COUNT

               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(1)
                   RETURNING WS-NUM-VALUE
               END-CALL
               MOVE WS-NUM-VALUE TO WS-CH-ID (WS-CHUNK-COUNT)

               MOVE SPACES TO WS-NAME-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-NAME-BUFFER
                   BY VALUE WS-ARGV-ENTRY(2)
               END-CALL
               INSPECT WS-NAME-BUFFER
                   REPLACING ALL X"00" BY SPACE
               MOVE WS-NAME-BUFFER(1:50) TO WS-CH-NAME (WS-CHUNK-COUNT)

               MOVE SPACES TO WS-ST-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-ST-BUFFER
                   BY VALUE WS-ARGV-ENTRY(3)
               END-CALL
               INSPECT WS-ST-BUFFER
                   REPLACING ALL X"00" BY SPACE
               MOVE WS-ST-BUFFER(1:1) TO WS-CH-STATUS (WS-CHUNK-COUNT)

               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(4)
                   RETURNING WS-NUM-VALUE
               END-CALL
               MOVE WS-NUM-VALUE TO WS-CH-EFF-FROM (WS-CHUNK-COUNT)

               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(5)
                   RETURNING WS-NUM-VALUE
               END-CALL
               MOVE WS-NUM-VALUE TO WS-CH-EFF-TO (WS-CHUNK-COUNT)

               MOVE SPACES TO WS-CAT-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-CAT-BUFFER
                   BY VALUE WS-ARGV-ENTRY(6)
               END-CALL
               INSPECT WS-CAT-BUFFER
                   REPLACING ALL X"00" BY SPACE
               MOVE WS-CAT-BUFFER(1:4)
                   TO WS-CH-CATEGORY (WS-CHUNK-COUNT)
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * READ-BULK-PARMS: Reads the optional BULKPARM parameter record  *
      * - the run mode and commit interval. No BULKPARM, or a blank    *
      * mode, is a preview run.                                        *
      *----------------------------------------------------------------*
       READ-BULK-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-BULK-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-BULK-PARMS: Validates and applies the parameter record    *
      * just read. Performed from READ-BULK-PARMS.                     *
      *----------------------------------------------------------------*
       EDIT-BULK-PARMS.
           IF PARM-MODE NOT = SPACES
               IF PARM-MODE = "PREVIEW" OR PARM-MODE = "COMMIT"
                   MOVE PARM-MODE TO WS-RUN-MODE
               ELSE
                   DISPLAY "BULK-MAINTENANCE: invalid BULKPARM mode '"
                       PARM-MODE "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF

           IF PARM-INTERVAL NOT = SPACES
               IF PARM-INTERVAL NUMERIC
                AND PARM-INTERVAL NOT = ZERO
                   MOVE PARM-INTERVAL TO WS-COMMIT-INTERVAL
               ELSE
                   DISPLAY "BULK-MAINTENANCE: invalid BULKPARM commit "
                       "interval '" PARM-INTERVAL "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-CONTROL-FILE: Reads and edits every BULKCTL line into the *
      * action table before anything is selected - a run with any bad  *
      * line, or with no actions at all, does nothing.                 *
      *----------------------------------------------------------------*
       LOAD-CONTROL-FILE.
           OPEN INPUT CONTROL-FILE

           IF WS-CONTROL-FILE-STATUS NOT = "00"
               DISPLAY "BULK-MAINTENANCE: unable to open BULKCTL: "
                   WS-CONTROL-FILE-STATUS
               MOVE 'Y' TO WS-CONTROL-ERROR-SW
           ELSE
               PERFORM LOAD-CONTROL-LOOP UNTIL WS-CONTROL-EOF
               CLOSE CONTROL-FILE
               IF WS-ACTION-COUNT = ZERO AND NOT WS-CONTROL-ERROR
                   DISPLAY "BULK-MAINTENANCE: BULKCTL holds no actions"
                   MOVE 'Y' TO WS-CONTROL-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-CONTROL-LOOP: Reads one BULKCTL line and edits it.        *
      * Performed from LOAD-CONTROL-FILE until end of file.            *
      *----------------------------------------------------------------*
       LOAD-CONTROL-LOOP.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO WS-CONTROL-EOF-SW
               NOT AT END
                   ADD 1 TO WS-LINE-NUMBER
                   IF CONTROL-RECORD NOT = SPACES
                       PERFORM EDIT-CONTROL-LINE
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EDIT-CONTROL-LINE: Checks one action line and, when it passes, *
      * files it in the next action table slot. A failed edit leaves   *
      * the reason in WS-CONTROL-REASON, displays it with the line     *
      * number and fails the run. Performed from LOAD-CONTROL-LOOP.    *
      *----------------------------------------------------------------*
       EDIT-CONTROL-LINE.
           MOVE SPACES TO WS-CONTROL-REASON

           IF WS-ACTION-COUNT = 50
               MOVE "MORE THAN 50 ACTIONS" TO WS-CONTROL-REASON
           ELSE
               ADD 1 TO WS-ACTION-COUNT
               MOVE WS-ACTION-COUNT TO WS-ACT-IDX
               INITIALIZE WS-ACTION (WS-ACT-IDX)
               MOVE WS-LINE-NUMBER TO WS-ACT-LINE-NO (WS-ACT-IDX)
               MOVE CTL-SELECTION TO WS-ACT-TEXT (WS-ACT-IDX)
               MOVE CTL-ACTION TO WS-ACT-CODE (WS-ACT-IDX)
               MOVE CTL-NOTE TO WS-ACT-NOTE (WS-ACT-IDX)
               PERFORM EDIT-CONTROL-ACTION
           END-IF

           IF WS-CONTROL-REASON = SPACES
               PERFORM EDIT-CONTROL-SELECTION
           END-IF

           IF WS-CONTROL-REASON = SPACES
               PERFORM EDIT-CONTROL-CHANGE
           END-IF

           IF WS-CONTROL-REASON NOT = SPACES
               DISPLAY "BULK-MAINTENANCE: invalid BULKCTL line "
                   WS-LINE-NUMBER " - " FUNCTION TRIM(WS-CONTROL-REASON)
               MOVE 'Y' TO WS-CONTROL-ERROR-SW
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-CONTROL-ACTION: The action must be one of the four, and   *
      * the selection columns may not hold a quote. Performed from     *
      * EDIT-CONTROL-LINE.                                             *
      *----------------------------------------------------------------*
       EDIT-CONTROL-ACTION.
           MOVE ZERO TO WS-QUOTE-COUNT
           INSPECT CTL-SELECTION TALLYING WS-QUOTE-COUNT
               FOR ALL "'"

           IF WS-QUOTE-COUNT > ZERO
               MOVE "QUOTE IN COLUMNS 1-65" TO WS-CONTROL-REASON
           ELSE
               IF NOT WS-ACT-RECATEGORY (WS-ACT-IDX)
                AND NOT WS-ACT-SUSPEND (WS-ACT-IDX)
                AND NOT WS-ACT-REACTIVATE (WS-ACT-IDX)
                AND NOT WS-ACT-RETIRE (WS-ACT-IDX)
                   MOVE "UNKNOWN ACTION" TO WS-CONTROL-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-CONTROL-SELECTION: Edits the selection columns - status   *
      * A, S or R, numeric ID and date bounds with the low end not     *
      * above the high - and insists the action selects on something.  *
      * Performed from EDIT-CONTROL-LINE.                              *
      *----------------------------------------------------------------*
       EDIT-CONTROL-SELECTION.
           MOVE CTL-SEL-CATEGORY TO WS-ACT-SEL-CATEGORY (WS-ACT-IDX)
           MOVE CTL-SEL-STATUS TO WS-ACT-SEL-STATUS (WS-ACT-IDX)
           MOVE ZERO TO WS-ACT-ID-FROM (WS-ACT-IDX)
           MOVE 9999999 TO WS-ACT-ID-TO (WS-ACT-IDX)
           MOVE ZERO TO WS-ACT-EFF-LOW (WS-ACT-IDX)
           MOVE 99999999 TO WS-ACT-EFF-HIGH (WS-ACT-IDX)

           IF CTL-SEL-STATUS NOT = SPACE
            AND CTL-SEL-STATUS NOT = 'A'
            AND CTL-SEL-STATUS NOT = 'S'
            AND CTL-SEL-STATUS NOT = 'R'
               MOVE "SELECT STATUS NOT A, S OR R" TO WS-CONTROL-REASON
           END-IF

           IF CTL-SEL-ID-FROM NOT = SPACES
               MOVE 'Y' TO WS-ACT-ID-SW (WS-ACT-IDX)
               IF CTL-SEL-ID-FROM NUMERIC
                   MOVE CTL-SEL-ID-FROM TO WS-ACT-ID-FROM (WS-ACT-IDX)
               ELSE
                   MOVE "SELECT ID FROM NOT NUMERIC"
                       TO WS-CONTROL-REASON
               END-IF
           END-IF

           IF CTL-SEL-ID-TO NOT = SPACES
               MOVE 'Y' TO WS-ACT-ID-SW (WS-ACT-IDX)
               IF CTL-SEL-ID-TO NUMERIC
                   MOVE CTL-SEL-ID-TO TO WS-ACT-ID-TO (WS-ACT-IDX)
               ELSE
                   MOVE "SELECT ID TO NOT NUMERIC" TO WS-CONTROL-REASON
               END-IF
           END-IF

           IF CTL-SEL-EFF-LOW NOT = SPACES
               MOVE 'Y' TO WS-ACT-EFF-SW (WS-ACT-IDX)
               IF CTL-SEL-EFF-LOW NUMERIC
                   MOVE CTL-SEL-EFF-LOW TO WS-ACT-EFF-LOW (WS-ACT-IDX)
               ELSE
                   MOVE "SELECT EFFECTIVE-FROM LOW NOT NUMERIC"
                       TO WS-CONTROL-REASON
               END-IF
           END-IF

           IF CTL-SEL-EFF-HIGH NOT = SPACES
               MOVE 'Y' TO WS-ACT-EFF-SW (WS-ACT-IDX)
               IF CTL-SEL-EFF-HIGH NUMERIC
                   MOVE CTL-SEL-EFF-HIGH TO WS-ACT-EFF-HIGH (WS-ACT-IDX)
               ELSE
                   MOVE "SELECT EFFECTIVE-FROM HIGH NOT NUMERIC"
                       TO WS-CONTROL-REASON
               END-IF
           END-IF

           IF WS-CONTROL-REASON = SPACES
               IF WS-ACT-ID-FROM (WS-ACT-IDX) >
                      WS-ACT-ID-TO (WS-ACT-IDX)
                   MOVE "SELECT ID FROM ABOVE ID TO"
                       TO WS-CONTROL-REASON
               END-IF
               IF WS-ACT-EFF-LOW (WS-ACT-IDX) >
                      WS-ACT-EFF-HIGH (WS-ACT-IDX)
                   MOVE "SELECT EFFECTIVE-FROM LOW ABOVE HIGH"
                       TO WS-CONTROL-REASON
               END-IF
           END-IF

           IF WS-CONTROL-REASON = SPACES
            AND CTL-SEL-CATEGORY = SPACES
            AND CTL-SEL-STATUS = SPACE
            AND NOT WS-ACT-ID-GIVEN (WS-ACT-IDX)
            AND NOT WS-ACT-EFF-GIVEN (WS-ACT-IDX)
               MOVE "NO SELECTION GIVEN" TO WS-CONTROL-REASON
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-CONTROL-CHANGE: Edits the columns that say what the       *
      * action changes - a RECATEGORY needs the code to move from and  *
      * a different code to move to, a RETIRE needs its note and takes *
      * an optional numeric effective-to, and neither column may be    *
      * given on an action that does not use it. Performed from        *
      * EDIT-CONTROL-LINE.                                             *
      *----------------------------------------------------------------*
       EDIT-CONTROL-CHANGE.
           MOVE CTL-NEW-CATEGORY TO WS-ACT-NEW-CATEGORY (WS-ACT-IDX)
           MOVE ZERO TO WS-ACT-RETIRE-TO (WS-ACT-IDX)

           IF WS-ACT-RECATEGORY (WS-ACT-IDX)
               IF CTL-SEL-CATEGORY = SPACES
                   MOVE "RECATEGORY NEEDS THE CATEGORY TO MOVE FROM"
                       TO WS-CONTROL-REASON
               END-IF
               IF CTL-NEW-CATEGORY = SPACES
                   MOVE "RECATEGORY NEEDS A NEW CATEGORY"
                       TO WS-CONTROL-REASON
               END-IF
               IF CTL-NEW-CATEGORY = CTL-SEL-CATEGORY
                   MOVE "NEW CATEGORY SAME AS SELECTED CATEGORY"
                       TO WS-CONTROL-REASON
               END-IF
           ELSE
               IF CTL-NEW-CATEGORY NOT = SPACES
                   MOVE "NEW CATEGORY ONLY ON A RECATEGORY"
                       TO WS-CONTROL-REASON
               END-IF
           END-IF

           IF WS-ACT-RETIRE (WS-ACT-IDX)
               IF CTL-NOTE = SPACES
                   MOVE "RETIRE NEEDS A REASON NOTE"
                       TO WS-CONTROL-REASON
               END-IF
               IF CTL-RETIRE-EFF-TO NOT = SPACES
                   IF CTL-RETIRE-EFF-TO NUMERIC
                       MOVE CTL-RETIRE-EFF-TO
                           TO WS-ACT-RETIRE-TO (WS-ACT-IDX)
                   ELSE
                       MOVE "RETIRE EFFECTIVE-TO NOT NUMERIC"
                           TO WS-CONTROL-REASON
                   END-IF
               END-IF
           ELSE
               IF CTL-RETIRE-EFF-TO NOT = SPACES
                   MOVE "EFFECTIVE-TO ONLY ON A RETIRE"
                       TO WS-CONTROL-REASON
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-NEW-CATEGORY: Looks the new code of a RECATEGORY up on   *
      * the CATEGORIES reference table, so a code that would be        *
      * refused on every record stops the run before anything is       *
      * selected - in the preview as well as the commit. Performed     *
      * from the mainline for each action.                             *
      *----------------------------------------------------------------*
       CHECK-NEW-CATEGORY.
           IF WS-ACT-RECATEGORY (WS-ACT-IDX)
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "SELECT COUNT(*) FROM CATEGORIES WHERE CODE = '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACT-NEW-CATEGORY (WS-ACT-IDX))
                          DELIMITED BY SIZE
                      "'"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-COUNT-QUERY
               IF NOT WS-RUN-FAILED AND WS-QUERY-VALUE = ZERO
                   DISPLAY "BULK-MAINTENANCE: invalid BULKCTL line "
                       WS-ACT-LINE-NO (WS-ACT-IDX) " - new category "
                       WS-ACT-NEW-CATEGORY (WS-ACT-IDX)
                       " not on reference table"
                   MOVE 'Y' TO WS-CONTROL-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SELECT-ACTION-RECORDS: Fixes every action's selection before   *
      * anything changes - the IDs each action selects go to the       *
      * BULK_SELECTED work table, so an earlier action in the same run *
      * cannot move records into or out of a later one's selection,    *
      * and the counts are those the preview saw.                      *
      *----------------------------------------------------------------*
       SELECT-ACTION-RECORDS.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "CREATE TEMP TABLE BULK_SELECTED ("
                      DELIMITED BY SIZE
                  "LINE_NO INTEGER, ID INTEGER, "
                      DELIMITED BY SIZE
                  "PRIMARY KEY (LINE_NO, ID))"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-BULK-STATEMENT

           PERFORM SELECT-ONE-ACTION
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACTION-COUNT
                  OR WS-RUN-FAILED.

      *----------------------------------------------------------------*
      * SELECT-ONE-ACTION: Files one action's selected IDs and counts  *
      * them. Performed from SELECT-ACTION-RECORDS.                    *
      *----------------------------------------------------------------*
       SELECT-ONE-ACTION.
           PERFORM BUILD-ACTION-WHERE

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "INSERT INTO BULK_SELECTED (LINE_NO, ID) SELECT "
                      DELIMITED BY SIZE
                  WS-ACT-IDX DELIMITED BY SIZE
                  ", ID FROM RECORDS "
                      DELIMITED BY SIZE
                  WS-WHERE-CLAUSE DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-BULK-STATEMENT

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT COUNT(*) FROM BULK_SELECTED "
                      DELIMITED BY SIZE
                  "WHERE LINE_NO = "
                      DELIMITED BY SIZE
                  WS-ACT-IDX DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-COUNT-QUERY

           MOVE WS-QUERY-VALUE TO WS-ACT-SELECTED (WS-ACT-IDX)
           ADD WS-QUERY-VALUE TO WS-TOTAL-SELECTED.

      *----------------------------------------------------------------*
      * BUILD-ACTION-WHERE: Builds the WHERE clause for one action     *
      * from its selection columns, adding the status each action      *
      * works on - active for SUSPEND, suspended for REACTIVATE, not   *
      * yet retired for RETIRE. Blank category and status read as      *
      * they do everywhere else: no category, and active.              *
      *----------------------------------------------------------------*
       BUILD-ACTION-WHERE.
           MOVE SPACES TO WS-WHERE-CLAUSE
           MOVE 1 TO WS-WHERE-PTR
           STRING "WHERE 1 = 1"
                      DELIMITED BY SIZE
               INTO WS-WHERE-CLAUSE
               WITH POINTER WS-WHERE-PTR
           END-STRING

           IF WS-ACT-SEL-CATEGORY (WS-ACT-IDX) NOT = SPACES
               STRING " AND COALESCE(NULLIF(TRIM(CATEGORY), ''), ' ')"
                          DELIMITED BY SIZE
                      " = '"
                          DELIMITED BY SIZE
                      FUNCTION TRIM(WS-ACT-SEL-CATEGORY (WS-ACT-IDX))
                          DELIMITED BY SIZE
                      "'"
                          DELIMITED BY SIZE
                   INTO WS-WHERE-CLAUSE
                   WITH POINTER WS-WHERE-PTR
               END-STRING
           END-IF

           IF WS-ACT-SEL-STATUS (WS-ACT-IDX) NOT = SPACE
               STRING " AND COALESCE(NULLIF(TRIM(STATUS), ''), 'A')"
                          DELIMITED BY SIZE
                      " = '"
                          DELIMITED BY SIZE
                      WS-ACT-SEL-STATUS (WS-ACT-IDX)
                          DELIMITED BY SIZE
                      "'"
                          DELIMITED BY SIZE
                   INTO WS-WHERE-CLAUSE
                   WITH POINTER WS-WHERE-PTR
               END-STRING
           END-IF

           IF WS-ACT-ID-GIVEN (WS-ACT-IDX)
               STRING " AND ID BETWEEN "
                          DELIMITED BY SIZE
                      WS-ACT-ID-FROM (WS-ACT-IDX)
                          DELIMITED BY SIZE
                      " AND "
                          DELIMITED BY SIZE
                      WS-ACT-ID-TO (WS-ACT-IDX)
                          DELIMITED BY SIZE
                   INTO WS-WHERE-CLAUSE
                   WITH POINTER WS-WHERE-PTR
               END-STRING
           END-IF

           IF WS-ACT-EFF-GIVEN (WS-ACT-IDX)
               STRING " AND COALESCE(EFF_FROM, 0) BETWEEN "
                          DELIMITED BY SIZE
                      WS-ACT-EFF-LOW (WS-ACT-IDX)
                          DELIMITED BY SIZE
                      " AND "
                          DELIMITED BY SIZE
                      WS-ACT-EFF-HIGH (WS-ACT-IDX)
                          DELIMITED BY SIZE
                   INTO WS-WHERE-CLAUSE
                   WITH POINTER WS-WHERE-PTR
               END-STRING
           END-IF

           EVALUATE TRUE
               WHEN WS-ACT-SUSPEND (WS-ACT-IDX)
                   STRING " AND COALESCE(NULLIF(TRIM(STATUS), ''), "
                              DELIMITED BY SIZE
                          "'A') = 'A'"
                              DELIMITED BY SIZE
                       INTO WS-WHERE-CLAUSE
                       WITH POINTER WS-WHERE-PTR
                   END-STRING
               WHEN WS-ACT-REACTIVATE (WS-ACT-IDX)
                   STRING " AND COALESCE(NULLIF(TRIM(STATUS), ''), "
                              DELIMITED BY SIZE
                          "'A') = 'S'"
                              DELIMITED BY SIZE
                       INTO WS-WHERE-CLAUSE
                       WITH POINTER WS-WHERE-PTR
                   END-STRING
               WHEN WS-ACT-RETIRE (WS-ACT-IDX)
                   STRING " AND COALESCE(NULLIF(TRIM(STATUS), ''), "
                              DELIMITED BY SIZE
                          "'A') <> 'R'"
                              DELIMITED BY SIZE
                       INTO WS-WHERE-CLAUSE
                       WITH POINTER WS-WHERE-PTR
                   END-STRING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * RUN-PREVIEW: Replaces any preview not yet committed with this  *
      * run's counts on BULK-PREVIEWS, then lists every selected       *
      * record with its values before and after. No record changes.    *
      *----------------------------------------------------------------*
       RUN-PREVIEW.
           CALL "BEGIN-TRANSACTION" USING
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "BULK-MAINTENANCE: unable to start transaction"
               MOVE 'Y' TO WS-RUN-FAIL-SW
           ELSE
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "DELETE FROM BULK_PREVIEWS "
                          DELIMITED BY SIZE
                      "WHERE COMMITTED_AT IS NULL"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               PERFORM RUN-BULK-STATEMENT

               PERFORM FILE-ONE-PREVIEW
                   VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTION-COUNT
                      OR WS-RUN-FAILED

               PERFORM END-BULK-TRANSACTION
           END-IF

           IF NOT WS-RUN-FAILED
               PERFORM LIST-ONE-ACTION
                   VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTION-COUNT
                      OR WS-RUN-FAILED
           END-IF.

      *----------------------------------------------------------------*
      * FILE-ONE-PREVIEW: Files one action's selection count and its   *
      * control text on BULK-PREVIEWS. Performed from RUN-PREVIEW.     *
      *----------------------------------------------------------------*
       FILE-ONE-PREVIEW.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "INSERT INTO BULK_PREVIEWS (LINE_NO, CONTROL_TEXT, "
                      DELIMITED BY SIZE
                  "SELECTED, PREVIEWED_AT, PREVIEWED_BY) VALUES ("
                      DELIMITED BY SIZE
                  WS-ACT-IDX DELIMITED BY SIZE
                  ", '" DELIMITED BY SIZE
                  WS-ACT-TEXT (WS-ACT-IDX) DELIMITED BY SIZE
                  "', " DELIMITED BY SIZE
                  WS-ACT-SELECTED (WS-ACT-IDX) DELIMITED BY SIZE
                  ", datetime('now'), '" DELIMITED BY SIZE
                  FUNCTION TRIM(WS-JOB-NAME) DELIMITED BY SIZE
                  "')" DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING
           PERFORM RUN-BULK-STATEMENT.

      *----------------------------------------------------------------*
      * RUN-COMMIT: Checks this run's selection counts against the     *
      * preview not yet committed. Any difference - an action with no  *
      * preview, a different count, or a preview for a line this       *
      * BULKCTL no longer holds - refuses the run with nothing         *
      * changed. Otherwise every action is applied and listed, the     *
      * preview is marked used and the last interval committed.        *
      *----------------------------------------------------------------*
       RUN-COMMIT.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT LINE_NO, SELECTED, CONTROL_TEXT "
                      DELIMITED BY SIZE
                  "FROM BULK_PREVIEWS WHERE COMMITTED_AT IS NULL "
                      DELIMITED BY SIZE
                  "ORDER BY LINE_NO"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "BULK-PREVIEW-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "BULK-MAINTENANCE: preview query failed"
               MOVE 'Y' TO WS-RUN-FAIL-SW
           ELSE
               PERFORM CHECK-ONE-PREVIEW
                   VARYING WS-ACT-IDX FROM 1 BY 1
                   UNTIL WS-ACT-IDX > WS-ACTION-COUNT
               IF WS-PREVIEW-EXTRA > ZERO
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF

           IF WS-RUN-REFUSED
               PERFORM PRINT-REFUSED-RUN
           END-IF

           IF NOT WS-RUN-FAILED AND NOT WS-RUN-REFUSED
               CALL "BEGIN-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "BULK-MAINTENANCE: unable to start "
                       "transaction"
                   MOVE 'Y' TO WS-RUN-FAIL-SW
               ELSE
                   PERFORM LIST-ONE-ACTION
                       VARYING WS-ACT-IDX FROM 1 BY 1
                       UNTIL WS-ACT-IDX > WS-ACTION-COUNT
                          OR WS-RUN-FAILED
                   IF NOT WS-RUN-FAILED
                       MOVE SPACES TO WS-SQL-STATEMENT
                       STRING "UPDATE BULK_PREVIEWS SET COMMITTED_AT = "
                                  DELIMITED BY SIZE
                              "datetime('now') "
                                  DELIMITED BY SIZE
                              "WHERE COMMITTED_AT IS NULL"
                                  DELIMITED BY SIZE
                           INTO WS-SQL-STATEMENT
                       END-STRING
                       PERFORM RUN-BULK-STATEMENT
                   END-IF
                   PERFORM END-BULK-TRANSACTION
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-ONE-PREVIEW: Refuses the run when one action has no      *
      * matching preview or selects a different count from it.         *
      * Performed from RUN-COMMIT.                                     *
      *----------------------------------------------------------------*
       CHECK-ONE-PREVIEW.
           IF NOT WS-ACT-PREVIEW-FOUND (WS-ACT-IDX)
               MOVE 'Y' TO WS-RUN-REFUSED-SW
           ELSE
               IF WS-ACT-PREVIEWED (WS-ACT-IDX) NOT =
                      WS-ACT-SELECTED (WS-ACT-IDX)
                   MOVE 'Y' TO WS-RUN-REFUSED-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-REFUSED-RUN: Prints each action's count against its      *
      * preview, marking those that differ, and the refusal.           *
      *----------------------------------------------------------------*
       PRINT-REFUSED-RUN.
           PERFORM PRINT-ONE-REFUSED-ACTION
               VARYING WS-ACT-IDX FROM 1 BY 1
               UNTIL WS-ACT-IDX > WS-ACTION-COUNT

           IF WS-PREVIEW-EXTRA > ZERO
               MOVE SPACES TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "*** PREVIEW HOLDS ACTIONS NOT ON THIS BULKCTL ***"
                   TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           STRING "*** RUN REFUSED - SELECTION DIFFERS FROM PREVIEW - "
                      DELIMITED BY SIZE
                  "NOTHING CHANGED - RERUN THE PREVIEW ***"
                      DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           DISPLAY "BULK-MAINTENANCE: run refused - selection differs "
               "from preview - nothing changed".

      *----------------------------------------------------------------*
      * PRINT-ONE-REFUSED-ACTION: Prints one action's control line     *
      * with its count, its preview count and whether they agree.      *
      * Performed from PRINT-REFUSED-RUN.                              *
      *----------------------------------------------------------------*
       PRINT-ONE-REFUSED-ACTION.
           PERFORM PRINT-ACTION-HEADING
           MOVE WS-ACT-SELECTED (WS-ACT-IDX) TO WS-CNT-SELECTED
           IF WS-ACT-PREVIEW-FOUND (WS-ACT-IDX)
               MOVE "  PREVIEWED  " TO WS-CNT-PREVIEW-LABEL
               MOVE WS-ACT-PREVIEWED (WS-ACT-IDX) TO WS-CNT-PREVIEWED
               IF WS-ACT-PREVIEWED (WS-ACT-IDX) =
                      WS-ACT-SELECTED (WS-ACT-IDX)
                   MOVE SPACES TO WS-CNT-REMARK
               ELSE
                   MOVE "*** DIFFERS FROM PREVIEW ***" TO WS-CNT-REMARK
               END-IF
           ELSE
               MOVE SPACES TO WS-CNT-PREVIEW-LABEL
               MOVE ZERO TO WS-CNT-PREVIEWED
               MOVE "*** NOT PREVIEWED ***" TO WS-CNT-REMARK
           END-IF
           MOVE WS-COUNT-LINE TO REPORT-LINE
           IF NOT WS-ACT-PREVIEW-FOUND (WS-ACT-IDX)
               MOVE SPACES TO REPORT-LINE(20:21)
           END-IF
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * LIST-ONE-ACTION: Prints one action's heading and count, then   *
      * works through its selected records a chunk at a time in ID     *
      * order - listing them on a preview, applying and listing them   *
      * on a commit - and closes with the action's totals. Performed   *
      * from RUN-PREVIEW and RUN-COMMIT.                               *
      *----------------------------------------------------------------*
       LIST-ONE-ACTION.
           PERFORM PRINT-ACTION-HEADING
           MOVE WS-ACT-SELECTED (WS-ACT-IDX) TO WS-CNT-SELECTED
           IF WS-COMMIT-RUN
               MOVE "  PREVIEWED  " TO WS-CNT-PREVIEW-LABEL
               MOVE WS-ACT-PREVIEWED (WS-ACT-IDX) TO WS-CNT-PREVIEWED
           ELSE
               MOVE SPACES TO WS-CNT-PREVIEW-LABEL
               MOVE ZERO TO WS-CNT-PREVIEWED
           END-IF
           MOVE SPACES TO WS-CNT-REMARK
           MOVE WS-COUNT-LINE TO REPORT-LINE
           IF WS-PREVIEW-RUN
               MOVE SPACES TO REPORT-LINE(20:21)
           END-IF
           PERFORM PRINT-REPORT-LINE

           MOVE ZERO TO WS-LAST-ID
           MOVE 'N' TO WS-CHUNK-END-SW
           PERFORM LIST-ONE-CHUNK
               UNTIL WS-CHUNK-END OR WS-RUN-FAILED

           MOVE WS-ACT-IDX TO WS-ATL-NUMBER
           MOVE WS-ACT-SELECTED (WS-ACT-IDX) TO WS-ATL-SELECTED
           MOVE WS-ACT-APPLIED (WS-ACT-IDX) TO WS-ATL-APPLIED
           MOVE WS-ACT-REFUSED (WS-ACT-IDX) TO WS-ATL-REFUSED
           MOVE WS-ACTION-TOTAL-LINE TO REPORT-LINE
           IF WS-PREVIEW-RUN
               MOVE SPACES TO REPORT-LINE(31:)
           END-IF
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT-ACTION-HEADING: Prints the action number, its BULKCTL    *
      * line number and its control columns after a blank line.        *
      *----------------------------------------------------------------*
       PRINT-ACTION-HEADING.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE WS-ACT-IDX TO WS-ACL-NUMBER
           MOVE WS-ACT-LINE-NO (WS-ACT-IDX) TO WS-ACL-LINE-NO
           MOVE WS-ACT-TEXT (WS-ACT-IDX) TO WS-ACL-TEXT
           MOVE WS-ACTION-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * LIST-ONE-CHUNK: Reads the next 200 selected records after the  *
      * last ID handled, with their values as they stand now, and      *
      * handles each. An empty chunk ends the action. Performed from   *
      * LIST-ONE-ACTION.                                               *
      *----------------------------------------------------------------*
       LIST-ONE-CHUNK.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT R.ID, R.NAME, "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(R.STATUS), ''), 'A'), "
                      DELIMITED BY SIZE
                  "COALESCE(R.EFF_FROM, 0), COALESCE(R.EFF_TO, 0), "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(R.CATEGORY), ''), ' ') "
                      DELIMITED BY SIZE
                  "FROM BULK_SELECTED S JOIN RECORDS R ON R.ID = S.ID "
                      DELIMITED BY SIZE
                  "WHERE S.LINE_NO = "
                      DELIMITED BY SIZE
                  WS-ACT-IDX DELIMITED BY SIZE
                  " AND S.ID > "
                      DELIMITED BY SIZE
                  WS-LAST-ID DELIMITED BY SIZE
                  " ORDER BY S.ID LIMIT 200"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           MOVE ZERO TO WS-CHUNK-COUNT
           SET WS-CALLBACK TO ENTRY "BULK-ROW-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "BULK-MAINTENANCE: selection query failed"
               MOVE 'Y' TO WS-RUN-FAIL-SW
           ELSE
               IF WS-CHUNK-COUNT = ZERO
                   MOVE 'Y' TO WS-CHUNK-END-SW
               ELSE
                   PERFORM HANDLE-ONE-RECORD
                       VARYING WS-CHUNK-IDX FROM 1 BY 1
                       UNTIL WS-CHUNK-IDX > WS-CHUNK-COUNT
                          OR WS-RUN-FAILED
                   MOVE WS-CH-ID (WS-CHUNK-COUNT) TO WS-LAST-ID
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * HANDLE-ONE-RECORD: Works out one record's values after the     *
      * action, applies it on a commit run, and prints the before and  *
      * after line. A retire that would leave the effective-to before  *
      * the effective-from - an integrity exception - is refused, and  *
      * the preview says so. Performed from LIST-ONE-CHUNK.            *
      *----------------------------------------------------------------*
       HANDLE-ONE-RECORD.
           MOVE WS-CH-STATUS (WS-CHUNK-IDX) TO WS-NEW-STATUS-CD
           MOVE WS-CH-CATEGORY (WS-CHUNK-IDX) TO WS-NEW-CATEGORY
           MOVE WS-CH-EFF-TO (WS-CHUNK-IDX) TO WS-NEW-EFF-TO

           EVALUATE TRUE
               WHEN WS-ACT-RECATEGORY (WS-ACT-IDX)
                   MOVE WS-ACT-NEW-CATEGORY (WS-ACT-IDX)
                       TO WS-NEW-CATEGORY
               WHEN WS-ACT-SUSPEND (WS-ACT-IDX)
                   MOVE 'S' TO WS-NEW-STATUS-CD
               WHEN WS-ACT-REACTIVATE (WS-ACT-IDX)
                   MOVE 'A' TO WS-NEW-STATUS-CD
               WHEN WS-ACT-RETIRE (WS-ACT-IDX)
                   MOVE 'R' TO WS-NEW-STATUS-CD
                   IF WS-ACT-RETIRE-TO (WS-ACT-IDX) = ZERO
                       MOVE WS-RUN-DATE TO WS-NEW-EFF-TO
                   ELSE
                       MOVE WS-ACT-RETIRE-TO (WS-ACT-IDX)
                           TO WS-NEW-EFF-TO
                   END-IF
           END-EVALUATE

           IF WS-ACT-RETIRE (WS-ACT-IDX)
            AND WS-CH-EFF-FROM (WS-CHUNK-IDX) > WS-NEW-EFF-TO
               IF WS-COMMIT-RUN
                   MOVE "REFUSED - EFF-TO BEFORE EFF-FROM" TO WS-RESULT
                   ADD 1 TO WS-ACT-REFUSED (WS-ACT-IDX)
                   ADD 1 TO WS-TOTAL-REFUSED
               ELSE
                   MOVE "WOULD REFUSE - EFF-TO BEFORE EFF-FROM"
                       TO WS-RESULT
               END-IF
           ELSE
               IF WS-COMMIT-RUN
                   PERFORM APPLY-ONE-RECORD
               ELSE
                   MOVE "WOULD CHANGE" TO WS-RESULT
               END-IF
           END-IF

           MOVE WS-CH-ID (WS-CHUNK-IDX) TO WS-DET-ID
           MOVE WS-CH-NAME (WS-CHUNK-IDX) TO WS-DET-NAME
           MOVE WS-CH-STATUS (WS-CHUNK-IDX) TO WS-DET-OLD-STATUS
           MOVE WS-CH-CATEGORY (WS-CHUNK-IDX) TO WS-DET-OLD-CATEGORY
           MOVE WS-CH-EFF-FROM (WS-CHUNK-IDX) TO WS-DET-OLD-EFF-FROM
           MOVE WS-CH-EFF-TO (WS-CHUNK-IDX) TO WS-DET-OLD-EFF-TO
           MOVE WS-NEW-STATUS-CD TO WS-DET-NEW-STATUS
           MOVE WS-NEW-CATEGORY TO WS-DET-NEW-CATEGORY
           MOVE WS-NEW-EFF-TO TO WS-DET-NEW-EFF-TO
           MOVE WS-RESULT TO WS-DET-RESULT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * APPLY-ONE-RECORD: Applies the action to one record through     *
      * the normal entry point - UPDATE-RECORD for a new category or   *
      * status, RETIRE-RECORD for a retire - and files the action's    *
      * note on it. Each record applied counts toward the commit       *
      * interval. Performed from HANDLE-ONE-RECORD on a commit run.    *
      *----------------------------------------------------------------*
       APPLY-ONE-RECORD.
           MOVE WS-CH-ID (WS-CHUNK-IDX) TO WS-RECORD-ID
           MOVE WS-CH-NAME (WS-CHUNK-IDX) TO WS-RECORD-NAME

           EVALUATE TRUE
               WHEN WS-ACT-RECATEGORY (WS-ACT-IDX)
                   MOVE SPACE TO WS-NEW-STATUS-CD
                   CALL "UPDATE-RECORD" USING
                       WS-RECORD-ID
                       WS-RECORD-NAME
                       WS-NEW-STATUS-CD
                       WS-EFF-FROM
                       WS-EFF-TO
                       WS-NEW-CATEGORY
                       WS-STATUS
                   END-CALL
                   MOVE WS-CH-STATUS (WS-CHUNK-IDX) TO WS-NEW-STATUS-CD
               WHEN WS-ACT-RETIRE (WS-ACT-IDX)
                   CALL "RETIRE-RECORD" USING
                       WS-RECORD-ID
                       WS-NEW-EFF-TO
                       WS-STATUS
                   END-CALL
               WHEN OTHER
                   MOVE SPACES TO WS-NEW-CATEGORY
                   CALL "UPDATE-RECORD" USING
                       WS-RECORD-ID
                       WS-RECORD-NAME
                       WS-NEW-STATUS-CD
                       WS-EFF-FROM
                       WS-EFF-TO
                       WS-NEW-CATEGORY
                       WS-STATUS
                   END-CALL
                   MOVE WS-CH-CATEGORY (WS-CHUNK-IDX) TO WS-NEW-CATEGORY
           END-EVALUATE

           EVALUATE WS-STATUS
               WHEN ZERO
                   MOVE "APPLIED" TO WS-RESULT
                   ADD 1 TO WS-ACT-APPLIED (WS-ACT-IDX)
                   ADD 1 TO WS-TOTAL-APPLIED
               WHEN 1
                   MOVE "REFUSED - RECORD NOT ON FILE" TO WS-RESULT
               WHEN 3
                   MOVE "REFUSED - CATEGORY NOT ON FILE" TO WS-RESULT
               WHEN OTHER
                   MOVE "REFUSED - DATABASE APPLY FAILED" TO WS-RESULT
           END-EVALUATE

           IF WS-STATUS NOT = ZERO
               ADD 1 TO WS-ACT-REFUSED (WS-ACT-IDX)
               ADD 1 TO WS-TOTAL-REFUSED
           ELSE
               IF WS-ACT-NOTE (WS-ACT-IDX) NOT = SPACES
                   MOVE WS-ACT-NOTE (WS-ACT-IDX) TO WS-NOTE-TEXT
                   CALL "ADD-RECORD-NOTE" USING
                       WS-RECORD-ID
                       WS-NOTE-TEXT
                       WS-STATUS
                   END-CALL
                   IF WS-STATUS NOT = ZERO
                       MOVE "APPLIED - NOTE NOT FILED" TO WS-RESULT
                       ADD 1 TO WS-NOTES-NOT-FILED
                   END-IF
               END-IF
               ADD 1 TO WS-UNCOMMITTED
               IF WS-UNCOMMITTED NOT < WS-COMMIT-INTERVAL
                   PERFORM COMMIT-BULK-INTERVAL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COMMIT-BULK-INTERVAL: Commits the records applied since the    *
      * last commit and opens the next interval's transaction. A       *
      * failed commit is rolled back and fails the run. Performed from *
      * APPLY-ONE-RECORD.                                              *
      *----------------------------------------------------------------*
       COMMIT-BULK-INTERVAL.
           PERFORM END-BULK-TRANSACTION

           IF NOT WS-RUN-FAILED
               CALL "BEGIN-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "BULK-MAINTENANCE: unable to start "
                       "transaction"
                   MOVE 'Y' TO WS-RUN-FAIL-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * END-BULK-TRANSACTION: Commits the open transaction, or rolls   *
      * it back when the run has failed or the commit does.            *
      *----------------------------------------------------------------*
       END-BULK-TRANSACTION.
           IF WS-RUN-FAILED
               CALL "ROLLBACK-TRANSACTION" USING
                   WS-STATUS
               END-CALL
           ELSE
               CALL "COMMIT-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               IF WS-STATUS = ZERO
                   MOVE ZERO TO WS-UNCOMMITTED
               ELSE
                   DISPLAY "BULK-MAINTENANCE: commit failed - "
                       WS-UNCOMMITTED " changes rolled back"
                   CALL "ROLLBACK-TRANSACTION" USING
                       WS-STATUS
                   END-CALL
                   MOVE 'Y' TO WS-RUN-FAIL-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RUN-BULK-STATEMENT: Runs the statement in WS-SQL-STATEMENT and *
      * fails the run when it errors. Skipped once the run has failed. *
      *----------------------------------------------------------------*
       RUN-BULK-STATEMENT.
           IF NOT WS-RUN-FAILED
               CALL "EXECUTE-SQL" USING
                   WS-SQL-STATEMENT
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "BULK-MAINTENANCE: statement failed: "
                       FUNCTION TRIM(WS-SQL-STATEMENT)
                   MOVE 'Y' TO WS-RUN-FAIL-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RUN-COUNT-QUERY: Runs the count query in WS-SQL-STATEMENT into *
      * WS-QUERY-VALUE and fails the run when it errors.               *
      *----------------------------------------------------------------*
       RUN-COUNT-QUERY.
           MOVE ZERO TO WS-QUERY-VALUE

           IF NOT WS-RUN-FAILED
               SET WS-CALLBACK TO ENTRY "BULK-VALUE-CALLBACK"
               CALL "EXECUTE-QUERY" USING
                   WS-SQL-STATEMENT
                   WS-CALLBACK
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "BULK-MAINTENANCE: query failed: "
                       FUNCTION TRIM(WS-SQL-STATEMENT)
                   MOVE 'Y' TO WS-RUN-FAIL-SW
               END-IF
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
      * run mode, run date, page number and column headings.           *
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
           MOVE 3 TO WS-LINE-COUNT.
