       IDENTIFICATION DIVISION.
       PROGRAM-ID. DATABASE-RECOVERY.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "RCVRRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "RCVRPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT CATALOG-FILE ASSIGN TO "BKUPCAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.

           SELECT WORK-FILE ASSIGN TO "RCVRWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-GEN-ID         PIC X(14).
           05 FILLER              PIC X(1).
           05 PARM-POINT          PIC X(14).

       FD  CATALOG-FILE.
       01 CATALOG-RECORD.
           05 GENCAT-GEN-ID       PIC 9(14).
           05 FILLER              PIC X(1).
           05 GENCAT-RECORDS-FILE PIC X(30).
           05 FILLER              PIC X(1).
           05 GENCAT-ARCHIVE-FILE PIC X(30).

       FD  WORK-FILE.
       01 WORK-RECORD.
           05 WORK-KIND           PIC X(1).
               88 WORK-HISTORY-ROW VALUE 'H'.
               88 WORK-NOTE-ROW   VALUE 'N'.
           05 WORK-ACTION         PIC X(1).
           05 WORK-SEQ            PIC 9(9).
           05 WORK-RECORD-ID      PIC 9(7).
           05 WORK-AT             PIC X(19).
           05 WORK-BY             PIC X(8).
           05 WORK-APPROVED-BY    PIC X(8).
           05 WORK-IMAGE-SW       PIC X(1).
               88 WORK-HAS-IMAGE  VALUE 'Y'.
           05 WORK-STATUS-CD      PIC X(1).
           05 WORK-CATEGORY       PIC X(4).
           05 WORK-EFF-FROM       PIC 9(8).
           05 WORK-EFF-TO         PIC 9(8).
           05 WORK-MERGED-INTO    PIC 9(7).
           05 WORK-TEXT           PIC X(200).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-ARCHIVE-DB-NAME      PIC X(255) VALUE "ARCHIVE.DB".
       01 WS-COPY-DB-NAME         PIC X(255).
       01 WS-JOB-NAME             PIC X(8) VALUE "DBRECOV".
       01 WS-HANDLE-NUM           PIC 9.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-CATALOG-FILE-STATUS  PIC X(02).
       01 WS-WORK-FILE-STATUS     PIC X(02).
       01 WS-CATALOG-EOF-SW       PIC X(01) VALUE 'N'.
           88 WS-CATALOG-EOF      VALUE 'Y'.
       01 WS-WORK-EOF-SW          PIC X(01) VALUE 'N'.
           88 WS-WORK-EOF         VALUE 'Y'.
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-RECOVERY-FAIL-SW     PIC X(01) VALUE 'N'.
           88 WS-RECOVERY-FAILED  VALUE 'Y'.
       01 WS-GEN-FOUND-SW         PIC X(01) VALUE 'N'.
           88 WS-GEN-FOUND        VALUE 'Y'.
       01 WS-JOURNAL-SW           PIC X(01) VALUE 'N'.
           88 WS-JOURNAL-PRESENT  VALUE 'Y'.
       01 WS-ARCHIVE-ASIDE-SW     PIC X(01) VALUE 'N'.
           88 WS-ARCHIVE-ASIDE    VALUE 'Y'.
       01 WS-JOURNAL-READ-SW      PIC X(01) VALUE 'N'.
           88 WS-JOURNAL-READ     VALUE 'Y'.
       01 WS-POINT-SW             PIC X(01) VALUE 'N'.
           88 WS-POINT-GIVEN      VALUE 'Y'.
       01 WS-WANTED-GEN-ID        PIC 9(14) VALUE ZERO.
       01 WS-GEN-ID               PIC 9(14) VALUE ZERO.
       01 WS-GEN-RECORDS-FILE     PIC X(30).
       01 WS-GEN-ARCHIVE-FILE     PIC X(30).
       01 WS-POINT                PIC 9(14) VALUE ZERO.
       01 WS-POINT-PARTS REDEFINES WS-POINT.
           05 WS-POINT-YYYY       PIC 9(4).
           05 WS-POINT-MM         PIC 9(2).
           05 WS-POINT-DD         PIC 9(2).
           05 WS-POINT-HH         PIC 9(2).
           05 WS-POINT-MI         PIC 9(2).
           05 WS-POINT-SS         PIC 9(2).
       01 WS-POINT-TEXT           PIC X(19) VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-RUN-TIME             PIC 9(8).
       01 WS-JOURNAL-FILE         PIC X(30).
       01 WS-ARCHIVE-ASIDE-FILE   PIC X(30).
       01 WS-FILE-NAME-Z          PIC X(256).
       01 WS-FILE-NAME-2-Z        PIC X(256).
       01 WS-FILE-RC              PIC S9(9) COMP-5.
       01 WS-HIST-HIGH-WATER      PIC 9(9) VALUE ZERO.
       01 WS-NOTE-HIGH-WATER      PIC 9(9) VALUE ZERO.
       01 WS-POINT-HIST-COND      PIC X(80).
       01 WS-POINT-NOTE-COND      PIC X(80).
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-EXTRACTED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-REPLAYED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-NOT-REPLAYED-COUNT   PIC 9(7) VALUE ZERO.
       01 WS-SKIPPED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-BEYOND-COUNT         PIC 9(7) VALUE ZERO.
       01 WS-TABLES-DIFFER        PIC 9(4) VALUE ZERO.
       01 WS-ROW-COUNT            PIC 9(7) VALUE ZERO.
       01 WS-REPLAY-RESULT        PIC X(36).
       01 WS-REPLAY-ID            PIC 9(7).
       01 WS-SURVIVOR-ID          PIC 9(7).
       01 WS-REPLAY-NAME          PIC X(50).
       01 WS-REPLAY-STATUS-CD     PIC X(01).
       01 WS-REPLAY-EFF-FROM      PIC 9(8).
       01 WS-REPLAY-EFF-TO        PIC 9(8).
       01 WS-REPLAY-CATEGORY      PIC X(4).
       01 WS-REPLAY-NOTE          PIC X(200).
       01 WS-KEYED-BY             PIC X(8).
       01 WS-LIVE-COUNT           PIC 9(9).
       01 WS-ARCHIVE-COUNT        PIC 9(9).
       01 WS-MISMATCH             PIC 9.
       01 WS-TABLE-NAME-BUFFER    PIC X(65).
       01 WS-TABLE-COUNT          PIC 9(2) VALUE ZERO.
       01 WS-TABLE-IDX            PIC 9(2).
       01 WS-TABLE-LIST.
           05 WS-TABLE-NAME       OCCURS 40 TIMES PIC X(30).
       01 WS-SEQ-VALUE            PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-ID-VALUE             PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-FROM-VALUE           PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-TO-VALUE             PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-MERGED-VALUE         PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-KIND-BUFFER          PIC X(2).
       01 WS-ACTION-BUFFER        PIC X(2).
       01 WS-AT-BUFFER            PIC X(20).
       01 WS-BY-BUFFER            PIC X(9).
       01 WS-APPROVED-BY-BUFFER   PIC X(9).
       01 WS-TEXT-BUFFER          PIC X(201).
       01 WS-IMAGE-BUFFER         PIC X(7).
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 20 TIMES USAGE POINTER.
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(26)
               VALUE "DATABASE RECOVERY REPORT  ".
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(14) VALUE "   GENERATION ".
           05 WS-HDG-GEN-ID       PIC 9(14).
           05 FILLER              PIC X(49) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(9) VALUE "      SEQ".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE "ACTION".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(7) VALUE "     ID".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(19) VALUE "CHANGED AT".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "BY".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(36) VALUE "RESULT".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "NAME OR NOTE".
       01 WS-DETAIL-LINE.
           05 WS-DET-SEQ          PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-ACTION       PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-ID           PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-AT           PIC X(19).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-BY           PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-RESULT       PIC X(36).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-TEXT         PIC X(30).
       01 WS-TABLE-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TBL-NAME         PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TBL-JOURNAL      PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TBL-RECOVERED    PIC ZZZ,ZZZ,ZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TBL-RESULT       PIC X(40).

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * DATABASE-RECOVERY: Restores a backup generation taken by       *
      * DATABASE-BACKUP and rolls it forward. RCVRPARM names the       *
      * generation (its ID, yyyymmddhhmmss, in columns 1-14; blank     *
      * means the newest in BKUPCAT) and the recovery point            *
      * (yyyymmddhhmmss in columns 16-29; blank means roll forward     *
      * through everything on the journal). The damaged RECORDS.DB is  *
      * set aside as RECORDS.yyyymmdd.hhmmss.JNL - it becomes the      *
      * journal the roll-forward reads - and ARCHIVE.DB as             *
      * ARCHIVE.yyyymmdd.hhmmss.PRE, and both generation copies are    *
      * restored in their place. Every RECORDS-HISTORY and             *
      * RECORD-NOTES row on the journal written after the generation   *
      * was taken, up to the recovery point, is then replayed in the   *
      * order it happened through the normal entry points - adds,      *
      * updates, retirements and merges from the after image each      *
      * history row carries, notes as written - each in its own        *
      * transaction and attributed to the users on the journal row: a  *
      * change applied on approval to its keyer as CHANGED-BY and its  *
      * approver as APPROVED-BY, any other change or note to the user  *
      * who made it with no approver. Replayed changes write their     *
      * history rows again, so the delta extract and the audit trail   *
      * carry on from the restored database. The recovery              *
      * report lists every event replayed, everything that could not   *
      * be replayed and why, and a row-count reconciliation of every   *
      * other journal table against the recovered database - cross-    *
      * references, links, pending changes and categories are not      *
      * journaled, so a table that differs there has to be re-keyed    *
      * by hand. ARCHIVE.DB goes back to the generation as it stands;  *
      * records swept since are still live on the restored RECORDS     *
      * and the next sweep moves them again. A generation that         *
      * cannot be found or restored abandons the run with RETURN-CODE  *
      * 8 and the set-aside databases put back; anything not replayed, *
      * a table that differs or no journal to read ends RETURN-CODE 4. *
      *----------------------------------------------------------------*
           PERFORM READ-RECOVERY-PARMS

           IF WS-PARM-ERROR
               DISPLAY "DATABASE-RECOVERY: run abandoned - correct "
                   "RCVRPARM and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM LOAD-GENERATION-CATALOG

           IF NOT WS-GEN-FOUND
               DISPLAY "DATABASE-RECOVERY: run abandoned - "
                   "generation not in BKUPCAT"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           IF WS-POINT-GIVEN AND WS-POINT < WS-GEN-ID
               DISPLAY "DATABASE-RECOVERY: run abandoned - recovery "
                   "point " WS-POINT " is before generation " WS-GEN-ID
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM CHECK-GENERATION-FILES

           IF WS-RECOVERY-FAILED
               DISPLAY "DATABASE-RECOVERY: run abandoned - "
                   "generation files missing"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "DATABASE-RECOVERY: unable to open report "
                   "file: " WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           CALL "SET-AUDIT-USER" USING
               WS-JOB-NAME
               WS-STATUS
           END-CALL

           PERFORM RESTORE-GENERATION

           IF NOT WS-RECOVERY-FAILED
               PERFORM OPEN-RESTORED-DATABASE
           END-IF

           IF NOT WS-RECOVERY-FAILED
               PERFORM PRINT-RECOVERY-HEADER
               IF WS-JOURNAL-READ
                   PERFORM EXTRACT-REPLAY-ACTIVITY
               END-IF
               IF WS-JOURNAL-READ
                   PERFORM REPLAY-ACTIVITY
                   PERFORM RECONCILE-UNJOURNALED
               END-IF
               MOVE SPACES TO WS-KEYED-BY
               CALL "SET-KEYED-BY-USER" USING
                   WS-KEYED-BY
                   WS-STATUS
               END-CALL
               MOVE 1 TO WS-HANDLE-NUM
               CALL "CLOSE-DATABASE" USING
                   WS-HANDLE-NUM
                   WS-STATUS
               END-CALL
           END-IF

           PERFORM PRINT-RECOVERY-TOTALS

           CLOSE REPORT-FILE

           IF WS-RECOVERY-FAILED
               DISPLAY "DATABASE-RECOVERY: recovery abandoned - "
                   "see RCVRRPT"
           ELSE
               DISPLAY "DATABASE-RECOVERY SUMMARY - GENERATION: "
                   WS-GEN-ID " REPLAYED: " WS-REPLAYED-COUNT
                   " NOT REPLAYED: " WS-NOT-REPLAYED-COUNT
                   " TABLES DIFFERING: " WS-TABLES-DIFFER
           END-IF

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-RECOVERY-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-NOT-REPLAYED-COUNT > ZERO
                OR WS-TABLES-DIFFER > ZERO
                OR NOT WS-JOURNAL-READ
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * HIGH-WATER-CALLBACK: sqlite3_exec row callback for the         *
      * high-water query - the last history and note sequence numbers  *
      * on the restored generation.                                    *
      *----------------------------------------------------------------*
           ENTRY 'HIGH-WATER-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-SEQ-VALUE
           END-CALL
           MOVE WS-SEQ-VALUE TO WS-HIST-HIGH-WATER

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(2)
               RETURNING WS-SEQ-VALUE
           END-CALL
           MOVE WS-SEQ-VALUE TO WS-NOTE-HIGH-WATER

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * REPLAY-ROW-CALLBACK: sqlite3_exec row callback for the journal *
      * extract. Each row - a history row or a note - is written to    *
      * the RCVRWORK work file. Nothing is replayed from inside the    *
      * callback: the extract statement is still being walked, and     *
      * the entry points the replay drives share its buffer.           *
      *----------------------------------------------------------------*
           ENTRY 'REPLAY-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-KIND-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-KIND-BUFFER
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-KIND-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-ACTION-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-ACTION-BUFFER
               BY VALUE WS-ARGV-ENTRY(2)
           END-CALL
           INSPECT WS-ACTION-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(3)
               RETURNING WS-SEQ-VALUE
           END-CALL

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(4)
               RETURNING WS-ID-VALUE
           END-CALL

           MOVE SPACES TO WS-AT-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-AT-BUFFER
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-AT-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-BY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-BY-BUFFER
               BY VALUE WS-ARGV-ENTRY(6)
           END-CALL
           INSPECT WS-BY-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-APPROVED-BY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-APPROVED-BY-BUFFER
               BY VALUE WS-ARGV-ENTRY(7)
           END-CALL
           INSPECT WS-APPROVED-BY-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-TEXT-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-TEXT-BUFFER
               BY VALUE WS-ARGV-ENTRY(8)
           END-CALL
           INSPECT WS-TEXT-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-IMAGE-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-IMAGE-BUFFER
               BY VALUE WS-ARGV-ENTRY(9)
           END-CALL
           INSPECT WS-IMAGE-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(10)
               RETURNING WS-FROM-VALUE
           END-CALL

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(11)
               RETURNING WS-TO-VALUE
           END-CALL

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(12)
               RETURNING WS-MERGED-VALUE
           END-CALL

           MOVE SPACES TO WORK-RECORD
           MOVE WS-KIND-BUFFER(1:1) TO WORK-KIND
           MOVE WS-ACTION-BUFFER(1:1) TO WORK-ACTION
           MOVE WS-SEQ-VALUE TO WORK-SEQ
           MOVE WS-ID-VALUE TO WORK-RECORD-ID
           MOVE WS-AT-BUFFER(1:19) TO WORK-AT
           MOVE WS-BY-BUFFER(1:8) TO WORK-BY
           MOVE WS-APPROVED-BY-BUFFER(1:8) TO WORK-APPROVED-BY
           MOVE WS-IMAGE-BUFFER(1:1) TO WORK-IMAGE-SW
           MOVE WS-IMAGE-BUFFER(2:1) TO WORK-STATUS-CD
           MOVE WS-IMAGE-BUFFER(3:4) TO WORK-CATEGORY
           MOVE WS-FROM-VALUE TO WORK-EFF-FROM
           MOVE WS-TO-VALUE TO WORK-EFF-TO
           MOVE WS-MERGED-VALUE TO WORK-MERGED-INTO
           MOVE WS-TEXT-BUFFER(1:200) TO WORK-TEXT
           WRITE WORK-RECORD

           ADD 1 TO WS-EXTRACTED-COUNT
           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * ROW-COUNT-CALLBACK: sqlite3_exec row callback that counts the  *
      * rows a query returns into WS-ROW-COUNT.                        *
      *----------------------------------------------------------------*
           ENTRY 'ROW-COUNT-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           ADD 1 TO WS-ROW-COUNT
           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * JOURNAL-TABLE-CALLBACK: sqlite3_exec row callback for the      *
      * journal's sqlite_master table list, loaded into the table      *
      * list the reconciliation walks.                                 *
      *----------------------------------------------------------------*
           ENTRY 'JOURNAL-TABLE-CALLBACK' USING
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
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * READ-RECOVERY-PARMS: Reads the optional RCVRPARM parameter     *
      * record - the generation ID and the recovery point. A missing   *
      * file or blank values restore the newest generation and roll    *
      * forward through the whole journal; a keyed value that is not   *
      * numeric abandons the run.                                      *
      *----------------------------------------------------------------*
       READ-RECOVERY-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-RECOVERY-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-RECOVERY-PARMS: Validates and applies the parameter       *
      * record just read, and builds the recovery point in the         *
      * yyyy-mm-dd hh:mm:ss form the journal timestamps compare        *
      * against. Performed from READ-RECOVERY-PARMS.                   *
      *----------------------------------------------------------------*
       EDIT-RECOVERY-PARMS.
           IF PARM-GEN-ID NOT = SPACES
               IF PARM-GEN-ID NUMERIC
                   MOVE PARM-GEN-ID TO WS-WANTED-GEN-ID
               ELSE
                   DISPLAY "DATABASE-RECOVERY: invalid RCVRPARM "
                       "generation '" PARM-GEN-ID "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF

           IF PARM-POINT NOT = SPACES
               IF PARM-POINT NUMERIC
                   MOVE PARM-POINT TO WS-POINT
                   IF WS-POINT-MM < 1 OR WS-POINT-MM > 12
                    OR WS-POINT-DD < 1 OR WS-POINT-DD > 31
                    OR WS-POINT-HH > 23 OR WS-POINT-MI > 59
                    OR WS-POINT-SS > 59
                       DISPLAY "DATABASE-RECOVERY: invalid RCVRPARM "
                           "recovery point '" PARM-POINT "'"
                       MOVE 'Y' TO WS-PARM-ERROR-SW
                   ELSE
                       MOVE 'Y' TO WS-POINT-SW
                       STRING WS-POINT-YYYY DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              WS-POINT-MM DELIMITED BY SIZE
                              "-" DELIMITED BY SIZE
                              WS-POINT-DD DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-POINT-HH DELIMITED BY SIZE
                              ":" DELIMITED BY SIZE
                              WS-POINT-MI DELIMITED BY SIZE
                              ":" DELIMITED BY SIZE
                              WS-POINT-SS DELIMITED BY SIZE
                           INTO WS-POINT-TEXT
                       END-STRING
                   END-IF
               ELSE
                   DISPLAY "DATABASE-RECOVERY: invalid RCVRPARM "
                       "recovery point '" PARM-POINT "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-GENERATION-CATALOG: Reads BKUPCAT looking for the         *
      * generation to restore - the one named in RCVRPARM, or the last *
      * (newest) one on the catalog when none was named.               *
      *----------------------------------------------------------------*
       LOAD-GENERATION-CATALOG.
           OPEN INPUT CATALOG-FILE

           IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "DATABASE-RECOVERY: unable to open BKUPCAT: "
                   WS-CATALOG-FILE-STATUS
           ELSE
               PERFORM LOAD-GENERATION-LOOP UNTIL WS-CATALOG-EOF
               CLOSE CATALOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-GENERATION-LOOP: Reads one catalog line and keeps it when *
      * it is the generation wanted. Performed from                    *
      * LOAD-GENERATION-CATALOG.                                       *
      *----------------------------------------------------------------*
       LOAD-GENERATION-LOOP.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO WS-CATALOG-EOF-SW
               NOT AT END
                   IF GENCAT-GEN-ID NUMERIC
                       IF WS-WANTED-GEN-ID = ZERO
                        OR WS-WANTED-GEN-ID = GENCAT-GEN-ID
                           MOVE 'Y' TO WS-GEN-FOUND-SW
                           MOVE GENCAT-GEN-ID TO WS-GEN-ID
                           MOVE GENCAT-RECORDS-FILE
                               TO WS-GEN-RECORDS-FILE
                           MOVE GENCAT-ARCHIVE-FILE
                               TO WS-GEN-ARCHIVE-FILE
                       END-IF
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * CHECK-GENERATION-FILES: Confirms both files of the generation  *
      * are on disk before anything is moved - the live databases are  *
      * never set aside for a generation that is not there to restore. *
      *----------------------------------------------------------------*
       CHECK-GENERATION-FILES.
           MOVE SPACES TO WS-FILE-NAME-Z
           STRING FUNCTION TRIM(WS-GEN-RECORDS-FILE) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-FILE-NAME-Z
           END-STRING
           CALL "access" USING
               BY REFERENCE WS-FILE-NAME-Z
               BY VALUE 0
               RETURNING WS-FILE-RC
           END-CALL
           IF WS-FILE-RC NOT = ZERO
               DISPLAY "DATABASE-RECOVERY: generation file missing: "
                   FUNCTION TRIM(WS-GEN-RECORDS-FILE)
               MOVE 'Y' TO WS-RECOVERY-FAIL-SW
           END-IF

           MOVE SPACES TO WS-FILE-NAME-Z
           STRING FUNCTION TRIM(WS-GEN-ARCHIVE-FILE) DELIMITED BY SIZE
                  X"00" DELIMITED BY SIZE
               INTO WS-FILE-NAME-Z
           END-STRING
           CALL "access" USING
               BY REFERENCE WS-FILE-NAME-Z
               BY VALUE 0
               RETURNING WS-FILE-RC
           END-CALL
           IF WS-FILE-RC NOT = ZERO
               DISPLAY "DATABASE-RECOVERY: generation file missing: "
                   FUNCTION TRIM(WS-GEN-ARCHIVE-FILE)
               MOVE 'Y' TO WS-RECOVERY-FAIL-SW
           END-IF.

      *----------------------------------------------------------------*
      * RESTORE-GENERATION: Sets the live databases aside under this   *
      * run's date and time and writes the generation copies back      *
      * over RECORDS.DB and ARCHIVE.DB with VACUUM INTO, so the        *
      * restored files are rebuilt clean from the generation rather    *
      * than byte-copied. A RECORDS.DB that is not there to set aside  *
      * leaves no journal - the generation is restored as it stands.   *
      * Any restore failure puts the set-aside databases back.         *
      *----------------------------------------------------------------*
       RESTORE-GENERATION.
           MOVE SPACES TO WS-JOURNAL-FILE
           STRING "RECORDS." DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  ".JNL" DELIMITED BY SIZE
               INTO WS-JOURNAL-FILE
           END-STRING

           MOVE SPACES TO WS-ARCHIVE-ASIDE-FILE
           STRING "ARCHIVE." DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  "." DELIMITED BY SIZE
                  WS-RUN-TIME(1:6) DELIMITED BY SIZE
                  ".PRE" DELIMITED BY SIZE
               INTO WS-ARCHIVE-ASIDE-FILE
           END-STRING

           MOVE WS-DB-NAME TO WS-FILE-NAME-Z
           MOVE WS-JOURNAL-FILE TO WS-FILE-NAME-2-Z
           PERFORM RENAME-DATABASE-FILE
           IF WS-FILE-RC = ZERO
               MOVE 'Y' TO WS-JOURNAL-SW
           ELSE
               DISPLAY "DATABASE-RECOVERY: no RECORDS.DB to set "
                   "aside - restoring without a journal"
           END-IF

           MOVE WS-ARCHIVE-DB-NAME TO WS-FILE-NAME-Z
           MOVE WS-ARCHIVE-ASIDE-FILE TO WS-FILE-NAME-2-Z
           PERFORM RENAME-DATABASE-FILE
           IF WS-FILE-RC = ZERO
               MOVE 'Y' TO WS-ARCHIVE-ASIDE-SW
           END-IF

           MOVE WS-GEN-RECORDS-FILE TO WS-COPY-DB-NAME
           MOVE WS-DB-NAME TO WS-FILE-NAME-Z
           PERFORM COPY-GENERATION-FILE

           IF NOT WS-RECOVERY-FAILED
               MOVE WS-GEN-ARCHIVE-FILE TO WS-COPY-DB-NAME
               MOVE WS-ARCHIVE-DB-NAME TO WS-FILE-NAME-Z
               PERFORM COPY-GENERATION-FILE
           END-IF

           IF WS-RECOVERY-FAILED
               PERFORM PUT-DATABASES-BACK
           END-IF.

      *----------------------------------------------------------------*
      * RENAME-DATABASE-FILE: Renames the file named in WS-FILE-NAME-Z *
      * to the name in WS-FILE-NAME-2-Z, leaving the result in         *
      * WS-FILE-RC. Both names come in blank-padded and are            *
      * terminated here for the C library.                             *
      *----------------------------------------------------------------*
       RENAME-DATABASE-FILE.
           INSPECT WS-FILE-NAME-Z
               REPLACING FIRST " " BY X"00"
           INSPECT WS-FILE-NAME-2-Z
               REPLACING FIRST " " BY X"00"
           CALL "rename" USING
               BY REFERENCE WS-FILE-NAME-Z
               BY REFERENCE WS-FILE-NAME-2-Z
               RETURNING WS-FILE-RC
           END-CALL.

      *----------------------------------------------------------------*
      * COPY-GENERATION-FILE: Opens the generation copy named in       *
      * WS-COPY-DB-NAME on handle 2 and writes it out to the database  *
      * named in WS-FILE-NAME-Z with VACUUM INTO.                      *
      *----------------------------------------------------------------*
       COPY-GENERATION-FILE.
           MOVE 2 TO WS-HANDLE-NUM
           CALL "OPEN-DATABASE" USING
               WS-COPY-DB-NAME
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "DATABASE-RECOVERY: unable to open "
                   FUNCTION TRIM(WS-COPY-DB-NAME)
               MOVE 'Y' TO WS-RECOVERY-FAIL-SW
           ELSE
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "VACUUM main INTO '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FILE-NAME-Z) DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               CALL "EXECUTE-SQL-ARCHIVE" USING
                   WS-SQL-STATEMENT
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "DATABASE-RECOVERY: unable to restore "
                       FUNCTION TRIM(WS-FILE-NAME-Z)
                   MOVE 'Y' TO WS-RECOVERY-FAIL-SW
               END-IF
               MOVE 2 TO WS-HANDLE-NUM
               CALL "CLOSE-DATABASE" USING
                   WS-HANDLE-NUM
                   WS-STATUS
               END-CALL
           END-IF.

      *----------------------------------------------------------------*
      * PUT-DATABASES-BACK: Undoes a restore that failed part way -    *
      * removes whatever was restored and renames the set-aside        *
      * databases back, so the site is left as it was found.           *
      *----------------------------------------------------------------*
       PUT-DATABASES-BACK.
           IF WS-JOURNAL-PRESENT
               MOVE SPACES TO WS-FILE-NAME-Z
               STRING FUNCTION TRIM(WS-DB-NAME) DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                   INTO WS-FILE-NAME-Z
               END-STRING
               CALL "remove" USING
                   BY REFERENCE WS-FILE-NAME-Z
                   RETURNING WS-FILE-RC
               END-CALL
               MOVE WS-JOURNAL-FILE TO WS-FILE-NAME-Z
               MOVE WS-DB-NAME TO WS-FILE-NAME-2-Z
               PERFORM RENAME-DATABASE-FILE
           END-IF

           IF WS-ARCHIVE-ASIDE
               MOVE SPACES TO WS-FILE-NAME-Z
               STRING FUNCTION TRIM(WS-ARCHIVE-DB-NAME)
                          DELIMITED BY SIZE
                      X"00" DELIMITED BY SIZE
                   INTO WS-FILE-NAME-Z
               END-STRING
               CALL "remove" USING
                   BY REFERENCE WS-FILE-NAME-Z
                   RETURNING WS-FILE-RC
               END-CALL
               MOVE WS-ARCHIVE-ASIDE-FILE TO WS-FILE-NAME-Z
               MOVE WS-ARCHIVE-DB-NAME TO WS-FILE-NAME-2-Z
               PERFORM RENAME-DATABASE-FILE
           END-IF

           MOVE "*** RESTORE FAILED - DATABASES PUT BACK AS FOUND ***"
               TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * OPEN-RESTORED-DATABASE: Opens the restored RECORDS.DB on       *
      * handle 1 - which brings an older generation's tables up to     *
      * date - attaches the journal to it as JRNL, and reads the       *
      * generation's history and note high-water marks. A journal that *
      * cannot be attached or read is reported and the generation is   *
      * left restored without a roll-forward.                          *
      *----------------------------------------------------------------*
       OPEN-RESTORED-DATABASE.
           MOVE 1 TO WS-HANDLE-NUM
           CALL "OPEN-DATABASE" USING
               WS-DB-NAME
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "DATABASE-RECOVERY: unable to open restored "
                   "database"
               MOVE 'Y' TO WS-RECOVERY-FAIL-SW
           ELSE
               SET WS-CALLBACK TO ENTRY "HIGH-WATER-CALLBACK"
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "SELECT (SELECT COALESCE(MAX(HIST_SEQ), 0) "
                          DELIMITED BY SIZE
                      "FROM main.RECORDS_HISTORY), "
                          DELIMITED BY SIZE
                      "(SELECT COALESCE(MAX(NOTE_SEQ), 0) "
                          DELIMITED BY SIZE
                      "FROM main.RECORD_NOTES)"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               CALL "EXECUTE-QUERY" USING
                   WS-SQL-STATEMENT
                   WS-CALLBACK
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "DATABASE-RECOVERY: high-water query "
                       "failed"
                   MOVE 'Y' TO WS-RECOVERY-FAIL-SW
               END-IF
           END-IF

           IF NOT WS-RECOVERY-FAILED AND WS-JOURNAL-PRESENT
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "ATTACH DATABASE '" DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JOURNAL-FILE) DELIMITED BY SIZE
                      "' AS JRNL" DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING
               CALL "EXECUTE-SQL" USING
                   WS-SQL-STATEMENT
                   WS-STATUS
               END-CALL
               IF WS-STATUS = ZERO
                   MOVE 'Y' TO WS-JOURNAL-READ-SW
               ELSE
                   DISPLAY "DATABASE-RECOVERY: journal cannot be "
                       "attached - no roll-forward"
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EXTRACT-REPLAY-ACTIVITY: Copies the journal's history and note *
      * rows written after the generation - and not after the          *
      * recovery point - to the RCVRWORK work file in the order they   *
      * happened: by local timestamp, history ahead of a note in the   *
      * same second, and by sequence within each. Activity beyond the  *
      * recovery point is counted for the report. A journal too        *
      * damaged to read is reported and nothing is replayed.           *
      *----------------------------------------------------------------*
       EXTRACT-REPLAY-ACTIVITY.
           MOVE SPACES TO WS-POINT-HIST-COND
           MOVE SPACES TO WS-POINT-NOTE-COND
           IF WS-POINT-GIVEN
               STRING " AND datetime(CHANGED_AT, 'localtime') <= '"
                          DELIMITED BY SIZE
                      WS-POINT-TEXT DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-POINT-HIST-COND
               END-STRING
               STRING " AND datetime(NOTED_AT, 'localtime') <= '"
                          DELIMITED BY SIZE
                      WS-POINT-TEXT DELIMITED BY SIZE
                      "'" DELIMITED BY SIZE
                   INTO WS-POINT-NOTE-COND
               END-STRING
           END-IF

           OPEN OUTPUT WORK-FILE

           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "DATABASE-RECOVERY: unable to open RCVRWORK: "
                   WS-WORK-FILE-STATUS
               MOVE 'N' TO WS-JOURNAL-READ-SW
           ELSE
               MOVE SPACES TO WS-SQL-STATEMENT
               STRING "SELECT 'H', ACTION, HIST_SEQ, RECORD_ID, "
                          DELIMITED BY SIZE
                      "datetime(CHANGED_AT, 'localtime'), "
                          DELIMITED BY SIZE
                      "COALESCE(CHANGED_BY, ' '), "
                          DELIMITED BY SIZE
                      "COALESCE(APPROVED_BY, ' '), "
                          DELIMITED BY SIZE
                      "COALESCE(NEW_NAME, ' '), "
                          DELIMITED BY SIZE
                      "CASE WHEN NEW_STATUS IS NULL THEN 'N' "
                          DELIMITED BY SIZE
                      "ELSE 'Y' || NEW_STATUS || "
                          DELIMITED BY SIZE
                      "COALESCE(NEW_CATEGORY, ' ') END, "
                          DELIMITED BY SIZE
                      "COALESCE(NEW_EFF_FROM, 0), "
                          DELIMITED BY SIZE
                      "COALESCE(NEW_EFF_TO, 0), "
                          DELIMITED BY SIZE
                      "COALESCE(MERGED_INTO, 0) "
                          DELIMITED BY SIZE
                      "FROM JRNL.RECORDS_HISTORY WHERE HIST_SEQ > "
                          DELIMITED BY SIZE
                      WS-HIST-HIGH-WATER DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POINT-HIST-COND TRAILING)
                          DELIMITED BY SIZE
                      " UNION ALL SELECT 'N', ' ', NOTE_SEQ, "
                          DELIMITED BY SIZE
                      "RECORD_ID, "
                          DELIMITED BY SIZE
                      "datetime(NOTED_AT, 'localtime'), "
                          DELIMITED BY SIZE
                      "COALESCE(NOTED_BY, ' '), ' ', "
                          DELIMITED BY SIZE
                      "COALESCE(NOTE_TEXT, ' '), 'N', 0, 0, 0 "
                          DELIMITED BY SIZE
                      "FROM JRNL.RECORD_NOTES WHERE NOTE_SEQ > "
                          DELIMITED BY SIZE
                      WS-NOTE-HIGH-WATER DELIMITED BY SIZE
                      FUNCTION TRIM(WS-POINT-NOTE-COND TRAILING)
                          DELIMITED BY SIZE
                      " ORDER BY 5, 1, 3"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
               END-STRING

               SET WS-CALLBACK TO ENTRY "REPLAY-ROW-CALLBACK"

               CALL "EXECUTE-QUERY" USING
                   WS-SQL-STATEMENT
                   WS-CALLBACK
                   WS-STATUS
               END-CALL

               CLOSE WORK-FILE

               IF WS-STATUS NOT = ZERO
                   DISPLAY "DATABASE-RECOVERY: journal cannot be "
                       "read - no roll-forward"
                   MOVE 'N' TO WS-JOURNAL-READ-SW
                   MOVE "*** JOURNAL CANNOT BE READ - NOTHING REPLAYED"
                       TO REPORT-LINE
                   PERFORM PRINT-REPORT-LINE
               END-IF
           END-IF

           IF WS-JOURNAL-READ AND WS-POINT-GIVEN
               PERFORM COUNT-BEYOND-POINT
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-BEYOND-POINT: Counts the journal history and note rows   *
      * written after the recovery point - activity deliberately left  *
      * out of the roll-forward. Performed from                        *
      * EXTRACT-REPLAY-ACTIVITY.                                       *
      *----------------------------------------------------------------*
       COUNT-BEYOND-POINT.
           MOVE ZERO TO WS-ROW-COUNT
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT 1 FROM JRNL.RECORDS_HISTORY "
                      DELIMITED BY SIZE
                  "WHERE HIST_SEQ > " DELIMITED BY SIZE
                  WS-HIST-HIGH-WATER DELIMITED BY SIZE
                  " AND datetime(CHANGED_AT, 'localtime') > '"
                      DELIMITED BY SIZE
                  WS-POINT-TEXT DELIMITED BY SIZE
                  "' UNION ALL SELECT 1 FROM JRNL.RECORD_NOTES "
                      DELIMITED BY SIZE
                  "WHERE NOTE_SEQ > " DELIMITED BY SIZE
                  WS-NOTE-HIGH-WATER DELIMITED BY SIZE
                  " AND datetime(NOTED_AT, 'localtime') > '"
                      DELIMITED BY SIZE
                  WS-POINT-TEXT DELIMITED BY SIZE
                  "'" DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "ROW-COUNT-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           MOVE WS-ROW-COUNT TO WS-BEYOND-COUNT.

      *----------------------------------------------------------------*
      * REPLAY-ACTIVITY: Reads the work file back and replays each     *
      * event in turn.                                                 *
      *----------------------------------------------------------------*
       REPLAY-ACTIVITY.
           OPEN INPUT WORK-FILE

           IF WS-WORK-FILE-STATUS NOT = "00"
               DISPLAY "DATABASE-RECOVERY: unable to read RCVRWORK: "
                   WS-WORK-FILE-STATUS
               MOVE 'N' TO WS-JOURNAL-READ-SW
           ELSE
               PERFORM REPLAY-ACTIVITY-LOOP UNTIL WS-WORK-EOF
               CLOSE WORK-FILE
           END-IF.

      *----------------------------------------------------------------*
      * REPLAY-ACTIVITY-LOOP: Reads and replays one work record.       *
      * Performed from REPLAY-ACTIVITY until end of file.              *
      *----------------------------------------------------------------*
       REPLAY-ACTIVITY-LOOP.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO WS-WORK-EOF-SW
               NOT AT END
                   PERFORM REPLAY-ONE-EVENT
           END-READ.

      *----------------------------------------------------------------*
      * REPLAY-ONE-EVENT: Replays one journal event inside its own     *
      * transaction, attributed to the user who made it. A change that *
      * was applied on approval is replayed with its approver as the   *
      * audit user and its keyer through SET-KEYED-BY-USER, so the     *
      * history row gets both back; any other event is replayed with   *
      * its user as the audit user and no keyer. The job goes back to  *
      * being the audit user once the event is through. A merge note   *
      * is not replayed - MERGE-RECORD writes it again when the merge  *
      * itself is replayed. A failed replay rolls back and is          *
      * reported with the reason in WS-REPLAY-RESULT.                  *
      *----------------------------------------------------------------*
       REPLAY-ONE-EVENT.
           MOVE SPACES TO WS-REPLAY-RESULT
           MOVE WORK-RECORD-ID TO WS-REPLAY-ID

           IF WORK-NOTE-ROW
            AND WORK-TEXT(1:19) = "MERGED FROM RECORD "
               ADD 1 TO WS-SKIPPED-COUNT
               MOVE "SKIPPED - WRITTEN BY MERGE REPLAY"
                   TO WS-REPLAY-RESULT
           ELSE
               IF WORK-APPROVED-BY = SPACES
                   CALL "SET-AUDIT-USER" USING
                       WORK-BY
                       WS-STATUS
                   END-CALL
                   MOVE SPACES TO WS-KEYED-BY
               ELSE
                   CALL "SET-AUDIT-USER" USING
                       WORK-APPROVED-BY
                       WS-STATUS
                   END-CALL
                   MOVE WORK-BY TO WS-KEYED-BY
               END-IF
               CALL "SET-KEYED-BY-USER" USING
                   WS-KEYED-BY
                   WS-STATUS
               END-CALL

               CALL "BEGIN-TRANSACTION" USING
                   WS-STATUS
               END-CALL

               IF WS-STATUS NOT = ZERO
                   MOVE "NOT REPLAYED - NO TRANSACTION"
                       TO WS-REPLAY-RESULT
               ELSE
                   IF WORK-NOTE-ROW
                       PERFORM REPLAY-NOTE
                   ELSE
                       PERFORM REPLAY-HISTORY-ROW
                   END-IF
                   PERFORM END-REPLAY-TRANSACTION
               END-IF

               CALL "SET-AUDIT-USER" USING
                   WS-JOB-NAME
                   WS-STATUS
               END-CALL

               IF WS-REPLAY-RESULT = SPACES
                   ADD 1 TO WS-REPLAYED-COUNT
                   MOVE "REPLAYED" TO WS-REPLAY-RESULT
               ELSE
                   ADD 1 TO WS-NOT-REPLAYED-COUNT
               END-IF
           END-IF

           PERFORM PRINT-REPLAY-LINE.

      *----------------------------------------------------------------*
      * REPLAY-HISTORY-ROW: Replays one RECORDS-HISTORY row through    *
      * the entry point that wrote it - ADD-RECORD, UPDATE-RECORD,     *
      * RETIRE-RECORD or MERGE-RECORD - using the after image the row  *
      * carries, so a retire keeps the effective-to it was written     *
      * with. A row written before history carried the after image     *
      * replays the name alone, with the other fields left as they     *
      * stand, and a retire from then takes the run date. Performed    *
      * from REPLAY-ONE-EVENT.                                         *
      *----------------------------------------------------------------*
       REPLAY-HISTORY-ROW.
           MOVE WORK-TEXT(1:50) TO WS-REPLAY-NAME

           IF WORK-HAS-IMAGE
               MOVE WORK-STATUS-CD TO WS-REPLAY-STATUS-CD
               MOVE WORK-EFF-FROM TO WS-REPLAY-EFF-FROM
               MOVE WORK-EFF-TO TO WS-REPLAY-EFF-TO
               MOVE WORK-CATEGORY TO WS-REPLAY-CATEGORY
           ELSE
               MOVE SPACES TO WS-REPLAY-STATUS-CD
               MOVE ZERO TO WS-REPLAY-EFF-FROM
               MOVE ZERO TO WS-REPLAY-EFF-TO
               MOVE SPACES TO WS-REPLAY-CATEGORY
           END-IF

           EVALUATE WORK-ACTION
               WHEN "A"
                   CALL "ADD-RECORD" USING
                       WS-REPLAY-ID
                       WS-REPLAY-NAME
                       WS-REPLAY-STATUS-CD
                       WS-REPLAY-EFF-FROM
                       WS-REPLAY-EFF-TO
                       WS-REPLAY-CATEGORY
                       WS-STATUS
                   END-CALL
                   EVALUATE WS-STATUS
                       WHEN ZERO
                           CONTINUE
                       WHEN 2
                           MOVE "NOT REPLAYED - ID ALREADY ON FILE"
                               TO WS-REPLAY-RESULT
                       WHEN 3
                           MOVE "NOT REPLAYED - CATEGORY NOT ON FILE"
                               TO WS-REPLAY-RESULT
                       WHEN OTHER
                           MOVE "NOT REPLAYED - DATABASE APPLY FAILED"
                               TO WS-REPLAY-RESULT
                   END-EVALUATE
               WHEN "U"
                   CALL "UPDATE-RECORD" USING
                       WS-REPLAY-ID
                       WS-REPLAY-NAME
                       WS-REPLAY-STATUS-CD
                       WS-REPLAY-EFF-FROM
                       WS-REPLAY-EFF-TO
                       WS-REPLAY-CATEGORY
                       WS-STATUS
                   END-CALL
                   EVALUATE WS-STATUS
                       WHEN ZERO
                           CONTINUE
                       WHEN 3
                           MOVE "NOT REPLAYED - CATEGORY NOT ON FILE"
                               TO WS-REPLAY-RESULT
                       WHEN OTHER
                           MOVE "NOT REPLAYED - RECORD NOT ON FILE"
                               TO WS-REPLAY-RESULT
                   END-EVALUATE
               WHEN "D"
                   CALL "RETIRE-RECORD" USING
                       WS-REPLAY-ID
                       WS-REPLAY-EFF-TO
                       WS-STATUS
                   END-CALL
                   IF WS-STATUS NOT = ZERO
                       MOVE "NOT REPLAYED - RECORD NOT ON FILE"
                           TO WS-REPLAY-RESULT
                   END-IF
               WHEN "M"
                   MOVE WORK-MERGED-INTO TO WS-SURVIVOR-ID
                   CALL "MERGE-RECORD" USING
                       WS-SURVIVOR-ID
                       WS-REPLAY-ID
                       WS-STATUS
                   END-CALL
                   EVALUATE WS-STATUS
                       WHEN ZERO
                           CONTINUE
                       WHEN 1
                           MOVE "NOT REPLAYED - RECORD NOT ON FILE"
                               TO WS-REPLAY-RESULT
                       WHEN 3
                           MOVE "NOT REPLAYED - SURVIVOR RETIRED"
                               TO WS-REPLAY-RESULT
                       WHEN OTHER
                           MOVE "NOT REPLAYED - DATABASE APPLY FAILED"
                               TO WS-REPLAY-RESULT
                   END-EVALUATE
               WHEN OTHER
                   MOVE "NOT REPLAYED - UNKNOWN ACTION"
                       TO WS-REPLAY-RESULT
           END-EVALUATE.

      *----------------------------------------------------------------*
      * REPLAY-NOTE: Replays one RECORD-NOTES row through              *
      * ADD-RECORD-NOTE. Performed from REPLAY-ONE-EVENT.              *
      *----------------------------------------------------------------*
       REPLAY-NOTE.
           MOVE WORK-TEXT TO WS-REPLAY-NOTE

           CALL "ADD-RECORD-NOTE" USING
               WS-REPLAY-ID
               WS-REPLAY-NOTE
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               MOVE "NOT REPLAYED - RECORD NOT ON FILE"
                   TO WS-REPLAY-RESULT
           END-IF.

      *----------------------------------------------------------------*
      * END-REPLAY-TRANSACTION: Commits the event just replayed, or    *
      * rolls it back when the replay or the commit failed. Performed  *
      * from REPLAY-ONE-EVENT.                                         *
      *----------------------------------------------------------------*
       END-REPLAY-TRANSACTION.
           IF WS-REPLAY-RESULT = SPACES
               CALL "COMMIT-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   MOVE "NOT REPLAYED - COMMIT FAILED"
                       TO WS-REPLAY-RESULT
               END-IF
           END-IF

           IF WS-REPLAY-RESULT NOT = SPACES
               CALL "ROLLBACK-TRANSACTION" USING
                   WS-STATUS
               END-CALL
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-REPLAY-LINE: Prints one replayed or refused event.       *
      *----------------------------------------------------------------*
       PRINT-REPLAY-LINE.
           MOVE WORK-SEQ TO WS-DET-SEQ
           EVALUATE TRUE
               WHEN WORK-NOTE-ROW
                   MOVE "NOTE" TO WS-DET-ACTION
               WHEN WORK-ACTION = "A"
                   MOVE "ADD" TO WS-DET-ACTION
               WHEN WORK-ACTION = "U"
                   MOVE "UPDATE" TO WS-DET-ACTION
               WHEN WORK-ACTION = "D"
                   MOVE "RETIRE" TO WS-DET-ACTION
               WHEN WORK-ACTION = "M"
                   MOVE "MERGE" TO WS-DET-ACTION
               WHEN OTHER
                   MOVE WORK-ACTION TO WS-DET-ACTION
           END-EVALUATE
           MOVE WORK-RECORD-ID TO WS-DET-ID
           MOVE WORK-AT TO WS-DET-AT
           MOVE WORK-BY TO WS-DET-BY
           MOVE WS-REPLAY-RESULT TO WS-DET-RESULT
           MOVE WORK-TEXT TO WS-DET-TEXT
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * RECONCILE-UNJOURNALED: Opens the journal on handle 2 and       *
      * reconciles the row count of every journal table the replay     *
      * does not rebuild against the recovered database through        *
      * RECONCILE-COUNTS. Records, their history, notes, the ID        *
      * sequence and the merge forwards all come back with the         *
      * replay; anything else that differs holds changes the           *
      * roll-forward could not bring back, or made after the recovery  *
      * point.                                                         *
      *----------------------------------------------------------------*
       RECONCILE-UNJOURNALED.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "TABLES NOT JOURNALED - JOURNAL ROWS AGAINST RECOVERED"
               TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE ZERO TO WS-TABLE-COUNT
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT name FROM JRNL.sqlite_master "
                      DELIMITED BY SIZE
                  "WHERE type = 'table' AND name NOT LIKE 'sqlite_%' "
                      DELIMITED BY SIZE
                  "AND name NOT IN ('RECORDS', 'RECORDS_HISTORY', "
                      DELIMITED BY SIZE
                  "'RECORD_NOTES', 'RECORD_SEQ', 'RECORD_FORWARDS') "
                      DELIMITED BY SIZE
                  "ORDER BY name"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "JOURNAL-TABLE-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           MOVE WS-JOURNAL-FILE TO WS-COPY-DB-NAME
           MOVE 2 TO WS-HANDLE-NUM
           CALL "OPEN-DATABASE" USING
               WS-COPY-DB-NAME
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               MOVE "*** JOURNAL CANNOT BE OPENED - TABLES NOT CHECKED"
                   TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
               ADD 1 TO WS-TABLES-DIFFER
           ELSE
               PERFORM RECONCILE-ONE-TABLE
                   VARYING WS-TABLE-IDX FROM 1 BY 1
                   UNTIL WS-TABLE-IDX > WS-TABLE-COUNT
               MOVE 2 TO WS-HANDLE-NUM
               CALL "CLOSE-DATABASE" USING
                   WS-HANDLE-NUM
                   WS-STATUS
               END-CALL
           END-IF.

      *----------------------------------------------------------------*
      * RECONCILE-ONE-TABLE: Reconciles one journal table against the  *
      * recovered database and prints the result. Performed from       *
      * RECONCILE-UNJOURNALED.                                         *
      *----------------------------------------------------------------*
       RECONCILE-ONE-TABLE.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT 1 FROM main." DELIMITED BY SIZE
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

           MOVE WS-TABLE-NAME (WS-TABLE-IDX) TO WS-TBL-NAME
           MOVE WS-ARCHIVE-COUNT TO WS-TBL-JOURNAL
           MOVE WS-LIVE-COUNT TO WS-TBL-RECOVERED

           IF WS-STATUS NOT = ZERO
               MOVE "COUNT FAILED - CHECK BY HAND" TO WS-TBL-RESULT
               ADD 1 TO WS-TABLES-DIFFER
           ELSE
               IF WS-MISMATCH NOT = ZERO
                   MOVE "DIFFERS - CHANGES NOT JOURNALED"
                       TO WS-TBL-RESULT
                   ADD 1 TO WS-TABLES-DIFFER
               ELSE
                   MOVE "MATCHED" TO WS-TBL-RESULT
               END-IF
           END-IF

           MOVE WS-TABLE-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT-RECOVERY-HEADER: Prints what was restored and from where *
      * ahead of the replay detail.                                    *
      *----------------------------------------------------------------*
       PRINT-RECOVERY-HEADER.
           MOVE SPACES TO REPORT-LINE
           STRING "RESTORED FROM: " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-RECORDS-FILE) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-GEN-ARCHIVE-FILE) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-JOURNAL-PRESENT
               STRING "JOURNAL: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-JOURNAL-FILE) DELIMITED BY SIZE
                      "   HISTORY AFTER SEQ " DELIMITED BY SIZE
                      WS-HIST-HIGH-WATER DELIMITED BY SIZE
                      "   NOTES AFTER SEQ " DELIMITED BY SIZE
                      WS-NOTE-HIGH-WATER DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "*** NO JOURNAL - GENERATION RESTORED AS TAKEN ***"
                   TO REPORT-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           IF WS-POINT-GIVEN
               STRING "RECOVERY POINT: " DELIMITED BY SIZE
                      WS-POINT-TEXT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               MOVE "RECOVERY POINT: END OF JOURNAL" TO REPORT-LINE
           END-IF
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT-RECOVERY-TOTALS: Prints the recovery control section -   *
      * events replayed, not replayed, skipped and beyond the          *
      * recovery point, and the tables that differ.                    *
      *----------------------------------------------------------------*
       PRINT-RECOVERY-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           IF WS-RECOVERY-FAILED
               MOVE "*** RECOVERY NOT COMPLETED ***" TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               MOVE SPACES TO REPORT-LINE
               STRING "EVENTS EXTRACTED: " DELIMITED BY SIZE
                      WS-EXTRACTED-COUNT DELIMITED BY SIZE
                      "   REPLAYED: " DELIMITED BY SIZE
                      WS-REPLAYED-COUNT DELIMITED BY SIZE
                      "   NOT REPLAYED: " DELIMITED BY SIZE
                      WS-NOT-REPLAYED-COUNT DELIMITED BY SIZE
                      "   SKIPPED: " DELIMITED BY SIZE
                      WS-SKIPPED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               PERFORM PRINT-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               STRING "EVENTS AFTER RECOVERY POINT: " DELIMITED BY SIZE
                      WS-BEYOND-COUNT DELIMITED BY SIZE
                      "   TABLES DIFFERING: " DELIMITED BY SIZE
                      WS-TABLES-DIFFER DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
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
      * run date, generation, page number and column headings.         *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-GEN-ID TO WS-HDG-GEN-ID
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
