       IDENTIFICATION DIVISION.
       PROGRAM-ID. MERGE-RECORDS.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MERGE-FILE ASSIGN TO "MRGTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MERGE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  MERGE-FILE.
       01 MERGE-RECORD.
           05 MERGE-SURVIVOR-ID   PIC X(7).
           05 FILLER              PIC X(1).
           05 MERGE-VICTIM-ID     PIC X(7).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "MERGE".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-MERGE-FILE-STATUS    PIC X(02).
       01 WS-MERGE-EOF-SW         PIC X(01) VALUE 'N'.
           88 WS-MERGE-EOF        VALUE 'Y'.
       01 WS-RUN-FAIL-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-FAILED       VALUE 'Y'.
       01 WS-SURVIVOR-ID          PIC 9(7).
       01 WS-VICTIM-ID            PIC 9(7).
       01 WS-FOUND-NAME           PIC X(50).
       01 WS-FOUND-STATUS-CD      PIC X(01).
       01 WS-FOUND-EFF-FROM       PIC 9(8).
       01 WS-FOUND-EFF-TO         PIC 9(8).
       01 WS-FOUND-CATEGORY       PIC X(4).
       01 WS-REFUSE-REASON        PIC X(40).
       01 WS-READ-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-MERGED-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-REFUSED-COUNT        PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * MERGE-RECORDS: Applies the merge transactions on MRGTRAN - one *
      * line per merge, the surviving record ID in columns 1-7 and the *
      * duplicate to fold into it in columns 9-15, the layout the      *
      * DUPLICATE-CANDIDATE-REPORT suggestions are written in. Each    *
      * merge retires the duplicate through DELETE-RECORD, the same    *
      * logical-delete path as an operator retire, and then hands it   *
      * to MERGE-RECORD, which moves its notes and office keys to the  *
      * survivor, leaves the forwarding entry intake follows for the   *
      * old ID, and writes the merge row DELTA-EXTRACT sends           *
      * downstream. Each merge is its own transaction, so a failure    *
      * rolls back only that pair. A transaction is refused, with      *
      * nothing changed and the reason displayed, when either ID is    *
      * not numeric or not on file, both IDs are the same, the         *
      * duplicate is already retired or the survivor is retired.       *
      * Blank lines are skipped. A run summary (read, merged, refused) *
      * is displayed at end of job; the job ends with RETURN-CODE 4    *
      * when anything was refused and 8 when the transaction file or   *
      * database cannot be opened or a merge could not be committed.   *
      *----------------------------------------------------------------*
           OPEN INPUT MERGE-FILE

           IF WS-MERGE-FILE-STATUS NOT = "00"
               DISPLAY "MERGE-RECORDS: unable to open merge file: "
                   WS-MERGE-FILE-STATUS
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
               DISPLAY "MERGE-RECORDS: unable to open database"
               CLOSE MERGE-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM MERGE-TRANSACTION-LOOP UNTIL WS-MERGE-EOF

           CLOSE MERGE-FILE

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           DISPLAY "MERGE-RECORDS SUMMARY - READ: " WS-READ-COUNT
               " MERGED: " WS-MERGED-COUNT
               " REFUSED: " WS-REFUSED-COUNT

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-REFUSED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * MERGE-TRANSACTION-LOOP: Reads and processes one merge          *
      * transaction. Performed from the mainline until end of file.    *
      *----------------------------------------------------------------*
       MERGE-TRANSACTION-LOOP.
           READ MERGE-FILE
               AT END
                   MOVE 'Y' TO WS-MERGE-EOF-SW
               NOT AT END
                   IF MERGE-RECORD NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       PERFORM EDIT-MERGE-TRANSACTION
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * EDIT-MERGE-TRANSACTION: Checks the transaction just read       *
      * against RECORDS before anything is touched, and applies it     *
      * when it passes. A failed edit leaves the reason in             *
      * WS-REFUSE-REASON for REFUSE-MERGE.                             *
      *----------------------------------------------------------------*
       EDIT-MERGE-TRANSACTION.
           MOVE SPACES TO WS-REFUSE-REASON

           IF MERGE-SURVIVOR-ID NOT NUMERIC
            OR MERGE-VICTIM-ID NOT NUMERIC
               MOVE "RECORD ID NOT NUMERIC" TO WS-REFUSE-REASON
           ELSE
               MOVE MERGE-SURVIVOR-ID TO WS-SURVIVOR-ID
               MOVE MERGE-VICTIM-ID TO WS-VICTIM-ID
               IF WS-SURVIVOR-ID = WS-VICTIM-ID
                   MOVE "SURVIVOR AND DUPLICATE ARE THE SAME ID"
                       TO WS-REFUSE-REASON
               ELSE
                   PERFORM CHECK-MERGE-RECORDS
               END-IF
           END-IF

           IF WS-REFUSE-REASON = SPACES
               PERFORM APPLY-MERGE-TRANSACTION
           ELSE
               PERFORM REFUSE-MERGE
           END-IF.

      *----------------------------------------------------------------*
      * CHECK-MERGE-RECORDS: Looks both records up through             *
      * FIND-RECORD-BY-ID - the duplicate must be on file and not yet  *
      * retired, the survivor on file and not retired. Performed from  *
      * EDIT-MERGE-TRANSACTION.                                        *
      *----------------------------------------------------------------*
       CHECK-MERGE-RECORDS.
           CALL "FIND-RECORD-BY-ID" USING
               WS-VICTIM-ID
               WS-FOUND-NAME
               WS-FOUND-STATUS-CD
               WS-FOUND-EFF-FROM
               WS-FOUND-EFF-TO
               WS-FOUND-CATEGORY
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               MOVE "DUPLICATE NOT ON FILE" TO WS-REFUSE-REASON
           ELSE
               IF WS-FOUND-STATUS-CD = 'R'
                   MOVE "DUPLICATE ALREADY RETIRED"
                       TO WS-REFUSE-REASON
               END-IF
           END-IF

           IF WS-REFUSE-REASON = SPACES
               CALL "FIND-RECORD-BY-ID" USING
                   WS-SURVIVOR-ID
                   WS-FOUND-NAME
                   WS-FOUND-STATUS-CD
                   WS-FOUND-EFF-FROM
                   WS-FOUND-EFF-TO
                   WS-FOUND-CATEGORY
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   MOVE "SURVIVOR NOT ON FILE" TO WS-REFUSE-REASON
               ELSE
                   IF WS-FOUND-STATUS-CD = 'R'
                       MOVE "SURVIVOR IS RETIRED" TO WS-REFUSE-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-MERGE-TRANSACTION: Retires the duplicate and merges it   *
      * into the survivor inside one transaction - both steps commit   *
      * together or neither does. Performed from                       *
      * EDIT-MERGE-TRANSACTION once the edits have passed.             *
      *----------------------------------------------------------------*
       APPLY-MERGE-TRANSACTION.
           CALL "BEGIN-TRANSACTION" USING
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               MOVE "UNABLE TO START TRANSACTION" TO WS-REFUSE-REASON
               PERFORM REFUSE-MERGE
               MOVE 'Y' TO WS-RUN-FAIL-SW
           ELSE
               CALL "DELETE-RECORD" USING
                   WS-VICTIM-ID
                   WS-STATUS
               END-CALL

               IF WS-STATUS = ZERO
                   CALL "MERGE-RECORD" USING
                       WS-SURVIVOR-ID
                       WS-VICTIM-ID
                       WS-STATUS
                   END-CALL
               END-IF

               IF WS-STATUS = ZERO
                   PERFORM COMMIT-MERGE
               ELSE
                   CALL "ROLLBACK-TRANSACTION" USING
                       WS-STATUS
                   END-CALL
                   MOVE "DATABASE APPLY FAILED - ROLLED BACK"
                       TO WS-REFUSE-REASON
                   PERFORM REFUSE-MERGE
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COMMIT-MERGE: Commits the merge just applied. A failed commit  *
      * is rolled back and fails the run. Performed from               *
      * APPLY-MERGE-TRANSACTION.                                       *
      *----------------------------------------------------------------*
       COMMIT-MERGE.
           CALL "COMMIT-TRANSACTION" USING
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               ADD 1 TO WS-MERGED-COUNT
               DISPLAY "MERGE-RECORDS: " WS-VICTIM-ID
                   " merged into " WS-SURVIVOR-ID
           ELSE
               CALL "ROLLBACK-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               MOVE "COMMIT FAILED - ROLLED BACK" TO WS-REFUSE-REASON
               PERFORM REFUSE-MERGE
               MOVE 'Y' TO WS-RUN-FAIL-SW
           END-IF.

      *----------------------------------------------------------------*
      * REFUSE-MERGE: Counts and displays a merge transaction that was *
      * not applied, with the reason in WS-REFUSE-REASON.              *
      *----------------------------------------------------------------*
       REFUSE-MERGE.
           ADD 1 TO WS-REFUSED-COUNT
           DISPLAY "MERGE-RECORDS: survivor " MERGE-SURVIVOR-ID
               " duplicate " MERGE-VICTIM-ID " refused - "
               FUNCTION TRIM(WS-REFUSE-REASON).
