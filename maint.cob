           88 WS-CHOICE-CAT-UPD   VALUE '7'.
           88 WS-CHOICE-NOTE-ADD  VALUE '8'.
           88 WS-CHOICE-EXIT      VALUE '9' 'X' 'x'.
           88 WS-CHOICE-APPROVE   VALUE 'A' 'a'.
           88 WS-CHOICE-LINK-ADD  VALUE 'L' 'l'.
           88 WS-CHOICE-LINK-DEL  VALUE 'U' 'u'.
           88 WS-CHOICE-SUSPENSE  VALUE 'S' 's'.
       01 WS-CONFIRM-SW           PIC X(01).
           88 WS-CONFIRMED        VALUE 'Y' 'y'.
       01 WS-ID-INPUT             PIC X(07).
       01 WS-ALLOWED-SW           PIC X(01).
           88 WS-ALLOWED          VALUE 'Y'.
       01 WS-NOTE-TEXT            PIC X(200).
       01 WS-PEND-INPUT           PIC X(09).
       01 WS-PEND-TRIMMED         PIC X(09).
       01 WS-PEND-LEN             PIC 99.
       01 WS-PEND-SEQ             PIC 9(9).
       01 WS-PEND-COUNT           PIC 9(9).
       01 WS-PEND-ACTION          PIC X(01).
           88 WS-PEND-ADD         VALUE 'A'.
           88 WS-PEND-UPDATE      VALUE 'U'.
           88 WS-PEND-RETIRE      VALUE 'D'.
       01 WS-PEND-KEYED-BY        PIC X(08).
       01 WS-OLD-NAME             PIC X(50).
       01 WS-OLD-STATUS-CD        PIC X(01).
       01 WS-OLD-CATEGORY         PIC X(04).
       01 WS-DECISION             PIC X(01).
           88 WS-DECISION-APPROVE VALUE 'A' 'a'.
           88 WS-DECISION-REJECT  VALUE 'R' 'r'.
       01 WS-DECIDE-CD            PIC X(01).
       01 WS-APPLY-STATUS         PIC 9.
       01 WS-REJECT-NOTE          PIC X(200).
       01 WS-NO-USER              PIC X(08) VALUE SPACES.
       01 WS-PARENT-INPUT         PIC X(07).
       01 WS-PARENT-ID            PIC 9(7).
       01 WS-PARENT-NAME          PIC X(50).
       01 WS-REL-TYPE             PIC X(04).
       01 WS-SUSP-SEQ             PIC 9(9).
       01 WS-SUSP-COUNT           PIC 9(9).
       01 WS-SUSP-OFFICE          PIC X(08).
       01 WS-SUSP-FILTER          PIC X(08).
       01 WS-SUSP-REASON          PIC X(02).
       01 WS-SUSP-HDR-DATE        PIC X(08).
       01 WS-SUSP-RECEIVED        PIC 9(8).
       01 WS-SUSP-CORRECTED-BY    PIC X(08).
       01 WS-SUSP-SENT.
           05 WS-SENT-ID          PIC X(07).
           05 WS-SENT-NAME        PIC X(50).
           05 WS-SENT-CATEGORY    PIC X(04).
           05 WS-SENT-EXT-KEY     PIC X(20).
       01 WS-SUSP-CORR.
           05 WS-CORR-ID          PIC X(07).
           05 WS-CORR-NAME        PIC X(50).
           05 WS-CORR-CATEGORY    PIC X(04).
           05 WS-CORR-EXT-KEY     PIC X(20).
       01 WS-SUSP-WORK.
           05 WS-WORK-ID          PIC X(07).
           05 WS-WORK-NAME        PIC X(50).
           05 WS-WORK-CATEGORY    PIC X(04).
           05 WS-WORK-EXT-KEY     PIC X(20).
       01 WS-SUSP-ENTRY           PIC X(50).
       01 WS-SUSP-INPUT           PIC X(09).
       01 WS-SUSP-TRIMMED         PIC X(09).
       01 WS-SUSP-LEN             PIC 99.
       01 WS-SUSP-ACTION          PIC X(01).
           88 WS-SUSP-CORRECT     VALUE 'C' 'c'.
           88 WS-SUSP-RELEASE     VALUE 'R' 'r'.
           88 WS-SUSP-WRITE-OFF   VALUE 'W' 'w'.
       01 WS-SUSP-DECIDE-CD       PIC X(01).
       01 WS-APPLY-MODE           PIC X(01) VALUE 'S'.
       01 WS-APPLY-RESULT.
           05 WS-APPLIED-ID       PIC 9(7).
           05 WS-APPLY-REASON     PIC X(2).
           05 WS-APPLY-FORWARDED-SW PIC X(01).
           05 WS-APPLY-ASSIGNED-SW  PIC X(01).

       PROCEDURE DIVISION.

      * the current row, confirmed before it is applied, and surfaced  *
      * with the GET-LAST-ERROR text when the apply fails. Delete      *
      * demands the record ID keyed a second time before it fires.     *
      * Adds, updates and retires are not applied when keyed - they    *
      * go on the PENDING-CHANGES queue with their before and after    *
      * images, and only reach RECORDS when a different level-3 user   *
      * approves them through choice A, which lists what is waiting.   *
      * The session starts with a sign-on validated against the        *
      * OPERFILE operator file (user ID in columns 1-8, access level   *
      * in column 10): level 1 is inquiry only (choices 1 and 5),      *
      * level 2 adds the update functions, and only level 3 may        *
      * retire a record or approve a queued change. Choices L and U    *
      * file a record under a parent or take it out again on the       *
      * RECORD-LINKS hierarchy; they touch no RECORDS row, so they     *
      * apply directly at level 2 without going through the queue.     *
      * Choice S works the rejects INTAKE-RECORDS has filed on         *
      * REJECT-SUSPENSE: level 2 may key a correction, and level 3     *
      * releases an item through the intake edits or writes it off.    *
      * The signed-on ID is registered through SET-AUDIT-USER so       *
      * every audit record and history row written during the session  *
      * says who keyed it.                                             *
      *----------------------------------------------------------------*
           PERFORM MAINT-SIGN-ON THRU MAINT-SIGN-ON-EXIT

           DISPLAY "  6. Add category"
           DISPLAY "  7. Update category"
           DISPLAY "  8. Add note to record"
           DISPLAY "  A. Approve/reject pending changes"
           DISPLAY "  L. Link record under a parent"
           DISPLAY "  U. Unlink record from its parent"
           DISPLAY "  S. Work rejects in suspense"
           DISPLAY "  9. Exit"
           DISPLAY "Choice: " WITH NO ADVANCING
           ACCEPT WS-MENU-CHOICE
      * MAINT-CHECK-AUTHORITY: Clears the choice just keyed against    *
      * the signed-on access level - lookups, the category list and    *
      * exit for everyone, the add and update functions from level 2,  *
      * and the retire and the approval of queued changes only at      *
      * level 3. The suspense screen opens from level 2 and checks     *
      * level 3 itself before a release or a write-off. An             *
      * unrecognized choice passes through so the dispatch can report  *
      * it as invalid.                                                 *
      *----------------------------------------------------------------*
       MAINT-CHECK-AUTHORITY.
           EVALUATE TRUE
               WHEN WS-CHOICE-EXIT
                   MOVE 'Y' TO WS-ALLOWED-SW
               WHEN WS-CHOICE-DELETE
               WHEN WS-CHOICE-APPROVE
                   IF WS-LEVEL-FULL
                       MOVE 'Y' TO WS-ALLOWED-SW
                   ELSE
               WHEN WS-CHOICE-CAT-ADD
               WHEN WS-CHOICE-CAT-UPD
               WHEN WS-CHOICE-NOTE-ADD
               WHEN WS-CHOICE-LINK-ADD
               WHEN WS-CHOICE-LINK-DEL
               WHEN WS-CHOICE-SUSPENSE
                   IF WS-LEVEL-UPDATE OR WS-LEVEL-FULL
                       MOVE 'Y' TO WS-ALLOWED-SW
                   ELSE
                       THRU MAINT-CAT-UPDATE-EXIT
               WHEN WS-CHOICE-NOTE-ADD
                   PERFORM MAINT-NOTE-ADD THRU MAINT-NOTE-ADD-EXIT
               WHEN WS-CHOICE-APPROVE
                   PERFORM MAINT-APPROVE THRU MAINT-APPROVE-EXIT
               WHEN WS-CHOICE-LINK-ADD
                   PERFORM MAINT-LINK-ADD THRU MAINT-LINK-ADD-EXIT
               WHEN WS-CHOICE-LINK-DEL
                   PERFORM MAINT-LINK-REMOVE
                       THRU MAINT-LINK-REMOVE-EXIT
               WHEN WS-CHOICE-SUSPENSE
                   PERFORM MAINT-SUSPENSE THRU MAINT-SUSPENSE-EXIT
               WHEN WS-CHOICE-EXIT
                   MOVE 'Y' TO WS-DONE-SW
               WHEN OTHER

      *----------------------------------------------------------------*
      * MAINT-LOOKUP: Looks up one record through FIND-RECORD-BY-ID    *
      * and shows the current name, or a not-found message, followed   *
      * by its notes and its parent and child links.                   *
      *----------------------------------------------------------------*
       MAINT-LOOKUP.
           PERFORM MAINT-ACCEPT-ID
                   WS-RECORD-ID
                   WS-STATUS
               END-CALL
               DISPLAY "Links on file:"
               CALL "LIST-RECORD-LINKS" USING
                   WS-RECORD-ID
                   WS-STATUS
               END-CALL
           ELSE
               DISPLAY "Record " WS-RECORD-ID " not found"
           END-IF.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-ADD: Accepts a new ID and name, confirms, and queues     *
      * the add for approval through QUEUE-PENDING-CHANGE - it reaches *
      * ADD-RECORD only once a second user approves it. A blank ID     *
      * draws the next free one from GET-NEXT-RECORD-ID; a keyed ID    *
      * already on file is reported before anything is keyed against  *
      * it.                                                            *
      *----------------------------------------------------------------*
       MAINT-ADD.
           DISPLAY "Record ID (blank = assign next): "
           END-IF

           MOVE SPACE TO WS-STATUS-CD
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE 'A' TO WS-PEND-ACTION
           PERFORM MAINT-QUEUE-CHANGE

           EVALUATE WS-STATUS
               WHEN ZERO
                   DISPLAY "Add of record " WS-RECORD-ID
                       " queued as change " WS-PEND-SEQ
                       " for approval"
               WHEN 2
                   DISPLAY "Record " WS-RECORD-ID " already on file"
               WHEN 4
                   DISPLAY "A change to record " WS-RECORD-ID
                       " is already awaiting approval"
               WHEN 3
                   DISPLAY "Category " WS-CATEGORY-CODE
                       " not on reference table"

      *----------------------------------------------------------------*
      * MAINT-UPDATE: Shows the current name for a keyed ID, accepts   *
      * the replacement, confirms, and queues it for approval through  *
      * QUEUE-PENDING-CHANGE - it reaches UPDATE-RECORD only once a    *
      * second user approves it.                                       *
      *----------------------------------------------------------------*
       MAINT-UPDATE.
           PERFORM MAINT-ACCEPT-ID
           END-IF

           MOVE WS-NEW-STATUS-CD TO WS-STATUS-CD
           MOVE SPACES TO WS-NOTE-TEXT
           MOVE 'U' TO WS-PEND-ACTION
           PERFORM MAINT-QUEUE-CHANGE

           EVALUATE WS-STATUS
               WHEN ZERO
                   DISPLAY "Update of record " WS-RECORD-ID
                       " queued as change " WS-PEND-SEQ
                       " for approval"
               WHEN 4
                   DISPLAY "A change to record " WS-RECORD-ID
                       " is already awaiting approval"
               WHEN 3
                   DISPLAY "Category " WS-CATEGORY-CODE
                       " not on reference table"
      * stamped retired with the run date as its effective-to. A       *
      * retire never fires without a reason note - the note is keyed   *
      * up front and attached to the record once the retire applies,   *
      * so "why was this retired" always has an answer on file. The    *
      * retire and its reason are queued through QUEUE-PENDING-CHANGE  *
      * and only reach DELETE-RECORD once a second user approves.      *
      *----------------------------------------------------------------*
       MAINT-DELETE.
           PERFORM MAINT-ACCEPT-ID
               GO TO MAINT-DELETE-EXIT
           END-IF

           MOVE WS-CURRENT-NAME TO WS-RECORD-NAME
           MOVE SPACE TO WS-STATUS-CD
           MOVE SPACES TO WS-CATEGORY-CODE
           MOVE 'D' TO WS-PEND-ACTION
           PERFORM MAINT-QUEUE-CHANGE

           EVALUATE WS-STATUS
               WHEN ZERO
                   DISPLAY "Retire of record " WS-RECORD-ID
                       " queued as change " WS-PEND-SEQ
                       " for approval"
               WHEN 4
                   DISPLAY "A change to record " WS-RECORD-ID
                       " is already awaiting approval"
               WHEN OTHER
                   PERFORM MAINT-SHOW-ERROR
           END-EVALUATE.
       MAINT-DELETE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-QUEUE-CHANGE: Files the add, update or retire just       *
      * keyed on the PENDING-CHANGES queue through                     *
      * QUEUE-PENDING-CHANGE, leaving the queue number in WS-PEND-SEQ  *
      * and the outcome in WS-STATUS for the calling function to       *
      * report. Performed from MAINT-ADD, MAINT-UPDATE and             *
      * MAINT-DELETE.                                                  *
      *----------------------------------------------------------------*
       MAINT-QUEUE-CHANGE.
           CALL "QUEUE-PENDING-CHANGE" USING
               WS-PEND-ACTION
               WS-RECORD-ID
               WS-RECORD-NAME
               WS-STATUS-CD
               WS-CATEGORY-CODE
               WS-NOTE-TEXT
               WS-PEND-SEQ
               WS-STATUS
           END-CALL.

      *----------------------------------------------------------------*
      * MAINT-APPROVE: Lists every change waiting on the               *
      * PENDING-CHANGES queue, accepts the one to decide, and shows    *
      * its before and after images with who keyed it. The approver    *
      * then approves (A), rejects (R) or leaves it waiting (blank).   *
      * A change can never be decided by the user who keyed it - the   *
      * screen refuses it here, and DECIDE-PENDING-CHANGE refuses it   *
      * again underneath.                                              *
      *----------------------------------------------------------------*
       MAINT-APPROVE.
           DISPLAY "CHANGES AWAITING APPROVAL"
           DISPLAY "     CHANGE RECORD  A KEYED BY KEYED AT"
               "            NAME"

           CALL "LIST-PENDING-CHANGES" USING
               WS-PEND-COUNT
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               PERFORM MAINT-SHOW-ERROR
               GO TO MAINT-APPROVE-EXIT
           END-IF

           IF WS-PEND-COUNT = ZERO
               DISPLAY "No changes awaiting approval"
               GO TO MAINT-APPROVE-EXIT
           END-IF

           DISPLAY "Change number (blank = none): " WITH NO ADVANCING
           ACCEPT WS-PEND-INPUT

           IF WS-PEND-INPUT = SPACES
               GO TO MAINT-APPROVE-EXIT
           END-IF

           MOVE FUNCTION TRIM(WS-PEND-INPUT) TO WS-PEND-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-PEND-TRIMMED))
               TO WS-PEND-LEN
           IF WS-PEND-TRIMMED(1:WS-PEND-LEN) NOT NUMERIC
               DISPLAY "Change number must be numeric"
               GO TO MAINT-APPROVE-EXIT
           END-IF
           MOVE WS-PEND-TRIMMED(1:WS-PEND-LEN) TO WS-PEND-SEQ

           CALL "FETCH-PENDING-CHANGE" USING
               WS-PEND-SEQ
               WS-PEND-ACTION
               WS-RECORD-ID
               WS-RECORD-NAME
               WS-STATUS-CD
               WS-CATEGORY-CODE
               WS-OLD-NAME
               WS-OLD-STATUS-CD
               WS-OLD-CATEGORY
               WS-NOTE-TEXT
               WS-PEND-KEYED-BY
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "Change " WS-PEND-SEQ
                   " is not awaiting approval"
               GO TO MAINT-APPROVE-EXIT
           END-IF

           IF WS-PEND-KEYED-BY = WS-USER-ID
               DISPLAY "A change cannot be decided by the user "
                   "who keyed it"
               GO TO MAINT-APPROVE-EXIT
           END-IF

           DISPLAY "Change " WS-PEND-SEQ " keyed by "
               WS-PEND-KEYED-BY " for record " WS-RECORD-ID
           EVALUATE TRUE
               WHEN WS-PEND-ADD
                   DISPLAY "Action: ADD"
               WHEN WS-PEND-UPDATE
                   DISPLAY "Action: UPDATE"
               WHEN OTHER
                   DISPLAY "Action: RETIRE"
           END-EVALUATE

           IF NOT WS-PEND-ADD
               DISPLAY "Before: " WS-OLD-NAME
               DISPLAY "        status " WS-OLD-STATUS-CD
                   " category " WS-OLD-CATEGORY
           END-IF

           IF WS-PEND-RETIRE
               DISPLAY "Reason: " FUNCTION TRIM(WS-NOTE-TEXT)
           ELSE
               DISPLAY "After:  " WS-RECORD-NAME
               DISPLAY "        status " WS-STATUS-CD
                   " category " WS-CATEGORY-CODE
                   " (blank = unchanged)"
           END-IF

           DISPLAY "Approve, reject or leave pending (A/R/blank): "
               WITH NO ADVANCING
           ACCEPT WS-DECISION

           EVALUATE TRUE
               WHEN WS-DECISION-APPROVE
                   PERFORM MAINT-APPLY-PENDING
                       THRU MAINT-APPLY-PENDING-EXIT
               WHEN WS-DECISION-REJECT
                   PERFORM MAINT-REJECT-PENDING
                       THRU MAINT-REJECT-PENDING-EXIT
               WHEN OTHER
                   DISPLAY "Change " WS-PEND-SEQ " left pending"
           END-EVALUATE.
       MAINT-APPROVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-APPLY-PENDING: Applies an approved change through the    *
      * normal ADD-RECORD, UPDATE-RECORD or DELETE-RECORD entry point  *
      * and marks it approved, all in one transaction so a change is   *
      * never applied without being closed on the queue or the other   *
      * way round. The user who keyed it is registered through         *
      * SET-KEYED-BY-USER for the duration, so the history row, the    *
      * retire reason note and the audit records carry both users. A   *
      * record that has moved on since the change was keyed - added   *
      * meanwhile, gone, or with a name, status or category that no    *
      * longer matches the queued before image - is refused and left   *
      * pending for the approver to reject.                            *
      *----------------------------------------------------------------*
       MAINT-APPLY-PENDING.
           CALL "FIND-RECORD-BY-ID" USING
               WS-RECORD-ID
               WS-CURRENT-NAME
               WS-CURRENT-STATUS-CD
               WS-CURRENT-EFF-FROM
               WS-CURRENT-EFF-TO
               WS-CURRENT-CATEGORY
               WS-STATUS
           END-CALL

           IF WS-PEND-ADD
               IF WS-STATUS = ZERO
                   DISPLAY "Record " WS-RECORD-ID
                       " has been added since the change was keyed"
                   DISPLAY "Change " WS-PEND-SEQ " left pending"
                   GO TO MAINT-APPLY-PENDING-EXIT
               END-IF
           ELSE
               IF WS-STATUS NOT = ZERO
                OR WS-CURRENT-NAME NOT = WS-OLD-NAME
                OR WS-CURRENT-STATUS-CD NOT = WS-OLD-STATUS-CD
                OR WS-CURRENT-CATEGORY NOT = WS-OLD-CATEGORY
                   DISPLAY "Record " WS-RECORD-ID
                       " has changed since the change was keyed"
                   DISPLAY "Change " WS-PEND-SEQ " left pending"
                   GO TO MAINT-APPLY-PENDING-EXIT
               END-IF
           END-IF

           CALL "SET-KEYED-BY-USER" USING
               WS-PEND-KEYED-BY
               WS-STATUS
           END-CALL

           CALL "BEGIN-TRANSACTION" USING
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               PERFORM MAINT-SHOW-ERROR
               CALL "SET-KEYED-BY-USER" USING
                   WS-NO-USER
                   WS-STATUS
               END-CALL
               GO TO MAINT-APPLY-PENDING-EXIT
           END-IF

           MOVE ZERO TO WS-EFF-FROM
           MOVE ZERO TO WS-EFF-TO

           EVALUATE TRUE
               WHEN WS-PEND-ADD
                   CALL "ADD-RECORD" USING
                       WS-RECORD-ID
                       WS-RECORD-NAME
                       WS-STATUS-CD
                       WS-EFF-FROM
                       WS-EFF-TO
                       WS-CATEGORY-CODE
                       WS-STATUS
                   END-CALL
               WHEN WS-PEND-UPDATE
                   CALL "UPDATE-RECORD" USING
                       WS-RECORD-ID
                       WS-RECORD-NAME
                       WS-STATUS-CD
                       WS-EFF-FROM
                       WS-EFF-TO
                       WS-CATEGORY-CODE
                       WS-STATUS
                   END-CALL
               WHEN OTHER
                   CALL "DELETE-RECORD" USING
                       WS-RECORD-ID
                       WS-STATUS
                   END-CALL
           END-EVALUATE
           MOVE WS-STATUS TO WS-APPLY-STATUS

           IF WS-APPLY-STATUS = ZERO AND WS-PEND-RETIRE
               CALL "ADD-RECORD-NOTE" USING
                   WS-RECORD-ID
                   WS-NOTE-TEXT
               IF WS-STATUS NOT = ZERO
                   DISPLAY "Warning: retire reason note not written"
               END-IF
           END-IF

           IF WS-APPLY-STATUS = ZERO
               MOVE 'A' TO WS-DECIDE-CD
               MOVE SPACES TO WS-REJECT-NOTE
               CALL "DECIDE-PENDING-CHANGE" USING
                   WS-PEND-SEQ
                   WS-DECIDE-CD
                   WS-REJECT-NOTE
                   WS-STATUS
               END-CALL
               MOVE WS-STATUS TO WS-APPLY-STATUS
           END-IF

           IF WS-APPLY-STATUS = ZERO
               CALL "COMMIT-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               MOVE WS-STATUS TO WS-APPLY-STATUS
           END-IF

           IF WS-APPLY-STATUS NOT = ZERO
               PERFORM MAINT-SHOW-ERROR
               CALL "ROLLBACK-TRANSACTION" USING
                   WS-STATUS
               END-CALL
           END-IF

           CALL "SET-KEYED-BY-USER" USING
               WS-NO-USER
               WS-STATUS
           END-CALL

           IF WS-APPLY-STATUS = ZERO
               DISPLAY "Change " WS-PEND-SEQ
                   " approved and applied to record " WS-RECORD-ID
           ELSE
               DISPLAY "Change " WS-PEND-SEQ
                   " not applied - left pending"
           END-IF.
       MAINT-APPLY-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-REJECT-PENDING: Closes a change as rejected through      *
      * DECIDE-PENDING-CHANGE with a required reason, and attaches     *
      * that reason to the record through ADD-RECORD-NOTE so the       *
      * record's notes say what was turned down and why. A rejected    *
      * add has no record to note against - its reason stays on the   *
      * queue as the decision note.                                    *
      *----------------------------------------------------------------*
       MAINT-REJECT-PENDING.
           DISPLAY "Reason for rejection (required): "
               WITH NO ADVANCING
           ACCEPT WS-REJECT-NOTE

           IF WS-REJECT-NOTE = SPACES
               DISPLAY "A rejection requires a reason - change "
                   "left pending"
               GO TO MAINT-REJECT-PENDING-EXIT
           END-IF

           MOVE 'J' TO WS-DECIDE-CD
           CALL "DECIDE-PENDING-CHANGE" USING
               WS-PEND-SEQ
               WS-DECIDE-CD
               WS-REJECT-NOTE
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               PERFORM MAINT-SHOW-ERROR
               GO TO MAINT-REJECT-PENDING-EXIT
           END-IF

           DISPLAY "Change " WS-PEND-SEQ " rejected"

           IF NOT WS-PEND-ADD
               MOVE SPACES TO WS-NOTE-TEXT
               STRING "CHANGE " DELIMITED BY SIZE
                      WS-PEND-SEQ DELIMITED BY SIZE
                      " REJECTED: " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-REJECT-NOTE) DELIMITED BY SIZE
                   INTO WS-NOTE-TEXT
               END-STRING
               CALL "ADD-RECORD-NOTE" USING
                   WS-RECORD-ID
                   WS-NOTE-TEXT
                   WS-STATUS
               END-CALL
               IF WS-STATUS NOT = ZERO
                   DISPLAY "Warning: rejection note not written"
               END-IF
           END-IF.
       MAINT-REJECT-PENDING-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-SUSPENSE: Lists the rejects INTAKE-RECORDS has filed on  *
      * REJECT-SUSPENSE that are still open - for one sending office,  *
      * or every office when the office is left blank - accepts the    *
      * one to work, and shows the record as the office sent it with   *
      * any correction already keyed against it. The operator then     *
      * corrects it (C), releases it (R), writes it off (W) or leaves  *
      * it open (blank). Release and write-off need level 3.           *
      *----------------------------------------------------------------*
       MAINT-SUSPENSE.
           DISPLAY "Sending office (blank = all): " WITH NO ADVANCING
           ACCEPT WS-SUSP-FILTER

           DISPLAY "REJECTS IN SUSPENSE"
           DISPLAY "       ITEM RSN    OFFICE   RECEIVED ID      C NAME"

           CALL "LIST-SUSPENSE-ITEMS" USING
               WS-SUSP-FILTER
               WS-SUSP-COUNT
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               PERFORM MAINT-SHOW-ERROR
               GO TO MAINT-SUSPENSE-EXIT
           END-IF

           IF WS-SUSP-COUNT = ZERO
               DISPLAY "No rejects in suspense"
               GO TO MAINT-SUSPENSE-EXIT
           END-IF

           DISPLAY "Item number (blank = none): " WITH NO ADVANCING
           ACCEPT WS-SUSP-INPUT

           IF WS-SUSP-INPUT = SPACES
               GO TO MAINT-SUSPENSE-EXIT
           END-IF

           MOVE FUNCTION TRIM(WS-SUSP-INPUT) TO WS-SUSP-TRIMMED
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-SUSP-TRIMMED))
               TO WS-SUSP-LEN
           IF WS-SUSP-TRIMMED(1:WS-SUSP-LEN) NOT NUMERIC
               DISPLAY "Item number must be numeric"
               GO TO MAINT-SUSPENSE-EXIT
           END-IF
           MOVE WS-SUSP-TRIMMED(1:WS-SUSP-LEN) TO WS-SUSP-SEQ

           CALL "FETCH-SUSPENSE-ITEM" USING
               WS-SUSP-SEQ
               WS-SUSP-REASON
               WS-SUSP-OFFICE
               WS-SUSP-HDR-DATE
               WS-SUSP-RECEIVED
               WS-SENT-ID
               WS-SENT-NAME
               WS-SENT-CATEGORY
               WS-SENT-EXT-KEY
               WS-CORR-ID
               WS-CORR-NAME
               WS-CORR-CATEGORY
               WS-CORR-EXT-KEY
               WS-SUSP-CORRECTED-BY
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "Suspense item " WS-SUSP-SEQ " is not open"
               GO TO MAINT-SUSPENSE-EXIT
           END-IF

           DISPLAY "Item " WS-SUSP-SEQ " from office " WS-SUSP-OFFICE
               " received " WS-SUSP-RECEIVED
               " (feed dated " WS-SUSP-HDR-DATE ")"
           PERFORM MAINT-SHOW-SUSP-REASON
           DISPLAY "As sent:   ID " WS-SENT-ID
               " category " WS-SENT-CATEGORY
               " office key " WS-SENT-EXT-KEY
           DISPLAY "           " WS-SENT-NAME

           IF WS-SUSP-CORRECTED-BY = SPACES
               MOVE WS-SUSP-SENT TO WS-SUSP-WORK
           ELSE
               DISPLAY "Corrected: ID " WS-CORR-ID
                   " category " WS-CORR-CATEGORY
                   " office key " WS-CORR-EXT-KEY
               DISPLAY "           " WS-CORR-NAME
               DISPLAY "           keyed by " WS-SUSP-CORRECTED-BY
               MOVE WS-SUSP-CORR TO WS-SUSP-WORK
           END-IF

           DISPLAY "Correct, release, write off or leave open "
               "(C/R/W/blank): " WITH NO ADVANCING
           ACCEPT WS-SUSP-ACTION

           EVALUATE TRUE
               WHEN WS-SUSP-CORRECT
                   PERFORM MAINT-CORRECT-SUSPENSE
                       THRU MAINT-CORRECT-SUSPENSE-EXIT
               WHEN WS-SUSP-RELEASE
                   PERFORM MAINT-RELEASE-SUSPENSE
                       THRU MAINT-RELEASE-SUSPENSE-EXIT
               WHEN WS-SUSP-WRITE-OFF
                   PERFORM MAINT-WRITE-OFF-SUSPENSE
                       THRU MAINT-WRITE-OFF-SUSPENSE-EXIT
               WHEN OTHER
                   DISPLAY "Suspense item " WS-SUSP-SEQ " left open"
           END-EVALUATE.
       MAINT-SUSPENSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-SHOW-SUSP-REASON: Shows the reason code on file for the  *
      * suspense item with the intake edit it stands for.              *
      *----------------------------------------------------------------*
       MAINT-SHOW-SUSP-REASON.
           EVALUATE WS-SUSP-REASON
               WHEN "01"
                   DISPLAY "Reason 01: record ID not numeric"
               WHEN "02"
                   DISPLAY "Reason 02: record name blank"
               WHEN "03"
                   DISPLAY "Reason 03: database apply failed"
               WHEN "04"
                   DISPLAY "Reason 04: duplicate record ID"
               WHEN "05"
                   DISPLAY "Reason 05: category code not on "
                       "reference table"
               WHEN "06"
                   DISPLAY "Reason 06: ambiguous key mapping"
               WHEN "07"
                   DISPLAY "Reason 07: conflicting key mapping"
               WHEN OTHER
                   DISPLAY "Reason " WS-SUSP-REASON
           END-EVALUATE.

      *----------------------------------------------------------------*
      * MAINT-CORRECT-SUSPENSE: Accepts corrected values for the       *
      * suspense item field by field - blank keeps the value shown,    *
      * an asterisk clears it - and files them through                 *
      * CORRECT-SUSPENSE-ITEM. Nothing reaches RECORDS here: the       *
      * correction waits on the item for a different level-3 user to   *
      * release it.                                                    *
      *----------------------------------------------------------------*
       MAINT-CORRECT-SUSPENSE.
           DISPLAY "Blank keeps the value shown, * clears it"

           DISPLAY "Record ID: " WITH NO ADVANCING
           MOVE SPACES TO WS-SUSP-ENTRY
           ACCEPT WS-SUSP-ENTRY
           IF WS-SUSP-ENTRY = "*"
               MOVE SPACES TO WS-WORK-ID
           ELSE
               IF WS-SUSP-ENTRY NOT = SPACES
                   MOVE WS-SUSP-ENTRY TO WS-WORK-ID
               END-IF
           END-IF

           DISPLAY "Name: " WITH NO ADVANCING
           MOVE SPACES TO WS-SUSP-ENTRY
           ACCEPT WS-SUSP-ENTRY
           IF WS-SUSP-ENTRY = "*"
               MOVE SPACES TO WS-WORK-NAME
           ELSE
               IF WS-SUSP-ENTRY NOT = SPACES
                   MOVE WS-SUSP-ENTRY TO WS-WORK-NAME
               END-IF
           END-IF

           DISPLAY "Category: " WITH NO ADVANCING
           MOVE SPACES TO WS-SUSP-ENTRY
           ACCEPT WS-SUSP-ENTRY
           IF WS-SUSP-ENTRY = "*"
               MOVE SPACES TO WS-WORK-CATEGORY
           ELSE
               IF WS-SUSP-ENTRY NOT = SPACES
                   MOVE WS-SUSP-ENTRY TO WS-WORK-CATEGORY
               END-IF
           END-IF

           DISPLAY "Office key: " WITH NO ADVANCING
           MOVE SPACES TO WS-SUSP-ENTRY
           ACCEPT WS-SUSP-ENTRY
           IF WS-SUSP-ENTRY = "*"
               MOVE SPACES TO WS-WORK-EXT-KEY
           ELSE
               IF WS-SUSP-ENTRY NOT = SPACES
                   MOVE WS-SUSP-ENTRY TO WS-WORK-EXT-KEY
               END-IF
           END-IF

           DISPLAY "Correction: ID " WS-WORK-ID
               " category " WS-WORK-CATEGORY
               " office key " WS-WORK-EXT-KEY
           DISPLAY "            " WS-WORK-NAME
           DISPLAY "File this correction (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-SW

           IF NOT WS-CONFIRMED
               DISPLAY "Suspense item " WS-SUSP-SEQ " not corrected"
               GO TO MAINT-CORRECT-SUSPENSE-EXIT
           END-IF

           CALL "CORRECT-SUSPENSE-ITEM" USING
               WS-SUSP-SEQ
               WS-WORK-ID
               WS-WORK-NAME
               WS-WORK-CATEGORY
               WS-WORK-EXT-KEY
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               DISPLAY "Correction filed against suspense item "
                   WS-SUSP-SEQ
               DISPLAY "It must be released by a different "
                   "level-3 user"
           ELSE
               PERFORM MAINT-SHOW-ERROR
           END-IF.
       MAINT-CORRECT-SUSPENSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-RELEASE-SUSPENSE: Applies a suspense item through        *
      * INTAKE-APPLY - the same edits, key resolution and apply the    *
      * nightly intake uses, for the office that sent it - and closes  *
      * it released through DECIDE-SUSPENSE-ITEM with a note on the    *
      * record saying where it came from, all in one transaction. A    *
      * corrected item applies the correction and cannot be released   *
      * by the user who keyed it; that user is registered through      *
      * SET-KEYED-BY-USER for the duration so the history row and the  *
      * audit records carry both. An item that still fails the edits   *
      * is rolled back, stays open, and has its reason on file         *
      * replaced by the one it failed on this time.                    *
      *----------------------------------------------------------------*
       MAINT-RELEASE-SUSPENSE.
           IF NOT WS-LEVEL-FULL
               DISPLAY "Release and write-off need level 3"
               GO TO MAINT-RELEASE-SUSPENSE-EXIT
           END-IF

           IF WS-SUSP-CORRECTED-BY = WS-USER-ID
               DISPLAY "A correction cannot be released by the user "
                   "who keyed it"
               GO TO MAINT-RELEASE-SUSPENSE-EXIT
           END-IF

           IF WS-SUSP-CORRECTED-BY NOT = SPACES
               CALL "SET-KEYED-BY-USER" USING
                   WS-SUSP-CORRECTED-BY
                   WS-STATUS
               END-CALL
           END-IF

           CALL "BEGIN-TRANSACTION" USING
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               PERFORM MAINT-SHOW-ERROR
               CALL "SET-KEYED-BY-USER" USING
                   WS-NO-USER
                   WS-STATUS
               END-CALL
               GO TO MAINT-RELEASE-SUSPENSE-EXIT
           END-IF

           CALL "INTAKE-APPLY" USING
               WS-SUSP-OFFICE
               WS-APPLY-MODE
               WS-SUSP-WORK
               WS-APPLY-RESULT
           END-CALL

           IF WS-APPLY-REASON NOT = SPACES
               CALL "ROLLBACK-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               CALL "SET-KEYED-BY-USER" USING
                   WS-NO-USER
                   WS-STATUS
               END-CALL
               MOVE WS-APPLY-REASON TO WS-SUSP-REASON
               MOVE 'K' TO WS-SUSP-DECIDE-CD
               MOVE ZERO TO WS-RECORD-ID
               MOVE SPACES TO WS-NOTE-TEXT
               CALL "DECIDE-SUSPENSE-ITEM" USING
                   WS-SUSP-SEQ
                   WS-SUSP-DECIDE-CD
                   WS-SUSP-REASON
                   WS-RECORD-ID
                   WS-NOTE-TEXT
                   WS-STATUS
               END-CALL
               DISPLAY "Suspense item " WS-SUSP-SEQ
                   " failed the intake edits - left open"
               PERFORM MAINT-SHOW-SUSP-REASON
               GO TO MAINT-RELEASE-SUSPENSE-EXIT
           END-IF

           MOVE WS-APPLIED-ID TO WS-RECORD-ID
           MOVE SPACES TO WS-NOTE-TEXT
           STRING "RELEASED FROM REJECT SUSPENSE ITEM "
                      DELIMITED BY SIZE
                  WS-SUSP-SEQ DELIMITED BY SIZE
                  " FROM OFFICE " DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SUSP-OFFICE) DELIMITED BY SIZE
               INTO WS-NOTE-TEXT
           END-STRING
           CALL "ADD-RECORD-NOTE" USING
               WS-RECORD-ID
               WS-NOTE-TEXT
               WS-STATUS
           END-CALL
           IF WS-STATUS NOT = ZERO
               DISPLAY "Warning: release note not written"
           END-IF

           MOVE 'R' TO WS-SUSP-DECIDE-CD
           CALL "DECIDE-SUSPENSE-ITEM" USING
               WS-SUSP-SEQ
               WS-SUSP-DECIDE-CD
               WS-SUSP-REASON
               WS-RECORD-ID
               WS-NOTE-TEXT
               WS-STATUS
           END-CALL
           MOVE WS-STATUS TO WS-APPLY-STATUS

           IF WS-APPLY-STATUS = ZERO
               CALL "COMMIT-TRANSACTION" USING
                   WS-STATUS
               END-CALL
               MOVE WS-STATUS TO WS-APPLY-STATUS
           END-IF

           IF WS-APPLY-STATUS NOT = ZERO
               PERFORM MAINT-SHOW-ERROR
               CALL "ROLLBACK-TRANSACTION" USING
                   WS-STATUS
               END-CALL
           END-IF

           CALL "SET-KEYED-BY-USER" USING
               WS-NO-USER
               WS-STATUS
           END-CALL

           IF WS-APPLY-STATUS = ZERO
               DISPLAY "Suspense item " WS-SUSP-SEQ
                   " released and applied to record " WS-RECORD-ID
           ELSE
               DISPLAY "Suspense item " WS-SUSP-SEQ
                   " not released - left open"
           END-IF.
       MAINT-RELEASE-SUSPENSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-WRITE-OFF-SUSPENSE: Closes a suspense item without       *
      * applying it, through DECIDE-SUSPENSE-ITEM with a required      *
      * note saying why - a duplicate, a record the office withdrew,   *
      * one fixed by hand.                                             *
      *----------------------------------------------------------------*
       MAINT-WRITE-OFF-SUSPENSE.
           IF NOT WS-LEVEL-FULL
               DISPLAY "Release and write-off need level 3"
               GO TO MAINT-WRITE-OFF-SUSPENSE-EXIT
           END-IF

           DISPLAY "Reason for write-off (required): "
               WITH NO ADVANCING
           ACCEPT WS-REJECT-NOTE

           IF WS-REJECT-NOTE = SPACES
               DISPLAY "A write-off requires a note - item left open"
               GO TO MAINT-WRITE-OFF-SUSPENSE-EXIT
           END-IF

           MOVE 'W' TO WS-SUSP-DECIDE-CD
           MOVE ZERO TO WS-RECORD-ID
           CALL "DECIDE-SUSPENSE-ITEM" USING
               WS-SUSP-SEQ
               WS-SUSP-DECIDE-CD
               WS-SUSP-REASON
               WS-RECORD-ID
               WS-REJECT-NOTE
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               DISPLAY "Suspense item " WS-SUSP-SEQ " written off"
           ELSE
               PERFORM MAINT-SHOW-ERROR
           END-IF.
       MAINT-WRITE-OFF-SUSPENSE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
       MAINT-NOTE-ADD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-LINK-ADD: Accepts a child record ID, the parent it goes  *
      * under and the relationship type, shows both records, and      *
      * after confirmation files the link through ADD-RECORD-LINK.     *
      * The edits that keep the hierarchy a tree - no record its own   *
      * ancestor, no link to a retired record, one parent per record - *
      * are made underneath and reported here by status.               *
      *----------------------------------------------------------------*
       MAINT-LINK-ADD.
           DISPLAY "Child record - " WITH NO ADVANCING
           PERFORM MAINT-ACCEPT-ID
           IF WS-STATUS NOT = ZERO
               GO TO MAINT-LINK-ADD-EXIT
           END-IF

           CALL "FIND-RECORD-BY-ID" USING
               WS-RECORD-ID
               WS-CURRENT-NAME
               WS-CURRENT-STATUS-CD
               WS-CURRENT-EFF-FROM
               WS-CURRENT-EFF-TO
               WS-CURRENT-CATEGORY
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "Record " WS-RECORD-ID " not found"
               GO TO MAINT-LINK-ADD-EXIT
           END-IF

           DISPLAY "Parent record ID (7 digits): " WITH NO ADVANCING
           ACCEPT WS-PARENT-INPUT

           IF WS-PARENT-INPUT NOT NUMERIC
               DISPLAY "Parent record ID must be numeric"
               GO TO MAINT-LINK-ADD-EXIT
           END-IF
           MOVE WS-PARENT-INPUT TO WS-PARENT-ID

           CALL "FIND-RECORD-BY-ID" USING
               WS-PARENT-ID
               WS-PARENT-NAME
               WS-CURRENT-STATUS-CD
               WS-CURRENT-EFF-FROM
               WS-CURRENT-EFF-TO
               WS-CURRENT-CATEGORY
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "Parent record " WS-PARENT-ID " not found"
               GO TO MAINT-LINK-ADD-EXIT
           END-IF

           DISPLAY "Relationship type: " WITH NO ADVANCING
           ACCEPT WS-REL-TYPE

           IF WS-REL-TYPE = SPACES
               DISPLAY "Relationship type must not be blank"
               GO TO MAINT-LINK-ADD-EXIT
           END-IF

           DISPLAY "Link record " WS-RECORD-ID ": " WS-CURRENT-NAME
           DISPLAY "  under " WS-PARENT-ID ": " WS-PARENT-NAME
               " as " WS-REL-TYPE
           DISPLAY "Apply? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-SW

           IF NOT WS-CONFIRMED
               DISPLAY "Link cancelled"
               GO TO MAINT-LINK-ADD-EXIT
           END-IF

           CALL "ADD-RECORD-LINK" USING
               WS-PARENT-ID
               WS-RECORD-ID
               WS-REL-TYPE
               WS-STATUS
           END-CALL

           EVALUATE WS-STATUS
               WHEN ZERO
                   DISPLAY "Record " WS-RECORD-ID " linked under "
                       WS-PARENT-ID
               WHEN 2
                   DISPLAY "Link refused - record " WS-RECORD-ID
                       " would become its own ancestor"
               WHEN 3
                   DISPLAY "Link refused - a retired record cannot "
                       "be linked"
               WHEN 4
                   DISPLAY "Record " WS-RECORD-ID " already has a "
                       "parent - unlink it first"
               WHEN OTHER
                   PERFORM MAINT-SHOW-ERROR
           END-EVALUATE.
       MAINT-LINK-ADD-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-LINK-REMOVE: Accepts a child record ID, shows its        *
      * current links, and after confirmation takes it out from under  *
      * its parent through REMOVE-RECORD-LINK.                         *
      *----------------------------------------------------------------*
       MAINT-LINK-REMOVE.
           DISPLAY "Child record - " WITH NO ADVANCING
           PERFORM MAINT-ACCEPT-ID
           IF WS-STATUS NOT = ZERO
               GO TO MAINT-LINK-REMOVE-EXIT
           END-IF

           DISPLAY "Links on file:"
           CALL "LIST-RECORD-LINKS" USING
               WS-RECORD-ID
               WS-STATUS
           END-CALL

           DISPLAY "Unlink record " WS-RECORD-ID
               " from its parent? (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM-SW

           IF NOT WS-CONFIRMED
               DISPLAY "Unlink cancelled"
               GO TO MAINT-LINK-REMOVE-EXIT
           END-IF

           CALL "REMOVE-RECORD-LINK" USING
               WS-RECORD-ID
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               DISPLAY "Record " WS-RECORD-ID " unlinked"
           ELSE
               DISPLAY "Record " WS-RECORD-ID
                   " has no parent link or unlink failed"
           END-IF.
       MAINT-LINK-REMOVE-EXIT.
           EXIT.

      *----------------------------------------------------------------*
      * MAINT-CAT-LIST: Lists the category reference table through    *
      * LIST-CATEGORIES.                                              *
