           05 INTAKE-ID           PIC X(7).
           05 INTAKE-NAME         PIC X(50).
           05 INTAKE-CATEGORY     PIC X(4).
           05 INTAKE-EXT-KEY      PIC X(20).
       01 INTAKE-HEADER-RECORD.
           05 INTAKE-HDR-TAG      PIC X(3).
           05 INTAKE-HDR-FEED     PIC X(8).
           05 REJECT-ID           PIC X(7).
           05 REJECT-NAME         PIC X(50).
           05 REJECT-CATEGORY     PIC X(4).
           05 REJECT-EXT-KEY      PIC X(20).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "INTAKE".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-INTAKE-FILE-STATUS   PIC X(02).
       01 WS-REJECT-FILE-STATUS   PIC X(02).
       01 WS-INTAKE-EOF-SW        PIC X(01) VALUE 'N'.
       01 WS-READ-COUNT           PIC 9(7) VALUE ZERO.
       01 WS-APPLIED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-REJECT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-STEP-READ-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-STEP-WRITE-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-STEP-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-REJECT-REASON        PIC X(2).
       01 WS-FEED-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-FEED-ERROR       VALUE 'Y'.
       01 WS-CKPT-POS             PIC 9(7) VALUE ZERO.
       01 WS-SKIP-IDX             PIC 9(7).
       01 WS-CKPT-CLEAR           PIC 9(7) VALUE ZERO.
       01 WS-OFFICE-CODE          PIC X(8) VALUE SPACES.
       01 WS-HDR-CREATED          PIC X(8) VALUE SPACES.
       01 WS-FORWARDED-COUNT      PIC 9(7) VALUE ZERO.
       01 WS-ASSIGNED-COUNT       PIC 9(7) VALUE ZERO.
       01 WS-APPLY-MODE           PIC X(01) VALUE 'S'.
       01 WS-APPLY-RESULT.
           05 WS-APPLIED-ID       PIC 9(7).
           05 WS-APPLY-REASON     PIC X(2).
           05 WS-APPLY-FORWARDED-SW PIC X(01).
               88 WS-APPLY-FORWARDED VALUE 'Y'.
           05 WS-APPLY-ASSIGNED-SW PIC X(01).
               88 WS-APPLY-ASSIGNED VALUE 'Y'.
       01 WS-SUSP-SEQ             PIC 9(9).
       01 WS-SUSP-COUNT           PIC 9(9) VALUE ZERO.
       01 WS-SUSP-CLEARED         PIC 9(9) VALUE ZERO.
       01 WS-CLEARED-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-SUSP-OPEN-SW         PIC X(01) VALUE 'N'.
           88 WS-SUSP-OPEN        VALUE 'Y'.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * INTAKE-RECORDS: Reads the inbound sequential file the regional *
      * offices send in the EXTRACT-RECORD layout (7-digit ID, 50-byte *
      * name, category, the office's own 20-byte account key),         *
      * validates each record, and applies it to the RECORDS           *
      * table through SQLITE-FUNCTIONS - ADD-RECORD when the ID is new,*
      * UPDATE-RECORD when it already exists - inside one transaction. *
      * Records failing validation or apply are written to the reject  *
      *     03 - database apply failed                                 *
      *     04 - duplicate record ID                                   *
      *     05 - category code not on reference table                  *
      *     06 - ambiguous key mapping - the record ID already carries *
      *          a different key from the same office                  *
      *     07 - conflicting key mapping - the office key is already   *
      *          mapped to a different record ID                       *
      * A record carrying an office key is resolved through the        *
      * EXTERNAL-XREF cross-reference first, the office being the feed *
      * name on the HDR control record: a mapped key supplies the ID   *
      * when the record has none, a key not yet mapped is mapped to    *
      * the ID the record carries, and a record with neither a mapping *
      * nor an ID is given a new one through GET-NEXT-RECORD-ID with   *
      * the mapping stored, so the office never has to learn our IDs.  *
      * A record with no office key needs its 7-digit ID as before.    *
      * An ID that has since been merged into another record is sent   *
      * on to the survivor through RECORD-FORWARDS, so an office still *
      * quoting the old ID updates the record that carries on.         *
      * Every reject is also filed on the permanent REJECT-SUSPENSE    *
      * table through ADD-SUSPENSE-ITEM - reason, sending office, HDR  *
      * created date, date received and the record as sent - where it  *
      * stays open until an operator releases or writes it off on      *
      * MAINTAIN-RECORDS or the office resends it: a record that       *
      * applies clean closes any open suspense item from the same      *
      * office carrying the same raw ID or office key, through         *
      * CLEAR-RESENT-SUSPENSE. The edits and the apply themselves are  *
      * made by the INTAKE-APPLY subprogram, the same code the         *
      * suspense release runs through.                                 *
      * A run summary (read, applied, rejected) is displayed at end of *
      * job for balancing. Before anything is applied the feed's HDR   *
      * and TRL control records are balanced in a verification pass -  *
      * An INTKPARM parameter record reading HIVOL (with an optional   *
      * commit interval in columns 7-11, default 1000) runs the        *
      * high-volume mode the consolidated regional file needs: each    *
      * record applies through the single-statement APPLY-RECORD entry *
      * instead of a FIND plus an ADD or UPDATE, the run commits every *
      * interval with its file position checkpointed through           *
      * CHECKPOINT-RECORD and its running counts saved to INTKCNTS,    *
      * and an abended run resumes mid-file from the last checkpoint   *
      * with the saved counts carried forward - the balancing summary  *
      * covers the whole file, not just the resumed portion. No        *
      * parameter file runs the intake exactly as it always has. The   *
      * summary's read, applied and rejected counts are also reported  *
      * through SET-STEP-COUNTS for the nightly run-statistics log.    *
      *----------------------------------------------------------------*
           PERFORM READ-INTAKE-PARMS

               PERFORM SET-RESTART-POSITION
           END-IF

           CALL "COUNT-OPEN-SUSPENSE" USING
               WS-OFFICE-CODE
               WS-SUSP-COUNT
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO OR WS-SUSP-COUNT > ZERO
               MOVE 'Y' TO WS-SUSP-OPEN-SW
           END-IF

           OPEN INPUT INTAKE-FILE

           IF WS-INTAKE-FILE-STATUS NOT = "00"
               WS-STATUS
           END-CALL

           MOVE WS-READ-COUNT TO WS-STEP-READ-COUNT
           MOVE WS-APPLIED-COUNT TO WS-STEP-WRITE-COUNT
           MOVE WS-REJECT-COUNT TO WS-STEP-REJECT-COUNT
           CALL "SET-STEP-COUNTS" USING
               WS-STEP-READ-COUNT
               WS-STEP-WRITE-COUNT
               WS-STEP-REJECT-COUNT
               WS-STATUS
           END-CALL

           DISPLAY "INTAKE-RECORDS SUMMARY - READ: " WS-READ-COUNT
               " APPLIED: " WS-APPLIED-COUNT
               " REJECTED: " WS-REJECT-COUNT

           IF WS-ASSIGNED-COUNT > ZERO
               DISPLAY "INTAKE-RECORDS: NEW IDS ASSIGNED TO OFFICE "
                   "KEYS: " WS-ASSIGNED-COUNT
           END-IF

           IF WS-FORWARDED-COUNT > ZERO
               DISPLAY "INTAKE-RECORDS: MERGED IDS FORWARDED TO "
                   "SURVIVORS: " WS-FORWARDED-COUNT
           END-IF

           IF WS-CLEARED-COUNT > ZERO
               DISPLAY "INTAKE-RECORDS: SUSPENSE ITEMS CLEARED BY "
                   "RESEND: " WS-CLEARED-COUNT
           END-IF

           IF WS-RUN-ABORT OR WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           END-IF
                   MOVE 'Y' TO WS-VERIFY-EOF-SW
               NOT AT END
                   IF INTAKE-HDR-TAG = "HDR"
                       MOVE INTAKE-HDR-FEED TO WS-OFFICE-CODE
                       MOVE INTAKE-HDR-CREATED TO WS-HDR-CREATED
                       DISPLAY "INTAKE-RECORDS: feed "
                           INTAKE-HDR-FEED " created "
                           INTAKE-HDR-CREATED " as of "

      *----------------------------------------------------------------*
      * APPLY-INTAKE-RECORD: Validates the record just read and        *
      * applies it through the INTAKE-APPLY subprogram, which makes    *
      * the edits, resolves any office key and merge forward, and      *
      * drives the apply. A record it refuses falls through to         *
      * WRITE-REJECT-RECORD with the reason code it handed back; one   *
      * it applies clears any suspense items it is a resend of.        *
      *----------------------------------------------------------------*
       APPLY-INTAKE-RECORD.
           CALL "INTAKE-APPLY" USING
               WS-OFFICE-CODE
               WS-APPLY-MODE
               INTAKE-RECORD
               WS-APPLY-RESULT
           END-CALL

           IF WS-APPLY-FORWARDED
               ADD 1 TO WS-FORWARDED-COUNT
           END-IF

           IF WS-APPLY-ASSIGNED
               ADD 1 TO WS-ASSIGNED-COUNT
           END-IF

           IF WS-APPLY-REASON = SPACES
               ADD 1 TO WS-APPLIED-COUNT
               IF WS-SUSP-OPEN
                   PERFORM CLEAR-RESENT-REJECTS
               END-IF
           ELSE
               MOVE WS-APPLY-REASON TO WS-REJECT-REASON
               PERFORM WRITE-REJECT-RECORD
           END-IF.

      *----------------------------------------------------------------*
      * CLEAR-RESENT-REJECTS: Closes any open suspense item from this  *
      * office that the record just applied is a resend of, through    *
      * CLEAR-RESENT-SUSPENSE. Performed from APPLY-INTAKE-RECORD only *
      * while the office has items open, so a clean office's feed      *
      * pays nothing for the check.                                    *
      *----------------------------------------------------------------*
       CLEAR-RESENT-REJECTS.
           CALL "CLEAR-RESENT-SUSPENSE" USING
               WS-OFFICE-CODE
               INTAKE-ID
               INTAKE-EXT-KEY
               WS-APPLIED-ID
               WS-SUSP-CLEARED
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               ADD WS-SUSP-CLEARED TO WS-CLEARED-COUNT
           ELSE
               DISPLAY "INTAKE-RECORDS: suspense not cleared for "
                   "resent record " INTAKE-ID " " INTAKE-EXT-KEY
           END-IF.

      *----------------------------------------------------------------*
      * READ-INTAKE-PARMS: Reads the optional INTKPARM parameter       *
       EDIT-INTAKE-PARMS.
           IF PARM-MODE = "HIVOL"
               MOVE 'Y' TO WS-HIVOL-SW
               MOVE 'H' TO WS-APPLY-MODE
           ELSE
               IF PARM-MODE NOT = SPACES
                   DISPLAY "INTAKE-RECORDS: invalid INTKPARM mode '"
      *----------------------------------------------------------------*
      * WRITE-REJECT-RECORD: Writes the record just read to the reject *
      * file prefixed with WS-REJECT-REASON so the sending office can  *
      * correct and resend it, and files it on REJECT-SUSPENSE through *
      * ADD-SUSPENSE-ITEM inside the run's transaction, so the         *
      * permanent copy commits or rolls back with the work around it.  *
      * A reject that cannot be filed fails the run, since the reject  *
      * file alone is gone after the next night's load.                *
      *----------------------------------------------------------------*
       WRITE-REJECT-RECORD.
           ADD 1 TO WS-REJECT-COUNT
           MOVE INTAKE-ID TO REJECT-ID
           MOVE INTAKE-NAME TO REJECT-NAME
           MOVE INTAKE-CATEGORY TO REJECT-CATEGORY
           MOVE INTAKE-EXT-KEY TO REJECT-EXT-KEY
           WRITE REJECT-RECORD

           CALL "ADD-SUSPENSE-ITEM" USING
               WS-REJECT-REASON
               WS-OFFICE-CODE
               WS-HDR-CREATED
               INTAKE-ID
               INTAKE-NAME
               INTAKE-CATEGORY
               INTAKE-EXT-KEY
               WS-SUSP-SEQ
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               MOVE 'Y' TO WS-SUSP-OPEN-SW
           ELSE
               DISPLAY "INTAKE-RECORDS: reject not filed on suspense "
                   "- record " INTAKE-ID " reason " WS-REJECT-REASON
               MOVE 'Y' TO WS-RUN-FAIL-SW
           END-IF.
