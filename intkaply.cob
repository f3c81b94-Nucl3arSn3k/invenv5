
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTAKE-APPLY IS RECURSIVE.

       ENVIRONMENT DIVISION.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 WS-STATUS               PIC 9.
       01 WS-RECORD-ID            PIC 9(7).
       01 WS-RECORD-NAME          PIC X(50).
       01 WS-FOUND-NAME           PIC X(50).
       01 WS-STATUS-CD            PIC X(01).
       01 WS-EFF-FROM             PIC 9(8).
       01 WS-EFF-TO               PIC 9(8).
       01 WS-FOUND-STATUS-CD      PIC X(01).
       01 WS-FOUND-EFF-FROM       PIC 9(8).
       01 WS-FOUND-EFF-TO         PIC 9(8).
       01 WS-CATEGORY-CODE        PIC X(4).
       01 WS-FOUND-CATEGORY       PIC X(4).
       01 WS-REJECT-REASON        PIC X(2).
       01 WS-ID-NUM               PIC 9(7).
       01 WS-INTAKE-ID            PIC X(7).
       01 WS-MAPPED-ID            PIC 9(7).
       01 WS-FOUND-EXT-KEY        PIC X(20).
       01 WS-CLAIMED-ID           PIC X(7).
       01 WS-FORWARD-ID           PIC 9(7).
       01 WS-MAP-PENDING-SW       PIC X(01) VALUE 'N'.
           88 WS-MAP-PENDING      VALUE 'Y'.

       LINKAGE SECTION.
       01 LNK-OFFICE-CODE         PIC X(8).
       01 LNK-APPLY-MODE          PIC X(01).
           88 LNK-APPLY-HIVOL     VALUE 'H'.
           88 LNK-APPLY-STANDARD  VALUE 'S'.
       01 LNK-INTAKE-RECORD.
           05 LNK-INTAKE-ID       PIC X(7).
           05 LNK-INTAKE-NAME     PIC X(50).
           05 LNK-INTAKE-CATEGORY PIC X(4).
           05 LNK-INTAKE-EXT-KEY  PIC X(20).
       01 LNK-APPLY-RESULT.
           05 LNK-APPLIED-ID      PIC 9(7).
           05 LNK-REJECT-REASON   PIC X(2).
           05 LNK-FORWARDED-SW    PIC X(01).
               88 LNK-FORWARDED   VALUE 'Y'.
           05 LNK-ASSIGNED-SW     PIC X(01).
               88 LNK-ASSIGNED    VALUE 'Y'.

       PROCEDURE DIVISION USING LNK-OFFICE-CODE
                                LNK-APPLY-MODE
                                LNK-INTAKE-RECORD
                                LNK-APPLY-RESULT.

      *----------------------------------------------------------------*
      * INTAKE-APPLY: Validates one inbound record in the              *
      * EXTRACT-RECORD layout from the office in LNK-OFFICE-CODE and   *
      * applies it to the RECORDS table through SQLITE-FUNCTIONS -     *
      * the single set of intake edits, called by INTAKE-RECORDS for   *
      * every record on the nightly feed and by MAINTAIN-RECORDS when  *
      * an operator releases a corrected reject from suspense, so a    *
      * released record meets exactly the rules the feed does. The     *
      * caller owns the transaction. LNK-APPLY-MODE H applies through  *
      * the single-statement APPLY-RECORD entry (high-volume intake);  *
      * S, or anything else, finds the record first and drives         *
      * ADD-RECORD or UPDATE-RECORD. On return LNK-REJECT-REASON is    *
      * spaces and LNK-APPLIED-ID the record applied to, or the reason *
      * code the record was refused for:                               *
      *     01 - record ID not numeric                                 *
      *     02 - record name blank                                     *
      *     03 - database apply failed                                 *
      *     04 - duplicate record ID                                   *
      *     05 - category code not on reference table                  *
      *     06 - ambiguous key mapping - the record ID already carries *
      *          a different key from the same office                  *
      *     07 - conflicting key mapping - the office key is already   *
      *          mapped to a different record ID                       *
      * A record carrying an office key is resolved through the        *
      * EXTERNAL-XREF cross-reference first: a mapped key supplies the *
      * ID when the record has none, a key not yet mapped is mapped to *
      * the ID the record carries, and a record with neither a mapping *
      * nor an ID is given a new one through GET-NEXT-RECORD-ID with   *
      * the mapping stored (LNK-ASSIGNED-SW). An ID that has since     *
      * been merged into another record is sent on to the survivor     *
      * through RECORD-FORWARDS (LNK-FORWARDED-SW). The program is     *
      * RECURSIVE because its callers reach it straight after          *
      * SQLITE-FUNCTIONS entries whose query callbacks re-enter that   *
      * module, which the runtime's recursion check would otherwise    *
      * follow round the call chain.                                   *
      *----------------------------------------------------------------*
           MOVE LNK-INTAKE-ID TO WS-INTAKE-ID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'N' TO WS-MAP-PENDING-SW
           MOVE ZERO TO WS-RECORD-ID
           MOVE ZERO TO LNK-APPLIED-ID
           MOVE SPACES TO LNK-REJECT-REASON
           MOVE 'N' TO LNK-FORWARDED-SW
           MOVE 'N' TO LNK-ASSIGNED-SW

           PERFORM EDIT-INTAKE-RECORD

           IF WS-REJECT-REASON = SPACES
               PERFORM APPLY-VALID-RECORD
           END-IF

           IF WS-REJECT-REASON = SPACES
               MOVE WS-RECORD-ID TO LNK-APPLIED-ID
           ELSE
               MOVE WS-REJECT-REASON TO LNK-REJECT-REASON
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * EDIT-INTAKE-RECORD: Forwards a merged-away ID, resolves any    *
      * office key to its ID, and makes the ID and name edits, leaving *
      * the reason code in WS-REJECT-REASON when the record fails.     *
      *----------------------------------------------------------------*
       EDIT-INTAKE-RECORD.
           IF LNK-INTAKE-ID NUMERIC
               PERFORM FORWARD-MERGED-ID
               IF WS-INTAKE-ID NOT = LNK-INTAKE-ID
                   MOVE 'Y' TO LNK-FORWARDED-SW
               END-IF
           END-IF

           IF LNK-INTAKE-EXT-KEY NOT = SPACES
               PERFORM RESOLVE-EXTERNAL-KEY
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF WS-INTAKE-ID NOT NUMERIC
                   MOVE "01" TO WS-REJECT-REASON
               ELSE
                   IF LNK-INTAKE-NAME = SPACES
                       MOVE "02" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * RESOLVE-EXTERNAL-KEY: Looks the office key on the record up on *
      * EXTERNAL-XREF. A mapped key supplies the ID when the record    *
      * carries none and must agree with it when it does (reason 07    *
      * otherwise). An unmapped key is mapped to the ID the record     *
      * carries - unless that record already has a different key from  *
      * this office (reason 06) - or, with no ID on the record, to a   *
      * new ID drawn from GET-NEXT-RECORD-ID. The mapping itself is    *
      * filed by APPLY-VALID-RECORD once the record has passed         *
      * validation. A non-numeric ID is left for the ID edit. IDs on   *
      * both sides are taken after any merge forwarding, so a key      *
      * still mapped to a merged-away record agrees with its survivor. *
      *----------------------------------------------------------------*
       RESOLVE-EXTERNAL-KEY.
           CALL "FIND-EXTERNAL-KEY" USING
               LNK-OFFICE-CODE
               LNK-INTAKE-EXT-KEY
               WS-MAPPED-ID
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               IF LNK-INTAKE-ID = SPACES
                   MOVE WS-MAPPED-ID TO WS-INTAKE-ID
                   PERFORM FORWARD-MERGED-ID
               ELSE
                   IF LNK-INTAKE-ID NUMERIC
                       MOVE WS-INTAKE-ID TO WS-CLAIMED-ID
                       MOVE WS-MAPPED-ID TO WS-INTAKE-ID
                       PERFORM FORWARD-MERGED-ID
                       IF WS-INTAKE-ID NOT = WS-CLAIMED-ID
                           MOVE "07" TO WS-REJECT-REASON
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF LNK-INTAKE-ID = SPACES
                   CALL "GET-NEXT-RECORD-ID" USING
                       WS-MAPPED-ID
                       WS-STATUS
                   END-CALL
                   IF WS-STATUS = ZERO
                       MOVE WS-MAPPED-ID TO WS-INTAKE-ID
                       MOVE 'Y' TO WS-MAP-PENDING-SW
                       MOVE 'Y' TO LNK-ASSIGNED-SW
                   ELSE
                       MOVE "03" TO WS-REJECT-REASON
                   END-IF
               ELSE
                   IF LNK-INTAKE-ID NUMERIC
                       MOVE WS-INTAKE-ID TO WS-ID-NUM
                       CALL "FIND-RECORD-EXT-KEY" USING
                           LNK-OFFICE-CODE
                           WS-ID-NUM
                           WS-FOUND-EXT-KEY
                           WS-STATUS
                       END-CALL
                       IF WS-STATUS = ZERO
                           MOVE "06" TO WS-REJECT-REASON
                       ELSE
                           MOVE 'Y' TO WS-MAP-PENDING-SW
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * FORWARD-MERGED-ID: Replaces the ID in WS-INTAKE-ID with the    *
      * record it was merged into when RECORD-FORWARDS holds a         *
      * forwarding entry for it; an ID never merged away is left as it *
      * is.                                                            *
      *----------------------------------------------------------------*
       FORWARD-MERGED-ID.
           MOVE WS-INTAKE-ID TO WS-ID-NUM

           CALL "FIND-RECORD-FORWARD" USING
               WS-ID-NUM
               WS-FORWARD-ID
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               MOVE WS-FORWARD-ID TO WS-INTAKE-ID
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-VALID-RECORD: Decides insert versus update for a record  *
      * that passed validation and drives the matching CRUD entry      *
      * point, filing any new office key mapping first. A status-1     *
      * return from the apply refuses the record with reason 03. In    *
      * high-volume mode the FIND round-trip is skipped and the record *
      * goes through the single-statement APPLY-RECORD entry instead.  *
      *----------------------------------------------------------------*
       APPLY-VALID-RECORD.
           MOVE WS-INTAKE-ID TO WS-RECORD-ID
           MOVE LNK-INTAKE-NAME TO WS-RECORD-NAME

           IF WS-MAP-PENDING
               PERFORM STORE-EXTERNAL-KEY
           END-IF

           IF WS-REJECT-REASON = SPACES
               IF LNK-APPLY-HIVOL
                   PERFORM APPLY-HIVOL-RECORD
               ELSE
                   PERFORM APPLY-STANDARD-RECORD
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * STORE-EXTERNAL-KEY: Files the mapping RESOLVE-EXTERNAL-KEY     *
      * decided on through ADD-EXTERNAL-KEY ahead of the apply, so a   *
      * record refused later (a bad category, say) still comes back    *
      * on the same ID when the office resends it. A mapping the entry *
      * refuses sets the matching reason code and the record is not    *
      * applied. Performed from APPLY-VALID-RECORD.                    *
      *----------------------------------------------------------------*
       STORE-EXTERNAL-KEY.
           CALL "ADD-EXTERNAL-KEY" USING
               LNK-OFFICE-CODE
               LNK-INTAKE-EXT-KEY
               WS-RECORD-ID
               WS-STATUS
           END-CALL

           EVALUATE WS-STATUS
               WHEN ZERO
                   CONTINUE
               WHEN 2
                   MOVE "07" TO WS-REJECT-REASON
               WHEN 4
                   MOVE "06" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "03" TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------------*
      * APPLY-STANDARD-RECORD: The per-record path - a FIND decides    *
      * insert versus update and the matching CRUD entry point fires.  *
      * Performed from APPLY-VALID-RECORD outside high-volume mode.    *
      *----------------------------------------------------------------*
       APPLY-STANDARD-RECORD.
           CALL "FIND-RECORD-BY-ID" USING
               WS-RECORD-ID
               WS-FOUND-NAME
               WS-FOUND-STATUS-CD
               WS-FOUND-EFF-FROM
               WS-FOUND-EFF-TO
               WS-FOUND-CATEGORY
               WS-STATUS
           END-CALL

           MOVE SPACE TO WS-STATUS-CD
           MOVE ZERO TO WS-EFF-FROM
           MOVE ZERO TO WS-EFF-TO
           MOVE LNK-INTAKE-CATEGORY TO WS-CATEGORY-CODE

           IF WS-STATUS = ZERO
               CALL "UPDATE-RECORD" USING
                   WS-RECORD-ID
                   WS-RECORD-NAME
                   WS-STATUS-CD
                   WS-EFF-FROM
                   WS-EFF-TO
                   WS-CATEGORY-CODE
                   WS-STATUS
               END-CALL
           ELSE
               CALL "ADD-RECORD" USING
                   WS-RECORD-ID
                   WS-RECORD-NAME
                   WS-STATUS-CD
                   WS-EFF-FROM
                   WS-EFF-TO
                   WS-CATEGORY-CODE
                   WS-STATUS
               END-CALL
           END-IF

           EVALUATE WS-STATUS
               WHEN ZERO
                   CONTINUE
               WHEN 2
                   MOVE "04" TO WS-REJECT-REASON
               WHEN 3
                   MOVE "05" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "03" TO WS-REJECT-REASON
           END-EVALUATE.

      *----------------------------------------------------------------*
      * APPLY-HIVOL-RECORD: The high-volume per-record path - one      *
      * call to APPLY-RECORD, which updates or inserts in a single     *
      * statement instead of a FIND followed by the matching CRUD      *
      * entry. Duplicates cannot come back from an upsert, so the      *
      * reason codes in play are 05 (bad category) and 03 (apply       *
      * failed).                                                       *
      *----------------------------------------------------------------*
       APPLY-HIVOL-RECORD.
           MOVE SPACE TO WS-STATUS-CD
           MOVE ZERO TO WS-EFF-FROM
           MOVE ZERO TO WS-EFF-TO
           MOVE LNK-INTAKE-CATEGORY TO WS-CATEGORY-CODE

           CALL "APPLY-RECORD" USING
               WS-RECORD-ID
               WS-RECORD-NAME
               WS-STATUS-CD
               WS-EFF-FROM
               WS-EFF-TO
               WS-CATEGORY-CODE
               WS-STATUS
           END-CALL

           EVALUATE WS-STATUS
               WHEN ZERO
                   CONTINUE
               WHEN 3
                   MOVE "05" TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE "03" TO WS-REJECT-REASON
           END-EVALUATE.
