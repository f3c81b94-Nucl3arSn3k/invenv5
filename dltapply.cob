           05 DELTA-ACTION        PIC X(1).
           05 DELTA-ID            PIC X(7).
           05 DELTA-NAME          PIC X(50).
           05 DELTA-EXT-KEY       PIC X(20).
           05 DELTA-SURVIVOR-ID   PIC X(7).
           05 DELTA-CATEGORY      PIC X(4).
       01 DELTA-HEADER-RECORD.
           05 DELTA-HDR-TAG       PIC X(3).
           05 DELTA-HDR-FEED      PIC X(8).
           05 EXCEPT-ACTION       PIC X(1).
           05 EXCEPT-ID           PIC X(7).
           05 EXCEPT-NAME         PIC X(50).
           05 EXCEPT-EXT-KEY      PIC X(20).
           05 EXCEPT-SURVIVOR-ID  PIC X(7).
           05 EXCEPT-CATEGORY     PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-RECORD-ID            PIC 9(7).
       01 WS-SURVIVOR-ID          PIC 9(7).
       01 WS-RECORD-NAME          PIC X(50).
       01 WS-FOUND-NAME           PIC X(50).
       01 WS-STATUS-CD            PIC X(01).
       01 WS-READ-COUNT           PIC 9(6) VALUE ZERO.
       01 WS-APPLIED-COUNT        PIC 9(6) VALUE ZERO.
       01 WS-EXCEPT-COUNT         PIC 9(6) VALUE ZERO.
       01 WS-STEP-READ-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-STEP-WRITE-COUNT     PIC 9(9) VALUE ZERO.
       01 WS-STEP-REJECT-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-EXCEPT-REASON        PIC X(2).
       01 WS-ON-FILE-SW           PIC X(01).
           88 WS-ON-FILE          VALUE 'Y'.

      *----------------------------------------------------------------*
      * DELTA-APPLY: The receiving end of the RECDELTA feed - applies  *
      * the add/change/delete/merge transactions DELTA-EXTRACT writes  *
      * to a regional copy of the RECORDS database through the same    *
      * ADD-RECORD / UPDATE-RECORD / DELETE-RECORD / MERGE-RECORD      *
      * entry points the head-office programs use, so the regional     *
      * sites sync from the delta instead of reloading the full        *
      * extract every night. The feed's HDR and TRL control records    *
      * are balanced first and any imbalance abandons the run with     *
      * RETURN-CODE 8 before the transaction starts. Transactions that *
      * do not apply cleanly go to the exception file with a reason    *
      * code so the sending side can investigate:                      *
      *     01 - action code not A, C, D or M                          *
      *     02 - record ID or survivor ID not numeric                  *
      *     03 - database apply failed                                 *
      *     04 - add for a record ID already on file                   *
      *     05 - change, delete or merge for an ID not on file         *
      *     06 - record name blank on an add or change                 *
      *     07 - category on an add or change not on CATEGORIES here   *
      * A run summary (read, applied, exceptions) is displayed at end  *
      * of job for balancing, the same as INTAKE-RECORDS. The same     *
      * three counts are reported through SET-STEP-COUNTS for the      *
      * nightly run-statistics log, the exceptions as rejected.        *
      *----------------------------------------------------------------*
           OPEN INPUT DELTA-FILE

               WS-STATUS
           END-CALL

           MOVE WS-READ-COUNT TO WS-STEP-READ-COUNT
           MOVE WS-APPLIED-COUNT TO WS-STEP-WRITE-COUNT
           MOVE WS-EXCEPT-COUNT TO WS-STEP-REJECT-COUNT
           CALL "SET-STEP-COUNTS" USING
               WS-STEP-READ-COUNT
               WS-STEP-WRITE-COUNT
               WS-STEP-REJECT-COUNT
               WS-STATUS
           END-CALL

           DISPLAY "DELTA-APPLY SUMMARY - READ: " WS-READ-COUNT
               " APPLIED: " WS-APPLIED-COUNT
               " EXCEPTIONS: " WS-EXCEPT-COUNT
      *----------------------------------------------------------------*
       APPLY-DELTA-RECORD.
           IF DELTA-ACTION NOT = "A" AND DELTA-ACTION NOT = "C"
            AND DELTA-ACTION NOT = "D" AND DELTA-ACTION NOT = "M"
               MOVE "01" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               IF DELTA-ID NOT NUMERIC
                OR (DELTA-ACTION = "M"
                    AND DELTA-SURVIVOR-ID NOT NUMERIC)
                   MOVE "02" TO WS-EXCEPT-REASON
                   PERFORM WRITE-EXCEPTION-RECORD
               ELSE
                   IF DELTA-NAME = SPACES
                    AND DELTA-ACTION NOT = "D"
                    AND DELTA-ACTION NOT = "M"
                       MOVE "06" TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   ELSE
      * drives the matching CRUD entry point - an add for an ID        *
      * already on file and a change or delete for one that is not     *
      * are exceptions, not aborts, so one bad transaction never       *
      * abandons the night's sync. The category on an add or change    *
      * goes through as sent; a blank one leaves it as it stands.      *
      *----------------------------------------------------------------*
       APPLY-VALID-DELTA.
           MOVE DELTA-ID TO WS-RECORD-ID
           MOVE SPACE TO WS-STATUS-CD
           MOVE ZERO TO WS-EFF-FROM
           MOVE ZERO TO WS-EFF-TO
           MOVE DELTA-CATEGORY TO WS-CATEGORY-CODE

           EVALUATE DELTA-ACTION
               WHEN "A"
                   PERFORM APPLY-DELTA-CHANGE
               WHEN "D"
                   PERFORM APPLY-DELTA-DELETE
               WHEN "M"
                   PERFORM APPLY-DELTA-MERGE
           END-EVALUATE.

      *----------------------------------------------------------------*
      * APPLY-DELTA-ADD: Applies one A transaction through             *
      * ADD-RECORD. An ID already on file is exception 04 and a        *
      * category this copy does not know is exception 07.              *
      *----------------------------------------------------------------*
       APPLY-DELTA-ADD.
           IF WS-ON-FILE
                   WHEN 2
                       MOVE "04" TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN 3
                       MOVE "07" TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN OTHER
                       MOVE "03" TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION-RECORD

      *----------------------------------------------------------------*
      * APPLY-DELTA-CHANGE: Applies one C transaction through          *
      * UPDATE-RECORD. An ID not on file is exception 05 and a         *
      * category this copy does not know is exception 07.              *
      *----------------------------------------------------------------*
       APPLY-DELTA-CHANGE.
           IF NOT WS-ON-FILE
                   WS-CATEGORY-CODE
                   WS-STATUS
               END-CALL
               EVALUATE WS-STATUS
                   WHEN ZERO
                       ADD 1 TO WS-APPLIED-COUNT
                   WHEN 3
                       MOVE "07" TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN OTHER
                       MOVE "03" TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * APPLY-DELTA-MERGE: Applies one M transaction through           *
      * MERGE-RECORD, folding the record into the survivor named on    *
      * the transaction the same as head office did - the D ahead of   *
      * it in the feed has already retired it. A record not on file is *
      * exception 05.                                                  *
      *----------------------------------------------------------------*
       APPLY-DELTA-MERGE.
           IF NOT WS-ON-FILE
               MOVE "05" TO WS-EXCEPT-REASON
               PERFORM WRITE-EXCEPTION-RECORD
           ELSE
               MOVE DELTA-SURVIVOR-ID TO WS-SURVIVOR-ID
               CALL "MERGE-RECORD" USING
                   WS-SURVIVOR-ID
                   WS-RECORD-ID
                   WS-STATUS
               END-CALL
               EVALUATE WS-STATUS
                   WHEN ZERO
                       ADD 1 TO WS-APPLIED-COUNT
                   WHEN 1
                       MOVE "05" TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
                   WHEN OTHER
                       MOVE "03" TO WS-EXCEPT-REASON
                       PERFORM WRITE-EXCEPTION-RECORD
               END-EVALUATE
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-EXCEPTION-RECORD: Writes the transaction just read to    *
      * the exception file prefixed with WS-EXCEPT-REASON so the       *
           MOVE DELTA-ACTION TO EXCEPT-ACTION
           MOVE DELTA-ID TO EXCEPT-ID
           MOVE DELTA-NAME TO EXCEPT-NAME
           MOVE DELTA-EXT-KEY TO EXCEPT-EXT-KEY
           MOVE DELTA-SURVIVOR-ID TO EXCEPT-SURVIVOR-ID
           MOVE DELTA-CATEGORY TO EXCEPT-CATEGORY
           WRITE EXCEPTION-RECORD.
