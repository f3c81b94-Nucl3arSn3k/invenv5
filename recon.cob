       IDENTIFICATION DIVISION.
       PROGRAM-ID. REGIONAL-RECONCILIATION.

       ENVIRONMENT DIVISION.

       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS CODE-CHARS IS 'A' THRU 'Z'
                               '0' THRU '9'
                               SPACE.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PARM-FILE ASSIGN TO "RECNPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT OFFICE-FILE ASSIGN TO "RECNEXTR"
               FILE STATUS IS WS-OFFICE-FILE-STATUS.

           SELECT DELTA-FILE ASSIGN TO "RECNDLTA"
               FILE STATUS IS WS-DELTA-FILE-STATUS.

           SELECT REPORT-FILE ASSIGN TO "RECNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-OFFICE         PIC X(8).
           05 FILLER              PIC X(1).
           05 PARM-MODE           PIC X(6).
           05 FILLER              PIC X(1).
           05 PARM-CATEGORY       PIC X(4).

       FD  OFFICE-FILE.
       01 OFFICE-RECORD.
           05 OFFICE-ID           PIC X(7).
           05 OFFICE-NAME         PIC X(50).
           05 OFFICE-CATEGORY     PIC X(4).
           05 OFFICE-EXT-KEY      PIC X(20).
       01 OFFICE-HEADER-RECORD.
           05 OFFICE-HDR-TAG      PIC X(3).
           05 OFFICE-HDR-FEED     PIC X(8).
           05 OFFICE-HDR-CREATED  PIC X(8).
           05 OFFICE-HDR-AS-OF    PIC X(8).
       01 OFFICE-TRAILER-RECORD.
           05 OFFICE-TRL-TAG      PIC X(3).
           05 OFFICE-TRL-COUNT    PIC X(9).
           05 OFFICE-TRL-HASH     PIC X(15).

       FD  DELTA-FILE.
       01 DELTA-RECORD.
           05 DELTA-ACTION        PIC X(1).
           05 DELTA-ID            PIC 9(7).
           05 DELTA-NAME          PIC X(50).
           05 DELTA-EXT-KEY       PIC X(20).
           05 DELTA-SURVIVOR-ID   PIC 9(7).
           05 DELTA-CATEGORY      PIC X(4).
       01 DELTA-HEADER-RECORD.
           05 DELTA-HDR-TAG       PIC X(3).
           05 DELTA-HDR-FEED      PIC X(8).
           05 DELTA-HDR-CREATED   PIC 9(8).
           05 DELTA-HDR-AS-OF     PIC 9(8).
       01 DELTA-TRAILER-RECORD.
           05 DELTA-TRL-TAG       PIC X(3).
           05 DELTA-TRL-COUNT     PIC 9(9).
           05 DELTA-TRL-HASH      PIC 9(15).

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "RECON".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-SQL-PTR              PIC 9(4) COMP-5.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-OFFICE-FILE-STATUS   PIC X(02).
       01 WS-DELTA-FILE-STATUS    PIC X(02).
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-FEED-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-FEED-ERROR       VALUE 'Y'.
       01 WS-RUN-FAIL-SW          PIC X(01) VALUE 'N'.
           88 WS-RUN-FAILED       VALUE 'Y'.
       01 WS-VERIFY-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-VERIFY-EOF       VALUE 'Y'.
       01 WS-TRAILER-FOUND-SW     PIC X(01) VALUE 'N'.
           88 WS-TRAILER-FOUND    VALUE 'Y'.
       01 WS-OFFICE-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-OFFICE-EOF       VALUE 'Y'.
       01 WS-SELECT-OFFICE        PIC X(8) VALUE SPACES.
       01 WS-SELECT-MODE          PIC X(6) VALUE "ALL".
           88 WS-MODE-ACTIVE      VALUE "ACTIVE".
           88 WS-MODE-VALID       VALUE "ACTIVE" "ALL".
       01 WS-SELECT-CATEGORY      PIC X(4) VALUE SPACES.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-AS-OF-DATE           PIC 9(8) VALUE ZERO.
       01 WS-PREV-ID              PIC 9(7) VALUE ZERO.
       01 WS-ID-NUM               PIC 9(7).
       01 WS-OFFICE-ID-NUM        PIC 9(7).
       01 WS-TRL-COUNT-IN         PIC 9(9) VALUE ZERO.
       01 WS-TRL-HASH-IN          PIC 9(15) VALUE ZERO.
       01 WS-VERIFY-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-VERIFY-HASH          PIC 9(15) VALUE ZERO.
       01 WS-MASTER-COUNT         PIC 9(9) VALUE ZERO.
       01 WS-MASTER-HASH          PIC 9(15) VALUE ZERO.
       01 WS-MATCHED-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-MATCHED-HASH         PIC 9(15) VALUE ZERO.
       01 WS-AT-OFFICE-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-AT-OFFICE-HASH       PIC 9(15) VALUE ZERO.
       01 WS-ON-MASTER-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-ON-MASTER-HASH       PIC 9(15) VALUE ZERO.
       01 WS-ARCHIVED-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-ARCHIVED-HASH        PIC 9(15) VALUE ZERO.
       01 WS-NAME-DIFF-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-CAT-DIFF-COUNT       PIC 9(9) VALUE ZERO.
       01 WS-STATUS-DIFF-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-OUT-SEL-COUNT        PIC 9(9) VALUE ZERO.
       01 WS-OUT-SEL-HASH         PIC 9(15) VALUE ZERO.
       01 WS-DISCREPANCY-COUNT    PIC 9(9) VALUE ZERO.
       01 WS-DELTA-COUNT          PIC 9(9) VALUE ZERO.
       01 WS-DELTA-HASH           PIC 9(15) VALUE ZERO.
       01 WS-NUM-VALUE            PIC S9(9) COMP-5.
       01 WS-MASTER-ID            PIC 9(7).
       01 WS-NAME-BUFFER          PIC X(51).
       01 WS-CAT-BUFFER           PIC X(5).
       01 WS-ST-BUFFER            PIC X(2).
       01 WS-EXT-KEY-BUFFER       PIC X(21).
       01 WS-SOURCE-BUFFER        PIC X(2).
       01 WS-SEL-BUFFER           PIC X(2).
       01 WS-MASTER-NAME          PIC X(50).
       01 WS-MASTER-CATEGORY      PIC X(4).
       01 WS-MASTER-STATUS        PIC X(1).
           88 WS-MASTER-RETIRED   VALUE 'R'.
       01 WS-MASTER-EXT-KEY       PIC X(20).
       01 WS-MASTER-SOURCE        PIC X(1).
           88 WS-MASTER-ARCHIVED  VALUE 'X'.
       01 WS-MASTER-SELECTION     PIC X(1).
           88 WS-MASTER-SELECTED  VALUE 'Y'.
           88 WS-MASTER-NOT-ACTIVE VALUE 'S'.
       01 WS-DELTA-ACTION         PIC X(1).
       01 WS-NAME-DIFF-SW         PIC X(01).
           88 WS-NAME-DIFFERS     VALUE 'Y'.
       01 WS-CAT-DIFF-SW          PIC X(01).
           88 WS-CAT-DIFFERS      VALUE 'Y'.
       01 WS-STEP-READ-COUNT      PIC 9(9) VALUE ZERO.
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(32)
               VALUE "REGIONAL RECONCILIATION - OFFICE".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 WS-HDG-OFFICE       PIC X(8).
           05 FILLER              PIC X(20)
               VALUE "   EXTRACT AS OF    ".
           05 WS-HDG-AS-OF        PIC 9(8).
           05 FILLER              PIC X(8) VALUE "   MODE ".
           05 WS-HDG-MODE         PIC X(6).
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(20) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-COLUMN-LINE.
           05 FILLER              PIC X(11) VALUE "       ID  ".
           05 FILLER              PIC X(20) VALUE "DISCREPANCY".
           05 FILLER              PIC X(32) VALUE "MASTER NAME".
           05 FILLER              PIC X(6) VALUE "CAT".
           05 FILLER              PIC X(32) VALUE "OFFICE NAME".
           05 FILLER              PIC X(6) VALUE "CAT".
           05 FILLER              PIC X(10) VALUE "CORRECTION".
       01 WS-DETAIL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-ID           PIC 9(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-CLASS        PIC X(18).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-MASTER-NAME  PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-MASTER-CAT   PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-OFFICE-NAME  PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-OFFICE-CAT   PIC X(4).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-CORRECTION   PIC X(20).
       01 WS-TOTAL-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-TOT-LABEL        PIC X(36).
           05 WS-TOT-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05 WS-TOT-HASH-LABEL   PIC X(14).
           05 WS-TOT-HASH         PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * REGIONAL-RECONCILIATION: Compares the full extract a regional  *
      * office sends back of its own copy - RECEXTRT layout, in ID     *
      * order between its HDR and TRL control records, as              *
      * EXTRACT-RECORDS writes it - record by record against RECORDS   *
      * on the master, to find where the office copy has drifted from  *
      * what the delta feed should have given it.                      *
      *                                                                *
      * RECNPARM columns 1-8 name the office (required), columns 10-15 *
      * give the mode the office extract was run in - ALL (the         *
      * default) or ACTIVE - and columns 17-20 an optional category,   *
      * so the master side is selected the same way the office side    *
      * was. ACTIVE selects the master records active as of the        *
      * office extract's as-of date. An office record the master has   *
      * since moved out of the selection is still compared, so a       *
      * category or status the master has changed is corrected rather  *
      * than taken for a record the master does not have.              *
      *                                                                *
      * The office extract is balanced against its own trailer and     *
      * checked for ID sequence first; a feed that does not balance    *
      * abandons the run. The report then lists every discrepancy -    *
      * an ID on the master but missing at the office, an ID at the    *
      * office but missing on the master, a name or category that      *
      * differs and, in ACTIVE mode, a record the master no longer     *
      * holds as active - and closes with the counts and ID hash       *
      * totals for the office: its trailer, the records counted, the   *
      * master records selected, those the office holds outside the    *
      * master selection, the records matched and each discrepancy     *
      * class. In ALL mode an office ID the master has since swept to  *
      * the archive is listed as archived and needs no correction.     *
      *                                                                *
      * Each discrepancy is written to RECNDLTA as a corrective        *
      * transaction in the RECDELTA layout, between HDR and TRL        *
      * control records, for the office to run through DELTA-APPLY:    *
      *     A - missing at the office, with the master name and        *
      *         category (followed by a D when the master record is    *
      *         retired, so it arrives retired)                        *
      *     D - missing on the master, retired at the office           *
      *     C - name or category differs, with the master values       *
      *     D - retired on the master but active at the office         *
      * A category that is blank on the master cannot be cleared by a  *
      * C transaction, so that difference is reported only. The        *
      * trailer only goes out when the master query ran clean.         *
      *                                                                *
      * The job ends with RETURN-CODE 4 when any discrepancy was       *
      * found, and 8 when RECNPARM is in error, the office extract     *
      * does not balance or the master query failed.                   *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           PERFORM READ-RECON-PARMS

           IF WS-PARM-ERROR
               DISPLAY "REGIONAL-RECONCILIATION: run abandoned - "
                   "correct RECNPARM and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OFFICE-FILE

           IF WS-OFFICE-FILE-STATUS NOT = "00"
               DISPLAY "REGIONAL-RECONCILIATION: unable to open "
                   "office extract: " WS-OFFICE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM VERIFY-FEED-CONTROLS

           CLOSE OFFICE-FILE

           IF WS-FEED-ERROR
               DISPLAY "REGIONAL-RECONCILIATION: run abandoned - "
                   "office extract did not balance"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "REGIONAL-RECONCILIATION: unable to open "
                   "report file: " WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN OUTPUT DELTA-FILE

           IF WS-DELTA-FILE-STATUS NOT = "00"
               DISPLAY "REGIONAL-RECONCILIATION: unable to open "
                   "corrective delta file: " WS-DELTA-FILE-STATUS
               CLOSE REPORT-FILE
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
               DISPLAY "REGIONAL-RECONCILIATION: unable to open "
                   "database"
               CLOSE REPORT-FILE
               CLOSE DELTA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           OPEN INPUT OFFICE-FILE

           IF WS-OFFICE-FILE-STATUS NOT = "00"
               DISPLAY "REGIONAL-RECONCILIATION: unable to open "
                   "office extract: " WS-OFFICE-FILE-STATUS
               CALL "CLOSE-DATABASE" USING
                   WS-HANDLE-NUM
                   WS-STATUS
               END-CALL
               CLOSE REPORT-FILE
               CLOSE DELTA-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM WRITE-DELTA-HEADER

           READ OFFICE-FILE
               AT END
                   MOVE 'Y' TO WS-OFFICE-EOF-SW
           END-READ

           PERFORM READ-OFFICE-DETAIL

           PERFORM BUILD-MASTER-QUERY

           SET WS-CALLBACK TO ENTRY "RECON-ROW-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS = ZERO
               PERFORM OFFICE-ONLY-RECORD
                   UNTIL WS-OFFICE-EOF
               PERFORM WRITE-DELTA-TRAILER
           ELSE
               DISPLAY "REGIONAL-RECONCILIATION: master query failed"
                   " - corrective trailer withheld"
               MOVE 'Y' TO WS-RUN-FAIL-SW
           END-IF

           CLOSE OFFICE-FILE
           CLOSE DELTA-FILE

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           PERFORM PRINT-RECON-TOTALS

           CLOSE REPORT-FILE

           MOVE WS-VERIFY-COUNT TO WS-STEP-READ-COUNT
           CALL "SET-STEP-COUNTS" USING
               WS-STEP-READ-COUNT
               WS-DELTA-COUNT
               WS-DISCREPANCY-COUNT
               WS-STATUS
           END-CALL

           DISPLAY "REGIONAL-RECONCILIATION SUMMARY - OFFICE: "
               FUNCTION TRIM(WS-SELECT-OFFICE)
               " MATCHED: " WS-MATCHED-COUNT
               " DISCREPANCIES: " WS-DISCREPANCY-COUNT
               " CORRECTIONS: " WS-DELTA-COUNT

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-RUN-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-DISCREPANCY-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * RECON-ROW-CALLBACK: sqlite3_exec row callback for the master   *
      * query - ID, name, category, status, the office's own key, the  *
      * source (M for RECORDS, X for an archive sweep) and whether the *
      * row falls in the office's selection, in ID order. The office   *
      * extract is matched against it as the rows arrive: office       *
      * records with a lower ID are missing on the master, an equal ID *
      * is compared whether or not the master row is still in the      *
      * selection, and a selected master record with no office record  *
      * to match is missing at the office. A master row outside the    *
      * selection that the office does not hold is passed over.        *
      *----------------------------------------------------------------*
           ENTRY 'RECON-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(1)
               RETURNING WS-NUM-VALUE
           END-CALL
           MOVE WS-NUM-VALUE TO WS-MASTER-ID

           MOVE SPACES TO WS-NAME-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-NAME-BUFFER
               BY VALUE WS-ARGV-ENTRY(2)
           END-CALL
           INSPECT WS-NAME-BUFFER
               REPLACING ALL X"00" BY SPACE
           MOVE WS-NAME-BUFFER(1:50) TO WS-MASTER-NAME

           MOVE SPACES TO WS-CAT-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-CAT-BUFFER
               BY VALUE WS-ARGV-ENTRY(3)
           END-CALL
           INSPECT WS-CAT-BUFFER
               REPLACING ALL X"00" BY SPACE
           MOVE WS-CAT-BUFFER(1:4) TO WS-MASTER-CATEGORY

           MOVE SPACES TO WS-ST-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-ST-BUFFER
               BY VALUE WS-ARGV-ENTRY(4)
           END-CALL
           INSPECT WS-ST-BUFFER
               REPLACING ALL X"00" BY SPACE
           MOVE WS-ST-BUFFER(1:1) TO WS-MASTER-STATUS

           MOVE SPACES TO WS-EXT-KEY-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-EXT-KEY-BUFFER
               BY VALUE WS-ARGV-ENTRY(5)
           END-CALL
           INSPECT WS-EXT-KEY-BUFFER
               REPLACING ALL X"00" BY SPACE
           MOVE WS-EXT-KEY-BUFFER(1:20) TO WS-MASTER-EXT-KEY

           MOVE SPACES TO WS-SOURCE-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-SOURCE-BUFFER
               BY VALUE WS-ARGV-ENTRY(6)
           END-CALL
           INSPECT WS-SOURCE-BUFFER
               REPLACING ALL X"00" BY SPACE
           MOVE WS-SOURCE-BUFFER(1:1) TO WS-MASTER-SOURCE

           MOVE SPACES TO WS-SEL-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-SEL-BUFFER
               BY VALUE WS-ARGV-ENTRY(7)
           END-CALL
           INSPECT WS-SEL-BUFFER
               REPLACING ALL X"00" BY SPACE
           MOVE WS-SEL-BUFFER(1:1) TO WS-MASTER-SELECTION

           PERFORM OFFICE-ONLY-RECORD
               UNTIL WS-OFFICE-EOF
                  OR WS-OFFICE-ID-NUM NOT < WS-MASTER-ID

           IF WS-MASTER-ARCHIVED
               IF NOT WS-OFFICE-EOF
                AND WS-OFFICE-ID-NUM = WS-MASTER-ID
                   PERFORM ARCHIVED-ON-MASTER
                   PERFORM READ-OFFICE-DETAIL
               END-IF
           ELSE
               IF WS-MASTER-SELECTED
                   ADD 1 TO WS-MASTER-COUNT
                   ADD WS-MASTER-ID TO WS-MASTER-HASH
               END-IF
               IF NOT WS-OFFICE-EOF
                AND WS-OFFICE-ID-NUM = WS-MASTER-ID
                   IF NOT WS-MASTER-SELECTED
                       ADD 1 TO WS-OUT-SEL-COUNT
                       ADD WS-MASTER-ID TO WS-OUT-SEL-HASH
                   END-IF
                   PERFORM COMPARE-MATCHED-RECORD
                   IF WS-MASTER-NOT-ACTIVE
                       PERFORM STATUS-DIFFERS-RECORD
                   END-IF
                   PERFORM READ-OFFICE-DETAIL
               ELSE
                   IF WS-MASTER-SELECTED
                       PERFORM MASTER-ONLY-RECORD
                   END-IF
               END-IF
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * READ-RECON-PARMS: Reads the RECNPARM parameter record. The     *
      * office is required, so a missing or empty RECNPARM abandons    *
      * the run.                                                       *
      *----------------------------------------------------------------*
       READ-RECON-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-RECON-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF

           IF WS-SELECT-OFFICE = SPACES AND NOT WS-PARM-ERROR
               DISPLAY "REGIONAL-RECONCILIATION: RECNPARM must name "
                   "the office"
               MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-RECON-PARMS: Validates and applies the parameter record   *
      * just read. The office and category are spliced into the        *
      * master SQL, so anything but plain letters and digits is        *
      * refused. Performed from READ-RECON-PARMS.                      *
      *----------------------------------------------------------------*
       EDIT-RECON-PARMS.
           IF PARM-OFFICE IS CODE-CHARS
               MOVE PARM-OFFICE TO WS-SELECT-OFFICE
           ELSE
               DISPLAY "REGIONAL-RECONCILIATION: invalid RECNPARM "
                   "office '" PARM-OFFICE "'"
               MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF

           IF PARM-MODE NOT = SPACES
               MOVE PARM-MODE TO WS-SELECT-MODE
           END-IF

           IF NOT WS-MODE-VALID
               DISPLAY "REGIONAL-RECONCILIATION: invalid RECNPARM "
                   "mode '" PARM-MODE "' - must be ACTIVE or ALL"
               MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF

           IF PARM-CATEGORY IS CODE-CHARS
               MOVE PARM-CATEGORY TO WS-SELECT-CATEGORY
           ELSE
               DISPLAY "REGIONAL-RECONCILIATION: invalid RECNPARM "
                   "category '" PARM-CATEGORY "'"
               MOVE 'Y' TO WS-PARM-ERROR-SW
           END-IF.

      *----------------------------------------------------------------*
      * VERIFY-FEED-CONTROLS: The balancing pass over the whole office *
      * extract before anything is compared - the first record must    *
      * be a RECEXTRT HDR control record with a numeric as-of date,    *
      * the details must be in ascending ID order, the TRL control     *
      * record must be present, and the detail count and ID hash total *
      * accumulated on the way through must agree with the trailer.    *
      *----------------------------------------------------------------*
       VERIFY-FEED-CONTROLS.
           READ OFFICE-FILE
               AT END
                   DISPLAY "REGIONAL-RECONCILIATION: office extract "
                       "is empty - no HDR control record"
                   MOVE 'Y' TO WS-FEED-ERROR-SW
                   MOVE 'Y' TO WS-VERIFY-EOF-SW
               NOT AT END
                   PERFORM VERIFY-FEED-HEADER
           END-READ

           PERFORM VERIFY-FEED-LOOP
               UNTIL WS-VERIFY-EOF OR WS-FEED-ERROR

           IF NOT WS-FEED-ERROR
               IF NOT WS-TRAILER-FOUND
                   DISPLAY "REGIONAL-RECONCILIATION: no TRL control "
                       "record - transmission may be truncated"
                   MOVE 'Y' TO WS-FEED-ERROR-SW
               ELSE
                   PERFORM BALANCE-FEED-TOTALS
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * VERIFY-FEED-HEADER: Checks the HDR control record and keeps    *
      * its dates for the report heading and the ACTIVE selection.     *
      * Performed from VERIFY-FEED-CONTROLS.                           *
      *----------------------------------------------------------------*
       VERIFY-FEED-HEADER.
           IF OFFICE-HDR-TAG NOT = "HDR"
            OR OFFICE-HDR-FEED NOT = "RECEXTRT"
               DISPLAY "REGIONAL-RECONCILIATION: office extract does "
                   "not start with a RECEXTRT HDR control record"
               MOVE 'Y' TO WS-FEED-ERROR-SW
           ELSE
               IF OFFICE-HDR-AS-OF NUMERIC
                   MOVE OFFICE-HDR-AS-OF TO WS-AS-OF-DATE
                   DISPLAY "REGIONAL-RECONCILIATION: office extract "
                       "created " OFFICE-HDR-CREATED " as of "
                       OFFICE-HDR-AS-OF
               ELSE
                   DISPLAY "REGIONAL-RECONCILIATION: HDR control "
                       "record as-of date is unreadable"
                   MOVE 'Y' TO WS-FEED-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * VERIFY-FEED-LOOP: Reads one record of the balancing pass.      *
      *----------------------------------------------------------------*
       VERIFY-FEED-LOOP.
           READ OFFICE-FILE
               AT END
                   MOVE 'Y' TO WS-VERIFY-EOF-SW
               NOT AT END
                   PERFORM VERIFY-FEED-RECORD
           END-READ.

      *----------------------------------------------------------------*
      * VERIFY-FEED-RECORD: Applies one record of the balancing pass - *
      * details are sequence-checked, counted and their IDs added into *
      * the hash total, the trailer's totals are captured, and         *
      * anything after the trailer fails the feed. Performed from      *
      * VERIFY-FEED-LOOP.                                              *
      *----------------------------------------------------------------*
       VERIFY-FEED-RECORD.
           IF WS-TRAILER-FOUND
               DISPLAY "REGIONAL-RECONCILIATION: records found after "
                   "the TRL control record"
               MOVE 'Y' TO WS-FEED-ERROR-SW
           ELSE
               IF OFFICE-TRL-TAG = "TRL"
                   MOVE 'Y' TO WS-TRAILER-FOUND-SW
                   IF OFFICE-TRL-COUNT NUMERIC
                    AND OFFICE-TRL-HASH NUMERIC
                       MOVE OFFICE-TRL-COUNT TO WS-TRL-COUNT-IN
                       MOVE OFFICE-TRL-HASH TO WS-TRL-HASH-IN
                   ELSE
                       DISPLAY "REGIONAL-RECONCILIATION: TRL control "
                           "record is unreadable"
                       MOVE 'Y' TO WS-FEED-ERROR-SW
                   END-IF
               ELSE
                   PERFORM VERIFY-FEED-DETAIL
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * VERIFY-FEED-DETAIL: Counts one detail record and checks its ID *
      * is numeric and higher than the one before - the comparison     *
      * matches the extract against the master in ID order, so an      *
      * out-of-sequence or duplicated ID fails the feed. Performed     *
      * from VERIFY-FEED-RECORD.                                       *
      *----------------------------------------------------------------*
       VERIFY-FEED-DETAIL.
           ADD 1 TO WS-VERIFY-COUNT

           IF OFFICE-ID NUMERIC
               MOVE OFFICE-ID TO WS-ID-NUM
               ADD WS-ID-NUM TO WS-VERIFY-HASH
               IF WS-ID-NUM NOT > WS-PREV-ID
                   DISPLAY "REGIONAL-RECONCILIATION: office extract "
                       "out of ID sequence at " OFFICE-ID
                   MOVE 'Y' TO WS-FEED-ERROR-SW
               END-IF
               MOVE WS-ID-NUM TO WS-PREV-ID
           ELSE
               DISPLAY "REGIONAL-RECONCILIATION: office extract ID "
                   "not numeric '" OFFICE-ID "'"
               MOVE 'Y' TO WS-FEED-ERROR-SW
           END-IF.

      *----------------------------------------------------------------*
      * BALANCE-FEED-TOTALS: Compares the accumulated detail count     *
      * and ID hash total against the trailer. Performed from          *
      * VERIFY-FEED-CONTROLS once the trailer has been captured.       *
      *----------------------------------------------------------------*
       BALANCE-FEED-TOTALS.
           IF WS-TRL-COUNT-IN NOT = WS-VERIFY-COUNT
               DISPLAY "REGIONAL-RECONCILIATION: record count out of "
                   "balance - TRAILER: " WS-TRL-COUNT-IN
                   " COUNTED: " WS-VERIFY-COUNT
               MOVE 'Y' TO WS-FEED-ERROR-SW
           END-IF

           IF WS-TRL-HASH-IN NOT = WS-VERIFY-HASH
               DISPLAY "REGIONAL-RECONCILIATION: ID hash total out of "
                   "balance - TRAILER: " WS-TRL-HASH-IN
                   " COMPUTED: " WS-VERIFY-HASH
               MOVE 'Y' TO WS-FEED-ERROR-SW
           END-IF.

      *----------------------------------------------------------------*
      * READ-OFFICE-DETAIL: Reads the next office detail record for    *
      * the comparison. The TRL control record ends the details; the   *
      * balancing pass has already vouched for the rest.               *
      *----------------------------------------------------------------*
       READ-OFFICE-DETAIL.
           IF NOT WS-OFFICE-EOF
               READ OFFICE-FILE
                   AT END
                       MOVE 'Y' TO WS-OFFICE-EOF-SW
                   NOT AT END
                       IF OFFICE-TRL-TAG = "TRL"
                           MOVE 'Y' TO WS-OFFICE-EOF-SW
                       ELSE
                           MOVE OFFICE-ID TO WS-OFFICE-ID-NUM
                       END-IF
               END-READ
           END-IF.

      *----------------------------------------------------------------*
      * BUILD-MASTER-QUERY: Builds the master SELECT - every RECORDS   *
      * row with the office's own key and a selection flag: Y when the *
      * row falls in the selection the office extract was run with, S  *
      * in ACTIVE mode when it is not active as of the extract's as-of *
      * date, and C when it is active but in another category than the *
      * one selected. The master side is not filtered, so an office    *
      * record the master has moved out of the selection is still      *
      * matched and corrected rather than taken as missing on the      *
      * master. In ALL mode the IDs swept to the archive since are     *
      * merged in, marked X, so an office still holding one is told    *
      * apart from a record the master never had.                      *
      *----------------------------------------------------------------*
       BUILD-MASTER-QUERY.
           MOVE SPACES TO WS-SQL-STATEMENT
           MOVE 1 TO WS-SQL-PTR
           STRING "SELECT ID, COALESCE(NAME, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(CATEGORY), ''), ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(NULLIF(TRIM(STATUS), ''), 'A'), "
                      DELIMITED BY SIZE
                  "COALESCE((SELECT EXT_KEY FROM EXTERNAL_XREF "
                      DELIMITED BY SIZE
                  "WHERE OFFICE = '"
                      DELIMITED BY SIZE
                  FUNCTION TRIM(WS-SELECT-OFFICE)
                      DELIMITED BY SIZE
                  "' AND RECORD_ID = RECORDS.ID), ' '), 'M', "
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
               WITH POINTER WS-SQL-PTR
           END-STRING

           IF WS-MODE-ACTIVE OR WS-SELECT-CATEGORY NOT = SPACES
               STRING "CASE"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
                   WITH POINTER WS-SQL-PTR
               END-STRING
               IF WS-MODE-ACTIVE
                   STRING " WHEN NOT (COALESCE(STATUS, 'A') = 'A' "
                              DELIMITED BY SIZE
                          "AND COALESCE(EFF_FROM, 0) <= "
                              DELIMITED BY SIZE
                          WS-AS-OF-DATE
                              DELIMITED BY SIZE
                          " AND (COALESCE(EFF_TO, 0) = 0 OR EFF_TO >= "
                              DELIMITED BY SIZE
                          WS-AS-OF-DATE
                              DELIMITED BY SIZE
                          ")) THEN 'S'"
                              DELIMITED BY SIZE
                       INTO WS-SQL-STATEMENT
                       WITH POINTER WS-SQL-PTR
                   END-STRING
               END-IF
               IF WS-SELECT-CATEGORY NOT = SPACES
                   STRING " WHEN COALESCE(CATEGORY, ' ') <> '"
                              DELIMITED BY SIZE
                          FUNCTION TRIM(WS-SELECT-CATEGORY)
                              DELIMITED BY SIZE
                          "' THEN 'C'"
                              DELIMITED BY SIZE
                       INTO WS-SQL-STATEMENT
                       WITH POINTER WS-SQL-PTR
                   END-STRING
               END-IF
               STRING " ELSE 'Y' END"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
                   WITH POINTER WS-SQL-PTR
               END-STRING
           ELSE
               STRING "'Y'"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF

           STRING " FROM RECORDS"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
               WITH POINTER WS-SQL-PTR
           END-STRING

           IF NOT WS-MODE-ACTIVE
               STRING " UNION ALL SELECT RECORD_ID, ' ', "
                          DELIMITED BY SIZE
                      "COALESCE(NULLIF(TRIM(CATEGORY), ''), ' '), "
                          DELIMITED BY SIZE
                      "'R', ' ', 'X', 'N' FROM ARCHIVE_SWEEPS WHERE "
                          DELIMITED BY SIZE
                      "RECORD_ID NOT IN (SELECT ID FROM RECORDS)"
                          DELIMITED BY SIZE
                   INTO WS-SQL-STATEMENT
                   WITH POINTER WS-SQL-PTR
               END-STRING
           END-IF

           STRING " ORDER BY 1"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
               WITH POINTER WS-SQL-PTR
           END-STRING.

      *----------------------------------------------------------------*
      * COMPARE-MATCHED-RECORD: Compares the name and category of an   *
      * ID both sides hold. A difference is listed and corrected with  *
      * a C transaction carrying the master values - unless the only   *
      * difference is a category the master holds blank, which a C     *
      * cannot clear. Performed from RECON-ROW-CALLBACK.               *
      *----------------------------------------------------------------*
       COMPARE-MATCHED-RECORD.
           ADD 1 TO WS-MATCHED-COUNT
           ADD WS-MASTER-ID TO WS-MATCHED-HASH

           MOVE 'N' TO WS-NAME-DIFF-SW
           MOVE 'N' TO WS-CAT-DIFF-SW

           IF OFFICE-NAME NOT = WS-MASTER-NAME
               MOVE 'Y' TO WS-NAME-DIFF-SW
               ADD 1 TO WS-NAME-DIFF-COUNT
           END-IF

           IF OFFICE-CATEGORY NOT = WS-MASTER-CATEGORY
               MOVE 'Y' TO WS-CAT-DIFF-SW
               ADD 1 TO WS-CAT-DIFF-COUNT
           END-IF

           IF WS-NAME-DIFFERS OR WS-CAT-DIFFERS
               ADD 1 TO WS-DISCREPANCY-COUNT
               MOVE SPACES TO WS-DETAIL-LINE
               MOVE WS-MASTER-ID TO WS-DET-ID
               EVALUATE TRUE
                   WHEN WS-NAME-DIFFERS AND WS-CAT-DIFFERS
                       MOVE "NAME AND CATEGORY" TO WS-DET-CLASS
                   WHEN WS-NAME-DIFFERS
                       MOVE "NAME DIFFERS" TO WS-DET-CLASS
                   WHEN OTHER
                       MOVE "CATEGORY DIFFERS" TO WS-DET-CLASS
               END-EVALUATE
               MOVE WS-MASTER-NAME TO WS-DET-MASTER-NAME
               MOVE WS-MASTER-CATEGORY TO WS-DET-MASTER-CAT
               MOVE OFFICE-NAME TO WS-DET-OFFICE-NAME
               MOVE OFFICE-CATEGORY TO WS-DET-OFFICE-CAT
               IF WS-NAME-DIFFERS OR WS-MASTER-CATEGORY NOT = SPACES
                   MOVE "C" TO WS-DELTA-ACTION
                   PERFORM WRITE-MASTER-TRANSACTION
                   MOVE "C - CHANGE" TO WS-DET-CORRECTION
               ELSE
                   MOVE "NONE - BLANK ON MSTR" TO WS-DET-CORRECTION
               END-IF
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------*
      * MASTER-ONLY-RECORD: Lists a master record the office does not  *
      * hold and corrects it with an A transaction, followed by a D    *
      * when the master record is retired. Performed from              *
      * RECON-ROW-CALLBACK.                                            *
      *----------------------------------------------------------------*
       MASTER-ONLY-RECORD.
           ADD 1 TO WS-AT-OFFICE-COUNT
           ADD WS-MASTER-ID TO WS-AT-OFFICE-HASH
           ADD 1 TO WS-DISCREPANCY-COUNT

           MOVE "A" TO WS-DELTA-ACTION
           PERFORM WRITE-MASTER-TRANSACTION

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-MASTER-ID TO WS-DET-ID
           MOVE "MISSING AT OFFICE" TO WS-DET-CLASS
           MOVE WS-MASTER-NAME TO WS-DET-MASTER-NAME
           MOVE WS-MASTER-CATEGORY TO WS-DET-MASTER-CAT

           IF WS-MASTER-RETIRED
               MOVE "D" TO WS-DELTA-ACTION
               PERFORM WRITE-MASTER-TRANSACTION
               MOVE "A+D - ADD RETIRED" TO WS-DET-CORRECTION
           ELSE
               MOVE "A - ADD" TO WS-DET-CORRECTION
           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * STATUS-DIFFERS-RECORD: Lists an office record, selected as     *
      * active at the office, that the master holds but not as active  *
      * as of the extract's as-of date. A record retired on the master *
      * is corrected with a D transaction; one suspended or outside    *
      * its effective dates is reported only, as RECDELTA carries no   *
      * status or dates. Performed from RECON-ROW-CALLBACK after the   *
      * name and category have been compared.                          *
      *----------------------------------------------------------------*
       STATUS-DIFFERS-RECORD.
           ADD 1 TO WS-STATUS-DIFF-COUNT
           ADD 1 TO WS-DISCREPANCY-COUNT

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-MASTER-ID TO WS-DET-ID
           MOVE "STATUS DIFFERS" TO WS-DET-CLASS
           MOVE WS-MASTER-NAME TO WS-DET-MASTER-NAME
           MOVE WS-MASTER-CATEGORY TO WS-DET-MASTER-CAT
           MOVE OFFICE-NAME TO WS-DET-OFFICE-NAME
           MOVE OFFICE-CATEGORY TO WS-DET-OFFICE-CAT

           IF WS-MASTER-RETIRED
               MOVE "D" TO WS-DELTA-ACTION
               PERFORM WRITE-MASTER-TRANSACTION
               MOVE "D - RETIRE" TO WS-DET-CORRECTION
           ELSE
               MOVE "NONE - NOT EFFECTIVE" TO WS-DET-CORRECTION
           END-IF

           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * OFFICE-ONLY-RECORD: Lists the current office record as missing *
      * on the master - an ID RECORDS does not hold at all - corrects  *
      * it with a D transaction so the office retires it, and reads    *
      * the next office record. Performed from                         *
      * RECON-ROW-CALLBACK and, once the master rows are exhausted,    *
      * from the mainline.                                             *
      *----------------------------------------------------------------*
       OFFICE-ONLY-RECORD.
           ADD 1 TO WS-ON-MASTER-COUNT
           ADD WS-OFFICE-ID-NUM TO WS-ON-MASTER-HASH
           ADD 1 TO WS-DISCREPANCY-COUNT

           MOVE SPACES TO DELTA-RECORD
           MOVE "D" TO DELTA-ACTION
           MOVE WS-OFFICE-ID-NUM TO DELTA-ID
           MOVE OFFICE-NAME TO DELTA-NAME
           MOVE OFFICE-EXT-KEY TO DELTA-EXT-KEY
           MOVE ZERO TO DELTA-SURVIVOR-ID
           PERFORM WRITE-DELTA-DETAIL

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-OFFICE-ID-NUM TO WS-DET-ID
           MOVE "MISSING ON MASTER" TO WS-DET-CLASS
           MOVE OFFICE-NAME TO WS-DET-OFFICE-NAME
           MOVE OFFICE-CATEGORY TO WS-DET-OFFICE-CAT
           MOVE "D - RETIRE" TO WS-DET-CORRECTION
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           PERFORM READ-OFFICE-DETAIL.

      *----------------------------------------------------------------*
      * ARCHIVED-ON-MASTER: Lists an office record whose ID the master *
      * has swept to the archive - expected, since the delta feed      *
      * carries no archive sweep, and not a discrepancy. Performed     *
      * from RECON-ROW-CALLBACK.                                       *
      *----------------------------------------------------------------*
       ARCHIVED-ON-MASTER.
           ADD 1 TO WS-ARCHIVED-COUNT
           ADD WS-MASTER-ID TO WS-ARCHIVED-HASH

           MOVE SPACES TO WS-DETAIL-LINE
           MOVE WS-MASTER-ID TO WS-DET-ID
           MOVE "ARCHIVED ON MASTER" TO WS-DET-CLASS
           MOVE WS-MASTER-CATEGORY TO WS-DET-MASTER-CAT
           MOVE OFFICE-NAME TO WS-DET-OFFICE-NAME
           MOVE OFFICE-CATEGORY TO WS-DET-OFFICE-CAT
           MOVE "NONE" TO WS-DET-CORRECTION
           MOVE WS-DETAIL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * WRITE-MASTER-TRANSACTION: Writes a corrective transaction for  *
      * the current master row with the action in WS-DELTA-ACTION -    *
      * the master name and the office's own key, and the master       *
      * category on an add or change.                                  *
      *----------------------------------------------------------------*
       WRITE-MASTER-TRANSACTION.
           MOVE SPACES TO DELTA-RECORD
           MOVE WS-DELTA-ACTION TO DELTA-ACTION
           MOVE WS-MASTER-ID TO DELTA-ID
           MOVE WS-MASTER-NAME TO DELTA-NAME
           MOVE WS-MASTER-EXT-KEY TO DELTA-EXT-KEY
           MOVE ZERO TO DELTA-SURVIVOR-ID
           IF DELTA-ACTION NOT = "D"
               MOVE WS-MASTER-CATEGORY TO DELTA-CATEGORY
           END-IF
           PERFORM WRITE-DELTA-DETAIL.

      *----------------------------------------------------------------*
      * WRITE-DELTA-DETAIL: Writes the corrective transaction built in *
      * DELTA-RECORD and adds it into the trailer totals.              *
      *----------------------------------------------------------------*
       WRITE-DELTA-DETAIL.
           WRITE DELTA-RECORD
           ADD 1 TO WS-DELTA-COUNT
           ADD DELTA-ID TO WS-DELTA-HASH.

      *----------------------------------------------------------------*
      * WRITE-DELTA-HEADER: Writes the HDR control record ahead of the *
      * corrective transactions, as DELTA-EXTRACT does.                *
      *----------------------------------------------------------------*
       WRITE-DELTA-HEADER.
           MOVE SPACES TO DELTA-RECORD
           MOVE "HDR" TO DELTA-HDR-TAG
           MOVE "RECDELTA" TO DELTA-HDR-FEED
           MOVE WS-RUN-DATE TO DELTA-HDR-CREATED
           MOVE WS-RUN-DATE TO DELTA-HDR-AS-OF
           WRITE DELTA-HEADER-RECORD.

      *----------------------------------------------------------------*
      * WRITE-DELTA-TRAILER: Writes the TRL control record with the    *
      * corrective transaction count and ID hash total DELTA-APPLY     *
      * balances against. Only written on a clean run.                 *
      *----------------------------------------------------------------*
       WRITE-DELTA-TRAILER.
           MOVE SPACES TO DELTA-RECORD
           MOVE "TRL" TO DELTA-TRL-TAG
           MOVE WS-DELTA-COUNT TO DELTA-TRL-COUNT
           MOVE WS-DELTA-HASH TO DELTA-TRL-HASH
           WRITE DELTA-TRAILER-RECORD.

      *----------------------------------------------------------------*
      * PRINT-RECON-TOTALS: Closes the report with the office's counts *
      * and ID hash totals. The office records counted less those      *
      * missing on the master and those archived, and the master       *
      * records selected plus those the office holds outside the       *
      * master selection less those missing at the office, both come   *
      * to the records matched.                                        *
      *----------------------------------------------------------------*
       PRINT-RECON-TOTALS.
           IF WS-LINE-COUNT > WS-LINES-PER-PAGE - 18
               MOVE 99 TO WS-LINE-COUNT
           END-IF

           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           IF WS-RUN-FAILED
               MOVE "*** MASTER QUERY FAILED - COMPARISON INCOMPLETE, "
                   TO REPORT-LINE
               MOVE "CORRECTIVE FILE HAS NO TRAILER" TO REPORT-LINE(51:)
               PERFORM PRINT-REPORT-LINE
               MOVE SPACES TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF

           MOVE "TOTALS FOR OFFICE " TO REPORT-LINE
           MOVE WS-SELECT-OFFICE TO REPORT-LINE(19:8)
           PERFORM PRINT-REPORT-LINE

           MOVE "OFFICE EXTRACT TRAILER" TO WS-TOT-LABEL
           MOVE WS-TRL-COUNT-IN TO WS-TOT-COUNT
           MOVE WS-TRL-HASH-IN TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE

           MOVE "OFFICE RECORDS COUNTED" TO WS-TOT-LABEL
           MOVE WS-VERIFY-COUNT TO WS-TOT-COUNT
           MOVE WS-VERIFY-HASH TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE

           MOVE "MASTER RECORDS SELECTED" TO WS-TOT-LABEL
           MOVE WS-MASTER-COUNT TO WS-TOT-COUNT
           MOVE WS-MASTER-HASH TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE

           MOVE "OUTSIDE MASTER SELECTION" TO WS-TOT-LABEL
           MOVE WS-OUT-SEL-COUNT TO WS-TOT-COUNT
           MOVE WS-OUT-SEL-HASH TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE

           MOVE "RECORDS MATCHED" TO WS-TOT-LABEL
           MOVE WS-MATCHED-COUNT TO WS-TOT-COUNT
           MOVE WS-MATCHED-HASH TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE

           MOVE "MISSING AT OFFICE" TO WS-TOT-LABEL
           MOVE WS-AT-OFFICE-COUNT TO WS-TOT-COUNT
           MOVE WS-AT-OFFICE-HASH TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE

           MOVE "MISSING ON MASTER" TO WS-TOT-LABEL
           MOVE WS-ON-MASTER-COUNT TO WS-TOT-COUNT
           MOVE WS-ON-MASTER-HASH TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE

           MOVE "ARCHIVED ON MASTER - NO ACTION" TO WS-TOT-LABEL
           MOVE WS-ARCHIVED-COUNT TO WS-TOT-COUNT
           MOVE WS-ARCHIVED-HASH TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE

           MOVE "NAMES DIFFERING" TO WS-TOT-LABEL
           MOVE WS-NAME-DIFF-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE(50:)
           PERFORM PRINT-REPORT-LINE

           MOVE "CATEGORIES DIFFERING" TO WS-TOT-LABEL
           MOVE WS-CAT-DIFF-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE(50:)
           PERFORM PRINT-REPORT-LINE

           MOVE "STATUSES DIFFERING" TO WS-TOT-LABEL
           MOVE WS-STATUS-DIFF-COUNT TO WS-TOT-COUNT
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           MOVE SPACES TO REPORT-LINE(50:)
           PERFORM PRINT-REPORT-LINE

           MOVE "CORRECTIVE TRANSACTIONS (RECNDLTA)" TO WS-TOT-LABEL
           MOVE WS-DELTA-COUNT TO WS-TOT-COUNT
           MOVE WS-DELTA-HASH TO WS-TOT-HASH
           PERFORM PRINT-TOTAL-LINE.

      *----------------------------------------------------------------*
      * PRINT-TOTAL-LINE: Prints one totals line with its count and ID *
      * hash total. Performed from PRINT-RECON-TOTALS.                 *
      *----------------------------------------------------------------*
       PRINT-TOTAL-LINE.
           MOVE "    HASH TOTAL" TO WS-TOT-HASH-LABEL
           MOVE WS-TOTAL-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

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
      * office, extract as-of date, mode, run date, page number and    *
      * column headings.                                               *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-SELECT-OFFICE TO WS-HDG-OFFICE
           MOVE WS-AS-OF-DATE TO WS-HDG-AS-OF
           MOVE WS-SELECT-MODE TO WS-HDG-MODE
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-COLUMN-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 3 TO WS-LINE-COUNT.
