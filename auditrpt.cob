           05 AUDIT-RETRIES      PIC X(2).
           05 FILLER             PIC X(01).
           05 AUDIT-USER         PIC X(8).
           05 FILLER             PIC X(01).
           05 AUDIT-KEYED-BY     PIC X(8).

       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).
           05 WS-DET-ENTRY       PIC X(24).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-USER        PIC X(8).
           05 FILLER             PIC X(01) VALUE SPACES.
           05 WS-DET-KEYED-BY    PIC X(8).
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-DET-SQL         PIC X(71).
       01 WS-SUMMARY-LINE.
           05 FILLER             PIC X(02) VALUE SPACES.
           05 WS-SUM-ENTRY       PIC X(24).
      * the morning-after operations report - a control break on the   *
      * audit date gives one section per day, each with the first and  *
      * last call times (the actual batch window), a chronological     *
      * listing of every failed call with who drove it - and, for a    *
      * change applied on approval, who keyed it - and its SQL text,   *
      * and call and failure counts per entry point. Grand totals      *
      * close the report. One run covers however many days the log     *
      * holds.                                                         *
      *----------------------------------------------------------------*
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

               MOVE AUDIT-TIME TO WS-DET-TIME
               MOVE AUDIT-ENTRY-POINT TO WS-DET-ENTRY
               MOVE AUDIT-USER TO WS-DET-USER
               MOVE AUDIT-KEYED-BY TO WS-DET-KEYED-BY
               MOVE AUDIT-SQL-TEXT(1:71) TO WS-DET-SQL
               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           END-IF.
