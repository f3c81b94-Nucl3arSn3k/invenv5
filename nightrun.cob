               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNSTAT-FILE-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUNCTL-FILE.
       FD  RUNSTAT-FILE.
       01 RUNSTAT-RECORD          PIC 9(3).

       FD  RUNLOG-FILE.
       01 RUNLOG-RECORD.
           05 RUNLOG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 RUNLOG-RUN-TIME     PIC 9(6).
           05 FILLER              PIC X(1).
           05 RUNLOG-STEP         PIC 9(3).
           05 FILLER              PIC X(1).
           05 RUNLOG-PROGRAM      PIC X(30).
           05 FILLER              PIC X(1).
           05 RUNLOG-START-DATE   PIC 9(8).
           05 FILLER              PIC X(1).
           05 RUNLOG-START-TIME   PIC 9(6).
           05 FILLER              PIC X(1).
           05 RUNLOG-END-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 RUNLOG-END-TIME     PIC 9(6).
           05 FILLER              PIC X(1).
           05 RUNLOG-ELAPSED      PIC 9(6).
           05 FILLER              PIC X(1).
           05 RUNLOG-RC           PIC S9(4) SIGN LEADING SEPARATE.
           05 FILLER              PIC X(1).
           05 RUNLOG-OUTCOME      PIC X(1).
               88 RUNLOG-COMPLETED VALUE 'C'.
               88 RUNLOG-FAILED   VALUE 'F'.
               88 RUNLOG-NOT-LOADED VALUE 'L'.
           05 FILLER              PIC X(1).
           05 RUNLOG-COUNTS-SW    PIC X(1).
               88 RUNLOG-COUNTED  VALUE 'Y'.
           05 FILLER              PIC X(1).
           05 RUNLOG-READ         PIC 9(9).
           05 FILLER              PIC X(1).
           05 RUNLOG-WRITTEN      PIC 9(9).
           05 FILLER              PIC X(1).
           05 RUNLOG-REJECTED     PIC 9(9).

       WORKING-STORAGE SECTION.
       01 WS-RUNCTL-FILE-STATUS   PIC X(02).
       01 WS-RUNSTAT-FILE-STATUS  PIC X(02).
       01 WS-RUNLOG-FILE-STATUS   PIC X(02).
       01 WS-RUNCTL-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-RUNCTL-EOF       VALUE 'Y'.
       01 WS-STREAM-FAIL-SW       PIC X(01) VALUE 'N'.
       01 WS-LAST-COMPLETED       PIC 9(3) VALUE ZERO.
       01 WS-STEPS-RUN            PIC 9(3) VALUE ZERO.
       01 WS-STEP-PROGRAM         PIC X(30).
       01 WS-STEP-RC              PIC S9(4) VALUE ZERO.
       01 WS-STEP-STATUS          PIC 9.
       01 WS-STEP-LOADED-SW       PIC X(01).
           88 WS-STEP-LOADED      VALUE 'Y'.
       01 WS-STEP-COUNTS-SW       PIC X(01).
           88 WS-STEP-COUNTED     VALUE 'Y'.
       01 WS-STEP-READ            PIC 9(9).
       01 WS-STEP-WRITTEN         PIC 9(9).
       01 WS-STEP-REJECTED        PIC 9(9).
       01 WS-STREAM-DATE          PIC 9(8).
       01 WS-STREAM-TIME          PIC 9(8).
       01 WS-START-DATE           PIC 9(8).
       01 WS-START-TIME           PIC 9(8).
       01 WS-START-TIME-PARTS REDEFINES WS-START-TIME.
           05 WS-START-HH         PIC 9(2).
           05 WS-START-MM         PIC 9(2).
           05 WS-START-SS         PIC 9(2).
           05 WS-START-CC         PIC 9(2).
       01 WS-END-DATE             PIC 9(8).
       01 WS-END-TIME             PIC 9(8).
       01 WS-END-TIME-PARTS REDEFINES WS-END-TIME.
           05 WS-END-HH           PIC 9(2).
           05 WS-END-MM           PIC 9(2).
           05 WS-END-SS           PIC 9(2).
           05 WS-END-CC           PIC 9(2).
       01 WS-ELAPSED-SECONDS      PIC S9(9) VALUE ZERO.
       01 WS-STEP-TABLE.
           05 WS-STEP-ENTRY       OCCURS 20 TIMES PIC X(30).

      * and the other nightly programs now follow - stops the stream   *
      * there with the driver itself ending 8. When every step has     *
      * run clean RUNSTAT is reset to zero so the next night starts    *
      * from step one. Every step actually run - completed, failed or  *
      * not loadable - also adds a record to the permanent RUNLOG      *
      * run-statistics log: the date and time the stream started,      *
      * step number, program, start and end time, elapsed seconds,     *
      * RETURN-CODE, and the records read, written and rejected the    *
      * step reported through SET-STEP-COUNTS. A step that reports no  *
      * counts is logged with the counts flag off, so the weekly       *
      * RUN-TREND-REPORT can tell "none reported" from zero.           *
      *----------------------------------------------------------------*
           PERFORM LOAD-RUN-CONTROL


           PERFORM READ-LAST-COMPLETED

           ACCEPT WS-STREAM-DATE FROM DATE YYYYMMDD
           ACCEPT WS-STREAM-TIME FROM TIME

           IF WS-LAST-COMPLETED > ZERO
               DISPLAY "NIGHTLY-DRIVER: resuming after step "
                   WS-LAST-COMPLETED
      * prior run already completed it, otherwise called and gated on  *
      * its return code, with RUNSTAT advanced only on a clean end.    *
      * The step program is cancelled after a clean run so a program   *
      * appearing twice in one stream starts fresh each time. The      *
      * return code is kept before anything else is called - the next  *
      * CALL would hand back its own - and every step called is logged *
      * to RUNLOG.                                                     *
      *----------------------------------------------------------------*
       RUN-ONE-STEP.
           IF WS-STEP-NUM NOT > WS-LAST-COMPLETED
               DISPLAY "NIGHTLY-DRIVER: step " WS-STEP-NUM
                   " running " WS-STEP-PROGRAM

               ACCEPT WS-START-DATE FROM DATE YYYYMMDD
               ACCEPT WS-START-TIME FROM TIME
               MOVE 'Y' TO WS-STEP-LOADED-SW

               MOVE ZERO TO RETURN-CODE
               CALL WS-STEP-PROGRAM
                   ON EXCEPTION
                       DISPLAY "NIGHTLY-DRIVER: unable to load "
                           WS-STEP-PROGRAM
                       MOVE 'N' TO WS-STEP-LOADED-SW
                       MOVE 'Y' TO WS-STREAM-FAIL-SW
               END-CALL
               MOVE RETURN-CODE TO WS-STEP-RC

               ACCEPT WS-END-DATE FROM DATE YYYYMMDD
               ACCEPT WS-END-TIME FROM TIME

               PERFORM TAKE-STEP-COUNTS
               PERFORM WRITE-RUN-STATISTICS

               IF NOT WS-STREAM-FAILED
                   IF WS-STEP-RC NOT < 8
                       DISPLAY "NIGHTLY-DRIVER: step " WS-STEP-NUM
                           " ended badly - RETURN-CODE " WS-STEP-RC
                       MOVE 'Y' TO WS-STREAM-FAIL-SW
                   ELSE
                       CANCEL WS-STEP-PROGRAM
               WRITE RUNSTAT-RECORD
               CLOSE RUNSTAT-FILE
           END-IF.

      *----------------------------------------------------------------*
      * TAKE-STEP-COUNTS: Collects the record counts the step just run *
      * reported through SET-STEP-COUNTS. A step that never reached    *
      * SQLITE-FUNCTIONS leaves nothing to collect - the collection    *
      * is then simply logged as not reported. Performed from          *
      * RUN-ONE-STEP.                                                  *
      *----------------------------------------------------------------*
       TAKE-STEP-COUNTS.
           MOVE 'N' TO WS-STEP-COUNTS-SW

           CALL "TAKE-STEP-COUNTS" USING
               WS-STEP-READ
               WS-STEP-WRITTEN
               WS-STEP-REJECTED
               WS-STEP-STATUS
               ON EXCEPTION
                   MOVE 1 TO WS-STEP-STATUS
           END-CALL

           IF WS-STEP-STATUS = ZERO
               MOVE 'Y' TO WS-STEP-COUNTS-SW
           ELSE
               MOVE ZERO TO WS-STEP-READ
               MOVE ZERO TO WS-STEP-WRITTEN
               MOVE ZERO TO WS-STEP-REJECTED
           END-IF.

      *----------------------------------------------------------------*
      * WRITE-RUN-STATISTICS: Appends the step's run-statistics record *
      * to RUNLOG, creating the log the first time. Elapsed time is    *
      * worked out in whole seconds across midnight. The log is only   *
      * a record of the run - a log that cannot be written is reported *
      * and the stream carries on. Performed from RUN-ONE-STEP.        *
      *----------------------------------------------------------------*
       WRITE-RUN-STATISTICS.
           COMPUTE WS-ELAPSED-SECONDS =
               (FUNCTION INTEGER-OF-DATE(WS-END-DATE)
                 - FUNCTION INTEGER-OF-DATE(WS-START-DATE)) * 86400
               + (WS-END-HH * 3600 + WS-END-MM * 60 + WS-END-SS)
               - (WS-START-HH * 3600 + WS-START-MM * 60 + WS-START-SS)

           IF WS-ELAPSED-SECONDS < ZERO
               MOVE ZERO TO WS-ELAPSED-SECONDS
           END-IF

           OPEN EXTEND RUNLOG-FILE

           IF WS-RUNLOG-FILE-STATUS = "35"
               OPEN OUTPUT RUNLOG-FILE
           END-IF

           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               DISPLAY "NIGHTLY-DRIVER: unable to write RUNLOG: "
                   WS-RUNLOG-FILE-STATUS
           ELSE
               MOVE SPACES TO RUNLOG-RECORD
               MOVE WS-STREAM-DATE TO RUNLOG-RUN-DATE
               MOVE WS-STREAM-TIME(1:6) TO RUNLOG-RUN-TIME
               MOVE WS-STEP-NUM TO RUNLOG-STEP
               MOVE WS-STEP-PROGRAM TO RUNLOG-PROGRAM
               MOVE WS-START-DATE TO RUNLOG-START-DATE
               MOVE WS-START-TIME(1:6) TO RUNLOG-START-TIME
               MOVE WS-END-DATE TO RUNLOG-END-DATE
               MOVE WS-END-TIME(1:6) TO RUNLOG-END-TIME
               MOVE WS-ELAPSED-SECONDS TO RUNLOG-ELAPSED
               MOVE WS-STEP-RC TO RUNLOG-RC
               EVALUATE TRUE
                   WHEN NOT WS-STEP-LOADED
                       MOVE 'L' TO RUNLOG-OUTCOME
                   WHEN WS-STEP-RC NOT < 8
                       MOVE 'F' TO RUNLOG-OUTCOME
                   WHEN OTHER
                       MOVE 'C' TO RUNLOG-OUTCOME
               END-EVALUATE
               MOVE WS-STEP-COUNTS-SW TO RUNLOG-COUNTS-SW
               MOVE WS-STEP-READ TO RUNLOG-READ
               MOVE WS-STEP-WRITTEN TO RUNLOG-WRITTEN
               MOVE WS-STEP-REJECTED TO RUNLOG-REJECTED
               WRITE RUNLOG-RECORD
               CLOSE RUNLOG-FILE
           END-IF.
