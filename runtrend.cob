       IDENTIFICATION DIVISION.
       PROGRAM-ID. RUN-TREND-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "TRNDRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "TRNDPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

           SELECT RUNLOG-FILE ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-ELAPSED-PCT    PIC X(3).
           05 FILLER              PIC X(1).
           05 PARM-VOLUME-PCT     PIC X(3).
           05 FILLER              PIC X(1).
           05 PARM-MIN-SECONDS    PIC X(5).
           05 FILLER              PIC X(1).
           05 PARM-MIN-VOLUME     PIC X(9).

       FD  RUNLOG-FILE.
       01 RUNLOG-RECORD.
           05 RUNLOG-RUN-KEY.
               10 RUNLOG-RUN-DATE PIC 9(8).
               10 FILLER          PIC X(1).
               10 RUNLOG-RUN-TIME PIC 9(6).
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
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-RUNLOG-FILE-STATUS   PIC X(02).
       01 WS-RUNLOG-EOF-SW        PIC X(01) VALUE 'N'.
           88 WS-RUNLOG-EOF       VALUE 'Y'.
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-LOG-FAIL-SW          PIC X(01) VALUE 'N'.
           88 WS-LOG-FAILED       VALUE 'Y'.
       01 WS-PGM-FOUND-SW         PIC X(01).
           88 WS-PGM-FOUND        VALUE 'Y'.
       01 WS-TREND-SW             PIC X(01).
           88 WS-TRENDING-LONGER  VALUE 'Y'.
       01 WS-JUMP-SW              PIC X(01).
           88 WS-VOLUME-JUMPED    VALUE 'Y'.
       01 WS-RUNS-WANTED          PIC 9(2) VALUE 30.
       01 WS-ELAPSED-PCT          PIC 9(3) VALUE 25.
       01 WS-VOLUME-PCT           PIC 9(3) VALUE 50.
       01 WS-MIN-SECONDS          PIC 9(5) VALUE 60.
       01 WS-MIN-VOLUME           PIC 9(9) VALUE 100.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-CURRENT-COLUMNS      PIC X(132) VALUE SPACES.
       01 WS-RUNS-LOGGED          PIC 9(7) VALUE ZERO.
       01 WS-RUN-ORDINAL          PIC 9(7) VALUE ZERO.
       01 WS-FIRST-WANTED         PIC 9(7) VALUE ZERO.
       01 WS-LAST-RUN-KEY         PIC X(15) VALUE LOW-VALUES.
       01 WS-FLAGGED-COUNT        PIC 9(3) VALUE ZERO.
       01 WS-RUN-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-RUN-IDX              PIC 9(2).
       01 WS-RUN-TABLE.
           05 WS-RUN-ENTRY        OCCURS 30 TIMES.
               10 WS-RUN-T-DATE   PIC 9(8).
               10 WS-RUN-T-TIME   PIC 9(6).
               10 WS-RUN-T-STEPS  PIC 9(3).
               10 WS-RUN-T-FAILS  PIC 9(3).
               10 WS-RUN-T-ELAPSED PIC 9(7).
       01 WS-PGM-COUNT            PIC 9(2) VALUE ZERO.
       01 WS-PGM-IDX              PIC 9(2).
       01 WS-STEP-IDX             PIC 9(2).
       01 WS-PGM-TABLE.
           05 WS-PGM-ENTRY        OCCURS 40 TIMES.
               10 WS-PGM-NAME     PIC X(30).
               10 WS-PGM-STEPS    PIC 9(2).
               10 WS-PGM-STEP     OCCURS 60 TIMES.
                   15 WS-PS-RUN-IDX   PIC 9(2).
                   15 WS-PS-STEP      PIC 9(3).
                   15 WS-PS-ELAPSED   PIC 9(6).
                   15 WS-PS-RC        PIC S9(4).
                   15 WS-PS-OUTCOME   PIC X(1).
                   15 WS-PS-COUNTS-SW PIC X(1).
                   15 WS-PS-READ      PIC 9(9).
                   15 WS-PS-WRITTEN   PIC 9(9).
                   15 WS-PS-REJECTED  PIC 9(9).
       01 WS-SERIES.
           05 WS-SERIES-COUNT     PIC 9(2) VALUE ZERO.
           05 WS-SERIES-VALUE     OCCURS 60 TIMES PIC 9(9).
       01 WS-SERIES-IDX           PIC 9(2).
       01 WS-SERIES-FROM          PIC 9(2).
       01 WS-SERIES-TO            PIC 9(2).
       01 WS-SERIES-SUM           PIC 9(12).
       01 WS-WINDOW               PIC 9(2).
       01 WS-PRIOR-COUNT          PIC 9(2).
       01 WS-PRIOR-AVG            PIC 9(9).
       01 WS-RECENT-AVG           PIC 9(9).
       01 WS-LATEST-VOLUME        PIC 9(9).
       01 WS-PRIOR-VOLUME         PIC 9(9).
       01 WS-HMS-SECONDS          PIC 9(9).
       01 WS-HMS-REMAINDER        PIC 9(9).
       01 WS-HMS-TEXT.
           05 WS-HMS-HH           PIC 9(2).
           05 FILLER              PIC X(1) VALUE ":".
           05 WS-HMS-MM           PIC 9(2).
           05 FILLER              PIC X(1) VALUE ":".
           05 WS-HMS-SS           PIC 9(2).
       01 WS-PRIOR-HMS            PIC X(8).
       01 WS-RECENT-HMS           PIC X(8).
       01 WS-FLAG-TEXT            PIC X(40).
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(26)
               VALUE "BATCH RUN TREND REPORT    ".
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(8) VALUE "   LAST ".
           05 WS-HDG-RUNS         PIC Z9.
           05 FILLER              PIC X(5) VALUE " RUNS".
           05 FILLER              PIC X(62) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-WINDOW-COLUMNS.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "RUN DATE".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE "  TIME".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(5) VALUE "STEPS".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE "FAILED".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE " ELAPSED".
       01 WS-WINDOW-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-WIN-DATE         PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-WIN-TIME         PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-WIN-STEPS        PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-WIN-FAILS        PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-WIN-ELAPSED      PIC X(8).
       01 WS-STEP-COLUMNS.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "RUN DATE".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE "  TIME".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(4) VALUE "STEP".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE " ELAPSED".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(5) VALUE "   RC".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "OUTCOME".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "       READ".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "    WRITTEN".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(11) VALUE "   REJECTED".
       01 WS-STEP-LINE.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-STP-DATE         PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-STP-TIME         PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-STP-STEP         PIC ZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-STP-ELAPSED      PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-STP-RC           PIC ----9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-STP-OUTCOME      PIC X(10).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-STP-COUNTS.
               10 WS-STP-READ     PIC ZZZ,ZZZ,ZZ9.
               10 FILLER          PIC X(2) VALUE SPACES.
               10 WS-STP-WRITTEN  PIC ZZZ,ZZZ,ZZ9.
               10 FILLER          PIC X(2) VALUE SPACES.
               10 WS-STP-REJECTED PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-COUNT           PIC ZZZ,ZZZ,ZZ9.
       01 WS-EDIT-RUNS            PIC Z9.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * RUN-TREND-REPORT: The weekly look at the batch window. Reads   *
      * the RUNLOG run-statistics log NIGHTLY-DRIVER appends to for    *
      * every step it runs and reports the last 30 runs - a run being  *
      * one submission of the driver, so a resubmission after a        *
      * failure counts as a run of its own. The first section lists    *
      * each run's steps, failures and total elapsed time; the second  *
      * gives each step program's history across those runs, one line  *
      * per run with elapsed time, RETURN-CODE, outcome and the        *
      * records read, written and rejected it reported. Under each     *
      * history - and under the run list for the window as a whole -   *
      * the average elapsed time of the most recent runs (the last     *
      * five, or the later half of a shorter history) is set against   *
      * the average of the runs before them, and the step is flagged   *
      * TRENDING LONGER when it has grown by more than the TRNDPARM    *
      * percentage (columns 1-3, default 25) and by at least the       *
      * minimum seconds (columns 9-13, default 60). The latest run's   *
      * volume - records read, or written for a step that reads        *
      * nothing - is set against the average of the earlier runs and   *
      * flagged VOLUME JUMP when it is up by more than the volume      *
      * percentage (columns 5-7, default 50) and by at least the       *
      * minimum records (columns 15-23, default 100). Only completed   *
      * runs count towards a trend, and only runs that reported        *
      * counts towards a volume; a step needs four such runs before    *
      * it can be flagged. The job ends with RETURN-CODE 4 when        *
      * anything is flagged and 8 when TRNDPARM is bad or RUNLOG       *
      * cannot be read. No RUNLOG yet simply reports no runs.          *
      *----------------------------------------------------------------*
           PERFORM READ-TREND-PARMS

           IF WS-PARM-ERROR
               DISPLAY "RUN-TREND-REPORT: run abandoned - correct "
                   "TRNDPARM and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "RUN-TREND-REPORT: unable to open report "
                   "file: " WS-REPORT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           PERFORM COUNT-LOGGED-RUNS

           IF NOT WS-LOG-FAILED AND WS-RUNS-LOGGED > ZERO
               PERFORM LOAD-RECENT-RUNS
           END-IF

           IF NOT WS-LOG-FAILED
               PERFORM PRINT-RUN-WINDOWS
               PERFORM PRINT-STEP-HISTORY
                   VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
           END-IF

           PERFORM PRINT-TREND-TOTALS

           CLOSE REPORT-FILE

           DISPLAY "RUN-TREND-REPORT SUMMARY - RUNS: " WS-RUN-COUNT
               " STEP PROGRAMS: " WS-PGM-COUNT
               " FLAGGED: " WS-FLAGGED-COUNT

           IF WS-LOG-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-FLAGGED-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * READ-TREND-PARMS: Reads the optional TRNDPARM parameter        *
      * record - elapsed growth percent in columns 1-3, volume jump    *
      * percent in 5-7, minimum seconds in 9-13 and minimum records in *
      * 15-23. A missing file, empty file or blank value runs with the *
      * compiled-in default, but a keyed value that is not numeric     *
      * abandons the run.                                              *
      *----------------------------------------------------------------*
       READ-TREND-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-TREND-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-TREND-PARMS: Validates and applies the parameter record   *
      * just read. Performed from READ-TREND-PARMS.                    *
      *----------------------------------------------------------------*
       EDIT-TREND-PARMS.
           IF PARM-ELAPSED-PCT NOT = SPACES
               IF PARM-ELAPSED-PCT NUMERIC
                   MOVE PARM-ELAPSED-PCT TO WS-ELAPSED-PCT
               ELSE
                   DISPLAY "RUN-TREND-REPORT: invalid TRNDPARM "
                       "elapsed percent '" PARM-ELAPSED-PCT "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF

           IF PARM-VOLUME-PCT NOT = SPACES
               IF PARM-VOLUME-PCT NUMERIC
                   MOVE PARM-VOLUME-PCT TO WS-VOLUME-PCT
               ELSE
                   DISPLAY "RUN-TREND-REPORT: invalid TRNDPARM "
                       "volume percent '" PARM-VOLUME-PCT "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF

           IF PARM-MIN-SECONDS NOT = SPACES
               IF PARM-MIN-SECONDS NUMERIC
                   MOVE PARM-MIN-SECONDS TO WS-MIN-SECONDS
               ELSE
                   DISPLAY "RUN-TREND-REPORT: invalid TRNDPARM "
                       "minimum seconds '" PARM-MIN-SECONDS "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF

           IF PARM-MIN-VOLUME NOT = SPACES
               IF PARM-MIN-VOLUME NUMERIC
                   MOVE PARM-MIN-VOLUME TO WS-MIN-VOLUME
               ELSE
                   DISPLAY "RUN-TREND-REPORT: invalid TRNDPARM "
                       "minimum records '" PARM-MIN-VOLUME "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-LOGGED-RUNS: First pass over RUNLOG - counts the runs on *
      * the log, so the second pass knows where the last 30 start. A   *
      * run's records are written together, so a new run begins        *
      * wherever the run date and time change.                         *
      *----------------------------------------------------------------*
       COUNT-LOGGED-RUNS.
           OPEN INPUT RUNLOG-FILE

           EVALUATE WS-RUNLOG-FILE-STATUS
               WHEN "00"
                   PERFORM COUNT-LOGGED-RUNS-LOOP UNTIL WS-RUNLOG-EOF
                   CLOSE RUNLOG-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "RUN-TREND-REPORT: unable to open RUNLOG: "
                       WS-RUNLOG-FILE-STATUS
                   MOVE 'Y' TO WS-LOG-FAIL-SW
           END-EVALUATE

           IF WS-RUNS-LOGGED > WS-RUNS-WANTED
               COMPUTE WS-FIRST-WANTED =
                   WS-RUNS-LOGGED - WS-RUNS-WANTED + 1
           ELSE
               MOVE 1 TO WS-FIRST-WANTED
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-LOGGED-RUNS-LOOP: Reads one RUNLOG record and counts a   *
      * run each time the run key changes. Performed from              *
      * COUNT-LOGGED-RUNS until end of file.                           *
      *----------------------------------------------------------------*
       COUNT-LOGGED-RUNS-LOOP.
           READ RUNLOG-FILE
               AT END
                   MOVE 'Y' TO WS-RUNLOG-EOF-SW
               NOT AT END
                   IF RUNLOG-RUN-KEY NOT = WS-LAST-RUN-KEY
                       ADD 1 TO WS-RUNS-LOGGED
                       MOVE RUNLOG-RUN-KEY TO WS-LAST-RUN-KEY
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * LOAD-RECENT-RUNS: Second pass over RUNLOG - skips the runs     *
      * older than the last 30 and loads the rest into the run table   *
      * and the per-program step tables.                               *
      *----------------------------------------------------------------*
       LOAD-RECENT-RUNS.
           MOVE 'N' TO WS-RUNLOG-EOF-SW
           MOVE LOW-VALUES TO WS-LAST-RUN-KEY
           MOVE ZERO TO WS-RUN-ORDINAL

           OPEN INPUT RUNLOG-FILE

           IF WS-RUNLOG-FILE-STATUS NOT = "00"
               DISPLAY "RUN-TREND-REPORT: unable to reopen RUNLOG: "
                   WS-RUNLOG-FILE-STATUS
               MOVE 'Y' TO WS-LOG-FAIL-SW
           ELSE
               PERFORM LOAD-RECENT-RUNS-LOOP UNTIL WS-RUNLOG-EOF
               CLOSE RUNLOG-FILE
           END-IF.

      *----------------------------------------------------------------*
      * LOAD-RECENT-RUNS-LOOP: Reads one RUNLOG record and, when it    *
      * belongs to one of the last 30 runs, adds it to the tables.     *
      * Performed from LOAD-RECENT-RUNS until end of file.             *
      *----------------------------------------------------------------*
       LOAD-RECENT-RUNS-LOOP.
           READ RUNLOG-FILE
               AT END
                   MOVE 'Y' TO WS-RUNLOG-EOF-SW
               NOT AT END
                   IF RUNLOG-RUN-KEY NOT = WS-LAST-RUN-KEY
                       ADD 1 TO WS-RUN-ORDINAL
                       MOVE RUNLOG-RUN-KEY TO WS-LAST-RUN-KEY
                       IF WS-RUN-ORDINAL NOT < WS-FIRST-WANTED
                        AND WS-RUN-COUNT < WS-RUNS-WANTED
                           PERFORM START-RUN-ENTRY
                       END-IF
                   END-IF
                   IF WS-RUN-ORDINAL NOT < WS-FIRST-WANTED
                    AND WS-RUN-COUNT > ZERO
                       PERFORM ADD-STEP-TO-RUN
                       PERFORM ADD-STEP-TO-PROGRAM
                   END-IF
           END-READ.

      *----------------------------------------------------------------*
      * START-RUN-ENTRY: Opens the next run table slot for the run the *
      * record just read begins. Performed from LOAD-RECENT-RUNS-LOOP. *
      *----------------------------------------------------------------*
       START-RUN-ENTRY.
           ADD 1 TO WS-RUN-COUNT
           MOVE RUNLOG-RUN-DATE TO WS-RUN-T-DATE (WS-RUN-COUNT)
           MOVE RUNLOG-RUN-TIME TO WS-RUN-T-TIME (WS-RUN-COUNT)
           MOVE ZERO TO WS-RUN-T-STEPS (WS-RUN-COUNT)
           MOVE ZERO TO WS-RUN-T-FAILS (WS-RUN-COUNT)
           MOVE ZERO TO WS-RUN-T-ELAPSED (WS-RUN-COUNT).

      *----------------------------------------------------------------*
      * ADD-STEP-TO-RUN: Adds the step just read into its run's step   *
      * count, failure count and elapsed total. Performed from         *
      * LOAD-RECENT-RUNS-LOOP.                                         *
      *----------------------------------------------------------------*
       ADD-STEP-TO-RUN.
           ADD 1 TO WS-RUN-T-STEPS (WS-RUN-COUNT)
           ADD RUNLOG-ELAPSED TO WS-RUN-T-ELAPSED (WS-RUN-COUNT)
           IF NOT RUNLOG-COMPLETED
               ADD 1 TO WS-RUN-T-FAILS (WS-RUN-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * ADD-STEP-TO-PROGRAM: Finds or adds the step program's slot and *
      * files the step just read under it. Performed from              *
      * LOAD-RECENT-RUNS-LOOP.                                         *
      *----------------------------------------------------------------*
       ADD-STEP-TO-PROGRAM.
           MOVE 'N' TO WS-PGM-FOUND-SW
           PERFORM MATCH-PROGRAM-SLOT
               VARYING WS-PGM-IDX FROM 1 BY 1
               UNTIL WS-PGM-IDX > WS-PGM-COUNT
                  OR WS-PGM-FOUND

           IF WS-PGM-FOUND
               SUBTRACT 1 FROM WS-PGM-IDX
           ELSE
               IF WS-PGM-COUNT < 40
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-PGM-IDX
                   MOVE RUNLOG-PROGRAM TO WS-PGM-NAME (WS-PGM-IDX)
                   MOVE ZERO TO WS-PGM-STEPS (WS-PGM-IDX)
                   MOVE 'Y' TO WS-PGM-FOUND-SW
               END-IF
           END-IF

           IF WS-PGM-FOUND AND WS-PGM-STEPS (WS-PGM-IDX) < 60
               ADD 1 TO WS-PGM-STEPS (WS-PGM-IDX)
               MOVE WS-PGM-STEPS (WS-PGM-IDX) TO WS-STEP-IDX
               MOVE WS-RUN-COUNT
                   TO WS-PS-RUN-IDX (WS-PGM-IDX, WS-STEP-IDX)
               MOVE RUNLOG-STEP
                   TO WS-PS-STEP (WS-PGM-IDX, WS-STEP-IDX)
               MOVE RUNLOG-ELAPSED
                   TO WS-PS-ELAPSED (WS-PGM-IDX, WS-STEP-IDX)
               MOVE RUNLOG-RC
                   TO WS-PS-RC (WS-PGM-IDX, WS-STEP-IDX)
               MOVE RUNLOG-OUTCOME
                   TO WS-PS-OUTCOME (WS-PGM-IDX, WS-STEP-IDX)
               MOVE RUNLOG-COUNTS-SW
                   TO WS-PS-COUNTS-SW (WS-PGM-IDX, WS-STEP-IDX)
               MOVE RUNLOG-READ
                   TO WS-PS-READ (WS-PGM-IDX, WS-STEP-IDX)
               MOVE RUNLOG-WRITTEN
                   TO WS-PS-WRITTEN (WS-PGM-IDX, WS-STEP-IDX)
               MOVE RUNLOG-REJECTED
                   TO WS-PS-REJECTED (WS-PGM-IDX, WS-STEP-IDX)
           END-IF.

      *----------------------------------------------------------------*
      * MATCH-PROGRAM-SLOT: Compares one program slot against the      *
      * program on the record just read. Performed from                *
      * ADD-STEP-TO-PROGRAM.                                           *
      *----------------------------------------------------------------*
       MATCH-PROGRAM-SLOT.
           IF WS-PGM-NAME (WS-PGM-IDX) = RUNLOG-PROGRAM
               MOVE 'Y' TO WS-PGM-FOUND-SW
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-RUN-WINDOWS: Prints the first section - one line per     *
      * run with its steps, failures and total elapsed time - and the  *
      * trend of the window as a whole underneath.                     *
      *----------------------------------------------------------------*
       PRINT-RUN-WINDOWS.
           MOVE WS-WINDOW-COLUMNS TO WS-CURRENT-COLUMNS
           MOVE 99 TO WS-LINE-COUNT

           IF WS-RUN-COUNT = ZERO
               MOVE "NO RUNS ON THE RUN-STATISTICS LOG" TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
           ELSE
               MOVE ZERO TO WS-SERIES-COUNT
               PERFORM PRINT-ONE-RUN-WINDOW
                   VARYING WS-RUN-IDX FROM 1 BY 1
                   UNTIL WS-RUN-IDX > WS-RUN-COUNT
               PERFORM EVALUATE-ELAPSED-TREND
               MOVE SPACES TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE
               MOVE "BATCH WINDOW" TO WS-FLAG-TEXT
               PERFORM PRINT-TREND-LINE
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-ONE-RUN-WINDOW: Prints one run's line and adds its       *
      * elapsed time to the window series. Performed from              *
      * PRINT-RUN-WINDOWS.                                             *
      *----------------------------------------------------------------*
       PRINT-ONE-RUN-WINDOW.
           MOVE WS-RUN-T-DATE (WS-RUN-IDX) TO WS-WIN-DATE
           MOVE WS-RUN-T-TIME (WS-RUN-IDX) TO WS-WIN-TIME
           MOVE WS-RUN-T-STEPS (WS-RUN-IDX) TO WS-WIN-STEPS
           MOVE WS-RUN-T-FAILS (WS-RUN-IDX) TO WS-WIN-FAILS
           MOVE WS-RUN-T-ELAPSED (WS-RUN-IDX) TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED
           MOVE WS-HMS-TEXT TO WS-WIN-ELAPSED
           MOVE WS-WINDOW-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           IF WS-RUN-T-FAILS (WS-RUN-IDX) = ZERO
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-RUN-T-ELAPSED (WS-RUN-IDX)
                   TO WS-SERIES-VALUE (WS-SERIES-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-STEP-HISTORY: Prints one step program's history across   *
      * the runs, starting on a new page, with its elapsed trend and   *
      * volume check underneath. Performed from the mainline for each  *
      * program on the log.                                            *
      *----------------------------------------------------------------*
       PRINT-STEP-HISTORY.
           MOVE WS-STEP-COLUMNS TO WS-CURRENT-COLUMNS
           MOVE 99 TO WS-LINE-COUNT

           MOVE SPACES TO REPORT-LINE
           STRING "STEP PROGRAM: " DELIMITED BY SIZE
                  WS-PGM-NAME (WS-PGM-IDX) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE ZERO TO WS-SERIES-COUNT
           PERFORM PRINT-ONE-STEP-RUN
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-PGM-STEPS (WS-PGM-IDX)
           PERFORM EVALUATE-ELAPSED-TREND

           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE "ELAPSED" TO WS-FLAG-TEXT
           PERFORM PRINT-TREND-LINE

           MOVE ZERO TO WS-SERIES-COUNT
           PERFORM COLLECT-STEP-VOLUME
               VARYING WS-STEP-IDX FROM 1 BY 1
               UNTIL WS-STEP-IDX > WS-PGM-STEPS (WS-PGM-IDX)
           PERFORM EVALUATE-VOLUME-JUMP
           PERFORM PRINT-VOLUME-LINE.

      *----------------------------------------------------------------*
      * PRINT-ONE-STEP-RUN: Prints one run of the step program and     *
      * adds a completed run's elapsed time to the trend series.       *
      * Performed from PRINT-STEP-HISTORY.                             *
      *----------------------------------------------------------------*
       PRINT-ONE-STEP-RUN.
           MOVE WS-PS-RUN-IDX (WS-PGM-IDX, WS-STEP-IDX) TO WS-RUN-IDX
           MOVE WS-RUN-T-DATE (WS-RUN-IDX) TO WS-STP-DATE
           MOVE WS-RUN-T-TIME (WS-RUN-IDX) TO WS-STP-TIME
           MOVE WS-PS-STEP (WS-PGM-IDX, WS-STEP-IDX) TO WS-STP-STEP
           MOVE WS-PS-ELAPSED (WS-PGM-IDX, WS-STEP-IDX)
               TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED
           MOVE WS-HMS-TEXT TO WS-STP-ELAPSED
           MOVE WS-PS-RC (WS-PGM-IDX, WS-STEP-IDX) TO WS-STP-RC

           EVALUATE WS-PS-OUTCOME (WS-PGM-IDX, WS-STEP-IDX)
               WHEN 'C'
                   MOVE "COMPLETED" TO WS-STP-OUTCOME
               WHEN 'F'
                   MOVE "FAILED" TO WS-STP-OUTCOME
               WHEN 'L'
                   MOVE "NOT LOADED" TO WS-STP-OUTCOME
               WHEN OTHER
                   MOVE WS-PS-OUTCOME (WS-PGM-IDX, WS-STEP-IDX)
                       TO WS-STP-OUTCOME
           END-EVALUATE

           IF WS-PS-COUNTS-SW (WS-PGM-IDX, WS-STEP-IDX) = 'Y'
               MOVE WS-PS-READ (WS-PGM-IDX, WS-STEP-IDX)
                   TO WS-STP-READ
               MOVE WS-PS-WRITTEN (WS-PGM-IDX, WS-STEP-IDX)
                   TO WS-STP-WRITTEN
               MOVE WS-PS-REJECTED (WS-PGM-IDX, WS-STEP-IDX)
                   TO WS-STP-REJECTED
           ELSE
               MOVE "  COUNTS NOT REPORTED" TO WS-STP-COUNTS
           END-IF

           MOVE WS-STEP-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           IF WS-PS-OUTCOME (WS-PGM-IDX, WS-STEP-IDX) = 'C'
               ADD 1 TO WS-SERIES-COUNT
               MOVE WS-PS-ELAPSED (WS-PGM-IDX, WS-STEP-IDX)
                   TO WS-SERIES-VALUE (WS-SERIES-COUNT)
           END-IF.

      *----------------------------------------------------------------*
      * COLLECT-STEP-VOLUME: Adds one completed run's volume - records *
      * read, or written when the step read none - to the volume       *
      * series, when the run reported its counts. Performed from       *
      * PRINT-STEP-HISTORY.                                            *
      *----------------------------------------------------------------*
       COLLECT-STEP-VOLUME.
           IF WS-PS-OUTCOME (WS-PGM-IDX, WS-STEP-IDX) = 'C'
            AND WS-PS-COUNTS-SW (WS-PGM-IDX, WS-STEP-IDX) = 'Y'
               ADD 1 TO WS-SERIES-COUNT
               IF WS-PS-READ (WS-PGM-IDX, WS-STEP-IDX) > ZERO
                   MOVE WS-PS-READ (WS-PGM-IDX, WS-STEP-IDX)
                       TO WS-SERIES-VALUE (WS-SERIES-COUNT)
               ELSE
                   MOVE WS-PS-WRITTEN (WS-PGM-IDX, WS-STEP-IDX)
                       TO WS-SERIES-VALUE (WS-SERIES-COUNT)
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EVALUATE-ELAPSED-TREND: Splits the elapsed series into the     *
      * recent runs - the last five, or the later half of fewer than   *
      * ten - and the runs before them, and sets TRENDING LONGER when  *
      * the recent average is up on the earlier one by more than the   *
      * percentage and by at least the minimum seconds. Fewer than     *
      * four runs in the series is too short to call.                  *
      *----------------------------------------------------------------*
       EVALUATE-ELAPSED-TREND.
           MOVE 'N' TO WS-TREND-SW
           MOVE ZERO TO WS-PRIOR-AVG
           MOVE ZERO TO WS-RECENT-AVG

           IF WS-SERIES-COUNT NOT < 4
               IF WS-SERIES-COUNT NOT < 10
                   MOVE 5 TO WS-WINDOW
               ELSE
                   COMPUTE WS-WINDOW = WS-SERIES-COUNT / 2
               END-IF
               COMPUTE WS-PRIOR-COUNT = WS-SERIES-COUNT - WS-WINDOW

               MOVE 1 TO WS-SERIES-FROM
               MOVE WS-PRIOR-COUNT TO WS-SERIES-TO
               PERFORM SUM-SERIES
               COMPUTE WS-PRIOR-AVG ROUNDED =
                   WS-SERIES-SUM / WS-PRIOR-COUNT

               COMPUTE WS-SERIES-FROM = WS-PRIOR-COUNT + 1
               MOVE WS-SERIES-COUNT TO WS-SERIES-TO
               PERFORM SUM-SERIES
               COMPUTE WS-RECENT-AVG ROUNDED =
                   WS-SERIES-SUM / WS-WINDOW

               IF WS-RECENT-AVG * 100 >
                      WS-PRIOR-AVG * (100 + WS-ELAPSED-PCT)
                AND WS-RECENT-AVG - WS-PRIOR-AVG NOT < WS-MIN-SECONDS
                   MOVE 'Y' TO WS-TREND-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * EVALUATE-VOLUME-JUMP: Sets the latest run's volume against the *
      * average of the runs before it and sets VOLUME JUMP when it is  *
      * up by more than the percentage and by at least the minimum     *
      * records. Fewer than four runs in the series is too short to    *
      * call.                                                          *
      *----------------------------------------------------------------*
       EVALUATE-VOLUME-JUMP.
           MOVE 'N' TO WS-JUMP-SW
           MOVE ZERO TO WS-LATEST-VOLUME
           MOVE ZERO TO WS-PRIOR-VOLUME

           IF WS-SERIES-COUNT > ZERO
               MOVE WS-SERIES-VALUE (WS-SERIES-COUNT)
                   TO WS-LATEST-VOLUME
           END-IF

           IF WS-SERIES-COUNT NOT < 4
               MOVE 1 TO WS-SERIES-FROM
               COMPUTE WS-SERIES-TO = WS-SERIES-COUNT - 1
               PERFORM SUM-SERIES
               COMPUTE WS-PRIOR-VOLUME ROUNDED =
                   WS-SERIES-SUM / WS-SERIES-TO

               IF WS-LATEST-VOLUME * 100 >
                      WS-PRIOR-VOLUME * (100 + WS-VOLUME-PCT)
                AND WS-LATEST-VOLUME - WS-PRIOR-VOLUME
                      NOT < WS-MIN-VOLUME
                   MOVE 'Y' TO WS-JUMP-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SUM-SERIES: Totals the series from WS-SERIES-FROM through      *
      * WS-SERIES-TO into WS-SERIES-SUM.                               *
      *----------------------------------------------------------------*
       SUM-SERIES.
           MOVE ZERO TO WS-SERIES-SUM
           PERFORM ADD-SERIES-VALUE
               VARYING WS-SERIES-IDX FROM WS-SERIES-FROM BY 1
               UNTIL WS-SERIES-IDX > WS-SERIES-TO.

      *----------------------------------------------------------------*
      * ADD-SERIES-VALUE: Adds one series value into the total.        *
      * Performed from SUM-SERIES.                                     *
      *----------------------------------------------------------------*
       ADD-SERIES-VALUE.
           ADD WS-SERIES-VALUE (WS-SERIES-IDX) TO WS-SERIES-SUM.

      *----------------------------------------------------------------*
      * PRINT-TREND-LINE: Prints the elapsed averages just worked out, *
      * headed by the label in WS-FLAG-TEXT, with the TRENDING LONGER  *
      * flag when it was set - counted towards the job's return code.  *
      *----------------------------------------------------------------*
       PRINT-TREND-LINE.
           MOVE WS-PRIOR-AVG TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED
           MOVE WS-HMS-TEXT TO WS-PRIOR-HMS
           MOVE WS-RECENT-AVG TO WS-HMS-SECONDS
           PERFORM FORMAT-ELAPSED
           MOVE WS-HMS-TEXT TO WS-RECENT-HMS

           MOVE SPACES TO REPORT-LINE
           IF WS-SERIES-COUNT < 4
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLAG-TEXT) DELIMITED BY SIZE
                      " - TOO FEW COMPLETED RUNS TO TREND"
                          DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           ELSE
               STRING "  " DELIMITED BY SIZE
                      FUNCTION TRIM(WS-FLAG-TEXT) DELIMITED BY SIZE
                      " - EARLIER RUNS AVERAGE " DELIMITED BY SIZE
                      WS-PRIOR-HMS DELIMITED BY SIZE
                      "   RECENT " DELIMITED BY SIZE
                      WS-WINDOW DELIMITED BY SIZE
                      " RUNS AVERAGE " DELIMITED BY SIZE
                      WS-RECENT-HMS DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               IF WS-TRENDING-LONGER
                   MOVE "*** TRENDING LONGER ***"
                       TO REPORT-LINE(90:23)
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT-VOLUME-LINE: Prints the volume check just worked out,    *
      * with the VOLUME JUMP flag when it was set - counted towards    *
      * the job's return code.                                         *
      *----------------------------------------------------------------*
       PRINT-VOLUME-LINE.
           MOVE SPACES TO REPORT-LINE
           IF WS-SERIES-COUNT < 4
               MOVE "  VOLUME - TOO FEW COUNTED RUNS TO COMPARE"
                   TO REPORT-LINE
           ELSE
               MOVE WS-LATEST-VOLUME TO WS-EDIT-COUNT
               STRING "  VOLUME - LATEST RUN " DELIMITED BY SIZE
                      WS-EDIT-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
               MOVE WS-PRIOR-VOLUME TO WS-EDIT-COUNT
               MOVE "EARLIER RUNS AVERAGE" TO REPORT-LINE(38:20)
               MOVE WS-EDIT-COUNT TO REPORT-LINE(59:11)
               IF WS-VOLUME-JUMPED
                   MOVE "*** VOLUME JUMP ***" TO REPORT-LINE(90:19)
                   ADD 1 TO WS-FLAGGED-COUNT
               END-IF
           END-IF
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * FORMAT-ELAPSED: Edits WS-HMS-SECONDS as hh:mm:ss into          *
      * WS-HMS-TEXT.                                                   *
      *----------------------------------------------------------------*
       FORMAT-ELAPSED.
           DIVIDE WS-HMS-SECONDS BY 3600
               GIVING WS-HMS-HH REMAINDER WS-HMS-REMAINDER
           DIVIDE WS-HMS-REMAINDER BY 60
               GIVING WS-HMS-MM REMAINDER WS-HMS-SS.

      *----------------------------------------------------------------*
      * PRINT-TREND-TOTALS: Prints the closing line - runs reported,   *
      * step programs and flags raised - or the reason the log could   *
      * not be reported.                                               *
      *----------------------------------------------------------------*
       PRINT-TREND-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           IF WS-LOG-FAILED
               MOVE "*** RUNLOG COULD NOT BE READ - NO TRENDS ***"
                   TO REPORT-LINE
           ELSE
               MOVE WS-RUN-COUNT TO WS-EDIT-RUNS
               MOVE SPACES TO REPORT-LINE
               STRING "RUNS REPORTED: " DELIMITED BY SIZE
                      WS-EDIT-RUNS DELIMITED BY SIZE
                      "   STEP PROGRAMS: " DELIMITED BY SIZE
                      WS-PGM-COUNT DELIMITED BY SIZE
                      "   FLAGS RAISED: " DELIMITED BY SIZE
                      WS-FLAGGED-COUNT DELIMITED BY SIZE
                   INTO REPORT-LINE
               END-STRING
           END-IF
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * PRINT-REPORT-LINE: Writes one line to the report, breaking to  *
      * a new page with the heading and the current section's column   *
      * line whenever the page fills.                                  *
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
      * run date, number of runs, page number and column headings.     *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-RUN-COUNT TO WS-HDG-RUNS
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE WS-CURRENT-COLUMNS TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 4 TO WS-LINE-COUNT.
