       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPENSE-AGING-REPORT.

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-FILE ASSIGN TO "SUSPRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

           SELECT PARM-FILE ASSIGN TO "SUSPPARM"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-FILE.
       01 REPORT-LINE            PIC X(132).

       FD  PARM-FILE.
       01 PARM-RECORD.
           05 PARM-AGE-DAYS       PIC X(3).

       WORKING-STORAGE SECTION.
       01 WS-DB-NAME              PIC X(255) VALUE "RECORDS.DB".
       01 WS-JOB-NAME             PIC X(8) VALUE "SUSPAGE".
       01 WS-HANDLE-NUM           PIC 9 VALUE 1.
       01 WS-STATUS               PIC 9.
       01 WS-SQL-STATEMENT        PIC X(1024) VALUE SPACES.
       01 WS-CALLBACK             PROCEDURE-POINTER.
       01 WS-REPORT-FILE-STATUS   PIC X(02).
       01 WS-PARM-FILE-STATUS     PIC X(02).
       01 WS-PARM-ERROR-SW        PIC X(01) VALUE 'N'.
           88 WS-PARM-ERROR       VALUE 'Y'.
       01 WS-QUERY-FAIL-SW        PIC X(01) VALUE 'N'.
           88 WS-QUERY-FAILED     VALUE 'Y'.
       01 WS-AGE-DAYS             PIC 9(3) VALUE 5.
       01 WS-RUN-DATE             PIC 9(8).
       01 WS-PAGE-NUMBER          PIC 9(4) VALUE ZERO.
       01 WS-LINE-COUNT           PIC 9(2) VALUE 99.
       01 WS-LINES-PER-PAGE       PIC 9(2) VALUE 56.
       01 WS-SECTION-SW           PIC X(01) VALUE 'S'.
           88 WS-SUMMARY-SECTION  VALUE 'S'.
           88 WS-DETAIL-SECTION   VALUE 'D'.
       01 WS-FIRST-ROW-SW         PIC X(01) VALUE 'Y'.
           88 WS-FIRST-ROW        VALUE 'Y'.
       01 WS-OVERDUE-COUNT        PIC 9(7) VALUE ZERO.
       01 WS-CHASE-COUNT          PIC 9(5) VALUE ZERO.
       01 WS-SEQ-VALUE            PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-DATE-VALUE           PIC S9(9) COMP-5 VALUE ZERO.
       01 WS-OFFICE-BUFFER        PIC X(9).
       01 WS-REASON-BUFFER        PIC X(3).
       01 WS-HDR-BUFFER           PIC X(9).
       01 WS-ID-BUFFER            PIC X(8).
       01 WS-NAME-BUFFER          PIC X(51).
       01 WS-CORR-BY-BUFFER       PIC X(9).
       01 WS-SAVED-LINE           PIC X(132).
       01 WS-PREV-OFFICE          PIC X(8) VALUE SPACES.
       01 WS-PREV-REASON          PIC X(2) VALUE SPACES.
       01 WS-RECEIVED-DATE        PIC 9(8).
       01 WS-BUSINESS-DAYS        PIC 9(5).
       01 WS-FROM-DAY             PIC 9(7).
       01 WS-TO-DAY               PIC 9(7).
       01 WS-SCAN-DAY             PIC 9(7).
       01 WS-SPAN-DAYS            PIC 9(7).
       01 WS-SPAN-WEEKS           PIC 9(7).
       01 WS-WEEK-DAY             PIC 9.
       01 WS-BUCKET               PIC 9.
       01 WS-LVL                  PIC 9.
       01 WS-ARGV-TABLE           BASED.
           05 WS-ARGV-ENTRY       OCCURS 10 TIMES USAGE POINTER.
       01 WS-LEVEL-TOTALS.
           05 WS-LEVEL            OCCURS 3 TIMES.
               10 WS-LVL-OPEN     PIC 9(7).
               10 WS-LVL-BUCKET   PIC 9(7) OCCURS 4 TIMES.
               10 WS-LVL-OVER     PIC 9(7).
               10 WS-LVL-OLDEST   PIC 9(8).
               10 WS-LVL-MAX-DAYS PIC 9(5).
       01 WS-HEADING-LINE.
           05 FILLER              PIC X(30)
               VALUE "REJECT SUSPENSE AGING REPORT ".
           05 FILLER              PIC X(12) VALUE "   RUN DATE ".
           05 WS-HDG-RUN-DATE     PIC 9(8).
           05 FILLER              PIC X(14) VALUE "   OLDER THAN ".
           05 WS-HDG-AGE-DAYS     PIC ZZ9.
           05 FILLER              PIC X(14) VALUE " BUSINESS DAYS".
           05 FILLER              PIC X(38) VALUE SPACES.
           05 FILLER              PIC X(05) VALUE "PAGE ".
           05 WS-HDG-PAGE         PIC ZZZ9.
       01 WS-SUMMARY-COLUMN-LINE.
           05 FILLER              PIC X(8) VALUE "OFFICE".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(3) VALUE "RSN".
           05 FILLER              PIC X(1) VALUE SPACES.
           05 FILLER              PIC X(30) VALUE "DESCRIPTION".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(7) VALUE "   OPEN".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE "  0-5".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE "  6-10".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(6) VALUE " 11-20".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(7) VALUE "OVER 20".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(10) VALUE "OVER LIMIT".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "OLDEST".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "MAX DAYS".
       01 WS-SUMMARY-LINE.
           05 WS-SUM-OFFICE       PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-REASON       PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-DESC         PIC X(30).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-OPEN         PIC ZZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-BUCKET-1     PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-BUCKET-2     PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-BUCKET-3     PIC ZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-BUCKET-4     PIC ZZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-OVER         PIC Z(9)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-OLDEST       PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-MAX-DAYS     PIC ZZZZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-SUM-FLAG         PIC X(9).
       01 WS-DETAIL-COLUMN-LINE.
           05 FILLER              PIC X(8) VALUE "OFFICE".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(9) VALUE "     ITEM".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(3) VALUE "RSN".
           05 FILLER              PIC X(1) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "RECEIVED".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(8) VALUE "FEED".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(5) VALUE " DAYS".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(7) VALUE "ID".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(1) VALUE "C".
           05 FILLER              PIC X(2) VALUE SPACES.
           05 FILLER              PIC X(50) VALUE "NAME".
       01 WS-DETAIL-LINE.
           05 WS-DET-OFFICE       PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-SEQ          PIC Z(8)9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-REASON       PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-RECEIVED     PIC 9(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-HDR-DATE     PIC X(8).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-DAYS         PIC ZZZZ9.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-ID           PIC X(7).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-CORRECTED    PIC X(1).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 WS-DET-NAME         PIC X(50).

       LINKAGE SECTION.
       01 LNK-CB-NOTUSED          POINTER.
       01 LNK-CB-ARGC             PIC S9(9) COMP-5.
       01 LNK-CB-ARGV             POINTER.
       01 LNK-CB-COLNAMES         POINTER.

       PROCEDURE DIVISION.

      *----------------------------------------------------------------*
      * SUSPENSE-AGING-REPORT: The weekly aging of the rejects still   *
      * open on REJECT-SUSPENSE, so offices whose rejects sit          *
      * unresolved are chased. Age is counted in business days from    *
      * the day INTAKE-RECORDS received the reject to the run date,    *
      * Saturdays and Sundays excluded. The first part gives, by       *
      * sending office and reason code, the items open, how many have  *
      * waited 0-5, 6-10, 11-20 and over 20 business days, how many    *
      * are over the age limit from SUSPPARM (business days in         *
      * columns 1-3; a missing file means the compiled-in default of   *
      * 5), the oldest date received and the longest wait, with a      *
      * total per office - flagged CHASE when it has anything over the *
      * limit - and for all offices. The second part lists every item  *
      * over the limit, office by office, oldest first, with a C when  *
      * a correction is waiting for release. The job ends with         *
      * RETURN-CODE 4 when anything is over the limit, and a bad       *
      * parameter abandons the run with RETURN-CODE 8 the way a bad    *
      * PENDPARM abandons the pending changes report.                  *
      *----------------------------------------------------------------*
           PERFORM READ-SUSPENSE-PARMS

           IF WS-PARM-ERROR
               DISPLAY "SUSPENSE-AGING-REPORT: run abandoned - "
                   "correct SUSPPARM and resubmit"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD

           OPEN OUTPUT REPORT-FILE

           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "SUSPENSE-AGING-REPORT: unable to open "
                   "report file: " WS-REPORT-FILE-STATUS
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
               DISPLAY "SUSPENSE-AGING-REPORT: unable to open "
                   "database"
               CLOSE REPORT-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF

           INITIALIZE WS-LEVEL-TOTALS

           PERFORM SUMMARIZE-OPEN-ITEMS

           IF NOT WS-QUERY-FAILED
               PERFORM LIST-OVERDUE-ITEMS
           END-IF

           PERFORM PRINT-REPORT-TOTALS

           CALL "CLOSE-DATABASE" USING
               WS-HANDLE-NUM
               WS-STATUS
           END-CALL

           CLOSE REPORT-FILE

           DISPLAY "SUSPENSE-AGING-REPORT complete - OPEN: "
               WS-LVL-OPEN (3) " OVER LIMIT: " WS-OVERDUE-COUNT

      *    Set last - a CALL hands back the subprogram's RETURN-CODE,
      *    so setting it any earlier would be undone by the close.
           IF WS-QUERY-FAILED
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-OVERDUE-COUNT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF

           GOBACK.

      *----------------------------------------------------------------*
      * SUSPENSE-SUMMARY-CALLBACK: sqlite3_exec row callback used by   *
      * SUMMARIZE-OPEN-ITEMS. Rows arrive in office and reason order;  *
      * a change of reason prints the group just finished and a change *
      * of office prints the office total too. Each row is aged and    *
      * added into the group, office and all-office totals.            *
      *----------------------------------------------------------------*
           ENTRY 'SUSPENSE-SUMMARY-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           MOVE SPACES TO WS-OFFICE-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-OFFICE-BUFFER
               BY VALUE WS-ARGV-ENTRY(1)
           END-CALL
           INSPECT WS-OFFICE-BUFFER
               REPLACING ALL X"00" BY SPACE

           MOVE SPACES TO WS-REASON-BUFFER
           CALL "strcpy" USING
               BY REFERENCE WS-REASON-BUFFER
               BY VALUE WS-ARGV-ENTRY(2)
           END-CALL
           INSPECT WS-REASON-BUFFER
               REPLACING ALL X"00" BY SPACE

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(3)
               RETURNING WS-DATE-VALUE
           END-CALL
           MOVE WS-DATE-VALUE TO WS-RECEIVED-DATE

           IF NOT WS-FIRST-ROW
               IF WS-OFFICE-BUFFER(1:8) NOT = WS-PREV-OFFICE
                OR WS-REASON-BUFFER(1:2) NOT = WS-PREV-REASON
                   PERFORM PRINT-GROUP-LINE
               END-IF
               IF WS-OFFICE-BUFFER(1:8) NOT = WS-PREV-OFFICE
                   PERFORM PRINT-OFFICE-LINE
               END-IF
           END-IF

           MOVE 'N' TO WS-FIRST-ROW-SW
           MOVE WS-OFFICE-BUFFER(1:8) TO WS-PREV-OFFICE
           MOVE WS-REASON-BUFFER(1:2) TO WS-PREV-REASON

           PERFORM COUNT-BUSINESS-DAYS

           EVALUATE TRUE
               WHEN WS-BUSINESS-DAYS <= 5
                   MOVE 1 TO WS-BUCKET
               WHEN WS-BUSINESS-DAYS <= 10
                   MOVE 2 TO WS-BUCKET
               WHEN WS-BUSINESS-DAYS <= 20
                   MOVE 3 TO WS-BUCKET
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET
           END-EVALUATE

           PERFORM ADD-TO-LEVEL
               VARYING WS-LVL FROM 1 BY 1 UNTIL WS-LVL > 3

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * SUSPENSE-OVERDUE-CALLBACK: sqlite3_exec row callback used by   *
      * LIST-OVERDUE-ITEMS. Each row is one open item; it is aged, and *
      * printed and counted when it is over the limit.                 *
      *----------------------------------------------------------------*
           ENTRY 'SUSPENSE-OVERDUE-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           BY VALUE LNK-CB-ARGC
           BY VALUE LNK-CB-ARGV
           BY VALUE LNK-CB-COLNAMES.

           SET ADDRESS OF WS-ARGV-TABLE TO LNK-CB-ARGV

           CALL "atoi" USING
               BY VALUE WS-ARGV-ENTRY(3)
               RETURNING WS-DATE-VALUE
           END-CALL
           MOVE WS-DATE-VALUE TO WS-RECEIVED-DATE

           PERFORM COUNT-BUSINESS-DAYS

           IF WS-BUSINESS-DAYS > WS-AGE-DAYS
               MOVE SPACES TO WS-OFFICE-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-OFFICE-BUFFER
                   BY VALUE WS-ARGV-ENTRY(1)
               END-CALL
               INSPECT WS-OFFICE-BUFFER
                   REPLACING ALL X"00" BY SPACE

               MOVE SPACES TO WS-REASON-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-REASON-BUFFER
                   BY VALUE WS-ARGV-ENTRY(2)
               END-CALL
               INSPECT WS-REASON-BUFFER
                   REPLACING ALL X"00" BY SPACE

               CALL "atoi" USING
                   BY VALUE WS-ARGV-ENTRY(4)
                   RETURNING WS-SEQ-VALUE
               END-CALL

               MOVE SPACES TO WS-HDR-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-HDR-BUFFER
                   BY VALUE WS-ARGV-ENTRY(5)
               END-CALL
               INSPECT WS-HDR-BUFFER
                   REPLACING ALL X"00" BY SPACE

               MOVE SPACES TO WS-ID-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-ID-BUFFER
                   BY VALUE WS-ARGV-ENTRY(6)
               END-CALL
               INSPECT WS-ID-BUFFER
                   REPLACING ALL X"00" BY SPACE

               MOVE SPACES TO WS-NAME-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-NAME-BUFFER
                   BY VALUE WS-ARGV-ENTRY(7)
               END-CALL
               INSPECT WS-NAME-BUFFER
                   REPLACING ALL X"00" BY SPACE

               MOVE SPACES TO WS-CORR-BY-BUFFER
               CALL "strcpy" USING
                   BY REFERENCE WS-CORR-BY-BUFFER
                   BY VALUE WS-ARGV-ENTRY(8)
               END-CALL
               INSPECT WS-CORR-BY-BUFFER
                   REPLACING ALL X"00" BY SPACE

               MOVE WS-OFFICE-BUFFER(1:8) TO WS-DET-OFFICE
               MOVE WS-SEQ-VALUE TO WS-DET-SEQ
               MOVE WS-REASON-BUFFER(1:2) TO WS-DET-REASON
               MOVE WS-RECEIVED-DATE TO WS-DET-RECEIVED
               MOVE WS-HDR-BUFFER(1:8) TO WS-DET-HDR-DATE
               MOVE WS-BUSINESS-DAYS TO WS-DET-DAYS
               MOVE WS-ID-BUFFER(1:7) TO WS-DET-ID
               IF WS-CORR-BY-BUFFER = SPACES
                   MOVE SPACE TO WS-DET-CORRECTED
               ELSE
                   MOVE "C" TO WS-DET-CORRECTED
               END-IF
               MOVE WS-NAME-BUFFER(1:50) TO WS-DET-NAME

               MOVE WS-DETAIL-LINE TO REPORT-LINE
               PERFORM PRINT-REPORT-LINE

               ADD 1 TO WS-OVERDUE-COUNT
           END-IF

           MOVE ZERO TO RETURN-CODE

           GOBACK.

      *----------------------------------------------------------------*
      * READ-SUSPENSE-PARMS: Reads the optional SUSPPARM parameter     *
      * record - the age limit in business days in columns 1-3. A      *
      * missing file, empty file or blank value runs with the          *
      * compiled-in default, but a keyed value that is not numeric     *
      * abandons the run.                                              *
      *----------------------------------------------------------------*
       READ-SUSPENSE-PARMS.
           OPEN INPUT PARM-FILE

           IF WS-PARM-FILE-STATUS = "00"
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       PERFORM EDIT-SUSPENSE-PARMS
               END-READ
               CLOSE PARM-FILE
           END-IF.

      *----------------------------------------------------------------*
      * EDIT-SUSPENSE-PARMS: Validates and applies the parameter       *
      * record just read. Performed from READ-SUSPENSE-PARMS.          *
      *----------------------------------------------------------------*
       EDIT-SUSPENSE-PARMS.
           IF PARM-AGE-DAYS NOT = SPACES
               IF PARM-AGE-DAYS NUMERIC
                   MOVE PARM-AGE-DAYS TO WS-AGE-DAYS
               ELSE
                   DISPLAY "SUSPENSE-AGING-REPORT: invalid SUSPPARM "
                       "age '" PARM-AGE-DAYS "'"
                   MOVE 'Y' TO WS-PARM-ERROR-SW
               END-IF
           END-IF.

      *----------------------------------------------------------------*
      * SUMMARIZE-OPEN-ITEMS: Selects every item still open in office  *
      * and reason order and drives each through the summary           *
      * callback, then prints the last group, the last office and the  *
      * all-office total. A failed query flags the run so the job      *
      * ends 8.                                                        *
      *----------------------------------------------------------------*
       SUMMARIZE-OPEN-ITEMS.
           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT COALESCE(SOURCE_FEED, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(REASON, ' '), COALESCE(RECEIVED_ON, 0) "
                      DELIMITED BY SIZE
                  "FROM REJECT_SUSPENSE WHERE SUSP_STATUS = 'O' "
                      DELIMITED BY SIZE
                  "ORDER BY SOURCE_FEED, REASON, RECEIVED_ON"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "SUSPENSE-SUMMARY-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "SUSPENSE-AGING-REPORT: suspense query failed"
               MOVE 'Y' TO WS-QUERY-FAIL-SW
           END-IF

           IF NOT WS-FIRST-ROW
               PERFORM PRINT-GROUP-LINE
               PERFORM PRINT-OFFICE-LINE
           END-IF

           MOVE 3 TO WS-LVL
           PERFORM FORMAT-SUMMARY-LINE
           MOVE "ALL" TO WS-SUM-OFFICE
           MOVE "ALL OFFICES" TO WS-SUM-DESC
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE.

      *----------------------------------------------------------------*
      * LIST-OVERDUE-ITEMS: Starts the over-limit list on a new page   *
      * and selects every open item office by office, oldest first,    *
      * through the overdue callback, which prints those over the      *
      * limit. A failed query flags the run so the job ends 8.         *
      *----------------------------------------------------------------*
       LIST-OVERDUE-ITEMS.
           MOVE 'D' TO WS-SECTION-SW
           MOVE 99 TO WS-LINE-COUNT

           MOVE SPACES TO WS-SQL-STATEMENT
           STRING "SELECT COALESCE(SOURCE_FEED, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(REASON, ' '), COALESCE(RECEIVED_ON, 0), "
                      DELIMITED BY SIZE
                  "SUSP_SEQ, COALESCE(HEADER_DATE, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(RECORD_ID, ' '), COALESCE(NAME, ' '), "
                      DELIMITED BY SIZE
                  "COALESCE(CORRECTED_BY, ' ') "
                      DELIMITED BY SIZE
                  "FROM REJECT_SUSPENSE WHERE SUSP_STATUS = 'O' "
                      DELIMITED BY SIZE
                  "ORDER BY SOURCE_FEED, RECEIVED_ON, SUSP_SEQ"
                      DELIMITED BY SIZE
               INTO WS-SQL-STATEMENT
           END-STRING

           SET WS-CALLBACK TO ENTRY "SUSPENSE-OVERDUE-CALLBACK"

           CALL "EXECUTE-QUERY" USING
               WS-SQL-STATEMENT
               WS-CALLBACK
               WS-STATUS
           END-CALL

           IF WS-STATUS NOT = ZERO
               DISPLAY "SUSPENSE-AGING-REPORT: overdue query failed"
               MOVE 'Y' TO WS-QUERY-FAIL-SW
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-BUSINESS-DAYS: Counts the weekdays after                 *
      * WS-RECEIVED-DATE up to and including the run date into         *
      * WS-BUSINESS-DAYS - whole weeks at five apiece, then the odd    *
      * days one at a time. Day 1 of the integer calendar, 1 January   *
      * 1601, was a Monday, so a day whose remainder on division by 7  *
      * after taking 1 off is 0 to 4 is a weekday. A received date     *
      * that is not a plausible date, or not before the run date,      *
      * ages nothing.                                                  *
      *----------------------------------------------------------------*
       COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-BUSINESS-DAYS

           IF WS-RECEIVED-DATE >= 16010101
            AND WS-RECEIVED-DATE < WS-RUN-DATE
               COMPUTE WS-FROM-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-RECEIVED-DATE)
               COMPUTE WS-TO-DAY =
                   FUNCTION INTEGER-OF-DATE(WS-RUN-DATE)
               COMPUTE WS-SPAN-DAYS = WS-TO-DAY - WS-FROM-DAY
               DIVIDE WS-SPAN-DAYS BY 7 GIVING WS-SPAN-WEEKS
               COMPUTE WS-BUSINESS-DAYS = WS-SPAN-WEEKS * 5
               COMPUTE WS-FROM-DAY =
                   WS-FROM-DAY + (WS-SPAN-WEEKS * 7) + 1
               PERFORM COUNT-ODD-DAY
                   VARYING WS-SCAN-DAY FROM WS-FROM-DAY BY 1
                   UNTIL WS-SCAN-DAY > WS-TO-DAY
           END-IF.

      *----------------------------------------------------------------*
      * COUNT-ODD-DAY: Adds WS-SCAN-DAY to WS-BUSINESS-DAYS when it    *
      * falls Monday to Friday. Performed from COUNT-BUSINESS-DAYS.    *
      *----------------------------------------------------------------*
       COUNT-ODD-DAY.
           COMPUTE WS-WEEK-DAY = FUNCTION MOD(WS-SCAN-DAY - 1, 7)
           IF WS-WEEK-DAY < 5
               ADD 1 TO WS-BUSINESS-DAYS
           END-IF.

      *----------------------------------------------------------------*
      * ADD-TO-LEVEL: Adds the item just aged into the totals for      *
      * level WS-LVL - 1 the reason group, 2 the office, 3 all         *
      * offices. Performed from SUSPENSE-SUMMARY-CALLBACK.             *
      *----------------------------------------------------------------*
       ADD-TO-LEVEL.
           IF WS-LVL-OPEN (WS-LVL) = ZERO
            OR WS-RECEIVED-DATE < WS-LVL-OLDEST (WS-LVL)
               MOVE WS-RECEIVED-DATE TO WS-LVL-OLDEST (WS-LVL)
           END-IF
           IF WS-BUSINESS-DAYS > WS-LVL-MAX-DAYS (WS-LVL)
               MOVE WS-BUSINESS-DAYS TO WS-LVL-MAX-DAYS (WS-LVL)
           END-IF
           ADD 1 TO WS-LVL-OPEN (WS-LVL)
           ADD 1 TO WS-LVL-BUCKET (WS-LVL, WS-BUCKET)
           IF WS-BUSINESS-DAYS > WS-AGE-DAYS
               ADD 1 TO WS-LVL-OVER (WS-LVL)
           END-IF.

      *----------------------------------------------------------------*
      * PRINT-GROUP-LINE: Prints the totals for the office and reason  *
      * just finished and clears them for the next.                    *
      *----------------------------------------------------------------*
       PRINT-GROUP-LINE.
           MOVE 1 TO WS-LVL
           PERFORM FORMAT-SUMMARY-LINE
           MOVE WS-PREV-OFFICE TO WS-SUM-OFFICE
           MOVE WS-PREV-REASON TO WS-SUM-REASON
           EVALUATE WS-PREV-REASON
               WHEN "01"
                   MOVE "RECORD ID NOT NUMERIC" TO WS-SUM-DESC
               WHEN "02"
                   MOVE "RECORD NAME BLANK" TO WS-SUM-DESC
               WHEN "03"
                   MOVE "DATABASE APPLY FAILED" TO WS-SUM-DESC
               WHEN "04"
                   MOVE "DUPLICATE RECORD ID" TO WS-SUM-DESC
               WHEN "05"
                   MOVE "CATEGORY CODE NOT ON FILE" TO WS-SUM-DESC
               WHEN "06"
                   MOVE "AMBIGUOUS KEY MAPPING" TO WS-SUM-DESC
               WHEN "07"
                   MOVE "CONFLICTING KEY MAPPING" TO WS-SUM-DESC
               WHEN OTHER
                   MOVE "OTHER" TO WS-SUM-DESC
           END-EVALUATE
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           INITIALIZE WS-LEVEL (1).

      *----------------------------------------------------------------*
      * PRINT-OFFICE-LINE: Prints the total for the office just        *
      * finished, flagged CHASE when it has anything over the limit,   *
      * with a blank line after, and clears it for the next office.    *
      *----------------------------------------------------------------*
       PRINT-OFFICE-LINE.
           MOVE 2 TO WS-LVL
           PERFORM FORMAT-SUMMARY-LINE
           MOVE WS-PREV-OFFICE TO WS-SUM-OFFICE
           MOVE "OFFICE TOTAL" TO WS-SUM-DESC
           IF WS-LVL-OVER (2) > ZERO
               MOVE "*** CHASE" TO WS-SUM-FLAG
               ADD 1 TO WS-CHASE-COUNT
           END-IF
           MOVE WS-SUMMARY-LINE TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE
           INITIALIZE WS-LEVEL (2).

      *----------------------------------------------------------------*
      * FORMAT-SUMMARY-LINE: Moves the totals for level WS-LVL into    *
      * the summary line, leaving the office, reason, description and  *
      * flag blank for the caller to fill.                             *
      *----------------------------------------------------------------*
       FORMAT-SUMMARY-LINE.
           MOVE SPACES TO WS-SUM-OFFICE
           MOVE SPACES TO WS-SUM-REASON
           MOVE SPACES TO WS-SUM-DESC
           MOVE SPACES TO WS-SUM-FLAG
           MOVE WS-LVL-OPEN (WS-LVL) TO WS-SUM-OPEN
           MOVE WS-LVL-BUCKET (WS-LVL, 1) TO WS-SUM-BUCKET-1
           MOVE WS-LVL-BUCKET (WS-LVL, 2) TO WS-SUM-BUCKET-2
           MOVE WS-LVL-BUCKET (WS-LVL, 3) TO WS-SUM-BUCKET-3
           MOVE WS-LVL-BUCKET (WS-LVL, 4) TO WS-SUM-BUCKET-4
           MOVE WS-LVL-OVER (WS-LVL) TO WS-SUM-OVER
           MOVE WS-LVL-OLDEST (WS-LVL) TO WS-SUM-OLDEST
           MOVE WS-LVL-MAX-DAYS (WS-LVL) TO WS-SUM-MAX-DAYS.

      *----------------------------------------------------------------*
      * PRINT-REPORT-TOTALS: Prints the open and over-limit counts     *
      * and the number of offices to chase, or a clean line when       *
      * nothing is over the limit.                                     *
      *----------------------------------------------------------------*
       PRINT-REPORT-TOTALS.
           MOVE SPACES TO REPORT-LINE
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL OPEN SUSPENSE ITEMS: " DELIMITED BY SIZE
                  WS-LVL-OPEN (3) DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "TOTAL OVER THE LIMIT:      " DELIMITED BY SIZE
                  WS-OVERDUE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           MOVE SPACES TO REPORT-LINE
           STRING "OFFICES TO CHASE:          " DELIMITED BY SIZE
                  WS-CHASE-COUNT DELIMITED BY SIZE
               INTO REPORT-LINE
           END-STRING
           PERFORM PRINT-REPORT-LINE

           IF WS-OVERDUE-COUNT = ZERO
               MOVE "NO SUSPENSE ITEMS OVER THE LIMIT"
                   TO REPORT-LINE
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
      * run date, age limit, page number and the column headings for   *
      * the part of the report being printed.                          *
      *----------------------------------------------------------------*
       PRINT-PAGE-HEADING.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-RUN-DATE TO WS-HDG-RUN-DATE
           MOVE WS-AGE-DAYS TO WS-HDG-AGE-DAYS
           MOVE WS-PAGE-NUMBER TO WS-HDG-PAGE
           MOVE WS-HEADING-LINE TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           IF WS-DETAIL-SECTION
               MOVE "ITEMS OVER THE LIMIT" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-DETAIL-COLUMN-LINE TO REPORT-LINE
           ELSE
               MOVE "OPEN ITEMS BY OFFICE AND REASON" TO REPORT-LINE
               WRITE REPORT-LINE
               MOVE WS-SUMMARY-COLUMN-LINE TO REPORT-LINE
           END-IF
           WRITE REPORT-LINE
           MOVE SPACES TO REPORT-LINE
           WRITE REPORT-LINE
           MOVE 5 TO WS-LINE-COUNT.
