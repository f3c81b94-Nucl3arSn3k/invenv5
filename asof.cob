      * ASOF-ROW-CALLBACK: sqlite3_exec row callback for the history   *
      * replay. Each row is the last action for one record inside the  *
      * cutoff - an add or update prints the new name as active, a     *
      * retire or a merge into another record prints the before name   *
      * as retired.                                                    *
      *----------------------------------------------------------------*
           ENTRY 'ASOF-ROW-CALLBACK' USING
           BY VALUE LNK-CB-NOTUSED
           MOVE ZERO TO WS-DET-EFF-TO

           IF WS-ACTION-BUFFER(1:1) = "D"
            OR WS-ACTION-BUFFER(1:1) = "M"
               MOVE WS-OLD-NAME-BUFFER TO WS-DET-NAME
               MOVE "R" TO WS-DET-STATUS
               ADD 1 TO WS-RETIRED-RECORDS
