      * ledger. RUNLEDGER's gap scan says which business dates have
      * no run recorded; closing them was a manual chore of running
      * BILLIONROWCHALLENGE for each missed day and remembering to
      * run STATIONHISTORY, DEGREEDAYS and STATIONRECORDS after it.
      * This job reads run_ledger.dat, finds the gap dates whose
      * measurements_DATE.txt exists on disk, replays each missed
      * day in chronological order through the aggregation, the
      * history merge, the degree-day report and the records
      * update, and writes catchup_report.txt listing dates
      * processed, dates skipped for missing input, and dates that
      * failed. A degree-day or records step ending with warnings
      * (RC 4 -- e.g. MISSING-DAYS while earlier gaps are still
      * being filled) does not fail the date; it is listed as
      * PROCESSED-WARNINGS.
      *
      * Days are replayed single-stream (no PART workers): a
      * catch-up day is yesterday's volume at most and correctness
       01  WS-RUN-LEDGER-STATUS  PIC X(2).
       01  WS-PROBE-FILE-STATUS  PIC X(2).

      * Installed executable names of the jobs a missed day is
      * replayed through, in the order they must run.
       01  WS-AGG-COMMAND        PIC X(20) VALUE "./main".
       01  WS-HIST-COMMAND       PIC X(20) VALUE "./stationhistory".
       01  WS-DD-COMMAND         PIC X(20) VALUE "./degreedays".
       01  WS-REC-COMMAND        PIC X(20) VALUE "./stationrecords".
       01  WS-STEP-WARNED        PIC X(1) VALUE "N".
       01  WS-SYSTEM-COMMAND     PIC X(300).
       01  WS-SYSTEM-RC          PIC S9(9) VALUE 0.
       01  WS-SYSTEM-QUOT        PIC S9(9).
           MOVE WS-FINAL-RC TO RETURN-CODE.
           STOP RUN.

      * All replay executables are checked once up front: a missing
      * or misnamed binary would otherwise fail every single gap
      * date with rc=127 and drown the report in noise.
       PROBE-EXECUTABLES.
               STOP RUN
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-DD-COMMAND WS-FILE-INFO
               RETURNING WS-CALL-RC.
           IF WS-CALL-RC NOT = 0
               DISPLAY "CATCHUP: degree-day executable "
                   WS-DD-COMMAND " not found, nothing replayed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           CALL "CBL_CHECK_FILE_EXIST"
               USING WS-REC-COMMAND WS-FILE-INFO
               RETURNING WS-CALL-RC.
           IF WS-CALL-RC NOT = 0
               DISPLAY "CATCHUP: records executable "
                   WS-REC-COMMAND " not found, nothing replayed"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-RUN-LEDGER.
           OPEN INPUT RUN-LEDGER-FILE.


      * One gap date: probe for the dated input file, then run the
      * aggregation and, only when it completes cleanly, the history
      * merge, the degree-day report and the records update for the
      * same date, each only when the one before it did not fail.
       REPLAY-ONE-DATE.
           MOVE SPACES TO WS-PROBE-FILENAME.
           STRING
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-STEP-WARNED.

           MOVE SPACES TO WS-SYSTEM-COMMAND.
           STRING
               WS-DD-COMMAND DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               INTO WS-SYSTEM-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           MOVE RETURN-CODE TO WS-SYSTEM-RC.
           MOVE 0 TO RETURN-CODE.
           PERFORM NORMALIZE-SYSTEM-RC.

           IF WS-SYSTEM-RC >= 8 OR WS-SYSTEM-RC < 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   WS-SCAN-DATE DELIMITED BY SIZE
                   "  FAILED-DEGREEDAYS  rc=" DELIMITED BY SIZE
                   WS-SYSTEM-RC DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WS-SYSTEM-RC NOT = 0
               MOVE "Y" TO WS-STEP-WARNED
           END-IF.

           MOVE SPACES TO WS-SYSTEM-COMMAND.
           STRING
               WS-REC-COMMAND DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               INTO WS-SYSTEM-COMMAND
           END-STRING.
           CALL "SYSTEM" USING WS-SYSTEM-COMMAND.
           MOVE RETURN-CODE TO WS-SYSTEM-RC.
           MOVE 0 TO RETURN-CODE.
           PERFORM NORMALIZE-SYSTEM-RC.

           IF WS-SYSTEM-RC >= 8 OR WS-SYSTEM-RC < 0
               ADD 1 TO WS-FAILED-COUNT
               MOVE SPACES TO REPORT-RECORD
               STRING
                   WS-SCAN-DATE DELIMITED BY SIZE
                   "  FAILED-RECORDS  rc=" DELIMITED BY SIZE
                   WS-SYSTEM-RC DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.
           IF WS-SYSTEM-RC NOT = 0
               MOVE "Y" TO WS-STEP-WARNED
           END-IF.

           ADD 1 TO WS-PROCESSED-COUNT.
           MOVE SPACES TO REPORT-RECORD.
           IF WS-STEP-WARNED = "Y"
               STRING
                   WS-SCAN-DATE DELIMITED BY SIZE
                   "  PROCESSED-WARNINGS" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           ELSE
               STRING
                   WS-SCAN-DATE DELIMITED BY SIZE
                   "  PROCESSED" DELIMITED BY SIZE
                   INTO REPORT-RECORD
               END-STRING
           END-IF.
           WRITE REPORT-RECORD.

      * The SYSTEM status carries the child's exit code in the high
