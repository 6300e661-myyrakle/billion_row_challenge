       PROGRAM-ID. STATIONMONTHLY.

      * Month-end consolidation of the station history master.
      * station_history.dat (indexed on station name + date) grows
      * by one MIN/MAX/AVG/COUNT row per station per day, while the
      * rolling 30-day window never looks at rows older than 30
      * days. This job rolls daily rows older than
      * a retention cutoff into one summary record per station per
      * calendar month (monthly min/max, mean of the daily averages,
      * days reported, coverage percentage against the calendar
      * month), merges those into the monthly summary master
      * (station_monthly.dat, one NAME;YYYYMM;MIN;MAX;MEAN-AVG;DAYS;
      * COVERAGE-PCT record, kept sorted by name then month), and
      * deletes the consolidated daily rows from station_history.dat
      * once the monthly master is safely written.
      *
      * Command line: <cutoff-YYYYMMDD>
      *   daily rows dated before the cutoff are consolidated;
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORY-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MONTHLY-FILE ASSIGN TO DYNAMIC WS-MONTHLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHLY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      * Keyed history record, same layout STATIONHISTORY writes.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
               10  HISTORY-STATION   PIC X(100).
               10  HISTORY-DATE      PIC X(8).
           05  HISTORY-MIN           PIC X(20).
           05  HISTORY-MAX           PIC X(20).
           05  HISTORY-AVG           PIC X(20).
           05  HISTORY-COUNT         PIC X(20).

       FD  MONTHLY-FILE.
       01  MONTHLY-RECORD        PIC X(400).
       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILENAME   PIC X(256)
                                 VALUE "station_history.dat".
       01  WS-MONTHLY-FILENAME   PIC X(256)
                                 VALUE "station_monthly.dat".
       01  WS-MONTHLY-TEMP-FILENAME PIC X(256)
       01  WS-HIST-COUNT         PIC X(20).

      * Consolidation accumulators for the name+month group currently
      * streaming past the cutoff filter. The keyed history master
      * station_history.dat is read in name+date key order, so groups
      * arrive in name+month order and the consolidation table below
      * fills already sorted.
       01  WS-GROUP-NAME         PIC X(256) VALUE SPACES.
       01  WS-GROUP-MONTH        PIC X(6) VALUE SPACES.
       01  WS-GROUP-ACTIVE       PIC X(1) VALUE "N".

       01  WS-CONSOLIDATED-ROWS  PIC 9(10) VALUE 0.
       01  WS-RETAINED-ROWS      PIC 9(10) VALUE 0.
       01  WS-PURGED-ROWS        PIC 9(10) VALUE 0.
       01  WS-MONTHLY-WRITTEN    PIC 9(10) VALUE 0.

       01  WS-EDIT               PIC -(8)9.9.
           PERFORM CONSOLIDATE-HISTORY.
           PERFORM MERGE-MONTHLY-MASTER.
           PERFORM SWAP-WORK-FILES.
           PERFORM PURGE-CONSOLIDATED-ROWS.

           DISPLAY "STATIONMONTHLY: daily rows consolidated: "
               WS-CONSOLIDATED-ROWS.
           DISPLAY "STATIONMONTHLY: daily rows retained:     "
               WS-RETAINED-ROWS.
           DISPLAY "STATIONMONTHLY: daily rows deleted:      "
               WS-PURGED-ROWS.
           DISPLAY "STATIONMONTHLY: monthly records written: "
               WS-MONTHLY-WRITTEN.
           STOP RUN.

      * Read-only pass over the daily history master in key order
      * (name then date): rows dated before the cutoff feed the
      * name+month group accumulators; rows on or after the cutoff
      * are left alone. Nothing is deleted here -- the consolidated
      * rows only go once the monthly master holding them has been
      * written. A missing or empty history master just means there
      * is nothing to consolidate.
       CONSOLIDATE-HISTORY.
           OPEN INPUT HISTORY-FILE.

           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM PROCESS-HISTORY-ROW
                   END-READ
               END-PERFORM
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "STATIONMONTHLY: no daily history master, "
                   "nothing to consolidate"
           END-IF.

           PERFORM FINALIZE-GROUP.

       PROCESS-HISTORY-ROW.
           MOVE HISTORY-STATION TO WS-HIST-NAME.
           MOVE HISTORY-DATE TO WS-HIST-DATE.
           MOVE HISTORY-MIN TO WS-HIST-MIN.
           MOVE HISTORY-MAX TO WS-HIST-MAX.
           MOVE HISTORY-AVG TO WS-HIST-AVG.
           MOVE HISTORY-COUNT TO WS-HIST-COUNT.

           IF WS-HIST-DATE >= WS-PARM-CUTOFF
               ADD 1 TO WS-RETAINED-ROWS
               EXIT PARAGRAPH
           END-IF.

           END-IF.

      * Consolidation table full: the row's group cannot be stored,
      * so its daily rows stay in the daily master -- nothing is
      * lost, and a later run with headroom picks the month up. A
      * group already open always has its slot reserved (it was only
      * opened when one was free). Once the table fills, every
      * later pre-cutoff row in key order is retained, so the
      * consolidated rows are exactly the first
      * WS-CONSOLIDATED-ROWS pre-cutoff rows of the file.
           IF WS-GROUP-ACTIVE = "N"
                   AND WS-MONTHLY-SIZE >= 50000
               IF WS-CAPACITY-WARNED = "N"
                   MOVE "Y" TO WS-CAPACITY-WARNED
               END-IF
               ADD 1 TO WS-RETAINED-ROWS
               EXIT PARAGRAPH
           END-IF.

               - FUNCTION INTEGER-OF-DATE(WS-MONTH-START).
           MOVE WS-DAYS-WORK TO WS-MONTH-DAYS.

      * The rewritten monthly master replaces the old one only after
      * the merge finishes cleanly, same delete-and-rename pattern
      * as the other jobs' durable files.
       SWAP-WORK-FILES.
           CALL "CBL_DELETE_FILE" USING WS-MONTHLY-FILENAME
               RETURNING WS-TRUNC-RET-CODE.
           CALL "CBL_RENAME_FILE" USING WS-MONTHLY-TEMP-FILENAME
               WS-MONTHLY-FILENAME
               RETURNING WS-TRUNC-RET-CODE.

      * Second pass, with the monthly master now holding their
      * summary: deletes the consolidated daily rows in place. The
      * walk repeats the key order of the first pass and deletes the
      * first WS-CONSOLIDATED-ROWS rows dated before the cutoff,
      * leaving any rows the consolidation table had no room for.
       PURGE-CONSOLIDATED-ROWS.
           IF WS-CONSOLIDATED-ROWS = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "STATIONMONTHLY: cannot reopen "
                   WS-HISTORY-FILENAME(1:40)
                   " status " WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
                   OR WS-PURGED-ROWS >= WS-CONSOLIDATED-ROWS
               READ HISTORY-FILE NEXT RECORD
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF HISTORY-DATE < WS-PARM-CUTOFF
                           PERFORM DELETE-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE HISTORY-FILE.

       DELETE-HISTORY-ROW.
           DELETE HISTORY-FILE RECORD
               INVALID KEY
                   DISPLAY "STATIONMONTHLY: cannot delete "
                       HISTORY-STATION(1:40) " " HISTORY-DATE
                       " status " WS-HISTORY-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               NOT INVALID KEY
                   ADD 1 TO WS-PURGED-ROWS
           END-DELETE.

       TRIM-LEADING-SPACES.
           MOVE SPACES TO WS-TRIM-RESULT.

