      * Runs after the daily BILLIONROWCHALLENGE aggregation. Merges
      * that day's per-station min/max/avg/count (outputs_DATE.csv)
      * into the permanent station history master
      * (station_history.dat, one MIN/MAX/AVG/COUNT record per
      * station per day, indexed on station name + date so the day's
      * rows are added or replaced in place), writes a rolling 30-day
      * summary per station, and produces the trend
      * report flagging stations whose daily average deviates from
      * their trailing 30-day mean by more than a threshold -- the
      * "is Madrid unusually warm this week" question the daily
           SELECT DAILY-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORY-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT ROLLING-FILE ASSIGN TO DYNAMIC WS-ROLLING-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TREND-FILE ASSIGN TO DYNAMIC WS-TREND-FILENAME
       FD  DAILY-CSV-FILE.
       01  DAILY-CSV-RECORD      PIC X(400).

      * Keyed history record. Station names are at most 100 bytes
      * under the measurement-file rules, so the key carries the
      * name at that width; the statistics are kept as the edited
      * text the daily CSV carries them in.
       FD  HISTORY-FILE.
       01  HISTORY-RECORD.
           05  HISTORY-KEY.
               10  HISTORY-STATION   PIC X(100).
               10  HISTORY-DATE      PIC X(8).
           05  HISTORY-MIN           PIC X(20).
           05  HISTORY-MAX           PIC X(20).
           05  HISTORY-AVG           PIC X(20).
           05  HISTORY-COUNT         PIC X(20).

       FD  ROLLING-FILE.
       01  ROLLING-RECORD        PIC X(400).
       01  WS-CSV-FILENAME       PIC X(256) VALUE SPACES.
       01  WS-HISTORY-FILENAME   PIC X(256)
                                 VALUE "station_history.dat".
       01  WS-ROLLING-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-TREND-FILENAME     PIC X(256) VALUE SPACES.
       01  WS-CSV-FILE-STATUS    PIC X(2).
       01  WS-CUTOFF-NUM         PIC 9(8).
       01  WS-CUTOFF-DATE        PIC X(8).

      * Today's per-station aggregates, loaded from the daily CSV
      * and stored into the history master by key.
       01  WS-TODAY-TABLE.
           05  WS-TODAY-ENTRY OCCURS 50000 TIMES.
               10  WS-TODAY-NAME     PIC X(256).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-HIST-EOF           PIC X(1) VALUE "N".
       01  WS-HIST-ADDED         PIC 9(10) VALUE 0.
       01  WS-HIST-REPLACED      PIC 9(10) VALUE 0.
       01  WS-HIST-SKIPPED       PIC 9(10) VALUE 0.
       01  WS-CAPACITY-WARNED    PIC X(1) VALUE "N".

      * Group accumulators for the station currently being walked
      * in the history master: trailing-window (cutoff <= date <
      * today) sums for the rolling summary and the trend comparison.
       01  WS-GROUP-NAME         PIC X(256) VALUE SPACES.
       01  WS-TRAIL-DAYS         PIC 9(5) VALUE 0.
       01  WS-TRAIL-SUM          PIC S9(17)V9 VALUE 0.
       01  WS-TRAIL-MEAN         PIC S9(8)V9.
       01  WS-TREND-FLAGGED      PIC 9(10) VALUE 0.
       01  WS-REC-AVG            PIC S9(8)V9.

       01  WS-EDIT               PIC -(8)9.9.
       01  WS-DAYS-EDIT          PIC Z(4)9.
       01  WS-TRIM-SOURCE        PIC X(24).
       01  WS-STR-2              PIC X(20).
       01  WS-STR-3              PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           PERFORM SET-UP-FILENAMES.
           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM LOAD-DAILY-CSV.
           PERFORM OPEN-HISTORY-MASTER.
           PERFORM STORE-TODAY-RECORDS.
           PERFORM ROLL-UP-HISTORY.
           CLOSE HISTORY-FILE.

           DISPLAY "STATIONHISTORY: merged " WS-TODAY-SIZE
               " stations for " WS-PARM-DATE.
           DISPLAY "STATIONHISTORY: history rows added: "
               WS-HIST-ADDED " replaced: " WS-HIST-REPLACED.
           IF WS-HIST-SKIPPED > 0
               DISPLAY "STATIONHISTORY: rows not kept (name over "
                   "100 bytes): " WS-HIST-SKIPPED
               MOVE 4 TO RETURN-CODE
           END-IF.
           DISPLAY "STATIONHISTORY: trend-flagged stations: "
               WS-TREND-FLAGGED.
           STOP RUN.
           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-6)
               TO WS-TODAY-AVG(WS-TODAY-SIZE).

      * The history master is opened for update; being OPTIONAL it
      * is created empty on the very first run.
       OPEN-HISTORY-MASTER.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   AND WS-HISTORY-FILE-STATUS NOT = "05"
               DISPLAY "STATIONHISTORY: cannot open "
                   WS-HISTORY-FILENAME(1:40)
                   " status " WS-HISTORY-FILE-STATUS
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Today's rows go into the master by key: a new station/date
      * is added, and a rerun of the same day replaces the row
      * already there rather than duplicating it.
       STORE-TODAY-RECORDS.
           PERFORM VARYING WS-TODAY-IDX FROM 1 BY 1
               UNTIL WS-TODAY-IDX > WS-TODAY-SIZE
               PERFORM STORE-TODAY-RECORD
           END-PERFORM.

       STORE-TODAY-RECORD.
           IF WS-TODAY-NAME(WS-TODAY-IDX)(101:) NOT = SPACES
               DISPLAY "WARNING: station name over 100 bytes, not "
                   "kept in history: "
                   WS-TODAY-NAME(WS-TODAY-IDX)(1:40)
               ADD 1 TO WS-HIST-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-TODAY-NAME(WS-TODAY-IDX) TO HISTORY-STATION.
           MOVE WS-PARM-DATE TO HISTORY-DATE.
           MOVE WS-TODAY-MIN(WS-TODAY-IDX) TO HISTORY-MIN.
           MOVE WS-TODAY-MAX(WS-TODAY-IDX) TO HISTORY-MAX.
           MOVE WS-TODAY-AVG-STR(WS-TODAY-IDX) TO HISTORY-AVG.
           MOVE WS-TODAY-COUNT(WS-TODAY-IDX) TO HISTORY-COUNT.

           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "STATIONHISTORY: cannot store "
                               HISTORY-STATION(1:40) " status "
                               WS-HISTORY-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                           STOP RUN
                       NOT INVALID KEY
                           ADD 1 TO WS-HIST-REPLACED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-ADDED
           END-WRITE.

      * Rolling summary and trend check, one station at a time in
      * key order. For each station the walk starts directly at the
      * trailing-window cutoff, reads up to and including the run
      * date, then skips past the rest of the station's rows, so
      * only the last 30 days of each station are ever read no
      * matter how long the history grows.
       ROLL-UP-HISTORY.
           OPEN OUTPUT ROLLING-FILE.
           OPEN OUTPUT TREND-FILE.

           END-STRING.
           WRITE TREND-RECORD.

           MOVE "N" TO WS-HIST-EOF.
           MOVE LOW-VALUES TO HISTORY-KEY.
           PERFORM START-HISTORY-AT-KEY.

           PERFORM UNTIL WS-HIST-EOF = "Y"
               PERFORM ROLL-UP-STATION
           END-PERFORM.

           CLOSE ROLLING-FILE.
           CLOSE TREND-FILE.

      * Positions on the first row at or after HISTORY-KEY and reads
      * it; WS-HIST-EOF is set when there is none.
       START-HISTORY-AT-KEY.
           START HISTORY-FILE KEY IS NOT LESS THAN HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF
           END-START.
           IF WS-HIST-EOF = "N"
               PERFORM READ-NEXT-HISTORY
           END-IF.

       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-EOF
           END-READ.

      * Entered with the station's first row in the record area.
       ROLL-UP-STATION.
           MOVE HISTORY-STATION TO WS-GROUP-NAME.
           MOVE 0 TO WS-TRAIL-DAYS.
           MOVE 0 TO WS-TRAIL-SUM.
           MOVE "N" TO WS-GROUP-TODAY.

           IF HISTORY-DATE < WS-CUTOFF-DATE
               MOVE WS-CUTOFF-DATE TO HISTORY-DATE
               PERFORM START-HISTORY-AT-KEY
           END-IF.

           PERFORM UNTIL WS-HIST-EOF = "Y"
                   OR HISTORY-STATION NOT = WS-GROUP-NAME
                   OR HISTORY-DATE > WS-PARM-DATE
               PERFORM ACCUMULATE-HISTORY-ROW
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.

           PERFORM FINALIZE-GROUP.

      * Rows dated after the run date (a rerun of an earlier day)
      * play no part in this day's window; step over them to the
      * next station.
           IF WS-HIST-EOF = "N"
                   AND HISTORY-STATION = WS-GROUP-NAME
               MOVE HIGH-VALUES TO HISTORY-DATE
               PERFORM START-HISTORY-AT-KEY
           END-IF.

       ACCUMULATE-HISTORY-ROW.
           IF HISTORY-DATE = WS-PARM-DATE
               MOVE "Y" TO WS-GROUP-TODAY
               MOVE FUNCTION NUMVAL(HISTORY-AVG)
                   TO WS-GROUP-TODAY-AVG
           ELSE
               MOVE FUNCTION NUMVAL(HISTORY-AVG) TO WS-REC-AVG
               PERFORM ACCUMULATE-TRAILING
           END-IF.

       ACCUMULATE-TRAILING.
           IF WS-TRAIL-DAYS = 0
               MOVE FUNCTION NUMVAL(HISTORY-MIN) TO WS-TRAIL-MIN
               MOVE FUNCTION NUMVAL(HISTORY-MAX) TO WS-TRAIL-MAX
           ELSE
               IF FUNCTION NUMVAL(HISTORY-MIN) < WS-TRAIL-MIN
                   MOVE FUNCTION NUMVAL(HISTORY-MIN)
                       TO WS-TRAIL-MIN
               END-IF
               IF FUNCTION NUMVAL(HISTORY-MAX) > WS-TRAIL-MAX
                   MOVE FUNCTION NUMVAL(HISTORY-MAX)
                       TO WS-TRAIL-MAX
               END-IF
           END-IF.
           ADD WS-REC-AVG TO WS-TRAIL-SUM.

       FINALIZE-GROUP.
           IF WS-TRAIL-DAYS > 0
               DIVIDE WS-TRAIL-SUM BY WS-TRAIL-DAYS
                   GIVING WS-TRAIL-MEAN ROUNDED
               END-IF
           END-IF.

       WRITE-ROLLING-RECORD.
           MOVE WS-TRAIL-MEAN TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           END-STRING.
           WRITE TREND-RECORD.

       TRIM-LEADING-SPACES.
           MOVE SPACES TO WS-TRIM-RESULT.

