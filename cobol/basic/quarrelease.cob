           SELECT CSV-OUT-FILE ASSIGN TO DYNAMIC WS-CSV-OUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORY-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT OPTIONAL MONTHLY-FILE
               ASSIGN TO DYNAMIC WS-MONTHLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHLY-FILE-STATUS.
           SELECT RELEASE-FILE ASSIGN TO DYNAMIC WS-RELEASE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILENAME
       FD  CSV-OUT-FILE.
       01  CSV-OUT-RECORD        PIC X(400).

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

       FD  RELEASE-FILE.
       01  RELEASE-RECORD        PIC X(400).
       01  WS-CSV-OUT-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-HISTORY-FILENAME   PIC X(256)
                                 VALUE "station_history.dat".
       01  WS-MONTHLY-FILENAME   PIC X(256)
                                 VALUE "station_monthly.dat".
       01  WS-RELEASE-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-QUARANTINE-FILE-STATUS PIC X(2).
       01  WS-STATION-FILE-STATUS PIC X(2).
       01  WS-CSV-FILE-STATUS    PIC X(2).
       01  WS-HISTORY-FILE-STATUS PIC X(2).
       01  WS-MONTHLY-FILE-STATUS PIC X(2).

       01  WS-COMMAND-LINE       PIC X(80) VALUE SPACES.
       01  WS-PARM-DATE          PIC X(8) VALUE SPACES.
               10  WS-REL-B-MAX      PIC S9(8)V9.
               10  WS-REL-B-TOTAL    PIC S9(17)V9.
               10  WS-REL-B-COUNT    PIC 9(10).
               10  WS-REL-MONTHLY    PIC X(1).
               10  WS-REL-HIST-HELD  PIC X(1).

       01  WS-REL-SIZE           PIC 9(10) VALUE 0.
       01  WS-REL-FOUND          PIC 9 VALUE 0.
       01  WS-REL-PROSPECT       PIC 9(10).
       01  WS-CITY-FULL-WARNED   PIC X(1) VALUE "N".

      * Stations whose business month STATIONMONTHLY has already
      * rolled up into station_monthly.dat (see STORE-AMENDED-RECORD).
       01  WS-MON-FIELD-1        PIC X(256).
       01  WS-MON-FIELD-2        PIC X(20).
       01  WS-MON-TARGET         PIC X(256).
       01  WS-MONTH-HELD-COUNT   PIC 9(10) VALUE 0.

       01  WS-CSV-FIELD-1        PIC X(256).
       01  WS-CSV-FIELD-2        PIC X(20).
       01  WS-CSV-FIELD-3        PIC X(20).
       01  WS-RELEASED-COUNT     PIC 9(10) VALUE 0.
       01  WS-HELD-COUNT         PIC 9(10) VALUE 0.

       01  WS-AVG                PIC S9(8)V9.
       01  WS-AVG-EDIT           PIC -(8)9.9.
       01  WS-MIN-EDIT           PIC -(8)9.9.
           DISPLAY "QUARRELEASE: rows reviewed:  " WS-REVIEWED-COUNT.
           DISPLAY "QUARRELEASE: rows released:  " WS-RELEASED-COUNT.
           DISPLAY "QUARRELEASE: rows held:      " WS-HELD-COUNT.
           IF WS-MONTH-HELD-COUNT > 0
               DISPLAY "QUARRELEASE: WARNING: " WS-MONTH-HELD-COUNT
                   " station(s) MONTH-CONSOLIDATED, history not "
                   "amended; correct station_monthly.dat"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "QUARRELEASE: stations amended: " WS-REL-SIZE.
           STOP RUN.

           MOVE WS-QROW-VALUE TO WS-REL-TOTAL(WS-REL-INSERT-POS).
           MOVE 1 TO WS-REL-COUNT(WS-REL-INSERT-POS).
           MOVE "N" TO WS-REL-EXISTED(WS-REL-INSERT-POS).
           MOVE "N" TO WS-REL-MONTHLY(WS-REL-INSERT-POS).
           MOVE "N" TO WS-REL-HIST-HELD(WS-REL-INSERT-POS).
           MOVE 1 TO WS-REL-FOUND.
           MOVE WS-REL-INSERT-POS TO WS-REL-SEARCH-IDX.


           CLOSE CSV-OUT-FILE.

      * Stores the post-release statistics of every amended station
      * into the history master under the station and the run date:
      * an existing row is replaced in place, a missing one is
      * added, except where the month has already been consolidated
      * (see STORE-AMENDED-RECORD). A missing history master means
      * the daily merge has not run yet -- the amended CSV will
      * carry the fix in when it does.
       MERGE-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "QUARRELEASE: no history master, daily "
                   "merge will pick up the amended CSV"
               EXIT PARAGRAPH
           END-IF.

           PERFORM MARK-CONSOLIDATED-MONTH.

           PERFORM VARYING WS-REL-IDX FROM 1 BY 1
               UNTIL WS-REL-IDX > WS-REL-SIZE
               PERFORM STORE-AMENDED-RECORD
           END-PERFORM.

           CLOSE HISTORY-FILE.

      * One pass over the monthly summary master flags every amended
      * station that already has a NAME;YYYYMM row for the business
      * month. A missing monthly master means nothing is
      * consolidated yet.
       MARK-CONSOLIDATED-MONTH.
           OPEN INPUT MONTHLY-FILE.
           IF WS-MONTHLY-FILE-STATUS NOT = "00"
               CLOSE MONTHLY-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MONTHLY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       PERFORM CHECK-MONTHLY-RECORD
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE MONTHLY-FILE.

       CHECK-MONTHLY-RECORD.
           MOVE SPACES TO WS-MON-FIELD-1.
           MOVE SPACES TO WS-MON-FIELD-2.
           UNSTRING MONTHLY-RECORD DELIMITED BY ";"
               INTO WS-MON-FIELD-1 WS-MON-FIELD-2.

           IF WS-MON-FIELD-2 NOT = WS-PARM-DATE(1:6)
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MON-FIELD-1 TO WS-MON-TARGET.
           MOVE 0 TO WS-REL-FOUND.
           MOVE 1 TO WS-REL-LOW.
           MOVE WS-REL-SIZE TO WS-REL-HIGH.

           PERFORM UNTIL WS-REL-LOW > WS-REL-HIGH
                   OR WS-REL-FOUND = 1
               ADD WS-REL-LOW WS-REL-HIGH GIVING WS-REL-MID
               DIVIDE WS-REL-MID BY 2 GIVING WS-REL-MID
               IF WS-REL-NAME(WS-REL-MID) = WS-MON-TARGET
                   MOVE 1 TO WS-REL-FOUND
                   MOVE "Y" TO WS-REL-MONTHLY(WS-REL-MID)
               ELSE
                   IF WS-REL-NAME(WS-REL-MID) < WS-MON-TARGET
                       ADD 1 TO WS-REL-MID GIVING WS-REL-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-REL-MID
                           GIVING WS-REL-HIGH
                   END-IF
               END-IF
           END-PERFORM.

      * The amended row carries the post-release statistics of the
      * station, read back out of the amended city table. A name
      * over the 100-byte key width was never kept in the history
      * master and is passed over.
       STORE-AMENDED-RECORD.
           IF WS-REL-NAME(WS-REL-IDX)(101:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REL-NAME(WS-REL-IDX) TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-CITY.
           IF WS-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

      * A station that reported on the day had its daily row
      * written by STATIONHISTORY. If that row is gone and the month
      * already has a station_monthly.dat row, STATIONMONTHLY has
      * rolled the day up and purged it: a fresh daily row would be
      * added into the monthly row a second time at the next
      * consolidation, original figures and all. The history master
      * is left alone for such a station and it is flagged
      * MONTH-CONSOLIDATED on the report for the monthly summary to
      * be corrected by hand.
           IF WS-REL-EXISTED(WS-REL-IDX) = "Y"
                   AND WS-REL-MONTHLY(WS-REL-IDX) = "Y"
               MOVE SPACES TO HISTORY-RECORD
               MOVE WS-REL-NAME(WS-REL-IDX) TO HISTORY-STATION
               MOVE WS-PARM-DATE TO HISTORY-DATE
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-REL-HIST-HELD(WS-REL-IDX)
               END-READ
               IF WS-REL-HIST-HELD(WS-REL-IDX) = "Y"
                   ADD 1 TO WS-MONTH-HELD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DIVIDE WS-TOTAL-VAL(WS-SEARCH-IDX)
               BY WS-COUNT-VAL(WS-SEARCH-IDX)
               GIVING WS-AVG ROUNDED.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-COUNT-STR.

           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-REL-NAME(WS-REL-IDX) TO HISTORY-STATION.
           MOVE WS-PARM-DATE TO HISTORY-DATE.
           MOVE WS-MIN-STR TO HISTORY-MIN.
           MOVE WS-MAX-STR TO HISTORY-MAX.
           MOVE WS-AVG-STR TO HISTORY-AVG.
           MOVE WS-COUNT-STR TO HISTORY-COUNT.

           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "QUARRELEASE: cannot store history "
                               "row for " HISTORY-STATION(1:40)
                               " status " WS-HISTORY-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.

      * Per-station before/after section of the release report: one
      * line per amended station with the statistics as the day
               END-STRING
           END-IF.

           IF WS-REL-HIST-HELD(WS-REL-IDX) = "Y"
               STRING
                   ";MONTH-CONSOLIDATED" DELIMITED BY SIZE
                   INTO WS-RELEASE-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           END-IF.

           MOVE SPACES TO RELEASE-RECORD.
           MOVE WS-RELEASE-LINE TO RELEASE-RECORD.
           WRITE RELEASE-RECORD.
