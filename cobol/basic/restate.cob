       IDENTIFICATION DIVISION.
       PROGRAM-ID. RESTATE.

      * Restatement run for late-arriving readings. Sensors that
      * buffer offline upload readings a day or more after their
      * business date has closed, and short of a full rerun of the
      * billion-row input those readings never reach the published
      * figures. This job takes a file of late readings, each tagged
      * with its business date, and for one date folds the readings
      * into that day's outputs_DATE.txt / outputs_DATE.csv the same
      * way QUARRELEASE folds released rows back in, amends the
      * matching station + date rows of the station history master,
      * reissues extract_DATE.dat with a restatement version number
      * in the '00' header so the warehouse treats it as a
      * replacement rather than a duplicate (logging the reissue as
      * SENT in the transmission log for ACKRECON to reconcile),
      * appends one record to the permanent restatement log, and
      * appends a section to the day's restatement report with the
      * before/after statistics of every amended station.
      *
      * Late readings get the same checks the daily run applies:
      * a station unknown to the master or RETIRED is routed to
      * unknown_stations_DATE.txt, a reading outside the station's
      * QC band to quarantine_DATE.txt (where QUARRELEASE can pick
      * it up after a band correction), and an unparseable row is
      * rejected on the report. Rows tagged with any other business
      * date are left in the late-readings file for that date's
      * run; every row for the run date is consumed, so the same
      * reading can never be restated twice.
      *
      * Late-readings file, one reading per line:
      *   YYYYMMDD;NAME;VALUE
      *
      * Command line: <YYYYMMDD> [late-readings-file]
      *   the file defaults to late_readings.dat.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LATE-FILE ASSIGN TO DYNAMIC WS-LATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LATE-FILE-STATUS.
           SELECT LATE-TEMP-FILE
               ASSIGN TO DYNAMIC WS-LATE-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-STATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT DAILY-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT OUTPUT-FILE ASSIGN TO DYNAMIC WS-OUTPUT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
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
           SELECT EXTRACT-FILE ASSIGN TO DYNAMIC WS-EXTRACT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXTRACT-FILE-STATUS.
           SELECT EXTRACT-TEMP-FILE
               ASSIGN TO DYNAMIC WS-EXTRACT-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUARANTINE-FILE
               ASSIGN TO DYNAMIC WS-QUARANTINE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UNKNOWN-FILE
               ASSIGN TO DYNAMIC WS-UNKNOWN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESTATE-LOG-FILE
               ASSIGN TO DYNAMIC WS-RESTATE-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RESTATE-LOG-FILE-STATUS.
           SELECT OPTIONAL REPORT-FILE
               ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT OPTIONAL XMIT-LOG-FILE
               ASSIGN TO DYNAMIC WS-XMIT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  LATE-FILE.
       01  LATE-RECORD           PIC X(300).

       FD  LATE-TEMP-FILE.
       01  LATE-TEMP-RECORD      PIC X(300).

       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(300).

       FD  DAILY-CSV-FILE.
       01  DAILY-CSV-RECORD      PIC X(400).

       FD  OUTPUT-FILE.
       01  OUTPUT-RECORD         PIC X(10000).

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

       FD  EXTRACT-FILE.
       01  EXTRACT-RECORD        PIC X(120).

       FD  EXTRACT-TEMP-FILE.
       01  EXTRACT-TEMP-RECORD   PIC X(120).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD     PIC X(300).

       FD  UNKNOWN-FILE.
       01  UNKNOWN-RECORD        PIC X(300).

       FD  RESTATE-LOG-FILE.
       01  RESTATE-LOG-RECORD    PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(400).

       FD  PARAM-FILE.
       01  PARAM-RECORD          PIC X(300).

       FD  XMIT-LOG-FILE.
       01  XMIT-LOG-RECORD       PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-LATE-FILENAME      PIC X(256)
                                 VALUE "late_readings.dat".
       01  WS-LATE-TEMP-FILENAME PIC X(256) VALUE SPACES.
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-CSV-FILENAME       PIC X(256) VALUE SPACES.
       01  WS-OUTPUT-FILENAME    PIC X(256) VALUE SPACES.
       01  WS-CSV-OUT-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-HISTORY-FILENAME   PIC X(256)
                                 VALUE "station_history.dat".
       01  WS-MONTHLY-FILENAME   PIC X(256)
                                 VALUE "station_monthly.dat".
       01  WS-EXTRACT-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-EXTRACT-TEMP-FILENAME PIC X(256) VALUE SPACES.
       01  WS-QUARANTINE-FILENAME PIC X(256) VALUE SPACES.
       01  WS-UNKNOWN-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-RESTATE-LOG-FILENAME PIC X(256)
                                 VALUE "restatement_log.dat".
       01  WS-REPORT-FILENAME    PIC X(256) VALUE SPACES.
       01  WS-LATE-FILE-STATUS   PIC X(2).
       01  WS-STATION-FILE-STATUS PIC X(2).
       01  WS-CSV-FILE-STATUS    PIC X(2).
       01  WS-HISTORY-FILE-STATUS PIC X(2).
       01  WS-MONTHLY-FILE-STATUS PIC X(2).
       01  WS-EXTRACT-FILE-STATUS PIC X(2).
       01  WS-RESTATE-LOG-FILE-STATUS PIC X(2).

       01  WS-COMMAND-LINE       PIC X(300) VALUE SPACES.
       01  WS-PARM-DATE          PIC X(8) VALUE SPACES.
       01  WS-PARM-LATE-FILE     PIC X(256) VALUE SPACES.

      * Same run-control keys QUARRELEASE picks up, so late readings
      * are judged against the band the daily run would have used.
       01  WS-QC-GLOBAL-LOW      PIC S9(8)V9 VALUE -90.0.
       01  WS-QC-GLOBAL-HIGH     PIC S9(8)V9 VALUE +60.0.
       01  WS-PARAM-FILENAME     PIC X(256) VALUE "brc_params.dat".
       01  WS-PARAM-FILE-STATUS  PIC X(2).
       01  WS-PARAM-KEY          PIC X(30).
       01  WS-PARAM-VALUE        PIC X(256).
       01  WS-QC-BAND-LOW        PIC S9(8)V9.
       01  WS-QC-BAND-HIGH       PIC S9(8)V9.

       01  WS-STATION-TABLE.
           05  WS-STATION-ENTRY OCCURS 50000 TIMES.
               10  WS-STATION-NAME     PIC X(256).
               10  WS-STATION-ID       PIC X(8).
               10  WS-STATION-REGION   PIC X(8).
               10  WS-STATION-STATUS   PIC X(8).
               10  WS-STATION-QC-FLAG  PIC X(1).
               10  WS-STATION-QC-LOW   PIC S9(8)V9.
               10  WS-STATION-QC-HIGH  PIC S9(8)V9.

       01  WS-STATION-COUNT      PIC 9(10) VALUE 0.
       01  WS-STATION-LOADED     PIC X(1) VALUE "N".
       01  WS-STN-FOUND          PIC 9 VALUE 0.
       01  WS-STN-SEARCH-IDX     PIC 9(10).
       01  WS-STN-LOW            PIC 9(10).
       01  WS-STN-HIGH           PIC 9(10).
       01  WS-STN-MID            PIC 9(10).
       01  WS-STN-INSERT-POS     PIC 9(10).
       01  WS-STN-FIELD-1        PIC X(256).
       01  WS-STN-FIELD-2        PIC X(20).
       01  WS-STN-FIELD-3        PIC X(20).
       01  WS-STN-FIELD-4        PIC X(20).
       01  WS-STN-FIELD-5        PIC X(20).
       01  WS-STN-FIELD-6        PIC X(20).

      * The day's per-station aggregates, loaded from the daily CSV
      * and amended in place as the late readings are folded in.
       01  WS-CITY-TABLE.
           05  WS-CITY-ENTRY OCCURS 50000 TIMES.
               10  WS-CITY-NAME      PIC X(256).
               10  WS-CITY-ID        PIC X(8).
               10  WS-CITY-REGION    PIC X(8).
               10  WS-MIN-VAL        PIC S9(8)V9.
               10  WS-MAX-VAL        PIC S9(8)V9.
               10  WS-TOTAL-VAL      PIC S9(17)V9.
               10  WS-COUNT-VAL      PIC 9(10).

       01  WS-ARRAY-SIZE         PIC 9(10) VALUE 0.
       01  WS-FOUND              PIC 9 VALUE 0.
       01  WS-SEARCH-IDX         PIC 9(10).
       01  WS-LOW                PIC 9(10).
       01  WS-HIGH               PIC 9(10).
       01  WS-MID                PIC 9(10).
       01  WS-INSERT-POS         PIC 9(10).
       01  WS-CITY-NAME-INPUT    PIC X(256).

      * Per-station accumulation of the late readings, kept sorted
      * by name; the before-image columns are captured when the
      * restatement is applied to the city table.
       01  WS-RST-TABLE.
           05  WS-RST-ENTRY OCCURS 10000 TIMES.
               10  WS-RST-NAME       PIC X(256).
               10  WS-RST-MIN        PIC S9(8)V9.
               10  WS-RST-MAX        PIC S9(8)V9.
               10  WS-RST-TOTAL      PIC S9(17)V9.
               10  WS-RST-COUNT      PIC 9(10).
               10  WS-RST-EXISTED    PIC X(1).
               10  WS-RST-B-MIN      PIC S9(8)V9.
               10  WS-RST-B-MAX      PIC S9(8)V9.
               10  WS-RST-B-TOTAL    PIC S9(17)V9.
               10  WS-RST-B-COUNT    PIC 9(10).
               10  WS-RST-MONTHLY    PIC X(1).
               10  WS-RST-HIST-HELD  PIC X(1).

       01  WS-RST-SIZE           PIC 9(10) VALUE 0.
       01  WS-RST-FOUND          PIC 9 VALUE 0.
       01  WS-RST-SEARCH-IDX     PIC 9(10).
       01  WS-RST-LOW            PIC 9(10).
       01  WS-RST-HIGH           PIC 9(10).
       01  WS-RST-MID            PIC 9(10).
       01  WS-RST-INSERT-POS     PIC 9(10).
       01  WS-RST-J              PIC 9(10).
       01  WS-RST-IDX            PIC 9(10).
       01  WS-RST-WARNED         PIC X(1) VALUE "N".
       01  WS-RST-NEW-COUNT      PIC 9(10) VALUE 0.
       01  WS-RST-PROSPECT       PIC 9(10).
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
       01  WS-CSV-FIELD-4        PIC X(20).
       01  WS-CSV-FIELD-5        PIC X(20).
       01  WS-CSV-FIELD-6        PIC X(20).
       01  WS-CSV-FIELD-7        PIC X(20).
       01  WS-CSV-FIELD-8        PIC X(20).
       01  WS-HEADER-SEEN        PIC X(1) VALUE "N".
       01  WS-CAPACITY-WARNED    PIC X(1) VALUE "N".

       01  WS-LROW-DATE          PIC X(20).
       01  WS-LROW-NAME          PIC X(256).
       01  WS-LROW-VALUE-STR     PIC X(20).
       01  WS-LROW-VALUE         PIC S9(8)V9.
       01  WS-LROW-REASON        PIC X(12).
       01  WS-LROW-OUTCOME       PIC X(12).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(10).

       01  WS-READ-COUNT         PIC 9(10) VALUE 0.
       01  WS-CARRIED-COUNT      PIC 9(10) VALUE 0.
       01  WS-APPLIED-COUNT      PIC 9(10) VALUE 0.
       01  WS-QUARANTINE-COUNT   PIC 9(10) VALUE 0.
       01  WS-UNKNOWN-COUNT      PIC 9(10) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(10) VALUE 0.
       01  WS-DEFERRED-COUNT     PIC 9(10) VALUE 0.
       01  WS-QUARANTINE-OPEN    PIC X(1) VALUE "N".
       01  WS-UNKNOWN-OPEN       PIC X(1) VALUE "N".

      * Warehouse extract layout, lockstep with the main job's
      * WRITE-FIXED-EXTRACT. A reissue is marked in the '00' header
      * by "R" plus a two-digit restatement version in positions
      * 19-21, which the original issue leaves blank; everything
      * else about the feed is unchanged so the warehouse intake
      * needs no second layout.
       01  WS-EXT-HEADER.
           05  WS-EXT-H-TYPE     PIC X(2) VALUE "00".
           05  WS-EXT-H-DATE     PIC X(8).
           05  WS-EXT-H-SYSTEM   PIC X(8) VALUE "BRC00001".
           05  WS-EXT-H-RESTATED PIC X(1) VALUE "R".
           05  WS-EXT-H-VERSION  PIC 9(2).
           05  FILLER            PIC X(99) VALUE SPACES.

       01  WS-EXT-DETAIL.
           05  WS-EXT-D-TYPE     PIC X(2) VALUE "10".
           05  WS-EXT-D-ID       PIC X(8).
           05  WS-EXT-D-NAME     PIC X(40).
           05  WS-EXT-D-MIN      PIC S9(8)V9
                                 SIGN IS LEADING SEPARATE.
           05  WS-EXT-D-MAX      PIC S9(8)V9
                                 SIGN IS LEADING SEPARATE.
           05  WS-EXT-D-AVG      PIC S9(8)V9
                                 SIGN IS LEADING SEPARATE.
           05  WS-EXT-D-COUNT    PIC 9(10).
           05  WS-EXT-D-TOTAL    PIC S9(17)V9
                                 SIGN IS LEADING SEPARATE.
           05  FILLER            PIC X(11) VALUE SPACES.

       01  WS-EXT-TRAILER.
           05  WS-EXT-T-TYPE     PIC X(2) VALUE "99".
           05  WS-EXT-T-COUNT    PIC 9(9).
           05  WS-EXT-T-HASH-CNT PIC 9(18).
           05  WS-EXT-T-HASH-TOT PIC S9(17)V9
                                 SIGN IS LEADING SEPARATE.
           05  FILLER            PIC X(72) VALUE SPACES.

       01  WS-EXT-REC-COUNT      PIC 9(9) VALUE 0.
       01  WS-EXT-HASH-COUNT     PIC 9(18) VALUE 0.
       01  WS-EXT-HASH-TOTAL     PIC S9(17)V9 VALUE 0.
       01  WS-EXT-CARRIED        PIC 9(9) VALUE 0.
       01  WS-EXT-NAME           PIC X(256).

      * Restatement log: one permanent record per restatement,
      * TIMESTAMP;DATE;VERSION;LATE-FILE;APPLIED;QUARANTINED;
      * UNKNOWN;REJECTED;STATIONS;EXT-RECORDS;EXT-HASH-COUNT;
      * EXT-HASH-TOTAL. The next version number for a date is one
      * past the highest logged for it.
       01  WS-RESTATE-VERSION    PIC 9(2) VALUE 0.
       01  WS-LOG-FIELD-1        PIC X(20).
       01  WS-LOG-FIELD-2        PIC X(20).
       01  WS-LOG-FIELD-3        PIC X(20).
       01  WS-LOG-VERSION        PIC 9(2).
       01  WS-LOG-DATE           PIC X(8).
       01  WS-LOG-TIME           PIC X(8).
       01  WS-LOG-TIMESTAMP      PIC X(14).

       01  WS-AVG                PIC S9(8)V9.
       01  WS-AVG-EDIT           PIC -(8)9.9.
       01  WS-MIN-EDIT           PIC -(8)9.9.
       01  WS-MAX-EDIT           PIC -(8)9.9.
       01  WS-TOTAL-EDIT         PIC -(17)9.9.
       01  WS-COUNT-EDIT         PIC Z(9)9.
       01  WS-HASH-CNT-EDIT      PIC Z(17)9.
       01  WS-AVG-STR            PIC X(20).
       01  WS-MIN-STR            PIC X(20).
       01  WS-MAX-STR            PIC X(20).
       01  WS-TOTAL-STR          PIC X(20).
       01  WS-COUNT-STR          PIC X(20).

       01  WS-TRIM-SOURCE        PIC X(24).
       01  WS-TRIM-RESULT        PIC X(24).
       01  WS-TRIM-POS           PIC 9(3).

       01  WS-OUTPUT-LINE        PIC X(1024).
       01  WS-REPORT-LINE        PIC X(400).
       01  WS-LINE-POINTER       PIC 9(4).

       01  WS-TRUNC-RET-CODE     PIC S9(9) COMP-5.

      * Permanent transmission log: one SENT row appended for every
      * extract issued; ACKRECON appends ACKED / REJECTED / OVERDUE
      * rows as the warehouse acknowledgements are reconciled, and
      * the latest row for a date is its current status.
       01  WS-XMIT-LOG-FILENAME  PIC X(256)
                                 VALUE "transmission_log.dat".
       01  WS-XMIT-VERSION       PIC 9(2) VALUE 0.
       01  WS-XMIT-DATE          PIC X(8).
       01  WS-XMIT-TIME          PIC X(8).
       01  WS-XMIT-HASH-CNT-EDIT PIC Z(17)9.
       01  WS-XMIT-LINE          PIC X(400).
       01  WS-XMIT-POINTER       PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

      * UNSTRING leaves receivers it finds no token for untouched,
      * so the optional file argument must be blanked first or the
      * default below could never be told apart from a real value.
           MOVE SPACES TO WS-PARM-DATE.
           MOVE SPACES TO WS-PARM-LATE-FILE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PARM-DATE WS-PARM-LATE-FILE.

           IF WS-PARM-DATE = SPACES
               DISPLAY "RESTATE: business date parameter "
                   "(YYYYMMDD) is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PARM-LATE-FILE NOT = SPACES
               MOVE WS-PARM-LATE-FILE TO WS-LATE-FILENAME
           END-IF.

           PERFORM SET-UP-FILENAMES.
           PERFORM READ-RUN-CONTROL.
           PERFORM LOAD-STATION-MASTER.
           PERFORM LOAD-DAILY-CSV.
           PERFORM FIND-RESTATEMENT-VERSION.
           PERFORM REVIEW-LATE-FILE.

           IF WS-APPLIED-COUNT > 0
               PERFORM APPLY-RESTATEMENT
               PERFORM WRITE-OUTPUT
               PERFORM WRITE-CSV-OUTPUT
               PERFORM MERGE-HISTORY
               PERFORM REISSUE-EXTRACT
               PERFORM WRITE-RESTATEMENT-LOG
           END-IF.

           PERFORM WRITE-STATION-SECTION.
           CLOSE REPORT-FILE.
           IF WS-QUARANTINE-OPEN = "Y"
               CLOSE QUARANTINE-FILE
           END-IF.
           IF WS-UNKNOWN-OPEN = "Y"
               CLOSE UNKNOWN-FILE
           END-IF.
           PERFORM SWAP-LATE-FILE.

           DISPLAY "RESTATE: late rows read:       " WS-READ-COUNT.
           DISPLAY "RESTATE: rows for other dates: " WS-CARRIED-COUNT.
           DISPLAY "RESTATE: rows applied:         " WS-APPLIED-COUNT.
           DISPLAY "RESTATE: rows quarantined:     "
               WS-QUARANTINE-COUNT.
           DISPLAY "RESTATE: rows unknown/retired: " WS-UNKNOWN-COUNT.
           DISPLAY "RESTATE: rows rejected:        "
               WS-REJECTED-COUNT.
           DISPLAY "RESTATE: rows deferred:        "
               WS-DEFERRED-COUNT.
           IF WS-MONTH-HELD-COUNT > 0
               DISPLAY "RESTATE: WARNING: " WS-MONTH-HELD-COUNT
                   " station(s) MONTH-CONSOLIDATED, history not "
                   "amended; correct station_monthly.dat"
               IF RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
           DISPLAY "RESTATE: stations amended:     " WS-RST-SIZE.
           IF WS-APPLIED-COUNT > 0
               DISPLAY "RESTATE: extract reissued as version "
                   WS-RESTATE-VERSION
           ELSE
               DISPLAY "RESTATE: nothing to restate, extract "
                   "not reissued"
           END-IF.
           STOP RUN.

       SET-UP-FILENAMES.
           STRING
               WS-LATE-FILENAME DELIMITED BY SPACE
               ".tmp" DELIMITED BY SIZE
               INTO WS-LATE-TEMP-FILENAME
           END-STRING.
           STRING
               "outputs_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-CSV-FILENAME
           END-STRING.
           MOVE WS-CSV-FILENAME TO WS-CSV-OUT-FILENAME.
           STRING
               "outputs_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-OUTPUT-FILENAME
           END-STRING.
           STRING
               "extract_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-EXTRACT-FILENAME
           END-STRING.
           STRING
               WS-EXTRACT-FILENAME DELIMITED BY SPACE
               ".tmp" DELIMITED BY SIZE
               INTO WS-EXTRACT-TEMP-FILENAME
           END-STRING.
           STRING
               "quarantine_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-QUARANTINE-FILENAME
           END-STRING.
           STRING
               "unknown_stations_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-UNKNOWN-FILENAME
           END-STRING.
           STRING
               "restatement_report_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

      * Picks the QC band and master-filename keys out of the main
      * job's run-control file; other keys belong to the main job
      * and are skipped here.
       READ-RUN-CONTROL.
           OPEN INPUT PARAM-FILE.

           IF WS-PARAM-FILE-STATUS NOT = "00"
               CLOSE PARAM-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ PARAM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF PARAM-RECORD NOT = SPACES
                               AND PARAM-RECORD(1:1) NOT = "*"
                           PERFORM APPLY-PARAM-LINE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE PARAM-FILE.

       APPLY-PARAM-LINE.
           MOVE SPACES TO WS-PARAM-KEY.
           MOVE SPACES TO WS-PARAM-VALUE.
           UNSTRING PARAM-RECORD DELIMITED BY "="
               INTO WS-PARAM-KEY WS-PARAM-VALUE.

           EVALUATE WS-PARAM-KEY
               WHEN "QC-GLOBAL-LOW"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-QC-GLOBAL-LOW
               WHEN "QC-GLOBAL-HIGH"
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-QC-GLOBAL-HIGH
               WHEN "STATION-FILE"
                   MOVE WS-PARAM-VALUE TO WS-STATION-FILENAME
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Same loader QUARRELEASE uses, QC band overrides included. A
      * late reading has to pass the same station and band checks
      * the daily run applies, so a missing master is a hard error.
       LOAD-STATION-MASTER.
           OPEN INPUT STATION-MASTER-FILE.

           IF WS-STATION-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ STATION-MASTER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF STATION-MASTER-RECORD NOT = SPACES
                               PERFORM LOAD-STATION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-FLAG
               MOVE "Y" TO WS-STATION-LOADED
               CLOSE STATION-MASTER-FILE
           ELSE
               CLOSE STATION-MASTER-FILE
               DISPLAY "RESTATE: station master stations.dat "
                   "not found, cannot validate late readings"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       LOAD-STATION-RECORD.
           MOVE SPACES TO WS-STN-FIELD-1.
           MOVE SPACES TO WS-STN-FIELD-2.
           MOVE SPACES TO WS-STN-FIELD-3.
           MOVE SPACES TO WS-STN-FIELD-4.
           MOVE SPACES TO WS-STN-FIELD-5.
           MOVE SPACES TO WS-STN-FIELD-6.
           UNSTRING STATION-MASTER-RECORD DELIMITED BY ";"
               INTO WS-STN-FIELD-1 WS-STN-FIELD-2
                   WS-STN-FIELD-3 WS-STN-FIELD-4
                   WS-STN-FIELD-5 WS-STN-FIELD-6.

           MOVE WS-STN-FIELD-1 TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-STATION.

           IF WS-STN-FOUND = 0
               IF WS-STATION-COUNT < 50000
                   PERFORM INSERT-NEW-STATION
               ELSE
                   DISPLAY
                       "WARNING: station master capacity (50000) "
                       "exceeded, ignoring further master rows"
               END-IF
           END-IF.

       BINARY-SEARCH-STATION.
           MOVE 0 TO WS-STN-FOUND.
           MOVE 1 TO WS-STN-LOW.
           MOVE WS-STATION-COUNT TO WS-STN-HIGH.

           PERFORM UNTIL WS-STN-LOW > WS-STN-HIGH
                   OR WS-STN-FOUND = 1
               ADD WS-STN-LOW WS-STN-HIGH GIVING WS-STN-MID
               DIVIDE WS-STN-MID BY 2 GIVING WS-STN-MID
               IF WS-STATION-NAME(WS-STN-MID) = WS-CITY-NAME-INPUT
                   MOVE 1 TO WS-STN-FOUND
                   MOVE WS-STN-MID TO WS-STN-SEARCH-IDX
               ELSE
                   IF WS-STATION-NAME(WS-STN-MID)
                       < WS-CITY-NAME-INPUT
                       ADD 1 TO WS-STN-MID GIVING WS-STN-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-STN-MID
                           GIVING WS-STN-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-STN-FOUND = 0
               MOVE WS-STN-LOW TO WS-STN-INSERT-POS
           END-IF.

       INSERT-NEW-STATION.
           PERFORM VARYING WS-I FROM WS-STATION-COUNT BY -1
               UNTIL WS-I < WS-STN-INSERT-POS
               MOVE WS-STATION-ENTRY(WS-I)
                   TO WS-STATION-ENTRY(WS-I + 1)
           END-PERFORM.

           ADD 1 TO WS-STATION-COUNT.
           MOVE WS-CITY-NAME-INPUT
               TO WS-STATION-NAME(WS-STN-INSERT-POS).
           MOVE WS-STN-FIELD-2
               TO WS-STATION-ID(WS-STN-INSERT-POS).
           MOVE WS-STN-FIELD-3
               TO WS-STATION-REGION(WS-STN-INSERT-POS).
           MOVE WS-STN-FIELD-4
               TO WS-STATION-STATUS(WS-STN-INSERT-POS).
           IF WS-STN-FIELD-5 NOT = SPACES
                   AND WS-STN-FIELD-6 NOT = SPACES
               MOVE "Y" TO WS-STATION-QC-FLAG(WS-STN-INSERT-POS)
               MOVE FUNCTION NUMVAL(WS-STN-FIELD-5)
                   TO WS-STATION-QC-LOW(WS-STN-INSERT-POS)
               MOVE FUNCTION NUMVAL(WS-STN-FIELD-6)
                   TO WS-STATION-QC-HIGH(WS-STN-INSERT-POS)
           ELSE
               MOVE "N" TO WS-STATION-QC-FLAG(WS-STN-INSERT-POS)
           END-IF.

      * Loads the day's aggregates from outputs_DATE.csv; the CSV is
      * written sorted by city, so the table fills already sorted.
      * A date with no CSV was never closed and has nothing to
      * restate -- the late readings belong in its normal run.
       LOAD-DAILY-CSV.
           OPEN INPUT DAILY-CSV-FILE.

           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "RESTATE: cannot open "
                   WS-CSV-FILENAME(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DAILY-CSV-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-HEADER-SEEN = "N"
                           MOVE "Y" TO WS-HEADER-SEEN
                       ELSE
                           PERFORM LOAD-CSV-ROW
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-EOF-FLAG.
           CLOSE DAILY-CSV-FILE.

       LOAD-CSV-ROW.
           IF DAILY-CSV-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CSV-FIELD-1.
           MOVE SPACES TO WS-CSV-FIELD-2.
           MOVE SPACES TO WS-CSV-FIELD-3.
           MOVE SPACES TO WS-CSV-FIELD-4.
           MOVE SPACES TO WS-CSV-FIELD-5.
           MOVE SPACES TO WS-CSV-FIELD-6.
           MOVE SPACES TO WS-CSV-FIELD-7.
           MOVE SPACES TO WS-CSV-FIELD-8.
           UNSTRING DAILY-CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-FIELD-1 WS-CSV-FIELD-2 WS-CSV-FIELD-3
                   WS-CSV-FIELD-4 WS-CSV-FIELD-5 WS-CSV-FIELD-6
                   WS-CSV-FIELD-7 WS-CSV-FIELD-8.

           IF WS-ARRAY-SIZE >= 50000
               IF WS-CAPACITY-WARNED = "N"
                   DISPLAY "WARNING: city table capacity (50000) "
                       "exceeded, ignoring further CSV rows"
                   MOVE "Y" TO WS-CAPACITY-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ARRAY-SIZE.
           MOVE WS-CSV-FIELD-1 TO WS-CITY-NAME(WS-ARRAY-SIZE).
           MOVE WS-CSV-FIELD-2 TO WS-CITY-ID(WS-ARRAY-SIZE).
           MOVE WS-CSV-FIELD-3 TO WS-CITY-REGION(WS-ARRAY-SIZE).
           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-4)
               TO WS-MIN-VAL(WS-ARRAY-SIZE).
           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-5)
               TO WS-MAX-VAL(WS-ARRAY-SIZE).
           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-7)
               TO WS-COUNT-VAL(WS-ARRAY-SIZE).
           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-8)
               TO WS-TOTAL-VAL(WS-ARRAY-SIZE).

      * The restatement version is one past the highest already
      * logged for the business date, so the first restatement of
      * a day is version 01 and the original issue stays unversioned.
       FIND-RESTATEMENT-VERSION.
           MOVE 0 TO WS-RESTATE-VERSION.
           OPEN INPUT RESTATE-LOG-FILE.

           IF WS-RESTATE-LOG-FILE-STATUS NOT = "00"
               CLOSE RESTATE-LOG-FILE
               ADD 1 TO WS-RESTATE-VERSION
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RESTATE-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RESTATE-LOG-RECORD NOT = SPACES
                           PERFORM SCAN-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE RESTATE-LOG-FILE.

           IF WS-RESTATE-VERSION >= 99
               DISPLAY "RESTATE: " WS-PARM-DATE
                   " has reached restatement version 99, "
                   "rerun the day instead"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-RESTATE-VERSION.

       SCAN-LOG-RECORD.
           MOVE SPACES TO WS-LOG-FIELD-1.
           MOVE SPACES TO WS-LOG-FIELD-2.
           MOVE SPACES TO WS-LOG-FIELD-3.
           UNSTRING RESTATE-LOG-RECORD DELIMITED BY ";"
               INTO WS-LOG-FIELD-1 WS-LOG-FIELD-2 WS-LOG-FIELD-3.

           IF WS-LOG-FIELD-2(1:8) = WS-PARM-DATE
                   AND WS-LOG-FIELD-3(1:2) IS NUMERIC
               MOVE WS-LOG-FIELD-3(1:2) TO WS-LOG-VERSION
               IF WS-LOG-VERSION > WS-RESTATE-VERSION
                   MOVE WS-LOG-VERSION TO WS-RESTATE-VERSION
               END-IF
           END-IF.

      * Walks the late-readings file once. Rows tagged with another
      * business date are copied to the rewrite stream untouched;
      * every row for this date is applied, diverted, or rejected,
      * and gets a report line saying which.
       REVIEW-LATE-FILE.
           OPEN INPUT LATE-FILE.

           IF WS-LATE-FILE-STATUS NOT = "00"
               CLOSE LATE-FILE
               DISPLAY "RESTATE: cannot open "
                   WS-LATE-FILENAME(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN EXTEND REPORT-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING
               "=== RESTATEMENT " DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               " VERSION " DELIMITED BY SIZE
               WS-RESTATE-VERSION DELIMITED BY SIZE
               " (late readings from " DELIMITED BY SIZE
               WS-LATE-FILENAME DELIMITED BY SPACE
               ") ===" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           OPEN OUTPUT LATE-TEMP-FILE.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ LATE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF LATE-RECORD NOT = SPACES
                           PERFORM REVIEW-LATE-ROW
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-EOF-FLAG.
           CLOSE LATE-FILE.
           CLOSE LATE-TEMP-FILE.

       REVIEW-LATE-ROW.
           ADD 1 TO WS-READ-COUNT.

           MOVE SPACES TO WS-LROW-DATE.
           MOVE SPACES TO WS-LROW-NAME.
           MOVE SPACES TO WS-LROW-VALUE-STR.
           UNSTRING LATE-RECORD DELIMITED BY ";"
               INTO WS-LROW-DATE WS-LROW-NAME WS-LROW-VALUE-STR.

           IF WS-LROW-DATE NOT = WS-PARM-DATE
               ADD 1 TO WS-CARRIED-COUNT
               PERFORM CARRY-LATE-ROW
               EXIT PARAGRAPH
           END-IF.

           IF WS-LROW-NAME = SPACES
               MOVE "NO-STATION" TO WS-LROW-REASON
               PERFORM REJECT-LATE-ROW
               EXIT PARAGRAPH
           END-IF.
           IF WS-LROW-VALUE-STR = SPACES
               MOVE "NO-VALUE" TO WS-LROW-REASON
               PERFORM REJECT-LATE-ROW
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-LROW-VALUE-STR) NOT = 0
               MOVE "BAD-NUMERIC" TO WS-LROW-REASON
               PERFORM REJECT-LATE-ROW
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-LROW-VALUE-STR)
               TO WS-LROW-VALUE.

           MOVE WS-LROW-NAME TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-STATION.

           IF WS-STN-FOUND = 0
               MOVE "UNKNOWN" TO WS-LROW-REASON
               PERFORM DIVERT-UNKNOWN-ROW
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATION-STATUS(WS-STN-SEARCH-IDX) = "RETIRED"
               MOVE "RETIRED" TO WS-LROW-REASON
               PERFORM DIVERT-UNKNOWN-ROW
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-QC-GLOBAL-LOW TO WS-QC-BAND-LOW.
           MOVE WS-QC-GLOBAL-HIGH TO WS-QC-BAND-HIGH.
           IF WS-STATION-QC-FLAG(WS-STN-SEARCH-IDX) = "Y"
               MOVE WS-STATION-QC-LOW(WS-STN-SEARCH-IDX)
                   TO WS-QC-BAND-LOW
               MOVE WS-STATION-QC-HIGH(WS-STN-SEARCH-IDX)
                   TO WS-QC-BAND-HIGH
           END-IF.

           IF WS-LROW-VALUE < WS-QC-BAND-LOW
               MOVE "LOW" TO WS-LROW-REASON
               PERFORM QUARANTINE-LATE-ROW
               EXIT PARAGRAPH
           END-IF.
           IF WS-LROW-VALUE > WS-QC-BAND-HIGH
               MOVE "HIGH" TO WS-LROW-REASON
               PERFORM QUARANTINE-LATE-ROW
               EXIT PARAGRAPH
           END-IF.

           PERFORM APPLY-LATE-ROW.

      * A row for another business date keeps its original record
      * text so that date's own restatement run sees it unchanged.
       CARRY-LATE-ROW.
           MOVE LATE-RECORD TO LATE-TEMP-RECORD.
           WRITE LATE-TEMP-RECORD.

       REJECT-LATE-ROW.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE "REJECTED" TO WS-LROW-OUTCOME.
           PERFORM WRITE-ROW-LINE.

      * Same routing and record layout as the daily run's
      * WRITE-UNKNOWN-RECORD, appended to the day's file so the
      * triage of unknown names sees late readings too.
       DIVERT-UNKNOWN-ROW.
           ADD 1 TO WS-UNKNOWN-COUNT.

           IF WS-UNKNOWN-OPEN = "N"
               OPEN EXTEND UNKNOWN-FILE
               MOVE "Y" TO WS-UNKNOWN-OPEN
           END-IF.

           MOVE SPACES TO UNKNOWN-RECORD.
           STRING
               WS-LROW-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-LROW-VALUE-STR DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-LROW-REASON DELIMITED BY SPACE
               INTO UNKNOWN-RECORD
           END-STRING.
           WRITE UNKNOWN-RECORD.

           MOVE "DIVERTED" TO WS-LROW-OUTCOME.
           PERFORM WRITE-ROW-LINE.

      * Same layout as the daily run's QUARANTINE-READING, appended
      * to the day's quarantine file so a later band correction and
      * QUARRELEASE run can still bring the reading in.
       QUARANTINE-LATE-ROW.
           ADD 1 TO WS-QUARANTINE-COUNT.

           IF WS-QUARANTINE-OPEN = "N"
               OPEN EXTEND QUARANTINE-FILE
               MOVE "Y" TO WS-QUARANTINE-OPEN
           END-IF.

           MOVE WS-QC-BAND-LOW TO WS-MIN-EDIT.
           MOVE WS-MIN-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-MIN-STR.

           MOVE WS-QC-BAND-HIGH TO WS-MAX-EDIT.
           MOVE WS-MAX-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-MAX-STR.

           MOVE SPACES TO QUARANTINE-RECORD.
           STRING
               WS-LROW-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-LROW-VALUE-STR DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-MIN-STR DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-MAX-STR DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-LROW-REASON DELIMITED BY SPACE
               INTO QUARANTINE-RECORD
           END-STRING.
           WRITE QUARANTINE-RECORD.

           MOVE "QUARANTINED" TO WS-LROW-OUTCOME.
           PERFORM WRITE-ROW-LINE.

       APPLY-LATE-ROW.
           PERFORM ACCUMULATE-LATE-READING.
           IF WS-RST-FOUND = 0
      * No room to accumulate: the row goes back into the late
      * file for a later run rather than vanishing.
               ADD 1 TO WS-DEFERRED-COUNT
               PERFORM CARRY-LATE-ROW
               MOVE "NO-CAPACITY" TO WS-LROW-REASON
               MOVE "DEFERRED" TO WS-LROW-OUTCOME
               PERFORM WRITE-ROW-LINE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-APPLIED-COUNT.
           MOVE SPACES TO WS-LROW-REASON.
           MOVE "APPLIED" TO WS-LROW-OUTCOME.
           PERFORM WRITE-ROW-LINE.

      * One report line per late row for the run date: the outcome
      * (staged in WS-LROW-OUTCOME by the caller), the station, the
      * value, and the reason where there is one.
       WRITE-ROW-LINE.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               WS-LROW-OUTCOME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-LROW-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-LROW-VALUE-STR DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-LROW-REASON DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

      * Sorted binary-search insert of the late reading into the
      * per-station accumulators, same scheme as QUARRELEASE's
      * ACCUMULATE-RELEASE. WS-RST-FOUND = 0 on return means the
      * reading could not be accumulated -- the table is full, or a
      * station absent from the day's aggregates would need a
      * city-table slot that will not exist at apply time.
       ACCUMULATE-LATE-READING.
           MOVE 0 TO WS-RST-FOUND.
           MOVE 1 TO WS-RST-LOW.
           MOVE WS-RST-SIZE TO WS-RST-HIGH.

           PERFORM UNTIL WS-RST-LOW > WS-RST-HIGH
                   OR WS-RST-FOUND = 1
               ADD WS-RST-LOW WS-RST-HIGH GIVING WS-RST-MID
               DIVIDE WS-RST-MID BY 2 GIVING WS-RST-MID
               IF WS-RST-NAME(WS-RST-MID) = WS-LROW-NAME
                   MOVE 1 TO WS-RST-FOUND
                   MOVE WS-RST-MID TO WS-RST-SEARCH-IDX
               ELSE
                   IF WS-RST-NAME(WS-RST-MID) < WS-LROW-NAME
                       ADD 1 TO WS-RST-MID GIVING WS-RST-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-RST-MID
                           GIVING WS-RST-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RST-FOUND = 1
               IF WS-LROW-VALUE < WS-RST-MIN(WS-RST-SEARCH-IDX)
                   MOVE WS-LROW-VALUE
                       TO WS-RST-MIN(WS-RST-SEARCH-IDX)
               END-IF
               IF WS-LROW-VALUE > WS-RST-MAX(WS-RST-SEARCH-IDX)
                   MOVE WS-LROW-VALUE
                       TO WS-RST-MAX(WS-RST-SEARCH-IDX)
               END-IF
               ADD WS-LROW-VALUE TO WS-RST-TOTAL(WS-RST-SEARCH-IDX)
               ADD 1 TO WS-RST-COUNT(WS-RST-SEARCH-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF WS-RST-SIZE >= 10000
               IF WS-RST-WARNED = "N"
                   DISPLAY "WARNING: restatement table capacity "
                       "(10000) exceeded, further stations deferred"
                   MOVE "Y" TO WS-RST-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-LROW-NAME TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-CITY.
           IF WS-FOUND = 0
               ADD WS-ARRAY-SIZE WS-RST-NEW-COUNT
                   GIVING WS-RST-PROSPECT
               IF WS-RST-PROSPECT >= 50000
                   IF WS-CITY-FULL-WARNED = "N"
                       DISPLAY "WARNING: city table capacity "
                           "(50000) exhausted, stations absent "
                           "from the aggregates deferred"
                       MOVE "Y" TO WS-CITY-FULL-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-RST-NEW-COUNT
           END-IF.

           MOVE WS-RST-LOW TO WS-RST-INSERT-POS.
           PERFORM VARYING WS-RST-J FROM WS-RST-SIZE BY -1
               UNTIL WS-RST-J < WS-RST-INSERT-POS
               MOVE WS-RST-ENTRY(WS-RST-J)
                   TO WS-RST-ENTRY(WS-RST-J + 1)
           END-PERFORM.

           ADD 1 TO WS-RST-SIZE.
           MOVE WS-LROW-NAME TO WS-RST-NAME(WS-RST-INSERT-POS).
           MOVE WS-LROW-VALUE TO WS-RST-MIN(WS-RST-INSERT-POS).
           MOVE WS-LROW-VALUE TO WS-RST-MAX(WS-RST-INSERT-POS).
           MOVE WS-LROW-VALUE TO WS-RST-TOTAL(WS-RST-INSERT-POS).
           MOVE 1 TO WS-RST-COUNT(WS-RST-INSERT-POS).
           MOVE "N" TO WS-RST-EXISTED(WS-RST-INSERT-POS).
           MOVE "N" TO WS-RST-MONTHLY(WS-RST-INSERT-POS).
           MOVE "N" TO WS-RST-HIST-HELD(WS-RST-INSERT-POS).
           MOVE 1 TO WS-RST-FOUND.
           MOVE WS-RST-INSERT-POS TO WS-RST-SEARCH-IDX.

      * Folds each station's late readings into the city table,
      * capturing the before-image for the report. A station with
      * no row for the day gets a fresh entry, enriched from the
      * master.
       APPLY-RESTATEMENT.
           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RST-SIZE
               PERFORM APPLY-ONE-STATION
           END-PERFORM.

       APPLY-ONE-STATION.
           MOVE WS-RST-NAME(WS-RST-IDX) TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-CITY.

           IF WS-FOUND = 1
               MOVE "Y" TO WS-RST-EXISTED(WS-RST-IDX)
               MOVE WS-MIN-VAL(WS-SEARCH-IDX)
                   TO WS-RST-B-MIN(WS-RST-IDX)
               MOVE WS-MAX-VAL(WS-SEARCH-IDX)
                   TO WS-RST-B-MAX(WS-RST-IDX)
               MOVE WS-TOTAL-VAL(WS-SEARCH-IDX)
                   TO WS-RST-B-TOTAL(WS-RST-IDX)
               MOVE WS-COUNT-VAL(WS-SEARCH-IDX)
                   TO WS-RST-B-COUNT(WS-RST-IDX)
               IF WS-RST-MIN(WS-RST-IDX)
                       < WS-MIN-VAL(WS-SEARCH-IDX)
                   MOVE WS-RST-MIN(WS-RST-IDX)
                       TO WS-MIN-VAL(WS-SEARCH-IDX)
               END-IF
               IF WS-RST-MAX(WS-RST-IDX)
                       > WS-MAX-VAL(WS-SEARCH-IDX)
                   MOVE WS-RST-MAX(WS-RST-IDX)
                       TO WS-MAX-VAL(WS-SEARCH-IDX)
               END-IF
               ADD WS-RST-TOTAL(WS-RST-IDX)
                   TO WS-TOTAL-VAL(WS-SEARCH-IDX)
               ADD WS-RST-COUNT(WS-RST-IDX)
                   TO WS-COUNT-VAL(WS-SEARCH-IDX)
           ELSE
               MOVE "N" TO WS-RST-EXISTED(WS-RST-IDX)
               MOVE 0 TO WS-RST-B-MIN(WS-RST-IDX)
               MOVE 0 TO WS-RST-B-MAX(WS-RST-IDX)
               MOVE 0 TO WS-RST-B-TOTAL(WS-RST-IDX)
               MOVE 0 TO WS-RST-B-COUNT(WS-RST-IDX)
               IF WS-ARRAY-SIZE < 50000
                   PERFORM INSERT-NEW-CITY
               ELSE
                   DISPLAY "WARNING: city table full, cannot fold "
                       "in " WS-CITY-NAME-INPUT(1:40)
               END-IF
           END-IF.

       BINARY-SEARCH-CITY.
           MOVE 0 TO WS-FOUND.
           MOVE 1 TO WS-LOW.
           MOVE WS-ARRAY-SIZE TO WS-HIGH.

           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND = 1
               ADD WS-LOW WS-HIGH GIVING WS-MID
               DIVIDE WS-MID BY 2 GIVING WS-MID
               IF WS-CITY-NAME(WS-MID) = WS-CITY-NAME-INPUT
                   MOVE 1 TO WS-FOUND
                   MOVE WS-MID TO WS-SEARCH-IDX
               ELSE
                   IF WS-CITY-NAME(WS-MID) < WS-CITY-NAME-INPUT
                       ADD 1 TO WS-MID GIVING WS-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-MID GIVING WS-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-FOUND = 0
               MOVE WS-LOW TO WS-INSERT-POS
           END-IF.

       INSERT-NEW-CITY.
           PERFORM VARYING WS-I FROM WS-ARRAY-SIZE BY -1
               UNTIL WS-I < WS-INSERT-POS
               MOVE WS-CITY-ENTRY(WS-I) TO WS-CITY-ENTRY(WS-I + 1)
           END-PERFORM.

           ADD 1 TO WS-ARRAY-SIZE.
           MOVE WS-CITY-NAME-INPUT TO WS-CITY-NAME(WS-INSERT-POS).
           MOVE WS-RST-MIN(WS-RST-IDX)
               TO WS-MIN-VAL(WS-INSERT-POS).
           MOVE WS-RST-MAX(WS-RST-IDX)
               TO WS-MAX-VAL(WS-INSERT-POS).
           MOVE WS-RST-TOTAL(WS-RST-IDX)
               TO WS-TOTAL-VAL(WS-INSERT-POS).
           MOVE WS-RST-COUNT(WS-RST-IDX)
               TO WS-COUNT-VAL(WS-INSERT-POS).

           MOVE SPACES TO WS-CITY-ID(WS-INSERT-POS).
           MOVE SPACES TO WS-CITY-REGION(WS-INSERT-POS).
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 1
               MOVE WS-STATION-ID(WS-STN-SEARCH-IDX)
                   TO WS-CITY-ID(WS-INSERT-POS)
               MOVE WS-STATION-REGION(WS-STN-SEARCH-IDX)
                   TO WS-CITY-REGION(WS-INSERT-POS)
           END-IF.

      * Lockstep copy of WRITE-OUTPUT in the main job, writing the
      * amended aggregates back over outputs_DATE.txt.
       WRITE-OUTPUT.
           OPEN OUTPUT OUTPUT-FILE.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ARRAY-SIZE
               DIVIDE WS-TOTAL-VAL(WS-I) BY WS-COUNT-VAL(WS-I)
                   GIVING WS-AVG ROUNDED

               MOVE WS-MIN-VAL(WS-I) TO WS-MIN-EDIT
               MOVE WS-MIN-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-MIN-STR

               MOVE WS-MAX-VAL(WS-I) TO WS-MAX-EDIT
               MOVE WS-MAX-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-MAX-STR

               MOVE WS-AVG TO WS-AVG-EDIT
               MOVE WS-AVG-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-AVG-STR

               MOVE WS-TOTAL-VAL(WS-I) TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-TOTAL-STR

               MOVE WS-COUNT-VAL(WS-I) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-COUNT-STR

               MOVE SPACES TO WS-OUTPUT-LINE
               STRING
                   WS-CITY-NAME(WS-I) DELIMITED BY SPACE
                   "=" DELIMITED BY SIZE
                   WS-MIN-STR DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-MAX-STR DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-AVG-STR DELIMITED BY SPACE
                   "(" DELIMITED BY SIZE
                   WS-TOTAL-STR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-COUNT-STR DELIMITED BY SPACE
                   ")" DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
               END-STRING

               MOVE SPACES TO OUTPUT-RECORD
               MOVE WS-OUTPUT-LINE TO OUTPUT-RECORD
               WRITE OUTPUT-RECORD
           END-PERFORM.

           CLOSE OUTPUT-FILE.

      * Lockstep copy of WRITE-CSV-OUTPUT in the main job; the
      * enrichment columns ride in the city table here because they
      * were loaded from the CSV itself.
       WRITE-CSV-OUTPUT.
           OPEN OUTPUT CSV-OUT-FILE.

           MOVE SPACES TO CSV-OUT-RECORD.
           STRING
               "CITY,STATION_ID,REGION,MIN,MAX,AVG,COUNT,TOTAL"
               DELIMITED BY SIZE
               INTO CSV-OUT-RECORD
           END-STRING.
           WRITE CSV-OUT-RECORD.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ARRAY-SIZE
               DIVIDE WS-TOTAL-VAL(WS-I) BY WS-COUNT-VAL(WS-I)
                   GIVING WS-AVG ROUNDED

               MOVE WS-MIN-VAL(WS-I) TO WS-MIN-EDIT
               MOVE WS-MIN-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-MIN-STR

               MOVE WS-MAX-VAL(WS-I) TO WS-MAX-EDIT
               MOVE WS-MAX-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-MAX-STR

               MOVE WS-AVG TO WS-AVG-EDIT
               MOVE WS-AVG-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-AVG-STR

               MOVE WS-TOTAL-VAL(WS-I) TO WS-TOTAL-EDIT
               MOVE WS-TOTAL-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-TOTAL-STR

               MOVE WS-COUNT-VAL(WS-I) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-COUNT-STR

               MOVE SPACES TO CSV-OUT-RECORD
               STRING
                   WS-CITY-NAME(WS-I) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-CITY-ID(WS-I) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-CITY-REGION(WS-I) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-MIN-STR DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-MAX-STR DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-AVG-STR DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-COUNT-STR DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-TOTAL-STR DELIMITED BY SPACE
                   INTO CSV-OUT-RECORD
               END-STRING
               WRITE CSV-OUT-RECORD
           END-PERFORM.

           CLOSE CSV-OUT-FILE.

      * Stores the restated statistics of every amended station
      * into the history master under the station and the business date:
      * an existing row is replaced in place, a missing one is
      * added, except where the month has already been consolidated
      * (see STORE-AMENDED-RECORD). A missing history master means
      * the daily merge has not run yet -- the amended CSV will
      * carry the restatement in when it does.
       MERGE-HISTORY.
           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "RESTATE: no history master, daily "
                   "merge will pick up the amended CSV"
               EXIT PARAGRAPH
           END-IF.

           PERFORM MARK-CONSOLIDATED-MONTH.

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RST-SIZE
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
           MOVE 0 TO WS-RST-FOUND.
           MOVE 1 TO WS-RST-LOW.
           MOVE WS-RST-SIZE TO WS-RST-HIGH.

           PERFORM UNTIL WS-RST-LOW > WS-RST-HIGH
                   OR WS-RST-FOUND = 1
               ADD WS-RST-LOW WS-RST-HIGH GIVING WS-RST-MID
               DIVIDE WS-RST-MID BY 2 GIVING WS-RST-MID
               IF WS-RST-NAME(WS-RST-MID) = WS-MON-TARGET
                   MOVE 1 TO WS-RST-FOUND
                   MOVE "Y" TO WS-RST-MONTHLY(WS-RST-MID)
               ELSE
                   IF WS-RST-NAME(WS-RST-MID) < WS-MON-TARGET
                       ADD 1 TO WS-RST-MID GIVING WS-RST-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-RST-MID
                           GIVING WS-RST-HIGH
                   END-IF
               END-IF
           END-PERFORM.

      * The amended row carries the restated statistics of the
      * station, read back out of the amended city table. A name
      * over the 100-byte key width was never kept in the history
      * master and is passed over.
       STORE-AMENDED-RECORD.
           IF WS-RST-NAME(WS-RST-IDX)(101:) NOT = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RST-NAME(WS-RST-IDX) TO WS-CITY-NAME-INPUT.
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
           IF WS-RST-EXISTED(WS-RST-IDX) = "Y"
                   AND WS-RST-MONTHLY(WS-RST-IDX) = "Y"
               MOVE SPACES TO HISTORY-RECORD
               MOVE WS-RST-NAME(WS-RST-IDX) TO HISTORY-STATION
               MOVE WS-PARM-DATE TO HISTORY-DATE
               READ HISTORY-FILE
                   INVALID KEY
                       MOVE "Y" TO WS-RST-HIST-HELD(WS-RST-IDX)
               END-READ
               IF WS-RST-HIST-HELD(WS-RST-IDX) = "Y"
                   ADD 1 TO WS-MONTH-HELD-COUNT
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           DIVIDE WS-TOTAL-VAL(WS-SEARCH-IDX)
               BY WS-COUNT-VAL(WS-SEARCH-IDX)
               GIVING WS-AVG ROUNDED.

           MOVE WS-MIN-VAL(WS-SEARCH-IDX) TO WS-MIN-EDIT.
           MOVE WS-MIN-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-MIN-STR.

           MOVE WS-MAX-VAL(WS-SEARCH-IDX) TO WS-MAX-EDIT.
           MOVE WS-MAX-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-MAX-STR.

           MOVE WS-AVG TO WS-AVG-EDIT.
           MOVE WS-AVG-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-AVG-STR.

           MOVE WS-COUNT-VAL(WS-SEARCH-IDX) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-COUNT-STR.

           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-RST-NAME(WS-RST-IDX) TO HISTORY-STATION.
           MOVE WS-PARM-DATE TO HISTORY-DATE.
           MOVE WS-MIN-STR TO HISTORY-MIN.
           MOVE WS-MAX-STR TO HISTORY-MAX.
           MOVE WS-AVG-STR TO HISTORY-AVG.
           MOVE WS-COUNT-STR TO HISTORY-COUNT.

           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "RESTATE: cannot store history "
                               "row for " HISTORY-STATION(1:40)
                               " status " WS-HISTORY-FILE-STATUS
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-WRITE.

      * Rebuilds extract_DATE.dat from the amended aggregates, the
      * same '00' / '10' / '99' feed the main job's
      * WRITE-FIXED-EXTRACT produces, with the restatement version
      * in the header. The day's overflow stations never reach the
      * CSV, so their '10' details are carried forward from the
      * issue being replaced; the trailer hash totals cover both.
      * The new issue is written to a .tmp copy and swapped in, so
      * the previous issue stays intact until the reissue is whole.
       REISSUE-EXTRACT.
           OPEN OUTPUT EXTRACT-TEMP-FILE.

           MOVE 0 TO WS-EXT-REC-COUNT.
           MOVE 0 TO WS-EXT-HASH-COUNT.
           MOVE 0 TO WS-EXT-HASH-TOTAL.

           MOVE WS-PARM-DATE TO WS-EXT-H-DATE.
           MOVE WS-RESTATE-VERSION TO WS-EXT-H-VERSION.
           MOVE SPACES TO EXTRACT-TEMP-RECORD.
           MOVE WS-EXT-HEADER TO EXTRACT-TEMP-RECORD.
           WRITE EXTRACT-TEMP-RECORD.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-ARRAY-SIZE
               DIVIDE WS-TOTAL-VAL(WS-I) BY WS-COUNT-VAL(WS-I)
                   GIVING WS-AVG ROUNDED
               MOVE WS-CITY-NAME(WS-I) TO WS-EXT-NAME
               MOVE WS-MIN-VAL(WS-I) TO WS-EXT-D-MIN
               MOVE WS-MAX-VAL(WS-I) TO WS-EXT-D-MAX
               MOVE WS-COUNT-VAL(WS-I) TO WS-EXT-D-COUNT
               MOVE WS-TOTAL-VAL(WS-I) TO WS-EXT-D-TOTAL
               PERFORM WRITE-EXTRACT-DETAIL
           END-PERFORM.

           PERFORM CARRY-OVERFLOW-DETAILS.

           MOVE WS-EXT-REC-COUNT TO WS-EXT-T-COUNT.
           MOVE WS-EXT-HASH-COUNT TO WS-EXT-T-HASH-CNT.
           MOVE WS-EXT-HASH-TOTAL TO WS-EXT-T-HASH-TOT.
           MOVE SPACES TO EXTRACT-TEMP-RECORD.
           MOVE WS-EXT-TRAILER TO EXTRACT-TEMP-RECORD.
           WRITE EXTRACT-TEMP-RECORD.

           CLOSE EXTRACT-TEMP-FILE.

           CALL "CBL_DELETE_FILE" USING WS-EXTRACT-FILENAME
               RETURNING WS-TRUNC-RET-CODE.
           CALL "CBL_RENAME_FILE" USING WS-EXTRACT-TEMP-FILENAME
               WS-EXTRACT-FILENAME
               RETURNING WS-TRUNC-RET-CODE.

           MOVE WS-RESTATE-VERSION TO WS-XMIT-VERSION.
           PERFORM APPEND-TRANSMISSION-LOG.

      * Appends the SENT row for the extract just written to the
      * permanent transmission log:
      *   DATE;VERSION;PRODUCED;RECORDS;HASH-COUNT;HASH-TOTAL;
      *   STATUS;STATUS-DATE;NOTE
      * with the trailer values of the issue, so ACKRECON can match
      * the warehouse acknowledgement against them. Version 00 is
      * the original issue, a restatement carries its own number.
       APPEND-TRANSMISSION-LOG.
           ACCEPT WS-XMIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-XMIT-TIME FROM TIME.

           MOVE SPACES TO WS-XMIT-LINE.
           MOVE 1 TO WS-XMIT-POINTER.
           STRING
               WS-EXT-H-DATE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-XMIT-VERSION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-XMIT-DATE DELIMITED BY SIZE
               WS-XMIT-TIME(1:6) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO WS-XMIT-LINE
               WITH POINTER WS-XMIT-POINTER
           END-STRING.

           MOVE WS-EXT-REC-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM APPEND-XMIT-FIELD.
           MOVE WS-EXT-HASH-COUNT TO WS-XMIT-HASH-CNT-EDIT.
           MOVE WS-XMIT-HASH-CNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM APPEND-XMIT-FIELD.
           MOVE WS-EXT-HASH-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-EDIT TO WS-TRIM-SOURCE.
           PERFORM APPEND-XMIT-FIELD.

           STRING
               "SENT;" DELIMITED BY SIZE
               WS-XMIT-DATE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               INTO WS-XMIT-LINE
               WITH POINTER WS-XMIT-POINTER
           END-STRING.

           OPEN EXTEND XMIT-LOG-FILE.
           MOVE SPACES TO XMIT-LOG-RECORD.
           MOVE WS-XMIT-LINE TO XMIT-LOG-RECORD.
           WRITE XMIT-LOG-RECORD.
           CLOSE XMIT-LOG-FILE.

       APPEND-XMIT-FIELD.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-XMIT-LINE
               WITH POINTER WS-XMIT-POINTER
           END-STRING.

      * Lockstep copy of WRITE-EXTRACT-DETAIL in the main job: the
      * station ID comes from the master, as it does there.
       WRITE-EXTRACT-DETAIL.
           MOVE WS-AVG TO WS-EXT-D-AVG.
           MOVE WS-EXT-NAME(1:40) TO WS-EXT-D-NAME.

           MOVE SPACES TO WS-EXT-D-ID.
           MOVE WS-EXT-NAME TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 1
               MOVE WS-STATION-ID(WS-STN-SEARCH-IDX)
                   TO WS-EXT-D-ID
           END-IF.

           ADD 1 TO WS-EXT-REC-COUNT.
           ADD WS-EXT-D-COUNT TO WS-EXT-HASH-COUNT.
           ADD WS-EXT-D-TOTAL TO WS-EXT-HASH-TOTAL.

           MOVE SPACES TO EXTRACT-TEMP-RECORD.
           MOVE WS-EXT-DETAIL TO EXTRACT-TEMP-RECORD.
           WRITE EXTRACT-TEMP-RECORD.

      * A '10' detail in the previous issue whose 40-character name
      * matches no station in the amended aggregates can only be an
      * overflow station, and is copied forward unchanged. No
      * previous issue (the day ran partitioned and was merged
      * elsewhere, or the file was archived) means nothing to carry.
       CARRY-OVERFLOW-DETAILS.
           OPEN INPUT EXTRACT-FILE.
           IF WS-EXTRACT-FILE-STATUS NOT = "00"
               CLOSE EXTRACT-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ EXTRACT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF EXTRACT-RECORD(1:2) = "10"
                           PERFORM CARRY-ONE-DETAIL
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE EXTRACT-FILE.

           IF WS-EXT-CARRIED > 0
               DISPLAY "RESTATE: overflow details carried "
                   "forward: " WS-EXT-CARRIED
           END-IF.

       CARRY-ONE-DETAIL.
           MOVE EXTRACT-RECORD TO WS-EXT-DETAIL.
           PERFORM SEARCH-CITY-PREFIX.
           IF WS-FOUND = 1
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-EXT-CARRIED.
           ADD 1 TO WS-EXT-REC-COUNT.
           ADD WS-EXT-D-COUNT TO WS-EXT-HASH-COUNT.
           ADD WS-EXT-D-TOTAL TO WS-EXT-HASH-TOTAL.

           MOVE SPACES TO EXTRACT-TEMP-RECORD.
           MOVE WS-EXT-DETAIL TO EXTRACT-TEMP-RECORD.
           WRITE EXTRACT-TEMP-RECORD.

      * Binary search of the city table on the first 40 characters
      * of the name, the width the extract carries. The table is
      * sorted on the full name, which keeps it sorted on any
      * leading prefix too.
       SEARCH-CITY-PREFIX.
           MOVE 0 TO WS-FOUND.
           MOVE 1 TO WS-LOW.
           MOVE WS-ARRAY-SIZE TO WS-HIGH.

           PERFORM UNTIL WS-LOW > WS-HIGH OR WS-FOUND = 1
               ADD WS-LOW WS-HIGH GIVING WS-MID
               DIVIDE WS-MID BY 2 GIVING WS-MID
               IF WS-CITY-NAME(WS-MID)(1:40) = WS-EXT-D-NAME
                   MOVE 1 TO WS-FOUND
               ELSE
                   IF WS-CITY-NAME(WS-MID)(1:40) < WS-EXT-D-NAME
                       ADD 1 TO WS-MID GIVING WS-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-MID GIVING WS-HIGH
                   END-IF
               END-IF
           END-PERFORM.

      * Appends the permanent restatement log record. The file is
      * append-only -- nothing ever rewrites it -- and its trailer
      * totals let the warehouse side check which issue it loaded.
       WRITE-RESTATEMENT-LOG.
           ACCEPT WS-LOG-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-LOG-TIME FROM TIME.
           MOVE SPACES TO WS-LOG-TIMESTAMP.
           STRING
               WS-LOG-DATE DELIMITED BY SIZE
               WS-LOG-TIME(1:6) DELIMITED BY SIZE
               INTO WS-LOG-TIMESTAMP
           END-STRING.

           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               WS-LOG-TIMESTAMP DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-RESTATE-VERSION DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-LATE-FILENAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           MOVE WS-APPLIED-COUNT TO WS-COUNT-EDIT.
           PERFORM APPEND-LOG-COUNT.
           MOVE WS-QUARANTINE-COUNT TO WS-COUNT-EDIT.
           PERFORM APPEND-LOG-COUNT.
           MOVE WS-UNKNOWN-COUNT TO WS-COUNT-EDIT.
           PERFORM APPEND-LOG-COUNT.
           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           PERFORM APPEND-LOG-COUNT.
           MOVE WS-RST-SIZE TO WS-COUNT-EDIT.
           PERFORM APPEND-LOG-COUNT.
           MOVE WS-EXT-REC-COUNT TO WS-COUNT-EDIT.
           PERFORM APPEND-LOG-COUNT.

           MOVE WS-EXT-HASH-COUNT TO WS-HASH-CNT-EDIT.
           MOVE WS-HASH-CNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-EXT-HASH-TOTAL TO WS-TOTAL-EDIT.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-TOTAL-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           OPEN EXTEND RESTATE-LOG-FILE.
           MOVE SPACES TO RESTATE-LOG-RECORD.
           MOVE WS-REPORT-LINE TO RESTATE-LOG-RECORD.
           WRITE RESTATE-LOG-RECORD.
           CLOSE RESTATE-LOG-FILE.

       APPEND-LOG-COUNT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

      * Per-station before/after section of the restatement report:
      * one line per amended station with the statistics as
      * published and as restated.
       WRITE-STATION-SECTION.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "=== STATION BEFORE/AFTER "
               DELIMITED BY SIZE
               "(MIN;MAX;AVG;COUNT each side) ==="
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           IF WS-RST-SIZE = 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "(no stations amended, no restatement issued)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-RST-IDX FROM 1 BY 1
               UNTIL WS-RST-IDX > WS-RST-SIZE
               PERFORM WRITE-STATION-LINE
           END-PERFORM.

       WRITE-STATION-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               "STATION;" DELIMITED BY SIZE
               WS-RST-NAME(WS-RST-IDX) DELIMITED BY SPACE
               ";BEFORE;" DELIMITED BY SIZE
               INTO WS-REPORT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           IF WS-RST-EXISTED(WS-RST-IDX) = "Y"
               MOVE WS-RST-B-MIN(WS-RST-IDX) TO WS-MIN-EDIT
               MOVE WS-MIN-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-MIN-STR

               MOVE WS-RST-B-MAX(WS-RST-IDX) TO WS-MAX-EDIT
               MOVE WS-MAX-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-MAX-STR

               DIVIDE WS-RST-B-TOTAL(WS-RST-IDX)
                   BY WS-RST-B-COUNT(WS-RST-IDX)
                   GIVING WS-AVG ROUNDED
               MOVE WS-AVG TO WS-AVG-EDIT
               MOVE WS-AVG-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-AVG-STR

               MOVE WS-RST-B-COUNT(WS-RST-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-COUNT-STR

               STRING
                   WS-MIN-STR DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-MAX-STR DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-AVG-STR DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-COUNT-STR DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           ELSE
               STRING
                   ";;;0" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           END-IF.

           MOVE WS-RST-NAME(WS-RST-IDX) TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-CITY.
           IF WS-FOUND = 1
               MOVE WS-MIN-VAL(WS-SEARCH-IDX) TO WS-MIN-EDIT
               MOVE WS-MIN-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-MIN-STR

               MOVE WS-MAX-VAL(WS-SEARCH-IDX) TO WS-MAX-EDIT
               MOVE WS-MAX-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-MAX-STR

               DIVIDE WS-TOTAL-VAL(WS-SEARCH-IDX)
                   BY WS-COUNT-VAL(WS-SEARCH-IDX)
                   GIVING WS-AVG ROUNDED
               MOVE WS-AVG TO WS-AVG-EDIT
               MOVE WS-AVG-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-AVG-STR

               MOVE WS-COUNT-VAL(WS-SEARCH-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-COUNT-STR

               STRING
                   ";AFTER;" DELIMITED BY SIZE
                   WS-MIN-STR DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-MAX-STR DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-AVG-STR DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-COUNT-STR DELIMITED BY SPACE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           ELSE
               STRING
                   ";AFTER;;;;0" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           END-IF.

           IF WS-RST-HIST-HELD(WS-RST-IDX) = "Y"
               STRING
                   ";MONTH-CONSOLIDATED" DELIMITED BY SIZE
                   INTO WS-REPORT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

      * The rewritten late-readings file (other dates and deferred
      * rows only) replaces the original, same delete-and-rename
      * pattern as the other jobs, so a restated reading can never
      * be restated twice.
       SWAP-LATE-FILE.
           CALL "CBL_DELETE_FILE" USING WS-LATE-FILENAME
               RETURNING WS-TRUNC-RET-CODE.
           CALL "CBL_RENAME_FILE"
               USING WS-LATE-TEMP-FILENAME
               WS-LATE-FILENAME
               RETURNING WS-TRUNC-RET-CODE.

       TRIM-LEADING-SPACES.
           MOVE SPACES TO WS-TRIM-RESULT.

           PERFORM VARYING WS-TRIM-POS FROM 1 BY 1
               UNTIL WS-TRIM-POS > 24
                   OR WS-TRIM-SOURCE(WS-TRIM-POS:1) NOT = SPACE
               CONTINUE
           END-PERFORM.

           IF WS-TRIM-POS <= 24
               MOVE WS-TRIM-SOURCE(WS-TRIM-POS:) TO WS-TRIM-RESULT
           END-IF.
