       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATIONRECORDS.

      * Station records master: for every station the all-time
      * highest MAX and lowest MIN with the date each was set, and
      * the same pair for each calendar month (period ALL and
      * 01..12). station_records.dat holds one line per station per
      * period, kept sorted by name:
      *   NAME;PERIOD;MAX;MAX-DATE;MAX-CAUTION;MIN;MIN-DATE;
      *   MIN-CAUTION;PREV-MAX;PREV-MAX-DATE;PREV-MAX-CAUTION;
      *   PREV-MIN;PREV-MIN-DATE;PREV-MIN-CAUTION
      * A CAUTION column holds C for a record set on a caution day
      * (see below). The PREV columns hold the record a day replaced,
      * so a rerun of that day puts the old record back before
      * re-applying the day's figures instead of tying against
      * itself. A seeded record is written as its own PREV, so a
      * daily run of a date the history already held ties against
      * the seeded record rather than clearing it.
      *
      * SEED builds the master once from the keyed daily history
      * (station_history.dat) and the monthly summary master
      * (station_monthly.dat), and refuses to run if the master
      * already exists. A record that comes from the monthly master
      * carries the month (YYYYMM) as its date, since the monthly
      * summary does not keep the day; on equal values the earlier
      * date is kept. Seeded records carry no caution flag.
      *
      * The daily run applies outputs_DATE.csv. A day that breaks a
      * record replaces it; a day that equals one leaves it as it
      * is. Either way a line goes to record_alerts_DATE.txt with
      * the old value, the old record date and the new value. When
      * the day's quarantine file (quarantine_DATE.txt and any
      * _pNN partition files) holds a QC or suspect-flag row for the
      * station, the alert and any record set that day carry the
      * CAUTION flag.
      *
      * Command line: SEED | <YYYYMMDD>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECORDS-FILE ASSIGN TO DYNAMIC WS-RECORDS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RECORDS-FILE-STATUS.
           SELECT RECORDS-TEMP-FILE
               ASSIGN TO DYNAMIC WS-RECORDS-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HISTORY-FILE ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORY-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT MONTHLY-FILE ASSIGN TO DYNAMIC WS-MONTHLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHLY-FILE-STATUS.
           SELECT DAILY-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT QUARANTINE-FILE
               ASSIGN TO DYNAMIC WS-QUARANTINE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-QUARANTINE-FILE-STATUS.
           SELECT ALERTS-FILE ASSIGN TO DYNAMIC WS-ALERTS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RECORDS-FILE.
       01  RECORDS-RECORD        PIC X(500).

       FD  RECORDS-TEMP-FILE.
       01  RECORDS-TEMP-RECORD   PIC X(500).

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

       FD  DAILY-CSV-FILE.
       01  DAILY-CSV-RECORD      PIC X(400).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD     PIC X(300).

       FD  ALERTS-FILE.
       01  ALERTS-RECORD         PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-RECORDS-FILENAME   PIC X(256)
                                 VALUE "station_records.dat".
       01  WS-RECORDS-TEMP-FILENAME PIC X(256)
                                 VALUE "station_records.dat.tmp".
       01  WS-HISTORY-FILENAME   PIC X(256)
                                 VALUE "station_history.dat".
       01  WS-MONTHLY-FILENAME   PIC X(256)
                                 VALUE "station_monthly.dat".
       01  WS-CSV-FILENAME       PIC X(256) VALUE SPACES.
       01  WS-QUARANTINE-FILENAME PIC X(256) VALUE SPACES.
       01  WS-ALERTS-FILENAME    PIC X(256) VALUE SPACES.
       01  WS-RECORDS-FILE-STATUS PIC X(2).
       01  WS-HISTORY-FILE-STATUS PIC X(2).
       01  WS-MONTHLY-FILE-STATUS PIC X(2).
       01  WS-CSV-FILE-STATUS    PIC X(2).
       01  WS-QUARANTINE-FILE-STATUS PIC X(2).

       01  WS-COMMAND-LINE       PIC X(80) VALUE SPACES.
       01  WS-PARM-1             PIC X(20) VALUE SPACES.
       01  WS-RUN-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-MM             PIC 9(2).
       01  WS-RUN-DD             PIC 9(2).
       01  WS-SEED-MODE          PIC X(1) VALUE "N".

      * One entry per station, sorted by name, with thirteen record
      * periods: 01..12 for the calendar months and 13 for all-time.
       01  WS-REC-TABLE.
           05  WS-REC-ENTRY OCCURS 10000 TIMES.
               10  WS-REC-NAME         PIC X(256).
               10  WS-REC-PERIOD OCCURS 13 TIMES.
                   15  WS-REC-SET          PIC X(1).
                   15  WS-REC-MAX          PIC S9(8)V9.
                   15  WS-REC-MAX-DATE     PIC X(8).
                   15  WS-REC-MAX-CAUTION  PIC X(1).
                   15  WS-REC-MIN          PIC S9(8)V9.
                   15  WS-REC-MIN-DATE     PIC X(8).
                   15  WS-REC-MIN-CAUTION  PIC X(1).
                   15  WS-REC-PREV-MAX     PIC S9(8)V9.
                   15  WS-REC-PREV-MAX-DATE PIC X(8).
                   15  WS-REC-PREV-MAX-CAUTION PIC X(1).
                   15  WS-REC-PREV-MIN     PIC S9(8)V9.
                   15  WS-REC-PREV-MIN-DATE PIC X(8).
                   15  WS-REC-PREV-MIN-CAUTION PIC X(1).

       01  WS-REC-SIZE           PIC 9(5) VALUE 0.
       01  WS-REC-FOUND          PIC 9 VALUE 0.
       01  WS-REC-SEARCH-IDX     PIC 9(5).
       01  WS-REC-LOW            PIC 9(5).
       01  WS-REC-HIGH           PIC 9(5).
       01  WS-REC-MID            PIC 9(5).
       01  WS-REC-INSERT-POS     PIC 9(5).
       01  WS-REC-J              PIC 9(5).
       01  WS-REC-TARGET         PIC X(256).
       01  WS-REC-WARNED         PIC X(1) VALUE "N".
       01  WS-REC-IDX            PIC 9(5).
       01  WS-PER-IDX            PIC 9(2).
       01  WS-PER-J              PIC 9(2).
       01  WS-MONTH-IDX          PIC 9(2).

      * Stations with a quarantined or suspect reading on the run
      * date, sorted by name.
       01  WS-CAUTION-TABLE.
           05  WS-CAUTION-NAME OCCURS 10000 TIMES PIC X(256).
       01  WS-CAU-SIZE           PIC 9(5) VALUE 0.
       01  WS-CAU-FOUND          PIC 9 VALUE 0.
       01  WS-CAU-LOW            PIC 9(5).
       01  WS-CAU-HIGH           PIC 9(5).
       01  WS-CAU-MID            PIC 9(5).
       01  WS-CAU-J              PIC 9(5).
       01  WS-CAU-TARGET         PIC X(256).
       01  WS-CAU-WARNED         PIC X(1) VALUE "N".
      * Loop counter is a digit wider than the two-digit filename
      * tag so the 1..99 sweep can terminate without wrapping.
       01  WS-PART-IDX           PIC 9(3).
       01  WS-PART-NUM           PIC 9(2).

      * The day (or seed row) being applied.
       01  WS-DAY-NAME           PIC X(256).
       01  WS-DAY-DATE           PIC X(8).
       01  WS-DAY-MAX            PIC S9(8)V9.
       01  WS-DAY-MIN            PIC S9(8)V9.
       01  WS-DAY-CAUTION        PIC X(1).
       01  WS-DAY-MIN-STR        PIC X(20).
       01  WS-DAY-MAX-STR        PIC X(20).

      * Alert being written.
       01  WS-ALT-RECORD         PIC X(3).
       01  WS-ALT-EVENT          PIC X(6).
       01  WS-ALT-OLD-VALUE      PIC S9(8)V9.
       01  WS-ALT-OLD-DATE       PIC X(8).
       01  WS-ALT-NEW-VALUE      PIC S9(8)V9.

       01  WS-FIELD-1            PIC X(256).
       01  WS-FIELD-2            PIC X(20).
       01  WS-FIELD-3            PIC X(20).
       01  WS-FIELD-4            PIC X(20).
       01  WS-FIELD-5            PIC X(20).
       01  WS-FIELD-6            PIC X(20).
       01  WS-FIELD-7            PIC X(20).
       01  WS-FIELD-8            PIC X(20).
       01  WS-FIELD-9            PIC X(20).
       01  WS-FIELD-10           PIC X(20).
       01  WS-FIELD-11           PIC X(20).
       01  WS-FIELD-12           PIC X(20).
       01  WS-FIELD-13           PIC X(20).
       01  WS-FIELD-14           PIC X(20).
       01  WS-HEADER-SEEN        PIC X(1) VALUE "N".

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-ROWS-READ          PIC 9(10) VALUE 0.
       01  WS-ROWS-SKIPPED       PIC 9(10) VALUE 0.
       01  WS-NEW-STATIONS       PIC 9(10) VALUE 0.
       01  WS-RECORDS-BROKEN     PIC 9(10) VALUE 0.
       01  WS-RECORDS-TIED       PIC 9(10) VALUE 0.
       01  WS-CAUTION-ALERTS     PIC 9(10) VALUE 0.
       01  WS-LINES-WRITTEN      PIC 9(10) VALUE 0.

       01  WS-EDIT               PIC -(8)9.9.
       01  WS-TRIM-SOURCE        PIC X(24).
       01  WS-TRIM-RESULT        PIC X(24).
       01  WS-TRIM-POS           PIC 9(3).
       01  WS-OUTPUT-LINE        PIC X(500).
       01  WS-LINE-POINTER       PIC 9(4).
       01  WS-TRUNC-RET-CODE     PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
      * UNSTRING leaves receivers it finds no token for untouched,
      * so clear them first.
           MOVE SPACES TO WS-PARM-1.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PARM-1.

           IF WS-PARM-1 = "SEED"
               MOVE "Y" TO WS-SEED-MODE
               PERFORM SEED-RECORDS-MASTER
           ELSE
               IF WS-PARM-1(1:8) IS NOT NUMERIC
                       OR WS-PARM-1(9:) NOT = SPACES
                   DISPLAY "STATIONRECORDS: usage: SEED | <YYYYMMDD>"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-PARM-1(1:8) TO WS-RUN-DATE
               MOVE WS-RUN-DATE(5:2) TO WS-RUN-MM
               MOVE WS-RUN-DATE(7:2) TO WS-RUN-DD
               IF WS-RUN-MM < 1 OR WS-RUN-MM > 12
                       OR WS-RUN-DD < 1 OR WS-RUN-DD > 31
                   DISPLAY "STATIONRECORDS: not a valid date: "
                       WS-RUN-DATE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM APPLY-DAILY-OUTPUTS
           END-IF.

           PERFORM WRITE-RECORDS-MASTER.

           DISPLAY "STATIONRECORDS: rows applied:      " WS-ROWS-READ.
           DISPLAY "STATIONRECORDS: rows skipped:      "
               WS-ROWS-SKIPPED.
           DISPLAY "STATIONRECORDS: stations on file:  " WS-REC-SIZE.
           IF WS-SEED-MODE = "N"
               DISPLAY "STATIONRECORDS: new stations:      "
                   WS-NEW-STATIONS
               DISPLAY "STATIONRECORDS: records broken:    "
                   WS-RECORDS-BROKEN
               DISPLAY "STATIONRECORDS: records tied:      "
                   WS-RECORDS-TIED
               DISPLAY "STATIONRECORDS: alerts with caution: "
                   WS-CAUTION-ALERTS
           END-IF.
           IF WS-ROWS-SKIPPED > 0 OR WS-REC-WARNED = "Y"
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Monthly summaries first, then the daily history: both are
      * in name-then-date order and every consolidated month is
      * older than the daily rows still on file, so keeping the
      * existing record on equal values keeps the earliest date.
       SEED-RECORDS-MASTER.
           OPEN INPUT RECORDS-FILE.
           IF WS-RECORDS-FILE-STATUS = "00"
               CLOSE RECORDS-FILE
               DISPLAY "STATIONRECORDS: records master already "
                   "exists; it is seeded once and then kept by the "
                   "daily run"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE SPACE TO WS-DAY-CAUTION.

           OPEN INPUT MONTHLY-FILE.
           IF WS-MONTHLY-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ MONTHLY-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF MONTHLY-RECORD NOT = SPACES
                               PERFORM SEED-MONTHLY-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-FLAG
               CLOSE MONTHLY-FILE
           ELSE
               CLOSE MONTHLY-FILE
               DISPLAY "NOTICE: no monthly summary master, seeding "
                   "from daily history only"
           END-IF.

           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ HISTORY-FILE NEXT RECORD
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           PERFORM SEED-HISTORY-ROW
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-FLAG
               CLOSE HISTORY-FILE
           ELSE
               DISPLAY "NOTICE: no daily history master, seeding "
                   "from monthly summaries only"
           END-IF.

      * NAME;YYYYMM;MIN;MAX;MEAN-AVG;DAYS;COVERAGE-PCT
       SEED-MONTHLY-ROW.
           MOVE SPACES TO WS-FIELD-1.
           MOVE SPACES TO WS-FIELD-2.
           MOVE SPACES TO WS-FIELD-3.
           MOVE SPACES TO WS-FIELD-4.
           UNSTRING MONTHLY-RECORD DELIMITED BY ";"
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4.

           MOVE WS-FIELD-1 TO WS-DAY-NAME.
           MOVE SPACES TO WS-DAY-DATE.
           MOVE WS-FIELD-2(1:6) TO WS-DAY-DATE.
           MOVE WS-FIELD-3 TO WS-DAY-MIN-STR.
           MOVE WS-FIELD-4 TO WS-DAY-MAX-STR.
           PERFORM APPLY-SEED-ROW.

       SEED-HISTORY-ROW.
           MOVE HISTORY-STATION TO WS-DAY-NAME.
           MOVE HISTORY-DATE TO WS-DAY-DATE.
           MOVE HISTORY-MIN TO WS-DAY-MIN-STR.
           MOVE HISTORY-MAX TO WS-DAY-MAX-STR.
           PERFORM APPLY-SEED-ROW.

       APPLY-SEED-ROW.
           IF WS-DAY-NAME = SPACES
                   OR WS-DAY-DATE(1:6) IS NOT NUMERIC
                   OR FUNCTION TEST-NUMVAL(WS-DAY-MIN-STR) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-DAY-MAX-STR) NOT = 0
               DISPLAY "WARNING: unusable row skipped: "
                   WS-DAY-NAME(1:40) " " WS-DAY-DATE
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DAY-DATE(5:2) TO WS-MONTH-IDX.
           IF WS-MONTH-IDX < 1 OR WS-MONTH-IDX > 12
               DISPLAY "WARNING: unusable row skipped: "
                   WS-DAY-NAME(1:40) " " WS-DAY-DATE
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-DAY-MIN-STR) TO WS-DAY-MIN.
           MOVE FUNCTION NUMVAL(WS-DAY-MAX-STR) TO WS-DAY-MAX.

           MOVE WS-DAY-NAME TO WS-REC-TARGET.
           PERFORM LOCATE-REC-ENTRY.
           IF WS-REC-FOUND = 0
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-ROWS-READ.

           MOVE WS-MONTH-IDX TO WS-PER-IDX.
           PERFORM SEED-PERIOD.
           PERFORM SEED-PREV-RECORD.
           MOVE 13 TO WS-PER-IDX.
           PERFORM SEED-PERIOD.
           PERFORM SEED-PREV-RECORD.

       SEED-PERIOD.
           IF WS-REC-SET(WS-REC-SEARCH-IDX, WS-PER-IDX) = "N"
               PERFORM SET-FIRST-RECORD
               EXIT PARAGRAPH
           END-IF.

           IF WS-DAY-MAX > WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-DAY-MAX
                   TO WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-DAY-DATE
                   TO WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
           END-IF.
           IF WS-DAY-MIN < WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-DAY-MIN
                   TO WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-DAY-DATE
                   TO WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
           END-IF.

      * A seeded record is its own previous record, so a daily run
      * of a date the history already held puts it back as it was
      * and the day ties against it.
       SEED-PREV-RECORD.
           MOVE WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
               TO WS-REC-PREV-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
               TO WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-REC-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX) TO
               WS-REC-PREV-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
               TO WS-REC-PREV-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
               TO WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-REC-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX) TO
               WS-REC-PREV-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).

      * A period with no record yet takes the row as it stands;
      * there is nothing to alert against.
       SET-FIRST-RECORD.
           MOVE "Y" TO WS-REC-SET(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-DAY-MAX
               TO WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-DAY-DATE
               TO WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-DAY-CAUTION
               TO WS-REC-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-DAY-MIN
               TO WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-DAY-DATE
               TO WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-DAY-CAUTION
               TO WS-REC-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE 0
               TO WS-REC-PREV-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE SPACES
               TO WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE SPACE TO
               WS-REC-PREV-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE 0
               TO WS-REC-PREV-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE SPACES
               TO WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE SPACE TO
               WS-REC-PREV-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).

       APPLY-DAILY-OUTPUTS.
           STRING
               "outputs_" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-CSV-FILENAME
           END-STRING.
           STRING
               "record_alerts_" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ALERTS-FILENAME
           END-STRING.

           PERFORM LOAD-RECORDS-MASTER.
           PERFORM LOAD-CAUTION-STATIONS.

           OPEN INPUT DAILY-CSV-FILE.
           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "STATIONRECORDS: cannot open "
                   WS-CSV-FILENAME(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT ALERTS-FILE.
           MOVE SPACES TO ALERTS-RECORD.
           STRING
               "STATION;PERIOD;RECORD;EVENT;OLD-VALUE;OLD-DATE;"
               DELIMITED BY SIZE
               "NEW-VALUE;CAUTION" DELIMITED BY SIZE
               INTO ALERTS-RECORD
           END-STRING.
           WRITE ALERTS-RECORD.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ DAILY-CSV-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF WS-HEADER-SEEN = "N"
                           MOVE "Y" TO WS-HEADER-SEEN
                       ELSE
                           IF DAILY-CSV-RECORD NOT = SPACES
                               PERFORM APPLY-CSV-ROW
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.

           CLOSE DAILY-CSV-FILE.
           CLOSE ALERTS-FILE.

       LOAD-RECORDS-MASTER.
           OPEN INPUT RECORDS-FILE.
           IF WS-RECORDS-FILE-STATUS NOT = "00"
               CLOSE RECORDS-FILE
               DISPLAY "STATIONRECORDS: no records master "
                   WS-RECORDS-FILENAME(1:40)
                   "; run STATIONRECORDS SEED first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ RECORDS-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF RECORDS-RECORD NOT = SPACES
                           PERFORM LOAD-RECORDS-ROW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE RECORDS-FILE.

       LOAD-RECORDS-ROW.
           MOVE SPACES TO WS-FIELD-1.
           MOVE SPACES TO WS-FIELD-2.
           MOVE SPACES TO WS-FIELD-3.
           MOVE SPACES TO WS-FIELD-4.
           MOVE SPACES TO WS-FIELD-5.
           MOVE SPACES TO WS-FIELD-6.
           MOVE SPACES TO WS-FIELD-7.
           MOVE SPACES TO WS-FIELD-8.
           MOVE SPACES TO WS-FIELD-9.
           MOVE SPACES TO WS-FIELD-10.
           MOVE SPACES TO WS-FIELD-11.
           MOVE SPACES TO WS-FIELD-12.
           MOVE SPACES TO WS-FIELD-13.
           MOVE SPACES TO WS-FIELD-14.
           UNSTRING RECORDS-RECORD DELIMITED BY ";"
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
                   WS-FIELD-5 WS-FIELD-6 WS-FIELD-7 WS-FIELD-8
                   WS-FIELD-9 WS-FIELD-10 WS-FIELD-11 WS-FIELD-12
                   WS-FIELD-13 WS-FIELD-14.

           IF WS-FIELD-2 = "ALL"
               MOVE 13 TO WS-PER-IDX
           ELSE
               IF WS-FIELD-2(1:2) IS NOT NUMERIC
                   DISPLAY "STATIONRECORDS: bad period in master: "
                       RECORDS-RECORD(1:60)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-FIELD-2(1:2) TO WS-PER-IDX
           END-IF.

           MOVE WS-FIELD-1 TO WS-REC-TARGET.
           PERFORM LOCATE-REC-ENTRY.
           IF WS-REC-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE "Y" TO WS-REC-SET(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE FUNCTION NUMVAL(WS-FIELD-3)
               TO WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-FIELD-4
               TO WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-FIELD-5(1:1)
               TO WS-REC-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE FUNCTION NUMVAL(WS-FIELD-6)
               TO WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-FIELD-7
               TO WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-FIELD-8(1:1)
               TO WS-REC-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE 0
               TO WS-REC-PREV-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX).
           IF WS-FIELD-9 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-9)
                   TO WS-REC-PREV-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
           END-IF.
           MOVE WS-FIELD-10
               TO WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-FIELD-11(1:1) TO
               WS-REC-PREV-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE 0
               TO WS-REC-PREV-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX).
           IF WS-FIELD-12 NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-FIELD-12)
                   TO WS-REC-PREV-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
           END-IF.
           MOVE WS-FIELD-13
               TO WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX).
           MOVE WS-FIELD-14(1:1) TO
               WS-REC-PREV-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX).

      * The day file, then the partition files _p01.._p99; a file
      * that is not there just has nothing to add.
       LOAD-CAUTION-STATIONS.
           MOVE SPACES TO WS-QUARANTINE-FILENAME.
           STRING
               "quarantine_" DELIMITED BY SIZE
               WS-RUN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-QUARANTINE-FILENAME
           END-STRING.
           PERFORM READ-QUARANTINE-FILE.

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > 99
               MOVE WS-PART-IDX TO WS-PART-NUM
               MOVE SPACES TO WS-QUARANTINE-FILENAME
               STRING
                   "quarantine_" DELIMITED BY SIZE
                   WS-RUN-DATE DELIMITED BY SIZE
                   "_p" DELIMITED BY SIZE
                   WS-PART-NUM DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-QUARANTINE-FILENAME
               END-STRING
               PERFORM READ-QUARANTINE-FILE
           END-PERFORM.

      * NAME;VALUE;LOW;HIGH;REASON -- QC and SUSP rows alike.
       READ-QUARANTINE-FILE.
           OPEN INPUT QUARANTINE-FILE.
           IF WS-QUARANTINE-FILE-STATUS NOT = "00"
               CLOSE QUARANTINE-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ QUARANTINE-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF QUARANTINE-RECORD NOT = SPACES
                           MOVE SPACES TO WS-CAU-TARGET
                           UNSTRING QUARANTINE-RECORD
                               DELIMITED BY ";"
                               INTO WS-CAU-TARGET
                           PERFORM ADD-CAUTION-STATION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE QUARANTINE-FILE.

       ADD-CAUTION-STATION.
           PERFORM SEARCH-CAUTION-STATION.
           IF WS-CAU-FOUND = 1
               EXIT PARAGRAPH
           END-IF.

           IF WS-CAU-SIZE >= 10000
               IF WS-CAU-WARNED = "N"
                   DISPLAY "WARNING: caution table capacity (10000) "
                       "exceeded, some records may lack the flag"
                   MOVE "Y" TO WS-CAU-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-CAU-J FROM WS-CAU-SIZE BY -1
               UNTIL WS-CAU-J < WS-CAU-LOW
               MOVE WS-CAUTION-NAME(WS-CAU-J)
                   TO WS-CAUTION-NAME(WS-CAU-J + 1)
           END-PERFORM.
           ADD 1 TO WS-CAU-SIZE.
           MOVE WS-CAU-TARGET TO WS-CAUTION-NAME(WS-CAU-LOW).

      * Leaves WS-CAU-LOW at the insert position when not found.
       SEARCH-CAUTION-STATION.
           MOVE 0 TO WS-CAU-FOUND.
           MOVE 1 TO WS-CAU-LOW.
           MOVE WS-CAU-SIZE TO WS-CAU-HIGH.

           PERFORM UNTIL WS-CAU-LOW > WS-CAU-HIGH
                   OR WS-CAU-FOUND = 1
               ADD WS-CAU-LOW WS-CAU-HIGH GIVING WS-CAU-MID
               DIVIDE WS-CAU-MID BY 2 GIVING WS-CAU-MID
               IF WS-CAUTION-NAME(WS-CAU-MID) = WS-CAU-TARGET
                   MOVE 1 TO WS-CAU-FOUND
               ELSE
                   IF WS-CAUTION-NAME(WS-CAU-MID) < WS-CAU-TARGET
                       ADD 1 TO WS-CAU-MID GIVING WS-CAU-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-CAU-MID GIVING WS-CAU-HIGH
                   END-IF
               END-IF
           END-PERFORM.

      * CITY,STATION_ID,REGION,MIN,MAX,AVG,COUNT,TOTAL
       APPLY-CSV-ROW.
           MOVE SPACES TO WS-FIELD-1.
           MOVE SPACES TO WS-FIELD-4.
           MOVE SPACES TO WS-FIELD-5.
           UNSTRING DAILY-CSV-RECORD DELIMITED BY ","
               INTO WS-FIELD-1 WS-FIELD-2 WS-FIELD-3 WS-FIELD-4
                   WS-FIELD-5.

           IF WS-FIELD-1 = SPACES
                   OR FUNCTION TEST-NUMVAL(WS-FIELD-4) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-FIELD-5) NOT = 0
               DISPLAY "WARNING: unusable row skipped: "
                   DAILY-CSV-RECORD(1:60)
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-FIELD-1 TO WS-DAY-NAME.
           MOVE WS-RUN-DATE TO WS-DAY-DATE.
           MOVE FUNCTION NUMVAL(WS-FIELD-4) TO WS-DAY-MIN.
           MOVE FUNCTION NUMVAL(WS-FIELD-5) TO WS-DAY-MAX.

           MOVE WS-DAY-NAME TO WS-CAU-TARGET.
           PERFORM SEARCH-CAUTION-STATION.
           IF WS-CAU-FOUND = 1
               MOVE "C" TO WS-DAY-CAUTION
           ELSE
               MOVE SPACE TO WS-DAY-CAUTION
           END-IF.

           MOVE WS-DAY-NAME TO WS-REC-TARGET.
           MOVE WS-REC-SIZE TO WS-REC-J.
           PERFORM LOCATE-REC-ENTRY.
           IF WS-REC-FOUND = 0
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.
           IF WS-REC-SIZE > WS-REC-J
               ADD 1 TO WS-NEW-STATIONS
           END-IF.
           ADD 1 TO WS-ROWS-READ.

           MOVE WS-RUN-DATE(5:2) TO WS-PER-IDX.
           PERFORM APPLY-DAY-TO-PERIOD.
           MOVE 13 TO WS-PER-IDX.
           PERFORM APPLY-DAY-TO-PERIOD.

      * A record already dated the run date was set by an earlier
      * run of this same day: the record it replaced is put back
      * first, so the day is judged against what stood before it.
       APPLY-DAY-TO-PERIOD.
           IF WS-REC-SET(WS-REC-SEARCH-IDX, WS-PER-IDX) = "Y"
               PERFORM RESTORE-RERUN-RECORD
           END-IF.

           IF WS-REC-SET(WS-REC-SEARCH-IDX, WS-PER-IDX) = "N"
               PERFORM SET-FIRST-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE "MAX" TO WS-ALT-RECORD.
           MOVE WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
               TO WS-ALT-OLD-VALUE.
           MOVE WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
               TO WS-ALT-OLD-DATE.
           MOVE WS-DAY-MAX TO WS-ALT-NEW-VALUE.
           IF WS-DAY-MAX > WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-REC-PREV-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX,
                       WS-PER-IDX)
               MOVE WS-REC-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-REC-PREV-MAX-CAUTION(WS-REC-SEARCH-IDX,
                       WS-PER-IDX)
               MOVE WS-DAY-MAX
                   TO WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-RUN-DATE
                   TO WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-DAY-CAUTION
                   TO WS-REC-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE "NEW" TO WS-ALT-EVENT
               ADD 1 TO WS-RECORDS-BROKEN
               PERFORM WRITE-ALERT-LINE
           ELSE
               IF WS-DAY-MAX
                       = WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   MOVE "TIE" TO WS-ALT-EVENT
                   ADD 1 TO WS-RECORDS-TIED
                   PERFORM WRITE-ALERT-LINE
               END-IF
           END-IF.

           MOVE "MIN" TO WS-ALT-RECORD.
           MOVE WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
               TO WS-ALT-OLD-VALUE.
           MOVE WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
               TO WS-ALT-OLD-DATE.
           MOVE WS-DAY-MIN TO WS-ALT-NEW-VALUE.
           IF WS-DAY-MIN < WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-REC-PREV-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX,
                       WS-PER-IDX)
               MOVE WS-REC-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-REC-PREV-MIN-CAUTION(WS-REC-SEARCH-IDX,
                       WS-PER-IDX)
               MOVE WS-DAY-MIN
                   TO WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-RUN-DATE
                   TO WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-DAY-CAUTION
                   TO WS-REC-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE "NEW" TO WS-ALT-EVENT
               ADD 1 TO WS-RECORDS-BROKEN
               PERFORM WRITE-ALERT-LINE
           ELSE
               IF WS-DAY-MIN
                       = WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   MOVE "TIE" TO WS-ALT-EVENT
                   ADD 1 TO WS-RECORDS-TIED
                   PERFORM WRITE-ALERT-LINE
               END-IF
           END-IF.

      * A record first set by the run date has no previous record:
      * when both sides were set that day the period goes back to
      * empty. A side dated the run date with no previous record
      * beside a side that is not (first set that day, then the
      * other side broken later) is left as it is, and the day ties
      * against it; putting it back would lose the other side.
       RESTORE-RERUN-RECORD.
           IF WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   = WS-RUN-DATE
                   AND WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   = WS-RUN-DATE
                   AND WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX,
                   WS-PER-IDX) = SPACES
                   AND WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX,
                   WS-PER-IDX) = SPACES
               MOVE "N" TO WS-REC-SET(WS-REC-SEARCH-IDX, WS-PER-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   = WS-RUN-DATE
                   AND WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX,
                   WS-PER-IDX) NOT = SPACES
               MOVE WS-REC-PREV-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX,
                   WS-PER-IDX)
                   TO WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-REC-PREV-MAX-CAUTION(WS-REC-SEARCH-IDX,
                   WS-PER-IDX)
                   TO WS-REC-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
           END-IF.
           IF WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   = WS-RUN-DATE
                   AND WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX,
                   WS-PER-IDX) NOT = SPACES
               MOVE WS-REC-PREV-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX,
                   WS-PER-IDX)
                   TO WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
               MOVE WS-REC-PREV-MIN-CAUTION(WS-REC-SEARCH-IDX,
                   WS-PER-IDX)
                   TO WS-REC-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
           END-IF.

       WRITE-ALERT-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               WS-DAY-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           PERFORM APPEND-PERIOD-FIELD.
           STRING
               WS-ALT-RECORD DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-ALT-EVENT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-ALT-OLD-VALUE TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           STRING
               WS-ALT-OLD-DATE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-ALT-NEW-VALUE TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           IF WS-DAY-CAUTION = "C"
               STRING
                   "CAUTION" DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
               ADD 1 TO WS-CAUTION-ALERTS
           END-IF.

           MOVE SPACES TO ALERTS-RECORD.
           MOVE WS-OUTPUT-LINE TO ALERTS-RECORD.
           WRITE ALERTS-RECORD.

      * WS-REC-TABLE is kept sorted by station name. A missing entry
      * is inserted with every period empty; WS-REC-FOUND = 1 on
      * return means WS-REC-SEARCH-IDX points at the station.
       LOCATE-REC-ENTRY.
           MOVE 0 TO WS-REC-FOUND.
           MOVE 1 TO WS-REC-LOW.
           MOVE WS-REC-SIZE TO WS-REC-HIGH.

           PERFORM UNTIL WS-REC-LOW > WS-REC-HIGH
                   OR WS-REC-FOUND = 1
               ADD WS-REC-LOW WS-REC-HIGH GIVING WS-REC-MID
               DIVIDE WS-REC-MID BY 2 GIVING WS-REC-MID
               IF WS-REC-NAME(WS-REC-MID) = WS-REC-TARGET
                   MOVE 1 TO WS-REC-FOUND
                   MOVE WS-REC-MID TO WS-REC-SEARCH-IDX
               ELSE
                   IF WS-REC-NAME(WS-REC-MID) < WS-REC-TARGET
                       ADD 1 TO WS-REC-MID GIVING WS-REC-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-REC-MID GIVING WS-REC-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-REC-FOUND = 1
               EXIT PARAGRAPH
           END-IF.

           IF WS-REC-SIZE >= 10000
               IF WS-REC-WARNED = "N"
                   DISPLAY "WARNING: records table capacity (10000) "
                       "exceeded, further stations not kept"
                   MOVE "Y" TO WS-REC-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-REC-LOW TO WS-REC-INSERT-POS.
           PERFORM VARYING WS-REC-IDX FROM WS-REC-SIZE BY -1
               UNTIL WS-REC-IDX < WS-REC-INSERT-POS
               MOVE WS-REC-ENTRY(WS-REC-IDX)
                   TO WS-REC-ENTRY(WS-REC-IDX + 1)
           END-PERFORM.

           ADD 1 TO WS-REC-SIZE.
           MOVE WS-REC-TARGET TO WS-REC-NAME(WS-REC-INSERT-POS).
           PERFORM VARYING WS-PER-J FROM 1 BY 1
               UNTIL WS-PER-J > 13
               MOVE "N" TO WS-REC-SET(WS-REC-INSERT-POS, WS-PER-J)
           END-PERFORM.
           MOVE 1 TO WS-REC-FOUND.
           MOVE WS-REC-INSERT-POS TO WS-REC-SEARCH-IDX.

      * Written to a .tmp copy and swapped in, so a failed run
      * leaves the previous master in place.
       WRITE-RECORDS-MASTER.
           OPEN OUTPUT RECORDS-TEMP-FILE.

           PERFORM VARYING WS-REC-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-REC-SEARCH-IDX > WS-REC-SIZE
               MOVE 13 TO WS-PER-IDX
               PERFORM WRITE-PERIOD-LINE
               PERFORM VARYING WS-PER-IDX FROM 1 BY 1
                   UNTIL WS-PER-IDX > 12
                   PERFORM WRITE-PERIOD-LINE
               END-PERFORM
           END-PERFORM.

           CLOSE RECORDS-TEMP-FILE.

           CALL "CBL_DELETE_FILE" USING WS-RECORDS-FILENAME
               RETURNING WS-TRUNC-RET-CODE.
           CALL "CBL_RENAME_FILE" USING WS-RECORDS-TEMP-FILENAME
               WS-RECORDS-FILENAME
               RETURNING WS-TRUNC-RET-CODE.

       WRITE-PERIOD-LINE.
           IF WS-REC-SET(WS-REC-SEARCH-IDX, WS-PER-IDX) = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           MOVE WS-REC-NAME(WS-REC-SEARCH-IDX) TO WS-DAY-NAME.
           STRING
               WS-DAY-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           PERFORM APPEND-PERIOD-FIELD.

           MOVE WS-REC-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX) TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           STRING
               WS-REC-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-REC-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-REC-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX) TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           STRING
               WS-REC-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-REC-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           IF WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   NOT = SPACES
               MOVE WS-REC-PREV-MAX(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD
           END-IF.
           STRING
               WS-REC-PREV-MAX-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-REC-PREV-MAX-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           IF WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   NOT = SPACES
               MOVE WS-REC-PREV-MIN(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD
           END-IF.
           STRING
               WS-REC-PREV-MIN-DATE(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-REC-PREV-MIN-CAUTION(WS-REC-SEARCH-IDX, WS-PER-IDX)
                   DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           MOVE SPACES TO RECORDS-TEMP-RECORD.
           MOVE WS-OUTPUT-LINE TO RECORDS-TEMP-RECORD.
           WRITE RECORDS-TEMP-RECORD.
           ADD 1 TO WS-LINES-WRITTEN.

       APPEND-PERIOD-FIELD.
           IF WS-PER-IDX = 13
               STRING
                   "ALL;" DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           ELSE
               MOVE WS-PER-IDX TO WS-MONTH-IDX
               STRING
                   WS-MONTH-IDX DELIMITED BY SIZE
                   ";" DELIMITED BY SIZE
                   INTO WS-OUTPUT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           END-IF.

      * Appends the value in WS-EDIT, trimmed, and a separator.
       APPEND-EDIT-FIELD.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

       APPEND-EMPTY-FIELD.
           STRING
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

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
