       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGREEDAYS.

      * Heating and cooling degree-day report, run after
      * STATIONHISTORY on the day's outputs_DATE.csv. Each station's
      * day is its mean temperature (MIN + MAX) / 2, the usual
      * degree-day convention; heating degree-days are the base
      * minus the mean and cooling degree-days the mean minus the
      * base, each floored at zero. The bases come from the run
      * control (HDD-BASE / CDD-BASE, default 18.0 each) unless the
      * station carries its own in fields 7 and 8 of the master
      * (STATIONMAINT SETBASE).
      *
      * Every station-day is kept in the accumulation file
      * (degree_day_accum.dat, NAME;DATE;REGION;MEAN;HDD;CDD), so a
      * rerun of a day replaces that day's rows and the month-to-
      * date and season-to-date totals are always the sum of what
      * is on file. The heating season starts on HDD-SEASON-START
      * (MMDD, default 0701) and the cooling season on
      * CDD-SEASON-START (default 0101). Rows older than last year's
      * season starts are dropped, since nothing reports on them.
      *
      * The report (degree_day_report_DATE.txt) gives each station
      * its day, month-to-date and season-to-date HDD and CDD, the
      * season-to-date at the same point last year and the change
      * against it, then a region rollup (means per station). A
      * station with days in the season that have no row -- a
      * sensor outage, or a day the job did not run -- is flagged
      * MISSING-DAYS with the count for each season rather than
      * silently under-counted. CATCHUP replays this job for every
      * gap date it recovers, so a day the job did not run is
      * filled in by the catch-up run rather than by hand.
      *
      * Command line: <YYYYMMDD>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAILY-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT STATION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-STATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT OPTIONAL ACCUM-FILE
               ASSIGN TO DYNAMIC WS-ACCUM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACCUM-FILE-STATUS.
           SELECT ACCUM-TEMP-FILE
               ASSIGN TO DYNAMIC WS-ACCUM-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  DAILY-CSV-FILE.
       01  DAILY-CSV-RECORD      PIC X(400).

       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(300).

       FD  PARAM-FILE.
       01  PARAM-RECORD          PIC X(300).

       FD  ACCUM-FILE.
       01  ACCUM-RECORD          PIC X(400).

       FD  ACCUM-TEMP-FILE.
       01  ACCUM-TEMP-RECORD     PIC X(400).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(600).

       WORKING-STORAGE SECTION.
       01  WS-CSV-FILENAME       PIC X(256) VALUE SPACES.
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-PARAM-FILENAME     PIC X(256) VALUE "brc_params.dat".
       01  WS-ACCUM-FILENAME     PIC X(256)
                                 VALUE "degree_day_accum.dat".
       01  WS-ACCUM-TEMP-FILENAME PIC X(256)
                                 VALUE "degree_day_accum.dat.tmp".
       01  WS-REPORT-FILENAME    PIC X(256) VALUE SPACES.
       01  WS-CSV-FILE-STATUS    PIC X(2).
       01  WS-STATION-FILE-STATUS PIC X(2).
       01  WS-PARAM-FILE-STATUS  PIC X(2).
       01  WS-ACCUM-FILE-STATUS  PIC X(2).
       01  WS-PARAM-KEY          PIC X(30).
       01  WS-PARAM-VALUE        PIC X(256).

       01  WS-COMMAND-LINE       PIC X(80) VALUE SPACES.
       01  WS-PARM-DATE          PIC X(8) VALUE SPACES.

      * Run-control defaults.
       01  WS-HDD-BASE           PIC S9(8)V9 VALUE 18.0.
       01  WS-CDD-BASE           PIC S9(8)V9 VALUE 18.0.
       01  WS-HEAT-START-MMDD    PIC X(4) VALUE "0701".
       01  WS-COOL-START-MMDD    PIC X(4) VALUE "0101".

      * Period boundaries for the run date, as YYYYMMDD so they
      * compare directly against the accumulation rows.
       01  WS-MONTH-START        PIC X(8).
       01  WS-HEAT-START         PIC X(8).
       01  WS-COOL-START         PIC X(8).
       01  WS-LY-POINT           PIC X(8).
       01  WS-LY-HEAT-START      PIC X(8).
       01  WS-LY-COOL-START      PIC X(8).
       01  WS-KEEP-CUTOFF        PIC X(8).
       01  WS-HEAT-ELAPSED       PIC 9(5).
       01  WS-COOL-ELAPSED       PIC 9(5).
       01  WS-YEAR-NUM           PIC 9(4).
       01  WS-DATE-NUM           PIC 9(8).
       01  WS-RUN-INT            PIC 9(8).
       01  WS-START-INT          PIC 9(8).

       01  WS-STATION-TABLE.
           05  WS-STATION-ENTRY OCCURS 50000 TIMES.
               10  WS-STATION-NAME     PIC X(256).
               10  WS-STATION-HDD-BASE PIC X(20).
               10  WS-STATION-CDD-BASE PIC X(20).

       01  WS-STATION-COUNT      PIC 9(10) VALUE 0.
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
       01  WS-STN-FIELD-7        PIC X(20).
       01  WS-STN-FIELD-8        PIC X(20).
       01  WS-CITY-NAME-INPUT    PIC X(256).

      * One entry per station seen today or on file, kept sorted by
      * name: today's figures and the period totals.
       01  WS-DD-TABLE.
           05  WS-DD-ENTRY OCCURS 10000 TIMES.
               10  WS-DD-NAME          PIC X(256).
               10  WS-DD-REGION        PIC X(8).
               10  WS-DD-TODAY         PIC X(1).
               10  WS-DD-HDD-BASE      PIC S9(8)V9.
               10  WS-DD-CDD-BASE      PIC S9(8)V9.
               10  WS-DD-DAY-MEAN      PIC S9(8)V9.
               10  WS-DD-DAY-HDD       PIC S9(8)V9.
               10  WS-DD-DAY-CDD       PIC S9(8)V9.
               10  WS-DD-MTD-HDD       PIC S9(9)V9.
               10  WS-DD-MTD-CDD       PIC S9(9)V9.
               10  WS-DD-STD-HDD       PIC S9(9)V9.
               10  WS-DD-STD-CDD       PIC S9(9)V9.
               10  WS-DD-HEAT-DAYS     PIC 9(5).
               10  WS-DD-COOL-DAYS     PIC 9(5).
               10  WS-DD-LY-HDD        PIC S9(9)V9.
               10  WS-DD-LY-CDD        PIC S9(9)V9.
               10  WS-DD-LY-HEAT-DAYS  PIC 9(5).
               10  WS-DD-LY-COOL-DAYS  PIC 9(5).

       01  WS-DD-SIZE            PIC 9(5) VALUE 0.
       01  WS-DD-FOUND           PIC 9 VALUE 0.
       01  WS-DD-SEARCH-IDX      PIC 9(5).
       01  WS-DD-LOW             PIC 9(5).
       01  WS-DD-HIGH            PIC 9(5).
       01  WS-DD-MID             PIC 9(5).
       01  WS-DD-INSERT-POS      PIC 9(5).
       01  WS-DD-J               PIC 9(5).
       01  WS-DD-TARGET          PIC X(256).
       01  WS-DD-WARNED          PIC X(1) VALUE "N".
       01  WS-DD-IDX             PIC 9(5).

      * Region rollup, sorted by region code with the same
      * locate-or-insert scheme as the main job's region rollup.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 200 TIMES.
               10  WS-RGN-NAME       PIC X(8).
               10  WS-RGN-STATIONS   PIC 9(5).
               10  WS-RGN-TODAY      PIC 9(5).
               10  WS-RGN-DAY-HDD    PIC S9(11)V9.
               10  WS-RGN-DAY-CDD    PIC S9(11)V9.
               10  WS-RGN-STD-HDD    PIC S9(11)V9.
               10  WS-RGN-STD-CDD    PIC S9(11)V9.
               10  WS-RGN-COMPARED   PIC 9(5).
               10  WS-RGN-VS-HDD     PIC S9(11)V9.
               10  WS-RGN-VS-CDD     PIC S9(11)V9.
               10  WS-RGN-MISSING    PIC 9(5).

       01  WS-RGN-SIZE           PIC 9(4) VALUE 0.
       01  WS-RGN-FOUND          PIC 9 VALUE 0.
       01  WS-RGN-SEARCH-IDX     PIC 9(4).
       01  WS-RGN-LOW            PIC 9(4).
       01  WS-RGN-HIGH           PIC 9(4).
       01  WS-RGN-MID            PIC 9(4).
       01  WS-RGN-INSERT-POS     PIC 9(4).
       01  WS-RGN-J              PIC 9(4).
       01  WS-RGN-TARGET         PIC X(8).
       01  WS-RGN-WARNED         PIC X(1) VALUE "N".
       01  WS-RGN-MEAN           PIC S9(9)V9.

       01  WS-CSV-FIELD-1        PIC X(256).
       01  WS-CSV-FIELD-2        PIC X(20).
       01  WS-CSV-FIELD-3        PIC X(20).
       01  WS-CSV-FIELD-4        PIC X(20).
       01  WS-CSV-FIELD-5        PIC X(20).
       01  WS-CSV-FIELD-6        PIC X(20).
       01  WS-CSV-FIELD-7        PIC X(20).
       01  WS-CSV-FIELD-8        PIC X(20).
       01  WS-HEADER-SEEN        PIC X(1) VALUE "N".

       01  WS-ACC-NAME           PIC X(256).
       01  WS-ACC-DATE           PIC X(8).
       01  WS-ACC-REGION         PIC X(8).
       01  WS-ACC-MEAN           PIC X(20).
       01  WS-ACC-HDD            PIC X(20).
       01  WS-ACC-CDD            PIC X(20).
       01  WS-ACC-HDD-NUM        PIC S9(8)V9.
       01  WS-ACC-CDD-NUM        PIC S9(8)V9.

       01  WS-DAY-MIN            PIC S9(8)V9.
       01  WS-DAY-MAX            PIC S9(8)V9.
       01  WS-MISSING-HEAT       PIC S9(5).
       01  WS-MISSING-COOL       PIC S9(5).
       01  WS-VS-HDD             PIC S9(9)V9.
       01  WS-VS-CDD             PIC S9(9)V9.
       01  WS-FLAG               PIC X(12).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(10).
       01  WS-ROWS-KEPT          PIC 9(10) VALUE 0.
       01  WS-ROWS-DROPPED       PIC 9(10) VALUE 0.
       01  WS-ROWS-TODAY         PIC 9(10) VALUE 0.
       01  WS-STATIONS-REPORTED  PIC 9(10) VALUE 0.
       01  WS-STATIONS-MISSING   PIC 9(10) VALUE 0.

       01  WS-EDIT               PIC -(8)9.9.
       01  WS-COUNT-EDIT         PIC Z(9)9.
       01  WS-TRIM-SOURCE        PIC X(24).
       01  WS-TRIM-RESULT        PIC X(24).
       01  WS-TRIM-POS           PIC 9(3).
       01  WS-OUTPUT-LINE        PIC X(600).
       01  WS-LINE-POINTER       PIC 9(4).
       01  WS-TRUNC-RET-CODE     PIC S9(9) COMP-5.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
      * UNSTRING leaves receivers it finds no token for untouched,
      * so clear them first.
           MOVE SPACES TO WS-PARM-DATE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PARM-DATE.

           IF WS-PARM-DATE = SPACES
                   OR WS-PARM-DATE IS NOT NUMERIC
               DISPLAY "DEGREEDAYS: date parameter (YYYYMMDD) is "
                   "required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING
               "outputs_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-CSV-FILENAME
           END-STRING.
           STRING
               "degree_day_report_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.

           PERFORM READ-RUN-CONTROL.
           PERFORM COMPUTE-PERIOD-DATES.
           PERFORM LOAD-STATION-MASTER.
           PERFORM LOAD-DAILY-CSV.
           PERFORM MERGE-ACCUMULATION.
           PERFORM WRITE-DEGREE-DAY-REPORT.

           DISPLAY "DEGREEDAYS: stations today:        "
               WS-ROWS-TODAY.
           DISPLAY "DEGREEDAYS: accumulation rows kept: "
               WS-ROWS-KEPT.
           DISPLAY "DEGREEDAYS: rows dropped (aged out or replaced): "
               WS-ROWS-DROPPED.
           DISPLAY "DEGREEDAYS: stations reported:     "
               WS-STATIONS-REPORTED.
           DISPLAY "DEGREEDAYS: stations missing days: "
               WS-STATIONS-MISSING.
           IF WS-STATIONS-MISSING > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * The degree-day keys and the master filename; the main job
      * validates the run-control file and owns the other keys.
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
               WHEN "STATION-FILE"
                   MOVE WS-PARAM-VALUE TO WS-STATION-FILENAME
               WHEN "HDD-BASE"
                   PERFORM CHECK-PARAM-NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-HDD-BASE
               WHEN "CDD-BASE"
                   PERFORM CHECK-PARAM-NUMERIC
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-CDD-BASE
               WHEN "HDD-SEASON-START"
                   PERFORM CHECK-PARAM-MMDD
                   MOVE WS-PARAM-VALUE(1:4) TO WS-HEAT-START-MMDD
               WHEN "CDD-SEASON-START"
                   PERFORM CHECK-PARAM-MMDD
                   MOVE WS-PARAM-VALUE(1:4) TO WS-COOL-START-MMDD
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       CHECK-PARAM-NUMERIC.
           IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) NOT = 0
               DISPLAY "DEGREEDAYS: run control " WS-PARAM-KEY
                   " is not numeric: " WS-PARAM-VALUE(1:20)
               CLOSE PARAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-PARAM-MMDD.
           IF WS-PARAM-VALUE(1:4) IS NOT NUMERIC
                   OR WS-PARAM-VALUE(5:) NOT = SPACES
               DISPLAY "DEGREEDAYS: run control " WS-PARAM-KEY
                   " must be MMDD: " WS-PARAM-VALUE(1:20)
               CLOSE PARAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Each season starts on the latest occurrence of its MMDD on
      * or before the run date; last year's comparison point is the
      * same calendar day a year earlier (29 February falls back to
      * the 28th), measured from last year's season starts.
       COMPUTE-PERIOD-DATES.
           MOVE WS-PARM-DATE TO WS-MONTH-START.
           MOVE "01" TO WS-MONTH-START(7:2).
           MOVE WS-PARM-DATE(1:4) TO WS-YEAR-NUM.

           MOVE WS-PARM-DATE(1:4) TO WS-HEAT-START(1:4).
           MOVE WS-HEAT-START-MMDD TO WS-HEAT-START(5:4).
           IF WS-PARM-DATE(5:4) < WS-HEAT-START-MMDD
               SUBTRACT 1 FROM WS-YEAR-NUM
               MOVE WS-YEAR-NUM TO WS-HEAT-START(1:4)
               ADD 1 TO WS-YEAR-NUM
           END-IF.

           MOVE WS-PARM-DATE(1:4) TO WS-COOL-START(1:4).
           MOVE WS-COOL-START-MMDD TO WS-COOL-START(5:4).
           IF WS-PARM-DATE(5:4) < WS-COOL-START-MMDD
               SUBTRACT 1 FROM WS-YEAR-NUM
               MOVE WS-YEAR-NUM TO WS-COOL-START(1:4)
               ADD 1 TO WS-YEAR-NUM
           END-IF.

           SUBTRACT 1 FROM WS-YEAR-NUM.
           MOVE WS-YEAR-NUM TO WS-LY-POINT(1:4).
           MOVE WS-PARM-DATE(5:4) TO WS-LY-POINT(5:4).
           IF WS-LY-POINT(5:4) = "0229"
               MOVE "0228" TO WS-LY-POINT(5:4)
           END-IF.

           MOVE WS-HEAT-START TO WS-LY-HEAT-START.
           MOVE WS-HEAT-START(1:4) TO WS-YEAR-NUM.
           SUBTRACT 1 FROM WS-YEAR-NUM.
           MOVE WS-YEAR-NUM TO WS-LY-HEAT-START(1:4).

           MOVE WS-COOL-START TO WS-LY-COOL-START.
           MOVE WS-COOL-START(1:4) TO WS-YEAR-NUM.
           SUBTRACT 1 FROM WS-YEAR-NUM.
           MOVE WS-YEAR-NUM TO WS-LY-COOL-START(1:4).

           IF WS-LY-HEAT-START < WS-LY-COOL-START
               MOVE WS-LY-HEAT-START TO WS-KEEP-CUTOFF
           ELSE
               MOVE WS-LY-COOL-START TO WS-KEEP-CUTOFF
           END-IF.

           MOVE WS-PARM-DATE TO WS-DATE-NUM.
           COMPUTE WS-RUN-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           MOVE WS-HEAT-START TO WS-DATE-NUM.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-HEAT-ELAPSED = WS-RUN-INT - WS-START-INT + 1.
           MOVE WS-COOL-START TO WS-DATE-NUM.
           COMPUTE WS-START-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-COOL-ELAPSED = WS-RUN-INT - WS-START-INT + 1.

      * Only the base overrides are needed from the master; the
      * region comes with each CSV row. No master just means every
      * station runs on the run-control bases.
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
               CLOSE STATION-MASTER-FILE
           ELSE
               CLOSE STATION-MASTER-FILE
               DISPLAY "NOTICE: no station master, run-control "
                   "bases used for every station"
           END-IF.

       LOAD-STATION-RECORD.
           MOVE SPACES TO WS-STN-FIELD-1.
           MOVE SPACES TO WS-STN-FIELD-7.
           MOVE SPACES TO WS-STN-FIELD-8.
           UNSTRING STATION-MASTER-RECORD DELIMITED BY ";"
               INTO WS-STN-FIELD-1 WS-STN-FIELD-2
                   WS-STN-FIELD-3 WS-STN-FIELD-4
                   WS-STN-FIELD-5 WS-STN-FIELD-6
                   WS-STN-FIELD-7 WS-STN-FIELD-8.

           IF WS-STN-FIELD-7 = SPACES OR WS-STN-FIELD-8 = SPACES
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-STN-FIELD-7) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-STN-FIELD-8) NOT = 0
               DISPLAY "WARNING: degree-day bases not numeric, "
                   "run-control bases used for "
                   WS-STN-FIELD-1(1:40)
               EXIT PARAGRAPH
           END-IF.

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
           MOVE WS-STN-FIELD-7
               TO WS-STATION-HDD-BASE(WS-STN-INSERT-POS).
           MOVE WS-STN-FIELD-8
               TO WS-STATION-CDD-BASE(WS-STN-INSERT-POS).

       LOAD-DAILY-CSV.
           OPEN INPUT DAILY-CSV-FILE.

           IF WS-CSV-FILE-STATUS NOT = "00"
               DISPLAY "DEGREEDAYS: cannot open "
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

      * CITY,STATION_ID,REGION,MIN,MAX,AVG,COUNT,TOTAL
       LOAD-CSV-ROW.
           IF DAILY-CSV-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CSV-FIELD-1.
           MOVE SPACES TO WS-CSV-FIELD-3.
           UNSTRING DAILY-CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-FIELD-1 WS-CSV-FIELD-2 WS-CSV-FIELD-3
                   WS-CSV-FIELD-4 WS-CSV-FIELD-5 WS-CSV-FIELD-6
                   WS-CSV-FIELD-7 WS-CSV-FIELD-8.

           MOVE WS-CSV-FIELD-1 TO WS-DD-TARGET.
           PERFORM LOCATE-DD-ENTRY.
           IF WS-DD-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CSV-FIELD-3 TO WS-DD-REGION(WS-DD-SEARCH-IDX).
           MOVE "Y" TO WS-DD-TODAY(WS-DD-SEARCH-IDX).
           ADD 1 TO WS-ROWS-TODAY.

           MOVE WS-HDD-BASE TO WS-DD-HDD-BASE(WS-DD-SEARCH-IDX).
           MOVE WS-CDD-BASE TO WS-DD-CDD-BASE(WS-DD-SEARCH-IDX).
           MOVE WS-CSV-FIELD-1 TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 1
               MOVE FUNCTION NUMVAL(
                   WS-STATION-HDD-BASE(WS-STN-SEARCH-IDX))
                   TO WS-DD-HDD-BASE(WS-DD-SEARCH-IDX)
               MOVE FUNCTION NUMVAL(
                   WS-STATION-CDD-BASE(WS-STN-SEARCH-IDX))
                   TO WS-DD-CDD-BASE(WS-DD-SEARCH-IDX)
           END-IF.

           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-4) TO WS-DAY-MIN.
           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-5) TO WS-DAY-MAX.
           ADD WS-DAY-MIN WS-DAY-MAX
               GIVING WS-DD-DAY-MEAN(WS-DD-SEARCH-IDX).
           DIVIDE WS-DD-DAY-MEAN(WS-DD-SEARCH-IDX) BY 2
               GIVING WS-DD-DAY-MEAN(WS-DD-SEARCH-IDX) ROUNDED.

           MOVE 0 TO WS-DD-DAY-HDD(WS-DD-SEARCH-IDX).
           MOVE 0 TO WS-DD-DAY-CDD(WS-DD-SEARCH-IDX).
           IF WS-DD-DAY-MEAN(WS-DD-SEARCH-IDX)
                   < WS-DD-HDD-BASE(WS-DD-SEARCH-IDX)
               SUBTRACT WS-DD-DAY-MEAN(WS-DD-SEARCH-IDX)
                   FROM WS-DD-HDD-BASE(WS-DD-SEARCH-IDX)
                   GIVING WS-DD-DAY-HDD(WS-DD-SEARCH-IDX)
           END-IF.
           IF WS-DD-DAY-MEAN(WS-DD-SEARCH-IDX)
                   > WS-DD-CDD-BASE(WS-DD-SEARCH-IDX)
               SUBTRACT WS-DD-CDD-BASE(WS-DD-SEARCH-IDX)
                   FROM WS-DD-DAY-MEAN(WS-DD-SEARCH-IDX)
                   GIVING WS-DD-DAY-CDD(WS-DD-SEARCH-IDX)
           END-IF.

      * WS-DD-TABLE is kept sorted by station name. A missing entry
      * is inserted zeroed; WS-DD-FOUND = 1 on return means
      * WS-DD-SEARCH-IDX points at the caller's station.
       LOCATE-DD-ENTRY.
           MOVE 0 TO WS-DD-FOUND.
           MOVE 1 TO WS-DD-LOW.
           MOVE WS-DD-SIZE TO WS-DD-HIGH.

           PERFORM UNTIL WS-DD-LOW > WS-DD-HIGH
                   OR WS-DD-FOUND = 1
               ADD WS-DD-LOW WS-DD-HIGH GIVING WS-DD-MID
               DIVIDE WS-DD-MID BY 2 GIVING WS-DD-MID
               IF WS-DD-NAME(WS-DD-MID) = WS-DD-TARGET
                   MOVE 1 TO WS-DD-FOUND
                   MOVE WS-DD-MID TO WS-DD-SEARCH-IDX
               ELSE
                   IF WS-DD-NAME(WS-DD-MID) < WS-DD-TARGET
                       ADD 1 TO WS-DD-MID GIVING WS-DD-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-DD-MID GIVING WS-DD-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-DD-FOUND = 1
               EXIT PARAGRAPH
           END-IF.

           IF WS-DD-SIZE >= 10000
               IF WS-DD-WARNED = "N"
                   DISPLAY "WARNING: station table capacity (10000) "
                       "exceeded, degree-day report is incomplete"
                   MOVE "Y" TO WS-DD-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-DD-LOW TO WS-DD-INSERT-POS.
           PERFORM VARYING WS-DD-J FROM WS-DD-SIZE BY -1
               UNTIL WS-DD-J < WS-DD-INSERT-POS
               MOVE WS-DD-ENTRY(WS-DD-J)
                   TO WS-DD-ENTRY(WS-DD-J + 1)
           END-PERFORM.

           ADD 1 TO WS-DD-SIZE.
           MOVE WS-DD-TARGET TO WS-DD-NAME(WS-DD-INSERT-POS).
           MOVE SPACES TO WS-DD-REGION(WS-DD-INSERT-POS).
           MOVE "N" TO WS-DD-TODAY(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-HDD-BASE(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-CDD-BASE(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-DAY-MEAN(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-DAY-HDD(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-DAY-CDD(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-MTD-HDD(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-MTD-CDD(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-STD-HDD(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-STD-CDD(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-HEAT-DAYS(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-COOL-DAYS(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-LY-HDD(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-LY-CDD(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-LY-HEAT-DAYS(WS-DD-INSERT-POS).
           MOVE 0 TO WS-DD-LY-COOL-DAYS(WS-DD-INSERT-POS).
           MOVE 1 TO WS-DD-FOUND.
           MOVE WS-DD-INSERT-POS TO WS-DD-SEARCH-IDX.

      * One pass over the accumulation file into a .tmp copy: rows
      * for the run date (a rerun) and rows older than last year's
      * season starts are dropped, every other row is carried over
      * and counted into its station's period totals, and today's
      * rows are added at the end. The copy then replaces the file.
       MERGE-ACCUMULATION.
           OPEN OUTPUT ACCUM-TEMP-FILE.
           OPEN INPUT ACCUM-FILE.

           IF WS-ACCUM-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ ACCUM-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF ACCUM-RECORD NOT = SPACES
                               PERFORM CARRY-ACCUM-ROW
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-FLAG
           END-IF.
           CLOSE ACCUM-FILE.

           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-SIZE
               IF WS-DD-TODAY(WS-DD-IDX) = "Y"
                   PERFORM WRITE-TODAY-ACCUM-ROW
               END-IF
           END-PERFORM.

           CLOSE ACCUM-TEMP-FILE.

           CALL "CBL_DELETE_FILE" USING WS-ACCUM-FILENAME
               RETURNING WS-TRUNC-RET-CODE.
           CALL "CBL_RENAME_FILE" USING WS-ACCUM-TEMP-FILENAME
               WS-ACCUM-FILENAME
               RETURNING WS-TRUNC-RET-CODE.

       CARRY-ACCUM-ROW.
           MOVE SPACES TO WS-ACC-NAME.
           MOVE SPACES TO WS-ACC-DATE.
           MOVE SPACES TO WS-ACC-REGION.
           MOVE SPACES TO WS-ACC-MEAN.
           MOVE SPACES TO WS-ACC-HDD.
           MOVE SPACES TO WS-ACC-CDD.
           UNSTRING ACCUM-RECORD DELIMITED BY ";"
               INTO WS-ACC-NAME WS-ACC-DATE WS-ACC-REGION
                   WS-ACC-MEAN WS-ACC-HDD WS-ACC-CDD.

           IF WS-ACC-DATE = WS-PARM-DATE
                   OR WS-ACC-DATE < WS-KEEP-CUTOFF
               ADD 1 TO WS-ROWS-DROPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO ACCUM-TEMP-RECORD.
           MOVE ACCUM-RECORD TO ACCUM-TEMP-RECORD.
           WRITE ACCUM-TEMP-RECORD.
           ADD 1 TO WS-ROWS-KEPT.

      * Rows dated after the run date (a rerun of an earlier day)
      * are kept on file but play no part in this day's totals.
           IF WS-ACC-DATE > WS-PARM-DATE
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-ACC-NAME TO WS-DD-TARGET.
           PERFORM LOCATE-DD-ENTRY.
           IF WS-DD-FOUND = 0
               EXIT PARAGRAPH
           END-IF.
           IF WS-DD-REGION(WS-DD-SEARCH-IDX) = SPACES
               MOVE WS-ACC-REGION TO WS-DD-REGION(WS-DD-SEARCH-IDX)
           END-IF.

           MOVE FUNCTION NUMVAL(WS-ACC-HDD) TO WS-ACC-HDD-NUM.
           MOVE FUNCTION NUMVAL(WS-ACC-CDD) TO WS-ACC-CDD-NUM.

           IF WS-ACC-DATE >= WS-MONTH-START
               ADD WS-ACC-HDD-NUM TO WS-DD-MTD-HDD(WS-DD-SEARCH-IDX)
               ADD WS-ACC-CDD-NUM TO WS-DD-MTD-CDD(WS-DD-SEARCH-IDX)
           END-IF.
           IF WS-ACC-DATE >= WS-HEAT-START
               ADD WS-ACC-HDD-NUM TO WS-DD-STD-HDD(WS-DD-SEARCH-IDX)
               ADD 1 TO WS-DD-HEAT-DAYS(WS-DD-SEARCH-IDX)
           END-IF.
           IF WS-ACC-DATE >= WS-COOL-START
               ADD WS-ACC-CDD-NUM TO WS-DD-STD-CDD(WS-DD-SEARCH-IDX)
               ADD 1 TO WS-DD-COOL-DAYS(WS-DD-SEARCH-IDX)
           END-IF.
           IF WS-ACC-DATE >= WS-LY-HEAT-START
                   AND WS-ACC-DATE <= WS-LY-POINT
               ADD WS-ACC-HDD-NUM TO WS-DD-LY-HDD(WS-DD-SEARCH-IDX)
               ADD 1 TO WS-DD-LY-HEAT-DAYS(WS-DD-SEARCH-IDX)
           END-IF.
           IF WS-ACC-DATE >= WS-LY-COOL-START
                   AND WS-ACC-DATE <= WS-LY-POINT
               ADD WS-ACC-CDD-NUM TO WS-DD-LY-CDD(WS-DD-SEARCH-IDX)
               ADD 1 TO WS-DD-LY-COOL-DAYS(WS-DD-SEARCH-IDX)
           END-IF.

       WRITE-TODAY-ACCUM-ROW.
           ADD WS-DD-DAY-HDD(WS-DD-IDX) TO WS-DD-MTD-HDD(WS-DD-IDX).
           ADD WS-DD-DAY-CDD(WS-DD-IDX) TO WS-DD-MTD-CDD(WS-DD-IDX).
           ADD WS-DD-DAY-HDD(WS-DD-IDX) TO WS-DD-STD-HDD(WS-DD-IDX).
           ADD WS-DD-DAY-CDD(WS-DD-IDX) TO WS-DD-STD-CDD(WS-DD-IDX).
           ADD 1 TO WS-DD-HEAT-DAYS(WS-DD-IDX).
           ADD 1 TO WS-DD-COOL-DAYS(WS-DD-IDX).

           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               WS-DD-NAME(WS-DD-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-DD-REGION(WS-DD-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-DD-DAY-MEAN(WS-DD-IDX) TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           MOVE WS-DD-DAY-HDD(WS-DD-IDX) TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           MOVE WS-DD-DAY-CDD(WS-DD-IDX) TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           MOVE SPACES TO ACCUM-TEMP-RECORD.
           MOVE WS-OUTPUT-LINE TO ACCUM-TEMP-RECORD.
           WRITE ACCUM-TEMP-RECORD.
           ADD 1 TO WS-ROWS-KEPT.

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

       WRITE-DEGREE-DAY-REPORT.
           OPEN OUTPUT REPORT-FILE.

           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               "=== DEGREE DAYS " DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               " (heating base " DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-HDD-BASE TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               " season from " DELIMITED BY SIZE
               WS-HEAT-START DELIMITED BY SIZE
               ", cooling base " DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-CDD-BASE TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               " season from " DELIMITED BY SIZE
               WS-COOL-START DELIMITED BY SIZE
               "; last year to " DELIMITED BY SIZE
               WS-LY-POINT DELIMITED BY SIZE
               ") ===" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-OUTPUT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING
               "STATION;REGION;HDD-BASE;CDD-BASE;MEAN;DAY-HDD;"
               DELIMITED BY SIZE
               "DAY-CDD;MTD-HDD;MTD-CDD;STD-HDD;STD-CDD;"
               DELIMITED BY SIZE
               "LY-STD-HDD;LY-STD-CDD;HDD-VS-LY;CDD-VS-LY;"
               DELIMITED BY SIZE
               "MISSING-HEAT-DAYS;MISSING-COOL-DAYS;FLAG"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           PERFORM VARYING WS-DD-IDX FROM 1 BY 1
               UNTIL WS-DD-IDX > WS-DD-SIZE
               IF WS-DD-HEAT-DAYS(WS-DD-IDX) > 0
                       OR WS-DD-COOL-DAYS(WS-DD-IDX) > 0
                   PERFORM WRITE-STATION-LINE
               END-IF
           END-PERFORM.

           PERFORM WRITE-REGION-ROLLUP.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE WS-STATIONS-REPORTED TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "STATIONS REPORTED       " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE WS-ROWS-TODAY TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "STATIONS WITH DATA TODAY" DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE WS-STATIONS-MISSING TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "STATIONS MISSING DAYS   " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           CLOSE REPORT-FILE.

      * A station with any row in either current season. Missing
      * days are the days of each season so far with no row; the
      * last-year columns stay empty when last year has no rows to
      * compare against.
       WRITE-STATION-LINE.
           ADD 1 TO WS-STATIONS-REPORTED.

           COMPUTE WS-MISSING-HEAT =
               WS-HEAT-ELAPSED - WS-DD-HEAT-DAYS(WS-DD-IDX).
           COMPUTE WS-MISSING-COOL =
               WS-COOL-ELAPSED - WS-DD-COOL-DAYS(WS-DD-IDX).
           IF WS-MISSING-HEAT < 0
               MOVE 0 TO WS-MISSING-HEAT
           END-IF.
           IF WS-MISSING-COOL < 0
               MOVE 0 TO WS-MISSING-COOL
           END-IF.

           MOVE SPACES TO WS-FLAG.
           IF WS-MISSING-HEAT > 0 OR WS-MISSING-COOL > 0
               MOVE "MISSING-DAYS" TO WS-FLAG
               ADD 1 TO WS-STATIONS-MISSING
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               WS-DD-NAME(WS-DD-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DD-REGION(WS-DD-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           IF WS-DD-TODAY(WS-DD-IDX) = "Y"
               MOVE WS-DD-HDD-BASE(WS-DD-IDX) TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
               MOVE WS-DD-CDD-BASE(WS-DD-IDX) TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
               MOVE WS-DD-DAY-MEAN(WS-DD-IDX) TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
               MOVE WS-DD-DAY-HDD(WS-DD-IDX) TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
               MOVE WS-DD-DAY-CDD(WS-DD-IDX) TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD 5 TIMES
           END-IF.

           MOVE WS-DD-MTD-HDD(WS-DD-IDX) TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           MOVE WS-DD-MTD-CDD(WS-DD-IDX) TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           MOVE WS-DD-STD-HDD(WS-DD-IDX) TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           MOVE WS-DD-STD-CDD(WS-DD-IDX) TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.

           IF WS-DD-LY-HEAT-DAYS(WS-DD-IDX) > 0
               MOVE WS-DD-LY-HDD(WS-DD-IDX) TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD
           END-IF.
           IF WS-DD-LY-COOL-DAYS(WS-DD-IDX) > 0
               MOVE WS-DD-LY-CDD(WS-DD-IDX) TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD
           END-IF.
           IF WS-DD-LY-HEAT-DAYS(WS-DD-IDX) > 0
               SUBTRACT WS-DD-LY-HDD(WS-DD-IDX)
                   FROM WS-DD-STD-HDD(WS-DD-IDX) GIVING WS-VS-HDD
               MOVE WS-VS-HDD TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD
           END-IF.
           IF WS-DD-LY-COOL-DAYS(WS-DD-IDX) > 0
               SUBTRACT WS-DD-LY-CDD(WS-DD-IDX)
                   FROM WS-DD-STD-CDD(WS-DD-IDX) GIVING WS-VS-CDD
               MOVE WS-VS-CDD TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD
           END-IF.

           MOVE WS-MISSING-HEAT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-MISSING-COOL TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-FLAG DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-OUTPUT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           PERFORM ACCUMULATE-REGION.

      * Region totals for the rollup: day figures over the stations
      * reporting today, season-to-date over every station listed,
      * and the change against last year only over stations that
      * have last year's rows for both seasons.
       ACCUMULATE-REGION.
           IF WS-DD-REGION(WS-DD-IDX) = SPACES
               MOVE "(NONE)" TO WS-RGN-TARGET
           ELSE
               MOVE WS-DD-REGION(WS-DD-IDX) TO WS-RGN-TARGET
           END-IF.
           PERFORM LOCATE-REGION-ENTRY.
           IF WS-RGN-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RGN-STATIONS(WS-RGN-SEARCH-IDX).
           ADD WS-DD-STD-HDD(WS-DD-IDX)
               TO WS-RGN-STD-HDD(WS-RGN-SEARCH-IDX).
           ADD WS-DD-STD-CDD(WS-DD-IDX)
               TO WS-RGN-STD-CDD(WS-RGN-SEARCH-IDX).
           IF WS-DD-TODAY(WS-DD-IDX) = "Y"
               ADD 1 TO WS-RGN-TODAY(WS-RGN-SEARCH-IDX)
               ADD WS-DD-DAY-HDD(WS-DD-IDX)
                   TO WS-RGN-DAY-HDD(WS-RGN-SEARCH-IDX)
               ADD WS-DD-DAY-CDD(WS-DD-IDX)
                   TO WS-RGN-DAY-CDD(WS-RGN-SEARCH-IDX)
           END-IF.
           IF WS-DD-LY-HEAT-DAYS(WS-DD-IDX) > 0
                   AND WS-DD-LY-COOL-DAYS(WS-DD-IDX) > 0
               ADD 1 TO WS-RGN-COMPARED(WS-RGN-SEARCH-IDX)
               ADD WS-VS-HDD TO WS-RGN-VS-HDD(WS-RGN-SEARCH-IDX)
               ADD WS-VS-CDD TO WS-RGN-VS-CDD(WS-RGN-SEARCH-IDX)
           END-IF.
           IF WS-FLAG NOT = SPACES
               ADD 1 TO WS-RGN-MISSING(WS-RGN-SEARCH-IDX)
           END-IF.

      * WS-REGION-TABLE is kept sorted by region code. A missing
      * entry is inserted zeroed; WS-RGN-FOUND = 1 on return means
      * WS-RGN-SEARCH-IDX points at the caller's region.
       LOCATE-REGION-ENTRY.
           MOVE 0 TO WS-RGN-FOUND.
           MOVE 1 TO WS-RGN-LOW.
           MOVE WS-RGN-SIZE TO WS-RGN-HIGH.

           PERFORM UNTIL WS-RGN-LOW > WS-RGN-HIGH
                   OR WS-RGN-FOUND = 1
               ADD WS-RGN-LOW WS-RGN-HIGH GIVING WS-RGN-MID
               DIVIDE WS-RGN-MID BY 2 GIVING WS-RGN-MID
               IF WS-RGN-NAME(WS-RGN-MID) = WS-RGN-TARGET
                   MOVE 1 TO WS-RGN-FOUND
                   MOVE WS-RGN-MID TO WS-RGN-SEARCH-IDX
               ELSE
                   IF WS-RGN-NAME(WS-RGN-MID) < WS-RGN-TARGET
                       ADD 1 TO WS-RGN-MID GIVING WS-RGN-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-RGN-MID
                           GIVING WS-RGN-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-RGN-FOUND = 1
               EXIT PARAGRAPH
           END-IF.

           IF WS-RGN-SIZE >= 200
               IF WS-RGN-WARNED = "N"
                   DISPLAY "WARNING: region table capacity (200) "
                       "exceeded, region rollup is incomplete"
                   MOVE "Y" TO WS-RGN-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-RGN-LOW TO WS-RGN-INSERT-POS.
           PERFORM VARYING WS-RGN-J FROM WS-RGN-SIZE BY -1
               UNTIL WS-RGN-J < WS-RGN-INSERT-POS
               MOVE WS-REGION-ENTRY(WS-RGN-J)
                   TO WS-REGION-ENTRY(WS-RGN-J + 1)
           END-PERFORM.

           ADD 1 TO WS-RGN-SIZE.
           MOVE WS-RGN-TARGET TO WS-RGN-NAME(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-STATIONS(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-TODAY(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-DAY-HDD(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-DAY-CDD(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-STD-HDD(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-STD-CDD(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-COMPARED(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-VS-HDD(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-VS-CDD(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-MISSING(WS-RGN-INSERT-POS).
           MOVE 1 TO WS-RGN-FOUND.
           MOVE WS-RGN-INSERT-POS TO WS-RGN-SEARCH-IDX.

       WRITE-REGION-ROLLUP.
           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "=== REGION ROLLUP (means per station) ==="
               TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "REGION;STATIONS;REPORTING-TODAY;DAY-HDD;DAY-CDD;"
               DELIMITED BY SIZE
               "STD-HDD;STD-CDD;COMPARED-WITH-LY;HDD-VS-LY;"
               DELIMITED BY SIZE
               "CDD-VS-LY;STATIONS-MISSING-DAYS" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           PERFORM VARYING WS-RGN-J FROM 1 BY 1
               UNTIL WS-RGN-J > WS-RGN-SIZE
               PERFORM WRITE-REGION-LINE
           END-PERFORM.

       WRITE-REGION-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               WS-RGN-NAME(WS-RGN-J) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-RGN-STATIONS(WS-RGN-J) TO WS-COUNT-EDIT.
           PERFORM APPEND-COUNT-FIELD.
           MOVE WS-RGN-TODAY(WS-RGN-J) TO WS-COUNT-EDIT.
           PERFORM APPEND-COUNT-FIELD.

           IF WS-RGN-TODAY(WS-RGN-J) > 0
               DIVIDE WS-RGN-DAY-HDD(WS-RGN-J)
                   BY WS-RGN-TODAY(WS-RGN-J)
                   GIVING WS-RGN-MEAN ROUNDED
               MOVE WS-RGN-MEAN TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
               DIVIDE WS-RGN-DAY-CDD(WS-RGN-J)
                   BY WS-RGN-TODAY(WS-RGN-J)
                   GIVING WS-RGN-MEAN ROUNDED
               MOVE WS-RGN-MEAN TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD 2 TIMES
           END-IF.

           DIVIDE WS-RGN-STD-HDD(WS-RGN-J)
               BY WS-RGN-STATIONS(WS-RGN-J)
               GIVING WS-RGN-MEAN ROUNDED.
           MOVE WS-RGN-MEAN TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.
           DIVIDE WS-RGN-STD-CDD(WS-RGN-J)
               BY WS-RGN-STATIONS(WS-RGN-J)
               GIVING WS-RGN-MEAN ROUNDED.
           MOVE WS-RGN-MEAN TO WS-EDIT.
           PERFORM APPEND-EDIT-FIELD.

           MOVE WS-RGN-COMPARED(WS-RGN-J) TO WS-COUNT-EDIT.
           PERFORM APPEND-COUNT-FIELD.
           IF WS-RGN-COMPARED(WS-RGN-J) > 0
               DIVIDE WS-RGN-VS-HDD(WS-RGN-J)
                   BY WS-RGN-COMPARED(WS-RGN-J)
                   GIVING WS-RGN-MEAN ROUNDED
               MOVE WS-RGN-MEAN TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
               DIVIDE WS-RGN-VS-CDD(WS-RGN-J)
                   BY WS-RGN-COMPARED(WS-RGN-J)
                   GIVING WS-RGN-MEAN ROUNDED
               MOVE WS-RGN-MEAN TO WS-EDIT
               PERFORM APPEND-EDIT-FIELD
           ELSE
               PERFORM APPEND-EMPTY-FIELD 2 TIMES
           END-IF.

           MOVE WS-RGN-MISSING(WS-RGN-J) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-OUTPUT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       APPEND-COUNT-FIELD.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
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
