       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATIONNORMALS.

      * Climatological normals and monthly anomaly report, run after
      * each month-end STATIONMONTHLY consolidation. Reads the
      * monthly summary master (station_monthly.dat, one
      * NAME;YYYYMM;MIN;MAX;MEAN-AVG;DAYS;COVERAGE-PCT record per
      * station per month, sorted by name then month) and
      *   - rebuilds the normals file (station_normals.dat): per
      *     station and calendar month, the mean and standard
      *     deviation of MEAN-AVG across every year before the
      *     report month's year, counting only months whose
      *     COVERAGE-PCT reaches the minimum, so a month with a
      *     broken sensor does not skew the normal;
      *   - writes the anomaly report for the report month
      *     (anomaly_report_YYYYMM.txt): each station's month against
      *     its normal, then a region summary using the master
      *     REGION -- the "was October warmer than usual" question
      *     the trailing 30-day trend cannot answer.
      *
      * Normals record: NAME;MM;YEARS;MEAN;STDDEV;FIRST-YEAR;LAST-YEAR
      *   STDDEV is the sample deviation and is left empty when the
      *   normal rests on a single year.
      *
      * A station whose anomaly is two or more standard deviations
      * from its normal is flagged WARM or COLD; a report month below
      * the coverage minimum is flagged LOW-COVERAGE and kept out of
      * the region averages; a station with no qualifying prior year
      * is flagged NO-NORMAL.
      *
      * Command line: <YYYYMM> [min-coverage-pct]
      *   min-coverage-pct defaults to 80.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MONTHLY-FILE ASSIGN TO DYNAMIC WS-MONTHLY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MONTHLY-FILE-STATUS.
           SELECT STATION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-STATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT NORMALS-FILE ASSIGN TO DYNAMIC WS-NORMALS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ANOMALY-FILE ASSIGN TO DYNAMIC WS-ANOMALY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  MONTHLY-FILE.
       01  MONTHLY-RECORD        PIC X(400).

       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(300).

       FD  PARAM-FILE.
       01  PARAM-RECORD          PIC X(300).

       FD  NORMALS-FILE.
       01  NORMALS-RECORD        PIC X(400).

       FD  ANOMALY-FILE.
       01  ANOMALY-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-MONTHLY-FILENAME   PIC X(256)
                                 VALUE "station_monthly.dat".
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-NORMALS-FILENAME   PIC X(256)
                                 VALUE "station_normals.dat".
       01  WS-ANOMALY-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-MONTHLY-FILE-STATUS PIC X(2).
       01  WS-STATION-FILE-STATUS PIC X(2).
       01  WS-PARAM-FILENAME     PIC X(256) VALUE "brc_params.dat".
       01  WS-PARAM-FILE-STATUS  PIC X(2).
       01  WS-PARAM-KEY          PIC X(30).
       01  WS-PARAM-VALUE        PIC X(256).

       01  WS-COMMAND-LINE       PIC X(80) VALUE SPACES.
       01  WS-PARM-MONTH         PIC X(6) VALUE SPACES.
       01  WS-PARM-COVERAGE      PIC X(10) VALUE SPACES.
       01  WS-MIN-COVERAGE       PIC 9(3) VALUE 80.
       01  WS-REPORT-YEAR        PIC X(4).
       01  WS-REPORT-MM          PIC 9(2).

      * Departure, in standard deviations, at which a station's
      * month is flagged WARM or COLD.
       01  WS-SIGMA-LIMIT        PIC S9(3)V99 VALUE 2.00.

       01  WS-STATION-TABLE.
           05  WS-STATION-ENTRY OCCURS 50000 TIMES.
               10  WS-STATION-NAME     PIC X(256).
               10  WS-STATION-ID       PIC X(8).
               10  WS-STATION-REGION   PIC X(8).
               10  WS-STATION-STATUS   PIC X(8).

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
       01  WS-CITY-NAME-INPUT    PIC X(256).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(10).

       01  WS-MST-NAME           PIC X(256).
       01  WS-MST-MONTH          PIC X(6).
       01  WS-MST-MIN            PIC X(20).
       01  WS-MST-MAX            PIC X(20).
       01  WS-MST-AVG            PIC X(20).
       01  WS-MST-DAYS           PIC X(20).
       01  WS-MST-COVER          PIC X(20).
       01  WS-MST-MM             PIC 9(2).
       01  WS-MST-COVER-NUM      PIC 9(3).
       01  WS-MST-VALUE          PIC S9(8)V9.

      * Per-station accumulators for the station currently streaming
      * past: one slot per calendar month. The monthly master is
      * sorted by name then month, so a station's rows arrive
      * together and the normals are emitted when the name changes.
       01  WS-CUR-NAME           PIC X(256) VALUE SPACES.
       01  WS-CUR-ACTIVE         PIC X(1) VALUE "N".
       01  WS-NRM-TABLE.
           05  WS-NRM-ENTRY OCCURS 12 TIMES.
               10  WS-NRM-YEARS      PIC 9(5).
               10  WS-NRM-SUM        PIC S9(17)V9.
               10  WS-NRM-SUMSQ      PIC S9(17)V99.
               10  WS-NRM-FIRST      PIC X(4).
               10  WS-NRM-LAST       PIC X(4).
       01  WS-NRM-IDX            PIC 9(2).

      * The station's row for the report month, if it has one.
       01  WS-RPT-FOUND          PIC X(1) VALUE "N".
       01  WS-RPT-MEAN           PIC S9(8)V9.
       01  WS-RPT-COVER          PIC 9(3).

      * Normal for one station and calendar month, derived from the
      * slot accumulators.
       01  WS-NRM-MEAN           PIC S9(8)V9.
       01  WS-NRM-VARIANCE       PIC S9(15)V9(4).
       01  WS-NRM-DEGREES        PIC 9(5).
       01  WS-NRM-STDDEV         PIC S9(8)V9.
       01  WS-ANOMALY            PIC S9(8)V9.
       01  WS-Z-SCORE            PIC S9(5)V99.
       01  WS-ANOMALY-FLAG       PIC X(12).

      * Region summary, kept sorted by region code with the same
      * locate-or-insert scheme as the main job's region rollup.
       01  WS-REGION-TABLE.
           05  WS-REGION-ENTRY OCCURS 200 TIMES.
               10  WS-RGN-NAME       PIC X(8).
               10  WS-RGN-REPORTED   PIC 9(10).
               10  WS-RGN-COMPARED   PIC 9(10).
               10  WS-RGN-ANOM-SUM   PIC S9(17)V9.
               10  WS-RGN-WARM       PIC 9(10).
               10  WS-RGN-COLD       PIC 9(10).
               10  WS-RGN-MASTER-CNT PIC 9(10).

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
       01  WS-RGN-MEAN-ANOM      PIC S9(8)V9.
       01  WS-STN-REGION-OUT     PIC X(8).

       01  WS-MONTHLY-ROWS       PIC 9(10) VALUE 0.
       01  WS-EXCLUDED-ROWS      PIC 9(10) VALUE 0.
       01  WS-NORMALS-WRITTEN    PIC 9(10) VALUE 0.
       01  WS-STATIONS-REPORTED  PIC 9(10) VALUE 0.

       01  WS-EDIT               PIC -(8)9.9.
       01  WS-Z-EDIT             PIC -(4)9.99.
       01  WS-COUNT-EDIT         PIC Z(9)9.
       01  WS-TRIM-SOURCE        PIC X(24).
       01  WS-TRIM-RESULT        PIC X(24).
       01  WS-TRIM-POS           PIC 9(3).
       01  WS-STR-1              PIC X(20).
       01  WS-STR-2              PIC X(20).
       01  WS-STR-3              PIC X(20).
       01  WS-STR-4              PIC X(20).
       01  WS-STR-5              PIC X(20).
       01  WS-STR-6              PIC X(20).
       01  WS-STR-7              PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

      * UNSTRING leaves receivers it finds no token for untouched,
      * so the optional argument must be blanked first or the
      * default could never be told apart from a real value.
           MOVE SPACES TO WS-PARM-MONTH.
           MOVE SPACES TO WS-PARM-COVERAGE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PARM-MONTH WS-PARM-COVERAGE.

           IF WS-PARM-MONTH = SPACES
                   OR WS-PARM-MONTH IS NOT NUMERIC
               DISPLAY "STATIONNORMALS: report month parameter "
                   "(YYYYMM) is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-PARM-MONTH(1:4) TO WS-REPORT-YEAR.
           MOVE WS-PARM-MONTH(5:2) TO WS-REPORT-MM.
           IF WS-REPORT-MM < 1 OR WS-REPORT-MM > 12
               DISPLAY "STATIONNORMALS: invalid report month "
                   WS-PARM-MONTH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PARM-COVERAGE NOT = SPACES
               MOVE FUNCTION NUMVAL(WS-PARM-COVERAGE)
                   TO WS-MIN-COVERAGE
           END-IF.

           STRING
               "anomaly_report_" DELIMITED BY SIZE
               WS-PARM-MONTH DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ANOMALY-FILENAME
           END-STRING.

           PERFORM READ-RUN-CONTROL.
           PERFORM LOAD-STATION-MASTER.
           PERFORM BUILD-NORMALS.
           PERFORM WRITE-REGION-SUMMARY.
           CLOSE ANOMALY-FILE.

           DISPLAY "STATIONNORMALS: monthly rows read:      "
               WS-MONTHLY-ROWS.
           DISPLAY "STATIONNORMALS: rows under coverage:    "
               WS-EXCLUDED-ROWS.
           DISPLAY "STATIONNORMALS: normals written:        "
               WS-NORMALS-WRITTEN.
           DISPLAY "STATIONNORMALS: stations reported:      "
               WS-STATIONS-REPORTED.
           STOP RUN.

      * Only the master-filename key is of interest here; the main
      * job validates the run-control file and owns the other keys.
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
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

      * Station master for the REGION column and the region summary.
      * Without one the station section still runs; only the region
      * summary is skipped, as in the main job's region report.
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
               DISPLAY "NOTICE: no station master, region summary "
                   "skipped"
           END-IF.

       LOAD-STATION-RECORD.
           MOVE SPACES TO WS-STN-FIELD-1.
           MOVE SPACES TO WS-STN-FIELD-2.
           MOVE SPACES TO WS-STN-FIELD-3.
           MOVE SPACES TO WS-STN-FIELD-4.
           UNSTRING STATION-MASTER-RECORD DELIMITED BY ";"
               INTO WS-STN-FIELD-1 WS-STN-FIELD-2
                   WS-STN-FIELD-3 WS-STN-FIELD-4.

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

      * Single pass over the monthly master. Each station's rows
      * feed its twelve calendar-month slots; when the name changes
      * the station's normals are written and its report-month row,
      * if any, is compared against the matching normal.
       BUILD-NORMALS.
           OPEN INPUT MONTHLY-FILE.
           IF WS-MONTHLY-FILE-STATUS NOT = "00"
               CLOSE MONTHLY-FILE
               DISPLAY "STATIONNORMALS: cannot open "
                   WS-MONTHLY-FILENAME(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN OUTPUT NORMALS-FILE.
           OPEN OUTPUT ANOMALY-FILE.
           PERFORM WRITE-ANOMALY-HEADING.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ MONTHLY-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF MONTHLY-RECORD NOT = SPACES
                           PERFORM PROCESS-MONTHLY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.

           PERFORM FINISH-STATION.

           CLOSE MONTHLY-FILE.
           CLOSE NORMALS-FILE.

       WRITE-ANOMALY-HEADING.
           MOVE WS-MIN-COVERAGE TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-1.

           MOVE SPACES TO ANOMALY-RECORD.
           STRING
               "=== MONTHLY ANOMALY REPORT " DELIMITED BY SIZE
               WS-PARM-MONTH DELIMITED BY SIZE
               " (normals from years before " DELIMITED BY SIZE
               WS-REPORT-YEAR DELIMITED BY SIZE
               ", months with coverage >= " DELIMITED BY SIZE
               WS-STR-1 DELIMITED BY SPACE
               "%) ===" DELIMITED BY SIZE
               INTO ANOMALY-RECORD
           END-STRING.
           WRITE ANOMALY-RECORD.

           MOVE SPACES TO ANOMALY-RECORD.
           STRING
               "STATION;REGION;MEAN-AVG;NORMAL;ANOMALY;STDDEV;"
               DELIMITED BY SIZE
               "Z-SCORE;YEARS;COVERAGE-PCT;FLAG"
               DELIMITED BY SIZE
               INTO ANOMALY-RECORD
           END-STRING.
           WRITE ANOMALY-RECORD.

       PROCESS-MONTHLY-ROW.
           MOVE SPACES TO WS-MST-NAME.
           MOVE SPACES TO WS-MST-MONTH.
           MOVE SPACES TO WS-MST-MIN.
           MOVE SPACES TO WS-MST-MAX.
           MOVE SPACES TO WS-MST-AVG.
           MOVE SPACES TO WS-MST-DAYS.
           MOVE SPACES TO WS-MST-COVER.
           UNSTRING MONTHLY-RECORD DELIMITED BY ";"
               INTO WS-MST-NAME WS-MST-MONTH WS-MST-MIN
                   WS-MST-MAX WS-MST-AVG WS-MST-DAYS
                   WS-MST-COVER.

           IF WS-MST-MONTH IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           ADD 1 TO WS-MONTHLY-ROWS.

           IF WS-CUR-ACTIVE = "Y" AND WS-MST-NAME NOT = WS-CUR-NAME
               PERFORM FINISH-STATION
           END-IF.
           IF WS-CUR-ACTIVE = "N"
               PERFORM START-STATION
           END-IF.

           MOVE WS-MST-MONTH(5:2) TO WS-MST-MM.
           IF WS-MST-MM < 1 OR WS-MST-MM > 12
               EXIT PARAGRAPH
           END-IF.
           MOVE FUNCTION NUMVAL(WS-MST-AVG) TO WS-MST-VALUE.
           MOVE FUNCTION NUMVAL(WS-MST-COVER) TO WS-MST-COVER-NUM.

           IF WS-MST-MONTH = WS-PARM-MONTH
               MOVE "Y" TO WS-RPT-FOUND
               MOVE WS-MST-VALUE TO WS-RPT-MEAN
               MOVE WS-MST-COVER-NUM TO WS-RPT-COVER
               EXIT PARAGRAPH
           END-IF.

      * Only earlier years feed the normal; later months (a rerun
      * for an old report month) and the report year itself are
      * left out so the baseline never contains the month it is
      * judging.
           IF WS-MST-MONTH(1:4) NOT < WS-REPORT-YEAR
               EXIT PARAGRAPH
           END-IF.

           IF WS-MST-COVER-NUM < WS-MIN-COVERAGE
               ADD 1 TO WS-EXCLUDED-ROWS
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MST-MM TO WS-NRM-IDX.
           IF WS-NRM-YEARS(WS-NRM-IDX) = 0
               MOVE WS-MST-MONTH(1:4) TO WS-NRM-FIRST(WS-NRM-IDX)
           END-IF.
           MOVE WS-MST-MONTH(1:4) TO WS-NRM-LAST(WS-NRM-IDX).
           ADD 1 TO WS-NRM-YEARS(WS-NRM-IDX).
           ADD WS-MST-VALUE TO WS-NRM-SUM(WS-NRM-IDX).
           COMPUTE WS-NRM-SUMSQ(WS-NRM-IDX) =
               WS-NRM-SUMSQ(WS-NRM-IDX)
               + WS-MST-VALUE * WS-MST-VALUE.

       START-STATION.
           MOVE WS-MST-NAME TO WS-CUR-NAME.
           MOVE "Y" TO WS-CUR-ACTIVE.
           MOVE "N" TO WS-RPT-FOUND.
           PERFORM VARYING WS-NRM-IDX FROM 1 BY 1
               UNTIL WS-NRM-IDX > 12
               MOVE 0 TO WS-NRM-YEARS(WS-NRM-IDX)
               MOVE 0 TO WS-NRM-SUM(WS-NRM-IDX)
               MOVE 0 TO WS-NRM-SUMSQ(WS-NRM-IDX)
               MOVE SPACES TO WS-NRM-FIRST(WS-NRM-IDX)
               MOVE SPACES TO WS-NRM-LAST(WS-NRM-IDX)
           END-PERFORM.

       FINISH-STATION.
           IF WS-CUR-ACTIVE = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-NRM-IDX FROM 1 BY 1
               UNTIL WS-NRM-IDX > 12
               IF WS-NRM-YEARS(WS-NRM-IDX) > 0
                   PERFORM COMPUTE-NORMAL
                   PERFORM WRITE-NORMALS-RECORD
               END-IF
           END-PERFORM.

           IF WS-RPT-FOUND = "Y"
               MOVE WS-REPORT-MM TO WS-NRM-IDX
               PERFORM WRITE-ANOMALY-LINE
           END-IF.

           MOVE "N" TO WS-CUR-ACTIVE.

      * Mean and sample standard deviation of the slot's MEAN-AVG
      * values, from the running sum and sum of squares. A single
      * year has no spread; rounding can leave a hair of negative
      * variance on identical values, which is clamped to zero.
      * The variance is built one step at a time: as a single
      * expression the squared sum loses its scale in the
      * intermediate result and the variance comes back as zero.
       COMPUTE-NORMAL.
           DIVIDE WS-NRM-SUM(WS-NRM-IDX) BY WS-NRM-YEARS(WS-NRM-IDX)
               GIVING WS-NRM-MEAN ROUNDED.

           MOVE 0 TO WS-NRM-STDDEV.
           IF WS-NRM-YEARS(WS-NRM-IDX) > 1
               MULTIPLY WS-NRM-SUM(WS-NRM-IDX)
                   BY WS-NRM-SUM(WS-NRM-IDX)
                   GIVING WS-NRM-VARIANCE ROUNDED
               DIVIDE WS-NRM-VARIANCE BY WS-NRM-YEARS(WS-NRM-IDX)
                   GIVING WS-NRM-VARIANCE ROUNDED
               SUBTRACT WS-NRM-VARIANCE FROM WS-NRM-SUMSQ(WS-NRM-IDX)
                   GIVING WS-NRM-VARIANCE
               SUBTRACT 1 FROM WS-NRM-YEARS(WS-NRM-IDX)
                   GIVING WS-NRM-DEGREES
               DIVIDE WS-NRM-VARIANCE BY WS-NRM-DEGREES
                   GIVING WS-NRM-VARIANCE ROUNDED
               IF WS-NRM-VARIANCE < 0
                   MOVE 0 TO WS-NRM-VARIANCE
               END-IF
               COMPUTE WS-NRM-STDDEV ROUNDED =
                   FUNCTION SQRT(WS-NRM-VARIANCE)
           END-IF.

       WRITE-NORMALS-RECORD.
           MOVE WS-NRM-YEARS(WS-NRM-IDX) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-1.

           MOVE WS-NRM-MEAN TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-2.

           MOVE SPACES TO WS-STR-3.
           IF WS-NRM-YEARS(WS-NRM-IDX) > 1
               MOVE WS-NRM-STDDEV TO WS-EDIT
               MOVE WS-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-STR-3
           END-IF.

           MOVE SPACES TO NORMALS-RECORD.
           STRING
               WS-CUR-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-NRM-IDX DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-STR-1 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-2 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-3 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-NRM-FIRST(WS-NRM-IDX) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-NRM-LAST(WS-NRM-IDX) DELIMITED BY SIZE
               INTO NORMALS-RECORD
           END-STRING.
           WRITE NORMALS-RECORD.
           ADD 1 TO WS-NORMALS-WRITTEN.

      * One station line for the report month. The region comes
      * from the master; a station the master does not know is
      * still listed but stays out of the region summary.
       WRITE-ANOMALY-LINE.
           ADD 1 TO WS-STATIONS-REPORTED.

           MOVE SPACES TO WS-STN-REGION-OUT.
           MOVE 0 TO WS-STN-FOUND.
           IF WS-STATION-LOADED = "Y"
               MOVE WS-CUR-NAME TO WS-CITY-NAME-INPUT
               PERFORM BINARY-SEARCH-STATION
               IF WS-STN-FOUND = 1
                   MOVE WS-STATION-REGION(WS-STN-SEARCH-IDX)
                       TO WS-STN-REGION-OUT
               END-IF
           END-IF.

           MOVE WS-RPT-MEAN TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-1.

           MOVE WS-RPT-COVER TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-7.

           MOVE SPACES TO WS-STR-2.
           MOVE SPACES TO WS-STR-3.
           MOVE SPACES TO WS-STR-4.
           MOVE SPACES TO WS-STR-5.
           MOVE "0" TO WS-STR-6.
           MOVE SPACES TO WS-ANOMALY-FLAG.
           MOVE 0 TO WS-ANOMALY.
           MOVE 0 TO WS-Z-SCORE.

           IF WS-NRM-YEARS(WS-NRM-IDX) = 0
               MOVE "NO-NORMAL" TO WS-ANOMALY-FLAG
           ELSE
               PERFORM COMPUTE-NORMAL
               SUBTRACT WS-NRM-MEAN FROM WS-RPT-MEAN
                   GIVING WS-ANOMALY

               MOVE WS-NRM-MEAN TO WS-EDIT
               MOVE WS-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-STR-2

               MOVE WS-ANOMALY TO WS-EDIT
               MOVE WS-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-STR-3

               MOVE WS-NRM-YEARS(WS-NRM-IDX) TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-STR-6

               IF WS-NRM-YEARS(WS-NRM-IDX) > 1
                   MOVE WS-NRM-STDDEV TO WS-EDIT
                   MOVE WS-EDIT TO WS-TRIM-SOURCE
                   PERFORM TRIM-LEADING-SPACES
                   MOVE WS-TRIM-RESULT TO WS-STR-4
               END-IF

               IF WS-NRM-STDDEV > 0
                   DIVIDE WS-ANOMALY BY WS-NRM-STDDEV
                       GIVING WS-Z-SCORE ROUNDED
                   MOVE WS-Z-SCORE TO WS-Z-EDIT
                   MOVE WS-Z-EDIT TO WS-TRIM-SOURCE
                   PERFORM TRIM-LEADING-SPACES
                   MOVE WS-TRIM-RESULT TO WS-STR-5
                   IF WS-Z-SCORE NOT < WS-SIGMA-LIMIT
                       MOVE "WARM" TO WS-ANOMALY-FLAG
                   END-IF
                   IF WS-Z-SCORE NOT > 0 - WS-SIGMA-LIMIT
                       MOVE "COLD" TO WS-ANOMALY-FLAG
                   END-IF
               END-IF
           END-IF.

           IF WS-RPT-COVER < WS-MIN-COVERAGE
               MOVE "LOW-COVERAGE" TO WS-ANOMALY-FLAG
           END-IF.

           MOVE SPACES TO ANOMALY-RECORD.
           STRING
               WS-CUR-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STN-REGION-OUT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-1 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-2 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-3 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-4 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-5 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-6 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-7 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-ANOMALY-FLAG DELIMITED BY SPACE
               INTO ANOMALY-RECORD
           END-STRING.
           WRITE ANOMALY-RECORD.

           IF WS-STN-FOUND = 1
               PERFORM ACCUMULATE-REGION-ANOMALY
           END-IF.

      * Every reporting station counts toward its region; only those
      * with a normal and a fully covered month feed the region's
      * mean anomaly and WARM/COLD tallies.
       ACCUMULATE-REGION-ANOMALY.
           IF WS-STN-REGION-OUT = SPACES
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-STN-REGION-OUT TO WS-RGN-TARGET.
           PERFORM LOCATE-REGION-ENTRY.
           IF WS-RGN-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RGN-REPORTED(WS-RGN-SEARCH-IDX).
           IF WS-NRM-YEARS(WS-NRM-IDX) = 0
                   OR WS-RPT-COVER < WS-MIN-COVERAGE
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-RGN-COMPARED(WS-RGN-SEARCH-IDX).
           ADD WS-ANOMALY TO WS-RGN-ANOM-SUM(WS-RGN-SEARCH-IDX).
           IF WS-ANOMALY-FLAG = "WARM"
               ADD 1 TO WS-RGN-WARM(WS-RGN-SEARCH-IDX)
           END-IF.
           IF WS-ANOMALY-FLAG = "COLD"
               ADD 1 TO WS-RGN-COLD(WS-RGN-SEARCH-IDX)
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
                       "exceeded, region summary is incomplete"
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
           MOVE 0 TO WS-RGN-REPORTED(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-COMPARED(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-ANOM-SUM(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-WARM(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-COLD(WS-RGN-INSERT-POS).
           MOVE 0 TO WS-RGN-MASTER-CNT(WS-RGN-INSERT-POS).
           MOVE 1 TO WS-RGN-FOUND.
           MOVE WS-RGN-INSERT-POS TO WS-RGN-SEARCH-IDX.

      * Region section of the anomaly report. Master membership is
      * tallied here so a region whose stations all went silent for
      * the month still shows up with nothing reported against its
      * master count.
       WRITE-REGION-SUMMARY.
           IF WS-STATION-LOADED = "N"
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-STATION-COUNT
               IF WS-STATION-REGION(WS-I) NOT = SPACES
                   MOVE WS-STATION-REGION(WS-I) TO WS-RGN-TARGET
                   PERFORM LOCATE-REGION-ENTRY
                   IF WS-RGN-FOUND = 1
                       ADD 1 TO WS-RGN-MASTER-CNT(WS-RGN-SEARCH-IDX)
                   END-IF
               END-IF
           END-PERFORM.

           MOVE SPACES TO ANOMALY-RECORD.
           MOVE "=== REGION SUMMARY ===" TO ANOMALY-RECORD.
           WRITE ANOMALY-RECORD.

           MOVE SPACES TO ANOMALY-RECORD.
           STRING
               "REGION;STATIONS-REPORTING;STATIONS-COMPARED;"
               DELIMITED BY SIZE
               "MEAN-ANOMALY;WARM;COLD;STATIONS-IN-MASTER"
               DELIMITED BY SIZE
               INTO ANOMALY-RECORD
           END-STRING.
           WRITE ANOMALY-RECORD.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-RGN-SIZE
               PERFORM WRITE-REGION-LINE
           END-PERFORM.

       WRITE-REGION-LINE.
           MOVE WS-RGN-REPORTED(WS-I) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-1.

           MOVE WS-RGN-COMPARED(WS-I) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-2.

           MOVE SPACES TO WS-STR-3.
           IF WS-RGN-COMPARED(WS-I) > 0
               DIVIDE WS-RGN-ANOM-SUM(WS-I) BY WS-RGN-COMPARED(WS-I)
                   GIVING WS-RGN-MEAN-ANOM ROUNDED
               MOVE WS-RGN-MEAN-ANOM TO WS-EDIT
               MOVE WS-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-STR-3
           END-IF.

           MOVE WS-RGN-WARM(WS-I) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-4.

           MOVE WS-RGN-COLD(WS-I) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-5.

           MOVE WS-RGN-MASTER-CNT(WS-I) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-6.

           MOVE SPACES TO ANOMALY-RECORD.
           STRING
               WS-RGN-NAME(WS-I) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-1 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-2 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-3 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-4 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-5 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-6 DELIMITED BY SPACE
               INTO ANOMALY-RECORD
           END-STRING.
           WRITE ANOMALY-RECORD.

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
