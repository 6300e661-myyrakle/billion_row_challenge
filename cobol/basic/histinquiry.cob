       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTINQUIRY.

      * Station history inquiry: "what did Oslo look like 3-17
      * March" without grepping the history master. For one station,
      * or every station the master places in a REGION, and a date
      * range, lists the daily MIN/MAX/AVG/COUNT rows from the keyed
      * station history master (station_history.dat) with period
      * totals per station, and for a region a region total as well.
      *
      * Daily rows older than the STATIONMONTHLY retention cutoff no
      * longer exist as days; for that part of the range the monthly
      * summary rows (station_monthly.dat) are listed instead, one
      * per station per month. A consolidated month is only held
      * whole, so a month reaching outside the range is listed as
      * PART-MONTH and its figures cover the whole month.
      *
      * Report (history_inquiry.txt, replaced on every run):
      *   STATION;DATE;SOURCE;MIN;MAX;AVG;READINGS;DAYS
      *   SOURCE is DAY (DATE YYYYMMDD, READINGS the day's count),
      *   MONTH or PART-MONTH (DATE YYYYMM, AVG the mean of the daily
      *   averages, READINGS empty -- the monthly master does not
      *   keep reading counts), and TOTAL on each station's PERIOD
      *   line: lowest MIN, highest MAX, day-weighted mean AVG,
      *   readings of the DAY rows and days covered. A station with
      *   nothing in the range gets a NO-DATA period line.
      *
      * Command line:
      *   STATION <from-YYYYMMDD> <to-YYYYMMDD> <name>
      *   REGION <from-YYYYMMDD> <to-YYYYMMDD> <region>

       ENVIRONMENT DIVISION.
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
           SELECT STATION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-STATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT INQUIRY-FILE ASSIGN TO DYNAMIC WS-INQUIRY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

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

       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(300).

       FD  PARAM-FILE.
       01  PARAM-RECORD          PIC X(300).

       FD  INQUIRY-FILE.
       01  INQUIRY-RECORD        PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-HISTORY-FILENAME   PIC X(256)
                                 VALUE "station_history.dat".
       01  WS-MONTHLY-FILENAME   PIC X(256)
                                 VALUE "station_monthly.dat".
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-INQUIRY-FILENAME   PIC X(256)
                                 VALUE "history_inquiry.txt".
       01  WS-HISTORY-FILE-STATUS PIC X(2).
       01  WS-MONTHLY-FILE-STATUS PIC X(2).
       01  WS-STATION-FILE-STATUS PIC X(2).
       01  WS-PARAM-FILENAME     PIC X(256) VALUE "brc_params.dat".
       01  WS-PARAM-FILE-STATUS  PIC X(2).
       01  WS-PARAM-KEY          PIC X(30).
       01  WS-PARAM-VALUE        PIC X(256).

       01  WS-COMMAND-LINE       PIC X(300) VALUE SPACES.
       01  WS-PARM-MODE          PIC X(10) VALUE SPACES.
       01  WS-PARM-FROM          PIC X(8) VALUE SPACES.
       01  WS-PARM-TO            PIC X(8) VALUE SPACES.
       01  WS-CHECK-DATE         PIC X(8).
       01  WS-CHECK-MM           PIC 9(2).
       01  WS-CHECK-DD           PIC 9(2).
       01  WS-PARM-SUBJECT       PIC X(256) VALUE SPACES.
       01  WS-FROM-MONTH         PIC X(6).
       01  WS-TO-MONTH           PIC X(6).
       01  WS-TO-MONTH-END       PIC X(1) VALUE "N".
       01  WS-DATE-NUM           PIC 9(8).
       01  WS-DATE-INT           PIC 9(8).
       01  WS-NEXT-DATE          PIC 9(8).

      * Stations in the inquiry, kept sorted by name: the one named
      * station, or the master stations of the requested region.
       01  WS-SEL-TABLE.
           05  WS-SEL-ENTRY OCCURS 50000 TIMES.
               10  WS-SEL-NAME       PIC X(256).

       01  WS-SEL-COUNT          PIC 9(10) VALUE 0.
       01  WS-SEL-IDX            PIC 9(10).
       01  WS-SEL-FOUND          PIC 9 VALUE 0.
       01  WS-SEL-SEARCH-IDX     PIC 9(10).
       01  WS-SEL-LOW            PIC 9(10).
       01  WS-SEL-HIGH           PIC 9(10).
       01  WS-SEL-MID            PIC 9(10).
       01  WS-SEL-INSERT-POS     PIC 9(10).
       01  WS-SEL-WARNED         PIC X(1) VALUE "N".
       01  WS-CITY-NAME-INPUT    PIC X(256).
       01  WS-I                  PIC 9(10).

       01  WS-STN-FIELD-1        PIC X(256).
       01  WS-STN-FIELD-2        PIC X(20).
       01  WS-STN-FIELD-3        PIC X(20).

      * Monthly rows of the selected stations whose month overlaps
      * the range, in monthly-master order (name then month).
       01  WS-MTH-TABLE.
           05  WS-MTH-ENTRY OCCURS 50000 TIMES.
               10  WS-MTH-NAME       PIC X(256).
               10  WS-MTH-MONTH      PIC X(6).
               10  WS-MTH-MIN        PIC X(20).
               10  WS-MTH-MAX        PIC X(20).
               10  WS-MTH-AVG        PIC X(20).
               10  WS-MTH-DAYS       PIC X(20).

       01  WS-MTH-COUNT          PIC 9(10) VALUE 0.
       01  WS-MTH-IDX            PIC 9(10) VALUE 1.
       01  WS-MTH-WARNED         PIC X(1) VALUE "N".

       01  WS-MST-NAME           PIC X(256).
       01  WS-MST-MONTH          PIC X(6).
       01  WS-MST-MIN            PIC X(20).
       01  WS-MST-MAX            PIC X(20).
       01  WS-MST-AVG            PIC X(20).
       01  WS-MST-DAYS           PIC X(20).
       01  WS-MST-COVER          PIC X(20).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-HIST-EOF           PIC X(1) VALUE "N".
       01  WS-HIST-OPEN          PIC X(1) VALUE "N".

      * Detail line staging shared by the DAY and MONTH rows.
       01  WS-OUT-DATE           PIC X(8).
       01  WS-OUT-SOURCE         PIC X(10).
       01  WS-OUT-MIN            PIC X(20).
       01  WS-OUT-MAX            PIC X(20).
       01  WS-OUT-AVG            PIC X(20).
       01  WS-OUT-READINGS       PIC X(20).
       01  WS-OUT-DAYS           PIC X(20).
       01  WS-ROW-MIN            PIC S9(8)V9.
       01  WS-ROW-MAX            PIC S9(8)V9.
       01  WS-ROW-AVG            PIC S9(8)V9.
       01  WS-ROW-DAYS           PIC 9(5).
       01  WS-ROW-READINGS       PIC 9(10).
       01  WS-ROW-WORK           PIC S9(17)V9.

      * Period totals for the station being listed and for the
      * whole selection. The mean is weighted by days covered, so a
      * monthly row counts for every day it summarizes.
       01  WS-STN-TOTALS.
           05  WS-STN-ROWS           PIC 9(10).
           05  WS-STN-MIN            PIC S9(8)V9.
           05  WS-STN-MAX            PIC S9(8)V9.
           05  WS-STN-AVG-SUM        PIC S9(17)V9.
           05  WS-STN-DAYS           PIC 9(10).
           05  WS-STN-READINGS       PIC 9(12).
       01  WS-ALL-TOTALS.
           05  WS-ALL-ROWS           PIC 9(10) VALUE 0.
           05  WS-ALL-MIN            PIC S9(8)V9 VALUE 0.
           05  WS-ALL-MAX            PIC S9(8)V9 VALUE 0.
           05  WS-ALL-AVG-SUM        PIC S9(17)V9 VALUE 0.
           05  WS-ALL-DAYS           PIC 9(10) VALUE 0.
           05  WS-ALL-READINGS       PIC 9(12) VALUE 0.
       01  WS-STATIONS-WITH-DATA PIC 9(10) VALUE 0.
       01  WS-DAY-ROWS           PIC 9(10) VALUE 0.
       01  WS-MONTH-ROWS         PIC 9(10) VALUE 0.

       01  WS-TOT-LABEL          PIC X(256).
       01  WS-TOT-ROWS           PIC 9(10).
       01  WS-TOT-MIN            PIC S9(8)V9.
       01  WS-TOT-MAX            PIC S9(8)V9.
       01  WS-TOT-AVG-SUM        PIC S9(17)V9.
       01  WS-TOT-DAYS           PIC 9(10).
       01  WS-TOT-READINGS       PIC 9(12).
       01  WS-TOT-MEAN           PIC S9(8)V9.

       01  WS-EDIT               PIC -(8)9.9.
       01  WS-COUNT-EDIT         PIC Z(11)9.
       01  WS-TRIM-SOURCE        PIC X(24).
       01  WS-TRIM-RESULT        PIC X(24).
       01  WS-TRIM-POS           PIC 9(3).
       01  WS-STR-1              PIC X(20).
       01  WS-STR-2              PIC X(20).
       01  WS-STR-3              PIC X(20).
       01  WS-STR-4              PIC X(20).
       01  WS-STR-5              PIC X(20).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

      * UNSTRING leaves receivers it finds no token for untouched,
      * so every argument is blanked first and a short command line
      * is caught by the checks below.
           MOVE SPACES TO WS-PARM-MODE.
           MOVE SPACES TO WS-PARM-FROM.
           MOVE SPACES TO WS-PARM-TO.
           MOVE SPACES TO WS-PARM-SUBJECT.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PARM-MODE WS-PARM-FROM WS-PARM-TO
                   WS-PARM-SUBJECT.

           IF (WS-PARM-MODE NOT = "STATION"
                   AND WS-PARM-MODE NOT = "REGION")
                   OR WS-PARM-SUBJECT = SPACES
               DISPLAY "HISTINQUIRY: usage"
               DISPLAY "  STATION <from> <to> <name>"
               DISPLAY "  REGION <from> <to> <region>"
               DISPLAY "  dates as YYYYMMDD"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-PARM-FROM IS NOT NUMERIC
                   OR WS-PARM-TO IS NOT NUMERIC
                   OR WS-PARM-FROM > WS-PARM-TO
               DISPLAY "HISTINQUIRY: invalid date range "
                   WS-PARM-FROM " " WS-PARM-TO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-FROM TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-ARG.
           MOVE WS-PARM-TO TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-ARG.

           MOVE WS-PARM-FROM(1:6) TO WS-FROM-MONTH.
           MOVE WS-PARM-TO(1:6) TO WS-TO-MONTH.

      * The range ends on a month end when the following day falls
      * in the next month; only then is the last month covered whole.
           MOVE WS-PARM-TO TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM) + 1.
           COMPUTE WS-NEXT-DATE =
               FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           IF WS-NEXT-DATE(5:2) NOT = WS-PARM-TO(5:2)
               MOVE "Y" TO WS-TO-MONTH-END
           END-IF.

           PERFORM READ-RUN-CONTROL.
           PERFORM SELECT-STATIONS.
           PERFORM LOAD-MONTHLY-ROWS.
           PERFORM OPEN-HISTORY-MASTER.

           OPEN OUTPUT INQUIRY-FILE.
           PERFORM WRITE-INQUIRY-HEADING.

           MOVE 1 TO WS-MTH-IDX.
           PERFORM VARYING WS-SEL-IDX FROM 1 BY 1
               UNTIL WS-SEL-IDX > WS-SEL-COUNT
               PERFORM REPORT-STATION
           END-PERFORM.

           IF WS-PARM-MODE = "REGION"
               PERFORM WRITE-REGION-TOTAL
           END-IF.

           CLOSE INQUIRY-FILE.
           IF WS-HIST-OPEN = "Y"
               CLOSE HISTORY-FILE
           END-IF.

           DISPLAY "HISTINQUIRY: stations in inquiry:  " WS-SEL-COUNT.
           DISPLAY "HISTINQUIRY: stations with data:   "
               WS-STATIONS-WITH-DATA.
           DISPLAY "HISTINQUIRY: daily rows listed:    " WS-DAY-ROWS.
           DISPLAY "HISTINQUIRY: monthly rows listed:  "
               WS-MONTH-ROWS.
           DISPLAY "HISTINQUIRY: report written to "
               WS-INQUIRY-FILENAME(1:40).
           STOP RUN.

      * Numeric already; the month and day must also be plausible,
      * or the date arithmetic quietly goes wrong.
       CHECK-DATE-ARG.
           MOVE WS-CHECK-DATE(5:2) TO WS-CHECK-MM.
           MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DD.
           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                   OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               DISPLAY "HISTINQUIRY: not a valid date: " WS-CHECK-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

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

      * A STATION inquiry takes the name as given -- a RETIRED or
      * since-removed station still has its history. A REGION
      * inquiry needs the master to know which stations it holds.
       SELECT-STATIONS.
           IF WS-PARM-MODE = "STATION"
               MOVE 1 TO WS-SEL-COUNT
               MOVE WS-PARM-SUBJECT TO WS-SEL-NAME(1)
               EXIT PARAGRAPH
           END-IF.

           OPEN INPUT STATION-MASTER-FILE.
           IF WS-STATION-FILE-STATUS NOT = "00"
               CLOSE STATION-MASTER-FILE
               DISPLAY "HISTINQUIRY: cannot open "
                   WS-STATION-FILENAME(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ STATION-MASTER-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF STATION-MASTER-RECORD NOT = SPACES
                           PERFORM SELECT-STATION-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE STATION-MASTER-FILE.

           IF WS-SEL-COUNT = 0
               DISPLAY "HISTINQUIRY: no stations in region "
                   WS-PARM-SUBJECT(1:20)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SELECT-STATION-RECORD.
           MOVE SPACES TO WS-STN-FIELD-1.
           MOVE SPACES TO WS-STN-FIELD-2.
           MOVE SPACES TO WS-STN-FIELD-3.
           UNSTRING STATION-MASTER-RECORD DELIMITED BY ";"
               INTO WS-STN-FIELD-1 WS-STN-FIELD-2 WS-STN-FIELD-3.

           IF WS-STN-FIELD-3 NOT = WS-PARM-SUBJECT
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STN-FIELD-1 TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-SELECTION.

           IF WS-SEL-FOUND = 0
               IF WS-SEL-COUNT < 50000
                   PERFORM INSERT-SELECTED-STATION
               ELSE
                   IF WS-SEL-WARNED = "N"
                       DISPLAY "WARNING: station table capacity "
                           "(50000) exceeded, ignoring further "
                           "master rows"
                       MOVE "Y" TO WS-SEL-WARNED
                   END-IF
               END-IF
           END-IF.

       BINARY-SEARCH-SELECTION.
           MOVE 0 TO WS-SEL-FOUND.
           MOVE 1 TO WS-SEL-LOW.
           MOVE WS-SEL-COUNT TO WS-SEL-HIGH.

           PERFORM UNTIL WS-SEL-LOW > WS-SEL-HIGH
                   OR WS-SEL-FOUND = 1
               ADD WS-SEL-LOW WS-SEL-HIGH GIVING WS-SEL-MID
               DIVIDE WS-SEL-MID BY 2 GIVING WS-SEL-MID
               IF WS-SEL-NAME(WS-SEL-MID) = WS-CITY-NAME-INPUT
                   MOVE 1 TO WS-SEL-FOUND
                   MOVE WS-SEL-MID TO WS-SEL-SEARCH-IDX
               ELSE
                   IF WS-SEL-NAME(WS-SEL-MID) < WS-CITY-NAME-INPUT
                       ADD 1 TO WS-SEL-MID GIVING WS-SEL-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-SEL-MID
                           GIVING WS-SEL-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-SEL-FOUND = 0
               MOVE WS-SEL-LOW TO WS-SEL-INSERT-POS
           END-IF.

       INSERT-SELECTED-STATION.
           PERFORM VARYING WS-I FROM WS-SEL-COUNT BY -1
               UNTIL WS-I < WS-SEL-INSERT-POS
               MOVE WS-SEL-ENTRY(WS-I) TO WS-SEL-ENTRY(WS-I + 1)
           END-PERFORM.

           ADD 1 TO WS-SEL-COUNT.
           MOVE WS-CITY-NAME-INPUT TO WS-SEL-NAME(WS-SEL-INSERT-POS).

      * Single pass over the monthly master keeping the rows of the
      * selected stations whose month overlaps the range. No monthly
      * master just means nothing has been consolidated yet.
       LOAD-MONTHLY-ROWS.
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
                       IF MONTHLY-RECORD NOT = SPACES
                           PERFORM KEEP-MONTHLY-ROW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE MONTHLY-FILE.

       KEEP-MONTHLY-ROW.
           MOVE SPACES TO WS-MST-NAME.
           MOVE SPACES TO WS-MST-MONTH.
           MOVE SPACES TO WS-MST-MIN.
           MOVE SPACES TO WS-MST-MAX.
           MOVE SPACES TO WS-MST-AVG.
           MOVE SPACES TO WS-MST-DAYS.
           MOVE SPACES TO WS-MST-COVER.
           UNSTRING MONTHLY-RECORD DELIMITED BY ";"
               INTO WS-MST-NAME WS-MST-MONTH WS-MST-MIN WS-MST-MAX
                   WS-MST-AVG WS-MST-DAYS WS-MST-COVER.

           IF WS-MST-MONTH < WS-FROM-MONTH
                   OR WS-MST-MONTH > WS-TO-MONTH
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-MST-NAME TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-SELECTION.
           IF WS-SEL-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           IF WS-MTH-COUNT >= 50000
               IF WS-MTH-WARNED = "N"
                   DISPLAY "WARNING: monthly row capacity (50000) "
                       "exceeded, ignoring further monthly rows"
                   MOVE "Y" TO WS-MTH-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-MTH-COUNT.
           MOVE WS-MST-NAME TO WS-MTH-NAME(WS-MTH-COUNT).
           MOVE WS-MST-MONTH TO WS-MTH-MONTH(WS-MTH-COUNT).
           MOVE WS-MST-MIN TO WS-MTH-MIN(WS-MTH-COUNT).
           MOVE WS-MST-MAX TO WS-MTH-MAX(WS-MTH-COUNT).
           MOVE WS-MST-AVG TO WS-MTH-AVG(WS-MTH-COUNT).
           MOVE WS-MST-DAYS TO WS-MTH-DAYS(WS-MTH-COUNT).

      * No history master yet is not an error: whatever the monthly
      * master holds is still listed.
       OPEN-HISTORY-MASTER.
           OPEN INPUT HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS = "00"
               MOVE "Y" TO WS-HIST-OPEN
           ELSE
               DISPLAY "NOTICE: no station history master, daily "
                   "rows not listed"
           END-IF.

       WRITE-INQUIRY-HEADING.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING
               "=== HISTORY INQUIRY " DELIMITED BY SIZE
               WS-PARM-MODE DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-PARM-SUBJECT DELIMITED BY SPACE
               " " DELIMITED BY SIZE
               WS-PARM-FROM DELIMITED BY SIZE
               " TO " DELIMITED BY SIZE
               WS-PARM-TO DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.

           MOVE SPACES TO INQUIRY-RECORD.
           STRING
               "STATION;DATE;SOURCE;MIN;MAX;AVG;READINGS;DAYS"
               DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.

      * One station: its consolidated months first (they are always
      * the older part of the range), then its daily rows read
      * straight off the key from the start of the range, then the
      * period line.
       REPORT-STATION.
           MOVE 0 TO WS-STN-ROWS.
           MOVE 0 TO WS-STN-MIN.
           MOVE 0 TO WS-STN-MAX.
           MOVE 0 TO WS-STN-AVG-SUM.
           MOVE 0 TO WS-STN-DAYS.
           MOVE 0 TO WS-STN-READINGS.

      * The monthly rows are in the same name order as the
      * selection, so one cursor walks them across all stations.
           PERFORM UNTIL WS-MTH-IDX > WS-MTH-COUNT
                   OR WS-MTH-NAME(WS-MTH-IDX)
                       >= WS-SEL-NAME(WS-SEL-IDX)
               ADD 1 TO WS-MTH-IDX
           END-PERFORM.
           PERFORM UNTIL WS-MTH-IDX > WS-MTH-COUNT
                   OR WS-MTH-NAME(WS-MTH-IDX)
                       NOT = WS-SEL-NAME(WS-SEL-IDX)
               PERFORM LIST-MONTHLY-ROW
               ADD 1 TO WS-MTH-IDX
           END-PERFORM.

           IF WS-HIST-OPEN = "Y"
                   AND WS-SEL-NAME(WS-SEL-IDX)(101:) = SPACES
               PERFORM LIST-DAILY-ROWS
           END-IF.

           MOVE WS-SEL-NAME(WS-SEL-IDX) TO WS-TOT-LABEL.
           MOVE WS-STN-ROWS TO WS-TOT-ROWS.
           MOVE WS-STN-MIN TO WS-TOT-MIN.
           MOVE WS-STN-MAX TO WS-TOT-MAX.
           MOVE WS-STN-AVG-SUM TO WS-TOT-AVG-SUM.
           MOVE WS-STN-DAYS TO WS-TOT-DAYS.
           MOVE WS-STN-READINGS TO WS-TOT-READINGS.
           PERFORM WRITE-PERIOD-LINE.

           IF WS-STN-ROWS > 0
               ADD 1 TO WS-STATIONS-WITH-DATA
               IF WS-ALL-ROWS = 0
                   MOVE WS-STN-MIN TO WS-ALL-MIN
                   MOVE WS-STN-MAX TO WS-ALL-MAX
               ELSE
                   IF WS-STN-MIN < WS-ALL-MIN
                       MOVE WS-STN-MIN TO WS-ALL-MIN
                   END-IF
                   IF WS-STN-MAX > WS-ALL-MAX
                       MOVE WS-STN-MAX TO WS-ALL-MAX
                   END-IF
               END-IF
               ADD WS-STN-ROWS TO WS-ALL-ROWS
               ADD WS-STN-AVG-SUM TO WS-ALL-AVG-SUM
               ADD WS-STN-DAYS TO WS-ALL-DAYS
               ADD WS-STN-READINGS TO WS-ALL-READINGS
           END-IF.

       LIST-MONTHLY-ROW.
           MOVE WS-MTH-MONTH(WS-MTH-IDX) TO WS-OUT-DATE.
           MOVE "MONTH" TO WS-OUT-SOURCE.
           IF WS-MTH-MONTH(WS-MTH-IDX) = WS-FROM-MONTH
                   AND WS-PARM-FROM(7:2) NOT = "01"
               MOVE "PART-MONTH" TO WS-OUT-SOURCE
           END-IF.
           IF WS-MTH-MONTH(WS-MTH-IDX) = WS-TO-MONTH
                   AND WS-TO-MONTH-END = "N"
               MOVE "PART-MONTH" TO WS-OUT-SOURCE
           END-IF.
           MOVE WS-MTH-MIN(WS-MTH-IDX) TO WS-OUT-MIN.
           MOVE WS-MTH-MAX(WS-MTH-IDX) TO WS-OUT-MAX.
           MOVE WS-MTH-AVG(WS-MTH-IDX) TO WS-OUT-AVG.
           MOVE SPACES TO WS-OUT-READINGS.
           MOVE WS-MTH-DAYS(WS-MTH-IDX) TO WS-OUT-DAYS.

           MOVE FUNCTION NUMVAL(WS-OUT-DAYS) TO WS-ROW-DAYS.
           MOVE 0 TO WS-ROW-READINGS.
           PERFORM ACCUMULATE-ROW.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-MONTH-ROWS.

      * Positioned on the station at the start of the range, the
      * walk stops at the first row past the end date or belonging
      * to the next station.
       LIST-DAILY-ROWS.
           MOVE "N" TO WS-HIST-EOF.
           MOVE WS-SEL-NAME(WS-SEL-IDX) TO HISTORY-STATION.
           MOVE WS-PARM-FROM TO HISTORY-DATE.
           START HISTORY-FILE KEY IS NOT LESS THAN HISTORY-KEY
               INVALID KEY
                   MOVE "Y" TO WS-HIST-EOF
           END-START.
           IF WS-HIST-EOF = "N"
               PERFORM READ-NEXT-HISTORY
           END-IF.

           PERFORM UNTIL WS-HIST-EOF = "Y"
                   OR HISTORY-STATION NOT = WS-SEL-NAME(WS-SEL-IDX)
                   OR HISTORY-DATE > WS-PARM-TO
               PERFORM LIST-DAILY-ROW
               PERFORM READ-NEXT-HISTORY
           END-PERFORM.

       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-EOF
           END-READ.

       LIST-DAILY-ROW.
           MOVE HISTORY-DATE TO WS-OUT-DATE.
           MOVE "DAY" TO WS-OUT-SOURCE.
           MOVE HISTORY-MIN TO WS-OUT-MIN.
           MOVE HISTORY-MAX TO WS-OUT-MAX.
           MOVE HISTORY-AVG TO WS-OUT-AVG.
           MOVE HISTORY-COUNT TO WS-OUT-READINGS.
           MOVE "1" TO WS-OUT-DAYS.

           MOVE 1 TO WS-ROW-DAYS.
           MOVE FUNCTION NUMVAL(HISTORY-COUNT) TO WS-ROW-READINGS.
           PERFORM ACCUMULATE-ROW.
           PERFORM WRITE-DETAIL-LINE.
           ADD 1 TO WS-DAY-ROWS.

       ACCUMULATE-ROW.
           MOVE FUNCTION NUMVAL(WS-OUT-MIN) TO WS-ROW-MIN.
           MOVE FUNCTION NUMVAL(WS-OUT-MAX) TO WS-ROW-MAX.
           MOVE FUNCTION NUMVAL(WS-OUT-AVG) TO WS-ROW-AVG.

           IF WS-STN-ROWS = 0
               MOVE WS-ROW-MIN TO WS-STN-MIN
               MOVE WS-ROW-MAX TO WS-STN-MAX
           ELSE
               IF WS-ROW-MIN < WS-STN-MIN
                   MOVE WS-ROW-MIN TO WS-STN-MIN
               END-IF
               IF WS-ROW-MAX > WS-STN-MAX
                   MOVE WS-ROW-MAX TO WS-STN-MAX
               END-IF
           END-IF.

           MULTIPLY WS-ROW-AVG BY WS-ROW-DAYS GIVING WS-ROW-WORK.
           ADD WS-ROW-WORK TO WS-STN-AVG-SUM.
           ADD WS-ROW-DAYS TO WS-STN-DAYS.
           ADD WS-ROW-READINGS TO WS-STN-READINGS.
           ADD 1 TO WS-STN-ROWS.

       WRITE-DETAIL-LINE.
           MOVE SPACES TO INQUIRY-RECORD.
           STRING
               WS-SEL-NAME(WS-SEL-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OUT-DATE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OUT-SOURCE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OUT-MIN DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OUT-MAX DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OUT-AVG DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OUT-READINGS DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-OUT-DAYS DELIMITED BY SPACE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.

       WRITE-REGION-TOTAL.
           MOVE SPACES TO WS-TOT-LABEL.
           STRING
               "REGION " DELIMITED BY SIZE
               WS-PARM-SUBJECT DELIMITED BY SPACE
               INTO WS-TOT-LABEL
           END-STRING.
           MOVE WS-ALL-ROWS TO WS-TOT-ROWS.
           MOVE WS-ALL-MIN TO WS-TOT-MIN.
           MOVE WS-ALL-MAX TO WS-TOT-MAX.
           MOVE WS-ALL-AVG-SUM TO WS-TOT-AVG-SUM.
           MOVE WS-ALL-DAYS TO WS-TOT-DAYS.
           MOVE WS-ALL-READINGS TO WS-TOT-READINGS.
           PERFORM WRITE-PERIOD-LINE.

           MOVE WS-SEL-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-1.
           MOVE WS-STATIONS-WITH-DATA TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-2.

           MOVE SPACES TO INQUIRY-RECORD.
           STRING
               "=== STATIONS IN REGION " DELIMITED BY SIZE
               WS-STR-1 DELIMITED BY SPACE
               ", WITH DATA " DELIMITED BY SIZE
               WS-STR-2 DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.

      * Period line for WS-TOT-LABEL from the WS-TOT- staging.
       WRITE-PERIOD-LINE.
           MOVE SPACES TO INQUIRY-RECORD.
           IF WS-TOT-ROWS = 0
               STRING
                   WS-TOT-LABEL DELIMITED BY "  "
                   ";PERIOD;NO-DATA;;;;0;0" DELIMITED BY SIZE
                   INTO INQUIRY-RECORD
               END-STRING
               WRITE INQUIRY-RECORD
               EXIT PARAGRAPH
           END-IF.

           DIVIDE WS-TOT-AVG-SUM BY WS-TOT-DAYS
               GIVING WS-TOT-MEAN ROUNDED.

           MOVE WS-TOT-MIN TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-1.

           MOVE WS-TOT-MAX TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-2.

           MOVE WS-TOT-MEAN TO WS-EDIT.
           MOVE WS-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-3.

           MOVE WS-TOT-READINGS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-4.

           MOVE WS-TOT-DAYS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-5.

           STRING
               WS-TOT-LABEL DELIMITED BY "  "
               ";PERIOD;TOTAL;" DELIMITED BY SIZE
               WS-STR-1 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-2 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-3 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-4 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-5 DELIMITED BY SPACE
               INTO INQUIRY-RECORD
           END-STRING.
           WRITE INQUIRY-RECORD.

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
