       IDENTIFICATION DIVISION.
       PROGRAM-ID. STATIONTRIAGE.

      * Unknown-station triage across a range of business dates.
      * Every day's unknown_stations_DATE.txt (and the _pNN files a
      * partitioned run leaves) holds one NAME;VALUE;REASON row per
      * reading from a name the master did not accept -- REASON is
      * UNKNOWN for a name not in stations.dat, RETIRED for a
      * retired station. The same typo repeats thousands of times a
      * day, so this job rolls every file in the range up to one line
      * per distinct name and writes:
      *   - triage_report_FROM_TO.txt: per name the reading count,
      *     UNKNOWN/RETIRED split, first and last date seen, days
      *     seen, the closest master station by spelling (edit
      *     distance, case ignored) and the proposed action;
      *   - triage_actions_FROM_TO.txt: the proposed actions as
      *     VERB;NAME;ARG;ARG transactions for data stewardship to
      *     review:
      *       ADD;<name>;;        not close to any master name -- a
      *                           new site; ID and REGION are left
      *                           empty for the steward to fill in
      *       TYPO;<name>;<master> close enough to a master station
      *                           to be a misspelling of it; fixed at
      *                           the sender, no master change
      *       ACTIVATE;<name>     a retired station still reporting
      *   A name the master has since accepted as ACTIVE needs no
      *   action and is reported as RESOLVED.
      *
      * A day whose files have already been moved by HOUSEKEEP is
      * read from its archive_DATE/ directory instead.
      *
      * Command line: <from-YYYYMMDD> [to-YYYYMMDD]
      *   to-YYYYMMDD defaults to the from date.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT UNKNOWN-FILE ASSIGN TO DYNAMIC WS-UNKNOWN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNKNOWN-FILE-STATUS.
           SELECT STATION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-STATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIONS-FILE ASSIGN TO DYNAMIC WS-ACTIONS-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNKNOWN-FILE.
       01  UNKNOWN-RECORD        PIC X(300).

       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(300).

       FD  PARAM-FILE.
       01  PARAM-RECORD          PIC X(300).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(400).

       FD  ACTIONS-FILE.
       01  ACTIONS-RECORD        PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-UNKNOWN-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-PARAM-FILENAME     PIC X(256) VALUE "brc_params.dat".
       01  WS-REPORT-FILENAME    PIC X(256) VALUE SPACES.
       01  WS-ACTIONS-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-UNKNOWN-FILE-STATUS PIC X(2).
       01  WS-STATION-FILE-STATUS PIC X(2).
       01  WS-PARAM-FILE-STATUS  PIC X(2).
       01  WS-PARAM-KEY          PIC X(30).
       01  WS-PARAM-VALUE        PIC X(256).

       01  WS-COMMAND-LINE       PIC X(80) VALUE SPACES.
       01  WS-PARM-FROM          PIC X(8) VALUE SPACES.
       01  WS-PARM-TO            PIC X(8) VALUE SPACES.
       01  WS-CHECK-DATE         PIC X(8).
       01  WS-CHECK-MM           PIC 9(2).
       01  WS-CHECK-DD           PIC 9(2).

       01  WS-SCAN-NUM           PIC 9(8).
       01  WS-SCAN-INT           PIC 9(8).
       01  WS-MAX-INT            PIC 9(8).
       01  WS-SCAN-DATE          PIC X(8).
       01  WS-RANGE-DAYS         PIC 9(8).

      * Candidate files for one business date: the day file, then
      * the partition files _p01.._p99, each tried in the working
      * directory first and then under archive_DATE/.
       01  WS-BASE-FILENAME      PIC X(256).
       01  WS-ARCHIVE-DIR        PIC X(30).
      * Loop counter is a digit wider than the two-digit filename
      * tag so the 1..99 sweep can terminate without wrapping.
       01  WS-PART-IDX           PIC 9(3).
       01  WS-PART-NUM           PIC 9(2).
       01  WS-DATE-FILES         PIC 9(5).

       01  WS-STATION-TABLE.
           05  WS-STATION-ENTRY OCCURS 50000 TIMES.
               10  WS-STATION-NAME     PIC X(256).
               10  WS-STATION-ID       PIC X(8).
               10  WS-STATION-REGION   PIC X(8).
               10  WS-STATION-STATUS   PIC X(8).
               10  WS-STATION-MATCH    PIC X(40).
               10  WS-STATION-LEN      PIC 9(3).

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
       01  WS-CITY-NAME-INPUT    PIC X(256).

      * One entry per distinct name seen, kept sorted by name.
       01  WS-TRIAGE-TABLE.
           05  WS-TRG-ENTRY OCCURS 10000 TIMES.
               10  WS-TRG-NAME         PIC X(256).
               10  WS-TRG-READINGS     PIC 9(10).
               10  WS-TRG-UNKNOWN      PIC 9(10).
               10  WS-TRG-RETIRED      PIC 9(10).
               10  WS-TRG-FIRST        PIC X(8).
               10  WS-TRG-LAST         PIC X(8).
               10  WS-TRG-DAYS         PIC 9(5).

       01  WS-TRG-COUNT          PIC 9(5) VALUE 0.
       01  WS-TRG-FOUND          PIC 9 VALUE 0.
       01  WS-TRG-SEARCH-IDX     PIC 9(5).
       01  WS-TRG-LOW            PIC 9(5).
       01  WS-TRG-HIGH           PIC 9(5).
       01  WS-TRG-MID            PIC 9(5).
       01  WS-TRG-INSERT-POS     PIC 9(5).
       01  WS-TRG-J              PIC 9(5).
       01  WS-TRG-WARNED         PIC X(1) VALUE "N".

       01  WS-UNK-NAME           PIC X(256).
       01  WS-UNK-VALUE          PIC X(20).
       01  WS-UNK-REASON         PIC X(20).

      * Edit distance (insertions, deletions and substitutions)
      * between two upper-cased names, on their first 40 characters,
      * one matrix row at a time. Row entry J+1 holds the distance
      * to the first J characters of the master name.
       01  WS-LEV-A              PIC X(40).
       01  WS-LEV-A-LEN          PIC 9(3).
       01  WS-LEV-B              PIC X(40).
       01  WS-LEV-B-LEN          PIC 9(3).
       01  WS-LEV-PREV-ROW.
           05  WS-LEV-PREV OCCURS 41 TIMES PIC 9(3).
       01  WS-LEV-CURR-ROW.
           05  WS-LEV-CURR OCCURS 41 TIMES PIC 9(3).
       01  WS-LEV-I              PIC 9(3).
       01  WS-LEV-J              PIC 9(3).
       01  WS-LEV-COST           PIC 9(3).
       01  WS-LEV-CELL           PIC 9(3).
       01  WS-LEV-ROW-MIN        PIC 9(3).
       01  WS-LEV-DIST           PIC 9(3).
       01  WS-LEN-DIFF           PIC 9(3).
       01  WS-LEN-SCAN           PIC X(40).
       01  WS-LEN-RESULT         PIC 9(3).

       01  WS-BEST-DIST          PIC 9(3).
       01  WS-BEST-IDX           PIC 9(10).
       01  WS-BEST-NAME          PIC X(256).
       01  WS-TYPO-LIMIT         PIC 9(3).
       01  WS-PROPOSED-ACTION    PIC X(10).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(10).
       01  WS-FILES-READ         PIC 9(10) VALUE 0.
       01  WS-DATES-MISSING      PIC 9(10) VALUE 0.
       01  WS-ROWS-READ          PIC 9(10) VALUE 0.
       01  WS-ADD-COUNT          PIC 9(10) VALUE 0.
       01  WS-TYPO-COUNT         PIC 9(10) VALUE 0.
       01  WS-ACTIVATE-COUNT     PIC 9(10) VALUE 0.
       01  WS-RESOLVED-COUNT     PIC 9(10) VALUE 0.

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

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

      * UNSTRING leaves receivers it finds no token for untouched,
      * so the optional argument must be blanked first or the
      * default could never be told apart from a real value.
           MOVE SPACES TO WS-PARM-FROM.
           MOVE SPACES TO WS-PARM-TO.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PARM-FROM WS-PARM-TO.

           IF WS-PARM-FROM = SPACES
                   OR WS-PARM-FROM IS NOT NUMERIC
               DISPLAY "STATIONTRIAGE: from date parameter "
                   "(YYYYMMDD) is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-PARM-TO = SPACES
               MOVE WS-PARM-FROM TO WS-PARM-TO
           END-IF.
           IF WS-PARM-TO IS NOT NUMERIC
                   OR WS-PARM-TO < WS-PARM-FROM
               DISPLAY "STATIONTRIAGE: invalid date range "
                   WS-PARM-FROM " " WS-PARM-TO
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARM-FROM TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-ARG.
           MOVE WS-PARM-TO TO WS-CHECK-DATE.
           PERFORM CHECK-DATE-ARG.

           STRING
               "triage_report_" DELIMITED BY SIZE
               WS-PARM-FROM DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-PARM-TO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           STRING
               "triage_actions_" DELIMITED BY SIZE
               WS-PARM-FROM DELIMITED BY SIZE
               "_" DELIMITED BY SIZE
               WS-PARM-TO DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-ACTIONS-FILENAME
           END-STRING.

           PERFORM READ-RUN-CONTROL.
           PERFORM LOAD-STATION-MASTER.
           PERFORM SCAN-DATE-RANGE.
           PERFORM WRITE-TRIAGE-OUTPUT.

           DISPLAY "STATIONTRIAGE: files read:        " WS-FILES-READ.
           DISPLAY "STATIONTRIAGE: dates with no file: "
               WS-DATES-MISSING.
           DISPLAY "STATIONTRIAGE: readings rolled up: "
               WS-ROWS-READ.
           DISPLAY "STATIONTRIAGE: distinct names:     "
               WS-TRG-COUNT.
           DISPLAY "STATIONTRIAGE: proposed ADD:       "
               WS-ADD-COUNT.
           DISPLAY "STATIONTRIAGE: proposed TYPO:      "
               WS-TYPO-COUNT.
           DISPLAY "STATIONTRIAGE: proposed ACTIVATE:  "
               WS-ACTIVATE-COUNT.
           STOP RUN.

      * Numeric already; the month and day must also be plausible,
      * or the date arithmetic quietly goes wrong.
       CHECK-DATE-ARG.
           MOVE WS-CHECK-DATE(5:2) TO WS-CHECK-MM.
           MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DD.
           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                   OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               DISPLAY "STATIONTRIAGE: not a valid date: " WS-CHECK-DATE
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

      * The master is what every name is matched against, so a
      * missing master is a hard error rather than a warning.
       LOAD-STATION-MASTER.
           OPEN INPUT STATION-MASTER-FILE.

           IF WS-STATION-FILE-STATUS NOT = "00"
               CLOSE STATION-MASTER-FILE
               DISPLAY "STATIONTRIAGE: cannot open station master "
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
                           PERFORM LOAD-STATION-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE STATION-MASTER-FILE.

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

      * The upper-cased match key and its length are worked out
      * once here so the distance scan does not redo them for every
      * unknown name.
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
           MOVE FUNCTION UPPER-CASE(WS-CITY-NAME-INPUT(1:40))
               TO WS-STATION-MATCH(WS-STN-INSERT-POS).
           MOVE WS-STATION-MATCH(WS-STN-INSERT-POS) TO WS-LEN-SCAN.
           PERFORM FIND-NAME-LENGTH.
           MOVE WS-LEN-RESULT TO WS-STATION-LEN(WS-STN-INSERT-POS).

       FIND-NAME-LENGTH.
           MOVE 40 TO WS-LEN-RESULT.
           PERFORM UNTIL WS-LEN-RESULT = 0
                   OR WS-LEN-SCAN(WS-LEN-RESULT:1) NOT = SPACE
               SUBTRACT 1 FROM WS-LEN-RESULT
           END-PERFORM.

      * Day-number walk over the range so month and year boundaries
      * come out right; bounded like HOUSEKEEP's scan so a mistyped
      * year cannot start a decades-long probe.
       SCAN-DATE-RANGE.
           MOVE FUNCTION NUMVAL(WS-PARM-FROM) TO WS-SCAN-NUM.
           COMPUTE WS-SCAN-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAN-NUM).
           MOVE FUNCTION NUMVAL(WS-PARM-TO) TO WS-SCAN-NUM.
           COMPUTE WS-MAX-INT =
               FUNCTION INTEGER-OF-DATE(WS-SCAN-NUM).

           SUBTRACT WS-SCAN-INT FROM WS-MAX-INT
               GIVING WS-RANGE-DAYS.
           IF WS-RANGE-DAYS > 3700
               DISPLAY "STATIONTRIAGE: range wider than ten years, "
                   "refusing to scan"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-SCAN-INT > WS-MAX-INT
               COMPUTE WS-SCAN-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-SCAN-INT)
               MOVE WS-SCAN-NUM TO WS-SCAN-DATE
               PERFORM READ-ONE-DATE
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.

       READ-ONE-DATE.
           MOVE 0 TO WS-DATE-FILES.
           MOVE SPACES TO WS-ARCHIVE-DIR.
           STRING
               "archive_" DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               INTO WS-ARCHIVE-DIR
           END-STRING.

           MOVE SPACES TO WS-BASE-FILENAME.
           STRING
               "unknown_stations_" DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-BASE-FILENAME
           END-STRING.
           PERFORM READ-CANDIDATE-FILE.

           PERFORM VARYING WS-PART-IDX FROM 1 BY 1
               UNTIL WS-PART-IDX > 99
               MOVE WS-PART-IDX TO WS-PART-NUM
               MOVE SPACES TO WS-BASE-FILENAME
               STRING
                   "unknown_stations_" DELIMITED BY SIZE
                   WS-SCAN-DATE DELIMITED BY SIZE
                   "_p" DELIMITED BY SIZE
                   WS-PART-NUM DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-BASE-FILENAME
               END-STRING
               PERFORM READ-CANDIDATE-FILE
           END-PERFORM.

           IF WS-DATE-FILES = 0
               ADD 1 TO WS-DATES-MISSING
           END-IF.

      * Tries WS-BASE-FILENAME in the working directory, then in
      * the date's archive directory; a file in neither place is
      * simply not there for that date.
       READ-CANDIDATE-FILE.
           MOVE WS-BASE-FILENAME TO WS-UNKNOWN-FILENAME.
           OPEN INPUT UNKNOWN-FILE.
           IF WS-UNKNOWN-FILE-STATUS NOT = "00"
               CLOSE UNKNOWN-FILE
               MOVE SPACES TO WS-UNKNOWN-FILENAME
               STRING
                   WS-ARCHIVE-DIR DELIMITED BY SPACE
                   "/" DELIMITED BY SIZE
                   WS-BASE-FILENAME DELIMITED BY SPACE
                   INTO WS-UNKNOWN-FILENAME
               END-STRING
               OPEN INPUT UNKNOWN-FILE
               IF WS-UNKNOWN-FILE-STATUS NOT = "00"
                   CLOSE UNKNOWN-FILE
                   EXIT PARAGRAPH
               END-IF
           END-IF.

           ADD 1 TO WS-FILES-READ.
           ADD 1 TO WS-DATE-FILES.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ UNKNOWN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF UNKNOWN-RECORD NOT = SPACES
                           PERFORM ROLL-UP-UNKNOWN-ROW
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE UNKNOWN-FILE.

       ROLL-UP-UNKNOWN-ROW.
           MOVE SPACES TO WS-UNK-NAME.
           MOVE SPACES TO WS-UNK-VALUE.
           MOVE SPACES TO WS-UNK-REASON.
           UNSTRING UNKNOWN-RECORD DELIMITED BY ";"
               INTO WS-UNK-NAME WS-UNK-VALUE WS-UNK-REASON.

           IF WS-UNK-NAME = SPACES
               EXIT PARAGRAPH
           END-IF.

           PERFORM LOCATE-TRIAGE-ENTRY.
           IF WS-TRG-FOUND = 0
               EXIT PARAGRAPH
           END-IF.

           ADD 1 TO WS-ROWS-READ.
           ADD 1 TO WS-TRG-READINGS(WS-TRG-SEARCH-IDX).
           IF WS-UNK-REASON = "RETIRED"
               ADD 1 TO WS-TRG-RETIRED(WS-TRG-SEARCH-IDX)
           ELSE
               ADD 1 TO WS-TRG-UNKNOWN(WS-TRG-SEARCH-IDX)
           END-IF.

      * Dates are walked in ascending order, so the first date is
      * set once and a new last date means a new day seen.
           IF WS-TRG-FIRST(WS-TRG-SEARCH-IDX) = SPACES
               MOVE WS-SCAN-DATE TO WS-TRG-FIRST(WS-TRG-SEARCH-IDX)
           END-IF.
           IF WS-TRG-LAST(WS-TRG-SEARCH-IDX) NOT = WS-SCAN-DATE
               MOVE WS-SCAN-DATE TO WS-TRG-LAST(WS-TRG-SEARCH-IDX)
               ADD 1 TO WS-TRG-DAYS(WS-TRG-SEARCH-IDX)
           END-IF.

      * WS-TRIAGE-TABLE is kept sorted by name. A missing name is
      * inserted zeroed; WS-TRG-FOUND = 1 on return means
      * WS-TRG-SEARCH-IDX points at WS-UNK-NAME's entry.
       LOCATE-TRIAGE-ENTRY.
           MOVE 0 TO WS-TRG-FOUND.
           MOVE 1 TO WS-TRG-LOW.
           MOVE WS-TRG-COUNT TO WS-TRG-HIGH.

           PERFORM UNTIL WS-TRG-LOW > WS-TRG-HIGH
                   OR WS-TRG-FOUND = 1
               ADD WS-TRG-LOW WS-TRG-HIGH GIVING WS-TRG-MID
               DIVIDE WS-TRG-MID BY 2 GIVING WS-TRG-MID
               IF WS-TRG-NAME(WS-TRG-MID) = WS-UNK-NAME
                   MOVE 1 TO WS-TRG-FOUND
                   MOVE WS-TRG-MID TO WS-TRG-SEARCH-IDX
               ELSE
                   IF WS-TRG-NAME(WS-TRG-MID) < WS-UNK-NAME
                       ADD 1 TO WS-TRG-MID GIVING WS-TRG-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-TRG-MID
                           GIVING WS-TRG-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-TRG-FOUND = 1
               EXIT PARAGRAPH
           END-IF.

           IF WS-TRG-COUNT >= 10000
               IF WS-TRG-WARNED = "N"
                   DISPLAY "WARNING: triage table capacity (10000) "
                       "exceeded, further new names not rolled up"
                   MOVE "Y" TO WS-TRG-WARNED
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-TRG-LOW TO WS-TRG-INSERT-POS.
           PERFORM VARYING WS-TRG-J FROM WS-TRG-COUNT BY -1
               UNTIL WS-TRG-J < WS-TRG-INSERT-POS
               MOVE WS-TRG-ENTRY(WS-TRG-J)
                   TO WS-TRG-ENTRY(WS-TRG-J + 1)
           END-PERFORM.

           ADD 1 TO WS-TRG-COUNT.
           MOVE WS-UNK-NAME TO WS-TRG-NAME(WS-TRG-INSERT-POS).
           MOVE 0 TO WS-TRG-READINGS(WS-TRG-INSERT-POS).
           MOVE 0 TO WS-TRG-UNKNOWN(WS-TRG-INSERT-POS).
           MOVE 0 TO WS-TRG-RETIRED(WS-TRG-INSERT-POS).
           MOVE SPACES TO WS-TRG-FIRST(WS-TRG-INSERT-POS).
           MOVE SPACES TO WS-TRG-LAST(WS-TRG-INSERT-POS).
           MOVE 0 TO WS-TRG-DAYS(WS-TRG-INSERT-POS).
           MOVE 1 TO WS-TRG-FOUND.
           MOVE WS-TRG-INSERT-POS TO WS-TRG-SEARCH-IDX.

       WRITE-TRIAGE-OUTPUT.
           OPEN OUTPUT REPORT-FILE.
           OPEN OUTPUT ACTIONS-FILE.

           MOVE SPACES TO REPORT-RECORD.
           STRING
               "=== UNKNOWN-STATION TRIAGE " DELIMITED BY SIZE
               WS-PARM-FROM DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               WS-PARM-TO DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE SPACES TO REPORT-RECORD.
           STRING
               "NAME;READINGS;UNKNOWN;RETIRED;FIRST-SEEN;LAST-SEEN;"
               DELIMITED BY SIZE
               "DAYS-SEEN;CLOSEST-MASTER;DISTANCE;PROPOSED"
               DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           PERFORM VARYING WS-TRG-J FROM 1 BY 1
               UNTIL WS-TRG-J > WS-TRG-COUNT
               PERFORM TRIAGE-ONE-NAME
               PERFORM WRITE-TRIAGE-LINE
               PERFORM WRITE-ACTION-RECORD
           END-PERFORM.

           IF WS-TRG-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "(no unknown or retired station readings in range)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           CLOSE REPORT-FILE.
           CLOSE ACTIONS-FILE.

      * Decides the proposed action for one rolled-up name. The
      * master is checked first: a name now in the master is either
      * a retired station still reporting or one added since the
      * readings were diverted. Otherwise the closest master name
      * decides between TYPO and ADD -- a name within a third of its
      * own length in edits (at least one) reads as a misspelling.
       TRIAGE-ONE-NAME.
           MOVE SPACES TO WS-BEST-NAME.
           MOVE 0 TO WS-BEST-DIST.

           MOVE WS-TRG-NAME(WS-TRG-J) TO WS-CITY-NAME-INPUT.
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 1
               MOVE WS-STATION-NAME(WS-STN-SEARCH-IDX)
                   TO WS-BEST-NAME
               IF WS-STATION-STATUS(WS-STN-SEARCH-IDX) = "RETIRED"
                   MOVE "ACTIVATE" TO WS-PROPOSED-ACTION
                   ADD 1 TO WS-ACTIVATE-COUNT
               ELSE
                   MOVE "RESOLVED" TO WS-PROPOSED-ACTION
                   ADD 1 TO WS-RESOLVED-COUNT
               END-IF
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION UPPER-CASE(WS-TRG-NAME(WS-TRG-J)(1:40))
               TO WS-LEV-A.
           MOVE WS-LEV-A TO WS-LEN-SCAN.
           PERFORM FIND-NAME-LENGTH.
           MOVE WS-LEN-RESULT TO WS-LEV-A-LEN.

           DIVIDE WS-LEV-A-LEN BY 3 GIVING WS-TYPO-LIMIT.
           IF WS-TYPO-LIMIT < 1
               MOVE 1 TO WS-TYPO-LIMIT
           END-IF.

           PERFORM FIND-CLOSEST-STATION.

           IF WS-BEST-IDX > 0 AND WS-BEST-DIST NOT > WS-TYPO-LIMIT
               MOVE "TYPO" TO WS-PROPOSED-ACTION
               ADD 1 TO WS-TYPO-COUNT
           ELSE
               MOVE "ADD" TO WS-PROPOSED-ACTION
               ADD 1 TO WS-ADD-COUNT
           END-IF.

      * Scans the whole master for the smallest edit distance. The
      * best distance so far bounds the work: a master name whose
      * length alone differs by more cannot beat it, and a row of
      * the matrix that is already past it abandons that candidate.
      * Ties keep the first (alphabetically lowest) master name.
       FIND-CLOSEST-STATION.
           MOVE 0 TO WS-BEST-IDX.
           MOVE 999 TO WS-BEST-DIST.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-STATION-COUNT
                   OR WS-BEST-DIST = 0
               IF WS-STATION-LEN(WS-I) > WS-LEV-A-LEN
                   SUBTRACT WS-LEV-A-LEN FROM WS-STATION-LEN(WS-I)
                       GIVING WS-LEN-DIFF
               ELSE
                   SUBTRACT WS-STATION-LEN(WS-I) FROM WS-LEV-A-LEN
                       GIVING WS-LEN-DIFF
               END-IF
               IF WS-LEN-DIFF < WS-BEST-DIST
                   MOVE WS-STATION-MATCH(WS-I) TO WS-LEV-B
                   MOVE WS-STATION-LEN(WS-I) TO WS-LEV-B-LEN
                   PERFORM COMPUTE-EDIT-DISTANCE
                   IF WS-LEV-DIST < WS-BEST-DIST
                       MOVE WS-LEV-DIST TO WS-BEST-DIST
                       MOVE WS-I TO WS-BEST-IDX
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-BEST-IDX > 0
               MOVE WS-STATION-NAME(WS-BEST-IDX) TO WS-BEST-NAME
           END-IF.

      * Classic two-row edit distance between WS-LEV-A and WS-LEV-B.
      * Gives up early (WS-LEV-DIST = 999) once every cell of a row
      * exceeds WS-BEST-DIST, since the final distance can only grow
      * from there.
       COMPUTE-EDIT-DISTANCE.
           PERFORM VARYING WS-LEV-J FROM 0 BY 1
               UNTIL WS-LEV-J > WS-LEV-B-LEN
               MOVE WS-LEV-J TO WS-LEV-PREV(WS-LEV-J + 1)
           END-PERFORM.

           PERFORM VARYING WS-LEV-I FROM 1 BY 1
               UNTIL WS-LEV-I > WS-LEV-A-LEN
               MOVE WS-LEV-I TO WS-LEV-CURR(1)
               MOVE WS-LEV-I TO WS-LEV-ROW-MIN
               PERFORM VARYING WS-LEV-J FROM 1 BY 1
                   UNTIL WS-LEV-J > WS-LEV-B-LEN
                   PERFORM COMPUTE-DISTANCE-CELL
               END-PERFORM
               IF WS-LEV-ROW-MIN > WS-BEST-DIST
                   MOVE 999 TO WS-LEV-DIST
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-LEV-CURR-ROW TO WS-LEV-PREV-ROW
           END-PERFORM.

           MOVE WS-LEV-PREV(WS-LEV-B-LEN + 1) TO WS-LEV-DIST.

      * One matrix cell: the cheapest of deleting from A, inserting
      * into A, or substituting (free when the characters match).
       COMPUTE-DISTANCE-CELL.
           IF WS-LEV-A(WS-LEV-I:1) = WS-LEV-B(WS-LEV-J:1)
               MOVE 0 TO WS-LEV-COST
           ELSE
               MOVE 1 TO WS-LEV-COST
           END-IF.

           ADD WS-LEV-PREV(WS-LEV-J) WS-LEV-COST
               GIVING WS-LEV-CELL.
           IF WS-LEV-PREV(WS-LEV-J + 1) + 1 < WS-LEV-CELL
               ADD 1 TO WS-LEV-PREV(WS-LEV-J + 1)
                   GIVING WS-LEV-CELL
           END-IF.
           IF WS-LEV-CURR(WS-LEV-J) + 1 < WS-LEV-CELL
               ADD 1 TO WS-LEV-CURR(WS-LEV-J)
                   GIVING WS-LEV-CELL
           END-IF.

           MOVE WS-LEV-CELL TO WS-LEV-CURR(WS-LEV-J + 1).
           IF WS-LEV-CELL < WS-LEV-ROW-MIN
               MOVE WS-LEV-CELL TO WS-LEV-ROW-MIN
           END-IF.

       WRITE-TRIAGE-LINE.
           MOVE WS-TRG-READINGS(WS-TRG-J) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-1.

           MOVE WS-TRG-UNKNOWN(WS-TRG-J) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-2.

           MOVE WS-TRG-RETIRED(WS-TRG-J) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-3.

           MOVE WS-TRG-DAYS(WS-TRG-J) TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE WS-TRIM-RESULT TO WS-STR-4.

           MOVE SPACES TO WS-STR-5.
           IF WS-BEST-NAME NOT = SPACES
               MOVE WS-BEST-DIST TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               MOVE WS-TRIM-RESULT TO WS-STR-5
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           STRING
               WS-TRG-NAME(WS-TRG-J) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-1 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-2 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-3 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-TRG-FIRST(WS-TRG-J) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-TRG-LAST(WS-TRG-J) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-STR-4 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-BEST-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-STR-5 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-PROPOSED-ACTION DELIMITED BY SPACE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

      * Transaction line for the steward's review file; RESOLVED
      * names need nothing and are left out.
       WRITE-ACTION-RECORD.
           MOVE SPACES TO ACTIONS-RECORD.
           EVALUATE WS-PROPOSED-ACTION
               WHEN "ADD"
                   STRING
                       "ADD;" DELIMITED BY SIZE
                       WS-TRG-NAME(WS-TRG-J) DELIMITED BY SPACE
                       ";;" DELIMITED BY SIZE
                       INTO ACTIONS-RECORD
                   END-STRING
               WHEN "TYPO"
                   STRING
                       "TYPO;" DELIMITED BY SIZE
                       WS-TRG-NAME(WS-TRG-J) DELIMITED BY SPACE
                       ";" DELIMITED BY SIZE
                       WS-BEST-NAME DELIMITED BY SPACE
                       INTO ACTIONS-RECORD
                   END-STRING
               WHEN "ACTIVATE"
                   STRING
                       "ACTIVATE;" DELIMITED BY SIZE
                       WS-TRG-NAME(WS-TRG-J) DELIMITED BY SPACE
                       INTO ACTIONS-RECORD
                   END-STRING
               WHEN OTHER
                   EXIT PARAGRAPH
           END-EVALUATE.
           WRITE ACTIONS-RECORD.

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
