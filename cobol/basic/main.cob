           SELECT UNKNOWN-TEMP-FILE
               ASSIGN TO DYNAMIC WS-UNKNOWN-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT XWALK-FILE ASSIGN TO DYNAMIC WS-XWALK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWALK-FILE-STATUS.
           SELECT UNMAPPED-FILE ASSIGN TO DYNAMIC WS-UNMAPPED-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-UNMAPPED-FILE-STATUS.
           SELECT UNMAPPED-TEMP-FILE
               ASSIGN TO DYNAMIC WS-UNMAPPED-TEMP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT QUARANTINE-FILE
               ASSIGN TO DYNAMIC WS-QUARANTINE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.
           SELECT GATE-FILE ASSIGN TO DYNAMIC WS-GATE-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL XMIT-LOG-FILE
               ASSIGN TO DYNAMIC WS-XMIT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  UNKNOWN-TEMP-FILE.
       01  UNKNOWN-TEMP-RECORD   PIC X(300).

       FD  XWALK-FILE.
       01  XWALK-RECORD          PIC X(300).

       FD  UNMAPPED-FILE.
       01  UNMAPPED-RECORD       PIC X(300).

       FD  UNMAPPED-TEMP-FILE.
       01  UNMAPPED-TEMP-RECORD  PIC X(300).

       FD  QUARANTINE-FILE.
       01  QUARANTINE-RECORD     PIC X(300).

       FD  GATE-FILE.
       01  GATE-RECORD           PIC X(200).

       FD  XMIT-LOG-FILE.
       01  XMIT-LOG-RECORD       PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-PARM-DATE          PIC X(8)  VALUE SPACES.
       01  WS-INPUT-FILENAME     PIC X(256) VALUE SPACES.
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-UNKNOWN-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-UNKNOWN-TEMP-FILENAME PIC X(256) VALUE SPACES.
       01  WS-XWALK-FILENAME     PIC X(256) VALUE "partner_xwalk.dat".
       01  WS-UNMAPPED-FILENAME  PIC X(256) VALUE SPACES.
       01  WS-UNMAPPED-TEMP-FILENAME PIC X(256) VALUE SPACES.
       01  WS-QUARANTINE-FILENAME PIC X(256) VALUE SPACES.
       01  WS-QUARANTINE-TEMP-FILENAME PIC X(256) VALUE SPACES.
       01  WS-BATCH-LEDGER-FILENAME PIC X(256)
       01  WS-PARAM-VALUE        PIC X(256).
       01  WS-PARAM-LINE-NO      PIC 9(5) VALUE 0.
       01  WS-PARAM-NUM          PIC S9(8)V9.
      * Month lengths for vetting a season-start MMDD (February at
      * 28 so the start exists every year).
       01  WS-MONTH-DAYS-TABLE   PIC X(24)
                                 VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TBL REDEFINES WS-MONTH-DAYS-TABLE.
           05  WS-MONTH-DAYS     PIC 9(2) OCCURS 12 TIMES.
       01  WS-SEASON-MM          PIC 9(2).
       01  WS-SEASON-DD          PIC 9(2).

      * End-of-run data-quality gate: the reject, quarantine,
      * suspect, and unknown/retired counts as percentages of lines
       01  WS-STN-FIELD-5        PIC X(20).
       01  WS-STN-FIELD-6        PIC X(20).

      * Partner station-code crosswalk (partner_xwalk.dat, one
      * CODE;STATION-NAME record per partner code, maintained by
      * XWALKMAINT), loaded once at start of run and kept sorted by
      * code. An FW reading's 10-character code is translated to the
      * master station name through it before station validation,
      * so partner and classic readings for one place land on one
      * station. A code with no crosswalk entry is routed to the
      * unmapped-codes report, kept apart from the unknown-stations
      * report so onboarding a new partner site is not confused
      * with a misspelled name. With no crosswalk file at all the
      * raw codes pass straight through as before (warned once).
       01  WS-XWALK-TABLE.
           05  WS-XWALK-ENTRY OCCURS 50000 TIMES.
               10  WS-XWALK-CODE     PIC X(10).
               10  WS-XWALK-NAME     PIC X(256).

       01  WS-XWALK-COUNT        PIC 9(10) VALUE 0.
       01  WS-XWALK-LOADED       PIC X(1) VALUE "N".
       01  WS-XWALK-WARNED       PIC X(1) VALUE "N".
       01  WS-XWALK-FILE-STATUS  PIC X(2).
       01  WS-XW-FOUND           PIC 9 VALUE 0.
       01  WS-XW-SEARCH-IDX      PIC 9(10).
       01  WS-XW-LOW             PIC 9(10).
       01  WS-XW-HIGH            PIC 9(10).
       01  WS-XW-MID             PIC 9(10).
       01  WS-XW-INSERT-POS      PIC 9(10).
       01  WS-XW-TARGET          PIC X(10).
       01  WS-XW-FIELD-1         PIC X(20).
       01  WS-XW-FIELD-2         PIC X(256).
       01  WS-PARTNER-CODE       PIC X(10).

       01  WS-UNMAPPED-FILE-STATUS PIC X(2).
       01  WS-UNMAPPED-OPEN      PIC X(1) VALUE "N".
       01  WS-UNMAPPED-COUNT     PIC 9(10) VALUE 0.

      * Semantic QC band for readings that parse cleanly but cannot
      * be real weather: anything outside the plausible band is
      * quarantined before it can poison a station's min/max/total.
       01  WS-CKPT-FIELD-20      PIC X(20).
       01  WS-CKPT-FIELD-21      PIC X(20).
       01  WS-CKPT-FIELD-22      PIC X(20).
       01  WS-CKPT-FIELD-23      PIC X(20).
       01  WS-CKPT-STATUS-FLD    PIC X(20).
       01  WS-RESUMED-RUN        PIC X(1) VALUE "N".
       01  WS-CKPT-LINE          PIC X(1024).
       01  WS-TRUNC-EOF          PIC X(1).
       01  WS-UNKNOWN-ROWS       PIC 9(10).
       01  WS-QUARANTINE-ROWS    PIC 9(10).
       01  WS-UNMAPPED-ROWS      PIC 9(10).
       01  WS-TRUNC-RET-CODE     PIC S9(9) COMP-5.

       01  WS-TOPN-SIZE          PIC 9(2) VALUE 10.
       01  WS-TOPN-START         PIC 9(2).
       01  WS-TOPN-J             PIC 9(2).

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
           ACCEPT WS-START-TIME FROM TIME.
               PERFORM WRITE-RUN-LEDGER
           END-IF.
           PERFORM LOAD-STATION-MASTER.
           PERFORM LOAD-PARTNER-XWALK.
           PERFORM PROCESS-FILE.
           PERFORM RECONCILE-BATCH.
           IF WS-PARTITION-MODE = "Y"
               MOVE "rejects.txt" TO WS-REJECT-FILENAME
               MOVE "topn_report.txt" TO WS-TOPN-FILENAME
               MOVE "unknown_stations.txt" TO WS-UNKNOWN-FILENAME
               MOVE "unmapped_codes.txt" TO WS-UNMAPPED-FILENAME
               MOVE "quarantine.txt" TO WS-QUARANTINE-FILENAME
               MOVE "distribution_report.txt"
                   TO WS-DISTRIBUTION-FILENAME
                   ".txt" DELIMITED BY SIZE
                   INTO WS-UNKNOWN-FILENAME
               END-STRING
               STRING
                   "unmapped_codes_" DELIMITED BY SIZE
                   WS-PARM-DATE DELIMITED BY SIZE
                   ".txt" DELIMITED BY SIZE
                   INTO WS-UNMAPPED-FILENAME
               END-STRING
               STRING
                   "quarantine_" DELIMITED BY SIZE
                   WS-PARM-DATE DELIMITED BY SIZE
               INTO WS-QUARANTINE-TEMP-FILENAME
           END-STRING.

           STRING
               WS-UNMAPPED-FILENAME DELIMITED BY SPACE
               ".tmp" DELIMITED BY SIZE
               INTO WS-UNMAPPED-TEMP-FILENAME
           END-STRING.

      * Applies brc_params.dat over the defaults. Every line must be
      * a known keyword=value pair (or blank, or a column-1 "*"
      * comment); anything else stops the run before any file is
               WHEN "BATCH-LEDGER-FILE"
                   MOVE WS-PARAM-VALUE
                       TO WS-BATCH-LEDGER-FILENAME
               WHEN "XWALK-FILE"
                   MOVE WS-PARAM-VALUE TO WS-XWALK-FILENAME
               WHEN "GATE-MAX-REJECT-PCT"
                   PERFORM CHECK-GATE-PARAM
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                   PERFORM CHECK-GATE-PARAM
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-GATE-MAX-UNKNOWN-PCT
      * Used by ACKRECON, not here; vetted with the rest so a bad
      * value stops the daily run instead of the reconciliation.
               WHEN "ACK-OVERDUE-DAYS"
                   PERFORM CHECK-PARAM-NUMERIC
      * Degree-day bases and season starts, used by DEGREEDAYS.
               WHEN "HDD-BASE"
                   PERFORM CHECK-PARAM-NUMERIC
               WHEN "CDD-BASE"
                   PERFORM CHECK-PARAM-NUMERIC
               WHEN "HDD-SEASON-START"
                   PERFORM CHECK-SEASON-START
               WHEN "CDD-SEASON-START"
                   PERFORM CHECK-SEASON-START
               WHEN OTHER
                   DISPLAY "ERROR: run control line "
                       WS-PARAM-LINE-NO " has unknown keyword "
               STOP RUN
           END-IF.

      * A season start is a calendar day, MMDD, that every year has.
       CHECK-SEASON-START.
           IF WS-PARAM-VALUE(1:4) IS NOT NUMERIC
                   OR WS-PARAM-VALUE(5:) NOT = SPACES
               DISPLAY "ERROR: run control line " WS-PARAM-LINE-NO
                   " season start must be MMDD"
               CLOSE PARAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-PARAM-VALUE(1:2) TO WS-SEASON-MM.
           MOVE WS-PARAM-VALUE(3:2) TO WS-SEASON-DD.
           IF WS-SEASON-MM < 1 OR WS-SEASON-MM > 12
               DISPLAY "ERROR: run control line " WS-PARAM-LINE-NO
                   " season start month must be 01..12"
               CLOSE PARAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-SEASON-DD < 1
                   OR WS-SEASON-DD > WS-MONTH-DAYS(WS-SEASON-MM)
               DISPLAY "ERROR: run control line " WS-PARAM-LINE-NO
                   " season start day is not in the month"
               CLOSE PARAM-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       PARSE-PARTITION-PARM.
           IF WS-CMD-PART-OF NOT = "OF"
               DISPLAY "ERROR: partition parameter must be "
               INTO WS-QUARANTINE-FILENAME
           END-STRING.

           MOVE SPACES TO WS-UNMAPPED-FILENAME.
           STRING
               "unmapped_codes" DELIMITED BY SIZE
               WS-PART-TAG DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-UNMAPPED-FILENAME
           END-STRING.

           MOVE SPACES TO WS-OVERFLOW-RAW-FILENAME.
           STRING
               "overflow_raw" DELIMITED BY SIZE
               MOVE "N" TO WS-STATION-QC-FLAG(WS-STN-BAND-IDX)
           END-IF.

      * Loads the partner crosswalk into the sorted WS-XWALK-TABLE.
      * The crosswalk is optional like the master: a site with no
      * partner feed never needs one, and an FW run without it keeps
      * the old raw-code behavior (TRANSLATE-PARTNER-CODE warns).
       LOAD-PARTNER-XWALK.
           OPEN INPUT XWALK-FILE.

           IF WS-XWALK-FILE-STATUS NOT = "00"
               CLOSE XWALK-FILE
               EXIT PARAGRAPH
           END-IF.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ XWALK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF XWALK-RECORD NOT = SPACES
                           PERFORM LOAD-XWALK-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           MOVE "Y" TO WS-XWALK-LOADED.
           CLOSE XWALK-FILE.

       LOAD-XWALK-RECORD.
           MOVE SPACES TO WS-XW-FIELD-1.
           MOVE SPACES TO WS-XW-FIELD-2.
           UNSTRING XWALK-RECORD DELIMITED BY ";"
               INTO WS-XW-FIELD-1 WS-XW-FIELD-2.

           MOVE WS-XW-FIELD-1 TO WS-XW-TARGET.
           PERFORM BINARY-SEARCH-XWALK.

           IF WS-XW-FOUND = 1
               MOVE WS-XW-FIELD-2 TO WS-XWALK-NAME(WS-XW-SEARCH-IDX)
           ELSE
               IF WS-XWALK-COUNT < 50000
                   PERFORM VARYING WS-I FROM WS-XWALK-COUNT BY -1
                       UNTIL WS-I < WS-XW-INSERT-POS
                       MOVE WS-XWALK-ENTRY(WS-I)
                           TO WS-XWALK-ENTRY(WS-I + 1)
                   END-PERFORM
                   ADD 1 TO WS-XWALK-COUNT
                   MOVE WS-XW-TARGET
                       TO WS-XWALK-CODE(WS-XW-INSERT-POS)
                   MOVE WS-XW-FIELD-2
                       TO WS-XWALK-NAME(WS-XW-INSERT-POS)
               ELSE
                   DISPLAY
                       "WARNING: crosswalk capacity (50000) "
                       "exceeded, ignoring further crosswalk rows"
               END-IF
           END-IF.

       BINARY-SEARCH-XWALK.
           MOVE 0 TO WS-XW-FOUND.
           MOVE 1 TO WS-XW-LOW.
           MOVE WS-XWALK-COUNT TO WS-XW-HIGH.

           PERFORM UNTIL WS-XW-LOW > WS-XW-HIGH
                   OR WS-XW-FOUND = 1
               ADD WS-XW-LOW WS-XW-HIGH GIVING WS-XW-MID
               DIVIDE WS-XW-MID BY 2 GIVING WS-XW-MID
               IF WS-XWALK-CODE(WS-XW-MID) = WS-XW-TARGET
                   MOVE 1 TO WS-XW-FOUND
                   MOVE WS-XW-MID TO WS-XW-SEARCH-IDX
               ELSE
                   IF WS-XWALK-CODE(WS-XW-MID) < WS-XW-TARGET
                       ADD 1 TO WS-XW-MID GIVING WS-XW-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-XW-MID
                           GIVING WS-XW-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-XW-FOUND = 0
               MOVE WS-XW-LOW TO WS-XW-INSERT-POS
           END-IF.

      * Swaps an FW reading's partner code in WS-CITY-NAME-INPUT for
      * the master station name it is mapped to. On return
      * WS-XW-FOUND = 0 means the code is not in the crosswalk and
      * the caller routes the reading to the unmapped-codes report.
       TRANSLATE-PARTNER-CODE.
           IF WS-XWALK-LOADED = "N"
               IF WS-XWALK-WARNED = "N"
                   DISPLAY "WARNING: partner crosswalk "
                       WS-XWALK-FILENAME(1:30) " not found, FW "
                       "station codes used as station names"
                   MOVE "Y" TO WS-XWALK-WARNED
               END-IF
               MOVE 1 TO WS-XW-FOUND
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-CITY-NAME-INPUT TO WS-PARTNER-CODE.
           MOVE WS-PARTNER-CODE TO WS-XW-TARGET.
           PERFORM BINARY-SEARCH-XWALK.
           IF WS-XW-FOUND = 1
               MOVE WS-XWALK-NAME(WS-XW-SEARCH-IDX)
                   TO WS-CITY-NAME-INPUT
           END-IF.

       PROCESS-FILE.
           PERFORM LOAD-CHECKPOINT.

               CLOSE UNKNOWN-FILE
           END-IF.

           IF WS-UNMAPPED-OPEN = "Y"
               CLOSE UNMAPPED-FILE
           END-IF.

           IF WS-QUARANTINE-OPEN = "Y"
               CLOSE QUARANTINE-FILE
           END-IF.
                       MOVE SPACES TO WS-CKPT-FIELD-20
                       MOVE SPACES TO WS-CKPT-FIELD-21
                       MOVE SPACES TO WS-CKPT-FIELD-22
                       MOVE SPACES TO WS-CKPT-FIELD-23
                       UNSTRING CHECKPOINT-RECORD DELIMITED BY ";"
                           INTO WS-CKPT-FIELD-1 WS-CKPT-STATUS-FLD
                               WS-CKPT-FIELD-3 WS-CKPT-FIELD-4
                               WS-CKPT-FIELD-17 WS-CKPT-FIELD-18
                               WS-CKPT-FIELD-19 WS-CKPT-FIELD-20
                               WS-CKPT-FIELD-21 WS-CKPT-FIELD-22
                               WS-CKPT-FIELD-23
                       IF WS-CKPT-STATUS-FLD = "INPROGRESS"
                           MOVE FUNCTION NUMVAL(WS-CKPT-FIELD-3)
                               TO WS-LINES-READ
                           IF WS-CKPT-FIELD-22 = "FW"
                               MOVE "FW" TO WS-INPUT-FORMAT
                           END-IF
                           IF WS-CKPT-FIELD-23 NOT = SPACES
                               MOVE FUNCTION
                                   NUMVAL(WS-CKPT-FIELD-23)
                                   TO WS-UNMAPPED-COUNT
                           END-IF
                           MOVE "Y" TO WS-RESUMED-RUN
                           PERFORM TRUNCATE-REJECT-FILE
                           PERFORM TRUNCATE-UNKNOWN-FILE
                           PERFORM TRUNCATE-QUARANTINE-FILE
                           PERFORM TRUNCATE-UNMAPPED-FILE
                       END-IF
               END-READ

               CLOSE UNKNOWN-FILE
           END-IF.

      * Same durable-rows truncation again for the unmapped partner
      * codes report.
       TRUNCATE-UNMAPPED-FILE.
           MOVE WS-UNMAPPED-COUNT TO WS-UNMAPPED-ROWS.
           MOVE "N" TO WS-TRUNC-EOF.
           OPEN INPUT UNMAPPED-FILE.

           IF WS-UNMAPPED-FILE-STATUS = "00"
               OPEN OUTPUT UNMAPPED-TEMP-FILE
               PERFORM VARYING WS-TRUNC-IDX FROM 1 BY 1
                   UNTIL WS-TRUNC-IDX > WS-UNMAPPED-ROWS
                       OR WS-TRUNC-EOF = "Y"
                   READ UNMAPPED-FILE
                       AT END
                           MOVE "Y" TO WS-TRUNC-EOF
                       NOT AT END
                           MOVE UNMAPPED-RECORD
                               TO UNMAPPED-TEMP-RECORD
                           WRITE UNMAPPED-TEMP-RECORD
                   END-READ
               END-PERFORM
               CLOSE UNMAPPED-FILE
               CLOSE UNMAPPED-TEMP-FILE
               CALL "CBL_DELETE_FILE" USING WS-UNMAPPED-FILENAME
                   RETURNING WS-TRUNC-RET-CODE
               CALL "CBL_RENAME_FILE"
                   USING WS-UNMAPPED-TEMP-FILENAME
                   WS-UNMAPPED-FILENAME
                   RETURNING WS-TRUNC-RET-CODE
           ELSE
               CLOSE UNMAPPED-FILE
           END-IF.

       SKIP-CHECKPOINT-LINES.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-CKPT-SKIP-COUNT OR WS-EOF-FLAG = "Y"
               WS-SUSPECT-COUNT DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-INPUT-FORMAT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-UNMAPPED-COUNT DELIMITED BY SIZE
               INTO WS-CKPT-LINE
           END-STRING.
           MOVE WS-CKPT-LINE TO CHECKPOINT-RECORD.
               ADD WS-MEASUREMENT-RAW TO WS-BATCH-HASH
           END-IF.

      * A partner code is translated to its master station name
      * before anything downstream sees it, so suspect drops, QC
      * quarantines and the statistics all carry the station name.
      * A code the crosswalk does not know never reaches station
      * validation: it is an onboarding gap, not a bad name, and is
      * reported on its own.
           IF WS-INPUT-FORMAT = "FW"
               PERFORM TRANSLATE-PARTNER-CODE
               IF WS-XW-FOUND = 0
                   ADD 1 TO WS-UNMAPPED-COUNT
                   PERFORM WRITE-UNMAPPED-RECORD
                   EXIT PARAGRAPH
               END-IF
           END-IF.

      * A suspect-flagged FW reading is dropped here, after the
      * hash, mirroring the QC divert below: it was sent and it
      * parses, so it counts toward the batch controls, but it never
           END-STRING.
           WRITE UNKNOWN-RECORD.

      * FW readings whose partner code has no crosswalk entry, one
      * row per reading: the raw code, the converted value, and
      * UNMAPPED, so the day's list of partner sites still to be
      * onboarded is one sort away.
       WRITE-UNMAPPED-RECORD.
           IF WS-UNMAPPED-OPEN = "N"
               IF WS-RESUMED-RUN = "Y"
                   OPEN EXTEND UNMAPPED-FILE
               ELSE
                   OPEN OUTPUT UNMAPPED-FILE
               END-IF
               MOVE "Y" TO WS-UNMAPPED-OPEN
           END-IF.

           MOVE SPACES TO UNMAPPED-RECORD.
           STRING
               WS-PARTNER-CODE DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-MEASUREMENT-STR DELIMITED BY SPACE
               ";UNMAPPED" DELIMITED BY SIZE
               INTO UNMAPPED-RECORD
           END-STRING.
           WRITE UNMAPPED-RECORD.

       WRITE-REJECT-RECORD.
           IF WS-REJECT-OPEN = "N"
               IF WS-RESUMED-RUN = "Y"
           WRITE EXTRACT-RECORD.

           CLOSE EXTRACT-FILE.
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

      * Emits one '10' detail from the fields staged by the caller
      * (WS-DIST-NAME, WS-EXT-D-MIN/MAX/COUNT/TOTAL, WS-AVG) and
           DISPLAY "Rejected rows:     " WS-REJECT-COUNT.
           DISPLAY "Unknown stations:  " WS-UNKNOWN-COUNT.
           DISPLAY "Retired stations:  " WS-RETIRED-COUNT.
           DISPLAY "Unmapped codes:    " WS-UNMAPPED-COUNT.
           DISPLAY "Quarantined rows:  " WS-QUARANTINE-COUNT.
           DISPLAY "Suspect-flag rows: " WS-SUSPECT-COUNT.
           DISPLAY "Timestamped rows:  " WS-TIMESTAMPED-COUNT.
           DISPLAY "QC global band:  " WS-MIN-STR(1:12) " .. "
               WS-MAX-STR(1:12).
           DISPLAY "Station master:  " WS-STATION-FILENAME(1:40).
           DISPLAY "Partner xwalk:   " WS-XWALK-FILENAME(1:40).
           DISPLAY "Batch ledger:    "
               WS-BATCH-LEDGER-FILENAME(1:40).

           MOVE WS-GATE-MAX-SUSPECT-PCT TO WS-GATE-LIMIT.
           PERFORM CHECK-GATE-METRIC.

      * Unmapped partner codes are held to the same tolerance as
      * unknown names: either way the readings never reach the
      * statistics.
           MOVE "UNKNOWN" TO WS-GATE-NAME.
           ADD WS-UNKNOWN-COUNT WS-RETIRED-COUNT WS-UNMAPPED-COUNT
               GIVING WS-GATE-UNKNOWN-TOTAL.
           MOVE WS-GATE-UNKNOWN-TOTAL TO WS-GATE-COUNT.
           MOVE WS-GATE-MAX-UNKNOWN-PCT TO WS-GATE-LIMIT.
