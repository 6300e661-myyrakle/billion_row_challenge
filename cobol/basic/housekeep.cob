
      * Retention and housekeeping job for the dated work files the
      * daily runs leave behind (outputs/rejects/quarantine/unknown/
      * overflow/distribution/extract/topn/checkpoint/degree-day/
      * record-alert/delivery-manifest and friends, plus the
      * partition-suffixed variants). Driven by
      * run_ledger.dat: for business dates older than the retention
      * window whose latest ledger status is COMPLETE, the day's
      * file set is moved into a dated archive directory
      * Dates missing from the ledger, still INPROGRESS, or marked
      * CONTROL-FAIL / QUALITY-FAIL are skipped and reported, never
      * touched -- a day that was never signed off keeps its files
      * in place. A COMPLETE date is also held back until the
      * latest row for it in transmission_log.dat is ACKED: an
      * extract the warehouse has not confirmed (SENT, REJECTED,
      * OVERDUE, or never logged) may still have to be resent.
      *
      * Command line: <retention-days> [asof-YYYYMMDD]
      *   dates strictly older than asof minus retention-days are
               ASSIGN TO DYNAMIC WS-RUN-LEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.
           SELECT OPTIONAL XMIT-LOG-FILE
               ASSIGN TO DYNAMIC WS-XMIT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-LOG-STATUS.
           SELECT MANIFEST-FILE
               ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-RECORD     PIC X(400).

       FD  XMIT-LOG-FILE.
       01  XMIT-LOG-RECORD       PIC X(400).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD       PIC X(400).

                                 VALUE "run_ledger.dat".
       01  WS-MANIFEST-FILENAME  PIC X(256) VALUE SPACES.
       01  WS-RUN-LEDGER-STATUS  PIC X(2).
       01  WS-XMIT-LOG-FILENAME  PIC X(256)
                                 VALUE "transmission_log.dat".
       01  WS-XMIT-LOG-STATUS    PIC X(2).

       01  WS-COMMAND-LINE       PIC X(80) VALUE SPACES.
       01  WS-CMD-TOKEN-1        PIC X(20).
       01  WS-DATE-INT           PIC 9(8).

      * One entry per business date seen in the ledger, kept sorted
      * by date with the latest status, same scheme RUNLEDGER uses,
      * plus the latest transmission-log status of its extract.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 5000 TIMES.
               10  WS-DT-DATE        PIC X(8).
               10  WS-DT-LAST-STATUS PIC X(12).
               10  WS-DT-XMIT-STATUS PIC X(10).

       01  WS-DATE-COUNT         PIC 9(5) VALUE 0.
       01  WS-DT-FOUND           PIC 9 VALUE 0.
       01  WS-LDG-FIELD-7        PIC X(20).
       01  WS-LDG-FIELD-8        PIC X(12).

       01  WS-XMIT-FIELD-1       PIC X(8).
       01  WS-XMIT-FIELD-2       PIC X(2).
       01  WS-XMIT-FIELD-3       PIC X(14).
       01  WS-XMIT-FIELD-4       PIC X(20).
       01  WS-XMIT-FIELD-5       PIC X(20).
       01  WS-XMIT-FIELD-6       PIC X(24).
       01  WS-XMIT-FIELD-7       PIC X(10).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(5).
       01  WS-RECORD-COUNT       PIC 9(10) VALUE 0.
           05  FILLER PIC X(40) VALUE "rejects_|.txt".
           05  FILLER PIC X(40) VALUE "quarantine_|.txt".
           05  FILLER PIC X(40) VALUE "unknown_stations_|.txt".
           05  FILLER PIC X(40) VALUE "unmapped_codes_|.txt".
           05  FILLER PIC X(40) VALUE "overflow_|.txt".
           05  FILLER PIC X(40) VALUE "overflow_raw_|.txt".
           05  FILLER PIC X(40) VALUE "distribution_report_|.txt".
           05  FILLER PIC X(40) VALUE "hourly_profile_|.txt".
           05  FILLER PIC X(40) VALUE "gate_report_|.txt".
           05  FILLER PIC X(40) VALUE "release_report_|.txt".
           05  FILLER PIC X(40) VALUE "restatement_report_|.txt".
           05  FILLER PIC X(40) VALUE "rolling_30day_|.txt".
           05  FILLER PIC X(40) VALUE "trend_report_|.txt".
           05  FILLER PIC X(40) VALUE "delta_report_|.txt".
           05  FILLER PIC X(40) VALUE "warehouse_ack_|.dat".
           05  FILLER PIC X(40) VALUE "degree_day_report_|.txt".
           05  FILLER PIC X(40) VALUE "record_alerts_|.txt".
           05  FILLER PIC X(40) VALUE "delivery_manifest_|.txt".
           05  FILLER PIC X(40) VALUE "delivery_followup_|.txt".
       01  WS-FILESET-TBL REDEFINES WS-FILESET.
           05  WS-FS-ENTRY OCCURS 25 TIMES PIC X(40).

       01  WS-PARTSET.
           05  FILLER PIC X(40) VALUE "partial_|.dat".
           05  FILLER PIC X(40) VALUE "rejects_|.txt".
           05  FILLER PIC X(40) VALUE "quarantine_|.txt".
           05  FILLER PIC X(40) VALUE "unknown_stations_|.txt".
           05  FILLER PIC X(40) VALUE "unmapped_codes_|.txt".
           05  FILLER PIC X(40) VALUE "overflow_raw_|.txt".
       01  WS-PARTSET-TBL REDEFINES WS-PARTSET.
           05  WS-PS-ENTRY OCCURS 7 TIMES PIC X(40).

       01  WS-FS-IDX             PIC 9(3).
       01  WS-PS-IDX             PIC 9(3).

           PERFORM COMPUTE-CUTOFF-DATE.
           PERFORM LOAD-RUN-LEDGER.
           PERFORM LOAD-TRANSMISSION-LOG.

           IF WS-RECORD-COUNT = 0
               DISPLAY "HOUSEKEEP: run ledger is empty or missing, "
           STRING
               "=== HOUSEKEEPING asof " DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               ", archiving COMPLETE, ACKED dates before "
               DELIMITED BY SIZE
               WS-CUTOFF-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
           ADD 1 TO WS-DATE-COUNT.
           MOVE WS-DT-TARGET TO WS-DT-DATE(WS-DT-INSERT-POS).
           MOVE SPACES TO WS-DT-LAST-STATUS(WS-DT-INSERT-POS).
           MOVE SPACES TO WS-DT-XMIT-STATUS(WS-DT-INSERT-POS).

      * Latest extract status per ledger date; log rows for dates
      * the ledger never saw play no part.
       LOAD-TRANSMISSION-LOG.
           OPEN INPUT XMIT-LOG-FILE.

           IF WS-XMIT-LOG-STATUS NOT = "00"
               CLOSE XMIT-LOG-FILE
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ XMIT-LOG-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF XMIT-LOG-RECORD NOT = SPACES
                           PERFORM TALLY-XMIT-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-EOF-FLAG.
           CLOSE XMIT-LOG-FILE.

       TALLY-XMIT-RECORD.
           MOVE SPACES TO WS-XMIT-FIELD-1.
           MOVE SPACES TO WS-XMIT-FIELD-7.
           UNSTRING XMIT-LOG-RECORD DELIMITED BY ";"
               INTO WS-XMIT-FIELD-1 WS-XMIT-FIELD-2 WS-XMIT-FIELD-3
                   WS-XMIT-FIELD-4 WS-XMIT-FIELD-5 WS-XMIT-FIELD-6
                   WS-XMIT-FIELD-7.

           MOVE WS-XMIT-FIELD-1 TO WS-DT-TARGET.
           PERFORM BINARY-SEARCH-DATE.
           IF WS-DT-FOUND = 1
               MOVE WS-XMIT-FIELD-7
                   TO WS-DT-XMIT-STATUS(WS-DT-SEARCH-IDX)
           END-IF.

      * Walks every calendar day from the earliest ledger date up
      * to (not including) the cutoff. A day in the ledger is
      * archived only when its latest status is COMPLETE and its
      * extract is ACKED; a day absent from the ledger that still
      * has work files on disk is reported NOT-IN-LEDGER and left
      * alone.
       SCAN-RETENTION-RANGE.
           IF WS-MIN-DATE >= WS-CUTOFF-DATE
               MOVE SPACES TO MANIFEST-RECORD
               IF WS-DT-FOUND = 1
                   IF WS-DT-LAST-STATUS(WS-DT-SEARCH-IDX)
                           = "COMPLETE"
                       IF WS-DT-XMIT-STATUS(WS-DT-SEARCH-IDX)
                               = "ACKED"
                           PERFORM ARCHIVE-ONE-DATE
                       ELSE
                           PERFORM SKIP-UNACKED-DATE
                       END-IF
                   ELSE
                       ADD 1 TO WS-DATES-SKIPPED
                       MOVE SPACES TO MANIFEST-RECORD
               ADD 1 TO WS-SCAN-INT
           END-PERFORM.

      * Signed off, but the warehouse has not confirmed the load.
       SKIP-UNACKED-DATE.
           ADD 1 TO WS-DATES-SKIPPED.
           IF WS-DT-XMIT-STATUS(WS-DT-SEARCH-IDX) = SPACES
               MOVE "NOT-LOGGED"
                   TO WS-DT-XMIT-STATUS(WS-DT-SEARCH-IDX)
           END-IF.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING
               "SKIPPED;" DELIMITED BY SIZE
               WS-SCAN-DATE DELIMITED BY SIZE
               ";EXTRACT-" DELIMITED BY SIZE
               WS-DT-XMIT-STATUS(WS-DT-SEARCH-IDX)
                   DELIMITED BY SPACE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

      * A calendar day the ledger never saw: if its work files are
      * on disk anyway (a run that died before its first ledger
      * row, or files restored by hand) they are reported and left
           MOVE 0 TO WS-FILES-THIS-DATE.

           PERFORM VARYING WS-FS-IDX FROM 1 BY 1
               UNTIL WS-FS-IDX > 25
               MOVE SPACES TO WS-FS-PREFIX
               MOVE SPACES TO WS-FS-SUFFIX
               UNSTRING WS-FS-ENTRY(WS-FS-IDX) DELIMITED BY "|"
           END-PERFORM.

           PERFORM VARYING WS-PS-IDX FROM 1 BY 1
               UNTIL WS-PS-IDX > 7
               MOVE SPACES TO WS-FS-PREFIX
               MOVE SPACES TO WS-FS-SUFFIX
               UNSTRING WS-PS-ENTRY(WS-PS-IDX) DELIMITED BY "|"
