      * BILLIONROWCHALLENGE to validate and enrich incoming station
      * names, so master changes go through a checked path instead of
      * hand-editing the file. One NAME;ID;REGION;STATUS record per
      * station, followed by QC-LOW;QC-HIGH when the station has its
      * own QC band and by HDD-BASE;CDD-BASE (fields 7 and 8) when
      * it has its own degree-day base temperatures; the file is
      * rewritten sorted by name on every change so the main job can
      * binary-search it straight after loading.
      *
      * Every verb that changes the master also appends one record
      * to the permanent station audit file (station_audit.dat:
      *   ACTIVATE <name>            flag a station ACTIVE again
      *   SETBAND <name> <low> <high> set a per-station QC band
      *   CLEARBAND <name>           revert to the global QC band
      *   SETBASE <name> <hdd> <cdd> set per-station degree-day
      *                              base temperatures
      *   CLEARBASE <name>           revert to the run-control bases
      *   LIST                       display the master
      *   HISTORY <name>             play back all changes for one
      *                              station from the audit file
      *   AUDIT <from> <to>          write audit_report.txt of
      *                              changes in a YYYYMMDD range
      *   BATCH <txn-file> [FORCE]   edit and apply a transaction
      *                              file (see below)
      *   BATCHAUDIT <batch-id>      write audit_report.txt of the
      *                              changes one batch applied
      *
      * Batch mode takes one VERB;NAME;ARG;ARG record per change,
      * the command-line arguments semicolon-delimited:
      *   ADD;<name>;<id>;<region>   RETIRE;<name>   ACTIVATE;<name>
      *   SETBAND;<name>;<low>;<high>   CLEARBAND;<name>
      *   SETBASE;<name>;<hdd>;<cdd>    CLEARBASE;<name>
      * Blank lines and lines starting with "*" are skipped; a
      * TYPO;<name>;<master> line from STATIONTRIAGE's proposed
      * actions is listed as NOTED (a misspelling is corrected at
      * the sender, not in the master) and is not an error.
      * Every transaction is edited first, in file order against
      * the master as the earlier transactions leave it: unknown
      * station, an ID already held by another station, a band low
      * not below its high, a heating base above its cooling base,
      * retiring a station already RETIRED. The
      * edit report (batch_edit_<batch-id>.txt) lists each
      * transaction ACCEPTED, REJECTED or NOTED with the counts. The
      * accepted transactions are applied in one master rewrite only
      * when none were rejected -- or, with FORCE, in spite of the
      * rejects (return code 4). Otherwise the master and audit
      * file are left untouched (return code 8). Each applied
      * transaction gets its own audit record carrying the batch id
      * (B + run timestamp) as a sixth field.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TXN-FILE ASSIGN TO DYNAMIC WS-TXN-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TXN-FILE-STATUS.
           SELECT EDIT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-EDIT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD   PIC X(1000).

       FD  TXN-FILE.
       01  TXN-RECORD            PIC X(400).

       FD  EDIT-REPORT-FILE.
       01  EDIT-REPORT-RECORD    PIC X(500).

       WORKING-STORAGE SECTION.
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-STATION-FILE-STATUS PIC X(2).
               10  WS-STATION-STATUS   PIC X(8).
               10  WS-STATION-QC-LOW   PIC X(20).
               10  WS-STATION-QC-HIGH  PIC X(20).
               10  WS-STATION-HDD-BASE PIC X(20).
               10  WS-STATION-CDD-BASE PIC X(20).

       01  WS-STATION-COUNT      PIC 9(10) VALUE 0.
       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-STN-FIELD-4        PIC X(20).
       01  WS-STN-FIELD-5        PIC X(20).
       01  WS-STN-FIELD-6        PIC X(20).
       01  WS-STN-FIELD-7        PIC X(20).
       01  WS-STN-FIELD-8        PIC X(20).

       01  WS-TARGET-NAME        PIC X(256).
       01  WS-STN-FOUND          PIC 9 VALUE 0.
       01  WS-AUDIT-BEFORE       PIC X(300).
       01  WS-AUDIT-AFTER        PIC X(300).
       01  WS-AUDIT-NAME         PIC X(256).
       01  WS-AUDIT-VERB         PIC X(10).
       01  WS-AUDIT-POINTER      PIC 9(4).

      * Playback fields for HISTORY and AUDIT.
       01  WS-AUD-TS             PIC X(14).
       01  WS-AUD-NAME           PIC X(256).
       01  WS-AUD-BEFORE         PIC X(300).
       01  WS-AUD-AFTER          PIC X(300).
       01  WS-AUD-BATCH          PIC X(15).
       01  WS-AUD-MATCHED        PIC 9(10) VALUE 0.
       01  WS-AUD-FROM           PIC X(8).
       01  WS-AUD-TO             PIC X(8).
       01  WS-AUD-BATCH-FILTER   PIC X(15) VALUE SPACES.
       01  WS-AUD-HEADING        PIC X(80).

      * Batch transaction state. Accepted transactions are applied
      * to WS-STATION-TABLE as they are edited, so later ones see
      * the effect of earlier ones; their audit images wait in
      * WS-PENDING-TABLE until the batch is known to be applied.
       01  WS-TXN-FILENAME       PIC X(256) VALUE SPACES.
       01  WS-TXN-FILE-STATUS    PIC X(2).
       01  WS-EDIT-REPORT-FILENAME PIC X(256) VALUE SPACES.
       01  WS-BATCH-ID           PIC X(15) VALUE SPACES.
       01  WS-FORCE-FLAG         PIC X(1) VALUE "N".
       01  WS-TXN-VERB           PIC X(10).
       01  WS-TXN-NAME           PIC X(256).
       01  WS-TXN-ARG-2          PIC X(20).
       01  WS-TXN-ARG-3          PIC X(20).
       01  WS-TXN-SEQ            PIC 9(6) VALUE 0.
       01  WS-TXN-OUTCOME        PIC X(8).
       01  WS-TXN-REASON         PIC X(80).
       01  WS-TXN-READ           PIC 9(6) VALUE 0.
       01  WS-TXN-ACCEPTED       PIC 9(6) VALUE 0.
       01  WS-TXN-REJECTED       PIC 9(6) VALUE 0.
       01  WS-TXN-NOTED          PIC 9(6) VALUE 0.
       01  WS-BATCH-RESULT       PIC X(80).

       01  WS-PENDING-TABLE.
           05  WS-PND-ENTRY OCCURS 5000 TIMES.
               10  WS-PND-VERB         PIC X(10).
               10  WS-PND-NAME         PIC X(256).
               10  WS-PND-BEFORE       PIC X(300).
               10  WS-PND-AFTER        PIC X(300).
       01  WS-PND-COUNT          PIC 9(5) VALUE 0.
       01  WS-PND-IDX            PIC 9(5).
       01  WS-ID-OWNER           PIC 9(10).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
               DISPLAY "  ACTIVATE <name>"
               DISPLAY "  SETBAND <name> <low> <high>"
               DISPLAY "  CLEARBAND <name>"
               DISPLAY "  SETBASE <name> <hdd-base> <cdd-base>"
               DISPLAY "  CLEARBASE <name>"
               DISPLAY "  LIST"
               DISPLAY "  HISTORY <name>"
               DISPLAY "  AUDIT <from-YYYYMMDD> <to-YYYYMMDD>"
               DISPLAY "  BATCH <transaction-file> [FORCE]"
               DISPLAY "  BATCHAUDIT <batch-id>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
               WHEN "CLEARBAND"
                   PERFORM CLEAR-STATION-BAND
                   PERFORM REWRITE-STATION-MASTER
               WHEN "SETBASE"
                   PERFORM SET-STATION-BASE
                   PERFORM REWRITE-STATION-MASTER
               WHEN "CLEARBASE"
                   PERFORM CLEAR-STATION-BASE
                   PERFORM REWRITE-STATION-MASTER
               WHEN "LIST"
                   PERFORM LIST-STATIONS
               WHEN "HISTORY"
                   PERFORM PLAY-STATION-HISTORY
               WHEN "AUDIT"
                   PERFORM WRITE-AUDIT-REPORT
               WHEN "BATCH"
                   PERFORM RUN-TRANSACTION-BATCH
               WHEN "BATCHAUDIT"
                   PERFORM WRITE-BATCH-AUDIT-REPORT
               WHEN OTHER
                   DISPLAY "STATIONMAINT: unknown command " WS-VERB
                   MOVE 8 TO RETURN-CODE
           MOVE SPACES TO WS-STN-FIELD-4.
           MOVE SPACES TO WS-STN-FIELD-5.
           MOVE SPACES TO WS-STN-FIELD-6.
           MOVE SPACES TO WS-STN-FIELD-7.
           MOVE SPACES TO WS-STN-FIELD-8.
           UNSTRING STATION-MASTER-RECORD DELIMITED BY ";"
               INTO WS-STN-FIELD-1 WS-STN-FIELD-2
                   WS-STN-FIELD-3 WS-STN-FIELD-4
                   WS-STN-FIELD-5 WS-STN-FIELD-6
                   WS-STN-FIELD-7 WS-STN-FIELD-8.

           MOVE WS-STN-FIELD-1 TO WS-TARGET-NAME.
           PERFORM BINARY-SEARCH-STATION.
                   TO WS-STATION-QC-LOW(WS-STN-SEARCH-IDX)
               MOVE WS-STN-FIELD-6
                   TO WS-STATION-QC-HIGH(WS-STN-SEARCH-IDX)
               MOVE WS-STN-FIELD-7
                   TO WS-STATION-HDD-BASE(WS-STN-SEARCH-IDX)
               MOVE WS-STN-FIELD-8
                   TO WS-STATION-CDD-BASE(WS-STN-SEARCH-IDX)
           ELSE
               IF WS-STATION-COUNT < 50000
                   PERFORM INSERT-NEW-STATION
                   TO WS-STATION-QC-LOW(WS-I + 1)
               MOVE WS-STATION-QC-HIGH(WS-I)
                   TO WS-STATION-QC-HIGH(WS-I + 1)
               MOVE WS-STATION-HDD-BASE(WS-I)
                   TO WS-STATION-HDD-BASE(WS-I + 1)
               MOVE WS-STATION-CDD-BASE(WS-I)
                   TO WS-STATION-CDD-BASE(WS-I + 1)
           END-PERFORM.

           ADD 1 TO WS-STATION-COUNT.
               TO WS-STATION-QC-LOW(WS-STN-INSERT-POS).
           MOVE WS-STN-FIELD-6
               TO WS-STATION-QC-HIGH(WS-STN-INSERT-POS).
           MOVE WS-STN-FIELD-7
               TO WS-STATION-HDD-BASE(WS-STN-INSERT-POS).
           MOVE WS-STN-FIELD-8
               TO WS-STATION-CDD-BASE(WS-STN-INSERT-POS).

      * ADD is an upsert: a name already in the master gets its id
      * and region re-pointed (and is re-activated), a new name is
                   MOVE "ACTIVE" TO WS-STN-FIELD-4
                   MOVE SPACES TO WS-STN-FIELD-5
                   MOVE SPACES TO WS-STN-FIELD-6
                   MOVE SPACES TO WS-STN-FIELD-7
                   MOVE SPACES TO WS-STN-FIELD-8
                   PERFORM INSERT-NEW-STATION
                   MOVE WS-STN-INSERT-POS TO WS-STN-SEARCH-IDX
                   PERFORM CAPTURE-AFTER-IMAGE
               MOVE 8 TO RETURN-CODE
           END-IF.

      * Per-station degree-day bases ride as fields 7 and 8 of the
      * master row; DEGREEDAYS uses both-present in place of the
      * run-control HDD-BASE / CDD-BASE. A heating base above the
      * cooling base would count one mild day as both, so it is
      * refused.
       SET-STATION-BASE.
           IF WS-ARG-2 = SPACES OR WS-ARG-3 = SPACES
               DISPLAY "STATIONMAINT: SETBASE needs <name> <hdd-base> "
                   "<cdd-base>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FUNCTION TEST-NUMVAL(WS-ARG-2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-ARG-3) NOT = 0
               DISPLAY "STATIONMAINT: base value not numeric"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF FUNCTION NUMVAL(WS-ARG-2)
                   > FUNCTION NUMVAL(WS-ARG-3)
               DISPLAY "STATIONMAINT: heating base must not be "
                   "above cooling base"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARG-NAME TO WS-TARGET-NAME.
           PERFORM BINARY-SEARCH-STATION.

           IF WS-STN-FOUND = 1
               PERFORM CAPTURE-BEFORE-IMAGE
               MOVE WS-ARG-2
                   TO WS-STATION-HDD-BASE(WS-STN-SEARCH-IDX)
               MOVE WS-ARG-3
                   TO WS-STATION-CDD-BASE(WS-STN-SEARCH-IDX)
               PERFORM CAPTURE-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "STATIONMAINT: bases set for " WS-ARG-NAME
           ELSE
               DISPLAY "STATIONMAINT: not in master: " WS-ARG-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.

       CLEAR-STATION-BASE.
           MOVE WS-ARG-NAME TO WS-TARGET-NAME.
           PERFORM BINARY-SEARCH-STATION.

           IF WS-STN-FOUND = 1
               PERFORM CAPTURE-BEFORE-IMAGE
               MOVE SPACES
                   TO WS-STATION-HDD-BASE(WS-STN-SEARCH-IDX)
               MOVE SPACES
                   TO WS-STATION-CDD-BASE(WS-STN-SEARCH-IDX)
               PERFORM CAPTURE-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "STATIONMAINT: bases cleared for " WS-ARG-NAME
           ELSE
               DISPLAY "STATIONMAINT: not in master: " WS-ARG-NAME
               MOVE 8 TO RETURN-CODE
           END-IF.

      * BATCH <txn-file> [FORCE]: edits every transaction, writes
      * the edit report, and applies the accepted ones in a single
      * master rewrite when the batch is clean or FORCE was given.
       RUN-TRANSACTION-BATCH.
           IF WS-ARG-NAME = SPACES
               DISPLAY "STATIONMAINT: BATCH needs <transaction-file> "
                   "[FORCE]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ARG-2 = "FORCE"
               MOVE "Y" TO WS-FORCE-FLAG
           ELSE
               IF WS-ARG-2 NOT = SPACES
                   DISPLAY "STATIONMAINT: BATCH option must be FORCE"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-ARG-NAME TO WS-TXN-FILENAME.
           OPEN INPUT TXN-FILE.
           IF WS-TXN-FILE-STATUS NOT = "00"
               CLOSE TXN-FILE
               DISPLAY "STATIONMAINT: cannot open transaction file "
                   WS-TXN-FILENAME(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO WS-BATCH-ID.
           STRING
               "B" DELIMITED BY SIZE
               WS-AUDIT-DATE DELIMITED BY SIZE
               WS-AUDIT-TIME(1:6) DELIMITED BY SIZE
               INTO WS-BATCH-ID
           END-STRING.
           MOVE SPACES TO WS-EDIT-REPORT-FILENAME.
           STRING
               "batch_edit_" DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SPACE
               ".txt" DELIMITED BY SIZE
               INTO WS-EDIT-REPORT-FILENAME
           END-STRING.

           OPEN OUTPUT EDIT-REPORT-FILE.
           MOVE SPACES TO EDIT-REPORT-RECORD.
           STRING
               "=== STATION MASTER BATCH " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SPACE
               " (" DELIMITED BY SIZE
               WS-TXN-FILENAME DELIMITED BY SPACE
               ") ===" DELIMITED BY SIZE
               INTO EDIT-REPORT-RECORD
           END-STRING.
           WRITE EDIT-REPORT-RECORD.
           MOVE SPACES TO EDIT-REPORT-RECORD.
           MOVE "SEQ;OUTCOME;VERB;NAME;ARG-2;ARG-3;REASON"
               TO EDIT-REPORT-RECORD.
           WRITE EDIT-REPORT-RECORD.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ TXN-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF TXN-RECORD NOT = SPACES
                               AND TXN-RECORD(1:1) NOT = "*"
                           PERFORM EDIT-TRANSACTION
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE TXN-FILE.

           MOVE SPACES TO WS-BATCH-RESULT.
           IF WS-TXN-REJECTED = 0 OR WS-FORCE-FLAG = "Y"
               IF WS-PND-COUNT > 0
                   PERFORM REWRITE-STATION-MASTER
                   PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PND-COUNT
                       MOVE WS-PND-VERB(WS-PND-IDX) TO WS-AUDIT-VERB
                       MOVE WS-PND-NAME(WS-PND-IDX) TO WS-AUDIT-NAME
                       MOVE WS-PND-BEFORE(WS-PND-IDX)
                           TO WS-AUDIT-BEFORE
                       MOVE WS-PND-AFTER(WS-PND-IDX)
                           TO WS-AUDIT-AFTER
                       PERFORM APPEND-AUDIT-RECORD
                   END-PERFORM
               END-IF
               IF WS-TXN-REJECTED = 0
                   MOVE "APPLIED" TO WS-BATCH-RESULT
               ELSE
                   MOVE "APPLIED WITH FORCE, rejects skipped"
                       TO WS-BATCH-RESULT
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-PND-COUNT = 0
                   MOVE "NOTHING TO APPLY" TO WS-BATCH-RESULT
               END-IF
           ELSE
               MOVE "NOT APPLIED, master unchanged"
                   TO WS-BATCH-RESULT
               MOVE 8 TO RETURN-CODE
           END-IF.

           MOVE SPACES TO EDIT-REPORT-RECORD.
           STRING
               "READ=" DELIMITED BY SIZE
               WS-TXN-READ DELIMITED BY SIZE
               " ACCEPTED=" DELIMITED BY SIZE
               WS-TXN-ACCEPTED DELIMITED BY SIZE
               " REJECTED=" DELIMITED BY SIZE
               WS-TXN-REJECTED DELIMITED BY SIZE
               " NOTED=" DELIMITED BY SIZE
               WS-TXN-NOTED DELIMITED BY SIZE
               INTO EDIT-REPORT-RECORD
           END-STRING.
           WRITE EDIT-REPORT-RECORD.
           MOVE SPACES TO EDIT-REPORT-RECORD.
           STRING
               "BATCH " DELIMITED BY SIZE
               WS-BATCH-ID DELIMITED BY SPACE
               ": " DELIMITED BY SIZE
               WS-BATCH-RESULT DELIMITED BY SIZE
               INTO EDIT-REPORT-RECORD
           END-STRING.
           WRITE EDIT-REPORT-RECORD.
           CLOSE EDIT-REPORT-FILE.

           DISPLAY "STATIONMAINT: batch " WS-BATCH-ID.
           DISPLAY "STATIONMAINT: transactions read:     "
               WS-TXN-READ.
           DISPLAY "STATIONMAINT: transactions accepted: "
               WS-TXN-ACCEPTED.
           DISPLAY "STATIONMAINT: transactions rejected: "
               WS-TXN-REJECTED.
           DISPLAY "STATIONMAINT: transactions noted:    "
               WS-TXN-NOTED.
           DISPLAY "STATIONMAINT: " WS-BATCH-RESULT.

      * One transaction: parse, edit against the master as it
      * stands after the batch's earlier transactions, apply it to
      * the table when accepted, and list it on the edit report.
       EDIT-TRANSACTION.
           ADD 1 TO WS-TXN-SEQ.
           ADD 1 TO WS-TXN-READ.
           MOVE SPACES TO WS-TXN-VERB.
           MOVE SPACES TO WS-TXN-NAME.
           MOVE SPACES TO WS-TXN-ARG-2.
           MOVE SPACES TO WS-TXN-ARG-3.
           UNSTRING TXN-RECORD DELIMITED BY ";"
               INTO WS-TXN-VERB WS-TXN-NAME
                   WS-TXN-ARG-2 WS-TXN-ARG-3.

           MOVE "ACCEPTED" TO WS-TXN-OUTCOME.
           MOVE SPACES TO WS-TXN-REASON.

           IF WS-TXN-NAME = SPACES
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "station name missing" TO WS-TXN-REASON
           ELSE
               IF WS-PND-COUNT >= 5000
                       AND WS-TXN-VERB NOT = "TYPO"
                   MOVE "REJECTED" TO WS-TXN-OUTCOME
                   MOVE "batch capacity (5000 changes) exceeded"
                       TO WS-TXN-REASON
               ELSE
                   MOVE WS-TXN-NAME TO WS-TARGET-NAME
                   EVALUATE WS-TXN-VERB
                       WHEN "ADD"
                           PERFORM EDIT-ADD-TRANSACTION
                       WHEN "RETIRE"
                           PERFORM EDIT-RETIRE-TRANSACTION
                       WHEN "ACTIVATE"
                           PERFORM EDIT-ACTIVATE-TRANSACTION
                       WHEN "SETBAND"
                           PERFORM EDIT-SETBAND-TRANSACTION
                       WHEN "CLEARBAND"
                           PERFORM EDIT-CLEARBAND-TRANSACTION
                       WHEN "SETBASE"
                           PERFORM EDIT-SETBASE-TRANSACTION
                       WHEN "CLEARBASE"
                           PERFORM EDIT-CLEARBASE-TRANSACTION
                       WHEN "TYPO"
                           MOVE "NOTED" TO WS-TXN-OUTCOME
                           STRING
                               "no master change, correct at the "
                                   DELIMITED BY SIZE
                               "sender as " DELIMITED BY SIZE
                               WS-TXN-ARG-2 DELIMITED BY SPACE
                               INTO WS-TXN-REASON
                           END-STRING
                       WHEN OTHER
                           MOVE "REJECTED" TO WS-TXN-OUTCOME
                           MOVE "unknown verb" TO WS-TXN-REASON
                   END-EVALUATE
               END-IF
           END-IF.

           EVALUATE WS-TXN-OUTCOME
               WHEN "ACCEPTED"
                   ADD 1 TO WS-TXN-ACCEPTED
                   ADD 1 TO WS-PND-COUNT
                   MOVE WS-TXN-VERB TO WS-PND-VERB(WS-PND-COUNT)
                   MOVE WS-TXN-NAME TO WS-PND-NAME(WS-PND-COUNT)
                   MOVE WS-AUDIT-BEFORE TO WS-PND-BEFORE(WS-PND-COUNT)
                   MOVE WS-AUDIT-AFTER TO WS-PND-AFTER(WS-PND-COUNT)
               WHEN "REJECTED"
                   ADD 1 TO WS-TXN-REJECTED
               WHEN OTHER
                   ADD 1 TO WS-TXN-NOTED
           END-EVALUATE.

           MOVE SPACES TO EDIT-REPORT-RECORD.
           STRING
               WS-TXN-SEQ DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-TXN-OUTCOME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-TXN-VERB DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-TXN-NAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-TXN-ARG-2 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-TXN-ARG-3 DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-TXN-REASON DELIMITED BY SIZE
               INTO EDIT-REPORT-RECORD
           END-STRING.
           WRITE EDIT-REPORT-RECORD.

      * Same upsert as the ADD verb, with the ID checked first: an
      * ID already carried by a different station would make the
      * extract's station key ambiguous.
       EDIT-ADD-TRANSACTION.
           IF WS-TXN-ARG-2 = SPACES OR WS-TXN-ARG-3 = SPACES
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "ADD needs id and region" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           MOVE 0 TO WS-ID-OWNER.
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-STATION-COUNT OR WS-ID-OWNER > 0
               IF WS-STATION-ID(WS-I) = WS-TXN-ARG-2
                       AND WS-STATION-NAME(WS-I) NOT = WS-TXN-NAME
                   MOVE WS-I TO WS-ID-OWNER
               END-IF
           END-PERFORM.
           IF WS-ID-OWNER > 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               STRING
                   "duplicate ID, already held by " DELIMITED BY SIZE
                   WS-STATION-NAME(WS-ID-OWNER) DELIMITED BY SPACE
                   INTO WS-TXN-REASON
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 1
               PERFORM CAPTURE-BEFORE-IMAGE
               MOVE WS-TXN-ARG-2 TO WS-STATION-ID(WS-STN-SEARCH-IDX)
               MOVE WS-TXN-ARG-3
                   TO WS-STATION-REGION(WS-STN-SEARCH-IDX)
               MOVE "ACTIVE" TO WS-STATION-STATUS(WS-STN-SEARCH-IDX)
               PERFORM CAPTURE-AFTER-IMAGE
               MOVE "updates existing station" TO WS-TXN-REASON
           ELSE
               IF WS-STATION-COUNT < 50000
                   MOVE "(none)" TO WS-AUDIT-BEFORE
                   MOVE WS-TXN-ARG-2 TO WS-STN-FIELD-2
                   MOVE WS-TXN-ARG-3 TO WS-STN-FIELD-3
                   MOVE "ACTIVE" TO WS-STN-FIELD-4
                   MOVE SPACES TO WS-STN-FIELD-5
                   MOVE SPACES TO WS-STN-FIELD-6
                   MOVE SPACES TO WS-STN-FIELD-7
                   MOVE SPACES TO WS-STN-FIELD-8
                   PERFORM INSERT-NEW-STATION
                   MOVE WS-STN-INSERT-POS TO WS-STN-SEARCH-IDX
                   PERFORM CAPTURE-AFTER-IMAGE
               ELSE
                   MOVE "REJECTED" TO WS-TXN-OUTCOME
                   MOVE "master full" TO WS-TXN-REASON
               END-IF
           END-IF.

       EDIT-RETIRE-TRANSACTION.
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "station not in master" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.
           IF WS-STATION-STATUS(WS-STN-SEARCH-IDX) = "RETIRED"
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "station already RETIRED" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           MOVE "RETIRED" TO WS-STATION-STATUS(WS-STN-SEARCH-IDX).
           PERFORM CAPTURE-AFTER-IMAGE.

       EDIT-ACTIVATE-TRANSACTION.
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "station not in master" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           MOVE "ACTIVE" TO WS-STATION-STATUS(WS-STN-SEARCH-IDX).
           PERFORM CAPTURE-AFTER-IMAGE.

       EDIT-SETBAND-TRANSACTION.
           IF WS-TXN-ARG-2 = SPACES OR WS-TXN-ARG-3 = SPACES
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "SETBAND needs low and high" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-TXN-ARG-2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-TXN-ARG-3) NOT = 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "band value not numeric" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-TXN-ARG-2)
                   >= FUNCTION NUMVAL(WS-TXN-ARG-3)
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "band low not below high" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "station not in master" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           MOVE WS-TXN-ARG-2 TO WS-STATION-QC-LOW(WS-STN-SEARCH-IDX).
           MOVE WS-TXN-ARG-3
               TO WS-STATION-QC-HIGH(WS-STN-SEARCH-IDX).
           PERFORM CAPTURE-AFTER-IMAGE.

       EDIT-CLEARBAND-TRANSACTION.
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "station not in master" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           MOVE SPACES TO WS-STATION-QC-LOW(WS-STN-SEARCH-IDX).
           MOVE SPACES TO WS-STATION-QC-HIGH(WS-STN-SEARCH-IDX).
           PERFORM CAPTURE-AFTER-IMAGE.

       EDIT-SETBASE-TRANSACTION.
           IF WS-TXN-ARG-2 = SPACES OR WS-TXN-ARG-3 = SPACES
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "SETBASE needs hdd and cdd base" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION TEST-NUMVAL(WS-TXN-ARG-2) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-TXN-ARG-3) NOT = 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "base value not numeric" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.
           IF FUNCTION NUMVAL(WS-TXN-ARG-2)
                   > FUNCTION NUMVAL(WS-TXN-ARG-3)
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "heating base above cooling base"
                   TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "station not in master" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           MOVE WS-TXN-ARG-2
               TO WS-STATION-HDD-BASE(WS-STN-SEARCH-IDX).
           MOVE WS-TXN-ARG-3
               TO WS-STATION-CDD-BASE(WS-STN-SEARCH-IDX).
           PERFORM CAPTURE-AFTER-IMAGE.

       EDIT-CLEARBASE-TRANSACTION.
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 0
               MOVE "REJECTED" TO WS-TXN-OUTCOME
               MOVE "station not in master" TO WS-TXN-REASON
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           MOVE SPACES TO WS-STATION-HDD-BASE(WS-STN-SEARCH-IDX).
           MOVE SPACES TO WS-STATION-CDD-BASE(WS-STN-SEARCH-IDX).
           PERFORM CAPTURE-AFTER-IMAGE.

       REWRITE-STATION-MASTER.
           OPEN OUTPUT STATION-MASTER-FILE.


      * Shared row formatter for REWRITE-STATION-MASTER and
      * LIST-STATIONS; the QC band fields are appended only when an
      * override is present so plain rows stay four fields. A row
      * with degree-day bases carries all eight fields, the band
      * pair left empty when the station has no band of its own.
       FORMAT-STATION-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           IF WS-STATION-HDD-BASE(WS-I) NOT = SPACES
                   AND WS-STATION-CDD-BASE(WS-I) NOT = SPACES
               STRING
                   WS-STATION-NAME(WS-I) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-STATION-ID(WS-I) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-STATION-REGION(WS-I) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-STATION-STATUS(WS-I) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-STATION-QC-LOW(WS-I) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-STATION-QC-HIGH(WS-I) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-STATION-HDD-BASE(WS-I) DELIMITED BY SPACE
                   ";" DELIMITED BY SIZE
                   WS-STATION-CDD-BASE(WS-I) DELIMITED BY SPACE
                   INTO WS-OUTPUT-LINE
               END-STRING
               EXIT PARAGRAPH
           END-IF.

           IF WS-STATION-QC-LOW(WS-I) NOT = SPACES
                   AND WS-STATION-QC-HIGH(WS-I) NOT = SPACES
               STRING

      * Appends one pipe-delimited audit record (the master row
      * images carry semicolons, so ";" cannot delimit here):
      * TIMESTAMP|VERB|NAME|BEFORE|AFTER, plus |BATCH-ID for a
      * change applied by batch mode. The file is permanent and
      * append-only -- nothing ever rewrites it.
       WRITE-AUDIT-RECORD.
           MOVE WS-ARG-NAME TO WS-AUDIT-NAME.
           MOVE WS-VERB TO WS-AUDIT-VERB.
           PERFORM APPEND-AUDIT-RECORD.

       APPEND-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO WS-AUDIT-TIMESTAMP.
               INTO WS-AUDIT-TIMESTAMP
           END-STRING.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           MOVE 1 TO WS-AUDIT-POINTER.
           STRING
               WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUDIT-VERB DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-AUDIT-NAME DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-AUDIT-AFTER DELIMITED BY SPACE
               INTO AUDIT-RECORD
               WITH POINTER WS-AUDIT-POINTER
           END-STRING.
           IF WS-BATCH-ID NOT = SPACES
               STRING
                   "|" DELIMITED BY SIZE
                   WS-BATCH-ID DELIMITED BY SPACE
                   INTO AUDIT-RECORD
                   WITH POINTER WS-AUDIT-POINTER
               END-STRING
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

           MOVE SPACES TO WS-AUD-NAME.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE SPACES TO WS-AUD-AFTER.
           MOVE SPACES TO WS-AUD-BATCH.
           UNSTRING AUDIT-RECORD DELIMITED BY "|"
               INTO WS-AUD-TS WS-AUD-VERB WS-AUD-NAME
                   WS-AUD-BEFORE WS-AUD-AFTER WS-AUD-BATCH.

       DISPLAY-AUDIT-ENTRY.
           IF WS-AUD-BATCH NOT = SPACES
               DISPLAY WS-AUD-TS " " WS-AUD-VERB " batch "
                   WS-AUD-BATCH
           ELSE
               DISPLAY WS-AUD-TS " " WS-AUD-VERB
           END-IF.
           DISPLAY "  before: " WS-AUD-BEFORE(1:68).
           DISPLAY "  after:  " WS-AUD-AFTER(1:68).

               MOVE WS-ARG-2 TO WS-AUD-TO
           END-IF.

           MOVE SPACES TO WS-AUD-HEADING.
           STRING
               "=== STATION MASTER AUDIT " DELIMITED BY SIZE
               WS-AUD-FROM DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               WS-AUD-TO DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO WS-AUD-HEADING
           END-STRING.
           PERFORM PRODUCE-AUDIT-REPORT.

      * BATCHAUDIT <batch-id>: the same report restricted to the
      * records one batch run applied, whatever their dates.
       WRITE-BATCH-AUDIT-REPORT.
           IF WS-ARG-NAME = SPACES
               DISPLAY "STATIONMAINT: BATCHAUDIT needs <batch-id>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARG-NAME TO WS-AUD-BATCH-FILTER.
           MOVE "00000000" TO WS-AUD-FROM.
           MOVE "99999999" TO WS-AUD-TO.
           MOVE SPACES TO WS-AUD-HEADING.
           STRING
               "=== STATION MASTER AUDIT BATCH " DELIMITED BY SIZE
               WS-AUD-BATCH-FILTER DELIMITED BY SPACE
               " ===" DELIMITED BY SIZE
               INTO WS-AUD-HEADING
           END-STRING.
           PERFORM PRODUCE-AUDIT-REPORT.

      * Copies the audit records inside WS-AUD-FROM..WS-AUD-TO (and
      * carrying WS-AUD-BATCH-FILTER's batch id, when one is set)
      * to audit_report.txt under WS-AUD-HEADING.
       PRODUCE-AUDIT-REPORT.
           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               CLOSE AUDIT-FILE

           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           MOVE WS-AUD-HEADING TO AUDIT-REPORT-RECORD.
           WRITE AUDIT-REPORT-RECORD.

           MOVE "N" TO WS-EOF-FLAG.
                           PERFORM PARSE-AUDIT-RECORD
                           IF WS-AUD-TS(1:8) >= WS-AUD-FROM
                                   AND WS-AUD-TS(1:8) <= WS-AUD-TO
                                   AND (WS-AUD-BATCH-FILTER = SPACES
                                   OR WS-AUD-BATCH
                                       = WS-AUD-BATCH-FILTER)
                               ADD 1 TO WS-AUD-MATCHED
                               MOVE AUDIT-RECORD
                                   TO AUDIT-REPORT-RECORD
