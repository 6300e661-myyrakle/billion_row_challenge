       IDENTIFICATION DIVISION.
       PROGRAM-ID. XWALKMAINT.

      * Maintains the partner station-code crosswalk
      * (partner_xwalk.dat) that BILLIONROWCHALLENGE uses to turn
      * the 10-character station code of the partner network's
      * fixed-width feed into the master station name before
      * station validation, so partner readings aggregate under the
      * same station as the classic feed instead of under a second,
      * code-named copy. One CODE;STATION-NAME record per partner
      * code; the file is rewritten sorted by code on every change
      * so the main job can binary-search it straight after loading.
      * Several partner codes may point at one master station.
      *
      * A code can only be mapped to a station that is already in
      * the station master (stations.dat): onboarding a partner
      * site that is new to us is a STATIONMAINT ADD first, then a
      * MAP here.
      *
      * Every verb that changes the crosswalk also appends one
      * record to the permanent crosswalk audit file
      * (xwalk_audit.dat), same TIMESTAMP|VERB|CODE|BEFORE|AFTER
      * layout STATIONMAINT writes to station_audit.dat.
      *
      * Command line:
      *   MAP <code> <name>          map (or re-point) a partner code
      *   UNMAP <code>               remove a partner code
      *   LIST                       display the crosswalk
      *   HISTORY <code>             play back all changes for one
      *                              code from the audit file
      *   AUDIT <from> <to>          write xwalk_audit_report.txt of
      *                              changes in a YYYYMMDD range

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT XWALK-FILE
               ASSIGN TO DYNAMIC WS-XWALK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XWALK-FILE-STATUS.
           SELECT STATION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-STATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-REPORT-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  XWALK-FILE.
       01  XWALK-RECORD          PIC X(300).

       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(300).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD          PIC X(1000).

       FD  AUDIT-REPORT-FILE.
       01  AUDIT-REPORT-RECORD   PIC X(1000).

       WORKING-STORAGE SECTION.
       01  WS-XWALK-FILENAME     PIC X(256) VALUE "partner_xwalk.dat".
       01  WS-XWALK-FILE-STATUS  PIC X(2).
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-STATION-FILE-STATUS PIC X(2).

       01  WS-XWALK-TABLE.
           05  WS-XWALK-ENTRY OCCURS 50000 TIMES.
               10  WS-XWALK-CODE       PIC X(10).
               10  WS-XWALK-NAME       PIC X(256).

       01  WS-XWALK-COUNT        PIC 9(10) VALUE 0.

      * Station master names and statuses only: MAP checks its
      * target against them, nothing here ever rewrites stations.dat.
       01  WS-STATION-TABLE.
           05  WS-STATION-ENTRY OCCURS 50000 TIMES.
               10  WS-STATION-NAME     PIC X(256).
               10  WS-STATION-STATUS   PIC X(8).

       01  WS-STATION-COUNT      PIC 9(10) VALUE 0.
       01  WS-STATION-LOADED     PIC X(1) VALUE "N".

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(10).

       01  WS-COMMAND-LINE       PIC X(300) VALUE SPACES.
       01  WS-VERB               PIC X(10).
       01  WS-ARG-CODE           PIC X(256).
       01  WS-ARG-2              PIC X(256).

       01  WS-XW-FIELD-1         PIC X(20).
       01  WS-XW-FIELD-2         PIC X(256).
       01  WS-STN-FIELD-1        PIC X(256).
       01  WS-STN-FIELD-2        PIC X(20).
       01  WS-STN-FIELD-3        PIC X(20).
       01  WS-STN-FIELD-4        PIC X(20).

       01  WS-TARGET-CODE        PIC X(10).
       01  WS-XW-FOUND           PIC 9 VALUE 0.
       01  WS-XW-SEARCH-IDX      PIC 9(10).
       01  WS-XW-LOW             PIC 9(10).
       01  WS-XW-HIGH            PIC 9(10).
       01  WS-XW-MID             PIC 9(10).
       01  WS-XW-INSERT-POS      PIC 9(10).

       01  WS-TARGET-NAME        PIC X(256).
       01  WS-STN-FOUND          PIC 9 VALUE 0.
       01  WS-STN-SEARCH-IDX     PIC 9(10).
       01  WS-STN-LOW            PIC 9(10).
       01  WS-STN-HIGH           PIC 9(10).
       01  WS-STN-MID            PIC 9(10).
       01  WS-STN-INSERT-POS     PIC 9(10).

       01  WS-OUTPUT-LINE        PIC X(300).

      * Audit state. The before/after images are the crosswalk row
      * as FORMAT-XWALK-LINE renders it ("(none)" when the code did
      * not exist on that side of the change).
       01  WS-AUDIT-FILENAME     PIC X(256)
                                 VALUE "xwalk_audit.dat".
       01  WS-AUDIT-REPORT-FILENAME PIC X(256)
                                 VALUE "xwalk_audit_report.txt".
       01  WS-AUDIT-FILE-STATUS  PIC X(2).
       01  WS-AUDIT-DATE         PIC X(8).
       01  WS-AUDIT-TIME         PIC X(8).
       01  WS-AUDIT-TIMESTAMP    PIC X(14).
       01  WS-AUDIT-BEFORE       PIC X(300).
       01  WS-AUDIT-AFTER        PIC X(300).

      * Playback fields for HISTORY and AUDIT.
       01  WS-AUD-TS             PIC X(14).
       01  WS-AUD-VERB           PIC X(10).
       01  WS-AUD-CODE           PIC X(256).
       01  WS-AUD-BEFORE         PIC X(300).
       01  WS-AUD-AFTER          PIC X(300).
       01  WS-AUD-MATCHED        PIC 9(10) VALUE 0.
       01  WS-AUD-FROM           PIC X(8).
       01  WS-AUD-TO             PIC X(8).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

      * UNSTRING leaves receivers it finds no token for untouched,
      * so the argument fields must be blanked first or the
      * missing-argument guards below never fire.
           MOVE SPACES TO WS-VERB.
           MOVE SPACES TO WS-ARG-CODE.
           MOVE SPACES TO WS-ARG-2.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-VERB WS-ARG-CODE WS-ARG-2.

           IF WS-VERB = SPACES
               DISPLAY "XWALKMAINT: no command given"
               DISPLAY "  MAP <code> <name>"
               DISPLAY "  UNMAP <code>"
               DISPLAY "  LIST"
               DISPLAY "  HISTORY <code>"
               DISPLAY "  AUDIT <from-YYYYMMDD> <to-YYYYMMDD>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-XWALK.

           EVALUATE WS-VERB
               WHEN "MAP"
                   PERFORM LOAD-STATION-MASTER
                   PERFORM MAP-PARTNER-CODE
                   PERFORM REWRITE-XWALK
               WHEN "UNMAP"
                   PERFORM UNMAP-PARTNER-CODE
                   PERFORM REWRITE-XWALK
               WHEN "LIST"
                   PERFORM LIST-XWALK
               WHEN "HISTORY"
                   PERFORM PLAY-CODE-HISTORY
               WHEN "AUDIT"
                   PERFORM WRITE-AUDIT-REPORT
               WHEN OTHER
                   DISPLAY "XWALKMAINT: unknown command " WS-VERB
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      * Loads partner_xwalk.dat into the sorted WS-XWALK-TABLE, so a
      * crosswalk that was hand-edited out of order still comes out
      * sorted on the next rewrite. A missing file just means an
      * empty crosswalk.
       LOAD-XWALK.
           OPEN INPUT XWALK-FILE.

           IF WS-XWALK-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ XWALK-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF XWALK-RECORD NOT = SPACES
                               PERFORM LOAD-XWALK-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-FLAG
               CLOSE XWALK-FILE
           ELSE
               CLOSE XWALK-FILE
           END-IF.

       LOAD-XWALK-RECORD.
           MOVE SPACES TO WS-XW-FIELD-1.
           MOVE SPACES TO WS-XW-FIELD-2.
           UNSTRING XWALK-RECORD DELIMITED BY ";"
               INTO WS-XW-FIELD-1 WS-XW-FIELD-2.

           MOVE WS-XW-FIELD-1 TO WS-TARGET-CODE.
           PERFORM BINARY-SEARCH-XWALK.

           IF WS-XW-FOUND = 1
               MOVE WS-XW-FIELD-2 TO WS-XWALK-NAME(WS-XW-SEARCH-IDX)
           ELSE
               IF WS-XWALK-COUNT < 50000
                   PERFORM INSERT-NEW-XWALK
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
               IF WS-XWALK-CODE(WS-XW-MID) = WS-TARGET-CODE
                   MOVE 1 TO WS-XW-FOUND
                   MOVE WS-XW-MID TO WS-XW-SEARCH-IDX
               ELSE
                   IF WS-XWALK-CODE(WS-XW-MID) < WS-TARGET-CODE
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

       INSERT-NEW-XWALK.
           PERFORM VARYING WS-I FROM WS-XWALK-COUNT BY -1
               UNTIL WS-I < WS-XW-INSERT-POS
               MOVE WS-XWALK-ENTRY(WS-I) TO WS-XWALK-ENTRY(WS-I + 1)
           END-PERFORM.

           ADD 1 TO WS-XWALK-COUNT.
           MOVE WS-TARGET-CODE TO WS-XWALK-CODE(WS-XW-INSERT-POS).
           MOVE WS-XW-FIELD-2 TO WS-XWALK-NAME(WS-XW-INSERT-POS).

      * Station names and statuses from stations.dat, kept sorted
      * the same way STATIONMAINT keeps them. MAP refuses to run
      * without a master to check against.
       LOAD-STATION-MASTER.
           OPEN INPUT STATION-MASTER-FILE.

           IF WS-STATION-FILE-STATUS NOT = "00"
               CLOSE STATION-MASTER-FILE
               DISPLAY "XWALKMAINT: cannot open station master "
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
           MOVE "Y" TO WS-STATION-LOADED.
           CLOSE STATION-MASTER-FILE.

       LOAD-STATION-RECORD.
           MOVE SPACES TO WS-STN-FIELD-1.
           MOVE SPACES TO WS-STN-FIELD-2.
           MOVE SPACES TO WS-STN-FIELD-3.
           MOVE SPACES TO WS-STN-FIELD-4.
           UNSTRING STATION-MASTER-RECORD DELIMITED BY ";"
               INTO WS-STN-FIELD-1 WS-STN-FIELD-2
                   WS-STN-FIELD-3 WS-STN-FIELD-4.

           MOVE WS-STN-FIELD-1 TO WS-TARGET-NAME.
           PERFORM BINARY-SEARCH-STATION.

           IF WS-STN-FOUND = 1
               MOVE WS-STN-FIELD-4
                   TO WS-STATION-STATUS(WS-STN-SEARCH-IDX)
           ELSE
               IF WS-STATION-COUNT < 50000
                   PERFORM VARYING WS-I FROM WS-STATION-COUNT BY -1
                       UNTIL WS-I < WS-STN-INSERT-POS
                       MOVE WS-STATION-ENTRY(WS-I)
                           TO WS-STATION-ENTRY(WS-I + 1)
                   END-PERFORM
                   ADD 1 TO WS-STATION-COUNT
                   MOVE WS-TARGET-NAME
                       TO WS-STATION-NAME(WS-STN-INSERT-POS)
                   MOVE WS-STN-FIELD-4
                       TO WS-STATION-STATUS(WS-STN-INSERT-POS)
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
               IF WS-STATION-NAME(WS-STN-MID) = WS-TARGET-NAME
                   MOVE 1 TO WS-STN-FOUND
                   MOVE WS-STN-MID TO WS-STN-SEARCH-IDX
               ELSE
                   IF WS-STATION-NAME(WS-STN-MID) < WS-TARGET-NAME
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

      * MAP is an upsert: a code already in the crosswalk is
      * re-pointed at the new station, a new code is inserted in
      * sorted position. Partner codes are fixed at 10 characters
      * in the feed, so a longer code can never match and is
      * refused.
       MAP-PARTNER-CODE.
           IF WS-ARG-CODE = SPACES OR WS-ARG-2 = SPACES
               DISPLAY "XWALKMAINT: MAP needs <code> <name>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-ARG-CODE(11:246) NOT = SPACES
               DISPLAY "XWALKMAINT: partner code longer than 10 "
                   "characters: " WS-ARG-CODE(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARG-2 TO WS-TARGET-NAME.
           PERFORM BINARY-SEARCH-STATION.
           IF WS-STN-FOUND = 0
               DISPLAY "XWALKMAINT: not in station master: "
                   WS-ARG-2(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           IF WS-STATION-STATUS(WS-STN-SEARCH-IDX) = "RETIRED"
               DISPLAY "XWALKMAINT: WARNING: " WS-ARG-2(1:40)
                   " is RETIRED in the master, its partner "
                   "readings will still be routed to unknown"
           END-IF.

           MOVE WS-ARG-CODE TO WS-TARGET-CODE.
           PERFORM BINARY-SEARCH-XWALK.

           IF WS-XW-FOUND = 1
               PERFORM CAPTURE-BEFORE-IMAGE
               MOVE WS-ARG-2 TO WS-XWALK-NAME(WS-XW-SEARCH-IDX)
               PERFORM CAPTURE-AFTER-IMAGE
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "XWALKMAINT: re-pointed " WS-TARGET-CODE
           ELSE
               IF WS-XWALK-COUNT < 50000
                   MOVE "(none)" TO WS-AUDIT-BEFORE
                   MOVE WS-ARG-2 TO WS-XW-FIELD-2
                   PERFORM INSERT-NEW-XWALK
                   MOVE WS-XW-INSERT-POS TO WS-XW-SEARCH-IDX
                   PERFORM CAPTURE-AFTER-IMAGE
                   PERFORM WRITE-AUDIT-RECORD
                   DISPLAY "XWALKMAINT: mapped " WS-TARGET-CODE
               ELSE
                   DISPLAY "XWALKMAINT: crosswalk full, cannot map"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

      * UNMAP takes the code out of the crosswalk altogether; the
      * partner's readings under it are reported as unmapped from
      * the next run on.
       UNMAP-PARTNER-CODE.
           IF WS-ARG-CODE = SPACES
               DISPLAY "XWALKMAINT: UNMAP needs <code>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARG-CODE TO WS-TARGET-CODE.
           PERFORM BINARY-SEARCH-XWALK.

           IF WS-XW-FOUND = 1
               PERFORM CAPTURE-BEFORE-IMAGE
               MOVE "(none)" TO WS-AUDIT-AFTER
               PERFORM VARYING WS-I FROM WS-XW-SEARCH-IDX BY 1
                   UNTIL WS-I >= WS-XWALK-COUNT
                   MOVE WS-XWALK-ENTRY(WS-I + 1)
                       TO WS-XWALK-ENTRY(WS-I)
               END-PERFORM
               SUBTRACT 1 FROM WS-XWALK-COUNT
               PERFORM WRITE-AUDIT-RECORD
               DISPLAY "XWALKMAINT: unmapped " WS-TARGET-CODE
           ELSE
               DISPLAY "XWALKMAINT: not in crosswalk: "
                   WS-ARG-CODE(1:40)
               MOVE 8 TO RETURN-CODE
           END-IF.

       REWRITE-XWALK.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT XWALK-FILE.

           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-XWALK-COUNT
               PERFORM FORMAT-XWALK-LINE
               MOVE SPACES TO XWALK-RECORD
               MOVE WS-OUTPUT-LINE TO XWALK-RECORD
               WRITE XWALK-RECORD
           END-PERFORM.

           CLOSE XWALK-FILE.

       LIST-XWALK.
           DISPLAY "===== PARTNER CODE CROSSWALK =====".
           PERFORM VARYING WS-I FROM 1 BY 1
               UNTIL WS-I > WS-XWALK-COUNT
               PERFORM FORMAT-XWALK-LINE
               DISPLAY WS-OUTPUT-LINE(1:80)
           END-PERFORM.
           DISPLAY "Codes: " WS-XWALK-COUNT.

      * Shared row formatter for REWRITE-XWALK, LIST-XWALK and the
      * audit images.
       FORMAT-XWALK-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING
               WS-XWALK-CODE(WS-I) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-XWALK-NAME(WS-I) DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
           END-STRING.

       CAPTURE-BEFORE-IMAGE.
           MOVE WS-XW-SEARCH-IDX TO WS-I.
           PERFORM FORMAT-XWALK-LINE.
           MOVE WS-OUTPUT-LINE TO WS-AUDIT-BEFORE.

       CAPTURE-AFTER-IMAGE.
           MOVE WS-XW-SEARCH-IDX TO WS-I.
           PERFORM FORMAT-XWALK-LINE.
           MOVE WS-OUTPUT-LINE TO WS-AUDIT-AFTER.

      * Appends one pipe-delimited audit record:
      * TIMESTAMP|VERB|CODE|BEFORE|AFTER. The file is permanent and
      * append-only -- nothing ever rewrites it.
       WRITE-AUDIT-RECORD.
           ACCEPT WS-AUDIT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-AUDIT-TIME FROM TIME.
           MOVE SPACES TO WS-AUDIT-TIMESTAMP.
           STRING
               WS-AUDIT-DATE DELIMITED BY SIZE
               WS-AUDIT-TIME(1:6) DELIMITED BY SIZE
               INTO WS-AUDIT-TIMESTAMP
           END-STRING.

           OPEN EXTEND AUDIT-FILE.
           MOVE SPACES TO AUDIT-RECORD.
           STRING
               WS-AUDIT-TIMESTAMP DELIMITED BY SIZE
               "|" DELIMITED BY SIZE
               WS-VERB DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-TARGET-CODE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-AUDIT-BEFORE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-AUDIT-AFTER DELIMITED BY SPACE
               INTO AUDIT-RECORD
           END-STRING.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      * HISTORY <code>: plays back every audit record for one
      * partner code in the order the changes were made.
       PLAY-CODE-HISTORY.
           IF WS-ARG-CODE = SPACES
               DISPLAY "XWALKMAINT: HISTORY needs <code>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               DISPLAY "XWALKMAINT: no audit history recorded"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "===== CHANGE HISTORY: " WS-ARG-CODE(1:10)
               " =====".

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-RECORD NOT = SPACES
                           PERFORM PARSE-AUDIT-RECORD
                           IF WS-AUD-CODE = WS-ARG-CODE
                               ADD 1 TO WS-AUD-MATCHED
                               PERFORM DISPLAY-AUDIT-ENTRY
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE AUDIT-FILE.

           IF WS-AUD-MATCHED = 0
               DISPLAY "(no changes recorded)"
           END-IF.
           DISPLAY "Changes: " WS-AUD-MATCHED.

       PARSE-AUDIT-RECORD.
           MOVE SPACES TO WS-AUD-TS.
           MOVE SPACES TO WS-AUD-VERB.
           MOVE SPACES TO WS-AUD-CODE.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE SPACES TO WS-AUD-AFTER.
           UNSTRING AUDIT-RECORD DELIMITED BY "|"
               INTO WS-AUD-TS WS-AUD-VERB WS-AUD-CODE
                   WS-AUD-BEFORE WS-AUD-AFTER.

       DISPLAY-AUDIT-ENTRY.
           DISPLAY WS-AUD-TS " " WS-AUD-VERB.
           DISPLAY "  before: " WS-AUD-BEFORE(1:68).
           DISPLAY "  after:  " WS-AUD-AFTER(1:68).

      * AUDIT <from> <to>: writes every audit record whose date
      * falls in the range to xwalk_audit_report.txt. Missing
      * bounds default to everything.
       WRITE-AUDIT-REPORT.
           IF WS-ARG-CODE = SPACES
               MOVE "00000000" TO WS-AUD-FROM
           ELSE
               MOVE WS-ARG-CODE TO WS-AUD-FROM
           END-IF.
           IF WS-ARG-2 = SPACES
               MOVE "99999999" TO WS-AUD-TO
           ELSE
               MOVE WS-ARG-2 TO WS-AUD-TO
           END-IF.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               DISPLAY "XWALKMAINT: no audit history recorded"
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT AUDIT-REPORT-FILE.
           MOVE SPACES TO AUDIT-REPORT-RECORD.
           STRING
               "=== PARTNER CROSSWALK AUDIT " DELIMITED BY SIZE
               WS-AUD-FROM DELIMITED BY SIZE
               " .. " DELIMITED BY SIZE
               WS-AUD-TO DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO AUDIT-REPORT-RECORD
           END-STRING.
           WRITE AUDIT-REPORT-RECORD.

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-RECORD NOT = SPACES
                           PERFORM PARSE-AUDIT-RECORD
                           IF WS-AUD-TS(1:8) >= WS-AUD-FROM
                                   AND WS-AUD-TS(1:8) <= WS-AUD-TO
                               ADD 1 TO WS-AUD-MATCHED
                               MOVE AUDIT-RECORD
                                   TO AUDIT-REPORT-RECORD
                               WRITE AUDIT-REPORT-RECORD
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

           IF WS-AUD-MATCHED = 0
               MOVE SPACES TO AUDIT-REPORT-RECORD
               MOVE "(none)" TO AUDIT-REPORT-RECORD
               WRITE AUDIT-REPORT-RECORD
           END-IF.

           CLOSE AUDIT-FILE.
           CLOSE AUDIT-REPORT-FILE.
           DISPLAY "XWALKMAINT: audit records in range: "
               WS-AUD-MATCHED.
