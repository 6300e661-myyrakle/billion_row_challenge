       IDENTIFICATION DIVISION.
       PROGRAM-ID. HISTLOAD.

      * Loads NAME;DATE;MIN;MAX;AVG;COUNT rows from a line-sequential
      * file into the keyed station history master
      * (station_history.dat), creating the master if there is none.
      * Used once to carry the old line-sequential history over to
      * the keyed master (rename the old file first, then load it),
      * and afterwards to reload an exported or repaired extract. A
      * row whose station + date key is already in the master
      * replaces it, so a later row for the same key wins and a
      * reload is safe to repeat.
      *
      * A station name over the 100-byte key width cannot be kept
      * and is reported and skipped (return code 4).
      *
      * Command line: <input-file>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LOAD-FILE ASSIGN TO DYNAMIC WS-LOAD-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOAD-FILE-STATUS.
           SELECT OPTIONAL HISTORY-FILE
               ASSIGN TO DYNAMIC WS-HISTORY-FILENAME
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HISTORY-KEY
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  LOAD-FILE.
       01  LOAD-RECORD           PIC X(400).

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

       WORKING-STORAGE SECTION.
       01  WS-LOAD-FILENAME      PIC X(256) VALUE SPACES.
       01  WS-HISTORY-FILENAME   PIC X(256)
                                 VALUE "station_history.dat".
       01  WS-LOAD-FILE-STATUS   PIC X(2).
       01  WS-HISTORY-FILE-STATUS PIC X(2).

       01  WS-COMMAND-LINE       PIC X(300) VALUE SPACES.
       01  WS-EOF-FLAG           PIC X(1) VALUE "N".

       01  WS-LOAD-NAME          PIC X(256).
       01  WS-LOAD-DATE          PIC X(20).
       01  WS-LOAD-MIN           PIC X(20).
       01  WS-LOAD-MAX           PIC X(20).
       01  WS-LOAD-AVG           PIC X(20).
       01  WS-LOAD-COUNT         PIC X(20).

       01  WS-ROWS-READ          PIC 9(10) VALUE 0.
       01  WS-ROWS-ADDED         PIC 9(10) VALUE 0.
       01  WS-ROWS-REPLACED      PIC 9(10) VALUE 0.
       01  WS-ROWS-SKIPPED       PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
           MOVE SPACES TO WS-LOAD-FILENAME.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-LOAD-FILENAME.

           IF WS-LOAD-FILENAME = SPACES
               DISPLAY "HISTLOAD: input file parameter is required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           IF WS-LOAD-FILENAME = WS-HISTORY-FILENAME
               DISPLAY "HISTLOAD: input must not be the history "
                   "master itself; rename the old file first"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN INPUT LOAD-FILE.
           IF WS-LOAD-FILE-STATUS NOT = "00"
               DISPLAY "HISTLOAD: cannot open "
                   WS-LOAD-FILENAME(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           OPEN I-O HISTORY-FILE.
           IF WS-HISTORY-FILE-STATUS NOT = "00"
                   AND WS-HISTORY-FILE-STATUS NOT = "05"
               DISPLAY "HISTLOAD: cannot open "
                   WS-HISTORY-FILENAME(1:40)
                   " status " WS-HISTORY-FILE-STATUS
               CLOSE LOAD-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ LOAD-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF LOAD-RECORD NOT = SPACES
                           PERFORM LOAD-HISTORY-ROW
                       END-IF
               END-READ
           END-PERFORM.

           CLOSE LOAD-FILE.
           CLOSE HISTORY-FILE.

           DISPLAY "HISTLOAD: rows read:     " WS-ROWS-READ.
           DISPLAY "HISTLOAD: rows added:    " WS-ROWS-ADDED.
           DISPLAY "HISTLOAD: rows replaced: " WS-ROWS-REPLACED.
           DISPLAY "HISTLOAD: rows skipped:  " WS-ROWS-SKIPPED.
           IF WS-ROWS-SKIPPED > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

       LOAD-HISTORY-ROW.
           ADD 1 TO WS-ROWS-READ.
           MOVE SPACES TO WS-LOAD-NAME.
           MOVE SPACES TO WS-LOAD-DATE.
           MOVE SPACES TO WS-LOAD-MIN.
           MOVE SPACES TO WS-LOAD-MAX.
           MOVE SPACES TO WS-LOAD-AVG.
           MOVE SPACES TO WS-LOAD-COUNT.
           UNSTRING LOAD-RECORD DELIMITED BY ";"
               INTO WS-LOAD-NAME WS-LOAD-DATE WS-LOAD-MIN
                   WS-LOAD-MAX WS-LOAD-AVG WS-LOAD-COUNT.

           IF WS-LOAD-NAME(101:) NOT = SPACES
               DISPLAY "WARNING: station name over 100 bytes, "
                   "skipped: " WS-LOAD-NAME(1:40)
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           IF WS-LOAD-DATE(1:8) IS NOT NUMERIC
                   OR WS-LOAD-DATE(9:) NOT = SPACES
               DISPLAY "WARNING: invalid date, skipped: "
                   LOAD-RECORD(1:60)
               ADD 1 TO WS-ROWS-SKIPPED
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO HISTORY-RECORD.
           MOVE WS-LOAD-NAME TO HISTORY-STATION.
           MOVE WS-LOAD-DATE TO HISTORY-DATE.
           MOVE WS-LOAD-MIN TO HISTORY-MIN.
           MOVE WS-LOAD-MAX TO HISTORY-MAX.
           MOVE WS-LOAD-AVG TO HISTORY-AVG.
           MOVE WS-LOAD-COUNT TO HISTORY-COUNT.

           WRITE HISTORY-RECORD
               INVALID KEY
                   REWRITE HISTORY-RECORD
                       INVALID KEY
                           DISPLAY "HISTLOAD: cannot store "
                               HISTORY-STATION(1:40) " "
                               HISTORY-DATE " status "
                               WS-HISTORY-FILE-STATUS
                           ADD 1 TO WS-ROWS-SKIPPED
                       NOT INVALID KEY
                           ADD 1 TO WS-ROWS-REPLACED
                   END-REWRITE
               NOT INVALID KEY
                   ADD 1 TO WS-ROWS-ADDED
           END-WRITE.
