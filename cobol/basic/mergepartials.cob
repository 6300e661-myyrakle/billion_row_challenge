               ASSIGN TO DYNAMIC WS-RUN-LEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.
           SELECT OPTIONAL XMIT-LOG-FILE
               ASSIGN TO DYNAMIC WS-XMIT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-RECORD     PIC X(400).

       FD  XMIT-LOG-FILE.
       01  XMIT-LOG-RECORD       PIC X(400).

       WORKING-STORAGE SECTION.
       01  WS-PARTIAL-FILENAME   PIC X(256) VALUE SPACES.
       01  WS-OUTPUT-FILENAME    PIC X(256) VALUE SPACES.
       01  WS-EXT-HASH-TOTAL     PIC S9(17)V9 VALUE 0.
       01  WS-EXT-RUN-DATE       PIC X(8).

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
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
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

       WRITE-EXTRACT-DETAIL.
           MOVE WS-AVG TO WS-EXT-D-AVG.
