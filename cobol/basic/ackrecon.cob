       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACKRECON.

      * Reconciles the warehouse's load acknowledgements against the
      * permanent transmission log (transmission_log.dat) the
      * extract writers append to. Every extract issued -- the
      * daily run, the partitioned merge, and each restatement --
      * leaves a SENT row carrying its trailer record count and hash
      * totals; the latest row for a business date is that date's
      * current status.
      *
      * For every date whose latest status is not yet ACKED the
      * warehouse acknowledgement file warehouse_ack_DATE.dat is
      * read, one line per load the warehouse made:
      *   YYYYMMDD;VERSION;RECORDS;HASH-COUNT;HASH-TOTAL
      * (a blank version means the original issue, 00). The last
      * line for the issue the log holds is matched field by field
      * against the trailer values: all three equal appends an ACKED
      * row, any difference a REJECTED row naming the fields that
      * disagree. An issue still unacknowledged more than
      * ACK-OVERDUE-DAYS days (brc_params.dat, default 3) after it
      * was produced is marked OVERDUE. An acknowledgement for an
      * older version than the one last sent does not count -- a
      * restatement needs its own. Rows are only appended when the
      * status changes, so the log reads as the issue's history.
      *
      * Report goes to ack_recon_report_ASOF.txt with a console
      * summary; return code 4 when anything is REJECTED or OVERDUE.
      *
      * Command line: [asof-YYYYMMDD]
      *   asof defaults to today.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL XMIT-LOG-FILE
               ASSIGN TO DYNAMIC WS-XMIT-LOG-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-XMIT-LOG-STATUS.
           SELECT ACK-FILE ASSIGN TO DYNAMIC WS-ACK-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT REPORT-FILE ASSIGN TO DYNAMIC WS-REPORT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PARAM-FILE ASSIGN TO DYNAMIC WS-PARAM-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARAM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  XMIT-LOG-FILE.
       01  XMIT-LOG-RECORD       PIC X(400).

       FD  ACK-FILE.
       01  ACK-RECORD            PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-RECORD         PIC X(400).

       FD  PARAM-FILE.
       01  PARAM-RECORD          PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-XMIT-LOG-FILENAME  PIC X(256)
                                 VALUE "transmission_log.dat".
       01  WS-ACK-FILENAME       PIC X(256) VALUE SPACES.
       01  WS-REPORT-FILENAME    PIC X(256) VALUE SPACES.
       01  WS-PARAM-FILENAME     PIC X(256) VALUE "brc_params.dat".
       01  WS-XMIT-LOG-STATUS    PIC X(2).
       01  WS-ACK-FILE-STATUS    PIC X(2).
       01  WS-PARAM-FILE-STATUS  PIC X(2).
       01  WS-PARAM-KEY          PIC X(30).
       01  WS-PARAM-VALUE        PIC X(256).

       01  WS-COMMAND-LINE       PIC X(80) VALUE SPACES.
       01  WS-CMD-TOKEN-1        PIC X(20).
       01  WS-ASOF-DATE          PIC X(8) VALUE SPACES.
       01  WS-ASOF-MM            PIC 9(2).
       01  WS-ASOF-DD            PIC 9(2).
       01  WS-OVERDUE-DAYS       PIC 9(5) VALUE 3.

       01  WS-DATE-NUM           PIC 9(8).
       01  WS-ASOF-INT           PIC 9(8).
       01  WS-PRODUCED-INT       PIC 9(8).
       01  WS-AGE-DAYS           PIC S9(8).

      * Latest transmission-log row per business date, kept sorted
      * by date, same scheme RUNLEDGER uses for the run ledger.
       01  WS-DATE-TABLE.
           05  WS-DATE-ENTRY OCCURS 5000 TIMES.
               10  WS-DT-DATE        PIC X(8).
               10  WS-DT-VERSION     PIC X(2).
               10  WS-DT-PRODUCED    PIC X(14).
               10  WS-DT-RECORDS     PIC X(20).
               10  WS-DT-HASH-CNT    PIC X(20).
               10  WS-DT-HASH-TOT    PIC X(24).
               10  WS-DT-STATUS      PIC X(10).
               10  WS-DT-STATUS-DATE PIC X(8).

       01  WS-DATE-COUNT         PIC 9(5) VALUE 0.
       01  WS-DT-FOUND           PIC 9 VALUE 0.
       01  WS-DT-SEARCH-IDX      PIC 9(5).
       01  WS-DT-LOW             PIC 9(5).
       01  WS-DT-HIGH            PIC 9(5).
       01  WS-DT-MID             PIC 9(5).
       01  WS-DT-INSERT-POS      PIC 9(5).
       01  WS-DT-TARGET          PIC X(8).

       01  WS-LOG-FIELD-1        PIC X(8).
       01  WS-LOG-FIELD-2        PIC X(2).
       01  WS-LOG-FIELD-3        PIC X(14).
       01  WS-LOG-FIELD-4        PIC X(20).
       01  WS-LOG-FIELD-5        PIC X(20).
       01  WS-LOG-FIELD-6        PIC X(24).
       01  WS-LOG-FIELD-7        PIC X(10).
       01  WS-LOG-FIELD-8        PIC X(8).

       01  WS-ACK-FIELD-1        PIC X(8).
       01  WS-ACK-FIELD-2        PIC X(2).
       01  WS-ACK-FIELD-3        PIC X(20).
       01  WS-ACK-FIELD-4        PIC X(20).
       01  WS-ACK-FIELD-5        PIC X(24).
       01  WS-ACK-VERSION        PIC 9(2).
       01  WS-DT-VERSION-NUM     PIC 9(2).

      * The acknowledgement matched for the issue being checked,
      * and the highest version acknowledged for any other issue.
       01  WS-ACK-FOUND          PIC X(1).
       01  WS-ACK-OTHER          PIC X(1).
       01  WS-ACK-OTHER-VERSION  PIC 9(2).
       01  WS-ACK-RECORDS        PIC X(20).
       01  WS-ACK-HASH-CNT       PIC X(20).
       01  WS-ACK-HASH-TOT       PIC X(24).

       01  WS-SENT-RECORDS-NUM   PIC 9(18).
       01  WS-ACK-RECORDS-NUM    PIC 9(18).
       01  WS-SENT-HASH-CNT-NUM  PIC 9(18).
       01  WS-ACK-HASH-CNT-NUM   PIC 9(18).
       01  WS-SENT-HASH-TOT-NUM  PIC S9(17)V9.
       01  WS-ACK-HASH-TOT-NUM   PIC S9(17)V9.

       01  WS-NEW-STATUS         PIC X(10).
       01  WS-NOTE               PIC X(60).
       01  WS-NOTE-POINTER       PIC 9(4).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(5).
       01  WS-RECORD-COUNT       PIC 9(10) VALUE 0.
       01  WS-CAPACITY-WARNED    PIC X(1) VALUE "N".
       01  WS-LOG-OPEN           PIC X(1) VALUE "N".

       01  WS-CHECKED-COUNT      PIC 9(5) VALUE 0.
       01  WS-ACKED-COUNT        PIC 9(5) VALUE 0.
       01  WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
       01  WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.
       01  WS-WAITING-COUNT      PIC 9(5) VALUE 0.
       01  WS-APPENDED-COUNT     PIC 9(5) VALUE 0.

       01  WS-XMIT-LINE          PIC X(400).
       01  WS-REPORT-LINE        PIC X(400).
       01  WS-COUNT-EDIT         PIC Z(9)9.

       01  WS-TRIM-SOURCE        PIC X(24).
       01  WS-TRIM-RESULT        PIC X(24).
       01  WS-TRIM-POS           PIC 9(3).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
      * UNSTRING leaves receivers it finds no token for untouched,
      * so clear them first.
           MOVE SPACES TO WS-CMD-TOKEN-1.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-CMD-TOKEN-1.

           IF WS-CMD-TOKEN-1 = SPACES
               ACCEPT WS-ASOF-DATE FROM DATE YYYYMMDD
           ELSE
               MOVE WS-CMD-TOKEN-1 TO WS-ASOF-DATE
           END-IF.

           IF WS-ASOF-DATE IS NOT NUMERIC
                   OR WS-CMD-TOKEN-1(9:) NOT = SPACES
               DISPLAY "ACKRECON: usage: [asof-YYYYMMDD]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ASOF-DATE(5:2) TO WS-ASOF-MM.
           MOVE WS-ASOF-DATE(7:2) TO WS-ASOF-DD.
           IF WS-ASOF-MM < 1 OR WS-ASOF-MM > 12
                   OR WS-ASOF-DD < 1 OR WS-ASOF-DD > 31
               DISPLAY "ACKRECON: not a valid date: " WS-ASOF-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ASOF-DATE TO WS-DATE-NUM.
           COMPUTE WS-ASOF-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).

           PERFORM READ-RUN-CONTROL.
           PERFORM LOAD-TRANSMISSION-LOG.

           IF WS-RECORD-COUNT = 0
               DISPLAY "ACKRECON: transmission log is empty or "
                   "missing, nothing to reconcile"
               MOVE 4 TO RETURN-CODE
               STOP RUN
           END-IF.

           STRING
               "ack_recon_report_" DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-REPORT-FILENAME
           END-STRING.
           OPEN OUTPUT REPORT-FILE.

           MOVE WS-OVERDUE-DAYS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "=== WAREHOUSE ACK RECONCILIATION asof "
               DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               ", overdue after " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " days ===" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "DATE;VERSION;PRODUCED;RECORDS;HASH-COUNT;HASH-TOTAL;"
               DELIMITED BY SIZE
               "ACK-RECORDS;ACK-HASH-COUNT;ACK-HASH-TOTAL;"
               DELIMITED BY SIZE
               "WAS;NOW;NOTE" DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           PERFORM VARYING WS-DT-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-DT-SEARCH-IDX > WS-DATE-COUNT
               IF WS-DT-STATUS(WS-DT-SEARCH-IDX) NOT = "ACKED"
                   PERFORM RECONCILE-ONE-DATE
               END-IF
           END-PERFORM.

           IF WS-LOG-OPEN = "Y"
               CLOSE XMIT-LOG-FILE
           END-IF.

           PERFORM WRITE-RECON-SUMMARY.
           CLOSE REPORT-FILE.

           DISPLAY "ACKRECON: issues checked:     " WS-CHECKED-COUNT.
           DISPLAY "ACKRECON: acknowledged now:   " WS-ACKED-COUNT.
           DISPLAY "ACKRECON: rejected:           " WS-REJECTED-COUNT.
           DISPLAY "ACKRECON: overdue:            " WS-OVERDUE-COUNT.
           DISPLAY "ACKRECON: awaiting ack:       " WS-WAITING-COUNT.
           DISPLAY "ACKRECON: log rows appended:  " WS-APPENDED-COUNT.

           IF WS-REJECTED-COUNT > 0 OR WS-OVERDUE-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Only the overdue threshold is of interest here; the main
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
               WHEN "ACK-OVERDUE-DAYS"
                   IF FUNCTION TEST-NUMVAL(WS-PARAM-VALUE) NOT = 0
                       DISPLAY "ACKRECON: run control "
                           "ACK-OVERDUE-DAYS is not numeric: "
                           WS-PARAM-VALUE(1:20)
                       CLOSE PARAM-FILE
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(WS-PARAM-VALUE)
                       TO WS-OVERDUE-DAYS
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

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
                           PERFORM TALLY-LOG-RECORD
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-EOF-FLAG.
           CLOSE XMIT-LOG-FILE.

      * Later rows overwrite earlier ones, so each entry ends up
      * holding the date's latest issue and status.
       TALLY-LOG-RECORD.
           ADD 1 TO WS-RECORD-COUNT.

           MOVE SPACES TO WS-LOG-FIELD-1.
           MOVE SPACES TO WS-LOG-FIELD-2.
           MOVE SPACES TO WS-LOG-FIELD-3.
           MOVE SPACES TO WS-LOG-FIELD-4.
           MOVE SPACES TO WS-LOG-FIELD-5.
           MOVE SPACES TO WS-LOG-FIELD-6.
           MOVE SPACES TO WS-LOG-FIELD-7.
           MOVE SPACES TO WS-LOG-FIELD-8.
           UNSTRING XMIT-LOG-RECORD DELIMITED BY ";"
               INTO WS-LOG-FIELD-1 WS-LOG-FIELD-2 WS-LOG-FIELD-3
                   WS-LOG-FIELD-4 WS-LOG-FIELD-5 WS-LOG-FIELD-6
                   WS-LOG-FIELD-7 WS-LOG-FIELD-8.

           MOVE WS-LOG-FIELD-1 TO WS-DT-TARGET.
           PERFORM BINARY-SEARCH-DATE.

           IF WS-DT-FOUND = 0
               IF WS-DATE-COUNT >= 5000
                   IF WS-CAPACITY-WARNED = "N"
                       DISPLAY "WARNING: date table capacity "
                           "(5000) exceeded, reconciliation is "
                           "incomplete"
                       MOVE "Y" TO WS-CAPACITY-WARNED
                   END-IF
                   EXIT PARAGRAPH
               END-IF
               PERFORM INSERT-NEW-DATE
               MOVE WS-DT-INSERT-POS TO WS-DT-SEARCH-IDX
           END-IF.

           MOVE WS-LOG-FIELD-2 TO WS-DT-VERSION(WS-DT-SEARCH-IDX).
           MOVE WS-LOG-FIELD-3 TO WS-DT-PRODUCED(WS-DT-SEARCH-IDX).
           MOVE WS-LOG-FIELD-4 TO WS-DT-RECORDS(WS-DT-SEARCH-IDX).
           MOVE WS-LOG-FIELD-5 TO WS-DT-HASH-CNT(WS-DT-SEARCH-IDX).
           MOVE WS-LOG-FIELD-6 TO WS-DT-HASH-TOT(WS-DT-SEARCH-IDX).
           MOVE WS-LOG-FIELD-7 TO WS-DT-STATUS(WS-DT-SEARCH-IDX).
           MOVE WS-LOG-FIELD-8
               TO WS-DT-STATUS-DATE(WS-DT-SEARCH-IDX).

       BINARY-SEARCH-DATE.
           MOVE 0 TO WS-DT-FOUND.
           MOVE 1 TO WS-DT-LOW.
           MOVE WS-DATE-COUNT TO WS-DT-HIGH.

           PERFORM UNTIL WS-DT-LOW > WS-DT-HIGH OR WS-DT-FOUND = 1
               ADD WS-DT-LOW WS-DT-HIGH GIVING WS-DT-MID
               DIVIDE WS-DT-MID BY 2 GIVING WS-DT-MID
               IF WS-DT-DATE(WS-DT-MID) = WS-DT-TARGET
                   MOVE 1 TO WS-DT-FOUND
                   MOVE WS-DT-MID TO WS-DT-SEARCH-IDX
               ELSE
                   IF WS-DT-DATE(WS-DT-MID) < WS-DT-TARGET
                       ADD 1 TO WS-DT-MID GIVING WS-DT-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-DT-MID GIVING WS-DT-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-DT-FOUND = 0
               MOVE WS-DT-LOW TO WS-DT-INSERT-POS
           END-IF.

       INSERT-NEW-DATE.
           PERFORM VARYING WS-I FROM WS-DATE-COUNT BY -1
               UNTIL WS-I < WS-DT-INSERT-POS
               MOVE WS-DATE-ENTRY(WS-I) TO WS-DATE-ENTRY(WS-I + 1)
           END-PERFORM.

           ADD 1 TO WS-DATE-COUNT.
           MOVE SPACES TO WS-DATE-ENTRY(WS-DT-INSERT-POS).
           MOVE WS-DT-TARGET TO WS-DT-DATE(WS-DT-INSERT-POS).

      * One issue not yet acknowledged: look for its ack, decide the
      * status it should have now, append a log row if that differs
      * from the status it has, and report it either way.
       RECONCILE-ONE-DATE.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM FIND-ACKNOWLEDGEMENT.

           MOVE WS-DT-STATUS(WS-DT-SEARCH-IDX) TO WS-NEW-STATUS.
           MOVE SPACES TO WS-NOTE.

           IF WS-ACK-FOUND = "Y"
               PERFORM COMPARE-ACKNOWLEDGEMENT
           ELSE
               PERFORM CHECK-OVERDUE
           END-IF.

           IF WS-NEW-STATUS NOT = WS-DT-STATUS(WS-DT-SEARCH-IDX)
               PERFORM APPEND-STATUS-ROW
           END-IF.

           EVALUATE WS-NEW-STATUS
               WHEN "ACKED"
                   ADD 1 TO WS-ACKED-COUNT
               WHEN "REJECTED"
                   ADD 1 TO WS-REJECTED-COUNT
               WHEN "OVERDUE"
                   ADD 1 TO WS-OVERDUE-COUNT
               WHEN OTHER
                   ADD 1 TO WS-WAITING-COUNT
           END-EVALUATE.

           PERFORM WRITE-RECON-LINE.

      * Reads warehouse_ack_DATE.dat, if the warehouse has sent one,
      * keeping the last line for the version the log last sent.
       FIND-ACKNOWLEDGEMENT.
           MOVE "N" TO WS-ACK-FOUND.
           MOVE "N" TO WS-ACK-OTHER.
           MOVE 0 TO WS-ACK-OTHER-VERSION.
           MOVE SPACES TO WS-ACK-RECORDS.
           MOVE SPACES TO WS-ACK-HASH-CNT.
           MOVE SPACES TO WS-ACK-HASH-TOT.
           MOVE FUNCTION NUMVAL(WS-DT-VERSION(WS-DT-SEARCH-IDX))
               TO WS-DT-VERSION-NUM.

           MOVE SPACES TO WS-ACK-FILENAME.
           STRING
               "warehouse_ack_" DELIMITED BY SIZE
               WS-DT-DATE(WS-DT-SEARCH-IDX) DELIMITED BY SIZE
               ".dat" DELIMITED BY SIZE
               INTO WS-ACK-FILENAME
           END-STRING.

           OPEN INPUT ACK-FILE.
           IF WS-ACK-FILE-STATUS NOT = "00"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ ACK-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF ACK-RECORD NOT = SPACES
                               AND ACK-RECORD(1:1) NOT = "*"
                           PERFORM TAKE-ACK-LINE
                       END-IF
               END-READ
           END-PERFORM.

           MOVE "N" TO WS-EOF-FLAG.
           CLOSE ACK-FILE.

       TAKE-ACK-LINE.
           MOVE SPACES TO WS-ACK-FIELD-1.
           MOVE SPACES TO WS-ACK-FIELD-2.
           MOVE SPACES TO WS-ACK-FIELD-3.
           MOVE SPACES TO WS-ACK-FIELD-4.
           MOVE SPACES TO WS-ACK-FIELD-5.
           UNSTRING ACK-RECORD DELIMITED BY ";"
               INTO WS-ACK-FIELD-1 WS-ACK-FIELD-2 WS-ACK-FIELD-3
                   WS-ACK-FIELD-4 WS-ACK-FIELD-5.

           IF WS-ACK-FIELD-1 NOT = WS-DT-DATE(WS-DT-SEARCH-IDX)
               EXIT PARAGRAPH
           END-IF.

           IF WS-ACK-FIELD-2 = SPACES
               MOVE 0 TO WS-ACK-VERSION
           ELSE
               IF FUNCTION TEST-NUMVAL(WS-ACK-FIELD-2) NOT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE FUNCTION NUMVAL(WS-ACK-FIELD-2)
                   TO WS-ACK-VERSION
           END-IF.

           IF WS-ACK-VERSION = WS-DT-VERSION-NUM
               MOVE "Y" TO WS-ACK-FOUND
               MOVE WS-ACK-FIELD-3 TO WS-ACK-RECORDS
               MOVE WS-ACK-FIELD-4 TO WS-ACK-HASH-CNT
               MOVE WS-ACK-FIELD-5 TO WS-ACK-HASH-TOT
           ELSE
               MOVE "Y" TO WS-ACK-OTHER
               IF WS-ACK-VERSION > WS-ACK-OTHER-VERSION
                   MOVE WS-ACK-VERSION TO WS-ACK-OTHER-VERSION
               END-IF
           END-IF.

      * Record count and both hash totals must agree with the
      * trailer as logged; the note names every field that does
      * not, so the warehouse side knows where to look.
       COMPARE-ACKNOWLEDGEMENT.
           IF FUNCTION TEST-NUMVAL(WS-ACK-RECORDS) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-ACK-HASH-CNT) NOT = 0
                   OR FUNCTION TEST-NUMVAL(WS-ACK-HASH-TOT) NOT = 0
               MOVE "REJECTED" TO WS-NEW-STATUS
               MOVE "ACK NOT NUMERIC" TO WS-NOTE
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-DT-RECORDS(WS-DT-SEARCH-IDX))
               TO WS-SENT-RECORDS-NUM.
           MOVE FUNCTION NUMVAL(WS-DT-HASH-CNT(WS-DT-SEARCH-IDX))
               TO WS-SENT-HASH-CNT-NUM.
           MOVE FUNCTION NUMVAL(WS-DT-HASH-TOT(WS-DT-SEARCH-IDX))
               TO WS-SENT-HASH-TOT-NUM.
           MOVE FUNCTION NUMVAL(WS-ACK-RECORDS)
               TO WS-ACK-RECORDS-NUM.
           MOVE FUNCTION NUMVAL(WS-ACK-HASH-CNT)
               TO WS-ACK-HASH-CNT-NUM.
           MOVE FUNCTION NUMVAL(WS-ACK-HASH-TOT)
               TO WS-ACK-HASH-TOT-NUM.

           IF WS-SENT-RECORDS-NUM = WS-ACK-RECORDS-NUM
                   AND WS-SENT-HASH-CNT-NUM = WS-ACK-HASH-CNT-NUM
                   AND WS-SENT-HASH-TOT-NUM = WS-ACK-HASH-TOT-NUM
               MOVE "ACKED" TO WS-NEW-STATUS
               EXIT PARAGRAPH
           END-IF.

           MOVE "REJECTED" TO WS-NEW-STATUS.
           MOVE 1 TO WS-NOTE-POINTER.
           STRING
               "MISMATCH" DELIMITED BY SIZE
               INTO WS-NOTE
               WITH POINTER WS-NOTE-POINTER
           END-STRING.
           IF WS-SENT-RECORDS-NUM NOT = WS-ACK-RECORDS-NUM
               STRING
                   " RECORDS" DELIMITED BY SIZE
                   INTO WS-NOTE
                   WITH POINTER WS-NOTE-POINTER
               END-STRING
           END-IF.
           IF WS-SENT-HASH-CNT-NUM NOT = WS-ACK-HASH-CNT-NUM
               STRING
                   " HASH-COUNT" DELIMITED BY SIZE
                   INTO WS-NOTE
                   WITH POINTER WS-NOTE-POINTER
               END-STRING
           END-IF.
           IF WS-SENT-HASH-TOT-NUM NOT = WS-ACK-HASH-TOT-NUM
               STRING
                   " HASH-TOTAL" DELIMITED BY SIZE
                   INTO WS-NOTE
                   WITH POINTER WS-NOTE-POINTER
               END-STRING
           END-IF.

      * No acknowledgement for the issue: it stays as it is (a
      * REJECTED issue waits for a corrected load or a reissue)
      * unless it was SENT and has now waited too long. An ack for
      * a superseded version is noted so nobody mistakes it for one.
       CHECK-OVERDUE.
           IF WS-ACK-OTHER = "Y"
               MOVE WS-ACK-OTHER-VERSION TO WS-ACK-VERSION
               STRING
                   "ACK ON FILE IS FOR VERSION " DELIMITED BY SIZE
                   WS-ACK-VERSION DELIMITED BY SIZE
                   INTO WS-NOTE
               END-STRING
           END-IF.

           IF WS-DT-STATUS(WS-DT-SEARCH-IDX) NOT = "SENT"
               EXIT PARAGRAPH
           END-IF.

           IF WS-DT-PRODUCED(WS-DT-SEARCH-IDX)(1:8) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF.
           MOVE WS-DT-PRODUCED(WS-DT-SEARCH-IDX)(1:8)
               TO WS-DATE-NUM.
           COMPUTE WS-PRODUCED-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM).
           COMPUTE WS-AGE-DAYS = WS-ASOF-INT - WS-PRODUCED-INT.

           IF WS-AGE-DAYS > WS-OVERDUE-DAYS
               MOVE "OVERDUE" TO WS-NEW-STATUS
           END-IF.

      * Same layout the extract writers use; the issue's trailer
      * values are carried forward unchanged.
       APPEND-STATUS-ROW.
           IF WS-LOG-OPEN = "N"
               OPEN EXTEND XMIT-LOG-FILE
               MOVE "Y" TO WS-LOG-OPEN
           END-IF.

           MOVE SPACES TO WS-XMIT-LINE.
           STRING
               WS-DT-DATE(WS-DT-SEARCH-IDX) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-DT-VERSION(WS-DT-SEARCH-IDX) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-DT-PRODUCED(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DT-RECORDS(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DT-HASH-CNT(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DT-HASH-TOT(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-NEW-STATUS DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-ASOF-DATE DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-NOTE DELIMITED BY "  "
               INTO WS-XMIT-LINE
           END-STRING.

           MOVE SPACES TO XMIT-LOG-RECORD.
           MOVE WS-XMIT-LINE TO XMIT-LOG-RECORD.
           WRITE XMIT-LOG-RECORD.
           ADD 1 TO WS-APPENDED-COUNT.

       WRITE-RECON-LINE.
           MOVE SPACES TO WS-REPORT-LINE.
           STRING
               WS-DT-DATE(WS-DT-SEARCH-IDX) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-DT-VERSION(WS-DT-SEARCH-IDX) DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-DT-PRODUCED(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DT-RECORDS(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DT-HASH-CNT(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DT-HASH-TOT(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-ACK-RECORDS DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-ACK-HASH-CNT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-ACK-HASH-TOT DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DT-STATUS(WS-DT-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-NEW-STATUS DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-NOTE DELIMITED BY "  "
               INTO WS-REPORT-LINE
           END-STRING.

           MOVE SPACES TO REPORT-RECORD.
           MOVE WS-REPORT-LINE TO REPORT-RECORD.
           WRITE REPORT-RECORD.

       WRITE-RECON-SUMMARY.
           IF WS-CHECKED-COUNT = 0
               MOVE SPACES TO REPORT-RECORD
               MOVE "(every logged extract is acknowledged)"
                   TO REPORT-RECORD
               WRITE REPORT-RECORD
           END-IF.

           MOVE SPACES TO REPORT-RECORD.
           WRITE REPORT-RECORD.
           MOVE SPACES TO REPORT-RECORD.
           MOVE "=== SUMMARY ===" TO REPORT-RECORD.
           WRITE REPORT-RECORD.

           MOVE WS-CHECKED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "ISSUES CHECKED    " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE WS-ACKED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "ACKED THIS RUN    " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE WS-REJECTED-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "REJECTED          " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE WS-OVERDUE-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "OVERDUE           " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

           MOVE WS-WAITING-COUNT TO WS-COUNT-EDIT.
           MOVE SPACES TO REPORT-RECORD.
           STRING
               "AWAITING ACK      " DELIMITED BY SIZE
               WS-COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-RECORD
           END-STRING.
           WRITE REPORT-RECORD.

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
