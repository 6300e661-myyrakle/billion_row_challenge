       IDENTIFICATION DIVISION.
       PROGRAM-ID. DISTRIBUTE.

      * Daily customer distribution. Once the day has passed the
      * quality gate -- the latest run_ledger.dat row for the date
      * is COMPLETE -- cuts one delivery file per customer whose
      * subscription (subscriptions.dat, kept by SUBMAINT) is active
      * on the date, holding only the outputs_DATE.csv rows for the
      * stations the customer takes: every station in a subscribed
      * REGION plus every subscribed station ID.
      *
      * CSV customers get delivery_CUST_DATE.csv: a HDR,CUST,DATE,
      * CSV line, the column header and rows exactly as in
      * outputs_DATE.csv, and a TRL,ROWS,HASH-COUNT,HASH-TOTAL line.
      * FIXED customers get delivery_CUST_DATE.dat in the warehouse
      * extract layout ('00' header with the customer ID in columns
      * 22-33, '10' details, '99' trailer). Either way the hash
      * totals are the sums of the COUNT and TOTAL columns, the same
      * control the warehouse feed carries.
      *
      * delivery_manifest_DATE.txt lists every file cut with its
      * control totals. delivery_followup_DATE.txt lists customers
      * account managers need to talk to: a subscribed station that
      * is RETIRED or no longer in the master, or a subscription
      * that produced no rows today (the empty file is still cut so
      * the customer's intake sees a dated header and trailer).
      * Any follow-up sets RC 4.
      *
      * Command line: <YYYYMMDD>

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LEDGER-FILE
               ASSIGN TO DYNAMIC WS-RUN-LEDGER-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LEDGER-STATUS.
           SELECT SUBSCRIPTION-FILE
               ASSIGN TO DYNAMIC WS-SUBSCRIPTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIPTION-FILE-STATUS.
           SELECT STATION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-STATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT DAILY-CSV-FILE ASSIGN TO DYNAMIC WS-CSV-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT DELIVERY-FILE
               ASSIGN TO DYNAMIC WS-DELIVERY-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MANIFEST-FILE
               ASSIGN TO DYNAMIC WS-MANIFEST-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FOLLOWUP-FILE
               ASSIGN TO DYNAMIC WS-FOLLOWUP-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LEDGER-FILE.
       01  RUN-LEDGER-RECORD     PIC X(300).

       FD  SUBSCRIPTION-FILE.
       01  SUBSCRIPTION-RECORD   PIC X(300).

       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(300).

       FD  DAILY-CSV-FILE.
       01  DAILY-CSV-RECORD      PIC X(400).

       FD  DELIVERY-FILE.
       01  DELIVERY-RECORD       PIC X(400).

       FD  MANIFEST-FILE.
       01  MANIFEST-RECORD       PIC X(300).

       FD  FOLLOWUP-FILE.
       01  FOLLOWUP-RECORD       PIC X(300).

       WORKING-STORAGE SECTION.
       01  WS-RUN-LEDGER-FILENAME PIC X(256)
                                 VALUE "run_ledger.dat".
       01  WS-RUN-LEDGER-STATUS  PIC X(2).
       01  WS-SUBSCRIPTION-FILENAME PIC X(256)
                                 VALUE "subscriptions.dat".
       01  WS-SUBSCRIPTION-FILE-STATUS PIC X(2).
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-STATION-FILE-STATUS PIC X(2).
       01  WS-CSV-FILENAME       PIC X(256) VALUE SPACES.
       01  WS-CSV-FILE-STATUS    PIC X(2).
       01  WS-DELIVERY-FILENAME  PIC X(256) VALUE SPACES.
       01  WS-MANIFEST-FILENAME  PIC X(256) VALUE SPACES.
       01  WS-FOLLOWUP-FILENAME  PIC X(256) VALUE SPACES.

       01  WS-COMMAND-LINE       PIC X(256) VALUE SPACES.
       01  WS-PARM-DATE          PIC X(8).

      * Latest ledger status for the run date; later rows for the
      * same date supersede earlier ones, as everywhere else.
       01  WS-LDG-FIELD-1        PIC X(20).
       01  WS-LDG-FIELD-2        PIC X(256).
       01  WS-LDG-FIELD-3        PIC X(20).
       01  WS-LDG-FIELD-4        PIC X(20).
       01  WS-LDG-FIELD-5        PIC X(20).
       01  WS-LDG-FIELD-6        PIC X(20).
       01  WS-LDG-FIELD-7        PIC X(20).
       01  WS-LDG-FIELD-8        PIC X(20).
       01  WS-DAY-STATUS         PIC X(20) VALUE SPACES.

      * Customers sorted by ID, same shape SUBMAINT keeps them in.
       01  WS-CUST-TABLE.
           05  WS-CUST-ENTRY OCCURS 500 TIMES.
               10  WS-CUST-ID          PIC X(12).
               10  WS-CUST-FORMAT      PIC X(5).
               10  WS-CUST-START       PIC X(8).
               10  WS-CUST-END         PIC X(8).
               10  WS-CUST-ITEM-COUNT  PIC 9(3).
               10  WS-CUST-ITEM OCCURS 200 TIMES.
                   15  WS-ITEM-KIND    PIC X(1).
                   15  WS-ITEM-CODE    PIC X(8).

       01  WS-CUST-COUNT         PIC 9(5) VALUE 0.
       01  WS-CUST-FOUND         PIC 9 VALUE 0.
       01  WS-CUST-SEARCH-IDX    PIC 9(5).
       01  WS-CUST-LOW           PIC 9(5).
       01  WS-CUST-HIGH          PIC 9(5).
       01  WS-CUST-MID           PIC 9(5).
       01  WS-CUST-INSERT-POS    PIC 9(5).
       01  WS-TARGET-CUST        PIC X(12).

       01  WS-ITEM-FOUND         PIC 9 VALUE 0.
       01  WS-ITEM-IDX           PIC 9(3).
       01  WS-ITEM-INSERT-POS    PIC 9(3).
       01  WS-ITEM-J             PIC 9(3).
       01  WS-TARGET-ITEM.
           05  WS-TARGET-KIND    PIC X(1).
           05  WS-TARGET-CODE    PIC X(8).

      * Station master IDs and statuses, for the RETIRED / unknown
      * station follow-ups.
       01  WS-STATION-TABLE.
           05  WS-STATION-ENTRY OCCURS 50000 TIMES.
               10  WS-STATION-ID       PIC X(8).
               10  WS-STATION-STATUS   PIC X(8).

       01  WS-STATION-COUNT      PIC 9(10) VALUE 0.
       01  WS-STN-FOUND          PIC 9 VALUE 0.
       01  WS-STN-SEARCH-IDX     PIC 9(10).
       01  WS-STN-LOW            PIC 9(10).
       01  WS-STN-HIGH           PIC 9(10).
       01  WS-STN-MID            PIC 9(10).
       01  WS-STN-INSERT-POS     PIC 9(10).
       01  WS-TARGET-ID          PIC X(8).

       01  WS-SUB-FIELD-1        PIC X(20).
       01  WS-SUB-FIELD-2        PIC X(20).
       01  WS-SUB-FIELD-3        PIC X(20).
       01  WS-SUB-FIELD-4        PIC X(20).
       01  WS-SUB-FIELD-5        PIC X(20).
       01  WS-STN-FIELD-1        PIC X(256).
       01  WS-STN-FIELD-2        PIC X(20).
       01  WS-STN-FIELD-3        PIC X(20).
       01  WS-STN-FIELD-4        PIC X(20).

      * CITY,STATION_ID,REGION,MIN,MAX,AVG,COUNT,TOTAL
       01  WS-CSV-FIELD-1        PIC X(256).
       01  WS-CSV-FIELD-2        PIC X(20).
       01  WS-CSV-FIELD-3        PIC X(20).
       01  WS-CSV-FIELD-4        PIC X(20).
       01  WS-CSV-FIELD-5        PIC X(20).
       01  WS-CSV-FIELD-6        PIC X(20).
       01  WS-CSV-FIELD-7        PIC X(20).
       01  WS-CSV-FIELD-8        PIC X(20).
       01  WS-CSV-HEADER         PIC X(400) VALUE SPACES.
       01  WS-HEADER-SEEN        PIC X(1) VALUE "N".
       01  WS-ROW-WANTED         PIC X(1) VALUE "N".

      * Fixed delivery layout: the warehouse extract records, with
      * the customer ID carried in the header after the three
      * columns the restatement version occupies on the warehouse
      * feed.
       01  WS-DLV-HEADER.
           05  WS-DLV-H-TYPE     PIC X(2) VALUE "00".
           05  WS-DLV-H-DATE     PIC X(8).
           05  WS-DLV-H-SYSTEM   PIC X(8) VALUE "BRC00001".
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-DLV-H-CUST     PIC X(12).
           05  FILLER            PIC X(87) VALUE SPACES.

       01  WS-DLV-DETAIL.
           05  WS-DLV-D-TYPE     PIC X(2) VALUE "10".
           05  WS-DLV-D-ID       PIC X(8).
           05  WS-DLV-D-NAME     PIC X(40).
           05  WS-DLV-D-MIN      PIC S9(8)V9
                                 SIGN IS LEADING SEPARATE.
           05  WS-DLV-D-MAX      PIC S9(8)V9
                                 SIGN IS LEADING SEPARATE.
           05  WS-DLV-D-AVG      PIC S9(8)V9
                                 SIGN IS LEADING SEPARATE.
           05  WS-DLV-D-COUNT    PIC 9(10).
           05  WS-DLV-D-TOTAL    PIC S9(17)V9
                                 SIGN IS LEADING SEPARATE.
           05  FILLER            PIC X(11) VALUE SPACES.

       01  WS-DLV-TRAILER.
           05  WS-DLV-T-TYPE     PIC X(2) VALUE "99".
           05  WS-DLV-T-COUNT    PIC 9(9).
           05  WS-DLV-T-HASH-CNT PIC 9(18).
           05  WS-DLV-T-HASH-TOT PIC S9(17)V9
                                 SIGN IS LEADING SEPARATE.
           05  FILLER            PIC X(72) VALUE SPACES.

       01  WS-DLV-REC-COUNT      PIC 9(9) VALUE 0.
       01  WS-DLV-HASH-COUNT     PIC 9(18) VALUE 0.
       01  WS-DLV-HASH-TOTAL     PIC S9(17)V9 VALUE 0.
       01  WS-DLV-ROW-COUNT      PIC 9(10).
       01  WS-DLV-ROW-TOTAL      PIC S9(17)V9.

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-CSV-EOF            PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(10).
       01  WS-CUSTOMERS-ACTIVE   PIC 9(5) VALUE 0.
       01  WS-CUSTOMERS-INACTIVE PIC 9(5) VALUE 0.
       01  WS-FILES-CUT          PIC 9(5) VALUE 0.
       01  WS-ROWS-DELIVERED     PIC 9(10) VALUE 0.
       01  WS-FOLLOWUPS          PIC 9(10) VALUE 0.
       01  WS-CUST-FOLLOWUP      PIC X(1) VALUE "N".
       01  WS-FOLLOWUP-CUSTOMERS PIC 9(5) VALUE 0.
       01  WS-FOLLOWUP-REASON    PIC X(16).
       01  WS-FOLLOWUP-DETAIL    PIC X(40).

       01  WS-COUNT-EDIT         PIC Z(9)9.
       01  WS-HASH-CNT-EDIT      PIC Z(17)9.
       01  WS-TOTAL-EDIT         PIC -(17)9.9.
       01  WS-TRIM-SOURCE        PIC X(24).
       01  WS-TRIM-RESULT        PIC X(24).
       01  WS-TRIM-POS           PIC 9(3).
       01  WS-OUTPUT-LINE        PIC X(400).
       01  WS-LINE-POINTER       PIC 9(4).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.
      * UNSTRING leaves receivers it finds no token for untouched,
      * so clear them first.
           MOVE SPACES TO WS-PARM-DATE.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-PARM-DATE.

           IF WS-PARM-DATE = SPACES
                   OR WS-PARM-DATE IS NOT NUMERIC
               DISPLAY "DISTRIBUTE: date parameter (YYYYMMDD) is "
                   "required"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-QUALITY-GATE.

           STRING
               "outputs_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".csv" DELIMITED BY SIZE
               INTO WS-CSV-FILENAME
           END-STRING.
           STRING
               "delivery_manifest_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-MANIFEST-FILENAME
           END-STRING.
           STRING
               "delivery_followup_" DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               ".txt" DELIMITED BY SIZE
               INTO WS-FOLLOWUP-FILENAME
           END-STRING.

           OPEN INPUT DAILY-CSV-FILE.
           IF WS-CSV-FILE-STATUS NOT = "00"
               CLOSE DAILY-CSV-FILE
               DISPLAY "DISTRIBUTE: cannot open "
                   WS-CSV-FILENAME(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           CLOSE DAILY-CSV-FILE.

           PERFORM LOAD-STATION-MASTER.
           PERFORM LOAD-SUBSCRIPTIONS.

           OPEN OUTPUT MANIFEST-FILE.
           OPEN OUTPUT FOLLOWUP-FILE.
           PERFORM WRITE-REPORT-HEADINGS.

           PERFORM VARYING WS-CUST-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-CUST-SEARCH-IDX > WS-CUST-COUNT
               IF WS-CUST-START(WS-CUST-SEARCH-IDX) <= WS-PARM-DATE
                       AND (WS-CUST-END(WS-CUST-SEARCH-IDX) = SPACES
                       OR WS-CUST-END(WS-CUST-SEARCH-IDX)
                           >= WS-PARM-DATE)
                   ADD 1 TO WS-CUSTOMERS-ACTIVE
                   PERFORM DISTRIBUTE-CUSTOMER
               ELSE
                   ADD 1 TO WS-CUSTOMERS-INACTIVE
               END-IF
           END-PERFORM.

           PERFORM WRITE-MANIFEST-SUMMARY.
           CLOSE MANIFEST-FILE.
           CLOSE FOLLOWUP-FILE.

           DISPLAY "DISTRIBUTE: customers active:    "
               WS-CUSTOMERS-ACTIVE.
           DISPLAY "DISTRIBUTE: customers inactive:  "
               WS-CUSTOMERS-INACTIVE.
           DISPLAY "DISTRIBUTE: delivery files cut:  " WS-FILES-CUT.
           DISPLAY "DISTRIBUTE: rows delivered:      "
               WS-ROWS-DELIVERED.
           DISPLAY "DISTRIBUTE: customers to follow: "
               WS-FOLLOWUP-CUSTOMERS.
           IF WS-FOLLOWUPS > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Nothing goes to customers for a day that has not been
      * signed off: no ledger row, still INPROGRESS, or failed a
      * control or quality check all stop the run.
       CHECK-QUALITY-GATE.
           OPEN INPUT RUN-LEDGER-FILE.

           IF WS-RUN-LEDGER-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ RUN-LEDGER-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF RUN-LEDGER-RECORD NOT = SPACES
                               PERFORM CHECK-LEDGER-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-FLAG
           END-IF.
           CLOSE RUN-LEDGER-FILE.

           IF WS-DAY-STATUS NOT = "COMPLETE"
               IF WS-DAY-STATUS = SPACES
                   DISPLAY "DISTRIBUTE: no run ledger entry for "
                       WS-PARM-DATE ", nothing distributed"
               ELSE
                   DISPLAY "DISTRIBUTE: " WS-PARM-DATE " status is "
                       WS-DAY-STATUS ", nothing distributed"
               END-IF
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       CHECK-LEDGER-RECORD.
           MOVE SPACES TO WS-LDG-FIELD-1.
           MOVE SPACES TO WS-LDG-FIELD-8.
           UNSTRING RUN-LEDGER-RECORD DELIMITED BY ";"
               INTO WS-LDG-FIELD-1 WS-LDG-FIELD-2 WS-LDG-FIELD-3
                   WS-LDG-FIELD-4 WS-LDG-FIELD-5 WS-LDG-FIELD-6
                   WS-LDG-FIELD-7 WS-LDG-FIELD-8.

           IF WS-LDG-FIELD-1 = WS-PARM-DATE
               MOVE WS-LDG-FIELD-8 TO WS-DAY-STATUS
           END-IF.

      * Station IDs and statuses from stations.dat, sorted by ID.
       LOAD-STATION-MASTER.
           OPEN INPUT STATION-MASTER-FILE.

           IF WS-STATION-FILE-STATUS NOT = "00"
               CLOSE STATION-MASTER-FILE
               DISPLAY "DISTRIBUTE: cannot open station master "
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

           IF WS-STN-FIELD-2 = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE WS-STN-FIELD-2 TO WS-TARGET-ID.
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
                   MOVE WS-TARGET-ID
                       TO WS-STATION-ID(WS-STN-INSERT-POS)
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
               IF WS-STATION-ID(WS-STN-MID) = WS-TARGET-ID
                   MOVE 1 TO WS-STN-FOUND
                   MOVE WS-STN-MID TO WS-STN-SEARCH-IDX
               ELSE
                   IF WS-STATION-ID(WS-STN-MID) < WS-TARGET-ID
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

      * Subscription master into the customer table. A missing file
      * means no customers, which is a quiet day, not an error.
       LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUBSCRIPTION-FILE.

           IF WS-SUBSCRIPTION-FILE-STATUS NOT = "00"
               CLOSE SUBSCRIPTION-FILE
               DISPLAY "DISTRIBUTE: no subscription master, no "
                   "customers to deliver to"
               EXIT PARAGRAPH
           END-IF.

           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ SUBSCRIPTION-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF SUBSCRIPTION-RECORD NOT = SPACES
                           PERFORM LOAD-SUBSCRIPTION-RECORD
                       END-IF
               END-READ
           END-PERFORM.
           MOVE "N" TO WS-EOF-FLAG.
           CLOSE SUBSCRIPTION-FILE.

       LOAD-SUBSCRIPTION-RECORD.
           MOVE SPACES TO WS-SUB-FIELD-1.
           MOVE SPACES TO WS-SUB-FIELD-2.
           MOVE SPACES TO WS-SUB-FIELD-3.
           MOVE SPACES TO WS-SUB-FIELD-4.
           MOVE SPACES TO WS-SUB-FIELD-5.
           UNSTRING SUBSCRIPTION-RECORD DELIMITED BY ";"
               INTO WS-SUB-FIELD-1 WS-SUB-FIELD-2 WS-SUB-FIELD-3
                   WS-SUB-FIELD-4 WS-SUB-FIELD-5.

           MOVE WS-SUB-FIELD-2 TO WS-TARGET-CUST.
           PERFORM BINARY-SEARCH-CUSTOMER.

           EVALUATE WS-SUB-FIELD-1
               WHEN "C"
                   IF WS-CUST-FOUND = 0
                       IF WS-CUST-COUNT >= 500
                           DISPLAY "WARNING: customer capacity (500) "
                               "exceeded, ignoring " WS-TARGET-CUST
                           EXIT PARAGRAPH
                       END-IF
                       PERFORM INSERT-NEW-CUSTOMER
                   END-IF
                   MOVE WS-SUB-FIELD-3
                       TO WS-CUST-FORMAT(WS-CUST-SEARCH-IDX)
                   MOVE WS-SUB-FIELD-4
                       TO WS-CUST-START(WS-CUST-SEARCH-IDX)
                   MOVE WS-SUB-FIELD-5
                       TO WS-CUST-END(WS-CUST-SEARCH-IDX)
               WHEN "R"
               WHEN "S"
                   IF WS-CUST-FOUND = 0
                       DISPLAY "WARNING: item for customer with no "
                           "C record dropped: "
                           SUBSCRIPTION-RECORD(1:40)
                       EXIT PARAGRAPH
                   END-IF
                   MOVE WS-SUB-FIELD-1 TO WS-TARGET-KIND
                   MOVE WS-SUB-FIELD-3 TO WS-TARGET-CODE
                   PERFORM SEARCH-CUSTOMER-ITEM
                   IF WS-ITEM-FOUND = 0
                       PERFORM INSERT-CUSTOMER-ITEM
                   END-IF
               WHEN OTHER
                   DISPLAY "WARNING: unrecognized subscription row "
                       "dropped: " SUBSCRIPTION-RECORD(1:40)
           END-EVALUATE.

       BINARY-SEARCH-CUSTOMER.
           MOVE 0 TO WS-CUST-FOUND.
           MOVE 1 TO WS-CUST-LOW.
           MOVE WS-CUST-COUNT TO WS-CUST-HIGH.

           PERFORM UNTIL WS-CUST-LOW > WS-CUST-HIGH
                   OR WS-CUST-FOUND = 1
               ADD WS-CUST-LOW WS-CUST-HIGH GIVING WS-CUST-MID
               DIVIDE WS-CUST-MID BY 2 GIVING WS-CUST-MID
               IF WS-CUST-ID(WS-CUST-MID) = WS-TARGET-CUST
                   MOVE 1 TO WS-CUST-FOUND
                   MOVE WS-CUST-MID TO WS-CUST-SEARCH-IDX
               ELSE
                   IF WS-CUST-ID(WS-CUST-MID) < WS-TARGET-CUST
                       ADD 1 TO WS-CUST-MID GIVING WS-CUST-LOW
                   ELSE
                       SUBTRACT 1 FROM WS-CUST-MID
                           GIVING WS-CUST-HIGH
                   END-IF
               END-IF
           END-PERFORM.

           IF WS-CUST-FOUND = 0
               MOVE WS-CUST-LOW TO WS-CUST-INSERT-POS
           END-IF.

       INSERT-NEW-CUSTOMER.
           PERFORM VARYING WS-I FROM WS-CUST-COUNT BY -1
               UNTIL WS-I < WS-CUST-INSERT-POS
               MOVE WS-CUST-ENTRY(WS-I) TO WS-CUST-ENTRY(WS-I + 1)
           END-PERFORM.

           ADD 1 TO WS-CUST-COUNT.
           MOVE WS-TARGET-CUST TO WS-CUST-ID(WS-CUST-INSERT-POS).
           MOVE SPACES TO WS-CUST-FORMAT(WS-CUST-INSERT-POS).
           MOVE SPACES TO WS-CUST-START(WS-CUST-INSERT-POS).
           MOVE SPACES TO WS-CUST-END(WS-CUST-INSERT-POS).
           MOVE 0 TO WS-CUST-ITEM-COUNT(WS-CUST-INSERT-POS).
           MOVE WS-CUST-INSERT-POS TO WS-CUST-SEARCH-IDX.

       SEARCH-CUSTOMER-ITEM.
           MOVE 0 TO WS-ITEM-FOUND.
           MOVE 1 TO WS-ITEM-IDX.
           PERFORM UNTIL WS-ITEM-IDX
                   > WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX)
                   OR WS-ITEM-FOUND = 1
                   OR WS-CUST-ITEM(WS-CUST-SEARCH-IDX, WS-ITEM-IDX)
                       > WS-TARGET-ITEM
               IF WS-CUST-ITEM(WS-CUST-SEARCH-IDX, WS-ITEM-IDX)
                       = WS-TARGET-ITEM
                   MOVE 1 TO WS-ITEM-FOUND
               ELSE
                   ADD 1 TO WS-ITEM-IDX
               END-IF
           END-PERFORM.
           MOVE WS-ITEM-IDX TO WS-ITEM-INSERT-POS.

       INSERT-CUSTOMER-ITEM.
           IF WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX) >= 200
               DISPLAY "WARNING: item capacity (200) exceeded for "
                   WS-CUST-ID(WS-CUST-SEARCH-IDX) ", ignoring "
                   WS-TARGET-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM VARYING WS-ITEM-J
               FROM WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX) BY -1
               UNTIL WS-ITEM-J < WS-ITEM-INSERT-POS
               MOVE WS-CUST-ITEM(WS-CUST-SEARCH-IDX, WS-ITEM-J)
                   TO WS-CUST-ITEM(WS-CUST-SEARCH-IDX, WS-ITEM-J + 1)
           END-PERFORM.
           ADD 1 TO WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX).
           MOVE WS-TARGET-ITEM
               TO WS-CUST-ITEM(WS-CUST-SEARCH-IDX, WS-ITEM-INSERT-POS).

       WRITE-REPORT-HEADINGS.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING
               "=== DELIVERY MANIFEST " DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.
           MOVE SPACES TO MANIFEST-RECORD.
           STRING
               "CUSTOMER;FORMAT;FILE;ROWS;HASH-COUNT;HASH-TOTAL"
               DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

           MOVE SPACES TO FOLLOWUP-RECORD.
           STRING
               "=== DELIVERY FOLLOW-UP " DELIMITED BY SIZE
               WS-PARM-DATE DELIMITED BY SIZE
               " ===" DELIMITED BY SIZE
               INTO FOLLOWUP-RECORD
           END-STRING.
           WRITE FOLLOWUP-RECORD.
           MOVE SPACES TO FOLLOWUP-RECORD.
           STRING
               "CUSTOMER;REASON;DETAIL" DELIMITED BY SIZE
               INTO FOLLOWUP-RECORD
           END-STRING.
           WRITE FOLLOWUP-RECORD.

      * One active customer: follow-ups for its station items, then
      * a pass over the day's CSV into its delivery file.
       DISTRIBUTE-CUSTOMER.
           MOVE "N" TO WS-CUST-FOLLOWUP.

           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX
                   > WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX)
               IF WS-ITEM-KIND(WS-CUST-SEARCH-IDX, WS-ITEM-IDX) = "S"
                   PERFORM CHECK-STATION-ITEM
               END-IF
           END-PERFORM.

           MOVE SPACES TO WS-DELIVERY-FILENAME.
           IF WS-CUST-FORMAT(WS-CUST-SEARCH-IDX) = "FIXED"
               STRING
                   "delivery_" DELIMITED BY SIZE
                   WS-CUST-ID(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-PARM-DATE DELIMITED BY SIZE
                   ".dat" DELIMITED BY SIZE
                   INTO WS-DELIVERY-FILENAME
               END-STRING
           ELSE
               STRING
                   "delivery_" DELIMITED BY SIZE
                   WS-CUST-ID(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
                   "_" DELIMITED BY SIZE
                   WS-PARM-DATE DELIMITED BY SIZE
                   ".csv" DELIMITED BY SIZE
                   INTO WS-DELIVERY-FILENAME
               END-STRING
           END-IF.

           MOVE 0 TO WS-DLV-REC-COUNT.
           MOVE 0 TO WS-DLV-HASH-COUNT.
           MOVE 0 TO WS-DLV-HASH-TOTAL.

           OPEN OUTPUT DELIVERY-FILE.
           PERFORM WRITE-DELIVERY-HEADER.

           MOVE "N" TO WS-HEADER-SEEN.
           MOVE "N" TO WS-CSV-EOF.
           OPEN INPUT DAILY-CSV-FILE.
           PERFORM UNTIL WS-CSV-EOF = "Y"
               READ DAILY-CSV-FILE
                   AT END
                       MOVE "Y" TO WS-CSV-EOF
                   NOT AT END
                       IF WS-HEADER-SEEN = "N"
                           MOVE "Y" TO WS-HEADER-SEEN
                           MOVE DAILY-CSV-RECORD TO WS-CSV-HEADER
                           IF WS-CUST-FORMAT(WS-CUST-SEARCH-IDX)
                                   NOT = "FIXED"
                               MOVE SPACES TO DELIVERY-RECORD
                               MOVE WS-CSV-HEADER TO DELIVERY-RECORD
                               WRITE DELIVERY-RECORD
                           END-IF
                       ELSE
                           PERFORM SELECT-CSV-ROW
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE DAILY-CSV-FILE.

           PERFORM WRITE-DELIVERY-TRAILER.
           CLOSE DELIVERY-FILE.
           ADD 1 TO WS-FILES-CUT.
           ADD WS-DLV-REC-COUNT TO WS-ROWS-DELIVERED.

           PERFORM WRITE-MANIFEST-LINE.

           IF WS-DLV-REC-COUNT = 0
               MOVE "NO-ROWS" TO WS-FOLLOWUP-REASON
               MOVE SPACES TO WS-FOLLOWUP-DETAIL
               MOVE WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX)
                   TO WS-COUNT-EDIT
               MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE
               PERFORM TRIM-LEADING-SPACES
               STRING
                   "no rows for " DELIMITED BY SIZE
                   WS-TRIM-RESULT DELIMITED BY SPACE
                   " subscribed item(s)" DELIMITED BY SIZE
                   INTO WS-FOLLOWUP-DETAIL
               END-STRING
               PERFORM WRITE-FOLLOWUP-LINE
           END-IF.

           IF WS-CUST-FOLLOWUP = "Y"
               ADD 1 TO WS-FOLLOWUP-CUSTOMERS
           END-IF.

      * A subscribed station that is RETIRED, or has since gone
      * from the master altogether, will never deliver again.
       CHECK-STATION-ITEM.
           MOVE WS-ITEM-CODE(WS-CUST-SEARCH-IDX, WS-ITEM-IDX)
               TO WS-TARGET-ID.
           PERFORM BINARY-SEARCH-STATION.

           IF WS-STN-FOUND = 0
               MOVE "UNKNOWN-STATION" TO WS-FOLLOWUP-REASON
               MOVE WS-TARGET-ID TO WS-FOLLOWUP-DETAIL
               PERFORM WRITE-FOLLOWUP-LINE
           ELSE
               IF WS-STATION-STATUS(WS-STN-SEARCH-IDX) = "RETIRED"
                   MOVE "RETIRED-STATION" TO WS-FOLLOWUP-REASON
                   MOVE WS-TARGET-ID TO WS-FOLLOWUP-DETAIL
                   PERFORM WRITE-FOLLOWUP-LINE
               END-IF
           END-IF.

      * A row goes to the customer if its station ID or its region
      * is among the customer's items.
       SELECT-CSV-ROW.
           IF DAILY-CSV-RECORD = SPACES
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-CSV-FIELD-1.
           MOVE SPACES TO WS-CSV-FIELD-2.
           MOVE SPACES TO WS-CSV-FIELD-3.
           MOVE SPACES TO WS-CSV-FIELD-4.
           MOVE SPACES TO WS-CSV-FIELD-5.
           MOVE SPACES TO WS-CSV-FIELD-6.
           MOVE SPACES TO WS-CSV-FIELD-7.
           MOVE SPACES TO WS-CSV-FIELD-8.
           UNSTRING DAILY-CSV-RECORD DELIMITED BY ","
               INTO WS-CSV-FIELD-1 WS-CSV-FIELD-2 WS-CSV-FIELD-3
                   WS-CSV-FIELD-4 WS-CSV-FIELD-5 WS-CSV-FIELD-6
                   WS-CSV-FIELD-7 WS-CSV-FIELD-8.

           MOVE "N" TO WS-ROW-WANTED.
           IF WS-CSV-FIELD-2 NOT = SPACES
               MOVE "S" TO WS-TARGET-KIND
               MOVE WS-CSV-FIELD-2 TO WS-TARGET-CODE
               PERFORM SEARCH-CUSTOMER-ITEM
               IF WS-ITEM-FOUND = 1
                   MOVE "Y" TO WS-ROW-WANTED
               END-IF
           END-IF.
           IF WS-ROW-WANTED = "N" AND WS-CSV-FIELD-3 NOT = SPACES
               MOVE "R" TO WS-TARGET-KIND
               MOVE WS-CSV-FIELD-3 TO WS-TARGET-CODE
               PERFORM SEARCH-CUSTOMER-ITEM
               IF WS-ITEM-FOUND = 1
                   MOVE "Y" TO WS-ROW-WANTED
               END-IF
           END-IF.

           IF WS-ROW-WANTED = "N"
               EXIT PARAGRAPH
           END-IF.

           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-7) TO WS-DLV-ROW-COUNT.
           MOVE FUNCTION NUMVAL(WS-CSV-FIELD-8) TO WS-DLV-ROW-TOTAL.
           ADD 1 TO WS-DLV-REC-COUNT.
           ADD WS-DLV-ROW-COUNT TO WS-DLV-HASH-COUNT.
           ADD WS-DLV-ROW-TOTAL TO WS-DLV-HASH-TOTAL.

           MOVE SPACES TO DELIVERY-RECORD.
           IF WS-CUST-FORMAT(WS-CUST-SEARCH-IDX) = "FIXED"
               MOVE WS-CSV-FIELD-2 TO WS-DLV-D-ID
               MOVE WS-CSV-FIELD-1(1:40) TO WS-DLV-D-NAME
               MOVE FUNCTION NUMVAL(WS-CSV-FIELD-4) TO WS-DLV-D-MIN
               MOVE FUNCTION NUMVAL(WS-CSV-FIELD-5) TO WS-DLV-D-MAX
               MOVE FUNCTION NUMVAL(WS-CSV-FIELD-6) TO WS-DLV-D-AVG
               MOVE WS-DLV-ROW-COUNT TO WS-DLV-D-COUNT
               MOVE WS-DLV-ROW-TOTAL TO WS-DLV-D-TOTAL
               MOVE WS-DLV-DETAIL TO DELIVERY-RECORD
           ELSE
               MOVE DAILY-CSV-RECORD TO DELIVERY-RECORD
           END-IF.
           WRITE DELIVERY-RECORD.

       WRITE-DELIVERY-HEADER.
           MOVE SPACES TO DELIVERY-RECORD.
           IF WS-CUST-FORMAT(WS-CUST-SEARCH-IDX) = "FIXED"
               MOVE WS-PARM-DATE TO WS-DLV-H-DATE
               MOVE WS-CUST-ID(WS-CUST-SEARCH-IDX) TO WS-DLV-H-CUST
               MOVE WS-DLV-HEADER TO DELIVERY-RECORD
           ELSE
               STRING
                   "HDR," DELIMITED BY SIZE
                   WS-CUST-ID(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
                   "," DELIMITED BY SIZE
                   WS-PARM-DATE DELIMITED BY SIZE
                   ",CSV" DELIMITED BY SIZE
                   INTO DELIVERY-RECORD
               END-STRING
           END-IF.
           WRITE DELIVERY-RECORD.

       WRITE-DELIVERY-TRAILER.
           MOVE SPACES TO DELIVERY-RECORD.
           IF WS-CUST-FORMAT(WS-CUST-SEARCH-IDX) = "FIXED"
               MOVE WS-DLV-REC-COUNT TO WS-DLV-T-COUNT
               MOVE WS-DLV-HASH-COUNT TO WS-DLV-T-HASH-CNT
               MOVE WS-DLV-HASH-TOTAL TO WS-DLV-T-HASH-TOT
               MOVE WS-DLV-TRAILER TO DELIVERY-RECORD
               WRITE DELIVERY-RECORD
               EXIT PARAGRAPH
           END-IF.

           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               "TRL," DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           PERFORM APPEND-CONTROL-TOTALS.
           MOVE WS-OUTPUT-LINE TO DELIVERY-RECORD.
           WRITE DELIVERY-RECORD.

      * ROWS,HASH-COUNT,HASH-TOTAL of the file just cut, comma
      * separated; the manifest converts them to its own separator.
       APPEND-CONTROL-TOTALS.
           MOVE WS-DLV-REC-COUNT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-DLV-HASH-COUNT TO WS-HASH-CNT-EDIT.
           MOVE WS-HASH-CNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               "," DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           MOVE WS-DLV-HASH-TOTAL TO WS-TOTAL-EDIT.
           MOVE WS-TOTAL-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.

       WRITE-MANIFEST-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           STRING
               WS-CUST-ID(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-CUST-FORMAT(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-DELIVERY-FILENAME DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               INTO WS-OUTPUT-LINE
               WITH POINTER WS-LINE-POINTER
           END-STRING.
           PERFORM APPEND-CONTROL-TOTALS.
           INSPECT WS-OUTPUT-LINE REPLACING ALL "," BY ";".

           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-OUTPUT-LINE TO MANIFEST-RECORD.
           WRITE MANIFEST-RECORD.

      * WS-FOLLOWUP-REASON / WS-FOLLOWUP-DETAIL for the current
      * customer.
       WRITE-FOLLOWUP-LINE.
           MOVE SPACES TO FOLLOWUP-RECORD.
           STRING
               WS-CUST-ID(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-FOLLOWUP-REASON DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-FOLLOWUP-DETAIL DELIMITED BY "  "
               INTO FOLLOWUP-RECORD
           END-STRING.
           WRITE FOLLOWUP-RECORD.
           ADD 1 TO WS-FOLLOWUPS.
           MOVE "Y" TO WS-CUST-FOLLOWUP.

       WRITE-MANIFEST-SUMMARY.
           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-CUSTOMERS-ACTIVE TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               "Customers active: " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-CUSTOMERS-INACTIVE TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               "Customers outside their subscription dates: "
               DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-FILES-CUT TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               "Delivery files cut: " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-ROWS-DELIVERED TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               "Rows delivered: " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

           MOVE SPACES TO MANIFEST-RECORD.
           MOVE WS-FOLLOWUP-CUSTOMERS TO WS-COUNT-EDIT.
           MOVE WS-COUNT-EDIT TO WS-TRIM-SOURCE.
           PERFORM TRIM-LEADING-SPACES.
           STRING
               "Customers for follow-up: " DELIMITED BY SIZE
               WS-TRIM-RESULT DELIMITED BY SPACE
               " (see " DELIMITED BY SIZE
               WS-FOLLOWUP-FILENAME DELIMITED BY SPACE
               ")" DELIMITED BY SIZE
               INTO MANIFEST-RECORD
           END-STRING.
           WRITE MANIFEST-RECORD.

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
