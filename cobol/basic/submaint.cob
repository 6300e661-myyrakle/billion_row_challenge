       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUBMAINT.

      * Maintains the customer subscription master
      * (subscriptions.dat) that DISTRIBUTE cuts the daily delivery
      * files from. Each customer has one C record giving the
      * delivery format and the subscription window, followed by
      * one R record per subscribed REGION code and one S record
      * per subscribed station ID (the ID column of stations.dat):
      *   C;CUSTOMER;CSV|FIXED;START-YYYYMMDD;END-YYYYMMDD
      *   R;CUSTOMER;REGION
      *   S;CUSTOMER;STATION-ID
      * An empty END means open-ended. The file is rewritten sorted
      * by customer, items sorted within it, on every change.
      *
      * A station ID has to be in the station master to be
      * subscribed, and a region has to be carried by at least one
      * master station. Subscribing a RETIRED station is allowed
      * with a warning -- DISTRIBUTE lists such customers for
      * follow-up every day until the subscription is changed.
      *
      * Every verb that changes the master appends one record to
      * the permanent subscription audit file
      * (subscription_audit.dat), same TIMESTAMP|VERB|KEY|BEFORE|
      * AFTER layout XWALKMAINT writes to xwalk_audit.dat.
      *
      * Command line:
      *   CUSTOMER <id> <CSV|FIXED> <start> [end]
      *                              add a customer, or change its
      *                              format and window
      *   SUBSCRIBE <id> REGION|STATION <code>
      *   UNSUBSCRIBE <id> REGION|STATION <code>
      *   REMOVE <id>                drop a customer and its items
      *   LIST                       display the master
      *   HISTORY <id>               play back all changes for one
      *                              customer from the audit file

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SUBSCRIPTION-FILE
               ASSIGN TO DYNAMIC WS-SUBSCRIPTION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUBSCRIPTION-FILE-STATUS.
           SELECT STATION-MASTER-FILE
               ASSIGN TO DYNAMIC WS-STATION-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STATION-FILE-STATUS.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO DYNAMIC WS-AUDIT-FILENAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SUBSCRIPTION-FILE.
       01  SUBSCRIPTION-RECORD   PIC X(300).

       FD  STATION-MASTER-FILE.
       01  STATION-MASTER-RECORD PIC X(300).

       FD  AUDIT-FILE.
       01  AUDIT-RECORD          PIC X(4700).

       WORKING-STORAGE SECTION.
       01  WS-SUBSCRIPTION-FILENAME PIC X(256)
                                 VALUE "subscriptions.dat".
       01  WS-SUBSCRIPTION-FILE-STATUS PIC X(2).
       01  WS-STATION-FILENAME   PIC X(256) VALUE "stations.dat".
       01  WS-STATION-FILE-STATUS PIC X(2).

      * Customers sorted by ID, each with its items sorted by kind
      * (R before S) then code.
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

      * Station master IDs, regions and statuses only: SUBSCRIBE
      * checks its target against them, nothing here ever rewrites
      * stations.dat.
       01  WS-STATION-TABLE.
           05  WS-STATION-ENTRY OCCURS 50000 TIMES.
               10  WS-STATION-ID       PIC X(8).
               10  WS-STATION-REGION   PIC X(8).
               10  WS-STATION-STATUS   PIC X(8).

       01  WS-STATION-COUNT      PIC 9(10) VALUE 0.
       01  WS-STN-FOUND          PIC 9 VALUE 0.
       01  WS-STN-SEARCH-IDX     PIC 9(10).
       01  WS-STN-LOW            PIC 9(10).
       01  WS-STN-HIGH           PIC 9(10).
       01  WS-STN-MID            PIC 9(10).
       01  WS-STN-INSERT-POS     PIC 9(10).
       01  WS-TARGET-ID          PIC X(8).

       01  WS-EOF-FLAG           PIC X(1) VALUE "N".
       01  WS-I                  PIC 9(10).

       01  WS-COMMAND-LINE       PIC X(300) VALUE SPACES.
       01  WS-VERB               PIC X(12).
       01  WS-ARG-1              PIC X(256).
       01  WS-ARG-2              PIC X(256).
       01  WS-ARG-3              PIC X(256).
       01  WS-ARG-4              PIC X(256).

       01  WS-SUB-FIELD-1        PIC X(20).
       01  WS-SUB-FIELD-2        PIC X(20).
       01  WS-SUB-FIELD-3        PIC X(20).
       01  WS-SUB-FIELD-4        PIC X(20).
       01  WS-SUB-FIELD-5        PIC X(20).
       01  WS-STN-FIELD-1        PIC X(256).
       01  WS-STN-FIELD-2        PIC X(20).
       01  WS-STN-FIELD-3        PIC X(20).
       01  WS-STN-FIELD-4        PIC X(20).

       01  WS-CHECK-DATE         PIC X(8).
       01  WS-CHECK-MM           PIC 9(2).
       01  WS-CHECK-DD           PIC 9(2).

       01  WS-OUTPUT-LINE        PIC X(3000).
       01  WS-LINE-POINTER       PIC 9(4).

      * Audit state. The before/after images are the customer as
      * FORMAT-CUSTOMER-IMAGE renders it ("(none)" when the customer
      * did not exist on that side of the change), sized for a
      * customer holding the full 200 items.
       01  WS-AUDIT-FILENAME     PIC X(256)
                                 VALUE "subscription_audit.dat".
       01  WS-AUDIT-FILE-STATUS  PIC X(2).
       01  WS-AUDIT-DATE         PIC X(8).
       01  WS-AUDIT-TIME         PIC X(8).
       01  WS-AUDIT-TIMESTAMP    PIC X(14).
       01  WS-AUDIT-BEFORE       PIC X(2300).
       01  WS-AUDIT-AFTER        PIC X(2300).

      * Playback fields for HISTORY.
       01  WS-AUD-TS             PIC X(14).
       01  WS-AUD-VERB           PIC X(12).
       01  WS-AUD-CUST           PIC X(12).
       01  WS-AUD-BEFORE         PIC X(2300).
       01  WS-AUD-AFTER          PIC X(2300).
       01  WS-AUD-MATCHED        PIC 9(10) VALUE 0.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           ACCEPT WS-COMMAND-LINE FROM COMMAND-LINE.

      * UNSTRING leaves receivers it finds no token for untouched,
      * so the argument fields must be blanked first or the
      * missing-argument guards below never fire.
           MOVE SPACES TO WS-VERB.
           MOVE SPACES TO WS-ARG-1.
           MOVE SPACES TO WS-ARG-2.
           MOVE SPACES TO WS-ARG-3.
           MOVE SPACES TO WS-ARG-4.
           UNSTRING WS-COMMAND-LINE DELIMITED BY ALL " "
               INTO WS-VERB WS-ARG-1 WS-ARG-2 WS-ARG-3 WS-ARG-4.

           IF WS-VERB = SPACES
               DISPLAY "SUBMAINT: no command given"
               DISPLAY "  CUSTOMER <id> <CSV|FIXED> <start> [end]"
               DISPLAY "  SUBSCRIBE <id> REGION|STATION <code>"
               DISPLAY "  UNSUBSCRIBE <id> REGION|STATION <code>"
               DISPLAY "  REMOVE <id>"
               DISPLAY "  LIST"
               DISPLAY "  HISTORY <id>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOAD-SUBSCRIPTIONS.

           EVALUATE WS-VERB
               WHEN "CUSTOMER"
                   PERFORM SET-CUSTOMER
                   PERFORM REWRITE-SUBSCRIPTIONS
               WHEN "SUBSCRIBE"
                   PERFORM LOAD-STATION-MASTER
                   PERFORM SUBSCRIBE-ITEM
                   PERFORM REWRITE-SUBSCRIPTIONS
               WHEN "UNSUBSCRIBE"
                   PERFORM UNSUBSCRIBE-ITEM
                   PERFORM REWRITE-SUBSCRIPTIONS
               WHEN "REMOVE"
                   PERFORM REMOVE-CUSTOMER
                   PERFORM REWRITE-SUBSCRIPTIONS
               WHEN "LIST"
                   PERFORM LIST-SUBSCRIPTIONS
               WHEN "HISTORY"
                   PERFORM PLAY-CUSTOMER-HISTORY
               WHEN OTHER
                   DISPLAY "SUBMAINT: unknown command " WS-VERB
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

           STOP RUN.

      * Loads subscriptions.dat into the sorted tables, so a master
      * that was hand-edited out of order still comes out sorted on
      * the next rewrite. A missing file just means no customers.
       LOAD-SUBSCRIPTIONS.
           OPEN INPUT SUBSCRIPTION-FILE.

           IF WS-SUBSCRIPTION-FILE-STATUS = "00"
               PERFORM UNTIL WS-EOF-FLAG = "Y"
                   READ SUBSCRIPTION-FILE
                       AT END
                           MOVE "Y" TO WS-EOF-FLAG
                       NOT AT END
                           IF SUBSCRIPTION-RECORD NOT = SPACES
                               PERFORM LOAD-SUBSCRIPTION-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE "N" TO WS-EOF-FLAG
               CLOSE SUBSCRIPTION-FILE
           ELSE
               CLOSE SUBSCRIPTION-FILE
           END-IF.

      * An item row for a customer with no C row ahead of it has no
      * format or window to deliver under and is dropped.
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

      * Leaves WS-CUST-SEARCH-IDX at the new, empty customer.
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

      * Items are few per customer, so a straight scan; leaves
      * WS-ITEM-INSERT-POS at the sorted position when not found.
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

      * Station IDs, regions and statuses from stations.dat, sorted
      * by ID. SUBSCRIBE refuses to run without a master to check
      * against.
       LOAD-STATION-MASTER.
           OPEN INPUT STATION-MASTER-FILE.

           IF WS-STATION-FILE-STATUS NOT = "00"
               CLOSE STATION-MASTER-FILE
               DISPLAY "SUBMAINT: cannot open station master "
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
               MOVE WS-STN-FIELD-3
                   TO WS-STATION-REGION(WS-STN-SEARCH-IDX)
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
                   MOVE WS-STN-FIELD-3
                       TO WS-STATION-REGION(WS-STN-INSERT-POS)
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

      * CUSTOMER is an upsert: a new ID is added with no items yet,
      * an existing one keeps its items and takes the new format
      * and window.
       SET-CUSTOMER.
           IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES
                   OR WS-ARG-3 = SPACES
               DISPLAY "SUBMAINT: CUSTOMER needs <id> <CSV|FIXED> "
                   "<start> [end]"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-CUSTOMER-ID.

           IF WS-ARG-2 NOT = "CSV" AND WS-ARG-2 NOT = "FIXED"
               DISPLAY "SUBMAINT: format must be CSV or FIXED: "
                   WS-ARG-2(1:20)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           MOVE WS-ARG-3 TO WS-CHECK-DATE.
           IF WS-ARG-3(9:) NOT = SPACES
               MOVE "X" TO WS-CHECK-DATE
           END-IF.
           PERFORM CHECK-DATE-ARG.
           IF WS-ARG-4 NOT = SPACES
               MOVE WS-ARG-4 TO WS-CHECK-DATE
               IF WS-ARG-4(9:) NOT = SPACES
                   MOVE "X" TO WS-CHECK-DATE
               END-IF
               PERFORM CHECK-DATE-ARG
               IF WS-ARG-4(1:8) < WS-ARG-3(1:8)
                   DISPLAY "SUBMAINT: end date is before start date"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           MOVE WS-ARG-1 TO WS-TARGET-CUST.
           PERFORM BINARY-SEARCH-CUSTOMER.

           IF WS-CUST-FOUND = 1
               PERFORM CAPTURE-BEFORE-IMAGE
           ELSE
               IF WS-CUST-COUNT >= 500
                   DISPLAY "SUBMAINT: customer table full, cannot "
                       "add " WS-TARGET-CUST
                   MOVE 8 TO RETURN-CODE
                   EXIT PARAGRAPH
               END-IF
               MOVE "(none)" TO WS-AUDIT-BEFORE
               PERFORM INSERT-NEW-CUSTOMER
           END-IF.

           MOVE WS-ARG-2 TO WS-CUST-FORMAT(WS-CUST-SEARCH-IDX).
           MOVE WS-ARG-3 TO WS-CUST-START(WS-CUST-SEARCH-IDX).
           MOVE WS-ARG-4 TO WS-CUST-END(WS-CUST-SEARCH-IDX).
           PERFORM CAPTURE-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "SUBMAINT: customer set " WS-TARGET-CUST.

       CHECK-CUSTOMER-ID.
           IF WS-ARG-1(13:) NOT = SPACES
               DISPLAY "SUBMAINT: customer ID longer than 12 "
                   "characters: " WS-ARG-1(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * YYYYMMDD with a plausible month and day.
       CHECK-DATE-ARG.
           IF WS-CHECK-DATE IS NOT NUMERIC
               DISPLAY "SUBMAINT: date must be YYYYMMDD: "
                   WS-CHECK-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-CHECK-DATE(5:2) TO WS-CHECK-MM.
           MOVE WS-CHECK-DATE(7:2) TO WS-CHECK-DD.
           IF WS-CHECK-MM < 1 OR WS-CHECK-MM > 12
                   OR WS-CHECK-DD < 1 OR WS-CHECK-DD > 31
               DISPLAY "SUBMAINT: not a valid date: " WS-CHECK-DATE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

      * Shared argument check for SUBSCRIBE / UNSUBSCRIBE; leaves
      * the customer located and the item in WS-TARGET-ITEM.
       PARSE-ITEM-ARGS.
           IF WS-ARG-1 = SPACES OR WS-ARG-2 = SPACES
                   OR WS-ARG-3 = SPACES
               DISPLAY "SUBMAINT: " WS-VERB " needs <id> "
                   "REGION|STATION <code>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-CUSTOMER-ID.

           EVALUATE WS-ARG-2
               WHEN "REGION"
                   MOVE "R" TO WS-TARGET-KIND
               WHEN "STATION"
                   MOVE "S" TO WS-TARGET-KIND
               WHEN OTHER
                   DISPLAY "SUBMAINT: item type must be REGION or "
                       "STATION: " WS-ARG-2(1:20)
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE.

           IF WS-ARG-3(9:) NOT = SPACES
               DISPLAY "SUBMAINT: code longer than 8 characters: "
                   WS-ARG-3(1:40)
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           MOVE WS-ARG-3 TO WS-TARGET-CODE.

           MOVE WS-ARG-1 TO WS-TARGET-CUST.
           PERFORM BINARY-SEARCH-CUSTOMER.
           IF WS-CUST-FOUND = 0
               DISPLAY "SUBMAINT: no such customer: " WS-TARGET-CUST
                   " (add it with CUSTOMER first)"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       SUBSCRIBE-ITEM.
           PERFORM PARSE-ITEM-ARGS.

           IF WS-TARGET-KIND = "S"
               MOVE WS-TARGET-CODE TO WS-TARGET-ID
               PERFORM BINARY-SEARCH-STATION
               IF WS-STN-FOUND = 0
                   DISPLAY "SUBMAINT: station ID not in station "
                       "master: " WS-TARGET-CODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-STATION-STATUS(WS-STN-SEARCH-IDX) = "RETIRED"
                   DISPLAY "SUBMAINT: WARNING: " WS-TARGET-CODE
                       " is RETIRED in the master; the customer "
                       "will be listed for follow-up"
               END-IF
           ELSE
               MOVE 0 TO WS-STN-FOUND
               PERFORM VARYING WS-I FROM 1 BY 1
                   UNTIL WS-I > WS-STATION-COUNT
                       OR WS-STN-FOUND = 1
                   IF WS-STATION-REGION(WS-I) = WS-TARGET-CODE
                       MOVE 1 TO WS-STN-FOUND
                   END-IF
               END-PERFORM
               IF WS-STN-FOUND = 0
                   DISPLAY "SUBMAINT: no master station carries "
                       "region " WS-TARGET-CODE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

           PERFORM SEARCH-CUSTOMER-ITEM.
           IF WS-ITEM-FOUND = 1
               DISPLAY "SUBMAINT: already subscribed: "
                   WS-TARGET-CUST " " WS-ARG-2(1:7) " "
                   WS-TARGET-CODE
               EXIT PARAGRAPH
           END-IF.
           IF WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX) >= 200
               DISPLAY "SUBMAINT: customer already has 200 items, "
                   "cannot subscribe " WS-TARGET-CODE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           PERFORM INSERT-CUSTOMER-ITEM.
           PERFORM CAPTURE-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "SUBMAINT: subscribed " WS-TARGET-CUST " "
               WS-ARG-2(1:7) " " WS-TARGET-CODE.

       UNSUBSCRIBE-ITEM.
           PERFORM PARSE-ITEM-ARGS.

           PERFORM SEARCH-CUSTOMER-ITEM.
           IF WS-ITEM-FOUND = 0
               DISPLAY "SUBMAINT: not subscribed: " WS-TARGET-CUST
                   " " WS-ARG-2(1:7) " " WS-TARGET-CODE
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           PERFORM VARYING WS-ITEM-J FROM WS-ITEM-IDX BY 1
               UNTIL WS-ITEM-J >= WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX)
               MOVE WS-CUST-ITEM(WS-CUST-SEARCH-IDX, WS-ITEM-J + 1)
                   TO WS-CUST-ITEM(WS-CUST-SEARCH-IDX, WS-ITEM-J)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX).
           PERFORM CAPTURE-AFTER-IMAGE.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "SUBMAINT: unsubscribed " WS-TARGET-CUST " "
               WS-ARG-2(1:7) " " WS-TARGET-CODE.

      * REMOVE takes the customer and all its items out; ending a
      * subscription on a date is a CUSTOMER change of end date.
       REMOVE-CUSTOMER.
           IF WS-ARG-1 = SPACES
               DISPLAY "SUBMAINT: REMOVE needs <id>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM CHECK-CUSTOMER-ID.
           MOVE WS-ARG-1 TO WS-TARGET-CUST.
           PERFORM BINARY-SEARCH-CUSTOMER.
           IF WS-CUST-FOUND = 0
               DISPLAY "SUBMAINT: no such customer: " WS-ARG-1(1:40)
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF.

           PERFORM CAPTURE-BEFORE-IMAGE.
           MOVE "(none)" TO WS-AUDIT-AFTER.
           PERFORM VARYING WS-I FROM WS-CUST-SEARCH-IDX BY 1
               UNTIL WS-I >= WS-CUST-COUNT
               MOVE WS-CUST-ENTRY(WS-I + 1) TO WS-CUST-ENTRY(WS-I)
           END-PERFORM.
           SUBTRACT 1 FROM WS-CUST-COUNT.
           PERFORM WRITE-AUDIT-RECORD.
           DISPLAY "SUBMAINT: removed " WS-TARGET-CUST.

       REWRITE-SUBSCRIPTIONS.
           IF RETURN-CODE NOT = 0
               EXIT PARAGRAPH
           END-IF.

           OPEN OUTPUT SUBSCRIPTION-FILE.

           PERFORM VARYING WS-CUST-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-CUST-SEARCH-IDX > WS-CUST-COUNT
               PERFORM FORMAT-CUSTOMER-LINE
               MOVE SPACES TO SUBSCRIPTION-RECORD
               MOVE WS-OUTPUT-LINE TO SUBSCRIPTION-RECORD
               WRITE SUBSCRIPTION-RECORD
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX
                       > WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX)
                   PERFORM FORMAT-ITEM-LINE
                   MOVE SPACES TO SUBSCRIPTION-RECORD
                   MOVE WS-OUTPUT-LINE TO SUBSCRIPTION-RECORD
                   WRITE SUBSCRIPTION-RECORD
               END-PERFORM
           END-PERFORM.

           CLOSE SUBSCRIPTION-FILE.

       LIST-SUBSCRIPTIONS.
           DISPLAY "===== CUSTOMER SUBSCRIPTIONS =====".
           PERFORM VARYING WS-CUST-SEARCH-IDX FROM 1 BY 1
               UNTIL WS-CUST-SEARCH-IDX > WS-CUST-COUNT
               PERFORM FORMAT-CUSTOMER-LINE
               DISPLAY WS-OUTPUT-LINE(1:80)
               PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
                   UNTIL WS-ITEM-IDX
                       > WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX)
                   PERFORM FORMAT-ITEM-LINE
                   DISPLAY "  " WS-OUTPUT-LINE(1:78)
               END-PERFORM
           END-PERFORM.
           DISPLAY "Customers: " WS-CUST-COUNT.

      * Row formatters shared by REWRITE-SUBSCRIPTIONS, LIST and
      * the audit images.
       FORMAT-CUSTOMER-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING
               "C;" DELIMITED BY SIZE
               WS-CUST-ID(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-CUST-FORMAT(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-CUST-START(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-CUST-END(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
           END-STRING.

       FORMAT-ITEM-LINE.
           MOVE SPACES TO WS-OUTPUT-LINE.
           STRING
               WS-ITEM-KIND(WS-CUST-SEARCH-IDX, WS-ITEM-IDX)
                   DELIMITED BY SIZE
               ";" DELIMITED BY SIZE
               WS-CUST-ID(WS-CUST-SEARCH-IDX) DELIMITED BY SPACE
               ";" DELIMITED BY SIZE
               WS-ITEM-CODE(WS-CUST-SEARCH-IDX, WS-ITEM-IDX)
                   DELIMITED BY SPACE
               INTO WS-OUTPUT-LINE
           END-STRING.

      * One-line image of a customer: its C row, then each item as
      * KIND:CODE separated by commas.
       FORMAT-CUSTOMER-IMAGE.
           PERFORM FORMAT-CUSTOMER-LINE.
           MOVE 1 TO WS-LINE-POINTER.
           INSPECT WS-OUTPUT-LINE TALLYING WS-LINE-POINTER
               FOR CHARACTERS BEFORE INITIAL "  ".
           PERFORM VARYING WS-ITEM-IDX FROM 1 BY 1
               UNTIL WS-ITEM-IDX
                   > WS-CUST-ITEM-COUNT(WS-CUST-SEARCH-IDX)
               IF WS-ITEM-IDX = 1
                   STRING
                       ";" DELIMITED BY SIZE
                       INTO WS-OUTPUT-LINE
                       WITH POINTER WS-LINE-POINTER
                   END-STRING
               ELSE
                   STRING
                       "," DELIMITED BY SIZE
                       INTO WS-OUTPUT-LINE
                       WITH POINTER WS-LINE-POINTER
                   END-STRING
               END-IF
               STRING
                   WS-ITEM-KIND(WS-CUST-SEARCH-IDX, WS-ITEM-IDX)
                       DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-ITEM-CODE(WS-CUST-SEARCH-IDX, WS-ITEM-IDX)
                       DELIMITED BY SPACE
                   INTO WS-OUTPUT-LINE
                   WITH POINTER WS-LINE-POINTER
               END-STRING
           END-PERFORM.

       CAPTURE-BEFORE-IMAGE.
           PERFORM FORMAT-CUSTOMER-IMAGE.
           MOVE WS-OUTPUT-LINE TO WS-AUDIT-BEFORE.

       CAPTURE-AFTER-IMAGE.
           PERFORM FORMAT-CUSTOMER-IMAGE.
           MOVE WS-OUTPUT-LINE TO WS-AUDIT-AFTER.

      * Appends one pipe-delimited audit record:
      * TIMESTAMP|VERB|CUSTOMER|BEFORE|AFTER. The file is permanent
      * and append-only -- nothing ever rewrites it.
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
               WS-TARGET-CUST DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-AUDIT-BEFORE DELIMITED BY SPACE
               "|" DELIMITED BY SIZE
               WS-AUDIT-AFTER DELIMITED BY SPACE
               INTO AUDIT-RECORD
           END-STRING.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.

      * HISTORY <id>: plays back every audit record for one
      * customer in the order the changes were made.
       PLAY-CUSTOMER-HISTORY.
           IF WS-ARG-1 = SPACES
               DISPLAY "SUBMAINT: HISTORY needs <id>"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
           PERFORM CHECK-CUSTOMER-ID.

           OPEN INPUT AUDIT-FILE.
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               CLOSE AUDIT-FILE
               DISPLAY "SUBMAINT: no audit history recorded"
               EXIT PARAGRAPH
           END-IF.

           DISPLAY "===== CHANGE HISTORY: " WS-ARG-1(1:12)
               " =====".

           MOVE "N" TO WS-EOF-FLAG.
           PERFORM UNTIL WS-EOF-FLAG = "Y"
               READ AUDIT-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-FLAG
                   NOT AT END
                       IF AUDIT-RECORD NOT = SPACES
                           PERFORM PARSE-AUDIT-RECORD
                           IF WS-AUD-CUST = WS-ARG-1
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
           MOVE SPACES TO WS-AUD-CUST.
           MOVE SPACES TO WS-AUD-BEFORE.
           MOVE SPACES TO WS-AUD-AFTER.
           UNSTRING AUDIT-RECORD DELIMITED BY "|"
               INTO WS-AUD-TS WS-AUD-VERB WS-AUD-CUST
                   WS-AUD-BEFORE WS-AUD-AFTER.

       DISPLAY-AUDIT-ENTRY.
           DISPLAY WS-AUD-TS " " WS-AUD-VERB.
           DISPLAY "  before: " WS-AUD-BEFORE(1:68).
           DISPLAY "  after:  " WS-AUD-AFTER(1:68).
