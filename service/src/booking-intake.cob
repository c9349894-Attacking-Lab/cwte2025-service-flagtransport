                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Booking-Intake.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT User-Input ASSIGN TO KEYBOARD
           ORGANIZATION LINE SEQUENTIAL.
      * The consignor's booking file and the acknowledgement sent back
      * for it, both named after the account and booking reference
      * given on the input.
           SELECT OPTIONAL Bookings ASSIGN TO Booking-Path
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Booking-Status.
           SELECT Booking-Acks ASSIGN TO Ack-Path
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL Warehouses ASSIGN TO "data/warehouses.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WA-Name.
      * Shared with the Controller console and both Gateways, hence
      * the same manual record locks they declare.
           SELECT OPTIONAL Cargoes ASSIGN TO "data/cargoes.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CA-ID
           ALTERNATE RECORD KEY CA-Warehouse WITH DUPLICATES
           ALTERNATE RECORD KEY CA-Vehichle WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-Cargoes-Status.
           SELECT OPTIONAL Routes ASSIGN TO "data/routes.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RT-ID.
           SELECT OPTIONAL Customers ASSIGN TO "data/customers.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CU-ID.
           SELECT OPTIONAL Handling-Rules
           ASSIGN TO "data/handling-rules.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HR-Key.
           SELECT OPTIONAL Warehouse-Log ASSIGN TO Log-Path
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL Audit-Log ASSIGN TO "logs/audit.log"
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL Audit-Chain ASSIGN TO "data/audit-chain.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AC-Key
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-Audit-Chain-Status.

                           DATA DIVISION.
       FILE SECTION.
       FD User-Input.
       01 User-Input-Line PIC X(500).
       FD Bookings.
           COPY booking.
       FD Booking-Acks.
           COPY booking-ack.
       FD Warehouses.
           COPY warehouse.
       FD Cargoes.
           COPY cargo.
       FD Routes.
           COPY route.
       FD Customers.
           COPY customer.
       FD Handling-Rules.
           COPY handling-rule.
       FD Warehouse-Log.
       01 Log-Entry PIC X(300).
       FD Audit-Log.
       01 Audit-Entry PIC X(300).
       FD Audit-Chain.
           COPY audit-chain.
       WORKING-STORAGE SECTION.
       01 Now-Date.
           05  Now-Year PIC 9999.
           05  Now-Month PIC 99.
           05  Now-Day PIC 99.
       01 Now-Time.
           05  Now-Hour PIC 99.
           05  Now-Min PIC 99.
           05  Now-Sec PIC 99.
       01 Log-Entry-Temp PIC X(300).
       01 Log-Path.
           05 Path-Chars PIC X
               OCCURS 10 TO 1000 DEPENDING ON Log-Path-Length.
       01 Log-Path-Length USAGE INDEX.
       01 Booking-Path.
           05 Booking-Path-Chars PIC X
               OCCURS 10 TO 200 DEPENDING ON Booking-Path-Length.
       01 Booking-Path-Length USAGE INDEX.
       01 Ack-Path.
           05 Ack-Path-Chars PIC X
               OCCURS 10 TO 200 DEPENDING ON Ack-Path-Length.
       01 Ack-Path-Length USAGE INDEX.
      * The booking being taken in, as given on the input; "/" and
      * "." are folded to "_" before they go into a file name, the
      * same way the warehouse gateway folds a warehouse name.
       01 WS-Booking-Customer PIC X(30).
       01 WS-Booking-Ref PIC X(30).
       01 WS-Booking-Name PIC X(61).
       01 WS-Booking-Status PIC XX.
           88 Booking-File-Missing VALUE "05" "35".
       01 WS-Cargoes-Status PIC XX.
       01 WS-Customer-State PIC X.
           88 Booking-Customer-Known VALUE "Y".
       01 WS-Line-Count PIC 9(5) VALUE ZERO.
       01 WS-Accepted-Count PIC 9(5) VALUE ZERO.
       01 WS-Rejected-Count PIC 9(5) VALUE ZERO.
      * Why the line in hand is refused; spaces while it still
      * passes every check.
       01 WS-Reject-Reason PIC X(80).
      * Values the line is registered with once checked: the
      * destination and route step a route implies, the promise,
      * priority and class with their blank-answer defaults.
       01 WS-Intake-Dest PIC X(50).
       01 WS-Intake-Route-Step PIC 9(3).
       01 WS-Intake-Promised-Date PIC 9(8).
       01 WS-Intake-Date.
           05 WS-Intake-Year PIC 9(4).
           05 WS-Intake-Month PIC 9(2).
           05 WS-Intake-Day PIC 9(2).
       01 WS-Intake-Priority PIC X.
       01 WS-Intake-Class PIC X.
       01 WS-Cargo-Count PIC 9(6).
       01 WS-Intake-Capacity PIC 9(6).
      * Context fields for the always-on cross-warehouse audit journal,
      * set by the caller before PERFORM ADD-LOG-ENTRY.
       01 WS-Audit-Warehouse PIC X(50).
       01 WS-Audit-Vehichle PIC 9(15).
       01 WS-Audit-Cargo PIC X(30).
       01 Audit-Entry-Temp PIC X(300).
      * Raw message, captured before ADD-LOG-ENTRY prefixes Log-Entry
      * with its own timestamp, so Audit-Log isn't double-stamped.
       01 Audit-Message PIC X(300).
      * Sequence number and chained check value of the journal, kept
      * in step with FlagTransport-Controller's; a busy chain record
      * means another writer is mid-append and is waited out.
       01 WS-Audit-Chain-Status PIC XX.
           88 Audit-Chain-Busy VALUE "51".
       01 WS-Audit-Chain-State PIC X.
           88 Audit-Chain-Held VALUE "H".
           88 Audit-Chain-Missing VALUE "M".
       01 WS-Audit-Check PIC 9(9).
       01 WS-Audit-Check-Sum PIC 9(11).
       01 WS-Audit-Check-Pos PIC 9(4).
       01 WS-Audit-Check-Length PIC 9(4).

                           PROCEDURE DIVISION.
           SET WA-Name-Invalid TO TRUE
           SET CA-ID-Invalid TO TRUE
           SET RT-ID-Invalid TO TRUE
           SET CU-ID-Invalid TO TRUE
           OPEN INPUT User-Input
           DISPLAY "?>> Customer ID:" END-DISPLAY
           READ User-Input END GO TO FINISH-INTAKE END-READ
           MOVE User-Input-Line TO WS-Booking-Customer
           DISPLAY "?>> Booking reference:" END-DISPLAY
           READ User-Input END GO TO FINISH-INTAKE END-READ
           MOVE User-Input-Line TO WS-Booking-Ref
           IF WS-Booking-Customer IS EQUAL SPACES
               OR WS-Booking-Ref IS EQUAL SPACES
               DISPLAY "!>> Invalid booking" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GO TO FINISH-INTAKE
           END-IF
           PERFORM SET-BOOKING-PATHS
           OPEN INPUT Bookings
           IF Booking-File-Missing
               CLOSE Bookings
               DISPLAY
                   "!>> No booking file bookings/"
                   FUNCTION TRIM(WS-Booking-Name) ".dat"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GO TO FINISH-INTAKE
           END-IF
           DISPLAY
               "/>> Booking intake start for "
               FUNCTION TRIM(WS-Booking-Name)
           END-DISPLAY
           OPEN INPUT Warehouses
           OPEN I-O Cargoes
           OPEN INPUT Routes
           OPEN INPUT Customers
           OPEN INPUT Handling-Rules
           OPEN OUTPUT Booking-Acks
      *    The account is checked once for the whole booking; every
      *    line of a booking for an unknown account is refused.
           MOVE "N" TO WS-Customer-State
           MOVE WS-Booking-Customer TO CU-ID
           READ Customers
               INVALID CONTINUE
               NOT INVALID MOVE "Y" TO WS-Customer-State
           END-READ
           ACCEPT Now-Date FROM DATE YYYYMMDD
           MOVE SPACES TO Booking-Ack
           SET BA-Header TO TRUE
           MOVE ZERO TO BA-Line-No
           MOVE WS-Booking-Ref TO BA-CA-ID
           STRING
               "Booking for " FUNCTION TRIM(WS-Booking-Customer)
               " received " Now-Date
               INTO BA-Reason
           END-STRING
           WRITE Booking-Ack
           PERFORM FOREVER
               READ Bookings AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Line-Count
               PERFORM INTAKE-ONE-LINE
           END-PERFORM
           MOVE SPACES TO Booking-Ack
           SET BA-Trailer TO TRUE
           MOVE WS-Line-Count TO BA-Line-No
           MOVE WS-Booking-Ref TO BA-CA-ID
           STRING
               WS-Accepted-Count " accepted, "
               WS-Rejected-Count " rejected"
               INTO BA-Reason
           END-STRING
           WRITE Booking-Ack
           CLOSE Booking-Acks
           CLOSE Handling-Rules
           CLOSE Customers
           CLOSE Routes
           CLOSE Cargoes
           CLOSE Warehouses
           CLOSE Bookings
      *    One journal line for the booking as a whole, so the intake
      *    itself shows in the audit trail even when nothing on it
      *    was taken on.
           MOVE SPACES TO Log-Entry
           STRING
               "Booking " FUNCTION TRIM(WS-Booking-Name)
               " taken in: " WS-Accepted-Count " accepted, "
               WS-Rejected-Count " rejected of " WS-Line-Count
               INTO Log-Entry
           END-STRING
           MOVE SPACES TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE SPACES TO WS-Audit-Cargo
           PERFORM ADD-AUDIT-LOG-ONLY
           DISPLAY
               "/>> Booking intake end (" WS-Accepted-Count
               " accepted, " WS-Rejected-Count " rejected of "
               WS-Line-Count " line(s), see bookings/"
               FUNCTION TRIM(WS-Booking-Name) ".ack)"
           END-DISPLAY
           IF WS-Rejected-Count IS GREATER ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       FINISH-INTAKE.
           STOP RUN.

      * bookings/<customer>-<reference>.dat in, the same name with
      * .ack out.
       SET-BOOKING-PATHS.
           MOVE SPACES TO WS-Booking-Name
           STRING
               FUNCTION TRIM(FUNCTION SUBSTITUTE(
                   WS-Booking-Customer, "/", "_", ".", "_"))
               "-"
               FUNCTION TRIM(FUNCTION SUBSTITUTE(
                   WS-Booking-Ref, "/", "_", ".", "_"))
               INTO WS-Booking-Name
           END-STRING
           COMPUTE Booking-Path-Length =
               FUNCTION LENGTH(FUNCTION TRIM(WS-Booking-Name)) + 13
           MOVE Booking-Path-Length TO Ack-Path-Length
           STRING
               "bookings/" FUNCTION TRIM(WS-Booking-Name) ".dat"
               INTO Booking-Path
           END-STRING
           STRING
               "bookings/" FUNCTION TRIM(WS-Booking-Name) ".ack"
               INTO Ack-Path
           END-STRING.

      * One booking line: every check REGISTER CARGO and the unload
      * paths make is applied before anything is written, and the
      * line is acknowledged either way.
       INTAKE-ONE-LINE.
           PERFORM CHECK-BOOKING-LINE
           MOVE SPACES TO Booking-Ack
           SET BA-Line TO TRUE
           MOVE WS-Line-Count TO BA-Line-No
           MOVE BK-CA-ID TO BA-CA-ID
           IF WS-Reject-Reason IS NOT EQUAL SPACES
               PERFORM REJECT-BOOKING-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Cargo
           MOVE BK-CA-ID TO CA-ID
           MOVE BK-Origin TO Origin OF Cargo
           MOVE WS-Intake-Dest TO Dest OF Cargo
           MOVE BK-Note TO Note OF Cargo
           SET Stored OF Cargo TO TRUE
           MOVE BK-Origin TO CA-Warehouse
           MOVE ZERO TO CA-Vehichle
           MOVE Now-Date TO CA-Stored-Date
           IF WS-Intake-Route-Step IS GREATER ZERO
               MOVE BK-Route-ID TO CA-Route-ID
           ELSE
               MOVE SPACES TO CA-Route-ID
           END-IF
           MOVE WS-Intake-Route-Step TO CA-Route-Step
           MOVE WS-Intake-Promised-Date TO CA-Promised-Date
           MOVE WS-Intake-Priority TO CA-Priority
           MOVE WS-Booking-Customer TO CA-Customer
           MOVE WS-Intake-Class TO CA-Handling-Class
           WRITE Cargo
               INVALID
               MOVE "DUPLICATE CARGO ID" TO WS-Reject-Reason
           END-WRITE
           IF WS-Reject-Reason IS NOT EQUAL SPACES
               PERFORM REJECT-BOOKING-LINE
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Log-Entry
           STRING
               "Cargo registered from booking "
               FUNCTION TRIM(WS-Booking-Name)
               ": " FUNCTION TRIM(BK-Note)
               INTO Log-Entry
           END-STRING
           MOVE BK-Origin TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE BK-CA-ID TO WS-Audit-Cargo
           PERFORM ADD-LOG-ENTRY
           SET BA-Accepted TO TRUE
           WRITE Booking-Ack
           ADD 1 TO WS-Accepted-Count
           DISPLAY
               "*>> Line " WS-Line-Count " cargo "
               FUNCTION TRIM(BK-CA-ID) " accepted"
           END-DISPLAY.
       REJECT-BOOKING-LINE.
           SET BA-Rejected TO TRUE
           MOVE WS-Reject-Reason TO BA-Reason
           WRITE Booking-Ack
           ADD 1 TO WS-Rejected-Count
           DISPLAY
               "!>> Line " WS-Line-Count " cargo "
               FUNCTION TRIM(BK-CA-ID) " rejected: "
               FUNCTION TRIM(WS-Reject-Reason)
           END-DISPLAY.

      * Leaves WS-Reject-Reason at the first check the line fails,
      * or spaces with the WS-Intake- values filled in. Where the
      * console quietly drops an unknown route, customer, priority
      * or class, a booking line is refused instead: nobody is
      * there to see a warning, and the consignor has to be told.
       CHECK-BOOKING-LINE.
           MOVE SPACES TO WS-Reject-Reason
           IF BK-CA-ID IS EQUAL SPACES
               MOVE "MISSING CARGO ID" TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF NOT Booking-Customer-Known
               MOVE "UNKNOWN CUSTOMER ACCOUNT" TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE BK-CA-ID TO CA-ID
           READ Cargoes
               INVALID CONTINUE
               NOT INVALID
               MOVE "DUPLICATE CARGO ID" TO WS-Reject-Reason
           END-READ
           IF WS-Reject-Reason IS NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           MOVE BK-Origin TO WA-Name
           READ Warehouses
               INVALID
               MOVE "UNKNOWN HAND-IN WAREHOUSE" TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-READ
           MOVE WA-Capacity TO WS-Intake-Capacity
      *    A route, when named, must be registered and decides the
      *    destination; otherwise the destination must be one of our
      *    warehouses, and not the one the freight is handed in at,
      *    which LOAD CARGO would refuse to move it from.
           MOVE ZERO TO WS-Intake-Route-Step
           MOVE BK-Dest TO WS-Intake-Dest
           IF BK-Route-ID IS NOT EQUAL SPACES
               MOVE BK-Route-ID TO RT-ID
               READ Routes
                   INVALID
                   MOVE "UNKNOWN ROUTE" TO WS-Reject-Reason
                   EXIT PARAGRAPH
               END-READ
               MOVE 1 TO WS-Intake-Route-Step
               MOVE RT-Waypoints(1) TO WS-Intake-Dest
           END-IF
           IF WS-Intake-Dest IS EQUAL SPACES
               MOVE "MISSING DESTINATION" TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           IF WS-Intake-Dest IS EQUAL BK-Origin
               MOVE "DESTINATION IS HAND-IN WAREHOUSE"
                   TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Intake-Dest TO WA-Name
           READ Warehouses
               INVALID
               MOVE "UNKNOWN DESTINATION" TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-READ
      *    Same plausibility test ASK-CARGO-DEADLINE applies.
           MOVE ZERO TO WS-Intake-Promised-Date
           IF BK-Promised-Date IS NOT EQUAL SPACES
               IF BK-Promised-Date IS NOT NUMERIC
                   MOVE "UNUSABLE PROMISED DATE" TO WS-Reject-Reason
                   EXIT PARAGRAPH
               END-IF
               MOVE BK-Promised-Date TO WS-Intake-Date
               IF WS-Intake-Year IS EQUAL ZERO
                   OR WS-Intake-Month IS LESS 1
                   OR WS-Intake-Month IS GREATER 12
                   OR WS-Intake-Day IS LESS 1
                   OR WS-Intake-Day IS GREATER 31
                   MOVE "UNUSABLE PROMISED DATE" TO WS-Reject-Reason
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-Intake-Date TO WS-Intake-Promised-Date
           END-IF
           EVALUATE BK-Priority
           WHEN SPACE
               MOVE "N" TO WS-Intake-Priority
           WHEN "H"
           WHEN "N"
           WHEN "L"
               MOVE BK-Priority TO WS-Intake-Priority
           WHEN OTHER
               MOVE "UNKNOWN PRIORITY" TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-EVALUATE
           EVALUATE BK-Handling-Class
           WHEN SPACE
               MOVE "G" TO WS-Intake-Class
           WHEN "G"
           WHEN "C"
           WHEN "H"
           WHEN "F"
               MOVE BK-Handling-Class TO WS-Intake-Class
           WHEN OTHER
               MOVE "UNKNOWN HANDLING CLASS" TO WS-Reject-Reason
               EXIT PARAGRAPH
           END-EVALUATE
           PERFORM CHECK-WAREHOUSE-CERT
           IF WS-Reject-Reason IS NOT EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           PERFORM COUNT-WAREHOUSE-CARGO
           IF WS-Cargo-Count IS GREATER OR EQUAL WS-Intake-Capacity
               MOVE "HAND-IN WAREHOUSE AT CAPACITY" TO WS-Reject-Reason
           END-IF.
      * Mirrors FlagTransport-Controller's CHECK-WAREHOUSE-CERT for
      * the hand-in warehouse: general freight may land anywhere,
      * every other class needs its W certification record.
       CHECK-WAREHOUSE-CERT.
           IF WS-Intake-Class IS EQUAL "G"
               EXIT PARAGRAPH
           END-IF
           MOVE "W" TO HR-Type
           MOVE WS-Intake-Class TO HR-Class
           MOVE BK-Origin TO HR-Detail
           READ Handling-Rules
               INVALID
               MOVE "HAND-IN WAREHOUSE NOT CERTIFIED FOR CLASS"
                   TO WS-Reject-Reason
           END-READ.
      * Mirrors FlagTransport-Controller's COUNT-WAREHOUSE-CARGO for
      * the hand-in warehouse; lines taken in earlier in this run
      * are already on file and count towards it.
       COUNT-WAREHOUSE-CARGO.
           MOVE ZERO TO WS-Cargo-Count
           MOVE BK-Origin TO CA-Warehouse
           START Cargoes KEY IS EQUAL CA-Warehouse
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cargoes NEXT RECORD AT END EXIT PERFORM END-READ
               IF CA-Warehouse IS NOT EQUAL BK-Origin
                   EXIT PERFORM
               END-IF
               ADD 1 TO WS-Cargo-Count
               END-PERFORM
           END-START.

      * Procedures for warehouse log handling, mirroring the
      * vehichle Gateway's: the entry is stamped, appended to the
      * hand-in warehouse's own log, and journaled in the audit log.
       SET-LOG-PATH.
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Audit-Warehouse))
               TO Log-Path-Length
           ADD 9 TO Log-Path-Length
           STRING
               "logs/"
               FUNCTION TRIM(WS-Audit-Warehouse)
               ".log"
               INTO Log-Path
           END-STRING.
       PREPARE-LOG-ENTRY.
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           MOVE SPACES TO Log-Entry-Temp
           STRING
               "["
                   Now-Year "/" Now-Month "/" Now-Day
               " "
                   Now-Hour ":" Now-Min ":" Now-Sec
               "] "
               Log-Entry
               INTO Log-Entry-Temp
           END-STRING
           MOVE Log-Entry-Temp TO Log-Entry.
       ADD-LOG-ENTRY.
           MOVE Log-Entry TO Audit-Message
           PERFORM PREPARE-LOG-ENTRY
           PERFORM SET-LOG-PATH
           OPEN EXTEND Warehouse-Log
           WRITE Log-Entry
           CLOSE Warehouse-Log
           PERFORM ADD-AUDIT-ENTRY.
      * Mirrors FlagTransport-Controller's ADD-AUDIT-LOG-ONLY, for
      * events that belong to no warehouse log.
       ADD-AUDIT-LOG-ONLY.
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           MOVE Log-Entry TO Audit-Message
           PERFORM ADD-AUDIT-ENTRY.
      * Mirrors FlagTransport-Controller's always-on cross-warehouse
      * journal so booked-in cargo shows up in READ AUDIT LOG
      * alongside console-driven registrations.
       ADD-AUDIT-ENTRY.
           PERFORM TAKE-AUDIT-CHAIN
           ADD 1 TO AC-Last-Seq
           MOVE ZERO TO WS-Audit-Check
           MOVE SPACES TO Audit-Entry-Temp
           STRING
               "["
                   Now-Year "/" Now-Month "/" Now-Day
               " "
                   Now-Hour ":" Now-Min ":" Now-Sec
               "] SEQ=" AC-Last-Seq
               " CHK=" WS-Audit-Check
               " WH=" FUNCTION TRIM(WS-Audit-Warehouse)
               " VE=" WS-Audit-Vehichle
               " CA=" FUNCTION TRIM(WS-Audit-Cargo)
               " " Audit-Message
               INTO Audit-Entry-Temp
           END-STRING
           PERFORM COMPUTE-AUDIT-CHECK
           MOVE WS-Audit-Check TO Audit-Entry-Temp(41:9)
           MOVE Audit-Entry-Temp TO Audit-Entry
           OPEN EXTEND Audit-Log
           WRITE Audit-Entry
           CLOSE Audit-Log
           MOVE WS-Audit-Check TO AC-Last-Check
           REWRITE Audit-Chain-Head
           CLOSE Audit-Chain.
      * Mirrors FlagTransport-Controller's TAKE-AUDIT-CHAIN.
       TAKE-AUDIT-CHAIN.
           OPEN I-O Audit-Chain
           PERFORM FOREVER
               MOVE SPACES TO WS-Audit-Chain-State
               MOVE "JOURNAL" TO AC-Key
               READ Audit-Chain WITH LOCK
                   INVALID SET Audit-Chain-Missing TO TRUE
               END-READ
               IF Audit-Chain-Missing
                   MOVE "JOURNAL" TO AC-Key
                   MOVE ZERO TO AC-Last-Seq
                   MOVE ZERO TO AC-Last-Check
                   WRITE Audit-Chain-Head
                       INVALID CONTINUE
                   END-WRITE
                   EXIT PERFORM CYCLE
               END-IF
               IF NOT Audit-Chain-Busy
                   SET Audit-Chain-Held TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM.
      * Mirrors FlagTransport-Controller's COMPUTE-AUDIT-CHECK.
       COMPUTE-AUDIT-CHECK.
           MOVE AC-Last-Check TO WS-Audit-Check-Sum
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(Audit-Entry-Temp TRAILING))
               TO WS-Audit-Check-Length
           PERFORM VARYING WS-Audit-Check-Pos FROM 1 BY 1
               UNTIL WS-Audit-Check-Pos IS GREATER WS-Audit-Check-Length
               COMPUTE WS-Audit-Check-Sum = FUNCTION MOD(
                   WS-Audit-Check-Sum * 31
                   + FUNCTION ORD(
                       Audit-Entry-Temp(WS-Audit-Check-Pos:1)),
                   999999937)
           END-PERFORM
           MOVE WS-Audit-Check-Sum TO WS-Audit-Check.
