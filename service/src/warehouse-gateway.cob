           ALTERNATE RECORD KEY TR-CA-ID WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-Transfers-Status.
      * Physical counts of the floor and the cargo IDs scanned into
      * them, left for the variance run to reconcile.
           SELECT OPTIONAL Cycle-Counts
           ASSIGN TO "data/cycle-counts.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CC-Key.
           SELECT OPTIONAL Count-Items ASSIGN TO "data/count-items.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CI-Key.
      * Supervisor holds placed at the console; held freight is
      * never put on offer for transfer.
           SELECT OPTIONAL Holds ASSIGN TO "data/holds.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HO-ID
           ALTERNATE RECORD KEY HO-Subject WITH DUPLICATES.
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
           COPY cargo.
       FD Transfers.
           COPY transfer-order.
       FD Cycle-Counts.
           COPY cycle-count.
       FD Count-Items.
           COPY count-item.
       FD Holds.
           COPY hold.
       FD Warehouse-Log.
       01 Log-Entry PIC X(300).
       FD Audit-Log.
       01 Audit-Entry PIC X(300).
       FD Audit-Chain.
           COPY audit-chain.
       WORKING-STORAGE SECTION.
       01 Now-Date.
           05  Now-Year PIC 9999.
           88 Transfer-Raise VALUE "R".
           88 Transfer-Cancel VALUE "X".
           88 Log-Read VALUE "G".
           88 Cycle-Count-Open VALUE "O".
           88 Cycle-Count-Scan VALUE "I".
           88 Cycle-Count-Close VALUE "C".
           88 Quit-Session VALUE "Q".
       01 WS-Session-Flags.
           05 WS-Session-Done PIC X VALUE "N".
               88 Session-Authenticated VALUE "Y".
       01 Session-WA-Name PIC X(50).
       01 Session-WA-Password PIC X(50).
      * Kept in step with FlagTransport-Controller: the stored
      * password is a salted one-way form, and so many wrong ones in
      * a row lock the warehouse out until a supervisor unlocks it.
       01 WS-Max-Failures PIC 9(3) VALUE 5.
       01 WS-Hash-Salt PIC X(50).
       01 WS-Hash-Input PIC X(50).
       01 WS-Hash-Result PIC X(50).
       01 WS-Hash-Text PIC X(101).
       01 WS-Hash-Round PIC 9(3).
       01 WS-Hash-Pos PIC 9(3).
       01 WS-Hash-A PIC 9(9).
       01 WS-Hash-B PIC 9(9).
       01 WS-Hash-C PIC 9(9).
       01 WS-Hash-D PIC 9(9).
       01 WS-Login-Result PIC X.
           88 Login-Accepted VALUE "A".
           88 Login-Unknown VALUE "U".
           88 Login-Refused-Locked VALUE "R".
           88 Login-Failed VALUE "F".
           88 Login-Locked-Now VALUE "L".
       01 Sent-TR-ID PIC X(30).
       01 Sent-CA-ID PIC X(30).
       01 Sent-To-Warehouse PIC X(50).
           05 WS-Log-Line-Day PIC 9(2).
       01 WS-Log-Line-Date-Num
           REDEFINES WS-Log-Line-Date PIC 9(8).
      * Whether the session warehouse has a count open; when it has,
      * the Cycle-Counts record area holds it.
       01 WS-Open-Count-State PIC X VALUE "N".
           88 Open-Count-Found VALUE "Y".
      * Whether the cargo named in a raise already has an order in
      * Open or Claimed state, same rule as the console.
       01 WS-Transfer-Pending PIC X VALUE "N".
       01 WS-Audit-Cargo PIC X(30).
       01 Audit-Entry-Temp PIC X(300).
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
      * I-O status of the two record-locked masters; "51" means
      * another program holds the record right now.
       01 WS-Cargoes-Status PIC XX.
           88 Cargo-Record-Busy VALUE "51".
       01 WS-Transfers-Status PIC XX.
           88 Transfer-Record-Busy VALUE "51".
      * Whether the cargo in the record buffer is frozen by an
      * Active hold, and that hold as answered on the :HLD: line.
       01 WS-Hold-State PIC X VALUE "N".
           88 Cargo-On-Hold VALUE "Y".
       01 WS-Hold-Subject PIC X(31).
       01 WS-Hold-Type-Name PIC X(13).
       01 WS-Hold-Text PIC X(200).

                           PROCEDURE DIVISION.
           SET WA-Name-Invalid TO TRUE
           IF NOT Session-Authenticated
               MOVE Sent-WA-Name TO WA-Name
               PERFORM LOAD-WAREHOUSE
               PERFORM CHECK-WAREHOUSE-LOGIN
               IF NOT Login-Accepted
                   PERFORM SEND-ERROR
                   PERFORM FINISH-REQUEST
                   EXIT PARAGRAPH
           WHEN Log-Read
               PERFORM READ-OWN-LOG
               PERFORM SEND-OK
           WHEN Cycle-Count-Open
               PERFORM OPEN-CYCLE-COUNT
           WHEN Cycle-Count-Scan
               PERFORM SCAN-COUNT-ITEM
           WHEN Cycle-Count-Close
               PERFORM CLOSE-CYCLE-COUNT
           WHEN OTHER
               PERFORM SEND-ERROR
           END-EVALUATE
           DISPLAY ":BSY:".
       SEND-OK.
           DISPLAY ":OK:".
      * Why the cargo may not move: the hold's type, ID and reason,
      * ahead of the :ERR: that refuses the verb.
       SEND-HOLD.
           DISPLAY ":HLD:" FUNCTION TRIM(WS-Hold-Text) ":".
       FINISH-REQUEST.
           DISPLAY ":END:".

               PERFORM SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-CARGO-HOLD
           CLOSE Cargoes
           IF Cargo-On-Hold
               PERFORM SEND-HOLD
               PERFORM SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           MOVE Sent-To-Warehouse TO WA-Name
           PERFORM LOAD-WAREHOUSE
           IF WA-Name-Invalid
               END-PERFORM
           END-START.

      * Mirrors FlagTransport-Controller's CHECK-CARGO-HOLD: the
      * cargo in the record buffer is frozen by an Active hold on
      * itself or on its consignor account.
       CHECK-CARGO-HOLD.
           MOVE "N" TO WS-Hold-State
           MOVE SPACES TO WS-Hold-Text
           OPEN INPUT Holds
           SET HO-On-Cargo TO TRUE
           MOVE CA-ID TO HO-Target
           PERFORM FIND-ACTIVE-HOLD
           IF NOT Cargo-On-Hold AND CA-Customer IS NOT EQUAL SPACES
               SET HO-On-Customer TO TRUE
               MOVE CA-Customer TO HO-Target
               PERFORM FIND-ACTIVE-HOLD
           END-IF
           CLOSE Holds.
       FIND-ACTIVE-HOLD.
           MOVE HO-Subject TO WS-Hold-Subject
           START Holds KEY IS EQUAL HO-Subject
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Holds NEXT RECORD AT END EXIT PERFORM END-READ
               IF HO-Subject IS NOT EQUAL WS-Hold-Subject
                   EXIT PERFORM
               END-IF
               IF HO-Active
                   MOVE "Y" TO WS-Hold-State
                   PERFORM DESCRIBE-HOLD
                   EXIT PERFORM
               END-IF
               END-PERFORM
           END-START.
       DESCRIBE-HOLD.
           EVALUATE TRUE
           WHEN HO-Customs MOVE "CUSTOMS" TO WS-Hold-Type-Name
           WHEN HO-Payment MOVE "PAYMENT" TO WS-Hold-Type-Name
           WHEN OTHER MOVE "INVESTIGATION" TO WS-Hold-Type-Name
           END-EVALUATE
           MOVE SPACES TO WS-Hold-Text
           STRING
               FUNCTION TRIM(WS-Hold-Type-Name) ":"
               FUNCTION TRIM(HO-ID) ":"
               FUNCTION TRIM(HO-Reason)
               INTO WS-Hold-Text
           END-STRING.

      * Opens a physical count of the session warehouse's floor,
      * answered :CNT: with the date and time that name it. Only one
      * count may be open per warehouse at a time.
       OPEN-CYCLE-COUNT.
           OPEN I-O Cycle-Counts
           PERFORM FIND-OPEN-COUNT
           IF Open-Count-Found
               CLOSE Cycle-Counts
               PERFORM SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           MOVE Session-WA-Name TO CC-Warehouse
           MOVE Now-Date TO CC-Opened-Date
           MOVE Now-Time TO CC-Opened-Time
           SET CC-Open TO TRUE
           MOVE ZERO TO CC-Closed-Date
           MOVE ZERO TO CC-Closed-Time
           MOVE ZERO TO CC-Scan-Count
           MOVE ZERO TO CC-Reconciled-Date
           MOVE ZERO TO CC-Matched-Count
           MOVE ZERO TO CC-Missing-Count
           MOVE ZERO TO CC-Unexpected-Count
           MOVE ZERO TO CC-Foreign-Count
           MOVE ZERO TO CC-Claim-Count
           WRITE Cycle-Count
               INVALID
               CLOSE Cycle-Counts
               PERFORM SEND-ERROR
               EXIT PARAGRAPH
           END-WRITE
           CLOSE Cycle-Counts
           DISPLAY ":CNT:" CC-Opened-Date ":" CC-Opened-Time ":"
           MOVE Session-WA-Name TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE SPACES TO WS-Audit-Cargo
           MOVE SPACES TO Log-Entry
           STRING
               "Cycle count " CC-Opened-Date "-" CC-Opened-Time
               " opened"
               INTO Log-Entry
           END-STRING
           PERFORM ADD-LOG-ENTRY
           PERFORM SEND-OK.
      * One cargo ID found on the floor, scanned into the open count.
      * A second scan of the same ID is taken as the same item and
      * answered :OK: without being counted again.
       SCAN-COUNT-ITEM.
           MOVE SPACES TO Sent-CA-ID
           UNSTRING User-Input-Line
               DELIMITED BY ":"
               INTO
                   Sent-WA-Name
                   Sent-WA-Password
                   Verb
                   Sent-CA-ID
           END-UNSTRING
           IF Sent-CA-ID IS EQUAL SPACES
               PERFORM SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           OPEN I-O Cycle-Counts
           PERFORM FIND-OPEN-COUNT
           IF NOT Open-Count-Found
               CLOSE Cycle-Counts
               PERFORM SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           MOVE CC-Key TO CI-Count-Key
           MOVE Sent-CA-ID TO CI-CA-ID
           MOVE Now-Date TO CI-Scanned-Date
           MOVE Now-Time TO CI-Scanned-Time
           MOVE SPACE TO CI-Result
           OPEN I-O Count-Items
           WRITE Count-Item
               INVALID CONTINUE
               NOT INVALID
               ADD 1 TO CC-Scan-Count
               REWRITE Cycle-Count
           END-WRITE
           CLOSE Count-Items
           CLOSE Cycle-Counts
           PERFORM SEND-OK.
      * Closes the open count so the variance run will take it up;
      * nothing more can be scanned into it.
       CLOSE-CYCLE-COUNT.
           OPEN I-O Cycle-Counts
           PERFORM FIND-OPEN-COUNT
           IF NOT Open-Count-Found
               CLOSE Cycle-Counts
               PERFORM SEND-ERROR
               EXIT PARAGRAPH
           END-IF
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           SET CC-Closed TO TRUE
           MOVE Now-Date TO CC-Closed-Date
           MOVE Now-Time TO CC-Closed-Time
           REWRITE Cycle-Count
           CLOSE Cycle-Counts
           MOVE Session-WA-Name TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE SPACES TO WS-Audit-Cargo
           MOVE SPACES TO Log-Entry
           STRING
               "Cycle count " CC-Opened-Date "-" CC-Opened-Time
               " closed with " CC-Scan-Count " item(s) scanned"
               INTO Log-Entry
           END-STRING
           PERFORM ADD-LOG-ENTRY
           PERFORM SEND-OK.
      * Finds the session warehouse's open count, if any, through
      * the warehouse part of the count key. Assumes Cycle-Counts is
      * already OPEN.
       FIND-OPEN-COUNT.
           MOVE "N" TO WS-Open-Count-State
           MOVE Session-WA-Name TO CC-Warehouse
           MOVE ZERO TO CC-Opened-Date
           MOVE ZERO TO CC-Opened-Time
           START Cycle-Counts KEY IS NOT LESS CC-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cycle-Counts NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CC-Warehouse IS NOT EQUAL Session-WA-Name
                   EXIT PERFORM
               END-IF
               IF CC-Open
                   SET Open-Count-Found TO TRUE
                   EXIT PERFORM
               END-IF
               END-PERFORM
           END-START.

      * Replays the session warehouse's own live log, each line
      * wrapped as :LOG:. An optional from/to date pair narrows the
      * replay the same way the console's READ LOG range does;
               INVALID SET WA-Name-Invalid TO TRUE
           END-READ
           CLOSE Warehouses.
      * Saves the loaded warehouse record back.
       UPDATE-WAREHOUSE.
           OPEN I-O Warehouses
           REWRITE Warehouse
           CLOSE Warehouses.

      * The session's first line: a locked warehouse is refused out
      * of hand, a wrong password counts towards the lock and a right
      * one clears the count. Every refusal is journalled; the
      * password sent is never logged.
       CHECK-WAREHOUSE-LOGIN.
           SET Login-Accepted TO TRUE
           MOVE SPACES TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE SPACES TO WS-Audit-Cargo
           MOVE SPACES TO Log-Entry
           IF WA-Name-Invalid
               SET Login-Unknown TO TRUE
               STRING
                   "Warehouse gateway login failed, no such warehouse "
                   FUNCTION TRIM(Sent-WA-Name)
                   INTO Log-Entry
               END-STRING
               PERFORM ADD-AUDIT-LOG-ONLY
               EXIT PARAGRAPH
           END-IF
           MOVE WA-Name TO WS-Audit-Warehouse
           IF WA-Locked
               SET Login-Refused-Locked TO TRUE
               STRING
                   "Warehouse gateway login refused, account locked"
                   INTO Log-Entry
               END-STRING
               PERFORM ADD-AUDIT-LOG-ONLY
               EXIT PARAGRAPH
           END-IF
           MOVE WA-Name TO WS-Hash-Salt
           MOVE Sent-WA-Password TO WS-Hash-Input
           PERFORM HASH-PASSWORD
           IF WS-Hash-Result IS NOT EQUAL WA-Password
               ADD 1 TO WA-Fail-Count
               SET Login-Failed TO TRUE
               IF WA-Fail-Count IS NOT LESS WS-Max-Failures
                   SET WA-Locked TO TRUE
                   SET Login-Locked-Now TO TRUE
               END-IF
               PERFORM UPDATE-WAREHOUSE
               STRING
                   "Warehouse gateway login failed, failure "
                   WA-Fail-Count " of " WS-Max-Failures
                   INTO Log-Entry
               END-STRING
               IF Login-Locked-Now
                   MOVE SPACES TO Log-Entry-Temp
                   STRING
                       FUNCTION TRIM(Log-Entry) ", account LOCKED"
                       INTO Log-Entry-Temp
                   END-STRING
                   MOVE Log-Entry-Temp TO Log-Entry
               END-IF
               PERFORM ADD-AUDIT-LOG-ONLY
               EXIT PARAGRAPH
           END-IF
           IF WA-Fail-Count IS GREATER ZERO
               MOVE ZERO TO WA-Fail-Count
               PERFORM UPDATE-WAREHOUSE
           END-IF.
      * Mirrors FlagTransport-Controller's HASH-PASSWORD.
       HASH-PASSWORD.
           MOVE SPACES TO WS-Hash-Text
           STRING
               WS-Hash-Salt DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-Hash-Input DELIMITED BY SIZE
               INTO WS-Hash-Text
           END-STRING
           MOVE 7 TO WS-Hash-A
           MOVE 11 TO WS-Hash-B
           MOVE 13 TO WS-Hash-C
           MOVE 17 TO WS-Hash-D
           PERFORM VARYING WS-Hash-Round FROM 1 BY 1
               UNTIL WS-Hash-Round IS GREATER 64
               PERFORM VARYING WS-Hash-Pos FROM 1 BY 1
                   UNTIL WS-Hash-Pos IS GREATER 101
                   COMPUTE WS-Hash-A = FUNCTION MOD(
                       WS-Hash-A * 131 + WS-Hash-D + WS-Hash-Round
                       + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
                       999999937)
                   COMPUTE WS-Hash-B = FUNCTION MOD(
                       WS-Hash-B * 137 + WS-Hash-A
                       + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
                       999999929)
                   COMPUTE WS-Hash-C = FUNCTION MOD(
                       WS-Hash-C * 139 + WS-Hash-B
                       + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
                       999999893)
                   COMPUTE WS-Hash-D = FUNCTION MOD(
                       WS-Hash-D * 149 + WS-Hash-C
                       + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
                       999999883)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-Hash-Result
           STRING
               "H1:" WS-Hash-A WS-Hash-B WS-Hash-C WS-Hash-D
               INTO WS-Hash-Result
           END-STRING.

      * Procedures for warehouse log handling, mirroring the
      * vehichle Gateway's: the entry is stamped, appended to the
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
