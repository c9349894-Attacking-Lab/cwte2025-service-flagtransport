           ALTERNATE RECORD KEY TR-CA-ID WITH DUPLICATES
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-Transfers-Status.
      * Trail of every location reported, kept alongside the
      * Vehichle record's latest one.
           SELECT OPTIONAL Positions ASSIGN TO "data/positions.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-Key.
      * Supervisor holds placed at the console; held freight is
      * neither delivered nor claimed for transfer.
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
           COPY handling-rule.
       FD Transfers.
           COPY transfer-order.
       FD Positions.
           COPY position.
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

       01 Gateway-Key-Index USAGE INDEX.
       01 Gateway-Key-Temp PIC 9(20).
       01 Gateway-Key-Carry PIC 9(5).
       01 Gateway-Key PIC X(50).
       01 Sent-Gateway-Key PIC X(50).
      * Kept in step with FlagTransport-Controller: a key is good for
      * so many days from the date GATEWAY KEY issued it, and so many
      * wrong keys in a row lock the vehichle out until a supervisor
      * unlocks it.
       01 WS-Max-Failures PIC 9(3) VALUE 5.
       01 WS-Key-Valid-Days PIC 9(4) VALUE 90.
       01 WS-Key-Today PIC 9(8).
       01 WS-Key-Age-Days PIC S9(9).
       01 WS-Login-Result PIC X.
           88 Login-Accepted VALUE "A".
           88 Login-Unknown VALUE "U".
           88 Login-Refused-Locked VALUE "R".
           88 Login-Failed VALUE "F".
           88 Login-Locked-Now VALUE "L".
           88 Login-Key-Expired VALUE "E".

       01 Sent-VE-Number PIC 9(15).
           88 Sent-VE-Number-Invalid VALUE ZERO.
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
      * Squared length of the hop an Update-Location reports, fed
      * into the vehichle's usage meter so the maintenance-due run
      * can see how far each vehichle has actually run.
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
       01 WS-Hop-DX PIC S9(9).
       01 WS-Hop-DY PIC S9(9).
       01 WS-Hop-Distance PIC 9(18).
       01 WS-Position-Time PIC 9(8).
       01 WS-Position-Tries PIC 9(3).
       01 WS-Have-Best PIC X VALUE "N".
           88 Have-Best-Distance VALUE "Y".
       01 WS-Best-Distance PIC 9(18).
           IF NOT Session-Authenticated
               MOVE Sent-VE-Number TO VE-Number
               PERFORM LOAD-VEHICHLE
               PERFORM CHECK-GATEWAY-KEY
               IF NOT Login-Accepted
                   PERFORM SEND-ERROR
                   PERFORM FINISH-REQUEST
                   EXIT PARAGRAPH
               ADD WS-Hop-Distance TO VE-Odometer
               MOVE Sent-Location TO Location OF Vehichle
               PERFORM UPDATE-VEHICHLE
               PERFORM ADD-POSITION-REPORT
               PERFORM SEND-OK
           WHEN Retrieve-Status
               DISPLAY ":LOC:" X OF Vehichle ":" Y OF Vehichle ":"
                   OR CA-Vehichle IS NOT EQUAL Sent-VE-Number
                   CLOSE Cargoes
                   PERFORM SEND-ERROR
               ELSE
               PERFORM CHECK-CARGO-HOLD
               IF Cargo-On-Hold
                   CLOSE Cargoes
                   PERFORM SEND-HOLD
                   PERFORM SEND-ERROR
               ELSE
                   MOVE Location OF Vehichle TO Location OF Warehouse
                   OPEN I-O Warehouses
                   END-IF
               END-IF
               END-IF
               END-IF
           WHEN Guidance
               MOVE Sent-VE-Number TO CA-Vehichle
               OPEN I-O Cargoes
               IF NOT Claim-Cargo-Ready
                   CLOSE Transfers
                   PERFORM SEND-ERROR
               ELSE
               IF Cargo-On-Hold
                   CLOSE Transfers
                   PERFORM SEND-HOLD
                   PERFORM SEND-ERROR
               ELSE
                   SET TR-Claimed TO TRUE
                   MOVE Sent-VE-Number TO TR-Vehichle
               END-IF
               END-IF
               END-IF
               END-IF
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

               IF Stored OF Cargo
                   AND CA-Warehouse IS EQUAL TR-From-Warehouse
                   MOVE "Y" TO WS-Claim-Cargo-State
                   PERFORM CHECK-CARGO-HOLD
               END-IF
           END-READ
           CLOSE Cargoes.
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
      * A claim takes over the cargo's journey: its Dest becomes the
      * order's destination and any earlier routing reference is
      * dropped. Without this, cargo already delivered at its Dest
           REWRITE Vehichle
           CLOSE Vehichles.

      * Files the reported location on the vehichle's trail, stamped
      * to the hundredth of a second it came in.
       ADD-POSITION-REPORT.
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT WS-Position-Time FROM TIME
           MOVE Sent-VE-Number TO PO-VE-Number
           MOVE Now-Date TO PO-Date
           MOVE WS-Position-Time TO PO-Time
           MOVE X OF Sent-Location TO PO-X
           MOVE Y OF Sent-Location TO PO-Y
           MOVE WS-Hop-Distance TO PO-Hop-Distance
           MOVE ZERO TO WS-Position-Tries
           OPEN I-O Positions
           PERFORM UNTIL WS-Position-Tries IS GREATER 99
               ADD 1 TO WS-Position-Tries
               WRITE Position-Report
                   INVALID ADD 1 TO PO-Time
                   NOT INVALID EXIT PERFORM
               END-WRITE
           END-PERFORM
           CLOSE Positions.

      * Procedures for warehouse log handling.
       SET-LOG-PATH.
           *> Most of the records/fields are fixed length in COBOL.
      * journal so Gateway-confirmed deliveries show up in READ AUDIT
      * LOG alongside console-driven events.
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

      * The session's first line: a locked vehichle is refused out
      * of hand, a wrong key counts towards the lock, and a right key
      * that has outlived its validity is refused without counting
      * (the vehichle only needs a fresh one from GATEWAY KEY). Every
      * refusal is journalled; the key sent is never logged.
       CHECK-GATEWAY-KEY.
           SET Login-Accepted TO TRUE
           MOVE SPACES TO WS-Audit-Warehouse
           MOVE Sent-VE-Number TO WS-Audit-Vehichle
           MOVE SPACES TO WS-Audit-Cargo
           MOVE SPACES TO Log-Entry
           IF VE-Number-Invalid
               SET Login-Unknown TO TRUE
               STRING
                   "Gateway login failed, no such vehichle"
                   INTO Log-Entry
               END-STRING
               PERFORM ADD-AUDIT-LOG-ONLY
               EXIT PARAGRAPH
           END-IF
           IF VE-Locked
               SET Login-Refused-Locked TO TRUE
               STRING
                   "Gateway login refused, account locked"
                   INTO Log-Entry
               END-STRING
               PERFORM ADD-AUDIT-LOG-ONLY
               EXIT PARAGRAPH
           END-IF
           PERFORM COMPUTE-GATEWAY-KEY
           IF Sent-Gateway-Key IS NOT EQUAL Gateway-Key
               ADD 1 TO VE-Fail-Count
               SET Login-Failed TO TRUE
               IF VE-Fail-Count IS NOT LESS WS-Max-Failures
                   SET VE-Locked TO TRUE
                   SET Login-Locked-Now TO TRUE
               END-IF
               PERFORM UPDATE-VEHICHLE
               STRING
                   "Gateway login failed, failure " VE-Fail-Count
                   " of " WS-Max-Failures
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
           ACCEPT WS-Key-Today FROM DATE YYYYMMDD
           IF VE-Key-Issued-Date IS EQUAL ZERO
               SET Login-Key-Expired TO TRUE
           ELSE
               COMPUTE WS-Key-Age-Days =
                   FUNCTION INTEGER-OF-DATE(WS-Key-Today)
                   - FUNCTION INTEGER-OF-DATE(VE-Key-Issued-Date)
               IF WS-Key-Age-Days IS GREATER WS-Key-Valid-Days
                   SET Login-Key-Expired TO TRUE
               END-IF
           END-IF
           IF Login-Key-Expired
               STRING
                   "Gateway login refused, key issued "
                   VE-Key-Issued-Date " has expired"
                   INTO Log-Entry
               END-STRING
               PERFORM ADD-AUDIT-LOG-ONLY
               EXIT PARAGRAPH
           END-IF
           IF VE-Fail-Count IS GREATER ZERO
               MOVE ZERO TO VE-Fail-Count
               PERFORM UPDATE-VEHICHLE
           END-IF.
      * Mirrors FlagTransport-Controller's ADD-AUDIT-LOG-ONLY, for
      * events that belong to no warehouse log.
       ADD-AUDIT-LOG-ONLY.
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           MOVE Log-Entry TO Audit-Message
           PERFORM ADD-AUDIT-ENTRY.

      * Computes Gateway key for authenticated vehichle; mirrors
      * FlagTransport-Controller's COMPUTE-GATEWAY-KEY, which issues
      * it. The issue date is folded in so each issue is a new key.
       COMPUTE-GATEWAY-KEY.
           MOVE ZERO TO Gateway-Key-Carry
           PERFORM VARYING Gateway-Key-Index FROM 1 BY 1
               UNTIL Gateway-Key-Index > 50
               COMPUTE Gateway-Key-Temp =
                   26 * FUNCTION ORD(VE-Password(Gateway-Key-Index:1))
                   + Gateway-Key-Index * VE-Number
                   + VE-Key-Issued-Date / Gateway-Key-Index
                   + Gateway-Key-Carry
               COMPUTE Gateway-Key-Carry =
                   FUNCTION MOD(Gateway-Key-Temp, 99991)
               MOVE FUNCTION CHAR(
                   66 + FUNCTION MOD(Gateway-Key-Temp, 26)
               ) TO Gateway-Key(Gateway-Key-Index:1)
