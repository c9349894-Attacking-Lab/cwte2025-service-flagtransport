           ACCESS DYNAMIC
           RECORD KEY HI-Key
           ALTERNATE RECORD KEY HI-Warehouse WITH DUPLICATES.
           SELECT OPTIONAL Holds ASSIGN TO "data/holds.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HO-ID
           ALTERNATE RECORD KEY HO-Subject WITH DUPLICATES.
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
           COPY transfer-order.
       FD History.
           COPY history.
       FD Holds.
           COPY hold.
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
       01 WS-Cargo-Count PIC 9(9) VALUE ZERO.
       01 WS-Archived-Count PIC 9(9) VALUE ZERO.
      * Whether the record under the cursor still has a transfer
      * live file.
       01 WS-Cargo-Completed PIC X VALUE "N".
           88 Cargo-Completed VALUE "Y".
      * Whether the record under the cursor is frozen by an Active
      * hold; held freight stays live however complete it looks, so
      * the hold can still be worked and released against it.
       01 WS-Hold-State PIC X VALUE "N".
           88 Cargo-On-Hold VALUE "Y".
       01 WS-Hold-Subject PIC X(31).
       01 WS-Hold-Type-Name PIC X(13).
       01 WS-Hold-Text PIC X(200).
      * Context fields for the always-on cross-warehouse audit journal,
      * set by the caller before PERFORM ADD-AUDIT-LOG-ONLY.
       01 WS-Audit-Warehouse PIC X(50).
       01 WS-Audit-Vehichle PIC 9(15).
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

                           PROCEDURE DIVISION.
           SET CA-ID-Invalid TO TRUE
           OPEN INPUT Routes
           OPEN INPUT Transfers
           OPEN I-O History
           OPEN INPUT Holds
           MOVE SPACES TO CA-ID
           START Cargoes KEY IS NOT LESS CA-ID
               INVALID CONTINUE
                   PERFORM CHECK-TRANSFER-PENDING
               END-IF
               IF Cargo-Completed AND NOT Transfer-Pending
                   PERFORM CHECK-CARGO-HOLD
                   IF Cargo-On-Hold
                       DISPLAY
                           "!>> Cargo " FUNCTION TRIM(CA-ID)
                           " kept live, " FUNCTION TRIM(WS-Hold-Text)
                       END-DISPLAY
                       EXIT PERFORM CYCLE
                   END-IF
                   PERFORM ARCHIVE-CARGO
               END-IF
           END-PERFORM
           CLOSE Routes
           CLOSE Transfers
           CLOSE History
           CLOSE Holds
           DISPLAY
               "/>> Shipment archive end (" WS-Archived-Count
               " of " WS-Cargo-Count " cargo record(s) archived)"
               END-PERFORM
           END-START.

      * Mirrors FlagTransport-Controller's CHECK-CARGO-HOLD: the
      * cargo in the record buffer is frozen by an Active hold on
      * itself or on its consignor account.
       CHECK-CARGO-HOLD.
           MOVE "N" TO WS-Hold-State
           MOVE SPACES TO WS-Hold-Text
           SET HO-On-Cargo TO TRUE
           MOVE CA-ID TO HO-Target
           PERFORM FIND-ACTIVE-HOLD
           IF Cargo-On-Hold OR CA-Customer IS EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           SET HO-On-Customer TO TRUE
           MOVE CA-Customer TO HO-Target
           PERFORM FIND-ACTIVE-HOLD.
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
           IF HO-On-Customer
               STRING
                   FUNCTION TRIM(WS-Hold-Type-Name) " hold "
                   FUNCTION TRIM(HO-ID) " on customer "
                   FUNCTION TRIM(HO-Target) ": "
                   FUNCTION TRIM(HO-Reason)
                   INTO WS-Hold-Text
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-Hold-Type-Name) " hold "
                   FUNCTION TRIM(HO-ID) " on cargo "
                   FUNCTION TRIM(HO-Target) ": "
                   FUNCTION TRIM(HO-Reason)
                   INTO WS-Hold-Text
               END-STRING
           END-IF.

      * Moves the record under the Cargoes cursor into History stamped
      * with its delivery date (the CA-Stored-Date of the final
      * unload), then deletes it from the live file. A write clash
               " delivered " HI-Delivered-Date
               " at " FUNCTION TRIM(HI-Warehouse)
           END-DISPLAY
           MOVE SPACES TO Audit-Message
           STRING
               "Cargo archived into History, delivered "
               HI-Delivered-Date " at " FUNCTION TRIM(HI-Warehouse)
               INTO Audit-Message
           END-STRING
           MOVE HI-Warehouse TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE HI-CA-ID TO WS-Audit-Cargo
           PERFORM ADD-AUDIT-LOG-ONLY
           ADD 1 TO WS-Archived-Count.

      * The archive run moves freight out of the live file, so each
      * move is journaled the same way the consoles journal theirs;
      * there is no warehouse log to write it to, only the journal.
       ADD-AUDIT-LOG-ONLY.
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           PERFORM ADD-AUDIT-ENTRY.
      * Mirrors FlagTransport-Controller's always-on cross-warehouse
      * journal.
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
