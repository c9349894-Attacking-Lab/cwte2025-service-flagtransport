                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Cycle-Variance.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT User-Input ASSIGN TO KEYBOARD
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL Cycle-Counts
           ASSIGN TO "data/cycle-counts.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CC-Key.
           SELECT OPTIONAL Count-Items ASSIGN TO "data/count-items.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CI-Key.
           SELECT OPTIONAL Cargoes ASSIGN TO "data/cargoes.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CA-ID
           ALTERNATE RECORD KEY CA-Warehouse WITH DUPLICATES
           ALTERNATE RECORD KEY CA-Vehichle WITH DUPLICATES.
           SELECT OPTIONAL History ASSIGN TO "data/history.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HI-Key
           ALTERNATE RECORD KEY HI-Warehouse WITH DUPLICATES.
           SELECT OPTIONAL Claims ASSIGN TO "data/claims.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CL-ID
           ALTERNATE RECORD KEY CL-CA-ID WITH DUPLICATES.
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
       01 User-Input-Line PIC X(100).
       FD Cycle-Counts.
           COPY cycle-count.
       FD Count-Items.
           COPY count-item.
       FD Cargoes.
           COPY cargo.
       FD History.
           COPY history.
       FD Claims.
           COPY claim.
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
      * Whether a missing item raises a LOSS claim against the
      * counted warehouse straight away, as the run is asked.
       01 WS-Claim-Answer PIC X VALUE "N".
           88 Raise-Loss-Claims VALUE "Y".
      * The count under reconciliation, named by when it was opened.
       01 WS-Count-Name PIC X(15).
      * Where the record says a scanned item really is.
       01 WS-Item-Where PIC X(80).
      * Whether the cargo already has a claim that is not settled,
      * so a rerun never raises a second one for the same loss.
       01 WS-Claim-Pending PIC X VALUE "N".
           88 Claim-Pending VALUE "Y".
       01 WS-Claim-Seq PIC 9(4).
       01 WS-Claim-ID PIC X(30).
       01 WS-Claim-Note PIC X(100).
       01 WS-Claim-State PIC X.
           88 Claim-Written VALUE "Y".
       01 WS-Count-Total PIC 9(9) VALUE ZERO.
       01 WS-Variance-Total PIC 9(9) VALUE ZERO.
       01 WS-Claim-Total PIC 9(9) VALUE ZERO.
       01 WS-Unjudged-Total PIC 9(9) VALUE ZERO.
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
           SET CA-ID-Invalid TO TRUE
           SET HI-CA-ID-Invalid TO TRUE
           SET CL-ID-Invalid TO TRUE
           OPEN INPUT User-Input
           DISPLAY "?>> Raise loss claims for missing items (Y/N):"
           END-DISPLAY
           READ User-Input
               END CONTINUE
               NOT END
               IF User-Input-Line IS EQUAL "Y"
                   SET Raise-Loss-Claims TO TRUE
               END-IF
           END-READ
           CLOSE User-Input
           DISPLAY "/>> Cycle count variance start" END-DISPLAY
           OPEN I-O Cycle-Counts
           OPEN I-O Count-Items
           OPEN INPUT Cargoes
           OPEN INPUT History
           OPEN I-O Claims
           MOVE LOW-VALUES TO CC-Key
           START Cycle-Counts KEY IS NOT LESS CC-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cycle-Counts NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CC-Closed
                   PERFORM RECONCILE-ONE-COUNT
               END-IF
           END-PERFORM
           END-START
           CLOSE Claims
           CLOSE History
           CLOSE Cargoes
           CLOSE Count-Items
           CLOSE Cycle-Counts
           DISPLAY
               "/>> Cycle count variance end (" WS-Count-Total
               " count(s) reconciled, " WS-Variance-Total
               " variance(s), " WS-Claim-Total " loss claim(s), "
               WS-Unjudged-Total " not judged)"
           END-DISPLAY
           IF WS-Variance-Total IS GREATER ZERO
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      * One closed count, held against what data/cargoes.dat says is
      * Stored at the warehouse: first every such cargo is looked for
      * among the items scanned, then every item scanned that was not
      * matched is looked up to see where it is meant to be. Freight
      * that came to be Stored there after the count was opened could
      * not have been seen by it and is not judged. The cargo record
      * carries no stored time, so an unscanned cargo Stored on the
      * day the count opened may have come in after the count and is
      * not judged either.
       RECONCILE-ONE-COUNT.
           ADD 1 TO WS-Count-Total
           MOVE ZERO TO CC-Matched-Count
           MOVE ZERO TO CC-Missing-Count
           MOVE ZERO TO CC-Unexpected-Count
           MOVE ZERO TO CC-Foreign-Count
           MOVE ZERO TO CC-Claim-Count
           MOVE SPACES TO WS-Count-Name
           STRING
               CC-Opened-Date "-" CC-Opened-Time
               INTO WS-Count-Name
           END-STRING
           DISPLAY
               "*>> " FUNCTION TRIM(CC-Warehouse) ": count "
               WS-Count-Name " closed " CC-Closed-Date
               " with " CC-Scan-Count " item(s) scanned"
           END-DISPLAY
           MOVE CC-Warehouse TO CA-Warehouse
           START Cargoes KEY IS EQUAL CA-Warehouse
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cargoes NEXT RECORD AT END EXIT PERFORM END-READ
               IF CA-Warehouse IS NOT EQUAL CC-Warehouse
                   EXIT PERFORM
               END-IF
               IF NOT Stored OF Cargo
                   OR CA-Stored-Date IS GREATER CC-Opened-Date
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM CHECK-EXPECTED-ITEM
               END-PERFORM
           END-START
           MOVE CC-Key TO CI-Count-Key
           MOVE LOW-VALUES TO CI-CA-ID
           START Count-Items KEY IS NOT LESS CI-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Count-Items NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF CI-Count-Key IS NOT EQUAL CC-Key
                   EXIT PERFORM
               END-IF
               IF CI-Matched
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM CHECK-SCANNED-ITEM
               END-PERFORM
           END-START
           ACCEPT Now-Date FROM DATE YYYYMMDD
           SET CC-Reconciled TO TRUE
           MOVE Now-Date TO CC-Reconciled-Date
           REWRITE Cycle-Count
           MOVE CC-Warehouse TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE SPACES TO WS-Audit-Cargo
           MOVE SPACES TO Log-Entry
           STRING
               "Cycle count " WS-Count-Name " reconciled: "
               CC-Matched-Count " matched, "
               CC-Missing-Count " missing, "
               CC-Unexpected-Count " unexpected, "
               CC-Foreign-Count " of another warehouse, "
               CC-Claim-Count " loss claim(s)"
               INTO Log-Entry
           END-STRING
           PERFORM ADD-LOG-ENTRY
           DISPLAY
               "*>> " FUNCTION TRIM(CC-Warehouse) ": count "
               WS-Count-Name " " CC-Matched-Count " matched, "
               CC-Missing-Count " missing, "
               CC-Unexpected-Count " unexpected, "
               CC-Foreign-Count " of another warehouse"
           END-DISPLAY.
      * A cargo the record has Stored at the counted warehouse: found
      * if it was scanned, missing from the floor if not, unless it
      * was Stored on the day the count opened.
       CHECK-EXPECTED-ITEM.
           MOVE CC-Key TO CI-Count-Key
           MOVE CA-ID TO CI-CA-ID
           READ Count-Items
               INVALID
               IF CA-Stored-Date IS EQUAL CC-Opened-Date
                   ADD 1 TO WS-Unjudged-Total
                   DISPLAY
                       "*>>     cargo " FUNCTION TRIM(CA-ID)
                       " not scanned, not judged"
                       " (stored on count day)"
                   END-DISPLAY
               ELSE
                   PERFORM REPORT-MISSING-ITEM
               END-IF
               NOT INVALID
               SET CI-Matched TO TRUE
               REWRITE Count-Item
               ADD 1 TO CC-Matched-Count
           END-READ.
       REPORT-MISSING-ITEM.
           ADD 1 TO CC-Missing-Count
           ADD 1 TO WS-Variance-Total
           DISPLAY
               "!>>     MISSING cargo " FUNCTION TRIM(CA-ID)
               ", Stored here since " CA-Stored-Date
               ", not found on the floor"
           END-DISPLAY
           MOVE CC-Warehouse TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE CA-ID TO WS-Audit-Cargo
           MOVE SPACES TO Log-Entry
           STRING
               "Cycle count " WS-Count-Name " variance: cargo "
               FUNCTION TRIM(CA-ID) " MISSING from the floor"
               INTO Log-Entry
           END-STRING
           PERFORM ADD-LOG-ENTRY
           IF Raise-Loss-Claims
               PERFORM RAISE-LOSS-CLAIM
           END-IF.
      * An item scanned that the record does not have Stored at the
      * counted warehouse: freight the record places somewhere else
      * belongs to another warehouse (or vehichle), anything else is
      * unexpected on the floor.
       CHECK-SCANNED-ITEM.
           MOVE SPACES TO WS-Item-Where
           MOVE CI-CA-ID TO CA-ID
           READ Cargoes
               INVALID
               PERFORM FIND-ARCHIVED-ITEM
               NOT INVALID
               EVALUATE TRUE
               WHEN Stored OF Cargo
                   AND CA-Warehouse IS EQUAL CC-Warehouse
                   SET CI-Matched TO TRUE
               WHEN Stored OF Cargo
                   SET CI-Foreign TO TRUE
                   STRING
                       "recorded Stored at "
                       FUNCTION TRIM(CA-Warehouse)
                       INTO WS-Item-Where
                   END-STRING
               WHEN OTHER
                   SET CI-Foreign TO TRUE
                   STRING
                       "recorded Loaded aboard vehichle #"
                       CA-Vehichle
                       INTO WS-Item-Where
                   END-STRING
               END-EVALUATE
           END-READ
           REWRITE Count-Item
           EVALUATE TRUE
           WHEN CI-Matched
               ADD 1 TO CC-Matched-Count
               EXIT PARAGRAPH
           WHEN CI-Foreign
               ADD 1 TO CC-Foreign-Count
               DISPLAY
                   "!>>     FOREIGN cargo " FUNCTION TRIM(CI-CA-ID)
                   " found on the floor, "
                   FUNCTION TRIM(WS-Item-Where)
               END-DISPLAY
           WHEN OTHER
               ADD 1 TO CC-Unexpected-Count
               DISPLAY
                   "!>>     UNEXPECTED cargo " FUNCTION TRIM(CI-CA-ID)
                   " found on the floor, "
                   FUNCTION TRIM(WS-Item-Where)
               END-DISPLAY
           END-EVALUATE
           ADD 1 TO WS-Variance-Total
           MOVE CC-Warehouse TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE CI-CA-ID TO WS-Audit-Cargo
           MOVE SPACES TO Log-Entry
           IF CI-Foreign
               STRING
                   "Cycle count " WS-Count-Name " variance: cargo "
                   FUNCTION TRIM(CI-CA-ID)
                   " of another warehouse found, "
                   FUNCTION TRIM(WS-Item-Where)
                   INTO Log-Entry
               END-STRING
           ELSE
               STRING
                   "Cycle count " WS-Count-Name " variance: cargo "
                   FUNCTION TRIM(CI-CA-ID) " UNEXPECTED, "
                   FUNCTION TRIM(WS-Item-Where)
                   INTO Log-Entry
               END-STRING
           END-IF
           PERFORM ADD-LOG-ENTRY.
      * A scanned ID with no live cargo record: either freight long
      * since delivered and archived, or nothing we know at all.
       FIND-ARCHIVED-ITEM.
           SET CI-Unexpected TO TRUE
           MOVE "not on file" TO WS-Item-Where
           MOVE CI-CA-ID TO HI-CA-ID
           MOVE ZERO TO HI-Delivered-Date
           START History KEY IS NOT LESS HI-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ History NEXT RECORD AT END EXIT PERFORM END-READ
               IF HI-CA-ID IS NOT EQUAL CI-CA-ID
                   EXIT PERFORM
               END-IF
               MOVE SPACES TO WS-Item-Where
               STRING
                   "archived, delivered " HI-Delivered-Date
                   " at " FUNCTION TRIM(HI-Warehouse)
                   INTO WS-Item-Where
               END-STRING
               END-PERFORM
           END-START.

      * Raises a LOSS claim for the missing cargo against the counted
      * warehouse, the same record RAISE CLAIM writes at the console,
      * numbered LOSS-<date>-<n>. A cargo with a claim already open
      * or under investigation is left to that claim.
       RAISE-LOSS-CLAIM.
           MOVE "N" TO WS-Claim-Pending
           MOVE CA-ID TO CL-CA-ID
           START Claims KEY IS EQUAL CL-CA-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Claims NEXT RECORD AT END EXIT PERFORM END-READ
               IF CL-CA-ID IS NOT EQUAL CA-ID
                   EXIT PERFORM
               END-IF
               IF CL-Open OR CL-Investigating
                   SET Claim-Pending TO TRUE
                   EXIT PERFORM
               END-IF
               END-PERFORM
           END-START
           IF Claim-Pending
               DISPLAY
                   "*>>     claim " FUNCTION TRIM(CL-ID)
                   " already open for it"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           ACCEPT Now-Date FROM DATE YYYYMMDD
           MOVE SPACES TO WS-Claim-Note
           STRING
               "LOSS: missing at cycle count " WS-Count-Name
               INTO WS-Claim-Note
           END-STRING
           MOVE "N" TO WS-Claim-State
           PERFORM VARYING WS-Claim-Seq FROM 1 BY 1
               UNTIL Claim-Written OR WS-Claim-Seq IS EQUAL 9999
               MOVE SPACES TO WS-Claim-ID
               STRING
                   "LOSS-" Now-Date "-" WS-Claim-Seq
                   INTO WS-Claim-ID
               END-STRING
               MOVE WS-Claim-ID TO CL-ID
               MOVE CA-ID TO CL-CA-ID
               MOVE CC-Warehouse TO CL-Warehouse
               SET CL-Open TO TRUE
               MOVE Now-Date TO CL-Opened-Date
               MOVE WS-Claim-Note TO CL-Note
               MOVE ZERO TO CL-Settled-Amount
               MOVE ZERO TO CL-Settled-Date
               WRITE Claim
                   INVALID CONTINUE
                   NOT INVALID SET Claim-Written TO TRUE
               END-WRITE
           END-PERFORM
           IF NOT Claim-Written
               DISPLAY
                   "!>>     loss claim could not be raised"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO CC-Claim-Count
           ADD 1 TO WS-Claim-Total
           DISPLAY
               "*>>     loss claim " FUNCTION TRIM(WS-Claim-ID)
               " raised"
           END-DISPLAY
           MOVE CC-Warehouse TO WS-Audit-Warehouse
           MOVE ZERO TO WS-Audit-Vehichle
           MOVE CA-ID TO WS-Audit-Cargo
           MOVE SPACES TO Log-Entry
           STRING
               "Claim " FUNCTION TRIM(WS-Claim-ID)
               " raised: " FUNCTION TRIM(WS-Claim-Note)
               INTO Log-Entry
           END-STRING
           PERFORM ADD-LOG-ENTRY.

      * Procedures for warehouse log handling, mirroring the
      * vehichle Gateway's: the entry is stamped, appended to the
      * counted warehouse's own log, and journaled in the audit log.
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
      * Mirrors FlagTransport-Controller's always-on cross-warehouse
      * journal so the auditors find every count and every variance
      * in READ AUDIT LOG.
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
