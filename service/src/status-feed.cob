                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Status-Feed.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Register of the dated month segments log-rollover has moved
      * journal lines into, walked in period order ahead of the live
      * journal so events are taken in the order they were journaled.
           SELECT OPTIONAL Audit-Segments
           ASSIGN TO "data/audit-segments.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AS-Period.
           SELECT OPTIONAL Audit-Chain ASSIGN TO "data/audit-chain.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AC-Key.
      * Whichever journal file is being walked: a dated segment
      * logs/audit-<YYYYMM>.log, then logs/audit.log itself.
           SELECT OPTIONAL Journal ASSIGN TO Journal-Path
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Journal-Status.
           SELECT OPTIONAL Feed-States ASSIGN TO "data/feed-state.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY FS-Key.
      * The consignor's own event file, feeds/<customer>.evt, only
      * ever appended to; the consignor collects it from there.
           SELECT OPTIONAL Feed-File ASSIGN TO Feed-Path
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Feed-Status.
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
           SELECT OPTIONAL Routes ASSIGN TO "data/routes.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RT-ID.

                           DATA DIVISION.
       FILE SECTION.
       FD Audit-Segments.
           COPY audit-segment.
       FD Audit-Chain.
           COPY audit-chain.
       FD Journal.
       01 Journal-Line PIC X(300).
       FD Feed-States.
           COPY feed-state.
       FD Feed-File.
           COPY feed-event.
       FD Cargoes.
           COPY cargo.
       FD History.
           COPY history.
       FD Routes.
           COPY route.
       WORKING-STORAGE SECTION.
       01 Now-Date.
           05  Now-Year PIC 9999.
           05  Now-Month PIC 99.
           05  Now-Day PIC 99.
       01 Now-Time.
           05  Now-Hour PIC 99.
           05  Now-Min PIC 99.
           05  Now-Sec PIC 99.
       01 WS-Journal-Status PIC XX.
       01 Journal-Path.
           05 Journal-Path-Chars PIC X
               OCCURS 10 TO 1000 DEPENDING ON Journal-Path-Length.
       01 Journal-Path-Length USAGE INDEX.
       01 WS-Feed-Status PIC XX.
       01 Feed-Path.
           05 Feed-Path-Chars PIC X
               OCCURS 10 TO 1000 DEPENDING ON Feed-Path-Length.
       01 Feed-Path-Length USAGE INDEX.
      * The account name as it goes into a file name, "/" and "."
      * folded to "_" the same way the warehouse gateway folds a
      * warehouse name.
       01 WS-Feed-Name PIC X(30).
      * The stretch of journal this run feeds: everything after the
      * high-water mark up to the journal head as it stood when the
      * run began. Lines journaled while the run is going are left
      * for the next one.
       01 WS-Start-Seq PIC 9(9).
       01 WS-Target-Seq PIC 9(9).
       01 WS-Next-Seq PIC 9(9).
       01 WS-Gap-End PIC 9(9).
      * Set when the previous run never cleared its pending mark, so
      * some of the events it wrote may be on file already.
       01 WS-Recovery-State PIC X VALUE "N".
           88 Recovering-Run VALUE "Y".
      * Set at the first sequence number that cannot be accounted for;
      * nothing past it is fed, so a line that turns up again later
      * (a segment put back, a rollover caught mid-way) is still fed
      * in its turn instead of being passed over.
       01 WS-Stop-State PIC X VALUE "N".
           88 Feed-Stopped VALUE "Y".
      * The journal line under examination, taken apart.
       01 WS-Line-Seq PIC 9(9).
       01 WS-Parse-Ptr PIC 9(4).
       01 WS-Parse-Skip PIC X(300).
       01 WS-Event-Date PIC 9(8).
       01 WS-Event-Time PIC 9(6).
       01 WS-Event-Warehouse PIC X(50).
       01 WS-Event-Vehichle-Text PIC X(15).
       01 WS-Event-Vehichle PIC 9(15).
       01 WS-Event-Cargo PIC X(30).
       01 WS-Event-Message PIC X(300).
       01 WS-Event-Kind PIC X(16).
       01 WS-Event-Tally PIC 9(4).
      * The shipment the event belongs to: its account, and where it
      * is finally bound (the last waypoint for routed freight).
       01 WS-Ship-State PIC X.
           88 Shipment-Found VALUE "Y".
       01 WS-Ship-Customer PIC X(30).
       01 WS-Ship-Dest PIC X(50).
       01 WS-Ship-Route PIC X(30).
       01 WS-Ship-Final PIC X(50).
      * Last event already in an account's file, found by reading it
      * through when recovering from an unfinished run.
       01 WS-File-Last-Seq PIC 9(9).
       01 WS-Line-Count PIC 9(9) VALUE ZERO.
       01 WS-Event-Count PIC 9(9) VALUE ZERO.
       01 WS-Repeat-Count PIC 9(9) VALUE ZERO.
       01 WS-Unassigned-Count PIC 9(9) VALUE ZERO.
       01 WS-Pruned-Count PIC 9(9) VALUE ZERO.

                           PROCEDURE DIVISION.
           SET CA-ID-Invalid TO TRUE
           SET HI-CA-ID-Invalid TO TRUE
           SET RT-ID-Invalid TO TRUE
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           DISPLAY "/>> Status feed start" END-DISPLAY
           OPEN I-O Feed-States
           PERFORM TAKE-JOURNAL-MARK
           MOVE FS-Last-Seq TO WS-Start-Seq
           IF FS-Pending-Seq IS GREATER ZERO
               SET Recovering-Run TO TRUE
               DISPLAY
                   "!>> Previous feed run to seq " FS-Pending-Seq
                   " did not finish, resuming after seq "
                   WS-Start-Seq
               END-DISPLAY
           END-IF
           OPEN INPUT Audit-Chain
           MOVE "JOURNAL" TO AC-Key
           READ Audit-Chain
               INVALID MOVE ZERO TO AC-Last-Seq
           END-READ
           CLOSE Audit-Chain
           MOVE AC-Last-Seq TO WS-Target-Seq
           IF WS-Target-Seq IS LESS WS-Start-Seq
               MOVE WS-Start-Seq TO WS-Target-Seq
           END-IF
           MOVE WS-Target-Seq TO FS-Pending-Seq
           MOVE Now-Date TO FS-Run-Date
           MOVE Now-Time(1:6) TO FS-Run-Time
           REWRITE Feed-State
           COMPUTE WS-Next-Seq = WS-Start-Seq + 1
           IF WS-Target-Seq IS GREATER WS-Start-Seq
               OPEN INPUT Cargoes
               OPEN INPUT History
               OPEN INPUT Routes
               PERFORM FEED-SEGMENTS
               MOVE 14 TO Journal-Path-Length
               MOVE "logs/audit.log" TO Journal-Path
               PERFORM FEED-JOURNAL-FILE
               CLOSE Routes
               CLOSE History
               CLOSE Cargoes
           END-IF
      *    Lines the head says were journaled but that no file holds.
           IF WS-Next-Seq IS NOT GREATER WS-Target-Seq
               AND NOT Feed-Stopped
               SET Feed-Stopped TO TRUE
               DISPLAY
                   "!>> Journal seq " WS-Next-Seq " to "
                   WS-Target-Seq " not found, feed held there"
               END-DISPLAY
           END-IF
           PERFORM TAKE-JOURNAL-MARK
           COMPUTE FS-Last-Seq = WS-Next-Seq - 1
           MOVE ZERO TO FS-Pending-Seq
           ADD WS-Event-Count TO FS-Event-Count
           REWRITE Feed-State
           CLOSE Feed-States
           DISPLAY
               "/>> Status feed end (" WS-Line-Count
               " journal line(s) after seq " WS-Start-Seq ", "
               WS-Event-Count " event(s) written, "
               WS-Repeat-Count " already on file, "
               WS-Unassigned-Count " without an account, "
               "fed to seq " FS-Last-Seq ")"
           END-DISPLAY
           EVALUATE TRUE
           WHEN Feed-Stopped
               MOVE 8 TO RETURN-CODE
           WHEN WS-Pruned-Count IS GREATER ZERO
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE ZERO TO RETURN-CODE
           END-EVALUATE
           STOP RUN.

      * The journal high-water mark, created at zero the first time
      * the feed runs.
       TAKE-JOURNAL-MARK.
           MOVE SPACES TO FS-Key
           SET FS-Journal TO TRUE
           READ Feed-States
               INVALID
               MOVE ZERO TO FS-Last-Seq
               MOVE ZERO TO FS-Pending-Seq
               MOVE ZERO TO FS-Event-Count
               MOVE ZERO TO FS-Run-Date
               MOVE ZERO TO FS-Run-Time
               WRITE Feed-State
                   INVALID CONTINUE
               END-WRITE
           END-READ.

      * Every registered segment holding lines past the high-water
      * mark, oldest first. A segment the keep window has pruned is
      * gone for good: its events are reported lost and the feed
      * carries on after it, since waiting would never bring them
      * back.
       FEED-SEGMENTS.
           OPEN INPUT Audit-Segments
           MOVE ZERO TO AS-Period
           START Audit-Segments KEY IS NOT LESS AS-Period
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Audit-Segments NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF Feed-Stopped
                   EXIT PERFORM
               END-IF
               IF AS-Last-Seq IS NOT GREATER WS-Start-Seq
                   EXIT PERFORM CYCLE
               END-IF
               IF AS-Pruned
                   PERFORM SKIP-PRUNED-SEGMENT
                   EXIT PERFORM CYCLE
               END-IF
               MOVE 21 TO Journal-Path-Length
               STRING
                   "logs/audit-" AS-Period ".log"
                   INTO Journal-Path
               END-STRING
               PERFORM FEED-JOURNAL-FILE
           END-PERFORM
           END-START
           CLOSE Audit-Segments.
       SKIP-PRUNED-SEGMENT.
           IF AS-Last-Seq IS LESS WS-Next-Seq
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Pruned-Count
           DISPLAY
               "!>> Segment " AS-Period " pruned before it was fed: "
               "events of seq " WS-Next-Seq " to " AS-Last-Seq " lost"
           END-DISPLAY
           COMPUTE WS-Next-Seq = AS-Last-Seq + 1.
       FEED-JOURNAL-FILE.
           OPEN INPUT Journal
           PERFORM FOREVER
               READ Journal AT END EXIT PERFORM END-READ
               IF Feed-Stopped
                   EXIT PERFORM
               END-IF
               PERFORM FEED-JOURNAL-LINE
           END-PERFORM
           CLOSE Journal.

      * One journal line. Only chained lines between the mark and the
      * run's target count; lines written before the journal was
      * chained predate any feed and are passed over, as are repeats
      * of sequence numbers already seen.
       FEED-JOURNAL-LINE.
           IF Journal-Line(22:5) IS NOT EQUAL " SEQ="
               OR Journal-Line(27:9) IS NOT NUMERIC
               EXIT PARAGRAPH
           END-IF
           MOVE Journal-Line(27:9) TO WS-Line-Seq
           IF WS-Line-Seq IS LESS WS-Next-Seq
               OR WS-Line-Seq IS GREATER WS-Target-Seq
               EXIT PARAGRAPH
           END-IF
           IF WS-Line-Seq IS GREATER WS-Next-Seq
               SET Feed-Stopped TO TRUE
               MOVE WS-Line-Seq TO WS-Gap-End
               SUBTRACT 1 FROM WS-Gap-End
               DISPLAY
                   "!>> Journal seq " WS-Next-Seq " to " WS-Gap-End
                   " missing, feed held there"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Line-Count
           PERFORM PARSE-JOURNAL-LINE
           PERFORM CLASSIFY-JOURNAL-LINE
           IF WS-Event-Kind IS NOT EQUAL SPACES
               PERFORM FEED-ONE-EVENT
           END-IF
           COMPUTE WS-Next-Seq = WS-Line-Seq + 1.
      * [YYYY/MM/DD HH:MM:SS] SEQ= CHK= [OP=] WH= VE= CA= message
       PARSE-JOURNAL-LINE.
           MOVE SPACES TO WS-Event-Warehouse
           MOVE SPACES TO WS-Event-Vehichle-Text
           MOVE SPACES TO WS-Event-Cargo
           MOVE SPACES TO WS-Event-Message
           MOVE ZERO TO WS-Event-Vehichle
           STRING
               Journal-Line(2:4) Journal-Line(7:2) Journal-Line(10:2)
               INTO WS-Event-Date
           END-STRING
           STRING
               Journal-Line(13:2) Journal-Line(16:2) Journal-Line(19:2)
               INTO WS-Event-Time
           END-STRING
           MOVE 50 TO WS-Parse-Ptr
           UNSTRING Journal-Line DELIMITED BY " WH="
               INTO WS-Parse-Skip
               WITH POINTER WS-Parse-Ptr
           END-UNSTRING
           UNSTRING Journal-Line DELIMITED BY " VE="
               INTO WS-Event-Warehouse
               WITH POINTER WS-Parse-Ptr
           END-UNSTRING
           UNSTRING Journal-Line DELIMITED BY " CA="
               INTO WS-Event-Vehichle-Text
               WITH POINTER WS-Parse-Ptr
           END-UNSTRING
           UNSTRING Journal-Line DELIMITED BY " "
               INTO WS-Event-Cargo
               WITH POINTER WS-Parse-Ptr
           END-UNSTRING
           IF WS-Parse-Ptr IS LESS 301
               MOVE Journal-Line(WS-Parse-Ptr:) TO WS-Event-Message
           END-IF
           IF WS-Event-Vehichle-Text IS NUMERIC
               MOVE WS-Event-Vehichle-Text TO WS-Event-Vehichle
           END-IF.
      * Which milestone, if any, the line records, told by the wording
      * the consoles, the Gateways, the booking intake and the archive
      * run journal it with. An unload is settled as a waypoint stop
      * or the delivery once the shipment's final stop is known.
       CLASSIFY-JOURNAL-LINE.
           MOVE SPACES TO WS-Event-Kind
           IF WS-Event-Cargo IS EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
           WHEN WS-Event-Message(1:16) IS EQUAL "Cargo registered"
               MOVE "REGISTERED" TO WS-Event-Kind
           WHEN WS-Event-Message(1:14) IS EQUAL "Cargo archived"
               MOVE "ARCHIVED" TO WS-Event-Kind
           WHEN WS-Event-Message(1:10) IS EQUAL "Vehichle #"
               MOVE ZERO TO WS-Event-Tally
               INSPECT WS-Event-Message TALLYING WS-Event-Tally
                   FOR ALL " picked up cargo "
               IF WS-Event-Tally IS GREATER ZERO
                   MOVE "LOADED" TO WS-Event-Kind
                   EXIT PARAGRAPH
               END-IF
               INSPECT WS-Event-Message TALLYING WS-Event-Tally
                   FOR ALL " delived cargo " ALL " delivered cargo "
               IF WS-Event-Tally IS GREATER ZERO
                   MOVE "UNLOADED" TO WS-Event-Kind
               END-IF
           WHEN WS-Event-Message(1:6) IS EQUAL "Claim "
               MOVE ZERO TO WS-Event-Tally
               INSPECT WS-Event-Message TALLYING WS-Event-Tally
                   FOR ALL " raised: "
               IF WS-Event-Tally IS GREATER ZERO
                   MOVE "CLAIM-RAISED" TO WS-Event-Kind
                   EXIT PARAGRAPH
               END-IF
               INSPECT WS-Event-Message TALLYING WS-Event-Tally
                   FOR ALL " settled for "
               IF WS-Event-Tally IS GREATER ZERO
                   MOVE "CLAIM-SETTLED" TO WS-Event-Kind
               END-IF
           END-EVALUATE.

      * Hands the milestone to the account the shipment is booked to;
      * freight registered without an account has no feed to go to.
       FEED-ONE-EVENT.
           PERFORM RESOLVE-SHIPMENT
           IF NOT Shipment-Found OR WS-Ship-Customer IS EQUAL SPACES
               ADD 1 TO WS-Unassigned-Count
               EXIT PARAGRAPH
           END-IF
           IF WS-Event-Kind IS EQUAL "UNLOADED"
               AND WS-Event-Warehouse IS EQUAL WS-Ship-Final
               MOVE "DELIVERED" TO WS-Event-Kind
           END-IF
           PERFORM SET-FEED-PATH
           PERFORM TAKE-CUSTOMER-MARK
      *    After an unfinished run the account's file, not its mark,
      *    is the witness to what was written: the run may have
      *    stopped between writing an event and moving the mark.
           IF Recovering-Run
               AND (FS-Run-Date IS NOT EQUAL Now-Date
                   OR FS-Run-Time IS NOT EQUAL Now-Time(1:6))
               PERFORM FIND-FILE-LAST-SEQ
               IF WS-File-Last-Seq IS GREATER FS-Last-Seq
                   MOVE WS-File-Last-Seq TO FS-Last-Seq
               END-IF
           END-IF
           MOVE Now-Date TO FS-Run-Date
           MOVE Now-Time(1:6) TO FS-Run-Time
           IF WS-Line-Seq IS NOT GREATER FS-Last-Seq
               ADD 1 TO WS-Repeat-Count
               REWRITE Feed-State
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO Feed-Event
           MOVE WS-Line-Seq TO FE-Seq
           MOVE WS-Event-Date TO FE-Date
           MOVE WS-Event-Time TO FE-Time
           MOVE WS-Event-Kind TO FE-Event
           MOVE WS-Event-Cargo TO FE-CA-ID
           MOVE WS-Event-Warehouse TO FE-Warehouse
           MOVE WS-Event-Vehichle TO FE-Vehichle
           MOVE WS-Ship-Final TO FE-Dest
           MOVE WS-Event-Message TO FE-Detail
           OPEN EXTEND Feed-File
           WRITE Feed-Event
           CLOSE Feed-File
           MOVE WS-Line-Seq TO FS-Last-Seq
           ADD 1 TO FS-Event-Count
           REWRITE Feed-State
           ADD 1 TO WS-Event-Count
           DISPLAY
               "*>> " FUNCTION TRIM(WS-Ship-Customer) ": seq "
               WS-Line-Seq " " FUNCTION TRIM(WS-Event-Kind) " "
               FUNCTION TRIM(WS-Event-Cargo)
           END-DISPLAY.
       SET-FEED-PATH.
           MOVE FUNCTION SUBSTITUTE(
               WS-Ship-Customer, "/", "_", ".", "_")
               TO WS-Feed-Name
           MOVE FUNCTION LENGTH(FUNCTION TRIM(WS-Feed-Name))
               TO Feed-Path-Length
           ADD 10 TO Feed-Path-Length
           STRING
               "feeds/" FUNCTION TRIM(WS-Feed-Name) ".evt"
               INTO Feed-Path
           END-STRING.
       TAKE-CUSTOMER-MARK.
           MOVE SPACES TO FS-Key
           SET FS-Customer TO TRUE
           MOVE WS-Ship-Customer TO FS-Customer-ID
           READ Feed-States
               INVALID
               MOVE ZERO TO FS-Last-Seq
               MOVE ZERO TO FS-Pending-Seq
               MOVE ZERO TO FS-Event-Count
               MOVE ZERO TO FS-Run-Date
               MOVE ZERO TO FS-Run-Time
               WRITE Feed-State
                   INVALID CONTINUE
               END-WRITE
           END-READ.
      * An account may have collected (and removed) its file since,
      * in which case the mark alone stands.
       FIND-FILE-LAST-SEQ.
           MOVE ZERO TO WS-File-Last-Seq
           OPEN INPUT Feed-File
           PERFORM FOREVER
               READ Feed-File AT END EXIT PERFORM END-READ
               IF FE-Seq IS NUMERIC
                   AND FE-Seq IS GREATER WS-File-Last-Seq
                   MOVE FE-Seq TO WS-File-Last-Seq
               END-IF
           END-PERFORM
           CLOSE Feed-File.

      * The shipment a milestone belongs to. A cargo ID can complete
      * more than once over time, so History is tried first for the
      * shipment delivered on or after the day of the event; failing
      * that it is live freight, and failing that (a claim or the
      * archive itself, journaled after delivery) the last shipment
      * History holds under the ID.
       RESOLVE-SHIPMENT.
           MOVE "N" TO WS-Ship-State
           MOVE SPACES TO WS-Ship-Customer
           MOVE SPACES TO WS-Ship-Dest
           MOVE SPACES TO WS-Ship-Route
           MOVE WS-Event-Cargo TO HI-CA-ID
           MOVE WS-Event-Date TO HI-Delivered-Date
           START History KEY IS NOT LESS HI-Key
               INVALID CONTINUE
               NOT INVALID
               READ History NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                   IF HI-CA-ID IS EQUAL WS-Event-Cargo
                       PERFORM TAKE-HISTORY-SHIPMENT
                   END-IF
               END-READ
           END-START
           IF NOT Shipment-Found
               MOVE WS-Event-Cargo TO CA-ID
               READ Cargoes
                   INVALID CONTINUE
                   NOT INVALID
                   MOVE "Y" TO WS-Ship-State
                   MOVE CA-Customer TO WS-Ship-Customer
                   MOVE Dest OF Cargo TO WS-Ship-Dest
                   MOVE CA-Route-ID OF Cargo TO WS-Ship-Route
               END-READ
           END-IF
           IF NOT Shipment-Found
               MOVE WS-Event-Cargo TO HI-CA-ID
               MOVE ZERO TO HI-Delivered-Date
               START History KEY IS NOT LESS HI-Key
                   INVALID CONTINUE
                   NOT INVALID PERFORM FOREVER
                   READ History NEXT RECORD AT END EXIT PERFORM
                   END-READ
                   IF HI-CA-ID IS NOT EQUAL WS-Event-Cargo
                       EXIT PERFORM
                   END-IF
                   PERFORM TAKE-HISTORY-SHIPMENT
                   END-PERFORM
               END-START
           END-IF
           MOVE WS-Ship-Dest TO WS-Ship-Final
           IF Shipment-Found AND WS-Ship-Route IS NOT EQUAL SPACES
               MOVE WS-Ship-Route TO RT-ID
               READ Routes
                   INVALID CONTINUE
                   NOT INVALID
                   MOVE RT-Waypoints(RT-Waypoint-Count)
                       TO WS-Ship-Final
               END-READ
           END-IF.
       TAKE-HISTORY-SHIPMENT.
           MOVE "Y" TO WS-Ship-State
           MOVE HI-Customer TO WS-Ship-Customer
           MOVE HI-Dest TO WS-Ship-Dest
           MOVE HI-Route-ID TO WS-Ship-Route.
