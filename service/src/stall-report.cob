                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Stall-Report.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT User-Input ASSIGN TO KEYBOARD
           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL Vehichles ASSIGN TO "data/vehichles.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY VE-Number.
           SELECT OPTIONAL Cargoes ASSIGN TO "data/cargoes.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CA-ID
           ALTERNATE RECORD KEY CA-Warehouse WITH DUPLICATES
           ALTERNATE RECORD KEY CA-Vehichle WITH DUPLICATES.
           SELECT OPTIONAL Warehouses ASSIGN TO "data/warehouses.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WA-Name.
           SELECT OPTIONAL Positions ASSIGN TO "data/positions.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-Key.

                           DATA DIVISION.
       FILE SECTION.
       FD User-Input.
       01 User-Input-Line PIC X(100).
       FD Vehichles.
           COPY vehichle.
       FD Cargoes.
           COPY cargo.
       FD Warehouses.
           COPY warehouse.
       FD Positions.
           COPY position.
       WORKING-STORAGE SECTION.
       01 Today-Date PIC 9(8).
       01 Now-Time.
           05 Now-Hour PIC 99.
           05 Now-Min PIC 99.
           05 FILLER PIC 9(4).
      * A vehichle carrying Loaded cargo that has been silent this
      * many hours is reported stalled; the run asks for the figure
      * and a blank answer keeps the usual half a day.
       01 WS-Stall-Hours PIC 9(4) VALUE 12.
       01 WS-Now-Minutes PIC 9(11).
       01 WS-Ping-Minutes PIC 9(11).
       01 WS-Silent-Hours PIC 9(9).
      * The vehichle's last few position reports, oldest first; a
      * vehichle whose distance to a cargo's Dest grows at every one
      * of them is heading the wrong way.
       01 WS-Trend-Pings PIC 9(3) VALUE 3.
       01 WS-Ping-Count PIC 9(3).
       01 WS-Ping-Idx PIC 9(3).
       01 WS-Recent-Pings.
           05 WS-Ping OCCURS 3 TIMES.
               10 WS-Ping-Date PIC 9(8).
               10 WS-Ping-Time.
                   15 WS-Ping-Hour PIC 99.
                   15 WS-Ping-Min PIC 99.
                   15 FILLER PIC 9(4).
               10 WS-Ping-X PIC 9(8).
               10 WS-Ping-Y PIC 9(8).
               10 WS-Ping-Distance PIC 9(18).
      * Same squared-distance arithmetic the Gateway's guidance uses.
       01 WS-Dist-DX PIC S9(9).
       01 WS-Dist-DY PIC S9(9).
       01 WS-Heading-State PIC X.
           88 Heading-Away VALUE "Y".
       01 WS-Loaded-Count PIC 9(6).
       01 WS-Vehichle-Count PIC 9(9) VALUE ZERO.
       01 WS-Carrying-Count PIC 9(9) VALUE ZERO.
       01 WS-Stalled-Count PIC 9(9) VALUE ZERO.
       01 WS-Away-Count PIC 9(9) VALUE ZERO.

                           PROCEDURE DIVISION.
           SET VE-Number-Invalid TO TRUE
           SET CA-ID-Invalid TO TRUE
           SET WA-Name-Invalid TO TRUE
           OPEN INPUT User-Input
           DISPLAY "?>> Hours without a position report (blank for 12):"
           END-DISPLAY
           READ User-Input
               END CONTINUE
               NOT END
               IF User-Input-Line IS NOT EQUAL SPACES
                   AND FUNCTION TEST-NUMVAL(User-Input-Line) = 0
                   MOVE FUNCTION NUMVAL(User-Input-Line)
                       TO WS-Stall-Hours
               END-IF
           END-READ
           CLOSE User-Input
           ACCEPT Today-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           COMPUTE WS-Now-Minutes =
               FUNCTION INTEGER-OF-DATE(Today-Date) * 1440
               + Now-Hour * 60 + Now-Min
           DISPLAY
               "/>> Stalled vehichle report start (silent "
               WS-Stall-Hours " hour(s) or more)"
           END-DISPLAY
           OPEN INPUT Vehichles
           OPEN INPUT Cargoes
           OPEN INPUT Warehouses
           OPEN INPUT Positions
           MOVE ZERO TO VE-Number
           START Vehichles KEY IS NOT LESS VE-Number
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Vehichles NEXT RECORD AT END EXIT PERFORM
               END-READ
               ADD 1 TO WS-Vehichle-Count
               PERFORM CHECK-ONE-VEHICHLE
           END-PERFORM
           END-START
           CLOSE Positions
           CLOSE Warehouses
           CLOSE Cargoes
           CLOSE Vehichles
           DISPLAY
               "/>> Stalled vehichle report end (" WS-Carrying-Count
               " of " WS-Vehichle-Count " vehichle(s) carrying, "
               WS-Stalled-Count " stalled, "
               WS-Away-Count " heading away)"
           END-DISPLAY
           STOP RUN.

      * Only a vehichle with Loaded cargo aboard is of interest; one
      * standing empty may be silent as long as it likes.
       CHECK-ONE-VEHICHLE.
           MOVE ZERO TO WS-Loaded-Count
           MOVE VE-Number TO CA-Vehichle
           START Cargoes KEY IS EQUAL CA-Vehichle
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cargoes NEXT RECORD AT END EXIT PERFORM END-READ
               IF CA-Vehichle IS NOT EQUAL VE-Number
                   EXIT PERFORM
               END-IF
               IF Loaded OF Cargo
                   ADD 1 TO WS-Loaded-Count
               END-IF
               END-PERFORM
           END-START
           IF WS-Loaded-Count IS EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Carrying-Count
           PERFORM FIND-RECENT-PINGS
           IF WS-Ping-Count IS EQUAL ZERO
               ADD 1 TO WS-Stalled-Count
               DISPLAY
                   "!>> Vehichle #" VE-Number " STALLED: "
                   WS-Loaded-Count " cargo aboard, no position on file"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE WS-Ping-Minutes =
               FUNCTION INTEGER-OF-DATE(WS-Ping-Date(WS-Ping-Count))
               * 1440
               + WS-Ping-Hour(WS-Ping-Count) * 60
               + WS-Ping-Min(WS-Ping-Count)
           IF WS-Ping-Minutes IS GREATER WS-Now-Minutes
               MOVE ZERO TO WS-Silent-Hours
           ELSE
               COMPUTE WS-Silent-Hours =
                   (WS-Now-Minutes - WS-Ping-Minutes) / 60
           END-IF
           IF WS-Silent-Hours IS NOT LESS WS-Stall-Hours
               ADD 1 TO WS-Stalled-Count
               DISPLAY
                   "!>> Vehichle #" VE-Number " STALLED: "
                   WS-Loaded-Count " cargo aboard, last position "
                   WS-Ping-X(WS-Ping-Count) ":"
                   WS-Ping-Y(WS-Ping-Count) " on "
                   WS-Ping-Date(WS-Ping-Count) " at "
                   WS-Ping-Hour(WS-Ping-Count) ":"
                   WS-Ping-Min(WS-Ping-Count) ", "
                   WS-Silent-Hours " hour(s) ago"
               END-DISPLAY
           ELSE
               DISPLAY
                   "*>> Vehichle #" VE-Number ": "
                   WS-Loaded-Count " cargo aboard, last position "
                   WS-Silent-Hours " hour(s) ago"
               END-DISPLAY
           END-IF
           IF WS-Ping-Count IS GREATER 1
               PERFORM CHECK-CARGO-HEADINGS
           END-IF.
      * Walks the vehichle's trail, keeping only the last few reports.
       FIND-RECENT-PINGS.
           MOVE ZERO TO WS-Ping-Count
           MOVE VE-Number TO PO-VE-Number
           MOVE ZERO TO PO-Date
           MOVE ZERO TO PO-Time
           START Positions KEY IS NOT LESS PO-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Positions NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF PO-VE-Number IS NOT EQUAL VE-Number
                   EXIT PERFORM
               END-IF
               IF WS-Ping-Count IS LESS WS-Trend-Pings
                   ADD 1 TO WS-Ping-Count
               ELSE
                   PERFORM VARYING WS-Ping-Idx FROM 1 BY 1
                       UNTIL WS-Ping-Idx IS NOT LESS WS-Trend-Pings
                       MOVE WS-Ping(WS-Ping-Idx + 1)
                           TO WS-Ping(WS-Ping-Idx)
                   END-PERFORM
               END-IF
               MOVE PO-Date TO WS-Ping-Date(WS-Ping-Count)
               MOVE PO-Time TO WS-Ping-Time(WS-Ping-Count)
               MOVE PO-X TO WS-Ping-X(WS-Ping-Count)
               MOVE PO-Y TO WS-Ping-Y(WS-Ping-Count)
               END-PERFORM
           END-START.
      * Every Loaded cargo aboard is held against the Dest the
      * Gateway's REPORT-CARGO-GUIDANCE steers the driver to.
       CHECK-CARGO-HEADINGS.
           MOVE VE-Number TO CA-Vehichle
           START Cargoes KEY IS EQUAL CA-Vehichle
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cargoes NEXT RECORD AT END EXIT PERFORM END-READ
               IF CA-Vehichle IS NOT EQUAL VE-Number
                   EXIT PERFORM
               END-IF
               IF Loaded OF Cargo
                   PERFORM CHECK-ONE-HEADING
               END-IF
               END-PERFORM
           END-START.
       CHECK-ONE-HEADING.
           MOVE Dest OF Cargo TO WA-Name
           READ Warehouses
               INVALID EXIT PARAGRAPH
           END-READ
           PERFORM VARYING WS-Ping-Idx FROM 1 BY 1
               UNTIL WS-Ping-Idx IS GREATER WS-Ping-Count
               COMPUTE WS-Dist-DX =
                   X OF Warehouse - WS-Ping-X(WS-Ping-Idx)
               COMPUTE WS-Dist-DY =
                   Y OF Warehouse - WS-Ping-Y(WS-Ping-Idx)
               COMPUTE WS-Ping-Distance(WS-Ping-Idx) =
                   WS-Dist-DX * WS-Dist-DX + WS-Dist-DY * WS-Dist-DY
           END-PERFORM
           SET Heading-Away TO TRUE
           PERFORM VARYING WS-Ping-Idx FROM 2 BY 1
               UNTIL WS-Ping-Idx IS GREATER WS-Ping-Count
               IF WS-Ping-Distance(WS-Ping-Idx)
                   IS NOT GREATER WS-Ping-Distance(WS-Ping-Idx - 1)
                   MOVE "N" TO WS-Heading-State
               END-IF
           END-PERFORM
           IF Heading-Away
               ADD 1 TO WS-Away-Count
               DISPLAY
                   "!>> Vehichle #" VE-Number " HEADING AWAY from "
                   FUNCTION TRIM(Dest OF Cargo) " with cargo "
                   FUNCTION TRIM(CA-ID) ": distance "
                   WS-Ping-Distance(1) " to "
                   WS-Ping-Distance(WS-Ping-Count)
                   " over the last " WS-Ping-Count " report(s)"
               END-DISPLAY
           END-IF.
