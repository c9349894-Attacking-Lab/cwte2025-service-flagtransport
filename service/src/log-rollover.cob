           ORGANIZATION LINE SEQUENTIAL.
           SELECT OPTIONAL Keep-Log ASSIGN TO "logs/rollover.tmp"
           ORGANIZATION LINE SEQUENTIAL.
      * The audit journal's chain head, held under lock while the
      * journal is rewritten so no writer appends into the gap, and
      * the register of the journal's dated segments.
           SELECT OPTIONAL Audit-Chain ASSIGN TO "data/audit-chain.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AC-Key
           LOCK MODE IS MANUAL WITH LOCK ON RECORD
           FILE STATUS IS WS-Audit-Chain-Status.
           SELECT OPTIONAL Audit-Segments
           ASSIGN TO "data/audit-segments.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AS-Period.
      * The Gateway's vehichle position trail, held to its own keep
      * window here alongside the logs.
           SELECT OPTIONAL Positions ASSIGN TO "data/positions.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-Key.

                           DATA DIVISION.
       FILE SECTION.
       01 Segment-Line PIC X(300).
       FD Keep-Log.
       01 Keep-Line PIC X(300).
       FD Audit-Chain.
           COPY audit-chain.
       FD Audit-Segments.
           COPY audit-segment.
       FD Positions.
           COPY position.
       WORKING-STORAGE SECTION.
       01 Now-Date.
           05 Now-Year PIC 9(4).
      * pruned; a two-year keep window satisfies the quarterly
      * insurance pulls with room to spare.
       01 WS-Keep-Months PIC 9(3) VALUE 24.
      * Position reports older than this many days are dropped; a
      * quarter covers any load gone missing long enough to still be
      * chased.
       01 WS-Position-Keep-Days PIC 9(4) VALUE 90.
       01 WS-Position-Cutoff PIC 9(8).
       01 WS-Position-Pruned PIC 9(9) VALUE ZERO.
      * Month arithmetic scratch for the prune pass.
       01 WS-Month-Total PIC 9(9).
       01 WS-Prune-Offset PIC 9(3).
       01 WS-Rolled-Count PIC 9(9).
       01 WS-Kept-Count PIC 9(9).
       01 WS-Log-Count PIC 9(9) VALUE ZERO.
      * Set while logs/audit is the log being rolled: its segments
      * are registered with the run of sequence numbers they hold
      * and the check of their last line, and pruned ones are marked
      * so on the register rather than just vanishing.
       01 WS-Rolling-Kind PIC X VALUE "W".
           88 Rolling-Audit-Log VALUE "A".
           88 Rolling-Warehouse-Log VALUE "W".
       01 WS-Seg-First-Seq PIC 9(9).
       01 WS-Seg-Last-Seq PIC 9(9).
       01 WS-Seg-Last-Check PIC 9(9).
       01 WS-Seg-Lines PIC 9(9).
       01 WS-Audit-Chain-Status PIC XX.
           88 Audit-Chain-Busy VALUE "51".
       01 WS-Audit-Chain-State PIC X.
           88 Audit-Chain-Held VALUE "H".
           88 Audit-Chain-Missing VALUE "M".

                           PROCEDURE DIVISION.
           SET WA-Name-Invalid TO TRUE
               "/>> Log rollover start, period " WS-Current-Period
           END-DISPLAY
           MOVE "logs/audit" TO WS-Log-Base
           SET Rolling-Audit-Log TO TRUE
           OPEN I-O Audit-Segments
           PERFORM TAKE-AUDIT-CHAIN
           PERFORM ROLL-ONE-LOG
           CLOSE Audit-Chain
           PERFORM PRUNE-OLD-SEGMENTS
           CLOSE Audit-Segments
           SET Rolling-Warehouse-Log TO TRUE
           OPEN INPUT Warehouses
           MOVE SPACES TO WA-Name
           START Warehouses KEY IS NOT LESS WA-Name
           END-PERFORM
           END-START
           CLOSE Warehouses
           PERFORM PRUNE-OLD-POSITIONS
           DISPLAY
               "/>> Log rollover end (" WS-Log-Count " log file(s))"
           END-DISPLAY
           END-PERFORM
           IF WS-Open-Segment IS NOT EQUAL ZERO
               CLOSE Segment-Log
               PERFORM REGISTER-AUDIT-SEGMENT
           END-IF
           CLOSE Live-Log
           CLOSE Keep-Log
           IF WS-Open-Segment IS NOT EQUAL WS-Line-Period-Num
               IF WS-Open-Segment IS NOT EQUAL ZERO
                   CLOSE Segment-Log
                   PERFORM REGISTER-AUDIT-SEGMENT
               END-IF
               PERFORM SET-SEGMENT-PATH
               OPEN EXTEND Segment-Log
               MOVE WS-Line-Period-Num TO WS-Open-Segment
               MOVE ZERO TO WS-Seg-First-Seq
               MOVE ZERO TO WS-Seg-Last-Seq
               MOVE ZERO TO WS-Seg-Last-Check
               MOVE ZERO TO WS-Seg-Lines
           END-IF
           MOVE Live-Line TO Segment-Line
           WRITE Segment-Line
           ADD 1 TO WS-Rolled-Count
           ADD 1 TO WS-Seg-Lines
      *    Journal lines from before the chain was introduced carry
      *    no SEQ=/CHK= and only count towards the segment's lines.
           IF Live-Line(22:5) IS EQUAL " SEQ="
               AND Live-Line(27:9) IS NUMERIC
               AND Live-Line(36:5) IS EQUAL " CHK="
               AND Live-Line(41:9) IS NUMERIC
               IF WS-Seg-First-Seq IS EQUAL ZERO
                   MOVE Live-Line(27:9) TO WS-Seg-First-Seq
               END-IF
               MOVE Live-Line(27:9) TO WS-Seg-Last-Seq
               MOVE Live-Line(41:9) TO WS-Seg-Last-Check
           END-IF.
       SET-SEGMENT-PATH.
           COMPUTE WS-Path-Length = WS-Base-Length + 11
           MOVE WS-Path-Length TO Segment-Path-Length
                   INTO Segment-Path
               END-STRING
               DELETE FILE Segment-Log
               IF Rolling-Audit-Log
                   MOVE WS-Prune-Period TO AS-Period
                   READ Audit-Segments
                       INVALID CONTINUE
                       NOT INVALID
                       IF AS-Rolled
                           SET AS-Pruned TO TRUE
                           REWRITE Audit-Segment
                           DISPLAY
                               "*>> Audit segment " AS-Period
                               " pruned (seq " AS-First-Seq
                               " to " AS-Last-Seq ")"
                           END-DISPLAY
                       END-IF
                   END-READ
               END-IF
           END-PERFORM.
      * Retention for the position trail: every report dated before
      * the keep window is deleted, whatever vehichle it is for.
       PRUNE-OLD-POSITIONS.
           MOVE Now-Date TO WS-Position-Cutoff
           COMPUTE WS-Position-Cutoff = FUNCTION DATE-OF-INTEGER(
               FUNCTION INTEGER-OF-DATE(WS-Position-Cutoff)
               - WS-Position-Keep-Days)
           OPEN I-O Positions
           MOVE LOW-VALUES TO PO-Key
           START Positions KEY IS NOT LESS PO-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Positions NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF PO-Date IS LESS WS-Position-Cutoff
                   DELETE Positions
                       INVALID CONTINUE
                       NOT INVALID ADD 1 TO WS-Position-Pruned
                   END-DELETE
               END-IF
           END-PERFORM
           END-START
           CLOSE Positions
           DISPLAY
               "*>> Position reports before " WS-Position-Cutoff
               " pruned: " WS-Position-Pruned
           END-DISPLAY.
      * Books a just-closed journal segment on the register. A second
      * rollover into the same month's segment (lines that were still
      * live when an earlier run closed it out) extends the entry.
       REGISTER-AUDIT-SEGMENT.
           IF NOT Rolling-Audit-Log
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Open-Segment TO AS-Period
           READ Audit-Segments
               INVALID
               MOVE WS-Open-Segment TO AS-Period
               MOVE WS-Seg-First-Seq TO AS-First-Seq
               MOVE WS-Seg-Last-Seq TO AS-Last-Seq
               MOVE WS-Seg-Last-Check TO AS-Last-Check
               MOVE WS-Seg-Lines TO AS-Line-Count
               SET AS-Rolled TO TRUE
               WRITE Audit-Segment
               NOT INVALID
               IF AS-First-Seq IS EQUAL ZERO
                   MOVE WS-Seg-First-Seq TO AS-First-Seq
               END-IF
               IF WS-Seg-Last-Seq IS GREATER ZERO
                   MOVE WS-Seg-Last-Seq TO AS-Last-Seq
                   MOVE WS-Seg-Last-Check TO AS-Last-Check
               END-IF
               ADD WS-Seg-Lines TO AS-Line-Count
               REWRITE Audit-Segment
           END-READ.
      * Mirrors FlagTransport-Controller's TAKE-AUDIT-CHAIN; here the
      * head is only held, never advanced, and CLOSE lets it go.
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
