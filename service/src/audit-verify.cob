                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Audit-Verify.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * Register of the dated month segments log-rollover has moved
      * journal lines into, walked in period order ahead of the live
      * journal so the chain is followed from its oldest line on.
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

                           DATA DIVISION.
       FILE SECTION.
       FD Audit-Segments.
           COPY audit-segment.
       FD Audit-Chain.
           COPY audit-chain.
       FD Journal.
       01 Journal-Line PIC X(300).
       WORKING-STORAGE SECTION.
      * "05" is what OPEN answers for a segment the register lists but
      * whose file is no longer there.
       01 WS-Journal-Status PIC XX.
           88 Journal-File-Absent VALUE "05".
       01 Journal-Path.
           05 Journal-Path-Chars PIC X
               OCCURS 10 TO 1000 DEPENDING ON Journal-Path-Length.
       01 Journal-Path-Length USAGE INDEX.
       01 WS-Journal-Name PIC X(30).
      * Where the chain should pick up at the next chained line: the
      * sequence number it must carry and the check of the line
      * before it. Nothing seen yet means the journal's first line,
      * SEQ=1 folded onto a zero check.
       01 WS-Expected-Seq PIC 9(9) VALUE 1.
       01 WS-Prev-Check PIC 9(9) VALUE ZERO.
       01 WS-Last-Seq PIC 9(9) VALUE ZERO.
       01 WS-Chain-Started PIC X VALUE "N".
           88 Chain-Started VALUE "Y".
       01 WS-First-Break PIC X VALUE "N".
           88 First-Break-Reported VALUE "Y".
      * The line under examination, its chain fields, and the copy
      * the check is worked over with its own CHK= digits zeroed,
      * exactly as the writer built it.
       01 WS-Line-Seq PIC 9(9).
       01 WS-Line-Check PIC 9(9).
       01 WS-Check-Line PIC X(300).
       01 WS-Audit-Check PIC 9(9).
       01 WS-Audit-Check-Sum PIC 9(11).
       01 WS-Audit-Check-Pos PIC 9(4).
       01 WS-Audit-Check-Length PIC 9(4).
       01 WS-Gap-End PIC 9(9).
      * Lines read from the current file, held against the count the
      * register booked for a segment.
       01 WS-File-Lines PIC 9(9).
       01 WS-File-Last-Seq PIC 9(9).
       01 WS-Line-Count PIC 9(9) VALUE ZERO.
       01 WS-Chained-Count PIC 9(9) VALUE ZERO.
       01 WS-Unchained-Count PIC 9(9) VALUE ZERO.
       01 WS-Segment-Count PIC 9(9) VALUE ZERO.
       01 WS-Pruned-Count PIC 9(9) VALUE ZERO.
      * Findings; any of them makes the run answer a non-zero return
      * code so the nightly stream stops on a doctored journal.
       01 WS-Break-Count PIC 9(9) VALUE ZERO.
       01 WS-Gap-Count PIC 9(9) VALUE ZERO.
       01 WS-Order-Count PIC 9(9) VALUE ZERO.
       01 WS-Removed-Count PIC 9(9) VALUE ZERO.
       01 WS-Short-Count PIC 9(9) VALUE ZERO.
       01 WS-Tail-Count PIC 9(9) VALUE ZERO.
       01 WS-Problem-Count PIC 9(9) VALUE ZERO.

                           PROCEDURE DIVISION.
           DISPLAY "/>> Audit journal verification start" END-DISPLAY
           OPEN INPUT Audit-Segments
           MOVE ZERO TO AS-Period
           START Audit-Segments KEY IS NOT LESS AS-Period
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Audit-Segments NEXT RECORD AT END EXIT PERFORM
               END-READ
               ADD 1 TO WS-Segment-Count
               PERFORM VERIFY-ONE-SEGMENT
           END-PERFORM
           END-START
           CLOSE Audit-Segments
           MOVE "audit.log" TO WS-Journal-Name
           MOVE 14 TO Journal-Path-Length
           MOVE "logs/audit.log" TO Journal-Path
           PERFORM VERIFY-JOURNAL-FILE
           PERFORM VERIFY-CHAIN-HEAD
           COMPUTE WS-Problem-Count =
               WS-Break-Count + WS-Gap-Count + WS-Order-Count
               + WS-Removed-Count + WS-Short-Count + WS-Tail-Count
           DISPLAY
               "/>> Audit journal verification end ("
               WS-Line-Count " line(s), "
               WS-Chained-Count " chained, "
               WS-Unchained-Count " unchained, "
               WS-Segment-Count " segment(s), "
               WS-Pruned-Count " pruned)"
           END-DISPLAY
           DISPLAY
               "/>> " WS-Break-Count " broken link(s), "
               WS-Gap-Count " gap(s), "
               WS-Order-Count " out of sequence, "
               WS-Removed-Count " segment(s) removed, "
               WS-Short-Count " segment(s) short, "
               WS-Tail-Count " tail missing"
           END-DISPLAY
           IF WS-Problem-Count IS GREATER ZERO
               DISPLAY "!>> Audit journal FAILED verification"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY "/>> Audit journal verified" END-DISPLAY
               MOVE ZERO TO RETURN-CODE
           END-IF
           STOP RUN.

      * One registered segment. A pruned one is gone by design, so the
      * chain resumes from the last sequence number and check the
      * register booked for it; one still marked rolled must be on
      * disk, and if it has been removed that is reported and the
      * chain resumed the same way so the rest can still be checked.
       VERIFY-ONE-SEGMENT.
           MOVE SPACES TO WS-Journal-Name
           STRING
               "audit-" AS-Period ".log"
               INTO WS-Journal-Name
           END-STRING
           MOVE 21 TO Journal-Path-Length
           STRING
               "logs/audit-" AS-Period ".log"
               INTO Journal-Path
           END-STRING
           IF AS-Pruned
               ADD 1 TO WS-Pruned-Count
               DISPLAY
                   "*>> Segment " AS-Period " pruned (seq "
                   AS-First-Seq " to " AS-Last-Seq "), chain resumed"
               END-DISPLAY
               PERFORM RESUME-AFTER-SEGMENT
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Journal
           IF Journal-File-Absent
               CLOSE Journal
               ADD 1 TO WS-Removed-Count
               DISPLAY
                   "!>> Segment " AS-Period " REMOVED (seq "
                   AS-First-Seq " to " AS-Last-Seq ", "
                   AS-Line-Count " line(s))"
               END-DISPLAY
               PERFORM RESUME-AFTER-SEGMENT
               EXIT PARAGRAPH
           END-IF
           CLOSE Journal
           PERFORM VERIFY-JOURNAL-FILE
      *    Lines cut from the end of a segment leave no gap until the
      *    next file is reached, so the register's booking is the
      *    witness for them.
           IF WS-File-Lines IS LESS AS-Line-Count
               OR WS-File-Last-Seq IS LESS AS-Last-Seq
               ADD 1 TO WS-Short-Count
               DISPLAY
                   "!>> Segment " AS-Period " SHORT: "
                   WS-File-Lines " of " AS-Line-Count
                   " line(s), last seq " WS-File-Last-Seq
                   " of " AS-Last-Seq
               END-DISPLAY
           END-IF.
       RESUME-AFTER-SEGMENT.
           IF AS-Last-Seq IS EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           IF AS-First-Seq IS GREATER WS-Expected-Seq
               AND Chain-Started
               MOVE AS-First-Seq TO WS-Gap-End
               SUBTRACT 1 FROM WS-Gap-End
               ADD 1 TO WS-Gap-Count
               DISPLAY
                   "!>> GAP before segment " AS-Period ": seq "
                   WS-Expected-Seq " to " WS-Gap-End " missing"
               END-DISPLAY
           END-IF
           COMPUTE WS-Expected-Seq = AS-Last-Seq + 1
           MOVE AS-Last-Check TO WS-Prev-Check
           MOVE AS-Last-Seq TO WS-Last-Seq
           SET Chain-Started TO TRUE.
      * Walks one journal file line by line against the chain.
       VERIFY-JOURNAL-FILE.
           MOVE ZERO TO WS-File-Lines
           MOVE ZERO TO WS-File-Last-Seq
           OPEN INPUT Journal
           PERFORM FOREVER
               READ Journal AT END EXIT PERFORM END-READ
               ADD 1 TO WS-File-Lines
               ADD 1 TO WS-Line-Count
               PERFORM VERIFY-JOURNAL-LINE
           END-PERFORM
           CLOSE Journal
           DISPLAY
               "*>> " FUNCTION TRIM(WS-Journal-Name) ": "
               WS-File-Lines " line(s)"
           END-DISPLAY.
      * One line. Lines written before the journal was chained carry
      * no SEQ=/CHK= and are only counted. A chained line must carry
      * the next sequence number: a higher one means lines were
      * removed, a lower one that a line was duplicated or put back
      * out of place. When the number is right the check must match
      * the one worked over the line from the previous check; every
      * mismatch is counted, the first one spelled out, and the chain
      * re-seeded from the line's own check so one doctored line is
      * not blamed for everything after it.
       VERIFY-JOURNAL-LINE.
           IF Journal-Line(22:5) IS NOT EQUAL " SEQ="
               OR Journal-Line(27:9) IS NOT NUMERIC
               OR Journal-Line(36:5) IS NOT EQUAL " CHK="
               OR Journal-Line(41:9) IS NOT NUMERIC
               ADD 1 TO WS-Unchained-Count
               IF Chain-Started
                   ADD 1 TO WS-Break-Count
                   DISPLAY
                       "!>> Unchained line after seq " WS-Last-Seq
                       " in " FUNCTION TRIM(WS-Journal-Name) ": "
                       FUNCTION TRIM(Journal-Line)
                   END-DISPLAY
               END-IF
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Chained-Count
           MOVE Journal-Line(27:9) TO WS-Line-Seq
           MOVE Journal-Line(41:9) TO WS-Line-Check
           MOVE WS-Line-Seq TO WS-File-Last-Seq
           EVALUATE TRUE
           WHEN WS-Line-Seq IS GREATER WS-Expected-Seq
               MOVE WS-Line-Seq TO WS-Gap-End
               SUBTRACT 1 FROM WS-Gap-End
               ADD 1 TO WS-Gap-Count
               DISPLAY
                   "!>> GAP in " FUNCTION TRIM(WS-Journal-Name)
                   ": seq " WS-Expected-Seq " to " WS-Gap-End
                   " missing"
               END-DISPLAY
           WHEN WS-Line-Seq IS LESS WS-Expected-Seq
               ADD 1 TO WS-Order-Count
               DISPLAY
                   "!>> OUT OF SEQUENCE in "
                   FUNCTION TRIM(WS-Journal-Name)
                   ": seq " WS-Line-Seq " where " WS-Expected-Seq
                   " was due"
               END-DISPLAY
           WHEN OTHER
               MOVE Journal-Line TO WS-Check-Line
               MOVE ZERO TO WS-Check-Line(41:9)
               PERFORM COMPUTE-AUDIT-CHECK
               IF WS-Audit-Check IS NOT EQUAL WS-Line-Check
                   ADD 1 TO WS-Break-Count
                   IF NOT First-Break-Reported
                       SET First-Break-Reported TO TRUE
                       DISPLAY
                           "!>> FIRST BROKEN LINK at seq " WS-Line-Seq
                           " in " FUNCTION TRIM(WS-Journal-Name)
                           ": " FUNCTION TRIM(Journal-Line)
                       END-DISPLAY
                   ELSE
                       DISPLAY
                           "!>> Broken link at seq " WS-Line-Seq
                           " in " FUNCTION TRIM(WS-Journal-Name)
                       END-DISPLAY
                   END-IF
               END-IF
           END-EVALUATE
           IF WS-Line-Seq IS NOT LESS WS-Expected-Seq
               COMPUTE WS-Expected-Seq = WS-Line-Seq + 1
               MOVE WS-Line-Seq TO WS-Last-Seq
           END-IF
           MOVE WS-Line-Check TO WS-Prev-Check
           SET Chain-Started TO TRUE.
      * Mirrors FlagTransport-Controller's COMPUTE-AUDIT-CHECK, worked
      * over the line under examination.
       COMPUTE-AUDIT-CHECK.
           MOVE WS-Prev-Check TO WS-Audit-Check-Sum
           MOVE FUNCTION LENGTH(
               FUNCTION TRIM(WS-Check-Line TRAILING))
               TO WS-Audit-Check-Length
           PERFORM VARYING WS-Audit-Check-Pos FROM 1 BY 1
               UNTIL WS-Audit-Check-Pos IS GREATER WS-Audit-Check-Length
               COMPUTE WS-Audit-Check-Sum = FUNCTION MOD(
                   WS-Audit-Check-Sum * 31
                   + FUNCTION ORD(
                       WS-Check-Line(WS-Audit-Check-Pos:1)),
                   999999937)
           END-PERFORM
           MOVE WS-Audit-Check-Sum TO WS-Audit-Check.
      * The chain head every writer advances. Lines cut from the end
      * of the live journal leave no gap behind them, so the last
      * line found must be the one the head records.
       VERIFY-CHAIN-HEAD.
           OPEN INPUT Audit-Chain
           MOVE "JOURNAL" TO AC-Key
           READ Audit-Chain
               INVALID
               MOVE ZERO TO AC-Last-Seq
               MOVE ZERO TO AC-Last-Check
           END-READ
           CLOSE Audit-Chain
           IF AC-Last-Seq IS GREATER WS-Last-Seq
               ADD 1 TO WS-Tail-Count
               COMPUTE WS-Gap-End = WS-Last-Seq + 1
               DISPLAY
                   "!>> TAIL MISSING: journal head is at seq "
                   AC-Last-Seq ", last line found is seq " WS-Last-Seq
                   " (seq " WS-Gap-End " on missing)"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF AC-Last-Seq IS LESS WS-Last-Seq
               ADD 1 TO WS-Order-Count
               DISPLAY
                   "!>> Journal runs to seq " WS-Last-Seq
                   " past its head at seq " AC-Last-Seq
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF AC-Last-Seq IS GREATER ZERO
               AND AC-Last-Check IS NOT EQUAL WS-Prev-Check
               ADD 1 TO WS-Break-Count
               DISPLAY
                   "!>> Last line's check " WS-Prev-Check
                   " differs from the journal head's " AC-Last-Check
               END-DISPLAY
           END-IF.
