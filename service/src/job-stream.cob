                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Job-Stream.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT User-Input ASSIGN TO KEYBOARD
           ORGANIZATION LINE SEQUENTIAL.
      * The end-of-day steps in the order they run, one per line;
      * edited by the shift lead, never written here.
           SELECT Job-Control ASSIGN TO "jobs/end-of-day.ctl"
           ORGANIZATION LINE SEQUENTIAL
           FILE STATUS IS WS-Control-Status.
      * What each step of each business date did, kept for good as
      * the audit record of the nightly run and read back on a rerun
      * to tell which steps are already done.
           SELECT OPTIONAL Run-Controls
           ASSIGN TO "data/run-control.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RN-Key.

                           DATA DIVISION.
       FILE SECTION.
       FD User-Input.
       01 User-Input-Line PIC X(100).
      * Step name in columns 1-16, the highest return code the step
      * may end with and still count as completed in columns 18-19,
      * and the command that runs it from column 21. Blank lines and
      * lines starting with an asterisk are comments. In the command
      * &DATE stands for the business date (YYYYMMDD), &PERIOD for
      * its billing period (YYYYMM) and &PREVPERIOD for the period
      * before it, the last one already closed.
       FD Job-Control.
       01 Job-Control-Line PIC X(250).
       01 Job-Step-Line.
           05 JS-Step PIC X(16).
           05 FILLER PIC X.
           05 JS-Max-RC PIC X(2).
           05 FILLER PIC X.
           05 JS-Command PIC X(230).
       FD Run-Controls.
           COPY run-control.
       WORKING-STORAGE SECTION.
       01 Command PIC X(10).
           88 Command-Run VALUE "RUN" SPACES.
           88 Command-History VALUE "HISTORY".
       01 Now-Date.
           05  Now-Year PIC 9999.
           05  Now-Month PIC 99.
           05  Now-Day PIC 99.
       01 Now-Time.
           05  Now-Hour PIC 99.
           05  Now-Min PIC 99.
           05  Now-Sec PIC 99.
      * The business date the stream runs for, given on the input or
      * today's. A stream that failed before midnight is resumed by
      * giving its business date explicitly the morning after.
       01 WS-Business-Date.
           05 WS-Business-Year PIC 9(4).
           05 WS-Business-Month PIC 9(2).
           05 WS-Business-Day PIC 9(2).
       01 WS-Business-Date-Num
           REDEFINES WS-Business-Date PIC 9(8).
       01 WS-Business-Date-Text
           REDEFINES WS-Business-Date PIC X(8).
       01 WS-Business-Period PIC X(6).
       01 WS-Previous-Period.
           05 WS-Previous-Year PIC 9(4).
           05 WS-Previous-Month PIC 9(2).
       01 WS-Control-Status PIC XX.
           88 Control-File-Missing VALUE "35".
      * The whole control file, checked line by line before the first
      * step runs, so a bad control file never leaves a half-run
      * stream behind.
       01 WS-Step-Count PIC 9(3) VALUE ZERO.
       01 WS-Step-Table.
           05 WS-Step-Entry OCCURS 50 TIMES
               INDEXED BY Step-Idx Step-Scan-Idx.
               10 WS-ST-Step PIC X(16).
               10 WS-ST-Max-RC PIC 9(2).
               10 WS-ST-Command PIC X(230).
       01 WS-Control-Line-No PIC 9(5) VALUE ZERO.
       01 WS-Control-Errors PIC 9(5) VALUE ZERO.
       01 WS-Step-No PIC 9(3).
      * Whether the step under Step-Idx already has a run-control
      * record for the business date; when it has, the Run-Controls
      * record area holds it.
       01 WS-Step-Record-State PIC X VALUE "N".
           88 Step-Record-Found VALUE "Y".
       01 WS-Run-Control-Save PIC X(65).
       01 WS-Shell-Command PIC X(300).
       01 WS-Step-RC PIC S9(9).
      * The shell hands back a wait status: the exit code times 256,
      * plus the signal number when the command was killed.
       01 WS-Step-Signal PIC S9(9).
       01 WS-Stream-State PIC X VALUE "G".
           88 Stream-Failed VALUE "F".
       01 WS-Run-Count PIC 9(3) VALUE ZERO.
       01 WS-Skip-Count PIC 9(3) VALUE ZERO.
       01 WS-Warning-Count PIC 9(3) VALUE ZERO.
       01 WS-State-Name PIC X(9).
       01 WS-History-Count PIC 9(9) VALUE ZERO.
       01 WS-History-Date PIC 9(8) VALUE ZERO.

                           PROCEDURE DIVISION.
           DISPLAY "$>> FlagTransport" END-DISPLAY
           DISPLAY "$>>       End of day" END-DISPLAY
           DISPLAY "$>>             Job stream" END-DISPLAY
           MOVE SPACES TO Command
           MOVE SPACES TO WS-Business-Date-Text
           OPEN INPUT User-Input
           DISPLAY "?>> Mode (RUN/HISTORY):" END-DISPLAY
           READ User-Input
               END CONTINUE
               NOT END MOVE User-Input-Line TO Command
           END-READ
           DISPLAY "?>> Business date (YYYYMMDD, blank for today):"
           END-DISPLAY
           READ User-Input
               END CONTINUE
               NOT END MOVE User-Input-Line TO WS-Business-Date-Text
           END-READ
           CLOSE User-Input
           EVALUATE TRUE
           WHEN Command-Run
               IF WS-Business-Date-Text IS EQUAL SPACES
                   ACCEPT WS-Business-Date FROM DATE YYYYMMDD
               END-IF
               PERFORM CHECK-BUSINESS-DATE
               PERFORM RUN-JOB-STREAM
           WHEN Command-History
      *        Blank shows every business date on file.
               IF WS-Business-Date-Text IS EQUAL SPACES
                   MOVE ZERO TO WS-Business-Date-Num
               ELSE
                   PERFORM CHECK-BUSINESS-DATE
               END-IF
               PERFORM SHOW-RUN-HISTORY
               MOVE ZERO TO RETURN-CODE
           WHEN OTHER
               DISPLAY "!>> Invalid command" END-DISPLAY
               MOVE 8 TO RETURN-CODE
           END-EVALUATE.
       FINISH-STREAM.
           STOP RUN.

      * The same plausibility check the console puts a promised date
      * through; a mistyped date would start a fresh stream instead
      * of resuming the one that failed.
       CHECK-BUSINESS-DATE.
           IF WS-Business-Date-Text IS NOT NUMERIC
               OR WS-Business-Month IS LESS 1
               OR WS-Business-Month IS GREATER 12
               OR WS-Business-Day IS LESS 1
               OR WS-Business-Day IS GREATER 31
               DISPLAY "!>> Unusable business date" END-DISPLAY
               MOVE 8 TO RETURN-CODE
               GO TO FINISH-STREAM
           END-IF
           MOVE WS-Business-Date-Text(1:6) TO WS-Business-Period
           MOVE WS-Business-Year TO WS-Previous-Year
           MOVE WS-Business-Month TO WS-Previous-Month
           IF WS-Previous-Month IS EQUAL 1
               SUBTRACT 1 FROM WS-Previous-Year
               MOVE 12 TO WS-Previous-Month
           ELSE
               SUBTRACT 1 FROM WS-Previous-Month
           END-IF.

      * Runs the control file's steps in order for the business date.
      * A step already Completed for the date is skipped, so a rerun
      * picks up at the step that failed and never repeats archive or
      * billing; the first step to end above its allowed return code
      * stops the stream there.
       RUN-JOB-STREAM.
           PERFORM LOAD-CONTROL-FILE
           IF WS-Control-Errors IS GREATER ZERO
               OR WS-Step-Count IS EQUAL ZERO
               DISPLAY
                   "!>> Control file jobs/end-of-day.ctl unusable,"
                   " nothing run"
               END-DISPLAY
               MOVE 8 TO RETURN-CODE
               EXIT PARAGRAPH
           END-IF
           DISPLAY
               "/>> Job stream start for business date "
               WS-Business-Date-Text " (" WS-Step-Count " step(s))"
           END-DISPLAY
           OPEN I-O Run-Controls
           PERFORM VARYING Step-Idx FROM 1 BY 1
               UNTIL Step-Idx IS GREATER WS-Step-Count
                   OR Stream-Failed
               PERFORM RUN-ONE-STEP
           END-PERFORM
           CLOSE Run-Controls
           DISPLAY
               "/>> Job stream end (" WS-Run-Count " run, "
               WS-Skip-Count " already completed, "
               WS-Warning-Count " with warnings)"
           END-DISPLAY
           EVALUATE TRUE
           WHEN Stream-Failed
               MOVE 8 TO RETURN-CODE
           WHEN WS-Warning-Count IS GREATER ZERO
               MOVE 4 TO RETURN-CODE
           WHEN OTHER
               MOVE ZERO TO RETURN-CODE
           END-EVALUATE.

       LOAD-CONTROL-FILE.
           MOVE ZERO TO WS-Step-Count
           OPEN INPUT Job-Control
           IF Control-File-Missing
               DISPLAY "!>> No control file jobs/end-of-day.ctl"
               END-DISPLAY
               ADD 1 TO WS-Control-Errors
               EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
               READ Job-Control AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Control-Line-No
               IF Job-Control-Line IS EQUAL SPACES
                   OR Job-Control-Line(1:1) IS EQUAL "*"
                   EXIT PERFORM CYCLE
               END-IF
               PERFORM CHECK-CONTROL-LINE
           END-PERFORM
           CLOSE Job-Control.
      * A step needs a name, a two-digit allowed return code and a
      * command; a name may appear only once, since the run-control
      * record of a step is found again by its name.
       CHECK-CONTROL-LINE.
           IF JS-Step IS EQUAL SPACES
               OR JS-Max-RC IS NOT NUMERIC
               OR JS-Command IS EQUAL SPACES
               ADD 1 TO WS-Control-Errors
               DISPLAY
                   "!>> Control line " WS-Control-Line-No
                   " unusable: " FUNCTION TRIM(Job-Control-Line)
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           PERFORM VARYING Step-Scan-Idx FROM 1 BY 1
               UNTIL Step-Scan-Idx IS GREATER WS-Step-Count
               IF WS-ST-Step(Step-Scan-Idx) IS EQUAL JS-Step
                   ADD 1 TO WS-Control-Errors
                   DISPLAY
                       "!>> Control line " WS-Control-Line-No
                       " repeats step " FUNCTION TRIM(JS-Step)
                   END-DISPLAY
                   EXIT PARAGRAPH
               END-IF
           END-PERFORM
           IF WS-Step-Count IS NOT LESS 50
               ADD 1 TO WS-Control-Errors
               DISPLAY
                   "!>> Control line " WS-Control-Line-No
                   " beyond the 50 steps a stream may have"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Step-Count
           SET Step-Scan-Idx TO WS-Step-Count
           MOVE JS-Step TO WS-ST-Step(Step-Scan-Idx)
           MOVE JS-Max-RC TO WS-ST-Max-RC(Step-Scan-Idx)
           MOVE JS-Command TO WS-ST-Command(Step-Scan-Idx).

      * One step under Step-Idx. The run-control record is written
      * Running before the command starts, so a stream killed in the
      * middle of a step shows which one it was, and the rerun runs
      * that step again rather than taking it as done.
       RUN-ONE-STEP.
           SET WS-Step-No TO Step-Idx
           PERFORM FIND-STEP-RECORD
           IF Step-Record-Found AND RN-Completed
               ADD 1 TO WS-Skip-Count
               DISPLAY
                   "*>> Step " WS-Step-No " "
                   FUNCTION TRIM(WS-ST-Step(Step-Idx))
                   " already completed " RN-End-Date " " RN-End-Time
                   " with return code " RN-Return-Code ", skipped"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           IF Step-Record-Found AND RN-Running
               DISPLAY
                   "!>> Step " WS-Step-No " "
                   FUNCTION TRIM(WS-ST-Step(Step-Idx))
                   " was interrupted on attempt " RN-Attempts
                   ", running it again"
               END-DISPLAY
           END-IF
           IF NOT Step-Record-Found
               MOVE WS-Business-Date-Num TO RN-Business-Date
               MOVE WS-Step-No TO RN-Step-No
               MOVE WS-ST-Step(Step-Idx) TO RN-Step
               MOVE ZERO TO RN-Attempts
           END-IF
           ADD 1 TO RN-Attempts
           SET RN-Running TO TRUE
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           MOVE Now-Date TO RN-Start-Date
           MOVE Now-Time TO RN-Start-Time
           MOVE ZERO TO RN-End-Date
           MOVE ZERO TO RN-End-Time
           MOVE ZERO TO RN-Return-Code
           MOVE WS-ST-Max-RC(Step-Idx) TO RN-Max-Return-Code
           IF Step-Record-Found
               REWRITE Run-Control
           ELSE
               WRITE Run-Control
           END-IF
      *    Closed while the step runs: the Running record is then on
      *    disk whatever happens to the stream, and file-backup can
      *    read the file in the middle of it.
           MOVE Run-Control TO WS-Run-Control-Save
           CLOSE Run-Controls
           MOVE FUNCTION SUBSTITUTE(WS-ST-Command(Step-Idx),
               "&DATE", WS-Business-Date-Text,
               "&PREVPERIOD", WS-Previous-Period,
               "&PERIOD", WS-Business-Period)
               TO WS-Shell-Command
           DISPLAY
               "/>> Step " WS-Step-No " "
               FUNCTION TRIM(WS-ST-Step(Step-Idx))
               " start: " FUNCTION TRIM(WS-Shell-Command)
           END-DISPLAY
           CALL "SYSTEM" USING WS-Shell-Command END-CALL
           MOVE RETURN-CODE TO WS-Step-RC
           OPEN I-O Run-Controls
           MOVE WS-Run-Control-Save TO Run-Control
           ADD 1 TO WS-Run-Count
      *    A command the shell could not start at all comes back
      *    negative, and one killed by a signal has no exit code;
      *    both are recorded as the highest code there is.
           IF WS-Step-RC IS LESS ZERO
               MOVE 9999 TO WS-Step-RC
           ELSE
               DIVIDE WS-Step-RC BY 256 GIVING WS-Step-RC
                   REMAINDER WS-Step-Signal
               IF WS-Step-Signal IS NOT EQUAL ZERO
                   OR WS-Step-RC IS GREATER 9999
                   MOVE 9999 TO WS-Step-RC
               END-IF
           END-IF
           ACCEPT Now-Date FROM DATE YYYYMMDD
           ACCEPT Now-Time FROM TIME
           MOVE Now-Date TO RN-End-Date
           MOVE Now-Time TO RN-End-Time
           MOVE WS-Step-RC TO RN-Return-Code
           IF WS-Step-RC IS GREATER WS-ST-Max-RC(Step-Idx)
               SET RN-Failed TO TRUE
               SET Stream-Failed TO TRUE
           ELSE
               SET RN-Completed TO TRUE
               IF WS-Step-RC IS GREATER ZERO
                   ADD 1 TO WS-Warning-Count
               END-IF
           END-IF
           REWRITE Run-Control
           IF Stream-Failed
               DISPLAY
                   "!>> Step " WS-Step-No " "
                   FUNCTION TRIM(WS-ST-Step(Step-Idx))
                   " FAILED with return code " RN-Return-Code
                   ", stream stopped; rerun business date "
                   WS-Business-Date-Text " to resume here"
               END-DISPLAY
           ELSE
               DISPLAY
                   "/>> Step " WS-Step-No " "
                   FUNCTION TRIM(WS-ST-Step(Step-Idx))
                   " completed with return code " RN-Return-Code
               END-DISPLAY
           END-IF.
      * Looks among the business date's run-control records for the
      * step by name rather than by position, so a step moved in the
      * control file between a failure and the rerun is still known
      * to be done.
       FIND-STEP-RECORD.
           MOVE "N" TO WS-Step-Record-State
           MOVE WS-Business-Date-Num TO RN-Business-Date
           MOVE ZERO TO RN-Step-No
           MOVE LOW-VALUES TO RN-Step
           START Run-Controls KEY IS NOT LESS RN-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Run-Controls NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF RN-Business-Date IS NOT EQUAL WS-Business-Date-Num
                   EXIT PERFORM
               END-IF
               IF RN-Step IS EQUAL WS-ST-Step(Step-Idx)
                   MOVE "Y" TO WS-Step-Record-State
                   EXIT PERFORM
               END-IF
           END-PERFORM
           END-START.

      * Every step of the asked business date, or of every date on
      * file, in stream order: the audit view of what ran when and
      * how it ended.
       SHOW-RUN-HISTORY.
           DISPLAY "/>> Run history start" END-DISPLAY
           OPEN INPUT Run-Controls
           MOVE WS-Business-Date-Num TO RN-Business-Date
           MOVE ZERO TO RN-Step-No
           MOVE LOW-VALUES TO RN-Step
           START Run-Controls KEY IS NOT LESS RN-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Run-Controls NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF WS-Business-Date-Num IS NOT EQUAL ZERO
                   AND RN-Business-Date
                       IS NOT EQUAL WS-Business-Date-Num
                   EXIT PERFORM
               END-IF
               IF RN-Business-Date IS NOT EQUAL WS-History-Date
                   MOVE RN-Business-Date TO WS-History-Date
                   DISPLAY
                       "*>> Business date " RN-Business-Date ":"
                   END-DISPLAY
               END-IF
               ADD 1 TO WS-History-Count
               PERFORM SHOW-HISTORY-STEP
           END-PERFORM
           END-START
           CLOSE Run-Controls
           DISPLAY
               "/>> Run history end (" WS-History-Count
               " step record(s))"
           END-DISPLAY.
       SHOW-HISTORY-STEP.
           EVALUATE TRUE
           WHEN RN-Completed MOVE "COMPLETED" TO WS-State-Name
           WHEN RN-Failed MOVE "FAILED" TO WS-State-Name
           WHEN OTHER MOVE "RUNNING" TO WS-State-Name
           END-EVALUATE
           DISPLAY
               "*>>     " RN-Step-No " " RN-Step " " WS-State-Name
               " started " RN-Start-Date " " RN-Start-Time
               " ended " RN-End-Date " " RN-End-Time
               " return code " RN-Return-Code
               " (allowed " RN-Max-Return-Code ")"
               " attempt(s) " RN-Attempts
           END-DISPLAY.
