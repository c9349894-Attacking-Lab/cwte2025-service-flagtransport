      * Shared audit journal segment register record layout.
      * COPY this into the FD of any program that opens
      * data/audit-segments.dat so the physical record layout can
      * never drift between programs.
      * One dated month segment log-rollover has moved journal lines
      * into: the run of sequence numbers it holds and the check value
      * of its last line, so the chain can be verified across the
      * segments and a segment that goes missing is noticed. A segment
      * the keep window has pruned stays on the register marked so,
      * and the chain picks up again from its recorded last check.
       01 Audit-Segment.
           05 AS-Period PIC 9(6).
           05 AS-First-Seq PIC 9(9).
           05 AS-Last-Seq PIC 9(9).
           05 AS-Line-Count PIC 9(9).
           05 AS-Last-Check PIC 9(9).
           05 AS-State PIC X.
               88 AS-Rolled VALUE "R".
               88 AS-Pruned VALUE "P".
