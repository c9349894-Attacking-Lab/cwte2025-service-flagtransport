      * Shared status feed state file record layout.
      * COPY this into the FD of any program that opens
      * data/feed-state.dat so the physical record layout can never
      * drift between programs.
      * Two kinds of record share the file, told apart by FS-Type:
      *   "J": the one journal high-water mark. FS-Last-Seq is the
      *        last journal sequence number every event up to which
      *        has been written out; FS-Pending-Seq is the journal
      *        head a run in progress is working up to, and is left
      *        standing if the run never finishes, so the next run
      *        knows to check what already reached the files.
      *   "C": one per consignor account, FS-Last-Seq being the
      *        sequence number of the last event written to that
      *        account's feed file.
       01 Feed-State.
           05 FS-Key.
               10 FS-Type PIC X.
                   88 FS-Journal VALUE "J".
                   88 FS-Customer VALUE "C".
               10 FS-Customer-ID PIC X(30).
           05 FS-Last-Seq PIC 9(9).
           05 FS-Pending-Seq PIC 9(9).
           05 FS-Event-Count PIC 9(9).
           05 FS-Run-Date PIC 9(8).
           05 FS-Run-Time PIC 9(6).
