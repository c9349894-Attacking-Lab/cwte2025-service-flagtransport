      * Shared cycle count file record layout.
      * COPY this into the FD of any program that opens
      * data/cycle-counts.dat so the physical record layout can never
      * drift between programs.
      * One physical count of a warehouse floor, opened and closed by
      * the warehouse through its gateway and reconciled against
      * data/cargoes.dat by the variance run. A warehouse has at most
      * one count open at a time; a count moves Open -> Closed ->
      * Reconciled and never goes backwards.
       01 Cycle-Count.
           05 CC-Key.
               10 CC-Warehouse PIC X(50).
               10 CC-Opened-Date PIC 9(8).
               10 CC-Opened-Time PIC 9(6).
           05 CC-State PIC X.
               88 CC-Open VALUE "O".
               88 CC-Closed VALUE "C".
               88 CC-Reconciled VALUE "R".
           05 CC-Closed-Date PIC 9(8).
           05 CC-Closed-Time PIC 9(6).
      *    Distinct cargo IDs scanned into the count.
           05 CC-Scan-Count PIC 9(6).
      *    Filled in by the variance run; ZERO until reconciled.
           05 CC-Reconciled-Date PIC 9(8).
           05 CC-Matched-Count PIC 9(6).
           05 CC-Missing-Count PIC 9(6).
           05 CC-Unexpected-Count PIC 9(6).
           05 CC-Foreign-Count PIC 9(6).
           05 CC-Claim-Count PIC 9(6).
