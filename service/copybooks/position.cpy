      * Shared vehichle position trail record layout.
      * COPY this into the FD of any program that opens
      * data/positions.dat so the physical record layout can never
      * drift between programs.
      * Every location a vehichle reports through the Gateway's
      * Update-Location verb, kept by vehichle and the time it came
      * in, so where a vehichle has been can be answered after the
      * Vehichle record has moved on. log-rollover drops reports
      * older than its keep window.
       01 Position-Report.
           05 PO-Key.
               10 PO-VE-Number PIC 9(15).
               10 PO-Date PIC 9(8).
      *        HHMMSShh; two reports inside one hundredth of a second
      *        are told apart by stepping the later one on.
               10 PO-Time PIC 9(8).
           05 PO-Location.
               10 PO-X PIC 9(8).
               10 PO-Y PIC 9(8).
      *    The hop from the previous Location, in the squared-distance
      *    units the usage meter is run up in.
           05 PO-Hop-Distance PIC 9(18).
