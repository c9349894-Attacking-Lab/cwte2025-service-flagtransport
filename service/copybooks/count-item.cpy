      * Shared cycle count item file record layout.
      * COPY this into the FD of any program that opens
      * data/count-items.dat so the physical record layout can never
      * drift between programs.
      * One cargo ID physically found on the floor during a count,
      * keyed under the count it was scanned into; scanning the same
      * ID twice leaves the one record.
       01 Count-Item.
           05 CI-Key.
               10 CI-Count-Key.
                   15 CI-Warehouse PIC X(50).
                   15 CI-Opened-Date PIC 9(8).
                   15 CI-Opened-Time PIC 9(6).
               10 CI-CA-ID PIC X(30).
           05 CI-Scanned-Date PIC 9(8).
           05 CI-Scanned-Time PIC 9(6).
      *    How the variance run found the item; SPACE until then.
           05 CI-Result PIC X.
               88 CI-Matched VALUE "M".
               88 CI-Unexpected VALUE "U".
               88 CI-Foreign VALUE "F".
