      * Shared customer booking file record layout.
      * COPY this into the FD of any program that reads a
      * bookings/<customer>-<reference>.dat file so the layout a
      * consignor is given can never drift from the one read.
      * One shipment per line, in the same terms REGISTER CARGO asks
      * for at the console: the warehouse the freight is handed in
      * at, where it is going (or the route it follows), when it was
      * promised, how urgent it is and how it must be handled.
       01 Booking-Line.
           05 BK-CA-ID PIC X(30).
      *    Registered warehouse the consignor hands the freight in at;
      *    it becomes the cargo's Origin and first CA-Warehouse.
           05 BK-Origin PIC X(50).
      *    Final destination warehouse; ignored when BK-Route-ID names
      *    a registered route, whose first waypoint is used instead.
           05 BK-Dest PIC X(50).
           05 BK-Route-ID PIC X(30).
      *    YYYYMMDD, or spaces for no promise.
           05 BK-Promised-Date PIC X(8).
      *    H/N/L, spaces for N.
           05 BK-Priority PIC X.
      *    G/C/H/F, spaces for general freight.
           05 BK-Handling-Class PIC X.
           05 BK-Note PIC X(100).
