      * Shared booking acknowledgement file record layout.
      * COPY this into the FD of any program that writes or reads a
      * bookings/<customer>-<reference>.ack file.
      * One header naming the booking, one line per booking line in
      * the order received saying whether it was taken on and, if
      * not, why, and one trailer with the tallies; the file goes
      * back to the consignor as it stands.
       01 Booking-Ack.
           05 BA-Record-Type PIC X.
               88 BA-Header VALUE "H".
               88 BA-Line VALUE "L".
               88 BA-Trailer VALUE "T".
      *    Position of the line in the booking file; the line count
      *    on the trailer, zero on the header.
           05 BA-Line-No PIC 9(5).
      *    The cargo ID on a line; the booking reference on the
      *    header and trailer.
           05 BA-CA-ID PIC X(30).
           05 BA-Result PIC X(8).
               88 BA-Accepted VALUE "ACCEPTED".
               88 BA-Rejected VALUE "REJECTED".
           05 BA-Reason PIC X(80).
