      * Shared shipment status event record layout.
      * COPY this into the FD of any program that writes or reads a
      * feeds/<customer>.evt file so the layout a consignor is given
      * can never drift from the one written.
      * One milestone of one of the account's shipments per line,
      * oldest first, each stamped with the journal sequence number
      * it was taken from; the numbers only ever rise within a file,
      * so a consignor can discard anything at or below the last one
      * it has already taken in.
       01 Feed-Event.
           05 FE-Seq PIC 9(9).
           05 FE-Date PIC 9(8).
           05 FE-Time PIC 9(6).
           05 FE-Event PIC X(16).
               88 FE-Registered VALUE "REGISTERED".
               88 FE-Loaded VALUE "LOADED".
               88 FE-Unloaded VALUE "UNLOADED".
               88 FE-Delivered VALUE "DELIVERED".
               88 FE-Archived VALUE "ARCHIVED".
               88 FE-Claim-Raised VALUE "CLAIM-RAISED".
               88 FE-Claim-Settled VALUE "CLAIM-SETTLED".
           05 FE-CA-ID PIC X(30).
      *    Where the milestone happened; the vehichle is ZERO for
      *    milestones no vehichle took part in.
           05 FE-Warehouse PIC X(50).
           05 FE-Vehichle PIC 9(15).
      *    Where the shipment is finally bound, so a consignor can
      *    tell a waypoint stop from the delivery itself.
           05 FE-Dest PIC X(50).
           05 FE-Detail PIC X(100).
