      * Shared cargo hold file record layout.
      * COPY this into the FD of any program that opens data/holds.dat
      * so the physical record layout can never drift between programs.
      * A hold a supervisor places to freeze freight: on one cargo, or
      * on every cargo of one consignor account (a credit stop). While
      * a hold is Active nothing may load, unload, deliver, transfer,
      * plan or archive the freight it covers; a hold moves Active ->
      * Released and never goes backwards, and a released hold stays
      * on file as the record of who froze what and for how long.
       01 Cargo-Hold.
           05 HO-ID PIC X(30).
               88 HO-ID-Invalid VALUE SPACES.
      *    What the hold is on, kept together so a cargo ID and a
      *    customer ID can never be taken for one another.
           05 HO-Subject.
               10 HO-Scope PIC X.
                   88 HO-On-Cargo VALUE "C".
                   88 HO-On-Customer VALUE "U".
               10 HO-Target PIC X(30).
           05 HO-Type PIC X.
               88 HO-Customs VALUE "C".
               88 HO-Payment VALUE "P".
               88 HO-Investigation VALUE "I".
           05 HO-Reason PIC X(100).
           05 HO-State PIC X.
               88 HO-Active VALUE "A".
               88 HO-Released VALUE "R".
           05 HO-Placed-Date PIC 9(8).
           05 HO-Placed-By PIC X(30).
      *    ZERO and SPACES until the hold is released.
           05 HO-Released-Date PIC 9(8).
           05 HO-Released-By PIC X(30).
