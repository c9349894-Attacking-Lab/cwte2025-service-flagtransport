       01 Warehouse.
           05 WA-Name PIC X(50).
               88 WA-Name-Invalid VALUE SPACES.
      *    Salted one-way form of the password, never the password.
           05 WA-Password PIC X(50).
           05 Location.
               10 X PIC 9(8).
               10 Y PIC 9(8).
      *    Maximum number of cargoes this warehouse can hold at once.
           05 WA-Capacity PIC 9(6).
      *    Consecutive failed logins at the console or the warehouse
      *    gateway; reaching the limit locks the warehouse account
      *    until a supervisor runs UNLOCK ACCOUNT.
           05 WA-Fail-Count PIC 9(3).
           05 WA-Lock-State PIC X.
               88 WA-Active VALUE "A".
               88 WA-Locked VALUE "L".
