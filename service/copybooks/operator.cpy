       01 Operator.
           05 OP-ID PIC X(30).
               88 OP-ID-Invalid VALUE SPACES.
      *    Never the password itself: its salted one-way form, see
      *    HASH-PASSWORD in the programs that sign operators on.
           05 OP-Password PIC X(50).
           05 OP-Role PIC X.
               88 OP-Supervisor VALUE "S".
               88 OP-Read-Only VALUE "R".
      *    Consecutive failed sign-ons; reaching the limit locks the
      *    account until a supervisor runs UNLOCK ACCOUNT.
           05 OP-Fail-Count PIC 9(3).
           05 OP-Lock-State PIC X.
               88 OP-Active VALUE "A".
               88 OP-Locked VALUE "L".
