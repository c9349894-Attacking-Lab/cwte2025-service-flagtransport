       01 Vehichle.
           05 VE-Number PIC 9(15).
               88 VE-Number-Invalid VALUE ZERO.
      *    Salted one-way form of the password, never the password.
           05 VE-Password PIC X(50).
           05 Location.
               10 X PIC 9(8).
      *    hop the Update-Location verb reports. LOG MAINTENANCE
      *    resets it to zero once the vehichle has been serviced.
           05 VE-Odometer PIC 9(18).
      *    Consecutive failed logins at the console or bad keys at the
      *    Gateway; reaching the limit locks the vehichle account
      *    until a supervisor runs UNLOCK ACCOUNT.
           05 VE-Fail-Count PIC 9(3).
           05 VE-Lock-State PIC X.
               88 VE-Active VALUE "A".
               88 VE-Locked VALUE "L".
      *    Day the current Gateway key was issued; the key is derived
      *    from it and stops working once it is too old, so a key
      *    handed to a driver does not outlive the job.
           05 VE-Key-Issued-Date PIC 9(8).
