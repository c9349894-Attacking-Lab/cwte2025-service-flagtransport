      * arrives damaged or goes missing. A claim moves Open ->
      * Investigating -> Settled and never goes backwards, so the
      * quarterly insurance run can trust the state it reads.
      * The amount agreed when the claim reaches Settled is credited
      * to the consignor's ledger account the same moment.
       01 Claim.
           05 CL-ID PIC X(30).
               88 CL-ID-Invalid VALUE SPACES.
               88 CL-Settled VALUE 2.
           05 CL-Opened-Date PIC 9(8).
           05 CL-Note PIC X(100).
      *    ZERO until the claim is settled.
           05 CL-Settled-Amount PIC 9(9)V99.
           05 CL-Settled-Date PIC 9(8).
