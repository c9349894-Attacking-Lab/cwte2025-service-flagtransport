      * Shared customer receivables ledger record layout.
      * COPY this into the FD of any program that opens data/ledger.dat
      * so the physical record layout can never drift between programs.
      * One document on a consignor's account: the monthly invoice the
      * billing run posts, a credit note a settled claim turns into,
      * or a payment finance posts against the account. LE-Open-Amount
      * is what is still outstanding on an invoice, or still unapplied
      * on a credit note or payment, so the aged-balance statement can
      * be read straight off the file.
       01 Ledger-Entry.
           05 LE-Key.
               10 LE-Customer PIC X(30).
                   88 LE-Customer-Invalid VALUE SPACES.
               10 LE-Document PIC X(34).
           05 LE-Type PIC X.
               88 LE-Invoice VALUE "I".
               88 LE-Credit-Note VALUE "C".
               88 LE-Payment VALUE "P".
           05 LE-Doc-Date PIC 9(8).
           05 LE-Period PIC 9(6).
           05 LE-Amount PIC 9(11)V99.
           05 LE-Open-Amount PIC 9(11)V99.
      *    The claim a credit note settles, or the invoice a payment
      *    was applied to; spaces for an invoice or an on-account
      *    payment.
           05 LE-Reference PIC X(34).
           05 LE-Line-Count PIC 9(6).
