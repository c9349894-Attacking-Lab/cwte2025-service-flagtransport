           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY TA-Band-Limit.
           SELECT OPTIONAL Customers ASSIGN TO "data/customers.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CU-ID.
      * The receivables ledger the invoice pass posts to and payments
      * are applied against, and the line items behind each invoice.
           SELECT OPTIONAL Ledger ASSIGN TO "data/ledger.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LE-Key.
           SELECT OPTIONAL Invoice-Lines
           ASSIGN TO "data/invoice-lines.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IL-Key.

                           DATA DIVISION.
       FILE SECTION.
           COPY history.
       FD Tariffs.
           COPY tariff.
       FD Customers.
           COPY customer.
       FD Ledger.
           COPY ledger.
       FD Invoice-Lines.
           COPY invoice-line.
       WORKING-STORAGE SECTION.
       01 Command PIC X(30).
           88 Command-Tariff-Register VALUE "TARIFF".
           88 Command-Invoice-Run VALUE "INVOICE".
           88 Command-Payment-Post VALUE "PAYMENT".
           88 Command-Exit VALUE "EXIT".
      * Every registered warehouse with its Location, held in storage
      * for the invoice pass the same way the dispatch planner holds
       01 WS-Grand-Total PIC 9(13)V99.
       01 WS-Line-Count PIC 9(9).
       01 WS-Skipped-Count PIC 9(9).
      * Ledger side of the invoice pass. Each consignor account gets
      * one invoice per period, numbered off the period itself. Every
      * account with a line item in the period, new this run or not,
      * is listed here so its invoice can be brought into line with
      * the line items on file once the pass is over; the new line
      * items found for it this run are totalled for the report.
       01 WS-Invoice-Document PIC X(34).
       01 WS-Account-Count PIC 9(4) VALUE ZERO.
       01 WS-Accounts.
           05 WS-Account-Entry OCCURS 500 TIMES
               INDEXED BY Account-Idx.
               10 WS-AC-ID PIC X(30).
               10 WS-AC-Amount PIC 9(11)V99.
               10 WS-AC-Lines PIC 9(6).
       01 WS-Have-Account PIC X VALUE "N".
           88 Have-Account-Entry VALUE "Y".
       01 WS-Unbilled-Count PIC 9(9).
       01 WS-Already-Billed-Count PIC 9(9).
       01 WS-Posted-Count PIC 9(9).
      * What the line items on file for one account's invoice come to,
      * and how much of the invoice on the ledger payments have
      * already settled.
       01 WS-File-Amount PIC 9(11)V99.
       01 WS-File-Lines PIC 9(6).
       01 WS-Paid-Amount PIC 9(11)V99.
       01 WS-Today PIC 9(8).
      * Payment being posted: the consignor, the remittance reference
      * that becomes the payment's document number, the amount, and
      * the invoice it settles (blank for a payment on account).
       01 WS-Pay-Customer PIC X(30).
       01 WS-Pay-Reference PIC X(30).
       01 WS-Pay-Amount PIC 9(11)V99.
       01 WS-Pay-Invoice PIC X(34).
       01 WS-Pay-Document PIC X(34).
       01 WS-Pay-Applied PIC 9(11)V99.
       01 WS-Pay-Valid PIC X VALUE "N".
           88 Payment-Valid VALUE "Y".

                           PROCEDURE DIVISION.
           SET WA-Name-Invalid TO TRUE
           OPEN I-O Tariffs
           PERFORM FOREVER

           DISPLAY "?>> Mode (TARIFF/INVOICE/PAYMENT/EXIT):"
           END-DISPLAY
           READ User-Input END EXIT PERFORM END-READ
           MOVE User-Input-Line TO Command
           EVALUATE TRUE
           MOVE User-Input-Line(1:6) TO WS-Period
           PERFORM RUN-INVOICES

           WHEN Command-Payment-Post
           PERFORM ASK-PAYMENT
           PERFORM POST-PAYMENT

           WHEN Command-Exit EXIT PERFORM
           WHEN OTHER DISPLAY "!>> Invalid command" END-EVALUATE

           READ User-Input END GO TO INPUT-CLOSED END-READ
           MOVE User-Input-Line TO WS-Tariff-Discount.

      * All four lines are read before any check, so a refused
      * payment consumes the same input as a posted one. The amount
      * is keyed the way it appears on the remittance, decimal point
      * and all.
       ASK-PAYMENT.
           MOVE "N" TO WS-Pay-Valid
           MOVE ZERO TO WS-Pay-Amount
           DISPLAY "?>> Customer ID:" END-DISPLAY
           READ User-Input END GO TO INPUT-CLOSED END-READ
           MOVE User-Input-Line TO WS-Pay-Customer
           DISPLAY "?>> Payment reference:" END-DISPLAY
           READ User-Input END GO TO INPUT-CLOSED END-READ
           MOVE User-Input-Line TO WS-Pay-Reference
           DISPLAY "?>> Amount:" END-DISPLAY
           READ User-Input END GO TO INPUT-CLOSED END-READ
           IF User-Input-Line IS NOT EQUAL SPACES
               AND FUNCTION TEST-NUMVAL(User-Input-Line) IS EQUAL ZERO
               COMPUTE WS-Pay-Amount =
                   FUNCTION NUMVAL(User-Input-Line)
           END-IF
           DISPLAY "?>> Invoice number (blank for on account):"
           END-DISPLAY
           READ User-Input END GO TO INPUT-CLOSED END-READ
           MOVE User-Input-Line TO WS-Pay-Invoice
           IF WS-Pay-Customer IS NOT EQUAL SPACES
               AND WS-Pay-Reference IS NOT EQUAL SPACES
               AND WS-Pay-Amount IS GREATER ZERO
               MOVE "Y" TO WS-Pay-Valid
           END-IF.

      * A payment is its own ledger document, numbered off the
      * remittance reference so the same remittance can never be
      * posted twice. Against an invoice it reduces what is still
      * open on it, and anything paid beyond that stays unapplied on
      * the payment; on account the whole amount stays unapplied.
      * Either way the aged-balance statement nets it off.
       POST-PAYMENT.
           IF NOT Payment-Valid
               DISPLAY "!>> Posting failed" END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           OPEN INPUT Customers
           MOVE WS-Pay-Customer TO CU-ID
           READ Customers
               INVALID MOVE "N" TO WS-Pay-Valid
           END-READ
           CLOSE Customers
           IF NOT Payment-Valid
               DISPLAY "!>> Unknown customer" END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO WS-Pay-Document
           STRING
               "PAY-" FUNCTION TRIM(WS-Pay-Reference)
               DELIMITED BY SIZE
               INTO WS-Pay-Document
           END-STRING
           OPEN I-O Ledger
           MOVE WS-Pay-Customer TO LE-Customer
           MOVE WS-Pay-Document TO LE-Document
           READ Ledger
               NOT INVALID MOVE "N" TO WS-Pay-Valid
           END-READ
           IF NOT Payment-Valid
               CLOSE Ledger
               DISPLAY "!>> Payment reference already posted"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           MOVE ZERO TO WS-Pay-Applied
           IF WS-Pay-Invoice IS NOT EQUAL SPACES
               MOVE WS-Pay-Customer TO LE-Customer
               MOVE WS-Pay-Invoice TO LE-Document
               READ Ledger
                   INVALID MOVE "N" TO WS-Pay-Valid
               END-READ
               IF NOT Payment-Valid OR NOT LE-Invoice
                   CLOSE Ledger
                   DISPLAY "!>> Unknown invoice" END-DISPLAY
                   EXIT PARAGRAPH
               END-IF
               IF WS-Pay-Amount IS GREATER LE-Open-Amount
                   MOVE LE-Open-Amount TO WS-Pay-Applied
               ELSE
                   MOVE WS-Pay-Amount TO WS-Pay-Applied
               END-IF
               SUBTRACT WS-Pay-Applied FROM LE-Open-Amount
               REWRITE Ledger-Entry
           END-IF
           ACCEPT WS-Today FROM DATE YYYYMMDD
           MOVE WS-Pay-Customer TO LE-Customer
           MOVE WS-Pay-Document TO LE-Document
           SET LE-Payment TO TRUE
           MOVE WS-Today TO LE-Doc-Date
           MOVE WS-Today(1:6) TO LE-Period
           MOVE WS-Pay-Amount TO LE-Amount
           COMPUTE LE-Open-Amount = WS-Pay-Amount - WS-Pay-Applied
           MOVE WS-Pay-Invoice TO LE-Reference
           MOVE ZERO TO LE-Line-Count
           WRITE Ledger-Entry
               INVALID
               DISPLAY "!>> Posting failed" END-DISPLAY
               NOT INVALID
               DISPLAY
                   "/>> Payment posted (" WS-Pay-Applied
                   " applied, " LE-Open-Amount " unapplied)"
               END-DISPLAY
           END-WRITE
           CLOSE Ledger.

      * One invoice per origin warehouse for the asked period: the
      * registered warehouses are loaded into the site table first,
      * then History is scanned once per origin so each invoice's
       RUN-INVOICES.
           MOVE ZERO TO WS-Site-Count
           MOVE ZERO TO WS-Grand-Total
           MOVE ZERO TO WS-Account-Count
           MOVE ZERO TO WS-Unbilled-Count
           MOVE ZERO TO WS-Already-Billed-Count
           MOVE ZERO TO WS-Posted-Count
           MOVE SPACES TO WS-Invoice-Document
           STRING "INV-" WS-Period INTO WS-Invoice-Document
           END-STRING
           OPEN INPUT Warehouses
           PERFORM LOAD-SITE-TABLE
           CLOSE Warehouses
           OPEN INPUT History
           OPEN INPUT Customers
           OPEN I-O Ledger
           OPEN I-O Invoice-Lines
           DISPLAY
               "/>> Invoice run start for period " WS-Period
           END-DISPLAY
               PERFORM INVOICE-ONE-ORIGIN
           END-PERFORM
           CLOSE History
           PERFORM POST-CUSTOMER-INVOICES
           CLOSE Invoice-Lines
           CLOSE Ledger
           CLOSE Customers
           IF WS-Unbilled-Count IS GREATER ZERO
               DISPLAY
                   "!>> " WS-Unbilled-Count " priced shipment(s) have"
                   " no account on file and were not posted"
               END-DISPLAY
           END-IF
           DISPLAY
               "/>> Invoice run end (period total " WS-Grand-Total
               " across " WS-Site-Count " warehouse(s), "
               WS-Posted-Count " invoice(s) posted, "
               WS-Already-Billed-Count " line(s) already billed)"
           END-DISPLAY.
      * Walks Warehouses once, remembering each warehouse's name and
      * Location, the same way the dispatch planner's
               " delivered " HI-Delivered-Date
               " to " FUNCTION TRIM(HI-Dest)
               " [" HI-Priority "] charge " WS-Line-Charge
           END-DISPLAY
           PERFORM POST-INVOICE-LINE.
      * Keeps the priced shipment as a line item on its consignor's
      * invoice for the period. A line already on file was written by
      * an earlier run of the same period and is not written twice,
      * but its account is still listed, so an invoice an earlier run
      * never got to post is posted now; a shipment with no account,
      * or an account no longer on file, cannot be posted to the
      * ledger at all.
       POST-INVOICE-LINE.
           IF HI-Customer IS EQUAL SPACES
               ADD 1 TO WS-Unbilled-Count
               EXIT PARAGRAPH
           END-IF
           MOVE HI-Customer TO CU-ID
           READ Customers
               INVALID
               ADD 1 TO WS-Unbilled-Count
               EXIT PARAGRAPH
           END-READ
           PERFORM FIND-ACCOUNT-ENTRY
           IF NOT Have-Account-Entry
               ADD 1 TO WS-Unbilled-Count
               EXIT PARAGRAPH
           END-IF
           MOVE HI-Customer TO IL-Customer
           MOVE WS-Invoice-Document TO IL-Document
           MOVE HI-CA-ID TO IL-CA-ID
           MOVE HI-Delivered-Date TO IL-Delivered-Date
           MOVE HI-Origin TO IL-Origin
           MOVE HI-Dest TO IL-Dest
           MOVE HI-Priority TO IL-Priority
           MOVE WS-Billing-Distance TO IL-Distance
           MOVE WS-Line-Charge TO IL-Charge
           WRITE Invoice-Line
               INVALID
               ADD 1 TO WS-Already-Billed-Count
               NOT INVALID
               ADD WS-Line-Charge TO WS-AC-Amount(Account-Idx)
               ADD 1 TO WS-AC-Lines(Account-Idx)
           END-WRITE.
      * Points Account-Idx at the tally for HI-Customer, starting a
      * fresh one the first time the account turns up in the run.
       FIND-ACCOUNT-ENTRY.
           MOVE "N" TO WS-Have-Account
           PERFORM VARYING Account-Idx FROM 1 BY 1
               UNTIL Account-Idx IS GREATER WS-Account-Count
               IF WS-AC-ID(Account-Idx) IS EQUAL HI-Customer
                   MOVE "Y" TO WS-Have-Account
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF Have-Account-Entry
               EXIT PARAGRAPH
           END-IF
           IF WS-Account-Count IS NOT LESS 500
               DISPLAY
                   "!>>     account table full, "
                   FUNCTION TRIM(HI-Customer) " left for a rerun"
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Account-Count
           SET Account-Idx TO WS-Account-Count
           MOVE HI-Customer TO WS-AC-ID(Account-Idx)
           MOVE ZERO TO WS-AC-Amount(Account-Idx)
           MOVE ZERO TO WS-AC-Lines(Account-Idx)
           MOVE "Y" TO WS-Have-Account.
      * Once every origin has been walked, each listed account's
      * invoice for the period is made to agree with the line items on
      * file for it: a first run posts the invoice, a rerun adds
      * shipments archived since, and a run that stopped after writing
      * line items but before posting them has them posted now. What
      * payments have already settled stays settled, so the open
      * balance is the new amount less what was paid.
       POST-CUSTOMER-INVOICES.
           ACCEPT WS-Today FROM DATE YYYYMMDD
           PERFORM VARYING Account-Idx FROM 1 BY 1
               UNTIL Account-Idx IS GREATER WS-Account-Count
               PERFORM TOTAL-INVOICE-LINES
               MOVE WS-AC-ID(Account-Idx) TO LE-Customer
               MOVE WS-Invoice-Document TO LE-Document
               READ Ledger
                   INVALID
                   SET LE-Invoice TO TRUE
                   MOVE WS-Today TO LE-Doc-Date
                   MOVE WS-Period TO LE-Period
                   MOVE WS-File-Amount TO LE-Amount
                   MOVE WS-File-Amount TO LE-Open-Amount
                   MOVE SPACES TO LE-Reference
                   MOVE WS-File-Lines TO LE-Line-Count
                   WRITE Ledger-Entry
                   END-WRITE
                   NOT INVALID
                   IF LE-Amount IS EQUAL WS-File-Amount
                       AND LE-Line-Count IS EQUAL WS-File-Lines
                       EXIT PERFORM CYCLE
                   END-IF
                   COMPUTE WS-Paid-Amount =
                       LE-Amount - LE-Open-Amount
                   MOVE WS-File-Amount TO LE-Amount
                   IF WS-File-Amount IS GREATER WS-Paid-Amount
                       COMPUTE LE-Open-Amount =
                           WS-File-Amount - WS-Paid-Amount
                   ELSE
                       MOVE ZERO TO LE-Open-Amount
                   END-IF
                   MOVE WS-File-Lines TO LE-Line-Count
                   REWRITE Ledger-Entry
                   END-REWRITE
               END-READ
               ADD 1 TO WS-Posted-Count
               DISPLAY
                   "*>> Invoice " FUNCTION TRIM(LE-Document)
                   " posted to " FUNCTION TRIM(LE-Customer)
                   ": " WS-AC-Lines(Account-Idx) " new line(s), "
                   WS-AC-Amount(Account-Idx)
                   ", invoice total " LE-Amount
                   " over " LE-Line-Count " line(s)"
               END-DISPLAY
           END-PERFORM.
      * Adds up the line items on file for the invoice of the account
      * under Account-Idx; the customer and document lead the line
      * item key, so they come out together.
       TOTAL-INVOICE-LINES.
           MOVE ZERO TO WS-File-Amount
           MOVE ZERO TO WS-File-Lines
           MOVE WS-AC-ID(Account-Idx) TO IL-Customer
           MOVE WS-Invoice-Document TO IL-Document
           MOVE LOW-VALUES TO IL-CA-ID
           MOVE ZERO TO IL-Delivered-Date
           START Invoice-Lines KEY IS NOT LESS IL-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Invoice-Lines NEXT RECORD AT END EXIT PERFORM
               END-READ
               IF IL-Customer IS NOT EQUAL WS-AC-ID(Account-Idx)
                   OR IL-Document IS NOT EQUAL WS-Invoice-Document
                   EXIT PERFORM
               END-IF
               ADD IL-Charge TO WS-File-Amount
               ADD 1 TO WS-File-Lines
           END-PERFORM
           END-START.
      * The Dest warehouse's Location from the site table; a Dest no
      * longer registered cannot be priced and is reported instead.
       FIND-DEST-SITE.
