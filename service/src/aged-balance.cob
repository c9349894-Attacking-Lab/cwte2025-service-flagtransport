                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Aged-Balance.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Customers ASSIGN TO "data/customers.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CU-ID.
           SELECT OPTIONAL Ledger ASSIGN TO "data/ledger.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LE-Key.

                           DATA DIVISION.
       FILE SECTION.
       FD Customers.
           COPY customer.
       FD Ledger.
           COPY ledger.
       WORKING-STORAGE SECTION.
       01 Today-Date PIC 9(8).
       01 Days-Old PIC S9(9).
      * What each account still owes, by the age of the invoice it is
      * owed on, and what it has standing to its credit from unapplied
      * payments and credit notes.
       01 WS-Current PIC 9(11)V99.
       01 WS-Over-30 PIC 9(11)V99.
       01 WS-Over-60 PIC 9(11)V99.
       01 WS-Over-90 PIC 9(11)V99.
       01 WS-Credits PIC 9(11)V99.
       01 WS-Balance PIC S9(11)V99.
       01 WS-Balance-Sign PIC X.
       01 WS-Balance-Shown PIC 9(11)V99.
      * The same buckets summed across every account.
       01 WS-Total-Current PIC 9(13)V99 VALUE ZERO.
       01 WS-Total-Over-30 PIC 9(13)V99 VALUE ZERO.
       01 WS-Total-Over-60 PIC 9(13)V99 VALUE ZERO.
       01 WS-Total-Over-90 PIC 9(13)V99 VALUE ZERO.
       01 WS-Total-Credits PIC 9(13)V99 VALUE ZERO.
       01 WS-Account-Count PIC 9(9) VALUE ZERO.
       01 WS-Overdue-Count PIC 9(9) VALUE ZERO.
       01 WS-Open-Items PIC 9(9).

                           PROCEDURE DIVISION.
           SET CU-ID-Invalid TO TRUE
           SET LE-Customer-Invalid TO TRUE
           ACCEPT Today-Date FROM DATE YYYYMMDD
           DISPLAY "/>> Aged balance statement start" END-DISPLAY
           OPEN INPUT Customers
           OPEN INPUT Ledger
           MOVE SPACES TO CU-ID
           START Customers KEY IS NOT LESS CU-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Customers NEXT RECORD AT END EXIT PERFORM END-READ
               PERFORM AGE-ONE-ACCOUNT
           END-PERFORM
           END-START
           CLOSE Ledger
           CLOSE Customers
           DISPLAY
               "/>> Aged balance statement end (current "
               WS-Total-Current ", 30 " WS-Total-Over-30
               ", 60 " WS-Total-Over-60 ", 90+ " WS-Total-Over-90
               ", credits " WS-Total-Credits " across "
               WS-Account-Count " account(s), "
               WS-Overdue-Count " overdue)"
           END-DISPLAY
           STOP RUN.

      * One consignor's statement: every ledger document still open
      * on the account, then the buckets. Invoices age from their
      * document date; an account with anything 60 days or older is
      * flagged for collections. Accounts with nothing open are left
      * off so the statement stays a worklist.
       AGE-ONE-ACCOUNT.
           MOVE ZERO TO WS-Current
           MOVE ZERO TO WS-Over-30
           MOVE ZERO TO WS-Over-60
           MOVE ZERO TO WS-Over-90
           MOVE ZERO TO WS-Credits
           MOVE ZERO TO WS-Open-Items
           MOVE CU-ID TO LE-Customer
           MOVE LOW-VALUES TO LE-Document
           START Ledger KEY IS NOT LESS LE-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Ledger NEXT RECORD AT END EXIT PERFORM END-READ
               IF LE-Customer IS NOT EQUAL CU-ID
                   EXIT PERFORM
               END-IF
               IF LE-Open-Amount IS EQUAL ZERO
                   EXIT PERFORM CYCLE
               END-IF
               IF WS-Open-Items IS EQUAL ZERO
                   DISPLAY
                       "*>> Customer " FUNCTION TRIM(CU-ID)
                       ": " FUNCTION TRIM(CU-Name)
                   END-DISPLAY
               END-IF
               ADD 1 TO WS-Open-Items
               PERFORM AGE-ONE-DOCUMENT
           END-PERFORM
           END-START
           IF WS-Open-Items IS EQUAL ZERO
               EXIT PARAGRAPH
           END-IF
           ADD 1 TO WS-Account-Count
           COMPUTE WS-Balance =
               WS-Current + WS-Over-30 + WS-Over-60 + WS-Over-90
               - WS-Credits
           IF WS-Balance IS LESS ZERO
               MOVE "-" TO WS-Balance-Sign
           ELSE
               MOVE " " TO WS-Balance-Sign
           END-IF
           MOVE WS-Balance TO WS-Balance-Shown
           IF WS-Over-60 IS GREATER ZERO OR WS-Over-90 IS GREATER ZERO
               ADD 1 TO WS-Overdue-Count
               DISPLAY
                   "!>>     OVERDUE current " WS-Current
                   ", 30 " WS-Over-30 ", 60 " WS-Over-60
                   ", 90+ " WS-Over-90 ", credits " WS-Credits
                   ", balance " WS-Balance-Sign WS-Balance-Shown
               END-DISPLAY
           ELSE
               DISPLAY
                   "*>>     current " WS-Current
                   ", 30 " WS-Over-30 ", 60 " WS-Over-60
                   ", 90+ " WS-Over-90 ", credits " WS-Credits
                   ", balance " WS-Balance-Sign WS-Balance-Shown
               END-DISPLAY
           END-IF
           ADD WS-Current TO WS-Total-Current
           ADD WS-Over-30 TO WS-Total-Over-30
           ADD WS-Over-60 TO WS-Total-Over-60
           ADD WS-Over-90 TO WS-Total-Over-90
           ADD WS-Credits TO WS-Total-Credits.
      * One open document: an invoice's open amount goes into the
      * bucket its age falls in, anything else standing unapplied is
      * credit to net off the account.
       AGE-ONE-DOCUMENT.
           IF NOT LE-Invoice
               ADD LE-Open-Amount TO WS-Credits
               DISPLAY
                   "*>>     " FUNCTION TRIM(LE-Document)
                   " dated " LE-Doc-Date
                   " unapplied credit " LE-Open-Amount
               END-DISPLAY
               EXIT PARAGRAPH
           END-IF
           COMPUTE Days-Old =
               FUNCTION INTEGER-OF-DATE(Today-Date)
               - FUNCTION INTEGER-OF-DATE(LE-Doc-Date)
           EVALUATE TRUE
           WHEN Days-Old IS LESS 30
               ADD LE-Open-Amount TO WS-Current
           WHEN Days-Old IS LESS 60
               ADD LE-Open-Amount TO WS-Over-30
           WHEN Days-Old IS LESS 90
               ADD LE-Open-Amount TO WS-Over-60
           WHEN OTHER
               ADD LE-Open-Amount TO WS-Over-90
           END-EVALUATE
           DISPLAY
               "*>>     " FUNCTION TRIM(LE-Document)
               " dated " LE-Doc-Date
               " open " LE-Open-Amount " of " LE-Amount
               " (" Days-Old " day(s))"
           END-DISPLAY.
