                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Integrity-Audit.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Warehouses ASSIGN TO "data/warehouses.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY WA-Name.
           SELECT OPTIONAL Vehichles ASSIGN TO "data/vehichles.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY VE-Number.
           SELECT OPTIONAL Cargoes ASSIGN TO "data/cargoes.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CA-ID
           ALTERNATE RECORD KEY CA-Warehouse WITH DUPLICATES
           ALTERNATE RECORD KEY CA-Vehichle WITH DUPLICATES.
           SELECT OPTIONAL Routes ASSIGN TO "data/routes.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RT-ID.
           SELECT OPTIONAL History ASSIGN TO "data/history.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HI-Key
           ALTERNATE RECORD KEY HI-Warehouse WITH DUPLICATES.
           SELECT OPTIONAL Transfers ASSIGN TO "data/transfers.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY TR-ID
           ALTERNATE RECORD KEY TR-From-Warehouse WITH DUPLICATES
           ALTERNATE RECORD KEY TR-CA-ID WITH DUPLICATES.
           SELECT OPTIONAL Customers ASSIGN TO "data/customers.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CU-ID.
           SELECT OPTIONAL Claims ASSIGN TO "data/claims.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CL-ID
           ALTERNATE RECORD KEY CL-CA-ID WITH DUPLICATES.
           SELECT OPTIONAL Handling-Rules
           ASSIGN TO "data/handling-rules.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HR-Key.
           SELECT OPTIONAL Ledger ASSIGN TO "data/ledger.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY LE-Key.
           SELECT OPTIONAL Invoice-Lines
           ASSIGN TO "data/invoice-lines.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY IL-Key.
           SELECT OPTIONAL Holds ASSIGN TO "data/holds.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HO-ID
           ALTERNATE RECORD KEY HO-Subject WITH DUPLICATES.
      * Rewritten by every run: one line per broken cross-reference,
      * then one COUNT line per category that had any, for whoever
      * has to put the files right before the nightly run goes on.
           SELECT Integrity-Exceptions
           ASSIGN TO "data/integrity-exceptions.dat"
           ORGANIZATION LINE SEQUENTIAL.

                           DATA DIVISION.
       FILE SECTION.
       FD Warehouses.
           COPY warehouse.
       FD Vehichles.
           COPY vehichle.
       FD Cargoes.
           COPY cargo.
       FD Routes.
           COPY route.
       FD History.
           COPY history.
       FD Transfers.
           COPY transfer-order.
       FD Customers.
           COPY customer.
       FD Claims.
           COPY claim.
       FD Handling-Rules.
           COPY handling-rule.
       FD Ledger.
           COPY ledger.
       FD Invoice-Lines.
           COPY invoice-line.
       FD Holds.
           COPY hold.
      * Category in the first 16 columns so the file sorts and greps
      * by kind of breakage; the key is the record that holds the
      * broken reference, the detail says what it points at.
       FD Integrity-Exceptions.
       01 Integrity-Exception.
           05 IX-Category PIC X(16).
           05 IX-Key PIC X(64).
           05 IX-Detail PIC X(150).
       WORKING-STORAGE SECTION.
      * The kinds of breakage checked, in the order the files are
      * walked. WS-Category-Idx picks one before ADD-EXCEPTION.
       01 WS-Category-Names.
           05 FILLER PIC X(16) VALUE "CARGO-WAREHOUSE".
           05 FILLER PIC X(16) VALUE "CARGO-VEHICHLE".
           05 FILLER PIC X(16) VALUE "CARGO-ROUTE".
           05 FILLER PIC X(16) VALUE "CARGO-ROUTE-STEP".
           05 FILLER PIC X(16) VALUE "CARGO-CUSTOMER".
           05 FILLER PIC X(16) VALUE "TRANSFER-CARGO".
           05 FILLER PIC X(16) VALUE "TRANSFER-CARRIER".
           05 FILLER PIC X(16) VALUE "TRANSFER-WHOUSE".
           05 FILLER PIC X(16) VALUE "CLAIM-CARGO".
           05 FILLER PIC X(16) VALUE "CLAIM-WAREHOUSE".
           05 FILLER PIC X(16) VALUE "RULE-WAREHOUSE".
           05 FILLER PIC X(16) VALUE "ROUTE-WAREHOUSE".
           05 FILLER PIC X(16) VALUE "HISTORY-CUSTOMER".
           05 FILLER PIC X(16) VALUE "LEDGER-CUSTOMER".
           05 FILLER PIC X(16) VALUE "INVOICE-LINE".
           05 FILLER PIC X(16) VALUE "HOLD-CARGO".
           05 FILLER PIC X(16) VALUE "HOLD-CUSTOMER".
       01 WS-Category-Table REDEFINES WS-Category-Names.
           05 WS-Category-Name PIC X(16) OCCURS 17 TIMES.
       01 WS-Category-Counts.
           05 WS-Category-Count PIC 9(9) OCCURS 17 TIMES.
       01 WS-Category-Idx PIC 99.
       01 WS-Exception-Key PIC X(64).
       01 WS-Exception-Detail PIC X(150).
       01 WS-Exception-Count PIC 9(9) VALUE ZERO.
       01 WS-Record-Count PIC 9(9) VALUE ZERO.
      * Whether the reference being probed was found.
       01 WS-Reference-State PIC X.
           88 Reference-Found VALUE "Y".
           88 Reference-Missing VALUE "N".
      * The record being walked, kept aside while another record of
      * the same file is probed for it.
       01 WS-Probe-CA-ID PIC X(30).
       01 WS-Probe-Warehouse PIC X(50).
       01 WS-Last-Customer PIC X(30).
       01 WS-Last-Customer-State PIC X.
           88 Last-Customer-Found VALUE "Y".
       01 WS-Waypoint-Idx PIC 9(3).

                           PROCEDURE DIVISION.
           SET WA-Name-Invalid TO TRUE
           SET VE-Number-Invalid TO TRUE
           SET CA-ID-Invalid TO TRUE
           SET RT-ID-Invalid TO TRUE
           SET HI-CA-ID-Invalid TO TRUE
           SET TR-ID-Invalid TO TRUE
           SET CU-ID-Invalid TO TRUE
           SET CL-ID-Invalid TO TRUE
           SET LE-Customer-Invalid TO TRUE
           SET IL-Customer-Invalid TO TRUE
           SET HO-ID-Invalid TO TRUE
           INITIALIZE WS-Category-Counts
           DISPLAY "/>> Integrity audit start" END-DISPLAY
           OPEN INPUT Warehouses
           OPEN INPUT Vehichles
           OPEN INPUT Cargoes
           OPEN INPUT Routes
           OPEN INPUT History
           OPEN INPUT Transfers
           OPEN INPUT Customers
           OPEN INPUT Claims
           OPEN INPUT Handling-Rules
           OPEN INPUT Ledger
           OPEN INPUT Invoice-Lines
           OPEN INPUT Holds
           OPEN OUTPUT Integrity-Exceptions
           PERFORM AUDIT-CARGOES
           PERFORM AUDIT-TRANSFERS
           PERFORM AUDIT-CLAIMS
           PERFORM AUDIT-RULES
           PERFORM AUDIT-ROUTES
           PERFORM AUDIT-HISTORY
           PERFORM AUDIT-LEDGER
           PERFORM AUDIT-INVOICE-LINES
           PERFORM AUDIT-HOLDS
           PERFORM WRITE-CATEGORY-COUNTS
           CLOSE Integrity-Exceptions
           CLOSE Holds
           CLOSE Invoice-Lines
           CLOSE Ledger
           CLOSE Handling-Rules
           CLOSE Claims
           CLOSE Customers
           CLOSE Transfers
           CLOSE History
           CLOSE Routes
           CLOSE Cargoes
           CLOSE Vehichles
           CLOSE Warehouses
           DISPLAY
               "/>> Integrity audit end (" WS-Exception-Count
               " exception(s) among " WS-Record-Count
               " record(s), see data/integrity-exceptions.dat)"
           END-DISPLAY
      *    The nightly run must not go on to archive or bill from
      *    files that disagree with each other.
           IF WS-Exception-Count IS GREATER ZERO
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN.

      * Every live cargo: where it sits or rides, the route it
      * follows and the step it is on, and the account it is
      * shipped for must all still exist.
       AUDIT-CARGOES.
           MOVE SPACES TO CA-ID
           START Cargoes KEY IS NOT LESS CA-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cargoes NEXT RECORD AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Record-Count
               MOVE CA-ID TO WS-Exception-Key
               IF CA-Warehouse IS NOT EQUAL SPACES
                   MOVE CA-Warehouse TO WS-Probe-Warehouse
                   PERFORM PROBE-WAREHOUSE
                   IF Reference-Missing
                       MOVE 1 TO WS-Category-Idx
                       MOVE SPACES TO WS-Exception-Detail
                       STRING
                           "at unknown warehouse "
                           FUNCTION TRIM(CA-Warehouse)
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF
               IF CA-Vehichle IS NOT EQUAL ZERO
                   MOVE CA-Vehichle TO VE-Number
                   SET Reference-Found TO TRUE
                   READ Vehichles
                       INVALID SET Reference-Missing TO TRUE
                   END-READ
                   IF Reference-Missing
                       MOVE 2 TO WS-Category-Idx
                       MOVE SPACES TO WS-Exception-Detail
                       STRING
                           "on unknown vehichle " CA-Vehichle
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF
               IF CA-Route-ID IS NOT EQUAL SPACES
                   MOVE CA-Route-ID TO RT-ID
                   SET Reference-Found TO TRUE
                   READ Routes
                       INVALID SET Reference-Missing TO TRUE
                   END-READ
                   IF Reference-Missing
                       MOVE 3 TO WS-Category-Idx
                       MOVE SPACES TO WS-Exception-Detail
                       STRING
                           "follows unknown route "
                           FUNCTION TRIM(CA-Route-ID)
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                   ELSE
                       IF CA-Route-Step IS EQUAL ZERO
                           OR CA-Route-Step IS GREATER RT-Waypoint-Count
                           MOVE 4 TO WS-Category-Idx
                           MOVE SPACES TO WS-Exception-Detail
                           STRING
                               "on step " CA-Route-Step
                               " of route " FUNCTION TRIM(RT-ID)
                               " which has " RT-Waypoint-Count
                               " waypoint(s)"
                               INTO WS-Exception-Detail
                           END-STRING
                           PERFORM ADD-EXCEPTION
                       END-IF
                   END-IF
               END-IF
               IF CA-Customer IS NOT EQUAL SPACES
                   MOVE CA-Customer TO CU-ID
                   SET Reference-Found TO TRUE
                   READ Customers
                       INVALID SET Reference-Missing TO TRUE
                   END-READ
                   IF Reference-Missing
                       MOVE 5 TO WS-Category-Idx
                       MOVE SPACES TO WS-Exception-Detail
                       STRING
                           "shipped for unknown customer "
                           FUNCTION TRIM(CA-Customer)
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           END-START.

      * Every transfer order: its cargo must still be live, or for a
      * done order may have gone on to History with the rest of its
      * delivered freight. A claimed order's cargo is either still
      * waiting at the raising warehouse or riding the claiming
      * vehichle; anywhere else the order has lost track of it.
       AUDIT-TRANSFERS.
           MOVE SPACES TO TR-ID
           START Transfers KEY IS NOT LESS TR-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Transfers NEXT RECORD AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Record-Count
               MOVE TR-ID TO WS-Exception-Key
               MOVE TR-From-Warehouse TO WS-Probe-Warehouse
               PERFORM PROBE-WAREHOUSE
               IF Reference-Missing
                   MOVE 8 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "raised by unknown warehouse "
                       FUNCTION TRIM(TR-From-Warehouse)
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
               MOVE TR-To-Warehouse TO WS-Probe-Warehouse
               PERFORM PROBE-WAREHOUSE
               IF Reference-Missing
                   MOVE 8 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "bound for unknown warehouse "
                       FUNCTION TRIM(TR-To-Warehouse)
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
               MOVE TR-CA-ID TO CA-ID
               SET Reference-Found TO TRUE
               READ Cargoes
                   INVALID SET Reference-Missing TO TRUE
               END-READ
               IF Reference-Missing
                   IF TR-Done
                       MOVE TR-CA-ID TO WS-Probe-CA-ID
                       PERFORM PROBE-HISTORY
                   END-IF
                   IF Reference-Missing
                       MOVE 6 TO WS-Category-Idx
                       MOVE SPACES TO WS-Exception-Detail
                       STRING
                           "for cargo " FUNCTION TRIM(TR-CA-ID)
                           " which is in neither Cargoes nor History"
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                   END-IF
                   EXIT PERFORM CYCLE
               END-IF
               IF NOT TR-Claimed
                   EXIT PERFORM CYCLE
               END-IF
               IF TR-Vehichle IS NOT EQUAL ZERO
                   MOVE TR-Vehichle TO VE-Number
                   SET Reference-Found TO TRUE
                   READ Vehichles
                       INVALID SET Reference-Missing TO TRUE
                   END-READ
                   IF Reference-Missing
                       MOVE 7 TO WS-Category-Idx
                       MOVE SPACES TO WS-Exception-Detail
                       STRING
                           "claimed by unknown vehichle " TR-Vehichle
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                       EXIT PERFORM CYCLE
                   END-IF
               END-IF
               EVALUATE TRUE
               WHEN Stored OF Cargo
                   AND CA-Warehouse IS EQUAL TR-From-Warehouse
                   CONTINUE
               WHEN Loaded OF Cargo
                   AND CA-Vehichle IS EQUAL TR-Vehichle
                   CONTINUE
               WHEN Loaded OF Cargo
                   MOVE 7 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "claimed by vehichle " TR-Vehichle
                       " but cargo " FUNCTION TRIM(TR-CA-ID)
                       " is on vehichle " CA-Vehichle
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               WHEN OTHER
                   MOVE 7 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "claimed by vehichle " TR-Vehichle
                       " but cargo " FUNCTION TRIM(TR-CA-ID)
                       " is stored at " FUNCTION TRIM(CA-Warehouse)
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-EVALUATE
           END-PERFORM
           END-START.

      * Every claim must point at a cargo that is still live or was
      * archived, and at a warehouse that is still registered.
       AUDIT-CLAIMS.
           MOVE SPACES TO CL-ID
           START Claims KEY IS NOT LESS CL-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Claims NEXT RECORD AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Record-Count
               MOVE CL-ID TO WS-Exception-Key
               MOVE CL-CA-ID TO CA-ID
               SET Reference-Found TO TRUE
               READ Cargoes
                   INVALID SET Reference-Missing TO TRUE
               END-READ
               IF Reference-Missing
                   MOVE CL-CA-ID TO WS-Probe-CA-ID
                   PERFORM PROBE-HISTORY
               END-IF
               IF Reference-Missing
                   MOVE 9 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "against cargo " FUNCTION TRIM(CL-CA-ID)
                       " which is in neither Cargoes nor History"
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
               MOVE CL-Warehouse TO WS-Probe-Warehouse
               PERFORM PROBE-WAREHOUSE
               IF Reference-Missing
                   MOVE 10 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "raised by unknown warehouse "
                       FUNCTION TRIM(CL-Warehouse)
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM
           END-START.

      * A certification rule for a warehouse that was never
      * registered certifies nothing and hides a typo.
       AUDIT-RULES.
           MOVE LOW-VALUES TO HR-Key
           START Handling-Rules KEY IS NOT LESS HR-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Handling-Rules NEXT RECORD AT END EXIT PERFORM
               END-READ
               ADD 1 TO WS-Record-Count
               IF NOT HR-Warehouse-Cert
                   EXIT PERFORM CYCLE
               END-IF
               MOVE HR-Detail TO WS-Probe-Warehouse
               PERFORM PROBE-WAREHOUSE
               IF Reference-Missing
                   MOVE 11 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Key
                   STRING
                       HR-Type "/" HR-Class "/" FUNCTION TRIM(HR-Detail)
                       INTO WS-Exception-Key
                   END-STRING
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "certifies class " HR-Class
                       " at unknown warehouse "
                       FUNCTION TRIM(HR-Detail)
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM
           END-START.

      * Every waypoint of every route must be a registered
      * warehouse, or cargo on it will be routed into nowhere.
       AUDIT-ROUTES.
           MOVE SPACES TO RT-ID
           START Routes KEY IS NOT LESS RT-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Routes NEXT RECORD AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Record-Count
               MOVE RT-ID TO WS-Exception-Key
               PERFORM VARYING WS-Waypoint-Idx FROM 1 BY 1
                   UNTIL WS-Waypoint-Idx IS GREATER RT-Waypoint-Count
                   MOVE RT-Waypoints(WS-Waypoint-Idx)
                       TO WS-Probe-Warehouse
                   PERFORM PROBE-WAREHOUSE
                   IF Reference-Missing
                       MOVE 12 TO WS-Category-Idx
                       MOVE SPACES TO WS-Exception-Detail
                       STRING
                           "waypoint " WS-Waypoint-Idx
                           " is unknown warehouse "
                           FUNCTION TRIM(WS-Probe-Warehouse)
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-PERFORM
           END-PERFORM
           END-START.

      * Archived shipments keep their account reference for billing;
      * one naming no account cannot be invoiced.
       AUDIT-HISTORY.
           MOVE SPACES TO WS-Last-Customer
           MOVE SPACES TO HI-CA-ID
           MOVE ZERO TO HI-Delivered-Date
           START History KEY IS NOT LESS HI-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ History NEXT RECORD AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Record-Count
               IF HI-Customer IS EQUAL SPACES
                   EXIT PERFORM CYCLE
               END-IF
               MOVE HI-Customer TO CU-ID
               PERFORM PROBE-CUSTOMER
               IF Reference-Missing
                   MOVE 13 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Key
                   STRING
                       FUNCTION TRIM(HI-CA-ID) "/" HI-Delivered-Date
                       INTO WS-Exception-Key
                   END-STRING
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "shipped for unknown customer "
                       FUNCTION TRIM(HI-Customer)
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM
           END-START.

      * Receivables posted to an account that is not on the customer
      * master can never be chased.
       AUDIT-LEDGER.
           MOVE SPACES TO WS-Last-Customer
           MOVE LOW-VALUES TO LE-Key
           START Ledger KEY IS NOT LESS LE-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Ledger NEXT RECORD AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Record-Count
               MOVE LE-Customer TO CU-ID
               PERFORM PROBE-CUSTOMER
               IF Reference-Missing
                   MOVE 14 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Key
                   STRING
                       FUNCTION TRIM(LE-Customer) "/"
                       FUNCTION TRIM(LE-Document)
                       INTO WS-Exception-Key
                   END-STRING
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "posted to unknown customer "
                       FUNCTION TRIM(LE-Customer)
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM
           END-START.

      * Every invoice line belongs to an invoice on the ledger.
       AUDIT-INVOICE-LINES.
           MOVE LOW-VALUES TO IL-Key
           START Invoice-Lines KEY IS NOT LESS IL-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Invoice-Lines NEXT RECORD AT END EXIT PERFORM
               END-READ
               ADD 1 TO WS-Record-Count
               MOVE IL-Customer TO LE-Customer
               MOVE IL-Document TO LE-Document
               SET Reference-Found TO TRUE
               READ Ledger
                   INVALID SET Reference-Missing TO TRUE
               END-READ
               IF Reference-Missing
                   MOVE 15 TO WS-Category-Idx
                   MOVE SPACES TO WS-Exception-Key
                   STRING
                       FUNCTION TRIM(IL-Document) "/"
                       FUNCTION TRIM(IL-CA-ID)
                       INTO WS-Exception-Key
                   END-STRING
                   MOVE SPACES TO WS-Exception-Detail
                   STRING
                       "on invoice " FUNCTION TRIM(IL-Document)
                       " of " FUNCTION TRIM(IL-Customer)
                       " which is not on the ledger"
                       INTO WS-Exception-Detail
                   END-STRING
                   PERFORM ADD-EXCEPTION
               END-IF
           END-PERFORM
           END-START.

      * An Active hold freezing a cargo or an account that does not
      * exist freezes nothing and hides a mistyped ID, while the
      * freight that was meant moves on unchecked. Released holds
      * are history and are left alone.
       AUDIT-HOLDS.
           MOVE SPACES TO HO-ID
           START Holds KEY IS NOT LESS HO-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Holds NEXT RECORD AT END EXIT PERFORM END-READ
               ADD 1 TO WS-Record-Count
               IF NOT HO-Active
                   EXIT PERFORM CYCLE
               END-IF
               MOVE HO-ID TO WS-Exception-Key
               MOVE SPACES TO WS-Exception-Detail
               IF HO-On-Cargo
                   MOVE HO-Target TO CA-ID
                   SET Reference-Found TO TRUE
                   READ Cargoes
                       INVALID SET Reference-Missing TO TRUE
                   END-READ
                   IF Reference-Missing
                       MOVE HO-Target TO WS-Probe-CA-ID
                       PERFORM PROBE-HISTORY
                   END-IF
                   IF Reference-Missing
                       MOVE 16 TO WS-Category-Idx
                       STRING
                           "on cargo " FUNCTION TRIM(HO-Target)
                           " which is in neither Cargoes nor History"
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                   END-IF
               ELSE
                   MOVE HO-Target TO CU-ID
                   PERFORM PROBE-CUSTOMER
                   IF Reference-Missing
                       MOVE 17 TO WS-Category-Idx
                       STRING
                           "on unknown customer "
                           FUNCTION TRIM(HO-Target)
                           INTO WS-Exception-Detail
                       END-STRING
                       PERFORM ADD-EXCEPTION
                   END-IF
               END-IF
           END-PERFORM
           END-START.

      * Looks up WS-Probe-Warehouse; a blank name is never found.
       PROBE-WAREHOUSE.
           SET Reference-Found TO TRUE
           IF WS-Probe-Warehouse IS EQUAL SPACES
               SET Reference-Missing TO TRUE
               EXIT PARAGRAPH
           END-IF
           MOVE WS-Probe-Warehouse TO WA-Name
           READ Warehouses
               INVALID SET Reference-Missing TO TRUE
           END-READ.
      * Whether any History shipment exists for WS-Probe-CA-ID.
       PROBE-HISTORY.
           SET Reference-Missing TO TRUE
           MOVE WS-Probe-CA-ID TO HI-CA-ID
           MOVE ZERO TO HI-Delivered-Date
           START History KEY IS NOT LESS HI-Key
               INVALID CONTINUE
               NOT INVALID
               READ History NEXT RECORD
                   AT END CONTINUE
                   NOT AT END
                   IF HI-CA-ID IS EQUAL WS-Probe-CA-ID
                       SET Reference-Found TO TRUE
                   END-IF
               END-READ
           END-START.
      * Looks up the account in CU-ID, remembering the last answer:
      * the ledger and History are walked in account order often
      * enough that the same account comes up many times in a row.
       PROBE-CUSTOMER.
           IF CU-ID IS EQUAL WS-Last-Customer
               AND WS-Last-Customer IS NOT EQUAL SPACES
               IF Last-Customer-Found
                   SET Reference-Found TO TRUE
               ELSE
                   SET Reference-Missing TO TRUE
               END-IF
               EXIT PARAGRAPH
           END-IF
           MOVE CU-ID TO WS-Last-Customer
           SET Reference-Found TO TRUE
           READ Customers
               INVALID SET Reference-Missing TO TRUE
           END-READ
           MOVE WS-Reference-State TO WS-Last-Customer-State.

       ADD-EXCEPTION.
           ADD 1 TO WS-Exception-Count
           ADD 1 TO WS-Category-Count(WS-Category-Idx)
           MOVE WS-Category-Name(WS-Category-Idx) TO IX-Category
           MOVE WS-Exception-Key TO IX-Key
           MOVE WS-Exception-Detail TO IX-Detail
           WRITE Integrity-Exception
           DISPLAY
               "!>> " FUNCTION TRIM(IX-Category) " "
               FUNCTION TRIM(WS-Exception-Key) ": "
               FUNCTION TRIM(WS-Exception-Detail)
           END-DISPLAY.
      * The per-category tallies close the exception file and the
      * console output alike.
       WRITE-CATEGORY-COUNTS.
           PERFORM VARYING WS-Category-Idx FROM 1 BY 1
               UNTIL WS-Category-Idx IS GREATER 17
               IF WS-Category-Count(WS-Category-Idx) IS GREATER ZERO
                   MOVE "COUNT" TO IX-Category
                   MOVE WS-Category-Name(WS-Category-Idx) TO IX-Key
                   MOVE WS-Category-Count(WS-Category-Idx) TO IX-Detail
                   WRITE Integrity-Exception
                   DISPLAY
                       "*>> " WS-Category-Name(WS-Category-Idx)
                       WS-Category-Count(WS-Category-Idx)
                   END-DISPLAY
               END-IF
           END-PERFORM
           MOVE "COUNT" TO IX-Category
           MOVE "TOTAL" TO IX-Key
           MOVE WS-Exception-Count TO IX-Detail
           WRITE Integrity-Exception.
