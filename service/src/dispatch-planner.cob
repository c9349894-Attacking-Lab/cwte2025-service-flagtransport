           RECORD KEY CA-ID
           ALTERNATE RECORD KEY CA-Warehouse WITH DUPLICATES
           ALTERNATE RECORD KEY CA-Vehichle WITH DUPLICATES.
           SELECT OPTIONAL Holds ASSIGN TO "data/holds.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HO-ID
           ALTERNATE RECORD KEY HO-Subject WITH DUPLICATES.

                           DATA DIVISION.
       FILE SECTION.
           COPY vehichle.
       FD Cargoes.
           COPY cargo.
       FD Holds.
           COPY hold.
       WORKING-STORAGE SECTION.
      * The whole fleet is held in storage for the planning passes, so
      * every waiting cargo can be matched against every vehichle
       01 WS-Proposal-Count PIC 9(9).
       01 WS-Overflow-Count PIC 9(9).
       01 WS-Total-Proposed PIC 9(9) VALUE ZERO.
      * Waiting cargo frozen by an Active hold is never proposed; it
      * is reported under the vehichle that would have taken it.
       01 WS-Total-Held PIC 9(9) VALUE ZERO.
       01 WS-Hold-State PIC X VALUE "N".
           88 Cargo-On-Hold VALUE "Y".
       01 WS-Hold-Subject PIC X(31).
       01 WS-Hold-Type-Name PIC X(13).
       01 WS-Hold-Text PIC X(200).

                           PROCEDURE DIVISION.
           SET WA-Name-Invalid TO TRUE
           OPEN INPUT Warehouses
           OPEN INPUT Vehichles
           OPEN INPUT Cargoes
           OPEN INPUT Holds
           PERFORM LOAD-FLEET-TABLE
           PERFORM VARYING Fleet-Idx FROM 1 BY 1
               UNTIL Fleet-Idx IS GREATER WS-Fleet-Count
           CLOSE Warehouses
           CLOSE Vehichles
           CLOSE Cargoes
           CLOSE Holds
           IF WS-Total-Held IS GREATER ZERO
               DISPLAY
                   "!>> " WS-Total-Held
                   " waiting cargo left out of the plan on hold"
               END-DISPLAY
           END-IF
           DISPLAY
               "/>> Dispatch plan end (" WS-Total-Proposed
               " pickup(s) proposed across " WS-Fleet-Count
               INVALID EXIT PARAGRAPH
           END-READ
           PERFORM FIND-BEST-VEHICHLE
           IF Have-Best-Vehichle
               AND WS-Best-Number IS EQUAL WS-FL-Number(Fleet-Idx)
               PERFORM CHECK-CARGO-HOLD
               IF Cargo-On-Hold
                   ADD 1 TO WS-Total-Held
                   DISPLAY
                       "!>>     cargo " FUNCTION TRIM(CA-ID)
                       " at " FUNCTION TRIM(CA-Warehouse)
                       " not planned, " FUNCTION TRIM(WS-Hold-Text)
                   END-DISPLAY
                   EXIT PARAGRAPH
               END-IF
           END-IF
           IF Have-Best-Vehichle
               AND WS-Best-Number IS EQUAL WS-FL-Number(Fleet-Idx)
               IF WS-Proposal-Count IS LESS WS-FL-Free(Fleet-Idx)
                   END-IF
               END-IF
           END-PERFORM.

      * Mirrors FlagTransport-Controller's CHECK-CARGO-HOLD: the
      * cargo in the record buffer is frozen by an Active hold on
      * itself or on its consignor account.
       CHECK-CARGO-HOLD.
           MOVE "N" TO WS-Hold-State
           MOVE SPACES TO WS-Hold-Text
           SET HO-On-Cargo TO TRUE
           MOVE CA-ID TO HO-Target
           PERFORM FIND-ACTIVE-HOLD
           IF Cargo-On-Hold OR CA-Customer IS EQUAL SPACES
               EXIT PARAGRAPH
           END-IF
           SET HO-On-Customer TO TRUE
           MOVE CA-Customer TO HO-Target
           PERFORM FIND-ACTIVE-HOLD.
       FIND-ACTIVE-HOLD.
           MOVE HO-Subject TO WS-Hold-Subject
           START Holds KEY IS EQUAL HO-Subject
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Holds NEXT RECORD AT END EXIT PERFORM END-READ
               IF HO-Subject IS NOT EQUAL WS-Hold-Subject
                   EXIT PERFORM
               END-IF
               IF HO-Active
                   MOVE "Y" TO WS-Hold-State
                   PERFORM DESCRIBE-HOLD
                   EXIT PERFORM
               END-IF
               END-PERFORM
           END-START.
       DESCRIBE-HOLD.
           EVALUATE TRUE
           WHEN HO-Customs MOVE "CUSTOMS" TO WS-Hold-Type-Name
           WHEN HO-Payment MOVE "PAYMENT" TO WS-Hold-Type-Name
           WHEN OTHER MOVE "INVESTIGATION" TO WS-Hold-Type-Name
           END-EVALUATE
           MOVE SPACES TO WS-Hold-Text
           IF HO-On-Customer
               STRING
                   FUNCTION TRIM(WS-Hold-Type-Name) " hold "
                   FUNCTION TRIM(HO-ID) " on customer "
                   FUNCTION TRIM(HO-Target) ": "
                   FUNCTION TRIM(HO-Reason)
                   INTO WS-Hold-Text
               END-STRING
           ELSE
               STRING
                   FUNCTION TRIM(WS-Hold-Type-Name) " hold "
                   FUNCTION TRIM(HO-ID) " on cargo "
                   FUNCTION TRIM(HO-Target) ": "
                   FUNCTION TRIM(HO-Reason)
                   INTO WS-Hold-Text
               END-STRING
           END-IF.
