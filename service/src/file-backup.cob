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
           SELECT OPTIONAL Audit-Chain ASSIGN TO "data/audit-chain.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AC-Key.
           SELECT OPTIONAL Audit-Segments
           ASSIGN TO "data/audit-segments.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY AS-Period.
           SELECT OPTIONAL Feed-States ASSIGN TO "data/feed-state.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY FS-Key.
           SELECT OPTIONAL Positions ASSIGN TO "data/positions.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PO-Key.
           SELECT OPTIONAL Cycle-Counts
           ASSIGN TO "data/cycle-counts.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CC-Key.
           SELECT OPTIONAL Count-Items ASSIGN TO "data/count-items.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CI-Key.
           SELECT OPTIONAL Holds ASSIGN TO "data/holds.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HO-ID
           ALTERNATE RECORD KEY HO-Subject WITH DUPLICATES.
           SELECT OPTIONAL Run-Controls ASSIGN TO "data/run-control.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY RN-Key.
      * Second view of the cargo master in the layout it had before
      * the customer reference and handling class were added, so
      * CONVERT can still read a pre-change file; a file already
           ACCESS DYNAMIC
           RECORD KEY OHI-Key
           ALTERNATE RECORD KEY OHI-Warehouse WITH DUPLICATES.
      * And for the claims file in the layout it had before the
      * settlement amount and date were added, for CONVERT CLAIMS.
           SELECT OPTIONAL Claims-Old ASSIGN TO "data/claims.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY OCL-ID
           ALTERNATE RECORD KEY OCL-CA-ID WITH DUPLICATES.
      * And for the operator, warehouse and vehichle masters in the
      * layouts they had while passwords were still kept as typed,
      * before the failed-login count and lock were added, for
      * CONVERT CREDENTIALS.
           SELECT OPTIONAL Operators-Plain
           ASSIGN TO "data/operators.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY POP-ID.
           SELECT OPTIONAL Warehouses-Plain
           ASSIGN TO "data/warehouses.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PWA-Name.
           SELECT OPTIONAL Vehichles-Plain
           ASSIGN TO "data/vehichles.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY PVE-Number.
      * Plain sequential copies of the indexed masters, restorable on
      * a fresh machine with nothing but this program.
           SELECT OPTIONAL Warehouse-Backup
           SELECT OPTIONAL Rule-Backup
           ASSIGN TO "data/handling-rules.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Ledger-Backup
           ASSIGN TO "data/ledger.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Invoice-Line-Backup
           ASSIGN TO "data/invoice-lines.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Audit-Chain-Backup
           ASSIGN TO "data/audit-chain.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Audit-Segment-Backup
           ASSIGN TO "data/audit-segments.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Feed-State-Backup
           ASSIGN TO "data/feed-state.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Position-Backup
           ASSIGN TO "data/positions.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Cycle-Count-Backup
           ASSIGN TO "data/cycle-counts.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Count-Item-Backup
           ASSIGN TO "data/count-items.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Hold-Backup
           ASSIGN TO "data/holds.bak"
           ORGANIZATION SEQUENTIAL.
           SELECT OPTIONAL Run-Control-Backup
           ASSIGN TO "data/run-control.bak"
           ORGANIZATION SEQUENTIAL.
      * Record counts written at export time, checked at import time,
      * so a truncated or mixed-generation set of .bak files is
      * caught before anyone trusts the rebuilt masters.
           COPY claim.
       FD Handling-Rules.
           COPY handling-rule.
       FD Ledger.
           COPY ledger.
       FD Invoice-Lines.
           COPY invoice-line.
       FD Audit-Chain.
           COPY audit-chain.
       FD Audit-Segments.
           COPY audit-segment.
       FD Feed-States.
           COPY feed-state.
       FD Positions.
           COPY position.
       FD Cycle-Counts.
           COPY cycle-count.
       FD Count-Items.
           COPY count-item.
       FD Holds.
           COPY hold.
       FD Run-Controls.
           COPY run-control.
       FD Cargoes-Old.
       01 Old-Cargo.
           05 OCA-ID PIC X(30).
           05 OHI-Route-Step PIC 9(3).
           05 OHI-Promised-Date PIC 9(8).
           05 OHI-Priority PIC X.
      * The claim layout as it stood before CL-Settled-Amount and
      * CL-Settled-Date, field for field, for CONVERT CLAIMS.
       FD Claims-Old.
       01 Old-Claim.
           05 OCL-ID PIC X(30).
           05 OCL-CA-ID PIC X(30).
           05 OCL-Warehouse PIC X(50).
           05 OCL-State PIC 9.
           05 OCL-Opened-Date PIC 9(8).
           05 OCL-Note PIC X(100).
      * The operator, warehouse and vehichle layouts as they stood
      * before the failed-login count and lock (and, for vehichles,
      * the Gateway key issue date), field for field, for CONVERT
      * CREDENTIALS.
       FD Operators-Plain.
       01 Plain-Operator.
           05 POP-ID PIC X(30).
           05 POP-Password PIC X(50).
           05 POP-Role PIC X.
       FD Warehouses-Plain.
       01 Plain-Warehouse.
           05 PWA-Name PIC X(50).
           05 PWA-Password PIC X(50).
           05 PWA-Location.
               10 PWA-X PIC 9(8).
               10 PWA-Y PIC 9(8).
           05 PWA-Capacity PIC 9(6).
       FD Vehichles-Plain.
       01 Plain-Vehichle.
           05 PVE-Number PIC 9(15).
           05 PVE-Password PIC X(50).
           05 PVE-Location.
               10 PVE-X PIC 9(8).
               10 PVE-Y PIC 9(8).
           05 PVE-Capacity PIC 9(6).
           05 PVE-Status PIC X.
           05 PVE-Odometer PIC 9(18).
      * The backup records are byte images of the copybook layouts
      * above (a record cannot COPY the same copybook twice in one
      * program); their PIC X widths must track the copybooks.
       FD Warehouse-Backup.
       01 Warehouse-Backup-Record PIC X(126).
       FD Vehichle-Backup.
       01 Vehichle-Backup-Record PIC X(118).
       FD Cargo-Backup.
       01 Cargo-Backup-Record PIC X(377).
       FD Route-Backup.
       FD Transfer-Backup.
       01 Transfer-Backup-Record PIC X(176).
       FD Operator-Backup.
       01 Operator-Backup-Record PIC X(85).
       FD Tariff-Backup.
       01 Tariff-Backup-Record PIC X(33).
       FD Customer-Backup.
       01 Customer-Backup-Record PIC X(180).
       FD Claim-Backup.
       01 Claim-Backup-Record PIC X(238).
       FD Rule-Backup.
       01 Rule-Backup-Record PIC X(52).
       FD Ledger-Backup.
       01 Ledger-Backup-Record PIC X(145).
       FD Invoice-Line-Backup.
       01 Invoice-Line-Backup-Record PIC X(232).
       FD Audit-Chain-Backup.
       01 Audit-Chain-Backup-Record PIC X(26).
       FD Audit-Segment-Backup.
       01 Audit-Segment-Backup-Record PIC X(43).
       FD Feed-State-Backup.
       01 Feed-State-Backup-Record PIC X(72).
       FD Position-Backup.
       01 Position-Backup-Record PIC X(65).
       FD Cycle-Count-Backup.
       01 Cycle-Count-Backup-Record PIC X(123).
       FD Count-Item-Backup.
       01 Count-Item-Backup-Record PIC X(109).
       FD Hold-Backup.
       01 Hold-Backup-Record PIC X(239).
       FD Run-Control-Backup.
       01 Run-Control-Backup-Record PIC X(65).
       FD Backup-Control.
       01 Backup-Control-Entry.
           05 BC-File PIC X(12).
           88 Command-Convert VALUE "CONVERT".
           88 Command-Convert-Vehichle VALUE "CONVERT VEHICHLE".
           88 Command-Convert-History VALUE "CONVERT HISTORY".
           88 Command-Convert-Claims VALUE "CONVERT CLAIMS".
           88 Command-Convert-Credentials VALUE "CONVERT CREDENTIALS".
       01 WS-Record-Count PIC 9(9).
       01 WS-Expected-Count PIC 9(9).
       01 WS-Error-Count PIC 9(9) VALUE ZERO.
       01 WS-Customer-Expected PIC 9(9) VALUE ZERO.
       01 WS-Claim-Expected PIC 9(9) VALUE ZERO.
       01 WS-Rule-Expected PIC 9(9) VALUE ZERO.
       01 WS-Ledger-Expected PIC 9(9) VALUE ZERO.
       01 WS-Invoice-Line-Expected PIC 9(9) VALUE ZERO.
       01 WS-Audit-Chain-Expected PIC 9(9) VALUE ZERO.
       01 WS-Audit-Segment-Expected PIC 9(9) VALUE ZERO.
       01 WS-Feed-State-Expected PIC 9(9) VALUE ZERO.
       01 WS-Position-Expected PIC 9(9) VALUE ZERO.
       01 WS-Cycle-Count-Expected PIC 9(9) VALUE ZERO.
       01 WS-Count-Item-Expected PIC 9(9) VALUE ZERO.
       01 WS-Hold-Expected PIC 9(9) VALUE ZERO.
       01 WS-Run-Control-Expected PIC 9(9) VALUE ZERO.
      * Current-layout byte image built from an old-layout record:
      * the old 346 bytes as they were, followed by the appended
      * customer reference and handling class at their no-account/
           05 Converted-Handling-Class PIC X VALUE "G".
      * Likewise for an old-layout vehichle record: the old 87 bytes
      * followed by the appended fields at their in-service/fresh-
      * meter/unlocked/no-key defaults, the password replaced by its
      * one-way form. The widths must track Old-Vehichle above.
       01 Converted-Vehichle-Image.
           05 Converted-Vehichle-Old.
               10 FILLER PIC X(15).
               10 Converted-OVE-Password PIC X(50).
               10 FILLER PIC X(22).
           05 Converted-VE-Status PIC X VALUE "I".
           05 Converted-VE-Odometer PIC 9(18) VALUE ZERO.
           05 Converted-VE-Fail-Count PIC 9(3) VALUE ZERO.
           05 Converted-VE-Lock-State PIC X VALUE "A".
           05 Converted-VE-Key-Issued PIC 9(8) VALUE ZERO.
      * And for the plain-password layouts: the old bytes with the
      * password replaced by its one-way form, followed by the
      * appended fields at their unlocked (and, for vehichles,
      * no-key-issued) defaults. The widths must track the Plain-
      * records above.
       01 Converted-Operator-Image.
           05 Converted-Operator-Old.
               10 FILLER PIC X(30).
               10 Converted-POP-Password PIC X(50).
               10 FILLER PIC X.
           05 Converted-OP-Fail-Count PIC 9(3) VALUE ZERO.
           05 Converted-OP-Lock-State PIC X VALUE "A".
       01 Converted-Warehouse-Image.
           05 Converted-Warehouse-Old.
               10 FILLER PIC X(50).
               10 Converted-PWA-Password PIC X(50).
               10 FILLER PIC X(22).
           05 Converted-WA-Fail-Count PIC 9(3) VALUE ZERO.
           05 Converted-WA-Lock-State PIC X VALUE "A".
       01 Converted-Plain-Vehichle-Image.
           05 Converted-Plain-Vehichle-Old.
               10 FILLER PIC X(15).
               10 Converted-PVE-Password PIC X(50).
               10 FILLER PIC X(41).
           05 Converted-PVE-Fail-Count PIC 9(3) VALUE ZERO.
           05 Converted-PVE-Lock-State PIC X VALUE "A".
           05 Converted-PVE-Key-Issued PIC 9(8) VALUE ZERO.
      * Mirrors FlagTransport-Controller's HASH-PASSWORD working
      * fields.
       01 WS-Hash-Salt PIC X(50).
       01 WS-Hash-Input PIC X(50).
       01 WS-Hash-Result PIC X(50).
       01 WS-Hash-Text PIC X(101).
       01 WS-Hash-Round PIC 9(3).
       01 WS-Hash-Pos PIC 9(3).
       01 WS-Hash-A PIC 9(9).
       01 WS-Hash-B PIC 9(9).
       01 WS-Hash-C PIC 9(9).
       01 WS-Hash-D PIC 9(9).
      * And for an old-layout history record: the old 330 bytes
      * followed by the appended customer reference at its
      * no-account default. The X width must track
       01 Converted-History-Image.
           05 Converted-History-Old PIC X(330).
           05 Converted-HI-Customer PIC X(30) VALUE SPACES.
      * And for an old-layout claim: the old 219 bytes followed by
      * the appended settlement fields at their not-settled defaults;
      * a claim already Settled before the ledger existed carries no
      * payout. The X width must track Old-Claim above.
       01 Converted-Claim-Image.
           05 Converted-Claim-Old PIC X(219).
           05 Converted-CL-Settled-Amount PIC 9(9)V99 VALUE ZERO.
           05 Converted-CL-Settled-Date PIC 9(8) VALUE ZERO.

                           PROCEDURE DIVISION.
           SET WA-Name-Invalid TO TRUE
           SET TA-Band-Limit-Invalid TO TRUE
           SET CU-ID-Invalid TO TRUE
           SET CL-ID-Invalid TO TRUE
           SET LE-Customer-Invalid TO TRUE
           SET IL-Customer-Invalid TO TRUE
           OPEN INPUT User-Input
           DISPLAY "?>> Mode (EXPORT/IMPORT):" END-DISPLAY
           READ User-Input END GO TO FINISH-BACKUP END-READ
               PERFORM EXPORT-CUSTOMERS
               PERFORM EXPORT-CLAIMS
               PERFORM EXPORT-RULES
               PERFORM EXPORT-LEDGER
               PERFORM EXPORT-INVOICE-LINES
               PERFORM EXPORT-AUDIT-CHAIN
               PERFORM EXPORT-AUDIT-SEGMENTS
               PERFORM EXPORT-FEED-STATES
               PERFORM EXPORT-POSITIONS
               PERFORM EXPORT-CYCLE-COUNTS
               PERFORM EXPORT-COUNT-ITEMS
               PERFORM EXPORT-HOLDS
               PERFORM EXPORT-RUN-CONTROLS
               CLOSE Backup-Control
               DISPLAY "/>> Export end" END-DISPLAY
           WHEN Command-Import
               PERFORM IMPORT-CUSTOMERS
               PERFORM IMPORT-CLAIMS
               PERFORM IMPORT-RULES
               PERFORM IMPORT-LEDGER
               PERFORM IMPORT-INVOICE-LINES
               PERFORM IMPORT-AUDIT-CHAIN
               PERFORM IMPORT-AUDIT-SEGMENTS
               PERFORM IMPORT-FEED-STATES
               PERFORM IMPORT-POSITIONS
               PERFORM IMPORT-CYCLE-COUNTS
               PERFORM IMPORT-COUNT-ITEMS
               PERFORM IMPORT-HOLDS
               PERFORM IMPORT-RUN-CONTROLS
               IF WS-Error-Count IS GREATER ZERO
                   DISPLAY
                       "!>> Import end with " WS-Error-Count
                       " counts match"
                   END-DISPLAY
               END-IF
           WHEN Command-Convert-Claims
               DISPLAY
                   "/>> Claims layout conversion start"
               END-DISPLAY
               PERFORM CONVERT-OLD-CLAIMS
               MOVE WS-Record-Count TO WS-Claim-Expected
               PERFORM IMPORT-CLAIMS
               IF WS-Error-Count IS GREATER ZERO
                   DISPLAY
                       "!>> Conversion end with " WS-Error-Count
                       " exception(s), check before trusting the"
                       " rebuilt file"
                   END-DISPLAY
               ELSE
                   DISPLAY
                       "/>> Claims layout conversion end,"
                       " counts match"
                   END-DISPLAY
               END-IF
           WHEN Command-Convert-Credentials
               DISPLAY
                   "/>> Credential layout conversion start"
               END-DISPLAY
               PERFORM CONVERT-PLAIN-OPERATORS
               MOVE WS-Record-Count TO WS-Operator-Expected
               PERFORM IMPORT-OPERATORS
               PERFORM CONVERT-PLAIN-WAREHOUSES
               MOVE WS-Record-Count TO WS-Warehouse-Expected
               PERFORM IMPORT-WAREHOUSES
               PERFORM CONVERT-PLAIN-VEHICHLES
               MOVE WS-Record-Count TO WS-Vehichle-Expected
               PERFORM IMPORT-VEHICHLES
               IF WS-Error-Count IS GREATER ZERO
                   DISPLAY
                       "!>> Conversion end with " WS-Error-Count
                       " exception(s), check before trusting the"
                       " rebuilt files"
                   END-DISPLAY
               ELSE
                   DISPLAY
                       "/>> Credential layout conversion end,"
                       " counts match"
                   END-DISPLAY
               END-IF
           WHEN Command-Convert
               DISPLAY "/>> Cargo layout conversion start" END-DISPLAY
               PERFORM CONVERT-OLD-CARGOES
           DISPLAY
               "*>> Handling rules exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-LEDGER.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Ledger
           OPEN OUTPUT Ledger-Backup
           MOVE LOW-VALUES TO LE-Key
           START Ledger KEY IS NOT LESS LE-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Ledger NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Ledger-Entry TO Ledger-Backup-Record
               WRITE Ledger-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Ledger-Backup
           CLOSE Ledger
           MOVE "LEDGER" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Ledger entries exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-INVOICE-LINES.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Invoice-Lines
           OPEN OUTPUT Invoice-Line-Backup
           MOVE LOW-VALUES TO IL-Key
           START Invoice-Lines KEY IS NOT LESS IL-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Invoice-Lines NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Invoice-Line TO Invoice-Line-Backup-Record
               WRITE Invoice-Line-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Invoice-Line-Backup
           CLOSE Invoice-Lines
           MOVE "INVOICELINES" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Invoice lines exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-AUDIT-CHAIN.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Audit-Chain
           OPEN OUTPUT Audit-Chain-Backup
           MOVE LOW-VALUES TO AC-Key
           START Audit-Chain KEY IS NOT LESS AC-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Audit-Chain NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Audit-Chain-Head TO Audit-Chain-Backup-Record
               WRITE Audit-Chain-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Audit-Chain-Backup
           CLOSE Audit-Chain
           MOVE "AUDITCHAIN" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Audit chain heads exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-AUDIT-SEGMENTS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Audit-Segments
           OPEN OUTPUT Audit-Segment-Backup
           MOVE ZERO TO AS-Period
           START Audit-Segments KEY IS NOT LESS AS-Period
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Audit-Segments NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Audit-Segment TO Audit-Segment-Backup-Record
               WRITE Audit-Segment-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Audit-Segment-Backup
           CLOSE Audit-Segments
           MOVE "AUDITSEGMENT" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Audit segments exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-FEED-STATES.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Feed-States
           OPEN OUTPUT Feed-State-Backup
           MOVE LOW-VALUES TO FS-Key
           START Feed-States KEY IS NOT LESS FS-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Feed-States NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Feed-State TO Feed-State-Backup-Record
               WRITE Feed-State-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Feed-State-Backup
           CLOSE Feed-States
           MOVE "FEEDSTATE" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Feed states exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-POSITIONS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Positions
           OPEN OUTPUT Position-Backup
           MOVE LOW-VALUES TO PO-Key
           START Positions KEY IS NOT LESS PO-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Positions NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Position-Report TO Position-Backup-Record
               WRITE Position-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Position-Backup
           CLOSE Positions
           MOVE "POSITION" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Position reports exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-CYCLE-COUNTS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Cycle-Counts
           OPEN OUTPUT Cycle-Count-Backup
           MOVE LOW-VALUES TO CC-Key
           START Cycle-Counts KEY IS NOT LESS CC-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cycle-Counts NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Cycle-Count TO Cycle-Count-Backup-Record
               WRITE Cycle-Count-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Cycle-Count-Backup
           CLOSE Cycle-Counts
           MOVE "CYCLECNT" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Cycle counts exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-COUNT-ITEMS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Count-Items
           OPEN OUTPUT Count-Item-Backup
           MOVE LOW-VALUES TO CI-Key
           START Count-Items KEY IS NOT LESS CI-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Count-Items NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Count-Item TO Count-Item-Backup-Record
               WRITE Count-Item-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Count-Item-Backup
           CLOSE Count-Items
           MOVE "COUNTITEM" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Count items exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-HOLDS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Holds
           OPEN OUTPUT Hold-Backup
           MOVE LOW-VALUES TO HO-ID
           START Holds KEY IS NOT LESS HO-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Holds NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Cargo-Hold TO Hold-Backup-Record
               WRITE Hold-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Hold-Backup
           CLOSE Holds
           MOVE "HOLD" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Holds exported: " WS-Record-Count
           END-DISPLAY.
       EXPORT-RUN-CONTROLS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Run-Controls
           OPEN OUTPUT Run-Control-Backup
           MOVE LOW-VALUES TO RN-Key
           START Run-Controls KEY IS NOT LESS RN-Key
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Run-Controls NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Run-Control TO Run-Control-Backup-Record
               WRITE Run-Control-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Run-Control-Backup
           CLOSE Run-Controls
           MOVE "RUNCTL" TO BC-File
           MOVE WS-Record-Count TO BC-Count
           WRITE Backup-Control-Entry
           DISPLAY
               "*>> Run controls exported: " WS-Record-Count
           END-DISPLAY.

      * One-off layout conversion, run exactly once against a cargo
      * master from before the customer reference and handling
               READ Vehichles-Old NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Old-Vehichle TO Converted-Vehichle-Old
               MOVE OVE-Number TO WS-Hash-Salt
               MOVE OVE-Password TO WS-Hash-Input
               PERFORM HASH-PASSWORD
               MOVE WS-Hash-Result TO Converted-OVE-Password
               MOVE Converted-Vehichle-Image TO Vehichle-Backup-Record
               WRITE Vehichle-Backup-Record
               ADD 1 TO WS-Record-Count
               WS-Record-Count
           END-DISPLAY.

      * The same one-off conversion for a claims file from before
      * the settlement amount and date were added.
       CONVERT-OLD-CLAIMS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Claims-Old
           OPEN OUTPUT Claim-Backup
           MOVE SPACES TO OCL-ID
           START Claims-Old KEY IS NOT LESS OCL-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Claims-Old NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Old-Claim TO Converted-Claim-Old
               MOVE Converted-Claim-Image TO Claim-Backup-Record
               WRITE Claim-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Claim-Backup
           CLOSE Claims-Old
           DISPLAY
               "*>> Claims converted to backup image: "
               WS-Record-Count
           END-DISPLAY.

      * The one-off conversion of the operator, warehouse and
      * vehichle masters from while passwords were kept as typed:
      * each password is replaced by its salted one-way form, keyed
      * the same way the sign-on programs key it, and the failed-
      * login fields are appended at their unlocked defaults. A
      * vehichle comes out with no Gateway key issued, so GATEWAY
      * KEY must be run for it before it can use the Gateway again.
       CONVERT-PLAIN-OPERATORS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Operators-Plain
           OPEN OUTPUT Operator-Backup
           MOVE SPACES TO POP-ID
           START Operators-Plain KEY IS NOT LESS POP-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Operators-Plain NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Plain-Operator TO Converted-Operator-Old
               MOVE POP-ID TO WS-Hash-Salt
               MOVE POP-Password TO WS-Hash-Input
               PERFORM HASH-PASSWORD
               MOVE WS-Hash-Result TO Converted-POP-Password
               MOVE Converted-Operator-Image TO Operator-Backup-Record
               WRITE Operator-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Operator-Backup
           CLOSE Operators-Plain
           DISPLAY
               "*>> Operators converted to backup image: "
               WS-Record-Count
           END-DISPLAY.
       CONVERT-PLAIN-WAREHOUSES.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Warehouses-Plain
           OPEN OUTPUT Warehouse-Backup
           MOVE SPACES TO PWA-Name
           START Warehouses-Plain KEY IS NOT LESS PWA-Name
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Warehouses-Plain NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Plain-Warehouse TO Converted-Warehouse-Old
               MOVE PWA-Name TO WS-Hash-Salt
               MOVE PWA-Password TO WS-Hash-Input
               PERFORM HASH-PASSWORD
               MOVE WS-Hash-Result TO Converted-PWA-Password
               MOVE Converted-Warehouse-Image
                   TO Warehouse-Backup-Record
               WRITE Warehouse-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Warehouse-Backup
           CLOSE Warehouses-Plain
           DISPLAY
               "*>> Warehouses converted to backup image: "
               WS-Record-Count
           END-DISPLAY.
       CONVERT-PLAIN-VEHICHLES.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Vehichles-Plain
           OPEN OUTPUT Vehichle-Backup
           MOVE ZERO TO PVE-Number
           START Vehichles-Plain KEY IS NOT LESS PVE-Number
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Vehichles-Plain NEXT RECORD AT END EXIT PERFORM
               END-READ
               MOVE Plain-Vehichle TO Converted-Plain-Vehichle-Old
               MOVE PVE-Number TO WS-Hash-Salt
               MOVE PVE-Password TO WS-Hash-Input
               PERFORM HASH-PASSWORD
               MOVE WS-Hash-Result TO Converted-PVE-Password
               MOVE Converted-Plain-Vehichle-Image
                   TO Vehichle-Backup-Record
               WRITE Vehichle-Backup-Record
               ADD 1 TO WS-Record-Count
           END-PERFORM
           END-START
           CLOSE Vehichle-Backup
           CLOSE Vehichles-Plain
           DISPLAY
               "*>> Vehichles converted to backup image: "
               WS-Record-Count
           END-DISPLAY.
      * Mirrors FlagTransport-Controller's HASH-PASSWORD.
       HASH-PASSWORD.
           MOVE SPACES TO WS-Hash-Text
           STRING
               WS-Hash-Salt DELIMITED BY SIZE
               ":" DELIMITED BY SIZE
               WS-Hash-Input DELIMITED BY SIZE
               INTO WS-Hash-Text
           END-STRING
           MOVE 7 TO WS-Hash-A
           MOVE 11 TO WS-Hash-B
           MOVE 13 TO WS-Hash-C
           MOVE 17 TO WS-Hash-D
           PERFORM VARYING WS-Hash-Round FROM 1 BY 1
               UNTIL WS-Hash-Round IS GREATER 64
               PERFORM VARYING WS-Hash-Pos FROM 1 BY 1
                   UNTIL WS-Hash-Pos IS GREATER 101
                   COMPUTE WS-Hash-A = FUNCTION MOD(
                       WS-Hash-A * 131 + WS-Hash-D + WS-Hash-Round
                       + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
                       999999937)
                   COMPUTE WS-Hash-B = FUNCTION MOD(
                       WS-Hash-B * 137 + WS-Hash-A
                       + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
                       999999929)
                   COMPUTE WS-Hash-C = FUNCTION MOD(
                       WS-Hash-C * 139 + WS-Hash-B
                       + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
                       999999893)
                   COMPUTE WS-Hash-D = FUNCTION MOD(
                       WS-Hash-D * 149 + WS-Hash-C
                       + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
                       999999883)
               END-PERFORM
           END-PERFORM
           MOVE SPACES TO WS-Hash-Result
           STRING
               "H1:" WS-Hash-A WS-Hash-B WS-Hash-C WS-Hash-D
               INTO WS-Hash-Result
           END-STRING.

       LOAD-CONTROL-COUNTS.
           OPEN INPUT Backup-Control
           PERFORM FOREVER
                   MOVE BC-Count TO WS-Claim-Expected
               WHEN "RULES"
                   MOVE BC-Count TO WS-Rule-Expected
               WHEN "LEDGER"
                   MOVE BC-Count TO WS-Ledger-Expected
               WHEN "INVOICELINES"
                   MOVE BC-Count TO WS-Invoice-Line-Expected
               WHEN "AUDITCHAIN"
                   MOVE BC-Count TO WS-Audit-Chain-Expected
               WHEN "AUDITSEGMENT"
                   MOVE BC-Count TO WS-Audit-Segment-Expected
               WHEN "FEEDSTATE"
                   MOVE BC-Count TO WS-Feed-State-Expected
               WHEN "POSITION"
                   MOVE BC-Count TO WS-Position-Expected
               WHEN "CYCLECNT"
                   MOVE BC-Count TO WS-Cycle-Count-Expected
               WHEN "COUNTITEM"
                   MOVE BC-Count TO WS-Count-Item-Expected
               WHEN "HOLD"
                   MOVE BC-Count TO WS-Hold-Expected
               WHEN "RUNCTL"
                   MOVE BC-Count TO WS-Run-Control-Expected
               WHEN OTHER
                   ADD 1 TO WS-Error-Count
                   DISPLAY
               "*>> Handling rules reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-LEDGER.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Ledger-Backup
           OPEN OUTPUT Ledger
           PERFORM FOREVER
               READ Ledger-Backup AT END EXIT PERFORM END-READ
               MOVE Ledger-Backup-Record TO Ledger-Entry
               WRITE Ledger-Entry
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Ledger reload clash for "
                       FUNCTION TRIM(LE-Customer)
                       "/" FUNCTION TRIM(LE-Document)
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Ledger
           CLOSE Ledger-Backup
           MOVE WS-Ledger-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Ledger entries reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-INVOICE-LINES.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Invoice-Line-Backup
           OPEN OUTPUT Invoice-Lines
           PERFORM FOREVER
               READ Invoice-Line-Backup AT END EXIT PERFORM END-READ
               MOVE Invoice-Line-Backup-Record TO Invoice-Line
               WRITE Invoice-Line
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Invoice line reload clash for "
                       FUNCTION TRIM(IL-Customer)
                       "/" FUNCTION TRIM(IL-Document)
                       "/" FUNCTION TRIM(IL-CA-ID)
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Invoice-Lines
           CLOSE Invoice-Line-Backup
           MOVE WS-Invoice-Line-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Invoice lines reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-AUDIT-CHAIN.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Audit-Chain-Backup
           OPEN OUTPUT Audit-Chain
           PERFORM FOREVER
               READ Audit-Chain-Backup AT END EXIT PERFORM END-READ
               MOVE Audit-Chain-Backup-Record TO Audit-Chain-Head
               WRITE Audit-Chain-Head
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Audit chain reload clash for "
                       FUNCTION TRIM(AC-Key)
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Audit-Chain
           CLOSE Audit-Chain-Backup
           MOVE WS-Audit-Chain-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Audit chain heads reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-AUDIT-SEGMENTS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Audit-Segment-Backup
           OPEN OUTPUT Audit-Segments
           PERFORM FOREVER
               READ Audit-Segment-Backup AT END EXIT PERFORM END-READ
               MOVE Audit-Segment-Backup-Record TO Audit-Segment
               WRITE Audit-Segment
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Audit segment reload clash for "
                       AS-Period
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Audit-Segments
           CLOSE Audit-Segment-Backup
           MOVE WS-Audit-Segment-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Audit segments reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-FEED-STATES.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Feed-State-Backup
           OPEN OUTPUT Feed-States
           PERFORM FOREVER
               READ Feed-State-Backup AT END EXIT PERFORM END-READ
               MOVE Feed-State-Backup-Record TO Feed-State
               WRITE Feed-State
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Feed state reload clash for "
                       FS-Type " " FS-Customer-ID
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Feed-States
           CLOSE Feed-State-Backup
           MOVE WS-Feed-State-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Feed states reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-POSITIONS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Position-Backup
           OPEN OUTPUT Positions
           PERFORM FOREVER
               READ Position-Backup AT END EXIT PERFORM END-READ
               MOVE Position-Backup-Record TO Position-Report
               WRITE Position-Report
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Position report reload clash for "
                       PO-VE-Number " " PO-Date " " PO-Time
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Positions
           CLOSE Position-Backup
           MOVE WS-Position-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Position reports reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-CYCLE-COUNTS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Cycle-Count-Backup
           OPEN OUTPUT Cycle-Counts
           PERFORM FOREVER
               READ Cycle-Count-Backup AT END EXIT PERFORM END-READ
               MOVE Cycle-Count-Backup-Record TO Cycle-Count
               WRITE Cycle-Count
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Cycle count reload clash for "
                       FUNCTION TRIM(CC-Warehouse) " "
                       CC-Opened-Date " " CC-Opened-Time
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Cycle-Counts
           CLOSE Cycle-Count-Backup
           MOVE WS-Cycle-Count-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Cycle counts reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-COUNT-ITEMS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Count-Item-Backup
           OPEN OUTPUT Count-Items
           PERFORM FOREVER
               READ Count-Item-Backup AT END EXIT PERFORM END-READ
               MOVE Count-Item-Backup-Record TO Count-Item
               WRITE Count-Item
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Count item reload clash for "
                       FUNCTION TRIM(CI-Warehouse) " "
                       FUNCTION TRIM(CI-CA-ID)
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Count-Items
           CLOSE Count-Item-Backup
           MOVE WS-Count-Item-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Count items reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-HOLDS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Hold-Backup
           OPEN OUTPUT Holds
           PERFORM FOREVER
               READ Hold-Backup AT END EXIT PERFORM END-READ
               MOVE Hold-Backup-Record TO Cargo-Hold
               WRITE Cargo-Hold
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Hold reload clash for "
                       FUNCTION TRIM(HO-ID)
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Holds
           CLOSE Hold-Backup
           MOVE WS-Hold-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Holds reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       IMPORT-RUN-CONTROLS.
           MOVE ZERO TO WS-Record-Count
           OPEN INPUT Run-Control-Backup
           OPEN OUTPUT Run-Controls
           PERFORM FOREVER
               READ Run-Control-Backup AT END EXIT PERFORM END-READ
               MOVE Run-Control-Backup-Record TO Run-Control
               WRITE Run-Control
                   INVALID
                   ADD 1 TO WS-Error-Count
                   DISPLAY
                       "!>> Run control reload clash for "
                       RN-Business-Date " " RN-Step-No
                   END-DISPLAY
                   NOT INVALID
                   ADD 1 TO WS-Record-Count
               END-WRITE
           END-PERFORM
           CLOSE Run-Controls
           CLOSE Run-Control-Backup
           MOVE WS-Run-Control-Expected TO WS-Expected-Count
           PERFORM CHECK-IMPORT-COUNT
           DISPLAY
               "*>> Run controls reloaded: " WS-Record-Count
               " of " WS-Expected-Count
           END-DISPLAY.
       CHECK-IMPORT-COUNT.
           IF WS-Record-Count IS NOT EQUAL WS-Expected-Count
               ADD 1 TO WS-Error-Count
