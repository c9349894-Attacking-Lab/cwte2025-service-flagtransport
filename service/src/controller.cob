000249     ACCESS DYNAMIC
000249     RECORD KEY HI-Key
000249     ALTERNATE RECORD KEY HI-Warehouse WITH DUPLICATES.
000249* Receivables ledger, for the credit note a settled claim
000249* becomes on its consignor's account.
000249     SELECT OPTIONAL Ledger ASSIGN TO "data/ledger.dat"
000249     ORGANIZATION INDEXED
000249     ACCESS DYNAMIC
000249     RECORD KEY LE-Key.
000249* Supervisor holds freezing a cargo, or every cargo of one
000249* consignor account; the Gateways and the batch runs read it
000249* before anything moves, plans or archives held freight.
000249     SELECT OPTIONAL Holds ASSIGN TO "data/holds.dat"
000249     ORGANIZATION INDEXED
000249     ACCESS DYNAMIC
000249     RECORD KEY HO-ID
000249     ALTERNATE RECORD KEY HO-Subject WITH DUPLICATES.
000250     SELECT OPTIONAL Warehouse-Log ASSIGN TO Log-Path
000260     ORGANIZATION LINE SEQUENTIAL.
000265     SELECT OPTIONAL Audit-Log ASSIGN TO "logs/audit.log"
000266     ORGANIZATION LINE SEQUENTIAL.
000266* Head of the chained audit journal, shared with both Gateways;
000266* taken under its record lock for every journal line so the
000266* writers can never hand out the same sequence number.
000266     SELECT OPTIONAL Audit-Chain ASSIGN TO "data/audit-chain.dat"
000266     ORGANIZATION INDEXED
000266     ACCESS DYNAMIC
000266     RECORD KEY AC-Key
000266     LOCK MODE IS MANUAL WITH LOCK ON RECORD
000266     FILE STATUS IS WS-Audit-Chain-Status.
000267     SELECT OPTIONAL Restart-File ASSIGN TO "data/restart.dat"
000268     ORGANIZATION LINE SEQUENTIAL.
000270
000499     COPY customer.
000499 FD History.
000499     COPY history.
000499 FD Ledger.
000499     COPY ledger.
000499 FD Holds.
000499     COPY hold.
000600 FD Warehouse-Log.
000610 01 Log-Entry PIC X(300).
000615 FD Audit-Log.
000616 01 Audit-Entry PIC X(300).
000616 FD Audit-Chain.
000616     COPY audit-chain.
000617 FD Restart-File.
000618 01 Restart-Entry.
000618     05 Restart-Line PIC 9(9).
000749     88 Command-Reposition VALUE "REPOSITION".
000749     88 Command-Operator-Register VALUE "REGISTER OPERATOR".
000749     88 Command-Customer-Register VALUE "REGISTER CUSTOMER".
000749* Clears the failure count and lock on an operator, warehouse
000749* or vehichle account that ran into the failed-login limit.
000749     88 Command-Account-Unlock VALUE "UNLOCK ACCOUNT".
000749* Flips the managed vehichle between in service and out of
000749* service, and records a maintenance event (resetting the usage
000749* meter) once a service has actually been done; both under the
000749* account, live file and History both, so a caller's "show me
000749* everything we have with you" is one command.
000749     88 Command-Customer-Track VALUE "TRACK CUSTOMER".
000749* Freezes a cargo, or every cargo of a consignor account, so
000749* nothing moves it until the hold is released again.
000749     88 Command-Hold-Place VALUE "PLACE HOLD".
000749     88 Command-Hold-Release VALUE "RELEASE HOLD".
000749* Tracks which authenticated session, if any, Command-Change-
000749* Password/Command-Reposition apply to.
000749 01 WS-Manage-Mode PIC X VALUE SPACE.
001066* Claim being raised or progressed by the managed warehouse.
001066 01 WS-CL-ID PIC X(30).
001066 01 WS-CL-Note PIC X(100).
001066* Payout agreed when PROGRESS CLAIM settles a claim, and the
001066* consignor account it is credited to.
001066 01 WS-CL-Settled-Amount PIC 9(9)V99.
001066* The payout as it is written into the journal, decimal point
001066* and all, since the status feed passes the text on as it is.
001066 01 WS-CL-Settled-Edited PIC Z(8)9.99.
001066 01 WS-CL-Amount-State PIC X VALUE "Y".
001066     88 Claim-Amount-Usable VALUE "Y".
001066 01 WS-Credit-Customer PIC X(30).
001066 01 WS-Credit-Lookup PIC X VALUE "N".
001066     88 Credit-Lookup-Busy VALUE "B".
001066 01 WS-Credit-Document PIC X(34).
001066* Whether the cargo a RAISE CLAIM names is or ever was at the
001066* managed warehouse; a claim against freight the warehouse
001066* never touched is refused.
001066* cargo would dangle forever once the other completes.
001066 01 WS-Transfer-Pending PIC X VALUE "N".
001066     88 Transfer-Pending VALUE "Y".
001066* Hold being placed or released by PLACE HOLD/RELEASE HOLD.
001066 01 WS-HO-ID PIC X(30).
001066 01 WS-HO-Scope PIC X.
001066 01 WS-HO-Target PIC X(30).
001066 01 WS-HO-Type PIC X.
001066 01 WS-HO-Reason PIC X(100).
001066* Whether the cargo in the record buffer is frozen by an Active
001066* hold, and that hold described for whoever was refused.
001066 01 WS-Hold-State PIC X VALUE "N".
001066     88 Cargo-On-Hold VALUE "Y".
001066 01 WS-Hold-Subject PIC X(31).
001066 01 WS-Hold-Type-Name PIC X(13).
001066 01 WS-Hold-Text PIC X(200).
001066* The operator signed on to this console session. Every command
001066* runs under these; the role gates the command EVALUATE and the
001066* ID is stamped into every log and audit line.
001066 01 WS-New-Operator-ID PIC X(30).
001066 01 WS-New-Operator-Password PIC X(50).
001066 01 WS-New-Operator-Role PIC X.
001066* Credential hardening. Passwords are only ever kept in their
001066* salted one-way form, worked by HASH-PASSWORD from the account
001066* key and the typed password; consecutive failed logins beyond
001066* the limit lock the account until a supervisor runs UNLOCK
001066* ACCOUNT, and a Gateway key stops working once it is older
001066* than the validity window.
001066 01 WS-Max-Failures PIC 9(3) VALUE 5.
001066 01 WS-Key-Valid-Days PIC 9(4) VALUE 90.
001066 01 WS-Hash-Salt PIC X(50).
001066 01 WS-Hash-Input PIC X(50).
001066 01 WS-Hash-Result PIC X(50).
001066 01 WS-Hash-Text PIC X(101).
001066 01 WS-Hash-Round PIC 9(3).
001066 01 WS-Hash-Pos PIC 9(3).
001066 01 WS-Hash-A PIC 9(9).
001066 01 WS-Hash-B PIC 9(9).
001066 01 WS-Hash-C PIC 9(9).
001066 01 WS-Hash-D PIC 9(9).
001066* The login being checked, for the journal line a refusal
001066* leaves behind.
001066 01 WS-Login-Kind PIC X(10).
001066 01 WS-Login-Name PIC X(50).
001066 01 WS-Login-Fails PIC 9(3).
001066 01 WS-Login-Result PIC X.
001066     88 Login-Accepted VALUE "A".
001066     88 Login-Unknown VALUE "U".
001066     88 Login-Refused-Locked VALUE "R".
001066     88 Login-Failed VALUE "F".
001066     88 Login-Locked-Now VALUE "L".
001066* Account named on UNLOCK ACCOUNT.
001066 01 WS-Unlock-Kind PIC X.
001066 01 WS-Unlock-ID PIC X(50).
001066 01 WS-Unlock-VE-Number PIC 9(15).
001066 01 WS-Key-Today PIC 9(8).
001066 01 WS-Key-Expiry-Date PIC 9(8).
001067* Record for working route data, gathered interactively before
001068* the ordered waypoint list is written out to the Routes file.
001069 01 WS-Route.
001159* Raw message, captured before ADD-LOG-ENTRY prefixes Log-Entry
001159* with its own timestamp, so Audit-Log isn't double-stamped.
001159 01 Audit-Message PIC X(300).
001159* Every journal line carries its sequence number and a check
001159* value folded over the line text from the previous line's
001159* check, so an edited, removed or inserted line breaks the
001159* chain where it happened. The check is worked with the line's
001159* own CHK= digits zeroed; a busy chain record means another
001159* writer is mid-append and is waited out, never skipped.
001159 01 WS-Audit-Chain-Status PIC XX.
001159     88 Audit-Chain-Busy VALUE "51".
001159 01 WS-Audit-Chain-State PIC X.
001159     88 Audit-Chain-Held VALUE "H".
001159     88 Audit-Chain-Missing VALUE "M".
001159 01 WS-Audit-Check PIC 9(9).
001159 01 WS-Audit-Check-Sum PIC 9(11).
001159 01 WS-Audit-Check-Pos PIC 9(4).
001159 01 WS-Audit-Check-Length PIC 9(4).
001160 01 Log-Path.
001170     05 Path-Chars PIC X
001180         OCCURS 10 TO 1000 DEPENDING ON Log-Path-Length.
001200
001210 01 Gateway-Key-Index USAGE INDEX.
001220 01 Gateway-Key-Temp PIC 9(20).
001220 01 Gateway-Key-Carry PIC 9(5).
001230 01 Gateway-Key PIC X(50).
001235* Batch checkpoint/restart bookkeeping. WS-Line-Number counts every
001236* line consumed from User-Input; a checkpoint is only written once
001351     OPEN I-O Handling-Rules
001351     OPEN I-O Claims
001351     OPEN I-O Customers
001351     OPEN I-O Ledger
001351     OPEN I-O Holds
001351* History is only read here (TRACK CUSTOMER); the nightly
001351* archive run stays its only writer.
001351     OPEN INPUT History
001475     MOVE WS-Capacity TO WS-WA-Capacity
001480     MOVE WS-Warehouse TO Warehouse
001490     MOVE WS-Location TO Location OF Warehouse
001490     MOVE WA-Name TO WS-Hash-Salt
001490     MOVE WS-WA-Password TO WS-Hash-Input
001490     PERFORM HASH-PASSWORD
001490     MOVE WS-Hash-Result TO WA-Password
001490     MOVE ZERO TO WA-Fail-Count
001490     SET WA-Active TO TRUE
001510     WRITE Warehouse
001520         INVALID
001530         DISPLAY "!>> Registration failed" END-DISPLAY
001632
001620     WHEN Command-Warehouse-Manage
001630     PERFORM ASK-WAREHOUSE-LOGIN
001635     MOVE WS-WA-Name TO WS-Login-Name
001640     PERFORM LOAD-WAREHOUSE
001650     PERFORM CHECK-WAREHOUSE-LOGIN
001660     IF NOT Login-Accepted
001670         SET WS-WA-Name-Invalid TO TRUE
001680         DISPLAY "!>> Authentication failed" END-DISPLAY
001690     ELSE
002157         EXIT PERFORM CYCLE
002158     END-IF
002159     MOVE WS-New-Operator-ID TO OP-ID
002159     MOVE OP-ID TO WS-Hash-Salt
002159     MOVE WS-New-Operator-Password TO WS-Hash-Input
002159     PERFORM HASH-PASSWORD
002159     MOVE WS-Hash-Result TO OP-Password
002159     MOVE WS-New-Operator-Role TO OP-Role
002159     MOVE ZERO TO OP-Fail-Count
002159     SET OP-Active TO TRUE
002159     WRITE Operator
002159         INVALID
002159         DISPLAY "!>> Registration failed" END-DISPLAY
002169         DISPLAY "!>> Invalid operation" END-DISPLAY
002169         EXIT PERFORM CYCLE
002169     END-IF
002169*    Held freight may not be put on offer either; a vehichle
002169*    claiming the order could not move it.
002169     PERFORM CHECK-CARGO-HOLD
002169     IF Cargo-On-Hold
002169         UNLOCK Cargoes
002169         DISPLAY "!>> Cargo on hold: " FUNCTION TRIM(WS-Hold-Text)
002169             END-DISPLAY
002169         EXIT PERFORM CYCLE
002169     END-IF
002169*    The order is raised against the cargo as validated above;
002169*    the cargo record itself is not rewritten here, so its
002169*    lock goes back before the Transfers work starts.
002170     ACCEPT Now-Date FROM DATE YYYYMMDD
002170     MOVE Now-Date TO CL-Opened-Date
002170     MOVE WS-CL-Note TO CL-Note
002170     MOVE ZERO TO CL-Settled-Amount
002170     MOVE ZERO TO CL-Settled-Date
002170     WRITE Claim
002170         INVALID
002170         DISPLAY "!>> Registration failed" END-DISPLAY
002170         EXIT PERFORM CYCLE
002170     END-IF
002170     PERFORM ASK-CLAIM-ID
002170     PERFORM ASK-CLAIM-SETTLEMENT
002170     MOVE WS-CL-ID TO CL-ID
002170     READ Claims
002170         INVALID
002170             INTO Log-Entry
002170         END-STRING
002170     ELSE
002170         IF NOT Claim-Amount-Usable
002170             DISPLAY "!>> Unusable settlement amount" END-DISPLAY
002170             EXIT PERFORM CYCLE
002170         END-IF
002170*        The consignor is settled on before the claim is, so a
002170*        cargo record a Gateway session holds leaves the claim
002170*        open for a retry rather than settled with no credit.
002170         PERFORM FIND-CREDIT-CUSTOMER
002170         IF Credit-Lookup-Busy
002170             DISPLAY "!>> Record busy, retry" END-DISPLAY
002170             EXIT PERFORM CYCLE
002170         END-IF
002170         SET CL-Settled TO TRUE
002170         MOVE WS-CL-Settled-Amount TO CL-Settled-Amount
002170         ACCEPT Now-Date FROM DATE YYYYMMDD
002170         MOVE Now-Date TO CL-Settled-Date
002170         MOVE WS-CL-Settled-Amount TO WS-CL-Settled-Edited
002170         STRING
002170             "Claim " FUNCTION TRIM(WS-CL-ID)
002170             " settled for " FUNCTION TRIM(WS-CL-Settled-Edited)
002170             INTO Log-Entry
002170         END-STRING
002170     END-IF
002170     MOVE ZERO TO WS-Audit-Vehichle
002170     MOVE CL-CA-ID TO WS-Audit-Cargo
002170     PERFORM ADD-LOG-ENTRY
002170     IF CL-Settled
002170         PERFORM POST-CLAIM-CREDIT
002170     END-IF
002170     DISPLAY "/>> Claim progressed" END-DISPLAY
002170
002170     WHEN Command-Hold-Place
002170     PERFORM ASK-HOLD-ID
002170     PERFORM ASK-HOLD-DETAILS
002170*    Every line is read before any check, as RAISE CLAIM does.
002170*    A hold must name a known type, a real cargo or customer
002170*    account, and a reason the refused party can act on.
002170     IF WS-HO-ID IS EQUAL SPACES
002170         OR (WS-HO-Scope IS NOT EQUAL "C"
002170             AND WS-HO-Scope IS NOT EQUAL "U")
002170         OR (WS-HO-Type IS NOT EQUAL "C"
002170             AND WS-HO-Type IS NOT EQUAL "P"
002170             AND WS-HO-Type IS NOT EQUAL "I")
002170         OR WS-HO-Target IS EQUAL SPACES
002170         OR WS-HO-Reason IS EQUAL SPACES
002170         DISPLAY "!>> Registration failed" END-DISPLAY
002170         EXIT PERFORM CYCLE
002170     END-IF
002170     IF WS-HO-Scope IS EQUAL "C"
002170         MOVE WS-HO-Target TO CA-ID
002170         READ Cargoes
002170             INVALID
002170             DISPLAY "!>> Unknown cargo" END-DISPLAY
002170             EXIT PERFORM CYCLE
002170         END-READ
002170     ELSE
002170         MOVE WS-HO-Target TO CU-ID
002170         READ Customers
002170             INVALID
002170             DISPLAY "!>> Unknown customer" END-DISPLAY
002170             EXIT PERFORM CYCLE
002170         END-READ
002170     END-IF
002170     MOVE WS-HO-ID TO HO-ID
002170     MOVE WS-HO-Scope TO HO-Scope
002170     MOVE WS-HO-Target TO HO-Target
002170     MOVE WS-HO-Type TO HO-Type
002170     MOVE WS-HO-Reason TO HO-Reason
002170     SET HO-Active TO TRUE
002170     ACCEPT Now-Date FROM DATE YYYYMMDD
002170     MOVE Now-Date TO HO-Placed-Date
002170     MOVE WS-Operator-ID TO HO-Placed-By
002170     MOVE ZERO TO HO-Released-Date
002170     MOVE SPACES TO HO-Released-By
002170     WRITE Cargo-Hold
002170         INVALID
002170         DISPLAY "!>> Registration failed" END-DISPLAY
002170         NOT INVALID
002170         PERFORM DESCRIBE-HOLD
002170         MOVE SPACES TO Log-Entry
002170         STRING
002170             "Placed " FUNCTION TRIM(WS-Hold-Text)
002170             INTO Log-Entry
002170         END-STRING
002170         PERFORM SET-HOLD-AUDIT-CONTEXT
002170         PERFORM ADD-AUDIT-LOG-ONLY
002170         DISPLAY "/>> Hold placed" END-DISPLAY
002170     END-WRITE
002170
002170     WHEN Command-Hold-Release
002170     PERFORM ASK-HOLD-ID
002170     MOVE WS-HO-ID TO HO-ID
002170     READ Holds
002170         INVALID
002170         DISPLAY "!>> Invalid operation" END-DISPLAY
002170         EXIT PERFORM CYCLE
002170     END-READ
002170*    A released hold stays released; freezing the freight again
002170*    takes a fresh hold, so each one's age is its own.
002170     IF HO-Released
002170         DISPLAY "!>> Invalid operation" END-DISPLAY
002170         EXIT PERFORM CYCLE
002170     END-IF
002170     SET HO-Released TO TRUE
002170     ACCEPT Now-Date FROM DATE YYYYMMDD
002170     MOVE Now-Date TO HO-Released-Date
002170     MOVE WS-Operator-ID TO HO-Released-By
002170     REWRITE Cargo-Hold
002170     PERFORM DESCRIBE-HOLD
002170     MOVE SPACES TO Log-Entry
002170     STRING
002170         "Released " FUNCTION TRIM(WS-Hold-Text)
002170         INTO Log-Entry
002170     END-STRING
002170     PERFORM SET-HOLD-AUDIT-CONTEXT
002170     PERFORM ADD-AUDIT-LOG-ONLY
002170     DISPLAY "/>> Hold released" END-DISPLAY
002170
002171     WHEN Command-Cargo-Track
002172     PERFORM ASK-CARGO-ID
002173     PERFORM LOAD-CARGO
002335     MOVE WS-Capacity TO WS-VE-Capacity
002340     MOVE WS-Vehichle TO Vehichle
002350     MOVE WS-Location TO Location OF Vehichle
002355* New vehichles join the fleet roadworthy with a fresh meter;
002355* no Gateway key is valid until GATEWAY KEY issues one.
002356     SET VE-In-Service TO TRUE
002357     MOVE ZERO TO VE-Odometer
002357     MOVE VE-Number TO WS-Hash-Salt
002357     MOVE WS-VE-Password TO WS-Hash-Input
002357     PERFORM HASH-PASSWORD
002357     MOVE WS-Hash-Result TO VE-Password
002357     MOVE ZERO TO VE-Fail-Count
002357     SET VE-Active TO TRUE
002357     MOVE ZERO TO VE-Key-Issued-Date
002370     WRITE Vehichle
002380         INVALID
002390         DISPLAY "!>> Registration failed" END-DISPLAY
002450
002460     WHEN Command-Vehichle-Manage
002470     PERFORM ASK-VEHICHLE-LOGIN
002475     MOVE WS-VE-Number TO WS-Login-Name
002480     PERFORM LOAD-VEHICHLE
002490     PERFORM CHECK-VEHICHLE-LOGIN
002500     IF NOT Login-Accepted
002510         SET WS-VE-Number-Invalid TO TRUE
002520         DISPLAY "!>> Authentication failed" END-DISPLAY
002530     ELSE
002575             DISPLAY "?>> New password:" END-DISPLAY
002576             PERFORM READ-COMMAND-LINE
002577             MOVE User-Input-Line TO WS-WA-Password
002578             MOVE WA-Name TO WS-Hash-Salt
002578             MOVE WS-WA-Password TO WS-Hash-Input
002578             PERFORM HASH-PASSWORD
002578             MOVE WS-Hash-Result TO WA-Password
002579             REWRITE Warehouse
002580             DISPLAY "/>> Password changed" END-DISPLAY
002581         WHEN Managing-Vehichle
002583             DISPLAY "?>> New password:" END-DISPLAY
002584             PERFORM READ-COMMAND-LINE
002585             MOVE User-Input-Line TO WS-VE-Password
002586             MOVE VE-Number TO WS-Hash-Salt
002586             MOVE WS-VE-Password TO WS-Hash-Input
002586             PERFORM HASH-PASSWORD
002586             MOVE WS-Hash-Result TO VE-Password
002587             REWRITE Vehichle
002588             DISPLAY "/>> Password changed" END-DISPLAY
002589         WHEN OTHER
002613     PERFORM ADD-MAINTENANCE-LOG-ENTRY
002613     DISPLAY "/>> Maintenance recorded" END-DISPLAY
002613
002613     WHEN Command-Account-Unlock
002613     PERFORM ASK-UNLOCK-ACCOUNT
002613     PERFORM UNLOCK-ONE-ACCOUNT
002613
002613     WHEN Command-Maintenance-Read
002613     IF NOT Managing-Vehichle
002613         DISPLAY "!>> Not authenticated" END-DISPLAY
002600         DISPLAY "!>> Not authenticated" END-DISPLAY
002610         EXIT PERFORM CYCLE
002620     END-IF
002625*    Every request issues a fresh key dated today; the key the
002625*    vehichle had before stops working with it.
002626     PERFORM LOAD-VEHICHLE
002627     ACCEPT WS-Key-Today FROM DATE YYYYMMDD
002628     MOVE WS-Key-Today TO VE-Key-Issued-Date
002629     REWRITE Vehichle
002630     PERFORM COMPUTE-GATEWAY-KEY
002631     COMPUTE WS-Key-Expiry-Date = FUNCTION DATE-OF-INTEGER(
002632         FUNCTION INTEGER-OF-DATE(WS-Key-Today)
002633         + WS-Key-Valid-Days)
002640     DISPLAY "/>> Key: " Gateway-Key
002641     DISPLAY "/>> Key valid until " WS-Key-Expiry-Date
002642     MOVE SPACES TO Log-Entry
002643     STRING
002644         "Gateway key issued, valid until " WS-Key-Expiry-Date
002645         INTO Log-Entry
002646     END-STRING
002647     MOVE SPACES TO WS-Audit-Warehouse
002648     MOVE WS-VE-Number TO WS-Audit-Vehichle
002649     MOVE SPACES TO WS-Audit-Cargo
002650     PERFORM ADD-AUDIT-LOG-ONLY
002650
002660     WHEN Command-Cargo-Load
002670     IF WS-WA-Name-Invalid OR WS-VE-Number-Invalid
002790         DISPLAY "!>> Invalid operation" END-DISPLAY
002800         EXIT PERFORM CYCLE
002810     END-IF
002811*    Held freight stays where it is until the hold is released.
002811     PERFORM CHECK-CARGO-HOLD
002811     IF Cargo-On-Hold
002811         UNLOCK Cargoes
002811         DISPLAY "!>> Cargo on hold: " FUNCTION TRIM(WS-Hold-Text)
002811             END-DISPLAY
002811         EXIT PERFORM CYCLE
002811     END-IF
002812*    Incompatible handling classes may not share the vehichle,
002813*    per the V rules in data/handling-rules.dat.
002814     PERFORM CHECK-VEHICHLE-MIX
002990         DISPLAY "!>> Invalid operation" END-DISPLAY
003000         EXIT PERFORM CYCLE
003010     END-IF
003011*    Held freight stays aboard until the hold is released.
003011     PERFORM CHECK-CARGO-HOLD
003011     IF Cargo-On-Hold
003011         UNLOCK Cargoes
003011         DISPLAY "!>> Cargo on hold: " FUNCTION TRIM(WS-Hold-Text)
003011             END-DISPLAY
003011         EXIT PERFORM CYCLE
003011     END-IF
003012*    Classes other than general may only land at a warehouse
003013*    certified for them, per the W rules in
003014*    data/handling-rules.dat.
003208     CLOSE Claims
003208     CLOSE Customers
003208     CLOSE History
003208     CLOSE Ledger
003208     CLOSE Holds
003209     PERFORM CLEAR-CHECKPOINT
003210     DISPLAY "/>> Console closed" END-DISPLAY
003220     STOP RUN.
003231     CLOSE Claims
003231     CLOSE Customers
003231     CLOSE History
003231     CLOSE Ledger
003231     CLOSE Holds
003232     DISPLAY "!>> Input ended mid-command; checkpoint kept"
003233         END-DISPLAY
003234     STOP RUN.
003249     END-START
003249     IF Operator-File-Empty
003249         PERFORM BOOTSTRAP-FIRST-OPERATOR
003249         EXIT PARAGRAPH
003249     END-IF
003249     MOVE "Operator" TO WS-Login-Kind
003249     MOVE WS-Operator-ID TO WS-Login-Name
003249     MOVE SPACES TO WS-Audit-Warehouse
003249     MOVE ZERO TO WS-Audit-Vehichle
003249     MOVE SPACES TO WS-Audit-Cargo
003249     SET Login-Accepted TO TRUE
003249     MOVE WS-Operator-ID TO OP-ID
003249     READ Operators
003249         INVALID SET Login-Unknown TO TRUE
003249     END-READ
003249     IF Login-Accepted
003249         IF OP-Locked
003249             SET Login-Refused-Locked TO TRUE
003249         ELSE
003249             MOVE OP-ID TO WS-Hash-Salt
003249             MOVE WS-Operator-Password TO WS-Hash-Input
003249             PERFORM HASH-PASSWORD
003249             IF WS-Hash-Result IS NOT EQUAL OP-Password
003249                 ADD 1 TO OP-Fail-Count
003249                 MOVE OP-Fail-Count TO WS-Login-Fails
003249                 SET Login-Failed TO TRUE
003249                 IF OP-Fail-Count IS NOT LESS WS-Max-Failures
003249                     SET OP-Locked TO TRUE
003249                     SET Login-Locked-Now TO TRUE
003249                 END-IF
003249                 REWRITE Operator
003249             ELSE
003249                 IF OP-Fail-Count IS GREATER ZERO
003249                     MOVE ZERO TO OP-Fail-Count
003249                     REWRITE Operator
003249                 END-IF
003249             END-IF
003249         END-IF
003249     END-IF
003249     IF NOT Login-Accepted
003249         PERFORM AUDIT-LOGIN-FAILURE
003249         SET WS-Operator-ID-Invalid TO TRUE
003249         EXIT PARAGRAPH
003249     END-IF
003249     MOVE OP-Role TO WS-Operator-Role.
003249 BOOTSTRAP-FIRST-OPERATOR.
003249     MOVE WS-Operator-ID TO OP-ID
003249     MOVE OP-ID TO WS-Hash-Salt
003249     MOVE WS-Operator-Password TO WS-Hash-Input
003249     PERFORM HASH-PASSWORD
003249     MOVE WS-Hash-Result TO OP-Password
003249     MOVE "S" TO OP-Role
003249     MOVE ZERO TO OP-Fail-Count
003249     SET OP-Active TO TRUE
003249     WRITE Operator
003249         INVALID SET WS-Operator-ID-Invalid TO TRUE
003249     END-WRITE
003249     DISPLAY
003249         "/>> First operator registered as supervisor"
003249     END-DISPLAY.
003249* The managed-warehouse login: the typed password is worked into
003249* its one-way form and held against the stored one. A locked
003249* account is refused whatever is typed, a wrong password counts
003249* towards the lock, a right one clears the count.
003249 CHECK-WAREHOUSE-LOGIN.
003249     MOVE "Warehouse" TO WS-Login-Kind
003249     MOVE SPACES TO WS-Audit-Warehouse
003249     MOVE ZERO TO WS-Audit-Vehichle
003249     MOVE SPACES TO WS-Audit-Cargo
003249     SET Login-Accepted TO TRUE
003249     IF WS-WA-Name-Invalid
003249         SET Login-Unknown TO TRUE
003249     ELSE
003249         MOVE WA-Name TO WS-Audit-Warehouse
003249         IF WA-Locked
003249             SET Login-Refused-Locked TO TRUE
003249         ELSE
003249             MOVE WA-Name TO WS-Hash-Salt
003249             MOVE WS-WA-Password TO WS-Hash-Input
003249             PERFORM HASH-PASSWORD
003249             IF WS-Hash-Result IS NOT EQUAL WA-Password
003249                 ADD 1 TO WA-Fail-Count
003249                 MOVE WA-Fail-Count TO WS-Login-Fails
003249                 SET Login-Failed TO TRUE
003249                 IF WA-Fail-Count IS NOT LESS WS-Max-Failures
003249                     SET WA-Locked TO TRUE
003249                     SET Login-Locked-Now TO TRUE
003249                 END-IF
003249                 REWRITE Warehouse
003249             ELSE
003249                 IF WA-Fail-Count IS GREATER ZERO
003249                     MOVE ZERO TO WA-Fail-Count
003249                     REWRITE Warehouse
003249                 END-IF
003249             END-IF
003249         END-IF
003249     END-IF
003249     IF NOT Login-Accepted
003249         PERFORM AUDIT-LOGIN-FAILURE
003249     END-IF.
003249* The managed-vehichle login, on the same terms.
003249 CHECK-VEHICHLE-LOGIN.
003249     MOVE "Vehichle" TO WS-Login-Kind
003249     MOVE SPACES TO WS-Audit-Warehouse
003249     MOVE ZERO TO WS-Audit-Vehichle
003249     MOVE SPACES TO WS-Audit-Cargo
003249     SET Login-Accepted TO TRUE
003249     IF WS-VE-Number-Invalid
003249         SET Login-Unknown TO TRUE
003249     ELSE
003249         MOVE VE-Number TO WS-Audit-Vehichle
003249         IF VE-Locked
003249             SET Login-Refused-Locked TO TRUE
003249         ELSE
003249             MOVE VE-Number TO WS-Hash-Salt
003249             MOVE WS-VE-Password TO WS-Hash-Input
003249             PERFORM HASH-PASSWORD
003249             IF WS-Hash-Result IS NOT EQUAL VE-Password
003249                 ADD 1 TO VE-Fail-Count
003249                 MOVE VE-Fail-Count TO WS-Login-Fails
003249                 SET Login-Failed TO TRUE
003249                 IF VE-Fail-Count IS NOT LESS WS-Max-Failures
003249                     SET VE-Locked TO TRUE
003249                     SET Login-Locked-Now TO TRUE
003249                 END-IF
003249                 REWRITE Vehichle
003249             ELSE
003249                 IF VE-Fail-Count IS GREATER ZERO
003249                     MOVE ZERO TO VE-Fail-Count
003249                     REWRITE Vehichle
003249                 END-IF
003249             END-IF
003249         END-IF
003249     END-IF
003249     IF NOT Login-Accepted
003249         PERFORM AUDIT-LOGIN-FAILURE
003249     END-IF.
003249* Journals a refused login; the caller has set the audit tags
003249* and WS-Login-Kind/-Name. The typed password is never logged.
003249 AUDIT-LOGIN-FAILURE.
003249     MOVE SPACES TO Log-Entry
003249     EVALUATE TRUE
003249     WHEN Login-Unknown
003249         STRING
003249             FUNCTION TRIM(WS-Login-Kind)
003249             " login failed, no such account "
003249             FUNCTION TRIM(WS-Login-Name)
003249             INTO Log-Entry
003249         END-STRING
003249     WHEN Login-Refused-Locked
003249         STRING
003249             FUNCTION TRIM(WS-Login-Kind)
003249             " login refused for " FUNCTION TRIM(WS-Login-Name)
003249             ", account locked"
003249             INTO Log-Entry
003249         END-STRING
003249         DISPLAY "!>> Account locked" END-DISPLAY
003249     WHEN Login-Failed
003249         STRING
003249             FUNCTION TRIM(WS-Login-Kind)
003249             " login failed for " FUNCTION TRIM(WS-Login-Name)
003249             ", failure " WS-Login-Fails " of " WS-Max-Failures
003249             INTO Log-Entry
003249         END-STRING
003249     WHEN Login-Locked-Now
003249         STRING
003249             FUNCTION TRIM(WS-Login-Kind)
003249             " login failed for " FUNCTION TRIM(WS-Login-Name)
003249             ", failure " WS-Login-Fails " of " WS-Max-Failures
003249             ", account LOCKED"
003249             INTO Log-Entry
003249         END-STRING
003249         DISPLAY "!>> Account locked" END-DISPLAY
003249     END-EVALUATE
003249     PERFORM ADD-AUDIT-LOG-ONLY.
003249* Supervisor only, by the read-only gate: clears the count and
003249* the lock on the named account and journals who did it.
003249 UNLOCK-ONE-ACCOUNT.
003249     MOVE SPACES TO WS-Audit-Warehouse
003249     MOVE ZERO TO WS-Audit-Vehichle
003249     MOVE SPACES TO WS-Audit-Cargo
003249     SET Login-Accepted TO TRUE
003249     EVALUATE WS-Unlock-Kind
003249     WHEN "O"
003249         MOVE "Operator" TO WS-Login-Kind
003249         MOVE WS-Unlock-ID TO OP-ID
003249         READ Operators
003249             INVALID SET Login-Unknown TO TRUE
003249             NOT INVALID
003249             MOVE ZERO TO OP-Fail-Count
003249             SET OP-Active TO TRUE
003249             REWRITE Operator
003249         END-READ
003249     WHEN "W"
003249         MOVE "Warehouse" TO WS-Login-Kind
003249         MOVE WS-Unlock-ID TO WA-Name
003249         MOVE WS-Unlock-ID TO WS-Audit-Warehouse
003249         READ Warehouses
003249             INVALID SET Login-Unknown TO TRUE
003249             NOT INVALID
003249             MOVE ZERO TO WA-Fail-Count
003249             SET WA-Active TO TRUE
003249             REWRITE Warehouse
003249         END-READ
003249     WHEN "V"
003249         MOVE "Vehichle" TO WS-Login-Kind
003249         MOVE WS-Unlock-VE-Number TO VE-Number
003249         MOVE WS-Unlock-VE-Number TO WS-Audit-Vehichle
003249         READ Vehichles
003249             INVALID SET Login-Unknown TO TRUE
003249             NOT INVALID
003249             MOVE ZERO TO VE-Fail-Count
003249             SET VE-Active TO TRUE
003249             REWRITE Vehichle
003249         END-READ
003249     WHEN OTHER
003249         DISPLAY "!>> Invalid operation" END-DISPLAY
003249         EXIT PARAGRAPH
003249     END-EVALUATE
003249     IF Login-Unknown
003249         DISPLAY "!>> Account not found" END-DISPLAY
003249         EXIT PARAGRAPH
003249     END-IF
003249     MOVE SPACES TO Log-Entry
003249     STRING
003249         FUNCTION TRIM(WS-Login-Kind) " account "
003249         FUNCTION TRIM(WS-Unlock-ID) " unlocked"
003249         INTO Log-Entry
003249     END-STRING
003249     PERFORM ADD-AUDIT-LOG-ONLY
003249     DISPLAY "/>> Account unlocked" END-DISPLAY.
003250* Persists how many User-Input lines have been fully applied so far,
003251* and the currently authenticated warehouse/vehichle (if any), so a
003251* rerun of the same batch file can resume past this point without
003633     DISPLAY "?>> Role (S=supervisor, R=read-only):" END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-New-Operator-Role.
003633 ASK-UNLOCK-ACCOUNT.
003633     DISPLAY
003633         "?>> Account type (O=operator, W=warehouse, V=vehichle):"
003633     END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-Unlock-Kind
003633     DISPLAY "?>> Account:" END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-Unlock-ID
003633     MOVE User-Input-Line TO WS-Unlock-VE-Number.
003633 ASK-CLAIM-ID.
003633     DISPLAY "?>> Claim ID:" END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     DISPLAY "?>> Claim note:" END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-CL-Note.
003633* Asked on every PROGRESS CLAIM so the command consumes the
003633* same input whether or not this step settles the claim; only
003633* a settlement uses it. Blank settles with no payout; old batch
003633* inputs only need one extra blank line.
003633 ASK-CLAIM-SETTLEMENT.
003633     MOVE ZERO TO WS-CL-Settled-Amount
003633     MOVE "Y" TO WS-CL-Amount-State
003633     DISPLAY "?>> Settlement amount (blank unless settling):"
003633     END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     IF User-Input-Line IS NOT EQUAL SPACES
003633         IF FUNCTION TEST-NUMVAL(User-Input-Line) IS EQUAL ZERO
003633             COMPUTE WS-CL-Settled-Amount =
003633                 FUNCTION NUMVAL(User-Input-Line)
003633         ELSE
003633             MOVE "N" TO WS-CL-Amount-State
003633         END-IF
003633     END-IF.
003633 ASK-HANDLING-RULE.
003633     DISPLAY "?>> Rule type (V=vehichle mix, W=warehouse cert):"
003633     END-DISPLAY
003633     END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-HR-Detail.
003633 ASK-HOLD-ID.
003633     DISPLAY "?>> Hold ID:" END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-HO-ID.
003633 ASK-HOLD-DETAILS.
003633     DISPLAY "?>> Hold on (C=cargo, U=customer account):"
003633     END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-HO-Scope
003633     DISPLAY "?>> Cargo ID or customer ID:" END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-HO-Target
003633     DISPLAY
003633         "?>> Hold type (C=customs, P=payment, I=investigation):"
003633     END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-HO-Type
003633     DISPLAY "?>> Hold reason:" END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003633     MOVE User-Input-Line TO WS-HO-Reason.
003633 ASK-TRANSFER-ID.
003633     DISPLAY "?>> Transfer order ID:" END-DISPLAY
003633     PERFORM READ-COMMAND-LINE
003952         INVALID MOVE "N" TO WS-Cert-OK
003952     END-READ.
003952
003952* Whether the cargo in the record buffer is frozen by an Active
003952* hold, on the cargo itself or on its consignor account; the
003952* hold found is described in WS-Hold-Text for the refusal.
003952* Only Holds is read, so the Cargo buffer and its record lock
003952* are left exactly as the caller had them.
003952 CHECK-CARGO-HOLD.
003952     MOVE "N" TO WS-Hold-State
003952     MOVE SPACES TO WS-Hold-Text
003952     SET HO-On-Cargo TO TRUE
003952     MOVE CA-ID TO HO-Target
003952     PERFORM FIND-ACTIVE-HOLD
003952     IF Cargo-On-Hold OR CA-Customer IS EQUAL SPACES
003952         EXIT PARAGRAPH
003952     END-IF
003952     SET HO-On-Customer TO TRUE
003952     MOVE CA-Customer TO HO-Target
003952     PERFORM FIND-ACTIVE-HOLD.
003952* First Active hold on the subject set up in HO-Subject, via
003952* the alternate key; released holds are history and pass.
003952 FIND-ACTIVE-HOLD.
003952     MOVE HO-Subject TO WS-Hold-Subject
003952     START Holds KEY IS EQUAL HO-Subject
003952         INVALID CONTINUE
003952         NOT INVALID PERFORM FOREVER
003952         READ Holds NEXT RECORD AT END EXIT PERFORM END-READ
003952         IF HO-Subject IS NOT EQUAL WS-Hold-Subject
003952             EXIT PERFORM
003952         END-IF
003952         IF HO-Active
003952             MOVE "Y" TO WS-Hold-State
003952             PERFORM DESCRIBE-HOLD
003952             EXIT PERFORM
003952         END-IF
003952         END-PERFORM
003952     END-START.
003952* The hold in the Holds buffer as one line of text, e.g.
003952* "CUSTOMS hold H1 on customer ACME: papers missing".
003952 DESCRIBE-HOLD.
003952     EVALUATE TRUE
003952     WHEN HO-Customs MOVE "CUSTOMS" TO WS-Hold-Type-Name
003952     WHEN HO-Payment MOVE "PAYMENT" TO WS-Hold-Type-Name
003952     WHEN OTHER MOVE "INVESTIGATION" TO WS-Hold-Type-Name
003952     END-EVALUATE
003952     MOVE SPACES TO WS-Hold-Text
003952     IF HO-On-Customer
003952         STRING
003952             FUNCTION TRIM(WS-Hold-Type-Name) " hold "
003952             FUNCTION TRIM(HO-ID) " on customer "
003952             FUNCTION TRIM(HO-Target) ": "
003952             FUNCTION TRIM(HO-Reason)
003952             INTO WS-Hold-Text
003952         END-STRING
003952     ELSE
003952         STRING
003952             FUNCTION TRIM(WS-Hold-Type-Name) " hold "
003952             FUNCTION TRIM(HO-ID) " on cargo "
003952             FUNCTION TRIM(HO-Target) ": "
003952             FUNCTION TRIM(HO-Reason)
003952             INTO WS-Hold-Text
003952         END-STRING
003952     END-IF.
003952* Holds belong to no warehouse; a cargo hold is journalled
003952* against its cargo, an account hold against nothing more.
003952 SET-HOLD-AUDIT-CONTEXT.
003952     MOVE SPACES TO WS-Audit-Warehouse
003952     MOVE ZERO TO WS-Audit-Vehichle
003952     MOVE SPACES TO WS-Audit-Cargo
003952     IF HO-On-Cargo
003952         MOVE HO-Target TO WS-Audit-Cargo
003952     END-IF.
003952
003952* Whether the cargo a RAISE CLAIM names is sitting at the
003952* managed warehouse right now, or ever landed there per the
003952* History file, so claims stay tied to freight the warehouse
003952         END-PERFORM
003952     END-START.
003952
003952* The consignor of the claimed cargo, found on the live Cargo
003952* record or, for freight already archived, in History. A cargo
003952* record a Gateway session holds answers status 51 and is
003952* reported back as busy, since its consignor is then unknown.
003952 FIND-CREDIT-CUSTOMER.
003952     MOVE "N" TO WS-Credit-Lookup
003952     MOVE SPACES TO WS-Credit-Customer
003952     MOVE CL-CA-ID TO CA-ID
003952     READ Cargoes
003952         INVALID CONTINUE
003952         NOT INVALID MOVE CA-Customer TO WS-Credit-Customer
003952     END-READ
003952     IF Cargo-Record-Busy
003952         MOVE "B" TO WS-Credit-Lookup
003952         EXIT PARAGRAPH
003952     END-IF
003952     UNLOCK Cargoes
003952     IF WS-Credit-Customer IS EQUAL SPACES
003952         MOVE CL-CA-ID TO HI-CA-ID
003952         MOVE ZERO TO HI-Delivered-Date
003952         START History KEY IS NOT LESS HI-Key
003952             INVALID CONTINUE
003952             NOT INVALID PERFORM FOREVER
003952             READ History NEXT RECORD AT END EXIT PERFORM END-READ
003952             IF HI-CA-ID IS NOT EQUAL CL-CA-ID
003952                 EXIT PERFORM
003952             END-IF
003952             IF HI-Customer IS NOT EQUAL SPACES
003952                 MOVE HI-Customer TO WS-Credit-Customer
003952             END-IF
003952             END-PERFORM
003952         END-START
003952     END-IF.
003952
003952* A settled claim's payout is owed back to the consignor
003952* FIND-CREDIT-CUSTOMER found before the claim was settled. It
003952* goes on that account's ledger as a credit note numbered off
003952* the claim, so finance sees it without anyone carrying it
003952* across by hand.
003952 POST-CLAIM-CREDIT.
003952     IF CL-Settled-Amount IS EQUAL ZERO
003952         EXIT PARAGRAPH
003952     END-IF
003952     IF WS-Credit-Customer IS EQUAL SPACES
003952         DISPLAY
003952             "!>> Cargo has no consignor account,"
003952             " no credit note raised"
003952         END-DISPLAY
003952         EXIT PARAGRAPH
003952     END-IF
003952     MOVE SPACES TO WS-Credit-Document
003952     STRING "CRN-" CL-ID INTO WS-Credit-Document
003952     END-STRING
003952     MOVE WS-Credit-Customer TO LE-Customer
003952     MOVE WS-Credit-Document TO LE-Document
003952     SET LE-Credit-Note TO TRUE
003952     MOVE CL-Settled-Date TO LE-Doc-Date
003952     MOVE CL-Settled-Date(1:6) TO LE-Period
003952     MOVE CL-Settled-Amount TO LE-Amount
003952     MOVE CL-Settled-Amount TO LE-Open-Amount
003952     MOVE CL-ID TO LE-Reference
003952     MOVE ZERO TO LE-Line-Count
003952     WRITE Ledger-Entry
003952         INVALID
003952         DISPLAY "!>> Credit note already on file" END-DISPLAY
003952         NOT INVALID
003952         MOVE SPACES TO Log-Entry
003952         MOVE CL-Settled-Amount TO WS-CL-Settled-Edited
003952         STRING
003952             "Credit note " FUNCTION TRIM(WS-Credit-Document)
003952             " raised to " FUNCTION TRIM(WS-Credit-Customer)
003952             " for " FUNCTION TRIM(WS-CL-Settled-Edited)
003952             INTO Log-Entry
003952         END-STRING
003952         PERFORM ADD-LOG-ENTRY
003952         DISPLAY "/>> Credit note raised" END-DISPLAY
003952     END-WRITE.
003952
003952* Whether WS-CA-ID already has a transfer order in Open or
003952* Claimed state, via the TR-CA-ID alternate key - the same scan
003952* the nightly archive does before letting a delivered cargo
004288* network's activity can be reviewed with one READ LOG instead of
004290* stitching together per-warehouse logs by hand.
004292 ADD-AUDIT-ENTRY.
004293     PERFORM TAKE-AUDIT-CHAIN
004293     ADD 1 TO AC-Last-Seq
004293     MOVE ZERO TO WS-Audit-Check
004294     MOVE SPACES TO Audit-Entry-Temp
004296     STRING
004298         "["
004300             Now-Year "/" Now-Month "/" Now-Day
004302         " "
004304             Now-Hour ":" Now-Min ":" Now-Sec
004305         "] SEQ=" AC-Last-Seq
004305         " CHK=" WS-Audit-Check
004306         " OP=" FUNCTION TRIM(WS-Operator-ID)
004307         " WH=" FUNCTION TRIM(WS-Audit-Warehouse)
004308         " VE=" WS-Audit-Vehichle
004310         " CA=" FUNCTION TRIM(WS-Audit-Cargo)
004312         " " Audit-Message
004314         INTO Audit-Entry-Temp
004316     END-STRING
004317     PERFORM COMPUTE-AUDIT-CHECK
004317     MOVE WS-Audit-Check TO Audit-Entry-Temp(41:9)
004318     MOVE Audit-Entry-Temp TO Audit-Entry
004320     OPEN EXTEND Audit-Log
004322     WRITE Audit-Entry
004324     CLOSE Audit-Log
004324     MOVE WS-Audit-Check TO AC-Last-Check
004324     REWRITE Audit-Chain-Head
004324     CLOSE Audit-Chain.
004324* Takes the journal head under its record lock, holding it until
004324* ADD-AUDIT-ENTRY has appended its line and put the new head
004324* back. The very first line ever written finds no head yet and
004324* plants an empty one; if another writer beats it to that, the
004324* duplicate is simply dropped and the read tried again.
004324 TAKE-AUDIT-CHAIN.
004324     OPEN I-O Audit-Chain
004324     PERFORM FOREVER
004324         MOVE SPACES TO WS-Audit-Chain-State
004324         MOVE "JOURNAL" TO AC-Key
004324         READ Audit-Chain WITH LOCK
004324             INVALID SET Audit-Chain-Missing TO TRUE
004324         END-READ
004324         IF Audit-Chain-Missing
004324             MOVE "JOURNAL" TO AC-Key
004324             MOVE ZERO TO AC-Last-Seq
004324             MOVE ZERO TO AC-Last-Check
004324             WRITE Audit-Chain-Head
004324                 INVALID CONTINUE
004324             END-WRITE
004324             EXIT PERFORM CYCLE
004324         END-IF
004324         IF NOT Audit-Chain-Busy
004324             SET Audit-Chain-Held TO TRUE
004324             EXIT PERFORM
004324         END-IF
004324     END-PERFORM.
004324* Folds the built line, CHK= digits still zero, onto the check
004324* of the line before it. Trailing blanks are left out since the
004324* journal file does not keep them.
004324 COMPUTE-AUDIT-CHECK.
004324     MOVE AC-Last-Check TO WS-Audit-Check-Sum
004324     MOVE FUNCTION LENGTH(
004324         FUNCTION TRIM(Audit-Entry-Temp TRAILING))
004324         TO WS-Audit-Check-Length
004324     PERFORM VARYING WS-Audit-Check-Pos FROM 1 BY 1
004324         UNTIL WS-Audit-Check-Pos IS GREATER WS-Audit-Check-Length
004324         COMPUTE WS-Audit-Check-Sum = FUNCTION MOD(
004324             WS-Audit-Check-Sum * 31
004324             + FUNCTION ORD(
004324                 Audit-Entry-Temp(WS-Audit-Check-Pos:1)),
004324             999999937)
004324     END-PERFORM
004324     MOVE WS-Audit-Check-Sum TO WS-Audit-Check.
004289* Maintenance events live beside the per-warehouse logs, one
004289* line sequential file per vehichle, written through the same
004289* Warehouse-Log FD pointed at a different path.
004390
004400* Computes Gateway key for authenticated vehichle 
004410 COMPUTE-GATEWAY-KEY.
004420     MOVE ZERO TO Gateway-Key-Carry
004430     PERFORM VARYING Gateway-Key-Index FROM 1 BY 1
004440         UNTIL Gateway-Key-Index > 50
004450         COMPUTE Gateway-Key-Temp =
004460             26 * FUNCTION ORD(VE-Password(Gateway-Key-Index:1))
004470             + Gateway-Key-Index * VE-Number
004480             + VE-Key-Issued-Date / Gateway-Key-Index
004485             + Gateway-Key-Carry
004487         COMPUTE Gateway-Key-Carry =
004488             FUNCTION MOD(Gateway-Key-Temp, 99991)
004490         MOVE FUNCTION CHAR(
004500             66 + FUNCTION MOD(Gateway-Key-Temp, 26)
004510         ) TO Gateway-Key(Gateway-Key-Index:1)
004520     END-PERFORM.
004530* One-way form of a password: the account key and the typed
004530* password are folded through four interleaved running sums,
004530* round after round, and only the sums are kept, marked H1: so
004530* the form can be told apart should it ever change. The same
004530* password under another account never gives the same form.
004530 HASH-PASSWORD.
004530     MOVE SPACES TO WS-Hash-Text
004530     STRING
004530         WS-Hash-Salt DELIMITED BY SIZE
004530         ":" DELIMITED BY SIZE
004530         WS-Hash-Input DELIMITED BY SIZE
004530         INTO WS-Hash-Text
004530     END-STRING
004530     MOVE 7 TO WS-Hash-A
004530     MOVE 11 TO WS-Hash-B
004530     MOVE 13 TO WS-Hash-C
004530     MOVE 17 TO WS-Hash-D
004530     PERFORM VARYING WS-Hash-Round FROM 1 BY 1
004530         UNTIL WS-Hash-Round IS GREATER 64
004530         PERFORM VARYING WS-Hash-Pos FROM 1 BY 1
004530             UNTIL WS-Hash-Pos IS GREATER 101
004530             COMPUTE WS-Hash-A = FUNCTION MOD(
004530                 WS-Hash-A * 131 + WS-Hash-D + WS-Hash-Round
004530                 + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
004530                 999999937)
004530             COMPUTE WS-Hash-B = FUNCTION MOD(
004530                 WS-Hash-B * 137 + WS-Hash-A
004530                 + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
004530                 999999929)
004530             COMPUTE WS-Hash-C = FUNCTION MOD(
004530                 WS-Hash-C * 139 + WS-Hash-B
004530                 + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
004530                 999999893)
004530             COMPUTE WS-Hash-D = FUNCTION MOD(
004530                 WS-Hash-D * 149 + WS-Hash-C
004530                 + FUNCTION ORD(WS-Hash-Text(WS-Hash-Pos:1)),
004530                 999999883)
004530         END-PERFORM
004530     END-PERFORM
004530     MOVE SPACES TO WS-Hash-Result
004530     STRING
004530         "H1:" WS-Hash-A WS-Hash-B WS-Hash-C WS-Hash-D
004530         INTO WS-Hash-Result
004530     END-STRING.
