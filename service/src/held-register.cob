                           IDENTIFICATION DIVISION.
       PROGRAM-ID. FlagTransport-Held-Register.

                           ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL Holds ASSIGN TO "data/holds.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY HO-ID
           ALTERNATE RECORD KEY HO-Subject WITH DUPLICATES.
           SELECT OPTIONAL Cargoes ASSIGN TO "data/cargoes.dat"
           ORGANIZATION INDEXED
           ACCESS DYNAMIC
           RECORD KEY CA-ID
           ALTERNATE RECORD KEY CA-Warehouse WITH DUPLICATES
           ALTERNATE RECORD KEY CA-Vehichle WITH DUPLICATES.

                           DATA DIVISION.
       FILE SECTION.
       FD Holds.
           COPY hold.
       FD Cargoes.
           COPY cargo.
       WORKING-STORAGE SECTION.
       01 Today-Date PIC 9(8).
       01 Hold-Age PIC 9(9).
       01 WS-Hold-Type-Name PIC X(13).
       01 WS-Held-Cargo-Count PIC 9(9).
       01 WS-Active-Count PIC 9(9) VALUE ZERO.
       01 WS-Stale-Count PIC 9(9) VALUE ZERO.
      * Holds older than this many days are flagged, so a hold
      * nobody is working on anymore gets chased instead of quietly
      * freezing the freight for good.
       01 WS-Stale-Days PIC 9(3) VALUE 7.

                           PROCEDURE DIVISION.
           SET CA-ID-Invalid TO TRUE
           ACCEPT Today-Date FROM DATE YYYYMMDD
           DISPLAY "/>> Held cargo register start" END-DISPLAY
           OPEN INPUT Holds
           OPEN INPUT Cargoes
           MOVE SPACES TO HO-ID
           START Holds KEY IS NOT LESS HO-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Holds NEXT RECORD AT END EXIT PERFORM END-READ
      *        Released holds are history; the register is for what
      *        is frozen right now.
               IF NOT HO-Active
                   EXIT PERFORM CYCLE
               END-IF
               ADD 1 TO WS-Active-Count
               COMPUTE Hold-Age =
                   FUNCTION INTEGER-OF-DATE(Today-Date)
                   - FUNCTION INTEGER-OF-DATE(HO-Placed-Date)
               EVALUATE TRUE
               WHEN HO-Customs MOVE "CUSTOMS" TO WS-Hold-Type-Name
               WHEN HO-Payment MOVE "PAYMENT" TO WS-Hold-Type-Name
               WHEN OTHER MOVE "INVESTIGATION" TO WS-Hold-Type-Name
               END-EVALUATE
               IF Hold-Age IS GREATER WS-Stale-Days
                   ADD 1 TO WS-Stale-Count
                   DISPLAY
                       "!>> STALE " FUNCTION TRIM(WS-Hold-Type-Name)
                       " hold " FUNCTION TRIM(HO-ID)
                       ", " Hold-Age " day(s) old"
                       WITH NO ADVANCING
                   END-DISPLAY
               ELSE
                   DISPLAY
                       "*>> " FUNCTION TRIM(WS-Hold-Type-Name)
                       " hold " FUNCTION TRIM(HO-ID)
                       ", " Hold-Age " day(s) old"
                       WITH NO ADVANCING
                   END-DISPLAY
               END-IF
               DISPLAY
                   ", placed " HO-Placed-Date
                   " by " FUNCTION TRIM(HO-Placed-By)
                   ": " FUNCTION TRIM(HO-Reason)
               END-DISPLAY
               IF HO-On-Cargo
                   PERFORM REPORT-HELD-CARGO
               ELSE
                   PERFORM REPORT-HELD-ACCOUNT
               END-IF
           END-PERFORM
           END-START
           CLOSE Holds
           CLOSE Cargoes
           DISPLAY
               "/>> Held cargo register end ("
               WS-Active-Count " hold(s) active, "
               WS-Stale-Count " older than " WS-Stale-Days " day(s))"
           END-DISPLAY
           STOP RUN.

      * Where the one held cargo is right now. A cargo hold outlives
      * its cargo only if it was archived before the hold was placed
      * or the record went missing; either way it wants releasing.
       REPORT-HELD-CARGO.
           MOVE HO-Target TO CA-ID
           READ Cargoes
               INVALID
               DISPLAY
                   "!>>     cargo " FUNCTION TRIM(HO-Target)
                   " no longer on file"
               END-DISPLAY
               NOT INVALID
               IF Stored OF Cargo
                   DISPLAY
                       "*>>     cargo " FUNCTION TRIM(CA-ID)
                       " stored at " FUNCTION TRIM(CA-Warehouse)
                   END-DISPLAY
               ELSE
                   DISPLAY
                       "*>>     cargo " FUNCTION TRIM(CA-ID)
                       " on vehichle " CA-Vehichle
                   END-DISPLAY
               END-IF
           END-READ.
      * How much live freight an account hold is freezing; there is
      * no customer key on the cargo file, so the file is walked.
       REPORT-HELD-ACCOUNT.
           MOVE ZERO TO WS-Held-Cargo-Count
           MOVE SPACES TO CA-ID
           START Cargoes KEY IS NOT LESS CA-ID
               INVALID CONTINUE
               NOT INVALID PERFORM FOREVER
               READ Cargoes NEXT RECORD AT END EXIT PERFORM END-READ
               IF CA-Customer IS EQUAL HO-Target
                   ADD 1 TO WS-Held-Cargo-Count
               END-IF
           END-PERFORM
           END-START
           DISPLAY
               "*>>     customer " FUNCTION TRIM(HO-Target)
               ", " WS-Held-Cargo-Count " live cargo held"
           END-DISPLAY.
