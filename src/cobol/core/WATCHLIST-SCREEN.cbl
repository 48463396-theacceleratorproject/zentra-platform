      *                - every party name in ACCOUNT-PARTIES.dat -
      *                  existing relationships can only be reported,
      *                  not held, so hits go to the match report for
      *                  follow-up;
      *                - every legal-entity customer on the CIF, by
      *                  its CIF name and the legal name on
      *                  ENTITY-PROFILES.dat, and every beneficial
      *                  owner and controlling person on
      *                  BENEFICIAL-OWNERS.dat, by the owner's CIF
      *                  name - plus the ENTY and BOWN rows waiting
      *                  on CUSTOMER-MAINT-REQUESTS.dat, so a new
      *                  business's owners are screened the night
      *                  they are recorded. Report-only, as parties
      *                  are.
      *              Holds work the same hold-then-decide way the
      *              large-transfer PAP status does: a reviewer
      *              decision row in WATCHLIST-DECISIONS.dat (source,
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PARTY-STATUS.

      *        Legal entities and their owners - all optional.
               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT ENTITY-FILE
                   ASSIGN TO "data/input/ENTITY-PROFILES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENT-STATUS.

               SELECT OWNERS-FILE
                   ASSIGN TO "data/input/BENEFICIAL-OWNERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BO-STATUS.

               SELECT CUST-MAINT-REQUESTS
                   ASSIGN TO "data/input/CUSTOMER-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMR-STATUS.

      *        Held items awaiting a reviewer decision - persisted
      *        across runs, same load/rewrite treatment
      *        ESCHEAT-TRACKING.dat gets.
           FD PARTIES-FILE.
           01 PARTY-IO              PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD ENTITY-FILE.
           01 ENTITY-IO             PIC X(100).

           FD OWNERS-FILE.
           01 OWNER-IO              PIC X(100).

           FD CUST-MAINT-REQUESTS.
           01 CUST-MAINT-IO         PIC X(210).

           FD HOLDS-FILE.
           01 HOLD-IO               PIC X(200).

               88 WS-TXN-FILE-OK        VALUE "00".
           01 WS-PARTY-STATUS       PIC XX.
               88 WS-PARTY-FILE-OK      VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-ENT-STATUS         PIC XX.
               88 WS-ENT-FILE-OK        VALUE "00".
           01 WS-BO-STATUS          PIC XX.
               88 WS-BO-FILE-OK         VALUE "00".
           01 WS-CMR-STATUS         PIC XX.
               88 WS-CMR-FILE-OK        VALUE "00".
           01 WS-HOLDS-STATUS       PIC XX.
               88 WS-HOLDS-FILE-OK      VALUE "00".
           01 WS-DEC-STATUS         PIC XX.
               88 END-OF-TXNS          VALUE "Y".
           01 WS-EOF-PARTY          PIC X VALUE "N".
               88 END-OF-PARTIES       VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUSTOMERS     VALUE "Y".
           01 WS-EOF-ENT            PIC X VALUE "N".
               88 END-OF-ENTITIES      VALUE "Y".
           01 WS-EOF-BO             PIC X VALUE "N".
               88 END-OF-OWNERS        VALUE "Y".
           01 WS-EOF-CMR            PIC X VALUE "N".
               88 END-OF-CUST-REQUESTS VALUE "Y".
           01 WS-EOF-HOLDS          PIC X VALUE "N".
               88 END-OF-HOLD-LOAD     VALUE "Y".
           01 WS-EOF-DEC            PIC X VALUE "N".
           COPY "ACCOUNT-MAINT-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "ACCOUNT-PARTY-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "ENTITY-PROFILE-RECORD.cpy".
           COPY "BENEFICIAL-OWNER-RECORD.cpy".

      *    --- A screened file that carried an *HDR/*TRL pair is
      *        rewritten with a FRESH pair over the surviving
                   10 WHL-DISPOSED     PIC X(01).
           01 WS-HOLD-COUNT         PIC 9(3) VALUE 0.

      *    --- Current individuals on the CIF, for the owner's
      *        name behind a beneficial-owner row ---
           01 WS-CIF-MAX            PIC 9(4) VALUE 5000.
           01 WS-CIF-TABLE.
               05 WS-CIF-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CIF-IDX.
                   10 WCF-CUSTOMER-ID  PIC X(10).
                   10 WCF-NAME         PIC X(25).
           01 WS-CIF-COUNT          PIC 9(4) VALUE 0.
           01 WS-CIF-FOUND          PIC 9(4) VALUE 0.
           01 WS-FIND-CUSTOMER      PIC X(10).

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-MAINT-HELD-COUNT   PIC 999 VALUE 0.
           01 WS-ACH-HELD-COUNT     PIC 999 VALUE 0.
           01 WS-PARTY-HIT-COUNT    PIC 999 VALUE 0.
           01 WS-ENTITY-HIT-COUNT   PIC 999 VALUE 0.
           01 WS-OWNER-HIT-COUNT    PIC 999 VALUE 0.
           01 WS-RELEASED-COUNT     PIC 999 VALUE 0.
           01 WS-DROPPED-COUNT      PIC 999 VALUE 0.
           01 WS-REWRITE-NEEDED     PIC X VALUE "N".
                   PERFORM SCREEN-MAINT-REQUESTS
                   PERFORM SCREEN-DAILY-ACH
                   PERFORM SCREEN-PARTIES
                   PERFORM SCREEN-ENTITY-CUSTOMERS
                   PERFORM SCREEN-ENTITY-PROFILES
                   PERFORM SCREEN-BENEFICIAL-OWNERS
                   PERFORM SCREEN-PENDING-ENTITY-ROWS
               ELSE
                   DISPLAY "  WARNING: WATCHLIST.dat missing or empty"
                       " - no screening performed this run"
                   END-IF
               END-READ.

      *    Legal entities and the people behind them are existing
      *    relationships too - report-only, the party treatment.
      *    One pass of the CIF screens each entity by its CIF name
      *    and keeps the individuals for the owner lookups below.
           SCREEN-ENTITY-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM SCREEN-ONE-CUSTOMER
                       UNTIL END-OF-CUSTOMERS
                   CLOSE CUSTOMER-FILE
               END-IF.

           SCREEN-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   MOVE CUSTOMER-IO TO CUSTOMER-RECORD
                   IF CU-MERGED-AWAY
                       EXIT PARAGRAPH
                   END-IF
                   IF CU-ENTITY
                       MOVE SPACES TO WS-NORM-IN
                       MOVE CU-NAME TO WS-NORM-IN(1:25)
                       PERFORM FIND-WATCHLIST-MATCH
                       IF WS-MATCHED-ENTRY > 0
                           ADD 1 TO WS-ENTITY-HIT-COUNT
                           MOVE CU-CUSTOMER-ID TO WLH-ACCOUNT-ID
                           MOVE "ENTITY CUSTOMER (REPORT ONLY)"
                               TO WS-OUT-LINE
                           PERFORM WRITE-MATCH-REPORT-LINE
                       END-IF
                   ELSE
                       IF WS-CIF-COUNT < WS-CIF-MAX
                           ADD 1 TO WS-CIF-COUNT
                           MOVE CU-CUSTOMER-ID
                               TO WCF-CUSTOMER-ID(WS-CIF-COUNT)
                           MOVE CU-NAME TO WCF-NAME(WS-CIF-COUNT)
                       END-IF
                   END-IF
               END-READ.

           SCREEN-ENTITY-PROFILES.
               OPEN INPUT ENTITY-FILE
               IF WS-ENT-FILE-OK
                   PERFORM SCREEN-ONE-ENTITY-PROFILE
                       UNTIL END-OF-ENTITIES
                   CLOSE ENTITY-FILE
               END-IF.

           SCREEN-ONE-ENTITY-PROFILE.
               READ ENTITY-FILE INTO ENTITY-IO
               AT END
                   MOVE "Y" TO WS-EOF-ENT
               NOT AT END
                   MOVE ENTITY-IO TO ENTITY-PROFILE-RECORD
                   PERFORM SCREEN-LEGAL-NAME
               END-READ.

      *    The legal name runs past the list's 40 bytes; the first
      *    40 are what is compared.
           SCREEN-LEGAL-NAME.
               MOVE EP-LEGAL-NAME(1:40) TO WS-NORM-IN
               PERFORM FIND-WATCHLIST-MATCH
               IF WS-MATCHED-ENTRY > 0
                   ADD 1 TO WS-ENTITY-HIT-COUNT
                   MOVE EP-CUSTOMER-ID TO WLH-ACCOUNT-ID
                   MOVE "LEGAL NAME (REPORT ONLY)"
                       TO WS-OUT-LINE
                   PERFORM WRITE-MATCH-REPORT-LINE
               END-IF.

           SCREEN-BENEFICIAL-OWNERS.
               OPEN INPUT OWNERS-FILE
               IF WS-BO-FILE-OK
                   PERFORM SCREEN-ONE-OWNER
                       UNTIL END-OF-OWNERS
                   CLOSE OWNERS-FILE
               END-IF.

           SCREEN-ONE-OWNER.
               READ OWNERS-FILE INTO OWNER-IO
               AT END
                   MOVE "Y" TO WS-EOF-BO
               NOT AT END
                   MOVE OWNER-IO TO BENEFICIAL-OWNER-RECORD
                   PERFORM SCREEN-OWNER-NAME
               END-READ.

      *    The hit line carries the owner's customer ID and names the
      *    entity they own or control.
           SCREEN-OWNER-NAME.
               MOVE BO-OWNER-ID TO WS-FIND-CUSTOMER
               MOVE 0 TO WS-CIF-FOUND
               PERFORM VARYING WS-CIF-IDX FROM 1 BY 1
                   UNTIL WS-CIF-IDX > WS-CIF-COUNT
                   IF WCF-CUSTOMER-ID(WS-CIF-IDX) = WS-FIND-CUSTOMER
                       SET WS-CIF-FOUND TO WS-CIF-IDX
                   END-IF
               END-PERFORM
               IF WS-CIF-FOUND = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-NORM-IN
               MOVE WCF-NAME(WS-CIF-FOUND) TO WS-NORM-IN(1:25)
               PERFORM FIND-WATCHLIST-MATCH
               IF WS-MATCHED-ENTRY > 0
                   ADD 1 TO WS-OWNER-HIT-COUNT
                   MOVE BO-OWNER-ID TO WLH-ACCOUNT-ID
                   MOVE SPACES TO WS-OUT-LINE
                   IF BO-CONTROL-PERSON
                       STRING "CONTROL PERSON OF " DELIMITED SIZE
                           BO-ENTITY-ID DELIMITED SIZE
                           INTO WS-OUT-LINE
                   ELSE
                       STRING "BENEFICIAL OWNER OF " DELIMITED SIZE
                           BO-ENTITY-ID DELIMITED SIZE
                           INTO WS-OUT-LINE
                   END-IF
                   PERFORM WRITE-MATCH-REPORT-LINE
               END-IF.

      *    Tonight's ENTY and BOWN rows have not reached the files
      *    yet - CUSTOMER-MAINT runs after this step.
           SCREEN-PENDING-ENTITY-ROWS.
               OPEN INPUT CUST-MAINT-REQUESTS
               IF WS-CMR-FILE-OK
                   PERFORM SCREEN-ONE-CUST-REQUEST
                       UNTIL END-OF-CUST-REQUESTS
                   CLOSE CUST-MAINT-REQUESTS
               END-IF.

           SCREEN-ONE-CUST-REQUEST.
               READ CUST-MAINT-REQUESTS INTO CUST-MAINT-IO
               AT END
                   MOVE "Y" TO WS-EOF-CMR
               NOT AT END
                   EVALUATE CUST-MAINT-IO(1:4)
                       WHEN "ENTY"
                           MOVE CUST-MAINT-IO(5:100)
                               TO ENTITY-PROFILE-RECORD
                           PERFORM SCREEN-LEGAL-NAME
                       WHEN "BOWN"
                           MOVE CUST-MAINT-IO(5:100)
                               TO BENEFICIAL-OWNER-RECORD
                           PERFORM SCREEN-OWNER-NAME
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-READ.

      *    One line per hit: when, what kind of record, whose
      *    account, the text that matched, and the list entry it
      *    matched against - the "what matched and why" the reviewers
               DISPLAY "  OPEN Requests Held : " WS-MAINT-HELD-COUNT
               DISPLAY "  ACH Items Held     : " WS-ACH-HELD-COUNT
               DISPLAY "  Party Hits (Rpt)   : " WS-PARTY-HIT-COUNT
               DISPLAY "  Entity Hits (Rpt)  : " WS-ENTITY-HIT-COUNT
               DISPLAY "  Owner Hits (Rpt)   : " WS-OWNER-HIT-COUNT
               DISPLAY "  Holds Released     : " WS-RELEASED-COUNT
               DISPLAY "  Holds Dropped      : " WS-DROPPED-COUNT
               DISPLAY "----------------------------------------------"
