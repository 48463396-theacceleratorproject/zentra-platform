      *                - compliance-case history on any linked
      *                  account scores, escalated cases and chronic
      *                  hit counts more;
      *                - a legal-entity customer is rated on its
      *                  owners as well as itself: an owner or
      *                  controlling person (BENEFICIAL-OWNERS.dat)
      *                  with no TIN, a B-notice or case history of
      *                  their own scores against the entity, and an
      *                  entity whose beneficial ownership is not
      *                  certified (no ENTITY-PROFILES.dat
      *                  certification date, or no controlling
      *                  person on file) scores;
      *                - an owner or controlling person carries the
      *                  signals of every entity they own or control
      *                  - its business accounts and its case
      *                  history - as if the accounts were their own;
      *              The rating persists per customer on
      *              KYC-RATINGS.dat (load-in-full/rewrite-in-full,
      *              the COMPLIANCE-CASES continuity treatment) with
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATINGS-STATUS.

      *        Legal entities' profiles and owners - optional.
               SELECT ENTITY-FILE
                   ASSIGN TO "data/input/ENTITY-PROFILES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENT-STATUS.

               SELECT OWNERS-FILE
                   ASSIGN TO "data/input/BENEFICIAL-OWNERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BO-STATUS.

      *        Downgrades join tonight's candidates so the existing
      *        case machinery opens the review case - appended,
      *        COMPLIANCE-SCAN wrote the file fresh earlier tonight.
           FD RATINGS-FILE.
           01 RATING-IO             PIC X(50).

           FD ENTITY-FILE.
           01 ENTITY-IO             PIC X(100).

           FD OWNERS-FILE.
           01 OWNER-IO              PIC X(100).

           FD CANDIDATES-FILE.
           01 CANDIDATE-OUT         PIC X(100).

           01 WS-RATINGS-STATUS     PIC XX.
               88 WS-RATINGS-FILE-OK    VALUE "00".
           01 WS-CAND-STATUS        PIC XX.
           01 WS-ENT-STATUS         PIC XX.
               88 WS-ENT-FILE-OK        VALUE "00".
           01 WS-BO-STATUS          PIC XX.
               88 WS-BO-FILE-OK         VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CASE-LOAD     VALUE "Y".
           01 WS-EOF-RATINGS        PIC X VALUE "N".
               88 END-OF-RATING-LOAD   VALUE "Y".
           01 WS-EOF-ENT            PIC X VALUE "N".
               88 END-OF-ENT-LOAD      VALUE "Y".
           01 WS-EOF-BO             PIC X VALUE "N".
               88 END-OF-BO-LOAD       VALUE "Y".

           COPY "COMPLIANCE-CASE-RECORD.cpy".
           COPY "COMPLIANCE-CANDIDATE-RECORD.cpy".
           COPY "ENTITY-PROFILE-RECORD.cpy".
           COPY "BENEFICIAL-OWNER-RECORD.cpy".

      *    --- Scoring weights and the rating bands ---
           01 WS-SCORE-NO-TIN       PIC 99 VALUE 30.
           01 WS-SCORE-CASE-HIST    PIC 99 VALUE 25.
           01 WS-SCORE-ESCALATED    PIC 99 VALUE 15.
           01 WS-SCORE-CHRONIC      PIC 99 VALUE 15.
           01 WS-SCORE-OWNER-RISK   PIC 99 VALUE 20.
           01 WS-SCORE-NO-CDD       PIC 99 VALUE 30.
           01 WS-HIGH-BAND          PIC 999 VALUE 60.
           01 WS-MED-BAND           PIC 999 VALUE 30.
           01 WS-REVIEW-DAYS-H      PIC 999 VALUE 180.
                   10 WKY-CUSTOMER-ID  PIC X(10).
                   10 WKY-NAME         PIC X(25).
                   10 WKY-SUBJECT-TIN  PIC X(01).
                   10 WKY-TYPE         PIC X(01).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-OWNER-CUST-IDX     PIC 9(4) VALUE 0.
           01 WS-OWNER-SCAN         PIC 9(5) VALUE 0.

      *    --- Entities' certification dates and owner rows ---
           01 WS-ENT-MAX            PIC 9(4) VALUE 2000.
           01 WS-ENT-TABLE.
               05 WS-ENT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-ENT-IDX.
                   10 WEN-CUSTOMER-ID  PIC X(10).
                   10 WEN-CERT-DATE    PIC X(10).
           01 WS-ENT-COUNT          PIC 9(4) VALUE 0.

           01 WS-BOW-MAX            PIC 9(4) VALUE 9999.
           01 WS-BOW-TABLE.
               05 WS-BOW-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-BOW-IDX.
                   10 WBW-ENTITY-ID    PIC X(10).
                   10 WBW-OWNER-ID     PIC X(10).
                   10 WBW-CONTROL      PIC X(01).
           01 WS-BOW-COUNT          PIC 9(4) VALUE 0.

           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
           01 WS-HAS-CHRONIC        PIC X.
           01 WS-REVIEW-SPAN        PIC 999.
           01 WS-THIS-CUSTOMER      PIC X(10).
           01 WS-SIGNAL-CUSTOMER    PIC X(10).
           01 WS-HAS-OWNER-RISK     PIC X.
           01 WS-CDD-CERTIFIED      PIC X.
           01 WS-HAS-CONTROL        PIC X.
           01 WS-SAVE-FLAGS         PIC X(04).

      *    --- Date arithmetic ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-MED-COUNT          PIC 9(4) VALUE 0.
           01 WS-LOW-COUNT          PIC 9(4) VALUE 0.
           01 WS-DOWNGRADE-COUNT    PIC 9(4) VALUE 0.
           01 WS-ENTITY-RATED-COUNT PIC 9(4) VALUE 0.
           01 WS-UNCERTIFIED-COUNT  PIC 9(4) VALUE 0.
           01 WS-DUE-COUNT          PIC 9(4) VALUE 0.
           01 WS-CAND-OPEN          PIC X VALUE "N".

               PERFORM LOAD-ACCOUNT-TYPES
               PERFORM LOAD-CASES
               PERFORM LOAD-RATINGS
               PERFORM LOAD-ENTITY-PROFILES
               PERFORM LOAD-OWNERS
               PERFORM RATE-ONE-CUSTOMER
                   VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       ELSE
                           MOVE "N" TO WKY-SUBJECT-TIN(WS-CUST-COUNT)
                       END-IF
                       MOVE CUSTOMER-IO(195:1)
                           TO WKY-TYPE(WS-CUST-COUNT)
                   END-IF
               END-READ.

                   END-IF
               END-READ.

      *    --- Optional files: absent before the first entity ---
           LOAD-ENTITY-PROFILES.
               OPEN INPUT ENTITY-FILE
               IF WS-ENT-FILE-OK
                   PERFORM READ-ONE-ENTITY-PROFILE
                       UNTIL END-OF-ENT-LOAD
                   CLOSE ENTITY-FILE
               END-IF.

           READ-ONE-ENTITY-PROFILE.
               READ ENTITY-FILE INTO ENTITY-IO
               AT END
                   MOVE "Y" TO WS-EOF-ENT
               NOT AT END
                   IF WS-ENT-COUNT < WS-ENT-MAX
                       MOVE ENTITY-IO TO ENTITY-PROFILE-RECORD
                       ADD 1 TO WS-ENT-COUNT
                       MOVE EP-CUSTOMER-ID
                           TO WEN-CUSTOMER-ID(WS-ENT-COUNT)
                       MOVE EP-CERT-DATE
                           TO WEN-CERT-DATE(WS-ENT-COUNT)
                   END-IF
               END-READ.

           LOAD-OWNERS.
               OPEN INPUT OWNERS-FILE
               IF WS-BO-FILE-OK
                   PERFORM READ-ONE-OWNER
                       UNTIL END-OF-BO-LOAD
                   CLOSE OWNERS-FILE
               END-IF.

           READ-ONE-OWNER.
               READ OWNERS-FILE INTO OWNER-IO
               AT END
                   MOVE "Y" TO WS-EOF-BO
               NOT AT END
                   IF WS-BOW-COUNT < WS-BOW-MAX
                       MOVE OWNER-IO TO BENEFICIAL-OWNER-RECORD
                       ADD 1 TO WS-BOW-COUNT
                       MOVE BO-ENTITY-ID
                           TO WBW-ENTITY-ID(WS-BOW-COUNT)
                       MOVE BO-OWNER-ID
                           TO WBW-OWNER-ID(WS-BOW-COUNT)
                       MOVE BO-CONTROL-FLAG
                           TO WBW-CONTROL(WS-BOW-COUNT)
                   END-IF
               END-READ.

           FIND-RATING.
               MOVE 0 TO WS-RTG-FOUND-IDX
               PERFORM VARYING WS-RTG-IDX FROM 1 BY 1
               MOVE "N" TO WS-HAS-CASE
               MOVE "N" TO WS-HAS-ESCALATED
               MOVE "N" TO WS-HAS-CHRONIC
               MOVE "N" TO WS-HAS-OWNER-RISK
               IF WKY-SUBJECT-TIN(WS-CUST-IDX) = "Y"
                   ADD WS-SCORE-NO-TIN TO WS-SCORE
               END-IF
               MOVE WS-THIS-CUSTOMER TO WS-SIGNAL-CUSTOMER
               PERFORM GATHER-LINKED-SIGNALS
               IF WKY-TYPE(WS-CUST-IDX) = "E"
                   PERFORM GATHER-ENTITY-SIGNALS
                   IF WS-HAS-OWNER-RISK = "Y"
                       ADD WS-SCORE-OWNER-RISK TO WS-SCORE
                   END-IF
                   IF WS-CDD-CERTIFIED = "N"
                       ADD WS-SCORE-NO-CDD TO WS-SCORE
                   END-IF
               ELSE
                   PERFORM GATHER-OWNED-ENTITY-SIGNALS
               END-IF
               IF WS-HAS-BUSINESS = "Y"
                   ADD WS-SCORE-BUSINESS TO WS-SCORE
               END-IF
           GATHER-LINKED-SIGNALS.
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-CUSTOMER-ID(WS-CLNK-IDX)
                       = WS-SIGNAL-CUSTOMER
                       PERFORM CHECK-ONE-LINKED-ACCOUNT
                   END-IF
               END-PERFORM.
                   END-IF
               END-PERFORM.

      *    An entity: certified when a certification date is on its
      *    profile and a controlling person is on file; each owner's
      *    own TIN standing and case history weigh on it. The
      *    owner's case signals are gathered on scratch flags so
      *    they never count as the entity's own.
           GATHER-ENTITY-SIGNALS.
               ADD 1 TO WS-ENTITY-RATED-COUNT
               MOVE "N" TO WS-CDD-CERTIFIED
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   IF WEN-CUSTOMER-ID(WS-ENT-IDX) = WS-THIS-CUSTOMER
                   AND WEN-CERT-DATE(WS-ENT-IDX) NOT = SPACES
                       MOVE "Y" TO WS-CDD-CERTIFIED
                   END-IF
               END-PERFORM
               MOVE "N" TO WS-HAS-CONTROL
               PERFORM VARYING WS-BOW-IDX FROM 1 BY 1
                   UNTIL WS-BOW-IDX > WS-BOW-COUNT
                   IF WBW-ENTITY-ID(WS-BOW-IDX) = WS-THIS-CUSTOMER
                       IF WBW-CONTROL(WS-BOW-IDX) = "Y"
                           MOVE "Y" TO WS-HAS-CONTROL
                       END-IF
                       PERFORM CHECK-ONE-OWNER-RISK
                   END-IF
               END-PERFORM
               IF WS-HAS-CONTROL = "N"
                   MOVE "N" TO WS-CDD-CERTIFIED
               END-IF
               IF WS-CDD-CERTIFIED = "N"
                   ADD 1 TO WS-UNCERTIFIED-COUNT
               END-IF.

           CHECK-ONE-OWNER-RISK.
               MOVE 0 TO WS-OWNER-CUST-IDX
               PERFORM VARYING WS-OWNER-SCAN FROM 1 BY 1
                   UNTIL WS-OWNER-SCAN > WS-CUST-COUNT
                   IF WKY-CUSTOMER-ID(WS-OWNER-SCAN)
                       = WBW-OWNER-ID(WS-BOW-IDX)
                       MOVE WS-OWNER-SCAN TO WS-OWNER-CUST-IDX
                   END-IF
               END-PERFORM
               IF WS-OWNER-CUST-IDX > 0
                   IF WKY-SUBJECT-TIN(WS-OWNER-CUST-IDX) = "Y"
                       MOVE "Y" TO WS-HAS-OWNER-RISK
                   END-IF
               END-IF
               MOVE WS-HAS-BUSINESS  TO WS-SAVE-FLAGS(1:1)
               MOVE WS-HAS-CASE      TO WS-SAVE-FLAGS(2:1)
               MOVE WS-HAS-ESCALATED TO WS-SAVE-FLAGS(3:1)
               MOVE WS-HAS-CHRONIC   TO WS-SAVE-FLAGS(4:1)
               MOVE "N" TO WS-HAS-CASE
               MOVE WBW-OWNER-ID(WS-BOW-IDX) TO WS-SIGNAL-CUSTOMER
               PERFORM GATHER-LINKED-SIGNALS
               IF WS-HAS-CASE = "Y"
                   MOVE "Y" TO WS-HAS-OWNER-RISK
               END-IF
               MOVE WS-SAVE-FLAGS(1:1) TO WS-HAS-BUSINESS
               MOVE WS-SAVE-FLAGS(2:1) TO WS-HAS-CASE
               MOVE WS-SAVE-FLAGS(3:1) TO WS-HAS-ESCALATED
               MOVE WS-SAVE-FLAGS(4:1) TO WS-HAS-CHRONIC.

      *    An individual: every entity they own or control lends its
      *    linked-account signals.
           GATHER-OWNED-ENTITY-SIGNALS.
               PERFORM VARYING WS-BOW-IDX FROM 1 BY 1
                   UNTIL WS-BOW-IDX > WS-BOW-COUNT
                   IF WBW-OWNER-ID(WS-BOW-IDX) = WS-THIS-CUSTOMER
                       MOVE WBW-ENTITY-ID(WS-BOW-IDX)
                           TO WS-SIGNAL-CUSTOMER
                       PERFORM GATHER-LINKED-SIGNALS
                   END-IF
               END-PERFORM.

           STORE-RATING.
               IF WS-RTG-FOUND-IDX = 0
               AND WS-RTG-COUNT < WS-RTG-MAX
               DISPLAY "    High            : " WS-HIGH-COUNT
               DISPLAY "    Medium          : " WS-MED-COUNT
               DISPLAY "    Low             : " WS-LOW-COUNT
               DISPLAY "  Entities Rated    : " WS-ENTITY-RATED-COUNT
               DISPLAY "    Not Certified   : " WS-UNCERTIFIED-COUNT
               DISPLAY "  Downgrades        : " WS-DOWNGRADE-COUNT
               DISPLAY "  Reviews Due Soon  : " WS-DUE-COUNT
               DISPLAY "----------------------------------------------"
