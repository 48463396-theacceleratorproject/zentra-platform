      *================================================================
      * PROGRAM:    ENTITY-CDD-REPORT.cbl
      * DESCRIPTION: Beneficial-ownership certification exceptions.
      *              The CDD rule wants the beneficial owners and a
      *              controlling person of every legal-entity customer
      *              identified and certified. Every current entity on
      *              the CIF (CU-ENTITY, not merged away) is checked
      *              against ENTITY-PROFILES.dat and
      *              BENEFICIAL-OWNERS.dat, and one row goes to
      *              ENTITY-CDD-REPORT.dat for each entity still
      *              missing its certification, with the first reason
      *              that applies:
      *                NO PROFILE         - no ENTY on file at all
      *                NO CONTROL PERSON  - nobody flagged as the
      *                                     controlling person
      *                NOT CERTIFIED      - owners recorded but no
      *                                     certification date
      *                OWNERS CHANGED     - an owner row recorded
      *                                     after the certification,
      *                                     so it must be renewed
      *              The owner count and total ownership percentage
      *              ride on the row so the back office can see how
      *              far the customer got. Fixed by ENTY / BOWN
      *              requests through CUSTOMER-MAINT; a fixed entity
      *              drops off the next run on its own.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ENTITY-CDD-REPORT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

      *        Optional: absent until the first entity is profiled.
               SELECT ENTITY-FILE
                   ASSIGN TO "data/input/ENTITY-PROFILES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENT-STATUS.

               SELECT OWNERS-FILE
                   ASSIGN TO "data/input/BENEFICIAL-OWNERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BO-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/ENTITY-CDD-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD ENTITY-FILE.
           01 ENTITY-IO             PIC X(100).

           FD OWNERS-FILE.
           01 OWNER-IO              PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-ENT-STATUS         PIC XX.
               88 WS-ENT-FILE-OK       VALUE "00".
           01 WS-BO-STATUS          PIC XX.
               88 WS-BO-FILE-OK        VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-ENT            PIC X VALUE "N".
               88 END-OF-ENT-LOAD      VALUE "Y".
           01 WS-EOF-BO             PIC X VALUE "N".
               88 END-OF-BO-LOAD       VALUE "Y".

           COPY "CUSTOMER-RECORD.cpy".
           COPY "ENTITY-PROFILE-RECORD.cpy".
           COPY "BENEFICIAL-OWNER-RECORD.cpy".

      *    --- Current entity customers ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-NAME         PIC X(25).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.

      *    --- Entity profiles ---
           01 WS-ENT-MAX            PIC 9(4) VALUE 2000.
           01 WS-ENT-TABLE.
               05 WS-ENT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-ENT-IDX.
                   10 WEN-CUSTOMER-ID  PIC X(10).
                   10 WEN-CERT-DATE    PIC X(10).
           01 WS-ENT-COUNT          PIC 9(4) VALUE 0.

      *    --- Owner rows ---
           01 WS-BOW-MAX            PIC 9(4) VALUE 9999.
           01 WS-BOW-TABLE.
               05 WS-BOW-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-BOW-IDX.
                   10 WBW-ENTITY-ID    PIC X(10).
                   10 WBW-PCT          PIC 9(3)V99.
                   10 WBW-CONTROL      PIC X(01).
                   10 WBW-RECORDED     PIC X(10).
           01 WS-BOW-COUNT          PIC 9(4) VALUE 0.

      *    --- One entity's standing ---
           01 WS-HAS-PROFILE        PIC X.
           01 WS-CERT-DATE          PIC X(10).
           01 WS-OWNER-COUNT        PIC 9(3).
           01 WS-PCT-TOTAL          PIC 9(3)V99.
           01 WS-HAS-CONTROL        PIC X.
           01 WS-CHANGED-SINCE      PIC X.
           01 WS-REASON             PIC X(20).
           01 WS-PCT-DISPLAY        PIC ZZ9.99.

      *    --- Counters ---
           01 WS-CERTIFIED-COUNT    PIC 9(4) VALUE 0.
           01 WS-EXCEPTION-COUNT    PIC 9(4) VALUE 0.
           01 WS-NO-PROFILE-COUNT   PIC 9(4) VALUE 0.
           01 WS-NO-CONTROL-COUNT   PIC 9(4) VALUE 0.
           01 WS-NOT-CERT-COUNT     PIC 9(4) VALUE 0.
           01 WS-CHANGED-COUNT      PIC 9(4) VALUE 0.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-ENTITY-PROFILES
               PERFORM LOAD-OWNERS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "ENTITY-CDD-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM CHECK-ONE-ENTITY
                   VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
               CLOSE REPORT-FILE
               PERFORM DISPLAY-RESULTS
               STOP RUN.

           GET-SYSTEM-DATE.
      *        The business date rules, not the wall clock: when
      *        BATCH-RUNNER has published the processing date from
      *        the BUSINESS-DATE.dat control file, every program in
      *        the chain stamps that date; only outside a controlled
      *        run does the calendar date stand in.
               ACCEPT WS-BUSDATE-ENV FROM ENVIRONMENT
                   "ZENTRA_BUSINESS_DATE"
               IF WS-BUSDATE-ENV(1:4) IS NUMERIC
                   MOVE WS-BUSDATE-ENV(1:4) TO WS-DATE-INT(1:4)
                   MOVE WS-BUSDATE-ENV(6:2) TO WS-DATE-INT(5:2)
                   MOVE WS-BUSDATE-ENV(9:2) TO WS-DATE-INT(7:2)
               ELSE
                   ACCEPT WS-DATE-INT FROM DATE YYYYMMDD
               END-IF
               MOVE WS-DATE-INT(1:4) TO WS-TODAY(1:4)
               MOVE "-"              TO WS-TODAY(5:1)
               MOVE WS-DATE-INT(5:2) TO WS-TODAY(6:2)
               MOVE "-"              TO WS-TODAY(8:1)
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2).

           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF NOT WS-CUST-FILE-OK
                   DISPLAY "  No CUSTOMER-MASTER.dat to check"
                   STOP RUN
               END-IF
               PERFORM READ-ONE-CUSTOMER
                   UNTIL END-OF-CUST-LOAD
               CLOSE CUSTOMER-FILE.

      *    Only current legal entities - people and merged-away rows
      *    owe no certification.
           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   IF WS-CUST-COUNT < WS-CUST-MAX
                   AND CU-ENTITY
                   AND NOT CU-MERGED-AWAY
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-ID
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CU-NAME TO WCU-NAME(WS-CUST-COUNT)
                   END-IF
               END-READ.

           LOAD-ENTITY-PROFILES.
               OPEN INPUT ENTITY-FILE
               IF WS-ENT-FILE-OK
                   PERFORM READ-ONE-ENTITY-PROFILE
                       UNTIL END-OF-ENT-LOAD
                   CLOSE ENTITY-FILE
               END-IF.

           READ-ONE-ENTITY-PROFILE.
               READ ENTITY-FILE INTO ENTITY-PROFILE-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ENT
               NOT AT END
                   IF WS-ENT-COUNT < WS-ENT-MAX
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
               READ OWNERS-FILE INTO BENEFICIAL-OWNER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-BO
               NOT AT END
                   IF WS-BOW-COUNT < WS-BOW-MAX
                       ADD 1 TO WS-BOW-COUNT
                       MOVE BO-ENTITY-ID
                           TO WBW-ENTITY-ID(WS-BOW-COUNT)
                       IF BO-OWNERSHIP-PCT IS NUMERIC
                           MOVE BO-OWNERSHIP-PCT
                               TO WBW-PCT(WS-BOW-COUNT)
                       ELSE
                           MOVE 0 TO WBW-PCT(WS-BOW-COUNT)
                       END-IF
                       MOVE BO-CONTROL-FLAG
                           TO WBW-CONTROL(WS-BOW-COUNT)
                       MOVE BO-RECORDED-DATE
                           TO WBW-RECORDED(WS-BOW-COUNT)
                   END-IF
               END-READ.

      *    Gather the entity's profile and owners, then take the first
      *    reason that applies - the one the back office must clear
      *    first.
           CHECK-ONE-ENTITY.
               MOVE "N" TO WS-HAS-PROFILE
               MOVE SPACES TO WS-CERT-DATE
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   IF WEN-CUSTOMER-ID(WS-ENT-IDX)
                       = WCU-CUSTOMER-ID(WS-CUST-IDX)
                       MOVE "Y" TO WS-HAS-PROFILE
                       MOVE WEN-CERT-DATE(WS-ENT-IDX) TO WS-CERT-DATE
                   END-IF
               END-PERFORM
               MOVE 0 TO WS-OWNER-COUNT
               MOVE 0 TO WS-PCT-TOTAL
               MOVE "N" TO WS-HAS-CONTROL
               MOVE "N" TO WS-CHANGED-SINCE
               PERFORM VARYING WS-BOW-IDX FROM 1 BY 1
                   UNTIL WS-BOW-IDX > WS-BOW-COUNT
                   IF WBW-ENTITY-ID(WS-BOW-IDX)
                       = WCU-CUSTOMER-ID(WS-CUST-IDX)
                       ADD 1 TO WS-OWNER-COUNT
                       ADD WBW-PCT(WS-BOW-IDX) TO WS-PCT-TOTAL
                       IF WBW-CONTROL(WS-BOW-IDX) = "Y"
                           MOVE "Y" TO WS-HAS-CONTROL
                       END-IF
                       IF WS-CERT-DATE NOT = SPACES
                       AND WBW-RECORDED(WS-BOW-IDX) > WS-CERT-DATE
                           MOVE "Y" TO WS-CHANGED-SINCE
                       END-IF
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-REASON
               EVALUATE TRUE
                   WHEN WS-HAS-PROFILE = "N"
                       MOVE "NO PROFILE" TO WS-REASON
                       ADD 1 TO WS-NO-PROFILE-COUNT
                   WHEN WS-HAS-CONTROL = "N"
                       MOVE "NO CONTROL PERSON" TO WS-REASON
                       ADD 1 TO WS-NO-CONTROL-COUNT
                   WHEN WS-CERT-DATE = SPACES
                       MOVE "NOT CERTIFIED" TO WS-REASON
                       ADD 1 TO WS-NOT-CERT-COUNT
                   WHEN WS-CHANGED-SINCE = "Y"
                       MOVE "OWNERS CHANGED" TO WS-REASON
                       ADD 1 TO WS-CHANGED-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-CERTIFIED-COUNT
               END-EVALUATE
               IF WS-REASON NOT = SPACES
                   PERFORM WRITE-EXCEPTION-ROW
               END-IF.

      *    Exception row: date, entity, short name, reason, owners on
      *    file, their total percentage, and the certification date
      *    (blank when none).
           WRITE-EXCEPTION-ROW.
               MOVE SPACES TO REPORT-RECORD
               MOVE WS-TODAY TO REPORT-RECORD(1:10)
               MOVE WCU-CUSTOMER-ID(WS-CUST-IDX)
                   TO REPORT-RECORD(12:10)
               MOVE WCU-NAME(WS-CUST-IDX) TO REPORT-RECORD(23:25)
               MOVE WS-REASON TO REPORT-RECORD(49:20)
               MOVE WS-OWNER-COUNT TO REPORT-RECORD(70:3)
               MOVE WS-PCT-TOTAL TO WS-PCT-DISPLAY
               MOVE WS-PCT-DISPLAY TO REPORT-RECORD(74:6)
               MOVE WS-CERT-DATE TO REPORT-RECORD(81:10)
               WRITE REPORT-RECORD
               ADD 1 TO WS-EXCEPTION-COUNT.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Entity CDD Certification"
               DISPLAY "=============================================="
               DISPLAY "  Entities Checked  : " WS-CUST-COUNT
               DISPLAY "  Certified         : " WS-CERTIFIED-COUNT
               DISPLAY "  Exceptions        : " WS-EXCEPTION-COUNT
               DISPLAY "    No Profile      : " WS-NO-PROFILE-COUNT
               DISPLAY "    No Control      : " WS-NO-CONTROL-COUNT
               DISPLAY "    Not Certified   : " WS-NOT-CERT-COUNT
               DISPLAY "    Owners Changed  : " WS-CHANGED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/ENTITY-CDD-REPORT.dat"
               DISPLAY "==============================================".
