      *                       trail (C02 unknown ID, C05 merging a
      *                       customer into itself or into/from an
      *                       already-merged row)
      *                ENTY - record or replace a legal-entity
      *                       customer's profile (an
      *                       ENTITY-PROFILE-RECORD image at 5-104):
      *                       legal name, entity type, formation
      *                       state, NAICS code and the beneficial-
      *                       ownership certification date (C02
      *                       unknown customer, C06 the customer is
      *                       not an entity, C07 profile incomplete
      *                       or the CIF row carries no EIN)
      *                BOWN - record or replace one beneficial owner
      *                       or controlling person of an entity (a
      *                       BENEFICIAL-OWNER-RECORD image at 5-104;
      *                       C02 unknown entity, C06 not an entity,
      *                       C08 the owner is not a current
      *                       individual customer, C09 the entity's
      *                       owners would pass 100 percent)
      *                BODL - remove an owner row (entity at 5-14,
      *                       owner at 15-24; C02 no such row)
      *                PRIV - set a customer's privacy choices
      *                       (customer at 5-14, then one byte each
      *                       at 15-20 for affiliate sharing, mail,
      *                       phone, email, SMS and do-not-call: Y
      *                       opts out, N opts back in, space leaves
      *                       the choice alone). A choice that
      *                       actually changes is dated today on
      *                       PRIVACY-PREFERENCES.dat (see
      *                       PRIVACY-PREF-RECORD.cpy) (C02 unknown
      *                       or merged-away customer, C10 a byte
      *                       other than Y, N or space)
      *                W8BN - record or replace a foreign person's
      *                       certificate of foreign status (a
      *                       W8-CERTIFICATE-RECORD image at 5-104):
      *                       form type, signed date, country, treaty
      *                       rate and foreign TIN. The expiry is set
      *                       here - the last day of the third year
      *                       after the year signed - any earlier
      *                       renewal letter date clears, and the CIF
      *                       row turns CU-FOREIGN-PERSON (C02
      *                       unknown or merged-away customer, C12 the
      *                       form is not a W-8BEN for a person or a
      *                       W-8BEN-E for an entity, is undated or
      *                       dated ahead of today, names no country,
      *                       or claims a rate above 30 percent)
      *              A CUPD that changes the customer's name, mailing
      *              address, phone or email is a contact-profile
      *              change - the usual first step of an account
      *              takeover. The old values and the last day of the
      *              cooling-off window (the change date plus the
      *              days on the optional COOLING-OFF-TERMS.dat, 10 by
      *              default) are appended to the cumulative
      *              PROFILE-CHANGES.dat (see PROFILE-CHANGE-
      *              RECORD.cpy),
      *              where COOLING-OFF-CHECK finds the window for
      *              every account linked to the customer, and an
      *              ADDRCONF confirmation letter is queued on
      *              NOTICE-REQUESTS.dat for LETTER-ENGINE to mail to
      *              the address the CIF carried before the change
      *              (the P in byte 74).
      *              The same address change clears a returned-mail
      *              flag (CU-ADDR-RETURNED, set by RETURNED-MAIL-
      *              PROC); otherwise a CUPD leaves the flag as the CIF
      *              has it, whatever the image carries, and a CADD
      *              always starts with a good address. CU-DELIVERY-
      *              PREF rides in the image: P paper, E electronic,
      *              B both, spaces paper (C11 any other byte, or E/B
      *              for a customer with no email on file).
      *              CU-TAX-STATUS belongs to the W8BN action too: a
      *              CADD or CUPD image that would make a customer F is
      *              refused (C12 - a foreign person is recorded with
      *              the form), a CUPD
      *              carrying U records a W-9 and returns the customer
      *              to a US person, and spaces leave the status as
      *              the CIF has it.
      *              A CADD or CUPD for an entity customer must carry
      *              an EIN (NN-NNNNNNN) in CU-TAX-ID (C07). A merge
      *              carries the duplicate's owner rows - as owner or
      *              as entity - over to the survivor the same way it
      *              carries links, and every opt-out either customer
      *              made stays in force on the survivor - an
      *              opt-out is never lost to a merge.
      *              Applies against CUSTOMER-MASTER.dat,
      *              CUSTOMER-ACCOUNT-LINKS.dat, ENTITY-PROFILES.dat,
      *              BENEFICIAL-OWNERS.dat, PRIVACY-PREFERENCES.dat
      *              and W8-CERTIFICATES.dat (load in full, rewrite in
      *              full) and echoes each
      *              request with its outcome to CUSTOMER-MAINT-
      *              RESULTS.dat.
      *              Runs alongside ACCOUNT-MAINT at the head of the
      *              cycle.
      * PHASE:      2 - Banking Logic Engine
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LINK-STATUS.

               SELECT ENTITY-FILE
                   ASSIGN TO "data/input/ENTITY-PROFILES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ENT-STATUS.

               SELECT OWNERS-FILE
                   ASSIGN TO "data/input/BENEFICIAL-OWNERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BO-STATUS.

               SELECT PRIVACY-FILE
                   ASSIGN TO "data/input/PRIVACY-PREFERENCES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRV-STATUS.

               SELECT W8-FILE
                   ASSIGN TO "data/input/W8-CERTIFICATES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-W8-STATUS.

               SELECT RESULTS-FILE
                   ASSIGN TO "data/output/CUSTOMER-MAINT-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULTS-STATUS.

      *        Optional: no terms file means the built-in window.
               SELECT TERMS-FILE
                   ASSIGN TO "data/input/COOLING-OFF-TERMS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TERMS-STATUS.

      *        Cumulative profile-change log - appended, never
      *        overwritten; COOLING-OFF-CHECK reads the windows from
      *        it and LETTER-ENGINE the old address.
               SELECT CHANGES-FILE
                   ASSIGN TO "data/output/PROFILE-CHANGES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCH-STATUS.

               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

      *        Cumulative audit trail, shared with ACCOUNT-MAINT -
      *        appended, never overwritten; a CIF merge is exactly
      *        the kind of out-of-pipeline change it exists for.
           FD LINKS-FILE.
           01 LINK-IO               PIC X(100).

           FD ENTITY-FILE.
           01 ENTITY-IO             PIC X(100).

           FD OWNERS-FILE.
           01 OWNER-IO              PIC X(100).

           FD PRIVACY-FILE.
           01 PRIVACY-IO            PIC X(100).

           FD W8-FILE.
           01 W8-IO                 PIC X(100).

           FD RESULTS-FILE.
           01 RESULTS-RECORD        PIC X(210).

           FD AUDIT-TRAIL-FILE.
           01 AUDIT-TRAIL-OUT       PIC X(100).

           FD TERMS-FILE.
           01 TERMS-IO              PIC X(80).

           FD CHANGES-FILE.
           01 CHANGE-OUT            PIC X(200).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(90).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REQ-FILE-OK       VALUE "00".
               88 WS-LINK-FILE-OK      VALUE "00".
           01 WS-RESULTS-STATUS     PIC XX.
               88 WS-RESULTS-FILE-OK   VALUE "00".
           01 WS-ENT-STATUS         PIC XX.
               88 WS-ENT-FILE-OK       VALUE "00".
           01 WS-BO-STATUS          PIC XX.
               88 WS-BO-FILE-OK        VALUE "00".
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 NO-MORE-REQUESTS     VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-LINK           PIC X VALUE "N".
               88 END-OF-LINK-LOAD     VALUE "Y".
           01 WS-EOF-ENT            PIC X VALUE "N".
               88 END-OF-ENT-LOAD      VALUE "Y".
           01 WS-EOF-BO             PIC X VALUE "N".
               88 END-OF-BO-LOAD       VALUE "Y".
           01 WS-PRV-STATUS         PIC XX.
               88 WS-PRV-FILE-OK       VALUE "00".
           01 WS-EOF-PRV            PIC X VALUE "N".
               88 END-OF-PRV-LOAD      VALUE "Y".
           01 WS-W8-STATUS          PIC XX.
               88 WS-W8-FILE-OK        VALUE "00".
           01 WS-EOF-W8             PIC X VALUE "N".
               88 END-OF-W8-LOAD       VALUE "Y".

           COPY "CUSTOMER-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "AUDIT-TRAIL-RECORD.cpy".
           COPY "ENTITY-PROFILE-RECORD.cpy".
           COPY "BENEFICIAL-OWNER-RECORD.cpy".
           COPY "COOLING-OFF-TERMS-RECORD.cpy".
           COPY "PROFILE-CHANGE-RECORD.cpy".
           COPY "PRIVACY-PREF-RECORD.cpy".
           COPY "W8-CERTIFICATE-RECORD.cpy".

      *    --- Contact-profile change: the CIF row as it stood
      *        before the update, and the window it opens ---
           01 WS-TERMS-STATUS       PIC XX.
               88 WS-TERMS-FILE-OK     VALUE "00".
           01 WS-PCH-STATUS         PIC XX.
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-PCH-OPEN           PIC X VALUE "N".
           01 WS-NOTICE-OPEN        PIC X VALUE "N".
           01 WS-OLD-CUSTOMER       PIC X(200).
           01 WS-COOL-DAYS          PIC 9(3) VALUE 10.
           01 WS-COOL-END-JULIAN    PIC 9(7).
           01 WS-COOL-END-INT       PIC 9(8).
           01 WS-COOL-END-DATE      PIC X(10).
           01 WS-CONFIRM-ACCOUNT    PIC X(10).
           01 WS-CHANGED-TEXT       PIC X(30).
           01 WS-CHANGED-POS        PIC 99.

      *    --- Date (for the audit-trail stamp) ---
           01 WS-AUDIT-STATUS       PIC XX.
               88 REQ-LINK             VALUE "LINK".
               88 REQ-UNLINK           VALUE "UNLK".
               88 REQ-MERGE            VALUE "CMRG".
               88 REQ-ENTITY           VALUE "ENTY".
               88 REQ-OWNER-ADD        VALUE "BOWN".
               88 REQ-OWNER-DELETE     VALUE "BODL".
               88 REQ-PRIVACY          VALUE "PRIV".
               88 REQ-W8-CERTIFICATE   VALUE "W8BN".
           01 WS-REQ-OUTCOME        PIC X(03).

      *    --- Merge work fields ---
           01 WS-LNK-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-LNK-CHANGED        PIC X VALUE "N".

      *    --- Entity profile table ---
           01 WS-ENT-MAX            PIC 9(4) VALUE 2000.
           01 WS-ENT-TABLE.
               05 WS-ENT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-ENT-IDX.
                   10 WEP-RECORD       PIC X(100).
           01 WS-ENT-COUNT          PIC 9(4) VALUE 0.
           01 WS-ENT-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-ENT-CHANGED        PIC X VALUE "N".

      *    --- Beneficial owner table ---
           01 WS-BO-MAX             PIC 9(4) VALUE 9999.
           01 WS-BO-TABLE.
               05 WS-BO-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-BO-IDX.
                   10 WBO-RECORD       PIC X(100).
                   10 WBO-DROPPED      PIC X(01).
           01 WS-BO-COUNT           PIC 9(4) VALUE 0.
           01 WS-BO-FOUND-IDX       PIC 9(4) VALUE 0.
           01 WS-BO-CHANGED         PIC X VALUE "N".
           01 WS-DUP-BO-IDX         PIC 9(4) VALUE 0.
           01 WS-SCAN-BO-IDX        PIC 9(4) VALUE 0.
           01 WS-BO-PCT-TOTAL       PIC 9(5)V99.
           01 WS-SCAN-PCT-X         PIC X(05).
           01 WS-SCAN-PCT REDEFINES WS-SCAN-PCT-X
                               PIC 9(3)V99.
           01 WS-ENTITY-ID          PIC X(10).
           01 WS-OWNER-ID           PIC X(10).
           01 WS-EIN-SHAPE          PIC X VALUE "N".
               88 EIN-SHAPE-OK         VALUE "Y".
           01 WS-DELIVERY-CHECK     PIC X VALUE "N".
               88 DELIVERY-PREF-OK     VALUE "Y".

      *    --- Privacy preference table ---
           01 WS-PRV-MAX            PIC 9(4) VALUE 5000.
           01 WS-PRV-TABLE.
               05 WS-PRV-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-PRV-IDX.
                   10 WPV-RECORD       PIC X(100).
           01 WS-PRV-COUNT          PIC 9(4) VALUE 0.
           01 WS-PRV-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-PRV-CHANGED        PIC X VALUE "N".
           01 WS-PRV-CUSTOMER-ID    PIC X(10).
           01 WS-PRV-REQ-FLAGS      PIC X(06).
           01 WS-PRV-CHOICE-NUM     PIC 9 VALUE 0.
           01 WS-PRV-ANY-SET        PIC X VALUE "N".
           01 WS-LOSER-PREFS        PIC X(100).

      *    --- W-8 certificate table ---
           01 WS-W8-MAX             PIC 9(4) VALUE 2000.
           01 WS-W8-TABLE.
               05 WS-W8-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-W8-IDX.
                   10 WW8-RECORD       PIC X(100).
           01 WS-W8-COUNT           PIC 9(4) VALUE 0.
           01 WS-W8-FOUND-IDX       PIC 9(4) VALUE 0.
           01 WS-W8-CHANGED         PIC X VALUE "N".
           01 WS-W8-EXPIRY-YEAR     PIC 9(4).
           01 WS-NRA-MAX-RATE       PIC 9(2)V99 VALUE 30.00.

      *    --- Counters ---
           01 WS-REQ-COUNT          PIC 999 VALUE 0.
           01 WS-ADDED-COUNT        PIC 999 VALUE 0.
           01 WS-LINKED-COUNT       PIC 999 VALUE 0.
           01 WS-UNLINKED-COUNT     PIC 999 VALUE 0.
           01 WS-MERGED-COUNT       PIC 999 VALUE 0.
           01 WS-PROFILED-COUNT     PIC 999 VALUE 0.
           01 WS-OWNERS-SET-COUNT   PIC 999 VALUE 0.
           01 WS-OWNERS-DEL-COUNT   PIC 999 VALUE 0.
           01 WS-PROFILE-CHG-COUNT  PIC 999 VALUE 0.
           01 WS-PRIVACY-COUNT      PIC 999 VALUE 0.
           01 WS-ADDR-CLEARED-COUNT PIC 999 VALUE 0.
           01 WS-W8-SET-COUNT       PIC 999 VALUE 0.
           01 WS-W9-RETURN-COUNT    PIC 999 VALUE 0.
           01 WS-REJECTED-COUNT     PIC 999 VALUE 0.

       PROCEDURE DIVISION.
               END-IF
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-LINKS
               PERFORM LOAD-ENTITY-PROFILES
               PERFORM LOAD-OWNERS
               PERFORM LOAD-PRIVACY-PREFS
               PERFORM LOAD-W8-CERTIFICATES
               PERFORM LOAD-COOLING-OFF-TERMS
               OPEN OUTPUT RESULTS-FILE
               IF NOT WS-RESULTS-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                   UNTIL NO-MORE-REQUESTS
               CLOSE MAINT-REQUESTS
               CLOSE RESULTS-FILE
               IF WS-PCH-OPEN = "Y"
                   CLOSE CHANGES-FILE
               END-IF
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF
               IF WS-CUST-CHANGED = "Y"
                   PERFORM REWRITE-CUSTOMERS
               END-IF
               IF WS-LNK-CHANGED = "Y"
                   PERFORM REWRITE-LINKS
               END-IF
               IF WS-ENT-CHANGED = "Y"
                   PERFORM REWRITE-ENTITY-PROFILES
               END-IF
               IF WS-BO-CHANGED = "Y"
                   PERFORM REWRITE-OWNERS
               END-IF
               IF WS-PRV-CHANGED = "Y"
                   PERFORM REWRITE-PRIVACY-PREFS
               END-IF
               IF WS-W8-CHANGED = "Y"
                   PERFORM REWRITE-W8-CERTIFICATES
               END-IF
               PERFORM DISPLAY-RESULTS
               STOP RUN.

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
                       ADD 1 TO WS-ENT-COUNT
                       MOVE ENTITY-IO TO WEP-RECORD(WS-ENT-COUNT)
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
                   IF WS-BO-COUNT < WS-BO-MAX
                       ADD 1 TO WS-BO-COUNT
                       MOVE OWNER-IO TO WBO-RECORD(WS-BO-COUNT)
                       MOVE "N" TO WBO-DROPPED(WS-BO-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: absent until the first opt-out ---
           LOAD-PRIVACY-PREFS.
               OPEN INPUT PRIVACY-FILE
               IF WS-PRV-FILE-OK
                   PERFORM READ-ONE-PRIVACY-PREF
                       UNTIL END-OF-PRV-LOAD
                   CLOSE PRIVACY-FILE
               END-IF.

           READ-ONE-PRIVACY-PREF.
               READ PRIVACY-FILE INTO PRIVACY-IO
               AT END
                   MOVE "Y" TO WS-EOF-PRV
               NOT AT END
                   IF WS-PRV-COUNT < WS-PRV-MAX
                       ADD 1 TO WS-PRV-COUNT
                       MOVE PRIVACY-IO TO WPV-RECORD(WS-PRV-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: absent until the first foreign
      *        customer ---
           LOAD-W8-CERTIFICATES.
               OPEN INPUT W8-FILE
               IF WS-W8-FILE-OK
                   PERFORM READ-ONE-W8-CERTIFICATE
                       UNTIL END-OF-W8-LOAD
                   CLOSE W8-FILE
               END-IF.

           READ-ONE-W8-CERTIFICATE.
               READ W8-FILE INTO W8-IO
               AT END
                   MOVE "Y" TO WS-EOF-W8
               NOT AT END
                   IF WS-W8-COUNT < WS-W8-MAX
                       ADD 1 TO WS-W8-COUNT
                       MOVE W8-IO TO WW8-RECORD(WS-W8-COUNT)
                   END-IF
               END-READ.

           READ-NEXT-REQUEST.
               READ MAINT-REQUESTS INTO MAINT-REQUEST-IO
               AT END
                       PERFORM APPLY-UNLINK
                   WHEN REQ-MERGE
                       PERFORM APPLY-MERGE
                   WHEN REQ-ENTITY
                       PERFORM APPLY-ENTITY-PROFILE
                   WHEN REQ-OWNER-ADD
                       PERFORM APPLY-OWNER-ADD
                   WHEN REQ-OWNER-DELETE
                       PERFORM APPLY-OWNER-DELETE
                   WHEN REQ-PRIVACY
                       PERFORM APPLY-PRIVACY-PREFS
                   WHEN REQ-W8-CERTIFICATE
                       PERFORM APPLY-W8-CERTIFICATE
                   WHEN OTHER
                       MOVE "C04" TO WS-REQ-OUTCOME
               END-EVALUATE
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND-IDX > 0
                   MOVE "C01" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-DELIVERY-PREF
               IF NOT DELIVERY-PREF-OK
                   MOVE "C11" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               IF CU-FOREIGN-PERSON
                   MOVE "C12" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               SET CU-ADDR-GOOD TO TRUE
               PERFORM CHECK-EIN-SHAPE
               IF CU-ENTITY AND NOT EIN-SHAPE-OK
                   MOVE "C07" TO WS-REQ-OUTCOME
               ELSE
                   IF WS-CUST-COUNT < WS-CUST-MAX
                   AND CU-CUSTOMER-ID NOT = SPACES
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND-IDX = 0
                   MOVE "C02" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-DELIVERY-PREF
               IF NOT DELIVERY-PREF-OK
                   MOVE "C11" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               IF CU-FOREIGN-PERSON
               AND WCU-RECORD(WS-CUST-FOUND-IDX)(198:1) NOT = "F"
                   MOVE "C12" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-EIN-SHAPE
               IF CU-ENTITY AND NOT EIN-SHAPE-OK
                   MOVE "C07" TO WS-REQ-OUTCOME
               ELSE
                   MOVE WCU-RECORD(WS-CUST-FOUND-IDX)
                       TO WS-OLD-CUSTOMER
                   PERFORM CARRY-ADDRESS-STATUS
                   PERFORM CARRY-TAX-STATUS
                   MOVE CUSTOMER-RECORD
                       TO WCU-RECORD(WS-CUST-FOUND-IDX)
                   MOVE "Y" TO WS-CUST-CHANGED
                   MOVE "APR" TO WS-REQ-OUTCOME
                   ADD 1 TO WS-UPDATED-COUNT
                   PERFORM CHECK-PROFILE-CHANGE
               END-IF.

      *    Paper, electronic or both - and electronic needs
      *    somewhere to go.
           CHECK-DELIVERY-PREF.
               MOVE "N" TO WS-DELIVERY-CHECK
               IF CU-DELIVER-PAPER
                   MOVE "Y" TO WS-DELIVERY-CHECK
               END-IF
               IF (CU-DELIVER-ELECTRONIC OR CU-DELIVER-BOTH)
               AND CU-EMAIL NOT = SPACES
                   MOVE "Y" TO WS-DELIVERY-CHECK
               END-IF.

      *    The returned-mail flag belongs to the CIF, not to the
      *    image: only a new mailing address clears it.
           CARRY-ADDRESS-STATUS.
               MOVE WS-OLD-CUSTOMER(196:1) TO CU-ADDR-STATUS
               IF WS-OLD-CUSTOMER(36:90) NOT = CUSTOMER-RECORD(36:90)
                   IF CU-ADDR-RETURNED
                       ADD 1 TO WS-ADDR-CLEARED-COUNT
                   END-IF
                   SET CU-ADDR-GOOD TO TRUE
               END-IF.

      *    A foreign status stands until a W-9 says otherwise: an
      *    image with spaces in the byte keeps what the CIF has, U
      *    turns the customer back into a US person (the W-8 row is
      *    left on file as the record).
           CARRY-TAX-STATUS.
               IF CU-TAX-STATUS = SPACE
                   MOVE WS-OLD-CUSTOMER(198:1) TO CU-TAX-STATUS
               ELSE
                   IF CU-TAX-STATUS = "U"
                   AND WS-OLD-CUSTOMER(198:1) = "F"
                       ADD 1 TO WS-W9-RETURN-COUNT
                   END-IF
               END-IF.

      *================================================================
      *    Contact-profile changes and the cooling-off window.
      *================================================================
      *    --- Optional file: a zero or missing window keeps the
      *        built-in ten days ---
           LOAD-COOLING-OFF-TERMS.
               OPEN INPUT TERMS-FILE
               IF WS-TERMS-FILE-OK
                   READ TERMS-FILE INTO TERMS-IO
                   NOT AT END
                       MOVE TERMS-IO TO COOLING-OFF-TERMS-RECORD
                       IF COT-WINDOW-DAYS IS NUMERIC
                       AND COT-WINDOW-DAYS > 0
                           MOVE COT-WINDOW-DAYS TO WS-COOL-DAYS
                       END-IF
                   END-READ
                   CLOSE TERMS-FILE
               END-IF
               COMPUTE WS-COOL-END-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                   + WS-COOL-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-COOL-END-JULIAN)
                   TO WS-COOL-END-INT
               MOVE WS-COOL-END-INT(1:4) TO WS-COOL-END-DATE(1:4)
               MOVE "-"                  TO WS-COOL-END-DATE(5:1)
               MOVE WS-COOL-END-INT(5:2) TO WS-COOL-END-DATE(6:2)
               MOVE "-"                  TO WS-COOL-END-DATE(8:1)
               MOVE WS-COOL-END-INT(7:2) TO WS-COOL-END-DATE(9:2).

      *    Name (11-35), the three address lines (36-125), phone
      *    (147-161) and email (162-191) are what a takeover
      *    changes; the tax ID, birth date and flag bytes are not
      *    contact details and open no window.
           CHECK-PROFILE-CHANGE.
               MOVE SPACES TO PROFILE-CHANGE-RECORD
               IF WS-OLD-CUSTOMER(11:25) NOT = CU-NAME
                   SET PC-NAME-DIFFERS TO TRUE
               END-IF
               IF WS-OLD-CUSTOMER(36:90) NOT = CUSTOMER-RECORD(36:90)
                   SET PC-ADDR-DIFFERS TO TRUE
               END-IF
               IF WS-OLD-CUSTOMER(147:15) NOT = CU-PHONE
                   SET PC-PHONE-DIFFERS TO TRUE
               END-IF
               IF WS-OLD-CUSTOMER(162:30) NOT = CU-EMAIL
                   SET PC-EMAIL-DIFFERS TO TRUE
               END-IF
               IF PC-CHANGED-FIELDS NOT = SPACES
                   PERFORM WRITE-PROFILE-CHANGE
                   PERFORM QUEUE-CHANGE-CONFIRMATION
                   ADD 1 TO WS-PROFILE-CHG-COUNT
               END-IF.

           WRITE-PROFILE-CHANGE.
               IF WS-PCH-OPEN NOT = "Y"
                   OPEN EXTEND CHANGES-FILE
                   IF NOT WS-PCH-STATUS = "00"
                       OPEN OUTPUT CHANGES-FILE
                   END-IF
                   MOVE "Y" TO WS-PCH-OPEN
               END-IF
               MOVE CU-CUSTOMER-ID          TO PC-CUSTOMER-ID
               MOVE WS-TODAY                TO PC-CHANGE-DATE
               MOVE WS-COOL-END-DATE        TO PC-COOL-END-DATE
               MOVE WS-OLD-CUSTOMER(11:25)  TO PC-OLD-NAME
               MOVE WS-OLD-CUSTOMER(36:30)  TO PC-OLD-ADDR-LINE-1
               MOVE WS-OLD-CUSTOMER(66:30)  TO PC-OLD-ADDR-LINE-2
               MOVE WS-OLD-CUSTOMER(96:30)  TO PC-OLD-CITY-STATE-ZIP
               MOVE WS-OLD-CUSTOMER(147:15) TO PC-OLD-PHONE
               MOVE WS-OLD-CUSTOMER(162:30) TO PC-OLD-EMAIL
               MOVE PROFILE-CHANGE-RECORD TO CHANGE-OUT
               WRITE CHANGE-OUT.

      *    The letter goes to the customer by name (bytes 81-90)
      *    with a P in byte 74, so LETTER-ENGINE addresses it from
      *    the change row's old address rather than the CIF's new
      *    one; the account is the customer's first linked account,
      *    for the letter's reference line only.
           QUEUE-CHANGE-CONFIRMATION.
               MOVE SPACES TO WS-CONFIRM-ACCOUNT
               PERFORM VARYING WS-LNK-IDX FROM 1 BY 1
                   UNTIL WS-LNK-IDX > WS-LNK-COUNT
                   IF WLK-RECORD(WS-LNK-IDX)(1:10) = CU-CUSTOMER-ID
                   AND WLK-DROPPED(WS-LNK-IDX) = "N"
                   AND WS-CONFIRM-ACCOUNT = SPACES
                       MOVE WLK-RECORD(WS-LNK-IDX)(11:10)
                           TO WS-CONFIRM-ACCOUNT
                   END-IF
               END-PERFORM
               MOVE SPACES TO WS-CHANGED-TEXT
               MOVE "CHANGED:" TO WS-CHANGED-TEXT(1:8)
               MOVE 10 TO WS-CHANGED-POS
               IF PC-NAME-DIFFERS
                   MOVE "NAME" TO WS-CHANGED-TEXT(WS-CHANGED-POS:4)
                   ADD 5 TO WS-CHANGED-POS
               END-IF
               IF PC-ADDR-DIFFERS
                   MOVE "ADDR" TO WS-CHANGED-TEXT(WS-CHANGED-POS:4)
                   ADD 5 TO WS-CHANGED-POS
               END-IF
               IF PC-PHONE-DIFFERS
                   MOVE "PHONE" TO WS-CHANGED-TEXT(WS-CHANGED-POS:5)
                   ADD 6 TO WS-CHANGED-POS
               END-IF
               IF PC-EMAIL-DIFFERS
                   MOVE "EMAIL" TO WS-CHANGED-TEXT(WS-CHANGED-POS:5)
               END-IF
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY           TO NOTICE-OUT-RECORD(1:10)
               MOVE "ADDRCONF"         TO NOTICE-OUT-RECORD(12:8)
               MOVE WS-CONFIRM-ACCOUNT TO NOTICE-OUT-RECORD(21:10)
               MOVE ZEROS              TO NOTICE-OUT-RECORD(32:11)
               MOVE WS-CHANGED-TEXT    TO NOTICE-OUT-RECORD(44:30)
               MOVE "P"                TO NOTICE-OUT-RECORD(74:1)
               MOVE CU-CUSTOMER-ID     TO NOTICE-OUT-RECORD(81:10)
               WRITE NOTICE-OUT-RECORD.

      *    LINK/UNLK rows carry the customer ID at 5-14 and the
      *    account ID at 15-24. A merged-away row takes no new
      *    links - the survivor carries the relationship now.
                       MOVE "C05" TO WS-REQ-OUTCOME
                   WHEN OTHER
                       PERFORM REPOINT-LOSER-LINKS
                       PERFORM REPOINT-LOSER-OWNERS
                       PERFORM CARRY-LOSER-PRIVACY-PREFS
                       MOVE "M"
                           TO WCU-RECORD(WS-LOSER-IDX)(192:1)
                       MOVE "Y" TO WS-CUST-CHANGED
               WRITE AUDIT-TRAIL-OUT
               CLOSE AUDIT-TRAIL-FILE.

      *    An EIN is two digits, a hyphen and seven digits - the
      *    shape the IRS prints it in.
           CHECK-EIN-SHAPE.
               MOVE "N" TO WS-EIN-SHAPE
               IF CU-TAX-ID(1:2) IS NUMERIC
               AND CU-TAX-ID(3:1) = "-"
               AND CU-TAX-ID(4:7) IS NUMERIC
               AND CU-TAX-ID(11:1) = SPACE
                   MOVE "Y" TO WS-EIN-SHAPE
               END-IF.

      *================================================================
      *    Legal-entity customers: profile and beneficial owners.
      *================================================================
           FIND-ENTITY-PROFILE.
               MOVE 0 TO WS-ENT-FOUND-IDX
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   IF WEP-RECORD(WS-ENT-IDX)(1:10) = WS-ENTITY-ID
                       MOVE WS-ENT-IDX TO WS-ENT-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    The entity must be a current CIF row marked CU-ENTITY -
      *    leaves WS-REQ-OUTCOME at C02/C06 when it is not, and the
      *    row in CUSTOMER-RECORD when it is.
           CHECK-ENTITY-CUSTOMER.
               MOVE WS-ENTITY-ID TO CU-CUSTOMER-ID
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND-IDX = 0
                   MOVE "C02" TO WS-REQ-OUTCOME
               ELSE
                   MOVE WCU-RECORD(WS-CUST-FOUND-IDX)
                       TO CUSTOMER-RECORD
                   IF CU-MERGED-AWAY
                       MOVE "C02" TO WS-REQ-OUTCOME
                   ELSE
                       IF NOT CU-ENTITY
                           MOVE "C06" TO WS-REQ-OUTCOME
                       END-IF
                   END-IF
               END-IF.

           APPLY-ENTITY-PROFILE.
               MOVE MAINT-REQUEST-IO(5:100) TO ENTITY-PROFILE-RECORD
               MOVE EP-CUSTOMER-ID TO WS-ENTITY-ID
               PERFORM CHECK-ENTITY-CUSTOMER
               IF WS-REQ-OUTCOME NOT = "REJ"
                   EXIT PARAGRAPH
               END-IF
               PERFORM CHECK-EIN-SHAPE
               IF EP-LEGAL-NAME = SPACES
               OR NOT EP-VALID-TYPE
               OR EP-FORMATION-STATE = SPACES
               OR EP-NAICS-CODE IS NOT NUMERIC
               OR NOT EIN-SHAPE-OK
                   MOVE "C07" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-ENTITY-PROFILE
               IF WS-ENT-FOUND-IDX = 0
                   IF WS-ENT-COUNT < WS-ENT-MAX
                       ADD 1 TO WS-ENT-COUNT
                       MOVE WS-ENT-COUNT TO WS-ENT-FOUND-IDX
                   ELSE
                       MOVE "C04" TO WS-REQ-OUTCOME
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE ENTITY-PROFILE-RECORD
                   TO WEP-RECORD(WS-ENT-FOUND-IDX)
               MOVE "Y" TO WS-ENT-CHANGED
               MOVE "APR" TO WS-REQ-OUTCOME
               ADD 1 TO WS-PROFILED-COUNT.

      *================================================================
      *    Foreign persons: the W-8 certificate of foreign status.
      *================================================================
           FIND-W8-CERTIFICATE.
               MOVE 0 TO WS-W8-FOUND-IDX
               PERFORM VARYING WS-W8-IDX FROM 1 BY 1
                   UNTIL WS-W8-IDX > WS-W8-COUNT
                   IF WW8-RECORD(WS-W8-IDX)(1:10) = W8-CUSTOMER-ID
                       MOVE WS-W8-IDX TO WS-W8-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    A person certifies on the W-8BEN, an entity on the
      *    W-8BEN-E. The form is good through the end of the third
      *    calendar year after the year it was signed; a new form
      *    replaces the old row outright, so the renewal letter
      *    starts over with it.
           APPLY-W8-CERTIFICATE.
               MOVE MAINT-REQUEST-IO(5:100) TO W8-CERTIFICATE-RECORD
               MOVE W8-CUSTOMER-ID TO CU-CUSTOMER-ID
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND-IDX = 0
                   MOVE "C02" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               MOVE WCU-RECORD(WS-CUST-FOUND-IDX) TO CUSTOMER-RECORD
               IF CU-MERGED-AWAY
                   MOVE "C02" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               IF (CU-ENTITY AND NOT W8-BEN-E)
               OR (CU-INDIVIDUAL AND NOT W8-BEN)
               OR W8-SIGNED-DATE(1:4) IS NOT NUMERIC
               OR W8-SIGNED-DATE(6:2) IS NOT NUMERIC
               OR W8-SIGNED-DATE(9:2) IS NOT NUMERIC
               OR W8-SIGNED-DATE > WS-TODAY
               OR W8-COUNTRY = SPACES
               OR W8-TREATY-RATE-X IS NOT NUMERIC
                   MOVE "C12" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               IF W8-TREATY-RATE > WS-NRA-MAX-RATE
                   MOVE "C12" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               MOVE W8-SIGNED-DATE(1:4) TO WS-W8-EXPIRY-YEAR
               ADD 3 TO WS-W8-EXPIRY-YEAR
               MOVE WS-W8-EXPIRY-YEAR TO W8-EXPIRY-DATE(1:4)
               MOVE "-12-31"          TO W8-EXPIRY-DATE(5:6)
               MOVE SPACES TO W8-RENEWAL-DATE
               PERFORM FIND-W8-CERTIFICATE
               IF WS-W8-FOUND-IDX = 0
                   IF WS-W8-COUNT < WS-W8-MAX
                       ADD 1 TO WS-W8-COUNT
                       MOVE WS-W8-COUNT TO WS-W8-FOUND-IDX
                   ELSE
                       MOVE "C04" TO WS-REQ-OUTCOME
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE W8-CERTIFICATE-RECORD
                   TO WW8-RECORD(WS-W8-FOUND-IDX)
               MOVE "Y" TO WS-W8-CHANGED
               SET CU-FOREIGN-PERSON TO TRUE
               MOVE CUSTOMER-RECORD TO WCU-RECORD(WS-CUST-FOUND-IDX)
               MOVE "Y" TO WS-CUST-CHANGED
               MOVE "APR" TO WS-REQ-OUTCOME
               ADD 1 TO WS-W8-SET-COUNT.

           FIND-OWNER-ROW.
               MOVE 0 TO WS-BO-FOUND-IDX
               PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-COUNT
                   IF WBO-RECORD(WS-BO-IDX)(1:10) = WS-ENTITY-ID
                   AND WBO-RECORD(WS-BO-IDX)(11:10) = WS-OWNER-ID
                   AND WBO-DROPPED(WS-BO-IDX) = "N"
                       MOVE WS-BO-IDX TO WS-BO-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    A re-recorded owner replaces the earlier row, so the 100
      *    percent ceiling is measured without it.
           APPLY-OWNER-ADD.
               MOVE MAINT-REQUEST-IO(5:100)
                   TO BENEFICIAL-OWNER-RECORD
               MOVE BO-ENTITY-ID TO WS-ENTITY-ID
               MOVE BO-OWNER-ID TO WS-OWNER-ID
               PERFORM CHECK-ENTITY-CUSTOMER
               IF WS-REQ-OUTCOME NOT = "REJ"
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-OWNER-ID TO CU-CUSTOMER-ID
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND-IDX = 0
                   MOVE "C08" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               MOVE WCU-RECORD(WS-CUST-FOUND-IDX) TO CUSTOMER-RECORD
               IF CU-MERGED-AWAY OR CU-ENTITY
                   MOVE "C08" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               IF BO-OWNERSHIP-PCT IS NOT NUMERIC
                   MOVE "C09" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-OWNER-ROW
               MOVE BO-OWNERSHIP-PCT TO WS-BO-PCT-TOTAL
               PERFORM VARYING WS-SCAN-BO-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-BO-IDX > WS-BO-COUNT
                   IF WBO-RECORD(WS-SCAN-BO-IDX)(1:10) = WS-ENTITY-ID
                   AND WBO-DROPPED(WS-SCAN-BO-IDX) = "N"
                   AND WS-SCAN-BO-IDX NOT = WS-BO-FOUND-IDX
                       MOVE WBO-RECORD(WS-SCAN-BO-IDX)(21:5)
                           TO WS-SCAN-PCT-X
                       IF WS-SCAN-PCT IS NUMERIC
                           ADD WS-SCAN-PCT TO WS-BO-PCT-TOTAL
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-BO-PCT-TOTAL > 100
                   MOVE "C09" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               IF WS-BO-FOUND-IDX = 0
                   IF WS-BO-COUNT < WS-BO-MAX
                       ADD 1 TO WS-BO-COUNT
                       MOVE WS-BO-COUNT TO WS-BO-FOUND-IDX
                       MOVE "N" TO WBO-DROPPED(WS-BO-FOUND-IDX)
                   ELSE
                       MOVE "C04" TO WS-REQ-OUTCOME
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               IF BO-CONTROL-FLAG NOT = "Y"
                   MOVE "N" TO BO-CONTROL-FLAG
               END-IF
               MOVE WS-TODAY TO BO-RECORDED-DATE
               MOVE BENEFICIAL-OWNER-RECORD
                   TO WBO-RECORD(WS-BO-FOUND-IDX)
               MOVE "Y" TO WS-BO-CHANGED
               MOVE "APR" TO WS-REQ-OUTCOME
               ADD 1 TO WS-OWNERS-SET-COUNT.

      *    BODL rows carry the entity at 5-14 and the owner at 15-24.
           APPLY-OWNER-DELETE.
               MOVE MAINT-REQUEST-IO(5:10)  TO WS-ENTITY-ID
               MOVE MAINT-REQUEST-IO(15:10) TO WS-OWNER-ID
               PERFORM FIND-OWNER-ROW
               IF WS-BO-FOUND-IDX = 0
                   MOVE "C02" TO WS-REQ-OUTCOME
               ELSE
                   MOVE "Y" TO WBO-DROPPED(WS-BO-FOUND-IDX)
                   MOVE "Y" TO WS-BO-CHANGED
                   MOVE "APR" TO WS-REQ-OUTCOME
                   ADD 1 TO WS-OWNERS-DEL-COUNT
               END-IF.

      *    A merged duplicate's owner rows follow its links to the
      *    survivor, on either side of the pair; a row the survivor
      *    already holds is simply dropped.
           REPOINT-LOSER-OWNERS.
               PERFORM REPOINT-ONE-OWNER
                   VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-COUNT.

           REPOINT-ONE-OWNER.
               IF WBO-DROPPED(WS-BO-IDX) = "N"
               AND (WBO-RECORD(WS-BO-IDX)(1:10) = WS-LOSER-ID
                   OR WBO-RECORD(WS-BO-IDX)(11:10) = WS-LOSER-ID)
                   MOVE WBO-RECORD(WS-BO-IDX)(1:10) TO WS-ENTITY-ID
                   MOVE WBO-RECORD(WS-BO-IDX)(11:10) TO WS-OWNER-ID
                   IF WS-ENTITY-ID = WS-LOSER-ID
                       MOVE WS-SURVIVOR-ID TO WS-ENTITY-ID
                   END-IF
                   IF WS-OWNER-ID = WS-LOSER-ID
                       MOVE WS-SURVIVOR-ID TO WS-OWNER-ID
                   END-IF
                   MOVE 0 TO WS-DUP-BO-IDX
                   PERFORM VARYING WS-SCAN-BO-IDX FROM 1 BY 1
                       UNTIL WS-SCAN-BO-IDX > WS-BO-COUNT
                       IF WBO-RECORD(WS-SCAN-BO-IDX)(1:10)
                           = WS-ENTITY-ID
                       AND WBO-RECORD(WS-SCAN-BO-IDX)(11:10)
                           = WS-OWNER-ID
                       AND WBO-DROPPED(WS-SCAN-BO-IDX) = "N"
                           MOVE WS-SCAN-BO-IDX TO WS-DUP-BO-IDX
                       END-IF
                   END-PERFORM
                   IF WS-DUP-BO-IDX > 0
                       MOVE "Y" TO WBO-DROPPED(WS-BO-IDX)
                   ELSE
                       MOVE WS-ENTITY-ID
                           TO WBO-RECORD(WS-BO-IDX)(1:10)
                       MOVE WS-OWNER-ID
                           TO WBO-RECORD(WS-BO-IDX)(11:10)
                   END-IF
                   MOVE "Y" TO WS-BO-CHANGED
               END-IF.

      *================================================================
      *    Privacy choices: GLBA affiliate-sharing opt-out, marketing
      *    channel opt-outs and do-not-call.
      *================================================================
           FIND-PRIVACY-PREF.
               MOVE 0 TO WS-PRV-FOUND-IDX
               PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
                   IF WPV-RECORD(WS-PRV-IDX)(1:10) = WS-PRV-CUSTOMER-ID
                       MOVE WS-PRV-IDX TO WS-PRV-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    Leaves the customer's row in PRIVACY-PREF-RECORD and its
      *    slot in WS-PRV-FOUND-IDX - a fresh, all-clear row and a
      *    zero slot when the customer has never made a choice.
           GET-PRIVACY-PREF.
               PERFORM FIND-PRIVACY-PREF
               IF WS-PRV-FOUND-IDX > 0
                   MOVE WPV-RECORD(WS-PRV-FOUND-IDX)
                       TO PRIVACY-PREF-RECORD
               ELSE
                   MOVE SPACES TO PRIVACY-PREF-RECORD
                   MOVE WS-PRV-CUSTOMER-ID TO PV-CUSTOMER-ID
               END-IF.

      *    Files PRIVACY-PREF-RECORD back in its slot, or in a new one
      *    for a first row (WS-PRV-FOUND-IDX stays zero when the
      *    table is full).
           STORE-PRIVACY-PREF.
               IF WS-PRV-FOUND-IDX = 0
                   IF WS-PRV-COUNT < WS-PRV-MAX
                       ADD 1 TO WS-PRV-COUNT
                       MOVE WS-PRV-COUNT TO WS-PRV-FOUND-IDX
                   ELSE
                       EXIT PARAGRAPH
                   END-IF
               END-IF
               MOVE PRIVACY-PREF-RECORD TO WPV-RECORD(WS-PRV-FOUND-IDX)
               MOVE "Y" TO WS-PRV-CHANGED.

      *    Only a choice whose opt-out status actually moves is
      *    re-dated, so the date on file is always the day the
      *    customer's current choice was made.
           APPLY-PRIVACY-PREFS.
               MOVE MAINT-REQUEST-IO(5:10) TO WS-PRV-CUSTOMER-ID
               MOVE MAINT-REQUEST-IO(15:6) TO WS-PRV-REQ-FLAGS
               MOVE WS-PRV-CUSTOMER-ID TO CU-CUSTOMER-ID
               PERFORM FIND-CUSTOMER
               IF WS-CUST-FOUND-IDX = 0
                   MOVE "C02" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               IF WCU-RECORD(WS-CUST-FOUND-IDX)(192:1) = "M"
                   MOVE "C02" TO WS-REQ-OUTCOME
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-PRV-CHOICE-NUM FROM 1 BY 1
                   UNTIL WS-PRV-CHOICE-NUM > 6
                   IF WS-PRV-REQ-FLAGS(WS-PRV-CHOICE-NUM:1) NOT = "Y"
                   AND WS-PRV-REQ-FLAGS(WS-PRV-CHOICE-NUM:1) NOT = "N"
                   AND WS-PRV-REQ-FLAGS(WS-PRV-CHOICE-NUM:1)
                       NOT = SPACE
                       MOVE "C10" TO WS-REQ-OUTCOME
                   END-IF
               END-PERFORM
               IF WS-REQ-OUTCOME = "C10"
                   EXIT PARAGRAPH
               END-IF
               PERFORM GET-PRIVACY-PREF
               PERFORM VARYING WS-PRV-CHOICE-NUM FROM 1 BY 1
                   UNTIL WS-PRV-CHOICE-NUM > 6
                   EVALUATE TRUE
                       WHEN WS-PRV-REQ-FLAGS(WS-PRV-CHOICE-NUM:1) = "Y"
                       AND PV-CHOICE-OPT(WS-PRV-CHOICE-NUM) NOT = "Y"
                           MOVE "Y"
                               TO PV-CHOICE-OPT(WS-PRV-CHOICE-NUM)
                           MOVE WS-TODAY
                               TO PV-CHOICE-DATE(WS-PRV-CHOICE-NUM)
                       WHEN WS-PRV-REQ-FLAGS(WS-PRV-CHOICE-NUM:1) = "N"
                       AND PV-CHOICE-OPT(WS-PRV-CHOICE-NUM) = "Y"
                           MOVE "N"
                               TO PV-CHOICE-OPT(WS-PRV-CHOICE-NUM)
                           MOVE WS-TODAY
                               TO PV-CHOICE-DATE(WS-PRV-CHOICE-NUM)
                   END-EVALUATE
               END-PERFORM
               PERFORM STORE-PRIVACY-PREF
               IF WS-PRV-FOUND-IDX = 0
                   MOVE "C04" TO WS-REQ-OUTCOME
               ELSE
                   MOVE "APR" TO WS-REQ-OUTCOME
                   ADD 1 TO WS-PRIVACY-COUNT
               END-IF.

      *    Each opt-out the duplicate made is set on the survivor
      *    with its original date, unless the survivor has already
      *    opted out of the same thing. The duplicate's own row is
      *    left as it stands, beside its retired CIF row.
           CARRY-LOSER-PRIVACY-PREFS.
               MOVE WS-LOSER-ID TO WS-PRV-CUSTOMER-ID
               PERFORM FIND-PRIVACY-PREF
               IF WS-PRV-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE WPV-RECORD(WS-PRV-FOUND-IDX) TO WS-LOSER-PREFS
               MOVE WS-SURVIVOR-ID TO WS-PRV-CUSTOMER-ID
               PERFORM GET-PRIVACY-PREF
               MOVE "N" TO WS-PRV-ANY-SET
               PERFORM VARYING WS-PRV-CHOICE-NUM FROM 1 BY 1
                   UNTIL WS-PRV-CHOICE-NUM > 6
                   IF WS-LOSER-PREFS(WS-PRV-CHOICE-NUM * 11:1) = "Y"
                   AND PV-CHOICE-OPT(WS-PRV-CHOICE-NUM) NOT = "Y"
                       MOVE "Y" TO PV-CHOICE-OPT(WS-PRV-CHOICE-NUM)
                       MOVE WS-LOSER-PREFS
                           (WS-PRV-CHOICE-NUM * 11 + 1:10)
                           TO PV-CHOICE-DATE(WS-PRV-CHOICE-NUM)
                       MOVE "Y" TO WS-PRV-ANY-SET
                   END-IF
               END-PERFORM
               IF WS-PRV-ANY-SET = "Y"
                   PERFORM STORE-PRIVACY-PREF
               END-IF.

           REWRITE-CUSTOMERS.
               OPEN OUTPUT CUSTOMER-FILE
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
               END-PERFORM
               CLOSE LINKS-FILE.

           REWRITE-ENTITY-PROFILES.
               OPEN OUTPUT ENTITY-FILE
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   MOVE WEP-RECORD(WS-ENT-IDX) TO ENTITY-IO
                   WRITE ENTITY-IO
               END-PERFORM
               CLOSE ENTITY-FILE.

           REWRITE-PRIVACY-PREFS.
               OPEN OUTPUT PRIVACY-FILE
               PERFORM VARYING WS-PRV-IDX FROM 1 BY 1
                   UNTIL WS-PRV-IDX > WS-PRV-COUNT
                   MOVE WPV-RECORD(WS-PRV-IDX) TO PRIVACY-IO
                   WRITE PRIVACY-IO
               END-PERFORM
               CLOSE PRIVACY-FILE.

           REWRITE-W8-CERTIFICATES.
               OPEN OUTPUT W8-FILE
               PERFORM VARYING WS-W8-IDX FROM 1 BY 1
                   UNTIL WS-W8-IDX > WS-W8-COUNT
                   MOVE WW8-RECORD(WS-W8-IDX) TO W8-IO
                   WRITE W8-IO
               END-PERFORM
               CLOSE W8-FILE.

           REWRITE-OWNERS.
               OPEN OUTPUT OWNERS-FILE
               PERFORM VARYING WS-BO-IDX FROM 1 BY 1
                   UNTIL WS-BO-IDX > WS-BO-COUNT
                   IF WBO-DROPPED(WS-BO-IDX) = "N"
                       MOVE WBO-RECORD(WS-BO-IDX) TO OWNER-IO
                       WRITE OWNER-IO
                   END-IF
               END-PERFORM
               CLOSE OWNERS-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Customer File Maintenance"
               DISPLAY "  Links Removed      : " WS-UNLINKED-COUNT
               DISPLAY "  Customers Merged   : " WS-MERGED-COUNT
               DISPLAY "  Links Re-pointed   : " WS-REPOINTED-COUNT
               DISPLAY "  Entity Profiles    : " WS-PROFILED-COUNT
               DISPLAY "  Owners Recorded    : " WS-OWNERS-SET-COUNT
               DISPLAY "  Owners Removed     : " WS-OWNERS-DEL-COUNT
               DISPLAY "  Profile Changes    : " WS-PROFILE-CHG-COUNT
               DISPLAY "  Privacy Choices    : " WS-PRIVACY-COUNT
               DISPLAY "  Returned Cleared   : " WS-ADDR-CLEARED-COUNT
               DISPLAY "  W-8s Recorded      : " WS-W8-SET-COUNT
               DISPLAY "  W-9 Back to US     : " WS-W9-RETURN-COUNT
               DISPLAY "  Rejected           : " WS-REJECTED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/CUSTOMER-MASTER.dat"
               DISPLAY "  → data/input/CUSTOMER-ACCOUNT-LINKS.dat"
               DISPLAY "  → data/input/ENTITY-PROFILES.dat"
               DISPLAY "  → data/input/BENEFICIAL-OWNERS.dat"
               DISPLAY "  → data/input/PRIVACY-PREFERENCES.dat"
               DISPLAY "  → data/input/W8-CERTIFICATES.dat"
               DISPLAY "  → data/output/CUSTOMER-MAINT-RESULTS.dat"
               DISPLAY "  → data/output/PROFILE-CHANGES.dat"
               DISPLAY "  → data/output/NOTICE-REQUESTS.dat"
               DISPLAY "==============================================".
