      *              by TXN-PROCESSOR for deposit holds, CD-MATURITY
      *              for approaching maturities, ESCHEAT-PROCESS for
      *              dormancy outreach, INTEREST-CALC for arriving
      *              rate decreases, LOAN-SETTLE for lien releases
      *              and paid-in-full letters, LOAN-ESCROW for annual
      *              escrow statements, LOAN-REPRICE for variable-
      *              rate changes, LOAN-MODIFY for loan modification
      *              agreements, COLLATERAL-REPORT for proof-of-
      *              insurance requests, LOAN-OFFSET for right-of-
      *              offset notices, CUSTODIAL-PROC for
      *              approaching age of majority, CUSTOMER-MAINT for
      *              contact-profile change confirmations,
      *              W8-RENEWAL-PROC for W-8 renewals, ACCOUNT-
      *              MAINT for overdraft opt-in and revocation
      *              confirmations, and whoever comes next):
      *                - the template loads from
      *                  data/input/LETTER-TEMPLATES/<id>.tpl (path
      *                  built at run time, the LEDGER-HISTORY
      *                  &ACCOUNT&, &AMOUNT&, &DATE& and &DETAIL&
      *                  fill from the CIF record reached through
      *                  the account's link and from the request
      *                  row itself - or, when the request names
      *                  an addressee customer in bytes 81-90, from
      *                  that customer's CIF record instead, so one
      *                  account's notice can go to each of its
      *                  parties;
      *                - a request marked P in byte 74 (CUSTOMER-
      *                  MAINT's ADDRCONF confirmation of a contact-
      *                  profile change) goes to the name and
      *                  address the customer had before the
      *                  change - the latest row for the addressee
      *                  on PROFILE-CHANGES.dat - not to the new one
      *                  the change put on the CIF;
      *                - print-ready letters stream to
      *                  CUSTOMER-LETTERS.dat, one page break per
      *                  letter - or, for a customer whose
      *                  CU-DELIVERY-PREF is E, to CUSTOMER-
      *                  ELETTERS.dat for the e-delivery vendor
      *                  instead (B, both files);
      *                - a customer whose address is marked returned
      *                  (CU-ADDR-RETURNED) gets no paper: the letter
      *                  is listed on LETTER-MAIL-HELD.dat (see
      *                  MAIL-HELD-RECORD.cpy) and logs as held,
      *                  though an electronic copy still goes. A
      *                  prior-address confirmation is the exception
      *                  - it is paper to the old address by design;
      *                - every letter appends a row to the
      *                  cumulative LETTER-GEN-LOG.dat, the proof a
      *                  notice went out when a dispute surfaces;
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LETTERS-STATUS.

      *        Electronic delivery, and the paper held for a
      *        returned address - both fresh each run.
               SELECT ELETTERS-FILE
                   ASSIGN TO "data/output/CUSTOMER-ELETTERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ELETTERS-STATUS.

               SELECT MAIL-HELD-FILE
                   ASSIGN TO "data/output/LETTER-MAIL-HELD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HELD-STATUS.

      *        Optional: contact-profile changes, for the prior
      *        address a change confirmation is mailed to.
               SELECT CHANGES-FILE
                   ASSIGN TO "data/output/PROFILE-CHANGES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PCH-STATUS.

      *        Cumulative generation log - appended, never
      *        overwritten, same treatment AUDIT-TRAIL.dat gets.
               SELECT GEN-LOG-FILE
       DATA DIVISION.
           FILE SECTION.
           FD NOTICE-FILE.
           01 NOTICE-IO             PIC X(90).

           FD TEMPLATE-FILE.
           01 TEMPLATE-LINE         PIC X(80).
           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD CHANGES-FILE.
           01 CHANGE-IO             PIC X(200).

           FD LETTERS-FILE.
           01 LETTER-LINE           PIC X(80).

           FD ELETTERS-FILE.
           01 ELETTER-LINE          PIC X(80).

           FD MAIL-HELD-FILE.
           01 MAIL-HELD-IO          PIC X(80).

           FD GEN-LOG-FILE.
           01 GEN-LOG-RECORD        PIC X(80).

           01 WS-LETTERS-STATUS     PIC XX.
               88 WS-LETTERS-FILE-OK    VALUE "00".
           01 WS-GENLOG-STATUS      PIC XX.
           01 WS-ELETTERS-STATUS    PIC XX.
           01 WS-HELD-STATUS        PIC XX.
           01 WS-EOF-NOTICE         PIC X VALUE "N".
               88 END-OF-NOTICES       VALUE "Y".
           01 WS-EOF-TPL            PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-PCH-STATUS         PIC XX.
               88 WS-PCH-FILE-OK       VALUE "00".
           01 WS-EOF-PCH            PIC X VALUE "N".
               88 END-OF-PCH-LOAD      VALUE "Y".

           COPY "CUSTOMER-RECORD.cpy".
           COPY "PROFILE-CHANGE-RECORD.cpy".
           COPY "MAIL-HELD-RECORD.cpy".

      *    --- Where this letter goes, per the addressee ---
           01 WS-LTR-PAPER          PIC X VALUE "Y".
               88 LTR-TO-PAPER         VALUE "Y".
           01 WS-LTR-ELECTRONIC     PIC X VALUE "N".
               88 LTR-TO-ELECTRONIC    VALUE "Y".
           01 WS-LTR-PAPER-HELD     PIC X VALUE "N".
               88 LTR-PAPER-HELD       VALUE "Y".
           01 WS-LOG-OUTCOME        PIC X(07).

      *    --- Parsed request row ---
           01 WS-REQ-DATE           PIC X(10).
           01 WS-REQ-AMOUNT REDEFINES WS-REQ-AMOUNT-X
                               PIC 9(9)V99.
           01 WS-REQ-DETAIL         PIC X(30).
           01 WS-REQ-ADDRESSEE      PIC X(10).
           01 WS-REQ-MAIL-TO        PIC X(01).
               88 MAIL-TO-PRIOR-ADDRESS VALUE "P".
           01 WS-TEMPLATE-PATH      PIC X(60).
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.

           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-CUST-FOUND         PIC X.

      *    --- Prior name and address per profile change, in file
      *        order, so the last row for a customer is the latest ---
           01 WS-PCH-MAX            PIC 9(4) VALUE 5000.
           01 WS-PCH-TABLE.
               05 WS-PCH-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-PCH-IDX.
                   10 WPC-CUSTOMER-ID  PIC X(10).
                   10 WPC-OLD-NAME     PIC X(25).
                   10 WPC-OLD-ADDRESS  PIC X(90).
           01 WS-PCH-COUNT          PIC 9(4) VALUE 0.
           01 WS-PCH-FOUND-IDX      PIC 9(4) VALUE 0.

      *    --- Substitution: the output line is rebuilt byte by
      *        byte; an & opens a token that closes at the next &,
      *        and an unknown token passes through untouched ---
           01 WS-REQ-COUNT          PIC 9(5) VALUE 0.
           01 WS-LETTER-COUNT       PIC 9(5) VALUE 0.
           01 WS-SKIPPED-COUNT      PIC 9(5) VALUE 0.
           01 WS-ELETTER-COUNT      PIC 9(5) VALUE 0.
           01 WS-HELD-COUNT         PIC 9(5) VALUE 0.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
               END-IF
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-PROFILE-CHANGES
               OPEN OUTPUT LETTERS-FILE
               IF NOT WS-LETTERS-FILE-OK
                   DISPLAY "ERROR: Cannot open CUSTOMER-LETTERS.dat"
                   DISPLAY "FILE STATUS: " WS-LETTERS-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT ELETTERS-FILE
               OPEN OUTPUT MAIL-HELD-FILE
               PERFORM OPEN-GEN-LOG
               PERFORM PRINT-ONE-NOTICE
                   UNTIL END-OF-NOTICES
               CLOSE NOTICE-FILE
               CLOSE LETTERS-FILE
               CLOSE ELETTERS-FILE
               CLOSE MAIL-HELD-FILE
               CLOSE GEN-LOG-FILE
               IF WS-REQ-COUNT > 0
                   PERFORM CLEAR-NOTICE-QUEUE
                   END-IF
               END-READ.

      *    --- Optional file: absent before the first change ---
           LOAD-PROFILE-CHANGES.
               OPEN INPUT CHANGES-FILE
               IF WS-PCH-FILE-OK
                   PERFORM READ-ONE-PROFILE-CHANGE
                       UNTIL END-OF-PCH-LOAD
                   CLOSE CHANGES-FILE
               END-IF.

           READ-ONE-PROFILE-CHANGE.
               READ CHANGES-FILE INTO CHANGE-IO
               AT END
                   MOVE "Y" TO WS-EOF-PCH
               NOT AT END
                   MOVE CHANGE-IO TO PROFILE-CHANGE-RECORD
                   IF WS-PCH-COUNT < WS-PCH-MAX
                       ADD 1 TO WS-PCH-COUNT
                       MOVE PC-CUSTOMER-ID
                           TO WPC-CUSTOMER-ID(WS-PCH-COUNT)
                       MOVE PC-OLD-NAME
                           TO WPC-OLD-NAME(WS-PCH-COUNT)
                       MOVE CHANGE-IO(60:90)
                           TO WPC-OLD-ADDRESS(WS-PCH-COUNT)
                   END-IF
               END-READ.

      *    --- Same cumulative EXTEND-or-OUTPUT treatment
      *        AUDIT-TRAIL.dat gets ---
           OPEN-GEN-LOG.
                   MOVE NOTICE-IO(21:10) TO WS-REQ-ACCOUNT
                   MOVE NOTICE-IO(32:11) TO WS-REQ-AMOUNT-X
                   MOVE NOTICE-IO(44:30) TO WS-REQ-DETAIL
                   MOVE NOTICE-IO(81:10) TO WS-REQ-ADDRESSEE
                   MOVE NOTICE-IO(74:1)  TO WS-REQ-MAIL-TO
                   PERFORM RESOLVE-CUSTOMER
                   IF WS-CUST-FOUND = "Y"
                   AND MAIL-TO-PRIOR-ADDRESS
                       PERFORM APPLY-PRIOR-ADDRESS
                   END-IF
                   IF WS-CUST-FOUND = "Y"
                       PERFORM SET-LETTER-DELIVERY
                       PERFORM GENERATE-LETTER
                   ELSE
                       MOVE "SKIPPED" TO WS-LOG-OUTCOME
                       ADD 1 TO WS-SKIPPED-COUNT
                       PERFORM LOG-ONE-LETTER
                   END-IF
               END-READ.

      *    A named addressee takes the letter; otherwise the first
      *    customer linked to the account addresses it - the same
      *    pick STATEMENT-GEN's address block makes.
           RESOLVE-CUSTOMER.
               MOVE "N" TO WS-CUST-FOUND
               IF WS-REQ-ADDRESSEE NOT = SPACES
                   PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                       UNTIL WS-CUST-IDX > WS-CUST-COUNT
                       IF WCU-RECORD(WS-CUST-IDX)(1:10)
                           = WS-REQ-ADDRESSEE
                           MOVE WCU-RECORD(WS-CUST-IDX)
                               TO CUSTOMER-RECORD
                           MOVE "Y" TO WS-CUST-FOUND
                       END-IF
                   END-PERFORM
               ELSE
                   PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                       UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                       IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = WS-REQ-ACCOUNT
                       AND WS-CUST-FOUND = "N"
                           PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                               IF WCU-RECORD(WS-CUST-IDX)(1:10)
                                   = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                                   MOVE WCU-RECORD(WS-CUST-IDX)
                                       TO CUSTOMER-RECORD
                                   MOVE "Y" TO WS-CUST-FOUND
                               END-IF
                           END-PERFORM
                       END-IF
                   END-PERFORM
               END-IF.

      *    The confirmation must reach whoever lived at the old
      *    address - if the change was not the customer's doing,
      *    the new address is the fraudster's. No change row on
      *    file means nothing to confirm: the letter is skipped.
           APPLY-PRIOR-ADDRESS.
               MOVE 0 TO WS-PCH-FOUND-IDX
               PERFORM VARYING WS-PCH-IDX FROM 1 BY 1
                   UNTIL WS-PCH-IDX > WS-PCH-COUNT
                   IF WPC-CUSTOMER-ID(WS-PCH-IDX) = CU-CUSTOMER-ID
                       MOVE WS-PCH-IDX TO WS-PCH-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-PCH-FOUND-IDX > 0
                   MOVE WPC-OLD-NAME(WS-PCH-FOUND-IDX) TO CU-NAME
                   MOVE WPC-OLD-ADDRESS(WS-PCH-FOUND-IDX)
                       TO CUSTOMER-RECORD(36:90)
               ELSE
                   MOVE "N" TO WS-CUST-FOUND
               END-IF.

      *    The addressee's delivery preference picks the file; a
      *    returned address stops the paper. A prior-address
      *    confirmation always goes on paper to the old address -
      *    the new address, returned or not, is not where it goes.
           SET-LETTER-DELIVERY.
               MOVE "Y" TO WS-LTR-PAPER
               MOVE "N" TO WS-LTR-ELECTRONIC
               MOVE "N" TO WS-LTR-PAPER-HELD
               IF CU-DELIVER-ELECTRONIC OR CU-DELIVER-BOTH
                   MOVE "Y" TO WS-LTR-ELECTRONIC
               END-IF
               IF NOT MAIL-TO-PRIOR-ADDRESS
                   IF CU-DELIVER-ELECTRONIC
                       MOVE "N" TO WS-LTR-PAPER
                   END-IF
                   IF CU-ADDR-RETURNED AND LTR-TO-PAPER
                       MOVE "N" TO WS-LTR-PAPER
                       MOVE "Y" TO WS-LTR-PAPER-HELD
                   END-IF
               END-IF.

           GENERATE-LETTER.
               IF LTR-PAPER-HELD
                   PERFORM WRITE-MAIL-HELD-ROW
               END-IF
               IF NOT LTR-TO-PAPER AND NOT LTR-TO-ELECTRONIC
                   MOVE "HELD" TO WS-LOG-OUTCOME
                   PERFORM LOG-ONE-LETTER
                   EXIT PARAGRAPH
               END-IF
               MOVE SPACES TO WS-TEMPLATE-PATH
               STRING "data/input/LETTER-TEMPLATES/" DELIMITED SIZE
                   FUNCTION TRIM(WS-REQ-TEMPLATE) DELIMITED SIZE
               MOVE "N" TO WS-EOF-TPL
               OPEN INPUT TEMPLATE-FILE
               IF NOT WS-TPL-FILE-OK
                   MOVE "SKIPPED" TO WS-LOG-OUTCOME
                   ADD 1 TO WS-SKIPPED-COUNT
                   PERFORM LOG-ONE-LETTER
               ELSE
                   MOVE WS-REQ-AMOUNT TO WS-DISP-AMOUNT
                   MOVE SPACES TO LETTER-LINE
                   PERFORM PUT-LETTER-PAGE-LINE
                   PERFORM SUBSTITUTE-ONE-LINE
                       UNTIL END-OF-TEMPLATE
                   CLOSE TEMPLATE-FILE
                   IF LTR-TO-PAPER
                       MOVE "PRINTED" TO WS-LOG-OUTCOME
                       ADD 1 TO WS-LETTER-COUNT
                   ELSE
                       MOVE "EMAILED" TO WS-LOG-OUTCOME
                   END-IF
                   IF LTR-TO-ELECTRONIC
                       ADD 1 TO WS-ELETTER-COUNT
                   END-IF
                   PERFORM LOG-ONE-LETTER
               END-IF.

      *    Each letter line reaches paper, the electronic file, or
      *    both.
           PUT-LETTER-LINE.
               IF LTR-TO-ELECTRONIC
                   MOVE LETTER-LINE TO ELETTER-LINE
                   WRITE ELETTER-LINE
               END-IF
               IF LTR-TO-PAPER
                   WRITE LETTER-LINE
               END-IF.

           PUT-LETTER-PAGE-LINE.
               IF LTR-TO-ELECTRONIC
                   MOVE LETTER-LINE TO ELETTER-LINE
                   WRITE ELETTER-LINE AFTER ADVANCING PAGE
               END-IF
               IF LTR-TO-PAPER
                   WRITE LETTER-LINE AFTER ADVANCING PAGE
               END-IF.

           WRITE-MAIL-HELD-ROW.
               MOVE SPACES TO MAIL-HELD-RECORD
               MOVE WS-TODAY        TO MH-DATE
               SET MH-LETTER TO TRUE
               MOVE WS-REQ-ACCOUNT  TO MH-ACCOUNT-ID
               MOVE CU-CUSTOMER-ID  TO MH-CUSTOMER-ID
               MOVE WS-REQ-TEMPLATE TO MH-ITEM
               MOVE CU-NAME         TO MH-CUSTOMER-NAME
               IF LTR-TO-ELECTRONIC
                   MOVE "Y" TO MH-ALSO-SENT-E
               ELSE
                   MOVE "N" TO MH-ALSO-SENT-E
               END-IF
               MOVE MAIL-HELD-RECORD TO MAIL-HELD-IO
               WRITE MAIL-HELD-IO
               ADD 1 TO WS-HELD-COUNT.

           SUBSTITUTE-ONE-LINE.
               READ TEMPLATE-FILE INTO TEMPLATE-LINE
               AT END
                   MOVE TEMPLATE-LINE TO WS-IN-LINE
                   PERFORM REBUILD-LINE
                   MOVE WS-OUT-LINE TO LETTER-LINE
                   PERFORM PUT-LETTER-LINE
               END-READ.

      *    Byte-by-byte rebuild: an & opens a token that runs to
                   ADD 1 TO WS-OUT-POS
               END-PERFORM.

      *    One log row per request - printed, emailed, held or
      *    skipped - the log answers "did the notice go out" every
      *    way.
           LOG-ONE-LETTER.
               MOVE SPACES TO GEN-LOG-RECORD
               MOVE WS-TODAY        TO GEN-LOG-RECORD(1:10)
               MOVE WS-REQ-TEMPLATE TO GEN-LOG-RECORD(12:8)
               MOVE WS-REQ-ACCOUNT  TO GEN-LOG-RECORD(21:10)
               MOVE WS-LOG-OUTCOME TO GEN-LOG-RECORD(32:7)
               IF WS-LOG-OUTCOME NOT = "SKIPPED"
                   MOVE CU-CUSTOMER-ID TO GEN-LOG-RECORD(40:10)
               END-IF
               MOVE WS-REQ-DETAIL TO GEN-LOG-RECORD(51:30)
               WRITE GEN-LOG-RECORD.
               DISPLAY "  Requests Read      : " WS-REQ-COUNT
               DISPLAY "  Letters Printed    : " WS-LETTER-COUNT
               DISPLAY "  Requests Skipped   : " WS-SKIPPED-COUNT
               DISPLAY "  Sent Electronically: " WS-ELETTER-COUNT
               DISPLAY "  Paper Held (Addr)  : " WS-HELD-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/CUSTOMER-LETTERS.dat"
               DISPLAY "  → data/output/CUSTOMER-ELETTERS.dat"
               DISPLAY "  → data/output/LETTER-MAIL-HELD.dat"
               DISPLAY "  → data/output/LETTER-GEN-LOG.dat"
               DISPLAY "==============================================".
