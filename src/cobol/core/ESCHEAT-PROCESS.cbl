      *                - flags newly dormant accounts (AR-LAST-TXN-DATE
      *                  more than WS-DORMANCY-DAYS ago, same
      *                  threshold DORMANCY-REPORT uses) into the
      *                  tracking file with outreach status; an
      *                  account on LOST-CONTACT.dat (kept by
      *                  RETURNED-MAIL-PROC) ages from the earlier of
      *                  that date and the day contact with its
      *                  owners was lost, since postings after the
      *                  mail stopped reaching them are not owner
      *                  contact;
      *                - escheats a tracked account whose
      *                  WS-ESCHEAT-WAIT-DAYS waiting period has
      *                  lapsed: zeroes the balance on the master,
                   FILE STATUS IS WS-ETXN-STATUS.


      *        Optional: accounts whose owners the mail no longer
      *        reaches.
               SELECT LOST-CONTACT-FILE
                   ASSIGN TO "data/output/LOST-CONTACT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOST-STATUS.

      *        Notice queue for the letter engine - shared
      *        cumulative EXTEND treatment, see LETTER-ENGINE.
               SELECT NOTICE-FILE
           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(80).

           FD LOST-CONTACT-FILE.
           01 LOST-CONTACT-IO       PIC X(80).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

           01 WS-EOF-CONTACT        PIC X VALUE "N".
               88 END-OF-CONTACT-LOAD  VALUE "Y".

           01 WS-LOST-STATUS        PIC XX.
               88 WS-LOST-FILE-OK       VALUE "00".
           01 WS-EOF-LOST           PIC X VALUE "N".
               88 END-OF-LOST-LOAD     VALUE "Y".

           COPY "ESCHEAT-TRACKING-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "LOST-CONTACT-RECORD.cpy".

      *    --- Lost-contact accounts and the date contact was lost ---
           01 WS-LOST-MAX           PIC 9(4) VALUE 5000.
           01 WS-LOST-TABLE.
               05 WS-LOST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-LOST-IDX.
                   10 WLC-ACCOUNT-ID   PIC X(10).
                   10 WLC-LOST-DATE    PIC X(10).
           01 WS-LOST-COUNT         PIC 9(4) VALUE 0.
           01 WS-DORMANT-SINCE      PIC X(10).

      *    --- Policy windows: an account dormant past
      *        WS-DORMANCY-DAYS (the same 365-day threshold
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-TRACKING
               PERFORM LOAD-CONTACTS
               PERFORM LOAD-LOST-CONTACT
               PERFORM OPEN-REMITTANCE-FILE
               OPEN OUTPUT ESCHEAT-TXN-FILE
               IF NOT WS-ETXN-FILE-OK
                   END-IF
               END-READ.

      *    --- Optional file: absent until RETURNED-MAIL-PROC has
      *        run ---
           LOAD-LOST-CONTACT.
               OPEN INPUT LOST-CONTACT-FILE
               IF WS-LOST-FILE-OK
                   PERFORM LOAD-LOST-LOOP
                       UNTIL END-OF-LOST-LOAD
                   CLOSE LOST-CONTACT-FILE
               END-IF.

           LOAD-LOST-LOOP.
               READ LOST-CONTACT-FILE INTO LOST-CONTACT-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOST
               NOT AT END
                   MOVE LOST-CONTACT-IO TO LOST-CONTACT-RECORD
                   IF WS-LOST-COUNT < WS-LOST-MAX
                       ADD 1 TO WS-LOST-COUNT
                       MOVE LC-ACCOUNT-ID
                           TO WLC-ACCOUNT-ID(WS-LOST-COUNT)
                       MOVE LC-CONTACT-LOST-DATE
                           TO WLC-LOST-DATE(WS-LOST-COUNT)
                   END-IF
               END-READ.

      *    The dormancy clock starts at the last posting, or at the
      *    day contact was lost if that came first.
           SET-DORMANT-SINCE.
               MOVE WS-LAST-TXN-DATE TO WS-DORMANT-SINCE
               PERFORM VARYING WS-LOST-IDX FROM 1 BY 1
                   UNTIL WS-LOST-IDX > WS-LOST-COUNT
                   IF WLC-ACCOUNT-ID(WS-LOST-IDX) = WS-ACCT-ID
                   AND WLC-LOST-DATE(WS-LOST-IDX) < WS-DORMANT-SINCE
                       MOVE WLC-LOST-DATE(WS-LOST-IDX)
                           TO WS-DORMANT-SINCE
                   END-IF
               END-PERFORM.

      *    --- Same cumulative EXTEND-or-OUTPUT treatment
      *        AUDIT-TRAIL.dat gets ---
           OPEN-REMITTANCE-FILE.
               MOVE WA-RECORD(WS-IDX)(78:10) TO WS-LAST-TXN-DATE
               IF WS-ACCT-STATUS-CODE = "A"
               AND WS-ACCT-TYPE NOT = "INTERNAL  "
                   PERFORM SET-DORMANT-SINCE
                   MOVE WS-DORMANT-SINCE TO WS-PARSE-DATE
                   PERFORM PARSE-DATE-TO-JULIAN
                   IF WS-PARSE-JULIAN > 0
                       COMPUTE WS-DAYS-ELAPSED =
