      *              Introduces: nothing new - reuses STANDING-ORDER-
      *              GEN's FUNCTION INTEGER-OF-DATE day-difference
      *              technique to age AR-LAST-TXN-DATE against today.
      *              An account on the optional LOST-CONTACT.dat (see
      *              LOST-CONTACT-RECORD.cpy, kept by RETURNED-MAIL-
      *              PROC) ages from the earlier of its last posting
      *              and the date contact with its owners was lost -
      *              postings after that are not owner contact - and
      *              is marked LC on its line.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        Optional: accounts whose owners the mail no longer
      *        reaches.
               SELECT LOST-CONTACT-FILE
                   ASSIGN TO "data/output/LOST-CONTACT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOST-STATUS.

               SELECT DORMANCY-REPORT-FILE
                   ASSIGN TO "data/output/DORMANCY-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.
           FD ACCOUNTS-IN.
           01 ACCT-IN-RECORD        PIC X(100).

           FD LOST-CONTACT-FILE.
           01 LOST-CONTACT-IO       PIC X(80).

           FD DORMANCY-REPORT-FILE.
           01 DORMANCY-LINE         PIC X(80).

           01 WS-ACCT-STATUS        PIC X(2).
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCOUNTS      VALUE "Y".
           01 WS-LOST-STATUS        PIC X(2).
               88 WS-LOST-FILE-OK      VALUE "00".
           01 WS-EOF-LOST           PIC X VALUE "N".
               88 END-OF-LOST-LOAD     VALUE "Y".

           COPY "LOST-CONTACT-RECORD.cpy".

      *    --- Lost-contact accounts and the date contact was lost ---
           01 WS-LOST-MAX           PIC 9(4) VALUE 5000.
           01 WS-LOST-TABLE.
               05 WS-LOST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-LOST-IDX.
                   10 WLC-ACCOUNT-ID   PIC X(10).
                   10 WLC-LOST-DATE    PIC X(10).
           01 WS-LOST-COUNT         PIC 9(4) VALUE 0.
           01 WS-LOST-MARK          PIC X(02).

      *    --- Dormancy threshold: state escheatment rules commonly
      *        set this at 12 months of no customer-initiated
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)

               PERFORM LOAD-LOST-CONTACT
               OPEN INPUT  ACCOUNTS-IN
               OPEN OUTPUT DORMANCY-REPORT-FILE

                   DELIMITED SIZE
                   "       LAST ACTIVITY  DAYS DORMANT"
                   DELIMITED SIZE
                   "  LC" DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-LINE
               MOVE ALL "-" TO WS-OUT-LINE
               PERFORM WRITE-LINE.

      *    --- Optional file: absent until RETURNED-MAIL-PROC has
      *        run ---
           LOAD-LOST-CONTACT.
               OPEN INPUT LOST-CONTACT-FILE
               IF WS-LOST-FILE-OK
                   PERFORM READ-ONE-LOST-CONTACT
                       UNTIL END-OF-LOST-LOAD
                   CLOSE LOST-CONTACT-FILE
               END-IF.

           READ-ONE-LOST-CONTACT.
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

      *    Once the mail stops reaching every owner, later postings
      *    (interest, automatic credits) are not owner contact: the
      *    clock runs from whichever came first.
           APPLY-LOST-CONTACT.
               MOVE SPACES TO WS-LOST-MARK
               PERFORM VARYING WS-LOST-IDX FROM 1 BY 1
                   UNTIL WS-LOST-IDX > WS-LOST-COUNT
                   IF WLC-ACCOUNT-ID(WS-LOST-IDX) = WS-ACCT-ID
                       MOVE "LC" TO WS-LOST-MARK
                       IF WLC-LOST-DATE(WS-LOST-IDX)
                           < WS-LAST-TXN-DATE
                           MOVE WLC-LOST-DATE(WS-LOST-IDX)
                               TO WS-LAST-TXN-DATE
                       END-IF
                   END-IF
               END-PERFORM.

           READ-ACCOUNTS-LOOP.
               READ ACCOUNTS-IN INTO ACCT-IN-RECORD
               AT END
               MOVE ACCT-IN-RECORD(36:10) TO WS-ACCT-TYPE
               MOVE ACCT-IN-RECORD(67:1)  TO WS-ACCT-STATUS-CODE
               MOVE ACCT-IN-RECORD(78:10) TO WS-LAST-TXN-DATE
               PERFORM APPLY-LOST-CONTACT

      *        Only active accounts are candidates for escheatment
      *        outreach - a frozen or already-closed account is
                   WS-LAST-TXN-DATE DELIMITED SIZE
                   "     " DELIMITED SIZE
                   WS-DISP-DAYS     DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-LOST-MARK     DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-LINE.

