      *              An ACH transaction debits the source account only
      *              and also queues its routing/account/amount to
      *              OUTBOUND-ACH.dat for outbound wire transmission.
      *              An ACB (business origination batch offset)
      *              releases that batch's entries staged on
      *              ACH-ORIG-STAGED.dat to OUTBOUND-ACH.dat as it
      *              posts.
      *              A check deposit (TR-SRC-CHECK) is posted to
      *              AR-PENDING-HOLD instead of AR-BALANCE and queued
      *              to HOLD-QUEUE.dat for HOLD-RELEASE to credit once
      *              master sequentially. The master must arrive in
      *              account order (BATCH-RUNNER's MASTER-SORT step);
      *              a key out of sequence refuses the run.
      *              Within an account, effects post in approved-file
      *              sequence - and TXN-VALIDATOR writes that file in
      *              the posting policy's order (POSTING-POLICY-
      *              RECORD.cpy: credits ahead of debits, the debits
      *              by date or by amount), so the ledger's running
      *              balances step through the same order the funds
      *              test judged the items in.
      *              Intraday-cycle aware: reads the optional
      *              CYCLE-NUMBER.dat control file (see BATCH-RUNNER);
      *              on cycle 2+ the ledger and outbound-ACH files are
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACH-STATUS.

      *        Business origination entries waiting for their
      *        batch's ACB offset - see ACH-ORIG-INTAKE.
               SELECT ORIG-STAGED-FILE
                   ASSIGN TO "data/output/ACH-ORIG-STAGED.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STAGED-STATUS.

               SELECT HOLD-QUEUE-FILE
                   ASSIGN TO "data/output/HOLD-QUEUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD OUTBOUND-ACH-FILE.
           01 OUTBOUND-ACH-RECORD   PIC X(90).

           FD ORIG-STAGED-FILE.
           01 ORIG-STAGED-IO        PIC X(110).

           FD HOLD-QUEUE-FILE.
           01 HOLD-QUEUE-OUT-RECORD PIC X(100).

               88 WS-LEDGER-FILE-OK     VALUE "00".
           01 WS-ACH-STATUS         PIC X(2).
               88 WS-ACH-FILE-OK        VALUE "00".
           01 WS-STAGED-STATUS      PIC X(2).
               88 WS-STAGED-FILE-OK     VALUE "00".
           01 WS-EOF-STAGED         PIC X VALUE "N".
               88 NO-MORE-STAGED        VALUE "Y".
           01 WS-EFF1-STATUS        PIC X(2).
               88 WS-EFF1-FILE-OK       VALUE "00".
           01 WS-EFF2-STATUS        PIC X(2).
           COPY "ACCOUNT-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "HOLD-QUEUE-RECORD.cpy".
           COPY "ACH-ORIG-STAGED-RECORD.cpy".

      *    --- One per-account effect row: the key and sequence the
      *        sorts run on, the currency/pairing stamps the middle
                       AND NOT TR-LOAN-DRAW
                       AND NOT TR-ATM-DEBIT
                       AND NOT TR-ATM-CREDIT
                       AND NOT TR-RTP-DEBIT
                       AND NOT TR-ACH-BATCH-OFFSET
                       AND NOT TR-RTP-CREDIT
                           MOVE "N" TO WS-RECORD-SANE
                           SET DQ-BAD-CODE-VALUE TO TRUE
                       END-IF
                   IF TR-ACH
                       PERFORM WRITE-OUTBOUND-ACH-ENTRY
                   END-IF
                   IF TR-ACH-BATCH-OFFSET
                       PERFORM RELEASE-ORIG-BATCH-ENTRIES
                   END-IF
               ELSE
                   PERFORM APPLY-TRANSFER-CREDIT
                   PERFORM WRITE-TRANSFER-CREDIT-ENTRY
                       PERFORM WRITE-HOLD-QUEUE-ENTRY
                   WHEN TR-DEPOSIT OR TR-INTEREST
                     OR TR-FEE-REFUND OR TR-LOAN-DRAW
                     OR TR-ATM-CREDIT OR TR-RTP-CREDIT
                       ADD TR-AMOUNT TO WS-CUR-BALANCE
                       ADD TR-AMOUNT TO WS-TOTAL-DEPOSITED
                   WHEN TR-WITHDRAWAL OR TR-FEE OR TR-ACH
                     OR TR-LOAN-PAYMENT OR TR-DEBIT-INTEREST
                     OR TR-ATM-DEBIT OR TR-RTP-DEBIT
                     OR TR-ACH-BATCH-OFFSET
                       SUBTRACT TR-AMOUNT FROM WS-CUR-BALANCE
                       ADD TR-AMOUNT TO WS-TOTAL-WITHDRAWN
                   WHEN TR-TRANSFER
                   INTO OUTBOUND-ACH-RECORD
               WRITE OUTBOUND-ACH-RECORD.

      *    A business origination batch goes out only once its
      *    offset has debited the company: posting the ACB releases
      *    the batch's staged entries (matched on the account and
      *    the batch ID the offset carries) to the outbound file,
      *    dated today. The staging file is read, never changed -
      *    intake refuses a batch ID a company has used before.
           RELEASE-ORIG-BATCH-ENTRIES.
               OPEN INPUT ORIG-STAGED-FILE
               IF WS-STAGED-FILE-OK
                   MOVE "N" TO WS-EOF-STAGED
                   PERFORM RELEASE-ONE-STAGED-ENTRY
                       UNTIL NO-MORE-STAGED
                   CLOSE ORIG-STAGED-FILE
               END-IF.

           RELEASE-ONE-STAGED-ENTRY.
               READ ORIG-STAGED-FILE INTO ACH-ORIG-STAGED-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-STAGED
               NOT AT END
                   IF AOS-ACCOUNT-ID = TR-ACCOUNT-ID
                   AND AOS-BATCH-ID = TR-EXTERNAL-ACCOUNT
                       MOVE AOS-OUTBOUND-ROW TO OUTBOUND-ACH-RECORD
                       MOVE WS-TODAY TO OUTBOUND-ACH-RECORD(1:10)
                       WRITE OUTBOUND-ACH-RECORD
                   END-IF
               END-READ.

      *    Queues a held check deposit for HOLD-RELEASE: release date
      *    is WS-HOLD-FLOAT-DAYS calendar days out, computed the same
      *    INTEGER-OF-DATE/DATE-OF-INTEGER way STANDING-ORDER-GEN
