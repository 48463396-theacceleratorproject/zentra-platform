      *                  22 or 32, no return addenda) becomes a row
      *                  on data/input/INBOUND-ACH.dat in the
      *                  AIN layout ACH-INBOUND-PROC consumes;
      *                - each debit entry detail (transaction code
      *                  27 or 37) becomes an AIN row too, marked
      *                  as a debit and carrying the company ID and
      *                  name from its batch header, so
      *                  ACH-INBOUND-PROC can hold it against the
      *                  account's debit filter;
      *                - each entry flagged with an addenda whose
      *                  type is 99 (a dishonored/returned item)
      *                  becomes a row on data/input/ACH-RETURNS.dat
           01 WS-HELD-AMOUNT        PIC 9(10).
           01 WS-HELD-NAME          PIC X(22).
           01 WS-HELD-AMT-MONEY     PIC 9(9)V99.
      *    --- Originating company from the current batch header ---
           01 WS-BATCH-COMPANY-NAME PIC X(16) VALUE SPACES.
           01 WS-BATCH-COMPANY-ID   PIC X(10) VALUE SPACES.

      *    --- Outbound book for return-date recovery ---
           01 WS-OUT-MAX            PIC 9(4) VALUE 2000.

      *    --- Counters ---
           01 WS-CREDIT-COUNT       PIC 9(5) VALUE 0.
           01 WS-DEBIT-COUNT        PIC 9(5) VALUE 0.
           01 WS-RETURN-COUNT       PIC 9(5) VALUE 0.
           01 WS-SKIPPED-COUNT      PIC 9(5) VALUE 0.

                   MOVE "Y" TO WS-EOF-NACHA
               NOT AT END
                   EVALUATE NACHA-RECORD(1:1)
                       WHEN "5"
                           PERFORM FLUSH-HELD-ENTRY
                           MOVE NACHA-RECORD(5:16)
                               TO WS-BATCH-COMPANY-NAME
                           MOVE NACHA-RECORD(41:10)
                               TO WS-BATCH-COMPANY-ID
                       WHEN "6"
                           PERFORM FLUSH-HELD-ENTRY
                           PERFORM HOLD-ENTRY-DETAIL
                   END-IF
               END-IF.

      *    A plain held entry is an inbound credit or debit when its
      *    code says so; anything else addressed at us (prenotes,
      *    zero-dollar codes) has no consumer in this shop and is
      *    counted skipped, loudly enough to be seen on the run log.
           FLUSH-HELD-ENTRY.
               IF WS-HELD-ENTRY = "Y"
                   EVALUATE WS-HELD-TXCODE
                       WHEN "22"
                       WHEN "32"
                           PERFORM WRITE-INBOUND-ROW
                       WHEN "27"
                       WHEN "37"
                           PERFORM WRITE-INBOUND-DEBIT-ROW
                       WHEN OTHER
                           ADD 1 TO WS-SKIPPED-COUNT
                   END-EVALUATE
                   MOVE "N" TO WS-HELD-ENTRY
               END-IF.

               MOVE WS-HELD-NAME           TO AIN-ORIGINATOR
               SET AIN-PENDING TO TRUE
               MOVE SPACES TO AIN-REASON-CODE
               MOVE "C"                    TO AIN-ENTRY-TYPE
               MOVE WS-BATCH-COMPANY-ID    TO AIN-COMPANY-ID
               MOVE ACH-INBOUND-RECORD TO INBOUND-IO
               WRITE INBOUND-IO
               ADD 1 TO WS-CREDIT-COUNT.

      *    The individual-name field of a debit names our own
      *    customer, so the originator shown is the batch's company
      *    name - the party the debit filter is judging.
           WRITE-INBOUND-DEBIT-ROW.
               COMPUTE WS-HELD-AMT-MONEY = WS-HELD-AMOUNT / 100
               MOVE SPACES TO ACH-INBOUND-RECORD
               MOVE WS-HELD-ROUTING        TO AIN-ROUTING
               MOVE WS-HELD-ACCOUNT(1:10)  TO AIN-ACCOUNT-ID
               MOVE WS-HELD-AMT-MONEY      TO AIN-AMOUNT
               MOVE WS-BATCH-COMPANY-NAME  TO AIN-ORIGINATOR
               SET AIN-PENDING TO TRUE
               MOVE SPACES TO AIN-REASON-CODE
               MOVE "D"                    TO AIN-ENTRY-TYPE
               MOVE WS-BATCH-COMPANY-ID    TO AIN-COMPANY-ID
               MOVE ACH-INBOUND-RECORD TO INBOUND-IO
               WRITE INBOUND-IO
               ADD 1 TO WS-DEBIT-COUNT.

      *    The processor's return names only routing/account/amount
      *    - the original date comes from our own outbound book by
      *    natural key, which is exactly how ACH-RETURN-PROC will
               DISPLAY "=============================================="
               DISPLAY "  Entries Read       : " WS-ENTRY-COUNT
               DISPLAY "  Inbound Credits    : " WS-CREDIT-COUNT
               DISPLAY "  Inbound Debits     : " WS-DEBIT-COUNT
               DISPLAY "  Returns            : " WS-RETURN-COUNT
               DISPLAY "  Skipped Entries    : " WS-SKIPPED-COUNT
               DISPLAY "----------------------------------------------"
