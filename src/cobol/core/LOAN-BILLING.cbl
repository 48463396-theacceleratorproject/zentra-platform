      *              delinquency aging.
      *              The final payment is clamped to remaining
      *              principal plus the month's interest so a loan
      *              never collects past its payoff; interest a
      *              hardship deferral set aside (LOAN-MODIFY) is
      *              added to that final payment.
      *              Any unpaid late-charge balance (LN-FEE-BALANCE,
      *              assessed by LOAN-SETTLE) rides on top of the
      *              collection, installment or revolving alike, so
      *              the fees come off first without shorting the
      *              installment behind them.
      *              A mortgage carrying an active escrow account
      *              (LOAN-ESCROW.dat) adds that account's
      *              ES-MONTHLY-AMOUNT to each installment
      *              collection - LOAN-SETTLE credits it to the
      *              escrow balance once collected.
      *              Revolving lines (LN-REVOLVING): interest
      *              accrues daily on the drawn balance into
      *              LN-ACCRUED-INT - at the loan's own rate, or the
      *              fraction, floored at WS-REV-MIN-PAYMENT,
      *              clamped to payoff) collects through the same
      *              LNP route.
      *              Every collection generated is also appended to
      *              LOAN-HISTORY.dat as a billed event.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Per-loan history - cumulative, appended by every
      *        program that changes a loan.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RATES-STATUS.

      *        Optional file: tax and insurance escrow riding on
      *        mortgage installments.
               SELECT ESCROW-FILE
                   ASSIGN TO "data/input/LOAN-ESCROW.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ESC-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(104).

           FD RATES-FILE.
           01 RATES-FILE-RECORD     PIC X(39).

           FD ESCROW-FILE.
           01 ESCROW-IO             PIC X(250).

       WORKING-STORAGE SECTION.
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK       VALUE "00".
               88 END-OF-LOANS         VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "LOAN-ESCROW-RECORD.cpy".

      *    --- Escrow table (read only here) ---
           01 WS-ESC-STATUS         PIC XX.
               88 WS-ESC-FILE-OK        VALUE "00".
           01 WS-EOF-ESC            PIC X VALUE "N".
               88 END-OF-ESCROW        VALUE "Y".
           01 WS-ESC-MAX            PIC 9(4) VALUE 2000.
           01 WS-ESC-TABLE.
               05 WS-ESC-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-EIDX.
                   10 WES-RECORD       PIC X(250).
           01 WS-ESC-COUNT          PIC 9(4) VALUE 0.
           01 WS-ESC-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-ESCROW-BILLED      PIC 9(11)V99 VALUE 0.
           01 WS-BILL-ESCROW        PIC 9(7)V99 VALUE 0.

      *    --- Loan table, rewritten in full (a first-billing solve
      *        stores the payment back on the master) ---
               PERFORM DETERMINE-ACCRUAL-DAYS
               PERFORM LOAD-BORROWING-RATE
               PERFORM LOAD-LOANS
               PERFORM LOAD-ESCROW
               IF WS-LOAN-COUNT > 0
                   PERFORM OPEN-DAILY-TXN-FILE
                   PERFORM BILL-ONE-LOAN
                       VARYING WS-LIDX FROM 1 BY 1
                       UNTIL WS-LIDX > WS-LOAN-COUNT
                   CLOSE DAILY-TXN-FILE
                   IF WS-HIST-OPEN = "Y"
                       CLOSE HISTORY-FILE
                   END-IF
                   IF WS-LOANS-CHANGED = "Y"
                       PERFORM REWRITE-LOANS
                   END-IF
                   END-IF
               END-READ.

           LOAD-ESCROW.
               OPEN INPUT ESCROW-FILE
               IF WS-ESC-FILE-OK
                   PERFORM LOAD-ESCROW-LOOP
                       UNTIL END-OF-ESCROW
                   CLOSE ESCROW-FILE
               END-IF.

           LOAD-ESCROW-LOOP.
               READ ESCROW-FILE INTO ESCROW-IO
               AT END
                   MOVE "Y" TO WS-EOF-ESC
               NOT AT END
                   IF WS-ESC-COUNT < WS-ESC-MAX
                       ADD 1 TO WS-ESC-COUNT
                       MOVE ESCROW-IO TO WES-RECORD(WS-ESC-COUNT)
                   END-IF
               END-READ.

      *    --- Same append-or-create treatment STANDING-ORDER-GEN
      *        gives the daily feed ---
           OPEN-DAILY-TXN-FILE.
               IF WS-COLLECT-AMOUNT > WS-REV-PAYOFF
                   MOVE WS-REV-PAYOFF TO WS-COLLECT-AMOUNT
               END-IF
               PERFORM ADD-LATE-CHARGE-BALANCE
               IF WS-COLLECT-AMOUNT > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY             TO TR-DATE
                   WRITE DAILY-TXN-RECORD
                   ADD 1 TO WS-BILLED-COUNT
                   ADD WS-COLLECT-AMOUNT TO WS-TOTAL-BILLED
                   MOVE 0 TO WS-BILL-ESCROW
                   PERFORM RECORD-BILLED-HISTORY
               END-IF.

      *    PMT = P * r / (1 - (1 + r)^-n), the growth factor built
                   WS-GROWTH-FACTOR * (1 + WS-PERIOD-RATE).

      *    Final-payment clamp: never collect past payoff (remaining
      *    principal plus the month's interest on it). Interest
      *    deferred by a hardship modification (LN-ACCRUED-INT on
      *    an installment note) comes due with the final payment.
           GENERATE-COLLECTION.
               COMPUTE WS-PERIOD-RATE = LN-ANNUAL-RATE / 12
               COMPUTE WS-MONTH-INTEREST ROUNDED =
                   LN-PRINCIPAL + WS-MONTH-INTEREST
               IF LN-PAYMENT < WS-COLLECT-AMOUNT
                   MOVE LN-PAYMENT TO WS-COLLECT-AMOUNT
               ELSE
                   IF LN-ACCRUED-INT-X IS NUMERIC
                       ADD LN-ACCRUED-INT TO WS-COLLECT-AMOUNT
                   END-IF
               END-IF
               PERFORM ADD-LATE-CHARGE-BALANCE
               PERFORM ADD-ESCROW-INSTALLMENT
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE LN-ACCOUNT-ID        TO TR-ACCOUNT-ID
               MOVE TRANSACTION-RECORD   TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               ADD 1 TO WS-BILLED-COUNT
               ADD WS-COLLECT-AMOUNT TO WS-TOTAL-BILLED
               PERFORM RECORD-BILLED-HISTORY.

      *    The billed amount goes on the loan's history with the fee
      *    and escrow riding in it, so the statement can show what
      *    was asked for as well as what came in.
           RECORD-BILLED-HISTORY.
               INITIALIZE LOAN-HISTORY-RECORD
               MOVE LN-LOAN-ID           TO LH-LOAN-ID
               SET LH-BILLED             TO TRUE
               MOVE WS-COLLECT-AMOUNT    TO LH-AMOUNT
               IF LN-FEE-BALANCE-X IS NUMERIC
                   MOVE LN-FEE-BALANCE   TO LH-FEE-AMT
               END-IF
               MOVE WS-BILL-ESCROW       TO LH-ESCROW-AMT
               MOVE LN-PRINCIPAL         TO LH-PRINCIPAL-AFTER
               MOVE "PAYMENT BILLED"     TO LH-DESCRIPTION
               PERFORM WRITE-LOAN-HISTORY.

      *    Rows keyed before the fee balance existed carry spaces
      *    there - nothing owed.
           ADD-LATE-CHARGE-BALANCE.
               IF LN-FEE-BALANCE-X IS NUMERIC
                   ADD LN-FEE-BALANCE TO WS-COLLECT-AMOUNT
               END-IF.

      *    Escrow rides on the installment only while the escrow
      *    account is open; a closed-out account adds nothing.
           ADD-ESCROW-INSTALLMENT.
               MOVE 0 TO WS-ESC-FOUND-IDX
               MOVE 0 TO WS-BILL-ESCROW
               PERFORM VARYING WS-EIDX FROM 1 BY 1
                   UNTIL WS-EIDX > WS-ESC-COUNT
                   IF WES-RECORD(WS-EIDX)(1:10) = LN-LOAN-ID
                       MOVE WS-EIDX TO WS-ESC-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-ESC-FOUND-IDX > 0
                   MOVE WES-RECORD(WS-ESC-FOUND-IDX)
                       TO LOAN-ESCROW-RECORD
                   IF ES-ACTIVE
                   AND ES-MONTHLY-AMOUNT IS NUMERIC
                       ADD ES-MONTHLY-AMOUNT TO WS-COLLECT-AMOUNT
                       ADD ES-MONTHLY-AMOUNT TO WS-ESCROW-BILLED
                       MOVE ES-MONTHLY-AMOUNT TO WS-BILL-ESCROW
                   END-IF
               END-IF.

      *    The caller fills in the loan, event and amounts; the
      *    date and source are stamped here.
           WRITE-LOAN-HISTORY.
               IF WS-HIST-OPEN NOT = "Y"
                   OPEN EXTEND HISTORY-FILE
                   IF NOT WS-HIST-STATUS = "00"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   MOVE "Y" TO WS-HIST-OPEN
               END-IF
               MOVE WS-TODAY       TO LH-DATE
               MOVE "LOAN-BILLING" TO LH-SOURCE
               MOVE LOAN-HISTORY-RECORD TO HISTORY-IO
               WRITE HISTORY-IO.

           REWRITE-LOANS.
               OPEN OUTPUT LOAN-MASTER-FILE
               DISPLAY "  Payments Billed    : " WS-BILLED-COUNT
               DISPLAY "  LOC Accruals       : " WS-ACCRUED-LOC-COUNT
               DISPLAY "  Total Billed       : " WS-DISP-AMOUNT
               MOVE WS-ESCROW-BILLED TO WS-DISP-AMOUNT
               DISPLAY "  Escrow Included    : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "==============================================".
