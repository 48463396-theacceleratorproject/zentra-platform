      *              a spreadsheet:
      *                - month-to-date interest expense by account
      *                  type: INT postings from each day's
      *                  INTEREST-TRANSACTIONS.dat, with an IOLTA
      *                  account's month-end interest counted in full
      *                  from its IOL (remitted) and IOS (charges
      *                  netted) rows (today's output
      *                  plus the month's archive days, walked the
      *                  same way EOD-TREND walks its metrics), each
      *                  posting typed through the account master;
      *                  rows on ACCOUNT-BALANCE-HISTORY.dat, giving
      *                  an annualized cost of funds per product and
      *                  a yield on the loan book against
      *                  LOAN-MASTER.dat principal - net of the
      *                  shares sold to participant banks on the
      *                  optional LOAN-PARTICIPATIONS.dat, matching
      *                  the retained-only LNI LOAN-SETTLE books;
      *                - one summary row appends to the cumulative
      *                  NIM-HISTORY.dat each run, and the report
      *                  closes with the trailing rows as the margin
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional file: shares of sold-down loans owned by
      *        participant banks.
               SELECT PARTICIPATION-FILE
                   ASSIGN TO "data/input/LOAN-PARTICIPATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PART-STATUS.

               SELECT BALANCE-HISTORY-FILE
                   ASSIGN TO "data/output/ACCOUNT-BALANCE-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD PARTICIPATION-FILE.
           01 PARTICIPATION-IO      PIC X(150).

           FD BALANCE-HISTORY-FILE.
           01 BALANCE-HISTORY-IO    PIC X(40).

               88 END-OF-HIST-LOAD     VALUE "Y".

           COPY "TRANSACTION-RECORD.cpy".
           COPY "LOAN-PARTICIPATION-RECORD.cpy".

      *    --- Percentage sold per loan (active shares; a loan sold
      *        past 100 percent stays whole, as LOAN-SETTLE books
      *        it) ---
           01 WS-PART-STATUS        PIC XX.
               88 WS-PART-FILE-OK      VALUE "00".
           01 WS-EOF-PART           PIC X VALUE "N".
               88 END-OF-PARTICIPATIONS VALUE "Y".
           01 WS-SOLD-MAX           PIC 9(4) VALUE 2000.
           01 WS-SOLD-TABLE.
               05 WS-SOLD-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-SOLD-IDX.
                   10 WSL-LOAN-ID      PIC X(10).
                   10 WSL-PCT          PIC 9(5)V9(4).
           01 WS-SOLD-COUNT         PIC 9(4) VALUE 0.
           01 WS-SOLD-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-SOLD-AMOUNT        PIC 9(9)V99.
           01 WS-LOAN-SOLD          PIC 9(11)V99 VALUE 0.

      *    --- Account type map ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-ACCOUNT-TYPES
               PERFORM LOAD-PARTICIPATIONS
               PERFORM LOAD-LOAN-BOOK
               PERFORM WALK-MONTH-SOURCES
               PERFORM AVERAGE-MONTH-BALANCES
                   END-IF
               END-READ.

           LOAD-PARTICIPATIONS.
               OPEN INPUT PARTICIPATION-FILE
               IF WS-PART-FILE-OK
                   PERFORM READ-ONE-PARTICIPATION
                       UNTIL END-OF-PARTICIPATIONS
                   CLOSE PARTICIPATION-FILE
               END-IF.

           READ-ONE-PARTICIPATION.
               READ PARTICIPATION-FILE INTO PARTICIPATION-IO
               AT END
                   MOVE "Y" TO WS-EOF-PART
               NOT AT END
                   MOVE PARTICIPATION-IO
                       TO LOAN-PARTICIPATION-RECORD
                   IF LP-ACTIVE
                   AND LP-PCT-SOLD-X IS NUMERIC
                       MOVE 0 TO WS-SOLD-FOUND-IDX
                       PERFORM VARYING WS-SOLD-IDX FROM 1 BY 1
                           UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
                           IF WSL-LOAN-ID(WS-SOLD-IDX) = LP-LOAN-ID
                               SET WS-SOLD-FOUND-IDX TO WS-SOLD-IDX
                           END-IF
                       END-PERFORM
                       IF WS-SOLD-FOUND-IDX = 0
                       AND WS-SOLD-COUNT < WS-SOLD-MAX
                           ADD 1 TO WS-SOLD-COUNT
                           MOVE LP-LOAN-ID
                               TO WSL-LOAN-ID(WS-SOLD-COUNT)
                           MOVE 0 TO WSL-PCT(WS-SOLD-COUNT)
                           MOVE WS-SOLD-COUNT TO WS-SOLD-FOUND-IDX
                       END-IF
                       IF WS-SOLD-FOUND-IDX > 0
                           ADD LP-PCT-SOLD
                               TO WSL-PCT(WS-SOLD-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

           LOAD-LOAN-BOOK.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   MOVE LOAN-MASTER-IO(21:11) TO WS-PRINCIPAL-X
                   IF WS-PRINCIPAL IS NUMERIC
                   AND LOAN-MASTER-IO(65:1) = "A"
                       MOVE 0 TO WS-SOLD-AMOUNT
                       PERFORM VARYING WS-SOLD-IDX FROM 1 BY 1
                           UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
                           IF WSL-LOAN-ID(WS-SOLD-IDX)
                               = LOAN-MASTER-IO(1:10)
                           AND WSL-PCT(WS-SOLD-IDX) NOT > 100
                               COMPUTE WS-SOLD-AMOUNT ROUNDED =
                                   WS-PRINCIPAL
                                   * WSL-PCT(WS-SOLD-IDX) / 100
                           END-IF
                       END-PERFORM
                       ADD WS-PRINCIPAL TO WS-LOAN-BOOK
                       SUBTRACT WS-SOLD-AMOUNT FROM WS-LOAN-BOOK
                       ADD WS-SOLD-AMOUNT TO WS-LOAN-SOLD
                   END-IF
               END-READ.

                   AND TR-AMOUNT IS NUMERIC
                       EVALUATE TRUE
                           WHEN TR-TXN-TYPE = "INT"
                           WHEN TR-TXN-TYPE = "IOL"
                           WHEN TR-TXN-TYPE = "IOS"
                               ADD TR-AMOUNT TO WS-MTD-INT-EXPENSE
                               PERFORM ADD-TYPE-EXPENSE
                           WHEN TR-TXN-TYPE = "DBI"
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-LOAN-BOOK TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  LOAN BOOK (RETAINED) : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-LOAN-SOLD TO WS-DISP-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PARTICIPATIONS SOLD  : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-YIELD-PCT TO WS-DISP-PCT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  LOAN BOOK YIELD      : " DELIMITED SIZE
