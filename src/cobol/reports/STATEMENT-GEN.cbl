      *              Also lists any joint owners/authorized signers
      *              from ACCOUNT-PARTIES.dat under the account line
      *              of each statement, if the account has any.
      *              An account in the round-up savings program gets
      *              a closing note of the month's round-ups from
      *              ROUNDUP-MONTHLY-SUMMARY.dat (kept by
      *              ROUNDUP-SWEEP): swept out of the checking
      *              account, or received by the savings account.
      *              Truth-in-Savings disclosure closes every
      *              statement: the period's overdraft and returned-
      *              item fees beside their year-to-date totals from
      *              ACCOUNT-YTD.dat, and - for an interest-bearing
      *              product (PRODUCT-MASTER.dat) - the interest
      *              earned, days in the period, the average daily
      *              balance weighted by calendar day from
      *              ACCOUNT-BALANCE-HISTORY.dat, and the annual
      *              percentage yield earned,
      *                APY = 100 x ((1 + I / ADB) ** (365 / days) - 1).
      *              Delivery follows the account's mailing customer
      *              (its first linked customer): CU-DELIVERY-PREF P
      *              prints to ACCOUNT-STATEMENTS.dat, E goes only to
      *              ACCOUNT-ESTATEMENTS.dat for the e-delivery
      *              vendor, B to both. A customer whose address is
      *              marked returned (CU-ADDR-RETURNED) gets no paper
      *              - the statement is listed on STATEMENT-MAIL-
      *              HELD.dat (see MAIL-HELD-RECORD.cpy) instead, and
      *              still goes electronically if the customer takes
      *              it that way.
      *              Introduces: grouped-by-account report output
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
                   ASSIGN TO "data/output/ACCOUNT-STATEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *        The same statements for customers who take them
      *        electronically, and the paper held for a returned
      *        address.
               SELECT ESTATEMENT-FILE
                   ASSIGN TO "data/output/ACCOUNT-ESTATEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

               SELECT MAIL-HELD-FILE
                   ASSIGN TO "data/output/STATEMENT-MAIL-HELD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL.

      *        CIF and links for the mailing address block -
      *        optional; an account with no linked customer prints
      *        no address, exactly as before the CIF existed.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CYCLED-STATUS.

      *        Optional round-up savings month-to-date figures.
               SELECT ROUNDUP-SUMMARY-FILE
                   ASSIGN TO "data/output/ROUNDUP-MONTHLY-SUMMARY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RNDUP-STATUS.

      *        Truth-in-Savings sources: which products earn
      *        interest, the fee breakout in the YTD file, and the
      *        daily balance snapshots BALANCE-HISTORY appends.
               SELECT PRODUCT-MASTER-FILE
                   ASSIGN TO "data/input/PRODUCT-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-STATUS.

               SELECT ACCOUNT-YTD-FILE
                   ASSIGN TO "data/output/ACCOUNT-YTD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-YTD-STATUS.

               SELECT BALANCE-HISTORY-FILE
                   ASSIGN TO "data/output/ACCOUNT-BALANCE-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BALHIST-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD LEDGER-FILE.
           FD STATEMENT-FILE.
           01 STMT-LINE             PIC X(80).

           FD ESTATEMENT-FILE.
           01 ESTMT-LINE            PIC X(80).

           FD MAIL-HELD-FILE.
           01 MAIL-HELD-IO          PIC X(80).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CYCLE-LEDGER-FILE.
           01 CYCLE-LEDGER-RECORD   PIC X(120).

           FD ROUNDUP-SUMMARY-FILE.
           01 ROUNDUP-SUMMARY-IO    PIC X(100).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).

           FD ACCOUNT-YTD-FILE.
           COPY "ACCOUNT-YTD-RECORD.cpy".

           FD BALANCE-HISTORY-FILE.
           01 BALANCE-HISTORY-IO    PIC X(40).

       WORKING-STORAGE SECTION.
           01 WS-LEDGER-STATUS      PIC X(2).
               88 WS-LEDGER-FILE-OK    VALUE "00".
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-STMT-CUST-IDX      PIC 9(4) VALUE 0.
           COPY "MAIL-HELD-RECORD.cpy".

      *    --- Where tonight's statement goes: paper, electronic,
      *        either or both, per the mailing customer ---
           01 WS-STMT-PAPER         PIC X VALUE "Y".
               88 STMT-TO-PAPER        VALUE "Y".
           01 WS-STMT-ELECTRONIC    PIC X VALUE "N".
               88 STMT-TO-ELECTRONIC   VALUE "Y".
           01 WS-STMT-PAPER-HELD    PIC X VALUE "N".
               88 STMT-PAPER-HELD      VALUE "Y".
           01 WS-ESTATEMENTS-WRITTEN PIC 999 VALUE 0.
           01 WS-PAPER-HELD-COUNT   PIC 999 VALUE 0.
           01 WS-EOF-PARTY          PIC X VALUE "N".
               88 END-OF-PARTIES       VALUE "Y".

           01 WS-CYCLE-PATH         PIC X(60).
           01 WS-CYCLE-SKIP-COUNT   PIC 9(4) VALUE 0.

      *    --- This month's round-up savings rows ---
           01 WS-RNDUP-STATUS       PIC X(2).
               88 WS-RNDUP-FILE-OK     VALUE "00".
           01 WS-EOF-RNDUP          PIC X VALUE "N".
               88 END-OF-RNDUP-LOAD    VALUE "Y".
           COPY "ROUNDUP-SUMMARY-RECORD.cpy".
           01 WS-RNDUP-MAX          PIC 9(4) VALUE 2000.
           01 WS-RNDUP-TABLE.
               05 WS-RNDUP-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-RNDUP-IDX.
                   10 WRU-CHECKING     PIC X(10).
                   10 WRU-SAVINGS      PIC X(10).
                   10 WRU-ITEM-COUNT   PIC 9(5).
                   10 WRU-SWEPT-TOTAL  PIC 9(7)V99.
           01 WS-RNDUP-COUNT        PIC 9(4) VALUE 0.
           01 WS-DISP-RNDUP-ITEMS   PIC ZZZZ9.

      *    --- Truth-in-Savings disclosure. Product interest flags
      *        load the same way FEE-ENGINE loads the product master
      *        (the built-in five when the file is missing) ---
           01 WS-PRD-STATUS         PIC X(2).
               88 WS-PRD-FILE-OK       VALUE "00".
           01 WS-EOF-PRD            PIC X VALUE "N".
               88 END-OF-PRD-LOAD      VALUE "Y".
           COPY "PRODUCT-RECORD.cpy".
           01 WS-PRD-MAX            PIC 99 VALUE 20.
           01 WS-PRD-TABLE.
               05 WS-PRD-ENTRY OCCURS 20 TIMES
                               INDEXED BY WS-PRD-IDX.
                   10 WPR-TYPE         PIC X(10).
                   10 WPR-INT-BEARING  PIC X(01).
           01 WS-PRD-COUNT          PIC 99 VALUE 0.
           01 WS-STMT-INT-BEARING   PIC X(01).
               88 STMT-INTEREST-BEARING VALUE "Y".
           01 WS-YTD-STATUS         PIC X(2).
               88 WS-YTD-FILE-OK       VALUE "00".
           01 WS-EOF-YTD            PIC X VALUE "N".
               88 END-OF-YTD-LOAD      VALUE "Y".
           01 WS-BALHIST-STATUS     PIC X(2).
               88 WS-BALHIST-FILE-OK   VALUE "00".
           01 WS-EOF-BALHIST        PIC X VALUE "N".
               88 END-OF-BALHIST       VALUE "Y".
           01 WS-HIST-BAL-X         PIC X(12).
           01 WS-HIST-BAL REDEFINES WS-HIST-BAL-X
                               PIC S9(9)V99 SIGN LEADING SEPARATE.
           01 WS-HIST-PARSE-INT     PIC 9(8).
           01 WS-HIST-JULIAN        PIC 9(7).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-START-PARSE-INT    PIC 9(8).
           01 WS-START-YEAR         PIC 9(4).
           01 WS-START-MONTH        PIC 99.
           01 WS-PERIOD-DAYS        PIC 9(3).
           01 WS-AVG-DAILY-BAL      PIC S9(11)V99.
           01 WS-INT-EARNED         PIC S9(9)V99.
           01 WS-PER-OD-FEES        PIC S9(9)V99.
           01 WS-PER-RI-FEES        PIC S9(9)V99.
      *        APY worked in stages so no intermediate loses the
      *        precision the two-decimal result depends on.
           01 WS-APY-RATIO          PIC S9(3)V9(12).
           01 WS-APY-EXPONENT       PIC 9(3)V9(9).
           01 WS-APY-GROWTH         PIC S9(5)V9(12).
           01 WS-APY-EARNED         PIC S9(5)V99.
           01 WS-DISP-APY           PIC ZZZ9.99.
           01 WS-DISP-DAYS          PIC ZZ9.
           01 WS-DISP-YTD-AMOUNT    PIC $$$,$$$,$$9.99-.

      *    --- Statement period label (data is always the current
      *        ledger period; this only controls the printed label) ---
           01 WS-STATEMENT-TYPE     PIC X(9) VALUE "MONTH-END".
                   10 SI-OPENING       PIC S9(9)V99.
                   10 SI-CLOSING       PIC S9(9)V99.
                   10 SI-HAS-CLOSING   PIC X VALUE "N".
      *            Truth-in-Savings figures: period start, the
      *            balance-in-effect walk that builds the
      *            day-weighted balance sum, and the YTD fee
      *            breakout.
                   10 SI-START-JULIAN  PIC 9(7).
                   10 SI-WALK-JULIAN   PIC 9(7).
                   10 SI-WALK-BAL      PIC S9(9)V99.
                   10 SI-BAL-DAY-SUM   PIC S9(13)V99.
                   10 SI-YTD-OD-FEES   PIC 9(7)V99.
                   10 SI-YTD-RI-FEES   PIC 9(7)V99.
           01 WS-STMT-COUNT         PIC 9(4) VALUE 0.
           01 WS-STMT-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-STMT-LOOKUP-ID     PIC X(10).

      *    --- Raw balance carries its sign as a separate leading
      *        byte on disk; REDEFINES re-views it with the matching
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-CYCLE-ASSIGNMENTS
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT ESTATEMENT-FILE
               OPEN OUTPUT MAIL-HELD-FILE
               PERFORM LOAD-LEDGER
               PERFORM LOAD-CLOSING-CYCLE-LEDGER
               PERFORM LOAD-OPENING-BALANCES
               PERFORM LOAD-CLOSING-BALANCES
               PERFORM COMPUTE-PERIOD-OPENINGS
               PERFORM SET-PERIOD-STARTS
               PERFORM LOAD-PRODUCT-MASTER
               PERFORM LOAD-YTD-FEE-TOTALS
               PERFORM FOLD-BALANCE-HISTORY
               PERFORM LOAD-ACCOUNT-PARTIES
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-ROUNDUP-SUMMARY
               PERFORM WRITE-STATEMENTS
               CLOSE STATEMENT-FILE
               CLOSE ESTATEMENT-FILE
               CLOSE MAIL-HELD-FILE
               PERFORM DISPLAY-RESULTS
               STOP RUN.

                   IF WS-CYC-DAY-PARSE <= 28
                       MOVE WS-CYC-DAY-PARSE TO WS-CLOSING-CYCLE
                   END-IF
               END-IF
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *    --- Optional file: a row outside days 01-28 is ignored,
      *        same tolerance PERIOD-LEDGER gives the load ---
      *    The mailing address block from the CIF, via the first
      *    customer linked to the account. Two John Smiths stopped
      *    being one mailing the day this went in.
           FIND-STMT-CUSTOMER.
               MOVE 0 TO WS-STMT-CUST-IDX
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           WRITE-STMT-ADDRESS-BLOCK.
               PERFORM FIND-STMT-CUSTOMER
               IF WS-STMT-CUST-IDX > 0
                   MOVE WCU-RECORD(WS-STMT-CUST-IDX)
                       TO CUSTOMER-RECORD
                       PERFORM FIND-STMT-ACCOUNT-CYCLE
                       IF WS-MATCHED-CYCLE = 0
                       OR WS-MATCHED-CYCLE = WS-CLOSING-CYCLE
                           PERFORM SET-STMT-DELIVERY
                           IF STMT-TO-PAPER OR STMT-TO-ELECTRONIC
                               PERFORM WRITE-ONE-STATEMENT
                               ADD 1 TO WS-STATEMENTS-WRITTEN
                           END-IF
                           IF STMT-TO-ELECTRONIC
                               ADD 1 TO WS-ESTATEMENTS-WRITTEN
                           END-IF
                           IF STMT-PAPER-HELD
                               PERFORM WRITE-MAIL-HELD-ROW
                           END-IF
                       ELSE
                           ADD 1 TO WS-CYCLE-SKIP-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

      *    An account with no linked customer prints on paper as it
      *    always has; a returned address stops the paper but never
      *    the electronic copy.
           SET-STMT-DELIVERY.
               MOVE "Y" TO WS-STMT-PAPER
               MOVE "N" TO WS-STMT-ELECTRONIC
               MOVE "N" TO WS-STMT-PAPER-HELD
               PERFORM FIND-STMT-CUSTOMER
               IF WS-STMT-CUST-IDX > 0
                   MOVE WCU-RECORD(WS-STMT-CUST-IDX)
                       TO CUSTOMER-RECORD
                   IF CU-DELIVER-ELECTRONIC
                       MOVE "N" TO WS-STMT-PAPER
                   END-IF
                   IF CU-DELIVER-ELECTRONIC OR CU-DELIVER-BOTH
                       MOVE "Y" TO WS-STMT-ELECTRONIC
                   END-IF
                   IF CU-ADDR-RETURNED AND STMT-TO-PAPER
                       MOVE "N" TO WS-STMT-PAPER
                       MOVE "Y" TO WS-STMT-PAPER-HELD
                   END-IF
               END-IF.

           WRITE-MAIL-HELD-ROW.
               MOVE SPACES TO MAIL-HELD-RECORD
               MOVE WS-TODAY            TO MH-DATE
               SET MH-STATEMENT TO TRUE
               MOVE SI-ID(WS-STMT-IDX)  TO MH-ACCOUNT-ID
               MOVE CU-CUSTOMER-ID      TO MH-CUSTOMER-ID
               MOVE WS-STATEMENT-TYPE   TO MH-ITEM
               MOVE CU-NAME             TO MH-CUSTOMER-NAME
               IF STMT-TO-ELECTRONIC
                   MOVE "Y" TO MH-ALSO-SENT-E
               ELSE
                   MOVE "N" TO MH-ALSO-SENT-E
               END-IF
               MOVE MAIL-HELD-RECORD TO MAIL-HELD-IO
               WRITE MAIL-HELD-IO
               ADD 1 TO WS-PAPER-HELD-COUNT.

           FIND-STMT-ACCOUNT-CYCLE.
               MOVE 0 TO WS-MATCHED-CYCLE
               PERFORM VARYING WS-CYC-IDX FROM 1 BY 1
               MOVE 1 TO WS-PAGE-NUM

               MOVE ALL "=" TO STMT-LINE
               PERFORM PUT-STMT-PAGE-LINE
               ADD 1 TO WS-LINE-COUNT
               MOVE SPACES TO STMT-LINE
               STRING "ACCOUNT STATEMENT - " DELIMITED SIZE
                   WS-DISP-BALANCE DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE
               PERFORM WRITE-STMT-ROUNDUP-LINES
               PERFORM WRITE-STMT-DISCLOSURE
               MOVE SPACES TO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE.

      *    --- Optional file: only the current month's rows are
      *        wanted, the same month the statement date falls in ---
           LOAD-ROUNDUP-SUMMARY.
               OPEN INPUT ROUNDUP-SUMMARY-FILE
               IF WS-RNDUP-FILE-OK
                   PERFORM READ-ONE-ROUNDUP-ROW
                       UNTIL END-OF-RNDUP-LOAD
                   CLOSE ROUNDUP-SUMMARY-FILE
               END-IF.

           READ-ONE-ROUNDUP-ROW.
               READ ROUNDUP-SUMMARY-FILE INTO ROUNDUP-SUMMARY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-RNDUP
               NOT AT END
                   IF RUS-MONTH = WS-TODAY(1:7)
                   AND RUS-SWEPT-TOTAL IS NUMERIC
                   AND RUS-SWEPT-TOTAL > 0
                   AND WS-RNDUP-COUNT < WS-RNDUP-MAX
                       ADD 1 TO WS-RNDUP-COUNT
                       MOVE RUS-CHECKING-ACCT
                           TO WRU-CHECKING(WS-RNDUP-COUNT)
                       MOVE RUS-SAVINGS-ACCT
                           TO WRU-SAVINGS(WS-RNDUP-COUNT)
                       MOVE RUS-ITEM-COUNT
                           TO WRU-ITEM-COUNT(WS-RNDUP-COUNT)
                       MOVE RUS-SWEPT-TOTAL
                           TO WRU-SWEPT-TOTAL(WS-RNDUP-COUNT)
                   END-IF
               END-READ.

      *    --- Round-ups this month, from either side of the sweep ---
           WRITE-STMT-ROUNDUP-LINES.
               PERFORM VARYING WS-RNDUP-IDX FROM 1 BY 1
                   UNTIL WS-RNDUP-IDX > WS-RNDUP-COUNT
                   IF WRU-CHECKING(WS-RNDUP-IDX) = SI-ID(WS-STMT-IDX)
                       MOVE WRU-SWEPT-TOTAL(WS-RNDUP-IDX)
                           TO WS-DISP-AMOUNT
                       MOVE WRU-ITEM-COUNT(WS-RNDUP-IDX)
                           TO WS-DISP-RNDUP-ITEMS
                       MOVE SPACES TO STMT-LINE
                       STRING "Round-Up Savings: " DELIMITED SIZE
                           WS-DISP-AMOUNT DELIMITED SIZE
                           " from" DELIMITED SIZE
                           WS-DISP-RNDUP-ITEMS DELIMITED SIZE
                           " card items to " DELIMITED SIZE
                           WRU-SAVINGS(WS-RNDUP-IDX) DELIMITED SIZE
                           INTO STMT-LINE
                       PERFORM WRITE-STMT-OUT-LINE
                   END-IF
                   IF WRU-SAVINGS(WS-RNDUP-IDX) = SI-ID(WS-STMT-IDX)
                       MOVE WRU-SWEPT-TOTAL(WS-RNDUP-IDX)
                           TO WS-DISP-AMOUNT
                       MOVE SPACES TO STMT-LINE
                       STRING "Round-Ups In    : " DELIMITED SIZE
                           WS-DISP-AMOUNT DELIMITED SIZE
                           " from " DELIMITED SIZE
                           WRU-CHECKING(WS-RNDUP-IDX) DELIMITED SIZE
                           INTO STMT-LINE
                       PERFORM WRITE-STMT-OUT-LINE
                   END-IF
               END-PERFORM.

      *    --- Period start per account, as PERIOD-LEDGER opens the
      *        period files: the 1st of the month for a calendar-
      *        month account, the day after last month's cycle day
      *        for the cycle closing tonight ---
           SET-PERIOD-STARTS.
               PERFORM SET-ONE-PERIOD-START
                   VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT.

           SET-ONE-PERIOD-START.
               PERFORM FIND-STMT-ACCOUNT-CYCLE
               IF WS-MATCHED-CYCLE > 0
               AND WS-MATCHED-CYCLE = WS-CLOSING-CYCLE
                   MOVE WS-DATE-INT(1:4) TO WS-START-YEAR
                   MOVE WS-DATE-INT(5:2) TO WS-START-MONTH
                   IF WS-START-MONTH = 1
                       SUBTRACT 1 FROM WS-START-YEAR
                       MOVE 12 TO WS-START-MONTH
                   ELSE
                       SUBTRACT 1 FROM WS-START-MONTH
                   END-IF
                   MOVE WS-START-YEAR  TO WS-START-PARSE-INT(1:4)
                   MOVE WS-START-MONTH TO WS-START-PARSE-INT(5:2)
                   MOVE WS-MATCHED-CYCLE
                       TO WS-START-PARSE-INT(7:2)
                   COMPUTE SI-START-JULIAN(WS-STMT-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-START-PARSE-INT)
                       + 1
               ELSE
                   MOVE WS-DATE-INT(1:6) TO WS-START-PARSE-INT(1:6)
                   MOVE "01"             TO WS-START-PARSE-INT(7:2)
                   COMPUTE SI-START-JULIAN(WS-STMT-IDX) =
                       FUNCTION INTEGER-OF-DATE(WS-START-PARSE-INT)
               END-IF
               MOVE SI-START-JULIAN(WS-STMT-IDX)
                   TO SI-WALK-JULIAN(WS-STMT-IDX)
               MOVE SI-OPENING(WS-STMT-IDX)
                   TO SI-WALK-BAL(WS-STMT-IDX)
               MOVE 0 TO SI-BAL-DAY-SUM(WS-STMT-IDX)
               MOVE 0 TO SI-YTD-OD-FEES(WS-STMT-IDX)
               MOVE 0 TO SI-YTD-RI-FEES(WS-STMT-IDX).

      *    --- Optional file: no PRODUCT-MASTER.dat seeds the
      *        built-in five, of which only INTERNAL earns nothing ---
           LOAD-PRODUCT-MASTER.
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-PRD-FILE-OK
                   PERFORM READ-ONE-PRODUCT-ROW
                       UNTIL END-OF-PRD-LOAD
                   CLOSE PRODUCT-MASTER-FILE
               END-IF
               IF WS-PRD-COUNT = 0
                   MOVE 5 TO WS-PRD-COUNT
                   MOVE "CHECKING  Y" TO WS-PRD-ENTRY(1)
                   MOVE "SAVINGS   Y" TO WS-PRD-ENTRY(2)
                   MOVE "BUSINESS  Y" TO WS-PRD-ENTRY(3)
                   MOVE "INTERNAL  N" TO WS-PRD-ENTRY(4)
                   MOVE "CD        Y" TO WS-PRD-ENTRY(5)
               END-IF.

           READ-ONE-PRODUCT-ROW.
               READ PRODUCT-MASTER-FILE INTO PRODUCT-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-PRD
               NOT AT END
                   MOVE PRODUCT-MASTER-IO TO PRODUCT-RECORD
                   IF WS-PRD-COUNT < WS-PRD-MAX
                   AND PRD-TYPE-CODE NOT = SPACES
                       ADD 1 TO WS-PRD-COUNT
                       MOVE PRD-TYPE-CODE
                           TO WPR-TYPE(WS-PRD-COUNT)
                       MOVE PRD-INTEREST-BEARING
                           TO WPR-INT-BEARING(WS-PRD-COUNT)
                   END-IF
               END-READ.

           FIND-STMT-BY-ID.
               MOVE 0 TO WS-STMT-FOUND-IDX
               PERFORM VARYING WS-STMT-IDX FROM 1 BY 1
                   UNTIL WS-STMT-IDX > WS-STMT-COUNT
                   IF SI-ID(WS-STMT-IDX) = WS-STMT-LOOKUP-ID
                       MOVE WS-STMT-IDX TO WS-STMT-FOUND-IDX
                   END-IF
               END-PERFORM.

      *    --- Optional file: only a row rolled for this year counts;
      *        a row last touched in a prior year has no fees yet ---
           LOAD-YTD-FEE-TOTALS.
               OPEN INPUT ACCOUNT-YTD-FILE
               IF WS-YTD-FILE-OK
                   PERFORM READ-ONE-YTD-ROW
                       UNTIL END-OF-YTD-LOAD
                   CLOSE ACCOUNT-YTD-FILE
               END-IF.

           READ-ONE-YTD-ROW.
               READ ACCOUNT-YTD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-YTD
               NOT AT END
                   IF AY-YEAR = WS-TODAY(1:4)
                       MOVE AY-ACCOUNT-ID TO WS-STMT-LOOKUP-ID
                       PERFORM FIND-STMT-BY-ID
                       IF WS-STMT-FOUND-IDX > 0
                           IF AY-YTD-OD-FEES IS NUMERIC
                               MOVE AY-YTD-OD-FEES
                                 TO SI-YTD-OD-FEES(WS-STMT-FOUND-IDX)
                           END-IF
                           IF AY-YTD-RI-FEES IS NUMERIC
                               MOVE AY-YTD-RI-FEES
                                 TO SI-YTD-RI-FEES(WS-STMT-FOUND-IDX)
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *    --- Average daily balance, weighted by calendar day. The
      *        history rows are each day's closing balance in date
      *        order, so every row moves the balance in effect from
      *        its date on: a row before the period start only sets
      *        the balance carried in, a row inside the period first
      *        books the days the previous balance stood. A day with
      *        no row (weekend, holiday) keeps the prior balance.
      *        Today's days are booked from the closing balance when
      *        the statement prints ---
           FOLD-BALANCE-HISTORY.
               OPEN INPUT BALANCE-HISTORY-FILE
               IF WS-BALHIST-FILE-OK
                   PERFORM FOLD-ONE-HISTORY-ROW
                       UNTIL END-OF-BALHIST
                   CLOSE BALANCE-HISTORY-FILE
               END-IF.

           FOLD-ONE-HISTORY-ROW.
               READ BALANCE-HISTORY-FILE INTO BALANCE-HISTORY-IO
               AT END
                   MOVE "Y" TO WS-EOF-BALHIST
               NOT AT END
                   MOVE BALANCE-HISTORY-IO(21:12) TO WS-HIST-BAL-X
                   IF BALANCE-HISTORY-IO(1:4) IS NUMERIC
                   AND WS-HIST-BAL IS NUMERIC
                       MOVE BALANCE-HISTORY-IO(1:4)
                           TO WS-HIST-PARSE-INT(1:4)
                       MOVE BALANCE-HISTORY-IO(6:2)
                           TO WS-HIST-PARSE-INT(5:2)
                       MOVE BALANCE-HISTORY-IO(9:2)
                           TO WS-HIST-PARSE-INT(7:2)
                       COMPUTE WS-HIST-JULIAN =
                           FUNCTION INTEGER-OF-DATE(WS-HIST-PARSE-INT)
                       MOVE BALANCE-HISTORY-IO(11:10)
                           TO WS-STMT-LOOKUP-ID
                       PERFORM FIND-STMT-BY-ID
                       IF WS-STMT-FOUND-IDX > 0
                       AND WS-HIST-JULIAN <= WS-TODAY-JULIAN
                           PERFORM APPLY-HISTORY-ROW
                       END-IF
                   END-IF
               END-READ.

           APPLY-HISTORY-ROW.
               IF WS-HIST-JULIAN < SI-START-JULIAN(WS-STMT-FOUND-IDX)
                   MOVE WS-HIST-BAL
                       TO SI-WALK-BAL(WS-STMT-FOUND-IDX)
               ELSE
                   IF WS-HIST-JULIAN
                       > SI-WALK-JULIAN(WS-STMT-FOUND-IDX)
                       COMPUTE SI-BAL-DAY-SUM(WS-STMT-FOUND-IDX) =
                           SI-BAL-DAY-SUM(WS-STMT-FOUND-IDX)
                           + SI-WALK-BAL(WS-STMT-FOUND-IDX)
                           * (WS-HIST-JULIAN
                           - SI-WALK-JULIAN(WS-STMT-FOUND-IDX))
                       MOVE WS-HIST-JULIAN
                           TO SI-WALK-JULIAN(WS-STMT-FOUND-IDX)
                   END-IF
                   MOVE WS-HIST-BAL
                       TO SI-WALK-BAL(WS-STMT-FOUND-IDX)
               END-IF.

      *    --- Truth-in-Savings disclosure. Fees are the amounts
      *        imposed - the period's FEE postings by description,
      *        beside the YTD breakout FEE-ENGINE keeps. Interest is
      *        the period's INT postings ---
           WRITE-STMT-DISCLOSURE.
               MOVE 0 TO WS-INT-EARNED
               MOVE 0 TO WS-PER-OD-FEES
               MOVE 0 TO WS-PER-RI-FEES
               PERFORM VARYING WS-LEDGER-IDX FROM 1 BY 1
                   UNTIL WS-LEDGER-IDX > WS-LEDGER-COUNT
                   IF WL-ACCOUNT(WS-LEDGER-IDX) = SI-ID(WS-STMT-IDX)
                       EVALUATE TRUE
                           WHEN WL-TYPE(WS-LEDGER-IDX) = "INT"
                               ADD WL-AMOUNT(WS-LEDGER-IDX)
                                   TO WS-INT-EARNED
                           WHEN WL-TYPE(WS-LEDGER-IDX) = "FEE"
                           AND WL-DESC(WS-LEDGER-IDX)(1:13)
                               = "OVERDRAFT FEE"
                               ADD WL-AMOUNT(WS-LEDGER-IDX)
                                   TO WS-PER-OD-FEES
                           WHEN WL-TYPE(WS-LEDGER-IDX) = "FEE"
                           AND WL-DESC(WS-LEDGER-IDX)(1:17)
                               = "RETURNED ITEM FEE"
                               ADD WL-AMOUNT(WS-LEDGER-IDX)
                                   TO WS-PER-RI-FEES
                           WHEN OTHER
                               CONTINUE
                       END-EVALUATE
                   END-IF
               END-PERFORM
               MOVE SPACES TO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "FEE AND INTEREST SUMMARY        "
                   DELIMITED SIZE
                   "    THIS PERIOD    YEAR-TO-DATE" DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE
               MOVE WS-PER-OD-FEES TO WS-DISP-AMOUNT
               MOVE SI-YTD-OD-FEES(WS-STMT-IDX) TO WS-DISP-YTD-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "Total Overdraft Fees     : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-YTD-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE
               MOVE WS-PER-RI-FEES TO WS-DISP-AMOUNT
               MOVE SI-YTD-RI-FEES(WS-STMT-IDX) TO WS-DISP-YTD-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "Total Returned Item Fees : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-YTD-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE
               PERFORM FIND-STMT-PRODUCT-FLAG
               IF STMT-INTEREST-BEARING
                   PERFORM WRITE-STMT-APY-LINES
               END-IF.

           FIND-STMT-PRODUCT-FLAG.
               MOVE "N" TO WS-STMT-INT-BEARING
               PERFORM VARYING WS-PRD-IDX FROM 1 BY 1
                   UNTIL WS-PRD-IDX > WS-PRD-COUNT
                   IF WPR-TYPE(WS-PRD-IDX) = SI-TYPE(WS-STMT-IDX)
                       MOVE WPR-INT-BEARING(WS-PRD-IDX)
                           TO WS-STMT-INT-BEARING
                   END-IF
               END-PERFORM.

      *    APY earned = 100 x ((1 + I / ADB) ** (365 / days) - 1),
      *    on the day-weighted balance - zero when nothing was earned
      *    or the balance averaged nil or overdrawn.
           WRITE-STMT-APY-LINES.
               COMPUTE WS-PERIOD-DAYS =
                   WS-TODAY-JULIAN - SI-START-JULIAN(WS-STMT-IDX) + 1
               COMPUTE SI-BAL-DAY-SUM(WS-STMT-IDX) =
                   SI-BAL-DAY-SUM(WS-STMT-IDX)
                   + SI-WALK-BAL(WS-STMT-IDX)
                   * (WS-TODAY-JULIAN - SI-WALK-JULIAN(WS-STMT-IDX))
                   + SI-CLOSING(WS-STMT-IDX)
               COMPUTE WS-AVG-DAILY-BAL ROUNDED =
                   SI-BAL-DAY-SUM(WS-STMT-IDX) / WS-PERIOD-DAYS
               MOVE 0 TO WS-APY-EARNED
               IF WS-AVG-DAILY-BAL > 0 AND WS-INT-EARNED > 0
                   COMPUTE WS-APY-RATIO ROUNDED =
                       WS-INT-EARNED / WS-AVG-DAILY-BAL
                   COMPUTE WS-APY-EXPONENT ROUNDED =
                       365 / WS-PERIOD-DAYS
                   COMPUTE WS-APY-GROWTH ROUNDED =
                       (1 + WS-APY-RATIO) ** WS-APY-EXPONENT
                   COMPUTE WS-APY-EARNED ROUNDED =
                       (WS-APY-GROWTH - 1) * 100
               END-IF
               MOVE WS-PERIOD-DAYS TO WS-DISP-DAYS
               MOVE SPACES TO STMT-LINE
               STRING "Days In Period           : " DELIMITED SIZE
                   WS-DISP-DAYS DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE
               MOVE WS-AVG-DAILY-BAL TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "Average Daily Balance    : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE
               MOVE WS-INT-EARNED TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "Interest Earned          : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE
               MOVE WS-APY-EARNED TO WS-DISP-APY
               MOVE SPACES TO STMT-LINE
               STRING "Annual Percentage Yield Earned : "
                   DELIMITED SIZE
                   WS-DISP-APY DELIMITED SIZE
                   "%" DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM WRITE-STMT-OUT-LINE.

      *    Every line of a statement funnels through here so the page
      *    break falls at a consistent line count no matter which
      *    part of the statement is currently writing (same approach
      *    EOD-REPORT uses for its own pagination).
           WRITE-STMT-OUT-LINE.
               PERFORM PUT-STMT-LINE
               ADD 1 TO WS-LINE-COUNT
               IF WS-LINE-COUNT >= WS-LINES-PER-PAGE
                   PERFORM START-NEW-STMT-PAGE
               END-IF.

      *    The one place a statement line reaches a file: the paper
      *    run, the electronic file, or both.
           PUT-STMT-LINE.
               IF STMT-TO-ELECTRONIC
                   MOVE STMT-LINE TO ESTMT-LINE
                   WRITE ESTMT-LINE
               END-IF
               IF STMT-TO-PAPER
                   WRITE STMT-LINE
               END-IF.

           PUT-STMT-PAGE-LINE.
               IF STMT-TO-ELECTRONIC
                   MOVE STMT-LINE TO ESTMT-LINE
                   WRITE ESTMT-LINE AFTER ADVANCING PAGE
               END-IF
               IF STMT-TO-PAPER
                   WRITE STMT-LINE AFTER ADVANCING PAGE
               END-IF.

           START-NEW-STMT-PAGE.
               ADD 1 TO WS-PAGE-NUM
               MOVE SPACES TO STMT-LINE
               PERFORM PUT-STMT-PAGE-LINE
               MOVE SPACES TO STMT-LINE
               STRING "ACCOUNT STATEMENT - " DELIMITED SIZE
                   WS-STATEMENT-TYPE DELIMITED SIZE
                   "  (CONTINUED)" DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM PUT-STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "Account : " DELIMITED SIZE
                   SI-ID(WS-STMT-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   SI-NAME(WS-STMT-IDX) DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM PUT-STMT-LINE
               MOVE SPACES TO WS-PAGE-LABEL
               STRING "PAGE " DELIMITED SIZE
                   WS-PAGE-NUM DELIMITED SIZE
                   INTO WS-PAGE-LABEL
               MOVE WS-PAGE-LABEL TO STMT-LINE
               PERFORM PUT-STMT-LINE
               MOVE ALL "-" TO STMT-LINE
               PERFORM PUT-STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "DATE       TYPE AMOUNT          "
                   DELIMITED SIZE
                   "DESCRIPTION"
                   DELIMITED SIZE
                   INTO STMT-LINE
               PERFORM PUT-STMT-LINE
               MOVE ALL "-" TO STMT-LINE
               PERFORM PUT-STMT-LINE
               MOVE 0 TO WS-LINE-COUNT.

      *    --- Lists every joint owner / authorized signer on file for
           BACK-OUT-ONE-DELTA.
               EVALUATE WL-TYPE(WS-LEDGER-IDX)
                   WHEN "DEP" WHEN "INT" WHEN "XFC" WHEN "RVC"
                   WHEN "FRF" WHEN "LND" WHEN "ATD" WHEN "RTI"
                       SUBTRACT WL-AMOUNT(WS-LEDGER-IDX)
                           FROM WS-RUN-BAL
                   WHEN "WDR" WHEN "FEE" WHEN "XFR" WHEN "RVD"
                   WHEN "ACH" WHEN "LNP" WHEN "DBI" WHEN "ATW"
                   WHEN "RTO" WHEN "ACB"
                       ADD WL-AMOUNT(WS-LEDGER-IDX) TO WS-RUN-BAL
                   WHEN OTHER
                       CONTINUE
               END-IF
               EVALUATE WL-TYPE(WS-LEDGER-IDX)
                   WHEN "DEP" WHEN "INT" WHEN "XFC" WHEN "RVC"
                   WHEN "FRF" WHEN "LND" WHEN "ATD" WHEN "RTI"
                       ADD WL-AMOUNT(WS-LEDGER-IDX) TO WS-RUN-BAL
                   WHEN "WDR" WHEN "FEE" WHEN "XFR" WHEN "RVD"
                   WHEN "ACH" WHEN "LNP" WHEN "DBI" WHEN "ATW"
                   WHEN "RTO" WHEN "ACB"
                       SUBTRACT WL-AMOUNT(WS-LEDGER-IDX)
                           FROM WS-RUN-BAL
                   WHEN OTHER
               ADD 1 TO WS-STMT-TXN-COUNT
               EVALUATE WL-TYPE(WS-LEDGER-IDX)
                   WHEN "DEP" WHEN "INT" WHEN "XFC" WHEN "RVC"
                   WHEN "FRF" WHEN "LND" WHEN "ATD" WHEN "RTI"
                       ADD WL-AMOUNT(WS-LEDGER-IDX) TO WS-STMT-CREDITS
                   WHEN "WDR" WHEN "FEE" WHEN "XFR" WHEN "RVD"
                   WHEN "ACH" WHEN "LNP" WHEN "DBI" WHEN "ATW"
                   WHEN "RTO" WHEN "ACB"
                       ADD WL-AMOUNT(WS-LEDGER-IDX) TO WS-STMT-DEBITS
               END-EVALUATE
               MOVE WL-AMOUNT(WS-LEDGER-IDX) TO WS-DISP-AMOUNT
               DISPLAY "  Closing Cycle       : " WS-CLOSING-CYCLE
               DISPLAY "  Statements Written  : " WS-STATEMENTS-WRITTEN
               DISPLAY "  Held For Own Cycle  : " WS-CYCLE-SKIP-COUNT
               DISPLAY "  Sent Electronically : "
                   WS-ESTATEMENTS-WRITTEN
               DISPLAY "  Paper Held (Addr)   : " WS-PAPER-HELD-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/ACCOUNT-STATEMENTS.dat"
               DISPLAY "  → data/output/ACCOUNT-ESTATEMENTS.dat"
               DISPLAY "  → data/output/STATEMENT-MAIL-HELD.dat"
               DISPLAY "==============================================".
