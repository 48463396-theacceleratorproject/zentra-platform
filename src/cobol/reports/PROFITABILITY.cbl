      *              reports under *UNLINKED*), and customers rank
      *              by total contribution on
      *              PROFITABILITY-REPORT.dat with the account
      *              detail under each. Every scored account's
      *              figures also go to PROFITABILITY-ACCOUNTS.dat
      *              (ACCOUNT-PROFIT-RECORD.cpy), which
      *              OFFICER-PORTFOLIO rolls up by account officer.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT PROFIT-EXTRACT-FILE
                   ASSIGN TO "data/output/PROFITABILITY-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXTRACT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-YTD-FILE.
           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(110).

           FD PROFIT-EXTRACT-FILE.
           01 PROFIT-EXTRACT-IO     PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-YTD-STATUS         PIC XX.
               88 WS-YTD-FILE-OK        VALUE "00".
               88 WS-CUST-FILE-OK       VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EXTRACT-STATUS     PIC XX.
               88 WS-EXTRACT-FILE-OK    VALUE "00".
           01 WS-EOF-YTD            PIC X VALUE "N".
               88 END-OF-YTD           VALUE "Y".
           01 WS-EOF-BALHIST        PIC X VALUE "N".

           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "ACCOUNT-PROFIT-RECORD.cpy".

           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
               PERFORM WALK-LOAN-GL-WINDOW
               PERFORM ASSIGN-CUSTOMERS
               PERFORM COMPUTE-CONTRIBUTIONS
               PERFORM WRITE-ACCOUNT-EXTRACT
               PERFORM RESOLVE-CUSTOMER-NAMES
               PERFORM WRITE-RANKED-REPORT
               PERFORM DISPLAY-RESULTS
                   ADD 1 TO WPC-ACCTS(WS-CST-FOUND)
               END-IF.

           WRITE-ACCOUNT-EXTRACT.
               OPEN OUTPUT PROFIT-EXTRACT-FILE
               IF NOT WS-EXTRACT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PROFITABILITY-ACCOUNTS.dat"
                   STOP RUN
               END-IF
               PERFORM VARYING WS-ACC-IDX FROM 1 BY 1
                   UNTIL WS-ACC-IDX > WS-ACC-COUNT
                   MOVE SPACES TO ACCOUNT-PROFIT-RECORD
                   MOVE WPA-ACCOUNT(WS-ACC-IDX)  TO APF-ACCOUNT-ID
                   MOVE WPA-CUSTOMER(WS-ACC-IDX) TO APF-CUSTOMER-ID
                   MOVE WPA-FEES(WS-ACC-IDX)     TO APF-FEES
                   MOVE WPA-DBI(WS-ACC-IDX)      TO APF-DEBIT-INT
                   MOVE WPA-LOAN-INC(WS-ACC-IDX) TO APF-LOAN-INCOME
                   MOVE WPA-INT-EXP(WS-ACC-IDX)  TO APF-INT-EXPENSE
                   MOVE WPA-CONTRIB(WS-ACC-IDX)  TO APF-CONTRIBUTION
                   MOVE ACCOUNT-PROFIT-RECORD TO PROFIT-EXTRACT-IO
                   WRITE PROFIT-EXTRACT-IO
               END-PERFORM
               CLOSE PROFIT-EXTRACT-FILE.

           FIND-OR-ADD-CUSTOMER.
               MOVE 0 TO WS-CST-FOUND
               PERFORM VARYING WS-CST-IDX FROM 1 BY 1
               DISPLAY "  Customers Ranked: " WS-RANK-NUM
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/PROFITABILITY-REPORT.dat"
               DISPLAY "  → data/output/PROFITABILITY-ACCOUNTS.dat"
               DISPLAY "==============================================".
