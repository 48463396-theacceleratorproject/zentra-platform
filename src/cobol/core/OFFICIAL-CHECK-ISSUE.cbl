      *                  (issued-pending) - OFFICIAL-CHECK-SETTLE
      *                  confirms it to O once the debit posts
      *                  tonight, or drops it if the debit rejects.
      *              An escrow-funded request (OCR-FROM-ESCROW,
      *              appended by LOAN-ESCROW) is paid from money
      *              already held in escrow: no WDR is raised and
      *              the check goes straight onto the register as O
      *              - LOAN-ESCROW books the escrow-to-official-check
      *              liability move itself.
      *              A request carrying a remit address (a bill
      *              payment from BILLPAY-PROC) is a check the bank
      *              mails: once issued it also goes onto
      *              OFFICIAL-CHECK-PRINT.dat (see
      *              OFFICIAL-CHECK-PRINT-RECORD.cpy) for the check
      *              printer, with the payee's address and the memo
      *              line, and its bill-pay ID is kept on the
      *              register row.
      *              A check bought on an account inside a cooling-
      *              off window after a contact-profile change (the
      *              COOLING-OFF-CHECK service) is not issued: the
      *              request is registered on COOLING-OFF-HOLDS.dat
      *              and comes back HLD with K02 until a reviewer
      *              releases it (COOLING-OFF-REVIEW re-feeds it here
      *              and it issues) or declines it (K03 if it is ever
      *              presented again). Escrow-funded checks go to the
      *              borrower's insurer or tax office and are not held.
      *              Runs ahead of TXN-VALIDATOR.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RESULT-STATUS.

      *        Checks to print and mail, fresh per run.
               SELECT PRINT-FILE
                   ASSIGN TO "data/output/OFFICIAL-CHECK-PRINT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRINT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD REQUESTS-FILE.
           01 REQUEST-IO            PIC X(200).

           FD REGISTER-FILE.
           01 REGISTER-IO           PIC X(100).
           01 DAILY-TXN-RECORD      PIC X(116).

           FD RESULTS-FILE.
           01 RESULT-IO             PIC X(200).

           FD PRINT-FILE.
           01 PRINT-IO              PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-REQ-STATUS         PIC XX.
               88 WS-REG-FILE-OK        VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
           01 WS-RESULT-STATUS      PIC XX.
           01 WS-PRINT-STATUS       PIC XX.
           01 WS-EOF-REQ            PIC X VALUE "N".
               88 END-OF-REQUESTS      VALUE "Y".
           01 WS-EOF-REG            PIC X VALUE "N".

           COPY "OFFICIAL-CHECK-RECORD.cpy".
           COPY "OFFICIAL-CHECK-REQ-RECORD.cpy".
           COPY "OFFICIAL-CHECK-PRINT-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "COOLING-OFF-AREA.cpy".

      *    --- Register table ---
           01 WS-REG-MAX            PIC 9(4) VALUE 5000.
           01 WS-REQ-COUNT          PIC 999 VALUE 0.
           01 WS-ISSUED-COUNT       PIC 999 VALUE 0.
           01 WS-REJECTED-COUNT     PIC 999 VALUE 0.
           01 WS-HELD-COUNT         PIC 999 VALUE 0.
           01 WS-PRINTED-COUNT      PIC 999 VALUE 0.
           01 WS-TOTAL-ISSUED       PIC 9(11)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-FEED-OPEN          PIC X VALUE "N".
                   STOP RUN
               END-IF
               PERFORM LOAD-REGISTER
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-INIT TO TRUE
               MOVE WS-TODAY TO COQ-BUSDATE
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
               OPEN OUTPUT RESULTS-FILE
               OPEN OUTPUT PRINT-FILE
               PERFORM PROCESS-ONE-REQUEST
                   UNTIL END-OF-REQUESTS
               CLOSE REQUESTS-FILE
               CLOSE RESULTS-FILE
               CLOSE PRINT-FILE
               IF WS-FEED-OPEN = "Y"
                   CLOSE DAILY-TXN-FILE
               END-IF
               IF WS-ISSUED-COUNT > 0
                   PERFORM REWRITE-REGISTER
               END-IF
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-SAVE TO TRUE
               MOVE WS-TODAY TO COQ-BUSDATE
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
               PERFORM DISPLAY-RESULTS
               STOP RUN.

               NOT AT END
                   MOVE REQUEST-IO TO OFFICIAL-CHECK-REQ-RECORD
                   ADD 1 TO WS-REQ-COUNT
                   MOVE SPACES TO COR-DISPOSITION
                   IF NOT OCR-FROM-ESCROW
                   AND OCR-ACCOUNT-ID NOT = SPACES
                       PERFORM CHECK-COOLING-OFF
                   END-IF
                   EVALUATE TRUE
                       WHEN COR-HELD
                           SET OCR-HELD TO TRUE
                           SET OCR-ERR-COOLING-OFF TO TRUE
                           ADD 1 TO WS-HELD-COUNT
                       WHEN COR-DECLINED
                           SET OCR-REJECTED TO TRUE
                           SET OCR-ERR-REVIEW-DECLINED TO TRUE
                           ADD 1 TO WS-REJECTED-COUNT
                       WHEN OTHER
                           PERFORM ISSUE-ONE-CHECK
                   END-EVALUATE
                   MOVE OFFICIAL-CHECK-REQ-RECORD TO RESULT-IO
                   WRITE RESULT-IO
               END-READ.

      *    Inside a window the service decides: held (first sight,
      *    or still waiting), declined, or released by a reviewer -
      *    which issues like any other request. The payee is the
      *    item key, with the account and amount.
           CHECK-COOLING-OFF.
               INITIALIZE COOLING-OFF-REQUEST
               SET COQ-CHECK TO TRUE
               MOVE WS-TODAY       TO COQ-BUSDATE
               MOVE OCR-ACCOUNT-ID TO COQ-ACCOUNT-ID
               CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                              COOLING-OFF-REPLY
               IF COR-WINDOW-OPEN
                   SET COQ-HOLD TO TRUE
                   MOVE "OCK"      TO COQ-CHANNEL
                   MOVE OCR-AMOUNT TO COQ-AMOUNT
                   MOVE OCR-PAYEE  TO COQ-ITEM-KEY
                   MOVE REQUEST-IO TO COQ-ITEM
                   CALL "COOLING-OFF-CHECK" USING COOLING-OFF-REQUEST
                                                  COOLING-OFF-REPLY
               END-IF.

      *    The pipeline owns the funds decision - a purchaser who
      *    cannot cover the debit rejects tonight and
      *    OFFICIAL-CHECK-SETTLE drops the I row with it.
                       MOVE OCR-ACCOUNT-ID  TO OCK-ACCOUNT-ID
                       MOVE OCR-PAYEE       TO OCK-PAYEE
                       MOVE OCR-AMOUNT      TO OCK-AMOUNT
                       MOVE OCR-BILLPAY-ID  TO OCK-BILLPAY-ID
                       IF OCR-FROM-ESCROW
                           SET OCK-OUTSTANDING TO TRUE
                       ELSE
                           SET OCK-ISSUED-PENDING TO TRUE
                       END-IF
                       MOVE OFFICIAL-CHECK-RECORD
                           TO WOC-RECORD(WS-REG-COUNT)
                       IF NOT OCR-FROM-ESCROW
                           PERFORM GENERATE-PURCHASE-DEBIT
                       END-IF
                       IF OCR-REMIT-ADDR-1 NOT = SPACES
                           PERFORM WRITE-PRINT-ROW
                       END-IF
                       SET OCR-ISSUED TO TRUE
                       MOVE SPACES TO OCR-ERROR-CODE
                       ADD 1 TO WS-ISSUED-COUNT
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD.

      *    The check as it is printed and mailed; the memo line
      *    carries the customer's account number with the payee.
           WRITE-PRINT-ROW.
               INITIALIZE OFFICIAL-CHECK-PRINT-RECORD
               MOVE OCK-CHECK-NUMBER   TO OCP-CHECK-NUMBER
               MOVE OCK-ISSUE-DATE     TO OCP-ISSUE-DATE
               MOVE OCR-AMOUNT         TO OCP-AMOUNT
               MOVE OCR-PAYEE          TO OCP-PAYEE
               MOVE OCR-REMIT-ADDR-1   TO OCP-ADDR-LINE-1
               MOVE OCR-REMIT-ADDR-2   TO OCP-ADDR-LINE-2
               MOVE OCR-REMIT-CITY     TO OCP-CITY-STATE-ZIP
               MOVE OCR-MEMO           TO OCP-MEMO
               MOVE OCR-ACCOUNT-ID     TO OCP-PURCHASER-ACCT
               MOVE OCR-BILLPAY-ID     TO OCP-BILLPAY-ID
               MOVE OFFICIAL-CHECK-PRINT-RECORD TO PRINT-IO
               WRITE PRINT-IO
               ADD 1 TO WS-PRINTED-COUNT.

           REWRITE-REGISTER.
               OPEN OUTPUT REGISTER-FILE
               PERFORM VARYING WS-REG-IDX FROM 1 BY 1
               DISPLAY "  Requests Read      : " WS-REQ-COUNT
               DISPLAY "  Checks Issued      : " WS-ISSUED-COUNT
               DISPLAY "  Requests Rejected  : " WS-REJECTED-COUNT
               DISPLAY "  Held (Cooling-Off) : " WS-HELD-COUNT
               DISPLAY "  Checks To Mail     : " WS-PRINTED-COUNT
               DISPLAY "  Total Issued       : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/OFFICIAL-CHECKS-OUTSTANDING"
                   & ".dat"
               DISPLAY "  → data/output/OFFICIAL-CHECK-RESULTS.dat"
               DISPLAY "  → data/output/OFFICIAL-CHECK-PRINT.dat"
               DISPLAY "==============================================".
