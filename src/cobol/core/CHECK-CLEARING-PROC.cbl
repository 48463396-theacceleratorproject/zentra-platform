      *================================================================
      * PROGRAM:    CHECK-CLEARING-PROC.cbl
      * DESCRIPTION: Decide pay or return for every check drawn on us
      *              that another bank presents. Reads the clearing
      *              house's INWARD-CLEARING.dat presentment file
      *              (item sequence number, our account, check
      *              number, amount, presenting bank routing, image
      *              reference) and returns an item with its
      *              image-exchange reason code when:
      *                - the same account and check number has
      *                  already cleared (CLEARED-CHECKS.dat register,
      *                  earlier in today's file, or an issue row
      *                  positive pay already shows paid)      Y
      *                - the account is unknown                 E
      *                - the account is closed                  D
      *                - the account is frozen or blocked       F
      *                - funds are not sufficient                A
      *                - a stop payment on STOP-PAYMENTS.dat
      *                  matches                                C
      *                - a BUSINESS account enrolled in positive
      *                  pay has no open issue row for the check
      *                  number (Q) or the issued amount differs
      *                  (N)
      *              The account, funds and stop-payment answers come
      *              from the TXN-RULE-CHECK service, so an item paid
      *              here is one TXN-VALIDATOR will pass tonight; an
      *              account's items are drawn down against its
      *              available balance in file order, the later items
      *              returning once the money runs out. A limit the
      *              service enforces returns P and any other refusal
      *              O, rather than paying an item the pipeline would
      *              then reject.
      *              A paid item is posted by appending a WDR
      *              "CHECK nnnn" row to DAILY-TRANSACTIONS.dat - the
      *              same row a presented check has always arrived
      *              as, so positive pay consumes the issue and the
      *              ledger, statement and GL treat it exactly as
      *              before - and is added to the CLEARED-CHECKS.dat
      *              register. Returned items go to CHECK-RETURNS.dat
      *              for the presenting bank; the back office gets
      *              the paid/returned totals, a count by reason and
      *              the returned-item list on
      *              CHECK-CLEARING-SUMMARY.dat. Runs before
      *              TXN-VALIDATOR so paid items post today.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CHECK-CLEARING-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: a day with no presentments decides none.
               SELECT INWARD-FILE
                   ASSIGN TO "data/input/INWARD-CLEARING.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-INW-STATUS.

               SELECT ISSUED-CHECKS-FILE
                   ASSIGN TO "data/input/ISSUED-CHECKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ISC-STATUS.

      *        Cumulative register of every item paid, for the
      *        duplicate-presentment check.
               SELECT CLEARED-FILE
                   ASSIGN TO "data/output/CLEARED-CHECKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLR-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

               SELECT RETURNS-OUT-FILE
                   ASSIGN TO "data/output/CHECK-RETURNS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTN-STATUS.

               SELECT SUMMARY-FILE
                   ASSIGN TO "data/output/CHECK-CLEARING-SUMMARY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SUM-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD INWARD-FILE.
           01 INWARD-IN             PIC X(100).

           FD ISSUED-CHECKS-FILE.
           01 ISSUED-CHECK-IO       PIC X(100).

           FD CLEARED-FILE.
           01 CLEARED-IO            PIC X(100).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(104).

           FD RETURNS-OUT-FILE.
           01 RETURNS-OUT-RECORD    PIC X(100).

           FD SUMMARY-FILE.
           01 SUMMARY-RECORD        PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-INW-STATUS         PIC XX.
               88 WS-INW-FILE-OK        VALUE "00".
           01 WS-ISC-STATUS         PIC XX.
               88 WS-ISC-FILE-OK        VALUE "00".
           01 WS-CLR-STATUS         PIC XX.
               88 WS-CLR-FILE-OK        VALUE "00".
           01 WS-TXN-STATUS         PIC XX.
           01 WS-RTN-STATUS         PIC XX.
               88 WS-RTN-FILE-OK        VALUE "00".
           01 WS-SUM-STATUS         PIC XX.
           01 WS-EOF-INW            PIC X VALUE "N".
               88 NO-MORE-ITEMS        VALUE "Y".
           01 WS-EOF-ISC            PIC X VALUE "N".
               88 END-OF-ISC-LOAD      VALUE "Y".
           01 WS-EOF-CLR            PIC X VALUE "N".
               88 END-OF-CLR-LOAD      VALUE "Y".

           COPY "INWARD-CLEARING-RECORD.cpy".
           COPY "ISSUED-CHECK-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "RULE-CHECK-AREA.cpy".

      *    --- Positive-pay issue rows (read only here - the match
      *        that consumes an issue stays with TXN-VALIDATOR) ---
           01 WS-ISC-MAX            PIC 9(4) VALUE 2000.
           01 WS-ISC-TABLE.
               05 WS-ISC-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-ISC-IDX.
                   10 WIC-RECORD       PIC X(100).
           01 WS-ISC-COUNT          PIC 9(4) VALUE 0.
           01 WS-ISC-ENROLLED       PIC X VALUE "N".
           01 WS-ISC-NUMBER-SEEN    PIC X VALUE "N".
           01 WS-ISC-MATCHED        PIC X VALUE "N".
           01 WS-ISC-ALREADY-PAID   PIC X VALUE "N".

      *    --- Items already cleared (register plus today's paid) ---
           01 WS-CLR-MAX            PIC 9(5) VALUE 20000.
           01 WS-CLR-TABLE.
               05 WS-CLR-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-CLR-IDX.
                   10 WCR-ACCOUNT-ID   PIC X(10).
                   10 WCR-CHECK-NUMBER PIC X(10).
           01 WS-CLR-COUNT          PIC 9(5) VALUE 0.
           01 WS-CLR-OPEN           PIC X VALUE "N".

      *    --- Running draw-down per account within today's file ---
           01 WS-DRAW-MAX           PIC 9(4) VALUE 2000.
           01 WS-DRAW-TABLE.
               05 WS-DRAW-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-DRAW-IDX.
                   10 WDR-ACCOUNT-ID   PIC X(10).
                   10 WDR-PAID-TOTAL   PIC 9(11)V99.
           01 WS-DRAW-COUNT         PIC 9(4) VALUE 0.
           01 WS-DRAW-FOUND-IDX     PIC 9(4) VALUE 0.

           01 WS-DUPLICATE          PIC X VALUE "N".
               88 ITEM-IS-DUPLICATE    VALUE "Y".

      *    --- Count and amount by return reason, for the summary ---
           01 WS-REASON-TABLE.
               05 FILLER PIC X(31) VALUE
                   "ANOT SUFFICIENT FUNDS          ".
               05 FILLER PIC X(31) VALUE
                   "CSTOP PAYMENT                  ".
               05 FILLER PIC X(31) VALUE
                   "DCLOSED ACCOUNT                ".
               05 FILLER PIC X(31) VALUE
                   "EUNABLE TO LOCATE ACCOUNT      ".
               05 FILLER PIC X(31) VALUE
                   "FFROZEN/BLOCKED ACCOUNT        ".
               05 FILLER PIC X(31) VALUE
                   "NALTERED/FICTITIOUS ITEM       ".
               05 FILLER PIC X(31) VALUE
                   "OUNABLE TO PROCESS             ".
               05 FILLER PIC X(31) VALUE
                   "PITEM EXCEEDS LIMIT            ".
               05 FILLER PIC X(31) VALUE
                   "QNOT AUTHORIZED                ".
               05 FILLER PIC X(31) VALUE
                   "YDUPLICATE PRESENTMENT         ".
           01 WS-REASON-TABLE-R REDEFINES WS-REASON-TABLE.
               05 WS-REASON-ENTRY OCCURS 10 TIMES
                               INDEXED BY WS-RSN-IDX.
                   10 WRS-CODE         PIC X(01).
                   10 WRS-TEXT         PIC X(30).
           01 WS-REASON-TOTALS.
               05 WS-REASON-TOTAL OCCURS 10 TIMES.
                   10 WRT-COUNT        PIC 9(5).
                   10 WRT-AMOUNT       PIC 9(11)V99.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Counters ---
           01 WS-ITEM-COUNT         PIC 9(5) VALUE 0.
           01 WS-PAID-COUNT         PIC 9(5) VALUE 0.
           01 WS-RETURNED-COUNT     PIC 9(5) VALUE 0.
           01 WS-PAID-TOTAL         PIC 9(11)V99 VALUE 0.
           01 WS-RETURNED-TOTAL     PIC 9(11)V99 VALUE 0.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COUNT          PIC ZZZZ9.
           01 WS-OUT-LINE           PIC X(100).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               OPEN INPUT INWARD-FILE
               IF NOT WS-INW-FILE-OK
                   DISPLAY "  No INWARD-CLEARING.dat to process"
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM INIT-RULE-SERVICE
               PERFORM LOAD-ISSUED-CHECKS
               PERFORM LOAD-CLEARED-CHECKS
               INITIALIZE WS-REASON-TOTALS
               PERFORM OPEN-DAILY-TXN-FILE
               OPEN OUTPUT RETURNS-OUT-FILE
               IF NOT WS-RTN-FILE-OK
                   DISPLAY "ERROR: Cannot open CHECK-RETURNS.dat"
                   DISPLAY "FILE STATUS: " WS-RTN-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT SUMMARY-FILE
               PERFORM WRITE-SUMMARY-HEADER
               PERFORM READ-NEXT-ITEM
               PERFORM PROCESS-LOOP
                   UNTIL NO-MORE-ITEMS
               PERFORM WRITE-SUMMARY-TOTALS
               CLOSE INWARD-FILE
               CLOSE DAILY-TXN-FILE
               CLOSE RETURNS-OUT-FILE
               CLOSE SUMMARY-FILE
               IF WS-CLR-OPEN = "Y"
                   CLOSE CLEARED-FILE
               END-IF
               PERFORM DISPLAY-RESULTS
               STOP RUN.

           GET-SYSTEM-DATE.
      *        The business date rules, not the wall clock: when
      *        BATCH-RUNNER has published the processing date from
      *        the BUSINESS-DATE.dat control file, every program in
      *        the chain stamps that date; only outside a controlled
      *        run does the calendar date stand in.
               ACCEPT WS-BUSDATE-ENV FROM ENVIRONMENT
                   "ZENTRA_BUSINESS_DATE"
               IF WS-BUSDATE-ENV(1:4) IS NUMERIC
                   MOVE WS-BUSDATE-ENV(1:4) TO WS-DATE-INT(1:4)
                   MOVE WS-BUSDATE-ENV(6:2) TO WS-DATE-INT(5:2)
                   MOVE WS-BUSDATE-ENV(9:2) TO WS-DATE-INT(7:2)
               ELSE
                   ACCEPT WS-DATE-INT FROM DATE YYYYMMDD
               END-IF
               MOVE WS-DATE-INT(1:4) TO WS-TODAY(1:4)
               MOVE "-"              TO WS-TODAY(5:1)
               MOVE WS-DATE-INT(5:2) TO WS-TODAY(6:2)
               MOVE "-"              TO WS-TODAY(8:1)
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2).

      *    The same service TXN-VALIDATOR validates against; with no
      *    rule data there is no deciding anything, so the run is
      *    refused the way the validator refuses it.
           INIT-RULE-SERVICE.
               INITIALIZE RULE-CHECK-REQUEST
               SET RCQ-INIT TO TRUE
               MOVE WS-TODAY TO RCQ-BUSDATE
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY
               IF RCR-SERVICE-RC NOT = "00"
                   DISPLAY "FATAL: TXN-RULE-CHECK could not load "
                       "its rule data (RC " RCR-SERVICE-RC ")"
                   DISPLAY "Run refused"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CALL-RULE-SERVICE.
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY.

           LOAD-ISSUED-CHECKS.
               OPEN INPUT ISSUED-CHECKS-FILE
               IF WS-ISC-FILE-OK
                   PERFORM READ-ONE-ISSUED-CHECK
                       UNTIL END-OF-ISC-LOAD
                   CLOSE ISSUED-CHECKS-FILE
               END-IF.

           READ-ONE-ISSUED-CHECK.
               READ ISSUED-CHECKS-FILE INTO ISSUED-CHECK-IO
               AT END
                   MOVE "Y" TO WS-EOF-ISC
               NOT AT END
                   IF WS-ISC-COUNT < WS-ISC-MAX
                       ADD 1 TO WS-ISC-COUNT
                       MOVE ISSUED-CHECK-IO
                           TO WIC-RECORD(WS-ISC-COUNT)
                   END-IF
               END-READ.

      *    Optional on the first day; only the account and check
      *    number are kept - that pair is what identifies a check.
           LOAD-CLEARED-CHECKS.
               OPEN INPUT CLEARED-FILE
               IF WS-CLR-FILE-OK
                   PERFORM READ-ONE-CLEARED
                       UNTIL END-OF-CLR-LOAD
                   CLOSE CLEARED-FILE
               END-IF.

           READ-ONE-CLEARED.
               READ CLEARED-FILE INTO CLEARED-IO
               AT END
                   MOVE "Y" TO WS-EOF-CLR
               NOT AT END
                   MOVE CLEARED-IO TO INWARD-CLEARING-RECORD
                   PERFORM REMEMBER-CLEARED-ITEM
               END-READ.

           REMEMBER-CLEARED-ITEM.
               IF WS-CLR-COUNT < WS-CLR-MAX
                   ADD 1 TO WS-CLR-COUNT
                   MOVE ICL-ACCOUNT-ID
                       TO WCR-ACCOUNT-ID(WS-CLR-COUNT)
                   MOVE ICL-CHECK-NUMBER
                       TO WCR-CHECK-NUMBER(WS-CLR-COUNT)
               END-IF.

      *    --- Same append-or-create treatment STANDING-ORDER-GEN
      *        gives the daily feed ---
           OPEN-DAILY-TXN-FILE.
               OPEN EXTEND DAILY-TXN-FILE
               IF NOT WS-TXN-STATUS = "00"
                   OPEN OUTPUT DAILY-TXN-FILE
               END-IF.

           READ-NEXT-ITEM.
               READ INWARD-FILE INTO INWARD-IN
               AT END
                   MOVE "Y" TO WS-EOF-INW
               NOT AT END
                   MOVE INWARD-IN TO INWARD-CLEARING-RECORD
               END-READ.

      *    The item is put to the service as the WDR it will post
      *    as; the first refusal found is the reason it goes back.
           PROCESS-LOOP.
               ADD 1 TO WS-ITEM-COUNT
               MOVE SPACES TO ICL-RETURN-REASON
               MOVE SPACES TO ICL-CLEARED-DATE
               PERFORM BUILD-CHECK-TXN
               PERFORM CHECK-DUPLICATE-PRESENTMENT
               IF ITEM-IS-DUPLICATE
                   SET ICL-RTN-DUPLICATE TO TRUE
               ELSE
                   INITIALIZE RULE-CHECK-REQUEST
                   SET RCQ-CHECK TO TRUE
                   MOVE WS-TODAY TO RCQ-BUSDATE
                   PERFORM CALL-RULE-SERVICE
                   IF RCR-CLEAN
                       PERFORM CHECK-RUNNING-FUNDS
                   ELSE
                       PERFORM MAP-SERVICE-REFUSAL
                   END-IF
                   IF ICL-RETURN-REASON = SPACES
                   AND RCR-ACCT-TYPE = "BUSINESS  "
                       PERFORM CHECK-POSITIVE-PAY
                   END-IF
               END-IF
               IF ICL-RETURN-REASON = SPACES
                   PERFORM PAY-ITEM
               ELSE
                   PERFORM RETURN-ITEM
               END-IF
               PERFORM READ-NEXT-ITEM.

      *    The row a presented check has always posted as: a WDR
      *    whose description is "CHECK " and the check number,
      *    carrying the presenting bank's routing.
           BUILD-CHECK-TXN.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE ICL-ACCOUNT-ID       TO TR-ACCOUNT-ID
               MOVE "WDR"                TO TR-TXN-TYPE
               MOVE ICL-AMOUNT           TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE SPACES               TO TR-DESCRIPTION
               STRING "CHECK " DELIMITED SIZE
                   ICL-CHECK-NUMBER DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE SPACES               TO TR-ERROR-CODE
               MOVE ICL-PRESENT-ROUTING  TO TR-EXTERNAL-ROUTING
               MOVE SPACES               TO TR-EXTERNAL-ACCOUNT
               MOVE "K"                  TO TR-DEPOSIT-SOURCE.

           CHECK-DUPLICATE-PRESENTMENT.
               MOVE "N" TO WS-DUPLICATE
               PERFORM VARYING WS-CLR-IDX FROM 1 BY 1
                   UNTIL WS-CLR-IDX > WS-CLR-COUNT
                   IF WCR-ACCOUNT-ID(WS-CLR-IDX) = ICL-ACCOUNT-ID
                   AND WCR-CHECK-NUMBER(WS-CLR-IDX)
                       = ICL-CHECK-NUMBER
                       MOVE "Y" TO WS-DUPLICATE
                   END-IF
               END-PERFORM.

      *    The service checks each debit against the opening
      *    position; an account with several items today must cover
      *    them together, so the later items are put to it once more
      *    at the running total. Only a funds refusal on that second
      *    look counts.
           CHECK-RUNNING-FUNDS.
               MOVE 0 TO WS-DRAW-FOUND-IDX
               PERFORM VARYING WS-DRAW-IDX FROM 1 BY 1
                   UNTIL WS-DRAW-IDX > WS-DRAW-COUNT
                   IF WDR-ACCOUNT-ID(WS-DRAW-IDX) = ICL-ACCOUNT-ID
                       SET WS-DRAW-FOUND-IDX TO WS-DRAW-IDX
                   END-IF
               END-PERFORM
               IF WS-DRAW-FOUND-IDX > 0
                   COMPUTE TR-AMOUNT =
                       WDR-PAID-TOTAL(WS-DRAW-FOUND-IDX) + ICL-AMOUNT
                   INITIALIZE RULE-CHECK-REQUEST
                   SET RCQ-CHECK TO TRUE
                   MOVE WS-TODAY TO RCQ-BUSDATE
                   PERFORM CALL-RULE-SERVICE
                   IF RCR-ERROR-CODE = "E04"
                       SET ICL-RTN-NSF TO TRUE
                   END-IF
                   MOVE ICL-AMOUNT TO TR-AMOUNT
               END-IF.

           MAP-SERVICE-REFUSAL.
               EVALUATE RCR-ERROR-CODE
                   WHEN "E01"
                       SET ICL-RTN-NO-ACCOUNT TO TRUE
                   WHEN "E02"
                       IF RCR-ACCT-STATUS = "C"
                           SET ICL-RTN-CLOSED TO TRUE
                       ELSE
                           SET ICL-RTN-FROZEN TO TRUE
                       END-IF
                   WHEN "E04"
                       SET ICL-RTN-NSF TO TRUE
                   WHEN "E13"
                       SET ICL-RTN-STOPPED TO TRUE
                   WHEN "E07"
                       SET ICL-RTN-DUPLICATE TO TRUE
                   WHEN "E05"
                   WHEN "E08"
                       SET ICL-RTN-OVER-LIMIT TO TRUE
                   WHEN OTHER
                       SET ICL-RTN-UNPROCESSED TO TRUE
               END-EVALUATE.

      *    Read-only version of TXN-VALIDATOR's E16 match: an
      *    enrolled account's check must have an open issue row on
      *    number and amount. A paid row for the number means the
      *    check has cleared before; an open row at another amount
      *    means the item was altered; no row at all means the
      *    customer never issued it.
           CHECK-POSITIVE-PAY.
               MOVE "N" TO WS-ISC-ENROLLED
               MOVE "N" TO WS-ISC-NUMBER-SEEN
               MOVE "N" TO WS-ISC-MATCHED
               MOVE "N" TO WS-ISC-ALREADY-PAID
               PERFORM VARYING WS-ISC-IDX FROM 1 BY 1
                   UNTIL WS-ISC-IDX > WS-ISC-COUNT
                   MOVE WIC-RECORD(WS-ISC-IDX)
                       TO ISSUED-CHECK-RECORD
                   IF ISC-ACCOUNT-ID = ICL-ACCOUNT-ID
                       MOVE "Y" TO WS-ISC-ENROLLED
                       IF ISC-CHECK-NUMBER = ICL-CHECK-NUMBER
                           IF ISC-OPEN
                               MOVE "Y" TO WS-ISC-NUMBER-SEEN
                               IF ISC-AMOUNT = ICL-AMOUNT
                                   MOVE "Y" TO WS-ISC-MATCHED
                               END-IF
                           ELSE
                               MOVE "Y" TO WS-ISC-ALREADY-PAID
                           END-IF
                       END-IF
                   END-IF
               END-PERFORM
               IF WS-ISC-ENROLLED = "Y"
               AND WS-ISC-MATCHED NOT = "Y"
                   EVALUATE TRUE
                       WHEN WS-ISC-NUMBER-SEEN = "Y"
                           SET ICL-RTN-ALTERED TO TRUE
                       WHEN WS-ISC-ALREADY-PAID = "Y"
                           SET ICL-RTN-DUPLICATE TO TRUE
                       WHEN OTHER
                           SET ICL-RTN-NOT-AUTH TO TRUE
                   END-EVALUATE
               END-IF.

      *    The WDR goes onto the feed for the normal pipeline; the
      *    service records it as seen (as the validator will) and
      *    the item joins the register and the account's draw-down.
           PAY-ITEM.
               SET ICL-PAID TO TRUE
               MOVE WS-TODAY TO ICL-CLEARED-DATE
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               INITIALIZE RULE-CHECK-REQUEST
               SET RCQ-RECSEEN TO TRUE
               MOVE WS-TODAY TO RCQ-BUSDATE
               PERFORM CALL-RULE-SERVICE
               PERFORM REMEMBER-CLEARED-ITEM
               PERFORM ADD-TO-DRAW-DOWN
               PERFORM WRITE-CLEARED-ITEM
               ADD 1 TO WS-PAID-COUNT
               ADD ICL-AMOUNT TO WS-PAID-TOTAL.

           ADD-TO-DRAW-DOWN.
               IF WS-DRAW-FOUND-IDX = 0
               AND WS-DRAW-COUNT < WS-DRAW-MAX
                   ADD 1 TO WS-DRAW-COUNT
                   MOVE WS-DRAW-COUNT TO WS-DRAW-FOUND-IDX
                   MOVE ICL-ACCOUNT-ID
                       TO WDR-ACCOUNT-ID(WS-DRAW-COUNT)
                   MOVE 0 TO WDR-PAID-TOTAL(WS-DRAW-COUNT)
               END-IF
               IF WS-DRAW-FOUND-IDX > 0
                   ADD ICL-AMOUNT
                       TO WDR-PAID-TOTAL(WS-DRAW-FOUND-IDX)
               END-IF.

      *    --- Same cumulative EXTEND-or-OUTPUT treatment the other
      *        registers get ---
           WRITE-CLEARED-ITEM.
               IF WS-CLR-OPEN NOT = "Y"
                   OPEN EXTEND CLEARED-FILE
                   IF NOT WS-CLR-STATUS = "00"
                       OPEN OUTPUT CLEARED-FILE
                   END-IF
                   MOVE "Y" TO WS-CLR-OPEN
               END-IF
               MOVE INWARD-CLEARING-RECORD TO CLEARED-IO
               WRITE CLEARED-IO.

           RETURN-ITEM.
               SET ICL-RETURNED TO TRUE
               MOVE INWARD-CLEARING-RECORD TO RETURNS-OUT-RECORD
               WRITE RETURNS-OUT-RECORD
               ADD 1 TO WS-RETURNED-COUNT
               ADD ICL-AMOUNT TO WS-RETURNED-TOTAL
               SET WS-RSN-IDX TO 1
               SEARCH WS-REASON-ENTRY
                   AT END
                       CONTINUE
                   WHEN WRS-CODE(WS-RSN-IDX) = ICL-RETURN-REASON
                       ADD 1 TO WRT-COUNT(WS-RSN-IDX)
                       ADD ICL-AMOUNT TO WRT-AMOUNT(WS-RSN-IDX)
                       MOVE ICL-AMOUNT TO WS-RPT-AMOUNT
                       MOVE SPACES TO WS-OUT-LINE
                       STRING "  " DELIMITED SIZE
                           ICL-ITEM-SEQ DELIMITED SIZE
                           " " DELIMITED SIZE
                           ICL-ACCOUNT-ID DELIMITED SIZE
                           " " DELIMITED SIZE
                           ICL-CHECK-NUMBER DELIMITED SIZE
                           " " DELIMITED SIZE
                           WS-RPT-AMOUNT DELIMITED SIZE
                           " " DELIMITED SIZE
                           ICL-PRESENT-ROUTING DELIMITED SIZE
                           " " DELIMITED SIZE
                           ICL-RETURN-REASON DELIMITED SIZE
                           " " DELIMITED SIZE
                           WRS-TEXT(WS-RSN-IDX) DELIMITED SIZE
                           INTO WS-OUT-LINE
                       MOVE WS-OUT-LINE TO SUMMARY-RECORD
                       WRITE SUMMARY-RECORD
               END-SEARCH.

           WRITE-SUMMARY-HEADER.
               MOVE ALL "=" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - INWARD CLEARING PAID/RETURNED "
                   DELIMITED SIZE
                   "SUMMARY  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE ALL "=" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE "  RETURNED ITEMS" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE SPACES TO WS-OUT-LINE
               MOVE "ITEM SEQ"      TO WS-OUT-LINE(3:8)
               MOVE "ACCOUNT"       TO WS-OUT-LINE(19:7)
               MOVE "CHECK NO"      TO WS-OUT-LINE(30:8)
               MOVE "AMOUNT"        TO WS-OUT-LINE(49:6)
               MOVE "PRESENTED"     TO WS-OUT-LINE(56:9)
               MOVE "REASON"        TO WS-OUT-LINE(66:6)
               MOVE WS-OUT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE ALL "-" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD.

           WRITE-SUMMARY-TOTALS.
               IF WS-RETURNED-COUNT = 0
                   MOVE "  (no items returned)" TO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF
               MOVE SPACES TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE "  RETURNS BY REASON" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE ALL "-" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               PERFORM WRITE-ONE-REASON-LINE
                   VARYING WS-RSN-IDX FROM 1 BY 1
                   UNTIL WS-RSN-IDX > 10
               MOVE SPACES TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE ALL "=" TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE WS-ITEM-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ITEMS PRESENTED  " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE WS-PAID-COUNT TO WS-RPT-COUNT
               MOVE WS-PAID-TOTAL TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PAID             " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD
               MOVE WS-RETURNED-COUNT TO WS-RPT-COUNT
               MOVE WS-RETURNED-TOTAL TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  RETURNED         " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO SUMMARY-RECORD
               WRITE SUMMARY-RECORD.

           WRITE-ONE-REASON-LINE.
               IF WRT-COUNT(WS-RSN-IDX) > 0
                   MOVE WRT-COUNT(WS-RSN-IDX) TO WS-RPT-COUNT
                   MOVE WRT-AMOUNT(WS-RSN-IDX) TO WS-RPT-AMOUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  " DELIMITED SIZE
                       WRS-CODE(WS-RSN-IDX) DELIMITED SIZE
                       " " DELIMITED SIZE
                       WRS-TEXT(WS-RSN-IDX) DELIMITED SIZE
                       WS-RPT-COUNT DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-RPT-AMOUNT DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO SUMMARY-RECORD
                   WRITE SUMMARY-RECORD
               END-IF.

           DISPLAY-RESULTS.
               MOVE WS-PAID-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Inward Check Clearing"
               DISPLAY "=============================================="
               DISPLAY "  Items Presented    : " WS-ITEM-COUNT
               DISPLAY "  Items Paid         : " WS-PAID-COUNT
               DISPLAY "  Paid Total         : " WS-DISP-AMOUNT
               MOVE WS-RETURNED-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Items Returned     : " WS-RETURNED-COUNT
               DISPLAY "  Returned Total     : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/output/CHECK-RETURNS.dat"
               DISPLAY "  → data/output/CHECK-CLEARING-SUMMARY.dat"
               DISPLAY "==============================================".
