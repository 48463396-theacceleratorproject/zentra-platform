      *              ACCOUNTS-MASTER.dat sequentially into a table,
      *              since a full-file batch pass needs every record
      *              anyway and gains nothing from keyed access.
      *              Instant payments RTP-GATEWAY took today but the
      *              nightly cycle has not yet posted (RTP-ACTIVITY.dat
      *              rows still memo-posted, plus tonight's brought-in
      *              rows while the start-of-cycle snapshot is shown)
      *              are netted into the available balance and shown
      *              on their own line.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional instant-payments log - items taken on the
      *        rail today that the master does not show yet.
               SELECT RTP-ACTIVITY-FILE
                   ASSIGN TO "data/output/RTP-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RTP-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNTS-FILE.
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD RTP-ACTIVITY-FILE.
           01 RTP-ACTIVITY-IO       PIC X(170).

       WORKING-STORAGE SECTION.
           01 WS-ACCT-STATUS        PIC X(2).
           01 WS-IDX-STATUS         PIC X(2).
           01 WS-DISP-LOC-AVAIL     PIC $$$,$$$,$$9.99.
           01 WS-DISP-LOC-DRAWN     PIC $$$,$$$,$$9.99.

      *    --- Instant payments not yet on the master, signed
      *        (credits plus, debits minus) ---
           01 WS-RTP-STATUS         PIC X(2).
               88 WS-RTP-FILE-OK       VALUE "00".
           01 WS-EOF-RTP            PIC X VALUE "N".
               88 END-OF-RTP-LOAD      VALUE "Y".
           COPY "RTP-ACTIVITY-RECORD.cpy".
           01 WS-RTP-MAX            PIC 9(4) VALUE 5000.
           01 WS-RTP-TABLE.
               05 WS-RTP-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-RTP-IDX.
                   10 WRP-ACCOUNT-ID   PIC X(10).
                   10 WRP-AMOUNT       PIC S9(9)V99.
           01 WS-RTP-COUNT          PIC 9(4) VALUE 0.
           01 WS-RTP-NET            PIC S9(11)V99 VALUE 0.
           01 WS-DISP-RTP-NET       PIC $$$,$$$,$$9.99-.

      *    --- YTD/QTD interest & fee accumulator table ---
           01 WS-YTD-STATUS         PIC X(2).
               88 WS-YTD-FILE-OK       VALUE "00".
               PERFORM LOAD-AUTH-HOLDS
               PERFORM LOAD-ACCOUNT-YTD
               PERFORM LOAD-LOANS
               PERFORM LOAD-RTP-ACTIVITY
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Account Inquiry"
               DISPLAY "  " WS-ACCT-COUNT " accounts loaded"
               NOT AT END
                   MOVE OPERATOR-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
                   END-IF
               END-READ.

      *    --- Optional file: no instant payments simply means
      *        nothing to net. A memo-posted row is always pending
      *        posting; a brought-in row is pending only while the
      *        snapshot taken before tonight's posting is on show ---
           LOAD-RTP-ACTIVITY.
               OPEN INPUT RTP-ACTIVITY-FILE
               IF WS-RTP-FILE-OK
                   PERFORM READ-ONE-RTP-ROW
                       UNTIL END-OF-RTP-LOAD
                   CLOSE RTP-ACTIVITY-FILE
               END-IF.

           READ-ONE-RTP-ROW.
               READ RTP-ACTIVITY-FILE INTO RTP-ACTIVITY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-RTP
               NOT AT END
                   IF RA-AMOUNT IS NUMERIC
                   AND (RA-MEMO-POSTED
                        OR (RA-BROUGHT-IN
                            AND RA-BATCH-DATE = WS-TODAY
                            AND WS-USING-SNAPSHOT = "Y"))
                   AND WS-RTP-COUNT < WS-RTP-MAX
                       ADD 1 TO WS-RTP-COUNT
                       MOVE RA-ACCOUNT-ID
                           TO WRP-ACCOUNT-ID(WS-RTP-COUNT)
                       IF RA-INBOUND
                           MOVE RA-AMOUNT
                               TO WRP-AMOUNT(WS-RTP-COUNT)
                       ELSE
                           COMPUTE WRP-AMOUNT(WS-RTP-COUNT) =
                               0 - RA-AMOUNT
                       END-IF
                   END-IF
               END-READ.

           SUM-RTP-ACTIVITY.
               MOVE 0 TO WS-RTP-NET
               PERFORM VARYING WS-RTP-IDX FROM 1 BY 1
                   UNTIL WS-RTP-IDX > WS-RTP-COUNT
                   IF WRP-ACCOUNT-ID(WS-RTP-IDX) = WA-ID
                       ADD WRP-AMOUNT(WS-RTP-IDX) TO WS-RTP-NET
                   END-IF
               END-PERFORM.

           DISPLAY-LOC-AVAILABILITY.
               PERFORM VARYING WS-LOAN-IDX FROM 1 BY 1
                   UNTIL WS-LOAN-IDX > WS-LOAN-COUNT
                   " " WA-CURRENCY
               DISPLAY "  Overdraft Lmt : " WS-DISP-OD-LIMIT
               PERFORM SUM-AUTH-HOLDS
               PERFORM SUM-RTP-ACTIVITY
               COMPUTE WS-AVAILABLE-BAL =
                   WA-BALANCE + WA-OD-LIMIT - WS-AUTH-HOLD-TOTAL
                   + WS-RTP-NET
               MOVE WS-AVAILABLE-BAL TO WS-DISP-AVAILABLE
               MOVE WS-AUTH-HOLD-TOTAL TO WS-DISP-HOLDS
               DISPLAY "  Auth Holds    : " WS-DISP-HOLDS
               IF WS-RTP-NET NOT = 0
                   MOVE WS-RTP-NET TO WS-DISP-RTP-NET
                   DISPLAY "  Instant Pmts  : " WS-DISP-RTP-NET
               END-IF
               DISPLAY "  Available Bal : " WS-DISP-AVAILABLE
               DISPLAY "  OD Fee Waived : " WA-OD-WAIVER
               DISPLAY "  Opened        : " WA-OPEN-DATE
