      *                  from LN-PRINCIPAL;
      *                - borrower identity (name, tax ID, birth
      *                  date) through LN-ACCOUNT-ID's CIF link;
      *                - a loan on LOAN-MODIFY's
      *                  LOAN-MODIFICATIONS.dat carries a special
      *                  comment code: CP while a hardship deferral
      *                  runs (scheduled payment reported as zero
      *                  until payments resume), AC once it is
      *                  paying under the modified terms;
      *                - a borrower with a bankruptcy case in
      *                  legal's BANKRUPTCY-FILINGS.dat carries the
      *                  consumer information indicator for its
      *                  chapter and standing - A/B/D petition filed
      *                  (chapter 7/11/13), E/F/H discharged, I/J/L
      *                  dismissed - from the latest case on file;
      *                - a loan flagged LN-BUREAU-SUPPRESS (a
      *                  disputed item) is held off the file and
      *                  counted on the control report instead.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Modifications on record (LOAN-MODIFY) - optional
      *        until the first is applied.
               SELECT MODS-FILE
                   ASSIGN TO "data/output/LOAN-MODIFICATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MODS-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

      *        Optional: bankruptcy cases kept by legal.
               SELECT BANKRUPTCY-FILE
                   ASSIGN TO "data/input/BANKRUPTCY-FILINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.

               SELECT EXTRACT-FILE
                   ASSIGN TO "data/output/BUREAU-EXTRACT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD MODS-FILE.
           01 MODS-IO               PIC X(200).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD BANKRUPTCY-FILE.
           01 BANKRUPTCY-IO         PIC X(100).

           FD EXTRACT-FILE.
           01 EXTRACT-RECORD        PIC X(120).

               88 END-OF-CLNK-LOAD     VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-MODIFICATION-RECORD.cpy".
           COPY "BANKRUPTCY-RECORD.cpy".

      *    --- Bankruptcy cases, the latest filing per customer ---
           01 WS-BK-STATUS          PIC XX.
               88 WS-BK-FILE-OK         VALUE "00".
           01 WS-EOF-BK             PIC X VALUE "N".
               88 END-OF-BK-LOAD       VALUE "Y".
           01 WS-BK-MAX             PIC 999 VALUE 500.
           01 WS-BK-TABLE.
               05 WS-BK-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-BKIDX.
                   10 WBK-CUSTOMER-ID  PIC X(10).
                   10 WBK-FILING-DATE  PIC X(10).
                   10 WBK-INDICATOR    PIC X(02).
           01 WS-BK-COUNT           PIC 999 VALUE 0.
           01 WS-BK-FOUND-IDX       PIC 999 VALUE 0.
           01 WS-BANKRUPTCY-IND     PIC X(02).
           01 WS-BANKRUPT-COUNT     PIC 9(4) VALUE 0.
           01 WS-MODS-STATUS        PIC XX.
               88 WS-MODS-FILE-OK       VALUE "00".
           01 WS-EOF-MODS           PIC X VALUE "N".
               88 END-OF-MODS          VALUE "Y".

      *    --- Modified loans, one entry per loan with its latest
      *        deferral end ---
           01 WS-MOD-MAX            PIC 9(4) VALUE 2000.
           01 WS-MOD-TABLE.
               05 WS-MOD-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-MIDX.
                   10 WMD-LOAN-ID      PIC X(10).
                   10 WMD-DEFER-END    PIC X(10).
           01 WS-MOD-COUNT          PIC 9(4) VALUE 0.
           01 WS-MOD-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-MOD-STANDING       PIC X VALUE SPACE.
               88 LOAN-NOT-MODIFIED    VALUE SPACE.
               88 LOAN-MODIFIED        VALUE "M".
               88 LOAN-IN-DEFERRAL     VALUE "D".

      *    --- Borrower identity from the CIF ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-BORROWER-NAME      PIC X(25).
           01 WS-BORROWER-TAX-ID    PIC X(11).
           01 WS-BORROWER-BIRTH     PIC X(10).
           01 WS-BORROWER-ID        PIC X(10).

      *    --- Month-end trigger (same next-business-day test
      *        INTEREST-CALC capitalizes on) ---

      *    --- Status coding / totals ---
           01 WS-STATUS-CODE        PIC X(02).
           01 WS-SPECIAL-COMMENT    PIC X(02).
           01 WS-MODIFIED-COUNT     PIC 9(4) VALUE 0.
           01 WS-EXTRACTED-COUNT    PIC 9(4) VALUE 0.
           01 WS-SUPPRESSED-COUNT   PIC 9(4) VALUE 0.
           01 WS-EXTRACT-TOTAL      PIC 9(13)V99 VALUE 0.
               END-IF
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-MODIFICATIONS
               PERFORM LOAD-BANKRUPTCIES
               OPEN INPUT LOAN-MASTER-FILE
               IF NOT WS-LOAN-FILE-OK
                   DISPLAY "  No LOAN-MASTER.dat to report"
                       ELSE
                           PERFORM FIND-BORROWER
                           PERFORM DERIVE-STATUS-CODE
                           PERFORM DERIVE-SPECIAL-COMMENT
                           PERFORM DERIVE-BANKRUPTCY-IND
                           PERFORM WRITE-EXTRACT-ROW
                       END-IF
                   END-IF
               MOVE SPACES TO WS-BORROWER-NAME
               MOVE SPACES TO WS-BORROWER-TAX-ID
               MOVE SPACES TO WS-BORROWER-BIRTH
               MOVE SPACES TO WS-BORROWER-ID
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = LN-ACCOUNT-ID
                                   TO WS-BORROWER-TAX-ID
                               MOVE WCU-BIRTH-DATE(WS-CUST-IDX)
                                   TO WS-BORROWER-BIRTH
                               MOVE WCU-CUSTOMER-ID(WS-CUST-IDX)
                                   TO WS-BORROWER-ID
                           END-IF
                       END-PERFORM
                   END-IF
                       MOVE "11" TO WS-STATUS-CODE
               END-EVALUATE.

      *    Special comment for a modified loan: CP (deferral /
      *    forbearance in progress) or AC (paying under a modified
      *    agreement); spaces for every other loan. Only an open
      *    loan carries one - paid-off and charged-off status codes
      *    speak for themselves.
           DERIVE-SPECIAL-COMMENT.
               MOVE SPACES TO WS-SPECIAL-COMMENT
               PERFORM FIND-LOAN-MODIFICATION
               IF LN-ACTIVE OR LN-PAYOFF-PENDING
                   EVALUATE TRUE
                       WHEN LOAN-IN-DEFERRAL
                           MOVE "CP" TO WS-SPECIAL-COMMENT
                           ADD 1 TO WS-MODIFIED-COUNT
                       WHEN LOAN-MODIFIED
                           MOVE "AC" TO WS-SPECIAL-COMMENT
                           ADD 1 TO WS-MODIFIED-COUNT
                   END-EVALUATE
               END-IF.

      *    The reported borrower's latest case decides the consumer
      *    information indicator; spaces when there is none.
           DERIVE-BANKRUPTCY-IND.
               MOVE SPACES TO WS-BANKRUPTCY-IND
               PERFORM VARYING WS-BKIDX FROM 1 BY 1
                   UNTIL WS-BKIDX > WS-BK-COUNT
                   IF WBK-CUSTOMER-ID(WS-BKIDX) = WS-BORROWER-ID
                   AND WS-BORROWER-ID NOT = SPACES
                       MOVE WBK-INDICATOR(WS-BKIDX)
                           TO WS-BANKRUPTCY-IND
                   END-IF
               END-PERFORM
               IF WS-BANKRUPTCY-IND NOT = SPACES
                   ADD 1 TO WS-BANKRUPT-COUNT
               END-IF.

      *    --- Optional file: one indicator per customer, from the
      *        case with the latest filing date ---
           LOAD-BANKRUPTCIES.
               OPEN INPUT BANKRUPTCY-FILE
               IF WS-BK-FILE-OK
                   PERFORM READ-ONE-BANKRUPTCY
                       UNTIL END-OF-BK-LOAD
                   CLOSE BANKRUPTCY-FILE
               END-IF.

           READ-ONE-BANKRUPTCY.
               READ BANKRUPTCY-FILE INTO BANKRUPTCY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-BK
               NOT AT END
                   IF BK-CUSTOMER-ID NOT = SPACES
                       MOVE 0 TO WS-BK-FOUND-IDX
                       PERFORM VARYING WS-BKIDX FROM 1 BY 1
                           UNTIL WS-BKIDX > WS-BK-COUNT
                           IF WBK-CUSTOMER-ID(WS-BKIDX)
                               = BK-CUSTOMER-ID
                               SET WS-BK-FOUND-IDX TO WS-BKIDX
                           END-IF
                       END-PERFORM
                       IF WS-BK-FOUND-IDX = 0
                       AND WS-BK-COUNT < WS-BK-MAX
                           ADD 1 TO WS-BK-COUNT
                           MOVE WS-BK-COUNT TO WS-BK-FOUND-IDX
                           MOVE BK-CUSTOMER-ID
                               TO WBK-CUSTOMER-ID(WS-BK-COUNT)
                           MOVE SPACES
                               TO WBK-FILING-DATE(WS-BK-COUNT)
                       END-IF
                       IF WS-BK-FOUND-IDX > 0
                       AND BK-FILING-DATE NOT <
                           WBK-FILING-DATE(WS-BK-FOUND-IDX)
                           MOVE BK-FILING-DATE
                               TO WBK-FILING-DATE(WS-BK-FOUND-IDX)
                           PERFORM CODE-BANKRUPTCY-IND
                       END-IF
                   END-IF
               END-READ.

      *    Consumer information indicator by chapter and standing:
      *    petition A/B/D, discharged E/F/H, dismissed I/J/L for
      *    chapters 7/11/13.
           CODE-BANKRUPTCY-IND.
               MOVE SPACES TO WBK-INDICATOR(WS-BK-FOUND-IDX)
               EVALUATE TRUE
                   WHEN BK-FILED AND BK-CHAPTER-7
                       MOVE "A " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
                   WHEN BK-FILED AND BK-CHAPTER-11
                       MOVE "B " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
                   WHEN BK-FILED AND BK-CHAPTER-13
                       MOVE "D " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
                   WHEN BK-DISCHARGED AND BK-CHAPTER-7
                       MOVE "E " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
                   WHEN BK-DISCHARGED AND BK-CHAPTER-11
                       MOVE "F " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
                   WHEN BK-DISCHARGED AND BK-CHAPTER-13
                       MOVE "H " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
                   WHEN BK-DISMISSED AND BK-CHAPTER-7
                       MOVE "I " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
                   WHEN BK-DISMISSED AND BK-CHAPTER-11
                       MOVE "J " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
                   WHEN BK-DISMISSED AND BK-CHAPTER-13
                       MOVE "L " TO WBK-INDICATOR(WS-BK-FOUND-IDX)
               END-EVALUATE.

      *    Fixed base-segment layout: loan(1-10) account(11-20)
      *    status(21-22) balance(23-33) scheduled payment(34-42)
      *    missed(43-44) next due(45-54) borrower name(55-79) tax
      *    ID(80-90) birth(91-100) report date(101-110) special
      *    comment(111-112) consumer information indicator
      *    (113-114).
           WRITE-EXTRACT-ROW.
               MOVE SPACES TO EXTRACT-RECORD
               MOVE LN-LOAN-ID         TO EXTRACT-RECORD(1:10)
               MOVE LN-ACCOUNT-ID      TO EXTRACT-RECORD(11:10)
               MOVE WS-STATUS-CODE     TO EXTRACT-RECORD(21:2)
               MOVE LN-PRINCIPAL       TO EXTRACT-RECORD(23:11)
               IF WS-SPECIAL-COMMENT = "CP"
                   MOVE ZEROS          TO EXTRACT-RECORD(34:9)
               ELSE
                   MOVE LN-PAYMENT-X   TO EXTRACT-RECORD(34:9)
               END-IF
               MOVE LN-MISSED-COUNT    TO EXTRACT-RECORD(43:2)
               MOVE LN-NEXT-DUE-DATE   TO EXTRACT-RECORD(45:10)
               MOVE WS-BORROWER-NAME   TO EXTRACT-RECORD(55:25)
               MOVE WS-BORROWER-TAX-ID TO EXTRACT-RECORD(80:11)
               MOVE WS-BORROWER-BIRTH  TO EXTRACT-RECORD(91:10)
               MOVE WS-TODAY           TO EXTRACT-RECORD(101:10)
               MOVE WS-SPECIAL-COMMENT TO EXTRACT-RECORD(111:2)
               MOVE WS-BANKRUPTCY-IND  TO EXTRACT-RECORD(113:2)
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-EXTRACTED-COUNT
               ADD LN-PRINCIPAL TO WS-EXTRACT-TOTAL.

      *    --- Optional file: no modifications on record until
      *        LOAN-MODIFY applies the first ---
           LOAD-MODIFICATIONS.
               OPEN INPUT MODS-FILE
               IF WS-MODS-FILE-OK
                   PERFORM LOAD-ONE-MODIFICATION
                       UNTIL END-OF-MODS
                   CLOSE MODS-FILE
               END-IF.

           LOAD-ONE-MODIFICATION.
               READ MODS-FILE INTO MODS-IO
               AT END
                   MOVE "Y" TO WS-EOF-MODS
               NOT AT END
                   MOVE MODS-IO TO LOAN-MODIFICATION-RECORD
                   MOVE 0 TO WS-MOD-FOUND-IDX
                   PERFORM VARYING WS-MIDX FROM 1 BY 1
                       UNTIL WS-MIDX > WS-MOD-COUNT
                       IF WMD-LOAN-ID(WS-MIDX) = LMD-LOAN-ID
                           MOVE WS-MIDX TO WS-MOD-FOUND-IDX
                       END-IF
                   END-PERFORM
                   IF WS-MOD-FOUND-IDX = 0
                   AND WS-MOD-COUNT < WS-MOD-MAX
                       ADD 1 TO WS-MOD-COUNT
                       MOVE WS-MOD-COUNT TO WS-MOD-FOUND-IDX
                       MOVE LMD-LOAN-ID TO WMD-LOAN-ID(WS-MOD-COUNT)
                       MOVE SPACES TO WMD-DEFER-END(WS-MOD-COUNT)
                   END-IF
                   IF WS-MOD-FOUND-IDX > 0
                   AND LMD-DEFER-END-DATE(1:4) IS NUMERIC
                   AND LMD-DEFER-END-DATE >
                       WMD-DEFER-END(WS-MOD-FOUND-IDX)
                       MOVE LMD-DEFER-END-DATE
                           TO WMD-DEFER-END(WS-MOD-FOUND-IDX)
                   END-IF
               END-READ.

      *    The loan in LOAN-MASTER-RECORD: modified at all, and
      *    still inside a deferral (payments resume after today).
           FIND-LOAN-MODIFICATION.
               SET LOAN-NOT-MODIFIED TO TRUE
               PERFORM VARYING WS-MIDX FROM 1 BY 1
                   UNTIL WS-MIDX > WS-MOD-COUNT
                   IF WMD-LOAN-ID(WS-MIDX) = LN-LOAN-ID
                       SET LOAN-MODIFIED TO TRUE
                       IF WMD-DEFER-END(WS-MIDX) NOT = SPACES
                       AND WMD-DEFER-END(WS-MIDX) > WS-TODAY
                           SET LOAN-IN-DEFERRAL TO TRUE
                       END-IF
                   END-IF
               END-PERFORM.

           WRITE-CONTROL-REPORT.
               OPEN OUTPUT CONTROL-FILE
               MOVE WS-EXTRACT-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  Loans Extracted    : " WS-EXTRACTED-COUNT
               DISPLAY "  Loans Suppressed   : " WS-SUPPRESSED-COUNT
               DISPLAY "  Modified Reported  : " WS-MODIFIED-COUNT
               DISPLAY "  Bankruptcy Reported: " WS-BANKRUPT-COUNT
               MOVE WS-EXTRACT-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "  Balances Reported  : " WS-DISP-AMOUNT
               DISPLAY "----------------------------------------------"
