      *              plus a control report with record counts and
      *              total interest reported so the January filing can
      *              be balanced before it goes out the door.
      *              Interest earned inside an IRA or HSA is not
      *              1099-INT interest - it is reported in the plan's
      *              year-end value on the 5498 (see TAX-IRA-HSA) - so
      *              an account on TAX-ACCOUNTS.dat is left out and
      *              counted on the control report. So is an IOLTA
      *              trust account (an account type flagged PRD-IOLTA
      *              on PRODUCT-MASTER.dat): its interest is remitted
      *              to the state bar foundation (see IOLTA-REMIT) and
      *              is neither the lawyer's nor the clients' income.
      *              Nor is an account with a foreign owner on the
      *              CIF (CU-FOREIGN-PERSON - a W-8 on file): its
      *              interest was NRA-withheld and goes on the Form
      *              1042-S instead (see TAX-1042S).
      *              Run on demand at year end - not part of the
      *              nightly BATCH-RUNNER chain.
      * PHASE:      2 - Banking Logic Engine
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

      *        Optional: IRA/HSA plans, whose interest is not
      *        extracted here.
               SELECT TAX-ACCOUNTS-FILE
                   ASSIGN TO "data/input/TAX-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXA-STATUS.

      *        Optional: the product catalog, for IOLTA types.
               SELECT PRODUCT-MASTER-FILE
                   ASSIGN TO "data/input/PRODUCT-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-STATUS.

               SELECT EXTRACT-FILE
                   ASSIGN TO "data/output/TAX-1099-INT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD TAX-ACCOUNTS-FILE.
           01 TAX-ACCOUNT-IO        PIC X(150).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).

           FD EXTRACT-FILE.
           01 EXTRACT-RECORD.
               05 X99-ACCOUNT-ID       PIC X(10).
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-NAME          PIC X(25).
                   10 WA-TYPE          PIC X(10).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-FOUND-IDX          PIC 9(4) VALUE 0.

                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-TAX-ID       PIC X(11).
                   10 WCU-TAX-STATUS   PIC X(01).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
           01 WS-MATCHED-TAX-ID     PIC X(11).
           01 WS-NO-TAXID-COUNT     PIC 9(5) VALUE 0.

      *    --- IRA/HSA plan accounts, excluded from the extract ---
           01 WS-TXA-STATUS         PIC X(2).
               88 WS-TXA-FILE-OK       VALUE "00".
           01 WS-EOF-TXA            PIC X VALUE "N".
               88 END-OF-TXA-LOAD      VALUE "Y".
           01 WS-PLAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-ACCOUNT-ID OCCURS 2000 TIMES
                               INDEXED BY WS-PLAN-IDX
                                       PIC X(10).
           01 WS-PLAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-PLAN-FOUND         PIC X VALUE "N".
               88 ACCOUNT-IS-TAX-PLAN  VALUE "Y".
           01 WS-TAX-PLAN-COUNT     PIC 9(5) VALUE 0.

      *    --- IOLTA account types, excluded from the extract ---
           01 WS-PRD-STATUS         PIC X(2).
               88 WS-PRD-FILE-OK       VALUE "00".
           01 WS-EOF-PRD            PIC X VALUE "N".
               88 END-OF-PRD-LOAD      VALUE "Y".
           COPY "PRODUCT-RECORD.cpy".
           01 WS-IOLTA-TYPE-MAX     PIC 99 VALUE 20.
           01 WS-IOLTA-TYPE-TABLE.
               05 WS-IOLTA-TYPE OCCURS 20 TIMES
                               INDEXED BY WS-IOLTA-IDX
                                       PIC X(10).
           01 WS-IOLTA-TYPE-COUNT   PIC 99 VALUE 0.
           01 WS-IOLTA-FOUND        PIC X VALUE "N".
               88 ACCOUNT-IS-IOLTA     VALUE "Y".
           01 WS-IOLTA-COUNT        PIC 9(5) VALUE 0.

      *    --- Foreign-owned accounts, reported on the 1042-S ---
           01 WS-FOREIGN-FOUND      PIC X VALUE "N".
               88 ACCOUNT-IS-FOREIGN   VALUE "Y".
           01 WS-FOREIGN-COUNT      PIC 9(5) VALUE 0.

      *    --- Control totals ---
           01 WS-YTD-ROWS-READ      PIC 9(5) VALUE 0.
           01 WS-REPORTED-COUNT     PIC 9(5) VALUE 0.
               PERFORM LOAD-ACCOUNT-NAMES
               PERFORM LOAD-CUSTOMER-TAX-IDS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-TAX-PLANS
               PERFORM LOAD-IOLTA-TYPES
               OPEN INPUT ACCOUNT-YTD-FILE
               IF NOT WS-YTD-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNT-YTD.dat"
                           TO WA-ID(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(11:25)
                           TO WA-NAME(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(36:10)
                           TO WA-TYPE(WS-ACCT-COUNT)
                   END-IF
               END-READ.

                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CUSTOMER-IO(126:11)
                           TO WCU-TAX-ID(WS-CUST-COUNT)
                       MOVE CUSTOMER-IO(198:1)
                           TO WCU-TAX-STATUS(WS-CUST-COUNT)
                   END-IF
               END-READ.

                   END-IF
               END-READ.

           LOAD-TAX-PLANS.
               OPEN INPUT TAX-ACCOUNTS-FILE
               IF WS-TXA-FILE-OK
                   PERFORM READ-ONE-TAX-PLAN
                       UNTIL END-OF-TXA-LOAD
                   CLOSE TAX-ACCOUNTS-FILE
               END-IF.

           READ-ONE-TAX-PLAN.
               READ TAX-ACCOUNTS-FILE INTO TAX-ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-TXA
               NOT AT END
                   IF WS-PLAN-COUNT < WS-PLAN-MAX
                   AND TAX-ACCOUNT-IO(1:10) NOT = SPACES
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE TAX-ACCOUNT-IO(1:10)
                           TO WS-PLAN-ACCOUNT-ID(WS-PLAN-COUNT)
                   END-IF
               END-READ.

           CHECK-TAX-PLAN.
               MOVE "N" TO WS-PLAN-FOUND
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   OR ACCOUNT-IS-TAX-PLAN
                   IF WS-PLAN-ACCOUNT-ID(WS-PLAN-IDX) = AY-ACCOUNT-ID
                       MOVE "Y" TO WS-PLAN-FOUND
                   END-IF
               END-PERFORM.

           LOAD-IOLTA-TYPES.
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-PRD-FILE-OK
                   PERFORM READ-ONE-PRODUCT-ROW
                       UNTIL END-OF-PRD-LOAD
                   CLOSE PRODUCT-MASTER-FILE
               END-IF.

           READ-ONE-PRODUCT-ROW.
               READ PRODUCT-MASTER-FILE INTO PRODUCT-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-PRD
               NOT AT END
                   MOVE PRODUCT-MASTER-IO TO PRODUCT-RECORD
                   IF PRD-IS-IOLTA
                   AND PRD-TYPE-CODE NOT = SPACES
                   AND WS-IOLTA-TYPE-COUNT < WS-IOLTA-TYPE-MAX
                       ADD 1 TO WS-IOLTA-TYPE-COUNT
                       MOVE PRD-TYPE-CODE
                           TO WS-IOLTA-TYPE(WS-IOLTA-TYPE-COUNT)
                   END-IF
               END-READ.

      *    Judged by the account's type on the master; an account
      *    purged from the master cannot be told and is reported.
           CHECK-IOLTA.
               MOVE "N" TO WS-IOLTA-FOUND
               IF WS-IOLTA-TYPE-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-ACCOUNT-NAME
               IF WS-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-IOLTA-IDX FROM 1 BY 1
                   UNTIL WS-IOLTA-IDX > WS-IOLTA-TYPE-COUNT
                   OR ACCOUNT-IS-IOLTA
                   IF WS-IOLTA-TYPE(WS-IOLTA-IDX)
                       = WA-TYPE(WS-FOUND-IDX)
                       MOVE "Y" TO WS-IOLTA-FOUND
                   END-IF
               END-PERFORM.

      *    Any foreign owner makes it a 1042-S account - the same
      *    reading INTEREST-CALC withholds on.
           CHECK-FOREIGN-OWNER.
               MOVE "N" TO WS-FOREIGN-FOUND
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   OR ACCOUNT-IS-FOREIGN
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = AY-ACCOUNT-ID
                       PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                           UNTIL WS-CUST-IDX > WS-CUST-COUNT
                           IF WCU-CUSTOMER-ID(WS-CUST-IDX)
                               = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                           AND WCU-TAX-STATUS(WS-CUST-IDX) = "F"
                               MOVE "Y" TO WS-FOREIGN-FOUND
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           FIND-TAX-ID.
               MOVE SPACES TO WS-MATCHED-TAX-ID
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   MOVE "Y" TO WS-EOF-YTD
               NOT AT END
                   ADD 1 TO WS-YTD-ROWS-READ
                   PERFORM CHECK-TAX-PLAN
                   PERFORM CHECK-IOLTA
                   PERFORM CHECK-FOREIGN-OWNER
                   IF ACCOUNT-IS-TAX-PLAN
                       ADD 1 TO WS-TAX-PLAN-COUNT
                   ELSE
                   IF ACCOUNT-IS-IOLTA
                       ADD 1 TO WS-IOLTA-COUNT
                   ELSE
                   IF ACCOUNT-IS-FOREIGN
                       ADD 1 TO WS-FOREIGN-COUNT
                   ELSE
                   IF AY-YTD-INTEREST >= WS-REPORTING-FLOOR
                       PERFORM WRITE-ONE-EXTRACT-ROW
                   ELSE
                       ADD 1 TO WS-UNDER-FLOOR-COUNT
                   END-IF
                   END-IF
                   END-IF
                   END-IF
               END-READ.

      *    An account missing from the master (closed and purged
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  IRA/HSA - NOT 1099   : " DELIMITED SIZE
                   WS-TAX-PLAN-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  IOLTA - NOT 1099     : " DELIMITED SIZE
                   WS-IOLTA-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  FOREIGN - ON 1042-S  : " DELIMITED SIZE
                   WS-FOREIGN-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NAME NOT ON MASTER   : " DELIMITED SIZE
                   WS-NO-NAME-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               DISPLAY "  YTD Rows Read      : " WS-YTD-ROWS-READ
               DISPLAY "  Records Extracted  : " WS-REPORTED-COUNT
               DISPLAY "  Under $10 Floor    : " WS-UNDER-FLOOR-COUNT
               DISPLAY "  IRA/HSA Excluded   : " WS-TAX-PLAN-COUNT
               DISPLAY "  IOLTA Excluded     : " WS-IOLTA-COUNT
               DISPLAY "  Foreign (1042-S)   : " WS-FOREIGN-COUNT
               DISPLAY "  Total Reported     : " WS-DISP-TOTAL
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/TAX-1099-INT.dat"
