      *================================================================
      * COPYBOOK:   OFFICIAL-CHECK-PRINT-RECORD.cpy
      * DESCRIPTION: One official check for the check printer to
      *              print and mail, on OFFICIAL-CHECK-PRINT.dat
      *              (200-byte fixed, rebuilt each
      *              OFFICIAL-CHECK-ISSUE run). Only a check that
      *              goes out by mail lands here - one whose request
      *              carried a remit address, today a bill payment;
      *              a counter purchase is handed over at the branch.
      *              The memo line carries the customer's account
      *              number with the payee.
      * USED BY:    OFFICIAL-CHECK-ISSUE
      *================================================================
           01 OFFICIAL-CHECK-PRINT-RECORD.
               05 OCP-CHECK-NUMBER     PIC X(08).
               05 OCP-ISSUE-DATE       PIC X(10).
               05 OCP-AMOUNT           PIC 9(9)V99.
               05 OCP-PAYEE            PIC X(25).
               05 OCP-ADDR-LINE-1      PIC X(30).
               05 OCP-ADDR-LINE-2      PIC X(30).
               05 OCP-CITY-STATE-ZIP   PIC X(30).
               05 OCP-MEMO             PIC X(20).
               05 OCP-PURCHASER-ACCT   PIC X(10).
               05 OCP-BILLPAY-ID       PIC X(12).
               05 FILLER               PIC X(14) VALUE SPACES.
