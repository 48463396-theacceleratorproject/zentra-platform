      *================================================================
      * COPYBOOK:   BILLPAY-REQUEST-RECORD.cpy
      * DESCRIPTION: One bill payment the customer has asked for, on
      *              BILLPAY-REQUESTS.dat (100-byte fixed): pay payee
      *              BPQ-PAYEE-ID from the customer's payee book out
      *              of account BPQ-FROM-ACCOUNT. The same layout
      *              comes back on BILLPAY-RESULTS.dat with the
      *              payment ID, the way it was sent (E electronic,
      *              C check) and the outcome filled in - APR, or the
      *              reason the request was refused:
      *                B01 payee not in the customer's payee book
      *                B02 account not tied to the customer on the
      *                    CIF
      *                B03 amount missing or zero
      *                B04 account not found or not active
      *                B05 payee's bank routing number invalid
      * USED BY:    BILLPAY-PROC
      *================================================================
           01 BILLPAY-REQUEST-RECORD.
               05 BPQ-CUSTOMER-ID      PIC X(10).
               05 BPQ-PAYEE-ID         PIC X(06).
               05 BPQ-FROM-ACCOUNT     PIC X(10).
               05 BPQ-AMOUNT           PIC 9(9)V99.
               05 BPQ-AMOUNT-X REDEFINES BPQ-AMOUNT
                                       PIC X(11).
               05 BPQ-PAYMENT-ID       PIC X(12).
               05 BPQ-METHOD           PIC X(01).
               05 BPQ-OUTCOME          PIC X(03).
               05 FILLER               PIC X(47) VALUE SPACES.
