      *================================================================
      * COPYBOOK:   BILLPAY-PAYEE-RECORD.cpy
      * DESCRIPTION: One payee in a customer's bill-pay payee book,
      *              on BILLPAY-PAYEES.dat (200-byte fixed), keyed by
      *              the CIF customer and the customer's own short
      *              payee ID: who the payee is, where a check is
      *              mailed (remit address), and the customer's
      *              account number with the payee, which rides on
      *              every payment so the payee can apply it. A payee
      *              that takes electronic payment carries its bank
      *              routing number and account; BILLPAY-PROC sends
      *              those payments as outbound ACH and prints a
      *              check for everyone else. A payee the customer
      *              has removed stays on file as D so past payments
      *              still name it.
      * USED BY:    BILLPAY-PROC
      *================================================================
           01 BILLPAY-PAYEE-RECORD.
               05 BPY-CUSTOMER-ID      PIC X(10).
               05 BPY-PAYEE-ID         PIC X(06).
               05 BPY-PAYEE-NAME       PIC X(25).
               05 BPY-ADDR-LINE-1      PIC X(30).
               05 BPY-ADDR-LINE-2      PIC X(30).
               05 BPY-CITY-STATE-ZIP   PIC X(30).
               05 BPY-PAYEE-ACCOUNT    PIC X(20).
               05 BPY-ROUTING          PIC X(09).
               05 BPY-DDA-ACCOUNT      PIC X(10).
               05 BPY-STATUS           PIC X(01).
                   88 BPY-ACTIVE           VALUE "A" " ".
                   88 BPY-DELETED          VALUE "D".
               05 FILLER               PIC X(29) VALUE SPACES.
