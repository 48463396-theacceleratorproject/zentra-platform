      *================================================================
      * COPYBOOK:   LOCKBOX-ITEM-RECORD.cpy
      * DESCRIPTION: One remittance item captured at the wholesale
      *              lockbox, on LOCKBOX-ITEMS.dat (100-byte fixed):
      *              the lockbox client's BUSINESS account, the
      *              capture sequence the lockbox site stamps on the
      *              item, and what was read off the payment - the
      *              payer, the invoice number the payer is paying,
      *              the check number and the check amount. A file
      *              may carry items for any number of clients in any
      *              order. An invoice the site could not read is
      *              captured with "?" or "*" in place of the
      *              unreadable characters.
      * USED BY:    LOCKBOX-PROC
      *================================================================
           01 LOCKBOX-ITEM-RECORD.
               05 LBX-ACCOUNT-ID       PIC X(10).
               05 LBX-ITEM-SEQ         PIC 9(05).
               05 LBX-PAYER-NAME       PIC X(25).
               05 LBX-INVOICE-NUMBER   PIC X(15).
               05 LBX-CHECK-NUMBER     PIC X(10).
               05 LBX-AMOUNT           PIC 9(9)V99.
               05 LBX-AMOUNT-X REDEFINES LBX-AMOUNT
                                       PIC X(11).
               05 FILLER               PIC X(24).
