      *================================================================
      * COPYBOOK:   LOCKBOX-REMIT-RECORD.cpy
      * DESCRIPTION: One deposited lockbox item as handed back to
      *              the client for their accounts-receivable system,
      *              on the client's own LOCKBOX-REMIT-<account>.dat
      *              (100-byte fixed, cumulative until the client
      *              collects it): the deposit date, the item as
      *              captured, and whether the invoice number could
      *              be used for cash application. An item flagged
      *              M or U was still credited, and is also on the
      *              day's LOCKBOX-EXCEPTIONS.dat list.
      * USED BY:    LOCKBOX-PROC
      *================================================================
           01 LOCKBOX-REMIT-RECORD.
               05 LBR-DEPOSIT-DATE     PIC X(10).
               05 LBR-ACCOUNT-ID       PIC X(10).
               05 LBR-ITEM-SEQ         PIC 9(05).
               05 LBR-PAYER-NAME       PIC X(25).
               05 LBR-INVOICE-NUMBER   PIC X(15).
               05 LBR-CHECK-NUMBER     PIC X(10).
               05 LBR-AMOUNT           PIC 9(9)V99.
               05 LBR-INVOICE-STATUS   PIC X(01).
                   88 LBR-INVOICE-OK          VALUE " ".
                   88 LBR-INVOICE-MISSING     VALUE "M".
                   88 LBR-INVOICE-UNREADABLE  VALUE "U".
               05 FILLER               PIC X(13).
