      *================================================================
      * COPYBOOK:   LOST-CONTACT-RECORD.cpy
      * DESCRIPTION: One account the bank has lost contact with, on
      *              LOST-CONTACT.dat (80-byte fixed), rebuilt every
      *              run by RETURNED-MAIL-PROC. An account is lost
      *              contact when every customer linked to it has
      *              been declared lost (see BAD-ADDRESS-RECORD.cpy);
      *              LC-CONTACT-LOST-DATE is when the last of them
      *              stopped being reachable - the latest first-
      *              returned date among them. Activity after that
      *              date is not owner contact, so DORMANCY-REPORT
      *              and ESCHEAT-PROCESS run the dormancy clock from
      *              the earlier of this date and AR-LAST-TXN-DATE.
      *              LC-CUSTOMER-ID is the account's first linked
      *              customer, for the reader.
      * USED BY:    RETURNED-MAIL-PROC, DORMANCY-REPORT,
      *             ESCHEAT-PROCESS
      *================================================================
           01 LOST-CONTACT-RECORD.
               05 LC-ACCOUNT-ID        PIC X(10).
               05 LC-CUSTOMER-ID       PIC X(10).
               05 LC-CONTACT-LOST-DATE PIC X(10).
               05 LC-MARKED-DATE       PIC X(10).
               05 LC-CUSTOMER-COUNT    PIC 9(02).
               05 FILLER               PIC X(38) VALUE SPACES.
