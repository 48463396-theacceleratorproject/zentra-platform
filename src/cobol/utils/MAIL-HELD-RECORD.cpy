      *================================================================
      * COPYBOOK:   MAIL-HELD-RECORD.cpy
      * DESCRIPTION: One piece of paper the bank did not mail because
      *              the customer's address is marked returned
      *              (CU-ADDR-RETURNED), 80-byte fixed. STATEMENT-GEN
      *              writes its held statements to STATEMENT-MAIL-
      *              HELD.dat and LETTER-ENGINE its held letters to
      *              LETTER-MAIL-HELD.dat, both fresh each run, for
      *              the branch to work the address problem instead
      *              of feeding the post office.
      *                MH-SOURCE  STM statement, LTR letter
      *                MH-ITEM    statement type or letter template
      *                MH-ALSO-SENT-E  Y when the customer also takes
      *                           electronic delivery and that copy
      *                           went out
      * USED BY:    STATEMENT-GEN, LETTER-ENGINE
      *================================================================
           01 MAIL-HELD-RECORD.
               05 MH-DATE              PIC X(10).
               05 MH-SOURCE            PIC X(03).
                   88 MH-STATEMENT         VALUE "STM".
                   88 MH-LETTER            VALUE "LTR".
               05 MH-ACCOUNT-ID        PIC X(10).
               05 MH-CUSTOMER-ID       PIC X(10).
               05 MH-ITEM              PIC X(10).
               05 MH-CUSTOMER-NAME     PIC X(25).
               05 MH-ALSO-SENT-E       PIC X(01).
               05 FILLER               PIC X(11) VALUE SPACES.
