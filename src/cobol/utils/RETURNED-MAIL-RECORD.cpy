      *================================================================
      * COPYBOOK:   RETURNED-MAIL-RECORD.cpy
      * DESCRIPTION: One piece of mail the post office sent back, as
      *              the mailroom keys it onto RETURNED-MAIL.dat
      *              (80-byte fixed). The customer ID is what the
      *              envelope was addressed to; a statement that
      *              carries only the account number may give the
      *              account instead, and the piece is charged to the
      *              account's first linked customer - the one its
      *              statements mail to. RM-MAILED-DATE is the date
      *              printed on the piece: mail that left before the
      *              customer's last address change says nothing
      *              about the address on file now.
      *                RM-SOURCE  STM statement, LTR letter or
      *                           notice, OTH anything else
      * USED BY:    RETURNED-MAIL-PROC
      *================================================================
           01 RETURNED-MAIL-RECORD.
               05 RM-CUSTOMER-ID       PIC X(10).
               05 RM-ACCOUNT-ID        PIC X(10).
               05 RM-RETURN-DATE       PIC X(10).
               05 RM-MAILED-DATE       PIC X(10).
               05 RM-SOURCE            PIC X(03).
                   88 RM-STATEMENT         VALUE "STM".
                   88 RM-LETTER            VALUE "LTR".
                   88 RM-OTHER             VALUE "OTH".
               05 RM-REASON            PIC X(30).
               05 FILLER               PIC X(07) VALUE SPACES.
