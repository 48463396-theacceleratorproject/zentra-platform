      *================================================================
      * COPYBOOK:   DIGITAL-FEED-RECORD.cpy
      * DESCRIPTION: One row of the nightly online banking feed,
      *              DIGITAL-BANKING-FEED.dat (150-byte fixed). The
      *              file opens with an *HDR and closes with an *TRL
      *              control row (FILE-CONTROL-RECORD.cpy, left-
      *              aligned with a blank tail); between them, per
      *              enrolled customer:
      *                CUS - the customer and their sign-on ID;
      *                ACT - one per linked account: ledger balance
      *                      (collected plus check-hold funds),
      *                      available balance (collected plus
      *                      overdraft line less card authorization
      *                      holds) and each hold on its own;
      *                TXN - one per posting on tonight's ledger,
      *                      with its reference, spending category
      *                      and debit/credit side;
      *                PND - payments scheduled but not yet posted:
      *                      W a warehoused future-dated item,
      *                      S the next run of a standing order.
      *              The trailer counts every CUS/ACT/TXN/PND row
      *              and hashes the TXN and PND amounts.
      *              DIGITAL-BANKING-FEED-MASKED.dat is the same file
      *              for the vendor's test environment, the customer
      *              name and sign-on ID replaced by synthetic values
      *              as DATA-MASKING does for the account master.
      * USED BY:    DIGITAL-FEED
      *================================================================
           01 DIGITAL-FEED-RECORD.
               05 DF-RECORD-TYPE       PIC X(03).
                   88 DF-CUSTOMER          VALUE "CUS".
                   88 DF-ACCOUNT           VALUE "ACT".
                   88 DF-TRANSACTION       VALUE "TXN".
                   88 DF-PENDING           VALUE "PND".
               05 DF-CUSTOMER-ID       PIC X(10).
               05 DF-BODY              PIC X(137).
               05 DF-CUSTOMER-BODY REDEFINES DF-BODY.
                   10 DF-USER-ID           PIC X(20).
                   10 DF-CUSTOMER-NAME     PIC X(25).
                   10 DF-ACCOUNT-COUNT     PIC 9(03).
                   10 FILLER               PIC X(89).
               05 DF-ACCOUNT-BODY REDEFINES DF-BODY.
                   10 DF-ACCOUNT-ID        PIC X(10).
                   10 DF-ACCOUNT-TYPE      PIC X(10).
                   10 DF-ACCOUNT-STATUS    PIC X(01).
                   10 DF-LEDGER-BALANCE    PIC S9(9)V99 SIGN LEADING
                                               SEPARATE.
                   10 DF-AVAILABLE-BALANCE PIC S9(9)V99 SIGN LEADING
                                               SEPARATE.
                   10 DF-AUTH-HOLDS        PIC 9(9)V99.
                   10 DF-CHECK-HOLDS       PIC 9(7)V99.
                   10 DF-OD-LIMIT          PIC 9(7)V99.
                   10 DF-AS-OF-DATE        PIC X(10).
                   10 FILLER               PIC X(53).
               05 DF-TRANSACTION-BODY REDEFINES DF-BODY.
                   10 DF-TXN-ACCOUNT-ID    PIC X(10).
                   10 DF-POST-DATE         PIC X(10).
                   10 DF-TXN-TYPE          PIC X(03).
                   10 DF-DR-CR             PIC X(01).
                       88 DF-DEBIT             VALUE "D".
                       88 DF-CREDIT            VALUE "C".
                   10 DF-TXN-AMOUNT        PIC 9(9)V99.
                   10 DF-REFERENCE         PIC X(12).
                   10 DF-CATEGORY          PIC X(03).
                   10 DF-TXN-DESCRIPTION   PIC X(30).
                   10 FILLER               PIC X(57).
               05 DF-PENDING-BODY REDEFINES DF-BODY.
                   10 DF-PND-ACCOUNT-ID    PIC X(10).
                   10 DF-DUE-DATE          PIC X(10).
                   10 DF-PND-SOURCE        PIC X(01).
                       88 DF-PND-WAREHOUSED    VALUE "W".
                       88 DF-PND-STANDING      VALUE "S".
                   10 DF-PND-TYPE          PIC X(03).
                   10 DF-PND-AMOUNT        PIC 9(9)V99.
                   10 DF-PND-TARGET        PIC X(10).
                   10 DF-PND-FREQUENCY     PIC X(02).
                   10 DF-PND-DESCRIPTION   PIC X(30).
                   10 FILLER               PIC X(60).
