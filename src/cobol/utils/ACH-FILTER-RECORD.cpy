      *================================================================
      * COPYBOOK:   ACH-FILTER-RECORD.cpy
      * DESCRIPTION: One row of the per-account ACH debit block /
      *              filter on ACH-FILTER.dat (60-byte fixed). An
      *              account with no rows takes any debit that names
      *              it, as always. An account with any row is under
      *              debit protection: a debit posts only when an
      *              "A" row authorizes its originator's company ID,
      *              the amount is within that row's maximum (zero
      *              means no maximum) and the row has not expired
      *              (spaces mean it never does). A "B" row turns on
      *              the block with nothing authorized - block all
      *              debits. Rows the customer approves from the
      *              ACH-DEBIT-EXCEPTIONS.dat list come in through
      *              ACH-FILTER-APPROVALS.dat in this same layout and
      *              are appended with AF-SOURCE "E". Credits are
      *              never filtered.
      * USED BY:    ACH-INBOUND-PROC
      *================================================================
           01 ACH-FILTER-RECORD.
               05 AF-ACCOUNT-ID        PIC X(10).
               05 AF-RULE-TYPE         PIC X(01).
                   88 AF-BLOCK-ALL         VALUE "B".
                   88 AF-ALLOW-ORIGINATOR  VALUE "A".
               05 AF-COMPANY-ID        PIC X(10).
               05 AF-MAX-AMOUNT        PIC 9(9)V99.
               05 AF-EXPIRY-DATE       PIC X(10).
               05 AF-ADDED-DATE        PIC X(10).
               05 AF-SOURCE            PIC X(01).
                   88 AF-FROM-SETUP        VALUE "S" " ".
                   88 AF-FROM-EXCEPTION    VALUE "E".
               05 FILLER               PIC X(07) VALUE SPACES.
