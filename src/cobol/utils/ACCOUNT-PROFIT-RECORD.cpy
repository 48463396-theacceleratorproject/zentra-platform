      *================================================================
      * COPYBOOK:   ACCOUNT-PROFIT-RECORD.cpy
      * DESCRIPTION: One account's contribution as PROFITABILITY
      *              scored it (80-byte fixed), written to
      *              PROFITABILITY-ACCOUNTS.dat beside the printed
      *              ranking so other reports take the same figures
      *              instead of recomputing them. Contribution = fee
      *              income + debit interest + loan income - interest
      *              expense; loan income sits on the loan's linked
      *              deposit account, as it does on the ranking.
      * USED BY:    PROFITABILITY, OFFICER-PORTFOLIO
      *================================================================
           01 ACCOUNT-PROFIT-RECORD.
               05 APF-ACCOUNT-ID       PIC X(10).
               05 APF-CUSTOMER-ID      PIC X(10).
               05 APF-FEES             PIC 9(9)V99.
               05 APF-DEBIT-INT        PIC 9(9)V99.
               05 APF-LOAN-INCOME      PIC 9(9)V99.
               05 APF-INT-EXPENSE      PIC 9(9)V99.
               05 APF-CONTRIBUTION     PIC S9(11)V99 SIGN LEADING
                                           SEPARATE.
               05 FILLER               PIC X(02) VALUE SPACES.
