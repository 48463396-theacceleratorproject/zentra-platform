      *              from the same ACCOUNT-BRANCHES.dat lookup
      *              EOD-REPORT splits by), one pass over
      *              GL-POSTINGS.dat rolls up, per branch:
      *                - fee income        (FEE/LNF-sourced credits
      *                                     to income, less refunds)
      *                - interest expense  (INT/BWH/NRW-sourced
      *                                     debits, and IOL/IOS for
      *                                     IOLTA interest remitted)
      *                - loan income       (LNI/DBI/LRC-sourced
      *                                     credits)
      *              and prints the net contribution per location.
           TALLY-ONE-POSTING.
               IF WS-BR-FOUND-IDX > 0
                   EVALUATE TRUE
                       WHEN (GP-SOURCE-TYPE = "FEE"
                             OR GP-SOURCE-TYPE = "LNF")
                        AND GP-CREDIT
                           ADD GP-AMOUNT TO
                               WPL-FEE-INCOME(WS-BR-FOUND-IDX)
                       WHEN GP-SOURCE-TYPE = "FRF" AND GP-DEBIT
                           SUBTRACT GP-AMOUNT FROM
                               WPL-FEE-INCOME(WS-BR-FOUND-IDX)
                       WHEN (GP-SOURCE-TYPE = "INT"
                             OR GP-SOURCE-TYPE = "BWH"
                             OR GP-SOURCE-TYPE = "NRW"
                             OR GP-SOURCE-TYPE = "IOL"
                             OR GP-SOURCE-TYPE = "IOS")
                        AND GP-DEBIT
                           ADD GP-AMOUNT TO
                               WPL-INT-EXPENSE(WS-BR-FOUND-IDX)
