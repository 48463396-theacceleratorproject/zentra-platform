                   IF WS-RECON-FOUND-IDX > 0
                       EVALUATE WLP-TYPE
                           WHEN "DEP" WHEN "INT" WHEN "XFC" WHEN "RVC"
                           WHEN "LND" WHEN "ATD" WHEN "RTI"
                               ADD WS-LEDGER-AMOUNT
                                   TO WRC-DELTA(WS-RECON-FOUND-IDX)
                           WHEN "WDR" WHEN "FEE" WHEN "XFR" WHEN "RVD"
                           WHEN "ACH" WHEN "ATW" WHEN "RTO"
                           WHEN "ACB"
                               SUBTRACT WS-LEDGER-AMOUNT
                                   FROM WRC-DELTA(WS-RECON-FOUND-IDX)
                       END-EVALUATE
                       ADD 1 TO BRS-TXN-COUNT(WS-BR-SUMM-FOUND)
                       EVALUATE WLP-TYPE
                           WHEN "DEP" WHEN "INT" WHEN "XFC" WHEN "RVC"
                           WHEN "LND" WHEN "ATD" WHEN "RTI"
                               ADD WS-LEDGER-AMOUNT
                                   TO BRS-CREDIT-AMT(WS-BR-SUMM-FOUND)
                           WHEN "WDR" WHEN "FEE" WHEN "XFR" WHEN "RVD"
                           WHEN "ACH" WHEN "ATW" WHEN "RTO"
                           WHEN "ACB"
                               ADD WS-LEDGER-AMOUNT
                                   TO BRS-DEBIT-AMT(WS-BR-SUMM-FOUND)
                       END-EVALUATE
