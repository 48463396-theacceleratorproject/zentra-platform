                           PERFORM ADD-TO-PENDING-HOLD
                       WHEN TR-DEPOSIT OR TR-INTEREST
                         OR TR-FEE-REFUND OR TR-LOAN-DRAW
                         OR TR-ATM-CREDIT OR TR-RTP-CREDIT
                           PERFORM CREDIT-BALANCE
                       WHEN TR-WITHDRAWAL OR TR-FEE OR TR-ACH
                         OR TR-LOAN-PAYMENT OR TR-DEBIT-INTEREST
                         OR TR-ATM-DEBIT OR TR-RTP-DEBIT
                         OR TR-ACH-BATCH-OFFSET
                           PERFORM DEBIT-BALANCE
                       WHEN TR-TRANSFER
                           PERFORM DEBIT-BALANCE
