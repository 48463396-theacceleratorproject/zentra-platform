      *================================================================
      * COPYBOOK:   BILLPAY-PAYMENT-RECORD.cpy
      * DESCRIPTION: One bill payment as tracked on the payment-
      *              status file BILLPAY-PAYMENTS.dat (140-byte
      *              fixed, persisted across runs). The payment ID is
      *              "P" + YYMMDD + a 5-digit within-day sequence and
      *              rides in the debit's description, so every
      *              downstream file can be tied back to it. Status:
      *                P - pending: the debit is in tonight's pipeline
      *                S - sent: the debit posted and the ACH item
      *                    went out, or the check is outstanding
      *                C - cleared: the ACH item settled, or the
      *                    check was presented and paid
      *                R - returned: the receiving bank returned the
      *                    ACH item (reason in BPS-RETURN-REASON), or
      *                    the check went stale and escheated (ESC)
      *                U - unpaid: the pipeline refused the debit, so
      *                    nothing was sent (a debit an officer later
      *                    pays into overdraft still moves it to S)
      *              C, R and U are final; BILLPAY-PROC drops a final
      *              row once it is WS-STATUS-KEEP-DAYS old.
      * USED BY:    BILLPAY-PROC
      *================================================================
           01 BILLPAY-PAYMENT-RECORD.
               05 BPS-PAYMENT-ID       PIC X(12).
               05 BPS-SEND-DATE        PIC X(10).
               05 BPS-CUSTOMER-ID      PIC X(10).
               05 BPS-PAYEE-ID         PIC X(06).
               05 BPS-FROM-ACCOUNT     PIC X(10).
               05 BPS-AMOUNT           PIC 9(9)V99.
               05 BPS-METHOD           PIC X(01).
                   88 BPS-ELECTRONIC       VALUE "E".
                   88 BPS-BY-CHECK         VALUE "C".
               05 BPS-ROUTING          PIC X(09).
               05 BPS-EXT-ACCOUNT      PIC X(10).
               05 BPS-CHECK-NUMBER     PIC X(08).
               05 BPS-STATUS           PIC X(01).
                   88 BPS-PENDING          VALUE "P".
                   88 BPS-SENT             VALUE "S".
                   88 BPS-CLEARED          VALUE "C".
                   88 BPS-RETURNED         VALUE "R".
                   88 BPS-UNPAID           VALUE "U".
                   88 BPS-FINAL            VALUE "C" "R" "U".
               05 BPS-STATUS-DATE      PIC X(10).
               05 BPS-RETURN-REASON    PIC X(03).
               05 BPS-PAYEE-ACCOUNT    PIC X(20).
               05 FILLER               PIC X(19) VALUE SPACES.
