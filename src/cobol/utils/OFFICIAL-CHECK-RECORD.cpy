      *              ESCHEAT-PROCESS gives dormant accounts. The sum
      *              of O rows is the daily proof against the GL's
      *              official-check liability balance.
      *              OCK-BILLPAY-ID names the bill payment a check
      *              was printed for, so BILLPAY-PROC can follow the
      *              payment through the register.
      * USED BY:    OFFICIAL-CHECK-ISSUE, OFFICIAL-CHECK-SETTLE,
      *             BILLPAY-PROC
      *================================================================
           01 OFFICIAL-CHECK-RECORD.
               05 OCK-CHECK-NUMBER     PIC X(08).
                   88 OCK-PRESENTED        VALUE "P".
                   88 OCK-ESCHEATED        VALUE "E".
               05 OCK-PRESENT-DATE     PIC X(10).
               05 OCK-BILLPAY-ID       PIC X(12).
               05 FILLER               PIC X(13) VALUE SPACES.
