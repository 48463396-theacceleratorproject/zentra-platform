      * COPYBOOK:   OFFICIAL-CHECK-REQ-RECORD.cpy
      * DESCRIPTION: One official-check purchase request from the
      *              branch's OFFICIAL-CHECK-REQUESTS.dat feed
      *              (200-byte fixed). OCR-STATUS/OCR-ERROR-CODE are
      *              filled in by OFFICIAL-CHECK-ISSUE and the same
      *              record written back to
      *              OFFICIAL-CHECK-RESULTS.dat - the request-
      *              doubles-as-result approach ACCOUNT-MAINT-
      *              RECORD.cpy uses.
      *              OCR-FUNDING E marks a check LOAN-ESCROW drew on
      *              a mortgage escrow balance the bank already
      *              holds: no purchaser debit is raised, and the
      *              account is the borrower's, for the register.
      *              A check that goes out by mail carries the remit
      *              address and a memo line: BILLPAY-PROC appends one
      *              for every bill payment to a payee that cannot
      *              take electronic payment, with OCR-BILLPAY-ID
      *              tying the check back to the payment. Rows that
      *              end at column 60 (LOAN-ESCROW's) read with a
      *              blank tail and are handed over at the branch.
      *              HLD comes back for a check held in a cooling-off
      *              window (K02); K03 is a held check the reviewer
      *              declined, presented again.
      * USED BY:    OFFICIAL-CHECK-ISSUE, LOAN-ESCROW, BILLPAY-PROC,
      *             COOLING-OFF-REVIEW
      *================================================================
           01 OFFICIAL-CHECK-REQ-RECORD.
               05 OCR-ACCOUNT-ID       PIC X(10).
                   88 OCR-PENDING          VALUE "PND".
                   88 OCR-ISSUED           VALUE "APR".
                   88 OCR-REJECTED         VALUE "REJ".
                   88 OCR-HELD             VALUE "HLD".
               05 OCR-ERROR-CODE       PIC X(03).
                   88 OCR-ERR-BAD-AMOUNT   VALUE "K01".
                   88 OCR-ERR-COOLING-OFF  VALUE "K02".
                   88 OCR-ERR-REVIEW-DECLINED VALUE "K03".
               05 OCR-FUNDING          PIC X(01).
                   88 OCR-FROM-ESCROW      VALUE "E".
               05 FILLER               PIC X(07) VALUE SPACES.
               05 OCR-BILLPAY-ID       PIC X(12).
               05 OCR-REMIT-ADDR-1     PIC X(30).
               05 OCR-REMIT-ADDR-2     PIC X(30).
               05 OCR-REMIT-CITY       PIC X(30).
               05 OCR-MEMO             PIC X(20).
               05 FILLER               PIC X(18) VALUE SPACES.
