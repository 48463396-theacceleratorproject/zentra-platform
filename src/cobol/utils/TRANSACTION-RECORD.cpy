      *            GL-POSTING books it through the FRF chart row as
      *            the offsetting pair to the original fee income.
                   88 TR-FEE-REFUND        VALUE "FRF".
      *            Instant-payment items brought into the nightly feed
      *            by RTP-SETTLE - RTI credits the account like a
      *            deposit and RTO debits it like a withdrawal, each
      *            riding its own chart row so the GL books the
      *            instant-payments funding account instead of cash.
      *            The payment already moved on the rail when
      *            RTP-GATEWAY took it (and was judged there), so the
      *            brought-in item carries TR-STATUS RTS and posts
      *            without being judged again.
                   88 TR-RTP-CREDIT        VALUE "RTI".
                   88 TR-RTP-DEBIT         VALUE "RTO".
      *            The one offsetting debit ACH-ORIG-INTAKE posts to
      *            a business customer's account for an accepted
      *            origination batch; TR-EXTERNAL-ACCOUNT carries the
      *            company's batch ID. When TXN-PROCESSOR posts it,
      *            the batch's staged entries are released to
      *            OUTBOUND-ACH.dat for NACHA-EXPORT - no offset
      *            posted, no entries sent.
                   88 TR-ACH-BATCH-OFFSET  VALUE "ACB".
               05 TR-AMOUNT            PIC 9(9)V99.
               05 TR-TARGET-ACCOUNT    PIC X(10).
               05 TR-DESCRIPTION       PIC X(30).
      *            sign-off before it may post - see TXN-VALIDATOR's
      *            WS-LARGE-XFR-THRESHOLD and APPROVAL-QUEUE.
                   88 TR-PENDING-APPROVAL  VALUE "PAP".
      *            A debit that would overdraw, waiting on an
      *            officer's paying decision - see TXN-VALIDATOR's
      *            posting policy and OD-PAYING-DECISION.
                   88 TR-PENDING-OD-DECISION VALUE "POD".
      *            The officer chose to pay it into overdraft: the
      *            resubmitted item skips the E04 funds test.
                   88 TR-OD-PAY-AUTHORIZED VALUE "ODP".
      *            An instant payment already settled on the rail,
      *            brought in for posting - see RTP-SETTLE.
                   88 TR-RAIL-SETTLED      VALUE "RTS".
               05 TR-ERROR-CODE        PIC X(03).
                   88 TR-ERR-NOT-FOUND     VALUE "E01".
                   88 TR-ERR-INACTIVE      VALUE "E02".
                   88 TR-ERR-BACKDATE      VALUE "E14".
                   88 TR-ERR-CD-IMMATURE   VALUE "E15".
                   88 TR-ERR-POSPAY-NOMATCH VALUE "E16".
                   88 TR-ERR-CONTRIB-LIMIT VALUE "E17".
               05 TR-RESUBMIT-FLAG     PIC X(01) VALUE "N".
                   88 TR-IS-RESUBMIT       VALUE "Y".
      *        External wire/ACH leg - only populated when
