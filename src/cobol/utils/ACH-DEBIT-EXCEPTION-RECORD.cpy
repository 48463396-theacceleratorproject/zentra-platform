      *================================================================
      * COPYBOOK:   ACH-DEBIT-EXCEPTION-RECORD.cpy
      * DESCRIPTION: One row of ACH-DEBIT-EXCEPTIONS.dat (100-byte
      *              fixed, cumulative) - the customer-facing list of
      *              debits the ACH-FILTER.dat block returned. Each
      *              block writes an open ("O") row naming the
      *              originator so the customer can approve it for
      *              future items; an approval arriving on
      *              ACH-FILTER-APPROVALS.dat for an account/company
      *              with an open row adds the filter authorization
      *              and writes an approved ("A") row here, so the
      *              file reads as the full history of each
      *              exception. The blocked item itself is already
      *              gone back to the originating bank - approval
      *              only lets the next one through.
      * USED BY:    ACH-INBOUND-PROC
      *================================================================
           01 ACH-DEBIT-EXCEPTION-RECORD.
               05 AX-DATE              PIC X(10).
               05 AX-ACCOUNT-ID        PIC X(10).
               05 AX-COMPANY-ID        PIC X(10).
               05 AX-ORIGINATOR        PIC X(25).
               05 AX-AMOUNT            PIC 9(9)V99.
               05 AX-REASON-CODE       PIC X(03).
      *        Why the filter refused it: no authorization for the
      *        originator (or block-all), over the authorized
      *        maximum, or the authorization has expired.
               05 AX-BLOCK-CAUSE       PIC X(01).
                   88 AX-NOT-AUTHORIZED    VALUE "B".
                   88 AX-OVER-MAXIMUM      VALUE "M".
                   88 AX-AUTH-EXPIRED      VALUE "X".
               05 AX-STATUS            PIC X(01).
                   88 AX-OPEN              VALUE "O".
                   88 AX-APPROVED          VALUE "A".
               05 FILLER               PIC X(29) VALUE SPACES.
