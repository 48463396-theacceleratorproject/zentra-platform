      *================================================================
      * COPYBOOK:   CARD-MASTER-RECORD.cpy
      * DESCRIPTION: One debit card on the card master
      *              CARD-MASTER.dat (100-byte fixed): the 16-digit
      *              card number (PAN), the deposit account it draws
      *              on, the CIF party it was issued to, the expiry
      *              month on the plastic, the per-day ATM cash and
      *              POS purchase limits, and the card's lifecycle
      *              status:
      *                I - issued, not yet activated by the holder
      *                A - active
      *                L - reported lost or stolen
      *                C - closed
      *              CARD-MAINT applies the lifecycle changes; when a
      *              card goes out on the vendor's month-end renewal
      *              extract it moves CM-EXPIRY-MONTH to the new
      *              plastic's expiry and stamps CM-REISSUE-MONTH
      *              with the month it was sent, so a card is renewed
      *              once per plastic. AUTH-HOLD-PROC carries the
      *              day's approved
      *              ATM and POS totals in the usage fields - they
      *              start again from zero on the first authorization
      *              of a new business date. The full PAN lives only
      *              here and on the vendor extract; every report and
      *              result shows the last four digits.
      * USED BY:    CARD-MAINT, AUTH-HOLD-PROC
      *================================================================
           01 CARD-MASTER-RECORD.
               05 CM-CARD-NUMBER       PIC X(16).
               05 CM-ACCOUNT-ID        PIC X(10).
               05 CM-CUSTOMER-ID       PIC X(10).
               05 CM-EXPIRY-MONTH      PIC X(07).
               05 CM-ATM-DAILY-LIMIT   PIC 9(5)V99.
               05 CM-POS-DAILY-LIMIT   PIC 9(5)V99.
               05 CM-STATUS            PIC X(01).
                   88 CM-ISSUED            VALUE "I".
                   88 CM-ACTIVE            VALUE "A".
                   88 CM-LOST-STOLEN       VALUE "L".
                   88 CM-CLOSED            VALUE "C".
               05 CM-STATUS-DATE       PIC X(10).
               05 CM-REISSUE-MONTH     PIC X(07).
               05 CM-USAGE-DATE        PIC X(10).
               05 CM-ATM-USED          PIC 9(5)V99.
               05 CM-POS-USED          PIC 9(5)V99.
               05 FILLER               PIC X(01) VALUE SPACES.
