      *================================================================
      * COPYBOOK:   CARD-REISSUE-RECORD.cpy
      * DESCRIPTION: One plastic for the card vendor to emboss and
      *              mail, on CARD-REISSUE-EXTRACT.dat (200-byte
      *              fixed, rebuilt each CARD-MAINT run). The vendor
      *              needs the full card number, so this file goes
      *              only to the vendor transmission and never onto a
      *              report. Reason:
      *                E - expiry renewal, picked up at month-end for
      *                    a card whose plastic runs out within the
      *                    renewal window
      *                R - reissued on request (renewal in place or a
      *                    replacement number)
      *                N - newly issued card
      *              The mailing name and address come from the CIF
      *              row of the cardholder party.
      * USED BY:    CARD-MAINT
      *================================================================
           01 CARD-REISSUE-RECORD.
               05 CRX-CARD-NUMBER      PIC X(16).
               05 CRX-REASON           PIC X(01).
                   88 CRX-EXPIRY-RENEWAL   VALUE "E".
                   88 CRX-ON-REQUEST       VALUE "R".
                   88 CRX-NEW-ISSUE        VALUE "N".
               05 CRX-OLD-EXPIRY       PIC X(07).
               05 CRX-NEW-EXPIRY       PIC X(07).
               05 CRX-ACCOUNT-ID       PIC X(10).
               05 CRX-CUSTOMER-ID      PIC X(10).
               05 CRX-NAME             PIC X(25).
               05 CRX-ADDR-LINE-1      PIC X(30).
               05 CRX-ADDR-LINE-2      PIC X(30).
               05 CRX-CITY-STATE-ZIP   PIC X(30).
               05 CRX-EXTRACT-DATE     PIC X(10).
               05 FILLER               PIC X(24) VALUE SPACES.
