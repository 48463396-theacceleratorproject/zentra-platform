      *================================================================
      * COPYBOOK:   PROFILE-CHANGE-RECORD.cpy
      * DESCRIPTION: One contact-profile change on the cumulative
      *              PROFILE-CHANGES.dat (200-byte fixed), appended
      *              by CUSTOMER-MAINT whenever a CUPD changes a
      *              customer's name, mailing address, phone or
      *              email. The row keeps what the CIF said before
      *              the change - the old address is where the
      *              confirmation letter goes, since whoever moved
      *              the mail is the one person it must not reach -
      *              and the last day of the cooling-off window the
      *              change opened on every account linked to the
      *              customer. While the window is open
      *              COOLING-OFF-CHECK holds official checks, card
      *              reissues and large outbound ACH on those
      *              accounts for review.
      *              PC-CHANGED-FIELDS carries one position per
      *              field family, the letter when it changed and a
      *              space when it did not: N name, A address,
      *              P phone, E email.
      * USED BY:    CUSTOMER-MAINT, COOLING-OFF-CHECK, LETTER-ENGINE,
      *             PROFILE-CHANGE-REPORT
      *================================================================
           01 PROFILE-CHANGE-RECORD.
               05 PC-CUSTOMER-ID       PIC X(10).
               05 PC-CHANGE-DATE       PIC X(10).
               05 PC-COOL-END-DATE     PIC X(10).
               05 PC-CHANGED-FIELDS.
                   10 PC-NAME-CHANGED      PIC X(01).
                       88 PC-NAME-DIFFERS      VALUE "N".
                   10 PC-ADDR-CHANGED      PIC X(01).
                       88 PC-ADDR-DIFFERS      VALUE "A".
                   10 PC-PHONE-CHANGED     PIC X(01).
                       88 PC-PHONE-DIFFERS     VALUE "P".
                   10 PC-EMAIL-CHANGED     PIC X(01).
                       88 PC-EMAIL-DIFFERS     VALUE "E".
               05 PC-OLD-NAME          PIC X(25).
               05 PC-OLD-ADDR-LINE-1   PIC X(30).
               05 PC-OLD-ADDR-LINE-2   PIC X(30).
               05 PC-OLD-CITY-STATE-ZIP PIC X(30).
               05 PC-OLD-PHONE         PIC X(15).
               05 PC-OLD-EMAIL         PIC X(30).
               05 FILLER               PIC X(06) VALUE SPACES.
