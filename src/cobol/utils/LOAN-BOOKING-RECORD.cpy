      *================================================================
      * COPYBOOK:   LOAN-BOOKING-RECORD.cpy
      * DESCRIPTION: One approved loan from the LOAN-BOOKINGS.dat
      *              feed (100-byte fixed) - the terms lending ops
      *              signed off on, ready to book. LB-LOAN-ID,
      *              LB-STATUS and LB-ERROR-CODE are filled in by
      *              LOAN-ORIGINATION and the same record written
      *              back to LOAN-BOOKING-RESULTS.dat - the request-
      *              doubles-as-result approach LOC-DRAW-RECORD.cpy
      *              uses.
      *              For a revolving line (LB-LOAN-KIND R)
      *              LB-PRINCIPAL is the committed credit limit; the
      *              line books undrawn and draws arrive through
      *              LOC-DRAW-PROC.
      * USED BY:    LOAN-ORIGINATION
      *================================================================
           01 LOAN-BOOKING-RECORD.
               05 LB-CUSTOMER-ID       PIC X(10).
               05 LB-ACCOUNT-ID        PIC X(10).
               05 LB-PRINCIPAL         PIC 9(9)V99.
               05 LB-ANNUAL-RATE       PIC 9(3)V9(6).
               05 LB-TERM-MONTHS       PIC 9(03).
               05 LB-FIRST-DUE-DATE    PIC X(10).
               05 LB-LOAN-KIND         PIC X(01).
                   88 LB-INSTALLMENT       VALUE "I" " ".
                   88 LB-REVOLVING         VALUE "R".
               05 LB-PURPOSE-CODE      PIC X(01).
                   88 LB-PURPOSE-VALID     VALUE "M" "C" "B" " ".
               05 LB-ORIG-FEE          PIC 9(7)V99.
               05 LB-OFFICER-ID        PIC X(06).
               05 LB-LOAN-ID           PIC X(10).
               05 LB-STATUS            PIC X(03).
                   88 LB-PENDING           VALUE "PND".
                   88 LB-BOOKED            VALUE "APR".
                   88 LB-REJECTED          VALUE "REJ".
               05 LB-ERROR-CODE        PIC X(03).
                   88 LB-ERR-NO-CUSTOMER   VALUE "B01".
                   88 LB-ERR-NOT-LINKED    VALUE "B02".
                   88 LB-ERR-NO-ACCOUNT    VALUE "B03".
                   88 LB-ERR-ACCT-NOT-OPEN VALUE "B04".
                   88 LB-ERR-BAD-TERMS     VALUE "B05".
                   88 LB-ERR-BAD-DUE-DATE  VALUE "B06".
                   88 LB-ERR-FILE-FULL     VALUE "B07".
               05 FILLER               PIC X(14) VALUE SPACES.
