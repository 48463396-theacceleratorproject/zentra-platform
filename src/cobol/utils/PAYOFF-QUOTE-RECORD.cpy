      *================================================================
      * COPYBOOK:   PAYOFF-QUOTE-RECORD.cpy
      * DESCRIPTION: One row of the cumulative PAYOFF-QUOTE-LOG.dat
      *              (120-byte fixed) written by LOAN-PAYOFF - every
      *              payoff figure the bank ever gave out, and every
      *              payoff it then collected, so a disputed figure
      *              can always be traced to what was quoted. The
      *              quote ID is "Q" + 7 digits, one past the highest
      *              on the log; a collected payoff carries the quote
      *              it settled (or its own fresh ID when the money
      *              arrived without one).
      *              PQ-TOTAL is principal + interest + fees through
      *              PQ-GOOD-THRU; PQ-PER-DIEM is the day's interest
      *              to add for each day past it.
      * USED BY:    LOAN-PAYOFF
      *================================================================
           01 PAYOFF-QUOTE-RECORD.
               05 PQ-QUOTE-ID          PIC X(08).
               05 PQ-QUOTE-DATE        PIC X(10).
               05 PQ-LOAN-ID           PIC X(10).
               05 PQ-GOOD-THRU         PIC X(10).
               05 PQ-PRINCIPAL         PIC 9(9)V99.
               05 PQ-INTEREST          PIC 9(9)V99.
               05 PQ-PER-DIEM          PIC 9(5)V99.
               05 PQ-FEES              PIC 9(7)V99.
               05 PQ-TOTAL             PIC 9(9)V99.
               05 PQ-REQUESTED-BY      PIC X(20).
               05 PQ-ENTRY-TYPE        PIC X(01).
                   88 PQ-QUOTE             VALUE "Q".
                   88 PQ-PAYOFF-QUEUED     VALUE "P".
               05 FILLER               PIC X(12) VALUE SPACES.
