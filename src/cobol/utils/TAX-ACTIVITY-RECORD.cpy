      *================================================================
      * COPYBOOK:   TAX-ACTIVITY-RECORD.cpy
      * DESCRIPTION: One contribution, rollover or distribution on a
      *              tax-advantaged account (80-byte fixed), appended
      *              to TAX-ACCOUNT-ACTIVITY.dat by TAX-ACCOUNT-PROC
      *              as the item posts. The year-end forms are built
      *              from this history:
      *                C - contribution, for TXL-TAX-YEAR
      *                R - rollover in (not held to the limit)
      *                D - distribution, with its IRS code:
      *                    1099-R  1 early, no known exception
      *                            2 early, exception applies
      *                            3 disability   4 death
      *                            7 normal       8 excess returned
      *                            G direct rollover
      *                            J early Roth   Q qualified Roth
      *                    1099-SA 1 normal       2 excess returned
      *                            3 disability   4 death
      *                            5 prohibited transaction
      *              TXL-FLAG marks an item needing attention:
      *                E - contribution took the owner over the
      *                    year's limit (TXL-EXCESS is the amount
      *                    over)
      *                L - designated for the prior year after the
      *                    filing deadline; counted to the current
      *                    year instead
      * USED BY:    TAX-ACCOUNT-PROC, TAX-IRA-HSA
      *================================================================
           01 TAX-ACTIVITY-RECORD.
               05 TXL-ACTIVITY-DATE    PIC X(10).
               05 TXL-ACCOUNT-ID       PIC X(10).
               05 TXL-PLAN-TYPE        PIC X(01).
               05 TXL-KIND             PIC X(01).
                   88 TXL-CONTRIBUTION     VALUE "C".
                   88 TXL-ROLLOVER-IN      VALUE "R".
                   88 TXL-DISTRIBUTION     VALUE "D".
               05 TXL-TAX-YEAR         PIC X(04).
               05 TXL-AMOUNT           PIC 9(9)V99.
               05 TXL-DIST-CODE        PIC X(01).
               05 TXL-FLAG             PIC X(01).
                   88 TXL-OVER-LIMIT       VALUE "E".
                   88 TXL-LATE-PRIOR-YEAR  VALUE "L".
               05 TXL-REFERENCE        PIC X(12).
               05 TXL-EXCESS           PIC 9(7)V99.
               05 FILLER               PIC X(20) VALUE SPACES.
