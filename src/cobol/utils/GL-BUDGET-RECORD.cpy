      *================================================================
      * COPYBOOK:   GL-BUDGET-RECORD.cpy
      * DESCRIPTION: One annual budget line by GL code and branch
      *              (180-byte fixed), persisted across runs in
      *              data/output/GL-BUDGET.dat - the budget file.
      *              Each load of a fiscal year's lines is one budget
      *              version (GB-VERSION, 001 for the original
      *              budget, then one higher per reforecast); every
      *              version stays on file, and for any year, code
      *              and branch the line with the highest version is
      *              the budget in force. GB-GL-CLASS (I income, E
      *              expense) is taken from the chart at load time.
      *              Amounts are positive - income expected, or cost
      *              expected - one per calendar month, January first.
      * USED BY:    GL-BUDGET-LOAD (writer), BUDGET-VARIANCE
      *================================================================
           01 GL-BUDGET-RECORD.
               05 GB-FISCAL-YEAR       PIC X(04).
               05 GB-VERSION           PIC 9(03).
               05 GB-GL-CODE           PIC X(06).
               05 GB-GL-CLASS          PIC X(01).
                   88 GB-INCOME            VALUE "I".
                   88 GB-EXPENSE           VALUE "E".
               05 GB-BRANCH-CODE       PIC X(06).
               05 GB-LOADED-DATE       PIC X(10).
               05 GB-LOADED-BY         PIC X(06).
               05 GB-MONTH-AMOUNTS.
                   10 GB-MONTH-AMOUNT  PIC 9(9)V99 OCCURS 12 TIMES.
               05 FILLER               PIC X(12) VALUE SPACES.
