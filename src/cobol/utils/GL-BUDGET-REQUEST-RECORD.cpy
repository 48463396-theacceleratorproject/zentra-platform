      *================================================================
      * COPYBOOK:   GL-BUDGET-REQUEST-RECORD.cpy
      * DESCRIPTION: One budget line keyed by finance onto
      *              data/input/GL-BUDGET-LOAD.dat (180-byte fixed)
      *              at budget time, or at a mid-year reforecast:
      *              the fiscal (calendar) year, an income or expense
      *              GL code from GL-CHART-OF-ACCOUNTS.dat, the
      *              branch (UNASGN when blank) and the twelve
      *              monthly amounts, January first, each keyed as a
      *              positive figure - income expected, or cost
      *              expected. GBQ-OPERATOR is the finance operator
      *              loading it. A line resubmitted for a year already
      *              on file is a revision: it replaces the earlier
      *              line from the new version on, and the earlier
      *              one stays on the budget file as history.
      *              GBQ-VERSION/GBQ-STATUS/GBQ-ERROR-CODE are filled
      *              in by GL-BUDGET-LOAD and the same record written
      *              back to GL-BUDGET-RESULTS.dat - the request-
      *              doubles-as-result approach ACCOUNT-MAINT-
      *              RECORD.cpy uses.
      * USED BY:    GL-BUDGET-LOAD
      *================================================================
           01 GL-BUDGET-REQUEST-RECORD.
               05 GBQ-FISCAL-YEAR      PIC X(04).
               05 GBQ-GL-CODE          PIC X(06).
               05 GBQ-BRANCH-CODE      PIC X(06).
               05 GBQ-OPERATOR         PIC X(06).
               05 GBQ-MONTH-AMOUNTS.
                   10 GBQ-MONTH-AMOUNT PIC 9(9)V99 OCCURS 12 TIMES.
               05 GBQ-VERSION          PIC 9(03).
               05 GBQ-STATUS           PIC X(03).
                   88 GBQ-PENDING          VALUE "PND".
                   88 GBQ-APPLIED          VALUE "APR".
                   88 GBQ-REJECTED         VALUE "REJ".
               05 GBQ-ERROR-CODE       PIC X(03).
                   88 GBQ-ERR-BAD-YEAR     VALUE "G01".
                   88 GBQ-ERR-BAD-CODE     VALUE "G02".
                   88 GBQ-ERR-BAD-AMOUNT   VALUE "G03".
                   88 GBQ-ERR-DUPLICATE    VALUE "G04".
                   88 GBQ-ERR-BAD-OPERATOR VALUE "G05".
                   88 GBQ-ERR-TABLE-FULL   VALUE "G06".
               05 FILLER               PIC X(17) VALUE SPACES.
