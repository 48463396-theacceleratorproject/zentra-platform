      *================================================================
      * COPYBOOK:   LOAN-MOD-REQUEST-RECORD.cpy
      * DESCRIPTION: One hardship / workout modification request
      *              (100-byte fixed) from the LOAN-MOD-REQUESTS.dat
      *              feed keyed by lending ops. LMR-ACTION picks the
      *              change:
      *                DEF - defer LMR-MONTHS payments: the due date
      *                      moves out that many months and the
      *                      interest for them is capitalized (C) or
      *                      carried as deferred interest (D), per
      *                      LMR-INT-TREATMENT;
      *                EXT - extend the term LMR-MONTHS months;
      *                RAT - reduce the rate to LMR-NEW-RATE (annual
      *                      decimal, as LN-ANNUAL-RATE carries it);
      *                REA - re-amortize the balance over LMR-MONTHS
      *                      months from the next due date.
      *              The officer who keyed it (LMR-REQUESTED-BY) and
      *              a second, supervisor-role officer who approved
      *              it (LMR-APPROVED-BY) must both be on
      *              OPERATORS.dat. LMR-STATUS/LMR-ERROR-CODE are
      *              filled in by LOAN-MODIFY and the same record
      *              written back to LOAN-MOD-RESULTS.dat - the
      *              request-doubles-as-result approach
      *              LOC-DRAW-RECORD.cpy uses.
      * USED BY:    LOAN-MODIFY
      *================================================================
           01 LOAN-MOD-REQUEST-RECORD.
               05 LMR-LOAN-ID          PIC X(10).
               05 LMR-ACTION           PIC X(03).
                   88 LMR-DEFERRAL         VALUE "DEF".
                   88 LMR-EXTENSION        VALUE "EXT".
                   88 LMR-RATE-CUT         VALUE "RAT".
                   88 LMR-REAMORTIZE       VALUE "REA".
               05 LMR-MONTHS           PIC 9(03).
               05 LMR-NEW-RATE         PIC 9(3)V9(6).
               05 LMR-INT-TREATMENT    PIC X(01).
                   88 LMR-CAPITALIZE       VALUE "C".
                   88 LMR-DEFER-INTEREST   VALUE "D".
               05 LMR-REQUESTED-BY     PIC X(06).
               05 LMR-APPROVED-BY      PIC X(06).
               05 LMR-REASON           PIC X(20).
               05 LMR-STATUS           PIC X(03).
                   88 LMR-PENDING          VALUE "PND".
                   88 LMR-APPLIED          VALUE "APR".
                   88 LMR-REJECTED         VALUE "REJ".
               05 LMR-ERROR-CODE       PIC X(03).
                   88 LMR-ERR-NO-LOAN      VALUE "H01".
                   88 LMR-ERR-NOT-ACTIVE   VALUE "H02".
                   88 LMR-ERR-BAD-TERMS    VALUE "H03".
                   88 LMR-ERR-NO-SECOND    VALUE "H04".
                   88 LMR-ERR-NOT-AUTH     VALUE "H05".
                   88 LMR-ERR-RATE-NOT-LOWER VALUE "H06".
                   88 LMR-ERR-REVOLVING    VALUE "H07".
               05 FILLER               PIC X(36) VALUE SPACES.
