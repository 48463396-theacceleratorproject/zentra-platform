      *================================================================
      * COPYBOOK:   TAX-LIMIT-RECORD.cpy
      * DESCRIPTION: One annual contribution limit (30-byte fixed) in
      *              the optional TAX-CONTRIB-LIMITS.dat reference
      *              file. Plan group I is the combined traditional/
      *              Roth IRA limit; group H is the HSA limit for the
      *              coverage in TCL-COVERAGE. An owner who reaches
      *              TCL-CATCHUP-AGE by the end of the tax year may
      *              add TCL-CATCHUP to the base limit. A year with
      *              no row of its own uses the latest year before
      *              it, so a late file update never opens the limit
      *              wide. No file at all seeds the programs' built-in
      *              2025 and 2026 limits.
      * USED BY:    TAX-ACCOUNT-PROC, TXN-RULE-CHECK
      *================================================================
           01 TAX-LIMIT-RECORD.
               05 TCL-TAX-YEAR         PIC X(04).
               05 TCL-PLAN-GROUP       PIC X(01).
                   88 TCL-IRA-GROUP        VALUE "I".
                   88 TCL-HSA-GROUP        VALUE "H".
               05 TCL-COVERAGE         PIC X(01).
               05 TCL-BASE-LIMIT       PIC 9(5)V99.
               05 TCL-CATCHUP          PIC 9(5)V99.
               05 TCL-CATCHUP-AGE      PIC 9(02).
               05 FILLER               PIC X(08) VALUE SPACES.
