      *              other maintenance outputs, the file this record
      *              is written to is cumulative across runs, never
      *              overwritten - see ACCOUNT-MAINT AUDIT-TRAIL-FILE.
      * USED BY:    ACCOUNT-MAINT, OPERATOR-MAINT
      *================================================================
           01 AUDIT-TRAIL-RECORD.
               05 AT-DATE              PIC X(10).
      *            A corrected data-quality quarantine row applied
      *            back to its file by DQ-WORKOUT.
                   88 AT-DQ-REPAIR         VALUE "DQ-REPAIR ".
      *            Operator roster changes by OPERATOR-MAINT: the
      *            account-ID slot carries the operator ID, the
      *            amounts are zero and AT-REASON names the two
      *            supervisors (or the sweep's cause for a lock).
                   88 AT-OPER-ADD          VALUE "OPER-ADD  ".
                   88 AT-OPER-ROLE         VALUE "OPER-ROLE ".
                   88 AT-OPER-SUSPEND      VALUE "OPER-SUSP ".
                   88 AT-OPER-REMOVE       VALUE "OPER-REMOV".
                   88 AT-OPER-REINSTATE    VALUE "OPER-REIN ".
                   88 AT-OPER-RECERT       VALUE "OPER-RECRT".
                   88 AT-OPER-LOCK         VALUE "OPER-LOCK ".
      *            Overdraft coverage consent given or revoked by
      *            ACCOUNT-MAINT: amounts are the unchanged balance
      *            and AT-REASON carries the channel and operator.
                   88 AT-OD-OPT-IN         VALUE "OD-OPT-IN ".
                   88 AT-OD-OPT-OUT        VALUE "OD-OPT-OUT".
               05 AT-OLD-BALANCE       PIC S9(9)V99 SIGN LEADING
                                           SEPARATE.
               05 AT-ADJ-AMOUNT        PIC S9(9)V99 SIGN LEADING
