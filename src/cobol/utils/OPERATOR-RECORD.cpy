      *              activity review can spot an operator keying
      *              against their own accounts; spaces when the
      *              operator is not a customer.
      *              OP-INSIDER-CLASS marks a staff member who is a
      *              Regulation O insider; REG-O-REPORT builds the
      *              staff half of the insider register from it.
      *              The compliance role (C) carries no keying rights;
      *              it is what opens the restricted SAR case file.
      *              The roster is kept by OPERATOR-MAINT under dual
      *              supervisor control. A suspended, locked or
      *              removed operator stays on file for the record
      *              but every program that loads the roster leaves
      *              the row out, so the ID signs on, keys and
      *              approves exactly as an unknown one would. The
      *              nightly sweep locks an ID past its expiry date
      *              or idle too long on OPERATOR-ACTIVITY-LOG.dat;
      *              OP-MANAGER-ID is who certifies the access each
      *              quarter.
      * USED BY:    ACCOUNT-INQUIRY, TELLER-ENTRY, BATCH-STATUS,
      *             LEDGER-HISTORY, OPERATOR-ANOMALY, REG-O-REPORT,
      *             PRICING-EXCEPTION-PROC, OFFICER-MAINT,
      *             OFFICER-PORTFOLIO, SAR-CASES, SAR-CASE-INQUIRY,
      *             COMPLAINT-PROC, JOURNAL-ENTRY-PROC, GL-BUDGET-LOAD,
      *             GL-INQUIRY, TXN-TRACE, CUSTOMER-INQUIRY,
      *             COOLING-OFF-REVIEW, LOAN-MODIFY, OPERATOR-MAINT,
      *             OUTBOUND-REGISTRY
      *================================================================
           01 OPERATOR-RECORD.
               05 OP-OPERATOR-ID       PIC X(06).
                   88 OP-INQUIRY-ONLY      VALUE "I".
                   88 OP-MAINTENANCE       VALUE "M".
                   88 OP-SUPERVISOR        VALUE "S".
      *            BSA/compliance staff: the only role that may read
      *            or work SAR cases (SAR-CASES, SAR-CASE-INQUIRY).
                   88 OP-COMPLIANCE        VALUE "C".
               05 OP-CUSTOMER-ID       PIC X(10).
      *        E executive officer, D director, P principal
      *        shareholder; spaces for everyone else. Only counts
      *        when OP-CUSTOMER-ID ties the operator to the CIF.
               05 OP-INSIDER-CLASS     PIC X(01).
                   88 OP-EXEC-OFFICER      VALUE "E".
                   88 OP-DIRECTOR          VALUE "D".
                   88 OP-PRINCIPAL-HOLDER  VALUE "P".
                   88 OP-INSIDER           VALUE "E" "D" "P".
      *        Spaces (rows keyed before the roster was maintained)
      *        read as active.
               05 OP-STATUS            PIC X(01).
                   88 OP-ACTIVE            VALUE " " "A".
                   88 OP-SUSPENDED         VALUE "S".
                   88 OP-LOCKED            VALUE "L".
                   88 OP-REMOVED           VALUE "R".
                   88 OP-ACCESS-BARRED     VALUE "S" "L" "R".
      *        Why the sweep locked it: I idle, E past expiry.
               05 OP-LOCK-REASON       PIC X(01).
                   88 OP-LOCKED-IDLE       VALUE "I".
                   88 OP-LOCKED-EXPIRED    VALUE "E".
      *        Date the status last changed - a reinstated ID's idle
      *        clock restarts from here.
               05 OP-STATUS-DATE       PIC X(10).
      *        Date the manager last certified the access (the add
      *        date until the first recertification).
               05 OP-RECERT-DATE       PIC X(10).
      *        Access ends after this date; spaces for no end date.
               05 OP-EXPIRY-DATE       PIC X(10).
               05 OP-MANAGER-ID        PIC X(06).
               05 FILLER               PIC X(19) VALUE SPACES.
