      *================================================================
      * COPYBOOK:   OPERATOR-MAINT-RECORD.cpy
      * DESCRIPTION: One operator roster change keyed onto
      *              OPERATOR-MAINT-REQUESTS.dat (100-byte fixed).
      *              OPM-ACTION picks the change to OPM-OPERATOR-ID:
      *                ADD - a new hire: name, role and manager are
      *                      required, an expiry date is optional;
      *                ROL - change the role (and the manager, when
      *                      one is keyed);
      *                SUS - suspend: leave of absence, investigation;
      *                RMV - remove (termination). The row stays on
      *                      the roster, marked removed, for the
      *                      record;
      *                RIN - reinstate a suspended or locked operator;
      *                RCT - recertify: the manager has signed off
      *                      the quarterly review; a keyed expiry
      *                      date replaces the old one.
      *              Dual control, as LOAN-MOD-REQUEST-RECORD.cpy
      *              has it: the supervisor who keyed the change
      *              (OPM-REQUESTED-BY) and a DIFFERENT supervisor
      *              who approved it (OPM-APPROVED-BY) must both be
      *              active on OPERATORS.dat, and neither may act on
      *              their own ID. OPM-STATUS/OPM-ERROR-CODE are
      *              filled in by OPERATOR-MAINT and the same record
      *              written back to OPERATOR-MAINT-RESULTS.dat.
      * USED BY:    OPERATOR-MAINT
      *================================================================
           01 OPERATOR-MAINT-RECORD.
               05 OPM-ACTION           PIC X(03).
                   88 OPM-ADD              VALUE "ADD".
                   88 OPM-CHANGE-ROLE      VALUE "ROL".
                   88 OPM-SUSPEND          VALUE "SUS".
                   88 OPM-REMOVE           VALUE "RMV".
                   88 OPM-REINSTATE        VALUE "RIN".
                   88 OPM-RECERTIFY        VALUE "RCT".
               05 OPM-OPERATOR-ID      PIC X(06).
               05 OPM-NAME             PIC X(25).
               05 OPM-ROLE             PIC X(01).
               05 OPM-MANAGER-ID       PIC X(06).
               05 OPM-EXPIRY-DATE      PIC X(10).
               05 OPM-REQUESTED-BY     PIC X(06).
               05 OPM-APPROVED-BY      PIC X(06).
               05 OPM-REASON           PIC X(20).
               05 OPM-STATUS           PIC X(03).
                   88 OPM-APPLIED          VALUE "APR".
                   88 OPM-REJECTED         VALUE "REJ".
               05 OPM-ERROR-CODE       PIC X(03).
                   88 OPM-ERR-BAD-ACTION   VALUE "V01".
                   88 OPM-ERR-NO-SECOND    VALUE "V02".
                   88 OPM-ERR-OWN-ID       VALUE "V03".
                   88 OPM-ERR-NOT-FOUND    VALUE "V04".
                   88 OPM-ERR-DUPLICATE    VALUE "V05".
                   88 OPM-ERR-BAD-ROLE     VALUE "V06".
                   88 OPM-ERR-BAD-MANAGER  VALUE "V07".
                   88 OPM-ERR-BAD-DATE     VALUE "V08".
                   88 OPM-ERR-WRONG-STATE  VALUE "V09".
                   88 OPM-ERR-ROSTER-FULL  VALUE "V10".
               05 FILLER               PIC X(11) VALUE SPACES.
