      *================================================================
      * COPYBOOK:   COMPLAINT-RECORD.cpy
      * DESCRIPTION: One customer complaint (200-byte fixed), persisted
      *              across runs in data/output/COMPLAINTS.dat the same
      *              way DISPUTE-CASES.dat carries dispute cases -
      *              the complaint register examiners review. Keyed
      *              to the CIF customer and, when the complaint is
      *              about one, an account; product and branch default
      *              from that account at intake.
      *              Lifecycle: a complaint opens O (unassigned) or A
      *              (assigned to an owner); a resolution closes it R
      *              and stays on file. CPL-DUE-DATE is the internal
      *              response deadline stamped at intake; COMPLAINT-
      *              AGING sets CPL-LATE once a live complaint passes
      *              it, and a complaint resolved after it keeps the
      *              mark, so the register shows every late response.
      *              A refund given as part of the resolution is not
      *              posted here - it is queued to FEE-REFUND-PROC
      *              (CPL-REFUND-STATUS Q) and COMPLAINT-AGING records
      *              what FEE-REFUND-PROC made of it (I issued, R
      *              rejected). A complaint about a transaction names
      *              its TR-REFERENCE, and is linked to the
      *              DISPUTE-CASES.dat case opened on that reference
      *              as soon as there is one.
      * USED BY:    COMPLAINT-PROC, COMPLAINT-AGING, COMPLAINT-TREND
      *================================================================
           01 COMPLAINT-RECORD.
               05 CPL-COMPLAINT-ID     PIC X(08).
               05 CPL-CUSTOMER-ID      PIC X(10).
               05 CPL-ACCOUNT-ID       PIC X(10).
               05 CPL-RECEIVED-DATE    PIC X(10).
               05 CPL-CHANNEL          PIC X(01).
                   88 CPL-BY-BRANCH        VALUE "B".
                   88 CPL-BY-PHONE         VALUE "P".
                   88 CPL-BY-LETTER        VALUE "L".
               05 CPL-CATEGORY         PIC X(03).
                   88 CPL-CAT-FEES         VALUE "FEE".
                   88 CPL-CAT-OVERDRAFT    VALUE "ODR".
                   88 CPL-CAT-DISPUTE      VALUE "DSP".
                   88 CPL-CAT-SERVICE      VALUE "SVC".
                   88 CPL-CAT-DISCRIM      VALUE "DSC".
                   88 CPL-CAT-PRIVACY      VALUE "PRV".
               05 CPL-PRODUCT          PIC X(10).
               05 CPL-BRANCH-CODE      PIC X(06).
               05 CPL-DESCRIPTION      PIC X(44).
      *        Operator (OPERATORS.dat) working the complaint.
               05 CPL-OWNER            PIC X(06).
               05 CPL-STATUS           PIC X(01).
                   88 CPL-OPEN             VALUE "O".
                   88 CPL-ASSIGNED         VALUE "A".
                   88 CPL-RESOLVED         VALUE "R".
                   88 CPL-LIVE             VALUE "O" "A".
               05 CPL-DUE-DATE         PIC X(10).
               05 CPL-LATE             PIC X(01).
                   88 CPL-PAST-DUE         VALUE "Y".
               05 CPL-RESOLVED-DATE    PIC X(10).
               05 CPL-RESOLUTION       PIC X(30).
      *        The fee refunded: its posting date and amount, as
      *        FEE-REFUND-PROC matches it to the original fee.
               05 CPL-REFUND-FEE-DATE  PIC X(10).
               05 CPL-REFUND-AMOUNT    PIC 9(7)V99.
               05 CPL-REFUND-STATUS    PIC X(01).
                   88 CPL-NO-REFUND        VALUE " ".
                   88 CPL-REFUND-QUEUED    VALUE "Q".
                   88 CPL-REFUND-ISSUED    VALUE "I".
                   88 CPL-REFUND-REJECTED  VALUE "R".
               05 CPL-REFERENCE        PIC X(12).
               05 CPL-DISPUTE-CASE-ID  PIC X(08).
