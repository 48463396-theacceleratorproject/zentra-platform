      *================================================================
      * COPYBOOK:   COMPLAINT-REQUEST-RECORD.cpy
      * DESCRIPTION: One complaint action keyed from the branch, call
      *              centre or mail room onto COMPLAINT-REQUESTS.dat
      *              (200-byte fixed):
      *                OPN - log a new complaint. Customer, channel
      *                      (B branch, P phone, L letter) and category
      *                      (FEE fees, ODR overdraft, DSP disputes, SVC
      *                      service, DSC discrimination, PRV privacy)
      *                      are required; the account, product,
      *                      branch, owner and transaction reference
      *                      are optional. A blank received date is
      *                      today's;
      *                ASN - assign (or reassign) an open complaint to
      *                      CPQ-OWNER;
      *                RES - resolve it with CPQ-RESOLUTION, and when
      *                      a fee is being given back, the fee's date,
      *                      amount and refund reason (ERR, GWL, WVR -
      *                      GWL when blank), which go to FEE-REFUND-
      *                      PROC as a refund request.
      *              CPQ-STATUS/CPQ-ERROR-CODE are filled in by
      *              COMPLAINT-PROC and the same record written back
      *              to COMPLAINT-RESULTS.dat - the request-doubles-
      *              as-result approach ACCOUNT-MAINT-RECORD.cpy uses.
      * USED BY:    COMPLAINT-PROC
      *================================================================
           01 COMPLAINT-REQUEST-RECORD.
               05 CPQ-ACTION           PIC X(03).
                   88 CPQ-OPEN-COMPLAINT   VALUE "OPN".
                   88 CPQ-ASSIGN-OWNER     VALUE "ASN".
                   88 CPQ-RESOLVE          VALUE "RES".
               05 CPQ-COMPLAINT-ID     PIC X(08).
               05 CPQ-CUSTOMER-ID      PIC X(10).
               05 CPQ-ACCOUNT-ID       PIC X(10).
               05 CPQ-RECEIVED-DATE    PIC X(10).
               05 CPQ-CHANNEL          PIC X(01).
               05 CPQ-CATEGORY         PIC X(03).
               05 CPQ-PRODUCT          PIC X(10).
               05 CPQ-BRANCH-CODE      PIC X(06).
               05 CPQ-REFERENCE        PIC X(12).
               05 CPQ-OWNER            PIC X(06).
               05 CPQ-DESCRIPTION      PIC X(44).
               05 CPQ-RESOLUTION       PIC X(30).
               05 CPQ-REFUND-FEE-DATE  PIC X(10).
               05 CPQ-REFUND-AMOUNT    PIC 9(7)V99.
               05 CPQ-REFUND-REASON    PIC X(03).
               05 CPQ-STATUS           PIC X(03).
                   88 CPQ-PENDING          VALUE "PND".
                   88 CPQ-APPLIED          VALUE "APR".
                   88 CPQ-REJECTED         VALUE "REJ".
               05 CPQ-ERROR-CODE       PIC X(03).
                   88 CPQ-ERR-BAD-ACTION   VALUE "Q01".
                   88 CPQ-ERR-NO-CUSTOMER  VALUE "Q02".
                   88 CPQ-ERR-NO-ACCOUNT   VALUE "Q03".
                   88 CPQ-ERR-BAD-CHANNEL  VALUE "Q04".
                   88 CPQ-ERR-BAD-CATEGORY VALUE "Q05".
                   88 CPQ-ERR-NO-COMPLAINT VALUE "Q06".
                   88 CPQ-ERR-BAD-OWNER    VALUE "Q07".
                   88 CPQ-ERR-BAD-DATE     VALUE "Q08".
                   88 CPQ-ERR-BAD-REFUND   VALUE "Q09".
                   88 CPQ-ERR-TABLE-FULL   VALUE "Q10".
               05 FILLER               PIC X(19) VALUE SPACES.
