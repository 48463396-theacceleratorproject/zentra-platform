      *================================================================
      * COPYBOOK:   DOC-EXCEPTION-RECORD.cpy
      * DESCRIPTION: One outstanding account document (100-byte
      *              fixed), rewritten in full every night by
      *              DOC-EXCEPTION-PROC on DOC-EXCEPTIONS.dat - the
      *              current list, not a history. DX-CUSTOMER-ID is
      *              spaces when the document is owed against the
      *              account itself. DX-SINCE-DATE is when the
      *              document fell due (the account's open date, or
      *              the requirement's effective date if later) for a
      *              missing one, or the date it lapsed for an
      *              expired one; DX-DAYS-OUT counts from there.
      *              DX-WITHHOLD Y carries the requirement's
      *              DQ-WITHHOLD through, so INTEREST-CALC treats the
      *              account as subject to backup withholding while a
      *              W-9 is outstanding.
      * USED BY:    DOC-EXCEPTION-PROC, INTEREST-CALC
      *================================================================
           01 DOC-EXCEPTION-RECORD.
               05 DX-ACCOUNT-ID        PIC X(10).
               05 DX-CUSTOMER-ID       PIC X(10).
               05 DX-DOC-TYPE          PIC X(06).
               05 DX-ROLE              PIC X(10).
               05 DX-CONDITION         PIC X(01).
                   88 DX-MISSING           VALUE "M".
                   88 DX-EXPIRED           VALUE "E".
               05 DX-SINCE-DATE        PIC X(10).
               05 DX-DAYS-OUT          PIC 9(05).
               05 DX-BRANCH-CODE       PIC X(06).
               05 DX-RESTRICTED        PIC X(01).
                   88 DX-RESTRICT-QUEUED   VALUE "Y".
               05 DX-WITHHOLD          PIC X(01).
                   88 DX-SUBJECT-TO-BWH    VALUE "Y".
               05 FILLER               PIC X(40) VALUE SPACES.
