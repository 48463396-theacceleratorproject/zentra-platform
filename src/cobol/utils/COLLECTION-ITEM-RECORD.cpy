      *              the COLLECTOR-ACTIONS.dat feed, escalates broken
      *              promises, and closes the item C when the loan
      *              cures. Closed items stay on file as the work
      *              history. A loan in a hardship deferral
      *              (LOAN-MODIFICATIONS.dat) is left out of the
      *              queue until its payments resume. A loan under
      *              a bankruptcy stay (BANKRUPTCY-FILINGS.dat) keeps
      *              its item, flagged S, but draws no notices until
      *              the stay ends.
      * USED BY:    LOAN-COLLECTIONS, OFFICER-PORTFOLIO
      *================================================================
           01 COLLECTION-ITEM-RECORD.
               05 CLI-ITEM-ID          PIC X(08).
      *        bucket change is what triggers the next past-due
      *        notice.
               05 CLI-BUCKET           PIC X(03).
      *        Workout standing of the loan (LOAN-MODIFY): M the
      *        loan has been modified - a re-default after a
      *        workout; D the item closed because a hardship
      *        deferral brought the loan current.
               05 CLI-MODIFIED         PIC X(01).
                   88 CLI-LOAN-MODIFIED    VALUE "M".
                   88 CLI-LOAN-DEFERRED    VALUE "D".
      *        S while a borrower on the loan stands in bankruptcy -
      *        the automatic stay: no notices, no broken promises.
               05 CLI-STAY             PIC X(01).
                   88 CLI-IN-STAY          VALUE "S".
               05 FILLER               PIC X(33) VALUE SPACES.
