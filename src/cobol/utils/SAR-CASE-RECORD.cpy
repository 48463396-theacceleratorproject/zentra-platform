      *================================================================
      * COPYBOOK:   SAR-CASE-RECORD.cpy
      * DESCRIPTION: One Suspicious Activity Report case (300-byte
      *              fixed), persisted across runs in SAR-CASES.dat
      *              under data/restricted - the directory only the
      *              compliance group is permissioned on, because a
      *              SAR and even the fact one exists may not be
      *              disclosed. SAR-CASES opens a case from any of
      *              the alert sources (fraud hold, kiting score,
      *              structuring pattern, watchlist hit) or from a
      *              manual referral, and works it through to a
      *              file or no-file decision; a filed case then
      *              stays live for the continuing-activity reviews.
      *              Only SAR-CASE-INQUIRY displays it, and only to
      *              a compliance-role operator.
      * USED BY:    SAR-CASES, SAR-CASE-INQUIRY
      *================================================================
           01 SAR-CASE-RECORD.
               05 SC-CASE-ID           PIC X(08).
               05 SC-STATUS            PIC X(01).
                   88 SC-OPEN              VALUE "O".
      *            SAR filed - the case stays live for the 90-day
      *            continuing-activity review.
                   88 SC-FILED             VALUE "F".
                   88 SC-NO-FILE           VALUE "N".
      *            Continuing-activity review ended the watch.
                   88 SC-CLOSED            VALUE "C".
                   88 SC-LIVE              VALUE "O" "F".
               05 SC-SOURCE            PIC X(03).
                   88 SC-SRC-FRAUD-HOLD    VALUE "FRD".
                   88 SC-SRC-KITING        VALUE "KIT".
                   88 SC-SRC-STRUCTURING   VALUE "STR".
                   88 SC-SRC-WATCHLIST     VALUE "WLS".
                   88 SC-SRC-REFERRAL      VALUE "MAN".
      *        The filing clock runs from the day the activity was
      *        first detected, not from the day someone looked.
               05 SC-DETECT-DATE       PIC X(10).
               05 SC-OPENED-DATE       PIC X(10).
               05 SC-LAST-HIT-DATE     PIC X(10).
               05 SC-HIT-COUNT         PIC 9(03).
               05 SC-TOTAL-AMOUNT      PIC 9(9)V99.
      *        CIF customer IDs - the linked owners of the account
      *        that raised the alert, plus any the investigator adds.
               05 SC-SUBJECT-ID        PIC X(10) OCCURS 3 TIMES.
      *        Involved accounts; the first is the one that raised
      *        the alert.
               05 SC-ACCOUNT-ID        PIC X(10) OCCURS 3 TIMES.
               05 SC-TXN-REF           PIC X(12) OCCURS 3 TIMES.
               05 SC-INVESTIGATOR      PIC X(06).
               05 SC-DECISION          PIC X(01).
                   88 SC-DECIDED-FILE      VALUE "F".
                   88 SC-DECIDED-NO-FILE   VALUE "N".
               05 SC-DECISION-DATE     PIC X(10).
               05 SC-DECIDED-BY        PIC X(06).
               05 SC-RATIONALE         PIC X(60).
      *        Date of the latest filing (initial or continuing) and
      *        how many have gone; the review falls due 90 days on.
               05 SC-FILED-DATE        PIC X(10).
               05 SC-FILING-COUNT      PIC 9(02).
      *        BSA identifier returned on the acknowledgement.
               05 SC-BSA-ID            PIC X(14).
               05 SC-REVIEW-DUE        PIC X(10).
      *        Stamped when the filing extract picks up the latest
      *        filing, so each filing goes out exactly once.
               05 SC-EXTRACT-DATE      PIC X(10).
               05 FILLER               PIC X(19) VALUE SPACES.
