      *================================================================
      * COPYBOOK:   DOC-RECEIPT-RECORD.cpy
      * DESCRIPTION: One document received (100-byte fixed), one row
      *              per document on DOCUMENT-RECEIPTS.dat, keyed by
      *              DR-KEY-KIND and DR-KEY-ID: A an account ID, C a
      *              CIF customer ID - the same split
      *              DOC-REQUIREMENT-RECORD's DQ-SCOPE makes.
      *              DR-EXPIRY-DATE is spaces for a document that
      *              never lapses (a signature card, a W-9); an
      *              identification document carries the date it
      *              expires. A renewed document is a new row - the
      *              old one stays as the record - and any row still
      *              in force satisfies the requirement.
      *              DR-RECEIVED-BY is the staff member who logged it
      *              (OPERATORS.dat).
      * USED BY:    DOC-EXCEPTION-PROC
      *================================================================
           01 DOC-RECEIPT-RECORD.
               05 DR-KEY-KIND          PIC X(01).
                   88 DR-FOR-ACCOUNT       VALUE "A".
                   88 DR-FOR-CUSTOMER      VALUE "C".
               05 DR-KEY-ID            PIC X(10).
               05 DR-DOC-TYPE          PIC X(06).
               05 DR-RECEIVED-DATE     PIC X(10).
               05 DR-EXPIRY-DATE       PIC X(10).
               05 DR-RECEIVED-BY       PIC X(06).
               05 FILLER               PIC X(57) VALUE SPACES.
