      *================================================================
      * COPYBOOK:   OFFICER-MAINT-RECORD.cpy
      * DESCRIPTION: One account officer assignment request on
      *              OFFICER-MAINT-REQUESTS.dat (100-byte fixed). The
      *              same layout comes back on OFFICER-MAINT-RESULTS.dat
      *              with OMR-OUTCOME filled in (APR, or the reason
      *              code the request was refused with) and, for
      *              REASSIGN, the number of relationships moved.
      *                ASSIGN   - give deposit account (kind D) or
      *                           loan (kind L) OMR-ENTITY-ID to
      *                           officer OMR-OFFICER-ID, replacing
      *                           whoever held it
      *                UNASSIGN - take the relationship off its
      *                           officer
      *                REASSIGN - hand every relationship officer
      *                           OMR-FROM-OFFICER holds to
      *                           OMR-OFFICER-ID in one request (the
      *                           officer leaving the bank); kind D
      *                           or L moves only deposits or only
      *                           loans, blank moves both
      * USED BY:    OFFICER-MAINT
      *================================================================
           01 OFFICER-MAINT-RECORD.
               05 OMR-ACTION           PIC X(08).
                   88 OMR-ASSIGN           VALUE "ASSIGN  ".
                   88 OMR-UNASSIGN         VALUE "UNASSIGN".
                   88 OMR-REASSIGN         VALUE "REASSIGN".
               05 OMR-ENTITY-KIND      PIC X(01).
                   88 OMR-DEPOSIT          VALUE "D".
                   88 OMR-LOAN             VALUE "L".
                   88 OMR-BOTH-KINDS       VALUE " ".
               05 OMR-ENTITY-ID        PIC X(10).
               05 OMR-OFFICER-ID       PIC X(06).
               05 OMR-FROM-OFFICER     PIC X(06).
               05 OMR-OUTCOME          PIC X(03).
               05 OMR-MOVED-COUNT      PIC 9(05).
               05 FILLER               PIC X(61) VALUE SPACES.
