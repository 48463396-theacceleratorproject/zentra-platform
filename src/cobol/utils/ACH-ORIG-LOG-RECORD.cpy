      *================================================================
      * COPYBOOK:   ACH-ORIG-LOG-RECORD.cpy
      * DESCRIPTION: One line of the cumulative origination batch
      *              log, ACH-ORIG-BATCH-LOG.dat (100-byte fixed) -
      *              every decision ACH-ORIG-INTAKE makes on a batch:
      *                A  accepted - offset debit posted to the feed
      *                H  held over the daily exposure limit
      *                L  released by an officer and accepted
      *                D  declined by an officer
      *                R  rejected (AOL-REASON says why)
      *              The amount is what was accepted for sending (the
      *              valid entries), so today's A and L rows are the
      *              company's exposure for the day; an A, H or L
      *              row for a batch ID means the company has already
      *              sent it.
      *              Reasons: ORG not set up or suspended, DUP batch
      *              ID already sent, CTL entry count or control
      *              total does not prove, NOE no valid entries, TYP
      *              not a BUSINESS account, LIM over the exposure
      *              limit, DEC officer declined, and the service
      *              codes E01 unknown account, E02 inactive, E04
      *              short of funds.
      * USED BY:    ACH-ORIG-INTAKE
      *================================================================
           01 ACH-ORIG-LOG-RECORD.
               05 AOL-DATE             PIC X(10).
               05 AOL-ACCOUNT-ID       PIC X(10).
               05 AOL-COMPANY-ID       PIC X(10).
               05 AOL-BATCH-ID         PIC X(10).
               05 AOL-ENTRY-COUNT      PIC 9(05).
               05 AOL-AMOUNT           PIC 9(11)V99.
               05 AOL-STATUS           PIC X(01).
                   88 AOL-ACCEPTED         VALUE "A".
                   88 AOL-HELD             VALUE "H".
                   88 AOL-RELEASED         VALUE "L".
                   88 AOL-DECLINED         VALUE "D".
                   88 AOL-REJECTED         VALUE "R".
               05 AOL-REASON           PIC X(03).
               05 AOL-OFFICER-ID       PIC X(08).
               05 FILLER               PIC X(30) VALUE SPACES.
