      *================================================================
      * COPYBOOK:   COOLING-OFF-AREA.cpy
      * DESCRIPTION: Request/reply area for the COOLING-OFF-CHECK
      *              service - the one place that knows which
      *              accounts sit inside a cooling-off window after a
      *              contact-profile change (PROFILE-CHANGES.dat) and
      *              which of their high-risk items are held on
      *              COOLING-OFF-HOLDS.dat. Called by every channel
      *              that can move money or plastic out of the bank
      *              on the customer's say-so.
      *              Functions:
      *                INIT  - load the terms, the open windows, the
      *                        customer-account links and the hold
      *                        register
      *                CHECK - is COQ-ACCOUNT-ID inside a window?
      *                        Returns the customer whose change
      *                        opened it, the change date, the last
      *                        day of the window, and the outbound
      *                        ACH threshold from the terms
      *                HOLD  - present one item (channel, account,
      *                        amount, key, image) from an account
      *                        CHECK found in a window. A reviewer's
      *                        release on file for the same item lets
      *                        it through once (disposition R); a
      *                        decline refuses it (D); otherwise it
      *                        is held - registered on first sight,
      *                        left alone when already waiting (H)
      *                SAVE  - rewrite the hold register
      * USED BY:    COOLING-OFF-CHECK, OFFICIAL-CHECK-ISSUE,
      *             CARD-MAINT, TXN-VALIDATOR
      *================================================================
           01 COOLING-OFF-REQUEST.
               05 COQ-FUNCTION         PIC X(09).
                   88 COQ-INIT             VALUE "INIT     ".
                   88 COQ-CHECK            VALUE "CHECK    ".
                   88 COQ-HOLD             VALUE "HOLD     ".
                   88 COQ-SAVE             VALUE "SAVE     ".
               05 COQ-BUSDATE          PIC X(10).
               05 COQ-CHANNEL          PIC X(03).
               05 COQ-ACCOUNT-ID       PIC X(10).
               05 COQ-AMOUNT           PIC 9(9)V99.
               05 COQ-ITEM-KEY         PIC X(25).
               05 COQ-ITEM             PIC X(200).
               05 FILLER               PIC X(12).

           01 COOLING-OFF-REPLY.
               05 COR-IN-WINDOW        PIC X(01).
                   88 COR-WINDOW-OPEN      VALUE "Y".
               05 COR-CUSTOMER-ID      PIC X(10).
               05 COR-CHANGE-DATE      PIC X(10).
               05 COR-COOL-END-DATE    PIC X(10).
               05 COR-ACH-THRESHOLD    PIC 9(7)V99.
               05 COR-DISPOSITION      PIC X(01).
                   88 COR-HELD             VALUE "H".
                   88 COR-RELEASED         VALUE "R".
                   88 COR-DECLINED         VALUE "D".
               05 COR-HOLD-ID          PIC X(08).
      *        "00" while the service is healthy; "16" when the
      *        hold register is past capacity and an item could not
      *        be registered - the caller refuses the item rather
      *        than let it through unheld.
               05 COR-SERVICE-RC       PIC X(02).
               05 FILLER               PIC X(09).
