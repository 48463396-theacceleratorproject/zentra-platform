      *================================================================
      * COPYBOOK:   COOLING-OFF-HOLD-RECORD.cpy
      * DESCRIPTION: One item held during an account's post-profile-
      *              change cooling-off window, on the register
      *              data/output/COOLING-OFF-HOLDS.dat (320-byte
      *              fixed, load in full / rewrite in full, owned by
      *              the COOLING-OFF-CHECK service). The item image
      *              is the request exactly as the channel program
      *              read it - an OFFICIAL-CHECK-REQ-RECORD (OCK), a
      *              CARD-MAINT-RECORD (CRD) or a TRANSACTION-RECORD
      *              (ACH) - so a released item goes back into its
      *              channel's own feed unchanged. The item key is
      *              what the channel matches a re-fed item on: the
      *              payee for a check, the card number for a
      *              reissue, the transaction reference for an ACH.
      *              Status:
      *                H - held, waiting for a reviewer
      *                R - released by COOLING-OFF-REVIEW and re-fed;
      *                    the channel lets it through once
      *                D - declined by COOLING-OFF-REVIEW
      *                X - released item re-presented and let
      *                    through (consumed)
      * USED BY:    COOLING-OFF-CHECK, COOLING-OFF-REVIEW,
      *             PROFILE-CHANGE-REPORT
      *================================================================
           01 COOLING-OFF-HOLD-RECORD.
               05 CH-HOLD-ID           PIC X(08).
               05 CH-CHANNEL           PIC X(03).
                   88 CH-OFFICIAL-CHECK    VALUE "OCK".
                   88 CH-CARD-REISSUE      VALUE "CRD".
                   88 CH-OUTBOUND-ACH      VALUE "ACH".
               05 CH-STATUS            PIC X(01).
                   88 CH-HELD              VALUE "H".
                   88 CH-RELEASED          VALUE "R".
                   88 CH-DECLINED          VALUE "D".
                   88 CH-CONSUMED          VALUE "X".
               05 CH-HOLD-DATE         PIC X(10).
               05 CH-ACCOUNT-ID        PIC X(10).
               05 CH-CUSTOMER-ID       PIC X(10).
               05 CH-CHANGE-DATE       PIC X(10).
               05 CH-AMOUNT            PIC 9(9)V99.
               05 CH-ITEM-KEY          PIC X(25).
               05 CH-DECIDED-BY        PIC X(06).
               05 CH-DECIDED-DATE      PIC X(10).
               05 CH-ITEM              PIC X(200).
               05 FILLER               PIC X(16) VALUE SPACES.
