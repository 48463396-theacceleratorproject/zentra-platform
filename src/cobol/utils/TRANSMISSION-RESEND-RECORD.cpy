      *================================================================
      * COPYBOOK:   TRANSMISSION-RESEND-RECORD.cpy
      * DESCRIPTION: One request to send an outbound interface file
      *              again (100-byte fixed) in
      *              data/input/TRANSMISSION-RESENDS.dat: the file,
      *              the operator asking, and - for a file the
      *              receiver has not rejected - the supervisor who
      *              overrides the send-once rule (an operator ID
      *              from OPERATORS.dat, not the requester).
      *              OUTBOUND-REGISTRY decides each row and clears
      *              the file once drained.
      * USED BY:    OUTBOUND-REGISTRY
      *================================================================
           01 TRANSMISSION-RESEND-RECORD.
               05 XR-FILE-NAME         PIC X(40).
               05 XR-REQUESTED-BY      PIC X(06).
               05 XR-OVERRIDE-BY       PIC X(06).
               05 XR-REASON            PIC X(20).
               05 FILLER               PIC X(28) VALUE SPACES.
