      *================================================================
      * COPYBOOK:   TRANSMISSION-ACK-RECORD.cpy
      * DESCRIPTION: One receiver acknowledgement (100-byte fixed) in
      *              data/input/TRANSMISSION-ACKS.dat, keyed from the
      *              receiver's ack or reject notice: the file name
      *              and business date it quotes, the record count it
      *              counted (zeros when the notice gives none),
      *              A accepted or R rejected, the date received and
      *              the receiver's reason for a reject.
      *              OUTBOUND-REGISTRY matches each row to the
      *              transmission awaiting it on TRANSMISSION-LOG.dat
      *              and clears the file once drained.
      * USED BY:    OUTBOUND-REGISTRY
      *================================================================
           01 TRANSMISSION-ACK-RECORD.
               05 XA-FILE-NAME         PIC X(40).
               05 XA-BUS-DATE          PIC X(10).
               05 XA-REC-COUNT         PIC 9(07).
               05 XA-ACK-CODE          PIC X(01).
                   88 XA-ACCEPTED          VALUE "A".
                   88 XA-REJECTED          VALUE "R".
               05 XA-ACK-DATE          PIC X(10).
               05 XA-REASON            PIC X(20).
               05 FILLER               PIC X(12) VALUE SPACES.
