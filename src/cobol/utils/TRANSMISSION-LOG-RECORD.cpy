      *================================================================
      * COPYBOOK:   TRANSMISSION-LOG-RECORD.cpy
      * DESCRIPTION: One transmission of an outbound interface file
      *              (220-byte fixed) in the cumulative
      *              data/output/TRANSMISSION-LOG.dat - what was sent,
      *              to whom, when, and whether the receiver took it.
      *              OUTBOUND-REGISTRY keeps the log (load in full,
      *              rewrite in full). The file is known by its
      *              fingerprint - record count, hash total and the
      *              leading bytes of its first and last rows, the
      *              FILE-REGISTRY treatment - so a file left
      *              unchanged in data/output is not sent twice.
      *              XL-BUS-DATE is the business date the file was
      *              first sent for; a resend keeps it, and it is
      *              what the receiver's acknowledgement quotes.
      *              XL-STATUS:
      *                S - sent, awaiting acknowledgement; overdue
      *                    once XL-CUTOFF-DATE has passed
      *                A - accepted by the receiver
      *                R - rejected by the receiver (XL-ACK-REASON)
      *                X - superseded by a later resend of the file
      *              A resend (XL-RESEND) of a file not rejected
      *              carries the supervisor who allowed it.
      * USED BY:    OUTBOUND-REGISTRY, BATCH-STATUS
      *================================================================
           01 TRANSMISSION-LOG-RECORD.
               05 XL-FILE-NAME         PIC X(40).
               05 XL-BUS-DATE          PIC X(10).
               05 XL-REC-COUNT         PIC 9(07).
               05 XL-HASH-TOTAL        PIC 9(13)V99.
               05 XL-HASH-SOURCE       PIC X(01).
                   88 XL-HASH-NACHA        VALUE "N".
                   88 XL-HASH-CONTROL      VALUE "C".
                   88 XL-HASH-NONE         VALUE " ".
               05 XL-FIRST-ROW         PIC X(20).
               05 XL-LAST-ROW          PIC X(20).
               05 XL-DESTINATION       PIC X(20).
               05 XL-SEND-DATE         PIC X(10).
               05 XL-SEND-TIME         PIC X(08).
               05 XL-CUTOFF-DATE       PIC X(10).
               05 XL-KIND              PIC X(01).
                   88 XL-ORIGINAL          VALUE "O".
                   88 XL-RESEND            VALUE "R".
               05 XL-STATUS            PIC X(01).
                   88 XL-AWAITING-ACK      VALUE "S".
                   88 XL-ACCEPTED          VALUE "A".
                   88 XL-REJECTED          VALUE "R".
                   88 XL-SUPERSEDED        VALUE "X".
               05 XL-ACK-DATE          PIC X(10).
               05 XL-ACK-REASON        PIC X(20).
               05 XL-REQUESTED-BY      PIC X(06).
               05 XL-OVERRIDE-BY       PIC X(06).
               05 FILLER               PIC X(15) VALUE SPACES.
