      *================================================================
      * COPYBOOK:   RTP-MESSAGE-RECORD.cpy
      * DESCRIPTION: One instant-payment message awaiting RTP-GATEWAY
      *              (120-byte fixed), queued on
      *              data/input/RTP-MESSAGES.dat in arrival order by
      *              the network interface (inbound credits) and the
      *              customer channels (outbound payment requests).
      *              RM-MESSAGE-ID is the network's end-to-end ID - a
      *              message already on RTP-ACTIVITY.dat is a
      *              retransmission and is answered, not re-posted.
      * USED BY:    RTP-GATEWAY
      *================================================================
           01 RTP-MESSAGE-RECORD.
               05 RM-MESSAGE-ID        PIC X(16).
               05 RM-DIRECTION         PIC X(01).
                   88 RM-INBOUND           VALUE "I".
                   88 RM-OUTBOUND          VALUE "O".
               05 RM-ACCOUNT-ID        PIC X(10).
               05 RM-AMOUNT            PIC 9(9)V99.
      *        The other bank's side: the originator of an inbound
      *        credit, the beneficiary of an outbound payment.
               05 RM-CPTY-ROUTING      PIC X(09).
               05 RM-CPTY-ACCOUNT      PIC X(10).
               05 RM-CPTY-NAME         PIC X(30).
               05 RM-DESCRIPTION       PIC X(30).
               05 FILLER               PIC X(03).
