           01 HOLD-QUEUE-IO         PIC X(100).

           FD FEE-SCHEDULE-FILE.
           01 FEE-SCHEDULE-IO       PIC X(80).

           FD RDI-FEES-FILE.
           01 RDI-FEE-IO            PIC X(40).
