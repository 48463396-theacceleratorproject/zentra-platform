      *================================================================
      * COPYBOOK:   ACH-ORIGINATOR-RECORD.cpy
      * DESCRIPTION: One business customer set up to originate ACH
      *              through us, on ACH-ORIGINATORS.dat (60-byte
      *              fixed): the BUSINESS account the batches settle
      *              against, the company ID and name, and the daily
      *              exposure limit - the most the company may have
      *              accepted for sending in one business day before
      *              a batch waits for an officer. A zero limit sends
      *              every batch to an officer. Status "S" suspends
      *              the company: its batches are refused.
      * USED BY:    ACH-ORIG-INTAKE
      *================================================================
           01 ACH-ORIGINATOR-RECORD.
               05 AOR-ACCOUNT-ID       PIC X(10).
               05 AOR-COMPANY-ID       PIC X(10).
               05 AOR-COMPANY-NAME     PIC X(16).
               05 AOR-DAILY-LIMIT      PIC 9(9)V99.
               05 AOR-STATUS           PIC X(01).
                   88 AOR-ACTIVE           VALUE "A" " ".
                   88 AOR-SUSPENDED        VALUE "S".
               05 FILLER               PIC X(12) VALUE SPACES.
