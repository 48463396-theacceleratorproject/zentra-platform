      *================================================================
      * COPYBOOK:   ACH-ORIG-BATCH-RECORD.cpy
      * DESCRIPTION: One row of a business customer's ACH
      *              origination file, ACH-ORIG-BATCHES.dat (100-byte
      *              fixed). Each batch is an "H" header naming the
      *              company's BUSINESS account, its batch ID, the
      *              entry count and control total, followed by one
      *              "E" row per credit to be sent: the receiver's
      *              routing number, account, amount, name and the
      *              company's own reference for the receiver (an
      *              employee or vendor number). A file may carry
      *              any number of batches. A batch held over the
      *              company's daily exposure limit is kept row for
      *              row in this same layout on ACH-ORIG-HELD.dat
      *              until an officer releases or declines it.
      * USED BY:    ACH-ORIG-INTAKE
      *================================================================
           01 ACH-ORIG-BATCH-RECORD.
               05 AOB-RECORD-TYPE      PIC X(01).
                   88 AOB-HEADER           VALUE "H".
                   88 AOB-ENTRY            VALUE "E".
               05 AOB-BODY             PIC X(99).
               05 AOB-HEADER-BODY REDEFINES AOB-BODY.
                   10 AOB-ACCOUNT-ID       PIC X(10).
                   10 AOB-BATCH-ID         PIC X(10).
                   10 AOB-ENTRY-COUNT      PIC 9(05).
                   10 AOB-CONTROL-TOTAL    PIC 9(11)V99.
      *            Company entry description (PAYROLL, VENDOR PAY)
      *            - carried onto the offsetting debit.
                   10 AOB-BATCH-DESC       PIC X(10).
                   10 FILLER               PIC X(51).
               05 AOB-ENTRY-BODY REDEFINES AOB-BODY.
                   10 AOB-RECV-ROUTING     PIC X(09).
                   10 AOB-RECV-ACCOUNT     PIC X(10).
                   10 AOB-AMOUNT           PIC 9(9)V99.
                   10 AOB-RECV-NAME        PIC X(22).
                   10 AOB-RECV-ID          PIC X(15).
                   10 FILLER               PIC X(32).
