      *================================================================
      * COPYBOOK:   ACH-INBOUND-RECORD.cpy
      * DESCRIPTION: One inbound ACH entry from another institution
      *              on the processor's INBOUND-ACH.dat receipt file
      *              (100-byte fixed) - a payroll or vendor credit, or
      *              a debit a company is collecting, originated
      *              elsewhere and addressed to one of our accounts.
      *              AIN-STATUS/AIN-REASON-CODE are filled
      *              in by ACH-INBOUND-PROC as each item is validated
      *              against the account master; an item that cannot
      *              be posted is written back out as a return record
      *              instead of silently dropped - the request-
      *              doubles-as-result approach ACCOUNT-MAINT-
      *              RECORD.cpy uses.
      * USED BY:    ACH-INBOUND-PROC, NACHA-IMPORT
      *================================================================
           01 ACH-INBOUND-RECORD.
               05 AIN-ROUTING          PIC X(09).
                   88 AIN-RTN-NO-ACCOUNT   VALUE "R03".
                   88 AIN-RTN-CLOSED       VALUE "R02".
                   88 AIN-RTN-FROZEN       VALUE "R16".
      *            A debit the account holder has not authorized -
      *            refused by the ACH-FILTER.dat debit block: R29
      *            for a business account, R10 for a consumer one.
                   88 AIN-RTN-UNAUTH-CORP  VALUE "R29".
                   88 AIN-RTN-UNAUTH-CONS  VALUE "R10".
      *        Entry direction (was FILLER) - a row from before debits
      *        were carried has a blank here and is a credit.
               05 AIN-ENTRY-TYPE       PIC X(01).
                   88 AIN-CREDIT           VALUE "C" " ".
                   88 AIN-DEBIT            VALUE "D".
      *        Originating company identification from the NACHA
      *        batch header - the key the debit filter matches on.
               05 AIN-COMPANY-ID       PIC X(10).
               05 FILLER               PIC X(28) VALUE SPACES.
