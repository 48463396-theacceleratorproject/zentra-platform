      *================================================================
      * PROGRAM:    TAX-1042S.cbl
      * DESCRIPTION: Year-end Form 1042-S extract for foreign
      *              persons - the 1099-INT's counterpart for the
      *              customers TAX-1099-INT leaves out. An account
      *              with a foreign owner on the CIF
      *              (CU-FOREIGN-PERSON) extracts one fixed-layout
      *              row from its ACCOUNT-YTD.dat accumulators: the
      *              recipient (the account's first foreign owner),
      *              the recipient's country and foreign TIN from the
      *              W-8 on W8-CERTIFICATES.dat (see
      *              W8-CERTIFICATE-RECORD.cpy), income code 29
      *              (deposit interest), the gross interest, the
      *              chapter 3 rate - the W-8's treaty rate while the
      *              form is in force, the 30% statutory rate when it
      *              has expired or none is on file - and the NRA tax
      *              INTEREST-CALC withheld (AY-YTD-WITHHELD). There
      *              is no reporting floor on the 1042-S: any
      *              interest or any tax withheld reports. IRA/HSA
      *              plans and IOLTA trust accounts stay out, the
      *              same as on the 1099-INT.
      *              A control report of record counts, the treaty
      *              and statutory split and the gross and withheld
      *              totals goes to TAX-1042S-CONTROL.dat, so the
      *              filing can be balanced against the year's
      *              NRA-WITHHOLDING-REMIT.dat deposits before it goes
      *              out the door.
      *              Run on demand at year end - not part of the
      *              nightly BATCH-RUNNER chain.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. TAX-1042S.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT ACCOUNT-YTD-FILE
                   ASSIGN TO "data/output/ACCOUNT-YTD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-YTD-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        CIF and links - optional; with no CIF there is no
      *        foreign person to report.
               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

      *        Optional: the W-8s - a foreign person with none on
      *        file reports at the statutory rate.
               SELECT W8-FILE
                   ASSIGN TO "data/input/W8-CERTIFICATES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-W8-STATUS.

      *        Optional: IRA/HSA plans, whose interest is not
      *        extracted here.
               SELECT TAX-ACCOUNTS-FILE
                   ASSIGN TO "data/input/TAX-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXA-STATUS.

      *        Optional: the product catalog, for IOLTA types.
               SELECT PRODUCT-MASTER-FILE
                   ASSIGN TO "data/input/PRODUCT-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRD-STATUS.

               SELECT EXTRACT-FILE
                   ASSIGN TO "data/output/TAX-1042S.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-EXT-STATUS.

               SELECT CONTROL-REPORT-FILE
                   ASSIGN TO "data/output/TAX-1042S-CONTROL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CTL-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ACCOUNT-YTD-FILE.
           COPY "ACCOUNT-YTD-RECORD.cpy".

           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD W8-FILE.
           01 W8-IO                 PIC X(100).

           FD TAX-ACCOUNTS-FILE.
           01 TAX-ACCOUNT-IO        PIC X(150).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).

           FD EXTRACT-FILE.
           01 EXTRACT-RECORD.
               05 X42-ACCOUNT-ID       PIC X(10).
               05 X42-RECIPIENT-ID     PIC X(10).
               05 X42-RECIPIENT-NAME   PIC X(25).
               05 X42-COUNTRY          PIC X(02).
               05 X42-FOREIGN-TIN      PIC X(20).
               05 X42-TAX-YEAR         PIC X(04).
               05 X42-INCOME-CODE      PIC X(02).
               05 X42-GROSS-INCOME     PIC 9(9)V99.
               05 X42-TAX-RATE         PIC 9(2)V99.
      *        V a W-8 in force, E expired, N none on file.
               05 X42-W8-STATUS        PIC X(01).
               05 X42-WITHHELD         PIC 9(9)V99.
               05 FILLER               PIC X(20) VALUE SPACES.

           FD CONTROL-REPORT-FILE.
           01 CONTROL-RECORD        PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-YTD-STATUS         PIC XX.
               88 WS-YTD-FILE-OK        VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK       VALUE "00".
           01 WS-EXT-STATUS         PIC XX.
               88 WS-EXT-FILE-OK        VALUE "00".
           01 WS-CTL-STATUS         PIC XX.
               88 WS-CTL-FILE-OK        VALUE "00".
           01 WS-EOF-YTD            PIC X VALUE "N".
               88 END-OF-YTD           VALUE "Y".
           01 WS-EOF-ACCT-LOAD      PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".

      *    --- Income code 29 (deposit interest) and the chapter 3
      *        statutory rate ---
           01 WS-INCOME-CODE        PIC X(02) VALUE "29".
           01 WS-STATUTORY-RATE     PIC 9(2)V99 VALUE 30.00.

      *    --- Account types from the master, for the IOLTA test ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WA-ID            PIC X(10).
                   10 WA-TYPE          PIC X(10).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-FOUND-IDX          PIC 9(4) VALUE 0.

      *    --- CIF: the foreign persons only ---
           01 WS-CUST-STATUS        PIC X(2).
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC X(2).
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           COPY "CUSTOMER-RECORD.cpy".
           01 WS-CUST-MAX           PIC 9(4) VALUE 2000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-NAME         PIC X(25).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.
           01 WS-RECIPIENT-IDX      PIC 9(4) VALUE 0.

      *    --- W-8 certificates ---
           01 WS-W8-STATUS          PIC X(2).
               88 WS-W8-FILE-OK        VALUE "00".
           01 WS-EOF-W8             PIC X VALUE "N".
               88 END-OF-W8-LOAD       VALUE "Y".
           COPY "W8-CERTIFICATE-RECORD.cpy".
           01 WS-W8-MAX             PIC 9(4) VALUE 2000.
           01 WS-W8-TABLE.
               05 WS-W8-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-W8-IDX.
                   10 WW8-RECORD       PIC X(100).
           01 WS-W8-COUNT           PIC 9(4) VALUE 0.
           01 WS-W8-FOUND-IDX       PIC 9(4) VALUE 0.

      *    --- IRA/HSA plan accounts, excluded from the extract ---
           01 WS-TXA-STATUS         PIC X(2).
               88 WS-TXA-FILE-OK       VALUE "00".
           01 WS-EOF-TXA            PIC X VALUE "N".
               88 END-OF-TXA-LOAD      VALUE "Y".
           01 WS-PLAN-MAX           PIC 9(4) VALUE 2000.
           01 WS-PLAN-TABLE.
               05 WS-PLAN-ACCOUNT-ID OCCURS 2000 TIMES
                               INDEXED BY WS-PLAN-IDX
                                       PIC X(10).
           01 WS-PLAN-COUNT         PIC 9(4) VALUE 0.
           01 WS-PLAN-FOUND         PIC X VALUE "N".
               88 ACCOUNT-IS-TAX-PLAN  VALUE "Y".

      *    --- IOLTA account types, excluded from the extract ---
           01 WS-PRD-STATUS         PIC X(2).
               88 WS-PRD-FILE-OK       VALUE "00".
           01 WS-EOF-PRD            PIC X VALUE "N".
               88 END-OF-PRD-LOAD      VALUE "Y".
           COPY "PRODUCT-RECORD.cpy".
           01 WS-IOLTA-TYPE-MAX     PIC 99 VALUE 20.
           01 WS-IOLTA-TYPE-TABLE.
               05 WS-IOLTA-TYPE OCCURS 20 TIMES
                               INDEXED BY WS-IOLTA-IDX
                                       PIC X(10).
           01 WS-IOLTA-TYPE-COUNT   PIC 99 VALUE 0.
           01 WS-IOLTA-FOUND        PIC X VALUE "N".
               88 ACCOUNT-IS-IOLTA     VALUE "Y".

      *    --- Control totals ---
           01 WS-YTD-ROWS-READ      PIC 9(5) VALUE 0.
           01 WS-REPORTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-TREATY-COUNT       PIC 9(5) VALUE 0.
           01 WS-STATUTORY-COUNT    PIC 9(5) VALUE 0.
           01 WS-NO-INCOME-COUNT    PIC 9(5) VALUE 0.
           01 WS-EXCLUDED-COUNT     PIC 9(5) VALUE 0.
           01 WS-TOTAL-GROSS        PIC 9(11)V99 VALUE 0.
           01 WS-TOTAL-WITHHELD     PIC 9(11)V99 VALUE 0.
           01 WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(80).

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-ACCOUNT-TYPES
               PERFORM LOAD-FOREIGN-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-W8-CERTIFICATES
               PERFORM LOAD-TAX-PLANS
               PERFORM LOAD-IOLTA-TYPES
               OPEN INPUT ACCOUNT-YTD-FILE
               IF NOT WS-YTD-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNT-YTD.dat"
                   DISPLAY "FILE STATUS: " WS-YTD-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT EXTRACT-FILE
               IF NOT WS-EXT-FILE-OK
                   DISPLAY "ERROR: Cannot open TAX-1042S.dat"
                   DISPLAY "FILE STATUS: " WS-EXT-STATUS
                   STOP RUN
               END-IF
               PERFORM EXTRACT-LOOP
                   UNTIL END-OF-YTD
               CLOSE ACCOUNT-YTD-FILE
               CLOSE EXTRACT-FILE
               PERFORM WRITE-CONTROL-REPORT
               PERFORM DISPLAY-RESULTS
               STOP RUN.

           GET-SYSTEM-DATE.
      *        The business date rules, not the wall clock: when
      *        BATCH-RUNNER has published the processing date from
      *        the BUSINESS-DATE.dat control file, every program in
      *        the chain stamps that date; only outside a controlled
      *        run does the calendar date stand in.
               ACCEPT WS-BUSDATE-ENV FROM ENVIRONMENT
                   "ZENTRA_BUSINESS_DATE"
               IF WS-BUSDATE-ENV(1:4) IS NUMERIC
                   MOVE WS-BUSDATE-ENV(1:4) TO WS-DATE-INT(1:4)
                   MOVE WS-BUSDATE-ENV(6:2) TO WS-DATE-INT(5:2)
                   MOVE WS-BUSDATE-ENV(9:2) TO WS-DATE-INT(7:2)
               ELSE
                   ACCEPT WS-DATE-INT FROM DATE YYYYMMDD
               END-IF
               MOVE WS-DATE-INT(1:4) TO WS-TODAY(1:4)
               MOVE "-"              TO WS-TODAY(5:1)
               MOVE WS-DATE-INT(5:2) TO WS-TODAY(6:2)
               MOVE "-"              TO WS-TODAY(8:1)
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2).

           LOAD-ACCOUNT-TYPES.
               OPEN INPUT ACCOUNTS-FILE
               IF NOT WS-ACCT-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNTS-MASTER.dat"
                   DISPLAY "FILE STATUS: " WS-ACCT-STATUS
                   STOP RUN
               END-IF
               PERFORM LOAD-LOOP
                   UNTIL END-OF-ACCT-LOAD
               CLOSE ACCOUNTS-FILE.

           LOAD-LOOP.
               READ ACCOUNTS-FILE INTO ACCT-FILE-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT-LOAD
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                   AND ACCT-FILE-RECORD(1:10) NOT = SPACES
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE ACCT-FILE-RECORD(1:10)
                           TO WA-ID(WS-ACCT-COUNT)
                       MOVE ACCT-FILE-RECORD(36:10)
                           TO WA-TYPE(WS-ACCT-COUNT)
                   END-IF
               END-READ.

      *    --- Optional CIF files: only a foreign person is kept,
      *        so the table is sized for them, not the whole CIF ---
           LOAD-FOREIGN-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM READ-ONE-CUSTOMER
                       UNTIL END-OF-CUST-LOAD
                   CLOSE CUSTOMER-FILE
               END-IF.

           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-IO
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   MOVE CUSTOMER-IO TO CUSTOMER-RECORD
                   IF CU-FOREIGN-PERSON
                   AND NOT CU-MERGED-AWAY
                   AND WS-CUST-COUNT < WS-CUST-MAX
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-ID
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CU-NAME
                           TO WCU-NAME(WS-CUST-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMER-LINKS.
               OPEN INPUT CUST-LINKS-FILE
               IF WS-CLNK-FILE-OK
                   PERFORM READ-ONE-CUST-LINK
                       UNTIL END-OF-CLNK-LOAD
                   CLOSE CUST-LINKS-FILE
               END-IF.

           READ-ONE-CUST-LINK.
               READ CUST-LINKS-FILE INTO CUST-LINK-IO
               AT END
                   MOVE "Y" TO WS-EOF-CLNK
               NOT AT END
                   IF WS-CLNK-COUNT < WS-CLNK-MAX
                       ADD 1 TO WS-CLNK-COUNT
                       MOVE CUST-LINK-IO(1:10)
                           TO WCL-CUSTOMER-ID(WS-CLNK-COUNT)
                       MOVE CUST-LINK-IO(11:10)
                           TO WCL-ACCOUNT-ID(WS-CLNK-COUNT)
                   END-IF
               END-READ.

           LOAD-W8-CERTIFICATES.
               OPEN INPUT W8-FILE
               IF WS-W8-FILE-OK
                   PERFORM READ-ONE-W8-CERTIFICATE
                       UNTIL END-OF-W8-LOAD
                   CLOSE W8-FILE
               END-IF.

           READ-ONE-W8-CERTIFICATE.
               READ W8-FILE INTO W8-IO
               AT END
                   MOVE "Y" TO WS-EOF-W8
               NOT AT END
                   IF WS-W8-COUNT < WS-W8-MAX
                   AND W8-IO(1:10) NOT = SPACES
                       ADD 1 TO WS-W8-COUNT
                       MOVE W8-IO TO WW8-RECORD(WS-W8-COUNT)
                   END-IF
               END-READ.

           LOAD-TAX-PLANS.
               OPEN INPUT TAX-ACCOUNTS-FILE
               IF WS-TXA-FILE-OK
                   PERFORM READ-ONE-TAX-PLAN
                       UNTIL END-OF-TXA-LOAD
                   CLOSE TAX-ACCOUNTS-FILE
               END-IF.

           READ-ONE-TAX-PLAN.
               READ TAX-ACCOUNTS-FILE INTO TAX-ACCOUNT-IO
               AT END
                   MOVE "Y" TO WS-EOF-TXA
               NOT AT END
                   IF WS-PLAN-COUNT < WS-PLAN-MAX
                   AND TAX-ACCOUNT-IO(1:10) NOT = SPACES
                       ADD 1 TO WS-PLAN-COUNT
                       MOVE TAX-ACCOUNT-IO(1:10)
                           TO WS-PLAN-ACCOUNT-ID(WS-PLAN-COUNT)
                   END-IF
               END-READ.

           CHECK-TAX-PLAN.
               MOVE "N" TO WS-PLAN-FOUND
               PERFORM VARYING WS-PLAN-IDX FROM 1 BY 1
                   UNTIL WS-PLAN-IDX > WS-PLAN-COUNT
                   OR ACCOUNT-IS-TAX-PLAN
                   IF WS-PLAN-ACCOUNT-ID(WS-PLAN-IDX) = AY-ACCOUNT-ID
                       MOVE "Y" TO WS-PLAN-FOUND
                   END-IF
               END-PERFORM.

           LOAD-IOLTA-TYPES.
               OPEN INPUT PRODUCT-MASTER-FILE
               IF WS-PRD-FILE-OK
                   PERFORM READ-ONE-PRODUCT-ROW
                       UNTIL END-OF-PRD-LOAD
                   CLOSE PRODUCT-MASTER-FILE
               END-IF.

           READ-ONE-PRODUCT-ROW.
               READ PRODUCT-MASTER-FILE INTO PRODUCT-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-PRD
               NOT AT END
                   MOVE PRODUCT-MASTER-IO TO PRODUCT-RECORD
                   IF PRD-IS-IOLTA
                   AND PRD-TYPE-CODE NOT = SPACES
                   AND WS-IOLTA-TYPE-COUNT < WS-IOLTA-TYPE-MAX
                       ADD 1 TO WS-IOLTA-TYPE-COUNT
                       MOVE PRD-TYPE-CODE
                           TO WS-IOLTA-TYPE(WS-IOLTA-TYPE-COUNT)
                   END-IF
               END-READ.

           CHECK-IOLTA.
               MOVE "N" TO WS-IOLTA-FOUND
               IF WS-IOLTA-TYPE-COUNT = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE 0 TO WS-FOUND-IDX
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   IF WA-ID(WS-ACCT-IDX) = AY-ACCOUNT-ID
                       MOVE WS-ACCT-IDX TO WS-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-FOUND-IDX = 0
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-IOLTA-IDX FROM 1 BY 1
                   UNTIL WS-IOLTA-IDX > WS-IOLTA-TYPE-COUNT
                   OR ACCOUNT-IS-IOLTA
                   IF WS-IOLTA-TYPE(WS-IOLTA-IDX)
                       = WA-TYPE(WS-FOUND-IDX)
                       MOVE "Y" TO WS-IOLTA-FOUND
                   END-IF
               END-PERFORM.

      *    The recipient is the account's first linked foreign
      *    person - the table holds nobody else.
           FIND-FOREIGN-RECIPIENT.
               MOVE 0 TO WS-RECIPIENT-IDX
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   OR WS-RECIPIENT-IDX > 0
                   IF WCL-ACCOUNT-ID(WS-CLNK-IDX) = AY-ACCOUNT-ID
                       PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                           UNTIL WS-CUST-IDX > WS-CUST-COUNT
                           OR WS-RECIPIENT-IDX > 0
                           IF WCU-CUSTOMER-ID(WS-CUST-IDX)
                               = WCL-CUSTOMER-ID(WS-CLNK-IDX)
                               MOVE WS-CUST-IDX TO WS-RECIPIENT-IDX
                           END-IF
                       END-PERFORM
                   END-IF
               END-PERFORM.

           FIND-W8-CERTIFICATE.
               MOVE 0 TO WS-W8-FOUND-IDX
               PERFORM VARYING WS-W8-IDX FROM 1 BY 1
                   UNTIL WS-W8-IDX > WS-W8-COUNT
                   IF WW8-RECORD(WS-W8-IDX)(1:10)
                       = WCU-CUSTOMER-ID(WS-RECIPIENT-IDX)
                       MOVE WS-W8-IDX TO WS-W8-FOUND-IDX
                   END-IF
               END-PERFORM.

           EXTRACT-LOOP.
               READ ACCOUNT-YTD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-YTD
               NOT AT END
                   ADD 1 TO WS-YTD-ROWS-READ
                   PERFORM FIND-FOREIGN-RECIPIENT
                   IF WS-RECIPIENT-IDX > 0
                       PERFORM CHECK-TAX-PLAN
                       PERFORM CHECK-IOLTA
                       IF ACCOUNT-IS-TAX-PLAN OR ACCOUNT-IS-IOLTA
                           ADD 1 TO WS-EXCLUDED-COUNT
                       ELSE
                       IF AY-YTD-INTEREST = 0
                       AND AY-YTD-WITHHELD = 0
                           ADD 1 TO WS-NO-INCOME-COUNT
                       ELSE
                           PERFORM WRITE-ONE-EXTRACT-ROW
                       END-IF
                       END-IF
                   END-IF
               END-READ.

      *    The rate reported is the one the form supports today:
      *    the treaty rate under a W-8 in force, otherwise the
      *    statutory rate an undocumented foreign person withholds
      *    at.
           WRITE-ONE-EXTRACT-ROW.
               MOVE SPACES TO EXTRACT-RECORD
               MOVE AY-ACCOUNT-ID   TO X42-ACCOUNT-ID
               MOVE WCU-CUSTOMER-ID(WS-RECIPIENT-IDX)
                                    TO X42-RECIPIENT-ID
               MOVE WCU-NAME(WS-RECIPIENT-IDX)
                                    TO X42-RECIPIENT-NAME
               MOVE AY-YEAR         TO X42-TAX-YEAR
               MOVE WS-INCOME-CODE  TO X42-INCOME-CODE
               MOVE AY-YTD-INTEREST TO X42-GROSS-INCOME
               MOVE AY-YTD-WITHHELD TO X42-WITHHELD
               MOVE WS-STATUTORY-RATE TO X42-TAX-RATE
               MOVE "N" TO X42-W8-STATUS
               PERFORM FIND-W8-CERTIFICATE
               IF WS-W8-FOUND-IDX > 0
                   MOVE WW8-RECORD(WS-W8-FOUND-IDX)
                       TO W8-CERTIFICATE-RECORD
                   MOVE W8-COUNTRY     TO X42-COUNTRY
                   MOVE W8-FOREIGN-TIN TO X42-FOREIGN-TIN
                   IF W8-EXPIRY-DATE NOT < WS-TODAY
                   AND W8-TREATY-RATE-X IS NUMERIC
                       MOVE W8-TREATY-RATE TO X42-TAX-RATE
                       MOVE "V" TO X42-W8-STATUS
                   ELSE
                       MOVE "E" TO X42-W8-STATUS
                   END-IF
               END-IF
               IF X42-W8-STATUS = "V"
                   ADD 1 TO WS-TREATY-COUNT
               ELSE
                   ADD 1 TO WS-STATUTORY-COUNT
               END-IF
               WRITE EXTRACT-RECORD
               ADD 1 TO WS-REPORTED-COUNT
               ADD AY-YTD-INTEREST TO WS-TOTAL-GROSS
               ADD AY-YTD-WITHHELD TO WS-TOTAL-WITHHELD.

           WRITE-CONTROL-REPORT.
               OPEN OUTPUT CONTROL-REPORT-FILE
               IF NOT WS-CTL-FILE-OK
                   DISPLAY "ERROR: Cannot open TAX-1042S-CONTROL.dat"
                   DISPLAY "FILE STATUS: " WS-CTL-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - 1042-S CONTROL REPORT  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE ALL "=" TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  YTD ROWS READ        : " DELIMITED SIZE
                   WS-YTD-ROWS-READ DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  FOREIGN PERSONS      : " DELIMITED SIZE
                   WS-CUST-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  1042-S RECORDS       : " DELIMITED SIZE
                   WS-REPORTED-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "    AT TREATY RATE     : " DELIMITED SIZE
                   WS-TREATY-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "    AT 30% STATUTORY   : " DELIMITED SIZE
                   WS-STATUTORY-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  NO INCOME OR TAX     : " DELIMITED SIZE
                   WS-NO-INCOME-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  PLAN/IOLTA EXCLUDED  : " DELIMITED SIZE
                   WS-EXCLUDED-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE WS-TOTAL-GROSS TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL GROSS INCOME   : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               MOVE WS-TOTAL-WITHHELD TO WS-DISP-TOTAL
               MOVE SPACES TO WS-OUT-LINE
               STRING "  TOTAL TAX WITHHELD   : " DELIMITED SIZE
                   WS-DISP-TOTAL DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO CONTROL-RECORD
               WRITE CONTROL-RECORD
               CLOSE CONTROL-REPORT-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - 1042-S Tax Extract"
               DISPLAY "=============================================="
               DISPLAY "  YTD Rows Read      : " WS-YTD-ROWS-READ
               DISPLAY "  Foreign Persons    : " WS-CUST-COUNT
               DISPLAY "  Records Extracted  : " WS-REPORTED-COUNT
               DISPLAY "  At Treaty Rate     : " WS-TREATY-COUNT
               DISPLAY "  At Statutory Rate  : " WS-STATUTORY-COUNT
               DISPLAY "  No Income or Tax   : " WS-NO-INCOME-COUNT
               DISPLAY "  IRA/HSA/IOLTA Excl : " WS-EXCLUDED-COUNT
               MOVE WS-TOTAL-GROSS TO WS-DISP-TOTAL
               DISPLAY "  Total Gross        : " WS-DISP-TOTAL
               MOVE WS-TOTAL-WITHHELD TO WS-DISP-TOTAL
               DISPLAY "  Total Withheld     : " WS-DISP-TOTAL
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/TAX-1042S.dat"
               DISPLAY "  → data/output/TAX-1042S-CONTROL.dat"
               DISPLAY "==============================================".
