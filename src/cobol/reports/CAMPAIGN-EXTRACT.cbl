      *================================================================
      * PROGRAM:    CAMPAIGN-EXTRACT.cbl
      * DESCRIPTION: Marketing campaign list extract. Each row on
      *              CAMPAIGN-CRITERIA.dat (see
      *              CAMPAIGN-CRITERIA-RECORD.cpy) selects the
      *              customers holding an open account of the wanted
      *              product, at the wanted branch, inside the
      *              balance range, and whose age falls in the band.
      *              Before a selected customer reaches the list:
      *                - a merged-away CIF row (CU-MERGED-AWAY) is
      *                  dropped - the survivor is selected in its
      *                  own right;
      *                - a deceased customer is dropped - anyone
      *                  linked to an account on estate hold (AR-
      *                  ESTATE-HOLD, set by ESTATE-PROCESS from the
      *                  deceased notice);
      *                - a customer with a bankruptcy case filed or
      *                  discharged on BANKRUPTCY-FILINGS.dat is
      *                  dropped;
      *                - on a list going to an affiliate, a customer
      *                  who opted out of affiliate sharing is
      *                  dropped;
      *                - every channel the customer opted out of on
      *                  PRIVACY-PREFERENCES.dat (kept by CUSTOMER-
      *                  MAINT) is blanked from their row - mail,
      *                  email, phone, SMS, with do-not-call blanking
      *                  phone and SMS both - and a customer left
      *                  with no usable channel the campaign wants is
      *                  dropped.
      *              The list goes to CAMPAIGN-LIST.dat, one row per
      *              customer per campaign, and every extract - who
      *              asked, on what criteria, and how many customers
      *              each rule kept off - is appended to the
      *              cumulative CAMPAIGN-EXTRACT-LOG.dat (see
      *              CAMPAIGN-LOG-RECORD.cpy). Criteria that do not
      *              edit (no campaign or requester, a non-numeric
      *              range, an unknown channel letter, a minimum
      *              above its maximum) are logged as rejected and
      *              extract nothing. No criteria file is the usual
      *              night and the step exits quietly.
      * PHASE:      2 - Banking Logic Engine
      * LOCATION:   src/cobol/reports/
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CAMPAIGN-EXTRACT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional: marketing's criteria for tonight's lists.
               SELECT CRITERIA-FILE
                   ASSIGN TO "data/input/CAMPAIGN-CRITERIA.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CRIT-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT ACCOUNTS-FILE
                   ASSIGN TO "data/input/ACCOUNTS-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACCT-STATUS.

      *        Optional: accounts with no branch row match only a
      *        campaign with no branch criterion.
               SELECT BRANCH-FILE
                   ASSIGN TO "data/input/ACCOUNT-BRANCHES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BR-STATUS.

      *        Optional: bankruptcy cases kept by legal.
               SELECT BANKRUPTCY-FILE
                   ASSIGN TO "data/input/BANKRUPTCY-FILINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BK-STATUS.

      *        Optional: absent until the first opt-out.
               SELECT PRIVACY-FILE
                   ASSIGN TO "data/input/PRIVACY-PREFERENCES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PRV-STATUS.

               SELECT LIST-FILE
                   ASSIGN TO "data/output/CAMPAIGN-LIST.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LIST-STATUS.

      *        Cumulative extract log - appended, never overwritten.
               SELECT LOG-FILE
                   ASSIGN TO "data/output/CAMPAIGN-EXTRACT-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOG-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CRITERIA-FILE.
           01 CRITERIA-IO           PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD ACCOUNTS-FILE.
           01 ACCOUNT-IO            PIC X(100).

           FD BRANCH-FILE.
           01 BRANCH-IO             PIC X(100).

           FD BANKRUPTCY-FILE.
           01 BANKRUPTCY-IO         PIC X(100).

           FD PRIVACY-FILE.
           01 PRIVACY-IO            PIC X(100).

           FD LIST-FILE.
           01 LIST-RECORD           PIC X(200).

           FD LOG-FILE.
           01 LOG-OUT               PIC X(200).

       WORKING-STORAGE SECTION.
           01 WS-CRIT-STATUS        PIC XX.
               88 WS-CRIT-FILE-OK      VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-ACCT-FILE-OK      VALUE "00".
           01 WS-BR-STATUS          PIC XX.
               88 WS-BR-FILE-OK        VALUE "00".
           01 WS-BK-STATUS          PIC XX.
               88 WS-BK-FILE-OK        VALUE "00".
           01 WS-PRV-STATUS         PIC XX.
               88 WS-PRV-FILE-OK       VALUE "00".
           01 WS-LIST-STATUS        PIC XX.
               88 WS-LIST-FILE-OK      VALUE "00".
           01 WS-LOG-STATUS         PIC XX.
           01 WS-EOF-CRIT           PIC X VALUE "N".
               88 NO-MORE-CAMPAIGNS    VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".
           01 WS-EOF-ACCT           PIC X VALUE "N".
               88 END-OF-ACCT-LOAD     VALUE "Y".
           01 WS-EOF-BR             PIC X VALUE "N".
               88 END-OF-BR-LOAD       VALUE "Y".
           01 WS-EOF-BK             PIC X VALUE "N".
               88 END-OF-BK-LOAD       VALUE "Y".
           01 WS-EOF-PRV            PIC X VALUE "N".
               88 END-OF-PRV-LOAD      VALUE "Y".

           COPY "CUSTOMER-RECORD.cpy".
           COPY "ACCOUNT-RECORD.cpy".
           COPY "ACCOUNT-BRANCH-RECORD.cpy".
           COPY "BANKRUPTCY-RECORD.cpy".
           COPY "PRIVACY-PREF-RECORD.cpy".
           COPY "CAMPAIGN-CRITERIA-RECORD.cpy".
           COPY "CAMPAIGN-LOG-RECORD.cpy".

      *    --- Customers, with everything the exclusions need ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-RECORD       PIC X(200).
                   10 WCU-AGE          PIC 9(03).
                   10 WCU-DECEASED     PIC X(01).
                   10 WCU-BANKRUPT     PIC X(01).
                   10 WCU-OPT-OUTS     PIC X(06).
                   10 WCU-SELECTED     PIC X(01).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CUST-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-FIND-CUST-ID       PIC X(10).

      *    --- Accounts, with their branch ---
           01 WS-ACCT-MAX           PIC 9(4) VALUE 5000.
           01 WS-ACCT-TABLE.
               05 WS-ACCT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ACCT-IDX.
                   10 WAC-ACCOUNT-ID   PIC X(10).
                   10 WAC-TYPE         PIC X(10).
                   10 WAC-BALANCE      PIC S9(9)V99.
                   10 WAC-STATUS       PIC X(01).
                   10 WAC-BRANCH       PIC X(06).
           01 WS-ACCT-COUNT         PIC 9(4) VALUE 0.
           01 WS-ACCT-FOUND-IDX     PIC 9(4) VALUE 0.

      *    --- Customer-account links, resolved to both tables ---
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUST-IDX     PIC 9(4).
                   10 WCL-ACCT-IDX     PIC 9(4).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.

      *    --- Age from the CIF birth date ---
           01 WS-BIRTH-YMD          PIC 9(8).
           01 WS-AGE-YEARS          PIC 9(03).
           01 WS-AGE-UNKNOWN        PIC 9(03) VALUE 999.

      *    --- The campaign being extracted ---
           01 WS-CRITERIA-OK        PIC X VALUE "Y".
               88 CRITERIA-EDIT-OK     VALUE "Y".
           01 WS-CHAN-POS           PIC 9 VALUE 0.
           01 WS-WANT-MAIL          PIC X VALUE "N".
           01 WS-WANT-PHONE         PIC X VALUE "N".
           01 WS-WANT-EMAIL         PIC X VALUE "N".
           01 WS-WANT-SMS           PIC X VALUE "N".
           01 WS-AGE-BAND           PIC X VALUE "N".
               88 AGE-BAND-GIVEN       VALUE "Y".
           01 WS-ACCOUNT-MATCHES    PIC X VALUE "N".

      *    --- One customer's channels after the opt-outs ---
           01 WS-USE-MAIL           PIC X VALUE "N".
           01 WS-USE-PHONE          PIC X VALUE "N".
           01 WS-USE-EMAIL          PIC X VALUE "N".
           01 WS-USE-SMS            PIC X VALUE "N".
           01 WS-OPTS               PIC X(06).

      *    --- Counters ---
           01 WS-CAMPAIGN-COUNT     PIC 999 VALUE 0.
           01 WS-REJECTED-COUNT     PIC 999 VALUE 0.
           01 WS-TOTAL-WRITTEN      PIC 9(6) VALUE 0.
           01 WS-TOTAL-EXCLUDED     PIC 9(6) VALUE 0.
           01 WS-TOTAL-SUPPRESSED   PIC 9(6) VALUE 0.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               OPEN INPUT CRITERIA-FILE
               IF NOT WS-CRIT-FILE-OK
                   DISPLAY "  No CAMPAIGN-CRITERIA.dat - no campaign "
                       "lists tonight"
                   STOP RUN
               END-IF
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-ACCOUNTS
               PERFORM LOAD-BRANCHES
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM LOAD-BANKRUPTCIES
               PERFORM LOAD-PRIVACY-PREFS
               OPEN OUTPUT LIST-FILE
               IF NOT WS-LIST-FILE-OK
                   DISPLAY "ERROR: Cannot open CAMPAIGN-LIST.dat"
                   DISPLAY "FILE STATUS: " WS-LIST-STATUS
                   STOP RUN
               END-IF
               OPEN EXTEND LOG-FILE
               IF NOT WS-LOG-STATUS = "00"
                   OPEN OUTPUT LOG-FILE
               END-IF
               PERFORM EXTRACT-ONE-CAMPAIGN
                   UNTIL NO-MORE-CAMPAIGNS
               CLOSE CRITERIA-FILE
               CLOSE LIST-FILE
               CLOSE LOG-FILE
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

      *================================================================
      *    Loading: customers, accounts and links, then the status
      *    and privacy facts hung on each customer.
      *================================================================
           LOAD-CUSTOMERS.
               OPEN INPUT CUSTOMER-FILE
               IF WS-CUST-FILE-OK
                   PERFORM READ-ONE-CUSTOMER
                       UNTIL END-OF-CUST-LOAD
                   CLOSE CUSTOMER-FILE
               END-IF.

           READ-ONE-CUSTOMER.
               READ CUSTOMER-FILE INTO CUSTOMER-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CUST
               NOT AT END
                   IF WS-CUST-COUNT < WS-CUST-MAX
                   AND CU-CUSTOMER-ID NOT = SPACES
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CUSTOMER-RECORD
                           TO WCU-RECORD(WS-CUST-COUNT)
                       PERFORM COMPUTE-CUSTOMER-AGE
                       MOVE WS-AGE-YEARS TO WCU-AGE(WS-CUST-COUNT)
                       MOVE "N" TO WCU-DECEASED(WS-CUST-COUNT)
                       MOVE "N" TO WCU-BANKRUPT(WS-CUST-COUNT)
                       MOVE SPACES TO WCU-OPT-OUTS(WS-CUST-COUNT)
                       MOVE "N" TO WCU-SELECTED(WS-CUST-COUNT)
                   END-IF
               END-READ.

      *    Whole years to the business date; 999 when the CIF has no
      *    usable birth date, which no age band admits.
           COMPUTE-CUSTOMER-AGE.
               MOVE WS-AGE-UNKNOWN TO WS-AGE-YEARS
               IF CU-BIRTH-DATE(1:4) IS NUMERIC
               AND CU-BIRTH-DATE(6:2) IS NUMERIC
               AND CU-BIRTH-DATE(9:2) IS NUMERIC
               AND CU-BIRTH-DATE(1:4) NOT > WS-DATE-INT(1:4)
                   MOVE CU-BIRTH-DATE(1:4) TO WS-BIRTH-YMD(1:4)
                   MOVE CU-BIRTH-DATE(6:2) TO WS-BIRTH-YMD(5:2)
                   MOVE CU-BIRTH-DATE(9:2) TO WS-BIRTH-YMD(7:2)
                   IF WS-BIRTH-YMD NOT > WS-DATE-INT
                       COMPUTE WS-AGE-YEARS =
                           (WS-DATE-INT - WS-BIRTH-YMD) / 10000
                   END-IF
               END-IF.

           LOAD-ACCOUNTS.
               OPEN INPUT ACCOUNTS-FILE
               IF WS-ACCT-FILE-OK
                   PERFORM READ-ONE-ACCOUNT
                       UNTIL END-OF-ACCT-LOAD
                   CLOSE ACCOUNTS-FILE
               END-IF.

           READ-ONE-ACCOUNT.
               READ ACCOUNTS-FILE INTO ACCOUNT-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ACCT
               NOT AT END
                   IF WS-ACCT-COUNT < WS-ACCT-MAX
                   AND AR-ACCOUNT-ID NOT = SPACES
                       ADD 1 TO WS-ACCT-COUNT
                       MOVE AR-ACCOUNT-ID
                           TO WAC-ACCOUNT-ID(WS-ACCT-COUNT)
                       MOVE AR-ACCOUNT-TYPE
                           TO WAC-TYPE(WS-ACCT-COUNT)
                       MOVE AR-BALANCE
                           TO WAC-BALANCE(WS-ACCT-COUNT)
                       MOVE AR-STATUS
                           TO WAC-STATUS(WS-ACCT-COUNT)
                       MOVE SPACES
                           TO WAC-BRANCH(WS-ACCT-COUNT)
                   END-IF
               END-READ.

           FIND-ACCOUNT.
               MOVE 0 TO WS-ACCT-FOUND-IDX
               PERFORM VARYING WS-ACCT-IDX FROM 1 BY 1
                   UNTIL WS-ACCT-IDX > WS-ACCT-COUNT
                   OR WS-ACCT-FOUND-IDX > 0
                   IF WAC-ACCOUNT-ID(WS-ACCT-IDX) = AR-ACCOUNT-ID
                       SET WS-ACCT-FOUND-IDX TO WS-ACCT-IDX
                   END-IF
               END-PERFORM.

           FIND-CUSTOMER.
               MOVE 0 TO WS-CUST-FOUND-IDX
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   OR WS-CUST-FOUND-IDX > 0
                   IF WCU-RECORD(WS-CUST-IDX)(1:10) = WS-FIND-CUST-ID
                       SET WS-CUST-FOUND-IDX TO WS-CUST-IDX
                   END-IF
               END-PERFORM.

           LOAD-BRANCHES.
               OPEN INPUT BRANCH-FILE
               IF WS-BR-FILE-OK
                   PERFORM READ-ONE-BRANCH
                       UNTIL END-OF-BR-LOAD
                   CLOSE BRANCH-FILE
               END-IF.

           READ-ONE-BRANCH.
               READ BRANCH-FILE INTO ACCOUNT-BRANCH-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-BR
               NOT AT END
                   MOVE ABR-ACCOUNT-ID TO AR-ACCOUNT-ID
                   PERFORM FIND-ACCOUNT
                   IF WS-ACCT-FOUND-IDX > 0
                       MOVE ABR-BRANCH-CODE
                           TO WAC-BRANCH(WS-ACCT-FOUND-IDX)
                   END-IF
               END-READ.

      *    A link is kept only when both ends are on file. A
      *    customer tied to an account on estate hold is treated as
      *    deceased from here on.
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
                   MOVE CUST-LINK-IO(1:10) TO WS-FIND-CUST-ID
                   MOVE CUST-LINK-IO(11:10) TO AR-ACCOUNT-ID
                   PERFORM FIND-CUSTOMER
                   PERFORM FIND-ACCOUNT
                   IF WS-CUST-FOUND-IDX > 0
                   AND WS-ACCT-FOUND-IDX > 0
                   AND WS-CLNK-COUNT < WS-CLNK-MAX
                       ADD 1 TO WS-CLNK-COUNT
                       MOVE WS-CUST-FOUND-IDX
                           TO WCL-CUST-IDX(WS-CLNK-COUNT)
                       MOVE WS-ACCT-FOUND-IDX
                           TO WCL-ACCT-IDX(WS-CLNK-COUNT)
                       IF WAC-STATUS(WS-ACCT-FOUND-IDX) = "D"
                           MOVE "Y" TO WCU-DECEASED(WS-CUST-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

      *    --- Optional file: a case filed (stay in force) or
      *        discharged keeps the customer off the lists ---
           LOAD-BANKRUPTCIES.
               OPEN INPUT BANKRUPTCY-FILE
               IF WS-BK-FILE-OK
                   PERFORM READ-ONE-BANKRUPTCY
                       UNTIL END-OF-BK-LOAD
                   CLOSE BANKRUPTCY-FILE
               END-IF.

           READ-ONE-BANKRUPTCY.
               READ BANKRUPTCY-FILE INTO BANKRUPTCY-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-BK
               NOT AT END
                   IF BK-FILED OR BK-DISCHARGED
                       MOVE BK-CUSTOMER-ID TO WS-FIND-CUST-ID
                       PERFORM FIND-CUSTOMER
                       IF WS-CUST-FOUND-IDX > 0
                           MOVE "Y" TO WCU-BANKRUPT(WS-CUST-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

      *    --- Optional file: a customer with no row opted out of
      *        nothing ---
           LOAD-PRIVACY-PREFS.
               OPEN INPUT PRIVACY-FILE
               IF WS-PRV-FILE-OK
                   PERFORM READ-ONE-PRIVACY-PREF
                       UNTIL END-OF-PRV-LOAD
                   CLOSE PRIVACY-FILE
               END-IF.

           READ-ONE-PRIVACY-PREF.
               READ PRIVACY-FILE INTO PRIVACY-PREF-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-PRV
               NOT AT END
                   MOVE PV-CUSTOMER-ID TO WS-FIND-CUST-ID
                   PERFORM FIND-CUSTOMER
                   IF WS-CUST-FOUND-IDX > 0
                       PERFORM VARYING WS-CHAN-POS FROM 1 BY 1
                           UNTIL WS-CHAN-POS > 6
                           MOVE PV-CHOICE-OPT(WS-CHAN-POS)
                               TO WCU-OPT-OUTS(WS-CUST-FOUND-IDX)
                                   (WS-CHAN-POS:1)
                       END-PERFORM
                   END-IF
               END-READ.

      *================================================================
      *    One campaign: edit the criteria, mark every customer who
      *    holds a matching account, then screen and write them.
      *================================================================
           EXTRACT-ONE-CAMPAIGN.
               READ CRITERIA-FILE INTO CAMPAIGN-CRITERIA-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-CRIT
               NOT AT END
                   IF CC-CAMPAIGN-ID NOT = SPACES
                       ADD 1 TO WS-CAMPAIGN-COUNT
                       MOVE SPACES TO CAMPAIGN-LOG-RECORD
                       MOVE ZEROS TO CL-MATCHED CL-EXCL-MERGED
                           CL-EXCL-DECEASED CL-EXCL-BANKRUPT
                           CL-EXCL-AGE CL-EXCL-AFFILIATE
                           CL-EXCL-NO-CHANNEL CL-WRITTEN
                           CL-SUPPRESSED
                       MOVE WS-TODAY TO CL-RUN-DATE
                       MOVE CC-CAMPAIGN-ID TO CL-CAMPAIGN-ID
                       MOVE CC-REQUESTED-BY TO CL-REQUESTED-BY
                       MOVE CRITERIA-IO(1:63) TO CL-CRITERIA
                       PERFORM EDIT-CRITERIA
                       IF CRITERIA-EDIT-OK
                           SET CL-EXTRACTED TO TRUE
                           PERFORM MARK-MATCHING-CUSTOMERS
                           PERFORM SCREEN-ONE-CUSTOMER
                               VARYING WS-CUST-IDX FROM 1 BY 1
                               UNTIL WS-CUST-IDX > WS-CUST-COUNT
                           ADD CL-WRITTEN TO WS-TOTAL-WRITTEN
                           COMPUTE WS-TOTAL-EXCLUDED =
                               WS-TOTAL-EXCLUDED + CL-MATCHED
                               - CL-WRITTEN
                           ADD CL-SUPPRESSED TO WS-TOTAL-SUPPRESSED
                       ELSE
                           SET CL-CRITERIA-REJECTED TO TRUE
                           ADD 1 TO WS-REJECTED-COUNT
                       END-IF
                       MOVE CAMPAIGN-LOG-RECORD TO LOG-OUT
                       WRITE LOG-OUT
                   END-IF
               END-READ.

      *    Blank numeric criteria read as zero ("any"); the channel
      *    letters set the campaign's wanted channels.
           EDIT-CRITERIA.
               MOVE "Y" TO WS-CRITERIA-OK
               IF CC-MIN-BALANCE = SPACES
                   MOVE ZEROS TO CC-MIN-BALANCE
               END-IF
               IF CC-MAX-BALANCE = SPACES
                   MOVE ZEROS TO CC-MAX-BALANCE
               END-IF
               IF CC-MIN-AGE = SPACES
                   MOVE ZEROS TO CC-MIN-AGE
               END-IF
               IF CC-MAX-AGE = SPACES
                   MOVE ZEROS TO CC-MAX-AGE
               END-IF
               IF CC-REQUESTED-BY = SPACES
               OR CC-MIN-BALANCE IS NOT NUMERIC
               OR CC-MAX-BALANCE IS NOT NUMERIC
               OR CC-MIN-AGE IS NOT NUMERIC
               OR CC-MAX-AGE IS NOT NUMERIC
                   MOVE "N" TO WS-CRITERIA-OK
                   EXIT PARAGRAPH
               END-IF
               IF (CC-MAX-BALANCE > 0
                   AND CC-MIN-BALANCE > CC-MAX-BALANCE)
               OR (CC-MAX-AGE > 0 AND CC-MIN-AGE > CC-MAX-AGE)
                   MOVE "N" TO WS-CRITERIA-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE "N" TO WS-AGE-BAND
               IF CC-MIN-AGE > 0 OR CC-MAX-AGE > 0
                   MOVE "Y" TO WS-AGE-BAND
               END-IF
               MOVE "N" TO WS-WANT-MAIL
               MOVE "N" TO WS-WANT-PHONE
               MOVE "N" TO WS-WANT-EMAIL
               MOVE "N" TO WS-WANT-SMS
               IF CC-CHANNELS = SPACES
                   MOVE "MPES" TO CC-CHANNELS
               END-IF
               PERFORM VARYING WS-CHAN-POS FROM 1 BY 1
                   UNTIL WS-CHAN-POS > 4
                   EVALUATE CC-CHANNELS(WS-CHAN-POS:1)
                       WHEN "M"
                           MOVE "Y" TO WS-WANT-MAIL
                       WHEN "P"
                           MOVE "Y" TO WS-WANT-PHONE
                       WHEN "E"
                           MOVE "Y" TO WS-WANT-EMAIL
                       WHEN "S"
                           MOVE "Y" TO WS-WANT-SMS
                       WHEN SPACE
                           CONTINUE
                       WHEN OTHER
                           MOVE "N" TO WS-CRITERIA-OK
                   END-EVALUATE
               END-PERFORM.

      *    Closed and escheated accounts are no longer a
      *    relationship; an estate-hold account still matches, and
      *    its holder is then dropped as deceased.
           MARK-MATCHING-CUSTOMERS.
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   MOVE "N" TO WCU-SELECTED(WS-CUST-IDX)
               END-PERFORM
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   SET WS-ACCT-IDX TO WCL-ACCT-IDX(WS-CLNK-IDX)
                   PERFORM MATCH-ONE-ACCOUNT
                   IF WS-ACCOUNT-MATCHES = "Y"
                       MOVE "Y"
                           TO WCU-SELECTED(WCL-CUST-IDX(WS-CLNK-IDX))
                   END-IF
               END-PERFORM.

           MATCH-ONE-ACCOUNT.
               MOVE "Y" TO WS-ACCOUNT-MATCHES
               IF WAC-STATUS(WS-ACCT-IDX) = "C"
               OR WAC-STATUS(WS-ACCT-IDX) = "E"
                   MOVE "N" TO WS-ACCOUNT-MATCHES
               END-IF
               IF CC-PRODUCT NOT = SPACES
               AND WAC-TYPE(WS-ACCT-IDX) NOT = CC-PRODUCT
                   MOVE "N" TO WS-ACCOUNT-MATCHES
               END-IF
               IF CC-BRANCH-CODE NOT = SPACES
               AND WAC-BRANCH(WS-ACCT-IDX) NOT = CC-BRANCH-CODE
                   MOVE "N" TO WS-ACCOUNT-MATCHES
               END-IF
               IF CC-MIN-BALANCE > 0
               AND WAC-BALANCE(WS-ACCT-IDX) < CC-MIN-BALANCE
                   MOVE "N" TO WS-ACCOUNT-MATCHES
               END-IF
               IF CC-MAX-BALANCE > 0
               AND WAC-BALANCE(WS-ACCT-IDX) > CC-MAX-BALANCE
                   MOVE "N" TO WS-ACCOUNT-MATCHES
               END-IF.

      *    The exclusions run in a fixed order and a customer is
      *    counted against the first that drops them, so the log's
      *    counts add up to the matched total.
           SCREEN-ONE-CUSTOMER.
               IF WCU-SELECTED(WS-CUST-IDX) NOT = "Y"
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO CL-MATCHED
               MOVE WCU-RECORD(WS-CUST-IDX) TO CUSTOMER-RECORD
               MOVE WCU-OPT-OUTS(WS-CUST-IDX) TO WS-OPTS
               EVALUATE TRUE
                   WHEN CU-MERGED-AWAY
                       ADD 1 TO CL-EXCL-MERGED
                   WHEN WCU-DECEASED(WS-CUST-IDX) = "Y"
                       ADD 1 TO CL-EXCL-DECEASED
                   WHEN WCU-BANKRUPT(WS-CUST-IDX) = "Y"
                       ADD 1 TO CL-EXCL-BANKRUPT
                   WHEN AGE-BAND-GIVEN
                   AND (WCU-AGE(WS-CUST-IDX) = WS-AGE-UNKNOWN
                       OR WCU-AGE(WS-CUST-IDX) < CC-MIN-AGE
                       OR (CC-MAX-AGE > 0
                           AND WCU-AGE(WS-CUST-IDX) > CC-MAX-AGE))
                       ADD 1 TO CL-EXCL-AGE
                   WHEN CC-AFFILIATE-LIST AND WS-OPTS(1:1) = "Y"
                       ADD 1 TO CL-EXCL-AFFILIATE
                   WHEN OTHER
                       PERFORM APPLY-CHANNEL-OPT-OUTS
                       IF WS-USE-MAIL = "Y" OR WS-USE-PHONE = "Y"
                       OR WS-USE-EMAIL = "Y" OR WS-USE-SMS = "Y"
                           PERFORM WRITE-LIST-ROW
                       ELSE
                           ADD 1 TO CL-EXCL-NO-CHANNEL
                       END-IF
               END-EVALUATE.

      *    A wanted channel is usable when the customer has not
      *    opted out of it and the CIF holds the contact detail for
      *    it. Do-not-call (choice 6) stops phone and SMS alike.
      *    Each wanted channel an opt-out takes away is counted.
           APPLY-CHANNEL-OPT-OUTS.
               MOVE "N" TO WS-USE-MAIL
               MOVE "N" TO WS-USE-PHONE
               MOVE "N" TO WS-USE-EMAIL
               MOVE "N" TO WS-USE-SMS
               IF WS-WANT-MAIL = "Y"
                   IF WS-OPTS(2:1) = "Y"
                       ADD 1 TO CL-SUPPRESSED
                   ELSE
                       IF CU-ADDR-LINE-1 NOT = SPACES
                           MOVE "Y" TO WS-USE-MAIL
                       END-IF
                   END-IF
               END-IF
               IF WS-WANT-PHONE = "Y"
                   IF WS-OPTS(3:1) = "Y" OR WS-OPTS(6:1) = "Y"
                       ADD 1 TO CL-SUPPRESSED
                   ELSE
                       IF CU-PHONE NOT = SPACES
                           MOVE "Y" TO WS-USE-PHONE
                       END-IF
                   END-IF
               END-IF
               IF WS-WANT-EMAIL = "Y"
                   IF WS-OPTS(4:1) = "Y"
                       ADD 1 TO CL-SUPPRESSED
                   ELSE
                       IF CU-EMAIL NOT = SPACES
                           MOVE "Y" TO WS-USE-EMAIL
                       END-IF
                   END-IF
               END-IF
               IF WS-WANT-SMS = "Y"
                   IF WS-OPTS(5:1) = "Y" OR WS-OPTS(6:1) = "Y"
                       ADD 1 TO CL-SUPPRESSED
                   ELSE
                       IF CU-PHONE NOT = SPACES
                           MOVE "Y" TO WS-USE-SMS
                       END-IF
                   END-IF
               END-IF.

      *    List row: campaign(1-8) customer(9-18) name(19-43)
      *    address lines(44-133) phone(134-148) email(149-178)
      *    usable channels M/P/E/S(179-182, blank where suppressed)
      *    extract date(183-192). A suppressed channel's contact
      *    detail is blanked, never just flagged.
           WRITE-LIST-ROW.
               MOVE SPACES TO LIST-RECORD
               MOVE CC-CAMPAIGN-ID       TO LIST-RECORD(1:8)
               MOVE CU-CUSTOMER-ID       TO LIST-RECORD(9:10)
               MOVE CU-NAME              TO LIST-RECORD(19:25)
               IF WS-USE-MAIL = "Y"
                   MOVE CUSTOMER-RECORD(36:90) TO LIST-RECORD(44:90)
                   MOVE "M" TO LIST-RECORD(179:1)
               END-IF
               IF WS-USE-PHONE = "Y" OR WS-USE-SMS = "Y"
                   MOVE CU-PHONE         TO LIST-RECORD(134:15)
               END-IF
               IF WS-USE-PHONE = "Y"
                   MOVE "P" TO LIST-RECORD(180:1)
               END-IF
               IF WS-USE-EMAIL = "Y"
                   MOVE CU-EMAIL         TO LIST-RECORD(149:30)
                   MOVE "E" TO LIST-RECORD(181:1)
               END-IF
               IF WS-USE-SMS = "Y"
                   MOVE "S" TO LIST-RECORD(182:1)
               END-IF
               MOVE WS-TODAY             TO LIST-RECORD(183:10)
               WRITE LIST-RECORD
               ADD 1 TO CL-WRITTEN.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Campaign List Extract"
               DISPLAY "=============================================="
               DISPLAY "  Campaigns Run      : " WS-CAMPAIGN-COUNT
               DISPLAY "  Criteria Rejected  : " WS-REJECTED-COUNT
               DISPLAY "  Customers Listed   : " WS-TOTAL-WRITTEN
               DISPLAY "  Customers Excluded : " WS-TOTAL-EXCLUDED
               DISPLAY "  Channels Suppressed: " WS-TOTAL-SUPPRESSED
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/CAMPAIGN-LIST.dat"
               DISPLAY "  → data/output/CAMPAIGN-EXTRACT-LOG.dat"
               DISPLAY "==============================================".
