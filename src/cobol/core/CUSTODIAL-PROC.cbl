      *================================================================
      * PROGRAM:    CUSTODIAL-PROC.cbl
      * DESCRIPTION: UTMA/UGMA custodial accounts through to the
      *              minor's age of majority. Every open relationship
      *              on CUSTODIAL-ACCOUNTS.dat (see
      *              CUSTODIAL-RECORD.cpy, load in full, rewrite in
      *              full) is reviewed nightly:
      *                - the majority date is set from the minor's
      *                  CU-BIRTH-DATE on the CIF plus the age of
      *                  majority - the row's own override, else the
      *                  state's age for the act from the optional
      *                  MAJORITY-AGES.dat, else WS-DEFAULT-UTMA-AGE
      *                  or WS-DEFAULT-UGMA-AGE (a February 29
      *                  birthday comes of age on March 1 in a
      *                  common year); a minor off the CIF or with
      *                  no birth date is reported for operations;
      *                - on the last business day of the month (the
      *                  LOAN-ALLOWANCE test), a minor who comes of
      *                  age within WS-NOTICE-DAYS days is owed the
      *                  approaching-majority notice: template
      *                  CUSTMAJ goes on NOTICE-REQUESTS.dat twice,
      *                  once addressed to the minor and once to the
      *                  custodian, for LETTER-ENGINE to print;
      *                - on the majority date (or the first run
      *                  after it) the account passes to the former
      *                  minor: a RETITLE row on
      *                  ACCOUNT-MAINT-REQUESTS.dat puts the minor's
      *                  CIF name on the account, and
      *                  CUSTOMER-MAINT-REQUESTS.dat takes an UNLK
      *                  of the custodian and a LINK of the minor, so
      *                  the minor is the account's linked owner and
      *                  TAX-1099-INT reports the interest under the
      *                  minor's tax ID from then on. The row closes
      *                  as converted and stays on file as the
      *                  record.
      *              Runs ahead of ACCOUNT-MAINT and CUSTOMER-MAINT,
      *              the way ONBOARDING-PROC does, so the ownership
      *              change applies under their rules the same night.
      *              The night's notices, conversions and exceptions
      *              are listed on CUSTODIAL-REPORT.dat.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. CUSTODIAL-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional companion file: no custodial accounts,
      *        nothing to do.
               SELECT CUSTODIAL-FILE
                   ASSIGN TO "data/input/CUSTODIAL-ACCOUNTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CST-STATUS.

      *        Optional: the built-in ages stand without it.
               SELECT MAJORITY-FILE
                   ASSIGN TO "data/input/MAJORITY-AGES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-MAJ-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT ACCT-MAINT-FEED
                   ASSIGN TO "data/input/ACCOUNT-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AMF-STATUS.

               SELECT CUST-MAINT-FEED
                   ASSIGN TO "data/input/CUSTOMER-MAINT-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CMF-STATUS.

               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/CUSTODIAL-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD CUSTODIAL-FILE.
           01 CUSTODIAL-IO          PIC X(100).

           FD MAJORITY-FILE.
           01 MAJORITY-IO           PIC X(20).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD ACCT-MAINT-FEED.
           01 ACCT-MAINT-ROW        PIC X(100).

           FD CUST-MAINT-FEED.
           01 CUST-MAINT-ROW        PIC X(210).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(90).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-CST-STATUS         PIC XX.
               88 WS-CST-FILE-OK       VALUE "00".
           01 WS-MAJ-STATUS         PIC XX.
               88 WS-MAJ-FILE-OK       VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-AMF-STATUS         PIC XX.
           01 WS-CMF-STATUS         PIC XX.
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-CST            PIC X VALUE "N".
               88 END-OF-CST-LOAD      VALUE "Y".
           01 WS-EOF-MAJ            PIC X VALUE "N".
               88 END-OF-MAJ-LOAD      VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".

           COPY "CUSTODIAL-RECORD.cpy".
           COPY "MAJORITY-AGE-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".
           COPY "ACCOUNT-MAINT-RECORD.cpy".

      *    --- The relationships ---
           01 WS-CST-MAX            PIC 9(4) VALUE 2000.
           01 WS-CST-TABLE.
               05 WS-CST-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-CST-IDX.
                   10 WCS-RECORD       PIC X(100).
           01 WS-CST-COUNT          PIC 9(4) VALUE 0.

      *    --- Ages of majority (see MAJORITY-AGE-RECORD.cpy) ---
           01 WS-DEFAULT-UTMA-AGE   PIC 99 VALUE 21.
           01 WS-DEFAULT-UGMA-AGE   PIC 99 VALUE 18.
           01 WS-MAJ-MAX            PIC 99 VALUE 60.
           01 WS-MAJ-TABLE.
               05 WS-MAJ-ENTRY OCCURS 60 TIMES
                               INDEXED BY WS-MAJ-IDX.
                   10 WMJ-STATE        PIC X(02).
                   10 WMJ-UTMA-AGE     PIC 99.
                   10 WMJ-UGMA-AGE     PIC 99.
           01 WS-MAJ-COUNT          PIC 99 VALUE 0.

      *    --- CIF names and birth dates, and the customer links ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CUST-IDX.
                   10 WCU-CUSTOMER-ID  PIC X(10).
                   10 WCU-NAME         PIC X(25).
                   10 WCU-BIRTH-DATE   PIC X(10).
           01 WS-CUST-COUNT         PIC 9(4) VALUE 0.
           01 WS-CLNK-MAX           PIC 9(4) VALUE 9999.
           01 WS-CLNK-TABLE.
               05 WS-CLNK-ENTRY OCCURS 9999 TIMES
                               INDEXED BY WS-CLNK-IDX.
                   10 WCL-CUSTOMER-ID  PIC X(10).
                   10 WCL-ACCOUNT-ID   PIC X(10).
           01 WS-CLNK-COUNT         PIC 9(4) VALUE 0.

      *    --- Review work fields ---
           01 WS-MINOR-FOUND        PIC X VALUE "N".
               88 MINOR-ON-CIF         VALUE "Y".
           01 WS-MINOR-NAME         PIC X(25).
           01 WS-MINOR-BIRTH        PIC X(10).
           01 WS-MAJORITY-AGE       PIC 99.
           01 WS-MAJORITY-YEAR      PIC 9(4).
           01 WS-LEAP-QUOT          PIC 9(4).
           01 WS-LEAP-REM-4         PIC 9(3).
           01 WS-LEAP-REM-100       PIC 9(3).
           01 WS-LEAP-REM-400       PIC 9(3).
           01 WS-FIND-CUSTOMER      PIC X(10).
           01 WS-FIND-ACCOUNT       PIC X(10).
           01 WS-LINK-FOUND         PIC X VALUE "N".
               88 LINK-ON-FILE         VALUE "Y".
           01 WS-NOTICE-TO          PIC X(10).
           01 WS-RPT-ACTION         PIC X(24).

      *    --- Notice window ---
           01 WS-NOTICE-DAYS        PIC 99 VALUE 60.
           01 WS-NOTICE-HORIZON     PIC X(10).
           01 WS-HORIZON-JULIAN     PIC 9(7).
           01 WS-HORIZON-INT        PIC 9(8).

      *    --- Feed-open flags (each opened on first need) ---
           01 WS-AMF-OPEN           PIC X VALUE "N".
           01 WS-CMF-OPEN           PIC X VALUE "N".
           01 WS-NOTICE-OPEN        PIC X VALUE "N".

      *    --- Counters ---
           01 WS-OPEN-COUNT         PIC 9(5) VALUE 0.
           01 WS-NOTICE-COUNT       PIC 9(5) VALUE 0.
           01 WS-CONVERT-COUNT      PIC 9(5) VALUE 0.
           01 WS-EXCEPTION-COUNT    PIC 9(5) VALUE 0.
           01 WS-OUT-LINE           PIC X(80).

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).
           01 WS-MONTH-END          PIC X VALUE "N".
               88 MONTH-END-TONIGHT    VALUE "Y".

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-CUSTODIAL-ACCOUNTS
               IF WS-CST-COUNT = 0
                   DISPLAY "  No CUSTODIAL-ACCOUNTS.dat - no custodial"
                       " accounts"
                   STOP RUN
               END-IF
               PERFORM LOAD-MAJORITY-AGES
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               PERFORM DETERMINE-MONTH-END
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open CUSTODIAL-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM REVIEW-ONE-RELATIONSHIP
                   VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > WS-CST-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               PERFORM CLOSE-FEEDS
               PERFORM REWRITE-CUSTODIAL-ACCOUNTS
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
               MOVE WS-DATE-INT(7:2) TO WS-TODAY(9:2)
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
      *        A majority date on or before the horizon is inside
      *        the notice window.
               COMPUTE WS-HORIZON-JULIAN =
                   WS-TODAY-JULIAN + WS-NOTICE-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-HORIZON-JULIAN)
                   TO WS-HORIZON-INT
               MOVE WS-HORIZON-INT(1:4) TO WS-NOTICE-HORIZON(1:4)
               MOVE "-"                 TO WS-NOTICE-HORIZON(5:1)
               MOVE WS-HORIZON-INT(5:2) TO WS-NOTICE-HORIZON(6:2)
               MOVE "-"                 TO WS-NOTICE-HORIZON(8:1)
               MOVE WS-HORIZON-INT(7:2) TO WS-NOTICE-HORIZON(9:2).

      *    Last business day of the month - same test LOAN-ALLOWANCE
      *    makes, so the notice sweep lands once a month.
           DETERMINE-MONTH-END.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               IF WS-DOW-REM + 1 = 5
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 3
               ELSE
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 1
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-JULIAN)
                   TO WS-NEXT-BUS-INT
               IF WS-NEXT-BUS-INT(5:2) NOT = WS-DATE-INT(5:2)
                   MOVE "Y" TO WS-MONTH-END
               END-IF.

      *================================================================
      *    Reference and master data
      *================================================================
           LOAD-CUSTODIAL-ACCOUNTS.
               OPEN INPUT CUSTODIAL-FILE
               IF WS-CST-FILE-OK
                   PERFORM READ-ONE-CUSTODIAL
                       UNTIL END-OF-CST-LOAD
                   CLOSE CUSTODIAL-FILE
               END-IF.

           READ-ONE-CUSTODIAL.
               READ CUSTODIAL-FILE INTO CUSTODIAL-IO
               AT END
                   MOVE "Y" TO WS-EOF-CST
               NOT AT END
                   IF CUSTODIAL-IO(1:10) NOT = SPACES
                       IF WS-CST-COUNT < WS-CST-MAX
                           ADD 1 TO WS-CST-COUNT
                           MOVE CUSTODIAL-IO
                               TO WCS-RECORD(WS-CST-COUNT)
                       ELSE
                           DISPLAY "ERROR: CUSTODIAL-ACCOUNTS.dat "
                               "exceeds " WS-CST-MAX
                               " rows - not rewritten"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-READ.

           LOAD-MAJORITY-AGES.
               OPEN INPUT MAJORITY-FILE
               IF WS-MAJ-FILE-OK
                   PERFORM READ-ONE-MAJORITY-AGE
                       UNTIL END-OF-MAJ-LOAD
                   CLOSE MAJORITY-FILE
               END-IF.

           READ-ONE-MAJORITY-AGE.
               READ MAJORITY-FILE INTO MAJORITY-IO
               AT END
                   MOVE "Y" TO WS-EOF-MAJ
               NOT AT END
                   MOVE MAJORITY-IO TO MAJORITY-AGE-RECORD
                   IF WS-MAJ-COUNT < WS-MAJ-MAX
                   AND MAJ-STATE NOT = SPACES
                   AND MAJ-UTMA-AGE IS NUMERIC
                   AND MAJ-UGMA-AGE IS NUMERIC
                       ADD 1 TO WS-MAJ-COUNT
                       MOVE MAJ-STATE
                           TO WMJ-STATE(WS-MAJ-COUNT)
                       MOVE MAJ-UTMA-AGE
                           TO WMJ-UTMA-AGE(WS-MAJ-COUNT)
                       MOVE MAJ-UGMA-AGE
                           TO WMJ-UGMA-AGE(WS-MAJ-COUNT)
                   END-IF
               END-READ.

           LOAD-CUSTOMERS.
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
                   IF WS-CUST-COUNT < WS-CUST-MAX
                   AND NOT CU-MERGED-AWAY
                       ADD 1 TO WS-CUST-COUNT
                       MOVE CU-CUSTOMER-ID
                           TO WCU-CUSTOMER-ID(WS-CUST-COUNT)
                       MOVE CU-NAME
                           TO WCU-NAME(WS-CUST-COUNT)
                       MOVE CU-BIRTH-DATE
                           TO WCU-BIRTH-DATE(WS-CUST-COUNT)
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
                   MOVE CUST-LINK-IO TO CUSTOMER-LINK-RECORD
                   IF WS-CLNK-COUNT < WS-CLNK-MAX
                       ADD 1 TO WS-CLNK-COUNT
                       MOVE CAL-CUSTOMER-ID
                           TO WCL-CUSTOMER-ID(WS-CLNK-COUNT)
                       MOVE CAL-ACCOUNT-ID
                           TO WCL-ACCOUNT-ID(WS-CLNK-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    The nightly review
      *================================================================
      *    A converted row is the record of what happened and is
      *    left alone. Otherwise the conversion outranks the notice:
      *    a minor already of age passes the account tonight whether
      *    or not the notice ever went.
           REVIEW-ONE-RELATIONSHIP.
               MOVE WCS-RECORD(WS-CST-IDX) TO CUSTODIAL-RECORD
               IF NOT CST-CONVERTED
                   ADD 1 TO WS-OPEN-COUNT
                   PERFORM SET-MAJORITY-DATE
                   IF CST-MAJORITY-DATE = SPACES
                       PERFORM REPORT-NO-BIRTH-DATE
                   ELSE
                   IF CST-MAJORITY-DATE NOT > WS-TODAY
                       PERFORM CONVERT-TO-FORMER-MINOR
                   ELSE
                   IF CST-ACTIVE AND MONTH-END-TONIGHT
                   AND CST-MAJORITY-DATE NOT > WS-NOTICE-HORIZON
                       PERFORM SEND-MAJORITY-NOTICE
                   END-IF
                   END-IF
                   END-IF
                   MOVE CUSTODIAL-RECORD TO WCS-RECORD(WS-CST-IDX)
               END-IF.

      *    Birth date plus the age of majority, recomputed every
      *    night so a CIF correction to the birth date carries
      *    straight through.
           SET-MAJORITY-DATE.
               MOVE CST-MINOR-ID TO WS-FIND-CUSTOMER
               PERFORM FIND-MINOR
               IF NOT MINOR-ON-CIF
               OR WS-MINOR-BIRTH(1:4) IS NOT NUMERIC
               OR WS-MINOR-BIRTH(6:2) IS NOT NUMERIC
               OR WS-MINOR-BIRTH(9:2) IS NOT NUMERIC
                   MOVE SPACES TO CST-MAJORITY-DATE
               ELSE
                   PERFORM FIND-MAJORITY-AGE
                   MOVE WS-MINOR-BIRTH(1:4) TO WS-MAJORITY-YEAR
                   ADD WS-MAJORITY-AGE TO WS-MAJORITY-YEAR
                   MOVE WS-MINOR-BIRTH TO CST-MAJORITY-DATE
                   MOVE WS-MAJORITY-YEAR TO CST-MAJORITY-DATE(1:4)
                   IF WS-MINOR-BIRTH(6:5) = "02-29"
                       PERFORM CHECK-LEAP-BIRTHDAY
                   END-IF
               END-IF.

           FIND-MINOR.
               MOVE "N" TO WS-MINOR-FOUND
               MOVE SPACES TO WS-MINOR-NAME
               MOVE SPACES TO WS-MINOR-BIRTH
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   OR MINOR-ON-CIF
                   IF WCU-CUSTOMER-ID(WS-CUST-IDX) = WS-FIND-CUSTOMER
                       MOVE "Y" TO WS-MINOR-FOUND
                       MOVE WCU-NAME(WS-CUST-IDX) TO WS-MINOR-NAME
                       MOVE WCU-BIRTH-DATE(WS-CUST-IDX)
                           TO WS-MINOR-BIRTH
                   END-IF
               END-PERFORM.

      *    The row's own age first, then the state's age for the
      *    act, then the built-in age for the act.
           FIND-MAJORITY-AGE.
               IF CST-MAJORITY-AGE IS NUMERIC
               AND CST-MAJORITY-AGE NOT = "00"
                   MOVE CST-MAJORITY-AGE TO WS-MAJORITY-AGE
               ELSE
                   IF CST-UGMA
                       MOVE WS-DEFAULT-UGMA-AGE TO WS-MAJORITY-AGE
                   ELSE
                       MOVE WS-DEFAULT-UTMA-AGE TO WS-MAJORITY-AGE
                   END-IF
                   PERFORM VARYING WS-MAJ-IDX FROM 1 BY 1
                       UNTIL WS-MAJ-IDX > WS-MAJ-COUNT
                       IF WMJ-STATE(WS-MAJ-IDX) = CST-STATE
                           IF CST-UGMA
                               MOVE WMJ-UGMA-AGE(WS-MAJ-IDX)
                                   TO WS-MAJORITY-AGE
                           ELSE
                               MOVE WMJ-UTMA-AGE(WS-MAJ-IDX)
                                   TO WS-MAJORITY-AGE
                           END-IF
                       END-IF
                   END-PERFORM
               END-IF.

      *    A leap-day birthday has no anniversary in a common year;
      *    the minor comes of age the day after February 28.
           CHECK-LEAP-BIRTHDAY.
               DIVIDE WS-MAJORITY-YEAR BY 4
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-4
               DIVIDE WS-MAJORITY-YEAR BY 100
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-100
               DIVIDE WS-MAJORITY-YEAR BY 400
                   GIVING WS-LEAP-QUOT REMAINDER WS-LEAP-REM-400
               IF WS-LEAP-REM-4 NOT = 0
               OR (WS-LEAP-REM-100 = 0 AND WS-LEAP-REM-400 NOT = 0)
                   MOVE "03-01" TO CST-MAJORITY-DATE(6:5)
               END-IF.

      *    One letter to each party, the addressee named on the
      *    request so LETTER-ENGINE does not fall back to the
      *    account's first linked customer.
           SEND-MAJORITY-NOTICE.
               MOVE CST-MINOR-ID TO WS-NOTICE-TO
               PERFORM WRITE-NOTICE-REQUEST
               MOVE CST-CUSTODIAN-ID TO WS-NOTICE-TO
               PERFORM WRITE-NOTICE-REQUEST
               SET CST-NOTICE-SENT TO TRUE
               MOVE WS-TODAY TO CST-NOTICE-DATE
               ADD 1 TO WS-NOTICE-COUNT
               MOVE "MAJORITY NOTICE QUEUED" TO WS-RPT-ACTION
               PERFORM WRITE-REPORT-LINE.

           WRITE-NOTICE-REQUEST.
               PERFORM OPEN-NOTICE-FILE
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY         TO NOTICE-OUT-RECORD(1:10)
               MOVE "CUSTMAJ "       TO NOTICE-OUT-RECORD(12:8)
               MOVE CST-ACCOUNT-ID   TO NOTICE-OUT-RECORD(21:10)
               MOVE ZEROS            TO NOTICE-OUT-RECORD(32:11)
               STRING "MAJORITY ON " DELIMITED SIZE
                   CST-MAJORITY-DATE DELIMITED SIZE
                   INTO NOTICE-OUT-RECORD(44:30)
               MOVE WS-NOTICE-TO     TO NOTICE-OUT-RECORD(81:10)
               WRITE NOTICE-OUT-RECORD.

      *    The ownership change rides the maintenance feeds, so it
      *    applies - or rejects - under ACCOUNT-MAINT's and
      *    CUSTOMER-MAINT's own rules: the account takes the former
      *    minor's CIF name, the custodian's link comes off and the
      *    former minor's goes on (each only where needed, so a
      *    minor already linked as a co-party is not linked twice).
           CONVERT-TO-FORMER-MINOR.
               PERFORM OPEN-ACCT-MAINT-FEED
               INITIALIZE ACCOUNT-MAINT-RECORD
               MOVE CST-ACCOUNT-ID TO AM-ACCOUNT-ID
               SET AM-RETITLE TO TRUE
               MOVE WS-MINOR-NAME TO AM-NAME
               SET AM-PENDING TO TRUE
               MOVE ACCOUNT-MAINT-RECORD TO ACCT-MAINT-ROW
               WRITE ACCT-MAINT-ROW
               MOVE CST-ACCOUNT-ID TO WS-FIND-ACCOUNT
               MOVE CST-CUSTODIAN-ID TO WS-FIND-CUSTOMER
               PERFORM FIND-LINK
               IF LINK-ON-FILE
                   MOVE "UNLK" TO CUST-MAINT-ROW(1:4)
                   PERFORM WRITE-LINK-REQUEST
               END-IF
               MOVE CST-MINOR-ID TO WS-FIND-CUSTOMER
               PERFORM FIND-LINK
               IF NOT LINK-ON-FILE
                   MOVE "LINK" TO CUST-MAINT-ROW(1:4)
                   PERFORM WRITE-LINK-REQUEST
               END-IF
               SET CST-CONVERTED TO TRUE
               MOVE WS-TODAY TO CST-CONVERTED-DATE
               ADD 1 TO WS-CONVERT-COUNT
               MOVE "RETITLED TO FORMER MINOR" TO WS-RPT-ACTION
               PERFORM WRITE-REPORT-LINE.

           FIND-LINK.
               MOVE "N" TO WS-LINK-FOUND
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   OR LINK-ON-FILE
                   IF WCL-CUSTOMER-ID(WS-CLNK-IDX) = WS-FIND-CUSTOMER
                   AND WCL-ACCOUNT-ID(WS-CLNK-IDX) = WS-FIND-ACCOUNT
                       MOVE "Y" TO WS-LINK-FOUND
                   END-IF
               END-PERFORM.

      *    LINK/UNLK rows carry the customer ID at 5-14 and the
      *    account ID at 15-24; the action is already in place.
           WRITE-LINK-REQUEST.
               PERFORM OPEN-CUST-MAINT-FEED
               MOVE SPACES TO CUST-MAINT-ROW(5:206)
               MOVE WS-FIND-CUSTOMER TO CUST-MAINT-ROW(5:10)
               MOVE WS-FIND-ACCOUNT  TO CUST-MAINT-ROW(15:10)
               WRITE CUST-MAINT-ROW.

           REPORT-NO-BIRTH-DATE.
               ADD 1 TO WS-EXCEPTION-COUNT
               IF MINOR-ON-CIF
                   MOVE "NO BIRTH DATE ON CIF" TO WS-RPT-ACTION
               ELSE
                   MOVE "MINOR NOT ON CIF" TO WS-RPT-ACTION
               END-IF
               PERFORM WRITE-REPORT-LINE.

      *================================================================
      *    FEED PLUMBING - each target opened on first need, the
      *    same append-or-create treatment ONBOARDING-PROC gives the
      *    maintenance feeds.
      *================================================================
           OPEN-ACCT-MAINT-FEED.
               IF WS-AMF-OPEN NOT = "Y"
                   OPEN EXTEND ACCT-MAINT-FEED
                   IF NOT WS-AMF-STATUS = "00"
                       OPEN OUTPUT ACCT-MAINT-FEED
                   END-IF
                   MOVE "Y" TO WS-AMF-OPEN
               END-IF.

           OPEN-CUST-MAINT-FEED.
               IF WS-CMF-OPEN NOT = "Y"
                   OPEN EXTEND CUST-MAINT-FEED
                   IF NOT WS-CMF-STATUS = "00"
                       OPEN OUTPUT CUST-MAINT-FEED
                   END-IF
                   MOVE "Y" TO WS-CMF-OPEN
               END-IF.

           OPEN-NOTICE-FILE.
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF.

           CLOSE-FEEDS.
               IF WS-AMF-OPEN = "Y"
                   CLOSE ACCT-MAINT-FEED
               END-IF
               IF WS-CMF-OPEN = "Y"
                   CLOSE CUST-MAINT-FEED
               END-IF
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF.

      *================================================================
      *    Report and rewrite
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE SPACES TO WS-OUT-LINE
               STRING "CUSTODIAL ACCOUNTS - AGE OF MAJORITY  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "ACCOUNT    MINOR      CUSTODIAN  ACT ST S "
                   DELIMITED SIZE
                   "MAJORITY   ACTION" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE CST-ACCOUNT-ID    TO WS-OUT-LINE(1:10)
               MOVE CST-MINOR-ID      TO WS-OUT-LINE(12:10)
               MOVE CST-CUSTODIAN-ID  TO WS-OUT-LINE(23:10)
               MOVE CST-ACT           TO WS-OUT-LINE(35:1)
               MOVE CST-STATE         TO WS-OUT-LINE(38:2)
               MOVE CST-STATUS        TO WS-OUT-LINE(41:1)
               MOVE CST-MAJORITY-DATE TO WS-OUT-LINE(43:10)
               MOVE WS-RPT-ACTION     TO WS-OUT-LINE(54:24)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "OPEN RELATIONSHIPS: " DELIMITED SIZE
                   WS-OPEN-COUNT DELIMITED SIZE
                   "  NOTICES: " DELIMITED SIZE
                   WS-NOTICE-COUNT DELIMITED SIZE
                   "  CONVERTED: " DELIMITED SIZE
                   WS-CONVERT-COUNT DELIMITED SIZE
                   "  EXCEPTIONS: " DELIMITED SIZE
                   WS-EXCEPTION-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           REWRITE-CUSTODIAL-ACCOUNTS.
               OPEN OUTPUT CUSTODIAL-FILE
               PERFORM VARYING WS-CST-IDX FROM 1 BY 1
                   UNTIL WS-CST-IDX > WS-CST-COUNT
                   MOVE WCS-RECORD(WS-CST-IDX) TO CUSTODIAL-IO
                   WRITE CUSTODIAL-IO
               END-PERFORM
               CLOSE CUSTODIAL-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Custodial Accounts"
               DISPLAY "=============================================="
               DISPLAY "  Business Date      : " WS-TODAY
               DISPLAY "  Rows on File       : " WS-CST-COUNT
               DISPLAY "  Open Relationships : " WS-OPEN-COUNT
               IF MONTH-END-TONIGHT
                   DISPLAY "  Notices Queued     : " WS-NOTICE-COUNT
               ELSE
                   DISPLAY "  Notices Queued     : (month end only)"
               END-IF
               DISPLAY "  Converted Tonight  : " WS-CONVERT-COUNT
               DISPLAY "  Exceptions         : " WS-EXCEPTION-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/CUSTODIAL-ACCOUNTS.dat"
               DISPLAY "  → data/output/CUSTODIAL-REPORT.dat"
               DISPLAY "==============================================".
