      *================================================================
      * PROGRAM:    W8-RENEWAL-PROC.cbl
      * DESCRIPTION: W-8 expiry tracking for foreign persons. Every
      *              certificate on W8-CERTIFICATES.dat (see
      *              W8-CERTIFICATE-RECORD.cpy, load in full, rewrite
      *              in full) whose customer is still a foreign
      *              person on the CIF (CU-FOREIGN-PERSON) is
      *              reviewed nightly against its W8-EXPIRY-DATE:
      *                - a form that expires within WS-NOTICE-DAYS
      *                  days, or has already expired, and has not
      *                  had its renewal letter yet is owed one:
      *                  template W8RENEW goes on NOTICE-REQUESTS.dat
      *                  addressed to the customer (bytes 81-90), on
      *                  the customer's first linked account, for
      *                  LETTER-ENGINE to print; the date it was
      *                  queued goes on W8-RENEWAL-DATE so it is sent
      *                  once per form;
      *                - a form past its expiry is listed as lapsed
      *                  every night until a new W-8 is recorded
      *                  (CUSTOMER-MAINT's W8BN action) - from the day
      *                  after expiry INTEREST-CALC withholds on the
      *                  customer's accounts at the 30% statutory
      *                  rate instead of the treaty rate.
      *              A customer gone back to a US person (a W-9 on a
      *              CUPD) or merged away keeps the row as the record
      *              but is not reviewed. The night's letters and
      *              lapsed forms are listed on W8-RENEWAL-REPORT.dat.
      *              Runs after CUSTOMER-MAINT, so a form recorded
      *              today is reviewed as the new form.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. W8-RENEWAL-PROC.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional companion file: no W-8s, no foreign persons
      *        to track.
               SELECT W8-FILE
                   ASSIGN TO "data/input/W8-CERTIFICATES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-W8-STATUS.

               SELECT CUSTOMER-FILE
                   ASSIGN TO "data/input/CUSTOMER-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CUST-STATUS.

               SELECT CUST-LINKS-FILE
                   ASSIGN TO "data/input/CUSTOMER-ACCOUNT-LINKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLNK-STATUS.

               SELECT NOTICE-FILE
                   ASSIGN TO "data/output/NOTICE-REQUESTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NOTICE-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/W8-RENEWAL-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD W8-FILE.
           01 W8-IO                 PIC X(100).

           FD CUSTOMER-FILE.
           01 CUSTOMER-IO           PIC X(200).

           FD CUST-LINKS-FILE.
           01 CUST-LINK-IO          PIC X(100).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(90).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-W8-STATUS          PIC XX.
               88 WS-W8-FILE-OK        VALUE "00".
           01 WS-CUST-STATUS        PIC XX.
               88 WS-CUST-FILE-OK      VALUE "00".
           01 WS-CLNK-STATUS        PIC XX.
               88 WS-CLNK-FILE-OK      VALUE "00".
           01 WS-NOTICE-STATUS      PIC XX.
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-W8             PIC X VALUE "N".
               88 END-OF-W8-LOAD       VALUE "Y".
           01 WS-EOF-CUST           PIC X VALUE "N".
               88 END-OF-CUST-LOAD     VALUE "Y".
           01 WS-EOF-CLNK           PIC X VALUE "N".
               88 END-OF-CLNK-LOAD     VALUE "Y".

           COPY "W8-CERTIFICATE-RECORD.cpy".
           COPY "CUSTOMER-RECORD.cpy".
           COPY "CUSTOMER-LINK-RECORD.cpy".

      *    --- The certificates ---
           01 WS-W8-MAX             PIC 9(4) VALUE 2000.
           01 WS-W8-TABLE.
               05 WS-W8-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-W8-IDX.
                   10 WW8-RECORD       PIC X(100).
           01 WS-W8-COUNT           PIC 9(4) VALUE 0.
           01 WS-W8-CHANGED         PIC X VALUE "N".

      *    --- CIF foreign persons, and the customer links ---
           01 WS-CUST-MAX           PIC 9(4) VALUE 5000.
           01 WS-CUST-TABLE.
               05 WS-CUST-ENTRY OCCURS 5000 TIMES
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

      *    --- Review work fields ---
           01 WS-FOREIGN-FOUND      PIC X VALUE "N".
               88 STILL-FOREIGN        VALUE "Y".
           01 WS-CUST-NAME          PIC X(25).
           01 WS-NOTICE-ACCOUNT     PIC X(10).
           01 WS-RPT-ACTION         PIC X(24).

      *    --- Notice window ---
           01 WS-NOTICE-DAYS        PIC 99 VALUE 90.
           01 WS-NOTICE-HORIZON     PIC X(10).
           01 WS-HORIZON-JULIAN     PIC 9(7).
           01 WS-HORIZON-INT        PIC 9(8).
           01 WS-NOTICE-OPEN        PIC X VALUE "N".

      *    --- Counters ---
           01 WS-REVIEWED-COUNT     PIC 9(5) VALUE 0.
           01 WS-NOTICE-COUNT       PIC 9(5) VALUE 0.
           01 WS-LAPSED-COUNT       PIC 9(5) VALUE 0.
           01 WS-NOT-FOREIGN-COUNT  PIC 9(5) VALUE 0.
           01 WS-OUT-LINE           PIC X(80).

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-W8-CERTIFICATES
               IF WS-W8-COUNT = 0
                   DISPLAY "  No W8-CERTIFICATES.dat - no foreign "
                       "persons"
                   STOP RUN
               END-IF
               PERFORM LOAD-CUSTOMERS
               PERFORM LOAD-CUSTOMER-LINKS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open W8-RENEWAL-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM REVIEW-ONE-CERTIFICATE
                   VARYING WS-W8-IDX FROM 1 BY 1
                   UNTIL WS-W8-IDX > WS-W8-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF
               IF WS-W8-CHANGED = "Y"
                   PERFORM REWRITE-W8-CERTIFICATES
               END-IF
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
      *        An expiry on or before the horizon is inside the
      *        notice window.
               COMPUTE WS-HORIZON-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT)
                   + WS-NOTICE-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-HORIZON-JULIAN)
                   TO WS-HORIZON-INT
               MOVE WS-HORIZON-INT(1:4) TO WS-NOTICE-HORIZON(1:4)
               MOVE "-"                 TO WS-NOTICE-HORIZON(5:1)
               MOVE WS-HORIZON-INT(5:2) TO WS-NOTICE-HORIZON(6:2)
               MOVE "-"                 TO WS-NOTICE-HORIZON(8:1)
               MOVE WS-HORIZON-INT(7:2) TO WS-NOTICE-HORIZON(9:2).

      *================================================================
      *    Reference and master data
      *================================================================
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
                   IF W8-IO(1:10) NOT = SPACES
                       IF WS-W8-COUNT < WS-W8-MAX
                           ADD 1 TO WS-W8-COUNT
                           MOVE W8-IO TO WW8-RECORD(WS-W8-COUNT)
                       ELSE
                           DISPLAY "ERROR: W8-CERTIFICATES.dat "
                               "exceeds " WS-W8-MAX
                               " rows - not rewritten"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-READ.

      *    Only the current foreign persons are kept - a row whose
      *    customer is not among them is not reviewed.
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
                   AND CU-FOREIGN-PERSON
                   AND NOT CU-MERGED-AWAY
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
      *    The letter goes once per form - at the start of the
      *    window, or on the first night a form recorded already
      *    inside it (or already lapsed) is seen. A lapsed form is
      *    listed every night it stays lapsed.
           REVIEW-ONE-CERTIFICATE.
               MOVE WW8-RECORD(WS-W8-IDX) TO W8-CERTIFICATE-RECORD
               PERFORM FIND-FOREIGN-CUSTOMER
               IF NOT STILL-FOREIGN
                   ADD 1 TO WS-NOT-FOREIGN-COUNT
                   EXIT PARAGRAPH
               END-IF
               ADD 1 TO WS-REVIEWED-COUNT
               IF W8-EXPIRY-DATE NOT > WS-NOTICE-HORIZON
               AND W8-RENEWAL-DATE = SPACES
                   PERFORM SEND-RENEWAL-NOTICE
               END-IF
               IF W8-EXPIRY-DATE < WS-TODAY
                   ADD 1 TO WS-LAPSED-COUNT
                   MOVE "LAPSED - 30% WITHHOLDING" TO WS-RPT-ACTION
                   PERFORM WRITE-REPORT-LINE
               END-IF
               MOVE W8-CERTIFICATE-RECORD TO WW8-RECORD(WS-W8-IDX).

           FIND-FOREIGN-CUSTOMER.
               MOVE "N" TO WS-FOREIGN-FOUND
               MOVE SPACES TO WS-CUST-NAME
               PERFORM VARYING WS-CUST-IDX FROM 1 BY 1
                   UNTIL WS-CUST-IDX > WS-CUST-COUNT
                   OR STILL-FOREIGN
                   IF WCU-CUSTOMER-ID(WS-CUST-IDX) = W8-CUSTOMER-ID
                       MOVE "Y" TO WS-FOREIGN-FOUND
                       MOVE WCU-NAME(WS-CUST-IDX) TO WS-CUST-NAME
                   END-IF
               END-PERFORM.

      *    The letter rides the customer's first linked account;
      *    the addressee is named so LETTER-ENGINE writes to the
      *    customer whose form it is, not the account's first
      *    linked party.
           SEND-RENEWAL-NOTICE.
               MOVE SPACES TO WS-NOTICE-ACCOUNT
               PERFORM VARYING WS-CLNK-IDX FROM 1 BY 1
                   UNTIL WS-CLNK-IDX > WS-CLNK-COUNT
                   OR WS-NOTICE-ACCOUNT NOT = SPACES
                   IF WCL-CUSTOMER-ID(WS-CLNK-IDX) = W8-CUSTOMER-ID
                       MOVE WCL-ACCOUNT-ID(WS-CLNK-IDX)
                           TO WS-NOTICE-ACCOUNT
                   END-IF
               END-PERFORM
               PERFORM OPEN-NOTICE-FILE
               MOVE SPACES TO NOTICE-OUT-RECORD
               MOVE WS-TODAY          TO NOTICE-OUT-RECORD(1:10)
               MOVE "W8RENEW "        TO NOTICE-OUT-RECORD(12:8)
               MOVE WS-NOTICE-ACCOUNT TO NOTICE-OUT-RECORD(21:10)
               MOVE ZEROS             TO NOTICE-OUT-RECORD(32:11)
               STRING "W-8 EXPIRES " DELIMITED SIZE
                   W8-EXPIRY-DATE DELIMITED SIZE
                   INTO NOTICE-OUT-RECORD(44:30)
               MOVE W8-CUSTOMER-ID    TO NOTICE-OUT-RECORD(81:10)
               WRITE NOTICE-OUT-RECORD
               MOVE WS-TODAY TO W8-RENEWAL-DATE
               MOVE "Y" TO WS-W8-CHANGED
               ADD 1 TO WS-NOTICE-COUNT
               MOVE "RENEWAL LETTER QUEUED" TO WS-RPT-ACTION
               PERFORM WRITE-REPORT-LINE.

           OPEN-NOTICE-FILE.
               IF WS-NOTICE-OPEN NOT = "Y"
                   OPEN EXTEND NOTICE-FILE
                   IF NOT WS-NOTICE-STATUS = "00"
                       OPEN OUTPUT NOTICE-FILE
                   END-IF
                   MOVE "Y" TO WS-NOTICE-OPEN
               END-IF.

      *================================================================
      *    Report and rewrite
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE SPACES TO WS-OUT-LINE
               STRING "W-8 CERTIFICATES - EXPIRY AND RENEWAL  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "CUSTOMER   NAME                      CC "
                   DELIMITED SIZE
                   "EXPIRES    ACTION" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE W8-CUSTOMER-ID    TO WS-OUT-LINE(1:10)
               MOVE WS-CUST-NAME      TO WS-OUT-LINE(12:25)
               MOVE W8-COUNTRY        TO WS-OUT-LINE(38:2)
               MOVE W8-EXPIRY-DATE    TO WS-OUT-LINE(41:10)
               MOVE WS-RPT-ACTION     TO WS-OUT-LINE(52:24)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "FORMS REVIEWED: " DELIMITED SIZE
                   WS-REVIEWED-COUNT DELIMITED SIZE
                   "  LETTERS: " DELIMITED SIZE
                   WS-NOTICE-COUNT DELIMITED SIZE
                   "  LAPSED: " DELIMITED SIZE
                   WS-LAPSED-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           REWRITE-W8-CERTIFICATES.
               OPEN OUTPUT W8-FILE
               PERFORM VARYING WS-W8-IDX FROM 1 BY 1
                   UNTIL WS-W8-IDX > WS-W8-COUNT
                   MOVE WW8-RECORD(WS-W8-IDX) TO W8-IO
                   WRITE W8-IO
               END-PERFORM
               CLOSE W8-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - W-8 Renewal Tracking"
               DISPLAY "=============================================="
               DISPLAY "  Business Date      : " WS-TODAY
               DISPLAY "  Forms on File      : " WS-W8-COUNT
               DISPLAY "  Forms Reviewed     : " WS-REVIEWED-COUNT
               DISPLAY "  Renewal Letters    : " WS-NOTICE-COUNT
               DISPLAY "  Lapsed Forms       : " WS-LAPSED-COUNT
               DISPLAY "  No Longer Foreign  : " WS-NOT-FOREIGN-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/W8-CERTIFICATES.dat"
               DISPLAY "  → data/output/W8-RENEWAL-REPORT.dat"
               DISPLAY "==============================================".
