      *================================================================
      * PROGRAM:    COMPLAINT-AGING.cbl
      * DESCRIPTION: Nightly aging of the complaint register
      *              (data/output/COMPLAINTS.dat, see COMPLAINT-
      *              RECORD.cpy) that COMPLAINT-PROC keeps:
      *                - every live complaint (open or assigned) past
      *                  its internal response deadline is marked
      *                  late - the mark stays after it is resolved;
      *                - a complaint naming a transaction reference
      *                  with no dispute case yet is linked to the
      *                  DISPUTE-CASES.dat case opened on that
      *                  reference since intake;
      *                - a refund COMPLAINT-PROC queued is matched to
      *                  tonight's FEE-REFUND-RESULTS.dat by account,
      *                  fee date and amount and recorded as issued
      *                  or rejected, so the register shows whether
      *                  the customer actually got the money back;
      *                - COMPLAINT-AGING-REPORT.dat lists every live
      *                  complaint against its deadline - late ones
      *                  flagged, unassigned ones called out - and
      *                  every refund FEE-REFUND-PROC turned down,
      *                  which goes back to the complaint's owner.
      *              Runs after FEE-REFUND-PROC and DISPUTE-PROC have
      *              written tonight's results.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. COMPLAINT-AGING.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
               SELECT COMPLAINTS-FILE
                   ASSIGN TO "data/output/COMPLAINTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CPL-STATUS.

      *        Optional: no dispute has ever been opened.
               SELECT DISPUTE-CASES-FILE
                   ASSIGN TO "data/output/DISPUTE-CASES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DSP-STATUS.

      *        Optional: no refund requests tonight.
               SELECT REFUND-RESULTS-FILE
                   ASSIGN TO "data/output/FEE-REFUND-RESULTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-RFD-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/COMPLAINT-AGING-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD COMPLAINTS-FILE.
           01 COMPLAINT-IO          PIC X(200).

           FD DISPUTE-CASES-FILE.
           01 DISPUTE-CASE-IO       PIC X(100).

           FD REFUND-RESULTS-FILE.
           01 REFUND-RESULT-IO      PIC X(100).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(100).

       WORKING-STORAGE SECTION.
           01 WS-CPL-STATUS         PIC XX.
               88 WS-CPL-FILE-OK        VALUE "00".
           01 WS-DSP-STATUS         PIC XX.
               88 WS-DSP-FILE-OK        VALUE "00".
           01 WS-RFD-STATUS         PIC XX.
               88 WS-RFD-FILE-OK        VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK     VALUE "00".
           01 WS-EOF-CPL            PIC X VALUE "N".
               88 END-OF-CPL-LOAD      VALUE "Y".
           01 WS-EOF-DSP            PIC X VALUE "N".
               88 END-OF-DSP-LOAD      VALUE "Y".
           01 WS-EOF-RFD            PIC X VALUE "N".
               88 END-OF-RFD-LOAD      VALUE "Y".

           COPY "COMPLAINT-RECORD.cpy".
           COPY "DISPUTE-CASE-RECORD.cpy".
           COPY "FEE-REFUND-RECORD.cpy".

      *    --- Complaint register ---
           01 WS-CPL-MAX            PIC 9(4) VALUE 5000.
           01 WS-CPL-TABLE.
               05 WS-CPL-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-CPL-IDX.
                   10 WCP-RECORD       PIC X(200).
                   10 WCP-REFUSED      PIC X(01).
           01 WS-CPL-COUNT          PIC 9(4) VALUE 0.

      *    --- Dispute cases: reference to case ID ---
           01 WS-DSP-MAX            PIC 9(4) VALUE 2000.
           01 WS-DSP-TABLE.
               05 WS-DSP-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-DSP-IDX.
                   10 WDS-REFERENCE    PIC X(12).
                   10 WDS-CASE-ID      PIC X(08).
                   10 WDS-ACCOUNT-ID   PIC X(10).
           01 WS-DSP-COUNT          PIC 9(4) VALUE 0.

      *    --- Tonight's refund outcomes ---
           01 WS-RFD-MAX            PIC 9(4) VALUE 1000.
           01 WS-RFD-TABLE.
               05 WS-RFD-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-RFD-IDX.
                   10 WRF-ACCOUNT-ID   PIC X(10).
                   10 WRF-FEE-DATE     PIC X(10).
                   10 WRF-AMOUNT       PIC 9(9)V99.
                   10 WRF-STATUS       PIC X(03).
                   10 WRF-ERROR-CODE   PIC X(03).
                   10 WRF-USED         PIC X(01).
           01 WS-RFD-COUNT          PIC 9(4) VALUE 0.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-PARSE-INT          PIC 9(8).
           01 WS-PARSE-JULIAN       PIC 9(7).
           01 WS-DAYS-TO-DEADLINE   PIC S9(5).
           01 WS-DISP-DAYS          PIC ZZZZ9-.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(100).

      *    --- Counters ---
           01 WS-LIVE-COUNT         PIC 9(4) VALUE 0.
           01 WS-LATE-COUNT         PIC 9(4) VALUE 0.
           01 WS-NEWLY-LATE-COUNT   PIC 9(4) VALUE 0.
           01 WS-UNASSIGNED-COUNT   PIC 9(4) VALUE 0.
           01 WS-LINKED-COUNT       PIC 9(4) VALUE 0.
           01 WS-ISSUED-COUNT       PIC 9(4) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(4) VALUE 0.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-COMPLAINTS
               IF WS-CPL-COUNT = 0
                   DISPLAY "  No COMPLAINTS.dat to age"
                   STOP RUN
               END-IF
               PERFORM LOAD-DISPUTE-CASES
               PERFORM LOAD-REFUND-RESULTS
               PERFORM AGE-ONE-COMPLAINT
                   VARYING WS-CPL-IDX FROM 1 BY 1
                   UNTIL WS-CPL-IDX > WS-CPL-COUNT
               PERFORM REWRITE-COMPLAINTS
               PERFORM WRITE-AGING-REPORT
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
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

           LOAD-COMPLAINTS.
               OPEN INPUT COMPLAINTS-FILE
               IF WS-CPL-FILE-OK
                   PERFORM LOAD-ONE-COMPLAINT
                       UNTIL END-OF-CPL-LOAD
                   CLOSE COMPLAINTS-FILE
               END-IF.

           LOAD-ONE-COMPLAINT.
               READ COMPLAINTS-FILE INTO COMPLAINT-IO
               AT END
                   MOVE "Y" TO WS-EOF-CPL
               NOT AT END
                   IF WS-CPL-COUNT < WS-CPL-MAX
                       ADD 1 TO WS-CPL-COUNT
                       MOVE COMPLAINT-IO TO WCP-RECORD(WS-CPL-COUNT)
                       MOVE "N" TO WCP-REFUSED(WS-CPL-COUNT)
                   END-IF
               END-READ.

           LOAD-DISPUTE-CASES.
               OPEN INPUT DISPUTE-CASES-FILE
               IF WS-DSP-FILE-OK
                   PERFORM READ-ONE-DISPUTE-CASE
                       UNTIL END-OF-DSP-LOAD
                   CLOSE DISPUTE-CASES-FILE
               END-IF.

           READ-ONE-DISPUTE-CASE.
               READ DISPUTE-CASES-FILE INTO DISPUTE-CASE-IO
               AT END
                   MOVE "Y" TO WS-EOF-DSP
               NOT AT END
                   MOVE DISPUTE-CASE-IO TO DISPUTE-CASE-RECORD
                   IF DSP-REFERENCE NOT = SPACES
                   AND WS-DSP-COUNT < WS-DSP-MAX
                       ADD 1 TO WS-DSP-COUNT
                       MOVE DSP-REFERENCE TO WDS-REFERENCE(WS-DSP-COUNT)
                       MOVE DSP-CASE-ID TO WDS-CASE-ID(WS-DSP-COUNT)
                       MOVE DSP-ACCOUNT-ID
                           TO WDS-ACCOUNT-ID(WS-DSP-COUNT)
                   END-IF
               END-READ.

           LOAD-REFUND-RESULTS.
               OPEN INPUT REFUND-RESULTS-FILE
               IF WS-RFD-FILE-OK
                   PERFORM READ-ONE-REFUND-RESULT
                       UNTIL END-OF-RFD-LOAD
                   CLOSE REFUND-RESULTS-FILE
               END-IF.

           READ-ONE-REFUND-RESULT.
               READ REFUND-RESULTS-FILE INTO REFUND-RESULT-IO
               AT END
                   MOVE "Y" TO WS-EOF-RFD
               NOT AT END
                   MOVE REFUND-RESULT-IO TO FEE-REFUND-RECORD
                   IF FRR-ACCOUNT-ID NOT = SPACES
                   AND (FRR-APPROVED OR FRR-REJECTED)
                   AND WS-RFD-COUNT < WS-RFD-MAX
                       ADD 1 TO WS-RFD-COUNT
                       MOVE FRR-ACCOUNT-ID
                           TO WRF-ACCOUNT-ID(WS-RFD-COUNT)
                       MOVE FRR-FEE-DATE TO WRF-FEE-DATE(WS-RFD-COUNT)
                       MOVE FRR-AMOUNT TO WRF-AMOUNT(WS-RFD-COUNT)
                       MOVE FRR-STATUS TO WRF-STATUS(WS-RFD-COUNT)
                       MOVE FRR-ERROR-CODE
                           TO WRF-ERROR-CODE(WS-RFD-COUNT)
                       MOVE "N" TO WRF-USED(WS-RFD-COUNT)
                   END-IF
               END-READ.

      *================================================================
      *    Aging.
      *================================================================
           AGE-ONE-COMPLAINT.
               MOVE WCP-RECORD(WS-CPL-IDX) TO COMPLAINT-RECORD
               IF CPL-REFERENCE NOT = SPACES
               AND CPL-DISPUTE-CASE-ID = SPACES
                   PERFORM LINK-DISPUTE-CASE
               END-IF
               IF CPL-REFUND-QUEUED
                   PERFORM MATCH-REFUND-RESULT
               END-IF
               IF CPL-LIVE
                   ADD 1 TO WS-LIVE-COUNT
                   IF CPL-OPEN
                       ADD 1 TO WS-UNASSIGNED-COUNT
                   END-IF
                   IF WS-TODAY > CPL-DUE-DATE
                       IF NOT CPL-PAST-DUE
                           ADD 1 TO WS-NEWLY-LATE-COUNT
                       END-IF
                       MOVE "Y" TO CPL-LATE
                       ADD 1 TO WS-LATE-COUNT
                   END-IF
               END-IF
               MOVE COMPLAINT-RECORD TO WCP-RECORD(WS-CPL-IDX).

           LINK-DISPUTE-CASE.
               PERFORM VARYING WS-DSP-IDX FROM 1 BY 1
                   UNTIL WS-DSP-IDX > WS-DSP-COUNT
                   IF WDS-REFERENCE(WS-DSP-IDX) = CPL-REFERENCE
                       MOVE WDS-CASE-ID(WS-DSP-IDX)
                           TO CPL-DISPUTE-CASE-ID
                       IF CPL-ACCOUNT-ID = SPACES
                           MOVE WDS-ACCOUNT-ID(WS-DSP-IDX)
                               TO CPL-ACCOUNT-ID
                       END-IF
                   END-IF
               END-PERFORM
               IF CPL-DISPUTE-CASE-ID NOT = SPACES
                   ADD 1 TO WS-LINKED-COUNT
               END-IF.

      *    Each result answers one queued refund: two complaints
      *    refunding the same fee take one result each.
           MATCH-REFUND-RESULT.
               PERFORM VARYING WS-RFD-IDX FROM 1 BY 1
                   UNTIL WS-RFD-IDX > WS-RFD-COUNT
                   OR NOT CPL-REFUND-QUEUED
                   IF WRF-USED(WS-RFD-IDX) = "N"
                   AND WRF-ACCOUNT-ID(WS-RFD-IDX) = CPL-ACCOUNT-ID
                   AND WRF-FEE-DATE(WS-RFD-IDX) = CPL-REFUND-FEE-DATE
                   AND WRF-AMOUNT(WS-RFD-IDX) = CPL-REFUND-AMOUNT
                       MOVE "Y" TO WRF-USED(WS-RFD-IDX)
                       IF WRF-STATUS(WS-RFD-IDX) = "APR"
                           SET CPL-REFUND-ISSUED TO TRUE
                           ADD 1 TO WS-ISSUED-COUNT
                       ELSE
                           SET CPL-REFUND-REJECTED TO TRUE
                           MOVE "Y" TO WCP-REFUSED(WS-CPL-IDX)
                           ADD 1 TO WS-REFUSED-COUNT
                       END-IF
                   END-IF
               END-PERFORM.

           REWRITE-COMPLAINTS.
               OPEN OUTPUT COMPLAINTS-FILE
               PERFORM VARYING WS-CPL-IDX FROM 1 BY 1
                   UNTIL WS-CPL-IDX > WS-CPL-COUNT
                   MOVE WCP-RECORD(WS-CPL-IDX) TO COMPLAINT-IO
                   WRITE COMPLAINT-IO
               END-PERFORM
               CLOSE COMPLAINTS-FILE.

      *================================================================
      *    Report.
      *================================================================
           WRITE-AGING-REPORT.
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "COMPLAINT-AGING-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - OPEN COMPLAINTS  "
                   DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "  COMPLAINT CUSTOMER   CAT PRODUCT    OWNER  "
                   & "RECEIVED   DUE        DAYS LEFT"
                   TO WS-OUT-LINE
               MOVE "FLAG  DISPUTE" TO WS-OUT-LINE(78:13)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               PERFORM WRITE-ONE-AGING-LINE
                   VARYING WS-CPL-IDX FROM 1 BY 1
                   UNTIL WS-CPL-IDX > WS-CPL-COUNT
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  LIVE: " DELIMITED SIZE
                   WS-LIVE-COUNT DELIMITED SIZE
                   "   PAST DEADLINE: " DELIMITED SIZE
                   WS-LATE-COUNT DELIMITED SIZE
                   "   UNASSIGNED: " DELIMITED SIZE
                   WS-UNASSIGNED-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               IF WS-REFUSED-COUNT > 0
                   MOVE SPACES TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "  COMPLAINT REFUNDS REJECTED BY "
                       & "FEE-REFUND-PROC" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE ALL "-" TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   PERFORM WRITE-ONE-REFUSAL-LINE
                       VARYING WS-CPL-IDX FROM 1 BY 1
                       UNTIL WS-CPL-IDX > WS-CPL-COUNT
               END-IF
               CLOSE REPORT-FILE.

           WRITE-ONE-AGING-LINE.
               MOVE WCP-RECORD(WS-CPL-IDX) TO COMPLAINT-RECORD
               IF CPL-LIVE
                   MOVE CPL-DUE-DATE(1:4) TO WS-PARSE-INT(1:4)
                   MOVE CPL-DUE-DATE(6:2) TO WS-PARSE-INT(5:2)
                   MOVE CPL-DUE-DATE(9:2) TO WS-PARSE-INT(7:2)
                   COMPUTE WS-PARSE-JULIAN =
                       FUNCTION INTEGER-OF-DATE(WS-PARSE-INT)
                   COMPUTE WS-DAYS-TO-DEADLINE =
                       WS-PARSE-JULIAN - WS-TODAY-JULIAN
                   MOVE WS-DAYS-TO-DEADLINE TO WS-DISP-DAYS
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  " DELIMITED SIZE
                       CPL-COMPLAINT-ID DELIMITED SIZE
                       "  " DELIMITED SIZE
                       CPL-CUSTOMER-ID DELIMITED SIZE
                       " " DELIMITED SIZE
                       CPL-CATEGORY DELIMITED SIZE
                       " " DELIMITED SIZE
                       CPL-PRODUCT DELIMITED SIZE
                       " " DELIMITED SIZE
                       CPL-OWNER DELIMITED SIZE
                       " " DELIMITED SIZE
                       CPL-RECEIVED-DATE DELIMITED SIZE
                       " " DELIMITED SIZE
                       CPL-DUE-DATE DELIMITED SIZE
                       "  " DELIMITED SIZE
                       WS-DISP-DAYS DELIMITED SIZE
                       INTO WS-OUT-LINE
                   IF CPL-OPEN
                       MOVE "UNASGN" TO WS-OUT-LINE(39:6)
                   END-IF
                   IF CPL-PAST-DUE
                       MOVE "*LATE" TO WS-OUT-LINE(78:5)
                   END-IF
                   IF CPL-DISPUTE-CASE-ID NOT = SPACES
                       MOVE CPL-DISPUTE-CASE-ID TO WS-OUT-LINE(84:8)
                   END-IF
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           WRITE-ONE-REFUSAL-LINE.
               MOVE WCP-RECORD(WS-CPL-IDX) TO COMPLAINT-RECORD
               IF WCP-REFUSED(WS-CPL-IDX) = "Y"
                   MOVE CPL-REFUND-AMOUNT TO WS-DISP-AMOUNT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "  " DELIMITED SIZE
                       CPL-COMPLAINT-ID DELIMITED SIZE
                       "  " DELIMITED SIZE
                       CPL-ACCOUNT-ID DELIMITED SIZE
                       " FEE OF " DELIMITED SIZE
                       CPL-REFUND-FEE-DATE DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-DISP-AMOUNT DELIMITED SIZE
                       "  OWNER " DELIMITED SIZE
                       CPL-OWNER DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO REPORT-RECORD
                   WRITE REPORT-RECORD
               END-IF.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Complaint Aging"
               DISPLAY "=============================================="
               DISPLAY "  Complaints on File : " WS-CPL-COUNT
               DISPLAY "  Live Complaints    : " WS-LIVE-COUNT
               DISPLAY "  Past Deadline      : " WS-LATE-COUNT
               DISPLAY "  Newly Late Tonight : " WS-NEWLY-LATE-COUNT
               DISPLAY "  Unassigned         : " WS-UNASSIGNED-COUNT
               DISPLAY "  Linked to Disputes : " WS-LINKED-COUNT
               DISPLAY "  Refunds Issued     : " WS-ISSUED-COUNT
               DISPLAY "  Refunds Rejected   : " WS-REFUSED-COUNT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/COMPLAINTS.dat"
               DISPLAY "  → data/output/COMPLAINT-AGING-REPORT.dat"
               DISPLAY "==============================================".
