      *================================================================
      * PROGRAM:    OUTBOUND-REGISTRY.cbl
      * DESCRIPTION: The outbound half of FILE-REGISTRY: a record of
      *              every interface file the bank sends to an outside
      *              party and whether the receiver took it. The files
      *              are listed on OUTBOUND-INTERFACES.dat (see
      *              OUTBOUND-INTERFACE-RECORD.cpy) - the NACHA file,
      *              the bureau, CTR, 1099/1042-S and escheat
      *              extracts, the positive pay and card vendor files
      *              and the rest - and the cumulative
      *              TRANSMISSION-LOG.dat (see
      *              TRANSMISSION-LOG-RECORD.cpy, load in full,
      *              rewrite in full) holds one row per transmission.
      *              Each night, in this order:
      *                - receiver acknowledgements on
      *                  TRANSMISSION-ACKS.dat mark the transmission
      *                  awaiting them accepted or rejected; an ack
      *                  that finds no such transmission, or counts a
      *                  different number of records, is listed and
      *                  changes nothing;
      *                - resend requests on TRANSMISSION-RESENDS.dat
      *                  send a file again. A file the receiver
      *                  rejected may go again on the operator's
      *                  word; one sent and not rejected goes again
      *                  only with a supervisor's override (a
      *                  supervisor on OPERATORS.dat other than the
      *                  requester) - the same file is never sent
      *                  twice by accident. The resend supersedes the
      *                  earlier transmission of the file;
      *                - every listed file in data/output that is new
      *                  tonight is logged as sent, with its record
      *                  count and hash total from its trailer, its
      *                  destination, the send time and the date its
      *                  acknowledgement falls due. A file already
      *                  on the log - by name, count, hash and first
      *                  and last rows, whatever night it was sent -
      *                  is left alone, so an extract that was not
      *                  rerun is not sent again;
      *                - every transmission still unacknowledged past
      *                  its cutoff is listed as overdue (BATCH-STATUS
      *                  raises the same alarm at sign-on).
      *              Both request files are consumed and cleared, the
      *              consume-then-clear treatment the notice queue
      *              gets. The night's sends, acknowledgements,
      *              resend decisions and overdue files are listed on
      *              TRANSMISSION-REPORT.dat.
      *              Runs after the last extract in the chain.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. OUTBOUND-REGISTRY.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional: no interfaces listed, nothing is sent.
               SELECT INTERFACE-FILE
                   ASSIGN TO "data/input/OUTBOUND-INTERFACES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-XI-STATUS.

      *        Cumulative - loaded in full, rewritten in full.
               SELECT XMIT-LOG-FILE
                   ASSIGN TO "data/output/TRANSMISSION-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-XL-STATUS.

               SELECT ACK-FILE
                   ASSIGN TO "data/input/TRANSMISSION-ACKS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-XA-STATUS.

               SELECT RESEND-FILE
                   ASSIGN TO "data/input/TRANSMISSION-RESENDS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-XR-STATUS.

               SELECT OPERATORS-FILE
                   ASSIGN TO "data/input/OPERATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPER-STATUS.

      *        Path built at run time from the interface row.
               SELECT OUTBOUND-FILE
                   ASSIGN TO WS-OUTBOUND-PATH
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OUT-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO "data/output/TRANSMISSION-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD INTERFACE-FILE.
           01 INTERFACE-IO          PIC X(100).

           FD XMIT-LOG-FILE.
           01 XMIT-LOG-IO           PIC X(220).

           FD ACK-FILE.
           01 ACK-IO                PIC X(100).

           FD RESEND-FILE.
           01 RESEND-IO             PIC X(100).

           FD OPERATORS-FILE.
           01 OPERATORS-IO          PIC X(100).

           FD OUTBOUND-FILE.
           01 OUTBOUND-IO           PIC X(256).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-XI-STATUS          PIC XX.
               88 WS-XI-FILE-OK        VALUE "00".
           01 WS-XL-STATUS          PIC XX.
               88 WS-XL-FILE-OK        VALUE "00".
           01 WS-XA-STATUS          PIC XX.
               88 WS-XA-FILE-OK        VALUE "00".
           01 WS-XR-STATUS          PIC XX.
               88 WS-XR-FILE-OK        VALUE "00".
           01 WS-OPER-STATUS        PIC XX.
               88 WS-OPER-FILE-OK      VALUE "00".
           01 WS-OUT-STATUS         PIC XX.
               88 WS-OUT-FILE-OK       VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-XI             PIC X VALUE "N".
               88 END-OF-XI-LOAD       VALUE "Y".
           01 WS-EOF-XL             PIC X VALUE "N".
               88 END-OF-XL-LOAD       VALUE "Y".
           01 WS-EOF-XA             PIC X VALUE "N".
               88 END-OF-ACKS          VALUE "Y".
           01 WS-EOF-XR             PIC X VALUE "N".
               88 END-OF-RESENDS       VALUE "Y".
           01 WS-EOF-OPER           PIC X VALUE "N".
               88 END-OF-OPER-LOAD     VALUE "Y".
           01 WS-EOF-OUT            PIC X VALUE "N".
               88 END-OF-OUTBOUND      VALUE "Y".

           COPY "OUTBOUND-INTERFACE-RECORD.cpy".
           COPY "TRANSMISSION-LOG-RECORD.cpy".
           COPY "TRANSMISSION-ACK-RECORD.cpy".
           COPY "TRANSMISSION-RESEND-RECORD.cpy".
           COPY "FILE-CONTROL-RECORD.cpy".
           COPY "OPERATOR-RECORD.cpy".

      *    --- The interfaces ---
           01 WS-XI-MAX             PIC 999 VALUE 100.
           01 WS-XI-TABLE.
               05 WS-XI-ENTRY OCCURS 100 TIMES
                               INDEXED BY WS-XI-IDX.
                   10 WXI-RECORD       PIC X(100).
           01 WS-XI-COUNT           PIC 999 VALUE 0.
           01 WS-XI-FOUND-IDX       PIC 999 VALUE 0.

      *    --- The transmission log ---
           01 WS-XL-MAX             PIC 9(5) VALUE 20000.
           01 WS-XL-TABLE.
               05 WS-XL-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-XL-IDX.
                   10 WXL-RECORD       PIC X(220).
           01 WS-XL-COUNT           PIC 9(5) VALUE 0.
           01 WS-XL-FOUND-IDX       PIC 9(5) VALUE 0.
           01 WS-XL-SCAN-IDX        PIC 9(5) VALUE 0.
           01 WS-XL-CHANGED         PIC X VALUE "N".

      *    --- The operator roster (ID and role only) ---
           01 WS-OPER-MAX           PIC 9(4) VALUE 500.
           01 WS-OPER-TABLE.
               05 WS-OPER-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-OPER-IDX.
                   10 WOP-OPERATOR-ID  PIC X(06).
                   10 WOP-ROLE         PIC X(01).
           01 WS-OPER-COUNT         PIC 9(4) VALUE 0.
           01 WS-FIND-OPERATOR      PIC X(06).
           01 WS-FOUND-ROLE         PIC X(01).

      *    --- Fingerprint of the file in hand ---
           01 WS-OUTBOUND-PATH      PIC X(60).
           01 WS-FP-PRESENT         PIC X VALUE "N".
               88 FILE-ON-HAND         VALUE "Y".
           01 WS-FP-ROWS            PIC 9(7) VALUE 0.
           01 WS-FP-COUNT           PIC 9(7) VALUE 0.
           01 WS-FP-HASH            PIC 9(13)V99 VALUE 0.
           01 WS-FP-SOURCE          PIC X(01).
           01 WS-FP-FIRST           PIC X(20).
           01 WS-FP-LAST            PIC X(20).
           01 WS-FP-TRL-COUNT       PIC 9(7) VALUE 0.
           01 WS-FP-TRL-HASH        PIC 9(13)V99 VALUE 0.
           01 WS-FP-TRL-FOUND       PIC X VALUE "N".
           01 WS-NACHA-COUNT        PIC 9(8).
           01 WS-NACHA-HASH         PIC 9(10).

      *    --- Work fields ---
           01 WS-RPT-ACTION         PIC X(28).
           01 WS-RPT-NAME           PIC X(40).
           01 WS-RPT-DATE           PIC X(10).
           01 WS-RPT-COUNT          PIC 9(7).
           01 WS-SEND-BUS-DATE      PIC X(10).
           01 WS-SEND-KIND          PIC X(01).
           01 WS-SEND-TIME          PIC 9(8).
           01 WS-CUTOFF-JULIAN      PIC 9(7).
           01 WS-CUTOFF-INT         PIC 9(8).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-OUT-LINE           PIC X(80).

      *    --- Counters ---
           01 WS-SENT-COUNT         PIC 9(5) VALUE 0.
           01 WS-UNCHANGED-COUNT    PIC 9(5) VALUE 0.
           01 WS-ABSENT-COUNT       PIC 9(5) VALUE 0.
           01 WS-ACCEPTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-UNMATCHED-COUNT    PIC 9(5) VALUE 0.
           01 WS-RESENT-COUNT       PIC 9(5) VALUE 0.
           01 WS-REFUSED-COUNT      PIC 9(5) VALUE 0.
           01 WS-OVERDUE-COUNT      PIC 9(5) VALUE 0.

      *    --- Dates ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-INTERFACES
               IF WS-XI-COUNT = 0
                   DISPLAY "  No OUTBOUND-INTERFACES.dat - nothing "
                       "to log"
                   STOP RUN
               END-IF
               PERFORM LOAD-TRANSMISSION-LOG
               PERFORM LOAD-OPERATORS
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open TRANSMISSION-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               PERFORM WRITE-REPORT-HEADER
               PERFORM APPLY-ACKNOWLEDGEMENTS
               PERFORM PROCESS-RESEND-REQUESTS
               MOVE "SENT TONIGHT" TO WS-OUT-LINE
               PERFORM WRITE-SECTION-HEADER
               PERFORM SEND-ONE-INTERFACE
                   VARYING WS-XI-IDX FROM 1 BY 1
                   UNTIL WS-XI-IDX > WS-XI-COUNT
               MOVE "UNACKNOWLEDGED PAST CUTOFF" TO WS-OUT-LINE
               PERFORM WRITE-SECTION-HEADER
               PERFORM CHECK-ONE-OVERDUE
                   VARYING WS-XL-IDX FROM 1 BY 1
                   UNTIL WS-XL-IDX > WS-XL-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REPORT-FILE
               IF WS-XL-CHANGED = "Y"
                   PERFORM REWRITE-TRANSMISSION-LOG
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
               COMPUTE WS-TODAY-JULIAN =
                   FUNCTION INTEGER-OF-DATE(WS-DATE-INT).

      *================================================================
      *    Reference data and the log
      *================================================================
           LOAD-INTERFACES.
               OPEN INPUT INTERFACE-FILE
               IF WS-XI-FILE-OK
                   PERFORM READ-ONE-INTERFACE
                       UNTIL END-OF-XI-LOAD
                   CLOSE INTERFACE-FILE
               END-IF.

           READ-ONE-INTERFACE.
               READ INTERFACE-FILE INTO INTERFACE-IO
               AT END
                   MOVE "Y" TO WS-EOF-XI
               NOT AT END
                   IF INTERFACE-IO(1:40) NOT = SPACES
                   AND WS-XI-COUNT < WS-XI-MAX
                       ADD 1 TO WS-XI-COUNT
                       MOVE INTERFACE-IO TO WXI-RECORD(WS-XI-COUNT)
                   END-IF
               END-READ.

           LOAD-TRANSMISSION-LOG.
               OPEN INPUT XMIT-LOG-FILE
               IF WS-XL-FILE-OK
                   PERFORM READ-ONE-LOG-ROW
                       UNTIL END-OF-XL-LOAD
                   CLOSE XMIT-LOG-FILE
               END-IF.

           READ-ONE-LOG-ROW.
               READ XMIT-LOG-FILE INTO XMIT-LOG-IO
               AT END
                   MOVE "Y" TO WS-EOF-XL
               NOT AT END
                   IF XMIT-LOG-IO(1:40) NOT = SPACES
                       IF WS-XL-COUNT < WS-XL-MAX
                           ADD 1 TO WS-XL-COUNT
                           MOVE XMIT-LOG-IO TO WXL-RECORD(WS-XL-COUNT)
                       ELSE
                           DISPLAY "ERROR: TRANSMISSION-LOG.dat "
                               "exceeds " WS-XL-MAX
                               " rows - not rewritten"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                   END-IF
               END-READ.

           LOAD-OPERATORS.
               OPEN INPUT OPERATORS-FILE
               IF WS-OPER-FILE-OK
                   PERFORM READ-ONE-OPERATOR
                       UNTIL END-OF-OPER-LOAD
                   CLOSE OPERATORS-FILE
               END-IF.

           READ-ONE-OPERATOR.
               READ OPERATORS-FILE INTO OPERATORS-IO
               AT END
                   MOVE "Y" TO WS-EOF-OPER
               NOT AT END
                   MOVE OPERATORS-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                   AND OP-OPERATOR-ID NOT = SPACES
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
                       MOVE OP-ROLE
                           TO WOP-ROLE(WS-OPER-COUNT)
                   END-IF
               END-READ.

           FIND-OPERATOR-ROLE.
               MOVE SPACE TO WS-FOUND-ROLE
               PERFORM VARYING WS-OPER-IDX FROM 1 BY 1
                   UNTIL WS-OPER-IDX > WS-OPER-COUNT
                   OR WS-FOUND-ROLE NOT = SPACE
                   IF WOP-OPERATOR-ID(WS-OPER-IDX) = WS-FIND-OPERATOR
                       MOVE WOP-ROLE(WS-OPER-IDX) TO WS-FOUND-ROLE
                   END-IF
               END-PERFORM.

           FIND-INTERFACE.
               MOVE 0 TO WS-XI-FOUND-IDX
               PERFORM VARYING WS-XI-IDX FROM 1 BY 1
                   UNTIL WS-XI-IDX > WS-XI-COUNT
                   OR WS-XI-FOUND-IDX > 0
                   IF WXI-RECORD(WS-XI-IDX)(1:40) = WS-RPT-NAME
                       SET WS-XI-FOUND-IDX TO WS-XI-IDX
                   END-IF
               END-PERFORM
               IF WS-XI-FOUND-IDX > 0
                   MOVE WXI-RECORD(WS-XI-FOUND-IDX)
                       TO OUTBOUND-INTERFACE-RECORD
               END-IF.

      *================================================================
      *    Fingerprint - count and hash from the trailer the file
      *    carries, plus its first and last data rows
      *================================================================
           FINGERPRINT-OUTBOUND-FILE.
               MOVE "N" TO WS-FP-PRESENT
               MOVE 0 TO WS-FP-ROWS
               MOVE 0 TO WS-FP-COUNT
               MOVE 0 TO WS-FP-HASH
               MOVE 0 TO WS-FP-TRL-COUNT
               MOVE 0 TO WS-FP-TRL-HASH
               MOVE "N" TO WS-FP-TRL-FOUND
               MOVE SPACE TO WS-FP-SOURCE
               MOVE SPACES TO WS-FP-FIRST
               MOVE SPACES TO WS-FP-LAST
               MOVE SPACES TO WS-OUTBOUND-PATH
               STRING "data/output/" DELIMITED SIZE
                   XI-FILE-NAME DELIMITED SPACE
                   INTO WS-OUTBOUND-PATH
               MOVE "N" TO WS-EOF-OUT
               OPEN INPUT OUTBOUND-FILE
               IF NOT WS-OUT-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM READ-ONE-OUTBOUND-ROW
                   UNTIL END-OF-OUTBOUND
               CLOSE OUTBOUND-FILE
               IF WS-FP-ROWS = 0
                   EXIT PARAGRAPH
               END-IF
               MOVE "Y" TO WS-FP-PRESENT
               IF WS-FP-TRL-FOUND = "Y"
                   MOVE XI-TRAILER-TYPE TO WS-FP-SOURCE
                   MOVE WS-FP-TRL-COUNT TO WS-FP-COUNT
                   MOVE WS-FP-TRL-HASH  TO WS-FP-HASH
               ELSE
                   MOVE WS-FP-ROWS TO WS-FP-COUNT
               END-IF.

      *    NACHA block padding (rows of nines) and control rows are
      *    not data rows.
           READ-ONE-OUTBOUND-ROW.
               READ OUTBOUND-FILE INTO OUTBOUND-IO
               AT END
                   MOVE "Y" TO WS-EOF-OUT
               NOT AT END
                   IF OUTBOUND-IO = SPACES
                       EXIT PARAGRAPH
                   END-IF
                   IF XI-TRAILER-NACHA
                   AND OUTBOUND-IO(1:1) = "9"
                       IF OUTBOUND-IO(2:6) NOT = "999999"
                       AND OUTBOUND-IO(14:8) IS NUMERIC
                       AND OUTBOUND-IO(22:10) IS NUMERIC
                           MOVE OUTBOUND-IO(14:8) TO WS-NACHA-COUNT
                           MOVE OUTBOUND-IO(22:10) TO WS-NACHA-HASH
                           MOVE WS-NACHA-COUNT TO WS-FP-TRL-COUNT
                           MOVE WS-NACHA-HASH  TO WS-FP-TRL-HASH
                           MOVE "Y" TO WS-FP-TRL-FOUND
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   IF XI-TRAILER-CONTROL
                   AND OUTBOUND-IO(1:1) = "*"
                       MOVE OUTBOUND-IO TO FILE-CTL-RECORD
                       IF FCR-TRAILER
                       AND FCR-REC-COUNT IS NUMERIC
                       AND FCR-HASH-TOTAL IS NUMERIC
                           ADD FCR-REC-COUNT  TO WS-FP-TRL-COUNT
                           ADD FCR-HASH-TOTAL TO WS-FP-TRL-HASH
                           MOVE "Y" TO WS-FP-TRL-FOUND
                       END-IF
                       EXIT PARAGRAPH
                   END-IF
                   ADD 1 TO WS-FP-ROWS
                   IF WS-FP-FIRST = SPACES
                       MOVE OUTBOUND-IO(1:20) TO WS-FP-FIRST
                   END-IF
                   MOVE OUTBOUND-IO(1:20) TO WS-FP-LAST
               END-READ.

      *    Latest transmission of this very file - same name, same
      *    count, hash and first and last rows.
           FIND-LOGGED-FINGERPRINT.
               MOVE SPACES TO TRANSMISSION-LOG-RECORD
               MOVE XI-FILE-NAME TO XL-FILE-NAME
               MOVE WS-FP-COUNT  TO XL-REC-COUNT
               MOVE WS-FP-HASH   TO XL-HASH-TOTAL
               MOVE WS-FP-FIRST  TO XL-FIRST-ROW
               MOVE WS-FP-LAST   TO XL-LAST-ROW
               MOVE 0 TO WS-XL-FOUND-IDX
               PERFORM VARYING WS-XL-IDX FROM WS-XL-COUNT BY -1
                   UNTIL WS-XL-IDX < 1
                   OR WS-XL-FOUND-IDX > 0
                   IF WXL-RECORD(WS-XL-IDX)(1:40)
                       = TRANSMISSION-LOG-RECORD(1:40)
                   AND WXL-RECORD(WS-XL-IDX)(51:22)
                       = TRANSMISSION-LOG-RECORD(51:22)
                   AND WXL-RECORD(WS-XL-IDX)(74:40)
                       = TRANSMISSION-LOG-RECORD(74:40)
                       SET WS-XL-FOUND-IDX TO WS-XL-IDX
                   END-IF
               END-PERFORM.

      *================================================================
      *    Acknowledgements
      *================================================================
           APPLY-ACKNOWLEDGEMENTS.
               OPEN INPUT ACK-FILE
               IF NOT WS-XA-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE "ACKNOWLEDGEMENTS RECEIVED" TO WS-OUT-LINE
               PERFORM WRITE-SECTION-HEADER
               PERFORM APPLY-ONE-ACK
                   UNTIL END-OF-ACKS
               CLOSE ACK-FILE
               OPEN OUTPUT ACK-FILE
               CLOSE ACK-FILE.

      *    The receiver quotes the file and business date; the
      *    latest transmission of that file for that date must be
      *    the one awaiting it.
           APPLY-ONE-ACK.
               READ ACK-FILE INTO ACK-IO
               AT END
                   MOVE "Y" TO WS-EOF-XA
                   EXIT PARAGRAPH
               END-READ
               IF ACK-IO = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE ACK-IO TO TRANSMISSION-ACK-RECORD
               MOVE XA-FILE-NAME TO WS-RPT-NAME
               MOVE XA-BUS-DATE  TO WS-RPT-DATE
               MOVE 0 TO WS-RPT-COUNT
               IF XA-REC-COUNT IS NUMERIC
                   MOVE XA-REC-COUNT TO WS-RPT-COUNT
               END-IF
               MOVE 0 TO WS-XL-FOUND-IDX
               PERFORM VARYING WS-XL-IDX FROM WS-XL-COUNT BY -1
                   UNTIL WS-XL-IDX < 1
                   OR WS-XL-FOUND-IDX > 0
                   IF WXL-RECORD(WS-XL-IDX)(1:40) = XA-FILE-NAME
                   AND WXL-RECORD(WS-XL-IDX)(41:10) = XA-BUS-DATE
                       SET WS-XL-FOUND-IDX TO WS-XL-IDX
                   END-IF
               END-PERFORM
               IF WS-XL-FOUND-IDX = 0
                   MOVE "UNMATCHED - NOT ON LOG" TO WS-RPT-ACTION
                   ADD 1 TO WS-UNMATCHED-COUNT
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WXL-RECORD(WS-XL-FOUND-IDX)
                   TO TRANSMISSION-LOG-RECORD
               IF NOT XL-AWAITING-ACK
                   MOVE "UNMATCHED - NOT AWAITING ACK"
                       TO WS-RPT-ACTION
               ELSE
               IF WS-RPT-COUNT NOT = 0
               AND WS-RPT-COUNT NOT = XL-REC-COUNT
                   MOVE "UNMATCHED - COUNT DIFFERS" TO WS-RPT-ACTION
               ELSE
               IF NOT XA-ACCEPTED AND NOT XA-REJECTED
                   MOVE "UNMATCHED - BAD ACK CODE" TO WS-RPT-ACTION
               ELSE
                   MOVE SPACES TO WS-RPT-ACTION
               END-IF
               END-IF
               END-IF
               IF WS-RPT-ACTION NOT = SPACES
                   ADD 1 TO WS-UNMATCHED-COUNT
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE XA-ACK-DATE TO XL-ACK-DATE
               IF XL-ACK-DATE = SPACES
                   MOVE WS-TODAY TO XL-ACK-DATE
               END-IF
               IF XA-ACCEPTED
                   SET XL-ACCEPTED TO TRUE
                   MOVE SPACES TO XL-ACK-REASON
                   MOVE "ACCEPTED" TO WS-RPT-ACTION
                   ADD 1 TO WS-ACCEPTED-COUNT
               ELSE
                   SET XL-REJECTED TO TRUE
                   MOVE XA-REASON TO XL-ACK-REASON
                   MOVE SPACES TO WS-RPT-ACTION
                   STRING "REJECTED - " DELIMITED SIZE
                       XA-REASON DELIMITED SIZE
                       INTO WS-RPT-ACTION
                   ADD 1 TO WS-REJECTED-COUNT
               END-IF
               MOVE TRANSMISSION-LOG-RECORD
                   TO WXL-RECORD(WS-XL-FOUND-IDX)
               MOVE "Y" TO WS-XL-CHANGED
               MOVE XL-REC-COUNT TO WS-RPT-COUNT
               PERFORM WRITE-REPORT-LINE.

      *================================================================
      *    Resend requests
      *================================================================
           PROCESS-RESEND-REQUESTS.
               OPEN INPUT RESEND-FILE
               IF NOT WS-XR-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               MOVE "RESEND REQUESTS" TO WS-OUT-LINE
               PERFORM WRITE-SECTION-HEADER
               PERFORM DECIDE-ONE-RESEND
                   UNTIL END-OF-RESENDS
               CLOSE RESEND-FILE
               OPEN OUTPUT RESEND-FILE
               CLOSE RESEND-FILE.

      *    A file the receiver rejected may go again on the
      *    operator's word; anything else sent before needs a
      *    supervisor other than the requester to override.
           DECIDE-ONE-RESEND.
               READ RESEND-FILE INTO RESEND-IO
               AT END
                   MOVE "Y" TO WS-EOF-XR
                   EXIT PARAGRAPH
               END-READ
               IF RESEND-IO = SPACES
                   EXIT PARAGRAPH
               END-IF
               MOVE RESEND-IO TO TRANSMISSION-RESEND-RECORD
               MOVE XR-FILE-NAME TO WS-RPT-NAME
               MOVE SPACES TO WS-RPT-DATE
               MOVE 0 TO WS-RPT-COUNT
               MOVE SPACES TO WS-RPT-ACTION
               PERFORM FIND-INTERFACE
               MOVE XR-REQUESTED-BY TO WS-FIND-OPERATOR
               PERFORM FIND-OPERATOR-ROLE
               IF WS-XI-FOUND-IDX = 0
                   MOVE "REFUSED - NOT AN INTERFACE" TO WS-RPT-ACTION
               ELSE
               IF XR-REQUESTED-BY = SPACES
               OR WS-FOUND-ROLE = SPACE
                   MOVE "REFUSED - UNKNOWN OPERATOR" TO WS-RPT-ACTION
               ELSE
                   PERFORM FINGERPRINT-OUTBOUND-FILE
                   IF NOT FILE-ON-HAND
                       MOVE "REFUSED - FILE NOT FOUND"
                           TO WS-RPT-ACTION
                   END-IF
               END-IF
               END-IF
               IF WS-RPT-ACTION NOT = SPACES
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-FP-COUNT TO WS-RPT-COUNT
               PERFORM FIND-LOGGED-FINGERPRINT
               IF WS-XL-FOUND-IDX = 0
      *            Never sent - an ordinary first send.
                   MOVE WS-TODAY TO WS-SEND-BUS-DATE
                   MOVE "O" TO WS-SEND-KIND
                   MOVE "SENT - FIRST SEND" TO WS-RPT-ACTION
               ELSE
                   MOVE WXL-RECORD(WS-XL-FOUND-IDX)
                       TO TRANSMISSION-LOG-RECORD
                   MOVE XL-BUS-DATE TO WS-SEND-BUS-DATE
                   MOVE "R" TO WS-SEND-KIND
                   IF XL-REJECTED
                       MOVE SPACES TO XR-OVERRIDE-BY
                       MOVE "RESENT - AFTER REJECT" TO WS-RPT-ACTION
                   ELSE
                       PERFORM CHECK-OVERRIDE
                   END-IF
               END-IF
               MOVE WS-SEND-BUS-DATE TO WS-RPT-DATE
               IF WS-RPT-ACTION(1:7) = "REFUSED"
                   ADD 1 TO WS-REFUSED-COUNT
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
               END-IF
               IF WS-SEND-KIND = "R"
                   PERFORM SUPERSEDE-EARLIER-SENDS
                   ADD 1 TO WS-RESENT-COUNT
               ELSE
                   ADD 1 TO WS-SENT-COUNT
               END-IF
               PERFORM APPEND-TRANSMISSION
               PERFORM WRITE-REPORT-LINE.

           CHECK-OVERRIDE.
               MOVE XR-OVERRIDE-BY TO WS-FIND-OPERATOR
               PERFORM FIND-OPERATOR-ROLE
               IF XR-OVERRIDE-BY = SPACES
                   MOVE "REFUSED - ALREADY SENT" TO WS-RPT-ACTION
               ELSE
               IF XR-OVERRIDE-BY = XR-REQUESTED-BY
                   MOVE "REFUSED - SELF-OVERRIDE" TO WS-RPT-ACTION
               ELSE
               IF WS-FOUND-ROLE = SPACE
                   MOVE "REFUSED - UNKNOWN SUPERVISOR"
                       TO WS-RPT-ACTION
               ELSE
               IF WS-FOUND-ROLE NOT = "S"
                   MOVE "REFUSED - NOT A SUPERVISOR" TO WS-RPT-ACTION
               ELSE
                   MOVE "RESENT - SUPERVISOR OVERRIDE"
                       TO WS-RPT-ACTION
               END-IF
               END-IF
               END-IF
               END-IF.

      *    Whatever the receiver has not yet answered, or rejected,
      *    for this very file is answered by the resend.
           SUPERSEDE-EARLIER-SENDS.
               PERFORM VARYING WS-XL-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-XL-SCAN-IDX > WS-XL-COUNT
                   IF WXL-RECORD(WS-XL-SCAN-IDX)(1:40)
                       = WXL-RECORD(WS-XL-FOUND-IDX)(1:40)
                   AND WXL-RECORD(WS-XL-SCAN-IDX)(51:22)
                       = WXL-RECORD(WS-XL-FOUND-IDX)(51:22)
                   AND WXL-RECORD(WS-XL-SCAN-IDX)(74:40)
                       = WXL-RECORD(WS-XL-FOUND-IDX)(74:40)
                       MOVE WXL-RECORD(WS-XL-SCAN-IDX)
                           TO TRANSMISSION-LOG-RECORD
                       IF XL-AWAITING-ACK OR XL-REJECTED
                           SET XL-SUPERSEDED TO TRUE
                           MOVE TRANSMISSION-LOG-RECORD
                               TO WXL-RECORD(WS-XL-SCAN-IDX)
                       END-IF
                   END-IF
               END-PERFORM.

      *================================================================
      *    Tonight's new files
      *================================================================
           SEND-ONE-INTERFACE.
               MOVE WXI-RECORD(WS-XI-IDX) TO OUTBOUND-INTERFACE-RECORD
               PERFORM FINGERPRINT-OUTBOUND-FILE
               IF NOT FILE-ON-HAND
                   ADD 1 TO WS-ABSENT-COUNT
                   EXIT PARAGRAPH
               END-IF
               PERFORM FIND-LOGGED-FINGERPRINT
               IF WS-XL-FOUND-IDX > 0
                   ADD 1 TO WS-UNCHANGED-COUNT
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-TODAY TO WS-SEND-BUS-DATE
               MOVE "O" TO WS-SEND-KIND
               MOVE SPACES TO XR-REQUESTED-BY
               MOVE SPACES TO XR-OVERRIDE-BY
               PERFORM APPEND-TRANSMISSION
               ADD 1 TO WS-SENT-COUNT
               MOVE XI-FILE-NAME TO WS-RPT-NAME
               MOVE WS-SEND-BUS-DATE TO WS-RPT-DATE
               MOVE WS-FP-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-RPT-ACTION
               STRING "SENT TO " DELIMITED SIZE
                   XI-DESTINATION DELIMITED SIZE
                   INTO WS-RPT-ACTION
               PERFORM WRITE-REPORT-LINE.

      *    One new row for the file in hand; its acknowledgement
      *    falls due XI-ACK-DAYS calendar days after the send.
           APPEND-TRANSMISSION.
               IF WS-XL-COUNT >= WS-XL-MAX
                   DISPLAY "ERROR: TRANSMISSION-LOG.dat full at "
                       WS-XL-MAX " rows"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ACCEPT WS-SEND-TIME FROM TIME
               MOVE SPACES TO TRANSMISSION-LOG-RECORD
               MOVE XI-FILE-NAME     TO XL-FILE-NAME
               MOVE WS-SEND-BUS-DATE TO XL-BUS-DATE
               MOVE WS-FP-COUNT      TO XL-REC-COUNT
               MOVE WS-FP-HASH       TO XL-HASH-TOTAL
               MOVE WS-FP-SOURCE     TO XL-HASH-SOURCE
               MOVE WS-FP-FIRST      TO XL-FIRST-ROW
               MOVE WS-FP-LAST       TO XL-LAST-ROW
               MOVE XI-DESTINATION   TO XL-DESTINATION
               MOVE WS-TODAY         TO XL-SEND-DATE
               MOVE WS-SEND-TIME     TO XL-SEND-TIME
               IF XI-ACK-DAYS IS NOT NUMERIC
                   MOVE 0 TO XI-ACK-DAYS
               END-IF
               COMPUTE WS-CUTOFF-JULIAN =
                   WS-TODAY-JULIAN + XI-ACK-DAYS
               MOVE FUNCTION DATE-OF-INTEGER(WS-CUTOFF-JULIAN)
                   TO WS-CUTOFF-INT
               MOVE WS-CUTOFF-INT(1:4) TO XL-CUTOFF-DATE(1:4)
               MOVE "-"                TO XL-CUTOFF-DATE(5:1)
               MOVE WS-CUTOFF-INT(5:2) TO XL-CUTOFF-DATE(6:2)
               MOVE "-"                TO XL-CUTOFF-DATE(8:1)
               MOVE WS-CUTOFF-INT(7:2) TO XL-CUTOFF-DATE(9:2)
               MOVE WS-SEND-KIND     TO XL-KIND
               SET XL-AWAITING-ACK   TO TRUE
               MOVE XR-REQUESTED-BY  TO XL-REQUESTED-BY
               MOVE XR-OVERRIDE-BY   TO XL-OVERRIDE-BY
               ADD 1 TO WS-XL-COUNT
               MOVE TRANSMISSION-LOG-RECORD TO WXL-RECORD(WS-XL-COUNT)
               MOVE "Y" TO WS-XL-CHANGED.

      *================================================================
      *    Overdue acknowledgements
      *================================================================
           CHECK-ONE-OVERDUE.
               MOVE WXL-RECORD(WS-XL-IDX) TO TRANSMISSION-LOG-RECORD
               IF XL-AWAITING-ACK
               AND XL-CUTOFF-DATE < WS-TODAY
                   ADD 1 TO WS-OVERDUE-COUNT
                   MOVE XL-FILE-NAME TO WS-RPT-NAME
                   MOVE XL-BUS-DATE  TO WS-RPT-DATE
                   MOVE XL-REC-COUNT TO WS-RPT-COUNT
                   MOVE SPACES TO WS-RPT-ACTION
                   STRING "OVERDUE - DUE " DELIMITED SIZE
                       XL-CUTOFF-DATE DELIMITED SIZE
                       INTO WS-RPT-ACTION
                   PERFORM WRITE-REPORT-LINE
               END-IF.

      *================================================================
      *    Report and rewrite
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE SPACES TO WS-OUT-LINE
               STRING "OUTBOUND TRANSMISSIONS  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "FILE                             "
                   DELIMITED SIZE
                   "BUS DATE   RECORDS ACTION" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

      *    Caller leaves the section title in WS-OUT-LINE.
           WRITE-SECTION-HEADER.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-LINE.
               MOVE SPACES TO WS-OUT-LINE
               MOVE WS-RPT-NAME(1:32) TO WS-OUT-LINE(1:32)
               MOVE WS-RPT-DATE       TO WS-OUT-LINE(34:10)
               MOVE WS-RPT-COUNT      TO WS-OUT-LINE(45:7)
               MOVE WS-RPT-ACTION     TO WS-OUT-LINE(53:28)
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "SENT: " DELIMITED SIZE
                   WS-SENT-COUNT DELIMITED SIZE
                   "  RESENT: " DELIMITED SIZE
                   WS-RESENT-COUNT DELIMITED SIZE
                   "  REFUSED: " DELIMITED SIZE
                   WS-REFUSED-COUNT DELIMITED SIZE
                   "  OVERDUE: " DELIMITED SIZE
                   WS-OVERDUE-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "ACCEPTED: " DELIMITED SIZE
                   WS-ACCEPTED-COUNT DELIMITED SIZE
                   "  REJECTED: " DELIMITED SIZE
                   WS-REJECTED-COUNT DELIMITED SIZE
                   "  UNMATCHED ACKS: " DELIMITED SIZE
                   WS-UNMATCHED-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD.

           REWRITE-TRANSMISSION-LOG.
               OPEN OUTPUT XMIT-LOG-FILE
               PERFORM VARYING WS-XL-IDX FROM 1 BY 1
                   UNTIL WS-XL-IDX > WS-XL-COUNT
                   MOVE WXL-RECORD(WS-XL-IDX) TO XMIT-LOG-IO
                   WRITE XMIT-LOG-IO
               END-PERFORM
               CLOSE XMIT-LOG-FILE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Outbound Transmission Log"
               DISPLAY "=============================================="
               DISPLAY "  Business Date      : " WS-TODAY
               DISPLAY "  Interfaces Listed  : " WS-XI-COUNT
               DISPLAY "  Files Sent         : " WS-SENT-COUNT
               DISPLAY "  Unchanged (Sent)   : " WS-UNCHANGED-COUNT
               DISPLAY "  Not Produced       : " WS-ABSENT-COUNT
               DISPLAY "  Acks Accepted      : " WS-ACCEPTED-COUNT
               DISPLAY "  Acks Rejected      : " WS-REJECTED-COUNT
               DISPLAY "  Acks Unmatched     : " WS-UNMATCHED-COUNT
               DISPLAY "  Resent             : " WS-RESENT-COUNT
               DISPLAY "  Resends Refused    : " WS-REFUSED-COUNT
               DISPLAY "  Overdue Acks       : " WS-OVERDUE-COUNT
               IF WS-OVERDUE-COUNT > 0
                   DISPLAY "  *** " WS-OVERDUE-COUNT
                       " TRANSMISSION(S) UNACKNOWLEDGED PAST"
                       " CUTOFF ***"
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/TRANSMISSION-LOG.dat"
               DISPLAY "  → data/output/TRANSMISSION-REPORT.dat"
               DISPLAY "==============================================".
