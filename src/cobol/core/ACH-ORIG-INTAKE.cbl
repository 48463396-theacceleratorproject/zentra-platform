      *================================================================
      * PROGRAM:    ACH-ORIG-INTAKE.cbl
      * DESCRIPTION: Take in business customers' ACH origination
      *              files - payroll and vendor-payment batches of
      *              many credits that we send out on the company's
      *              behalf. ACH-ORIG-BATCHES.dat (see
      *              ACH-ORIG-BATCH-RECORD.cpy) carries one or more
      *              batches, each a header naming the company's
      *              account and batch ID with its entry count and
      *              control total, and the entries behind it.
      *              A batch is refused whole when the account is not
      *              set up to originate on ACH-ORIGINATORS.dat (or
      *              the company is suspended), the batch ID has been
      *              sent before, the entries do not prove to the
      *              header, the account is unknown, inactive or not
      *              a BUSINESS account, or the account cannot cover
      *              the batch - the account and funds answers come
      *              from the TXN-RULE-CHECK service, so an accepted
      *              batch is one TXN-VALIDATOR will pass tonight,
      *              and a company's batches are drawn down together.
      *              Each entry's receiving routing number must carry
      *              a good ABA check digit and its account must be
      *              present, or that entry alone is refused.
      *              The valid entries' total counts against the
      *              company's daily exposure limit: a batch that
      *              would take the day's accepted total past it is
      *              held on ACH-ORIG-HELD.dat until an officer
      *              releases or declines it on ACH-ORIG-RELEASES.dat
      *              (see ACH-ORIG-RELEASE-RECORD.cpy). A released
      *              batch skips the limit but not the funds test.
      *              An accepted batch posts as one ACB offsetting
      *              debit to the company's account on
      *              DAILY-TRANSACTIONS.dat, and its entries are
      *              staged on ACH-ORIG-STAGED.dat; TXN-PROCESSOR
      *              moves them to OUTBOUND-ACH.dat for NACHA-EXPORT
      *              when the offset posts, so nothing leaves unless
      *              the company has been debited for it.
      *              Every decision is logged on the cumulative
      *              ACH-ORIG-BATCH-LOG.dat (the day's exposure and
      *              the sent-batch register), and the companies get
      *              ACH-ORIG-ACK.dat - each batch's outcome with
      *              every refused entry listed. The batch file and
      *              the officers' decisions are drained once taken
      *              in. Runs before TXN-VALIDATOR so the offsets
      *              post today.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. ACH-ORIG-INTAKE.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional feed: a day with no batches takes none in.
               SELECT ORIG-BATCH-FILE
                   ASSIGN TO "data/input/ACH-ORIG-BATCHES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AOB-STATUS.

               SELECT ORIGINATORS-FILE
                   ASSIGN TO "data/input/ACH-ORIGINATORS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AOR-STATUS.

               SELECT RELEASES-FILE
                   ASSIGN TO "data/input/ACH-ORIG-RELEASES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AOD-STATUS.

               SELECT BATCH-LOG-FILE
                   ASSIGN TO "data/output/ACH-ORIG-BATCH-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AOL-STATUS.

               SELECT HELD-FILE
                   ASSIGN TO "data/output/ACH-ORIG-HELD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HLD-STATUS.

               SELECT STAGED-FILE
                   ASSIGN TO "data/output/ACH-ORIG-STAGED.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-AOS-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-TXN-STATUS.

               SELECT ACK-FILE
                   ASSIGN TO "data/output/ACH-ORIG-ACK.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACK-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD ORIG-BATCH-FILE.
           01 ORIG-BATCH-IO         PIC X(100).

           FD ORIGINATORS-FILE.
           01 ORIGINATOR-IO         PIC X(60).

           FD RELEASES-FILE.
           01 RELEASE-IO            PIC X(40).

           FD BATCH-LOG-FILE.
           01 BATCH-LOG-IO          PIC X(100).

           FD HELD-FILE.
           01 HELD-IO               PIC X(100).

           FD STAGED-FILE.
           01 STAGED-IO             PIC X(110).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(116).

           FD ACK-FILE.
           01 ACK-RECORD            PIC X(132).

       WORKING-STORAGE SECTION.
           01 WS-AOB-STATUS         PIC XX.
               88 WS-AOB-FILE-OK        VALUE "00".
           01 WS-AOR-STATUS         PIC XX.
               88 WS-AOR-FILE-OK        VALUE "00".
           01 WS-AOD-STATUS         PIC XX.
               88 WS-AOD-FILE-OK        VALUE "00".
           01 WS-AOL-STATUS         PIC XX.
               88 WS-AOL-FILE-OK        VALUE "00".
           01 WS-HLD-STATUS         PIC XX.
               88 WS-HLD-FILE-OK        VALUE "00".
           01 WS-AOS-STATUS         PIC XX.
           01 WS-TXN-STATUS         PIC XX.
           01 WS-ACK-STATUS         PIC XX.
               88 WS-ACK-FILE-OK        VALUE "00".
           01 WS-EOF-AOB            PIC X VALUE "N".
               88 NO-MORE-BATCH-ROWS   VALUE "Y".
           01 WS-EOF-AOR            PIC X VALUE "N".
               88 END-OF-AOR-LOAD      VALUE "Y".
           01 WS-EOF-AOD            PIC X VALUE "N".
               88 END-OF-AOD-LOAD      VALUE "Y".
           01 WS-EOF-AOL            PIC X VALUE "N".
               88 END-OF-AOL-LOAD      VALUE "Y".
           01 WS-EOF-HLD            PIC X VALUE "N".
               88 END-OF-HLD-LOAD      VALUE "Y".
           01 WS-BATCHES-ON-FILE    PIC X VALUE "N".
           01 WS-RELEASES-ON-FILE   PIC X VALUE "N".

           COPY "ACH-ORIG-BATCH-RECORD.cpy".
           COPY "ACH-ORIGINATOR-RECORD.cpy".
           COPY "ACH-ORIG-LOG-RECORD.cpy".
           COPY "ACH-ORIG-RELEASE-RECORD.cpy".
           COPY "ACH-ORIG-STAGED-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".
           COPY "RULE-CHECK-AREA.cpy".

      *    --- Companies set up to originate, with the exposure
      *        already accepted for them today ---
           01 WS-ORG-MAX            PIC 9(4) VALUE 500.
           01 WS-ORG-TABLE.
               05 WS-ORG-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-ORG-IDX.
                   10 WOR-ACCOUNT-ID   PIC X(10).
                   10 WOR-COMPANY-ID   PIC X(10).
                   10 WOR-COMPANY-NAME PIC X(16).
                   10 WOR-DAILY-LIMIT  PIC 9(9)V99.
                   10 WOR-STATUS       PIC X(01).
                   10 WOR-EXPOSURE     PIC 9(11)V99.
                   10 WOR-DRAWN        PIC 9(11)V99.
           01 WS-ORG-COUNT          PIC 9(4) VALUE 0.
           01 WS-ORG-FOUND-IDX      PIC 9(4) VALUE 0.

      *    --- Batch IDs already sent or waiting (A, H and L log
      *        rows, plus today's) ---
           01 WS-SENT-MAX           PIC 9(5) VALUE 20000.
           01 WS-SENT-TABLE.
               05 WS-SENT-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-SENT-IDX.
                   10 WSB-ACCOUNT-ID   PIC X(10).
                   10 WSB-BATCH-ID     PIC X(10).
           01 WS-SENT-COUNT         PIC 9(5) VALUE 0.

      *    --- Officers' release / decline decisions ---
           01 WS-REL-MAX            PIC 9(4) VALUE 500.
           01 WS-REL-TABLE.
               05 WS-REL-ENTRY OCCURS 500 TIMES
                               INDEXED BY WS-REL-IDX.
                   10 WRL-ACCOUNT-ID   PIC X(10).
                   10 WRL-BATCH-ID     PIC X(10).
                   10 WRL-ACTION       PIC X(01).
                   10 WRL-OFFICER-ID   PIC X(08).
                   10 WRL-USED         PIC X(01).
           01 WS-REL-COUNT          PIC 9(4) VALUE 0.
           01 WS-REL-FOUND-IDX      PIC 9(4) VALUE 0.

      *    --- Held batches as they stood at the start of the run ---
           01 WS-HLD-MAX            PIC 9(5) VALUE 20000.
           01 WS-HLD-TABLE.
               05 WS-HLD-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-HLD-IDX.
                   10 WHD-ROW          PIC X(100).
           01 WS-HLD-COUNT          PIC 9(5) VALUE 0.

      *    --- The batch being decided: its header and entries ---
           01 WS-CUR-HEADER         PIC X(100).
           01 WS-CUR-OPEN           PIC X VALUE "N".
               88 BATCH-IS-OPEN        VALUE "Y".
           01 WS-CUR-RELEASED       PIC X VALUE "N".
               88 BATCH-IS-RELEASED    VALUE "Y".
           01 WS-CUR-OFFICER-ID     PIC X(08).
           01 WS-CUR-ACCOUNT-ID     PIC X(10).
           01 WS-CUR-BATCH-ID       PIC X(10).
           01 WS-CUR-HDR-COUNT      PIC 9(05).
           01 WS-CUR-HDR-TOTAL      PIC 9(11)V99.
           01 WS-CUR-DESC           PIC X(10).
           01 WS-ENT-MAX            PIC 9(5) VALUE 5000.
           01 WS-ENT-TABLE.
               05 WS-ENT-ENTRY OCCURS 5000 TIMES
                               INDEXED BY WS-ENT-IDX.
                   10 WBE-ROW          PIC X(100).
                   10 WBE-REASON       PIC X(03).
           01 WS-ENT-COUNT          PIC 9(5) VALUE 0.
           01 WS-ENT-READ-COUNT     PIC 9(5) VALUE 0.
           01 WS-ENT-READ-TOTAL     PIC 9(11)V99 VALUE 0.
           01 WS-VALID-COUNT        PIC 9(5) VALUE 0.
           01 WS-VALID-TOTAL        PIC 9(11)V99 VALUE 0.
           01 WS-BATCH-REASON       PIC X(03).
           01 WS-BATCH-OUTCOME      PIC X(01).
               88 OUTCOME-ACCEPT       VALUE "A".
               88 OUTCOME-HOLD         VALUE "H".
               88 OUTCOME-REJECT       VALUE "R".

      *    --- ABA check digit: weights 3-7-1 across the nine
      *        digits must sum to a multiple of ten ---
           01 WS-RTE-CHECK          PIC X(09).
           01 WS-RTE-DIGITS REDEFINES WS-RTE-CHECK.
               05 WS-RTE-DIGIT      PIC 9 OCCURS 9 TIMES.
           01 WS-RTE-SUM            PIC 9(4) VALUE 0.
           01 WS-RTE-QUOT           PIC 9(4) VALUE 0.
           01 WS-RTE-REM            PIC 9(2) VALUE 0.

      *    --- Date ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).

      *    --- Counters ---
           01 WS-BATCH-COUNT        PIC 9(5) VALUE 0.
           01 WS-ACCEPTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-RELEASED-COUNT     PIC 9(5) VALUE 0.
           01 WS-HELD-COUNT         PIC 9(5) VALUE 0.
           01 WS-STILL-HELD-COUNT   PIC 9(5) VALUE 0.
           01 WS-DECLINED-COUNT     PIC 9(5) VALUE 0.
           01 WS-REJECTED-COUNT     PIC 9(5) VALUE 0.
           01 WS-SENT-ENTRY-COUNT   PIC 9(7) VALUE 0.
           01 WS-SENT-TOTAL         PIC 9(11)V99 VALUE 0.
           01 WS-BAD-ENTRY-COUNT    PIC 9(7) VALUE 0.
           01 WS-ORPHAN-COUNT       PIC 9(5) VALUE 0.
           01 WS-UNMATCHED-REL      PIC 9(4) VALUE 0.
           01 WS-ENT-SEQ            PIC 9(05).
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-RPT-AMOUNT         PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-AMOUNT-2       PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-RPT-COUNT          PIC ZZZZ9.
           01 WS-RPT-COUNT-2        PIC ZZZZ9.
           01 WS-STATUS-TEXT        PIC X(08).
           01 WS-REASON-CODE        PIC X(03).
           01 WS-REASON-TEXT        PIC X(30).
           01 WS-OUT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM LOAD-RELEASES
               OPEN INPUT ORIG-BATCH-FILE
               IF WS-AOB-FILE-OK
                   MOVE "Y" TO WS-BATCHES-ON-FILE
               END-IF
               IF WS-BATCHES-ON-FILE NOT = "Y"
               AND WS-RELEASES-ON-FILE NOT = "Y"
                   DISPLAY "  No ACH-ORIG-BATCHES.dat or "
                       "ACH-ORIG-RELEASES.dat to process"
                   PERFORM DISPLAY-RESULTS
                   STOP RUN
               END-IF
               PERFORM INIT-RULE-SERVICE
               PERFORM LOAD-ORIGINATORS
               PERFORM LOAD-BATCH-LOG
               PERFORM LOAD-HELD-BATCHES
               PERFORM OPEN-OUTPUT-FILES
               PERFORM WRITE-ACK-HEADER
               PERFORM DECIDE-HELD-BATCHES
               PERFORM REPORT-UNMATCHED-RELEASES
               IF WS-BATCHES-ON-FILE = "Y"
                   PERFORM READ-NEXT-BATCH-ROW
                   PERFORM PROCESS-BATCH-ROW
                       UNTIL NO-MORE-BATCH-ROWS
                   IF BATCH-IS-OPEN
                       PERFORM DECIDE-CURRENT-BATCH
                   END-IF
                   CLOSE ORIG-BATCH-FILE
                   OPEN OUTPUT ORIG-BATCH-FILE
                   CLOSE ORIG-BATCH-FILE
               END-IF
               IF WS-RELEASES-ON-FILE = "Y"
                   OPEN OUTPUT RELEASES-FILE
                   CLOSE RELEASES-FILE
               END-IF
               PERFORM WRITE-ACK-TOTALS
               CLOSE DAILY-TXN-FILE
               CLOSE BATCH-LOG-FILE
               CLOSE HELD-FILE
               CLOSE STAGED-FILE
               CLOSE ACK-FILE
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
               IF WS-BUSDATE-ENV NOT = SPACES
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

      *    The same service TXN-VALIDATOR validates against; with no
      *    rule data there is no deciding anything, so the run is
      *    refused the way the validator refuses it.
           INIT-RULE-SERVICE.
               INITIALIZE RULE-CHECK-REQUEST
               SET RCQ-INIT TO TRUE
               MOVE WS-TODAY TO RCQ-BUSDATE
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY
               IF RCR-SERVICE-RC NOT = "00"
                   DISPLAY "FATAL: TXN-RULE-CHECK could not load "
                       "its rule data (RC " RCR-SERVICE-RC ")"
                   DISPLAY "Run refused"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF.

           CALL-RULE-SERVICE.
               CALL "TXN-RULE-CHECK" USING RULE-CHECK-REQUEST
                                           TRANSACTION-RECORD
                                           RULE-CHECK-REPLY.

      *================================================================
      *    Reference data loaded once per run.
      *================================================================
           LOAD-ORIGINATORS.
               OPEN INPUT ORIGINATORS-FILE
               IF WS-AOR-FILE-OK
                   PERFORM READ-ONE-ORIGINATOR
                       UNTIL END-OF-AOR-LOAD
                   CLOSE ORIGINATORS-FILE
               END-IF.

           READ-ONE-ORIGINATOR.
               READ ORIGINATORS-FILE INTO ORIGINATOR-IO
               AT END
                   MOVE "Y" TO WS-EOF-AOR
               NOT AT END
                   MOVE ORIGINATOR-IO TO ACH-ORIGINATOR-RECORD
                   IF WS-ORG-COUNT < WS-ORG-MAX
                   AND AOR-ACCOUNT-ID NOT = SPACES
                       ADD 1 TO WS-ORG-COUNT
                       MOVE AOR-ACCOUNT-ID
                           TO WOR-ACCOUNT-ID(WS-ORG-COUNT)
                       MOVE AOR-COMPANY-ID
                           TO WOR-COMPANY-ID(WS-ORG-COUNT)
                       MOVE AOR-COMPANY-NAME
                           TO WOR-COMPANY-NAME(WS-ORG-COUNT)
                       IF AOR-DAILY-LIMIT IS NUMERIC
                           MOVE AOR-DAILY-LIMIT
                               TO WOR-DAILY-LIMIT(WS-ORG-COUNT)
                       ELSE
                           MOVE 0 TO WOR-DAILY-LIMIT(WS-ORG-COUNT)
                       END-IF
                       MOVE AOR-STATUS TO WOR-STATUS(WS-ORG-COUNT)
                       MOVE 0 TO WOR-EXPOSURE(WS-ORG-COUNT)
                       MOVE 0 TO WOR-DRAWN(WS-ORG-COUNT)
                   END-IF
               END-READ.

      *    The log is both the sent-batch register and today's
      *    exposure: what was accepted today, outright or on an
      *    officer's release, counts against the limit.
           LOAD-BATCH-LOG.
               OPEN INPUT BATCH-LOG-FILE
               IF WS-AOL-FILE-OK
                   PERFORM READ-ONE-LOG-ROW
                       UNTIL END-OF-AOL-LOAD
                   CLOSE BATCH-LOG-FILE
               END-IF.

           READ-ONE-LOG-ROW.
               READ BATCH-LOG-FILE INTO BATCH-LOG-IO
               AT END
                   MOVE "Y" TO WS-EOF-AOL
               NOT AT END
                   MOVE BATCH-LOG-IO TO ACH-ORIG-LOG-RECORD
                   IF AOL-ACCEPTED OR AOL-HELD OR AOL-RELEASED
                       MOVE AOL-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
                       MOVE AOL-BATCH-ID   TO WS-CUR-BATCH-ID
                       PERFORM REMEMBER-SENT-BATCH
                   END-IF
                   IF AOL-DATE = WS-TODAY
                   AND (AOL-ACCEPTED OR AOL-RELEASED)
                       MOVE AOL-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
                       PERFORM FIND-ORIGINATOR
                       IF WS-ORG-FOUND-IDX > 0
                           ADD AOL-AMOUNT
                               TO WOR-EXPOSURE(WS-ORG-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

           REMEMBER-SENT-BATCH.
               IF WS-SENT-COUNT < WS-SENT-MAX
                   ADD 1 TO WS-SENT-COUNT
                   MOVE WS-CUR-ACCOUNT-ID
                       TO WSB-ACCOUNT-ID(WS-SENT-COUNT)
                   MOVE WS-CUR-BATCH-ID
                       TO WSB-BATCH-ID(WS-SENT-COUNT)
               END-IF.

           LOAD-RELEASES.
               OPEN INPUT RELEASES-FILE
               IF WS-AOD-FILE-OK
                   MOVE "Y" TO WS-RELEASES-ON-FILE
                   PERFORM READ-ONE-RELEASE
                       UNTIL END-OF-AOD-LOAD
                   CLOSE RELEASES-FILE
               END-IF.

           READ-ONE-RELEASE.
               READ RELEASES-FILE INTO RELEASE-IO
               AT END
                   MOVE "Y" TO WS-EOF-AOD
               NOT AT END
                   MOVE RELEASE-IO TO ACH-ORIG-RELEASE-RECORD
                   IF WS-REL-COUNT < WS-REL-MAX
                   AND (AOD-RELEASE OR AOD-DECLINE)
                       ADD 1 TO WS-REL-COUNT
                       MOVE AOD-ACCOUNT-ID
                           TO WRL-ACCOUNT-ID(WS-REL-COUNT)
                       MOVE AOD-BATCH-ID
                           TO WRL-BATCH-ID(WS-REL-COUNT)
                       MOVE AOD-ACTION
                           TO WRL-ACTION(WS-REL-COUNT)
                       MOVE AOD-OFFICER-ID
                           TO WRL-OFFICER-ID(WS-REL-COUNT)
                       MOVE "N" TO WRL-USED(WS-REL-COUNT)
                   END-IF
               END-READ.

      *    The held file is read whole and then rewritten: a batch
      *    still waiting goes back out, and today's new holds join
      *    it.
           LOAD-HELD-BATCHES.
               OPEN INPUT HELD-FILE
               IF WS-HLD-FILE-OK
                   PERFORM READ-ONE-HELD-ROW
                       UNTIL END-OF-HLD-LOAD
                   CLOSE HELD-FILE
               END-IF.

           READ-ONE-HELD-ROW.
               READ HELD-FILE INTO HELD-IO
               AT END
                   MOVE "Y" TO WS-EOF-HLD
               NOT AT END
                   IF WS-HLD-COUNT < WS-HLD-MAX
                       ADD 1 TO WS-HLD-COUNT
                       MOVE HELD-IO TO WHD-ROW(WS-HLD-COUNT)
                   END-IF
               END-READ.

      *    --- The feed, log and staging file are cumulative; the
      *        held file is rewritten and the acknowledgement is
      *        fresh per run ---
           OPEN-OUTPUT-FILES.
               OPEN EXTEND DAILY-TXN-FILE
               IF NOT WS-TXN-STATUS = "00"
                   OPEN OUTPUT DAILY-TXN-FILE
               END-IF
               OPEN EXTEND BATCH-LOG-FILE
               IF NOT WS-AOL-FILE-OK
                   OPEN OUTPUT BATCH-LOG-FILE
               END-IF
               OPEN EXTEND STAGED-FILE
               IF NOT WS-AOS-STATUS = "00"
                   OPEN OUTPUT STAGED-FILE
               END-IF
               OPEN OUTPUT HELD-FILE
               OPEN OUTPUT ACK-FILE
               IF NOT WS-ACK-FILE-OK
                   DISPLAY "ERROR: Cannot open ACH-ORIG-ACK.dat"
                   DISPLAY "FILE STATUS: " WS-ACK-STATUS
                   STOP RUN
               END-IF.

      *================================================================
      *    Held batches: released ones are decided now, declined
      *    ones are closed off, the rest keep waiting.
      *================================================================
           DECIDE-HELD-BATCHES.
               MOVE "N" TO WS-CUR-OPEN
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   MOVE WHD-ROW(WS-HLD-IDX) TO ACH-ORIG-BATCH-RECORD
                   IF AOB-HEADER
                       IF BATCH-IS-OPEN
                           PERFORM DECIDE-ONE-HELD-BATCH
                           MOVE WHD-ROW(WS-HLD-IDX)
                               TO ACH-ORIG-BATCH-RECORD
                       END-IF
                       PERFORM START-BATCH
                   ELSE
                       IF BATCH-IS-OPEN
                           PERFORM ADD-BATCH-ENTRY
                       END-IF
                   END-IF
               END-PERFORM
               IF BATCH-IS-OPEN
                   PERFORM DECIDE-ONE-HELD-BATCH
               END-IF
               MOVE "N" TO WS-CUR-OPEN.

           DECIDE-ONE-HELD-BATCH.
               MOVE 0 TO WS-REL-FOUND-IDX
               PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
                   IF WRL-ACCOUNT-ID(WS-REL-IDX) = WS-CUR-ACCOUNT-ID
                   AND WRL-BATCH-ID(WS-REL-IDX) = WS-CUR-BATCH-ID
                   AND WRL-USED(WS-REL-IDX) = "N"
                   AND WS-REL-FOUND-IDX = 0
                       SET WS-REL-FOUND-IDX TO WS-REL-IDX
                   END-IF
               END-PERFORM
               IF WS-REL-FOUND-IDX = 0
                   PERFORM WRITE-HELD-ROWS
                   ADD 1 TO WS-STILL-HELD-COUNT
               ELSE
                   MOVE "Y" TO WRL-USED(WS-REL-FOUND-IDX)
                   MOVE WRL-OFFICER-ID(WS-REL-FOUND-IDX)
                       TO WS-CUR-OFFICER-ID
                   IF WRL-ACTION(WS-REL-FOUND-IDX) = "L"
                       MOVE "Y" TO WS-CUR-RELEASED
                       PERFORM DECIDE-CURRENT-BATCH
                   ELSE
                       PERFORM DECLINE-HELD-BATCH
                   END-IF
               END-IF.

           WRITE-HELD-ROWS.
               MOVE WS-CUR-HEADER TO HELD-IO
               WRITE HELD-IO
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   MOVE WBE-ROW(WS-ENT-IDX) TO HELD-IO
                   WRITE HELD-IO
               END-PERFORM.

           DECLINE-HELD-BATCH.
               ADD 1 TO WS-BATCH-COUNT
               PERFORM FIND-ORIGINATOR
               PERFORM VALIDATE-ENTRIES
               MOVE "DEC" TO WS-BATCH-REASON
               PERFORM INIT-LOG-ROW
               SET AOL-DECLINED TO TRUE
               MOVE WS-VALID-TOTAL TO AOL-AMOUNT
               MOVE WS-VALID-COUNT TO AOL-ENTRY-COUNT
               PERFORM WRITE-LOG-ROW
               MOVE 0 TO WS-VALID-COUNT
               MOVE 0 TO WS-VALID-TOTAL
               MOVE "DECLINED" TO WS-STATUS-TEXT
               PERFORM WRITE-ACK-BATCH
               ADD 1 TO WS-DECLINED-COUNT.

           REPORT-UNMATCHED-RELEASES.
               PERFORM VARYING WS-REL-IDX FROM 1 BY 1
                   UNTIL WS-REL-IDX > WS-REL-COUNT
                   IF WRL-USED(WS-REL-IDX) = "N"
                       ADD 1 TO WS-UNMATCHED-REL
                       DISPLAY "  WARNING: no held batch "
                           WRL-BATCH-ID(WS-REL-IDX)
                           " for account "
                           WRL-ACCOUNT-ID(WS-REL-IDX)
                           " - officer decision dropped"
                   END-IF
               END-PERFORM.

      *================================================================
      *    Today's origination file: a header opens a batch, its
      *    entries follow, the next header or end of file closes it.
      *================================================================
           READ-NEXT-BATCH-ROW.
               READ ORIG-BATCH-FILE INTO ORIG-BATCH-IO
               AT END
                   MOVE "Y" TO WS-EOF-AOB
               NOT AT END
                   MOVE ORIG-BATCH-IO TO ACH-ORIG-BATCH-RECORD
               END-READ.

           PROCESS-BATCH-ROW.
               EVALUATE TRUE
                   WHEN AOB-HEADER
                       IF BATCH-IS-OPEN
                           PERFORM DECIDE-CURRENT-BATCH
                           MOVE ORIG-BATCH-IO TO ACH-ORIG-BATCH-RECORD
                       END-IF
                       PERFORM START-BATCH
                   WHEN AOB-ENTRY AND BATCH-IS-OPEN
                       PERFORM ADD-BATCH-ENTRY
                   WHEN OTHER
                       ADD 1 TO WS-ORPHAN-COUNT
               END-EVALUATE
               PERFORM READ-NEXT-BATCH-ROW.

           START-BATCH.
               MOVE "Y" TO WS-CUR-OPEN
               MOVE "N" TO WS-CUR-RELEASED
               MOVE SPACES TO WS-CUR-OFFICER-ID
               MOVE ACH-ORIG-BATCH-RECORD TO WS-CUR-HEADER
               MOVE AOB-ACCOUNT-ID TO WS-CUR-ACCOUNT-ID
               MOVE AOB-BATCH-ID   TO WS-CUR-BATCH-ID
               MOVE AOB-BATCH-DESC TO WS-CUR-DESC
               IF AOB-ENTRY-COUNT IS NUMERIC
                   MOVE AOB-ENTRY-COUNT TO WS-CUR-HDR-COUNT
               ELSE
                   MOVE 0 TO WS-CUR-HDR-COUNT
               END-IF
               IF AOB-CONTROL-TOTAL IS NUMERIC
                   MOVE AOB-CONTROL-TOTAL TO WS-CUR-HDR-TOTAL
               ELSE
                   MOVE 0 TO WS-CUR-HDR-TOTAL
               END-IF
               MOVE 0 TO WS-ENT-COUNT
               MOVE 0 TO WS-ENT-READ-COUNT
               MOVE 0 TO WS-ENT-READ-TOTAL.

      *    Entries past the table's ceiling are still counted, so
      *    the batch fails its control count rather than going out
      *    short.
           ADD-BATCH-ENTRY.
               ADD 1 TO WS-ENT-READ-COUNT
               IF AOB-AMOUNT IS NUMERIC
                   ADD AOB-AMOUNT TO WS-ENT-READ-TOTAL
               END-IF
               IF WS-ENT-COUNT < WS-ENT-MAX
                   ADD 1 TO WS-ENT-COUNT
                   MOVE ACH-ORIG-BATCH-RECORD
                       TO WBE-ROW(WS-ENT-COUNT)
                   MOVE SPACES TO WBE-REASON(WS-ENT-COUNT)
               END-IF.

      *================================================================
      *    Deciding one batch. The entries are walked through the
      *    batch record area, so a caller holding the next header
      *    there moves it back in afterwards.
      *================================================================
           DECIDE-CURRENT-BATCH.
               ADD 1 TO WS-BATCH-COUNT
               MOVE SPACES TO WS-BATCH-REASON
               MOVE 0 TO WS-VALID-COUNT
               MOVE 0 TO WS-VALID-TOTAL
               PERFORM FIND-ORIGINATOR
               IF WS-ORG-FOUND-IDX = 0
                   MOVE "ORG" TO WS-BATCH-REASON
               ELSE
                   IF WOR-STATUS(WS-ORG-FOUND-IDX) = "S"
                       MOVE "ORG" TO WS-BATCH-REASON
                   END-IF
               END-IF
               IF WS-BATCH-REASON = SPACES
               AND NOT BATCH-IS-RELEASED
                   PERFORM CHECK-BATCH-ALREADY-SENT
               END-IF
               IF WS-BATCH-REASON = SPACES
                   IF WS-ENT-READ-COUNT NOT = WS-CUR-HDR-COUNT
                   OR WS-ENT-READ-COUNT > WS-ENT-COUNT
                   OR WS-ENT-READ-TOTAL NOT = WS-CUR-HDR-TOTAL
                       MOVE "CTL" TO WS-BATCH-REASON
                   END-IF
               END-IF
               IF WS-BATCH-REASON = SPACES
                   PERFORM VALIDATE-ENTRIES
                   IF WS-VALID-COUNT = 0
                       MOVE "NOE" TO WS-BATCH-REASON
                   END-IF
               END-IF
               MOVE "R" TO WS-BATCH-OUTCOME
               IF WS-BATCH-REASON = SPACES
                   PERFORM JUDGE-BATCH-ACCOUNT
               END-IF
               EVALUATE TRUE
                   WHEN OUTCOME-ACCEPT
                       PERFORM ACCEPT-BATCH
                   WHEN OUTCOME-HOLD
                       PERFORM HOLD-BATCH
                   WHEN OTHER
                       PERFORM REJECT-BATCH
               END-EVALUATE
               MOVE "N" TO WS-CUR-OPEN.

           FIND-ORIGINATOR.
               MOVE 0 TO WS-ORG-FOUND-IDX
               PERFORM VARYING WS-ORG-IDX FROM 1 BY 1
                   UNTIL WS-ORG-IDX > WS-ORG-COUNT
                   IF WOR-ACCOUNT-ID(WS-ORG-IDX) = WS-CUR-ACCOUNT-ID
                       SET WS-ORG-FOUND-IDX TO WS-ORG-IDX
                   END-IF
               END-PERFORM.

           CHECK-BATCH-ALREADY-SENT.
               PERFORM VARYING WS-SENT-IDX FROM 1 BY 1
                   UNTIL WS-SENT-IDX > WS-SENT-COUNT
                   IF WSB-ACCOUNT-ID(WS-SENT-IDX) = WS-CUR-ACCOUNT-ID
                   AND WSB-BATCH-ID(WS-SENT-IDX) = WS-CUR-BATCH-ID
                       MOVE "DUP" TO WS-BATCH-REASON
                   END-IF
               END-PERFORM.

      *    Each entry must name a receiving bank by a routing number
      *    whose ABA check digit proves, an account there, and an
      *    amount; one that does not is refused on its own.
           VALIDATE-ENTRIES.
               MOVE 0 TO WS-VALID-COUNT
               MOVE 0 TO WS-VALID-TOTAL
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   MOVE WBE-ROW(WS-ENT-IDX) TO ACH-ORIG-BATCH-RECORD
                   MOVE SPACES TO WBE-REASON(WS-ENT-IDX)
                   PERFORM CHECK-ROUTING-DIGIT
                   EVALUATE TRUE
                       WHEN WS-RTE-REM NOT = 0
                           MOVE "RTE" TO WBE-REASON(WS-ENT-IDX)
                       WHEN AOB-RECV-ACCOUNT = SPACES
                           MOVE "ACC" TO WBE-REASON(WS-ENT-IDX)
                       WHEN AOB-AMOUNT NOT NUMERIC
                           MOVE "AMT" TO WBE-REASON(WS-ENT-IDX)
                       WHEN AOB-AMOUNT = 0
                           MOVE "AMT" TO WBE-REASON(WS-ENT-IDX)
                       WHEN OTHER
                           ADD 1 TO WS-VALID-COUNT
                           ADD AOB-AMOUNT TO WS-VALID-TOTAL
                   END-EVALUATE
               END-PERFORM.

      *    A non-numeric or all-zero routing number leaves a
      *    non-zero remainder so it fails the same way a bad check
      *    digit does.
           CHECK-ROUTING-DIGIT.
               MOVE AOB-RECV-ROUTING TO WS-RTE-CHECK
               MOVE 1 TO WS-RTE-REM
               IF WS-RTE-CHECK IS NUMERIC
               AND WS-RTE-CHECK NOT = "000000000"
                   COMPUTE WS-RTE-SUM =
                       3 * (WS-RTE-DIGIT(1) + WS-RTE-DIGIT(4)
                            + WS-RTE-DIGIT(7))
                     + 7 * (WS-RTE-DIGIT(2) + WS-RTE-DIGIT(5)
                            + WS-RTE-DIGIT(8))
                     +     (WS-RTE-DIGIT(3) + WS-RTE-DIGIT(6)
                            + WS-RTE-DIGIT(9))
                   DIVIDE WS-RTE-SUM BY 10 GIVING WS-RTE-QUOT
                       REMAINDER WS-RTE-REM
               END-IF.

      *    The offset is put to the service at the company's running
      *    total for the run, so two batches from one account must
      *    be covered together. The account must be a BUSINESS
      *    account; one the service refuses outright is rejected
      *    before the limit is looked at, so an officer is never
      *    asked to release a batch that could not post. A sweep
      *    the validator would make from the funding account
      *    counts as covered - the validator makes it.
           JUDGE-BATCH-ACCOUNT.
               PERFORM BUILD-OFFSET-TXN
               COMPUTE TR-AMOUNT =
                   WOR-DRAWN(WS-ORG-FOUND-IDX) + WS-VALID-TOTAL
               INITIALIZE RULE-CHECK-REQUEST
               SET RCQ-CHECK TO TRUE
               MOVE WS-TODAY TO RCQ-BUSDATE
               PERFORM CALL-RULE-SERVICE
               MOVE WS-VALID-TOTAL TO TR-AMOUNT
               EVALUATE TRUE
                   WHEN RCR-ERROR-CODE = "E01"
                   WHEN RCR-ERROR-CODE = "E02"
                       MOVE RCR-ERROR-CODE TO WS-BATCH-REASON
                   WHEN RCR-ACCT-TYPE NOT = "BUSINESS  "
                       MOVE "TYP" TO WS-BATCH-REASON
                   WHEN NOT BATCH-IS-RELEASED
                    AND WOR-EXPOSURE(WS-ORG-FOUND-IDX)
                        + WS-VALID-TOTAL
                        > WOR-DAILY-LIMIT(WS-ORG-FOUND-IDX)
                       MOVE "LIM" TO WS-BATCH-REASON
                       MOVE "H" TO WS-BATCH-OUTCOME
                   WHEN RCR-CLEAN
                       MOVE "A" TO WS-BATCH-OUTCOME
                   WHEN OTHER
                       MOVE RCR-ERROR-CODE TO WS-BATCH-REASON
               END-EVALUATE.

      *    One offsetting debit for the whole batch; the batch ID
      *    rides in the external-account field so TXN-PROCESSOR can
      *    find the staged entries when it posts.
           BUILD-OFFSET-TXN.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE WS-CUR-ACCOUNT-ID    TO TR-ACCOUNT-ID
               MOVE "ACB"                TO TR-TXN-TYPE
               MOVE WS-VALID-TOTAL       TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE SPACES               TO TR-DESCRIPTION
               STRING "ACH ORIG " DELIMITED SIZE
                   WS-CUR-BATCH-ID DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-CUR-DESC DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE SPACES               TO TR-ERROR-CODE
               MOVE SPACES               TO TR-EXTERNAL-ROUTING
               MOVE WS-CUR-BATCH-ID      TO TR-EXTERNAL-ACCOUNT
               MOVE "E"                  TO TR-DEPOSIT-SOURCE
               MOVE SPACES               TO TR-REFERENCE.

           ACCEPT-BATCH.
               MOVE TRANSACTION-RECORD TO DAILY-TXN-RECORD
               WRITE DAILY-TXN-RECORD
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   IF WBE-REASON(WS-ENT-IDX) = SPACES
                       PERFORM WRITE-STAGED-ENTRY
                   END-IF
               END-PERFORM
               ADD WS-VALID-TOTAL TO WOR-DRAWN(WS-ORG-FOUND-IDX)
               ADD WS-VALID-TOTAL TO WOR-EXPOSURE(WS-ORG-FOUND-IDX)
               PERFORM INIT-LOG-ROW
               IF BATCH-IS-RELEASED
                   SET AOL-RELEASED TO TRUE
                   MOVE "RELEASED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-RELEASED-COUNT
               ELSE
                   SET AOL-ACCEPTED TO TRUE
                   MOVE "ACCEPTED" TO WS-STATUS-TEXT
                   ADD 1 TO WS-ACCEPTED-COUNT
                   PERFORM REMEMBER-SENT-BATCH
               END-IF
               MOVE WS-VALID-TOTAL TO AOL-AMOUNT
               MOVE WS-VALID-COUNT TO AOL-ENTRY-COUNT
               PERFORM WRITE-LOG-ROW
               ADD WS-VALID-COUNT TO WS-SENT-ENTRY-COUNT
               ADD WS-VALID-TOTAL TO WS-SENT-TOTAL
               PERFORM WRITE-ACK-BATCH.

      *    Formatted exactly as TXN-PROCESSOR formats its own
      *    outbound ACH rows, with the receiver's name where a
      *    customer transfer carries its description.
           WRITE-STAGED-ENTRY.
               MOVE WBE-ROW(WS-ENT-IDX) TO ACH-ORIG-BATCH-RECORD
               MOVE AOB-AMOUNT TO WS-DISP-AMOUNT
               MOVE WS-CUR-ACCOUNT-ID TO AOS-ACCOUNT-ID
               MOVE WS-CUR-BATCH-ID   TO AOS-BATCH-ID
               MOVE SPACES TO AOS-OUTBOUND-ROW
               STRING
                   WS-TODAY              DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-CUR-ACCOUNT-ID     DELIMITED SIZE
                   " " DELIMITED SIZE
                   AOB-RECV-ROUTING      DELIMITED SIZE
                   " " DELIMITED SIZE
                   AOB-RECV-ACCOUNT      DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-DISP-AMOUNT        DELIMITED SIZE
                   " " DELIMITED SIZE
                   AOB-RECV-NAME         DELIMITED SIZE
                   INTO AOS-OUTBOUND-ROW
               MOVE ACH-ORIG-STAGED-RECORD TO STAGED-IO
               WRITE STAGED-IO.

      *    The batch is kept row for row as it arrived, entry
      *    refusals and all - they are decided again on release.
           HOLD-BATCH.
               PERFORM WRITE-HELD-ROWS
               PERFORM REMEMBER-SENT-BATCH
               PERFORM INIT-LOG-ROW
               SET AOL-HELD TO TRUE
               MOVE WS-VALID-TOTAL TO AOL-AMOUNT
               MOVE WS-VALID-COUNT TO AOL-ENTRY-COUNT
               PERFORM WRITE-LOG-ROW
               MOVE "HELD" TO WS-STATUS-TEXT
               PERFORM WRITE-ACK-BATCH
               ADD 1 TO WS-HELD-COUNT.

      *    Nothing of a refused batch goes out, whatever its
      *    entries looked like.
           REJECT-BATCH.
               MOVE 0 TO WS-VALID-COUNT
               MOVE 0 TO WS-VALID-TOTAL
               PERFORM INIT-LOG-ROW
               SET AOL-REJECTED TO TRUE
               MOVE 0 TO AOL-AMOUNT
               MOVE 0 TO AOL-ENTRY-COUNT
               PERFORM WRITE-LOG-ROW
               MOVE "REJECTED" TO WS-STATUS-TEXT
               PERFORM WRITE-ACK-BATCH
               ADD 1 TO WS-REJECTED-COUNT.

           INIT-LOG-ROW.
               INITIALIZE ACH-ORIG-LOG-RECORD
               MOVE WS-TODAY           TO AOL-DATE
               MOVE WS-CUR-ACCOUNT-ID  TO AOL-ACCOUNT-ID
               MOVE WS-CUR-BATCH-ID    TO AOL-BATCH-ID
               IF WS-ORG-FOUND-IDX > 0
                   MOVE WOR-COMPANY-ID(WS-ORG-FOUND-IDX)
                       TO AOL-COMPANY-ID
               END-IF
               MOVE WS-BATCH-REASON    TO AOL-REASON
               MOVE WS-CUR-OFFICER-ID  TO AOL-OFFICER-ID.

           WRITE-LOG-ROW.
               MOVE ACH-ORIG-LOG-RECORD TO BATCH-LOG-IO
               WRITE BATCH-LOG-IO.

      *================================================================
      *    The acknowledgement that goes back to the companies.
      *================================================================
           WRITE-ACK-HEADER.
               MOVE ALL "=" TO ACK-RECORD
               WRITE ACK-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - ACH ORIGINATION BATCH "
                   DELIMITED SIZE
                   "ACKNOWLEDGEMENT  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO ACK-RECORD
               WRITE ACK-RECORD
               MOVE ALL "=" TO ACK-RECORD
               WRITE ACK-RECORD.

           WRITE-ACK-BATCH.
               MOVE SPACES TO ACK-RECORD
               WRITE ACK-RECORD
               MOVE SPACES TO WS-OUT-LINE
               IF WS-ORG-FOUND-IDX > 0
                   STRING "  COMPANY " DELIMITED SIZE
                       WOR-COMPANY-ID(WS-ORG-FOUND-IDX)
                           DELIMITED SIZE
                       " " DELIMITED SIZE
                       WOR-COMPANY-NAME(WS-ORG-FOUND-IDX)
                           DELIMITED SIZE
                       INTO WS-OUT-LINE
               ELSE
                   MOVE "  COMPANY (NOT SET UP)" TO WS-OUT-LINE
               END-IF
               MOVE "ACCOUNT " TO WS-OUT-LINE(41:8)
               MOVE WS-CUR-ACCOUNT-ID TO WS-OUT-LINE(49:10)
               MOVE "BATCH " TO WS-OUT-LINE(61:6)
               MOVE WS-CUR-BATCH-ID TO WS-OUT-LINE(67:10)
               MOVE WS-CUR-DESC TO WS-OUT-LINE(79:10)
               MOVE WS-OUT-LINE TO ACK-RECORD
               WRITE ACK-RECORD
               MOVE WS-CUR-HDR-COUNT TO WS-RPT-COUNT
               MOVE WS-CUR-HDR-TOTAL TO WS-RPT-AMOUNT
               MOVE WS-VALID-COUNT TO WS-RPT-COUNT-2
               MOVE WS-VALID-TOTAL TO WS-RPT-AMOUNT-2
               MOVE SPACES TO WS-OUT-LINE
               STRING "    " DELIMITED SIZE
                   WS-STATUS-TEXT DELIMITED SIZE
                   "  ENTRIES " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   "  CONTROL TOTAL " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   "  TO SEND " DELIMITED SIZE
                   WS-RPT-COUNT-2 DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-RPT-AMOUNT-2 DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO ACK-RECORD
               WRITE ACK-RECORD
               IF WS-BATCH-REASON NOT = SPACES
                   MOVE WS-BATCH-REASON TO WS-REASON-CODE
                   PERFORM SET-REASON-TEXT
                   MOVE SPACES TO WS-OUT-LINE
                   STRING "    REASON " DELIMITED SIZE
                       WS-BATCH-REASON DELIMITED SIZE
                       " " DELIMITED SIZE
                       WS-REASON-TEXT DELIMITED SIZE
                       INTO WS-OUT-LINE
                   MOVE WS-OUT-LINE TO ACK-RECORD
                   WRITE ACK-RECORD
               END-IF
               PERFORM VARYING WS-ENT-IDX FROM 1 BY 1
                   UNTIL WS-ENT-IDX > WS-ENT-COUNT
                   IF WBE-REASON(WS-ENT-IDX) NOT = SPACES
                       PERFORM WRITE-ACK-REFUSED-ENTRY
                   END-IF
               END-PERFORM.

           WRITE-ACK-REFUSED-ENTRY.
               MOVE WBE-ROW(WS-ENT-IDX) TO ACH-ORIG-BATCH-RECORD
               SET WS-ENT-SEQ TO WS-ENT-IDX
               MOVE 0 TO WS-RPT-AMOUNT
               IF AOB-AMOUNT IS NUMERIC
                   MOVE AOB-AMOUNT TO WS-RPT-AMOUNT
               END-IF
               MOVE WBE-REASON(WS-ENT-IDX) TO WS-REASON-CODE
               PERFORM SET-REASON-TEXT
               MOVE SPACES TO WS-OUT-LINE
               STRING "      ENTRY " DELIMITED SIZE
                   WS-ENT-SEQ DELIMITED SIZE
                   " " DELIMITED SIZE
                   AOB-RECV-ROUTING DELIMITED SIZE
                   " " DELIMITED SIZE
                   AOB-RECV-ACCOUNT DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   " " DELIMITED SIZE
                   AOB-RECV-NAME DELIMITED SIZE
                   " REFUSED " DELIMITED SIZE
                   WBE-REASON(WS-ENT-IDX) DELIMITED SIZE
                   " " DELIMITED SIZE
                   WS-REASON-TEXT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO ACK-RECORD
               WRITE ACK-RECORD
               ADD 1 TO WS-BAD-ENTRY-COUNT.

           SET-REASON-TEXT.
               EVALUATE WS-REASON-CODE
                   WHEN "ORG"
                       MOVE "NOT SET UP TO ORIGINATE"
                           TO WS-REASON-TEXT
                   WHEN "DUP"
                       MOVE "BATCH ID ALREADY RECEIVED"
                           TO WS-REASON-TEXT
                   WHEN "CTL"
                       MOVE "COUNT/TOTAL DO NOT AGREE"
                           TO WS-REASON-TEXT
                   WHEN "NOE"
                       MOVE "NO VALID ENTRIES" TO WS-REASON-TEXT
                   WHEN "TYP"
                       MOVE "NOT A BUSINESS ACCOUNT"
                           TO WS-REASON-TEXT
                   WHEN "LIM"
                       MOVE "OVER DAILY EXPOSURE LIMIT"
                           TO WS-REASON-TEXT
                   WHEN "DEC"
                       MOVE "DECLINED BY BANK OFFICER"
                           TO WS-REASON-TEXT
                   WHEN "E01"
                       MOVE "ACCOUNT NOT FOUND" TO WS-REASON-TEXT
                   WHEN "E02"
                       MOVE "ACCOUNT NOT ACTIVE" TO WS-REASON-TEXT
                   WHEN "E04"
                       MOVE "INSUFFICIENT FUNDS" TO WS-REASON-TEXT
                   WHEN "RTE"
                       MOVE "INVALID ROUTING NUMBER"
                           TO WS-REASON-TEXT
                   WHEN "ACC"
                       MOVE "RECEIVER ACCOUNT MISSING"
                           TO WS-REASON-TEXT
                   WHEN "AMT"
                       MOVE "INVALID AMOUNT" TO WS-REASON-TEXT
                   WHEN OTHER
                       MOVE "UNABLE TO PROCESS" TO WS-REASON-TEXT
               END-EVALUATE.

           WRITE-ACK-TOTALS.
               MOVE SPACES TO ACK-RECORD
               WRITE ACK-RECORD
               MOVE ALL "=" TO ACK-RECORD
               WRITE ACK-RECORD
               MOVE WS-BATCH-COUNT TO WS-RPT-COUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  BATCHES DECIDED   " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO ACK-RECORD
               WRITE ACK-RECORD
               MOVE WS-SENT-ENTRY-COUNT TO WS-RPT-COUNT
               MOVE WS-SENT-TOTAL TO WS-RPT-AMOUNT
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ENTRIES TO SEND   " DELIMITED SIZE
                   WS-RPT-COUNT DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WS-RPT-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO ACK-RECORD
               WRITE ACK-RECORD.

           DISPLAY-RESULTS.
               MOVE WS-SENT-TOTAL TO WS-DISP-AMOUNT
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - ACH Origination Intake"
               DISPLAY "=============================================="
               DISPLAY "  Batches Decided    : " WS-BATCH-COUNT
               DISPLAY "  Accepted           : " WS-ACCEPTED-COUNT
               DISPLAY "  Released by Officer: " WS-RELEASED-COUNT
               DISPLAY "  Held Over Limit    : " WS-HELD-COUNT
               DISPLAY "  Declined by Officer: " WS-DECLINED-COUNT
               DISPLAY "  Rejected           : " WS-REJECTED-COUNT
               DISPLAY "  Still Held         : " WS-STILL-HELD-COUNT
               DISPLAY "  Entries to Send    : " WS-SENT-ENTRY-COUNT
               DISPLAY "  Amount to Send     : " WS-DISP-AMOUNT
               DISPLAY "  Entries Refused    : " WS-BAD-ENTRY-COUNT
               IF WS-ORPHAN-COUNT > 0
                   DISPLAY "  Rows Outside Batch : " WS-ORPHAN-COUNT
               END-IF
               IF WS-UNMATCHED-REL > 0
                   DISPLAY "  Decisions Dropped  : " WS-UNMATCHED-REL
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/input/DAILY-TRANSACTIONS.dat"
               DISPLAY "  → data/output/ACH-ORIG-STAGED.dat"
               DISPLAY "  → data/output/ACH-ORIG-HELD.dat"
               DISPLAY "  → data/output/ACH-ORIG-BATCH-LOG.dat"
               DISPLAY "  → data/output/ACH-ORIG-ACK.dat"
               DISPLAY "==============================================".
