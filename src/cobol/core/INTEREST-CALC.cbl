      *              CIF file is tabled either. Only true reference
      *              data (rates, tiers, products) and the night's
      *              small backdate catch-up queue stay in memory.
      *              A negotiated rate on PRICING-EXCEPTIONS.dat
      *              (see PRICING-EXCEPTION-RECORD.cpy) follows the
      *              merge on a sorted work copy too: an in-force
      *              rate exception replaces the account's rate or
      *              adds its spread for the credit accrual, and each
      *              night's difference from the standard accrual is
      *              appended to PRICING-EXCEPTION-ACTIVITY.dat for
      *              PRICING-EXCEPTION-PROC's cost report.
      *              An outstanding W-9 on DOC-EXCEPTIONS.dat (see
      *              DOC-EXCEPTION-RECORD.cpy - DX-WITHHOLD) leaves
      *              the TIN uncertified: it joins the withholding
      *              verdicts as a subject row for its account, the
      *              same as a linked customer with no TIN on file.
      *              A foreign person (CU-FOREIGN-PERSON, with the
      *              W-8 on W8-CERTIFICATES.dat - see W8-CERTIFICATE-
      *              RECORD.cpy - following the CIF join on a sorted
      *              work copy) is not backup-withheld at all: the
      *              account withholds NRA tax instead, at the treaty
      *              rate on the customer's W-8 while the form is in
      *              force and at the 30% statutory rate once it has
      *              expired (or when none is on file) - the highest
      *              rate among the account's foreign owners. The
      *              slice rides an NRW row for GL-POSTING and a row
      *              on NRA-WITHHOLDING-REMIT.dat for the Form 1042
      *              deposit, and counts in AY-YTD-WITHHELD for the
      *              year-end 1042-S (see TAX-1042S).
      *              An attorney trust (IOLTA) product - PRD-IOLTA on
      *              PRODUCT-MASTER.dat - accrues like any other, but
      *              its interest is the state bar foundation's: at
      *              month end the bucket goes to a payable instead of
      *              the balance. The allowable service charge on the
      *              account's IOLTA-ACCOUNTS.dat row (followed on a
      *              sorted work copy) is netted out of it, the net
      *              rides an IOL row and the charge an IOS row for
      *              GL-POSTING, and a detail row for the foundation's
      *              remittance goes to IOLTA-INTEREST.dat (see
      *              IOLTA-REMIT-RECORD.cpy) for IOLTA-REMIT. No
      *              backup withholding and no YTD interest - none of
      *              it is the holder's to report.
      *              Introduces: Two coordinated input files,
      *              ROUNDED clause, FUNCTION intrinsics
      * PHASE:      2 - Banking Logic Engine
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CDTS-STATUS.

      *        Negotiated pricing exceptions - followed on a sorted
      *        work copy (optional file); what each one cost rides
      *        the cumulative activity file.
               SELECT PXS-SORTED-FILE
                   ASSIGN TO "data/output/INT-WORK-PX.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PXS-STATUS.

               SELECT PRICING-ACTIVITY-FILE
                   ASSIGN TO
                       "data/output/PRICING-EXCEPTION-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PXA-STATUS.

      *        Attorney trust account details - followed on a
      *        sorted work copy (optional file); the month-end
      *        remittance detail for IOLTA-REMIT is fresh per run
      *        like the withholding extract below.
               SELECT IOA-SORTED-FILE
                   ASSIGN TO "data/output/INT-WORK-IOA.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IOAS-STATUS.

               SELECT IOLTA-INTEREST-FILE
                   ASSIGN TO "data/output/IOLTA-INTEREST.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-IOLI-STATUS.

      *        Backdated postings queued by TXN-PROCESSOR: each row
      *        earns (or gives back) a one-time interest catch-up for
      *        the gap between its effective date and today. Drained
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WHA-STATUS.

      *        Sorted work copy of the W-8 certificates - follows
      *        the customer side of the pre-join for a foreign
      *        person's treaty rate.
               SELECT WH-W8-FILE
                   ASSIGN TO "data/output/INT-WORK-W8.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-WH8-STATUS.

      *        Optional: tonight's documentation exceptions from
      *        DOC-EXCEPTION-PROC - an outstanding W-9 is a
      *        withholding verdict of its own.
               SELECT DOC-EXCEPTIONS-FILE
                   ASSIGN TO "data/output/DOC-EXCEPTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DXC-STATUS.

      *        Notice queue for the letter engine - shared
      *        cumulative EXTEND treatment, see LETTER-ENGINE.
               SELECT NOTICE-FILE
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-STATUS.

      *        NRA withholding deposits go on the Form 1042, not
      *        with backup withholding - same row shape, the rate
      *        and country alongside, fresh per run.
               SELECT NRA-REMIT-FILE
                   ASSIGN TO
                       "data/output/NRA-WITHHOLDING-REMIT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-NRA-REMIT-STATUS.

      *        Optional product reference file: the account types
      *        this shop offers and their attributes - a missing
      *        file seeds the five built-in types, exactly the old
           FD CDT-SORTED-FILE.
           01 CDT-SORTED-IO         PIC X(100).

           FD PXS-SORTED-FILE.
           01 PXS-SORTED-IO         PIC X(100).

           FD PRICING-ACTIVITY-FILE.
           01 PRICING-ACTIVITY-IO   PIC X(80).

           FD IOA-SORTED-FILE.
           01 IOA-SORTED-IO         PIC X(100).

           FD IOLTA-INTEREST-FILE.
           01 IOLTA-INTEREST-IO     PIC X(120).

           FD BACKDATE-ADJ-FILE.
           01 BACKDATE-ADJ-RECORD   PIC X(40).

           01 WH-CUST-IO            PIC X(200).

           FD WH-ACCT-FILE.
           01 WH-ACCT-IO            PIC X(24).

           FD WH-W8-FILE.
           01 WH-W8-IO              PIC X(100).

           FD DOC-EXCEPTIONS-FILE.
           01 DOC-EXCEPTION-IO      PIC X(100).

           FD NOTICE-FILE.
           01 NOTICE-OUT-RECORD     PIC X(80).
           FD REMIT-FILE.
           01 REMIT-RECORD          PIC X(60).

           FD NRA-REMIT-FILE.
           01 NRA-REMIT-RECORD      PIC X(60).

           FD PRODUCT-MASTER-FILE.
           01 PRODUCT-MASTER-IO     PIC X(100).


      *    --- Merge-stream state: one key per stream, HIGH-VALUES
      *        once it runs dry; master, YTD and accrual rows drive
      *        the next key, CD terms, withholding verdicts and
      *        IOLTA rows follow ---
           01 WS-CUR-KEY            PIC X(10).
           01 WS-MST-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-YTD-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-ACC-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-CDT-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-PXS-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-WHA-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-IOA-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-PREV-ID            PIC X(10) VALUE LOW-VALUES.
           01 WS-SORT-CMD           PIC X(200).

               05 WY-QTD-FEES       PIC 9(9)V99.
               05 WY-YTD-DEBIT-INT  PIC 9(9)V99.
               05 WY-YTD-WITHHELD   PIC 9(9)V99.
               05 WY-YTD-OD-FEES    PIC 9(7)V99.
               05 WY-YTD-RI-FEES    PIC 9(7)V99.
           01 WS-YTD-PRESENT        PIC X VALUE "N".
           01 WS-YTD-TOUCHED        PIC X VALUE "N".

           01 WS-CDT-RATE REDEFINES WS-CDT-RATE-X
                               PIC 9(3)V9(6).

      *    --- Negotiated rate: the in-force rate exception for the
      *        current account (the latest-starting one, should two
      *        overlap); the standard accrual is still worked out so
      *        the difference can be costed ---
           01 WS-PXS-STATUS         PIC X(2).
               88 WS-PXS-FILE-OK       VALUE "00".
           01 WS-PXA-STATUS         PIC X(2).
           01 WS-PXA-OPEN           PIC X VALUE "N".
           COPY "PRICING-EXCEPTION-RECORD.cpy".
           COPY "PRICING-ACTIVITY-RECORD.cpy".
           01 WS-PX-RATE-FOUND      PIC X VALUE "N".
               88 RATE-EXCEPTION-FOUND VALUE "Y".
           01 WS-PX-RATE-ID         PIC X(08).
           01 WS-PX-RATE-START      PIC X(10).
           01 WS-PX-RATE-METHOD     PIC X(01).
           01 WS-PX-RATE-VALUE      PIC S9(3)V9(6).
           01 WS-PX-APPLIED         PIC X VALUE "N".
               88 RATE-EXCEPTION-APPLIED VALUE "Y".
           01 WS-STANDARD-RATE      PIC 9(3)V9(6) VALUE 0.
           01 WS-EXCEPTION-RATE     PIC S9(3)V9(6) VALUE 0.
           01 WS-STANDARD-INTEREST  PIC 9(9)V99.
           01 WS-PX-APPLIED-COUNT   PIC 999 VALUE 0.

      *    --- Attorney trust (IOLTA): the current account's row on
      *        the sorted IOLTA-ACCOUNTS copy, if any, and the month-
      *        end split of its bucket between the bank's allowable
      *        service charge and the foundation ---
           01 WS-IOAS-STATUS        PIC X(2).
               88 WS-IOAS-FILE-OK      VALUE "00".
           01 WS-IOLI-STATUS        PIC X(2).
           01 WS-ACCT-IOLTA         PIC X VALUE "N".
               88 ACCOUNT-IS-IOLTA     VALUE "Y".
           01 WS-IOA-FOUND          PIC X VALUE "N".
               88 IOLTA-ROW-FOUND      VALUE "Y".
           COPY "IOLTA-ACCOUNT-RECORD.cpy".
           COPY "IOLTA-REMIT-RECORD.cpy".
           01 WS-IOL-GROSS          PIC 9(9)V99.
           01 WS-IOL-CHARGE         PIC 9(9)V99.
           01 WS-IOL-NET            PIC 9(9)V99.
           01 WS-IOLTA-COUNT        PIC 999 VALUE 0.
           01 WS-TOTAL-IOLTA-NET    PIC 9(9)V99 VALUE 0.
           01 WS-TOTAL-IOLTA-CHG    PIC 9(9)V99 VALUE 0.
           01 WS-DISP-IOLTA         PIC $$$,$$$,$$9.99.

      *    --- Backdated-posting interest catch-up queue (bounded by
      *        the day's backdated postings, not the master) ---
           01 WS-BKD-STATUS         PIC X(2).
               88 END-OF-WH-CUST       VALUE "Y".
           01 WS-EOF-WHA            PIC X VALUE "N".
               88 END-OF-WH-ACCTS      VALUE "Y".
           01 WS-DXC-STATUS         PIC X(2).
               88 WS-DXC-FILE-OK       VALUE "00".
           01 WS-EOF-DXC            PIC X VALUE "N".
               88 END-OF-DOC-EXCEPTIONS VALUE "Y".
           COPY "DOC-EXCEPTION-RECORD.cpy".
           01 WS-BACKUP-WH-RATE     PIC 9V99 VALUE 0.24.
           01 WS-WH-SUBJECT         PIC X VALUE "N".
           01 WS-WH-VERDICT         PIC X VALUE "N".
           01 WS-TOTAL-WITHHELD     PIC 9(9)V99 VALUE 0.
           01 WS-DISP-WITHHELD      PIC $$$,$$$,$$9.99.

      *    --- NRA withholding: a foreign owner's verdict row
      *        carries the rate - the treaty rate while the W-8 is in
      *        force, the statutory rate otherwise - and the account
      *        takes the highest of them ---
           01 WS-WH8-STATUS         PIC X(2).
               88 WS-WH8-FILE-OK       VALUE "00".
           01 WS-EOF-WH8            PIC X VALUE "N".
               88 END-OF-WH-W8         VALUE "Y".
           01 WS-NRA-REMIT-STATUS   PIC X(2).
           01 WS-NRA-STATUTORY-RATE PIC 9(2)V99 VALUE 30.00.
           01 WS-NRA-SUBJECT        PIC X VALUE "N".
           01 WS-NRA-RATE           PIC 9(2)V99 VALUE 0.
           01 WS-NRA-COUNTRY        PIC X(02).
           01 WS-ROW-RATE-X         PIC X(04).
           01 WS-ROW-RATE REDEFINES WS-ROW-RATE-X
                               PIC 9(2)V99.
           01 WS-NRA-WITHHELD-COUNT PIC 999 VALUE 0.
           01 WS-TOTAL-NRA-WITHHELD PIC 9(9)V99 VALUE 0.
           COPY "W8-CERTIFICATE-RECORD.cpy".

      *    --- Product master table (see PRODUCT-RECORD.cpy): type
      *        membership replaces the old five hardcoded literals,
      *        and the attribute flags and pricing keys drive the
                   10 WPR-STMT-ELIG    PIC X(01).
                   10 WPR-FEE-KEY      PIC X(10).
                   10 WPR-RATE-KEY     PIC X(10).
                   10 WPR-IOLTA        PIC X(01).
           01 WS-PRD-COUNT          PIC 99 VALUE 0.
           01 WS-PRD-FOUND-IDX      PIC 99 VALUE 0.
           01 WS-PRD-LOOKUP-TYPE    PIC X(10).
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/input/PRICING-EXCEPTIONS.dat ] && "
                   DELIMITED SIZE
                   "sort data/input/PRICING-EXCEPTIONS.dat -o "
                   DELIMITED SIZE
                   "data/output/INT-WORK-PX.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING
                   "[ -f data/input/CUSTOMER-ACCOUNT-LINKS.dat ] &&"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/input/IOLTA-ACCOUNTS.dat ] && "
                   DELIMITED SIZE
                   "sort data/input/IOLTA-ACCOUNTS.dat -o "
                   DELIMITED SIZE
                   "data/output/INT-WORK-IOA.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/input/CUSTOMER-MASTER.dat ] && "
                   DELIMITED SIZE
                   "sort data/input/CUSTOMER-MASTER.dat -o "
                   "data/output/INT-WORK-CUST.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/input/W8-CERTIFICATES.dat ] && "
                   DELIMITED SIZE
                   "sort data/input/W8-CERTIFICATES.dat -o "
                   DELIMITED SIZE
                   "data/output/INT-WORK-W8.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD.

      *    One customer-keyed merge of the sorted links against the
      *    sorted customer master writes a verdict row per linked
      *    account; sorted by account, those rows then follow the
      *    main merge. No TIN on file, or a B-notice, means subject;
      *    so does an outstanding W-9 on tonight's documentation
      *    exceptions, which needs no CIF link to count. A foreign
      *    person's row is an NRA verdict instead, with its rate.
           JOIN-WITHHOLDING-VERDICTS.
               OPEN OUTPUT WH-ACCT-FILE
               PERFORM JOIN-CIF-VERDICTS
               PERFORM ADD-DOC-EXCEPTION-VERDICTS
               CLOSE WH-ACCT-FILE
               MOVE SPACES TO WS-SORT-CMD
               STRING "sort data/output/INT-WORK-WHA.dat -o "
                   DELIMITED SIZE
                   "data/output/INT-WORK-WHA.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD.

           JOIN-CIF-VERDICTS.
               OPEN INPUT WH-LINKS-FILE
               IF NOT WS-WHL-FILE-OK
                   EXIT PARAGRAPH
                   CLOSE WH-LINKS-FILE
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT WH-W8-FILE
               IF NOT WS-WH8-FILE-OK
                   MOVE "Y" TO WS-EOF-WH8
               END-IF
               PERFORM READ-NEXT-WH-CUST
               PERFORM READ-NEXT-WH-W8
               PERFORM JOIN-ONE-LINK
                   UNTIL END-OF-WH-LINKS
               CLOSE WH-LINKS-FILE
               CLOSE WH-CUST-FILE
               IF WS-WH8-FILE-OK
                   CLOSE WH-W8-FILE
               END-IF.

           ADD-DOC-EXCEPTION-VERDICTS.
               OPEN INPUT DOC-EXCEPTIONS-FILE
               IF NOT WS-DXC-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM ADD-ONE-DOC-EXCEPTION
                   UNTIL END-OF-DOC-EXCEPTIONS
               CLOSE DOC-EXCEPTIONS-FILE.

           ADD-ONE-DOC-EXCEPTION.
               READ DOC-EXCEPTIONS-FILE INTO DOC-EXCEPTION-IO
               AT END
                   MOVE "Y" TO WS-EOF-DXC
               NOT AT END
                   MOVE DOC-EXCEPTION-IO TO DOC-EXCEPTION-RECORD
                   IF DX-SUBJECT-TO-BWH
                   AND DX-ACCOUNT-ID NOT = SPACES
                       MOVE SPACES TO WH-ACCT-IO
                       MOVE DX-ACCOUNT-ID TO WH-ACCT-IO(1:10)
                       MOVE "Y"           TO WH-ACCT-IO(12:1)
                       WRITE WH-ACCT-IO
                   END-IF
               END-READ.

           JOIN-ONE-LINK.
               READ WH-LINKS-FILE INTO WH-LINKS-IO
                           PERFORM READ-NEXT-WH-CUST
                       END-PERFORM
                       MOVE "N" TO WS-WH-VERDICT
                       MOVE SPACES TO WH-ACCT-IO
                       IF NOT END-OF-WH-CUST
                       AND WH-CUST-IO(1:10) = WH-LINKS-IO(1:10)
                           IF WH-CUST-IO(198:1) = "F"
                               PERFORM SET-NRA-VERDICT
                           ELSE
                           IF WH-CUST-IO(126:11) = SPACES
                           OR WH-CUST-IO(193:1) = "Y"
                               MOVE "Y" TO WS-WH-VERDICT
                           END-IF
                           END-IF
                       END-IF
                       MOVE WH-LINKS-IO(11:10) TO WH-ACCT-IO(1:10)
                       MOVE WS-WH-VERDICT      TO WH-ACCT-IO(12:1)
                       WRITE WH-ACCT-IO
                   MOVE "Y" TO WS-EOF-WHC
               END-READ.

      *    The W-8 in force sets the treaty rate; an expired form,
      *    or none at all, leaves the customer undocumented and the
      *    statutory rate applies. A foreign person is never backup-
      *    withheld - NRA withholding takes its place.
           SET-NRA-VERDICT.
               PERFORM UNTIL END-OF-WH-W8
                   OR WH-W8-IO(1:10) >= WH-CUST-IO(1:10)
                   PERFORM READ-NEXT-WH-W8
               END-PERFORM
               MOVE WS-NRA-STATUTORY-RATE TO WS-ROW-RATE
               MOVE SPACES TO W8-CERTIFICATE-RECORD
               IF NOT END-OF-WH-W8
               AND WH-W8-IO(1:10) = WH-CUST-IO(1:10)
                   MOVE WH-W8-IO TO W8-CERTIFICATE-RECORD
                   IF W8-EXPIRY-DATE NOT < WS-TODAY
                   AND W8-TREATY-RATE-X IS NUMERIC
                       MOVE W8-TREATY-RATE TO WS-ROW-RATE
                   END-IF
               END-IF
               MOVE "F"           TO WH-ACCT-IO(14:1)
               MOVE WS-ROW-RATE-X TO WH-ACCT-IO(16:4)
               MOVE W8-COUNTRY    TO WH-ACCT-IO(21:2).

           READ-NEXT-WH-W8.
               IF NOT END-OF-WH-W8
                   READ WH-W8-FILE INTO WH-W8-IO
                   AT END
                       MOVE "Y" TO WS-EOF-WH8
                   END-READ
               END-IF.

      *    --- Optional file: only exists when TXN-PROCESSOR posted a
      *        backdated item since the last interest run ---
           LOAD-BACKDATE-ADJUSTMENTS.

           OPEN-MERGE-STREAMS.
               OPEN OUTPUT REMIT-FILE
               OPEN OUTPUT NRA-REMIT-FILE
               OPEN OUTPUT IOLTA-INTEREST-FILE
               OPEN INPUT  ACCOUNTS-FILE
               IF NOT WS-ACCTS-FILE-OK
                   DISPLAY "ERROR: Cannot open ACCOUNTS-MASTER.dat"
               OPEN INPUT ACCR-SORTED-FILE
               OPEN OUTPUT ACCR-OUT-FILE
               OPEN INPUT CDT-SORTED-FILE
               OPEN INPUT PXS-SORTED-FILE
               OPEN INPUT IOA-SORTED-FILE
               OPEN INPUT WH-ACCT-FILE
               IF NOT WS-WHA-FILE-OK
                   CONTINUE
               PERFORM READ-NEXT-YTD-ROW
               PERFORM READ-NEXT-ACCR
               PERFORM READ-NEXT-CDT
               PERFORM READ-NEXT-PXS
               PERFORM READ-NEXT-IOA
               PERFORM READ-NEXT-WHA.

           CLOSE-MERGE-STREAMS.
               CLOSE ACCOUNTS-FILE
               CLOSE INTEREST-OUTPUT
               CLOSE REMIT-FILE
               CLOSE NRA-REMIT-FILE
               CLOSE IOLTA-INTEREST-FILE
               IF WS-NOTICE-OPEN = "Y"
                   CLOSE NOTICE-FILE
               END-IF
               IF WS-CDTS-FILE-OK
                   CLOSE CDT-SORTED-FILE
               END-IF
               IF WS-PXS-FILE-OK
                   CLOSE PXS-SORTED-FILE
               END-IF
               IF WS-IOAS-FILE-OK
                   CLOSE IOA-SORTED-FILE
               END-IF
               IF WS-PXA-OPEN = "Y"
                   CLOSE PRICING-ACTIVITY-FILE
               END-IF
               IF WS-WHA-FILE-OK
                   CLOSE WH-ACCT-FILE
               END-IF.
               PERFORM SETUP-YTD-FOR-KEY
               PERFORM SETUP-ACCR-FOR-KEY
               PERFORM ADVANCE-CDT-TO-KEY
               PERFORM ADVANCE-PXS-TO-KEY
               PERFORM ADVANCE-IOA-TO-KEY
               PERFORM ADVANCE-WHA-TO-KEY
               IF WS-MST-KEY = WS-CUR-KEY
                   PERFORM PROCESS-MASTER-ACCOUNT
                   MOVE AY-QTD-FEES     TO WY-QTD-FEES
                   MOVE AY-YTD-DEBIT-INT TO WY-YTD-DEBIT-INT
                   MOVE AY-YTD-WITHHELD TO WY-YTD-WITHHELD
      *            A row from before the fee breakout has
      *            blanks in the OD/RI columns.
                   MOVE 0 TO WY-YTD-OD-FEES
                   MOVE 0 TO WY-YTD-RI-FEES
                   IF AY-YTD-OD-FEES IS NUMERIC
                       MOVE AY-YTD-OD-FEES TO WY-YTD-OD-FEES
                   END-IF
                   IF AY-YTD-RI-FEES IS NUMERIC
                       MOVE AY-YTD-RI-FEES TO WY-YTD-RI-FEES
                   END-IF
                   PERFORM READ-NEXT-YTD-ROW
               ELSE
                   MOVE "N" TO WS-YTD-PRESENT
                   MOVE 0 TO WY-QTD-FEES
                   MOVE 0 TO WY-YTD-DEBIT-INT
                   MOVE 0 TO WY-YTD-WITHHELD
                   MOVE 0 TO WY-YTD-OD-FEES
                   MOVE 0 TO WY-YTD-RI-FEES
               END-IF.

           SETUP-ACCR-FOR-KEY.
               MOVE WY-QTD-FEES     TO AY-QTD-FEES
               MOVE WY-YTD-DEBIT-INT TO AY-YTD-DEBIT-INT
               MOVE WY-YTD-WITHHELD TO AY-YTD-WITHHELD
               MOVE WY-YTD-OD-FEES  TO AY-YTD-OD-FEES
               MOVE WY-YTD-RI-FEES  TO AY-YTD-RI-FEES
               MOVE ACCOUNT-YTD-RECORD TO ACCOUNT-YTD-OUT-REC
               WRITE ACCOUNT-YTD-OUT-REC.

                   MOVE 0 TO WY-QTD-FEES
                   MOVE 0 TO WY-YTD-DEBIT-INT
                   MOVE 0 TO WY-YTD-WITHHELD
                   MOVE 0 TO WY-YTD-OD-FEES
                   MOVE 0 TO WY-YTD-RI-FEES
                   MOVE WS-CUR-QUARTER TO WY-QUARTER
               ELSE
                   IF WY-QUARTER NOT = WS-CUR-QUARTER
                   PERFORM READ-NEXT-CDT
               END-IF.

           READ-NEXT-PXS.
               IF NOT WS-PXS-FILE-OK
                   MOVE HIGH-VALUES TO WS-PXS-KEY
               ELSE
                   READ PXS-SORTED-FILE INTO PXS-SORTED-IO
                   AT END
                       MOVE HIGH-VALUES TO WS-PXS-KEY
                   NOT AT END
                       IF PXS-SORTED-IO(1:10) = SPACES
                           MOVE LOW-VALUES TO WS-PXS-KEY
                       ELSE
                           MOVE PXS-SORTED-IO(1:10) TO WS-PXS-KEY
                       END-IF
                   END-READ
               END-IF
               IF WS-PXS-KEY = LOW-VALUES
                   PERFORM READ-NEXT-PXS
               END-IF.

           READ-NEXT-IOA.
               IF NOT WS-IOAS-FILE-OK
                   MOVE HIGH-VALUES TO WS-IOA-KEY
               ELSE
                   READ IOA-SORTED-FILE INTO IOA-SORTED-IO
                   AT END
                       MOVE HIGH-VALUES TO WS-IOA-KEY
                   NOT AT END
                       IF IOA-SORTED-IO(1:10) = SPACES
                           MOVE LOW-VALUES TO WS-IOA-KEY
                       ELSE
                           MOVE IOA-SORTED-IO(1:10) TO WS-IOA-KEY
                       END-IF
                   END-READ
               END-IF
               IF WS-IOA-KEY = LOW-VALUES
                   PERFORM READ-NEXT-IOA
               END-IF.

           READ-NEXT-WHA.
               IF NOT WS-WHA-FILE-OK
                   MOVE HIGH-VALUES TO WS-WHA-KEY
                   PERFORM READ-NEXT-CDT
               END-PERFORM.

      *    PRICING-EXCEPTION-PROC has already placed every row in or
      *    out of force for tonight; the dates are checked again so
      *    a run on a later date than the review cannot stretch a
      *    promise past its expiry.
           ADVANCE-PXS-TO-KEY.
               PERFORM UNTIL WS-PXS-KEY >= WS-CUR-KEY
                   PERFORM READ-NEXT-PXS
               END-PERFORM
               MOVE "N" TO WS-PX-RATE-FOUND
               MOVE LOW-VALUES TO WS-PX-RATE-START
               PERFORM UNTIL WS-PXS-KEY > WS-CUR-KEY
                   MOVE PXS-SORTED-IO TO PRICING-EXCEPTION-RECORD
                   IF PX-RATE-EXCEPTION AND PX-IN-FORCE
                   AND PX-RATE-VALUE IS NUMERIC
                   AND PX-START-DATE NOT > WS-TODAY
                   AND PX-EXPIRY-DATE NOT < WS-TODAY
                   AND PX-START-DATE > WS-PX-RATE-START
                       MOVE "Y" TO WS-PX-RATE-FOUND
                       MOVE PX-EXCEPTION-ID TO WS-PX-RATE-ID
                       MOVE PX-START-DATE TO WS-PX-RATE-START
                       MOVE PX-RATE-METHOD TO WS-PX-RATE-METHOD
                       MOVE PX-RATE-VALUE TO WS-PX-RATE-VALUE
                   END-IF
                   PERFORM READ-NEXT-PXS
               END-PERFORM.

      *    The account's trust-account row, when it has one; a
      *    second row for the same account is ignored.
           ADVANCE-IOA-TO-KEY.
               PERFORM UNTIL WS-IOA-KEY >= WS-CUR-KEY
                   PERFORM READ-NEXT-IOA
               END-PERFORM
               MOVE "N" TO WS-IOA-FOUND
               IF WS-IOA-KEY = WS-CUR-KEY
                   MOVE IOA-SORTED-IO TO IOLTA-ACCOUNT-RECORD
                   MOVE "Y" TO WS-IOA-FOUND
               END-IF.

      *    Subject when ANY of the account's verdict rows says so -
      *    a joint account with one documented and one undocumented
      *    owner still withholds, the conservative reading the IRS
      *    expects. An account with no rows at all has no customer
      *    record to judge and is left alone. Any foreign owner
      *    makes it an NRA account, at the highest of their rates.
           ADVANCE-WHA-TO-KEY.
               PERFORM UNTIL WS-WHA-KEY >= WS-CUR-KEY
                   PERFORM READ-NEXT-WHA
               END-PERFORM
               MOVE "N" TO WS-WH-SUBJECT
               MOVE "N" TO WS-NRA-SUBJECT
               MOVE 0 TO WS-NRA-RATE
               MOVE SPACES TO WS-NRA-COUNTRY
               PERFORM UNTIL WS-WHA-KEY > WS-CUR-KEY
                   IF WH-ACCT-IO(12:1) = "Y"
                       MOVE "Y" TO WS-WH-SUBJECT
                   END-IF
                   IF WH-ACCT-IO(14:1) = "F"
                       MOVE WH-ACCT-IO(16:4) TO WS-ROW-RATE-X
                       IF WS-NRA-SUBJECT = "N"
                       OR WS-ROW-RATE > WS-NRA-RATE
                           MOVE WS-ROW-RATE TO WS-NRA-RATE
                           MOVE WH-ACCT-IO(21:2) TO WS-NRA-COUNTRY
                       END-IF
                       MOVE "Y" TO WS-NRA-SUBJECT
                   END-IF
                   PERFORM READ-NEXT-WHA
               END-PERFORM.

                           MOVE PRD-RATE-KEY
                               TO WPR-RATE-KEY(WS-PRD-COUNT)
                       END-IF
                       MOVE PRD-IOLTA
                           TO WPR-IOLTA(WS-PRD-COUNT)
                   END-IF
               END-READ.

                   MOVE ACCT-FILE-RECORD(46:12) TO WS-RAW-BALANCE-X
                   MOVE WS-RAW-BALANCE          TO WS-ACCT-BALANCE
                   MOVE ACCT-FILE-RECORD(67:1)  TO WS-ACCT-STATUS
                   MOVE "N" TO WS-ACCT-IOLTA
                   IF WPR-IOLTA(WS-PRD-FOUND-IDX) = "Y"
                       MOVE "Y" TO WS-ACCT-IOLTA
                   END-IF
                   IF WS-ACCT-STATUS = "A"
                   AND WS-RDN-COUNT > 0
                   AND WS-ACCT-TYPE NOT = "INTERNAL  "
                           PERFORM OVERRIDE-CD-RATE
                       END-IF
                       IF WS-MATCHED-RATE > 0
                       OR RATE-EXCEPTION-FOUND
                           PERFORM GENERATE-INTEREST-TXN
                       END-IF
                   END-IF
                   WS-EFFECTIVE-RATE / WS-DAYS-IN-YEAR
               COMPUTE WS-DAILY-INTEREST ROUNDED =
                   WS-ACCT-BALANCE * WS-DAILY-RATE * WS-ACCRUAL-DAYS
               MOVE "N" TO WS-PX-APPLIED
               IF RATE-EXCEPTION-FOUND
                   PERFORM APPLY-RATE-EXCEPTION
               END-IF

               IF WS-DAILY-INTEREST > 0
                   PERFORM TOUCH-ACCRUED-ENTRY
                   PERFORM CAPITALIZE-ACCRUED-INTEREST
               END-IF.

      *    The standard accrual just computed is kept for costing;
      *    the exception's rate - the override outright, or the
      *    standard rate plus the spread, never below zero - then
      *    drives the accrual that actually lands in the bucket.
           APPLY-RATE-EXCEPTION.
               MOVE WS-EFFECTIVE-RATE TO WS-STANDARD-RATE
               MOVE WS-DAILY-INTEREST TO WS-STANDARD-INTEREST
               IF WS-PX-RATE-METHOD = "O"
                   MOVE WS-PX-RATE-VALUE TO WS-EXCEPTION-RATE
               ELSE
                   COMPUTE WS-EXCEPTION-RATE =
                       WS-STANDARD-RATE + WS-PX-RATE-VALUE
               END-IF
               IF WS-EXCEPTION-RATE < 0
                   MOVE 0 TO WS-EXCEPTION-RATE
               END-IF
               MOVE WS-EXCEPTION-RATE TO WS-EFFECTIVE-RATE
               COMPUTE WS-DAILY-RATE ROUNDED =
                   WS-EFFECTIVE-RATE / WS-DAYS-IN-YEAR
               COMPUTE WS-DAILY-INTEREST ROUNDED =
                   WS-ACCT-BALANCE * WS-DAILY-RATE * WS-ACCRUAL-DAYS
               MOVE "Y" TO WS-PX-APPLIED
               ADD 1 TO WS-PX-APPLIED-COUNT
               PERFORM WRITE-PRICING-ACTIVITY.

           WRITE-PRICING-ACTIVITY.
               IF WS-PXA-OPEN NOT = "Y"
                   OPEN EXTEND PRICING-ACTIVITY-FILE
                   IF NOT WS-PXA-STATUS = "00"
                       OPEN OUTPUT PRICING-ACTIVITY-FILE
                   END-IF
                   MOVE "Y" TO WS-PXA-OPEN
               END-IF
               INITIALIZE PRICING-ACTIVITY-RECORD
               MOVE WS-TODAY             TO PA-DATE
               MOVE WS-ACCT-ID           TO PA-ACCOUNT-ID
               MOVE WS-PX-RATE-ID        TO PA-EXCEPTION-ID
               SET PA-INTEREST           TO TRUE
               MOVE "INT"                TO PA-FEE-CODE
               MOVE WS-STANDARD-INTEREST TO PA-STANDARD-AMT
               MOVE WS-DAILY-INTEREST    TO PA-ACTUAL-AMT
               COMPUTE PA-FORGONE-AMT =
                   WS-DAILY-INTEREST - WS-STANDARD-INTEREST
               MOVE PRICING-ACTIVITY-RECORD TO PRICING-ACTIVITY-IO
               WRITE PRICING-ACTIVITY-IO.

      *    One aggregate row books the night's accrual movement to
      *    the GL: the chart's IAC pair debits interest expense and
      *    credits interest payable; the reversal into the deposit
      *    liability) and lands on the IRS remittance extract. The
      *    YTD interest accumulator keeps the GROSS - that is what
      *    the 1099 reports - with the withheld piece in its own
      *    bucket alongside. A foreign person's account gives up
      *    its NRA slice the same way, at the rate its verdict rows
      *    set, in place of any backup withholding.
           CAPITALIZE-ACCRUED-INTEREST.
               IF ACCOUNT-IS-IOLTA
                   PERFORM REMIT-IOLTA-INTEREST
                   EXIT PARAGRAPH
               END-IF
               MOVE WS-ACCR-BAL TO WS-WH-GROSS
               IF WS-NRA-SUBJECT = "Y"
                   COMPUTE WS-WH-AMOUNT ROUNDED =
                       WS-WH-GROSS * WS-NRA-RATE / 100
               ELSE
               IF WS-WH-SUBJECT = "Y"
                   COMPUTE WS-WH-AMOUNT ROUNDED =
                       WS-WH-GROSS * WS-BACKUP-WH-RATE
               ELSE
                   MOVE 0 TO WS-WH-AMOUNT
               END-IF
               END-IF
               COMPUTE WS-WH-NET = WS-WH-GROSS - WS-WH-AMOUNT
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY           TO TR-DATE
               MOVE TRANSACTION-RECORD TO INT-OUTPUT-RECORD
               WRITE INT-OUTPUT-RECORD
               IF WS-WH-AMOUNT > 0
                   IF WS-NRA-SUBJECT = "Y"
                       PERFORM WRITE-NRA-WITHHOLDING-ROWS
                   ELSE
                       PERFORM WRITE-WITHHOLDING-ROWS
                   END-IF
               END-IF
               ADD 1 TO WS-CAPITALIZED-COUNT
               ADD WS-WH-GROSS TO WS-TOTAL-INTEREST
               ADD 1 TO WS-WITHHELD-COUNT
               ADD WS-WH-AMOUNT TO WS-TOTAL-WITHHELD.

      *    The 1042 deposit row carries the rate applied and the
      *    recipient's country besides the backup-withholding four.
           WRITE-NRA-WITHHOLDING-ROWS.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY           TO TR-DATE
               MOVE WS-ACCT-ID         TO TR-ACCOUNT-ID
               MOVE "NRW"              TO TR-TXN-TYPE
               MOVE WS-WH-AMOUNT       TO TR-AMOUNT
               MOVE "NRA WITHHOLDING"  TO TR-DESCRIPTION
               MOVE "APR"              TO TR-STATUS
               MOVE TRANSACTION-RECORD TO INT-OUTPUT-RECORD
               WRITE INT-OUTPUT-RECORD
               MOVE WS-NRA-RATE TO WS-ROW-RATE
               MOVE SPACES TO NRA-REMIT-RECORD
               MOVE WS-TODAY      TO NRA-REMIT-RECORD(1:10)
               MOVE WS-ACCT-ID    TO NRA-REMIT-RECORD(12:10)
               MOVE WS-WH-GROSS   TO NRA-REMIT-RECORD(23:11)
               MOVE WS-WH-AMOUNT  TO NRA-REMIT-RECORD(35:11)
               MOVE WS-ROW-RATE-X TO NRA-REMIT-RECORD(47:4)
               MOVE WS-NRA-COUNTRY TO NRA-REMIT-RECORD(52:2)
               WRITE NRA-REMIT-RECORD
               ADD 1 TO WS-NRA-WITHHELD-COUNT
               ADD WS-WH-AMOUNT TO WS-TOTAL-NRA-WITHHELD.

      *    An IOLTA account's month goes to its foundation, not its
      *    balance: the allowable service charge comes out of the
      *    interest first (never more than the interest - the
      *    excess is waived, client funds are not touched), the
      *    charge rides an IOS row (interest payable to service-
      *    charge income through the chart) and the rest an IOL row
      *    (interest payable to the amount due the foundation), and
      *    the detail row goes to IOLTA-REMIT. Nothing is withheld
      *    and no YTD interest builds - the holder has none to
      *    report.
           REMIT-IOLTA-INTEREST.
               MOVE WS-ACCR-BAL TO WS-IOL-GROSS
               MOVE 0 TO WS-IOL-CHARGE
               IF IOLTA-ROW-FOUND
               AND IA-SERVICE-CHARGE IS NUMERIC
                   MOVE IA-SERVICE-CHARGE TO WS-IOL-CHARGE
               END-IF
               IF WS-IOL-CHARGE > WS-IOL-GROSS
                   MOVE WS-IOL-GROSS TO WS-IOL-CHARGE
               END-IF
               COMPUTE WS-IOL-NET = WS-IOL-GROSS - WS-IOL-CHARGE
               IF WS-IOL-NET > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE WS-ACCT-ID         TO TR-ACCOUNT-ID
                   MOVE "IOL"              TO TR-TXN-TYPE
                   MOVE WS-IOL-NET         TO TR-AMOUNT
                   MOVE "IOLTA INTEREST DUE FOUNDATION"
                                           TO TR-DESCRIPTION
                   MOVE "APR"              TO TR-STATUS
                   MOVE TRANSACTION-RECORD TO INT-OUTPUT-RECORD
                   WRITE INT-OUTPUT-RECORD
               END-IF
               IF WS-IOL-CHARGE > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE WS-ACCT-ID         TO TR-ACCOUNT-ID
                   MOVE "IOS"              TO TR-TXN-TYPE
                   MOVE WS-IOL-CHARGE      TO TR-AMOUNT
                   MOVE "IOLTA SERVICE CHARGE NETTED"
                                           TO TR-DESCRIPTION
                   MOVE "APR"              TO TR-STATUS
                   MOVE TRANSACTION-RECORD TO INT-OUTPUT-RECORD
                   WRITE INT-OUTPUT-RECORD
               END-IF
               PERFORM WRITE-IOLTA-DETAIL
               ADD 1 TO WS-IOLTA-COUNT
               ADD WS-IOL-NET    TO WS-TOTAL-IOLTA-NET
               ADD WS-IOL-CHARGE TO WS-TOTAL-IOLTA-CHG
               MOVE 0 TO WS-ACCR-BAL.

      *    Month-end balance and the rate it earned tonight; the
      *    attorney's name falls back to the account title.
           WRITE-IOLTA-DETAIL.
               MOVE SPACES TO IOLTA-REMIT-RECORD
               SET IR-DETAIL TO TRUE
               MOVE WS-TODAY          TO IR-REMIT-DATE
               MOVE WS-ACCT-ID        TO IR-ACCOUNT-ID
               MOVE ACCT-FILE-RECORD(11:25) TO IR-ATTORNEY-NAME
               IF IOLTA-ROW-FOUND
                   MOVE IA-FOUNDATION-CODE TO IR-FOUNDATION-CODE
                   MOVE IA-BAR-NUMBER      TO IR-BAR-NUMBER
                   IF IA-ATTORNEY-NAME NOT = SPACES
                       MOVE IA-ATTORNEY-NAME TO IR-ATTORNEY-NAME
                   END-IF
               END-IF
               MOVE WS-ACCT-BALANCE   TO IR-BALANCE
               MOVE WS-EFFECTIVE-RATE TO IR-RATE
               MOVE WS-IOL-GROSS      TO IR-GROSS-INTEREST
               MOVE WS-IOL-CHARGE     TO IR-SERVICE-CHARGE
               MOVE WS-IOL-NET        TO IR-NET-REMITTED
               MOVE IOLTA-REMIT-RECORD TO IOLTA-INTEREST-IO
               WRITE IOLTA-INTEREST-IO.

      *    The borrowed money stops being free: the overdraft rides
      *    at the type's borrowing rate, charged daily with the
      *    same day count and weekend catch-up the credit side
                   DELIMITED SIZE
                   "data/output/INT-WORK-CDT.dat "
                   DELIMITED SIZE
                   "data/output/INT-WORK-PX.dat "
                   DELIMITED SIZE
                   "data/output/INT-WORK-LNK.dat "
                   DELIMITED SIZE
                   "data/output/INT-WORK-CUST.dat "
                   "data/output/INT-WORK-WHA.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "rm -f data/output/INT-WORK-IOA.dat "
                   DELIMITED SIZE
                   "data/output/INT-WORK-W8.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD.

           DISPLAY-RESULTS.
                       WS-CARRIED-BUCKETS
               END-IF
               DISPLAY "  Capitalized (M/E)  : " WS-CAPITALIZED-COUNT
               DISPLAY "  Negotiated Rates   : " WS-PX-APPLIED-COUNT
               MOVE WS-TOTAL-WITHHELD TO WS-DISP-WITHHELD
               DISPLAY "  Backup Withheld    : " WS-DISP-WITHHELD
               MOVE WS-TOTAL-NRA-WITHHELD TO WS-DISP-WITHHELD
               DISPLAY "  NRA Withheld       : " WS-DISP-WITHHELD
                   " (" WS-NRA-WITHHELD-COUNT " accts)"
               MOVE WS-TOTAL-IOLTA-NET TO WS-DISP-IOLTA
               DISPLAY "  IOLTA Remitted     : " WS-DISP-IOLTA
                   " (" WS-IOLTA-COUNT " accts)"
               MOVE WS-TOTAL-IOLTA-CHG TO WS-DISP-IOLTA
               DISPLAY "  IOLTA Charges Net  : " WS-DISP-IOLTA
               DISPLAY "  Rate-Decr Notices  : " WS-RDN-NOTICE-COUNT
                   " (" WS-WITHHELD-COUNT " accts)"
               MOVE WS-TOTAL-DEBIT-INT TO WS-DISP-DEBIT-INT
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/INTEREST-TRANSACTIONS.dat"
               DISPLAY "  → data/output/ACCRUED-INTEREST.dat"
               DISPLAY "  → data/output/IOLTA-INTEREST.dat"
               DISPLAY "  → data/output/NRA-WITHHOLDING-REMIT.dat"
               DISPLAY "==============================================".
