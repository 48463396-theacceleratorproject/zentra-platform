      *              The per-account state is a sorted multi-stream
      *              match-merge now: the master, the ACCOUNT-YTD
      *              accumulator, the queued fee files (CD penalties,
      *              returned items, safe-deposit rentals, lockbox
      *              items), the savings withdrawal counters, the
      *              overdraft-grace state, the balance history
      *              behind the average daily balance, and the alert
      *              thresholds all stream past in account order -
      *              one account's worth of state in memory at a
      *              time, the YTD file rewritten as a stream, no
      *              per-account table and no row ceiling anywhere
      *              the master can grow.
      *              Only genuinely cross-account reference data
      *              (the fee schedule, the product master, the CIF
      *              links and household totals behind relationship
      *              pricing) stays tabled.
      *              Negotiated fee pricing on PRICING-EXCEPTIONS.dat
      *              (see PRICING-EXCEPTION-RECORD.cpy) follows the
      *              merge on a sorted work copy: an in-force fee
      *              exception takes its percentage off the
      *              maintenance, low-balance, overdraft, excess-
      *              activity or returned-item fee as it is assessed
      *              (100 percent posts no fee at all), and the part
      *              not charged is appended to
      *              PRICING-EXCEPTION-ACTIVITY.dat for
      *              PRICING-EXCEPTION-PROC's cost report.
      *              Regulation E: no overdraft fee is assessed where
      *              the overdraft comes from ATM or one-time debit
      *              card items on an account that has not opted in
      *              to overdraft coverage (OD-OPT-INS.dat, followed
      *              on a sorted work copy). This step runs ahead of
      *              tonight's posting, so the covered items are the
      *              ones that posted last night: every ATW on last
      *              night's APPROVED-TRANSACTIONS.dat, and every WDR
      *              there matching one of last night's non-
      *              recurring rows on CARD-SETTLEMENTS.dat. The
      *              grace row carries the covered total for the
      *              whole negative episode; once the grace period
      *              is over, an account without consent whose
      *              balance those items alone account for (balance
      *              plus covered total not below zero) has its
      *              overdraft fee waived, and the waiver is
      *              appended to OD-OPT-IN-WAIVERS.dat for
      *              OD-OPT-IN-REPORT.
      *              Introduces: ACCEPT FROM DATE, reference
      *              modification, pipeline composability
      * PHASE:      2 - Banking Logic Engine
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-SDBS-STATUS.

      *        Lockbox item charges queued by LOCKBOX-PROC - same
      *        sorted-copy treatment.
               SELECT LBX-FEES-FILE
                   ASSIGN TO "data/output/LOCKBOX-FEES-DUE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LBXFEE-STATUS.

               SELECT LBX-SORTED-FILE
                   ASSIGN TO "data/output/FEE-WORK-LBX.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LBXS-STATUS.

      *        Per-cycle closing balances written by BALANCE-HISTORY,
      *        re-sorted by account into the work copy so the
      *        trailing average daily balance accumulates as each
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-THS-STATUS.

      *        Negotiated pricing exceptions - followed on a sorted
      *        work copy (optional file); what each one cost rides
      *        the cumulative activity file.
               SELECT PXS-SORTED-FILE
                   ASSIGN TO "data/output/FEE-WORK-PX.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PXS-STATUS.

      *        Overdraft consent - followed on a sorted work copy
      *        (optional file: missing means nobody has opted in).
               SELECT OPTIN-SORTED-FILE
                   ASSIGN TO "data/output/FEE-WORK-OPTIN.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-OPTS-STATUS.

      *        Last night's postings and card settlements, read once
      *        up front to list the ATM/one-time card debits that
      *        posted - written raw, then sorted into the follower
      *        stream the merge reads.
               SELECT APPROVED-FILE
                   ASSIGN TO "data/output/APPROVED-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-APPR-STATUS.

               SELECT CARD-SETTLE-FILE
                   ASSIGN TO "data/output/CARD-SETTLEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CSL-STATUS.

               SELECT COVERED-RAW-FILE
                   ASSIGN TO "data/output/FEE-WORK-REGE-RAW.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CVR-STATUS.

               SELECT COVERED-SORTED-FILE
                   ASSIGN TO "data/output/FEE-WORK-REGE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CVS-STATUS.

      *        Cumulative log of overdraft fees waived for want of
      *        consent - same append-or-create treatment the
      *        pricing activity file gets.
               SELECT OD-WAIVER-FILE
                   ASSIGN TO "data/output/OD-OPT-IN-WAIVERS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ODW-STATUS.

               SELECT PRICING-ACTIVITY-FILE
                   ASSIGN TO
                       "data/output/PRICING-EXCEPTION-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PXA-STATUS.

      *        Customer event feed for the messaging vendor - shared
      *        with HOLD-RELEASE and TXN-VALIDATOR, same cumulative
      *        EXTEND treatment DATA-QUALITY-EXCEPTIONS.dat gets.
           FD ACCOUNTS-FILE.
           01 ACCT-FILE-RECORD      PIC X(100).

      *    Columns 71-77 (the ACH debit block charge) belong to
      *    ACH-INBOUND-PROC, columns 78-80 (the per-item lockbox
      *    charge) to LOCKBOX-PROC and columns 81-94 (the bill-pay
      *    charges) to BILLPAY-PROC; this program reads through
      *    column 70.
           FD FEE-SCHEDULE-FILE.
           01 FEE-SCHEDULE-RECORD   PIC X(80).

           FD FEE-OUTPUT-FILE.
           01 FEE-OUTPUT-RECORD     PIC X(104).
           FD SDB-SORTED-FILE.
           01 SDB-SORTED-IO         PIC X(40).

           FD LBX-FEES-FILE.
           01 LBX-FEE-IO            PIC X(40).

           FD LBX-SORTED-FILE.
           01 LBX-SORTED-IO         PIC X(40).

           FD ADB-SORTED-FILE.
           01 ADB-SORTED-IO         PIC X(40).

           FD THRESH-SORTED-FILE.
           01 THRESH-SORTED-IO      PIC X(30).

           FD PXS-SORTED-FILE.
           01 PXS-SORTED-IO         PIC X(100).

           FD PRICING-ACTIVITY-FILE.
           01 PRICING-ACTIVITY-IO   PIC X(80).

           FD OPTIN-SORTED-FILE.
           01 OPTIN-SORTED-IO       PIC X(50).

           FD APPROVED-FILE.
           01 APPROVED-IO           PIC X(116).

           FD CARD-SETTLE-FILE.
           01 CARD-SETTLE-IO        PIC X(50).

           FD COVERED-RAW-FILE.
           01 COVERED-RAW-IO        PIC X(30).

           FD COVERED-SORTED-FILE.
           01 COVERED-SORTED-IO     PIC X(30).

           FD OD-WAIVER-FILE.
           01 OD-WAIVER-IO          PIC X(70).

           FD CUSTOMER-ALERTS-FILE.
           01 ALERT-OUT-RECORD      PIC X(100).

           01 WS-CD-KEY             PIC X(10) VALUE HIGH-VALUES.
           01 WS-RDI-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-SDB-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-LBX-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-SWC-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-GRC-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-ADB-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-TH-KEY             PIC X(10) VALUE HIGH-VALUES.
           01 WS-PXS-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-OPT-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-CVR-KEY            PIC X(10) VALUE HIGH-VALUES.
           01 WS-PREV-ID            PIC X(10) VALUE LOW-VALUES.
           01 WS-SORT-CMD           PIC X(200).

               88 WS-RDIS-FILE-OK      VALUE "00".
           01 WS-SDBS-STATUS        PIC X(2).
               88 WS-SDBS-FILE-OK      VALUE "00".
           01 WS-LBXS-STATUS        PIC X(2).
               88 WS-LBXS-FILE-OK      VALUE "00".
           01 WS-ADBS-STATUS        PIC X(2).
               88 WS-ADBS-FILE-OK      VALUE "00".
           01 WS-THS-STATUS         PIC X(2).
           01 WS-GRACE-JULIAN       PIC 9(9).
           01 WS-GRACE-THRU-INT     PIC 9(8).
           01 WS-GRACE-THRU-DATE    PIC X(10).
      *        ATM/one-time card debits posted during the current
      *        negative episode, carried on the grace row at 21-31.
           01 WS-GRC-COVERED-X      PIC X(11).
           01 WS-GRC-COVERED REDEFINES WS-GRC-COVERED-X
                               PIC 9(9)V99.
           01 WS-EPISODE-COVERED    PIC 9(9)V99.

      *    --- Overdraft consent (Regulation E): the current
      *        account's opt-in and last night's covered debits ---
           COPY "OD-OPT-IN-RECORD.cpy".
           COPY "OD-OPT-IN-WAIVER-RECORD.cpy".
           COPY "CARD-SETTLEMENT-RECORD.cpy".
           01 WS-OPTS-STATUS        PIC X(2).
               88 WS-OPTS-FILE-OK      VALUE "00".
           01 WS-APPR-STATUS        PIC X(2).
               88 WS-APPR-FILE-OK      VALUE "00".
           01 WS-CSL-STATUS         PIC X(2).
               88 WS-CSL-FILE-OK       VALUE "00".
           01 WS-CVR-STATUS         PIC X(2).
           01 WS-CVS-STATUS         PIC X(2).
               88 WS-CVS-FILE-OK       VALUE "00".
           01 WS-ODW-STATUS         PIC X(2).
           01 WS-ODW-OPEN           PIC X VALUE "N".
           01 WS-OPT-STATUS         PIC X(01).
           01 WS-CUR-OPTED-IN       PIC X VALUE "N".
           01 WS-CUR-COVERED        PIC 9(9)V99.
           01 WS-CVR-AMOUNT-X       PIC X(11).
           01 WS-CVR-AMOUNT REDEFINES WS-CVR-AMOUNT-X
                               PIC 9(9)V99.
           01 WS-EOF-APPR           PIC X VALUE "N".
               88 END-OF-APPROVED      VALUE "Y".
           01 WS-EOF-CSL            PIC X VALUE "N".
               88 END-OF-CSL-LOAD      VALUE "Y".
      *        One night's card settlements - the same ceiling
      *        ROUNDUP-SWEEP holds them under.
           01 WS-CSL-MAX            PIC 9(5) VALUE 20000.
           01 WS-CSL-TABLE.
               05 WS-CSL-ENTRY OCCURS 20000 TIMES
                               INDEXED BY WS-CSL-IDX.
                   10 WCS-DATE         PIC X(10).
                   10 WCS-ACCOUNT      PIC X(10).
                   10 WCS-AMOUNT       PIC 9(9)V99.
                   10 WCS-USED         PIC X(01).
           01 WS-CSL-COUNT          PIC 9(5) VALUE 0.
           01 WS-CVR-ITEM-COUNT     PIC 9(5) VALUE 0.
           01 WS-REGE-WAIVED-COUNT  PIC 999 VALUE 0.
           01 WS-REGE-WAIVED-TOTAL  PIC 9(9)V99 VALUE 0.
           01 WS-DISP-REGE-WAIVED   PIC $$$,$$$,$$9.99.

           01 WS-EOF                PIC X VALUE "N".
               88 END-OF-ACCOUNTS      VALUE "Y".
               05 WY-QTD-FEES       PIC 9(9)V99.
               05 WY-YTD-DEBIT-INT  PIC 9(9)V99.
               05 WY-YTD-WITHHELD   PIC 9(9)V99.
               05 WY-YTD-OD-FEES    PIC 9(7)V99.
               05 WY-YTD-RI-FEES    PIC 9(7)V99.
           01 WS-YTD-PRESENT        PIC X VALUE "N".
           01 WS-YTD-TOUCHED        PIC X VALUE "N".

           01 WS-RDIFEE-AMOUNT REDEFINES WS-RDIFEE-AMOUNT-X
                               PIC 9(9)V99.

      *    --- Lockbox item charges queued by LOCKBOX-PROC
      *        (account, amount, items charged for the fee line) ---
           01 WS-LBXFEE-STATUS      PIC X(2).
               88 WS-LBXFEE-FILE-OK    VALUE "00".
           01 WS-LBXFEE-COUNT       PIC 999 VALUE 0.
           01 WS-LBXFEE-TOTAL       PIC 9(9)V99 VALUE 0.
           01 WS-LBXFEE-AMOUNT-X    PIC X(11).
           01 WS-LBXFEE-AMOUNT REDEFINES WS-LBXFEE-AMOUNT-X
                               PIC 9(9)V99.

      *    --- Negotiated fee pricing for the current account: the
      *        best in-force discount per fee code (an ALL row counts
      *        toward every code) and the exception that gives it ---
           01 WS-PXS-STATUS         PIC X(2).
               88 WS-PXS-FILE-OK       VALUE "00".
           01 WS-PXA-STATUS         PIC X(2).
           01 WS-PXA-OPEN           PIC X VALUE "N".
           COPY "PRICING-EXCEPTION-RECORD.cpy".
           COPY "PRICING-ACTIVITY-RECORD.cpy".
           01 WS-PXF-CODE-LIST.
               05 FILLER PIC X(03) VALUE "MNT".
               05 FILLER PIC X(03) VALUE "LBL".
               05 FILLER PIC X(03) VALUE "ODF".
               05 FILLER PIC X(03) VALUE "EXC".
               05 FILLER PIC X(03) VALUE "RIF".
           01 WS-PXF-CODES REDEFINES WS-PXF-CODE-LIST.
               05 WPF-CODE OCCURS 5 TIMES PIC X(03).
           01 WS-PXF-TABLE.
               05 WS-PXF-ENTRY OCCURS 5 TIMES
                               INDEXED BY WS-PXF-IDX.
                   10 WPF-PCT          PIC 9(03).
                   10 WPF-EXCEPTION-ID PIC X(08).
           01 WS-PXF-FEE-CODE       PIC X(03).
           01 WS-PXF-STANDARD       PIC 9(9)V99.
           01 WS-PXF-CHARGE         PIC 9(9)V99.
           01 WS-PXF-APPLIED-COUNT  PIC 999 VALUE 0.
           01 WS-PXF-WAIVED-TOTAL   PIC 9(9)V99 VALUE 0.
           01 WS-DISP-PXF-WAIVED    PIC $$$,$$$,$$9.99.

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
                   AND WS-CD-KEY = HIGH-VALUES
                   AND WS-RDI-KEY = HIGH-VALUES
                   AND WS-SDB-KEY = HIGH-VALUES
                   AND WS-LBX-KEY = HIGH-VALUES
                   AND WS-SWC-KEY = HIGH-VALUES
               PERFORM CLOSE-MERGE-STREAMS
               PERFORM DRAIN-FEE-QUEUES
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/output/LOCKBOX-FEES-DUE.dat ] && "
                   DELIMITED SIZE
                   "sort data/output/LOCKBOX-FEES-DUE.dat -o "
                   DELIMITED SIZE
                   "data/output/FEE-WORK-LBX.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/output/SAVINGS-WD-COUNTERS.dat ]"
                   DELIMITED SIZE
                   " && sort data/output/SAVINGS-WD-COUNTERS.dat"
                   "data/output/FEE-WORK-THRESH.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/input/PRICING-EXCEPTIONS.dat ] && "
                   DELIMITED SIZE
                   "sort data/input/PRICING-EXCEPTIONS.dat -o "
                   DELIMITED SIZE
                   "data/output/FEE-WORK-PX.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/input/OD-OPT-INS.dat ] && "
                   DELIMITED SIZE
                   "sort data/input/OD-OPT-INS.dat -o "
                   DELIMITED SIZE
                   "data/output/FEE-WORK-OPTIN.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD
               PERFORM BUILD-COVERED-DEBITS
               MOVE SPACES TO WS-SORT-CMD
               STRING "[ -f data/output/FEE-WORK-REGE-RAW.dat ] && "
                   DELIMITED SIZE
                   "sort data/output/FEE-WORK-REGE-RAW.dat -o "
                   DELIMITED SIZE
                   "data/output/FEE-WORK-REGE.dat"
                   DELIMITED SIZE
                   INTO WS-SORT-CMD
               CALL "SYSTEM" USING WS-SORT-CMD.

      *    Last night's covered items: an ATW is ATM cash by
      *    definition; a WDR is a card item only when it matches
      *    (same date, account and amount, each settlement used
      *    once) a card settlement that is not a recurring debit.
      *    Anything dated today has not posted yet and is left for
      *    tomorrow's run.
           BUILD-COVERED-DEBITS.
               OPEN INPUT APPROVED-FILE
               IF NOT WS-APPR-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               OPEN INPUT CARD-SETTLE-FILE
               IF WS-CSL-FILE-OK
                   PERFORM LOAD-ONE-CARD-SETTLEMENT
                       UNTIL END-OF-CSL-LOAD
                   CLOSE CARD-SETTLE-FILE
               END-IF
               OPEN OUTPUT COVERED-RAW-FILE
               PERFORM LIST-ONE-COVERED-DEBIT
                   UNTIL END-OF-APPROVED
               CLOSE COVERED-RAW-FILE
               CLOSE APPROVED-FILE.

           LOAD-ONE-CARD-SETTLEMENT.
               READ CARD-SETTLE-FILE INTO CARD-SETTLE-IO
               AT END
                   MOVE "Y" TO WS-EOF-CSL
               NOT AT END
                   MOVE CARD-SETTLE-IO TO CARD-SETTLEMENT-RECORD
                   IF CSL-SETTLE-DATE < WS-TODAY
                   AND CSL-AMOUNT IS NUMERIC
                   AND NOT CSL-RECURRING-DEBIT
                   AND WS-CSL-COUNT < WS-CSL-MAX
                       ADD 1 TO WS-CSL-COUNT
                       MOVE CSL-SETTLE-DATE TO WCS-DATE(WS-CSL-COUNT)
                       MOVE CSL-ACCOUNT-ID
                           TO WCS-ACCOUNT(WS-CSL-COUNT)
                       MOVE CSL-AMOUNT      TO WCS-AMOUNT(WS-CSL-COUNT)
                       MOVE "N"             TO WCS-USED(WS-CSL-COUNT)
                   END-IF
               END-READ.

           LIST-ONE-COVERED-DEBIT.
               READ APPROVED-FILE INTO APPROVED-IO
               AT END
                   MOVE "Y" TO WS-EOF-APPR
               NOT AT END
                   MOVE APPROVED-IO TO TRANSACTION-RECORD
                   IF TR-DATE < WS-TODAY
                   AND TR-ACCOUNT-ID NOT = SPACES
                       IF TR-ATM-DEBIT
                           PERFORM WRITE-COVERED-DEBIT
                       ELSE
                       IF TR-WITHDRAWAL
                           PERFORM VARYING WS-CSL-IDX FROM 1 BY 1
                               UNTIL WS-CSL-IDX > WS-CSL-COUNT
                               IF WCS-USED(WS-CSL-IDX) = "N"
                               AND WCS-DATE(WS-CSL-IDX) = TR-DATE
                               AND WCS-ACCOUNT(WS-CSL-IDX)
                                   = TR-ACCOUNT-ID
                               AND WCS-AMOUNT(WS-CSL-IDX) = TR-AMOUNT
                                   MOVE "Y" TO WCS-USED(WS-CSL-IDX)
                                   PERFORM WRITE-COVERED-DEBIT
      *                            First match only - step the index
      *                            past the end so the loop leaves.
                                   SET WS-CSL-IDX TO WS-CSL-COUNT
                               END-IF
                           END-PERFORM
                       END-IF
                       END-IF
                   END-IF
               END-READ.

           WRITE-COVERED-DEBIT.
               MOVE SPACES TO COVERED-RAW-IO
               MOVE TR-ACCOUNT-ID TO COVERED-RAW-IO(1:10)
               MOVE TR-AMOUNT     TO WS-CVR-AMOUNT
               MOVE WS-CVR-AMOUNT-X TO COVERED-RAW-IO(11:11)
               WRITE COVERED-RAW-IO
               ADD 1 TO WS-CVR-ITEM-COUNT.

           OPEN-MERGE-STREAMS.
               OPEN INPUT  ACCOUNTS-FILE
               IF NOT WS-ACCTS-FILE-OK
               OPEN INPUT CDPEN-SORTED-FILE
               OPEN INPUT RDI-SORTED-FILE
               OPEN INPUT SDB-SORTED-FILE
               OPEN INPUT LBX-SORTED-FILE
               OPEN INPUT SWC-SORTED-FILE
               IF WS-SWCS-FILE-OK
                   OPEN OUTPUT SAVINGS-WD-FILE
               OPEN OUTPUT ACCOUNT-OD-GRACE-FILE
               OPEN INPUT ADB-SORTED-FILE
               OPEN INPUT THRESH-SORTED-FILE
               OPEN INPUT PXS-SORTED-FILE
               OPEN INPUT OPTIN-SORTED-FILE
               OPEN INPUT COVERED-SORTED-FILE
               PERFORM OPEN-EXCESS-REPORT.

           PRIME-MERGE-STREAMS.
               PERFORM READ-NEXT-CDPEN
               PERFORM READ-NEXT-RDIFEE
               PERFORM READ-NEXT-SDBFEE
               PERFORM READ-NEXT-LBXFEE
               PERFORM READ-NEXT-SWC
               PERFORM READ-NEXT-GRACE
               PERFORM READ-NEXT-ADB
               PERFORM READ-NEXT-THRESH
               PERFORM READ-NEXT-PXS
               PERFORM READ-NEXT-OPTIN
               PERFORM READ-NEXT-COVERED.

           CLOSE-MERGE-STREAMS.
               CLOSE ACCOUNTS-FILE
               IF WS-SDBS-FILE-OK
                   CLOSE SDB-SORTED-FILE
               END-IF
               IF WS-LBXS-FILE-OK
                   CLOSE LBX-SORTED-FILE
               END-IF
               IF WS-SWCS-FILE-OK
                   CLOSE SWC-SORTED-FILE
               END-IF
               IF WS-THS-FILE-OK
                   CLOSE THRESH-SORTED-FILE
               END-IF
               IF WS-PXS-FILE-OK
                   CLOSE PXS-SORTED-FILE
               END-IF
               IF WS-PXA-OPEN = "Y"
                   CLOSE PRICING-ACTIVITY-FILE
               END-IF
               IF WS-OPTS-FILE-OK
                   CLOSE OPTIN-SORTED-FILE
               END-IF
               IF WS-CVS-FILE-OK
                   CLOSE COVERED-SORTED-FILE
               END-IF
               IF WS-ODW-OPEN = "Y"
                   CLOSE OD-WAIVER-FILE
               END-IF
               CLOSE EXCESS-REPORT-FILE.

      *    One pass of the merge: the lowest key across the driver
               IF WS-SDB-KEY < WS-CUR-KEY
                   MOVE WS-SDB-KEY TO WS-CUR-KEY
               END-IF
               IF WS-LBX-KEY < WS-CUR-KEY
                   MOVE WS-LBX-KEY TO WS-CUR-KEY
               END-IF
               IF WS-SWC-KEY < WS-CUR-KEY
                   MOVE WS-SWC-KEY TO WS-CUR-KEY
               END-IF
               PERFORM ROLL-ADB-FOR-KEY
               PERFORM ADVANCE-GRACE-TO-KEY
               PERFORM ADVANCE-THRESH-TO-KEY
               PERFORM ADVANCE-PXS-TO-KEY
               PERFORM ADVANCE-OPTIN-TO-KEY
               PERFORM ADVANCE-COVERED-TO-KEY
               IF WS-MST-KEY = WS-CUR-KEY
                   PERFORM ASSESS-MASTER-ACCOUNT
                   PERFORM READ-NEXT-MASTER
                   UNTIL WS-RDI-KEY > WS-CUR-KEY
               PERFORM DRAIN-SDB-FOR-KEY
                   UNTIL WS-SDB-KEY > WS-CUR-KEY
               PERFORM DRAIN-LBX-FOR-KEY
                   UNTIL WS-LBX-KEY > WS-CUR-KEY
               PERFORM ASSESS-SWC-FOR-KEY
                   UNTIL WS-SWC-KEY > WS-CUR-KEY
               IF WS-YTD-PRESENT = "Y" OR WS-YTD-TOUCHED = "Y"
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

           WRITE-YTD-ROW.
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
                   MOVE WS-CUR-YEAR    TO WY-YEAR
                   MOVE WS-CUR-QUARTER TO WY-QUARTER
               ELSE
                   PERFORM READ-NEXT-SDBFEE
               END-IF.

           READ-NEXT-LBXFEE.
               IF NOT WS-LBXS-FILE-OK
                   MOVE HIGH-VALUES TO WS-LBX-KEY
               ELSE
                   READ LBX-SORTED-FILE INTO LBX-FEE-IO
                   AT END
                       MOVE HIGH-VALUES TO WS-LBX-KEY
                   NOT AT END
                       IF LBX-FEE-IO(1:10) = SPACES
                           MOVE LOW-VALUES TO WS-LBX-KEY
                       ELSE
                           MOVE LBX-FEE-IO(1:10) TO WS-LBX-KEY
                       END-IF
                   END-READ
               END-IF
               IF WS-LBX-KEY = LOW-VALUES
                   PERFORM READ-NEXT-LBXFEE
               END-IF.

           READ-NEXT-SWC.
               IF NOT WS-SWCS-FILE-OK
                   MOVE HIGH-VALUES TO WS-SWC-KEY
                           MOVE GRACE-SORTED-IO(1:10) TO WS-GRC-KEY
                           MOVE GRACE-SORTED-IO(11:10)
                               TO WS-GRC-SINCE
                           MOVE GRACE-SORTED-IO(21:11)
                               TO WS-GRC-COVERED-X
      *                    A row from before the covered total was
      *                    carried reads as none.
                           IF WS-GRC-COVERED-X = SPACES
                               MOVE ZEROS TO WS-GRC-COVERED-X
                           END-IF
                       END-IF
                   END-READ
               END-IF
                   PERFORM READ-NEXT-THRESH
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

           READ-NEXT-OPTIN.
               IF NOT WS-OPTS-FILE-OK
                   MOVE HIGH-VALUES TO WS-OPT-KEY
               ELSE
                   READ OPTIN-SORTED-FILE INTO OPTIN-SORTED-IO
                   AT END
                       MOVE HIGH-VALUES TO WS-OPT-KEY
                   NOT AT END
                       IF OPTIN-SORTED-IO(1:10) = SPACES
                           MOVE LOW-VALUES TO WS-OPT-KEY
                       ELSE
                           MOVE OPTIN-SORTED-IO TO OD-OPT-IN-RECORD
                           MOVE OI-ACCOUNT-ID TO WS-OPT-KEY
                           MOVE OI-STATUS     TO WS-OPT-STATUS
                       END-IF
                   END-READ
               END-IF
               IF WS-OPT-KEY = LOW-VALUES
                   PERFORM READ-NEXT-OPTIN
               END-IF.

           READ-NEXT-COVERED.
               IF NOT WS-CVS-FILE-OK
                   MOVE HIGH-VALUES TO WS-CVR-KEY
               ELSE
                   READ COVERED-SORTED-FILE INTO COVERED-SORTED-IO
                   AT END
                       MOVE HIGH-VALUES TO WS-CVR-KEY
                   NOT AT END
                       IF COVERED-SORTED-IO(1:10) = SPACES
                           MOVE LOW-VALUES TO WS-CVR-KEY
                       ELSE
                           MOVE COVERED-SORTED-IO(1:10)
                               TO WS-CVR-KEY
                           MOVE COVERED-SORTED-IO(11:11)
                               TO WS-CVR-AMOUNT-X
                       END-IF
                   END-READ
               END-IF
               IF WS-CVR-KEY = LOW-VALUES
                   PERFORM READ-NEXT-COVERED
               END-IF.

      *================================================================
      *    FOLLOWER STREAMS - rows below the current key are simply
      *    passed over (a grace row whose account recovered or left
                   PERFORM READ-NEXT-THRESH
               END-PERFORM.

           ADVANCE-OPTIN-TO-KEY.
               PERFORM UNTIL WS-OPT-KEY >= WS-CUR-KEY
                   PERFORM READ-NEXT-OPTIN
               END-PERFORM
               MOVE "N" TO WS-CUR-OPTED-IN
               IF WS-OPT-KEY = WS-CUR-KEY
               AND WS-OPT-STATUS = "Y"
                   MOVE "Y" TO WS-CUR-OPTED-IN
               END-IF.

      *    An account can have several covered items in a night -
      *    every row for the key is summed.
           ADVANCE-COVERED-TO-KEY.
               PERFORM UNTIL WS-CVR-KEY >= WS-CUR-KEY
                   PERFORM READ-NEXT-COVERED
               END-PERFORM
               MOVE 0 TO WS-CUR-COVERED
               PERFORM UNTIL WS-CVR-KEY NOT = WS-CUR-KEY
                   IF WS-CVR-AMOUNT IS NUMERIC
                       ADD WS-CVR-AMOUNT TO WS-CUR-COVERED
                   END-IF
                   PERFORM READ-NEXT-COVERED
               END-PERFORM.

      *    PRICING-EXCEPTION-PROC has already placed every row in or
      *    out of force for tonight; the dates are checked again so
      *    a run on a later date than the review cannot stretch a
      *    promise past its expiry.
           ADVANCE-PXS-TO-KEY.
               PERFORM UNTIL WS-PXS-KEY >= WS-CUR-KEY
                   PERFORM READ-NEXT-PXS
               END-PERFORM
               PERFORM VARYING WS-PXF-IDX FROM 1 BY 1
                   UNTIL WS-PXF-IDX > 5
                   MOVE 0 TO WPF-PCT(WS-PXF-IDX)
               END-PERFORM
               PERFORM UNTIL WS-PXS-KEY > WS-CUR-KEY
                   MOVE PXS-SORTED-IO TO PRICING-EXCEPTION-RECORD
                   IF PX-FEE-EXCEPTION AND PX-IN-FORCE
                   AND PX-DISCOUNT-PCT IS NUMERIC
                   AND PX-START-DATE NOT > WS-TODAY
                   AND PX-EXPIRY-DATE NOT < WS-TODAY
                       PERFORM VARYING WS-PXF-IDX FROM 1 BY 1
                           UNTIL WS-PXF-IDX > 5
                           IF (PX-FEE-ALL
                               OR PX-FEE-CODE = WPF-CODE(WS-PXF-IDX))
                           AND PX-DISCOUNT-PCT > WPF-PCT(WS-PXF-IDX)
                               MOVE PX-DISCOUNT-PCT
                                   TO WPF-PCT(WS-PXF-IDX)
                               MOVE PX-EXCEPTION-ID
                                   TO WPF-EXCEPTION-ID(WS-PXF-IDX)
                           END-IF
                       END-PERFORM
                   END-IF
                   PERFORM READ-NEXT-PXS
               END-PERFORM.

      *    The trailing-window sum and day count for the current
      *    account roll up from its history rows as they stream by.
           ROLL-ADB-FOR-KEY.
               IF WS-RDIFEE-AMOUNT IS NUMERIC
               AND WS-RDIFEE-AMOUNT > 0
                   MOVE RDI-FEE-IO(1:10) TO WS-ACCT-ID
                   MOVE "RIF" TO WS-PXF-FEE-CODE
                   MOVE WS-RDIFEE-AMOUNT TO WS-PXF-STANDARD
                   PERFORM APPLY-FEE-EXCEPTION
                   MOVE WS-PXF-CHARGE TO WS-RDIFEE-AMOUNT
               END-IF
               IF WS-RDIFEE-AMOUNT IS NUMERIC
               AND WS-RDIFEE-AMOUNT > 0
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE WS-ACCT-ID         TO TR-ACCOUNT-ID
                   PERFORM TOUCH-YTD-ENTRY
                   ADD WS-RDIFEE-AMOUNT TO WY-YTD-FEES
                   ADD WS-RDIFEE-AMOUNT TO WY-QTD-FEES
                   ADD WS-RDIFEE-AMOUNT TO WY-YTD-RI-FEES
               END-IF
               PERFORM READ-NEXT-RDIFEE.

               END-IF
               PERFORM READ-NEXT-SDBFEE.

           DRAIN-LBX-FOR-KEY.
               MOVE LBX-FEE-IO(11:11) TO WS-LBXFEE-AMOUNT-X
               IF WS-LBXFEE-AMOUNT IS NUMERIC
               AND WS-LBXFEE-AMOUNT > 0
                   MOVE LBX-FEE-IO(1:10) TO WS-ACCT-ID
                   INITIALIZE TRANSACTION-RECORD
                   MOVE WS-TODAY           TO TR-DATE
                   MOVE WS-ACCT-ID         TO TR-ACCOUNT-ID
                   MOVE "FEE"              TO TR-TXN-TYPE
                   MOVE WS-LBXFEE-AMOUNT   TO TR-AMOUNT
                   MOVE SPACES             TO TR-DESCRIPTION
                   STRING "LOCKBOX ITEMS " DELIMITED SIZE
                       LBX-FEE-IO(22:5) DELIMITED SIZE
                       INTO TR-DESCRIPTION
                   MOVE "PND"              TO TR-STATUS
                   MOVE TRANSACTION-RECORD TO FEE-OUTPUT-RECORD
                   WRITE FEE-OUTPUT-RECORD
                   ADD 1 TO WS-LBXFEE-COUNT
                   ADD WS-LBXFEE-AMOUNT TO WS-TOTAL-FEES
                   ADD WS-LBXFEE-AMOUNT TO WS-LBXFEE-TOTAL
                   PERFORM TOUCH-YTD-ENTRY
                   ADD WS-LBXFEE-AMOUNT TO WY-YTD-FEES
                   ADD WS-LBXFEE-AMOUNT TO WY-QTD-FEES
               END-IF
               PERFORM READ-NEXT-LBXFEE.

      *    The consumed queues clear once the merge is over - same
      *    drain-after-consume treatment the resubmit queue gets.
           DRAIN-FEE-QUEUES.
               IF WS-SDBFEE-COUNT > 0
                   OPEN OUTPUT SDB-FEES-FILE
                   CLOSE SDB-FEES-FILE
               END-IF
               IF WS-LBXFEE-COUNT > 0
                   OPEN OUTPUT LBX-FEES-FILE
                   CLOSE LBX-FEES-FILE
               END-IF.

      *================================================================
               PERFORM READ-NEXT-SWC.

           GENERATE-EXCESS-FEE.
               MOVE "EXC" TO WS-PXF-FEE-CODE
               MOVE WS-EXCESS-FEE TO WS-PXF-STANDARD
               PERFORM APPLY-FEE-EXCEPTION
               IF WS-PXF-CHARGE = 0
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE WS-ACCT-ID           TO TR-ACCOUNT-ID
               MOVE "FEE"                TO TR-TXN-TYPE
               MOVE WS-PXF-CHARGE        TO TR-AMOUNT
               MOVE "EXCESS ACTIVITY FEE" TO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE TRANSACTION-RECORD   TO FEE-OUTPUT-RECORD
               WRITE FEE-OUTPUT-RECORD
               ADD 1 TO WS-EXCESS-FEE-COUNT
               ADD WS-PXF-CHARGE TO WS-TOTAL-FEES
               PERFORM TOUCH-YTD-ENTRY
               ADD WS-PXF-CHARGE TO WY-YTD-FEES
               ADD WS-PXF-CHARGE TO WY-QTD-FEES.

           WRITE-SWC-ROW.
               IF WS-SWC-OUT-OPEN = "Y"
      *    negative day, so it always gets the fee waived; one with
      *    a row only gets the fee once WS-TODAY is past the
      *    grace-thru date. Either way a fresh row writes out so
      *    tomorrow's run still knows when it first went negative,
      *    and how much of the episode was ATM/one-time card debits.
           CHECK-OD-GRACE.
               MOVE WS-CUR-COVERED TO WS-EPISODE-COVERED
               IF WS-GRC-KEY = WS-CUR-KEY
                   IF WS-GRC-COVERED IS NUMERIC
                       ADD WS-GRC-COVERED TO WS-EPISODE-COVERED
                   END-IF
                   MOVE WS-GRC-SINCE TO WS-GRACE-SINCE-DATE
                   PERFORM COMPUTE-GRACE-THRU-DATE
                   IF WS-TODAY > WS-GRACE-THRU-DATE
                       PERFORM CHECK-OD-CONSENT
                   END-IF
               ELSE
                   MOVE WS-TODAY TO WS-GRACE-SINCE-DATE
               MOVE WS-ACCT-ID TO ACCOUNT-OD-GRACE-IO(1:10)
               MOVE WS-GRACE-SINCE-DATE
                   TO ACCOUNT-OD-GRACE-IO(11:10)
               MOVE WS-EPISODE-COVERED TO WS-GRC-COVERED
               MOVE WS-GRC-COVERED-X TO ACCOUNT-OD-GRACE-IO(21:11)
               WRITE ACCOUNT-OD-GRACE-IO.

      *    Regulation E: without consent, an overdraft the episode's
      *    ATM/one-time card debits alone account for - the balance
      *    would not be negative without them - carries no fee. An
      *    account that would be overdrawn even without them (or
      *    has opted in) is charged as always.
           CHECK-OD-CONSENT.
               IF WS-CUR-OPTED-IN NOT = "Y"
               AND WS-EPISODE-COVERED > 0
               AND WS-ACCT-BALANCE + WS-EPISODE-COVERED >= 0
                   PERFORM WRITE-OD-CONSENT-WAIVER
               ELSE
                   PERFORM GENERATE-OD-FEE
               END-IF.

           WRITE-OD-CONSENT-WAIVER.
               IF WS-ODW-OPEN NOT = "Y"
                   OPEN EXTEND OD-WAIVER-FILE
                   IF NOT WS-ODW-STATUS = "00"
                       OPEN OUTPUT OD-WAIVER-FILE
                   END-IF
                   MOVE "Y" TO WS-ODW-OPEN
               END-IF
               INITIALIZE OD-OPT-IN-WAIVER-RECORD
               MOVE WS-TODAY           TO ODW-DATE
               MOVE WS-ACCT-ID         TO ODW-ACCOUNT-ID
               MOVE WS-ACCT-TYPE       TO ODW-ACCOUNT-TYPE
               MOVE "ODF"              TO ODW-FEE-CODE
               MOVE WS-OVERDRAFT-FEE   TO ODW-FEE-AMOUNT
               MOVE WS-EPISODE-COVERED TO ODW-COVERED-AMOUNT
               MOVE WS-ACCT-BALANCE    TO ODW-BALANCE
               MOVE OD-OPT-IN-WAIVER-RECORD TO OD-WAIVER-IO
               WRITE OD-WAIVER-IO
               ADD 1 TO WS-REGE-WAIVED-COUNT
               ADD WS-OVERDRAFT-FEE TO WS-REGE-WAIVED-TOTAL.

           GENERATE-MAINTENANCE-FEE.
               MOVE "MNT" TO WS-PXF-FEE-CODE
               MOVE WS-MAINTENANCE-FEE TO WS-PXF-STANDARD
               PERFORM APPLY-FEE-EXCEPTION
               IF WS-PXF-CHARGE = 0
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE WS-ACCT-ID           TO TR-ACCOUNT-ID
               MOVE "FEE"                TO TR-TXN-TYPE
               MOVE WS-PXF-CHARGE        TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE "MONTHLY MAINTENANCE FEE"
                                         TO TR-DESCRIPTION
               MOVE TRANSACTION-RECORD   TO FEE-OUTPUT-RECORD
               WRITE FEE-OUTPUT-RECORD
               ADD 1 TO WS-MAINTENANCE-COUNT
               ADD WS-PXF-CHARGE TO WS-TOTAL-FEES
               ADD WS-PXF-CHARGE TO WS-MAINTENANCE-TOTAL
               PERFORM TOUCH-YTD-ENTRY
               ADD WS-PXF-CHARGE TO WY-YTD-FEES
               ADD WS-PXF-CHARGE TO WY-QTD-FEES.

           GENERATE-LOW-BAL-FEE.
               MOVE "LBL" TO WS-PXF-FEE-CODE
               MOVE WS-LOW-BAL-FEE TO WS-PXF-STANDARD
               PERFORM APPLY-FEE-EXCEPTION
               IF WS-PXF-CHARGE = 0
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE WS-ACCT-ID           TO TR-ACCOUNT-ID
               MOVE "FEE"                TO TR-TXN-TYPE
               MOVE WS-PXF-CHARGE        TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE "LOW BALANCE FEE"    TO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE TRANSACTION-RECORD   TO FEE-OUTPUT-RECORD
               WRITE FEE-OUTPUT-RECORD
               ADD 1 TO WS-LOW-BAL-COUNT
               ADD WS-PXF-CHARGE TO WS-TOTAL-FEES
               ADD WS-PXF-CHARGE TO WS-LOW-BAL-TOTAL
               PERFORM TOUCH-YTD-ENTRY
               ADD WS-PXF-CHARGE TO WY-YTD-FEES
               ADD WS-PXF-CHARGE TO WY-QTD-FEES.

           GENERATE-OD-FEE.
               MOVE "ODF" TO WS-PXF-FEE-CODE
               MOVE WS-OVERDRAFT-FEE TO WS-PXF-STANDARD
               PERFORM APPLY-FEE-EXCEPTION
               IF WS-PXF-CHARGE = 0
                   EXIT PARAGRAPH
               END-IF
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY             TO TR-DATE
               MOVE WS-ACCT-ID           TO TR-ACCOUNT-ID
               MOVE "FEE"                TO TR-TXN-TYPE
               MOVE WS-PXF-CHARGE        TO TR-AMOUNT
               MOVE SPACES               TO TR-TARGET-ACCOUNT
               MOVE "OVERDRAFT FEE"      TO TR-DESCRIPTION
               MOVE "PND"                TO TR-STATUS
               MOVE TRANSACTION-RECORD   TO FEE-OUTPUT-RECORD
               WRITE FEE-OUTPUT-RECORD
               ADD 1 TO WS-OD-COUNT
               ADD WS-PXF-CHARGE TO WS-TOTAL-FEES
               ADD WS-PXF-CHARGE TO WS-OD-TOTAL
               PERFORM TOUCH-YTD-ENTRY
               ADD WS-PXF-CHARGE TO WY-YTD-FEES
               ADD WS-PXF-CHARGE TO WY-QTD-FEES
               ADD WS-PXF-CHARGE TO WY-YTD-OD-FEES
               INITIALIZE CUSTOMER-ALERT-RECORD
               SET CA-OD-FEE TO TRUE
               MOVE WS-PXF-CHARGE TO CA-AMOUNT
               MOVE "OVERDRAFT FEE ASSESSED" TO CA-DETAIL
               PERFORM WRITE-CUSTOMER-ALERT.

      *    The account's negotiated discount for the fee code comes
      *    off the standard amount; any discount at all is logged
      *    with what it gave up. No exception leaves the fee whole.
           APPLY-FEE-EXCEPTION.
               MOVE WS-PXF-STANDARD TO WS-PXF-CHARGE
               PERFORM VARYING WS-PXF-IDX FROM 1 BY 1
                   UNTIL WS-PXF-IDX > 5
                   IF WPF-CODE(WS-PXF-IDX) = WS-PXF-FEE-CODE
                   AND WPF-PCT(WS-PXF-IDX) > 0
                       COMPUTE WS-PXF-CHARGE ROUNDED =
                           WS-PXF-STANDARD
                           - (WS-PXF-STANDARD * WPF-PCT(WS-PXF-IDX)
                              / 100)
                       PERFORM WRITE-PRICING-ACTIVITY
                   END-IF
               END-PERFORM.

           WRITE-PRICING-ACTIVITY.
               IF WS-PXA-OPEN NOT = "Y"
                   OPEN EXTEND PRICING-ACTIVITY-FILE
                   IF NOT WS-PXA-STATUS = "00"
                       OPEN OUTPUT PRICING-ACTIVITY-FILE
                   END-IF
                   MOVE "Y" TO WS-PXA-OPEN
               END-IF
               INITIALIZE PRICING-ACTIVITY-RECORD
               MOVE WS-TODAY          TO PA-DATE
               MOVE WS-ACCT-ID        TO PA-ACCOUNT-ID
               MOVE WPF-EXCEPTION-ID(WS-PXF-IDX)
                                      TO PA-EXCEPTION-ID
               SET PA-FEE             TO TRUE
               MOVE WS-PXF-FEE-CODE   TO PA-FEE-CODE
               MOVE WS-PXF-STANDARD   TO PA-STANDARD-AMT
               MOVE WS-PXF-CHARGE     TO PA-ACTUAL-AMT
               COMPUTE PA-FORGONE-AMT =
                   WS-PXF-STANDARD - WS-PXF-CHARGE
               MOVE PRICING-ACTIVITY-RECORD TO PRICING-ACTIVITY-IO
               WRITE PRICING-ACTIVITY-IO
               ADD 1 TO WS-PXF-APPLIED-COUNT
               ADD PA-FORGONE-AMT TO WS-PXF-WAIVED-TOTAL.

      *    The merge wrote the new YTD file beside the old one; a
      *    clean finish moves it into place and clears the sorted
      *    work copies.
               DISPLAY "  CD EWD Penalties : " WS-CDPEN-COUNT
               DISPLAY "  Returned Item Fees: " WS-RDIFEE-COUNT
               DISPLAY "  SDB Rental Fees  : " WS-SDBFEE-COUNT
               DISPLAY "  Lockbox Item Fees: " WS-LBXFEE-COUNT
               DISPLAY "  Excess WD Fees   : " WS-EXCESS-FEE-COUNT
               DISPLAY "  Rel. Waivers     : " WS-REL-WAIVED-COUNT
               MOVE WS-PXF-WAIVED-TOTAL TO WS-DISP-PXF-WAIVED
               DISPLAY "  Negotiated Fees  : " WS-PXF-APPLIED-COUNT
                   " (" WS-DISP-PXF-WAIVED " given up)"
               MOVE WS-REGE-WAIVED-TOTAL TO WS-DISP-REGE-WAIVED
               DISPLAY "  No-Consent OD    : " WS-REGE-WAIVED-COUNT
                   " (" WS-DISP-REGE-WAIVED " waived)"
               DISPLAY "  ATM/Card Debits  : " WS-CVR-ITEM-COUNT
               DISPLAY "  Chronic Over-Lmt : " WS-CHRONIC-COUNT
               DISPLAY "  Total Assessed   : " WS-DISP-FEES
               DISPLAY "  Customer Alerts  : " WS-ALERT-COUNT
               DISPLAY "  → data/output/FEE-TRANSACTIONS.dat"
               DISPLAY "  → data/output/ACCOUNT-YTD.dat"
               DISPLAY "  → data/output/CUSTOMER-ALERTS.dat"
               IF WS-ODW-OPEN = "Y"
                   DISPLAY "  → data/output/OD-OPT-IN-WAIVERS.dat "
                       "(appended)"
               END-IF
               DISPLAY "==============================================".
