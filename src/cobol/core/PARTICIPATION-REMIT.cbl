      *================================================================
      * PROGRAM:    PARTICIPATION-REMIT.cbl
      * DESCRIPTION: Monthly investor remittance for loans partly
      *              sold to participant banks. Every collected
      *              payment on a sold-down loan is split by
      *              LOAN-SETTLE - each participant's principal and
      *              interest share, less the servicing fee the bank
      *              keeps, is booked to the remittance payable and
      *              logged to PARTICIPATION-ACTIVITY.dat. On the
      *              last business day of the month (the same
      *              next-business-day-changes-month trigger
      *              INTEREST-CALC capitalizes on) this step gathers
      *              the month's activity by participant and writes:
      *                - PARTICIPATION-REMITTANCE.dat, one row per
      *                  participant owed money (see
      *                  PARTICIPATION-REMIT-RECORD.cpy) for the wire
      *                  room;
      *                - PARTICIPATION-REMIT-GL.dat, an LPS row per
      *                  remittance clearing the payable against
      *                  due-from-banks, for GL-POSTING;
      *                - PARTICIPATION-REMIT-REPORT.dat, the investor
      *                  remittance report - by participant, each
      *                  loan's share, payments, principal, interest,
      *                  servicing fee, net and the participant's
      *                  share of the balance (from LOAN-MASTER.dat),
      *                  with participant and grand totals;
      *                - PARTICIPANT-STATEMENTS.dat, the statement
      *                  sent each participant for the month.
      *              A participant with shares on file but nothing
      *              collected still gets its statement (balances
      *              only) and no remittance.
      *              Any other night it exits quietly, leaving the GL
      *              file empty.
      *              Runs right after LOAN-SETTLE.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
       IDENTIFICATION DIVISION.
           PROGRAM-ID. PARTICIPATION-REMIT.
           AUTHOR. MARCK.

       ENVIRONMENT DIVISION.
           INPUT-OUTPUT SECTION.
           FILE-CONTROL.
      *        Optional file: no participations, nothing to remit.
               SELECT PARTICIPATION-FILE
                   ASSIGN TO "data/input/LOAN-PARTICIPATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PART-STATUS.

               SELECT LOAN-MASTER-FILE
                   ASSIGN TO "data/input/LOAN-MASTER.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        LOAN-SETTLE's cumulative split log - only the current
      *        month's rows are remitted.
               SELECT ACTIVITY-FILE
                   ASSIGN TO "data/output/PARTICIPATION-ACTIVITY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ACT-STATUS.

               SELECT REMIT-FILE
                   ASSIGN TO "data/output/PARTICIPATION-REMITTANCE.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REMIT-STATUS.

               SELECT GL-FILE
                   ASSIGN TO "data/output/PARTICIPATION-REMIT-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-GL-STATUS.

               SELECT REPORT-FILE
                   ASSIGN TO
                       "data/output/PARTICIPATION-REMIT-REPORT.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-REPORT-STATUS.

               SELECT STMT-FILE
                   ASSIGN TO "data/output/PARTICIPANT-STATEMENTS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-STMT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD PARTICIPATION-FILE.
           01 PARTICIPATION-IO      PIC X(150).

           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD ACTIVITY-FILE.
           01 ACTIVITY-IO           PIC X(120).

           FD REMIT-FILE.
           01 REMIT-IO              PIC X(120).

           FD GL-FILE.
           01 GL-OUT-RECORD         PIC X(116).

           FD REPORT-FILE.
           01 REPORT-RECORD         PIC X(132).

           FD STMT-FILE.
           01 STMT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
           01 WS-PART-STATUS        PIC XX.
               88 WS-PART-FILE-OK      VALUE "00".
           01 WS-LOAN-STATUS        PIC XX.
               88 WS-LOAN-FILE-OK      VALUE "00".
           01 WS-ACT-STATUS         PIC XX.
               88 WS-ACT-FILE-OK       VALUE "00".
           01 WS-REMIT-STATUS       PIC XX.
               88 WS-REMIT-FILE-OK     VALUE "00".
           01 WS-GL-STATUS          PIC XX.
               88 WS-GL-FILE-OK        VALUE "00".
           01 WS-REPORT-STATUS      PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-STMT-STATUS        PIC XX.
               88 WS-STMT-FILE-OK      VALUE "00".
           01 WS-EOF-PART           PIC X VALUE "N".
               88 END-OF-PARTICIPATIONS VALUE "Y".
           01 WS-EOF-LOAN           PIC X VALUE "N".
               88 END-OF-LOANS         VALUE "Y".
           01 WS-EOF-ACT            PIC X VALUE "N".
               88 END-OF-ACTIVITY      VALUE "Y".

           COPY "LOAN-PARTICIPATION-RECORD.cpy".
           COPY "PARTICIPATION-ACTIVITY-RECORD.cpy".
           COPY "PARTICIPATION-REMIT-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "TRANSACTION-RECORD.cpy".

      *    --- Participant banks, with the month's totals ---
           01 WS-PTC-MAX            PIC 9(3) VALUE 200.
           01 WS-PTC-TABLE.
               05 WS-PTC-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-PTC-IDX.
                   10 WPT-ID           PIC X(08).
                   10 WPT-NAME         PIC X(30).
                   10 WPT-ROUTING      PIC X(09).
                   10 WPT-ACCOUNT      PIC X(17).
                   10 WPT-PRINCIPAL    PIC 9(9)V99.
                   10 WPT-INTEREST     PIC 9(9)V99.
                   10 WPT-FEE          PIC 9(7)V99.
                   10 WPT-NET          PIC 9(9)V99.
                   10 WPT-BALANCE      PIC 9(11)V99.
                   10 WPT-LOANS        PIC 9(3).
           01 WS-PTC-COUNT          PIC 9(3) VALUE 0.
           01 WS-PTC-FOUND-IDX      PIC 9(3) VALUE 0.
           01 WS-FIND-PTC-ID        PIC X(08).

      *    --- One participant's share of one loan ---
           01 WS-HLD-MAX            PIC 9(4) VALUE 1000.
           01 WS-HLD-TABLE.
               05 WS-HLD-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-HLD-IDX.
                   10 WHD-PTC          PIC 9(3).
                   10 WHD-LOAN-ID      PIC X(10).
                   10 WHD-PCT          PIC 9(3)V9(4).
                   10 WHD-STATUS       PIC X(01).
                       88 WHD-REPURCHASED      VALUE "R".
                       88 WHD-OVERSOLD         VALUE "O".
                   10 WHD-PMTS         PIC 9(3).
                   10 WHD-PRINCIPAL    PIC 9(9)V99.
                   10 WHD-INTEREST     PIC 9(9)V99.
                   10 WHD-FEE          PIC 9(7)V99.
                   10 WHD-NET          PIC 9(9)V99.
                   10 WHD-BALANCE      PIC 9(9)V99.
           01 WS-HLD-COUNT          PIC 9(4) VALUE 0.
           01 WS-HLD-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-FIND-LOAN-ID       PIC X(10).
           01 WS-LOAN-SOLD-PCT      PIC 9(5)V9(4).

      *    --- Month-end trigger (same next-business-day test
      *        INTEREST-CALC capitalizes on) ---
           01 WS-MONTH-END          PIC X VALUE "N".
               88 REMIT-TONIGHT        VALUE "Y".
           01 WS-DAY-OF-WEEK        PIC 9.
           01 WS-DOW-JULIAN         PIC 9(7).
           01 WS-DOW-QUOT           PIC 9(7).
           01 WS-DOW-REM            PIC 9.
           01 WS-NEXT-BUS-JULIAN    PIC 9(7).
           01 WS-NEXT-BUS-INT       PIC 9(8).

      *    --- Date / counters / display ---
           01 WS-DATE-INT           PIC 9(8).
           01 WS-BUSDATE-ENV        PIC X(10) VALUE SPACES.
           01 WS-TODAY              PIC X(10).
           01 WS-TODAY-JULIAN       PIC 9(7).
           01 WS-ACTIVITY-COUNT     PIC 9(5) VALUE 0.
           01 WS-REMITTED-COUNT     PIC 9(3) VALUE 0.
           01 WS-STMT-COUNT         PIC 9(3) VALUE 0.
           01 WS-OVERSOLD-COUNT     PIC 9(3) VALUE 0.
           01 WS-GRAND-PRINCIPAL    PIC 9(11)V99 VALUE 0.
           01 WS-GRAND-INTEREST     PIC 9(11)V99 VALUE 0.
           01 WS-GRAND-FEE          PIC 9(11)V99 VALUE 0.
           01 WS-GRAND-NET          PIC 9(11)V99 VALUE 0.
           01 WS-GRAND-BALANCE      PIC 9(11)V99 VALUE 0.
           01 WS-DISP-PCT           PIC ZZ9.9999.
           01 WS-DISP-PMTS          PIC ZZ9.
           01 WS-DISP-TOTAL         PIC $$,$$$,$$$,$$9.99.
           01 WS-DISP-GRAND         PIC $$$,$$$,$$$,$$9.99.
           01 WS-DISP-STMT          PIC ZZZ,ZZZ,ZZ9.99.
           01 WS-DISP-STMT-FEE      PIC ZZ,ZZZ,ZZ9.99.
           01 WS-DISP-AMOUNT        PIC $$$,$$$,$$9.99.
           01 WS-OUT-LINE           PIC X(132).

       PROCEDURE DIVISION.
           MAIN-PARA.
               PERFORM GET-SYSTEM-DATE
               PERFORM DETERMINE-REMIT-TONIGHT
               IF NOT REMIT-TONIGHT
                   PERFORM CLEAR-REMIT-GL
                   DISPLAY "  Not month end - no remittance tonight"
                   STOP RUN
               END-IF
               PERFORM LOAD-PARTICIPATIONS
               IF WS-HLD-COUNT = 0
                   PERFORM CLEAR-REMIT-GL
                   DISPLAY "  No loan participations on file"
                   STOP RUN
               END-IF
               PERFORM LOAD-LOAN-BALANCES
               PERFORM GATHER-MONTH-ACTIVITY
               PERFORM OPEN-OUTPUT-FILES
               PERFORM WRITE-REPORT-HEADER
               PERFORM REMIT-ONE-PARTICIPANT
                   VARYING WS-PTC-IDX FROM 1 BY 1
                   UNTIL WS-PTC-IDX > WS-PTC-COUNT
               PERFORM WRITE-REPORT-TOTALS
               CLOSE REMIT-FILE
               CLOSE GL-FILE
               CLOSE REPORT-FILE
               CLOSE STMT-FILE
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

      *    The batch never runs on a weekend, so Friday's next
      *    business day is Monday; when that lands in a different
      *    month, tonight closes the month.
           DETERMINE-REMIT-TONIGHT.
               COMPUTE WS-DOW-JULIAN = WS-TODAY-JULIAN - 1
               DIVIDE WS-DOW-JULIAN BY 7
                   GIVING WS-DOW-QUOT REMAINDER WS-DOW-REM
               COMPUTE WS-DAY-OF-WEEK = WS-DOW-REM + 1
               IF WS-DAY-OF-WEEK = 5
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 3
               ELSE
                   COMPUTE WS-NEXT-BUS-JULIAN = WS-TODAY-JULIAN + 1
               END-IF
               MOVE FUNCTION DATE-OF-INTEGER(WS-NEXT-BUS-JULIAN)
                   TO WS-NEXT-BUS-INT
               IF WS-NEXT-BUS-INT(5:2) NOT = WS-DATE-INT(5:2)
                   MOVE "Y" TO WS-MONTH-END
               END-IF.

      *    GL-POSTING reads the GL file every night; any night that
      *    remits nothing leaves it empty so last month's rows are
      *    never booked twice.
           CLEAR-REMIT-GL.
               OPEN OUTPUT GL-FILE
               IF WS-GL-FILE-OK
                   CLOSE GL-FILE
               END-IF.

      *    --- Every share on file, repurchased ones included - a
      *        share bought back mid-month still remits what it
      *        collected before the repurchase ---
           LOAD-PARTICIPATIONS.
               OPEN INPUT PARTICIPATION-FILE
               IF WS-PART-FILE-OK
                   PERFORM LOAD-ONE-PARTICIPATION
                       UNTIL END-OF-PARTICIPATIONS
                   CLOSE PARTICIPATION-FILE
               END-IF.

           LOAD-ONE-PARTICIPATION.
               READ PARTICIPATION-FILE INTO PARTICIPATION-IO
               AT END
                   MOVE "Y" TO WS-EOF-PART
               NOT AT END
                   MOVE PARTICIPATION-IO
                       TO LOAN-PARTICIPATION-RECORD
                   IF LP-LOAN-ID NOT = SPACES
                   AND LP-PARTICIPANT-ID NOT = SPACES
                       MOVE LP-PARTICIPANT-ID TO WS-FIND-PTC-ID
                       PERFORM FIND-OR-ADD-PARTICIPANT
                       IF WS-PTC-FOUND-IDX > 0
                           MOVE LP-PARTICIPANT-NAME
                               TO WPT-NAME(WS-PTC-FOUND-IDX)
                           MOVE LP-REMIT-ROUTING
                               TO WPT-ROUTING(WS-PTC-FOUND-IDX)
                           MOVE LP-REMIT-ACCOUNT
                               TO WPT-ACCOUNT(WS-PTC-FOUND-IDX)
                           MOVE LP-LOAN-ID TO WS-FIND-LOAN-ID
                           PERFORM FIND-OR-ADD-HOLDING
                       END-IF
                       IF WS-HLD-FOUND-IDX > 0
                           IF LP-PCT-SOLD-X IS NUMERIC
                               MOVE LP-PCT-SOLD
                                   TO WHD-PCT(WS-HLD-FOUND-IDX)
                           END-IF
                           MOVE LP-STATUS
                               TO WHD-STATUS(WS-HLD-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

           FIND-OR-ADD-PARTICIPANT.
               MOVE 0 TO WS-PTC-FOUND-IDX
               PERFORM VARYING WS-PTC-IDX FROM 1 BY 1
                   UNTIL WS-PTC-IDX > WS-PTC-COUNT
                   OR WS-PTC-FOUND-IDX > 0
                   IF WPT-ID(WS-PTC-IDX) = WS-FIND-PTC-ID
                       SET WS-PTC-FOUND-IDX TO WS-PTC-IDX
                   END-IF
               END-PERFORM
               IF WS-PTC-FOUND-IDX = 0
               AND WS-PTC-COUNT < WS-PTC-MAX
                   ADD 1 TO WS-PTC-COUNT
                   INITIALIZE WS-PTC-ENTRY(WS-PTC-COUNT)
                   MOVE WS-FIND-PTC-ID TO WPT-ID(WS-PTC-COUNT)
                   MOVE WS-PTC-COUNT TO WS-PTC-FOUND-IDX
               END-IF.

      *    Caller has found the participant (WS-PTC-FOUND-IDX) and
      *    set WS-FIND-LOAN-ID.
           FIND-OR-ADD-HOLDING.
               MOVE 0 TO WS-HLD-FOUND-IDX
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   OR WS-HLD-FOUND-IDX > 0
                   IF WHD-PTC(WS-HLD-IDX) = WS-PTC-FOUND-IDX
                   AND WHD-LOAN-ID(WS-HLD-IDX) = WS-FIND-LOAN-ID
                       SET WS-HLD-FOUND-IDX TO WS-HLD-IDX
                   END-IF
               END-PERFORM
               IF WS-HLD-FOUND-IDX = 0
               AND WS-HLD-COUNT < WS-HLD-MAX
                   ADD 1 TO WS-HLD-COUNT
                   INITIALIZE WS-HLD-ENTRY(WS-HLD-COUNT)
                   MOVE WS-PTC-FOUND-IDX TO WHD-PTC(WS-HLD-COUNT)
                   MOVE WS-FIND-LOAN-ID TO WHD-LOAN-ID(WS-HLD-COUNT)
                   MOVE WS-HLD-COUNT TO WS-HLD-FOUND-IDX
               END-IF.

      *    --- Each active share's slice of the loan still owed; a
      *        repurchased share, or a loan paid off or charged off,
      *        carries none. A loan whose active shares total over
      *        100 percent is one LOAN-SETTLE refuses to split - its
      *        shares are flagged oversold and carry none either ---
           LOAD-LOAN-BALANCES.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   PERFORM PRICE-ONE-LOAN UNTIL END-OF-LOANS
                   CLOSE LOAN-MASTER-FILE
               END-IF.

           PRICE-ONE-LOAN.
               READ LOAN-MASTER-FILE INTO LOAN-MASTER-IO
               AT END
                   MOVE "Y" TO WS-EOF-LOAN
               NOT AT END
                   MOVE LOAN-MASTER-IO TO LOAN-MASTER-RECORD
                   MOVE 0 TO WS-LOAN-SOLD-PCT
                   PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                       UNTIL WS-HLD-IDX > WS-HLD-COUNT
                       IF WHD-LOAN-ID(WS-HLD-IDX) = LN-LOAN-ID
                       AND NOT WHD-REPURCHASED(WS-HLD-IDX)
                           ADD WHD-PCT(WS-HLD-IDX) TO WS-LOAN-SOLD-PCT
                       END-IF
                   END-PERFORM
                   PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                       UNTIL WS-HLD-IDX > WS-HLD-COUNT
                       IF WHD-LOAN-ID(WS-HLD-IDX) = LN-LOAN-ID
                       AND NOT WHD-REPURCHASED(WS-HLD-IDX)
                           IF WS-LOAN-SOLD-PCT > 100
                               SET WHD-OVERSOLD(WS-HLD-IDX) TO TRUE
                               ADD 1 TO WS-OVERSOLD-COUNT
                           ELSE
                               IF NOT LN-PAID-OFF
                               AND NOT LN-CHARGED-OFF
                                   COMPUTE WHD-BALANCE(WS-HLD-IDX)
                                       ROUNDED = LN-PRINCIPAL
                                       * WHD-PCT(WS-HLD-IDX) / 100
                               END-IF
                           END-IF
                       END-IF
                   END-PERFORM
               END-READ.

      *    --- Optional file: a month with no collections on sold
      *        loans remits nothing, but the statements still go ---
           GATHER-MONTH-ACTIVITY.
               OPEN INPUT ACTIVITY-FILE
               IF WS-ACT-FILE-OK
                   PERFORM GATHER-ONE-ACTIVITY UNTIL END-OF-ACTIVITY
                   CLOSE ACTIVITY-FILE
               END-IF.

           GATHER-ONE-ACTIVITY.
               READ ACTIVITY-FILE INTO ACTIVITY-IO
               AT END
                   MOVE "Y" TO WS-EOF-ACT
               NOT AT END
                   MOVE ACTIVITY-IO TO PARTICIPATION-ACTIVITY-RECORD
                   IF PA-DATE(1:7) = WS-TODAY(1:7)
                   AND PA-DATE NOT > WS-TODAY
                       MOVE PA-PARTICIPANT-ID TO WS-FIND-PTC-ID
                       PERFORM FIND-OR-ADD-PARTICIPANT
                       MOVE 0 TO WS-HLD-FOUND-IDX
                       IF WS-PTC-FOUND-IDX > 0
                           MOVE PA-LOAN-ID TO WS-FIND-LOAN-ID
                           PERFORM FIND-OR-ADD-HOLDING
                       END-IF
                       IF WS-HLD-FOUND-IDX > 0
                           PERFORM ADD-ONE-ACTIVITY
                       END-IF
                   END-IF
               END-READ.

           ADD-ONE-ACTIVITY.
               ADD 1 TO WS-ACTIVITY-COUNT
               IF WHD-PCT(WS-HLD-FOUND-IDX) = 0
                   MOVE PA-PCT TO WHD-PCT(WS-HLD-FOUND-IDX)
               END-IF
               ADD 1 TO WHD-PMTS(WS-HLD-FOUND-IDX)
               ADD PA-PRINCIPAL  TO WHD-PRINCIPAL(WS-HLD-FOUND-IDX)
               ADD PA-INTEREST   TO WHD-INTEREST(WS-HLD-FOUND-IDX)
               ADD PA-SVC-FEE    TO WHD-FEE(WS-HLD-FOUND-IDX)
               ADD PA-NET-REMIT  TO WHD-NET(WS-HLD-FOUND-IDX)
               ADD PA-PRINCIPAL  TO WPT-PRINCIPAL(WS-PTC-FOUND-IDX)
               ADD PA-INTEREST   TO WPT-INTEREST(WS-PTC-FOUND-IDX)
               ADD PA-SVC-FEE    TO WPT-FEE(WS-PTC-FOUND-IDX)
               ADD PA-NET-REMIT  TO WPT-NET(WS-PTC-FOUND-IDX).

           OPEN-OUTPUT-FILES.
               OPEN OUTPUT REMIT-FILE
               IF NOT WS-REMIT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PARTICIPATION-REMITTANCE.dat"
                   DISPLAY "FILE STATUS: " WS-REMIT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT GL-FILE
               IF NOT WS-GL-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PARTICIPATION-REMIT-GL.dat"
                   DISPLAY "FILE STATUS: " WS-GL-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF NOT WS-REPORT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PARTICIPATION-REMIT-REPORT.dat"
                   DISPLAY "FILE STATUS: " WS-REPORT-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT STMT-FILE
               IF NOT WS-STMT-FILE-OK
                   DISPLAY "ERROR: Cannot open "
                       "PARTICIPANT-STATEMENTS.dat"
                   DISPLAY "FILE STATUS: " WS-STMT-STATUS
                   STOP RUN
               END-IF.

      *================================================================
      *    One participant: its block on the report, the remittance
      *    and GL rows when anything is owed, and its statement.
      *================================================================
           REMIT-ONE-PARTICIPANT.
               SET WS-PTC-FOUND-IDX TO WS-PTC-IDX
               PERFORM WRITE-PARTICIPANT-HEADING
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   IF WHD-PTC(WS-HLD-IDX) = WS-PTC-FOUND-IDX
                       ADD WHD-BALANCE(WS-HLD-IDX)
                           TO WPT-BALANCE(WS-PTC-IDX)
                       IF WHD-PMTS(WS-HLD-IDX) > 0
                           ADD 1 TO WPT-LOANS(WS-PTC-IDX)
                       END-IF
                       PERFORM WRITE-HOLDING-LINE
                   END-IF
               END-PERFORM
               PERFORM WRITE-PARTICIPANT-TOTAL
               IF WPT-NET(WS-PTC-IDX) > 0
                   PERFORM WRITE-REMITTANCE
                   PERFORM WRITE-REMIT-GL
                   ADD 1 TO WS-REMITTED-COUNT
               END-IF
               PERFORM WRITE-PARTICIPANT-STATEMENT
               ADD WPT-PRINCIPAL(WS-PTC-IDX) TO WS-GRAND-PRINCIPAL
               ADD WPT-INTEREST(WS-PTC-IDX)  TO WS-GRAND-INTEREST
               ADD WPT-FEE(WS-PTC-IDX)       TO WS-GRAND-FEE
               ADD WPT-NET(WS-PTC-IDX)       TO WS-GRAND-NET
               ADD WPT-BALANCE(WS-PTC-IDX)   TO WS-GRAND-BALANCE.

           WRITE-REMITTANCE.
               INITIALIZE PARTICIPATION-REMIT-RECORD
               MOVE WS-TODAY                 TO PR-REMIT-DATE
               MOVE WPT-ID(WS-PTC-IDX)       TO PR-PARTICIPANT-ID
               MOVE WPT-NAME(WS-PTC-IDX)     TO PR-PARTICIPANT-NAME
               MOVE WPT-ROUTING(WS-PTC-IDX)  TO PR-REMIT-ROUTING
               MOVE WPT-ACCOUNT(WS-PTC-IDX)  TO PR-REMIT-ACCOUNT
               MOVE WPT-PRINCIPAL(WS-PTC-IDX) TO PR-PRINCIPAL
               MOVE WPT-INTEREST(WS-PTC-IDX) TO PR-INTEREST
               MOVE WPT-FEE(WS-PTC-IDX)      TO PR-SVC-FEE
               MOVE WPT-NET(WS-PTC-IDX)      TO PR-NET-REMIT
               MOVE WPT-LOANS(WS-PTC-IDX)    TO PR-LOAN-COUNT
               WRITE REMIT-IO FROM PARTICIPATION-REMIT-RECORD.

      *    The participant in the account slot, the first ten of
      *    its remittance account as the target - the payable
      *    LOAN-SETTLE's LPP rows built is cleared against
      *    due-from-banks by the LPS chart row.
           WRITE-REMIT-GL.
               INITIALIZE TRANSACTION-RECORD
               MOVE WS-TODAY                TO TR-DATE
               MOVE WPT-ID(WS-PTC-IDX)      TO TR-ACCOUNT-ID
               MOVE "LPS"                   TO TR-TXN-TYPE
               MOVE WPT-NET(WS-PTC-IDX)     TO TR-AMOUNT
               MOVE WPT-ACCOUNT(WS-PTC-IDX) TO TR-TARGET-ACCOUNT
               MOVE SPACES                  TO TR-DESCRIPTION
               STRING "PARTICIPATION REMIT " DELIMITED SIZE
                   WS-TODAY(1:7) DELIMITED SIZE
                   INTO TR-DESCRIPTION
               MOVE "APR"                   TO TR-STATUS
               MOVE TRANSACTION-RECORD      TO GL-OUT-RECORD
               WRITE GL-OUT-RECORD.

      *================================================================
      *    Report.
      *================================================================
           WRITE-REPORT-HEADER.
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "  ZENTRA BANK - LOAN PARTICIPATION INVESTOR "
                   DELIMITED SIZE
                   "REMITTANCE  " DELIMITED SIZE
                   WS-TODAY DELIMITED SIZE
                   INTO WS-OUT-LINE
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-PARTICIPANT-HEADING.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               STRING "  PARTICIPANT: " DELIMITED SIZE
                   WPT-ID(WS-PTC-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WPT-NAME(WS-PTC-IDX) DELIMITED SIZE
                   INTO WS-OUT-LINE
               IF WPT-NAME(WS-PTC-IDX) = SPACES
                   MOVE "** NOT ON LOAN-PARTICIPATIONS.dat **"
                       TO WS-OUT-LINE(27:36)
               END-IF
               STRING "REMIT TO " DELIMITED SIZE
                   WPT-ROUTING(WS-PTC-IDX) DELIMITED SIZE
                   " / " DELIMITED SIZE
                   WPT-ACCOUNT(WS-PTC-IDX) DELIMITED SIZE
                   INTO WS-OUT-LINE(80:38)
               MOVE "PERIOD"            TO WS-OUT-LINE(119:6)
               MOVE WS-TODAY(1:7)       TO WS-OUT-LINE(126:7)
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE "LOAN ID"           TO WS-OUT-LINE(3:7)
               MOVE "SHARE %"           TO WS-OUT-LINE(15:7)
               MOVE "PMTS"              TO WS-OUT-LINE(24:4)
               MOVE "PRINCIPAL"         TO WS-OUT-LINE(41:9)
               MOVE "INTEREST"          TO WS-OUT-LINE(60:8)
               MOVE "SERVICING FEE"     TO WS-OUT-LINE(73:13)
               MOVE "NET REMITTED"      TO WS-OUT-LINE(92:12)
               MOVE "SHARE OF BALANCE"  TO WS-OUT-LINE(106:16)
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-HOLDING-LINE.
               MOVE WHD-LOAN-ID(WS-HLD-IDX) TO WS-OUT-LINE(3:10)
               MOVE WHD-PCT(WS-HLD-IDX) TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO WS-OUT-LINE(14:8)
               MOVE WHD-PMTS(WS-HLD-IDX) TO WS-DISP-PMTS
               MOVE WS-DISP-PMTS TO WS-OUT-LINE(25:3)
               MOVE WHD-PRINCIPAL(WS-HLD-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(33:17)
               MOVE WHD-INTEREST(WS-HLD-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(51:17)
               MOVE WHD-FEE(WS-HLD-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(69:17)
               MOVE WHD-NET(WS-HLD-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(87:17)
               MOVE WHD-BALANCE(WS-HLD-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(105:17)
               EVALUATE TRUE
                   WHEN WHD-REPURCHASED(WS-HLD-IDX)
                       MOVE "REPURCH"    TO WS-OUT-LINE(123:7)
                   WHEN WHD-OVERSOLD(WS-HLD-IDX)
                       MOVE "OVERSOLD"   TO WS-OUT-LINE(123:8)
               END-EVALUATE
               PERFORM WRITE-REPORT-LINE.

           WRITE-PARTICIPANT-TOTAL.
               MOVE ALL "-" TO REPORT-RECORD
               WRITE REPORT-RECORD
               STRING "  TOTAL (" DELIMITED SIZE
                   WPT-LOANS(WS-PTC-IDX) DELIMITED SIZE
                   " loans paid)" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WPT-PRINCIPAL(WS-PTC-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(33:17)
               MOVE WPT-INTEREST(WS-PTC-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(51:17)
               MOVE WPT-FEE(WS-PTC-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(69:17)
               MOVE WPT-NET(WS-PTC-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(87:17)
               MOVE WPT-BALANCE(WS-PTC-IDX) TO WS-DISP-TOTAL
               MOVE WS-DISP-TOTAL TO WS-OUT-LINE(105:17)
               PERFORM WRITE-REPORT-LINE.

           WRITE-REPORT-TOTALS.
               MOVE SPACES TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD
               STRING "  GRAND TOTAL (" DELIMITED SIZE
                   WS-PTC-COUNT DELIMITED SIZE
                   " banks)" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-GRAND-PRINCIPAL TO WS-DISP-GRAND
               MOVE WS-DISP-GRAND TO WS-OUT-LINE(32:18)
               MOVE WS-GRAND-INTEREST TO WS-DISP-GRAND
               MOVE WS-DISP-GRAND TO WS-OUT-LINE(50:18)
               MOVE WS-GRAND-FEE TO WS-DISP-GRAND
               MOVE WS-DISP-GRAND TO WS-OUT-LINE(68:18)
               MOVE WS-GRAND-NET TO WS-DISP-GRAND
               MOVE WS-DISP-GRAND TO WS-OUT-LINE(86:18)
               MOVE WS-GRAND-BALANCE TO WS-DISP-GRAND
               MOVE WS-DISP-GRAND TO WS-OUT-LINE(104:18)
               PERFORM WRITE-REPORT-LINE
               MOVE ALL "=" TO REPORT-RECORD
               WRITE REPORT-RECORD.

           WRITE-REPORT-LINE.
               MOVE WS-OUT-LINE TO REPORT-RECORD
               WRITE REPORT-RECORD
               MOVE SPACES TO WS-OUT-LINE.

      *================================================================
      *    Participant statement - the month's collections on each
      *    share, the fee kept, and what was remitted.
      *================================================================
           WRITE-PARTICIPANT-STATEMENT.
               ADD 1 TO WS-STMT-COUNT
               MOVE ALL "=" TO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "PARTICIPANT STATEMENT  " DELIMITED SIZE
                   WS-TODAY(1:7) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WPT-ID(WS-PTC-IDX) DELIMITED SIZE
                   "  " DELIMITED SIZE
                   WPT-NAME(WS-PTC-IDX) DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               STRING "Serviced by ZENTRA BANK" DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE ALL "-" TO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               MOVE "LOAN ID"       TO STMT-LINE(1:7)
               MOVE "SHARE %"       TO STMT-LINE(13:7)
               MOVE "PRINCIPAL"     TO STMT-LINE(26:9)
               MOVE "INTEREST"      TO STMT-LINE(42:8)
               MOVE "SVC FEE"       TO STMT-LINE(57:7)
               MOVE "BALANCE"       TO STMT-LINE(72:7)
               WRITE STMT-LINE
               PERFORM VARYING WS-HLD-IDX FROM 1 BY 1
                   UNTIL WS-HLD-IDX > WS-HLD-COUNT
                   IF WHD-PTC(WS-HLD-IDX) = WS-PTC-FOUND-IDX
                       PERFORM WRITE-STATEMENT-LOAN
                   END-IF
               END-PERFORM
               MOVE ALL "-" TO STMT-LINE
               WRITE STMT-LINE
               MOVE WPT-PRINCIPAL(WS-PTC-IDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "Principal Collected   : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WPT-INTEREST(WS-PTC-IDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "Interest Collected    : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WPT-FEE(WS-PTC-IDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "Less Servicing Fee    : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE WPT-NET(WS-PTC-IDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "NET REMITTED          : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               IF WPT-NET(WS-PTC-IDX) > 0
                   STRING "Remitted To           : " DELIMITED SIZE
                       WPT-ROUTING(WS-PTC-IDX) DELIMITED SIZE
                       " / " DELIMITED SIZE
                       WPT-ACCOUNT(WS-PTC-IDX) DELIMITED SIZE
                       INTO STMT-LINE
               ELSE
                   STRING "Remitted To           : " DELIMITED SIZE
                       "NOTHING DUE THIS MONTH" DELIMITED SIZE
                       INTO STMT-LINE
               END-IF
               WRITE STMT-LINE
               MOVE WPT-BALANCE(WS-PTC-IDX) TO WS-DISP-AMOUNT
               MOVE SPACES TO STMT-LINE
               STRING "Share Outstanding     : " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO STMT-LINE
               WRITE STMT-LINE
               MOVE SPACES TO STMT-LINE
               WRITE STMT-LINE.

           WRITE-STATEMENT-LOAN.
               MOVE SPACES TO STMT-LINE
               MOVE WHD-LOAN-ID(WS-HLD-IDX) TO STMT-LINE(1:10)
               MOVE WHD-PCT(WS-HLD-IDX) TO WS-DISP-PCT
               MOVE WS-DISP-PCT TO STMT-LINE(12:8)
               MOVE WHD-PRINCIPAL(WS-HLD-IDX) TO WS-DISP-STMT
               MOVE WS-DISP-STMT TO STMT-LINE(21:14)
               MOVE WHD-INTEREST(WS-HLD-IDX) TO WS-DISP-STMT
               MOVE WS-DISP-STMT TO STMT-LINE(36:14)
               MOVE WHD-FEE(WS-HLD-IDX) TO WS-DISP-STMT-FEE
               MOVE WS-DISP-STMT-FEE TO STMT-LINE(51:13)
               MOVE WHD-BALANCE(WS-HLD-IDX) TO WS-DISP-STMT
               MOVE WS-DISP-STMT TO STMT-LINE(65:14)
               WRITE STMT-LINE.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Participation Remittance"
               DISPLAY "=============================================="
               DISPLAY "  Participants       : " WS-PTC-COUNT
               DISPLAY "  Shares on File     : " WS-HLD-COUNT
               DISPLAY "  Split Payments     : " WS-ACTIVITY-COUNT
               DISPLAY "  Remittances        : " WS-REMITTED-COUNT
               DISPLAY "  Statements         : " WS-STMT-COUNT
               IF WS-OVERSOLD-COUNT > 0
                   DISPLAY "  WARNING: Oversold  : " WS-OVERSOLD-COUNT
               END-IF
               MOVE WS-GRAND-PRINCIPAL TO WS-DISP-GRAND
               DISPLAY "  Principal          : " WS-DISP-GRAND
               MOVE WS-GRAND-INTEREST TO WS-DISP-GRAND
               DISPLAY "  Interest           : " WS-DISP-GRAND
               MOVE WS-GRAND-FEE TO WS-DISP-GRAND
               DISPLAY "  Servicing Fees     : " WS-DISP-GRAND
               MOVE WS-GRAND-NET TO WS-DISP-GRAND
               DISPLAY "  Net Remitted       : " WS-DISP-GRAND
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/PARTICIPATION-REMITTANCE.dat"
               DISPLAY "  → data/output/PARTICIPATION-REMIT-GL.dat"
               DISPLAY "  → data/output/"
                   "PARTICIPATION-REMIT-REPORT.dat"
               DISPLAY "  → data/output/PARTICIPANT-STATEMENTS.dat"
               DISPLAY "==============================================".
