      *                  - from which night GL-POSTING refuses (to
      *                  suspense, loudly) anything dated back into
      *                  it. Month-over-month GL reporting finally
      *                  has an anchor;
      *                - alongside, the income and expense legs fold
      *                  by code and branch (GP-BRANCH-CODE) into
      *                  GL-BRANCH-RUNNING.dat, which snapshots at
      *                  the same close to GL-BRANCH-PERIOD-
      *                  BALANCES.dat and starts the new month empty
      *                  - the branch actuals BUDGET-VARIANCE holds
      *                  each branch manager's budget against.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CLOSED-STATUS.

      *        Month-to-date income and expense by code and branch.
               SELECT BRANCH-RUNNING-FILE
                   ASSIGN TO "data/output/GL-BRANCH-RUNNING.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BRUN-STATUS.

      *        Branch snapshots - appended at each close as well.
               SELECT BRANCH-PERIOD-FILE
                   ASSIGN TO
                       "data/output/GL-BRANCH-PERIOD-BALANCES.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-BPER-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD GL-POSTINGS-FILE.
           FD CLOSED-PERIODS-FILE.
           01 CLOSED-PERIOD-IO      PIC X(10).

           FD BRANCH-RUNNING-FILE.
           01 BRANCH-RUNNING-IO     PIC X(60).

           FD BRANCH-PERIOD-FILE.
           01 BRANCH-PERIOD-IO      PIC X(60).

       WORKING-STORAGE SECTION.
           01 WS-POST-STATUS        PIC XX.
               88 WS-POST-FILE-OK       VALUE "00".
               88 WS-CHART-FILE-OK      VALUE "00".
           01 WS-PERIOD-STATUS      PIC XX.
           01 WS-CLOSED-STATUS      PIC XX.
           01 WS-BRUN-STATUS        PIC XX.
               88 WS-BRUN-FILE-OK       VALUE "00".
           01 WS-BPER-STATUS        PIC XX.
           01 WS-EOF-POST           PIC X VALUE "N".
               88 END-OF-POSTINGS      VALUE "Y".
           01 WS-EOF-RUN            PIC X VALUE "N".
               88 END-OF-RUN-LOAD      VALUE "Y".
           01 WS-EOF-CHART          PIC X VALUE "N".
               88 END-OF-CHART-LOAD    VALUE "Y".
           01 WS-EOF-BRUN           PIC X VALUE "N".
               88 END-OF-BRUN-LOAD     VALUE "Y".

      *    --- The equity line income and expense roll into ---
           01 WS-RE-CODE            PIC X(06) VALUE "300100".
           01 WS-BAL-IN-X REDEFINES WS-BAL-IN
                                    PIC X(16).

      *    --- Month-to-date I/E by code and branch (row: code(1-6)
      *        branch(8-13) class(15) balance(17-32, signed leading
      *        separate)); snapshot row: period(1-7) code(9-14)
      *        branch(16-21) class(23) balance(25-40) ---
           01 WS-BRB-MAX            PIC 9(4) VALUE 1000.
           01 WS-BRB-TABLE.
               05 WS-BRB-ENTRY OCCURS 1000 TIMES
                               INDEXED BY WS-BRB-IDX.
                   10 WBB-CODE         PIC X(06).
                   10 WBB-BRANCH       PIC X(06).
                   10 WBB-CLASS        PIC X(01).
                   10 WBB-BALANCE      PIC S9(13)V99.
           01 WS-BRB-COUNT          PIC 9(4) VALUE 0.
           01 WS-BRB-FOUND-IDX      PIC 9(4) VALUE 0.
           01 WS-LOOKUP-BRANCH      PIC X(06).
           01 WS-BRANCH-SNAP-COUNT  PIC 9(4) VALUE 0.

      *    --- Per-code class from the widened chart rows (dr-class
      *        at 64, cr-class at 65; A asset, L liability, I
      *        income, E expense, Q equity) ---
               PERFORM DETERMINE-CLOSE-TONIGHT
               PERFORM LOAD-CHART-CLASSES
               PERFORM LOAD-RUNNING-BALANCES
               PERFORM LOAD-BRANCH-RUNNING
               PERFORM FOLD-TODAYS-POSTINGS
               IF CLOSE-TONIGHT
                   PERFORM SNAPSHOT-PERIOD
                   PERFORM SNAPSHOT-BRANCH-PERIOD
                   PERFORM ROLL-INCOME-TO-EQUITY
                   PERFORM MARK-PERIOD-CLOSED
               END-IF
               PERFORM REWRITE-RUNNING-BALANCES
               PERFORM REWRITE-BRANCH-RUNNING
               PERFORM DISPLAY-RESULTS
               STOP RUN.

                                   FROM WGB-BALANCE(WS-BAL-FOUND-IDX)
                           END-IF
                           ADD 1 TO WS-FOLDED-COUNT
                           IF WGB-CLASS(WS-BAL-FOUND-IDX) = "I"
                           OR WGB-CLASS(WS-BAL-FOUND-IDX) = "E"
                               PERFORM FOLD-BRANCH-LEG
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *    --- Optional file: absent before the first nightly fold,
      *        and empty again the morning after each close ---
           LOAD-BRANCH-RUNNING.
               OPEN INPUT BRANCH-RUNNING-FILE
               IF WS-BRUN-FILE-OK
                   PERFORM READ-ONE-BRANCH-ROW
                       UNTIL END-OF-BRUN-LOAD
                   CLOSE BRANCH-RUNNING-FILE
               END-IF.

           READ-ONE-BRANCH-ROW.
               READ BRANCH-RUNNING-FILE INTO BRANCH-RUNNING-IO
               AT END
                   MOVE "Y" TO WS-EOF-BRUN
               NOT AT END
                   IF WS-BRB-COUNT < WS-BRB-MAX
                   AND BRANCH-RUNNING-IO(1:6) NOT = SPACES
                       ADD 1 TO WS-BRB-COUNT
                       MOVE BRANCH-RUNNING-IO(1:6)
                           TO WBB-CODE(WS-BRB-COUNT)
                       MOVE BRANCH-RUNNING-IO(8:6)
                           TO WBB-BRANCH(WS-BRB-COUNT)
                       MOVE BRANCH-RUNNING-IO(15:1)
                           TO WBB-CLASS(WS-BRB-COUNT)
                       MOVE BRANCH-RUNNING-IO(17:16) TO WS-BAL-IN-X
                       IF WS-BAL-IN IS NUMERIC
                           MOVE WS-BAL-IN
                               TO WBB-BALANCE(WS-BRB-COUNT)
                       ELSE
                           MOVE 0 TO WBB-BALANCE(WS-BRB-COUNT)
                       END-IF
                   END-IF
               END-READ.

      *    A leg with no branch stamped (written before the branch
      *    dimension) books to UNASGN, as GL-POSTING stamps it.
           FOLD-BRANCH-LEG.
               MOVE GP-BRANCH-CODE TO WS-LOOKUP-BRANCH
               IF WS-LOOKUP-BRANCH = SPACES
                   MOVE "UNASGN" TO WS-LOOKUP-BRANCH
               END-IF
               MOVE 0 TO WS-BRB-FOUND-IDX
               PERFORM VARYING WS-BRB-IDX FROM 1 BY 1
                   UNTIL WS-BRB-IDX > WS-BRB-COUNT
                   IF WBB-CODE(WS-BRB-IDX) = WS-LOOKUP-CODE
                   AND WBB-BRANCH(WS-BRB-IDX) = WS-LOOKUP-BRANCH
                       MOVE WS-BRB-IDX TO WS-BRB-FOUND-IDX
                   END-IF
               END-PERFORM
               IF WS-BRB-FOUND-IDX = 0
               AND WS-BRB-COUNT < WS-BRB-MAX
                   ADD 1 TO WS-BRB-COUNT
                   MOVE WS-LOOKUP-CODE TO WBB-CODE(WS-BRB-COUNT)
                   MOVE WS-LOOKUP-BRANCH TO WBB-BRANCH(WS-BRB-COUNT)
                   MOVE WGB-CLASS(WS-BAL-FOUND-IDX)
                       TO WBB-CLASS(WS-BRB-COUNT)
                   MOVE 0 TO WBB-BALANCE(WS-BRB-COUNT)
                   MOVE WS-BRB-COUNT TO WS-BRB-FOUND-IDX
               END-IF
               IF WS-BRB-FOUND-IDX > 0
                   IF GP-DEBIT
                       ADD GP-AMOUNT TO WBB-BALANCE(WS-BRB-FOUND-IDX)
                   ELSE
                       SUBTRACT GP-AMOUNT
                           FROM WBB-BALANCE(WS-BRB-FOUND-IDX)
                   END-IF
               END-IF.

      *    --- Appended at each close, never overwritten - the
      *        anchor month-over-month reporting finally has ---
           SNAPSHOT-PERIOD.
               WRITE PERIOD-IO
               ADD 1 TO WS-SNAPSHOT-COUNT.

      *    The branch rows are all income and expense, so once
      *    snapshotted the new month starts them from nothing.
           SNAPSHOT-BRANCH-PERIOD.
               OPEN EXTEND BRANCH-PERIOD-FILE
               IF NOT WS-BPER-STATUS = "00"
                   OPEN OUTPUT BRANCH-PERIOD-FILE
               END-IF
               PERFORM SNAPSHOT-ONE-BRANCH-ROW
                   VARYING WS-BRB-IDX FROM 1 BY 1
                   UNTIL WS-BRB-IDX > WS-BRB-COUNT
               CLOSE BRANCH-PERIOD-FILE
               MOVE 0 TO WS-BRB-COUNT.

           SNAPSHOT-ONE-BRANCH-ROW.
               MOVE SPACES TO BRANCH-PERIOD-IO
               MOVE WS-TODAY(1:7)          TO BRANCH-PERIOD-IO(1:7)
               MOVE WBB-CODE(WS-BRB-IDX)   TO BRANCH-PERIOD-IO(9:6)
               MOVE WBB-BRANCH(WS-BRB-IDX) TO BRANCH-PERIOD-IO(16:6)
               MOVE WBB-CLASS(WS-BRB-IDX)  TO BRANCH-PERIOD-IO(23:1)
               MOVE WBB-BALANCE(WS-BRB-IDX) TO WS-BAL-IN
               MOVE WS-BAL-IN-X            TO BRANCH-PERIOD-IO(25:16)
               WRITE BRANCH-PERIOD-IO
               ADD 1 TO WS-BRANCH-SNAP-COUNT.

      *    Income (credit-heavy, negative in this convention) and
      *    expense (positive) net into retained earnings; each
      *    rolled code starts the new period at zero.
               MOVE WS-BAL-IN-X           TO RUNNING-IO(10:16)
               WRITE RUNNING-IO.

           REWRITE-BRANCH-RUNNING.
               OPEN OUTPUT BRANCH-RUNNING-FILE
               PERFORM WRITE-ONE-BRANCH-ROW
                   VARYING WS-BRB-IDX FROM 1 BY 1
                   UNTIL WS-BRB-IDX > WS-BRB-COUNT
               CLOSE BRANCH-RUNNING-FILE.

           WRITE-ONE-BRANCH-ROW.
               MOVE SPACES TO BRANCH-RUNNING-IO
               MOVE WBB-CODE(WS-BRB-IDX)   TO BRANCH-RUNNING-IO(1:6)
               MOVE WBB-BRANCH(WS-BRB-IDX) TO BRANCH-RUNNING-IO(8:6)
               MOVE WBB-CLASS(WS-BRB-IDX)  TO BRANCH-RUNNING-IO(15:1)
               MOVE WBB-BALANCE(WS-BRB-IDX) TO WS-BAL-IN
               MOVE WS-BAL-IN-X            TO BRANCH-RUNNING-IO(17:16)
               WRITE BRANCH-RUNNING-IO.

           DISPLAY-RESULTS.
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - GL Period Close"
               IF CLOSE-TONIGHT
                   DISPLAY "  PERIOD CLOSED      : " WS-TODAY(1:7)
                   DISPLAY "  Codes Snapshotted  : " WS-SNAPSHOT-COUNT
                   DISPLAY "  Branch Rows Closed : "
                       WS-BRANCH-SNAP-COUNT
                   MOVE WS-INCOME-ROLLED TO WS-DISP-AMOUNT
                   DISPLAY "  Rolled To Equity   : " WS-DISP-AMOUNT
               END-IF
               DISPLAY "----------------------------------------------"
               DISPLAY "  → data/output/GL-RUNNING-BALANCES.dat"
               DISPLAY "  → data/output/GL-PERIOD-BALANCES.dat"
               DISPLAY "  → data/output/GL-BRANCH-RUNNING.dat"
               DISPLAY "  → data/output/GL-BRANCH-PERIOD-BALANCES.dat"
               DISPLAY "==============================================".
