      *                - loan balances with past-due and nonaccrual
      *                  splits from LOAN-MASTER.dat and
      *                  LN-MISSED-COUNT (three or more missed is
      *                  the nonaccrual line), net of the shares sold
      *                  to participant banks on the optional
      *                  LOAN-PARTICIPATIONS.dat - only the retained
      *                  share is ours to report; the sold amount
      *                  shows as a memo line;
      *                - the quarter's interest paid and fee income
      *                  from the ACCOUNT-YTD quarter buckets;
      *              and a control page tying each figure back to
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Optional file: shares of sold-down loans owned by
      *        participant banks.
               SELECT PARTICIPATION-FILE
                   ASSIGN TO "data/input/LOAN-PARTICIPATIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-PART-STATUS.

               SELECT ACCOUNT-YTD-FILE
                   ASSIGN TO "data/output/ACCOUNT-YTD.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD PARTICIPATION-FILE.
           01 PARTICIPATION-IO      PIC X(150).

           FD ACCOUNT-YTD-FILE.
           COPY "ACCOUNT-YTD-RECORD.cpy".

               88 END-OF-YTD-LOAD      VALUE "Y".

           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-PARTICIPATION-RECORD.cpy".

      *    --- The size-band line per deposit account ---
           01 WS-SIZE-BAND          PIC 9(9)V99 VALUE 250000.00.
           01 WS-LOAN-NONACCRUAL    PIC 9(13)V99 VALUE 0.
           01 WS-LOAN-CHARGED       PIC 9(13)V99 VALUE 0.
           01 WS-LOAN-READ-COUNT    PIC 9(5) VALUE 0.
           01 WS-LOAN-SOLD          PIC 9(13)V99 VALUE 0.
           01 WS-LOAN-RETAINED      PIC 9(9)V99.
           01 WS-SOLD-AMOUNT        PIC 9(9)V99.

      *    --- Percentage sold per loan (active shares; a loan sold
      *        past 100 percent is reported whole, as LOAN-SETTLE
      *        books it) ---
           01 WS-PART-STATUS        PIC XX.
               88 WS-PART-FILE-OK       VALUE "00".
           01 WS-EOF-PART           PIC X VALUE "N".
               88 END-OF-PARTICIPATIONS VALUE "Y".
           01 WS-SOLD-MAX           PIC 9(4) VALUE 2000.
           01 WS-SOLD-TABLE.
               05 WS-SOLD-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-SOLD-IDX.
                   10 WSL-LOAN-ID      PIC X(10).
                   10 WSL-PCT          PIC 9(5)V9(4).
           01 WS-SOLD-COUNT         PIC 9(4) VALUE 0.
           01 WS-SOLD-FOUND-IDX     PIC 9(4) VALUE 0.
           01 WS-PART-READ-COUNT    PIC 9(5) VALUE 0.

      *    --- Quarter buckets from ACCOUNT-YTD ---
           01 WS-QTD-INTEREST       PIC 9(13)V99 VALUE 0.
               END-IF
               PERFORM GATHER-DEPOSITS
               PERFORM GATHER-CD-LADDER
               PERFORM LOAD-PARTICIPATIONS
               PERFORM GATHER-LOANS
               PERFORM GATHER-QUARTER-BUCKETS
               PERFORM WRITE-EXTRACT
                   END-IF
               END-READ.

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
                   IF LP-ACTIVE
                   AND LP-PCT-SOLD-X IS NUMERIC
                       ADD 1 TO WS-PART-READ-COUNT
                       MOVE 0 TO WS-SOLD-FOUND-IDX
                       PERFORM VARYING WS-SOLD-IDX FROM 1 BY 1
                           UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
                           IF WSL-LOAN-ID(WS-SOLD-IDX) = LP-LOAN-ID
                               SET WS-SOLD-FOUND-IDX TO WS-SOLD-IDX
                           END-IF
                       END-PERFORM
                       IF WS-SOLD-FOUND-IDX = 0
                       AND WS-SOLD-COUNT < WS-SOLD-MAX
                           ADD 1 TO WS-SOLD-COUNT
                           MOVE LP-LOAN-ID
                               TO WSL-LOAN-ID(WS-SOLD-COUNT)
                           MOVE 0 TO WSL-PCT(WS-SOLD-COUNT)
                           MOVE WS-SOLD-COUNT TO WS-SOLD-FOUND-IDX
                       END-IF
                       IF WS-SOLD-FOUND-IDX > 0
                           ADD LP-PCT-SOLD
                               TO WSL-PCT(WS-SOLD-FOUND-IDX)
                       END-IF
                   END-IF
               END-READ.

      *    The retained share of each loan goes to its bucket; the
      *    participants' shares accumulate on the memo line.
           NET-OF-PARTICIPATIONS.
               MOVE LN-PRINCIPAL TO WS-LOAN-RETAINED
               MOVE 0 TO WS-SOLD-AMOUNT
               PERFORM VARYING WS-SOLD-IDX FROM 1 BY 1
                   UNTIL WS-SOLD-IDX > WS-SOLD-COUNT
                   IF WSL-LOAN-ID(WS-SOLD-IDX) = LN-LOAN-ID
                   AND WSL-PCT(WS-SOLD-IDX) NOT > 100
                       COMPUTE WS-SOLD-AMOUNT ROUNDED =
                           LN-PRINCIPAL * WSL-PCT(WS-SOLD-IDX) / 100
                   END-IF
               END-PERFORM
               SUBTRACT WS-SOLD-AMOUNT FROM WS-LOAN-RETAINED.

           GATHER-LOANS.
               OPEN INPUT LOAN-MASTER-FILE
               IF WS-LOAN-FILE-OK
                   IF LN-LOAN-ID NOT = SPACES
                   AND LN-PRINCIPAL IS NUMERIC
                       ADD 1 TO WS-LOAN-READ-COUNT
                       PERFORM NET-OF-PARTICIPATIONS
                       EVALUATE TRUE
                           WHEN LN-CHARGED-OFF
                               ADD WS-LOAN-RETAINED TO WS-LOAN-CHARGED
                           WHEN LN-MISSED-COUNT >= 3
                               ADD WS-LOAN-RETAINED
                                   TO WS-LOAN-NONACCRUAL
                           WHEN LN-MISSED-COUNT >= 1
                               ADD WS-LOAN-RETAINED TO WS-LOAN-PASTDUE
                           WHEN LN-ACTIVE
                               ADD WS-LOAN-RETAINED TO WS-LOAN-CURRENT
                           WHEN OTHER
                               MOVE 0 TO WS-SOLD-AMOUNT
                       END-EVALUATE
                       ADD WS-SOLD-AMOUNT TO WS-LOAN-SOLD
                   END-IF
               END-READ.

               PERFORM WRITE-LABELED-3
               MOVE WS-LOAN-CHARGED TO WS-DISP-AMOUNT
               PERFORM WRITE-LABELED-4
               MOVE WS-LOAN-SOLD TO WS-DISP-AMOUNT
               PERFORM WRITE-LABELED-7
               MOVE SPACES TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               MOVE "  SCHEDULE: QUARTER INCOME/EXPENSE"
               MOVE WS-OUT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD.

           WRITE-LABELED-7.
               MOVE SPACES TO WS-OUT-LINE
               STRING "    PARTICIPATIONS SOLD: " DELIMITED SIZE
                   WS-DISP-AMOUNT DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD.

           WRITE-LABELED-5.
               MOVE SPACES TO WS-OUT-LINE
               STRING "    INTEREST PAID (QTD): " DELIMITED SIZE
               MOVE WS-OUT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "    SOLD: LOAN-PARTICIPATIONS.dat, "
                   DELIMITED SIZE
                   WS-PART-READ-COUNT DELIMITED SIZE
                   " ACTIVE SHARES" DELIMITED SIZE
                   INTO WS-OUT-LINE
               MOVE WS-OUT-LINE TO EXTRACT-RECORD
               WRITE EXTRACT-RECORD
               MOVE SPACES TO WS-OUT-LINE
               STRING "    INCOME: ACCOUNT-YTD.dat, "
                   DELIMITED SIZE
                   WS-YTD-READ-COUNT DELIMITED SIZE
