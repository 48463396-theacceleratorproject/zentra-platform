      *              draw out of LN-PRINCIPAL and reports on the
      *              cumulative LOC-DRAW-BACKOUTS.dat, so a customer
      *              never owes a drawn balance they never received.
      *              Applied and backed-out draws both go on the
      *              loan's LOAN-HISTORY.dat.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LOAN-STATUS.

      *        Per-loan history - cumulative, appended by every
      *        program that changes a loan.
               SELECT HISTORY-FILE
                   ASSIGN TO "data/output/LOAN-HISTORY.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-HIST-STATUS.

               SELECT DAILY-TXN-FILE
                   ASSIGN TO "data/input/DAILY-TRANSACTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD LOAN-MASTER-FILE.
           01 LOAN-MASTER-IO        PIC X(100).

           FD HISTORY-FILE.
           01 HISTORY-IO            PIC X(120).

           FD DAILY-TXN-FILE.
           01 DAILY-TXN-RECORD      PIC X(116).


           COPY "LOC-DRAW-RECORD.cpy".
           COPY "LOAN-MASTER-RECORD.cpy".
           COPY "LOAN-HISTORY-RECORD.cpy".
           01 WS-HIST-STATUS        PIC XX.
           01 WS-HIST-OPEN          PIC X VALUE "N".
           COPY "TRANSACTION-RECORD.cpy".

      *    --- Loan table, rewritten in full when a draw lands ---
               IF WS-BKO-OPEN = "Y"
                   CLOSE BACKOUT-FILE
               END-IF
               IF WS-HIST-OPEN = "Y"
                   CLOSE HISTORY-FILE
               END-IF
               IF WS-LOANS-CHANGED = "Y"
                   PERFORM REWRITE-LOANS
               END-IF
                       MOVE "Y" TO WS-LOANS-CHANGED
                       PERFORM GENERATE-DRAW-CREDIT
                       PERFORM ADD-PENDING-DRAW
                       INITIALIZE LOAN-HISTORY-RECORD
                       MOVE LN-LOAN-ID       TO LH-LOAN-ID
                       SET LH-DRAW           TO TRUE
                       MOVE LDR-AMOUNT       TO LH-AMOUNT
                       MOVE LDR-AMOUNT       TO LH-PRINCIPAL-AMT
                       MOVE LN-PRINCIPAL     TO LH-PRINCIPAL-AFTER
                       MOVE "LINE DRAW"      TO LH-DESCRIPTION
                       PERFORM WRITE-LOAN-HISTORY
                       SET LDR-APPLIED TO TRUE
                       MOVE SPACES TO LDR-ERROR-CODE
                       ADD 1 TO WS-DRAWN-COUNT
                   MOVE LOAN-MASTER-RECORD
                       TO WLN-RECORD(WS-LOAN-FOUND-IDX)
                   MOVE "Y" TO WS-LOANS-CHANGED
                   INITIALIZE LOAN-HISTORY-RECORD
                   MOVE LN-LOAN-ID           TO LH-LOAN-ID
                   SET LH-DRAW-BACKED-OUT    TO TRUE
                   MOVE WPD-AMOUNT(WS-PND-IDX) TO LH-AMOUNT
                   MOVE WPD-AMOUNT(WS-PND-IDX) TO LH-PRINCIPAL-AMT
                   MOVE LN-PRINCIPAL         TO LH-PRINCIPAL-AFTER
                   MOVE "DRAW BACKED OUT"    TO LH-DESCRIPTION
                   PERFORM WRITE-LOAN-HISTORY
               END-IF
               IF WS-BKO-OPEN NOT = "Y"
                   OPEN EXTEND BACKOUT-FILE
                   WRITE PENDING-IO
               END-IF.

      *    The caller fills in the loan, event and amounts; the
      *    date and source are stamped here.
           WRITE-LOAN-HISTORY.
               IF WS-HIST-OPEN NOT = "Y"
                   OPEN EXTEND HISTORY-FILE
                   IF NOT WS-HIST-STATUS = "00"
                       OPEN OUTPUT HISTORY-FILE
                   END-IF
                   MOVE "Y" TO WS-HIST-OPEN
               END-IF
               MOVE WS-TODAY       TO LH-DATE
               MOVE "LOC-DRAW-PROC" TO LH-SOURCE
               MOVE LOAN-HISTORY-RECORD TO HISTORY-IO
               WRITE HISTORY-IO.

           REWRITE-LOANS.
               OPEN OUTPUT LOAN-MASTER-FILE
               PERFORM VARYING WS-LIDX FROM 1 BY 1
