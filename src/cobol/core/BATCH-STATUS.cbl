      *              2am phone call without a console scrollback:
      *                TODAY - tonight's steps so far, with elapsed
      *                        times and outcomes, plus the
      *                        checkpoint's last completed step;
      *                        where BATCH-FORECAST ran ahead of
      *                        the chain, each step's forecast time
      *                        sits beside its actual one
      *                HIST  - pass/fail/elapsed summary of the last
      *                        runs on file (most recent dates)
      *                SLA   - average elapsed per step across the
      *                        whole history, flagging steps whose
      *                        average burns more than an even share
      *                        of the WS-SLA-THRESHOLD-SECS window
      *                XMIT  - outbound transmissions still
      *                        awaiting the receiver's
      *                        acknowledgement (overdue ones marked)
      *                        and rejected files not yet sent again,
      *                        from OUTBOUND-REGISTRY's
      *                        TRANSMISSION-LOG.dat
      *                EXIT  - leave
      *              Any transmission unacknowledged past its cutoff
      *              raises an alarm as the session opens.
      * PHASE:      2 - Banking Logic Engine
      * AUTHOR:     Marck (Zentra)
      *================================================================
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHECKPOINT-STATUS.

      *        Optional: absent until OUTBOUND-REGISTRY has logged
      *        a transmission.
               SELECT XMIT-LOG-FILE
                   ASSIGN TO "data/output/TRANSMISSION-LOG.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-XMIT-STATUS.

       DATA DIVISION.
           FILE SECTION.
           FD RUN-LOG-FILE.
           FD OPER-ACTIVITY-FILE.
           01 OPER-ACTIVITY-RECORD  PIC X(100).

           FD XMIT-LOG-FILE.
           01 XMIT-LOG-IO           PIC X(220).

       WORKING-STORAGE SECTION.
           01 WS-RUNLOG-STATUS      PIC XX.
               88 WS-RUNLOG-FILE-OK    VALUE "00".
                   10 WHS-FAIL         PIC 9(3).
                   10 WHS-SECS         PIC 9(7)V99.
           01 WS-HIST-COUNT         PIC 99 VALUE 0.

      *    --- Tonight's forecast rows, for forecast vs actual ---
           01 WS-FC-MAX             PIC 999 VALUE 200.
           01 WS-FC-TABLE.
               05 WS-FC-ENTRY OCCURS 200 TIMES
                               INDEXED BY WS-FC-IDX.
                   10 WFC-STEP-NAME    PIC X(30).
                   10 WFC-SECS         PIC 9(5)V99.
           01 WS-FC-COUNT           PIC 999 VALUE 0.
           01 WS-FC-WINDOW-SECS     PIC 9(5)V99 VALUE 0.
           01 WS-FC-FOUND           PIC X VALUE "N".
           01 WS-HIST-FOUND-IDX     PIC 99 VALUE 0.

      *    --- Outbound transmissions: the awaiting and rejected
      *        rows only ---
           01 WS-XMIT-STATUS        PIC XX.
               88 WS-XMIT-FILE-OK      VALUE "00".
           01 WS-EOF-XMIT           PIC X VALUE "N".
               88 END-OF-XMIT-LOG      VALUE "Y".
           COPY "TRANSMISSION-LOG-RECORD.cpy".
           01 WS-XMIT-MAX           PIC 9(4) VALUE 2000.
           01 WS-XMIT-TABLE.
               05 WS-XMIT-ENTRY OCCURS 2000 TIMES
                               INDEXED BY WS-XMIT-IDX.
                   10 WXM-RECORD       PIC X(220).
           01 WS-XMIT-COUNT         PIC 9(4) VALUE 0.
           01 WS-XMIT-SCAN-IDX      PIC 9(4) VALUE 0.
           01 WS-XMIT-OVERDUE       PIC 9(4) VALUE 0.

      *    --- Checkpoint ---
           01 WS-CHECKPOINT-DATE    PIC X(10).
           01 WS-CHECKPOINT-STEP    PIC 999 VALUE 0.



               PERFORM OPEN-OPER-ACTIVITY
               PERFORM LOAD-RUN-LOG
               PERFORM LOAD-CHECKPOINT
               PERFORM LOAD-TRANSMISSIONS
               DISPLAY "=============================================="
               DISPLAY "  ZENTRA BANK - Batch Status Inquiry"
               DISPLAY "  " WS-LOG-COUNT " step rows on file"
               IF WS-XMIT-OVERDUE > 0
                   DISPLAY "  *** " WS-XMIT-OVERDUE
                       " OUTBOUND FILE(S) UNACKNOWLEDGED PAST "
                       "CUTOFF - SEE XMIT ***"
               END-IF
               DISPLAY "=============================================="
               PERFORM COMMAND-LOOP UNTIL SESSION-DONE
               CLOSE OPER-ACTIVITY-FILE
               NOT AT END
                   MOVE OPERATOR-IO TO OPERATOR-RECORD
                   IF WS-OPER-COUNT < WS-OPER-MAX
                   AND NOT OP-ACCESS-BARRED
                       ADD 1 TO WS-OPER-COUNT
                       MOVE OP-OPERATOR-ID
                           TO WOP-OPERATOR-ID(WS-OPER-COUNT)
               AT END
                   MOVE "Y" TO WS-EOF-LOG
               NOT AT END
      *            Rows from before the step number went to three
      *            digits sit one byte short - their status and
      *            timings no longer line up, so they are left out
      *            of the history, as BATCH-FORECAST does.
                   MOVE RUN-LOG-IO TO BATCH-RUN-LOG-RECORD
                   IF BRL-STEP-NUM IS NUMERIC
                   AND WS-LOG-COUNT < WS-LOG-MAX
                       ADD 1 TO WS-LOG-COUNT
                       MOVE RUN-LOG-IO TO WL-RECORD(WS-LOG-COUNT)
                   END-IF
                       NOT AT END
                           MOVE CHECKPOINT-FILE-RECORD(1:10)
                               TO WS-CHECKPOINT-DATE
      *                    A checkpoint left in the older two-
      *                    digit layout is still honoured
                           IF CHECKPOINT-FILE-RECORD(13:1) = SPACE
                               MOVE CHECKPOINT-FILE-RECORD(11:2)
                                   TO WS-CHECKPOINT-STEP
                           ELSE
                               MOVE CHECKPOINT-FILE-RECORD(11:3)
                                   TO WS-CHECKPOINT-STEP
                           END-IF
                   END-READ
                   CLOSE CHECKPOINT-FILE
               END-IF.

      *    Only what still wants action is kept: a transmission
      *    awaiting its acknowledgement, or a reject - until the
      *    same interface file is sent again (as a resend or as a
      *    corrected file), which answers it.
           LOAD-TRANSMISSIONS.
               OPEN INPUT XMIT-LOG-FILE
               IF WS-XMIT-FILE-OK
                   PERFORM READ-ONE-TRANSMISSION
                       UNTIL END-OF-XMIT-LOG
                   CLOSE XMIT-LOG-FILE
               END-IF.

           READ-ONE-TRANSMISSION.
               READ XMIT-LOG-FILE INTO XMIT-LOG-IO
               AT END
                   MOVE "Y" TO WS-EOF-XMIT
               NOT AT END
                   PERFORM VARYING WS-XMIT-SCAN-IDX FROM 1 BY 1
                       UNTIL WS-XMIT-SCAN-IDX > WS-XMIT-COUNT
                       IF WXM-RECORD(WS-XMIT-SCAN-IDX)(1:40)
                           = XMIT-LOG-IO(1:40)
                       AND WXM-RECORD(WS-XMIT-SCAN-IDX)(163:1) = "R"
                           MOVE SPACES
                               TO WXM-RECORD(WS-XMIT-SCAN-IDX)
                       END-IF
                   END-PERFORM
                   MOVE XMIT-LOG-IO TO TRANSMISSION-LOG-RECORD
                   IF (XL-AWAITING-ACK OR XL-REJECTED)
                   AND WS-XMIT-COUNT < WS-XMIT-MAX
                       ADD 1 TO WS-XMIT-COUNT
                       MOVE XMIT-LOG-IO TO WXM-RECORD(WS-XMIT-COUNT)
                       IF XL-AWAITING-ACK
                       AND XL-CUTOFF-DATE < WS-TODAY
                           ADD 1 TO WS-XMIT-OVERDUE
                       END-IF
                   END-IF
               END-READ.

           COMMAND-LOOP.
               DISPLAY " "
               DISPLAY "Command (TODAY/HIST/SLA/XMIT/EXIT): "
                   WITH NO ADVANCING
               ACCEPT WS-COMMAND
               EVALUATE WS-COMMAND
                       PERFORM SHOW-HISTORY
                   WHEN "SLA"
                       PERFORM SHOW-SLA-TRENDS
                   WHEN "XMIT"
                       PERFORM SHOW-TRANSMISSIONS
                   WHEN "EXIT"
                   WHEN SPACES
                       MOVE "Y" TO WS-DONE
               ELSE
                   DISPLAY "  Checkpoint: no completed steps today"
               END-IF
               MOVE 0 TO WS-FC-COUNT
               MOVE 0 TO WS-FC-WINDOW-SECS
               PERFORM LOAD-ONE-TODAY-FORECAST
                   VARYING WS-LOG-IDX FROM 1 BY 1
                   UNTIL WS-LOG-IDX > WS-LOG-COUNT
               IF WS-FC-COUNT > 0
                   DISPLAY "  Forecast window: " WS-FC-WINDOW-SECS
                       "s (BATCH-FORECAST-REPORT.dat)"
               END-IF
               MOVE 0 TO WS-SHOWN-COUNT
               PERFORM SHOW-ONE-TODAY-ROW
                   VARYING WS-LOG-IDX FROM 1 BY 1
               END-IF
               DISPLAY "  ----------------------------------------".

      *    Step 0 is the forecast's whole-window row.
           LOAD-ONE-TODAY-FORECAST.
               MOVE WL-RECORD(WS-LOG-IDX) TO BATCH-RUN-LOG-RECORD
               IF BRL-DATE = WS-TODAY
               AND BRL-FORECAST
                   IF BRL-STEP-NUM = 0
                       MOVE BRL-ELAPSED-SECS TO WS-FC-WINDOW-SECS
                   END-IF
                   IF WS-FC-COUNT < WS-FC-MAX
                       ADD 1 TO WS-FC-COUNT
                       MOVE BRL-STEP-NAME
                           TO WFC-STEP-NAME(WS-FC-COUNT)
                       MOVE BRL-ELAPSED-SECS TO WFC-SECS(WS-FC-COUNT)
                   END-IF
               END-IF.

           SHOW-ONE-TODAY-ROW.
               MOVE WL-RECORD(WS-LOG-IDX) TO BATCH-RUN-LOG-RECORD
               IF BRL-DATE = WS-TODAY
               AND NOT BRL-FORECAST
                   ADD 1 TO WS-SHOWN-COUNT
                   MOVE "N" TO WS-FC-FOUND
                   PERFORM VARYING WS-FC-IDX FROM 1 BY 1
                       UNTIL WS-FC-IDX > WS-FC-COUNT
                       OR WS-FC-FOUND = "Y"
                       IF WFC-STEP-NAME(WS-FC-IDX) = BRL-STEP-NAME
                           MOVE "Y" TO WS-FC-FOUND
                       END-IF
                   END-PERFORM
                   IF WS-FC-FOUND = "Y"
                       SET WS-FC-IDX DOWN BY 1
                       DISPLAY "  [" BRL-STEP-NUM "] " BRL-STEP-NAME
                           " " BRL-STATUS " " BRL-ELAPSED-SECS "s"
                           " (fcst " WFC-SECS(WS-FC-IDX) "s)"
                   ELSE
                       DISPLAY "  [" BRL-STEP-NUM "] " BRL-STEP-NAME
                           " " BRL-STATUS " " BRL-ELAPSED-SECS "s"
                   END-IF
               END-IF.

      *    Rolls every logged row up by date, keeping the last
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      *        A forecast row's seconds are a prediction, not time
      *        the night actually took.
               IF NOT BRL-FORECAST
                   ADD BRL-ELAPSED-SECS TO WHS-SECS(WS-HIST-FOUND-IDX)
               END-IF.

           SHOW-ONE-HIST-LINE.
               DISPLAY "  " WHS-DATE(WS-HIST-IDX)
                   DISPLAY "  " WAV-STEP-NAME(WS-AVG-IDX)
                       " avg " WS-AVG-SECS "s"
               END-IF.

           SHOW-TRANSMISSIONS.
               DISPLAY "  ----------------------------------------"
               DISPLAY "  Outbound transmissions wanting action:"
               MOVE 0 TO WS-SHOWN-COUNT
               PERFORM SHOW-ONE-TRANSMISSION
                   VARYING WS-XMIT-IDX FROM 1 BY 1
                   UNTIL WS-XMIT-IDX > WS-XMIT-COUNT
               IF WS-SHOWN-COUNT = 0
                   DISPLAY "  None - every file acknowledged"
               END-IF
               DISPLAY "  ----------------------------------------".

           SHOW-ONE-TRANSMISSION.
               MOVE WXM-RECORD(WS-XMIT-IDX) TO TRANSMISSION-LOG-RECORD
               EVALUATE TRUE
                   WHEN XL-AWAITING-ACK
                   AND XL-CUTOFF-DATE < WS-TODAY
                       ADD 1 TO WS-SHOWN-COUNT
                       DISPLAY "  " XL-FILE-NAME(1:30) " "
                           XL-BUS-DATE " DUE " XL-CUTOFF-DATE
                           " *** OVERDUE ***"
                   WHEN XL-AWAITING-ACK
                       ADD 1 TO WS-SHOWN-COUNT
                       DISPLAY "  " XL-FILE-NAME(1:30) " "
                           XL-BUS-DATE " DUE " XL-CUTOFF-DATE
                   WHEN XL-REJECTED
                       ADD 1 TO WS-SHOWN-COUNT
                       DISPLAY "  " XL-FILE-NAME(1:30) " "
                           XL-BUS-DATE " REJECTED " XL-ACK-REASON
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE.
