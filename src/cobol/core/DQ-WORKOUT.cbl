      *                  that trips over it, so the fold de-dupes on
      *                  the raw record bytes - last night's new
      *                  exceptions fold in this morning);
      *                - folds INTEGRITY-AUDIT's nightly
      *                  INTEGRITY-FINDINGS.dat the same way, except
      *                  that the findings file is complete each
      *                  night: a queued finding the audit no longer
      *                  reports has been fixed at its source file
      *                  and drops out (counted as resolved), while
      *                  one still reported keeps its first-seen
      *                  date and ages toward escalation like any
      *                  quarantined row. Findings are not repaired
      *                  through the corrections feed;
      *                - reads the back office's DQ-CORRECTIONS.dat
      *                  feed - each row a fixed record, "A" for an
      *                  account-master row or "T" for a transaction
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-QUEUE-STATUS.

      *        Tonight's complete referential-integrity findings
      *        (DATA-QUALITY-RECORD.cpy layout, reason DQ04).
               SELECT FINDINGS-FILE
                   ASSIGN TO "data/output/INTEGRITY-FINDINGS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-FIND-STATUS.

               SELECT CORRECTIONS-FILE
                   ASSIGN TO "data/input/DQ-CORRECTIONS.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
           FD QUEUE-FILE.
           01 QUEUE-IO              PIC X(160).

           FD FINDINGS-FILE.
           01 FINDING-IO            PIC X(180).

           FD CORRECTIONS-FILE.
           01 CORRECTION-IO         PIC X(125).

               88 WS-DQ-FILE-OK         VALUE "00".
           01 WS-QUEUE-STATUS       PIC XX.
               88 WS-QUEUE-FILE-OK      VALUE "00".
           01 WS-FIND-STATUS        PIC XX.
               88 WS-FIND-FILE-OK       VALUE "00".
           01 WS-CORR-STATUS        PIC XX.
               88 WS-CORR-FILE-OK       VALUE "00".
           01 WS-ACCT-STATUS        PIC XX.
               88 WS-REPORT-FILE-OK    VALUE "00".
           01 WS-EOF-DQ             PIC X VALUE "N".
               88 END-OF-DQ            VALUE "Y".
           01 WS-EOF-FIND           PIC X VALUE "N".
               88 END-OF-FINDINGS      VALUE "Y".
           01 WS-EOF-QUEUE          PIC X VALUE "N".
               88 END-OF-QUEUE         VALUE "Y".
           01 WS-EOF-CORR           PIC X VALUE "N".
      *    --- Counters ---
           01 WS-NEW-COUNT          PIC 999 VALUE 0.
           01 WS-APPLIED-COUNT      PIC 999 VALUE 0.
           01 WS-RESOLVED-COUNT     PIC 999 VALUE 0.
           01 WS-CORR-FAILED-COUNT  PIC 999 VALUE 0.
           01 WS-REMAIN-COUNT       PIC 999 VALUE 0.
           01 WS-ESCALATE-COUNT     PIC 999 VALUE 0.
               PERFORM LOAD-PRODUCT-MASTER
               PERFORM LOAD-QUEUE
               PERFORM FOLD-TODAYS-EXCEPTIONS
               PERFORM FOLD-INTEGRITY-FINDINGS
               PERFORM APPLY-CORRECTIONS
               PERFORM REWRITE-QUEUE
               PERFORM WRITE-AGING-REPORT
                   END-IF
               END-READ.

      *    The findings file is the audit's whole verdict for
      *    tonight, so every queued finding starts out dropped and
      *    is kept only if reported again. No findings file (the
      *    audit did not run) leaves the queue as it stood.
           FOLD-INTEGRITY-FINDINGS.
               OPEN INPUT FINDINGS-FILE
               IF NOT WS-FIND-FILE-OK
                   EXIT PARAGRAPH
               END-IF
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
                   IF WQ-SOURCE(WS-Q-IDX) = "INTEGRITY-AUDIT"
                       MOVE "Y" TO WQ-DROPPED(WS-Q-IDX)
                   END-IF
               END-PERFORM
               PERFORM FOLD-ONE-FINDING
                   UNTIL END-OF-FINDINGS
               CLOSE FINDINGS-FILE
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
                   IF WQ-SOURCE(WS-Q-IDX) = "INTEGRITY-AUDIT"
                   AND WQ-DROPPED(WS-Q-IDX) = "Y"
                       ADD 1 TO WS-RESOLVED-COUNT
                   END-IF
               END-PERFORM.

           FOLD-ONE-FINDING.
               READ FINDINGS-FILE INTO FINDING-IO
               AT END
                   MOVE "Y" TO WS-EOF-FIND
               NOT AT END
                   MOVE FINDING-IO TO DQ-EXCEPTION-RECORD
                   IF DQ-RAW-RECORD NOT = SPACES
                       MOVE 0 TO WS-Q-FOUND
                       PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                           UNTIL WS-Q-IDX > WS-Q-COUNT
                           IF WQ-RAW(WS-Q-IDX) = DQ-RAW-RECORD
                               SET WS-Q-FOUND TO WS-Q-IDX
                           END-IF
                       END-PERFORM
                       IF WS-Q-FOUND > 0
                           MOVE "N" TO WQ-DROPPED(WS-Q-FOUND)
                       ELSE
                           IF WS-Q-COUNT < WS-Q-MAX
                               ADD 1 TO WS-Q-COUNT
                               MOVE DQ-DATE
                                   TO WQ-FIRST-SEEN(WS-Q-COUNT)
                               MOVE DQ-SOURCE-PROGRAM
                                   TO WQ-SOURCE(WS-Q-COUNT)
                               MOVE DQ-REASON-CODE
                                   TO WQ-REASON(WS-Q-COUNT)
                               MOVE DQ-RAW-RECORD
                                   TO WQ-RAW(WS-Q-COUNT)
                               MOVE "N" TO WQ-DROPPED(WS-Q-COUNT)
                               ADD 1 TO WS-NEW-COUNT
                           END-IF
                       END-IF
                   END-IF
               END-READ.

      *================================================================
      *    CORRECTIONS - the back office's fixed rows, re-validated
      *    through the same checks that quarantined the originals.
                           AND NOT TR-LOAN-DRAW
                           AND NOT TR-ATM-DEBIT
                           AND NOT TR-ATM-CREDIT
                           AND NOT TR-RTP-DEBIT
                           AND NOT TR-ACH-BATCH-OFFSET
                           AND NOT TR-RTP-CREDIT
                               MOVE "N" TO WS-RECORD-SANE
                               MOVE "UNKNOWN TXN TYPE"
                                   TO WS-FAIL-REASON
           DROP-MATCHING-QUEUE-ITEM.
               PERFORM VARYING WS-Q-IDX FROM 1 BY 1
                   UNTIL WS-Q-IDX > WS-Q-COUNT
      *            (an integrity finding clears only when the
      *            audit stops reporting it)
                   IF WQ-DROPPED(WS-Q-IDX) = "N"
                   AND WQ-SOURCE(WS-Q-IDX) NOT = "INTEGRITY-AUDIT"
                   AND WQ-RAW(WS-Q-IDX)(1:10)
                       = WS-CORR-RECORD(1:10)
                       MOVE "Y" TO WQ-DROPPED(WS-Q-IDX)
               DISPLAY "=============================================="
               DISPLAY "  Business Date    : " WS-TODAY
               DISPLAY "  New Quarantined  : " WS-NEW-COUNT
               DISPLAY "  Integrity Cleared: " WS-RESOLVED-COUNT
               DISPLAY "  Repairs Applied  : " WS-APPLIED-COUNT
               DISPLAY "  Repairs Refused  : " WS-CORR-FAILED-COUNT
               DISPLAY "  Still In Queue   : " WS-REMAIN-COUNT
