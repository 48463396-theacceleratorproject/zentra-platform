                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-CHGGL-STATUS.

      *        Month-end provision / release written by
      *        LOAN-ALLOWANCE - an LPV or LPR row booked through its
      *        own chart row.
               SELECT ALW-GL-FILE
                   ASSIGN TO "data/output/LOAN-ALLOWANCE-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-ALWGL-STATUS.

      *        Escrow disbursements written by LOAN-ESCROW - LEX
      *        rows moving the escrow liability to the official-
      *        check liability.
               SELECT LEX-GL-FILE
                   ASSIGN TO "data/output/LOAN-ESCROW-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LEXGL-STATUS.

      *        Official-check liability movements written by
      *        OFFICIAL-CHECK-SETTLE - OCI/OCP/OCE rows each booked
      *        through their own chart row.
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-DRWGL-STATUS.

      *        Branch vault cash-in-transit legs written by
      *        VAULT-CASH - CTI/CTR/CTO/CTC rows each booked through
      *        the chart's vault cash / cash in transit / due from
      *        banks pairs.
               SELECT VLT-GL-FILE
                   ASSIGN TO "data/output/VAULT-CASH-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-VLTGL-STATUS.

      *        Month-end participant remittances written by
      *        PARTICIPATION-REMIT - LPS rows clearing the
      *        participation payable LOAN-SETTLE's LPP rows built
      *        against due from banks.
               SELECT LPS-GL-FILE
                   ASSIGN TO "data/output/PARTICIPATION-REMIT-GL.dat"
                   ORGANIZATION IS LINE SEQUENTIAL
                   FILE STATUS IS WS-LPSGL-STATUS.

      *        Returned-deposited-item reversals written by
      *        DEPOSIT-RETURN-PROC - booked through the chart's RDI
      *        row so the GL unwinds the original deposit pair.
           FD CHG-GL-FILE.
           01 CHG-GL-IO             PIC X(116).

           FD ALW-GL-FILE.
           01 ALW-GL-IO             PIC X(116).

           FD LEX-GL-FILE.
           01 LEX-GL-IO             PIC X(116).

           FD DRW-GL-FILE.
           01 DRW-GL-IO             PIC X(116).

           FD VLT-GL-FILE.
           01 VLT-GL-IO             PIC X(116).

           FD LPS-GL-FILE.
           01 LPS-GL-IO             PIC X(116).

           FD GL-POSTINGS-FILE.
           COPY "GL-POSTING-RECORD.cpy".

               88 WS-DRWGL-FILE-OK      VALUE "00".
           01 WS-EOF-DRWGL          PIC X VALUE "N".
               88 END-OF-DRWGL          VALUE "Y".
           01 WS-VLTGL-STATUS       PIC XX.
               88 WS-VLTGL-FILE-OK      VALUE "00".
           01 WS-EOF-VLTGL          PIC X VALUE "N".
               88 END-OF-VLTGL          VALUE "Y".
           01 WS-LPSGL-STATUS       PIC XX.
               88 WS-LPSGL-FILE-OK      VALUE "00".
           01 WS-EOF-LPSGL          PIC X VALUE "N".
               88 END-OF-LPSGL          VALUE "Y".
           01 WS-OCGL-STATUS        PIC XX.
               88 WS-OCGL-FILE-OK       VALUE "00".
           01 WS-EOF-OCGL           PIC X VALUE "N".
               88 WS-CHGGL-FILE-OK      VALUE "00".
           01 WS-EOF-CHGGL          PIC X VALUE "N".
               88 END-OF-CHGGL          VALUE "Y".
           01 WS-ALWGL-STATUS       PIC XX.
               88 WS-ALWGL-FILE-OK      VALUE "00".
           01 WS-EOF-ALWGL          PIC X VALUE "N".
               88 END-OF-ALWGL          VALUE "Y".
           01 WS-LEXGL-STATUS       PIC XX.
               88 WS-LEXGL-FILE-OK      VALUE "00".
           01 WS-EOF-LEXGL          PIC X VALUE "N".
               88 END-OF-LEXGL          VALUE "Y".
           01 WS-PRIOR-STATUS       PIC XX.
               88 WS-PRIOR-FILE-OK      VALUE "00".
           01 WS-EOF-PRIOR          PIC X VALUE "N".
               PERFORM PROCESS-RDI-TXNS
               PERFORM PROCESS-OC-GL-TXNS
               PERFORM PROCESS-CHG-GL-TXNS
               PERFORM PROCESS-ALW-GL-TXNS
               PERFORM PROCESS-LEX-GL-TXNS
               PERFORM PROCESS-DRW-GL-TXNS
               PERFORM PROCESS-VLT-GL-TXNS
               PERFORM PROCESS-LPS-GL-TXNS
               PERFORM PROCESS-REVERSAL-POSTINGS
               CLOSE GL-POSTINGS-FILE
               PERFORM DISPLAY-RESULTS
               END-READ.

      *    --- Optional file: a day with no collected loan payments
      *        posts none. LNP rows here carry the principal portion,
      *        LNI rows the interest portion, LNF rows the late
      *        charges and LNE rows the escrow deposit of each
      *        collected payment, LPP rows a participant bank's
      *        share (to the participation payable) and LSF rows
      *        the servicing fee kept from it, each booked via its
      *        own chart row ---
           PROCESS-LOAN-GL-TXNS.
               OPEN INPUT LOAN-GL-FILE
               IF WS-LOANGL-FILE-OK
                   PERFORM POST-TRANSACTION
               END-READ.

      *    --- Optional file: empty on every night but month-end -
      *        see LOAN-ALLOWANCE ---
           PROCESS-ALW-GL-TXNS.
               OPEN INPUT ALW-GL-FILE
               IF WS-ALWGL-FILE-OK
                   PERFORM POST-ONE-ALW-GL-TXN
                       UNTIL END-OF-ALWGL
                   CLOSE ALW-GL-FILE
               END-IF.

           POST-ONE-ALW-GL-TXN.
               READ ALW-GL-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-ALWGL
               NOT AT END
                   PERFORM POST-TRANSACTION
               END-READ.

      *    --- Optional file: a day with no escrow bills due posts
      *        none - see LOAN-ESCROW ---
           PROCESS-LEX-GL-TXNS.
               OPEN INPUT LEX-GL-FILE
               IF WS-LEXGL-FILE-OK
                   PERFORM POST-ONE-LEX-GL-TXN
                       UNTIL END-OF-LEXGL
                   CLOSE LEX-GL-FILE
               END-IF.

           POST-ONE-LEX-GL-TXN.
               READ LEX-GL-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LEXGL
               NOT AT END
                   PERFORM POST-TRANSACTION
               END-READ.

      *    --- Optional file: a day with every drawer balanced
      *        posts none - see DRAWER-PROOF ---
           PROCESS-DRW-GL-TXNS.
                   PERFORM POST-TRANSACTION
               END-READ.

      *    --- Optional file: a day with no cash shipments posts
      *        none - see VAULT-CASH ---
           PROCESS-VLT-GL-TXNS.
               OPEN INPUT VLT-GL-FILE
               IF WS-VLTGL-FILE-OK
                   PERFORM POST-ONE-VLT-GL-TXN
                       UNTIL END-OF-VLTGL
                   CLOSE VLT-GL-FILE
               END-IF.

           POST-ONE-VLT-GL-TXN.
               READ VLT-GL-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-VLTGL
               NOT AT END
                   PERFORM POST-TRANSACTION
               END-READ.

      *    --- Optional file: written only on the last business day
      *        of the month - see PARTICIPATION-REMIT ---
           PROCESS-LPS-GL-TXNS.
               OPEN INPUT LPS-GL-FILE
               IF WS-LPSGL-FILE-OK
                   PERFORM POST-ONE-LPS-GL-TXN
                       UNTIL END-OF-LPSGL
                   CLOSE LPS-GL-FILE
               END-IF.

           POST-ONE-LPS-GL-TXN.
               READ LPS-GL-FILE INTO TRANSACTION-RECORD
               AT END
                   MOVE "Y" TO WS-EOF-LPSGL
               NOT AT END
                   PERFORM POST-TRANSACTION
               END-READ.

      *    Optional file: a day with no same-day reversals/voids posts
      *    none. Only the RVC/RVD lines are ours to post here - every
      *    other ledger line was already posted from its own source
