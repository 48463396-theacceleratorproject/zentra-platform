      *================================================================
      * COPYBOOK:   JOURNAL-ENTRY-RECORD.cpy
      * DESCRIPTION: One line of a manual general-ledger journal entry
      *              (150-byte fixed), persisted across runs in
      *              data/output/JOURNAL-ENTRIES.dat - the journal
      *              register. An entry is two or more lines sharing a
      *              JE-JOURNAL-ID ("J" + 7 digits), numbered from 001;
      *              the entry-level fields repeat on every line.
      *              Lifecycle: a balanced entry keyed by one operator
      *              (JE-MAKER) waits P until a second operator
      *              (JE-CHECKER) approves it - it then posts to that
      *              night's GL and becomes A - or declines it (D).
      *              An approved entry flagged JE-AUTO-REVERSE books
      *              its mirror image (every debit a credit and back)
      *              as a new entry dated the next business day,
      *              scheduled S until that night's run posts it; the
      *              two entries point at each other through
      *              JE-REVERSED-BY / JE-REVERSAL-OF.
      * USED BY:    JOURNAL-ENTRY-PROC
      *================================================================
           01 JOURNAL-ENTRY-RECORD.
               05 JE-JOURNAL-ID        PIC X(08).
               05 JE-LINE-NO           PIC 9(03).
      *        The date the maker keyed the entry, and the date it
      *        books under (the GL posting date).
               05 JE-ENTRY-DATE        PIC X(10).
               05 JE-EFFECTIVE-DATE    PIC X(10).
               05 JE-MAKER             PIC X(06).
               05 JE-CHECKER           PIC X(06).
               05 JE-STATUS            PIC X(01).
                   88 JE-PENDING           VALUE "P".
                   88 JE-POSTED            VALUE "A".
                   88 JE-DECLINED          VALUE "D".
                   88 JE-SCHEDULED         VALUE "S".
      *        Approved or declined on; for a reversal, posted on.
               05 JE-DECIDED-DATE      PIC X(10).
               05 JE-AUTO-REVERSE      PIC X(01).
                   88 JE-REVERSE-NEXT-DAY  VALUE "Y".
               05 JE-REVERSAL-OF       PIC X(08).
               05 JE-REVERSED-BY       PIC X(08).
               05 JE-GL-CODE           PIC X(06).
               05 JE-GL-NAME           PIC X(24).
               05 JE-BRANCH-CODE       PIC X(06).
               05 JE-DR-CR             PIC X(01).
                   88 JE-DEBIT             VALUE "D".
                   88 JE-CREDIT            VALUE "C".
               05 JE-AMOUNT            PIC 9(9)V99.
               05 JE-DESCRIPTION       PIC X(30).
               05 FILLER               PIC X(01) VALUE SPACES.
