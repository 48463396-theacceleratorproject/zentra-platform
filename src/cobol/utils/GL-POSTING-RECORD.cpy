      *              back to a chart-of-accounts trial balance without
      *              re-deriving debits/credits from the source
      *              transaction files.
      * USED BY:    GL-POSTING (writer), JOURNAL-ENTRY-PROC (appends)
      *================================================================
           01 GL-POSTING-RECORD.
               05 GP-DATE              PIC X(10).
