      *              BATCH-STATUS reads it back for the operator:
      *              tonight's progress, recent runs, and which steps
      *              are trending toward the SLA window.
      *              BATCH-FORECAST reads it back too, for each
      *              step's per-record timing, and appends the
      *              night's forecast rows ahead of the real ones.
      * USED BY:    BATCH-RUNNER (writer), BATCH-STATUS (reader),
      *             BATCH-FORECAST (reader and writer)
      *================================================================
           01 BATCH-RUN-LOG-RECORD.
               05 BRL-DATE             PIC X(10).
               05 BRL-STEP-NUM         PIC 9(03).
               05 BRL-STEP-NAME        PIC X(30).
               05 BRL-START-TIME       PIC X(08).
               05 BRL-END-TIME         PIC X(08).
      *            An expected feed that never arrived - see
      *            BATCH-RUNNER's feed-calendar pre-flight.
                   88 BRL-FEED-MISSING     VALUE "FEEDMISS".
      *            BATCH-FORECAST's prediction for the step, written
      *            before the chain starts: start/end times are the
      *            predicted clock times and the elapsed seconds the
      *            predicted run time. Step 0 is the whole window.
                   88 BRL-FORECAST         VALUE "FORECAST".
      *        FORECAST rows only: the record count of the feed that
      *        drives the step tonight, and H/L when that count is
      *        far above/below the step's own history. Spaces on
      *        every other row (and on rows logged before the
      *        forecast existed).
               05 BRL-VOLUME           PIC 9(07).
               05 BRL-VOLUME-FLAG      PIC X(01).
                   88 BRL-VOLUME-HIGH      VALUE "H".
                   88 BRL-VOLUME-LOW       VALUE "L".
               05 FILLER               PIC X(16) VALUE SPACES.
