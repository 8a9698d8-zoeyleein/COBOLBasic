      *****************************************************************
      *  STEPREC.CPY -- Nightly job-stream step record for STEPLOG.
      *                 YYYYMMDD.DAT
      *
      *  One record per step attempt, written by LoveNite as each
      *  step of the filing date's stream finishes: which step, when
      *  it started and ended, the exit code the program handed back
      *  and the outcome. A rerun reads the log back and takes the
      *  last outcome recorded for each step, matched on the program
      *  name, so completed steps are not run twice and the stream
      *  resumes at the step that failed. A step that was not due
      *  (LoveArch off a retention night) is logged as such so the
      *  log still accounts for it.
      *****************************************************************
       01 STEP-RECORD.
           05 SL-FILING-DATE         PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SL-STEP-NO             PIC 9(2).
           05 FILLER                 PIC X VALUE SPACE.
           05 SL-PROGRAM             PIC X(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SL-START-DATE          PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SL-START-TIME          PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 SL-END-DATE            PIC 9(8).
           05 FILLER                 PIC X VALUE SPACE.
           05 SL-END-TIME            PIC 9(6).
           05 FILLER                 PIC X VALUE SPACE.
           05 SL-RETURN-CODE         PIC 9(4).
           05 FILLER                 PIC X VALUE SPACE.
           05 SL-OUTCOME             PIC X.
               88 SL-COMPLETE        VALUE 'C'.
               88 SL-FAILED          VALUE 'F'.
               88 SL-NOT-DUE         VALUE 'N'.
