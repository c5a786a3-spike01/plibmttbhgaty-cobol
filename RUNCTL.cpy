      *  RUN-CONTROL-RECORD - one step of the nightly job stream,
      *  kept by NIGHTRUN in RUNCTL. The file holds the latest night
      *  only, one record per step, and is rewritten every time a
      *  step starts or ends, so after a failure it shows exactly
      *  where the night stopped.
      *  NR-RUN-DATE is the business date of the night. A restart
      *  keeps the date of the night it is finishing.
      *  NR-STATUS: P = NOT YET RUN, R = RUNNING (STARTED, NO END
      *  RECORDED - THE STEP ENDED THE RUN UNIT), C = COMPLETE,
      *  K = SKIPPED BY ITS CONDITION-CODE RULE, F = FAILED (RC 16 OR
      *  MORE, OR THE PROGRAM COULD NOT BE LOADED).
      *  NR-ATTEMPTS counts how many times the step has been started
      *  for this night.
       01 RUN-CONTROL-RECORD.
         05 NR-RUN-DATE PIC 9(08).
         05 NR-STEP-NO PIC 9(02).
         05 NR-PROGRAM PIC X(08).
         05 NR-STATUS PIC X(01).
         05 NR-START-DATE PIC 9(08).
         05 NR-START-TIME PIC 9(08).
         05 NR-END-DATE PIC 9(08).
         05 NR-END-TIME PIC 9(08).
         05 NR-RETURN-CODE PIC 9(04).
         05 NR-ATTEMPTS PIC 9(02).
         05 NR-NOTE PIC X(40).
