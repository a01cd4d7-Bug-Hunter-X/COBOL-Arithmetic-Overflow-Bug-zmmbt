      *****************************************************************
      *  CTRSTEP.cpy
      *  Nightly job-chain step-control record - one row per business
      *  date and step.  The chain runs CTREDIT, CTRDRIVE, CTRANOM,
      *  CTRRECON, CTRBAL, CTREXTR, CTRALMG, CTRMORN in that order;
      *  each step records its start, end and return code here
      *  through the CTRSTPC step-control module, and will not start
      *  for a business date unless every step ahead of it has
      *  completed cleanly for that same date.  A step already
      *  complete for the date is not repeated when the chain is
      *  resubmitted, so a restarted chain picks up where it stopped.
      *  CTRALMG's step is its unattended CHAIN-mode queue merge; its
      *  operator runs, which escalate and acknowledge alerts, are
      *  outside step control and never recorded here.
      *
      *  STEP-STATUS   S = started, not yet ended (running, or the
      *                    attempt abended - the next attempt is a
      *                    restart)
      *                C = completed cleanly (return code 4 or less)
      *                F = ended with a return code over 4
      *                R = marked for rerun by STEP-RERUN-BY through
      *                    CTRSTPM - marking a step marks every step
      *                    after it too, since they ran on its output
      *
      *  STEP-PROC-DATE is the business date from CTRCYCLE (CTREDIT,
      *  which runs before CTRDRIVE has moved CTRCYCLE on, takes the
      *  business date from the CTRCAL calendar the way CTRDRIVE
      *  does).  STEP-RUN-COUNT counts the attempts for the date.
      *****************************************************************
       01  CTR-STEP-RECORD.
           05  STEP-PROC-DATE              PIC X(8).
           05  STEP-NAME                   PIC X(8).
           05  STEP-STATUS                 PIC X(1).
               88  STEP-STARTED                      VALUE 'S'.
               88  STEP-COMPLETE                     VALUE 'C'.
               88  STEP-FAILED                       VALUE 'F'.
               88  STEP-RERUN                        VALUE 'R'.
           05  STEP-START-TIMESTAMP        PIC X(14).
           05  STEP-END-TIMESTAMP          PIC X(14).
           05  STEP-RETURN-CODE            PIC 9(4).
           05  STEP-RUN-COUNT              PIC 9(3).
           05  STEP-RERUN-BY               PIC X(3).
           05  STEP-RERUN-TIMESTAMP        PIC X(14).
