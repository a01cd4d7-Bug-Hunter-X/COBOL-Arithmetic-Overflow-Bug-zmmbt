      *****************************************************************
      *  CTRPARM.cpy
      *  Run-option parameter record for CTRDRIVE and CTRALMG.  The
      *  operator (or the scheduler) stages a one-line CTRPARM file
      *  next to the other control files to select a non-default run
      *  mode; no file, or anything other than the modes below, is a
      *  normal run - for CTRALMG, the operator's interactive run.
      *
      *  PARM-RUN-MODE   SIMULATE = what-if run: process CTRTRAN
      *                  exactly as production would but commit
      *                  snapshot, alert, exception or adjustment
      *                  records - and write the projected results
      *                  to the CTRSIM report instead.
      *                  CTRDRIVE only.
      *                  CHAIN = CTRALMG as the nightly chain step:
      *                  merge the alert queue unattended, under
      *                  CTRSTPC step control, with no console
      *                  prompts.  CTRDRIVE treats it as a normal
      *                  production run.
      *****************************************************************
       01  CTR-PARM-RECORD.
           05  PARM-RUN-MODE               PIC X(8).
               88  PARM-SIMULATE                    VALUE 'SIMULATE'.
               88  PARM-CHAIN-STEP                  VALUE 'CHAIN'.
