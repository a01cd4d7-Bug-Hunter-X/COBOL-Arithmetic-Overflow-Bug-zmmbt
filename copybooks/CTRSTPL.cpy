      *****************************************************************
      *  CTRSTPL.cpy
      *  Parameter area passed to the CTRSTPC step-control module.
      *
      *  STPL-FUNCTION   B = begin step - may this step start?
      *                  E = end step - record STPL-RETURN-CODE
      *                  R = mark STPL-STEP-NAME and every step after
      *                      it for rerun, by STPL-OPERATOR
      *
      *  STPL-BUSINESS-DATE may be passed as spaces on a begin: the
      *  module fills in the chain's business date (the CTRCAL
      *  calendar for the chain's first step, the date CTREDIT has
      *  completed and CTRDRIVE has not for the second, CTRCYCLE for
      *  the rest) and the caller posts to the date it is given and
      *  passes the same area back unchanged on the end call.
      *
      *  STPL-RESULT     G = go - the step may run / request done
      *                  S = skip - already complete for this date
      *                  N = refused - a predecessor has not
      *                      completed cleanly, or the step-control
      *                      file could not be updated
      *****************************************************************
       01  CTR-STEP-LINKAGE.
           05  STPL-FUNCTION               PIC X(1).
               88  STPL-BEGIN-STEP                   VALUE 'B'.
               88  STPL-END-STEP                     VALUE 'E'.
               88  STPL-MARK-RERUN                   VALUE 'R'.
           05  STPL-STEP-NAME              PIC X(8).
           05  STPL-BUSINESS-DATE          PIC X(8).
           05  STPL-RETURN-CODE            PIC 9(4).
           05  STPL-OPERATOR               PIC X(3).
           05  STPL-RESULT                 PIC X(1).
               88  STPL-GO                           VALUE 'G'.
               88  STPL-SKIP                         VALUE 'S'.
               88  STPL-REFUSED                      VALUE 'N'.
