      *****************************************************************
      *  CTROPRL.cpy
      *  Parameter area passed to the CTROPRC operator access check.
      *
      *  OPRL-FUNCTION   S = sign-on - is OPRL-OPERATOR on the registry
      *                      and active?  When OPRL-ROLE is given the
      *                      role is checked too and the sign-on
      *                      counts as its use.
      *                  C = check - may OPRL-OPERATOR act under
      *                      OPRL-ROLE right now?  Called before each
      *                      action, so a revocation takes effect
      *                      mid-session.
      *                  M = log a registry change made by
      *                      OPRL-OPERATOR, described in OPRL-DETAIL
      *
      *  OPRL-PROGRAM is the calling program's name, for the log.
      *  OPRL-DETAIL is optional on S and C - what was being done.
      *
      *  OPRL-RESULT     G = granted
      *                  B = granted on bootstrap (no registry file
      *                      yet, security administration sign-on)
      *                  N = refused - OPRL-REASON as ACCL-REASON
      *  OPRL-OPERATOR-NAME is returned from the registry when known.
      *****************************************************************
       01  CTR-OPR-LINKAGE.
           05  OPRL-FUNCTION               PIC X(1).
               88  OPRL-SIGN-ON                      VALUE 'S'.
               88  OPRL-CHECK-ROLE                   VALUE 'C'.
               88  OPRL-LOG-MAINTENANCE              VALUE 'M'.
           05  OPRL-PROGRAM                PIC X(8).
           05  OPRL-OPERATOR               PIC X(3).
           05  OPRL-ROLE                   PIC X(1).
           05  OPRL-DETAIL                 PIC X(30).
           05  OPRL-RESULT                 PIC X(1).
               88  OPRL-GRANTED                      VALUE 'G' 'B'.
               88  OPRL-BOOTSTRAP                    VALUE 'B'.
               88  OPRL-REFUSED                      VALUE 'N'.
           05  OPRL-REASON                 PIC X(1).
           05  OPRL-OPERATOR-NAME          PIC X(30).
