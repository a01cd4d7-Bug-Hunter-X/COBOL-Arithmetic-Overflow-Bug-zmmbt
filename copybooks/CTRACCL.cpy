      *****************************************************************
      *  CTRACCL.cpy
      *  Central access log record - appended by the CTROPRC access
      *  check for every maintenance-transaction sign-on, the first
      *  use of each role in a session, every refused attempt, and
      *  every change CTROPRM makes to the operator registry.
      *  CTROPRR reads it for the quarterly access review.
      *
      *  ACCL-EVENT      S = sign-on accepted
      *                  U = role used - the first action under a
      *                      role in the session
      *                  N = refused - ACCL-REASON says why
      *                  M = registry maintained - ACCL-DETAIL names
      *                      the operator entry changed
      *  ACCL-ROLE       role letter checked (see CTROPR.cpy), blank
      *                  on a sign-on that only proves identity
      *  ACCL-REASON     on a refusal:
      *                  U = operator ID not on the registry
      *                  V = operator revoked
      *                  R = role not held
      *                  F = registry could not be read
      *                  L = the grant could not be logged
      *                  on an accepted sign-on:
      *                  B = bootstrap - no registry yet, so the first
      *                      security administrator was let in to
      *                      create it
      *****************************************************************
       01  CTR-ACCL-RECORD.
           05  ACCL-TIMESTAMP              PIC X(14).
           05  ACCL-PROGRAM                PIC X(8).
           05  ACCL-OPERATOR               PIC X(3).
           05  ACCL-EVENT                  PIC X(1).
               88  ACCL-SIGN-ON                      VALUE 'S'.
               88  ACCL-ROLE-USED                    VALUE 'U'.
               88  ACCL-REFUSED                      VALUE 'N'.
               88  ACCL-MAINTAINED                   VALUE 'M'.
           05  ACCL-ROLE                   PIC X(1).
           05  ACCL-REASON                 PIC X(1).
           05  ACCL-DETAIL                 PIC X(30).
