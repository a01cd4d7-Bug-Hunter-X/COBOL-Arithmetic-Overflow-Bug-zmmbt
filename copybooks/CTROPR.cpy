      *****************************************************************
      *  CTROPR.cpy
      *  Operator security registry record - one row per operator,
      *  maintained through CTROPRM and read by the CTROPRC access
      *  check that every maintenance transaction calls before it
      *  lets an operator act.
      *
      *  OPR-ID is the three-character operator ID keyed at every
      *  "Operator initials" prompt and carried on every audit row
      *  (DEFA-OPERATOR, RSUB-OPERATOR, CASE-CLOSE-OPERATOR and so
      *  on).  An ID that is not on the registry cannot sign on.
      *
      *  OPR-STATUS      A = active
      *                  R = revoked - kept on file so the audit
      *                      trail's initials still resolve to a
      *                      name, but refused everything
      *
      *  OPR-ROLE-FLAG   Y = role held, anything else = not held, by
      *  position:
      *    1  D  definition maintenance     CTRMNT, CTRBMNT, and
      *                                     CTRRSTM restatements
      *    2  C  calendar maintenance       CTRCALM
      *    3  A  alert acknowledge          CTRALMG
      *    4  K  case close                 CTRCASEM
      *    5  R  reject repair              CTRREPR
      *    6  P  recommendation approval    CTRMNT P)ending, and
      *                                     CTRAPPR S/V adjustment
      *                                     approval
      *    7  S  security administration    CTROPRM
      *  A CTRSTPM rerun mark needs only a sign-on - any active
      *  operator on the registry may send the chain back to a step.
      *****************************************************************
       01  CTR-OPR-RECORD.
           05  OPR-ID                      PIC X(3).
           05  OPR-NAME                    PIC X(30).
           05  OPR-STATUS                  PIC X(1).
               88  OPR-ACTIVE                        VALUE 'A'.
               88  OPR-REVOKED                       VALUE 'R'.
           05  OPR-ROLE-FLAGS.
               10  OPR-ROLE-DEFN           PIC X(1).
               10  OPR-ROLE-CAL            PIC X(1).
               10  OPR-ROLE-ALERT          PIC X(1).
               10  OPR-ROLE-CASE           PIC X(1).
               10  OPR-ROLE-REPAIR         PIC X(1).
               10  OPR-ROLE-RCMD           PIC X(1).
               10  OPR-ROLE-SECURITY       PIC X(1).
           05  FILLER REDEFINES OPR-ROLE-FLAGS.
               10  OPR-ROLE-FLAG           PIC X(1) OCCURS 7 TIMES.
           05  OPR-CHANGED-TIMESTAMP       PIC X(14).
           05  OPR-CHANGED-BY              PIC X(3).
