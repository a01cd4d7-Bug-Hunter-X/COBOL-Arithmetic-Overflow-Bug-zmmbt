      *****************************************************************
      *  CTRBRLA.cpy
      *  Balancing-rule change-audit record - appended by the CTRBMNT
      *  maintenance transaction for every add, change, or
      *  retirement of a CTRBRUL rule, the same way CTRMNT audits
      *  CTRDEF in CTRDEFA.
      *
      *  BRLA-CHANGE-TYPE   A = rule added
      *                     C = rule changed
      *                     R = rule retired
      *  BRLA-OLD-RULE and BRLA-NEW-RULE are complete CTRBRUL record
      *  images before and after the change - the old image is
      *  spaces on an add, the new image spaces on a retirement.
      *****************************************************************
       01  CTR-BRLA-RECORD.
           05  BRLA-TIMESTAMP              PIC X(14).
           05  BRLA-OPERATOR               PIC X(3).
           05  BRLA-CHANGE-TYPE            PIC X(1).
           05  BRLA-RULE-ID                PIC X(8).
           05  BRLA-OLD-RULE               PIC X(147).
           05  BRLA-NEW-RULE               PIC X(147).
