      *****************************************************************
      *  CTRBALR.cpy
      *  Cross-foot exception report line - one row per CTRBRUL
      *  balancing rule out of balance by more than its tolerance,
      *  plus the header/footer lines of the report.  Built by CTRBAL.
      *****************************************************************
       01  CTR-BALR-LINE                   PIC X(80).
