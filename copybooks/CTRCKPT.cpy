      *     CKPTC-RUN-STATUS  I = checkpoint taken mid-run (restart
      *                           candidate)
      *                       C = run completed the transaction file
      *
      *  CTRCKPT is an indexed file keyed on CKPT-CTR-ID, so a
      *  counter's row and the *RESTART row are each read directly.
      *  '*RESTART' sorts ahead of every counter ID, so the control
      *  row is still the first row a sequential reader sees.
      *****************************************************************
       01  CTR-CKPT-RECORD.
           05  CKPT-CTR-ID                 PIC X(8).
           05  CKPT-CTR-VALUE              PIC 9(9).
           05  CKPT-CTR-OVFL-COUNT         PIC 9(5).
           05  CKPT-CTR-OVFL-FLAG          PIC 9.
           05  FILLER                      PIC X(3).

       01  CTR-CKPT-CONTROL.
           05  CKPTC-CTR-ID                PIC X(8).
