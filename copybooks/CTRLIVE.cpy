      *  the CTRINQ online inquiry transaction can show current
      *  counter values and overflow status mid-batch-window, without
      *  waiting for the job to finish or abort.
      *
      *  CTRLIVE is an indexed file keyed on LIVE-CTR-ID, so CTRINQ
      *  can read one counter directly as well as list them all.
      *****************************************************************
       01  CTR-LIVE-RECORD.
           05  LIVE-CTR-ID                 PIC X(8).
