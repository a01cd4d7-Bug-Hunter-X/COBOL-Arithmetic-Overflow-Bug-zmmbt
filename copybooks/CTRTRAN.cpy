      *     space = legacy one-per-event record, add 1 (quantity
      *             ignored, so pre-existing feeds keep working)
      *     A = add TRAN-QUANTITY to the counter
      *     S = subtract TRAN-QUANTITY (privileged adjustment -
      *         held in the CTRPADJ queue until a second operator
      *         approves it, then posted and written to CTRADJ)
      *     V = set the counter to the absolute value TRAN-QUANTITY
      *         (privileged adjustment, held for approval like S)
      *     T = batch control trailer for the merged file -
      *         TRAN-QUANTITY carries the record count of everything
      *         merged ahead of it (including B/E records); checked
      *         by the front-end edit, never applied to a counter
      *     B = per-source batch header - TRAN-SOURCE-ID names the
      *         sending system; every record until the matching E
      *         belongs to that sender.  TRAN-QUANTITY carries the
      *         sender's batch sequence number and TRAN-CTR-ID the
      *         date the sender created the batch (CCYYMMDD) - the
      *         front-end edit checks both against the CTRBREG
      *         received-batch register.  A header with no numeric
      *         sequence is an unsequenced sender and is not checked.
      *     E = per-source batch trailer - TRAN-QUANTITY carries that
      *         sender's record count, checked by the front-end edit
      *
      *  with no B/E records and no source IDs (the original
      *  single-source format) still passes, with the source left
      *  blank.
      *
      *  TRAN-ENTERED-BY carries the initials of the operator who
      *  released the record into the count through CTRREPR (as-is
      *  or corrected).  It is always blank on a record as the
      *  sender transmitted it - the front-end edit clears it there,
      *  only CTRREPR can vouch for an operator - and the original
      *  26-byte records, which stop short of it, read as blank.
      *  Dual control on S and V adjustments uses it to keep the
      *  releasing operator from approving their own record.
      *
      *  TRAN-EVENT-TIMESTAMP is when the event happened at the
      *  sender, CCYYMMDDHHMMSS.  The front-end edit rejects a time
      *  that is not a real time or falls outside the business
      *  date's posting window (reason 09), and a blank one from a
      *  sender the CTRSRC registry says stamps its records.  Feeds
      *  in the older formats, which stop short of it, read as
      *  blank and still pass.  CTRDRIVE builds each counter's
      *  hourly profile for the CTRHOUR history from it.
      *****************************************************************
       01  CTR-TRAN-RECORD.
           05  TRAN-CTR-ID                 PIC X(8).
           05  TRAN-TYPE-CODE              PIC X(1).
           05  TRAN-QUANTITY               PIC 9(9).
           05  TRAN-SOURCE-ID              PIC X(8).
           05  TRAN-ENTERED-BY             PIC X(3).
           05  TRAN-EVENT-TIMESTAMP.
               10  TRAN-EVENT-DATE.
                   15  TRAN-EVENT-CCYY     PIC X(4).
                   15  TRAN-EVENT-MONTH    PIC X(2).
                   15  TRAN-EVENT-DAY      PIC X(2).
               10  TRAN-EVENT-HOUR         PIC X(2).
               10  TRAN-EVENT-MINUTE       PIC X(2).
               10  TRAN-EVENT-SECOND       PIC X(2).
