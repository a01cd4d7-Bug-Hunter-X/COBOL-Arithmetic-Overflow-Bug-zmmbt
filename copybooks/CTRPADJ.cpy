      *****************************************************************
      *  CTRPADJ.cpy
      *  Pending-adjustment queue record - one row per privileged
      *  subtract (S) or set (V) transaction.  CTRDRIVE no longer
      *  applies these the moment they arrive: it holds them here
      *  until a second operator approves them through the CTRAPPR
      *  approval transaction, and posts the approved ones at the
      *  start of the next cycle, writing both sets of initials on
      *  the CTRADJ row.
      *
      *  PADJ-PROC-DATE / PADJ-CYCLE-NUMBER / PADJ-TRAN-SEQ identify
      *  the CTRTRAN record the item was held from (business date,
      *  cycle, and its position in that cycle's transaction file),
      *  so a rerun after an abend can never hold the same record
      *  twice.
      *
      *  PADJ-REQUESTER is the operator who released the record into
      *  the count through CTRREPR (TRAN-ENTERED-BY) - blank for a
      *  record exactly as the sender transmitted it, when
      *  PADJ-SOURCE-ID is the requester.  The approver must never
      *  be the requester.
      *
      *  PADJ-STATUS   P = pending, awaiting a second operator
      *                A = approved, posts on the next CTRDRIVE cycle
      *                D = done - posted to the counter by
      *                    PADJ-POST-RUN-ID
      *                R = rejected by PADJ-APPROVER, PADJ-REASON-CODE
      *                    says why (NC = counter no longer defined
      *                    when the approved item came to post)
      *                X = expired unapproved, reason EX
      *  Decided rows are never removed by the driver or the approval
      *  transaction - the queue is the record of every decision.
      *****************************************************************
       01  CTR-PADJ-RECORD.
           05  PADJ-PROC-DATE              PIC X(8).
           05  PADJ-CYCLE-NUMBER           PIC 9(3).
           05  PADJ-TRAN-SEQ               PIC 9(9).
           05  PADJ-CTR-ID                 PIC X(8).
           05  PADJ-TYPE-CODE              PIC X(1).
           05  PADJ-QUANTITY               PIC 9(9).
           05  PADJ-SOURCE-ID              PIC X(8).
           05  PADJ-REQUESTER              PIC X(3).
           05  PADJ-QUEUE-RUN-ID           PIC X(14).
           05  PADJ-STATUS                 PIC X(1).
               88  PADJ-PENDING                      VALUE 'P'.
               88  PADJ-APPROVED                     VALUE 'A'.
               88  PADJ-POSTED                       VALUE 'D'.
               88  PADJ-REJECTED                     VALUE 'R'.
               88  PADJ-EXPIRED                      VALUE 'X'.
           05  PADJ-APPROVER               PIC X(3).
           05  PADJ-DECISION-TIMESTAMP     PIC X(14).
           05  PADJ-REASON-CODE            PIC X(2).
           05  PADJ-POST-RUN-ID            PIC X(14).
