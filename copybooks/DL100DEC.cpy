      *             ONE RECORD TO THE CUMULATIVE DECISLOG        *
      *             DATASET FOR EVERY SUPERVISOR APPROVE OR      *
      *             REJECT, SO EVERY RELEASE DECISION CAN BE     *
      *             ACCOUNTED FOR AFTER THE FACT, AND BY WHOM.   *
      *             APPROVER-ID IS THE SECOND APPROVER, BLANK    *
      *             WHEN ONE WAS NOT NEEDED OR NOT GIVEN.        *
      *----------------------------------------------------------*
       01  DL100-DECISION-RECORD.
           05  DL100-DEC-DATE            PIC 9(08).
           05  DL100-DEC-ID              PIC X(06).
           05  DL100-DEC-SEQ-NO          PIC 9(08).
           05  DL100-DEC-REASON-CD       PIC X(01).
           05  DL100-DEC-OPERATOR-ID     PIC X(08).
           05  DL100-DEC-APPROVER-ID     PIC X(08).
           05  FILLER                    PIC X(32).
