      *----------------------------------------------------------*
      *  DL100OPA - OPERATOR AUTHORITY RECORD.  THE OPERAUTH     *
      *             DATASET IS MAINTAINED BY SECURITY            *
      *             ADMINISTRATION, ONE RECORD PER OPERATOR,     *
      *             SAYING WHICH CARD-DRIVEN MAINTENANCE         *
      *             FUNCTIONS THE OPERATOR MAY PERFORM.  A CARD  *
      *             WHOSE OPERATOR IS NOT ON FILE, IS INACTIVE,  *
      *             OR LACKS THE FUNCTION IS REFUSED.  OPERATOR  *
      *             '********' IS THE CONTROL RECORD: ITS DUAL   *
      *             LIMIT IS THE HELD AMOUNT ABOVE WHICH A DL180 *
      *             APPROVAL NEEDS A SECOND, DIFFERENT APPROVER. *
      *----------------------------------------------------------*
       01  DL100-OPA-RECORD.
           05  DL100-OPA-OPERATOR-ID     PIC X(08).
               88  DL100-OPA-CONTROL-REC         VALUE '********'.
           05  DL100-OPA-NAME            PIC X(30).
           05  DL100-OPA-ACTIVE-FLAG     PIC X(01).
               88  DL100-OPA-ACTIVE              VALUE 'A'.
               88  DL100-OPA-INACTIVE            VALUE 'I'.
           05  DL100-OPA-AUTH-FLAGS.
               10  DL100-OPA-STATUS-AUTH PIC X(01).
                   88  DL100-OPA-MAY-STATUS      VALUE 'Y'.
               10  DL100-OPA-REGION-AUTH PIC X(01).
                   88  DL100-OPA-MAY-REGION      VALUE 'Y'.
               10  DL100-OPA-RATE-AUTH   PIC X(01).
                   88  DL100-OPA-MAY-RATE        VALUE 'Y'.
               10  DL100-OPA-REPAIR-AUTH PIC X(01).
                   88  DL100-OPA-MAY-REPAIR      VALUE 'Y'.
               10  DL100-OPA-RELEASE-AUTH
                                         PIC X(01).
                   88  DL100-OPA-MAY-RELEASE     VALUE 'Y'.
               10  FILLER                PIC X(05).
           05  DL100-OPA-DUAL-LIMIT      PIC 9(09)V99.
           05  FILLER                    PIC X(20).
