      *             EXTRACT FOR THE NEXT NIGHT'S RUN; 'R'        *
      *             REJECTS THEM FOR GOOD.  ITEMS WITH NO CARD   *
      *             STAY HELD IN THE NEXT SUSPENSE GENERATION.   *
      *             THE OPERATOR MUST CARRY RELEASE AUTHORITY ON *
      *             THE OPERAUTH DATASET.  AN APPROVAL OF A HELD *
      *             AMOUNT ABOVE THE OPERAUTH DUAL LIMIT, OR IN  *
      *             A FOREIGN CURRENCY, ALSO NEEDS A SECOND,     *
      *             DIFFERENT APPROVER WITH RELEASE AUTHORITY.   *
      *----------------------------------------------------------*
       01  DL100-REL-RECORD.
           05  DL100-REL-ACTION          PIC X(01).
               88  DL100-REL-APPROVE             VALUE 'A'.
               88  DL100-REL-REJECT              VALUE 'R'.
           05  DL100-REL-ID              PIC X(06).
           05  DL100-REL-OPERATOR-ID     PIC X(08).
           05  DL100-REL-APPROVER-ID     PIC X(08).
           05  FILLER                    PIC X(57).
