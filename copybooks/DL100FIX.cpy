      *             IMPLIED DECIMALS.  THE REGION OVERRIDE LETS   *
      *             A REJECT CAPTURED AHEAD OF ANY HEADER ('???') *
      *             BE RESUBMITTED UNDER A REAL REGION CODE.      *
      *             THE OPERATOR ID MUST CARRY REPAIR AUTHORITY   *
      *             ON THE OPERAUTH DATASET OR THE CARD IS        *
      *             REFUSED.                                      *
      *----------------------------------------------------------*
       01  DL100-FIX-RECORD.
           05  DL100-FIX-SEQ-NO          PIC 9(08).
           05  DL100-FIX-NEW-AMOUNT      PIC X(11).
           05  DL100-FIX-NEW-STATUS-CD   PIC X(02).
           05  DL100-FIX-REGION-CD       PIC X(03).
           05  DL100-FIX-OPERATOR-ID     PIC X(08).
           05  FILLER                    PIC X(04).
