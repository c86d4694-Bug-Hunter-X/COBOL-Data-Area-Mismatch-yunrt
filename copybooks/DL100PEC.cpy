      *----------------------------------------------------------*
      *  DL100PEC - OPTIONAL CONTROL-CARD RECORD FOR THE DL230   *
      *             PERIOD-END ROLL-FORWARD.  NAMES THE LAST     *
      *             BUSINESS DATE OF THE PERIOD BEING CLOSED;    *
      *             WITHOUT IT THE CURRENT DATE IS THE PERIOD    *
      *             END.                                         *
      *----------------------------------------------------------*
       01  DL100-PEC-CONTROL-RECORD.
           05  DL100-PEC-PERIOD-END      PIC 9(08).
           05  FILLER                    PIC X(72).
