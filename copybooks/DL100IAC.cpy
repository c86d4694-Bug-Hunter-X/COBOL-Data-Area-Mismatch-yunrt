      *----------------------------------------------------------*
      *  DL100IAC - OPTIONAL CONTROL-CARD RECORD FOR THE DL260   *
      *             WEEKLY INTEGRITY AUDIT.  THE AS-OF DATE THE  *
      *             AUDIT IS TAKEN ON (DEFAULT THE CURRENT DATE) *
      *             AND THE ID MASTER RETENTION DAYS (DEFAULT    *
      *             30) - KEEP THE LATTER IN STEP WITH THE       *
      *             DL100 CTLCARD RETENTION FIELD.  A BLANK      *
      *             FIELD TAKES THE DEFAULT.                     *
      *----------------------------------------------------------*
       01  DL100-IAC-CONTROL-RECORD.
           05  DL100-IAC-AS-OF-DATE      PIC 9(08).
           05  DL100-IAC-AS-OF-X
               REDEFINES DL100-IAC-AS-OF-DATE
                                         PIC X(08).
           05  DL100-IAC-RETENTION-DAYS  PIC 9(03).
           05  DL100-IAC-RETENTION-X
               REDEFINES DL100-IAC-RETENTION-DAYS
                                         PIC X(03).
           05  FILLER                    PIC X(69).
