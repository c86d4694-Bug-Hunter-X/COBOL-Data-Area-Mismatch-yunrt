      *----------------------------------------------------------*
      *  DL100XPC - OPTIONAL CONTROL-CARD RECORD FOR THE DL250   *
      *             EXPOSURE REPORT.  THE AS-OF DATE THE ROLLING *
      *             WINDOW ENDS ON (DEFAULT THE CURRENT DATE)    *
      *             AND HOW MANY CUSTOMERS TO LIST, CLOSEST TO   *
      *             THEIR CEILING FIRST (DEFAULT 50, AT MOST     *
      *             200).  A BLANK FIELD TAKES THE DEFAULT.      *
      *----------------------------------------------------------*
       01  DL100-XPC-CONTROL-RECORD.
           05  DL100-XPC-AS-OF-DATE      PIC 9(08).
           05  DL100-XPC-AS-OF-X
               REDEFINES DL100-XPC-AS-OF-DATE
                                         PIC X(08).
           05  DL100-XPC-TOP-COUNT       PIC 9(03).
           05  DL100-XPC-TOP-X
               REDEFINES DL100-XPC-TOP-COUNT
                                         PIC X(03).
           05  FILLER                    PIC X(69).
