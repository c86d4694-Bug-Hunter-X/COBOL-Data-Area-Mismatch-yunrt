      *----------------------------------------------------------*
      *  DL100AKC - OPTIONAL CONTROL-CARD RECORD FOR THE DL240   *
      *             ACKNOWLEDGEMENT MATCH.  THE AS-OF DATE THE   *
      *             CUTOFF IS MEASURED FROM (DEFAULT THE CURRENT *
      *             DATE), THE DAYS A CONSUMER HAS TO ANSWER A   *
      *             DELIVERY (DEFAULT 1) AND THE DAYS A          *
      *             RESOLVED DELIVERY STAYS ON THE REGISTER      *
      *             (DEFAULT 30).  A BLANK FIELD TAKES THE       *
      *             DEFAULT.                                     *
      *----------------------------------------------------------*
       01  DL100-AKC-CONTROL-RECORD.
           05  DL100-AKC-AS-OF-DATE      PIC 9(08).
           05  DL100-AKC-AS-OF-X
               REDEFINES DL100-AKC-AS-OF-DATE
                                         PIC X(08).
           05  DL100-AKC-CUTOFF-DAYS     PIC 9(03).
           05  DL100-AKC-CUTOFF-X
               REDEFINES DL100-AKC-CUTOFF-DAYS
                                         PIC X(03).
           05  DL100-AKC-RETAIN-DAYS     PIC 9(03).
           05  DL100-AKC-RETAIN-X
               REDEFINES DL100-AKC-RETAIN-DAYS
                                         PIC X(03).
           05  FILLER                    PIC X(66).
