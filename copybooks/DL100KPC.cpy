      *----------------------------------------------------------*
      *  DL100KPC - OPTIONAL CONTROL-CARD RECORD FOR THE DL270   *
      *             DAILY KPI EXTRACT.  THE BUSINESS DATE TO     *
      *             EXTRACT (DEFAULT THE CURRENT DATE), SO A     *
      *             MISSED DAY CAN BE RE-CUT.  A BLANK FIELD     *
      *             TAKES THE DEFAULT.                           *
      *----------------------------------------------------------*
       01  DL100-KPC-CONTROL-RECORD.
           05  DL100-KPC-BUSINESS-DATE   PIC 9(08).
           05  DL100-KPC-BUSINESS-X
               REDEFINES DL100-KPC-BUSINESS-DATE
                                         PIC X(08).
           05  FILLER                    PIC X(72).
