      *             TAKING A FULL-FILE COPY EVERY NIGHT.  THE    *
      *             RECORD IS 100 BYTES SO THE DL100HDT HD/TL    *
      *             CONTROL RECORDS RIDE THE SAME FILE.          *
      *             A REVERSAL IS TAGGED 'R' AND CARRIES, BESIDE *
      *             ITS OWN OFFSETTING AMOUNT, THE ID AND POSTED *
      *             AMOUNT OF THE ORIGINAL IT BACKS OUT, SO THE  *
      *             POSTING SYSTEMS BOOK A TRUE OFFSET AGAINST   *
      *             THE ORIGINAL.  BOTH ARE ZERO ON EVERY OTHER  *
      *             RECORD.                                      *
      *----------------------------------------------------------*
       01  DL100-DELTA-RECORD.
           05  DL100-DLT-ACTION          PIC X(01).
               88  DL100-DLT-ACT-ADD             VALUE 'A'.
               88  DL100-DLT-ACT-UPDATE          VALUE 'U'.
               88  DL100-DLT-ACT-DELETE          VALUE 'D'.
               88  DL100-DLT-ACT-REVERSAL        VALUE 'R'.
           05  DL100-DLT-ID              PIC 9(06).
           05  DL100-DLT-TRANS-DATE      PIC 9(08).
           05  DL100-DLT-NAME            PIC X(30).
           05  DL100-DLT-AMOUNT          PIC S9(09)V99 COMP-3.
           05  DL100-DLT-STATUS-CD       PIC X(02).
           05  DL100-DLT-MAINT-DATE      PIC 9(08).
           05  DL100-DLT-ORIG-ID         PIC 9(06).
           05  DL100-DLT-ORIG-AMOUNT     PIC S9(09)V99 COMP-3.
           05  FILLER                    PIC X(27).
