      *----------------------------------------------------------*
      *  DL100BKC - CONTROL-CARD RECORD FOR THE DL210 APPLY      *
      *             BACKOUT UTILITY.  NAMES THE APPLY RUN DATE   *
      *             TO REVERSE AND, OPTIONALLY, ONE REGION.  A   *
      *             BLANK REGION BACKS OUT THE WHOLE RUN.        *
      *----------------------------------------------------------*
       01  DL100-BKC-CONTROL-RECORD.
           05  DL100-BKC-RUN-DATE        PIC 9(08).
           05  DL100-BKC-REGION-CD       PIC X(03).
           05  FILLER                    PIC X(69).
