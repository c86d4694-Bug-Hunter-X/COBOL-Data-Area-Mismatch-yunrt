      *----------------------------------------------------------*
      *  DL100ACK - DOWNSTREAM ACKNOWLEDGEMENT RECORD.  EACH     *
      *             CONSUMER RETURNS ONE PER DELIVERY IT LOADS,  *
      *             ECHOING THE DATASET NAME, THE RUN DATE FROM  *
      *             THE DELIVERY'S HD RECORD AND THE SPLIT-RUN   *
      *             INSTANCE (ALWAYS BLANK - A SPLIT RUN'S       *
      *             OUTFILE IS DELIVERED COMBINED BY DL200 AND   *
      *             NO INSTANCE OUTFILE IS REGISTERED), WITH THE *
      *             COUNT AND AMOUNT HASH IT ACTUALLY LOADED AND *
      *             ITS LOAD STATUS.  THE NIGHT'S                *
      *             ACKNOWLEDGEMENTS ARRIVE ON ACKIN FOR DL240.  *
      *             THE AMOUNT IS SIGNED ZONED DECIMAL, THE SAME *
      *             AS ON THE TL AND GT TRAILERS.                *
      *----------------------------------------------------------*
       01  DL100-ACK-RECORD.
           05  DL100-ACK-KEY.
               10  DL100-ACK-DATASET     PIC X(08).
                   88  DL100-ACK-KNOWN-DATASET
                                         VALUE 'OUTFILE '
                                               'WIDEOUT '
                                               'DELTAOUT'.
               10  DL100-ACK-RUN-DATE    PIC 9(08).
               10  DL100-ACK-INSTANCE-ID PIC X(01).
           05  DL100-ACK-CONSUMER        PIC X(08).
           05  DL100-ACK-LOAD-DATE       PIC 9(08).
           05  DL100-ACK-LOAD-TIME       PIC 9(08).
           05  DL100-ACK-REC-COUNT       PIC 9(08).
           05  DL100-ACK-AMOUNT-TOTAL    PIC S9(11)V99.
           05  DL100-ACK-LOAD-STATUS     PIC X(02).
               88  DL100-ACK-LOADED              VALUE 'LD'.
               88  DL100-ACK-PARTIAL             VALUE 'PL'.
               88  DL100-ACK-FAILED              VALUE 'FL'.
               88  DL100-ACK-VALID-STATUS        VALUE 'LD' 'PL'
                                                       'FL'.
           05  FILLER                    PIC X(16).
