      *----------------------------------------------------------*
      *  DL100DRG - OUTBOUND DELIVERY REGISTER RECORD.  EVERY    *
      *             PROGRAM THAT DELIVERS A CONTROLLED FILE      *
      *             DOWNSTREAM (DL100 OUTFILE ON A COMBINED RUN, *
      *             DL200 OUTFILE ON A SPLIT RUN, DL110 WIDEOUT, *
      *             DL140 DELTAOUT) APPENDS ONE 'D' RECORD TO    *
      *             THE CUMULATIVE DELIVREG DATASET WHEN IT      *
      *             WRITES THE CLOSING TRAILER, CARRYING THE GT  *
      *             (OR, FOR DELTAOUT, THE TL) COUNT AND AMOUNT  *
      *             HASH ACTUALLY WRITTEN.  A SPLIT-RUN          *
      *             INSTANCE'S OWN OUTFILE IS NOT DELIVERED AND  *
      *             IS NOT REGISTERED.  DL240 MATCHES THE        *
      *             CONSUMERS' ACKNOWLEDGEMENTS AGAINST IT AND   *
      *             WRITES THE REGISTER BACK WITH THE ACK STATE  *
      *             FILLED IN.  A DELIVERY IS KEYED BY DATASET,  *
      *             HD RUN DATE AND SPLIT-RUN INSTANCE; A LATER  *
      *             'D' RECORD FOR THE SAME KEY IS A RE-CUT AND  *
      *             REPLACES THE EARLIER ONE.  OPERATIONS MAY    *
      *             APPEND AN 'O' RECORD BY HAND TO WAIVE A      *
      *             DELIVERY THAT WILL NEVER BE ACKNOWLEDGED,    *
      *             NAMING THEMSELVES IN THE CONSUMER FIELD.     *
      *----------------------------------------------------------*
       01  DL100-DELIVERY-RECORD.
           05  DL100-DRG-ENTRY-TYPE      PIC X(01).
               88  DL100-DRG-BY-RUN              VALUE 'D'.
               88  DL100-DRG-BY-OPERATOR         VALUE 'O'.
           05  DL100-DRG-KEY.
               10  DL100-DRG-DATASET     PIC X(08).
                   88  DL100-DRG-OUTFILE         VALUE 'OUTFILE '.
                   88  DL100-DRG-WIDEOUT         VALUE 'WIDEOUT '.
                   88  DL100-DRG-DELTAOUT        VALUE 'DELTAOUT'.
               10  DL100-DRG-RUN-DATE    PIC 9(08).
               10  DL100-DRG-INSTANCE-ID PIC X(01).
           05  DL100-DRG-WRITTEN-DATE    PIC 9(08).
           05  DL100-DRG-WRITTEN-TIME    PIC 9(08).
           05  DL100-DRG-REC-COUNT       PIC 9(08).
           05  DL100-DRG-AMOUNT-TOTAL    PIC S9(11)V99.
      *    SET BY DL240 ONLY - BLANK ON THE RECORD A DELIVERING
      *    PROGRAM APPENDS
           05  DL100-DRG-ACK-STATE       PIC X(01).
               88  DL100-DRG-AWAITING            VALUE ' '.
               88  DL100-DRG-LOADED              VALUE 'L'.
               88  DL100-DRG-SHORT-LOADED        VALUE 'S'.
               88  DL100-DRG-MISMATCHED          VALUE 'M'.
               88  DL100-DRG-LOAD-FAILED         VALUE 'F'.
               88  DL100-DRG-OVERDUE             VALUE 'O'.
               88  DL100-DRG-WAIVED              VALUE 'W'.
               88  DL100-DRG-RESOLVED            VALUE 'L' 'W'.
           05  DL100-DRG-ACK-CONSUMER    PIC X(08).
           05  DL100-DRG-ACK-DATE        PIC 9(08).
           05  DL100-DRG-ACK-TIME        PIC 9(08).
           05  DL100-DRG-ACK-COUNT       PIC 9(08).
           05  DL100-DRG-ACK-AMOUNT      PIC S9(11)V99.
           05  DL100-DRG-ACK-LOAD-STATUS PIC X(02).
           05  FILLER                    PIC X(17).
