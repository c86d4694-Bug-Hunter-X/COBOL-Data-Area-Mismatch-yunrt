      *             SUB-TRAILER AND A GRAND TRAILER ('GT')        *
      *             CLOSING THE WHOLE FILE, SO EVERY DOWNSTREAM   *
      *             CONSUMER CAN VERIFY COMPLETENESS THE WAY THE  *
      *             INBOUND SIDE DOES.  ALL OUTBOUND AMOUNTS ARE  *
      *             IN HOUSE CURRENCY.                            *
      *----------------------------------------------------------*
       01  DL100-HDR-RECORD.
           05  DL100-HDR-TYPE            PIC X(02).
               88  DL100-GTR-IS-GRAND            VALUE 'GT'.
           05  DL100-GTR-REC-COUNT       PIC 9(08).
           05  DL100-GTR-AMOUNT-TOTAL    PIC S9(11)V99.
      *    THE SAME DETAILS HASHED AT THE AMOUNTS AS RECEIVED,
      *    BEFORE ANY CURRENCY CONVERSION, SO THE NIGHT'S
      *    BALANCING CAN TIE OUTFILE BACK TO INFILE.  BLANK ON A
      *    FILE WRITTEN BEFORE THE FIELD EXISTED.
           05  DL100-GTR-RCV-AMOUNT      PIC S9(11)V99.
           05  FILLER                    PIC X(64).
