      *----------------------------------------------------------*
      *  DL100FXR - EXCHANGE RATE REFERENCE RECORD.  THE FXREF    *
      *             DATASET IS MAINTAINED BY OPERATIONS THROUGH   *
      *             THE DL100FXM UTILITY, ONE RECORD PER CURRENCY *
      *             AND EFFECTIVE DATE, SO A NEW RATE IS LOADED   *
      *             AHEAD OF THE NIGHT IT APPLIES TO AND THE OLD  *
      *             ONE STAYS ON FILE FOR THE AUDITORS.  THE RATE *
      *             IN FORCE ON A RUN DATE IS THE ACTIVE RECORD   *
      *             WITH THE LATEST EFFECTIVE DATE NOT AFTER IT.  *
      *             THE RATE IS HOUSE CURRENCY UNITS PER ONE UNIT *
      *             OF THE NAMED CURRENCY.  A DETAIL WITH A BLANK *
      *             CURRENCY CODE IS ALREADY IN HOUSE CURRENCY    *
      *             AND NEEDS NO RATE.                            *
      *----------------------------------------------------------*
       01  DL100-FXR-RECORD.
           05  DL100-FXR-CURRENCY-CD     PIC X(03).
           05  DL100-FXR-EFF-DATE        PIC 9(08).
           05  DL100-FXR-RATE            PIC 9(05)V9(06).
           05  DL100-FXR-ACTIVE-FLAG     PIC X(01).
               88  DL100-FXR-ACTIVE              VALUE 'A'.
               88  DL100-FXR-INACTIVE            VALUE 'I'.
           05  FILLER                    PIC X(17).
