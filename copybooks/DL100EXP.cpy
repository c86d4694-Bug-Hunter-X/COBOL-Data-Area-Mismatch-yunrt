      *----------------------------------------------------------*
      *  DL100EXP - AGGREGATE EXPOSURE RULE RECORD.  THE         *
      *             EXPOSREF DATASET IS MAINTAINED BY OPERATIONS *
      *             BESIDE LIMITREF, ONE RULE PER CUSTOMER NAME: *
      *             THE CEILING ON THE NET AMOUNT AND ON THE     *
      *             NUMBER OF DETAILS A CUSTOMER MAY RUN UP OVER *
      *             THE ROLLING WINDOW, COUNTING TRNMASTR AND    *
      *             THE NIGHT'S ACCEPTED DETAILS TOGETHER.  NAME *
      *             '*' IS THE DEFAULT RULE FOR CUSTOMERS        *
      *             WITHOUT ONE OF THEIR OWN, AND ITS WINDOW     *
      *             DAYS SET THE WINDOW FOR EVERY CUSTOMER       *
      *             (DEFAULT 7).  A ZERO CEILING IS NOT CHECKED. *
      *             A DETAIL THAT WOULD TAKE ITS CUSTOMER OVER   *
      *             A CEILING GOES TO SUSPENSE UNDER REASON 'A'. *
      *----------------------------------------------------------*
       01  DL100-EXP-RECORD.
           05  DL100-EXP-NAME            PIC X(30).
               88  DL100-EXP-DEFAULT             VALUE '*'.
           05  DL100-EXP-MAX-AMOUNT      PIC 9(09)V99.
           05  DL100-EXP-MAX-COUNT       PIC 9(05).
           05  DL100-EXP-WINDOW-DAYS     PIC 9(03).
           05  DL100-EXP-WINDOW-X
               REDEFINES DL100-EXP-WINDOW-DAYS
                                         PIC X(03).
           05  FILLER                    PIC X(31).
