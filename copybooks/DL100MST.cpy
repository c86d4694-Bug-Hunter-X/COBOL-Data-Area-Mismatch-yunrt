      *             BESIDE THE MAINTENANCE DATE ON EVERY APPLY    *
      *             SO THE DL140 DELTA EXTRACT CAN TAG EACH       *
      *             CHANGED RECORD ADD/UPDATE/DELETE.             *
      *             A REVERSAL (STATUS 'RV') IS POSTED AS A       *
      *             RECORD OF ITS OWN CARRYING THE OFFSETTING     *
      *             AMOUNT, THE ORIGINAL'S ID AND THE AMOUNT THE  *
      *             ORIGINAL WAS POSTED AT; THE ORIGINAL KEEPS    *
      *             ITS POSTING AND THE RUNNING TOTAL REVERSED    *
      *             AGAINST IT.  RECORDS WRITTEN BEFORE THESE     *
      *             FIELDS EXISTED CARRY SPACES IN THEM, WHICH    *
      *             READERS TREAT AS ZERO.                        *
      *             DL100-MST-AMOUNT IS ALWAYS HOUSE CURRENCY.  A *
      *             DETAIL SENT IN ANOTHER CURRENCY KEEPS ITS     *
      *             CURRENCY CODE, THE AMOUNT AS SENT AND THE     *
      *             FXREF RATE IT WAS CONVERTED AT; A HOUSE       *
      *             CURRENCY DETAIL CARRIES A BLANK CODE AND A    *
      *             RATE OF ONE.                                  *
      *----------------------------------------------------------*
       01  DL100-MASTER-RECORD.
           05  DL100-MST-ID              PIC 9(06).
               88  DL100-MST-ACT-ADD             VALUE 'A'.
               88  DL100-MST-ACT-UPDATE          VALUE 'U'.
               88  DL100-MST-ACT-DELETE          VALUE 'D'.
           05  DL100-MST-ORIG-ID         PIC 9(06).
           05  DL100-MST-ORIG-AMOUNT     PIC S9(09)V99 COMP-3.
           05  DL100-MST-REVERSED-AMT    PIC S9(09)V99 COMP-3.
           05  DL100-MST-CURRENCY-CD     PIC X(03).
           05  DL100-MST-LOCAL-AMOUNT    PIC S9(09)V99 COMP-3.
           05  DL100-MST-FX-RATE         PIC 9(05)V9(06) COMP-3.
           05  FILLER                    PIC X(05).
