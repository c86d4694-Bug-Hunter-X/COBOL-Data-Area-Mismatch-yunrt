      *                     ==PFX-NAME==       BY ==xxx-NAME==    *
      *                     ==PFX-AMOUNT==     BY ==xxx-AMOUNT==  *
      *                     ==PFX-STATUS-CD==  BY ==xxx-STATUS-CD==
      *                     ==PFX-ORIG-ID==    BY ==xxx-ORIG-ID== *
      *                     ==PFX-CURRENCY-CD== BY ==xxx-CURRENCY-CD==
      *                     ==PFX==            BY ==xxx==.        *
      *             PFX-ORIG-ID IS SET ONLY ON A REVERSAL         *
      *             (STATUS 'RV') AND NAMES THE TRANSACTION BEING *
      *             BACKED OUT; IT IS SPACES ON EVERY OTHER       *
      *             DETAIL.                                       *
      *             PFX-CURRENCY-CD NAMES THE CURRENCY PFX-AMOUNT *
      *             WAS SENT IN; SPACES MEAN HOUSE CURRENCY.      *
      *             DL100 CONVERTS A CURRENCY AMOUNT AT THE FXREF *
      *             RATE IN FORCE BEFORE ANY CHECK OR TOTAL, SO   *
      *             EVERY OUTBOUND AMOUNT IS IN HOUSE CURRENCY    *
      *             AND THE CODE IS LEFT TO SHOW WHAT IT CAME IN. *
      *----------------------------------------------------------*
       01  PFX.
           05  PFX-ID                    PIC 9(06).
           05  PFX-NAME                  PIC X(30).
           05  PFX-AMOUNT                PIC S9(09)V99 COMP-3.
           05  PFX-STATUS-CD             PIC X(02).
           05  PFX-ORIG-ID               PIC 9(06).
           05  PFX-CURRENCY-CD           PIC X(03).
           05  FILLER                    PIC X(39).
