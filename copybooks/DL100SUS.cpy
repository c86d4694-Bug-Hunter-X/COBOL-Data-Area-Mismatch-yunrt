      *----------------------------------------------------------*
      *  DL100SUS - SUSPENSE RECORD FOR AMOUNT-LIMIT BREACHES.   *
      *             DL100 HOLDS THE FULL SOURCE IMAGE OF EVERY   *
      *             DETAIL THAT BREACHES ITS LIMITREF RULE, OR   *
      *             ITS CUSTOMER'S EXPOSREF AGGREGATE CEILING,   *
      *             OUT OF OUTFILE AND TRNMASTR.  THE LIMIT      *
      *             AMOUNT IS THE CEILING THAT WAS BREACHED      *
      *             (ZERO FOR A COUNT-ONLY AGGREGATE BREACH).    *
      *             THE DL180 RELEASE UTILITY LETS A SUPERVISOR  *
      *             APPROVE OR REJECT HELD ITEMS BY ID, FEEDING  *
      *             APPROVED ITEMS BACK THROUGH THE NEXT NIGHT'S *
      *             RUN.                                         *
      *----------------------------------------------------------*
       01  DL100-SUSPENSE-RECORD.
           05  DL100-SUS-SEQ-NO          PIC 9(08).
           05  DL100-SUS-REASON-CD       PIC X(01).
               88  DL100-SUS-RSN-CEILING         VALUE 'C'.
               88  DL100-SUS-RSN-NEGATIVE        VALUE 'N'.
               88  DL100-SUS-RSN-AGGREGATE       VALUE 'A'.
           05  DL100-SUS-SOURCE-IMAGE    PIC X(100).
