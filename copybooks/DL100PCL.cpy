      *----------------------------------------------------------*
      *  DL100PCL - PERIOD CLOSING BALANCE RECORD.  DL230 WRITES *
      *             ONE RECORD PER STATUS CODE ('S'), PER        *
      *             TRANSACTION-DATE MONTH ('M', KEY YYYYMM) AND *
      *             ONE GRAND TOTAL ('T') FOR EVERY PERIOD IT    *
      *             CLOSES, TO THE CLOSENEW GENERATION THE       *
      *             SCHEDULER SWAPS IN AS CLOSEBAL.  THE NEXT    *
      *             PERIOD OPENS FROM THESE FIGURES.  ONLY THE   *
      *             ACTIVE FIGURES ROLL FORWARD - DELETED        *
      *             RECORDS LEAVE TRNMASTR AT THE DL130 REORG -  *
      *             THE DELETED FIGURES ARE KEPT AS A MEMO.      *
      *             EVERY RECORD ALSO CARRIES THE NUMBER OF      *
      *             TRNJRNL RECORDS ON FILE WHEN THE PERIOD      *
      *             CLOSED; THE NEXT PERIOD'S MOVEMENTS ARE THE  *
      *             JOURNAL RECORDS AFTER THAT COUNT.  SPACES ON *
      *             A RECORD WRITTEN BEFORE THE COUNT WAS KEPT.  *
      *----------------------------------------------------------*
       01  DL100-PERCLOSE-RECORD.
           05  DL100-PCL-TYPE            PIC X(01).
               88  DL100-PCL-BY-STATUS           VALUE 'S'.
               88  DL100-PCL-BY-MONTH            VALUE 'M'.
               88  DL100-PCL-GRAND-TOTAL         VALUE 'T'.
           05  DL100-PCL-KEY             PIC X(06).
           05  DL100-PCL-PERIOD-END      PIC 9(08).
           05  DL100-PCL-ACTIVE-CT       PIC 9(08).
           05  DL100-PCL-ACTIVE-AMT      PIC S9(13)V99.
           05  DL100-PCL-DELETED-CT      PIC 9(08).
           05  DL100-PCL-DELETED-AMT     PIC S9(13)V99.
           05  DL100-PCL-JNL-COUNT       PIC 9(10).
           05  FILLER                    PIC X(09).
