      *----------------------------------------------------------*
      *  DL100MLG - MAINTENANCE LOG RECORD.  EVERY CARD-DRIVEN   *
      *             UTILITY APPENDS ONE RECORD PER ACCEPTED OR   *
      *             REFUSED CARD TO THE CUMULATIVE MAINTLOG      *
      *             DATASET THROUGH THE DL100AUT SUBPROGRAM, SO  *
      *             THE AUDITORS HAVE ONE "WHO CHANGED WHAT,     *
      *             WHEN" TRAIL.  REF-SEQ-NO IS THE REJCAP OR    *
      *             SUSPENSE SEQUENCE NUMBER THE CARD ACTED ON,  *
      *             ZERO FOR THE REFERENCE UTILITIES.  A RELEASE *
      *             CARD THAT DECIDES SEVERAL HELD ITEMS LOGS    *
      *             ONCE PER ITEM.                               *
      *----------------------------------------------------------*
       01  DL100-MLG-RECORD.
           05  DL100-MLG-DATE            PIC 9(08).
           05  DL100-MLG-TIME            PIC 9(08).
           05  DL100-MLG-PROGRAM         PIC X(08).
           05  DL100-MLG-FUNCTION        PIC X(01).
           05  DL100-MLG-OPERATOR-ID     PIC X(08).
           05  DL100-MLG-APPROVER-ID     PIC X(08).
           05  DL100-MLG-OUTCOME         PIC X(01).
               88  DL100-MLG-ACCEPTED            VALUE 'A'.
               88  DL100-MLG-REFUSED             VALUE 'R'.
           05  DL100-MLG-REASON-CD       PIC X(02).
               88  DL100-MLG-RSN-AUTHORITY       VALUE 'AU'.
               88  DL100-MLG-RSN-DUAL            VALUE 'DU'.
               88  DL100-MLG-RSN-CARD-ERROR      VALUE 'ER'.
               88  DL100-MLG-RSN-NO-MATCH        VALUE 'NM'.
           05  DL100-MLG-REF-SEQ-NO      PIC 9(08).
           05  DL100-MLG-CARD-IMAGE      PIC X(80).
           05  FILLER                    PIC X(08).
