      *----------------------------------------------------------*
      *  DL100AUL - PARAMETER LAYOUT FOR THE DL100AUT OPERATOR   *
      *             AUTHORITY AND MAINTENANCE LOG SUBPROGRAM.    *
      *             COPIED INTO THE CALLING PROGRAM'S WORKING-   *
      *             STORAGE AND INTO THE SUBPROGRAM'S LINKAGE    *
      *             SECTION SO BOTH SIDES OF THE CALL USE        *
      *             IDENTICAL PICTURES.  THE CALLER OPENS ONCE   *
      *             (GETTING THE DUAL APPROVAL LIMIT BACK),      *
      *             CHECKS EACH CARD'S OPERATOR, LOGS EACH       *
      *             CARD'S OUTCOME, AND CLOSES AT END OF RUN.    *
      *             A CHECK WITH AN APPROVER ID ALSO VALIDATES   *
      *             THE APPROVER FOR THE SAME FUNCTION AND       *
      *             REFUSES AN APPROVER WHO IS THE OPERATOR.     *
      *----------------------------------------------------------*
       01  DL100-AUT-PARMS.
           05  DL100-AUT-REQUEST         PIC X(01).
               88  DL100-AUT-REQ-OPEN            VALUE 'O'.
               88  DL100-AUT-REQ-CHECK           VALUE 'C'.
               88  DL100-AUT-REQ-LOG             VALUE 'L'.
               88  DL100-AUT-REQ-CLOSE           VALUE 'X'.
           05  DL100-AUT-PROGRAM         PIC X(08).
           05  DL100-AUT-FUNCTION        PIC X(01).
               88  DL100-AUT-FN-STATUS           VALUE 'S'.
               88  DL100-AUT-FN-REGION           VALUE 'G'.
               88  DL100-AUT-FN-RATE             VALUE 'X'.
               88  DL100-AUT-FN-REPAIR           VALUE 'F'.
               88  DL100-AUT-FN-RELEASE          VALUE 'R'.
           05  DL100-AUT-OPERATOR-ID     PIC X(08).
           05  DL100-AUT-APPROVER-ID     PIC X(08).
           05  DL100-AUT-OUTCOME         PIC X(01).
           05  DL100-AUT-REASON-CD       PIC X(02).
           05  DL100-AUT-REF-SEQ-NO      PIC 9(08).
           05  DL100-AUT-CARD-IMAGE      PIC X(80).
           05  DL100-AUT-DUAL-LIMIT      PIC 9(09)V99.
           05  DL100-AUT-DUAL-SET-SW     PIC X(01).
               88  DL100-AUT-DUAL-SET            VALUE 'Y'.
           05  DL100-AUT-STATUS          PIC X(02).
               88  DL100-AUT-OK                  VALUE '00'.
               88  DL100-AUT-REFUSED             VALUE '08'.
               88  DL100-AUT-FILE-ERROR          VALUE '16'.
