      *----------------------------------------------------------*
      *  DL100JNL - TRANSACTION MASTER APPLY JOURNAL RECORD.     *
      *             DL100 APPENDS ONE RECORD TO THE CUMULATIVE   *
      *             TRNJRNL DATASET FOR EVERY ADD, UPDATE AND    *
      *             LOGICAL DELETE IT APPLIES TO TRNMASTR,       *
      *             CARRYING THE MASTER RECORD AS IT STOOD       *
      *             BEFORE AND AFTER THE CHANGE (THE BEFORE      *
      *             IMAGE OF AN ADD IS SPACES).  THE DL210       *
      *             BACKOUT UTILITY READS IT TO REVERSE ONE      *
      *             NIGHT'S APPLY, WHOLE OR FOR ONE REGION, AND  *
      *             APPENDS A 'B' ENTRY FOR EACH CHANGE IT       *
      *             REVERSES (BEFORE = THE IMAGE IT REPLACED,    *
      *             AFTER = THE IMAGE IT RESTORED, SPACES FOR A  *
      *             REMOVED ADD), SO THE JOURNAL STAYS A         *
      *             COMPLETE HISTORY FOR THE DL230 ROLL-FORWARD. *
      *----------------------------------------------------------*
       01  DL100-JOURNAL-RECORD.
           05  DL100-JNL-RUN-DATE        PIC 9(08).
           05  DL100-JNL-RUN-TIME        PIC 9(08).
           05  DL100-JNL-REGION-CD       PIC X(03).
           05  DL100-JNL-SEQ-NO          PIC 9(08).
           05  DL100-JNL-ACTION          PIC X(01).
               88  DL100-JNL-ACT-ADD             VALUE 'A'.
               88  DL100-JNL-ACT-UPDATE          VALUE 'U'.
               88  DL100-JNL-ACT-DELETE          VALUE 'D'.
               88  DL100-JNL-ACT-BACKOUT         VALUE 'B'.
           05  DL100-JNL-BEFORE-IMAGE    PIC X(100).
           05  DL100-JNL-AFTER-IMAGE     PIC X(100).
