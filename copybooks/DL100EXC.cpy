      *----------------------------------------------------------*
      *  DL100EXC - EXTRACT GENERATION CONTROL RECORD.  THE      *
      *             CUMULATIVE EXTCTL DATASET REMEMBERS, PER     *
      *             REGION AND SOURCE SYSTEM, THE LAST EXTRACT   *
      *             HEADER DATE TAKEN.  THE LATEST RECORD FOR A  *
      *             REGION/SOURCE PAIR IS THE ONE IN FORCE, SO   *
      *             OPERATIONS CAN APPEND AN 'O' RECORD BY HAND  *
      *             TO STEP OVER A HOLIDAY WITH NO EXTRACT, OR   *
      *             TO WIND THE DATE BACK SO A BACKED-OUT NIGHT  *
      *             CAN BE RUN AGAIN.  A SPLIT-RUN INSTANCE      *
      *             WRITES ITS ACCEPTANCES TO AN INSTANCE-SCOPED *
      *             EXTACC DATASET OF THE SAME LAYOUT FOR DL200  *
      *             TO CONSOLIDATE ONTO EXTCTL.  THE TRANSFER    *
      *             AND APPLY STEPS EACH TAKE THE SAME EXTRACT   *
      *             ONCE A NIGHT, SO EVERY PAIR IS KEPT PER RUN  *
      *             MODE ('T' OR 'A'; A VALIDATE-ONLY RUN CHECKS *
      *             AGAINST THE TRANSFER DATE).  A RECORD WITH   *
      *             NO RUN MODE - ONE WRITTEN BEFORE THE MODE    *
      *             WAS KEPT, OR AN OPERATOR RECORD LEFT BLANK - *
      *             COUNTS FOR BOTH STEPS.                       *
      *----------------------------------------------------------*
       01  DL100-EXTCTL-RECORD.
           05  DL100-EXC-REGION-CD       PIC X(03).
           05  DL100-EXC-SOURCE-SYS      PIC X(08).
           05  DL100-EXC-HDR-DATE        PIC 9(08).
           05  DL100-EXC-ENTRY-TYPE      PIC X(01).
               88  DL100-EXC-BY-RUN              VALUE 'A'.
               88  DL100-EXC-BY-OPERATOR         VALUE 'O'.
           05  DL100-EXC-TAKEN-DATE      PIC 9(08).
           05  DL100-EXC-TAKEN-TIME      PIC 9(08).
           05  DL100-EXC-INSTANCE-ID     PIC X(01).
           05  DL100-EXC-RUN-MODE        PIC X(01).
               88  DL100-EXC-MODE-TRANSFER       VALUE 'T'.
               88  DL100-EXC-MODE-APPLY          VALUE 'A'.
               88  DL100-EXC-MODE-ANY            VALUE SPACE.
           05  FILLER                    PIC X(42).
