           05  DL100-HST-REJECTED-CT     PIC 9(08).
           05  DL100-HST-INVALID-CT      PIC 9(08).
           05  DL100-HST-ELAPSED-SEC     PIC 9(06).
      *    DETAILS READ PAST UNDER A HEADER THE EXTRACT GENERATION
      *    CHECK HELD, SO THE NIGHT'S BALANCING CAN ACCOUNT FOR
      *    THEM.  PACKED, SO A RECORD WRITTEN BEFORE THE FIELDS
      *    EXISTED (SPACES) FAILS THE NUMERIC TEST INSTEAD OF
      *    READING AS A NUMBER.
           05  DL100-HST-HELD-CT         PIC 9(07) COMP-3.
           05  DL100-HST-HELD-AMT        PIC S9(11)V99 COMP-3.
      *    THE RUN'S MODE AND HOW IT ENDED - COMPLETED, TRIPPED
      *    THE REJECT-RATE CIRCUIT BREAKER, OR QUIESCED AT THE
      *    BATCH-WINDOW CUTOFF.  BLANK ON RECORDS WRITTEN BEFORE
      *    THE FIELDS EXISTED.
           05  DL100-HST-RUN-MODE        PIC X(01).
               88  DL100-HST-MODE-TRANSFER       VALUE 'T'.
               88  DL100-HST-MODE-APPLY          VALUE 'A'.
           05  DL100-HST-OUTCOME         PIC X(01).
               88  DL100-HST-COMPLETED           VALUE 'C'.
               88  DL100-HST-BREAKER             VALUE 'B'.
               88  DL100-HST-QUIESCED            VALUE 'Q'.
