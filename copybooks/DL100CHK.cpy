      *    SO A RESTART MID-SEGMENT STILL BYPASSES THE AMOUNT
      *    LIMIT CHECK FOR THE REMAINING APPROVED ITEMS.
           05  DL100-CKPT-REL-FEED-SW    PIC X(01).
      *    EXTRACT GENERATION CONTROL.  THE INFILE POSITIONS OF
      *    THE HEADERS WHOSE SEGMENTS WERE HELD AS A REPEATED OR
      *    OUT-OF-SEQUENCE EXTRACT, SO THE RESTART SKIP LOOP
      *    KEEPS THEIR DETAIL IDS OUT OF THE DUPLICATE TABLE AND
      *    A RESTART INSIDE A HELD SEGMENT KEEPS HOLDING IT.
           05  DL100-CKPT-GEN-HELD-CT    PIC 9(08) COMP.
           05  DL100-CKPT-GEN-HELD-AMT   PIC S9(13)V99 COMP-3.
           05  DL100-CKPT-HELD-SEG-CT    PIC 9(04) COMP.
           05  DL100-CKPT-HELD-AREA.
               10  DL100-CKPT-HELD-COUNT PIC 9(02) COMP.
               10  DL100-CKPT-HELD-POS   PIC 9(08) COMP
                                         OCCURS 10 TIMES.
      *    REVERSALS POSTED AND REVERSALS REJECTED UNMATCHED OR
      *    OVER-REVERSING, FOR THE RESUMED RUN'S SUMMARY.
           05  DL100-CKPT-APPLY-REV-CT   PIC 9(08) COMP.
           05  DL100-CKPT-REV-REJECT-CT  PIC 9(08) COMP.
      *    DETAILS REJECTED FOR WANT OF AN EXCHANGE RATE, AND THE
      *    OUTBOUND GRAND TOTAL AT THE AMOUNTS AS RECEIVED.
           05  DL100-CKPT-FX-REJECT-CT   PIC 9(08) COMP.
           05  DL100-CKPT-OUT-GRAND-RCV  PIC S9(13)V99 COMP-3.
      *    DETAILS HELD TO SUSPENSE FOR A CUSTOMER'S AGGREGATE
      *    EXPOSURE, OF THE SUSPENDED COUNT ABOVE.
           05  DL100-CKPT-EXPOSURE-CT    PIC 9(08) COMP.
