               ==PFX-NAME==       BY ==DL100-GRD-SRC-NAME==
               ==PFX-AMOUNT==     BY ==DL100-GRD-SRC-AMOUNT==
               ==PFX-STATUS-CD==  BY ==DL100-GRD-SRC-STATUS-CD==
               ==PFX-ORIG-ID==    BY ==DL100-GRD-SRC-ORIG-ID==
               ==PFX-CURRENCY-CD== BY ==DL100-GRD-SRC-CURRENCY-CD==
               ==PFX==            BY ==DL100-GRD-SOURCE-AREA==.
           COPY DL100REC REPLACING
               ==PFX-ID==         BY ==DL100-GRD-DST-ID==
               ==PFX-NAME==       BY ==DL100-GRD-DST-NAME==
               ==PFX-AMOUNT==     BY ==DL100-GRD-DST-AMOUNT==
               ==PFX-STATUS-CD==  BY ==DL100-GRD-DST-STATUS-CD==
               ==PFX-ORIG-ID==    BY ==DL100-GRD-DST-ORIG-ID==
               ==PFX-CURRENCY-CD== BY ==DL100-GRD-DST-CURRENCY-CD==
               ==PFX==            BY ==DL100-GRD-DEST-AREA==.
       01  DL100-GRD-SRC-LEN             PIC 9(04) COMP.
       01  DL100-GRD-DEST-LEN            PIC 9(04) COMP.
